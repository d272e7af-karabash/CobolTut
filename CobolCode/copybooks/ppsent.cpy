000100******************************************************************
000200*                                                                *
000300*    PPSENT.CPY                                                  *
000400*                                                                *
000500*    POSITIVE-PAY SENT RECORD, KEYED ON THE CHECK NUMBER LIKE    *
000600*    CHKISSUE.  PPEXTR WRITES ONE THE FIRST TIME A CHECK GOES    *
000700*    TO THE BANK ON THE POSPAY FILE AND STAMPS THE DATE ITS      *
000800*    ISSUE, AND LATER ITS VOID, WERE SENT - SO EACH IS SENT      *
000900*    ONCE, AND A SAME-DAY RERUN REBUILDS THE WHOLE DAY'S FILE    *
001000*    INSTEAD OF LEAVING IT EMPTY.  A ZERO DATE MEANS NOT SENT.   *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    15OCT26    JEH   ORIGINAL COPYBOOK - POSITIVE PAY SENT      *
001500*                                                                *
001600******************************************************************
001700 01  PS-SENT-RECORD.
001800     05  PS-CHECK-NUMBER             PIC 9(06).
001900     05  PS-ISSUE-SENT-DATE          PIC 9(08).
002000     05  PS-VOID-SENT-DATE           PIC 9(08).
