000100******************************************************************
000200*                                                                *
000300*    TIMELOG.CPY                                                 *
000400*                                                                *
000500*    TIMECARD ENTRY LOG, KEYED ON THE PAY PERIOD'S END DATE      *
000600*    PLUS THE EMPLOYEE ID - SO ONE CARD PER EMPLOYEE PER PERIOD  *
000700*    IS ALL THE KEY WILL HOLD.  TIMEENT WRITES ONE RECORD FOR    *
000800*    EVERY CARD KEYED AT THE OPERATOR MENU, STAMPED WITH WHO     *
000900*    KEYED IT AND WHEN, AND CARRYING THE WHOLE EMP-TIME CARD     *
001000*    (EMPTIME.CPY LAYOUT) IN TL-CARD.  EMPTIME IS REBUILT FROM   *
001100*    THIS LOG AT THE END OF EVERY ENTRY SESSION, AND THE ENTRY   *
001200*    LISTING BY OPERATOR IS PRINTED FROM IT.  CARDS THAT WERE    *
001300*    ALREADY ON EMPTIME WHEN KEYED ENTRY BEGAN FOR A PERIOD ARE  *
001400*    LOGGED UNDER OPERATOR "*EMPTIME".                           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    15OCT26    JEH   ORIGINAL COPYBOOK - TIMECARD ENTRY LOG     *
001900*                                                                *
002000******************************************************************
002100 01  TL-TIME-LOG-RECORD.
002200     05  TL-LOG-KEY.
002300         10  TL-PERIOD-END           PIC 9(08).
002400         10  TL-EMP-ID               PIC 9(03).
002500     05  TL-OPERATOR-ID              PIC X(08).
002600     05  TL-ENTRY-DATE               PIC 9(08).
002700     05  TL-ENTRY-TIME               PIC 9(06).
002800     05  TL-CARD                     PIC X(54).
