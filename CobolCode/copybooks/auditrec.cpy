001280*    01SEP26    JEH   AU-IDENT WIDENED TO 6 DIGITS IN STEP WITH  *
001290*                     CM-IDENT.  RECORD GROWS FROM 96 TO 99 -    *
001292*                     LEGACY LINES ARE REMAPPED BY CUSTCONV.     *
001293*    15OCT26    JEH   ADDED AU-APPROVER - THE SUPERVISOR WHO     *
001294*                     APPROVED A HELD DELETE OR SSN CHANGE       *
001295*                     THROUGH CUSTAPRV (BLANK WHEN NO APPROVAL   *
001296*                     WAS NEEDED).  AU-OPERATOR STAYS THE ONE    *
001297*                     WHO ASKED.  RECORD GROWS FROM 99 TO 108 -  *
001298*                     A 99-BYTE LINE READS WITH A BLANK          *
001299*                     APPROVER.                                  *
001300*                                                                *
001400******************************************************************
001500 01  AU-AUDIT-LINE.
003400     05  AU-NEW-YOB                  PIC 9(04).
003500     05  FILLER                      PIC X(01) VALUE SPACE.
003600     05  AU-OPERATOR                 PIC X(08).
003700     05  FILLER                      PIC X(01) VALUE SPACE.
003800     05  AU-APPROVER                 PIC X(08).
