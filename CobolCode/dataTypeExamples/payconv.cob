002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    01SEP26    JEH   ORIGINAL PROGRAM - PAYYTD WIDENING         *
002410*    15OCT26    JEH   RE-POINTED AT THE EMPLOYER-TAX WIDENING -  *
002420*                     THE OLD LAYOUT IS NOW THE 01SEP26 RECORD,  *
002430*                     WHOSE QUARTER BUCKETS ARE CARRIED ACROSS.  *
002440*                     THE NEW EMPLOYER TAX BUCKETS START AT      *
002450*                     ZERO; THE ANNUAL GROSS THE WAGE BASES ARE  *
002460*                     MEASURED AGAINST COMES ACROSS INTACT.      *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004900     05  OY-LAST-RUN-WITHHOLDING     PIC 9(05)V9(02).
005000     05  OY-LAST-RUN-NET             PIC 9(05)V9(02).
005100     05  OY-UPD-DATE                 PIC 9(08).
005120     05  OY-QUARTER-TABLE.
005140         10  OY-QTR-ENTRY OCCURS 4 TIMES.
005160             15  OY-QTR-GROSS        PIC 9(07)V9(02).
005180             15  OY-QTR-WITHHOLDING  PIC 9(07)V9(02).
005200 FD  NEW-PAYYTD.
005300 COPY "payytd.cpy".
005400 WORKING-STORAGE SECTION.
010200     MOVE OY-LAST-RUN-WITHHOLDING TO YT-LAST-RUN-WITHHOLDING.
010300     MOVE OY-LAST-RUN-NET         TO YT-LAST-RUN-NET.
010400     MOVE OY-UPD-DATE             TO YT-UPD-DATE.
010430     MOVE ZERO                    TO YT-ER-TAX.
010460     MOVE ZERO                    TO YT-LAST-RUN-ER-TAX.
010500     MOVE 1 TO WS-QTR-IDX.
010600     PERFORM 1300-COPY-ONE-QUARTER THRU 1300-EXIT
010700         UNTIL WS-QTR-IDX > 4.
010800     WRITE YT-YTD-RECORD.
010900     ADD 1 TO WS-YTD-COUNT.
011100 1200-EXIT.
011200     EXIT.
011300*
011400 1300-COPY-ONE-QUARTER.
011500     MOVE OY-QTR-GROSS (WS-QTR-IDX)
011550         TO YT-QTR-GROSS (WS-QTR-IDX).
011600     MOVE OY-QTR-WITHHOLDING (WS-QTR-IDX)
011630         TO YT-QTR-WITHHOLDING (WS-QTR-IDX).
011660     MOVE ZERO TO YT-QTR-ER-TAX (WS-QTR-IDX).
011700     ADD 1 TO WS-QTR-IDX.
011800 1300-EXIT.
011900     EXIT.
