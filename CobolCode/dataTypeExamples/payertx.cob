000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYERTX.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PAYERTX WORKS OUT THE EMPLOYER'S OWN SHARE OF PAYROLL TAX   *
001000*    ON ONE EMPLOYEE'S GROSS FOR ONE PAYMENT - THE AMOUNT        *
001100*    ACCOUNTING USED TO CALCULATE BY HAND EVERY MONTH.  THE      *
001200*    RATES AND ANNUAL WAGE BASES COME FROM THE ERTAXRT DATA      *
001300*    FILE, LOADED ON THE FIRST CALL OF THE RUN.  EACH TAX IS     *
001400*    CHARGED ONLY ON THE PART OF THIS GROSS THAT STILL FALLS     *
001500*    UNDER ITS WAGE BASE, GIVEN THE GROSS ALREADY PAID THIS      *
001600*    YEAR (THE CALLER PASSES THE PAYYTD ANNUAL GROSS AS IT STOOD *
001700*    BEFORE THIS PAYMENT), SO THE TAX STOPS BY ITSELF ONCE THE   *
001800*    EMPLOYEE'S YEAR PASSES THE LIMIT.  EACH TAX IS ROUNDED ON   *
001900*    ITS OWN AND THE TOTAL IS RETURNED.  NO ERTAXRT FILE MEANS   *
002000*    NO EMPLOYER TAX IS ACCRUED, AND THE RUN SAYS SO.            *
002100*                                                                *
002200*    USINGCOMPUTE AND PAYADJ CALL THIS FOR EVERY PAYMENT, THE    *
002300*    SAME WAY THEY CALL PAYCALC.                                 *
002400*                                                                *
002500*    MODIFICATION HISTORY                                        *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    15OCT26    JEH   ORIGINAL PROGRAM - EMPLOYER TAX ACCRUAL    *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ERTAXRT ASSIGN TO "ERTAXRT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ERTAXRT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ERTAXRT.
003800 COPY "ertaxrt.cpy".
003900 WORKING-STORAGE SECTION.
004000 77  WS-ERTAXRT-STATUS               PIC X(02).
004100 77  WS-TABLE-LOADED-SW              PIC X(01) VALUE "N".
004200     88  WS-TABLE-LOADED             VALUE "Y".
004300 77  WS-RATES-EOF-SW                 PIC X(01) VALUE "N".
004400     88  WS-RATES-END-OF-FILE        VALUE "Y".
004500 77  WS-RATE-COUNT                   PIC 9(02) COMP VALUE ZERO.
004600 77  WS-RATE-IDX                     PIC 9(02) COMP VALUE ZERO.
004700 77  WS-TAXABLE-WAGES                PIC 9(05)V99 VALUE ZERO.
004800 77  WS-ONE-TAX                      PIC 9(05)V99 VALUE ZERO.
004900 01  WS-RATE-TABLE.
005000     05  WS-RATE-ENTRY OCCURS 10 TIMES.
005100         10  WS-RT-CODE              PIC X(04).
005200         10  WS-RT-RATE              PIC 9V9(04).
005300         10  WS-RT-WAGE-BASE         PIC 9(07)V9(02).
005400 LINKAGE SECTION.
005500 01  LK-GROSS-PAY                    PIC 9(05)V99.
005600 01  LK-PRIOR-YTD-GROSS              PIC 9(07)V99.
005700 01  LK-EMPLOYER-TAX                 PIC 9(05)V99.
005800 PROCEDURE DIVISION USING LK-GROSS-PAY, LK-PRIOR-YTD-GROSS,
005900     LK-EMPLOYER-TAX.
006000*
006100 0000-MAINLINE.
006200     IF NOT WS-TABLE-LOADED
006300         PERFORM 1000-LOAD-RATES THRU 1000-EXIT
006400     END-IF.
006500     MOVE ZERO TO LK-EMPLOYER-TAX.
006600     MOVE 1 TO WS-RATE-IDX.
006700     PERFORM 2000-APPLY-ONE-TAX THRU 2000-EXIT
006800         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
006900     GOBACK.
007000*
007100 1000-LOAD-RATES.
007200     MOVE ZERO TO WS-RATE-COUNT.
007300     MOVE "N" TO WS-RATES-EOF-SW.
007400     SET WS-TABLE-LOADED TO TRUE.
007500     OPEN INPUT ERTAXRT.
007600     IF WS-ERTAXRT-STATUS NOT = "00"
007700         DISPLAY "PAYERTX: NO ERTAXRT RATE FILE - STATUS "
007800             WS-ERTAXRT-STATUS " - NO EMPLOYER TAX ACCRUED"
007900         GO TO 1000-EXIT
008000     END-IF.
008100     PERFORM 1100-READ-RATE THRU 1100-EXIT.
008200     PERFORM 1200-STORE-RATE THRU 1200-EXIT
008300         UNTIL WS-RATES-END-OF-FILE
008400         OR WS-RATE-COUNT >= 10.
008500     IF NOT WS-RATES-END-OF-FILE
008600         DISPLAY "PAYERTX: MORE THAN 10 ERTAXRT RECORDS - ONLY"
008700             " THE FIRST 10 TAXES ARE ACCRUED"
008800     END-IF.
008900     CLOSE ERTAXRT.
009000 1000-EXIT.
009100     EXIT.
009200*
009300 1100-READ-RATE.
009400     READ ERTAXRT
009500         AT END
009600             SET WS-RATES-END-OF-FILE TO TRUE
009700     END-READ.
009800 1100-EXIT.
009900     EXIT.
010000*
010100 1200-STORE-RATE.
010200     ADD 1 TO WS-RATE-COUNT.
010300     MOVE ER-TAX-CODE  TO WS-RT-CODE (WS-RATE-COUNT).
010400     MOVE ER-RATE      TO WS-RT-RATE (WS-RATE-COUNT).
010500     MOVE ER-WAGE-BASE TO WS-RT-WAGE-BASE (WS-RATE-COUNT).
010600     PERFORM 1100-READ-RATE THRU 1100-EXIT.
010700 1200-EXIT.
010800     EXIT.
010900*
011000*    ONLY THE PART OF THIS GROSS BELOW THE WAGE BASE IS TAXED -
011100*    ALL OF IT WHILE THE YEAR IS WELL UNDER THE BASE, THE
011200*    REMAINDER ON THE PAYMENT THAT CROSSES IT, NOTHING AFTER.
011300 2000-APPLY-ONE-TAX.
011400     MOVE LK-GROSS-PAY TO WS-TAXABLE-WAGES.
011500     IF WS-RT-WAGE-BASE (WS-RATE-IDX) > ZERO
011600         IF LK-PRIOR-YTD-GROSS NOT < WS-RT-WAGE-BASE (WS-RATE-IDX)
011700             MOVE ZERO TO WS-TAXABLE-WAGES
011800         ELSE
011900             IF LK-PRIOR-YTD-GROSS + LK-GROSS-PAY >
012000                 WS-RT-WAGE-BASE (WS-RATE-IDX)
012100                 COMPUTE WS-TAXABLE-WAGES =
012200                     WS-RT-WAGE-BASE (WS-RATE-IDX)
012300                     - LK-PRIOR-YTD-GROSS
012400             END-IF
012500         END-IF
012600     END-IF.
012700     COMPUTE WS-ONE-TAX ROUNDED =
012800         WS-TAXABLE-WAGES * WS-RT-RATE (WS-RATE-IDX).
012900     ADD WS-ONE-TAX TO LK-EMPLOYER-TAX.
013000     ADD 1 TO WS-RATE-IDX.
013100 2000-EXIT.
013200     EXIT.
