003920*                     NOW RETURNED TOO, SO THE PAY-STATEMENT     *
003930*                     PRINT SHOWS THE SAME SPLIT THE MONEY WAS   *
003940*                     ACTUALLY PAID ON                           *
003945*    15OCT26    JEH   NEW LK-CALC-MODE - "H" CALCULATES GROSS    *
003948*                     FROM HOURS AND RATE AS BEFORE, "F" TAKES   *
003951*                     THE CALLER'S LK-GROSS-PAY AS A FLAT GROSS  *
003954*                     (OFF-CYCLE RETRO AND FINAL-PAY AMOUNTS     *
003957*                     FROM PAYADJ) AND ONLY WITHHOLDS FROM IT    *
003960*    15OCT26    JEH   WITHHOLDING NOW FOLLOWS THE EMPLOYEE'S     *
003963*                     TAXPROF TAX PROFILE, PASSED AS A NEW LAST  *
003966*                     PARAMETER - WHBRKTS BRACKETS CARRY A       *
003969*                     FILING STATUS AND THE STATUS'S OWN TABLE   *
003972*                     IS USED (BLANK/S IS THE BASE TABLE, AND    *
003975*                     ANY STATUS WITH NO TABLE OF ITS OWN USES   *
003978*                     IT), EACH ALLOWANCE TAKES A FIXED AMOUNT   *
003981*                     OFF THE GROSS BEFORE THE BRACKET IS        *
003984*                     FOUND, ADDITIONAL FLAT WITHHOLDING IS      *
003987*                     ADDED ON, AND AN UNEXPIRED EXEMPT CLAIM    *
003990*                     WITHHOLDS NOTHING.  TABLE GROWS TO 60.     *
003993*    15OCT26    JEH   A FULL TABLE WITH NO BASE ROWS HAS THE     *
003996*                     FLAT FALLBACK OVERWRITE ITS LAST ENTRY,    *
003999*                     WITH A WARNING, INSTEAD OF RUNNING OFF     *
004002*                     THE END OF THE TABLE                       *
004003******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004900 FD  WHBRKTS.
005000 COPY "whbrkts.cpy".
005100 WORKING-STORAGE SECTION.
005110*    ONE WITHHOLDING ALLOWANCE PER PAY PERIOD.
005115 77  WS-ALLOWANCE-AMOUNT             PIC 9(03)V99 VALUE 80.00.
005120 77  WS-ALLOWANCE-TOTAL              PIC 9(05)V99 VALUE ZERO.
005125 77  WS-TAXABLE-GROSS                PIC 9(05)V99 VALUE ZERO.
005130 77  WS-TABLE-STATUS                 PIC X(01) VALUE SPACE.
005135 77  WS-MARRIED-TABLE-SW             PIC X(01) VALUE "N".
005140     88  WS-MARRIED-TABLE-LOADED     VALUE "Y".
005145 77  WS-HOH-TABLE-SW                 PIC X(01) VALUE "N".
005150     88  WS-HOH-TABLE-LOADED         VALUE "Y".
005155 77  WS-BASE-TABLE-SW                PIC X(01) VALUE "N".
005160     88  WS-BASE-TABLE-LOADED        VALUE "Y".
005165 77  WS-EXEMPT-IN-EFFECT-SW          PIC X(01) VALUE "N".
005170     88  WS-EXEMPT-IN-EFFECT         VALUE "Y".
005175 77  WS-LAST-STATUS-IDX              PIC 9(02) COMP VALUE ZERO.
005180 01  WS-CURRENT-DATE-TIME.
005185     05  WS-CDT-DATE                 PIC 9(08).
005190     05  WS-CDT-TIME                 PIC 9(08).
005195     05  WS-CDT-OFFSET               PIC X(05).
005200 77  WS-WHBRKTS-STATUS               PIC X(02).
005300 77  WS-REGULAR-HOURS                PIC 9(03)V99 VALUE ZERO.
005400 77  WS-OVERTIME-HOURS               PIC 9(03)V99 VALUE ZERO.
006300 77  WS-BRACKET-FOUND-SW             PIC X(01) VALUE "N".
006400     88  WS-BRACKET-FOUND            VALUE "Y".
006500 01  WS-BRACKET-TABLE.
006600     05  WS-BRACKET-ENTRY OCCURS 60 TIMES.
006650         10  WS-BKT-STATUS           PIC X(01).
006700         10  WS-BKT-FROM             PIC 9(05)V9(02).
006800         10  WS-BKT-TO               PIC 9(05)V9(02).
006900         10  WS-BKT-RATE             PIC 9V9(02).
007600 01  LK-BRACKET-USED                 PIC 9(02).
007610 01  LK-REGULAR-HOURS                PIC 9(03)V99.
007620 01  LK-OVERTIME-HOURS               PIC 9(03)V99.
007630 01  LK-CALC-MODE                    PIC X(01).
007640     88  LK-CALC-FROM-HOURS          VALUE "H".
007650     88  LK-CALC-FLAT-GROSS          VALUE "F".
007660 COPY "taxprof.cpy".
007700 PROCEDURE DIVISION USING LK-HOURS-WORKED, LK-HOURLY-RATE,
007800     LK-GROSS-PAY, LK-WITHHOLDING, LK-NET-PAY, LK-BRACKET-USED,
007810     LK-REGULAR-HOURS, LK-OVERTIME-HOURS, LK-CALC-MODE,
007820     TP-TAX-PROFILE-RECORD.
007900*
008000 0000-MAINLINE.
008100     IF NOT WS-TABLE-LOADED
008200         PERFORM 1000-LOAD-BRACKETS THRU 1000-EXIT
008300     END-IF.
008310     IF LK-CALC-FLAT-GROSS
008320         MOVE ZERO TO WS-REGULAR-HOURS
008330         MOVE ZERO TO WS-OVERTIME-HOURS
008340         GO TO 0000-WITHHOLD
008350     END-IF.
008400     IF LK-HOURS-WORKED > 40
008500         MOVE 40 TO WS-REGULAR-HOURS
008600         COMPUTE WS-OVERTIME-HOURS = LK-HOURS-WORKED - 40
009100     COMPUTE LK-GROSS-PAY ROUNDED =
009200         (WS-REGULAR-HOURS * LK-HOURLY-RATE) +
009300         (WS-OVERTIME-HOURS * LK-HOURLY-RATE * WS-OVERTIME-RATE).
009310 0000-WITHHOLD.
009350     PERFORM 3000-APPLY-PROFILE THRU 3000-EXIT.
009400     PERFORM 2000-FIND-BRACKET THRU 2000-EXIT.
009500     COMPUTE LK-WITHHOLDING ROUNDED =
009600         WS-TAXABLE-GROSS * WS-BKT-RATE (LK-BRACKET-USED)
009610         + TP-ADDL-WITHHOLDING.
009620     IF WS-EXEMPT-IN-EFFECT
009630         MOVE ZERO TO LK-WITHHOLDING
009640     END-IF.
009650     IF LK-WITHHOLDING > LK-GROSS-PAY
009660         MOVE LK-GROSS-PAY TO LK-WITHHOLDING
009670     END-IF.
009700     COMPUTE LK-NET-PAY ROUNDED =
009800         LK-GROSS-PAY - LK-WITHHOLDING.
009810     MOVE WS-REGULAR-HOURS  TO LK-REGULAR-HOURS.
009900     GOBACK.
010000*
010100 1000-LOAD-BRACKETS.
010150     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010200     MOVE ZERO TO WS-BRACKET-COUNT.
010300     MOVE "N" TO WS-BRACKETS-EOF-SW.
010400     OPEN INPUT WHBRKTS.
011000     PERFORM 1100-READ-BRACKET THRU 1100-EXIT.
011100     PERFORM 1200-STORE-BRACKET THRU 1200-EXIT
011200         UNTIL WS-BRACKETS-END-OF-FILE
011300         OR WS-BRACKET-COUNT >= 60.
011400     CLOSE WHBRKTS.
011500     IF NOT WS-BASE-TABLE-LOADED
011600         PERFORM 1300-FALLBACK-FLAT-RATE THRU 1300-EXIT
011700     END-IF.
011800     SET WS-TABLE-LOADED TO TRUE.
012700 1100-EXIT.
012800     EXIT.
012900*
012910*    "S" AND BLANK ARE BOTH THE BASE (SINGLE) TABLE - A WHBRKTS
012920*    FILE FROM BEFORE THE STATUS COLUMN READS AS ALL BLANK.
013000 1200-STORE-BRACKET.
013100     ADD 1 TO WS-BRACKET-COUNT.
013110     EVALUATE WB-FILING-STATUS
013120         WHEN "M"
013130             SET WS-MARRIED-TABLE-LOADED TO TRUE
013140             MOVE "M" TO WS-BKT-STATUS (WS-BRACKET-COUNT)
013150         WHEN "H"
013160             SET WS-HOH-TABLE-LOADED TO TRUE
013170             MOVE "H" TO WS-BKT-STATUS (WS-BRACKET-COUNT)
013180         WHEN OTHER
013185             SET WS-BASE-TABLE-LOADED TO TRUE
013190             MOVE SPACE TO WS-BKT-STATUS (WS-BRACKET-COUNT)
013195     END-EVALUATE.
013200     MOVE WB-FROM-GROSS TO WS-BKT-FROM (WS-BRACKET-COUNT).
013300     MOVE WB-TO-GROSS   TO WS-BKT-TO (WS-BRACKET-COUNT).
013400     MOVE WB-RATE       TO WS-BKT-RATE (WS-BRACKET-COUNT).
013700     EXIT.
013800*
013900 1300-FALLBACK-FLAT-RATE.
014000     DISPLAY "PAYCALC: NO BASE WHBRKTS TABLE - WITHHOLDING"
014100         " FALLS BACK TO THE FLAT " WS-FALLBACK-RATE " RATE".
014120     IF WS-BRACKET-COUNT >= 60
014140         DISPLAY "PAYCALC: WHBRKTS TABLE FULL - LAST BRACKET"
014160             " REPLACED BY THE FLAT FALLBACK"
014180     ELSE
014200         ADD 1 TO WS-BRACKET-COUNT
014220     END-IF.
014250     MOVE SPACE TO WS-BKT-STATUS (WS-BRACKET-COUNT).
014300     MOVE ZERO TO WS-BKT-FROM (WS-BRACKET-COUNT).
014400     MOVE 99999.99 TO WS-BKT-TO (WS-BRACKET-COUNT).
014500     MOVE WS-FALLBACK-RATE TO WS-BKT-RATE (WS-BRACKET-COUNT).
014550     SET WS-BASE-TABLE-LOADED TO TRUE.
014600 1300-EXIT.
014700     EXIT.
014800*
014810*    ONLY THE SELECTED STATUS'S BRACKETS ARE TRIED.  A TAXABLE
014820*    GROSS ABOVE EVERY RANGE TAKES THAT STATUS'S LAST BRACKET.
014900 2000-FIND-BRACKET.
015000     MOVE "N" TO WS-BRACKET-FOUND-SW.
015050     MOVE ZERO TO WS-LAST-STATUS-IDX.
015100     MOVE 1 TO WS-BRACKET-IDX.
015200     PERFORM 2100-TEST-ONE-BRACKET THRU 2100-EXIT
015300         UNTIL WS-BRACKET-IDX > WS-BRACKET-COUNT
015500     IF WS-BRACKET-FOUND
015600         MOVE WS-BRACKET-IDX TO LK-BRACKET-USED
015700     ELSE
015800         MOVE WS-LAST-STATUS-IDX TO LK-BRACKET-USED
015900     END-IF.
016000 2000-EXIT.
016100     EXIT.
016200*
016300 2100-TEST-ONE-BRACKET.
016310     IF WS-BKT-STATUS (WS-BRACKET-IDX) NOT = WS-TABLE-STATUS
016320         ADD 1 TO WS-BRACKET-IDX
016330         GO TO 2100-EXIT
016340     END-IF.
016350     MOVE WS-BRACKET-IDX TO WS-LAST-STATUS-IDX.
016400     IF WS-TAXABLE-GROSS NOT < WS-BKT-FROM (WS-BRACKET-IDX)
016500         AND WS-TAXABLE-GROSS NOT > WS-BKT-TO (WS-BRACKET-IDX)
016600         SET WS-BRACKET-FOUND TO TRUE
016700     ELSE
016800         ADD 1 TO WS-BRACKET-IDX
016900     END-IF.
017000 2100-EXIT.
017100     EXIT.
017200*
017300*    PICKS THE BRACKET TABLE FOR THE FILING STATUS, TAKES THE
017400*    ALLOWANCES OFF THE GROSS (NEVER BELOW ZERO), AND DECIDES
017500*    WHETHER AN EXEMPT CLAIM IS STILL IN EFFECT TODAY.
017600 3000-APPLY-PROFILE.
017700     MOVE SPACE TO WS-TABLE-STATUS.
017800     IF TP-MARRIED AND WS-MARRIED-TABLE-LOADED
017900         MOVE "M" TO WS-TABLE-STATUS
018000     END-IF.
018100     IF TP-HEAD-OF-HOUSEHOLD AND WS-HOH-TABLE-LOADED
018200         MOVE "H" TO WS-TABLE-STATUS
018300     END-IF.
018400     COMPUTE WS-ALLOWANCE-TOTAL =
018500         TP-ALLOWANCES * WS-ALLOWANCE-AMOUNT.
018600     IF WS-ALLOWANCE-TOTAL < LK-GROSS-PAY
018700         COMPUTE WS-TAXABLE-GROSS =
018800             LK-GROSS-PAY - WS-ALLOWANCE-TOTAL
018900     ELSE
019000         MOVE ZERO TO WS-TAXABLE-GROSS
019100     END-IF.
019200     MOVE "N" TO WS-EXEMPT-IN-EFFECT-SW.
019300     IF TP-EXEMPT
019400         AND (TP-EXEMPT-EXPIRY = ZERO
019500              OR WS-CDT-DATE < TP-EXEMPT-EXPIRY)
019600         SET WS-EXEMPT-IN-EFFECT TO TRUE
019700     END-IF.
019800 3000-EXIT.
019900     EXIT.
