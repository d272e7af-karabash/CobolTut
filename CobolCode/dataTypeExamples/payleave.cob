000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYLEAVE.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PAYLEAVE LOOKS UP ONE EMPLOYEE'S LEAVE TIER FROM THEIR      *
001000*    WHOLE YEARS OF SERVICE - HIRE DATE TO THE CALLER'S AS-OF    *
001100*    DATE - AND RETURNS THE VACATION AND SICK HOURS THE TIER     *
001200*    EARNS PER PAY PERIOD AND THE YEAR-END CARRYOVER CAPS.  THE  *
001300*    TIERS COME FROM THE LEAVERT DATA FILE, LOADED ON THE FIRST  *
001400*    CALL OF THE RUN, SO A POLICY CHANGE IS A DATA CHANGE THE    *
001500*    SAME AS A WHBRKTS OR ERTAXRT CHANGE.  AN EMPLOYEE WITH NO   *
001600*    TIER (NO LEAVERT FILE, OR SERVICE SHORTER THAN THE LOWEST   *
001700*    TIER) EARNS NOTHING AND CARRIES NOTHING OVER.               *
001800*                                                                *
001900*    USINGCOMPUTE CALLS THIS FOR EVERY TIMECARD; LVCARRY CALLS   *
002000*    IT FOR THE CAPS AT YEAR END.                                *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    15OCT26    JEH   ORIGINAL PROGRAM - LEAVE ACCRUAL TIERS     *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LEAVERT ASSIGN TO "LEAVERT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-LEAVERT-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  LEAVERT.
003500 COPY "leavert.cpy".
003600 WORKING-STORAGE SECTION.
003700 77  WS-LEAVERT-STATUS               PIC X(02).
003800 77  WS-TABLE-LOADED-SW              PIC X(01) VALUE "N".
003900     88  WS-TABLE-LOADED             VALUE "Y".
004000 77  WS-RATES-EOF-SW                 PIC X(01) VALUE "N".
004100     88  WS-RATES-END-OF-FILE        VALUE "Y".
004200 77  WS-TIER-COUNT                   PIC 9(02) COMP VALUE ZERO.
004300 77  WS-TIER-IDX                     PIC 9(02) COMP VALUE ZERO.
004400 77  WS-TIER-FOUND-IDX               PIC 9(02) COMP VALUE ZERO.
004500 77  WS-DATE-DIFF                    PIC 9(08) VALUE ZERO.
004600 77  WS-SERVICE-YEARS                PIC 9(02) VALUE ZERO.
004700 01  WS-TIER-TABLE.
004800     05  WS-TIER-ENTRY OCCURS 20 TIMES.
004900         10  WS-TR-MIN-YEARS         PIC 9(02).
005000         10  WS-TR-VAC-HOURS         PIC 9(02)V9(02).
005100         10  WS-TR-SICK-HOURS        PIC 9(02)V9(02).
005200         10  WS-TR-VAC-CAP           PIC 9(03)V9(02).
005300         10  WS-TR-SICK-CAP          PIC 9(03)V9(02).
005400 LINKAGE SECTION.
005500 01  LK-HIRE-DATE                    PIC 9(08).
005600 01  LK-AS-OF-DATE                   PIC 9(08).
005700 01  LK-VAC-ACCRUAL                  PIC 9(03)V99.
005800 01  LK-SICK-ACCRUAL                 PIC 9(03)V99.
005900 01  LK-VAC-CAP                      PIC 9(03)V99.
006000 01  LK-SICK-CAP                     PIC 9(03)V99.
006100 PROCEDURE DIVISION USING LK-HIRE-DATE, LK-AS-OF-DATE,
006200     LK-VAC-ACCRUAL, LK-SICK-ACCRUAL, LK-VAC-CAP, LK-SICK-CAP.
006300*
006400 0000-MAINLINE.
006500     IF NOT WS-TABLE-LOADED
006600         PERFORM 1000-LOAD-TIERS THRU 1000-EXIT
006700     END-IF.
006800     MOVE ZERO TO LK-VAC-ACCRUAL.
006900     MOVE ZERO TO LK-SICK-ACCRUAL.
007000     MOVE ZERO TO LK-VAC-CAP.
007100     MOVE ZERO TO LK-SICK-CAP.
007200     PERFORM 2000-SERVICE-YEARS THRU 2000-EXIT.
007300     MOVE ZERO TO WS-TIER-FOUND-IDX.
007400     MOVE 1 TO WS-TIER-IDX.
007500     PERFORM 2100-TEST-ONE-TIER THRU 2100-EXIT
007600         UNTIL WS-TIER-IDX > WS-TIER-COUNT.
007700     IF WS-TIER-FOUND-IDX > ZERO
007800         MOVE WS-TR-VAC-HOURS (WS-TIER-FOUND-IDX)
007900             TO LK-VAC-ACCRUAL
008000         MOVE WS-TR-SICK-HOURS (WS-TIER-FOUND-IDX)
008100             TO LK-SICK-ACCRUAL
008200         MOVE WS-TR-VAC-CAP (WS-TIER-FOUND-IDX) TO LK-VAC-CAP
008300         MOVE WS-TR-SICK-CAP (WS-TIER-FOUND-IDX) TO LK-SICK-CAP
008400     END-IF.
008500     GOBACK.
008600*
008700 1000-LOAD-TIERS.
008800     MOVE ZERO TO WS-TIER-COUNT.
008900     MOVE "N" TO WS-RATES-EOF-SW.
009000     SET WS-TABLE-LOADED TO TRUE.
009100     OPEN INPUT LEAVERT.
009200     IF WS-LEAVERT-STATUS NOT = "00"
009300         DISPLAY "PAYLEAVE: NO LEAVERT RATE FILE - STATUS "
009400             WS-LEAVERT-STATUS " - NO LEAVE ACCRUED"
009500         GO TO 1000-EXIT
009600     END-IF.
009700     PERFORM 1100-READ-TIER THRU 1100-EXIT.
009800     PERFORM 1200-STORE-TIER THRU 1200-EXIT
009900         UNTIL WS-RATES-END-OF-FILE
010000         OR WS-TIER-COUNT >= 20.
010100     IF NOT WS-RATES-END-OF-FILE
010200         DISPLAY "PAYLEAVE: MORE THAN 20 LEAVERT RECORDS - ONLY"
010300             " THE FIRST 20 TIERS ARE USED"
010400     END-IF.
010500     CLOSE LEAVERT.
010600 1000-EXIT.
010700     EXIT.
010800*
010900 1100-READ-TIER.
011000     READ LEAVERT
011100         AT END
011200             SET WS-RATES-END-OF-FILE TO TRUE
011300     END-READ.
011400 1100-EXIT.
011500     EXIT.
011600*
011700 1200-STORE-TIER.
011800     ADD 1 TO WS-TIER-COUNT.
011900     MOVE LR-MIN-SERVICE-YEARS TO WS-TR-MIN-YEARS (WS-TIER-COUNT).
012000     MOVE LR-VAC-HOURS      TO WS-TR-VAC-HOURS (WS-TIER-COUNT).
012100     MOVE LR-SICK-HOURS     TO WS-TR-SICK-HOURS (WS-TIER-COUNT).
012200     MOVE LR-VAC-CARRY-CAP  TO WS-TR-VAC-CAP (WS-TIER-COUNT).
012300     MOVE LR-SICK-CARRY-CAP TO WS-TR-SICK-CAP (WS-TIER-COUNT).
012400     PERFORM 1100-READ-TIER THRU 1100-EXIT.
012500 1200-EXIT.
012600     EXIT.
012700*
012800*    BOTH DATES ARE YYYYMMDD, SO THE DIFFERENCE DIVIDED BY 10000
012900*    IS THE NUMBER OF WHOLE YEARS - THE ANNIVERSARY DAY ITSELF
013000*    COUNTS, THE DAY BEFORE DOES NOT.
013100 2000-SERVICE-YEARS.
013200     MOVE ZERO TO WS-SERVICE-YEARS.
013300     IF LK-HIRE-DATE = ZERO
013400         OR LK-HIRE-DATE > LK-AS-OF-DATE
013500         GO TO 2000-EXIT
013600     END-IF.
013700     COMPUTE WS-DATE-DIFF = LK-AS-OF-DATE - LK-HIRE-DATE.
013800     IF WS-DATE-DIFF > 999999
013900         MOVE 99 TO WS-SERVICE-YEARS
014000     ELSE
014100         COMPUTE WS-SERVICE-YEARS = WS-DATE-DIFF / 10000
014200     END-IF.
014300 2000-EXIT.
014400     EXIT.
014500*
014600*    THE TIERS NEED NOT BE IN ORDER ON THE FILE - THE HIGHEST
014700*    STARTING YEARS THE EMPLOYEE HAS REACHED WINS.
014800 2100-TEST-ONE-TIER.
014900     IF WS-TR-MIN-YEARS (WS-TIER-IDX) NOT > WS-SERVICE-YEARS
015000         IF WS-TIER-FOUND-IDX = ZERO
015100             MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
015200         ELSE
015300             IF WS-TR-MIN-YEARS (WS-TIER-IDX) >
015400                 WS-TR-MIN-YEARS (WS-TIER-FOUND-IDX)
015500                 MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
015600             END-IF
015700         END-IF
015800     END-IF.
015900     ADD 1 TO WS-TIER-IDX.
016000 2100-EXIT.
016100     EXIT.
