001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    01SEP26    JEH   ORIGINAL PROGRAM - QUARTERLY TAX EXTRACT   *
002020*    15OCT26    JEH   EACH FILING RECORD AND PROOF LINE NOW      *
002040*                     CARRIES THE EMPLOYER PAYROLL TAX FROM THE  *
002060*                     PAYYTD QUARTER BUCKET, WITH A GRAND TOTAL; *
002080*                     QTRFILE RECORD NOW 59 BYTES                *
002082*    15OCT26    JEH   QUARTER-END RUNS UNDER NIGHTRUN TAKE THE   *
002084*                     QUARTER AND YEAR FROM THE RUN DATE IN      *
002086*                     NIGHTPRM.CPY INSTEAD OF THE PROMPTS; STOP  *
002088*                     RUN CHANGED TO GOBACK SO NIGHTRUN CAN CALL *
002090*                     THIS AS A STEP; UNCHANGED WHEN STANDALONE  *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003800 FD  PAYYTD.
003900 COPY "payytd.cpy".
004000 FD  QTRFILE
004100     RECORD CONTAINS 59 CHARACTERS.
004200 01  QTRFILE-LINE                    PIC X(59).
004300 FD  QTR-RPT
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  QTR-RPT-LINE                    PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 COPY "qtrfile.cpy".
004750 COPY "nightprm.cpy".
004800 77  WS-PAYYTD-STATUS                PIC X(02).
004900 77  WS-QTRFILE-STATUS               PIC X(02).
005000 77  WS-QTR-RPT-STATUS               PIC X(02).
005600 77  WS-SKIPPED-COUNT                PIC 9(05) VALUE ZERO.
005700 77  WS-TOT-GROSS                    PIC 9(09)V99 VALUE ZERO.
005800 77  WS-TOT-WITHHOLDING              PIC 9(09)V99 VALUE ZERO.
005850 77  WS-TOT-ER-TAX                   PIC 9(09)V99 VALUE ZERO.
005900 01  WS-RPT-HEADING.
006000     05  FILLER                      PIC X(01) VALUE X"0C".
006100     05  FILLER                      PIC X(34) VALUE
007100     05  WS-DTL-GROSS                PIC Z,ZZZ,ZZ9.99.
007200     05  FILLER                      PIC X(02) VALUE SPACES.
007300     05  WS-DTL-WITHHOLDING          PIC Z,ZZZ,ZZ9.99.
007330     05  FILLER                      PIC X(02) VALUE SPACES.
007360     05  WS-DTL-ER-TAX               PIC Z,ZZZ,ZZ9.99.
007400 01  WS-TOTAL-LINE.
007500     05  FILLER                      PIC X(09) VALUE "TOTALS   ".
007600     05  FILLER                      PIC X(17) VALUE SPACES.
007700     05  WS-TOT-DTL-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
007800     05  FILLER                      PIC X(01) VALUE SPACE.
007900     05  WS-TOT-DTL-WITHHOLDING      PIC ZZZ,ZZZ,ZZ9.99.
007930     05  FILLER                      PIC X(01) VALUE SPACE.
007960     05  WS-TOT-DTL-ER-TAX           PIC ZZZ,ZZZ,ZZ9.99.
008000 01  WS-COUNT-LINE.
008100     05  WS-CNT-LABEL                PIC X(26).
008200     05  WS-CNT-VALUE                PIC ZZZZ9.
008700     PERFORM 2000-FILE-ONE THRU 2000-EXIT
008800         UNTIL WS-END-OF-FILE.
008900     PERFORM 3000-FINISH THRU 3000-EXIT.
009000     GOBACK.
009100*
009200 1000-INITIALIZE.
009210     IF NP-SCHEDULED-RUN
009220         COMPUTE WS-FILE-QUARTER = (NP-RUN-MONTH + 2) / 3
009230         MOVE NP-RUN-YEAR TO WS-FILE-YEAR
009240         DISPLAY "QTREXTR: SCHEDULED RUN - QUARTER "
009250             WS-FILE-QUARTER " OF " WS-FILE-YEAR
009260         GO TO 1000-OPEN-FILES
009270     END-IF.
009300     DISPLAY "ENTER FILING QUARTER (1-4)".
009400     ACCEPT WS-FILE-QUARTER.
009500     IF WS-FILE-QUARTER < 1 OR WS-FILE-QUARTER > 4
009600         DISPLAY "QTREXTR: QUARTER MUST BE 1 THROUGH 4"
009700         MOVE 8 TO RETURN-CODE
009800         GOBACK
009900     END-IF.
010000     DISPLAY "ENTER FILING YEAR YYYY".
010100     ACCEPT WS-FILE-YEAR.
010150 1000-OPEN-FILES.
010200     OPEN INPUT PAYYTD.
010300     IF WS-PAYYTD-STATUS NOT = "00"
010400         DISPLAY "QTREXTR: NO YTD EARNINGS FILE - STATUS "
010500             WS-PAYYTD-STATUS
010600         MOVE 8 TO RETURN-CODE
010700         GOBACK
010800     END-IF.
010900     OPEN OUTPUT QTRFILE.
011000     OPEN OUTPUT QTR-RPT.
012100 2000-FILE-ONE.
012200     IF YT-QTR-GROSS (WS-FILE-QUARTER) = ZERO
012300         AND YT-QTR-WITHHOLDING (WS-FILE-QUARTER) = ZERO
012350         AND YT-QTR-ER-TAX (WS-FILE-QUARTER) = ZERO
012400         ADD 1 TO WS-SKIPPED-COUNT
012500     ELSE
012600         PERFORM 2100-WRITE-FILING THRU 2100-EXIT
014100         TO QF-QTR-GROSS.
014200     MOVE YT-QTR-WITHHOLDING (WS-FILE-QUARTER)
014300         TO QF-QTR-WITHHOLDING.
014330     MOVE YT-QTR-ER-TAX (WS-FILE-QUARTER)
014360         TO QF-QTR-ER-TAX.
014400     WRITE QTRFILE-LINE FROM QF-FILING-RECORD.
014500     ADD 1 TO WS-FILED-COUNT.
014600     ADD YT-QTR-GROSS (WS-FILE-QUARTER)
014700         TO WS-TOT-GROSS.
014800     ADD YT-QTR-WITHHOLDING (WS-FILE-QUARTER)
014900         TO WS-TOT-WITHHOLDING.
014930     ADD YT-QTR-ER-TAX (WS-FILE-QUARTER)
014960         TO WS-TOT-ER-TAX.
015000     MOVE YT-EMP-ID          TO WS-DTL-EMP-ID.
015100     MOVE YT-EMP-NAME        TO WS-DTL-EMP-NAME.
015200     MOVE YT-QTR-GROSS (WS-FILE-QUARTER)
015300         TO WS-DTL-GROSS.
015400     MOVE YT-QTR-WITHHOLDING (WS-FILE-QUARTER)
015500         TO WS-DTL-WITHHOLDING.
015530     MOVE YT-QTR-ER-TAX (WS-FILE-QUARTER)
015560         TO WS-DTL-ER-TAX.
015600     WRITE QTR-RPT-LINE FROM WS-RPT-DETAIL.
015700 2100-EXIT.
015800     EXIT.
016000 3000-FINISH.
016100     MOVE WS-TOT-GROSS       TO WS-TOT-DTL-GROSS.
016200     MOVE WS-TOT-WITHHOLDING TO WS-TOT-DTL-WITHHOLDING.
016250     MOVE WS-TOT-ER-TAX      TO WS-TOT-DTL-ER-TAX.
016300     WRITE QTR-RPT-LINE FROM WS-TOTAL-LINE.
016400     MOVE "EMPLOYEES FILED           " TO WS-CNT-LABEL.
016500     MOVE WS-FILED-COUNT TO WS-CNT-VALUE.
