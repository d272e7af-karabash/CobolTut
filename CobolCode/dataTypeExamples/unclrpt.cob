000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UNCLRPT.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    UNCLRPT PRINTS THE ANNUAL UNCLAIMED-PROPERTY REPORT FROM    *
001000*    THE UNCLPROP REGISTER STALECHK BUILDS.  THE OPERATOR KEYS   *
001100*    THE REPORT YEAR, AND EVERY CHECK VOIDED AS STALE-DATED IN   *
001200*    THAT YEAR IS PRINTED GROUPED BY THE STATE IT IS REPORTABLE  *
001300*    TO - OWNER, SSN, ISSUE DATE, AND AMOUNT - WITH A COUNT AND  *
001400*    TOTAL PER STATE AND FOR THE YEAR, READY FOR EACH STATE'S    *
001500*    FILING.  THE REGISTER IS KEYED ON CHECK NUMBER, NOT STATE,  *
001600*    SO THE YEAR'S RECORDS ARE RUN THROUGH A SORT FIRST.  ITEMS  *
001700*    REPORTED TO THE HOLDER STATE FOR WANT OF AN ADDRESS ARE     *
001800*    MARKED.  THE REGISTER ITSELF IS NOT CHANGED, SO THE REPORT  *
001900*    CAN BE RERUN.                                               *
002000*                                                                *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    15OCT26    JEH   ORIGINAL PROGRAM - UNCLAIMED PROPERTY BY   *
002400*                     STATE                                      *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT UNCLPROP ASSIGN TO "UNCLPROP"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS UP-CHECK-NUMBER
003300         FILE STATUS IS WS-UNCLPROP-STATUS.
003400     SELECT UNCL-SORT ASSIGN TO "UNCLWK01".
003500     SELECT UNCL-RPT ASSIGN TO "UNCLRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-UNCL-RPT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  UNCLPROP.
004100 COPY "unclprop.cpy".
004200 SD  UNCL-SORT.
004300 01  US-SORT-RECORD.
004400     05  US-STATE                    PIC X(02).
004500     05  US-CHECK-NUMBER             PIC 9(06).
004600     05  US-OWNER-TYPE               PIC X(01).
004700     05  US-OWNER-NAME               PIC X(30).
004800     05  US-SSN.
004900         10  US-SSN-AREA             PIC 9(03).
005000         10  US-SSN-GROUP            PIC 9(02).
005100         10  US-SSN-SERIAL           PIC 9(02).
005200     05  US-STATE-SOURCE             PIC X(01).
005300     05  US-ISSUE-DATE               PIC 9(08).
005400     05  US-AMOUNT                   PIC 9(07)V9(02).
005500 FD  UNCL-RPT
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  UNCL-RPT-LINE                   PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 77  WS-UNCLPROP-STATUS              PIC X(02).
006000 77  WS-UNCL-RPT-STATUS              PIC X(02).
006100 77  WS-UNCLPROP-EOF-SW              PIC X(01) VALUE "N".
006200     88  WS-UNCLPROP-END-OF-FILE     VALUE "Y".
006300 77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
006400     88  WS-SORT-END-OF-FILE         VALUE "Y".
006500 77  WS-REPORT-YEAR                  PIC 9(04) VALUE ZERO.
006600 77  WS-PREV-STATE                   PIC X(02) VALUE SPACES.
006700 77  WS-STATE-COUNT                  PIC 9(05) VALUE ZERO.
006800 77  WS-STATE-TOTAL                  PIC 9(09)V99 VALUE ZERO.
006900 77  WS-YEAR-COUNT                   PIC 9(05) VALUE ZERO.
007000 77  WS-YEAR-TOTAL                   PIC 9(09)V99 VALUE ZERO.
007100 77  WS-STATES-COUNT                 PIC 9(05) VALUE ZERO.
007200 01  WS-CURRENT-DATE-TIME.
007300     05  WS-CDT-DATE                 PIC 9(08).
007400     05  WS-CDT-TIME                 PIC 9(08).
007500     05  WS-CDT-OFFSET               PIC X(05).
007600 01  WS-RPT-HEADING.
007700     05  FILLER                      PIC X(01) VALUE X"0C".
007800     05  FILLER                      PIC X(37) VALUE
007900         "UNCLAIMED PROPERTY REPORT - YEAR     ".
008000     05  WS-HDG-YEAR                 PIC 9(04).
008100     05  FILLER                      PIC X(12) VALUE
008200         "   RUN DATE ".
008300     05  WS-HDG-DATE                 PIC 9(08).
008400 01  WS-STATE-HEADING.
008500     05  FILLER                      PIC X(07) VALUE "STATE  ".
008600     05  WS-SHD-STATE                PIC X(02).
008700 01  WS-RPT-COLUMNS.
008800     05  FILLER                      PIC X(40) VALUE
008900         "  CHECK#  OWNER NAME                    ".
009000     05  FILLER                      PIC X(40) VALUE
009100         "  SSN          ISSUED         AMOUNT    ".
009200 01  WS-RPT-DETAIL.
009300     05  FILLER                      PIC X(02) VALUE SPACES.
009400     05  WS-DTL-CHECK-NUMBER         PIC 9(06).
009500     05  FILLER                      PIC X(02) VALUE SPACES.
009600     05  WS-DTL-OWNER-NAME           PIC X(30).
009700     05  FILLER                      PIC X(02) VALUE SPACES.
009800     05  WS-DTL-SSN                  PIC X(11).
009900     05  FILLER                      PIC X(02) VALUE SPACES.
010000     05  WS-DTL-ISSUE-DATE           PIC 9(08).
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  WS-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
010300     05  WS-DTL-STATE-FLAG           PIC X(01).
010400 01  WS-SSN-EDIT.
010500     05  WS-SSE-AREA                 PIC 9(03).
010600     05  FILLER                      PIC X(01) VALUE "-".
010700     05  WS-SSE-GROUP                PIC 9(02).
010800     05  FILLER                      PIC X(01) VALUE "-".
010900     05  WS-SSE-SERIAL               PIC 9(02).
011000     05  FILLER                      PIC X(02) VALUE SPACES.
011100 01  WS-SUBTOTAL-LINE.
011200     05  FILLER                      PIC X(08) VALUE
011300         "  STATE ".
011400     05  WS-SUB-STATE                PIC X(02).
011500     05  FILLER                      PIC X(03) VALUE SPACES.
011600     05  WS-SUB-COUNT                PIC ZZZZ9.
011700     05  FILLER                      PIC X(09) VALUE
011800         " ITEM(S) ".
011900     05  WS-SUB-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
012000 01  WS-COUNT-LINE.
012100     05  WS-CNT-LABEL                PIC X(26).
012200     05  WS-CNT-VALUE                PIC ZZZZ9.
012300 01  WS-TOTAL-LINE.
012400     05  FILLER                      PIC X(26) VALUE
012500         "TOTAL REPORTABLE AMOUNT   ".
012600     05  WS-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
012700 01  WS-FOOTNOTE-LINE                PIC X(80) VALUE
012800     "* NO ADDRESS ON FILE - REPORTED TO THE HOLDER STATE".
012900 PROCEDURE DIVISION.
013000*
013100 0000-MAINLINE.
013200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013300     DISPLAY "ENTER UNCLAIMED-PROPERTY REPORT YEAR YYYY".
013400     ACCEPT WS-REPORT-YEAR.
013500     IF WS-REPORT-YEAR = ZERO
013600         OR WS-REPORT-YEAR > WS-CDT-DATE (1:4)
013700         DISPLAY "UNCLRPT: REPORT YEAR MUST BE THIS YEAR OR"
013800             " EARLIER"
013900         MOVE 8 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200     OPEN OUTPUT UNCL-RPT.
014300     MOVE WS-REPORT-YEAR TO WS-HDG-YEAR.
014400     MOVE WS-CDT-DATE TO WS-HDG-DATE.
014500     WRITE UNCL-RPT-LINE FROM WS-RPT-HEADING.
014600     SORT UNCL-SORT ON ASCENDING KEY US-STATE US-CHECK-NUMBER
014700         INPUT PROCEDURE IS 1000-RELEASE-ITEMS THRU 1000-EXIT
014800         OUTPUT PROCEDURE IS 2000-PRINT-REPORT THRU 2000-EXIT.
014900     PERFORM 3000-FINISH THRU 3000-EXIT.
015000     STOP RUN.
015100*
015200 1000-RELEASE-ITEMS.
015300     OPEN INPUT UNCLPROP.
015400     IF WS-UNCLPROP-STATUS NOT = "00"
015500         DISPLAY "UNCLRPT: NO UNCLAIMED-PROPERTY REGISTER - "
015600             "STATUS " WS-UNCLPROP-STATUS
015700         MOVE 8 TO RETURN-CODE
015800         SET WS-UNCLPROP-END-OF-FILE TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF.
016100     READ UNCLPROP
016200         AT END
016300             SET WS-UNCLPROP-END-OF-FILE TO TRUE
016400     END-READ.
016500     PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
016600         UNTIL WS-UNCLPROP-END-OF-FILE.
016700     CLOSE UNCLPROP.
016800 1000-EXIT.
016900     EXIT.
017000*
017100 1100-RELEASE-ONE.
017200     IF UP-STALE-DATE (1:4) = WS-REPORT-YEAR
017300         MOVE UP-STATE         TO US-STATE
017400         MOVE UP-CHECK-NUMBER  TO US-CHECK-NUMBER
017500         MOVE UP-OWNER-TYPE    TO US-OWNER-TYPE
017600         MOVE UP-OWNER-NAME    TO US-OWNER-NAME
017700         MOVE UP-SSN           TO US-SSN
017800         MOVE UP-STATE-SOURCE  TO US-STATE-SOURCE
017900         MOVE UP-ISSUE-DATE    TO US-ISSUE-DATE
018000         MOVE UP-AMOUNT        TO US-AMOUNT
018100         RELEASE US-SORT-RECORD
018200     END-IF.
018300     READ UNCLPROP
018400         AT END
018500             SET WS-UNCLPROP-END-OF-FILE TO TRUE
018600     END-READ.
018700 1100-EXIT.
018800     EXIT.
018900*
019000 2000-PRINT-REPORT.
019100     RETURN UNCL-SORT
019200         AT END
019300             SET WS-SORT-END-OF-FILE TO TRUE
019400     END-RETURN.
019500     PERFORM 2200-PRINT-ONE THRU 2200-EXIT
019600         UNTIL WS-SORT-END-OF-FILE.
019700     IF WS-YEAR-COUNT > ZERO
019800         PERFORM 2300-STATE-TOTAL THRU 2300-EXIT
019900     END-IF.
020000 2000-EXIT.
020100     EXIT.
020200*
020300 2100-STATE-HEADING.
020400     MOVE SPACES TO UNCL-RPT-LINE.
020500     WRITE UNCL-RPT-LINE.
020600     MOVE US-STATE TO WS-SHD-STATE.
020700     WRITE UNCL-RPT-LINE FROM WS-STATE-HEADING.
020800     WRITE UNCL-RPT-LINE FROM WS-RPT-COLUMNS.
020900     MOVE US-STATE TO WS-PREV-STATE.
021000     ADD 1 TO WS-STATES-COUNT.
021100 2100-EXIT.
021200     EXIT.
021300*
021400 2200-PRINT-ONE.
021500     IF WS-YEAR-COUNT > ZERO
021600         AND US-STATE NOT = WS-PREV-STATE
021700         PERFORM 2300-STATE-TOTAL THRU 2300-EXIT
021800     END-IF.
021900     IF WS-YEAR-COUNT = ZERO
022000         OR US-STATE NOT = WS-PREV-STATE
022100         PERFORM 2100-STATE-HEADING THRU 2100-EXIT
022200     END-IF.
022300     MOVE US-CHECK-NUMBER TO WS-DTL-CHECK-NUMBER.
022400     MOVE US-OWNER-NAME   TO WS-DTL-OWNER-NAME.
022500     IF US-OWNER-TYPE = "P" OR US-SSN = ZERO
022600         MOVE "NONE       " TO WS-DTL-SSN
022700     ELSE
022800         MOVE US-SSN-AREA   TO WS-SSE-AREA
022900         MOVE US-SSN-GROUP  TO WS-SSE-GROUP
023000         MOVE US-SSN-SERIAL TO WS-SSE-SERIAL
023100         MOVE WS-SSN-EDIT   TO WS-DTL-SSN
023200     END-IF.
023300     MOVE US-ISSUE-DATE   TO WS-DTL-ISSUE-DATE.
023400     MOVE US-AMOUNT       TO WS-DTL-AMOUNT.
023500     IF US-STATE-SOURCE = "H"
023600         MOVE "*" TO WS-DTL-STATE-FLAG
023700     ELSE
023800         MOVE SPACE TO WS-DTL-STATE-FLAG
023900     END-IF.
024000     WRITE UNCL-RPT-LINE FROM WS-RPT-DETAIL.
024100     ADD 1 TO WS-STATE-COUNT.
024200     ADD US-AMOUNT TO WS-STATE-TOTAL.
024300     ADD 1 TO WS-YEAR-COUNT.
024400     ADD US-AMOUNT TO WS-YEAR-TOTAL.
024500     RETURN UNCL-SORT
024600         AT END
024700             SET WS-SORT-END-OF-FILE TO TRUE
024800     END-RETURN.
024900 2200-EXIT.
025000     EXIT.
025100*
025200 2300-STATE-TOTAL.
025300     MOVE WS-PREV-STATE  TO WS-SUB-STATE.
025400     MOVE WS-STATE-COUNT TO WS-SUB-COUNT.
025500     MOVE WS-STATE-TOTAL TO WS-SUB-AMOUNT.
025600     WRITE UNCL-RPT-LINE FROM WS-SUBTOTAL-LINE.
025700     MOVE ZERO TO WS-STATE-COUNT.
025800     MOVE ZERO TO WS-STATE-TOTAL.
025900 2300-EXIT.
026000     EXIT.
026100*
026200 3000-FINISH.
026300     MOVE SPACES TO UNCL-RPT-LINE.
026400     WRITE UNCL-RPT-LINE.
026500     MOVE "STATES REPORTED           " TO WS-CNT-LABEL.
026600     MOVE WS-STATES-COUNT TO WS-CNT-VALUE.
026700     WRITE UNCL-RPT-LINE FROM WS-COUNT-LINE.
026800     MOVE "ITEMS REPORTED            " TO WS-CNT-LABEL.
026900     MOVE WS-YEAR-COUNT TO WS-CNT-VALUE.
027000     WRITE UNCL-RPT-LINE FROM WS-COUNT-LINE.
027100     MOVE WS-YEAR-TOTAL TO WS-TOT-AMOUNT.
027200     WRITE UNCL-RPT-LINE FROM WS-TOTAL-LINE.
027300     WRITE UNCL-RPT-LINE FROM WS-FOOTNOTE-LINE.
027400     CLOSE UNCL-RPT.
027500     DISPLAY "UNCLRPT: " WS-YEAR-COUNT " ITEM(S) IN "
027600         WS-STATES-COUNT " STATE(S) FOR " WS-REPORT-YEAR.
027700 3000-EXIT.
027800     EXIT.
