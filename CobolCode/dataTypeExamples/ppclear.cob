000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PPCLEAR.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PPCLEAR PROCESSES THE BANK'S PAID-ITEMS FILE (PAIDITEM)     *
001000*    AGAINST THE CHKISSUE CHECK REGISTER, SO CLEARED CHECKS NO   *
001100*    LONGER HAVE TO BE KEYED ONE AT A TIME INTO CHKMAINT FROM    *
001200*    THE BANK STATEMENT.  FOR EACH "P" PAID RECORD:              *
001300*                                                                *
001400*      - AN OUTSTANDING CHECK PAID FOR ITS ISSUED AMOUNT IS      *
001500*        MARKED CLEARED, WITH THE BANK'S PAID DATE - EXACTLY     *
001600*        AS CHKMAINT'S CLEAR ACTION WOULD HAVE DONE              *
001700*      - ANYTHING ELSE IS LEFT ALONE AND PRINTED ON THE          *
001800*        EXCEPTIONS REPORT (PPEXCP) FOR TREASURY:                *
001900*          UNKNOWN CHECK NUMBER - NOT ON CHKISSUE AT ALL         *
002000*          AMOUNT MISMATCH      - PAID FOR A DIFFERENT AMOUNT    *
002100*          PAID AFTER VOID      - THE CHECK WAS VOIDED FIRST     *
002200*          ALREADY CLEARED      - THE BANK PAID IT TWICE         *
002300*                                                                *
002400*    THE REPORT CLOSES WITH CONTROL COUNTS, AND ANY EXCEPTION    *
002500*    ENDS THE RUN WITH RETURN-CODE 8, AS BANKRTRN DOES.          *
002600*                                                                *
002700*    MODIFICATION HISTORY                                        *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    15OCT26    JEH   ORIGINAL PROGRAM - BANK PAID-ITEM CLEARING *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PAIDITEM ASSIGN TO "PAIDITEM"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PAIDITEM-STATUS.
003700     SELECT CHKISSUE ASSIGN TO "CHKISSUE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CI-CHECK-NUMBER
004100         FILE STATUS IS WS-CHKISSUE-STATUS.
004200     SELECT EXCP-RPT ASSIGN TO "PPEXCP"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-EXCP-RPT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PAIDITEM
004800     RECORD CONTAINS 60 CHARACTERS.
004900 01  PAIDITEM-LINE                   PIC X(60).
005000 FD  CHKISSUE.
005100 COPY "chkissue.cpy".
005200 FD  EXCP-RPT
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  EXCP-RPT-LINE                   PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 COPY "pospay.cpy".
005700 77  WS-PAIDITEM-STATUS              PIC X(02).
005800 77  WS-CHKISSUE-STATUS              PIC X(02).
005900 77  WS-EXCP-RPT-STATUS              PIC X(02).
006000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
006100     88  WS-END-OF-FILE              VALUE "Y".
006200 77  WS-READ-COUNT                   PIC 9(05) VALUE ZERO.
006300 77  WS-CLEARED-COUNT                PIC 9(05) VALUE ZERO.
006400 77  WS-UNKNOWN-COUNT                PIC 9(05) VALUE ZERO.
006500 77  WS-MISMATCH-COUNT               PIC 9(05) VALUE ZERO.
006600 77  WS-AFTER-VOID-COUNT             PIC 9(05) VALUE ZERO.
006700 77  WS-DUPLICATE-COUNT              PIC 9(05) VALUE ZERO.
006800 77  WS-EXCEPTION-COUNT              PIC 9(05) VALUE ZERO.
006900 77  WS-CLEARED-TOTAL                PIC 9(09)V99 VALUE ZERO.
007000 01  WS-RPT-HEADING.
007100     05  FILLER                      PIC X(01) VALUE X"0C".
007200     05  FILLER                      PIC X(38) VALUE
007300         "POSITIVE-PAY EXCEPTIONS - RUN DATE    ".
007400     05  WS-HDG-DATE                 PIC 9(08).
007500 01  WS-RPT-COLUMNS.
007600     05  FILLER                      PIC X(40) VALUE
007700         "CHECK#  PAID DATE     PAID AMT    ISSUED".
007800     05  FILLER                      PIC X(40) VALUE
007900         " AMT  EXCEPTION             STATUS      ".
008000 01  WS-RPT-DETAIL.
008100     05  WS-DTL-CHECK-NUMBER         PIC 9(06).
008200     05  FILLER                      PIC X(02) VALUE SPACES.
008300     05  WS-DTL-PAID-DATE            PIC 9(08).
008400     05  FILLER                      PIC X(02) VALUE SPACES.
008500     05  WS-DTL-PAID-AMOUNT          PIC Z,ZZZ,ZZ9.99.
008600     05  FILLER                      PIC X(02) VALUE SPACES.
008700     05  WS-DTL-ISSUED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
008800     05  FILLER                      PIC X(02) VALUE SPACES.
008900     05  WS-DTL-EXCEPTION            PIC X(20).
009000     05  FILLER                      PIC X(02) VALUE SPACES.
009100     05  WS-DTL-STATUS-DATE          PIC X(08).
009200 01  WS-COUNT-LINE.
009300     05  WS-CNT-LABEL                PIC X(26).
009400     05  WS-CNT-VALUE                PIC ZZZZ9.
009500 01  WS-TOTAL-LINE.
009600     05  FILLER                      PIC X(26) VALUE
009700         "AMOUNT CLEARED            ".
009800     05  WS-TOT-CLEARED              PIC ZZZ,ZZZ,ZZ9.99.
009900 01  WS-CURRENT-DATE-TIME.
010000     05  WS-CDT-DATE                 PIC 9(08).
010100     05  WS-CDT-TIME                 PIC 9(08).
010200     05  WS-CDT-OFFSET               PIC X(05).
010300 PROCEDURE DIVISION.
010400*
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     PERFORM 2000-PROCESS-PAID-ITEM THRU 2000-EXIT
010800         UNTIL WS-END-OF-FILE.
010900     PERFORM 3000-FINISH THRU 3000-EXIT.
011000     STOP RUN.
011100*
011200 1000-INITIALIZE.
011300     OPEN INPUT PAIDITEM.
011400     IF WS-PAIDITEM-STATUS NOT = "00"
011500         DISPLAY "PPCLEAR: NO BANK PAID-ITEMS FILE - STATUS "
011600             WS-PAIDITEM-STATUS
011700         MOVE 8 TO RETURN-CODE
011800         STOP RUN
011900     END-IF.
012000     OPEN I-O CHKISSUE.
012100     IF WS-CHKISSUE-STATUS NOT = "00"
012200         DISPLAY "PPCLEAR: CHKISSUE NOT AVAILABLE - STATUS "
012300             WS-CHKISSUE-STATUS
012400         MOVE 8 TO RETURN-CODE
012500         STOP RUN
012600     END-IF.
012700     OPEN OUTPUT EXCP-RPT.
012800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012900     MOVE WS-CDT-DATE TO WS-HDG-DATE.
013000     WRITE EXCP-RPT-LINE FROM WS-RPT-HEADING.
013100     WRITE EXCP-RPT-LINE FROM WS-RPT-COLUMNS.
013200     PERFORM 1100-READ-PAID-ITEM THRU 1100-EXIT.
013300 1000-EXIT.
013400     EXIT.
013500*
013600 1100-READ-PAID-ITEM.
013700     READ PAIDITEM INTO PP-PAID-RECORD
013800         AT END
013900             SET WS-END-OF-FILE TO TRUE
014000     END-READ.
014100 1100-EXIT.
014200     EXIT.
014300*
014400 2000-PROCESS-PAID-ITEM.
014500     IF PP-PAID-TYPE NOT = "P"
014600         PERFORM 1100-READ-PAID-ITEM THRU 1100-EXIT
014700         GO TO 2000-EXIT
014800     END-IF.
014900     ADD 1 TO WS-READ-COUNT.
015000     MOVE PP-PAID-CHECK-NUMBER TO CI-CHECK-NUMBER.
015100     READ CHKISSUE
015200         INVALID KEY
015300             PERFORM 2100-REPORT-UNKNOWN THRU 2100-EXIT
015400         NOT INVALID KEY
015500             PERFORM 2200-MATCH-CHECK THRU 2200-EXIT
015600     END-READ.
015700     PERFORM 1100-READ-PAID-ITEM THRU 1100-EXIT.
015800 2000-EXIT.
015900     EXIT.
016000*
016100 2100-REPORT-UNKNOWN.
016200     ADD 1 TO WS-UNKNOWN-COUNT.
016300     MOVE ZERO TO WS-DTL-ISSUED-AMOUNT.
016400     MOVE SPACES TO WS-DTL-STATUS-DATE.
016500     MOVE "UNKNOWN CHECK NUMBER" TO WS-DTL-EXCEPTION.
016600     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
016700 2100-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017100*    THE CHECK IS ON FILE - CLEAR IT IF IT IS OUTSTANDING AND    *
017200*    THE BANK PAID WHAT WE ISSUED, OTHERWISE SAY WHY NOT.  THE   *
017300*    STATUS DATE PRINTED IS THE VOID OR EARLIER CLEAR DATE.      *
017400******************************************************************
017500 2200-MATCH-CHECK.
017600     MOVE CI-AMOUNT TO WS-DTL-ISSUED-AMOUNT.
017700     MOVE CI-STATUS-DATE TO WS-DTL-STATUS-DATE.
017800     IF CI-VOID
017900         ADD 1 TO WS-AFTER-VOID-COUNT
018000         MOVE "PAID AFTER VOID     " TO WS-DTL-EXCEPTION
018100         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
018200         GO TO 2200-EXIT
018300     END-IF.
018400     IF CI-CLEARED
018500         ADD 1 TO WS-DUPLICATE-COUNT
018600         MOVE "ALREADY CLEARED     " TO WS-DTL-EXCEPTION
018700         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
018800         GO TO 2200-EXIT
018900     END-IF.
019000     IF PP-PAID-AMOUNT NOT = CI-AMOUNT
019100         ADD 1 TO WS-MISMATCH-COUNT
019200         MOVE SPACES TO WS-DTL-STATUS-DATE
019300         MOVE "AMOUNT MISMATCH     " TO WS-DTL-EXCEPTION
019400         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
019500         GO TO 2200-EXIT
019600     END-IF.
019700     SET CI-CLEARED TO TRUE.
019800     MOVE PP-PAID-DATE TO CI-STATUS-DATE.
019900     MOVE "CLEARED PER BANK    " TO CI-REASON.
020000     REWRITE CI-CHECK-RECORD.
020100     ADD 1 TO WS-CLEARED-COUNT.
020200     ADD CI-AMOUNT TO WS-CLEARED-TOTAL.
020300 2200-EXIT.
020400     EXIT.
020500*
020600 2900-WRITE-EXCEPTION.
020700     ADD 1 TO WS-EXCEPTION-COUNT.
020800     MOVE PP-PAID-CHECK-NUMBER TO WS-DTL-CHECK-NUMBER.
020900     MOVE PP-PAID-DATE TO WS-DTL-PAID-DATE.
021000     MOVE PP-PAID-AMOUNT TO WS-DTL-PAID-AMOUNT.
021100     WRITE EXCP-RPT-LINE FROM WS-RPT-DETAIL.
021200 2900-EXIT.
021300     EXIT.
021400*
021500 3000-FINISH.
021600     MOVE SPACES TO EXCP-RPT-LINE.
021700     WRITE EXCP-RPT-LINE.
021800     MOVE "PAID ITEMS READ           " TO WS-CNT-LABEL.
021900     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
022000     WRITE EXCP-RPT-LINE FROM WS-COUNT-LINE.
022100     MOVE "CHECKS CLEARED            " TO WS-CNT-LABEL.
022200     MOVE WS-CLEARED-COUNT TO WS-CNT-VALUE.
022300     WRITE EXCP-RPT-LINE FROM WS-COUNT-LINE.
022400     MOVE WS-CLEARED-TOTAL TO WS-TOT-CLEARED.
022500     WRITE EXCP-RPT-LINE FROM WS-TOTAL-LINE.
022600     MOVE "UNKNOWN CHECK NUMBERS     " TO WS-CNT-LABEL.
022700     MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE.
022800     WRITE EXCP-RPT-LINE FROM WS-COUNT-LINE.
022900     MOVE "AMOUNT MISMATCHES         " TO WS-CNT-LABEL.
023000     MOVE WS-MISMATCH-COUNT TO WS-CNT-VALUE.
023100     WRITE EXCP-RPT-LINE FROM WS-COUNT-LINE.
023200     MOVE "PAID AFTER VOID           " TO WS-CNT-LABEL.
023300     MOVE WS-AFTER-VOID-COUNT TO WS-CNT-VALUE.
023400     WRITE EXCP-RPT-LINE FROM WS-COUNT-LINE.
023500     MOVE "ALREADY CLEARED           " TO WS-CNT-LABEL.
023600     MOVE WS-DUPLICATE-COUNT TO WS-CNT-VALUE.
023700     WRITE EXCP-RPT-LINE FROM WS-COUNT-LINE.
023800     CLOSE PAIDITEM.
023900     CLOSE CHKISSUE.
024000     CLOSE EXCP-RPT.
024100     IF WS-EXCEPTION-COUNT > ZERO
024200         MOVE 8 TO RETURN-CODE
024300     END-IF.
024400     DISPLAY "PPCLEAR: " WS-READ-COUNT " PAID ITEM(S) READ, "
024500         WS-CLEARED-COUNT " CLEARED, "
024600         WS-EXCEPTION-COUNT " EXCEPTION(S)".
024700 3000-EXIT.
024800     EXIT.
