000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCSRPT.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    ACCSRPT PRINTS THE CUSTOMER INQUIRY ACCESS LOG (ACCESSLG)   *
001000*    FOR SUPERVISOR REVIEW, EITHER BY OPERATOR OR BY CUSTOMER,   *
001100*    FOR A FROM/TO DATE RANGE (00000000 = OPEN ENDED) THE SAME   *
001200*    WAY AUDITRPT SELECTS AUDIT LINES.  TWO THINGS ARE FLAGGED   *
001300*    ON EACH LINE:                                               *
001400*                                                                *
001500*      NO MAINT - THE OPERATOR LOOKED AT THE CUSTOMER AND NO     *
001600*                 MAINTENANCE FOLLOWED THAT DAY: NO CUSTAUD      *
001700*                 LINE FOR THE IDENT BY THE SAME OPERATOR ON     *
001800*                 THE SAME DATE, AND NO CUSTADDR UPDATE THAT     *
001900*                 DATE (ADDRESS CHANGES CARRY NO OPERATOR).      *
002000*      HIGH VOL - THE OPERATOR VIEWED MORE CUSTOMERS THAT DAY    *
002100*                 THAN THE DAILY LIMIT KEYED AT THE START        *
002200*                 (000 TAKES WS-DEFAULT-LIMIT).                  *
002300*                                                                *
002400*    EVERY OPERATOR-DAY OVER THE LIMIT IS ALSO LISTED AT THE     *
002500*    END.  A FLAG IS A REASON TO ASK, NOT PROOF OF MISUSE - A    *
002600*    PHONE INQUIRY OFTEN NEEDS NO MAINTENANCE.  THE MAINTENANCE  *
002700*    AND VOLUME TABLES HOLD WS-MAINT-MAX AND WS-VOLUME-MAX       *
002800*    ENTRIES; A RANGE THAT OVERFLOWS EITHER STOPS THE RUN WITH   *
002900*    RETURN-CODE 8 AND MUST BE NARROWED.                         *
002910*                                                                *
002920*    THE DAILY VOLUME IS THE OPERATOR'S WHOLE DAY - EVERY VIEW   *
002930*    IN THE DATE RANGE IS COUNTED BEFORE THE OPERATOR OR         *
002940*    CUSTOMER SELECTION IS APPLIED.  A REPORT FOR ONE OPERATOR   *
002950*    LISTS ONLY THAT OPERATOR'S DAYS OVER THE LIMIT.             *
003000*                                                                *
003100*    MODIFICATION HISTORY                                        *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    15OCT26    JEH   ORIGINAL PROGRAM - INQUIRY ACCESS REPORT   *
003320*    15OCT26    JEH   DAILY VOLUME NOW COUNTS EVERY VIEW IN THE  *
003340*                     DATE RANGE, NOT ONLY THE ONES SELECTED FOR *
003360*                     PRINTING, SO A CUSTOMER REPORT FLAGS HIGH  *
003380*                     VOL ON THE OPERATOR'S WHOLE DAY            *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ACCESSLG ASSIGN TO "ACCESSLG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ACCESSLG-STATUS.
004100     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CUSTAUD-STATUS.
004400     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CA-IDENT
004800         FILE STATUS IS WS-CUSTADDR-STATUS.
004900     SELECT ACCESS-SORT ASSIGN TO "ACCSWK01".
005000     SELECT ACCS-RPT ASSIGN TO "ACCSRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ACCS-RPT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ACCESSLG
005600     RECORD CONTAINS 60 CHARACTERS.
005700 01  ACCESSLG-LINE                   PIC X(60).
005800 FD  CUSTAUD
005900     RECORD CONTAINS 108 CHARACTERS.
006000 01  CUSTAUD-LINE                    PIC X(108).
006100 FD  CUSTADDR.
006200 COPY "custaddr.cpy".
006300 SD  ACCESS-SORT.
006400 01  AS-SORT-RECORD.
006500     05  AS-OPERATOR                 PIC X(08).
006600     05  AS-IDENT                    PIC 9(06).
006700     05  AS-ACC-DATE                 PIC 9(08).
006800     05  AS-ACC-TIME                 PIC 9(08).
006900     05  AS-INQUIRY-TYPE             PIC X(06).
007000     05  AS-SEARCH-KEY               PIC X(20).
007100 FD  ACCS-RPT
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  ACCS-RPT-LINE                   PIC X(80).
007400 WORKING-STORAGE SECTION.
007500 COPY "accslog.cpy".
007600 COPY "auditrec.cpy".
007700 77  WS-ACCESSLG-STATUS              PIC X(02).
007800 77  WS-CUSTAUD-STATUS               PIC X(02).
007900 77  WS-CUSTADDR-STATUS              PIC X(02).
008000 77  WS-ACCS-RPT-STATUS              PIC X(02).
008100 77  WS-EOF-SW                       PIC X(01) VALUE "N".
008200     88  WS-END-OF-FILE              VALUE "Y".
008300 77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
008400     88  WS-SORT-END-OF-FILE         VALUE "Y".
008500 77  WS-REPORT-ORDER                 PIC X(01) VALUE "O".
008600     88  WS-BY-OPERATOR              VALUE "O".
008700     88  WS-BY-CUSTOMER              VALUE "C".
008800 77  WS-SELECT-OPERATOR              PIC X(08) VALUE SPACES.
008900 77  WS-SELECT-IDENT                 PIC 9(06) VALUE ZERO.
009000 77  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
009100 77  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
009200 77  WS-DAILY-LIMIT                  PIC 9(03) VALUE ZERO.
009300 77  WS-DEFAULT-LIMIT                PIC 9(03) VALUE 50.
009400 77  WS-MAINT-MAX                    PIC 9(04) COMP VALUE 5000.
009500 77  WS-VOLUME-MAX                   PIC 9(04) COMP VALUE 1000.
009600 77  WS-MAINT-COUNT                  PIC 9(04) COMP VALUE ZERO.
009700 77  WS-VOLUME-COUNT                 PIC 9(04) COMP VALUE ZERO.
009800 77  WS-TBL-IDX                      PIC 9(04) COMP VALUE ZERO.
009900 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
010000 77  WS-TABLE-FULL-SW                PIC X(01) VALUE "N".
010100     88  WS-TABLE-FULL               VALUE "Y".
010200 77  WS-MAINT-FOUND-SW               PIC X(01) VALUE "N".
010300     88  WS-MAINT-FOUND              VALUE "Y".
010400 77  WS-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
010500     88  WS-FIRST-GROUP              VALUE "Y".
010600 77  WS-PREV-OPERATOR                PIC X(08) VALUE SPACES.
010700 77  WS-PREV-IDENT                   PIC 9(06) VALUE ZERO.
010800 77  WS-GROUP-COUNT                  PIC 9(05) VALUE ZERO.
010900 77  WS-LISTED-COUNT                 PIC 9(05) VALUE ZERO.
011000 77  WS-NO-MAINT-COUNT               PIC 9(05) VALUE ZERO.
011100 77  WS-HIGH-VOL-COUNT               PIC 9(05) VALUE ZERO.
011200 77  WS-OVER-DAYS-COUNT              PIC 9(05) VALUE ZERO.
011300*    (IDENT, OPERATOR, DATE) OF EVERY CUSTAUD LINE IN THE RANGE.
011400 01  WS-MAINT-TABLE.
011500     05  WS-MAINT-ENTRY OCCURS 5000 TIMES.
011600         10  WS-MNT-IDENT            PIC 9(06).
011700         10  WS-MNT-OPERATOR         PIC X(08).
011800         10  WS-MNT-DATE             PIC 9(08).
011900*    CUSTOMERS VIEWED PER OPERATOR PER DAY.
012000 01  WS-VOLUME-TABLE.
012100     05  WS-VOLUME-ENTRY OCCURS 1000 TIMES.
012200         10  WS-VOL-OPERATOR         PIC X(08).
012300         10  WS-VOL-DATE             PIC 9(08).
012400         10  WS-VOL-COUNT            PIC 9(05).
012500 01  WS-RPT-HEADING.
012600     05  FILLER                      PIC X(32) VALUE
012700         "CUSTOMER INQUIRY ACCESS LOG BY ".
012800     05  WS-HDG-ORDER                PIC X(09).
012900     05  FILLER                      PIC X(13) VALUE
013000         " DAILY LIMIT ".
013100     05  WS-HDG-LIMIT                PIC ZZ9.
013200 01  WS-RPT-COLUMNS.
013300     05  FILLER                      PIC X(16) VALUE
013400         "DATE     TIME   ".
013500     05  FILLER                      PIC X(16) VALUE
013600         "OPERATOR TYPE   ".
013700     05  FILLER                      PIC X(28) VALUE
013800         "SEARCH KEY           IDENT".
013900     05  FILLER                      PIC X(18) VALUE
014000         " FLAGS".
014100 01  WS-GROUP-HEADING.
014200     05  WS-GHD-LABEL                PIC X(15).
014300     05  WS-GHD-VALUE                PIC X(08).
014400 01  WS-RPT-DETAIL.
014500     05  WS-DTL-DATE                 PIC 9(08).
014600     05  FILLER                      PIC X(01) VALUE SPACE.
014700     05  WS-DTL-TIME                 PIC 9(06).
014800     05  FILLER                      PIC X(01) VALUE SPACE.
014900     05  WS-DTL-OPERATOR             PIC X(08).
015000     05  FILLER                      PIC X(01) VALUE SPACE.
015100     05  WS-DTL-TYPE                 PIC X(06).
015200     05  FILLER                      PIC X(01) VALUE SPACE.
015300     05  WS-DTL-SEARCH-KEY           PIC X(20).
015400     05  FILLER                      PIC X(01) VALUE SPACE.
015500     05  WS-DTL-IDENT                PIC ZZZZZ9.
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  WS-DTL-NO-MAINT             PIC X(08).
015800     05  FILLER                      PIC X(01) VALUE SPACE.
015900     05  WS-DTL-HIGH-VOL             PIC X(08).
016000 01  WS-SUBTOTAL-LINE.
016100     05  FILLER                      PIC X(04) VALUE SPACES.
016200     05  WS-SUB-LABEL                PIC X(22).
016300     05  WS-SUB-COUNT                PIC ZZZZ9.
016400 01  WS-OVER-LINE.
016500     05  FILLER                      PIC X(04) VALUE SPACES.
016600     05  WS-OVR-OPERATOR             PIC X(08).
016700     05  FILLER                      PIC X(02) VALUE SPACES.
016800     05  WS-OVR-DATE                 PIC 9(08).
016900     05  FILLER                      PIC X(02) VALUE SPACES.
017000     05  WS-OVR-COUNT                PIC ZZZZ9.
017100     05  FILLER                      PIC X(18) VALUE
017200         " CUSTOMERS VIEWED".
017300 01  WS-SECTION-LINE.
017400     05  WS-SEC-TITLE                PIC X(40).
017500 01  WS-COUNT-LINE.
017600     05  WS-CNT-LABEL                PIC X(26).
017700     05  WS-CNT-VALUE                PIC ZZZZ9.
017800 PROCEDURE DIVISION.
017900*
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 2000-LOAD-MAINTENANCE THRU 2000-EXIT.
018300     IF WS-TABLE-FULL
018400         PERFORM 8000-TABLE-FULL THRU 8000-EXIT
018500     END-IF.
018600     IF WS-BY-OPERATOR
018700         SORT ACCESS-SORT ON ASCENDING KEY AS-OPERATOR
018800             AS-ACC-DATE AS-ACC-TIME AS-IDENT
018900             INPUT PROCEDURE IS 3000-RELEASE-ACCESS
019000                 THRU 3000-EXIT
019100             OUTPUT PROCEDURE IS 4000-PRINT-ACCESS
019200                 THRU 4000-EXIT
019300     ELSE
019400         SORT ACCESS-SORT ON ASCENDING KEY AS-IDENT
019500             AS-ACC-DATE AS-ACC-TIME AS-OPERATOR
019600             INPUT PROCEDURE IS 3000-RELEASE-ACCESS
019700                 THRU 3000-EXIT
019800             OUTPUT PROCEDURE IS 4000-PRINT-ACCESS
019900                 THRU 4000-EXIT
020000     END-IF.
020100     IF WS-TABLE-FULL
020200         PERFORM 8000-TABLE-FULL THRU 8000-EXIT
020300     END-IF.
020400     PERFORM 9000-FINISH THRU 9000-EXIT.
020500     STOP RUN.
020600*
020700 1000-INITIALIZE.
020800     DISPLAY "ENTER O FOR BY OPERATOR, C FOR BY CUSTOMER".
020900     ACCEPT WS-REPORT-ORDER.
021000     IF NOT WS-BY-CUSTOMER
021100         SET WS-BY-OPERATOR TO TRUE
021200     END-IF.
021300     IF WS-BY-OPERATOR
021400         DISPLAY "ENTER OPERATOR ID, SPACES FOR ALL"
021500         ACCEPT WS-SELECT-OPERATOR
021600     ELSE
021700         DISPLAY "ENTER CUSTOMER IDENT, 000000 FOR ALL"
021800         ACCEPT WS-SELECT-IDENT
021900     END-IF.
022000     DISPLAY "ENTER FROM DATE YYYYMMDD, 00000000 FOR OPEN".
022100     ACCEPT WS-FROM-DATE.
022200     DISPLAY "ENTER TO DATE YYYYMMDD, 00000000 FOR OPEN".
022300     ACCEPT WS-TO-DATE.
022400     DISPLAY "ENTER DAILY LIMIT OF CUSTOMERS VIEWED PER "
022500         "OPERATOR, 000 FOR " WS-DEFAULT-LIMIT.
022600     ACCEPT WS-DAILY-LIMIT.
022700     IF WS-DAILY-LIMIT = ZERO
022800         MOVE WS-DEFAULT-LIMIT TO WS-DAILY-LIMIT
022900     END-IF.
023000     OPEN OUTPUT ACCS-RPT.
023100     IF WS-BY-OPERATOR
023200         MOVE "OPERATOR" TO WS-HDG-ORDER
023300     ELSE
023400         MOVE "CUSTOMER" TO WS-HDG-ORDER
023500     END-IF.
023600     MOVE WS-DAILY-LIMIT TO WS-HDG-LIMIT.
023700     WRITE ACCS-RPT-LINE FROM WS-RPT-HEADING.
023800     WRITE ACCS-RPT-LINE FROM WS-RPT-COLUMNS.
023900     OPEN INPUT CUSTADDR.
024000 1000-EXIT.
024100     EXIT.
024200*
024300 2000-LOAD-MAINTENANCE.
024400     MOVE "N" TO WS-EOF-SW.
024500     OPEN INPUT CUSTAUD.
024600     IF WS-CUSTAUD-STATUS = "35"
024700         GO TO 2000-EXIT
024800     END-IF.
024900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
025000     PERFORM 2200-LOAD-ONE-AUDIT THRU 2200-EXIT
025100         UNTIL WS-END-OF-FILE
025200         OR WS-TABLE-FULL.
025300     CLOSE CUSTAUD.
025400 2000-EXIT.
025500     EXIT.
025600*
025700 2100-READ-AUDIT.
025800     READ CUSTAUD INTO AU-AUDIT-LINE
025900         AT END
026000             SET WS-END-OF-FILE TO TRUE
026100     END-READ.
026200 2100-EXIT.
026300     EXIT.
026400*
026500 2200-LOAD-ONE-AUDIT.
026600     IF (WS-FROM-DATE = ZERO
026700         OR AU-AUD-DATE NOT < WS-FROM-DATE)
026800         AND (WS-TO-DATE = ZERO
026900         OR AU-AUD-DATE NOT > WS-TO-DATE)
027000         IF WS-MAINT-COUNT >= WS-MAINT-MAX
027100             SET WS-TABLE-FULL TO TRUE
027200             GO TO 2200-EXIT
027300         END-IF
027400         ADD 1 TO WS-MAINT-COUNT
027500         MOVE AU-IDENT    TO WS-MNT-IDENT (WS-MAINT-COUNT)
027600         MOVE AU-OPERATOR TO WS-MNT-OPERATOR (WS-MAINT-COUNT)
027700         MOVE AU-AUD-DATE TO WS-MNT-DATE (WS-MAINT-COUNT)
027800     END-IF.
027900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
028000 2200-EXIT.
028100     EXIT.
028200*
028300******************************************************************
028400*    RELEASE THE SELECTED ACCESS LINES TO THE SORT, COUNTING     *
028500*    CUSTOMERS VIEWED PER OPERATOR PER DAY AS THEY GO BY SO THE  *
028600*    OUTPUT SIDE KNOWS EVERY OPERATOR-DAY'S TOTAL BEFORE IT      *
028700*    PRINTS THE FIRST LINE.  ONLY LINES THAT RETURNED AN IDENT   *
028800*    COUNT TOWARD VOLUME.                                        *
028900******************************************************************
029000 3000-RELEASE-ACCESS.
029100     MOVE "N" TO WS-EOF-SW.
029200     OPEN INPUT ACCESSLG.
029300     IF WS-ACCESSLG-STATUS = "35"
029400         DISPLAY "ACCSRPT: NO ACCESS LOG ON FILE"
029500         GO TO 3000-EXIT
029600     END-IF.
029700     PERFORM 3100-READ-ACCESS THRU 3100-EXIT.
029800     PERFORM 3200-RELEASE-ONE THRU 3200-EXIT
029900         UNTIL WS-END-OF-FILE
030000         OR WS-TABLE-FULL.
030100     CLOSE ACCESSLG.
030200 3000-EXIT.
030300     EXIT.
030400*
030500 3100-READ-ACCESS.
030600     READ ACCESSLG INTO AC-ACCESS-LINE
030700         AT END
030800             SET WS-END-OF-FILE TO TRUE
030900     END-READ.
031000 3100-EXIT.
031100     EXIT.
031200*
031300 3200-RELEASE-ONE.
031350     IF (WS-FROM-DATE NOT = ZERO
031400         AND AC-ACC-DATE < WS-FROM-DATE)
031450         OR (WS-TO-DATE NOT = ZERO
031500         AND AC-ACC-DATE > WS-TO-DATE)
031550         GO TO 3200-NEXT
031600     END-IF.
031650     IF AC-IDENT NOT = ZERO
031700         PERFORM 3300-COUNT-VOLUME THRU 3300-EXIT
031750     END-IF.
031800     IF (WS-SELECT-OPERATOR NOT = SPACES
031850         AND AC-OPERATOR NOT = WS-SELECT-OPERATOR)
031900         OR (WS-SELECT-IDENT NOT = ZERO
031950         AND AC-IDENT NOT = WS-SELECT-IDENT)
032000         GO TO 3200-NEXT
032050     END-IF.
032100     MOVE AC-OPERATOR     TO AS-OPERATOR.
032150     MOVE AC-IDENT        TO AS-IDENT.
032200     MOVE AC-ACC-DATE     TO AS-ACC-DATE.
032250     MOVE AC-ACC-TIME     TO AS-ACC-TIME.
032300     MOVE AC-INQUIRY-TYPE TO AS-INQUIRY-TYPE.
032350     MOVE AC-SEARCH-KEY   TO AS-SEARCH-KEY.
032400     RELEASE AS-SORT-RECORD.
032450 3200-NEXT.
033300     PERFORM 3100-READ-ACCESS THRU 3100-EXIT.
033400 3200-EXIT.
033500     EXIT.
033600*
033700 3300-COUNT-VOLUME.
033800     MOVE AC-OPERATOR TO AS-OPERATOR.
033900     MOVE AC-ACC-DATE TO AS-ACC-DATE.
034000     PERFORM 3400-FIND-VOLUME THRU 3400-EXIT.
034100     IF WS-FOUND-IDX = ZERO
034200         IF WS-VOLUME-COUNT >= WS-VOLUME-MAX
034300             SET WS-TABLE-FULL TO TRUE
034400             GO TO 3300-EXIT
034500         END-IF
034600         ADD 1 TO WS-VOLUME-COUNT
034700         MOVE WS-VOLUME-COUNT TO WS-FOUND-IDX
034800         MOVE AC-OPERATOR TO WS-VOL-OPERATOR (WS-FOUND-IDX)
034900         MOVE AC-ACC-DATE TO WS-VOL-DATE (WS-FOUND-IDX)
035000         MOVE ZERO        TO WS-VOL-COUNT (WS-FOUND-IDX)
035100     END-IF.
035200     ADD 1 TO WS-VOL-COUNT (WS-FOUND-IDX).
035300 3300-EXIT.
035400     EXIT.
035500*
035600*    LOOK UP THE OPERATOR-DAY IN AS-OPERATOR / AS-ACC-DATE.
035700 3400-FIND-VOLUME.
035800     MOVE ZERO TO WS-FOUND-IDX.
035900     MOVE 1 TO WS-TBL-IDX.
036000     PERFORM 3410-CHECK-ONE-VOLUME THRU 3410-EXIT
036100         UNTIL WS-TBL-IDX > WS-VOLUME-COUNT
036200         OR WS-FOUND-IDX > ZERO.
036300 3400-EXIT.
036400     EXIT.
036500*
036600 3410-CHECK-ONE-VOLUME.
036700     IF WS-VOL-OPERATOR (WS-TBL-IDX) = AS-OPERATOR
036800         AND WS-VOL-DATE (WS-TBL-IDX) = AS-ACC-DATE
036900         MOVE WS-TBL-IDX TO WS-FOUND-IDX
037000     END-IF.
037100     ADD 1 TO WS-TBL-IDX.
037200 3410-EXIT.
037300     EXIT.
037400*
037500 4000-PRINT-ACCESS.
037600     MOVE "N" TO WS-SORT-EOF-SW.
037700     IF WS-TABLE-FULL
037800         GO TO 4000-EXIT
037900     END-IF.
038000     RETURN ACCESS-SORT
038100         AT END
038200             SET WS-SORT-END-OF-FILE TO TRUE
038300     END-RETURN.
038400     PERFORM 4100-PRINT-ONE THRU 4100-EXIT
038500         UNTIL WS-SORT-END-OF-FILE.
038600     IF NOT WS-FIRST-GROUP
038700         PERFORM 4300-GROUP-TOTAL THRU 4300-EXIT
038800     END-IF.
038900 4000-EXIT.
039000     EXIT.
039100*
039200 4100-PRINT-ONE.
039300     IF WS-FIRST-GROUP
039400         OR (WS-BY-OPERATOR
039500             AND AS-OPERATOR NOT = WS-PREV-OPERATOR)
039600         OR (WS-BY-CUSTOMER AND AS-IDENT NOT = WS-PREV-IDENT)
039700         PERFORM 4200-GROUP-HEADING THRU 4200-EXIT
039800     END-IF.
039900     MOVE AS-ACC-DATE        TO WS-DTL-DATE.
040000     MOVE AS-ACC-TIME (1:6)  TO WS-DTL-TIME.
040100     MOVE AS-OPERATOR        TO WS-DTL-OPERATOR.
040200     MOVE AS-INQUIRY-TYPE    TO WS-DTL-TYPE.
040300     MOVE AS-SEARCH-KEY      TO WS-DTL-SEARCH-KEY.
040400     MOVE AS-IDENT           TO WS-DTL-IDENT.
040500     MOVE SPACES             TO WS-DTL-NO-MAINT.
040600     MOVE SPACES             TO WS-DTL-HIGH-VOL.
040700     IF AS-IDENT NOT = ZERO
040800         PERFORM 5000-FIND-MAINTENANCE THRU 5000-EXIT
040900         IF NOT WS-MAINT-FOUND
041000             MOVE "NO MAINT" TO WS-DTL-NO-MAINT
041100             ADD 1 TO WS-NO-MAINT-COUNT
041200         END-IF
041300         PERFORM 3400-FIND-VOLUME THRU 3400-EXIT
041400         IF WS-FOUND-IDX > ZERO
041500             IF WS-VOL-COUNT (WS-FOUND-IDX) > WS-DAILY-LIMIT
041600                 MOVE "HIGH VOL" TO WS-DTL-HIGH-VOL
041700                 ADD 1 TO WS-HIGH-VOL-COUNT
041800             END-IF
041900         END-IF
042000     END-IF.
042100     WRITE ACCS-RPT-LINE FROM WS-RPT-DETAIL.
042200     ADD 1 TO WS-GROUP-COUNT.
042300     ADD 1 TO WS-LISTED-COUNT.
042400     RETURN ACCESS-SORT
042500         AT END
042600             SET WS-SORT-END-OF-FILE TO TRUE
042700     END-RETURN.
042800 4100-EXIT.
042900     EXIT.
043000*
043100 4200-GROUP-HEADING.
043200     IF NOT WS-FIRST-GROUP
043300         PERFORM 4300-GROUP-TOTAL THRU 4300-EXIT
043400     END-IF.
043500     MOVE "N" TO WS-FIRST-GROUP-SW.
043600     MOVE AS-OPERATOR TO WS-PREV-OPERATOR.
043700     MOVE AS-IDENT    TO WS-PREV-IDENT.
043800     IF WS-BY-OPERATOR
043900         MOVE "OPERATOR       " TO WS-GHD-LABEL
044000         MOVE AS-OPERATOR TO WS-GHD-VALUE
044100     ELSE
044200         IF AS-IDENT = ZERO
044300             MOVE "NOBODY FOUND   " TO WS-GHD-LABEL
044400             MOVE SPACES TO WS-GHD-VALUE
044500         ELSE
044600             MOVE "CUSTOMER IDENT " TO WS-GHD-LABEL
044700             MOVE AS-IDENT TO WS-GHD-VALUE
044800         END-IF
044900     END-IF.
045000     MOVE SPACES TO ACCS-RPT-LINE.
045100     WRITE ACCS-RPT-LINE.
045200     WRITE ACCS-RPT-LINE FROM WS-GROUP-HEADING.
045300 4200-EXIT.
045400     EXIT.
045500*
045600 4300-GROUP-TOTAL.
045700     MOVE "INQUIRY LINES         " TO WS-SUB-LABEL.
045800     MOVE WS-GROUP-COUNT TO WS-SUB-COUNT.
045900     WRITE ACCS-RPT-LINE FROM WS-SUBTOTAL-LINE.
046000     MOVE ZERO TO WS-GROUP-COUNT.
046100 4300-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500*    RELATED MAINTENANCE - A CUSTAUD LINE FOR THE IDENT BY THE   *
046600*    SAME OPERATOR ON THE SAME DAY, OR AN ADDRESS UPDATED THAT   *
046700*    DAY.                                                        *
046800******************************************************************
046900 5000-FIND-MAINTENANCE.
047000     MOVE "N" TO WS-MAINT-FOUND-SW.
047100     MOVE 1 TO WS-TBL-IDX.
047200     PERFORM 5100-CHECK-ONE-MAINT THRU 5100-EXIT
047300         UNTIL WS-TBL-IDX > WS-MAINT-COUNT
047400         OR WS-MAINT-FOUND.
047500     IF WS-MAINT-FOUND
047600         OR WS-CUSTADDR-STATUS = "35"
047700         GO TO 5000-EXIT
047800     END-IF.
047900     MOVE AS-IDENT TO CA-IDENT.
048000     READ CUSTADDR
048100         INVALID KEY
048200             CONTINUE
048300         NOT INVALID KEY
048400             IF CA-UPD-DATE = AS-ACC-DATE
048500                 SET WS-MAINT-FOUND TO TRUE
048600             END-IF
048700     END-READ.
048800 5000-EXIT.
048900     EXIT.
049000*
049100 5100-CHECK-ONE-MAINT.
049200     IF WS-MNT-IDENT (WS-TBL-IDX) = AS-IDENT
049300         AND WS-MNT-OPERATOR (WS-TBL-IDX) = AS-OPERATOR
049400         AND WS-MNT-DATE (WS-TBL-IDX) = AS-ACC-DATE
049500         SET WS-MAINT-FOUND TO TRUE
049600     END-IF.
049700     ADD 1 TO WS-TBL-IDX.
049800 5100-EXIT.
049900     EXIT.
050000*
050100 8000-TABLE-FULL.
050200     DISPLAY "ACCSRPT: DATE RANGE TOO WIDE FOR THE MAINTENANCE "
050300         "OR VOLUME TABLE - NARROW THE RANGE AND RERUN".
050400     MOVE 8 TO RETURN-CODE.
050500     CLOSE ACCS-RPT.
050600     IF WS-CUSTADDR-STATUS NOT = "35"
050700         CLOSE CUSTADDR
050800     END-IF.
050900     STOP RUN.
051000 8000-EXIT.
051100     EXIT.
051200*
051300 9000-FINISH.
051400     MOVE SPACES TO ACCS-RPT-LINE.
051500     WRITE ACCS-RPT-LINE.
051600     MOVE "OPERATOR-DAYS OVER THE DAILY LIMIT" TO WS-SEC-TITLE.
051700     WRITE ACCS-RPT-LINE FROM WS-SECTION-LINE.
051800     MOVE 1 TO WS-TBL-IDX.
051900     PERFORM 9100-LIST-OVER-LIMIT THRU 9100-EXIT
052000         UNTIL WS-TBL-IDX > WS-VOLUME-COUNT.
052100     MOVE SPACES TO ACCS-RPT-LINE.
052200     WRITE ACCS-RPT-LINE.
052300     MOVE "INQUIRY LINES LISTED      " TO WS-CNT-LABEL.
052400     MOVE WS-LISTED-COUNT TO WS-CNT-VALUE.
052500     WRITE ACCS-RPT-LINE FROM WS-COUNT-LINE.
052600     MOVE "LINES FLAGGED NO MAINT    " TO WS-CNT-LABEL.
052700     MOVE WS-NO-MAINT-COUNT TO WS-CNT-VALUE.
052800     WRITE ACCS-RPT-LINE FROM WS-COUNT-LINE.
052900     MOVE "LINES FLAGGED HIGH VOL    " TO WS-CNT-LABEL.
053000     MOVE WS-HIGH-VOL-COUNT TO WS-CNT-VALUE.
053100     WRITE ACCS-RPT-LINE FROM WS-COUNT-LINE.
053200     MOVE "OPERATOR-DAYS OVER LIMIT  " TO WS-CNT-LABEL.
053300     MOVE WS-OVER-DAYS-COUNT TO WS-CNT-VALUE.
053400     WRITE ACCS-RPT-LINE FROM WS-COUNT-LINE.
053500     CLOSE ACCS-RPT.
053600     IF WS-CUSTADDR-STATUS NOT = "35"
053700         CLOSE CUSTADDR
053800     END-IF.
053900 9000-EXIT.
054000     EXIT.
054100*
054200 9100-LIST-OVER-LIMIT.
054220     IF WS-SELECT-OPERATOR NOT = SPACES
054240         AND WS-VOL-OPERATOR (WS-TBL-IDX) NOT = WS-SELECT-OPERATOR
054260         GO TO 9100-NEXT
054280     END-IF.
054300     IF WS-VOL-COUNT (WS-TBL-IDX) > WS-DAILY-LIMIT
054400         MOVE WS-VOL-OPERATOR (WS-TBL-IDX) TO WS-OVR-OPERATOR
054500         MOVE WS-VOL-DATE (WS-TBL-IDX)     TO WS-OVR-DATE
054600         MOVE WS-VOL-COUNT (WS-TBL-IDX)    TO WS-OVR-COUNT
054700         WRITE ACCS-RPT-LINE FROM WS-OVER-LINE
054800         ADD 1 TO WS-OVER-DAYS-COUNT
054900     END-IF.
054950 9100-NEXT.
055000     ADD 1 TO WS-TBL-IDX.
055100 9100-EXIT.
055200     EXIT.
