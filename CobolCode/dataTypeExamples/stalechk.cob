000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STALECHK.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    STALECHK VOIDS STALE-DATED CHECKS.  CHKRPT AGES WHAT IS     *
001000*    OUTSTANDING, BUT A CHECK NOBODY CASHES STAYS ON IT FOREVER  *
001100*    AND THE MONEY IS STILL OWED TO SOMEONE.  THE OPERATOR KEYS  *
001200*    THE DORMANCY PERIOD IN DAYS, AND EVERY CHKISSUE CHECK       *
001300*    STILL OUTSTANDING THAT MANY DAYS AFTER ITS ISSUE DATE IS:   *
001400*                                                                *
001500*      - VOIDED WITH A STALE-DATED REASON (PPEXTR SENDS THE      *
001600*        VOID TO THE BANK THAT NIGHT SO IT CANNOT BE CASHED)     *
001700*      - WRITTEN TO THE UNCLPROP UNCLAIMED-PROPERTY REGISTER     *
001800*        WITH THE OWNER'S LAST KNOWN NAME, SSN, AND STATE        *
001900*      - LISTED ON THE STALERPT REPORT                           *
002000*                                                                *
002100*    AN EMPLOYEE CHECK TAKES THE NAME AND SSN FROM EMPMAST AND   *
002200*    THE STATE FROM THE CUSTADDR ADDRESS THE SSN RESOLVES TO     *
002300*    THROUGH CUSTXREF.  A GARNISHMENT PAYEE CHECK (EMPLOYEE ID   *
002400*    000) HAS NO SSN - THE NAME AND STATE COME FROM ITS GARNPAY  *
002500*    ORDER.  WITH NO ADDRESS ON FILE THE PROPERTY IS REPORTED    *
002600*    TO THE HOLDER STATE THE OPERATOR KEYS.                      *
002700*                                                                *
002800*    THE TOTAL VOIDED GOES TO GLEXTR AS A CASH DEBIT AND AN      *
002900*    UNCLAIMED-PROPERTY LIABILITY CREDIT.  LIKE PAYADJ, THE RUN  *
003000*    IS REFUSED ON A PAYCAL PAY DAY, WHEN THE REGULAR RUN WILL   *
003100*    REPLACE GLEXTR THAT NIGHT.  IF GLEXTR ALREADY HOLDS TODAY'S *
003200*    POSTINGS (A PAYADJ RUN, OR AN EARLIER STALECHK) THESE ARE   *
003300*    ADDED TO THEM, OTHERWISE THE EXTRACT IS STARTED AFRESH.     *
003400*    THE OPERATOR MUST CONFIRM BEFORE ANYTHING IS VOIDED.        *
003500*                                                                *
003600*    MODIFICATION HISTORY                                        *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    15OCT26    JEH   ORIGINAL PROGRAM - STALE-DATED CHECKS      *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CHKISSUE ASSIGN TO "CHKISSUE"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CI-CHECK-NUMBER
004700         FILE STATUS IS WS-CHKISSUE-STATUS.
004800     SELECT EMPMAST ASSIGN TO "EMPMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS EM-EMP-ID
005200         FILE STATUS IS WS-EMPMAST-STATUS.
005300     SELECT CUSTXREF ASSIGN TO "CUSTXREF"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS XR-SSN
005700         FILE STATUS IS WS-CUSTXREF-STATUS.
005800     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CA-IDENT
006200         FILE STATUS IS WS-CUSTADDR-STATUS.
006300     SELECT GARNPAY ASSIGN TO "GARNPAY"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS GN-CASE-NUMBER
006700         FILE STATUS IS WS-GARNPAY-STATUS.
006800     SELECT UNCLPROP ASSIGN TO "UNCLPROP"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS UP-CHECK-NUMBER
007200         FILE STATUS IS WS-UNCLPROP-STATUS.
007300     SELECT PAYCAL ASSIGN TO "PAYCAL"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS PC-PAY-DATE
007700         FILE STATUS IS WS-PAYCAL-STATUS.
007800     SELECT GLEXTR ASSIGN TO "GLEXTR"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-GLEXTR-STATUS.
008100     SELECT STALE-RPT ASSIGN TO "STALERPT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-STALE-RPT-STATUS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CHKISSUE.
008700 COPY "chkissue.cpy".
008800 FD  EMPMAST.
008900 COPY "empmast.cpy".
009000 FD  CUSTXREF.
009100 COPY "custxref.cpy".
009200 FD  CUSTADDR.
009300 COPY "custaddr.cpy".
009400 FD  GARNPAY.
009500 COPY "garnpay.cpy".
009600 FD  UNCLPROP.
009700 COPY "unclprop.cpy".
009800 FD  PAYCAL.
009900 COPY "paycal.cpy".
010000 FD  GLEXTR
010100     RECORD CONTAINS 41 CHARACTERS.
010200 01  GLEXTR-LINE                     PIC X(41).
010300 FD  STALE-RPT
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  STALE-RPT-LINE                  PIC X(80).
010600 WORKING-STORAGE SECTION.
010700 COPY "glpost.cpy".
010800 77  WS-CHKISSUE-STATUS              PIC X(02).
010900 77  WS-EMPMAST-STATUS               PIC X(02).
011000 77  WS-CUSTXREF-STATUS              PIC X(02).
011100 77  WS-CUSTADDR-STATUS              PIC X(02).
011200 77  WS-GARNPAY-STATUS               PIC X(02).
011300 77  WS-UNCLPROP-STATUS              PIC X(02).
011400 77  WS-PAYCAL-STATUS                PIC X(02).
011500 77  WS-GLEXTR-STATUS                PIC X(02).
011600 77  WS-STALE-RPT-STATUS             PIC X(02).
011700 77  WS-EOF-SW                       PIC X(01) VALUE "N".
011800     88  WS-END-OF-FILE              VALUE "Y".
011900 77  WS-GARN-EOF-SW                  PIC X(01) VALUE "N".
012000     88  WS-GARN-END-OF-FILE         VALUE "Y".
012100 77  WS-EMPMAST-OPEN-SW              PIC X(01) VALUE "N".
012200     88  WS-EMPMAST-OPEN             VALUE "Y".
012300 77  WS-ADDRESS-OPEN-SW              PIC X(01) VALUE "N".
012400     88  WS-ADDRESS-OPEN             VALUE "Y".
012500 77  WS-GARNPAY-OPEN-SW              PIC X(01) VALUE "N".
012600     88  WS-GARNPAY-OPEN             VALUE "Y".
012700 77  WS-PAY-DAY-SW                   PIC X(01) VALUE "N".
012800     88  WS-TODAY-IS-PAY-DAY         VALUE "Y".
012900 77  WS-GL-TODAY-SW                  PIC X(01) VALUE "N".
013000     88  WS-GLEXTR-HOLDS-TODAY       VALUE "Y".
013100 77  WS-CONFIRM-ANSWER               PIC X(01) VALUE "N".
013200     88  WS-VOIDING-CONFIRMED        VALUE "Y".
013300 77  WS-DORMANCY-DAYS                PIC 9(04) VALUE ZERO.
013400 77  WS-MINIMUM-DORMANCY             PIC 9(04) VALUE 91.
013500 77  WS-HOLDER-STATE                 PIC X(02) VALUE SPACES.
013600 77  WS-AGE-DAYS                     PIC S9(05) COMP VALUE ZERO.
013700 77  WS-READ-COUNT                   PIC 9(05) VALUE ZERO.
013800 77  WS-STALE-COUNT                  PIC 9(05) VALUE ZERO.
013900 77  WS-HOLDER-COUNT                 PIC 9(05) VALUE ZERO.
014000 77  WS-STALE-TOTAL                  PIC 9(09)V99 VALUE ZERO.
014100 01  WS-CURRENT-DATE-TIME.
014200     05  WS-CDT-DATE                 PIC 9(08).
014300     05  WS-CDT-TIME                 PIC 9(08).
014400     05  WS-CDT-OFFSET               PIC X(05).
014500 01  WS-RPT-HEADING.
014600     05  FILLER                      PIC X(01) VALUE X"0C".
014700     05  FILLER                      PIC X(37) VALUE
014800         "STALE-DATED CHECKS VOIDED - RUN DATE ".
014900     05  WS-HDG-DATE                 PIC 9(08).
015000     05  FILLER                      PIC X(13) VALUE
015100         "   DORMANCY ".
015200     05  WS-HDG-DORMANCY             PIC ZZZ9.
015300     05  FILLER                      PIC X(05) VALUE " DAYS".
015400 01  WS-RPT-COLUMNS.
015500     05  FILLER                      PIC X(40) VALUE
015600         "CHECK#  EMP OWNER NAME               SSN".
015700     05  FILLER                      PIC X(40) VALUE
015800         "          ST  ISSUED         AMOUNT     ".
015900 01  WS-RPT-DETAIL.
016000     05  WS-DTL-CHECK-NUMBER         PIC 9(06).
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  WS-DTL-EMP-ID               PIC 9(03).
016300     05  FILLER                      PIC X(01) VALUE SPACE.
016400     05  WS-DTL-OWNER-NAME           PIC X(24).
016500     05  FILLER                      PIC X(01) VALUE SPACE.
016600     05  WS-DTL-SSN                  PIC X(11).
016700     05  FILLER                      PIC X(02) VALUE SPACES.
016800     05  WS-DTL-STATE                PIC X(02).
016900     05  WS-DTL-STATE-FLAG           PIC X(01).
017000     05  FILLER                      PIC X(01) VALUE SPACE.
017100     05  WS-DTL-ISSUE-DATE           PIC 9(08).
017200     05  FILLER                      PIC X(01) VALUE SPACE.
017300     05  WS-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
017400 01  WS-SSN-EDIT.
017500     05  WS-SSE-AREA                 PIC 9(03).
017600     05  FILLER                      PIC X(01) VALUE "-".
017700     05  WS-SSE-GROUP                PIC 9(02).
017800     05  FILLER                      PIC X(01) VALUE "-".
017900     05  WS-SSE-SERIAL               PIC 9(02).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100 01  WS-COUNT-LINE.
018200     05  WS-CNT-LABEL                PIC X(26).
018300     05  WS-CNT-VALUE                PIC ZZZZ9.
018400 01  WS-TOTAL-LINE.
018500     05  FILLER                      PIC X(26) VALUE
018600         "TOTAL VOIDED AS STALE     ".
018700     05  WS-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
018800 01  WS-FOOTNOTE-LINE                PIC X(80) VALUE
018900     "* NO ADDRESS ON FILE - REPORTED TO THE HOLDER STATE".
019000 PROCEDURE DIVISION.
019100*
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-CHECK-ONE THRU 2000-EXIT
019500         UNTIL WS-END-OF-FILE.
019600     PERFORM 3000-FINISH THRU 3000-EXIT.
019700     STOP RUN.
019800*
019900 1000-INITIALIZE.
020000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020100     PERFORM 1100-CHECK-PAY-DAY THRU 1100-EXIT.
020200     IF WS-TODAY-IS-PAY-DAY
020300         DISPLAY "STALECHK: TODAY IS A PAYCAL PAY DAY - THE"
020400             " REGULAR RUN OWNS GLEXTR TONIGHT, RUN TOMORROW"
020500         MOVE 8 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     DISPLAY "ENTER DORMANCY PERIOD IN DAYS".
020900     ACCEPT WS-DORMANCY-DAYS.
021000     IF WS-DORMANCY-DAYS < WS-MINIMUM-DORMANCY
021100         DISPLAY "STALECHK: DORMANCY MUST BE AT LEAST "
021200             WS-MINIMUM-DORMANCY " DAYS"
021300         MOVE 8 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600     DISPLAY "ENTER HOLDER STATE FOR OWNERS WITH NO ADDRESS".
021700     ACCEPT WS-HOLDER-STATE.
021800     IF WS-HOLDER-STATE = SPACES
021900         DISPLAY "STALECHK: A HOLDER STATE IS REQUIRED"
022000         MOVE 8 TO RETURN-CODE
022100         STOP RUN
022200     END-IF.
022300     DISPLAY "VOID EVERY CHECK OUTSTANDING OVER "
022400         WS-DORMANCY-DAYS " DAYS AS STALE-DATED (Y/N)".
022500     ACCEPT WS-CONFIRM-ANSWER.
022600     IF NOT WS-VOIDING-CONFIRMED
022700         DISPLAY "STALECHK: NOT CONFIRMED - NOTHING CHANGED"
022800         STOP RUN
022900     END-IF.
023000     OPEN I-O CHKISSUE.
023100     IF WS-CHKISSUE-STATUS NOT = "00"
023200         DISPLAY "STALECHK: CHKISSUE NOT AVAILABLE - STATUS "
023300             WS-CHKISSUE-STATUS
023400         MOVE 8 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     OPEN I-O UNCLPROP.
023800     IF WS-UNCLPROP-STATUS = "35"
023900         OPEN OUTPUT UNCLPROP
024000         CLOSE UNCLPROP
024100         OPEN I-O UNCLPROP
024200     END-IF.
024300     OPEN INPUT EMPMAST.
024400     IF WS-EMPMAST-STATUS = "00"
024500         SET WS-EMPMAST-OPEN TO TRUE
024600     END-IF.
024700     OPEN INPUT CUSTXREF.
024800     OPEN INPUT CUSTADDR.
024900     IF WS-CUSTXREF-STATUS = "00"
025000         AND WS-CUSTADDR-STATUS = "00"
025100         SET WS-ADDRESS-OPEN TO TRUE
025200     END-IF.
025300     OPEN INPUT GARNPAY.
025400     IF WS-GARNPAY-STATUS = "00"
025500         SET WS-GARNPAY-OPEN TO TRUE
025600     END-IF.
025700     OPEN OUTPUT STALE-RPT.
025800     MOVE WS-CDT-DATE TO WS-HDG-DATE.
025900     MOVE WS-DORMANCY-DAYS TO WS-HDG-DORMANCY.
026000     WRITE STALE-RPT-LINE FROM WS-RPT-HEADING.
026100     WRITE STALE-RPT-LINE FROM WS-RPT-COLUMNS.
026200     MOVE ZERO TO CI-CHECK-NUMBER.
026300     START CHKISSUE KEY IS NOT LESS THAN CI-CHECK-NUMBER
026400         INVALID KEY
026500             SET WS-END-OF-FILE TO TRUE
026600     END-START.
026700     IF NOT WS-END-OF-FILE
026800         PERFORM 1200-READ-CHECK THRU 1200-EXIT
026900     END-IF.
027000 1000-EXIT.
027100     EXIT.
027200*
027300 1100-CHECK-PAY-DAY.
027400     OPEN INPUT PAYCAL.
027500     IF WS-PAYCAL-STATUS NOT = "00"
027600         GO TO 1100-EXIT
027700     END-IF.
027800     MOVE WS-CDT-DATE TO PC-PAY-DATE.
027900     READ PAYCAL
028000         INVALID KEY
028100             CONTINUE
028200         NOT INVALID KEY
028300             SET WS-TODAY-IS-PAY-DAY TO TRUE
028400     END-READ.
028500     CLOSE PAYCAL.
028600 1100-EXIT.
028700     EXIT.
028800*
028900 1200-READ-CHECK.
029000     READ CHKISSUE NEXT RECORD
029100         AT END
029200             SET WS-END-OF-FILE TO TRUE
029300     END-READ.
029400 1200-EXIT.
029500     EXIT.
029600*
029700 2000-CHECK-ONE.
029800     ADD 1 TO WS-READ-COUNT.
029900     IF NOT CI-OUTSTANDING
030000         GO TO 2000-NEXT
030100     END-IF.
030200     COMPUTE WS-AGE-DAYS =
030300         FUNCTION INTEGER-OF-DATE (WS-CDT-DATE) -
030400         FUNCTION INTEGER-OF-DATE (CI-ISSUE-DATE).
030500     IF WS-AGE-DAYS NOT > WS-DORMANCY-DAYS
030600         GO TO 2000-NEXT
030700     END-IF.
030800     PERFORM 2100-BUILD-REGISTER THRU 2100-EXIT.
030900     WRITE UP-UNCLAIMED-RECORD
031000         INVALID KEY
031100             REWRITE UP-UNCLAIMED-RECORD
031200     END-WRITE.
031300     SET CI-VOID TO TRUE.
031400     MOVE WS-CDT-DATE TO CI-STATUS-DATE.
031500     MOVE "STALE DATED         " TO CI-REASON.
031600     REWRITE CI-CHECK-RECORD.
031700     ADD 1 TO WS-STALE-COUNT.
031800     ADD CI-AMOUNT TO WS-STALE-TOTAL.
031900     PERFORM 2500-PRINT-STALE THRU 2500-EXIT.
032000 2000-NEXT.
032100     PERFORM 1200-READ-CHECK THRU 1200-EXIT.
032200 2000-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600*    WHO THE MONEY BELONGS TO - AN EMPLOYEE FROM EMPMAST, OR A   *
032700*    GARNISHMENT PAYEE FOR EMPLOYEE ID 000.  AN EMPLOYEE NO      *
032800*    LONGER ON EMPMAST KEEPS THE NAME THE CHECK WAS WRITTEN TO.  *
032900******************************************************************
033000 2100-BUILD-REGISTER.
033100     MOVE CI-CHECK-NUMBER TO UP-CHECK-NUMBER.
033200     MOVE CI-EMP-ID       TO UP-EMP-ID.
033300     MOVE CI-EMP-NAME     TO UP-OWNER-NAME.
033400     MOVE ZERO            TO UP-SSN.
033500     MOVE WS-HOLDER-STATE TO UP-STATE.
033600     SET UP-STATE-FROM-HOLDER TO TRUE.
033700     MOVE CI-ISSUE-DATE   TO UP-ISSUE-DATE.
033800     MOVE CI-AMOUNT       TO UP-AMOUNT.
033900     MOVE WS-CDT-DATE     TO UP-STALE-DATE.
034000     MOVE WS-DORMANCY-DAYS TO UP-DORMANCY-DAYS.
034100     IF CI-EMP-ID = ZERO
034200         SET UP-OWNER-PAYEE TO TRUE
034300         PERFORM 2300-FIND-PAYEE THRU 2300-EXIT
034400     ELSE
034500         SET UP-OWNER-EMPLOYEE TO TRUE
034600         PERFORM 2200-FIND-EMPLOYEE THRU 2200-EXIT
034700     END-IF.
034800     IF UP-STATE-FROM-HOLDER
034900         ADD 1 TO WS-HOLDER-COUNT
035000     END-IF.
035100 2100-EXIT.
035200     EXIT.
035300*
035400 2200-FIND-EMPLOYEE.
035500     IF NOT WS-EMPMAST-OPEN
035600         GO TO 2200-EXIT
035700     END-IF.
035800     MOVE CI-EMP-ID TO EM-EMP-ID.
035900     READ EMPMAST
036000         INVALID KEY
036100             GO TO 2200-EXIT
036200     END-READ.
036300     MOVE EM-EMP-NAME TO UP-OWNER-NAME.
036400     MOVE EM-SSN      TO UP-SSN.
036500     IF NOT WS-ADDRESS-OPEN
036600         GO TO 2200-EXIT
036700     END-IF.
036800     MOVE EM-SSN TO XR-SSN.
036900     READ CUSTXREF
037000         INVALID KEY
037100             GO TO 2200-EXIT
037200     END-READ.
037300     MOVE XR-IDENT TO CA-IDENT.
037400     READ CUSTADDR
037500         INVALID KEY
037600             GO TO 2200-EXIT
037700     END-READ.
037800     IF CA-STATE NOT = SPACES
037900         MOVE CA-STATE TO UP-STATE
038000         SET UP-STATE-FROM-ADDRESS TO TRUE
038100     END-IF.
038200 2200-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600*    A PAYEE CHECK CARRIES THE FIRST 20 CHARACTERS OF THE PAYEE  *
038700*    NAME - ANY GARNPAY ORDER FOR THAT PAYEE GIVES THE FULL      *
038800*    NAME AND REMITTANCE ADDRESS.                                *
038900******************************************************************
039000 2300-FIND-PAYEE.
039100     IF NOT WS-GARNPAY-OPEN
039200         GO TO 2300-EXIT
039300     END-IF.
039400     MOVE "N" TO WS-GARN-EOF-SW.
039500     MOVE LOW-VALUES TO GN-CASE-NUMBER.
039600     START GARNPAY KEY IS NOT LESS THAN GN-CASE-NUMBER
039700         INVALID KEY
039800             GO TO 2300-EXIT
039900     END-START.
040000     PERFORM 2310-READ-PAYEE THRU 2310-EXIT
040100         UNTIL WS-GARN-END-OF-FILE.
040200 2300-EXIT.
040300     EXIT.
040400*
040500 2310-READ-PAYEE.
040600     READ GARNPAY NEXT RECORD
040700         AT END
040800             SET WS-GARN-END-OF-FILE TO TRUE
040900             GO TO 2310-EXIT
041000     END-READ.
041100     IF GN-PAYEE-NAME (1:20) NOT = CI-EMP-NAME
041200         GO TO 2310-EXIT
041300     END-IF.
041400     MOVE GN-PAYEE-NAME TO UP-OWNER-NAME.
041500     IF GN-PAYEE-STATE NOT = SPACES
041600         MOVE GN-PAYEE-STATE TO UP-STATE
041700         SET UP-STATE-FROM-PAYEE TO TRUE
041800     END-IF.
041900     SET WS-GARN-END-OF-FILE TO TRUE.
042000 2310-EXIT.
042100     EXIT.
042200*
042300 2500-PRINT-STALE.
042400     MOVE UP-CHECK-NUMBER TO WS-DTL-CHECK-NUMBER.
042500     MOVE UP-EMP-ID       TO WS-DTL-EMP-ID.
042600     MOVE UP-OWNER-NAME   TO WS-DTL-OWNER-NAME.
042700     IF UP-OWNER-PAYEE OR UP-SSN = ZERO
042800         MOVE "NONE       " TO WS-DTL-SSN
042900     ELSE
043000         MOVE UP-SSN-AREA   TO WS-SSE-AREA
043100         MOVE UP-SSN-GROUP  TO WS-SSE-GROUP
043200         MOVE UP-SSN-SERIAL TO WS-SSE-SERIAL
043300         MOVE WS-SSN-EDIT   TO WS-DTL-SSN
043400     END-IF.
043500     MOVE UP-STATE        TO WS-DTL-STATE.
043600     IF UP-STATE-FROM-HOLDER
043700         MOVE "*" TO WS-DTL-STATE-FLAG
043800     ELSE
043900         MOVE SPACE TO WS-DTL-STATE-FLAG
044000     END-IF.
044100     MOVE UP-ISSUE-DATE   TO WS-DTL-ISSUE-DATE.
044200     MOVE UP-AMOUNT       TO WS-DTL-AMOUNT.
044300     WRITE STALE-RPT-LINE FROM WS-RPT-DETAIL.
044400 2500-EXIT.
044500     EXIT.
044600*
044700 3000-FINISH.
044800     MOVE SPACES TO STALE-RPT-LINE.
044900     WRITE STALE-RPT-LINE.
045000     MOVE "CHECKS READ               " TO WS-CNT-LABEL.
045100     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
045200     WRITE STALE-RPT-LINE FROM WS-COUNT-LINE.
045300     MOVE "VOIDED AS STALE-DATED     " TO WS-CNT-LABEL.
045400     MOVE WS-STALE-COUNT TO WS-CNT-VALUE.
045500     WRITE STALE-RPT-LINE FROM WS-COUNT-LINE.
045600     MOVE "REPORTED TO HOLDER STATE  " TO WS-CNT-LABEL.
045700     MOVE WS-HOLDER-COUNT TO WS-CNT-VALUE.
045800     WRITE STALE-RPT-LINE FROM WS-COUNT-LINE.
045900     MOVE WS-STALE-TOTAL TO WS-TOT-AMOUNT.
046000     WRITE STALE-RPT-LINE FROM WS-TOTAL-LINE.
046100     IF WS-HOLDER-COUNT > ZERO
046200         WRITE STALE-RPT-LINE FROM WS-FOOTNOTE-LINE
046300     END-IF.
046400     IF WS-STALE-COUNT > ZERO
046500         PERFORM 3100-WRITE-GL-EXTRACT THRU 3100-EXIT
046600     END-IF.
046700     CLOSE CHKISSUE.
046800     CLOSE UNCLPROP.
046900     IF WS-EMPMAST-OPEN
047000         CLOSE EMPMAST
047100     END-IF.
047200     IF WS-CUSTXREF-STATUS = "00"
047300         CLOSE CUSTXREF
047400     END-IF.
047500     IF WS-CUSTADDR-STATUS = "00"
047600         CLOSE CUSTADDR
047700     END-IF.
047800     IF WS-GARNPAY-OPEN
047900         CLOSE GARNPAY
048000     END-IF.
048100     CLOSE STALE-RPT.
048200     DISPLAY "STALECHK: " WS-READ-COUNT " CHECK(S) READ, "
048300         WS-STALE-COUNT " VOIDED AS STALE-DATED".
048400 3000-EXIT.
048500     EXIT.
048600*
048700******************************************************************
048800*    CASH COMES BACK FOR THE VOIDED CHECKS AND IS OWED INSTEAD   *
048900*    AS UNCLAIMED PROPERTY.  ADDED TO TODAY'S EXTRACT IF THERE   *
049000*    IS ONE, OTHERWISE A NEW EXTRACT.                            *
049100******************************************************************
049200 3100-WRITE-GL-EXTRACT.
049300     MOVE "N" TO WS-GL-TODAY-SW.
049400     OPEN INPUT GLEXTR.
049500     IF WS-GLEXTR-STATUS = "00"
049600         READ GLEXTR INTO GL-POSTING-RECORD
049700             AT END
049800                 CONTINUE
049900             NOT AT END
050000                 IF GL-RUN-DATE = WS-CDT-DATE
050100                     SET WS-GLEXTR-HOLDS-TODAY TO TRUE
050200                 END-IF
050300         END-READ
050400         CLOSE GLEXTR
050500     END-IF.
050600     IF WS-GLEXTR-HOLDS-TODAY
050700         OPEN EXTEND GLEXTR
050800     ELSE
050900         OPEN OUTPUT GLEXTR
051000     END-IF.
051100     MOVE WS-CDT-DATE TO GL-RUN-DATE.
051200     MOVE "CASH STALE CHECKS   " TO GL-ACCOUNT.
051300     MOVE "DR" TO GL-DR-CR.
051400     MOVE WS-STALE-TOTAL TO GL-AMOUNT.
051500     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
051600     MOVE "UNCLAIMED PROP PAY  " TO GL-ACCOUNT.
051700     MOVE "CR" TO GL-DR-CR.
051800     MOVE WS-STALE-TOTAL TO GL-AMOUNT.
051900     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
052000     CLOSE GLEXTR.
052100 3100-EXIT.
052200     EXIT.
