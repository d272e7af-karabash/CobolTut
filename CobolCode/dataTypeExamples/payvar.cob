000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYVAR.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PAYVAR IS THE RUN-TO-RUN PAY VARIANCE REPORT.  EACH         *
001000*    EMPLOYEE PAID IN A REGULAR RUN IS COMPARED AGAINST THEIR    *
001100*    PREVIOUS REGULAR PAYHIST RECORD, AND THE REPORT (PAYVRPT)   *
001200*    FLAGS:                                                      *
001300*                                                                *
001400*      - GROSS OR NET PAY CHANGED BY MORE THAN THE PERCENTAGE    *
001500*        THE OPERATOR KEYS (DEFAULT 20)                          *
001600*      - HOURS WORKED SWINGING BY MORE THAN THE HOURS THE        *
001700*        OPERATOR KEYS (DEFAULT 8)                               *
001800*      - ANY CHANGE OF HOURLY RATE OR WITHHOLDING BRACKET        *
001900*      - A SWITCH BETWEEN DIRECT DEPOSIT AND CHECK               *
002000*                                                                *
002100*    IT THEN LISTS EVERYONE PAID IN THE PREVIOUS REGULAR RUN     *
002200*    WHO IS NOT PAID IN THIS ONE, AND EVERYONE PAID IN THIS RUN  *
002300*    WHO WAS NOT PAID IN THE PREVIOUS ONE.  OFF-CYCLE PAYADJ     *
002400*    RECORDS ARE NOT PART OF THE COMPARISON.                     *
002500*                                                                *
002600*    RUN TWO WAYS:                                               *
002700*      - CALLED BY PAYTRIAL RIGHT AFTER A TRIAL RUN (THE         *
002800*        PAYMODE SWITCH STILL SET TO TRIAL) - THE RUN BEING      *
002900*        CHECKED IS THE PAYHTRL FILE THE TRIAL RUN WROTE, SO     *
003000*        PAYROLL SEES THE VARIANCES BEFORE ANYTHING IS POSTED    *
003100*      - AS A NIGHTRUN PAY-DAY STEP AFTER PAYBAL, OR STANDALONE  *
003200*        - THE RUN BEING CHECKED IS THE PAYHIST RECORDS FOR THE  *
003300*        RUN DATE KEYED (ZERO MEANING TODAY), BEFORE THE BANK    *
003400*        FILE IS SENT.  UNDER NIGHTRUN NOTHING IS KEYED - THE    *
003420*        RUN DATE IS THE NIGHT'S (NIGHTPRM.CPY) AND THE LIMITS   *
003440*        COME FROM THE STEP PARM, PPPHHH (PERCENT, HOURS), WITH  *
003460*        ZERO OR BLANK TAKING THE DEFAULT                        *
003500*                                                                *
003600*    THE REPORT IS FOR REVIEW AND DOES NOT STOP THE NIGHT - A    *
003700*    VARIANCE IS NOT AN ERROR.  A LIVE CHECK WITH NO PAYHIST     *
003800*    RECORDS FOR THE RUN DATE ENDS WITH RETURN-CODE 8.           *
003900*                                                                *
004000*    MODIFICATION HISTORY                                        *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    15OCT26    JEH   ORIGINAL PROGRAM - PAY VARIANCE REPORT     *
004220*    15OCT26    JEH   A SCHEDULED NIGHTRUN STEP NO LONGER WAITS  *
004240*                     AT THE CONSOLE - RUN DATE FROM NIGHTPRM,   *
004260*                     LIMITS FROM THE STEP PARM                  *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PAYHIST ASSIGN TO "PAYHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PH-KEY
005100         FILE STATUS IS WS-PAYHIST-STATUS.
005200     SELECT PAYHTRL ASSIGN TO "PAYHTRL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PAYHTRL-STATUS.
005500     SELECT PAYV-RPT ASSIGN TO "PAYVRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PAYV-RPT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PAYHIST.
006100 COPY "payhist.cpy".
006200 FD  PAYHTRL
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  PAYHTRL-LINE                    PIC X(80).
006500 FD  PAYV-RPT
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  PAYV-RPT-LINE                   PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 COPY "paymode.cpy".
006950 COPY "nightprm.cpy".
007000 77  WS-PAYHIST-STATUS               PIC X(02).
007100 77  WS-PAYHTRL-STATUS               PIC X(02).
007200 77  WS-PAYV-RPT-STATUS              PIC X(02).
007300 77  WS-EOF-SW                       PIC X(01) VALUE "N".
007400     88  WS-END-OF-FILE              VALUE "Y".
007500 77  WS-PAYHIST-OPEN-SW              PIC X(01) VALUE "N".
007600     88  WS-PAYHIST-OPEN             VALUE "Y".
007700 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
007800 77  WS-PREV-RUN-DATE                PIC 9(08) VALUE ZERO.
007900 77  WS-PCT-LIMIT                    PIC 9(03) VALUE ZERO.
008000 77  WS-DEFAULT-PCT-LIMIT            PIC 9(03) VALUE 20.
008100 77  WS-HOURS-LIMIT                  PIC 9(03) VALUE ZERO.
008200 77  WS-DEFAULT-HOURS-LIMIT          PIC 9(03) VALUE 8.
008300 77  WS-EMP-IDX                      PIC 9(04) COMP VALUE ZERO.
008400 77  WS-PCT-CHANGE                   PIC S9(05)V9 VALUE ZERO.
008500 77  WS-PCT-ABS                      PIC 9(05)V9 VALUE ZERO.
008600 77  WS-HOURS-CHANGE                 PIC S9(03)V99 VALUE ZERO.
008700 77  WS-HOURS-ABS                    PIC 9(03)V99 VALUE ZERO.
008800 77  WS-CURRENT-COUNT                PIC 9(05) VALUE ZERO.
008900 77  WS-FLAGGED-COUNT                PIC 9(05) VALUE ZERO.
009000 77  WS-VARIANCE-COUNT               PIC 9(05) VALUE ZERO.
009100 77  WS-DROPPED-COUNT                PIC 9(05) VALUE ZERO.
009200 77  WS-ADDED-COUNT                  PIC 9(05) VALUE ZERO.
009300 77  WS-EMP-FLAGGED-SW               PIC X(01) VALUE "N".
009400     88  WS-EMP-FLAGGED              VALUE "Y".
009500*    LAST REGULAR PAYMENT BEFORE THE RUN DATE, BY EMPLOYEE ID.
009600 01  WS-PRIOR-TABLE.
009700     05  WS-PRIOR-ENTRY              OCCURS 999 TIMES.
009800         10  WS-PRI-DATE             PIC 9(08).
009900         10  WS-PRI-NAME             PIC X(20).
010000         10  WS-PRI-HOURS            PIC 9(03)V9(02).
010100         10  WS-PRI-RATE             PIC 9(03)V9(02).
010200         10  WS-PRI-BRACKET          PIC 9(02).
010300         10  WS-PRI-GROSS            PIC 9(05)V9(02).
010400         10  WS-PRI-NET              PIC 9(05)V9(02).
010500         10  WS-PRI-DISPOSITION      PIC X(01).
010600         10  WS-PRI-PAID-NOW         PIC X(01).
010700 01  WS-CURRENT-DATE-TIME.
010800     05  WS-CDT-DATE                 PIC 9(08).
010900     05  WS-CDT-TIME                 PIC 9(08).
011000     05  WS-CDT-OFFSET               PIC X(05).
011100 01  WS-RPT-HEADING.
011200     05  FILLER                      PIC X(01) VALUE X"0C".
011300     05  FILLER                      PIC X(31) VALUE
011400         "PAY VARIANCE REPORT - RUN DATE ".
011500     05  WS-HDG-RUN-DATE             PIC 9(08).
011600     05  WS-HDG-MODE                 PIC X(08) VALUE SPACES.
011700 01  WS-LIMIT-LINE.
011800     05  FILLER                      PIC X(30) VALUE
011900         "FLAGGING GROSS/NET CHANGES OF ".
012000     05  WS-LIM-PCT                  PIC ZZ9.
012100     05  FILLER                      PIC X(22) VALUE
012200         "% AND HOURS SWINGS OF ".
012300     05  WS-LIM-HOURS                PIC ZZ9.
012400     05  FILLER                      PIC X(06) VALUE " HOURS".
012500 01  WS-TRIAL-BANNER                 PIC X(80) VALUE
012600     "*** TRIAL RUN - NOTHING POSTED, NO CHECKS ISSUED ***".
012700 01  WS-SECTION-LINE                 PIC X(80).
012800 01  WS-PREV-RUN-LINE.
012900     05  FILLER                      PIC X(26) VALUE
013000         "PREVIOUS REGULAR RUN DATE ".
013100     05  WS-PRL-DATE                 PIC 9(08).
013200     05  FILLER                      PIC X(46) VALUE SPACES.
013300 01  WS-RPT-COLUMNS.
013400     05  FILLER                      PIC X(40) VALUE
013500         "EMP  EMPLOYEE NAME         VARIANCE     ".
013600     05  FILLER                      PIC X(40) VALUE
013700         "          PREVIOUS    CURRENT   CHANGE  ".
013800 01  WS-RPT-DETAIL.
013900     05  WS-DTL-EMP-ID               PIC 9(03).
014000     05  FILLER                      PIC X(02) VALUE SPACES.
014100     05  WS-DTL-EMP-NAME             PIC X(20).
014200     05  FILLER                      PIC X(02) VALUE SPACES.
014300     05  WS-DTL-VARIANCE             PIC X(20).
014400     05  FILLER                      PIC X(01) VALUE SPACE.
014500     05  WS-DTL-PREVIOUS             PIC X(10).
014600     05  FILLER                      PIC X(01) VALUE SPACE.
014700     05  WS-DTL-CURRENT              PIC X(10).
014800     05  FILLER                      PIC X(01) VALUE SPACE.
014900     05  WS-DTL-CHANGE               PIC X(10).
015000 01  WS-EDIT-MONEY                   PIC ZZ,ZZ9.99.
015100 01  WS-EDIT-HOURS                   PIC ZZZ9.99.
015200 01  WS-EDIT-BRACKET                 PIC ZZZZZZZZ9.
015300 01  WS-EDIT-DATE                    PIC X(10).
015400 01  WS-EDIT-PCT.
015500     05  WS-EPC-VALUE                PIC +ZZZZ9.9.
015600     05  FILLER                      PIC X(01) VALUE "%".
015700 01  WS-EDIT-HOURS-CHANGE            PIC +ZZ9.99.
015800 01  WS-COUNT-LINE.
015900     05  WS-CNT-LABEL                PIC X(26).
016000     05  WS-CNT-VALUE                PIC ZZZZ9.
016100 PROCEDURE DIVISION.
016200*
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
016600         UNTIL WS-END-OF-FILE.
016700     IF PM-TRIAL-RUN
016800         PERFORM 3000-CHECK-TRIAL-RUN THRU 3000-EXIT
016900     END-IF.
017000     PERFORM 4000-LIST-MISSING THRU 4000-EXIT.
017100     PERFORM 9000-FINISH THRU 9000-EXIT.
017200     GOBACK.
017300*
017400 1000-INITIALIZE.
017500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017600     INITIALIZE WS-PRIOR-TABLE.
017700     MOVE "N" TO WS-EOF-SW.
017800     EVALUATE TRUE
017850         WHEN PM-TRIAL-RUN
017900             MOVE WS-CDT-DATE TO WS-RUN-DATE
017930         WHEN NP-SCHEDULED-RUN
017960             MOVE NP-RUN-DATE TO WS-RUN-DATE
018000         WHEN OTHER
018100             DISPLAY "ENTER RUN DATE TO CHECK YYYYMMDD "
018150                 "(0 = TODAY)"
018200             ACCEPT WS-RUN-DATE
018300             IF WS-RUN-DATE = ZERO
018400                 MOVE WS-CDT-DATE TO WS-RUN-DATE
018500             END-IF
018600     END-EVALUATE.
018610     MOVE ZERO TO WS-PCT-LIMIT.
018620     MOVE ZERO TO WS-HOURS-LIMIT.
018630     IF NP-SCHEDULED-RUN AND NOT PM-TRIAL-RUN
018640         IF NP-STEP-PARM (1:3) NUMERIC
018650             MOVE NP-STEP-PARM (1:3) TO WS-PCT-LIMIT
018660         END-IF
018670     ELSE
018700         DISPLAY "ENTER GROSS/NET CHANGE PERCENT TO FLAG (0 = "
018800             WS-DEFAULT-PCT-LIMIT ")"
018900         ACCEPT WS-PCT-LIMIT
018950     END-IF.
019000     IF WS-PCT-LIMIT = ZERO
019100         MOVE WS-DEFAULT-PCT-LIMIT TO WS-PCT-LIMIT
019200     END-IF.
019210     IF NP-SCHEDULED-RUN AND NOT PM-TRIAL-RUN
019220         IF NP-STEP-PARM (4:3) NUMERIC
019230             MOVE NP-STEP-PARM (4:3) TO WS-HOURS-LIMIT
019240         END-IF
019250     ELSE
019300         DISPLAY "ENTER HOURS SWING TO FLAG (0 = "
019400             WS-DEFAULT-HOURS-LIMIT ")"
019500         ACCEPT WS-HOURS-LIMIT
019550     END-IF.
019600     IF WS-HOURS-LIMIT = ZERO
019700         MOVE WS-DEFAULT-HOURS-LIMIT TO WS-HOURS-LIMIT
019800     END-IF.
019900     OPEN OUTPUT PAYV-RPT.
020000     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
020100     IF PM-TRIAL-RUN
020200         MOVE "  TRIAL " TO WS-HDG-MODE
020300     END-IF.
020400     WRITE PAYV-RPT-LINE FROM WS-RPT-HEADING.
020500     IF PM-TRIAL-RUN
020600         WRITE PAYV-RPT-LINE FROM WS-TRIAL-BANNER
020700     END-IF.
020800     MOVE WS-PCT-LIMIT TO WS-LIM-PCT.
020900     MOVE WS-HOURS-LIMIT TO WS-LIM-HOURS.
021000     WRITE PAYV-RPT-LINE FROM WS-LIMIT-LINE.
021100     OPEN INPUT PAYHIST.
021200     IF WS-PAYHIST-STATUS = "00"
021300         SET WS-PAYHIST-OPEN TO TRUE
021400     ELSE
021500         DISPLAY "PAYVAR: NO PAY HISTORY ON FILE - STATUS "
021600             WS-PAYHIST-STATUS
021700         SET WS-END-OF-FILE TO TRUE
021800         GO TO 1000-EXIT
021900     END-IF.
022000     MOVE LOW-VALUES TO PH-KEY.
022100     START PAYHIST KEY IS NOT LESS THAN PH-KEY
022200         INVALID KEY
022300             SET WS-END-OF-FILE TO TRUE
022400             GO TO 1000-EXIT
022500     END-START.
022600     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900*
023000 1100-READ-HISTORY.
023100     READ PAYHIST NEXT RECORD
023200         AT END
023300             SET WS-END-OF-FILE TO TRUE
023400     END-READ.
023500 1100-EXIT.
023600     EXIT.
023700*
023800******************************************************************
023900*    PAYHIST IS IN EMPLOYEE / RUN DATE ORDER, SO AN EMPLOYEE'S   *
024000*    EARLIER RUNS ARE SEEN FIRST - THE LAST ONE BEFORE THE RUN   *
024100*    DATE IS WHAT IS LEFT IN THE TABLE WHEN THE RUN DATE'S OWN   *
024200*    RECORD (LIVE CHECK) COMES UP TO BE COMPARED.                *
024300******************************************************************
024400 2000-READ-HISTORY.
024500     IF NOT PH-REGULAR-RUN
024600         OR PH-EMP-ID = ZERO
024700         OR PH-RUN-DATE > WS-RUN-DATE
024800         GO TO 2000-NEXT
024900     END-IF.
025000     IF PH-RUN-DATE < WS-RUN-DATE
025100         PERFORM 2100-SAVE-PRIOR THRU 2100-EXIT
025200         GO TO 2000-NEXT
025300     END-IF.
025400     IF NOT PM-TRIAL-RUN
025500         PERFORM 2500-COMPARE-EMPLOYEE THRU 2500-EXIT
025600     END-IF.
025700 2000-NEXT.
025800     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100*
026200 2100-SAVE-PRIOR.
026300     MOVE PH-EMP-ID TO WS-EMP-IDX.
026400     MOVE PH-RUN-DATE       TO WS-PRI-DATE (WS-EMP-IDX).
026500     MOVE PH-EMP-NAME       TO WS-PRI-NAME (WS-EMP-IDX).
026600     MOVE PH-HOURS-WORKED   TO WS-PRI-HOURS (WS-EMP-IDX).
026700     MOVE PH-HOURLY-RATE    TO WS-PRI-RATE (WS-EMP-IDX).
026800     MOVE PH-BRACKET-USED   TO WS-PRI-BRACKET (WS-EMP-IDX).
026900     MOVE PH-GROSS          TO WS-PRI-GROSS (WS-EMP-IDX).
027000     MOVE PH-NET            TO WS-PRI-NET (WS-EMP-IDX).
027100     MOVE PH-DISPOSITION-SW TO WS-PRI-DISPOSITION (WS-EMP-IDX).
027200     IF PH-RUN-DATE > WS-PREV-RUN-DATE
027300         MOVE PH-RUN-DATE TO WS-PREV-RUN-DATE
027400     END-IF.
027500 2100-EXIT.
027600     EXIT.
027700*
027800******************************************************************
027900*    ONE EMPLOYEE IN THE RUN BEING CHECKED (PH- FIELDS) AGAINST  *
028000*    THEIR LAST REGULAR PAYMENT.  NO EARLIER PAYMENT MEANS       *
028100*    NOTHING TO COMPARE - THEY SHOW ON THE "NOT PAID LAST RUN"   *
028200*    LIST INSTEAD.                                               *
028300******************************************************************
028400 2500-COMPARE-EMPLOYEE.
028500     ADD 1 TO WS-CURRENT-COUNT.
028600     MOVE PH-EMP-ID TO WS-EMP-IDX.
028700     MOVE "Y" TO WS-PRI-PAID-NOW (WS-EMP-IDX).
028800     MOVE "N" TO WS-EMP-FLAGGED-SW.
028900     IF WS-PRI-DATE (WS-EMP-IDX) = ZERO
029000         GO TO 2500-EXIT
029100     END-IF.
029200     MOVE PH-EMP-ID   TO WS-DTL-EMP-ID.
029300     MOVE PH-EMP-NAME TO WS-DTL-EMP-NAME.
029400     PERFORM 2510-CHECK-GROSS THRU 2510-EXIT.
029500     PERFORM 2520-CHECK-NET THRU 2520-EXIT.
029600     PERFORM 2530-CHECK-HOURS THRU 2530-EXIT.
029700     PERFORM 2540-CHECK-RATE THRU 2540-EXIT.
029800     PERFORM 2550-CHECK-BRACKET THRU 2550-EXIT.
029900     PERFORM 2560-CHECK-DISPOSITION THRU 2560-EXIT.
030000     IF WS-EMP-FLAGGED
030100         ADD 1 TO WS-FLAGGED-COUNT
030200     END-IF.
030300 2500-EXIT.
030400     EXIT.
030500*
030600 2510-CHECK-GROSS.
030700     IF WS-PRI-GROSS (WS-EMP-IDX) = ZERO
030800         GO TO 2510-EXIT
030900     END-IF.
031000     COMPUTE WS-PCT-CHANGE ROUNDED =
031100         (PH-GROSS - WS-PRI-GROSS (WS-EMP-IDX)) * 100
031200         / WS-PRI-GROSS (WS-EMP-IDX)
031300         ON SIZE ERROR
031400             MOVE 99999.9 TO WS-PCT-CHANGE
031500     END-COMPUTE.
031600     MOVE WS-PCT-CHANGE TO WS-PCT-ABS.
031700     IF WS-PCT-ABS NOT > WS-PCT-LIMIT
031800         GO TO 2510-EXIT
031900     END-IF.
032000     MOVE "GROSS PAY CHANGE    " TO WS-DTL-VARIANCE.
032100     MOVE WS-PRI-GROSS (WS-EMP-IDX) TO WS-EDIT-MONEY.
032200     MOVE WS-EDIT-MONEY TO WS-DTL-PREVIOUS.
032300     MOVE PH-GROSS TO WS-EDIT-MONEY.
032400     MOVE WS-EDIT-MONEY TO WS-DTL-CURRENT.
032500     MOVE WS-PCT-CHANGE TO WS-EPC-VALUE.
032600     MOVE WS-EDIT-PCT TO WS-DTL-CHANGE.
032700     PERFORM 2900-WRITE-VARIANCE THRU 2900-EXIT.
032800 2510-EXIT.
032900     EXIT.
033000*
033100 2520-CHECK-NET.
033200     IF WS-PRI-NET (WS-EMP-IDX) = ZERO
033300         GO TO 2520-EXIT
033400     END-IF.
033500     COMPUTE WS-PCT-CHANGE ROUNDED =
033600         (PH-NET - WS-PRI-NET (WS-EMP-IDX)) * 100
033700         / WS-PRI-NET (WS-EMP-IDX)
033800         ON SIZE ERROR
033900             MOVE 99999.9 TO WS-PCT-CHANGE
034000     END-COMPUTE.
034100     MOVE WS-PCT-CHANGE TO WS-PCT-ABS.
034200     IF WS-PCT-ABS NOT > WS-PCT-LIMIT
034300         GO TO 2520-EXIT
034400     END-IF.
034500     MOVE "NET PAY CHANGE      " TO WS-DTL-VARIANCE.
034600     MOVE WS-PRI-NET (WS-EMP-IDX) TO WS-EDIT-MONEY.
034700     MOVE WS-EDIT-MONEY TO WS-DTL-PREVIOUS.
034800     MOVE PH-NET TO WS-EDIT-MONEY.
034900     MOVE WS-EDIT-MONEY TO WS-DTL-CURRENT.
035000     MOVE WS-PCT-CHANGE TO WS-EPC-VALUE.
035100     MOVE WS-EDIT-PCT TO WS-DTL-CHANGE.
035200     PERFORM 2900-WRITE-VARIANCE THRU 2900-EXIT.
035300 2520-EXIT.
035400     EXIT.
035500*
035600 2530-CHECK-HOURS.
035700     COMPUTE WS-HOURS-CHANGE =
035800         PH-HOURS-WORKED - WS-PRI-HOURS (WS-EMP-IDX).
035900     MOVE WS-HOURS-CHANGE TO WS-HOURS-ABS.
036000     IF WS-HOURS-ABS NOT > WS-HOURS-LIMIT
036100         GO TO 2530-EXIT
036200     END-IF.
036300     MOVE "HOURS SWING         " TO WS-DTL-VARIANCE.
036400     MOVE WS-PRI-HOURS (WS-EMP-IDX) TO WS-EDIT-HOURS.
036500     MOVE WS-EDIT-HOURS TO WS-DTL-PREVIOUS.
036600     MOVE PH-HOURS-WORKED TO WS-EDIT-HOURS.
036700     MOVE WS-EDIT-HOURS TO WS-DTL-CURRENT.
036800     MOVE WS-HOURS-CHANGE TO WS-EDIT-HOURS-CHANGE.
036900     MOVE WS-EDIT-HOURS-CHANGE TO WS-DTL-CHANGE.
037000     PERFORM 2900-WRITE-VARIANCE THRU 2900-EXIT.
037100 2530-EXIT.
037200     EXIT.
037300*
037400 2540-CHECK-RATE.
037500     IF PH-HOURLY-RATE = WS-PRI-RATE (WS-EMP-IDX)
037600         GO TO 2540-EXIT
037700     END-IF.
037800     MOVE "HOURLY RATE CHANGE  " TO WS-DTL-VARIANCE.
037900     MOVE WS-PRI-RATE (WS-EMP-IDX) TO WS-EDIT-HOURS.
038000     MOVE WS-EDIT-HOURS TO WS-DTL-PREVIOUS.
038100     MOVE PH-HOURLY-RATE TO WS-EDIT-HOURS.
038200     MOVE WS-EDIT-HOURS TO WS-DTL-CURRENT.
038300     MOVE SPACES TO WS-DTL-CHANGE.
038400     PERFORM 2900-WRITE-VARIANCE THRU 2900-EXIT.
038500 2540-EXIT.
038600     EXIT.
038700*
038800 2550-CHECK-BRACKET.
038900     IF PH-BRACKET-USED = WS-PRI-BRACKET (WS-EMP-IDX)
039000         GO TO 2550-EXIT
039100     END-IF.
039200     MOVE "TAX BRACKET CHANGE  " TO WS-DTL-VARIANCE.
039300     MOVE WS-PRI-BRACKET (WS-EMP-IDX) TO WS-EDIT-BRACKET.
039400     MOVE WS-EDIT-BRACKET TO WS-DTL-PREVIOUS.
039500     MOVE PH-BRACKET-USED TO WS-EDIT-BRACKET.
039600     MOVE WS-EDIT-BRACKET TO WS-DTL-CURRENT.
039700     MOVE SPACES TO WS-DTL-CHANGE.
039800     PERFORM 2900-WRITE-VARIANCE THRU 2900-EXIT.
039900 2550-EXIT.
040000     EXIT.
040100*
040200 2560-CHECK-DISPOSITION.
040300     IF PH-DISPOSITION-SW = WS-PRI-DISPOSITION (WS-EMP-IDX)
040400         GO TO 2560-EXIT
040500     END-IF.
040600     MOVE "DEPOSIT/CHECK SWITCH" TO WS-DTL-VARIANCE.
040700     IF WS-PRI-DISPOSITION (WS-EMP-IDX) = "D"
040800         MOVE "   DEPOSIT" TO WS-DTL-PREVIOUS
040900     ELSE
041000         MOVE "     CHECK" TO WS-DTL-PREVIOUS
041100     END-IF.
041200     IF PH-BY-DEPOSIT
041300         MOVE "   DEPOSIT" TO WS-DTL-CURRENT
041400     ELSE
041500         MOVE "     CHECK" TO WS-DTL-CURRENT
041600     END-IF.
041700     MOVE SPACES TO WS-DTL-CHANGE.
041800     PERFORM 2900-WRITE-VARIANCE THRU 2900-EXIT.
041900 2560-EXIT.
042000     EXIT.
042100*
042200 2900-WRITE-VARIANCE.
042300     IF WS-VARIANCE-COUNT = ZERO
042400         MOVE "VARIANCES FROM EACH EMPLOYEE'S LAST REGULAR RUN"
042500             TO WS-SECTION-LINE
042600         PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
042700     END-IF.
042800     WRITE PAYV-RPT-LINE FROM WS-RPT-DETAIL.
042900     ADD 1 TO WS-VARIANCE-COUNT.
043000     SET WS-EMP-FLAGGED TO TRUE.
043100 2900-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500*    TRIAL CHECK - THE RUN BEING CHECKED IS WHAT THE TRIAL RUN   *
043600*    WROTE TO PAYHTRL, IN THE PAYHIST RECORD LAYOUT.             *
043700******************************************************************
043800 3000-CHECK-TRIAL-RUN.
043900     OPEN INPUT PAYHTRL.
044000     IF WS-PAYHTRL-STATUS NOT = "00"
044100         DISPLAY "PAYVAR: NO TRIAL PAY HISTORY (PAYHTRL) - "
044200             "STATUS " WS-PAYHTRL-STATUS
044300         GO TO 3000-EXIT
044400     END-IF.
044500     MOVE "N" TO WS-EOF-SW.
044600     PERFORM 3100-READ-TRIAL THRU 3100-EXIT.
044700     PERFORM 3200-CHECK-ONE-TRIAL THRU 3200-EXIT
044800         UNTIL WS-END-OF-FILE.
044900     CLOSE PAYHTRL.
045000 3000-EXIT.
045100     EXIT.
045200*
045300 3100-READ-TRIAL.
045400     READ PAYHTRL INTO PH-HISTORY-RECORD
045500         AT END
045600             SET WS-END-OF-FILE TO TRUE
045700     END-READ.
045800 3100-EXIT.
045900     EXIT.
046000*
046100 3200-CHECK-ONE-TRIAL.
046200     IF PH-EMP-ID NOT = ZERO
046300         PERFORM 2500-COMPARE-EMPLOYEE THRU 2500-EXIT
046400     END-IF.
046500     PERFORM 3100-READ-TRIAL THRU 3100-EXIT.
046600 3200-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000*    WHO DROPPED OUT OF THE PAYROLL, AND WHO IS NEW TO IT,       *
047100*    AGAINST THE PREVIOUS REGULAR RUN DATE.                      *
047200******************************************************************
047300 4000-LIST-MISSING.
047400     MOVE SPACES TO PAYV-RPT-LINE.
047500     WRITE PAYV-RPT-LINE.
047600     MOVE WS-PREV-RUN-DATE TO WS-PRL-DATE.
047700     WRITE PAYV-RPT-LINE FROM WS-PREV-RUN-LINE.
047800     MOVE "PAID IN THE PREVIOUS RUN, NOT IN THIS RUN"
047900         TO WS-SECTION-LINE.
048000     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT.
048100     IF WS-PREV-RUN-DATE NOT = ZERO
048200         PERFORM 4100-CHECK-DROPPED THRU 4100-EXIT
048300             VARYING WS-EMP-IDX FROM 1 BY 1
048400             UNTIL WS-EMP-IDX > 999
048500     END-IF.
048600     MOVE "PAID IN THIS RUN, NOT IN THE PREVIOUS RUN"
048700         TO WS-SECTION-LINE.
048800     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT.
048900     PERFORM 4200-CHECK-ADDED THRU 4200-EXIT
049000         VARYING WS-EMP-IDX FROM 1 BY 1
049100         UNTIL WS-EMP-IDX > 999.
049200 4000-EXIT.
049300     EXIT.
049400*
049500 4100-CHECK-DROPPED.
049600     IF WS-PRI-DATE (WS-EMP-IDX) NOT = WS-PREV-RUN-DATE
049700         OR WS-PRI-PAID-NOW (WS-EMP-IDX) = "Y"
049800         GO TO 4100-EXIT
049900     END-IF.
050000     MOVE WS-EMP-IDX TO WS-DTL-EMP-ID.
050100     MOVE WS-PRI-NAME (WS-EMP-IDX) TO WS-DTL-EMP-NAME.
050200     MOVE "NOT PAID THIS RUN   " TO WS-DTL-VARIANCE.
050300     MOVE WS-PRI-NET (WS-EMP-IDX) TO WS-EDIT-MONEY.
050400     MOVE WS-EDIT-MONEY TO WS-DTL-PREVIOUS.
050500     MOVE SPACES TO WS-DTL-CURRENT.
050600     MOVE SPACES TO WS-DTL-CHANGE.
050700     WRITE PAYV-RPT-LINE FROM WS-RPT-DETAIL.
050800     ADD 1 TO WS-DROPPED-COUNT.
050900 4100-EXIT.
051000     EXIT.
051100*
051200 4200-CHECK-ADDED.
051300     IF WS-PRI-PAID-NOW (WS-EMP-IDX) NOT = "Y"
051400         GO TO 4200-EXIT
051500     END-IF.
051600     IF WS-PREV-RUN-DATE NOT = ZERO
051700         AND WS-PRI-DATE (WS-EMP-IDX) = WS-PREV-RUN-DATE
051800         GO TO 4200-EXIT
051900     END-IF.
052000     MOVE WS-EMP-IDX TO WS-DTL-EMP-ID.
052100     MOVE "NOT PAID LAST RUN   " TO WS-DTL-VARIANCE.
052200     IF WS-PRI-DATE (WS-EMP-IDX) = ZERO
052300         MOVE SPACES TO WS-DTL-EMP-NAME
052400         MOVE "     NEVER" TO WS-DTL-PREVIOUS
052500     ELSE
052600         MOVE WS-PRI-NAME (WS-EMP-IDX) TO WS-DTL-EMP-NAME
052700         MOVE WS-PRI-DATE (WS-EMP-IDX) TO WS-EDIT-DATE
052800         MOVE WS-EDIT-DATE TO WS-DTL-PREVIOUS
052900     END-IF.
053000     MOVE "PAID NOW  " TO WS-DTL-CURRENT.
053100     MOVE SPACES TO WS-DTL-CHANGE.
053200     WRITE PAYV-RPT-LINE FROM WS-RPT-DETAIL.
053300     ADD 1 TO WS-ADDED-COUNT.
053400 4200-EXIT.
053500     EXIT.
053600*
053700 8000-WRITE-SECTION.
053800     MOVE SPACES TO PAYV-RPT-LINE.
053900     WRITE PAYV-RPT-LINE.
054000     WRITE PAYV-RPT-LINE FROM WS-SECTION-LINE.
054100     WRITE PAYV-RPT-LINE FROM WS-RPT-COLUMNS.
054200 8000-EXIT.
054300     EXIT.
054400*
054500 9000-FINISH.
054600     MOVE SPACES TO PAYV-RPT-LINE.
054700     WRITE PAYV-RPT-LINE.
054800     MOVE "EMPLOYEES IN THIS RUN     " TO WS-CNT-LABEL.
054900     MOVE WS-CURRENT-COUNT TO WS-CNT-VALUE.
055000     WRITE PAYV-RPT-LINE FROM WS-COUNT-LINE.
055100     MOVE "EMPLOYEES FLAGGED         " TO WS-CNT-LABEL.
055200     MOVE WS-FLAGGED-COUNT TO WS-CNT-VALUE.
055300     WRITE PAYV-RPT-LINE FROM WS-COUNT-LINE.
055400     MOVE "VARIANCES FLAGGED         " TO WS-CNT-LABEL.
055500     MOVE WS-VARIANCE-COUNT TO WS-CNT-VALUE.
055600     WRITE PAYV-RPT-LINE FROM WS-COUNT-LINE.
055700     MOVE "NOT PAID THIS RUN         " TO WS-CNT-LABEL.
055800     MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE.
055900     WRITE PAYV-RPT-LINE FROM WS-COUNT-LINE.
056000     MOVE "NOT PAID LAST RUN         " TO WS-CNT-LABEL.
056100     MOVE WS-ADDED-COUNT TO WS-CNT-VALUE.
056200     WRITE PAYV-RPT-LINE FROM WS-COUNT-LINE.
056300     IF PM-TRIAL-RUN
056400         WRITE PAYV-RPT-LINE FROM WS-TRIAL-BANNER
056500     END-IF.
056600     CLOSE PAYV-RPT.
056700     IF WS-PAYHIST-OPEN
056800         CLOSE PAYHIST
056900     END-IF.
057000     IF WS-CURRENT-COUNT = ZERO AND NOT PM-TRIAL-RUN
057100         DISPLAY "PAYVAR: NO REGULAR PAY HISTORY FOR RUN DATE "
057200             WS-RUN-DATE
057300         MOVE 8 TO RETURN-CODE
057400     END-IF.
057500     DISPLAY "PAYVAR: " WS-CURRENT-COUNT " EMPLOYEE(S) CHECKED, "
057600         WS-FLAGGED-COUNT " FLAGGED, " WS-DROPPED-COUNT
057700         " NOT PAID THIS RUN, " WS-ADDED-COUNT
057800         " NOT PAID LAST RUN".
057900 9000-EXIT.
058000     EXIT.
