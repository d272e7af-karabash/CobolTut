000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TIMEENT.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    TIMEENT IS TIMECARD ENTRY FROM THE COBOLTUT OPERATOR MENU.  *
001000*    AS EACH CARD IS KEYED THE EMPLOYEE IS LOOKED UP ON EMPMAST  *
001100*    AND THE NAME, STANDARD RATE, AND DEPARTMENT SHOWN BEFORE    *
001200*    ANY HOURS ARE TAKEN - A MIS-KEYED ID IS CAUGHT AT THE       *
001300*    TERMINAL INSTEAD OF BY PAYVAL AT NIGHT.  A TERMINATED       *
001400*    EMPLOYEE, OR A SECOND CARD FOR THE SAME EMPLOYEE IN THE     *
001500*    SAME PERIOD, IS REJECTED.  THE CARD TAKES ITS NAME, RATE,   *
001600*    AND SSN FROM THE MASTER, SO PAYVAL CANNOT REJECT IT FOR     *
001700*    DISAGREEING WITH THE MASTER.                                *
001800*                                                                *
001900*    EVERY CARD IS LOGGED ON TIMELOG WITH THE OPERATOR ID THAT   *
002000*    KEYED IT, AND EMPTIME IS REBUILT FROM THAT LOG AT THE END   *
002100*    OF THE SESSION - SO A CARD KEYED WRONG CAN BE REMOVED AND   *
002200*    KEYED AGAIN, AND A SESSION THAT DIES PART WAY THROUGH       *
002300*    LOSES NOTHING.  THE SESSION ENDS WITH THE OPERATOR KEYING   *
002400*    THE BATCH TOTAL OF HOURS FROM THE ADDING-MACHINE TAPE; THE  *
002500*    BATCH ON TIMECTL STAYS OPEN UNTIL THAT TOTAL AGREES WITH    *
002600*    THE CARDS, AND THE LIVE PAYROLL RUN WILL NOT READ EMPTIME   *
002700*    WHILE ANY BATCH IS OPEN.  THE TIMELST ENTRY LISTING, BY     *
002800*    OPERATOR ID, IS PRINTED AT THE END OF EVERY SESSION.        *
002900*                                                                *
003000*    THE PERIOD IS THE NEXT PAY DATE ON THE PAYCAL CALENDAR      *
003100*    UNLESS THE OPERATOR KEYS A PERIOD-END DATE.  THE FIRST      *
003200*    SESSION FOR A PERIOD OFFERS TO KEEP ANY CARDS ALREADY ON    *
003300*    EMPTIME (A FILE PREPARED OUTSIDE THE SYSTEM); THEY ARE      *
003400*    LOGGED UNDER OPERATOR "*EMPTIME".                           *
003500*                                                                *
003600*    RETURN CODE 00 - BATCH BALANCED                             *
003700*                10 - BATCH OUT OF BALANCE                       *
003800*                20 - ENTRY REFUSED, NOTHING CHANGED             *
003900*                                                                *
004000*    MODIFICATION HISTORY                                        *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    15OCT26    JEH   ORIGINAL PROGRAM - TIMECARD ENTRY          *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT EMPMAST ASSIGN TO "EMPMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS EM-EMP-ID
005100         FILE STATUS IS WS-EMPMAST-STATUS.
005200     SELECT PAYCAL ASSIGN TO "PAYCAL"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS PC-PAY-DATE
005600         FILE STATUS IS WS-PAYCAL-STATUS.
005700     SELECT EMP-TIME ASSIGN TO "EMPTIME"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-EMP-TIME-STATUS.
006000     SELECT TIMECTL ASSIGN TO "TIMECTL"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TC-PERIOD-END
006400         FILE STATUS IS WS-TIMECTL-STATUS.
006500     SELECT TIMELOG ASSIGN TO "TIMELOG"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS TL-LOG-KEY
006900         FILE STATUS IS WS-TIMELOG-STATUS.
007000     SELECT TIME-SORT ASSIGN TO "TIMEWK01".
007100     SELECT TIMELST ASSIGN TO "TIMELST"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-TIMELST-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  EMPMAST.
007700 COPY "empmast.cpy".
007800 FD  PAYCAL.
007900 COPY "paycal.cpy".
008000 FD  EMP-TIME
008100     RECORD CONTAINS 54 CHARACTERS.
008200 01  EMP-TIME-LINE                   PIC X(54).
008300 FD  TIMECTL.
008400 COPY "timectl.cpy".
008500 FD  TIMELOG.
008600 COPY "timelog.cpy".
008700 SD  TIME-SORT.
008800 01  TS-SORT-RECORD.
008900     05  TS-OPERATOR-ID              PIC X(08).
009000     05  TS-EMP-ID                   PIC 9(03).
009100     05  TS-EMP-NAME                 PIC X(20).
009200     05  TS-DEPT                     PIC X(04).
009300     05  TS-HOURS-WORKED             PIC 9(03)V9(02).
009400     05  TS-VAC-HOURS                PIC 9(03)V9(02).
009500     05  TS-SICK-HOURS               PIC 9(03)V9(02).
009600     05  TS-ENTRY-DATE               PIC 9(08).
009700 FD  TIMELST
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  TIMELST-LINE                    PIC X(80).
010000 WORKING-STORAGE SECTION.
010100 COPY "emptime.cpy".
010200 77  WS-EMPMAST-STATUS               PIC X(02).
010300 77  WS-PAYCAL-STATUS                PIC X(02).
010400 77  WS-EMP-TIME-STATUS              PIC X(02).
010500 77  WS-TIMECTL-STATUS               PIC X(02).
010600 77  WS-TIMELOG-STATUS               PIC X(02).
010700 77  WS-TIMELST-STATUS               PIC X(02).
010800 77  WS-REFUSED-SW                   PIC X(01) VALUE "N".
010900     88  WS-SESSION-REFUSED          VALUE "Y".
011000 77  WS-ENTRY-DONE-SW                PIC X(01) VALUE "N".
011100     88  WS-ENTRY-DONE               VALUE "Y".
011200 77  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
011300     88  WS-CTL-END-OF-FILE          VALUE "Y".
011400 77  WS-TIME-EOF-SW                  PIC X(01) VALUE "N".
011500     88  WS-TIME-END-OF-FILE         VALUE "Y".
011600 77  WS-LOG-EOF-SW                   PIC X(01) VALUE "N".
011700     88  WS-LOG-END-OF-FILE          VALUE "Y".
011800 77  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
011900     88  WS-SORT-END-OF-FILE         VALUE "Y".
012000 77  WS-CONFIRM-ANSWER               PIC X(01) VALUE "N".
012100     88  WS-CONFIRMED                VALUE "Y".
012200 77  WS-PERIOD-END                   PIC 9(08) VALUE ZERO.
012300 77  WS-LATEST-PERIOD                PIC 9(08) VALUE ZERO.
012400 77  WS-OPEN-PERIOD                  PIC 9(08) VALUE ZERO.
012500 77  WS-FILE-OPERATOR                PIC X(08) VALUE "*EMPTIME".
012600 77  WS-MAX-WEEKLY-HOURS             PIC 9(03)V99 VALUE 80.00.
012700 77  WS-ENT-EMP-ID                   PIC 9(03) VALUE ZERO.
012800 77  WS-ENT-HOURS                    PIC 9(03)V99 VALUE ZERO.
012900 77  WS-ENT-VAC-HOURS                PIC 9(03)V99 VALUE ZERO.
013000 77  WS-ENT-SICK-HOURS               PIC 9(03)V99 VALUE ZERO.
013100 77  WS-ENT-DEPT                     PIC X(04) VALUE SPACES.
013200 77  WS-CARD-HOURS                   PIC 9(04)V99 VALUE ZERO.
013300 77  WS-ON-FILE-COUNT                PIC 9(05) VALUE ZERO.
013400 77  WS-TAKEN-COUNT                  PIC 9(05) VALUE ZERO.
013500 77  WS-KEYED-COUNT                  PIC 9(05) VALUE ZERO.
013600 77  WS-REMOVED-COUNT                PIC 9(05) VALUE ZERO.
013700 77  WS-REJECT-COUNT                 PIC 9(05) VALUE ZERO.
013800 77  WS-BATCH-COUNT                  PIC 9(05) VALUE ZERO.
013900 77  WS-BATCH-HOURS                  PIC 9(07)V99 VALUE ZERO.
014000 77  WS-KEYED-TOTAL                  PIC 9(07)V99 VALUE ZERO.
014100 77  WS-OUT-BY                       PIC 9(07)V99 VALUE ZERO.
014200 77  WS-PREV-OPERATOR                PIC X(08) VALUE SPACES.
014300 77  WS-OPER-COUNT                   PIC 9(05) VALUE ZERO.
014400 77  WS-OPER-HOURS                   PIC 9(07)V99 VALUE ZERO.
014500 77  WS-LIST-COUNT                   PIC 9(05) VALUE ZERO.
014600 77  WS-LIST-HOURS                   PIC 9(07)V99 VALUE ZERO.
014700 77  WS-RATE-EDIT                    PIC ZZ9.99.
014800 77  WS-HOURS-EDIT                   PIC Z,ZZZ,ZZ9.99.
014900 01  WS-SEEN-TABLE.
015000     05  WS-SEEN-FLAG                PIC X(01) OCCURS 999 TIMES.
015100 01  WS-CURRENT-DATE-TIME.
015200     05  WS-CDT-DATE                 PIC 9(08).
015300     05  WS-CDT-TIME                 PIC 9(08).
015400     05  WS-CDT-OFFSET               PIC X(05).
015500 01  WS-RPT-HEADING.
015600     05  FILLER                      PIC X(01) VALUE X"0C".
015700     05  FILLER                      PIC X(39) VALUE
015800         "TIMECARD ENTRY LISTING - PERIOD ENDING ".
015900     05  WS-HDG-PERIOD               PIC 9(08).
016000     05  FILLER                      PIC X(12) VALUE
016100         "   RUN DATE ".
016200     05  WS-HDG-DATE                 PIC 9(08).
016300 01  WS-RPT-COLUMNS.
016400     05  FILLER                      PIC X(39) VALUE
016500         " ID  EMPLOYEE              DEPT  WORKED".
016600     05  FILLER                      PIC X(35) VALUE
016700         "     VAC    SICK     TOTAL  ENTERED".
016800 01  WS-OPER-HEADING.
016900     05  FILLER                      PIC X(09) VALUE "OPERATOR ".
017000     05  WS-OHD-OPERATOR-ID          PIC X(08).
017100 01  WS-RPT-DETAIL.
017200     05  WS-DTL-EMP-ID               PIC ZZ9.
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  WS-DTL-EMP-NAME             PIC X(20).
017500     05  FILLER                      PIC X(02) VALUE SPACES.
017600     05  WS-DTL-DEPT                 PIC X(04).
017700     05  FILLER                      PIC X(02) VALUE SPACES.
017800     05  WS-DTL-HOURS                PIC ZZ9.99.
017900     05  FILLER                      PIC X(02) VALUE SPACES.
018000     05  WS-DTL-VAC-HOURS            PIC ZZ9.99.
018100     05  FILLER                      PIC X(02) VALUE SPACES.
018200     05  WS-DTL-SICK-HOURS           PIC ZZ9.99.
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  WS-DTL-CARD-HOURS           PIC Z,ZZ9.99.
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  WS-DTL-ENTRY-DATE           PIC 9(08).
018700 01  WS-SUBTOTAL-LINE.
018800     05  WS-SUB-LABEL                PIC X(18).
018900     05  WS-SUB-COUNT                PIC ZZZZ9.
019000     05  FILLER                      PIC X(09) VALUE " CARD(S) ".
019100     05  FILLER                      PIC X(21) VALUE SPACES.
019200     05  WS-SUB-HOURS                PIC Z,ZZZ,ZZ9.99.
019300 01  WS-COUNT-LINE.
019400     05  WS-CNT-LABEL                PIC X(26).
019500     05  WS-CNT-VALUE                PIC ZZZZ9.
019600 01  WS-HOURS-LINE.
019700     05  WS-HRS-LABEL                PIC X(26).
019800     05  WS-HRS-VALUE                PIC Z,ZZZ,ZZ9.99.
019900 01  WS-STATUS-LINE.
020000     05  FILLER                      PIC X(26) VALUE
020100         "BATCH STATUS              ".
020200     05  WS-STS-TEXT                 PIC X(40).
020300 LINKAGE SECTION.
020400 01  LK-OPERATOR-ID                  PIC X(08).
020500 01  LK-RETURN-CODE                  PIC 9(02).
020600     88  LK-BATCH-BALANCED           VALUE 00.
020700     88  LK-BATCH-OUT-OF-BALANCE     VALUE 10.
020800     88  LK-ENTRY-REFUSED            VALUE 20.
020900 PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-RETURN-CODE.
021000*
021100 0000-MAINLINE.
021200     MOVE ZERO TO LK-RETURN-CODE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     IF WS-SESSION-REFUSED
021500         SET LK-ENTRY-REFUSED TO TRUE
021600         GOBACK
021700     END-IF.
021800     PERFORM 2000-ENTER-CARD THRU 2000-EXIT
021900         UNTIL WS-ENTRY-DONE.
022000     PERFORM 3000-REBUILD-EMPTIME THRU 3000-EXIT.
022100     PERFORM 4000-BALANCE-BATCH THRU 4000-EXIT.
022200     PERFORM 5000-PRINT-LISTING THRU 5000-EXIT.
022300     CLOSE EMPMAST.
022400     CLOSE TIMECTL.
022500     CLOSE TIMELOG.
022600     GOBACK.
022700*
022800*    COBOLTUT CALLS THIS ONCE PER MENU CHOICE WITHOUT A CANCEL,
022900*    SO EVERY SWITCH AND COUNTER IS SET BACK HERE, NOT LEFT TO
023000*    ITS VALUE CLAUSE.
023100 1000-INITIALIZE.
023200     MOVE "N" TO WS-REFUSED-SW.
023300     MOVE "N" TO WS-ENTRY-DONE-SW.
023400     MOVE ZERO TO WS-ON-FILE-COUNT.
023500     MOVE ZERO TO WS-TAKEN-COUNT.
023600     MOVE ZERO TO WS-KEYED-COUNT.
023700     MOVE ZERO TO WS-REMOVED-COUNT.
023800     MOVE ZERO TO WS-REJECT-COUNT.
023900     MOVE ZERO TO WS-BATCH-COUNT.
024000     MOVE ZERO TO WS-BATCH-HOURS.
024100     MOVE SPACES TO WS-SEEN-TABLE.
024200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024300     PERFORM 1100-FIND-PERIOD THRU 1100-EXIT.
024400     IF WS-SESSION-REFUSED
024500         GO TO 1000-EXIT
024600     END-IF.
024700     OPEN I-O TIMECTL.
024800     IF WS-TIMECTL-STATUS = "35"
024900         OPEN OUTPUT TIMECTL
025000         CLOSE TIMECTL
025100         OPEN I-O TIMECTL
025200     END-IF.
025300     PERFORM 1200-CHECK-OTHER-BATCHES THRU 1200-EXIT.
025400     IF WS-SESSION-REFUSED
025500         CLOSE TIMECTL
025600         GO TO 1000-EXIT
025700     END-IF.
025800     OPEN INPUT EMPMAST.
025900     IF WS-EMPMAST-STATUS NOT = "00"
026000         DISPLAY "TIMEENT: EMPMAST NOT AVAILABLE - STATUS "
026100             WS-EMPMAST-STATUS
026200         CLOSE TIMECTL
026300         SET WS-SESSION-REFUSED TO TRUE
026400         GO TO 1000-EXIT
026500     END-IF.
026600     OPEN I-O TIMELOG.
026700     IF WS-TIMELOG-STATUS = "35"
026800         OPEN OUTPUT TIMELOG
026900         CLOSE TIMELOG
027000         OPEN I-O TIMELOG
027100     END-IF.
027200     PERFORM 1300-SET-UP-BATCH THRU 1300-EXIT.
027300     PERFORM 1500-MARK-LOGGED-CARDS THRU 1500-EXIT.
027400 1000-EXIT.
027500     EXIT.
027600*
027700*    ZERO TAKES THE PERIOD OF THE NEXT PAY DATE ON THE CALENDAR,
027800*    TODAY INCLUDED - THE SAME PERIOD-END THE PAYROLL RUN WILL
027900*    STAMP ON THE REGISTER THAT NIGHT.
028000 1100-FIND-PERIOD.
028100     DISPLAY "PERIOD-END DATE YYYYMMDD (0 = NEXT PAY DATE ON THE"
028200         " CALENDAR)".
028300     MOVE ZERO TO WS-PERIOD-END.
028400     ACCEPT WS-PERIOD-END.
028500     IF WS-PERIOD-END NOT = ZERO
028600         GO TO 1100-EXIT
028700     END-IF.
028800     OPEN INPUT PAYCAL.
028900     IF WS-PAYCAL-STATUS NOT = "00"
029000         DISPLAY "TIMEENT: NO PAY CALENDAR - KEY THE PERIOD-END"
029100             " DATE"
029200         SET WS-SESSION-REFUSED TO TRUE
029300         GO TO 1100-EXIT
029400     END-IF.
029500     MOVE WS-CDT-DATE TO PC-PAY-DATE.
029600     START PAYCAL KEY NOT LESS THAN PC-PAY-DATE
029700         INVALID KEY
029800             SET WS-SESSION-REFUSED TO TRUE
029900     END-START.
030000     IF NOT WS-SESSION-REFUSED
030100         READ PAYCAL NEXT RECORD
030200             AT END
030300                 SET WS-SESSION-REFUSED TO TRUE
030400             NOT AT END
030500                 MOVE PC-PERIOD-END TO WS-PERIOD-END
030600         END-READ
030700     END-IF.
030800     CLOSE PAYCAL.
030900     IF WS-SESSION-REFUSED
031000         DISPLAY "TIMEENT: NO PAY DATE ON THE CALENDAR FROM TODAY"
031100             " ON - KEY THE PERIOD-END DATE"
031200     ELSE
031300         DISPLAY "TIMECARDS FOR PERIOD ENDING " WS-PERIOD-END
031400     END-IF.
031500 1100-EXIT.
031600     EXIT.
031700*
031800*    EMPTIME HOLDS ONE PERIOD AT A TIME.  A BATCH STILL OPEN FOR
031900*    ANOTHER PERIOD MUST BE BALANCED BEFORE ANY OTHER IS KEYED,
032000*    AND AN EARLIER PERIOD CANNOT BE REOPENED ONCE A LATER ONE
032100*    HAS BEEN STARTED - REBUILDING EMPTIME FOR IT WOULD THROW
032200*    AWAY THE LATER PERIOD'S CARDS.
032300 1200-CHECK-OTHER-BATCHES.
032400     MOVE ZERO TO WS-LATEST-PERIOD.
032500     MOVE ZERO TO WS-OPEN-PERIOD.
032600     MOVE "N" TO WS-CTL-EOF-SW.
032700     MOVE ZERO TO TC-PERIOD-END.
032800     START TIMECTL KEY NOT LESS THAN TC-PERIOD-END
032900         INVALID KEY
033000             SET WS-CTL-END-OF-FILE TO TRUE
033100     END-START.
033200     IF NOT WS-CTL-END-OF-FILE
033300         PERFORM 1220-READ-CONTROL THRU 1220-EXIT
033400     END-IF.
033500     PERFORM 1210-CHECK-ONE THRU 1210-EXIT
033600         UNTIL WS-CTL-END-OF-FILE.
033700     IF WS-OPEN-PERIOD NOT = ZERO
033800         DISPLAY "TIMEENT: TIMECARD BATCH FOR PERIOD "
033900             WS-OPEN-PERIOD " IS OUT OF BALANCE - BALANCE IT"
034000             " FIRST"
034100         SET WS-SESSION-REFUSED TO TRUE
034200         GO TO 1200-EXIT
034300     END-IF.
034400     IF WS-PERIOD-END < WS-LATEST-PERIOD
034500         DISPLAY "TIMEENT: EMPTIME ALREADY HOLDS LATER PERIOD "
034600             WS-LATEST-PERIOD " - ENTRY REFUSED"
034700         SET WS-SESSION-REFUSED TO TRUE
034800     END-IF.
034900 1200-EXIT.
035000     EXIT.
035100*
035200 1210-CHECK-ONE.
035300     IF TC-BATCH-OPEN
035400         AND TC-PERIOD-END NOT = WS-PERIOD-END
035500         MOVE TC-PERIOD-END TO WS-OPEN-PERIOD
035600     END-IF.
035700     IF TC-PERIOD-END > WS-LATEST-PERIOD
035800         MOVE TC-PERIOD-END TO WS-LATEST-PERIOD
035900     END-IF.
036000     PERFORM 1220-READ-CONTROL THRU 1220-EXIT.
036100 1210-EXIT.
036200     EXIT.
036300*
036400 1220-READ-CONTROL.
036500     READ TIMECTL NEXT RECORD
036600         AT END
036700             SET WS-CTL-END-OF-FILE TO TRUE
036800     END-READ.
036900 1220-EXIT.
037000     EXIT.
037100*
037200*    THE FIRST SESSION FOR A PERIOD OPENS ITS BATCH, AND DECIDES
037300*    WHAT BECOMES OF ANY CARDS ALREADY SITTING ON EMPTIME.
037400 1300-SET-UP-BATCH.
037500     MOVE WS-PERIOD-END TO TC-PERIOD-END.
037600     READ TIMECTL
037700         INVALID KEY
037800             CONTINUE
037900         NOT INVALID KEY
038000             GO TO 1300-EXIT
038100     END-READ.
038200     PERFORM 1400-TAKE-OVER-EMPTIME THRU 1400-EXIT.
038300     MOVE WS-PERIOD-END  TO TC-PERIOD-END.
038400     SET TC-BATCH-OPEN   TO TRUE.
038500     MOVE ZERO           TO TC-CARD-COUNT.
038600     MOVE ZERO           TO TC-HOURS-TOTAL.
038700     MOVE ZERO           TO TC-KEYED-TOTAL.
038800     MOVE LK-OPERATOR-ID TO TC-OPERATOR-ID.
038900     MOVE WS-CDT-DATE    TO TC-UPD-DATE.
039000     MOVE WS-CDT-TIME (1:6) TO TC-UPD-TIME.
039100     WRITE TC-TIME-CONTROL-RECORD.
039200 1300-EXIT.
039300     EXIT.
039400*
039500*    CARDS ON EMPTIME BEFORE KEYED ENTRY BEGAN FOR A PERIOD ARE
039600*    EITHER LAST PERIOD'S (ALREADY PAID) OR A FILE PREPARED
039700*    OUTSIDE THE SYSTEM FOR THIS ONE - ONLY THE OPERATOR KNOWS
039800*    WHICH.  KEPT CARDS ARE LOGGED SO THE REBUILD CARRIES THEM;
039900*    OTHERWISE EMPTIME STARTS THE PERIOD EMPTY.
040000 1400-TAKE-OVER-EMPTIME.
040100     OPEN INPUT EMP-TIME.
040200     IF WS-EMP-TIME-STATUS NOT = "00"
040300         GO TO 1400-EXIT
040400     END-IF.
040500     MOVE "N" TO WS-TIME-EOF-SW.
040600     PERFORM 1430-READ-CARD THRU 1430-EXIT.
040700     PERFORM 1410-COUNT-CARD THRU 1410-EXIT
040800         UNTIL WS-TIME-END-OF-FILE.
040900     CLOSE EMP-TIME.
041000     IF WS-ON-FILE-COUNT = ZERO
041100         GO TO 1400-EXIT
041200     END-IF.
041300     DISPLAY WS-ON-FILE-COUNT " CARD(S) ALREADY ON EMPTIME - KEEP"
041400         " THEM FOR PERIOD " WS-PERIOD-END " (Y/N)".
041500     MOVE "N" TO WS-CONFIRM-ANSWER.
041600     ACCEPT WS-CONFIRM-ANSWER.
041700     IF NOT WS-CONFIRMED
041800         DISPLAY "TIMEENT: EMPTIME STARTS EMPTY FOR THIS PERIOD"
041900         GO TO 1400-EXIT
042000     END-IF.
042100     OPEN INPUT EMP-TIME.
042200     MOVE "N" TO WS-TIME-EOF-SW.
042300     PERFORM 1430-READ-CARD THRU 1430-EXIT.
042400     PERFORM 1420-LOG-CARD THRU 1420-EXIT
042500         UNTIL WS-TIME-END-OF-FILE.
042600     CLOSE EMP-TIME.
042700 1400-EXIT.
042800     EXIT.
042900*
043000 1410-COUNT-CARD.
043100     ADD 1 TO WS-ON-FILE-COUNT.
043200     PERFORM 1430-READ-CARD THRU 1430-EXIT.
043300 1410-EXIT.
043400     EXIT.
043500*
043600*    A CARD IN THE OLD 44-BYTE LAYOUT READS WITH BLANK LEAVE
043700*    HOURS - LOGGED AS ZERO, AS THE PAYROLL RUN TREATS THEM.
043800 1420-LOG-CARD.
043900     IF ET-LEAVE-TAKEN = SPACES
044000         MOVE ZERO TO ET-VAC-HOURS
044100         MOVE ZERO TO ET-SICK-HOURS
044200     END-IF.
044300     MOVE WS-PERIOD-END       TO TL-PERIOD-END.
044400     MOVE ET-EMP-ID           TO TL-EMP-ID.
044500     MOVE WS-FILE-OPERATOR    TO TL-OPERATOR-ID.
044600     MOVE WS-CDT-DATE         TO TL-ENTRY-DATE.
044700     MOVE WS-CDT-TIME (1:6)   TO TL-ENTRY-TIME.
044800     MOVE ET-EMP-TIME-RECORD  TO TL-CARD.
044900     WRITE TL-TIME-LOG-RECORD
045000         INVALID KEY
045100             DISPLAY "TIMEENT: SECOND EMPTIME CARD FOR EMPLOYEE "
045200                 ET-EMP-ID " DROPPED - ONE CARD PER PERIOD"
045300         NOT INVALID KEY
045400             ADD 1 TO WS-TAKEN-COUNT
045500     END-WRITE.
045600     PERFORM 1430-READ-CARD THRU 1430-EXIT.
045700 1420-EXIT.
045800     EXIT.
045900*
046000 1430-READ-CARD.
046100     MOVE SPACES TO ET-EMP-TIME-RECORD.
046200     READ EMP-TIME INTO ET-EMP-TIME-RECORD
046300         AT END
046400             SET WS-TIME-END-OF-FILE TO TRUE
046500     END-READ.
046600 1430-EXIT.
046700     EXIT.
046800*
046900*    EVERY EMPLOYEE ALREADY LOGGED FOR THE PERIOD, BY ANY
047000*    OPERATOR IN ANY SESSION, IS MARKED SO A SECOND CARD IS
047100*    CAUGHT AT THE TERMINAL.
047200 1500-MARK-LOGGED-CARDS.
047300     PERFORM 1510-START-LOG THRU 1510-EXIT.
047400     PERFORM 1530-MARK-ONE THRU 1530-EXIT
047500         UNTIL WS-LOG-END-OF-FILE.
047600 1500-EXIT.
047700     EXIT.
047800*
047900 1510-START-LOG.
048000     MOVE "N" TO WS-LOG-EOF-SW.
048100     MOVE WS-PERIOD-END TO TL-PERIOD-END.
048200     MOVE ZERO TO TL-EMP-ID.
048300     START TIMELOG KEY NOT LESS THAN TL-LOG-KEY
048400         INVALID KEY
048500             SET WS-LOG-END-OF-FILE TO TRUE
048600     END-START.
048700     IF NOT WS-LOG-END-OF-FILE
048800         PERFORM 1520-READ-LOG THRU 1520-EXIT
048900     END-IF.
049000 1510-EXIT.
049100     EXIT.
049200*
049300 1520-READ-LOG.
049400     READ TIMELOG NEXT RECORD
049500         AT END
049600             SET WS-LOG-END-OF-FILE TO TRUE
049700     END-READ.
049800     IF NOT WS-LOG-END-OF-FILE
049900         AND TL-PERIOD-END NOT = WS-PERIOD-END
050000         SET WS-LOG-END-OF-FILE TO TRUE
050100     END-IF.
050200 1520-EXIT.
050300     EXIT.
050400*
050500 1530-MARK-ONE.
050600     IF TL-EMP-ID > ZERO
050700         MOVE "Y" TO WS-SEEN-FLAG (TL-EMP-ID)
050800     END-IF.
050900     PERFORM 1520-READ-LOG THRU 1520-EXIT.
051000 1530-EXIT.
051100     EXIT.
051200*
051300 2000-ENTER-CARD.
051400     DISPLAY " ".
051500     DISPLAY "EMPLOYEE ID (000 ENDS ENTRY)" WITH NO ADVANCING.
051600     MOVE ZERO TO WS-ENT-EMP-ID.
051700     ACCEPT WS-ENT-EMP-ID.
051800     IF WS-ENT-EMP-ID = ZERO
051900         SET WS-ENTRY-DONE TO TRUE
052000         GO TO 2000-EXIT
052100     END-IF.
052200     MOVE WS-ENT-EMP-ID TO EM-EMP-ID.
052300     READ EMPMAST
052400         INVALID KEY
052500             DISPLAY "NOT ON EMPLOYEE MASTER - CARD REJECTED"
052600             ADD 1 TO WS-REJECT-COUNT
052700             GO TO 2000-EXIT
052800     END-READ.
052900     IF EM-TERMINATED
053000         DISPLAY EM-EMP-NAME " IS TERMINATED - CARD REJECTED"
053100         ADD 1 TO WS-REJECT-COUNT
053200         GO TO 2000-EXIT
053300     END-IF.
053400     IF WS-SEEN-FLAG (WS-ENT-EMP-ID) = "Y"
053500         DISPLAY "CARD ALREADY ENTERED FOR " EM-EMP-NAME
053600             " THIS PERIOD - REJECTED"
053700         ADD 1 TO WS-REJECT-COUNT
053800         PERFORM 2500-OFFER-REMOVAL THRU 2500-EXIT
053900         GO TO 2000-EXIT
054000     END-IF.
054100     MOVE EM-STD-RATE TO WS-RATE-EDIT.
054200     DISPLAY EM-EMP-NAME "  RATE " WS-RATE-EDIT "  DEPT " EM-DEPT.
054300     PERFORM 2100-ACCEPT-HOURS THRU 2100-EXIT.
054400     IF WS-ENT-HOURS > WS-MAX-WEEKLY-HOURS
054500         DISPLAY "HOURS OVER WEEKLY MAXIMUM - CARD REJECTED"
054600         ADD 1 TO WS-REJECT-COUNT
054700         GO TO 2000-EXIT
054800     END-IF.
054900     COMPUTE WS-CARD-HOURS = WS-ENT-HOURS + WS-ENT-VAC-HOURS
055000         + WS-ENT-SICK-HOURS.
055100     IF WS-CARD-HOURS = ZERO
055200         DISPLAY "NO HOURS KEYED - CARD REJECTED"
055300         ADD 1 TO WS-REJECT-COUNT
055400         GO TO 2000-EXIT
055500     END-IF.
055600     DISPLAY "WRITE THIS CARD (Y/N)" WITH NO ADVANCING.
055700     MOVE "N" TO WS-CONFIRM-ANSWER.
055800     ACCEPT WS-CONFIRM-ANSWER.
055900     IF NOT WS-CONFIRMED
056000         DISPLAY "CARD NOT WRITTEN"
056100         GO TO 2000-EXIT
056200     END-IF.
056300     PERFORM 2200-WRITE-CARD THRU 2200-EXIT.
056400 2000-EXIT.
056500     EXIT.
056600*
056700 2100-ACCEPT-HOURS.
056800     MOVE ZERO TO WS-ENT-HOURS.
056900     MOVE ZERO TO WS-ENT-VAC-HOURS.
057000     MOVE ZERO TO WS-ENT-SICK-HOURS.
057100     MOVE SPACES TO WS-ENT-DEPT.
057200     DISPLAY "HOURS WORKED (E.G. 40.00)" WITH NO ADVANCING.
057300     ACCEPT WS-ENT-HOURS.
057400     DISPLAY "VACATION HOURS TAKEN" WITH NO ADVANCING.
057500     ACCEPT WS-ENT-VAC-HOURS.
057600     DISPLAY "SICK HOURS TAKEN" WITH NO ADVANCING.
057700     ACCEPT WS-ENT-SICK-HOURS.
057800     DISPLAY "DEPARTMENT CHARGED (BLANK = " EM-DEPT ")"
057900         WITH NO ADVANCING.
058000     ACCEPT WS-ENT-DEPT.
058100     IF WS-ENT-DEPT = SPACES
058200         MOVE EM-DEPT TO WS-ENT-DEPT
058300     END-IF.
058400 2100-EXIT.
058500     EXIT.
058600*
058700*    NAME, RATE, AND SSN COME FROM THE MASTER, NOT THE KEYBOARD.
058800 2200-WRITE-CARD.
058900     MOVE WS-ENT-EMP-ID       TO ET-EMP-ID.
059000     MOVE EM-EMP-NAME         TO ET-EMP-NAME.
059100     MOVE WS-ENT-HOURS        TO ET-HOURS-WORKED.
059200     MOVE EM-STD-RATE         TO ET-HOURLY-RATE.
059300     MOVE EM-SSN              TO ET-SSN.
059400     MOVE WS-ENT-DEPT         TO ET-DEPT.
059500     MOVE WS-ENT-VAC-HOURS    TO ET-VAC-HOURS.
059600     MOVE WS-ENT-SICK-HOURS   TO ET-SICK-HOURS.
059700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
059800     MOVE WS-PERIOD-END       TO TL-PERIOD-END.
059900     MOVE WS-ENT-EMP-ID       TO TL-EMP-ID.
060000     MOVE LK-OPERATOR-ID      TO TL-OPERATOR-ID.
060100     MOVE WS-CDT-DATE         TO TL-ENTRY-DATE.
060200     MOVE WS-CDT-TIME (1:6)   TO TL-ENTRY-TIME.
060300     MOVE ET-EMP-TIME-RECORD  TO TL-CARD.
060400     WRITE TL-TIME-LOG-RECORD
060500         INVALID KEY
060600             DISPLAY "CARD ALREADY ON THE ENTRY LOG - NOT WRITTEN"
060700             ADD 1 TO WS-REJECT-COUNT
060800             GO TO 2200-EXIT
060900     END-WRITE.
061000     MOVE "Y" TO WS-SEEN-FLAG (WS-ENT-EMP-ID).
061100     ADD 1 TO WS-KEYED-COUNT.
061200     DISPLAY "CARD WRITTEN FOR EMPLOYEE " WS-ENT-EMP-ID.
061300 2200-EXIT.
061400     EXIT.
061500*
061600*    A DUPLICATE IS NEVER WRITTEN, BUT A CARD KEYED WRONG THE
061700*    FIRST TIME CAN BE TAKEN OFF THE LOG SO IT CAN BE KEYED
061800*    AGAIN.  THE REBUILD OF EMPTIME PICKS UP THE CHANGE.
061900 2500-OFFER-REMOVAL.
062000     MOVE WS-PERIOD-END TO TL-PERIOD-END.
062100     MOVE WS-ENT-EMP-ID TO TL-EMP-ID.
062200     READ TIMELOG
062300         INVALID KEY
062400             GO TO 2500-EXIT
062500     END-READ.
062600     MOVE TL-CARD TO ET-EMP-TIME-RECORD.
062700     MOVE ET-HOURS-WORKED TO WS-DTL-HOURS.
062800     MOVE ET-VAC-HOURS    TO WS-DTL-VAC-HOURS.
062900     MOVE ET-SICK-HOURS   TO WS-DTL-SICK-HOURS.
063000     DISPLAY "ON FILE - WORKED " WS-DTL-HOURS " VAC "
063100         WS-DTL-VAC-HOURS " SICK " WS-DTL-SICK-HOURS
063200         " KEYED BY " TL-OPERATOR-ID.
063300     DISPLAY "REMOVE IT SO THE CARD CAN BE KEYED AGAIN (Y/N)"
063400         WITH NO ADVANCING.
063500     MOVE "N" TO WS-CONFIRM-ANSWER.
063600     ACCEPT WS-CONFIRM-ANSWER.
063700     IF NOT WS-CONFIRMED
063800         GO TO 2500-EXIT
063900     END-IF.
064000     DELETE TIMELOG RECORD
064100         INVALID KEY
064200             GO TO 2500-EXIT
064300     END-DELETE.
064400     MOVE SPACE TO WS-SEEN-FLAG (WS-ENT-EMP-ID).
064500     ADD 1 TO WS-REMOVED-COUNT.
064600     DISPLAY "CARD REMOVED - KEY THE EMPLOYEE AGAIN".
064700 2500-EXIT.
064800     EXIT.
064900*
065000*    EMPTIME IS REWRITTEN WHOLE FROM THE LOG, IN EMPLOYEE ID
065100*    ORDER, AND THE BATCH'S CARD COUNT AND HOURS ARE TAKEN FROM
065200*    WHAT WAS WRITTEN - NOT FROM COUNTERS KEPT DURING ENTRY.
065300 3000-REBUILD-EMPTIME.
065400     OPEN OUTPUT EMP-TIME.
065500     PERFORM 1510-START-LOG THRU 1510-EXIT.
065600     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
065700         UNTIL WS-LOG-END-OF-FILE.
065800     CLOSE EMP-TIME.
065900 3000-EXIT.
066000     EXIT.
066100*
066200 3100-WRITE-ONE.
066300     MOVE TL-CARD TO ET-EMP-TIME-RECORD.
066400     WRITE EMP-TIME-LINE FROM ET-EMP-TIME-RECORD.
066500     ADD 1 TO WS-BATCH-COUNT.
066600     ADD ET-HOURS-WORKED TO WS-BATCH-HOURS.
066700     ADD ET-VAC-HOURS    TO WS-BATCH-HOURS.
066800     ADD ET-SICK-HOURS   TO WS-BATCH-HOURS.
066900     PERFORM 1520-READ-LOG THRU 1520-EXIT.
067000 3100-EXIT.
067100     EXIT.
067200*
067300*    THE KEYED TOTAL IS WORKED PLUS VACATION PLUS SICK HOURS ON
067400*    EVERY CARD IN THE PERIOD.  THE SYSTEM'S FIGURE IS SHOWN
067500*    ONLY AFTER A MISS, AS THE DIFFERENCE TO LOOK FOR.
067600 4000-BALANCE-BATCH.
067700     DISPLAY " ".
067800     DISPLAY "PERIOD ENDING " WS-PERIOD-END ": " WS-BATCH-COUNT
067900         " CARD(S) ON EMPTIME".
068000     DISPLAY "BATCH TOTAL HOURS FROM THE ADDING-MACHINE TAPE"
068100         WITH NO ADVANCING.
068200     MOVE ZERO TO WS-KEYED-TOTAL.
068300     ACCEPT WS-KEYED-TOTAL.
068400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
068500     MOVE WS-PERIOD-END TO TC-PERIOD-END.
068600     READ TIMECTL
068700         INVALID KEY
068800             CONTINUE
068900     END-READ.
069000     MOVE WS-PERIOD-END     TO TC-PERIOD-END.
069100     MOVE WS-BATCH-COUNT    TO TC-CARD-COUNT.
069200     MOVE WS-BATCH-HOURS    TO TC-HOURS-TOTAL.
069300     MOVE WS-KEYED-TOTAL    TO TC-KEYED-TOTAL.
069400     MOVE LK-OPERATOR-ID    TO TC-OPERATOR-ID.
069500     MOVE WS-CDT-DATE       TO TC-UPD-DATE.
069600     MOVE WS-CDT-TIME (1:6) TO TC-UPD-TIME.
069700     IF WS-KEYED-TOTAL = WS-BATCH-HOURS
069800         SET TC-BATCH-BALANCED TO TRUE
069900         SET LK-BATCH-BALANCED TO TRUE
070000         MOVE "BALANCED - PAYROLL MAY READ EMPTIME" TO WS-STS-TEXT
070100         DISPLAY "BATCH BALANCED - PAYROLL MAY READ EMPTIME"
070200     ELSE
070300         SET TC-BATCH-OPEN TO TRUE
070400         SET LK-BATCH-OUT-OF-BALANCE TO TRUE
070500         MOVE "OUT OF BALANCE - PAYROLL WILL NOT RUN"
070600             TO WS-STS-TEXT
070700         IF WS-KEYED-TOTAL > WS-BATCH-HOURS
070800             COMPUTE WS-OUT-BY = WS-KEYED-TOTAL - WS-BATCH-HOURS
070900         ELSE
071000             COMPUTE WS-OUT-BY = WS-BATCH-HOURS - WS-KEYED-TOTAL
071100         END-IF
071200         MOVE WS-OUT-BY TO WS-HOURS-EDIT
071300         DISPLAY "BATCH OUT OF BALANCE BY " WS-HOURS-EDIT
071400             " HOURS - PAYROLL WILL NOT READ EMPTIME UNTIL IT"
071500             " BALANCES"
071600     END-IF.
071700     REWRITE TC-TIME-CONTROL-RECORD
071800         INVALID KEY
071900             WRITE TC-TIME-CONTROL-RECORD
072000     END-REWRITE.
072100 4000-EXIT.
072200     EXIT.
072300*
072400*    THE ENTRY LISTING COVERS THE WHOLE PERIOD, EVERY SESSION,
072500*    GROUPED BY THE OPERATOR WHO KEYED EACH CARD.
072600 5000-PRINT-LISTING.
072700     OPEN OUTPUT TIMELST.
072800     MOVE WS-PERIOD-END TO WS-HDG-PERIOD.
072900     MOVE WS-CDT-DATE TO WS-HDG-DATE.
073000     WRITE TIMELST-LINE FROM WS-RPT-HEADING.
073100     WRITE TIMELST-LINE FROM WS-RPT-COLUMNS.
073200     MOVE ZERO TO WS-LIST-COUNT.
073300     MOVE ZERO TO WS-LIST-HOURS.
073400     SORT TIME-SORT ON ASCENDING KEY TS-OPERATOR-ID TS-EMP-ID
073500         INPUT PROCEDURE IS 5100-RELEASE-CARDS THRU 5100-EXIT
073600         OUTPUT PROCEDURE IS 5200-PRINT-CARDS THRU 5200-EXIT.
073700     MOVE "BATCH TOTAL       " TO WS-SUB-LABEL.
073800     MOVE WS-LIST-COUNT TO WS-SUB-COUNT.
073900     MOVE WS-LIST-HOURS TO WS-SUB-HOURS.
074000     MOVE SPACES TO TIMELST-LINE.
074100     WRITE TIMELST-LINE.
074200     WRITE TIMELST-LINE FROM WS-SUBTOTAL-LINE.
074300     MOVE "KEYED BATCH TOTAL HOURS   " TO WS-HRS-LABEL.
074400     MOVE WS-KEYED-TOTAL TO WS-HRS-VALUE.
074500     WRITE TIMELST-LINE FROM WS-HOURS-LINE.
074600     WRITE TIMELST-LINE FROM WS-STATUS-LINE.
074700     MOVE "CARDS KEYED THIS SESSION  " TO WS-CNT-LABEL.
074800     MOVE WS-KEYED-COUNT TO WS-CNT-VALUE.
074900     WRITE TIMELST-LINE FROM WS-COUNT-LINE.
075000     MOVE "CARDS REMOVED FOR REKEY   " TO WS-CNT-LABEL.
075100     MOVE WS-REMOVED-COUNT TO WS-CNT-VALUE.
075200     WRITE TIMELST-LINE FROM WS-COUNT-LINE.
075300     MOVE "CARDS REJECTED AT ENTRY   " TO WS-CNT-LABEL.
075400     MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
075500     WRITE TIMELST-LINE FROM WS-COUNT-LINE.
075600     MOVE "CARDS KEPT FROM EMPTIME   " TO WS-CNT-LABEL.
075700     MOVE WS-TAKEN-COUNT TO WS-CNT-VALUE.
075800     WRITE TIMELST-LINE FROM WS-COUNT-LINE.
075900     CLOSE TIMELST.
076000     DISPLAY "TIMEENT: ENTRY LISTING ON TIMELST".
076100 5000-EXIT.
076200     EXIT.
076300*
076400 5100-RELEASE-CARDS.
076500     PERFORM 1510-START-LOG THRU 1510-EXIT.
076600     PERFORM 5110-RELEASE-ONE THRU 5110-EXIT
076700         UNTIL WS-LOG-END-OF-FILE.
076800 5100-EXIT.
076900     EXIT.
077000*
077100 5110-RELEASE-ONE.
077200     MOVE TL-CARD TO ET-EMP-TIME-RECORD.
077300     MOVE TL-OPERATOR-ID  TO TS-OPERATOR-ID.
077400     MOVE TL-EMP-ID       TO TS-EMP-ID.
077500     MOVE ET-EMP-NAME     TO TS-EMP-NAME.
077600     MOVE ET-DEPT         TO TS-DEPT.
077700     MOVE ET-HOURS-WORKED TO TS-HOURS-WORKED.
077800     MOVE ET-VAC-HOURS    TO TS-VAC-HOURS.
077900     MOVE ET-SICK-HOURS   TO TS-SICK-HOURS.
078000     MOVE TL-ENTRY-DATE   TO TS-ENTRY-DATE.
078100     RELEASE TS-SORT-RECORD.
078200     PERFORM 1520-READ-LOG THRU 1520-EXIT.
078300 5110-EXIT.
078400     EXIT.
078500*
078600 5200-PRINT-CARDS.
078700     MOVE "N" TO WS-SORT-EOF-SW.
078800     MOVE SPACES TO WS-PREV-OPERATOR.
078900     RETURN TIME-SORT
079000         AT END
079100             SET WS-SORT-END-OF-FILE TO TRUE
079200     END-RETURN.
079300     PERFORM 5210-PRINT-ONE THRU 5210-EXIT
079400         UNTIL WS-SORT-END-OF-FILE.
079500     IF WS-PREV-OPERATOR NOT = SPACES
079600         PERFORM 5220-OPERATOR-TOTAL THRU 5220-EXIT
079700     END-IF.
079800 5200-EXIT.
079900     EXIT.
080000*
080100 5210-PRINT-ONE.
080200     IF TS-OPERATOR-ID NOT = WS-PREV-OPERATOR
080300         IF WS-PREV-OPERATOR NOT = SPACES
080400             PERFORM 5220-OPERATOR-TOTAL THRU 5220-EXIT
080500         END-IF
080600         MOVE TS-OPERATOR-ID TO WS-PREV-OPERATOR
080700         MOVE TS-OPERATOR-ID TO WS-OHD-OPERATOR-ID
080800         MOVE SPACES TO TIMELST-LINE
080900         WRITE TIMELST-LINE
081000         WRITE TIMELST-LINE FROM WS-OPER-HEADING
081100     END-IF.
081200     COMPUTE WS-CARD-HOURS = TS-HOURS-WORKED + TS-VAC-HOURS
081300         + TS-SICK-HOURS.
081400     MOVE TS-EMP-ID        TO WS-DTL-EMP-ID.
081500     MOVE TS-EMP-NAME      TO WS-DTL-EMP-NAME.
081600     MOVE TS-DEPT          TO WS-DTL-DEPT.
081700     MOVE TS-HOURS-WORKED  TO WS-DTL-HOURS.
081800     MOVE TS-VAC-HOURS     TO WS-DTL-VAC-HOURS.
081900     MOVE TS-SICK-HOURS    TO WS-DTL-SICK-HOURS.
082000     MOVE WS-CARD-HOURS    TO WS-DTL-CARD-HOURS.
082100     MOVE TS-ENTRY-DATE    TO WS-DTL-ENTRY-DATE.
082200     WRITE TIMELST-LINE FROM WS-RPT-DETAIL.
082300     ADD 1 TO WS-OPER-COUNT.
082400     ADD WS-CARD-HOURS TO WS-OPER-HOURS.
082500     ADD 1 TO WS-LIST-COUNT.
082600     ADD WS-CARD-HOURS TO WS-LIST-HOURS.
082700     RETURN TIME-SORT
082800         AT END
082900             SET WS-SORT-END-OF-FILE TO TRUE
083000     END-RETURN.
083100 5210-EXIT.
083200     EXIT.
083300*
083400 5220-OPERATOR-TOTAL.
083500     MOVE "  OPERATOR TOTAL  " TO WS-SUB-LABEL.
083600     MOVE WS-OPER-COUNT TO WS-SUB-COUNT.
083700     MOVE WS-OPER-HOURS TO WS-SUB-HOURS.
083800     WRITE TIMELST-LINE FROM WS-SUBTOTAL-LINE.
083900     MOVE ZERO TO WS-OPER-COUNT.
084000     MOVE ZERO TO WS-OPER-HOURS.
084100 5220-EXIT.
084200     EXIT.
