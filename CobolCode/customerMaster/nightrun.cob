001400*    DESTROYED.  NIGHTRUN EXECUTES THE STEPS IN THE CORRECT      *
001500*    ORDER:                                                      *
001600*                                                                *
001700*      01 MASTBKUP (BACKUP GENERATION OF EACH MASTER FILE)       *
001720*      02 PAYROLL  (ONLY ON A PAY DAY PER THE PAYCAL CALENDAR)   *
001740*      03 PAYBAL   (CROSS-BALANCES THE PAYROLL OUTPUTS - ONLY    *
001760*                   ON A PAY DAY, AND A FAILURE HALTS BEFORE     *
001770*                   THE BANK FILE IS TRANSMITTED)                *
001800*      04 PAYVAR   (RUN-TO-RUN PAY VARIANCE REPORT FOR REVIEW    *
001820*                   BEFORE THE BANK FILE GOES - PAY DAY ONLY)    *
001840*      05 PPEXTR   (POSITIVE-PAY ISSUE FILE FOR THE BANK)        *
001860*      06 CUSTRECN                                               *
001880*      07 CUSTSNAP                                               *
001900*      08 CUSTROST                                               *
001920*      09 CUSTAGE                                                *
001940*      10 PENDAGE  (APPROVAL-QUEUE ITEMS PENDING TOO LONG)       *
001960*      11 CHKRPT   (MONTH-END OUTSTANDING CHECKS)                *
001980*      12 CUSTDUPS (MONTH-END DUPLICATE-CUSTOMER SWEEP)          *
002000*      13 CUSTPURG (QUARTER-END - CANDIDATES ARE HELD ON THE     *
002020*                   CUSTPEND QUEUE FOR A SUPERVISOR)             *
002040*      14 QTREXTR  (QUARTER-END TAX FILING EXTRACT)              *
002060*      15 ANNSTMT  (YEAR-END ANNUAL WAGE STATEMENTS)             *
002080*      16 YTDCLOSE (YEAR-END CLOSE - ONLY AFTER 14 AND 15)       *
002166*                                                                *
002168*    THE SEQUENCE IS NO LONGER CODED HERE.  EACH STEP IS A LINE  *
002170*    OF THE STEPDEF FILE (STEPDEF.CPY) GIVING ITS NUMBER, NAME,  *
002172*    PROGRAM, FREQUENCY, THE EARLIER STEPS IT DEPENDS ON, AND    *
002174*    WHETHER ITS FAILURE HALTS THE NIGHT OR IS ONLY LOGGED.  THE *
002176*    LIST ABOVE IS THE SHOP'S STANDARD DEFINITION, CARRIED IN    *
002178*    WS-STANDARD-STEP-TABLE AND RUN WHEN NO STEPDEF FILE IS ON   *
002180*    FILE.  THE DEFINITIONS ARE CHECKED BEFORE ANY STEP RUNS - A *
002182*    BAD LINE RUNS NOTHING.  A STEP NOT DUE TONIGHT IS BYPASSED; *
002184*    MONTH-END, QUARTER-END AND YEAR-END ARE THE LAST CALENDAR   *
002186*    DAY OF THE PERIOD, PAY DAY COMES FROM PAYCAL.  A STEP WHOSE *
002188*    DEPENDENCY DID NOT COMPLETE (OR WAS NOT DUE) TONIGHT IS     *
002190*    BLOCKED, WHICH COUNTS AS A FAILURE OF THAT STEP.  SCHEDULED *
002192*    PROGRAMS TAKE THEIR PERIOD FROM THE RUN DATE IN             *
002194*    NIGHTPRM.CPY INSTEAD OF ASKING THE OPERATOR.                *
002200*                                                                *
002300*    EACH STEP'S START, END, AND OUTCOME GO TO THE JOBLOG FILE   *
002400*    AND TO THE RUNCTL RUN-CONTROL FILE.  A HALTING STEP THAT    *
002500*    FAILS STOPS THE SEQUENCE; ON A RERUN THE SAME NIGHT, STEPS  *
002600*    ALREADY COMPLETE (OR BYPASSED) FOR TODAY ARE SKIPPED, SO    *
002700*    THE SEQUENCE PICKS UP AT THE FIRST STEP THAT DID NOT        *
002800*    FINISH INSTEAD OF REPEATING THE ONES THAT DID.              *
003274*                     PAYROLL OUTPUT FILES AGAINST EACH OTHER    *
003276*                     RIGHT AFTER THE PAYROLL STEP - LATER       *
003278*                     STEPS RENUMBERED UP BY ONE                 *
003279*    15OCT26    JEH   NEW STEP 03 PPEXTR SENDS THE BANK THE      *
003280*                     POSITIVE-PAY FILE OF CHECKS ISSUED AND     *
003281*                     VOIDED - EVERY NIGHT, NOT JUST PAY DAYS,   *
003282*                     SO CHKMAINT VOIDS GO OUT TOO.  LATER       *
003283*                     STEPS RENUMBERED UP BY ONE                 *
003284*    15OCT26    JEH   NEW PAY-DAY STEP 03 PAYVAR PRINTS THE      *
003285*                     RUN-TO-RUN PAY VARIANCE REPORT RIGHT AFTER *
003286*                     PAYBAL, BEFORE THE BANK FILE IS SENT -     *
003287*                     LATER STEPS RENUMBERED UP BY ONE           *
003288*    15OCT26    JEH   NEW STEP 09 PENDAGE LISTS CUSTPEND CHANGES *
003289*                     STILL WAITING FOR SUPERVISOR APPROVAL      *
003290*                     PAST THE AGING LIMIT                       *
003291*    15OCT26    JEH   STEPS NOW COME FROM THE STEPDEF FILE WITH  *
003292*                     FREQUENCY, DEPENDENCIES AND HALT-OR-LOG;   *
003293*                     NEW PERIOD-END STEPS 10-15.  RUNCTL DATES  *
003294*                     ARE THE NIGHT'S RUN DATE, NOT THE CLOCK'S  *
003295*    15OCT26    JEH   NEW STEP 01 MASTBKUP WRITES A DATED        *
003296*                     BACKUP GENERATION OF EACH MASTER FILE      *
003297*                     BEFORE ANYTHING ELSE RUNS - LATER STEPS    *
003298*                     RENUMBERED UP BY ONE.  THE JOBLOG LINE     *
003299*                     MOVED TO JOBLOG.CPY FOR MASTREST           *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS PC-PAY-DATE
004450         FILE STATUS IS WS-PAYCAL-STATUS.
004460     SELECT STEPDEF ASSIGN TO "STEPDEF"
004470         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS WS-STEPDEF-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RUNCTL.
005100 01  JOBLOG-LINE                     PIC X(60).
005110 FD  PAYCAL.
005120 COPY "paycal.cpy".
005140 FD  STEPDEF
005160     RECORD CONTAINS 51 CHARACTERS.
005180 01  STEPDEF-LINE                    PIC X(51).
005200 WORKING-STORAGE SECTION.
005230 COPY "stepdef.cpy".
005260 COPY "nightprm.cpy".
005300 77  WS-RUNCTL-STATUS                PIC X(02).
005400 77  WS-JOBLOG-STATUS                PIC X(02).
005410 77  WS-PAYCAL-STATUS                PIC X(02).
005430 77  WS-STEPDEF-STATUS               PIC X(02).
005450 77  WS-STEPDEF-EOF-SW               PIC X(01) VALUE "N".
005470     88  WS-STEPDEF-EOF              VALUE "Y".
005500 77  WS-STEP-COUNT                   PIC 9(02) COMP VALUE ZERO.
005504 77  WS-STEP-MAX                     PIC 9(02) COMP VALUE 20.
005508 77  WS-STANDARD-COUNT               PIC 9(02) COMP VALUE 16.
005512 77  WS-DEF-IDX                      PIC 9(02) COMP VALUE ZERO.
005516 77  WS-DEP-IDX                      PIC 9(02) COMP VALUE ZERO.
005520 77  WS-CHECK-IDX                    PIC 9(02) COMP VALUE ZERO.
005524 77  WS-PREV-STEP-NUMBER             PIC 9(02) VALUE ZERO.
005528 77  WS-DEF-ERROR                    PIC X(40) VALUE SPACES.
005532 77  WS-DEFS-VALID-SW                PIC X(01) VALUE "Y".
005536     88  WS-DEFS-INVALID             VALUE "N".
005540 77  WS-DEP-FOUND-SW                 PIC X(01) VALUE "N".
005544     88  WS-DEP-FOUND                VALUE "Y".
005548 77  WS-DEPEND-MET-SW                PIC X(01) VALUE "Y".
005552     88  WS-DEPEND-NOT-MET           VALUE "N".
005556 77  WS-STEP-DUE-SW                  PIC X(01) VALUE "Y".
005560     88  WS-STEP-DUE                 VALUE "Y".
005564 77  WS-NOT-DUE-EVENT                PIC X(30) VALUE SPACES.
005568 77  WS-LOGGED-FAIL-COUNT            PIC 9(02) VALUE ZERO.
005572 77  WS-MONTH-END-SW                 PIC X(01) VALUE "N".
005576     88  WS-MONTH-END                VALUE "Y".
005580 77  WS-QUARTER-END-SW               PIC X(01) VALUE "N".
005584     88  WS-QUARTER-END              VALUE "Y".
005588 77  WS-YEAR-END-SW                  PIC X(01) VALUE "N".
005592     88  WS-YEAR-END                 VALUE "Y".
005600 77  WS-STEP-IDX                     PIC 9(02) COMP VALUE ZERO.
005700 77  WS-HALT-SW                      PIC X(01) VALUE "N".
005800     88  WS-SEQUENCE-HALTED          VALUE "Y".
006000     88  WS-STEP-ALREADY-DONE        VALUE "Y".
006100 77  WS-PAYDAY-ANSWER                PIC X(01) VALUE "N".
006200     88  WS-IS-PAYDAY                VALUE "Y".
006210*    THE SHOP'S STANDARD SEQUENCE, IN STEPDEF.CPY LAYOUT - RUN
006220*    WHEN NO STEPDEF FILE IS ON FILE.
006230 01  WS-STANDARD-STEP-TABLE.
006235     05  FILLER                      PIC X(51) VALUE
006240         "01 MASTBKUP MASTBKUP     D H 00 00 00 00 07        ".
006245     05  FILLER                      PIC X(51) VALUE
006250         "02 PAYROLL  UsingCompute P H 00 00 00 00           ".
006255     05  FILLER                      PIC X(51) VALUE
006260         "03 PAYBAL   PAYBAL       P H 02 00 00 00           ".
006265     05  FILLER                      PIC X(51) VALUE
006270         "04 PAYVAR   PAYVAR       P H 03 00 00 00           ".
006275     05  FILLER                      PIC X(51) VALUE
006280         "05 PPEXTR   PPEXTR       D H 03 00 00 00           ".
006285     05  FILLER                      PIC X(51) VALUE
006290         "06 CUSTRECN CUSTRECN     D H 00 00 00 00           ".
006295     05  FILLER                      PIC X(51) VALUE
006300         "07 CUSTSNAP CUSTSNAP     D H 06 00 00 00           ".
006305     05  FILLER                      PIC X(51) VALUE
006310         "08 CUSTROST CUSTROST     D H 00 00 00 00           ".
006315     05  FILLER                      PIC X(51) VALUE
006320         "09 CUSTAGE  CUSTAGE      D H 00 00 00 00           ".
006325     05  FILLER                      PIC X(51) VALUE
006330         "10 PENDAGE  PENDAGE      D L 00 00 00 00           ".
006335     05  FILLER                      PIC X(51) VALUE
006340         "11 CHKRPT   CHKRPT       M L 05 00 00 00           ".
006345     05  FILLER                      PIC X(51) VALUE
006350         "12 CUSTDUPS CUSTDUPS     M L 07 00 00 00           ".
006355     05  FILLER                      PIC X(51) VALUE
006360         "13 CUSTPURG CUSTPURG     Q L 07 00 00 00 07        ".
006365     05  FILLER                      PIC X(51) VALUE
006370         "14 QTREXTR  QTREXTR      Q H 02 00 00 00           ".
006375     05  FILLER                      PIC X(51) VALUE
006380         "15 ANNSTMT  ANNSTMT      Y H 02 00 00 00           ".
006385     05  FILLER                      PIC X(51) VALUE
006390         "16 YTDCLOSE YTDCLOSE     Y H 14 15 00 00           ".
006395*
006400 01  WS-STANDARD-STEPS REDEFINES WS-STANDARD-STEP-TABLE.
006560     05  WS-STANDARD-STEP            PIC X(51) OCCURS 16 TIMES.
006570 01  WS-STEP-TABLE.
006580     05  WS-STEP-ENTRY               OCCURS 20 TIMES.
006590         10  WS-STEP-DEF-NUMBER      PIC 9(02).
006600         10  FILLER                  PIC X(49).
006610 01  WS-RUN-DATE-PARTS.
006620     05  WS-RUN-YEAR                 PIC 9(04).
006630     05  WS-RUN-MONTH                PIC 9(02).
006640     05  WS-RUN-DAY                  PIC 9(02).
006650 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-PARTS
006660                                     PIC 9(08).
006670 01  WS-TOMORROW-PARTS.
006680     05  WS-TMR-YEAR                 PIC 9(04).
006690     05  WS-TMR-MONTH                PIC 9(02).
006700     05  WS-TMR-DAY                  PIC 9(02).
006710 01  WS-TOMORROW-DATE REDEFINES WS-TOMORROW-PARTS
006720                                     PIC 9(08).
006730 01  WS-BLOCKED-EVENT.
006740     05  FILLER                      PIC X(15) VALUE
006750         "BLOCKED - STEP ".
006760     05  WS-BLK-STEP                 PIC 9(02).
006770     05  FILLER                      PIC X(13) VALUE
006780         " NOT COMPLETE".
007100 01  WS-CURRENT-DATE-TIME.
007200     05  WS-CDT-DATE                 PIC 9(08).
007300     05  WS-CDT-TIME                 PIC 9(08).
007400     05  WS-CDT-OFFSET               PIC X(05).
007500 COPY "joblog.cpy".
008500 PROCEDURE DIVISION.
008600*
008700 0000-MAINLINE.
009500*
009600 1000-INITIALIZE.
009700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
009750     MOVE WS-CDT-DATE TO WS-RUN-DATE.
009800     OPEN EXTEND JOBLOG.
009900     IF WS-JOBLOG-STATUS = "35"
010000         OPEN OUTPUT JOBLOG
010600         OPEN I-O RUNCTL
010700     END-IF.
010800     PERFORM 1100-CHECK-PAY-CALENDAR THRU 1100-EXIT.
010900     PERFORM 1300-CHECK-PERIOD-END THRU 1300-EXIT.
011000     PERFORM 8000-WRITE-LOG-HEADER THRU 8000-EXIT.
011020     PERFORM 1200-LOAD-STEP-DEFS THRU 1200-EXIT.
011040     IF WS-DEFS-INVALID
011060         SET WS-SEQUENCE-HALTED TO TRUE
011080     END-IF.
011100 1000-EXIT.
011200     EXIT.
011210*
011292 1100-EXIT.
011294     EXIT.
011300*
011400******************************************************************
011500*    LOAD THE STEP DEFINITIONS INTO WS-STEP-TABLE, CHECKING      *
011600*    EACH AS IT COMES - A DEFINITION THAT CANNOT BE RUN AS       *
011700*    WRITTEN STOPS THE NIGHT BEFORE ANY STEP STARTS, RATHER      *
011800*    THAN HALFWAY THROUGH IT.  BLANK LINES AND LINES STARTING    *
011900*    "*" IN THE STEPDEF FILE ARE NOTES FOR ITS MAINTAINERS.      *
012000******************************************************************
012100 1200-LOAD-STEP-DEFS.
012200     MOVE ZERO TO WS-STEP-COUNT.
012300     MOVE ZERO TO WS-PREV-STEP-NUMBER.
012400     OPEN INPUT STEPDEF.
012500     IF WS-STEPDEF-STATUS = "35"
012600         DISPLAY "NIGHTRUN: NO STEPDEF FILE - RUNNING THE"
012700             " STANDARD SEQUENCE"
012800         MOVE 1 TO WS-DEF-IDX
012900         PERFORM 1220-LOAD-STANDARD THRU 1220-EXIT
013000             UNTIL WS-DEF-IDX > WS-STANDARD-COUNT
013100             OR WS-DEFS-INVALID
013200         GO TO 1200-EXIT
013300     END-IF.
013400     IF WS-STEPDEF-STATUS NOT = "00"
013500         DISPLAY "NIGHTRUN: STEPDEF FILE WILL NOT OPEN - STATUS "
013600             WS-STEPDEF-STATUS
013700         SET WS-DEFS-INVALID TO TRUE
013800         GO TO 1200-EXIT
013900     END-IF.
014000     MOVE "N" TO WS-STEPDEF-EOF-SW.
014100     PERFORM 1210-READ-STEPDEF THRU 1210-EXIT
014200         UNTIL WS-STEPDEF-EOF OR WS-DEFS-INVALID.
014300     CLOSE STEPDEF.
014400     IF WS-STEP-COUNT = ZERO AND NOT WS-DEFS-INVALID
014500         DISPLAY "NIGHTRUN: STEPDEF FILE HOLDS NO STEPS"
014600         SET WS-DEFS-INVALID TO TRUE
014700     END-IF.
014800 1200-EXIT.
014900     EXIT.
015000*
015100 1210-READ-STEPDEF.
015200     READ STEPDEF INTO SD-STEP-DEF-RECORD
015300         AT END
015400             SET WS-STEPDEF-EOF TO TRUE
015500             GO TO 1210-EXIT
015600     END-READ.
015700     IF SD-STEP-DEF-RECORD = SPACES
015800         OR SD-STEP-DEF-RECORD (1:1) = "*"
015900         GO TO 1210-EXIT
016000     END-IF.
016100     PERFORM 1230-ADD-STEP-DEF THRU 1230-EXIT.
016200 1210-EXIT.
016300     EXIT.
016400*
016500 1220-LOAD-STANDARD.
016600     MOVE WS-STANDARD-STEP (WS-DEF-IDX) TO SD-STEP-DEF-RECORD.
016700     PERFORM 1230-ADD-STEP-DEF THRU 1230-EXIT.
016800     ADD 1 TO WS-DEF-IDX.
016900 1220-EXIT.
017000     EXIT.
017100*
017200 1230-ADD-STEP-DEF.
017300     IF WS-STEP-COUNT >= WS-STEP-MAX
017400         MOVE "MORE THAN 20 STEPS DEFINED" TO WS-DEF-ERROR
017500         GO TO 1230-REJECT
017600     END-IF.
017700     IF SD-STEP-NUMBER NOT NUMERIC
017800         OR SD-STEP-NUMBER = ZERO
017900         OR SD-STEP-NUMBER NOT > WS-PREV-STEP-NUMBER
018000         MOVE "STEP NUMBER MISSING OR NOT ASCENDING"
018100             TO WS-DEF-ERROR
018200         GO TO 1230-REJECT
018300     END-IF.
018400     IF SD-STEP-NAME = SPACES OR SD-PROGRAM-NAME = SPACES
018500         MOVE "STEP NAME OR PROGRAM NAME MISSING" TO WS-DEF-ERROR
018600         GO TO 1230-REJECT
018700     END-IF.
018800     IF NOT SD-FREQ-VALID
018900         MOVE "FREQUENCY NOT D, P, M, Q OR Y" TO WS-DEF-ERROR
019000         GO TO 1230-REJECT
019100     END-IF.
019200     IF NOT SD-FAIL-VALID
019300         MOVE "FAILURE ACTION NOT H OR L" TO WS-DEF-ERROR
019400         GO TO 1230-REJECT
019500     END-IF.
019600     MOVE 1 TO WS-DEP-IDX.
019700     PERFORM 1240-CHECK-DEPENDENCY THRU 1240-EXIT
019800         UNTIL WS-DEP-IDX > 4 OR WS-DEFS-INVALID.
019900     IF WS-DEFS-INVALID
020000         GO TO 1230-REJECT
020100     END-IF.
020200     ADD 1 TO WS-STEP-COUNT.
020300     MOVE SD-STEP-DEF-RECORD TO WS-STEP-ENTRY (WS-STEP-COUNT).
020400     MOVE SD-STEP-NUMBER TO WS-PREV-STEP-NUMBER.
020500     GO TO 1230-EXIT.
020600 1230-REJECT.
020700     SET WS-DEFS-INVALID TO TRUE.
020800     DISPLAY "NIGHTRUN: STEP DEFINITION "
020900         SD-STEP-DEF-RECORD (1:11) " - " WS-DEF-ERROR.
021000 1230-EXIT.
021100     EXIT.
021200*
021300*    A DEPENDENCY MUST NAME A STEP ALREADY DEFINED - THE STEPS
021400*    ARE ASCENDING, SO THAT ALSO MEANS ONE THAT RUNS EARLIER.
021500 1240-CHECK-DEPENDENCY.
021600     IF SD-DEPENDS-ON (WS-DEP-IDX) NOT NUMERIC
021700         MOVE "DEPENDENCY IS NOT A STEP NUMBER" TO WS-DEF-ERROR
021800         SET WS-DEFS-INVALID TO TRUE
021900         GO TO 1240-EXIT
022000     END-IF.
022100     IF SD-DEPENDS-ON (WS-DEP-IDX) = ZERO
022200         GO TO 1240-NEXT
022300     END-IF.
022400     MOVE "N" TO WS-DEP-FOUND-SW.
022500     MOVE 1 TO WS-CHECK-IDX.
022600     PERFORM 1250-FIND-EARLIER-STEP THRU 1250-EXIT
022700         UNTIL WS-CHECK-IDX > WS-STEP-COUNT OR WS-DEP-FOUND.
022800     IF NOT WS-DEP-FOUND
022900         MOVE "DEPENDS ON A STEP NOT DEFINED BEFORE IT"
023000             TO WS-DEF-ERROR
023100         SET WS-DEFS-INVALID TO TRUE
023200         GO TO 1240-EXIT
023300     END-IF.
023400 1240-NEXT.
023500     ADD 1 TO WS-DEP-IDX.
023600 1240-EXIT.
023700     EXIT.
023800*
023900 1250-FIND-EARLIER-STEP.
024000     IF WS-STEP-DEF-NUMBER (WS-CHECK-IDX) =
024100         SD-DEPENDS-ON (WS-DEP-IDX)
024200         SET WS-DEP-FOUND TO TRUE
024300     ELSE
024400         ADD 1 TO WS-CHECK-IDX
024500     END-IF.
024600 1250-EXIT.
024700     EXIT.
024800*
024900*    TONIGHT IS A PERIOD END WHEN TOMORROW FALLS IN ANOTHER
025000*    MONTH - THE LAST CALENDAR DAY, WHATEVER THE WEEKDAY.
025100 1300-CHECK-PERIOD-END.
025200     MOVE "N" TO WS-MONTH-END-SW.
025300     MOVE "N" TO WS-QUARTER-END-SW.
025400     MOVE "N" TO WS-YEAR-END-SW.
025500     COMPUTE WS-TOMORROW-DATE = FUNCTION DATE-OF-INTEGER
025600         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1).
025700     IF WS-TMR-MONTH = WS-RUN-MONTH
025800         GO TO 1300-EXIT
025900     END-IF.
026000     SET WS-MONTH-END TO TRUE.
026100     IF WS-RUN-MONTH = 3 OR WS-RUN-MONTH = 6
026200         OR WS-RUN-MONTH = 9 OR WS-RUN-MONTH = 12
026300         SET WS-QUARTER-END TO TRUE
026400     END-IF.
026500     IF WS-RUN-MONTH = 12
026600         SET WS-YEAR-END TO TRUE
026700     END-IF.
026800     EVALUATE TRUE
026900         WHEN WS-YEAR-END
027000             DISPLAY "NIGHTRUN: YEAR-END NIGHT"
027100         WHEN WS-QUARTER-END
027200             DISPLAY "NIGHTRUN: QUARTER-END NIGHT"
027300         WHEN OTHER
027400             DISPLAY "NIGHTRUN: MONTH-END NIGHT"
027500     END-EVALUATE.
027600 1300-EXIT.
027700     EXIT.
027800*
027900 2000-RUN-ONE-STEP.
028000     MOVE WS-STEP-ENTRY (WS-STEP-IDX) TO SD-STEP-DEF-RECORD.
028100     PERFORM 2100-CHECK-ALREADY-DONE THRU 2100-EXIT.
028200     IF WS-STEP-ALREADY-DONE
028300         MOVE "SKIPPED - DONE EARLIER TONIGHT" TO JL-LOG-EVENT
028400         PERFORM 8200-WRITE-STEP-LOG THRU 8200-EXIT
028500         GO TO 2000-EXIT
028600     END-IF.
028700     PERFORM 2300-CHECK-DUE THRU 2300-EXIT.
028800     IF NOT WS-STEP-DUE
028900         PERFORM 3000-MARK-STEP THRU 3000-EXIT
029000         MOVE "BYPASSED" TO RC-STATUS
029100         REWRITE RC-RUN-CONTROL-RECORD
029200         MOVE WS-NOT-DUE-EVENT TO JL-LOG-EVENT
029300         PERFORM 8200-WRITE-STEP-LOG THRU 8200-EXIT
029400         GO TO 2000-EXIT
029500     END-IF.
029600     PERFORM 2400-CHECK-DEPENDENCIES THRU 2400-EXIT.
029700     IF WS-DEPEND-NOT-MET
029800         PERFORM 3000-MARK-STEP THRU 3000-EXIT
029900         SET RC-STEP-BLOCKED TO TRUE
030000         REWRITE RC-RUN-CONTROL-RECORD
030100         MOVE WS-BLOCKED-EVENT TO JL-LOG-EVENT
030200         PERFORM 8200-WRITE-STEP-LOG THRU 8200-EXIT
030300         PERFORM 2500-STEP-NOT-DONE THRU 2500-EXIT
030400         GO TO 2000-EXIT
030500     END-IF.
030600     PERFORM 3000-MARK-STEP THRU 3000-EXIT.
030700     MOVE "STARTED" TO JL-LOG-EVENT.
030800     PERFORM 8200-WRITE-STEP-LOG THRU 8200-EXIT.
030900     MOVE ZERO TO RETURN-CODE.
031000     PERFORM 2200-EXECUTE-PROGRAM THRU 2200-EXIT.
031100     IF RETURN-CODE = ZERO
031200         MOVE "COMPLETE" TO RC-STATUS
031300         REWRITE RC-RUN-CONTROL-RECORD
031400         MOVE "ENDED - COMPLETE" TO JL-LOG-EVENT
031500         PERFORM 8200-WRITE-STEP-LOG THRU 8200-EXIT
031600         GO TO 2000-EXIT
031700     END-IF.
031800     MOVE "FAILED  " TO RC-STATUS.
031900     REWRITE RC-RUN-CONTROL-RECORD.
032000     IF SD-FAIL-HALTS
032100         MOVE "ENDED - FAILED - HALTING" TO JL-LOG-EVENT
032200     ELSE
032300         MOVE "ENDED - FAILED - LOGGED ONLY" TO JL-LOG-EVENT
032400     END-IF.
032500     PERFORM 8200-WRITE-STEP-LOG THRU 8200-EXIT.
032600     PERFORM 2500-STEP-NOT-DONE THRU 2500-EXIT.
032700 2000-EXIT.
032800     EXIT.
032900*
033000 2100-CHECK-ALREADY-DONE.
033100     MOVE "N" TO WS-STEP-DONE-SW.
033200     MOVE SD-STEP-NUMBER TO RC-STEP-NUMBER.
033300     READ RUNCTL
033400         INVALID KEY
033500             CONTINUE
033600         NOT INVALID KEY
033700             IF RC-RUN-DATE = WS-RUN-DATE
033800                 AND RC-STEP-NAME = SD-STEP-NAME
033900                 AND (RC-STEP-COMPLETE OR RC-STEP-BYPASSED)
034000                 SET WS-STEP-ALREADY-DONE TO TRUE
034100             END-IF
034200     END-READ.
034300 2100-EXIT.
034400     EXIT.
034500*
034600 2200-EXECUTE-PROGRAM.
034700     SET NP-SCHEDULED-RUN TO TRUE.
034800     MOVE WS-RUN-DATE TO NP-RUN-DATE.
034900     MOVE SD-STEP-PARM TO NP-STEP-PARM.
035000     CALL SD-PROGRAM-NAME.
035100     CANCEL SD-PROGRAM-NAME.
035200 2200-EXIT.
035300     EXIT.
035400*
035500 2300-CHECK-DUE.
035600     MOVE "Y" TO WS-STEP-DUE-SW.
035700     EVALUATE TRUE
035800         WHEN SD-FREQ-PAYDAY AND NOT WS-IS-PAYDAY
035900             MOVE "BYPASSED - NOT A PAY DAY" TO WS-NOT-DUE-EVENT
036000             MOVE "N" TO WS-STEP-DUE-SW
036100         WHEN SD-FREQ-MONTH-END AND NOT WS-MONTH-END
036200             MOVE "BYPASSED - NOT MONTH-END" TO WS-NOT-DUE-EVENT
036300             MOVE "N" TO WS-STEP-DUE-SW
036400         WHEN SD-FREQ-QUARTER-END AND NOT WS-QUARTER-END
036500             MOVE "BYPASSED - NOT QUARTER-END"
036600                 TO WS-NOT-DUE-EVENT
036700             MOVE "N" TO WS-STEP-DUE-SW
036800         WHEN SD-FREQ-YEAR-END AND NOT WS-YEAR-END
036900             MOVE "BYPASSED - NOT YEAR-END" TO WS-NOT-DUE-EVENT
037000             MOVE "N" TO WS-STEP-DUE-SW
037100     END-EVALUATE.
037200 2300-EXIT.
037300     EXIT.
037400*
037500*    A DEPENDENCY IS MET WHEN IT COMPLETED TONIGHT OR WAS NOT
037600*    DUE TONIGHT (BYPASSED).  FAILED, BLOCKED OR NEVER REACHED
037700*    HOLDS THIS STEP BACK.
037800 2400-CHECK-DEPENDENCIES.
037900     MOVE "Y" TO WS-DEPEND-MET-SW.
038000     MOVE 1 TO WS-DEP-IDX.
038100     PERFORM 2410-CHECK-ONE-DEPENDENCY THRU 2410-EXIT
038200         UNTIL WS-DEP-IDX > 4 OR WS-DEPEND-NOT-MET.
038300 2400-EXIT.
038400     EXIT.
038500*
038600 2410-CHECK-ONE-DEPENDENCY.
038700     IF SD-DEPENDS-ON (WS-DEP-IDX) = ZERO
038800         GO TO 2410-NEXT
038900     END-IF.
039000     MOVE SD-DEPENDS-ON (WS-DEP-IDX) TO RC-STEP-NUMBER.
039100     READ RUNCTL
039200         INVALID KEY
039300             MOVE "N" TO WS-DEPEND-MET-SW
039400         NOT INVALID KEY
039500             IF RC-RUN-DATE NOT = WS-RUN-DATE
039600                 OR NOT (RC-STEP-COMPLETE OR RC-STEP-BYPASSED)
039700                 MOVE "N" TO WS-DEPEND-MET-SW
039800             END-IF
039900     END-READ.
040000     IF WS-DEPEND-NOT-MET
040100         MOVE SD-DEPENDS-ON (WS-DEP-IDX) TO WS-BLK-STEP
040200         GO TO 2410-EXIT
040300     END-IF.
040400 2410-NEXT.
040500     ADD 1 TO WS-DEP-IDX.
040600 2410-EXIT.
040700     EXIT.
040800*
040900*    A FAILED OR BLOCKED STEP EITHER HALTS THE NIGHT OR IS
041000*    COUNTED AND THE NIGHT GOES ON, AS ITS DEFINITION SAYS.
041100 2500-STEP-NOT-DONE.
041200     IF SD-FAIL-HALTS
041300         SET WS-SEQUENCE-HALTED TO TRUE
041400         MOVE SD-STEP-NUMBER TO WS-FAILED-STEP
041500     ELSE
041600         ADD 1 TO WS-LOGGED-FAIL-COUNT
041700     END-IF.
041800 2500-EXIT.
041900     EXIT.
042000*
042100 3000-MARK-STEP.
042200     MOVE SD-STEP-NUMBER TO RC-STEP-NUMBER.
042300     READ RUNCTL
042400         INVALID KEY
042500             MOVE SD-STEP-NUMBER TO RC-STEP-NUMBER
042600             MOVE SD-STEP-NAME TO RC-STEP-NAME
042700             MOVE WS-RUN-DATE TO RC-RUN-DATE
042800             MOVE "STARTED " TO RC-STATUS
042900             WRITE RC-RUN-CONTROL-RECORD
043000         NOT INVALID KEY
043100             MOVE SD-STEP-NAME TO RC-STEP-NAME
043200             MOVE WS-RUN-DATE TO RC-RUN-DATE
043300             MOVE "STARTED " TO RC-STATUS
043400             REWRITE RC-RUN-CONTROL-RECORD
043500     END-READ.
043600 3000-EXIT.
043700     EXIT.
043800*
043900 8000-WRITE-LOG-HEADER.
044000     MOVE ZERO TO JL-LOG-STEP.
044100     MOVE "NIGHTRUN" TO JL-LOG-NAME.
044200     MOVE "NIGHTLY SEQUENCE STARTING" TO JL-LOG-EVENT.
044300     PERFORM 8100-WRITE-LOG THRU 8100-EXIT.
044400 8000-EXIT.
044500     EXIT.
044600*
044700 8100-WRITE-LOG.
044800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
044900     MOVE WS-CDT-DATE TO JL-LOG-DATE.
045000     MOVE WS-CDT-TIME (1:6) TO JL-LOG-TIME.
045100     WRITE JOBLOG-LINE FROM JL-LOG-LINE.
045200 8100-EXIT.
045300     EXIT.
045400*
045500 8200-WRITE-STEP-LOG.
045600     MOVE SD-STEP-NUMBER TO JL-LOG-STEP.
045700     MOVE SD-STEP-NAME TO JL-LOG-NAME.
045800     PERFORM 8100-WRITE-LOG THRU 8100-EXIT.
045900 8200-EXIT.
046000     EXIT.
046100*
046200 9000-FINISH.
046300     EVALUATE TRUE
046400         WHEN WS-DEFS-INVALID
046500             DISPLAY "NIGHTRUN: STEP DEFINITIONS INVALID - "
046600                 "NO STEP RUN - CORRECT STEPDEF AND RERUN"
046700             MOVE "STEP DEFINITIONS INVALID" TO JL-LOG-EVENT
046800         WHEN WS-SEQUENCE-HALTED
046900             DISPLAY "NIGHTRUN: SEQUENCE HALTED ON STEP "
047000                 WS-FAILED-STEP
047100                 " - FIX AND RERUN TO PICK UP THERE"
047200             MOVE "NIGHTLY SEQUENCE HALTED" TO JL-LOG-EVENT
047300         WHEN WS-LOGGED-FAIL-COUNT > ZERO
047400             DISPLAY "NIGHTRUN: NIGHTLY SEQUENCE COMPLETE - "
047500                 WS-LOGGED-FAIL-COUNT
047600                 " STEP(S) FAILED OR BLOCKED, SEE JOBLOG"
047700             MOVE "COMPLETE WITH LOGGED FAILURES" TO JL-LOG-EVENT
047800         WHEN OTHER
047900             DISPLAY "NIGHTRUN: NIGHTLY SEQUENCE COMPLETE"
048000             MOVE "NIGHTLY SEQUENCE COMPLETE" TO JL-LOG-EVENT
048100     END-EVALUATE.
048200     MOVE ZERO TO JL-LOG-STEP.
048300     MOVE "NIGHTRUN" TO JL-LOG-NAME.
048400     PERFORM 8100-WRITE-LOG THRU 8100-EXIT.
048500     CLOSE JOBLOG.
048600     CLOSE RUNCTL.
048700     IF WS-SEQUENCE-HALTED
048800         MOVE 8 TO RETURN-CODE
048900     ELSE
049000         IF WS-LOGGED-FAIL-COUNT > ZERO
049100             MOVE 4 TO RETURN-CODE
049200         END-IF
049300     END-IF.
049400 9000-EXIT.
049500     EXIT.
