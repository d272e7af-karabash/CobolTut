000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYGARN.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PAYGARN KEEPS THE PAYROLL RUNS' GARNISHMENT WITHHOLDING IN  *
001000*    STEP WITH THE COURT AND AGENCY ORDERS ON GARNPAY, AND SENDS *
001100*    THE MONEY ON.  A PAYDEDS GAR DEDUCTION THAT CARRIES A CASE  *
001200*    NUMBER IS ASKED ABOUT BEFORE IT IS TAKEN - PAYGARN ANSWERS  *
001300*    WITH WHAT IS STILL OWED ON THE ORDER, SO THE RUN NEVER      *
001400*    WITHHOLDS MORE THAN THE ORDER'S TOTAL AND STOPS TAKING IT   *
001500*    ONCE THE ORDER IS PAID OFF.  WHAT IS TAKEN IS ADDED TO THE  *
001600*    ORDER'S SATISFIED AMOUNT.  AT THE END OF THE RUN THE        *
001700*    GARNREG REMITTANCE REGISTER IS PRINTED GROUPED BY PAYEE,    *
001800*    WITH ONE CHKWRITE CHECK PER PAYEE FOR EVERYTHING WITHHELD   *
001900*    FOR IT THIS RUN.  PAYEE CHECKS CARRY EMPLOYEE ID 000 AND    *
002000*    THE PAYEE NAME ON CHKISSUE.                                 *
002100*                                                                *
002200*    USINGCOMPUTE (RUN TYPE "R") AND PAYADJ (RUN TYPE "A") CALL  *
002300*    THIS WITH THE GARNPARM.CPY PARAMETER BLOCK.  ONLY THE       *
002400*    REGULAR RUN SETS THE LAST-RUN AMOUNT AND UPDATE DATE, AND   *
002500*    ONLY IT BACKS THEM OUT ON A SAME-DAY RERUN - THE SPLIT      *
002600*    PAYYTD USES.  A TRIAL RUN READS GARNPAY, PRINTS THE         *
002700*    REGISTER MARKED TRIAL, AND NEITHER POSTS NOR ISSUES CHECKS. *
002800*    A DEDUCTION WHOSE CASE IS NOT ON GARNPAY IS STILL TAKEN AS  *
002900*    PAYDEDS SAYS, BUT IS NOT REMITTED - THE RUN SAYS SO.        *
003000*                                                                *
003100*    MODIFICATION HISTORY                                        *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    15OCT26    JEH   ORIGINAL PROGRAM - GARNISHMENT REMITTANCE  *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GARNPAY ASSIGN TO "GARNPAY"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS GN-CASE-NUMBER
004200         FILE STATUS IS WS-GARNPAY-STATUS.
004300     SELECT GARNREG ASSIGN TO "GARNREG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GARNREG-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  GARNPAY.
004900 COPY "garnpay.cpy".
005000 FD  GARNREG
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  GARNREG-LINE                    PIC X(80).
005300 WORKING-STORAGE SECTION.
005400 COPY "paymode.cpy".
005500 77  WS-GARNPAY-STATUS               PIC X(02).
005600 77  WS-GARNREG-STATUS               PIC X(02).
005700 77  WS-GARNPAY-OPEN-SW              PIC X(01) VALUE "N".
005800     88  WS-GARNPAY-OPEN             VALUE "Y".
005900 77  WS-RUN-TYPE                     PIC X(01) VALUE "R".
006000     88  WS-REGULAR-RUN              VALUE "R".
006100 77  WS-CASE-COUNT                   PIC 9(04) COMP VALUE ZERO.
006200 77  WS-CASE-IDX                     PIC 9(04) COMP VALUE ZERO.
006300 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
006400 77  WS-INS-IDX                      PIC 9(04) COMP VALUE ZERO.
006500 77  WS-SHIFT-IDX                    PIC 9(04) COMP VALUE ZERO.
006600 77  WS-GROUP-IDX                    PIC 9(04) COMP VALUE ZERO.
006700 77  WS-PAYEE-COUNT                  PIC 9(05) VALUE ZERO.
006800 77  WS-CHECK-COUNT                  PIC 9(05) VALUE ZERO.
006900 77  WS-BASE-SATISFIED               PIC 9(07)V99 VALUE ZERO.
007000 77  WS-REMAINING                    PIC S9(07)V99 VALUE ZERO.
007100 77  WS-PAYEE-TOTAL                  PIC 9(07)V99 VALUE ZERO.
007200 77  WS-GRAND-TOTAL                  PIC 9(07)V99 VALUE ZERO.
007300 77  WS-CURRENT-PAYEE                PIC X(06) VALUE SPACES.
007400 77  WS-NEW-KEY                      PIC X(18) VALUE SPACES.
007500 77  WS-CHECK-EMP-ID                 PIC 9(03) VALUE ZERO.
007600 77  WS-CHECK-NAME                   PIC X(20) VALUE SPACES.
007700 77  WS-CHECK-AMOUNT                 PIC 9(07)V9(02) VALUE ZERO.
007800 77  WS-CHECK-NUMBER                 PIC 9(06) VALUE ZERO.
007900 01  WS-CURRENT-DATE-TIME.
008000     05  WS-CDT-DATE                 PIC 9(08).
008100     05  WS-CDT-TIME                 PIC 9(08).
008200     05  WS-CDT-OFFSET               PIC X(05).
008300*    EVERY ORDER WITHHELD AGAINST THIS RUN, KEPT IN PAYEE AND
008400*    CASE ORDER SO THE REGISTER PRINTS STRAIGHT DOWN THE TABLE.
008500*    THE BASE IS THE SATISFIED AMOUNT BEFORE THIS RUN.
008600 01  WS-CASE-TABLE.
008700     05  WS-CASE-ENTRY OCCURS 500 TIMES.
008800         10  WS-CS-SORT-KEY.
008900             15  WS-CS-PAYEE-CODE    PIC X(06).
009000             15  WS-CS-CASE-NUMBER   PIC X(12).
009100         10  WS-CS-EMP-ID            PIC 9(03).
009200         10  WS-CS-EMP-NAME          PIC X(20).
009300         10  WS-CS-PAYEE-NAME        PIC X(30).
009400         10  WS-CS-PAYEE-STREET      PIC X(30).
009500         10  WS-CS-PAYEE-CITY        PIC X(20).
009600         10  WS-CS-PAYEE-STATE       PIC X(02).
009700         10  WS-CS-PAYEE-ZIP         PIC X(10).
009800         10  WS-CS-TOTAL-OWED        PIC 9(07)V9(02).
009900         10  WS-CS-BASE-SATISFIED    PIC 9(07)V9(02).
010000         10  WS-CS-RUN-AMOUNT        PIC 9(07)V9(02).
010100 01  WS-RPT-HEADING.
010200     05  FILLER                      PIC X(01) VALUE X"0C".
010300     05  FILLER                      PIC X(43) VALUE
010400         "GARNISHMENT REMITTANCE REGISTER - RUN DATE ".
010500     05  WS-HDG-DATE                 PIC 9(08).
010600     05  FILLER                      PIC X(02) VALUE SPACES.
010700     05  WS-HDG-RUN-TYPE             PIC X(13).
010800 01  WS-TRIAL-BANNER                 PIC X(52) VALUE
010900     "*** TRIAL RUN - NOTHING POSTED, NO CHECKS ISSUED ***".
011000 01  WS-PAYEE-NAME-LINE.
011100     05  FILLER                      PIC X(07) VALUE "PAYEE  ".
011200     05  WS-PNL-CODE                 PIC X(06).
011300     05  FILLER                      PIC X(02) VALUE SPACES.
011400     05  WS-PNL-NAME                 PIC X(30).
011500 01  WS-PAYEE-ADDR-LINE.
011600     05  FILLER                      PIC X(15) VALUE SPACES.
011700     05  WS-PAL-TEXT                 PIC X(42).
011800 01  WS-CITY-LINE.
011900     05  WS-CTY-CITY                 PIC X(20).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  WS-CTY-STATE                PIC X(02).
012200     05  FILLER                      PIC X(02) VALUE SPACES.
012300     05  WS-CTY-ZIP                  PIC X(10).
012400 01  WS-RPT-COLUMNS.
012500     05  FILLER                      PIC X(16) VALUE
012600         "  CASE NUMBER".
012700     05  FILLER                      PIC X(27) VALUE
012800         " ID  EMPLOYEE".
012900     05  FILLER                      PIC X(36) VALUE
013000         " WITHHELD   STILL OWED".
013100 01  WS-RPT-DETAIL.
013200     05  FILLER                      PIC X(02) VALUE SPACES.
013300     05  WS-DTL-CASE-NUMBER          PIC X(12).
013400     05  FILLER                      PIC X(02) VALUE SPACES.
013500     05  WS-DTL-EMP-ID               PIC ZZ9.
013600     05  FILLER                      PIC X(02) VALUE SPACES.
013700     05  WS-DTL-EMP-NAME             PIC X(20).
013800     05  FILLER                      PIC X(02) VALUE SPACES.
013900     05  WS-DTL-WITHHELD             PIC ZZ,ZZ9.99.
014000     05  FILLER                      PIC X(01) VALUE SPACE.
014100     05  WS-DTL-STILL-OWED           PIC Z,ZZZ,ZZ9.99.
014200     05  FILLER                      PIC X(02) VALUE SPACES.
014300     05  WS-DTL-FLAG                 PIC X(12).
014400 01  WS-PAYEE-TOTAL-LINE.
014500     05  FILLER                      PIC X(15) VALUE
014600         "  PAYEE TOTAL  ".
014700     05  WS-PTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
014800     05  FILLER                      PIC X(02) VALUE SPACES.
014900     05  WS-PTL-CHECK-TEXT           PIC X(30).
015000 01  WS-PTL-CHECK-ISSUED.
015100     05  FILLER                      PIC X(13) VALUE
015200         "CHECK NUMBER ".
015300     05  WS-PCI-CHECK-NO             PIC 9(06).
015400 01  WS-GRAND-TOTAL-LINE.
015500     05  FILLER                      PIC X(26) VALUE
015600         "TOTAL REMITTED            ".
015700     05  WS-GTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
015800 01  WS-COUNT-LINE.
015900     05  WS-CNT-LABEL                PIC X(26).
016000     05  WS-CNT-VALUE                PIC ZZZZ9.
016100 LINKAGE SECTION.
016200 COPY "garnparm.cpy".
016300 PROCEDURE DIVISION USING GP-GARN-PARMS.
016400*
016500 0000-MAINLINE.
016600     EVALUATE TRUE
016700         WHEN GP-OPEN
016800             PERFORM 1000-OPEN-RUN THRU 1000-EXIT
016900         WHEN GP-QUERY
017000             PERFORM 2000-QUERY-ORDER THRU 2000-EXIT
017100         WHEN GP-APPLY
017200             PERFORM 3000-APPLY-WITHHOLDING THRU 3000-EXIT
017300         WHEN GP-CLOSE
017400             PERFORM 4000-CLOSE-RUN THRU 4000-EXIT
017500     END-EVALUATE.
017600     GOBACK.
017700*
017800******************************************************************
017900*    START OF RUN - THE TABLE IS CLEARED EVERY TIME SO A SECOND  *
018000*    RUN IN THE SAME JOB STARTS FRESH.                           *
018100******************************************************************
018200 1000-OPEN-RUN.
018300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018400     MOVE GP-RUN-TYPE TO WS-RUN-TYPE.
018500     MOVE ZERO TO WS-CASE-COUNT.
018600     MOVE "N" TO WS-GARNPAY-OPEN-SW.
018700     IF PM-TRIAL-RUN
018800         OPEN INPUT GARNPAY
018900     ELSE
019000         OPEN I-O GARNPAY
019100         IF WS-GARNPAY-STATUS = "35"
019200             OPEN OUTPUT GARNPAY
019300             CLOSE GARNPAY
019400             OPEN I-O GARNPAY
019500         END-IF
019600     END-IF.
019700     IF WS-GARNPAY-STATUS = "00"
019800         SET WS-GARNPAY-OPEN TO TRUE
019900     ELSE
020000         DISPLAY "PAYGARN: GARNPAY NOT AVAILABLE - STATUS "
020100             WS-GARNPAY-STATUS " - GARNISHMENTS TAKEN AS"
020200             " PAYDEDS SAYS, NOTHING REMITTED"
020300     END-IF.
020400 1000-EXIT.
020500     EXIT.
020600*
020700******************************************************************
020800*    WHAT IS STILL OWED ON ONE ORDER - FROM THIS RUN'S TABLE IF  *
020900*    THE ORDER HAS ALREADY BEEN WITHHELD AGAINST, OTHERWISE      *
021000*    FROM GARNPAY.                                               *
021100******************************************************************
021200 2000-QUERY-ORDER.
021300     MOVE ZERO TO GP-AMOUNT.
021400     PERFORM 5000-FIND-CASE THRU 5000-EXIT.
021500     IF WS-FOUND-IDX > ZERO
021600         SET GP-ORDER-FOUND TO TRUE
021700         COMPUTE WS-REMAINING =
021800             WS-CS-TOTAL-OWED (WS-FOUND-IDX)
021900             - WS-CS-BASE-SATISFIED (WS-FOUND-IDX)
022000             - WS-CS-RUN-AMOUNT (WS-FOUND-IDX)
022100     ELSE
022200         PERFORM 2100-READ-ORDER THRU 2100-EXIT
022300         IF GP-ORDER-NOT-FOUND
022400             GO TO 2000-EXIT
022500         END-IF
022600         COMPUTE WS-REMAINING =
022700             GN-TOTAL-OWED - WS-BASE-SATISFIED
022800     END-IF.
022900     IF WS-REMAINING > ZERO
023000         MOVE WS-REMAINING TO GP-AMOUNT
023100     END-IF.
023200 2000-EXIT.
023300     EXIT.
023400*
023500*    A SAME-DAY RERUN OF THE REGULAR RUN TAKES ITS EARLIER
023600*    WITHHOLDING BACK OUT BEFORE COUNTING WHAT IS STILL OWED.
023700 2100-READ-ORDER.
023800     SET GP-ORDER-NOT-FOUND TO TRUE.
023900     IF NOT WS-GARNPAY-OPEN
024000         GO TO 2100-EXIT
024100     END-IF.
024200     MOVE GP-CASE-NUMBER TO GN-CASE-NUMBER.
024300     READ GARNPAY
024400         INVALID KEY
024500             DISPLAY "PAYGARN: CASE " GP-CASE-NUMBER
024600                 " FOR EMPLOYEE " GP-EMP-ID " NOT ON GARNPAY -"
024700                 " DEDUCTION TAKEN, NOT REMITTED"
024800             GO TO 2100-EXIT
024900     END-READ.
025000     IF GN-EMP-ID NOT = GP-EMP-ID
025100         DISPLAY "PAYGARN: CASE " GP-CASE-NUMBER
025200             " IS ON GARNPAY FOR EMPLOYEE " GN-EMP-ID ", NOT "
025300             GP-EMP-ID " - DEDUCTION TAKEN, NOT REMITTED"
025400         GO TO 2100-EXIT
025500     END-IF.
025600     SET GP-ORDER-FOUND TO TRUE.
025700     MOVE GN-SATISFIED TO WS-BASE-SATISFIED.
025800     IF WS-REGULAR-RUN AND GN-UPD-DATE = WS-CDT-DATE
025900         IF GN-LAST-RUN-AMOUNT > WS-BASE-SATISFIED
026000             MOVE ZERO TO WS-BASE-SATISFIED
026100         ELSE
026200             SUBTRACT GN-LAST-RUN-AMOUNT FROM WS-BASE-SATISFIED
026300         END-IF
026400     END-IF.
026500 2100-EXIT.
026600     EXIT.
026700*
026800******************************************************************
026900*    ONE WITHHOLDING AGAINST AN ORDER.  THE ORDER'S FIRST        *
027000*    WITHHOLDING THIS RUN ADDS IT TO THE TABLE.                  *
027100******************************************************************
027200 3000-APPLY-WITHHOLDING.
027300     IF GP-AMOUNT = ZERO
027400         GO TO 3000-EXIT
027500     END-IF.
027600     PERFORM 5000-FIND-CASE THRU 5000-EXIT.
027700     IF WS-FOUND-IDX = ZERO
027800         PERFORM 2100-READ-ORDER THRU 2100-EXIT
027900         IF GP-ORDER-NOT-FOUND
028000             GO TO 3000-EXIT
028100         END-IF
028200         PERFORM 3100-ADD-CASE THRU 3100-EXIT
028300         IF WS-FOUND-IDX = ZERO
028400             GO TO 3000-EXIT
028500         END-IF
028600     END-IF.
028700     ADD GP-AMOUNT TO WS-CS-RUN-AMOUNT (WS-FOUND-IDX).
028800     IF PM-TRIAL-RUN
028900         GO TO 3000-EXIT
029000     END-IF.
029100     PERFORM 3200-POST-ORDER THRU 3200-EXIT.
029200 3000-EXIT.
029300     EXIT.
029400*
029500 3100-ADD-CASE.
029600     MOVE ZERO TO WS-FOUND-IDX.
029700     IF WS-CASE-COUNT >= 500
029800         DISPLAY "PAYGARN: MORE THAN 500 ORDERS WITHHELD THIS RUN"
029900             " - CASE " GP-CASE-NUMBER " NOT ON THE REGISTER,"
030000             " REMIT BY HAND"
030100         GO TO 3100-EXIT
030200     END-IF.
030300     MOVE GN-PAYEE-CODE  TO WS-NEW-KEY (1:6).
030400     MOVE GN-CASE-NUMBER TO WS-NEW-KEY (7:12).
030500     COMPUTE WS-INS-IDX = WS-CASE-COUNT + 1.
030600     MOVE 1 TO WS-CASE-IDX.
030700     PERFORM 3110-TEST-SLOT THRU 3110-EXIT
030800         UNTIL WS-CASE-IDX > WS-CASE-COUNT.
030900     MOVE WS-CASE-COUNT TO WS-SHIFT-IDX.
031000     PERFORM 3120-SHIFT-ONE THRU 3120-EXIT
031100         UNTIL WS-SHIFT-IDX < WS-INS-IDX.
031200     ADD 1 TO WS-CASE-COUNT.
031300     MOVE WS-INS-IDX TO WS-FOUND-IDX.
031400     MOVE WS-NEW-KEY        TO WS-CS-SORT-KEY (WS-FOUND-IDX).
031500     MOVE GP-EMP-ID         TO WS-CS-EMP-ID (WS-FOUND-IDX).
031600     MOVE GP-EMP-NAME       TO WS-CS-EMP-NAME (WS-FOUND-IDX).
031700     MOVE GN-PAYEE-NAME     TO WS-CS-PAYEE-NAME (WS-FOUND-IDX).
031800     MOVE GN-PAYEE-STREET   TO WS-CS-PAYEE-STREET (WS-FOUND-IDX).
031900     MOVE GN-PAYEE-CITY     TO WS-CS-PAYEE-CITY (WS-FOUND-IDX).
032000     MOVE GN-PAYEE-STATE    TO WS-CS-PAYEE-STATE (WS-FOUND-IDX).
032100     MOVE GN-PAYEE-ZIP      TO WS-CS-PAYEE-ZIP (WS-FOUND-IDX).
032200     MOVE GN-TOTAL-OWED     TO WS-CS-TOTAL-OWED (WS-FOUND-IDX).
032300     MOVE WS-BASE-SATISFIED
032400         TO WS-CS-BASE-SATISFIED (WS-FOUND-IDX).
032500     MOVE ZERO              TO WS-CS-RUN-AMOUNT (WS-FOUND-IDX).
032600 3100-EXIT.
032700     EXIT.
032800*
032900 3110-TEST-SLOT.
033000     IF WS-CASE-IDX < WS-INS-IDX
033100         AND WS-CS-SORT-KEY (WS-CASE-IDX) > WS-NEW-KEY
033200         MOVE WS-CASE-IDX TO WS-INS-IDX
033300     END-IF.
033400     ADD 1 TO WS-CASE-IDX.
033500 3110-EXIT.
033600     EXIT.
033700*
033800 3120-SHIFT-ONE.
033900     MOVE WS-CASE-ENTRY (WS-SHIFT-IDX)
034000         TO WS-CASE-ENTRY (WS-SHIFT-IDX + 1).
034100     SUBTRACT 1 FROM WS-SHIFT-IDX.
034200 3120-EXIT.
034300     EXIT.
034400*
034500*    THE SATISFIED AMOUNT IS ALWAYS REBUILT FROM THE BASE, SO A
034600*    SECOND WITHHOLDING ON ONE ORDER IN ONE RUN CANNOT COUNT THE
034700*    FIRST TWICE.
034800 3200-POST-ORDER.
034900     MOVE WS-CS-CASE-NUMBER (WS-FOUND-IDX) TO GN-CASE-NUMBER.
035000     READ GARNPAY
035100         INVALID KEY
035200             DISPLAY "PAYGARN: CASE " GN-CASE-NUMBER
035300                 " LOST FROM GARNPAY - STATUS " WS-GARNPAY-STATUS
035400             GO TO 3200-EXIT
035500     END-READ.
035600     COMPUTE GN-SATISFIED =
035700         WS-CS-BASE-SATISFIED (WS-FOUND-IDX)
035800         + WS-CS-RUN-AMOUNT (WS-FOUND-IDX).
035900     IF WS-REGULAR-RUN
036000         MOVE WS-CS-RUN-AMOUNT (WS-FOUND-IDX)
036100             TO GN-LAST-RUN-AMOUNT
036200         MOVE WS-CDT-DATE TO GN-UPD-DATE
036300     END-IF.
036400     IF GN-SATISFIED NOT < GN-TOTAL-OWED
036500         SET GN-SATISFIED-IN-FULL TO TRUE
036600     ELSE
036700         SET GN-ACTIVE TO TRUE
036800     END-IF.
036900     REWRITE GN-GARNISHMENT-RECORD
037000         INVALID KEY
037100             DISPLAY "PAYGARN: GARNPAY REWRITE FAILED FOR CASE "
037200                 GN-CASE-NUMBER " - STATUS " WS-GARNPAY-STATUS
037300     END-REWRITE.
037400 3200-EXIT.
037500     EXIT.
037600*
037700******************************************************************
037800*    END OF RUN - THE REMITTANCE REGISTER, ONE CHECK PER PAYEE.  *
037900******************************************************************
038000 4000-CLOSE-RUN.
038100     MOVE ZERO TO GP-AMOUNT.
038200     MOVE ZERO TO WS-GRAND-TOTAL.
038300     MOVE ZERO TO WS-PAYEE-COUNT.
038400     MOVE ZERO TO WS-CHECK-COUNT.
038500     IF WS-GARNPAY-OPEN
038600         CLOSE GARNPAY
038700         MOVE "N" TO WS-GARNPAY-OPEN-SW
038800     END-IF.
038900     OPEN OUTPUT GARNREG.
039000     MOVE WS-CDT-DATE TO WS-HDG-DATE.
039100     IF WS-REGULAR-RUN
039200         MOVE "REGULAR RUN" TO WS-HDG-RUN-TYPE
039300     ELSE
039400         MOVE "OFF-CYCLE RUN" TO WS-HDG-RUN-TYPE
039500     END-IF.
039600     WRITE GARNREG-LINE FROM WS-RPT-HEADING.
039700     IF PM-TRIAL-RUN
039800         WRITE GARNREG-LINE FROM WS-TRIAL-BANNER
039900     END-IF.
040000     MOVE 1 TO WS-CASE-IDX.
040100     PERFORM 4100-WRITE-PAYEE THRU 4100-EXIT
040200         UNTIL WS-CASE-IDX > WS-CASE-COUNT.
040300     MOVE SPACES TO GARNREG-LINE.
040400     WRITE GARNREG-LINE.
040500     MOVE WS-GRAND-TOTAL TO WS-GTL-AMOUNT.
040600     WRITE GARNREG-LINE FROM WS-GRAND-TOTAL-LINE.
040700     MOVE "ORDERS WITHHELD AGAINST   " TO WS-CNT-LABEL.
040800     MOVE WS-CASE-COUNT TO WS-CNT-VALUE.
040900     WRITE GARNREG-LINE FROM WS-COUNT-LINE.
041000     MOVE "PAYEES                    " TO WS-CNT-LABEL.
041100     MOVE WS-PAYEE-COUNT TO WS-CNT-VALUE.
041200     WRITE GARNREG-LINE FROM WS-COUNT-LINE.
041300     MOVE "PAYEE CHECKS ISSUED       " TO WS-CNT-LABEL.
041400     MOVE WS-CHECK-COUNT TO WS-CNT-VALUE.
041500     WRITE GARNREG-LINE FROM WS-COUNT-LINE.
041600     IF PM-TRIAL-RUN
041700         WRITE GARNREG-LINE FROM WS-TRIAL-BANNER
041800     END-IF.
041900     CLOSE GARNREG.
042000     MOVE WS-GRAND-TOTAL TO GP-AMOUNT.
042100     DISPLAY "PAYGARN: " WS-CASE-COUNT " ORDER(S), "
042200         WS-CHECK-COUNT " PAYEE CHECK(S) ISSUED, TOTAL "
042300         WS-GRAND-TOTAL.
042400 4000-EXIT.
042500     EXIT.
042600*
042700 4100-WRITE-PAYEE.
042800     MOVE WS-CASE-IDX TO WS-GROUP-IDX.
042900     MOVE WS-CS-PAYEE-CODE (WS-GROUP-IDX) TO WS-CURRENT-PAYEE.
043000     MOVE ZERO TO WS-PAYEE-TOTAL.
043100     ADD 1 TO WS-PAYEE-COUNT.
043200     MOVE SPACES TO GARNREG-LINE.
043300     WRITE GARNREG-LINE.
043400     MOVE WS-CURRENT-PAYEE TO WS-PNL-CODE.
043500     MOVE WS-CS-PAYEE-NAME (WS-GROUP-IDX) TO WS-PNL-NAME.
043600     WRITE GARNREG-LINE FROM WS-PAYEE-NAME-LINE.
043700     MOVE WS-CS-PAYEE-STREET (WS-GROUP-IDX) TO WS-PAL-TEXT.
043800     WRITE GARNREG-LINE FROM WS-PAYEE-ADDR-LINE.
043900     MOVE WS-CS-PAYEE-CITY (WS-GROUP-IDX)  TO WS-CTY-CITY.
044000     MOVE WS-CS-PAYEE-STATE (WS-GROUP-IDX) TO WS-CTY-STATE.
044100     MOVE WS-CS-PAYEE-ZIP (WS-GROUP-IDX)   TO WS-CTY-ZIP.
044200     MOVE WS-CITY-LINE TO WS-PAL-TEXT.
044300     WRITE GARNREG-LINE FROM WS-PAYEE-ADDR-LINE.
044400     WRITE GARNREG-LINE FROM WS-RPT-COLUMNS.
044500     PERFORM 4200-WRITE-CASE THRU 4200-EXIT
044600         UNTIL WS-CASE-IDX > WS-CASE-COUNT
044700         OR WS-CS-PAYEE-CODE (WS-CASE-IDX) NOT = WS-CURRENT-PAYEE.
044800     PERFORM 4300-ISSUE-CHECK THRU 4300-EXIT.
044900     MOVE WS-PAYEE-TOTAL TO WS-PTL-AMOUNT.
045000     WRITE GARNREG-LINE FROM WS-PAYEE-TOTAL-LINE.
045100     ADD WS-PAYEE-TOTAL TO WS-GRAND-TOTAL.
045200 4100-EXIT.
045300     EXIT.
045400*
045500 4200-WRITE-CASE.
045600     MOVE WS-CS-CASE-NUMBER (WS-CASE-IDX) TO WS-DTL-CASE-NUMBER.
045700     MOVE WS-CS-EMP-ID (WS-CASE-IDX)      TO WS-DTL-EMP-ID.
045800     MOVE WS-CS-EMP-NAME (WS-CASE-IDX)    TO WS-DTL-EMP-NAME.
045900     MOVE WS-CS-RUN-AMOUNT (WS-CASE-IDX)  TO WS-DTL-WITHHELD.
046000     COMPUTE WS-REMAINING =
046100         WS-CS-TOTAL-OWED (WS-CASE-IDX)
046200         - WS-CS-BASE-SATISFIED (WS-CASE-IDX)
046300         - WS-CS-RUN-AMOUNT (WS-CASE-IDX).
046400     IF WS-REMAINING > ZERO
046500         MOVE WS-REMAINING TO WS-DTL-STILL-OWED
046600         MOVE SPACES TO WS-DTL-FLAG
046700     ELSE
046800         MOVE ZERO TO WS-DTL-STILL-OWED
046900         MOVE "PAID IN FULL" TO WS-DTL-FLAG
047000     END-IF.
047100     WRITE GARNREG-LINE FROM WS-RPT-DETAIL.
047200     ADD WS-CS-RUN-AMOUNT (WS-CASE-IDX) TO WS-PAYEE-TOTAL.
047300     ADD 1 TO WS-CASE-IDX.
047400 4200-EXIT.
047500     EXIT.
047600*
047700 4300-ISSUE-CHECK.
047800     IF PM-TRIAL-RUN
047900         MOVE "TRIAL - NO CHECK ISSUED" TO WS-PTL-CHECK-TEXT
048000         GO TO 4300-EXIT
048100     END-IF.
048200     IF WS-PAYEE-TOTAL = ZERO
048300         MOVE "NOTHING TO REMIT" TO WS-PTL-CHECK-TEXT
048400         GO TO 4300-EXIT
048500     END-IF.
048600     MOVE ZERO TO WS-CHECK-EMP-ID.
048700     MOVE WS-CS-PAYEE-NAME (WS-GROUP-IDX) TO WS-CHECK-NAME.
048800     MOVE WS-PAYEE-TOTAL TO WS-CHECK-AMOUNT.
048900     MOVE ZERO TO WS-CHECK-NUMBER.
049000     CALL "CHKWRITE" USING WS-CHECK-EMP-ID, WS-CHECK-NAME,
049100         WS-CHECK-AMOUNT, WS-CHECK-NUMBER.
049200     MOVE WS-CHECK-NUMBER TO WS-PCI-CHECK-NO.
049300     MOVE WS-PTL-CHECK-ISSUED TO WS-PTL-CHECK-TEXT.
049400     ADD 1 TO WS-CHECK-COUNT.
049500 4300-EXIT.
049600     EXIT.
049700*
049800 5000-FIND-CASE.
049900     MOVE ZERO TO WS-FOUND-IDX.
050000     MOVE 1 TO WS-CASE-IDX.
050100     PERFORM 5100-TEST-ONE-CASE THRU 5100-EXIT
050200         UNTIL WS-CASE-IDX > WS-CASE-COUNT
050300         OR WS-FOUND-IDX > ZERO.
050400 5000-EXIT.
050500     EXIT.
050600*
050700 5100-TEST-ONE-CASE.
050800     IF WS-CS-CASE-NUMBER (WS-CASE-IDX) = GP-CASE-NUMBER
050900         MOVE WS-CASE-IDX TO WS-FOUND-IDX
051000     ELSE
051100         ADD 1 TO WS-CASE-IDX
051200     END-IF.
051300 5100-EXIT.
051400     EXIT.
