000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LVCARRY.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    LVCARRY IS THE YEAR-END LEAVE CARRYOVER FOR THE LEAVEBAL    *
001000*    FILE.  RUN ONCE, AFTER THE LAST PAYROLL OF THE LEAVE YEAR,  *
001100*    IT CUTS EACH EMPLOYEE'S VACATION AND SICK BALANCE BACK TO   *
001200*    THE CARRYOVER CAP FOR THEIR SERVICE TIER (LEAVERT, THROUGH  *
001300*    PAYLEAVE) AND STARTS THE YEAR'S ACCRUED AND USED TOTALS     *
001400*    OVER.  WHAT IS CUT IS FORFEITED AND LISTED ON THE LVCARPT   *
001500*    REPORT.  THE OPERATOR KEYS THE LEAVE YEAR BEING CLOSED AND  *
001600*    MUST CONFIRM BEFORE ANYTHING IS CHANGED; EACH RECORD IS     *
001700*    STAMPED WITH THAT YEAR, SO A SECOND RUN FOR THE SAME YEAR   *
001800*    PASSES OVER EVERY RECORD ALREADY CARRIED OVER INSTEAD OF    *
001900*    CUTTING IT AGAIN.  AN EMPLOYEE NO LONGER ON EMPMAST HAS NO  *
002000*    SERVICE TIER AND IS LISTED, NOT CHANGED.                    *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    15OCT26    JEH   ORIGINAL PROGRAM - LEAVE CARRYOVER RUN     *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LEAVEBAL ASSIGN TO "LEAVEBAL"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS LV-EMP-ID
003300         FILE STATUS IS WS-LEAVEBAL-STATUS.
003400     SELECT EMPMAST ASSIGN TO "EMPMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS EM-EMP-ID
003800         FILE STATUS IS WS-EMPMAST-STATUS.
003900     SELECT LVCARPT ASSIGN TO "LVCARPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-LVCARPT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  LEAVEBAL.
004500 COPY "leavebal.cpy".
004600 FD  EMPMAST.
004700 COPY "empmast.cpy".
004800 FD  LVCARPT
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  LVCARPT-LINE                    PIC X(80).
005100 WORKING-STORAGE SECTION.
005200 77  WS-LEAVEBAL-STATUS              PIC X(02).
005300 77  WS-EMPMAST-STATUS               PIC X(02).
005400 77  WS-LVCARPT-STATUS               PIC X(02).
005500 77  WS-EOF-SW                       PIC X(01) VALUE "N".
005600     88  WS-END-OF-FILE              VALUE "Y".
005700 77  WS-CONFIRM-ANSWER               PIC X(01) VALUE "N".
005800     88  WS-CARRYOVER-CONFIRMED      VALUE "Y".
005900 77  WS-LEAVE-YEAR                   PIC 9(04) VALUE ZERO.
006000 77  WS-CARRIED-COUNT                PIC 9(05) VALUE ZERO.
006100 77  WS-ALREADY-COUNT                PIC 9(05) VALUE ZERO.
006200 77  WS-NO-MASTER-COUNT              PIC 9(05) VALUE ZERO.
006300 77  WS-VAC-ACCRUAL                  PIC 9(03)V99 VALUE ZERO.
006400 77  WS-SICK-ACCRUAL                 PIC 9(03)V99 VALUE ZERO.
006500 77  WS-VAC-CAP                      PIC 9(03)V99 VALUE ZERO.
006600 77  WS-SICK-CAP                     PIC 9(03)V99 VALUE ZERO.
006700 77  WS-VAC-FORFEIT                  PIC 9(04)V99 VALUE ZERO.
006800 77  WS-SICK-FORFEIT                 PIC 9(04)V99 VALUE ZERO.
006900 77  WS-TOT-VAC-FORFEIT              PIC 9(07)V99 VALUE ZERO.
007000 77  WS-TOT-SICK-FORFEIT             PIC 9(07)V99 VALUE ZERO.
007100 01  WS-CURRENT-DATE-TIME.
007200     05  WS-CDT-DATE                 PIC 9(08).
007300     05  WS-CDT-TIME                 PIC 9(08).
007400     05  WS-CDT-OFFSET               PIC X(05).
007500 01  WS-RPT-HEADING.
007600     05  FILLER                      PIC X(01) VALUE X"0C".
007700     05  FILLER                      PIC X(32) VALUE
007800         "LEAVE CARRYOVER - LEAVE YEAR    ".
007900     05  WS-HDG-YEAR                 PIC 9(04).
008000 01  WS-RPT-COLUMNS.
008100     05  FILLER                      PIC X(28) VALUE
008200         " ID  EMPLOYEE".
008300     05  FILLER                      PIC X(23) VALUE
008400         "VAC BAL    CAP  FORFEIT".
008500     05  FILLER                      PIC X(26) VALUE
008600         "  SICK BAL    CAP  FORFEIT".
008700 01  WS-RPT-DETAIL.
008800     05  WS-DTL-EMP-ID               PIC ZZ9.
008900     05  FILLER                      PIC X(02) VALUE SPACES.
009000     05  WS-DTL-EMP-NAME             PIC X(20).
009100     05  FILLER                      PIC X(02) VALUE SPACES.
009200     05  WS-DTL-VAC-BALANCE          PIC Z,ZZ9.99.
009300     05  FILLER                      PIC X(01) VALUE SPACE.
009400     05  WS-DTL-VAC-CAP              PIC ZZ9.99.
009500     05  FILLER                      PIC X(01) VALUE SPACE.
009600     05  WS-DTL-VAC-FORFEIT          PIC Z,ZZ9.99.
009700     05  FILLER                      PIC X(02) VALUE SPACES.
009800     05  WS-DTL-SICK-BALANCE         PIC Z,ZZ9.99.
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000     05  WS-DTL-SICK-CAP             PIC ZZ9.99.
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  WS-DTL-SICK-FORFEIT         PIC Z,ZZ9.99.
010300 01  WS-NO-MASTER-LINE.
010400     05  WS-NOM-EMP-ID               PIC ZZ9.
010500     05  FILLER                      PIC X(02) VALUE SPACES.
010600     05  WS-NOM-EMP-NAME             PIC X(20).
010700     05  FILLER                      PIC X(02) VALUE SPACES.
010800     05  FILLER                      PIC X(36) VALUE
010900         "NOT ON EMPLOYEE MASTER - NOT CHANGED".
011000 01  WS-TOTAL-LINE.
011100     05  FILLER                      PIC X(27) VALUE
011200         "HOURS FORFEITED  VACATION ".
011300     05  WS-TOT-DTL-VAC              PIC Z,ZZZ,ZZ9.99.
011400     05  FILLER                      PIC X(08) VALUE "  SICK  ".
011500     05  WS-TOT-DTL-SICK             PIC Z,ZZZ,ZZ9.99.
011600 01  WS-COUNT-LINE.
011700     05  WS-CNT-LABEL                PIC X(26).
011800     05  WS-CNT-VALUE                PIC ZZZZ9.
011900 PROCEDURE DIVISION.
012000*
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012300     PERFORM 2000-CARRY-ONE THRU 2000-EXIT
012400         UNTIL WS-END-OF-FILE.
012500     PERFORM 3000-FINISH THRU 3000-EXIT.
012600     STOP RUN.
012700*
012800 1000-INITIALIZE.
012900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013000     DISPLAY "ENTER LEAVE YEAR BEING CLOSED YYYY".
013100     ACCEPT WS-LEAVE-YEAR.
013200     IF WS-LEAVE-YEAR = ZERO
013300         OR WS-LEAVE-YEAR > WS-CDT-DATE (1:4)
013400         DISPLAY "LVCARRY: LEAVE YEAR MUST BE THIS YEAR OR"
013500             " EARLIER"
013600         MOVE 8 TO RETURN-CODE
013700         STOP RUN
013800     END-IF.
013900     DISPLAY "CUT EVERY LEAVE BALANCE TO ITS CARRYOVER CAP FOR "
014000         WS-LEAVE-YEAR " (Y/N)".
014100     ACCEPT WS-CONFIRM-ANSWER.
014200     IF NOT WS-CARRYOVER-CONFIRMED
014300         DISPLAY "LVCARRY: NOT CONFIRMED - NOTHING CHANGED"
014400         STOP RUN
014500     END-IF.
014600     OPEN I-O LEAVEBAL.
014700     IF WS-LEAVEBAL-STATUS NOT = "00"
014800         DISPLAY "LVCARRY: NO LEAVE BALANCE FILE - STATUS "
014900             WS-LEAVEBAL-STATUS
015000         MOVE 8 TO RETURN-CODE
015100         STOP RUN
015200     END-IF.
015300     OPEN INPUT EMPMAST.
015400     IF WS-EMPMAST-STATUS NOT = "00"
015500         DISPLAY "LVCARRY: EMPMAST NOT AVAILABLE - STATUS "
015600             WS-EMPMAST-STATUS
015700         CLOSE LEAVEBAL
015800         MOVE 8 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     OPEN OUTPUT LVCARPT.
016200     MOVE WS-LEAVE-YEAR TO WS-HDG-YEAR.
016300     WRITE LVCARPT-LINE FROM WS-RPT-HEADING.
016400     WRITE LVCARPT-LINE FROM WS-RPT-COLUMNS.
016500     MOVE ZERO TO LV-EMP-ID.
016600     START LEAVEBAL KEY NOT LESS THAN LV-EMP-ID
016700         INVALID KEY
016800             SET WS-END-OF-FILE TO TRUE
016900     END-START.
017000     IF NOT WS-END-OF-FILE
017100         PERFORM 1100-READ-NEXT THRU 1100-EXIT
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500*
017600 1100-READ-NEXT.
017700     READ LEAVEBAL NEXT RECORD
017800         AT END
017900             SET WS-END-OF-FILE TO TRUE
018000     END-READ.
018100 1100-EXIT.
018200     EXIT.
018300*
018400 2000-CARRY-ONE.
018500     IF LV-CARRY-YEAR NOT < WS-LEAVE-YEAR
018600         ADD 1 TO WS-ALREADY-COUNT
018700         GO TO 2000-NEXT
018800     END-IF.
018900     MOVE LV-EMP-ID TO EM-EMP-ID.
019000     READ EMPMAST
019100         INVALID KEY
019200             PERFORM 2200-WRITE-NO-MASTER THRU 2200-EXIT
019300             GO TO 2000-NEXT
019400     END-READ.
019500     CALL "PAYLEAVE" USING EM-HIRE-DATE, WS-CDT-DATE,
019600         WS-VAC-ACCRUAL, WS-SICK-ACCRUAL, WS-VAC-CAP,
019700         WS-SICK-CAP.
019800     MOVE LV-EMP-ID          TO WS-DTL-EMP-ID.
019900     MOVE LV-EMP-NAME        TO WS-DTL-EMP-NAME.
020000     MOVE LV-VAC-BALANCE     TO WS-DTL-VAC-BALANCE.
020100     MOVE LV-SICK-BALANCE    TO WS-DTL-SICK-BALANCE.
020200     MOVE ZERO TO WS-VAC-FORFEIT.
020300     MOVE ZERO TO WS-SICK-FORFEIT.
020400     IF LV-VAC-BALANCE > WS-VAC-CAP
020500         COMPUTE WS-VAC-FORFEIT = LV-VAC-BALANCE - WS-VAC-CAP
020600         MOVE WS-VAC-CAP TO LV-VAC-BALANCE
020700     END-IF.
020800     IF LV-SICK-BALANCE > WS-SICK-CAP
020900         COMPUTE WS-SICK-FORFEIT =
021000             LV-SICK-BALANCE - WS-SICK-CAP
021100         MOVE WS-SICK-CAP TO LV-SICK-BALANCE
021200     END-IF.
021300     PERFORM 2100-RESET-YEAR THRU 2100-EXIT.
021400     REWRITE LV-LEAVE-BALANCE-RECORD.
021500     ADD 1 TO WS-CARRIED-COUNT.
021600     ADD WS-VAC-FORFEIT  TO WS-TOT-VAC-FORFEIT.
021700     ADD WS-SICK-FORFEIT TO WS-TOT-SICK-FORFEIT.
021800     MOVE WS-VAC-CAP         TO WS-DTL-VAC-CAP.
021900     MOVE WS-VAC-FORFEIT     TO WS-DTL-VAC-FORFEIT.
022000     MOVE WS-SICK-CAP        TO WS-DTL-SICK-CAP.
022100     MOVE WS-SICK-FORFEIT    TO WS-DTL-SICK-FORFEIT.
022200     WRITE LVCARPT-LINE FROM WS-RPT-DETAIL.
022300 2000-NEXT.
022400     PERFORM 1100-READ-NEXT THRU 1100-EXIT.
022500 2000-EXIT.
022600     EXIT.
022700*
022800*    THE LAST-RUN AMOUNTS GO WITH THE YEAR'S TOTALS, SO A PAYROLL
022900*    RERUN LATER TODAY CANNOT BACK LAST YEAR'S POSTING OUT OF THE
023000*    CAPPED BALANCE.
023100 2100-RESET-YEAR.
023200     MOVE ZERO TO LV-VAC-ACCRUED-YTD.
023300     MOVE ZERO TO LV-VAC-USED-YTD.
023400     MOVE ZERO TO LV-SICK-ACCRUED-YTD.
023500     MOVE ZERO TO LV-SICK-USED-YTD.
023600     MOVE ZERO TO LV-LAST-RUN-VAC-ACCRUED.
023700     MOVE ZERO TO LV-LAST-RUN-VAC-USED.
023800     MOVE ZERO TO LV-LAST-RUN-SICK-ACCRUED.
023900     MOVE ZERO TO LV-LAST-RUN-SICK-USED.
024000     MOVE WS-CDT-DATE   TO LV-UPD-DATE.
024100     MOVE WS-LEAVE-YEAR TO LV-CARRY-YEAR.
024200 2100-EXIT.
024300     EXIT.
024400*
024500 2200-WRITE-NO-MASTER.
024600     MOVE LV-EMP-ID   TO WS-NOM-EMP-ID.
024700     MOVE LV-EMP-NAME TO WS-NOM-EMP-NAME.
024800     WRITE LVCARPT-LINE FROM WS-NO-MASTER-LINE.
024900     ADD 1 TO WS-NO-MASTER-COUNT.
025000 2200-EXIT.
025100     EXIT.
025200*
025300 3000-FINISH.
025400     MOVE WS-TOT-VAC-FORFEIT  TO WS-TOT-DTL-VAC.
025500     MOVE WS-TOT-SICK-FORFEIT TO WS-TOT-DTL-SICK.
025600     WRITE LVCARPT-LINE FROM WS-TOTAL-LINE.
025700     MOVE "EMPLOYEES CARRIED OVER    " TO WS-CNT-LABEL.
025800     MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE.
025900     WRITE LVCARPT-LINE FROM WS-COUNT-LINE.
026000     MOVE "ALREADY CARRIED THIS YEAR " TO WS-CNT-LABEL.
026100     MOVE WS-ALREADY-COUNT TO WS-CNT-VALUE.
026200     WRITE LVCARPT-LINE FROM WS-COUNT-LINE.
026300     MOVE "NOT ON EMPLOYEE MASTER    " TO WS-CNT-LABEL.
026400     MOVE WS-NO-MASTER-COUNT TO WS-CNT-VALUE.
026500     WRITE LVCARPT-LINE FROM WS-COUNT-LINE.
026600     CLOSE LEAVEBAL.
026700     CLOSE EMPMAST.
026800     CLOSE LVCARPT.
026900     DISPLAY "LVCARRY: " WS-CARRIED-COUNT
027000         " EMPLOYEE LEAVE RECORD(S) CARRIED OVER FOR "
027100         WS-LEAVE-YEAR.
027200 3000-EXIT.
027300     EXIT.
