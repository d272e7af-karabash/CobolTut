001660*      - A TERMINATED EMPLOYEE IS NEVER PAID                     *
001670*      - THE TIMECARD NAME MUST MATCH THE MASTER NAME            *
001680*      - THE TIMECARD RATE MUST MATCH THE MASTER STANDARD RATE   *
001684*                                                                *
001688*    AND THE LEAVE EDIT - VACATION OR SICK HOURS TAKEN ON THE    *
001692*    TIMECARD MAY NOT EXCEED WHAT THE CALLER SAYS IS AVAILABLE   *
001696*    (THE LEAVEBAL BALANCE PLUS THIS PERIOD'S ACCRUAL).          *
001700*                                                                *
001800*    REJECTED RECORDS ARE APPENDED TO THE PAYROLL EXCEPTION      *
001900*    REPORT (PAYEXCP) RATHER THAN JUST FAILING QUIETLY.  THE     *
002000*    FIRST PERSON TO NOTICE A BAD TIMECARD SHOULD BE PAYROLL     *
002100*    READING THIS REPORT, NOT THE EMPLOYEE HOLDING A WRONG       *
002200*    PAYCHECK.                                                   *
002220*                                                                *
002240*    WHILE THE PAYMODE SWITCH SAYS TRIAL, REJECTS GO TO PAYETRL  *
002260*    INSTEAD, WHICH EACH TRIAL RUN STARTS AFRESH - A PREVIEW'S   *
002280*    REJECTS NEVER MIX INTO THE LIVE RUN'S EXCEPTION REPORT.     *
002300*                                                                *
002400*    MODIFICATION HISTORY                                        *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    22AUG26    JEH   ORIGINAL PROGRAM - PAYROLL TIME EDITS      *
002620*    15OCT26    JEH   LEAVE TAKEN IS NOW PASSED WITH THE HOURS   *
002640*                     AVAILABLE - TAKING MORE VACATION OR SICK   *
002660*                     THAN THE BALANCE HOLDS IS REJECTED         *
002670*    15OCT26    JEH   A TRIAL RUN'S REJECTS NOW GO TO PAYETRL,   *
002680*                     NOT THE LIVE PAYEXCP REPORT                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003100     SELECT PAYEXCP ASSIGN TO "PAYEXCP"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-FILE-STATUS.
003320     SELECT PAYETRL ASSIGN TO "PAYETRL"
003340         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS WS-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PAYEXCP
003700     RECORD CONTAINS 69 CHARACTERS.
003800 01  PAYEXCP-LINE                    PIC X(69).
003820 FD  PAYETRL
003840     RECORD CONTAINS 69 CHARACTERS.
003860 01  PAYETRL-LINE                    PIC X(69).
003900 WORKING-STORAGE SECTION.
004000 COPY "payexcp.cpy".
004050 COPY "paymode.cpy".
004100 77  WS-FILE-STATUS                  PIC X(02).
004200 77  WS-MAX-WEEKLY-HOURS             PIC 9(03)V99 VALUE 80.00.
004300 77  WS-MIN-HOURLY-RATE              PIC 9(03)V99 VALUE 7.25.
005860     88  LK-MASTER-TERMINATED        VALUE "T".
005870 01  LK-MASTER-NAME                  PIC X(20).
005880 01  LK-MASTER-RATE                  PIC 9(03)V9(02).
005884 01  LK-VAC-TAKEN                    PIC 9(03)V9(02).
005888 01  LK-SICK-TAKEN                   PIC 9(03)V9(02).
005892 01  LK-VAC-AVAILABLE                PIC 9(04)V9(02).
005896 01  LK-SICK-AVAILABLE               PIC 9(04)V9(02).
005900 PROCEDURE DIVISION USING LK-EMP-ID, LK-EMP-NAME,
006000         LK-HOURS-WORKED, LK-HOURLY-RATE, LK-VALID-SW,
006010         LK-MASTER-FOUND-SW, LK-MASTER-STATUS,
006020         LK-MASTER-NAME, LK-MASTER-RATE, LK-VAC-TAKEN,
006060         LK-SICK-TAKEN, LK-VAC-AVAILABLE, LK-SICK-AVAILABLE.
006100*
006200 0000-MAINLINE.
006300     SET LK-RECORD-VALID TO TRUE.
007600         END-IF
007700     END-IF.
007710     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT.
007750     PERFORM 3000-CHECK-LEAVE THRU 3000-EXIT.
007800     PERFORM 1000-CHECK-DUPLICATE THRU 1000-EXIT.
007900     IF WS-DUPLICATE-ID
008000         SET LK-RECORD-INVALID TO TRUE
011104     EXIT.
011110*
011200 8000-WRITE-EXCEPTION.
011210     MOVE LK-EMP-ID        TO PE-EMP-ID.
011220     MOVE LK-EMP-NAME      TO PE-EMP-NAME.
011230     MOVE LK-HOURS-WORKED  TO PE-HOURS.
011240     MOVE LK-HOURLY-RATE   TO PE-RATE.
011250     IF PM-TRIAL-RUN
011260         PERFORM 8100-WRITE-TRIAL-EXCEPTION THRU 8100-EXIT
011270         GO TO 8000-EXIT
011280     END-IF.
011300     OPEN EXTEND PAYEXCP.
011400     IF WS-FILE-STATUS = "35"
011500         OPEN OUTPUT PAYEXCP
011600     END-IF.
012100     WRITE PAYEXCP-LINE FROM PE-EXCEPTION-LINE.
012200     CLOSE PAYEXCP.
012300 8000-EXIT.
012400     EXIT.
012405*
012410 8100-WRITE-TRIAL-EXCEPTION.
012415     OPEN EXTEND PAYETRL.
012420     IF WS-FILE-STATUS = "35"
012425         OPEN OUTPUT PAYETRL
012430     END-IF.
012435     WRITE PAYETRL-LINE FROM PE-EXCEPTION-LINE.
012440     CLOSE PAYETRL.
012445 8100-EXIT.
012450     EXIT.
012500*
012600 3000-CHECK-LEAVE.
012700     IF LK-VAC-TAKEN > LK-VAC-AVAILABLE
012800         SET LK-RECORD-INVALID TO TRUE
012900         MOVE "VACATION OVER LEAVE BALANCE" TO PE-REASON
013000         GO TO 3000-EXIT
013100     END-IF.
013200     IF LK-SICK-TAKEN > LK-SICK-AVAILABLE
013300         SET LK-RECORD-INVALID TO TRUE
013400         MOVE "SICK LEAVE OVER LEAVE BALANCE" TO PE-REASON
013500     END-IF.
013600 3000-EXIT.
013700     EXIT.
