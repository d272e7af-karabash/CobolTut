002090*                     THE ANNUAL ONES                            *
002092*    01SEP26    JEH   ANNCTL RECORD MOVED TO ANNCTL.CPY, SHARED  *
002094*                     WITH ANNSTMT                               *
002105*    15OCT26    JEH   THE EMPLOYER TAX BUCKETS ARE CLEARED WITH  *
002110*                     THE REST, SO THE WAGE BASES START OVER     *
002115*    15OCT26    JEH   YEAR-END RUNS UNDER NIGHTRUN SKIP THE      *
002120*                     OPERATOR CONFIRMATION BUT REFUSE THE CLOSE *
002125*                     UNLESS THE STATEMENTS WERE RUN FOR THE RUN *
002130*                     DATE'S YEAR (NIGHTPRM.CPY); A MISSING      *
002135*                     PAYYTD NOW ENDS WITH RETURN-CODE 8; STOP   *
002140*                     RUN CHANGED TO GOBACK SO NIGHTRUN CAN CALL *
002145*                     THIS AS A STEP; UNCHANGED WHEN STANDALONE  *
002150******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003320     RECORD CONTAINS 59 CHARACTERS.
003330 COPY "annctl.cpy".
003400 WORKING-STORAGE SECTION.
003450 COPY "nightprm.cpy".
003500 77  WS-PAYYTD-STATUS                PIC X(02).
003510 77  WS-ANNCTL-STATUS                PIC X(02).
003520 77  WS-ANNCTL-SW                    PIC X(01) VALUE "N".
004730         DISPLAY "YTDCLOSE: ANNUAL STATEMENT RUN (ANNSTMT) HAS"
004740             " NOT REPORTED CLEAN - CLOSE REFUSED"
004750         MOVE 8 TO RETURN-CODE
004760         GOBACK
004770     END-IF.
004780     DISPLAY "ANNUAL STATEMENTS WERE RUN FOR YEAR "
004782         WS-SAVE-STMT-YEAR " ON " WS-SAVE-RUN-DATE ", "
004784         WS-SAVE-EMP-COUNT " STATEMENT(S)".
004785     IF NP-SCHEDULED-RUN
004786         IF WS-SAVE-STMT-YEAR NOT = NP-RUN-YEAR
004787             DISPLAY "YTDCLOSE: STATEMENTS ARE FOR "
004788                 WS-SAVE-STMT-YEAR ", NOT THE CLOSING YEAR "
004789                 NP-RUN-YEAR " - CLOSE REFUSED"
004790             MOVE 8 TO RETURN-CODE
004791             GOBACK
004792         END-IF
004793         DISPLAY "YTDCLOSE: SCHEDULED RUN - CLOSING YEAR "
004794             NP-RUN-YEAR
004795     ELSE
004800         DISPLAY "RESET EVERY YTD EARNINGS BUCKET TO ZERO (Y/N)"
004900         ACCEPT WS-CONFIRM-ANSWER
005000         IF NOT WS-CLOSEOUT-CONFIRMED
005100             DISPLAY "YTDCLOSE: NOT CONFIRMED - NOTHING RESET"
005200             GOBACK
005300         END-IF
005350     END-IF.
005400     OPEN I-O PAYYTD.
005500     IF WS-PAYYTD-STATUS NOT = "00"
005600         DISPLAY "YTDCLOSE: NO YTD EARNINGS FILE - STATUS "
005700             WS-PAYYTD-STATUS
005750         MOVE 8 TO RETURN-CODE
005800         GOBACK
005900     END-IF.
006000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
006100     MOVE ZERO TO YT-EMP-ID.
007110     PERFORM 2100-CONSUME-CONTROL THRU 2100-EXIT.
007200     DISPLAY "YTDCLOSE: " WS-RESET-COUNT
007300         " EMPLOYEE YTD RECORD(S) RESET".
007400     GOBACK.
007500*
007600 1000-RESET-ONE.
007700     MOVE ZERO TO YT-GROSS.
007910     MOVE ZERO TO YT-LAST-RUN-GROSS.
007920     MOVE ZERO TO YT-LAST-RUN-WITHHOLDING.
007930     MOVE ZERO TO YT-LAST-RUN-NET.
007932     MOVE ZERO TO YT-ER-TAX.
007934     MOVE ZERO TO YT-LAST-RUN-ER-TAX.
007940     MOVE 1 TO WS-QTR-IDX.
007950     PERFORM 1200-RESET-ONE-QUARTER THRU 1200-EXIT
007960         UNTIL WS-QTR-IDX > 4.
009320 1200-RESET-ONE-QUARTER.
009330     MOVE ZERO TO YT-QTR-GROSS (WS-QTR-IDX).
009340     MOVE ZERO TO YT-QTR-WITHHOLDING (WS-QTR-IDX).
009345     MOVE ZERO TO YT-QTR-ER-TAX (WS-QTR-IDX).
009350     ADD 1 TO WS-QTR-IDX.
009360 1200-EXIT.
009370     EXIT.
