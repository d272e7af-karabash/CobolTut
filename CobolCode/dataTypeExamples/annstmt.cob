002900*    01SEP26    JEH   ORIGINAL PROGRAM - ANNUAL WAGE STATEMENTS  *
002910*    01SEP26    JEH   ANNCTL RECORD MOVED TO ANNCTL.CPY, SHARED  *
002920*                     WITH YTDCLOSE                              *
002930*    15OCT26    JEH   YEAR-END RUNS UNDER NIGHTRUN TAKE THE      *
002940*                     STATEMENT YEAR FROM THE RUN DATE IN        *
002950*                     NIGHTPRM.CPY INSTEAD OF THE PROMPT; STOP   *
002960*                     RUN CHANGED TO GOBACK SO NIGHTRUN CAN CALL *
002970*                     THIS AS A STEP; UNCHANGED WHEN STANDALONE  *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005300     RECORD CONTAINS 59 CHARACTERS.
005400 COPY "annctl.cpy".
006200 WORKING-STORAGE SECTION.
006250 COPY "nightprm.cpy".
006300 77  WS-PAYYTD-STATUS                PIC X(02).
006400 77  WS-ANN-STMT-STATUS              PIC X(02).
006500 77  WS-ANNCTL-STATUS                PIC X(02).
012800     PERFORM 2000-PRINT-ONE THRU 2000-EXIT
012900         UNTIL WS-END-OF-FILE.
013000     PERFORM 3000-FINISH THRU 3000-EXIT.
013100     GOBACK.
013200*
013300 1000-INITIALIZE.
013310     IF NP-SCHEDULED-RUN
013320         MOVE NP-RUN-YEAR TO WS-STMT-YEAR
013330         DISPLAY "ANNSTMT: SCHEDULED RUN - STATEMENT YEAR "
013340             WS-STMT-YEAR
013350     ELSE
013400         DISPLAY "ENTER STATEMENT YEAR YYYY"
013500         ACCEPT WS-STMT-YEAR
013550     END-IF.
013600     OPEN INPUT PAYYTD.
013700     IF WS-PAYYTD-STATUS NOT = "00"
013800         DISPLAY "ANNSTMT: NO YTD EARNINGS FILE - STATUS "
013900             WS-PAYYTD-STATUS
014000         MOVE 8 TO RETURN-CODE
014100         GOBACK
014200     END-IF.
014300     OPEN OUTPUT ANN-STMT.
014400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
