001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    01SEP26    JEH   ORIGINAL PROGRAM - PAY HISTORY INQUIRY     *
002110*    15OCT26    JEH   PAYHIST NOW KEYS ON RUN TYPE TOO - A       *
002120*                     REPRINT ASKS FOR R (REGULAR) OR A          *
002130*                     (OFF-CYCLE), BLANK MEANING R, AND THE      *
002140*                     LISTING SHOWS EACH RUN'S TYPE              *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004500     88  WS-END-OF-FILE              VALUE "Y".
004600 77  WS-ASK-EMP-ID                   PIC 9(03) VALUE ZERO.
004700 77  WS-ASK-RUN-DATE                 PIC 9(08) VALUE ZERO.
004710 77  WS-ASK-RUN-TYPE                 PIC X(01) VALUE SPACE.
004800 77  WS-RUN-COUNT                    PIC 9(05) VALUE ZERO.
004900 77  WS-TOT-GROSS                    PIC 9(09)V99 VALUE ZERO.
005000 77  WS-TOT-WITHHOLDING              PIC 9(09)V99 VALUE ZERO.
005600     05  WS-STMT-DATE                PIC 9(08).
005700     05  FILLER                      PIC X(11) VALUE
005800         "  (REPRINT)".
005810     05  WS-STMT-RUN-TYPE            PIC X(11) VALUE SPACES.
005900 01  WS-STMT-EMP-LINE.
006000     05  FILLER                      PIC X(09) VALUE "EMPLOYEE ".
006100     05  WS-STMT-EMP-ID              PIC ZZ9.
009200     05  WS-STMT-CHECK-NO            PIC 9(06).
009300 01  WS-LIST-DETAIL.
009400     05  WS-DTL-RUN-DATE             PIC 9(08).
009410     05  FILLER                      PIC X(01) VALUE SPACE.
009420     05  WS-DTL-RUN-TYPE             PIC X(01).
009500     05  FILLER                      PIC X(01) VALUE SPACE.
009600     05  WS-DTL-HOURS                PIC ZZ9.99.
009700     05  FILLER                      PIC X(02) VALUE SPACES.
009800     05  WS-DTL-RATE                 PIC ZZ9.99.
013100     ACCEPT WS-ASK-EMP-ID.
013200     DISPLAY "ENTER RUN DATE YYYYMMDD, 00000000 FOR ALL RUNS".
013300     ACCEPT WS-ASK-RUN-DATE.
013310     IF WS-ASK-RUN-DATE NOT = ZERO
013320         DISPLAY "ENTER RUN TYPE R=REGULAR A=OFF-CYCLE (BLANK=R)"
013330         ACCEPT WS-ASK-RUN-TYPE
013340         IF WS-ASK-RUN-TYPE = SPACE
013350             MOVE "R" TO WS-ASK-RUN-TYPE
013360         END-IF
013370     END-IF.
013400     OPEN INPUT PAYHIST.
013500     IF WS-PAYHIST-STATUS NOT = "00"
013600         DISPLAY "PAYHINQ: NO PAY HISTORY ON FILE - STATUS "
015100 1000-REPRINT-ONE.
015200     MOVE WS-ASK-EMP-ID   TO PH-EMP-ID.
015300     MOVE WS-ASK-RUN-DATE TO PH-RUN-DATE.
015310     MOVE WS-ASK-RUN-TYPE TO PH-RUN-TYPE.
015400     READ PAYHIST
015500         INVALID KEY
015600             DISPLAY "PAYHINQ: NO RUN ON FILE FOR EMPLOYEE "
015700                 WS-ASK-EMP-ID " ON " WS-ASK-RUN-DATE
015710                 " TYPE " WS-ASK-RUN-TYPE
015800             MOVE 4 TO RETURN-CODE
015900         NOT INVALID KEY
016000             PERFORM 1100-PRINT-STATEMENT THRU 1100-EXIT
016500*
016600 1100-PRINT-STATEMENT.
016700     MOVE PH-PERIOD-END      TO WS-STMT-DATE.
016710     IF PH-ADJUSTMENT-RUN
016720         MOVE "  OFF-CYCLE" TO WS-STMT-RUN-TYPE
016730     ELSE
016740         MOVE SPACES TO WS-STMT-RUN-TYPE
016750     END-IF.
016800     WRITE PAYH-RPT-LINE FROM WS-STMT-HEADING.
016900     MOVE PH-EMP-ID          TO WS-STMT-EMP-ID.
017000     MOVE PH-EMP-NAME        TO WS-STMT-EMP-NAME.
019200 2000-LIST-ALL-RUNS.
019300     MOVE WS-ASK-EMP-ID TO PH-EMP-ID.
019400     MOVE ZERO TO PH-RUN-DATE.
019410     MOVE SPACE TO PH-RUN-TYPE.
019500     START PAYHIST KEY NOT LESS THAN PH-KEY
019600         INVALID KEY
019700             SET WS-END-OF-FILE TO TRUE
023800         WRITE PAYH-RPT-LINE FROM WS-LIST-HEADING
023900     END-IF.
024000     MOVE PH-RUN-DATE        TO WS-DTL-RUN-DATE.
024010     MOVE PH-RUN-TYPE        TO WS-DTL-RUN-TYPE.
024100     MOVE PH-HOURS-WORKED    TO WS-DTL-HOURS.
024200     MOVE PH-HOURLY-RATE     TO WS-DTL-RATE.
024300     MOVE PH-GROSS           TO WS-DTL-GROSS.
