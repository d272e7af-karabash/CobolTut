000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PENDAGE.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PENDAGE PRINTS THE NIGHTLY AGING LIST OF THE CUSTPEND       *
001000*    APPROVAL QUEUE - EVERY DELETE OR SSN CHANGE STILL PENDING   *
001100*    MORE THAN WS-AGING-DAYS DAYS AFTER IT WAS REQUESTED, OLDEST *
001200*    FIRST, WITH THE REQUESTING OPERATOR AND THE DAYS WAITING,   *
001300*    SO NO HELD CHANGE SITS UNDECIDED WITHOUT A SUPERVISOR       *
001400*    BEING TOLD.  DECIDED ITEMS ARE SKIPPED.  A QUEUE THAT HAS   *
001500*    NEVER BEEN WRITTEN IS NOT AN ERROR - THE LIST SAYS SO AND   *
001600*    THE STEP ENDS NORMALLY.  RUN AS A NIGHTRUN STEP.            *
001700*                                                                *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    15OCT26    JEH   ORIGINAL PROGRAM - PENDING ITEM AGING      *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CUSTPEND ASSIGN TO "CUSTPEND"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS PN-REQUEST-KEY
002900         FILE STATUS IS WS-CUSTPEND-STATUS.
003000     SELECT PEND-RPT ASSIGN TO "PENDRPT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PEND-RPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CUSTPEND.
003600 COPY "custpend.cpy".
003700 FD  PEND-RPT
003800     RECORD CONTAINS 80 CHARACTERS.
003900 01  PEND-RPT-LINE                   PIC X(80).
004000 WORKING-STORAGE SECTION.
004100 77  WS-CUSTPEND-STATUS              PIC X(02).
004200 77  WS-PEND-RPT-STATUS              PIC X(02).
004300 77  WS-EOF-SW                       PIC X(01) VALUE "N".
004400     88  WS-END-OF-FILE              VALUE "Y".
004500 77  WS-AGING-DAYS                   PIC 9(03) VALUE 2.
004600 77  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
004700 77  WS-TODAY-DAYS                   PIC 9(07) VALUE ZERO.
004800 77  WS-DAYS-WAITING                 PIC 9(05) VALUE ZERO.
004900 77  WS-LINE-COUNT                   PIC 9(02) COMP VALUE ZERO.
005000 77  WS-LINES-PER-PAGE               PIC 9(02) COMP VALUE 60.
005100 77  WS-PAGE-COUNT                   PIC 9(03) COMP VALUE ZERO.
005200 77  WS-PENDING-COUNT                PIC 9(05) VALUE ZERO.
005300 77  WS-OVERDUE-COUNT                PIC 9(05) VALUE ZERO.
005400 01  WS-HEADING-1.
005500     05  FILLER                      PIC X(01) VALUE X"0C".
005600     05  FILLER                      PIC X(40) VALUE
005700         "CHANGES PENDING SUPERVISOR APPROVAL OVER".
005800     05  WS-HDG1-DAYS                PIC ZZ9.
005900     05  FILLER                      PIC X(08) VALUE " DAYS   ".
006000     05  FILLER                      PIC X(05) VALUE "PAGE ".
006100     05  WS-HDG1-PAGE                PIC ZZ9.
006200 01  WS-HEADING-2.
006300     05  FILLER                      PIC X(10) VALUE "REQUESTED".
006400     05  FILLER                      PIC X(08) VALUE "IDENT".
006500     05  FILLER                      PIC X(12) VALUE "TYPE".
006600     05  FILLER                      PIC X(22) VALUE
006700         "CUSTOMER NAME".
006800     05  FILLER                      PIC X(10) VALUE "BY".
006900     05  FILLER                      PIC X(04) VALUE "DAYS".
007000 01  WS-DETAIL-LINE.
007100     05  WS-DTL-REQ-DATE             PIC 9(08).
007200     05  FILLER                      PIC X(02) VALUE SPACES.
007300     05  WS-DTL-IDENT                PIC ZZZZZ9.
007400     05  FILLER                      PIC X(02) VALUE SPACES.
007500     05  WS-DTL-TYPE                 PIC X(10).
007600     05  FILLER                      PIC X(02) VALUE SPACES.
007700     05  WS-DTL-CUST-NAME            PIC X(20).
007800     05  FILLER                      PIC X(02) VALUE SPACES.
007900     05  WS-DTL-REQUESTED-BY         PIC X(08).
008000     05  FILLER                      PIC X(02) VALUE SPACES.
008100     05  WS-DTL-DAYS                 PIC ZZZZ9.
008200 01  WS-NONE-LINE                    PIC X(40) VALUE
008300     "NO CHANGES ARE WAITING FOR APPROVAL".
008400 01  WS-COUNT-LINE.
008500     05  WS-CNT-LABEL                PIC X(26).
008600     05  WS-CNT-VALUE                PIC ZZZZ9.
008700 PROCEDURE DIVISION.
008800*
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009100     PERFORM 2200-CHECK-ONE THRU 2200-EXIT
009200         UNTIL WS-END-OF-FILE.
009300     PERFORM 3000-FINISH THRU 3000-EXIT.
009400     MOVE ZERO TO RETURN-CODE.
009500     GOBACK.
009600*
009700 1000-INITIALIZE.
009800     MOVE "N" TO WS-EOF-SW.
009900     MOVE ZERO TO WS-PAGE-COUNT.
010000     MOVE ZERO TO WS-LINE-COUNT.
010100     MOVE ZERO TO WS-PENDING-COUNT.
010200     MOVE ZERO TO WS-OVERDUE-COUNT.
010300     OPEN OUTPUT PEND-RPT.
010400     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
010500     COMPUTE WS-TODAY-DAYS =
010600         FUNCTION INTEGER-OF-DATE (WS-SYSTEM-DATE).
010700     MOVE WS-AGING-DAYS TO WS-HDG1-DAYS.
010800     PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT.
010900     OPEN INPUT CUSTPEND.
011000     IF WS-CUSTPEND-STATUS NOT = "00"
011100         SET WS-END-OF-FILE TO TRUE
011200         GO TO 1000-EXIT
011300     END-IF.
011400     PERFORM 2300-READ-PENDING THRU 2300-EXIT.
011500 1000-EXIT.
011600     EXIT.
011700*
011800 2100-WRITE-HEADINGS.
011900     ADD 1 TO WS-PAGE-COUNT.
012000     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
012100     WRITE PEND-RPT-LINE FROM WS-HEADING-1.
012200     WRITE PEND-RPT-LINE FROM WS-HEADING-2.
012300     MOVE ZERO TO WS-LINE-COUNT.
012400 2100-EXIT.
012500     EXIT.
012600*
012700 2200-CHECK-ONE.
012800     IF NOT PN-PENDING
012900         GO TO 2200-NEXT
013000     END-IF.
013100     ADD 1 TO WS-PENDING-COUNT.
013200     COMPUTE WS-DAYS-WAITING = WS-TODAY-DAYS -
013300         FUNCTION INTEGER-OF-DATE (PN-REQ-DATE).
013400     IF WS-DAYS-WAITING NOT > WS-AGING-DAYS
013500         GO TO 2200-NEXT
013600     END-IF.
013700     ADD 1 TO WS-OVERDUE-COUNT.
013800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
013900         PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
014000     END-IF.
014100     MOVE PN-REQ-DATE        TO WS-DTL-REQ-DATE.
014200     MOVE PN-IDENT           TO WS-DTL-IDENT.
014300     IF PN-TYPE-DELETE
014400         MOVE "DELETE    " TO WS-DTL-TYPE
014500     ELSE
014600         MOVE "SSN CHANGE" TO WS-DTL-TYPE
014700     END-IF.
014800     MOVE PN-CUST-NAME       TO WS-DTL-CUST-NAME.
014900     MOVE PN-REQUESTED-BY    TO WS-DTL-REQUESTED-BY.
015000     MOVE WS-DAYS-WAITING    TO WS-DTL-DAYS.
015100     WRITE PEND-RPT-LINE FROM WS-DETAIL-LINE.
015200     ADD 1 TO WS-LINE-COUNT.
015300 2200-NEXT.
015400     PERFORM 2300-READ-PENDING THRU 2300-EXIT.
015500 2200-EXIT.
015600     EXIT.
015700*
015800 2300-READ-PENDING.
015900     READ CUSTPEND
016000         AT END
016100             SET WS-END-OF-FILE TO TRUE
016200     END-READ.
016300 2300-EXIT.
016400     EXIT.
016500*
016600 3000-FINISH.
016700     IF WS-OVERDUE-COUNT = ZERO
016800         WRITE PEND-RPT-LINE FROM WS-NONE-LINE
016900     END-IF.
017000     MOVE SPACES TO PEND-RPT-LINE.
017100     WRITE PEND-RPT-LINE.
017200     MOVE "ITEMS STILL PENDING       " TO WS-CNT-LABEL.
017300     MOVE WS-PENDING-COUNT TO WS-CNT-VALUE.
017400     WRITE PEND-RPT-LINE FROM WS-COUNT-LINE.
017500     MOVE "PENDING OVER AGING LIMIT  " TO WS-CNT-LABEL.
017600     MOVE WS-OVERDUE-COUNT TO WS-CNT-VALUE.
017700     WRITE PEND-RPT-LINE FROM WS-COUNT-LINE.
017800     IF WS-CUSTPEND-STATUS = "00" OR WS-CUSTPEND-STATUS = "10"
017900         CLOSE CUSTPEND
018000     END-IF.
018100     CLOSE PEND-RPT.
018200     DISPLAY "PENDAGE: " WS-OVERDUE-COUNT
018300         " CHANGES PENDING OVER AGING LIMIT".
018400 3000-EXIT.
018500     EXIT.
