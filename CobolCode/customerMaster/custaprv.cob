000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTAPRV.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    CUSTAPRV WALKS A SUPERVISOR THROUGH THE CUSTPEND APPROVAL   *
001000*    QUEUE, OLDEST REQUEST FIRST.  EACH PENDING ITEM IS SHOWN    *
001100*    BESIDE THE CUSTOMER AS THE RECORD STANDS ON CUSTMAST NOW,   *
001200*    AND THE SUPERVISOR ANSWERS A (APPROVE), R (REJECT), S (SKIP *
001300*    - LEAVE IT PENDING) OR Q (QUIT).  AN ITEM REQUESTED BY THE  *
001400*    SIGNED-ON OPERATOR IS NEVER OFFERED - ANOTHER SUPERVISOR    *
001500*    MUST DECIDE IT.                                             *
001600*                                                                *
001700*    AN APPROVED ITEM IS APPLIED THROUGH THE PROGRAM THAT HELD   *
001800*    IT - CUSTDELT FOR A DELETE, CUSTLOAD FOR AN SSN CHANGE -    *
001900*    WITH THE REQUESTER AS THE OPERATOR AND THIS SUPERVISOR AS   *
002000*    THE APPROVER, SO THE CUSTAUD LINE CARRIES BOTH.  AN SSN     *
002100*    CHANGE TAKES THE NAME AND BIRTHDATE KEYED WITH IT.  AN      *
002200*    ITEM THE PROGRAM THEN REFUSES (CUSTOMER GONE, SSN NOW ON    *
002300*    ANOTHER IDENT) IS MARKED "X" - NOT APPLIED.                 *
002320*    AN SSN CHANGE IS ONLY PASSED TO CUSTLOAD WHILE THE IDENT    *
002340*    IS STILL ON CUSTMAST - CUSTLOAD WOULD TAKE A MISSING ONE    *
002360*    AS A NEW CUSTOMER AND ADD IT.                               *
002400*                                                                *
002500*    RETURN CODES - 00 QUEUE WORKED, 10 NOTHING PENDING.  THE    *
002600*    CALLER ENFORCES SUPERVISOR PRIVILEGE.                       *
002700*                                                                *
002800*    MODIFICATION HISTORY                                        *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    15OCT26    JEH   ORIGINAL PROGRAM - APPROVAL QUEUE          *
003020*    15OCT26    JEH   AN SSN CHANGE FOR AN IDENT NO LONGER ON    *
003040*                     CUSTMAST IS MARKED NOT APPLIED INSTEAD OF  *
003060*                     REACHING CUSTLOAD, WHICH WOULD ADD IT      *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTPEND ASSIGN TO "CUSTPEND"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PN-REQUEST-KEY
003900         FILE STATUS IS WS-CUSTPEND-STATUS.
004000     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CM-IDENT
004400         FILE STATUS IS WS-CUSTMAST-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CUSTPEND.
004800 COPY "custpend.cpy".
004900 FD  CUSTMAST.
005000 COPY "custrec.cpy".
005100 WORKING-STORAGE SECTION.
005200 77  WS-CUSTPEND-STATUS              PIC X(02).
005300 77  WS-CUSTMAST-STATUS              PIC X(02).
005400 77  WS-EOF-SW                       PIC X(01) VALUE "N".
005500     88  WS-END-OF-FILE              VALUE "Y".
005600 77  WS-QUIT-SW                      PIC X(01) VALUE "N".
005700     88  WS-QUIT-REQUESTED           VALUE "Y".
005800 77  WS-DECISION                     PIC X(01) VALUE SPACE.
005900     88  WS-DECIDE-APPROVE           VALUE "A" "a".
006000     88  WS-DECIDE-REJECT            VALUE "R" "r".
006100     88  WS-DECIDE-SKIP              VALUE "S" "s".
006200     88  WS-DECIDE-QUIT              VALUE "Q" "q".
006300     88  WS-DECISION-VALID           VALUE "A" "a" "R" "r"
006400                                           "S" "s" "Q" "q".
006500 77  WS-APPLY-RETURN-CODE            PIC 9(02) VALUE ZERO.
006600 77  WS-PENDING-COUNT                PIC 9(05) VALUE ZERO.
006700 77  WS-OWN-COUNT                    PIC 9(05) VALUE ZERO.
006800 77  WS-APPROVED-COUNT               PIC 9(05) VALUE ZERO.
006900 77  WS-NOT-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
007000 77  WS-REJECTED-COUNT               PIC 9(05) VALUE ZERO.
007100 77  WS-SKIPPED-COUNT                PIC 9(05) VALUE ZERO.
007200 01  WS-CURRENT-DATE-TIME.
007300     05  WS-CDT-DATE                 PIC 9(08).
007400     05  WS-CDT-TIME                 PIC 9(08).
007500     05  WS-CDT-OFFSET               PIC X(05).
007600 01  WS-REQUEST-LINE.
007700     05  WS-REQ-TYPE-TEXT            PIC X(11).
007800     05  FILLER                      PIC X(07) VALUE " IDENT ".
007900     05  WS-REQ-IDENT                PIC ZZZZZ9.
008000     05  FILLER                      PIC X(04) VALUE " BY ".
008100     05  WS-REQ-BY                   PIC X(08).
008200     05  FILLER                      PIC X(04) VALUE " ON ".
008300     05  WS-REQ-DATE                 PIC 9(08).
008400 01  WS-SHOW-LINE.
008500     05  WS-SHOW-LABEL               PIC X(10).
008600     05  WS-SHOW-NAME                PIC X(20).
008700     05  FILLER                      PIC X(05) VALUE " DOB ".
008800     05  WS-SHOW-MOB                 PIC 99.
008900     05  FILLER                      PIC X(01) VALUE "/".
009000     05  WS-SHOW-DOB                 PIC 99.
009100     05  FILLER                      PIC X(01) VALUE "/".
009200     05  WS-SHOW-YOB                 PIC 9(04).
009300     05  FILLER                      PIC X(05) VALUE " SSN ".
009400     05  WS-SHOW-SSN                 PIC 9(07).
009500 01  WS-COUNT-LINE.
009600     05  WS-CNT-LABEL                PIC X(26).
009700     05  WS-CNT-VALUE                PIC ZZZZ9.
009800 LINKAGE SECTION.
009900 01  LK-OPERATOR-ID                  PIC X(08).
010000 01  LK-RETURN-CODE                  PIC 9(02).
010100     88  LK-APRV-OK                  VALUE 00.
010200     88  LK-APRV-NONE-PENDING        VALUE 10.
010300 PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-RETURN-CODE.
010400*
010500 0000-MAINLINE.
010600     MOVE ZERO TO LK-RETURN-CODE.
010700     MOVE "N" TO WS-EOF-SW.
010800     MOVE "N" TO WS-QUIT-SW.
010900     MOVE ZERO TO WS-PENDING-COUNT.
011000     MOVE ZERO TO WS-OWN-COUNT.
011100     MOVE ZERO TO WS-APPROVED-COUNT.
011200     MOVE ZERO TO WS-NOT-APPLIED-COUNT.
011300     MOVE ZERO TO WS-REJECTED-COUNT.
011400     MOVE ZERO TO WS-SKIPPED-COUNT.
011500     OPEN I-O CUSTPEND.
011600     IF WS-CUSTPEND-STATUS = "35"
011700         SET LK-APRV-NONE-PENDING TO TRUE
011800         DISPLAY "CUSTAPRV: NO CHANGES ARE WAITING FOR APPROVAL"
011900         GOBACK
012000     END-IF.
012100     MOVE LOW-VALUES TO PN-REQUEST-KEY.
012200     START CUSTPEND KEY IS NOT LESS THAN PN-REQUEST-KEY
012300         INVALID KEY
012400             SET WS-END-OF-FILE TO TRUE
012500     END-START.
012600     PERFORM 1000-NEXT-PENDING THRU 1000-EXIT
012700         UNTIL WS-END-OF-FILE OR WS-QUIT-REQUESTED.
012800     CLOSE CUSTPEND.
012900     IF WS-PENDING-COUNT = ZERO
013000         SET LK-APRV-NONE-PENDING TO TRUE
013100         DISPLAY "CUSTAPRV: NO CHANGES ARE WAITING FOR APPROVAL"
013200         GOBACK
013300     END-IF.
013400     PERFORM 9000-SHOW-COUNTS THRU 9000-EXIT.
013500     GOBACK.
013600*
013700 1000-NEXT-PENDING.
013800     READ CUSTPEND NEXT RECORD
013900         AT END
014000             SET WS-END-OF-FILE TO TRUE
014100             GO TO 1000-EXIT
014200     END-READ.
014300     IF NOT PN-PENDING
014400         GO TO 1000-EXIT
014500     END-IF.
014600     ADD 1 TO WS-PENDING-COUNT.
014700     IF PN-REQUESTED-BY = LK-OPERATOR-ID
014800         ADD 1 TO WS-OWN-COUNT
014900         DISPLAY "CUSTAPRV: IDENT " PN-IDENT
015000             " IS YOUR OWN REQUEST - ANOTHER SUPERVISOR MUST"
015100             " DECIDE IT"
015200         GO TO 1000-EXIT
015300     END-IF.
015400     PERFORM 2000-SHOW-REQUEST THRU 2000-EXIT.
015500     MOVE SPACE TO WS-DECISION.
015600     PERFORM 2500-ACCEPT-DECISION THRU 2500-EXIT
015700         UNTIL WS-DECISION-VALID.
015800     IF WS-DECIDE-QUIT
015900         SET WS-QUIT-REQUESTED TO TRUE
016000         GO TO 1000-EXIT
016100     END-IF.
016200     IF WS-DECIDE-SKIP
016300         ADD 1 TO WS-SKIPPED-COUNT
016400         GO TO 1000-EXIT
016500     END-IF.
016600     IF WS-DECIDE-APPROVE
016700         PERFORM 3000-APPLY-REQUEST THRU 3000-EXIT
016800     ELSE
016900         SET PN-REJECTED TO TRUE
017000         ADD 1 TO WS-REJECTED-COUNT
017100     END-IF.
017200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017300     MOVE LK-OPERATOR-ID     TO PN-DECIDED-BY.
017400     MOVE WS-CDT-DATE        TO PN-DECIDED-DATE.
017500     MOVE WS-CDT-TIME        TO PN-DECIDED-TIME.
017600     REWRITE PN-PENDING-RECORD.
017700 1000-EXIT.
017800     EXIT.
017900*
018000******************************************************************
018100*    THE MASTER IS OPENED INPUT ONLY FOR THE LOOK AND CLOSED     *
018200*    AGAIN, SO CUSTDELT AND CUSTLOAD CAN OPEN IT FOR UPDATE.     *
018300******************************************************************
018400 2000-SHOW-REQUEST.
018500     IF PN-TYPE-DELETE
018600         MOVE "DELETE     " TO WS-REQ-TYPE-TEXT
018700     ELSE
018800         MOVE "SSN CHANGE " TO WS-REQ-TYPE-TEXT
018900     END-IF.
019000     MOVE PN-IDENT           TO WS-REQ-IDENT.
019100     MOVE PN-REQUESTED-BY    TO WS-REQ-BY.
019200     MOVE PN-REQ-DATE        TO WS-REQ-DATE.
019300     DISPLAY " ".
019400     DISPLAY WS-REQUEST-LINE.
019500     OPEN INPUT CUSTMAST.
019600     IF WS-CUSTMAST-STATUS = "35"
019700         DISPLAY "ON FILE   - CUSTOMER MASTER NOT FOUND"
019800     ELSE
019900         MOVE PN-IDENT TO CM-IDENT
020000         READ CUSTMAST
020100             INVALID KEY
020200                 DISPLAY "ON FILE   - IDENT NO LONGER ON FILE"
020300             NOT INVALID KEY
020400                 PERFORM 2100-SHOW-ON-FILE THRU 2100-EXIT
020500         END-READ
020600         CLOSE CUSTMAST
020700     END-IF.
020800     IF PN-TYPE-SSN-CHANGE
020900         MOVE "CHANGE TO "   TO WS-SHOW-LABEL
021000         MOVE PN-CUST-NAME   TO WS-SHOW-NAME
021100         MOVE PN-MOB         TO WS-SHOW-MOB
021200         MOVE PN-DOB         TO WS-SHOW-DOB
021300         MOVE PN-YOB         TO WS-SHOW-YOB
021400         MOVE PN-NEW-SSN     TO WS-SHOW-SSN
021500         DISPLAY WS-SHOW-LINE
021600     END-IF.
021700 2000-EXIT.
021800     EXIT.
021900*
022000 2100-SHOW-ON-FILE.
022100     MOVE "ON FILE   "       TO WS-SHOW-LABEL.
022200     MOVE CM-CUST-NAME       TO WS-SHOW-NAME.
022300     MOVE CM-MOB             TO WS-SHOW-MOB.
022400     MOVE CM-DOB             TO WS-SHOW-DOB.
022500     MOVE CM-YOB             TO WS-SHOW-YOB.
022600     MOVE CM-SSN             TO WS-SHOW-SSN.
022700     DISPLAY WS-SHOW-LINE.
022800 2100-EXIT.
022900     EXIT.
023000*
023100 2500-ACCEPT-DECISION.
023200     DISPLAY "A=APPROVE  R=REJECT  S=SKIP  Q=QUIT".
023300     ACCEPT WS-DECISION.
023400     IF NOT WS-DECISION-VALID
023500         DISPLAY "CUSTAPRV: ANSWER A, R, S OR Q"
023600     END-IF.
023700 2500-EXIT.
023800     EXIT.
023900*
024000 3000-APPLY-REQUEST.
024100     MOVE ZERO TO WS-APPLY-RETURN-CODE.
024200     IF PN-TYPE-DELETE
024300         CALL "CUSTDELT" USING PN-IDENT, PN-REQUESTED-BY,
024400             LK-OPERATOR-ID, WS-APPLY-RETURN-CODE
024500     ELSE
024600         PERFORM 3100-APPLY-SSN-CHANGE THRU 3100-EXIT
025000     END-IF.
025100     IF WS-APPLY-RETURN-CODE = ZERO
025200         SET PN-APPROVED TO TRUE
025300         ADD 1 TO WS-APPROVED-COUNT
025400         DISPLAY "CUSTAPRV: IDENT " PN-IDENT
025500             " APPROVED AND APPLIED"
025600     ELSE
025700         SET PN-NOT-APPLIED TO TRUE
025800         ADD 1 TO WS-NOT-APPLIED-COUNT
025900         DISPLAY "CUSTAPRV: IDENT " PN-IDENT
026000             " APPROVED BUT NOT APPLIED - RETURN CODE "
026100             WS-APPLY-RETURN-CODE
026200     END-IF.
026300 3000-EXIT.
026400     EXIT.
026500*
026502******************************************************************
026504*    THE IDENT IS LOOKED UP FIRST.  ONE DELETED SINCE THE CHANGE *
026506*    WAS HELD COMES BACK AS RETURN CODE 10, NOT ON FILE, AS      *
026508*    CUSTDELT WOULD GIVE, AND CUSTLOAD IS NEVER CALLED.          *
026510******************************************************************
026512 3100-APPLY-SSN-CHANGE.
026514     OPEN INPUT CUSTMAST.
026516     IF WS-CUSTMAST-STATUS NOT = "00"
026518         MOVE 10 TO WS-APPLY-RETURN-CODE
026520         GO TO 3100-EXIT
026522     END-IF.
026524     MOVE PN-IDENT TO CM-IDENT.
026526     READ CUSTMAST
026528         INVALID KEY
026530             MOVE 10 TO WS-APPLY-RETURN-CODE
026532     END-READ.
026534     CLOSE CUSTMAST.
026536     IF WS-APPLY-RETURN-CODE NOT = ZERO
026538         GO TO 3100-EXIT
026540     END-IF.
026542     CALL "CUSTLOAD" USING PN-IDENT, PN-CUST-NAME, PN-MOB,
026544         PN-DOB, PN-YOB, PN-NEW-SSN-AREA, PN-NEW-SSN-GROUP,
026546         PN-NEW-SSN-SERIAL, PN-REQUESTED-BY, LK-OPERATOR-ID,
026548         WS-APPLY-RETURN-CODE.
026550 3100-EXIT.
026552     EXIT.
026554*
026600 9000-SHOW-COUNTS.
026700     DISPLAY " ".
026800     MOVE "ITEMS PENDING             " TO WS-CNT-LABEL.
026900     MOVE WS-PENDING-COUNT TO WS-CNT-VALUE.
027000     DISPLAY WS-COUNT-LINE.
027100     MOVE "OWN REQUESTS PASSED OVER  " TO WS-CNT-LABEL.
027200     MOVE WS-OWN-COUNT TO WS-CNT-VALUE.
027300     DISPLAY WS-COUNT-LINE.
027400     MOVE "APPROVED AND APPLIED      " TO WS-CNT-LABEL.
027500     MOVE WS-APPROVED-COUNT TO WS-CNT-VALUE.
027600     DISPLAY WS-COUNT-LINE.
027700     MOVE "APPROVED BUT NOT APPLIED  " TO WS-CNT-LABEL.
027800     MOVE WS-NOT-APPLIED-COUNT TO WS-CNT-VALUE.
027900     DISPLAY WS-COUNT-LINE.
028000     MOVE "REJECTED                  " TO WS-CNT-LABEL.
028100     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
028200     DISPLAY WS-COUNT-LINE.
028300     MOVE "SKIPPED                   " TO WS-CNT-LABEL.
028400     MOVE WS-SKIPPED-COUNT TO WS-CNT-VALUE.
028500     DISPLAY WS-COUNT-LINE.
028600 9000-EXIT.
028700     EXIT.
