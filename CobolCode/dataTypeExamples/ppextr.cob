000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PPEXTR.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PPEXTR BUILDS THE POSITIVE-PAY ISSUE FILE (POSPAY) FROM     *
001000*    THE CHKISSUE CHECK REGISTER, SO THE BANK KNOWS WHICH        *
001100*    CHECKS WE ACTUALLY WROTE AND REFUSES ANY OTHER.  EVERY      *
001200*    CHECK NOT YET SENT GOES OUT AS AN "I" ISSUE RECORD, AND     *
001300*    EVERY VOID NOT YET SENT AS A "V" RECORD, BETWEEN A HEADER   *
001400*    AND A TRAILER CARRYING THE COUNTS AND TOTALS - THE SAME     *
001500*    SHAPE AS BANKXMIT.  WHAT HAS BEEN SENT IS KEPT ON PPSENT,   *
001600*    SO EACH CHECK'S ISSUE AND VOID GO TO THE BANK ONCE.  A      *
001700*    CHECK ALREADY CLEARED BEFORE IT WAS EVER SENT (THE FIRST    *
001800*    NIGHT, MOSTLY) IS NOT SENT AT ALL - THE BANK HAS PAID IT.   *
001900*    A SAME-DAY RERUN SENDS TODAY'S ITEMS AGAIN, SO THE FILE IS  *
002000*    REBUILT WHOLE RATHER THAN LEFT EMPTY.                       *
002100*                                                                *
002200*    RUN BY NIGHTRUN EVERY NIGHT, AFTER THE PAYROLL STEPS, SO    *
002300*    THE NIGHT'S CHECKS, THE DAY'S CHKMAINT VOIDS AND REISSUES,  *
002400*    AND ANY PAYADJ CHECKS ARE ALL ON IT.                        *
002500*                                                                *
002600*    MODIFICATION HISTORY                                        *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    15OCT26    JEH   ORIGINAL PROGRAM - POSITIVE-PAY EXTRACT    *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CHKISSUE ASSIGN TO "CHKISSUE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CI-CHECK-NUMBER
003700         FILE STATUS IS WS-CHKISSUE-STATUS.
003800     SELECT PPSENT ASSIGN TO "PPSENT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PS-CHECK-NUMBER
004200         FILE STATUS IS WS-PPSENT-STATUS.
004300     SELECT POSPAY ASSIGN TO "POSPAY"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-POSPAY-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CHKISSUE.
004900 COPY "chkissue.cpy".
005000 FD  PPSENT.
005100 COPY "ppsent.cpy".
005200 FD  POSPAY
005300     RECORD CONTAINS 60 CHARACTERS.
005400 01  POSPAY-LINE                     PIC X(60).
005500 WORKING-STORAGE SECTION.
005600 COPY "pospay.cpy".
005700 77  WS-CHKISSUE-STATUS              PIC X(02).
005800 77  WS-PPSENT-STATUS                PIC X(02).
005900 77  WS-POSPAY-STATUS                PIC X(02).
006000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
006100     88  WS-END-OF-FILE              VALUE "Y".
006200 77  WS-SENT-ON-FILE-SW              PIC X(01) VALUE "N".
006300     88  WS-SENT-ON-FILE             VALUE "Y".
006400 77  WS-SENT-CHANGED-SW              PIC X(01) VALUE "N".
006500     88  WS-SENT-CHANGED             VALUE "Y".
006600 77  WS-READ-COUNT                   PIC 9(05) VALUE ZERO.
006700 77  WS-ISSUE-COUNT                  PIC 9(05) VALUE ZERO.
006800 77  WS-VOID-COUNT                   PIC 9(05) VALUE ZERO.
006900 77  WS-ISSUE-TOTAL                  PIC 9(09)V99 VALUE ZERO.
007000 77  WS-VOID-TOTAL                   PIC 9(09)V99 VALUE ZERO.
007100 01  WS-CURRENT-DATE-TIME.
007200     05  WS-CDT-DATE                 PIC 9(08).
007300     05  WS-CDT-TIME                 PIC 9(08).
007400     05  WS-CDT-OFFSET               PIC X(05).
007500 PROCEDURE DIVISION.
007600*
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007900     PERFORM 2000-PROCESS-CHECK THRU 2000-EXIT
008000         UNTIL WS-END-OF-FILE.
008100     PERFORM 3000-FINISH THRU 3000-EXIT.
008200     GOBACK.
008300*
008400 1000-INITIALIZE.
008500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008600     MOVE "N" TO WS-EOF-SW.
008700     OPEN INPUT CHKISSUE.
008800     IF WS-CHKISSUE-STATUS = "35"
008900         DISPLAY "PPEXTR: NO CHECK REGISTER YET - EMPTY"
009000             " POSITIVE-PAY FILE WRITTEN"
009100         SET WS-END-OF-FILE TO TRUE
009200     ELSE
009300         IF WS-CHKISSUE-STATUS NOT = "00"
009400             DISPLAY "PPEXTR: CHKISSUE NOT AVAILABLE - STATUS "
009500                 WS-CHKISSUE-STATUS
009600             MOVE 8 TO RETURN-CODE
009700             GOBACK
009800         END-IF
009900     END-IF.
010000     OPEN I-O PPSENT.
010100     IF WS-PPSENT-STATUS = "35"
010200         OPEN OUTPUT PPSENT
010300         CLOSE PPSENT
010400         OPEN I-O PPSENT
010500     END-IF.
010600     OPEN OUTPUT POSPAY.
010700     MOVE "H" TO PP-HDR-TYPE.
010800     MOVE WS-CDT-DATE TO PP-HDR-RUN-DATE.
010900     WRITE POSPAY-LINE FROM PP-HEADER-RECORD.
011000     IF NOT WS-END-OF-FILE
011100         MOVE ZERO TO CI-CHECK-NUMBER
011200         START CHKISSUE KEY IS NOT LESS THAN CI-CHECK-NUMBER
011300             INVALID KEY
011400                 SET WS-END-OF-FILE TO TRUE
011500         END-START
011600     END-IF.
011700     IF NOT WS-END-OF-FILE
011800         PERFORM 1100-READ-CHECK THRU 1100-EXIT
011900     END-IF.
012000 1000-EXIT.
012100     EXIT.
012200*
012300 1100-READ-CHECK.
012400     READ CHKISSUE NEXT RECORD
012500         AT END
012600             SET WS-END-OF-FILE TO TRUE
012700     END-READ.
012800 1100-EXIT.
012900     EXIT.
013000*
013100******************************************************************
013200*    ONE CHECK - ITS ISSUE IF NOT YET SENT, ITS VOID IF IT IS    *
013300*    VOID AND THAT IS NOT YET SENT.  "NOT YET SENT" INCLUDES     *
013400*    SENT EARLIER TODAY, FOR THE RERUN.                          *
013500******************************************************************
013600 2000-PROCESS-CHECK.
013700     ADD 1 TO WS-READ-COUNT.
013800     MOVE "N" TO WS-SENT-CHANGED-SW.
013900     MOVE "N" TO WS-SENT-ON-FILE-SW.
014000     MOVE CI-CHECK-NUMBER TO PS-CHECK-NUMBER.
014100     READ PPSENT
014200         INVALID KEY
014300             MOVE CI-CHECK-NUMBER TO PS-CHECK-NUMBER
014400             MOVE ZERO TO PS-ISSUE-SENT-DATE
014500             MOVE ZERO TO PS-VOID-SENT-DATE
014600         NOT INVALID KEY
014700             SET WS-SENT-ON-FILE TO TRUE
014800     END-READ.
014900     IF NOT WS-SENT-ON-FILE AND CI-CLEARED
015000         GO TO 2000-NEXT
015100     END-IF.
015200     IF PS-ISSUE-SENT-DATE = ZERO
015300         OR PS-ISSUE-SENT-DATE = WS-CDT-DATE
015400         PERFORM 2100-WRITE-ISSUE THRU 2100-EXIT
015500     END-IF.
015600     IF CI-VOID
015700         AND (PS-VOID-SENT-DATE = ZERO
015800         OR PS-VOID-SENT-DATE = WS-CDT-DATE)
015900         PERFORM 2200-WRITE-VOID THRU 2200-EXIT
016000     END-IF.
016100     IF NOT WS-SENT-CHANGED
016200         GO TO 2000-NEXT
016300     END-IF.
016400     IF WS-SENT-ON-FILE
016500         REWRITE PS-SENT-RECORD
016600     ELSE
016700         WRITE PS-SENT-RECORD
016800     END-IF.
016900     IF WS-PPSENT-STATUS NOT = "00"
017000         DISPLAY "PPEXTR: PPSENT UPDATE FAILED FOR CHECK "
017100             CI-CHECK-NUMBER " - STATUS " WS-PPSENT-STATUS
017200     END-IF.
017300 2000-NEXT.
017400     PERFORM 1100-READ-CHECK THRU 1100-EXIT.
017500 2000-EXIT.
017600     EXIT.
017700*
017800 2100-WRITE-ISSUE.
017900     SET PP-ISS-ISSUED TO TRUE.
018000     MOVE CI-CHECK-NUMBER TO PP-ISS-CHECK-NUMBER.
018100     MOVE CI-ISSUE-DATE   TO PP-ISS-ISSUE-DATE.
018200     MOVE CI-AMOUNT       TO PP-ISS-AMOUNT.
018300     MOVE CI-EMP-NAME     TO PP-ISS-PAYEE.
018400     MOVE ZERO            TO PP-ISS-VOID-DATE.
018500     WRITE POSPAY-LINE FROM PP-ISSUE-RECORD.
018600     ADD 1 TO WS-ISSUE-COUNT.
018700     ADD CI-AMOUNT TO WS-ISSUE-TOTAL.
018800     MOVE WS-CDT-DATE TO PS-ISSUE-SENT-DATE.
018900     SET WS-SENT-CHANGED TO TRUE.
019000 2100-EXIT.
019100     EXIT.
019200*
019300 2200-WRITE-VOID.
019400     SET PP-ISS-VOIDED TO TRUE.
019500     MOVE CI-CHECK-NUMBER TO PP-ISS-CHECK-NUMBER.
019600     MOVE CI-ISSUE-DATE   TO PP-ISS-ISSUE-DATE.
019700     MOVE CI-AMOUNT       TO PP-ISS-AMOUNT.
019800     MOVE CI-EMP-NAME     TO PP-ISS-PAYEE.
019900     MOVE CI-STATUS-DATE  TO PP-ISS-VOID-DATE.
020000     WRITE POSPAY-LINE FROM PP-ISSUE-RECORD.
020100     ADD 1 TO WS-VOID-COUNT.
020200     ADD CI-AMOUNT TO WS-VOID-TOTAL.
020300     MOVE WS-CDT-DATE TO PS-VOID-SENT-DATE.
020400     SET WS-SENT-CHANGED TO TRUE.
020500 2200-EXIT.
020600     EXIT.
020700*
020800 3000-FINISH.
020900     MOVE "T" TO PP-TRL-TYPE.
021000     MOVE WS-ISSUE-COUNT TO PP-TRL-ISSUE-COUNT.
021100     MOVE WS-ISSUE-TOTAL TO PP-TRL-ISSUE-TOTAL.
021200     MOVE WS-VOID-COUNT  TO PP-TRL-VOID-COUNT.
021300     MOVE WS-VOID-TOTAL  TO PP-TRL-VOID-TOTAL.
021400     WRITE POSPAY-LINE FROM PP-TRAILER-RECORD.
021500     CLOSE POSPAY.
021600     CLOSE PPSENT.
021700     IF WS-CHKISSUE-STATUS NOT = "35"
021800         CLOSE CHKISSUE
021900     END-IF.
022000     DISPLAY "PPEXTR: " WS-READ-COUNT " CHECK(S) READ, "
022100         WS-ISSUE-COUNT " ISSUE(S) AND " WS-VOID-COUNT
022200         " VOID(S) SENT".
022300 3000-EXIT.
022400     EXIT.
