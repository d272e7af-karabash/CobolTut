000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GARNLOAD.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    GARNLOAD LOADS GARNISHMENT ORDERS INTO GARNPAY FROM THE     *
001000*    GARNCRDS CARD FILE - ONE CARD PER ORDER CARRYING THE CASE   *
001100*    NUMBER, THE EMPLOYEE ID, THE PAYEE CODE, NAME, AND          *
001200*    REMITTANCE ADDRESS, AND THE TOTAL AMOUNT OWED.  A NEW       *
001300*    ORDER STARTS WITH NOTHING SATISFIED.  AN ORDER ALREADY ON   *
001400*    GARNPAY IS REPLACED BUT KEEPS WHAT HAS BEEN WITHHELD        *
001500*    AGAINST IT, SO AN AMENDED ORDER OR A NEW PAYEE ADDRESS IS   *
001600*    JUST A RELOAD OF THAT CARD - SAME PATTERN AS TAXLOAD.  AN   *
001700*    EMPLOYEE NOT ON EMPMAST, A BLANK CASE NUMBER, PAYEE CODE,   *
001800*    OR PAYEE NAME, OR A ZERO TOTAL OWED IS REJECTED.            *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    15OCT26    JEH   ORIGINAL PROGRAM - GARNISHMENT ORDER LOAD  *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT GARNCRDS ASSIGN TO "GARNCRDS"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-GARNCRDS-STATUS.
003000     SELECT GARNPAY ASSIGN TO "GARNPAY"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS GN-CASE-NUMBER
003400         FILE STATUS IS WS-GARNPAY-STATUS.
003500     SELECT EMPMAST ASSIGN TO "EMPMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS EM-EMP-ID
003900         FILE STATUS IS WS-EMPMAST-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GARNCRDS
004300     RECORD CONTAINS 122 CHARACTERS.
004400 01  GARNCRDS-RECORD.
004500     05  GC-CASE-NUMBER              PIC X(12).
004600     05  GC-EMP-ID                   PIC 9(03).
004700     05  GC-PAYEE-CODE               PIC X(06).
004800     05  GC-PAYEE-NAME               PIC X(30).
004900     05  GC-PAYEE-STREET             PIC X(30).
005000     05  GC-PAYEE-CITY               PIC X(20).
005100     05  GC-PAYEE-STATE              PIC X(02).
005200     05  GC-PAYEE-ZIP                PIC X(10).
005300     05  GC-TOTAL-OWED               PIC 9(07)V9(02).
005400 FD  GARNPAY.
005500 COPY "garnpay.cpy".
005600 FD  EMPMAST.
005700 COPY "empmast.cpy".
005800 WORKING-STORAGE SECTION.
005900 77  WS-GARNCRDS-STATUS              PIC X(02).
006000 77  WS-GARNPAY-STATUS               PIC X(02).
006100 77  WS-EMPMAST-STATUS               PIC X(02).
006200 77  WS-EOF-SW                       PIC X(01) VALUE "N".
006300     88  WS-END-OF-FILE              VALUE "Y".
006400 77  WS-LOADED-COUNT                 PIC 9(05) VALUE ZERO.
006500 77  WS-REJECT-COUNT                 PIC 9(05) VALUE ZERO.
006600 77  WS-KEEP-SATISFIED               PIC 9(07)V9(02) VALUE ZERO.
006700 77  WS-KEEP-LAST-RUN                PIC 9(05)V9(02) VALUE ZERO.
006800 77  WS-KEEP-UPD-DATE                PIC 9(08) VALUE ZERO.
006900 PROCEDURE DIVISION.
007000*
007100 0000-MAINLINE.
007200     OPEN INPUT GARNCRDS.
007300     IF WS-GARNCRDS-STATUS = "35"
007400         DISPLAY "GARNLOAD: NO GARNCRDS FILE - NOTHING LOADED"
007500         STOP RUN
007600     END-IF.
007700     OPEN INPUT EMPMAST.
007800     IF WS-EMPMAST-STATUS NOT = "00"
007900         DISPLAY "GARNLOAD: EMPMAST NOT AVAILABLE - STATUS "
008000             WS-EMPMAST-STATUS
008100         CLOSE GARNCRDS
008200         MOVE 8 TO RETURN-CODE
008300         STOP RUN
008400     END-IF.
008500     OPEN I-O GARNPAY.
008600     IF WS-GARNPAY-STATUS = "35"
008700         OPEN OUTPUT GARNPAY
008800         CLOSE GARNPAY
008900         OPEN I-O GARNPAY
009000     END-IF.
009100     READ GARNCRDS
009200         AT END
009300             SET WS-END-OF-FILE TO TRUE
009400     END-READ.
009500     PERFORM 1000-LOAD-ONE THRU 1000-EXIT
009600         UNTIL WS-END-OF-FILE.
009700     CLOSE GARNCRDS.
009800     CLOSE GARNPAY.
009900     CLOSE EMPMAST.
010000     DISPLAY "GARNLOAD: " WS-LOADED-COUNT " ORDER(S) LOADED, "
010100         WS-REJECT-COUNT " REJECTED".
010200     STOP RUN.
010300*
010400 1000-LOAD-ONE.
010500     IF GC-CASE-NUMBER = SPACES
010600         ADD 1 TO WS-REJECT-COUNT
010700         DISPLAY "GARNLOAD: EMPLOYEE " GC-EMP-ID
010800             " REJECTED - NO CASE NUMBER"
010900         GO TO 1000-NEXT
011000     END-IF.
011100     MOVE GC-EMP-ID TO EM-EMP-ID.
011200     READ EMPMAST
011300         INVALID KEY
011400             ADD 1 TO WS-REJECT-COUNT
011500             DISPLAY "GARNLOAD: CASE " GC-CASE-NUMBER
011600                 " REJECTED - EMPLOYEE " GC-EMP-ID
011700                 " NOT ON EMPMAST"
011800             GO TO 1000-NEXT
011900     END-READ.
012000     IF GC-PAYEE-CODE = SPACES OR GC-PAYEE-NAME = SPACES
012100         ADD 1 TO WS-REJECT-COUNT
012200         DISPLAY "GARNLOAD: CASE " GC-CASE-NUMBER
012300             " REJECTED - PAYEE CODE AND NAME ARE REQUIRED"
012400         GO TO 1000-NEXT
012500     END-IF.
012600     IF GC-TOTAL-OWED NOT NUMERIC OR GC-TOTAL-OWED = ZERO
012700         ADD 1 TO WS-REJECT-COUNT
012800         DISPLAY "GARNLOAD: CASE " GC-CASE-NUMBER
012900             " REJECTED - NO TOTAL AMOUNT OWED"
013000         GO TO 1000-NEXT
013100     END-IF.
013200*    WHAT HAS ALREADY BEEN WITHHELD STAYS WITH THE ORDER - A
013300*    RELOAD MUST NEVER START THE EMPLOYEE PAYING IT AGAIN.
013400     MOVE ZERO TO WS-KEEP-SATISFIED.
013500     MOVE ZERO TO WS-KEEP-LAST-RUN.
013600     MOVE ZERO TO WS-KEEP-UPD-DATE.
013700     MOVE GC-CASE-NUMBER TO GN-CASE-NUMBER.
013800     READ GARNPAY
013900         NOT INVALID KEY
014000             MOVE GN-SATISFIED       TO WS-KEEP-SATISFIED
014100             MOVE GN-LAST-RUN-AMOUNT TO WS-KEEP-LAST-RUN
014200             MOVE GN-UPD-DATE        TO WS-KEEP-UPD-DATE
014300     END-READ.
014400     MOVE GC-CASE-NUMBER     TO GN-CASE-NUMBER.
014500     MOVE GC-EMP-ID          TO GN-EMP-ID.
014600     MOVE GC-PAYEE-CODE      TO GN-PAYEE-CODE.
014700     MOVE GC-PAYEE-NAME      TO GN-PAYEE-NAME.
014800     MOVE GC-PAYEE-STREET    TO GN-PAYEE-STREET.
014900     MOVE GC-PAYEE-CITY      TO GN-PAYEE-CITY.
015000     MOVE GC-PAYEE-STATE     TO GN-PAYEE-STATE.
015100     MOVE GC-PAYEE-ZIP       TO GN-PAYEE-ZIP.
015200     MOVE GC-TOTAL-OWED      TO GN-TOTAL-OWED.
015300     MOVE WS-KEEP-SATISFIED  TO GN-SATISFIED.
015400     MOVE WS-KEEP-LAST-RUN   TO GN-LAST-RUN-AMOUNT.
015500     MOVE WS-KEEP-UPD-DATE   TO GN-UPD-DATE.
015600     IF GN-SATISFIED NOT < GN-TOTAL-OWED
015700         SET GN-SATISFIED-IN-FULL TO TRUE
015800     ELSE
015900         SET GN-ACTIVE TO TRUE
016000     END-IF.
016100     WRITE GN-GARNISHMENT-RECORD
016200         INVALID KEY
016300             REWRITE GN-GARNISHMENT-RECORD
016400     END-WRITE.
016500     ADD 1 TO WS-LOADED-COUNT.
016600 1000-NEXT.
016700     READ GARNCRDS
016800         AT END
016900             SET WS-END-OF-FILE TO TRUE
017000     END-READ.
017100 1000-EXIT.
017200     EXIT.
