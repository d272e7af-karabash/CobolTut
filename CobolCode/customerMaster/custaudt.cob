001750*    01SEP26    JEH   CUSTOMER IDENT WIDENED TO 6 DIGITS IN     *
001760*                     STEP WITH CM-IDENT.  RECORD IS NOW 99     *
001770*                     BYTES.                                     *
001775*    15OCT26    JEH   CALLERS NOW PASS THE APPROVING SUPERVISOR  *
001780*                     (BLANK WHEN NONE WAS NEEDED), LOGGED AS    *
001785*                     AU-APPROVER.  RECORD IS NOW 108 BYTES.     *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  CUSTAUD
002800     RECORD CONTAINS 108 CHARACTERS.
002900 01  CUSTAUD-LINE                    PIC X(108).
003000 WORKING-STORAGE SECTION.
003100 COPY "auditrec.cpy".
003200 77  WS-FILE-STATUS                  PIC X(02).
004400     05  LK-NEW-YOB                  PIC 9(04).
004500 01  LK-ACTION                       PIC X(06).
004550 01  LK-OPERATOR-ID                  PIC X(08).
004570 01  LK-APPROVER-ID                  PIC X(08).
004600 PROCEDURE DIVISION USING LK-IDENT, LK-OLD-CUST-NAME,
004700         LK-OLD-DATE-OF-BIRTH, LK-NEW-CUST-NAME,
004800         LK-NEW-DATE-OF-BIRTH, LK-ACTION, LK-OPERATOR-ID,
004850         LK-APPROVER-ID.
004900*
005000 0000-MAINLINE.
005100     OPEN EXTEND CUSTAUD.
005600     MOVE WS-CDT-DATE       TO AU-AUD-DATE.
005700     MOVE WS-CDT-TIME       TO AU-AUD-TIME.
005750     MOVE LK-OPERATOR-ID    TO AU-OPERATOR.
005770     MOVE LK-APPROVER-ID    TO AU-APPROVER.
005800     MOVE LK-IDENT          TO AU-IDENT.
005900     MOVE LK-ACTION         TO AU-ACTION.
006000     MOVE LK-OLD-CUST-NAME  TO AU-OLD-CUST-NAME.
