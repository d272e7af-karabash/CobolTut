002508*                     WITH IDENT 000000 NOW AUTO-ASSIGNS THE    *
002510*                     NEXT FREE IDENT - OPERATORS STOP HUNTING  *
002512*                     FREE NUMBERS ON THE ROSTER AND COLLIDING  *
002514*    15OCT26    JEH   CALLERS NOW PASS AN APPROVER.  A CHANGE    *
002516*                     THAT ALTERS THE SSN OF A CUSTOMER ON FILE  *
002518*                     IS HELD ON CUSTPEND THROUGH CUSTHOLD       *
002520*                     (RETURN CODE 30) WHEN THE APPROVER IS      *
002522*                     BLANK - NOTHING IS REWRITTEN UNTIL A       *
002524*                     SUPERVISOR APPROVES IT THROUGH CUSTAPRV,   *
002526*                     WHICH CALLS BACK IN WITH THEIR ID FOR THE  *
002528*                     CUSTAUDT AUDIT LINE                        *
002530*    15OCT26    JEH   AN SSN CHANGE CUSTHOLD COULD NOT QUEUE NOW *
002532*                     RETURNS 40 (NOT HELD) INSTEAD OF 30 - 20   *
002534*                     STAYS THE DUPLICATE-SSN REJECT             *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005060     05  WS-CDT-DATE                 PIC 9(08).
005070     05  WS-CDT-TIME                 PIC 9(08).
005080     05  WS-CDT-OFFSET               PIC X(05).
005081 77  WS-HELD-SW                      PIC X(01) VALUE "N".
005082     88  WS-CHANGE-HELD              VALUE "Y".
005083     88  WS-HOLD-NOT-WRITTEN         VALUE "F".
005084 77  WS-HOLD-RETURN-CODE             PIC 9(02) VALUE ZERO.
005085 01  WS-NEW-DATE-OF-BIRTH.
005086     05  WS-NEW-MOB                  PIC 9(02).
005087     05  WS-NEW-DOB                  PIC 9(02).
005088     05  WS-NEW-YOB                  PIC 9(04).
005089 01  WS-NEW-SSN.
005090     05  WS-NEW-SSN-AREA             PIC 9(03).
005091     05  WS-NEW-SSN-GROUP            PIC 9(02).
005092     05  WS-NEW-SSN-SERIAL           PIC 9(02).
005100 LINKAGE SECTION.
005200 01  LK-IDENT                        PIC 9(06).
005300 01  LK-CUST-NAME                    PIC X(20).
005800 01  LK-SSN-GROUP                    PIC 9(02).
005900 01  LK-SSN-SERIAL                   PIC 9(02).
005950 01  LK-OPERATOR-ID                  PIC X(08).
005970 01  LK-APPROVER-ID                  PIC X(08).
006000 01  LK-RETURN-CODE                  PIC 9(02).
006100     88  LK-LOAD-OK                  VALUE 00.
006200     88  LK-LOAD-REJECTED            VALUE 10.
006210     88  LK-LOAD-DUP-SSN             VALUE 20.
006250     88  LK-LOAD-HELD                VALUE 30.
006270     88  LK-LOAD-HOLD-FAILED         VALUE 40.
006300 PROCEDURE DIVISION USING LK-IDENT, LK-CUST-NAME, LK-MOB,
006400         LK-DOB, LK-YOB, LK-SSN-AREA, LK-SSN-GROUP,
006500         LK-SSN-SERIAL, LK-OPERATOR-ID, LK-APPROVER-ID,
006550         LK-RETURN-CODE.
006600*
006700 0000-MAINLINE.
006800     MOVE ZERO TO LK-RETURN-CODE.
006805     MOVE "N" TO WS-HELD-SW.
006810     IF LK-IDENT = ZERO
006820         PERFORM 8000-ASSIGN-IDENT THRU 8000-EXIT
006830     END-IF.
008200         NOT INVALID KEY
008300             PERFORM 3000-CHANGE-CUSTOMER THRU 3000-EXIT
008400     END-READ.
008410     EVALUATE TRUE
008420         WHEN WS-CHANGE-HELD
008430             SET LK-LOAD-HELD TO TRUE
008440         WHEN WS-HOLD-NOT-WRITTEN
008445             SET LK-LOAD-HOLD-FAILED TO TRUE
008450         WHEN OTHER
008460             PERFORM 4000-UPDATE-XREF THRU 4000-EXIT
008470     END-EVALUATE.
008500     CLOSE CUSTMAST.
009000     GOBACK.
009100*
011100     WRITE CM-CUSTOMER-RECORD.
011200     CALL "CUSTAUDT" USING LK-IDENT, WS-SAVE-CUST-NAME,
011250         WS-SAVE-DATE-OF-BIRTH, CM-CUST-NAME, CM-DATE-OF-BIRTH,
011280         "ADD   ", LK-OPERATOR-ID, LK-APPROVER-ID.
011400 2000-EXIT.
011500     EXIT.
011600*
011700 3000-CHANGE-CUSTOMER.
011710     IF LK-APPROVER-ID = SPACES
011720         AND (CM-SSN-AREA NOT = LK-SSN-AREA
011730         OR CM-SSN-GROUP NOT = LK-SSN-GROUP
011740         OR CM-SSN-SERIAL NOT = LK-SSN-SERIAL)
011750         PERFORM 9000-HOLD-SSN-CHANGE THRU 9000-EXIT
011760         GO TO 3000-EXIT
011770     END-IF.
011800     MOVE CM-CUST-NAME       TO WS-SAVE-CUST-NAME.
011900     MOVE CM-DATE-OF-BIRTH   TO WS-SAVE-DATE-OF-BIRTH.
012000     MOVE LK-CUST-NAME  TO CM-CUST-NAME.
012800     REWRITE CM-CUSTOMER-RECORD.
012900     CALL "CUSTAUDT" USING LK-IDENT, WS-SAVE-CUST-NAME,
013000         WS-SAVE-DATE-OF-BIRTH, CM-CUST-NAME, CM-DATE-OF-BIRTH,
013100         "CHANGE", LK-OPERATOR-ID, LK-APPROVER-ID.
013200 3000-EXIT.
013300     EXIT.
013310*
020900     END-READ.
021000 8100-EXIT.
021100     EXIT.
021200*
021300 9000-HOLD-SSN-CHANGE.
021400     MOVE LK-MOB        TO WS-NEW-MOB.
021500     MOVE LK-DOB        TO WS-NEW-DOB.
021600     MOVE LK-YOB        TO WS-NEW-YOB.
021700     MOVE LK-SSN-AREA   TO WS-NEW-SSN-AREA.
021800     MOVE LK-SSN-GROUP  TO WS-NEW-SSN-GROUP.
021900     MOVE LK-SSN-SERIAL TO WS-NEW-SSN-SERIAL.
022000     CALL "CUSTHOLD" USING "S", LK-IDENT, LK-CUST-NAME,
022100         WS-NEW-DATE-OF-BIRTH, CM-SSN, WS-NEW-SSN, LK-OPERATOR-ID,
022150         WS-HOLD-RETURN-CODE.
022200     IF WS-HOLD-RETURN-CODE = ZERO
022210         SET WS-CHANGE-HELD TO TRUE
022220     ELSE
022230         SET WS-HOLD-NOT-WRITTEN TO TRUE
022240         DISPLAY "CUSTLOAD: RECORD " LK-IDENT
022250             " NOT CHANGED - SSN CHANGE COULD NOT BE HELD"
022260     END-IF.
022300 9000-EXIT.
022400     EXIT.
