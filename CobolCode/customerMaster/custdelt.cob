001710*    ADDRESS/CONTACT RECORD GOES THE SAME WAY SO THE MAILING     *
001720*    FILE CANNOT HOLD AN ADDRESS FOR A CUSTOMER THE SHOP NO      *
001730*    LONGER KNOWS.                                               *
001735*                                                                *
001740*    A DELETE IS ONLY CARRIED OUT WHEN THE CALLER PASSES AN      *
001745*    APPROVER.  WITH A BLANK APPROVER NOTHING IS REMOVED - THE   *
001750*    DELETE GOES ON THE CUSTPEND APPROVAL QUEUE THROUGH          *
001755*    CUSTHOLD (RETURN CODE 30) AND IS CARRIED OUT LATER BY       *
001760*    CUSTAPRV, WHICH CALLS BACK IN HERE WITH THE APPROVING       *
001765*    SUPERVISOR'S ID.  IF CUSTHOLD CANNOT QUEUE IT THE DELETE IS *
001775*    NEITHER DONE NOR HELD AND RETURN CODE 20 TELLS THE CALLER.  *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002194*                     READ BACK THROUGH ARCHRPT.                 *
002196*    01SEP26    JEH   CUSTOMER IDENT WIDENED TO 6 DIGITS IN     *
002198*                     STEP WITH CM-IDENT                        *
002210*    15OCT26    JEH   CUSTARCH LINE NOW 181 BYTES, TYPED DELETE  *
002220*    15OCT26    JEH   CALLERS NOW PASS AN APPROVER - A BLANK     *
002230*                     APPROVER HOLDS THE DELETE FOR A            *
002240*                     SUPERVISOR ON CUSTPEND INSTEAD OF          *
002250*                     APPLYING IT, AND THE APPROVER IS CARRIED   *
002260*                     THROUGH TO THE CUSTAUDT DELETE AUDIT LINE  *
002262*    15OCT26    JEH   RETURN CODE 20 WHEN CUSTHOLD COULD NOT     *
002264*                     QUEUE THE DELETE, INSTEAD OF 30 (HELD)     *
002270******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
004110 FD  CUSTADDR.
004120 COPY "custaddr.cpy".
004130 FD  CUSTARCH
004140     RECORD CONTAINS 181 CHARACTERS.
004150 01  CUSTARCH-LINE                   PIC X(181).
004200 WORKING-STORAGE SECTION.
004210 COPY "custarch.cpy".
004300 77  WS-CUSTMAST-STATUS              PIC X(02).
005700     05  WS-BLANK-MOB                PIC 9(02) VALUE ZERO.
005800     05  WS-BLANK-DOB                PIC 9(02) VALUE ZERO.
005900     05  WS-BLANK-YOB                PIC 9(04) VALUE ZERO.
005950 01  WS-NO-SSN                       PIC 9(07) VALUE ZERO.
005970 77  WS-HOLD-RETURN-CODE             PIC 9(02) VALUE ZERO.
006000 LINKAGE SECTION.
006100 01  LK-IDENT                        PIC 9(06).
006150 01  LK-OPERATOR-ID                  PIC X(08).
006170 01  LK-APPROVER-ID                  PIC X(08).
006200 01  LK-RETURN-CODE                  PIC 9(02).
006300     88  LK-DELETE-OK                VALUE 00.
006400     88  LK-DELETE-NOT-ON-FILE       VALUE 10.
006420     88  LK-DELETE-HOLD-FAILED       VALUE 20.
006450     88  LK-DELETE-HELD              VALUE 30.
006500 PROCEDURE DIVISION USING LK-IDENT, LK-OPERATOR-ID,
006510         LK-APPROVER-ID, LK-RETURN-CODE.
006600*
006700 0000-MAINLINE.
006800     MOVE ZERO TO LK-RETURN-CODE.
007600         INVALID KEY
007700             SET LK-DELETE-NOT-ON-FILE TO TRUE
007800         NOT INVALID KEY
007820             IF LK-APPROVER-ID = SPACES
007840                 PERFORM 7000-HOLD-DELETE THRU 7000-EXIT
007860             ELSE
007900                 PERFORM 2000-DELETE-CUSTOMER THRU 2000-EXIT
007950             END-IF
008000     END-READ.
008100     CLOSE CUSTMAST.
008200     GOBACK.
008910     PERFORM 4000-DELETE-ADDRESS THRU 4000-EXIT.
009000     CALL "CUSTAUDT" USING LK-IDENT, WS-SAVE-CUST-NAME,
009100         WS-SAVE-DATE-OF-BIRTH, WS-BLANK-CUST-NAME,
009200         WS-BLANK-DATE-OF-BIRTH, "DELETE", LK-OPERATOR-ID,
009250         LK-APPROVER-ID.
009300 2000-EXIT.
009400     EXIT.
009500*
017800         MOVE SPACES         TO AR-POSTAL-CODE
017900         MOVE SPACES         TO AR-PHONE
018000     END-IF.
018020     SET AR-TYPE-DELETED     TO TRUE.
018040     MOVE ZERO               TO AR-MERGED-INTO-IDENT.
018060     MOVE SPACES             TO AR-MERGE-REASON.
018100     WRITE CUSTARCH-LINE FROM AR-ARCHIVE-RECORD.
018200     CLOSE CUSTARCH.
018300 6000-EXIT.
018400     EXIT.
018500*
018600 7000-HOLD-DELETE.
018700     CALL "CUSTHOLD" USING "D", LK-IDENT, CM-CUST-NAME,
018800         CM-DATE-OF-BIRTH, CM-SSN, WS-NO-SSN, LK-OPERATOR-ID,
018850         WS-HOLD-RETURN-CODE.
018900     IF WS-HOLD-RETURN-CODE = ZERO
018920         SET LK-DELETE-HELD TO TRUE
018940     ELSE
018960         SET LK-DELETE-HOLD-FAILED TO TRUE
018980     END-IF.
019000 7000-EXIT.
019100     EXIT.
