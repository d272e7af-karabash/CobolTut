000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTHOLD.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    CUSTHOLD PUTS ONE CUSTOMER CHANGE ON THE CUSTPEND APPROVAL  *
001000*    QUEUE INSTEAD OF LETTING IT TAKE EFFECT.  CUSTDELT CALLS    *
001100*    IT FOR A DELETE THAT ARRIVES WITHOUT AN APPROVER, AND       *
001200*    CUSTLOAD CALLS IT FOR AN SSN CHANGE THAT ARRIVES WITHOUT    *
001300*    ONE; NOTHING ON CUSTMAST, CUSTXREF OR CUSTADDR IS TOUCHED   *
001400*    UNTIL A SUPERVISOR APPROVES THE ITEM THROUGH CUSTAPRV.      *
001500*    THE REQUEST IS STAMPED WITH THE CURRENT DATE AND TIME; TWO  *
001600*    REQUESTS FOR ONE IDENT IN THE SAME HUNDREDTH OF A SECOND    *
001700*    (A BATCH) ARE KEPT APART BY BUMPING THE TIME.               *
001720*    THE CALLER IS TOLD THROUGH THE RETURN CODE WHETHER THE      *
001740*    ITEM WAS QUEUED: 00 HELD, 20 NOT HELD BECAUSE CUSTPEND      *
001760*    COULD NOT BE OPENED OR WRITTEN.                             *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    15OCT26    JEH   ORIGINAL PROGRAM - HOLD FOR APPROVAL       *
002120*    15OCT26    JEH   CUSTPEND OPEN STATUS CHECKED; ONLY A       *
002140*                     DUPLICATE KEY IS RETRIED, ANY OTHER WRITE  *
002160*                     STATUS ENDS THE CALL; RETURN CODE ADDED    *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CUSTPEND ASSIGN TO "CUSTPEND"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS PN-REQUEST-KEY
003000         FILE STATUS IS WS-CUSTPEND-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CUSTPEND.
003400 COPY "custpend.cpy".
003500 WORKING-STORAGE SECTION.
003600 77  WS-CUSTPEND-STATUS              PIC X(02).
003700 77  WS-WRITTEN-SW                   PIC X(01) VALUE "N".
003800     88  WS-WRITTEN                  VALUE "Y".
003850     88  WS-WRITE-FAILED             VALUE "F".
003900 01  WS-CURRENT-DATE-TIME.
004000     05  WS-CDT-DATE                 PIC 9(08).
004100     05  WS-CDT-TIME                 PIC 9(08).
004200     05  WS-CDT-OFFSET               PIC X(05).
004300 LINKAGE SECTION.
004400 01  LK-REQUEST-TYPE                 PIC X(01).
004500 01  LK-IDENT                        PIC 9(06).
004600 01  LK-CUST-NAME                    PIC X(20).
004700 01  LK-DATE-OF-BIRTH                PIC X(08).
004800 01  LK-OLD-SSN                      PIC X(07).
004900 01  LK-NEW-SSN                      PIC X(07).
005000 01  LK-OPERATOR-ID                  PIC X(08).
005020 01  LK-RETURN-CODE                  PIC 9(02).
005040     88  LK-HOLD-OK                  VALUE 00.
005060     88  LK-HOLD-FAILED              VALUE 20.
005100 PROCEDURE DIVISION USING LK-REQUEST-TYPE, LK-IDENT,
005200         LK-CUST-NAME, LK-DATE-OF-BIRTH, LK-OLD-SSN,
005300         LK-NEW-SSN, LK-OPERATOR-ID, LK-RETURN-CODE.
005400*
005500 0000-MAINLINE.
005550     SET LK-HOLD-OK TO TRUE.
005600     OPEN I-O CUSTPEND.
005700     IF WS-CUSTPEND-STATUS = "35"
005800         OPEN OUTPUT CUSTPEND
005900         CLOSE CUSTPEND
006000         OPEN I-O CUSTPEND
006100     END-IF.
006110     IF WS-CUSTPEND-STATUS NOT = "00"
006120         DISPLAY "CUSTHOLD: CUSTPEND NOT AVAILABLE - STATUS "
006130             WS-CUSTPEND-STATUS " - IDENT " LK-IDENT " NOT HELD"
006140         SET LK-HOLD-FAILED TO TRUE
006150         GOBACK
006160     END-IF.
006200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
006300     MOVE WS-CDT-DATE        TO PN-REQ-DATE.
006400     MOVE WS-CDT-TIME        TO PN-REQ-TIME.
006500     MOVE LK-IDENT           TO PN-IDENT.
006600     MOVE LK-REQUEST-TYPE    TO PN-REQUEST-TYPE.
006700     MOVE LK-OPERATOR-ID     TO PN-REQUESTED-BY.
006800     MOVE LK-CUST-NAME       TO PN-CUST-NAME.
006900     MOVE LK-DATE-OF-BIRTH   TO PN-DATE-OF-BIRTH.
007000     MOVE LK-OLD-SSN         TO PN-OLD-SSN.
007100     MOVE LK-NEW-SSN         TO PN-NEW-SSN.
007200     SET PN-PENDING          TO TRUE.
007300     MOVE SPACES             TO PN-DECIDED-BY.
007400     MOVE ZERO               TO PN-DECIDED-DATE.
007500     MOVE ZERO               TO PN-DECIDED-TIME.
007600     MOVE "N" TO WS-WRITTEN-SW.
007700     PERFORM 1000-WRITE-PENDING THRU 1000-EXIT
007800         UNTIL WS-WRITTEN OR WS-WRITE-FAILED.
007900     CLOSE CUSTPEND.
007920     IF WS-WRITE-FAILED
007940         SET LK-HOLD-FAILED TO TRUE
007960         GOBACK
007980     END-IF.
008000     DISPLAY "CUSTHOLD: IDENT " LK-IDENT
008100         " HELD FOR SUPERVISOR APPROVAL".
008200     GOBACK.
008300*
008400 1000-WRITE-PENDING.
008500     WRITE PN-PENDING-RECORD.
008600     IF WS-CUSTPEND-STATUS = "00"
008700         SET WS-WRITTEN TO TRUE
008800         GO TO 1000-EXIT
008900     END-IF.
009000     IF WS-CUSTPEND-STATUS = "22"
009010         ADD 1 TO PN-REQ-TIME
009020         GO TO 1000-EXIT
009030     END-IF.
009040     DISPLAY "CUSTHOLD: CUSTPEND WRITE FAILED - STATUS "
009050         WS-CUSTPEND-STATUS " - IDENT " LK-IDENT " NOT HELD".
009060     SET WS-WRITE-FAILED TO TRUE.
009100 1000-EXIT.
009200     EXIT.
