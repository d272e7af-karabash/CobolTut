000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTMRGE.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    CUSTMRGE FOLDS ONE CUSTOMER IDENT INTO ANOTHER - THE        *
001000*    SAME PERSON ADDED TWICE, AS LISTED BY THE CUSTDUPS SWEEP.   *
001100*    THE CALLER PASSES THE IDENT TO RETIRE, THE IDENT THAT       *
001200*    SURVIVES, AND THE SUPERVISOR'S REASON.  BOTH RECORDS ARE    *
001300*    SHOWN AND THE MERGE MUST BE CONFIRMED BEFORE ANYTHING IS    *
001400*    TOUCHED.  ON CONFIRMATION:                                  *
001500*                                                                *
001600*      - CUSTADDR - THE RETIRED IDENT'S ADDRESS IS CARRIED TO    *
001700*        THE SURVIVOR WHEN THE SURVIVOR HAS NONE, OR WHEN IT     *
001800*        WAS UPDATED MORE RECENTLY THAN THE SURVIVOR'S.  THE     *
001900*        RETIRED IDENT'S ADDRESS RECORD IS THEN REMOVED.         *
002000*      - CUSTXREF - THE RETIRED SSN'S CROSS-REFERENCE IS         *
002100*        RE-POINTED AT THE SURVIVOR, SO A LOOKUP ON EITHER SSN   *
002200*        FINDS THE ONE CUSTOMER AND CUSTLOAD WILL NOT LET THE    *
002300*        RETIRED SSN BE ADDED A THIRD TIME.                      *
002400*      - CUSTARCH - THE RETIRED MASTER AND ADDRESS ARE           *
002500*        ARCHIVED AS TYPE "M" WITH THE SURVIVING IDENT AND THE   *
002600*        REASON, THEN THE RETIRED MASTER IS DELETED.             *
002700*      - CUSTAUD - ONE LINE FOR EACH IDENT THROUGH CUSTAUDT,     *
002800*        "MRGOUT" ON THE RETIRED IDENT AND "MRGIN " ON THE       *
002900*        SURVIVOR, BOTH CARRYING THE RETIRED NAME/BIRTHDATE AS   *
003000*        OLD AND THE SURVIVOR'S AS NEW.                          *
003100*                                                                *
003200*    RETURN CODES - 00 MERGED, 10 AN IDENT IS NOT ON FILE, 20    *
003300*    NOT CONFIRMED, 30 BOTH IDENTS ARE THE SAME.  THE CALLER     *
003400*    ENFORCES SUPERVISOR PRIVILEGE.                              *
003500*                                                                *
003600*    MODIFICATION HISTORY                                        *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    15OCT26    JEH   ORIGINAL PROGRAM - CUSTOMER MERGE          *
003820*    15OCT26    JEH   THE ADDRESS SWITCHES ARE RESET ON EVERY    *
003840*                     CALL SO A SECOND MERGE IN ONE SESSION      *
003860*                     DOES NOT SEE THE LAST ONE'S ADDRESSES      *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CM-IDENT
004700         FILE STATUS IS WS-CUSTMAST-STATUS.
004800     SELECT CUSTXREF ASSIGN TO "CUSTXREF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS XR-SSN
005200         FILE STATUS IS WS-CUSTXREF-STATUS.
005300     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CA-IDENT
005700         FILE STATUS IS WS-CUSTADDR-STATUS.
005800     SELECT CUSTARCH ASSIGN TO "CUSTARCH"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CUSTARCH-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CUSTMAST.
006400 COPY "custrec.cpy".
006500 FD  CUSTXREF.
006600 COPY "custxref.cpy".
006700 FD  CUSTADDR.
006800 COPY "custaddr.cpy".
006900 FD  CUSTARCH
007000     RECORD CONTAINS 181 CHARACTERS.
007100 01  CUSTARCH-LINE                   PIC X(181).
007200 WORKING-STORAGE SECTION.
007300 COPY "custarch.cpy".
007400 77  WS-CUSTMAST-STATUS              PIC X(02).
007500 77  WS-CUSTXREF-STATUS              PIC X(02).
007600 77  WS-CUSTADDR-STATUS              PIC X(02).
007700 77  WS-CUSTARCH-STATUS              PIC X(02).
007800 77  WS-CONFIRM-ANSWER               PIC X(01) VALUE "N".
007900     88  WS-MERGE-CONFIRMED          VALUE "Y".
008000 77  WS-RET-ADDR-SW                  PIC X(01) VALUE "N".
008100     88  WS-RET-ADDR-FOUND           VALUE "Y".
008200 77  WS-SURV-ADDR-SW                 PIC X(01) VALUE "N".
008300     88  WS-SURV-ADDR-FOUND          VALUE "Y".
008330*    A MERGE IS ALREADY A SUPERVISOR'S OWN ACTION - NO APPROVER.
008360 77  WS-NO-APPROVER                  PIC X(08) VALUE SPACES.
008400 01  WS-RETIRED-CUSTOMER.
008500     05  WS-RET-CUST-NAME            PIC X(20).
008600     05  WS-RET-DATE-OF-BIRTH.
008700         10  WS-RET-MOB              PIC 9(02).
008800         10  WS-RET-DOB              PIC 9(02).
008900         10  WS-RET-YOB              PIC 9(04).
009000     05  WS-RET-SSN                  PIC 9(07).
009100 01  WS-SURVIVING-CUSTOMER.
009200     05  WS-SURV-CUST-NAME           PIC X(20).
009300     05  WS-SURV-DATE-OF-BIRTH.
009400         10  WS-SURV-MOB             PIC 9(02).
009500         10  WS-SURV-DOB             PIC 9(02).
009600         10  WS-SURV-YOB             PIC 9(04).
009700     05  WS-SURV-SSN                 PIC 9(07).
009800 01  WS-SAVE-ADDRESS.
009900     05  WS-SAVE-STREET              PIC X(25).
010000     05  WS-SAVE-CITY                PIC X(15).
010100     05  WS-SAVE-STATE               PIC X(02).
010200     05  WS-SAVE-POSTAL-CODE         PIC X(10).
010300     05  WS-SAVE-PHONE               PIC X(10).
010400     05  WS-SAVE-LAST-UPDATED        PIC 9(16).
010500 01  WS-CURRENT-DATE-TIME.
010600     05  WS-CDT-DATE                 PIC 9(08).
010700     05  WS-CDT-TIME                 PIC 9(08).
010800     05  WS-CDT-OFFSET               PIC X(05).
010900 01  WS-SHOW-LINE.
011000     05  WS-SHOW-LABEL               PIC X(10).
011100     05  WS-SHOW-IDENT               PIC ZZZZZ9.
011200     05  FILLER                      PIC X(01) VALUE SPACE.
011300     05  WS-SHOW-NAME                PIC X(20).
011400     05  FILLER                      PIC X(05) VALUE " DOB ".
011500     05  WS-SHOW-MOB                 PIC 99.
011600     05  FILLER                      PIC X(01) VALUE "/".
011700     05  WS-SHOW-DOB                 PIC 99.
011800     05  FILLER                      PIC X(01) VALUE "/".
011900     05  WS-SHOW-YOB                 PIC 9(04).
012000     05  FILLER                      PIC X(05) VALUE " SSN ".
012100     05  WS-SHOW-SSN                 PIC 9(07).
012200 LINKAGE SECTION.
012300 01  LK-RETIRED-IDENT                PIC 9(06).
012400 01  LK-SURVIVING-IDENT              PIC 9(06).
012500 01  LK-MERGE-REASON                 PIC X(30).
012600 01  LK-OPERATOR-ID                  PIC X(08).
012700 01  LK-RETURN-CODE                  PIC 9(02).
012800     88  LK-MERGE-OK                 VALUE 00.
012900     88  LK-MERGE-NOT-ON-FILE        VALUE 10.
013000     88  LK-MERGE-NOT-CONFIRMED      VALUE 20.
013100     88  LK-MERGE-SAME-IDENT         VALUE 30.
013200 PROCEDURE DIVISION USING LK-RETIRED-IDENT, LK-SURVIVING-IDENT,
013300         LK-MERGE-REASON, LK-OPERATOR-ID, LK-RETURN-CODE.
013400*
013500 0000-MAINLINE.
013600     MOVE ZERO TO LK-RETURN-CODE.
013630     MOVE "N" TO WS-RET-ADDR-SW.
013660     MOVE "N" TO WS-SURV-ADDR-SW.
013700     IF LK-RETIRED-IDENT = LK-SURVIVING-IDENT
013800         SET LK-MERGE-SAME-IDENT TO TRUE
013900         GOBACK
014000     END-IF.
014100     OPEN I-O CUSTMAST.
014200     IF WS-CUSTMAST-STATUS = "35"
014300         SET LK-MERGE-NOT-ON-FILE TO TRUE
014400         GOBACK
014500     END-IF.
014600     PERFORM 1000-READ-BOTH THRU 1000-EXIT.
014700     IF LK-MERGE-OK
014800         PERFORM 1500-CONFIRM-MERGE THRU 1500-EXIT
014900     END-IF.
015000     IF LK-MERGE-OK
015100         PERFORM 2000-MERGE-CUSTOMER THRU 2000-EXIT
015200     END-IF.
015300     CLOSE CUSTMAST.
015400     GOBACK.
015500*
015600******************************************************************
015700*    THE SURVIVOR IS READ FIRST AND THE RETIRED IDENT LAST, SO   *
015800*    THE MASTER RECORD AREA HOLDS THE RETIRED CUSTOMER WHEN THE  *
015900*    ARCHIVE IS WRITTEN AND THE DELETE IS ISSUED.                *
016000******************************************************************
016100 1000-READ-BOTH.
016200     MOVE LK-SURVIVING-IDENT TO CM-IDENT.
016300     READ CUSTMAST
016400         INVALID KEY
016500             SET LK-MERGE-NOT-ON-FILE TO TRUE
016600             GO TO 1000-EXIT
016700     END-READ.
016800     MOVE CM-CUST-NAME       TO WS-SURV-CUST-NAME.
016900     MOVE CM-DATE-OF-BIRTH   TO WS-SURV-DATE-OF-BIRTH.
017000     MOVE CM-SSN             TO WS-SURV-SSN.
017100     MOVE LK-RETIRED-IDENT TO CM-IDENT.
017200     READ CUSTMAST
017300         INVALID KEY
017400             SET LK-MERGE-NOT-ON-FILE TO TRUE
017500             GO TO 1000-EXIT
017600     END-READ.
017700     MOVE CM-CUST-NAME       TO WS-RET-CUST-NAME.
017800     MOVE CM-DATE-OF-BIRTH   TO WS-RET-DATE-OF-BIRTH.
017900     MOVE CM-SSN             TO WS-RET-SSN.
018000 1000-EXIT.
018100     EXIT.
018200*
018300 1500-CONFIRM-MERGE.
018400     MOVE "RETIRE    "       TO WS-SHOW-LABEL.
018500     MOVE LK-RETIRED-IDENT   TO WS-SHOW-IDENT.
018600     MOVE WS-RET-CUST-NAME   TO WS-SHOW-NAME.
018700     MOVE WS-RET-MOB         TO WS-SHOW-MOB.
018800     MOVE WS-RET-DOB         TO WS-SHOW-DOB.
018900     MOVE WS-RET-YOB         TO WS-SHOW-YOB.
019000     MOVE WS-RET-SSN         TO WS-SHOW-SSN.
019100     DISPLAY WS-SHOW-LINE.
019200     MOVE "INTO      "       TO WS-SHOW-LABEL.
019300     MOVE LK-SURVIVING-IDENT TO WS-SHOW-IDENT.
019400     MOVE WS-SURV-CUST-NAME  TO WS-SHOW-NAME.
019500     MOVE WS-SURV-MOB        TO WS-SHOW-MOB.
019600     MOVE WS-SURV-DOB        TO WS-SHOW-DOB.
019700     MOVE WS-SURV-YOB        TO WS-SHOW-YOB.
019800     MOVE WS-SURV-SSN        TO WS-SHOW-SSN.
019900     DISPLAY WS-SHOW-LINE.
020000     DISPLAY "MERGE THESE CUSTOMERS (Y/N)".
020100     ACCEPT WS-CONFIRM-ANSWER.
020200     IF NOT WS-MERGE-CONFIRMED
020300         SET LK-MERGE-NOT-CONFIRMED TO TRUE
020400     END-IF.
020500 1500-EXIT.
020600     EXIT.
020700*
020800 2000-MERGE-CUSTOMER.
020900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021000     PERFORM 3000-CARRY-ADDRESS THRU 3000-EXIT.
021100     PERFORM 4000-REPOINT-XREF THRU 4000-EXIT.
021200     PERFORM 5000-WRITE-ARCHIVE THRU 5000-EXIT.
021300     DELETE CUSTMAST RECORD.
021400     CALL "CUSTAUDT" USING LK-RETIRED-IDENT, WS-RET-CUST-NAME,
021500         WS-RET-DATE-OF-BIRTH, WS-SURV-CUST-NAME,
021600         WS-SURV-DATE-OF-BIRTH, "MRGOUT", LK-OPERATOR-ID,
021650         WS-NO-APPROVER.
021700     CALL "CUSTAUDT" USING LK-SURVIVING-IDENT, WS-RET-CUST-NAME,
021800         WS-RET-DATE-OF-BIRTH, WS-SURV-CUST-NAME,
021900         WS-SURV-DATE-OF-BIRTH, "MRGIN ", LK-OPERATOR-ID,
021950         WS-NO-APPROVER.
022000 2000-EXIT.
022100     EXIT.
022200*
022300 3000-CARRY-ADDRESS.
022400     OPEN I-O CUSTADDR.
022500     IF WS-CUSTADDR-STATUS = "35"
022600         GO TO 3000-EXIT
022700     END-IF.
022800     MOVE LK-SURVIVING-IDENT TO CA-IDENT.
022900     READ CUSTADDR
023000         INVALID KEY
023100             CONTINUE
023200         NOT INVALID KEY
023300             SET WS-SURV-ADDR-FOUND TO TRUE
023400             MOVE CA-LAST-UPDATED TO WS-SAVE-LAST-UPDATED
023500     END-READ.
023600     MOVE LK-RETIRED-IDENT TO CA-IDENT.
023700     READ CUSTADDR
023800         INVALID KEY
023900             CLOSE CUSTADDR
024000             GO TO 3000-EXIT
024100     END-READ.
024200     SET WS-RET-ADDR-FOUND TO TRUE.
024300*    THE RETIRED ADDRESS IS SAVED FOR THE ARCHIVE WHETHER OR
024400*    NOT IT WINS - THE ARCHIVE SHOWS THE RECORD AS IT STOOD.
024500     MOVE CA-STREET          TO WS-SAVE-STREET.
024600     MOVE CA-CITY            TO WS-SAVE-CITY.
024700     MOVE CA-STATE           TO WS-SAVE-STATE.
024800     MOVE CA-POSTAL-CODE     TO WS-SAVE-POSTAL-CODE.
024900     MOVE CA-PHONE           TO WS-SAVE-PHONE.
025000     IF WS-SURV-ADDR-FOUND
025100         AND CA-LAST-UPDATED NOT > WS-SAVE-LAST-UPDATED
025200         DELETE CUSTADDR RECORD
025300         CLOSE CUSTADDR
025400         GO TO 3000-EXIT
025500     END-IF.
025600     DELETE CUSTADDR RECORD.
025700     MOVE LK-SURVIVING-IDENT TO CA-IDENT.
025800     MOVE WS-SAVE-STREET     TO CA-STREET.
025900     MOVE WS-SAVE-CITY       TO CA-CITY.
026000     MOVE WS-SAVE-STATE      TO CA-STATE.
026100     MOVE WS-SAVE-POSTAL-CODE TO CA-POSTAL-CODE.
026200     MOVE WS-SAVE-PHONE      TO CA-PHONE.
026300     MOVE WS-CDT-DATE        TO CA-UPD-DATE.
026400     MOVE WS-CDT-TIME        TO CA-UPD-TIME.
026500     IF WS-SURV-ADDR-FOUND
026600         REWRITE CA-ADDRESS-RECORD
026700     ELSE
026800         WRITE CA-ADDRESS-RECORD
026900     END-IF.
027000     CLOSE CUSTADDR.
027100 3000-EXIT.
027200     EXIT.
027300*
027400******************************************************************
027500*    RE-POINT THE RETIRED SSN AT THE SURVIVOR.  AN XREF FOR THE  *
027600*    RETIRED SSN THAT BELONGS TO SOME THIRD IDENT IS LEFT ALONE  *
027700*    FOR XREFAUDT TO REPORT; A MISSING ONE IS WRITTEN.           *
027800******************************************************************
027900 4000-REPOINT-XREF.
028000     OPEN I-O CUSTXREF.
028100     IF WS-CUSTXREF-STATUS = "35"
028200         OPEN OUTPUT CUSTXREF
028300         CLOSE CUSTXREF
028400         OPEN I-O CUSTXREF
028500     END-IF.
028600     MOVE WS-RET-SSN TO XR-SSN.
028700     READ CUSTXREF
028800         INVALID KEY
028900             MOVE LK-SURVIVING-IDENT TO XR-IDENT
029000             WRITE XR-XREF-RECORD
029100         NOT INVALID KEY
029200             IF XR-IDENT = LK-RETIRED-IDENT
029300                 MOVE LK-SURVIVING-IDENT TO XR-IDENT
029400                 REWRITE XR-XREF-RECORD
029500             END-IF
029600     END-READ.
029700     CLOSE CUSTXREF.
029800 4000-EXIT.
029900     EXIT.
030000*
030100 5000-WRITE-ARCHIVE.
030200     OPEN EXTEND CUSTARCH.
030300     IF WS-CUSTARCH-STATUS = "35"
030400         OPEN OUTPUT CUSTARCH
030500     END-IF.
030600     MOVE WS-CDT-DATE        TO AR-ARCH-DATE.
030700     MOVE WS-CDT-TIME        TO AR-ARCH-TIME.
030800     MOVE LK-OPERATOR-ID     TO AR-OPERATOR.
030900     MOVE CM-IDENT           TO AR-IDENT.
031000     MOVE CM-CUST-NAME       TO AR-CUST-NAME.
031100     MOVE CM-MOB             TO AR-MOB.
031200     MOVE CM-DOB             TO AR-DOB.
031300     MOVE CM-YOB             TO AR-YOB.
031400     MOVE CM-SSN-AREA        TO AR-SSN-AREA.
031500     MOVE CM-SSN-GROUP       TO AR-SSN-GROUP.
031600     MOVE CM-SSN-SERIAL      TO AR-SSN-SERIAL.
031700     MOVE CM-UPD-DATE        TO AR-UPD-DATE.
031800     MOVE CM-UPD-TIME        TO AR-UPD-TIME.
031900     IF WS-RET-ADDR-FOUND
032000         SET AR-ADDRESS-PRESENT TO TRUE
032100         MOVE WS-SAVE-STREET      TO AR-STREET
032200         MOVE WS-SAVE-CITY        TO AR-CITY
032300         MOVE WS-SAVE-STATE       TO AR-STATE
032400         MOVE WS-SAVE-POSTAL-CODE TO AR-POSTAL-CODE
032500         MOVE WS-SAVE-PHONE       TO AR-PHONE
032600     ELSE
032700         SET AR-ADDRESS-ABSENT TO TRUE
032800         MOVE SPACES         TO AR-STREET
032900         MOVE SPACES         TO AR-CITY
033000         MOVE SPACES         TO AR-STATE
033100         MOVE SPACES         TO AR-POSTAL-CODE
033200         MOVE SPACES         TO AR-PHONE
033300     END-IF.
033400     SET AR-TYPE-MERGED      TO TRUE.
033500     MOVE LK-SURVIVING-IDENT TO AR-MERGED-INTO-IDENT.
033600     MOVE LK-MERGE-REASON    TO AR-MERGE-REASON.
033700     WRITE CUSTARCH-LINE FROM AR-ARCHIVE-RECORD.
033800     CLOSE CUSTARCH.
033900 5000-EXIT.
034000     EXIT.
