000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MASTREST.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    MASTREST PUTS A MASTER FILE BACK FROM ONE OF THE DATED      *
001000*    GENERATION COPIES MASTBKUP TAKES AT THE START OF EVERY      *
001100*    NIGHTRUN.  THE SUPERVISOR IS SHOWN EVERY GENERATION IN THE  *
001200*    BKUPCAT CATALOG, NUMBERED, AND PICKS ONE (000 = NONE).      *
001300*                                                                *
001400*    BEFORE ANYTHING IS TOUCHED THE GENERATION FILE IS READ      *
001500*    THROUGH AND ITS RECORD COUNT AND KEY HASH TOTAL (TAKEN THE  *
001600*    SAME WAY AS MASTBKUP, FROM BKUPFILE.CPY) ARE CHECKED        *
001700*    AGAINST THE CATALOG.  A COPY THAT IS MISSING OR DOES NOT    *
001800*    AGREE IS REFUSED.  A COPY THAT CHECKS OUT IS RESTORED ONLY  *
001900*    AFTER THE SUPERVISOR CONFIRMS: THE CURRENT MASTER IS        *
002000*    REPLACED IN FULL, THE WRITTEN COUNT IS CHECKED AGAIN, THE   *
002100*    CATALOG ENTRY IS STAMPED WITH THE DATE AND WHO RESTORED     *
002200*    IT, AND A LINE GOES TO THE JOBLOG RUN LOG GIVING THE FILE,  *
002300*    THE GENERATION DATE AND THE OPERATOR.  A RESTORE THAT FAILS *
002320*    ONCE THE MASTER HAS BEEN OPENED FOR REPLACEMENT IS LOGGED   *
002340*    TOO, AS "FAILED" WITH THE FILE AND THE OPERATOR, BECAUSE    *
002360*    THE MASTER MAY NOW BE INCOMPLETE.                           *
002400*                                                                *
002500*    CUSTMAST AND CUSTXREF POINT AT EACH OTHER - RESTORE ONE     *
002600*    AND THE OTHER SHOULD BE RESTORED FROM THE SAME DATE.  THE   *
002700*    SUPERVISOR IS REMINDED, BUT NOT FORCED.                     *
002800*                                                                *
002900*    RETURN CODES - 00 RESTORED, 10 NOTHING CATALOGED OR NOTHING *
003000*    CHOSEN, 20 REFUSED OR FAILED.  THE CALLER ENFORCES          *
003100*    SUPERVISOR PRIVILEGE.                                       *
003200*                                                                *
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    15OCT26    JEH   ORIGINAL PROGRAM - MASTER FILE RESTORE     *
003530*    15OCT26    JEH   A RESTORE THAT FAILS AFTER THE MASTER WAS  *
003560*                     OPENED NOW WRITES A FAILED JOBLOG LINE     *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS CM-IDENT
004400         FILE STATUS IS WS-MASTER-STATUS.
004500     SELECT CUSTXREF ASSIGN TO "CUSTXREF"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS XR-SSN
004900         FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT EMPMAST ASSIGN TO "EMPMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS EM-EMP-ID
005400         FILE STATUS IS WS-MASTER-STATUS.
005500     SELECT PAYYTD ASSIGN TO "PAYYTD"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS YT-EMP-ID
005900         FILE STATUS IS WS-MASTER-STATUS.
006000     SELECT PAYHIST ASSIGN TO "PAYHIST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS PH-KEY
006400         FILE STATUS IS WS-MASTER-STATUS.
006500     SELECT CHKISSUE ASSIGN TO "CHKISSUE"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS CI-CHECK-NUMBER
006900         FILE STATUS IS WS-MASTER-STATUS.
007000     SELECT BKUPCAT ASSIGN TO "BKUPCAT"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS BC-CATALOG-KEY
007400         FILE STATUS IS WS-BKUPCAT-STATUS.
007500     SELECT GENFILE ASSIGN USING WS-GEN-NAME
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-GENFILE-STATUS.
007800     SELECT JOBLOG ASSIGN TO "JOBLOG"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-JOBLOG-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CUSTMAST.
008400 COPY "custrec.cpy".
008500 FD  CUSTXREF.
008600 COPY "custxref.cpy".
008700 FD  EMPMAST.
008800 COPY "empmast.cpy".
008900 FD  PAYYTD.
009000 COPY "payytd.cpy".
009100 FD  PAYHIST.
009200 COPY "payhist.cpy".
009300 FD  CHKISSUE.
009400 COPY "chkissue.cpy".
009500 FD  BKUPCAT.
009600 COPY "bkupcat.cpy".
009700 FD  GENFILE
009800     RECORD CONTAINS 250 CHARACTERS.
009900 01  GEN-LINE                        PIC X(250).
010000 FD  JOBLOG
010100     RECORD CONTAINS 60 CHARACTERS.
010200 01  JOBLOG-LINE                     PIC X(60).
010300 WORKING-STORAGE SECTION.
010400 COPY "bkupfile.cpy".
010500 COPY "joblog.cpy".
010600 77  WS-MASTER-STATUS                PIC X(02).
010700 77  WS-BKUPCAT-STATUS               PIC X(02).
010800 77  WS-GENFILE-STATUS               PIC X(02).
010900 77  WS-JOBLOG-STATUS                PIC X(02).
011000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
011100     88  WS-END-OF-FILE              VALUE "Y".
011200 77  WS-WRITE-ERROR-SW               PIC X(01) VALUE "N".
011300     88  WS-WRITE-ERROR              VALUE "Y".
011330 77  WS-MASTER-OPENED-SW             PIC X(01) VALUE "N".
011360     88  WS-MASTER-OPENED            VALUE "Y".
011400 77  WS-CONFIRM                      PIC X(01) VALUE "N".
011500     88  WS-CONFIRMED                VALUE "Y" "y".
011600 77  WS-GEN-MAX                      PIC 9(03) COMP VALUE 200.
011700 77  WS-GEN-COUNT                    PIC 9(03) COMP VALUE ZERO.
011800 77  WS-CHOICE                       PIC 9(03) VALUE ZERO.
011900 77  WS-FILE-IDX                     PIC 9(02) COMP VALUE ZERO.
012000 77  WS-FOUND-IDX                    PIC 9(02) COMP VALUE ZERO.
012100 77  WS-FILE-ID                      PIC X(08).
012200 77  WS-GEN-NAME                     PIC X(20).
012300 77  WS-RECORD-COUNT                 PIC 9(07) VALUE ZERO.
012400 77  WS-HASH-TOTAL                   PIC 9(15) VALUE ZERO.
012500 77  WS-HASH-KEY                     PIC 9(06) VALUE ZERO.
012600 77  WS-WRITTEN-COUNT                PIC 9(07) VALUE ZERO.
012700 01  WS-GEN-TABLE.
012800     05  WS-GEN-ENTRY                OCCURS 200 TIMES.
012900         10  WS-TBL-FILE-ID          PIC X(08).
013000         10  WS-TBL-GEN-DATE         PIC 9(08).
013100 01  WS-CURRENT-DATE-TIME.
013200     05  WS-CDT-DATE                 PIC 9(08).
013300     05  WS-CDT-TIME                 PIC 9(08).
013400     05  WS-CDT-OFFSET               PIC X(05).
013500 01  WS-LIST-LINE.
013600     05  WS-LST-NUMBER               PIC ZZ9.
013700     05  FILLER                      PIC X(02) VALUE SPACES.
013800     05  WS-LST-FILE-ID              PIC X(08).
013900     05  FILLER                      PIC X(01) VALUE SPACE.
014000     05  WS-LST-GEN-DATE             PIC 9(08).
014100     05  FILLER                      PIC X(01) VALUE SPACE.
014200     05  WS-LST-COUNT                PIC Z(06)9.
014300     05  FILLER                      PIC X(08) VALUE " RECORDS".
014400     05  WS-LST-RESTORED             PIC X(30).
014500 01  WS-RESTORED-TEXT.
014600     05  FILLER                      PIC X(11) VALUE
014700         "  RESTORED ".
014800     05  WS-RST-DATE                 PIC 9(08).
014900     05  FILLER                      PIC X(04) VALUE " BY ".
015000     05  WS-RST-BY                   PIC X(08).
015100 LINKAGE SECTION.
015200 01  LK-OPERATOR-ID                  PIC X(08).
015300 01  LK-RETURN-CODE                  PIC 9(02).
015400     88  LK-REST-OK                  VALUE 00.
015500     88  LK-REST-NOTHING-DONE        VALUE 10.
015600     88  LK-REST-REFUSED             VALUE 20.
015700 PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-RETURN-CODE.
015800*
015900 0000-MAINLINE.
016000     MOVE ZERO TO LK-RETURN-CODE.
016100     MOVE ZERO TO WS-GEN-COUNT.
016200     MOVE ZERO TO WS-CHOICE.
016300     MOVE "N" TO WS-CONFIRM.
016350     MOVE "N" TO WS-MASTER-OPENED-SW.
016400     OPEN I-O BKUPCAT.
016500     IF WS-BKUPCAT-STATUS = "35"
016600         SET LK-REST-NOTHING-DONE TO TRUE
016700         DISPLAY "MASTREST: NO BACKUP GENERATIONS ARE CATALOGED"
016800         GOBACK
016900     END-IF.
017000     IF WS-BKUPCAT-STATUS NOT = "00"
017100         SET LK-REST-REFUSED TO TRUE
017200         DISPLAY "MASTREST: BACKUP CATALOG NOT AVAILABLE - "
017300             "STATUS " WS-BKUPCAT-STATUS
017400         GOBACK
017500     END-IF.
017600     PERFORM 1000-LIST-CATALOG THRU 1000-EXIT.
017700     IF WS-GEN-COUNT = ZERO
017800         SET LK-REST-NOTHING-DONE TO TRUE
017900         DISPLAY "MASTREST: NO BACKUP GENERATIONS ARE CATALOGED"
018000         GO TO 0000-CLOSE
018100     END-IF.
018200     PERFORM 2000-ASK-CHOICE THRU 2000-EXIT.
018300     IF WS-CHOICE = ZERO
018400         SET LK-REST-NOTHING-DONE TO TRUE
018500         DISPLAY "MASTREST: NOTHING RESTORED"
018600         GO TO 0000-CLOSE
018700     END-IF.
018800     PERFORM 3000-VERIFY-GENERATION THRU 3000-EXIT.
018900     IF LK-REST-REFUSED
019000         GO TO 0000-CLOSE
019100     END-IF.
019200     PERFORM 4000-CONFIRM THRU 4000-EXIT.
019300     IF NOT WS-CONFIRMED
019400         SET LK-REST-NOTHING-DONE TO TRUE
019500         DISPLAY "MASTREST: NOTHING RESTORED"
019600         GO TO 0000-CLOSE
019700     END-IF.
019800     PERFORM 5000-RESTORE-MASTER THRU 5000-EXIT.
019900     IF LK-REST-REFUSED
019920         IF WS-MASTER-OPENED
019940             PERFORM 7000-WRITE-JOBLOG THRU 7000-EXIT
019960         END-IF
020000         GO TO 0000-CLOSE
020100     END-IF.
020200     PERFORM 6000-STAMP-CATALOG THRU 6000-EXIT.
020300     PERFORM 7000-WRITE-JOBLOG THRU 7000-EXIT.
020400     DISPLAY "MASTREST: " WS-FILE-ID " RESTORED FROM "
020500         WS-GEN-NAME " - " WS-WRITTEN-COUNT " RECORD(S)".
020600 0000-CLOSE.
020700     CLOSE BKUPCAT.
020800     GOBACK.
020900*
021000******************************************************************
021100*    SHOW EVERY CATALOGED GENERATION, NUMBERED, AND KEEP ITS KEY *
021200*    SO THE CHOICE CAN BE READ BACK.                             *
021300******************************************************************
021400 1000-LIST-CATALOG.
021500     MOVE LOW-VALUES TO BC-CATALOG-KEY.
021600     START BKUPCAT KEY IS NOT LESS THAN BC-CATALOG-KEY
021700         INVALID KEY
021800             GO TO 1000-EXIT
021900     END-START.
022000     MOVE "N" TO WS-EOF-SW.
022100     PERFORM 1100-READ-CATALOG THRU 1100-EXIT.
022200     PERFORM 1200-LIST-ONE THRU 1200-EXIT
022300         UNTIL WS-END-OF-FILE
022400         OR WS-GEN-COUNT >= WS-GEN-MAX.
022500     IF NOT WS-END-OF-FILE
022600         DISPLAY "MASTREST: ONLY THE FIRST " WS-GEN-MAX
022700             " GENERATIONS ARE SHOWN"
022800     END-IF.
022900 1000-EXIT.
023000     EXIT.
023100*
023200 1100-READ-CATALOG.
023300     READ BKUPCAT NEXT RECORD
023400         AT END
023500             SET WS-END-OF-FILE TO TRUE
023600     END-READ.
023700 1100-EXIT.
023800     EXIT.
023900*
024000 1200-LIST-ONE.
024100     ADD 1 TO WS-GEN-COUNT.
024200     MOVE BC-FILE-ID TO WS-TBL-FILE-ID (WS-GEN-COUNT).
024300     MOVE BC-GEN-DATE TO WS-TBL-GEN-DATE (WS-GEN-COUNT).
024400     MOVE WS-GEN-COUNT TO WS-LST-NUMBER.
024500     MOVE BC-FILE-ID TO WS-LST-FILE-ID.
024600     MOVE BC-GEN-DATE TO WS-LST-GEN-DATE.
024700     MOVE BC-RECORD-COUNT TO WS-LST-COUNT.
024800     MOVE SPACES TO WS-LST-RESTORED.
024900     IF BC-RESTORED-DATE NOT = ZERO
025000         MOVE BC-RESTORED-DATE TO WS-RST-DATE
025100         MOVE BC-RESTORED-BY TO WS-RST-BY
025200         MOVE WS-RESTORED-TEXT TO WS-LST-RESTORED
025300     END-IF.
025400     DISPLAY WS-LIST-LINE.
025500     PERFORM 1100-READ-CATALOG THRU 1100-EXIT.
025600 1200-EXIT.
025700     EXIT.
025800*
025900 2000-ASK-CHOICE.
026000     DISPLAY "RESTORE WHICH GENERATION (000 = NONE)".
026100     ACCEPT WS-CHOICE.
026200     IF WS-CHOICE NOT NUMERIC
026300         OR WS-CHOICE > WS-GEN-COUNT
026400         DISPLAY "MASTREST: ENTER 000 THROUGH " WS-GEN-COUNT
026500         GO TO 2000-ASK-CHOICE
026600     END-IF.
026700 2000-EXIT.
026800     EXIT.
026900*
027000******************************************************************
027100*    READ THE CHOSEN GENERATION THROUGH AND PROVE ITS RECORD     *
027200*    COUNT AND HASH TOTAL AGAINST THE CATALOG BEFORE IT IS       *
027300*    ALLOWED ANYWHERE NEAR THE MASTER.                           *
027400******************************************************************
027500 3000-VERIFY-GENERATION.
027600     MOVE WS-TBL-FILE-ID (WS-CHOICE) TO BC-FILE-ID.
027700     MOVE WS-TBL-GEN-DATE (WS-CHOICE) TO BC-GEN-DATE.
027800     READ BKUPCAT
027900         INVALID KEY
028000             SET LK-REST-REFUSED TO TRUE
028100             DISPLAY "MASTREST: GENERATION NO LONGER CATALOGED"
028200             GO TO 3000-EXIT
028300     END-READ.
028400     MOVE BC-FILE-ID TO WS-FILE-ID.
028500     MOVE BC-GEN-NAME TO WS-GEN-NAME.
028600     PERFORM 3100-FIND-FILE THRU 3100-EXIT.
028700     IF WS-FOUND-IDX = ZERO
028800         SET LK-REST-REFUSED TO TRUE
028900         DISPLAY "MASTREST: " WS-FILE-ID
029000             " IS NOT A BACKED-UP MASTER - NOT RESTORED"
029100         GO TO 3000-EXIT
029200     END-IF.
029300     OPEN INPUT GENFILE.
029400     IF WS-GENFILE-STATUS NOT = "00"
029500         SET LK-REST-REFUSED TO TRUE
029600         DISPLAY "MASTREST: " WS-GEN-NAME " NOT ON FILE - "
029700             "STATUS " WS-GENFILE-STATUS " - NOT RESTORED"
029800         GO TO 3000-EXIT
029900     END-IF.
030000     MOVE ZERO TO WS-RECORD-COUNT.
030100     MOVE ZERO TO WS-HASH-TOTAL.
030200     MOVE "N" TO WS-EOF-SW.
030300     PERFORM 3300-READ-GENERATION THRU 3300-EXIT.
030400     PERFORM 3400-TOTAL-ONE THRU 3400-EXIT
030500         UNTIL WS-END-OF-FILE.
030600     CLOSE GENFILE.
030700     IF WS-RECORD-COUNT NOT = BC-RECORD-COUNT
030800         OR WS-HASH-TOTAL NOT = BC-HASH-TOTAL
030900         SET LK-REST-REFUSED TO TRUE
031000         DISPLAY "MASTREST: " WS-GEN-NAME " DOES NOT AGREE WITH"
031100             " THE CATALOG - NOT RESTORED"
031200         DISPLAY "MASTREST:   CATALOG " BC-RECORD-COUNT
031300             " RECORD(S), HASH " BC-HASH-TOTAL
031400         DISPLAY "MASTREST:   FILE    " WS-RECORD-COUNT
031500             " RECORD(S), HASH " WS-HASH-TOTAL
031600         GO TO 3000-EXIT
031700     END-IF.
031800     DISPLAY "MASTREST: " WS-GEN-NAME " CHECKS OUT - "
031900         WS-RECORD-COUNT " RECORD(S), HASH " WS-HASH-TOTAL.
032000 3000-EXIT.
032100     EXIT.
032200*
032300 3100-FIND-FILE.
032400     MOVE ZERO TO WS-FOUND-IDX.
032500     MOVE 1 TO WS-FILE-IDX.
032600     PERFORM 3200-TEST-ONE THRU 3200-EXIT
032700         UNTIL WS-FILE-IDX > BF-FILE-COUNT
032800         OR WS-FOUND-IDX > ZERO.
032900 3100-EXIT.
033000     EXIT.
033100*
033200 3200-TEST-ONE.
033300     IF BF-FILE-ID (WS-FILE-IDX) = WS-FILE-ID
033400         MOVE WS-FILE-IDX TO WS-FOUND-IDX
033500     END-IF.
033600     ADD 1 TO WS-FILE-IDX.
033700 3200-EXIT.
033800     EXIT.
033900*
034000 3300-READ-GENERATION.
034100     MOVE SPACES TO GEN-LINE.
034200     READ GENFILE
034300         AT END
034400             SET WS-END-OF-FILE TO TRUE
034500     END-READ.
034600 3300-EXIT.
034700     EXIT.
034800*
034900 3400-TOTAL-ONE.
035000     MOVE GEN-LINE (BF-KEY-POS (WS-FOUND-IDX):
035100         BF-KEY-LEN (WS-FOUND-IDX)) TO WS-HASH-KEY.
035200     ADD WS-HASH-KEY TO WS-HASH-TOTAL.
035300     ADD 1 TO WS-RECORD-COUNT.
035400     PERFORM 3300-READ-GENERATION THRU 3300-EXIT.
035500 3400-EXIT.
035600     EXIT.
035700*
035800 4000-CONFIRM.
035900     IF WS-FILE-ID = "CUSTMAST" OR WS-FILE-ID = "CUSTXREF"
036000         DISPLAY "MASTREST: CUSTMAST AND CUSTXREF SHOULD BE "
036100             "RESTORED FROM THE SAME DATE"
036200     END-IF.
036300     DISPLAY "REPLACE ALL OF " WS-FILE-ID " WITH THE "
036400         BC-GEN-DATE " GENERATION (Y/N)".
036500     ACCEPT WS-CONFIRM.
036600 4000-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000*    REPLACE THE MASTER IN FULL.  THE GENERATION WAS TAKEN IN    *
037100*    KEY ORDER, SO IT LOADS STRAIGHT BACK IN SEQUENCE.  A WRITE  *
037200*    THAT FAILS PART WAY LEAVES THE MASTER INCOMPLETE - THE      *
037300*    SUPERVISOR IS TOLD TO RUN THE RESTORE AGAIN.                *
037400******************************************************************
037500 5000-RESTORE-MASTER.
037600     OPEN INPUT GENFILE.
037700     IF WS-GENFILE-STATUS NOT = "00"
037800         SET LK-REST-REFUSED TO TRUE
037900         DISPLAY "MASTREST: " WS-GEN-NAME " WILL NOT OPEN - "
038000             "STATUS " WS-GENFILE-STATUS " - NOT RESTORED"
038100         GO TO 5000-EXIT
038200     END-IF.
038300     PERFORM 5100-OPEN-MASTER THRU 5100-EXIT.
038400     IF WS-MASTER-STATUS NOT = "00"
038500         SET LK-REST-REFUSED TO TRUE
038600         DISPLAY "MASTREST: " WS-FILE-ID " WILL NOT OPEN - "
038700             "STATUS " WS-MASTER-STATUS " - NOT RESTORED"
038800         CLOSE GENFILE
038900         GO TO 5000-EXIT
039000     END-IF.
039050     SET WS-MASTER-OPENED TO TRUE.
039100     MOVE ZERO TO WS-WRITTEN-COUNT.
039200     MOVE "N" TO WS-EOF-SW.
039300     MOVE "N" TO WS-WRITE-ERROR-SW.
039400     PERFORM 3300-READ-GENERATION THRU 3300-EXIT.
039500     PERFORM 5200-WRITE-ONE THRU 5200-EXIT
039600         UNTIL WS-END-OF-FILE
039700         OR WS-WRITE-ERROR.
039800     PERFORM 5300-CLOSE-MASTER THRU 5300-EXIT.
039900     CLOSE GENFILE.
040000     IF WS-WRITE-ERROR
040100         OR WS-WRITTEN-COUNT NOT = BC-RECORD-COUNT
040200         SET LK-REST-REFUSED TO TRUE
040300         DISPLAY "MASTREST: RESTORE OF " WS-FILE-ID " FAILED "
040400             "AFTER " WS-WRITTEN-COUNT " RECORD(S) - STATUS "
040500             WS-MASTER-STATUS
040600         DISPLAY "MASTREST: " WS-FILE-ID " IS INCOMPLETE - "
040700             "RUN THE RESTORE AGAIN"
040800     END-IF.
040900 5000-EXIT.
041000     EXIT.
041100*
041200 5100-OPEN-MASTER.
041300     EVALUATE WS-FILE-ID
041400         WHEN "CUSTMAST"
041500             OPEN OUTPUT CUSTMAST
041600         WHEN "CUSTXREF"
041700             OPEN OUTPUT CUSTXREF
041800         WHEN "EMPMAST"
041900             OPEN OUTPUT EMPMAST
042000         WHEN "PAYYTD"
042100             OPEN OUTPUT PAYYTD
042200         WHEN "PAYHIST"
042300             OPEN OUTPUT PAYHIST
042400         WHEN "CHKISSUE"
042500             OPEN OUTPUT CHKISSUE
042600     END-EVALUATE.
042700 5100-EXIT.
042800     EXIT.
042900*
043000 5200-WRITE-ONE.
043100     EVALUATE WS-FILE-ID
043200         WHEN "CUSTMAST"
043300             WRITE CM-CUSTOMER-RECORD FROM GEN-LINE
043400         WHEN "CUSTXREF"
043500             WRITE XR-XREF-RECORD FROM GEN-LINE
043600         WHEN "EMPMAST"
043700             WRITE EM-MASTER-RECORD FROM GEN-LINE
043800         WHEN "PAYYTD"
043900             WRITE YT-YTD-RECORD FROM GEN-LINE
044000         WHEN "PAYHIST"
044100             WRITE PH-HISTORY-RECORD FROM GEN-LINE
044200         WHEN "CHKISSUE"
044300             WRITE CI-CHECK-RECORD FROM GEN-LINE
044400     END-EVALUATE.
044500     IF WS-MASTER-STATUS NOT = "00"
044600         SET WS-WRITE-ERROR TO TRUE
044700         GO TO 5200-EXIT
044800     END-IF.
044900     ADD 1 TO WS-WRITTEN-COUNT.
045000     PERFORM 3300-READ-GENERATION THRU 3300-EXIT.
045100 5200-EXIT.
045200     EXIT.
045300*
045400 5300-CLOSE-MASTER.
045500     EVALUATE WS-FILE-ID
045600         WHEN "CUSTMAST"
045700             CLOSE CUSTMAST
045800         WHEN "CUSTXREF"
045900             CLOSE CUSTXREF
046000         WHEN "EMPMAST"
046100             CLOSE EMPMAST
046200         WHEN "PAYYTD"
046300             CLOSE PAYYTD
046400         WHEN "PAYHIST"
046500             CLOSE PAYHIST
046600         WHEN "CHKISSUE"
046700             CLOSE CHKISSUE
046800     END-EVALUATE.
046900 5300-EXIT.
047000     EXIT.
047100*
047200 6000-STAMP-CATALOG.
047300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
047400     MOVE WS-CDT-DATE TO BC-RESTORED-DATE.
047500     MOVE LK-OPERATOR-ID TO BC-RESTORED-BY.
047600     REWRITE BC-CATALOG-RECORD
047700         INVALID KEY
047800             DISPLAY "MASTREST: CATALOG NOT STAMPED - STATUS "
047900                 WS-BKUPCAT-STATUS
048000     END-REWRITE.
048100 6000-EXIT.
048200     EXIT.
048300*
048310******************************************************************
048320*    ONE JOBLOG LINE PER RESTORE - "CUSTMAST 20261001 BY JSMITH" *
048330*    WHEN IT WORKED, "FAILED CUSTMAST BY JSMITH" WHEN THE MASTER *
048340*    WAS LEFT PART WRITTEN.  BOTH FIT THE 30-BYTE EVENT.         *
048350******************************************************************
048400 7000-WRITE-JOBLOG.
048500     OPEN EXTEND JOBLOG.
048600     IF WS-JOBLOG-STATUS = "35"
048700         OPEN OUTPUT JOBLOG
048800     END-IF.
048850     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
048900     MOVE WS-CDT-DATE TO JL-LOG-DATE.
049000     MOVE WS-CDT-TIME (1:6) TO JL-LOG-TIME.
049100     MOVE ZERO TO JL-LOG-STEP.
049200     MOVE "MASTREST" TO JL-LOG-NAME.
049300     MOVE SPACES TO JL-LOG-EVENT.
049340     IF LK-REST-REFUSED
049380         STRING "FAILED " DELIMITED BY SIZE
049420             WS-FILE-ID DELIMITED BY SPACE
049460             " BY " DELIMITED BY SIZE
049500             LK-OPERATOR-ID DELIMITED BY SPACE
049540             INTO JL-LOG-EVENT
049580     ELSE
049620         STRING WS-FILE-ID DELIMITED BY SPACE
049660             " " DELIMITED BY SIZE
049700             BC-GEN-DATE DELIMITED BY SIZE
049740             " BY " DELIMITED BY SIZE
049780             LK-OPERATOR-ID DELIMITED BY SPACE
049820             INTO JL-LOG-EVENT
049860     END-IF.
050000     WRITE JOBLOG-LINE FROM JL-LOG-LINE.
050100     CLOSE JOBLOG.
050200 7000-EXIT.
050300     EXIT.
