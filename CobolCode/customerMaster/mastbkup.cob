000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MASTBKUP.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    MASTBKUP TAKES A DATED GENERATION COPY OF EVERY MASTER      *
001000*    FILE LISTED IN BKUPFILE.CPY - CUSTMAST, CUSTXREF, EMPMAST,  *
001100*    PAYYTD, PAYHIST AND CHKISSUE.  IT RUNS AS THE FIRST         *
001200*    NIGHTRUN STEP, SO A BAD CUSTTRAN BATCH, A RUNAWAY PURGE OR  *
001300*    A FAILED PAYROLL LATER THAT NIGHT CAN BE BACKED OUT WITH    *
001400*    MASTREST.                                                   *
001500*                                                                *
001600*    EACH MASTER IS READ IN KEY ORDER AND WRITTEN, ONE RECORD TO *
001700*    A LINE, TO A GENERATION FILE NAMED FOR THE MASTER AND THE   *
001800*    RUN DATE (CUSTMAST.G20261015).  THE RECORD COUNT AND A HASH *
001900*    TOTAL OF THE RECORD KEYS ARE TAKEN AS THE COPY IS WRITTEN   *
002000*    AND FILED IN THE BKUPCAT CATALOG (BKUPCAT.CPY).  A SECOND   *
002100*    RUN ON THE SAME DATE REPLACES THAT DATE'S GENERATION.       *
002200*                                                                *
002300*    ONLY THE NEWEST GENERATIONS OF EACH MASTER ARE KEPT - THE   *
002400*    STEP PARM GIVES HOW MANY (00 OR BLANK TAKES                 *
002500*    WS-DEFAULT-KEEP).  OLDER GENERATION FILES ARE DELETED AND   *
002600*    DROPPED FROM THE CATALOG.  RUN STANDALONE, THE OPERATOR IS  *
002700*    ASKED FOR THE NUMBER AND TODAY'S DATE IS USED.              *
002800*                                                                *
002900*    A MASTER THAT IS NOT ON FILE IS SKIPPED.  A MASTER THAT     *
003000*    WILL NOT OPEN OR A COPY THAT WILL NOT WRITE IS NOT          *
003100*    CATALOGED, AND THE RUN ENDS WITH RETURN-CODE 8 SO NIGHTRUN  *
003200*    HALTS BEFORE ANY STEP CAN CHANGE THE FILES UNPROTECTED.     *
003300*                                                                *
003400*    MODIFICATION HISTORY                                        *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    15OCT26    JEH   ORIGINAL PROGRAM - MASTER FILE GENERATIONS *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS CM-IDENT
004500         FILE STATUS IS WS-MASTER-STATUS.
004600     SELECT CUSTXREF ASSIGN TO "CUSTXREF"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS XR-SSN
005000         FILE STATUS IS WS-MASTER-STATUS.
005100     SELECT EMPMAST ASSIGN TO "EMPMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS EM-EMP-ID
005500         FILE STATUS IS WS-MASTER-STATUS.
005600     SELECT PAYYTD ASSIGN TO "PAYYTD"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS YT-EMP-ID
006000         FILE STATUS IS WS-MASTER-STATUS.
006100     SELECT PAYHIST ASSIGN TO "PAYHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS PH-KEY
006500         FILE STATUS IS WS-MASTER-STATUS.
006600     SELECT CHKISSUE ASSIGN TO "CHKISSUE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS CI-CHECK-NUMBER
007000         FILE STATUS IS WS-MASTER-STATUS.
007100     SELECT BKUPCAT ASSIGN TO "BKUPCAT"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS BC-CATALOG-KEY
007500         FILE STATUS IS WS-BKUPCAT-STATUS.
007600     SELECT GENFILE ASSIGN USING WS-GEN-NAME
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-GENFILE-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CUSTMAST.
008200 COPY "custrec.cpy".
008300 FD  CUSTXREF.
008400 COPY "custxref.cpy".
008500 FD  EMPMAST.
008600 COPY "empmast.cpy".
008700 FD  PAYYTD.
008800 COPY "payytd.cpy".
008900 FD  PAYHIST.
009000 COPY "payhist.cpy".
009100 FD  CHKISSUE.
009200 COPY "chkissue.cpy".
009300 FD  BKUPCAT.
009400 COPY "bkupcat.cpy".
009500 FD  GENFILE
009600     RECORD CONTAINS 250 CHARACTERS.
009700 01  GEN-LINE                        PIC X(250).
009800 WORKING-STORAGE SECTION.
009900 COPY "bkupfile.cpy".
010000 COPY "nightprm.cpy".
010100 77  WS-MASTER-STATUS                PIC X(02).
010200 77  WS-BKUPCAT-STATUS               PIC X(02).
010300 77  WS-GENFILE-STATUS               PIC X(02).
010400 77  WS-EOF-SW                       PIC X(01) VALUE "N".
010500     88  WS-END-OF-FILE              VALUE "Y".
010600 77  WS-CATALOG-END-SW               PIC X(01) VALUE "N".
010700     88  WS-CATALOG-END              VALUE "Y".
010800 77  WS-COPY-ERROR-SW                PIC X(01) VALUE "N".
010900     88  WS-COPY-ERROR               VALUE "Y".
011000 77  WS-FILE-IDX                     PIC 9(02) COMP VALUE ZERO.
011100 77  WS-FILE-ID                      PIC X(08).
011200 77  WS-GEN-NAME                     PIC X(20).
011300 77  WS-GEN-DATE                     PIC 9(08).
011400 77  WS-DEFAULT-KEEP                 PIC 9(02) VALUE 07.
011500 77  WS-KEEP-COUNT                   PIC 9(02) VALUE ZERO.
011600 77  WS-GEN-COUNT                    PIC 9(05) VALUE ZERO.
011700 77  WS-EXCESS-COUNT                 PIC 9(05) VALUE ZERO.
011800 77  WS-RECORD-COUNT                 PIC 9(07) VALUE ZERO.
011900 77  WS-HASH-TOTAL                   PIC 9(15) VALUE ZERO.
012000 77  WS-HASH-KEY                     PIC 9(06) VALUE ZERO.
012100 77  WS-DELETE-STATUS                PIC 9(04) COMP VALUE ZERO.
012200 77  WS-COPIED-COUNT                 PIC 9(05) VALUE ZERO.
012300 77  WS-MISSING-COUNT                PIC 9(05) VALUE ZERO.
012400 77  WS-FAILED-COUNT                 PIC 9(05) VALUE ZERO.
012500 77  WS-EXPIRED-COUNT                PIC 9(05) VALUE ZERO.
012600 01  WS-BACKUP-RECORD                PIC X(250).
012700 01  WS-CURRENT-DATE-TIME.
012800     05  WS-CDT-DATE                 PIC 9(08).
012900     05  WS-CDT-TIME                 PIC 9(08).
013000     05  WS-CDT-OFFSET               PIC X(05).
013100 PROCEDURE DIVISION.
013200*
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013500     MOVE 1 TO WS-FILE-IDX.
013600     PERFORM 2000-BACKUP-ONE THRU 2000-EXIT
013700         UNTIL WS-FILE-IDX > BF-FILE-COUNT.
013800     PERFORM 9000-FINISH THRU 9000-EXIT.
013900     GOBACK.
014000*
014100 1000-INITIALIZE.
014200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014300     IF NP-SCHEDULED-RUN
014400         MOVE NP-RUN-DATE TO WS-GEN-DATE
014500         IF NP-STEP-PARM (1:2) NUMERIC
014600             MOVE NP-STEP-PARM (1:2) TO WS-KEEP-COUNT
014700         END-IF
014800     ELSE
014900         MOVE WS-CDT-DATE TO WS-GEN-DATE
015000         DISPLAY "GENERATIONS OF EACH MASTER TO KEEP (00 = "
015100             WS-DEFAULT-KEEP ")"
015200         ACCEPT WS-KEEP-COUNT
015300     END-IF.
015400     IF WS-KEEP-COUNT NOT NUMERIC
015500         OR WS-KEEP-COUNT = ZERO
015600         MOVE WS-DEFAULT-KEEP TO WS-KEEP-COUNT
015700     END-IF.
015800     DISPLAY "MASTBKUP: GENERATION " WS-GEN-DATE ", KEEPING "
015900         WS-KEEP-COUNT " OF EACH MASTER".
016000     OPEN I-O BKUPCAT.
016100     IF WS-BKUPCAT-STATUS = "35"
016200         OPEN OUTPUT BKUPCAT
016300         CLOSE BKUPCAT
016400         OPEN I-O BKUPCAT
016500     END-IF.
016600     IF WS-BKUPCAT-STATUS NOT = "00"
016700         DISPLAY "MASTBKUP: BACKUP CATALOG NOT AVAILABLE - "
016800             "STATUS " WS-BKUPCAT-STATUS " - NOTHING COPIED"
016900         MOVE 8 TO RETURN-CODE
017000         GOBACK
017100     END-IF.
017200 1000-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600*    COPY ONE MASTER TO TONIGHT'S GENERATION FILE, CATALOG THE   *
017700*    COPY, THEN EXPIRE ANY GENERATIONS BEYOND THE KEEP COUNT.    *
017800******************************************************************
017900 2000-BACKUP-ONE.
018000     MOVE BF-FILE-ID (WS-FILE-IDX) TO WS-FILE-ID.
018100     MOVE SPACES TO WS-GEN-NAME.
018200     STRING WS-FILE-ID DELIMITED BY SPACE
018300         ".G" DELIMITED BY SIZE
018400         WS-GEN-DATE DELIMITED BY SIZE
018500         INTO WS-GEN-NAME.
018600     MOVE ZERO TO WS-RECORD-COUNT.
018700     MOVE ZERO TO WS-HASH-TOTAL.
018800     MOVE "N" TO WS-EOF-SW.
018900     MOVE "N" TO WS-COPY-ERROR-SW.
019000     PERFORM 2100-OPEN-MASTER THRU 2100-EXIT.
019100     IF WS-MASTER-STATUS = "35"
019200         DISPLAY "MASTBKUP: " WS-FILE-ID
019300             " NOT ON FILE - NOT COPIED"
019400         ADD 1 TO WS-MISSING-COUNT
019500         GO TO 2000-NEXT
019600     END-IF.
019700     IF WS-MASTER-STATUS NOT = "00"
019800         DISPLAY "MASTBKUP: " WS-FILE-ID " WILL NOT OPEN - "
019900             "STATUS " WS-MASTER-STATUS
020000         ADD 1 TO WS-FAILED-COUNT
020100         GO TO 2000-NEXT
020200     END-IF.
020300     OPEN OUTPUT GENFILE.
020400     IF WS-GENFILE-STATUS NOT = "00"
020500         DISPLAY "MASTBKUP: " WS-GEN-NAME " WILL NOT OPEN - "
020600             "STATUS " WS-GENFILE-STATUS
020700         PERFORM 2400-CLOSE-MASTER THRU 2400-EXIT
020800         ADD 1 TO WS-FAILED-COUNT
020900         GO TO 2000-NEXT
021000     END-IF.
021100     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
021200     PERFORM 2300-COPY-ONE THRU 2300-EXIT
021300         UNTIL WS-END-OF-FILE
021400         OR WS-COPY-ERROR.
021500     PERFORM 2400-CLOSE-MASTER THRU 2400-EXIT.
021600     CLOSE GENFILE.
021700     IF WS-COPY-ERROR
021800         DISPLAY "MASTBKUP: " WS-GEN-NAME " WRITE FAILED - "
021900             "STATUS " WS-GENFILE-STATUS " - NOT CATALOGED"
022000         ADD 1 TO WS-FAILED-COUNT
022100         GO TO 2000-NEXT
022200     END-IF.
022300     PERFORM 2500-CATALOG-COPY THRU 2500-EXIT.
022400     IF WS-BKUPCAT-STATUS NOT = "00"
022500         DISPLAY "MASTBKUP: " WS-GEN-NAME " NOT CATALOGED - "
022600             "STATUS " WS-BKUPCAT-STATUS
022700         ADD 1 TO WS-FAILED-COUNT
022800         GO TO 2000-NEXT
022900     END-IF.
023000     ADD 1 TO WS-COPIED-COUNT.
023100     DISPLAY "MASTBKUP: " WS-GEN-NAME " " WS-RECORD-COUNT
023200         " RECORD(S), HASH " WS-HASH-TOTAL.
023300     PERFORM 2600-EXPIRE-OLD THRU 2600-EXIT.
023400 2000-NEXT.
023500     ADD 1 TO WS-FILE-IDX.
023600 2000-EXIT.
023700     EXIT.
023800*
023900 2100-OPEN-MASTER.
024000     EVALUATE WS-FILE-ID
024100         WHEN "CUSTMAST"
024200             OPEN INPUT CUSTMAST
024300         WHEN "CUSTXREF"
024400             OPEN INPUT CUSTXREF
024500         WHEN "EMPMAST"
024600             OPEN INPUT EMPMAST
024700         WHEN "PAYYTD"
024800             OPEN INPUT PAYYTD
024900         WHEN "PAYHIST"
025000             OPEN INPUT PAYHIST
025100         WHEN "CHKISSUE"
025200             OPEN INPUT CHKISSUE
025300     END-EVALUATE.
025400 2100-EXIT.
025500     EXIT.
025600*
025700 2200-READ-MASTER.
025800     MOVE SPACES TO WS-BACKUP-RECORD.
025900     EVALUATE WS-FILE-ID
026000         WHEN "CUSTMAST"
026100             READ CUSTMAST INTO WS-BACKUP-RECORD
026200                 AT END
026300                     SET WS-END-OF-FILE TO TRUE
026400             END-READ
026500         WHEN "CUSTXREF"
026600             READ CUSTXREF INTO WS-BACKUP-RECORD
026700                 AT END
026800                     SET WS-END-OF-FILE TO TRUE
026900             END-READ
027000         WHEN "EMPMAST"
027100             READ EMPMAST INTO WS-BACKUP-RECORD
027200                 AT END
027300                     SET WS-END-OF-FILE TO TRUE
027400             END-READ
027500         WHEN "PAYYTD"
027600             READ PAYYTD INTO WS-BACKUP-RECORD
027700                 AT END
027800                     SET WS-END-OF-FILE TO TRUE
027900             END-READ
028000         WHEN "PAYHIST"
028100             READ PAYHIST INTO WS-BACKUP-RECORD
028200                 AT END
028300                     SET WS-END-OF-FILE TO TRUE
028400             END-READ
028500         WHEN "CHKISSUE"
028600             READ CHKISSUE INTO WS-BACKUP-RECORD
028700                 AT END
028800                     SET WS-END-OF-FILE TO TRUE
028900             END-READ
029000     END-EVALUATE.
029100 2200-EXIT.
029200     EXIT.
029300*
029400 2300-COPY-ONE.
029500     MOVE WS-BACKUP-RECORD (BF-KEY-POS (WS-FILE-IDX):
029600         BF-KEY-LEN (WS-FILE-IDX)) TO WS-HASH-KEY.
029700     ADD WS-HASH-KEY TO WS-HASH-TOTAL.
029800     ADD 1 TO WS-RECORD-COUNT.
029900     WRITE GEN-LINE FROM WS-BACKUP-RECORD.
030000     IF WS-GENFILE-STATUS NOT = "00"
030100         SET WS-COPY-ERROR TO TRUE
030200         GO TO 2300-EXIT
030300     END-IF.
030400     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
030500 2300-EXIT.
030600     EXIT.
030700*
030800 2400-CLOSE-MASTER.
030900     EVALUATE WS-FILE-ID
031000         WHEN "CUSTMAST"
031100             CLOSE CUSTMAST
031200         WHEN "CUSTXREF"
031300             CLOSE CUSTXREF
031400         WHEN "EMPMAST"
031500             CLOSE EMPMAST
031600         WHEN "PAYYTD"
031700             CLOSE PAYYTD
031800         WHEN "PAYHIST"
031900             CLOSE PAYHIST
032000         WHEN "CHKISSUE"
032100             CLOSE CHKISSUE
032200     END-EVALUATE.
032300 2400-EXIT.
032400     EXIT.
032500*
032600 2500-CATALOG-COPY.
032700     MOVE WS-FILE-ID TO BC-FILE-ID.
032800     MOVE WS-GEN-DATE TO BC-GEN-DATE.
032900     MOVE WS-CDT-TIME (1:6) TO BC-GEN-TIME.
033000     MOVE WS-GEN-NAME TO BC-GEN-NAME.
033100     MOVE WS-RECORD-COUNT TO BC-RECORD-COUNT.
033200     MOVE WS-HASH-TOTAL TO BC-HASH-TOTAL.
033300     MOVE ZERO TO BC-RESTORED-DATE.
033400     MOVE SPACES TO BC-RESTORED-BY.
033500     WRITE BC-CATALOG-RECORD
033600         INVALID KEY
033700             REWRITE BC-CATALOG-RECORD
033800     END-WRITE.
033900 2500-EXIT.
034000     EXIT.
034100*
034200******************************************************************
034300*    THE CATALOG IS IN FILE-ID, DATE ORDER, SO THE OLDEST        *
034400*    GENERATIONS OF A MASTER COME FIRST.  COUNT THEM, THEN       *
034500*    DELETE FROM THE FRONT UNTIL ONLY THE KEEP COUNT REMAIN.     *
034600******************************************************************
034700 2600-EXPIRE-OLD.
034800     MOVE ZERO TO WS-GEN-COUNT.
034900     PERFORM 2610-START-CATALOG THRU 2610-EXIT.
035000     PERFORM 2630-COUNT-ONE THRU 2630-EXIT
035100         UNTIL WS-CATALOG-END.
035200     IF WS-GEN-COUNT NOT > WS-KEEP-COUNT
035300         GO TO 2600-EXIT
035400     END-IF.
035500     COMPUTE WS-EXCESS-COUNT = WS-GEN-COUNT - WS-KEEP-COUNT.
035600     PERFORM 2610-START-CATALOG THRU 2610-EXIT.
035700     PERFORM 2640-EXPIRE-ONE THRU 2640-EXIT
035800         UNTIL WS-CATALOG-END
035900         OR WS-EXCESS-COUNT = ZERO.
036000 2600-EXIT.
036100     EXIT.
036200*
036300 2610-START-CATALOG.
036400     MOVE "N" TO WS-CATALOG-END-SW.
036500     MOVE WS-FILE-ID TO BC-FILE-ID.
036600     MOVE ZERO TO BC-GEN-DATE.
036700     START BKUPCAT KEY IS NOT LESS THAN BC-CATALOG-KEY
036800         INVALID KEY
036900             SET WS-CATALOG-END TO TRUE
037000     END-START.
037100     IF NOT WS-CATALOG-END
037200         PERFORM 2620-READ-CATALOG THRU 2620-EXIT
037300     END-IF.
037400 2610-EXIT.
037500     EXIT.
037600*
037700 2620-READ-CATALOG.
037800     READ BKUPCAT NEXT RECORD
037900         AT END
038000             SET WS-CATALOG-END TO TRUE
038100     END-READ.
038200     IF BC-FILE-ID NOT = WS-FILE-ID
038300         SET WS-CATALOG-END TO TRUE
038400     END-IF.
038500 2620-EXIT.
038600     EXIT.
038700*
038800 2630-COUNT-ONE.
038900     ADD 1 TO WS-GEN-COUNT.
039000     PERFORM 2620-READ-CATALOG THRU 2620-EXIT.
039100 2630-EXIT.
039200     EXIT.
039300*
039400 2640-EXPIRE-ONE.
039500     MOVE BC-GEN-NAME TO WS-GEN-NAME.
039600     CALL "CBL_DELETE_FILE" USING WS-GEN-NAME
039700         RETURNING WS-DELETE-STATUS.
039800     IF WS-DELETE-STATUS NOT = ZERO
039900         DISPLAY "MASTBKUP: " WS-GEN-NAME
040000             " NOT FOUND TO DELETE - DROPPED FROM CATALOG"
040100     END-IF.
040200     DELETE BKUPCAT RECORD
040300         INVALID KEY
040400             DISPLAY "MASTBKUP: CATALOG DELETE FAILED - "
040500                 "STATUS " WS-BKUPCAT-STATUS
040600     END-DELETE.
040700     DISPLAY "MASTBKUP: " WS-GEN-NAME " EXPIRED".
040800     ADD 1 TO WS-EXPIRED-COUNT.
040900     SUBTRACT 1 FROM WS-EXCESS-COUNT.
041000     PERFORM 2620-READ-CATALOG THRU 2620-EXIT.
041100 2640-EXIT.
041200     EXIT.
041300*
041400 9000-FINISH.
041500     CLOSE BKUPCAT.
041600     DISPLAY "MASTBKUP: " WS-COPIED-COUNT " COPIED, "
041700         WS-MISSING-COUNT " NOT ON FILE, " WS-FAILED-COUNT
041800         " FAILED, " WS-EXPIRED-COUNT " EXPIRED".
041900     IF WS-FAILED-COUNT > ZERO
042000         DISPLAY "MASTBKUP: NOT EVERY MASTER WAS BACKED UP"
042100         MOVE 8 TO RETURN-CODE
042200     END-IF.
042300 9000-EXIT.
042400     EXIT.
