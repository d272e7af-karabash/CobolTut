001100*    NO ACTIVITY SINCE THE CUTOFF - NO CUSTAUD AUDIT LINE AND    *
001200*    NO MASTER UPDATE - IS LISTED FOR REVIEW.  THE OPERATOR      *
001300*    CONFIRMS EACH CANDIDATE ONE AT A TIME; A CONFIRMED          *
001400*    CUSTOMER IS PASSED TO CUSTDELT WITH NO APPROVER, SO THE     *
001500*    DELETE IS HELD ON THE CUSTPEND QUEUE UNTIL A SUPERVISOR     *
001600*    APPROVES IT THROUGH CUSTAPRV.  AN APPROVED DELETE ARCHIVES  *
001700*    THE FULL RECORD AND ADDRESS TO CUSTARCH FIRST, SO A PURGED  *
001800*    CUSTOMER IS REVIEWABLE THROUGH ARCHRPT FOREVER AFTER.       *
001850*    PURGE DELETES CARRY THE OPERATOR ID "PURGE   " ON THE       *
001870*    ARCHIVE AND AUDIT LINES SO THEY ARE TOLD APART FROM         *
001900*    OPERATOR-KEYED AND BATCH DELETES.  A REVIEW REPORT          *
002000*    (PURGRPT) LISTS EVERY CANDIDATE AND HOW IT WAS DECIDED.     *
002010*                                                                *
002020*    RUN BY NIGHTRUN AS A QUARTER-END STEP THERE IS NO OPERATOR  *
002030*    TO ASK.  THE YEARS COME FROM THE STEP PARM IN NIGHTPRM.CPY, *
002040*    AND EVERY CANDIDATE IS HELD THE SAME WAY FOR A SUPERVISOR   *
002050*    TO APPROVE OR REJECT - NOTHING IS REMOVED BY THIS PROGRAM   *
002060*    ALONE, ATTENDED OR NOT.                                     *
002075*    A CANDIDATE WHOSE DELETE IS STILL PENDING FROM AN EARLIER   *
002080*    RUN IS NOT HELD A SECOND TIME - IT IS REPORTED AS ALREADY   *
002085*    HELD.                                                       *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002450*                     CODE 8 - A ROSTER THE TABLE CANNOT HOLD   *
002460*                     MUST NEVER SILENTLY SKIP THE TAIL OF THE  *
002470*                     MASTER FILE OUT OF THE REVIEW             *
002471*    15OCT26    JEH   AUDIT LINE NOW 108 BYTES                   *
002476*    15OCT26    JEH   SCHEDULED QUARTER-END RUNS UNDER NIGHTRUN  *
002477*                     TAKE THE YEARS FROM THE STEP PARM AND HOLD *
002478*                     EVERY CANDIDATE FOR SUPERVISOR APPROVAL,   *
002479*                     WITH A HELD COUNT ON PURGRPT; STOP RUN     *
002480*                     CHANGED TO GOBACK SO NIGHTRUN CAN CALL     *
002481*                     THIS AS A STEP; UNCHANGED WHEN STANDALONE  *
002482*    15OCT26    JEH   A SCHEDULED RUN PASSES OVER A CANDIDATE    *
002483*                     WHOSE DELETE IS ALREADY PENDING ON         *
002484*                     CUSTPEND, COUNTED AS ALREADY HELD, SO      *
002485*                     EACH QUARTER DOES NOT QUEUE IT AGAIN       *
002487*    15OCT26    JEH   A CONFIRMED STANDALONE PURGE IS NOW HELD   *
002489*                     FOR SUPERVISOR APPROVAL LIKE A SCHEDULED   *
002491*                     ONE; ALREADY-HELD CHECK ON BOTH PATHS;     *
002493*                     PURGED COUNT DROPPED FROM PURGRPT          *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003700     SELECT PURG-RPT ASSIGN TO "PURGRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PURG-RPT-STATUS.
003910     SELECT CUSTPEND ASSIGN TO "CUSTPEND"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS SEQUENTIAL
003940         RECORD KEY IS PN-REQUEST-KEY
003950         FILE STATUS IS WS-CUSTPEND-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CUSTMAST.
004300 COPY "custrec.cpy".
004400 FD  CUSTAUD
004500     RECORD CONTAINS 108 CHARACTERS.
004600 01  CUSTAUD-LINE                    PIC X(108).
004700 FD  PURG-RPT
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  PURG-RPT-LINE                   PIC X(80).
004930 FD  CUSTPEND.
004960 COPY "custpend.cpy".
005000 WORKING-STORAGE SECTION.
005100 COPY "auditrec.cpy".
005150 COPY "nightprm.cpy".
005200 77  WS-CUSTMAST-STATUS              PIC X(02).
005300 77  WS-CUSTAUD-STATUS               PIC X(02).
005400 77  WS-PURG-RPT-STATUS              PIC X(02).
005450 77  WS-CUSTPEND-STATUS              PIC X(02).
005500 77  WS-EOF-SW                       PIC X(01) VALUE "N".
005600     88  WS-END-OF-FILE              VALUE "Y".
005700 77  WS-PURGE-OPERATOR               PIC X(08) VALUE "PURGE   ".
005770 77  WS-NO-APPROVER                  PIC X(08) VALUE SPACES.
005800 77  WS-INACTIVE-YEARS               PIC 9(02) VALUE ZERO.
005900 77  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
006000 77  WS-CUST-COUNT                   PIC 9(04) COMP VALUE ZERO.
006100 77  WS-CUST-IDX                     PIC 9(04) COMP VALUE ZERO.
006200 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
006250 77  WS-FIND-IDENT                   PIC 9(06) VALUE ZERO.
006300 77  WS-CANDIDATE-COUNT              PIC 9(05) VALUE ZERO.
006500 77  WS-KEPT-COUNT                   PIC 9(05) VALUE ZERO.
006550 77  WS-HELD-COUNT                   PIC 9(05) VALUE ZERO.
006570 77  WS-ALREADY-HELD-COUNT           PIC 9(05) VALUE ZERO.
006600 77  WS-DELETE-RETURN-CODE           PIC 9(02) VALUE ZERO.
006700 77  WS-CONFIRM-ANSWER               PIC X(01) VALUE "N".
006800     88  WS-PURGE-CONFIRMED          VALUE "Y".
007100         10  WS-TBL-IDENT            PIC 9(06).
007200         10  WS-TBL-NAME             PIC X(20).
007300         10  WS-TBL-LAST-ACTIVITY    PIC 9(08).
007330         10  WS-TBL-PENDING-SW       PIC X(01).
007360             88  WS-TBL-DELETE-PENDING   VALUE "Y".
007400 01  WS-CURRENT-DATE-TIME.
007500     05  WS-CDT-DATE                 PIC 9(08).
007600     05  WS-CDT-TIME                 PIC 9(08).
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     PERFORM 2000-LOAD-ROSTER THRU 2000-EXIT.
009800     PERFORM 3000-SCAN-AUDIT-LOG THRU 3000-EXIT.
009840     PERFORM 3500-SCAN-PENDING THRU 3500-EXIT.
009900     MOVE 1 TO WS-CUST-IDX.
010000     PERFORM 4000-REVIEW-ONE THRU 4000-EXIT
010100         UNTIL WS-CUST-IDX > WS-CUST-COUNT.
010200     PERFORM 9000-FINISH THRU 9000-EXIT.
010300     GOBACK.
010400*
010500 1000-INITIALIZE.
010505     IF NP-SCHEDULED-RUN
010510         IF NP-STEP-PARM (1:2) NOT NUMERIC
010515             DISPLAY "CUSTPURG: STEP PARM '" NP-STEP-PARM
010520                 "' IS NOT A NUMBER OF YEARS - NOTHING PURGED"
010525             MOVE 8 TO RETURN-CODE
010530             GOBACK
010535         END-IF
010540         MOVE NP-STEP-PARM (1:2) TO WS-INACTIVE-YEARS
010545         DISPLAY "CUSTPURG: SCHEDULED RUN - " WS-INACTIVE-YEARS
010550             " YEARS, CANDIDATES HELD FOR APPROVAL"
010555     ELSE
010600         DISPLAY "PURGE CUSTOMERS INACTIVE FOR HOW MANY YEARS"
010700         ACCEPT WS-INACTIVE-YEARS
010750     END-IF.
010800     IF WS-INACTIVE-YEARS = ZERO
010900         DISPLAY "CUSTPURG: YEARS MUST BE 1 OR MORE - NOTHING"
011000             " PURGED"
011100         MOVE 8 TO RETURN-CODE
011200         GOBACK
011300     END-IF.
011400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011500     COMPUTE WS-CUTOFF-DATE =
011900         DISPLAY "CUSTPURG: CUSTOMER-MASTER NOT AVAILABLE - "
012000             "STATUS " WS-CUSTMAST-STATUS
012100         MOVE 8 TO RETURN-CODE
012200         GOBACK
012300     END-IF.
012400     OPEN OUTPUT PURG-RPT.
012500     MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF.
013830             " MASTER - ROSTER TABLE FULL, NOTHING REVIEWED"
013840         MOVE 8 TO RETURN-CODE
013850         CLOSE PURG-RPT
013860         GOBACK
013870     END-IF.
013900 2000-EXIT.
014000     EXIT.
014400     MOVE CM-IDENT    TO WS-TBL-IDENT (WS-CUST-COUNT).
014500     MOVE CM-CUST-NAME TO WS-TBL-NAME (WS-CUST-COUNT).
014600     MOVE CM-UPD-DATE TO WS-TBL-LAST-ACTIVITY (WS-CUST-COUNT).
014650     MOVE "N"         TO WS-TBL-PENDING-SW (WS-CUST-COUNT).
014700     READ CUSTMAST
014800         AT END
014900             SET WS-END-OF-FILE TO TRUE
017300     EXIT.
017400*
017500 3200-POST-AUDIT-DATE.
017550     MOVE AU-IDENT TO WS-FIND-IDENT.
017600     PERFORM 3300-FIND-CUSTOMER THRU 3300-EXIT.
017700     IF WS-FOUND-IDX > ZERO
017800         IF AU-AUD-DATE > WS-TBL-LAST-ACTIVITY (WS-FOUND-IDX)
019400     EXIT.
019500*
019600 3400-TEST-ONE.
019700     IF WS-TBL-IDENT (WS-CUST-IDX) = WS-FIND-IDENT
019800         MOVE WS-CUST-IDX TO WS-FOUND-IDX
019900     ELSE
020000         ADD 1 TO WS-CUST-IDX
020200 3400-EXIT.
020300     EXIT.
020400*
020402******************************************************************
020404*    A DELETE HELD BY AN EARLIER RUN AND NOT YET                 *
020406*    DECIDED MARKS ITS CUSTOMER, SO IT IS NOT HELD AGAIN.        *
020408******************************************************************
020410 3500-SCAN-PENDING.
020412     MOVE "N" TO WS-EOF-SW.
020414     OPEN INPUT CUSTPEND.
020416     IF WS-CUSTPEND-STATUS NOT = "00"
020418         GO TO 3500-EXIT
020420     END-IF.
020422     PERFORM 3600-READ-PENDING THRU 3600-EXIT.
020424     PERFORM 3700-POST-PENDING THRU 3700-EXIT
020426         UNTIL WS-END-OF-FILE.
020428     CLOSE CUSTPEND.
020430 3500-EXIT.
020432     EXIT.
020434*
020436 3600-READ-PENDING.
020438     READ CUSTPEND
020440         AT END
020442             SET WS-END-OF-FILE TO TRUE
020444     END-READ.
020446 3600-EXIT.
020448     EXIT.
020450*
020452 3700-POST-PENDING.
020454     IF PN-TYPE-DELETE AND PN-PENDING
020456         MOVE PN-IDENT TO WS-FIND-IDENT
020458         PERFORM 3300-FIND-CUSTOMER THRU 3300-EXIT
020460         IF WS-FOUND-IDX > ZERO
020462             SET WS-TBL-DELETE-PENDING (WS-FOUND-IDX) TO TRUE
020464         END-IF
020466     END-IF.
020468     PERFORM 3600-READ-PENDING THRU 3600-EXIT.
020470 3700-EXIT.
020472     EXIT.
020474*
020500 4000-REVIEW-ONE.
020600     IF WS-TBL-LAST-ACTIVITY (WS-CUST-IDX) >= WS-CUTOFF-DATE
020700         GO TO 4000-NEXT
021400     DISPLAY "CUSTOMER " WS-TBL-IDENT (WS-CUST-IDX) " "
021500         WS-TBL-NAME (WS-CUST-IDX) " LAST ACTIVE "
021600         WS-TBL-LAST-ACTIVITY (WS-CUST-IDX).
021620     IF NP-SCHEDULED-RUN
021640         PERFORM 4200-HOLD-CUSTOMER THRU 4200-EXIT
021660         GO TO 4000-NEXT
021680     END-IF.
021700     DISPLAY "ARCHIVE AND PURGE THIS CUSTOMER (Y/N)".
021800     MOVE "N" TO WS-CONFIRM-ANSWER.
021900     ACCEPT WS-CONFIRM-ANSWER.
022000     IF WS-PURGE-CONFIRMED
022100         PERFORM 4200-HOLD-CUSTOMER THRU 4200-EXIT
022200     ELSE
022300         ADD 1 TO WS-KEPT-COUNT
022400         MOVE "KEPT - NOT CONFIRMED" TO WS-DTL-DECISION
022900 4000-EXIT.
023000     EXIT.
023100*
024408 4200-HOLD-CUSTOMER.
024412     IF WS-TBL-DELETE-PENDING (WS-CUST-IDX)
024416         ADD 1 TO WS-ALREADY-HELD-COUNT
024420         MOVE "ALREADY HELD        " TO WS-DTL-DECISION
024424         WRITE PURG-RPT-LINE FROM WS-RPT-DETAIL
024428         GO TO 4200-EXIT
024432     END-IF.
024436     CALL "CUSTDELT" USING WS-TBL-IDENT (WS-CUST-IDX),
024440         WS-PURGE-OPERATOR, WS-NO-APPROVER,
024444         WS-DELETE-RETURN-CODE.
024448     IF WS-DELETE-RETURN-CODE = 30
024452         ADD 1 TO WS-HELD-COUNT
024456         MOVE "HELD FOR APPROVAL   " TO WS-DTL-DECISION
024460     ELSE
024464         ADD 1 TO WS-KEPT-COUNT
024468         MOVE "HOLD FAILED         " TO WS-DTL-DECISION
024472     END-IF.
024476     WRITE PURG-RPT-LINE FROM WS-RPT-DETAIL.
024480 4200-EXIT.
024484     EXIT.
024500*
024600 9000-FINISH.
024700     MOVE "CANDIDATES REVIEWED       " TO WS-CNT-LABEL.
024800     MOVE WS-CANDIDATE-COUNT TO WS-CNT-VALUE.
024900     WRITE PURG-RPT-LINE FROM WS-COUNT-LINE.
025300     MOVE "CUSTOMERS KEPT            " TO WS-CNT-LABEL.
025400     MOVE WS-KEPT-COUNT TO WS-CNT-VALUE.
025500     WRITE PURG-RPT-LINE FROM WS-COUNT-LINE.
025520     MOVE "HELD FOR APPROVAL         " TO WS-CNT-LABEL.
025540     MOVE WS-HELD-COUNT TO WS-CNT-VALUE.
025560     WRITE PURG-RPT-LINE FROM WS-COUNT-LINE.
025570     MOVE "ALREADY HELD              " TO WS-CNT-LABEL.
025580     MOVE WS-ALREADY-HELD-COUNT TO WS-CNT-VALUE.
025590     WRITE PURG-RPT-LINE FROM WS-COUNT-LINE.
025600     CLOSE PURG-RPT.
025700     DISPLAY "CUSTPURG: " WS-CANDIDATE-COUNT " REVIEWED, "
025800         WS-KEPT-COUNT " KEPT, "
025850         WS-HELD-COUNT " HELD, " WS-ALREADY-HELD-COUNT
025870         " ALREADY HELD".
025900 9000-EXIT.
026000     EXIT.
