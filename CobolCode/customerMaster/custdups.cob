000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTDUPS.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    CUSTDUPS SWEEPS CUSTOMER-MASTER FOR PROBABLE DUPLICATE      *
001000*    CUSTOMERS - THE SAME PERSON ADDED TWICE UNDER TWO IDENTS.   *
001100*    CUSTLOAD'S DUPLICATE-SSN CHECK ONLY STOPS AN SSN KEYED      *
001200*    EXACTLY THE SAME TWICE; A MISTYPED SSN OR A SECOND          *
001300*    SPELLING OF THE NAME GETS STRAIGHT PAST IT.  EVERY PAIR OF  *
001400*    CUSTOMERS IS COMPARED AND LISTED ON DUPRPT WHEN EITHER:     *
001500*                                                                *
001600*      - THE DATES OF BIRTH ARE THE SAME AND THE NAMES ARE       *
001700*        SIMILAR.  NAMES ARE COMPARED UPPER-CASED WITH SPACES    *
001800*        AND PUNCTUATION SQUEEZED OUT; THEY ARE SIMILAR WHEN     *
001900*        THEY MATCH, DIFFER IN ONE LETTER (TWO ON A NAME OF      *
002000*        WS-LONG-NAME-LENGTH LETTERS OR MORE), OR ONE HAS A      *
002100*        SINGLE LETTER THE OTHER LACKS.                          *
002200*      - THE SSNS MATCH, DIFFER IN ONE DIGIT, OR HAVE TWO        *
002300*        NEIGHBOURING DIGITS TRANSPOSED.                         *
002400*                                                                *
002500*    THE REPORT IS A REVIEW LIST ONLY - NOTHING IS CHANGED.      *
002600*    A PAIR THE SUPERVISOR AGREES IS ONE PERSON IS FOLDED        *
002700*    TOGETHER THROUGH CUSTMRGE FROM THE OPERATOR MENU.  THE      *
002800*    MASTER IS HELD IN A TABLE OF 5000 AS CUSTPURG DOES; A       *
002900*    MASTER THE TABLE CANNOT HOLD STOPS THE RUN WITH RETURN-     *
003000*    CODE 8 RATHER THAN SWEEP ONLY PART OF THE FILE.             *
003100*                                                                *
003200*    MODIFICATION HISTORY                                        *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    15OCT26    JEH   ORIGINAL PROGRAM - DUPLICATE CUSTOMER      *
003500*                     SWEEP                                      *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS CM-IDENT
004400         FILE STATUS IS WS-CUSTMAST-STATUS.
004500     SELECT DUP-RPT ASSIGN TO "DUPRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DUP-RPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CUSTMAST.
005100 COPY "custrec.cpy".
005200 FD  DUP-RPT
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  DUP-RPT-LINE                    PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 77  WS-CUSTMAST-STATUS              PIC X(02).
005700 77  WS-DUP-RPT-STATUS               PIC X(02).
005800 77  WS-EOF-SW                       PIC X(01) VALUE "N".
005900     88  WS-END-OF-FILE              VALUE "Y".
006000 77  WS-CUST-COUNT                   PIC 9(04) COMP VALUE ZERO.
006100 77  WS-OUTER-IDX                    PIC 9(04) COMP VALUE ZERO.
006200 77  WS-INNER-IDX                    PIC 9(04) COMP VALUE ZERO.
006300 77  WS-CHAR-IDX                     PIC 9(02) COMP VALUE ZERO.
006400 77  WS-SHORT-IDX                    PIC 9(02) COMP VALUE ZERO.
006500 77  WS-LONG-IDX                     PIC 9(02) COMP VALUE ZERO.
006600 77  WS-SQUEEZE-LENGTH               PIC 9(02) COMP VALUE ZERO.
006700 77  WS-DIFF-COUNT                   PIC 9(02) COMP VALUE ZERO.
006800 77  WS-DIFF-LIMIT                   PIC 9(02) COMP VALUE ZERO.
006900 77  WS-FIRST-DIFF                   PIC 9(02) COMP VALUE ZERO.
007000 77  WS-SECOND-DIFF                  PIC 9(02) COMP VALUE ZERO.
007100 77  WS-LONG-NAME-LENGTH             PIC 9(02) COMP VALUE 10.
007200 77  WS-NAME-PAIR-COUNT              PIC 9(05) VALUE ZERO.
007300 77  WS-SSN-PAIR-COUNT               PIC 9(05) VALUE ZERO.
007400 77  WS-BOTH-PAIR-COUNT              PIC 9(05) VALUE ZERO.
007500 77  WS-PAIR-COUNT                   PIC 9(05) VALUE ZERO.
007600 77  WS-NAME-MATCH-SW                PIC X(01) VALUE "N".
007700     88  WS-NAME-MATCH               VALUE "Y".
007800 77  WS-SSN-MATCH-SW                 PIC X(01) VALUE "N".
007900     88  WS-SSN-MATCH                VALUE "Y".
008000 77  WS-SSN-REASON                   PIC X(24) VALUE SPACES.
008100 01  WS-CUST-TABLE.
008200     05  WS-CUST-ENTRY OCCURS 5000 TIMES.
008300         10  WS-TBL-IDENT            PIC 9(06).
008400         10  WS-TBL-NAME             PIC X(20).
008500         10  WS-TBL-SQUEEZED         PIC X(20).
008600         10  WS-TBL-SQUEEZED-LENGTH  PIC 9(02) COMP.
008700         10  WS-TBL-DATE-OF-BIRTH.
008800             15  WS-TBL-MOB          PIC 9(02).
008900             15  WS-TBL-DOB          PIC 9(02).
009000             15  WS-TBL-YOB          PIC 9(04).
009100         10  WS-TBL-SSN              PIC 9(07).
009200*    THE NAME BEING SQUEEZED, AND THE TWO NAMES AND SSNS OF THE
009300*    PAIR UNDER COMPARISON, COPIED OUT OF THE TABLE SO THEY CAN
009400*    BE TAKEN APART A CHARACTER AT A TIME.
009500 01  WS-UPPER-NAME                   PIC X(20).
009600 01  WS-SQUEEZED-NAME                PIC X(20).
009700 01  WS-SHORT-NAME                   PIC X(20).
009800 01  WS-SHORT-LENGTH                 PIC 9(02) COMP.
009900 01  WS-LONG-NAME                    PIC X(20).
010000 01  WS-LONG-LENGTH                  PIC 9(02) COMP.
010100 01  WS-SSN-A                        PIC 9(07).
010200 01  WS-SSN-A-DIGITS REDEFINES WS-SSN-A.
010300     05  WS-SSN-A-DIGIT              PIC X(01) OCCURS 7 TIMES.
010400 01  WS-SSN-B                        PIC 9(07).
010500 01  WS-SSN-B-DIGITS REDEFINES WS-SSN-B.
010600     05  WS-SSN-B-DIGIT              PIC X(01) OCCURS 7 TIMES.
010700 01  WS-CURRENT-DATE-TIME.
010800     05  WS-CDT-DATE                 PIC 9(08).
010900     05  WS-CDT-TIME                 PIC 9(08).
011000     05  WS-CDT-OFFSET               PIC X(05).
011100 01  WS-RPT-HEADING-1.
011200     05  FILLER                      PIC X(40) VALUE
011300         "PROBABLE DUPLICATE CUSTOMERS - RUN DATE ".
011400     05  WS-HDG-DATE                 PIC 9(08).
011500 01  WS-RPT-HEADING-2.
011600     05  FILLER                      PIC X(28) VALUE
011700         " IDENT CUSTOMER NAME".
011800     05  FILLER                      PIC X(28) VALUE
011900         " IDENT CUSTOMER NAME".
012000     05  FILLER                      PIC X(24) VALUE
012100         "WHY LISTED".
012200 01  WS-PAIR-LINE.
012300     05  WS-PR-IDENT-1               PIC ZZZZZ9.
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  WS-PR-NAME-1                PIC X(20).
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  WS-PR-IDENT-2               PIC ZZZZZ9.
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  WS-PR-NAME-2                PIC X(20).
013000     05  FILLER                      PIC X(01) VALUE SPACE.
013100     05  WS-PR-REASON                PIC X(24).
013200 01  WS-PAIR-DETAIL-LINE.
013300     05  FILLER                      PIC X(07) VALUE SPACES.
013400     05  WS-PD-MOB-1                 PIC 99.
013500     05  FILLER                      PIC X(01) VALUE "/".
013600     05  WS-PD-DOB-1                 PIC 99.
013700     05  FILLER                      PIC X(01) VALUE "/".
013800     05  WS-PD-YOB-1                 PIC 9(04).
013900     05  FILLER                      PIC X(05) VALUE " SSN ".
014000     05  WS-PD-SSN-1                 PIC 9(07).
014100     05  FILLER                      PIC X(09) VALUE SPACES.
014200     05  WS-PD-MOB-2                 PIC 99.
014300     05  FILLER                      PIC X(01) VALUE "/".
014400     05  WS-PD-DOB-2                 PIC 99.
014500     05  FILLER                      PIC X(01) VALUE "/".
014600     05  WS-PD-YOB-2                 PIC 9(04).
014700     05  FILLER                      PIC X(05) VALUE " SSN ".
014800     05  WS-PD-SSN-2                 PIC 9(07).
014900 01  WS-COUNT-LINE.
015000     05  WS-CNT-LABEL                PIC X(26).
015100     05  WS-CNT-VALUE                PIC ZZZZ9.
015200 PROCEDURE DIVISION.
015300*
015400 0000-MAINLINE.
015500     MOVE ZERO TO RETURN-CODE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     IF RETURN-CODE NOT = ZERO
015800         GOBACK
015900     END-IF.
016000     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
016100     IF RETURN-CODE NOT = ZERO
016200         GOBACK
016300     END-IF.
016400     MOVE 1 TO WS-OUTER-IDX.
016500     PERFORM 3000-COMPARE-OUTER THRU 3000-EXIT
016600         UNTIL WS-OUTER-IDX >= WS-CUST-COUNT.
016700     PERFORM 9000-FINISH THRU 9000-EXIT.
016800     GOBACK.
016900*
017000 1000-INITIALIZE.
017100     OPEN INPUT CUSTMAST.
017200     IF WS-CUSTMAST-STATUS NOT = "00"
017300         DISPLAY "CUSTDUPS: CUSTOMER-MASTER NOT AVAILABLE - "
017400             "STATUS " WS-CUSTMAST-STATUS
017500         MOVE 8 TO RETURN-CODE
017600         GO TO 1000-EXIT
017700     END-IF.
017800     OPEN OUTPUT DUP-RPT.
017900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018000     MOVE WS-CDT-DATE TO WS-HDG-DATE.
018100     WRITE DUP-RPT-LINE FROM WS-RPT-HEADING-1.
018200     WRITE DUP-RPT-LINE FROM WS-RPT-HEADING-2.
018300 1000-EXIT.
018400     EXIT.
018500*
018600******************************************************************
018700*    LOAD EVERY MASTER INTO THE TABLE, SQUEEZING EACH NAME AS    *
018800*    IT GOES SO THE PAIR COMPARISON DOES IT ONCE PER CUSTOMER    *
018900*    RATHER THAN ONCE PER PAIR.                                  *
019000******************************************************************
019100 2000-LOAD-MASTER.
019200     READ CUSTMAST
019300         AT END
019400             SET WS-END-OF-FILE TO TRUE
019500     END-READ.
019600     PERFORM 2100-LOAD-ONE THRU 2100-EXIT
019700         UNTIL WS-END-OF-FILE
019800         OR WS-CUST-COUNT >= 5000.
019900     CLOSE CUSTMAST.
020000     IF NOT WS-END-OF-FILE
020100         DISPLAY "CUSTDUPS: MORE THAN 5000 CUSTOMERS ON THE"
020200             " MASTER - TABLE FULL, NOTHING SWEPT"
020300         MOVE 8 TO RETURN-CODE
020400         CLOSE DUP-RPT
020500     END-IF.
020600 2000-EXIT.
020700     EXIT.
020800*
020900 2100-LOAD-ONE.
021000     ADD 1 TO WS-CUST-COUNT.
021100     MOVE CM-IDENT         TO WS-TBL-IDENT (WS-CUST-COUNT).
021200     MOVE CM-CUST-NAME     TO WS-TBL-NAME (WS-CUST-COUNT).
021300     MOVE CM-DATE-OF-BIRTH
021400         TO WS-TBL-DATE-OF-BIRTH (WS-CUST-COUNT).
021500     MOVE CM-SSN           TO WS-TBL-SSN (WS-CUST-COUNT).
021600     MOVE CM-CUST-NAME     TO WS-UPPER-NAME.
021700     INSPECT WS-UPPER-NAME CONVERTING
021800         "abcdefghijklmnopqrstuvwxyz"
021900         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022000     MOVE SPACES TO WS-SQUEEZED-NAME.
022100     MOVE ZERO TO WS-SQUEEZE-LENGTH.
022200     MOVE 1 TO WS-CHAR-IDX.
022300     PERFORM 2200-SQUEEZE-ONE-CHAR THRU 2200-EXIT
022400         UNTIL WS-CHAR-IDX > 20.
022500     MOVE WS-SQUEEZED-NAME  TO WS-TBL-SQUEEZED (WS-CUST-COUNT).
022600     MOVE WS-SQUEEZE-LENGTH
022700         TO WS-TBL-SQUEEZED-LENGTH (WS-CUST-COUNT).
022800     READ CUSTMAST
022900         AT END
023000             SET WS-END-OF-FILE TO TRUE
023100     END-READ.
023200 2100-EXIT.
023300     EXIT.
023400*
023500 2200-SQUEEZE-ONE-CHAR.
023600     IF (WS-UPPER-NAME (WS-CHAR-IDX:1) >= "A"
023700         AND WS-UPPER-NAME (WS-CHAR-IDX:1) <= "Z")
023800         OR (WS-UPPER-NAME (WS-CHAR-IDX:1) >= "0"
023900         AND WS-UPPER-NAME (WS-CHAR-IDX:1) <= "9")
024000         ADD 1 TO WS-SQUEEZE-LENGTH
024100         MOVE WS-UPPER-NAME (WS-CHAR-IDX:1)
024200             TO WS-SQUEEZED-NAME (WS-SQUEEZE-LENGTH:1)
024300     END-IF.
024400     ADD 1 TO WS-CHAR-IDX.
024500 2200-EXIT.
024600     EXIT.
024700*
024800 3000-COMPARE-OUTER.
024900     COMPUTE WS-INNER-IDX = WS-OUTER-IDX + 1.
025000     PERFORM 3100-COMPARE-PAIR THRU 3100-EXIT
025100         UNTIL WS-INNER-IDX > WS-CUST-COUNT.
025200     ADD 1 TO WS-OUTER-IDX.
025300 3000-EXIT.
025400     EXIT.
025500*
025600 3100-COMPARE-PAIR.
025700     MOVE "N" TO WS-NAME-MATCH-SW.
025800     MOVE "N" TO WS-SSN-MATCH-SW.
025900     IF WS-TBL-DATE-OF-BIRTH (WS-OUTER-IDX) =
026000         WS-TBL-DATE-OF-BIRTH (WS-INNER-IDX)
026100         PERFORM 4000-COMPARE-NAMES THRU 4000-EXIT
026200     END-IF.
026300     PERFORM 5000-COMPARE-SSNS THRU 5000-EXIT.
026400     IF WS-NAME-MATCH OR WS-SSN-MATCH
026500         PERFORM 6000-WRITE-PAIR THRU 6000-EXIT
026600     END-IF.
026700     ADD 1 TO WS-INNER-IDX.
026800 3100-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200*    NAME SIMILARITY.  SAME LENGTH - COUNT THE LETTERS THAT      *
027300*    DIFFER.  LENGTHS ONE APART - WALK BOTH NAMES, LETTING THE   *
027400*    LONGER ONE SKIP A SINGLE LETTER.  ANY WIDER GAP IS NOT      *
027500*    SIMILAR.  A NAME THAT SQUEEZES TO NOTHING NEVER MATCHES.    *
027600******************************************************************
027700 4000-COMPARE-NAMES.
027800     IF WS-TBL-SQUEEZED-LENGTH (WS-OUTER-IDX) = ZERO
027900         OR WS-TBL-SQUEEZED-LENGTH (WS-INNER-IDX) = ZERO
028000         GO TO 4000-EXIT
028100     END-IF.
028200     IF WS-TBL-SQUEEZED-LENGTH (WS-OUTER-IDX) <
028300         WS-TBL-SQUEEZED-LENGTH (WS-INNER-IDX)
028400         MOVE WS-TBL-SQUEEZED (WS-OUTER-IDX) TO WS-SHORT-NAME
028500         MOVE WS-TBL-SQUEEZED-LENGTH (WS-OUTER-IDX)
028600             TO WS-SHORT-LENGTH
028700         MOVE WS-TBL-SQUEEZED (WS-INNER-IDX) TO WS-LONG-NAME
028800         MOVE WS-TBL-SQUEEZED-LENGTH (WS-INNER-IDX)
028900             TO WS-LONG-LENGTH
029000     ELSE
029100         MOVE WS-TBL-SQUEEZED (WS-INNER-IDX) TO WS-SHORT-NAME
029200         MOVE WS-TBL-SQUEEZED-LENGTH (WS-INNER-IDX)
029300             TO WS-SHORT-LENGTH
029400         MOVE WS-TBL-SQUEEZED (WS-OUTER-IDX) TO WS-LONG-NAME
029500         MOVE WS-TBL-SQUEEZED-LENGTH (WS-OUTER-IDX)
029600             TO WS-LONG-LENGTH
029700     END-IF.
029800     IF WS-LONG-LENGTH - WS-SHORT-LENGTH > 1
029900         GO TO 4000-EXIT
030000     END-IF.
030100     MOVE ZERO TO WS-DIFF-COUNT.
030200     IF WS-LONG-LENGTH = WS-SHORT-LENGTH
030300         MOVE 1 TO WS-DIFF-LIMIT
030400         IF WS-SHORT-LENGTH >= WS-LONG-NAME-LENGTH
030500             MOVE 2 TO WS-DIFF-LIMIT
030600         END-IF
030700         MOVE 1 TO WS-CHAR-IDX
030800         PERFORM 4100-COUNT-LETTER-DIFF THRU 4100-EXIT
030900             UNTIL WS-CHAR-IDX > WS-SHORT-LENGTH
031000     ELSE
031100         MOVE 1 TO WS-DIFF-LIMIT
031200         MOVE 1 TO WS-SHORT-IDX
031300         MOVE 1 TO WS-LONG-IDX
031400         PERFORM 4200-WALK-ONE-LETTER THRU 4200-EXIT
031500             UNTIL WS-SHORT-IDX > WS-SHORT-LENGTH
031600             OR WS-DIFF-COUNT > WS-DIFF-LIMIT
031700*        A LETTER LEFT OVER AT THE END OF THE LONGER NAME IS
031800*        THE ONE EXTRA LETTER.
031900         IF WS-LONG-IDX <= WS-LONG-LENGTH
032000             COMPUTE WS-DIFF-COUNT = WS-DIFF-COUNT
032100                 + WS-LONG-LENGTH - WS-LONG-IDX + 1
032200         END-IF
032300     END-IF.
032400     IF WS-DIFF-COUNT <= WS-DIFF-LIMIT
032500         SET WS-NAME-MATCH TO TRUE
032600     END-IF.
032700 4000-EXIT.
032800     EXIT.
032900*
033000 4100-COUNT-LETTER-DIFF.
033100     IF WS-SHORT-NAME (WS-CHAR-IDX:1) NOT =
033200         WS-LONG-NAME (WS-CHAR-IDX:1)
033300         ADD 1 TO WS-DIFF-COUNT
033400     END-IF.
033500     ADD 1 TO WS-CHAR-IDX.
033600 4100-EXIT.
033700     EXIT.
033800*
033900 4200-WALK-ONE-LETTER.
034000     IF WS-SHORT-NAME (WS-SHORT-IDX:1) =
034100         WS-LONG-NAME (WS-LONG-IDX:1)
034200         ADD 1 TO WS-SHORT-IDX
034300     ELSE
034400         ADD 1 TO WS-DIFF-COUNT
034500     END-IF.
034600     ADD 1 TO WS-LONG-IDX.
034700 4200-EXIT.
034800     EXIT.
034900*
035000******************************************************************
035100*    SSN SIMILARITY.  COUNT THE DIGIT POSITIONS THAT DIFFER,     *
035200*    REMEMBERING THE FIRST TWO.  NONE IS THE SAME SSN, ONE IS A  *
035300*    SINGLE MISKEYED DIGIT, AND TWO SIDE BY SIDE THAT HOLD EACH  *
035400*    OTHER'S DIGIT IS A TRANSPOSITION.                           *
035500******************************************************************
035600 5000-COMPARE-SSNS.
035700     MOVE WS-TBL-SSN (WS-OUTER-IDX) TO WS-SSN-A.
035800     MOVE WS-TBL-SSN (WS-INNER-IDX) TO WS-SSN-B.
035900     MOVE ZERO TO WS-DIFF-COUNT.
036000     MOVE ZERO TO WS-FIRST-DIFF.
036100     MOVE ZERO TO WS-SECOND-DIFF.
036200     MOVE 1 TO WS-CHAR-IDX.
036300     PERFORM 5100-COUNT-DIGIT-DIFF THRU 5100-EXIT
036400         UNTIL WS-CHAR-IDX > 7
036500         OR WS-DIFF-COUNT > 2.
036600     MOVE SPACES TO WS-SSN-REASON.
036700     EVALUATE TRUE
036800         WHEN WS-DIFF-COUNT = ZERO
036900             MOVE "SAME SSN" TO WS-SSN-REASON
037000         WHEN WS-DIFF-COUNT = 1
037100             MOVE "SSN ONE DIGIT OFF" TO WS-SSN-REASON
037200         WHEN WS-DIFF-COUNT = 2
037300             AND WS-SECOND-DIFF = WS-FIRST-DIFF + 1
037400             AND WS-SSN-A-DIGIT (WS-FIRST-DIFF) =
037500                 WS-SSN-B-DIGIT (WS-SECOND-DIFF)
037600             AND WS-SSN-A-DIGIT (WS-SECOND-DIFF) =
037700                 WS-SSN-B-DIGIT (WS-FIRST-DIFF)
037800             MOVE "SSN DIGITS TRANSPOSED" TO WS-SSN-REASON
037900     END-EVALUATE.
038000     IF WS-SSN-REASON NOT = SPACES
038100         SET WS-SSN-MATCH TO TRUE
038200     END-IF.
038300 5000-EXIT.
038400     EXIT.
038500*
038600 5100-COUNT-DIGIT-DIFF.
038700     IF WS-SSN-A-DIGIT (WS-CHAR-IDX) NOT =
038800         WS-SSN-B-DIGIT (WS-CHAR-IDX)
038900         ADD 1 TO WS-DIFF-COUNT
039000         IF WS-DIFF-COUNT = 1
039100             MOVE WS-CHAR-IDX TO WS-FIRST-DIFF
039200         ELSE
039300             MOVE WS-CHAR-IDX TO WS-SECOND-DIFF
039400         END-IF
039500     END-IF.
039600     ADD 1 TO WS-CHAR-IDX.
039700 5100-EXIT.
039800     EXIT.
039900*
040000 6000-WRITE-PAIR.
040100     MOVE WS-TBL-IDENT (WS-OUTER-IDX) TO WS-PR-IDENT-1.
040200     MOVE WS-TBL-NAME (WS-OUTER-IDX)  TO WS-PR-NAME-1.
040300     MOVE WS-TBL-IDENT (WS-INNER-IDX) TO WS-PR-IDENT-2.
040400     MOVE WS-TBL-NAME (WS-INNER-IDX)  TO WS-PR-NAME-2.
040500     EVALUATE TRUE
040600         WHEN WS-NAME-MATCH AND WS-SSN-MATCH
040700             MOVE "DOB/NAME AND SSN" TO WS-PR-REASON
040800             ADD 1 TO WS-BOTH-PAIR-COUNT
040900         WHEN WS-NAME-MATCH
041000             MOVE "SAME DOB, SIMILAR NAME" TO WS-PR-REASON
041100             ADD 1 TO WS-NAME-PAIR-COUNT
041200         WHEN OTHER
041300             MOVE WS-SSN-REASON TO WS-PR-REASON
041400             ADD 1 TO WS-SSN-PAIR-COUNT
041500     END-EVALUATE.
041600     WRITE DUP-RPT-LINE FROM WS-PAIR-LINE.
041700     MOVE WS-TBL-MOB (WS-OUTER-IDX) TO WS-PD-MOB-1.
041800     MOVE WS-TBL-DOB (WS-OUTER-IDX) TO WS-PD-DOB-1.
041900     MOVE WS-TBL-YOB (WS-OUTER-IDX) TO WS-PD-YOB-1.
042000     MOVE WS-TBL-SSN (WS-OUTER-IDX) TO WS-PD-SSN-1.
042100     MOVE WS-TBL-MOB (WS-INNER-IDX) TO WS-PD-MOB-2.
042200     MOVE WS-TBL-DOB (WS-INNER-IDX) TO WS-PD-DOB-2.
042300     MOVE WS-TBL-YOB (WS-INNER-IDX) TO WS-PD-YOB-2.
042400     MOVE WS-TBL-SSN (WS-INNER-IDX) TO WS-PD-SSN-2.
042500     WRITE DUP-RPT-LINE FROM WS-PAIR-DETAIL-LINE.
042600     ADD 1 TO WS-PAIR-COUNT.
042700 6000-EXIT.
042800     EXIT.
042900*
043000 9000-FINISH.
043100     MOVE "CUSTOMERS SWEPT           " TO WS-CNT-LABEL.
043200     MOVE WS-CUST-COUNT TO WS-CNT-VALUE.
043300     WRITE DUP-RPT-LINE FROM WS-COUNT-LINE.
043400     MOVE "PAIRS ON DOB AND NAME     " TO WS-CNT-LABEL.
043500     MOVE WS-NAME-PAIR-COUNT TO WS-CNT-VALUE.
043600     WRITE DUP-RPT-LINE FROM WS-COUNT-LINE.
043700     MOVE "PAIRS ON SSN              " TO WS-CNT-LABEL.
043800     MOVE WS-SSN-PAIR-COUNT TO WS-CNT-VALUE.
043900     WRITE DUP-RPT-LINE FROM WS-COUNT-LINE.
044000     MOVE "PAIRS ON BOTH             " TO WS-CNT-LABEL.
044100     MOVE WS-BOTH-PAIR-COUNT TO WS-CNT-VALUE.
044200     WRITE DUP-RPT-LINE FROM WS-COUNT-LINE.
044300     MOVE "TOTAL PROBABLE DUPLICATES " TO WS-CNT-LABEL.
044400     MOVE WS-PAIR-COUNT TO WS-CNT-VALUE.
044500     WRITE DUP-RPT-LINE FROM WS-COUNT-LINE.
044600     CLOSE DUP-RPT.
044700     DISPLAY "CUSTDUPS: " WS-PAIR-COUNT
044800         " PROBABLE DUPLICATE PAIR(S) LISTED ON DUPRPT".
044900 9000-EXIT.
045000     EXIT.
