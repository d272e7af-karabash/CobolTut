000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYADJ.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PAYADJ IS THE OFF-CYCLE ADJUSTMENT AND MANUAL-CHECK PAY     *
001000*    RUN.  IT READS ADJTRAN - SHORTED HOURS, A RETRO RATE        *
001100*    INCREASE, A FINAL CHECK ON TERMINATION - AND PAYS EACH      *
001200*    TRANSACTION THE WAY THE REGULAR RUN PAYS A TIMECARD:        *
001300*    PAYCALC FOR GROSS/WITHHOLDING/NET (HOURS AT THE EMPMAST     *
001400*    STANDARD RATE, OR A FLAT GROSS AS KEYED), PAYDEDS FOR THE   *
001500*    PERCENTAGE DEDUCTIONS, A PAYHIST RECORD WITH RUN TYPE "A",  *
001600*    THE PAYYTD ANNUAL AND QUARTER BUCKETS, A CHKWRITE CHECK OR  *
001700*    A BANKXMIT DEPOSIT, AND A GLEXTR POSTING.  IT WRITES THE    *
001800*    SAME PAYREG, BANKXMIT, CHECKLST, AND GLEXTR FILES THE       *
001900*    REGULAR RUN DOES, SO PAYBAL PROVES IT UNCHANGED - PAYADJ    *
002000*    CALLS PAYBAL ITSELF AS ITS LAST STEP.                       *
002100*                                                                *
002200*    BECAUSE THOSE FILES ARE SHARED, PAYADJ REFUSES TO RUN ON A  *
002300*    PAYCAL PAY DAY - THE REGULAR RUN'S BANK FILE MAY NOT HAVE   *
002400*    GONE OUT YET.  FLAT (PER-PERIOD) DEDUCTIONS WERE ALREADY    *
002500*    TAKEN BY THE REGULAR RUN AND ARE NOT TAKEN AGAIN.  A        *
002600*    SECOND OFF-CYCLE PAYMENT TO ONE EMPLOYEE ON ONE DAY IS      *
002700*    REJECTED, SO A RERUN CANNOT ISSUE THE SAME CHECK TWICE.     *
002800*    REJECTS ARE ADDED TO THE PAYEXCP EXCEPTION REPORT.          *
002810*    A SECOND PAYADJ RUN THE SAME DAY IS REFUSED WHILE           *
002820*    BANKXMIT STILL HOLDS THE FIRST RUN'S PAYMENTS, WHICH        *
002830*    THE NEW RUN WOULD OTHERWISE WRITE OVER.  GLEXTR POSTINGS    *
002840*    ALREADY ON FILE FOR TODAY (A STALECHK RUN) ARE ADDED TO,    *
002850*    NOT REPLACED.                                               *
002900*                                                                *
003000*    MODIFICATION HISTORY                                        *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    15OCT26    JEH   ORIGINAL PROGRAM - OFF-CYCLE PAY RUN       *
003250*    15OCT26    JEH   TAXPROF TAX PROFILE PASSED TO PAYCALC      *
003255*    15OCT26    JEH   EMPLOYER PAYROLL TAX ACCRUED THROUGH       *
003260*                     PAYERTX AGAINST THE PAYYTD ANNUAL GROSS,   *
003265*                     POSTED TO THE PAYYTD EMPLOYER TAX BUCKETS, *
003270*                     SHOWN ON THE DEPARTMENT LINES, AND WRITTEN *
003275*                     TO GLEXTR AS AN ER TAX EXPENSE DEBIT AND   *
003280*                     ER TAX PAYABLE CREDIT PER DEPARTMENT       *
003282*    15OCT26    JEH   A PERCENTAGE GAR DEDUCTION WITH A GARNPAY  *
003284*                     ORDER IS CAPPED AT WHAT THE ORDER STILL    *
003286*                     OWES AND POSTED THROUGH PAYGARN, WHICH     *
003288*                     PRINTS GARNREG AND ISSUES THE PAYEE        *
003290*                     CHECKS; GLEXTR CARRIES THE REMITTANCE      *
003292*    15OCT26    JEH   A SAME-DAY RERUN IS REFUSED WHILE BANKXMIT *
003294*                     HOLDS TODAY'S RUN; GLEXTR IS EXTENDED WHEN *
003296*                     IT ALREADY HOLDS TODAY'S POSTINGS          *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ADJTRAN ASSIGN TO "ADJTRAN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ADJTRAN-STATUS.
004000     SELECT PAYREG ASSIGN TO "PAYREG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAYREG-STATUS.
004300     SELECT PAYSTMT ASSIGN TO "PAYSTMT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PAYSTMT-STATUS.
004600     SELECT PAYEXCP ASSIGN TO "PAYEXCP"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PAYEXCP-STATUS.
004900     SELECT EMPBANK ASSIGN TO "EMPBANK"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EB-EMP-ID
005300         FILE STATUS IS WS-EMPBANK-STATUS.
005400     SELECT GLEXTR ASSIGN TO "GLEXTR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-GLEXTR-STATUS.
005700     SELECT BANKXMIT ASSIGN TO "BANKXMIT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-BANKXMIT-STATUS.
006000     SELECT CHECKLST ASSIGN TO "CHECKLST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CHECKLST-STATUS.
006300     SELECT PAYDEDS ASSIGN TO "PAYDEDS"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PAYDEDS-STATUS.
006600     SELECT PAYHIST ASSIGN TO "PAYHIST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PH-KEY
007000         FILE STATUS IS WS-PAYHIST-STATUS.
007100     SELECT PAYCAL ASSIGN TO "PAYCAL"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS PC-PAY-DATE
007500         FILE STATUS IS WS-PAYCAL-STATUS.
007600     SELECT EMPMAST ASSIGN TO "EMPMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS EM-EMP-ID
008000         FILE STATUS IS WS-EMPMAST-STATUS.
008100     SELECT PAYYTD ASSIGN TO "PAYYTD"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS YT-EMP-ID
008500         FILE STATUS IS WS-PAYYTD-STATUS.
008510     SELECT TAXPROF ASSIGN TO "TAXPROF"
008520         ORGANIZATION IS INDEXED
008530         ACCESS MODE IS DYNAMIC
008540         RECORD KEY IS TP-EMP-ID
008550         FILE STATUS IS WS-TAXPROF-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  ADJTRAN.
008900 COPY "adjtran.cpy".
009000 FD  PAYREG
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  PAYREG-LINE                     PIC X(80).
009300 FD  PAYSTMT
009400     RECORD CONTAINS 60 CHARACTERS.
009500 01  PAYSTMT-LINE                    PIC X(60).
009600 FD  PAYEXCP
009700     RECORD CONTAINS 69 CHARACTERS.
009800 01  PAYEXCP-LINE                    PIC X(69).
009900 FD  EMPBANK.
010000 COPY "empbank.cpy".
010100 FD  GLEXTR
010200     RECORD CONTAINS 41 CHARACTERS.
010300 01  GLEXTR-LINE                     PIC X(41).
010400 FD  BANKXMIT
010500     RECORD CONTAINS 40 CHARACTERS.
010600 01  BANKXMIT-LINE                   PIC X(40).
010700 FD  CHECKLST
010800     RECORD CONTAINS 66 CHARACTERS.
010900 01  CHECKLST-LINE                   PIC X(66).
011000 FD  PAYDEDS.
011100 COPY "payded.cpy".
011200 FD  PAYHIST.
011300 COPY "payhist.cpy".
011400 FD  PAYCAL.
011500 COPY "paycal.cpy".
011600 FD  EMPMAST.
011700 COPY "empmast.cpy".
011800 FD  PAYYTD.
011900 COPY "payytd.cpy".
011930 FD  TAXPROF.
011960 COPY "taxprof.cpy".
012000 WORKING-STORAGE SECTION.
012100 COPY "payreg.cpy".
012200 COPY "payexcp.cpy".
012250 COPY "garnparm.cpy".
012300 77  WS-ADJTRAN-STATUS               PIC X(02).
012400 77  WS-PAYREG-STATUS                PIC X(02).
012500 77  WS-PAYSTMT-STATUS               PIC X(02).
012600 77  WS-PAYEXCP-STATUS               PIC X(02).
012700 77  WS-EMPBANK-STATUS               PIC X(02).
012800 77  WS-GLEXTR-STATUS                PIC X(02).
012900 77  WS-BANKXMIT-STATUS              PIC X(02).
013000 77  WS-CHECKLST-STATUS              PIC X(02).
013100 77  WS-PAYYTD-STATUS                PIC X(02).
013200 77  WS-EMPMAST-STATUS               PIC X(02).
013300 77  WS-PAYDEDS-STATUS               PIC X(02).
013400 77  WS-PAYDEDS-EOF-SW               PIC X(01) VALUE "N".
013500     88  WS-PAYDEDS-END-OF-FILE      VALUE "Y".
013600 77  WS-PAYHIST-STATUS               PIC X(02).
013700 77  WS-PAYCAL-STATUS                PIC X(02).
013720 77  WS-TAXPROF-STATUS               PIC X(02).
013740 77  WS-TAXPROF-ON-FILE-SW           PIC X(01) VALUE "N".
013760     88  WS-TAXPROF-ON-FILE          VALUE "Y".
013800 77  WS-DISPOSITION-SW               PIC X(01) VALUE SPACE.
013900 77  WS-MASTER-FOUND-SW              PIC X(01) VALUE "N".
014000     88  WS-MASTER-FOUND             VALUE "Y".
014100     88  WS-MASTER-NOT-FOUND         VALUE "N".
014200 77  WS-PAY-DAY-SW                   PIC X(01) VALUE "N".
014300     88  WS-TODAY-IS-PAY-DAY         VALUE "Y".
014320 77  WS-BANKXMIT-TODAY-SW            PIC X(01) VALUE "N".
014340     88  WS-BANKXMIT-HOLDS-TODAY     VALUE "Y".
014360 77  WS-GL-TODAY-SW                  PIC X(01) VALUE "N".
014380     88  WS-GLEXTR-HOLDS-TODAY       VALUE "Y".
014400 77  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
014500 77  WS-DEPT-COUNT                   PIC 9(02) COMP VALUE ZERO.
014600 77  WS-DEPT-IDX                     PIC 9(02) COMP VALUE ZERO.
014700 77  WS-DEPT-FOUND-IDX               PIC 9(02) COMP VALUE ZERO.
014800 77  WS-WORK-DEPT                    PIC X(04) VALUE SPACES.
014900 01  WS-DEPT-TABLE.
015000     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
015100         10  WS-DPT-CODE             PIC X(04).
015200         10  WS-DPT-EMPLOYEES        PIC 9(04) COMP.
015300         10  WS-DPT-GROSS            PIC 9(09)V9(02).
015400         10  WS-DPT-WITHHOLDING      PIC 9(09)V9(02).
015500         10  WS-DPT-NET              PIC 9(09)V9(02).
015550         10  WS-DPT-ER-TAX           PIC 9(09)V9(02).
015600 01  WS-DEPT-BLOCK-HEADING           PIC X(17) VALUE
015700     "DEPARTMENT TOTALS".
015800 77  WS-DED-COUNT                    PIC 9(04) COMP VALUE ZERO.
015900 77  WS-DED-IDX                      PIC 9(04) COMP VALUE ZERO.
016000 77  WS-DED-INS-IDX                  PIC 9(04) COMP VALUE ZERO.
016100 77  WS-DED-SHIFT-IDX                PIC 9(04) COMP VALUE ZERO.
016200 01  WS-DEDUCTION-TABLE.
016300     05  WS-DED-ENTRY OCCURS 1000 TIMES.
016400         10  WS-DED-EMP-ID           PIC 9(03).
016500         10  WS-DED-TYPE             PIC X(03).
016600         10  WS-DED-METHOD           PIC X(01).
016700         10  WS-DED-AMOUNT           PIC 9(05)V9(02).
016800         10  WS-DED-PRIORITY         PIC 9(02).
016900         10  WS-DED-STOP-DATE        PIC 9(08).
016950         10  WS-DED-CASE-NUMBER      PIC X(12).
017000 77  WS-EMP-DED-TOTAL                PIC 9(05)V99 VALUE ZERO.
017100 77  WS-ONE-DED-AMOUNT               PIC 9(05)V99 VALUE ZERO.
017200 77  WS-REMAINING-NET                PIC 9(05)V99 VALUE ZERO.
017300 77  WS-TOTAL-DEDUCTIONS             PIC 9(09)V99 VALUE ZERO.
017320 77  WS-GARN-ORDER-SW                PIC X(01) VALUE "N".
017340     88  WS-GARN-ORDER               VALUE "Y".
017360 77  WS-GARN-REMITTED                PIC 9(07)V99 VALUE ZERO.
017400 77  WS-APPLIED-COUNT                PIC 9(02) COMP VALUE ZERO.
017500 77  WS-APPLIED-IDX                  PIC 9(02) COMP VALUE ZERO.
017600 01  WS-APPLIED-TABLE.
017700     05  WS-APPLIED-ENTRY OCCURS 10 TIMES.
017800         10  WS-APP-TYPE             PIC X(03).
017900         10  WS-APP-AMOUNT           PIC 9(05)V9(02).
018000 77  WS-DTYPE-COUNT                  PIC 9(02) COMP VALUE ZERO.
018100 77  WS-DTYPE-IDX                    PIC 9(02) COMP VALUE ZERO.
018200 77  WS-DTYPE-FOUND-IDX              PIC 9(02) COMP VALUE ZERO.
018300 01  WS-DTYPE-TABLE.
018400     05  WS-DTYPE-ENTRY OCCURS 10 TIMES.
018500         10  WS-DTY-TYPE             PIC X(03).
018600         10  WS-DTY-AMOUNT           PIC 9(09)V9(02).
018700 01  WS-DED-BLOCK-HEADING            PIC X(16) VALUE
018800     "DEDUCTION TOTALS".
018900 01  WS-REG-DED-LINE.
019000     05  FILLER                      PIC X(10) VALUE
019100         "DEDUCTION ".
019200     05  WS-REG-DED-TYPE             PIC X(03).
019300     05  FILLER                      PIC X(02) VALUE SPACES.
019400     05  WS-REG-DED-AMOUNT           PIC Z,ZZZ,ZZ9.99.
019500 01  WS-STMT-DED-LINE.
019600     05  FILLER                      PIC X(10) VALUE
019700         "DEDUCTION ".
019800     05  WS-STMT-DED-TYPE            PIC X(03).
019900     05  FILLER                      PIC X(02) VALUE SPACES.
020000     05  WS-STMT-DED-AMOUNT          PIC ZZ,ZZ9.99.
020100 01  WS-CURRENT-DATE-TIME.
020200     05  WS-CDT-DATE                 PIC 9(08).
020300     05  WS-CDT-TIME                 PIC 9(08).
020400     05  WS-CDT-OFFSET               PIC X(05).
020500 77  WS-EOF-SW                       PIC X(01) VALUE "N".
020600     88  WS-END-OF-FILE              VALUE "Y".
020700 77  WS-GROSS-PAY                    PIC 9(05)V99 VALUE ZERO.
020800 77  WS-WITHHOLDING                  PIC 9(05)V99 VALUE ZERO.
020900 77  WS-NET-PAY                      PIC 9(05)V99 VALUE ZERO.
021000 77  WS-BRACKET-USED                 PIC 9(02) VALUE ZERO.
021100 77  WS-REGULAR-HOURS                PIC 9(03)V99 VALUE ZERO.
021200 77  WS-OVERTIME-HOURS               PIC 9(03)V99 VALUE ZERO.
021300 77  WS-PAY-HOURS                    PIC 9(03)V99 VALUE ZERO.
021400 77  WS-PAY-RATE                     PIC 9(03)V99 VALUE ZERO.
021500 77  WS-CALC-MODE                    PIC X(01) VALUE "H".
021600     88  WS-CALC-FLAT-GROSS          VALUE "F".
021630 77  WS-EMPLOYER-TAX                 PIC 9(05)V99 VALUE ZERO.
021660 77  WS-PRIOR-YTD-GROSS              PIC 9(07)V99 VALUE ZERO.
021700 01  WS-STMT-HEADING.
021800     05  FILLER                      PIC X(01) VALUE X"0C".
021900     05  FILLER                      PIC X(35) VALUE
022000         "OFF-CYCLE PAY STATEMENT - RUN DATE ".
022100     05  WS-STMT-DATE                PIC 9(08).
022200 01  WS-STMT-EMP-LINE.
022300     05  FILLER                      PIC X(09) VALUE "EMPLOYEE ".
022400     05  WS-STMT-EMP-ID              PIC ZZ9.
022500     05  FILLER                      PIC X(02) VALUE SPACES.
022600     05  WS-STMT-EMP-NAME            PIC X(20).
022700 01  WS-STMT-REASON-LINE.
022800     05  FILLER                      PIC X(15) VALUE
022900         "REASON         ".
023000     05  WS-STMT-REASON              PIC X(20).
023100 01  WS-STMT-HOURS-LINE.
023200     05  FILLER                      PIC X(15) VALUE
023300         "HOURS          ".
023400     05  WS-STMT-HOURS               PIC ZZ9.99.
023500     05  FILLER                      PIC X(08) VALUE
023600         "  RATE  ".
023700     05  WS-STMT-RATE                PIC ZZ9.99.
023800 01  WS-STMT-GROSS-LINE.
023900     05  FILLER                      PIC X(15) VALUE
024000         "GROSS PAY      ".
024100     05  WS-STMT-GROSS               PIC ZZ,ZZ9.99.
024200 01  WS-STMT-WITHHOLD-LINE.
024300     05  FILLER                      PIC X(15) VALUE
024400         "WITHHOLDING    ".
024500     05  WS-STMT-WITHHOLDING         PIC ZZ,ZZ9.99.
024600 01  WS-STMT-NET-LINE.
024700     05  FILLER                      PIC X(15) VALUE
024800         "NET PAY        ".
024900     05  WS-STMT-NET                 PIC ZZ,ZZ9.99.
025000 01  WS-REASON-TEXT                  PIC X(20) VALUE SPACES.
025100 01  WS-REG-HEADING.
025200     05  FILLER                      PIC X(35) VALUE
025300         "OFF-CYCLE PAY REGISTER - RUN DATE  ".
025400     05  WS-REG-HDG-DATE             PIC 9(08).
025500 01  WS-REG-DETAIL-LINE.
025600     05  WS-REG-DETAIL               PIC X(74).
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800     05  WS-REG-REASON               PIC X(02).
025900 77  WS-CDT-MONTH                    PIC 9(02) VALUE ZERO.
026000 77  WS-RUN-QUARTER                  PIC 9(01) VALUE ZERO.
026100 77  WS-QTR-IDX                      PIC 9(01) VALUE ZERO.
026200 77  WS-EMPLOYEE-COUNT               PIC 9(04) COMP VALUE ZERO.
026300 77  WS-READ-COUNT                   PIC 9(04) COMP VALUE ZERO.
026400 77  WS-REJECT-COUNT                 PIC 9(04) COMP VALUE ZERO.
026500 77  WS-TOTAL-NET-PAY                PIC 9(07)V99 VALUE ZERO.
026600 77  WS-TOTAL-GROSS-PAY              PIC 9(09)V99 VALUE ZERO.
026700 77  WS-TOTAL-WITHHOLDING            PIC 9(09)V99 VALUE ZERO.
026750 77  WS-TOTAL-ER-TAX                 PIC 9(09)V99 VALUE ZERO.
026800 COPY "bankxmit.cpy".
026900 77  WS-EMPBANK-ON-FILE-SW           PIC X(01) VALUE "N".
027000     88  WS-EMPBANK-ON-FILE          VALUE "Y".
027100 77  WS-DEPOSIT-COUNT                PIC 9(05) VALUE ZERO.
027200 77  WS-DEPOSIT-TOTAL                PIC 9(09)V99 VALUE ZERO.
027300 77  WS-CHECK-COUNT                  PIC 9(05) VALUE ZERO.
027400 COPY "glpost.cpy".
027500 01  WS-CHECK-LINE.
027600     05  WS-CHK-EMP-ID               PIC ZZ9.
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  WS-CHK-EMP-NAME             PIC X(20).
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  WS-CHK-NET                  PIC ZZ,ZZ9.99.
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  WS-CHK-REASON               PIC X(20).
028300     05  FILLER                      PIC X(02) VALUE SPACES.
028400     05  WS-CHK-CHECK-NO             PIC 9(06).
028500 77  WS-CHECK-NUMBER                 PIC 9(06) VALUE ZERO.
028600 77  WS-CHECK-AMOUNT                 PIC 9(07)V9(02) VALUE ZERO.
028700 PROCEDURE DIVISION.
028800*
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     PERFORM 2000-PROCESS-ADJUSTMENT THRU 2000-EXIT
029200         UNTIL WS-END-OF-FILE.
029300     PERFORM 3000-FINISH THRU 3000-EXIT.
029400     IF RETURN-CODE NOT = ZERO
029500         GOBACK
029600     END-IF.
029700     CALL "PAYBAL".
029800     CANCEL "PAYBAL".
029900     GOBACK.
030000*
030100 1000-INITIALIZE.
030200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
030300     MOVE WS-CDT-DATE (5:2) TO WS-CDT-MONTH.
030400     COMPUTE WS-RUN-QUARTER = (WS-CDT-MONTH + 2) / 3.
030500     PERFORM 1100-CHECK-PAY-DAY THRU 1100-EXIT.
030600     IF WS-TODAY-IS-PAY-DAY
030700         DISPLAY "PAYADJ: TODAY IS A PAYCAL PAY DAY - THE REGULAR"
030800             " RUN OWNS PAYREG, BANKXMIT AND GLEXTR TODAY, RUN"
030900             " REFUSED"
031000         MOVE 8 TO RETURN-CODE
031100         GOBACK
031200     END-IF.
031210     PERFORM 1150-CHECK-EARLIER-RUN THRU 1150-EXIT.
031220     IF WS-BANKXMIT-HOLDS-TODAY
031230         DISPLAY "PAYADJ: BANKXMIT ALREADY HOLDS A RUN DATED"
031240             " TODAY - A SECOND RUN WOULD OVERWRITE IT, RUN"
031250             " REFUSED"
031260         MOVE 8 TO RETURN-CODE
031270         GOBACK
031280     END-IF.
031300     OPEN INPUT ADJTRAN.
031400     IF WS-ADJTRAN-STATUS NOT = "00"
031500         DISPLAY "PAYADJ: ADJTRAN NOT AVAILABLE - STATUS "
031600             WS-ADJTRAN-STATUS
031700         MOVE 8 TO RETURN-CODE
031800         GOBACK
031900     END-IF.
032000     OPEN INPUT EMPMAST.
032100     IF WS-EMPMAST-STATUS NOT = "00"
032200         DISPLAY "PAYADJ: EMPMAST NOT AVAILABLE - STATUS "
032300             WS-EMPMAST-STATUS
032400         MOVE 8 TO RETURN-CODE
032500         GOBACK
032600     END-IF.
032700     PERFORM 1200-LOAD-DEDUCTIONS THRU 1200-EXIT.
032720     MOVE "O" TO GP-FUNCTION.
032740     MOVE "A" TO GP-RUN-TYPE.
032760     CALL "PAYGARN" USING GP-GARN-PARMS.
032800     OPEN OUTPUT PAYREG.
032900     OPEN OUTPUT PAYSTMT.
033000     OPEN EXTEND PAYEXCP.
033100     IF WS-PAYEXCP-STATUS = "35"
033200         OPEN OUTPUT PAYEXCP
033300     END-IF.
033400     OPEN INPUT EMPBANK.
033500     IF WS-EMPBANK-STATUS = "00"
033600         SET WS-EMPBANK-ON-FILE TO TRUE
033630     END-IF.
033660     OPEN INPUT TAXPROF.
033690     IF WS-TAXPROF-STATUS = "00"
033720         SET WS-TAXPROF-ON-FILE TO TRUE
033750     END-IF.
033800     OPEN I-O PAYHIST.
033900     IF WS-PAYHIST-STATUS = "35"
034000         OPEN OUTPUT PAYHIST
034100         CLOSE PAYHIST
034200         OPEN I-O PAYHIST
034300     END-IF.
034400     OPEN I-O PAYYTD.
034500     IF WS-PAYYTD-STATUS = "35"
034600         OPEN OUTPUT PAYYTD
034700         CLOSE PAYYTD
034800         OPEN I-O PAYYTD
034900     END-IF.
035000     MOVE WS-CDT-DATE TO WS-REG-HDG-DATE.
035100     WRITE PAYREG-LINE FROM WS-REG-HEADING.
035200     OPEN OUTPUT BANKXMIT.
035300     OPEN OUTPUT CHECKLST.
035400     MOVE "H" TO BX-HDR-TYPE.
035500     MOVE WS-CDT-DATE TO BX-HDR-RUN-DATE.
035600     WRITE BANKXMIT-LINE FROM BX-HEADER-RECORD.
035700     READ ADJTRAN
035800         AT END
035900             SET WS-END-OF-FILE TO TRUE
036000     END-READ.
036100 1000-EXIT.
036200     EXIT.
036300*
036400 1100-CHECK-PAY-DAY.
036500     OPEN INPUT PAYCAL.
036600     IF WS-PAYCAL-STATUS NOT = "00"
036700         GO TO 1100-EXIT
036800     END-IF.
036900     MOVE WS-CDT-DATE TO PC-PAY-DATE.
037000     READ PAYCAL
037100         INVALID KEY
037200             CONTINUE
037300         NOT INVALID KEY
037400             SET WS-TODAY-IS-PAY-DAY TO TRUE
037500     END-READ.
037600     CLOSE PAYCAL.
037700 1100-EXIT.
037800     EXIT.
037900*
037902******************************************************************
037904*    AN EARLIER RUN TODAY LEFT ITS HEADER ON BANKXMIT.  GLEXTR   *
037906*    MAY ALSO HOLD TODAY'S POSTINGS FROM A STALECHK RUN.         *
037908******************************************************************
037910 1150-CHECK-EARLIER-RUN.
037912     OPEN INPUT BANKXMIT.
037914     IF WS-BANKXMIT-STATUS = "00"
037916         READ BANKXMIT INTO BX-HEADER-RECORD
037918             AT END
037920                 CONTINUE
037922             NOT AT END
037924                 IF BX-HDR-TYPE = "H"
037926                     AND BX-HDR-RUN-DATE = WS-CDT-DATE
037928                     SET WS-BANKXMIT-HOLDS-TODAY TO TRUE
037930                 END-IF
037932         END-READ
037934         CLOSE BANKXMIT
037936     END-IF.
037938     OPEN INPUT GLEXTR.
037940     IF WS-GLEXTR-STATUS = "00"
037942         READ GLEXTR INTO GL-POSTING-RECORD
037944             AT END
037946                 CONTINUE
037948             NOT AT END
037950                 IF GL-RUN-DATE = WS-CDT-DATE
037952                     SET WS-GLEXTR-HOLDS-TODAY TO TRUE
037954                 END-IF
037956         END-READ
037958         CLOSE GLEXTR
037960     END-IF.
037962 1150-EXIT.
037964     EXIT.
037966*
038000 1200-LOAD-DEDUCTIONS.
038100     OPEN INPUT PAYDEDS.
038200     IF WS-PAYDEDS-STATUS = "35"
038300         GO TO 1200-EXIT
038400     END-IF.
038500     PERFORM 1210-READ-DEDUCTION THRU 1210-EXIT.
038600     PERFORM 1220-STORE-DEDUCTION THRU 1220-EXIT
038700         UNTIL WS-PAYDEDS-END-OF-FILE
038800         OR WS-DED-COUNT >= 1000.
038900     CLOSE PAYDEDS.
039000*    A DEDUCTION THE TABLE CANNOT HOLD MUST NEVER BE SILENTLY
039100*    SKIPPED - THAT COULD BE A COURT GARNISHMENT.  REFUSE THE
039200*    WHOLE RUN INSTEAD.
039300     IF NOT WS-PAYDEDS-END-OF-FILE
039400         DISPLAY "PAYADJ: MORE THAN 1000 PAYDEDS RECORDS -"
039500             " DEDUCTION TABLE FULL, RUN REFUSED"
039600         MOVE 8 TO RETURN-CODE
039700         GOBACK
039800     END-IF.
039900 1200-EXIT.
040000     EXIT.
040100*
040200 1210-READ-DEDUCTION.
040300     READ PAYDEDS
040400         AT END
040500             SET WS-PAYDEDS-END-OF-FILE TO TRUE
040600     END-READ.
040700 1210-EXIT.
040800     EXIT.
040900*
041000*    THE TABLE IS KEPT IN ASCENDING PRIORITY ORDER, THE SAME AS
041100*    THE REGULAR RUN'S.
041200 1220-STORE-DEDUCTION.
041300     PERFORM 1225-FIND-SLOT THRU 1225-EXIT.
041400     MOVE WS-DED-COUNT TO WS-DED-SHIFT-IDX.
041500     PERFORM 1240-SHIFT-ONE THRU 1240-EXIT
041600         UNTIL WS-DED-SHIFT-IDX < WS-DED-INS-IDX.
041700     ADD 1 TO WS-DED-COUNT.
041800     MOVE PD-EMP-ID    TO WS-DED-EMP-ID (WS-DED-INS-IDX).
041900     MOVE PD-DED-TYPE  TO WS-DED-TYPE (WS-DED-INS-IDX).
042000     MOVE PD-METHOD-SW TO WS-DED-METHOD (WS-DED-INS-IDX).
042100     MOVE PD-AMOUNT    TO WS-DED-AMOUNT (WS-DED-INS-IDX).
042200     MOVE PD-PRIORITY  TO WS-DED-PRIORITY (WS-DED-INS-IDX).
042300     MOVE PD-STOP-DATE TO WS-DED-STOP-DATE (WS-DED-INS-IDX).
042330     MOVE PD-CASE-NUMBER
042360         TO WS-DED-CASE-NUMBER (WS-DED-INS-IDX).
042400     PERFORM 1210-READ-DEDUCTION THRU 1210-EXIT.
042500 1220-EXIT.
042600     EXIT.
042700*
042800 1225-FIND-SLOT.
042900     COMPUTE WS-DED-INS-IDX = WS-DED-COUNT + 1.
043000     MOVE 1 TO WS-DED-IDX.
043100     PERFORM 1230-TEST-SLOT THRU 1230-EXIT
043200         UNTIL WS-DED-IDX > WS-DED-COUNT.
043300 1225-EXIT.
043400     EXIT.
043500*
043600 1230-TEST-SLOT.
043700     IF WS-DED-IDX < WS-DED-INS-IDX
043800         AND WS-DED-PRIORITY (WS-DED-IDX) > PD-PRIORITY
043900         MOVE WS-DED-IDX TO WS-DED-INS-IDX
044000     END-IF.
044100     ADD 1 TO WS-DED-IDX.
044200 1230-EXIT.
044300     EXIT.
044400*
044500 1240-SHIFT-ONE.
044600     MOVE WS-DED-ENTRY (WS-DED-SHIFT-IDX)
044700         TO WS-DED-ENTRY (WS-DED-SHIFT-IDX + 1).
044800     SUBTRACT 1 FROM WS-DED-SHIFT-IDX.
044900 1240-EXIT.
045000     EXIT.
045100*
045200 2000-PROCESS-ADJUSTMENT.
045300     ADD 1 TO WS-READ-COUNT.
045400     PERFORM 2050-READ-MASTER THRU 2050-EXIT.
045500     PERFORM 2100-EDIT-ADJUSTMENT THRU 2100-EXIT.
045600     IF WS-REJECT-REASON NOT = SPACES
045700         PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
045800         ADD 1 TO WS-REJECT-COUNT
045900         GO TO 2000-NEXT
046000     END-IF.
046100     IF AJ-FLAT-GROSS > ZERO
046200         MOVE "F"           TO WS-CALC-MODE
046300         MOVE ZERO          TO WS-PAY-HOURS
046400         MOVE ZERO          TO WS-PAY-RATE
046500         MOVE AJ-FLAT-GROSS TO WS-GROSS-PAY
046600     ELSE
046700         MOVE "H"           TO WS-CALC-MODE
046800         MOVE AJ-HOURS      TO WS-PAY-HOURS
046900         MOVE EM-STD-RATE   TO WS-PAY-RATE
047000         MOVE ZERO          TO WS-GROSS-PAY
047100     END-IF.
047150     PERFORM 2060-READ-TAX-PROFILE THRU 2060-EXIT.
047200     CALL "PAYCALC" USING WS-PAY-HOURS, WS-PAY-RATE,
047300         WS-GROSS-PAY, WS-WITHHOLDING, WS-NET-PAY,
047400         WS-BRACKET-USED, WS-REGULAR-HOURS, WS-OVERTIME-HOURS,
047500         WS-CALC-MODE, TP-TAX-PROFILE-RECORD.
047600     PERFORM 2800-APPLY-DEDUCTIONS THRU 2800-EXIT.
047700     PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.
047800     PERFORM 2300-WRITE-STATEMENT THRU 2300-EXIT.
047900     PERFORM 2400-DISPOSE-PAYMENT THRU 2400-EXIT.
048000     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
048100     PERFORM 2600-UPDATE-YTD THRU 2600-EXIT.
048200     PERFORM 2700-POST-DEPARTMENT THRU 2700-EXIT.
048300     ADD 1 TO WS-EMPLOYEE-COUNT.
048400     ADD WS-NET-PAY TO WS-TOTAL-NET-PAY.
048500     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS-PAY.
048600     ADD WS-WITHHOLDING TO WS-TOTAL-WITHHOLDING.
048650     ADD WS-EMPLOYER-TAX TO WS-TOTAL-ER-TAX.
048700 2000-NEXT.
048800     READ ADJTRAN
048900         AT END
049000             SET WS-END-OF-FILE TO TRUE
049100     END-READ.
049200 2000-EXIT.
049300     EXIT.
049400*
049500 2050-READ-MASTER.
049600     SET WS-MASTER-NOT-FOUND TO TRUE.
049700     MOVE AJ-EMP-ID TO EM-EMP-ID.
049800     READ EMPMAST
049900         INVALID KEY
050000             MOVE SPACES TO EM-EMP-NAME
050100             MOVE ZERO TO EM-STD-RATE
050200         NOT INVALID KEY
050300             SET WS-MASTER-FOUND TO TRUE
050400     END-READ.
050500 2050-EXIT.
050505     EXIT.
050510*
050515*    NO PROFILE ON FILE PAYS AS SINGLE WITH NO ALLOWANCES, THE
050520*    SAME DEFAULT THE REGULAR RUN USES.
050525 2060-READ-TAX-PROFILE.
050530     MOVE AJ-EMP-ID TO TP-EMP-ID.
050535     IF WS-TAXPROF-ON-FILE
050540         READ TAXPROF
050545             INVALID KEY
050550                 PERFORM 2065-DEFAULT-PROFILE THRU 2065-EXIT
050555         END-READ
050560     ELSE
050565         PERFORM 2065-DEFAULT-PROFILE THRU 2065-EXIT
050570     END-IF.
050575 2060-EXIT.
050580     EXIT.
050585*
050590 2065-DEFAULT-PROFILE.
050595     MOVE AJ-EMP-ID TO TP-EMP-ID.
050600     SET TP-SINGLE TO TRUE.
050605     MOVE ZERO TO TP-ALLOWANCES.
050610     MOVE ZERO TO TP-ADDL-WITHHOLDING.
050615     SET TP-NOT-EXEMPT TO TRUE.
050620     MOVE ZERO TO TP-EXEMPT-EXPIRY.
050625 2065-EXIT.
050630     EXIT.
050700*
050800*    THE FIRST EDIT FAILED IS THE ONE REPORTED.  HOURS ARE PAID
050900*    STRAIGHT TIME ONLY - OVERTIME DEPENDS ON THE WHOLE WEEK,
051000*    WHICH THE REGULAR RUN HAS ALREADY PAID, SO ANYTHING OVER 40
051100*    HOURS OR AT A PREMIUM IS KEYED AS A FLAT GROSS.
051200 2100-EDIT-ADJUSTMENT.
051300     MOVE SPACES TO WS-REJECT-REASON.
051400     IF WS-MASTER-NOT-FOUND
051500         MOVE "NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
051600         GO TO 2100-EXIT
051700     END-IF.
051800     IF NOT AJ-VALID-REASON
051900         MOVE "REASON NOT SH, RR, FC OR OT" TO WS-REJECT-REASON
052000         GO TO 2100-EXIT
052100     END-IF.
052200     IF EM-TERMINATED AND NOT AJ-FINAL-CHECK
052300         MOVE "TERMINATED - FINAL CHECK ONLY" TO WS-REJECT-REASON
052400         GO TO 2100-EXIT
052500     END-IF.
052600     IF (AJ-HOURS = ZERO AND AJ-FLAT-GROSS = ZERO)
052700         OR (AJ-HOURS > ZERO AND AJ-FLAT-GROSS > ZERO)
052800         MOVE "HOURS OR FLAT GROSS, NOT BOTH"
052900             TO WS-REJECT-REASON
053000         GO TO 2100-EXIT
053100     END-IF.
053200     IF AJ-HOURS > 40
053300         MOVE "OVER 40 HOURS - KEY FLAT GROSS" TO WS-REJECT-REASON
053400         GO TO 2100-EXIT
053500     END-IF.
053600     IF AJ-HOURS > ZERO AND EM-STD-RATE = ZERO
053700         MOVE "NO STANDARD RATE ON MASTER" TO WS-REJECT-REASON
053800         GO TO 2100-EXIT
053900     END-IF.
054000     IF NOT AJ-PAY-BY-CHECK AND NOT AJ-PAY-BY-DEPOSIT
054100         MOVE "PAY METHOD NOT C OR D" TO WS-REJECT-REASON
054200         GO TO 2100-EXIT
054300     END-IF.
054400     MOVE AJ-EMP-ID   TO PH-EMP-ID.
054500     MOVE WS-CDT-DATE TO PH-RUN-DATE.
054600     SET PH-ADJUSTMENT-RUN TO TRUE.
054700     READ PAYHIST
054800         INVALID KEY
054900             CONTINUE
055000         NOT INVALID KEY
055100             MOVE "ALREADY PAID OFF-CYCLE TODAY"
055200                 TO WS-REJECT-REASON
055300     END-READ.
055400 2100-EXIT.
055500     EXIT.
055600*
055700 2150-WRITE-EXCEPTION.
055800     MOVE AJ-EMP-ID        TO PE-EMP-ID.
055900     MOVE EM-EMP-NAME      TO PE-EMP-NAME.
056000     MOVE AJ-HOURS         TO PE-HOURS.
056100     MOVE EM-STD-RATE      TO PE-RATE.
056200     MOVE WS-REJECT-REASON TO PE-REASON.
056300     WRITE PAYEXCP-LINE FROM PE-EXCEPTION-LINE.
056400 2150-EXIT.
056500     EXIT.
056600*
056700 2200-WRITE-DETAIL.
056800     MOVE AJ-EMP-ID          TO PR-EMP-ID.
056900     MOVE EM-EMP-NAME        TO PR-EMP-NAME.
057000     MOVE WS-PAY-HOURS       TO PR-HOURS.
057100     MOVE WS-PAY-RATE        TO PR-RATE.
057200     MOVE WS-GROSS-PAY       TO PR-GROSS-PAY.
057300     MOVE WS-WITHHOLDING     TO PR-WITHHOLDING.
057400     MOVE WS-NET-PAY         TO PR-NET-PAY.
057500     MOVE PR-DETAIL-LINE     TO WS-REG-DETAIL.
057600     MOVE AJ-REASON          TO WS-REG-REASON.
057700     WRITE PAYREG-LINE FROM WS-REG-DETAIL-LINE.
057800 2200-EXIT.
057900     EXIT.
058000*
058100 2300-WRITE-STATEMENT.
058200     MOVE WS-CDT-DATE        TO WS-STMT-DATE.
058300     WRITE PAYSTMT-LINE FROM WS-STMT-HEADING.
058400     MOVE AJ-EMP-ID          TO WS-STMT-EMP-ID.
058500     MOVE EM-EMP-NAME        TO WS-STMT-EMP-NAME.
058600     WRITE PAYSTMT-LINE FROM WS-STMT-EMP-LINE.
058700     EVALUATE TRUE
058800         WHEN AJ-SHORTED-HOURS
058900             MOVE "SHORTED HOURS       " TO WS-REASON-TEXT
059000         WHEN AJ-RETRO-RATE
059100             MOVE "RETRO RATE INCREASE " TO WS-REASON-TEXT
059200         WHEN AJ-FINAL-CHECK
059300             MOVE "FINAL CHECK         " TO WS-REASON-TEXT
059400         WHEN OTHER
059500             MOVE "OTHER ADJUSTMENT    " TO WS-REASON-TEXT
059600     END-EVALUATE.
059700     MOVE WS-REASON-TEXT     TO WS-STMT-REASON.
059800     WRITE PAYSTMT-LINE FROM WS-STMT-REASON-LINE.
059900     IF NOT WS-CALC-FLAT-GROSS
060000         MOVE WS-PAY-HOURS   TO WS-STMT-HOURS
060100         MOVE WS-PAY-RATE    TO WS-STMT-RATE
060200         WRITE PAYSTMT-LINE FROM WS-STMT-HOURS-LINE
060300     END-IF.
060400     MOVE WS-GROSS-PAY       TO WS-STMT-GROSS.
060500     WRITE PAYSTMT-LINE FROM WS-STMT-GROSS-LINE.
060600     MOVE WS-WITHHOLDING     TO WS-STMT-WITHHOLDING.
060700     WRITE PAYSTMT-LINE FROM WS-STMT-WITHHOLD-LINE.
060800     MOVE 1 TO WS-APPLIED-IDX.
060900     PERFORM 2310-WRITE-STMT-DEDUCTION THRU 2310-EXIT
061000         UNTIL WS-APPLIED-IDX > WS-APPLIED-COUNT.
061100     MOVE WS-NET-PAY         TO WS-STMT-NET.
061200     WRITE PAYSTMT-LINE FROM WS-STMT-NET-LINE.
061300 2300-EXIT.
061400     EXIT.
061500*
061600 2310-WRITE-STMT-DEDUCTION.
061700     MOVE WS-APP-TYPE (WS-APPLIED-IDX)   TO WS-STMT-DED-TYPE.
061800     MOVE WS-APP-AMOUNT (WS-APPLIED-IDX) TO WS-STMT-DED-AMOUNT.
061900     WRITE PAYSTMT-LINE FROM WS-STMT-DED-LINE.
062000     ADD 1 TO WS-APPLIED-IDX.
062100 2310-EXIT.
062200     EXIT.
062300*
062400*    A DEPOSIT IS MADE ONLY WHEN ONE WAS ASKED FOR AND THE
062500*    EMPLOYEE HAS AN ACTIVE EMPBANK RECORD - OTHERWISE A CHECK.
062600 2400-DISPOSE-PAYMENT.
062700     IF AJ-PAY-BY-CHECK
062800         MOVE "CHECK REQUESTED     " TO WS-CHK-REASON
062900         PERFORM 2420-WRITE-CHECK-LINE THRU 2420-EXIT
063000         GO TO 2400-EXIT
063100     END-IF.
063200     IF NOT WS-EMPBANK-ON-FILE
063300         MOVE "NO BANK RECORD      " TO WS-CHK-REASON
063400         PERFORM 2420-WRITE-CHECK-LINE THRU 2420-EXIT
063500         GO TO 2400-EXIT
063600     END-IF.
063700     MOVE AJ-EMP-ID TO EB-EMP-ID.
063800     READ EMPBANK
063900         INVALID KEY
064000             MOVE "NO BANK RECORD      " TO WS-CHK-REASON
064100             PERFORM 2420-WRITE-CHECK-LINE THRU 2420-EXIT
064200         NOT INVALID KEY
064300             IF EB-ACTIVE
064400                 PERFORM 2410-WRITE-PAYMENT THRU 2410-EXIT
064500             ELSE
064600                 MOVE "BANK RECORD INACTIVE" TO WS-CHK-REASON
064700                 PERFORM 2420-WRITE-CHECK-LINE THRU 2420-EXIT
064800             END-IF
064900     END-READ.
065000 2400-EXIT.
065100     EXIT.
065200*
065300 2410-WRITE-PAYMENT.
065400     MOVE "D" TO WS-DISPOSITION-SW.
065500     MOVE ZERO TO WS-CHECK-NUMBER.
065600     MOVE "D" TO BX-PAY-TYPE.
065700     MOVE AJ-EMP-ID   TO BX-PAY-EMP-ID.
065800     MOVE EB-ROUTING  TO BX-PAY-ROUTING.
065900     MOVE EB-ACCOUNT  TO BX-PAY-ACCOUNT.
066000     MOVE WS-NET-PAY  TO BX-PAY-NET.
066100     WRITE BANKXMIT-LINE FROM BX-PAYMENT-RECORD.
066200     ADD 1 TO WS-DEPOSIT-COUNT.
066300     ADD WS-NET-PAY TO WS-DEPOSIT-TOTAL.
066400 2410-EXIT.
066500     EXIT.
066600*
066700 2420-WRITE-CHECK-LINE.
066800     MOVE "C" TO WS-DISPOSITION-SW.
066900     MOVE AJ-EMP-ID   TO WS-CHK-EMP-ID.
067000     MOVE EM-EMP-NAME TO WS-CHK-EMP-NAME.
067100     MOVE WS-NET-PAY  TO WS-CHK-NET.
067200     MOVE WS-NET-PAY  TO WS-CHECK-AMOUNT.
067300     MOVE ZERO        TO WS-CHECK-NUMBER.
067400     CALL "CHKWRITE" USING AJ-EMP-ID, EM-EMP-NAME,
067500         WS-CHECK-AMOUNT, WS-CHECK-NUMBER.
067600     MOVE WS-CHECK-NUMBER TO WS-CHK-CHECK-NO.
067700     WRITE CHECKLST-LINE FROM WS-CHECK-LINE.
067800     ADD 1 TO WS-CHECK-COUNT.
067900 2420-EXIT.
068000     EXIT.
068100*
068200 2500-WRITE-HISTORY.
068300     MOVE AJ-EMP-ID          TO PH-EMP-ID.
068400     MOVE WS-CDT-DATE        TO PH-RUN-DATE.
068500     SET PH-ADJUSTMENT-RUN   TO TRUE.
068600     MOVE EM-EMP-NAME        TO PH-EMP-NAME.
068700     MOVE WS-CDT-DATE        TO PH-PERIOD-END.
068800     MOVE WS-PAY-HOURS       TO PH-HOURS-WORKED.
068900     MOVE WS-PAY-RATE        TO PH-HOURLY-RATE.
069000     MOVE WS-BRACKET-USED    TO PH-BRACKET-USED.
069100     MOVE WS-GROSS-PAY       TO PH-GROSS.
069200     MOVE WS-WITHHOLDING     TO PH-WITHHOLDING.
069300     MOVE WS-NET-PAY         TO PH-NET.
069400     MOVE WS-DISPOSITION-SW  TO PH-DISPOSITION-SW.
069500     MOVE WS-CHECK-NUMBER    TO PH-CHECK-NUMBER.
069600     WRITE PH-HISTORY-RECORD
069700         INVALID KEY
069800             DISPLAY "PAYADJ: PAYHIST WRITE FAILED FOR EMPLOYEE "
069900                 AJ-EMP-ID " - STATUS " WS-PAYHIST-STATUS
070000     END-WRITE.
070100 2500-EXIT.
070200     EXIT.
070300*
070400*    AN OFF-CYCLE PAYMENT ADDS TO THE ANNUAL AND QUARTER BUCKETS
070500*    ONLY.  THE LAST-RUN AMOUNTS AND UPDATE DATE BELONG TO THE
070600*    REGULAR RUN'S SAME-DAY RERUN BACKOUT AND ARE LEFT ALONE.
070700 2600-UPDATE-YTD.
070800     MOVE AJ-EMP-ID TO YT-EMP-ID.
070900     READ PAYYTD
071000         INVALID KEY
071030             MOVE ZERO           TO WS-PRIOR-YTD-GROSS
071060             PERFORM 2640-ACCRUE-ER-TAX THRU 2640-EXIT
071100             MOVE AJ-EMP-ID      TO YT-EMP-ID
071200             MOVE EM-EMP-NAME    TO YT-EMP-NAME
071300             MOVE WS-GROSS-PAY   TO YT-GROSS
071400             MOVE WS-WITHHOLDING TO YT-WITHHOLDING
071500             MOVE WS-NET-PAY     TO YT-NET
071600             MOVE ZERO           TO YT-LAST-RUN-GROSS
071700             MOVE ZERO           TO YT-LAST-RUN-WITHHOLDING
071800             MOVE ZERO           TO YT-LAST-RUN-NET
071900             MOVE ZERO           TO YT-UPD-DATE
071930             MOVE WS-EMPLOYER-TAX TO YT-ER-TAX
071960             MOVE ZERO           TO YT-LAST-RUN-ER-TAX
072000             PERFORM 2620-CLEAR-QUARTERS THRU 2620-EXIT
072100             PERFORM 2630-POST-QUARTER THRU 2630-EXIT
072200             WRITE YT-YTD-RECORD
072300         NOT INVALID KEY
072330             MOVE YT-GROSS       TO WS-PRIOR-YTD-GROSS
072360             PERFORM 2640-ACCRUE-ER-TAX THRU 2640-EXIT
072400             MOVE EM-EMP-NAME    TO YT-EMP-NAME
072500             ADD WS-GROSS-PAY    TO YT-GROSS
072600             ADD WS-WITHHOLDING  TO YT-WITHHOLDING
072700             ADD WS-NET-PAY      TO YT-NET
072750             ADD WS-EMPLOYER-TAX TO YT-ER-TAX
072800             PERFORM 2630-POST-QUARTER THRU 2630-EXIT
072900             REWRITE YT-YTD-RECORD
073000     END-READ.
073100 2600-EXIT.
073200     EXIT.
073300*
073400 2620-CLEAR-QUARTERS.
073500     MOVE 1 TO WS-QTR-IDX.
073600     PERFORM 2621-CLEAR-ONE-QUARTER THRU 2621-EXIT
073700         UNTIL WS-QTR-IDX > 4.
073800 2620-EXIT.
073900     EXIT.
074000*
074100 2621-CLEAR-ONE-QUARTER.
074200     MOVE ZERO TO YT-QTR-GROSS (WS-QTR-IDX).
074300     MOVE ZERO TO YT-QTR-WITHHOLDING (WS-QTR-IDX).
074350     MOVE ZERO TO YT-QTR-ER-TAX (WS-QTR-IDX).
074400     ADD 1 TO WS-QTR-IDX.
074500 2621-EXIT.
074600     EXIT.
074700*
074800 2630-POST-QUARTER.
074900     ADD WS-GROSS-PAY   TO YT-QTR-GROSS (WS-RUN-QUARTER).
075000     ADD WS-WITHHOLDING TO YT-QTR-WITHHOLDING (WS-RUN-QUARTER).
075050     ADD WS-EMPLOYER-TAX TO YT-QTR-ER-TAX (WS-RUN-QUARTER).
075100 2630-EXIT.
075200     EXIT.
075210*
075220*    THE WAGE BASES ARE MEASURED AGAINST THE YEAR'S GROSS AS IT
075230*    STOOD BEFORE THIS PAYMENT.
075240 2640-ACCRUE-ER-TAX.
075250     CALL "PAYERTX" USING WS-GROSS-PAY, WS-PRIOR-YTD-GROSS,
075260         WS-EMPLOYER-TAX.
075270 2640-EXIT.
075280     EXIT.
075300*
075400 2700-POST-DEPARTMENT.
075500     MOVE EM-DEPT TO WS-WORK-DEPT.
075600     PERFORM 2710-FIND-DEPARTMENT THRU 2710-EXIT.
075700     IF WS-DEPT-FOUND-IDX = ZERO
075800         PERFORM 2720-ADD-DEPARTMENT THRU 2720-EXIT
075900     END-IF.
076000     ADD 1              TO WS-DPT-EMPLOYEES (WS-DEPT-FOUND-IDX).
076100     ADD WS-GROSS-PAY   TO WS-DPT-GROSS (WS-DEPT-FOUND-IDX).
076200     ADD WS-WITHHOLDING
076300         TO WS-DPT-WITHHOLDING (WS-DEPT-FOUND-IDX).
076400     ADD WS-NET-PAY     TO WS-DPT-NET (WS-DEPT-FOUND-IDX).
076430     ADD WS-EMPLOYER-TAX
076460         TO WS-DPT-ER-TAX (WS-DEPT-FOUND-IDX).
076500 2700-EXIT.
076600     EXIT.
076700*
076800 2710-FIND-DEPARTMENT.
076900     MOVE ZERO TO WS-DEPT-FOUND-IDX.
077000     MOVE 1 TO WS-DEPT-IDX.
077100     PERFORM 2715-TEST-ONE-DEPT THRU 2715-EXIT
077200         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
077300         OR WS-DEPT-FOUND-IDX > ZERO.
077400 2710-EXIT.
077500     EXIT.
077600*
077700 2715-TEST-ONE-DEPT.
077800     IF WS-DPT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT
077900         MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
078000     ELSE
078100         ADD 1 TO WS-DEPT-IDX
078200     END-IF.
078300 2715-EXIT.
078400     EXIT.
078500*
078600 2720-ADD-DEPARTMENT.
078700     IF WS-DEPT-COUNT < 50
078800         ADD 1 TO WS-DEPT-COUNT
078900         MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IDX
079000         MOVE WS-WORK-DEPT TO WS-DPT-CODE (WS-DEPT-FOUND-IDX)
079100         MOVE ZERO TO WS-DPT-EMPLOYEES (WS-DEPT-FOUND-IDX)
079200         MOVE ZERO TO WS-DPT-GROSS (WS-DEPT-FOUND-IDX)
079300         MOVE ZERO TO WS-DPT-WITHHOLDING (WS-DEPT-FOUND-IDX)
079400         MOVE ZERO TO WS-DPT-NET (WS-DEPT-FOUND-IDX)
079450         MOVE ZERO TO WS-DPT-ER-TAX (WS-DEPT-FOUND-IDX)
079500     ELSE
079600         MOVE 50 TO WS-DEPT-FOUND-IDX
079700         IF WS-DPT-CODE (50) NOT = "OTHR"
079800             DISPLAY "PAYADJ: MORE THAN 50 DEPARTMENTS - THE"
079900                 " REST FOLD INTO DEPT OTHR ON THE REGISTER"
080000                 " AND LEDGER"
080100             MOVE "OTHR" TO WS-DPT-CODE (50)
080200         END-IF
080300     END-IF.
080400 2720-EXIT.
080500     EXIT.
080600*
080700 2800-APPLY-DEDUCTIONS.
080800     MOVE ZERO TO WS-EMP-DED-TOTAL.
080900     MOVE ZERO TO WS-APPLIED-COUNT.
081000     MOVE WS-NET-PAY TO WS-REMAINING-NET.
081100     MOVE 1 TO WS-DED-IDX.
081200     PERFORM 2810-TRY-ONE-DEDUCTION THRU 2810-EXIT
081300         UNTIL WS-DED-IDX > WS-DED-COUNT.
081400     COMPUTE WS-NET-PAY = WS-NET-PAY - WS-EMP-DED-TOTAL.
081500     ADD WS-EMP-DED-TOTAL TO WS-TOTAL-DEDUCTIONS.
081600 2800-EXIT.
081700     EXIT.
081800*
081900*    ONLY PERCENTAGE DEDUCTIONS FOLLOW THE EXTRA GROSS - A FLAT
082000*    PER-PERIOD AMOUNT WAS ALREADY TAKEN BY THE REGULAR RUN.
082100 2810-TRY-ONE-DEDUCTION.
082200     IF WS-DED-EMP-ID (WS-DED-IDX) NOT = AJ-EMP-ID
082300         GO TO 2810-NEXT
082400     END-IF.
082500     IF WS-DED-METHOD (WS-DED-IDX) NOT = "P"
082600         GO TO 2810-NEXT
082700     END-IF.
082800     IF WS-DED-STOP-DATE (WS-DED-IDX) NOT = ZERO
082900         AND WS-CDT-DATE >= WS-DED-STOP-DATE (WS-DED-IDX)
083000         GO TO 2810-NEXT
083100     END-IF.
083200     COMPUTE WS-ONE-DED-AMOUNT ROUNDED =
083300         WS-GROSS-PAY * WS-DED-AMOUNT (WS-DED-IDX) / 100.
083400     IF WS-ONE-DED-AMOUNT > WS-REMAINING-NET
083500         MOVE WS-REMAINING-NET TO WS-ONE-DED-AMOUNT
083600     END-IF.
083610     MOVE "N" TO WS-GARN-ORDER-SW.
083620     IF WS-DED-TYPE (WS-DED-IDX) = "GAR"
083630         AND WS-DED-CASE-NUMBER (WS-DED-IDX) NOT = SPACES
083640         PERFORM 2850-LIMIT-GARNISHMENT THRU 2850-EXIT
083650     END-IF.
083700     IF WS-ONE-DED-AMOUNT = ZERO
083800         GO TO 2810-NEXT
083900     END-IF.
084000     SUBTRACT WS-ONE-DED-AMOUNT FROM WS-REMAINING-NET.
084100     ADD WS-ONE-DED-AMOUNT TO WS-EMP-DED-TOTAL.
084200     PERFORM 2820-RECORD-APPLIED THRU 2820-EXIT.
084210     IF WS-GARN-ORDER
084220         MOVE "A" TO GP-FUNCTION
084230         MOVE WS-ONE-DED-AMOUNT TO GP-AMOUNT
084240         CALL "PAYGARN" USING GP-GARN-PARMS
084250     END-IF.
084300 2810-NEXT.
084400     ADD 1 TO WS-DED-IDX.
084500 2810-EXIT.
084600     EXIT.
084700*
084800 2820-RECORD-APPLIED.
084900     IF WS-APPLIED-COUNT < 10
085000         ADD 1 TO WS-APPLIED-COUNT
085100         MOVE WS-DED-TYPE (WS-DED-IDX)
085200             TO WS-APP-TYPE (WS-APPLIED-COUNT)
085300         MOVE WS-ONE-DED-AMOUNT
085400             TO WS-APP-AMOUNT (WS-APPLIED-COUNT)
085500     END-IF.
085600     PERFORM 2830-POST-TYPE-TOTAL THRU 2830-EXIT.
085700 2820-EXIT.
085800     EXIT.
085900*
086000 2830-POST-TYPE-TOTAL.
086100     MOVE ZERO TO WS-DTYPE-FOUND-IDX.
086200     MOVE 1 TO WS-DTYPE-IDX.
086300     PERFORM 2840-TEST-ONE-TYPE THRU 2840-EXIT
086400         UNTIL WS-DTYPE-IDX > WS-DTYPE-COUNT
086500         OR WS-DTYPE-FOUND-IDX > ZERO.
086600     IF WS-DTYPE-FOUND-IDX = ZERO
086700         IF WS-DTYPE-COUNT < 10
086800             ADD 1 TO WS-DTYPE-COUNT
086900             MOVE WS-DTYPE-COUNT TO WS-DTYPE-FOUND-IDX
087000             MOVE WS-DED-TYPE (WS-DED-IDX)
087100                 TO WS-DTY-TYPE (WS-DTYPE-FOUND-IDX)
087200             MOVE ZERO TO WS-DTY-AMOUNT (WS-DTYPE-FOUND-IDX)
087300         ELSE
087400             MOVE WS-DTYPE-COUNT TO WS-DTYPE-FOUND-IDX
087500             MOVE "OTH" TO WS-DTY-TYPE (10)
087600         END-IF
087700     END-IF.
087800     ADD WS-ONE-DED-AMOUNT TO WS-DTY-AMOUNT (WS-DTYPE-FOUND-IDX).
087900 2830-EXIT.
088000     EXIT.
088100*
088200 2840-TEST-ONE-TYPE.
088300     IF WS-DTY-TYPE (WS-DTYPE-IDX) = WS-DED-TYPE (WS-DED-IDX)
088400         MOVE WS-DTYPE-IDX TO WS-DTYPE-FOUND-IDX
088500     ELSE
088600         ADD 1 TO WS-DTYPE-IDX
088700     END-IF.
088800 2840-EXIT.
088900     EXIT.
088905*
088910*    A GARNISHMENT NAMING AN ORDER ON GARNPAY IS NEVER TAKEN PAST
088915*    WHAT THE ORDER STILL OWES - NOTHING AT ALL ONCE IT IS PAID.
088920 2850-LIMIT-GARNISHMENT.
088925     MOVE "Q" TO GP-FUNCTION.
088930     MOVE WS-DED-CASE-NUMBER (WS-DED-IDX) TO GP-CASE-NUMBER.
088935     MOVE AJ-EMP-ID   TO GP-EMP-ID.
088940     MOVE EM-EMP-NAME TO GP-EMP-NAME.
088945     CALL "PAYGARN" USING GP-GARN-PARMS.
088950     IF GP-ORDER-NOT-FOUND
088955         GO TO 2850-EXIT
088960     END-IF.
088965     SET WS-GARN-ORDER TO TRUE.
088970     IF WS-ONE-DED-AMOUNT > GP-AMOUNT
088975         MOVE GP-AMOUNT TO WS-ONE-DED-AMOUNT
088980     END-IF.
088985 2850-EXIT.
088990     EXIT.
089000*
089100 3000-FINISH.
089200     PERFORM 3200-WRITE-DEPT-BLOCK THRU 3200-EXIT.
089300     PERFORM 3300-WRITE-DED-BLOCK THRU 3300-EXIT.
089400     MOVE WS-EMPLOYEE-COUNT  TO PR-TOTAL-EMPLOYEES.
089500     MOVE WS-TOTAL-NET-PAY   TO PR-TOTAL-NET-PAY.
089600     WRITE PAYREG-LINE FROM PR-TOTAL-LINE.
089700     MOVE "ADJUSTMENTS READ          " TO PR-CTL-LABEL.
089800     MOVE WS-READ-COUNT TO PR-CTL-VALUE.
089900     WRITE PAYREG-LINE FROM PR-CONTROL-LINE.
090000     MOVE "ADJUSTMENTS PAID          " TO PR-CTL-LABEL.
090100     MOVE WS-EMPLOYEE-COUNT TO PR-CTL-VALUE.
090200     WRITE PAYREG-LINE FROM PR-CONTROL-LINE.
090300     MOVE "ADJUSTMENTS REJECTED      " TO PR-CTL-LABEL.
090400     MOVE WS-REJECT-COUNT TO PR-CTL-VALUE.
090500     WRITE PAYREG-LINE FROM PR-CONTROL-LINE.
090600     MOVE "DEPOSITS                  " TO PR-CTL-LABEL.
090700     MOVE WS-DEPOSIT-COUNT TO PR-CTL-VALUE.
090800     WRITE PAYREG-LINE FROM PR-CONTROL-LINE.
090900     MOVE "CHECKS ISSUED             " TO PR-CTL-LABEL.
091000     MOVE WS-CHECK-COUNT TO PR-CTL-VALUE.
091100     WRITE PAYREG-LINE FROM PR-CONTROL-LINE.
091120     MOVE "C" TO GP-FUNCTION.
091140     CALL "PAYGARN" USING GP-GARN-PARMS.
091160     MOVE GP-AMOUNT TO WS-GARN-REMITTED.
091200     PERFORM 3100-WRITE-GL-EXTRACT THRU 3100-EXIT.
091300     CLOSE ADJTRAN.
091400     CLOSE PAYREG.
091500     CLOSE PAYSTMT.
091600     CLOSE PAYEXCP.
091700     MOVE "T" TO BX-TRL-TYPE.
091800     MOVE WS-DEPOSIT-COUNT TO BX-TRL-COUNT.
091900     MOVE WS-DEPOSIT-TOTAL TO BX-TRL-TOTAL.
092000     WRITE BANKXMIT-LINE FROM BX-TRAILER-RECORD.
092100     CLOSE BANKXMIT.
092200     CLOSE CHECKLST.
092300     IF WS-EMPBANK-ON-FILE
092400         CLOSE EMPBANK
092500     END-IF.
092520     IF WS-TAXPROF-ON-FILE
092540         CLOSE TAXPROF
092560     END-IF.
092600     CLOSE EMPMAST.
092700     CLOSE PAYYTD.
092800     CLOSE PAYHIST.
092900     DISPLAY "PAYADJ: " WS-EMPLOYEE-COUNT " ADJUSTMENT(S) PAID, "
093000         WS-REJECT-COUNT " REJECTED TO PAYEXCP".
093100 3000-EXIT.
093200     EXIT.
093300*
093400 3100-WRITE-GL-EXTRACT.
093500     IF WS-TOTAL-GROSS-PAY NOT =
093600         WS-TOTAL-WITHHOLDING + WS-TOTAL-DEDUCTIONS +
093700         WS-TOTAL-NET-PAY
093800         DISPLAY "PAYADJ: GL EXTRACT NOT WRITTEN - DEBITS "
093900             WS-TOTAL-GROSS-PAY " DO NOT EQUAL CREDITS "
094000             WS-TOTAL-WITHHOLDING " PLUS " WS-TOTAL-DEDUCTIONS
094100             " PLUS " WS-TOTAL-NET-PAY
094200         MOVE 8 TO RETURN-CODE
094300         GO TO 3100-EXIT
094400     END-IF.
094420     IF WS-GLEXTR-HOLDS-TODAY
094440         OPEN EXTEND GLEXTR
094460     ELSE
094500         OPEN OUTPUT GLEXTR
094550     END-IF.
094600     MOVE WS-CDT-DATE TO GL-RUN-DATE.
094700     MOVE 1 TO WS-DEPT-IDX.
094800     PERFORM 3110-WRITE-SALARY-DEBIT THRU 3110-EXIT
094900         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
094920     MOVE 1 TO WS-DEPT-IDX.
094940     PERFORM 3130-WRITE-ER-TAX-PAIR THRU 3130-EXIT
094960         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
095000     MOVE "WITHHOLDING PAYABLE " TO GL-ACCOUNT.
095100     MOVE "CR" TO GL-DR-CR.
095200     MOVE WS-TOTAL-WITHHOLDING TO GL-AMOUNT.
095300     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
095400     MOVE 1 TO WS-DTYPE-IDX.
095500     PERFORM 3120-WRITE-DEDUCTION-CREDIT THRU 3120-EXIT
095600         UNTIL WS-DTYPE-IDX > WS-DTYPE-COUNT.
095620     IF WS-GARN-REMITTED > ZERO
095640         PERFORM 3140-WRITE-GARN-REMIT THRU 3140-EXIT
095660     END-IF.
095700     MOVE "CASH                " TO GL-ACCOUNT.
095800     MOVE "CR" TO GL-DR-CR.
095900     MOVE WS-TOTAL-NET-PAY TO GL-AMOUNT.
096000     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
096100     CLOSE GLEXTR.
096200 3100-EXIT.
096300     EXIT.
096400*
096500 3110-WRITE-SALARY-DEBIT.
096600     MOVE SPACES TO GL-ACCOUNT.
096700     MOVE "SALARY EXPENSE " TO GL-ACCOUNT (1:15).
096800     MOVE WS-DPT-CODE (WS-DEPT-IDX) TO GL-ACCOUNT (16:4).
096900     MOVE "DR" TO GL-DR-CR.
097000     MOVE WS-DPT-GROSS (WS-DEPT-IDX) TO GL-AMOUNT.
097100     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
097200     ADD 1 TO WS-DEPT-IDX.
097300 3110-EXIT.
097400     EXIT.
097500*
097600 3120-WRITE-DEDUCTION-CREDIT.
097700     MOVE SPACES TO GL-ACCOUNT.
097800     MOVE "DED PAYABLE " TO GL-ACCOUNT (1:12).
097900     MOVE WS-DTY-TYPE (WS-DTYPE-IDX) TO GL-ACCOUNT (13:3).
098000     MOVE "CR" TO GL-DR-CR.
098100     MOVE WS-DTY-AMOUNT (WS-DTYPE-IDX) TO GL-AMOUNT.
098200     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
098300     ADD 1 TO WS-DTYPE-IDX.
098400 3120-EXIT.
098500     EXIT.
098505*
098510 3130-WRITE-ER-TAX-PAIR.
098515     IF WS-DPT-ER-TAX (WS-DEPT-IDX) = ZERO
098520         GO TO 3130-NEXT
098525     END-IF.
098530     MOVE SPACES TO GL-ACCOUNT.
098535     MOVE "ER TAX EXPENSE " TO GL-ACCOUNT (1:15).
098540     MOVE WS-DPT-CODE (WS-DEPT-IDX) TO GL-ACCOUNT (16:4).
098545     MOVE "DR" TO GL-DR-CR.
098550     MOVE WS-DPT-ER-TAX (WS-DEPT-IDX) TO GL-AMOUNT.
098555     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
098560     MOVE "ER TAX PAYABLE " TO GL-ACCOUNT (1:15).
098565     MOVE "CR" TO GL-DR-CR.
098570     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
098575 3130-NEXT.
098580     ADD 1 TO WS-DEPT-IDX.
098585 3130-EXIT.
098590     EXIT.
098600*
098700 3200-WRITE-DEPT-BLOCK.
098800     IF WS-DEPT-COUNT = ZERO
098900         GO TO 3200-EXIT
099000     END-IF.
099100     WRITE PAYREG-LINE FROM WS-DEPT-BLOCK-HEADING.
099200     MOVE 1 TO WS-DEPT-IDX.
099300     PERFORM 3210-WRITE-DEPT-LINE THRU 3210-EXIT
099400         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
099500 3200-EXIT.
099600     EXIT.
099700*
099800 3210-WRITE-DEPT-LINE.
099900     MOVE WS-DPT-CODE (WS-DEPT-IDX)        TO PR-DEPT-CODE.
100000     MOVE WS-DPT-EMPLOYEES (WS-DEPT-IDX)   TO PR-DEPT-EMPLOYEES.
100100     MOVE WS-DPT-GROSS (WS-DEPT-IDX)       TO PR-DEPT-GROSS.
100200     MOVE WS-DPT-WITHHOLDING (WS-DEPT-IDX)
100300         TO PR-DEPT-WITHHOLDING.
100400     MOVE WS-DPT-NET (WS-DEPT-IDX)         TO PR-DEPT-NET.
100450     MOVE WS-DPT-ER-TAX (WS-DEPT-IDX)      TO PR-DEPT-ER-TAX.
100500     WRITE PAYREG-LINE FROM PR-DEPT-LINE.
100600     ADD 1 TO WS-DEPT-IDX.
100700 3210-EXIT.
100800     EXIT.
100900*
101000 3300-WRITE-DED-BLOCK.
101100     IF WS-DTYPE-COUNT = ZERO
101200         GO TO 3300-EXIT
101300     END-IF.
101400     WRITE PAYREG-LINE FROM WS-DED-BLOCK-HEADING.
101500     MOVE 1 TO WS-DTYPE-IDX.
101600     PERFORM 3310-WRITE-DED-LINE THRU 3310-EXIT
101700         UNTIL WS-DTYPE-IDX > WS-DTYPE-COUNT.
101800 3300-EXIT.
101900     EXIT.
102000*
102100 3310-WRITE-DED-LINE.
102200     MOVE WS-DTY-TYPE (WS-DTYPE-IDX)   TO WS-REG-DED-TYPE.
102300     MOVE WS-DTY-AMOUNT (WS-DTYPE-IDX) TO WS-REG-DED-AMOUNT.
102400     WRITE PAYREG-LINE FROM WS-REG-DED-LINE.
102500     ADD 1 TO WS-DTYPE-IDX.
102600 3310-EXIT.
102700     EXIT.
102800*
102900*    WHAT WENT OUT ON THE PAYEE CHECKS CLEARS THE GARNISHMENT
103000*    PAYABLE THE DEDUCTIONS BUILT UP.
103100 3140-WRITE-GARN-REMIT.
103200     MOVE "DED PAYABLE GAR     " TO GL-ACCOUNT.
103300     MOVE "DR" TO GL-DR-CR.
103400     MOVE WS-GARN-REMITTED TO GL-AMOUNT.
103500     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
103600     MOVE "CASH GARN REMIT     " TO GL-ACCOUNT.
103700     MOVE "CR" TO GL-DR-CR.
103800     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
103900 3140-EXIT.
104000     EXIT.
