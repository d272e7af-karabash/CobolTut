012400*                     NUMBER IS PRINTED ON THE CHECKLST LINE     *
012500*                     (RECORD NOW 66 BYTES) AND THE ISSUE IS     *
012600*                     RECORDED ON THE CHKISSUE REGISTER          *
012601*    15OCT26    JEH   TRIAL (PREVIEW) MODE - WHEN PAYTRIAL SETS  *
012602*                     THE PAYMODE SWITCH THE RUN PRINTS THE      *
012603*                     REGISTER, STATEMENTS, AND PAYUNMAT MARKED  *
012604*                     TRIAL BUT SKIPS PAYYTD, PAYHIST, CHKWRITE, *
012605*                     BANKXMIT, CHECKLST, AND GLEXTR ENTIRELY    *
012606*    15OCT26    JEH   PAYHIST RECORDS NOW CARRY RUN TYPE "R" IN  *
012607*                     THE KEY SO AN OFF-CYCLE PAYADJ RECORD THE  *
012608*                     SAME DAY CANNOT OVERLAY THEM; PAYCALC IS   *
012609*                     CALLED IN HOURS MODE                       *
012610*    15OCT26    JEH   EACH EMPLOYEE'S TAXPROF TAX PROFILE IS NOW *
012611*                     READ AND PASSED TO PAYCALC FOR FILING      *
012612*                     STATUS, ALLOWANCES, EXTRA WITHHOLDING, AND *
012613*                     EXEMPT CLAIMS - NO PROFILE (OR NO TAXPROF  *
012614*                     FILE) PAYS AS SINGLE, NO ALLOWANCES        *
012615*    15OCT26    JEH   THE EMPLOYER'S SHARE OF PAYROLL TAX IS NOW *
012616*                     ACCRUED PER EMPLOYEE THROUGH PAYERTX FROM  *
012617*                     THE ERTAXRT RATE AND WAGE-BASE TABLE,      *
012618*                     MEASURED AGAINST THE PAYYTD ANNUAL GROSS,  *
012619*                     AND POSTED INTO NEW PAYYTD EMPLOYER TAX    *
012620*                     BUCKETS (SAME-DAY RERUN BACKOUT INCLUDED). *
012621*                     THE DEPARTMENT LINES SHOW IT AND GLEXTR    *
012622*                     GETS AN ER TAX EXPENSE DEBIT AND ER TAX    *
012623*                     PAYABLE CREDIT PER DEPARTMENT.  A TRIAL    *
012624*                     RUN READS PAYYTD TO SHOW THE SAME FIGURES  *
012625*    15OCT26    JEH   VACATION AND SICK LEAVE - EACH TIMECARD'S  *
012626*                     LEAVE HOURS ARE PAID AT STRAIGHT TIME ON   *
012627*                     TOP OF HOURS WORKED, THE PERIOD'S ACCRUAL  *
012628*                     COMES FROM PAYLEAVE BY SERVICE YEARS, AND  *
012629*                     PAYVAL REJECTS LEAVE OVER THE LEAVEBAL     *
012630*                     BALANCE.  THE STATEMENT PAGE SHOWS         *
012631*                     ACCRUED, USED, AND REMAINING HOURS; A      *
012632*                     LIVE RUN POSTS LEAVEBAL (SAME-DAY RERUN    *
012633*                     BACKOUT INCLUDED), A TRIAL RUN ONLY READS  *
012634*                     IT                                         *
012635*    15OCT26    JEH   GARNISHMENT ORDERS - A GAR DEDUCTION WITH  *
012636*                     A PD-CASE-NUMBER IS CAPPED AT WHAT ITS     *
012637*                     GARNPAY ORDER STILL OWES (NOTHING ONCE IT  *
012638*                     IS SATISFIED) AND POSTED TO THE ORDER      *
012639*                     THROUGH PAYGARN, WHICH PRINTS THE GARNREG  *
012640*                     REMITTANCE REGISTER AND ISSUES ONE CHECK   *
012641*                     PER PAYEE.  GLEXTR CARRIES THE REMITTANCE  *
012642*                     AS A DED PAYABLE GAR DEBIT AND A CASH GARN *
012643*                     REMIT CREDIT                               *
012644*    15OCT26    JEH   A TRIAL RUN NOW WRITES THE PAYHIST RECORDS *
012645*                     IT WOULD HAVE POSTED TO THE SEQUENTIAL     *
012646*                     PAYHTRL FILE INSTEAD, SO PAYVAR CAN SHOW   *
012647*                     THE RUN-TO-RUN VARIANCES BEFORE THE LIVE   *
012648*                     RUN GOES OUT                               *
012649*    15OCT26    JEH   A LIVE RUN NOW REFUSES EMPTIME WHILE ANY   *
012650*                     TIMEENT BATCH ON TIMECTL IS OUT OF         *
012651*                     BALANCE; A TRIAL RUN ONLY WARNS            *
012652*    15OCT26    JEH   A TRIAL RUN NOW STARTS PAYETRL AFRESH WITH *
012653*                     THE TRIAL BANNER FOR PAYVAL'S REJECTS, SO  *
012654*                     THE LIVE PAYEXCP REPORT STAYS CLEAN        *
012700******************************************************************
012800 ENVIRONMENT DIVISION.
012900 INPUT-OUTPUT SECTION.
017200         ACCESS MODE IS DYNAMIC
017300         RECORD KEY IS PH-KEY
017400         FILE STATUS IS WS-PAYHIST-STATUS.
017420     SELECT PAYHTRL ASSIGN TO "PAYHTRL"
017440         ORGANIZATION IS LINE SEQUENTIAL
017460         FILE STATUS IS WS-PAYHTRL-STATUS.
017470     SELECT PAYETRL ASSIGN TO "PAYETRL"
017480         ORGANIZATION IS LINE SEQUENTIAL
017490         FILE STATUS IS WS-PAYETRL-STATUS.
017500     SELECT PAYCAL ASSIGN TO "PAYCAL"
017600         ORGANIZATION IS INDEXED
017700         ACCESS MODE IS DYNAMIC
018700         ACCESS MODE IS DYNAMIC
018800         RECORD KEY IS YT-EMP-ID
018900         FILE STATUS IS WS-PAYYTD-STATUS.
018910     SELECT TAXPROF ASSIGN TO "TAXPROF"
018920         ORGANIZATION IS INDEXED
018930         ACCESS MODE IS DYNAMIC
018940         RECORD KEY IS TP-EMP-ID
018950         FILE STATUS IS WS-TAXPROF-STATUS.
018955     SELECT LEAVEBAL ASSIGN TO "LEAVEBAL"
018960         ORGANIZATION IS INDEXED
018965         ACCESS MODE IS DYNAMIC
018970         RECORD KEY IS LV-EMP-ID
018975         FILE STATUS IS WS-LEAVEBAL-STATUS.
018979     SELECT TIMECTL ASSIGN TO "TIMECTL"
018983         ORGANIZATION IS INDEXED
018987         ACCESS MODE IS SEQUENTIAL
018991         RECORD KEY IS TC-PERIOD-END
018995         FILE STATUS IS WS-TIMECTL-STATUS.
019000 DATA DIVISION.
019100 FILE SECTION.
019200 FD  EMP-TIME.
021900 COPY "payded.cpy".
022000 FD  PAYHIST.
022100 COPY "payhist.cpy".
022120 FD  PAYHTRL
022140     RECORD CONTAINS 80 CHARACTERS.
022160 01  PAYHTRL-LINE                    PIC X(80).
022170 FD  PAYETRL
022180     RECORD CONTAINS 69 CHARACTERS.
022190 01  PAYETRL-LINE                    PIC X(69).
022200 FD  PAYCAL.
022300 COPY "paycal.cpy".
022400 FD  EMPMAST.
022500 COPY "empmast.cpy".
022600 FD  PAYYTD.
022700 COPY "payytd.cpy".
022710 FD  TAXPROF.
022720 COPY "taxprof.cpy".
022740 FD  LEAVEBAL.
022760 COPY "leavebal.cpy".
022770 FD  TIMECTL.
022780 COPY "timectl.cpy".
022800 WORKING-STORAGE SECTION.
022900 COPY "payreg.cpy".
022910 COPY "paymode.cpy".
022915 COPY "garnparm.cpy".
022920 01  WS-TRIAL-BANNER                 PIC X(52) VALUE
022930     "*** TRIAL RUN - NOTHING POSTED, NO CHECKS ISSUED ***".
023000 77  WS-EMP-TIME-STATUS              PIC X(02).
023100 77  WS-PAYREG-STATUS                PIC X(02).
023200 77  WS-PAYSTMT-STATUS               PIC X(02).
024300 77  WS-PAYDEDS-EOF-SW               PIC X(01) VALUE "N".
024400     88  WS-PAYDEDS-END-OF-FILE      VALUE "Y".
024500 77  WS-PAYHIST-STATUS               PIC X(02).
024550 77  WS-PAYHTRL-STATUS               PIC X(02).
024570 77  WS-PAYETRL-STATUS               PIC X(02).
024600 77  WS-PAYCAL-STATUS                PIC X(02).
024610 77  WS-TAXPROF-STATUS               PIC X(02).
024620 77  WS-TAXPROF-ON-FILE-SW           PIC X(01) VALUE "N".
024630     88  WS-TAXPROF-ON-FILE          VALUE "Y".
024650 77  WS-PAYYTD-ON-FILE-SW            PIC X(01) VALUE "N".
024670     88  WS-PAYYTD-ON-FILE           VALUE "Y".
024671 77  WS-TIMECTL-STATUS               PIC X(02).
024672 77  WS-TIMECTL-EOF-SW               PIC X(01) VALUE "N".
024673     88  WS-TIMECTL-END-OF-FILE      VALUE "Y".
024674 77  WS-OPEN-TIME-BATCH              PIC 9(08) VALUE ZERO.
024675 77  WS-LEAVEBAL-STATUS              PIC X(02).
024680 77  WS-LEAVEBAL-ON-FILE-SW          PIC X(01) VALUE "N".
024685     88  WS-LEAVEBAL-ON-FILE         VALUE "Y".
024690 77  WS-LEAVE-REC-SW                 PIC X(01) VALUE "N".
024695     88  WS-LEAVE-REC-FOUND          VALUE "Y".
024700 77  WS-DISPOSITION-SW               PIC X(01) VALUE SPACE.
024800 77  WS-PERIOD-END-DATE              PIC 9(08) VALUE ZERO.
024900 77  WS-MASTER-FOUND-SW              PIC X(01) VALUE "N".
026000         10  WS-DPT-GROSS            PIC 9(09)V9(02).
026100         10  WS-DPT-WITHHOLDING      PIC 9(09)V9(02).
026200         10  WS-DPT-NET              PIC 9(09)V9(02).
026250         10  WS-DPT-ER-TAX           PIC 9(09)V9(02).
026300 01  WS-DEPT-BLOCK-HEADING           PIC X(17) VALUE
026400     "DEPARTMENT TOTALS".
026500 77  WS-DED-COUNT                    PIC 9(04) COMP VALUE ZERO.
027400         10  WS-DED-AMOUNT           PIC 9(05)V9(02).
027500         10  WS-DED-PRIORITY         PIC 9(02).
027600         10  WS-DED-STOP-DATE        PIC 9(08).
027650         10  WS-DED-CASE-NUMBER      PIC X(12).
027700 77  WS-EMP-DED-TOTAL                PIC 9(05)V99 VALUE ZERO.
027800 77  WS-ONE-DED-AMOUNT               PIC 9(05)V99 VALUE ZERO.
027900 77  WS-REMAINING-NET                PIC 9(05)V99 VALUE ZERO.
028000 77  WS-TOTAL-DEDUCTIONS             PIC 9(09)V99 VALUE ZERO.
028020 77  WS-GARN-ORDER-SW                PIC X(01) VALUE "N".
028040     88  WS-GARN-ORDER               VALUE "Y".
028060 77  WS-GARN-REMITTED                PIC 9(07)V99 VALUE ZERO.
028100 77  WS-APPLIED-COUNT                PIC 9(02) COMP VALUE ZERO.
028200 77  WS-APPLIED-IDX                  PIC 9(02) COMP VALUE ZERO.
028300 01  WS-APPLIED-TABLE.
031700 77  WS-BRACKET-USED                 PIC 9(02) VALUE ZERO.
031800 77  WS-REGULAR-HOURS                PIC 9(03)V99 VALUE ZERO.
031900 77  WS-OVERTIME-HOURS               PIC 9(03)V99 VALUE ZERO.
031910 77  WS-CALC-MODE                    PIC X(01) VALUE "H".
031940 77  WS-EMPLOYER-TAX                 PIC 9(05)V99 VALUE ZERO.
031970 77  WS-PRIOR-YTD-GROSS              PIC 9(07)V99 VALUE ZERO.
031972 77  WS-VAC-ACCRUAL                  PIC 9(03)V99 VALUE ZERO.
031974 77  WS-SICK-ACCRUAL                 PIC 9(03)V99 VALUE ZERO.
031976 77  WS-VAC-CAP                      PIC 9(03)V99 VALUE ZERO.
031978 77  WS-SICK-CAP                     PIC 9(03)V99 VALUE ZERO.
031980 77  WS-VAC-AVAILABLE                PIC 9(04)V99 VALUE ZERO.
031982 77  WS-SICK-AVAILABLE               PIC 9(04)V99 VALUE ZERO.
031984 77  WS-VAC-REMAINING                PIC 9(04)V99 VALUE ZERO.
031986 77  WS-SICK-REMAINING               PIC 9(04)V99 VALUE ZERO.
031988 77  WS-LEAVE-HOURS                  PIC 9(03)V99 VALUE ZERO.
031990 77  WS-LEAVE-PAY                    PIC 9(05)V99 VALUE ZERO.
031992 77  WS-SAVE-REG-HOURS               PIC 9(03)V99 VALUE ZERO.
031994 77  WS-SAVE-OT-HOURS                PIC 9(03)V99 VALUE ZERO.
032000 01  WS-STMT-HEADING.
032100     05  FILLER                      PIC X(01) VALUE X"0C".
032200     05  FILLER                      PIC X(24) VALUE
032300         "PAY STATEMENT - PERIOD  ".
032400     05  WS-STMT-DATE                PIC 9(08).
032410     05  WS-STMT-HDG-MODE            PIC X(08) VALUE SPACES.
032500 01  WS-STMT-EMP-LINE.
032600     05  FILLER                      PIC X(09) VALUE "EMPLOYEE ".
032700     05  WS-STMT-EMP-ID              PIC ZZ9.
034100     05  FILLER                      PIC X(15) VALUE
034200         "GROSS PAY      ".
034300     05  WS-STMT-GROSS               PIC ZZ,ZZ9.99.
034304 01  WS-STMT-LEAVE-PAY-LINE.
034308     05  FILLER                      PIC X(15) VALUE
034312         "LEAVE PAY      ".
034316     05  WS-STMT-LEAVE-PAY           PIC ZZ,ZZ9.99.
034320     05  FILLER                      PIC X(09) VALUE
034324         "  HOURS  ".
034328     05  WS-STMT-LEAVE-HOURS         PIC ZZ9.99.
034332 01  WS-STMT-LEAVE-HEADING.
034336     05  FILLER                      PIC X(15) VALUE
034340         "LEAVE HOURS    ".
034344     05  FILLER                      PIC X(30) VALUE
034348         " ACCRUED     USED   REMAINING".
034352 01  WS-STMT-LEAVE-LINE.
034356     05  FILLER                      PIC X(02) VALUE SPACES.
034360     05  WS-STMT-LEAVE-TYPE          PIC X(13).
034364     05  FILLER                      PIC X(02) VALUE SPACES.
034368     05  WS-STMT-LEAVE-ACCRUED       PIC ZZ9.99.
034372     05  FILLER                      PIC X(03) VALUE SPACES.
034376     05  WS-STMT-LEAVE-USED          PIC ZZ9.99.
034380     05  FILLER                      PIC X(04) VALUE SPACES.
034384     05  WS-STMT-LEAVE-REMAINING     PIC Z,ZZ9.99.
034400 01  WS-STMT-WITHHOLD-LINE.
034500     05  FILLER                      PIC X(15) VALUE
034600         "WITHHOLDING    ".
035300     05  FILLER                      PIC X(31) VALUE
035400         "PAYROLL REGISTER - PERIOD END  ".
035500     05  WS-REG-HDG-PERIOD           PIC 9(08).
035510     05  WS-REG-HDG-MODE             PIC X(08) VALUE SPACES.
035600 77  WS-CDT-MONTH                    PIC 9(02) VALUE ZERO.
035700 77  WS-RUN-QUARTER                  PIC 9(01) VALUE ZERO.
035800 77  WS-QTR-IDX                      PIC 9(01) VALUE ZERO.
036500 77  WS-TOTAL-NET-PAY                PIC 9(07)V99 VALUE ZERO.
036600 77  WS-TOTAL-GROSS-PAY              PIC 9(09)V99 VALUE ZERO.
036700 77  WS-TOTAL-WITHHOLDING            PIC 9(09)V99 VALUE ZERO.
036750 77  WS-TOTAL-ER-TAX                 PIC 9(09)V99 VALUE ZERO.
036800 COPY "bankxmit.cpy".
036900 77  WS-EMPBANK-ON-FILE-SW           PIC X(01) VALUE "N".
037000     88  WS-EMPBANK-ON-FILE          VALUE "Y".
041700         MOVE 8 TO RETURN-CODE
041800         GOBACK
041900     END-IF.
041950     PERFORM 1050-CHECK-TIME-BATCH THRU 1050-EXIT.
042000     OPEN INPUT EMPMAST.
042100     IF WS-EMPMAST-STATUS NOT = "00"
042200         DISPLAY "PAYROLL: EMPMAST NOT AVAILABLE - STATUS "
043900     IF WS-EMPBANK-STATUS = "00"
044000         SET WS-EMPBANK-ON-FILE TO TRUE
044100     END-IF.
044101     OPEN INPUT TAXPROF.
044102     IF WS-TAXPROF-STATUS = "00"
044103         SET WS-TAXPROF-ON-FILE TO TRUE
044104     END-IF.
044105     IF PM-TRIAL-RUN
044106         OPEN OUTPUT PAYETRL
044107         WRITE PAYETRL-LINE FROM WS-TRIAL-BANNER
044108         CLOSE PAYETRL
044109     END-IF.
044110     IF PM-TRIAL-RUN
044113         MOVE "  TRIAL " TO WS-REG-HDG-MODE
044116         MOVE "  TRIAL " TO WS-STMT-HDG-MODE
044119         WRITE PAYUNMAT-LINE FROM WS-TRIAL-BANNER
044122         OPEN INPUT PAYYTD
044125         IF WS-PAYYTD-STATUS = "00"
044128             SET WS-PAYYTD-ON-FILE TO TRUE
044131         END-IF
044134         OPEN INPUT LEAVEBAL
044137         IF WS-LEAVEBAL-STATUS = "00"
044140             SET WS-LEAVEBAL-ON-FILE TO TRUE
044143         END-IF
044144         OPEN OUTPUT PAYHTRL
044146         GO TO 1000-HEADING
044160     END-IF.
044200     OPEN I-O PAYHIST.
044300     IF WS-PAYHIST-STATUS = "35"
044400         OPEN OUTPUT PAYHIST
045100         CLOSE PAYYTD
045200         OPEN I-O PAYYTD
045300     END-IF.
045310     SET WS-PAYYTD-ON-FILE TO TRUE.
045320     OPEN I-O LEAVEBAL.
045330     IF WS-LEAVEBAL-STATUS = "35"
045340         OPEN OUTPUT LEAVEBAL
045350         CLOSE LEAVEBAL
045360         OPEN I-O LEAVEBAL
045370     END-IF.
045380     SET WS-LEAVEBAL-ON-FILE TO TRUE.
045390 1000-HEADING.
045400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
045500     MOVE WS-CDT-DATE (5:2) TO WS-CDT-MONTH.
045600     COMPUTE WS-RUN-QUARTER = (WS-CDT-MONTH + 2) / 3.
045700     PERFORM 1100-FIND-PERIOD-END THRU 1100-EXIT.
045800     MOVE WS-PERIOD-END-DATE TO WS-REG-HDG-PERIOD.
045900     WRITE PAYREG-LINE FROM WS-REG-HEADING.
045910*    A TRIAL RUN MUST NOT EVEN OPEN THE BANK FILE OR CHECK
045920*    LIST - OPEN OUTPUT WOULD EMPTY LAST NIGHT'S LIVE COPIES.
045930     IF PM-TRIAL-RUN
045940         WRITE PAYREG-LINE FROM WS-TRIAL-BANNER
045950     ELSE
046000         OPEN OUTPUT BANKXMIT
046100         OPEN OUTPUT CHECKLST
046200         MOVE "H" TO BX-HDR-TYPE
046300         MOVE WS-PERIOD-END-DATE TO BX-HDR-RUN-DATE
046400         WRITE BANKXMIT-LINE FROM BX-HEADER-RECORD
046410     END-IF.
046500     PERFORM 1200-LOAD-DEDUCTIONS THRU 1200-EXIT.
046520     MOVE "O" TO GP-FUNCTION.
046540     MOVE "R" TO GP-RUN-TYPE.
046560     CALL "PAYGARN" USING GP-GARN-PARMS.
046600     READ EMP-TIME
046700         AT END
046800             SET WS-END-OF-FILE TO TRUE
047000 1000-EXIT.
047100     EXIT.
047200*
047202*    A TIMECARD BATCH KEYED THROUGH TIMEENT MUST BALANCE BEFORE
047204*    THE LIVE RUN PAYS FROM EMPTIME.  NO TIMECTL FILE MEANS THE
047206*    CARDS CAME FROM OUTSIDE THE SYSTEM, AS BEFORE.  A TRIAL RUN
047208*    IS HOW PAYROLL CHECKS THE CARDS, SO IT ONLY WARNS.
047210 1050-CHECK-TIME-BATCH.
047212     MOVE "N" TO WS-TIMECTL-EOF-SW.
047214     MOVE ZERO TO WS-OPEN-TIME-BATCH.
047216     OPEN INPUT TIMECTL.
047218     IF WS-TIMECTL-STATUS NOT = "00"
047220         GO TO 1050-EXIT
047222     END-IF.
047224     PERFORM 1060-READ-TIME-BATCH THRU 1060-EXIT
047226         UNTIL WS-TIMECTL-END-OF-FILE.
047228     CLOSE TIMECTL.
047230     IF WS-OPEN-TIME-BATCH = ZERO
047232         GO TO 1050-EXIT
047234     END-IF.
047236     IF PM-TRIAL-RUN
047238         DISPLAY "PAYROLL: TRIAL RUN - TIMECARD BATCH FOR PERIOD "
047240             WS-OPEN-TIME-BATCH " IS OUT OF BALANCE"
047242         GO TO 1050-EXIT
047244     END-IF.
047246     DISPLAY "PAYROLL: TIMECARD BATCH FOR PERIOD "
047248         WS-OPEN-TIME-BATCH " OUT OF BALANCE - RUN REFUSED".
047250     CLOSE EMP-TIME.
047252     MOVE 8 TO RETURN-CODE.
047254     GOBACK.
047256 1050-EXIT.
047258     EXIT.
047260*
047262 1060-READ-TIME-BATCH.
047264     READ TIMECTL
047266         AT END
047268             SET WS-TIMECTL-END-OF-FILE TO TRUE
047270             GO TO 1060-EXIT
047272     END-READ.
047274     IF TC-BATCH-OPEN
047276         MOVE TC-PERIOD-END TO WS-OPEN-TIME-BATCH
047278     END-IF.
047280 1060-EXIT.
047282     EXIT.
047284*
047300 1100-FIND-PERIOD-END.
047400     MOVE WS-CDT-DATE TO WS-PERIOD-END-DATE.
047500     OPEN INPUT PAYCAL.
053200     MOVE PD-AMOUNT    TO WS-DED-AMOUNT (WS-DED-INS-IDX).
053300     MOVE PD-PRIORITY  TO WS-DED-PRIORITY (WS-DED-INS-IDX).
053400     MOVE PD-STOP-DATE TO WS-DED-STOP-DATE (WS-DED-INS-IDX).
053430     MOVE PD-CASE-NUMBER
053460         TO WS-DED-CASE-NUMBER (WS-DED-INS-IDX).
053500     PERFORM 1210-READ-DEDUCTION THRU 1210-EXIT.
053600 1220-EXIT.
053700     EXIT.
056300 2000-PROCESS-EMPLOYEE.
056400     ADD 1 TO WS-READ-COUNT.
056500     PERFORM 2050-READ-MASTER THRU 2050-EXIT.
056550     PERFORM 2070-LEAVE-AVAILABLE THRU 2070-EXIT.
056600     CALL "PAYVAL" USING ET-EMP-ID, ET-EMP-NAME,
056700         ET-HOURS-WORKED, ET-HOURLY-RATE, WS-VALID-SW,
056800         WS-MASTER-FOUND-SW, EM-STATUS-SW, EM-EMP-NAME,
056900         EM-STD-RATE, ET-VAC-HOURS, ET-SICK-HOURS,
056950         WS-VAC-AVAILABLE, WS-SICK-AVAILABLE.
057000     IF WS-RECORD-INVALID
057100         ADD 1 TO WS-REJECT-COUNT
057200         GO TO 2000-NEXT
057300     END-IF.
057310     PERFORM 2060-READ-TAX-PROFILE THRU 2060-EXIT.
057400     CALL "PAYCALC" USING ET-HOURS-WORKED, ET-HOURLY-RATE,
057500         WS-GROSS-PAY, WS-WITHHOLDING, WS-NET-PAY,
057600         WS-BRACKET-USED, WS-REGULAR-HOURS, WS-OVERTIME-HOURS,
057610         WS-CALC-MODE, TP-TAX-PROFILE-RECORD.
057650     PERFORM 2080-ADD-LEAVE-PAY THRU 2080-EXIT.
057700     PERFORM 2800-APPLY-DEDUCTIONS THRU 2800-EXIT.
057800     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
057900     PERFORM 2300-WRITE-STATEMENT THRU 2300-EXIT.
058000     PERFORM 2400-DISPOSE-PAYMENT THRU 2400-EXIT.
058010     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT.
058100     IF NOT PM-TRIAL-RUN
058105         PERFORM 2900-POST-LEAVE THRU 2900-EXIT
058110     END-IF.
058200     PERFORM 2500-MATCH-CUSTOMER THRU 2500-EXIT.
058210     IF NOT PM-TRIAL-RUN
058300         PERFORM 2200-UPDATE-YTD THRU 2200-EXIT
058302     ELSE
058304         PERFORM 2250-PREVIEW-ER-TAX THRU 2250-EXIT
058310     END-IF.
058400     PERFORM 2600-POST-DEPARTMENT THRU 2600-EXIT.
058500     ADD 1 TO WS-EMPLOYEE-COUNT.
058600     ADD WS-NET-PAY TO WS-TOTAL-NET-PAY.
058700     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS-PAY.
058800     ADD WS-WITHHOLDING TO WS-TOTAL-WITHHOLDING.
058850     ADD WS-EMPLOYER-TAX TO WS-TOTAL-ER-TAX.
058900 2000-NEXT.
059000     READ EMP-TIME
059100         AT END
060500     END-READ.
060600 2050-EXIT.
060700     EXIT.
060703*
060706*    NO PROFILE ON FILE PAYS AS SINGLE WITH NO ALLOWANCES, THE
060709*    WAY EVERY EMPLOYEE WAS PAID BEFORE TAXPROF EXISTED.
060712 2060-READ-TAX-PROFILE.
060715     MOVE ET-EMP-ID TO TP-EMP-ID.
060718     IF WS-TAXPROF-ON-FILE
060721         READ TAXPROF
060724             INVALID KEY
060727                 PERFORM 2065-DEFAULT-PROFILE THRU 2065-EXIT
060730         END-READ
060733     ELSE
060736         PERFORM 2065-DEFAULT-PROFILE THRU 2065-EXIT
060739     END-IF.
060742 2060-EXIT.
060745     EXIT.
060748*
060751 2065-DEFAULT-PROFILE.
060754     MOVE ET-EMP-ID TO TP-EMP-ID.
060757     SET TP-SINGLE TO TRUE.
060760     MOVE ZERO TO TP-ALLOWANCES.
060763     MOVE ZERO TO TP-ADDL-WITHHOLDING.
060766     SET TP-NOT-EXEMPT TO TRUE.
060769     MOVE ZERO TO TP-EXEMPT-EXPIRY.
060772 2065-EXIT.
060775     EXIT.
060800*
060801*    THE HOURS AVAILABLE TO TAKE ARE THE LEAVEBAL BALANCE PLUS
060802*    THIS PERIOD'S ACCRUAL.  A TIMECARD KEYED IN THE OLD LAYOUT
060803*    HAS NO LEAVE HOURS AT ALL, SO BLANKS COUNT AS NONE TAKEN.
060804 2070-LEAVE-AVAILABLE.
060805     IF ET-VAC-HOURS NOT NUMERIC
060806         MOVE ZERO TO ET-VAC-HOURS
060807     END-IF.
060808     IF ET-SICK-HOURS NOT NUMERIC
060809         MOVE ZERO TO ET-SICK-HOURS
060810     END-IF.
060811     MOVE "N" TO WS-LEAVE-REC-SW.
060812     MOVE ZERO TO WS-VAC-ACCRUAL.
060813     MOVE ZERO TO WS-SICK-ACCRUAL.
060814     IF WS-MASTER-FOUND
060815         CALL "PAYLEAVE" USING EM-HIRE-DATE, WS-CDT-DATE,
060816             WS-VAC-ACCRUAL, WS-SICK-ACCRUAL, WS-VAC-CAP,
060817             WS-SICK-CAP
060818     END-IF.
060819     MOVE WS-VAC-ACCRUAL  TO WS-VAC-AVAILABLE.
060820     MOVE WS-SICK-ACCRUAL TO WS-SICK-AVAILABLE.
060821     IF NOT WS-LEAVEBAL-ON-FILE
060822         GO TO 2070-EXIT
060823     END-IF.
060824     MOVE ET-EMP-ID TO LV-EMP-ID.
060825     READ LEAVEBAL
060826         INVALID KEY
060827             GO TO 2070-EXIT
060828     END-READ.
060829     SET WS-LEAVE-REC-FOUND TO TRUE.
060830     IF LV-UPD-DATE = WS-CDT-DATE
060831         PERFORM 2075-BACK-OUT-LEAVE THRU 2075-EXIT
060832     END-IF.
060833     ADD LV-VAC-BALANCE  TO WS-VAC-AVAILABLE.
060834     ADD LV-SICK-BALANCE TO WS-SICK-AVAILABLE.
060835 2070-EXIT.
060836     EXIT.
060837*
060838*    A SAME-DAY RERUN TAKES THE EARLIER RUN'S POSTING BACK OUT OF
060839*    THE RECORD BEFORE IT IS USED, THE SAME AS PAYYTD.  A TRIAL
060840*    RUN DOES THIS IN STORAGE ONLY - IT NEVER REWRITES.
060841 2075-BACK-OUT-LEAVE.
060842     ADD LV-LAST-RUN-VAC-USED         TO LV-VAC-BALANCE.
060843     SUBTRACT LV-LAST-RUN-VAC-ACCRUED FROM LV-VAC-BALANCE.
060844     ADD LV-LAST-RUN-SICK-USED        TO LV-SICK-BALANCE.
060845     SUBTRACT LV-LAST-RUN-SICK-ACCRUED FROM LV-SICK-BALANCE.
060846     SUBTRACT LV-LAST-RUN-VAC-ACCRUED FROM LV-VAC-ACCRUED-YTD.
060847     SUBTRACT LV-LAST-RUN-VAC-USED    FROM LV-VAC-USED-YTD.
060848     SUBTRACT LV-LAST-RUN-SICK-ACCRUED FROM LV-SICK-ACCRUED-YTD.
060849     SUBTRACT LV-LAST-RUN-SICK-USED   FROM LV-SICK-USED-YTD.
060850     MOVE ZERO TO LV-LAST-RUN-VAC-ACCRUED.
060851     MOVE ZERO TO LV-LAST-RUN-VAC-USED.
060852     MOVE ZERO TO LV-LAST-RUN-SICK-ACCRUED.
060853     MOVE ZERO TO LV-LAST-RUN-SICK-USED.
060854 2075-EXIT.
060855     EXIT.
060856*
060857*    LEAVE IS PAID AT STRAIGHT TIME AND NEVER COUNTS TOWARD
060858*    OVERTIME, SO PAYCALC FIGURES THE WORKED HOURS FIRST AND IS
060859*    CALLED AGAIN ON THE COMBINED GROSS FOR THE WITHHOLDING.
060860 2080-ADD-LEAVE-PAY.
060861     MOVE ZERO TO WS-LEAVE-PAY.
060862     COMPUTE WS-VAC-REMAINING  = WS-VAC-AVAILABLE - ET-VAC-HOURS.
060863     COMPUTE WS-SICK-REMAINING =
060864         WS-SICK-AVAILABLE - ET-SICK-HOURS.
060865     COMPUTE WS-LEAVE-HOURS = ET-VAC-HOURS + ET-SICK-HOURS.
060866     IF WS-LEAVE-HOURS = ZERO
060867         GO TO 2080-EXIT
060868     END-IF.
060869     COMPUTE WS-LEAVE-PAY ROUNDED =
060870         WS-LEAVE-HOURS * ET-HOURLY-RATE.
060871     MOVE WS-REGULAR-HOURS  TO WS-SAVE-REG-HOURS.
060872     MOVE WS-OVERTIME-HOURS TO WS-SAVE-OT-HOURS.
060873     ADD WS-LEAVE-PAY TO WS-GROSS-PAY.
060874     MOVE "F" TO WS-CALC-MODE.
060875     CALL "PAYCALC" USING ET-HOURS-WORKED, ET-HOURLY-RATE,
060876         WS-GROSS-PAY, WS-WITHHOLDING, WS-NET-PAY,
060877         WS-BRACKET-USED, WS-REGULAR-HOURS, WS-OVERTIME-HOURS,
060878         WS-CALC-MODE, TP-TAX-PROFILE-RECORD.
060879     MOVE "H" TO WS-CALC-MODE.
060880     MOVE WS-SAVE-REG-HOURS TO WS-REGULAR-HOURS.
060881     MOVE WS-SAVE-OT-HOURS  TO WS-OVERTIME-HOURS.
060882 2080-EXIT.
060883     EXIT.
060884*
060900 2100-WRITE-DETAIL.
061000     MOVE ET-EMP-ID          TO PR-EMP-ID.
061100     MOVE ET-EMP-NAME        TO PR-EMP-NAME.
062200     MOVE ET-EMP-ID TO YT-EMP-ID.
062300     READ PAYYTD
062400         INVALID KEY
062430             MOVE ZERO           TO WS-PRIOR-YTD-GROSS
062460             PERFORM 2240-ACCRUE-ER-TAX THRU 2240-EXIT
062500             MOVE ET-EMP-ID      TO YT-EMP-ID
062600             MOVE ET-EMP-NAME    TO YT-EMP-NAME
062700             MOVE WS-GROSS-PAY   TO YT-GROSS
063100             MOVE WS-WITHHOLDING TO YT-LAST-RUN-WITHHOLDING
063200             MOVE WS-NET-PAY     TO YT-LAST-RUN-NET
063300             MOVE WS-CDT-DATE    TO YT-UPD-DATE
063330             MOVE WS-EMPLOYER-TAX TO YT-ER-TAX
063360             MOVE WS-EMPLOYER-TAX TO YT-LAST-RUN-ER-TAX
063400             PERFORM 2220-CLEAR-QUARTERS THRU 2220-EXIT
063500             PERFORM 2230-POST-QUARTER THRU 2230-EXIT
063600             WRITE YT-YTD-RECORD
064900             FROM YT-QTR-GROSS (WS-RUN-QUARTER)
065000         SUBTRACT YT-LAST-RUN-WITHHOLDING
065100             FROM YT-QTR-WITHHOLDING (WS-RUN-QUARTER)
065120         SUBTRACT YT-LAST-RUN-ER-TAX      FROM YT-ER-TAX
065140         SUBTRACT YT-LAST-RUN-ER-TAX
065160             FROM YT-QTR-ER-TAX (WS-RUN-QUARTER)
065200     END-IF.
065230     MOVE YT-GROSS       TO WS-PRIOR-YTD-GROSS.
065260     PERFORM 2240-ACCRUE-ER-TAX THRU 2240-EXIT.
065300     MOVE ET-EMP-NAME    TO YT-EMP-NAME.
065400     ADD WS-GROSS-PAY    TO YT-GROSS.
065500     ADD WS-WITHHOLDING  TO YT-WITHHOLDING.
065600     ADD WS-NET-PAY      TO YT-NET.
065650     ADD WS-EMPLOYER-TAX TO YT-ER-TAX.
065700     PERFORM 2230-POST-QUARTER THRU 2230-EXIT.
065800     MOVE WS-GROSS-PAY   TO YT-LAST-RUN-GROSS.
065900     MOVE WS-WITHHOLDING TO YT-LAST-RUN-WITHHOLDING.
066000     MOVE WS-NET-PAY     TO YT-LAST-RUN-NET.
066050     MOVE WS-EMPLOYER-TAX TO YT-LAST-RUN-ER-TAX.
066100     MOVE WS-CDT-DATE    TO YT-UPD-DATE.
066200     REWRITE YT-YTD-RECORD.
066300 2210-EXIT.
067300 2221-CLEAR-ONE-QUARTER.
067400     MOVE ZERO TO YT-QTR-GROSS (WS-QTR-IDX).
067500     MOVE ZERO TO YT-QTR-WITHHOLDING (WS-QTR-IDX).
067550     MOVE ZERO TO YT-QTR-ER-TAX (WS-QTR-IDX).
067600     ADD 1 TO WS-QTR-IDX.
067700 2221-EXIT.
067800     EXIT.
068000 2230-POST-QUARTER.
068100     ADD WS-GROSS-PAY   TO YT-QTR-GROSS (WS-RUN-QUARTER).
068200     ADD WS-WITHHOLDING TO YT-QTR-WITHHOLDING (WS-RUN-QUARTER).
068250     ADD WS-EMPLOYER-TAX TO YT-QTR-ER-TAX (WS-RUN-QUARTER).
068300 2230-EXIT.
068400     EXIT.
068402*
068404*    THE WAGE BASES ARE MEASURED AGAINST THE YEAR'S GROSS AS IT
068406*    STOOD BEFORE THIS PAYMENT, SO THE CALLER SETS
068408*    WS-PRIOR-YTD-GROSS FIRST.
068410 2240-ACCRUE-ER-TAX.
068412     CALL "PAYERTX" USING WS-GROSS-PAY, WS-PRIOR-YTD-GROSS,
068414         WS-EMPLOYER-TAX.
068416 2240-EXIT.
068418     EXIT.
068420*
068422*    A TRIAL RUN POSTS NOTHING, BUT STILL READS PAYYTD SO THE
068424*    EMPLOYER TAX IT SHOWS IS WHAT THE LIVE RUN WILL ACCRUE.
068426 2250-PREVIEW-ER-TAX.
068428     MOVE ZERO TO WS-PRIOR-YTD-GROSS.
068430     IF NOT WS-PAYYTD-ON-FILE
068432         GO TO 2250-ACCRUE
068434     END-IF.
068436     MOVE ET-EMP-ID TO YT-EMP-ID.
068438     READ PAYYTD
068440         INVALID KEY
068442             CONTINUE
068444         NOT INVALID KEY
068446             MOVE YT-GROSS TO WS-PRIOR-YTD-GROSS
068448             IF YT-UPD-DATE = WS-CDT-DATE
068450                 SUBTRACT YT-LAST-RUN-GROSS
068452                     FROM WS-PRIOR-YTD-GROSS
068454             END-IF
068456     END-READ.
068458 2250-ACCRUE.
068460     PERFORM 2240-ACCRUE-ER-TAX THRU 2240-EXIT.
068462 2250-EXIT.
068464     EXIT.
068500*
068600 2300-WRITE-STATEMENT.
068700     MOVE WS-PERIOD-END-DATE TO WS-STMT-DATE.
069300     MOVE WS-OVERTIME-HOURS  TO WS-STMT-OT-HOURS.
069400     MOVE ET-HOURLY-RATE     TO WS-STMT-RATE.
069500     WRITE PAYSTMT-LINE FROM WS-STMT-HOURS-LINE.
069510     IF WS-LEAVE-PAY > ZERO
069520         MOVE WS-LEAVE-PAY   TO WS-STMT-LEAVE-PAY
069530         MOVE WS-LEAVE-HOURS TO WS-STMT-LEAVE-HOURS
069540         WRITE PAYSTMT-LINE FROM WS-STMT-LEAVE-PAY-LINE
069550     END-IF.
069600     MOVE WS-GROSS-PAY       TO WS-STMT-GROSS.
069700     WRITE PAYSTMT-LINE FROM WS-STMT-GROSS-LINE.
069800     MOVE WS-WITHHOLDING     TO WS-STMT-WITHHOLDING.
070200         UNTIL WS-APPLIED-IDX > WS-APPLIED-COUNT.
070300     MOVE WS-NET-PAY         TO WS-STMT-NET.
070400     WRITE PAYSTMT-LINE FROM WS-STMT-NET-LINE.
070450     PERFORM 2320-WRITE-STMT-LEAVE THRU 2320-EXIT.
070500 2300-EXIT.
070600     EXIT.
070700*
071200     ADD 1 TO WS-APPLIED-IDX.
071300 2310-EXIT.
071400     EXIT.
071405*
071410 2320-WRITE-STMT-LEAVE.
071415     WRITE PAYSTMT-LINE FROM WS-STMT-LEAVE-HEADING.
071420     MOVE "VACATION"        TO WS-STMT-LEAVE-TYPE.
071425     MOVE WS-VAC-ACCRUAL    TO WS-STMT-LEAVE-ACCRUED.
071430     MOVE ET-VAC-HOURS      TO WS-STMT-LEAVE-USED.
071435     MOVE WS-VAC-REMAINING  TO WS-STMT-LEAVE-REMAINING.
071440     WRITE PAYSTMT-LINE FROM WS-STMT-LEAVE-LINE.
071445     MOVE "SICK"            TO WS-STMT-LEAVE-TYPE.
071450     MOVE WS-SICK-ACCRUAL   TO WS-STMT-LEAVE-ACCRUED.
071455     MOVE ET-SICK-HOURS     TO WS-STMT-LEAVE-USED.
071460     MOVE WS-SICK-REMAINING TO WS-STMT-LEAVE-REMAINING.
071465     WRITE PAYSTMT-LINE FROM WS-STMT-LEAVE-LINE.
071470 2320-EXIT.
071475     EXIT.
071500*
071600 2400-DISPOSE-PAYMENT.
071700     IF NOT WS-EMPBANK-ON-FILE
073800 2410-WRITE-PAYMENT.
073900     MOVE "D" TO WS-DISPOSITION-SW.
074000     MOVE ZERO TO WS-CHECK-NUMBER.
074010     ADD 1 TO WS-DEPOSIT-COUNT.
074020     ADD WS-NET-PAY TO WS-DEPOSIT-TOTAL.
074030     IF PM-TRIAL-RUN
074040         GO TO 2410-EXIT
074050     END-IF.
074100     MOVE "D" TO BX-PAY-TYPE.
074200     MOVE ET-EMP-ID   TO BX-PAY-EMP-ID.
074300     MOVE EB-ROUTING  TO BX-PAY-ROUTING.
074400     MOVE EB-ACCOUNT  TO BX-PAY-ACCOUNT.
074500     MOVE WS-NET-PAY  TO BX-PAY-NET.
074600     WRITE BANKXMIT-LINE FROM BX-PAYMENT-RECORD.
074900 2410-EXIT.
075000     EXIT.
075100*
075200 2420-WRITE-CHECK-LINE.
075300     MOVE "C" TO WS-DISPOSITION-SW.
075310     MOVE ZERO TO WS-CHECK-NUMBER.
075320     ADD 1 TO WS-CHECK-COUNT.
075330     IF PM-TRIAL-RUN
075340         GO TO 2420-EXIT
075350     END-IF.
075400     MOVE ET-EMP-ID   TO WS-CHK-EMP-ID.
075500     MOVE ET-EMP-NAME TO WS-CHK-EMP-NAME.
075600     MOVE WS-NET-PAY  TO WS-CHK-NET.
075900         WS-CHECK-AMOUNT, WS-CHECK-NUMBER.
076000     MOVE WS-CHECK-NUMBER TO WS-CHK-CHECK-NO.
076100     WRITE CHECKLST-LINE FROM WS-CHECK-LINE.
076300 2420-EXIT.
076400     EXIT.
076500*
084400     IF WS-ONE-DED-AMOUNT > WS-REMAINING-NET
084500         MOVE WS-REMAINING-NET TO WS-ONE-DED-AMOUNT
084600     END-IF.
084610     MOVE "N" TO WS-GARN-ORDER-SW.
084620     IF WS-DED-TYPE (WS-DED-IDX) = "GAR"
084630         AND WS-DED-CASE-NUMBER (WS-DED-IDX) NOT = SPACES
084640         PERFORM 2850-LIMIT-GARNISHMENT THRU 2850-EXIT
084650     END-IF.
084700     IF WS-ONE-DED-AMOUNT = ZERO
084800         GO TO 2810-NEXT
084900     END-IF.
085000     SUBTRACT WS-ONE-DED-AMOUNT FROM WS-REMAINING-NET.
085100     ADD WS-ONE-DED-AMOUNT TO WS-EMP-DED-TOTAL.
085200     PERFORM 2820-RECORD-APPLIED THRU 2820-EXIT.
085210     IF WS-GARN-ORDER
085220         MOVE "A" TO GP-FUNCTION
085230         MOVE WS-ONE-DED-AMOUNT TO GP-AMOUNT
085240         CALL "PAYGARN" USING GP-GARN-PARMS
085250     END-IF.
085300 2810-NEXT.
085400     ADD 1 TO WS-DED-IDX.
085500 2810-EXIT.
089600     END-IF.
089700 2840-EXIT.
089800     EXIT.
089805*
089810*    A GARNISHMENT NAMING AN ORDER ON GARNPAY IS NEVER TAKEN PAST
089815*    WHAT THE ORDER STILL OWES - NOTHING AT ALL ONCE IT IS PAID.
089820 2850-LIMIT-GARNISHMENT.
089825     MOVE "Q" TO GP-FUNCTION.
089830     MOVE WS-DED-CASE-NUMBER (WS-DED-IDX) TO GP-CASE-NUMBER.
089835     MOVE ET-EMP-ID   TO GP-EMP-ID.
089840     MOVE ET-EMP-NAME TO GP-EMP-NAME.
089845     CALL "PAYGARN" USING GP-GARN-PARMS.
089850     IF GP-ORDER-NOT-FOUND
089855         GO TO 2850-EXIT
089860     END-IF.
089865     SET WS-GARN-ORDER TO TRUE.
089870     IF WS-ONE-DED-AMOUNT > GP-AMOUNT
089875         MOVE GP-AMOUNT TO WS-ONE-DED-AMOUNT
089880     END-IF.
089885 2850-EXIT.
089890     EXIT.
089900*
089902*    THE RECORD 2070 READ IS STILL IN THE AREA - UPDATE IT, OR
089904*    START ONE FOR AN EMPLOYEE'S FIRST PAID RUN.
089906 2900-POST-LEAVE.
089908     IF NOT WS-LEAVE-REC-FOUND
089910         MOVE ET-EMP-ID TO LV-EMP-ID
089912         MOVE ZERO TO LV-VAC-ACCRUED-YTD
089914         MOVE ZERO TO LV-VAC-USED-YTD
089916         MOVE ZERO TO LV-SICK-ACCRUED-YTD
089918         MOVE ZERO TO LV-SICK-USED-YTD
089920         MOVE ZERO TO LV-CARRY-YEAR
089922     END-IF.
089924     MOVE ET-EMP-NAME       TO LV-EMP-NAME.
089926     MOVE WS-VAC-REMAINING  TO LV-VAC-BALANCE.
089928     MOVE WS-SICK-REMAINING TO LV-SICK-BALANCE.
089930     ADD WS-VAC-ACCRUAL     TO LV-VAC-ACCRUED-YTD.
089932     ADD ET-VAC-HOURS       TO LV-VAC-USED-YTD.
089934     ADD WS-SICK-ACCRUAL    TO LV-SICK-ACCRUED-YTD.
089936     ADD ET-SICK-HOURS      TO LV-SICK-USED-YTD.
089938     MOVE WS-VAC-ACCRUAL    TO LV-LAST-RUN-VAC-ACCRUED.
089940     MOVE ET-VAC-HOURS      TO LV-LAST-RUN-VAC-USED.
089942     MOVE WS-SICK-ACCRUAL   TO LV-LAST-RUN-SICK-ACCRUED.
089944     MOVE ET-SICK-HOURS     TO LV-LAST-RUN-SICK-USED.
089946     MOVE WS-CDT-DATE       TO LV-UPD-DATE.
089948     IF WS-LEAVE-REC-FOUND
089950         REWRITE LV-LEAVE-BALANCE-RECORD
089952     ELSE
089954         WRITE LV-LEAVE-BALANCE-RECORD
089956     END-IF.
089958 2900-EXIT.
089960     EXIT.
089962*
090000 2700-WRITE-HISTORY.
090100     MOVE ET-EMP-ID          TO PH-EMP-ID.
090200     MOVE WS-CDT-DATE        TO PH-RUN-DATE.
090210     SET PH-REGULAR-RUN      TO TRUE.
090300     MOVE ET-EMP-NAME        TO PH-EMP-NAME.
090400     MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END.
090500     MOVE ET-HOURS-WORKED    TO PH-HOURS-WORKED.
091400     ELSE
091500         MOVE ZERO TO PH-CHECK-NUMBER
091600     END-IF.
091620     IF PM-TRIAL-RUN
091640         WRITE PAYHTRL-LINE FROM PH-HISTORY-RECORD
091660         GO TO 2700-EXIT
091680     END-IF.
091700     WRITE PH-HISTORY-RECORD
091800         INVALID KEY
091900             REWRITE PH-HISTORY-RECORD
093500     ADD WS-WITHHOLDING
093600         TO WS-DPT-WITHHOLDING (WS-DEPT-FOUND-IDX).
093700     ADD WS-NET-PAY     TO WS-DPT-NET (WS-DEPT-FOUND-IDX).
093730     ADD WS-EMPLOYER-TAX
093760         TO WS-DPT-ER-TAX (WS-DEPT-FOUND-IDX).
093800 2600-EXIT.
093900     EXIT.
094000*
096500         MOVE ZERO TO WS-DPT-GROSS (WS-DEPT-FOUND-IDX)
096600         MOVE ZERO TO WS-DPT-WITHHOLDING (WS-DEPT-FOUND-IDX)
096700         MOVE ZERO TO WS-DPT-NET (WS-DEPT-FOUND-IDX)
096750         MOVE ZERO TO WS-DPT-ER-TAX (WS-DEPT-FOUND-IDX)
096800     ELSE
096900*        TABLE FULL - SLOT 50 BECOMES THE CATCH-ALL "OTHR"
097000*        BUCKET.  ITS ACCUMULATED AMOUNTS ARE KEPT, NEVER
100300     MOVE "EMPLOYEES UNMATCHED       " TO PR-CTL-LABEL.
100400     MOVE WS-UNMATCHED-COUNT TO PR-CTL-VALUE.
100500     WRITE PAYREG-LINE FROM PR-CONTROL-LINE.
100520     MOVE "C" TO GP-FUNCTION.
100540     CALL "PAYGARN" USING GP-GARN-PARMS.
100560     MOVE GP-AMOUNT TO WS-GARN-REMITTED.
100600     PERFORM 3100-WRITE-GL-EXTRACT THRU 3100-EXIT.
100610     IF PM-TRIAL-RUN
100620         MOVE "DEPOSITS (NOT SENT)       " TO PR-CTL-LABEL
100630         MOVE WS-DEPOSIT-COUNT TO PR-CTL-VALUE
100640         WRITE PAYREG-LINE FROM PR-CONTROL-LINE
100650         MOVE "CHECKS (NOT ISSUED)       " TO PR-CTL-LABEL
100660         MOVE WS-CHECK-COUNT TO PR-CTL-VALUE
100670         WRITE PAYREG-LINE FROM PR-CONTROL-LINE
100680         WRITE PAYREG-LINE FROM WS-TRIAL-BANNER
100690         WRITE PAYUNMAT-LINE FROM WS-TRIAL-BANNER
100695     END-IF.
100700     CLOSE EMP-TIME.
100800     CLOSE PAYREG.
101200     CLOSE PAYSTMT.
101210     IF NOT PM-TRIAL-RUN
101220         MOVE "T" TO BX-TRL-TYPE
101230         MOVE WS-DEPOSIT-COUNT TO BX-TRL-COUNT
101240         MOVE WS-DEPOSIT-TOTAL TO BX-TRL-TOTAL
101300         WRITE BANKXMIT-LINE FROM BX-TRAILER-RECORD
101400         CLOSE BANKXMIT
101500         CLOSE CHECKLST
101510     END-IF.
101600     CLOSE PAYUNMAT.
101700     IF WS-XREF-ON-FILE
101800         CLOSE CUSTXREF
102300     IF WS-EMPBANK-ON-FILE
102400         CLOSE EMPBANK
102500     END-IF.
102510     IF WS-TAXPROF-ON-FILE
102520         CLOSE TAXPROF
102530     END-IF.
102570     IF WS-LEAVEBAL-ON-FILE
102610         CLOSE LEAVEBAL
102650     END-IF.
102700     CLOSE EMPMAST.
102710     IF NOT PM-TRIAL-RUN
102720         CLOSE PAYYTD
102730         CLOSE PAYHIST
102740     END-IF.
102742     IF PM-TRIAL-RUN AND WS-PAYYTD-ON-FILE
102744         CLOSE PAYYTD
102746     END-IF.
102750     IF PM-TRIAL-RUN
102755         CLOSE PAYHTRL
102760         DISPLAY "PAYROLL: TRIAL RUN - NOTHING POSTED, NO CHECKS"
102770             " ISSUED, NO BANK FILE OR GL EXTRACT WRITTEN"
102780     END-IF.
102900 3000-EXIT.
103000     EXIT.
103100*
104000         MOVE 8 TO RETURN-CODE
104100         GO TO 3100-EXIT
104200     END-IF.
104210*    A TRIAL RUN STILL PROVES DEBITS EQUAL CREDITS BUT LEAVES
104220*    THE LAST LIVE EXTRACT ALONE.
104230     IF PM-TRIAL-RUN
104240         GO TO 3100-EXIT
104250     END-IF.
104300     OPEN OUTPUT GLEXTR.
104400     MOVE WS-CDT-DATE TO GL-RUN-DATE.
104500     MOVE 1 TO WS-DEPT-IDX.
104600     PERFORM 3110-WRITE-SALARY-DEBIT THRU 3110-EXIT
104700         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
104720     MOVE 1 TO WS-DEPT-IDX.
104740     PERFORM 3130-WRITE-ER-TAX-PAIR THRU 3130-EXIT
104760         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
104800     MOVE "WITHHOLDING PAYABLE " TO GL-ACCOUNT.
104900     MOVE "CR" TO GL-DR-CR.
105000     MOVE WS-TOTAL-WITHHOLDING TO GL-AMOUNT.
105200     MOVE 1 TO WS-DTYPE-IDX.
105300     PERFORM 3120-WRITE-DEDUCTION-CREDIT THRU 3120-EXIT
105400         UNTIL WS-DTYPE-IDX > WS-DTYPE-COUNT.
105420     IF WS-GARN-REMITTED > ZERO
105440         PERFORM 3140-WRITE-GARN-REMIT THRU 3140-EXIT
105460     END-IF.
105500     MOVE "CASH                " TO GL-ACCOUNT.
105600     MOVE "CR" TO GL-DR-CR.
105700     MOVE WS-TOTAL-NET-PAY TO GL-AMOUNT.
108100     ADD 1 TO WS-DTYPE-IDX.
108200 3120-EXIT.
108300     EXIT.
108304*
108308*    THE EMPLOYER TAX IS ITS OWN BALANCED PAIR - EXPENSE TO THE
108312*    DEPARTMENT, THE SAME AMOUNT OWED TO THE TAXING AUTHORITY.
108316 3130-WRITE-ER-TAX-PAIR.
108320     IF WS-DPT-ER-TAX (WS-DEPT-IDX) = ZERO
108324         GO TO 3130-NEXT
108328     END-IF.
108332     MOVE SPACES TO GL-ACCOUNT.
108336     MOVE "ER TAX EXPENSE " TO GL-ACCOUNT (1:15).
108340     MOVE WS-DPT-CODE (WS-DEPT-IDX) TO GL-ACCOUNT (16:4).
108344     MOVE "DR" TO GL-DR-CR.
108348     MOVE WS-DPT-ER-TAX (WS-DEPT-IDX) TO GL-AMOUNT.
108352     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
108356     MOVE "ER TAX PAYABLE " TO GL-ACCOUNT (1:15).
108360     MOVE "CR" TO GL-DR-CR.
108364     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
108368 3130-NEXT.
108372     ADD 1 TO WS-DEPT-IDX.
108376 3130-EXIT.
108380     EXIT.
108381*
108382*    WHAT WENT OUT ON THE PAYEE CHECKS CLEARS THE GARNISHMENT
108383*    PAYABLE THE DEDUCTIONS BUILT UP.
108384 3140-WRITE-GARN-REMIT.
108385     MOVE "DED PAYABLE GAR     " TO GL-ACCOUNT.
108386     MOVE "DR" TO GL-DR-CR.
108387     MOVE WS-GARN-REMITTED TO GL-AMOUNT.
108388     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
108389     MOVE "CASH GARN REMIT     " TO GL-ACCOUNT.
108390     MOVE "CR" TO GL-DR-CR.
108391     WRITE GLEXTR-LINE FROM GL-POSTING-RECORD.
108392 3140-EXIT.
108393     EXIT.
108400*
108500 3200-WRITE-DEPT-BLOCK.
108600     IF WS-DEPT-COUNT = ZERO
110000     MOVE WS-DPT-WITHHOLDING (WS-DEPT-IDX)
110100         TO PR-DEPT-WITHHOLDING.
110200     MOVE WS-DPT-NET (WS-DEPT-IDX)         TO PR-DEPT-NET.
110250     MOVE WS-DPT-ER-TAX (WS-DEPT-IDX)      TO PR-DEPT-ER-TAX.
110300     WRITE PAYREG-LINE FROM PR-DEPT-LINE.
110400     ADD 1 TO WS-DEPT-IDX.
110500 3210-EXIT.
