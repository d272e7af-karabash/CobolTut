002630*                     CASE WRITTEN BEFORE THE BRACKET COLUMN     *
002640*                     EXISTED (NON-NUMERIC PT-EXP-BRACKET) IS    *
002650*                     CHECKED ON THE MONEY FIELDS ONLY.          *
002652*    15OCT26    JEH   A CASE WITH PT-CALC-MODE "F" PASSES ITS    *
002654*                     EXPECTED GROSS IN AS A FLAT OFF-CYCLE      *
002656*                     GROSS AND CHECKS THE WITHHOLDING AND NET   *
002658*                     PAYCALC TAKES FROM IT; ANY OTHER VALUE     *
002660*                     (OLD CASES ARE BLANK) IS AN HOURS CASE     *
002665*    15OCT26    JEH   EACH CASE NOW PASSES A TAX PROFILE TO      *
002670*                     PAYCALC - THE CASE'S OWN WHEN IT CARRIES A *
002675*                     FILING STATUS, OTHERWISE SINGLE WITH NO    *
002680*                     ALLOWANCES, WHICH IS WHAT EVERY OLDER CASE *
002685*                     WAS WRITTEN AGAINST                        *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003600 FD  PAYTCASE.
003700 COPY "paytcase.cpy".
003800 WORKING-STORAGE SECTION.
003850 COPY "taxprof.cpy".
003900 77  WS-PAYTCASE-STATUS              PIC X(02).
004000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
004100     88  WS-END-OF-FILE              VALUE "Y".
004410 77  WS-ACT-BRACKET                  PIC 9(02) VALUE ZERO.
004420 77  WS-ACT-REG-HOURS                PIC 9(03)V99 VALUE ZERO.
004430 77  WS-ACT-OT-HOURS                 PIC 9(03)V99 VALUE ZERO.
004440 77  WS-CALC-MODE                    PIC X(01) VALUE "H".
004450     88  WS-CALC-FLAT-GROSS          VALUE "F".
004500 77  WS-PASS-COUNT                   PIC 9(02) VALUE ZERO.
004600 77  WS-FAIL-COUNT                   PIC 9(02) VALUE ZERO.
004700 77  WS-CASE-RESULT-SW               PIC X(01) VALUE "Y".
006700*
006800 2000-RUN-ONE-CASE.
006900     SET WS-CASE-PASSED TO TRUE.
006910     MOVE "H" TO WS-CALC-MODE.
006920     MOVE ZERO TO WS-ACT-GROSS.
006930     IF PT-FLAT-GROSS-CASE
006940         SET WS-CALC-FLAT-GROSS TO TRUE
006950         MOVE PT-EXP-GROSS TO WS-ACT-GROSS
006960     END-IF.
006980     PERFORM 2100-BUILD-PROFILE THRU 2100-EXIT.
007000     CALL "PAYCALC" USING PT-HOURS-WORKED, PT-HOURLY-RATE,
007100         WS-ACT-GROSS, WS-ACT-WITHHOLDING, WS-ACT-NET,
007110         WS-ACT-BRACKET, WS-ACT-REG-HOURS, WS-ACT-OT-HOURS,
007120         WS-CALC-MODE, TP-TAX-PROFILE-RECORD.
007200     IF WS-ACT-GROSS NOT = PT-EXP-GROSS
007300         SET WS-CASE-FAILED TO TRUE
007400     END-IF.
009300             " WITHHOLDING " WS-ACT-WITHHOLDING
009400             " NET " WS-ACT-NET
009410             " BRACKET " WS-ACT-BRACKET
009420         IF NOT PT-NO-PROFILE
009430             DISPLAY "    PROFILE  STATUS " TP-FILING-STATUS
009440                 " ALLOWANCES " TP-ALLOWANCES
009450                 " ADDITIONAL " TP-ADDL-WITHHOLDING
009460                 " EXEMPT " TP-EXEMPT-SW " TO " TP-EXEMPT-EXPIRY
009470         END-IF
009500         ADD 1 TO WS-FAIL-COUNT
009600     END-IF.
009700     READ PAYTCASE
010000     END-READ.
010100 2000-EXIT.
010200     EXIT.
010205*
010210 2100-BUILD-PROFILE.
010215     MOVE ZERO TO TP-EMP-ID.
010220     IF PT-NO-PROFILE
010225         SET TP-SINGLE TO TRUE
010230         MOVE ZERO TO TP-ALLOWANCES
010235         MOVE ZERO TO TP-ADDL-WITHHOLDING
010240         SET TP-NOT-EXEMPT TO TRUE
010245         MOVE ZERO TO TP-EXEMPT-EXPIRY
010250         GO TO 2100-EXIT
010255     END-IF.
010260     MOVE PT-FILING-STATUS    TO TP-FILING-STATUS.
010265     MOVE PT-ALLOWANCES       TO TP-ALLOWANCES.
010270     MOVE PT-ADDL-WITHHOLDING TO TP-ADDL-WITHHOLDING.
010275     MOVE PT-EXEMPT-SW        TO TP-EXEMPT-SW.
010280     MOVE PT-EXEMPT-EXPIRY    TO TP-EXEMPT-EXPIRY.
010285 2100-EXIT.
010290     EXIT.
010300*
010400 3000-FINISH.
010500     DISPLAY "PAYTEST: " WS-PASS-COUNT " PASSED, "
