000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYTRIAL.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PAYTRIAL RUNS THE PAYROLL (PROGRAM UsingCompute) IN TRIAL   *
001000*    MODE.  THE ONLY WAY TO SEE WHAT A PAYROLL WOULD PAY WAS TO  *
001100*    RUN IT FOR REAL, WHICH POSTS PAYYTD, WRITES PAYHIST, TAKES  *
001200*    CHECK NUMBERS ONTO CHKISSUE, AND BUILDS BANKXMIT AND        *
001300*    GLEXTR.  A TRIAL RUN READS THE SAME EMPTIME, EMPMAST,       *
001400*    PAYDEDS, AND WHBRKTS INPUTS AND PRINTS THE FULL REGISTER,   *
001500*    DEPARTMENT AND DEDUCTION TOTALS, STATEMENT PAGES, PAYETRL   *
001600*    REJECTS, AND PAYUNMAT LISTING - EVERY PAGE MARKED TRIAL -   *
001700*    BUT POSTS NOTHING AND ISSUES NO CHECKS.  PAYROLL RUNS IT    *
001800*    IN THE AFTERNOON, FIXES TIMECARDS, AND LETS THE LIVE RUN    *
001900*    GO OUT UNDER NIGHTRUN THAT NIGHT, WHICH OVERWRITES THE      *
002000*    TRIAL REGISTER.  PAYBAL REFUSES TO PROVE A TRIAL REGISTER.  *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    15OCT26    JEH   ORIGINAL PROGRAM - PAYROLL TRIAL RUN       *
002420*    15OCT26    JEH   A CLEAN TRIAL RUN IS FOLLOWED BY PAYVAR,   *
002440*                     STILL IN TRIAL MODE, SO THE RUN-TO-RUN     *
002460*                     VARIANCE REPORT COMES OUT WITH THE TRIAL   *
002480*                     REGISTER                                   *
002485*    15OCT26    JEH   TRIAL REJECTS NOW COME OUT ON PAYETRL,     *
002490*                     NOT THE LIVE PAYEXCP REPORT                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 COPY "paymode.cpy".
003000 PROCEDURE DIVISION.
003100*
003200 0000-MAINLINE.
003300     SET PM-TRIAL-RUN TO TRUE.
003400     DISPLAY "PAYTRIAL: TRIAL PAYROLL RUN - NOTHING WILL BE"
003500         " POSTED AND NO CHECKS ISSUED".
003600     CALL "UsingCompute".
003700     CANCEL "UsingCompute".
003900     IF RETURN-CODE NOT = ZERO
004000         DISPLAY "PAYTRIAL: TRIAL RUN ENDED WITH RETURN CODE "
004100             RETURN-CODE
004120         SET PM-LIVE-RUN TO TRUE
004140         STOP RUN
004160     END-IF.
004180     CALL "PAYVAR".
004200     CANCEL "PAYVAR".
004220     SET PM-LIVE-RUN TO TRUE.
004300     DISPLAY "PAYTRIAL: TRIAL RUN COMPLETE - REVIEW PAYREG,"
004400         " PAYSTMT, PAYETRL, PAYUNMAT, AND PAYVRPT".
004600     STOP RUN.
