000100******************************************************************
000200*                                                                *
000300*    TAXPROF.CPY                                                 *
000400*                                                                *
000500*    EMPLOYEE TAX-PROFILE RECORD, KEYED BY EMPLOYEE ID LIKE      *
000600*    EMPMAST.  CARRIES WHAT THE EMPLOYEE'S WITHHOLDING           *
000700*    CERTIFICATE SAYS - FILING STATUS (S = SINGLE, M = MARRIED,  *
000800*    H = HEAD OF HOUSEHOLD), ALLOWANCE COUNT, ANY ADDITIONAL     *
000900*    FLAT WITHHOLDING PER PAY PERIOD THE EMPLOYEE ASKED FOR,     *
001000*    AND AN EXEMPT CLAIM WITH THE DATE IT EXPIRES.  LOADED BY    *
001100*    TAXLOAD.  THE PAYROLL RUNS PASS IT TO PAYCALC, WHICH PICKS  *
001200*    THE WHBRKTS BRACKET TABLE FOR THE STATUS.  AN EMPLOYEE      *
001300*    WITH NO PROFILE IS PAID AS SINGLE, NO ALLOWANCES.           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    15OCT26    JEH   ORIGINAL COPYBOOK - EMPLOYEE TAX PROFILE   *
001800*                                                                *
001900******************************************************************
002000 01  TP-TAX-PROFILE-RECORD.
002100     05  TP-EMP-ID                   PIC 9(03).
002200     05  TP-FILING-STATUS            PIC X(01).
002300         88  TP-SINGLE               VALUE "S".
002400         88  TP-MARRIED              VALUE "M".
002500         88  TP-HEAD-OF-HOUSEHOLD    VALUE "H".
002600         88  TP-VALID-STATUS         VALUE "S" "M" "H".
002700     05  TP-ALLOWANCES               PIC 9(02).
002800     05  TP-ADDL-WITHHOLDING         PIC 9(05)V9(02).
002900     05  TP-EXEMPT-SW                PIC X(01).
003000         88  TP-EXEMPT               VALUE "Y".
003100         88  TP-NOT-EXEMPT           VALUE "N".
003200     05  TP-EXEMPT-EXPIRY            PIC 9(08).
