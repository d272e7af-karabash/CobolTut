000100******************************************************************
000200*                                                                *
000300*    GARNPARM.CPY                                                *
000400*                                                                *
000500*    PARAMETER BLOCK PASSED TO THE PAYGARN GARNISHMENT           *
000600*    SUBPROGRAM.  THE CALLER SETS THE FUNCTION AND THE FIELDS    *
000700*    IT NEEDS AND PAYGARN FILLS IN THE RESULT -                  *
000800*      "O" OPEN     - START OF RUN.  GP-RUN-TYPE "R" FOR THE     *
000900*                     REGULAR RUN, "A" FOR THE OFF-CYCLE RUN.    *
001000*      "Q" QUERY    - GP-AMOUNT COMES BACK AS WHAT IS STILL OWED *
001100*                     ON GP-CASE-NUMBER.  GP-RESULT "F" WHEN THE *
001200*                     ORDER IS ON GARNPAY FOR GP-EMP-ID, "N"     *
001300*                     WHEN IT IS NOT.                            *
001400*      "A" APPLY    - GP-AMOUNT WAS WITHHELD ON GP-CASE-NUMBER.  *
001500*      "C" CLOSE    - END OF RUN.  PRINTS THE REMITTANCE         *
001600*                     REGISTER, ISSUES THE PAYEE CHECKS, AND     *
001700*                     RETURNS THE TOTAL REMITTED IN GP-AMOUNT.   *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    15OCT26    JEH   ORIGINAL COPYBOOK - PAYGARN PARAMETERS     *
002200*                                                                *
002300******************************************************************
002400 01  GP-GARN-PARMS.
002500     05  GP-FUNCTION                 PIC X(01).
002600         88  GP-OPEN                 VALUE "O".
002700         88  GP-QUERY                VALUE "Q".
002800         88  GP-APPLY                VALUE "A".
002900         88  GP-CLOSE                VALUE "C".
003000     05  GP-RUN-TYPE                 PIC X(01).
003100         88  GP-REGULAR-RUN          VALUE "R".
003200         88  GP-ADJUSTMENT-RUN       VALUE "A".
003300     05  GP-CASE-NUMBER              PIC X(12).
003400     05  GP-EMP-ID                   PIC 9(03).
003500     05  GP-EMP-NAME                 PIC X(20).
003600     05  GP-AMOUNT                   PIC 9(07)V9(02).
003700     05  GP-RESULT                   PIC X(01).
003800         88  GP-ORDER-FOUND          VALUE "F".
003900         88  GP-ORDER-NOT-FOUND      VALUE "N".
