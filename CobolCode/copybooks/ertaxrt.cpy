000100******************************************************************
000200*                                                                *
000300*    ERTAXRT.CPY                                                 *
000400*                                                                *
000500*    EMPLOYER PAYROLL TAX RATE RECORD.  ONE RECORD PER TAX THE   *
000600*    EMPLOYER PAYS ON ITS OWN ACCOUNT (SOCIAL SECURITY,          *
000700*    MEDICARE, FEDERAL AND STATE UNEMPLOYMENT) IN THE ERTAXRT    *
000800*    DATA FILE - A SHORT TAX CODE, THE EMPLOYER RATE, AND THE    *
000900*    ANNUAL WAGE BASE THE TAX STOPS AT.  A ZERO WAGE BASE MEANS  *
001000*    THE TAX HAS NO ANNUAL LIMIT.  LOADED BY PAYERTX ON THE      *
001100*    FIRST CALL OF A RUN, SO A NEW YEAR'S RATE OR WAGE BASE IS   *
001200*    A DATA CHANGE, THE SAME AS A WHBRKTS CHANGE.                *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    15OCT26    JEH   ORIGINAL COPYBOOK - EMPLOYER TAX RATES     *
001700*                                                                *
001800******************************************************************
001900 01  ER-TAX-RATE-RECORD.
002000     05  ER-TAX-CODE                 PIC X(04).
002100     05  ER-RATE                     PIC 9V9(04).
002200     05  ER-WAGE-BASE                PIC 9(07)V9(02).
