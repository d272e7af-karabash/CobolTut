000100******************************************************************
000200*                                                                *
000300*    UNCLPROP.CPY                                                *
000400*                                                                *
000500*    UNCLAIMED-PROPERTY REGISTER RECORD, KEYED ON THE CHECK      *
000600*    NUMBER LIKE CHKISSUE.  STALECHK WRITES ONE FOR EVERY        *
000700*    CHECK IT VOIDS AS STALE-DATED - WHO THE MONEY BELONGS TO    *
000800*    (AN EMPLOYEE, WITH THE NAME AND SSN FROM EMPMAST, OR A      *
000900*    GARNISHMENT PAYEE, WHICH HAS NO SSN), THE STATE IT IS       *
001000*    REPORTABLE TO, AND THE AMOUNT.  THE STATE COMES FROM THE    *
001100*    OWNER'S LAST KNOWN ADDRESS - CUSTADDR FOR AN EMPLOYEE,      *
001200*    GARNPAY FOR A PAYEE - OR, WITH NO ADDRESS ON FILE, IS THE   *
001300*    HOLDER STATE THE OPERATOR KEYED, AND UP-STATE-SOURCE SAYS   *
001400*    WHICH.  UNCLRPT PRINTS THE YEAR'S REGISTER BY STATE FOR     *
001500*    THE ANNUAL UNCLAIMED-PROPERTY FILING.                       *
001600*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    15OCT26    JEH   ORIGINAL COPYBOOK - UNCLAIMED PROPERTY     *
002000*                                                                *
002100******************************************************************
002200 01  UP-UNCLAIMED-RECORD.
002300     05  UP-CHECK-NUMBER             PIC 9(06).
002400     05  UP-OWNER-TYPE               PIC X(01).
002500         88  UP-OWNER-EMPLOYEE       VALUE "E".
002600         88  UP-OWNER-PAYEE          VALUE "P".
002700     05  UP-EMP-ID                   PIC 9(03).
002800     05  UP-OWNER-NAME               PIC X(30).
002900     05  UP-SSN.
003000         10  UP-SSN-AREA             PIC 9(03).
003100         10  UP-SSN-GROUP            PIC 9(02).
003200         10  UP-SSN-SERIAL           PIC 9(02).
003300     05  UP-STATE                    PIC X(02).
003400     05  UP-STATE-SOURCE             PIC X(01).
003500         88  UP-STATE-FROM-ADDRESS   VALUE "A".
003600         88  UP-STATE-FROM-PAYEE     VALUE "P".
003700         88  UP-STATE-FROM-HOLDER    VALUE "H".
003800     05  UP-ISSUE-DATE               PIC 9(08).
003900     05  UP-AMOUNT                   PIC 9(07)V9(02).
004000     05  UP-STALE-DATE               PIC 9(08).
004100     05  UP-DORMANCY-DAYS            PIC 9(04).
