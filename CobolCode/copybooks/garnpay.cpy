000100******************************************************************
000200*                                                                *
000300*    GARNPAY.CPY                                                 *
000400*                                                                *
000500*    GARNISHMENT PAYEE RECORD, KEYED ON THE COURT OR AGENCY      *
000600*    CASE NUMBER.  ONE RECORD PER GARNISHMENT ORDER - THE        *
000700*    EMPLOYEE IT IS AGAINST, THE COURT OR AGENCY THE MONEY IS    *
000800*    SENT TO (A PAYEE CODE SO SEVERAL ORDERS PAYABLE TO ONE      *
000900*    AGENCY GO OUT ON ONE CHECK, AND ITS REMITTANCE ADDRESS),    *
001000*    THE TOTAL THE ORDER SAYS IS OWED, AND WHAT HAS BEEN         *
001100*    WITHHELD AGAINST IT SO FAR.  A PAYDEDS GAR DEDUCTION POINTS *
001200*    AT ITS ORDER THROUGH PD-CASE-NUMBER.  THE PAYROLL RUN ADDS  *
001300*    EACH WITHHOLDING TO THE SATISFIED AMOUNT AND MARKS THE      *
001400*    ORDER SATISFIED ONCE IT REACHES THE TOTAL OWED, AFTER WHICH *
001500*    THE DEDUCTION IS NO LONGER TAKEN.  THE LAST-RUN AMOUNT AND  *
001600*    UPDATE DATE LET A SAME-DAY RERUN BACK OUT ITS OWN POSTING,  *
001700*    THE SAME WAY PAYYTD DOES.  LOADED BY GARNLOAD.              *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    15OCT26    JEH   ORIGINAL COPYBOOK - GARNISHMENT PAYEES     *
002200*                                                                *
002300******************************************************************
002400 01  GN-GARNISHMENT-RECORD.
002500     05  GN-CASE-NUMBER              PIC X(12).
002600     05  GN-EMP-ID                   PIC 9(03).
002700     05  GN-PAYEE-CODE               PIC X(06).
002800     05  GN-PAYEE-NAME               PIC X(30).
002900     05  GN-PAYEE-STREET             PIC X(30).
003000     05  GN-PAYEE-CITY               PIC X(20).
003100     05  GN-PAYEE-STATE              PIC X(02).
003200     05  GN-PAYEE-ZIP                PIC X(10).
003300     05  GN-TOTAL-OWED               PIC 9(07)V9(02).
003400     05  GN-SATISFIED                PIC 9(07)V9(02).
003500     05  GN-LAST-RUN-AMOUNT          PIC 9(05)V9(02).
003600     05  GN-UPD-DATE                 PIC 9(08).
003700     05  GN-STATUS-SW                PIC X(01).
003800         88  GN-ACTIVE               VALUE "A".
003900         88  GN-SATISFIED-IN-FULL    VALUE "S".
