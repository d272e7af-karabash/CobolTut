001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    01SEP26    JEH   ORIGINAL COPYBOOK - VOLUNTARY DEDUCTIONS   *
001910*    15OCT26    JEH   PD-CASE-NUMBER ADDED AT THE END - A GAR    *
001920*                     DEDUCTION NAMING ITS GARNPAY ORDER IS      *
001930*                     CAPPED AT WHAT THE ORDER STILL OWES AND    *
001940*                     REMITTED TO ITS PAYEE.  BLANK (AND EVERY   *
001950*                     OLDER, SHORTER CARD) MEANS NO ORDER ON     *
001960*                     FILE - TAKEN AS BEFORE, NOT REMITTED       *
002000*                                                                *
002100******************************************************************
002200 01  PD-DEDUCTION-RECORD.
003100     05  PD-AMOUNT                   PIC 9(05)V9(02).
003200     05  PD-PRIORITY                 PIC 9(02).
003300     05  PD-STOP-DATE                PIC 9(08).
003400     05  PD-CASE-NUMBER              PIC X(12).
