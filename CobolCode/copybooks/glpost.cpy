000700*    SALARY-EXPENSE DEBIT PER DEPARTMENT (SUMMING TO TOTAL       *
000800*    GROSS), WITHHOLDING PAYABLE CREDITED AT TOTAL WITHHOLDING,  *
000900*    ONE "DED PAYABLE XXX" CREDIT PER VOLUNTARY DEDUCTION TYPE,  *
001000*    AND CASH CREDITED AT TOTAL NET, PLUS AN EMPLOYER PAYROLL    *
001030*    TAX EXPENSE DEBIT AND MATCHING TAX PAYABLE CREDIT PER       *
001060*    DEPARTMENT - EACH STAMPED WITH THE RUN DATE, IN THE FIXED   *
001100*    LAYOUT ACCOUNTING'S LEDGER SYSTEM IMPORTS.  THE EXTRACT IS  *
001110*    ONLY WRITTEN WHEN DEBITS EQUAL CREDITS.  STALECHK ADDS A    *
001140*    CASH DEBIT AND AN UNCLAIMED-PROPERTY PAYABLE CREDIT FOR     *
001170*    THE STALE-DATED CHECKS IT VOIDS.                            *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001520*                     SPLIT BY DEPARTMENT AND EACH VOLUNTARY     *
001530*                     DEDUCTION TYPE CREDITS ITS OWN PAYABLE.    *
001540*                     THE RECORD LAYOUT IS UNCHANGED.            *
001550*    15OCT26    JEH   PROSE UPDATED - EACH DEPARTMENT NOW ALSO   *
001560*                     GETS AN "ER TAX EXPENSE" DEBIT AND AN      *
001570*                     "ER TAX PAYABLE" CREDIT FOR THE EMPLOYER'S *
001580*                     PAYROLL TAX.  LAYOUT UNCHANGED.            *
001585*    15OCT26    JEH   PROSE UPDATED - STALECHK POSTINGS NOTED.   *
001590*                     LAYOUT UNCHANGED.                          *
001600*                                                                *
001700******************************************************************
001800 01  GL-POSTING-RECORD.
