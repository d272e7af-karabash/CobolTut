001595*                     RECORD GROWS BY 72 BYTES - CONVERT AN      *
001596*                     EXISTING PAYYTD THROUGH PAYCONV BEFORE     *
001597*                     RUNNING ANYTHING AGAINST THIS LAYOUT.      *
001598*    15OCT26    JEH   ADDED THE EMPLOYER PAYROLL TAX BUCKETS -   *
001599*                     ANNUAL, LAST-RUN, AND ONE PER QUARTER -    *
001600*                     POSTED FROM PAYERTX BY THE PAYROLL AND     *
001601*                     PAYADJ RUNS.  THE ANNUAL GROSS ABOVE IS    *
001602*                     WHAT THE EMPLOYER TAX WAGE BASES ARE       *
001603*                     MEASURED AGAINST.  THE RECORD GROWS BY 52  *
001604*                     BYTES - CONVERT THROUGH PAYCONV AGAIN.     *
001605*                                                                *
001700******************************************************************
001800 01  YT-YTD-RECORD.
001900     05  YT-EMP-ID                   PIC 9(03).
002900         10  YT-QTR-ENTRY OCCURS 4 TIMES.
003000             15  YT-QTR-GROSS        PIC 9(07)V9(02).
003100             15  YT-QTR-WITHHOLDING  PIC 9(07)V9(02).
003200             15  YT-QTR-ER-TAX       PIC 9(07)V9(02).
003300     05  YT-ER-TAX                   PIC 9(07)V9(02).
003400     05  YT-LAST-RUN-ER-TAX          PIC 9(05)V9(02).
