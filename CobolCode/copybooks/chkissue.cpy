001000*    THE BANK STATEMENT AGAINST THESE RECORDS, AND CHKRPT AGES   *
001100*    WHAT IS STILL OUTSTANDING.  TREASURY RECONCILES THE         *
001200*    PAYROLL ACCOUNT FROM THIS FILE, NOT BY HAND.                *
001220*    PPEXTR SENDS THE BANK EACH CHECK ISSUED OR VOIDED FROM      *
001240*    HERE AS POSITIVE PAY, AND PPCLEAR MARKS CHECKS CLEARED      *
001260*    FROM THE BANK'S PAID-ITEMS FILE WITH THE DATE PAID.         *
001270*    STALECHK VOIDS CHECKS OUTSTANDING PAST THE DORMANCY PERIOD  *
001280*    WITH A "STALE DATED" REASON AND MOVES THEM TO UNCLPROP.     *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    01SEP26    JEH   ORIGINAL COPYBOOK - CHECK ISSUE REGISTER   *
001630*    15OCT26    JEH   POSITIVE PAY AND BANK CLEARING NOTED -     *
001660*                     LAYOUT UNCHANGED                           *
001680*    15OCT26    JEH   STALE-DATED VOIDS NOTED - LAYOUT UNCHANGED *
001700*                                                                *
001800******************************************************************
001900 01  CI-CHECK-RECORD.
