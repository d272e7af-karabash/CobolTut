000100******************************************************************
000200*                                                                *
000300*    LEAVEBAL.CPY                                                *
000400*                                                                *
000500*    LEAVE-BALANCE RECORD, KEYED BY EMPLOYEE ID LIKE EMPMAST.    *
000600*    THE VACATION AND SICK HOURS EACH EMPLOYEE HAS AVAILABLE,    *
000700*    WITH THE YEAR'S ACCRUED AND USED TOTALS BEHIND THEM.  THE   *
000800*    PAYROLL RUN ADDS EACH PERIOD'S ACCRUAL AND TAKES OFF THE    *
000900*    LEAVE HOURS ON THE TIMECARD; THE RECORD IS CREATED THE      *
001000*    FIRST TIME AN EMPLOYEE IS PAID.  THE LAST-RUN AMOUNTS AND   *
001100*    UPDATE DATE LET A SAME-DAY RERUN BACK OUT ITS OWN POSTING,  *
001200*    THE SAME WAY PAYYTD DOES.  LVCARRY APPLIES THE YEAR-END     *
001300*    CARRYOVER CAP AND STAMPS THE YEAR IT WAS APPLIED.           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    15OCT26    JEH   ORIGINAL COPYBOOK - LEAVE BALANCES         *
001800*                                                                *
001900******************************************************************
002000 01  LV-LEAVE-BALANCE-RECORD.
002100     05  LV-EMP-ID                   PIC 9(03).
002200     05  LV-EMP-NAME                 PIC X(20).
002300     05  LV-VAC-BALANCE              PIC 9(04)V9(02).
002400     05  LV-SICK-BALANCE             PIC 9(04)V9(02).
002500     05  LV-VAC-ACCRUED-YTD          PIC 9(04)V9(02).
002600     05  LV-VAC-USED-YTD             PIC 9(04)V9(02).
002700     05  LV-SICK-ACCRUED-YTD         PIC 9(04)V9(02).
002800     05  LV-SICK-USED-YTD            PIC 9(04)V9(02).
002900     05  LV-LAST-RUN-VAC-ACCRUED     PIC 9(03)V9(02).
003000     05  LV-LAST-RUN-VAC-USED        PIC 9(03)V9(02).
003100     05  LV-LAST-RUN-SICK-ACCRUED    PIC 9(03)V9(02).
003200     05  LV-LAST-RUN-SICK-USED       PIC 9(03)V9(02).
003300     05  LV-UPD-DATE                 PIC 9(08).
003400     05  LV-CARRY-YEAR               PIC 9(04).
