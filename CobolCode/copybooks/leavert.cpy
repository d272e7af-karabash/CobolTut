000100******************************************************************
000200*                                                                *
000300*    LEAVERT.CPY                                                 *
000400*                                                                *
000500*    LEAVE ACCRUAL RATE RECORD.  ONE RECORD PER SERVICE TIER IN  *
000600*    THE LEAVERT DATA FILE - THE FEWEST WHOLE YEARS OF SERVICE   *
000700*    (FROM EM-HIRE-DATE) THE TIER STARTS AT, THE VACATION AND    *
000800*    SICK HOURS EARNED EACH PAY PERIOD, AND THE MOST OF EACH     *
000900*    BALANCE THE YEAR-END CARRYOVER RUN (LVCARRY) LETS ROLL      *
001000*    INTO THE NEW YEAR.  AN EMPLOYEE FALLS IN THE TIER WITH THE  *
001100*    HIGHEST STARTING YEARS NOT ABOVE THEIR OWN SERVICE.  A      *
001200*    ZERO CAP MEANS NOTHING CARRIES OVER.  LOADED BY PAYLEAVE    *
001300*    ON THE FIRST CALL OF A RUN.                                 *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    15OCT26    JEH   ORIGINAL COPYBOOK - LEAVE ACCRUAL RATES    *
001800*                                                                *
001900******************************************************************
002000 01  LR-LEAVE-RATE-RECORD.
002100     05  LR-MIN-SERVICE-YEARS        PIC 9(02).
002200     05  LR-VAC-HOURS                PIC 9(02)V9(02).
002300     05  LR-SICK-HOURS               PIC 9(02)V9(02).
002400     05  LR-VAC-CARRY-CAP            PIC 9(03)V9(02).
002500     05  LR-SICK-CARRY-CAP           PIC 9(03)V9(02).
