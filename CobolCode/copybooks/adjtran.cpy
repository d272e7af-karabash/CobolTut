000100******************************************************************
000200*                                                                *
000300*    ADJTRAN.CPY                                                 *
000400*                                                                *
000500*    OFF-CYCLE ADJUSTMENT TRANSACTION.  ONE RECORD PER PAYMENT   *
000600*    THE OFF-CYCLE RUN (PROGRAM PAYADJ) IS TO MAKE OUTSIDE THE   *
000700*    REGULAR EMP-TIME PAYROLL - SHORTED HOURS, A RETRO RATE      *
000800*    INCREASE, A FINAL CHECK ON TERMINATION.  EXACTLY ONE OF     *
000900*    AJ-HOURS (PAID AT THE EMPMAST STANDARD RATE) OR             *
001000*    AJ-FLAT-GROSS (PAID AS KEYED) IS NON-ZERO.  AJ-PAY-SW "D"   *
001100*    ASKS FOR DIRECT DEPOSIT; WITH NO ACTIVE EMPBANK RECORD THE  *
001200*    PAYMENT FALLS BACK TO A CHECK.                              *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    15OCT26    JEH   ORIGINAL COPYBOOK - OFF-CYCLE PAY RUN      *
001700*                                                                *
001800******************************************************************
001900 01  AJ-ADJUSTMENT-RECORD.
002000     05  AJ-EMP-ID                   PIC 9(03).
002100     05  AJ-REASON                   PIC X(02).
002200         88  AJ-SHORTED-HOURS        VALUE "SH".
002300         88  AJ-RETRO-RATE           VALUE "RR".
002400         88  AJ-FINAL-CHECK          VALUE "FC".
002500         88  AJ-OTHER-ADJUSTMENT     VALUE "OT".
002600         88  AJ-VALID-REASON         VALUE "SH" "RR" "FC" "OT".
002700     05  AJ-HOURS                    PIC 9(03)V9(02).
002800     05  AJ-FLAT-GROSS               PIC 9(05)V9(02).
002900     05  AJ-PAY-SW                   PIC X(01).
003000         88  AJ-PAY-BY-CHECK         VALUE "C".
003100         88  AJ-PAY-BY-DEPOSIT       VALUE "D".
