000100******************************************************************
000200*                                                                *
000300*    TIMECTL.CPY                                                 *
000400*                                                                *
000500*    TIMECARD BATCH CONTROL RECORD, KEYED ON THE PAY PERIOD'S    *
000600*    END DATE.  TIMEENT OPENS ONE THE FIRST TIME CARDS ARE       *
000700*    KEYED FOR A PERIOD AND CARRIES THE CARD COUNT AND HOURS     *
000800*    TOTAL OF EVERYTHING ON EMPTIME FOR IT.  THE BATCH STAYS     *
000900*    OPEN ("O") UNTIL THE OPERATOR'S KEYED ADDING-MACHINE TOTAL  *
001000*    OF HOURS AGREES WITH THE CARDS; ANY CARD ADDED OR REMOVED   *
001100*    AFTERWARDS OPENS IT AGAIN.  THE LIVE PAYROLL RUN REFUSES    *
001200*    TO READ EMPTIME WHILE ANY BATCH HERE IS STILL OPEN.         *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    15OCT26    JEH   ORIGINAL COPYBOOK - TIMECARD BATCH CONTROL *
001700*                                                                *
001800******************************************************************
001900 01  TC-TIME-CONTROL-RECORD.
002000     05  TC-PERIOD-END               PIC 9(08).
002100     05  TC-STATUS-SW                PIC X(01).
002200         88  TC-BATCH-OPEN           VALUE "O".
002300         88  TC-BATCH-BALANCED       VALUE "B".
002400     05  TC-CARD-COUNT               PIC 9(05).
002500     05  TC-HOURS-TOTAL              PIC 9(07)V9(02).
002600     05  TC-KEYED-TOTAL              PIC 9(07)V9(02).
002700     05  TC-OPERATOR-ID              PIC X(08).
002800     05  TC-UPD-DATE                 PIC 9(08).
002900     05  TC-UPD-TIME                 PIC 9(06).
