001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    01SEP26    JEH   ORIGINAL COPYBOOK - PERMANENT PAY HISTORY  *
001710*    15OCT26    JEH   ADDED PH-RUN-TYPE TO THE KEY - "R" FOR THE *
001720*                     REGULAR PAYROLL RUN, "A" FOR AN OFF-CYCLE  *
001730*                     PAYADJ ADJUSTMENT OR MANUAL CHECK - SO     *
001740*                     BOTH CAN BE ON FILE FOR ONE EMPLOYEE AND   *
001750*                     DAY.  RECORD GROWS FROM 79 TO 80 BYTES -   *
001760*                     CONVERT AN EXISTING PAYHIST THROUGH        *
001770*                     PAYHCONV FIRST.                            *
001800*                                                                *
001900******************************************************************
002000 01  PH-HISTORY-RECORD.
002100     05  PH-KEY.
002200         10  PH-EMP-ID               PIC 9(03).
002300         10  PH-RUN-DATE             PIC 9(08).
002310         10  PH-RUN-TYPE             PIC X(01).
002320             88  PH-REGULAR-RUN      VALUE "R".
002330             88  PH-ADJUSTMENT-RUN   VALUE "A".
002400     05  PH-EMP-NAME                 PIC X(20).
002500     05  PH-PERIOD-END               PIC 9(08).
002600     05  PH-HOURS-WORKED             PIC 9(03)V9(02).
