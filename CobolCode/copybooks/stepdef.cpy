000100******************************************************************
000200*                                                                *
000300*    STEPDEF.CPY                                                 *
000400*                                                                *
000500*    NIGHTLY STEP-DEFINITION RECORD.  ONE LINE PER STEP OF THE   *
000600*    NIGHTRUN SEQUENCE IN THE STEPDEF DATA FILE, IN THE ORDER    *
000700*    THE STEPS RUN - ADDING, DROPPING OR RESCHEDULING A NIGHTLY  *
000800*    JOB IS A DATA CHANGE, NOT A NIGHTRUN CHANGE.                *
000900*                                                                *
001000*      SD-STEP-NUMBER  RUNCTL KEY AND JOBLOG STEP NUMBER -       *
001100*                      ASCENDING, NO TWO ALIKE                   *
001200*      SD-STEP-NAME    NAME ON RUNCTL AND JOBLOG                 *
001300*      SD-PROGRAM-NAME PROGRAM NIGHTRUN CALLS FOR THE STEP       *
001400*      SD-FREQUENCY    D DAILY, P PAY DAY (PAYCAL), M MONTH-END, *
001500*                      Q QUARTER-END, Y YEAR-END - THE PERIOD    *
001600*                      ENDS ARE THE LAST CALENDAR DAY OF THE     *
001700*                      MONTH, OF MARCH/JUNE/SEPTEMBER/DECEMBER,  *
001800*                      AND OF DECEMBER                           *
001900*      SD-FAIL-ACTION  H - A FAILURE HALTS THE NIGHT; L - A      *
002000*                      FAILURE IS LOGGED AND THE NIGHT GOES ON   *
002100*      SD-DEPENDS-ON   UP TO FOUR EARLIER STEP NUMBERS (00 =     *
002200*                      NONE) THAT MUST BE COMPLETE, OR NOT DUE,  *
002300*                      TONIGHT BEFORE THIS STEP MAY RUN          *
002400*      SD-STEP-PARM    PASSED TO THE STEP THROUGH NIGHTPRM.CPY   *
002500*                                                                *
002600*    NIGHTRUN CARRIES THE SHOP'S STANDARD SEQUENCE IN THIS SAME  *
002700*    LAYOUT AND RUNS IT WHEN NO STEPDEF FILE IS ON FILE.         *
002800*                                                                *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    15OCT26    JEH   ORIGINAL COPYBOOK - NIGHT STEP DEFINITIONS *
003200*                                                                *
003300******************************************************************
003400 01  SD-STEP-DEF-RECORD.
003500     05  SD-STEP-NUMBER              PIC 9(02).
003600     05  FILLER                      PIC X(01).
003700     05  SD-STEP-NAME                PIC X(08).
003800     05  FILLER                      PIC X(01).
003900     05  SD-PROGRAM-NAME             PIC X(12).
004000     05  FILLER                      PIC X(01).
004100     05  SD-FREQUENCY                PIC X(01).
004200         88  SD-FREQ-DAILY           VALUE "D".
004300         88  SD-FREQ-PAYDAY          VALUE "P".
004400         88  SD-FREQ-MONTH-END       VALUE "M".
004500         88  SD-FREQ-QUARTER-END     VALUE "Q".
004600         88  SD-FREQ-YEAR-END        VALUE "Y".
004700         88  SD-FREQ-VALID           VALUE "D" "P" "M" "Q" "Y".
004800     05  FILLER                      PIC X(01).
004900     05  SD-FAIL-ACTION              PIC X(01).
005000         88  SD-FAIL-HALTS           VALUE "H".
005100         88  SD-FAIL-LOGS            VALUE "L".
005200         88  SD-FAIL-VALID           VALUE "H" "L".
005300     05  FILLER                      PIC X(01).
005400     05  SD-DEPENDENCIES.
005500         10  SD-DEPEND-ENTRY         OCCURS 4 TIMES.
005600             15  SD-DEPENDS-ON       PIC 9(02).
005700             15  FILLER              PIC X(01).
005800     05  SD-STEP-PARM                PIC X(10).
