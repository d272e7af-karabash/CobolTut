000100******************************************************************
000200*                                                                *
000300*    NIGHTPRM.CPY                                                *
000400*                                                                *
000500*    SCHEDULED-RUN PARAMETERS, SHARED AS AN EXTERNAL ITEM        *
000600*    BETWEEN NIGHTRUN AND THE PERIOD-END PROGRAMS IT CALLS.      *
000700*    NIGHTRUN SETS NP-RUN-SOURCE TO "N", THE NIGHT'S RUN DATE,   *
000800*    AND THE STEP'S SD-STEP-PARM BEFORE EACH CALL.  A PROGRAM    *
000900*    THAT FINDS NP-SCHEDULED-RUN TAKES ITS PERIOD FROM           *
001000*    NP-RUN-DATE (AND ANY SETTING FROM NP-STEP-PARM) INSTEAD OF  *
001100*    ASKING THE OPERATOR.  RUN STANDALONE, THE ITEM HOLDS THE    *
001200*    LOW-VALUES AN EXTERNAL ITEM STARTS WITH AND THE PROGRAM     *
001300*    PROMPTS AS IT ALWAYS HAS.                                   *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    15OCT26    JEH   ORIGINAL COPYBOOK - SCHEDULED-RUN PARMS    *
001800*                                                                *
001900******************************************************************
002000 01  NP-NIGHT-PARMS                  EXTERNAL.
002100     05  NP-RUN-SOURCE               PIC X(01).
002200         88  NP-SCHEDULED-RUN        VALUE "N".
002300     05  NP-RUN-DATE.
002400         10  NP-RUN-YEAR             PIC 9(04).
002500         10  NP-RUN-MONTH            PIC 9(02).
002600         10  NP-RUN-DAY              PIC 9(02).
002700     05  NP-STEP-PARM                PIC X(10).
