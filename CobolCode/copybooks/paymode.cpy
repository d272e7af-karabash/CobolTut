000100******************************************************************
000200*                                                                *
000300*    PAYMODE.CPY                                                 *
000400*                                                                *
000500*    PAYROLL RUN-MODE SWITCH, SHARED AS AN EXTERNAL ITEM         *
000600*    BETWEEN THE PAYROLL RUN (PROGRAM UsingCompute) AND          *
000700*    WHATEVER DRIVES IT.  NIGHTRUN NEVER SETS IT, SO THE         *
000800*    NIGHTLY CALL IS ALWAYS A LIVE RUN THAT POSTS.  PAYTRIAL     *
000900*    SETS "T" BEFORE ITS CALL TO GET A TRIAL (PREVIEW) RUN THAT  *
001000*    PRINTS EVERYTHING AND POSTS NOTHING.  ANY VALUE OTHER THAN  *
001100*    "T" - INCLUDING THE LOW-VALUES AN EXTERNAL ITEM STARTS      *
001200*    WITH - IS A LIVE RUN.                                       *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    15OCT26    JEH   ORIGINAL COPYBOOK - TRIAL-RUN SWITCH       *
001700*                                                                *
001800******************************************************************
001900 01  PM-RUN-MODE                     PIC X(01) EXTERNAL.
002000     88  PM-TRIAL-RUN                VALUE "T".
002100     88  PM-LIVE-RUN                 VALUE "L".
