001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    22AUG26    JEH   ORIGINAL COPYBOOK - NIGHTLY RUN CONTROL    *
001750*    15OCT26    JEH   BLOCKED STATUS - STEP HELD BACK BY A       *
001760*                     DEPENDENCY THAT DID NOT FINISH TONIGHT     *
001800*                                                                *
001900******************************************************************
002000 01  RC-RUN-CONTROL-RECORD.
002600         88  RC-STEP-COMPLETE        VALUE "COMPLETE".
002700         88  RC-STEP-BYPASSED        VALUE "BYPASSED".
002800         88  RC-STEP-FAILED          VALUE "FAILED  ".
002900         88  RC-STEP-BLOCKED         VALUE "BLOCKED ".
