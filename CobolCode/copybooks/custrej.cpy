001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    01SEP26    JEH   ORIGINAL COPYBOOK - BATCH REJECT RETURN    *
001450*    15OCT26    JEH   REASON 07 - HOLD COULD NOT BE QUEUED       *
001500*                                                                *
001600******************************************************************
001700 01  CJ-REJECT-RECORD.
002300         88  CJ-DELETE-NOT-ON-FILE   VALUE "04".
002400         88  CJ-FAILED-EDITS         VALUE "05".
002500         88  CJ-SSN-ON-ANOTHER-IDENT VALUE "06".
002600         88  CJ-HOLD-NOT-QUEUED      VALUE "07".
