001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    22AUG26    JEH   ORIGINAL COPYBOOK - WITHHOLDING BRACKETS   *
001510*    15OCT26    JEH   ADDED WB-FILING-STATUS - S (OR BLANK), M,  *
001520*                     OR H.  EACH STATUS'S RANGES ARE A TABLE    *
001530*                     OF THEIR OWN, IN ASCENDING RANGE ORDER;    *
001540*                     AN OLD 17-BYTE RECORD READS AS BLANK, THE  *
001550*                     BASE TABLE.                                *
001600*                                                                *
001700******************************************************************
001800 01  WB-BRACKET-RECORD.
001900     05  WB-FROM-GROSS               PIC 9(05)V9(02).
002000     05  WB-TO-GROSS                 PIC 9(05)V9(02).
002100     05  WB-RATE                     PIC 9V9(02).
002200     05  WB-FILING-STATUS            PIC X(01).
