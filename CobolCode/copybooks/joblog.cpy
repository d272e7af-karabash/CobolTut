000100******************************************************************
000200*                                                                *
000300*    JOBLOG.CPY                                                  *
000400*                                                                *
000500*    ONE LINE OF THE JOBLOG RUN LOG.  NIGHTRUN WRITES A LINE AS  *
000600*    THE NIGHT STARTS AND ENDS AND AS EACH STEP STARTS AND ENDS; *
000700*    MASTREST WRITES ONE FOR EVERY MASTER FILE IT RESTORES, OR   *
000800*    FAILS PART WAY THROUGH RESTORING.  THE FILE IS OPENED       *
000850*    EXTEND AND ONLY EVER GROWS.                                 *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    15OCT26    JEH   ORIGINAL COPYBOOK - LINE MOVED OUT OF      *
001300*                     NIGHTRUN, SHARED WITH MASTREST             *
001400*                                                                *
001500******************************************************************
001600 01  JL-LOG-LINE.
001700     05  JL-LOG-DATE                 PIC 9(08).
001800     05  FILLER                      PIC X(01) VALUE SPACE.
001900     05  JL-LOG-TIME                 PIC 9(06).
002000     05  FILLER                      PIC X(01) VALUE SPACE.
002100     05  JL-LOG-STEP                 PIC 9(02).
002200     05  FILLER                      PIC X(01) VALUE SPACE.
002300     05  JL-LOG-NAME                 PIC X(08).
002400     05  FILLER                      PIC X(01) VALUE SPACE.
002500     05  JL-LOG-EVENT                PIC X(30).
