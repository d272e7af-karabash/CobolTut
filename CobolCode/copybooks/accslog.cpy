000100******************************************************************
000200*                                                                *
000300*    ACCSLOG.CPY                                                 *
000400*                                                                *
000500*    CUSTOMER INQUIRY ACCESS LOG RECORD.  CUSTAUD ANSWERS WHO    *
000600*    CHANGED A CUSTOMER; THIS ANSWERS WHO LOOKED AT ONE.  ONE    *
000700*    LINE IS WRITTEN BY CUSTACCS FOR EVERY IDENT AN INQUIRY      *
000800*    RETURNS - CUSTLKUP (SSN LOOKUP), CUSTPROF (PROFILE) AND     *
000900*    CUSTFIND (NAME SEARCH) - AND ONE LINE WITH A ZERO IDENT     *
001000*    WHEN THE INQUIRY FOUND NOBODY, SO A FISHING SEARCH LEAVES   *
001100*    A TRACE TOO.  AC-SEARCH-KEY HOLDS WHAT THE OPERATOR KEYED:  *
001200*    THE SSN, THE IDENT, OR THE NAME FRAGMENT.  READ BACK BY     *
001300*    ACCSRPT.                                                    *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    15OCT26    JEH   ORIGINAL COPYBOOK - INQUIRY ACCESS LOG     *
001800*                                                                *
001900******************************************************************
002000 01  AC-ACCESS-LINE.
002100     05  AC-TIMESTAMP.
002200         10  AC-ACC-DATE             PIC 9(08).
002300         10  AC-ACC-TIME             PIC 9(08).
002400     05  FILLER                      PIC X(01) VALUE SPACE.
002500     05  AC-OPERATOR                 PIC X(08).
002600     05  FILLER                      PIC X(01) VALUE SPACE.
002700     05  AC-INQUIRY-TYPE             PIC X(06).
002800         88  AC-INQUIRY-SSN          VALUE "SSN   ".
002900         88  AC-INQUIRY-PROFILE      VALUE "PROFIL".
003000         88  AC-INQUIRY-NAME         VALUE "NAME  ".
003100     05  FILLER                      PIC X(01) VALUE SPACE.
003200     05  AC-SEARCH-KEY               PIC X(20).
003300     05  FILLER                      PIC X(01) VALUE SPACE.
003400     05  AC-IDENT                    PIC 9(06).
