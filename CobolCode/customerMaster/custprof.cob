002400*    MODIFICATION HISTORY                                        *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    01SEP26    JEH   ORIGINAL PROGRAM - CUSTOMER PROFILE        *
002620*    15OCT26    JEH   CALLERS NOW PASS THE OPERATOR ID, AND EVERY*
002640*                     PROFILE ASKED FOR IS LOGGED TO ACCESSLG    *
002660*                     THROUGH CUSTACCS                           *
002670*    15OCT26    JEH   AUDIT LINE NOW 108 BYTES WITH THE          *
002680*                     APPROVING SUPERVISOR                       *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004800 FD  CUSTADDR.
004900 COPY "custaddr.cpy".
005000 FD  CUSTAUD
005100     RECORD CONTAINS 108 CHARACTERS.
005200 01  CUSTAUD-LINE                    PIC X(108).
005300 WORKING-STORAGE SECTION.
005400 COPY "auditrec.cpy".
005500 77  WS-CUSTMAST-STATUS              PIC X(02).
006100 77  WS-CURRENT-YEAR                 PIC 9(04) VALUE ZERO.
006200 77  WS-AGE                          PIC 9(03) VALUE ZERO.
006250 77  WS-SAVE-YOB                     PIC 9(04) VALUE ZERO.
006260 77  WS-ACCESS-IDENT                 PIC 9(06) VALUE ZERO.
006270 01  WS-ACCESS-KEY.
006280     05  WS-ACC-IDENT                PIC 9(06).
006290     05  FILLER                      PIC X(14) VALUE SPACES.
006300 01  WS-ELIGIBILITY-CODE             PIC X(06) VALUE SPACES.
006400 77  WS-AUDIT-KEPT                   PIC 9(01) COMP VALUE ZERO.
006500 77  WS-AUDIT-IDX                    PIC 9(01) COMP VALUE ZERO.
006600 01  WS-LAST-AUDIT-TABLE.
006700     05  WS-LAST-AUDIT-LINE          PIC X(108) OCCURS 5 TIMES.
006800 LINKAGE SECTION.
006900 01  LK-IDENT                        PIC 9(06).
007000 01  LK-FOUND-SW                     PIC X(01).
007100     88  LK-CUSTOMER-FOUND           VALUE "Y".
007200     88  LK-CUSTOMER-NOT-FOUND       VALUE "N".
007250 01  LK-OPERATOR-ID                  PIC X(08).
007300 PROCEDURE DIVISION USING LK-IDENT, LK-FOUND-SW, LK-OPERATOR-ID.
007400*
007500 0000-MAINLINE.
007600     SET LK-CUSTOMER-NOT-FOUND TO TRUE.
007700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
007800     MOVE WS-SYSTEM-DATE (1:4) TO WS-CURRENT-YEAR.
007900     PERFORM 1000-SHOW-MASTER THRU 1000-EXIT.
007910     MOVE LK-IDENT TO WS-ACC-IDENT.
007920     MOVE ZERO TO WS-ACCESS-IDENT.
007930     IF LK-CUSTOMER-FOUND
007940         MOVE LK-IDENT TO WS-ACCESS-IDENT
007950     END-IF.
007960     CALL "CUSTACCS" USING LK-OPERATOR-ID, "PROFIL",
007970         WS-ACCESS-KEY, WS-ACCESS-IDENT.
008000     IF LK-CUSTOMER-NOT-FOUND
008100         GOBACK
008200     END-IF.
