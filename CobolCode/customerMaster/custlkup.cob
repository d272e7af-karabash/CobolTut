001900*    09AUG26    JEH   ORIGINAL PROGRAM - SSN TO IDENT LOOKUP     *
001910*    01SEP26    JEH   CUSTOMER IDENT WIDENED TO 6 DIGITS IN     *
001920*                     STEP WITH CM-IDENT                        *
001930*    15OCT26    JEH   CALLERS NOW PASS THE OPERATOR ID, AND EVERY*
001940*                     LOOKUP IS LOGGED TO ACCESSLG THROUGH       *
001950*                     CUSTACCS - THE SSN KEYED AND THE IDENT     *
001960*                     RETURNED, ZERO WHEN NOBODY WAS FOUND       *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004000 WORKING-STORAGE SECTION.
004100 77  WS-CUSTXREF-STATUS              PIC X(02).
004200 77  WS-CUSTMAST-STATUS              PIC X(02).
004210 77  WS-ACCESS-IDENT                 PIC 9(06) VALUE ZERO.
004220 01  WS-ACCESS-KEY.
004230     05  WS-ACC-SSN-AREA             PIC 9(03).
004240     05  WS-ACC-SSN-GROUP            PIC 9(02).
004250     05  WS-ACC-SSN-SERIAL           PIC 9(02).
004260     05  FILLER                      PIC X(13) VALUE SPACES.
004300 LINKAGE SECTION.
004400 01  LK-SSN-AREA                     PIC 9(03).
004500 01  LK-SSN-GROUP                    PIC 9(02).
004900 01  LK-FOUND-SW                     PIC X(01).
005000     88  LK-RECORD-FOUND             VALUE "Y".
005100     88  LK-RECORD-NOT-FOUND         VALUE "N".
005150 01  LK-OPERATOR-ID                  PIC X(08).
005200 PROCEDURE DIVISION USING LK-SSN-AREA, LK-SSN-GROUP, LK-SSN-SERIAL,
005300         LK-IDENT, LK-CUST-NAME, LK-FOUND-SW, LK-OPERATOR-ID.
005400*
005500 0000-MAINLINE.
005600     MOVE ZERO TO LK-IDENT.
007200     IF LK-IDENT NOT = ZERO
007300         PERFORM 1000-READ-CUSTMAST THRU 1000-EXIT
007400     END-IF.
007410     MOVE LK-SSN-AREA   TO WS-ACC-SSN-AREA.
007420     MOVE LK-SSN-GROUP  TO WS-ACC-SSN-GROUP.
007430     MOVE LK-SSN-SERIAL TO WS-ACC-SSN-SERIAL.
007440     MOVE ZERO TO WS-ACCESS-IDENT.
007450     IF LK-RECORD-FOUND
007460         MOVE LK-IDENT TO WS-ACCESS-IDENT
007470     END-IF.
007480     CALL "CUSTACCS" USING LK-OPERATOR-ID, "SSN   ",
007490         WS-ACCESS-KEY, WS-ACCESS-IDENT.
007500     GOBACK.
007600*
007700 1000-READ-CUSTMAST.
