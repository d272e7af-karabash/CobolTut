001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    22AUG26    JEH   ORIGINAL PROGRAM - SEARCH BY NAME          *
002120*    15OCT26    JEH   CALLERS NOW PASS THE OPERATOR ID, AND EVERY*
002140*                     MATCH SHOWN IS LOGGED TO ACCESSLG THROUGH  *
002160*                     CUSTACCS - A SEARCH THAT MATCHES NOBODY IS *
002180*                     LOGGED ONCE WITH A ZERO IDENT              *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004100 77  WS-SCAN-LIMIT                   PIC 9(02) COMP VALUE ZERO.
004200 77  WS-MATCHED-SW                   PIC X(01) VALUE "N".
004300     88  WS-NAME-MATCHED             VALUE "Y".
004350 77  WS-NO-IDENT                     PIC 9(06) VALUE ZERO.
004400 LINKAGE SECTION.
004500 01  LK-SEARCH-NAME                  PIC X(20).
004600 01  LK-MATCH-COUNT                  PIC 9(03).
004650 01  LK-OPERATOR-ID                  PIC X(08).
004700 PROCEDURE DIVISION USING LK-SEARCH-NAME, LK-MATCH-COUNT,
004750         LK-OPERATOR-ID.
004800*
004900 0000-MAINLINE.
005000     MOVE ZERO TO LK-MATCH-COUNT.
006600     PERFORM 2000-MATCH-ONE THRU 2000-EXIT
006700         UNTIL WS-END-OF-FILE.
006800     CLOSE CUSTMAST.
006820     IF LK-MATCH-COUNT = ZERO
006840         CALL "CUSTACCS" USING LK-OPERATOR-ID, "NAME  ",
006860             LK-SEARCH-NAME, WS-NO-IDENT
006880     END-IF.
006900     GOBACK.
007000*
007100 1000-MEASURE-SEARCH.
009200         ADD 1 TO LK-MATCH-COUNT
009300         DISPLAY "  IDENT " CM-IDENT "  " CM-CUST-NAME
009400             "  BORN " CM-MOB "/" CM-DOB "/" CM-YOB
009430         CALL "CUSTACCS" USING LK-OPERATOR-ID, "NAME  ",
009460             LK-SEARCH-NAME, CM-IDENT
009500     END-IF.
009600     READ CUSTMAST
009700         AT END
