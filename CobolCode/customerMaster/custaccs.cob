000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTACCS.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. CUSTOMER MASTER FILE MAINTENANCE.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    CUSTACCS APPENDS ONE LINE TO THE CUSTOMER INQUIRY ACCESS    *
001000*    LOG (ACCESSLG) FOR EVERY CUSTOMER AN INQUIRY PROGRAM        *
001100*    SHOWS AN OPERATOR - THE INQUIRY COUNTERPART OF CUSTAUDT.    *
001200*    THE AUDITORS ASKED WHO LOOKED AT WHICH CUSTOMER, NOT ONLY   *
001300*    WHO CHANGED ONE; OPERJRNL ONLY SAYS WHO SIGNED ON.  THE     *
001400*    CALLER PASSES THE OPERATOR, THE INQUIRY TYPE, THE KEY THE   *
001500*    OPERATOR SEARCHED ON, AND THE IDENT RETURNED (ZERO WHEN     *
001600*    THE INQUIRY FOUND NOBODY).  READ BACK BY ACCSRPT.           *
001700*                                                                *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    15OCT26    JEH   ORIGINAL PROGRAM - INQUIRY ACCESS LOG      *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT ACCESSLG ASSIGN TO "ACCESSLG"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-FILE-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  ACCESSLG
003100     RECORD CONTAINS 60 CHARACTERS.
003200 01  ACCESSLG-LINE                   PIC X(60).
003300 WORKING-STORAGE SECTION.
003400 COPY "accslog.cpy".
003500 77  WS-FILE-STATUS                  PIC X(02).
003600 01  WS-CURRENT-DATE-TIME.
003700     05  WS-CDT-DATE                 PIC 9(08).
003800     05  WS-CDT-TIME                 PIC 9(08).
003900     05  WS-CDT-OFFSET               PIC X(05).
004000 LINKAGE SECTION.
004100 01  LK-OPERATOR-ID                  PIC X(08).
004200 01  LK-INQUIRY-TYPE                 PIC X(06).
004300 01  LK-SEARCH-KEY                   PIC X(20).
004400 01  LK-IDENT                        PIC 9(06).
004500 PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-INQUIRY-TYPE,
004600         LK-SEARCH-KEY, LK-IDENT.
004700*
004800 0000-MAINLINE.
004900     OPEN EXTEND ACCESSLG.
005000     IF WS-FILE-STATUS = "35"
005100         OPEN OUTPUT ACCESSLG
005200     END-IF.
005300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
005400     MOVE WS-CDT-DATE       TO AC-ACC-DATE.
005500     MOVE WS-CDT-TIME       TO AC-ACC-TIME.
005600     MOVE LK-OPERATOR-ID    TO AC-OPERATOR.
005700     MOVE LK-INQUIRY-TYPE   TO AC-INQUIRY-TYPE.
005800     MOVE LK-SEARCH-KEY     TO AC-SEARCH-KEY.
005900     MOVE LK-IDENT          TO AC-IDENT.
006000     WRITE ACCESSLG-LINE FROM AC-ACCESS-LINE.
006100     CLOSE ACCESSLG.
006200     GOBACK.
