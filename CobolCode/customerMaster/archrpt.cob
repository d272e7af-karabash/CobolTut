002100*    01SEP26    JEH   ORIGINAL PROGRAM - ARCHIVE INQUIRY REPORT  *
002110*    01SEP26    JEH   CUSTOMER IDENT WIDENED TO 6 DIGITS IN     *
002120*                     STEP WITH CM-IDENT                        *
002140*    15OCT26    JEH   CUSTARCH NOW 181 BYTES - A CUSTOMER MERGED *
002160*                     AWAY BY CUSTMRGE PRINTS A THIRD LINE WITH  *
002180*                     THE SURVIVING IDENT AND THE MERGE REASON   *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CUSTARCH
003500     RECORD CONTAINS 181 CHARACTERS.
003600 01  CUSTARCH-LINE                   PIC X(181).
003700 FD  ARCH-RPT
003800     RECORD CONTAINS 123 CHARACTERS.
003900 01  ARCH-RPT-LINE                   PIC X(123).
010000     05  FILLER                      PIC X(06) VALUE SPACES.
010100     05  FILLER                      PIC X(26) VALUE
010200         "NO ADDRESS WAS ON FILE".
010210 01  WS-MERGE-LINE.
010220     05  FILLER                      PIC X(06) VALUE SPACES.
010230     05  FILLER                      PIC X(18) VALUE
010240         "MERGED INTO IDENT ".
010250     05  WS-MRG-IDENT                PIC ZZZZZ9.
010260     05  FILLER                      PIC X(10) VALUE
010270         "  REASON: ".
010280     05  WS-MRG-REASON               PIC X(30).
010300 01  WS-TOTAL-LINE.
010400     05  FILLER                      PIC X(22) VALUE
010500         "TOTAL ARCHIVE RECORDS ".
018500     ELSE
018600         WRITE ARCH-RPT-LINE FROM WS-NO-ADDRESS-LINE
018700     END-IF.
018710     IF AR-TYPE-MERGED
018720         MOVE AR-MERGED-INTO-IDENT TO WS-MRG-IDENT
018730         MOVE AR-MERGE-REASON      TO WS-MRG-REASON
018740         WRITE ARCH-RPT-LINE FROM WS-MERGE-LINE
018750         ADD 1 TO WS-LINE-COUNT
018760     END-IF.
018800     ADD 1 TO WS-ARCH-COUNT.
018900     ADD 2 TO WS-LINE-COUNT.
019000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
