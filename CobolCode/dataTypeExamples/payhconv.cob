000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYHCONV.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PAYHCONV IS THE ONE-TIME CONVERSION RUN FOR THE PAYHIST     *
001000*    RUN-TYPE KEY - THE SAME JOB PAYCONV DID FOR PAYYTD.  THE    *
001100*    NEW PH-RUN-TYPE BYTE IN THE KEY GREW THE KEYED PAYHIST      *
001200*    RECORD, AND A FILE BUILT UNDER THE OLD LAYOUT WILL NOT      *
001300*    OPEN UNDER THE NEW ONE - THIS FILE IS THE SHOP'S PERMANENT  *
001400*    PAY HISTORY AND CANNOT BE REBUILT.  PAYHCONV READS THE      *
001500*    OLD-LAYOUT PAYHIST AND WRITES A CONVERTED COPY TO PAYHISTN, *
001600*    EVERY EXISTING RECORD BECOMING RUN TYPE "R" (ONLY THE       *
001700*    REGULAR PAYROLL RUN WROTE PAYHIST BEFORE PAYADJ).  THE      *
001800*    OPERATOR RENAMES PAYHISTN OVER PAYHIST AFTER CHECKING THE   *
001900*    COUNT.  RUN ONCE, THEN RETIRE.                              *
002000*                                                                *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    15OCT26    JEH   ORIGINAL PROGRAM - PAYHIST RUN-TYPE KEY    *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OLD-PAYHIST ASSIGN TO "PAYHIST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS OH-KEY
003200         FILE STATUS IS WS-OLD-HIST-STATUS.
003300     SELECT NEW-PAYHIST ASSIGN TO "PAYHISTN"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS PH-KEY
003700         FILE STATUS IS WS-NEW-HIST-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OLD-PAYHIST.
004100 01  OH-HISTORY-RECORD.
004200     05  OH-KEY.
004300         10  OH-EMP-ID               PIC 9(03).
004400         10  OH-RUN-DATE             PIC 9(08).
004500     05  OH-EMP-NAME                 PIC X(20).
004600     05  OH-PERIOD-END               PIC 9(08).
004700     05  OH-HOURS-WORKED             PIC 9(03)V9(02).
004800     05  OH-HOURLY-RATE              PIC 9(03)V9(02).
004900     05  OH-BRACKET-USED             PIC 9(02).
005000     05  OH-GROSS                    PIC 9(05)V9(02).
005100     05  OH-WITHHOLDING              PIC 9(05)V9(02).
005200     05  OH-NET                      PIC 9(05)V9(02).
005300     05  OH-DISPOSITION-SW           PIC X(01).
005400     05  OH-CHECK-NUMBER             PIC 9(06).
005500 FD  NEW-PAYHIST.
005600 COPY "payhist.cpy".
005700 WORKING-STORAGE SECTION.
005800 77  WS-OLD-HIST-STATUS              PIC X(02).
005900 77  WS-NEW-HIST-STATUS              PIC X(02).
006000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
006100     88  WS-END-OF-FILE              VALUE "Y".
006200 77  WS-HIST-COUNT                   PIC 9(06) VALUE ZERO.
006300 PROCEDURE DIVISION.
006400*
006500 0000-MAINLINE.
006600     OPEN INPUT OLD-PAYHIST.
006700     IF WS-OLD-HIST-STATUS = "35"
006800         DISPLAY "PAYHCONV: NO PAYHIST TO CONVERT"
006900         STOP RUN
007000     END-IF.
007100     IF WS-OLD-HIST-STATUS NOT = "00"
007200         DISPLAY "PAYHCONV: PAYHIST WILL NOT OPEN UNDER THE OLD"
007300             " LAYOUT - STATUS " WS-OLD-HIST-STATUS
007400         MOVE 8 TO RETURN-CODE
007500         STOP RUN
007600     END-IF.
007700     OPEN OUTPUT NEW-PAYHIST.
007800     PERFORM 1100-READ-OLD-HIST THRU 1100-EXIT.
007900     PERFORM 1200-COPY-ONE-HIST THRU 1200-EXIT
008000         UNTIL WS-END-OF-FILE.
008100     CLOSE OLD-PAYHIST.
008200     CLOSE NEW-PAYHIST.
008300     DISPLAY "PAYHCONV: " WS-HIST-COUNT
008400         " HISTORY RECORD(S) CONVERTED TO PAYHISTN".
008500     DISPLAY "PAYHCONV: CHECK THE COUNT, THEN RENAME PAYHISTN"
008600         " OVER PAYHIST".
008700     STOP RUN.
008800*
008900 1100-READ-OLD-HIST.
009000     READ OLD-PAYHIST
009100         AT END
009200             SET WS-END-OF-FILE TO TRUE
009300     END-READ.
009400 1100-EXIT.
009500     EXIT.
009600*
009700 1200-COPY-ONE-HIST.
009800     MOVE OH-EMP-ID               TO PH-EMP-ID.
009900     MOVE OH-RUN-DATE             TO PH-RUN-DATE.
010000     SET PH-REGULAR-RUN           TO TRUE.
010100     MOVE OH-EMP-NAME             TO PH-EMP-NAME.
010200     MOVE OH-PERIOD-END           TO PH-PERIOD-END.
010300     MOVE OH-HOURS-WORKED         TO PH-HOURS-WORKED.
010400     MOVE OH-HOURLY-RATE          TO PH-HOURLY-RATE.
010500     MOVE OH-BRACKET-USED         TO PH-BRACKET-USED.
010600     MOVE OH-GROSS                TO PH-GROSS.
010700     MOVE OH-WITHHOLDING          TO PH-WITHHOLDING.
010800     MOVE OH-NET                  TO PH-NET.
010900     MOVE OH-DISPOSITION-SW       TO PH-DISPOSITION-SW.
011000     MOVE OH-CHECK-NUMBER         TO PH-CHECK-NUMBER.
011100     WRITE PH-HISTORY-RECORD.
011200     ADD 1 TO WS-HIST-COUNT.
011300     PERFORM 1100-READ-OLD-HIST THRU 1100-EXIT.
011400 1200-EXIT.
011500     EXIT.
