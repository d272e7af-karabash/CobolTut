000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAXLOAD.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. PAYROLL.
000500 DATE-WRITTEN. 15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    TAXLOAD LOADS EMPLOYEE TAX-PROFILE RECORDS INTO TAXPROF     *
001000*    FROM THE TAXCRDS CARD FILE - ONE RECORD PER EMPLOYEE        *
001100*    CARRYING THE EMPLOYEE ID, FILING STATUS, ALLOWANCE COUNT,   *
001200*    ADDITIONAL FLAT WITHHOLDING, EXEMPT FLAG, AND EXEMPT        *
001300*    EXPIRY DATE.  AN EMPLOYEE ALREADY ON TAXPROF IS REPLACED,   *
001400*    SO A NEW WITHHOLDING CERTIFICATE IS JUST A RELOAD OF THAT   *
001500*    EMPLOYEE'S CARD - SAME PATTERN AS EMPLOAD AND BANKLOAD.  AN *
001600*    EMPLOYEE NOT ON EMPMAST, A STATUS OTHER THAN S, M OR H, AN  *
001700*    EXEMPT FLAG OTHER THAN Y OR N, OR AN EXEMPT CLAIM WITH NO   *
001800*    EXPIRY DATE IS REJECTED.                                    *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    15OCT26    JEH   ORIGINAL PROGRAM - TAX PROFILE LOAD        *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TAXCRDS ASSIGN TO "TAXCRDS"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-TAXCRDS-STATUS.
003000     SELECT TAXPROF ASSIGN TO "TAXPROF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS TP-EMP-ID
003400         FILE STATUS IS WS-TAXPROF-STATUS.
003500     SELECT EMPMAST ASSIGN TO "EMPMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS EM-EMP-ID
003900         FILE STATUS IS WS-EMPMAST-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TAXCRDS
004300     RECORD CONTAINS 22 CHARACTERS.
004400 01  TAXCRDS-RECORD.
004500     05  TC-EMP-ID                   PIC 9(03).
004600     05  TC-FILING-STATUS            PIC X(01).
004700     05  TC-ALLOWANCES               PIC 9(02).
004800     05  TC-ADDL-WITHHOLDING         PIC 9(05)V9(02).
004900     05  TC-EXEMPT-SW                PIC X(01).
005000     05  TC-EXEMPT-EXPIRY            PIC 9(08).
005100 FD  TAXPROF.
005200 COPY "taxprof.cpy".
005300 FD  EMPMAST.
005400 COPY "empmast.cpy".
005500 WORKING-STORAGE SECTION.
005600 77  WS-TAXCRDS-STATUS               PIC X(02).
005700 77  WS-TAXPROF-STATUS               PIC X(02).
005800 77  WS-EMPMAST-STATUS               PIC X(02).
005900 77  WS-EOF-SW                       PIC X(01) VALUE "N".
006000     88  WS-END-OF-FILE              VALUE "Y".
006100 77  WS-LOADED-COUNT                 PIC 9(05) VALUE ZERO.
006200 77  WS-REJECT-COUNT                 PIC 9(05) VALUE ZERO.
006300 PROCEDURE DIVISION.
006400*
006500 0000-MAINLINE.
006600     OPEN INPUT TAXCRDS.
006700     IF WS-TAXCRDS-STATUS = "35"
006800         DISPLAY "TAXLOAD: NO TAXCRDS FILE - NOTHING LOADED"
006900         STOP RUN
007000     END-IF.
007100     OPEN INPUT EMPMAST.
007200     IF WS-EMPMAST-STATUS NOT = "00"
007300         DISPLAY "TAXLOAD: EMPMAST NOT AVAILABLE - STATUS "
007400             WS-EMPMAST-STATUS
007500         CLOSE TAXCRDS
007600         MOVE 8 TO RETURN-CODE
007700         STOP RUN
007800     END-IF.
007900     OPEN I-O TAXPROF.
008000     IF WS-TAXPROF-STATUS = "35"
008100         OPEN OUTPUT TAXPROF
008200         CLOSE TAXPROF
008300         OPEN I-O TAXPROF
008400     END-IF.
008500     READ TAXCRDS
008600         AT END
008700             SET WS-END-OF-FILE TO TRUE
008800     END-READ.
008900     PERFORM 1000-LOAD-ONE THRU 1000-EXIT
009000         UNTIL WS-END-OF-FILE.
009100     CLOSE TAXCRDS.
009200     CLOSE TAXPROF.
009300     CLOSE EMPMAST.
009400     DISPLAY "TAXLOAD: " WS-LOADED-COUNT " PROFILE(S) LOADED, "
009500         WS-REJECT-COUNT " REJECTED".
009600     STOP RUN.
009700*
009800 1000-LOAD-ONE.
009900     MOVE TC-EMP-ID TO EM-EMP-ID.
010000     READ EMPMAST
010100         INVALID KEY
010200             ADD 1 TO WS-REJECT-COUNT
010300             DISPLAY "TAXLOAD: EMPLOYEE " TC-EMP-ID
010400                 " REJECTED - NOT ON EMPMAST"
010500             GO TO 1000-NEXT
010600     END-READ.
010700     IF TC-FILING-STATUS NOT = "S" AND TC-FILING-STATUS NOT = "M"
010800         AND TC-FILING-STATUS NOT = "H"
010900         ADD 1 TO WS-REJECT-COUNT
011000         DISPLAY "TAXLOAD: EMPLOYEE " TC-EMP-ID
011100             " REJECTED - STATUS MUST BE S, M OR H"
011200         GO TO 1000-NEXT
011300     END-IF.
011400     IF TC-EXEMPT-SW NOT = "Y" AND TC-EXEMPT-SW NOT = "N"
011500         ADD 1 TO WS-REJECT-COUNT
011600         DISPLAY "TAXLOAD: EMPLOYEE " TC-EMP-ID
011700             " REJECTED - EXEMPT FLAG MUST BE Y OR N"
011800         GO TO 1000-NEXT
011900     END-IF.
012000*    AN EXEMPT CLAIM IS GOOD FOR ONE YEAR AT MOST - ONE WITH NO
012100*    EXPIRY WOULD STOP WITHHOLDING FOR GOOD.
012200     IF TC-EXEMPT-SW = "Y" AND TC-EXEMPT-EXPIRY = ZERO
012300         ADD 1 TO WS-REJECT-COUNT
012400         DISPLAY "TAXLOAD: EMPLOYEE " TC-EMP-ID
012500             " REJECTED - EXEMPT CLAIM NEEDS AN EXPIRY DATE"
012600         GO TO 1000-NEXT
012700     END-IF.
012800     MOVE TC-EMP-ID           TO TP-EMP-ID.
012900     MOVE TC-FILING-STATUS    TO TP-FILING-STATUS.
013000     MOVE TC-ALLOWANCES       TO TP-ALLOWANCES.
013100     MOVE TC-ADDL-WITHHOLDING TO TP-ADDL-WITHHOLDING.
013200     MOVE TC-EXEMPT-SW        TO TP-EXEMPT-SW.
013300     MOVE TC-EXEMPT-EXPIRY    TO TP-EXEMPT-EXPIRY.
013400     WRITE TP-TAX-PROFILE-RECORD
013500         INVALID KEY
013600             REWRITE TP-TAX-PROFILE-RECORD
013700     END-WRITE.
013800     ADD 1 TO WS-LOADED-COUNT.
013900 1000-NEXT.
014000     READ TAXCRDS
014100         AT END
014200             SET WS-END-OF-FILE TO TRUE
014300     END-READ.
014400 1000-EXIT.
014500     EXIT.
