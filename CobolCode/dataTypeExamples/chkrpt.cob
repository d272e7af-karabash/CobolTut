001600*    MODIFICATION HISTORY                                        *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    01SEP26    JEH   ORIGINAL PROGRAM - OUTSTANDING CHECKS      *
001820*    15OCT26    JEH   STOP RUN CHANGED TO GOBACK SO THE NIGHTRUN *
001840*                     RUN-CONTROL DRIVER CAN CALL THIS AS A      *
001860*                     MONTH-END STEP; UNCHANGED WHEN STANDALONE  *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
008300         DISPLAY "CHKRPT: NO CHECK REGISTER ON FILE - STATUS "
008400             WS-CHKISSUE-STATUS
008500         MOVE 8 TO RETURN-CODE
008600         GOBACK
008700     END-IF.
008800     OPEN OUTPUT CHK-RPT.
008900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
009600     PERFORM 1000-AGE-ONE THRU 1000-EXIT
009700         UNTIL WS-END-OF-FILE.
009800     PERFORM 3000-FINISH THRU 3000-EXIT.
009900     GOBACK.
010000*
010100 1000-AGE-ONE.
010200     IF CI-OUTSTANDING
