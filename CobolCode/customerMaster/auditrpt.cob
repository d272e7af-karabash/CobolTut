002240*    01SEP26    JEH   CUSTOMER IDENT WIDENED TO 6 DIGITS IN     *
002250*                     STEP WITH CM-IDENT - AUDIT RECORD IS NOW  *
002260*                     99 BYTES, REPORT LINE 113                  *
002265*    15OCT26    JEH   THE APPROVING SUPERVISOR OF A HELD DELETE  *
002270*                     OR SSN CHANGE IS PRINTED AFTER THE         *
002275*                     OPERATOR - AUDIT RECORD IS NOW 108 BYTES,  *
002280*                     REPORT LINE 122                            *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CUSTAUD
003600     RECORD CONTAINS 108 CHARACTERS.
003700 01  CUSTAUD-LINE                    PIC X(108).
003800 FD  AUDIT-RPT
003900     RECORD CONTAINS 122 CHARACTERS.
004000 01  AUDIT-RPT-LINE                  PIC X(122).
004100 WORKING-STORAGE SECTION.
004200 COPY "auditrec.cpy".
004300 77  WS-CUSTAUD-STATUS               PIC X(02).
006200     05  FILLER                      PIC X(09) VALUE "DATE     ".
006300     05  FILLER                      PIC X(07) VALUE "TIME   ".
006350     05  FILLER                      PIC X(09) VALUE "OPERATOR ".
006370     05  FILLER                      PIC X(09) VALUE "APPROVER ".
006400     05  FILLER                      PIC X(07) VALUE "ACTION ".
006500     05  FILLER                      PIC X(31) VALUE
006600         "OLD NAME / OLD MOB-DOB-YOB".
007400     05  WS-DTL-TIME                 PIC 9(06).
007450     05  FILLER                      PIC X(01) VALUE SPACE.
007460     05  WS-DTL-OPERATOR             PIC X(08).
007470     05  FILLER                      PIC X(01) VALUE SPACE.
007480     05  WS-DTL-APPROVER             PIC X(08).
007500     05  FILLER                      PIC X(01) VALUE SPACE.
007600     05  WS-DTL-ACTION               PIC X(06).
007700     05  FILLER                      PIC X(01) VALUE SPACE.
015900     MOVE AU-AUD-DATE            TO WS-DTL-DATE.
016000     MOVE AU-AUD-TIME (1:6)      TO WS-DTL-TIME.
016050     MOVE AU-OPERATOR            TO WS-DTL-OPERATOR.
016070     MOVE AU-APPROVER            TO WS-DTL-APPROVER.
016100     MOVE AU-ACTION              TO WS-DTL-ACTION.
016200     MOVE AU-OLD-CUST-NAME       TO WS-DTL-OLD-NAME.
016300     MOVE AU-OLD-MOB             TO WS-DTL-OLD-MOB.
