002100*    NUMBER - TRANSACTION IDENTS ARRIVE IN NO PARTICULAR ORDER,  *
002200*    SO A RESTART SKIPS THE FIRST N TRANSACTIONS ALREADY         *
002300*    APPLIED RATHER THAN SKIPPING BY KEY.                        *
002310*                                                                *
002320*    A BATCH CARRYING MORE DELETES THAN WS-DELETE-HOLD-LIMIT     *
002330*    HAS EVERY ONE OF ITS DELETES HELD ON THE CUSTPEND APPROVAL  *
002340*    QUEUE INSTEAD OF APPLIED - A BRANCH FILE THAT WOULD EMPTY   *
002350*    THE MASTER WAITS FOR A SUPERVISOR.  SMALLER BATCHES DELETE  *
002360*    AS BEFORE, WITH "BATCH   " AS THE APPROVER.  A CHANGE THAT  *
002370*    ALTERS A CUSTOMER'S SSN IS ALWAYS HELD BY CUSTLOAD.  HELD   *
002380*    ITEMS ARE NEITHER APPLIED NOR REJECTED AND ARE COUNTED      *
002390*    SEPARATELY ON BTCHRPT.                                      *
002400*                                                                *
002500*    MODIFICATION HISTORY                                        *
002600*    DATE       INIT  DESCRIPTION                                *
002770*                     CODE 8 - AND REJECTS NOW GO OUT ON THE     *
002780*                     CUSTREJ MACHINE-READABLE RETURN FILE       *
002790*                     WITH REASON CODES FOR THE BRANCH           *
002792*    15OCT26    JEH   DELETES HELD FOR SUPERVISOR APPROVAL WHEN  *
002794*                     THE BATCH CARRIES MORE THAN THE DELETE     *
002796*                     THRESHOLD, AND SSN CHANGES HELD BY         *
002797*                     CUSTLOAD - BOTH COUNTED ON BTCHRPT         *
002798*    15OCT26    JEH   A DELETE OR SSN CHANGE THAT COULD NOT BE   *
002799*                     HELD ON CUSTPEND GOES BACK AS REASON 07    *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004710 77  WS-CUSTREJ-STATUS               PIC X(02).
004720 77  WS-BATCHCTL-STATUS              PIC X(02).
004730 77  WS-BATCH-OPERATOR               PIC X(08) VALUE "BATCH   ".
004731 77  WS-BATCH-APPROVER               PIC X(08) VALUE "BATCH   ".
004732 77  WS-NO-APPROVER                  PIC X(08) VALUE SPACES.
004733 77  WS-DELETE-HOLD-LIMIT            PIC 9(05) VALUE 25.
004734 77  WS-DELETE-TRAN-COUNT            PIC 9(05) VALUE ZERO.
004735 77  WS-HOLD-DELETES-SW              PIC X(01) VALUE "N".
004736     88  WS-HOLD-DELETES             VALUE "Y".
004740 77  WS-ON-FILE-SW                   PIC X(01) VALUE "N".
004750     88  WS-IDENT-ON-FILE            VALUE "Y".
004760     88  WS-IDENT-NOT-ON-FILE        VALUE "N".
005500 77  WS-CHG-REJECT-COUNT             PIC 9(05) VALUE ZERO.
005600 77  WS-DEL-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
005700 77  WS-DEL-REJECT-COUNT             PIC 9(05) VALUE ZERO.
005730 77  WS-CHG-HELD-COUNT               PIC 9(05) VALUE ZERO.
005760 77  WS-DEL-HELD-COUNT               PIC 9(05) VALUE ZERO.
005800 77  WS-BAD-ACTION-COUNT             PIC 9(05) VALUE ZERO.
005900 77  WS-TRAN-SEQUENCE                PIC 9(09) VALUE ZERO.
006000 77  WS-CHKPT-INTERVAL               PIC 9(05) COMP VALUE 50.
009400             TO WS-REFUSAL-REASON
009410         PERFORM 1900-REFUSE-BATCH THRU 1900-EXIT
009420     END-IF.
009421     IF WS-DELETE-TRAN-COUNT > WS-DELETE-HOLD-LIMIT
009422         SET WS-HOLD-DELETES TO TRUE
009423         DISPLAY "CUSTBTCH: " WS-DELETE-TRAN-COUNT
009424             " DELETES IN BATCH - HELD FOR SUPERVISOR APPROVAL"
009425     END-IF.
009430 1200-EXIT.
009440     EXIT.
009450*
009490             SET WS-END-OF-FILE TO TRUE
009500         NOT AT END
009510             ADD 1 TO WS-ACTUAL-TRAN-COUNT
009512             IF CT-ACTION-DELETE
009514                 ADD 1 TO WS-DELETE-TRAN-COUNT
009516             END-IF
009520     END-READ.
009530 1210-EXIT.
009540     EXIT.
015600     PERFORM 2500-CALL-CUSTLOAD THRU 2500-EXIT.
015700     IF WS-LOAD-RETURN-CODE = ZERO
015800         ADD 1 TO WS-CHG-APPLIED-COUNT
015820         GO TO 2200-EXIT
015840     END-IF.
015860     IF WS-LOAD-RETURN-CODE = 30
015880         ADD 1 TO WS-CHG-HELD-COUNT
015900     ELSE
016000         ADD 1 TO WS-CHG-REJECT-COUNT
016010         PERFORM 2710-REJECT-LOAD-FAILURE THRU 2710-EXIT
016300     EXIT.
016400*
016500 2300-APPLY-DELETE.
016550     IF WS-HOLD-DELETES
016600         CALL "CUSTDELT" USING CT-IDENT, WS-BATCH-OPERATOR,
016610             WS-NO-APPROVER, WS-LOAD-RETURN-CODE
016620     ELSE
016630         CALL "CUSTDELT" USING CT-IDENT, WS-BATCH-OPERATOR,
016640             WS-BATCH-APPROVER, WS-LOAD-RETURN-CODE
016650     END-IF.
016700     IF WS-LOAD-RETURN-CODE = ZERO
016800         ADD 1 TO WS-DEL-APPLIED-COUNT
016820         GO TO 2300-EXIT
016840     END-IF.
016860     IF WS-LOAD-RETURN-CODE = 30
016880         ADD 1 TO WS-DEL-HELD-COUNT
016890         GO TO 2300-EXIT
016895     END-IF.
016900     ADD 1 TO WS-DEL-REJECT-COUNT.
016950     IF WS-LOAD-RETURN-CODE = 20
016960         DISPLAY "CUSTBTCH: IDENT " CT-IDENT
016970             " DELETE REJECTED - COULD NOT BE HELD"
016980         MOVE "07" TO CJ-REASON
016990     ELSE
017100         DISPLAY "CUSTBTCH: IDENT " CT-IDENT
017200             " DELETE REJECTED - NOT ON FILE"
017210         MOVE "04" TO CJ-REASON
017215     END-IF.
017220     PERFORM 2700-WRITE-REJECT THRU 2700-EXIT.
017400 2300-EXIT.
017500     EXIT.
017600*
017700 2500-CALL-CUSTLOAD.
017800     CALL "CUSTLOAD" USING CT-IDENT, CT-CUST-NAME, CT-MOB,
017900         CT-DOB, CT-YOB, CT-SSN-AREA, CT-SSN-GROUP,
018000         CT-SSN-SERIAL, WS-BATCH-OPERATOR, WS-NO-APPROVER,
018010         WS-LOAD-RETURN-CODE.
018100 2500-EXIT.
018200     EXIT.
018340     EXIT.
018350*
018360 2710-REJECT-LOAD-FAILURE.
018370     EVALUATE WS-LOAD-RETURN-CODE
018375         WHEN 20
018380             MOVE "06" TO CJ-REASON
018385         WHEN 40
018390             MOVE "07" TO CJ-REASON
018395         WHEN OTHER
018400             MOVE "05" TO CJ-REASON
018410     END-EVALUATE.
018420     PERFORM 2700-WRITE-REJECT THRU 2700-EXIT.
018430 2710-EXIT.
018440     EXIT.
019900     MOVE "CHANGES REJECTED          " TO WS-CNT-LABEL.
020000     MOVE WS-CHG-REJECT-COUNT TO WS-CNT-VALUE.
020100     WRITE BTCHRPT-LINE FROM WS-COUNT-LINE.
020120     MOVE "CHANGES HELD FOR APPROVAL " TO WS-CNT-LABEL.
020140     MOVE WS-CHG-HELD-COUNT TO WS-CNT-VALUE.
020160     WRITE BTCHRPT-LINE FROM WS-COUNT-LINE.
020200     MOVE "DELETES APPLIED           " TO WS-CNT-LABEL.
020300     MOVE WS-DEL-APPLIED-COUNT TO WS-CNT-VALUE.
020400     WRITE BTCHRPT-LINE FROM WS-COUNT-LINE.
020500     MOVE "DELETES REJECTED          " TO WS-CNT-LABEL.
020600     MOVE WS-DEL-REJECT-COUNT TO WS-CNT-VALUE.
020700     WRITE BTCHRPT-LINE FROM WS-COUNT-LINE.
020720     MOVE "DELETES HELD FOR APPROVAL " TO WS-CNT-LABEL.
020740     MOVE WS-DEL-HELD-COUNT TO WS-CNT-VALUE.
020760     WRITE BTCHRPT-LINE FROM WS-COUNT-LINE.
020800     MOVE "INVALID ACTION CODES      " TO WS-CNT-LABEL.
020900     MOVE WS-BAD-ACTION-COUNT TO WS-CNT-VALUE.
021000     WRITE BTCHRPT-LINE FROM WS-COUNT-LINE.
