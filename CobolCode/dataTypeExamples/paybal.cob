001900*        TOTAL PLUS THE CHECKLST CHECK TOTAL                     *
002000*      - THE GLEXTR CASH CREDIT EQUALS WHAT IS GOING OUT THE     *
002100*        DOOR (DEPOSITS PLUS CHECKS)                             *
002105*        ON THE ACCOUNT NAMED "CASH" - THE GARNISHMENT PAYEE     *
002110*        CHECKS GO TO "CASH GARN REMIT" AGAINST THEIR OWN        *
002115*        DED PAYABLE GAR DEBIT                                   *
002120*      - THE GLEXTR DEBITS EQUAL ITS CREDITS, AND THE EMPLOYER   *
002140*        TAX EXPENSE DEBITS EQUAL THE EMPLOYER TAX PAYABLE       *
002160*        CREDITS                                                 *
002200*                                                                *
002300*    ANY DISAGREEMENT WRITES A DIFFERENCE REPORT (BALRPT) AND    *
002400*    ENDS WITH RETURN-CODE 8, SO NIGHTRUN HALTS THE SEQUENCE     *
003100*    MODIFICATION HISTORY                                        *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    01SEP26    JEH   ORIGINAL PROGRAM - PAYROLL CROSS-BALANCE   *
003310*    15OCT26    JEH   A PAYREG LEFT BY A PAYTRIAL TRIAL RUN IS   *
003320*                     NOW REPORTED OUT OF BALANCE - IT POSTED    *
003330*                     NOTHING AND MUST NEVER BE PROVED AGAINST   *
003340*                     THE LAST LIVE BANK FILE AND LEDGER         *
003350*    15OCT26    JEH   GLEXTR IS NOW PROVED DEBITS AGAINST        *
003360*                     CREDITS AS A WHOLE, AND THE NEW EMPLOYER   *
003370*                     TAX EXPENSE DEBITS AGAINST THE EMPLOYER    *
003380*                     TAX PAYABLE CREDITS                        *
003384*    15OCT26    JEH   THE CASH CREDIT IS NOW MATCHED ON THE      *
003388*                     WHOLE ACCOUNT NAME "CASH", SO THE CASH     *
003392*                     GARN REMIT CREDIT FOR THE GARNISHMENT      *
003396*                     PAYEE CHECKS IS NOT TAKEN FOR IT           *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
008400 77  WS-REGISTER-NET                 PIC 9(09)V99 VALUE ZERO.
008500 77  WS-REGISTER-FOUND-SW            PIC X(01) VALUE "N".
008600     88  WS-REGISTER-TOTAL-FOUND     VALUE "Y".
008610 77  WS-TRIAL-REGISTER-SW            PIC X(01) VALUE "N".
008620     88  WS-TRIAL-REGISTER           VALUE "Y".
008700 77  WS-DEPOSIT-COUNT                PIC 9(05) VALUE ZERO.
008800 77  WS-DEPOSIT-TOTAL                PIC 9(09)V99 VALUE ZERO.
008900 77  WS-TRAILER-COUNT                PIC 9(05) VALUE ZERO.
009600 77  WS-CASH-FOUND-SW                PIC X(01) VALUE "N".
009700     88  WS-CASH-CREDIT-FOUND        VALUE "Y".
009800 77  WS-PAID-OUT-TOTAL               PIC 9(09)V99 VALUE ZERO.
009820 77  WS-GL-DEBIT-TOTAL               PIC 9(09)V99 VALUE ZERO.
009840 77  WS-GL-CREDIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
009860 77  WS-ER-EXPENSE-TOTAL             PIC 9(09)V99 VALUE ZERO.
009880 77  WS-ER-PAYABLE-TOTAL             PIC 9(09)V99 VALUE ZERO.
009900 77  WS-DIFFERENCE                   PIC S9(09)V99 VALUE ZERO.
010000 01  WS-RPT-HEADING                  PIC X(34) VALUE
010100     "PAYROLL CROSS-BALANCE DIFFERENCES".
014100         MOVE "PAYREG TOTAL LINE MISSING" TO WS-DIF-TEXT
014200         PERFORM 8000-WRITE-DIFFERENCE THRU 8000-EXIT
014300     END-IF.
014310     IF WS-TRIAL-REGISTER
014320         MOVE "PAYREG IS A TRIAL RUN - NOTHING POSTED"
014325             TO WS-DIF-TEXT
014330         PERFORM 8000-WRITE-DIFFERENCE THRU 8000-EXIT
014340     END-IF.
014400 1000-EXIT.
014500     EXIT.
014600*
016100         COMPUTE WS-REGISTER-NET =
016200             FUNCTION NUMVAL (WS-WORK-LINE (61:10))
016300     END-IF.
016310     IF WS-WORK-LINE (1:13) = "*** TRIAL RUN"
016320         SET WS-TRIAL-REGISTER TO TRUE
016330     END-IF.
016400     PERFORM 1100-READ-REGISTER THRU 1100-EXIT.
016500 1200-EXIT.
016600     EXIT.
027000     EXIT.
027100*
027200 4200-TALLY-ONE-GL.
027300     IF GL-ACCOUNT = "CASH" AND GL-DR-CR = "CR"
027400         SET WS-CASH-CREDIT-FOUND TO TRUE
027500         MOVE GL-AMOUNT TO WS-CASH-CREDIT
027600     END-IF.
027605     IF GL-DR-CR = "DR"
027610         ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
027615     ELSE
027620         ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
027625     END-IF.
027630     IF GL-ACCOUNT (1:15) = "ER TAX EXPENSE "
027635         ADD GL-AMOUNT TO WS-ER-EXPENSE-TOTAL
027640     END-IF.
027645     IF GL-ACCOUNT (1:15) = "ER TAX PAYABLE "
027650         ADD GL-AMOUNT TO WS-ER-PAYABLE-TOTAL
027655     END-IF.
027700     PERFORM 4100-READ-GL THRU 4100-EXIT.
027800 4200-EXIT.
027900     EXIT.
030700             WS-CASH-CREDIT - WS-PAID-OUT-TOTAL
030800         PERFORM 8100-WRITE-AMOUNT-DIFF THRU 8100-EXIT
030900     END-IF.
030905     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
030910         MOVE "GL DEBITS VS GL CREDITS" TO WS-DIF-TEXT
030915         COMPUTE WS-DIFFERENCE =
030920             WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
030925         PERFORM 8100-WRITE-AMOUNT-DIFF THRU 8100-EXIT
030930     END-IF.
030935     IF WS-ER-EXPENSE-TOTAL NOT = WS-ER-PAYABLE-TOTAL
030940         MOVE "GL ER TAX EXPENSE VS ER TAX PAYABLE"
030945             TO WS-DIF-TEXT
030950         COMPUTE WS-DIFFERENCE =
030955             WS-ER-EXPENSE-TOTAL - WS-ER-PAYABLE-TOTAL
030960         PERFORM 8100-WRITE-AMOUNT-DIFF THRU 8100-EXIT
030965     END-IF.
031000 5000-EXIT.
031100     EXIT.
031200*
