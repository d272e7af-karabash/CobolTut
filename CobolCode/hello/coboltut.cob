      *> inquiry options stay open to every signed-on operator.  The
      *> signed-on operator ID rides through CUSTLOAD onto every
      *> CUSTAUD audit line.
      *> 15OCT26  JEH  New "Enter timecards" menu option calling TIMEENT
      *> (update privilege) - each card is checked against EMPMAST as
      *> it is keyed, and the session ends with the keyed batch total
      *> of hours that must balance before payroll will read EMPTIME.
      *> Exit moved from 12 to 13.
      *> 15OCT26  JEH  New "Merge duplicate customers" menu option
      *> calling CUSTMRGE (supervisor privilege 3 only) - folds an Ident
      *> the CUSTDUPS sweep found into the one that survives, carrying
      *> address and SSN cross-reference across.  Exit moved from 13
      *> to 14.
      *> 15OCT26  JEH  The signed-on OperatorId is now passed to
      *> CUSTLKUP, CUSTFIND and CUSTPROF, which log every inquiry to
      *> the ACCESSLG access log - who looked at which customer, not
      *> only who changed one.
      *> 15OCT26  JEH  Customer deletes and SSN changes now wait on the
      *> CUSTPEND approval queue for a supervisor.  Option 5 says so
      *> when CUSTLOAD holds an SSN change (return code 30).  New menu
      *> options: 14 request a customer delete (update privilege), 15
      *> approve pending changes through CUSTAPRV (supervisor privilege
      *> 3 only - never a supervisor's own request); Exit moved from 14
      *> to 16.
      *> 15OCT26  JEH  New "Restore master file from backup" menu
      *> option calling MASTREST (supervisor privilege 3 only) - puts
      *> a master back from a MASTBKUP generation after checking its
      *> record count and hash total.  Exit moved from 16 to 17.
      *> 15OCT26  JEH  Options 5 and 14 now say so when the change
      *> could not be put on CUSTPEND (CUSTLOAD 40, CUSTDELT 20) instead
      *> of reporting it saved or deleted.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
DATA DIVISION.
*> many times as needed, instead of the program marching through every
*> demo once and stopping.
01 WS-MENU-CHOICE PIC 99 VALUE ZEROS.
   88 WS-EXIT-REQUESTED VALUE 17.

*> 01SEP26 JEH - CUSTPROF's found switch for the customer-profile
*> option.
01 WS-PROFILE-FOUND-SW PIC X(01) VALUE "N".
   88 WS-PROFILE-FOUND VALUE "Y".

*> 15OCT26 JEH - TIMEENT's return code for the timecard-entry option:
*> 00 batch balanced, 10 out of balance, 20 entry refused.
01 TimeReturnCode PIC 99 VALUE ZEROS.

*> 15OCT26 JEH - CUSTMRGE's buffers for the merge option.  Their own
*> fields, not CustIdent - a merge must never disturb an Ident
*> waiting to be saved.
01 RetiredIdent PIC 9(6) VALUE ZEROS.
01 SurvivingIdent PIC 9(6) VALUE ZEROS.
01 MergeReason PIC X(30) VALUE SPACES.
01 MergeReturnCode PIC 99 VALUE ZEROS.

*> 15OCT26 JEH - approval-queue fields.  NoApprover stays blank: a
*> change keyed at this terminal is only a request until a second
*> person approves it through CUSTAPRV.  DeleteIdent is its own
*> field, not CustIdent - a delete request must never disturb an
*> Ident waiting to be saved.
01 NoApprover PIC X(8) VALUE SPACES.
01 DeleteIdent PIC 9(6) VALUE ZEROS.
01 DeleteReturnCode PIC 99 VALUE ZEROS.
01 AprvReturnCode PIC 99 VALUE ZEROS.

*> 15OCT26 JEH - MASTREST's return code for the restore option.
01 RestReturnCode PIC 99 VALUE ZEROS.

PROCEDURE DIVISION.
PERFORM 0100-SIGN-ON THRU 0100-EXIT
    UNTIL WS-SIGNED-ON OR SignonAttempts >= 3.
    DISPLAY "9. Change my password".
    DISPLAY "10. Unlock an operator (supervisor)".
    DISPLAY "11. Customer profile".
    DISPLAY "12. Enter timecards".
    DISPLAY "13. Merge duplicate customers (supervisor)".
    DISPLAY "14. Request customer delete".
    DISPLAY "15. Approve pending changes (supervisor)".
    DISPLAY "16. Restore master file from backup (supervisor)".
    DISPLAY "17. Exit".
    DISPLAY "Enter choice (1-17)" WITH NO ADVANCING.
    ACCEPT WS-MENU-CHOICE.
    EVALUATE WS-MENU-CHOICE
        WHEN 1
        WHEN 11
            PERFORM 9100-CUSTOMER-PROFILE THRU 9100-EXIT
        WHEN 12
            IF PrivLevel >= 2
                PERFORM 9200-ENTER-TIMECARDS THRU 9200-EXIT
            ELSE
                DISPLAY "UPDATE PRIVILEGE REQUIRED FOR THIS OPTION"
            END-IF
        WHEN 13
            IF PrivLevel >= 3
                PERFORM 9300-MERGE-CUSTOMERS THRU 9300-EXIT
            ELSE
                DISPLAY "SUPERVISOR PRIVILEGE REQUIRED FOR THIS OPTION"
            END-IF
        WHEN 14
            IF PrivLevel >= 2
                PERFORM 9400-REQUEST-DELETE THRU 9400-EXIT
            ELSE
                DISPLAY "UPDATE PRIVILEGE REQUIRED FOR THIS OPTION"
            END-IF
        WHEN 15
            IF PrivLevel >= 3
                PERFORM 9500-APPROVE-PENDING THRU 9500-EXIT
            ELSE
                DISPLAY "SUPERVISOR PRIVILEGE REQUIRED FOR THIS OPTION"
            END-IF
        WHEN 16
            IF PrivLevel >= 3
                PERFORM 9600-RESTORE-MASTER THRU 9600-EXIT
            ELSE
                DISPLAY "SUPERVISOR PRIVILEGE REQUIRED FOR THIS OPTION"
            END-IF
        WHEN 17
            CONTINUE
        WHEN OTHER
            DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 17"
    END-EVALUATE.
0000-EXIT.
    EXIT.
    ACCEPT CustName.
    MOVE YearOfBirth TO CustYob.
    CALL "CUSTLOAD" USING CustIdent, CustName, MonthOfBird, DayOfBirth,
        CustYob, SsArea, SsGroup, SssSerial, OperatorId, NoApprover,
        LoadReturnCode.
    EVALUATE LoadReturnCode
        WHEN 10
        WHEN 20
            DISPLAY "SSN ALREADY BELONGS TO ANOTHER CUSTOMER - SEE"
                " EXCEPTION REPORT"
        WHEN 30
            DISPLAY "SSN CHANGE HELD FOR SUPERVISOR APPROVAL - NOTHING"
                " CHANGED YET"
        WHEN 40
            DISPLAY "SSN CHANGE COULD NOT BE HELD FOR APPROVAL -"
                " NOTHING CHANGED, TRY AGAIN"
        WHEN OTHER
            DISPLAY "CUSTOMER RECORD SAVED TO CUSTOMER-MASTER, ID "
                CustIdent
    DISPLAY "Enter social security number to look up".
    ACCEPT SsNum.
    CALL "CUSTLKUP" USING SsArea, SsGroup, SssSerial, CustIdent,
        WS-LOOKUP-NAME, WS-LOOKUP-FOUND-SW, OperatorId.
    IF WS-LOOKUP-FOUND
        DISPLAY "FOUND CUSTOMER ID " CustIdent " NAME " WS-LOOKUP-NAME
    ELSE
9000-SEARCH-BY-NAME.
    DISPLAY "Enter full or partial customer name".
    ACCEPT SearchName.
    CALL "CUSTFIND" USING SearchName, MatchCount, OperatorId.
    IF MatchCount = ZEROS
        DISPLAY "NO CUSTOMERS MATCH " SearchName
    ELSE
9100-CUSTOMER-PROFILE.
    DISPLAY "Enter customer ID (6 digits)".
    ACCEPT CustIdent.
    CALL "CUSTPROF" USING CustIdent, WS-PROFILE-FOUND-SW, OperatorId.
    IF NOT WS-PROFILE-FOUND
        DISPLAY "NO CUSTOMER ON FILE FOR ID " CustIdent
    END-IF.
9100-EXIT.
    EXIT.

*> 15OCT26 JEH - key this period's timecards straight onto EMPTIME
*> through TIMEENT instead of a flat file prepared outside the
*> system.  The signed-on OperatorId is stamped on every card for
*> the entry listing.
9200-ENTER-TIMECARDS.
    CALL "TIMEENT" USING OperatorId, TimeReturnCode.
    EVALUATE TimeReturnCode
        WHEN 00
            DISPLAY "TIMECARD BATCH BALANCED - LISTING ON TIMELST"
        WHEN 10
            DISPLAY "TIMECARD BATCH OUT OF BALANCE - PAYROLL WILL NOT"
                " RUN UNTIL IT BALANCES"
        WHEN OTHER
            DISPLAY "TIMECARD ENTRY NOT STARTED - NOTHING CHANGED"
    END-EVALUATE.
9200-EXIT.
    EXIT.

*> 15OCT26 JEH - fold a duplicate customer into the one that stays,
*> through CUSTMRGE.  CUSTMRGE shows both records and asks for the
*> go-ahead itself; the retired Ident is archived with the reason
*> keyed here.
9300-MERGE-CUSTOMERS.
    DISPLAY "Enter customer ID to retire (6 digits)".
    ACCEPT RetiredIdent.
    DISPLAY "Enter customer ID that survives (6 digits)".
    ACCEPT SurvivingIdent.
    DISPLAY "Enter reason for the merge".
    ACCEPT MergeReason.
    CALL "CUSTMRGE" USING RetiredIdent, SurvivingIdent, MergeReason,
        OperatorId, MergeReturnCode.
    EVALUATE MergeReturnCode
        WHEN 00
            DISPLAY "CUSTOMER " RetiredIdent " MERGED INTO "
                SurvivingIdent
        WHEN 10
            DISPLAY "BOTH CUSTOMER IDS MUST BE ON FILE - NOTHING MERGED"
        WHEN 30
            DISPLAY "THE TWO CUSTOMER IDS ARE THE SAME - NOTHING MERGED"
        WHEN OTHER
            DISPLAY "MERGE NOT CONFIRMED - NOTHING CHANGED"
    END-EVALUATE.
9300-EXIT.
    EXIT.

*> 15OCT26 JEH - ask for a customer to be deleted.  CUSTDELT only
*> queues the request on CUSTPEND; the customer stays on file until
*> another supervisor approves it through option 15.
9400-REQUEST-DELETE.
    DISPLAY "Enter customer ID to delete (6 digits)".
    ACCEPT DeleteIdent.
    CALL "CUSTDELT" USING DeleteIdent, OperatorId, NoApprover,
        DeleteReturnCode.
    EVALUATE DeleteReturnCode
        WHEN 10
            DISPLAY "NO CUSTOMER ON FILE FOR ID " DeleteIdent
        WHEN 20
            DISPLAY "DELETE OF CUSTOMER " DeleteIdent
                " COULD NOT BE HELD - NOTHING DELETED, TRY AGAIN"
        WHEN 30
            DISPLAY "DELETE OF CUSTOMER " DeleteIdent
                " HELD FOR SUPERVISOR APPROVAL"
        WHEN OTHER
            DISPLAY "CUSTOMER " DeleteIdent " DELETED"
    END-EVALUATE.
9400-EXIT.
    EXIT.

*> 15OCT26 JEH - work the CUSTPEND approval queue through CUSTAPRV.
*> CUSTAPRV passes over the signed-on supervisor's own requests, so
*> no change is ever both asked for and agreed to by one person.
9500-APPROVE-PENDING.
    CALL "CUSTAPRV" USING OperatorId, AprvReturnCode.
    IF AprvReturnCode = 10
        DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL"
    END-IF.
9500-EXIT.
    EXIT.

*> 15OCT26 JEH - put a master file back from one of the nightly
*> MASTBKUP generations through MASTREST, which lists the catalog,
*> checks the copy and logs the restore to JOBLOG under OperatorId.
9600-RESTORE-MASTER.
    CALL "MASTREST" USING OperatorId, RestReturnCode.
    IF RestReturnCode = 10
        DISPLAY "NO MASTER FILE WAS RESTORED"
    END-IF.
9600-EXIT.
    EXIT.
