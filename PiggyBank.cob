        SHARING WITH NO OTHER
        FILE STATUS IS HoldsLockStatus.
*>***************************************************************************
*> IOU loan book, kept by the Loans supervisor program and paid down
*> by PostAllowances -- only read here, so the transaction screen can
*> show what the logged-in child still owes.
*>***************************************************************************
      SELECT Loans ASSIGN TO 'Loans.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LoansStatus.
*>***************************************************************************
*> Term-deposit book, kept by the TermDeposits supervisor program and
*> settled by MatureTerms -- only read here: money locked in an open
*> term is part of the balance but not spendable until it matures.
*>***************************************************************************
      SELECT Terms ASSIGN TO 'TermDeposits.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TermsStatus.
*>***************************************************************************
*> Two-person approval queue, decided from AccountMaint's approval
*> queue screen -- a deposit or withdrawal over the bank's approval
*> threshold is written here instead of being posted.
*>***************************************************************************
      SELECT PendingApprovals ASSIGN TO 'PendingApprovals.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APR-RequestID OF Pending-Struct
        LOCK MODE IS MANUAL
        SHARING WITH ALL OTHER
        FILE STATUS IS PendingStatus.
*>***************************************************************************
*> Per-posting coin-and-bill breakdown of cash deposits and
*> withdrawals, keyed by the journal entry's TransactionID, for
*> CashDrawer to prove the drawer denomination by denomination.
*>***************************************************************************
      SELECT Denominations ASSIGN TO 'Denominations.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DNM-TransactionID OF Denomination-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS DenominationsStatus.
*>***************************************************************************
*> Supervisor credential file, maintained by AccountMaint -- read here
*> only when a withdrawal over its limit needs a supervisor override
*> and no supervisor-class teller exists yet in the tellers file.
                                             Record BY Receipt-Struct.
    COPY "AccountFileData.cbi" REPLACING ACC BY ClosedAccounts
                                             Record BY Closed-Account-Struct.
    COPY "LoanFileData.cbi" REPLACING LOAN BY Loans
                                             Record BY Loan-Struct.
    COPY "TermDepositData.cbi" REPLACING TERM BY Terms
                                             Record BY Term-Struct.
    COPY "PendingApprovalData.cbi" REPLACING PAPR BY PendingApprovals
                                             Record BY Pending-Struct.
    COPY "DenominationData.cbi" REPLACING DENOM BY Denominations
                                          Record BY Denomination-Struct.
    FD  ReceiptCounter.
    01  Receipt-Counter-Record.
        02  NextReceiptNumber PICTURE IS 9(6).
    01 ReceiptRegisterStatus PICTURE IS XX.
    01 ReceiptPrintStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
    01 LoansStatus PICTURE IS XX.
    01 TermsStatus PICTURE IS XX.
    01 PendingStatus PICTURE IS XX.
    01 DenominationsStatus PICTURE IS XX.
*>***************************************************************************
*> In memory file records
*>***************************************************************************
          88 Void-Transaction       VALUE "V".
          88 Transfer-Transaction   VALUE "T".
          88 Adjustment-Transaction VALUE "A".
          88 Loan-Advance-Transaction   VALUE "L".
          88 Loan-Repayment-Transaction VALUE "R".
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
*>***************************************************************************
*> spend.  Parking spot for the save-time re-read, as with the goals.
*>***************************************************************************
    01 Held-Total PICTURE IS S9(8) VALUE 0.
*>***************************************************************************
*> What the logged-in account still owes on an active IOU loan.
*>***************************************************************************
    01 Loan-Owed PICTURE IS S9(8) VALUE 0.
*>***************************************************************************
*> What the logged-in account has locked away in open term deposits.
*>***************************************************************************
    01 Locked-Total PICTURE IS S9(8) VALUE 0.
    01 Available-Balance PICTURE IS S9(8) VALUE 0.
    01 Hold-Park-Row.
        02 Hold-Park-Slot OCCURS 10 TIMES.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
    01 Reserve-Done-Flag PICTURE IS X VALUE "N".
        88 Reserve-Done VALUE "Y".
*>***************************************************************************
*> A deposit or withdrawal larger than Approval-Pennies (from
*> BankParams.dat; zero turns the queue off) is not posted but queued
*> for two supervisors -- see P515-QueueForApproval.
*>***************************************************************************
    01 Approval-Pennies PICTURE IS 9(8) VALUE 10000.
    01 Pending-Written-Flag PICTURE IS X VALUE "N".
        88 Pending-Written VALUE "Y".
*>***************************************************************************
*> The coin-and-bill breakdown offered with a cash deposit or
*> withdrawal: the same eight slots as the drawer counts, smallest to
*> largest, and what each is worth in pennies: 1c 5c 10c 25c $1 $5
*> $10 $20.
*>***************************************************************************
    01 Denomination-Values.
        02 FILLER PICTURE IS 9(4) VALUE 1.
        02 FILLER PICTURE IS 9(4) VALUE 5.
        02 FILLER PICTURE IS 9(4) VALUE 10.
        02 FILLER PICTURE IS 9(4) VALUE 25.
        02 FILLER PICTURE IS 9(4) VALUE 100.
        02 FILLER PICTURE IS 9(4) VALUE 500.
        02 FILLER PICTURE IS 9(4) VALUE 1000.
        02 FILLER PICTURE IS 9(4) VALUE 2000.
    01 Denomination-Value-Table REDEFINES Denomination-Values.
        02 Denom-Value OCCURS 8 TIMES PICTURE IS 9(4).
    01 Denom-Entry.
        02 Denom-In OCCURS 8 TIMES PICTURE IS 9(4).
    01 Denom-Sub PICTURE IS 9(1) VALUE 0.
    01 Denom-Total PICTURE IS S9(8) VALUE 0.
    01 DenomAnswer PICTURE IS X VALUE " ".
    01 DenomMessage PICTURE IS X(40) VALUE SPACES.
    01 Denom-Taken-Flag PICTURE IS X VALUE "N".
        88 Denom-Breakdown-Taken VALUE "Y".
    01 Goal-Hold-Row.
        02 Goal-Hold-Slot OCCURS 10 TIMES.
            03 GH-Present PICTURE IS X(01).
       02 Account-Balance                           LINE 5 COL 27
                    PICTURE IS ZZ,ZZZ,ZZ9DB FROM CurrentBalance.
       02 VALUE "Pennies"                           LINE 5 COL 40.
       02 VALUE "Locked: "                          LINE 5 COL 50.
       02 Locked-Balance                            LINE 5 COL 60
                    PICTURE IS ZZ,ZZZ,ZZ9DB FROM Locked-Total.
       02 VALUE "Held: "                            LINE 6 COL 10.
       02 Held-Balance                              LINE 6 COL 27
                    PICTURE IS ZZ,ZZZ,ZZ9DB FROM Held-Total.
       02 VALUE "Pennies"                           LINE 6 COL 40.
       02 VALUE "IOU owed: "                        LINE 6 COL 50.
       02 Loan-Owed-Balance                         LINE 6 COL 60
                    PICTURE IS ZZ,ZZZ,ZZ9DB FROM Loan-Owed.
       02 VALUE "Type (D for Deposit, W for Withdrawal): " LINE 7 COL 10.
       02   Type-Input                              LINE 7 COL 50
                            PICTURE IS X TO TransType IN Transaction-Entry.
       02   Receipt-Input                            LINE 8 COL 34
                    PICTURE IS X TO ReceiptAnswer.
*>***************************************************************************
*> Denomination screen: how the cash for the posting on the
*> transaction screen breaks down by coin and bill
*>***************************************************************************
    01 Denomination-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                                      BLANK SCREEN  LINE 1 COL 5.
       02 VALUE "Coins and Bills"                    LINE 3 COL 33.
       02 VALUE "Amount: "                          LINE 4 COL 10.
       02 Denom-Amount-Display                      LINE 4 COL 19
                    PICTURE IS ZZ,ZZZ,ZZ9DB FROM Pennies.
       02 VALUE "Pennies"                           LINE 4 COL 32.
       02 VALUE "Pennies:  "                         LINE 6  COL 10.
       02   Denom-Pennies-Input                      LINE 6  COL 22
                        PICTURE IS 9(4) TO Denom-In(1).
       02 VALUE "Nickels:  "                         LINE 7  COL 10.
       02   Denom-Nickels-Input                      LINE 7  COL 22
                        PICTURE IS 9(4) TO Denom-In(2).
       02 VALUE "Dimes:    "                         LINE 8  COL 10.
       02   Denom-Dimes-Input                        LINE 8  COL 22
                        PICTURE IS 9(4) TO Denom-In(3).
       02 VALUE "Quarters: "                         LINE 9  COL 10.
       02   Denom-Quarters-Input                     LINE 9  COL 22
                        PICTURE IS 9(4) TO Denom-In(4).
       02 VALUE "Ones:     "                         LINE 10 COL 10.
       02   Denom-Ones-Input                         LINE 10 COL 22
                        PICTURE IS 9(4) TO Denom-In(5).
       02 VALUE "Fives:    "                         LINE 11 COL 10.
       02   Denom-Fives-Input                        LINE 11 COL 22
                        PICTURE IS 9(4) TO Denom-In(6).
       02 VALUE "Tens:     "                         LINE 12 COL 10.
       02   Denom-Tens-Input                         LINE 12 COL 22
                        PICTURE IS 9(4) TO Denom-In(7).
       02 VALUE "Twenties: "                         LINE 13 COL 10.
       02   Denom-Twenties-Input                     LINE 13 COL 22
                        PICTURE IS 9(4) TO Denom-In(8).
       02 Denom-Message                              LINE 15 COL 10
                    PICTURE IS X(40) FROM DenomMessage.
       02 VALUE "C - RECORD THE BREAKDOWN"           LINE 17 COL 30.
       02 VALUE "S - SKIP (no breakdown)"            LINE 18 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 20 COL 30.
       02 RESPONSE-INPUT                             LINE 20 COL 45
                            PICTURE IS X TO DenomAnswer.
*>***************************************************************************
*> Earmark warning screen: the withdrawal has the funds, but only by
*> taking them out of a goal's earmark
*>***************************************************************************
*>***************************************************************************
*> Read the bank-wide parameter record, kept by the BankParams
*> supervisor program, and take this program's share of it -- the
*> retry tuning for the exclusive-while-open files and the approval
*> threshold.  No file on disk means nobody has changed the defaults
*> yet, which is fine.  The threshold is seeded into the record area
*> before the READ, since a record written before it was added leaves
*> that tail untouched.
*>***************************************************************************

>>D    DISPLAY "*** P050-LoadBankParams" UPON STDERR
    MOVE Approval-Pennies TO ParamApprovalPennies IN Params-Struct
    OPEN INPUT BankParams
    IF BankParamsStatus = '00'
      READ BankParams
      IF BankParamsStatus = '00'
        MOVE ParamRetryLimit IN Params-Struct TO Retry-Limit
        MOVE ParamRetryPause IN Params-Struct TO Retry-Pause
        MOVE ParamApprovalPennies IN Params-Struct TO Approval-Pennies
      END-IF
      CLOSE BankParams
    END-IF.
      MOVE SPACES TO Memo-Input IN Transaction-Screen
      MOVE " " TO RESPONSE-INPUT IN Transaction-Screen
      PERFORM P577-ComputeHeldTotal
      PERFORM P578-LoadLoanOwed
      PERFORM P579-LoadLockedTotal
      DISPLAY Transaction-Screen
      ACCEPT Transaction-Screen
      MOVE "N" TO TransactionRetryFlag
        ELSE
*>***************************************************************************
*> A withdrawal can only spend what is not already promised away on a
*> hold or locked in a term deposit -- the held part of the balance is
*> spoken for until the hold clears or is released, the locked part
*> until the term matures or a supervisor breaks it.
*>***************************************************************************
        IF  FUNCTION UPPER-CASE(TransType) = 'W'
        AND Pennies > CurrentBalance - Held-Total - Locked-Total
          MOVE "R" TO TransactionRetryFlag
          IF Pennies > CurrentBalance
            MOVE "*** Insufficient funds ***" TO TransactionMessage
          ELSE
          IF Pennies > CurrentBalance - Held-Total
            MOVE "*** Funds are held - see P - HOLDS ***"
                                             TO TransactionMessage
          ELSE
            MOVE "*** Funds locked in a term deposit ***"
                                             TO TransactionMessage
          END-IF
          END-IF
        ELSE
*>***************************************************************************
        IF NOT Earmark-Check-Passed
          MOVE "R" TO TransactionRetryFlag
        ELSE
*>***************************************************************************
*> Past every check -- but a large posting still needs two grown-ups:
*> over the approval threshold it is queued, not posted, and the
*> balance is untouched until a second supervisor approves it.
*>***************************************************************************
        IF  Approval-Pennies > 0
        AND Pennies > Approval-Pennies
          PERFORM P515-QueueForApproval
        ELSE
          PERFORM P548-DenominationScreen
          MOVE FUNCTION CURRENT-DATE TO  Now
          MOVE Now TO TransactionID IN Transaction-Record
          MOVE CurrentAccountNumber TO AccountNumber IN Transaction-Record
>>D          DISPLAY "*** Transaction-Record is " Transaction-Record UPON STDERR
          MOVE CurrentBalance TO AccountPennies IN Account-Record
          PERFORM P310-WriteJournalRecord
          IF Denom-Breakdown-Taken
            PERFORM P549-WriteDenominations
          END-IF
          MOVE TransactionID IN Transaction-Record TO Last-TransactionID
          MOVE AmountOfPennies IN Transaction-Record TO Last-Transaction-Amount
          MOVE "Y" TO Last-Transaction-Flag
        END-IF
        END-IF
        END-IF
        END-IF
      ELSE
        IF FUNCTION UPPER-CASE(TransactionAnswer) = 'X'
          PERFORM P578-LoadLoanOwed
          IF Loan-Owed > 0
            MOVE "R" TO TransactionRetryFlag
            MOVE "*** Cannot close: IOU still owed ***" TO TransactionMessage
          ELSE
          IF CurrentBalance = 0
            SET Account-Closed IN Account-Record TO TRUE
            MOVE "AX" TO Audit-Event-Code
            MOVE "R" TO TransactionRetryFlag
            MOVE "*** Cannot close: balance not zero ***" TO TransactionMessage
          END-IF
          END-IF
        ELSE
          IF FUNCTION UPPER-CASE(TransactionAnswer) = 'T'
            PERFORM P550-TransferScreen
              ADD AmountOfPennies IN Transaction-Record TO CurrentBalance
              MOVE CurrentBalance TO AccountPennies IN Account-Record
              PERFORM P310-WriteJournalRecord
              PERFORM P545-DropDenominations
              MOVE "VD" TO Audit-Event-Code
              PERFORM P460-WriteAuditEvent
              MOVE "N" TO Last-Transaction-Flag
      END-IF
    END-PERFORM.

P515-QueueForApproval.
*>***************************************************************************
*> Queue the deposit or withdrawal on the screen for approval instead
*> of posting it: written to the approval queue as the signed amount
*> it will post as, with the signed-on teller as its maker, for a
*> supervisor in AccountMaint to approve or refuse.  The queue is
*> keyed by the moment the item was queued; should another window
*> have queued one in the very same hundredth of a second, take a
*> fresh time and try again.  The queue file is created on first use.
*>***************************************************************************

>>D    DISPLAY "*** P515-QueueForApproval" UPON STDERR
    MOVE "N" TO Pending-Written-Flag
    OPEN I-O PendingApprovals
    IF PendingStatus = '35'
      OPEN OUTPUT PendingApprovals
      IF PendingStatus = '00'
        CLOSE PendingApprovals
        OPEN I-O PendingApprovals
      END-IF
    END-IF
    IF PendingStatus NOT = '00'
      MOVE "R" TO TransactionRetryFlag
      MOVE "*** Approval queue unavailable ***"
                                             TO TransactionMessage
      EXIT PARAGRAPH
    END-IF
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL Pending-Written OR File-Retry-Count > Retry-Limit
      MOVE FUNCTION CURRENT-DATE TO Now
      INITIALIZE Pending-Struct
      MOVE Now TO APR-RequestID IN Pending-Struct
      MOVE CurrentAccountNumber TO APR-AccountNumber IN Pending-Struct
      MOVE CurrentAccountName TO APR-AccountName IN Pending-Struct
      IF  FUNCTION UPPER-CASE(TransType) = 'D'
        SET APR-Deposit IN Pending-Struct TO TRUE
        MOVE Pennies TO APR-AmountOfPennies IN Pending-Struct
      ELSE
        SET APR-Withdrawal IN Pending-Struct TO TRUE
        COMPUTE APR-AmountOfPennies IN Pending-Struct = 0 - Pennies
      END-IF
      MOVE Memo-In TO APR-Memo IN Pending-Struct
      MOVE Current-TellerID TO APR-MakerID IN Pending-Struct
      SET APR-Pending IN Pending-Struct TO TRUE
      WRITE Pending-Struct
        INVALID KEY
          ADD 1 TO File-Retry-Count
          CALL "C$SLEEP" USING Retry-Pause
        NOT INVALID KEY
          MOVE "Y" TO Pending-Written-Flag
      END-WRITE
    END-PERFORM
    CLOSE PendingApprovals
    IF Pending-Written
      MOVE "QM" TO Audit-Event-Code
      PERFORM P460-WriteAuditEvent
      MOVE "*** Queued for supervisor approval ***"
                                             TO TransactionMessage
    ELSE
      MOVE "R" TO TransactionRetryFlag
      MOVE "*** Could not queue the posting ***" TO TransactionMessage
    END-IF.

P510-CheckWithdrawalLimits.
*>***************************************************************************
*> Enforce the account's withdrawal caps before any balance math: the
      MOVE "*** Withdrawal cancelled ***" TO TransactionMessage
    END-IF.

P548-DenominationScreen.
*>***************************************************************************
*> Offer the coin-and-bill breakdown for the cash deposit or
*> withdrawal about to post.  The teller may skip it (CashDrawer then
*> proves that posting's cash in total only), but a breakdown that is
*> recorded must add up to the amount keyed, to the penny.
*>***************************************************************************

>>D    DISPLAY "*** P548-DenominationScreen" UPON STDERR
    MOVE "N" TO Denom-Taken-Flag
    MOVE SPACES TO DenomMessage
    MOVE ZEROS TO Denom-Entry
    PERFORM WITH TEST AFTER
            UNTIL FUNCTION UPPER-CASE(DenomAnswer) = 'S'
               OR Denom-Breakdown-Taken
      MOVE " " TO DenomAnswer
      MOVE Denom-In(1) TO Denom-Pennies-Input IN Denomination-Screen
      MOVE Denom-In(2) TO Denom-Nickels-Input IN Denomination-Screen
      MOVE Denom-In(3) TO Denom-Dimes-Input IN Denomination-Screen
      MOVE Denom-In(4) TO Denom-Quarters-Input IN Denomination-Screen
      MOVE Denom-In(5) TO Denom-Ones-Input IN Denomination-Screen
      MOVE Denom-In(6) TO Denom-Fives-Input IN Denomination-Screen
      MOVE Denom-In(7) TO Denom-Tens-Input IN Denomination-Screen
      MOVE Denom-In(8) TO Denom-Twenties-Input IN Denomination-Screen
      MOVE " " TO RESPONSE-INPUT IN Denomination-Screen
      DISPLAY Denomination-Screen
      ACCEPT Denomination-Screen
      MOVE SPACES TO DenomMessage
      IF FUNCTION UPPER-CASE(DenomAnswer) = 'C'
        MOVE 0 TO Denom-Total
        PERFORM VARYING Denom-Sub FROM 1 BY 1 UNTIL Denom-Sub > 8
          COMPUTE Denom-Total = Denom-Total
              + Denom-In(Denom-Sub) * Denom-Value(Denom-Sub)
        END-PERFORM
        IF Denom-Total = Pennies
          MOVE "Y" TO Denom-Taken-Flag
        ELSE
          MOVE "*** Coins and bills do not add up ***" TO DenomMessage
        END-IF
      END-IF
    END-PERFORM.

P549-WriteDenominations.
*>***************************************************************************
*> File the breakdown under the journal entry just written.  The
*> file is created on first use.  The TransactionID is unique to the
*> journal, so a duplicate key cannot happen short of a damaged file,
*> and is only reported -- the posting itself already stands.
*>***************************************************************************

>>D    DISPLAY "*** P549-WriteDenominations" UPON STDERR
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL DenominationsStatus = '00'
               OR DenominationsStatus = '35'
      OPEN I-O Denominations
      IF DenominationsStatus NOT = '00'
         AND DenominationsStatus NOT = '35'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the Denominations file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    IF DenominationsStatus = '35'
      OPEN OUTPUT Denominations
      IF DenominationsStatus NOT = '00'
        DISPLAY 'Could not create Denominations file!' UPON STDERR
        EXIT PARAGRAPH
      END-IF
    END-IF
    MOVE TransactionID IN Transaction-Record
            TO DNM-TransactionID IN Denomination-Struct
    MOVE AccountNumber IN Transaction-Record
            TO DNM-AccountNumber IN Denomination-Struct
    MOVE TransactionType IN Transaction-Record
            TO DNM-TransactionType IN Denomination-Struct
    MOVE AmountOfPennies IN Transaction-Record
            TO DNM-AmountOfPennies IN Denomination-Struct
    PERFORM VARYING Denom-Sub FROM 1 BY 1 UNTIL Denom-Sub > 8
      MOVE Denom-In(Denom-Sub)
              TO DNM-Count IN Denomination-Struct (Denom-Sub)
    END-PERFORM
    WRITE Denomination-Struct
      INVALID KEY
        DISPLAY 'Duplicate Denominations key '
                DNM-TransactionID IN Denomination-Struct UPON STDERR
    END-WRITE
    CLOSE Denominations.

P545-DropDenominations.
*>***************************************************************************
*> A void takes back the cash the voided posting moved, so its coin-
*> and-bill breakdown comes off file with it -- left behind, CashDrawer
*> would count those coins and bills into a drawer they never stayed
*> in.  No row (23), or no file yet (35), just means the voided
*> posting took no breakdown.
*>***************************************************************************

>>D    DISPLAY "*** P545-DropDenominations" UPON STDERR
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL DenominationsStatus = '00'
               OR DenominationsStatus = '35'
      OPEN I-O Denominations
      IF DenominationsStatus NOT = '00'
         AND DenominationsStatus NOT = '35'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the Denominations file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    IF DenominationsStatus = '35'
      EXIT PARAGRAPH
    END-IF
    MOVE Last-TransactionID TO DNM-TransactionID IN Denomination-Struct
    DELETE Denominations RECORD
      INVALID KEY
        CONTINUE
    END-DELETE
    IF DenominationsStatus NOT = '00' AND DenominationsStatus NOT = '23'
      DISPLAY 'Could not drop Denominations row '
              DNM-TransactionID IN Denomination-Struct UPON STDERR
    END-IF
    CLOSE Denominations.

P542-HistoryScreen.
*>***************************************************************************
*> Page through the logged-in account's recent postings, newest
    IF Adjustment-Transaction IN Transaction-Record
      MOVE 'ADJUST' TO Hist-Flag
    ELSE
    IF Loan-Advance-Transaction IN Transaction-Record
      MOVE 'IOU LOAN' TO Hist-Flag
    ELSE
    IF Loan-Repayment-Transaction IN Transaction-Record
      MOVE 'IOU REPY' TO Hist-Flag
    ELSE
    IF Transfer-Transaction IN Transaction-Record
      MOVE VoidOfTransactionID IN Transaction-Record
                                    TO Linked-TransactionID
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    MOVE SPACES TO History-Line(History-Slot)
    STRING TID-Year          DELIMITED BY SIZE
           '-'               DELIMITED BY SIZE
    MOVE "N" TO TransferRetryFlag
    PERFORM WITH TEST AFTER UNTIL TransferRetryFlag NOT = "R"
      PERFORM P577-ComputeHeldTotal
      PERFORM P579-LoadLockedTotal
      MOVE 0 TO Amount-Dollars-Cents
      MOVE 0 TO Pennies
      MOVE 0 TO Transfer-To-Account
          MOVE "R" TO TransferRetryFlag
          MOVE "*** Enter a positive dollar amount ***" TO TransferMessage
        ELSE
        IF Pennies > CurrentBalance - Held-Total - Locked-Total
          MOVE "R" TO TransferRetryFlag
          IF Pennies > CurrentBalance
            MOVE "*** Insufficient funds ***" TO TransferMessage
          ELSE
          IF Pennies > CurrentBalance - Held-Total
            MOVE "*** Funds are held - see P - HOLDS ***"
                                               TO TransferMessage
          ELSE
            MOVE "*** Funds locked in a term deposit ***"
                                               TO TransferMessage
          END-IF
          END-IF
        ELSE
*>***************************************************************************

P575-ComputeFreeBalance.
*>***************************************************************************
*> Free balance = the account balance less every active earmark, every
*> active hold and every open term deposit -- money promised to a
*> goal, set aside for a pending withdrawal or locked in a term is not
*> free to spend.
*>***************************************************************************

>>D    DISPLAY "*** P575-ComputeFreeBalance" UPON STDERR
      END-IF
    END-PERFORM
    PERFORM P577-ComputeHeldTotal
    PERFORM P579-LoadLockedTotal
    COMPUTE Free-Balance =
        CurrentBalance - Earmarked-Total - Held-Total - Locked-Total.

P577-ComputeHeldTotal.
*>***************************************************************************
      END-IF
    END-PERFORM.

P578-LoadLoanOwed.
*>***************************************************************************
*> Look the logged-in account up in the loan book and take what it
*> still owes on an active loan.  No file, or no active loan, owes
*> nothing.  Read fresh each time the screen is painted, since the
*> allowance run can pay a loan down while a session sits open.
*>***************************************************************************

>>D    DISPLAY "*** P578-LoadLoanOwed" UPON STDERR
    MOVE 0 TO Loan-Owed
    OPEN INPUT Loans
    IF LoansStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL LoansStatus NOT = '00'
        READ Loans
        IF LoansStatus = '00'
          IF LoanAccountNumber IN Loan-Struct = CurrentAccountNumber
             AND Loan-Active IN Loan-Struct
            MOVE LoanOutstandingPennies IN Loan-Struct TO Loan-Owed
          END-IF
        END-IF
      END-PERFORM
      CLOSE Loans
    END-IF.

P579-LoadLockedTotal.
*>***************************************************************************
*> Total what the logged-in account has locked in open term deposits.
*> No file, or no open term, locks nothing.  Read fresh each time, as
*> the loan book is, since the maturity run or a supervisor breaking
*> a term can release the lock while a session sits open.
*>***************************************************************************

>>D    DISPLAY "*** P579-LoadLockedTotal" UPON STDERR
    MOVE 0 TO Locked-Total
    OPEN INPUT Terms
    IF TermsStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL TermsStatus NOT = '00'
        READ Terms
        IF TermsStatus = '00'
          IF TermAccountNumber IN Term-Struct = CurrentAccountNumber
             AND Term-Open IN Term-Struct
            ADD TermAmountPennies IN Term-Struct TO Locked-Total
          END-IF
        END-IF
      END-PERFORM
      CLOSE Terms
    END-IF.

P580-GoalsScreen.
*>***************************************************************************
*> Run the savings-goals screen for the logged-in account: show every
    PERFORM WITH TEST BEFORE
            UNTIL FUNCTION UPPER-CASE(HoldsAnswer) = 'Q'
      PERFORM P577-ComputeHeldTotal
      PERFORM P579-LoadLockedTotal
      MOVE SPACES TO Hold-Display-Lines
      PERFORM VARYING Hold-Sub FROM 1 BY 1 UNTIL Hold-Sub > 10
        IF HS-Hold-Present(1 + CurrentAccountNumber, Hold-Sub)
    IF Hold-Pennies NOT > 0
      MOVE "*** Enter a positive dollar amount ***" TO HoldsMessage
    ELSE
    IF Hold-Pennies > CurrentBalance - Held-Total - Locked-Total
      MOVE "*** Not that much available ***" TO HoldsMessage
    ELSE
    IF Hold-Memo-In = SPACES
