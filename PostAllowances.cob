        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OrdersStatus.
*>***************************************************************************
*> IOU loan book (see LoanFileData.cbi): an account paying back a loan
*> has its repayment taken out of each allowance before the rest is
*> credited, and what it still owes is brought down here.
*>***************************************************************************
      SELECT Loans ASSIGN TO 'Loans.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LoansStatus.
*>***************************************************************************
*> Loan-book update lock.  The Loans supervisor screen saves the same
*> book, so every save from either program is a read-merge-write of
*> the whole file under an exclusive hold of this empty file, exactly
*> as the goal and holds books are saved.
*>***************************************************************************
      SELECT LoansLock ASSIGN TO 'Loans.lck'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS LoansLockStatus.
*>***************************************************************************
*> Bank-wide parameter file -- only the retry policy is wanted, for
*> waiting out the loan-book lock.
*>***************************************************************************
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
*>***************************************************************************
*> Account-keyed journal index (see JournalIndexData.cbi): every
*> allowance deposit appended to the journal mirrors its row here so
*> the teller screens' one-account readers keep seeing everything.
                                           Record BY Order-Struct.
    COPY "JournalIndexData.cbi" REPLACING JIDX BY JournalIndex
                                           Record BY Journal-Index-Struct.
    COPY "LoanFileData.cbi" REPLACING LOAN BY Loans
                                      Record BY Loan-Struct.
    FD  LoansLock.
    01  Loans-Lock-Record PICTURE IS X(01).
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                        Record BY Params-Struct.
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 OrdersStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 LoansStatus PICTURE IS XX.
    01 LoansLockStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
*>***************************************************************************
*> No index on disk means a rebuild is pending (PiggyBank rebuilds it
*> at its next start-up) and this run must not create a fresh one
          88 Void-Transaction       VALUE "V".
          88 Transfer-Transaction   VALUE "T".
          88 Adjustment-Transaction VALUE "A".
          88 Loan-Advance-Transaction   VALUE "L".
          88 Loan-Repayment-Transaction VALUE "R".
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
    01 Order-Record.
    01 Due-Date-Whole REDEFINES Due-Date-Pieces PICTURE IS 9(8).
    01 Due-Date-Integer PICTURE IS 9(8) VALUE 0.
    01 Deposits-Posted PICTURE IS 9(5) VALUE 0.
    01 Repayments-Posted PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> The whole loan book held in memory, slotted by account number the
*> way the supervisor programs slot theirs, and written back out as
*> soon as each repayment is taken.  Paid and written-off loans ride
*> along untouched so the book keeps them.
*>***************************************************************************
    01 Loan-Table.
        02 Loan-Entry OCCURS 10000 TIMES.
            03 LN-Present PICTURE IS X(01).
                88 LN-Loan-Present VALUE "Y".
            03 LN-Principal PICTURE IS S9(8).
            03 LN-Outstanding PICTURE IS S9(8).
            03 LN-Repay PICTURE IS S9(8).
            03 LN-StartDate PICTURE IS 9(8).
            03 LN-Status PICTURE IS X(01).
                88 LN-Active VALUE "A".
    01 Loan-Sub PICTURE IS 9(5) VALUE 0.
    01 Repay-Pennies PICTURE IS S9(8) VALUE 0.
    01 Allowance-TransactionID PICTURE IS X(32) VALUE SPACES.
    01 Orders-Seen PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> Bounded retry for the loan-book lock.  The limit and pause carry
*> the built-in defaults until P050-LoadBankParams replaces them with
*> the supervisor's settings from BankParams.dat.
*>***************************************************************************
    01 File-Retry-Count PICTURE IS 9(4) VALUE 0.
    01 Retry-Limit PICTURE IS 9(4) VALUE 1000.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-LoadBankParams
     PERFORM P100-OpenFiles
     PERFORM P200-PostDueOrders
     PERFORM P900-CloseFiles
     DISPLAY "Posted " Deposits-Posted " allowance deposit(s) from "
             Orders-Seen " standing order(s)" UPON STDERR
     DISPLAY "Took " Repayments-Posted " IOU repayment(s)" UPON STDERR
     STOP RUN.

  P050-LoadBankParams.
*>***************************************************************************
*> Only the retry policy is wanted from the bank-wide parameters.
*>***************************************************************************
      OPEN INPUT BankParams
      IF BankParamsStatus = '00'
        READ BankParams
        IF BankParamsStatus = '00'
          MOVE ParamRetryLimit IN Params-Struct TO Retry-Limit
          MOVE ParamRetryPause IN Params-Struct TO Retry-Pause
        END-IF
        CLOSE BankParams
      END-IF.

  P100-OpenFiles.
*>***************************************************************************
*> The order book is opened I-O: each order's next-due date is
      OPEN I-O JournalIndex
      IF JournalIndexStatus = '00'
        MOVE "Y" TO Index-Present-Flag
      END-IF
      PERFORM P150-LoadLoans.

  P150-LoadLoans.
*>***************************************************************************
*> Read the loan book into the in-memory table.  No file yet simply
*> means nobody owes anything, and nothing is written back.
*>***************************************************************************
      MOVE SPACES TO Loan-Table
      OPEN INPUT Loans
      IF LoansStatus = '00'
        PERFORM FOREVER
          READ Loans
          AT END
              EXIT PERFORM
          END-READ
          MOVE "Y" TO LN-Present(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanPrincipalPennies IN Loan-Struct
                 TO LN-Principal(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanOutstandingPennies IN Loan-Struct
                 TO LN-Outstanding(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanRepayPennies IN Loan-Struct
                 TO LN-Repay(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanStartDate IN Loan-Struct
                 TO LN-StartDate(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanStatus IN Loan-Struct
                 TO LN-Status(1 + LoanAccountNumber IN Loan-Struct)
        END-PERFORM
        CLOSE Loans
      END-IF.

  P200-PostDueOrders SECTION.
      END-IF
      ADD OrderAmountPennies IN Order-Record
                            TO AccountPennies IN Account-Record
      ADD 1 TO Deposits-Posted
      IF LN-Active(1 + OrderAccountNumber IN Order-Record)
         AND LN-Outstanding(1 + OrderAccountNumber IN Order-Record) > 0
        PERFORM P410-TakeRepayment
      END-IF.

  P410-TakeRepayment.
*>***************************************************************************
*> The account owes on an IOU loan: take this period's repayment back
*> out of the allowance just credited, so what the child keeps is the
*> rest.  The repayment is the loan's per-allowance amount, but never
*> more than is still owed nor more than the allowance itself.  It
*> posts as its own 'R' entry sharing the allowance's timestamp, made
*> unique by suffixing 'R' and the account number the way a transfer
*> leg is, and pointing back at the allowance it came out of.  The
*> repayment is brought down on the loan book at once, and the last
*> one marks the loan paid.
*>***************************************************************************
      MOVE LN-Repay(1 + OrderAccountNumber IN Order-Record)
                                                  TO Repay-Pennies
      IF Repay-Pennies >
              LN-Outstanding(1 + OrderAccountNumber IN Order-Record)
        MOVE LN-Outstanding(1 + OrderAccountNumber IN Order-Record)
                                                  TO Repay-Pennies
      END-IF
      IF Repay-Pennies > OrderAmountPennies IN Order-Record
        MOVE OrderAmountPennies IN Order-Record TO Repay-Pennies
      END-IF
      IF Repay-Pennies NOT > 0
        EXIT PARAGRAPH
      END-IF
      MOVE TransactionID IN Transaction-Record
                                        TO Allowance-TransactionID
      MOVE SPACES TO TransactionID IN Transaction-Record
      STRING Now                               DELIMITED BY SIZE
             "R"                               DELIMITED BY SIZE
             OrderAccountNumber IN Order-Record DELIMITED BY SIZE
          INTO TransactionID IN Transaction-Record
      MOVE 0 TO AmountOfPennies IN Transaction-Record
      SUBTRACT Repay-Pennies FROM AmountOfPennies IN Transaction-Record
      SET Loan-Repayment-Transaction IN Transaction-Record TO TRUE
      MOVE Allowance-TransactionID
                           TO VoidOfTransactionID IN Transaction-Record
      MOVE "IOU REPAYMENT" TO TransactionMemo IN Transaction-Record
      MOVE CORRESPONDING Transaction-Record TO Transaction-Struct
      WRITE Transaction-Struct
      IF Index-Present
        PERFORM P420-WriteJournalIndexRow
      END-IF
      SUBTRACT Repay-Pennies FROM AccountPennies IN Account-Record
      ADD 1 TO Repayments-Posted
      PERFORM P800-SaveLoans.

  P420-WriteJournalIndexRow.
*>***************************************************************************
      MOVE CORRESPONDING Order-Record TO Order-Struct
      REWRITE Order-Struct.

  P800-SaveLoans.
*>***************************************************************************
*> Bring the repayment just taken down on the loan book straight
*> away, the way P600-ReWriteOrder puts each order back as soon as it
*> is posted, so a run that dies part way through never leaves a
*> repayment in the journal that the book does not show.  The Loans
*> screen may have granted or written off a loan since the book was
*> read, so under an exclusive hold of the loan-book lock the book is
*> re-read fresh, only this repayment is taken off this account's
*> loan, and the whole file -- paid and written-off loans included --
*> is written back before the lock is let go.
*>***************************************************************************
      MOVE 0 TO File-Retry-Count
      PERFORM WITH TEST AFTER UNTIL LoansLockStatus = '00'
        OPEN EXTEND LoansLock
        IF LoansLockStatus = '35'
          OPEN OUTPUT LoansLock
        END-IF
        IF LoansLockStatus NOT = '00'
          ADD 1 TO File-Retry-Count
          IF File-Retry-Count > Retry-Limit
            DISPLAY 'Cannot get at the Loans lock!' UPON STDERR
            MOVE 1 TO RETURN-CODE
            STOP RUN
          END-IF
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-PERFORM
      PERFORM P150-LoadLoans
      IF NOT LN-Loan-Present(1 + OrderAccountNumber IN Order-Record)
        DISPLAY 'Loan for account #' OrderAccountNumber IN Order-Record
                ' is gone from the Loans file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        CLOSE LoansLock
        EXIT PARAGRAPH
      END-IF
      SUBTRACT Repay-Pennies
          FROM LN-Outstanding(1 + OrderAccountNumber IN Order-Record)
      IF LN-Active(1 + OrderAccountNumber IN Order-Record)
         AND LN-Outstanding(1 + OrderAccountNumber IN Order-Record)
                                                              NOT > 0
        MOVE "P" TO LN-Status(1 + OrderAccountNumber IN Order-Record)
      END-IF
      OPEN OUTPUT Loans
      IF LoansStatus NOT = '00'
        DISPLAY 'Could not rewrite Loans file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        CLOSE LoansLock
        EXIT PARAGRAPH
      END-IF
      PERFORM VARYING Loan-Sub FROM 1 BY 1 UNTIL Loan-Sub > 10000
        IF LN-Loan-Present(Loan-Sub)
          COMPUTE LoanAccountNumber IN Loan-Struct = Loan-Sub - 1
          MOVE LN-Principal(Loan-Sub)
                  TO LoanPrincipalPennies IN Loan-Struct
          MOVE LN-Outstanding(Loan-Sub)
                  TO LoanOutstandingPennies IN Loan-Struct
          MOVE LN-Repay(Loan-Sub) TO LoanRepayPennies IN Loan-Struct
          MOVE LN-StartDate(Loan-Sub) TO LoanStartDate IN Loan-Struct
          MOVE LN-Status(Loan-Sub) TO LoanStatus IN Loan-Struct
          WRITE Loan-Struct
        END-IF
      END-PERFORM
      CLOSE Loans
      CLOSE LoansLock.

  P900-CloseFiles.
      CLOSE Orders
      CLOSE Accounts
