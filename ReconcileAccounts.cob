        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CheckpointStatus.
*>***************************************************************************
*> IOU loan book -- only read, so the report can show beside each
*> balance what the child still owes the bank.  No file simply means
*> nobody has ever borrowed.
*>***************************************************************************
      SELECT Loans ASSIGN TO 'Loans.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LoansStatus.
      SELECT Report-File ASSIGN TO '/tmp/reconcile.txt'
                        LINE SEQUENTIAL.
DATA DIVISION.
                                             Record BY Transaction-Struct.
    COPY "ClosingCheckpointData.cbi" REPLACING CKPT BY ClosingCheckpoint
                                             Record BY Checkpoint-Record.
    COPY "LoanFileData.cbi" REPLACING LOAN BY Loans
                                      Record BY Loan-Struct.
    FD Report-File
        REPORT IS Reconcile-Report.
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 CheckpointStatus PICTURE IS XX.
    01 LoansStatus PICTURE IS XX.
    01 TodaysDate PIC 9(8).
    01 Account-Record.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
*>***************************************************************************
    01 Computed-Balances.
        02 Computed-Balance OCCURS 10000 TIMES BINARY-LONG VALUE ZERO.
*>***************************************************************************
*> The IOU side of each account: loan advances ('L') and repayments
*> ('R') found in the live journal, and what the loan book says is
*> still owed on an active loan.  Shown, not reconciled -- the loan
*> postings are already inside Computed-Balance like any others.
*>***************************************************************************
    01 Loan-Activity.
        02 Loan-Activity-Entry OCCURS 10000 TIMES.
            03 Journal-Loan-Advanced BINARY-LONG VALUE ZERO.
            03 Journal-Loan-Repaid   BINARY-LONG VALUE ZERO.
            03 Loan-Owed             BINARY-LONG VALUE ZERO.
    01 Current-Reconcile.
        02 F-AccountName      PIC X(16).
        02 F-AccountNumber    PIC 9999.
        02 F-ComputedBalance  PIC S9(8).
        02 F-Difference       PIC S9(8).
        02 F-Flag             PIC X(08).
        02 F-LoanAdvanced     PIC S9(8).
        02 F-LoanRepaid       PIC S9(8).
        02 F-LoanOwed         PIC S9(8).
    01 Grand-Totals.
        02 Account-Count      PIC 9(4).
        02 Discrepancy-Count  PIC 9(4).
        02 Total-Loan-Owed    PIC S9(8).
  REPORT SECTION.
    RD Reconcile-Report
        CONTROLS ARE FINAL
            10 COL 40 VALUE 'Computed Balance'.
            10 COL 60 VALUE 'Difference'.
            10 COL 78 VALUE 'Status'.
            10 COL 88 VALUE 'IOU Advanced'.
            10 COL 102 VALUE 'IOU Repaid'.
            10 COL 116 VALUE 'IOU Owed'.
        05 LINE NUMBER PLUS 1.
            10 COL 1  VALUE '================'.
            10 COL 18 VALUE '=='.
            10 COL 40 VALUE '============'.
            10 COL 60 VALUE '============'.
            10 COL 78 VALUE '========'.
            10 COL 88 VALUE '============'.
            10 COL 102 VALUE '============'.
            10 COL 116 VALUE '============'.

    01 Detail-Line TYPE IS DETAIL.
        05 LINE NUMBER PLUS 1.
            10 COL 40 SOURCE F-ComputedBalance PIC ZZ,ZZZ,ZZ9DB.
            10 COL 60 SOURCE F-Difference PIC ZZ,ZZZ,ZZ9DB.
            10 COL 78 SOURCE F-Flag PIC X(08).
            10 COL 88 SOURCE F-LoanAdvanced PIC ZZ,ZZZ,ZZ9DB.
            10 COL 102 SOURCE F-LoanRepaid PIC ZZ,ZZZ,ZZ9DB.
            10 COL 116 SOURCE F-LoanOwed PIC ZZ,ZZZ,ZZ9DB.

    01 End-Overall TYPE IS CONTROL FOOTING FINAL.
        05 LINE NUMBER PLUS 1.
        05 LINE NUMBER PLUS 1.
            10 COL 1 VALUE 'Discrepancies Found:'.
            10 COL 22 SOURCE Discrepancy-Count PIC ZZZ9.
        05 LINE NUMBER PLUS 1.
            10 COL 1 VALUE 'IOU Loans Owed:'.
            10 COL 116 SOURCE Total-Loan-Owed PIC ZZ,ZZZ,ZZ9DB.

PROCEDURE DIVISION.
  010-Main SECTION.
        END-READ
        ADD AmountOfPennies IN Transaction-Struct
                 TO Computed-Balance(1 + AccountNumber IN Transaction-Struct)
        IF Loan-Advance-Transaction IN Transaction-Struct
          ADD AmountOfPennies IN Transaction-Struct
                 TO Journal-Loan-Advanced(1 +
                                 AccountNumber IN Transaction-Struct)
        END-IF
        IF Loan-Repayment-Transaction IN Transaction-Struct
          SUBTRACT AmountOfPennies IN Transaction-Struct
                 FROM Journal-Loan-Repaid(1 +
                                 AccountNumber IN Transaction-Struct)
        END-IF
      END-PERFORM
      CLOSE Transactions
      PERFORM P060-LoadLoansOwed
      .

  P200-GenerateReport SECTION.
        MOVE Computed-Balance(1 + AccountNumber IN Account-Record)
                                                    TO F-ComputedBalance
        COMPUTE F-Difference = F-StoredBalance - F-ComputedBalance
        MOVE Journal-Loan-Advanced(1 + AccountNumber IN Account-Record)
                                                    TO F-LoanAdvanced
        MOVE Journal-Loan-Repaid(1 + AccountNumber IN Account-Record)
                                                    TO F-LoanRepaid
        MOVE Loan-Owed(1 + AccountNumber IN Account-Record)
                                                    TO F-LoanOwed
        ADD F-LoanOwed TO Total-Loan-Owed
        IF F-Difference NOT = 0
          MOVE 'MISMATCH' TO F-Flag
          ADD 1 TO Discrepancy-Count
        CLOSE ClosingCheckpoint
      END-IF.

  P060-LoadLoansOwed.
*>***************************************************************************
*> What each account still owes on its active IOU loan, from the loan
*> book.  Paid and written-off loans owe nothing.
*>***************************************************************************
      OPEN INPUT Loans
      IF LoansStatus = '00'
        PERFORM FOREVER
          READ Loans
          AT END
              EXIT PERFORM
          END-READ
          IF Loan-Active IN Loan-Struct
            MOVE LoanOutstandingPennies IN Loan-Struct
                  TO Loan-Owed(1 + LoanAccountNumber IN Loan-Struct)
          END-IF
        END-PERFORM
        CLOSE Loans
      END-IF.

END PROGRAM ReconcileAccounts.
