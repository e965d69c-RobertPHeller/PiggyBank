          88 Void-Transaction       VALUE "V".
          88 Transfer-Transaction   VALUE "T".
          88 Adjustment-Transaction VALUE "A".
          88 Loan-Advance-Transaction   VALUE "L".
          88 Loan-Repayment-Transaction VALUE "R".
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
    01 TransactionID-Pieces.
      IF Adjustment-Transaction IN Passbook-Transaction
        MOVE 'ADJUST' TO Line-Flag
      ELSE
      IF Loan-Advance-Transaction IN Passbook-Transaction
        MOVE 'IOU LOAN' TO Line-Flag
      ELSE
      IF Loan-Repayment-Transaction IN Passbook-Transaction
        MOVE 'IOU REPY' TO Line-Flag
      ELSE
      IF Transfer-Transaction IN Passbook-Transaction
        MOVE VoidOfTransactionID IN Passbook-Transaction
                                      TO Linked-TransactionID
      END-IF
      END-IF
      END-IF
      END-IF
      END-IF
      MOVE SPACES TO Work-Line
      STRING TID-Year          DELIMITED BY SIZE
             '-'               DELIMITED BY SIZE
