            88 F-Void-Transaction       VALUE "V".
            88 F-Transfer-Transaction   VALUE "T".
            88 F-Adjustment-Transaction VALUE "A".
            88 F-Loan-Advance-Transaction   VALUE "L".
            88 F-Loan-Repayment-Transaction VALUE "R".
  WORKING-STORAGE SECTION.
    01 TransactionsStatus PICTURE IS XX.
    01 TodaysDate          PIC 9(8).
        02 Xfr-Total  BINARY-LONG.
        02 Adj-Count  PIC 9999.
        02 Adj-Total  BINARY-LONG.
        02 Loan-Count PIC 9999.
        02 Loan-Total BINARY-LONG.
        02 Repay-Count PIC 9999.
        02 Repay-Total BINARY-LONG.
        02 Day-Count  PIC 9999.
        02 Day-Net    BINARY-LONG.
    01 Grand-Totals.
            10 COL 5 VALUE 'Adjustments:'.
            10 COL 22 SOURCE Adj-Count PIC ZZZ9.
            10 COL 30 SOURCE Adj-Total PIC ZZ,ZZZ,ZZ9DB.
        05 LINE NUMBER PLUS 1.
            10 COL 5 VALUE 'IOU loans:'.
            10 COL 22 SOURCE Loan-Count PIC ZZZ9.
            10 COL 30 SOURCE Loan-Total PIC ZZ,ZZZ,ZZ9DB.
        05 LINE NUMBER PLUS 1.
            10 COL 5 VALUE 'IOU repayments:'.
            10 COL 22 SOURCE Repay-Count PIC ZZZ9.
            10 COL 30 SOURCE Repay-Total PIC ZZ,ZZZ,ZZ9DB.
        05 LINE NUMBER PLUS 1.
            10 COL 5 VALUE 'Transactions:'.
            10 COL 22 SOURCE Day-Count PIC ZZZ9.
        WHEN F-Adjustment-Transaction
          ADD 1 TO Adj-Count
          ADD F-AmountOfPennies TO Adj-Total
        WHEN F-Loan-Advance-Transaction
          ADD 1 TO Loan-Count
          ADD F-AmountOfPennies TO Loan-Total
        WHEN F-Loan-Repayment-Transaction
          ADD 1 TO Repay-Count
          ADD F-AmountOfPennies TO Repay-Total
      END-EVALUATE
      ADD 1 TO Day-Count
      ADD F-AmountOfPennies TO Day-Net.
