*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 15:10:00 2026
*>  Last Modified : <261015.1510>
*>
*>  Description
*>
*>  Notes
*>
*>  History
*>
*>***************************************************************************
*>
*>    Copyright (C) 2024  Robert Heller D/B/A Deepwoods Software
*>			51 Locke Hill Road
*>			Wendell, MA 01379-9728
*>
*>    This program is free software; you can redistribute it and/or modify
*>    it under the terms of the GNU General Public License as published by
*>    the Free Software Foundation; either version 2 of the License, or
*>    (at your option) any later version.
*>
*>    This program is distributed in the hope that it will be useful,
*>    but WITHOUT ANY WARRANTY; without even the implied warranty of
*>    MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
*>    GNU General Public License for more details.
*>
*>    You should have received a copy of the GNU General Public License
*>    along with this program; if not, write to the Free Software
*>    Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139, USA.
*>
*>
*>
*>***************************************************************************
*>
*>  General-ledger posting run:
*>
*>      GeneralLedger [from-date [to-date]]
*>
*>  books every posting in the journals -- TransactionsArchive.dat,
*>  then Transactions.dat, then ClosedTransactions.dat for the retired
*>  accounts -- as a double entry against the bank's small chart of
*>  accounts (see GLEntryData.cbi), writing the booked lines to
*>  GeneralLedger.dat, and prints ledger.pdf: a trial balance as of
*>  the to-date, an income statement for the from/to period (default:
*>  this month to date), and the tie-outs -- customer deposits against
*>  the balances on Accounts.dat, cash on hand against the last
*>  CashDrawer closing count, IOU loans receivable against the loan
*>  book.  How each posting is booked:
*>
*>      'D' deposit       Dr cash            Cr customer deposits
*>      'D' PARENT MATCH  Dr match expense   Cr customer deposits
*>      'D' BIRTHDAY GIFT Dr gift expense    Cr customer deposits
*>      'W' withdrawal    Dr cash            Cr customer deposits
*>      'V' void          Dr cash            Cr customer deposits
*>      'I' interest      Dr interest exp.   Cr customer deposits
*>      'A' adjustment    Dr adjustments     Cr customer deposits
*>      'L' IOU advance   Dr loans recv.     Cr customer deposits
*>      'R' IOU repayment Dr loans recv.     Cr customer deposits
*>      'T' transfer leg  customer deposits, on the leg's own side
*>
*>  -- a negative amount (a withdrawal, a repayment, a penalty) simply
*>  swaps the two sides.  A loan written off in the loan book moves
*>  no money in the journal but is booked here, Dr adjustments Cr
*>  loans receivable, dated by its LW audit event.  With no archive
*>  on file the closing checkpoint balances are booked as the opening
*>  cash and deposits, the way TransReport seeds its balances.  The
*>  whole ledger is rebuilt each run, so it is safe to run whenever
*>  the books are wanted.  Exits with RETURN-CODE 1 when the trial
*>  balance is out or a tie-out fails.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. GeneralLedger.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AccountNumber OF Account-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS AccountsStatus.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH ALL OTHER
        FILE STATUS IS TransactionsStatus.
      SELECT Archive ASSIGN TO 'TransactionsArchive.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
      SELECT ClosedTrans ASSIGN TO 'ClosedTransactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ClosedTransStatus.
      SELECT ClosingCheckpoint ASSIGN TO 'ClosingCheckpoint.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CheckpointStatus.
      SELECT Loans ASSIGN TO 'Loans.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LoansStatus.
      SELECT AuditTrail ASSIGN TO 'AuditTrail.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AuditStatus.
      SELECT Drawer ASSIGN TO 'CashDrawer.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS DrawerStatus.
      SELECT Ledger ASSIGN TO 'GeneralLedger.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LedgerStatus.
      SELECT Report-File ASSIGN TO '/tmp/ledger.txt'
                        LINE SEQUENTIAL.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Archive
                                             Record BY Archive-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY ClosedTrans
                                             Record BY Closed-Trans-Struct.
    COPY "ClosingCheckpointData.cbi" REPLACING CKPT BY ClosingCheckpoint
                                             Record BY Checkpoint-Record.
    COPY "LoanFileData.cbi" REPLACING LOAN BY Loans
                                             Record BY Loan-Struct.
    COPY "AuditFileData.cbi" REPLACING AUDIT BY AuditTrail
                                             Record BY Audit-Struct.
    COPY "CashDrawerData.cbi" REPLACING DRWR BY Drawer
                                        Record BY Drawer-Struct.
    COPY "GLEntryData.cbi" REPLACING GLENT BY Ledger
                                     Record BY Ledger-Struct.
    FD Report-File.
    01 Report-Record PICTURE IS X(100).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 ClosedTransStatus PICTURE IS XX.
    01 CheckpointStatus PICTURE IS XX.
    01 LoansStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 DrawerStatus PICTURE IS XX.
    01 LedgerStatus PICTURE IS XX.
*>***************************************************************************
*> Set when TransactionsArchive.dat is on file: the full posting
*> history is then booked from the archive, the live journal and the
*> retired accounts' journal, and the lump-sum closing checkpoint is
*> not needed (booking it as well would count the archived activity
*> twice).
*>***************************************************************************
    01 Archive-Present-Flag PICTURE IS X VALUE "N".
        88 Archive-On-File VALUE "Y".
    01 Transaction-Record.
       02 TransactionID PICTURE IS X(32) VALUE SPACES.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AmountOfPennies PICTURE IS S9(8) VALUE 0.
       02 TransactionType PICTURE IS X(01) VALUE "D".
          88 Deposit-Transaction    VALUE "D".
          88 Withdrawal-Transaction VALUE "W".
          88 Interest-Transaction   VALUE "I".
          88 Void-Transaction       VALUE "V".
          88 Transfer-Transaction   VALUE "T".
          88 Adjustment-Transaction VALUE "A".
          88 Loan-Advance-Transaction   VALUE "L".
          88 Loan-Repayment-Transaction VALUE "R".
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
*>***************************************************************************
*> View of the front of a TransactionID (or audit timestamp), for
*> peeling the posting date off
*>***************************************************************************
    01 TransactionID-Pieces.
        02 TID-Date PICTURE IS 9(8).
        02 FILLER PICTURE IS X(24).
*>***************************************************************************
*> The chart of accounts, in trial-balance order, and the subscripts
*> the booking rules use for each ledger account.
*>***************************************************************************
    01 Chart-Values.
        02 FILLER PICTURE IS X(28) VALUE "1000CASH ON HAND".
        02 FILLER PICTURE IS X(28) VALUE "1200IOU LOANS RECEIVABLE".
        02 FILLER PICTURE IS X(28) VALUE "2000CUSTOMER DEPOSITS OWED".
        02 FILLER PICTURE IS X(28) VALUE "5000INTEREST EXPENSE".
        02 FILLER PICTURE IS X(28) VALUE "5100MATCH EXPENSE".
        02 FILLER PICTURE IS X(28) VALUE "5200GIFT EXPENSE".
        02 FILLER PICTURE IS X(28) VALUE "5900ADJUSTMENTS".
    01 Chart-Table REDEFINES Chart-Values.
        02 Chart-Entry OCCURS 7 TIMES.
            03 CA-Code PICTURE IS 9(4).
            03 CA-Name PICTURE IS X(24).
    01 Chart-Count PICTURE IS 9 VALUE 7.
    01 Cash-Acct PICTURE IS 9 VALUE 1.
    01 Loans-Acct PICTURE IS 9 VALUE 2.
    01 Deposits-Acct PICTURE IS 9 VALUE 3.
    01 Interest-Acct PICTURE IS 9 VALUE 4.
    01 Match-Acct PICTURE IS 9 VALUE 5.
    01 Gift-Acct PICTURE IS 9 VALUE 6.
    01 Adjust-Acct PICTURE IS 9 VALUE 7.
    01 First-Expense-Acct PICTURE IS 9 VALUE 4.
*>***************************************************************************
*> Running totals per ledger account: everything booked through the
*> to-date (the trial balance) and what of it fell inside the period
*> (the income statement).
*>***************************************************************************
    01 Ledger-Totals.
        02 Ledger-Total OCCURS 7 TIMES.
            03 LT-Debit PICTURE IS S9(10).
            03 LT-Credit PICTURE IS S9(10).
            03 LT-Period-Debit PICTURE IS S9(10).
            03 LT-Period-Credit PICTURE IS S9(10).
    01 Chart-Sub PICTURE IS 9 VALUE 0.
*>***************************************************************************
*> The entry being booked
*>***************************************************************************
    01 Booking.
        02 Book-Date PICTURE IS 9(8).
        02 Book-Amount PICTURE IS S9(8).
        02 Debit-Acct PICTURE IS 9.
        02 Credit-Acct PICTURE IS 9.
        02 Swap-Acct PICTURE IS 9.
        02 Side-Acct PICTURE IS 9.
        02 Side-Debit PICTURE IS 9(8).
        02 Side-Credit PICTURE IS 9(8).
*>***************************************************************************
*> The loan book's written-off loans (what the bank forgave, and when
*> the write-off was recorded) and what is still owing on the active
*> ones.
*>***************************************************************************
    01 Write-Off-Table.
        02 Write-Off-Row OCCURS 10000 TIMES.
            03 WO-Present PICTURE IS X(01).
                88 WO-Written-Off VALUE "Y".
            03 WO-Amount PICTURE IS S9(8).
            03 WO-StartDate PICTURE IS 9(8).
            03 WO-Date PICTURE IS 9(8).
            03 WO-Stamp PICTURE IS X(32).
    01 Loan-Sub PICTURE IS 9(5) VALUE 0.
    01 Loans-Active-Total PICTURE IS S9(10) VALUE 0.
*>***************************************************************************
*> What each drawer denomination slot is worth, in pennies, smallest
*> to largest: 1c 5c 10c 25c $1 $5 $10 $20 -- as CashDrawer counts.
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
    01 Denom-Sub PICTURE IS 9(1) VALUE 0.
*>***************************************************************************
*> Tie-out figures
*>***************************************************************************
    01 Tie-Fields.
        02 Drawer-Tie-Date PICTURE IS 9(8) VALUE 0.
        02 Drawer-Close-Value PICTURE IS S9(10) VALUE 0.
        02 Cash-Thru-Drawer PICTURE IS S9(10) VALUE 0.
        02 Accounts-Total PICTURE IS S9(10) VALUE 0.
        02 Ledger-Figure PICTURE IS S9(10) VALUE 0.
        02 Book-Figure PICTURE IS S9(10) VALUE 0.
        02 Tie-Difference PICTURE IS S9(10) VALUE 0.
    01 Out-Of-Balance-Flag PICTURE IS X VALUE "N".
        88 Books-Out VALUE "Y".
*>***************************************************************************
*> Working variables
*>***************************************************************************
    01 TodaysDate PICTURE IS 9(8) VALUE 0.
    01 Command-Line-Args PICTURE IS X(80).
    01 Arg-Start-Date PICTURE IS X(8) VALUE SPACES.
    01 Arg-End-Date PICTURE IS X(8) VALUE SPACES.
    01 Period-Start PICTURE IS 9(8) VALUE 0.
    01 Period-End PICTURE IS 9(8) VALUE 0.
    01 Booking-Counts.
        02 Archive-Booked PICTURE IS 9(7) VALUE 0.
        02 Journal-Booked PICTURE IS 9(7) VALUE 0.
        02 Closed-Booked PICTURE IS 9(7) VALUE 0.
        02 Checkpoints-Booked PICTURE IS 9(7) VALUE 0.
        02 Write-Offs-Booked PICTURE IS 9(7) VALUE 0.
        02 Unclassified-Count PICTURE IS 9(7) VALUE 0.
    01 Booked-Before PICTURE IS 9(7) VALUE 0.
    01 Booked-Count PICTURE IS 9(7) VALUE 0.
    01 Debit-Column PICTURE IS S9(10) VALUE 0.
    01 Credit-Column PICTURE IS S9(10) VALUE 0.
    01 Debit-Sum PICTURE IS S9(10) VALUE 0.
    01 Credit-Sum PICTURE IS S9(10) VALUE 0.
    01 Expense-Total PICTURE IS S9(10) VALUE 0.
*>***************************************************************************
*> Edited pieces for the report
*>***************************************************************************
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Date-Edit-2 PICTURE IS 9999/99/99.
    01 Code-Edit PICTURE IS 9(4).
    01 Count-Edit PICTURE IS Z,ZZZ,ZZ9.
    01 Amount-Edit PICTURE IS Z,ZZZ,ZZZ,ZZ9.
    01 Amount-Edit-2 PICTURE IS Z,ZZZ,ZZZ,ZZ9.
    01 Signed-Edit PICTURE IS -Z,ZZZ,ZZZ,ZZ9.
    01 Signed-Edit-2 PICTURE IS -Z,ZZZ,ZZZ,ZZ9.
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-GetPeriod
     INITIALIZE Ledger-Totals
     OPEN OUTPUT Ledger
     IF LedgerStatus NOT = '00'
       DISPLAY 'Could not create GeneralLedger file!' UPON STDERR
       STOP RUN
     END-IF
     PERFORM P100-FindDrawerCount
     MOVE "N" TO Archive-Present-Flag
     OPEN INPUT Archive
     IF ArchiveStatus = '00'
       MOVE "Y" TO Archive-Present-Flag
       PERFORM P200-BookArchive
       CLOSE Archive
     ELSE
       PERFORM P250-BookCheckpoints
     END-IF
     PERFORM P300-BookLiveJournal
     IF Archive-On-File
       PERFORM P320-BookClosedJournal
     END-IF
     PERFORM P400-BookWriteOffs
     CLOSE Ledger
     PERFORM P500-SumAccounts
     PERFORM P600-PrintLedgerReport
     DISPLAY "Booked " Archive-Booked " archived, " Journal-Booked
             " live, " Closed-Booked " retired posting(s); "
             Write-Offs-Booked " write-off(s)" UPON STDERR
     IF Books-Out
       DISPLAY "*** Ledger does not balance or tie -- see ledger.pdf"
               UPON STDERR
       MOVE 1 TO RETURN-CODE
     END-IF
     STOP RUN.

  P050-GetPeriod.
*>***************************************************************************
*> Optional period for the income statement: two 8-digit dates
*> (YYYYMMDD), separated by a space.  With none, the period is this
*> month to date; with only a from-date, from then to today.  The
*> trial balance is always everything booked through the to-date.
*>***************************************************************************
      COMPUTE Period-Start = (TodaysDate / 100) * 100 + 1
      MOVE TodaysDate TO Period-End
      MOVE SPACES TO Command-Line-Args
      ACCEPT Command-Line-Args FROM COMMAND-LINE
      IF Command-Line-Args NOT = SPACES
        UNSTRING Command-Line-Args DELIMITED BY SPACE
            INTO Arg-Start-Date Arg-End-Date
        IF Arg-Start-Date NOT = SPACES
          MOVE Arg-Start-Date TO Period-Start
        END-IF
        IF Arg-End-Date NOT = SPACES
          MOVE Arg-End-Date TO Period-End
        END-IF
      END-IF.

  P100-FindDrawerCount.
*>***************************************************************************
*> The cash tie-out is against the last day CashDrawer has a closing
*> count for, on or before the to-date: the value of that count, and
*> (as the journals are booked) the ledger's cash through that day.
*> No drawer file, or no closing count yet, leaves the cash untied.
*>***************************************************************************
      MOVE 0 TO Drawer-Tie-Date
      MOVE 0 TO Drawer-Close-Value
      OPEN INPUT Drawer
      IF DrawerStatus = '00'
        PERFORM FOREVER
          READ Drawer
          AT END
              EXIT PERFORM
          END-READ
          IF DrawerCloseDone IN Drawer-Struct = "Y"
             AND DrawerDate IN Drawer-Struct NOT > Period-End
             AND DrawerDate IN Drawer-Struct NOT < Drawer-Tie-Date
            MOVE DrawerDate IN Drawer-Struct TO Drawer-Tie-Date
            MOVE 0 TO Drawer-Close-Value
            PERFORM VARYING Denom-Sub FROM 1 BY 1 UNTIL Denom-Sub > 8
              COMPUTE Drawer-Close-Value = Drawer-Close-Value
                  + DrawerCloseCount IN Drawer-Struct (Denom-Sub)
                    * Denom-Value(Denom-Sub)
            END-PERFORM
          END-IF
        END-PERFORM
        CLOSE Drawer
      END-IF.

  P200-BookArchive.
*>***************************************************************************
*> Every posting CloseTransactions has closed out of the live
*> journal, oldest first.
*>***************************************************************************
      PERFORM FOREVER
        READ Archive INTO Transaction-Record
        AT END
            EXIT PERFORM
        END-READ
        MOVE Archive-Booked TO Booked-Count
        PERFORM P350-BookPosting
        MOVE Booked-Count TO Archive-Booked
      END-PERFORM.

  P250-BookCheckpoints.
*>***************************************************************************
*> No archive on file -- nothing ever closed, or the archive lost:
*> each account's balance at the last close is booked as money taken
*> in, Dr cash Cr customer deposits, the baseline the live journal
*> builds on.
*>***************************************************************************
      OPEN INPUT ClosingCheckpoint
      IF CheckpointStatus = '00'
        PERFORM FOREVER
          READ ClosingCheckpoint
          AT END
              EXIT PERFORM
          END-READ
          IF CLS-ClosingDate IN Checkpoint-Record NOT > Period-End
            MOVE CLS-ClosingDate IN Checkpoint-Record TO Book-Date
            MOVE CLS-LastTransactionID IN Checkpoint-Record
                                    TO TransactionID IN Transaction-Record
            MOVE CLS-AccountNumber IN Checkpoint-Record
                                    TO AccountNumber IN Transaction-Record
            MOVE "OPENING BALANCE" TO TransactionMemo IN Transaction-Record
            MOVE CLS-ClosingBalance IN Checkpoint-Record TO Book-Amount
            MOVE Cash-Acct TO Debit-Acct
            MOVE Deposits-Acct TO Credit-Acct
            PERFORM P360-BookDoubleEntry
            ADD 1 TO Checkpoints-Booked
          END-IF
        END-PERFORM
        CLOSE ClosingCheckpoint
      END-IF.

  P300-BookLiveJournal.
*>***************************************************************************
*> The live journal, read shared -- the teller windows may be open.
*>***************************************************************************
      OPEN INPUT Transactions
      IF TransactionsStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM FOREVER
        READ Transactions INTO Transaction-Record
        AT END
            EXIT PERFORM
        END-READ
        MOVE Journal-Booked TO Booked-Count
        PERFORM P350-BookPosting
        MOVE Booked-Count TO Journal-Booked
      END-PERFORM
      CLOSE Transactions.

  P320-BookClosedJournal.
*>***************************************************************************
*> The retired accounts' postings, which RetireAccounts moved out of
*> both journals -- still part of the bank's history.
*>***************************************************************************
      OPEN INPUT ClosedTrans
      IF ClosedTransStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM FOREVER
        READ ClosedTrans INTO Transaction-Record
        AT END
            EXIT PERFORM
        END-READ
        MOVE Closed-Booked TO Booked-Count
        PERFORM P350-BookPosting
        MOVE Booked-Count TO Closed-Booked
      END-PERFORM
      CLOSE ClosedTrans.

  P350-BookPosting.
*>***************************************************************************
*> Book the journal entry in Transaction-Record by its type (the table
*> in the banner above).  Postings after the to-date are left out.
*> What is booked to cash here is exactly what CashDrawer's
*> P450-SumJournalCash counts as the day's cash, so the two agree.
*>***************************************************************************
      MOVE TransactionID IN Transaction-Record TO TransactionID-Pieces
      MOVE TID-Date TO Book-Date
      IF Book-Date > Period-End
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO Booked-Count
      MOVE AmountOfPennies IN Transaction-Record TO Book-Amount
      MOVE Deposits-Acct TO Credit-Acct
      EVALUATE TRUE
        WHEN Deposit-Transaction IN Transaction-Record
          EVALUATE TransactionMemo IN Transaction-Record
            WHEN "PARENT MATCH"
              MOVE Match-Acct TO Debit-Acct
            WHEN "BIRTHDAY GIFT"
              MOVE Gift-Acct TO Debit-Acct
            WHEN OTHER
              MOVE Cash-Acct TO Debit-Acct
          END-EVALUATE
        WHEN Withdrawal-Transaction IN Transaction-Record
        WHEN Void-Transaction IN Transaction-Record
          MOVE Cash-Acct TO Debit-Acct
        WHEN Interest-Transaction IN Transaction-Record
          MOVE Interest-Acct TO Debit-Acct
        WHEN Adjustment-Transaction IN Transaction-Record
          MOVE Adjust-Acct TO Debit-Acct
        WHEN Loan-Advance-Transaction IN Transaction-Record
        WHEN Loan-Repayment-Transaction IN Transaction-Record
          MOVE Loans-Acct TO Debit-Acct
        WHEN Transfer-Transaction IN Transaction-Record
          PERFORM P380-BookTransferLeg
          EXIT PARAGRAPH
        WHEN OTHER
          MOVE Adjust-Acct TO Debit-Acct
          ADD 1 TO Unclassified-Count
      END-EVALUATE
      PERFORM P360-BookDoubleEntry.

  P360-BookDoubleEntry.
*>***************************************************************************
*> Book Book-Amount as Dr Debit-Acct / Cr Credit-Acct, the sides
*> swapped for a negative amount so both lines carry it positive.
*>***************************************************************************
      IF Book-Amount < 0
        MOVE Debit-Acct TO Swap-Acct
        MOVE Credit-Acct TO Debit-Acct
        MOVE Swap-Acct TO Credit-Acct
        COMPUTE Book-Amount = 0 - Book-Amount
      END-IF
      MOVE Debit-Acct TO Side-Acct
      MOVE Book-Amount TO Side-Debit
      MOVE 0 TO Side-Credit
      PERFORM P370-WriteSide
      MOVE Credit-Acct TO Side-Acct
      MOVE 0 TO Side-Debit
      MOVE Book-Amount TO Side-Credit
      PERFORM P370-WriteSide.

  P370-WriteSide.
*>***************************************************************************
*> One side of an entry: into the ledger file and the running
*> totals, the period columns too when it falls in the period, and
*> the drawer-day cash figure when it is cash on or before that day.
*>***************************************************************************
      MOVE Book-Date TO GLEntryDate IN Ledger-Struct
      MOVE TransactionID IN Transaction-Record
                              TO GLTransactionID IN Ledger-Struct
      MOVE AccountNumber IN Transaction-Record
                              TO GLCustomerAccount IN Ledger-Struct
      MOVE CA-Code(Side-Acct) TO GLAccountCode IN Ledger-Struct
      MOVE Side-Debit TO GLDebitPennies IN Ledger-Struct
      MOVE Side-Credit TO GLCreditPennies IN Ledger-Struct
      MOVE TransactionMemo IN Transaction-Record
                              TO GLMemo IN Ledger-Struct
      WRITE Ledger-Struct
      ADD Side-Debit TO LT-Debit(Side-Acct)
      ADD Side-Credit TO LT-Credit(Side-Acct)
      IF Book-Date NOT < Period-Start
        ADD Side-Debit TO LT-Period-Debit(Side-Acct)
        ADD Side-Credit TO LT-Period-Credit(Side-Acct)
      END-IF
      IF Side-Acct = Cash-Acct AND Book-Date NOT > Drawer-Tie-Date
        COMPUTE Cash-Thru-Drawer = Cash-Thru-Drawer
                                 + Side-Debit - Side-Credit
      END-IF.

  P380-BookTransferLeg.
*>***************************************************************************
*> A transfer leg moves money between two children's deposits and
*> nowhere else: the paying leg (negative) is the debit to customer
*> deposits, the receiving leg the credit, so the linked pair is the
*> whole double entry.
*>***************************************************************************
      MOVE Deposits-Acct TO Side-Acct
      IF Book-Amount < 0
        COMPUTE Side-Debit = 0 - Book-Amount
        MOVE 0 TO Side-Credit
      ELSE
        MOVE 0 TO Side-Debit
        MOVE Book-Amount TO Side-Credit
      END-IF
      PERFORM P370-WriteSide.

  P400-BookWriteOffs.
*>***************************************************************************
*> Book the loan book's write-offs, Dr adjustments Cr IOU loans
*> receivable, for what each written-off loan still owed.  The date
*> is the latest LW audit event for the account on or after the loan
*> was granted (the loan's own start date if the trail has none).
*> The active loans' outstanding total is kept for the tie-out.
*>***************************************************************************
      MOVE SPACES TO Write-Off-Table
      MOVE 0 TO Loans-Active-Total
      OPEN INPUT Loans
      IF LoansStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM FOREVER
        READ Loans
        AT END
            EXIT PERFORM
        END-READ
        IF Loan-Active IN Loan-Struct
          ADD LoanOutstandingPennies IN Loan-Struct TO Loans-Active-Total
        END-IF
        IF Loan-Written-Off IN Loan-Struct
          COMPUTE Loan-Sub = 1 + LoanAccountNumber IN Loan-Struct
          MOVE "Y" TO WO-Present(Loan-Sub)
          MOVE LoanOutstandingPennies IN Loan-Struct TO WO-Amount(Loan-Sub)
          MOVE LoanStartDate IN Loan-Struct TO WO-StartDate(Loan-Sub)
          MOVE LoanStartDate IN Loan-Struct TO WO-Date(Loan-Sub)
        END-IF
      END-PERFORM
      CLOSE Loans
      OPEN INPUT AuditTrail
      IF AuditStatus = '00'
        PERFORM FOREVER
          READ AuditTrail
          AT END
              EXIT PERFORM
          END-READ
          IF Loan-Write-Off-Event IN Audit-Struct
            COMPUTE Loan-Sub = 1 + AuditAccountNumber IN Audit-Struct
            MOVE AuditTimestamp IN Audit-Struct TO TransactionID-Pieces
            IF WO-Written-Off(Loan-Sub)
               AND TID-Date NOT < WO-StartDate(Loan-Sub)
              MOVE TID-Date TO WO-Date(Loan-Sub)
              MOVE AuditTimestamp IN Audit-Struct TO WO-Stamp(Loan-Sub)
            END-IF
          END-IF
        END-PERFORM
        CLOSE AuditTrail
      END-IF
      PERFORM VARYING Loan-Sub FROM 1 BY 1 UNTIL Loan-Sub > 10000
        IF WO-Written-Off(Loan-Sub)
           AND WO-Date(Loan-Sub) NOT > Period-End
          MOVE WO-Date(Loan-Sub) TO Book-Date
          MOVE WO-Stamp(Loan-Sub) TO TransactionID IN Transaction-Record
          COMPUTE AccountNumber IN Transaction-Record = Loan-Sub - 1
          MOVE "IOU WRITE-OFF" TO TransactionMemo IN Transaction-Record
          MOVE WO-Amount(Loan-Sub) TO Book-Amount
          MOVE Adjust-Acct TO Debit-Acct
          MOVE Loans-Acct TO Credit-Acct
          PERFORM P360-BookDoubleEntry
          ADD 1 TO Write-Offs-Booked
        END-IF
      END-PERFORM.

  P500-SumAccounts.
*>***************************************************************************
*> What the account master says the bank owes the children: every
*> balance on Accounts.dat, closed and dormant accounts included.
*>***************************************************************************
      MOVE 0 TO Accounts-Total
      OPEN INPUT Accounts
      IF AccountsStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM FOREVER
        READ Accounts
        AT END
            EXIT PERFORM
        END-READ
        ADD AccountPennies IN Account-Struct TO Accounts-Total
      END-PERFORM
      CLOSE Accounts.

  P600-PrintLedgerReport.
*>***************************************************************************
*> The ledger report: what was booked, the trial balance, the income
*> statement and the tie-outs, through the same a2ps pipeline as the
*> other one-page reports.
*>***************************************************************************
      OPEN OUTPUT Report-File
      MOVE Period-Start TO Date-Edit
      MOVE Period-End TO Date-Edit-2
      MOVE SPACES TO Work-Line
      STRING 'Piggy Bank General Ledger  -  period ' DELIMITED BY SIZE
             Date-Edit                             DELIMITED BY SIZE
             ' to '                                DELIMITED BY SIZE
             Date-Edit-2                           DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      PERFORM P695-PutBlank
      MOVE Archive-Booked TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Postings booked from the archive:     ' DELIMITED BY SIZE
             Count-Edit                               DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      MOVE Journal-Booked TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Postings booked from the journal:     ' DELIMITED BY SIZE
             Count-Edit                               DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      MOVE Closed-Booked TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Postings booked for retired accounts: ' DELIMITED BY SIZE
             Count-Edit                               DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      IF NOT Archive-On-File
        MOVE Checkpoints-Booked TO Count-Edit
        MOVE SPACES TO Work-Line
        STRING 'Opening balances from the checkpoint: ' DELIMITED BY SIZE
               Count-Edit                               DELIMITED BY SIZE
            INTO Work-Line
        PERFORM P690-PutLine
      END-IF
      MOVE Write-Offs-Booked TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'IOU loan write-offs booked:           ' DELIMITED BY SIZE
             Count-Edit                               DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      IF Unclassified-Count > 0
        MOVE Unclassified-Count TO Count-Edit
        MOVE SPACES TO Work-Line
        STRING 'Unknown posting types (to adjustments):' DELIMITED BY SIZE
               Count-Edit                                DELIMITED BY SIZE
            INTO Work-Line
        PERFORM P690-PutLine
      END-IF
      PERFORM P695-PutBlank
      PERFORM P700-PrintTrialBalance
      PERFORM P695-PutBlank
      PERFORM P750-PrintIncomeStatement
      PERFORM P695-PutBlank
      PERFORM P800-PrintTieOuts
      CLOSE Report-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/ledger.txt|ps2pdf - ledger.pdf".

  P690-PutLine.
      MOVE Work-Line TO Report-Record
      WRITE Report-Record.

  P695-PutBlank.
      MOVE SPACES TO Report-Record
      WRITE Report-Record.

  P700-PrintTrialBalance.
*>***************************************************************************
*> Each ledger account's net balance in its debit or credit column;
*> the two columns must foot to the same total.
*>***************************************************************************
      MOVE Period-End TO Date-Edit
      MOVE SPACES TO Work-Line
      STRING 'TRIAL BALANCE as of ' DELIMITED BY SIZE
             Date-Edit              DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      MOVE 'Code  Account                           Debit         Credit'
                                                   TO Work-Line
      PERFORM P690-PutLine
      MOVE '====  ========================  =============  ============='
                                                   TO Work-Line
      PERFORM P690-PutLine
      MOVE 0 TO Debit-Sum
      MOVE 0 TO Credit-Sum
      PERFORM VARYING Chart-Sub FROM 1 BY 1 UNTIL Chart-Sub > Chart-Count
        MOVE 0 TO Debit-Column
        MOVE 0 TO Credit-Column
        IF LT-Debit(Chart-Sub) NOT < LT-Credit(Chart-Sub)
          COMPUTE Debit-Column = LT-Debit(Chart-Sub) - LT-Credit(Chart-Sub)
        ELSE
          COMPUTE Credit-Column = LT-Credit(Chart-Sub) - LT-Debit(Chart-Sub)
        END-IF
        ADD Debit-Column TO Debit-Sum
        ADD Credit-Column TO Credit-Sum
        MOVE CA-Code(Chart-Sub) TO Code-Edit
        MOVE Debit-Column TO Amount-Edit
        MOVE Credit-Column TO Amount-Edit-2
        MOVE SPACES TO Work-Line
        STRING Code-Edit           DELIMITED BY SIZE
               '  '                DELIMITED BY SIZE
               CA-Name(Chart-Sub)  DELIMITED BY SIZE
               '  '                DELIMITED BY SIZE
               Amount-Edit         DELIMITED BY SIZE
               '  '                DELIMITED BY SIZE
               Amount-Edit-2       DELIMITED BY SIZE
            INTO Work-Line
        PERFORM P690-PutLine
      END-PERFORM
      MOVE '                                -------------  -------------'
                                                   TO Work-Line
      PERFORM P690-PutLine
      MOVE Debit-Sum TO Amount-Edit
      MOVE Credit-Sum TO Amount-Edit-2
      MOVE SPACES TO Work-Line
      STRING '      TOTALS                    ' DELIMITED BY SIZE
             Amount-Edit                        DELIMITED BY SIZE
             '  '                               DELIMITED BY SIZE
             Amount-Edit-2                      DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      IF Debit-Sum = Credit-Sum
        MOVE '      Trial balance is IN BALANCE' TO Work-Line
      ELSE
        MOVE '      *** Trial balance is OUT OF BALANCE ***' TO Work-Line
        MOVE "Y" TO Out-Of-Balance-Flag
      END-IF
      PERFORM P690-PutLine.

  P750-PrintIncomeStatement.
*>***************************************************************************
*> The period's activity on the expense accounts.  The bank earns
*> nothing but penalties, which land as credits to adjustments, so
*> the bottom line is normally a cost: what running the bank took
*> out of the family's pocket for the period.
*>***************************************************************************
      MOVE Period-Start TO Date-Edit
      MOVE Period-End TO Date-Edit-2
      MOVE SPACES TO Work-Line
      STRING 'INCOME STATEMENT for ' DELIMITED BY SIZE
             Date-Edit               DELIMITED BY SIZE
             ' to '                  DELIMITED BY SIZE
             Date-Edit-2             DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      MOVE 0 TO Expense-Total
      PERFORM VARYING Chart-Sub FROM First-Expense-Acct BY 1
              UNTIL Chart-Sub > Chart-Count
        COMPUTE Ledger-Figure = LT-Period-Debit(Chart-Sub)
                              - LT-Period-Credit(Chart-Sub)
        ADD Ledger-Figure TO Expense-Total
        MOVE CA-Code(Chart-Sub) TO Code-Edit
        MOVE Ledger-Figure TO Signed-Edit
        MOVE SPACES TO Work-Line
        STRING Code-Edit           DELIMITED BY SIZE
               '  '                DELIMITED BY SIZE
               CA-Name(Chart-Sub)  DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               Signed-Edit         DELIMITED BY SIZE
            INTO Work-Line
        PERFORM P690-PutLine
      END-PERFORM
      MOVE '                               --------------'
                                                   TO Work-Line
      PERFORM P690-PutLine
      MOVE Expense-Total TO Signed-Edit
      MOVE SPACES TO Work-Line
      STRING '      TOTAL EXPENSES           ' DELIMITED BY SIZE
             Signed-Edit                         DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine
      COMPUTE Ledger-Figure = 0 - Expense-Total
      MOVE Ledger-Figure TO Signed-Edit
      MOVE SPACES TO Work-Line
      STRING '      NET INCOME (LOSS)        ' DELIMITED BY SIZE
             Signed-Edit                         DELIMITED BY SIZE
          INTO Work-Line
      PERFORM P690-PutLine.

  P800-PrintTieOuts.
*>***************************************************************************
*> Prove the ledger against the books it summarises.  Customer
*> deposits and loans receivable are proved against the files as
*> they stand now, so only when the period runs to today; cash is
*> proved against the last drawer closing count in the period.
*>***************************************************************************
      MOVE 'TIE-OUTS                                 Ledger      Per file    Difference'
                                                   TO Work-Line
      PERFORM P690-PutLine
      IF Period-End < TodaysDate
        MOVE 'Customer deposits / IOU loans: not proved (period ends before today)'
                                                   TO Work-Line
        PERFORM P690-PutLine
      ELSE
        COMPUTE Ledger-Figure = LT-Credit(Deposits-Acct)
                              - LT-Debit(Deposits-Acct)
        MOVE Accounts-Total TO Book-Figure
        MOVE 'Customer deposits vs Accounts.dat' TO Work-Line
        PERFORM P850-PrintOneTie
        COMPUTE Ledger-Figure = LT-Debit(Loans-Acct)
                              - LT-Credit(Loans-Acct)
        MOVE Loans-Active-Total TO Book-Figure
        MOVE 'IOU loans recv. vs Loans.dat    ' TO Work-Line
        PERFORM P850-PrintOneTie
      END-IF
      IF Drawer-Tie-Date = 0
        MOVE 'Cash on hand: not proved (no drawer closing count on file)'
                                                   TO Work-Line
        PERFORM P690-PutLine
      ELSE
        MOVE Cash-Thru-Drawer TO Ledger-Figure
        MOVE Drawer-Close-Value TO Book-Figure
        MOVE Drawer-Tie-Date TO Date-Edit
        MOVE SPACES TO Work-Line
        STRING 'Cash vs drawer count ' DELIMITED BY SIZE
               Date-Edit               DELIMITED BY SIZE
            INTO Work-Line
        PERFORM P850-PrintOneTie
      END-IF.

  P850-PrintOneTie.
*>***************************************************************************
*> One tie-out line: the label already in Work-Line, then the ledger
*> figure, the file's figure, and the difference -- flagged, and the
*> run marked out, when they do not agree.
*>***************************************************************************
      COMPUTE Tie-Difference = Ledger-Figure - Book-Figure
      MOVE Ledger-Figure TO Signed-Edit
      MOVE Book-Figure TO Signed-Edit-2
      MOVE Signed-Edit TO Work-Line(34:14)
      MOVE Signed-Edit-2 TO Work-Line(49:14)
      MOVE Tie-Difference TO Signed-Edit
      MOVE Signed-Edit TO Work-Line(63:14)
      IF Tie-Difference = 0
        MOVE '  TIES' TO Work-Line(77:6)
      ELSE
        MOVE '  *** OUT' TO Work-Line(77:9)
        MOVE "Y" TO Out-Of-Balance-Flag
      END-IF
      PERFORM P690-PutLine.

END PROGRAM GeneralLedger.
