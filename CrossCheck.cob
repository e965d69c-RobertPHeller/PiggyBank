*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 11:00:00 2026
*>  Last Modified : <261015.1100>
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
*>  Cross-file consistency check: proves the side files against
*>  Accounts.dat and the journals, the way ReconcileAccounts proves
*>  the balances --
*>
*>      - savings goals, holds, term deposits, standing allowances,
*>        match rules, household rows and passbook positions that
*>        point at an account no longer on file (never opened, or
*>        moved out by RetireAccounts);
*>      - standing allowances and match rules still active on a
*>        closed or dormant account;
*>      - earmarks plus holds plus term locks adding up to more than
*>        the account's balance;
*>      - IOU loans still active on an account missing, closed or
*>        retired, or owing less than nothing or more than was
*>        advanced;
*>      - passbook positions and register receipts naming a
*>        TransactionID found in none of the journals (live, archive,
*>        closed);
*>      - JournalIndex.dat rows missing from, extra to, or disagreeing
*>        with Transactions.dat.
*>
*>  Usage:
*>
*>      CrossCheck            (report only)
*>      CrossCheck REPAIR     (report, and repair what can be repaired)
*>
*>  The report lands in crosscheck.pdf.  REPAIR cancels
*>  orphaned goals, standing allowances, match rules and household
*>  rows, releases orphaned holds, cancels allowances and match rules
*>  left active on a closed account, drops passbook positions that
*>  can no longer be continued (the passbook then reprints from the
*>  beginning), and removes a disagreeing journal index so the next
*>  teller start-up rebuilds it -- each repair logged to AuditTrail.dat
*>  as a CK event.  Overcommitted balances, orphaned term deposits,
*>  IOU loans, dormant accounts' standing rules and register receipts
*>  are only reported: each wants a supervisor's decision, not a batch
*>  job's.
*>  The run exits with RETURN-CODE 1 while a problem a repair could
*>  fix is left unrepaired, and whenever there is a report-only
*>  finding for a supervisor to read, so the evening chain logs the
*>  report as having findings.  A run whose every problem was repaired
*>  exits clean.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. CrossCheck.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
      SELECT ClosedAccounts ASSIGN TO 'ClosedAccounts.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ClosedAccountsStatus.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TransactionsStatus.
      SELECT Archive ASSIGN TO 'TransactionsArchive.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
      SELECT ClosedTrans ASSIGN TO 'ClosedTransactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ClosedTransStatus.
*>***************************************************************************
*> Account-keyed journal index (see JournalIndexData.cbi) -- only
*> read here; a disagreeing index is removed, never patched, so the
*> one rebuild path in PiggyBank stays the only writer of a fresh one.
*>***************************************************************************
      SELECT JournalIndex ASSIGN TO 'JournalIndex.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-Key OF Journal-Index-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS JournalIndexStatus.
*>***************************************************************************
*> The goal book and the holds book, with their update locks: a
*> repair rewrites rows in place, so it runs under the same exclusive
*> lock-file hold as PiggyBank's read-merge-write saves.
*>***************************************************************************
      SELECT Goals ASSIGN TO 'SavingsGoals.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS GoalsStatus.
      SELECT GoalsLock ASSIGN TO 'SavingsGoals.lck'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS GoalsLockStatus.
      SELECT Holds ASSIGN TO 'Holds.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS HoldsStatus.
      SELECT HoldsLock ASSIGN TO 'Holds.lck'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS HoldsLockStatus.
      SELECT Terms ASSIGN TO 'TermDeposits.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TermsStatus.
      SELECT Loans ASSIGN TO 'Loans.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LoansStatus.
      SELECT Orders ASSIGN TO 'StandingOrders.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OrdersStatus.
      SELECT MatchRules ASSIGN TO 'MatchRules.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MatchRulesStatus.
      SELECT Households ASSIGN TO 'Households.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HouseholdsStatus.
      SELECT PassbookState ASSIGN TO 'PassbookState.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PassbookStateStatus.
      SELECT ReceiptRegister ASSIGN TO 'ReceiptRegister.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS ReceiptRegisterStatus.
      SELECT AuditTrail ASSIGN TO 'AuditTrail.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS AuditStatus.
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
      SELECT Report-File ASSIGN TO '/tmp/crosscheck.txt'
                        LINE SEQUENTIAL.
      SELECT Sort-File ASSIGN TO DISK.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "AccountFileData.cbi" REPLACING ACC BY ClosedAccounts
                               Record BY Closed-Account-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Archive
                                             Record BY Archive-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY ClosedTrans
                                             Record BY Closed-Trans-Struct.
    COPY "JournalIndexData.cbi" REPLACING JIDX BY JournalIndex
                                          Record BY Journal-Index-Struct.
    COPY "SavingsGoalData.cbi" REPLACING GOAL BY Goals
                                         Record BY Goal-Struct.
    COPY "HoldFileData.cbi" REPLACING HOLD BY Holds
                                      Record BY Hold-Struct.
    COPY "TermDepositData.cbi" REPLACING TERM BY Terms
                                         Record BY Term-Struct.
    COPY "LoanFileData.cbi" REPLACING LOAN BY Loans
                                      Record BY Loan-Struct.
    COPY "StandingOrderData.cbi" REPLACING ORD BY Orders
                                           Record BY Order-Struct.
    COPY "MatchRuleData.cbi" REPLACING MTCH BY MatchRules
                                       Record BY Match-Struct.
    COPY "HouseholdData.cbi" REPLACING HHLD BY Households
                                       Record BY Household-Struct.
    COPY "PassbookStateData.cbi" REPLACING PBST BY PassbookState
                                           Record BY Passbook-Struct.
    COPY "ReceiptRegisterData.cbi" REPLACING RCPT BY ReceiptRegister
                                             Record BY Receipt-Struct.
    COPY "AuditFileData.cbi" REPLACING AUDIT BY AuditTrail
                                       Record BY Audit-Struct.
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                             Record BY Params-Struct.
    FD  GoalsLock.
    01  Goals-Lock-Record PICTURE IS X(01).
    FD  HoldsLock.
    01  Holds-Lock-Record PICTURE IS X(01).
    FD Report-File.
    01 Report-Record PICTURE IS X(100).
    SD SORT-FILE.
    01 SORT-REC.
*>***************************************************************************
*> One row per journal entry, index row, passbook position and
*> register receipt, brought together by TransactionID and account.
*> The source letter sorts the journal rows of each group ahead of
*> the rows that lean on them: A archive or closed journal, J live
*> journal, P passbook position, R register receipt, X index row.
*>***************************************************************************
        02 S-TransactionID PICTURE IS X(32).
        02 S-AccountNumber PICTURE IS 9(4).
        02 S-Source PICTURE IS X(01).
            88 S-From-History  VALUE "A".
            88 S-From-Journal  VALUE "J".
            88 S-From-Passbook VALUE "P".
            88 S-From-Receipt  VALUE "R".
            88 S-From-Index    VALUE "X".
        02 S-AmountOfPennies PICTURE IS S9(8).
        02 S-TransactionType PICTURE IS X(01).
        02 S-VoidOfTransactionID PICTURE IS X(32).
        02 S-TransactionMemo PICTURE IS X(20).
        02 S-ReceiptNumber PICTURE IS 9(6).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 ClosedAccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 ClosedTransStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 GoalsStatus PICTURE IS XX.
    01 GoalsLockStatus PICTURE IS XX.
    01 HoldsStatus PICTURE IS XX.
    01 HoldsLockStatus PICTURE IS XX.
    01 TermsStatus PICTURE IS XX.
    01 LoansStatus PICTURE IS XX.
    01 OrdersStatus PICTURE IS XX.
    01 MatchRulesStatus PICTURE IS XX.
    01 HouseholdsStatus PICTURE IS XX.
    01 PassbookStateStatus PICTURE IS XX.
    01 ReceiptRegisterStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
    01 TodaysDate PICTURE IS 9(8).
    01 Now PICTURE IS X(21).
    01 Command-Line-Args PICTURE IS X(80).
    01 Repair-Flag PICTURE IS X VALUE "N".
        88 Repair-Mode VALUE "Y".
    01 Index-Present-Flag PICTURE IS X VALUE "N".
        88 Index-Present VALUE "Y".
    01 Account-Record.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AccountName PICTURE IS X(16) VALUE SPACES.
       02 AccountPennies PICTURE IS S9(8) VALUE 0.
       02 AccountStatus PICTURE IS X(01) VALUE "O".
          88 Account-Open VALUE "O".
          88 Account-Closed VALUE "C".
          88 Account-Dormant VALUE "D".
       02 AccountPIN PICTURE IS X(04) VALUE SPACES.
       02 AccountTxnLimit PICTURE IS 9(8) VALUE 0.
       02 AccountDayLimit PICTURE IS 9(8) VALUE 0.
*>***************************************************************************
*> AT-State(1+AccountNumber): what the account master says about each
*> number -- blank for never on file, R for moved out to the closed
*> archive, else the live status -- with the balance and what the
*> side files speak for out of it.
*>***************************************************************************
    01 Account-Table.
        02 Account-Entry OCCURS 10000 TIMES.
            03 AT-State PICTURE IS X(01).
                88 AT-Missing VALUE " ".
                88 AT-Open    VALUE "O".
                88 AT-Closed  VALUE "C".
                88 AT-Dormant VALUE "D".
                88 AT-Retired VALUE "R".
                88 AT-On-File VALUES "O" "C" "D".
            03 AT-Name PICTURE IS X(16).
            03 AT-Pennies PICTURE IS S9(8).
            03 AT-Earmarked PICTURE IS S9(8).
            03 AT-Held PICTURE IS S9(8).
            03 AT-Locked PICTURE IS S9(8).
    01 Account-Sub PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> The passbook-state book, loaded whole exactly as Passbook loads
*> it; PB-Drop marks the rows a repair leaves out of the rewrite.
*>***************************************************************************
    01 Passbook-Table.
        02 Passbook-Entry OCCURS 10000 TIMES.
            03 PB-Present PICTURE IS X(01).
                88 PB-State-Present VALUE "Y".
            03 PB-Drop PICTURE IS X(01).
                88 PB-Row-Dropped VALUE "Y".
            03 PB-LastTransactionID PICTURE IS X(32).
            03 PB-LastBalance PICTURE IS S9(8).
    01 Passbook-Sub PICTURE IS 9(5) VALUE 0.
    01 Passbook-Drop-Count PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> The TransactionID-and-account group the sort is handing back, and
*> the live-journal entry in it the index row must agree with.
*>***************************************************************************
    01 Sort-EOF PICTURE IS X VALUE "N".
    01 Group-Fields.
        02 G-TransactionID PICTURE IS X(32).
        02 G-AccountNumber PICTURE IS 9(4).
        02 G-Journal-Count PICTURE IS 9(4).
        02 G-Live-Count PICTURE IS 9(4).
        02 G-Index-Count PICTURE IS 9(4).
        02 G-AmountOfPennies PICTURE IS S9(8).
        02 G-TransactionType PICTURE IS X(01).
        02 G-VoidOfTransactionID PICTURE IS X(32).
        02 G-TransactionMemo PICTURE IS X(20).
*>***************************************************************************
*> A broken index can disagree on every row; the report names the
*> first few and counts the rest.
*>***************************************************************************
    01 Index-Problem-Count PICTURE IS 9(6) VALUE 0.
    01 Index-Detail-Limit PICTURE IS 9(6) VALUE 20.
*>***************************************************************************
*> Audit event work fields and the usual retry policy for the files
*> the teller sessions hold exclusively.
*>***************************************************************************
    01 Audit-Account-Number PICTURE IS 9(4) VALUE 0.
    01 Audit-Account-Name PICTURE IS X(16) VALUE SPACES.
    01 File-Retry-Count PICTURE IS 9(4) VALUE 0.
    01 Retry-Limit PICTURE IS 9(4) VALUE 1000.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
*>***************************************************************************
*> Run totals and report pieces
*>***************************************************************************
    01 Problem-Count PICTURE IS 9(6) VALUE 0.
    01 Repair-Count PICTURE IS 9(6) VALUE 0.
    01 Problem-File PICTURE IS X(16) VALUE SPACES.
    01 Problem-Account PICTURE IS 9(4) VALUE 0.
    01 Problem-Text PICTURE IS X(56) VALUE SPACES.
    01 Problem-Repaired-Flag PICTURE IS X VALUE "N".
        88 Problem-Repaired VALUE "Y".
*>***************************************************************************
*> A finding only ever reported, never repaired, is marked so by its
*> caller before P900-ReportProblem counts it apart from the rest.
*>***************************************************************************
    01 Problem-Report-Only-Flag PICTURE IS X VALUE "N".
        88 Problem-Report-Only VALUE "Y".
    01 Report-Only-Count PICTURE IS 9(6) VALUE 0.
    01 Unrepaired-Count PICTURE IS 9(6) VALUE 0.
    01 Account-Condition PICTURE IS X(18) VALUE SPACES.
    01 Number-Edit PICTURE IS Z9.
    01 Spoken-For PICTURE IS S9(9) VALUE 0.
    01 Dollars PICTURE IS S9(7)V99 VALUE 0.
    01 Spoken-Edit PICTURE IS ZZZ,ZZ9.99-.
    01 Balance-Edit PICTURE IS ZZZ,ZZ9.99-.
    01 Count-Edit PICTURE IS ZZZ,ZZ9.
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-GetArguments
     PERFORM P060-LoadBankParams
     PERFORM P100-LoadAccounts
     PERFORM P150-StartReport
     PERFORM P200-CheckGoals
     PERFORM P250-CheckHolds
     PERFORM P300-CheckTerms
     PERFORM P350-CheckOrders
     PERFORM P375-CheckLoans
     PERFORM P400-CheckMatchRules
     PERFORM P450-CheckHouseholds
     PERFORM P500-CheckSpokenFor
     PERFORM P550-CheckPassbookState
     SORT SORT-FILE
        ASCENDING KEY S-TransactionID S-AccountNumber S-Source
        INPUT PROCEDURE 600-Release-Entries
        OUTPUT PROCEDURE 700-Compare-Entries
     PERFORM P800-RepairPassbookState
     PERFORM P850-RepairJournalIndex
     PERFORM P950-FinishReport
     DISPLAY "Cross-check: " Problem-Count " problem(s), "
             Repair-Count " repaired." UPON STDERR
*>***************************************************************************
*> Exit nonzero for what a repair could have fixed and did not --
*> a damaged side file the evening chain should not shrug off -- and
*> for any report-only finding, which waits on a supervisor's decision
*> and so must not pass unnoticed.  A repaired problem is already
*> fixed and does not count.
*>***************************************************************************
     IF Unrepaired-Count > 0 OR Report-Only-Count > 0
       MOVE 1 TO RETURN-CODE
     END-IF
     STOP RUN.

  P050-GetArguments.
*>***************************************************************************
*> REPAIR on the command line turns on the repairs; anything else, or
*> nothing, is a report-only run.
*>***************************************************************************
      MOVE SPACES TO Command-Line-Args
      ACCEPT Command-Line-Args FROM COMMAND-LINE
      IF FUNCTION UPPER-CASE(Command-Line-Args) = 'REPAIR'
        MOVE "Y" TO Repair-Flag
      END-IF.

  P060-LoadBankParams.
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

  P100-LoadAccounts.
*>***************************************************************************
*> Every account on file, with its status and balance, then the
*> closed archive for the numbers RetireAccounts has moved out.
*>***************************************************************************
      INITIALIZE Account-Table
      OPEN INPUT Accounts
      IF AccountsStatus NOT = '00'
        DISPLAY 'Could not open Accounts file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE 0 TO AccountNumber IN Account-Struct
      START Accounts KEY IS NOT LESS THAN
                                    AccountNumber IN Account-Struct
        INVALID KEY
          MOVE '10' TO AccountsStatus
      END-START
      PERFORM WITH TEST BEFORE UNTIL AccountsStatus NOT = '00'
        READ Accounts NEXT RECORD INTO Account-Record
        IF AccountsStatus = '00'
          MOVE AccountNumber IN Account-Record TO Account-Sub
          ADD 1 TO Account-Sub
          MOVE AccountStatus IN Account-Record
                                          TO AT-State(Account-Sub)
          MOVE AccountName IN Account-Record TO AT-Name(Account-Sub)
          MOVE AccountPennies IN Account-Record
                                          TO AT-Pennies(Account-Sub)
        END-IF
      END-PERFORM
      CLOSE Accounts
      OPEN INPUT ClosedAccounts
      IF ClosedAccountsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL ClosedAccountsStatus NOT = '00'
          READ ClosedAccounts
          IF ClosedAccountsStatus = '00'
            MOVE AccountNumber IN Closed-Account-Struct TO Account-Sub
            ADD 1 TO Account-Sub
            IF AT-Missing(Account-Sub)
              MOVE "R" TO AT-State(Account-Sub)
              MOVE AccountName IN Closed-Account-Struct
                                          TO AT-Name(Account-Sub)
            END-IF
          END-IF
        END-PERFORM
        CLOSE ClosedAccounts
      END-IF.

  P150-StartReport.
      OPEN OUTPUT Report-File
      MOVE TodaysDate TO Date-Edit
      MOVE SPACES TO Work-Line
      IF Repair-Mode
        STRING Date-Edit DELIMITED BY SIZE
               '  Piggy Bank Cross-File Consistency Check -- REPAIR RUN'
                         DELIMITED BY SIZE
            INTO Work-Line
      ELSE
        STRING Date-Edit DELIMITED BY SIZE
               '  Piggy Bank Cross-File Consistency Check'
                         DELIMITED BY SIZE
            INTO Work-Line
      END-IF
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE 'File              A#    Problem' TO Report-Record
      WRITE Report-Record
      MOVE '====              ====  =======' TO Report-Record
      WRITE Report-Record.

  P200-CheckGoals.
*>***************************************************************************
*> Active goals must belong to an account on file; the rest add up
*> into the account's earmarked total.  A repair run takes the goal
*> book's lock first and holds it until the book is closed again,
*> so no teller session's save can land in between.
*>***************************************************************************
      IF Repair-Mode
        MOVE 0 TO File-Retry-Count
        PERFORM WITH TEST AFTER UNTIL GoalsLockStatus = '00'
          OPEN EXTEND GoalsLock
          IF GoalsLockStatus = '35'
            OPEN OUTPUT GoalsLock
          END-IF
          IF GoalsLockStatus NOT = '00'
            ADD 1 TO File-Retry-Count
            IF File-Retry-Count > Retry-Limit
              DISPLAY 'Cannot get at the SavingsGoals lock!'
                                                      UPON STDERR
              MOVE 1 TO RETURN-CODE
              STOP RUN
            END-IF
            CALL "C$SLEEP" USING Retry-Pause
          END-IF
        END-PERFORM
      END-IF
      MOVE 0 TO File-Retry-Count
      PERFORM WITH TEST AFTER
              UNTIL GoalsStatus = '00' OR GoalsStatus = '35'
        IF Repair-Mode
          OPEN I-O Goals
        ELSE
          OPEN INPUT Goals
        END-IF
        IF GoalsStatus NOT = '00' AND GoalsStatus NOT = '35'
          ADD 1 TO File-Retry-Count
          IF File-Retry-Count > Retry-Limit
            DISPLAY 'Cannot get at the SavingsGoals file!' UPON STDERR
            MOVE 1 TO RETURN-CODE
            STOP RUN
          END-IF
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-PERFORM
      IF GoalsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL GoalsStatus NOT = '00'
          READ Goals
          IF GoalsStatus = '00'
            IF Goal-Active IN Goal-Struct
              MOVE GoalAccountNumber IN Goal-Struct TO Account-Sub
              ADD 1 TO Account-Sub
              IF AT-On-File(Account-Sub)
                ADD GoalEarmarkPennies IN Goal-Struct
                                        TO AT-Earmarked(Account-Sub)
              ELSE
                PERFORM P920-DescribeAccount
                MOVE 'SavingsGoals' TO Problem-File
                MOVE GoalAccountNumber IN Goal-Struct
                                        TO Problem-Account
                MOVE GoalNumber IN Goal-Struct TO Number-Edit
                MOVE SPACES TO Problem-Text
                STRING 'goal '            DELIMITED BY SIZE
                       Number-Edit        DELIMITED BY SIZE
                       ' '                DELIMITED BY SIZE
                       GoalName IN Goal-Struct DELIMITED BY SIZE
                       ' on '             DELIMITED BY SIZE
                       Account-Condition  DELIMITED BY SIZE
                    INTO Problem-Text
                IF Repair-Mode
                  MOVE "C" TO GoalStatus IN Goal-Struct
                  REWRITE Goal-Struct
                  PERFORM P910-AuditRepair
                END-IF
                PERFORM P900-ReportProblem
              END-IF
            END-IF
          END-IF
        END-PERFORM
        CLOSE Goals
      END-IF
      IF Repair-Mode
        CLOSE GoalsLock
      END-IF.

  P250-CheckHolds.
*>***************************************************************************
*> The holds book, exactly as the goal book: an orphaned hold is
*> released (the book carries active holds only, so it drops out at
*> the next save), the rest add up into the held total.
*>***************************************************************************
      IF Repair-Mode
        MOVE 0 TO File-Retry-Count
        PERFORM WITH TEST AFTER UNTIL HoldsLockStatus = '00'
          OPEN EXTEND HoldsLock
          IF HoldsLockStatus = '35'
            OPEN OUTPUT HoldsLock
          END-IF
          IF HoldsLockStatus NOT = '00'
            ADD 1 TO File-Retry-Count
            IF File-Retry-Count > Retry-Limit
              DISPLAY 'Cannot get at the Holds lock!' UPON STDERR
              MOVE 1 TO RETURN-CODE
              STOP RUN
            END-IF
            CALL "C$SLEEP" USING Retry-Pause
          END-IF
        END-PERFORM
      END-IF
      MOVE 0 TO File-Retry-Count
      PERFORM WITH TEST AFTER
              UNTIL HoldsStatus = '00' OR HoldsStatus = '35'
        IF Repair-Mode
          OPEN I-O Holds
        ELSE
          OPEN INPUT Holds
        END-IF
        IF HoldsStatus NOT = '00' AND HoldsStatus NOT = '35'
          ADD 1 TO File-Retry-Count
          IF File-Retry-Count > Retry-Limit
            DISPLAY 'Cannot get at the Holds file!' UPON STDERR
            MOVE 1 TO RETURN-CODE
            STOP RUN
          END-IF
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-PERFORM
      IF HoldsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL HoldsStatus NOT = '00'
          READ Holds
          IF HoldsStatus = '00'
            IF Hold-Active IN Hold-Struct
              MOVE HoldAccountNumber IN Hold-Struct TO Account-Sub
              ADD 1 TO Account-Sub
              IF AT-On-File(Account-Sub)
                ADD HoldAmountPennies IN Hold-Struct
                                        TO AT-Held(Account-Sub)
              ELSE
                PERFORM P920-DescribeAccount
                MOVE 'Holds' TO Problem-File
                MOVE HoldAccountNumber IN Hold-Struct
                                        TO Problem-Account
                MOVE HoldNumber IN Hold-Struct TO Number-Edit
                MOVE SPACES TO Problem-Text
                STRING 'hold '            DELIMITED BY SIZE
                       Number-Edit        DELIMITED BY SIZE
                       ' '                DELIMITED BY SIZE
                       HoldMemo IN Hold-Struct DELIMITED BY SIZE
                       ' on '             DELIMITED BY SIZE
                       Account-Condition  DELIMITED BY SIZE
                    INTO Problem-Text
                IF Repair-Mode
                  MOVE "R" TO HoldStatus IN Hold-Struct
                  REWRITE Hold-Struct
                  PERFORM P910-AuditRepair
                END-IF
                PERFORM P900-ReportProblem
              END-IF
            END-IF
          END-IF
        END-PERFORM
        CLOSE Holds
      END-IF
      IF Repair-Mode
        CLOSE HoldsLock
      END-IF.

  P300-CheckTerms.
*>***************************************************************************
*> Open term deposits add up into the locked total.  One on an
*> account no longer on file is reported but left alone -- whether
*> its money is owed anywhere is for the supervisor to settle.
*>***************************************************************************
      OPEN INPUT Terms
      IF TermsStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL TermsStatus NOT = '00'
        READ Terms
        IF TermsStatus = '00'
          IF Term-Open IN Term-Struct
            MOVE TermAccountNumber IN Term-Struct TO Account-Sub
            ADD 1 TO Account-Sub
            IF AT-On-File(Account-Sub)
              ADD TermAmountPennies IN Term-Struct
                                        TO AT-Locked(Account-Sub)
            ELSE
              PERFORM P920-DescribeAccount
              MOVE 'TermDeposits' TO Problem-File
              MOVE TermAccountNumber IN Term-Struct TO Problem-Account
              MOVE TermNumber IN Term-Struct TO Number-Edit
              MOVE SPACES TO Problem-Text
              STRING 'open term '       DELIMITED BY SIZE
                     Number-Edit        DELIMITED BY SIZE
                     ' on '             DELIMITED BY SIZE
                     Account-Condition  DELIMITED BY SIZE
                  INTO Problem-Text
              MOVE "Y" TO Problem-Report-Only-Flag
              PERFORM P900-ReportProblem
            END-IF
          END-IF
        END-IF
      END-PERFORM
      CLOSE Terms.

  P350-CheckOrders.
*>***************************************************************************
*> An active standing allowance must be on an account on file, and
*> that account must be open: PostAllowances skips the others, so the
*> rule only lies there looking active.  A closed account's rule is
*> cancelled by a repair like an orphan's; a dormant account may yet
*> wake up, so its rule is only reported.
*>***************************************************************************
      IF Repair-Mode
        OPEN I-O Orders
      ELSE
        OPEN INPUT Orders
      END-IF
      IF OrdersStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL OrdersStatus NOT = '00'
        READ Orders
        IF OrdersStatus = '00'
          MOVE OrderAccountNumber IN Order-Struct TO Account-Sub
          ADD 1 TO Account-Sub
          IF Order-Active IN Order-Struct
             AND NOT AT-Open(Account-Sub)
            PERFORM P920-DescribeAccount
            MOVE 'StandingOrders' TO Problem-File
            MOVE OrderAccountNumber IN Order-Struct TO Problem-Account
            MOVE SPACES TO Problem-Text
            STRING 'active allowance on ' DELIMITED BY SIZE
                   Account-Condition      DELIMITED BY SIZE
                INTO Problem-Text
            IF Repair-Mode AND NOT AT-Dormant(Account-Sub)
              MOVE "C" TO OrderStatus IN Order-Struct
              REWRITE Order-Struct
              PERFORM P910-AuditRepair
            END-IF
            IF AT-Dormant(Account-Sub)
              MOVE "Y" TO Problem-Report-Only-Flag
            END-IF
            PERFORM P900-ReportProblem
          END-IF
        END-IF
      END-PERFORM
      CLOSE Orders.

  P375-CheckLoans.
*>***************************************************************************
*> An active IOU loan must sit on an account still on the books and
*> owe something between nothing and what was advanced.  One on an
*> account missing, closed or retired can never be repaid, since
*> PostAllowances only repays from an open account's allowance, and
*> an outstanding figure outside those bounds means the book and the
*> repayments have parted company.  Both are only reported -- whether
*> to write the loan off or put the book right is for the supervisor.
*>***************************************************************************
      OPEN INPUT Loans
      IF LoansStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL LoansStatus NOT = '00'
        READ Loans
        IF LoansStatus = '00'
          IF Loan-Active IN Loan-Struct
            MOVE LoanAccountNumber IN Loan-Struct TO Account-Sub
            ADD 1 TO Account-Sub
            IF AT-Missing(Account-Sub)
               OR AT-Closed(Account-Sub)
               OR AT-Retired(Account-Sub)
              PERFORM P920-DescribeAccount
              MOVE 'Loans' TO Problem-File
              MOVE LoanAccountNumber IN Loan-Struct TO Problem-Account
              MOVE SPACES TO Problem-Text
              STRING 'active IOU on '   DELIMITED BY SIZE
                     Account-Condition  DELIMITED BY SIZE
                  INTO Problem-Text
              MOVE "Y" TO Problem-Report-Only-Flag
              PERFORM P900-ReportProblem
            END-IF
            IF LoanOutstandingPennies IN Loan-Struct < 0
               OR LoanOutstandingPennies IN Loan-Struct
                        > LoanPrincipalPennies IN Loan-Struct
              MOVE 'Loans' TO Problem-File
              MOVE LoanAccountNumber IN Loan-Struct TO Problem-Account
              COMPUTE Dollars =
                      LoanOutstandingPennies IN Loan-Struct / 100
              MOVE Dollars TO Spoken-Edit
              COMPUTE Dollars =
                      LoanPrincipalPennies IN Loan-Struct / 100
              MOVE Dollars TO Balance-Edit
              MOVE SPACES TO Problem-Text
              STRING 'active IOU owes '  DELIMITED BY SIZE
                     Spoken-Edit         DELIMITED BY SIZE
                     ' of '              DELIMITED BY SIZE
                     Balance-Edit        DELIMITED BY SIZE
                     ' advanced'         DELIMITED BY SIZE
                  INTO Problem-Text
              MOVE "Y" TO Problem-Report-Only-Flag
              PERFORM P900-ReportProblem
            END-IF
          END-IF
        END-IF
      END-PERFORM
      CLOSE Loans.

  P400-CheckMatchRules.
*>***************************************************************************
*> Parent-match rules, under exactly the standing-allowance rules.
*>***************************************************************************
      IF Repair-Mode
        OPEN I-O MatchRules
      ELSE
        OPEN INPUT MatchRules
      END-IF
      IF MatchRulesStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL MatchRulesStatus NOT = '00'
        READ MatchRules
        IF MatchRulesStatus = '00'
          MOVE MatchAccountNumber IN Match-Struct TO Account-Sub
          ADD 1 TO Account-Sub
          IF Match-Active IN Match-Struct
             AND NOT AT-Open(Account-Sub)
            PERFORM P920-DescribeAccount
            MOVE 'MatchRules' TO Problem-File
            MOVE MatchAccountNumber IN Match-Struct TO Problem-Account
            MOVE SPACES TO Problem-Text
            STRING 'active match rule on ' DELIMITED BY SIZE
                   Account-Condition       DELIMITED BY SIZE
                INTO Problem-Text
            IF Repair-Mode AND NOT AT-Dormant(Account-Sub)
              MOVE "C" TO MatchStatus IN Match-Struct
              REWRITE Match-Struct
              PERFORM P910-AuditRepair
            END-IF
            IF AT-Dormant(Account-Sub)
              MOVE "Y" TO Problem-Report-Only-Flag
            END-IF
            PERFORM P900-ReportProblem
          END-IF
        END-IF
      END-PERFORM
      CLOSE MatchRules.

  P450-CheckHouseholds.
*>***************************************************************************
*> An active household row must name an account on file; a closed
*> member still belongs to the family's history and is left alone.
*>***************************************************************************
      IF Repair-Mode
        OPEN I-O Households
      ELSE
        OPEN INPUT Households
      END-IF
      IF HouseholdsStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL HouseholdsStatus NOT = '00'
        READ Households
        IF HouseholdsStatus = '00'
          MOVE HouseholdAccountNumber IN Household-Struct
                                                  TO Account-Sub
          ADD 1 TO Account-Sub
          IF Household-Active IN Household-Struct
             AND NOT AT-On-File(Account-Sub)
            PERFORM P920-DescribeAccount
            MOVE 'Households' TO Problem-File
            MOVE HouseholdAccountNumber IN Household-Struct
                                                  TO Problem-Account
            MOVE SPACES TO Problem-Text
            STRING 'member of '          DELIMITED BY SIZE
                   HouseholdName IN Household-Struct
                                         DELIMITED BY SIZE
                   ' is '                DELIMITED BY SIZE
                   Account-Condition     DELIMITED BY SIZE
                INTO Problem-Text
            IF Repair-Mode
              MOVE "C" TO HouseholdStatus IN Household-Struct
              REWRITE Household-Struct
              PERFORM P910-AuditRepair
            END-IF
            PERFORM P900-ReportProblem
          END-IF
        END-IF
      END-PERFORM
      CLOSE Households.

  P500-CheckSpokenFor.
*>***************************************************************************
*> Earmarks, holds and term locks are all carved out of the one
*> balance; together they may use it all, never more.  Only reported:
*> which of them gives way is the account holder's call.
*>***************************************************************************
      PERFORM VARYING Account-Sub FROM 1 BY 1
              UNTIL Account-Sub > 10000
        IF AT-On-File(Account-Sub)
          COMPUTE Spoken-For = AT-Earmarked(Account-Sub)
                             + AT-Held(Account-Sub)
                             + AT-Locked(Account-Sub)
          IF Spoken-For > AT-Pennies(Account-Sub)
            MOVE 'Accounts' TO Problem-File
            COMPUTE Problem-Account = Account-Sub - 1
            COMPUTE Dollars = Spoken-For / 100
            MOVE Dollars TO Spoken-Edit
            COMPUTE Dollars = AT-Pennies(Account-Sub) / 100
            MOVE Dollars TO Balance-Edit
            MOVE SPACES TO Problem-Text
            STRING 'goals+holds+terms ' DELIMITED BY SIZE
                   Spoken-Edit          DELIMITED BY SIZE
                   ' over balance '     DELIMITED BY SIZE
                   Balance-Edit         DELIMITED BY SIZE
                INTO Problem-Text
            MOVE "Y" TO Problem-Report-Only-Flag
            PERFORM P900-ReportProblem
          END-IF
        END-IF
      END-PERFORM.

  P550-CheckPassbookState.
*>***************************************************************************
*> Load the passbook positions; a position for an account no longer
*> on file can never be printed on again and is dropped by a repair.
*> Whether each remaining position's TransactionID is still in the
*> journals is settled in the sort below.
*>***************************************************************************
      MOVE SPACES TO Passbook-Table
      OPEN INPUT PassbookState
      IF PassbookStateStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL PassbookStateStatus NOT = '00'
        READ PassbookState
        IF PassbookStateStatus = '00'
          MOVE PassbookAccountNumber IN Passbook-Struct TO Passbook-Sub
          ADD 1 TO Passbook-Sub
          MOVE "Y" TO PB-Present(Passbook-Sub)
          MOVE PassbookLastTransactionID IN Passbook-Struct
                              TO PB-LastTransactionID(Passbook-Sub)
          MOVE PassbookLastBalance IN Passbook-Struct
                              TO PB-LastBalance(Passbook-Sub)
        END-IF
      END-PERFORM
      CLOSE PassbookState
      PERFORM VARYING Passbook-Sub FROM 1 BY 1
              UNTIL Passbook-Sub > 10000
        MOVE Passbook-Sub TO Account-Sub
        IF PB-State-Present(Passbook-Sub)
           AND NOT AT-On-File(Account-Sub)
          PERFORM P920-DescribeAccount
          MOVE 'PassbookState' TO Problem-File
          COMPUTE Problem-Account = Passbook-Sub - 1
          MOVE SPACES TO Problem-Text
          STRING 'passbook position on ' DELIMITED BY SIZE
                 Account-Condition       DELIMITED BY SIZE
              INTO Problem-Text
          IF Repair-Mode
            MOVE "Y" TO PB-Drop(Passbook-Sub)
            ADD 1 TO Passbook-Drop-Count
            PERFORM P910-AuditRepair
          END-IF
          PERFORM P900-ReportProblem
        END-IF
      END-PERFORM.

  600-Release-Entries SECTION.
*>***************************************************************************
*> Everything that names a TransactionID goes into the sort: every
*> journal entry (archive, closed and live), every passbook position
*> still standing, every register receipt, and -- when the index is
*> on file -- every index row.  A receipt for an account that was
*> never on file at all is reported here, on the way past.
*>***************************************************************************
  1.  OPEN INPUT Archive
      IF ArchiveStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL ArchiveStatus NOT = '00'
          READ Archive
          IF ArchiveStatus = '00'
            MOVE SPACES TO SORT-REC
            MOVE TransactionID IN Archive-Struct TO S-TransactionID
            MOVE AccountNumber IN Archive-Struct TO S-AccountNumber
            MOVE "A" TO S-Source
            MOVE 0 TO S-AmountOfPennies S-ReceiptNumber
            RELEASE SORT-REC
          END-IF
        END-PERFORM
        CLOSE Archive
      END-IF
      OPEN INPUT ClosedTrans
      IF ClosedTransStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL ClosedTransStatus NOT = '00'
          READ ClosedTrans
          IF ClosedTransStatus = '00'
            MOVE SPACES TO SORT-REC
            MOVE TransactionID IN Closed-Trans-Struct
                                                  TO S-TransactionID
            MOVE AccountNumber IN Closed-Trans-Struct
                                                  TO S-AccountNumber
            MOVE "A" TO S-Source
            MOVE 0 TO S-AmountOfPennies S-ReceiptNumber
            RELEASE SORT-REC
          END-IF
        END-PERFORM
        CLOSE ClosedTrans
      END-IF
      OPEN INPUT Transactions
      IF TransactionsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL TransactionsStatus NOT = '00'
          READ Transactions
          IF TransactionsStatus = '00'
            MOVE SPACES TO SORT-REC
            MOVE TransactionID IN Transaction-Struct
                                                  TO S-TransactionID
            MOVE AccountNumber IN Transaction-Struct
                                                  TO S-AccountNumber
            MOVE "J" TO S-Source
            MOVE AmountOfPennies IN Transaction-Struct
                                                  TO S-AmountOfPennies
            MOVE TransactionType IN Transaction-Struct
                                                  TO S-TransactionType
            MOVE VoidOfTransactionID IN Transaction-Struct
                                              TO S-VoidOfTransactionID
            MOVE TransactionMemo IN Transaction-Struct
                                              TO S-TransactionMemo
            MOVE 0 TO S-ReceiptNumber
            RELEASE SORT-REC
          END-IF
        END-PERFORM
        CLOSE Transactions
      END-IF
*>***************************************************************************
*> A position never advanced past the start (no row, or an empty
*> TransactionID) has nothing to prove.
*>***************************************************************************
      PERFORM VARYING Passbook-Sub FROM 1 BY 1
              UNTIL Passbook-Sub > 10000
        IF PB-State-Present(Passbook-Sub)
           AND NOT PB-Row-Dropped(Passbook-Sub)
           AND PB-LastTransactionID(Passbook-Sub) NOT = SPACES
           AND PB-LastTransactionID(Passbook-Sub) NOT = LOW-VALUES
          MOVE SPACES TO SORT-REC
          MOVE PB-LastTransactionID(Passbook-Sub) TO S-TransactionID
          COMPUTE S-AccountNumber = Passbook-Sub - 1
          MOVE "P" TO S-Source
          MOVE 0 TO S-AmountOfPennies S-ReceiptNumber
          RELEASE SORT-REC
        END-IF
      END-PERFORM
      MOVE 0 TO File-Retry-Count
      PERFORM WITH TEST AFTER
              UNTIL ReceiptRegisterStatus = '00'
                 OR ReceiptRegisterStatus = '35'
        OPEN INPUT ReceiptRegister
        IF ReceiptRegisterStatus NOT = '00'
           AND ReceiptRegisterStatus NOT = '35'
          ADD 1 TO File-Retry-Count
          IF File-Retry-Count > Retry-Limit
            DISPLAY 'Cannot get at the ReceiptRegister file!'
                                                      UPON STDERR
            MOVE 1 TO RETURN-CODE
            STOP RUN
          END-IF
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-PERFORM
      IF ReceiptRegisterStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL ReceiptRegisterStatus NOT = '00'
          READ ReceiptRegister
          IF ReceiptRegisterStatus = '00'
            MOVE ReceiptAccountNumber IN Receipt-Struct TO Account-Sub
            ADD 1 TO Account-Sub
            IF AT-Missing(Account-Sub)
              PERFORM P920-DescribeAccount
              MOVE 'ReceiptRegister' TO Problem-File
              MOVE ReceiptAccountNumber IN Receipt-Struct
                                                  TO Problem-Account
              MOVE SPACES TO Problem-Text
              STRING 'receipt '          DELIMITED BY SIZE
                     ReceiptNumber IN Receipt-Struct
                                         DELIMITED BY SIZE
                     ' on '              DELIMITED BY SIZE
                     Account-Condition   DELIMITED BY SIZE
                  INTO Problem-Text
              MOVE "Y" TO Problem-Report-Only-Flag
              PERFORM P900-ReportProblem
            END-IF
            MOVE SPACES TO SORT-REC
            MOVE ReceiptTransactionID IN Receipt-Struct
                                                  TO S-TransactionID
            MOVE ReceiptAccountNumber IN Receipt-Struct
                                                  TO S-AccountNumber
            MOVE "R" TO S-Source
            MOVE 0 TO S-AmountOfPennies
            MOVE ReceiptNumber IN Receipt-Struct TO S-ReceiptNumber
            RELEASE SORT-REC
          END-IF
        END-PERFORM
        CLOSE ReceiptRegister
      END-IF
      OPEN INPUT JournalIndex
      IF JournalIndexStatus = '00'
        MOVE "Y" TO Index-Present-Flag
        MOVE LOW-VALUES TO JX-Key IN Journal-Index-Struct
        START JournalIndex KEY IS NOT LESS THAN
                                  JX-Key IN Journal-Index-Struct
          INVALID KEY
            MOVE '10' TO JournalIndexStatus
        END-START
        PERFORM WITH TEST BEFORE UNTIL JournalIndexStatus NOT = '00'
          READ JournalIndex NEXT RECORD
          IF JournalIndexStatus = '00'
            MOVE SPACES TO SORT-REC
            MOVE JX-TransactionID IN Journal-Index-Struct
                                                  TO S-TransactionID
            MOVE JX-AccountNumber IN Journal-Index-Struct
                                                  TO S-AccountNumber
            MOVE "X" TO S-Source
            MOVE JX-AmountOfPennies IN Journal-Index-Struct
                                                  TO S-AmountOfPennies
            MOVE JX-TransactionType IN Journal-Index-Struct
                                                  TO S-TransactionType
            MOVE JX-VoidOfTransactionID IN Journal-Index-Struct
                                              TO S-VoidOfTransactionID
            MOVE JX-TransactionMemo IN Journal-Index-Struct
                                              TO S-TransactionMemo
            MOVE 0 TO S-ReceiptNumber
            RELEASE SORT-REC
          END-IF
        END-PERFORM
        CLOSE JournalIndex
      END-IF
      .

  700-Compare-Entries SECTION.
*>***************************************************************************
*> Walk the sorted rows one TransactionID-and-account group at a
*> time.  Journal rows come first in each group, so by the time a
*> passbook, receipt or index row is seen the group already knows
*> whether the entry it names exists.
*>***************************************************************************
  1.  MOVE "N" TO Sort-EOF
      MOVE HIGH-VALUES TO G-TransactionID
      RETURN SORT-FILE
      AT END
        MOVE "Y" TO Sort-EOF
      END-RETURN
      PERFORM UNTIL Sort-EOF = "Y"
        IF S-TransactionID NOT = G-TransactionID
           OR S-AccountNumber NOT = G-AccountNumber
          PERFORM P750-CloseGroup
          PERFORM P710-OpenGroup
        END-IF
        EVALUATE TRUE
          WHEN S-From-History
            ADD 1 TO G-Journal-Count
          WHEN S-From-Journal
            PERFORM P720-TakeJournalEntry
          WHEN S-From-Passbook
            PERFORM P730-ProvePassbook
          WHEN S-From-Receipt
            PERFORM P735-ProveReceipt
          WHEN S-From-Index
            PERFORM P740-ProveIndexRow
        END-EVALUATE
        RETURN SORT-FILE
        AT END
          MOVE "Y" TO Sort-EOF
        END-RETURN
      END-PERFORM
      PERFORM P750-CloseGroup
      .

*>***************************************************************************
*> Service paragraphs, in their own section so that the sort's output
*> procedure ends with its own paragraph instead of running on into
*> them -- a section PERFORM executes through every paragraph up to
*> the next section header.
*>***************************************************************************
  800-Service-Paragraphs SECTION.
  P710-OpenGroup.
      MOVE S-TransactionID TO G-TransactionID
      MOVE S-AccountNumber TO G-AccountNumber
      MOVE 0 TO G-Journal-Count G-Live-Count G-Index-Count
      MOVE 0 TO G-AmountOfPennies
      MOVE SPACES TO G-TransactionType G-VoidOfTransactionID
                     G-TransactionMemo.

  P720-TakeJournalEntry.
*>***************************************************************************
*> The first live entry of the group is the one the index row must
*> mirror.
*>***************************************************************************
      ADD 1 TO G-Journal-Count
      ADD 1 TO G-Live-Count
      IF G-Live-Count = 1
        MOVE S-AmountOfPennies TO G-AmountOfPennies
        MOVE S-TransactionType TO G-TransactionType
        MOVE S-VoidOfTransactionID TO G-VoidOfTransactionID
        MOVE S-TransactionMemo TO G-TransactionMemo
      END-IF.

  P730-ProvePassbook.
*>***************************************************************************
*> A passbook position names the last entry printed.  If that entry
*> is in none of the journals the next printing cannot find its
*> place; a repair drops the position and the passbook reprints from
*> the beginning.
*>***************************************************************************
      IF G-Journal-Count > 0
        EXIT PARAGRAPH
      END-IF
      MOVE S-AccountNumber TO Account-Sub
      ADD 1 TO Account-Sub
      MOVE 'PassbookState' TO Problem-File
      MOVE S-AccountNumber TO Problem-Account
      MOVE SPACES TO Problem-Text
      STRING 'position ' DELIMITED BY SIZE
             S-TransactionID(1:21) DELIMITED BY SIZE
             ' not in journal' DELIMITED BY SIZE
          INTO Problem-Text
      IF Repair-Mode
        MOVE "Y" TO PB-Drop(Account-Sub)
        ADD 1 TO Passbook-Drop-Count
        PERFORM P910-AuditRepair
      END-IF
      PERFORM P900-ReportProblem.

  P735-ProveReceipt.
*>***************************************************************************
*> A receipt is a counterfoil for paper already handed over, so a
*> receipt whose posting is in none of the journals is reported, not
*> removed.
*>***************************************************************************
      IF G-Journal-Count > 0
        EXIT PARAGRAPH
      END-IF
      MOVE S-AccountNumber TO Account-Sub
      ADD 1 TO Account-Sub
      MOVE 'ReceiptRegister' TO Problem-File
      MOVE S-AccountNumber TO Problem-Account
      MOVE SPACES TO Problem-Text
      STRING 'receipt '  DELIMITED BY SIZE
             S-ReceiptNumber DELIMITED BY SIZE
             ' posting '  DELIMITED BY SIZE
             S-TransactionID(1:21) DELIMITED BY SIZE
             ' not in journal' DELIMITED BY SIZE
          INTO Problem-Text
      MOVE "Y" TO Problem-Report-Only-Flag
      PERFORM P900-ReportProblem.

  P740-ProveIndexRow.
*>***************************************************************************
*> An index row must mirror a live-journal entry field for field.
*>***************************************************************************
      ADD 1 TO G-Index-Count
      MOVE SPACES TO Problem-Text
      IF G-Live-Count = 0
        STRING 'index row '  DELIMITED BY SIZE
               S-TransactionID(1:21) DELIMITED BY SIZE
               ' not in Transactions.dat' DELIMITED BY SIZE
            INTO Problem-Text
      ELSE
        IF S-AmountOfPennies NOT = G-AmountOfPennies
           OR S-TransactionType NOT = G-TransactionType
           OR S-VoidOfTransactionID NOT = G-VoidOfTransactionID
           OR S-TransactionMemo NOT = G-TransactionMemo
          STRING 'index row '  DELIMITED BY SIZE
                 S-TransactionID(1:21) DELIMITED BY SIZE
                 ' disagrees with journal' DELIMITED BY SIZE
              INTO Problem-Text
        END-IF
      END-IF
      IF Problem-Text NOT = SPACES
        PERFORM P760-ReportIndexProblem
      END-IF.

  P750-CloseGroup.
*>***************************************************************************
*> A live entry with no index row is invisible to the daily cap and
*> the history screen -- but only when there is an index to miss it.
*>***************************************************************************
      IF G-TransactionID = HIGH-VALUES
        EXIT PARAGRAPH
      END-IF
      IF Index-Present AND G-Live-Count > 0 AND G-Index-Count = 0
        MOVE SPACES TO Problem-Text
        STRING 'posting '  DELIMITED BY SIZE
               G-TransactionID(1:21) DELIMITED BY SIZE
               ' missing from index' DELIMITED BY SIZE
            INTO Problem-Text
        PERFORM P760-ReportIndexProblem
      END-IF.

  P760-ReportIndexProblem.
*>***************************************************************************
*> Index problems are repaired wholesale after the sort, so each one
*> is only counted and, up to the detail limit, reported -- and on a
*> repair run each is marked repaired here, since P850 removes the
*> whole index whatever is wrong with it.
*>***************************************************************************
      ADD 1 TO Index-Problem-Count
      IF Index-Problem-Count > Index-Detail-Limit
        ADD 1 TO Problem-Count
        IF NOT Repair-Mode
          ADD 1 TO Unrepaired-Count
        END-IF
        EXIT PARAGRAPH
      END-IF
      MOVE 'JournalIndex' TO Problem-File
      MOVE G-AccountNumber TO Problem-Account
      IF Repair-Mode
        MOVE "Y" TO Problem-Repaired-Flag
      END-IF
      PERFORM P900-ReportProblem.

  P800-RepairPassbookState.
*>***************************************************************************
*> Write the passbook-state book back without the dropped rows,
*> replacing the whole file exactly as Passbook saves it.
*>***************************************************************************
      IF Passbook-Drop-Count = 0
        EXIT PARAGRAPH
      END-IF
      OPEN OUTPUT PassbookState
      IF PassbookStateStatus NOT = '00'
        DISPLAY 'Could not rewrite PassbookState file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      PERFORM VARYING Passbook-Sub FROM 1 BY 1
              UNTIL Passbook-Sub > 10000
        IF PB-State-Present(Passbook-Sub)
           AND NOT PB-Row-Dropped(Passbook-Sub)
          COMPUTE PassbookAccountNumber IN Passbook-Struct
                                              = Passbook-Sub - 1
          MOVE PB-LastTransactionID(Passbook-Sub)
                  TO PassbookLastTransactionID IN Passbook-Struct
          MOVE PB-LastBalance(Passbook-Sub)
                  TO PassbookLastBalance IN Passbook-Struct
          WRITE Passbook-Struct
        END-IF
      END-PERFORM
      CLOSE PassbookState.

  P850-RepairJournalIndex.
*>***************************************************************************
*> The index is a pure sidecar: rather than patch it row by row, a
*> repair removes it, which marks the rebuild pending -- the next
*> teller start-up rebuilds it whole from Transactions.dat, exactly
*> as after RetireAccounts.
*>***************************************************************************
      IF NOT Index-Present
        MOVE SPACES TO Report-Record
        WRITE Report-Record
        MOVE 'JournalIndex.dat not on file (rebuild pending) -- not checked.'
                                                    TO Report-Record
        WRITE Report-Record
        EXIT PARAGRAPH
      END-IF
      IF Index-Problem-Count = 0
        EXIT PARAGRAPH
      END-IF
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE Index-Problem-Count TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'JournalIndex problems in all: ' DELIMITED BY SIZE
             Count-Edit DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      IF Repair-Mode
        CALL "SYSTEM" USING "rm -f JournalIndex.dat"
        MOVE 'JOURNAL INDEX' TO Audit-Account-Name
        MOVE 0 TO Audit-Account-Number
        PERFORM P915-WriteAuditEvent
        MOVE 'JournalIndex.dat removed -- rebuilt at the next teller start-up.'
                                                    TO Report-Record
        WRITE Report-Record
      END-IF.

  P900-ReportProblem.
*>***************************************************************************
*> One report line for the problem the caller has described in
*> Problem-File, Problem-Account and Problem-Text, counted as
*> report-only, repaired, or left for a repair run.
*>***************************************************************************
      ADD 1 TO Problem-Count
      IF Problem-Report-Only
        ADD 1 TO Report-Only-Count
      ELSE
        IF NOT Problem-Repaired
          ADD 1 TO Unrepaired-Count
        END-IF
      END-IF
      MOVE SPACES TO Work-Line
      MOVE Problem-File TO Work-Line(1:16)
      MOVE Problem-Account TO Work-Line(19:4)
      MOVE Problem-Text TO Work-Line(25:56)
      IF Problem-Repaired
        MOVE 'REPAIRED' TO Work-Line(83:8)
      END-IF
      IF Problem-Report-Only
        MOVE 'REVIEW' TO Work-Line(83:6)
      END-IF
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE "N" TO Problem-Repaired-Flag
      MOVE "N" TO Problem-Report-Only-Flag
      MOVE 0 TO Problem-Account.

  P910-AuditRepair.
*>***************************************************************************
*> Log one repair against the account whose row was repaired, by the
*> name the account master (or the closed archive) knows it by.
*>***************************************************************************
      MOVE "Y" TO Problem-Repaired-Flag
      MOVE Problem-Account TO Audit-Account-Number
      MOVE AT-Name(Account-Sub) TO Audit-Account-Name
      PERFORM P915-WriteAuditEvent.

  P915-WriteAuditEvent.
*>***************************************************************************
*> Append one CK event to the audit trail, under the same
*> exclusive-open-per-append discipline as everywhere else.  A batch
*> job has no teller, so the teller ID is blank.
*>***************************************************************************
      ADD 1 TO Repair-Count
      MOVE 0 TO File-Retry-Count
      PERFORM WITH TEST AFTER UNTIL AuditStatus = '00'
        OPEN EXTEND AuditTrail
        IF AuditStatus = '35'
          OPEN OUTPUT AuditTrail
        END-IF
        IF AuditStatus NOT = '00'
          ADD 1 TO File-Retry-Count
          IF File-Retry-Count > Retry-Limit
            DISPLAY 'Cannot get at the AuditTrail file!' UPON STDERR
            MOVE 1 TO RETURN-CODE
            STOP RUN
          END-IF
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-PERFORM
      MOVE FUNCTION CURRENT-DATE TO Now
      MOVE SPACES TO AuditTimestamp IN Audit-Struct
      MOVE Now TO AuditTimestamp IN Audit-Struct
      MOVE Audit-Account-Number TO AuditAccountNumber IN Audit-Struct
      MOVE Audit-Account-Name TO AuditAccountName IN Audit-Struct
      MOVE "CK" TO AuditEventCode IN Audit-Struct
      MOVE SPACES TO AuditTellerID IN Audit-Struct
      WRITE Audit-Struct
      CLOSE AuditTrail.

  P920-DescribeAccount.
*>***************************************************************************
*> Put words to what AT-State(Account-Sub) says about the account a
*> side-file row points at.
*>***************************************************************************
      EVALUATE TRUE
        WHEN AT-Retired(Account-Sub)
          MOVE 'a retired account' TO Account-Condition
        WHEN AT-Closed(Account-Sub)
          MOVE 'a closed account' TO Account-Condition
        WHEN AT-Dormant(Account-Sub)
          MOVE 'a dormant account' TO Account-Condition
        WHEN AT-Open(Account-Sub)
          MOVE 'an open account' TO Account-Condition
        WHEN OTHER
          MOVE 'a missing account' TO Account-Condition
      END-EVALUATE.

  P950-FinishReport.
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      IF Problem-Count = 0
        MOVE 'No problems found -- every side file agrees with the accounts and the journal.'
                                                 TO Report-Record
        WRITE Report-Record
      ELSE
        MOVE Problem-Count TO Count-Edit
        MOVE SPACES TO Work-Line
        STRING 'Problems found:  ' DELIMITED BY SIZE
               Count-Edit          DELIMITED BY SIZE
            INTO Work-Line
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
        MOVE Repair-Count TO Count-Edit
        MOVE SPACES TO Work-Line
        STRING 'Repairs made:    ' DELIMITED BY SIZE
               Count-Edit          DELIMITED BY SIZE
            INTO Work-Line
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
        MOVE Report-Only-Count TO Count-Edit
        MOVE SPACES TO Work-Line
        STRING 'For review only: ' DELIMITED BY SIZE
               Count-Edit          DELIMITED BY SIZE
            INTO Work-Line
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
        IF NOT Repair-Mode AND Unrepaired-Count > 0
          MOVE 'Run CrossCheck REPAIR to cancel the orphaned rows.'
                                                 TO Report-Record
          WRITE Report-Record
        END-IF
      END-IF
      CLOSE Report-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/crosscheck.txt|ps2pdf - crosscheck.pdf".

END PROGRAM CrossCheck.
