*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 16:40:00 2026
*>  Last Modified : <261015.1640>
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
*>***************************************************************************
*>
*>  Balances as of a past day:
*>
*>      AsOfBalances YYYYMMDD
*>
*>  "What did everyone have on June 30th?" -- rebuilds every account's
*>  balance as of the end of the given day.  Each account starts from
*>  its nearest close checkpoint cut off on or before that day
*>  (ClosingCheckpoint.dat, or ClosedCheckpoints.dat for an account
*>  RetireAccounts has since moved out) and the postings after the
*>  checkpoint's cut-off, up to the end of the day, are replayed from
*>  TransactionsArchive.dat, Transactions.dat and
*>  ClosedTransactions.dat.  An account with no such checkpoint is
*>  replayed from its first posting, which needs the archive.
*>
*>  The listing groups the accounts by household (as the households
*>  stand today), with a subtotal per household and the bank's total,
*>  and lands in asof.pdf; the same rows go to asof-YYYYMMDD.csv so
*>  any two dates can be laid side by side in a spreadsheet.
*>  Accounts opened after the day, or with nothing posted by it, are
*>  not listed.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. AsOfBalances.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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
      SELECT ClosingCheckpoint ASSIGN TO 'ClosingCheckpoint.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CheckpointStatus.
      SELECT ClosedCkpt ASSIGN TO 'ClosedCheckpoints.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ClosedCkptStatus.
      SELECT Households ASSIGN TO 'Households.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HouseholdsStatus.
      SELECT Report-File ASSIGN TO '/tmp/asof.txt'
                        LINE SEQUENTIAL.
      SELECT CSV-File ASSIGN TO '/tmp/asof.csv'
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
    COPY "ClosingCheckpointData.cbi" REPLACING CKPT BY ClosingCheckpoint
                                             Record BY Checkpoint-Record.
    COPY "ClosingCheckpointData.cbi" REPLACING CKPT BY ClosedCkpt
                                             Record BY Closed-Ckpt-Record.
    COPY "HouseholdData.cbi" REPLACING HHLD BY Households
                                       Record BY Household-Struct.
    FD Report-File
        REPORT IS AsOf-Report.
    FD CSV-File.
    01 CSV-Record PICTURE IS X(132).
    SD SORT-FILE.
    01 SORT-REC.
*>***************************************************************************
*> Household members sort first, by household; the accounts in no
*> household follow as a group of their own.
*>***************************************************************************
        02 F-Group PICTURE IS 9.
        02 F-HouseholdName PICTURE IS X(16).
        02 F-AccountNumber PICTURE IS 9999.
        02 F-AccountName PICTURE IS X(16).
        02 F-AccountStatus PICTURE IS X(07).
        02 F-Balance PICTURE IS S9(8).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 ClosedAccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 ClosedTransStatus PICTURE IS XX.
    01 CheckpointStatus PICTURE IS XX.
    01 ClosedCkptStatus PICTURE IS XX.
    01 HouseholdsStatus PICTURE IS XX.
    01 TodaysDate PIC 9(8).
    01 Command-Line-Args PICTURE IS X(80).
    01 Arg-AsOf-Date PICTURE IS X(8) VALUE SPACES.
    01 AsOf-Date PICTURE IS 9(8) VALUE 0.
    01 Archive-Present-Flag PICTURE IS X VALUE "N".
        88 Archive-On-File VALUE "Y".
*>***************************************************************************
*> Every account ever opened, slotted by 1 + account number (numbers
*> are never reused, so a retired account keeps its slot): the name
*> and today's status, the checkpoint it starts from, and the balance
*> as it is replayed.
*>***************************************************************************
    01 Account-Table.
        02 Account-Entry OCCURS 10000 TIMES.
            03 AT-Name PICTURE IS X(16).
            03 AT-Status PICTURE IS X(07).
            03 AT-Seed-Cutoff PICTURE IS X(32).
            03 AT-Listed PICTURE IS X(01).
                88 AT-Has-History VALUE "Y".
            03 AT-Balance PICTURE IS S9(8).
    01 Account-Sub PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> The household book slotted by account number, as Households keeps
*> it: which household (if any) each account belongs to.
*>***************************************************************************
    01 Household-Table.
        02 Household-Entry OCCURS 10000 TIMES.
            03 HT-Present PICTURE IS X(01).
                88 HT-Member-Present VALUE "Y".
            03 HT-Name PICTURE IS X(16).
*>***************************************************************************
*> A checkpoint row may seed its account when everything it covers was
*> posted by the end of the day -- its cut-off was on or before the
*> day.  A close with an empty journal leaves the cut-off blank; the
*> closing date then stands in for it.
*>***************************************************************************
    01 Checkpoint-Cutoff PICTURE IS X(32) VALUE SPACES.
    01 Cutoff-Pieces REDEFINES Checkpoint-Cutoff.
        02 Cutoff-Date PICTURE IS 9(8).
        02 FILLER PICTURE IS X(24).
    01 Checkpoint-Account PICTURE IS 9(4) VALUE 0.
    01 Checkpoint-Balance PICTURE IS S9(8) VALUE 0.
    01 Checkpoint-Date PICTURE IS 9(8) VALUE 0.
    01 Unusable-Checkpoints PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> The posting being replayed, from whichever journal it came
*>***************************************************************************
    01 Replay-Record.
       02 TransactionID PICTURE IS X(32) VALUE SPACES.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AmountOfPennies PICTURE IS S9(8) VALUE 0.
       02 TransactionType PICTURE IS X(01) VALUE SPACE.
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
    01 TransactionID-Pieces.
        02 TID-Date PICTURE IS 9(8).
        02 FILLER PICTURE IS X(24).
    01 Replayed-Count PICTURE IS 9(7) VALUE 0.
    01 Flags.
        02 F-EOF PIC X(1).
    01 Group-Label PICTURE IS X(20) VALUE SPACES.
    01 Household-Head-Flag PICTURE IS X VALUE 'R'.
    01 Current-Household.
        02 Member-Count PICTURE IS 9(4) VALUE 0.
        02 Household-Total PICTURE IS S9(8) VALUE 0.
    01 Grand-Totals.
        02 Account-Count PICTURE IS 9(4) VALUE 0.
        02 Bank-Total PICTURE IS S9(8) VALUE 0.
    01 CSV-Balance-Edit PICTURE IS -(7)9.
    01 Shell-Command PICTURE IS X(80) VALUE SPACES.
  REPORT SECTION.
    RD AsOf-Report
        CONTROLS ARE FINAL F-HouseholdName
        PAGE LIMITS ARE 59 LINES 132 COLUMNS
            HEADING 1
            FIRST DETAIL 5
            LAST  DETAIL 59.
    01 TYPE IS PAGE HEADING.
        05 LINE NUMBER PLUS 1.
            10 COL 1 SOURCE TodaysDate PIC 9999/99/99.
            10 COL 20 VALUE 'Piggy Bank Balances as of the end of'.
            10 COL 57 SOURCE AsOf-Date PIC 9999/99/99.
            10 COL 120 VALUE 'Page:'.
            10 COL 125 SOURCE PAGE-COUNTER PIC ZZ9.

    01 Head-Household TYPE IS CONTROL HEADING F-HouseholdName.
        05 LINE NUMBER PLUS 1.
           10 COL 1 VALUE 'Household:'.
           10 COL 12 SOURCE Group-Label PIC X(20).
        05 LINE NUMBER PLUS 1.
           10 COL 5 VALUE 'A#'.
           10 COL 11 VALUE 'Account Name'.
           10 COL 29 VALUE 'Now'.
           10 COL 38 VALUE 'Balance'.
        05 LINE NUMBER PLUS 1.
           10 COL 5 VALUE '===='.
           10 COL 11 VALUE '================'.
           10 COL 29 VALUE '======='.
           10 COL 38 VALUE '============'.

    01 Detail-Line TYPE IS DETAIL.
        05 LINE NUMBER PLUS 1.
            10 COL 5 SOURCE F-AccountNumber PIC 9999.
            10 COL 11 SOURCE F-AccountName PIC X(16).
            10 COL 29 SOURCE F-AccountStatus PIC X(07).
            10 COL 38 SOURCE F-Balance PIC ZZ,ZZZ,ZZ9DB.

    01 End-Household TYPE IS CONTROL FOOTING F-HouseholdName.
        05 LINE NUMBER PLUS 1.
            10 COL 38 VALUE '------------'.
        05 LINE NUMBER PLUS 1.
            10 COL 5 VALUE 'Accounts:'.
            10 COL 15 SOURCE Member-Count PIC ZZZ9.
            10 COL 20 VALUE 'Subtotal:'.
            10 COL 38 SOURCE Household-Total PIC ZZ,ZZZ,ZZ9DB.
        05 LINE NUMBER PLUS 1.

    01 End-Overall TYPE IS CONTROL FOOTING FINAL.
        05 LINE NUMBER PLUS 1.
            10 COL 1 VALUE 'Accounts listed:'.
            10 COL 18 SOURCE Account-Count PIC ZZZ9.
        05 LINE NUMBER PLUS 1.
            10 COL 1 VALUE 'Bank total:'.
            10 COL 38 SOURCE Bank-Total PIC ZZ,ZZZ,ZZ9DB.

PROCEDURE DIVISION.
  DECLARATIVES.
  000-End-Household SECTION.
  USE BEFORE REPORTING End-Household.
  1. ADD Household-Total TO Bank-Total
     MOVE 'R' TO Household-Head-Flag
  .
  END DECLARATIVES.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-GetArguments
     PERFORM P060-LoadAccounts
     PERFORM P070-LoadHouseholds
     PERFORM P080-LoadCheckpoints
     PERFORM P100-ReplayJournals
     SORT SORT-FILE
        ASCENDING KEY F-Group
                      F-HouseholdName
                      F-AccountNumber
        INPUT PROCEDURE 100-Release-Balances
        OUTPUT PROCEDURE 200-Generate-Report
     DISPLAY "Balances as of " AsOf-Date " rebuilt from "
             Replayed-Count " posting(s)" UPON STDERR
     STOP RUN.

  P050-GetArguments.
      MOVE SPACES TO Command-Line-Args
      ACCEPT Command-Line-Args FROM COMMAND-LINE
      UNSTRING Command-Line-Args DELIMITED BY ALL SPACE
          INTO Arg-AsOf-Date
      IF Arg-AsOf-Date IS NOT NUMERIC
        DISPLAY 'Usage: AsOfBalances YYYYMMDD' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE Arg-AsOf-Date TO AsOf-Date
      IF FUNCTION TEST-DATE-YYYYMMDD(AsOf-Date) NOT = 0
        DISPLAY 'Not a date: ' Arg-AsOf-Date UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF.

  P060-LoadAccounts.
*>***************************************************************************
*> Names and today's status, from the live accounts and then the
*> retired ones.
*>***************************************************************************
      MOVE SPACES TO Account-Table
      OPEN INPUT Accounts
      IF AccountsStatus NOT = '00'
        DISPLAY 'Could not open Accounts file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      PERFORM FOREVER
        READ Accounts NEXT RECORD
        AT END
            EXIT PERFORM
        END-READ
        COMPUTE Account-Sub = 1 + AccountNumber IN Account-Struct
        MOVE AccountName IN Account-Struct TO AT-Name(Account-Sub)
        EVALUATE TRUE
          WHEN Account-Closed IN Account-Struct
            MOVE 'CLOSED' TO AT-Status(Account-Sub)
          WHEN Account-Dormant IN Account-Struct
            MOVE 'DORMNT' TO AT-Status(Account-Sub)
          WHEN OTHER
            MOVE 'OPEN' TO AT-Status(Account-Sub)
        END-EVALUATE
      END-PERFORM
      CLOSE Accounts
      OPEN INPUT ClosedAccounts
      IF ClosedAccountsStatus = '00'
        PERFORM FOREVER
          READ ClosedAccounts
          AT END
              EXIT PERFORM
          END-READ
          COMPUTE Account-Sub =
                  1 + AccountNumber IN Closed-Account-Struct
          MOVE AccountName IN Closed-Account-Struct
                                           TO AT-Name(Account-Sub)
          MOVE 'RETIRED' TO AT-Status(Account-Sub)
        END-PERFORM
        CLOSE ClosedAccounts
      END-IF
      PERFORM VARYING Account-Sub FROM 1 BY 1 UNTIL Account-Sub > 10000
        MOVE 0 TO AT-Balance(Account-Sub)
      END-PERFORM.

  P070-LoadHouseholds.
*>***************************************************************************
*> Today's households.  No file simply means nobody is grouped.
*>***************************************************************************
      MOVE SPACES TO Household-Table
      OPEN INPUT Households
      IF HouseholdsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL HouseholdsStatus NOT = '00'
          READ Households
          IF HouseholdsStatus = '00'
            IF Household-Active IN Household-Struct
              MOVE "Y" TO HT-Present(1 +
                   HouseholdAccountNumber IN Household-Struct)
              MOVE HouseholdName IN Household-Struct
                      TO HT-Name(1 +
                   HouseholdAccountNumber IN Household-Struct)
            END-IF
          END-IF
        END-PERFORM
        CLOSE Households
      END-IF.

  P080-LoadCheckpoints.
*>***************************************************************************
*> Seed each account from the latest checkpoint row it may start from.
*> A row cut off after the day is no use, and then the account must be
*> replayed from the start -- which needs the archive.
*>***************************************************************************
      OPEN INPUT Archive
      IF ArchiveStatus = '00'
        MOVE "Y" TO Archive-Present-Flag
        CLOSE Archive
      END-IF
      OPEN INPUT ClosingCheckpoint
      IF CheckpointStatus = '00'
        PERFORM FOREVER
          READ ClosingCheckpoint
          AT END
              EXIT PERFORM
          END-READ
          MOVE CLS-LastTransactionID IN Checkpoint-Record
                                              TO Checkpoint-Cutoff
          MOVE CLS-ClosingDate IN Checkpoint-Record TO Checkpoint-Date
          MOVE CLS-AccountNumber IN Checkpoint-Record
                                              TO Checkpoint-Account
          MOVE CLS-ClosingBalance IN Checkpoint-Record
                                              TO Checkpoint-Balance
          PERFORM P090-SeedFromCheckpoint
        END-PERFORM
        CLOSE ClosingCheckpoint
      END-IF
      OPEN INPUT ClosedCkpt
      IF ClosedCkptStatus = '00'
        PERFORM FOREVER
          READ ClosedCkpt
          AT END
              EXIT PERFORM
          END-READ
          MOVE CLS-LastTransactionID IN Closed-Ckpt-Record
                                              TO Checkpoint-Cutoff
          MOVE CLS-ClosingDate IN Closed-Ckpt-Record TO Checkpoint-Date
          MOVE CLS-AccountNumber IN Closed-Ckpt-Record
                                              TO Checkpoint-Account
          MOVE CLS-ClosingBalance IN Closed-Ckpt-Record
                                              TO Checkpoint-Balance
          PERFORM P090-SeedFromCheckpoint
        END-PERFORM
        CLOSE ClosedCkpt
      END-IF
      IF Unusable-Checkpoints > 0 AND NOT Archive-On-File
        DISPLAY 'No TransactionsArchive.dat: the history before the'
                ' last close is not on file, so balances as of '
                AsOf-Date ' cannot be rebuilt.' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF.

  P090-SeedFromCheckpoint.
      IF Checkpoint-Cutoff = SPACES
        MOVE Checkpoint-Date TO Cutoff-Date
      END-IF
      COMPUTE Account-Sub = 1 + Checkpoint-Account
      IF Cutoff-Date > AsOf-Date
        ADD 1 TO Unusable-Checkpoints
      ELSE
        IF Checkpoint-Cutoff > AT-Seed-Cutoff(Account-Sub)
           OR NOT AT-Has-History(Account-Sub)
          MOVE Checkpoint-Cutoff TO AT-Seed-Cutoff(Account-Sub)
          MOVE Checkpoint-Balance TO AT-Balance(Account-Sub)
          MOVE "Y" TO AT-Listed(Account-Sub)
        END-IF
      END-IF.

  P100-ReplayJournals.
*>***************************************************************************
*> Every posting in the three journals that falls after its account's
*> checkpoint and no later than the end of the day.
*>***************************************************************************
      IF Archive-On-File
        OPEN INPUT Archive
        PERFORM FOREVER
          READ Archive INTO Replay-Record
          AT END
              EXIT PERFORM
          END-READ
          PERFORM P110-ReplayOne
        END-PERFORM
        CLOSE Archive
      END-IF
      OPEN INPUT Transactions
      IF TransactionsStatus = '00'
        PERFORM FOREVER
          READ Transactions INTO Replay-Record
          AT END
              EXIT PERFORM
          END-READ
          PERFORM P110-ReplayOne
        END-PERFORM
        CLOSE Transactions
      END-IF
      OPEN INPUT ClosedTrans
      IF ClosedTransStatus = '00'
        PERFORM FOREVER
          READ ClosedTrans INTO Replay-Record
          AT END
              EXIT PERFORM
          END-READ
          PERFORM P110-ReplayOne
        END-PERFORM
        CLOSE ClosedTrans
      END-IF.

  P110-ReplayOne.
      MOVE TransactionID IN Replay-Record TO TransactionID-Pieces
      IF TID-Date > AsOf-Date
        EXIT PARAGRAPH
      END-IF
      COMPUTE Account-Sub = 1 + AccountNumber IN Replay-Record
      IF TransactionID IN Replay-Record NOT >
                                       AT-Seed-Cutoff(Account-Sub)
        EXIT PARAGRAPH
      END-IF
      ADD AmountOfPennies IN Replay-Record TO AT-Balance(Account-Sub)
      MOVE "Y" TO AT-Listed(Account-Sub)
      ADD 1 TO Replayed-Count.

  100-Release-Balances SECTION.
  1. PERFORM VARYING Account-Sub FROM 1 BY 1 UNTIL Account-Sub > 10000
       IF AT-Has-History(Account-Sub)
         COMPUTE F-AccountNumber = Account-Sub - 1
         IF HT-Member-Present(Account-Sub)
           MOVE 1 TO F-Group
           MOVE HT-Name(Account-Sub) TO F-HouseholdName
         ELSE
           MOVE 2 TO F-Group
           MOVE SPACES TO F-HouseholdName
         END-IF
         MOVE AT-Name(Account-Sub) TO F-AccountName
         MOVE AT-Status(Account-Sub) TO F-AccountStatus
         MOVE AT-Balance(Account-Sub) TO F-Balance
         RELEASE SORT-REC
       END-IF
     END-PERFORM
     .

  200-Generate-Report SECTION.
  1. INITIALIZE Flags Current-Household Grand-Totals
     MOVE 'R' TO Household-Head-Flag
     OPEN OUTPUT Report-File
     OPEN OUTPUT CSV-File
     MOVE 'As Of,Account Number,Account Name,Household,Status Now,Balance'
                                                          TO CSV-Record
     WRITE CSV-Record
     INITIATE AsOf-Report
     RETURN SORT-FILE
     AT END
       MOVE 'Y' TO F-EOF
     END-RETURN
     PERFORM UNTIL F-EOF = 'Y'
       IF F-HouseholdName = SPACES
         MOVE '(not in a household)' TO Group-Label
       ELSE
         MOVE F-HouseholdName TO Group-Label
       END-IF
       GENERATE Detail-Line
*>***************************************************************************
*> Tally only after GENERATE -- the old household's footing prints
*> during the GENERATE of the next household's first account.
*>***************************************************************************
       IF Household-Head-Flag = 'R'
         INITIALIZE Current-Household
         MOVE ' ' TO Household-Head-Flag
       END-IF
       ADD 1 TO Member-Count Account-Count
       ADD F-Balance TO Household-Total
       MOVE F-Balance TO CSV-Balance-Edit
       MOVE SPACES TO CSV-Record
       STRING AsOf-Date                        DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              F-AccountNumber                  DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(F-AccountName)     DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(F-HouseholdName)   DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(F-AccountStatus)   DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(CSV-Balance-Edit)  DELIMITED BY SIZE
           INTO CSV-Record
       WRITE CSV-Record
       RETURN SORT-FILE
       AT END
            MOVE 'Y' TO F-EOF
       END-RETURN
     END-PERFORM
     TERMINATE AsOf-Report
     CLOSE Report-File
     CLOSE CSV-File
     CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --landscape --lines-per-page=66 --chars-per-line=132 --prolog=greenbar -o - /tmp/asof.txt|ps2pdf - asof.pdf"
     MOVE SPACES TO Shell-Command
     STRING 'cp /tmp/asof.csv asof-' DELIMITED BY SIZE
            AsOf-Date DELIMITED BY SIZE
            '.csv' DELIMITED BY SIZE
         INTO Shell-Command
     CALL "SYSTEM" USING Shell-Command
     MOVE 0 TO RETURN-CODE
     .

END PROGRAM AsOfBalances.
