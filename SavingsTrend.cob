*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 16:00:00 2026
*>  Last Modified : <261015.1600>
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
*>  Savings-habit trend report:
*>
*>      SavingsTrend [12|24]
*>
*>  "Is my child saving more or less than last year?" -- each open or
*>  dormant account's balance at the end of each of the last 12 (the
*>  default) or 24 months, the current month being shown to date.
*>
*>  The balances are built from ClosingCheckpoint.dat: a month ending
*>  at or after the close is the checkpoint balance plus the live
*>  journal's postings up to the month's end, and a month ending before
*>  the close is the checkpoint balance less the archived postings made
*>  after the month's end.  Each month also shows what came in, what
*>  went out, the interest paid ('I', which includes term bonuses), the
*>  parent match earned (deposits memo PARENT MATCH) and the savings
*>  rate -- the part of everything that came in which stayed in.  Money
*>  out counts every debit: withdrawals, transfers out, repayments,
*>  penalties and voids.
*>
*>  Under each account's month table is a text bar chart of the
*>  month-end balances, the pace (the average monthly change over the
*>  last three whole months) and, for each active savings goal, how
*>  many months at that pace until the goal's target is set aside.
*>  The households follow, each as the sum of its members (as the
*>  households stand today), with the same table and chart.  The
*>  report lands in trend.pdf.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. SavingsTrend.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TransactionsStatus.
      SELECT Archive ASSIGN TO 'TransactionsArchive.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
      SELECT ClosingCheckpoint ASSIGN TO 'ClosingCheckpoint.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CheckpointStatus.
      SELECT Goals ASSIGN TO 'SavingsGoals.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GoalsStatus.
      SELECT Households ASSIGN TO 'Households.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HouseholdsStatus.
      SELECT Report-File ASSIGN TO '/tmp/trend.txt'
                        LINE SEQUENTIAL.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Archive
                                             Record BY Archive-Struct.
    COPY "ClosingCheckpointData.cbi" REPLACING CKPT BY ClosingCheckpoint
                                             Record BY Checkpoint-Record.
    COPY "SavingsGoalData.cbi" REPLACING GOAL BY Goals
                               Record BY Goal-Struct.
    COPY "HouseholdData.cbi" REPLACING HHLD BY Households
                                       Record BY Household-Struct.
    FD Report-File.
    01 Report-Record PICTURE IS X(132).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 CheckpointStatus PICTURE IS XX.
    01 GoalsStatus PICTURE IS XX.
    01 HouseholdsStatus PICTURE IS XX.
    01 TodaysDate PIC 9(8).
    01 Command-Line-Args PICTURE IS X(80).
    01 Arg-Months PICTURE IS X(2) VALUE SPACES.
    01 Archive-Present-Flag PICTURE IS X VALUE "N".
        88 Archive-On-File VALUE "Y".
*>***************************************************************************
*> The months reported, oldest first, as YYYYMM, and the first of them
*> counted from year zero (year * 12 + month - 1) so a posting's date
*> can be turned into its row without a search.
*>***************************************************************************
    01 Month-Count PICTURE IS 9(2) VALUE 12.
    01 Month-Table.
        02 MT-Month OCCURS 24 TIMES PICTURE IS 9(6).
    01 Month-Sub PICTURE IS 9(2) VALUE 0.
    01 First-Month-Number PICTURE IS 9(6) VALUE 0.
    01 Month-Number PICTURE IS 9(6) VALUE 0.
    01 Month-Pieces.
        02 MP-Year PICTURE IS 9(4).
        02 MP-Month PICTURE IS 9(2).
    01 Month-YYYYMM REDEFINES Month-Pieces PICTURE IS 9(6).
*>***************************************************************************
*> Each account reported, in account order, with its month rows.
*> Account-Slot finds an account's entry from its number (1 + account
*> number, as AsOfBalances slots them); zero means not reported.
*>***************************************************************************
    01 Account-Slots.
        02 Account-Slot OCCURS 10000 TIMES PICTURE IS 9(3).
    01 Trend-Table.
        02 Trend-Entry OCCURS 500 TIMES.
            03 TR-AccountNumber PICTURE IS 9(4).
            03 TR-Name PICTURE IS X(16).
            03 TR-Status PICTURE IS X(07).
            03 TR-Household PICTURE IS 9(3).
            03 TR-Month OCCURS 24 TIMES.
                04 TR-Balance PICTURE IS S9(9).
                04 TR-In PICTURE IS S9(9).
                04 TR-Out PICTURE IS S9(9).
                04 TR-Interest PICTURE IS S9(9).
                04 TR-Match PICTURE IS S9(9).
    01 Trend-Count PICTURE IS 9(3) VALUE 0.
    01 Trend-Sub PICTURE IS 9(3) VALUE 0.
    01 Accounts-Dropped PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> Households as they stand today, each summed from its members.
*>***************************************************************************
    01 Household-Table.
        02 Household-Entry OCCURS 100 TIMES.
            03 HH-Name PICTURE IS X(16).
            03 HH-Members PICTURE IS 9(4).
            03 HH-Month OCCURS 24 TIMES.
                04 HH-Balance PICTURE IS S9(9).
                04 HH-In PICTURE IS S9(9).
                04 HH-Out PICTURE IS S9(9).
                04 HH-Interest PICTURE IS S9(9).
                04 HH-Match PICTURE IS S9(9).
    01 Household-Count PICTURE IS 9(3) VALUE 0.
    01 Household-Sub PICTURE IS 9(3) VALUE 0.
    01 Search-Sub PICTURE IS 9(3) VALUE 0.
    01 Households-Dropped PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> The checkpoint's cut-off.  A close with an empty journal leaves it
*> blank; the closing date then stands in for it.
*>***************************************************************************
    01 Checkpoint-Cutoff PICTURE IS X(32) VALUE SPACES.
    01 Cutoff-Pieces REDEFINES Checkpoint-Cutoff.
        02 Cutoff-Date PICTURE IS 9(8).
        02 FILLER PICTURE IS X(24).
    01 Latest-Cutoff-Date PICTURE IS 9(8) VALUE 0.
*>***************************************************************************
*> The posting being tallied, from whichever journal it came
*>***************************************************************************
    01 Replay-Record.
       02 TransactionID PICTURE IS X(32) VALUE SPACES.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AmountOfPennies PICTURE IS S9(8) VALUE 0.
       02 TransactionType PICTURE IS X(01) VALUE SPACE.
           88 Interest-Posting VALUE "I".
           88 Deposit-Posting  VALUE "D".
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
    01 TransactionID-Pieces.
        02 TID-Month PICTURE IS 9(6).
        02 FILLER PICTURE IS X(26).
    01 Replay-Source PICTURE IS X VALUE SPACE.
        88 From-Archive VALUE "A".
        88 From-Live    VALUE "L".
    01 Tallied-Count PICTURE IS 9(7) VALUE 0.
*>***************************************************************************
*> One block of the report -- an account or a household -- is copied
*> here to be printed, so both print through the same paragraphs.
*>***************************************************************************
    01 Block-Table.
        02 Block-Month OCCURS 24 TIMES.
            03 BK-Balance PICTURE IS S9(9).
            03 BK-In PICTURE IS S9(9).
            03 BK-Out PICTURE IS S9(9).
            03 BK-Interest PICTURE IS S9(9).
            03 BK-Match PICTURE IS S9(9).
    01 Block-Totals.
        02 BT-In PICTURE IS S9(9).
        02 BT-Out PICTURE IS S9(9).
        02 BT-Interest PICTURE IS S9(9).
        02 BT-Match PICTURE IS S9(9).
    01 Block-Largest PICTURE IS S9(9) VALUE 0.
    01 Came-In PICTURE IS S9(9) VALUE 0.
    01 Money-Kept PICTURE IS S9(9) VALUE 0.
    01 Savings-Rate PICTURE IS S9(9) VALUE 0.
    01 Pace PICTURE IS S9(9) VALUE 0.
    01 Goal-ToGo PICTURE IS S9(9) VALUE 0.
    01 Goal-Months PICTURE IS 9(5) VALUE 0.
    01 Goals-Listed PICTURE IS 9(3) VALUE 0.
    01 Bar-Length PICTURE IS 9(3) VALUE 0.
    01 Bar-Full PICTURE IS X(40) VALUE ALL "#".
    01 Member-Column PICTURE IS 9(3) VALUE 0.
    01 Dollars PICTURE IS S9(7)V99 VALUE 0.
    01 Money-Edit PICTURE IS Z,ZZZ,ZZ9.99-.
    01 Count-Edit PICTURE IS ZZZ9.
    01 Rate-Edit PICTURE IS ---9.
    01 Work-Line PICTURE IS X(132) VALUE SPACES.
*>***************************************************************************
*> The month table's heading and rows
*>***************************************************************************
    01 Month-Heading.
        02 FILLER PICTURE IS X(10) VALUE '  Month'.
        02 FILLER PICTURE IS X(14) VALUE '      Balance'.
        02 FILLER PICTURE IS X(14) VALUE '     Money in'.
        02 FILLER PICTURE IS X(14) VALUE '    Money out'.
        02 FILLER PICTURE IS X(14) VALUE '     Interest'.
        02 FILLER PICTURE IS X(14) VALUE '        Match'.
        02 FILLER PICTURE IS X(08) VALUE '  Saved'.
        02 FILLER PICTURE IS X(40) VALUE 'Month-end balance'.
    01 Month-Rule.
        02 FILLER PICTURE IS X(10) VALUE '  -------'.
        02 FILLER PICTURE IS X(14) VALUE ' ------------'.
        02 FILLER PICTURE IS X(14) VALUE ' ------------'.
        02 FILLER PICTURE IS X(14) VALUE ' ------------'.
        02 FILLER PICTURE IS X(14) VALUE ' ------------'.
        02 FILLER PICTURE IS X(14) VALUE ' ------------'.
        02 FILLER PICTURE IS X(08) VALUE ' ------'.
        02 FILLER PICTURE IS X(40) VALUE ALL '-'.
    01 Month-Line.
        02 ML-Label.
            03 FILLER PICTURE IS X(02).
            03 ML-Year PICTURE IS 9(4).
            03 ML-Slash PICTURE IS X(01).
            03 ML-Month PICTURE IS 9(2).
            03 ML-ToDate PICTURE IS X(01).
        02 ML-Balance PICTURE IS Z,ZZZ,ZZ9.99-.
        02 FILLER PICTURE IS X(01).
        02 ML-In PICTURE IS Z,ZZZ,ZZ9.99-.
        02 FILLER PICTURE IS X(01).
        02 ML-Out PICTURE IS Z,ZZZ,ZZ9.99-.
        02 FILLER PICTURE IS X(01).
        02 ML-Interest PICTURE IS Z,ZZZ,ZZ9.99-.
        02 FILLER PICTURE IS X(01).
        02 ML-Match PICTURE IS Z,ZZZ,ZZ9.99-.
        02 FILLER PICTURE IS X(01).
        02 ML-Rate PICTURE IS X(07).
        02 FILLER PICTURE IS X(01).
        02 ML-Bar PICTURE IS X(40).
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-GetArguments
     PERFORM P060-LoadAccounts
     PERFORM P070-LoadHouseholds
     PERFORM P080-LoadCheckpoints
     PERFORM P100-TallyJournals
     PERFORM P200-SumHouseholds
     PERFORM P600-PrintReport
     DISPLAY "Savings trend for " Trend-Count " account(s) over "
             Month-Count " months from " Tallied-Count " posting(s)"
             UPON STDERR
     MOVE 0 TO RETURN-CODE
     STOP RUN.

  P050-GetArguments.
*>***************************************************************************
*> 12 or 24 months, ending with this one.
*>***************************************************************************
      MOVE SPACES TO Command-Line-Args
      ACCEPT Command-Line-Args FROM COMMAND-LINE
      UNSTRING Command-Line-Args DELIMITED BY ALL SPACE
          INTO Arg-Months
      EVALUATE Arg-Months
        WHEN SPACES
        WHEN '12'
          MOVE 12 TO Month-Count
        WHEN '24'
          MOVE 24 TO Month-Count
        WHEN OTHER
          DISPLAY 'Usage: SavingsTrend [12|24]' UPON STDERR
          MOVE 1 TO RETURN-CODE
          STOP RUN
      END-EVALUATE
      MOVE TodaysDate(1:6) TO Month-YYYYMM
      COMPUTE First-Month-Number = MP-Year * 12 + MP-Month - 1
                                   - Month-Count + 1
      PERFORM VARYING Month-Sub FROM 1 BY 1 UNTIL Month-Sub > Month-Count
        COMPUTE Month-Number = First-Month-Number + Month-Sub - 1
        DIVIDE Month-Number BY 12 GIVING MP-Year REMAINDER MP-Month
        ADD 1 TO MP-Month
        MOVE Month-YYYYMM TO MT-Month(Month-Sub)
      END-PERFORM.

  P060-LoadAccounts.
*>***************************************************************************
*> The open and dormant accounts; a closed account has nothing left
*> to save.
*>***************************************************************************
      MOVE ZEROS TO Account-Slots
      INITIALIZE Trend-Table
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
        IF NOT Account-Closed IN Account-Struct
          IF Trend-Count < 500
            ADD 1 TO Trend-Count
            MOVE Trend-Count
                 TO Account-Slot(1 + AccountNumber IN Account-Struct)
            MOVE AccountNumber IN Account-Struct
                                  TO TR-AccountNumber(Trend-Count)
            MOVE AccountName IN Account-Struct TO TR-Name(Trend-Count)
            IF Account-Dormant IN Account-Struct
              MOVE 'DORMANT' TO TR-Status(Trend-Count)
            ELSE
              MOVE 'OPEN' TO TR-Status(Trend-Count)
            END-IF
          ELSE
            ADD 1 TO Accounts-Dropped
          END-IF
        END-IF
      END-PERFORM
      CLOSE Accounts.

  P070-LoadHouseholds.
*>***************************************************************************
*> Today's households.  No file simply means nobody is grouped.
*>***************************************************************************
      INITIALIZE Household-Table
      OPEN INPUT Households
      IF HouseholdsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL HouseholdsStatus NOT = '00'
          READ Households
          IF HouseholdsStatus = '00'
            IF Household-Active IN Household-Struct
              MOVE Account-Slot(1 +
                   HouseholdAccountNumber IN Household-Struct)
                                                   TO Trend-Sub
              IF Trend-Sub > 0
                PERFORM P075-FindHousehold
                IF Household-Sub > 0
                  MOVE Household-Sub TO TR-Household(Trend-Sub)
                  ADD 1 TO HH-Members(Household-Sub)
                END-IF
              END-IF
            END-IF
          END-IF
        END-PERFORM
        CLOSE Households
      END-IF.

  P075-FindHousehold.
      MOVE 0 TO Household-Sub
      PERFORM VARYING Search-Sub FROM 1 BY 1
              UNTIL Search-Sub > Household-Count OR Household-Sub > 0
        IF HH-Name(Search-Sub) = HouseholdName IN Household-Struct
          MOVE Search-Sub TO Household-Sub
        END-IF
      END-PERFORM
      IF Household-Sub = 0
        IF Household-Count < 100
          ADD 1 TO Household-Count
          MOVE Household-Count TO Household-Sub
          MOVE HouseholdName IN Household-Struct
                                      TO HH-Name(Household-Sub)
        ELSE
          ADD 1 TO Households-Dropped
        END-IF
      END-IF.

  P080-LoadCheckpoints.
*>***************************************************************************
*> Every month starts from the account's checkpoint balance.  If the
*> close came after the first month ended, the months before it are
*> worked back from the checkpoint through the archive -- which must
*> then be on file.  No checkpoint at all means no close has been run,
*> and the live journal holds everything.
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
          IF Checkpoint-Cutoff = SPACES
            MOVE CLS-ClosingDate IN Checkpoint-Record TO Cutoff-Date
          END-IF
          IF Cutoff-Date > Latest-Cutoff-Date
            MOVE Cutoff-Date TO Latest-Cutoff-Date
          END-IF
          MOVE Account-Slot(1 + CLS-AccountNumber IN Checkpoint-Record)
                                                           TO Trend-Sub
          IF Trend-Sub > 0
            PERFORM VARYING Month-Sub FROM 1 BY 1
                    UNTIL Month-Sub > Month-Count
              MOVE CLS-ClosingBalance IN Checkpoint-Record
                                  TO TR-Balance(Trend-Sub, Month-Sub)
            END-PERFORM
          END-IF
        END-PERFORM
        CLOSE ClosingCheckpoint
      END-IF
      IF Latest-Cutoff-Date(1:6) > MT-Month(1) AND NOT Archive-On-File
        DISPLAY 'No TransactionsArchive.dat: the months before the'
                ' last close cannot be rebuilt.' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF.

  P100-TallyJournals.
*>***************************************************************************
*> The archive holds what the checkpoint already counts; the live
*> journal holds what came after it.
*>***************************************************************************
      IF Archive-On-File
        MOVE "A" TO Replay-Source
        OPEN INPUT Archive
        PERFORM FOREVER
          READ Archive INTO Replay-Record
          AT END
              EXIT PERFORM
          END-READ
          PERFORM P110-TallyOne
        END-PERFORM
        CLOSE Archive
      END-IF
      MOVE "L" TO Replay-Source
      OPEN INPUT Transactions
      IF TransactionsStatus = '00'
        PERFORM FOREVER
          READ Transactions INTO Replay-Record
          AT END
              EXIT PERFORM
          END-READ
          PERFORM P110-TallyOne
        END-PERFORM
        CLOSE Transactions
      END-IF.

  P110-TallyOne.
      MOVE Account-Slot(1 + AccountNumber IN Replay-Record) TO Trend-Sub
      IF Trend-Sub = 0
        EXIT PARAGRAPH
      END-IF
      MOVE TransactionID IN Replay-Record TO TransactionID-Pieces
      ADD 1 TO Tallied-Count
      PERFORM VARYING Month-Sub FROM 1 BY 1 UNTIL Month-Sub > Month-Count
        IF From-Live AND TID-Month NOT > MT-Month(Month-Sub)
          ADD AmountOfPennies IN Replay-Record
                                   TO TR-Balance(Trend-Sub, Month-Sub)
        END-IF
        IF From-Archive AND TID-Month > MT-Month(Month-Sub)
          SUBTRACT AmountOfPennies IN Replay-Record
                                 FROM TR-Balance(Trend-Sub, Month-Sub)
        END-IF
      END-PERFORM
      IF TID-Month < MT-Month(1)
        EXIT PARAGRAPH
      END-IF
      MOVE TID-Month TO Month-YYYYMM
      COMPUTE Month-Sub = MP-Year * 12 + MP-Month - 1
                          - First-Month-Number + 1
      EVALUATE TRUE
        WHEN Interest-Posting
          ADD AmountOfPennies IN Replay-Record
                                  TO TR-Interest(Trend-Sub, Month-Sub)
        WHEN Deposit-Posting
         AND TransactionMemo IN Replay-Record = "PARENT MATCH"
          ADD AmountOfPennies IN Replay-Record
                                  TO TR-Match(Trend-Sub, Month-Sub)
        WHEN AmountOfPennies IN Replay-Record < 0
          SUBTRACT AmountOfPennies IN Replay-Record
                                  FROM TR-Out(Trend-Sub, Month-Sub)
        WHEN OTHER
          ADD AmountOfPennies IN Replay-Record
                                  TO TR-In(Trend-Sub, Month-Sub)
      END-EVALUATE.

  P200-SumHouseholds.
      PERFORM VARYING Trend-Sub FROM 1 BY 1 UNTIL Trend-Sub > Trend-Count
        MOVE TR-Household(Trend-Sub) TO Household-Sub
        IF Household-Sub > 0
          PERFORM VARYING Month-Sub FROM 1 BY 1
                  UNTIL Month-Sub > Month-Count
            ADD TR-Balance(Trend-Sub, Month-Sub)
                             TO HH-Balance(Household-Sub, Month-Sub)
            ADD TR-In(Trend-Sub, Month-Sub)
                             TO HH-In(Household-Sub, Month-Sub)
            ADD TR-Out(Trend-Sub, Month-Sub)
                             TO HH-Out(Household-Sub, Month-Sub)
            ADD TR-Interest(Trend-Sub, Month-Sub)
                             TO HH-Interest(Household-Sub, Month-Sub)
            ADD TR-Match(Trend-Sub, Month-Sub)
                             TO HH-Match(Household-Sub, Month-Sub)
          END-PERFORM
        END-IF
      END-PERFORM.

  P600-PrintReport.
      OPEN OUTPUT Report-File
      MOVE Month-Count TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING TodaysDate(1:4) '/' TodaysDate(5:2) '/' TodaysDate(7:2)
                                        DELIMITED BY SIZE
             '  Piggy Bank Savings Trend -- the last'
                                        DELIMITED BY SIZE
             Count-Edit                 DELIMITED BY SIZE
             ' months (* = month to date)'
                                        DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      IF Trend-Count = 0
        MOVE 'No open accounts.' TO Report-Record
        WRITE Report-Record
      END-IF
      PERFORM VARYING Trend-Sub FROM 1 BY 1 UNTIL Trend-Sub > Trend-Count
        PERFORM P610-PrintAccount
      END-PERFORM
      IF Household-Count > 0
        MOVE 'HOUSEHOLDS' TO Report-Record
        WRITE Report-Record
        MOVE '==========' TO Report-Record
        WRITE Report-Record
        PERFORM VARYING Household-Sub FROM 1 BY 1
                UNTIL Household-Sub > Household-Count
          PERFORM P620-PrintHousehold
        END-PERFORM
      END-IF
      IF Accounts-Dropped > 0 OR Households-Dropped > 0
        MOVE SPACES TO Work-Line
        STRING 'More accounts or households than the report holds -- '
                                        DELIMITED BY SIZE
               Accounts-Dropped         DELIMITED BY SIZE
               ' account(s), '          DELIMITED BY SIZE
               Households-Dropped       DELIMITED BY SIZE
               ' household row(s) not shown.'
                                        DELIMITED BY SIZE
            INTO Work-Line
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
      END-IF
      CLOSE Report-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --landscape --lines-per-page=66 --chars-per-line=132 --prolog=greenbar -o - /tmp/trend.txt|ps2pdf - trend.pdf".

  P610-PrintAccount.
      MOVE SPACES TO Work-Line
      STRING 'Account '                 DELIMITED BY SIZE
             TR-AccountNumber(Trend-Sub) DELIMITED BY SIZE
             '  '                       DELIMITED BY SIZE
             TR-Name(Trend-Sub)         DELIMITED BY SIZE
             '  '                       DELIMITED BY SIZE
             TR-Status(Trend-Sub)       DELIMITED BY SIZE
          INTO Work-Line
      IF TR-Household(Trend-Sub) > 0
        MOVE 'Household:' TO Work-Line(46:10)
        MOVE HH-Name(TR-Household(Trend-Sub)) TO Work-Line(57:16)
      END-IF
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      PERFORM VARYING Month-Sub FROM 1 BY 1 UNTIL Month-Sub > Month-Count
        MOVE TR-Month(Trend-Sub, Month-Sub) TO Block-Month(Month-Sub)
      END-PERFORM
      PERFORM P650-PrintBlock
      PERFORM P670-PrintGoals
      MOVE SPACES TO Report-Record
      WRITE Report-Record.

  P620-PrintHousehold.
*>***************************************************************************
*> The household's name and members, then the sum of their tables.
*>***************************************************************************
      MOVE HH-Members(Household-Sub) TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Household '               DELIMITED BY SIZE
             HH-Name(Household-Sub)     DELIMITED BY SIZE
             '  accounts:'              DELIMITED BY SIZE
             Count-Edit                 DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Work-Line
      MOVE 3 TO Member-Column
      PERFORM VARYING Trend-Sub FROM 1 BY 1 UNTIL Trend-Sub > Trend-Count
        IF TR-Household(Trend-Sub) = Household-Sub
          IF Member-Column > 110
            MOVE Work-Line TO Report-Record
            WRITE Report-Record
            MOVE SPACES TO Work-Line
            MOVE 3 TO Member-Column
          END-IF
          MOVE TR-AccountNumber(Trend-Sub) TO Work-Line(Member-Column:4)
          MOVE TR-Name(Trend-Sub) TO Work-Line(Member-Column + 5:16)
          ADD 24 TO Member-Column
        END-IF
      END-PERFORM
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      PERFORM VARYING Month-Sub FROM 1 BY 1 UNTIL Month-Sub > Month-Count
        MOVE HH-Month(Household-Sub, Month-Sub) TO Block-Month(Month-Sub)
      END-PERFORM
      PERFORM P650-PrintBlock
      MOVE SPACES TO Report-Record
      WRITE Report-Record.

  P650-PrintBlock.
*>***************************************************************************
*> The month table for whatever is in Block-Table: one row a month,
*> its bar scaled so the block's largest month-end balance fills the
*> chart, then the window's totals and the pace.
*>***************************************************************************
      INITIALIZE Block-Totals
      MOVE 0 TO Block-Largest
      PERFORM VARYING Month-Sub FROM 1 BY 1 UNTIL Month-Sub > Month-Count
        IF BK-Balance(Month-Sub) > Block-Largest
          MOVE BK-Balance(Month-Sub) TO Block-Largest
        END-IF
      END-PERFORM
      MOVE Month-Heading TO Report-Record
      WRITE Report-Record
      MOVE Month-Rule TO Report-Record
      WRITE Report-Record
      PERFORM VARYING Month-Sub FROM 1 BY 1 UNTIL Month-Sub > Month-Count
        MOVE SPACES TO Month-Line
        MOVE MT-Month(Month-Sub) TO Month-YYYYMM
        MOVE MP-Year TO ML-Year
        MOVE '/' TO ML-Slash
        MOVE MP-Month TO ML-Month
        IF Month-Sub = Month-Count
          MOVE '*' TO ML-ToDate
        END-IF
        COMPUTE Dollars = BK-Balance(Month-Sub) / 100
        MOVE Dollars TO ML-Balance
        COMPUTE Dollars = BK-In(Month-Sub) / 100
        MOVE Dollars TO ML-In
        COMPUTE Dollars = BK-Out(Month-Sub) / 100
        MOVE Dollars TO ML-Out
        COMPUTE Dollars = BK-Interest(Month-Sub) / 100
        MOVE Dollars TO ML-Interest
        COMPUTE Dollars = BK-Match(Month-Sub) / 100
        MOVE Dollars TO ML-Match
        COMPUTE Came-In = BK-In(Month-Sub) + BK-Interest(Month-Sub)
                        + BK-Match(Month-Sub)
        COMPUTE Money-Kept = Came-In - BK-Out(Month-Sub)
        PERFORM P660-EditRate
        IF BK-Balance(Month-Sub) > 0
          COMPUTE Bar-Length ROUNDED =
                  BK-Balance(Month-Sub) * 40 / Block-Largest
          IF Bar-Length = 0
            MOVE 1 TO Bar-Length
          END-IF
          MOVE Bar-Full(1:Bar-Length) TO ML-Bar
        END-IF
        MOVE Month-Line TO Report-Record
        WRITE Report-Record
        ADD BK-In(Month-Sub) TO BT-In
        ADD BK-Out(Month-Sub) TO BT-Out
        ADD BK-Interest(Month-Sub) TO BT-Interest
        ADD BK-Match(Month-Sub) TO BT-Match
      END-PERFORM
      MOVE Month-Rule TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Month-Line
      MOVE '  Total' TO ML-Label
      COMPUTE Dollars = BT-In / 100
      MOVE Dollars TO ML-In
      COMPUTE Dollars = BT-Out / 100
      MOVE Dollars TO ML-Out
      COMPUTE Dollars = BT-Interest / 100
      MOVE Dollars TO ML-Interest
      COMPUTE Dollars = BT-Match / 100
      MOVE Dollars TO ML-Match
      COMPUTE Came-In = BT-In + BT-Interest + BT-Match
      COMPUTE Money-Kept = Came-In - BT-Out
      PERFORM P660-EditRate
      MOVE Month-Line TO Report-Record
      WRITE Report-Record
*>***************************************************************************
*> The pace: the average monthly change over the last three whole
*> months (the month to date is left out).
*>***************************************************************************
      COMPUTE Pace = (BK-Balance(Month-Count - 1)
                    - BK-Balance(Month-Count - 4)) / 3
      COMPUTE Dollars = Pace / 100
      MOVE Dollars TO Money-Edit
      MOVE SPACES TO Work-Line
      STRING '  Pace over the last three whole months: '
                                        DELIMITED BY SIZE
             Money-Edit                 DELIMITED BY SIZE
             ' a month'                 DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record.

  P660-EditRate.
*>***************************************************************************
*> The savings rate: what stayed of everything that came in.  With
*> nothing in, there is no rate to give; a month that spent many
*> times what came in shows as -999%.
*>***************************************************************************
      IF Came-In > 0
        COMPUTE Savings-Rate ROUNDED = Money-Kept * 100 / Came-In
        IF Savings-Rate < -999
          MOVE -999 TO Savings-Rate
        END-IF
        MOVE Savings-Rate TO Rate-Edit
        MOVE SPACES TO ML-Rate
        STRING ' ' Rate-Edit '%' DELIMITED BY SIZE INTO ML-Rate
      ELSE
        MOVE '    --' TO ML-Rate
      END-IF.

  P670-PrintGoals.
*>***************************************************************************
*> Each active goal on the account: what is still to be set aside,
*> and how many months that is at the account's pace.
*>***************************************************************************
      MOVE 0 TO Goals-Listed
      OPEN INPUT Goals
      IF GoalsStatus = '00'
        PERFORM FOREVER
          READ Goals
          AT END
              EXIT PERFORM
          END-READ
          IF Goal-Active IN Goal-Struct
             AND GoalAccountNumber IN Goal-Struct =
                                      TR-AccountNumber(Trend-Sub)
            PERFORM P680-PrintOneGoal
          END-IF
        END-PERFORM
        CLOSE Goals
      END-IF
      IF Goals-Listed = 0
        MOVE '  No active savings goals.' TO Report-Record
        WRITE Report-Record
      END-IF.

  P680-PrintOneGoal.
      ADD 1 TO Goals-Listed
      COMPUTE Goal-ToGo = GoalTargetPennies IN Goal-Struct
                        - GoalEarmarkPennies IN Goal-Struct
      COMPUTE Dollars = GoalTargetPennies IN Goal-Struct / 100
      MOVE Dollars TO Money-Edit
      MOVE SPACES TO Work-Line
      STRING '  Goal '                  DELIMITED BY SIZE
             GoalNumber IN Goal-Struct  DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             GoalName IN Goal-Struct    DELIMITED BY SIZE
             '  target '                DELIMITED BY SIZE
             Money-Edit                 DELIMITED BY SIZE
          INTO Work-Line
      COMPUTE Dollars = GoalEarmarkPennies IN Goal-Struct / 100
      MOVE Dollars TO Money-Edit
      MOVE '  set aside' TO Work-Line(48:11)
      MOVE Money-Edit TO Work-Line(59:13)
      EVALUATE TRUE
        WHEN Goal-ToGo NOT > 0
          MOVE '  reached' TO Work-Line(73:9)
        WHEN Pace NOT > 0
          MOVE '  not at this pace' TO Work-Line(73:18)
        WHEN OTHER
          COMPUTE Goal-Months = (Goal-ToGo + Pace - 1) / Pace
          IF Goal-Months > 999
            MOVE '  over 999 months at this pace' TO Work-Line(73:30)
          ELSE
            MOVE Goal-Months TO Count-Edit
            MOVE '  about' TO Work-Line(73:7)
            MOVE Count-Edit TO Work-Line(80:4)
            MOVE ' month(s) at this pace' TO Work-Line(84:22)
          END-IF
      END-EVALUATE
      MOVE Work-Line TO Report-Record
      WRITE Report-Record.

END PROGRAM SavingsTrend.
