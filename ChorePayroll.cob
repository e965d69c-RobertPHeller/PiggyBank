*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 11:15:00 2026
*>  Last Modified : <261015.1115>
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
*>  Weekly chore payroll: turns each finished week's unpaid chores
*>  from Chores.dat (recorded at the Chores screen) into one 'D'
*>  deposit per account, memo CHORE PAY, in Transactions.dat and
*>  JournalIndex.dat, marks the chores paid with the deposit's
*>  TransactionID, and prints a pay slip per child listing the chores
*>  behind the deposit (chorepay.pdf, same a2ps pipeline as the
*>  reports).  A week is Monday through Sunday and is paid only once
*>  it is over.  Every week paid is entered in ChorePayroll.dat; a
*>  week found there complete is never paid again, and a week found
*>  there started (the run died part way) is finished off without
*>  re-posting the deposits it already made.  Safe to run every night
*>  -- most nights there is simply nothing to pay.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. ChorePayroll.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TransactionsStatus.
*>***************************************************************************
*> Account-keyed journal index (see JournalIndexData.cbi): every
*> chore deposit appended to the journal mirrors its row here so the
*> teller screens' one-account readers keep seeing everything.
*>***************************************************************************
      SELECT JournalIndex ASSIGN TO 'JournalIndex.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-Key OF Journal-Index-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS JournalIndexStatus.
      SELECT ChoreRates ASSIGN TO 'ChoreRates.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ChoreRatesStatus.
*>***************************************************************************
*> The chore log, held exclusively for the run: the Chores screen
*> waits its turn, as it does for any other append.
*>***************************************************************************
      SELECT ChoreLog ASSIGN TO 'Chores.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS ChoreLogStatus.
*>***************************************************************************
*> The register of payroll weeks: one record per week ever paid, with
*> the time stamp its deposits were posted under.  This is the
*> double-payment guard.
*>***************************************************************************
      SELECT PayrollWeeks ASSIGN TO 'ChorePayroll.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PayrollWeeksStatus.
      SELECT Report-File ASSIGN TO '/tmp/chorepay.txt'
                        LINE SEQUENTIAL.
      SELECT Sort-File ASSIGN TO DISK.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "JournalIndexData.cbi" REPLACING JIDX BY JournalIndex
                                           Record BY Journal-Index-Struct.
    COPY "ChoreRateData.cbi" REPLACING CRATE BY ChoreRates
                                       Record BY Chore-Rate-Struct.
    COPY "ChoreEntryData.cbi" REPLACING CHORE BY ChoreLog
                                        Record BY Chore-Entry-Struct.
    FD  PayrollWeeks.
    01  PayrollWeeks-Record.
        02  PW-WeekStart    PICTURE IS 9(8).
        02  PW-PayStamp     PICTURE IS X(21).
        02  PW-Status       PICTURE IS X(01).
            88  PW-Week-Started  VALUE "S".
            88  PW-Week-Complete VALUE "C".
        02  PW-PaidDate     PICTURE IS 9(8).
        02  PW-Deposits     PICTURE IS 9(5).
        02  PW-TotalPennies PICTURE IS S9(8).
    FD Report-File
        REPORT IS Pay-Slip-Report.
    SD SORT-FILE.
    01 SORT-REC.
        02 F-Slip-Key.
            03 F-Week PICTURE IS 9(8).
            03 F-AccountNumber PICTURE IS 9999.
        02 F-AccountName PICTURE IS X(16).
        02 F-EntryDate PICTURE IS 9(8).
        02 F-Code PICTURE IS X(04).
        02 F-Description PICTURE IS X(20).
        02 F-Units PICTURE IS 9(3).
        02 F-Pennies PICTURE IS S9(8).
        02 F-PaidID PICTURE IS X(32).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 ChoreRatesStatus PICTURE IS XX.
    01 ChoreLogStatus PICTURE IS XX.
    01 PayrollWeeksStatus PICTURE IS XX.
*>***************************************************************************
*> No index on disk means a rebuild is pending (PiggyBank rebuilds it
*> at its next start-up) and this run must not create a fresh one
*> holding only its own entries -- the rows are simply not mirrored.
*>***************************************************************************
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
*> A chore deposit's TransactionID: the week's pay stamp (the
*> CURRENT-DATE image taken when the week was first started), 'C',
*> and the account number -- unique per account within the week the
*> way a transfer leg's suffix is, and rebuildable on a rerun, which
*> is how a half-paid week tells which deposits it already made.
*>***************************************************************************
    01 Chore-TransactionID.
        02 CT-PayStamp PICTURE IS X(21).
        02 CT-Marker PICTURE IS X(01) VALUE "C".
        02 CT-AccountNumber PICTURE IS 9(4).
        02 FILLER PICTURE IS X(06) VALUE SPACES.
    01 Now.
        05 CDT-Year               PIC 9(4).
        05 CDT-Month              PIC 9(2). *> 01-12
        05 CDT-Day                PIC 9(2). *> 01-31
        05 CDT-Hour               PIC 9(2). *> 00-23
        05 CDT-Minutes            PIC 9(2). *> 00-59
        05 CDT-Seconds            PIC 9(2). *> 00-59
        05 CDT-Hundredths-Of-Secs PIC 9(2). *> 00-99
        05 CDT-GMT-Diff-Hours     PIC S9(2)
                                  SIGN LEADING SEPARATE.
        05 CDT-GMT-Diff-Minutes   PIC 9(2). *> 00 or 30
*>***************************************************************************
*> Today, and the Monday that starts this (unfinished) week: only
*> weeks starting before it are paid.  Day 1 of the day-number
*> functions (1601-01-01) was a Monday.
*>***************************************************************************
    01 TodaysDate PICTURE IS 9(8) VALUE 0.
    01 Today-Integer PICTURE IS 9(8) VALUE 0.
    01 This-Week-Start PICTURE IS 9(8) VALUE 0.
*>***************************************************************************
*> The register of weeks, held whole and written back out after each
*> status change, as NightRun keeps its state file.
*>***************************************************************************
    01 Week-Table.
        02 Week-Entry OCCURS 2000 TIMES.
            03 WK-WeekStart PICTURE IS 9(8).
            03 WK-PayStamp PICTURE IS X(21).
            03 WK-Status PICTURE IS X(01).
                88 WK-Started VALUE "S".
                88 WK-Complete VALUE "C".
            03 WK-PaidDate PICTURE IS 9(8).
            03 WK-Deposits PICTURE IS 9(5).
            03 WK-TotalPennies PICTURE IS S9(8).
    01 Week-Count PICTURE IS 9(4) VALUE 0.
    01 Week-Sub PICTURE IS 9(4) VALUE 0.
    01 Week-Found PICTURE IS 9(4) VALUE 0.
    01 Pay-Week PICTURE IS 9(8) VALUE 0.
*>***************************************************************************
*> The weeks paid by this run, for choosing which slips to print.
*>***************************************************************************
    01 Paid-This-Run.
        02 PR-Week PICTURE IS 9(8) OCCURS 100 TIMES.
    01 Paid-Count PICTURE IS 9(3) VALUE 0.
    01 Paid-Sub PICTURE IS 9(3) VALUE 0.
*>***************************************************************************
*> One week's pay, slotted by account number: what each account has
*> coming, whether its deposit is already on the journal (a resumed
*> week), and whether it can be paid at all (a closed account
*> cannot -- its chores are cancelled rather than paid).
*>***************************************************************************
    01 Pay-Table.
        02 Pay-Entry OCCURS 10000 TIMES.
            03 PT-Pennies PICTURE IS S9(8).
            03 PT-Posted PICTURE IS X(01).
                88 PT-Already-Posted VALUE "Y".
            03 PT-Unpayable PICTURE IS X(01).
                88 PT-Cannot-Pay VALUE "Y".
    01 Pay-Sub PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> Chore descriptions by code, for the slips
*>***************************************************************************
    01 Rate-Table.
        02 Rate-Entry OCCURS 100 TIMES.
            03 RT-Code PICTURE IS X(04).
            03 RT-Description PICTURE IS X(20).
    01 Rate-Count PICTURE IS 9(3) VALUE 0.
    01 Rate-Sub PICTURE IS 9(3) VALUE 0.
*>***************************************************************************
*> Run totals and report working storage
*>***************************************************************************
    01 Deposits-Posted PICTURE IS 9(5) VALUE 0.
    01 Pennies-Posted PICTURE IS S9(8) VALUE 0.
    01 Chores-Cancelled PICTURE IS 9(5) VALUE 0.
    01 Flags.
        02 F-EOF PIC X(1).
        02 Slip-Head-Flag PIC X(1).
    01 Current-Slip.
        02 Slip-Total PICTURE IS S9(8).
        02 Slip-PaidID PICTURE IS X(32).
    01 Week-Resumed-Flag PICTURE IS X VALUE "N".
        88 Week-Resumed VALUE "Y".
  REPORT SECTION.
    RD Pay-Slip-Report
        CONTROLS ARE FINAL F-Slip-Key
        PAGE LIMITS ARE 59 LINES 132 COLUMNS
            HEADING 1
            FIRST DETAIL 5
            LAST  DETAIL 59.
    01 TYPE IS PAGE HEADING.
        05 LINE NUMBER PLUS 1.
            10 COL 1 SOURCE TodaysDate PIC 9999/99/99.
            10 COL 20 VALUE 'Piggy Bank Chore Pay Slip'.
            10 COL 120 VALUE 'Page:'.
            10 COL 125 SOURCE PAGE-COUNTER PIC ZZ9.

    01 Head-Slip TYPE IS CONTROL HEADING F-Slip-Key.
        05 LINE NUMBER PLUS 1.
           10 COL 5 VALUE 'Account #:'.
           10 COL 16 SOURCE F-AccountNumber PIC 9999.
           10 COL 22 VALUE 'Name:'.
           10 COL 28 SOURCE F-AccountName PIC X(16).
           10 COL 47 VALUE 'Week of:'.
           10 COL 56 SOURCE F-Week PIC 9999/99/99.
        05 LINE NUMBER PLUS 2.
           10 COL 5 VALUE 'Date'.
           10 COL 17 VALUE 'Code'.
           10 COL 23 VALUE 'Chore'.
           10 COL 45 VALUE 'Times'.
           10 COL 52 VALUE 'Earned'.
        05 LINE NUMBER PLUS 1.
           10 COL 5 VALUE '=========='.
           10 COL 17 VALUE '===='.
           10 COL 23 VALUE '===================='.
           10 COL 45 VALUE '====='.
           10 COL 52 VALUE '============'.

    01 Detail-Line TYPE IS DETAIL.
        05 LINE NUMBER PLUS 1.
            10 COL 5 SOURCE F-EntryDate PIC 9999/99/99.
            10 COL 17 SOURCE F-Code PIC X(04).
            10 COL 23 SOURCE F-Description PIC X(20).
            10 COL 47 SOURCE F-Units PIC ZZ9.
            10 COL 52 SOURCE F-Pennies PIC ZZ,ZZZ,ZZ9DB.

    01 End-Slip TYPE IS CONTROL FOOTING F-Slip-Key
                NEXT GROUP NEXT PAGE.
        05 LINE NUMBER PLUS 1.
            10 COL 52 VALUE '------------'.
        05 LINE NUMBER PLUS 1.
            10 COL 5 VALUE 'Deposited to your account:'.
            10 COL 52 SOURCE Slip-Total PIC ZZ,ZZZ,ZZ9DB.
        05 LINE NUMBER PLUS 1.
            10 COL 5 VALUE 'Transaction:'.
            10 COL 18 SOURCE Slip-PaidID PIC X(32).

    01 End-Overall TYPE IS CONTROL FOOTING FINAL.
        05 LINE NUMBER PLUS 1.
            10 COL 1 VALUE 'Chore deposits this run:'.
            10 COL 26 SOURCE Deposits-Posted PIC ZZZZ9.
            10 COL 52 SOURCE Pennies-Posted PIC ZZ,ZZZ,ZZ9DB.

PROCEDURE DIVISION.
  DECLARATIVES.
  000-End-Slip SECTION.
  USE BEFORE REPORTING End-Slip.
  1. MOVE 'R' TO Slip-Head-Flag
  .
  END DECLARATIVES.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     COMPUTE Today-Integer = FUNCTION INTEGER-OF-DATE(TodaysDate)
     COMPUTE This-Week-Start = FUNCTION DATE-OF-INTEGER(Today-Integer
                               - FUNCTION MOD(Today-Integer - 1, 7))
     PERFORM P050-LoadWeeks
     PERFORM P060-LoadRates
     PERFORM P100-OpenFiles
     PERFORM P200-PayOneWeek WITH TEST AFTER UNTIL Pay-Week = 0
     CLOSE Transactions
     IF Index-Present
       CLOSE JournalIndex
     END-IF
     IF Paid-Count > 0
       SORT SORT-FILE
          ASCENDING KEY F-Slip-Key
                        F-EntryDate
                        F-Code
          INPUT PROCEDURE 100-Select-Paid-Chores
          OUTPUT PROCEDURE 200-Print-Slips
     END-IF
     CLOSE ChoreLog
     CLOSE Accounts
     DISPLAY "Posted " Deposits-Posted " chore deposit(s) for "
             Paid-Count " week(s)" UPON STDERR
     IF Chores-Cancelled > 0
       DISPLAY "Cancelled " Chores-Cancelled
               " chore(s) recorded for accounts no longer open"
                                                   UPON STDERR
     END-IF
     STOP RUN.

  100-Select-Paid-Chores SECTION.
*>***************************************************************************
*> Feed the sort every chore paid by this run, with its account's name
*> and its chore's description, one slip's worth per account and week.
*>***************************************************************************
  1.  CLOSE ChoreLog
      OPEN INPUT ChoreLog
      PERFORM WITH TEST BEFORE UNTIL ChoreLogStatus NOT = '00'
        READ ChoreLog
        IF ChoreLogStatus = '00'
          IF Chore-Entry-Paid IN Chore-Entry-Struct
            PERFORM P120-ReleaseIfPaidNow
          END-IF
        END-IF
      END-PERFORM
      .

  200-Print-Slips SECTION.
  1. INITIALIZE Flags Current-Slip
     MOVE 'R' TO Slip-Head-Flag
     OPEN OUTPUT Report-File
     INITIATE Pay-Slip-Report
     RETURN SORT-FILE
     AT END
       MOVE 'Y' TO F-EOF
     END-RETURN
     PERFORM UNTIL F-EOF = 'Y'
       GENERATE Detail-Line
*>***************************************************************************
*> Tally only after GENERATE: a slip's control footing prints during
*> the GENERATE of the next slip's first chore, so tallying first
*> would fold that chore into the old slip's total.
*>***************************************************************************
       IF Slip-Head-Flag = 'R'
         INITIALIZE Current-Slip
         MOVE ' ' TO Slip-Head-Flag
       END-IF
       ADD F-Pennies TO Slip-Total
       MOVE F-PaidID TO Slip-PaidID
       RETURN SORT-FILE
       AT END
            MOVE 'Y' TO F-EOF
       END-RETURN
     END-PERFORM
     TERMINATE Pay-Slip-Report
     CLOSE Report-File
     CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --landscape --lines-per-page=66 --chars-per-line=132 --prolog=greenbar -o - /tmp/chorepay.txt|ps2pdf - chorepay.pdf"
     .

*>***************************************************************************
*> Service paragraphs, in their own section so that neither the sort's
*> input procedure nor its output procedure runs on into them when the
*> performed section ends -- a section PERFORM executes through every
*> paragraph up to the next section header.
*>***************************************************************************
  300-Service-Paragraphs SECTION.
  P050-LoadWeeks.
*>***************************************************************************
*> Read the register of weeks already paid (or started).  No file yet
*> means no week has ever been paid.
*>***************************************************************************
      MOVE 0 TO Week-Count
      OPEN INPUT PayrollWeeks
      IF PayrollWeeksStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL PayrollWeeksStatus NOT = '00'
        READ PayrollWeeks
        IF PayrollWeeksStatus = '00' AND Week-Count < 2000
          ADD 1 TO Week-Count
          MOVE PW-WeekStart TO WK-WeekStart(Week-Count)
          MOVE PW-PayStamp TO WK-PayStamp(Week-Count)
          MOVE PW-Status TO WK-Status(Week-Count)
          MOVE PW-PaidDate TO WK-PaidDate(Week-Count)
          MOVE PW-Deposits TO WK-Deposits(Week-Count)
          MOVE PW-TotalPennies TO WK-TotalPennies(Week-Count)
        END-IF
      END-PERFORM
      CLOSE PayrollWeeks.

  P060-LoadRates.
*>***************************************************************************
*> The chore descriptions, for the slips.  A code with no rate on
*> file any more prints with a blank description.
*>***************************************************************************
      MOVE 0 TO Rate-Count
      OPEN INPUT ChoreRates
      IF ChoreRatesStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL ChoreRatesStatus NOT = '00'
        READ ChoreRates
        IF ChoreRatesStatus = '00' AND Rate-Count < 100
          ADD 1 TO Rate-Count
          MOVE ChoreCode IN Chore-Rate-Struct TO RT-Code(Rate-Count)
          MOVE ChoreDescription IN Chore-Rate-Struct
                                        TO RT-Description(Rate-Count)
        END-IF
      END-PERFORM
      CLOSE ChoreRates.

  P100-OpenFiles.
*>***************************************************************************
*> No chore log means no chore has ever been recorded -- nothing to
*> pay, and not a failure.
*>***************************************************************************
      OPEN I-O ChoreLog
      IF ChoreLogStatus NOT = '00'
        DISPLAY 'No Chores.dat -- nothing to pay.' UPON STDERR
        STOP RUN
      END-IF
      OPEN I-O Accounts
      IF AccountsStatus NOT = '00'
        DISPLAY 'Could not open Accounts file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      OPEN EXTEND Transactions
      IF TransactionsStatus NOT = '00'
        OPEN OUTPUT Transactions
        IF TransactionsStatus NOT = '00'
          DISPLAY 'Could not open Transactions file!' UPON STDERR
          MOVE 1 TO RETURN-CODE
          STOP RUN
        END-IF
      END-IF
      OPEN I-O JournalIndex
      IF JournalIndexStatus = '00'
        MOVE "Y" TO Index-Present-Flag
      END-IF.

  P120-ReleaseIfPaidNow.
*>***************************************************************************
*> Release one paid chore to the sort if its week was paid by this
*> run.
*>***************************************************************************
      PERFORM VARYING Paid-Sub FROM 1 BY 1 UNTIL Paid-Sub > Paid-Count
        IF PR-Week(Paid-Sub) = ChoreEntryWeek IN Chore-Entry-Struct
          MOVE ChoreEntryWeek IN Chore-Entry-Struct TO F-Week
          MOVE ChoreEntryAccountNumber IN Chore-Entry-Struct
                                                   TO F-AccountNumber
          MOVE ChoreEntryDate IN Chore-Entry-Struct TO F-EntryDate
          MOVE ChoreEntryCode IN Chore-Entry-Struct TO F-Code
          MOVE ChoreEntryUnits IN Chore-Entry-Struct TO F-Units
          MOVE ChoreEntryPennies IN Chore-Entry-Struct TO F-Pennies
          MOVE ChoreEntryPaidID IN Chore-Entry-Struct TO F-PaidID
          MOVE SPACES TO F-Description
          PERFORM VARYING Rate-Sub FROM 1 BY 1
                  UNTIL Rate-Sub > Rate-Count
            IF RT-Code(Rate-Sub) = F-Code
              MOVE RT-Description(Rate-Sub) TO F-Description
            END-IF
          END-PERFORM
          MOVE F-AccountNumber TO AccountNumber IN Account-Struct
          READ Accounts RECORD
            INVALID KEY
              MOVE SPACES TO AccountName IN Account-Struct
          END-READ
          MOVE AccountName IN Account-Struct TO F-AccountName
          RELEASE SORT-REC
        END-IF
      END-PERFORM.

  P200-PayOneWeek.
*>***************************************************************************
*> Find the earliest finished week that still has unpaid chores and
*> pay it; Pay-Week comes back zero when there is none left.  A week
*> the register already shows complete is skipped -- its leftover
*> rows can only be strays, and are cancelled rather than paid twice.
*>***************************************************************************
      PERFORM P210-FindEarliestWeek
      IF Pay-Week = 0
        EXIT PARAGRAPH
      END-IF
      MOVE 0 TO Week-Found
      PERFORM VARYING Week-Sub FROM 1 BY 1 UNTIL Week-Sub > Week-Count
        IF WK-WeekStart(Week-Sub) = Pay-Week
          MOVE Week-Sub TO Week-Found
        END-IF
      END-PERFORM
      MOVE SPACES TO Pay-Table
      MOVE "N" TO Week-Resumed-Flag
      IF Week-Found > 0
        IF WK-Complete(Week-Found)
          DISPLAY 'Week of ' Pay-Week ' already paid on '
                  WK-PaidDate(Week-Found)
                  ' -- its stray chores are cancelled.' UPON STDERR
          PERFORM VARYING Pay-Sub FROM 1 BY 1 UNTIL Pay-Sub > 10000
            MOVE "Y" TO PT-Unpayable(Pay-Sub)
          END-PERFORM
          PERFORM P400-MarkWeek
          EXIT PARAGRAPH
        END-IF
        DISPLAY 'Finishing the week of ' Pay-Week
                ' left part paid by an earlier run.' UPON STDERR
        MOVE "Y" TO Week-Resumed-Flag
      ELSE
*>***************************************************************************
*> A new week: enter it in the register, started, BEFORE any deposit
*> is posted, so a run that dies part way leaves a trail to resume.
*>***************************************************************************
        IF Week-Count NOT < 2000
          DISPLAY 'ChorePayroll register is full!' UPON STDERR
          MOVE 1 TO RETURN-CODE
          STOP RUN
        END-IF
        ADD 1 TO Week-Count
        MOVE Week-Count TO Week-Found
        MOVE FUNCTION CURRENT-DATE TO Now
        MOVE Pay-Week TO WK-WeekStart(Week-Found)
        MOVE Now TO WK-PayStamp(Week-Found)
        MOVE "S" TO WK-Status(Week-Found)
        MOVE TodaysDate TO WK-PaidDate(Week-Found)
        MOVE 0 TO WK-Deposits(Week-Found)
        MOVE 0 TO WK-TotalPennies(Week-Found)
        PERFORM P800-SaveWeeks
      END-IF
      MOVE WK-PayStamp(Week-Found) TO CT-PayStamp
      PERFORM P220-TotalTheWeek
      IF Week-Resumed
        PERFORM P230-FindPostedDeposits
      END-IF
      PERFORM P300-PostDeposits
      PERFORM P400-MarkWeek
      MOVE "C" TO WK-Status(Week-Found)
      MOVE TodaysDate TO WK-PaidDate(Week-Found)
      PERFORM P800-SaveWeeks
      IF Paid-Count < 100
        ADD 1 TO Paid-Count
        MOVE Pay-Week TO PR-Week(Paid-Count)
      END-IF.

  P210-FindEarliestWeek.
*>***************************************************************************
*> One pass over the chore log for the earliest week, before this
*> one, with a chore still unpaid.
*>***************************************************************************
      MOVE 0 TO Pay-Week
      CLOSE ChoreLog
      OPEN I-O ChoreLog
      PERFORM WITH TEST BEFORE UNTIL ChoreLogStatus NOT = '00'
        READ ChoreLog
        IF ChoreLogStatus = '00'
          IF Chore-Entry-Unpaid IN Chore-Entry-Struct
             AND ChoreEntryWeek IN Chore-Entry-Struct < This-Week-Start
            IF Pay-Week = 0
               OR ChoreEntryWeek IN Chore-Entry-Struct < Pay-Week
              MOVE ChoreEntryWeek IN Chore-Entry-Struct TO Pay-Week
            END-IF
          END-IF
        END-IF
      END-PERFORM.

  P220-TotalTheWeek.
*>***************************************************************************
*> Add up what each account earned in the week being paid.
*>***************************************************************************
      CLOSE ChoreLog
      OPEN I-O ChoreLog
      PERFORM VARYING Pay-Sub FROM 1 BY 1 UNTIL Pay-Sub > 10000
        MOVE 0 TO PT-Pennies(Pay-Sub)
      END-PERFORM
      PERFORM WITH TEST BEFORE UNTIL ChoreLogStatus NOT = '00'
        READ ChoreLog
        IF ChoreLogStatus = '00'
          IF Chore-Entry-Unpaid IN Chore-Entry-Struct
             AND ChoreEntryWeek IN Chore-Entry-Struct = Pay-Week
            ADD ChoreEntryPennies IN Chore-Entry-Struct
             TO PT-Pennies(1 + ChoreEntryAccountNumber IN
                                                  Chore-Entry-Struct)
          END-IF
        END-IF
      END-PERFORM.

  P230-FindPostedDeposits.
*>***************************************************************************
*> A week an earlier run started but did not finish: look on the
*> journal for the deposits it did post, by their TransactionIDs, so
*> those accounts are not paid again.  The journal is read through a
*> fresh open while this run's own appends are closed off.
*>***************************************************************************
      CLOSE Transactions
      OPEN INPUT Transactions
      PERFORM WITH TEST BEFORE UNTIL TransactionsStatus NOT = '00'
        READ Transactions
        IF TransactionsStatus = '00'
          IF TransactionID IN Transaction-Struct(1:21) = CT-PayStamp
             AND TransactionID IN Transaction-Struct(22:1) = "C"
            MOVE "Y" TO PT-Posted(1 + AccountNumber IN
                                              Transaction-Struct)
            ADD 1 TO WK-Deposits(Week-Found)
            ADD AmountOfPennies IN Transaction-Struct
                                  TO WK-TotalPennies(Week-Found)
          END-IF
        END-IF
      END-PERFORM
      CLOSE Transactions
      OPEN EXTEND Transactions.

  P300-PostDeposits.
*>***************************************************************************
*> One ordinary deposit per account with chore pay coming, exactly as
*> the teller screen would post it, credited to the account in place.
*> An account no longer open cannot be paid; its chores are cancelled
*> instead.
*>***************************************************************************
      PERFORM VARYING Pay-Sub FROM 1 BY 1 UNTIL Pay-Sub > 10000
        IF PT-Pennies(Pay-Sub) > 0 AND NOT PT-Already-Posted(Pay-Sub)
          COMPUTE AccountNumber IN Account-Struct = Pay-Sub - 1
          READ Accounts RECORD INTO Account-Record
            INVALID KEY
              MOVE "C" TO AccountStatus IN Account-Record
          END-READ
          IF Account-Open IN Account-Record
            PERFORM P310-PostOneDeposit
          ELSE
            MOVE "Y" TO PT-Unpayable(Pay-Sub)
            DISPLAY 'Chores for account #' AccountNumber IN
                    Account-Struct ' which is not open -- not paid.'
                                                       UPON STDERR
          END-IF
        END-IF
      END-PERFORM.

  P310-PostOneDeposit.
*>***************************************************************************
*> Post one account's chore pay for the week under its rebuildable
*> TransactionID, and credit the balance.
*>***************************************************************************
      COMPUTE CT-AccountNumber = Pay-Sub - 1
      MOVE Chore-TransactionID TO TransactionID IN Transaction-Record
      MOVE CT-AccountNumber TO AccountNumber IN Transaction-Record
      MOVE PT-Pennies(Pay-Sub) TO AmountOfPennies IN Transaction-Record
      SET Deposit-Transaction IN Transaction-Record TO TRUE
      MOVE SPACES TO VoidOfTransactionID IN Transaction-Record
      MOVE "CHORE PAY" TO TransactionMemo IN Transaction-Record
      MOVE CORRESPONDING Transaction-Record TO Transaction-Struct
      WRITE Transaction-Struct
      IF Index-Present
        PERFORM P320-WriteJournalIndexRow
      END-IF
      ADD PT-Pennies(Pay-Sub) TO AccountPennies IN Account-Record
      MOVE CORRESPONDING Account-Record TO Account-Struct
      REWRITE Account-Struct
      ADD 1 TO WK-Deposits(Week-Found)
      ADD PT-Pennies(Pay-Sub) TO WK-TotalPennies(Week-Found)
      ADD 1 TO Deposits-Posted
      ADD PT-Pennies(Pay-Sub) TO Pennies-Posted.

  P320-WriteJournalIndexRow.
*>***************************************************************************
*> Mirror the entry just appended to the journal into the account-
*> keyed index.  A duplicate key can only be a teller session's
*> start-up rebuild racing this run, which indexed the entry already.
*>***************************************************************************
      MOVE AccountNumber IN Transaction-Record
              TO JX-AccountNumber IN Journal-Index-Struct
      MOVE TransactionID IN Transaction-Record
              TO JX-TransactionID IN Journal-Index-Struct
      MOVE AmountOfPennies IN Transaction-Record
              TO JX-AmountOfPennies IN Journal-Index-Struct
      MOVE TransactionType IN Transaction-Record
              TO JX-TransactionType IN Journal-Index-Struct
      MOVE VoidOfTransactionID IN Transaction-Record
              TO JX-VoidOfTransactionID IN Journal-Index-Struct
      MOVE TransactionMemo IN Transaction-Record
              TO JX-TransactionMemo IN Journal-Index-Struct
      WRITE Journal-Index-Struct
        INVALID KEY
          CONTINUE
      END-WRITE.

  P400-MarkWeek.
*>***************************************************************************
*> Mark the week's unpaid chores paid, each with the TransactionID
*> of the deposit it went into -- or cancelled, where the account
*> could not be paid.
*>***************************************************************************
      CLOSE ChoreLog
      OPEN I-O ChoreLog
      PERFORM WITH TEST BEFORE UNTIL ChoreLogStatus NOT = '00'
        READ ChoreLog
        IF ChoreLogStatus = '00'
          IF Chore-Entry-Unpaid IN Chore-Entry-Struct
             AND ChoreEntryWeek IN Chore-Entry-Struct = Pay-Week
            IF PT-Cannot-Pay(1 + ChoreEntryAccountNumber IN
                                                  Chore-Entry-Struct)
              MOVE "X" TO ChoreEntryStatus IN Chore-Entry-Struct
              ADD 1 TO Chores-Cancelled
            ELSE
              MOVE ChoreEntryAccountNumber IN Chore-Entry-Struct
                                                 TO CT-AccountNumber
              MOVE "P" TO ChoreEntryStatus IN Chore-Entry-Struct
              MOVE Chore-TransactionID
                            TO ChoreEntryPaidID IN Chore-Entry-Struct
            END-IF
            REWRITE Chore-Entry-Struct
          END-IF
        END-IF
      END-PERFORM.

  P800-SaveWeeks.
*>***************************************************************************
*> Put the register back on disk whole.
*>***************************************************************************
      OPEN OUTPUT PayrollWeeks
      IF PayrollWeeksStatus NOT = '00'
        DISPLAY 'Could not write ChorePayroll file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      PERFORM VARYING Week-Sub FROM 1 BY 1 UNTIL Week-Sub > Week-Count
        MOVE WK-WeekStart(Week-Sub) TO PW-WeekStart
        MOVE WK-PayStamp(Week-Sub) TO PW-PayStamp
        MOVE WK-Status(Week-Sub) TO PW-Status
        MOVE WK-PaidDate(Week-Sub) TO PW-PaidDate
        MOVE WK-Deposits(Week-Sub) TO PW-Deposits
        MOVE WK-TotalPennies(Week-Sub) TO PW-TotalPennies
        WRITE PayrollWeeks-Record
      END-PERFORM
      CLOSE PayrollWeeks.

END PROGRAM ChorePayroll.
