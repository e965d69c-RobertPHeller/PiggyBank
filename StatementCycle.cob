*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 16:05:00 2026
*>  Last Modified : <261015.1605>
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
*>  Monthly statement cycle, run after CloseTransactions: one
*>  statement per open (or dormant) account for the month the close
*>  just ended -- the calendar month holding the day before the
*>  closing date, from its first day through the close.  Each
*>  statement shows the opening balance, every posting of the period
*>  from TransactionsArchive.dat with a running balance, the closing
*>  balance from ClosingCheckpoint.dat, and the account's savings
*>  goals and holds.  The period is bounded by journal cut-offs, not
*>  dates: it takes every posting after the previous cycle's cut-off
*>  (logged with that cycle's deliveries) up to and including this
*>  close's, so a posting keyed between a close and the month end
*>  lands on exactly one statement.  The opening balance is the
*>  checkpoint's closing balance with the period's postings taken
*>  back out, so it is always the previous statement's closing
*>  balance and both ends agree with the closes.
*>
*>  Each statement lands in statements/YYYYMM-NNNN.pdf and is then
*>  e-mailed to the first guardian on the holder's profile with an
*>  e-mail address, or printed for the post when there is none.
*>  Every attempt -- sent, printed or failed -- is appended to
*>  StatementLog.dat under the cycle's closing date.  Running the
*>  same cycle again skips every account already sent or printed and
*>  retries only the failures, so nobody ever gets a statement
*>  twice.  The run's delivery list goes to stmtcycle.pdf; exits
*>  with RETURN-CODE 1 while any statement of the cycle is still
*>  undelivered.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. StatementCycle.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
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
      SELECT Holds ASSIGN TO 'Holds.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HoldsStatus.
*>***************************************************************************
*> Account-holder profiles (see ProfileData.cbi) for the guardian's
*> name, e-mail and mailing address.
*>***************************************************************************
      SELECT Profiles ASSIGN TO 'Profiles.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ProfileAccountNumber OF Profile-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS ProfilesStatus.
*>***************************************************************************
*> The delivery log (see StatementLogData.cbi), appended a row at a
*> time so that what has gone out is on file the moment it goes.
*>***************************************************************************
      SELECT StatementLog ASSIGN TO 'StatementLog.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS StatementLogStatus.
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
      SELECT Statement-File ASSIGN TO '/tmp/statement.txt'
                        LINE SEQUENTIAL.
      SELECT Report-File ASSIGN TO '/tmp/stmtcycle.txt'
                        LINE SEQUENTIAL.
      SELECT Sort-File ASSIGN TO DISK.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Archive
                                             Record BY Archive-Struct.
    COPY "ClosingCheckpointData.cbi" REPLACING CKPT BY ClosingCheckpoint
                                             Record BY Checkpoint-Record.
    COPY "SavingsGoalData.cbi" REPLACING GOAL BY Goals
                               Record BY Goal-Struct.
    COPY "HoldFileData.cbi" REPLACING HOLD BY Holds
                               Record BY Hold-Struct.
    COPY "ProfileData.cbi" REPLACING PROF BY Profiles
                                             Record BY Profile-Struct.
    COPY "StatementLogData.cbi" REPLACING SLOG BY StatementLog
                                             Record BY Log-Struct.
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                             Record BY Params-Struct.
    FD Statement-File.
    01 Statement-Record PICTURE IS X(80).
    FD Report-File.
    01 Report-Record PICTURE IS X(100).
    SD SORT-FILE.
    01 SORT-REC.
        02 S-AccountNumber PICTURE IS 9(4).
        02 S-TransactionID PICTURE IS X(32).
        02 S-AmountOfPennies PICTURE IS S9(8).
        02 S-TransactionType PICTURE IS X(01).
            88 S-Interest-Transaction   VALUE "I".
            88 S-Void-Transaction       VALUE "V".
            88 S-Transfer-Transaction   VALUE "T".
            88 S-Adjustment-Transaction VALUE "A".
            88 S-Loan-Advance-Transaction   VALUE "L".
            88 S-Loan-Repayment-Transaction VALUE "R".
        02 S-VoidOfTransactionID PICTURE IS X(32).
        02 S-TransactionMemo PICTURE IS X(20).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 CheckpointStatus PICTURE IS XX.
    01 GoalsStatus PICTURE IS XX.
    01 HoldsStatus PICTURE IS XX.
    01 ProfilesStatus PICTURE IS XX.
    01 StatementLogStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
    01 Profiles-Present-Flag PICTURE IS X VALUE "N".
        88 Profiles-On-File VALUE "Y".
*>***************************************************************************
*> The cycle: the close it reports on, the journal cut-off that close
*> stamped on the checkpoint, the previous cycle's cut-off the period
*> starts after (spaces when no earlier cycle is logged), and the
*> first day of the month it ends.
*>***************************************************************************
    01 Cycle-Date PICTURE IS 9(8) VALUE 0.
    01 Cutoff-TransactionID PICTURE IS X(32) VALUE SPACES.
    01 Previous-Cutoff-TransactionID PICTURE IS X(32) VALUE SPACES.
    01 Previous-Cycle-Date PICTURE IS 9(8) VALUE 0.
    01 Period-Start PICTURE IS 9(8) VALUE 0.
    01 Period-Parts REDEFINES Period-Start.
        02 Period-Year PICTURE IS 9(4).
        02 Period-Month PICTURE IS 9(2).
        02 Period-Day PICTURE IS 9(2).
    01 TransactionID-Pieces.
        02 TID-Date PICTURE IS 9(8).
        02 FILLER PICTURE IS X(24).
*>***************************************************************************
*> Per account, slotted by 1 + account number: the checkpoint balance,
*> the net of the period's postings, and whether this cycle's
*> statement has already gone out.
*>***************************************************************************
    01 Account-Table.
        02 Account-Entry OCCURS 10000 TIMES.
            03 AT-Checkpointed PICTURE IS X(01).
                88 AT-In-Checkpoint VALUE "Y".
            03 AT-Closing PICTURE IS S9(8).
            03 AT-Period-Net PICTURE IS S9(8).
            03 AT-Delivered PICTURE IS X(01).
                88 AT-Already-Delivered VALUE "Y".
*>***************************************************************************
*> The savings-goal and hold books, slotted by account and number the
*> way AccountReport loads them.
*>***************************************************************************
    01 Goal-Table.
        02 Goal-Account-Row OCCURS 10000 TIMES.
            03 Goal-Slot OCCURS 10 TIMES.
                04 GS-Present PICTURE IS X(01).
                    88 GS-Goal-Present VALUE "Y".
                04 GS-Name PICTURE IS X(16).
                04 GS-Target PICTURE IS S9(8).
                04 GS-Earmark PICTURE IS S9(8).
    01 Goal-Sub PICTURE IS 9(2) VALUE 0.
    01 Hold-Table.
        02 Hold-Account-Row OCCURS 10000 TIMES.
            03 Hold-Slot OCCURS 10 TIMES.
                04 HS-Present PICTURE IS X(01).
                    88 HS-Hold-Present VALUE "Y".
                04 HS-Memo PICTURE IS X(20).
                04 HS-Amount PICTURE IS S9(8).
                04 HS-PlacedDate PICTURE IS 9(8).
    01 Hold-Sub PICTURE IS 9(2) VALUE 0.
*>***************************************************************************
*> The statement being built
*>***************************************************************************
    01 Account-Sub PICTURE IS 9(5) VALUE 0.
    01 Running-Balance PICTURE IS S9(8) VALUE 0.
    01 Opening-Balance PICTURE IS S9(8) VALUE 0.
    01 Posting-Count PICTURE IS 9(5) VALUE 0.
    01 Any-Listed-Flag PICTURE IS X VALUE "N".
        88 Any-Listed VALUE "Y".
    01 F-EOF PICTURE IS X VALUE "N".
        88 Postings-Exhausted VALUE "Y".
    01 Txn-Type-Flag PICTURE IS X(08) VALUE SPACES.
    01 Linked-TransactionID.
        02 FILLER                PIC X(21).
        02 FILLER                PIC X(01).
        02 Linked-AccountNumber  PIC 9(4).
        02 FILLER                PIC X(06).
    01 Guardian-Name PICTURE IS X(24) VALUE SPACES.
    01 Guardian-Email PICTURE IS X(40) VALUE SPACES.
    01 Address-Line-1 PICTURE IS X(30) VALUE SPACES.
    01 Address-Line-2 PICTURE IS X(40) VALUE SPACES.
*>***************************************************************************
*> Delivery.  The mail and print commands are built here and handed
*> to the shell; an e-mail address goes into the command only when it
*> is made of nothing but letters, digits and @ . _ + -, so nothing
*> keyed into a profile can ever be run.
*>***************************************************************************
    01 Statement-Name PICTURE IS X(30) VALUE SPACES.
    01 Shell-Command PICTURE IS X(200) VALUE SPACES.
    01 Month-Names.
        02 FILLER PICTURE IS X(36)
                  VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
    01 Month-Name-Table REDEFINES Month-Names.
        02 Month-Name PICTURE IS X(03) OCCURS 12 TIMES.
    01 Email-Sub PICTURE IS 9(2) VALUE 0.
    01 At-Sign-Count PICTURE IS 9(2) VALUE 0.
    01 Email-Char PICTURE IS X(01) VALUE SPACE.
    01 Email-OK-Flag PICTURE IS X VALUE "N".
        88 Email-OK VALUE "Y".
    01 Pdf-Built-Flag PICTURE IS X VALUE "N".
        88 Pdf-Built VALUE "Y".
    01 Delivery-Method PICTURE IS X(01) VALUE SPACE.
    01 Delivery-Result PICTURE IS X(01) VALUE SPACE.
    01 Delivery-Destination PICTURE IS X(40) VALUE SPACES.
    01 Delivery-Reason PICTURE IS X(30) VALUE SPACES.
    01 Statements-Sent PICTURE IS 9(5) VALUE 0.
    01 Statements-Printed PICTURE IS 9(5) VALUE 0.
    01 Statements-Failed PICTURE IS 9(5) VALUE 0.
    01 Statements-Skipped PICTURE IS 9(5) VALUE 0.
    01 File-Retry-Count PICTURE IS 9(4) VALUE 0.
    01 Retry-Limit PICTURE IS 9(4) VALUE 1000.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
*>***************************************************************************
*> Time stamp for the log rows
*>***************************************************************************
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
*> Report editing
*>***************************************************************************
    01 TodaysDate PICTURE IS 9(8) VALUE 0.
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Cycle-Date-Edit PICTURE IS 9999/99/99.
    01 Dollars PICTURE IS S9(6)V99 VALUE 0.
    01 Amount-Edit PICTURE IS $$$,$$9.99-.
    01 Balance-Edit PICTURE IS $$$,$$9.99-.
    01 Target-Edit PICTURE IS $$$,$$9.99-.
    01 Count-Edit PICTURE IS ZZ,ZZ9.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-LoadBankParams
     PERFORM P060-LoadCheckpoint
     PERFORM P070-LoadDeliveryLog
     PERFORM P080-LoadGoals
     PERFORM P090-LoadHolds
     CALL "SYSTEM" USING "mkdir -p statements"
     OPEN OUTPUT Report-File
     PERFORM P100-ReportHeading
     SORT SORT-FILE
        ASCENDING KEY S-AccountNumber
                      S-TransactionID
        INPUT PROCEDURE 100-Select-Postings
        OUTPUT PROCEDURE 200-Produce-Statements
     PERFORM P800-FinishReport
     IF Statements-Failed > 0
       MOVE 1 TO RETURN-CODE
     END-IF
     STOP RUN.

  P050-LoadBankParams.
      OPEN INPUT BankParams
      IF BankParamsStatus = '00'
        READ BankParams
        IF BankParamsStatus = '00'
          MOVE ParamRetryLimit IN Params-Struct TO Retry-Limit
          MOVE ParamRetryPause IN Params-Struct TO Retry-Pause
        END-IF
        CLOSE BankParams
      END-IF.

  P060-LoadCheckpoint.
*>***************************************************************************
*> The closing balances of the last close, which also name the cycle:
*> its closing date and the journal cut-off.  The month reported is
*> the one holding the day before the close, so a close run on the
*> first of the month reports the month just ended and one run on its
*> last day reports that same month.
*>***************************************************************************
      MOVE SPACES TO Account-Table
      OPEN INPUT ClosingCheckpoint
      IF CheckpointStatus NOT = '00'
        DISPLAY 'No ClosingCheckpoint.dat -- run CloseTransactions first.'
                                                         UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      PERFORM FOREVER
        READ ClosingCheckpoint
        AT END
            EXIT PERFORM
        END-READ
        MOVE CLS-ClosingDate TO Cycle-Date
        MOVE CLS-LastTransactionID TO Cutoff-TransactionID
        MOVE "Y" TO AT-Checkpointed(1 + CLS-AccountNumber)
        MOVE CLS-ClosingBalance TO AT-Closing(1 + CLS-AccountNumber)
        MOVE 0 TO AT-Period-Net(1 + CLS-AccountNumber)
      END-PERFORM
      CLOSE ClosingCheckpoint
      IF Cycle-Date = 0
        DISPLAY 'ClosingCheckpoint.dat is empty -- nothing to state.'
                                                         UPON STDERR
        STOP RUN
      END-IF
      COMPUTE Period-Start = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(Cycle-Date) - 1)
      MOVE 1 TO Period-Day.

  P070-LoadDeliveryLog.
*>***************************************************************************
*> Every account this cycle has already sent or printed a statement
*> for.  A failure on file marks nothing: it is simply tried again.
*> The latest cut-off logged by any earlier cycle is where this
*> cycle's postings begin.
*>***************************************************************************
      MOVE SPACES TO Previous-Cutoff-TransactionID
      OPEN INPUT StatementLog
      IF StatementLogStatus = '00'
        PERFORM FOREVER
          READ StatementLog
          AT END
              EXIT PERFORM
          END-READ
          IF SLG-CycleDate IN Log-Struct = Cycle-Date
             AND (SLG-Sent IN Log-Struct OR SLG-Printed IN Log-Struct)
            MOVE "Y" TO AT-Delivered(1 + SLG-AccountNumber IN Log-Struct)
          END-IF
          IF SLG-CycleDate IN Log-Struct < Cycle-Date
             AND SLG-CutoffTransactionID IN Log-Struct
                                     > Previous-Cutoff-TransactionID
            MOVE SLG-CutoffTransactionID IN Log-Struct
                                     TO Previous-Cutoff-TransactionID
            MOVE SLG-CycleDate IN Log-Struct TO Previous-Cycle-Date
          END-IF
        END-PERFORM
        CLOSE StatementLog
      END-IF.

  P080-LoadGoals.
*>***************************************************************************
*> The active goals.  No file yet simply means nobody has a goal.
*>***************************************************************************
      MOVE SPACES TO Goal-Table
      OPEN INPUT Goals
      IF GoalsStatus = '00'
        PERFORM FOREVER
          READ Goals
          AT END
              EXIT PERFORM
          END-READ
          IF Goal-Active IN Goal-Struct
             AND GoalNumber IN Goal-Struct >= 1
             AND GoalNumber IN Goal-Struct <= 10
            MOVE "Y" TO GS-Present(1 + GoalAccountNumber IN Goal-Struct,
                                   GoalNumber IN Goal-Struct)
            MOVE GoalName IN Goal-Struct
                 TO GS-Name(1 + GoalAccountNumber IN Goal-Struct,
                            GoalNumber IN Goal-Struct)
            MOVE GoalTargetPennies IN Goal-Struct
                 TO GS-Target(1 + GoalAccountNumber IN Goal-Struct,
                              GoalNumber IN Goal-Struct)
            MOVE GoalEarmarkPennies IN Goal-Struct
                 TO GS-Earmark(1 + GoalAccountNumber IN Goal-Struct,
                               GoalNumber IN Goal-Struct)
          END-IF
        END-PERFORM
        CLOSE Goals
      END-IF.

  P090-LoadHolds.
*>***************************************************************************
*> The active holds.  No file yet simply means nothing is on hold.
*>***************************************************************************
      MOVE SPACES TO Hold-Table
      OPEN INPUT Holds
      IF HoldsStatus = '00'
        PERFORM FOREVER
          READ Holds
          AT END
              EXIT PERFORM
          END-READ
          IF Hold-Active IN Hold-Struct
             AND HoldNumber IN Hold-Struct >= 1
             AND HoldNumber IN Hold-Struct <= 10
            MOVE "Y" TO HS-Present(1 + HoldAccountNumber IN Hold-Struct,
                                   HoldNumber IN Hold-Struct)
            MOVE HoldMemo IN Hold-Struct
                 TO HS-Memo(1 + HoldAccountNumber IN Hold-Struct,
                            HoldNumber IN Hold-Struct)
            MOVE HoldAmountPennies IN Hold-Struct
                 TO HS-Amount(1 + HoldAccountNumber IN Hold-Struct,
                              HoldNumber IN Hold-Struct)
            MOVE HoldPlacedDate IN Hold-Struct
                 TO HS-PlacedDate(1 + HoldAccountNumber IN Hold-Struct,
                                  HoldNumber IN Hold-Struct)
          END-IF
        END-PERFORM
        CLOSE Holds
      END-IF.

  P100-ReportHeading.
      MOVE TodaysDate TO Date-Edit
      MOVE SPACES TO Work-Line
      STRING Date-Edit DELIMITED BY SIZE
             '  Piggy Bank Statement Cycle' DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      PERFORM P105-PeriodCaption
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE 'Acct Name             Result   Sent to' TO Report-Record
      WRITE Report-Record
      MOVE '---- ---------------- -------- ---------------------------------------'
                                                     TO Report-Record
      WRITE Report-Record.

  P105-PeriodCaption.
*>***************************************************************************
*> The period line for the report and every statement: from the
*> previous cycle's close when one is logged, else from the first of
*> the month.
*>***************************************************************************
      MOVE Cycle-Date TO Cycle-Date-Edit
      MOVE SPACES TO Work-Line
      IF Previous-Cutoff-TransactionID NOT = SPACES
        MOVE Previous-Cycle-Date TO Date-Edit
        STRING 'Postings after the close of ' DELIMITED BY SIZE
               Date-Edit DELIMITED BY SIZE
               ' through the close of ' DELIMITED BY SIZE
               Cycle-Date-Edit DELIMITED BY SIZE
            INTO Work-Line
      ELSE
        MOVE Period-Start TO Date-Edit
        STRING 'Postings from ' DELIMITED BY SIZE
               Date-Edit DELIMITED BY SIZE
               ' through the close of ' DELIMITED BY SIZE
               Cycle-Date-Edit DELIMITED BY SIZE
            INTO Work-Line
      END-IF.

  100-Select-Postings SECTION.
*>***************************************************************************
*> The period's postings: every archived entry after the previous
*> cycle's cut-off up to this close's, netted per account on the way
*> into the sort so the opening balance is known before the first
*> line of each statement is written.  The very first cycle, with no
*> earlier cut-off logged, starts from the first of its month.
*>***************************************************************************
  1.  OPEN INPUT Archive
      IF ArchiveStatus NOT = '00'
        DISPLAY 'No TransactionsArchive.dat -- statements will show'
                ' balances only.' UPON STDERR
        EXIT SECTION
      END-IF
      PERFORM FOREVER
        READ Archive
        AT END
            EXIT PERFORM
        END-READ
        MOVE TransactionID IN Archive-Struct TO TransactionID-Pieces
        IF ((Previous-Cutoff-TransactionID NOT = SPACES
             AND TransactionID IN Archive-Struct
                                      > Previous-Cutoff-TransactionID)
            OR (Previous-Cutoff-TransactionID = SPACES
             AND TID-Date NOT < Period-Start))
           AND TransactionID IN Archive-Struct NOT > Cutoff-TransactionID
          MOVE AccountNumber IN Archive-Struct TO S-AccountNumber
          MOVE TransactionID IN Archive-Struct TO S-TransactionID
          MOVE AmountOfPennies IN Archive-Struct TO S-AmountOfPennies
          MOVE TransactionType IN Archive-Struct TO S-TransactionType
          MOVE VoidOfTransactionID IN Archive-Struct
                                          TO S-VoidOfTransactionID
          MOVE TransactionMemo IN Archive-Struct TO S-TransactionMemo
          ADD S-AmountOfPennies TO AT-Period-Net(1 + S-AccountNumber)
          RELEASE SORT-REC
        END-IF
      END-PERFORM
      CLOSE Archive
      .

  200-Produce-Statements SECTION.
*>***************************************************************************
*> Accounts in key order against the sorted postings: each account's
*> postings are printed on its statement, and those of accounts that
*> get none (closed, already delivered) are passed over.
*>***************************************************************************
  1.  OPEN INPUT Accounts
      IF AccountsStatus NOT = '00'
        DISPLAY 'Could not open Accounts file!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      OPEN INPUT Profiles
      IF ProfilesStatus = '00'
        MOVE "Y" TO Profiles-Present-Flag
      END-IF
      PERFORM P310-NextPosting
      PERFORM FOREVER
        READ Accounts NEXT RECORD
        AT END
            EXIT PERFORM
        END-READ
        PERFORM P300-OneAccount
      END-PERFORM
      CLOSE Accounts
      IF Profiles-On-File
        CLOSE Profiles
      END-IF
      .

*>***************************************************************************
*> Service paragraphs, in their own section so that neither the sort's
*> input procedure nor its output procedure runs on into them when the
*> performed section ends -- a section PERFORM executes through every
*> paragraph up to the next section header.
*>***************************************************************************
  300-Service-Paragraphs SECTION.
  P300-OneAccount.
*>***************************************************************************
*> One account's statement, unless it is closed, was opened since the
*> close, or already has this cycle's statement.
*>***************************************************************************

>>D    DISPLAY "*** P300-OneAccount for "
>>D            AccountNumber IN Account-Struct UPON STDERR
      COMPUTE Account-Sub = 1 + AccountNumber IN Account-Struct
      PERFORM P310-NextPosting
          UNTIL Postings-Exhausted
             OR S-AccountNumber NOT < AccountNumber IN Account-Struct
      IF Account-Closed IN Account-Struct
         OR NOT AT-In-Checkpoint(Account-Sub)
        PERFORM P320-SkipAccountPostings
        EXIT PARAGRAPH
      END-IF
      IF AT-Already-Delivered(Account-Sub)
        ADD 1 TO Statements-Skipped
        PERFORM P320-SkipAccountPostings
        EXIT PARAGRAPH
      END-IF
      PERFORM P330-GetProfile
      PERFORM P400-WriteStatement
      PERFORM P500-Deliver
      PERFORM P600-LogDelivery
      PERFORM P700-ReportLine.

  P310-NextPosting.
      IF NOT Postings-Exhausted
        RETURN SORT-FILE
        AT END
          MOVE "Y" TO F-EOF
        END-RETURN
      END-IF.

  P320-SkipAccountPostings.
      PERFORM P310-NextPosting
          UNTIL Postings-Exhausted
             OR S-AccountNumber NOT = AccountNumber IN Account-Struct.

  P330-GetProfile.
*>***************************************************************************
*> The first guardian with a name, and the first e-mail address on
*> file for either guardian.
*>***************************************************************************
      MOVE SPACES TO Guardian-Name
      MOVE SPACES TO Guardian-Email
      MOVE SPACES TO Address-Line-1
      MOVE SPACES TO Address-Line-2
      IF NOT Profiles-On-File
        EXIT PARAGRAPH
      END-IF
      MOVE AccountNumber IN Account-Struct
                           TO ProfileAccountNumber IN Profile-Struct
      READ Profiles RECORD
        INVALID KEY
          EXIT PARAGRAPH
      END-READ
      MOVE ProfileGuardianName IN Profile-Struct(1) TO Guardian-Name
      IF Guardian-Name = SPACES
        MOVE ProfileGuardianName IN Profile-Struct(2) TO Guardian-Name
      END-IF
      MOVE ProfileGuardianEmail IN Profile-Struct(1) TO Guardian-Email
      IF Guardian-Email = SPACES
        MOVE ProfileGuardianEmail IN Profile-Struct(2) TO Guardian-Email
      END-IF
      MOVE ProfileStreet IN Profile-Struct TO Address-Line-1
      IF ProfileCity IN Profile-Struct NOT = SPACES
        STRING ProfileCity IN Profile-Struct   DELIMITED BY '  '
               ', '                            DELIMITED BY SIZE
               ProfileState IN Profile-Struct  DELIMITED BY SIZE
               '  '                            DELIMITED BY SIZE
               ProfilePostalCode IN Profile-Struct DELIMITED BY SPACE
            INTO Address-Line-2
        END-STRING
      END-IF.

  P400-WriteStatement.
*>***************************************************************************
*> The statement itself, to /tmp/statement.txt and from there to its
*> PDF under statements/.
*>***************************************************************************
      COMPUTE Opening-Balance = AT-Closing(Account-Sub)
                              - AT-Period-Net(Account-Sub)
      MOVE Opening-Balance TO Running-Balance
      MOVE 0 TO Posting-Count
      OPEN OUTPUT Statement-File
      MOVE SPACES TO Work-Line
      STRING 'PIGGY BANK, Your Bank under your bed!' DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Statement-Record
      WRITE Statement-Record
      MOVE SPACES TO Work-Line
      STRING 'Monthly statement for ' DELIMITED BY SIZE
             Month-Name(Period-Month) DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             Period-Year DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Statement-Record
      WRITE Statement-Record
      PERFORM P105-PeriodCaption
      MOVE Work-Line TO Statement-Record
      WRITE Statement-Record
      MOVE SPACES TO Statement-Record
      WRITE Statement-Record
      MOVE SPACES TO Work-Line
      STRING 'Account #: ' DELIMITED BY SIZE
             AccountNumber IN Account-Struct DELIMITED BY SIZE
             '   Name: ' DELIMITED BY SIZE
             AccountName IN Account-Struct DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Statement-Record
      WRITE Statement-Record
      IF Guardian-Name NOT = SPACES
        MOVE SPACES TO Work-Line
        STRING 'Guardian:  ' DELIMITED BY SIZE
               Guardian-Name DELIMITED BY SIZE
            INTO Work-Line
        MOVE Work-Line TO Statement-Record
        WRITE Statement-Record
      END-IF
      IF Address-Line-1 NOT = SPACES
        MOVE SPACES TO Statement-Record
        MOVE Address-Line-1 TO Statement-Record(12:30)
        WRITE Statement-Record
      END-IF
      IF Address-Line-2 NOT = SPACES
        MOVE SPACES TO Statement-Record
        MOVE Address-Line-2 TO Statement-Record(12:40)
        WRITE Statement-Record
      END-IF
      MOVE SPACES TO Statement-Record
      WRITE Statement-Record
      MOVE 'Date        Flag     Memo                       Amount      Balance'
                                                   TO Statement-Record
      WRITE Statement-Record
      MOVE '----------  -------- -------------------- ------------ ------------'
                                                   TO Statement-Record
      WRITE Statement-Record
      COMPUTE Dollars = Opening-Balance / 100
      MOVE Dollars TO Balance-Edit
      MOVE SPACES TO Statement-Record
      MOVE 'Opening balance' TO Statement-Record(22:20)
      MOVE Balance-Edit TO Statement-Record(56:12)
      WRITE Statement-Record
      PERFORM P410-PostingLine
          UNTIL Postings-Exhausted
             OR S-AccountNumber NOT = AccountNumber IN Account-Struct
      IF Posting-Count = 0
        MOVE SPACES TO Statement-Record
        MOVE 'No postings this period' TO Statement-Record(22:30)
        WRITE Statement-Record
      END-IF
      COMPUTE Dollars = AT-Closing(Account-Sub) / 100
      MOVE Dollars TO Balance-Edit
      MOVE SPACES TO Statement-Record
      MOVE 'Closing balance' TO Statement-Record(22:20)
      MOVE Balance-Edit TO Statement-Record(56:12)
      WRITE Statement-Record
      PERFORM P420-GoalLines
      PERFORM P430-HoldLines
      CLOSE Statement-File
      MOVE SPACES TO Statement-Name
      STRING 'statements/' DELIMITED BY SIZE
             Period-Year DELIMITED BY SIZE
             Period-Month DELIMITED BY SIZE
             '-' DELIMITED BY SIZE
             AccountNumber IN Account-Struct DELIMITED BY SIZE
             '.pdf' DELIMITED BY SIZE
          INTO Statement-Name
      MOVE SPACES TO Shell-Command
      STRING 'a2ps -q -1 -B --borders=no --lines-per-page=66 -o - '
                                                     DELIMITED BY SIZE
             '/tmp/statement.txt|ps2pdf - ' DELIMITED BY SIZE
             Statement-Name DELIMITED BY SPACE
          INTO Shell-Command
      CALL "SYSTEM" USING Shell-Command
      IF RETURN-CODE = 0
        MOVE "Y" TO Pdf-Built-Flag
      ELSE
        MOVE "N" TO Pdf-Built-Flag
      END-IF
      MOVE 0 TO RETURN-CODE.

  P410-PostingLine.
      ADD 1 TO Posting-Count
      ADD S-AmountOfPennies TO Running-Balance
      MOVE SPACES TO Txn-Type-Flag
      EVALUATE TRUE
        WHEN S-Interest-Transaction
          MOVE 'INTEREST' TO Txn-Type-Flag
        WHEN S-Void-Transaction
          MOVE 'VOID' TO Txn-Type-Flag
        WHEN S-Adjustment-Transaction
          MOVE 'ADJUST' TO Txn-Type-Flag
        WHEN S-Loan-Advance-Transaction
          MOVE 'IOU LOAN' TO Txn-Type-Flag
        WHEN S-Loan-Repayment-Transaction
          MOVE 'IOU REPY' TO Txn-Type-Flag
        WHEN S-Transfer-Transaction
          MOVE S-VoidOfTransactionID TO Linked-TransactionID
          IF S-AmountOfPennies < 0
            STRING 'XFR>'                DELIMITED BY SIZE
                   Linked-AccountNumber  DELIMITED BY SIZE
                INTO Txn-Type-Flag
          ELSE
            STRING 'XFR<'                DELIMITED BY SIZE
                   Linked-AccountNumber  DELIMITED BY SIZE
                INTO Txn-Type-Flag
          END-IF
      END-EVALUATE
      MOVE S-TransactionID TO TransactionID-Pieces
      MOVE TID-Date TO Date-Edit
      COMPUTE Dollars = S-AmountOfPennies / 100
      MOVE Dollars TO Amount-Edit
      COMPUTE Dollars = Running-Balance / 100
      MOVE Dollars TO Balance-Edit
      MOVE SPACES TO Statement-Record
      MOVE Date-Edit TO Statement-Record(1:10)
      MOVE Txn-Type-Flag TO Statement-Record(13:8)
      MOVE S-TransactionMemo TO Statement-Record(22:20)
      MOVE Amount-Edit TO Statement-Record(43:12)
      MOVE Balance-Edit TO Statement-Record(56:12)
      WRITE Statement-Record
      PERFORM P310-NextPosting.

  P420-GoalLines.
      MOVE "N" TO Any-Listed-Flag
      PERFORM VARYING Goal-Sub FROM 1 BY 1 UNTIL Goal-Sub > 10
        IF GS-Goal-Present(Account-Sub, Goal-Sub)
          IF NOT Any-Listed
            MOVE "Y" TO Any-Listed-Flag
            MOVE SPACES TO Statement-Record
            WRITE Statement-Record
            MOVE 'Savings goals               Put aside       Target'
                                                   TO Statement-Record
            WRITE Statement-Record
          END-IF
          COMPUTE Dollars = GS-Earmark(Account-Sub, Goal-Sub) / 100
          MOVE Dollars TO Amount-Edit
          COMPUTE Dollars = GS-Target(Account-Sub, Goal-Sub) / 100
          MOVE Dollars TO Target-Edit
          MOVE SPACES TO Statement-Record
          MOVE GS-Name(Account-Sub, Goal-Sub) TO Statement-Record(3:16)
          MOVE Amount-Edit TO Statement-Record(26:12)
          MOVE Target-Edit TO Statement-Record(39:12)
          WRITE Statement-Record
        END-IF
      END-PERFORM.

  P430-HoldLines.
      MOVE "N" TO Any-Listed-Flag
      PERFORM VARYING Hold-Sub FROM 1 BY 1 UNTIL Hold-Sub > 10
        IF HS-Hold-Present(Account-Sub, Hold-Sub)
          IF NOT Any-Listed
            MOVE "Y" TO Any-Listed-Flag
            MOVE SPACES TO Statement-Record
            WRITE Statement-Record
            MOVE 'Holds                          Amount  Placed'
                                                   TO Statement-Record
            WRITE Statement-Record
          END-IF
          COMPUTE Dollars = HS-Amount(Account-Sub, Hold-Sub) / 100
          MOVE Dollars TO Amount-Edit
          MOVE HS-PlacedDate(Account-Sub, Hold-Sub) TO Date-Edit
          MOVE SPACES TO Statement-Record
          MOVE HS-Memo(Account-Sub, Hold-Sub) TO Statement-Record(3:20)
          MOVE Amount-Edit TO Statement-Record(26:12)
          MOVE Date-Edit TO Statement-Record(40:10)
          WRITE Statement-Record
        END-IF
      END-PERFORM.

  P500-Deliver.
*>***************************************************************************
*> E-mail the statement when the profile has a usable address,
*> otherwise send it to the printer.  Either way the command's exit
*> status decides whether it went.  A statement whose PDF could not
*> be made goes nowhere and is tried again on the rerun.
*>***************************************************************************
      MOVE SPACES TO Delivery-Reason
      MOVE SPACES TO Delivery-Destination
      IF NOT Pdf-Built
        MOVE "P" TO Delivery-Method
        MOVE "F" TO Delivery-Result
        MOVE Statement-Name TO Delivery-Destination
        MOVE 'statement PDF not made' TO Delivery-Reason
        EXIT PARAGRAPH
      END-IF
      IF Guardian-Email NOT = SPACES
        PERFORM P510-CheckEmail
        MOVE "E" TO Delivery-Method
        MOVE Guardian-Email TO Delivery-Destination
        IF NOT Email-OK
          MOVE "F" TO Delivery-Result
          MOVE 'e-mail address not usable' TO Delivery-Reason
          EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO Shell-Command
        STRING 'echo "Your Piggy Bank statement is attached."|mutt -s '
                                                   DELIMITED BY SIZE
               '"Piggy Bank statement for ' DELIMITED BY SIZE
               Month-Name(Period-Month) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               Period-Year DELIMITED BY SIZE
               '" -a ' DELIMITED BY SIZE
               Statement-Name DELIMITED BY SPACE
               ' -- ' DELIMITED BY SIZE
               Guardian-Email DELIMITED BY SPACE
            INTO Shell-Command
        CALL "SYSTEM" USING Shell-Command
        IF RETURN-CODE = 0
          MOVE "S" TO Delivery-Result
        ELSE
          MOVE "F" TO Delivery-Result
          MOVE 'mail command failed' TO Delivery-Reason
        END-IF
      ELSE
        MOVE "P" TO Delivery-Method
        MOVE 'printer' TO Delivery-Destination
        MOVE SPACES TO Shell-Command
        STRING 'lpr ' DELIMITED BY SIZE
               Statement-Name DELIMITED BY SPACE
            INTO Shell-Command
        CALL "SYSTEM" USING Shell-Command
        IF RETURN-CODE = 0
          MOVE "P" TO Delivery-Result
        ELSE
          MOVE "F" TO Delivery-Result
          MOVE 'print command failed' TO Delivery-Reason
        END-IF
      END-IF
      MOVE 0 TO RETURN-CODE.

  P510-CheckEmail.
      MOVE "Y" TO Email-OK-Flag
      MOVE 0 TO At-Sign-Count
      PERFORM VARYING Email-Sub FROM 1 BY 1 UNTIL Email-Sub > 40
        MOVE Guardian-Email(Email-Sub:1) TO Email-Char
        EVALUATE TRUE
          WHEN Email-Char = SPACE
            IF Guardian-Email(Email-Sub:) NOT = SPACES
              MOVE "N" TO Email-OK-Flag
            END-IF
          WHEN Email-Char = "@"
            ADD 1 TO At-Sign-Count
          WHEN Email-Char IS ALPHABETIC
          WHEN Email-Char IS NUMERIC
          WHEN Email-Char = "." OR "_" OR "+" OR "-"
            CONTINUE
          WHEN OTHER
            MOVE "N" TO Email-OK-Flag
        END-EVALUATE
      END-PERFORM
      IF At-Sign-Count NOT = 1
         OR Guardian-Email(1:1) = "@" OR "-"
        MOVE "N" TO Email-OK-Flag
      END-IF.

  P600-LogDelivery.
*>***************************************************************************
*> Append the attempt to the delivery log under the same
*> exclusive-open-per-append discipline as the audit trail.
*>***************************************************************************
      MOVE 0 TO File-Retry-Count
      PERFORM WITH TEST AFTER UNTIL StatementLogStatus = '00'
        OPEN EXTEND StatementLog
        IF StatementLogStatus = '35'
          OPEN OUTPUT StatementLog
        END-IF
        IF StatementLogStatus NOT = '00'
          ADD 1 TO File-Retry-Count
          IF File-Retry-Count > Retry-Limit
            DISPLAY 'Cannot get at the StatementLog file!' UPON STDERR
            MOVE 1 TO RETURN-CODE
            STOP RUN
          END-IF
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-PERFORM
      MOVE FUNCTION CURRENT-DATE TO Now
      MOVE Cycle-Date TO SLG-CycleDate IN Log-Struct
      MOVE AccountNumber IN Account-Struct
                              TO SLG-AccountNumber IN Log-Struct
      MOVE Now(1:16) TO SLG-Timestamp IN Log-Struct
      MOVE Delivery-Method TO SLG-Method IN Log-Struct
      MOVE Delivery-Result TO SLG-Result IN Log-Struct
      MOVE Delivery-Destination TO SLG-Destination IN Log-Struct
      MOVE Delivery-Reason TO SLG-Reason IN Log-Struct
      MOVE Cutoff-TransactionID
                          TO SLG-CutoffTransactionID IN Log-Struct
      WRITE Log-Struct
      CLOSE StatementLog
      EVALUATE Delivery-Result
        WHEN "S"
          ADD 1 TO Statements-Sent
        WHEN "P"
          ADD 1 TO Statements-Printed
        WHEN OTHER
          ADD 1 TO Statements-Failed
      END-EVALUATE.

  P700-ReportLine.
      MOVE SPACES TO Work-Line
      MOVE AccountNumber IN Account-Struct TO Work-Line(1:4)
      MOVE AccountName IN Account-Struct TO Work-Line(6:16)
      EVALUATE Delivery-Result
        WHEN "S"
          MOVE 'E-MAILED' TO Work-Line(23:8)
          MOVE Delivery-Destination TO Work-Line(32:40)
        WHEN "P"
          MOVE 'PRINTED' TO Work-Line(23:8)
        WHEN OTHER
          MOVE 'FAILED' TO Work-Line(23:8)
          STRING Delivery-Destination DELIMITED BY '  '
                 ' -- ' DELIMITED BY SIZE
                 Delivery-Reason DELIMITED BY '  '
              INTO Work-Line(32:69)
      END-EVALUATE
      MOVE Work-Line TO Report-Record
      WRITE Report-Record.

  P800-FinishReport.
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE Statements-Sent TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'E-mailed:                 ' DELIMITED BY SIZE
             Count-Edit DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE Statements-Printed TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Printed:                  ' DELIMITED BY SIZE
             Count-Edit DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE Statements-Failed TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Failed (rerun to retry):  ' DELIMITED BY SIZE
             Count-Edit DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE Statements-Skipped TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Already delivered:        ' DELIMITED BY SIZE
             Count-Edit DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      CLOSE Report-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/stmtcycle.txt|ps2pdf - stmtcycle.pdf"
      DISPLAY "Statements e-mailed " Statements-Sent ", printed "
              Statements-Printed ", failed " Statements-Failed
              UPON STDERR.

END PROGRAM StatementCycle.
