*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 19:00:00 2026
*>  Last Modified : <261015.1900>
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
*>  Family dashboard feed:
*>
*>      DashboardFeed
*>
*>  Writes dashboard.json, the JSON document the kitchen tablet shows,
*>  so the family can see where the money stands without anyone
*>  signing in at the teller screen or the kiosk.  Run as the last
*>  step of NightRun.  For each open account it carries:
*>
*>    - the account number, name and balance;
*>    - the available balance -- the balance less active holds and
*>      open term deposits, the same figure the teller screen lets a
*>      withdrawal draw on;
*>    - each active savings goal with its target and earmark;
*>    - the next allowance due, from the earliest active standing
*>      order (null when there is none);
*>    - the last ten postings, newest first, with their memos, from
*>      JournalIndex.dat.
*>
*>  then each household (from Households.dat) with its open members'
*>  totals.  Amounts are in dollars and cents.  Nothing from the PIN,
*>  limit or teller fields is ever read into the feed.
*>
*>  The document is written to dashboard.json.new and moved over
*>  dashboard.json only once it is complete, so the tablet never picks
*>  up half a feed; a failed run leaves yesterday's feed in place and
*>  exits with RETURN-CODE 1.  With JournalIndex.dat missing (waiting
*>  to be rebuilt by the next teller session) the posting lists are
*>  empty and a warning goes to the operator.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. DashboardFeed.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
      SELECT JournalIndex ASSIGN TO 'JournalIndex.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-Key OF Journal-Index-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS JournalIndexStatus.
      SELECT Goals ASSIGN TO 'SavingsGoals.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GoalsStatus.
      SELECT Holds ASSIGN TO 'Holds.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HoldsStatus.
      SELECT Terms ASSIGN TO 'TermDeposits.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TermsStatus.
      SELECT Orders ASSIGN TO 'StandingOrders.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OrdersStatus.
      SELECT Households ASSIGN TO 'Households.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HouseholdsStatus.
      SELECT Feed-File ASSIGN TO 'dashboard.json.new'
                        LINE SEQUENTIAL
        FILE STATUS IS FeedStatus.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "JournalIndexData.cbi" REPLACING JIDX BY JournalIndex
                                          Record BY Journal-Index-Struct.
    COPY "SavingsGoalData.cbi" REPLACING GOAL BY Goals
                               Record BY Goal-Struct.
    COPY "HoldFileData.cbi" REPLACING HOLD BY Holds
                            Record BY Hold-Struct.
    COPY "TermDepositData.cbi" REPLACING TERM BY Terms
                               Record BY Term-Struct.
    COPY "StandingOrderData.cbi" REPLACING ORD BY Orders
                                 Record BY Order-Struct.
    COPY "HouseholdData.cbi" REPLACING HHLD BY Households
                                       Record BY Household-Struct.
    FD Feed-File.
    01 Feed-Record PICTURE IS X(200).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 GoalsStatus PICTURE IS XX.
    01 HoldsStatus PICTURE IS XX.
    01 TermsStatus PICTURE IS XX.
    01 OrdersStatus PICTURE IS XX.
    01 HouseholdsStatus PICTURE IS XX.
    01 FeedStatus PICTURE IS XX.
    01 Index-Present-Flag PICTURE IS X VALUE "N".
        88 Index-On-File VALUE "Y".
*>***************************************************************************
*> Time stamp for the feed's "generated" field
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
*> What each account has outside Accounts.dat, slotted by account
*> number: held, locked in terms, its next allowance, and which
*> household (if any) it belongs to.
*>***************************************************************************
    01 Account-Side-Table.
        02 Account-Side OCCURS 10000 TIMES.
            03 AS-Held PICTURE IS S9(8).
            03 AS-Locked PICTURE IS S9(8).
            03 AS-Order-Due PICTURE IS 9(8).
            03 AS-Order-Amount PICTURE IS S9(8).
            03 AS-Order-Frequency PICTURE IS X(01).
            03 AS-Household PICTURE IS 9(3).
    01 Slot PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> The active goals, in file order (so each account's goals come out
*> in the order they were set up).
*>***************************************************************************
    01 Goal-Table.
        02 Goal-Entry OCCURS 5000 TIMES.
            03 GT-Account PICTURE IS 9(4).
            03 GT-Name PICTURE IS X(16).
            03 GT-Target PICTURE IS S9(8).
            03 GT-Earmark PICTURE IS S9(8).
    01 Goal-Count PICTURE IS 9(4) VALUE 0.
    01 Goal-Sub PICTURE IS 9(4) VALUE 0.
*>***************************************************************************
*> The households and their open members' totals.
*>***************************************************************************
    01 Household-Table.
        02 Household-Entry OCCURS 100 TIMES.
            03 HH-Name PICTURE IS X(16).
            03 HH-Members PICTURE IS 9(4).
            03 HH-Balance PICTURE IS S9(10).
            03 HH-Available PICTURE IS S9(10).
    01 Household-Count PICTURE IS 9(3) VALUE 0.
    01 Household-Sub PICTURE IS 9(3) VALUE 0.
    01 Search-Sub PICTURE IS 9(3) VALUE 0.
*>***************************************************************************
*> The last ten postings seen for the account, kept as a ring: each
*> new one overwrites the oldest, and Ring-Next is where the next one
*> goes.
*>***************************************************************************
    01 Posting-Ring.
        02 Ring-Entry OCCURS 10 TIMES.
            03 RG-TransactionID PICTURE IS X(32).
            03 RG-Amount PICTURE IS S9(8).
            03 RG-Type PICTURE IS X(01).
            03 RG-Memo PICTURE IS X(20).
    01 Ring-Count PICTURE IS 9(2) VALUE 0.
    01 Ring-Next PICTURE IS 9(2) VALUE 1.
    01 Ring-Sub PICTURE IS 9(2) VALUE 0.
    01 Ring-Left PICTURE IS 9(2) VALUE 0.
*>***************************************************************************
*> The account being written
*>***************************************************************************
    01 Current-Account PICTURE IS 9(4) VALUE 0.
    01 Current-Balance PICTURE IS S9(8) VALUE 0.
    01 Current-Available PICTURE IS S9(8) VALUE 0.
    01 Accounts-Written PICTURE IS 9(5) VALUE 0.
    01 Goals-Dropped PICTURE IS 9(5) VALUE 0.
    01 Households-Dropped PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> Building the JSON text.  A list item is held back until the next
*> one comes along, so it can be written with or without the comma
*> that separates it from the next.
*>***************************************************************************
    01 Feed-Line PICTURE IS X(200) VALUE SPACES.
    01 Held-Line PICTURE IS X(200) VALUE SPACES.
    01 Work-Line PICTURE IS X(200) VALUE SPACES.
    01 Held-Line-Flag PICTURE IS X VALUE "N".
        88 Line-Held VALUE "Y".
    01 Money-Pennies PICTURE IS S9(10) VALUE 0.
    01 Money-Dollars PICTURE IS S9(8)V99 VALUE 0.
    01 Money-Edit PICTURE IS -(8)9.99.
    01 Money-Text PICTURE IS X(14) VALUE SPACES.
    01 Date-In PICTURE IS 9(8) VALUE 0.
    01 Date-Text PICTURE IS X(10) VALUE SPACES.
    01 Number-Edit PICTURE IS ZZZ9.
    01 Type-Text PICTURE IS X(12) VALUE SPACES.
    01 Frequency-Text PICTURE IS X(07) VALUE SPACES.
    01 Escape-In PICTURE IS X(32) VALUE SPACES.
    01 Escape-Out PICTURE IS X(70) VALUE SPACES.
    01 Escape-Length PICTURE IS 9(2) VALUE 0.
    01 Escape-Sub PICTURE IS 9(2) VALUE 0.
    01 Escape-Pos PICTURE IS 9(2) VALUE 0.
    01 Escape-Char PICTURE IS X(01) VALUE SPACE.
    01 Name-Text PICTURE IS X(70) VALUE SPACES.
    01 Memo-Text PICTURE IS X(70) VALUE SPACES.
    01 Rename-Command PICTURE IS X(60)
                      VALUE 'mv dashboard.json.new dashboard.json'.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. PERFORM P050-LoadHouseholds
     PERFORM P060-LoadHolds
     PERFORM P070-LoadTerms
     PERFORM P080-LoadOrders
     PERFORM P090-LoadGoals
     PERFORM P100-StartFeed
     PERFORM P200-WriteAccounts
     PERFORM P300-WriteHouseholds
     PERFORM P400-FinishFeed
     DISPLAY "Dashboard feed written for " Accounts-Written
             " open account(s)."
     STOP RUN.

  P050-LoadHouseholds.
*>***************************************************************************
*> Today's households.  No file simply means nobody is grouped.
*>***************************************************************************
      INITIALIZE Account-Side-Table
      INITIALIZE Household-Table
      OPEN INPUT Households
      IF HouseholdsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL HouseholdsStatus NOT = '00'
          READ Households
          IF HouseholdsStatus = '00'
            IF Household-Active IN Household-Struct
              PERFORM P055-FindHousehold
              IF Household-Sub > 0
                MOVE Household-Sub TO AS-Household(1 +
                     HouseholdAccountNumber IN Household-Struct)
              END-IF
            END-IF
          END-IF
        END-PERFORM
        CLOSE Households
      END-IF.

  P055-FindHousehold.
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

  P060-LoadHolds.
*>***************************************************************************
*> Everything on hold, by account.
*>***************************************************************************
      OPEN INPUT Holds
      IF HoldsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL HoldsStatus NOT = '00'
          READ Holds
          IF HoldsStatus = '00'
            IF Hold-Active IN Hold-Struct
              ADD HoldAmountPennies IN Hold-Struct
                  TO AS-Held(1 + HoldAccountNumber IN Hold-Struct)
            END-IF
          END-IF
        END-PERFORM
        CLOSE Holds
      END-IF.

  P070-LoadTerms.
*>***************************************************************************
*> Everything locked in open term deposits, by account.
*>***************************************************************************
      OPEN INPUT Terms
      IF TermsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL TermsStatus NOT = '00'
          READ Terms
          IF TermsStatus = '00'
            IF Term-Open IN Term-Struct
              ADD TermAmountPennies IN Term-Struct
                  TO AS-Locked(1 + TermAccountNumber IN Term-Struct)
            END-IF
          END-IF
        END-PERFORM
        CLOSE Terms
      END-IF.

  P080-LoadOrders.
*>***************************************************************************
*> Each account's next allowance: the active standing order falling
*> due soonest.
*>***************************************************************************
      OPEN INPUT Orders
      IF OrdersStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL OrdersStatus NOT = '00'
          READ Orders
          IF OrdersStatus = '00'
            IF Order-Active IN Order-Struct
              COMPUTE Slot = 1 + OrderAccountNumber IN Order-Struct
              IF AS-Order-Due(Slot) = 0
                 OR OrderNextDueDate IN Order-Struct
                                                 < AS-Order-Due(Slot)
                MOVE OrderNextDueDate IN Order-Struct
                                                 TO AS-Order-Due(Slot)
                MOVE OrderAmountPennies IN Order-Struct
                                              TO AS-Order-Amount(Slot)
                MOVE OrderFrequency IN Order-Struct
                                           TO AS-Order-Frequency(Slot)
              END-IF
            END-IF
          END-IF
        END-PERFORM
        CLOSE Orders
      END-IF.

  P090-LoadGoals.
*>***************************************************************************
*> The active savings goals.
*>***************************************************************************
      MOVE 0 TO Goal-Count
      OPEN INPUT Goals
      IF GoalsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL GoalsStatus NOT = '00'
          READ Goals
          IF GoalsStatus = '00'
            IF Goal-Active IN Goal-Struct
              IF Goal-Count < 5000
                ADD 1 TO Goal-Count
                MOVE GoalAccountNumber IN Goal-Struct
                                             TO GT-Account(Goal-Count)
                MOVE GoalName IN Goal-Struct TO GT-Name(Goal-Count)
                MOVE GoalTargetPennies IN Goal-Struct
                                              TO GT-Target(Goal-Count)
                MOVE GoalEarmarkPennies IN Goal-Struct
                                             TO GT-Earmark(Goal-Count)
              ELSE
                ADD 1 TO Goals-Dropped
              END-IF
            END-IF
          END-IF
        END-PERFORM
        CLOSE Goals
      END-IF
      IF Goals-Dropped > 0
        DISPLAY 'DashboardFeed: ' Goals-Dropped
                ' goal(s) left out -- goal table full.' UPON STDERR
      END-IF.

  P100-StartFeed.
*>***************************************************************************
*> Open the new feed and write its head.
*>***************************************************************************
      OPEN OUTPUT Feed-File
      IF FeedStatus NOT = '00'
        DISPLAY 'Could not create dashboard.json.new!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      OPEN INPUT JournalIndex
      IF JournalIndexStatus = '00'
        MOVE "Y" TO Index-Present-Flag
      ELSE
        DISPLAY 'DashboardFeed: no JournalIndex.dat -- the feed goes'
                ' out without recent postings.' UPON STDERR
      END-IF
      MOVE FUNCTION CURRENT-DATE TO Now
      MOVE '{' TO Feed-Line
      PERFORM P900-WriteLine
      MOVE SPACES TO Feed-Line
      STRING '  "generated": "' DELIMITED BY SIZE
             CDT-Year '-' CDT-Month '-' CDT-Day 'T'
             CDT-Hour ':' CDT-Minutes ':' CDT-Seconds
                                DELIMITED BY SIZE
             '",'               DELIMITED BY SIZE
          INTO Feed-Line
      PERFORM P900-WriteLine
      MOVE '  "accounts": [' TO Feed-Line
      PERFORM P900-WriteLine.

  P200-WriteAccounts.
*>***************************************************************************
*> One object per open account, in account-number order.
*>***************************************************************************
      OPEN INPUT Accounts
      IF AccountsStatus NOT = '00'
        DISPLAY 'Could not open Accounts file!' UPON STDERR
        CLOSE Feed-File
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      PERFORM FOREVER
        READ Accounts NEXT RECORD
        AT END
            EXIT PERFORM
        END-READ
        IF Account-Open IN Account-Struct
          PERFORM P210-WriteOneAccount
        END-IF
      END-PERFORM
      CLOSE Accounts
      IF Accounts-Written > 0
        MOVE '    }' TO Feed-Line
        PERFORM P900-WriteLine
      END-IF
      MOVE '  ],' TO Feed-Line
      PERFORM P900-WriteLine.

  P210-WriteOneAccount.
      MOVE AccountNumber IN Account-Struct TO Current-Account
      COMPUTE Slot = 1 + Current-Account
      MOVE AccountPennies IN Account-Struct TO Current-Balance
      COMPUTE Current-Available =
              Current-Balance - AS-Held(Slot) - AS-Locked(Slot)
      IF AS-Household(Slot) > 0
        MOVE AS-Household(Slot) TO Household-Sub
        ADD 1 TO HH-Members(Household-Sub)
        ADD Current-Balance TO HH-Balance(Household-Sub)
        ADD Current-Available TO HH-Available(Household-Sub)
      END-IF
      IF Accounts-Written > 0
        MOVE '    },' TO Feed-Line
        PERFORM P900-WriteLine
      END-IF
      ADD 1 TO Accounts-Written
      MOVE '    {' TO Feed-Line
      PERFORM P900-WriteLine
      MOVE Current-Account TO Number-Edit
      MOVE SPACES TO Feed-Line
      STRING '      "number": '        DELIMITED BY SIZE
             FUNCTION TRIM(Number-Edit) DELIMITED BY SIZE
             ','                       DELIMITED BY SIZE
          INTO Feed-Line
      PERFORM P900-WriteLine
      MOVE AccountName IN Account-Struct TO Escape-In
      PERFORM P950-EscapeText
      MOVE SPACES TO Feed-Line
      STRING '      "name": "'         DELIMITED BY SIZE
             Escape-Out(1:Escape-Pos)  DELIMITED BY SIZE
             '",'                      DELIMITED BY SIZE
          INTO Feed-Line
      PERFORM P900-WriteLine
      MOVE Current-Balance TO Money-Pennies
      PERFORM P930-EditMoney
      MOVE SPACES TO Feed-Line
      STRING '      "balance": '       DELIMITED BY SIZE
             FUNCTION TRIM(Money-Text) DELIMITED BY SIZE
             ','                       DELIMITED BY SIZE
          INTO Feed-Line
      PERFORM P900-WriteLine
      MOVE Current-Available TO Money-Pennies
      PERFORM P930-EditMoney
      MOVE SPACES TO Feed-Line
      STRING '      "available": '     DELIMITED BY SIZE
             FUNCTION TRIM(Money-Text) DELIMITED BY SIZE
             ','                       DELIMITED BY SIZE
          INTO Feed-Line
      PERFORM P900-WriteLine
      PERFORM P220-WriteGoals
      PERFORM P230-WriteNextAllowance
      PERFORM P240-WritePostings.

  P220-WriteGoals.
      MOVE '      "goals": [' TO Feed-Line
      PERFORM P900-WriteLine
      PERFORM VARYING Goal-Sub FROM 1 BY 1 UNTIL Goal-Sub > Goal-Count
        IF GT-Account(Goal-Sub) = Current-Account
          MOVE GT-Name(Goal-Sub) TO Escape-In
          PERFORM P950-EscapeText
          MOVE Escape-Out(1:Escape-Pos) TO Name-Text
          MOVE SPACES TO Feed-Line
          STRING '        { "name": "'    DELIMITED BY SIZE
                 Name-Text(1:Escape-Pos)  DELIMITED BY SIZE
                 '", "target": '          DELIMITED BY SIZE
              INTO Feed-Line
          MOVE GT-Target(Goal-Sub) TO Money-Pennies
          PERFORM P930-EditMoney
          MOVE SPACES TO Work-Line
          STRING FUNCTION TRIM(Feed-Line TRAILING) ' '
                 FUNCTION TRIM(Money-Text) ', "earmark": '
              DELIMITED BY SIZE INTO Work-Line
          MOVE GT-Earmark(Goal-Sub) TO Money-Pennies
          PERFORM P930-EditMoney
          MOVE SPACES TO Feed-Line
          STRING FUNCTION TRIM(Work-Line TRAILING) ' '
                 FUNCTION TRIM(Money-Text) ' }'
              DELIMITED BY SIZE INTO Feed-Line
          PERFORM P910-HoldListItem
        END-IF
      END-PERFORM
      PERFORM P920-FlushListItem
      MOVE '      ],' TO Feed-Line
      PERFORM P900-WriteLine.

  P230-WriteNextAllowance.
*>***************************************************************************
*> The next allowance, or null with no active standing order.
*>***************************************************************************
      IF AS-Order-Due(Slot) = 0
        MOVE '      "nextAllowance": null,' TO Feed-Line
        PERFORM P900-WriteLine
        EXIT PARAGRAPH
      END-IF
      MOVE AS-Order-Due(Slot) TO Date-In
      PERFORM P940-EditDate
      MOVE AS-Order-Amount(Slot) TO Money-Pennies
      PERFORM P930-EditMoney
      IF AS-Order-Frequency(Slot) = "M"
        MOVE 'monthly' TO Frequency-Text
      ELSE
        MOVE 'weekly' TO Frequency-Text
      END-IF
      MOVE SPACES TO Feed-Line
      STRING '      "nextAllowance": { "due": "' DELIMITED BY SIZE
             Date-Text                  DELIMITED BY SIZE
             '", "amount": '            DELIMITED BY SIZE
             FUNCTION TRIM(Money-Text)  DELIMITED BY SIZE
             ', "frequency": "'         DELIMITED BY SIZE
             FUNCTION TRIM(Frequency-Text) DELIMITED BY SIZE
             '" },'                     DELIMITED BY SIZE
          INTO Feed-Line
      PERFORM P900-WriteLine.

  P240-WritePostings.
*>***************************************************************************
*> The account's last ten postings, newest first.  The index is keyed
*> by account then TransactionID, and a TransactionID starts with the
*> posting's time stamp, so the account's rows come back oldest first
*> and the ring is left holding the newest ten.
*>***************************************************************************
      MOVE '      "recentPostings": [' TO Feed-Line
      PERFORM P900-WriteLine
      MOVE 0 TO Ring-Count
      MOVE 1 TO Ring-Next
      IF Index-On-File
        MOVE LOW-VALUES TO JX-Key IN Journal-Index-Struct
        MOVE Current-Account TO JX-AccountNumber IN Journal-Index-Struct
        START JournalIndex KEY IS NOT LESS THAN
                                  JX-Key IN Journal-Index-Struct
          INVALID KEY
            MOVE '23' TO JournalIndexStatus
          NOT INVALID KEY
            MOVE '00' TO JournalIndexStatus
        END-START
        PERFORM WITH TEST BEFORE UNTIL JournalIndexStatus NOT = '00'
          READ JournalIndex NEXT RECORD
          IF JournalIndexStatus = '00'
            IF JX-AccountNumber IN Journal-Index-Struct
                                              NOT = Current-Account
              MOVE '10' TO JournalIndexStatus
            ELSE
              PERFORM P245-RingPosting
            END-IF
          END-IF
        END-PERFORM
      END-IF
      MOVE Ring-Next TO Ring-Sub
      PERFORM VARYING Ring-Left FROM Ring-Count BY -1 UNTIL Ring-Left = 0
        IF Ring-Sub = 1
          MOVE 10 TO Ring-Sub
        ELSE
          SUBTRACT 1 FROM Ring-Sub
        END-IF
        PERFORM P250-FormatPosting
        PERFORM P910-HoldListItem
      END-PERFORM
      PERFORM P920-FlushListItem
      MOVE '      ]' TO Feed-Line
      PERFORM P900-WriteLine.

  P245-RingPosting.
      MOVE JX-TransactionID IN Journal-Index-Struct
                                     TO RG-TransactionID(Ring-Next)
      MOVE JX-AmountOfPennies IN Journal-Index-Struct
                                     TO RG-Amount(Ring-Next)
      MOVE JX-TransactionType IN Journal-Index-Struct
                                     TO RG-Type(Ring-Next)
      MOVE JX-TransactionMemo IN Journal-Index-Struct
                                     TO RG-Memo(Ring-Next)
      IF Ring-Count < 10
        ADD 1 TO Ring-Count
      END-IF
      IF Ring-Next = 10
        MOVE 1 TO Ring-Next
      ELSE
        ADD 1 TO Ring-Next
      END-IF.

  P250-FormatPosting.
      EVALUATE RG-Type(Ring-Sub)
        WHEN "D"
          MOVE 'DEPOSIT' TO Type-Text
        WHEN "W"
          MOVE 'WITHDRAWAL' TO Type-Text
        WHEN "I"
          MOVE 'INTEREST' TO Type-Text
        WHEN "V"
          MOVE 'VOID' TO Type-Text
        WHEN "T"
          MOVE 'TRANSFER' TO Type-Text
        WHEN "A"
          MOVE 'ADJUSTMENT' TO Type-Text
        WHEN "L"
          MOVE 'IOU ADVANCE' TO Type-Text
        WHEN "R"
          MOVE 'REPAYMENT' TO Type-Text
        WHEN OTHER
          MOVE RG-Type(Ring-Sub) TO Type-Text
      END-EVALUATE
      MOVE RG-TransactionID(Ring-Sub)(1:8) TO Date-In
      PERFORM P940-EditDate
      MOVE RG-Amount(Ring-Sub) TO Money-Pennies
      PERFORM P930-EditMoney
      MOVE RG-Memo(Ring-Sub) TO Escape-In
      PERFORM P950-EscapeText
      MOVE Escape-Out TO Memo-Text
      MOVE SPACES TO Feed-Line
      STRING '        { "date": "'       DELIMITED BY SIZE
             Date-Text                   DELIMITED BY SIZE
             'T'                         DELIMITED BY SIZE
             RG-TransactionID(Ring-Sub)(9:2)  DELIMITED BY SIZE
             ':'                         DELIMITED BY SIZE
             RG-TransactionID(Ring-Sub)(11:2) DELIMITED BY SIZE
             ':'                         DELIMITED BY SIZE
             RG-TransactionID(Ring-Sub)(13:2) DELIMITED BY SIZE
             '", "type": "'              DELIMITED BY SIZE
             FUNCTION TRIM(Type-Text)    DELIMITED BY SIZE
             '", "amount": '             DELIMITED BY SIZE
             FUNCTION TRIM(Money-Text)   DELIMITED BY SIZE
             ', "memo": "'               DELIMITED BY SIZE
             Memo-Text(1:Escape-Pos)     DELIMITED BY SIZE
             '" }'                       DELIMITED BY SIZE
          INTO Feed-Line.

  P300-WriteHouseholds.
*>***************************************************************************
*> Each household's totals over its open members.
*>***************************************************************************
      MOVE '  "households": [' TO Feed-Line
      PERFORM P900-WriteLine
      PERFORM VARYING Household-Sub FROM 1 BY 1
              UNTIL Household-Sub > Household-Count
        MOVE HH-Name(Household-Sub) TO Escape-In
        PERFORM P950-EscapeText
        MOVE Escape-Out TO Name-Text
        MOVE HH-Members(Household-Sub) TO Number-Edit
        MOVE SPACES TO Feed-Line
        STRING '    { "name": "'            DELIMITED BY SIZE
               Name-Text(1:Escape-Pos)      DELIMITED BY SIZE
               '", "openAccounts": '        DELIMITED BY SIZE
               FUNCTION TRIM(Number-Edit)   DELIMITED BY SIZE
               ', "balance": '              DELIMITED BY SIZE
            INTO Feed-Line
        MOVE HH-Balance(Household-Sub) TO Money-Pennies
        PERFORM P930-EditMoney
        MOVE SPACES TO Work-Line
        STRING FUNCTION TRIM(Feed-Line TRAILING) ' '
               FUNCTION TRIM(Money-Text) ', "available": '
            DELIMITED BY SIZE INTO Work-Line
        MOVE HH-Available(Household-Sub) TO Money-Pennies
        PERFORM P930-EditMoney
        MOVE SPACES TO Feed-Line
        STRING FUNCTION TRIM(Work-Line TRAILING) ' '
               FUNCTION TRIM(Money-Text) ' }'
            DELIMITED BY SIZE INTO Feed-Line
        PERFORM P910-HoldListItem
      END-PERFORM
      PERFORM P920-FlushListItem
      MOVE '  ]' TO Feed-Line
      PERFORM P900-WriteLine
      MOVE '}' TO Feed-Line
      PERFORM P900-WriteLine
      IF Households-Dropped > 0
        DISPLAY 'DashboardFeed: ' Households-Dropped
                ' household member(s) left out -- household table'
                ' full.' UPON STDERR
      END-IF.

  P400-FinishFeed.
*>***************************************************************************
*> Only a complete feed replaces the one the tablet is reading.
*>***************************************************************************
      IF Index-On-File
        CLOSE JournalIndex
      END-IF
      CLOSE Feed-File
      IF FeedStatus NOT = '00'
        DISPLAY 'Could not finish dashboard.json.new!' UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF
      CALL "SYSTEM" USING Rename-Command
      IF RETURN-CODE NOT = 0
        DISPLAY 'Could not move dashboard.json.new into place!'
                                                       UPON STDERR
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF.

  P900-WriteLine.
      MOVE Feed-Line TO Feed-Record
      WRITE Feed-Record
      IF FeedStatus NOT = '00'
        DISPLAY 'Could not write dashboard.json.new!' UPON STDERR
        CLOSE Feed-File
        MOVE 1 TO RETURN-CODE
        STOP RUN
      END-IF.

  P910-HoldListItem.
*>***************************************************************************
*> Write the item held back, now known not to be the last, with its
*> comma; then hold back the new one (in Feed-Line).
*>***************************************************************************
      IF Line-Held
        MOVE Feed-Line TO Work-Line
        MOVE SPACES TO Feed-Line
        STRING FUNCTION TRIM(Held-Line TRAILING) ','
            DELIMITED BY SIZE INTO Feed-Line
        PERFORM P900-WriteLine
        MOVE Work-Line TO Feed-Line
      END-IF
      MOVE Feed-Line TO Held-Line
      MOVE "Y" TO Held-Line-Flag.

  P920-FlushListItem.
*>***************************************************************************
*> The list is done: the item held back is its last, and takes no
*> comma.
*>***************************************************************************
      IF Line-Held
        MOVE Held-Line TO Feed-Line
        PERFORM P900-WriteLine
        MOVE "N" TO Held-Line-Flag
      END-IF.

  P930-EditMoney.
      COMPUTE Money-Dollars = Money-Pennies / 100
      MOVE Money-Dollars TO Money-Edit
      MOVE Money-Edit TO Money-Text.

  P940-EditDate.
      MOVE SPACES TO Date-Text
      STRING Date-In(1:4) '-' Date-In(5:2) '-' Date-In(7:2)
          DELIMITED BY SIZE INTO Date-Text.

  P950-EscapeText.
*>***************************************************************************
*> Make a name or memo safe inside a JSON string: a quote or a
*> backslash gets a backslash in front, anything below a space is
*> dropped, and trailing spaces go.  Escape-Pos is the length of the
*> result -- at least 1, since COBOL cannot take a zero-length piece;
*> an empty text comes back as a single space.
*>***************************************************************************
      MOVE SPACES TO Escape-Out
      MOVE 0 TO Escape-Pos
      MOVE 32 TO Escape-Length
      PERFORM UNTIL Escape-Length = 0
        IF Escape-In(Escape-Length:1) NOT = SPACE
          EXIT PERFORM
        END-IF
        SUBTRACT 1 FROM Escape-Length
      END-PERFORM
      PERFORM VARYING Escape-Sub FROM 1 BY 1
              UNTIL Escape-Sub > Escape-Length
        MOVE Escape-In(Escape-Sub:1) TO Escape-Char
        EVALUATE TRUE
          WHEN Escape-Char = '"' OR Escape-Char = '\'
            ADD 1 TO Escape-Pos
            MOVE '\' TO Escape-Out(Escape-Pos:1)
            ADD 1 TO Escape-Pos
            MOVE Escape-Char TO Escape-Out(Escape-Pos:1)
          WHEN Escape-Char < SPACE
            CONTINUE
          WHEN OTHER
            ADD 1 TO Escape-Pos
            MOVE Escape-Char TO Escape-Out(Escape-Pos:1)
        END-EVALUATE
      END-PERFORM
      IF Escape-Pos = 0
        MOVE 1 TO Escape-Pos
      END-IF.

END PROGRAM DashboardFeed.
