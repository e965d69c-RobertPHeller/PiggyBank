*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 13:00:00 2026
*>  Last Modified : <261015.1300>
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
*>  Suspicious-activity exception report: the audit trail and the
*>  journal (archive and live) brought together by account and
*>  timestamp, so a pattern no one would spot reading AuditReport line
*>  by line comes out as a single hit.  The rules, with their
*>  thresholds from BankParams:
*>
*>      PW  a run of PIN rejects ('PR') on an account, then a login
*>          ('LI'), then a withdrawal in that session;
*>      OV  one of a run of supervisor overrides keyed by the same
*>          TellerID in one day;
*>      LV  a void ('VD') of a posting at or above the large-void
*>          amount;
*>      OH  a teller-session posting, or an adjustment ('AJ'), made
*>          in the quiet hours.
*>
*>  A posting belongs to a teller session when it falls within the
*>  suspect window after a login on the same account; postings with
*>  no login before them are the batch jobs' and are never hits.
*>
*>  Usage:
*>
*>      SuspectActivity                 (the 24 hours up to now)
*>      SuspectActivity from [to]       (whole days, YYYYMMDD)
*>
*>  Only the hits are printed, once grouped by account and once by
*>  teller, to suspect.pdf.  Hits are not failures: the step always
*>  completes, so the evening chain carries on and the supervisor
*>  reads the report in the morning.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. SuspectActivity.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TransactionsStatus.
      SELECT Archive ASSIGN TO 'TransactionsArchive.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
      SELECT AuditTrail ASSIGN TO 'AuditTrail.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AuditStatus.
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
      SELECT Report-File ASSIGN TO '/tmp/suspect.txt'
                        LINE SEQUENTIAL.
      SELECT Sort-File ASSIGN TO DISK.
DATA DIVISION.
  FILE SECTION.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Archive
                                             Record BY Archive-Struct.
    COPY "AuditFileData.cbi" REPLACING AUDIT BY AuditTrail
                                       Record BY Audit-Struct.
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                             Record BY Params-Struct.
    FD Report-File.
    01 Report-Record PICTURE IS X(100).
    SD SORT-FILE.
    01 SORT-REC.
*>***************************************************************************
*> One row per posting and per audit event in the window, in account
*> and time order.  At the same instant the posting sorts first (the
*> void is journalled before its VD event is written).
*>***************************************************************************
        02 S-AccountNumber PICTURE IS 9(4).
        02 S-Stamp PICTURE IS X(16).
        02 S-Source PICTURE IS X(01).
            88 S-Posting VALUE "1".
            88 S-Event   VALUE "2".
        02 S-EventCode PICTURE IS X(02).
        02 S-TellerID PICTURE IS X(04).
        02 S-AccountName PICTURE IS X(16).
        02 S-TransactionType PICTURE IS X(01).
        02 S-AmountOfPennies PICTURE IS S9(8).
  WORKING-STORAGE SECTION.
    01 TransactionsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
    01 TodaysDate PICTURE IS 9(8).
    01 Now PICTURE IS X(21).
    01 Command-Line-Args PICTURE IS X(80).
    01 Arg-From PICTURE IS X(8) VALUE SPACES.
    01 Arg-To PICTURE IS X(8) VALUE SPACES.
*>***************************************************************************
*> The window, as CURRENT-DATE images cut to the hundredth of a
*> second: everything stamped from Window-Start up to Window-End.
*>***************************************************************************
    01 Window-Start PICTURE IS X(16) VALUE SPACES.
    01 Window-End PICTURE IS X(16) VALUE SPACES.
    01 Yesterday PICTURE IS 9(8) VALUE 0.
*>***************************************************************************
*> The thresholds: the defaults here are replaced from BankParams.dat
*> when the supervisor has set them (see BankParamsData.cbi).
*>***************************************************************************
    01 Suspect-Thresholds.
        02 PIN-Reject-Run PICTURE IS 9(2) VALUE 3.
        02 Suspect-Minutes PICTURE IS 9(3) VALUE 30.
        02 Override-Run PICTURE IS 9(2) VALUE 3.
        02 Large-Void-Pennies PICTURE IS 9(8) VALUE 5000.
        02 Quiet-Start-Hour PICTURE IS 9(2) VALUE 21.
        02 Quiet-End-Hour PICTURE IS 9(2) VALUE 7.
*>***************************************************************************
*> Overrides counted by teller and day on the way into the sort, so
*> the walk by account knows which overrides belong to a run.
*>***************************************************************************
    01 Override-Table.
        02 Override-Entry OCCURS 500 TIMES.
            03 OVT-TellerID PICTURE IS X(04).
            03 OVT-Date PICTURE IS 9(8).
            03 OVT-Count PICTURE IS 9(4).
    01 Override-Total PICTURE IS 9(4) VALUE 0.
    01 Override-Sub PICTURE IS 9(4) VALUE 0.
    01 Override-Found PICTURE IS 9(4) VALUE 0.
*>***************************************************************************
*> Where the walk stands on the current account: the run of PIN
*> rejects, the latest login and whether it followed such a run, and
*> the latest void posting.
*>***************************************************************************
    01 Sort-EOF PICTURE IS X VALUE "N".
    01 Walk-Fields.
        02 W-AccountNumber PICTURE IS 9(4).
        02 W-AccountName PICTURE IS X(16).
        02 W-Reject-Count PICTURE IS 9(4).
        02 W-First-Reject-Minutes PICTURE IS 9(9).
        02 W-Login-Minutes PICTURE IS 9(9).
        02 W-Login-TellerID PICTURE IS X(04).
        02 W-Login-Rejects PICTURE IS 9(4).
        02 W-Login-Suspect-Flag PICTURE IS X(01).
            88 W-Login-Suspect VALUE "Y".
        02 W-Void-Flag PICTURE IS X(01).
            88 W-Void-Seen VALUE "Y".
        02 W-Void-Pennies PICTURE IS S9(8).
*>***************************************************************************
*> Stamp arithmetic: minutes since the start of the calendar, enough
*> to measure a window across midnight or a month end.
*>***************************************************************************
    01 Stamp-Pieces.
        02 SP-Date PICTURE IS 9(8).
        02 SP-Hour PICTURE IS 9(2).
        02 SP-Minute PICTURE IS 9(2).
        02 FILLER PICTURE IS X(04).
    01 Stamp-Minutes PICTURE IS 9(9) VALUE 0.
    01 Elapsed-Minutes PICTURE IS S9(9) VALUE 0.
    01 Quiet-Flag PICTURE IS X VALUE "N".
        88 Quiet-Hour VALUE "Y".
*>***************************************************************************
*> The hits, held for printing twice: once in walk (account) order,
*> once teller by teller.
*>***************************************************************************
    01 Hit-Table.
        02 Hit-Entry OCCURS 2000 TIMES.
            03 H-AccountNumber PICTURE IS 9(4).
            03 H-AccountName PICTURE IS X(16).
            03 H-TellerID PICTURE IS X(04).
            03 H-Stamp PICTURE IS X(16).
            03 H-Rule PICTURE IS X(02).
            03 H-Text PICTURE IS X(48).
    01 Hit-Total PICTURE IS 9(4) VALUE 0.
    01 Hit-Sub PICTURE IS 9(4) VALUE 0.
    01 Hits-Dropped PICTURE IS 9(6) VALUE 0.
    01 Teller-Table.
        02 Teller-Entry OCCURS 200 TIMES.
            03 TT-TellerID PICTURE IS X(04).
    01 Teller-Total PICTURE IS 9(4) VALUE 0.
    01 Teller-Sub PICTURE IS 9(4) VALUE 0.
    01 Teller-Slot PICTURE IS 9(4) VALUE 0.
    01 New-Hit-TellerID PICTURE IS X(04) VALUE SPACES.
    01 New-Hit-Stamp PICTURE IS X(16) VALUE SPACES.
    01 New-Hit-Rule PICTURE IS X(02) VALUE SPACES.
    01 New-Hit-Text PICTURE IS X(48) VALUE SPACES.
*>***************************************************************************
*> Report pieces
*>***************************************************************************
    01 Dollars PICTURE IS S9(7)V99 VALUE 0.
    01 Amount-Edit PICTURE IS ZZZ,ZZ9.99-.
    01 Count-Edit PICTURE IS ZZZ9.
    01 Small-Edit PICTURE IS Z9.
    01 Minutes-Edit PICTURE IS ZZ9.
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Time-Edit PICTURE IS X(08) VALUE SPACES.
    01 Last-Account-Printed PICTURE IS 9(5) VALUE 0.
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-GetArguments
     PERFORM P060-LoadBankParams
     SORT SORT-FILE
        ASCENDING KEY S-AccountNumber S-Stamp S-Source
        INPUT PROCEDURE 100-Release-Entries
        OUTPUT PROCEDURE 200-Walk-Accounts
     PERFORM P600-PrintReport
     DISPLAY "Suspicious activity: " Hit-Total " hit(s)."
                                                     UPON STDERR
     STOP RUN.

  P050-GetArguments.
*>***************************************************************************
*> No arguments: the 24 hours up to this run, which is what one
*> night's step should cover without repeating the night before.
*> A from date (and optionally a to date) covers whole days instead.
*>***************************************************************************
      MOVE SPACES TO Command-Line-Args
      ACCEPT Command-Line-Args FROM COMMAND-LINE
      MOVE FUNCTION CURRENT-DATE TO Now
      IF Command-Line-Args = SPACES
        COMPUTE Yesterday = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(TodaysDate) - 1)
        MOVE Now(1:16) TO Window-Start
        MOVE Yesterday TO Window-Start(1:8)
        MOVE Now(1:16) TO Window-End
      ELSE
        UNSTRING Command-Line-Args DELIMITED BY ALL SPACE
            INTO Arg-From Arg-To
        IF Arg-To = SPACES
          MOVE Now(1:8) TO Arg-To
        END-IF
        IF Arg-From IS NOT NUMERIC OR Arg-To IS NOT NUMERIC
          DISPLAY 'Usage: SuspectActivity [from [to]]   (YYYYMMDD)'
                                                       UPON STDERR
          MOVE 1 TO RETURN-CODE
          STOP RUN
        END-IF
        MOVE Arg-From TO Window-Start(1:8)
        MOVE '00000000' TO Window-Start(9:8)
        MOVE Arg-To TO Window-End(1:8)
        MOVE '23595999' TO Window-End(9:8)
      END-IF.

  P060-LoadBankParams.
*>***************************************************************************
*> The thresholds go into the record area before the READ, so a
*> parameter record saved before they existed leaves them at the
*> defaults.
*>***************************************************************************
      MOVE PIN-Reject-Run TO ParamPINRejectRun IN Params-Struct
      MOVE Suspect-Minutes TO ParamSuspectMinutes IN Params-Struct
      MOVE Override-Run TO ParamOverrideRun IN Params-Struct
      MOVE Large-Void-Pennies
                          TO ParamLargeVoidPennies IN Params-Struct
      MOVE Quiet-Start-Hour TO ParamQuietStartHour IN Params-Struct
      MOVE Quiet-End-Hour TO ParamQuietEndHour IN Params-Struct
      OPEN INPUT BankParams
      IF BankParamsStatus = '00'
        READ BankParams
        IF BankParamsStatus = '00'
          MOVE ParamPINRejectRun IN Params-Struct TO PIN-Reject-Run
          MOVE ParamSuspectMinutes IN Params-Struct TO Suspect-Minutes
          MOVE ParamOverrideRun IN Params-Struct TO Override-Run
          MOVE ParamLargeVoidPennies IN Params-Struct
                                              TO Large-Void-Pennies
          MOVE ParamQuietStartHour IN Params-Struct
                                              TO Quiet-Start-Hour
          MOVE ParamQuietEndHour IN Params-Struct TO Quiet-End-Hour
        END-IF
        CLOSE BankParams
      END-IF.

  100-Release-Entries SECTION.
*>***************************************************************************
*> Every posting (archive and live) and every account-level audit
*> event stamped inside the window goes into the sort.  Events on
*> account zero (teller sign-ons, session quits, parameter changes)
*> belong to no account and have no rule here.
*>***************************************************************************
  1.  OPEN INPUT Archive
      IF ArchiveStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL ArchiveStatus NOT = '00'
          READ Archive
          IF ArchiveStatus = '00'
            IF TransactionID IN Archive-Struct(1:16) NOT < Window-Start
               AND TransactionID IN Archive-Struct(1:16)
                                              NOT > Window-End
              MOVE SPACES TO SORT-REC
              MOVE AccountNumber IN Archive-Struct TO S-AccountNumber
              MOVE TransactionID IN Archive-Struct(1:16) TO S-Stamp
              MOVE "1" TO S-Source
              MOVE TransactionType IN Archive-Struct
                                              TO S-TransactionType
              MOVE AmountOfPennies IN Archive-Struct
                                              TO S-AmountOfPennies
              RELEASE SORT-REC
            END-IF
          END-IF
        END-PERFORM
        CLOSE Archive
      END-IF
      OPEN INPUT Transactions
      IF TransactionsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL TransactionsStatus NOT = '00'
          READ Transactions
          IF TransactionsStatus = '00'
            IF TransactionID IN Transaction-Struct(1:16)
                                              NOT < Window-Start
               AND TransactionID IN Transaction-Struct(1:16)
                                              NOT > Window-End
              MOVE SPACES TO SORT-REC
              MOVE AccountNumber IN Transaction-Struct
                                              TO S-AccountNumber
              MOVE TransactionID IN Transaction-Struct(1:16)
                                              TO S-Stamp
              MOVE "1" TO S-Source
              MOVE TransactionType IN Transaction-Struct
                                              TO S-TransactionType
              MOVE AmountOfPennies IN Transaction-Struct
                                              TO S-AmountOfPennies
              RELEASE SORT-REC
            END-IF
          END-IF
        END-PERFORM
        CLOSE Transactions
      END-IF
      MOVE 0 TO Override-Total
      OPEN INPUT AuditTrail
      IF AuditStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL AuditStatus NOT = '00'
          READ AuditTrail
          IF AuditStatus = '00'
            IF AuditTimestamp IN Audit-Struct(1:16) NOT < Window-Start
               AND AuditTimestamp IN Audit-Struct(1:16)
                                              NOT > Window-End
               AND AuditAccountNumber IN Audit-Struct > 0
              MOVE SPACES TO SORT-REC
              MOVE AuditAccountNumber IN Audit-Struct
                                              TO S-AccountNumber
              MOVE AuditTimestamp IN Audit-Struct(1:16) TO S-Stamp
              MOVE "2" TO S-Source
              MOVE AuditEventCode IN Audit-Struct TO S-EventCode
              MOVE AuditTellerID IN Audit-Struct TO S-TellerID
              MOVE AuditAccountName IN Audit-Struct TO S-AccountName
              MOVE 0 TO S-AmountOfPennies
              IF Override-Event IN Audit-Struct
                PERFORM P150-CountOverride
              END-IF
              RELEASE SORT-REC
            END-IF
          END-IF
        END-PERFORM
        CLOSE AuditTrail
      END-IF
      .

  200-Walk-Accounts SECTION.
*>***************************************************************************
*> Walk each account's postings and events in time order, applying
*> the rules as the story unfolds.
*>***************************************************************************
  1.  MOVE "N" TO Sort-EOF
      MOVE 0 TO Hit-Total Teller-Total Hits-Dropped
      INITIALIZE Walk-Fields
      MOVE 9999 TO W-AccountNumber
      RETURN SORT-FILE
      AT END
        MOVE "Y" TO Sort-EOF
      END-RETURN
      PERFORM UNTIL Sort-EOF = "Y"
        IF S-AccountNumber NOT = W-AccountNumber
          INITIALIZE Walk-Fields
          MOVE S-AccountNumber TO W-AccountNumber
        END-IF
        MOVE S-Stamp TO Stamp-Pieces
        PERFORM P160-StampToMinutes
        IF S-Event
          IF S-AccountName NOT = SPACES
            MOVE S-AccountName TO W-AccountName
          END-IF
          PERFORM P300-TakeEvent
        ELSE
          PERFORM P400-TakePosting
        END-IF
        RETURN SORT-FILE
        AT END
          MOVE "Y" TO Sort-EOF
        END-RETURN
      END-PERFORM
      .

*>***************************************************************************
*> Service paragraphs, in their own section so that the sort's output
*> procedure ends with its own paragraph instead of running on into
*> them -- a section PERFORM executes through every paragraph up to
*> the next section header.
*>***************************************************************************
  500-Service-Paragraphs SECTION.
  P150-CountOverride.
*>***************************************************************************
*> One more override for this teller on this day.  The shared
*> supervisor PIN leaves the teller blank, and is counted as one
*> teller of its own.
*>***************************************************************************
      MOVE 0 TO Override-Found
      PERFORM VARYING Override-Sub FROM 1 BY 1
              UNTIL Override-Sub > Override-Total
                 OR Override-Found > 0
        IF OVT-TellerID(Override-Sub) = S-TellerID
           AND OVT-Date(Override-Sub) = S-Stamp(1:8)
          MOVE Override-Sub TO Override-Found
        END-IF
      END-PERFORM
      IF Override-Found = 0
        IF Override-Total = 500
          DISPLAY 'Override table full (500 teller-days) -- narrow'
                  ' the window.' UPON STDERR
          EXIT PARAGRAPH
        END-IF
        ADD 1 TO Override-Total
        MOVE Override-Total TO Override-Found
        MOVE S-TellerID TO OVT-TellerID(Override-Found)
        MOVE S-Stamp(1:8) TO OVT-Date(Override-Found)
        MOVE 0 TO OVT-Count(Override-Found)
      END-IF
      ADD 1 TO OVT-Count(Override-Found).

  P160-StampToMinutes.
      COMPUTE Stamp-Minutes =
            FUNCTION INTEGER-OF-DATE(SP-Date) * 1440
          + SP-Hour * 60 + SP-Minute.

  P170-CheckQuietHour.
*>***************************************************************************
*> Is the stamp in Stamp-Pieces inside the quiet hours?  A start
*> after the end wraps past midnight (21 to 7); a start equal to the
*> end turns the rule off.
*>***************************************************************************
      MOVE "N" TO Quiet-Flag
      IF Quiet-Start-Hour > Quiet-End-Hour
        IF SP-Hour NOT < Quiet-Start-Hour OR SP-Hour < Quiet-End-Hour
          MOVE "Y" TO Quiet-Flag
        END-IF
      END-IF
      IF Quiet-Start-Hour < Quiet-End-Hour
        IF SP-Hour NOT < Quiet-Start-Hour AND SP-Hour < Quiet-End-Hour
          MOVE "Y" TO Quiet-Flag
        END-IF
      END-IF.

  P300-TakeEvent.
      EVALUATE S-EventCode
        WHEN "PR"
          PERFORM P310-TakePINReject
        WHEN "LI"
          PERFORM P320-TakeLogin
        WHEN "KI"
*>***************************************************************************
*> A kiosk session cannot post; it ends any teller session and any
*> run of rejects, which the kiosk login has now answered.
*>***************************************************************************
          MOVE 0 TO W-Login-Minutes W-Reject-Count
          MOVE "N" TO W-Login-Suspect-Flag
        WHEN "VD"
          PERFORM P330-TakeVoidEvent
        WHEN "OV"
          PERFORM P340-TakeOverride
        WHEN "AJ"
          PERFORM P170-CheckQuietHour
          IF Quiet-Hour
            MOVE "OH" TO New-Hit-Rule
            MOVE "adjustment keyed in the quiet hours"
                                               TO New-Hit-Text
            MOVE S-TellerID TO New-Hit-TellerID
            PERFORM P500-AddHit
          END-IF
        WHEN OTHER
          CONTINUE
      END-EVALUATE.

  P310-TakePINReject.
*>***************************************************************************
*> Rejects only make a run when they come close together: one
*> further apart than the window starts a new run.
*>***************************************************************************
      COMPUTE Elapsed-Minutes = Stamp-Minutes - W-First-Reject-Minutes
      IF W-Reject-Count = 0 OR Elapsed-Minutes > Suspect-Minutes
        MOVE 1 TO W-Reject-Count
        MOVE Stamp-Minutes TO W-First-Reject-Minutes
      ELSE
        ADD 1 TO W-Reject-Count
      END-IF.

  P320-TakeLogin.
*>***************************************************************************
*> A login opens a teller session on the account; it is suspect when
*> a long enough run of rejects came just before it.
*>***************************************************************************
      MOVE Stamp-Minutes TO W-Login-Minutes
      MOVE S-TellerID TO W-Login-TellerID
      MOVE "N" TO W-Login-Suspect-Flag
      COMPUTE Elapsed-Minutes = Stamp-Minutes - W-First-Reject-Minutes
      IF W-Reject-Count NOT < PIN-Reject-Run
         AND Elapsed-Minutes NOT > Suspect-Minutes
        MOVE "Y" TO W-Login-Suspect-Flag
        MOVE W-Reject-Count TO W-Login-Rejects
      END-IF
      MOVE 0 TO W-Reject-Count.

  P330-TakeVoidEvent.
*>***************************************************************************
*> The void posting is journalled just before its VD event; it
*> carries the voided amount negated, so its size is the size of
*> the posting that was voided.
*>***************************************************************************
      IF NOT W-Void-Seen
        EXIT PARAGRAPH
      END-IF
      IF W-Void-Pennies < 0
        COMPUTE W-Void-Pennies = 0 - W-Void-Pennies
      END-IF
      IF W-Void-Pennies NOT < Large-Void-Pennies
        COMPUTE Dollars = W-Void-Pennies / 100
        MOVE Dollars TO Amount-Edit
        MOVE "LV" TO New-Hit-Rule
        MOVE SPACES TO New-Hit-Text
        STRING 'void of a posting of ' DELIMITED BY SIZE
               Amount-Edit             DELIMITED BY SIZE
            INTO New-Hit-Text
        MOVE S-TellerID TO New-Hit-TellerID
        PERFORM P500-AddHit
      END-IF
      MOVE "N" TO W-Void-Flag.

  P340-TakeOverride.
      MOVE 0 TO Override-Found
      PERFORM VARYING Override-Sub FROM 1 BY 1
              UNTIL Override-Sub > Override-Total
                 OR Override-Found > 0
        IF OVT-TellerID(Override-Sub) = S-TellerID
           AND OVT-Date(Override-Sub) = S-Stamp(1:8)
          MOVE Override-Sub TO Override-Found
        END-IF
      END-PERFORM
      IF Override-Found = 0
        EXIT PARAGRAPH
      END-IF
      IF OVT-Count(Override-Found) NOT < Override-Run
        MOVE OVT-Count(Override-Found) TO Count-Edit
        MOVE "OV" TO New-Hit-Rule
        MOVE SPACES TO New-Hit-Text
        STRING 'override, one of '  DELIMITED BY SIZE
               Count-Edit           DELIMITED BY SIZE
               ' by this teller today' DELIMITED BY SIZE
            INTO New-Hit-Text
        MOVE S-TellerID TO New-Hit-TellerID
        PERFORM P500-AddHit
      END-IF.

  P400-TakePosting.
*>***************************************************************************
*> Remember a void for the VD event that follows it.  Then, if the
*> posting falls inside a teller session, try the session rules.
*>***************************************************************************
      IF S-TransactionType = "V"
        MOVE "Y" TO W-Void-Flag
        MOVE S-AmountOfPennies TO W-Void-Pennies
      END-IF
      IF W-Login-Minutes = 0
        EXIT PARAGRAPH
      END-IF
      COMPUTE Elapsed-Minutes = Stamp-Minutes - W-Login-Minutes
      IF Elapsed-Minutes > Suspect-Minutes
        EXIT PARAGRAPH
      END-IF
      IF S-TransactionType = "W" AND W-Login-Suspect
        COMPUTE Dollars = 0 - S-AmountOfPennies / 100
        MOVE Dollars TO Amount-Edit
        MOVE W-Login-Rejects TO Count-Edit
        MOVE "PW" TO New-Hit-Rule
        MOVE SPACES TO New-Hit-Text
        STRING 'withdrawal '        DELIMITED BY SIZE
               Amount-Edit          DELIMITED BY SIZE
               ' after '            DELIMITED BY SIZE
               Count-Edit           DELIMITED BY SIZE
               ' PIN rejects'       DELIMITED BY SIZE
            INTO New-Hit-Text
        MOVE W-Login-TellerID TO New-Hit-TellerID
        PERFORM P500-AddHit
        MOVE "N" TO W-Login-Suspect-Flag
      END-IF
      PERFORM P170-CheckQuietHour
      IF Quiet-Hour
        COMPUTE Dollars = S-AmountOfPennies / 100
        MOVE Dollars TO Amount-Edit
        MOVE "OH" TO New-Hit-Rule
        MOVE SPACES TO New-Hit-Text
        STRING 'type '              DELIMITED BY SIZE
               S-TransactionType    DELIMITED BY SIZE
               ' posting '          DELIMITED BY SIZE
               Amount-Edit          DELIMITED BY SIZE
               ' in quiet hours'    DELIMITED BY SIZE
            INTO New-Hit-Text
        MOVE W-Login-TellerID TO New-Hit-TellerID
        PERFORM P500-AddHit
      END-IF.

  P500-AddHit.
*>***************************************************************************
*> File the hit described in the New-Hit fields against the current
*> account and the row's stamp, and note its teller for the
*> by-teller listing (kept in TellerID order as it grows).
*>***************************************************************************
      IF Hit-Total = 2000
        ADD 1 TO Hits-Dropped
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO Hit-Total
      MOVE W-AccountNumber TO H-AccountNumber(Hit-Total)
      MOVE W-AccountName TO H-AccountName(Hit-Total)
      MOVE New-Hit-TellerID TO H-TellerID(Hit-Total)
      MOVE S-Stamp TO H-Stamp(Hit-Total)
      MOVE New-Hit-Rule TO H-Rule(Hit-Total)
      MOVE New-Hit-Text TO H-Text(Hit-Total)
      MOVE 0 TO Teller-Slot
      PERFORM VARYING Teller-Sub FROM 1 BY 1
              UNTIL Teller-Sub > Teller-Total OR Teller-Slot > 0
        IF TT-TellerID(Teller-Sub) = New-Hit-TellerID
          MOVE 999 TO Teller-Slot
        ELSE
          IF TT-TellerID(Teller-Sub) > New-Hit-TellerID
            MOVE Teller-Sub TO Teller-Slot
          END-IF
        END-IF
      END-PERFORM
      IF Teller-Slot = 999 OR Teller-Total = 200
        EXIT PARAGRAPH
      END-IF
      IF Teller-Slot = 0
        COMPUTE Teller-Slot = Teller-Total + 1
      END-IF
      PERFORM VARYING Teller-Sub FROM Teller-Total BY -1
              UNTIL Teller-Sub < Teller-Slot
        MOVE TT-TellerID(Teller-Sub) TO TT-TellerID(Teller-Sub + 1)
      END-PERFORM
      MOVE New-Hit-TellerID TO TT-TellerID(Teller-Slot)
      ADD 1 TO Teller-Total.

  P600-PrintReport.
      OPEN OUTPUT Report-File
      MOVE TodaysDate TO Date-Edit
      MOVE SPACES TO Work-Line
      STRING Date-Edit DELIMITED BY SIZE
             '  Piggy Bank Suspicious-Activity Exceptions'
                       DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE Window-Start TO Stamp-Pieces
      PERFORM P690-EditStamp
      MOVE SPACES TO Work-Line
      STRING 'Window: ' DELIMITED BY SIZE
             Date-Edit  DELIMITED BY SIZE
             ' '        DELIMITED BY SIZE
             Time-Edit(1:5) DELIMITED BY SIZE
          INTO Work-Line
      MOVE Window-End TO Stamp-Pieces
      PERFORM P690-EditStamp
      MOVE SPACES TO Report-Record
      STRING Work-Line(1:24) DELIMITED BY SIZE
             ' to '     DELIMITED BY SIZE
             Date-Edit  DELIMITED BY SIZE
             ' '        DELIMITED BY SIZE
             Time-Edit(1:5) DELIMITED BY SIZE
          INTO Report-Record
      WRITE Report-Record
      COMPUTE Dollars = Large-Void-Pennies / 100
      MOVE Dollars TO Amount-Edit
      MOVE SPACES TO Work-Line
      MOVE PIN-Reject-Run TO Small-Edit
      MOVE Suspect-Minutes TO Minutes-Edit
      MOVE Override-Run TO Count-Edit
      STRING 'Rules: PW '               DELIMITED BY SIZE
             Small-Edit                 DELIMITED BY SIZE
             ' PIN rejects in '         DELIMITED BY SIZE
             Minutes-Edit               DELIMITED BY SIZE
             ' min;  OV '               DELIMITED BY SIZE
             Count-Edit                 DELIMITED BY SIZE
             ' a day;  LV '             DELIMITED BY SIZE
             Amount-Edit                DELIMITED BY SIZE
             ';  OH '                   DELIMITED BY SIZE
             Quiet-Start-Hour           DELIMITED BY SIZE
             ':00-'                     DELIMITED BY SIZE
             Quiet-End-Hour             DELIMITED BY SIZE
             ':00'                      DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      IF Hit-Total = 0
        MOVE 'No exceptions in the window.' TO Report-Record
        WRITE Report-Record
      ELSE
        PERFORM P610-PrintByAccount
        PERFORM P630-PrintByTeller
        MOVE SPACES TO Report-Record
        WRITE Report-Record
        MOVE Hit-Total TO Count-Edit
        MOVE SPACES TO Work-Line
        STRING 'Exceptions: ' DELIMITED BY SIZE
               Count-Edit     DELIMITED BY SIZE
            INTO Work-Line
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
        IF Hits-Dropped > 0
          MOVE SPACES TO Work-Line
          STRING 'More exceptions than the report holds -- '
                                          DELIMITED BY SIZE
                 Hits-Dropped             DELIMITED BY SIZE
                 ' not listed; narrow the window.'
                                          DELIMITED BY SIZE
              INTO Work-Line
          MOVE Work-Line TO Report-Record
          WRITE Report-Record
        END-IF
      END-IF
      CLOSE Report-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/suspect.txt|ps2pdf - suspect.pdf".

  P610-PrintByAccount.
*>***************************************************************************
*> The hits are already in account order, from the walk.
*>***************************************************************************
      MOVE 'BY ACCOUNT' TO Report-Record
      WRITE Report-Record
      MOVE '==========' TO Report-Record
      WRITE Report-Record
      MOVE 99999 TO Last-Account-Printed
      PERFORM VARYING Hit-Sub FROM 1 BY 1 UNTIL Hit-Sub > Hit-Total
        IF H-AccountNumber(Hit-Sub) NOT = Last-Account-Printed
          MOVE SPACES TO Report-Record
          WRITE Report-Record
          MOVE SPACES TO Work-Line
          STRING 'Account '              DELIMITED BY SIZE
                 H-AccountNumber(Hit-Sub) DELIMITED BY SIZE
                 '  '                    DELIMITED BY SIZE
                 H-AccountName(Hit-Sub)  DELIMITED BY SIZE
              INTO Work-Line
          MOVE Work-Line TO Report-Record
          WRITE Report-Record
          MOVE H-AccountNumber(Hit-Sub) TO Last-Account-Printed
        END-IF
        MOVE H-Stamp(Hit-Sub) TO Stamp-Pieces
        PERFORM P690-EditStamp
        MOVE SPACES TO Work-Line
        STRING '  '                DELIMITED BY SIZE
               Date-Edit           DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               Time-Edit           DELIMITED BY SIZE
               '  '                DELIMITED BY SIZE
               H-Rule(Hit-Sub)     DELIMITED BY SIZE
               '  teller '         DELIMITED BY SIZE
               H-TellerID(Hit-Sub) DELIMITED BY SIZE
               '  '                DELIMITED BY SIZE
               H-Text(Hit-Sub)     DELIMITED BY SIZE
            INTO Work-Line
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
      END-PERFORM.

  P630-PrintByTeller.
*>***************************************************************************
*> The same hits again, one teller at a time.  A blank TellerID is
*> the shared PIN (or a session from before teller sign-on).
*>***************************************************************************
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE 'BY TELLER' TO Report-Record
      WRITE Report-Record
      MOVE '=========' TO Report-Record
      WRITE Report-Record
      PERFORM VARYING Teller-Sub FROM 1 BY 1
              UNTIL Teller-Sub > Teller-Total
        MOVE SPACES TO Report-Record
        WRITE Report-Record
        MOVE SPACES TO Work-Line
        IF TT-TellerID(Teller-Sub) = SPACES
          MOVE 'Teller (shared PIN)' TO Work-Line
        ELSE
          STRING 'Teller '               DELIMITED BY SIZE
                 TT-TellerID(Teller-Sub) DELIMITED BY SIZE
              INTO Work-Line
        END-IF
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
        PERFORM VARYING Hit-Sub FROM 1 BY 1 UNTIL Hit-Sub > Hit-Total
          IF H-TellerID(Hit-Sub) = TT-TellerID(Teller-Sub)
            MOVE H-Stamp(Hit-Sub) TO Stamp-Pieces
            PERFORM P690-EditStamp
            MOVE SPACES TO Work-Line
            STRING '  '                     DELIMITED BY SIZE
                   Date-Edit                DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   Time-Edit                DELIMITED BY SIZE
                   '  '                     DELIMITED BY SIZE
                   H-Rule(Hit-Sub)          DELIMITED BY SIZE
                   '  #'                    DELIMITED BY SIZE
                   H-AccountNumber(Hit-Sub) DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   H-AccountName(Hit-Sub)   DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   H-Text(Hit-Sub)          DELIMITED BY SIZE
                INTO Work-Line
            MOVE Work-Line TO Report-Record
            WRITE Report-Record
          END-IF
        END-PERFORM
      END-PERFORM.

  P690-EditStamp.
*>***************************************************************************
*> Date and HH:MM:SS of the stamp sitting in Stamp-Pieces.
*>***************************************************************************
      MOVE SP-Date TO Date-Edit
      MOVE SPACES TO Time-Edit
      STRING Stamp-Pieces(9:2)  DELIMITED BY SIZE
             ':'                DELIMITED BY SIZE
             Stamp-Pieces(11:2) DELIMITED BY SIZE
             ':'                DELIMITED BY SIZE
             Stamp-Pieces(13:2) DELIMITED BY SIZE
          INTO Time-Edit.

END PROGRAM SuspectActivity.
