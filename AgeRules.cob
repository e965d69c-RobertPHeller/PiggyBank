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
*>***************************************************************************
*>
*>  Age-band run: walks the account-holder profiles (Profiles.dat) and
*>  works out each child's age from the birth date on file.  When an
*>  account has moved into a new age band (young, junior, teen,
*>  adult -- the band ages are bank parameters) the band's default
*>  withdrawal limits from BankParams are put on the account, logged
*>  to AuditTrail.dat as an AB event, and the child is listed as
*>  having aged into the band.  Limits are set only at a change of
*>  band, so a limit the supervisor has set by hand stands until the
*>  next birthday that crosses a band age.  A profile keyed since the
*>  last run just has its band set.
*>
*>  On or after the birthday, when the bank has a birthday-gift
*>  amount set, the gift is posted as a 'D' deposit, memo BIRTHDAY
*>  GIFT, in Transactions.dat and JournalIndex.dat.  ProfileGiftYear
*>  records the year given, so a rerun never gives twice and a
*>  missed night pays the next night.  Accounts with no birth date on
*>  file, or not open, are left alone.  The listing goes to
*>  agerules.pdf.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. AgeRules.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
*>***************************************************************************
*> Account-holder profiles (see ProfileData.cbi), walked in account
*> order and rewritten in place as each band or gift is settled.
*>***************************************************************************
      SELECT Profiles ASSIGN TO 'Profiles.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ProfileAccountNumber OF Profile-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS ProfilesStatus.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TransactionsStatus.
*>***************************************************************************
*> Account-keyed journal index (see JournalIndexData.cbi): every gift
*> appended to the journal mirrors its row here so the teller
*> screens' one-account readers keep seeing everything.
*>***************************************************************************
      SELECT JournalIndex ASSIGN TO 'JournalIndex.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-Key OF Journal-Index-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS JournalIndexStatus.
      SELECT AuditTrail ASSIGN TO 'AuditTrail.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AuditStatus.
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
      SELECT Report-File ASSIGN TO '/tmp/agerules.txt'
                        LINE SEQUENTIAL.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "ProfileData.cbi" REPLACING PROF BY Profiles
                                             Record BY Profile-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "JournalIndexData.cbi" REPLACING JIDX BY JournalIndex
                                             Record BY Journal-Index-Struct.
    COPY "AuditFileData.cbi" REPLACING AUDIT BY AuditTrail
                                       Record BY Audit-Struct.
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                             Record BY Params-Struct.
    FD Report-File.
    01 Report-Record PICTURE IS X(100).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 ProfilesStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
*>***************************************************************************
*> No index on disk means a rebuild is pending (PiggyBank rebuilds it
*> at its next start-up) and this run must not create a fresh one
*> holding only its own entries -- the rows are simply not mirrored.
*>***************************************************************************
    01 Index-Present-Flag PICTURE IS X VALUE "N".
        88 Index-Present VALUE "Y".
    01 Transaction-Record.
       02 TransactionID PICTURE IS X(32) VALUE SPACES.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AmountOfPennies PICTURE IS S9(8) VALUE 0.
       02 TransactionType PICTURE IS X(01) VALUE "D".
          88 Deposit-Transaction    VALUE "D".
          88 Withdrawal-Transaction VALUE "W".
          88 Interest-Transaction   VALUE "I".
          88 Void-Transaction       VALUE "V".
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
*>***************************************************************************
*> A gift's TransactionID: the CURRENT-DATE image, 'G' and the account
*> number -- unique even when two children share a birthday and are
*> posted in the same hundredth of a second.
*>***************************************************************************
    01 Gift-TransactionID.
        02 GT-Stamp PICTURE IS X(21).
        02 GT-Marker PICTURE IS X(01) VALUE "G".
        02 GT-AccountNumber PICTURE IS 9(4).
        02 FILLER PICTURE IS X(06) VALUE SPACES.
*>***************************************************************************
*> The band ages, limits and gift: the defaults here are replaced from
*> BankParams.dat when the supervisor has set them (see
*> BankParamsData.cbi).  A band runs from its age up to the next
*> band's; young is everything under the junior age.
*>***************************************************************************
    01 Age-Rules.
        02 Junior-Age PICTURE IS 9(2) VALUE 8.
        02 Teen-Age PICTURE IS 9(2) VALUE 13.
        02 Adult-Age PICTURE IS 9(2) VALUE 18.
        02 Band-Limits OCCURS 4 TIMES.
            03 BL-TxnLimit PICTURE IS 9(8).
            03 BL-DayLimit PICTURE IS 9(8).
        02 Birthday-Gift-Pennies PICTURE IS 9(8) VALUE 0.
    01 Band-Codes PICTURE IS X(04) VALUE "YJTA".
    01 Band-Names.
        02 FILLER PICTURE IS X(06) VALUE "YOUNG ".
        02 FILLER PICTURE IS X(06) VALUE "JUNIOR".
        02 FILLER PICTURE IS X(06) VALUE "TEEN  ".
        02 FILLER PICTURE IS X(06) VALUE "ADULT ".
    01 Band-Name-Table REDEFINES Band-Names.
        02 Band-Name PICTURE IS X(06) OCCURS 4 TIMES.
*>***************************************************************************
*> Time stamp for the gifts and audit events this run writes
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
*> Working variables
*>***************************************************************************
    01 TodaysDate PICTURE IS 9(8) VALUE 0.
    01 Today-Parts REDEFINES TodaysDate.
        02 Today-Year PICTURE IS 9(4).
        02 Today-MMDD PICTURE IS 9(4).
    01 Birth-Date PICTURE IS 9(8) VALUE 0.
    01 Birth-Parts REDEFINES Birth-Date.
        02 Birth-Year PICTURE IS 9(4).
        02 Birth-MMDD PICTURE IS 9(4).
    01 Holder-Age PICTURE IS 9(3) VALUE 0.
    01 Band-Sub PICTURE IS 9 VALUE 0.
    01 Old-Band PICTURE IS X(01) VALUE SPACE.
    01 Old-Band-Sub PICTURE IS 9 VALUE 0.
    01 Account-Found-Flag PICTURE IS X VALUE "N".
        88 Account-Found VALUE "Y".
    01 Profile-Changed-Flag PICTURE IS X VALUE "N".
        88 Profile-Changed VALUE "Y".
    01 Bands-Changed PICTURE IS 9(5) VALUE 0.
    01 Gifts-Posted PICTURE IS 9(5) VALUE 0.
    01 Gift-Total-Pennies PICTURE IS S9(8) VALUE 0.
    01 File-Retry-Count PICTURE IS 9(4) VALUE 0.
    01 Retry-Limit PICTURE IS 9(4) VALUE 1000.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
*>***************************************************************************
*> Report editing
*>***************************************************************************
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Age-Edit PICTURE IS ZZ9.
    01 Count-Edit PICTURE IS ZZ,ZZ9.
    01 Dollars PICTURE IS S9(6)V99 VALUE 0.
    01 Amount-Edit PICTURE IS $$$,$$9.99-.
    01 Limit-Edit PICTURE IS $$$,$$9.99.
    01 Day-Limit-Edit PICTURE IS $$$,$$9.99.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P060-LoadBankParams
     PERFORM P100-OpenFiles
     PERFORM P200-ApplyAgeRules
     PERFORM P800-FinishReport
     PERFORM P900-CloseFiles
     DISPLAY "Age bands changed on " Bands-Changed
             " account(s), " Gifts-Posted " birthday gift(s) posted"
             UPON STDERR
     STOP RUN.

  P060-LoadBankParams.
*>***************************************************************************
*> The age rules go into the record area before the READ, so a
*> parameter record saved before they existed leaves them at the
*> defaults.
*>***************************************************************************
      MOVE 500 TO BL-TxnLimit(1)
      MOVE 1000 TO BL-DayLimit(1)
      MOVE 1000 TO BL-TxnLimit(2)
      MOVE 2000 TO BL-DayLimit(2)
      MOVE 2500 TO BL-TxnLimit(3)
      MOVE 5000 TO BL-DayLimit(3)
      MOVE 0 TO BL-TxnLimit(4)
      MOVE 0 TO BL-DayLimit(4)
      MOVE Junior-Age TO ParamJuniorAge IN Params-Struct
      MOVE Teen-Age TO ParamTeenAge IN Params-Struct
      MOVE Adult-Age TO ParamAdultAge IN Params-Struct
      MOVE BL-TxnLimit(1) TO ParamYoungTxnLimit IN Params-Struct
      MOVE BL-DayLimit(1) TO ParamYoungDayLimit IN Params-Struct
      MOVE BL-TxnLimit(2) TO ParamJuniorTxnLimit IN Params-Struct
      MOVE BL-DayLimit(2) TO ParamJuniorDayLimit IN Params-Struct
      MOVE BL-TxnLimit(3) TO ParamTeenTxnLimit IN Params-Struct
      MOVE BL-DayLimit(3) TO ParamTeenDayLimit IN Params-Struct
      MOVE BL-TxnLimit(4) TO ParamAdultTxnLimit IN Params-Struct
      MOVE BL-DayLimit(4) TO ParamAdultDayLimit IN Params-Struct
      MOVE Birthday-Gift-Pennies
                          TO ParamBirthdayGiftPennies IN Params-Struct
      OPEN INPUT BankParams
      IF BankParamsStatus = '00'
        READ BankParams
        IF BankParamsStatus = '00'
          MOVE ParamRetryLimit IN Params-Struct TO Retry-Limit
          MOVE ParamRetryPause IN Params-Struct TO Retry-Pause
          MOVE ParamJuniorAge IN Params-Struct TO Junior-Age
          MOVE ParamTeenAge IN Params-Struct TO Teen-Age
          MOVE ParamAdultAge IN Params-Struct TO Adult-Age
          MOVE ParamYoungTxnLimit IN Params-Struct TO BL-TxnLimit(1)
          MOVE ParamYoungDayLimit IN Params-Struct TO BL-DayLimit(1)
          MOVE ParamJuniorTxnLimit IN Params-Struct TO BL-TxnLimit(2)
          MOVE ParamJuniorDayLimit IN Params-Struct TO BL-DayLimit(2)
          MOVE ParamTeenTxnLimit IN Params-Struct TO BL-TxnLimit(3)
          MOVE ParamTeenDayLimit IN Params-Struct TO BL-DayLimit(3)
          MOVE ParamAdultTxnLimit IN Params-Struct TO BL-TxnLimit(4)
          MOVE ParamAdultDayLimit IN Params-Struct TO BL-DayLimit(4)
          MOVE ParamBirthdayGiftPennies IN Params-Struct
                                          TO Birthday-Gift-Pennies
        END-IF
        CLOSE BankParams
      END-IF.

  P100-OpenFiles.
*>***************************************************************************
*> No profile file on disk means no birth dates have been keyed, and
*> there is nothing to do.  The journal files are only needed for
*> gifts, but are opened anyway: the run is short.
*>***************************************************************************
      OPEN I-O Profiles
      IF ProfilesStatus NOT = '00'
        DISPLAY 'No Profiles.dat -- no age rules to apply.' UPON STDERR
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
      END-IF
      OPEN OUTPUT Report-File
      MOVE TodaysDate TO Date-Edit
      MOVE SPACES TO Work-Line
      STRING Date-Edit DELIMITED BY SIZE
             '  Piggy Bank Age Bands and Birthday Gifts'
                       DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE 'Acct Name             Age  Event' TO Report-Record
      WRITE Report-Record
      MOVE '---- ---------------- ---  -----' TO Report-Record
      WRITE Report-Record.

  P200-ApplyAgeRules SECTION.
  1.  PERFORM FOREVER
        READ Profiles NEXT RECORD
        AT END
            EXIT PERFORM
        END-READ
        IF ProfileBirthDate IN Profile-Struct NOT = 0
          PERFORM P300-OneHolder
        END-IF
      END-PERFORM
      .

*>***************************************************************************
*> Service paragraphs, in their own section so that the PERFORM of
*> P200-ApplyAgeRules ends with its own paragraph instead of running
*> on through them -- a section PERFORM executes through every
*> paragraph up to the next section header.
*>***************************************************************************
  300-Service-Paragraphs SECTION.
  P300-OneHolder.
*>***************************************************************************
*> Age and band for one profile, then the band change and the gift if
*> either is due.  The profile is rewritten once, after both, when
*> either has changed it.
*>***************************************************************************

>>D    DISPLAY "*** P300-OneHolder for "
>>D            ProfileAccountNumber IN Profile-Struct UPON STDERR
      MOVE "N" TO Profile-Changed-Flag
      MOVE "Y" TO Account-Found-Flag
      MOVE ProfileAccountNumber IN Profile-Struct
                            TO AccountNumber IN Account-Struct
      READ Accounts RECORD
        INVALID KEY
          MOVE "N" TO Account-Found-Flag
      END-READ
      IF NOT Account-Found
         OR NOT Account-Open IN Account-Struct
        EXIT PARAGRAPH
      END-IF
      MOVE ProfileBirthDate IN Profile-Struct TO Birth-Date
      COMPUTE Holder-Age = Today-Year - Birth-Year
      IF Today-MMDD < Birth-MMDD
        SUBTRACT 1 FROM Holder-Age
      END-IF
      EVALUATE TRUE
        WHEN Holder-Age < Junior-Age
          MOVE 1 TO Band-Sub
        WHEN Holder-Age < Teen-Age
          MOVE 2 TO Band-Sub
        WHEN Holder-Age < Adult-Age
          MOVE 3 TO Band-Sub
        WHEN OTHER
          MOVE 4 TO Band-Sub
      END-EVALUATE
      IF ProfileAgeBand IN Profile-Struct NOT = Band-Codes(Band-Sub:1)
        PERFORM P400-ChangeBand
      END-IF
      IF Birthday-Gift-Pennies > 0
         AND Birth-MMDD NOT > Today-MMDD
         AND ProfileGiftYear IN Profile-Struct < Today-Year
        PERFORM P500-PostGift
      END-IF
      IF Profile-Changed
        REWRITE Profile-Struct
      END-IF.

  P400-ChangeBand.
*>***************************************************************************
*> Put the new band's default limits on the account, log it, and
*> list the child -- as aged into the band when there was a band
*> before, or as just placed in one when the birth date is new.
*>***************************************************************************
      MOVE ProfileAgeBand IN Profile-Struct TO Old-Band
      MOVE BL-TxnLimit(Band-Sub) TO AccountTxnLimit IN Account-Struct
      MOVE BL-DayLimit(Band-Sub) TO AccountDayLimit IN Account-Struct
      REWRITE Account-Struct
      MOVE Band-Codes(Band-Sub:1) TO ProfileAgeBand IN Profile-Struct
      MOVE "Y" TO Profile-Changed-Flag
      ADD 1 TO Bands-Changed
      PERFORM P700-WriteAuditEvent
      COMPUTE Dollars = BL-TxnLimit(Band-Sub) / 100
      MOVE Dollars TO Limit-Edit
      COMPUTE Dollars = BL-DayLimit(Band-Sub) / 100
      MOVE Dollars TO Day-Limit-Edit
      MOVE Holder-Age TO Age-Edit
      MOVE SPACES TO Work-Line
      MOVE AccountNumber IN Account-Struct TO Work-Line(1:4)
      MOVE AccountName IN Account-Struct TO Work-Line(6:16)
      MOVE Age-Edit TO Work-Line(23:3)
      IF Old-Band = SPACE
        STRING 'Band set: ' DELIMITED BY SIZE
               Band-Name(Band-Sub) DELIMITED BY SPACE
            INTO Work-Line(28:30)
      ELSE
        STRING 'AGED INTO ' DELIMITED BY SIZE
               Band-Name(Band-Sub) DELIMITED BY SPACE
            INTO Work-Line(28:30)
      END-IF
      IF BL-TxnLimit(Band-Sub) = 0 AND BL-DayLimit(Band-Sub) = 0
        MOVE 'limits: none' TO Work-Line(50:12)
      ELSE
        STRING 'limits:' DELIMITED BY SIZE
               Limit-Edit DELIMITED BY SIZE
               ' each,' DELIMITED BY SIZE
               Day-Limit-Edit DELIMITED BY SIZE
               ' a day' DELIMITED BY SIZE
            INTO Work-Line(50:50)
      END-IF
      MOVE Work-Line TO Report-Record
      WRITE Report-Record.

  P500-PostGift.
*>***************************************************************************
*> One birthday deposit to the journal and the index, credited to the
*> account, and the year marked as given.
*>***************************************************************************
      MOVE FUNCTION CURRENT-DATE TO Now
      MOVE Now TO GT-Stamp
      MOVE ProfileAccountNumber IN Profile-Struct TO GT-AccountNumber
      MOVE Gift-TransactionID TO TransactionID IN Transaction-Record
      MOVE ProfileAccountNumber IN Profile-Struct
                            TO AccountNumber IN Transaction-Record
      MOVE Birthday-Gift-Pennies TO AmountOfPennies IN Transaction-Record
      SET Deposit-Transaction IN Transaction-Record TO TRUE
      MOVE SPACES TO VoidOfTransactionID IN Transaction-Record
      MOVE "BIRTHDAY GIFT" TO TransactionMemo IN Transaction-Record
      MOVE CORRESPONDING Transaction-Record TO Transaction-Struct
      WRITE Transaction-Struct
      IF Index-Present
        PERFORM P600-WriteJournalIndexRow
      END-IF
      ADD Birthday-Gift-Pennies TO AccountPennies IN Account-Struct
      REWRITE Account-Struct
      MOVE Today-Year TO ProfileGiftYear IN Profile-Struct
      MOVE "Y" TO Profile-Changed-Flag
      ADD 1 TO Gifts-Posted
      ADD Birthday-Gift-Pennies TO Gift-Total-Pennies
      COMPUTE Dollars = Birthday-Gift-Pennies / 100
      MOVE Dollars TO Amount-Edit
      MOVE Holder-Age TO Age-Edit
      MOVE SPACES TO Work-Line
      MOVE AccountNumber IN Account-Struct TO Work-Line(1:4)
      MOVE AccountName IN Account-Struct TO Work-Line(6:16)
      MOVE Age-Edit TO Work-Line(23:3)
      STRING 'Birthday gift ' DELIMITED BY SIZE
             Amount-Edit DELIMITED BY SIZE
          INTO Work-Line(28:40)
      MOVE Work-Line TO Report-Record
      WRITE Report-Record.

  P600-WriteJournalIndexRow.
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

  P700-WriteAuditEvent.
*>***************************************************************************
*> Append one AB event to the audit trail, under the same
*> exclusive-open-per-append discipline as everywhere else.  A batch
*> job has no teller, so the teller ID is blank.
*>***************************************************************************
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
      MOVE AccountNumber IN Account-Struct
                              TO AuditAccountNumber IN Audit-Struct
      MOVE AccountName IN Account-Struct
                              TO AuditAccountName IN Audit-Struct
      MOVE "AB" TO AuditEventCode IN Audit-Struct
      MOVE SPACES TO AuditTellerID IN Audit-Struct
      WRITE Audit-Struct
      CLOSE AuditTrail.

  P800-FinishReport.
      IF Bands-Changed = 0 AND Gifts-Posted = 0
        MOVE 'No band changes or birthdays today.' TO Report-Record
        WRITE Report-Record
      END-IF
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE Bands-Changed TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING 'Band changes:   ' DELIMITED BY SIZE
             Count-Edit DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE Gifts-Posted TO Count-Edit
      COMPUTE Dollars = Gift-Total-Pennies / 100
      MOVE Dollars TO Amount-Edit
      MOVE SPACES TO Work-Line
      STRING 'Birthday gifts: ' DELIMITED BY SIZE
             Count-Edit DELIMITED BY SIZE
             '  totalling ' DELIMITED BY SIZE
             Amount-Edit DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      CLOSE Report-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/agerules.txt|ps2pdf - agerules.pdf".

  P900-CloseFiles.
      CLOSE Profiles
      CLOSE Accounts
      CLOSE Transactions
      IF Index-Present
        CLOSE JournalIndex
      END-IF.

END PROGRAM AgeRules.
