        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
*>***************************************************************************
*> Account-holder profiles (see ProfileData.cbi), keyed by account
*> number: opened for just the one profile action, and created on the
*> first one.
*>***************************************************************************
      SELECT Profiles ASSIGN TO 'Profiles.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ProfileAccountNumber OF Profile-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS ProfilesStatus.
*>***************************************************************************
*> Two-person approval queue (see PendingApprovalData.cbi): balance
*> adjustments wait here for a second supervisor, and the
*> "V - APPROVAL QUEUE" screen is where they, and the teller windows'
*> large postings, get approved or refused.  Shared with the teller
*> windows, which queue their own items; an item being decided is
*> locked so two supervisors cannot both act on it.
*>***************************************************************************
      SELECT PendingApprovals ASSIGN TO 'PendingApprovals.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APR-RequestID OF Pending-Struct
        LOCK MODE IS MANUAL
        SHARING WITH ALL OTHER
        FILE STATUS IS PendingStatus.
*>***************************************************************************
*> Holds and term deposits, read only, for the free-balance test an
*> approved debit has to pass: what is on hold or locked in a term is
*> no more the supervisor's to take than the teller's.
*>***************************************************************************
      SELECT Holds ASSIGN TO 'Holds.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS HoldsStatus.
      SELECT Terms ASSIGN TO 'TermDeposits.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TermsStatus.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                                             Record BY Journal-Index-Struct.
    COPY "TellerFileData.cbi" REPLACING TLR BY Tellers
                                             Record BY Teller-Struct.
    COPY "ProfileData.cbi" REPLACING PROF BY Profiles
                                             Record BY Profile-Struct.
    COPY "PendingApprovalData.cbi" REPLACING PAPR BY PendingApprovals
                                             Record BY Pending-Struct.
    COPY "HoldFileData.cbi" REPLACING HOLD BY Holds
                                             Record BY Hold-Struct.
    COPY "TermDepositData.cbi" REPLACING TERM BY Terms
                                             Record BY Term-Struct.
    FD  Supervisor.
    01  Supervisor-Record-FD.
        02  SupervisorPIN PICTURE IS X(04).
    01 BankParamsStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 TellersStatus PICTURE IS XX.
    01 ProfilesStatus PICTURE IS XX.
    01 PendingStatus PICTURE IS XX.
    01 HoldsStatus PICTURE IS XX.
    01 TermsStatus PICTURE IS XX.
*>***************************************************************************
*> In memory file records
*>***************************************************************************
                              VALUE SPACES.
    01 Teller-Line-Count PICTURE IS 99 VALUE 0.
*>***************************************************************************
*> Working storage for the "H - HOLDER PROFILE" screen: the profile as
*> keyed, checked before it replaces what is on file.
*>***************************************************************************
    01 ProfileAnswer PICTURE IS X VALUE " ".
    01 ProfileMessage PICTURE IS X(40) VALUE SPACES.
    01 Profile-Found-Flag PICTURE IS X VALUE "N".
        88 Profile-On-File VALUE "Y".
    01 Profile-Done-Flag PICTURE IS X VALUE "N".
        88 Profile-Done VALUE "Y".
    01 Profile-Entry.
        02 BirthDate-In PICTURE IS 9(8) VALUE 0.
        02 G1-Name-In PICTURE IS X(24) VALUE SPACES.
        02 G1-Phone-In PICTURE IS X(14) VALUE SPACES.
        02 G1-Email-In PICTURE IS X(40) VALUE SPACES.
        02 G2-Name-In PICTURE IS X(24) VALUE SPACES.
        02 G2-Phone-In PICTURE IS X(14) VALUE SPACES.
        02 G2-Email-In PICTURE IS X(40) VALUE SPACES.
        02 Street-In PICTURE IS X(30) VALUE SPACES.
        02 City-In PICTURE IS X(20) VALUE SPACES.
        02 State-In PICTURE IS X(02) VALUE SPACES.
        02 PostalCode-In PICTURE IS X(10) VALUE SPACES.
    01 Today-MMDD PICTURE IS 9(4) VALUE 0.
    01 Birth-MMDD PICTURE IS 9(4) VALUE 0.
*>***************************************************************************
*> Working storage for the approval queue: the posting being queued,
*> and for the "V - APPROVAL QUEUE" screen, the items still waiting
*> (the first hundred, oldest first) shown a page of ten at a time.
*> Approval-Hours is the expiry cut-off, from BankParams.dat.
*>***************************************************************************
    01 Pending-Entry.
        02 Pending-Kind PICTURE IS X(01) VALUE SPACE.
        02 Pending-Amount PICTURE IS S9(8) VALUE 0.
        02 Pending-Memo PICTURE IS X(20) VALUE SPACES.
    01 Pending-Written-Flag PICTURE IS X VALUE "N".
        88 Pending-Written VALUE "Y".
    01 Approval-Hours PICTURE IS 9(3) VALUE 72.
    01 Queue-Table.
        02 Queue-Entry OCCURS 100 TIMES.
            03 QT-RequestID PICTURE IS X(32).
            03 QT-AccountNumber PICTURE IS 9(4).
            03 QT-AccountName PICTURE IS X(16).
            03 QT-Kind PICTURE IS X(01).
            03 QT-Amount PICTURE IS S9(8).
            03 QT-MakerID PICTURE IS X(04).
    01 Queue-Count PICTURE IS 9(3) VALUE 0.
    01 Queue-Overflow-Flag PICTURE IS X VALUE "N".
        88 Queue-Overflowed VALUE "Y".
    01 Queue-Sub PICTURE IS 9(3) VALUE 0.
    01 Queue-Page-Start PICTURE IS 9(3) VALUE 1.
    01 Queue-Pick PICTURE IS 9(2) VALUE 0.
    01 QueueAnswer PICTURE IS X VALUE " ".
    01 QueueMessage PICTURE IS X(40) VALUE SPACES.
    01 Queue-Display-Lines.
        02 Queue-Display-Line PICTURE IS X(70) OCCURS 10 TIMES
                              VALUE SPACES.
    01 Queue-Line-Count PICTURE IS 99 VALUE 0.
    01 Queue-Number-Edit PICTURE IS Z9.
    01 Queue-Amount-Edit PICTURE IS ZZ,ZZZ,ZZ9DB.
    01 Queue-Kind-Word PICTURE IS X(08) VALUE SPACES.
    01 Queue-When PICTURE IS X(11) VALUE SPACES.
    01 Request-Stamp.
        02 RS-Year PICTURE IS 9(4).
        02 RS-Month PICTURE IS 9(2).
        02 RS-Day PICTURE IS 9(2).
        02 RS-Hour PICTURE IS 9(2).
        02 RS-Minute PICTURE IS 9(2).
        02 FILLER PICTURE IS X(20).
    01 Now-Minutes PICTURE IS S9(9) VALUE 0.
    01 Request-Minutes PICTURE IS S9(9) VALUE 0.
    01 Request-Expired-Flag PICTURE IS X VALUE "N".
        88 Request-Has-Expired VALUE "Y".
    01 Saved-TellerID PICTURE IS X(04) VALUE SPACES.
*>***************************************************************************
*> Bounded retry (with a breather between tries) for the
*> exclusive-while-open journal and audit files, and the outcome of
*> the maintenance rewrite that every action checks before claiming
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
    01 Maint-Rewrite-Flag PICTURE IS X VALUE "N".
        88 Maint-Rewrite-OK VALUE "Y".
*>***************************************************************************
*> What the account being maintained has on hold and locked in open
*> terms, read fresh for each debit, and whether the holds book could
*> be got at to total them.
*>***************************************************************************
    01 Held-Total PICTURE IS S9(8) VALUE 0.
    01 Locked-Total PICTURE IS S9(8) VALUE 0.
    01 Totals-Flag PICTURE IS X VALUE "Y".
        88 Totals-Available VALUE "Y".
  SCREEN SECTION.
*>***************************************************************************
*> Supervisor login screen
       02 VALUE "A - POST BALANCE ADJUSTMENT"        LINE 11 COL 30.
       02 VALUE "L - SET WITHDRAWAL LIMITS"          LINE 12 COL 30.
       02 VALUE "T - MAINTAIN TELLERS"               LINE 13 COL 30.
       02 VALUE "H - HOLDER PROFILE (BIRTHDAY, GUARDIANS)"
                                                     LINE 14 COL 30.
       02 VALUE "V - APPROVAL QUEUE (SECOND SUPERVISOR)"
                                                     LINE 15 COL 30.
       02 VALUE "Q - TO QUIT"                        LINE 16 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 18 COL 30.
       02 RESPONSE-INPUT                             LINE 18 COL 45
                            PICTURE IS X TO MaintAnswer.
*>***************************************************************************
*> Action screens: one small screen per maintenance action, showing
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO TellerAnswer.
*>***************************************************************************
*> Account-holder profile screen.  The entry fields come up holding
*> what is on file, so a change is made by keying over just that
*> field.
*>***************************************************************************
    01 Profile-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Account-Holder Profile"             LINE 3 COL 30.
       02 VALUE "Account Name: "                     LINE 5 COL 10.
       02 Profile-Name-Display                       LINE 5 COL 25
                    PICTURE IS X(16) FROM AccountName IN Account-Record.
       02 VALUE "Date of birth (YYYYMMDD): "         LINE 6 COL 10.
       02   BirthDate-Input                          LINE 6 COL 37
                    PICTURE IS 9(8) TO BirthDate-In.
       02 VALUE "Guardian 1: "                       LINE 8 COL 10.
       02   G1-Name-Input                            LINE 8 COL 23
                    PICTURE IS X(24) TO G1-Name-In.
       02 VALUE "Phone: "                            LINE 9 COL 10.
       02   G1-Phone-Input                           LINE 9 COL 17
                    PICTURE IS X(14) TO G1-Phone-In.
       02 VALUE "E-mail: "                           LINE 9 COL 32.
       02   G1-Email-Input                           LINE 9 COL 40
                    PICTURE IS X(40) TO G1-Email-In.
       02 VALUE "Guardian 2: "                       LINE 11 COL 10.
       02   G2-Name-Input                            LINE 11 COL 23
                    PICTURE IS X(24) TO G2-Name-In.
       02 VALUE "Phone: "                            LINE 12 COL 10.
       02   G2-Phone-Input                           LINE 12 COL 17
                    PICTURE IS X(14) TO G2-Phone-In.
       02 VALUE "E-mail: "                           LINE 12 COL 32.
       02   G2-Email-Input                           LINE 12 COL 40
                    PICTURE IS X(40) TO G2-Email-In.
       02 VALUE "Mailing address: "                  LINE 14 COL 10.
       02   Street-Input                             LINE 14 COL 28
                    PICTURE IS X(30) TO Street-In.
       02 VALUE "City: "                             LINE 15 COL 10.
       02   City-Input                               LINE 15 COL 17
                    PICTURE IS X(20) TO City-In.
       02 VALUE "State: "                            LINE 15 COL 39.
       02   State-Input                              LINE 15 COL 46
                    PICTURE IS X(02) TO State-In.
       02 VALUE "ZIP: "                              LINE 15 COL 50.
       02   PostalCode-Input                         LINE 15 COL 55
                    PICTURE IS X(10) TO PostalCode-In.
       02 Profile-Msg                                LINE 17 COL 10
                    PICTURE IS X(40) FROM ProfileMessage.
       02 VALUE "S - SAVE PROFILE"                   LINE 19 COL 30.
       02 VALUE "X - REMOVE PROFILE"                 LINE 20 COL 30.
       02 VALUE "Q - RETURN WITHOUT SAVING"          LINE 21 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO ProfileAnswer.
*>***************************************************************************
*> Approval queue screen: the items waiting for a second supervisor,
*> a page at a time, and the pick of one to approve or refuse
*>***************************************************************************
    01 Approval-Queue-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Two-Person Approval Queue"          LINE 3 COL 30.
       02 VALUE "#   Acct  Name              Kind"   LINE 5 COL 5.
       02 VALUE "Pennies  Maker  Queued"             LINE 5 COL 52.
       02 VALUE "--  ----  ----------------  --------" LINE 6 COL 5.
       02 VALUE "------------  ----  -----------"    LINE 6 COL 47.
       02 Queue-Display-01                           LINE 7  COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(1).
       02 Queue-Display-02                           LINE 8  COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(2).
       02 Queue-Display-03                           LINE 9  COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(3).
       02 Queue-Display-04                           LINE 10 COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(4).
       02 Queue-Display-05                           LINE 11 COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(5).
       02 Queue-Display-06                           LINE 12 COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(6).
       02 Queue-Display-07                           LINE 13 COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(7).
       02 Queue-Display-08                           LINE 14 COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(8).
       02 Queue-Display-09                           LINE 15 COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(9).
       02 Queue-Display-10                           LINE 16 COL 5
                    PICTURE IS X(70) FROM Queue-Display-Line(10).
       02 Queue-Msg                                  LINE 17 COL 10
                    PICTURE IS X(40) FROM QueueMessage.
       02 VALUE "Item #: "                           LINE 18 COL 10.
       02   Queue-Pick-Input                         LINE 18 COL 18
                    PICTURE IS Z9 TO Queue-Pick.
       02 VALUE "A - APPROVE AND POST ITEM"          LINE 19 COL 30.
       02 VALUE "R - REFUSE ITEM"                    LINE 20 COL 30.
       02 VALUE "N - NEXT PAGE"                      LINE 21 COL 30.
       02 VALUE "Q - RETURN TO MAINTENANCE"          LINE 22 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO QueueAnswer.
PROCEDURE DIVISION.
*>***************************************************************************
*> Main program: open the files, check (or establish) the supervisor
*>***************************************************************************
*> Read the bank-wide parameter record, kept by the BankParams
*> supervisor program, and take this program's share of it -- the
*> retry tuning for the exclusive-while-open files, and how long an
*> item may wait in the approval queue.  No file on disk means nobody
*> has changed the defaults yet, which is fine.  The expiry goes into
*> the record area before the READ, so a parameter record saved
*> before it existed leaves it at the default.
*>***************************************************************************

>>D    DISPLAY "*** P050-LoadBankParams" UPON STDERR
    MOVE Approval-Hours TO ParamApprovalHours IN Params-Struct
    OPEN INPUT BankParams
    IF BankParamsStatus = '00'
      READ BankParams
      IF BankParamsStatus = '00'
        MOVE ParamRetryLimit IN Params-Struct TO Retry-Limit
        MOVE ParamRetryPause IN Params-Struct TO Retry-Pause
        IF ParamApprovalHours IN Params-Struct > 0
          MOVE ParamApprovalHours IN Params-Struct TO Approval-Hours
        END-IF
      END-IF
      CLOSE BankParams
    END-IF.
      MOVE "N" TO MaintRetryFlag
      MOVE SPACES TO MaintMessage
*>***************************************************************************
*> Teller maintenance and the approval queue are bank-wide, not
*> per-account, so they run before the account lookup the
*> per-account actions need.
*>***************************************************************************
      IF FUNCTION UPPER-CASE(MaintAnswer) = 'T'
        PERFORM P680-TellerScreen
      ELSE
      IF FUNCTION UPPER-CASE(MaintAnswer) = 'V'
        PERFORM P800-ApprovalQueue
      ELSE
      IF FUNCTION UPPER-CASE(MaintAnswer) = 'P' OR 'N' OR 'O' OR 'A'
                                                 OR 'L' OR 'H'
*>***************************************************************************
*> Lock the record for the duration of the action, under the same
*> scheme the teller windows use -- an account somebody is logged
                PERFORM P650-PostAdjustment
              WHEN 'L'
                PERFORM P675-SetWithdrawalLimits
              WHEN 'H'
                PERFORM P690-HolderProfile
            END-EVALUATE
            UNLOCK Accounts
          END-IF
        END-IF
      END-IF
      END-IF
      END-IF
    END-PERFORM.

P500-ResetPIN.

P650-PostAdjustment.
*>***************************************************************************
*> Key a documented balance adjustment.  It no longer posts on the
*> spot: it goes to the approval queue as exactly the 'A' entry it
*> will post as, and only a second supervisor's approval (P820) puts
*> it on the journal and the balance -- one grown-up can no longer
*> move money on their own say-so.  A debit may not dig into what is
*> on hold or locked in a term, the same rule the teller's withdrawal
*> gets; it is checked here so an impossible debit never reaches the
*> queue, and again at approval, since the balance, the holds and the
*> terms may all have moved in between.
*>***************************************************************************

>>D    DISPLAY "*** P650-PostAdjustment" UPON STDERR
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter a positive dollar amount ***" TO MaintMessage
    ELSE
    IF FUNCTION UPPER-CASE(Adjust-Direction) = 'D'
      PERFORM P822-LoadHeldTotal
      PERFORM P823-LoadLockedTotal
    END-IF
    IF FUNCTION UPPER-CASE(Adjust-Direction) = 'D'
       AND NOT Totals-Available
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Holds file unavailable ***" TO MaintMessage
    ELSE
    IF FUNCTION UPPER-CASE(Adjust-Direction) = 'D'
       AND Adjust-Pennies > AccountPennies IN Account-Record
                            - Held-Total - Locked-Total
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Insufficient funds ***" TO MaintMessage
    ELSE
      MOVE "A" TO Pending-Kind
      IF FUNCTION UPPER-CASE(Adjust-Direction) = 'C'
        MOVE Adjust-Pennies TO Pending-Amount
      ELSE
        COMPUTE Pending-Amount = 0 - Adjust-Pennies
      END-IF
      MOVE "SUPERVISOR ADJUST" TO Pending-Memo
      PERFORM P655-QueueForApproval
      IF Pending-Written
        MOVE "*** Adjustment sent for approval ***" TO MaintMessage
      END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

P655-QueueForApproval.
*>***************************************************************************
*> Put the posting described by Pending-Entry on the approval queue
*> for the account being maintained, with this supervisor as its
*> maker, and record the request in the audit trail.  The queue is
*> keyed by the moment the item was queued; should a teller window
*> have queued one in the very same hundredth of a second, take a
*> fresh time and try again.  The queue file is created on first use.
*>***************************************************************************

>>D    DISPLAY "*** P655-QueueForApproval" UPON STDERR
    MOVE "N" TO Pending-Written-Flag
    OPEN I-O PendingApprovals
    IF PendingStatus = '35'
      OPEN OUTPUT PendingApprovals
      IF PendingStatus = '00'
        CLOSE PendingApprovals
        OPEN I-O PendingApprovals
      END-IF
    END-IF
    IF PendingStatus NOT = '00'
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Approval queue unavailable ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL Pending-Written OR File-Retry-Count > Retry-Limit
      MOVE FUNCTION CURRENT-DATE TO Now
      INITIALIZE Pending-Struct
      MOVE Now TO APR-RequestID IN Pending-Struct
      MOVE Maint-Account-Number TO APR-AccountNumber IN Pending-Struct
      MOVE AccountName IN Account-Record
                                  TO APR-AccountName IN Pending-Struct
      MOVE Pending-Kind TO APR-Kind IN Pending-Struct
      MOVE Pending-Amount TO APR-AmountOfPennies IN Pending-Struct
      MOVE Pending-Memo TO APR-Memo IN Pending-Struct
      MOVE Maint-TellerID TO APR-MakerID IN Pending-Struct
      SET APR-Pending IN Pending-Struct TO TRUE
      WRITE Pending-Struct
        INVALID KEY
          ADD 1 TO File-Retry-Count
          CALL "C$SLEEP" USING Retry-Pause
        NOT INVALID KEY
          MOVE "Y" TO Pending-Written-Flag
      END-WRITE
    END-PERFORM
    CLOSE PendingApprovals
    IF Pending-Written
      MOVE "QM" TO Audit-Event-Code
      PERFORM P300-WriteAuditEvent
    ELSE
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Could not queue the posting ***" TO MaintMessage
    END-IF.

P675-SetWithdrawalLimits.
    END-PERFORM
    CLOSE Tellers.

P690-HolderProfile.
*>***************************************************************************
*> Keep the account holder's profile: birth date, guardians and
*> mailing address.  The screen comes up with the profile on file (or
*> blank, for an account that has none yet) and runs until it is
*> saved, removed, or left.
*>***************************************************************************

>>D    DISPLAY "*** P690-HolderProfile" UPON STDERR
    OPEN I-O Profiles
    IF ProfilesStatus = '35'
      OPEN OUTPUT Profiles
      IF ProfilesStatus = '00'
        CLOSE Profiles
        OPEN I-O Profiles
      END-IF
    END-IF
    IF ProfilesStatus NOT = '00'
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Could not open the profile file ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Profile-Found-Flag
    MOVE Maint-Account-Number TO ProfileAccountNumber IN Profile-Struct
    READ Profiles RECORD
      INVALID KEY
        MOVE "N" TO Profile-Found-Flag
    END-READ
    IF NOT Profile-On-File
      INITIALIZE Profile-Struct
      MOVE Maint-Account-Number
                           TO ProfileAccountNumber IN Profile-Struct
    END-IF
    MOVE ProfileBirthDate IN Profile-Struct TO BirthDate-In
    MOVE ProfileGuardianName IN Profile-Struct(1) TO G1-Name-In
    MOVE ProfileGuardianPhone IN Profile-Struct(1) TO G1-Phone-In
    MOVE ProfileGuardianEmail IN Profile-Struct(1) TO G1-Email-In
    MOVE ProfileGuardianName IN Profile-Struct(2) TO G2-Name-In
    MOVE ProfileGuardianPhone IN Profile-Struct(2) TO G2-Phone-In
    MOVE ProfileGuardianEmail IN Profile-Struct(2) TO G2-Email-In
    MOVE ProfileStreet IN Profile-Struct TO Street-In
    MOVE ProfileCity IN Profile-Struct TO City-In
    MOVE ProfileState IN Profile-Struct TO State-In
    MOVE ProfilePostalCode IN Profile-Struct TO PostalCode-In
    MOVE SPACES TO ProfileMessage
    MOVE "N" TO Profile-Done-Flag
    PERFORM WITH TEST AFTER UNTIL Profile-Done
      MOVE BirthDate-In TO BirthDate-Input IN Profile-Screen
      MOVE G1-Name-In TO G1-Name-Input IN Profile-Screen
      MOVE G1-Phone-In TO G1-Phone-Input IN Profile-Screen
      MOVE G1-Email-In TO G1-Email-Input IN Profile-Screen
      MOVE G2-Name-In TO G2-Name-Input IN Profile-Screen
      MOVE G2-Phone-In TO G2-Phone-Input IN Profile-Screen
      MOVE G2-Email-In TO G2-Email-Input IN Profile-Screen
      MOVE Street-In TO Street-Input IN Profile-Screen
      MOVE City-In TO City-Input IN Profile-Screen
      MOVE State-In TO State-Input IN Profile-Screen
      MOVE PostalCode-In TO PostalCode-Input IN Profile-Screen
      MOVE " " TO ProfileAnswer
      MOVE " " TO RESPONSE-INPUT IN Profile-Screen
      DISPLAY Profile-Screen
      ACCEPT Profile-Screen
      MOVE SPACES TO ProfileMessage
      EVALUATE FUNCTION UPPER-CASE(ProfileAnswer)
        WHEN 'S'
          PERFORM P692-SaveProfile
        WHEN 'X'
          PERFORM P694-RemoveProfile
        WHEN 'Q'
          MOVE "Y" TO Profile-Done-Flag
      END-EVALUATE
    END-PERFORM
    CLOSE Profiles.

P692-SaveProfile.
*>***************************************************************************
*> Check the profile as keyed and write it.  A birth date may be left
*> zero (not known) but otherwise must be a real date no later than
*> today; the first guardian needs a name, and so does the second if
*> anything is keyed for them.  A new or changed birth date hands the
*> account back to AgeRules to place in its band afresh, and a
*> birthday already gone by this year is marked as given, so keying a
*> birth date never brings on a late gift.
*>***************************************************************************

>>D    DISPLAY "*** P692-SaveProfile" UPON STDERR
    MOVE FUNCTION CURRENT-DATE TO Now
    IF BirthDate-In NOT = 0
       AND FUNCTION TEST-DATE-YYYYMMDD(BirthDate-In) NOT = 0
      MOVE "*** Birth date is not a real date ***" TO ProfileMessage
    ELSE
    IF BirthDate-In > FUNCTION NUMVAL(Now(1:8))
      MOVE "*** Birth date is after today ***" TO ProfileMessage
    ELSE
    IF G1-Name-In = SPACES
      MOVE "*** Guardian 1 needs a name ***" TO ProfileMessage
    ELSE
    IF G2-Name-In = SPACES
       AND (G2-Phone-In NOT = SPACES OR G2-Email-In NOT = SPACES)
      MOVE "*** Guardian 2 needs a name ***" TO ProfileMessage
    ELSE
      IF BirthDate-In NOT = ProfileBirthDate IN Profile-Struct
        MOVE " " TO ProfileAgeBand IN Profile-Struct
        MOVE 0 TO ProfileGiftYear IN Profile-Struct
        IF BirthDate-In NOT = 0
          COMPUTE Today-MMDD = CDT-Month * 100 + CDT-Day
          COMPUTE Birth-MMDD = FUNCTION MOD(BirthDate-In, 10000)
          IF Birth-MMDD < Today-MMDD
            MOVE CDT-Year TO ProfileGiftYear IN Profile-Struct
          ELSE
            COMPUTE ProfileGiftYear IN Profile-Struct = CDT-Year - 1
          END-IF
        END-IF
      END-IF
      MOVE BirthDate-In TO ProfileBirthDate IN Profile-Struct
      MOVE G1-Name-In TO ProfileGuardianName IN Profile-Struct(1)
      MOVE G1-Phone-In TO ProfileGuardianPhone IN Profile-Struct(1)
      MOVE G1-Email-In TO ProfileGuardianEmail IN Profile-Struct(1)
      MOVE G2-Name-In TO ProfileGuardianName IN Profile-Struct(2)
      MOVE G2-Phone-In TO ProfileGuardianPhone IN Profile-Struct(2)
      MOVE G2-Email-In TO ProfileGuardianEmail IN Profile-Struct(2)
      MOVE Street-In TO ProfileStreet IN Profile-Struct
      MOVE City-In TO ProfileCity IN Profile-Struct
      MOVE FUNCTION UPPER-CASE(State-In) TO ProfileState IN Profile-Struct
      MOVE PostalCode-In TO ProfilePostalCode IN Profile-Struct
      IF Profile-On-File
        REWRITE Profile-Struct
      ELSE
        WRITE Profile-Struct
      END-IF
      IF ProfilesStatus NOT = '00'
        MOVE "*** Could not write the profile ***" TO ProfileMessage
      ELSE
        MOVE "Y" TO Profile-Found-Flag
        MOVE "PF" TO Audit-Event-Code
        PERFORM P300-WriteAuditEvent
        MOVE "*** Profile saved ***" TO MaintMessage
        MOVE "Y" TO Profile-Done-Flag
      END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

P694-RemoveProfile.
*>***************************************************************************
*> Drop the account's profile altogether.
*>***************************************************************************

>>D    DISPLAY "*** P694-RemoveProfile" UPON STDERR
    IF NOT Profile-On-File
      MOVE "*** No profile on file to remove ***" TO ProfileMessage
    ELSE
      DELETE Profiles RECORD
      IF ProfilesStatus NOT = '00'
        MOVE "*** Could not remove the profile ***" TO ProfileMessage
      ELSE
        MOVE "PF" TO Audit-Event-Code
        PERFORM P300-WriteAuditEvent
        MOVE "*** Profile removed ***" TO MaintMessage
        MOVE "Y" TO Profile-Done-Flag
      END-IF
    END-IF.

P700-ReWriteAccount.
*>***************************************************************************
*> Post the in-memory account record back to Accounts.dat in place.
      MOVE "*** Could not update the account ***" TO MaintMessage
    END-IF.

P800-ApprovalQueue.
*>***************************************************************************
*> Run the approval queue screen: the items still waiting, oldest
*> first, a page of ten at a time; pick one by its number on the page
*> to approve (and post) or refuse it.  Deciding takes a supervisor
*> signed in under their own teller ID -- the shared PIN cannot tell
*> one grown-up from another -- and a different one from whoever
*> asked.  The queue is re-read before every showing, so what is on
*> the screen is what other supervisors and the teller windows have
*> left it.
*>***************************************************************************

>>D    DISPLAY "*** P800-ApprovalQueue" UPON STDERR
    MOVE 1 TO Queue-Page-Start
    MOVE SPACES TO QueueMessage
    MOVE " " TO QueueAnswer
    PERFORM WITH TEST BEFORE
            UNTIL FUNCTION UPPER-CASE(QueueAnswer) = 'Q'
      PERFORM P810-LoadQueue
      IF Queue-Page-Start > Queue-Count
        MOVE 1 TO Queue-Page-Start
      END-IF
      MOVE SPACES TO Queue-Display-Lines
      MOVE 0 TO Queue-Line-Count
      PERFORM VARYING Queue-Sub FROM Queue-Page-Start BY 1
              UNTIL Queue-Sub > Queue-Count OR Queue-Line-Count = 10
        ADD 1 TO Queue-Line-Count
        PERFORM P805-FormatQueueLine
      END-PERFORM
      IF QueueMessage = SPACES
        IF Queue-Count = 0
          MOVE "*** Nothing waiting for approval ***" TO QueueMessage
        ELSE
        IF Queue-Overflowed
          MOVE "*** Oldest 100 shown - decide these ***"
                                                 TO QueueMessage
        END-IF
        END-IF
      END-IF
      MOVE 0 TO Queue-Pick
      MOVE " " TO QueueAnswer
      MOVE 0 TO Queue-Pick-Input IN Approval-Queue-Screen
      MOVE " " TO RESPONSE-INPUT IN Approval-Queue-Screen
      DISPLAY Approval-Queue-Screen
      ACCEPT Approval-Queue-Screen
      MOVE SPACES TO QueueMessage
      EVALUATE FUNCTION UPPER-CASE(QueueAnswer)
        WHEN 'N'
          ADD 10 TO Queue-Page-Start
        WHEN 'A'
        WHEN 'R'
          IF Queue-Pick < 1 OR Queue-Pick > Queue-Line-Count
            MOVE "*** Pick an item number shown ***"
                                                 TO QueueMessage
          ELSE
          IF Maint-TellerID = SPACES
            MOVE "*** Sign in with your own teller ID ***"
                                                 TO QueueMessage
          ELSE
            COMPUTE Queue-Sub = Queue-Page-Start + Queue-Pick - 1
            IF QT-MakerID(Queue-Sub) = Maint-TellerID
              MOVE "*** Needs a different supervisor ***"
                                                 TO QueueMessage
            ELSE
              IF FUNCTION UPPER-CASE(QueueAnswer) = 'A'
                PERFORM P820-ApproveItem
              ELSE
                PERFORM P830-RefuseItem
              END-IF
            END-IF
          END-IF
          END-IF
      END-EVALUATE
    END-PERFORM.

P805-FormatQueueLine.
*>***************************************************************************
*> One line of the queue screen for the item in slot Queue-Sub.
*>***************************************************************************

>>D    DISPLAY "*** P805-FormatQueueLine" UPON STDERR
    MOVE Queue-Line-Count TO Queue-Number-Edit
    EVALUATE QT-Kind(Queue-Sub)
      WHEN "A"
        MOVE "ADJUST" TO Queue-Kind-Word
      WHEN "D"
        MOVE "DEPOSIT" TO Queue-Kind-Word
      WHEN "W"
        MOVE "WITHDRAW" TO Queue-Kind-Word
      WHEN OTHER
        MOVE QT-Kind(Queue-Sub) TO Queue-Kind-Word
    END-EVALUATE
    MOVE QT-Amount(Queue-Sub) TO Queue-Amount-Edit
    MOVE QT-RequestID(Queue-Sub) TO Request-Stamp
    MOVE SPACES TO Queue-When
    STRING RS-Month DELIMITED BY SIZE
           "/"      DELIMITED BY SIZE
           RS-Day   DELIMITED BY SIZE
           " "      DELIMITED BY SIZE
           RS-Hour  DELIMITED BY SIZE
           ":"      DELIMITED BY SIZE
           RS-Minute DELIMITED BY SIZE
        INTO Queue-When
    STRING Queue-Number-Edit             DELIMITED BY SIZE
           "  "                          DELIMITED BY SIZE
           QT-AccountNumber(Queue-Sub)   DELIMITED BY SIZE
           "  "                          DELIMITED BY SIZE
           QT-AccountName(Queue-Sub)     DELIMITED BY SIZE
           "  "                          DELIMITED BY SIZE
           Queue-Kind-Word               DELIMITED BY SIZE
           "  "                          DELIMITED BY SIZE
           Queue-Amount-Edit             DELIMITED BY SIZE
           "  "                          DELIMITED BY SIZE
           QT-MakerID(Queue-Sub)         DELIMITED BY SIZE
           "  "                          DELIMITED BY SIZE
           Queue-When                    DELIMITED BY SIZE
        INTO Queue-Display-Line(Queue-Line-Count).

P810-LoadQueue.
*>***************************************************************************
*> Read the items still waiting into the queue table, oldest first
*> (the key is the time queued).  An item that has waited longer than
*> the expiry cut-off is marked expired on the way past instead of
*> being listed.  No queue file yet simply means nothing is waiting.
*> The scan reads without locking, so an item another supervisor is
*> deciding right now still shows until the next re-read.
*>***************************************************************************

>>D    DISPLAY "*** P810-LoadQueue" UPON STDERR
    MOVE 0 TO Queue-Count
    MOVE "N" TO Queue-Overflow-Flag
    MOVE SPACES TO Queue-Table
    OPEN I-O PendingApprovals
    IF PendingStatus NOT = '00'
      EXIT PARAGRAPH
    END-IF
    PERFORM P812-ComputeNowMinutes
    PERFORM WITH TEST BEFORE UNTIL PendingStatus NOT = '00'
      READ PendingApprovals NEXT RECORD WITH NO LOCK
      IF PendingStatus = '00'
        IF APR-Pending IN Pending-Struct
          PERFORM P815-CheckExpiry
          IF Request-Has-Expired
*>***************************************************************************
*> Re-read the item locked before marking it; the re-read leaves the
*> file positioned on it, so the scan carries on from the next one.
*>***************************************************************************
            READ PendingApprovals RECORD WITH LOCK
              INVALID KEY
                CONTINUE
            END-READ
            IF PendingStatus = '00'
              IF APR-Pending IN Pending-Struct
                PERFORM P817-MarkExpired
              END-IF
              UNLOCK PendingApprovals
            END-IF
            MOVE '00' TO PendingStatus
          ELSE
            IF Queue-Count < 100
              ADD 1 TO Queue-Count
              MOVE APR-RequestID IN Pending-Struct
                                       TO QT-RequestID(Queue-Count)
              MOVE APR-AccountNumber IN Pending-Struct
                                       TO QT-AccountNumber(Queue-Count)
              MOVE APR-AccountName IN Pending-Struct
                                       TO QT-AccountName(Queue-Count)
              MOVE APR-Kind IN Pending-Struct TO QT-Kind(Queue-Count)
              MOVE APR-AmountOfPennies IN Pending-Struct
                                       TO QT-Amount(Queue-Count)
              MOVE APR-MakerID IN Pending-Struct
                                       TO QT-MakerID(Queue-Count)
            ELSE
              MOVE "Y" TO Queue-Overflow-Flag
            END-IF
          END-IF
        END-IF
      END-IF
    END-PERFORM
    CLOSE PendingApprovals.

P812-ComputeNowMinutes.
*>***************************************************************************
*> The current time as a count of minutes, for measuring how long an
*> item has waited.
*>***************************************************************************

>>D    DISPLAY "*** P812-ComputeNowMinutes" UPON STDERR
    MOVE FUNCTION CURRENT-DATE TO Now
    COMPUTE Now-Minutes =
            FUNCTION INTEGER-OF-DATE(CDT-Year * 10000
                                     + CDT-Month * 100 + CDT-Day)
                                                           * 1440
            + CDT-Hour * 60 + CDT-Minutes.

P815-CheckExpiry.
*>***************************************************************************
*> Has the item in the record area waited longer than the expiry
*> cut-off?  Its key is the CURRENT-DATE image of when it was queued.
*>***************************************************************************

>>D    DISPLAY "*** P815-CheckExpiry" UPON STDERR
    MOVE "N" TO Request-Expired-Flag
    MOVE APR-RequestID IN Pending-Struct TO Request-Stamp
    COMPUTE Request-Minutes =
            FUNCTION INTEGER-OF-DATE(RS-Year * 10000
                                     + RS-Month * 100 + RS-Day)
                                                           * 1440
            + RS-Hour * 60 + RS-Minute
    IF Now-Minutes - Request-Minutes > Approval-Hours * 60
      MOVE "Y" TO Request-Expired-Flag
    END-IF.

P817-MarkExpired.
*>***************************************************************************
*> Mark the item in the record area (read locked by the caller)
*> expired, and record the outcome.  Nobody decided it, so the event
*> carries no teller ID, the way batch events carry none.
*>***************************************************************************

>>D    DISPLAY "*** P817-MarkExpired" UPON STDERR
    SET APR-Expired IN Pending-Struct TO TRUE
    MOVE SPACES TO APR-CheckerID IN Pending-Struct
    MOVE FUNCTION CURRENT-DATE TO Now
    MOVE Now TO APR-DecidedAt IN Pending-Struct
    REWRITE Pending-Struct
    IF PendingStatus = '00'
      MOVE APR-AccountNumber IN Pending-Struct TO Maint-Account-Number
      MOVE APR-AccountName IN Pending-Struct
                                   TO AccountName IN Account-Record
      MOVE Maint-TellerID TO Saved-TellerID
      MOVE SPACES TO Maint-TellerID
      MOVE "QE" TO Audit-Event-Code
      PERFORM P300-WriteAuditEvent
      MOVE Saved-TellerID TO Maint-TellerID
    END-IF.

P820-ApproveItem.
*>***************************************************************************
*> Approve the picked item and post it, the same two-step every
*> posting makes: the balance lands on Accounts.dat first, under the
*> record lock (an account a teller is logged into comes back status
*> 51 and must wait), and only a posted balance gets its journal
*> entry.  The item, held locked throughout, is then marked approved
*> with the journal entry it became.  Nothing posts to an account
*> that is no longer open, and a withdrawal or debit must fit in the
*> free balance as it stands now -- the balance less what is on hold
*> and locked in open terms, the teller's own withdrawal test.  Either
*> refusal leaves the item waiting.  An approved adjustment also
*> leaves the usual adjustment event, so the trail still shows every
*> adjustment where it always did.
*>***************************************************************************

>>D    DISPLAY "*** P820-ApproveItem" UPON STDERR
    PERFORM P825-LockItem
    IF NOT Pending-Written
      EXIT PARAGRAPH
    END-IF
    MOVE APR-AccountNumber IN Pending-Struct TO Maint-Account-Number
    MOVE 0 TO Held-Total
    MOVE 0 TO Locked-Total
    MOVE "Y" TO Totals-Flag
    IF APR-AmountOfPennies IN Pending-Struct < 0
      PERFORM P822-LoadHeldTotal
      PERFORM P823-LoadLockedTotal
    END-IF
    MOVE Maint-Account-Number TO AccountNumber IN Account-Struct
    READ Accounts RECORD INTO Account-Record WITH LOCK
      INVALID KEY
        MOVE "*** No such account ***" TO QueueMessage
    END-READ
    IF QueueMessage = SPACES
      IF AccountsStatus = '51'
        MOVE "*** Account in use at another window ***" TO QueueMessage
      ELSE
      IF AccountsStatus NOT = '00'
        MOVE "*** Could not read that account ***" TO QueueMessage
      ELSE
      IF NOT Account-Open IN Account-Record
        UNLOCK Accounts
        MOVE "*** Account is not open ***" TO QueueMessage
      ELSE
      IF NOT Totals-Available
        UNLOCK Accounts
        MOVE "*** Holds file unavailable ***" TO QueueMessage
      ELSE
      IF AccountPennies IN Account-Record - Held-Total - Locked-Total
         + APR-AmountOfPennies IN Pending-Struct < 0
        UNLOCK Accounts
        MOVE "*** Insufficient funds ***" TO QueueMessage
      END-IF
      END-IF
      END-IF
      END-IF
      END-IF
    END-IF
    IF QueueMessage NOT = SPACES
      UNLOCK PendingApprovals
      CLOSE PendingApprovals
      EXIT PARAGRAPH
    END-IF
    ADD APR-AmountOfPennies IN Pending-Struct
                        TO AccountPennies IN Account-Record
    PERFORM P700-ReWriteAccount
    IF NOT Maint-Rewrite-OK
      UNLOCK Accounts
      UNLOCK PendingApprovals
      CLOSE PendingApprovals
      MOVE "*** Could not update the account ***" TO QueueMessage
      EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE TO Now
    MOVE SPACES TO TransactionID IN Transaction-Record
    MOVE Now TO TransactionID IN Transaction-Record
    MOVE Maint-Account-Number TO AccountNumber IN Transaction-Record
    MOVE APR-AmountOfPennies IN Pending-Struct
                              TO AmountOfPennies IN Transaction-Record
    MOVE APR-Kind IN Pending-Struct
                              TO TransactionType IN Transaction-Record
    MOVE SPACES TO VoidOfTransactionID IN Transaction-Record
    MOVE APR-Memo IN Pending-Struct
                              TO TransactionMemo IN Transaction-Record
    PERFORM P250-WriteJournalRecord
    UNLOCK Accounts
    SET APR-Approved IN Pending-Struct TO TRUE
    MOVE Maint-TellerID TO APR-CheckerID IN Pending-Struct
    MOVE Now TO APR-DecidedAt IN Pending-Struct
    MOVE TransactionID IN Transaction-Record
                     TO APR-PostedTransactionID IN Pending-Struct
    REWRITE Pending-Struct
    UNLOCK PendingApprovals
    CLOSE PendingApprovals
    MOVE "QA" TO Audit-Event-Code
    PERFORM P300-WriteAuditEvent
    IF APR-Adjustment IN Pending-Struct
      MOVE "AJ" TO Audit-Event-Code
      PERFORM P300-WriteAuditEvent
    END-IF
    MOVE "*** Approved and posted ***" TO QueueMessage.

P822-LoadHeldTotal.
*>***************************************************************************
*> Total the active holds on the account being maintained.  The
*> holds book is exclusive while a teller window saves it, so opening
*> it waits out a save the way every shared file here is waited for;
*> no file at all holds nothing.
*>***************************************************************************

>>D    DISPLAY "*** P822-LoadHeldTotal" UPON STDERR
    MOVE 0 TO Held-Total
    MOVE "Y" TO Totals-Flag
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL HoldsStatus = '00' OR HoldsStatus = '35'
                  OR NOT Totals-Available
      OPEN INPUT Holds
      IF HoldsStatus NOT = '00' AND HoldsStatus NOT = '35'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          MOVE "N" TO Totals-Flag
        ELSE
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-IF
    END-PERFORM
    IF HoldsStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL HoldsStatus NOT = '00'
        READ Holds
        IF HoldsStatus = '00'
          IF HoldAccountNumber IN Hold-Struct = Maint-Account-Number
             AND Hold-Active IN Hold-Struct
            ADD HoldAmountPennies IN Hold-Struct TO Held-Total
          END-IF
        END-IF
      END-PERFORM
      CLOSE Holds
    END-IF.

P823-LoadLockedTotal.
*>***************************************************************************
*> Total what the account being maintained has locked in open term
*> deposits.  No file, or no open term, locks nothing.
*>***************************************************************************

>>D    DISPLAY "*** P823-LoadLockedTotal" UPON STDERR
    MOVE 0 TO Locked-Total
    OPEN INPUT Terms
    IF TermsStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL TermsStatus NOT = '00'
        READ Terms
        IF TermsStatus = '00'
          IF TermAccountNumber IN Term-Struct = Maint-Account-Number
             AND Term-Open IN Term-Struct
            ADD TermAmountPennies IN Term-Struct TO Locked-Total
          END-IF
        END-IF
      END-PERFORM
      CLOSE Terms
    END-IF.

P825-LockItem.
*>***************************************************************************
*> Open the queue and read the picked item locked, making sure it is
*> still waiting: another supervisor may have decided it, or it may
*> have expired, since the screen was drawn.  Leaves Pending-Written
*> set, the file open and the item locked only when it may be
*> decided; otherwise the file is closed and QueueMessage says why.
*>***************************************************************************

>>D    DISPLAY "*** P825-LockItem" UPON STDERR
    MOVE "N" TO Pending-Written-Flag
    OPEN I-O PendingApprovals
    IF PendingStatus NOT = '00'
      MOVE "*** Approval queue unavailable ***" TO QueueMessage
      EXIT PARAGRAPH
    END-IF
    MOVE QT-RequestID(Queue-Sub) TO APR-RequestID IN Pending-Struct
    READ PendingApprovals RECORD WITH LOCK
      INVALID KEY
        MOVE "*** Item is no longer on file ***" TO QueueMessage
    END-READ
    IF QueueMessage = SPACES
      IF PendingStatus = '51'
        MOVE "*** Another supervisor has that item ***"
                                                 TO QueueMessage
      ELSE
      IF PendingStatus NOT = '00'
        MOVE "*** Could not read that item ***" TO QueueMessage
      ELSE
      IF NOT APR-Pending IN Pending-Struct
        UNLOCK PendingApprovals
        MOVE "*** Item was already decided ***" TO QueueMessage
      ELSE
        PERFORM P812-ComputeNowMinutes
        PERFORM P815-CheckExpiry
        IF Request-Has-Expired
          PERFORM P817-MarkExpired
          UNLOCK PendingApprovals
          MOVE "*** Item has expired ***" TO QueueMessage
        END-IF
      END-IF
      END-IF
      END-IF
    END-IF
    IF QueueMessage NOT = SPACES
      CLOSE PendingApprovals
    ELSE
      MOVE "Y" TO Pending-Written-Flag
    END-IF.

P830-RefuseItem.
*>***************************************************************************
*> Refuse the picked item: nothing posts, and the item stays on file
*> marked refused, with who refused it.
*>***************************************************************************

>>D    DISPLAY "*** P830-RefuseItem" UPON STDERR
    PERFORM P825-LockItem
    IF NOT Pending-Written
      EXIT PARAGRAPH
    END-IF
    SET APR-Rejected IN Pending-Struct TO TRUE
    MOVE Maint-TellerID TO APR-CheckerID IN Pending-Struct
    MOVE FUNCTION CURRENT-DATE TO Now
    MOVE Now TO APR-DecidedAt IN Pending-Struct
    REWRITE Pending-Struct
    UNLOCK PendingApprovals
    CLOSE PendingApprovals
    MOVE APR-AccountNumber IN Pending-Struct TO Maint-Account-Number
    MOVE APR-AccountName IN Pending-Struct
                                 TO AccountName IN Account-Record
    MOVE "QR" TO Audit-Event-Code
    PERFORM P300-WriteAuditEvent
    MOVE "*** Approval refused ***" TO QueueMessage.

END PROGRAM AccountMaint.
