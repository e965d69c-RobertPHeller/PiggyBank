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

IDENTIFICATION DIVISION.
  PROGRAM-ID. TermDeposits.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>***************************************************************************
*> Accounts File.  Shared with the teller windows under the same
*> locking scheme AccountMaint uses: the record a term is opened or
*> broken on is locked for just that action, and an account a teller
*> is logged into comes back status 51.
*>***************************************************************************
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountNumber OF Account-Struct
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        SHARING WITH ALL OTHER
        FILE STATUS IS AccountsStatus.
*>***************************************************************************
*> Transaction Journal File -- an early-break penalty posts here like
*> any other money movement.  Exclusive while open, and opened only
*> for the instant the entry is appended, exactly as PiggyBank
*> appends.
*>***************************************************************************
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS TransactionsStatus.
*>***************************************************************************
*> Account-keyed journal index (see JournalIndexData.cbi): the
*> penalty mirrors its row here so the teller screens' one-account
*> readers see it.
*>***************************************************************************
      SELECT JournalIndex ASSIGN TO 'JournalIndex.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-Key OF Journal-Index-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS JournalIndexStatus.
      SELECT Terms ASSIGN TO 'TermDeposits.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TermsStatus.
*>***************************************************************************
*> Term-book update lock.  The maturity run settles terms in the same
*> book, so every save from this screen is a read-merge-write of the
*> whole file under an exclusive hold of this empty file, and the
*> maturity run holds it for its whole pass -- the way the loan book
*> is shared with the allowance run.
*>***************************************************************************
      SELECT TermsLock ASSIGN TO 'TermDeposits.lck'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS TermsLockStatus.
*>***************************************************************************
*> Savings Goals File, kept by PiggyBank's goals screen -- only read
*> here: money earmarked toward a goal is no more free to lock than
*> money on hold.
*>***************************************************************************
      SELECT Goals ASSIGN TO 'SavingsGoals.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GoalsStatus.
*>***************************************************************************
*> Holds file, kept by PiggyBank's holds screen -- only read here: a
*> term can lock only money that is not already held.
*>***************************************************************************
      SELECT Holds ASSIGN TO 'Holds.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HoldsStatus.
*>***************************************************************************
*> Supervisor credentials: supervisor-class entries in the tellers
*> file, falling back to the shared Supervisor.dat PIN while there are
*> none -- the same login AccountMaint runs.
*>***************************************************************************
      SELECT Supervisor ASSIGN TO 'Supervisor.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SupervisorStatus.
      SELECT Tellers ASSIGN TO 'Tellers.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TellersStatus.
*>***************************************************************************
*> Teller Activity Audit Trail File -- the login, every term opened
*> and every term broken leave a record here.  Same
*> exclusive-open-per-append discipline as everywhere else.
*>***************************************************************************
      SELECT AuditTrail ASSIGN TO 'AuditTrail.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS AuditStatus.
*>***************************************************************************
*> Bank-wide parameter file, maintained by BankParams -- read once at
*> start-up for the retry tuning.  No file means the defaults stand.
*>***************************************************************************
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "JournalIndexData.cbi" REPLACING JIDX BY JournalIndex
                                             Record BY Journal-Index-Struct.
    COPY "TermDepositData.cbi" REPLACING TERM BY Terms
                                             Record BY Term-Struct.
    FD  TermsLock.
    01  Terms-Lock-Record PICTURE IS X(01).
    COPY "SavingsGoalData.cbi" REPLACING GOAL BY Goals
                                         Record BY Goal-Struct.
    COPY "HoldFileData.cbi" REPLACING HOLD BY Holds
                                             Record BY Hold-Struct.
    COPY "AuditFileData.cbi" REPLACING AUDIT BY AuditTrail
                                             Record BY Audit-Struct.
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                             Record BY Params-Struct.
    COPY "TellerFileData.cbi" REPLACING TLR BY Tellers
                                             Record BY Teller-Struct.
    FD  Supervisor.
    01  Supervisor-Record-FD.
        02  SupervisorPIN PICTURE IS X(04).
  WORKING-STORAGE SECTION.
*>***************************************************************************
*> File status
*>***************************************************************************
    01 AccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 TermsStatus PICTURE IS XX.
    01 TermsLockStatus PICTURE IS XX.
    01 GoalsStatus PICTURE IS XX.
    01 HoldsStatus PICTURE IS XX.
    01 SupervisorStatus PICTURE IS XX.
    01 TellersStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
*>***************************************************************************
*> In memory file records
*>***************************************************************************
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
    01 Supervisor-Record.
       02 SupervisorPIN PICTURE IS X(04) VALUE SPACES.
*>***************************************************************************
*> Time stamp for journal and audit entries
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
*> The audit event being recorded, which account it touched, and who
*> was logged in -- plus bounded retry for the exclusive-while-open
*> files.  The limit and pause carry the built-in defaults until
*> P050-LoadBankParams replaces them with the supervisor's settings
*> from BankParams.dat.
*>***************************************************************************
    01 Audit-Event-Code PICTURE IS X(02) VALUE SPACES.
    01 Audit-Account-Number PICTURE IS 9(4) VALUE 0.
    01 Audit-Account-Name PICTURE IS X(16) VALUE SPACES.
    01 Term-TellerID PICTURE IS X(04) VALUE SPACES.
    01 File-Retry-Count PICTURE IS 9(4) VALUE 0.
    01 Retry-Limit PICTURE IS 9(4) VALUE 1000.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
*>***************************************************************************
*> The supervisor-class tellers, for the login check only.
*>***************************************************************************
    01 Teller-Table.
        02 Teller-Entry OCCURS 50 TIMES.
            03 TM-Present PICTURE IS X(01).
                88 TM-Slot-Used VALUE "Y".
            03 TM-ID PICTURE IS X(04).
            03 TM-PIN PICTURE IS X(04).
    01 Teller-Sub PICTURE IS 9(2) VALUE 0.
    01 Supervisor-Teller-Count PICTURE IS 9(2) VALUE 0.
*>***************************************************************************
*> The whole term book held in memory, slotted by account number and
*> term number the way the goal book is.  The maturity run settles
*> terms behind this screen's back, so the book is re-read before
*> every action and written straight back out after every change.
*>***************************************************************************
    01 Term-Table.
        02 Term-Account-Row OCCURS 10000 TIMES.
            03 Term-Slot OCCURS 5 TIMES.
                04 TS-Present PICTURE IS X(01).
                    88 TS-Term-Present VALUE "Y".
                04 TS-Amount PICTURE IS S9(8).
                04 TS-StartDate PICTURE IS 9(8).
                04 TS-MaturityDate PICTURE IS 9(8).
                04 TS-BonusRate PICTURE IS 9V9(4).
                04 TS-Status PICTURE IS X(01).
                    88 TS-Open VALUE "O".
                    88 TS-Matured VALUE "M".
                    88 TS-Broken VALUE "B".
                04 TS-Settled PICTURE IS S9(8).
                04 TS-SettledDate PICTURE IS 9(8).
    01 Term-Acct-Sub PICTURE IS 9(5) VALUE 0.
    01 Term-Sub PICTURE IS 9(2) VALUE 0.
    01 Term-Pick PICTURE IS 9(2) VALUE 0.
*>***************************************************************************
*> The one term slot an action changes -- its number, and the slot as
*> it stood when the action read the book -- so P800-SaveTerms can
*> merge just that slot into a fresh read of the book, and refuse the
*> save if someone else changed that term in the meantime.
*>***************************************************************************
    01 Term-Save-Sub PICTURE IS 9(2) VALUE 0.
    01 Term-Before-Slot PICTURE IS X(47) VALUE SPACES.
    01 Term-After-Slot PICTURE IS X(47) VALUE SPACES.
    01 Term-Save-Flag PICTURE IS X VALUE "N".
        88 Term-Save-OK VALUE "Y".
*>***************************************************************************
*> What is already spoken for on the account being worked: its goal
*> earmarks, its holds and its other open terms.
*>***************************************************************************
    01 Earmarked-Total PICTURE IS S9(8) VALUE 0.
    01 Held-Total PICTURE IS S9(8) VALUE 0.
    01 Locked-Total PICTURE IS S9(8) VALUE 0.
*>***************************************************************************
*> Working variables
*>***************************************************************************
    01 TodaysDate PICTURE IS 9(8) VALUE 0.
    01 Maturity-Pieces.
        02 MP-Year PICTURE IS 9(4).
        02 MP-Month PICTURE IS 9(2).
        02 MP-Day PICTURE IS 9(2).
    01 Maturity-Whole REDEFINES Maturity-Pieces PICTURE IS 9(8).
    01 Month-Count PICTURE IS 9(2) VALUE 0.
    01 LoginAnswer PICTURE IS X VALUE " ".
    01 LoginRetryFlag PICTURE IS X VALUE "N".
    01 LoginMessage PICTURE IS X(40) VALUE SPACES.
    01 Login-TellerID-In PICTURE IS X(04) VALUE SPACES.
    01 Entered-PIN PICTURE IS X(04) VALUE SPACES.
    01 Supervisor-OK-Flag PICTURE IS X VALUE "N".
        88 Supervisor-Logged-In VALUE "Y".
    01 MaintAnswer PICTURE IS X VALUE " ".
    01 MaintRetryFlag PICTURE IS X VALUE "N".
    01 MaintMessage PICTURE IS X(40) VALUE SPACES.
    01 Term-Account-Number PICTURE IS 9(4) VALUE 0.
    01 Term-Number-In PICTURE IS 9(2) VALUE 0.
    01 Term-Months-In PICTURE IS 9(2) VALUE 0.
    01 Term-Entry-Amounts.
        02 Amount-Dollars-Cents PICTURE IS S9(6)V99 VALUE 0.
        02 Amount-Pennies PICTURE IS S9(8) VALUE 0.
        02 Rate-Percent-In PICTURE IS 99V99 VALUE 0.
        02 Penalty-Pennies PICTURE IS S9(8) VALUE 0.
    01 Term-Amount-Edit PICTURE IS Z(5)9.99.
    01 Term-Rewrite-Flag PICTURE IS X VALUE "N".
        88 Term-Rewrite-OK VALUE "Y".
*>***************************************************************************
*> Working storage for the "L - LIST TERMS" browse screen, in the
*> mold of MatchRules' rule listing
*>***************************************************************************
    01 ListAnswer PICTURE IS X VALUE " ".
    01 List-Page-Message PICTURE IS X(40) VALUE SPACES.
    01 List-Display-Lines.
        02 List-Display-Line PICTURE IS X(60) OCCURS 10 TIMES
                              VALUE SPACES.
    01 List-Line-Count PICTURE IS 99 VALUE 0.
    01 List-Number-Edit PICTURE IS ZZZ9.
    01 List-Amount-Edit PICTURE IS ZZ,ZZZ,ZZ9.
    01 List-Date-Edit PICTURE IS 9999/99/99.
    01 List-Rate-Edit PICTURE IS Z9.99.
    01 List-Status-Word PICTURE IS X(07) VALUE SPACES.
  SCREEN SECTION.
*>***************************************************************************
*> Supervisor login screen
*>***************************************************************************
    01 Supervisor-Login-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Supervisor Login"                   LINE 6 COL 35.
       02 VALUE "Teller ID (if any): "               LINE 7 COL 10.
       02   Login-ID-Input                           LINE 7 COL 31
                        PICTURE IS X(04) TO Login-TellerID-In.
       02 VALUE "Supervisor PIN: "                   LINE 8 COL 10.
       02   PIN-Input                                LINE 8 COL 27
                        PICTURE IS X(04) TO Entered-PIN.
       02 Login-Message                              LINE 9 COL 10
                            PICTURE IS X(40) FROM LoginMessage.
       02 VALUE "C - TO CONTINUE"                    LINE 11 COL 30.
       02 VALUE "Q - TO QUIT"                        LINE 12 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 14 COL 30.
       02 RESPONSE-INPUT                             LINE 14 COL 45
                            PICTURE IS X TO LoginAnswer.
*>***************************************************************************
*> Term deposit maintenance screen
*>***************************************************************************
    01 Term-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Term Deposit (Locked Savings)"      LINE 3 COL 28.
       02 VALUE "Account #: "                        LINE 5 COL 10.
       02   Account-Input                            LINE 5 COL 22
                        PICTURE IS 9999 TO Term-Account-Number.
       02 VALUE "Amount to lock ($): "               LINE 6 COL 10.
       02   Amount-Input                             LINE 6 COL 31
                        PICTURE IS Z(5)9.99
                        TO Amount-Dollars-Cents.
       02 VALUE "Months (3 or 6 usual): "            LINE 7 COL 10.
       02   Months-Input                             LINE 7 COL 34
                        PICTURE IS Z9 TO Term-Months-In.
       02 VALUE "Bonus rate (% a year): "            LINE 8 COL 10.
       02   Rate-Input                               LINE 8 COL 34
                        PICTURE IS Z9.99 TO Rate-Percent-In.
       02 VALUE "Term # (to break): "                LINE 9 COL 10.
       02   Term-Number-Input                        LINE 9 COL 30
                        PICTURE IS Z9 TO Term-Number-In.
       02 Maint-Message                              LINE 10 COL 10
                            PICTURE IS X(40) FROM MaintMessage.
       02 VALUE "O - OPEN TERM"                      LINE 12 COL 30.
       02 VALUE "B - BREAK TERM EARLY"               LINE 13 COL 30.
       02 VALUE "L - LIST TERMS"                     LINE 14 COL 30.
       02 VALUE "Q - TO QUIT"                        LINE 15 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 17 COL 30.
       02 RESPONSE-INPUT                             LINE 17 COL 45
                            PICTURE IS X TO MaintAnswer.
*>***************************************************************************
*> Term listing screen: browse the term book a page at a time
*>***************************************************************************
    01 List-Terms-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Term Deposit Listing (pennies)"     LINE 3 COL 28.
       02 VALUE "Acct# T#      Amount    Matures  Rate%  Status"
                                                      LINE 5 COL 10.
       02 VALUE "----- --  ----------  ----------  -----  -------"
                                                      LINE 6 COL 10.
       02 List-Display-01                            LINE 7  COL 10
                            PICTURE IS X(60) FROM List-Display-Line(1).
       02 List-Display-02                            LINE 8  COL 10
                            PICTURE IS X(60) FROM List-Display-Line(2).
       02 List-Display-03                            LINE 9  COL 10
                            PICTURE IS X(60) FROM List-Display-Line(3).
       02 List-Display-04                            LINE 10 COL 10
                            PICTURE IS X(60) FROM List-Display-Line(4).
       02 List-Display-05                            LINE 11 COL 10
                            PICTURE IS X(60) FROM List-Display-Line(5).
       02 List-Display-06                            LINE 12 COL 10
                            PICTURE IS X(60) FROM List-Display-Line(6).
       02 List-Display-07                            LINE 13 COL 10
                            PICTURE IS X(60) FROM List-Display-Line(7).
       02 List-Display-08                            LINE 14 COL 10
                            PICTURE IS X(60) FROM List-Display-Line(8).
       02 List-Display-09                            LINE 15 COL 10
                            PICTURE IS X(60) FROM List-Display-Line(9).
       02 List-Display-10                            LINE 16 COL 10
                            PICTURE IS X(60) FROM List-Display-Line(10).
       02 List-Page-Msg                              LINE 18 COL 10
                            PICTURE IS X(40) FROM List-Page-Message.
       02 VALUE "N - NEXT PAGE"                      LINE 20 COL 30.
       02 VALUE "Q - RETURN TO MAINTENANCE"          LINE 21 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO ListAnswer.
PROCEDURE DIVISION.
*>***************************************************************************
*> Main program: open the accounts file, check the supervisor
*> credential, then run the term screen until quit.  The term book is
*> saved as each change is made, so there is nothing to write at quit.
*>***************************************************************************
    ACCEPT TodaysDate FROM DATE YYYYMMDD
    PERFORM P050-LoadBankParams
    PERFORM P100-OpenAccounts
    PERFORM P150-LoadSupervisorPIN
    PERFORM P160-LoadTellers
    PERFORM P200-SupervisorLogin
        UNTIL Supervisor-Logged-In
           OR FUNCTION UPPER-CASE(LoginAnswer) = 'Q'
    IF Supervisor-Logged-In
      PERFORM P400-MaintenanceScreen
          UNTIL FUNCTION UPPER-CASE(MaintAnswer) = 'Q'
    END-IF
    CLOSE Accounts
    STOP RUN.

P050-LoadBankParams.
*>***************************************************************************
*> Read the bank-wide parameter record, kept by the BankParams
*> supervisor program, and take this program's share of it -- the
*> retry tuning for the exclusive-while-open files.  No file on disk
*> means nobody has changed the defaults yet, which is fine.
*>***************************************************************************

>>D    DISPLAY "*** P050-LoadBankParams" UPON STDERR
    OPEN INPUT BankParams
    IF BankParamsStatus = '00'
      READ BankParams
      IF BankParamsStatus = '00'
        MOVE ParamRetryLimit IN Params-Struct TO Retry-Limit
        MOVE ParamRetryPause IN Params-Struct TO Retry-Pause
      END-IF
      CLOSE BankParams
    END-IF.

P100-OpenAccounts.
*>***************************************************************************
*> Accounts.dat must already exist.  Opened I-O, since an early-break
*> penalty debits the balance.
*>***************************************************************************

>>D    DISPLAY "*** P100-OpenAccounts" UPON STDERR
    OPEN I-O Accounts
    IF AccountsStatus NOT = '00'
      DISPLAY 'Could not open Accounts file!' UPON STDERR
      STOP RUN
    END-IF.

P150-LoadSupervisorPIN.
*>***************************************************************************
*> Read the shared supervisor credential.  This program does not
*> establish one on first use -- a bank with no credential yet gets
*> sent to AccountMaint, which owns that file.
*>***************************************************************************

>>D    DISPLAY "*** P150-LoadSupervisorPIN" UPON STDERR
    MOVE SPACES TO SupervisorPIN IN Supervisor-Record
    OPEN INPUT Supervisor
    IF SupervisorStatus = '00'
      READ Supervisor INTO Supervisor-Record
      CLOSE Supervisor
    END-IF
    IF SupervisorPIN IN Supervisor-Record = SPACES
      DISPLAY 'No supervisor credential on file -- run AccountMaint'
              ' first.' UPON STDERR
      STOP RUN
    END-IF.

P160-LoadTellers.
*>***************************************************************************
*> Read the supervisor-class entries of the teller book.  When there
*> are any, the login checks a supervisor's own ID and PIN; only a
*> bank with none yet falls back to the shared PIN.
*>***************************************************************************

>>D    DISPLAY "*** P160-LoadTellers" UPON STDERR
    MOVE SPACES TO Teller-Table
    MOVE 0 TO Supervisor-Teller-Count
    OPEN INPUT Tellers
    IF TellersStatus NOT = '00'
      EXIT PARAGRAPH
    END-IF
    PERFORM WITH TEST BEFORE UNTIL TellersStatus NOT = '00'
      READ Tellers
      IF TellersStatus = '00'
        IF Teller-Active IN Teller-Struct
           AND Teller-Class-Supervisor IN Teller-Struct
           AND Supervisor-Teller-Count < 50
          ADD 1 TO Supervisor-Teller-Count
          MOVE "Y" TO TM-Present(Supervisor-Teller-Count)
          MOVE TellerID IN Teller-Struct
                                  TO TM-ID(Supervisor-Teller-Count)
          MOVE TellerPIN IN Teller-Struct
                                  TO TM-PIN(Supervisor-Teller-Count)
        END-IF
      END-IF
    END-PERFORM
    CLOSE Tellers.

P200-SupervisorLogin.
*>***************************************************************************
*> Check the supervisor credential exactly as AccountMaint does, and
*> record the login (or the rejection) in the audit trail.
*>***************************************************************************

>>D    DISPLAY "*** P200-SupervisorLogin" UPON STDERR
    MOVE SPACES TO Entered-PIN
    MOVE " " TO LoginAnswer
    MOVE "N" TO LoginRetryFlag
    PERFORM WITH TEST AFTER UNTIL LoginRetryFlag NOT = "R"
      MOVE SPACES TO Login-TellerID-In
      MOVE SPACES TO Login-ID-Input IN Supervisor-Login-Screen
      MOVE SPACES TO PIN-Input IN Supervisor-Login-Screen
      MOVE " " TO RESPONSE-INPUT IN Supervisor-Login-Screen
      DISPLAY Supervisor-Login-Screen
      ACCEPT Supervisor-Login-Screen
      MOVE "N" TO LoginRetryFlag
      MOVE SPACES TO LoginMessage
      IF FUNCTION UPPER-CASE(LoginAnswer) = 'C'
        IF Supervisor-Teller-Count > 0
          PERFORM VARYING Teller-Sub FROM 1 BY 1
                  UNTIL Teller-Sub > Supervisor-Teller-Count
            IF TM-ID(Teller-Sub) =
                   FUNCTION UPPER-CASE(Login-TellerID-In)
               AND TM-PIN(Teller-Sub) = Entered-PIN
              MOVE "Y" TO Supervisor-OK-Flag
              MOVE TM-ID(Teller-Sub) TO Term-TellerID
            END-IF
          END-PERFORM
        ELSE
          IF Entered-PIN = SupervisorPIN IN Supervisor-Record
            MOVE "Y" TO Supervisor-OK-Flag
          END-IF
        END-IF
        MOVE 0 TO Audit-Account-Number
        MOVE SPACES TO Audit-Account-Name
        IF Supervisor-Logged-In
          MOVE "SL" TO Audit-Event-Code
          PERFORM P250-WriteAuditEvent
        ELSE
          MOVE "*** Incorrect PIN ***" TO LoginMessage
          MOVE "R" TO LoginRetryFlag
          MOVE "SR" TO Audit-Event-Code
          PERFORM P250-WriteAuditEvent
        END-IF
      END-IF
    END-PERFORM.

P250-WriteAuditEvent.
*>***************************************************************************
*> Append one event to the audit trail, under the same
*> exclusive-open-per-append discipline as everywhere else.  The
*> caller set the event code and which account (if any) it touched;
*> the teller ID is whichever supervisor logged in, blank on the
*> shared PIN.
*>***************************************************************************

>>D    DISPLAY "*** P250-WriteAuditEvent " Audit-Event-Code UPON STDERR
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
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE TO Now
    MOVE SPACES TO AuditTimestamp IN Audit-Struct
    MOVE Now TO AuditTimestamp IN Audit-Struct
    MOVE Audit-Account-Number
                        TO AuditAccountNumber IN Audit-Struct
    MOVE Audit-Account-Name TO AuditAccountName IN Audit-Struct
    MOVE Audit-Event-Code TO AuditEventCode IN Audit-Struct
    MOVE Term-TellerID TO AuditTellerID IN Audit-Struct
    WRITE Audit-Struct
    CLOSE AuditTrail.

P260-WriteJournalRecord.
*>***************************************************************************
*> Append the entry sitting in Transaction-Record to the journal,
*> under an exclusive open held for just this one write, exactly as
*> AccountMaint appends; only a missing journal may be created.
*>***************************************************************************

>>D    DISPLAY "*** P260-WriteJournalRecord" UPON STDERR
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER UNTIL TransactionsStatus = '00'
      OPEN EXTEND Transactions
      IF TransactionsStatus = '35'
        OPEN OUTPUT Transactions
      END-IF
      IF TransactionsStatus NOT = '00'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the Transactions file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    MOVE CORRESPONDING Transaction-Record TO Transaction-Struct
    WRITE Transaction-Struct
    CLOSE Transactions
    PERFORM P265-WriteJournalIndexRow.

P265-WriteJournalIndexRow.
*>***************************************************************************
*> Mirror the entry just appended to the journal into the account-
*> keyed index.  No index on disk means a rebuild is pending and the
*> row is skipped; a duplicate key can only be a teller session's
*> start-up rebuild racing this append.
*>***************************************************************************

>>D    DISPLAY "*** P265-WriteJournalIndexRow" UPON STDERR
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL JournalIndexStatus = '00'
               OR JournalIndexStatus = '35'
      OPEN I-O JournalIndex
      IF JournalIndexStatus NOT = '00'
         AND JournalIndexStatus NOT = '35'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the JournalIndex file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    IF JournalIndexStatus = '35'
      EXIT PARAGRAPH
    END-IF
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
    END-WRITE
    CLOSE JournalIndex.

P300-LoadTerms.
*>***************************************************************************
*> Read the term book into the in-memory table.  No file yet simply
*> means nobody has locked anything away.
*>***************************************************************************

>>D    DISPLAY "*** P300-LoadTerms" UPON STDERR
    MOVE SPACES TO Term-Table
    OPEN INPUT Terms
    IF TermsStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL TermsStatus NOT = '00'
        READ Terms RECORD
        IF TermsStatus = '00'
        AND TermNumber IN Term-Struct > 0
        AND TermNumber IN Term-Struct NOT > 5
          MOVE TermNumber IN Term-Struct TO Term-Sub
          COMPUTE Term-Acct-Sub = 1 + TermAccountNumber IN Term-Struct
          MOVE "Y" TO TS-Present(Term-Acct-Sub, Term-Sub)
          MOVE TermAmountPennies IN Term-Struct
                 TO TS-Amount(Term-Acct-Sub, Term-Sub)
          MOVE TermStartDate IN Term-Struct
                 TO TS-StartDate(Term-Acct-Sub, Term-Sub)
          MOVE TermMaturityDate IN Term-Struct
                 TO TS-MaturityDate(Term-Acct-Sub, Term-Sub)
          MOVE TermBonusRate IN Term-Struct
                 TO TS-BonusRate(Term-Acct-Sub, Term-Sub)
          MOVE TermStatus IN Term-Struct
                 TO TS-Status(Term-Acct-Sub, Term-Sub)
          MOVE TermSettledPennies IN Term-Struct
                 TO TS-Settled(Term-Acct-Sub, Term-Sub)
          MOVE TermSettledDate IN Term-Struct
                 TO TS-SettledDate(Term-Acct-Sub, Term-Sub)
        END-IF
      END-PERFORM
      CLOSE Terms
    END-IF.

P350-ComputeSpokenFor.
*>***************************************************************************
*> Total what is already spoken for on the account being worked:
*> its active goal earmarks, straight from SavingsGoals.dat, its
*> active holds, straight from Holds.dat, and its other open terms
*> from the table P300 just loaded -- the same three PiggyBank takes
*> off the balance to show what is free.
*>***************************************************************************

>>D    DISPLAY "*** P350-ComputeSpokenFor" UPON STDERR
    MOVE 0 TO Earmarked-Total
    MOVE 0 TO Held-Total
    MOVE 0 TO Locked-Total
*>***************************************************************************
*> Status 35 means no goal book yet, which is fine; anything else is
*> most likely a goals screen's momentary exclusive hold while it
*> saves, so retry rather than silently counting no earmarks.
*>***************************************************************************
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL GoalsStatus = '00' OR GoalsStatus = '35'
      OPEN INPUT Goals
      IF GoalsStatus NOT = '00' AND GoalsStatus NOT = '35'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the SavingsGoals file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    IF GoalsStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL GoalsStatus NOT = '00'
        READ Goals RECORD
        IF GoalsStatus = '00'
        AND GoalAccountNumber IN Goal-Struct = Term-Account-Number
        AND Goal-Active IN Goal-Struct
          ADD GoalEarmarkPennies IN Goal-Struct TO Earmarked-Total
        END-IF
      END-PERFORM
      CLOSE Goals
    END-IF
    OPEN INPUT Holds
    IF HoldsStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL HoldsStatus NOT = '00'
        READ Holds RECORD
        IF HoldsStatus = '00'
        AND HoldAccountNumber IN Hold-Struct = Term-Account-Number
        AND Hold-Active IN Hold-Struct
          ADD HoldAmountPennies IN Hold-Struct TO Held-Total
        END-IF
      END-PERFORM
      CLOSE Holds
    END-IF
    PERFORM VARYING Term-Sub FROM 1 BY 1 UNTIL Term-Sub > 5
      IF TS-Term-Present(1 + Term-Account-Number, Term-Sub)
      AND TS-Open(1 + Term-Account-Number, Term-Sub)
        ADD TS-Amount(1 + Term-Account-Number, Term-Sub)
                TO Locked-Total
      END-IF
    END-PERFORM.

P400-MaintenanceScreen.
*>***************************************************************************
*> Run the term deposit screen.  Rejections loop back with a message
*> the way the teller screens retry.
*>***************************************************************************

>>D    DISPLAY "*** P400-MaintenanceScreen" UPON STDERR
    MOVE SPACES TO MaintMessage
    MOVE "N" TO MaintRetryFlag
    PERFORM WITH TEST AFTER UNTIL MaintRetryFlag NOT = "R"
      MOVE 0 TO Term-Account-Number
      MOVE 0 TO Amount-Dollars-Cents
      MOVE 0 TO Term-Months-In
      MOVE 0 TO Rate-Percent-In
      MOVE 0 TO Term-Number-In
      MOVE " " TO MaintAnswer
      MOVE 0 TO Account-Input IN Term-Screen
      MOVE 0 TO Amount-Input IN Term-Screen
      MOVE 0 TO Months-Input IN Term-Screen
      MOVE 0 TO Rate-Input IN Term-Screen
      MOVE 0 TO Term-Number-Input IN Term-Screen
      MOVE " " TO RESPONSE-INPUT IN Term-Screen
      DISPLAY Term-Screen
      ACCEPT Term-Screen
      MOVE "N" TO MaintRetryFlag
      MOVE SPACES TO MaintMessage
      EVALUATE FUNCTION UPPER-CASE(MaintAnswer)
        WHEN 'O'
          PERFORM P300-LoadTerms
          PERFORM P500-OpenTerm
        WHEN 'B'
          PERFORM P300-LoadTerms
          PERFORM P550-BreakTerm
        WHEN 'L'
          PERFORM P300-LoadTerms
          PERFORM P600-ListTerms
      END-EVALUATE
    END-PERFORM.

P500-OpenTerm.
*>***************************************************************************
*> Lock part of an open account's balance away for a number of
*> months at a bonus rate.  Nothing posts -- the money stays in the
*> balance and only stops being spendable -- but the account is read
*> under its record lock so no teller can spend the same pennies while
*> the term is being written, and the book is re-read once that lock
*> is held so the free balance counts every term opened up to now.
*> Only money not already earmarked, held or locked can go into a
*> term.  Matured and broken terms stay on the book for the reports
*> as long as there is room, so a new term takes a slot never used
*> first, and only then the slot of a term already settled; five
*> terms still open fill the account.  The maturity date falls the
*> same day of the month that many months on, a day 29-31 start
*> moving back to the 28th the way allowance schedules do.
*>***************************************************************************

>>D    DISPLAY "*** P500-OpenTerm" UPON STDERR
    COMPUTE Amount-Pennies = Amount-Dollars-Cents * 100
    IF Amount-Pennies NOT > 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter a positive amount to lock ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF Term-Months-In < 1 OR Term-Months-In > 24
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Months must be 1 to 24 ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF Rate-Percent-In NOT > 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter the bonus rate ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE Term-Account-Number TO AccountNumber IN Account-Struct
    READ Accounts RECORD INTO Account-Record WITH LOCK
      INVALID KEY
        MOVE "R" TO MaintRetryFlag
        MOVE "*** No such account ***" TO MaintMessage
        EXIT PARAGRAPH
    END-READ
    IF AccountsStatus = '51'
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Account in use at another window ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF AccountsStatus NOT = '00'
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Could not read that account ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF NOT Account-Open IN Account-Record
      UNLOCK Accounts
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Account is not open ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    PERFORM P300-LoadTerms
    MOVE 0 TO Term-Pick
    PERFORM VARYING Term-Sub FROM 1 BY 1
            UNTIL Term-Sub > 5 OR Term-Pick > 0
      IF NOT TS-Term-Present(1 + Term-Account-Number, Term-Sub)
        MOVE Term-Sub TO Term-Pick
      END-IF
    END-PERFORM
    PERFORM VARYING Term-Sub FROM 1 BY 1
            UNTIL Term-Sub > 5 OR Term-Pick > 0
      IF TS-Matured(1 + Term-Account-Number, Term-Sub)
      OR TS-Broken(1 + Term-Account-Number, Term-Sub)
        MOVE Term-Sub TO Term-Pick
      END-IF
    END-PERFORM
    IF Term-Pick = 0
      UNLOCK Accounts
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Account already has 5 open terms ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    PERFORM P350-ComputeSpokenFor
    IF Amount-Pennies > AccountPennies IN Account-Record
                       - Earmarked-Total - Held-Total - Locked-Total
      UNLOCK Accounts
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Not that much free to lock ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE TodaysDate TO Maturity-Whole
    COMPUTE Month-Count = MP-Month + Term-Months-In - 1
    COMPUTE MP-Year = MP-Year + Month-Count / 12
    COMPUTE MP-Month = FUNCTION MOD(Month-Count, 12) + 1
    IF MP-Day > 28
      MOVE 28 TO MP-Day
    END-IF
    MOVE Term-Pick TO Term-Save-Sub
    MOVE Term-Slot(1 + Term-Account-Number, Term-Pick)
            TO Term-Before-Slot
    MOVE "Y" TO TS-Present(1 + Term-Account-Number, Term-Pick)
    MOVE Amount-Pennies TO TS-Amount(1 + Term-Account-Number, Term-Pick)
    MOVE TodaysDate TO TS-StartDate(1 + Term-Account-Number, Term-Pick)
    MOVE Maturity-Whole
            TO TS-MaturityDate(1 + Term-Account-Number, Term-Pick)
    COMPUTE TS-BonusRate(1 + Term-Account-Number, Term-Pick)
            = Rate-Percent-In / 100
    MOVE "O" TO TS-Status(1 + Term-Account-Number, Term-Pick)
    MOVE 0 TO TS-Settled(1 + Term-Account-Number, Term-Pick)
    MOVE 0 TO TS-SettledDate(1 + Term-Account-Number, Term-Pick)
    PERFORM P800-SaveTerms
    UNLOCK Accounts
    IF NOT Term-Save-OK
      EXIT PARAGRAPH
    END-IF
    MOVE Term-Account-Number TO Audit-Account-Number
    MOVE AccountName IN Account-Record TO Audit-Account-Name
    MOVE "TD" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent
    MOVE Term-Pick TO List-Number-Edit
    STRING "*** Term "           DELIMITED BY SIZE
           List-Number-Edit      DELIMITED BY SIZE
           " opened ***"         DELIMITED BY SIZE
        INTO MaintMessage.

P550-BreakTerm.
*>***************************************************************************
*> Break an open term before it matures.  The lock comes off at once
*> and the account forfeits a penalty of one month's bonus on the
*> locked amount -- never more than the balance holds.  The account
*> is read under its record lock and the book re-read behind it, and
*> the term is saved as broken before any money moves: a term the
*> maturity run settled in the meantime, or a book that cannot be
*> written, stops the break with nothing posted.  Only then does the
*> penalty post like any other money movement -- the balance lands on
*> Accounts.dat first, and only a posted balance gets its 'A' journal
*> entry and its adjustment audit record beside the term's own.  A
*> balance that will not post puts the term's settled penalty back
*> to nothing, so the book never shows a charge the journal lacks.
*>***************************************************************************

>>D    DISPLAY "*** P550-BreakTerm" UPON STDERR
    IF Term-Number-In < 1 OR Term-Number-In > 5
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter the term # to break ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE Term-Account-Number TO AccountNumber IN Account-Struct
    READ Accounts RECORD INTO Account-Record WITH LOCK
      INVALID KEY
        MOVE "R" TO MaintRetryFlag
        MOVE "*** No such account ***" TO MaintMessage
        EXIT PARAGRAPH
    END-READ
    IF AccountsStatus = '51'
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Account in use at another window ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF AccountsStatus NOT = '00'
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Could not read that account ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    PERFORM P300-LoadTerms
    IF NOT TS-Term-Present(1 + Term-Account-Number, Term-Number-In)
    OR NOT TS-Open(1 + Term-Account-Number, Term-Number-In)
      UNLOCK Accounts
      MOVE "R" TO MaintRetryFlag
      MOVE "*** No open term by that number ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    COMPUTE Penalty-Pennies ROUNDED
            = TS-Amount(1 + Term-Account-Number, Term-Number-In)
            * TS-BonusRate(1 + Term-Account-Number, Term-Number-In)
            / 12
    IF Penalty-Pennies > AccountPennies IN Account-Record
      MOVE AccountPennies IN Account-Record TO Penalty-Pennies
    END-IF
    IF Penalty-Pennies < 0
      MOVE 0 TO Penalty-Pennies
    END-IF
    MOVE Term-Number-In TO Term-Save-Sub
    MOVE Term-Slot(1 + Term-Account-Number, Term-Number-In)
            TO Term-Before-Slot
    MOVE "B" TO TS-Status(1 + Term-Account-Number, Term-Number-In)
    MOVE Penalty-Pennies
            TO TS-Settled(1 + Term-Account-Number, Term-Number-In)
    MOVE TodaysDate
            TO TS-SettledDate(1 + Term-Account-Number, Term-Number-In)
    PERFORM P800-SaveTerms
    IF NOT Term-Save-OK
      UNLOCK Accounts
      EXIT PARAGRAPH
    END-IF
    MOVE Term-Account-Number TO Audit-Account-Number
    MOVE AccountName IN Account-Record TO Audit-Account-Name
    MOVE "TB" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent
    IF Penalty-Pennies > 0
      SUBTRACT Penalty-Pennies FROM AccountPennies IN Account-Record
      PERFORM P700-ReWriteAccount
      IF NOT Term-Rewrite-OK
        MOVE Term-Slot(1 + Term-Account-Number, Term-Number-In)
                TO Term-Before-Slot
        MOVE 0 TO TS-Settled(1 + Term-Account-Number, Term-Number-In)
        PERFORM P800-SaveTerms
        UNLOCK Accounts
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Term broken, penalty not posted ***" TO MaintMessage
        EXIT PARAGRAPH
      END-IF
      MOVE FUNCTION CURRENT-DATE TO Now
      MOVE SPACES TO TransactionID IN Transaction-Record
      MOVE Now TO TransactionID IN Transaction-Record
      MOVE Term-Account-Number TO AccountNumber IN Transaction-Record
      COMPUTE AmountOfPennies IN Transaction-Record
              = 0 - Penalty-Pennies
      SET Adjustment-Transaction IN Transaction-Record TO TRUE
      MOVE SPACES TO VoidOfTransactionID IN Transaction-Record
      MOVE "TERM BREAK PENALTY" TO TransactionMemo IN Transaction-Record
      PERFORM P260-WriteJournalRecord
      MOVE "AJ" TO Audit-Event-Code
      PERFORM P250-WriteAuditEvent
    END-IF
    UNLOCK Accounts
    COMPUTE Term-Amount-Edit = Penalty-Pennies / 100
    STRING "*** Term broken, penalty $" DELIMITED BY SIZE
           Term-Amount-Edit             DELIMITED BY SIZE
           " ***"                       DELIMITED BY SIZE
        INTO MaintMessage.

P600-ListTerms.
*>***************************************************************************
*> Browse the term book a page (10 rows) at a time, in account-number
*> order, the way MatchRules browses its rules.
*>***************************************************************************

>>D    DISPLAY "*** P600-ListTerms" UPON STDERR
    MOVE 0 TO Term-Acct-Sub
    MOVE 5 TO Term-Sub
    MOVE " " TO ListAnswer
    PERFORM WITH TEST BEFORE UNTIL FUNCTION UPPER-CASE(ListAnswer) = 'Q'
                                 OR Term-Acct-Sub NOT < 10000
      MOVE 0 TO List-Line-Count
      MOVE SPACES TO List-Display-Lines
      MOVE SPACES TO List-Page-Message
      PERFORM WITH TEST BEFORE
              UNTIL (Term-Acct-Sub NOT < 10000 AND Term-Sub NOT < 5)
                 OR List-Line-Count = 10
        IF Term-Sub NOT < 5
          ADD 1 TO Term-Acct-Sub
          MOVE 1 TO Term-Sub
        ELSE
          ADD 1 TO Term-Sub
        END-IF
        IF TS-Term-Present(Term-Acct-Sub, Term-Sub)
          ADD 1 TO List-Line-Count
          COMPUTE List-Number-Edit = Term-Acct-Sub - 1
          MOVE TS-Amount(Term-Acct-Sub, Term-Sub) TO List-Amount-Edit
          MOVE TS-MaturityDate(Term-Acct-Sub, Term-Sub)
                  TO List-Date-Edit
          COMPUTE List-Rate-Edit
                  = TS-BonusRate(Term-Acct-Sub, Term-Sub) * 100
          EVALUATE TRUE
            WHEN TS-Open(Term-Acct-Sub, Term-Sub)
              MOVE "LOCKED" TO List-Status-Word
            WHEN TS-Matured(Term-Acct-Sub, Term-Sub)
              MOVE "MATURED" TO List-Status-Word
            WHEN TS-Broken(Term-Acct-Sub, Term-Sub)
              MOVE "BROKEN" TO List-Status-Word
            WHEN OTHER
              MOVE TS-Status(Term-Acct-Sub, Term-Sub)
                      TO List-Status-Word
          END-EVALUATE
          STRING List-Number-Edit    DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 Term-Sub            DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Amount-Edit    DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Date-Edit      DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Rate-Edit      DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Status-Word    DELIMITED BY SIZE
              INTO List-Display-Line(List-Line-Count)
        END-IF
      END-PERFORM
      IF List-Line-Count = 0
        MOVE "*** No terms on file ***" TO List-Page-Message
      ELSE
        IF Term-Acct-Sub NOT < 10000 AND Term-Sub NOT < 5
          MOVE "*** End of list ***" TO List-Page-Message
        END-IF
      END-IF
      MOVE " " TO ListAnswer
      DISPLAY List-Terms-Screen
      ACCEPT List-Terms-Screen
    END-PERFORM.

P700-ReWriteAccount.
*>***************************************************************************
*> Post the in-memory account record back to Accounts.dat in place,
*> and say whether it landed -- nothing else of the penalty is
*> written unless it did.
*>***************************************************************************

>>D    DISPLAY "*** P700-ReWriteAccount" UPON STDERR
    MOVE "N" TO Term-Rewrite-Flag
    MOVE CORRESPONDING Account-Record TO Account-Struct
    REWRITE Account-Struct
    IF AccountsStatus = '00'
      MOVE "Y" TO Term-Rewrite-Flag
    ELSE
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Could not update the account ***" TO MaintMessage
    END-IF.

P800-SaveTerms.
*>***************************************************************************
*> Write the term book back out, replacing the whole file -- every
*> term on it, matured and broken ones included, so the reports can
*> still see what each one paid or cost.  The maturity run may have
*> settled a term since the book was read, so the one term this
*> action changed is parked, the book is re-read fresh under an
*> exclusive hold of the term-book lock, the term is put back, and
*> only then is the file rewritten.  A term that no longer stands in
*> the fresh book the way this action found it -- matured by the run,
*> or its slot taken at another screen -- is not saved over; the
*> action is refused with a retry message instead, as is a book that
*> cannot be written, and Term-Save-Flag says which way it went.
*>***************************************************************************

>>D    DISPLAY "*** P800-SaveTerms" UPON STDERR
    MOVE "N" TO Term-Save-Flag
    MOVE Term-Slot(1 + Term-Account-Number, Term-Save-Sub)
            TO Term-After-Slot
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER UNTIL TermsLockStatus = '00'
      OPEN EXTEND TermsLock
      IF TermsLockStatus = '35'
        OPEN OUTPUT TermsLock
      END-IF
      IF TermsLockStatus NOT = '00'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the TermDeposits lock!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    PERFORM P300-LoadTerms
    IF Term-Slot(1 + Term-Account-Number, Term-Save-Sub)
                                           NOT = Term-Before-Slot
      CLOSE TermsLock
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Term changed meanwhile -- try again ***"
              TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE Term-After-Slot
            TO Term-Slot(1 + Term-Account-Number, Term-Save-Sub)
    OPEN OUTPUT Terms
    IF TermsStatus NOT = '00'
      CLOSE TermsLock
      MOVE Term-Before-Slot
              TO Term-Slot(1 + Term-Account-Number, Term-Save-Sub)
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Could not save the term book ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Term-Acct-Sub FROM 1 BY 1
            UNTIL Term-Acct-Sub > 10000
      PERFORM VARYING Term-Sub FROM 1 BY 1 UNTIL Term-Sub > 5
        IF TS-Term-Present(Term-Acct-Sub, Term-Sub)
          COMPUTE TermAccountNumber IN Term-Struct = Term-Acct-Sub - 1
          MOVE Term-Sub TO TermNumber IN Term-Struct
          MOVE TS-Amount(Term-Acct-Sub, Term-Sub)
                  TO TermAmountPennies IN Term-Struct
          MOVE TS-StartDate(Term-Acct-Sub, Term-Sub)
                  TO TermStartDate IN Term-Struct
          MOVE TS-MaturityDate(Term-Acct-Sub, Term-Sub)
                  TO TermMaturityDate IN Term-Struct
          MOVE TS-BonusRate(Term-Acct-Sub, Term-Sub)
                  TO TermBonusRate IN Term-Struct
          MOVE TS-Status(Term-Acct-Sub, Term-Sub)
                  TO TermStatus IN Term-Struct
          MOVE TS-Settled(Term-Acct-Sub, Term-Sub)
                  TO TermSettledPennies IN Term-Struct
          MOVE TS-SettledDate(Term-Acct-Sub, Term-Sub)
                  TO TermSettledDate IN Term-Struct
          WRITE Term-Struct
        END-IF
      END-PERFORM
    END-PERFORM
    CLOSE Terms
    CLOSE TermsLock
    MOVE "Y" TO Term-Save-Flag.

END PROGRAM TermDeposits.
