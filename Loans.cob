*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 09:00:00 2026
*>  Last Modified : <261015.0900>
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
  PROGRAM-ID. Loans.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>***************************************************************************
*> Accounts File.  Shared with the teller windows under the same
*> locking scheme AccountMaint uses: the record a loan is being
*> advanced to is locked for just that posting, and an account a
*> teller is logged into comes back status 51.
*>***************************************************************************
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountNumber OF Account-Struct
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        SHARING WITH ALL OTHER
        FILE STATUS IS AccountsStatus.
*>***************************************************************************
*> Transaction Journal File -- a loan advance posts here like any
*> other money movement.  Exclusive while open, and opened only for
*> the instant the entry is appended, exactly as PiggyBank appends.
*>***************************************************************************
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS TransactionsStatus.
*>***************************************************************************
*> Account-keyed journal index (see JournalIndexData.cbi): the advance
*> mirrors its row here so the teller screens' one-account readers
*> see it.
*>***************************************************************************
      SELECT JournalIndex ASSIGN TO 'JournalIndex.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-Key OF Journal-Index-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS JournalIndexStatus.
      SELECT Loans ASSIGN TO 'Loans.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LoansStatus.
*>***************************************************************************
*> Loan-book update lock.  The allowance run saves the same book, so
*> every save from either program is a read-merge-write of the whole
*> file under an exclusive hold of this empty file, exactly as the
*> goal and holds books are saved.
*>***************************************************************************
      SELECT LoansLock ASSIGN TO 'Loans.lck'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS LoansLockStatus.
*>***************************************************************************
*> Supervisor credentials: supervisor-class entries in the tellers
*> file, falling back to the shared Supervisor.dat PIN while there are
*> none -- the same login AccountMaint runs, since lending the bank's
*> money is every bit as much a supervisor action as adjusting it.
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
*> Teller Activity Audit Trail File -- the login, every loan granted
*> and every loan written off leave a record here.  Same
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
    COPY "LoanFileData.cbi" REPLACING LOAN BY Loans
                                             Record BY Loan-Struct.
    FD  LoansLock.
    01  Loans-Lock-Record PICTURE IS X(01).
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
    01 LoansStatus PICTURE IS XX.
    01 LoansLockStatus PICTURE IS XX.
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
    01 Loan-TellerID PICTURE IS X(04) VALUE SPACES.
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
*> The whole loan book held in memory, slotted by account number the
*> way MatchRules slots its rule book: at most one loan per account.
*> The allowance run pays loans down behind this screen's back, so
*> the book is re-read before every action and written straight back
*> out after every change, never held across the session.
*>***************************************************************************
    01 Loan-Table.
        02 Loan-Entry OCCURS 10000 TIMES.
            03 LN-Present PICTURE IS X(01).
                88 LN-Loan-Present VALUE "Y".
            03 LN-Principal PICTURE IS S9(8).
            03 LN-Outstanding PICTURE IS S9(8).
            03 LN-Repay PICTURE IS S9(8).
            03 LN-StartDate PICTURE IS 9(8).
            03 LN-Status PICTURE IS X(01).
                88 LN-Active VALUE "A".
                88 LN-Paid VALUE "P".
                88 LN-Written-Off VALUE "W".
    01 Loan-Sub PICTURE IS 9(5) VALUE 0.
    01 Loan-Hold-Entry.
        02 LH-Present PICTURE IS X(01).
        02 LH-Principal PICTURE IS S9(8).
        02 LH-Outstanding PICTURE IS S9(8).
        02 LH-Repay PICTURE IS S9(8).
        02 LH-StartDate PICTURE IS 9(8).
        02 LH-Status PICTURE IS X(01).
            88 LH-Written-Off VALUE "W".
*>***************************************************************************
*> Working variables
*>***************************************************************************
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
    01 Loan-Account-Number PICTURE IS 9(4) VALUE 0.
    01 Loan-Entry-Amounts.
        02 Principal-Dollars-Cents PICTURE IS S9(6)V99 VALUE 0.
        02 Principal-Pennies PICTURE IS S9(8) VALUE 0.
        02 Repay-Dollars-Cents PICTURE IS S9(6)V99 VALUE 0.
        02 Repay-Pennies PICTURE IS S9(8) VALUE 0.
    01 Loan-Rewrite-Flag PICTURE IS X VALUE "N".
        88 Loan-Rewrite-OK VALUE "Y".
*>***************************************************************************
*> Working storage for the "L - LIST LOANS" browse screen, in the
*> mold of MatchRules' rule listing
*>***************************************************************************
    01 ListAnswer PICTURE IS X VALUE " ".
    01 List-Page-Message PICTURE IS X(40) VALUE SPACES.
    01 List-Display-Lines.
        02 List-Display-Line PICTURE IS X(60) OCCURS 10 TIMES
                              VALUE SPACES.
    01 List-Line-Count PICTURE IS 99 VALUE 0.
    01 List-Number-Edit PICTURE IS ZZZ9.
    01 List-Principal-Edit PICTURE IS ZZ,ZZZ,ZZ9.
    01 List-Owed-Edit PICTURE IS ZZ,ZZZ,ZZ9.
    01 List-Repay-Edit PICTURE IS ZZ,ZZZ,ZZ9.
    01 List-Status-Word PICTURE IS X(08) VALUE SPACES.
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
*> Loan maintenance screen
*>***************************************************************************
    01 Loan-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "IOU Loan Maintenance"               LINE 3 COL 32.
       02 VALUE "Account #: "                        LINE 5 COL 10.
       02   Account-Input                            LINE 5 COL 22
                        PICTURE IS 9999 TO Loan-Account-Number.
       02 VALUE "Amount to lend ($): "               LINE 6 COL 10.
       02   Principal-Input                          LINE 6 COL 31
                        PICTURE IS Z(5)9.99
                        TO Principal-Dollars-Cents.
       02 VALUE "Repayment per allowance ($): "      LINE 7 COL 10.
       02   Repay-Input                              LINE 7 COL 40
                        PICTURE IS Z(5)9.99
                        TO Repay-Dollars-Cents.
       02 Maint-Message                              LINE 8 COL 10
                            PICTURE IS X(40) FROM MaintMessage.
       02 VALUE "G - GRANT LOAN"                     LINE 10 COL 30.
       02 VALUE "W - WRITE OFF LOAN"                 LINE 11 COL 30.
       02 VALUE "L - LIST LOANS"                     LINE 12 COL 30.
       02 VALUE "Q - TO QUIT"                        LINE 13 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 15 COL 30.
       02 RESPONSE-INPUT                             LINE 15 COL 45
                            PICTURE IS X TO MaintAnswer.
*>***************************************************************************
*> Loan listing screen: browse the loan book a page at a time
*>***************************************************************************
    01 List-Loans-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "IOU Loan Listing (pennies)"         LINE 3 COL 30.
       02 VALUE "Acct#   Principal        Owed   Per Allow.  Status"
                                                      LINE 5 COL 10.
       02 VALUE "-----  ----------  ----------  ----------  --------"
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
*> credential, then run the loan screen until quit.  The loan book is
*> saved as each change is made, so there is nothing to write at quit.
*>***************************************************************************
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
*> Accounts.dat must already exist -- lending to an empty bank makes
*> no sense.  Opened I-O, since an advance credits the balance.
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
              MOVE TM-ID(Teller-Sub) TO Loan-TellerID
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
    MOVE Loan-TellerID TO AuditTellerID IN Audit-Struct
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

P300-LoadLoans.
*>***************************************************************************
*> Read the loan book into the in-memory table.  No file yet simply
*> means nobody has borrowed.
*>***************************************************************************

>>D    DISPLAY "*** P300-LoadLoans" UPON STDERR
    MOVE SPACES TO Loan-Table
    OPEN INPUT Loans
    IF LoansStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL LoansStatus NOT = '00'
        READ Loans RECORD
        IF LoansStatus = '00'
          MOVE "Y" TO LN-Present(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanPrincipalPennies IN Loan-Struct
                 TO LN-Principal(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanOutstandingPennies IN Loan-Struct
                 TO LN-Outstanding(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanRepayPennies IN Loan-Struct
                 TO LN-Repay(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanStartDate IN Loan-Struct
                 TO LN-StartDate(1 + LoanAccountNumber IN Loan-Struct)
          MOVE LoanStatus IN Loan-Struct
                 TO LN-Status(1 + LoanAccountNumber IN Loan-Struct)
        END-IF
      END-PERFORM
      CLOSE Loans
    END-IF.

P400-MaintenanceScreen.
*>***************************************************************************
*> Run the loan maintenance screen.  Rejections loop back with a
*> message the way the teller screens retry.
*>***************************************************************************

>>D    DISPLAY "*** P400-MaintenanceScreen" UPON STDERR
    MOVE SPACES TO MaintMessage
    MOVE "N" TO MaintRetryFlag
    PERFORM WITH TEST AFTER UNTIL MaintRetryFlag NOT = "R"
      MOVE 0 TO Loan-Account-Number
      MOVE 0 TO Principal-Dollars-Cents
      MOVE 0 TO Repay-Dollars-Cents
      MOVE " " TO MaintAnswer
      MOVE 0 TO Account-Input IN Loan-Screen
      MOVE 0 TO Principal-Input IN Loan-Screen
      MOVE 0 TO Repay-Input IN Loan-Screen
      MOVE " " TO RESPONSE-INPUT IN Loan-Screen
      DISPLAY Loan-Screen
      ACCEPT Loan-Screen
      MOVE "N" TO MaintRetryFlag
      MOVE SPACES TO MaintMessage
      EVALUATE FUNCTION UPPER-CASE(MaintAnswer)
        WHEN 'G'
          PERFORM P300-LoadLoans
          PERFORM P500-GrantLoan
        WHEN 'W'
          PERFORM P300-LoadLoans
          PERFORM P550-WriteOffLoan
        WHEN 'L'
          PERFORM P300-LoadLoans
          PERFORM P600-ListLoans
      END-EVALUATE
    END-PERFORM.

P500-GrantLoan.
*>***************************************************************************
*> Advance a loan to an open account with no loan still owing.  The
*> advance is money in the child's hand, so it posts like any other:
*> the balance lands on Accounts.dat first, under the record lock,
*> and only a posted balance gets its 'L' journal entry, its place in
*> the loan book and its audit record.  The repayment per allowance
*> may not exceed the loan itself.
*>***************************************************************************

>>D    DISPLAY "*** P500-GrantLoan" UPON STDERR
    COMPUTE Principal-Pennies = Principal-Dollars-Cents * 100
    COMPUTE Repay-Pennies = Repay-Dollars-Cents * 100
    IF LN-Active(1 + Loan-Account-Number)
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Account already has a loan owing ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF Principal-Pennies NOT > 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter a positive amount to lend ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF Repay-Pennies NOT > 0 OR Repay-Pennies > Principal-Pennies
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Repayment must be 0.01 to the loan ***"
                                                 TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE Loan-Account-Number TO AccountNumber IN Account-Struct
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
    ADD Principal-Pennies TO AccountPennies IN Account-Record
    PERFORM P700-ReWriteAccount
    UNLOCK Accounts
    IF NOT Loan-Rewrite-OK
      EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE TO Now
    MOVE SPACES TO TransactionID IN Transaction-Record
    MOVE Now TO TransactionID IN Transaction-Record
    MOVE Loan-Account-Number TO AccountNumber IN Transaction-Record
    MOVE Principal-Pennies TO AmountOfPennies IN Transaction-Record
    SET Loan-Advance-Transaction IN Transaction-Record TO TRUE
    MOVE SPACES TO VoidOfTransactionID IN Transaction-Record
    MOVE "IOU LOAN" TO TransactionMemo IN Transaction-Record
    PERFORM P260-WriteJournalRecord
    MOVE "Y" TO LN-Present(1 + Loan-Account-Number)
    MOVE Principal-Pennies TO LN-Principal(1 + Loan-Account-Number)
    MOVE Principal-Pennies TO LN-Outstanding(1 + Loan-Account-Number)
    MOVE Repay-Pennies TO LN-Repay(1 + Loan-Account-Number)
    COMPUTE LN-StartDate(1 + Loan-Account-Number)
            = CDT-Year * 10000 + CDT-Month * 100 + CDT-Day
    MOVE "A" TO LN-Status(1 + Loan-Account-Number)
    PERFORM P800-SaveLoans
    MOVE Loan-Account-Number TO Audit-Account-Number
    MOVE AccountName IN Account-Record TO Audit-Account-Name
    MOVE "LG" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent
    MOVE "*** Loan granted ***" TO MaintMessage.

P550-WriteOffLoan.
*>***************************************************************************
*> Forgive what is still owed on an account's loan.  No money moves --
*> the child already has it -- so nothing posts to the journal; the
*> loan simply stops being paid down.  The written-off loan keeps its
*> outstanding figure, which is what the bank gave up.
*>***************************************************************************

>>D    DISPLAY "*** P550-WriteOffLoan" UPON STDERR
    IF NOT LN-Active(1 + Loan-Account-Number)
      MOVE "R" TO MaintRetryFlag
      MOVE "*** No loan owing on that account ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE "W" TO LN-Status(1 + Loan-Account-Number)
    PERFORM P800-SaveLoans
    MOVE Loan-Account-Number TO AccountNumber IN Account-Struct
    READ Accounts RECORD INTO Account-Record
      INVALID KEY
        MOVE SPACES TO AccountName IN Account-Record
    END-READ
    MOVE Loan-Account-Number TO Audit-Account-Number
    MOVE AccountName IN Account-Record TO Audit-Account-Name
    MOVE "LW" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent
    MOVE "*** Loan written off ***" TO MaintMessage.

P600-ListLoans.
*>***************************************************************************
*> Browse the loan book a page (10 rows) at a time, in account-number
*> order, the way MatchRules browses its rules.
*>***************************************************************************

>>D    DISPLAY "*** P600-ListLoans" UPON STDERR
    MOVE 0 TO Loan-Sub
    MOVE " " TO ListAnswer
    PERFORM WITH TEST BEFORE UNTIL FUNCTION UPPER-CASE(ListAnswer) = 'Q'
                                 OR Loan-Sub NOT < 10000
      MOVE 0 TO List-Line-Count
      MOVE SPACES TO List-Display-Lines
      MOVE SPACES TO List-Page-Message
      PERFORM WITH TEST BEFORE
              UNTIL Loan-Sub NOT < 10000 OR List-Line-Count = 10
        ADD 1 TO Loan-Sub
        IF LN-Loan-Present(Loan-Sub)
          ADD 1 TO List-Line-Count
          COMPUTE List-Number-Edit = Loan-Sub - 1
          MOVE LN-Principal(Loan-Sub) TO List-Principal-Edit
          MOVE LN-Outstanding(Loan-Sub) TO List-Owed-Edit
          MOVE LN-Repay(Loan-Sub) TO List-Repay-Edit
          EVALUATE TRUE
            WHEN LN-Active(Loan-Sub)
              MOVE "OWING" TO List-Status-Word
            WHEN LN-Paid(Loan-Sub)
              MOVE "PAID" TO List-Status-Word
            WHEN LN-Written-Off(Loan-Sub)
              MOVE "WRITTEN" TO List-Status-Word
            WHEN OTHER
              MOVE LN-Status(Loan-Sub) TO List-Status-Word
          END-EVALUATE
          STRING List-Number-Edit    DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Principal-Edit DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Owed-Edit      DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Repay-Edit     DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 List-Status-Word    DELIMITED BY SIZE
              INTO List-Display-Line(List-Line-Count)
        END-IF
      END-PERFORM
      IF List-Line-Count = 0
        MOVE "*** No loans on file ***" TO List-Page-Message
      ELSE
        IF Loan-Sub NOT < 10000
          MOVE "*** End of list ***" TO List-Page-Message
        END-IF
      END-IF
      MOVE " " TO ListAnswer
      DISPLAY List-Loans-Screen
      ACCEPT List-Loans-Screen
    END-PERFORM.

P700-ReWriteAccount.
*>***************************************************************************
*> Post the in-memory account record back to Accounts.dat in place,
*> and say whether it landed -- nothing else of the advance is
*> written unless it did.
*>***************************************************************************

>>D    DISPLAY "*** P700-ReWriteAccount" UPON STDERR
    MOVE "N" TO Loan-Rewrite-Flag
    MOVE CORRESPONDING Account-Record TO Account-Struct
    REWRITE Account-Struct
    IF AccountsStatus = '00'
      MOVE "Y" TO Loan-Rewrite-Flag
    ELSE
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Could not update the account ***" TO MaintMessage
    END-IF.

P800-SaveLoans.
*>***************************************************************************
*> Write the loan book back out, replacing the whole file -- every
*> loan on it, paid and written-off ones included, so the allowance
*> run and the reports can still see them.  The allowance run may
*> have taken a repayment since the book was read, so the one loan
*> this action changed is parked, the book is re-read fresh under an
*> exclusive hold of the loan-book lock, the loan is put back, and
*> only then is the file rewritten.  A write-off changes nothing but
*> the status, so it keeps whatever the fresh book says is still
*> owed; a loan paid off in the meantime has nothing left to forgive
*> and is left as it is.
*>***************************************************************************

>>D    DISPLAY "*** P800-SaveLoans" UPON STDERR
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER UNTIL LoansLockStatus = '00'
      OPEN EXTEND LoansLock
      IF LoansLockStatus = '35'
        OPEN OUTPUT LoansLock
      END-IF
      IF LoansLockStatus NOT = '00'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the Loans lock!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    MOVE Loan-Entry(1 + Loan-Account-Number) TO Loan-Hold-Entry
    PERFORM P300-LoadLoans
    IF LH-Written-Off
      IF LN-Active(1 + Loan-Account-Number)
        MOVE "W" TO LN-Status(1 + Loan-Account-Number)
      END-IF
    ELSE
      MOVE Loan-Hold-Entry TO Loan-Entry(1 + Loan-Account-Number)
    END-IF
    OPEN OUTPUT Loans
    IF LoansStatus NOT = '00'
      DISPLAY 'Could not create Loans file!' UPON STDERR
      STOP RUN
    END-IF
    PERFORM VARYING Loan-Sub FROM 1 BY 1 UNTIL Loan-Sub > 10000
      IF LN-Loan-Present(Loan-Sub)
        COMPUTE LoanAccountNumber IN Loan-Struct = Loan-Sub - 1
        MOVE LN-Principal(Loan-Sub)
                TO LoanPrincipalPennies IN Loan-Struct
        MOVE LN-Outstanding(Loan-Sub)
                TO LoanOutstandingPennies IN Loan-Struct
        MOVE LN-Repay(Loan-Sub) TO LoanRepayPennies IN Loan-Struct
        MOVE LN-StartDate(Loan-Sub) TO LoanStartDate IN Loan-Struct
        MOVE LN-Status(Loan-Sub) TO LoanStatus IN Loan-Struct
        WRITE Loan-Struct
      END-IF
    END-PERFORM
    CLOSE Loans
    CLOSE LoansLock.

END PROGRAM Loans.
