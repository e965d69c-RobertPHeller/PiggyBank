*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 10:30:00 2026
*>  Last Modified : <261015.1030>
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
  PROGRAM-ID. Chores.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
*>***************************************************************************
*> Accounts File.  Only read here, to check that a chore is being
*> recorded against a real, open account.
*>***************************************************************************
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
      SELECT ChoreRates ASSIGN TO 'ChoreRates.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ChoreRatesStatus.
*>***************************************************************************
*> The chore log (see ChoreEntryData.cbi).  Exclusive while open, and
*> opened only for the instant an entry is appended or undone, so the
*> ChorePayroll run and a parent at this screen take turns at it the
*> way the teller windows take turns at the journal.
*>***************************************************************************
      SELECT ChoreLog ASSIGN TO 'Chores.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS ChoreLogStatus.
*>***************************************************************************
*> Supervisor credentials: supervisor-class entries in the tellers
*> file, falling back to the shared Supervisor.dat PIN while there are
*> none -- the same login AccountMaint runs.  The parents are the
*> bank's supervisors; what a chore is worth, and who did it, is
*> theirs to say.
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
*> Teller Activity Audit Trail File -- the login, every rate change
*> and every chore recorded leave a record here.  Same
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
    COPY "ChoreRateData.cbi" REPLACING CRATE BY ChoreRates
                                       Record BY Chore-Rate-Struct.
    COPY "ChoreEntryData.cbi" REPLACING CHORE BY ChoreLog
                                        Record BY Chore-Entry-Struct.
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
    01 AccountsStatus PICTURE IS XX.
    01 ChoreRatesStatus PICTURE IS XX.
    01 ChoreLogStatus PICTURE IS XX.
    01 SupervisorStatus PICTURE IS XX.
    01 TellersStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
    01 Account-Record.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AccountName PICTURE IS X(16) VALUE SPACES.
       02 AccountPennies PICTURE IS S9(8) VALUE 0.
       02 AccountStatus PICTURE IS X(01) VALUE "O".
          88 Account-Open VALUE "O".
          88 Account-Closed VALUE "C".
          88 Account-Dormant VALUE "D".
       02 AccountPIN PICTURE IS X(04) VALUE SPACES.
    01 Supervisor-Record.
       02 SupervisorPIN PICTURE IS X(04) VALUE SPACES.
*>***************************************************************************
*> Time stamp for audit entries, the event being recorded, which
*> account (if any) it touched, and who was logged in -- plus bounded
*> retry for the exclusive-while-open files.  The limit and pause
*> carry the built-in defaults until P050-LoadBankParams replaces
*> them with the supervisor's settings from BankParams.dat.
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
    01 Audit-Event-Code PICTURE IS X(02) VALUE SPACES.
    01 Audit-Account-Number PICTURE IS 9(4) VALUE 0.
    01 Audit-Account-Name PICTURE IS X(16) VALUE SPACES.
    01 Chore-TellerID PICTURE IS X(04) VALUE SPACES.
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
*> The whole rate table held in memory in file order, re-read at
*> start-up and written straight back out after every change.  A
*> household's chore list is short; a hundred codes is plenty.
*>***************************************************************************
    01 Rate-Table.
        02 Rate-Entry OCCURS 100 TIMES.
            03 RT-Code PICTURE IS X(04).
            03 RT-Description PICTURE IS X(20).
            03 RT-Pay PICTURE IS 9(6).
            03 RT-Status PICTURE IS X(01).
                88 RT-Active VALUE "A".
                88 RT-Cancelled VALUE "C".
    01 Rate-Count PICTURE IS 9(3) VALUE 0.
    01 Rate-Sub PICTURE IS 9(3) VALUE 0.
    01 Rate-Found PICTURE IS 9(3) VALUE 0.
*>***************************************************************************
*> The payroll week a chore recorded today belongs to: the Monday on
*> or before today.  Day 1 of the day-number functions (1601-01-01)
*> was a Monday, so the day number less one, modulo seven, is how far
*> past Monday today is.
*>***************************************************************************
    01 TodaysDate PICTURE IS 9(8) VALUE 0.
    01 Today-Integer PICTURE IS 9(8) VALUE 0.
    01 Week-Start-Date PICTURE IS 9(8) VALUE 0.
    01 Week-Start-Edit PICTURE IS 9999/99/99.
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
    01 Chore-Account-Number PICTURE IS 9(4) VALUE 0.
    01 Chore-Code-In PICTURE IS X(04) VALUE SPACES.
    01 Chore-Units-In PICTURE IS 9(3) VALUE 0.
    01 Chore-Description-In PICTURE IS X(20) VALUE SPACES.
    01 Chore-Pay-Entry.
        02 Pay-Dollars-Cents PICTURE IS S9(4)V99 VALUE 0.
        02 Pay-Pennies PICTURE IS 9(6) VALUE 0.
    01 Chore-Amount-Edit PICTURE IS Z(5)9.99.
*>***************************************************************************
*> Undoing a chore is a two-pass job on a sequential file: the first
*> pass finds which row is the last unpaid one for the account and
*> code, the second reads down to that row and rewrites it.
*>***************************************************************************
    01 Undo-Row PICTURE IS 9(7) VALUE 0.
    01 Undo-Target PICTURE IS 9(7) VALUE 0.
*>***************************************************************************
*> Working storage for the "L - LIST RATES" browse screen, in the
*> mold of MatchRules' rule listing
*>***************************************************************************
    01 ListAnswer PICTURE IS X VALUE " ".
    01 List-Page-Message PICTURE IS X(40) VALUE SPACES.
    01 List-Display-Lines.
        02 List-Display-Line PICTURE IS X(50) OCCURS 10 TIMES
                              VALUE SPACES.
    01 List-Line-Count PICTURE IS 99 VALUE 0.
    01 List-Pay-Edit PICTURE IS Z,ZZ9.99.
    01 List-Status-Word PICTURE IS X(09) VALUE SPACES.
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
*> Chore entry and rate maintenance screen
*>***************************************************************************
    01 Chore-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Chore Entry"                        LINE 3 COL 35.
       02 VALUE "Week of: "                          LINE 3 COL 55.
       02   Week-Display                             LINE 3 COL 64
                        PICTURE IS 9999/99/99 FROM Week-Start-Date.
       02 VALUE "Account #: "                        LINE 5 COL 10.
       02   Account-Input                            LINE 5 COL 22
                        PICTURE IS 9999 TO Chore-Account-Number.
       02 VALUE "Chore code: "                       LINE 6 COL 10.
       02   Code-Input                               LINE 6 COL 23
                        PICTURE IS X(04) TO Chore-Code-In.
       02 VALUE "Times done: "                       LINE 7 COL 10.
       02   Units-Input                              LINE 7 COL 23
                        PICTURE IS 999 TO Chore-Units-In.
       02 VALUE "Description (rates): "              LINE 8 COL 10.
       02   Description-Input                        LINE 8 COL 32
                        PICTURE IS X(20) TO Chore-Description-In.
       02 VALUE "Pay per time ($, rates): "          LINE 9 COL 10.
       02   Pay-Input                                LINE 9 COL 36
                        PICTURE IS Z(3)9.99 TO Pay-Dollars-Cents.
       02 Maint-Message                              LINE 10 COL 10
                            PICTURE IS X(40) FROM MaintMessage.
       02 VALUE "E - RECORD CHORE"                   LINE 12 COL 30.
       02 VALUE "U - UNDO LAST CHORE"                LINE 13 COL 30.
       02 VALUE "S - SET/REPLACE RATE"               LINE 14 COL 30.
       02 VALUE "X - CANCEL RATE"                    LINE 15 COL 30.
       02 VALUE "L - LIST RATES"                     LINE 16 COL 30.
       02 VALUE "Q - TO QUIT"                        LINE 17 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 19 COL 30.
       02 RESPONSE-INPUT                             LINE 19 COL 45
                            PICTURE IS X TO MaintAnswer.
*>***************************************************************************
*> Rate listing screen: browse the rate table a page at a time
*>***************************************************************************
    01 List-Rates-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Chore Rate Listing"                 LINE 3 COL 32.
       02 VALUE "Code  Description           Per Time  Status"
                                                      LINE 5 COL 10.
       02 VALUE "----  --------------------  --------  ---------"
                                                      LINE 6 COL 10.
       02 List-Display-01                            LINE 7  COL 10
                            PICTURE IS X(50) FROM List-Display-Line(1).
       02 List-Display-02                            LINE 8  COL 10
                            PICTURE IS X(50) FROM List-Display-Line(2).
       02 List-Display-03                            LINE 9  COL 10
                            PICTURE IS X(50) FROM List-Display-Line(3).
       02 List-Display-04                            LINE 10 COL 10
                            PICTURE IS X(50) FROM List-Display-Line(4).
       02 List-Display-05                            LINE 11 COL 10
                            PICTURE IS X(50) FROM List-Display-Line(5).
       02 List-Display-06                            LINE 12 COL 10
                            PICTURE IS X(50) FROM List-Display-Line(6).
       02 List-Display-07                            LINE 13 COL 10
                            PICTURE IS X(50) FROM List-Display-Line(7).
       02 List-Display-08                            LINE 14 COL 10
                            PICTURE IS X(50) FROM List-Display-Line(8).
       02 List-Display-09                            LINE 15 COL 10
                            PICTURE IS X(50) FROM List-Display-Line(9).
       02 List-Display-10                            LINE 16 COL 10
                            PICTURE IS X(50) FROM List-Display-Line(10).
       02 List-Page-Msg                              LINE 18 COL 10
                            PICTURE IS X(40) FROM List-Page-Message.
       02 VALUE "N - NEXT PAGE"                      LINE 20 COL 30.
       02 VALUE "Q - RETURN TO CHORE ENTRY"          LINE 21 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO ListAnswer.
PROCEDURE DIVISION.
*>***************************************************************************
*> Main program: open the accounts file, check the supervisor
*> credential, load the rate table, then run the chore screen until
*> quit.  Rates are saved and chores appended as each is entered, so
*> there is nothing to write at quit.
*>***************************************************************************
    PERFORM P040-SetToday
    PERFORM P050-LoadBankParams
    PERFORM P100-OpenAccounts
    PERFORM P150-LoadSupervisorPIN
    PERFORM P160-LoadTellers
    PERFORM P200-SupervisorLogin
        UNTIL Supervisor-Logged-In
           OR FUNCTION UPPER-CASE(LoginAnswer) = 'Q'
    IF Supervisor-Logged-In
      PERFORM P300-LoadRates
      PERFORM P400-ChoreScreen
          UNTIL FUNCTION UPPER-CASE(MaintAnswer) = 'Q'
    END-IF
    CLOSE Accounts
    STOP RUN.

P040-SetToday.
*>***************************************************************************
*> Today's date and the Monday that starts its chore week.  Taken
*> again before every chore is recorded, since the screen may be
*> left open past midnight -- or over a Sunday night into the next
*> week, whose payroll must not be paid this week's entries.
*>***************************************************************************

>>D    DISPLAY "*** P040-SetToday" UPON STDERR
    ACCEPT TodaysDate FROM DATE YYYYMMDD
    COMPUTE Today-Integer = FUNCTION INTEGER-OF-DATE(TodaysDate)
    COMPUTE Week-Start-Date = FUNCTION DATE-OF-INTEGER(Today-Integer
                              - FUNCTION MOD(Today-Integer - 1, 7)).

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
*> Accounts.dat is only read here, to check that a chore's account
*> exists and is open.
*>***************************************************************************

>>D    DISPLAY "*** P100-OpenAccounts" UPON STDERR
    OPEN INPUT Accounts
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
              MOVE TM-ID(Teller-Sub) TO Chore-TellerID
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
    MOVE Chore-TellerID TO AuditTellerID IN Audit-Struct
    WRITE Audit-Struct
    CLOSE AuditTrail.

P300-LoadRates.
*>***************************************************************************
*> Read the rate table into memory.  No file yet simply means no
*> chores have been priced.
*>***************************************************************************

>>D    DISPLAY "*** P300-LoadRates" UPON STDERR
    MOVE SPACES TO Rate-Table
    MOVE 0 TO Rate-Count
    OPEN INPUT ChoreRates
    IF ChoreRatesStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL ChoreRatesStatus NOT = '00'
        READ ChoreRates RECORD
        IF ChoreRatesStatus = '00' AND Rate-Count < 100
          ADD 1 TO Rate-Count
          MOVE ChoreCode IN Chore-Rate-Struct TO RT-Code(Rate-Count)
          MOVE ChoreDescription IN Chore-Rate-Struct
                                        TO RT-Description(Rate-Count)
          MOVE ChorePayPennies IN Chore-Rate-Struct
                                        TO RT-Pay(Rate-Count)
          MOVE ChoreRateStatus IN Chore-Rate-Struct
                                        TO RT-Status(Rate-Count)
        END-IF
      END-PERFORM
      CLOSE ChoreRates
    END-IF.

P350-FindRate.
*>***************************************************************************
*> Look the entered chore code up in the rate table; Rate-Found is
*> its slot, or zero when the code has never been priced.
*>***************************************************************************

>>D    DISPLAY "*** P350-FindRate" UPON STDERR
    MOVE 0 TO Rate-Found
    PERFORM VARYING Rate-Sub FROM 1 BY 1 UNTIL Rate-Sub > Rate-Count
      IF RT-Code(Rate-Sub) = FUNCTION UPPER-CASE(Chore-Code-In)
        MOVE Rate-Sub TO Rate-Found
      END-IF
    END-PERFORM.

P400-ChoreScreen.
*>***************************************************************************
*> Run the chore screen.  Rejections loop back with a message the way
*> the teller screens retry.
*>***************************************************************************

>>D    DISPLAY "*** P400-ChoreScreen" UPON STDERR
    MOVE SPACES TO MaintMessage
    MOVE "N" TO MaintRetryFlag
    PERFORM WITH TEST AFTER UNTIL MaintRetryFlag NOT = "R"
      MOVE 0 TO Chore-Account-Number
      MOVE SPACES TO Chore-Code-In
      MOVE 0 TO Chore-Units-In
      MOVE SPACES TO Chore-Description-In
      MOVE 0 TO Pay-Dollars-Cents
      MOVE " " TO MaintAnswer
      MOVE 0 TO Account-Input IN Chore-Screen
      MOVE SPACES TO Code-Input IN Chore-Screen
      MOVE 0 TO Units-Input IN Chore-Screen
      MOVE SPACES TO Description-Input IN Chore-Screen
      MOVE 0 TO Pay-Input IN Chore-Screen
      MOVE " " TO RESPONSE-INPUT IN Chore-Screen
      DISPLAY Chore-Screen
      ACCEPT Chore-Screen
      MOVE "N" TO MaintRetryFlag
      MOVE SPACES TO MaintMessage
      EVALUATE FUNCTION UPPER-CASE(MaintAnswer)
        WHEN 'E'
          PERFORM P500-RecordChore
        WHEN 'U'
          PERFORM P550-UndoChore
        WHEN 'S'
          PERFORM P600-SetRate
        WHEN 'X'
          PERFORM P650-CancelRate
        WHEN 'L'
          PERFORM P700-ListRates
      END-EVALUATE
    END-PERFORM.

P500-RecordChore.
*>***************************************************************************
*> Record a chore done by an open account's holder this week.  It is
*> priced now, from the rate on file, so the pay slip shows what the
*> chore was worth the day it was done, and dated now, so it lands in
*> the week it was really done in.
*>***************************************************************************

>>D    DISPLAY "*** P500-RecordChore" UPON STDERR
    PERFORM P040-SetToday
    MOVE Chore-Account-Number TO AccountNumber IN Account-Struct
    READ Accounts RECORD INTO Account-Record
      INVALID KEY
        MOVE "R" TO MaintRetryFlag
        MOVE "*** No such account ***" TO MaintMessage
        EXIT PARAGRAPH
    END-READ
    IF NOT Account-Open IN Account-Record
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Account is not open ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    PERFORM P350-FindRate
    IF Rate-Found = 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** No such chore code ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF NOT RT-Active(Rate-Found)
      MOVE "R" TO MaintRetryFlag
      MOVE "*** That chore's rate is cancelled ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF Chore-Units-In = 0
      MOVE 1 TO Chore-Units-In
    END-IF
    MOVE Chore-Account-Number
                TO ChoreEntryAccountNumber IN Chore-Entry-Struct
    MOVE RT-Code(Rate-Found) TO ChoreEntryCode IN Chore-Entry-Struct
    MOVE Chore-Units-In TO ChoreEntryUnits IN Chore-Entry-Struct
    MOVE TodaysDate TO ChoreEntryDate IN Chore-Entry-Struct
    MOVE Week-Start-Date TO ChoreEntryWeek IN Chore-Entry-Struct
    COMPUTE ChoreEntryPennies IN Chore-Entry-Struct
            = RT-Pay(Rate-Found) * Chore-Units-In
    MOVE "U" TO ChoreEntryStatus IN Chore-Entry-Struct
    MOVE SPACES TO ChoreEntryPaidID IN Chore-Entry-Struct
    PERFORM P520-AppendChore
    MOVE Chore-Account-Number TO Audit-Account-Number
    MOVE AccountName IN Account-Record TO Audit-Account-Name
    MOVE "CE" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent
    COMPUTE Chore-Amount-Edit = ChoreEntryPennies IN Chore-Entry-Struct
                                / 100
    STRING "*** Recorded, $"                DELIMITED BY SIZE
           FUNCTION TRIM(Chore-Amount-Edit) DELIMITED BY SIZE
           " ***"                           DELIMITED BY SIZE
        INTO MaintMessage.

P520-AppendChore.
*>***************************************************************************
*> Append the row sitting in the chore log record area, under an
*> exclusive open held for just this one write; only a missing log
*> may be created.
*>***************************************************************************

>>D    DISPLAY "*** P520-AppendChore" UPON STDERR
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER UNTIL ChoreLogStatus = '00'
      OPEN EXTEND ChoreLog
      IF ChoreLogStatus = '35'
        OPEN OUTPUT ChoreLog
      END-IF
      IF ChoreLogStatus NOT = '00'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the Chores file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    WRITE Chore-Entry-Struct
    CLOSE ChoreLog.

P550-UndoChore.
*>***************************************************************************
*> Take back the last chore recorded for an account and code that has
*> not been paid yet -- the parent's slip of the finger.  The row is
*> marked cancelled rather than removed, so the log still shows it,
*> and the take-back is audited as a CU event the way recording the
*> chore was audited as a CE.
*>***************************************************************************

>>D    DISPLAY "*** P550-UndoChore" UPON STDERR
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER
            UNTIL ChoreLogStatus = '00' OR ChoreLogStatus = '35'
      OPEN I-O ChoreLog
      IF ChoreLogStatus NOT = '00' AND ChoreLogStatus NOT = '35'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the Chores file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    IF ChoreLogStatus = '35'
      MOVE "R" TO MaintRetryFlag
      MOVE "*** No chores recorded yet ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE 0 TO Undo-Row
    MOVE 0 TO Undo-Target
    PERFORM WITH TEST BEFORE UNTIL ChoreLogStatus NOT = '00'
      READ ChoreLog
      IF ChoreLogStatus = '00'
        ADD 1 TO Undo-Row
        IF ChoreEntryAccountNumber IN Chore-Entry-Struct
                                    = Chore-Account-Number
           AND ChoreEntryCode IN Chore-Entry-Struct
                                    = FUNCTION UPPER-CASE(Chore-Code-In)
           AND Chore-Entry-Unpaid IN Chore-Entry-Struct
          MOVE Undo-Row TO Undo-Target
        END-IF
      END-IF
    END-PERFORM
    CLOSE ChoreLog
    IF Undo-Target = 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** No unpaid chore like that ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
*>***************************************************************************
*> Second pass: read down to the row found and mark it.  The file was
*> let go between passes, so a payroll run that paid the row in the
*> meantime is caught by checking it is still unpaid.
*>***************************************************************************
    MOVE 0 TO File-Retry-Count
    PERFORM WITH TEST AFTER UNTIL ChoreLogStatus = '00'
      OPEN I-O ChoreLog
      IF ChoreLogStatus NOT = '00'
        ADD 1 TO File-Retry-Count
        IF File-Retry-Count > Retry-Limit
          DISPLAY 'Cannot get at the Chores file!' UPON STDERR
          STOP RUN
        END-IF
        CALL "C$SLEEP" USING Retry-Pause
      END-IF
    END-PERFORM
    MOVE 0 TO Undo-Row
    PERFORM WITH TEST BEFORE
            UNTIL ChoreLogStatus NOT = '00' OR Undo-Row = Undo-Target
      READ ChoreLog
      IF ChoreLogStatus = '00'
        ADD 1 TO Undo-Row
      END-IF
    END-PERFORM
    IF Undo-Row = Undo-Target
       AND Chore-Entry-Unpaid IN Chore-Entry-Struct
      MOVE "X" TO ChoreEntryStatus IN Chore-Entry-Struct
      REWRITE Chore-Entry-Struct
      MOVE "*** Chore taken back ***" TO MaintMessage
    ELSE
      MOVE "R" TO MaintRetryFlag
      MOVE "*** That chore has just been paid ***" TO MaintMessage
    END-IF
    CLOSE ChoreLog
    IF MaintRetryFlag = "R"
      EXIT PARAGRAPH
    END-IF
    MOVE Chore-Account-Number TO AccountNumber IN Account-Struct
    READ Accounts RECORD INTO Account-Record
      INVALID KEY
        MOVE SPACES TO AccountName IN Account-Record
    END-READ
    MOVE Chore-Account-Number TO Audit-Account-Number
    MOVE AccountName IN Account-Record TO Audit-Account-Name
    MOVE "CU" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent.

P600-SetRate.
*>***************************************************************************
*> Price a new chore, or reprice (or revive) an existing one.  Chores
*> already recorded keep the price they were recorded at.
*>***************************************************************************

>>D    DISPLAY "*** P600-SetRate" UPON STDERR
    COMPUTE Pay-Pennies = Pay-Dollars-Cents * 100
    IF Chore-Code-In = SPACES
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter a chore code ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    IF Pay-Pennies = 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter what the chore pays ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    PERFORM P350-FindRate
    IF Rate-Found = 0
      IF Rate-Count NOT < 100
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Rate table is full ***" TO MaintMessage
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO Rate-Count
      MOVE Rate-Count TO Rate-Found
      MOVE FUNCTION UPPER-CASE(Chore-Code-In) TO RT-Code(Rate-Found)
    END-IF
    IF Chore-Description-In NOT = SPACES
      MOVE Chore-Description-In TO RT-Description(Rate-Found)
    END-IF
    MOVE Pay-Pennies TO RT-Pay(Rate-Found)
    MOVE "A" TO RT-Status(Rate-Found)
    PERFORM P800-SaveRates
    MOVE 0 TO Audit-Account-Number
    MOVE RT-Description(Rate-Found) TO Audit-Account-Name
    MOVE "CR" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent
    MOVE "*** Rate set ***" TO MaintMessage.

P650-CancelRate.
*>***************************************************************************
*> Stop a chore being recorded.  The row stays on file, cancelled, so
*> chores already recorded against it still describe themselves.
*>***************************************************************************

>>D    DISPLAY "*** P650-CancelRate" UPON STDERR
    PERFORM P350-FindRate
    IF Rate-Found = 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** No such chore code ***" TO MaintMessage
      EXIT PARAGRAPH
    END-IF
    MOVE "C" TO RT-Status(Rate-Found)
    PERFORM P800-SaveRates
    MOVE 0 TO Audit-Account-Number
    MOVE RT-Description(Rate-Found) TO Audit-Account-Name
    MOVE "CR" TO Audit-Event-Code
    PERFORM P250-WriteAuditEvent
    MOVE "*** Rate cancelled ***" TO MaintMessage.

P700-ListRates.
*>***************************************************************************
*> Browse the rate table a page (10 rows) at a time, in the order the
*> chores were first priced.  The first page is always shown, so an
*> empty table says so rather than showing nothing.
*>***************************************************************************

>>D    DISPLAY "*** P700-ListRates" UPON STDERR
    MOVE 0 TO Rate-Sub
    MOVE " " TO ListAnswer
    PERFORM WITH TEST AFTER UNTIL FUNCTION UPPER-CASE(ListAnswer) = 'Q'
                                 OR Rate-Sub NOT < Rate-Count
      MOVE 0 TO List-Line-Count
      MOVE SPACES TO List-Display-Lines
      MOVE SPACES TO List-Page-Message
      PERFORM WITH TEST BEFORE
              UNTIL Rate-Sub NOT < Rate-Count OR List-Line-Count = 10
        ADD 1 TO Rate-Sub
        ADD 1 TO List-Line-Count
        COMPUTE List-Pay-Edit = RT-Pay(Rate-Sub) / 100
        IF RT-Active(Rate-Sub)
          MOVE "ACTIVE" TO List-Status-Word
        ELSE
          MOVE "CANCELLED" TO List-Status-Word
        END-IF
        STRING RT-Code(Rate-Sub)        DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               RT-Description(Rate-Sub) DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               List-Pay-Edit            DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               List-Status-Word         DELIMITED BY SIZE
            INTO List-Display-Line(List-Line-Count)
      END-PERFORM
      IF List-Line-Count = 0
        MOVE "*** No chore rates on file ***" TO List-Page-Message
      ELSE
        IF Rate-Sub NOT < Rate-Count
          MOVE "*** End of list ***" TO List-Page-Message
        END-IF
      END-IF
      MOVE " " TO ListAnswer
      DISPLAY List-Rates-Screen
      ACCEPT List-Rates-Screen
    END-PERFORM.

P800-SaveRates.
*>***************************************************************************
*> Write the rate table back out, replacing the whole file --
*> cancelled rates included.
*>***************************************************************************

>>D    DISPLAY "*** P800-SaveRates" UPON STDERR
    OPEN OUTPUT ChoreRates
    IF ChoreRatesStatus NOT = '00'
      DISPLAY 'Could not create ChoreRates file!' UPON STDERR
      STOP RUN
    END-IF
    PERFORM VARYING Rate-Sub FROM 1 BY 1 UNTIL Rate-Sub > Rate-Count
      MOVE RT-Code(Rate-Sub) TO ChoreCode IN Chore-Rate-Struct
      MOVE RT-Description(Rate-Sub)
                        TO ChoreDescription IN Chore-Rate-Struct
      MOVE RT-Pay(Rate-Sub) TO ChorePayPennies IN Chore-Rate-Struct
      MOVE RT-Status(Rate-Sub) TO ChoreRateStatus IN Chore-Rate-Struct
      WRITE Chore-Rate-Struct
    END-PERFORM
    CLOSE ChoreRates.

END PROGRAM Chores.
