*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 17:30:00 2026
*>  Last Modified : <261015.1730>
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
*>  Business calendar maintenance (supervisor screen):
*>
*>  Keeps BusinessCalendar.dat, which NightRun reads each night to
*>  decide which periodic jobs join its chain.  Two things live there:
*>
*>    - marked days: holidays (not business days) and days the bank is
*>      closed (not business days, and no periodic job runs that
*>      night -- one due then waits for the next open night);
*>    - job schedules: which of NightRun's periodic jobs (ALLOWANCES,
*>      MATCH, INTEREST, CLOSE, STATEMENTS, INTSUMMARY) runs on what
*>      rule -- weekly on a weekday, monthly on a day of the month, the
*>      first or last business day of each month, or yearly on the
*>      first business day of a month.
*>
*>  Signing in takes the supervisor PIN, as for the other supervisor
*>  screens; each change is audited (BC for a day, BJ for a schedule).
*>  The listing shows each schedule with the last period NightRun ran
*>  it for (from PeriodicRuns.dat), then the marked days from today
*>  on.  The calendar is held in memory and written back whole when
*>  the supervisor quits.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. BusinessCalendar.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Calendar ASSIGN TO 'BusinessCalendar.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CalendarStatus.
*>***************************************************************************
*> NightRun's record of the periodic jobs it has run, by period --
*> only read here, for the listing.
*>***************************************************************************
      SELECT PeriodicRuns ASSIGN TO 'PeriodicRuns.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PeriodicRunsStatus.
*>***************************************************************************
*> Supervisor credential file, maintained by AccountMaint -- deciding
*> when the bank pays interest and closes the month is a supervisor
*> action, gated by the same PIN.
*>***************************************************************************
      SELECT Supervisor ASSIGN TO 'Supervisor.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SupervisorStatus.
*>***************************************************************************
*> Teller Activity Audit Trail File -- the supervisor's login here is
*> recorded (and a rejection too) exactly as AccountMaint records its
*> own, plus an event whenever the calendar changes.  Same
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
    COPY "CalendarData.cbi" REPLACING CAL BY Calendar
                                      Record BY Calendar-Struct.
    COPY "PeriodicRunData.cbi" REPLACING PRUN BY PeriodicRuns
                                         Record BY Periodic-Run-Struct.
    COPY "AuditFileData.cbi" REPLACING AUDIT BY AuditTrail
                                       Record BY Audit-Struct.
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                       Record BY Params-Struct.
    FD  Supervisor.
    01  Supervisor-Record-FD.
        02  SupervisorPIN PICTURE IS X(04).
  WORKING-STORAGE SECTION.
    01 CalendarStatus PICTURE IS XX.
    01 PeriodicRunsStatus PICTURE IS XX.
    01 SupervisorStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
    01 TodaysDate PICTURE IS 9(8).
    01 Supervisor-Record.
       02 SupervisorPIN PICTURE IS X(04) VALUE SPACES.
*>***************************************************************************
*> Time stamp for audit entries, the event being recorded, and which
*> account (if any) it touched -- plus bounded retry for the
*> exclusive-while-open audit trail.  The limit and pause carry the
*> built-in defaults until P050-LoadBankParams replaces them with the
*> supervisor's settings from BankParams.dat.
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
    01 File-Retry-Count PICTURE IS 9(4) VALUE 0.
    01 Retry-Limit PICTURE IS 9(4) VALUE 1000.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
*>***************************************************************************
*> The whole calendar held in memory.  Marked days are kept in date
*> order (so the listing reads as a calendar); past days stay on
*> file, since NightRun needs them to work out a past month's first
*> or last business day when it catches up.  One schedule per job.
*>***************************************************************************
    01 Day-Table.
        02 Day-Entry OCCURS 1000 TIMES.
            03 DT-Date PICTURE IS 9(8).
            03 DT-Kind PICTURE IS X(01).
            03 DT-Name PICTURE IS X(20).
    01 Day-Count PICTURE IS 9(4) VALUE 0.
    01 Day-Sub PICTURE IS 9(4) VALUE 0.
    01 Day-Found PICTURE IS 9(4) VALUE 0.
    01 Job-Table.
        02 Job-Entry OCCURS 10 TIMES.
            03 JT-Name PICTURE IS X(16).
            03 JT-Rule PICTURE IS X(01).
            03 JT-Day PICTURE IS 9(2).
            03 JT-FromDate PICTURE IS 9(8).
            03 JT-LastPeriod PICTURE IS X(08).
    01 Job-Count PICTURE IS 9(2) VALUE 0.
    01 Job-Sub PICTURE IS 9(2) VALUE 0.
    01 Job-Found PICTURE IS 9(2) VALUE 0.
*>***************************************************************************
*> Working variables
*>***************************************************************************
    01 LoginAnswer PICTURE IS X VALUE " ".
    01 LoginRetryFlag PICTURE IS X VALUE "N".
    01 LoginMessage PICTURE IS X(40) VALUE SPACES.
    01 Entered-PIN PICTURE IS X(04) VALUE SPACES.
    01 Supervisor-OK-Flag PICTURE IS X VALUE "N".
        88 Supervisor-Logged-In VALUE "Y".
    01 MaintAnswer PICTURE IS X VALUE " ".
    01 MaintRetryFlag PICTURE IS X VALUE "N".
    01 MaintMessage PICTURE IS X(40) VALUE SPACES.
    01 Day-Date-In PICTURE IS 9(8) VALUE 0.
    01 Day-Kind-In PICTURE IS X(01) VALUE SPACE.
        88 Day-Kind-Known VALUE "H" "C".
    01 Day-Name-In PICTURE IS X(20) VALUE SPACES.
    01 Job-Name-In PICTURE IS X(16) VALUE SPACES.
        88 Job-Name-Known VALUE "ALLOWANCES" "MATCH" "INTEREST"
                                "CLOSE" "STATEMENTS" "INTSUMMARY".
    01 Job-Rule-In PICTURE IS X(01) VALUE SPACE.
        88 Job-Rule-Known VALUE "W" "M" "F" "L" "A".
    01 Job-Day-In PICTURE IS 9(2) VALUE 0.
*>***************************************************************************
*> Working storage for the "L - LIST CALENDAR" browse screen, in the
*> mold of PiggyBank's account listing.  The schedules and the days
*> to come are laid out first, then paged.
*>***************************************************************************
    01 ListAnswer PICTURE IS X VALUE " ".
    01 List-Page-Message PICTURE IS X(40) VALUE SPACES.
    01 List-Display-Lines.
        02 List-Display-Line PICTURE IS X(50) OCCURS 10 TIMES
                              VALUE SPACES.
    01 List-Line-Count PICTURE IS 99 VALUE 0.
    01 List-All-Lines.
        02 List-All-Line PICTURE IS X(50) OCCURS 1012 TIMES.
    01 List-All-Count PICTURE IS 9(4) VALUE 0.
    01 List-Sub PICTURE IS 9(4) VALUE 0.
    01 List-Date-Edit PICTURE IS 9999/99/99.
    01 List-Rule-Text PICTURE IS X(19) VALUE SPACES.
    01 List-Kind-Text PICTURE IS X(11) VALUE SPACES.
    01 Weekday-Names PICTURE IS X(21)
                     VALUE "MONTUEWEDTHUFRISATSUN".
  SCREEN SECTION.
*>***************************************************************************
*> Supervisor login screen
*>***************************************************************************
    01 Supervisor-Login-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Supervisor Login"                   LINE 6 COL 35.
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
*> Calendar maintenance screen: a day, or a job's schedule
*>***************************************************************************
    01 Calendar-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Business Calendar Maintenance"      LINE 3 COL 28.
       02 VALUE "Day (YYYYMMDD): "                   LINE 5 COL 10.
       02   Day-Input                                LINE 5 COL 27
                        PICTURE IS 9(8) TO Day-Date-In.
       02 VALUE "H=holiday C=closed: "               LINE 5 COL 40.
       02   Kind-Input                               LINE 5 COL 60
                        PICTURE IS X TO Day-Kind-In.
       02 VALUE "Description: "                      LINE 6 COL 10.
       02   Name-Input                               LINE 6 COL 27
                        PICTURE IS X(20) TO Day-Name-In.
       02 VALUE "Job: "                              LINE 8 COL 10.
       02   Job-Input                                LINE 8 COL 27
                        PICTURE IS X(16) TO Job-Name-In.
       02 VALUE "(ALLOWANCES MATCH INTEREST CLOSE STATEMENTS INTSUMMARY)"
                                                     LINE 9 COL 10.
       02 VALUE "Rule (W M F L A): "                 LINE 10 COL 10.
       02   Rule-Input                               LINE 10 COL 29
                        PICTURE IS X TO Job-Rule-In.
       02 VALUE "Weekday 1-7 / day 1-31 / month 1-12: "
                                                     LINE 11 COL 10.
       02   Number-Input                             LINE 11 COL 48
                        PICTURE IS 99 TO Job-Day-In.
       02 Maint-Message                              LINE 12 COL 10
                            PICTURE IS X(40) FROM MaintMessage.
       02 VALUE "D - MARK DAY"                       LINE 14 COL 30.
       02 VALUE "U - UNMARK DAY"                     LINE 15 COL 30.
       02 VALUE "J - SET/REPLACE JOB SCHEDULE"       LINE 16 COL 30.
       02 VALUE "X - DROP JOB SCHEDULE"              LINE 17 COL 30.
       02 VALUE "L - LIST CALENDAR"                  LINE 18 COL 30.
       02 VALUE "Q - TO QUIT (saves the calendar)"   LINE 19 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 21 COL 30.
       02 RESPONSE-INPUT                             LINE 21 COL 45
                            PICTURE IS X TO MaintAnswer.
*>***************************************************************************
*> Calendar listing screen: browse the calendar a page at a time
*>***************************************************************************
    01 List-Calendar-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Business Calendar Listing"          LINE 3 COL 30.
       02 VALUE "Job / day   Rule / kind         Last run / name"
                                                      LINE 5 COL 10.
       02 VALUE "---------   -----------         ---------------"
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
       02 VALUE "Q - RETURN TO MAINTENANCE"          LINE 21 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO ListAnswer.
PROCEDURE DIVISION.
*>***************************************************************************
*> Main program: check the supervisor credential, load the calendar,
*> run the maintenance screen until quit, then write the calendar
*> back out.
*>***************************************************************************
    ACCEPT TodaysDate FROM DATE YYYYMMDD
    PERFORM P050-LoadBankParams
    PERFORM P150-LoadSupervisorPIN
    PERFORM P200-SupervisorLogin
        UNTIL Supervisor-Logged-In
           OR FUNCTION UPPER-CASE(LoginAnswer) = 'Q'
    IF Supervisor-Logged-In
      PERFORM P300-LoadCalendar
      PERFORM P350-LoadLastPeriods
      PERFORM P400-MaintenanceScreen
          UNTIL FUNCTION UPPER-CASE(MaintAnswer) = 'Q'
      PERFORM P800-SaveCalendar
    END-IF
    STOP RUN.

P050-LoadBankParams.
*>***************************************************************************
*> Read the bank-wide parameter record, kept by the BankParams
*> supervisor program, and take this program's share of it -- the
*> retry tuning for the exclusive-while-open audit trail.  No file on
*> disk means nobody has changed the defaults yet, which is fine.
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

P150-LoadSupervisorPIN.
*>***************************************************************************
*> Read the supervisor credential.  This program does not establish
*> one on first use -- a bank with no credential yet gets sent to
*> AccountMaint, which owns that file.
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

P200-SupervisorLogin.
*>***************************************************************************
*> Check the supervisor PIN.
*>***************************************************************************

>>D    DISPLAY "*** P200-SupervisorLogin" UPON STDERR
    MOVE SPACES TO Entered-PIN
    MOVE " " TO LoginAnswer
    MOVE "N" TO LoginRetryFlag
    PERFORM WITH TEST AFTER UNTIL LoginRetryFlag NOT = "R"
      MOVE SPACES TO PIN-Input IN Supervisor-Login-Screen
      MOVE " " TO RESPONSE-INPUT IN Supervisor-Login-Screen
      DISPLAY Supervisor-Login-Screen
      ACCEPT Supervisor-Login-Screen
      MOVE "N" TO LoginRetryFlag
      MOVE SPACES TO LoginMessage
      IF FUNCTION UPPER-CASE(LoginAnswer) = 'C'
        IF Entered-PIN = SupervisorPIN IN Supervisor-Record
          MOVE "Y" TO Supervisor-OK-Flag
          MOVE 0 TO Audit-Account-Number
          MOVE SPACES TO Audit-Account-Name
          MOVE "SL" TO Audit-Event-Code
          PERFORM P250-WriteAuditEvent
        ELSE
          MOVE "*** Incorrect PIN ***" TO LoginMessage
          MOVE "R" TO LoginRetryFlag
          MOVE 0 TO Audit-Account-Number
          MOVE SPACES TO Audit-Account-Name
          MOVE "SR" TO Audit-Event-Code
          PERFORM P250-WriteAuditEvent
        END-IF
      END-IF
    END-PERFORM.

P250-WriteAuditEvent.
*>***************************************************************************
*> Append one event to the audit trail, under the same
*> exclusive-open-per-append discipline as everywhere else.  The
*> calendar touches no account, so the account number is zero and the
*> name field carries what changed -- the day or the job.  Nothing
*> here runs under a teller sign-on, so the teller ID is blank.
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
    MOVE SPACES TO AuditTellerID IN Audit-Struct
    WRITE Audit-Struct
    CLOSE AuditTrail.

P300-LoadCalendar.
*>***************************************************************************
*> Read the calendar into the in-memory tables.  No file yet simply
*> means nothing marked and nothing scheduled.
*>***************************************************************************

>>D    DISPLAY "*** P300-LoadCalendar" UPON STDERR
    MOVE 0 TO Day-Count
    MOVE 0 TO Job-Count
    OPEN INPUT Calendar
    IF CalendarStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL CalendarStatus NOT = '00'
        READ Calendar RECORD
        IF CalendarStatus = '00'
          EVALUATE TRUE
            WHEN CAL-Day-Entry IN Calendar-Struct
              MOVE CAL-Date IN Calendar-Struct TO Day-Date-In
              MOVE CAL-DayKind IN Calendar-Struct TO Day-Kind-In
              MOVE CAL-DayName IN Calendar-Struct TO Day-Name-In
              PERFORM P520-PlaceDay
            WHEN CAL-Job-Entry IN Calendar-Struct
             AND Job-Count < 10
              ADD 1 TO Job-Count
              MOVE CAL-JobName IN Calendar-Struct TO JT-Name(Job-Count)
              MOVE CAL-JobRule IN Calendar-Struct TO JT-Rule(Job-Count)
              MOVE CAL-JobDay IN Calendar-Struct TO JT-Day(Job-Count)
              MOVE CAL-JobFromDate IN Calendar-Struct
                                              TO JT-FromDate(Job-Count)
              MOVE SPACES TO JT-LastPeriod(Job-Count)
          END-EVALUATE
        END-IF
      END-PERFORM
      CLOSE Calendar
    END-IF.

P350-LoadLastPeriods.
*>***************************************************************************
*> The last period NightRun ran each scheduled job for -- the file is
*> appended in running order, so the last row for a job is its latest.
*>***************************************************************************

>>D    DISPLAY "*** P350-LoadLastPeriods" UPON STDERR
    OPEN INPUT PeriodicRuns
    IF PeriodicRunsStatus = '00'
      PERFORM WITH TEST BEFORE UNTIL PeriodicRunsStatus NOT = '00'
        READ PeriodicRuns RECORD
        IF PeriodicRunsStatus = '00'
          PERFORM VARYING Job-Sub FROM 1 BY 1 UNTIL Job-Sub > Job-Count
            IF JT-Name(Job-Sub) = PRN-JobName IN Periodic-Run-Struct
              MOVE PRN-Period IN Periodic-Run-Struct
                                            TO JT-LastPeriod(Job-Sub)
            END-IF
          END-PERFORM
        END-IF
      END-PERFORM
      CLOSE PeriodicRuns
    END-IF.

P400-MaintenanceScreen.
*>***************************************************************************
*> Run the calendar maintenance screen.  Rejections loop back with a
*> message the way the teller screens retry.
*>***************************************************************************

>>D    DISPLAY "*** P400-MaintenanceScreen" UPON STDERR
    MOVE SPACES TO MaintMessage
    MOVE "N" TO MaintRetryFlag
    PERFORM WITH TEST AFTER UNTIL MaintRetryFlag NOT = "R"
      MOVE 0 TO Day-Date-In
      MOVE SPACE TO Day-Kind-In
      MOVE SPACES TO Day-Name-In
      MOVE SPACES TO Job-Name-In
      MOVE SPACE TO Job-Rule-In
      MOVE 0 TO Job-Day-In
      MOVE " " TO MaintAnswer
      MOVE 0 TO Day-Input IN Calendar-Screen
      MOVE " " TO Kind-Input IN Calendar-Screen
      MOVE SPACES TO Name-Input IN Calendar-Screen
      MOVE SPACES TO Job-Input IN Calendar-Screen
      MOVE " " TO Rule-Input IN Calendar-Screen
      MOVE 0 TO Number-Input IN Calendar-Screen
      MOVE " " TO RESPONSE-INPUT IN Calendar-Screen
      DISPLAY Calendar-Screen
      ACCEPT Calendar-Screen
      MOVE "N" TO MaintRetryFlag
      MOVE SPACES TO MaintMessage
      MOVE FUNCTION UPPER-CASE(Day-Kind-In) TO Day-Kind-In
      MOVE FUNCTION UPPER-CASE(Job-Name-In) TO Job-Name-In
      MOVE FUNCTION UPPER-CASE(Job-Rule-In) TO Job-Rule-In
      EVALUATE FUNCTION UPPER-CASE(MaintAnswer)
        WHEN 'D'
          PERFORM P500-MarkDay
        WHEN 'U'
          PERFORM P550-UnmarkDay
        WHEN 'J'
          PERFORM P600-SetJobSchedule
        WHEN 'X'
          PERFORM P650-DropJobSchedule
        WHEN 'L'
          PERFORM P700-ListCalendar
      END-EVALUATE
    END-PERFORM.

P500-MarkDay.
*>***************************************************************************
*> Mark a day a holiday or bank-closed, or change how an already
*> marked day is marked.
*>***************************************************************************

>>D    DISPLAY "*** P500-MarkDay" UPON STDERR
    IF FUNCTION TEST-DATE-YYYYMMDD(Day-Date-In) NOT = 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Enter the day as YYYYMMDD ***" TO MaintMessage
    ELSE
    IF NOT Day-Kind-Known
      MOVE "R" TO MaintRetryFlag
      MOVE "*** Kind is H or C ***" TO MaintMessage
    ELSE
      PERFORM P510-FindDay
      IF Day-Found = 0 AND Day-Count NOT < 1000
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Calendar is full ***" TO MaintMessage
      ELSE
        IF Day-Found = 0
          PERFORM P520-PlaceDay
        ELSE
          MOVE Day-Kind-In TO DT-Kind(Day-Found)
          MOVE Day-Name-In TO DT-Name(Day-Found)
        END-IF
        MOVE 0 TO Audit-Account-Number
        MOVE Day-Date-In TO Audit-Account-Name
        MOVE "BC" TO Audit-Event-Code
        PERFORM P250-WriteAuditEvent
        MOVE "*** Day marked ***" TO MaintMessage
      END-IF
    END-IF
    END-IF.

P510-FindDay.
    MOVE 0 TO Day-Found
    PERFORM VARYING Day-Sub FROM 1 BY 1 UNTIL Day-Sub > Day-Count
      IF DT-Date(Day-Sub) = Day-Date-In
        MOVE Day-Sub TO Day-Found
      END-IF
    END-PERFORM.

P520-PlaceDay.
*>***************************************************************************
*> Put a new day into the table in date order, moving the later days
*> up one.
*>***************************************************************************
    IF Day-Count NOT < 1000
      EXIT PARAGRAPH
    END-IF
    MOVE Day-Count TO Day-Sub
    PERFORM UNTIL Day-Sub = 0
      IF DT-Date(Day-Sub) NOT > Day-Date-In
        EXIT PERFORM
      END-IF
      MOVE Day-Entry(Day-Sub) TO Day-Entry(Day-Sub + 1)
      SUBTRACT 1 FROM Day-Sub
    END-PERFORM
    MOVE Day-Date-In TO DT-Date(Day-Sub + 1)
    MOVE Day-Kind-In TO DT-Kind(Day-Sub + 1)
    MOVE Day-Name-In TO DT-Name(Day-Sub + 1)
    ADD 1 TO Day-Count.

P550-UnmarkDay.
*>***************************************************************************
*> Take a day off the calendar -- it goes back to being an ordinary
*> day (a business day, if it falls Monday to Friday).
*>***************************************************************************

>>D    DISPLAY "*** P550-UnmarkDay" UPON STDERR
    PERFORM P510-FindDay
    IF Day-Found = 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** That day is not marked ***" TO MaintMessage
    ELSE
      PERFORM VARYING Day-Sub FROM Day-Found BY 1
              UNTIL Day-Sub NOT < Day-Count
        MOVE Day-Entry(Day-Sub + 1) TO Day-Entry(Day-Sub)
      END-PERFORM
      SUBTRACT 1 FROM Day-Count
      MOVE 0 TO Audit-Account-Number
      MOVE Day-Date-In TO Audit-Account-Name
      MOVE "BC" TO Audit-Event-Code
      PERFORM P250-WriteAuditEvent
      MOVE "*** Day unmarked ***" TO MaintMessage
    END-IF.

P600-SetJobSchedule.
*>***************************************************************************
*> Validate and accept a new (or replacement) schedule for one of
*> NightRun's periodic jobs.  The schedule counts from today, so a new
*> or changed one does not reach back to run for periods already gone
*> by; re-entering a schedule unchanged keeps its original start.
*>***************************************************************************

>>D    DISPLAY "*** P600-SetJobSchedule" UPON STDERR
    IF Job-Rule-In = "F" OR "L"
      MOVE 0 TO Job-Day-In
    END-IF
    EVALUATE TRUE
      WHEN NOT Job-Name-Known
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Not a job NightRun can run ***" TO MaintMessage
      WHEN NOT Job-Rule-Known
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Rule is W, M, F, L or A ***" TO MaintMessage
      WHEN Job-Rule-In = "W" AND (Job-Day-In < 1 OR Job-Day-In > 7)
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Weekday is 1 (Mon) to 7 (Sun) ***" TO MaintMessage
      WHEN Job-Rule-In = "M" AND (Job-Day-In < 1 OR Job-Day-In > 31)
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Day of the month is 1 to 31 ***" TO MaintMessage
      WHEN Job-Rule-In = "A" AND (Job-Day-In < 1 OR Job-Day-In > 12)
        MOVE "R" TO MaintRetryFlag
        MOVE "*** Month is 1 to 12 ***" TO MaintMessage
      WHEN OTHER
        PERFORM P610-FindJob
        IF Job-Found = 0
          ADD 1 TO Job-Count
          MOVE Job-Count TO Job-Found
          MOVE Job-Name-In TO JT-Name(Job-Found)
          MOVE SPACE TO JT-Rule(Job-Found)
          MOVE SPACES TO JT-LastPeriod(Job-Found)
        END-IF
        IF JT-Rule(Job-Found) NOT = Job-Rule-In
           OR JT-Day(Job-Found) NOT = Job-Day-In
          MOVE Job-Rule-In TO JT-Rule(Job-Found)
          MOVE Job-Day-In TO JT-Day(Job-Found)
          MOVE TodaysDate TO JT-FromDate(Job-Found)
        END-IF
        MOVE 0 TO Audit-Account-Number
        MOVE Job-Name-In TO Audit-Account-Name
        MOVE "BJ" TO Audit-Event-Code
        PERFORM P250-WriteAuditEvent
        MOVE "*** Schedule set ***" TO MaintMessage
    END-EVALUATE.

P610-FindJob.
    MOVE 0 TO Job-Found
    PERFORM VARYING Job-Sub FROM 1 BY 1 UNTIL Job-Sub > Job-Count
      IF JT-Name(Job-Sub) = Job-Name-In
        MOVE Job-Sub TO Job-Found
      END-IF
    END-PERFORM.

P650-DropJobSchedule.
*>***************************************************************************
*> Drop a job's schedule -- NightRun stops running it until it is
*> scheduled again.
*>***************************************************************************

>>D    DISPLAY "*** P650-DropJobSchedule" UPON STDERR
    PERFORM P610-FindJob
    IF Job-Found = 0
      MOVE "R" TO MaintRetryFlag
      MOVE "*** That job is not scheduled ***" TO MaintMessage
    ELSE
      PERFORM VARYING Job-Sub FROM Job-Found BY 1
              UNTIL Job-Sub NOT < Job-Count
        MOVE Job-Entry(Job-Sub + 1) TO Job-Entry(Job-Sub)
      END-PERFORM
      SUBTRACT 1 FROM Job-Count
      MOVE 0 TO Audit-Account-Number
      MOVE Job-Name-In TO Audit-Account-Name
      MOVE "BJ" TO Audit-Event-Code
      PERFORM P250-WriteAuditEvent
      MOVE "*** Schedule dropped ***" TO MaintMessage
    END-IF.

P700-ListCalendar.
*>***************************************************************************
*> Browse the calendar a page (10 rows) at a time, the way
*> PiggyBank's L - LIST ACCOUNTS browses accounts: the job schedules
*> with the last period each ran for, then the marked days from today
*> on, in date order.
*>***************************************************************************

>>D    DISPLAY "*** P700-ListCalendar" UPON STDERR
    MOVE 0 TO List-All-Count
    MOVE SPACES TO List-All-Lines
    PERFORM VARYING Job-Sub FROM 1 BY 1 UNTIL Job-Sub > Job-Count
      PERFORM P710-DescribeRule
      ADD 1 TO List-All-Count
      STRING JT-Name(Job-Sub)(1:11)   DELIMITED BY SIZE
             ' '                      DELIMITED BY SIZE
             List-Rule-Text           DELIMITED BY SIZE
             ' '                      DELIMITED BY SIZE
             JT-LastPeriod(Job-Sub)   DELIMITED BY SIZE
          INTO List-All-Line(List-All-Count)
    END-PERFORM
    PERFORM VARYING Day-Sub FROM 1 BY 1 UNTIL Day-Sub > Day-Count
      IF DT-Date(Day-Sub) NOT < TodaysDate
        IF DT-Kind(Day-Sub) = "C"
          MOVE 'BANK CLOSED' TO List-Kind-Text
        ELSE
          MOVE 'HOLIDAY' TO List-Kind-Text
        END-IF
        MOVE DT-Date(Day-Sub) TO List-Date-Edit
        ADD 1 TO List-All-Count
        STRING List-Date-Edit   DELIMITED BY SIZE
               '  '             DELIMITED BY SIZE
               List-Kind-Text   DELIMITED BY SIZE
               '         '      DELIMITED BY SIZE
               DT-Name(Day-Sub) DELIMITED BY SIZE
            INTO List-All-Line(List-All-Count)
      END-IF
    END-PERFORM
    MOVE 0 TO List-Sub
    MOVE " " TO ListAnswer
    PERFORM WITH TEST AFTER UNTIL FUNCTION UPPER-CASE(ListAnswer) = 'Q'
                                OR List-Sub NOT < List-All-Count
      MOVE 0 TO List-Line-Count
      MOVE SPACES TO List-Display-Lines
      MOVE SPACES TO List-Page-Message
      PERFORM WITH TEST BEFORE
              UNTIL List-Sub NOT < List-All-Count OR List-Line-Count = 10
        ADD 1 TO List-Sub
        ADD 1 TO List-Line-Count
        MOVE List-All-Line(List-Sub)
                             TO List-Display-Line(List-Line-Count)
      END-PERFORM
      IF List-All-Count = 0
        MOVE "*** Nothing on the calendar ***" TO List-Page-Message
      ELSE
        IF List-Sub NOT < List-All-Count
          MOVE "*** End of list ***" TO List-Page-Message
        END-IF
      END-IF
      MOVE " " TO ListAnswer
      DISPLAY List-Calendar-Screen
      ACCEPT List-Calendar-Screen
    END-PERFORM.

P710-DescribeRule.
    MOVE SPACES TO List-Rule-Text
    EVALUATE JT-Rule(Job-Sub)
      WHEN "W"
        STRING 'WEEKLY ON '      DELIMITED BY SIZE
               Weekday-Names(JT-Day(Job-Sub) * 3 - 2:3)
                                 DELIMITED BY SIZE
            INTO List-Rule-Text
      WHEN "M"
        STRING 'MONTHLY ON DAY ' DELIMITED BY SIZE
               JT-Day(Job-Sub)   DELIMITED BY SIZE
            INTO List-Rule-Text
      WHEN "F"
        MOVE 'FIRST BUSINESS DAY' TO List-Rule-Text
      WHEN "L"
        MOVE 'LAST BUSINESS DAY' TO List-Rule-Text
      WHEN "A"
        STRING 'YEARLY, MONTH '  DELIMITED BY SIZE
               JT-Day(Job-Sub)   DELIMITED BY SIZE
            INTO List-Rule-Text
    END-EVALUATE.

P800-SaveCalendar.
*>***************************************************************************
*> Write the calendar back out, marked days then schedules, replacing
*> the whole file.
*>***************************************************************************

>>D    DISPLAY "*** P800-SaveCalendar" UPON STDERR
    OPEN OUTPUT Calendar
    IF CalendarStatus NOT = '00'
      DISPLAY 'Could not create BusinessCalendar file!' UPON STDERR
      STOP RUN
    END-IF
    PERFORM VARYING Day-Sub FROM 1 BY 1 UNTIL Day-Sub > Day-Count
      MOVE SPACES TO Calendar-Struct
      MOVE "D" TO CAL-EntryType IN Calendar-Struct
      MOVE DT-Date(Day-Sub) TO CAL-Date IN Calendar-Struct
      MOVE DT-Kind(Day-Sub) TO CAL-DayKind IN Calendar-Struct
      MOVE DT-Name(Day-Sub) TO CAL-DayName IN Calendar-Struct
      WRITE Calendar-Struct
    END-PERFORM
    PERFORM VARYING Job-Sub FROM 1 BY 1 UNTIL Job-Sub > Job-Count
      MOVE SPACES TO Calendar-Struct
      MOVE "J" TO CAL-EntryType IN Calendar-Struct
      MOVE JT-Name(Job-Sub) TO CAL-JobName IN Calendar-Struct
      MOVE JT-Rule(Job-Sub) TO CAL-JobRule IN Calendar-Struct
      MOVE JT-Day(Job-Sub) TO CAL-JobDay IN Calendar-Struct
      MOVE JT-FromDate(Job-Sub) TO CAL-JobFromDate IN Calendar-Struct
      WRITE Calendar-Struct
    END-PERFORM
    CLOSE Calendar.

END PROGRAM BusinessCalendar.
