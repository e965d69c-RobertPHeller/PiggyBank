*>
*>  Evening batch driver: runs the end-of-day jobs in order --
*>
*>      1. ChorePayroll           (pay last week's chores, if unpaid)
*>      2. MatureTerms            (pay and release due term deposits)
*>      3. AgeRules               (age-band limits and birthday gifts)
*>         [periodic jobs that post money, when due]
*>      4. SealJournal TODAY      (seal the day's postings)
*>      5. VerifyJournal          (prove journal against the seals)
*>      6. DailySettlement        (the settlement proof sheet)
*>      7. ReconcileAccounts      (stored vs computed balances)
*>      8. CrossCheck             (side files vs accounts and journal)
*>      9. SuspectActivity        (the day's exception report)
*>         [periodic close and year-end jobs, when due]
*>     10. DormantSweep           (age the idle accounts)
*>     11. BackupAccounts         (dump and verify Accounts.dat)
*>     12. DashboardFeed          (the family dashboard's JSON feed)
*>
*>  -- recording each step's start, completion and outcome in
*>  NightRunState.dat.  A night left incomplete (a step failed, or
*>  step on the next run; a night already complete for today refuses
*>  to run again (remove NightRunState.dat to force a rerun).  The
*>  dated one-page run log lands in nightrun.pdf through the same
*>  a2ps pipeline as the reports.  CrossCheck and StatementCycle are
*>  report steps: a nonzero exit from either means its report has
*>  findings to read (an unrepaired side file or a finding awaiting a
*>  supervisor, an undelivered statement), not that later jobs cannot
*>  run, so the step is logged as completed with findings and the
*>  chain carries on.  Exits with RETURN-CODE 1 when a step fails or
*>  finishes with findings, so cron can notice too.
*>
*>  The periodic jobs come from the business calendar
*>  (BusinessCalendar.dat, kept from the BusinessCalendar screen):
*>
*>      ALLOWANCES   PostAllowances      MATCH        MatchDeposits
*>      INTEREST     PostInterest        CLOSE        CloseTransactions
*>      STATEMENTS   StatementCycle      INTSUMMARY   InterestSummary
*>
*>  A job joins the night's chain when its schedule falls due on or
*>  before the night and it has not yet run for that period; each one
*>  run to completion is recorded in PeriodicRuns.dat, and a job
*>  already recorded for its period is never run for it again.  No
*>  periodic job runs on a night the calendar marks the bank closed.
*>  The money-posting jobs run before the journal is sealed so their
*>  postings seal with the day; the close runs after the night's
*>  reports have read the day's journal, then the statements for the
*>  month just closed; the interest summary reports the calendar year
*>  before the one it runs in.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RunStateStatus.
      SELECT Calendar ASSIGN TO 'BusinessCalendar.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CalendarStatus.
      SELECT PeriodicRuns ASSIGN TO 'PeriodicRuns.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PeriodicRunsStatus.
      SELECT Log-File ASSIGN TO '/tmp/nightrun.txt'
                        LINE SEQUENTIAL.
DATA DIVISION.
            88  NR-Step-Started  VALUE "S".
            88  NR-Step-Complete VALUE "C".
            88  NR-Step-Failed   VALUE "F".
            88  NR-Step-Skipped  VALUE "K".
            88  NR-Step-Findings VALUE "W".
        02  NR-StartStamp PICTURE IS X(14).
        02  NR-EndStamp   PICTURE IS X(14).
    COPY "CalendarData.cbi" REPLACING CAL BY Calendar
                                      Record BY Calendar-Struct.
    COPY "PeriodicRunData.cbi" REPLACING PRUN BY PeriodicRuns
                                         Record BY Periodic-Run-Struct.
    FD  Log-File.
    01  Log-Record PICTURE IS X(100).
  WORKING-STORAGE SECTION.
    01 RunStateStatus PICTURE IS XX.
    01 CalendarStatus PICTURE IS XX.
    01 PeriodicRunsStatus PICTURE IS XX.
    01 TodaysDate PICTURE IS 9(8).
    01 Run-Date PICTURE IS 9(8) VALUE 0.
    01 State-Run-Date PICTURE IS 9(8) VALUE 0.
*>***************************************************************************
*> Time stamp for the step start/end columns
*>***************************************************************************
*>***************************************************************************
*> The evening chain, one slot per step: what to run and how the
*> night has gone so far.  The state file holds exactly these slots,
*> rewritten whole after every status change -- the file is one
*> record per step and the rewrite is what survives a crash.  Room
*> is left for the chain to grow; Step-Count is how many are in use.
*> A periodic job's slot also carries the period it runs for, and a
*> report step's slot says so: its nonzero exit finishes the step
*> with findings ("W") instead of failing it.
*>***************************************************************************
    01 Step-Table.
        02 Step-Entry OCCURS 20 TIMES.
            03 ST-Name PICTURE IS X(16).
            03 ST-Command PICTURE IS X(40).
            03 ST-Status PICTURE IS X(01).
                88 ST-Step-Started  VALUE "S".
                88 ST-Step-Complete VALUE "C".
                88 ST-Step-Failed   VALUE "F".
                88 ST-Step-Skipped  VALUE "K".
                88 ST-Step-Findings VALUE "W".
                88 ST-Step-Finished VALUE "C" "K" "W".
            03 ST-Start PICTURE IS X(14).
            03 ST-End PICTURE IS X(14).
            03 ST-Period PICTURE IS X(08).
            03 ST-Report-Flag PICTURE IS X(01).
                88 ST-Report-Step VALUE "Y".
    01 Step-Count PICTURE IS 9(2) VALUE 0.
    01 Step-Sub PICTURE IS 9(2) VALUE 0.
    01 Seal-Step PICTURE IS 9(2) VALUE 0.
    01 New-Step-Name PICTURE IS X(16) VALUE SPACES.
    01 New-Step-Command PICTURE IS X(40) VALUE SPACES.
*>***************************************************************************
*> P500-SaveRunState runs in the middle of the step loop, so it needs
*> its own subscript -- walking Step-Sub there would derail the loop.
    01 First-Unfinished PICTURE IS 9(2) VALUE 0.
    01 State-On-File-Flag PICTURE IS X VALUE "N".
        88 State-On-File VALUE "Y".
    01 Night-Incomplete-Flag PICTURE IS X VALUE "N".
        88 Night-Incomplete VALUE "Y".
    01 Run-Failed-Flag PICTURE IS X VALUE "N".
        88 Run-Failed VALUE "Y".
    01 Run-Findings-Flag PICTURE IS X VALUE "N".
        88 Run-Has-Findings VALUE "Y".
    01 Run-Command PICTURE IS X(60) VALUE SPACES.
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
    01 Outcome-Text PICTURE IS X(16) VALUE SPACES.
*>***************************************************************************
*> The periodic jobs NightRun knows how to run, in the order they run
*> when more than one is due, and where in the chain each belongs:
*> P with the night's own postings, before the seal; R after the
*> night's reports.
*>***************************************************************************
    01 Periodic-Jobs.
        02 Periodic-Job OCCURS 6 TIMES.
            03 PJ-Name PICTURE IS X(16).
            03 PJ-Group PICTURE IS X(01).
            03 PJ-Command PICTURE IS X(40).
    01 Periodic-Job-Count PICTURE IS 9(2) VALUE 6.
    01 Periodic-Sub PICTURE IS 9(2) VALUE 0.
    01 Wanted-Group PICTURE IS X(01) VALUE SPACE.
*>***************************************************************************
*> The business calendar as read from BusinessCalendar.dat: the
*> marked days and the job schedules.
*>***************************************************************************
    01 Marked-Days.
        02 Marked-Day OCCURS 1000 TIMES.
            03 MD-Date PICTURE IS 9(8).
            03 MD-Kind PICTURE IS X(01).
    01 Marked-Count PICTURE IS 9(4) VALUE 0.
    01 Marked-Sub PICTURE IS 9(4) VALUE 0.
    01 Calendar-Jobs.
        02 Calendar-Job OCCURS 10 TIMES.
            03 CJ-Name PICTURE IS X(16).
            03 CJ-Rule PICTURE IS X(01).
            03 CJ-Day PICTURE IS 9(2).
            03 CJ-FromDate PICTURE IS 9(8).
    01 Calendar-Job-Count PICTURE IS 9(2) VALUE 0.
    01 Calendar-Job-Sub PICTURE IS 9(2) VALUE 0.
    01 Find-Sub PICTURE IS 9(2) VALUE 0.
    01 Bank-Closed-Flag PICTURE IS X VALUE "N".
        88 Bank-Closed-Tonight VALUE "Y".
*>***************************************************************************
*> Working out whether a schedule is due: the day it names for the
*> current period, the day it may really run (a weekly or monthly day
*> the bank is closed moves on to the next open day), and the
*> period's key.
*>***************************************************************************
    01 Probe-Date PICTURE IS 9(8) VALUE 0.
    01 Probe-Pieces REDEFINES Probe-Date.
        02 Probe-Year PICTURE IS 9(4).
        02 Probe-Month PICTURE IS 9(2).
        02 Probe-Day PICTURE IS 9(2).
    01 Probe-Integer PICTURE IS 9(7) VALUE 0.
    01 Probe-Weekday PICTURE IS 9(1) VALUE 0.
    01 Probe-Business-Flag PICTURE IS X VALUE "N".
        88 Probe-Is-Business-Day VALUE "Y".
    01 Probe-Closed-Flag PICTURE IS X VALUE "N".
        88 Probe-Is-Closed VALUE "Y".
    01 Month-Last-Day PICTURE IS 9(2) VALUE 0.
    01 Next-Month-Date PICTURE IS 9(8) VALUE 0.
    01 Next-Month-Pieces REDEFINES Next-Month-Date.
        02 Next-Month-Year PICTURE IS 9(4).
        02 Next-Month-Month PICTURE IS 9(2).
        02 Next-Month-Day PICTURE IS 9(2).
    01 Last-Day-Date PICTURE IS 9(8) VALUE 0.
    01 Run-Integer PICTURE IS 9(7) VALUE 0.
    01 Run-Weekday PICTURE IS 9(1) VALUE 0.
    01 Days-Back PICTURE IS 9(1) VALUE 0.
    01 Roll-Count PICTURE IS 9(3) VALUE 0.
    01 Nominal-Date PICTURE IS 9(8) VALUE 0.
    01 Effective-Date PICTURE IS 9(8) VALUE 0.
    01 Job-Period PICTURE IS X(08) VALUE SPACES.
    01 Job-Due-Flag PICTURE IS X VALUE "N".
        88 Job-Is-Due VALUE "Y".
    01 Check-Job-Name PICTURE IS X(16) VALUE SPACES.
    01 Check-Period PICTURE IS X(08) VALUE SPACES.
    01 Period-Logged-Flag PICTURE IS X VALUE "N".
        88 Period-Logged VALUE "Y".
    01 Logged-Night PICTURE IS 9(8) VALUE 0.
    01 Summary-Year PICTURE IS 9(4) VALUE 0.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-PeekRunState
     PERFORM P060-LoadCalendar
     PERFORM P100-DefineSteps
     PERFORM P200-LoadRunState
     PERFORM P300-PickStartingPoint
         VARYING Step-Sub FROM First-Unfinished BY 1
         UNTIL Step-Sub > Step-Count OR Run-Failed
     PERFORM P800-WriteRunLog
     IF Run-Failed OR Run-Has-Findings
       MOVE 1 TO RETURN-CODE
     END-IF
     STOP RUN.

  P050-PeekRunState.
*>***************************************************************************
*> Which night is this?  The chain depends on the night's date (the
*> calendar's periodic jobs), so that has to be settled first.  An
*> incomplete night on file is resumed, its chain rebuilt for its own
*> date; a night already complete for tonight refuses to run again;
*> anything else -- no state file, or a complete earlier night --
*> means tonight's run starts fresh.
*>***************************************************************************
      MOVE TodaysDate TO Run-Date
      OPEN INPUT RunState
      IF RunStateStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL RunStateStatus NOT = '00'
        READ RunState
        IF RunStateStatus = '00'
          MOVE NR-RunDate TO State-Run-Date
          IF NOT NR-Step-Complete AND NOT NR-Step-Skipped
             AND NOT NR-Step-Findings
            MOVE "Y" TO Night-Incomplete-Flag
          END-IF
        END-IF
      END-PERFORM
      CLOSE RunState
      IF Night-Incomplete
        MOVE State-Run-Date TO Run-Date
        MOVE "Y" TO State-On-File-Flag
      ELSE
        IF State-Run-Date = TodaysDate
          DISPLAY 'NightRun: tonight''s run already completed'
                  ' -- remove NightRunState.dat to force a rerun.'
                                                       UPON STDERR
          STOP RUN
        END-IF
      END-IF.

  P060-LoadCalendar.
*>***************************************************************************
*> The marked days and the job schedules.  No calendar file means no
*> periodic jobs -- the chain is just the nightly steps.
*>***************************************************************************
      MOVE 0 TO Marked-Count Calendar-Job-Count
      OPEN INPUT Calendar
      IF CalendarStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL CalendarStatus NOT = '00'
          READ Calendar
          IF CalendarStatus = '00'
            EVALUATE TRUE
              WHEN CAL-Day-Entry IN Calendar-Struct
               AND Marked-Count < 1000
                ADD 1 TO Marked-Count
                MOVE CAL-Date IN Calendar-Struct
                                        TO MD-Date(Marked-Count)
                MOVE CAL-DayKind IN Calendar-Struct
                                        TO MD-Kind(Marked-Count)
              WHEN CAL-Job-Entry IN Calendar-Struct
               AND Calendar-Job-Count < 10
                ADD 1 TO Calendar-Job-Count
                MOVE CAL-JobName IN Calendar-Struct
                                        TO CJ-Name(Calendar-Job-Count)
                MOVE CAL-JobRule IN Calendar-Struct
                                        TO CJ-Rule(Calendar-Job-Count)
                MOVE CAL-JobDay IN Calendar-Struct
                                        TO CJ-Day(Calendar-Job-Count)
                MOVE CAL-JobFromDate IN Calendar-Struct
                                     TO CJ-FromDate(Calendar-Job-Count)
            END-EVALUATE
          END-IF
        END-PERFORM
        CLOSE Calendar
      END-IF
      MOVE Run-Date TO Probe-Date
      PERFORM P675-CheckClosedDay
      IF Probe-Is-Closed
        MOVE "Y" TO Bank-Closed-Flag
        DISPLAY 'NightRun: the bank is closed on ' Run-Date
                ' -- no periodic jobs tonight.' UPON STDERR
      END-IF.

  P100-DefineSteps.
*>***************************************************************************
*> The evening chain, in the order the jobs depend on each other:
*> post the night's own money first (chore pay, term bonuses,
*> birthday gifts, and any periodic posting job due tonight), so that
*> it is sealed with the rest of the day; seal and verify the journal
*> (verification should see the day's seal), then settle, reconcile,
*> cross-check the side files, list the day's exceptions, run any
*> close or year-end job due, sweep, back up, and last of all refresh
*> the family dashboard's feed from the finished night.
*>***************************************************************************
      MOVE 0 TO Step-Count
      PERFORM P110-DefinePeriodicJobs
      MOVE 'CHOREPAYROLL' TO New-Step-Name
      MOVE './ChorePayroll' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE 'MATURETERMS' TO New-Step-Name
      MOVE './MatureTerms' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE 'AGERULES' TO New-Step-Name
      MOVE './AgeRules' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE "P" TO Wanted-Group
      PERFORM P150-AddPeriodicSteps
      MOVE 'SEALJOURNAL' TO New-Step-Name
      MOVE './SealJournal TODAY' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE Step-Count TO Seal-Step
      MOVE 'VERIFYJOURNAL' TO New-Step-Name
      MOVE './VerifyJournal' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE 'DAILYSETTLEMENT' TO New-Step-Name
      MOVE './DailySettlement' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE 'RECONCILE' TO New-Step-Name
      MOVE './ReconcileAccounts' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE 'CROSSCHECK' TO New-Step-Name
      MOVE './CrossCheck' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE "Y" TO ST-Report-Flag(Step-Count)
      MOVE 'SUSPECTACTIVITY' TO New-Step-Name
      MOVE './SuspectActivity' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE "R" TO Wanted-Group
      PERFORM P150-AddPeriodicSteps
      MOVE 'DORMANTSWEEP' TO New-Step-Name
      MOVE './DormantSweep' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE 'BACKUP' TO New-Step-Name
      MOVE './BackupAccounts DUMP' TO New-Step-Command
      PERFORM P105-AddStep
      MOVE 'DASHBOARDFEED' TO New-Step-Name
      MOVE './DashboardFeed' TO New-Step-Command
      PERFORM P105-AddStep.

  P105-AddStep.
      ADD 1 TO Step-Count
      MOVE New-Step-Name TO ST-Name(Step-Count)
      MOVE New-Step-Command TO ST-Command(Step-Count)
      MOVE "P" TO ST-Status(Step-Count)
      MOVE SPACES TO ST-Start(Step-Count)
      MOVE SPACES TO ST-End(Step-Count)
      MOVE SPACES TO ST-Period(Step-Count)
      MOVE "N" TO ST-Report-Flag(Step-Count).

  P110-DefinePeriodicJobs.
      MOVE 'ALLOWANCES' TO PJ-Name(1)
      MOVE "P" TO PJ-Group(1)
      MOVE './PostAllowances' TO PJ-Command(1)
      MOVE 'MATCH' TO PJ-Name(2)
      MOVE "P" TO PJ-Group(2)
      MOVE './MatchDeposits' TO PJ-Command(2)
      MOVE 'INTEREST' TO PJ-Name(3)
      MOVE "P" TO PJ-Group(3)
      MOVE './PostInterest' TO PJ-Command(3)
      MOVE 'CLOSE' TO PJ-Name(4)
      MOVE "R" TO PJ-Group(4)
      MOVE './CloseTransactions' TO PJ-Command(4)
      MOVE 'STATEMENTS' TO PJ-Name(5)
      MOVE "R" TO PJ-Group(5)
      MOVE './StatementCycle' TO PJ-Command(5)
      MOVE 'INTSUMMARY' TO PJ-Name(6)
      MOVE "R" TO PJ-Group(6)
      MOVE './InterestSummary' TO PJ-Command(6).

  P150-AddPeriodicSteps.
*>***************************************************************************
*> Add this part of the chain's periodic jobs that are due tonight.
*>***************************************************************************
      IF Bank-Closed-Tonight
        EXIT PARAGRAPH
      END-IF
      PERFORM VARYING Periodic-Sub FROM 1 BY 1
              UNTIL Periodic-Sub > Periodic-Job-Count
        IF PJ-Group(Periodic-Sub) = Wanted-Group
          PERFORM P160-CheckJobDue
          IF Job-Is-Due
            MOVE PJ-Name(Periodic-Sub) TO New-Step-Name
            MOVE PJ-Command(Periodic-Sub) TO New-Step-Command
            IF PJ-Name(Periodic-Sub) = 'INTSUMMARY'
              MOVE Run-Date TO Probe-Date
              COMPUTE Summary-Year = Probe-Year - 1
              MOVE SPACES TO New-Step-Command
              STRING PJ-Command(Periodic-Sub) DELIMITED BY SPACE
                     ' '                      DELIMITED BY SIZE
                     Summary-Year             DELIMITED BY SIZE
                  INTO New-Step-Command
            END-IF
            PERFORM P105-AddStep
            MOVE Job-Period TO ST-Period(Step-Count)
            IF PJ-Name(Periodic-Sub) = 'STATEMENTS'
              MOVE "Y" TO ST-Report-Flag(Step-Count)
            END-IF
          END-IF
        END-IF
      END-PERFORM.

  P160-CheckJobDue.
*>***************************************************************************
*> A job is due tonight when it has a schedule, the schedule's day
*> for the current period has come (and was on or after the day the
*> schedule was set), and the job has not already run for that
*> period on some other night.  A period recorded as run tonight
*> stays in the chain, so a resumed night still shows it.
*>***************************************************************************
      MOVE "N" TO Job-Due-Flag
      MOVE 0 TO Calendar-Job-Sub
      PERFORM VARYING Find-Sub FROM 1 BY 1
              UNTIL Find-Sub > Calendar-Job-Count
        IF CJ-Name(Find-Sub) = PJ-Name(Periodic-Sub)
          MOVE Find-Sub TO Calendar-Job-Sub
        END-IF
      END-PERFORM
      IF Calendar-Job-Sub = 0
        EXIT PARAGRAPH
      END-IF
      MOVE 0 TO Nominal-Date
      MOVE SPACES TO Job-Period
      EVALUATE CJ-Rule(Calendar-Job-Sub)
        WHEN "W"
          PERFORM P610-NominalWeekly
        WHEN "M"
          PERFORM P620-NominalMonthly
        WHEN "F"
          PERFORM P630-NominalFirstBusiness
        WHEN "L"
          PERFORM P640-NominalLastBusiness
        WHEN "A"
          PERFORM P650-NominalYearly
      END-EVALUATE
      IF Nominal-Date = 0
         OR Nominal-Date < CJ-FromDate(Calendar-Job-Sub)
        EXIT PARAGRAPH
      END-IF
      MOVE Nominal-Date TO Probe-Date
      IF CJ-Rule(Calendar-Job-Sub) = "W" OR "M"
        PERFORM P680-RollPastClosed
      END-IF
      MOVE Probe-Date TO Effective-Date
      IF Effective-Date > Run-Date
        EXIT PARAGRAPH
      END-IF
      MOVE PJ-Name(Periodic-Sub) TO Check-Job-Name
      MOVE Job-Period TO Check-Period
      PERFORM P700-FindPeriodRun
      IF Period-Logged AND Logged-Night NOT = Run-Date
        EXIT PARAGRAPH
      END-IF
      MOVE "Y" TO Job-Due-Flag.

  P200-LoadRunState.
*>***************************************************************************
*> Pick up where an incomplete night stood.  Statuses are matched to
*> steps by name, so a chain that grows a step -- anywhere in the
*> order -- keeps old state files loadable for the steps they knew
*> about; a step the file does not mention is simply pending.
*>***************************************************************************
      IF NOT State-On-File
        EXIT PARAGRAPH
      END-IF
      OPEN INPUT RunState
      IF RunStateStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL RunStateStatus NOT = '00'
        READ RunState
        IF RunStateStatus = '00'
          PERFORM VARYING Step-Sub FROM 1 BY 1
                  UNTIL Step-Sub > Step-Count
            IF ST-Name(Step-Sub) = NR-StepName
              MOVE NR-StepStatus TO ST-Status(Step-Sub)
              MOVE NR-StartStamp TO ST-Start(Step-Sub)
              MOVE NR-EndStamp TO ST-End(Step-Sub)
            END-IF
          END-PERFORM
        END-IF
      END-PERFORM
      CLOSE RunState.
*>***************************************************************************
*> Resume an incomplete night from its first unfinished step -- a
*> step marked started or failed counts as unfinished and is retried.
*> (Whether tonight may run at all was settled in P050-PeekRunState.)
*>***************************************************************************
      MOVE 0 TO First-Unfinished
      PERFORM VARYING Step-Sub FROM Step-Count BY -1
              UNTIL Step-Sub < 1
        IF NOT ST-Step-Finished(Step-Sub)
          MOVE Step-Sub TO First-Unfinished
        END-IF
      END-PERFORM
      IF First-Unfinished = 0
        COMPUTE First-Unfinished = Step-Count + 1
      END-IF
      IF State-On-File AND First-Unfinished > 1
         AND First-Unfinished NOT > Step-Count
        DISPLAY 'NightRun: resuming the ' Run-Date ' run at step '
                First-Unfinished ' (' ST-Name(First-Unfinished) ')'
                                                       UPON STDERR
*> all before today now -- and today seals tonight as usual.
*>***************************************************************************
      IF Run-Date < TodaysDate
        MOVE './SealJournal' TO ST-Command(Seal-Step)
      END-IF.

  P400-RunOneStep.
*> One step: mark it started (and get that onto disk BEFORE the job
*> runs, so a crash mid-job reads as unfinished), run it, and record
*> the outcome.  A failing step stops the chain -- the later jobs
*> lean on the earlier ones' results.  A report step's nonzero exit
*> is findings, not failure: nothing later depends on it, so it is
*> finished as it stands (a periodic one recorded for its period --
*> StatementCycle run again by hand retries only its undelivered
*> statements) and the chain goes on.  A periodic job is looked up
*> in PeriodicRuns.dat first and passed over if its period is already
*> there (it finished before a crash could record the step), and
*> recorded there as soon as it completes.
*>***************************************************************************
      MOVE FUNCTION CURRENT-DATE TO Now
      MOVE Now(1:14) TO Stamp-Now
      IF ST-Period(Step-Sub) NOT = SPACES
        MOVE ST-Name(Step-Sub) TO Check-Job-Name
        MOVE ST-Period(Step-Sub) TO Check-Period
        PERFORM P700-FindPeriodRun
        IF Period-Logged
          MOVE "K" TO ST-Status(Step-Sub)
          MOVE Stamp-Now TO ST-Start(Step-Sub)
          MOVE Stamp-Now TO ST-End(Step-Sub)
          PERFORM P500-SaveRunState
          DISPLAY 'NightRun: step ' Step-Sub ' '
                  FUNCTION TRIM(ST-Name(Step-Sub))
                  ' already ran for '
                  FUNCTION TRIM(ST-Period(Step-Sub))
                  ' -- not run again' UPON STDERR
          EXIT PARAGRAPH
        END-IF
      END-IF
      MOVE "S" TO ST-Status(Step-Sub)
      MOVE Stamp-Now TO ST-Start(Step-Sub)
      MOVE SPACES TO ST-End(Step-Sub)
      MOVE Stamp-Now TO ST-End(Step-Sub)
      IF RETURN-CODE = 0
        MOVE "C" TO ST-Status(Step-Sub)
        IF ST-Period(Step-Sub) NOT = SPACES
          PERFORM P720-RecordPeriodRun
        END-IF
      ELSE
      IF ST-Report-Step(Step-Sub)
        MOVE "W" TO ST-Status(Step-Sub)
        MOVE "Y" TO Run-Findings-Flag
        MOVE 0 TO RETURN-CODE
        IF ST-Period(Step-Sub) NOT = SPACES
          PERFORM P720-RecordPeriodRun
        END-IF
        DISPLAY 'NightRun: step ' Step-Sub ' '
                FUNCTION TRIM(ST-Name(Step-Sub))
                ' finished with findings -- see its report'
                                                       UPON STDERR
      ELSE
        MOVE "F" TO ST-Status(Step-Sub)
        MOVE "Y" TO Run-Failed-Flag
                FUNCTION TRIM(ST-Name(Step-Sub)) ' FAILED'
                                                       UPON STDERR
      END-IF
      END-IF
      PERFORM P500-SaveRunState.

  P500-SaveRunState.
*>***************************************************************************
*> Put the whole night's state back on disk -- one record per step,
*> written fresh each time a step changes status.
*>***************************************************************************
      OPEN OUTPUT RunState
      IF RunStateStatus NOT = '00'
      END-PERFORM
      CLOSE RunState.

  P610-NominalWeekly.
*>***************************************************************************
*> This week's day: the latest date on or before the night that falls
*> on the schedule's weekday.  Day numbers count from Monday 1 January
*> 1601, so (day number - 1) mod 7 is 0 on a Monday.
*>***************************************************************************
      IF CJ-Day(Calendar-Job-Sub) < 1 OR CJ-Day(Calendar-Job-Sub) > 7
        EXIT PARAGRAPH
      END-IF
      COMPUTE Run-Integer = FUNCTION INTEGER-OF-DATE(Run-Date)
      COMPUTE Run-Weekday = FUNCTION MOD(Run-Integer - 1, 7) + 1
      COMPUTE Days-Back = FUNCTION MOD(Run-Weekday + 7
                                       - CJ-Day(Calendar-Job-Sub), 7)
      COMPUTE Nominal-Date =
              FUNCTION DATE-OF-INTEGER(Run-Integer - Days-Back)
      MOVE Nominal-Date TO Job-Period.

  P620-NominalMonthly.
*>***************************************************************************
*> This month's day -- or last month's, if this month's is still to
*> come.  A day past the end of a short month is its last day.
*>***************************************************************************
      IF CJ-Day(Calendar-Job-Sub) < 1 OR CJ-Day(Calendar-Job-Sub) > 31
        EXIT PARAGRAPH
      END-IF
      MOVE Run-Date TO Probe-Date
      PERFORM P625-ScheduleDayOfMonth
      IF Probe-Date > Run-Date
        PERFORM P660-BackOneMonth
        PERFORM P625-ScheduleDayOfMonth
      END-IF
      MOVE Probe-Date TO Nominal-Date
      MOVE Probe-Date(1:6) TO Job-Period.

  P625-ScheduleDayOfMonth.
      PERFORM P690-LastDayOfMonth
      IF CJ-Day(Calendar-Job-Sub) > Month-Last-Day
        MOVE Month-Last-Day TO Probe-Day
      ELSE
        MOVE CJ-Day(Calendar-Job-Sub) TO Probe-Day
      END-IF.

  P630-NominalFirstBusiness.
*>***************************************************************************
*> This month's first business day, or last month's if this month's
*> is still to come.
*>***************************************************************************
      MOVE Run-Date TO Probe-Date
      PERFORM P635-FirstBusinessDayOfMonth
      IF Probe-Date > Run-Date
        PERFORM P660-BackOneMonth
        PERFORM P635-FirstBusinessDayOfMonth
      END-IF
      IF Probe-Is-Business-Day
        MOVE Probe-Date TO Nominal-Date
        MOVE Probe-Date(1:6) TO Job-Period
      END-IF.

  P635-FirstBusinessDayOfMonth.
      PERFORM P690-LastDayOfMonth
      MOVE 1 TO Probe-Day
      PERFORM P670-CheckBusinessDay
      PERFORM UNTIL Probe-Is-Business-Day OR Probe-Day = Month-Last-Day
        ADD 1 TO Probe-Day
        PERFORM P670-CheckBusinessDay
      END-PERFORM.

  P640-NominalLastBusiness.
*>***************************************************************************
*> This month's last business day, or last month's if this month's
*> is still to come.
*>***************************************************************************
      MOVE Run-Date TO Probe-Date
      PERFORM P645-LastBusinessDayOfMonth
      IF Probe-Date > Run-Date
        PERFORM P660-BackOneMonth
        PERFORM P645-LastBusinessDayOfMonth
      END-IF
      IF Probe-Is-Business-Day
        MOVE Probe-Date TO Nominal-Date
        MOVE Probe-Date(1:6) TO Job-Period
      END-IF.

  P645-LastBusinessDayOfMonth.
      PERFORM P690-LastDayOfMonth
      MOVE Month-Last-Day TO Probe-Day
      PERFORM P670-CheckBusinessDay
      PERFORM UNTIL Probe-Is-Business-Day OR Probe-Day = 1
        SUBTRACT 1 FROM Probe-Day
        PERFORM P670-CheckBusinessDay
      END-PERFORM.

  P650-NominalYearly.
*>***************************************************************************
*> This year's first business day of the schedule's month, or last
*> year's if this year's is still to come.
*>***************************************************************************
      IF CJ-Day(Calendar-Job-Sub) < 1 OR CJ-Day(Calendar-Job-Sub) > 12
        EXIT PARAGRAPH
      END-IF
      MOVE Run-Date TO Probe-Date
      MOVE CJ-Day(Calendar-Job-Sub) TO Probe-Month
      PERFORM P635-FirstBusinessDayOfMonth
      IF Probe-Date > Run-Date
        SUBTRACT 1 FROM Probe-Year
        PERFORM P635-FirstBusinessDayOfMonth
      END-IF
      IF Probe-Is-Business-Day
        MOVE Probe-Date TO Nominal-Date
        MOVE SPACES TO Job-Period
        MOVE Probe-Year TO Job-Period(1:4)
      END-IF.

  P660-BackOneMonth.
      IF Probe-Month = 1
        MOVE 12 TO Probe-Month
        SUBTRACT 1 FROM Probe-Year
      ELSE
        SUBTRACT 1 FROM Probe-Month
      END-IF
      MOVE 1 TO Probe-Day.

  P670-CheckBusinessDay.
*>***************************************************************************
*> Monday to Friday, and not marked on the calendar.
*>***************************************************************************
      MOVE "N" TO Probe-Business-Flag
      COMPUTE Probe-Integer = FUNCTION INTEGER-OF-DATE(Probe-Date)
      COMPUTE Probe-Weekday = FUNCTION MOD(Probe-Integer - 1, 7) + 1
      IF Probe-Weekday > 5
        EXIT PARAGRAPH
      END-IF
      PERFORM VARYING Marked-Sub FROM 1 BY 1
              UNTIL Marked-Sub > Marked-Count
        IF MD-Date(Marked-Sub) = Probe-Date
          EXIT PARAGRAPH
        END-IF
      END-PERFORM
      MOVE "Y" TO Probe-Business-Flag.

  P675-CheckClosedDay.
      MOVE "N" TO Probe-Closed-Flag
      PERFORM VARYING Marked-Sub FROM 1 BY 1
              UNTIL Marked-Sub > Marked-Count
        IF MD-Date(Marked-Sub) = Probe-Date AND MD-Kind(Marked-Sub) = "C"
          MOVE "Y" TO Probe-Closed-Flag
        END-IF
      END-PERFORM.

  P680-RollPastClosed.
*>***************************************************************************
*> Move Probe-Date on past any bank-closed days.
*>***************************************************************************
      MOVE 0 TO Roll-Count
      PERFORM P675-CheckClosedDay
      PERFORM UNTIL NOT Probe-Is-Closed OR Roll-Count > 366
        COMPUTE Probe-Integer = FUNCTION INTEGER-OF-DATE(Probe-Date) + 1
        COMPUTE Probe-Date = FUNCTION DATE-OF-INTEGER(Probe-Integer)
        ADD 1 TO Roll-Count
        PERFORM P675-CheckClosedDay
      END-PERFORM.

  P690-LastDayOfMonth.
*>***************************************************************************
*> The last day of Probe-Date's month: the day before the first of
*> the next month.
*>***************************************************************************
      MOVE Probe-Year TO Next-Month-Year
      MOVE Probe-Month TO Next-Month-Month
      MOVE 1 TO Next-Month-Day
      IF Next-Month-Month = 12
        MOVE 1 TO Next-Month-Month
        ADD 1 TO Next-Month-Year
      ELSE
        ADD 1 TO Next-Month-Month
      END-IF
      COMPUTE Last-Day-Date = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(Next-Month-Date) - 1)
      MOVE Last-Day-Date(7:2) TO Month-Last-Day.

  P700-FindPeriodRun.
*>***************************************************************************
*> Has Check-Job-Name already run for Check-Period, and on which
*> night?  No PeriodicRuns.dat means nothing periodic has run yet.
*>***************************************************************************
      MOVE "N" TO Period-Logged-Flag
      MOVE 0 TO Logged-Night
      OPEN INPUT PeriodicRuns
      IF PeriodicRunsStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE UNTIL PeriodicRunsStatus NOT = '00'
                                  OR Period-Logged
        READ PeriodicRuns
        IF PeriodicRunsStatus = '00'
          IF PRN-JobName IN Periodic-Run-Struct = Check-Job-Name
             AND PRN-Period IN Periodic-Run-Struct = Check-Period
            MOVE "Y" TO Period-Logged-Flag
            MOVE PRN-RunDate IN Periodic-Run-Struct TO Logged-Night
          END-IF
        END-IF
      END-PERFORM
      CLOSE PeriodicRuns.

  P720-RecordPeriodRun.
*>***************************************************************************
*> Record the completed periodic job against its period.  If that
*> cannot be written the chain stops here: the job has run, but
*> nothing would stop the next night running it again for the same
*> period, so the operator has to look.
*>***************************************************************************
      OPEN EXTEND PeriodicRuns
      IF PeriodicRunsStatus = '35'
        OPEN OUTPUT PeriodicRuns
      END-IF
      IF PeriodicRunsStatus NOT = '00'
        DISPLAY 'NightRun: could not record ' FUNCTION TRIM(
                ST-Name(Step-Sub)) ' for ' ST-Period(Step-Sub)
                ' in PeriodicRuns.dat -- record it before the next'
                ' night or it will run again.' UPON STDERR
        MOVE "Y" TO Run-Failed-Flag
        EXIT PARAGRAPH
      END-IF
      MOVE ST-Name(Step-Sub) TO PRN-JobName IN Periodic-Run-Struct
      MOVE ST-Period(Step-Sub) TO PRN-Period IN Periodic-Run-Struct
      MOVE Run-Date TO PRN-RunDate IN Periodic-Run-Struct
      MOVE Stamp-Now TO PRN-Stamp IN Periodic-Run-Struct
      WRITE Periodic-Run-Struct
      CLOSE PeriodicRuns.

  P800-WriteRunLog.
*>***************************************************************************
*> The dated one-page run log that replaces the sticky note: which
*> steps ran, when, and how each came out -- and, for a periodic
*> job, the period it ran for.
*>***************************************************************************
      OPEN OUTPUT Log-File
      MOVE Run-Date TO Date-Edit
            INTO Work-Line
        EVALUATE TRUE
          WHEN ST-Step-Complete(Step-Sub)
            MOVE 'COMPLETE' TO Outcome-Text
          WHEN ST-Step-Failed(Step-Sub)
            MOVE '*** FAILED ***' TO Outcome-Text
          WHEN ST-Step-Started(Step-Sub)
            MOVE 'INTERRUPTED' TO Outcome-Text
          WHEN ST-Step-Skipped(Step-Sub)
            MOVE 'ALREADY RUN' TO Outcome-Text
          WHEN ST-Step-Findings(Step-Sub)
            MOVE 'WITH FINDINGS' TO Outcome-Text
          WHEN OTHER
            MOVE 'NOT RUN' TO Outcome-Text
        END-EVALUATE
        MOVE SPACES TO Log-Record
        IF ST-Period(Step-Sub) = SPACES
          STRING FUNCTION TRIM(Work-Line) ' '
                 FUNCTION TRIM(Outcome-Text)
              DELIMITED BY SIZE INTO Log-Record
        ELSE
          STRING FUNCTION TRIM(Work-Line) ' '
                 FUNCTION TRIM(Outcome-Text) '  for '
                 FUNCTION TRIM(ST-Period(Step-Sub))
              DELIMITED BY SIZE INTO Log-Record
        END-IF
        WRITE Log-Record
      END-PERFORM
      MOVE SPACES TO Log-Record
        WRITE Log-Record
        MOVE '    NightRun to resume from there. ***' TO Log-Record
        WRITE Log-Record
      ELSE
      IF Run-Has-Findings
        MOVE 'All steps completed; read the reports of the steps'
                                                     TO Log-Record
        WRITE Log-Record
        MOVE '    marked WITH FINDINGS.' TO Log-Record
        WRITE Log-Record
      ELSE
        MOVE 'All steps completed.' TO Log-Record
        WRITE Log-Record
      END-IF
      END-IF
      CLOSE Log-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/nightrun.txt|ps2pdf - nightrun.pdf"
      .
