       02 ParamDormantDays  PICTURE IS 9(5) VALUE 365.
       02 ParamRetryLimit   PICTURE IS 9(4) VALUE 1000.
       02 ParamRetryPause   PICTURE IS 9V99 VALUE 0.05.
       02 ParamPINRejectRun     PICTURE IS 9(2) VALUE 3.
       02 ParamSuspectMinutes   PICTURE IS 9(3) VALUE 30.
       02 ParamOverrideRun      PICTURE IS 9(2) VALUE 3.
       02 ParamLargeVoidPennies PICTURE IS 9(8) VALUE 5000.
       02 ParamQuietStartHour   PICTURE IS 9(2) VALUE 21.
       02 ParamQuietEndHour     PICTURE IS 9(2) VALUE 7.
       02 ParamJuniorAge        PICTURE IS 9(2) VALUE 8.
       02 ParamTeenAge          PICTURE IS 9(2) VALUE 13.
       02 ParamAdultAge         PICTURE IS 9(2) VALUE 18.
       02 ParamYoungTxnLimit    PICTURE IS 9(8) VALUE 500.
       02 ParamYoungDayLimit    PICTURE IS 9(8) VALUE 1000.
       02 ParamJuniorTxnLimit   PICTURE IS 9(8) VALUE 1000.
       02 ParamJuniorDayLimit   PICTURE IS 9(8) VALUE 2000.
       02 ParamTeenTxnLimit     PICTURE IS 9(8) VALUE 2500.
       02 ParamTeenDayLimit     PICTURE IS 9(8) VALUE 5000.
       02 ParamAdultTxnLimit    PICTURE IS 9(8) VALUE 0.
       02 ParamAdultDayLimit    PICTURE IS 9(8) VALUE 0.
       02 ParamBirthdayGiftPennies PICTURE IS 9(8) VALUE 0.
       02 ParamApprovalPennies  PICTURE IS 9(8) VALUE 10000.
       02 ParamApprovalHours    PICTURE IS 9(3) VALUE 72.
    01 Supervisor-Record.
       02 SupervisorPIN PICTURE IS X(04) VALUE SPACES.
*>***************************************************************************
        02 Dormant-In   PICTURE IS 9(5) VALUE 0.
        02 RetryLimit-In PICTURE IS 9(4) VALUE 0.
        02 RetryPause-In PICTURE IS 9V99 VALUE 0.
        02 PINRejectRun-In PICTURE IS 9(2) VALUE 0.
        02 SuspectMinutes-In PICTURE IS 9(3) VALUE 0.
        02 OverrideRun-In PICTURE IS 9(2) VALUE 0.
        02 LargeVoid-In PICTURE IS 9(8) VALUE 0.
        02 QuietStart-In PICTURE IS 9(2) VALUE 0.
        02 QuietEnd-In PICTURE IS 9(2) VALUE 0.
*>***************************************************************************
*> The same for the age-band screen's settings.
*>***************************************************************************
    01 Band-Entry.
        02 JuniorAge-In PICTURE IS 9(2) VALUE 0.
        02 TeenAge-In PICTURE IS 9(2) VALUE 0.
        02 AdultAge-In PICTURE IS 9(2) VALUE 0.
        02 YoungTxn-In PICTURE IS 9(8) VALUE 0.
        02 YoungDay-In PICTURE IS 9(8) VALUE 0.
        02 JuniorTxn-In PICTURE IS 9(8) VALUE 0.
        02 JuniorDay-In PICTURE IS 9(8) VALUE 0.
        02 TeenTxn-In PICTURE IS 9(8) VALUE 0.
        02 TeenDay-In PICTURE IS 9(8) VALUE 0.
        02 AdultTxn-In PICTURE IS 9(8) VALUE 0.
        02 AdultDay-In PICTURE IS 9(8) VALUE 0.
        02 Gift-In PICTURE IS 9(8) VALUE 0.
    01 BandAnswer PICTURE IS X VALUE " ".
    01 BandRetryFlag PICTURE IS X VALUE "N".
    01 BandMessage PICTURE IS X(40) VALUE SPACES.
*>***************************************************************************
*> The same for the approval-queue page.
*>***************************************************************************
    01 Approval-Entry.
        02 ApprovalPennies-In PICTURE IS 9(8) VALUE 0.
        02 ApprovalHours-In PICTURE IS 9(3) VALUE 0.
    01 ApprovalAnswer PICTURE IS X VALUE " ".
    01 ApprovalMessage PICTURE IS X(40) VALUE SPACES.
    01 Audit-Event-Code PICTURE IS X(02) VALUE SPACES.
*>***************************************************************************
*> Bounded retry (with a breather between tries) for the
*>***************************************************************************
*> Parameter screen: every current setting on display, with the entry
*> fields for the replacement values beside them.  S re-keys ALL the
*> settings -- the file is one record and the screen is a handful of
*> numbers, so there is nothing gained by editing them one at a time.
*>***************************************************************************
    01 Params-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                                        IN Bank-Params-Record.
       02   RetryPause-Input                         LINE 11 COL 58
                        PICTURE IS 9.99 TO RetryPause-In.
       02 VALUE "Suspect PIN rejects: "              LINE 12 COL 10.
       02 PINRejectRun-Display                       LINE 12 COL 42
                        PICTURE IS 9(2) FROM ParamPINRejectRun
                                        IN Bank-Params-Record.
       02   PINRejectRun-Input                       LINE 12 COL 58
                        PICTURE IS 9(2) TO PINRejectRun-In.
       02 VALUE "Suspect window (minutes): "         LINE 13 COL 10.
       02 SuspectMinutes-Display                     LINE 13 COL 42
                        PICTURE IS 9(3) FROM ParamSuspectMinutes
                                        IN Bank-Params-Record.
       02   SuspectMinutes-Input                     LINE 13 COL 58
                        PICTURE IS 9(3) TO SuspectMinutes-In.
       02 VALUE "Overrides by a teller/day: "        LINE 14 COL 10.
       02 OverrideRun-Display                        LINE 14 COL 42
                        PICTURE IS 9(2) FROM ParamOverrideRun
                                        IN Bank-Params-Record.
       02   OverrideRun-Input                        LINE 14 COL 58
                        PICTURE IS 9(2) TO OverrideRun-In.
       02 VALUE "Large void (pennies): "             LINE 15 COL 10.
       02 LargeVoid-Display                          LINE 15 COL 42
                        PICTURE IS 9(8) FROM ParamLargeVoidPennies
                                        IN Bank-Params-Record.
       02   LargeVoid-Input                          LINE 15 COL 58
                        PICTURE IS 9(8) TO LargeVoid-In.
       02 VALUE "Quiet hours start (0-23): "         LINE 16 COL 10.
       02 QuietStart-Display                         LINE 16 COL 42
                        PICTURE IS 9(2) FROM ParamQuietStartHour
                                        IN Bank-Params-Record.
       02   QuietStart-Input                         LINE 16 COL 58
                        PICTURE IS 9(2) TO QuietStart-In.
       02 VALUE "Quiet hours end (0-23): "           LINE 17 COL 10.
       02 QuietEnd-Display                           LINE 17 COL 42
                        PICTURE IS 9(2) FROM ParamQuietEndHour
                                        IN Bank-Params-Record.
       02   QuietEnd-Input                           LINE 17 COL 58
                        PICTURE IS 9(2) TO QuietEnd-In.
       02 Params-Message                             LINE 18 COL 10
                            PICTURE IS X(40) FROM ParamsMessage.
       02 VALUE "S - SAVE NEW SETTINGS (all fields)" LINE 19 COL 30.
       02 VALUE "B - AGE BANDS AND BIRTHDAY GIFT"    LINE 20 COL 30.
       02 VALUE "A - APPROVAL QUEUE"                 LINE 21 COL 30.
       02 VALUE "Q - TO QUIT"                        LINE 22 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO ParamsAnswer.
*>***************************************************************************
*> Age-band screen: the second page of settings, for the AgeRules
*> batch.  Each band shows the age it starts at and its default
*> withdrawal limits, current beside new; the young band always
*> starts at birth.  S re-keys every setting on this page, the same
*> as the first page.
*>***************************************************************************
    01 Band-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Age Bands and Birthday Gift"        LINE 3 COL 30.
       02 VALUE "Band"                               LINE 5 COL 5.
       02 VALUE "From age"                           LINE 5 COL 17.
       02 VALUE "Per-txn (pennies)"                  LINE 5 COL 29.
       02 VALUE "Per-day (pennies)"                  LINE 5 COL 53.
       02 VALUE "Cur New"                            LINE 6 COL 17.
       02 VALUE "Current   New"                      LINE 6 COL 29.
       02 VALUE "Current   New"                      LINE 6 COL 53.
       02 VALUE "Young"                              LINE 8 COL 5.
       02 VALUE " 0"                                 LINE 8 COL 17.
       02 YoungTxn-Display                           LINE 8 COL 29
                        PICTURE IS 9(8) FROM ParamYoungTxnLimit
                                        IN Bank-Params-Record.
       02   YoungTxn-Input                           LINE 8 COL 39
                        PICTURE IS 9(8) TO YoungTxn-In.
       02 YoungDay-Display                           LINE 8 COL 53
                        PICTURE IS 9(8) FROM ParamYoungDayLimit
                                        IN Bank-Params-Record.
       02   YoungDay-Input                           LINE 8 COL 63
                        PICTURE IS 9(8) TO YoungDay-In.
       02 VALUE "Junior"                             LINE 9 COL 5.
       02 JuniorAge-Display                          LINE 9 COL 17
                        PICTURE IS 9(2) FROM ParamJuniorAge
                                        IN Bank-Params-Record.
       02   JuniorAge-Input                          LINE 9 COL 21
                        PICTURE IS 9(2) TO JuniorAge-In.
       02 JuniorTxn-Display                          LINE 9 COL 29
                        PICTURE IS 9(8) FROM ParamJuniorTxnLimit
                                        IN Bank-Params-Record.
       02   JuniorTxn-Input                          LINE 9 COL 39
                        PICTURE IS 9(8) TO JuniorTxn-In.
       02 JuniorDay-Display                          LINE 9 COL 53
                        PICTURE IS 9(8) FROM ParamJuniorDayLimit
                                        IN Bank-Params-Record.
       02   JuniorDay-Input                          LINE 9 COL 63
                        PICTURE IS 9(8) TO JuniorDay-In.
       02 VALUE "Teen"                               LINE 10 COL 5.
       02 TeenAge-Display                            LINE 10 COL 17
                        PICTURE IS 9(2) FROM ParamTeenAge
                                        IN Bank-Params-Record.
       02   TeenAge-Input                            LINE 10 COL 21
                        PICTURE IS 9(2) TO TeenAge-In.
       02 TeenTxn-Display                            LINE 10 COL 29
                        PICTURE IS 9(8) FROM ParamTeenTxnLimit
                                        IN Bank-Params-Record.
       02   TeenTxn-Input                            LINE 10 COL 39
                        PICTURE IS 9(8) TO TeenTxn-In.
       02 TeenDay-Display                            LINE 10 COL 53
                        PICTURE IS 9(8) FROM ParamTeenDayLimit
                                        IN Bank-Params-Record.
       02   TeenDay-Input                            LINE 10 COL 63
                        PICTURE IS 9(8) TO TeenDay-In.
       02 VALUE "Adult"                              LINE 11 COL 5.
       02 AdultAge-Display                           LINE 11 COL 17
                        PICTURE IS 9(2) FROM ParamAdultAge
                                        IN Bank-Params-Record.
       02   AdultAge-Input                           LINE 11 COL 21
                        PICTURE IS 9(2) TO AdultAge-In.
       02 AdultTxn-Display                           LINE 11 COL 29
                        PICTURE IS 9(8) FROM ParamAdultTxnLimit
                                        IN Bank-Params-Record.
       02   AdultTxn-Input                           LINE 11 COL 39
                        PICTURE IS 9(8) TO AdultTxn-In.
       02 AdultDay-Display                           LINE 11 COL 53
                        PICTURE IS 9(8) FROM ParamAdultDayLimit
                                        IN Bank-Params-Record.
       02   AdultDay-Input                           LINE 11 COL 63
                        PICTURE IS 9(8) TO AdultDay-In.
       02 VALUE "A zero limit means no limit."       LINE 13 COL 5.
       02 VALUE "Birthday gift (pennies): "          LINE 15 COL 5.
       02 Gift-Display                               LINE 15 COL 29
                        PICTURE IS 9(8) FROM ParamBirthdayGiftPennies
                                        IN Bank-Params-Record.
       02   Gift-Input                               LINE 15 COL 39
                        PICTURE IS 9(8) TO Gift-In.
       02 VALUE "(zero: no gift)"                    LINE 15 COL 53.
       02 Band-Message                               LINE 17 COL 10
                            PICTURE IS X(40) FROM BandMessage.
       02 VALUE "S - SAVE NEW SETTINGS (all fields)" LINE 19 COL 30.
       02 VALUE "Q - RETURN TO PARAMETERS"           LINE 20 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 22 COL 30.
       02 RESPONSE-INPUT                             LINE 22 COL 45
                            PICTURE IS X TO BandAnswer.
*>***************************************************************************
*> Approval-queue screen: the third page of settings -- which teller
*> postings need a second supervisor, and how long one may wait.
*>***************************************************************************
    01 Approval-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Two-Person Approval Queue"          LINE 3 COL 30.
       02 VALUE "Setting"                            LINE 5 COL 10.
       02 VALUE "Current"                            LINE 5 COL 42.
       02 VALUE "New"                                LINE 5 COL 58.
       02 VALUE "Teller posting over (pennies): "    LINE 7 COL 10.
       02 ApprovalPennies-Display                    LINE 7 COL 42
                        PICTURE IS 9(8) FROM ParamApprovalPennies
                                        IN Bank-Params-Record.
       02   ApprovalPennies-Input                    LINE 7 COL 58
                        PICTURE IS 9(8) TO ApprovalPennies-In.
       02 VALUE "Expires after (hours): "            LINE 8 COL 10.
       02 ApprovalHours-Display                      LINE 8 COL 42
                        PICTURE IS 9(3) FROM ParamApprovalHours
                                        IN Bank-Params-Record.
       02   ApprovalHours-Input                      LINE 8 COL 58
                        PICTURE IS 9(3) TO ApprovalHours-In.
       02 VALUE "A zero amount sends no teller postings for approval;"
                                                     LINE 10 COL 10.
       02 VALUE "supervisor adjustments always need a second supervisor."
                                                     LINE 11 COL 10.
       02 Approval-Message                           LINE 13 COL 10
                            PICTURE IS X(40) FROM ApprovalMessage.
       02 VALUE "S - SAVE NEW SETTINGS (all fields)" LINE 19 COL 30.
       02 VALUE "Q - RETURN TO PARAMETERS"           LINE 20 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 22 COL 30.
       02 RESPONSE-INPUT                             LINE 22 COL 45
                            PICTURE IS X TO ApprovalAnswer.
PROCEDURE DIVISION.
*>***************************************************************************
*> Main program: load the current parameters (or the defaults), check
*>***************************************************************************
*> Read the one parameter record.  No file yet simply means the
*> defaults in Bank-Params-Record's VALUE clauses stand, and the first
*> save creates the file.  The defaults go into the record area
*> first, so a record saved before the later settings existed comes
*> back with those settings at their defaults.
*>***************************************************************************

>>D    DISPLAY "*** P100-LoadParams" UPON STDERR
    MOVE Bank-Params-Record TO Params-Struct
    OPEN INPUT BankParams
    IF BankParamsStatus = '00'
      READ BankParams INTO Bank-Params-Record
      MOVE 0 TO Dormant-In
      MOVE 0 TO RetryLimit-In
      MOVE 0 TO RetryPause-In
      MOVE 0 TO PINRejectRun-In
      MOVE 0 TO SuspectMinutes-In
      MOVE 0 TO OverrideRun-In
      MOVE 0 TO LargeVoid-In
      MOVE 0 TO QuietStart-In
      MOVE 0 TO QuietEnd-In
      MOVE " " TO ParamsAnswer
      MOVE 0 TO Rate-Input IN Params-Screen
      MOVE 0 TO IdleWarn-Input IN Params-Screen
      MOVE 0 TO Dormant-Input IN Params-Screen
      MOVE 0 TO RetryLimit-Input IN Params-Screen
      MOVE 0 TO RetryPause-Input IN Params-Screen
      MOVE 0 TO PINRejectRun-Input IN Params-Screen
      MOVE 0 TO SuspectMinutes-Input IN Params-Screen
      MOVE 0 TO OverrideRun-Input IN Params-Screen
      MOVE 0 TO LargeVoid-Input IN Params-Screen
      MOVE 0 TO QuietStart-Input IN Params-Screen
      MOVE 0 TO QuietEnd-Input IN Params-Screen
      MOVE " " TO RESPONSE-INPUT IN Params-Screen
      DISPLAY Params-Screen
      ACCEPT Params-Screen
      MOVE "N" TO ParamsRetryFlag
      MOVE SPACES TO ParamsMessage
      IF FUNCTION UPPER-CASE(ParamsAnswer) = 'B'
        PERFORM P600-BandScreen
        MOVE " " TO ParamsAnswer
        MOVE "R" TO ParamsRetryFlag
      END-IF
      IF FUNCTION UPPER-CASE(ParamsAnswer) = 'A'
        PERFORM P700-ApprovalScreen
        MOVE " " TO ParamsAnswer
        MOVE "R" TO ParamsRetryFlag
      END-IF
      IF FUNCTION UPPER-CASE(ParamsAnswer) = 'S'
*>***************************************************************************
*> The dormancy thresholds must make sense as a pair, and a retry
*> limit of zero would turn every momentary file hold into a dead
*> program.  A zero interest rate is legitimate (no interest paid),
*> as is a zero pause (retry flat out).  The exception-report
*> thresholds must all be real counts and amounts -- a zero would
*> flag every login, void or override -- and the quiet hours must be
*> hours of the day (start = end turns that rule off).
*>***************************************************************************
        IF IdleWarn-In = 0 OR Dormant-In = 0
          MOVE "R" TO ParamsRetryFlag
        IF RetryLimit-In = 0
          MOVE "R" TO ParamsRetryFlag
          MOVE "*** Retry limit must be > 0 ***" TO ParamsMessage
        ELSE
        IF PINRejectRun-In = 0 OR SuspectMinutes-In = 0
           OR OverrideRun-In = 0 OR LargeVoid-In = 0
          MOVE "R" TO ParamsRetryFlag
          MOVE "*** Exception thresholds must be > 0 ***"
                                                 TO ParamsMessage
        ELSE
        IF QuietStart-In > 23 OR QuietEnd-In > 23
          MOVE "R" TO ParamsRetryFlag
          MOVE "*** Quiet hours must be 0 to 23 ***" TO ParamsMessage
        ELSE
          MOVE Rate-In TO ParamInterestRate IN Bank-Params-Record
          MOVE IdleWarn-In TO ParamIdleWarnDays IN Bank-Params-Record
          MOVE Dormant-In TO ParamDormantDays IN Bank-Params-Record
          MOVE RetryLimit-In TO ParamRetryLimit IN Bank-Params-Record
          MOVE RetryPause-In TO ParamRetryPause IN Bank-Params-Record
          MOVE PINRejectRun-In
                          TO ParamPINRejectRun IN Bank-Params-Record
          MOVE SuspectMinutes-In
                          TO ParamSuspectMinutes IN Bank-Params-Record
          MOVE OverrideRun-In
                          TO ParamOverrideRun IN Bank-Params-Record
          MOVE LargeVoid-In
                          TO ParamLargeVoidPennies IN Bank-Params-Record
          MOVE QuietStart-In
                          TO ParamQuietStartHour IN Bank-Params-Record
          MOVE QuietEnd-In
                          TO ParamQuietEndHour IN Bank-Params-Record
          PERFORM P500-SaveParams
          MOVE ParamRetryLimit IN Bank-Params-Record TO Retry-Limit
          MOVE ParamRetryPause IN Bank-Params-Record TO Retry-Pause
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
      END-IF
    END-PERFORM.

    WRITE Params-Struct
    CLOSE BankParams.

P600-BandScreen.
*>***************************************************************************
*> Run the age-band page: show the bands and the gift, accept a full
*> replacement set, validate it, and save the whole parameter record,
*> until the supervisor goes back to the first page.
*>***************************************************************************

>>D    DISPLAY "*** P600-BandScreen" UPON STDERR
    MOVE SPACES TO BandMessage
    MOVE " " TO BandAnswer
    PERFORM WITH TEST BEFORE
            UNTIL FUNCTION UPPER-CASE(BandAnswer) = 'Q'
      INITIALIZE Band-Entry
      MOVE " " TO BandAnswer
      MOVE 0 TO JuniorAge-Input IN Band-Screen
      MOVE 0 TO TeenAge-Input IN Band-Screen
      MOVE 0 TO AdultAge-Input IN Band-Screen
      MOVE 0 TO YoungTxn-Input IN Band-Screen
      MOVE 0 TO YoungDay-Input IN Band-Screen
      MOVE 0 TO JuniorTxn-Input IN Band-Screen
      MOVE 0 TO JuniorDay-Input IN Band-Screen
      MOVE 0 TO TeenTxn-Input IN Band-Screen
      MOVE 0 TO TeenDay-Input IN Band-Screen
      MOVE 0 TO AdultTxn-Input IN Band-Screen
      MOVE 0 TO AdultDay-Input IN Band-Screen
      MOVE 0 TO Gift-Input IN Band-Screen
      MOVE " " TO RESPONSE-INPUT IN Band-Screen
      DISPLAY Band-Screen
      ACCEPT Band-Screen
      MOVE SPACES TO BandMessage
      IF FUNCTION UPPER-CASE(BandAnswer) = 'S'
*>***************************************************************************
*> The bands must follow one another: each starts at an older age
*> than the one before, and the young band needs at least a year.
*> Any limit, and the gift, may be zero.
*>***************************************************************************
        IF JuniorAge-In = 0
          MOVE "*** Junior age must be > 0 ***" TO BandMessage
        ELSE
        IF TeenAge-In NOT > JuniorAge-In
           OR AdultAge-In NOT > TeenAge-In
          MOVE "*** Band ages must go up in order ***" TO BandMessage
        ELSE
          MOVE JuniorAge-In TO ParamJuniorAge IN Bank-Params-Record
          MOVE TeenAge-In TO ParamTeenAge IN Bank-Params-Record
          MOVE AdultAge-In TO ParamAdultAge IN Bank-Params-Record
          MOVE YoungTxn-In TO ParamYoungTxnLimit IN Bank-Params-Record
          MOVE YoungDay-In TO ParamYoungDayLimit IN Bank-Params-Record
          MOVE JuniorTxn-In
                          TO ParamJuniorTxnLimit IN Bank-Params-Record
          MOVE JuniorDay-In
                          TO ParamJuniorDayLimit IN Bank-Params-Record
          MOVE TeenTxn-In TO ParamTeenTxnLimit IN Bank-Params-Record
          MOVE TeenDay-In TO ParamTeenDayLimit IN Bank-Params-Record
          MOVE AdultTxn-In TO ParamAdultTxnLimit IN Bank-Params-Record
          MOVE AdultDay-In TO ParamAdultDayLimit IN Bank-Params-Record
          MOVE Gift-In
                     TO ParamBirthdayGiftPennies IN Bank-Params-Record
          PERFORM P500-SaveParams
          MOVE "BP" TO Audit-Event-Code
          PERFORM P300-WriteAuditEvent
          MOVE "*** Parameters saved ***" TO BandMessage
        END-IF
        END-IF
      END-IF
    END-PERFORM.

P700-ApprovalScreen.
*>***************************************************************************
*> Run the approval-queue page the same way as the age-band page,
*> until the supervisor goes back to the first page.
*>***************************************************************************

>>D    DISPLAY "*** P700-ApprovalScreen" UPON STDERR
    MOVE SPACES TO ApprovalMessage
    MOVE " " TO ApprovalAnswer
    PERFORM WITH TEST BEFORE
            UNTIL FUNCTION UPPER-CASE(ApprovalAnswer) = 'Q'
      INITIALIZE Approval-Entry
      MOVE " " TO ApprovalAnswer
      MOVE 0 TO ApprovalPennies-Input IN Approval-Screen
      MOVE 0 TO ApprovalHours-Input IN Approval-Screen
      MOVE " " TO RESPONSE-INPUT IN Approval-Screen
      DISPLAY Approval-Screen
      ACCEPT Approval-Screen
      MOVE SPACES TO ApprovalMessage
      IF FUNCTION UPPER-CASE(ApprovalAnswer) = 'S'
*>***************************************************************************
*> An item that expires the moment it is queued could never be
*> approved, so the wait must be at least an hour.
*>***************************************************************************
        IF ApprovalHours-In = 0
          MOVE "*** Expiry hours must be > 0 ***" TO ApprovalMessage
        ELSE
          MOVE ApprovalPennies-In
                          TO ParamApprovalPennies IN Bank-Params-Record
          MOVE ApprovalHours-In
                          TO ParamApprovalHours IN Bank-Params-Record
          PERFORM P500-SaveParams
          MOVE "BP" TO Audit-Event-Code
          PERFORM P300-WriteAuditEvent
          MOVE "*** Parameters saved ***" TO ApprovalMessage
        END-IF
      END-IF
    END-PERFORM.

END PROGRAM BankParams.
