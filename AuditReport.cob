            88 F-Teller-Maint-Event      VALUE "TM".
            88 F-Household-Set-Event     VALUE "HH".
            88 F-Match-Rule-Event        VALUE "MR".
            88 F-Loan-Granted-Event      VALUE "LG".
            88 F-Loan-Write-Off-Event    VALUE "LW".
            88 F-Chore-Rate-Event        VALUE "CR".
            88 F-Chore-Recorded-Event    VALUE "CE".
            88 F-Chore-Undone-Event      VALUE "CU".
            88 F-Term-Opened-Event       VALUE "TD".
            88 F-Term-Broken-Event       VALUE "TB".
            88 F-Cross-Check-Repair-Event VALUE "CK".
            88 F-Profile-Set-Event       VALUE "PF".
            88 F-Age-Band-Limits-Event   VALUE "AB".
            88 F-Approval-Queued-Event   VALUE "QM".
            88 F-Approval-Granted-Event  VALUE "QA".
            88 F-Approval-Refused-Event  VALUE "QR".
            88 F-Approval-Expired-Event  VALUE "QE".
            88 F-Calendar-Day-Event      VALUE "BC".
            88 F-Job-Schedule-Event      VALUE "BJ".
  WORKING-STORAGE SECTION.
    01 AuditStatus PICTURE IS XX.
    01 TodaysDate          PIC 9(8).
          MOVE 'HOUSEHOLD MAINT' TO Event-Description
        WHEN F-Match-Rule-Event
          MOVE 'MATCH RULE MAINT' TO Event-Description
        WHEN F-Loan-Granted-Event
          MOVE 'IOU LOAN GRANTED' TO Event-Description
        WHEN F-Loan-Write-Off-Event
          MOVE 'IOU WRITTEN OFF' TO Event-Description
        WHEN F-Chore-Rate-Event
          MOVE 'CHORE RATE MAINT' TO Event-Description
        WHEN F-Chore-Recorded-Event
          MOVE 'CHORE RECORDED'  TO Event-Description
        WHEN F-Chore-Undone-Event
          MOVE 'CHORE TAKEN BACK' TO Event-Description
        WHEN F-Term-Opened-Event
          MOVE 'TERM OPENED'     TO Event-Description
        WHEN F-Term-Broken-Event
          MOVE 'TERM BROKEN'     TO Event-Description
        WHEN F-Cross-Check-Repair-Event
          MOVE 'CROSS-CHECK FIX' TO Event-Description
        WHEN F-Profile-Set-Event
          MOVE 'PROFILE MAINT'   TO Event-Description
        WHEN F-Age-Band-Limits-Event
          MOVE 'AGE BAND LIMITS' TO Event-Description
        WHEN F-Approval-Queued-Event
          MOVE 'APPROVAL ASKED'  TO Event-Description
        WHEN F-Approval-Granted-Event
          MOVE 'APPROVED, POSTED' TO Event-Description
        WHEN F-Approval-Refused-Event
          MOVE 'APPROVAL REFUSED' TO Event-Description
        WHEN F-Approval-Expired-Event
          MOVE 'APPROVAL EXPIRED' TO Event-Description
        WHEN F-Calendar-Day-Event
          MOVE 'CALENDAR DAY SET' TO Event-Description
        WHEN F-Job-Schedule-Event
          MOVE 'JOB SCHEDULE SET' TO Event-Description
        WHEN OTHER
          MOVE SPACES TO Event-Description
          MOVE F-AuditEventCode TO Event-Description
