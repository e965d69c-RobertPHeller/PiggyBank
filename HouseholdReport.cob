*>  earmarked toward goals) and a household total, plus the volume of
*>  money transferred between the household's own accounts -- summed
*>  from the live journal's linked 'T' debit legs, so it covers the
*>  period since the last month/year-end close.  A member with a
*>  profile on file (Profiles.dat) gets a second line with the first
*>  guardian's name and the mailing address.  Same a2ps/PDF pipeline
*>  as AccountReport.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TransactionsStatus.
      SELECT Profiles ASSIGN TO 'Profiles.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ProfileAccountNumber OF Profile-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS ProfilesStatus.
      SELECT Report-File ASSIGN TO '/tmp/household.txt'
                        LINE SEQUENTIAL.
      SELECT Sort-File ASSIGN TO DISK.
                               Record BY Goal-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "ProfileData.cbi" REPLACING PROF BY Profiles
                                             Record BY Profile-Struct.
    FD Report-File
        REPORT IS Household-Report.
    SD SORT-FILE.
        02 F-AccountStatus PICTURE IS X(06).
        02 F-AccountPennies PICTURE IS S9(8).
        02 F-Earmarked PICTURE IS S9(8).
        02 F-GuardianName PICTURE IS X(24).
        02 F-MailingAddress PICTURE IS X(66).
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 HouseholdsStatus PICTURE IS XX.
    01 GoalsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 ProfilesStatus PICTURE IS XX.
    01 Profiles-Present-Flag PICTURE IS X VALUE "N".
        88 Profiles-On-File VALUE "Y".
    01 TodaysDate PIC 9(8).
    01 Flags.
        02 F-EOF   PIC X(1).
            10 COL 38 SOURCE F-AccountPennies PIC ZZ,ZZZ,ZZ9DB.
            10 COL 54 SOURCE F-Earmarked PIC ZZ,ZZZ,ZZ9DB.

    01 Guardian-Line TYPE IS DETAIL.
        05 LINE NUMBER PLUS 1.
            10 COL 11 VALUE 'Guardian:'.
            10 COL 21 SOURCE F-GuardianName PIC X(24).
            10 COL 47 VALUE 'Mail to:'.
            10 COL 56 SOURCE F-MailingAddress PIC X(66).

    01 End-Household TYPE IS CONTROL FOOTING F-HouseholdName.
        05 LINE NUMBER PLUS 1.
            10 COL 38 VALUE '------------'.
       DISPLAY 'Could not open Accounts file!' UPON STDERR
       STOP RUN
     END-IF
     OPEN INPUT Profiles
     IF ProfilesStatus = '00'
       MOVE "Y" TO Profiles-Present-Flag
     END-IF
     PERFORM FOREVER
       READ Accounts NEXT RECORD
       AT END
                                              TO F-Earmarked
           END-IF
         END-PERFORM
         PERFORM P065-GetProfile
         RELEASE SORT-REC
       END-IF
     END-PERFORM
     CLOSE Accounts
     IF Profiles-On-File
       CLOSE Profiles
     END-IF
     .

  200-Generate-Report SECTION.
     END-RETURN
     PERFORM UNTIL F-EOF = 'Y'
       GENERATE Detail-Line
       IF F-GuardianName NOT = SPACES
         GENERATE Guardian-Line
       END-IF
*>***************************************************************************
*> Tally the member only after GENERATE: a household's control footing
*> prints during the GENERATE of the NEXT household's first member, so
       CLOSE Goals
     END-IF.

  P065-GetProfile.
*>***************************************************************************
*> The member's first guardian and mailing address, as one line, from
*> the profile file -- both left blank when the member has no
*> profile, and the guardian line is then not printed.
*>***************************************************************************
     MOVE SPACES TO F-GuardianName
     MOVE SPACES TO F-MailingAddress
     IF NOT Profiles-On-File
       EXIT PARAGRAPH
     END-IF
     MOVE F-AccountNumber TO ProfileAccountNumber IN Profile-Struct
     READ Profiles RECORD
       INVALID KEY
         EXIT PARAGRAPH
     END-READ
     MOVE ProfileGuardianName IN Profile-Struct(1) TO F-GuardianName
     IF ProfileStreet IN Profile-Struct NOT = SPACES
       STRING ProfileStreet IN Profile-Struct DELIMITED BY '  '
              ', '                            DELIMITED BY SIZE
              ProfileCity IN Profile-Struct   DELIMITED BY '  '
              ' '                             DELIMITED BY SIZE
              ProfileState IN Profile-Struct  DELIMITED BY SIZE
              ' '                             DELIMITED BY SIZE
              ProfilePostalCode IN Profile-Struct DELIMITED BY SPACE
           INTO F-MailingAddress
       END-STRING
     END-IF.

  P070-SumTransferVolume.
*>***************************************************************************
*> One pass over the live journal for the 'T' debit legs whose two
