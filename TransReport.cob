        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CheckpointStatus.
*>***************************************************************************
*> Account-holder profiles (see ProfileData.cbi), read by account
*> number at each account's heading for the guardian and mailing
*> address.  A bank with no profile file prints the statements
*> without them.
*>***************************************************************************
      SELECT Profiles ASSIGN TO 'Profiles.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ProfileAccountNumber OF Profile-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS ProfilesStatus.
      SELECT Report-File ASSIGN TO '/tmp/report.txt'
                        LINE SEQUENTIAL.
      SELECT CSV-File ASSIGN TO '/tmp/report.csv'
                                             Record BY Archive-Struct.
    COPY "ClosingCheckpointData.cbi" REPLACING CKPT BY ClosingCheckpoint
                                             Record BY Checkpoint-Record.
    COPY "ProfileData.cbi" REPLACING PROF BY Profiles
                                             Record BY Profile-Struct.
    FD Report-File
        REPORT IS Transaction-Report.
    FD CSV-File.
            88 F-Void-Transaction       VALUE "V".
            88 F-Transfer-Transaction   VALUE "T".
            88 F-Adjustment-Transaction VALUE "A".
            88 F-Loan-Advance-Transaction   VALUE "L".
            88 F-Loan-Repayment-Transaction VALUE "R".
        02 F-VoidOfTransactionID PICTURE IS X(32).
        02 F-TransactionMemo PICTURE IS X(20).
  WORKING-STORAGE SECTION.
    01 TransactionsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 CheckpointStatus PICTURE IS XX.
    01 ProfilesStatus PICTURE IS XX.
    01 Profiles-Present-Flag PICTURE IS X VALUE "N".
        88 Profiles-On-File VALUE "Y".
*>***************************************************************************
*> Set when TransactionsArchive.dat is on file: the full posting
*> history back to the day each account opened is then replayed from
        02 Transaction-Count PIC 9999.
        02 F-AccountName PIC X(16).
        02 F-AccountStatus PIC X(06).
        02 F-GuardianName PIC X(24).
        02 F-MailingAddress PIC X(66).
        02 Running-Account-Balance BINARY-LONG.
        
    01 Flags.
    01 CSV-Amount-Edit  PICTURE IS -(7)9.
    01 CSV-Balance-Edit PICTURE IS -(7)9.
*>***************************************************************************
*> Flags interest credits, voids/reversals and IOU loan advances and
*> repayments on the printed report and the CSV so a reconciler can
*> tell them apart from an ordinary posting without having to decode
*> the raw transaction type byte.
*>***************************************************************************
    01 Txn-Type-Flag PICTURE IS X(08) VALUE SPACES.
*>***************************************************************************
           10 COL 35 SOURCE F-AccountName PIC X(16).
           10 COL 55 VALUE 'Status:'.
           10 COL 63 SOURCE F-AccountStatus PIC X(06).
        05 LINE NUMBER PLUS 1.
           10 COL 5 VALUE 'Guardian:'.
           10 COL 15 SOURCE F-GuardianName PIC X(24).
           10 COL 41 VALUE 'Mail to:'.
           10 COL 50 SOURCE F-MailingAddress PIC X(66).
        05 LINE NUMBER PLUS 1.
           10 COL 1 VALUE 'Transaction Date'.
           10 COL 32 VALUE 'Amount'.
                MOVE 'OPEN' TO F-AccountStatus
              END-IF
            END-IF
            PERFORM P110-GetProfile
        END-IF
        ADD F-AmountOfPennies TO Running-Account-Balance
        ADD 1 TO Transaction-Count
          ELSE
          IF F-Adjustment-Transaction
            MOVE 'ADJUST' TO Txn-Type-Flag
          ELSE
          IF F-Loan-Advance-Transaction
            MOVE 'IOU LOAN' TO Txn-Type-Flag
          ELSE
          IF F-Loan-Repayment-Transaction
            MOVE 'IOU REPY' TO Txn-Type-Flag
          ELSE
            IF F-Transfer-Transaction
              MOVE F-VoidOfTransactionID TO Linked-TransactionID
            END-IF
          END-IF
          END-IF
          END-IF
          END-IF
        END-IF
        GENERATE Detail-Line
        MOVE F-AmountOfPennies TO CSV-Amount-Edit
       END-IF
       CLOSE Accounts
       OPEN INPUT Accounts
    END-IF
    OPEN INPUT Profiles
    IF ProfilesStatus = '00'
       MOVE "Y" TO Profiles-Present-Flag
    END-IF.

  P110-GetProfile.
*>***************************************************************************
*> The first guardian and the mailing address, one line, for the
*> account heading -- "(no profile on file)" when there is none.
*>***************************************************************************
    MOVE SPACES TO F-GuardianName
    MOVE SPACES TO F-MailingAddress
    IF NOT Profiles-On-File
       EXIT PARAGRAPH
    END-IF
    MOVE F-AccountNumber TO ProfileAccountNumber IN Profile-Struct
    READ Profiles RECORD
      INVALID KEY
        MOVE '(no profile on file)' TO F-GuardianName
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
    
END PROGRAM TransReport. 
