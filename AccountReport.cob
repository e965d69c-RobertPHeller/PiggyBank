        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GoalsStatus.
      SELECT Terms ASSIGN TO 'TermDeposits.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TermsStatus.
      SELECT Report-File ASSIGN TO '/tmp/accreport.txt'
                        LINE SEQUENTIAL.
      SELECT CSV-File ASSIGN TO '/tmp/accreport.csv'
                               Record BY Account-Struct.
    COPY "SavingsGoalData.cbi" REPLACING GOAL BY Goals
                               Record BY Goal-Struct.
    COPY "TermDepositData.cbi" REPLACING TERM BY Terms
                               Record BY Term-Struct.
    FD Report-File
        REPORT IS Account-Report.
    FD CSV-File.
        02 Total-Bank-Balance      BINARY-LONG.
    01 AccountsStatus PIC XX.
    01 GoalsStatus PIC XX.
    01 TermsStatus PIC XX.
    01 CSV-Balance-Edit PICTURE IS -(7)9.
*>***************************************************************************
*> The savings-goal book held in memory, slotted by account number,
    01 Account-Has-Goals-Flag PICTURE IS X VALUE "N".
        88 Account-Has-Goals VALUE "Y".
    01 Earmarked-Total BINARY-LONG.
*>***************************************************************************
*> The open term deposits, slotted by account and term number the same
*> way, so the breakdown can list them beside the goals and keep the
*> locked money out of the free balance.
*>***************************************************************************
    01 Term-Table.
        02 Term-Account-Row OCCURS 10000 TIMES.
            03 Term-Slot OCCURS 5 TIMES.
                04 TS-Present PICTURE IS X(01).
                    88 TS-Term-Present VALUE "Y".
                04 TS-Amount PICTURE IS S9(8).
                04 TS-MaturityDate PICTURE IS 9(8).
                04 TS-BonusRate PICTURE IS 9V9(4).
    01 Term-Sub PICTURE IS 9(2) VALUE 0.
    01 Term-Line-Fields.
        02 T-Line-Number PICTURE IS 9(2).
        02 T-Line-Amount BINARY-LONG.
        02 T-Line-Maturity PICTURE IS 9(8).
        02 T-Line-Rate PICTURE IS 99V99.
    01 Account-Has-Terms-Flag PICTURE IS X VALUE "N".
        88 Account-Has-Terms VALUE "Y".
    01 Locked-Total BINARY-LONG.
    01 Free-Balance-Out BINARY-LONG.
  REPORT SECTION.
    RD Account-Report

*>***************************************************************************
*> Balance-breakdown lines, printed under an account that has savings
*> goals or open term deposits: the free (unspoken-for) part of the
*> balance, then one line per goal with its earmark and target, then
*> one line per open term with what it locks and until when.
*>***************************************************************************
    01 Free-Line TYPE IS DETAIL.
        05 LINE NUMBER PLUS 1.
            10 COL 42 VALUE 'of'.
            10 COL 45 SOURCE G-Line-Target PIC ZZ,ZZZ,ZZ9DB.

    01 Term-Line TYPE IS DETAIL.
        05 LINE NUMBER PLUS 1.
            10 COL 5 VALUE 'Term:'.
            10 COL 11 SOURCE T-Line-Number PIC Z9.
            10 COL 14 VALUE 'locked'.
            10 COL 28 SOURCE T-Line-Amount PIC ZZ,ZZZ,ZZ9DB.
            10 COL 42 VALUE 'to'.
            10 COL 45 SOURCE T-Line-Maturity PIC 9999/99/99.
            10 COL 57 VALUE 'at'.
            10 COL 60 SOURCE T-Line-Rate PIC Z9.99.
            10 COL 65 VALUE '%'.

    01 End-Overall TYPE IS CONTROL FOOTING FINAL.
        05 LINE NUMBER PLUS 1.
            10 COL 22 VALUE '------------'.

  100-Pre-Process-Data SECTION.
  1. PERFORM P050-LoadGoals
     PERFORM P060-LoadTerms
     OPEN INPUT Accounts
     PERFORM FOREVER
       READ Accounts
       CLOSE Goals
     END-IF.

  P060-LoadTerms.
*>***************************************************************************
*> Read the open terms from the term-deposit book into the in-memory
*> table.  Matured and broken terms lock nothing and are left out; no
*> file yet means no terms.
*>***************************************************************************
     MOVE SPACES TO Term-Table
     OPEN INPUT Terms
     IF TermsStatus = '00'
       PERFORM WITH TEST BEFORE UNTIL TermsStatus = '10'
         READ Terms RECORD
         IF TermsStatus NOT = '10'
           IF Term-Open IN Term-Struct
              AND TermNumber IN Term-Struct >= 1
              AND TermNumber IN Term-Struct <= 5
             MOVE "Y" TO TS-Present(1 + TermAccountNumber IN Term-Struct,
                                    TermNumber IN Term-Struct)
             MOVE TermAmountPennies IN Term-Struct
                  TO TS-Amount(1 + TermAccountNumber IN Term-Struct,
                               TermNumber IN Term-Struct)
             MOVE TermMaturityDate IN Term-Struct
                  TO TS-MaturityDate(1 + TermAccountNumber IN Term-Struct,
                                     TermNumber IN Term-Struct)
             MOVE TermBonusRate IN Term-Struct
                  TO TS-BonusRate(1 + TermAccountNumber IN Term-Struct,
                                  TermNumber IN Term-Struct)
           END-IF
         END-IF
       END-PERFORM
       CLOSE Terms
     END-IF.

  P250-GoalBreakdown.
*>***************************************************************************
*> If the account just printed has savings goals or open terms, follow
*> its line with the breakdown: the free balance, then each goal's
*> earmark against its target, then each term's locked amount.
*>***************************************************************************
     MOVE "N" TO Account-Has-Goals-Flag
     MOVE "N" TO Account-Has-Terms-Flag
     MOVE 0 TO Earmarked-Total
     MOVE 0 TO Locked-Total
     PERFORM VARYING Goal-Sub FROM 1 BY 1 UNTIL Goal-Sub > 10
       IF GS-Goal-Present(1 + F-AccountNumber, Goal-Sub)
         MOVE "Y" TO Account-Has-Goals-Flag
                                              TO Earmarked-Total
       END-IF
     END-PERFORM
     PERFORM VARYING Term-Sub FROM 1 BY 1 UNTIL Term-Sub > 5
       IF TS-Term-Present(1 + F-AccountNumber, Term-Sub)
         MOVE "Y" TO Account-Has-Terms-Flag
         ADD TS-Amount(1 + F-AccountNumber, Term-Sub) TO Locked-Total
       END-IF
     END-PERFORM
     IF Account-Has-Goals OR Account-Has-Terms
       COMPUTE Free-Balance-Out =
               F-AccountPennies - Earmarked-Total - Locked-Total
       GENERATE Free-Line
       PERFORM VARYING Goal-Sub FROM 1 BY 1 UNTIL Goal-Sub > 10
         IF GS-Goal-Present(1 + F-AccountNumber, Goal-Sub)
           GENERATE Goal-Line
         END-IF
       END-PERFORM
       PERFORM VARYING Term-Sub FROM 1 BY 1 UNTIL Term-Sub > 5
         IF TS-Term-Present(1 + F-AccountNumber, Term-Sub)
           MOVE Term-Sub TO T-Line-Number
           MOVE TS-Amount(1 + F-AccountNumber, Term-Sub)
                                              TO T-Line-Amount
           MOVE TS-MaturityDate(1 + F-AccountNumber, Term-Sub)
                                              TO T-Line-Maturity
           COMPUTE T-Line-Rate =
                   TS-BonusRate(1 + F-AccountNumber, Term-Sub) * 100
           GENERATE Term-Line
         END-IF
       END-PERFORM
     END-IF.

END PROGRAM AccountReport.
