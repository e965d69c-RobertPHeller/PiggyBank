*>  Cash-drawer counts proved against the settlement sheet: record
*>  the opening count by denomination when the box opens, the closing
*>  count at end of day, then prove the counted cash movement against
*>  the day's deposit, withdrawal and void totals from
*>  Transactions.dat.  Cash here is what GeneralLedger books to its
*>  cash account: 'D' and 'W' postings, except the PARENT MATCH and
*>  BIRTHDAY GIFT deposits the bank funds itself, and 'V' voids (a
*>  teller can only void the session's own last deposit or
*>  withdrawal, so the money goes back across the counter); interest,
*>  transfers and adjustments are bookkeeping.  The proof
*>  prints an over/short line to drawerproof.pdf, and the drawer file
*>  keeps every day's counts and over/short, which is the history
*>  that will finally corner the missing $1.37.  Where the teller
*>  screen recorded which coins and bills changed hands
*>  (Denominations.dat), the proof also goes denomination by
*>  denomination -- opening count plus what came in less what went
*>  out, against the closing count -- so a shortage shows whether it
*>  was quarters or a five-dollar bill.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH ALL OTHER
        FILE STATUS IS TransactionsStatus.
      SELECT Denominations ASSIGN TO 'Denominations.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DNM-TransactionID OF Denomination-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS DenominationsStatus.
      SELECT Report-File ASSIGN TO '/tmp/drawer.txt'
                        LINE SEQUENTIAL.
DATA DIVISION.
                                        Record BY Drawer-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "DenominationData.cbi" REPLACING DENOM BY Denominations
                                          Record BY Denomination-Struct.
    FD Report-File.
    01 Report-Record PICTURE IS X(100).
  WORKING-STORAGE SECTION.
    01 DrawerStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 DenominationsStatus PICTURE IS XX.
    01 TodaysDate PICTURE IS 9(8).
*>***************************************************************************
*> What each denomination slot is worth, in pennies, smallest to
        02 FILLER PICTURE IS 9(4) VALUE 2000.
    01 Denomination-Value-Table REDEFINES Denomination-Values.
        02 Denom-Value OCCURS 8 TIMES PICTURE IS 9(4).
    01 Denomination-Names.
        02 FILLER PICTURE IS X(8) VALUE "Pennies".
        02 FILLER PICTURE IS X(8) VALUE "Nickels".
        02 FILLER PICTURE IS X(8) VALUE "Dimes".
        02 FILLER PICTURE IS X(8) VALUE "Quarters".
        02 FILLER PICTURE IS X(8) VALUE "Ones".
        02 FILLER PICTURE IS X(8) VALUE "Fives".
        02 FILLER PICTURE IS X(8) VALUE "Tens".
        02 FILLER PICTURE IS X(8) VALUE "Twenties".
    01 Denomination-Name-Table REDEFINES Denomination-Names.
        02 Denom-Name OCCURS 8 TIMES PICTURE IS X(8).
*>***************************************************************************
*> The whole drawer history held in memory, one row per day counted,
*> oldest first; rewritten whole at quit like the other small books.
        02 Dep-Total PICTURE IS S9(8) VALUE 0.
        02 Wdl-Count PICTURE IS 9(4) VALUE 0.
        02 Wdl-Total PICTURE IS S9(8) VALUE 0.
        02 Void-Count PICTURE IS 9(4) VALUE 0.
        02 Void-Total PICTURE IS S9(8) VALUE 0.
        02 Open-Value PICTURE IS S9(8) VALUE 0.
        02 Close-Value PICTURE IS S9(8) VALUE 0.
*>***************************************************************************
*> The proof by denomination: coins and bills taken in and paid out
*> per the day's recorded breakdowns, and for each slot the count the
*> box should hold at closing and how far the closing count is off
*> (in pieces and in pennies).  Cash postings the teller did not
*> break down are totalled apart, as they cannot be put to any one
*> slot.
*>***************************************************************************
    01 Denomination-Proof.
        02 Broken-Count PICTURE IS 9(4) VALUE 0.
        02 Broken-Total PICTURE IS S9(8) VALUE 0.
        02 Unbroken-Total PICTURE IS S9(8) VALUE 0.
        02 Denom-Off-Flag PICTURE IS X VALUE "N".
            88 Denomination-Off VALUE "Y".
        02 Denom-Proof-Row OCCURS 8 TIMES.
            03 DP-In PICTURE IS 9(6).
            03 DP-Out PICTURE IS 9(6).
            03 DP-Expected PICTURE IS S9(6).
            03 DP-OverShort PICTURE IS S9(6).
            03 DP-OverShort-Value PICTURE IS S9(8).
*>***************************************************************************
*> Working storage for the "H - OVER/SHORT HISTORY" browse screen
*>***************************************************************************
    01 ListAnswer PICTURE IS X VALUE " ".
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Amount-Edit PICTURE IS ZZ,ZZZ,ZZ9DB.
    01 Count-Edit PICTURE IS ZZZ9.
    01 Pieces-Edit PICTURE IS ZZZZZ9.
    01 Pieces-Signed-Edit PICTURE IS -----9.
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
  SCREEN SECTION.
*>***************************************************************************
    END-PERFORM
    PERFORM P450-SumJournalCash
    COMPUTE DR-Counted(Drawer-Found) = Close-Value - Open-Value
    COMPUTE DR-Expected(Drawer-Found) =
        Dep-Total + Wdl-Total + Void-Total
    COMPUTE DR-OverShort(Drawer-Found) =
        DR-Counted(Drawer-Found) - DR-Expected(Drawer-Found)
    MOVE "Y" TO DR-Proof-Done(Drawer-Found)
    PERFORM P460-SumDenominations
    COMPUTE Unbroken-Total = DR-Expected(Drawer-Found) - Broken-Total
    MOVE "N" TO Denom-Off-Flag
    PERFORM VARYING Denom-Sub FROM 1 BY 1 UNTIL Denom-Sub > 8
      COMPUTE DP-Expected(Denom-Sub) =
          DR-Open-Count(Drawer-Found, Denom-Sub)
          + DP-In(Denom-Sub) - DP-Out(Denom-Sub)
      COMPUTE DP-OverShort(Denom-Sub) =
          DR-Close-Count(Drawer-Found, Denom-Sub)
          - DP-Expected(Denom-Sub)
      COMPUTE DP-OverShort-Value(Denom-Sub) =
          DP-OverShort(Denom-Sub) * Denom-Value(Denom-Sub)
      IF DP-OverShort(Denom-Sub) NOT = 0
        MOVE "Y" TO Denom-Off-Flag
      END-IF
    END-PERFORM
    PERFORM P500-PrintProofSheet
    IF DR-OverShort(Drawer-Found) = 0
      IF Denomination-Off AND Unbroken-Total = 0
        MOVE "*** Total proves; coins/bills do not ***"
                                                 TO MainMessage
      ELSE
        MOVE "*** Drawer proves exactly ***" TO MainMessage
      END-IF
    ELSE
      IF DR-OverShort(Drawer-Found) > 0
        MOVE "*** Drawer is OVER - see drawerproof ***"
P450-SumJournalCash.
*>***************************************************************************
*> Total the day's cash-moving postings from the journal: counts and
*> signed totals for the cash deposits, the withdrawals and the voids,
*> by the same rule GeneralLedger P350-BookPosting uses to book cash,
*> so this figure and the ledger's cash for the day agree.
*>***************************************************************************

>>D    DISPLAY "*** P450-SumJournalCash" UPON STDERR
    MOVE 0 TO Dep-Total
    MOVE 0 TO Wdl-Count
    MOVE 0 TO Wdl-Total
    MOVE 0 TO Void-Count
    MOVE 0 TO Void-Total
    OPEN INPUT Transactions
    IF TransactionsStatus NOT = '00'
      EXIT PARAGRAPH
              TID-Year * 10000 + TID-Month * 100 + TID-Day
        IF Txn-Date = Work-Date
          IF Deposit-Transaction IN Transaction-Struct
             AND TransactionMemo IN Transaction-Struct
                                              NOT = "PARENT MATCH"
             AND TransactionMemo IN Transaction-Struct
                                              NOT = "BIRTHDAY GIFT"
            ADD 1 TO Dep-Count
            ADD AmountOfPennies IN Transaction-Struct TO Dep-Total
          END-IF
            ADD 1 TO Wdl-Count
            ADD AmountOfPennies IN Transaction-Struct TO Wdl-Total
          END-IF
          IF Void-Transaction IN Transaction-Struct
            ADD 1 TO Void-Count
            ADD AmountOfPennies IN Transaction-Struct TO Void-Total
          END-IF
        END-IF
      END-IF
    END-PERFORM
    CLOSE Transactions.

P460-SumDenominations.
*>***************************************************************************
*> Total the coins and bills the day's recorded breakdowns took in
*> and paid out.  The file is keyed by TransactionID, which starts
*> with the posting date, so the day's rows are read from the first
*> key on or after the date until the date changes.  No file, or no
*> rows for the day, leaves every posting to the unbroken total.
*>***************************************************************************

>>D    DISPLAY "*** P460-SumDenominations" UPON STDERR
    MOVE 0 TO Broken-Count
    MOVE 0 TO Broken-Total
    PERFORM VARYING Denom-Sub FROM 1 BY 1 UNTIL Denom-Sub > 8
      MOVE 0 TO DP-In(Denom-Sub)
      MOVE 0 TO DP-Out(Denom-Sub)
    END-PERFORM
    OPEN INPUT Denominations
    IF DenominationsStatus NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO DNM-TransactionID IN Denomination-Struct
    MOVE Work-Date TO DNM-TransactionID IN Denomination-Struct (1:8)
    START Denominations
        KEY IS NOT LESS THAN DNM-TransactionID IN Denomination-Struct
      INVALID KEY
        MOVE '23' TO DenominationsStatus
    END-START
    PERFORM WITH TEST BEFORE UNTIL DenominationsStatus NOT = '00'
      READ Denominations NEXT RECORD
      IF DenominationsStatus = '00'
        MOVE DNM-TransactionID IN Denomination-Struct
                                        TO TransactionID-Pieces
        COMPUTE Txn-Date =
              TID-Year * 10000 + TID-Month * 100 + TID-Day
        IF Txn-Date NOT = Work-Date
          MOVE '10' TO DenominationsStatus
        ELSE
          ADD 1 TO Broken-Count
          ADD DNM-AmountOfPennies IN Denomination-Struct
                                        TO Broken-Total
          PERFORM VARYING Denom-Sub FROM 1 BY 1 UNTIL Denom-Sub > 8
            IF DNM-Cash-Out IN Denomination-Struct
              ADD DNM-Count IN Denomination-Struct (Denom-Sub)
                                        TO DP-Out(Denom-Sub)
            ELSE
              ADD DNM-Count IN Denomination-Struct (Denom-Sub)
                                        TO DP-In(Denom-Sub)
            END-IF
          END-PERFORM
        END-IF
      END-IF
    END-PERFORM
    CLOSE Denominations.

P500-PrintProofSheet.
*>***************************************************************************
*> The one-page proof sheet for the day, through the same a2ps
        INTO Work-Line
    MOVE Work-Line TO Report-Record
    WRITE Report-Record
    MOVE Void-Count TO Count-Edit
    MOVE Void-Total TO Amount-Edit
    MOVE SPACES TO Work-Line
    STRING 'Voids:       '  DELIMITED BY SIZE
           Count-Edit       DELIMITED BY SIZE
           '  '             DELIMITED BY SIZE
           Amount-Edit      DELIMITED BY SIZE
        INTO Work-Line
    MOVE Work-Line TO Report-Record
    WRITE Report-Record
    MOVE DR-Expected(Drawer-Found) TO Amount-Edit
    MOVE SPACES TO Work-Line
    STRING 'Expected cash movement: ' DELIMITED BY SIZE
    END-IF
    MOVE Work-Line TO Report-Record
    WRITE Report-Record
    PERFORM P510-PrintDenominationProof
    CLOSE Report-File
    CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/drawer.txt|ps2pdf - drawerproof.pdf".

P510-PrintDenominationProof.
*>***************************************************************************
*> The denomination section of the proof sheet: one line per coin
*> and bill, then how much of the day's cash was posted without a
*> breakdown.  That cash is in the total proof above but in no slot
*> here, so while it is not zero the slots cannot all come out even.
*>***************************************************************************

>>D    DISPLAY "*** P510-PrintDenominationProof" UPON STDERR
    MOVE SPACES TO Report-Record
    WRITE Report-Record
    MOVE 'By denomination:' TO Report-Record
    WRITE Report-Record
    MOVE SPACES TO Report-Record
    WRITE Report-Record
    MOVE SPACES TO Work-Line
    STRING 'Coin/Bill  Opening      In     Out  Expected'
                                                 DELIMITED BY SIZE
           '  Closing  Pieces  Over/Short'       DELIMITED BY SIZE
        INTO Work-Line
    MOVE Work-Line TO Report-Record
    WRITE Report-Record
    PERFORM VARYING Denom-Sub FROM 1 BY 1 UNTIL Denom-Sub > 8
      MOVE SPACES TO Work-Line
      MOVE Denom-Name(Denom-Sub) TO Work-Line(1:8)
      MOVE DR-Open-Count(Drawer-Found, Denom-Sub) TO Pieces-Edit
      MOVE Pieces-Edit TO Work-Line(13:6)
      MOVE DP-In(Denom-Sub) TO Pieces-Edit
      MOVE Pieces-Edit TO Work-Line(21:6)
      MOVE DP-Out(Denom-Sub) TO Pieces-Edit
      MOVE Pieces-Edit TO Work-Line(29:6)
      MOVE DP-Expected(Denom-Sub) TO Pieces-Signed-Edit
      MOVE Pieces-Signed-Edit TO Work-Line(39:6)
      MOVE DR-Close-Count(Drawer-Found, Denom-Sub) TO Pieces-Edit
      MOVE Pieces-Edit TO Work-Line(48:6)
      MOVE DP-OverShort(Denom-Sub) TO Pieces-Signed-Edit
      MOVE Pieces-Signed-Edit TO Work-Line(56:6)
      IF DP-OverShort(Denom-Sub) = 0
        MOVE '      EXACT' TO Work-Line(62:11)
      ELSE
        MOVE DP-OverShort-Value(Denom-Sub) TO Amount-Edit
        MOVE Amount-Edit TO Work-Line(62:12)
        IF DP-OverShort(Denom-Sub) > 0
          MOVE ' OVER' TO Work-Line(74:5)
        ELSE
          MOVE ' SHORT' TO Work-Line(74:6)
        END-IF
      END-IF
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
    END-PERFORM
    MOVE SPACES TO Report-Record
    WRITE Report-Record
    MOVE Broken-Count TO Count-Edit
    MOVE Broken-Total TO Amount-Edit
    MOVE SPACES TO Work-Line
    STRING 'Postings broken down:      ' DELIMITED BY SIZE
           Count-Edit                    DELIMITED BY SIZE
           '  '                          DELIMITED BY SIZE
           Amount-Edit                   DELIMITED BY SIZE
        INTO Work-Line
    MOVE Work-Line TO Report-Record
    WRITE Report-Record
    MOVE Unbroken-Total TO Amount-Edit
    MOVE SPACES TO Work-Line
    STRING 'Cash with no breakdown:          ' DELIMITED BY SIZE
           Amount-Edit                         DELIMITED BY SIZE
        INTO Work-Line
    MOVE Work-Line TO Report-Record
    WRITE Report-Record
    IF Unbroken-Total NOT = 0
      MOVE '(cash posted without a breakdown is in no slot above)'
                                                 TO Report-Record
      WRITE Report-Record
    END-IF.

P600-OverShortHistory.
*>***************************************************************************
*> Browse the proved days a page (10 rows) at a time, oldest first --
