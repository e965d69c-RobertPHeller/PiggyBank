*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 14:00:00 2026
*>  Last Modified : <261015.1400>
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
*>  Transaction search: "that birthday deposit from Grandma last
*>  spring", found without reading a whole statement.  One screen
*>  takes any mix of
*>
*>      account number, date range, transaction type, amount range
*>      (size of the posting, whichever way it went), memo text,
*>      receipt number (from ReceiptRegister.dat), and the teller
*>      who posted it
*>
*>  and looks across the live journal, the archive CloseTransactions
*>  keeps, and the retired accounts' ClosedTransactions.dat in one go.
*>  Matches are listed a page at a time, by account and time; any one
*>  can be opened to see where it came from and its void or transfer
*>  partner (through VoidOfTransactionID, either way round), and the
*>  whole set printed to transsearch.pdf through the usual a2ps
*>  pipeline.
*>
*>  The journal does not say who keyed a posting; AuditTrail.dat
*>  does, the way SuspectActivity reads it.  A posting belongs to the
*>  teller whose login ('LI') on the same account came within the
*>  suspect window before it (BankParams), and a supervisor posting to
*>  whoever wrote the adjustment, approval, loan or term-break event
*>  that follows it within the minute.  Batch postings have no teller.
*>  So the postings and those audit events are sorted together by
*>  account and time, and the teller is settled on the walk.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TransSearch.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH ALL OTHER
        FILE STATUS IS TransactionsStatus.
      SELECT Archive ASSIGN TO 'TransactionsArchive.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
      SELECT ClosedTrans ASSIGN TO 'ClosedTransactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ClosedTransStatus.
      SELECT ReceiptRegister ASSIGN TO 'ReceiptRegister.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH ALL OTHER
        FILE STATUS IS ReceiptRegisterStatus.
      SELECT AuditTrail ASSIGN TO 'AuditTrail.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH ALL OTHER
        FILE STATUS IS AuditStatus.
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
      SELECT Report-File ASSIGN TO '/tmp/transsearch.txt'
                        LINE SEQUENTIAL.
      SELECT Sort-File ASSIGN TO DISK.
DATA DIVISION.
  FILE SECTION.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Archive
                                             Record BY Archive-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY ClosedTrans
                                             Record BY Closed-Trans-Struct.
    COPY "ReceiptRegisterData.cbi" REPLACING RCPT BY ReceiptRegister
                                             Record BY Receipt-Struct.
    COPY "AuditFileData.cbi" REPLACING AUDIT BY AuditTrail
                                       Record BY Audit-Struct.
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                             Record BY Params-Struct.
    FD Report-File.
    01 Report-Record PICTURE IS X(100).
    SD SORT-FILE.
    01 SORT-REC.
*>***************************************************************************
*> One row per matching posting and per audit event that can say who
*> keyed one, in account and time order.  At the same instant the
*> posting sorts first (a supervisor's event is written after the
*> posting it belongs to).
*>***************************************************************************
        02 S-AccountNumber PICTURE IS 9(4).
        02 S-Stamp PICTURE IS X(16).
        02 S-Source PICTURE IS X(01).
            88 S-Posting VALUE "1".
            88 S-Event   VALUE "2".
        02 S-EventCode PICTURE IS X(02).
        02 S-TellerID PICTURE IS X(04).
        02 S-Journal PICTURE IS X(01).
        02 S-TransactionID PICTURE IS X(32).
        02 S-AmountOfPennies PICTURE IS S9(8).
        02 S-TransactionType PICTURE IS X(01).
        02 S-VoidOfTransactionID PICTURE IS X(32).
        02 S-TransactionMemo PICTURE IS X(20).
  WORKING-STORAGE SECTION.
    01 TransactionsStatus PICTURE IS XX.
    01 ArchiveStatus PICTURE IS XX.
    01 ClosedTransStatus PICTURE IS XX.
    01 ReceiptRegisterStatus PICTURE IS XX.
    01 AuditStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
    01 TodaysDate PICTURE IS 9(8).
*>***************************************************************************
*> How long after a login a posting still counts as that teller's,
*> the same suspect window SuspectActivity uses; replaced from
*> BankParams.dat when the supervisor has set it.
*>***************************************************************************
    01 Suspect-Minutes PICTURE IS 9(3) VALUE 30.
*>***************************************************************************
*> The search criteria as keyed.  Zero or blank means "any".  The
*> amounts are dollars and cents on the screen and compared in
*> pennies against the size of the posting.
*>***************************************************************************
    01 Search-Criteria.
        02 Search-Account PICTURE IS 9(4) VALUE 0.
        02 Search-From-Date PICTURE IS 9(8) VALUE 0.
        02 Search-To-Date PICTURE IS 9(8) VALUE 0.
        02 Search-Type PICTURE IS X(01) VALUE SPACE.
        02 Search-Min-Dollars PICTURE IS S9(6)V99 VALUE 0.
        02 Search-Max-Dollars PICTURE IS S9(6)V99 VALUE 0.
        02 Search-Memo PICTURE IS X(20) VALUE SPACES.
        02 Search-Receipt PICTURE IS 9(6) VALUE 0.
        02 Search-TellerID PICTURE IS X(04) VALUE SPACES.
    01 Search-Min-Pennies PICTURE IS 9(8) VALUE 0.
    01 Search-Max-Pennies PICTURE IS 9(8) VALUE 0.
    01 Low-Stamp PICTURE IS X(08) VALUE SPACES.
    01 High-Stamp PICTURE IS X(08) VALUE SPACES.
    01 Event-Low-Stamp PICTURE IS X(08) VALUE SPACES.
    01 Prior-Day PICTURE IS 9(8) VALUE 0.
    01 Receipt-TransactionID PICTURE IS X(32) VALUE SPACES.
    01 Memo-Key PICTURE IS X(20) VALUE SPACES.
    01 Memo-Key-Length PICTURE IS 9(2) VALUE 0.
    01 Memo-Upper PICTURE IS X(20) VALUE SPACES.
    01 Memo-Hits PICTURE IS 9(2) VALUE 0.
    01 Posting-Size PICTURE IS 9(8) VALUE 0.
    01 Criteria-OK-Flag PICTURE IS X VALUE "Y".
        88 Criteria-OK VALUE "Y".
    01 Match-Flag PICTURE IS X VALUE "N".
        88 Posting-Matches VALUE "Y".
*>***************************************************************************
*> Each journal is read into this one view, so the criteria are
*> applied in one place whichever file the posting came from.
*> Scan-Journal says which: L(ive), A(rchive) or C(losed).
*>***************************************************************************
    01 Scan-Record.
        02 SC-TransactionID PICTURE IS X(32).
        02 SC-AccountNumber PICTURE IS 9(4).
        02 SC-AmountOfPennies PICTURE IS S9(8).
        02 SC-TransactionType PICTURE IS X(01).
        02 SC-VoidOfTransactionID PICTURE IS X(32).
        02 SC-TransactionMemo PICTURE IS X(20).
    01 Scan-Journal PICTURE IS X(01) VALUE SPACE.
*>***************************************************************************
*> Where the walk stands on the current account: the latest login,
*> and the posting read last, held back until the next row shows
*> whether a supervisor's event claims it.
*>***************************************************************************
    01 Sort-EOF PICTURE IS X VALUE "N".
    01 Walk-Fields.
        02 W-AccountNumber PICTURE IS 9(4).
        02 W-Login-Minutes PICTURE IS 9(9).
        02 W-Login-TellerID PICTURE IS X(04).
        02 W-Held-Flag PICTURE IS X(01).
            88 W-Posting-Held VALUE "Y".
        02 W-Held-Minutes PICTURE IS 9(9).
        02 W-Held-Posting.
            03 W-Held-Journal PICTURE IS X(01).
            03 W-Held-TransactionID PICTURE IS X(32).
            03 W-Held-AccountNumber PICTURE IS 9(4).
            03 W-Held-AmountOfPennies PICTURE IS S9(8).
            03 W-Held-TransactionType PICTURE IS X(01).
            03 W-Held-VoidOfTransactionID PICTURE IS X(32).
            03 W-Held-TransactionMemo PICTURE IS X(20).
            03 W-Held-TellerID PICTURE IS X(04).
    01 Stamp-Pieces.
        02 SP-Date PICTURE IS 9(8).
        02 SP-Hour PICTURE IS 9(2).
        02 SP-Minute PICTURE IS 9(2).
        02 FILLER PICTURE IS X(04).
    01 Stamp-Minutes PICTURE IS 9(9) VALUE 0.
    01 Elapsed-Minutes PICTURE IS S9(9) VALUE 0.
*>***************************************************************************
*> The matches, in walk order.  Five hundred is more than anybody
*> pages through; a search that finds more says so, and wants
*> narrowing.
*>***************************************************************************
    01 Result-Table.
        02 Result-Entry OCCURS 500 TIMES.
            03 RT-Journal PICTURE IS X(01).
            03 RT-TransactionID PICTURE IS X(32).
            03 RT-AccountNumber PICTURE IS 9(4).
            03 RT-AmountOfPennies PICTURE IS S9(8).
            03 RT-TransactionType PICTURE IS X(01).
            03 RT-VoidOfTransactionID PICTURE IS X(32).
            03 RT-TransactionMemo PICTURE IS X(20).
            03 RT-TellerID PICTURE IS X(04).
    01 Result-Total PICTURE IS 9(4) VALUE 0.
    01 Result-Sub PICTURE IS 9(4) VALUE 0.
    01 Result-Overflow-Flag PICTURE IS X VALUE "N".
        88 Results-Overflowed VALUE "Y".
*>***************************************************************************
*> The posting opened in the detail view, and its partners: the
*> posting its VoidOfTransactionID names, and the posting whose
*> VoidOfTransactionID names it.
*>***************************************************************************
    01 Detail-Sub PICTURE IS 9(4) VALUE 0.
    01 Detail-Receipt PICTURE IS 9(6) VALUE 0.
    01 Partner-Found-Flag PICTURE IS X VALUE "N".
        88 Partner-Found VALUE "Y".
    01 Partner-Record.
        02 PR-TransactionID PICTURE IS X(32).
        02 PR-AccountNumber PICTURE IS 9(4).
        02 PR-AmountOfPennies PICTURE IS S9(8).
        02 PR-TransactionType PICTURE IS X(01).
        02 PR-VoidOfTransactionID PICTURE IS X(32).
        02 PR-TransactionMemo PICTURE IS X(20).
    01 Referrer-Found-Flag PICTURE IS X VALUE "N".
        88 Referrer-Found VALUE "Y".
    01 Referrer-Record.
        02 RR-TransactionID PICTURE IS X(32).
        02 RR-AccountNumber PICTURE IS 9(4).
        02 RR-AmountOfPennies PICTURE IS S9(8).
        02 RR-TransactionType PICTURE IS X(01).
        02 RR-VoidOfTransactionID PICTURE IS X(32).
        02 RR-TransactionMemo PICTURE IS X(20).
*>***************************************************************************
*> Working variables for the screens
*>***************************************************************************
    01 SearchAnswer PICTURE IS X VALUE " ".
    01 SearchMessage PICTURE IS X(40) VALUE SPACES.
    01 ListAnswer PICTURE IS X VALUE " ".
    01 List-Page-Message PICTURE IS X(40) VALUE SPACES.
    01 List-Page-Start PICTURE IS 9(4) VALUE 1.
    01 List-Pick PICTURE IS 9(2) VALUE 0.
    01 List-Display-Lines.
        02 List-Display-Line PICTURE IS X(76) OCCURS 10 TIMES
                              VALUE SPACES.
    01 List-Line-Count PICTURE IS 99 VALUE 0.
    01 DetailAnswer PICTURE IS X VALUE " ".
    01 Detail-Lines.
        02 Detail-Line PICTURE IS X(70) OCCURS 12 TIMES
                              VALUE SPACES.
    01 Detail-Line-Count PICTURE IS 99 VALUE 0.
*>***************************************************************************
*> Edited pieces for the screen and report lines
*>***************************************************************************
    01 TransactionID-Pieces.
        02 TID-Year PICTURE IS 9(4).
        02 TID-Month PICTURE IS 9(2).
        02 TID-Day PICTURE IS 9(2).
        02 TID-Hour PICTURE IS 9(2).
        02 TID-Minutes PICTURE IS 9(2).
        02 TID-Seconds PICTURE IS 9(2).
        02 FILLER PICTURE IS X(18).
    01 When-Edit PICTURE IS X(16) VALUE SPACES.
    01 Number-Edit PICTURE IS Z9.
    01 Amount-Edit PICTURE IS ZZ,ZZZ,ZZ9DB.
    01 Amount-To-Edit PICTURE IS ZZ,ZZZ,ZZ9DB.
    01 Receipt-Edit PICTURE IS ZZZZZ9.
    01 Count-Edit PICTURE IS ZZZ9.
    01 Date-Edit PICTURE IS 9999/99/99.
    01 Journal-Word PICTURE IS X(07) VALUE SPACES.
    01 Type-Word PICTURE IS X(11) VALUE SPACES.
    01 Work-Line PICTURE IS X(100) VALUE SPACES.
*>***************************************************************************
*> Line-building inputs: Line-Posting is filled from a result or a
*> partner before P580/P585 build its one-line summary.
*>***************************************************************************
    01 Line-Posting.
        02 LP-TransactionID PICTURE IS X(32).
        02 LP-AccountNumber PICTURE IS 9(4).
        02 LP-AmountOfPennies PICTURE IS S9(8).
        02 LP-TransactionType PICTURE IS X(01).
        02 LP-VoidOfTransactionID PICTURE IS X(32).
        02 LP-TransactionMemo PICTURE IS X(20).
    01 Line-Label PICTURE IS X(13) VALUE SPACES.
  SCREEN SECTION.
*>***************************************************************************
*> Search screen: the criteria, any mix of them
*>***************************************************************************
    01 Search-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Transaction Search"                 LINE 3 COL 31.
       02 VALUE "Account # (0 = all):       "        LINE 5 COL 10.
       02   Account-Input                            LINE 5 COL 39
                        PICTURE IS 9(4) TO Search-Account.
       02 VALUE "From date (YYYYMMDD, 0 = any): "    LINE 6 COL 10.
       02   From-Input                               LINE 6 COL 42
                        PICTURE IS 9(8) TO Search-From-Date.
       02 VALUE "To date   (YYYYMMDD, 0 = any): "    LINE 7 COL 10.
       02   To-Input                                 LINE 7 COL 42
                        PICTURE IS 9(8) TO Search-To-Date.
       02 VALUE "Type (D W I V T A L R, blank = any): "
                                                      LINE 8 COL 10.
       02   Type-Input                               LINE 8 COL 48
                        PICTURE IS X TO Search-Type.
       02 VALUE "Amount from ($): "                  LINE 9 COL 10.
       02   Min-Input                                LINE 9 COL 28
                        PICTURE IS Z(5)9.99 TO Search-Min-Dollars.
       02 VALUE "to ($, 0 = any): "                  LINE 9 COL 40.
       02   Max-Input                                LINE 9 COL 58
                        PICTURE IS Z(5)9.99 TO Search-Max-Dollars.
       02 VALUE "Memo contains: "                    LINE 10 COL 10.
       02   Memo-Input                               LINE 10 COL 26
                        PICTURE IS X(20) TO Search-Memo.
       02 VALUE "Receipt # (0 = any): "              LINE 11 COL 10.
       02   Receipt-Input                            LINE 11 COL 32
                        PICTURE IS 9(6) TO Search-Receipt.
       02 VALUE "Teller ID (blank = any): "          LINE 12 COL 10.
       02   Teller-Input                             LINE 12 COL 36
                        PICTURE IS X(04) TO Search-TellerID.
       02 Search-Msg                                 LINE 14 COL 10
                            PICTURE IS X(40) FROM SearchMessage.
       02 VALUE "S - SEARCH"                         LINE 16 COL 30.
       02 VALUE "Q - TO QUIT"                        LINE 17 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 19 COL 30.
       02 RESPONSE-INPUT                             LINE 19 COL 45
                            PICTURE IS X TO SearchAnswer.
*>***************************************************************************
*> Results screen: ten matches a page
*>***************************************************************************
    01 Results-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Search Results"                     LINE 3 COL 33.
       02 VALUE
          "#  Date       Time  Acct T       Amount Memo"
                                                      LINE 5 COL 2.
       02 VALUE "Tllr Jrnl"                          LINE 5 COL 63.
       02 List-Display-01                            LINE 6  COL 2
                            PICTURE IS X(76) FROM List-Display-Line(1).
       02 List-Display-02                            LINE 7  COL 2
                            PICTURE IS X(76) FROM List-Display-Line(2).
       02 List-Display-03                            LINE 8  COL 2
                            PICTURE IS X(76) FROM List-Display-Line(3).
       02 List-Display-04                            LINE 9  COL 2
                            PICTURE IS X(76) FROM List-Display-Line(4).
       02 List-Display-05                            LINE 10 COL 2
                            PICTURE IS X(76) FROM List-Display-Line(5).
       02 List-Display-06                            LINE 11 COL 2
                            PICTURE IS X(76) FROM List-Display-Line(6).
       02 List-Display-07                            LINE 12 COL 2
                            PICTURE IS X(76) FROM List-Display-Line(7).
       02 List-Display-08                            LINE 13 COL 2
                            PICTURE IS X(76) FROM List-Display-Line(8).
       02 List-Display-09                            LINE 14 COL 2
                            PICTURE IS X(76) FROM List-Display-Line(9).
       02 List-Display-10                            LINE 15 COL 2
                            PICTURE IS X(76) FROM List-Display-Line(10).
       02 List-Page-Msg                              LINE 16 COL 10
                            PICTURE IS X(40) FROM List-Page-Message.
       02 VALUE "Item #: "                           LINE 17 COL 10.
       02   Pick-Input                               LINE 17 COL 18
                        PICTURE IS Z9 TO List-Pick.
       02 VALUE "D - DETAIL OF ITEM #"               LINE 18 COL 30.
       02 VALUE "N - NEXT PAGE    B - PAGE BACK"     LINE 19 COL 30.
       02 VALUE "P - PRINT ALL MATCHES"              LINE 20 COL 30.
       02 VALUE "Q - RETURN TO SEARCH"               LINE 21 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 23 COL 30.
       02 RESPONSE-INPUT                             LINE 23 COL 45
                            PICTURE IS X TO ListAnswer.
*>***************************************************************************
*> Detail screen: one posting, where it came from, and its partners
*>***************************************************************************
    01 Detail-Screen.
       02 VALUE "PIGGY BANK, Your Bank under your bed!"
                        BLANK SCREEN                 LINE 1 COL 5.
       02 VALUE "Posting Detail"                     LINE 3 COL 33.
       02 Detail-Display-01                          LINE 5  COL 5
                            PICTURE IS X(70) FROM Detail-Line(1).
       02 Detail-Display-02                          LINE 6  COL 5
                            PICTURE IS X(70) FROM Detail-Line(2).
       02 Detail-Display-03                          LINE 7  COL 5
                            PICTURE IS X(70) FROM Detail-Line(3).
       02 Detail-Display-04                          LINE 8  COL 5
                            PICTURE IS X(70) FROM Detail-Line(4).
       02 Detail-Display-05                          LINE 9  COL 5
                            PICTURE IS X(70) FROM Detail-Line(5).
       02 Detail-Display-06                          LINE 10 COL 5
                            PICTURE IS X(70) FROM Detail-Line(6).
       02 Detail-Display-07                          LINE 11 COL 5
                            PICTURE IS X(70) FROM Detail-Line(7).
       02 Detail-Display-08                          LINE 12 COL 5
                            PICTURE IS X(70) FROM Detail-Line(8).
       02 Detail-Display-09                          LINE 13 COL 5
                            PICTURE IS X(70) FROM Detail-Line(9).
       02 Detail-Display-10                          LINE 14 COL 5
                            PICTURE IS X(70) FROM Detail-Line(10).
       02 Detail-Display-11                          LINE 15 COL 5
                            PICTURE IS X(70) FROM Detail-Line(11).
       02 Detail-Display-12                          LINE 16 COL 5
                            PICTURE IS X(70) FROM Detail-Line(12).
       02 VALUE "Q - RETURN TO RESULTS"              LINE 19 COL 30.
       02 VALUE "ENTER RESPONSE"                     LINE 21 COL 30.
       02 RESPONSE-INPUT                             LINE 21 COL 45
                            PICTURE IS X TO DetailAnswer.
PROCEDURE DIVISION.
  010-Main SECTION.
*>***************************************************************************
*> Main program: run the search screen until quit.
*>***************************************************************************
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-LoadBankParams
     MOVE SPACES TO SearchMessage
     PERFORM P200-SearchScreen
         UNTIL FUNCTION UPPER-CASE(SearchAnswer) = 'Q'
     STOP RUN.

  100-Release-Postings SECTION.
*>***************************************************************************
*> Every posting in the three journals that meets the criteria goes
*> into the sort, and with them the audit events that can name who
*> keyed a posting -- logins, kiosk logins (which end a teller's
*> session), and the supervisor events written just after their
*> posting -- for the accounts and days searched, plus the day
*> before, so an evening login still covers a posting after
*> midnight.
*>***************************************************************************
  1.  OPEN INPUT Archive
      IF ArchiveStatus = '00'
        MOVE "A" TO Scan-Journal
        PERFORM WITH TEST BEFORE UNTIL ArchiveStatus NOT = '00'
          READ Archive INTO Scan-Record
          IF ArchiveStatus = '00'
            PERFORM P150-ReleaseIfMatch
          END-IF
        END-PERFORM
        CLOSE Archive
      END-IF
      OPEN INPUT Transactions
      IF TransactionsStatus = '00'
        MOVE "L" TO Scan-Journal
        PERFORM WITH TEST BEFORE UNTIL TransactionsStatus NOT = '00'
          READ Transactions INTO Scan-Record
          IF TransactionsStatus = '00'
            PERFORM P150-ReleaseIfMatch
          END-IF
        END-PERFORM
        CLOSE Transactions
      END-IF
      OPEN INPUT ClosedTrans
      IF ClosedTransStatus = '00'
        MOVE "C" TO Scan-Journal
        PERFORM WITH TEST BEFORE UNTIL ClosedTransStatus NOT = '00'
          READ ClosedTrans INTO Scan-Record
          IF ClosedTransStatus = '00'
            PERFORM P150-ReleaseIfMatch
          END-IF
        END-PERFORM
        CLOSE ClosedTrans
      END-IF
      OPEN INPUT AuditTrail
      IF AuditStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL AuditStatus NOT = '00'
          READ AuditTrail
          IF AuditStatus = '00'
            IF AuditTimestamp IN Audit-Struct(1:8) NOT < Event-Low-Stamp
               AND AuditTimestamp IN Audit-Struct(1:8)
                                              NOT > High-Stamp
               AND AuditAccountNumber IN Audit-Struct > 0
               AND (Search-Account = 0
                    OR AuditAccountNumber IN Audit-Struct
                                              = Search-Account)
               AND (Login-Event IN Audit-Struct
                    OR Kiosk-Login-Event IN Audit-Struct
                    OR Adjustment-Event IN Audit-Struct
                    OR Approval-Granted-Event IN Audit-Struct
                    OR Loan-Granted-Event IN Audit-Struct
                    OR Term-Broken-Event IN Audit-Struct)
              MOVE SPACES TO SORT-REC
              MOVE AuditAccountNumber IN Audit-Struct
                                              TO S-AccountNumber
              MOVE AuditTimestamp IN Audit-Struct(1:16) TO S-Stamp
              MOVE "2" TO S-Source
              MOVE AuditEventCode IN Audit-Struct TO S-EventCode
              MOVE AuditTellerID IN Audit-Struct TO S-TellerID
              MOVE 0 TO S-AmountOfPennies
              RELEASE SORT-REC
            END-IF
          END-IF
        END-PERFORM
        CLOSE AuditTrail
      END-IF
      .

  200-Collect-Matches SECTION.
*>***************************************************************************
*> Walk each account's postings and events in time order, settling
*> who keyed each posting, and keep the ones the teller criterion
*> (if any) lets through.
*>***************************************************************************
  1.  MOVE "N" TO Sort-EOF
      MOVE 0 TO Result-Total
      MOVE "N" TO Result-Overflow-Flag
      INITIALIZE Walk-Fields
      MOVE 9999 TO W-AccountNumber
      RETURN SORT-FILE
      AT END
        MOVE "Y" TO Sort-EOF
      END-RETURN
      PERFORM UNTIL Sort-EOF = "Y"
        IF S-AccountNumber NOT = W-AccountNumber
          PERFORM P250-KeepHeldPosting
          INITIALIZE Walk-Fields
          MOVE S-AccountNumber TO W-AccountNumber
        END-IF
        MOVE S-Stamp TO Stamp-Pieces
        PERFORM P160-StampToMinutes
        IF S-Event
          PERFORM P230-TakeEvent
        ELSE
          PERFORM P240-TakePosting
        END-IF
        RETURN SORT-FILE
        AT END
          MOVE "Y" TO Sort-EOF
        END-RETURN
      END-PERFORM
      PERFORM P250-KeepHeldPosting
      .

*>***************************************************************************
*> Service paragraphs, in their own section so that the sort's output
*> procedure ends with its own paragraph instead of running on into
*> them -- a section PERFORM executes through every paragraph up to
*> the next section header.
*>***************************************************************************
  500-Service-Paragraphs SECTION.
  P050-LoadBankParams.
*>***************************************************************************
*> The suspect window goes into the record area before the READ, so
*> a parameter record saved before it existed leaves the default.
*>***************************************************************************
      MOVE Suspect-Minutes TO ParamSuspectMinutes IN Params-Struct
      OPEN INPUT BankParams
      IF BankParamsStatus = '00'
        READ BankParams
        IF BankParamsStatus = '00'
          MOVE ParamSuspectMinutes IN Params-Struct TO Suspect-Minutes
        END-IF
        CLOSE BankParams
      END-IF.

  P150-ReleaseIfMatch.
*>***************************************************************************
*> Apply every criterion but the teller to the posting in
*> Scan-Record, and release it to the sort when it meets them all.
*>***************************************************************************
      MOVE "Y" TO Match-Flag
      IF Search-Account NOT = 0
         AND SC-AccountNumber NOT = Search-Account
        MOVE "N" TO Match-Flag
      END-IF
      IF SC-TransactionID(1:8) < Low-Stamp
         OR SC-TransactionID(1:8) > High-Stamp
        MOVE "N" TO Match-Flag
      END-IF
      IF Search-Type NOT = SPACE
         AND SC-TransactionType NOT = Search-Type
        MOVE "N" TO Match-Flag
      END-IF
      IF Receipt-TransactionID NOT = SPACES
         AND SC-TransactionID NOT = Receipt-TransactionID
        MOVE "N" TO Match-Flag
      END-IF
      IF NOT Posting-Matches
        EXIT PARAGRAPH
      END-IF
      IF SC-AmountOfPennies < 0
        COMPUTE Posting-Size = 0 - SC-AmountOfPennies
      ELSE
        MOVE SC-AmountOfPennies TO Posting-Size
      END-IF
      IF Posting-Size < Search-Min-Pennies
        EXIT PARAGRAPH
      END-IF
      IF Search-Max-Pennies > 0
         AND Posting-Size > Search-Max-Pennies
        EXIT PARAGRAPH
      END-IF
      IF Memo-Key-Length > 0
        MOVE FUNCTION UPPER-CASE(SC-TransactionMemo) TO Memo-Upper
        MOVE 0 TO Memo-Hits
        INSPECT Memo-Upper TALLYING Memo-Hits
            FOR ALL Memo-Key(1:Memo-Key-Length)
        IF Memo-Hits = 0
          EXIT PARAGRAPH
        END-IF
      END-IF
      MOVE SPACES TO SORT-REC
      MOVE SC-AccountNumber TO S-AccountNumber
      MOVE SC-TransactionID(1:16) TO S-Stamp
      MOVE "1" TO S-Source
      MOVE Scan-Journal TO S-Journal
      MOVE SC-TransactionID TO S-TransactionID
      MOVE SC-AmountOfPennies TO S-AmountOfPennies
      MOVE SC-TransactionType TO S-TransactionType
      MOVE SC-VoidOfTransactionID TO S-VoidOfTransactionID
      MOVE SC-TransactionMemo TO S-TransactionMemo
      RELEASE SORT-REC.

  P160-StampToMinutes.
      COMPUTE Stamp-Minutes =
          FUNCTION INTEGER-OF-DATE(SP-Date) * 1440
          + SP-Hour * 60 + SP-Minute.

  P200-SearchScreen.
*>***************************************************************************
*> Take the criteria (the last search's are offered again), check
*> them, and run the search.
*>***************************************************************************
      MOVE " " TO SearchAnswer
      MOVE Search-Account TO Account-Input IN Search-Screen
      MOVE Search-From-Date TO From-Input IN Search-Screen
      MOVE Search-To-Date TO To-Input IN Search-Screen
      MOVE Search-Type TO Type-Input IN Search-Screen
      MOVE Search-Min-Dollars TO Min-Input IN Search-Screen
      MOVE Search-Max-Dollars TO Max-Input IN Search-Screen
      MOVE Search-Memo TO Memo-Input IN Search-Screen
      MOVE Search-Receipt TO Receipt-Input IN Search-Screen
      MOVE Search-TellerID TO Teller-Input IN Search-Screen
      MOVE " " TO RESPONSE-INPUT IN Search-Screen
      DISPLAY Search-Screen
      ACCEPT Search-Screen
      MOVE SPACES TO SearchMessage
      IF FUNCTION UPPER-CASE(SearchAnswer) = 'S'
        PERFORM P210-CheckCriteria
        IF Criteria-OK
          PERFORM P300-RunSearch
        END-IF
      END-IF.

  P210-CheckCriteria.
*>***************************************************************************
*> Turn the criteria into what the scan compares against, refusing
*> a date that is no date, a backwards range, or a receipt number
*> the register has never issued.
*>***************************************************************************
      MOVE "N" TO Criteria-OK-Flag
      MOVE FUNCTION UPPER-CASE(Search-Type) TO Search-Type
      MOVE FUNCTION UPPER-CASE(Search-TellerID) TO Search-TellerID
      IF Search-From-Date NOT = 0
         AND FUNCTION TEST-DATE-YYYYMMDD(Search-From-Date) NOT = 0
        MOVE "*** From date is not a date ***" TO SearchMessage
        EXIT PARAGRAPH
      END-IF
      IF Search-To-Date NOT = 0
         AND FUNCTION TEST-DATE-YYYYMMDD(Search-To-Date) NOT = 0
        MOVE "*** To date is not a date ***" TO SearchMessage
        EXIT PARAGRAPH
      END-IF
      IF Search-To-Date NOT = 0
         AND Search-From-Date > Search-To-Date
        MOVE "*** From date is after the to date ***"
                                                 TO SearchMessage
        EXIT PARAGRAPH
      END-IF
      IF Search-Max-Dollars NOT = 0
         AND Search-Min-Dollars > Search-Max-Dollars
        MOVE "*** Amount from is over amount to ***"
                                                 TO SearchMessage
        EXIT PARAGRAPH
      END-IF
      IF Search-Type NOT = SPACE
         AND Search-Type NOT = "D" AND Search-Type NOT = "W"
         AND Search-Type NOT = "I" AND Search-Type NOT = "V"
         AND Search-Type NOT = "T" AND Search-Type NOT = "A"
         AND Search-Type NOT = "L" AND Search-Type NOT = "R"
        MOVE "*** Type is one of D W I V T A L R ***"
                                                 TO SearchMessage
        EXIT PARAGRAPH
      END-IF
      MOVE "00000000" TO Low-Stamp
      MOVE "99999999" TO High-Stamp
      MOVE "00000000" TO Event-Low-Stamp
      IF Search-From-Date NOT = 0
        MOVE Search-From-Date TO Low-Stamp
        COMPUTE Prior-Day = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Search-From-Date) - 1)
        MOVE Prior-Day TO Event-Low-Stamp
      END-IF
      IF Search-To-Date NOT = 0
        MOVE Search-To-Date TO High-Stamp
      END-IF
      COMPUTE Search-Min-Pennies = Search-Min-Dollars * 100
      COMPUTE Search-Max-Pennies = Search-Max-Dollars * 100
      MOVE SPACES TO Memo-Key
      MOVE 0 TO Memo-Key-Length
      IF Search-Memo NOT = SPACES
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Search-Memo))
                                                 TO Memo-Key
        COMPUTE Memo-Key-Length =
                FUNCTION LENGTH(FUNCTION TRIM(Memo-Key))
      END-IF
      MOVE SPACES TO Receipt-TransactionID
      IF Search-Receipt NOT = 0
        PERFORM P220-FindReceipt
        IF Receipt-TransactionID = SPACES
          MOVE "*** No such receipt number ***" TO SearchMessage
          EXIT PARAGRAPH
        END-IF
      END-IF
      MOVE "Y" TO Criteria-OK-Flag.

  P220-FindReceipt.
*>***************************************************************************
*> The journal entry a receipt number was printed for.
*>***************************************************************************
      OPEN INPUT ReceiptRegister
      IF ReceiptRegisterStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE
              UNTIL ReceiptRegisterStatus NOT = '00'
                 OR Receipt-TransactionID NOT = SPACES
        READ ReceiptRegister
        IF ReceiptRegisterStatus = '00'
          IF ReceiptNumber IN Receipt-Struct = Search-Receipt
            MOVE ReceiptTransactionID IN Receipt-Struct
                                      TO Receipt-TransactionID
          END-IF
        END-IF
      END-PERFORM
      CLOSE ReceiptRegister.

  P230-TakeEvent.
*>***************************************************************************
*> A login opens a teller session on the account; a kiosk login
*> closes it (the kiosk cannot post).  A supervisor's event claims
*> the posting held just before it, if it came within the minute and
*> no teller session already owns it.
*>***************************************************************************
      EVALUATE S-EventCode
        WHEN "LI"
          PERFORM P250-KeepHeldPosting
          MOVE Stamp-Minutes TO W-Login-Minutes
          MOVE S-TellerID TO W-Login-TellerID
        WHEN "KI"
          PERFORM P250-KeepHeldPosting
          MOVE 0 TO W-Login-Minutes
          MOVE SPACES TO W-Login-TellerID
        WHEN OTHER
          IF W-Posting-Held
            COMPUTE Elapsed-Minutes = Stamp-Minutes - W-Held-Minutes
            IF Elapsed-Minutes NOT > 1
               AND W-Held-TellerID = SPACES
              MOVE S-TellerID TO W-Held-TellerID
            END-IF
          END-IF
          PERFORM P250-KeepHeldPosting
      END-EVALUATE.

  P240-TakePosting.
*>***************************************************************************
*> Settle the posting held before this one, then hold this one,
*> owned by the teller session it falls inside (if any).
*>***************************************************************************
      PERFORM P250-KeepHeldPosting
      MOVE "Y" TO W-Held-Flag
      MOVE Stamp-Minutes TO W-Held-Minutes
      MOVE S-Journal TO W-Held-Journal
      MOVE S-TransactionID TO W-Held-TransactionID
      MOVE S-AccountNumber TO W-Held-AccountNumber
      MOVE S-AmountOfPennies TO W-Held-AmountOfPennies
      MOVE S-TransactionType TO W-Held-TransactionType
      MOVE S-VoidOfTransactionID TO W-Held-VoidOfTransactionID
      MOVE S-TransactionMemo TO W-Held-TransactionMemo
      MOVE SPACES TO W-Held-TellerID
      IF W-Login-Minutes > 0
        COMPUTE Elapsed-Minutes = Stamp-Minutes - W-Login-Minutes
        IF Elapsed-Minutes NOT > Suspect-Minutes
          MOVE W-Login-TellerID TO W-Held-TellerID
        END-IF
      END-IF.

  P250-KeepHeldPosting.
*>***************************************************************************
*> The held posting's teller is settled: keep it if the teller
*> criterion lets it through.
*>***************************************************************************
      IF NOT W-Posting-Held
        EXIT PARAGRAPH
      END-IF
      MOVE "N" TO W-Held-Flag
      IF Search-TellerID NOT = SPACES
         AND W-Held-TellerID NOT = Search-TellerID
        EXIT PARAGRAPH
      END-IF
      IF Result-Total = 500
        MOVE "Y" TO Result-Overflow-Flag
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO Result-Total
      MOVE W-Held-Journal TO RT-Journal(Result-Total)
      MOVE W-Held-TransactionID TO RT-TransactionID(Result-Total)
      MOVE W-Held-AccountNumber TO RT-AccountNumber(Result-Total)
      MOVE W-Held-AmountOfPennies
                            TO RT-AmountOfPennies(Result-Total)
      MOVE W-Held-TransactionType
                            TO RT-TransactionType(Result-Total)
      MOVE W-Held-VoidOfTransactionID
                            TO RT-VoidOfTransactionID(Result-Total)
      MOVE W-Held-TransactionMemo
                            TO RT-TransactionMemo(Result-Total)
      MOVE W-Held-TellerID TO RT-TellerID(Result-Total).

  P300-RunSearch.
*>***************************************************************************
*> Search the three journals and show what was found.
*>***************************************************************************
      SORT SORT-FILE
         ASCENDING KEY S-AccountNumber S-Stamp S-Source
         INPUT PROCEDURE 100-Release-Postings
         OUTPUT PROCEDURE 200-Collect-Matches
      IF Result-Total = 0
        MOVE "*** Nothing matches ***" TO SearchMessage
      ELSE
        PERFORM P400-ResultsScreen
      END-IF.

  P400-ResultsScreen.
*>***************************************************************************
*> Page through the matches ten at a time; open one, or print them
*> all.
*>***************************************************************************
      MOVE 1 TO List-Page-Start
      MOVE SPACES TO List-Page-Message
      MOVE " " TO ListAnswer
      PERFORM WITH TEST AFTER
              UNTIL FUNCTION UPPER-CASE(ListAnswer) = 'Q'
        MOVE SPACES TO List-Display-Lines
        MOVE 0 TO List-Line-Count
        PERFORM VARYING Result-Sub FROM List-Page-Start BY 1
                UNTIL Result-Sub > Result-Total
                   OR List-Line-Count = 10
          ADD 1 TO List-Line-Count
          PERFORM P410-FormatResultLine
          MOVE Work-Line TO List-Display-Line(List-Line-Count)
        END-PERFORM
        IF List-Page-Message = SPACES
          MOVE Result-Total TO Count-Edit
          IF Results-Overflowed
            MOVE "*** Over 500 matches - first 500 shown ***"
                                               TO List-Page-Message
          ELSE
            STRING Count-Edit      DELIMITED BY SIZE
                   ' match(es)'    DELIMITED BY SIZE
                INTO List-Page-Message
          END-IF
        END-IF
        MOVE 0 TO List-Pick
        MOVE " " TO ListAnswer
        MOVE 0 TO Pick-Input IN Results-Screen
        MOVE " " TO RESPONSE-INPUT IN Results-Screen
        DISPLAY Results-Screen
        ACCEPT Results-Screen
        MOVE SPACES TO List-Page-Message
        EVALUATE FUNCTION UPPER-CASE(ListAnswer)
          WHEN 'N'
            IF List-Page-Start + 10 > Result-Total
              MOVE "*** Last page ***" TO List-Page-Message
            ELSE
              ADD 10 TO List-Page-Start
            END-IF
          WHEN 'B'
            IF List-Page-Start > 10
              SUBTRACT 10 FROM List-Page-Start
            ELSE
              MOVE "*** First page ***" TO List-Page-Message
            END-IF
          WHEN 'D'
            IF List-Pick < 1 OR List-Pick > List-Line-Count
              MOVE "*** Pick an item number shown ***"
                                               TO List-Page-Message
            ELSE
              COMPUTE Detail-Sub = List-Page-Start + List-Pick - 1
              PERFORM P500-DetailScreen
            END-IF
          WHEN 'P'
            PERFORM P700-PrintResults
            MOVE "*** Printed to transsearch.pdf ***"
                                               TO List-Page-Message
        END-EVALUATE
      END-PERFORM.

  P410-FormatResultLine.
*>***************************************************************************
*> One result as a screen or report line, into Work-Line.
*>***************************************************************************
      MOVE RT-TransactionID(Result-Sub) TO TransactionID-Pieces
      MOVE RT-AmountOfPennies(Result-Sub) TO Amount-Edit
      MOVE List-Line-Count TO Number-Edit
      PERFORM P420-JournalWord
      MOVE SPACES TO Work-Line
      STRING Number-Edit                    DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             TID-Year                       DELIMITED BY SIZE
             '/'                            DELIMITED BY SIZE
             TID-Month                      DELIMITED BY SIZE
             '/'                            DELIMITED BY SIZE
             TID-Day                        DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             TID-Hour                       DELIMITED BY SIZE
             ':'                            DELIMITED BY SIZE
             TID-Minutes                    DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             RT-AccountNumber(Result-Sub)   DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             RT-TransactionType(Result-Sub) DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             Amount-Edit                    DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             RT-TransactionMemo(Result-Sub) DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             RT-TellerID(Result-Sub)        DELIMITED BY SIZE
             ' '                            DELIMITED BY SIZE
             Journal-Word(1:4)              DELIMITED BY SIZE
          INTO Work-Line.

  P420-JournalWord.
      EVALUATE RT-Journal(Result-Sub)
        WHEN "L"
          MOVE "LIVE" TO Journal-Word
        WHEN "A"
          MOVE "ARCHIVE" TO Journal-Word
        WHEN "C"
          MOVE "RETIRED" TO Journal-Word
        WHEN OTHER
          MOVE SPACES TO Journal-Word
      END-EVALUATE.

  P500-DetailScreen.
*>***************************************************************************
*> Open one match: everything about the posting, the receipt it was
*> printed on (if any), and its partners either way round.
*>***************************************************************************
      MOVE Detail-Sub TO Result-Sub
      PERFORM P510-FindPartners
      PERFORM P520-FindReceiptNumber
      MOVE SPACES TO Detail-Lines
      MOVE 0 TO Detail-Line-Count
      MOVE RT-TransactionID(Detail-Sub) TO TransactionID-Pieces
      MOVE SPACES TO When-Edit
      STRING TID-Year DELIMITED BY SIZE '/' DELIMITED BY SIZE
             TID-Month DELIMITED BY SIZE '/' DELIMITED BY SIZE
             TID-Day DELIMITED BY SIZE ' ' DELIMITED BY SIZE
             TID-Hour DELIMITED BY SIZE ':' DELIMITED BY SIZE
             TID-Minutes DELIMITED BY SIZE
          INTO When-Edit
      ADD 1 TO Detail-Line-Count
      STRING 'Posting:    ' DELIMITED BY SIZE
             RT-TransactionID(Detail-Sub) DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      ADD 1 TO Detail-Line-Count
      STRING 'When:       ' DELIMITED BY SIZE
             When-Edit      DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      ADD 1 TO Detail-Line-Count
      STRING 'Account:    ' DELIMITED BY SIZE
             RT-AccountNumber(Detail-Sub) DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      MOVE RT-TransactionType(Detail-Sub) TO LP-TransactionType
      PERFORM P590-TypeWord
      ADD 1 TO Detail-Line-Count
      STRING 'Type:       ' DELIMITED BY SIZE
             RT-TransactionType(Detail-Sub) DELIMITED BY SIZE
             '  '           DELIMITED BY SIZE
             Type-Word      DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      MOVE RT-AmountOfPennies(Detail-Sub) TO Amount-Edit
      ADD 1 TO Detail-Line-Count
      STRING 'Amount:     ' DELIMITED BY SIZE
             Amount-Edit    DELIMITED BY SIZE
             ' pennies'     DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      ADD 1 TO Detail-Line-Count
      STRING 'Memo:       ' DELIMITED BY SIZE
             RT-TransactionMemo(Detail-Sub) DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      PERFORM P420-JournalWord
      ADD 1 TO Detail-Line-Count
      STRING 'Journal:    ' DELIMITED BY SIZE
             Journal-Word   DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      ADD 1 TO Detail-Line-Count
      IF RT-TellerID(Detail-Sub) = SPACES
        MOVE 'Teller:     (none on record)'
                                    TO Detail-Line(Detail-Line-Count)
      ELSE
        STRING 'Teller:     ' DELIMITED BY SIZE
               RT-TellerID(Detail-Sub) DELIMITED BY SIZE
            INTO Detail-Line(Detail-Line-Count)
      END-IF
      ADD 1 TO Detail-Line-Count
      IF Detail-Receipt = 0
        MOVE 'Receipt #:  (no receipt printed)'
                                    TO Detail-Line(Detail-Line-Count)
      ELSE
        MOVE Detail-Receipt TO Receipt-Edit
        STRING 'Receipt #:  ' DELIMITED BY SIZE
               Receipt-Edit   DELIMITED BY SIZE
            INTO Detail-Line(Detail-Line-Count)
      END-IF
*>***************************************************************************
*> The partner the posting points at, named for what the link means
*> on this type of posting; then the posting that points back at it,
*> unless that is the same one (the two legs of a transfer point at
*> each other).
*>***************************************************************************
      IF RT-VoidOfTransactionID(Detail-Sub) NOT = SPACES
        EVALUATE RT-TransactionType(Detail-Sub)
          WHEN "V"
            MOVE 'Voids:' TO Line-Label
          WHEN "T"
            MOVE 'Other leg:' TO Line-Label
          WHEN "R"
            MOVE 'Repays from:' TO Line-Label
          WHEN OTHER
            MOVE 'Linked to:' TO Line-Label
        END-EVALUATE
        IF Partner-Found
          MOVE Partner-Record TO Line-Posting
          PERFORM P580-FormatPartnerLine
        ELSE
          ADD 1 TO Detail-Line-Count
          STRING Line-Label DELIMITED BY SIZE
                 RT-VoidOfTransactionID(Detail-Sub)
                            DELIMITED BY SIZE
                 ' (not on file)' DELIMITED BY SIZE
              INTO Detail-Line(Detail-Line-Count)
        END-IF
      END-IF
      IF Referrer-Found
         AND RR-TransactionID NOT = RT-VoidOfTransactionID(Detail-Sub)
        EVALUATE RR-TransactionType
          WHEN "V"
            MOVE 'Voided by:' TO Line-Label
          WHEN "T"
            MOVE 'Other leg:' TO Line-Label
          WHEN "R"
            MOVE 'Repaid by:' TO Line-Label
          WHEN OTHER
            MOVE 'Linked from:' TO Line-Label
        END-EVALUATE
        MOVE Referrer-Record TO Line-Posting
        PERFORM P580-FormatPartnerLine
      END-IF
      MOVE " " TO DetailAnswer
      PERFORM WITH TEST AFTER
              UNTIL FUNCTION UPPER-CASE(DetailAnswer) = 'Q'
        MOVE " " TO RESPONSE-INPUT IN Detail-Screen
        DISPLAY Detail-Screen
        ACCEPT Detail-Screen
      END-PERFORM.

  P510-FindPartners.
*>***************************************************************************
*> Read the three journals for the posting this one's
*> VoidOfTransactionID names, and for a posting whose
*> VoidOfTransactionID names this one.
*>***************************************************************************
      MOVE "N" TO Partner-Found-Flag
      MOVE "N" TO Referrer-Found-Flag
      OPEN INPUT Archive
      IF ArchiveStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL ArchiveStatus NOT = '00'
          READ Archive INTO Scan-Record
          IF ArchiveStatus = '00'
            PERFORM P515-CheckPartner
          END-IF
        END-PERFORM
        CLOSE Archive
      END-IF
      OPEN INPUT Transactions
      IF TransactionsStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL TransactionsStatus NOT = '00'
          READ Transactions INTO Scan-Record
          IF TransactionsStatus = '00'
            PERFORM P515-CheckPartner
          END-IF
        END-PERFORM
        CLOSE Transactions
      END-IF
      OPEN INPUT ClosedTrans
      IF ClosedTransStatus = '00'
        PERFORM WITH TEST BEFORE UNTIL ClosedTransStatus NOT = '00'
          READ ClosedTrans INTO Scan-Record
          IF ClosedTransStatus = '00'
            PERFORM P515-CheckPartner
          END-IF
        END-PERFORM
        CLOSE ClosedTrans
      END-IF.

  P515-CheckPartner.
      IF RT-VoidOfTransactionID(Detail-Sub) NOT = SPACES
         AND SC-TransactionID = RT-VoidOfTransactionID(Detail-Sub)
         AND NOT Partner-Found
        MOVE "Y" TO Partner-Found-Flag
        MOVE Scan-Record TO Partner-Record
      END-IF
      IF SC-VoidOfTransactionID = RT-TransactionID(Detail-Sub)
         AND NOT Referrer-Found
        MOVE "Y" TO Referrer-Found-Flag
        MOVE Scan-Record TO Referrer-Record
      END-IF.

  P520-FindReceiptNumber.
*>***************************************************************************
*> The receipt printed for the posting, if one was; a reprint keeps
*> its number, so the first register row for the entry is the one.
*>***************************************************************************
      MOVE 0 TO Detail-Receipt
      OPEN INPUT ReceiptRegister
      IF ReceiptRegisterStatus NOT = '00'
        EXIT PARAGRAPH
      END-IF
      PERFORM WITH TEST BEFORE
              UNTIL ReceiptRegisterStatus NOT = '00'
                 OR Detail-Receipt NOT = 0
        READ ReceiptRegister
        IF ReceiptRegisterStatus = '00'
          IF ReceiptTransactionID IN Receipt-Struct
                                 = RT-TransactionID(Detail-Sub)
            MOVE ReceiptNumber IN Receipt-Struct TO Detail-Receipt
          END-IF
        END-IF
      END-PERFORM
      CLOSE ReceiptRegister.

  P580-FormatPartnerLine.
*>***************************************************************************
*> Two detail lines for the partner posting in Line-Posting, under
*> the label in Line-Label: its ID, then its account, type, amount
*> and memo.
*>***************************************************************************
      ADD 1 TO Detail-Line-Count
      STRING Line-Label       DELIMITED BY SIZE
             LP-TransactionID DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count)
      PERFORM P590-TypeWord
      MOVE LP-AmountOfPennies TO Amount-Edit
      ADD 1 TO Detail-Line-Count
      STRING '             acct ' DELIMITED BY SIZE
             LP-AccountNumber     DELIMITED BY SIZE
             '  '                 DELIMITED BY SIZE
             Type-Word            DELIMITED BY SIZE
             ' '                  DELIMITED BY SIZE
             Amount-Edit          DELIMITED BY SIZE
             '  '                 DELIMITED BY SIZE
             LP-TransactionMemo   DELIMITED BY SIZE
          INTO Detail-Line(Detail-Line-Count).

  P590-TypeWord.
      EVALUATE LP-TransactionType
        WHEN "D"
          MOVE "DEPOSIT" TO Type-Word
        WHEN "W"
          MOVE "WITHDRAWAL" TO Type-Word
        WHEN "I"
          MOVE "INTEREST" TO Type-Word
        WHEN "V"
          MOVE "VOID" TO Type-Word
        WHEN "T"
          MOVE "TRANSFER" TO Type-Word
        WHEN "A"
          MOVE "ADJUSTMENT" TO Type-Word
        WHEN "L"
          MOVE "IOU ADVANCE" TO Type-Word
        WHEN "R"
          MOVE "IOU REPAY" TO Type-Word
        WHEN OTHER
          MOVE SPACES TO Type-Word
      END-EVALUATE.

  P700-PrintResults.
*>***************************************************************************
*> The whole result set, with the criteria that found it, through
*> the same a2ps pipeline as the reports.
*>***************************************************************************
      OPEN OUTPUT Report-File
      MOVE TodaysDate TO Date-Edit
      MOVE SPACES TO Work-Line
      STRING Date-Edit DELIMITED BY SIZE
             '  Piggy Bank Transaction Search' DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Work-Line
      STRING 'Account ' DELIMITED BY SIZE
             Search-Account DELIMITED BY SIZE
             '  from ' DELIMITED BY SIZE
             Search-From-Date DELIMITED BY SIZE
             '  to ' DELIMITED BY SIZE
             Search-To-Date DELIMITED BY SIZE
             '  type ' DELIMITED BY SIZE
             Search-Type DELIMITED BY SIZE
             '  receipt ' DELIMITED BY SIZE
             Search-Receipt DELIMITED BY SIZE
             '  teller ' DELIMITED BY SIZE
             Search-TellerID DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE Search-Min-Pennies TO Amount-Edit
      MOVE Search-Max-Pennies TO Amount-To-Edit
      MOVE SPACES TO Work-Line
      STRING 'Amount from ' DELIMITED BY SIZE
             Amount-Edit    DELIMITED BY SIZE
             ' to '         DELIMITED BY SIZE
             Amount-To-Edit DELIMITED BY SIZE
             '  memo "'     DELIMITED BY SIZE
             Search-Memo    DELIMITED BY SIZE
             '"'            DELIMITED BY SIZE
          INTO Work-Line
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      MOVE '(zero or blank = any; amounts in pennies)'
                                                 TO Report-Record
      WRITE Report-Record
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE
        '   Date       Time  Acct T       Amount Memo                 Tllr Jrnl'
                                                   TO Report-Record
      WRITE Report-Record
      MOVE
        '   ====       ====  ==== =       ====== ====                 ==== ===='
                                                   TO Report-Record
      WRITE Report-Record
      PERFORM VARYING Result-Sub FROM 1 BY 1
              UNTIL Result-Sub > Result-Total
        MOVE 0 TO List-Line-Count
        PERFORM P410-FormatResultLine
        MOVE SPACES TO Work-Line(1:2)
        MOVE Work-Line TO Report-Record
        WRITE Report-Record
      END-PERFORM
      MOVE SPACES TO Report-Record
      WRITE Report-Record
      MOVE Result-Total TO Count-Edit
      MOVE SPACES TO Work-Line
      STRING Count-Edit     DELIMITED BY SIZE
             ' match(es).'  DELIMITED BY SIZE
          INTO Work-Line
      IF Results-Overflowed
        MOVE '*** Over 500 matches: only the first 500 are listed ***'
                                                 TO Work-Line
      END-IF
      MOVE Work-Line TO Report-Record
      WRITE Report-Record
      CLOSE Report-File
      CALL "SYSTEM" USING "a2ps -q -1 -B --borders=no --underlay=test --lines-per-page=66 --prolog=greenbar -o - /tmp/transsearch.txt|ps2pdf - transsearch.pdf".

END PROGRAM TransSearch.
