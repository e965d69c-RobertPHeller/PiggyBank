*> -*- cobol -*- ************************************************************
*>
*>  System        :
*>  Module        :
*>  Object Name   : $RCSfile$
*>  Revision      : $Revision$
*>  Date          : $Date$
*>  Author        : $Author$
*>  Created By    : Robert Heller
*>  Created       : Thu Oct 15 13:40:00 2026
*>  Last Modified : <261015.1340>
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
*>
*>  Term-deposit maturity run: every open term in TermDeposits.dat
*>  whose maturity date has come is paid its bonus -- the locked
*>  amount at the term's bonus rate for the days it ran -- as an 'I'
*>  posting, memo TERM BONUS, in Transactions.dat and JournalIndex.dat,
*>  and the term is marked matured, which releases the lock on the
*>  balance.  A term whose account has since closed is released with
*>  no bonus.  Each term is rewritten in place as soon as it is
*>  settled, so a rerun never pays a term twice -- safe to run every
*>  night; most nights nothing matures.  The TermDeposits screen
*>  saves the same book, so the run holds the term-book lock for its
*>  whole pass.
*>
*>***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. MatureTerms.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT Accounts ASSIGN TO 'Accounts.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountNumber OF Account-Struct
        FILE STATUS IS AccountsStatus.
      SELECT Transactions ASSIGN TO 'Transactions.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TransactionsStatus.
*>***************************************************************************
*> Term-deposit book (see TermDepositData.cbi), opened I-O so each
*> term is rewritten in place the moment it is settled.
*>***************************************************************************
      SELECT Terms ASSIGN TO 'TermDeposits.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TermsStatus.
*>***************************************************************************
*> Term-book update lock.  The TermDeposits screen saves the same book
*> as a read-merge-write under an exclusive hold of this empty file;
*> this run takes the same hold before it opens the book and keeps it
*> until the book is closed, so no screen save lands in the middle of
*> the pass or writes a settled term back open.
*>***************************************************************************
      SELECT TermsLock ASSIGN TO 'TermDeposits.lck'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        SHARING WITH NO OTHER
        FILE STATUS IS TermsLockStatus.
*>***************************************************************************
*> Bank-wide parameter file -- only the retry policy is wanted, for
*> waiting out the term-book lock.
*>***************************************************************************
      SELECT BankParams ASSIGN TO 'BankParams.dat'
        ORGANISATION IS RECORD BINARY SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BankParamsStatus.
*>***************************************************************************
*> Account-keyed journal index (see JournalIndexData.cbi): every bonus
*> appended to the journal mirrors its row here so the teller
*> screens' one-account readers keep seeing everything.
*>***************************************************************************
      SELECT JournalIndex ASSIGN TO 'JournalIndex.dat'
        ORGANISATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-Key OF Journal-Index-Struct
        SHARING WITH ALL OTHER
        FILE STATUS IS JournalIndexStatus.
DATA DIVISION.
  FILE SECTION.
    COPY "AccountFileData.cbi" REPLACING ACC BY Accounts
                               Record BY Account-Struct.
    COPY "TransactionFileData.cbi" REPLACING TRANS BY Transactions
                                             Record BY Transaction-Struct.
    COPY "TermDepositData.cbi" REPLACING TERM BY Terms
                                             Record BY Term-Struct.
    COPY "JournalIndexData.cbi" REPLACING JIDX BY JournalIndex
                                             Record BY Journal-Index-Struct.
    FD  TermsLock.
    01  Terms-Lock-Record PICTURE IS X(01).
    COPY "BankParamsData.cbi" REPLACING PARAMS BY BankParams
                                        Record BY Params-Struct.
  WORKING-STORAGE SECTION.
    01 AccountsStatus PICTURE IS XX.
    01 TransactionsStatus PICTURE IS XX.
    01 TermsStatus PICTURE IS XX.
    01 TermsLockStatus PICTURE IS XX.
    01 JournalIndexStatus PICTURE IS XX.
    01 BankParamsStatus PICTURE IS XX.
*>***************************************************************************
*> No index on disk means a rebuild is pending (PiggyBank rebuilds it
*> at its next start-up) and this run must not create a fresh one
*> holding only its own entries -- the rows are simply not mirrored.
*>***************************************************************************
    01 Index-Present-Flag PICTURE IS X VALUE "N".
        88 Index-Present VALUE "Y".
    01 Account-Record.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AccountName PICTURE IS X(16) VALUE SPACES.
       02 AccountPennies PICTURE IS S9(8) VALUE 0.
       02 AccountStatus PICTURE IS X(01) VALUE "O".
          88 Account-Open VALUE "O".
          88 Account-Closed VALUE "C".
          88 Account-Dormant VALUE "D".
       02 AccountPIN PICTURE IS X(04) VALUE SPACES.
    01 Transaction-Record.
       02 TransactionID PICTURE IS X(32) VALUE SPACES.
       02 AccountNumber PICTURE IS 9(4) VALUE 0.
       02 AmountOfPennies PICTURE IS S9(8) VALUE 0.
       02 TransactionType PICTURE IS X(01) VALUE "D".
          88 Deposit-Transaction    VALUE "D".
          88 Withdrawal-Transaction VALUE "W".
          88 Interest-Transaction   VALUE "I".
          88 Void-Transaction       VALUE "V".
       02 VoidOfTransactionID PICTURE IS X(32) VALUE SPACES.
       02 TransactionMemo PICTURE IS X(20) VALUE SPACES.
    01 Term-Record.
       02 TermAccountNumber PICTURE IS 9(4) VALUE 0.
       02 TermNumber PICTURE IS 9(2) VALUE 0.
       02 TermAmountPennies PICTURE IS S9(8) VALUE 0.
       02 TermStartDate PICTURE IS 9(8) VALUE 0.
       02 TermMaturityDate PICTURE IS 9(8) VALUE 0.
       02 TermBonusRate PICTURE IS 9V9(4) VALUE 0.
       02 TermStatus PICTURE IS X(01) VALUE "O".
          88 Term-Open VALUE "O".
          88 Term-Matured VALUE "M".
          88 Term-Broken VALUE "B".
       02 TermSettledPennies PICTURE IS S9(8) VALUE 0.
       02 TermSettledDate PICTURE IS 9(8) VALUE 0.
*>***************************************************************************
*> A bonus's TransactionID: the CURRENT-DATE image, 'B', the account
*> number and the term number -- unique even when two of an account's
*> terms mature in the same hundredth of a second.
*>***************************************************************************
    01 Bonus-TransactionID.
        02 BT-Stamp PICTURE IS X(21).
        02 BT-Marker PICTURE IS X(01) VALUE "B".
        02 BT-AccountNumber PICTURE IS 9(4).
        02 BT-TermNumber PICTURE IS 9(2).
        02 FILLER PICTURE IS X(04) VALUE SPACES.
*>***************************************************************************
*> Time stamp for the bonus transactions this run posts
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
*>***************************************************************************
*> Working variables
*>***************************************************************************
    01 TodaysDate PICTURE IS 9(8) VALUE 0.
    01 Term-Days PICTURE IS 9(5) VALUE 0.
    01 Bonus-Pennies PICTURE IS S9(8) VALUE 0.
    01 Terms-Matured PICTURE IS 9(5) VALUE 0.
    01 Terms-Released PICTURE IS 9(5) VALUE 0.
*>***************************************************************************
*> Bounded retry for the term-book lock.  The limit and pause carry
*> the built-in defaults until P050-LoadBankParams replaces them with
*> the supervisor's settings from BankParams.dat.
*>***************************************************************************
    01 File-Retry-Count PICTURE IS 9(4) VALUE 0.
    01 Retry-Limit PICTURE IS 9(4) VALUE 1000.
    01 Retry-Pause PICTURE IS 9V99 VALUE 0.05.
PROCEDURE DIVISION.
  010-Main SECTION.
  1. ACCEPT TodaysDate FROM DATE YYYYMMDD
     PERFORM P050-LoadBankParams
     PERFORM P100-OpenFiles
     PERFORM P200-MatureDueTerms
     PERFORM P900-CloseFiles
     DISPLAY "Matured " Terms-Matured " term deposit(s), released "
             Terms-Released " without bonus" UPON STDERR
     STOP RUN.

  P050-LoadBankParams.
*>***************************************************************************
*> Only the retry policy is wanted from the bank-wide parameters.
*>***************************************************************************
      OPEN INPUT BankParams
      IF BankParamsStatus = '00'
        READ BankParams
        IF BankParamsStatus = '00'
          MOVE ParamRetryLimit IN Params-Struct TO Retry-Limit
          MOVE ParamRetryPause IN Params-Struct TO Retry-Pause
        END-IF
        CLOSE BankParams
      END-IF.

  P100-OpenFiles.
*>***************************************************************************
*> The term-book lock is taken first and held until P900-CloseFiles.
*> No term book on disk means nobody has ever locked savings away,
*> and there is nothing to do.
*>***************************************************************************
      MOVE 0 TO File-Retry-Count
      PERFORM WITH TEST AFTER UNTIL TermsLockStatus = '00'
        OPEN EXTEND TermsLock
        IF TermsLockStatus = '35'
          OPEN OUTPUT TermsLock
        END-IF
        IF TermsLockStatus NOT = '00'
          ADD 1 TO File-Retry-Count
          IF File-Retry-Count > Retry-Limit
            DISPLAY 'Cannot get at the TermDeposits lock!' UPON STDERR
            MOVE 1 TO RETURN-CODE
            STOP RUN
          END-IF
          CALL "C$SLEEP" USING Retry-Pause
        END-IF
      END-PERFORM
      OPEN I-O Terms
      IF TermsStatus NOT = '00'
        DISPLAY 'No TermDeposits.dat -- nothing to mature.' UPON STDERR
        CLOSE TermsLock
        STOP RUN
      END-IF
      OPEN I-O Accounts
      IF AccountsStatus NOT = '00'
        DISPLAY 'Could not open Accounts file!' UPON STDERR
        STOP RUN
      END-IF
      OPEN EXTEND Transactions
      IF TransactionsStatus NOT = '00'
        OPEN OUTPUT Transactions
        IF TransactionsStatus NOT = '00'
          DISPLAY 'Could not open Transactions file!' UPON STDERR
          STOP RUN
        END-IF
      END-IF
      OPEN I-O JournalIndex
      IF JournalIndexStatus = '00'
        MOVE "Y" TO Index-Present-Flag
      END-IF.

  P200-MatureDueTerms SECTION.
  1.  PERFORM FOREVER
        READ Terms INTO Term-Record
        AT END
            EXIT PERFORM
        END-READ
        IF Term-Open IN Term-Record
        AND TermMaturityDate IN Term-Record NOT > TodaysDate
          PERFORM P300-MatureOneTerm
        END-IF
      END-PERFORM
      .

*>***************************************************************************
*> Service paragraphs, in their own section so that the PERFORM of
*> P200-MatureDueTerms ends with its own paragraph instead of running
*> on through them -- a section PERFORM executes through every
*> paragraph up to the next section header.
*>***************************************************************************
  300-Service-Paragraphs SECTION.
  P300-MatureOneTerm.
*>***************************************************************************
*> Pay one due term its bonus: the locked amount at the bonus rate
*> (a yearly rate) for the days from start to maturity.  The account
*> is credited and rewritten, the bonus journalled, and then the term
*> itself rewritten as matured, which is the double-payment guard.  A
*> dormant account still earns its bonus -- dormancy only marks the
*> account idle, and the term ran its full length.  A term on an
*> account that is gone or closed just has its lock released.
*>***************************************************************************

>>D    DISPLAY "*** P300-MatureOneTerm for "
>>D            TermAccountNumber IN Term-Record UPON STDERR
      MOVE 0 TO Bonus-Pennies
      MOVE TermAccountNumber IN Term-Record
                            TO AccountNumber IN Account-Struct
      READ Accounts RECORD INTO Account-Record
        INVALID KEY
          MOVE "C" TO AccountStatus IN Account-Record
      END-READ
      IF NOT Account-Closed IN Account-Record
        COMPUTE Term-Days =
              FUNCTION INTEGER-OF-DATE(TermMaturityDate IN Term-Record)
            - FUNCTION INTEGER-OF-DATE(TermStartDate IN Term-Record)
        COMPUTE Bonus-Pennies ROUNDED =
              TermAmountPennies IN Term-Record
            * TermBonusRate IN Term-Record * Term-Days / 365
      ELSE
        DISPLAY 'Term deposit for account #'
                TermAccountNumber IN Term-Record
                ' which is closed -- released.' UPON STDERR
        ADD 1 TO Terms-Released
      END-IF
      IF Bonus-Pennies > 0
        ADD Bonus-Pennies TO AccountPennies IN Account-Record
        MOVE CORRESPONDING Account-Record TO Account-Struct
        REWRITE Account-Struct
        PERFORM P400-PostBonus
      END-IF
      IF NOT Account-Closed IN Account-Record
        ADD 1 TO Terms-Matured
      END-IF
      SET Term-Matured IN Term-Record TO TRUE
      MOVE Bonus-Pennies TO TermSettledPennies IN Term-Record
      MOVE TodaysDate TO TermSettledDate IN Term-Record
      MOVE CORRESPONDING Term-Record TO Term-Struct
      REWRITE Term-Struct.

  P400-PostBonus.
*>***************************************************************************
*> One interest credit to the journal, tagged as the term's bonus.
*>***************************************************************************
      MOVE FUNCTION CURRENT-DATE TO Now
      MOVE Now TO BT-Stamp
      MOVE TermAccountNumber IN Term-Record TO BT-AccountNumber
      MOVE TermNumber IN Term-Record TO BT-TermNumber
      MOVE Bonus-TransactionID TO TransactionID IN Transaction-Record
      MOVE TermAccountNumber IN Term-Record
                            TO AccountNumber IN Transaction-Record
      MOVE Bonus-Pennies TO AmountOfPennies IN Transaction-Record
      SET Interest-Transaction IN Transaction-Record TO TRUE
      MOVE SPACES TO VoidOfTransactionID IN Transaction-Record
      MOVE "TERM BONUS" TO TransactionMemo IN Transaction-Record
      MOVE CORRESPONDING Transaction-Record TO Transaction-Struct
      WRITE Transaction-Struct
      IF Index-Present
        PERFORM P500-WriteJournalIndexRow
      END-IF.

  P500-WriteJournalIndexRow.
*>***************************************************************************
*> Mirror the entry just appended to the journal into the account-
*> keyed index.  A duplicate key can only be a teller session's
*> start-up rebuild racing this run, which indexed the entry already.
*>***************************************************************************
      MOVE AccountNumber IN Transaction-Record
              TO JX-AccountNumber IN Journal-Index-Struct
      MOVE TransactionID IN Transaction-Record
              TO JX-TransactionID IN Journal-Index-Struct
      MOVE AmountOfPennies IN Transaction-Record
              TO JX-AmountOfPennies IN Journal-Index-Struct
      MOVE TransactionType IN Transaction-Record
              TO JX-TransactionType IN Journal-Index-Struct
      MOVE VoidOfTransactionID IN Transaction-Record
              TO JX-VoidOfTransactionID IN Journal-Index-Struct
      MOVE TransactionMemo IN Transaction-Record
              TO JX-TransactionMemo IN Journal-Index-Struct
      WRITE Journal-Index-Struct
        INVALID KEY
          CONTINUE
      END-WRITE.

  P900-CloseFiles.
      CLOSE Terms
      CLOSE TermsLock
      CLOSE Accounts
      CLOSE Transactions
      IF Index-Present
        CLOSE JournalIndex
      END-IF.

END PROGRAM MatureTerms.
