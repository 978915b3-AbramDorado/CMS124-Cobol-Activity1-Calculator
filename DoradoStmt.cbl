      *          the index before trusting it - sorts them by
      *          AUD-ACCOUNT-ID, and prints one statement per account
      *          to CALCSTMT.TXT showing the opening position, the
      *          month's transaction count and activity, any
      *          reversals (op code 'R') on a line of their own, the
      *          closing position reconciled to the CALCMST.DAT
      *          master, and a charge computed from the CALCRATE.DAT
      *          rate table (rate per transaction by the billing class
      *          carried in the CALCCLAS.DAT side file), so departments
      *          are billed from a report instead of a spreadsheet.
      *          The same run cuts the CALCGL.DAT chargeback journal
      *          for the ledger load - a balanced debit to the
      *          department's expense GL code and credit to the
      *          service recovery code per billed account, from the
      *          CALCGLMAP.DAT mapping - and lists every account that
      *          could not be journaled (no GL mapping, or no rate
      *          card) on the CALCGLEX.TXT exception report.  Once the
      *          month-end close has struck a month onto CALCPERD.DAT
      *          (registered on CALCPCLS.DAT), a statement for that
      *          month prints each account's opening and closing
      *          position, transaction and reversal counts, class and
      *          charge as struck at the close, and journals that
      *          charge, instead of working them back from today's
      *          master and rate table, so a closed month's statement
      *          and journal read the same however late they are
      *          rerun.  Ends with return code 4 when any statement
      *          carries an exception.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STATEMENT-FILE ASSIGN TO "CALCSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "CALCGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "CALCGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-EXCEPTION-FILE ASSIGN TO "CALCGLEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEX-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "STMTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PERIOD-BALANCE-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CALCPCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
                         ==AUD-REMAIN==   BY ==ARC-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==ARC-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==ARC-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==ARC-REVERSED-DATE==.
       FD  ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
           05 IDX-MONTH            PIC X(6).
           05 RATE-PER-TRAN        PIC 9(3)V99.
       FD  STATEMENT-FILE.
       01 REPORT-LINE PIC X(132).
       FD  GL-MAP-FILE.
           COPY GLMAPREC.
       FD  GL-JOURNAL-FILE.
           COPY GLJRNREC.
       FD  GL-EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(132).
       FD  PERIOD-BALANCE-FILE.
           COPY PERDREC.
       FD  PERIOD-CLOSE-FILE.
           COPY PCLSREC.
      * The control card carries the statement month so the run can
      * be scheduled unattended at month-end.
       FD  PARAMETER-FILE.
                         ==AUD-REMAIN==   BY ==SRT-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==SRT-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==SRT-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==SRT-REVERSED-DATE==.
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           01 WS-RATE-STATUS PIC XX VALUE "00".
           01 WS-STMT-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-GLMAP-STATUS PIC XX VALUE "00".
           01 WS-GL-STATUS PIC XX VALUE "00".
           01 WS-GLEX-STATUS PIC XX VALUE "00".
           01 WS-PERD-STATUS PIC XX VALUE "00".
           01 WS-PCLS-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
                   10 WS-CLE-ID PIC X(8).
                   10 WS-CLE-CLASS PIC X(2).
           01 WS-ACCT-CLASS PIC X(2) VALUE SPACES.
      * The GL mapping from CALCGLMAP.DAT, held whole like the
      * classes; the "********" record supplies the standing
      * recovery code for accounts that do not name their own.
           01 WS-GLM-LIMIT PIC 9(3) VALUE 500.
           01 WS-GLM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-GLM-SUB PIC 9(3) VALUE ZERO.
           01 WS-GLM-SLOT PIC 9(3) VALUE ZERO.
           01 WS-GLM-TABLE.
               05 WS-GLM-ENTRY OCCURS 500 TIMES.
                   10 WS-GME-ID PIC X(8).
                   10 WS-GME-EXPENSE PIC X(10).
                   10 WS-GME-RECOVERY PIC X(10).
           01 WS-DEFAULT-RECOVERY PIC X(10) VALUE SPACES.
           01 WS-EXPENSE-GL PIC X(10) VALUE SPACES.
           01 WS-RECOVERY-GL PIC X(10) VALUE SPACES.
      * A credit reverses the pair: the recovery code is debited and
      * the expense code credited, always with a positive amount.
           01 WS-DEBIT-GL PIC X(10) VALUE SPACES.
           01 WS-CREDIT-GL PIC X(10) VALUE SPACES.
           01 WS-GL-AMOUNT PIC S9(12)V99 VALUE ZERO.
           01 WS-GL-REASON PIC X(40) VALUE SPACES.
           01 WS-GL-ENTRIES PIC 9(7) VALUE ZERO.
           01 WS-GL-LINES PIC 9(7) VALUE ZERO.
           01 WS-GL-DEBITS PIC S9(12)V99 VALUE ZERO.
           01 WS-GL-CREDITS PIC S9(12)V99 VALUE ZERO.
           01 WS-GL-EXCEPTIONS PIC 9(7) VALUE ZERO.
           01 WS-LOOKUP-CLASS PIC X(2) VALUE SPACES.
           01 WS-APPLIED-RATE PIC 9(3)V99 VALUE ZERO.
           01 WS-RATE-FOUND-SW PIC X VALUE 'N'.
           01 WS-ACCT-TRAN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ACCT-MONTH-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-ACCT-MONTH-MULT PIC S9(14)V9999 VALUE ZERO.
      * Reversals are kept apart from the period's postings so the
      * statement shows the correction on its own line; each one
      * also takes one transaction back off the billed count.
           01 WS-ACCT-REV-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ACCT-REV-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-ACCT-REV-MULT PIC S9(14)V9999 VALUE ZERO.
           01 WS-BILLED-COUNT PIC S9(7) VALUE ZERO.
           01 WS-OPEN-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-OPEN-MULT PIC S9(14)V9999 VALUE ZERO.
           01 WS-CLOSE-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-CLOSE-MULT PIC S9(14)V9999 VALUE ZERO.
           01 WS-CLOSE-LABEL PIC X(22) VALUE SPACES.
      * The positions struck for each account when the statement
      * month was closed; empty while the month is still open.
           01 WS-MONTH-CLOSED-SW PIC X VALUE 'N'.
               88 STATEMENT-MONTH-CLOSED VALUE 'Y'.
           01 WS-FRZ-LIMIT PIC 9(3) VALUE 500.
           01 WS-FRZ-COUNT PIC 9(3) VALUE ZERO.
           01 WS-FRZ-SUB PIC 9(3) VALUE ZERO.
           01 WS-FRZ-SLOT PIC 9(3) VALUE ZERO.
           01 WS-FRZ-TABLE.
               05 WS-FRZ-ENTRY OCCURS 500 TIMES.
                   10 WS-FRE-ID PIC X(8).
                   10 WS-FRE-OPEN-ADD PIC S9(12)V99.
                   10 WS-FRE-OPEN-MULT PIC S9(14)V9999.
                   10 WS-FRE-CLOSE-ADD PIC S9(12)V99.
                   10 WS-FRE-CLOSE-MULT PIC S9(14)V9999.
                   10 WS-FRE-CLASS PIC X(2).
                   10 WS-FRE-TRAN-COUNT PIC 9(7).
                   10 WS-FRE-REV-COUNT PIC 9(7).
                   10 WS-FRE-CHARGE PIC S9(12)V99.
           01 WS-FROZEN-FOUND-SW PIC X VALUE 'N'.
               88 FROZEN-BALANCE-FOUND VALUE 'Y'.
           01 WS-CHARGE PIC S9(12)V99 VALUE ZERO.
           01 WS-STMT-ACCOUNTS PIC 9(7) VALUE ZERO.
           01 WS-STMT-TRANS PIC 9(7) VALUE ZERO.
               05 FILLER PIC X(28) VALUE SPACES.
           01 WS-CHARGE-LINE.
               05 FILLER PIC X(10) VALUE "  CHARGE: ".
               05 WS-CHG-COUNT PIC -ZZ,ZZ9.
               05 FILLER PIC X(17) VALUE " TRANSACTIONS AT ".
               05 WS-CHG-RATE PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE " = ".
                   " TRANSACTIONS, TOTAL CHARGES: ".
               05 WS-GRD-CHARGES PIC -(12)9.99.
               05 FILLER PIC X(46) VALUE SPACES.
           01 WS-GLEX-HEADER.
               05 FILLER PIC X(38) VALUE
                   "GL CHARGEBACK EXCEPTIONS FOR PERIOD  ".
               05 WS-GXH-MONTH PIC X(6).
               05 FILLER PIC X(14) VALUE "  PRINTED ON  ".
               05 WS-GXH-DATE PIC X(8).
               05 FILLER PIC X(66) VALUE SPACES.
           01 WS-GLEX-COLUMNS.
               05 FILLER PIC X(10) VALUE "ACCOUNT".
               05 FILLER PIC X(7) VALUE "CLASS".
               05 FILLER PIC X(10) VALUE "   BILLED".
               05 FILLER PIC X(18) VALUE "           CHARGE".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(40) VALUE "REASON NOT JOURNALED".
               05 FILLER PIC X(45) VALUE SPACES.
           01 WS-GLEX-DETAIL.
               05 WS-GXD-ACCOUNT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GXD-CLASS PIC X(2).
               05 FILLER PIC X(5) VALUE SPACES.
               05 WS-GXD-COUNT PIC -ZZ,ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-GXD-CHARGE PIC -(12)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GXD-REASON PIC X(40).
               05 FILLER PIC X(47) VALUE SPACES.
           01 WS-GLEX-TOTAL.
               05 FILLER PIC X(19) VALUE "JOURNAL ENTRIES:   ".
               05 WS-GXT-ENTRIES PIC ZZZ,ZZ9.
               05 FILLER PIC X(10) VALUE "  DEBITS: ".
               05 WS-GXT-DEBITS PIC -(12)9.99.
               05 FILLER PIC X(11) VALUE "  CREDITS: ".
               05 WS-GXT-CREDITS PIC -(12)9.99.
               05 FILLER PIC X(14) VALUE "  EXCEPTIONS: ".
               05 WS-GXT-EXCEPTIONS PIC ZZZ,ZZ9.
               05 FILLER PIC X(32) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-STATEMENT-MONTH.
           PERFORM LOAD-FROZEN-BALANCES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM LOAD-ARCHIVE-INDEX.
           PERFORM LOAD-GL-MAP-TABLE.
           PERFORM OPEN-ACCOUNT-MASTER.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE WS-STMT-MONTH TO WS-HDR-MONTH.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           PERFORM OPEN-GL-JOURNAL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-ID
               INPUT PROCEDURE IS RELEASE-PERIOD-RECORDS
           WRITE REPORT-LINE FROM WS-GRAND-LINE.
           CLOSE STATEMENT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           PERFORM CLOSE-GL-JOURNAL.
           DISPLAY WS-STMT-ACCOUNTS " statement(s) written to "
               "CALCSTMT.TXT for period " WS-STMT-MONTH ".".
           DISPLAY WS-GL-ENTRIES " chargeback entr(ies) written to "
               "CALCGL.DAT, " WS-GL-EXCEPTIONS " exception(s) "
               "listed on CALCGLEX.TXT.".
           IF EXCEPTION-RAISED
               DISPLAY "One or more statements carry exceptions - "
                   "see CALCSTMT.TXT."
               STOP RUN
           END-IF.

      * A month on the close register has its positions frozen on
      * the period balances file; both files are optional until the
      * first month-end close is taken.
       LOAD-FROZEN-BALANCES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCLS-STATUS = "00"
               PERFORM READ-CLOSE-REGISTER
               PERFORM NOTE-ONE-CLOSED-PERIOD UNTIL END-OF-FILE
               CLOSE PERIOD-CLOSE-FILE
           ELSE
               IF WS-PCLS-STATUS NOT = "35"
                   DISPLAY "Close register CALCPCLS.DAT is present "
                       "but unreadable (status " WS-PCLS-STATUS
                       ") - statement run aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF STATEMENT-MONTH-CLOSED
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT PERIOD-BALANCE-FILE
               IF WS-PERD-STATUS NOT = "00"
                   DISPLAY "Period " WS-STMT-MONTH " is closed but "
                       "CALCPERD.DAT could not be opened (status "
                       WS-PERD-STATUS ") - statement run aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-PERIOD-RECORD
               PERFORM TABLE-ONE-FROZEN-BALANCE UNTIL END-OF-FILE
               CLOSE PERIOD-BALANCE-FILE
           END-IF.

       READ-CLOSE-REGISTER.
           READ PERIOD-CLOSE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       NOTE-ONE-CLOSED-PERIOD.
           IF PCL-PERIOD = WS-STMT-MONTH
               MOVE 'Y' TO WS-MONTH-CLOSED-SW
           END-IF.
           PERFORM READ-CLOSE-REGISTER.

       READ-PERIOD-RECORD.
           READ PERIOD-BALANCE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-FROZEN-BALANCE.
           IF PRD-PERIOD = WS-STMT-MONTH
               IF WS-FRZ-COUNT < WS-FRZ-LIMIT
                   ADD 1 TO WS-FRZ-COUNT
                   MOVE PRD-ACCOUNT-ID TO WS-FRE-ID(WS-FRZ-COUNT)
                   MOVE PRD-OPEN-ADDITION
                       TO WS-FRE-OPEN-ADD(WS-FRZ-COUNT)
                   MOVE PRD-OPEN-PRODUCT
                       TO WS-FRE-OPEN-MULT(WS-FRZ-COUNT)
                   MOVE PRD-CLOSE-ADDITION
                       TO WS-FRE-CLOSE-ADD(WS-FRZ-COUNT)
                   MOVE PRD-CLOSE-PRODUCT
                       TO WS-FRE-CLOSE-MULT(WS-FRZ-COUNT)
                   MOVE PRD-CLASS TO WS-FRE-CLASS(WS-FRZ-COUNT)
                   MOVE PRD-TRAN-COUNT
                       TO WS-FRE-TRAN-COUNT(WS-FRZ-COUNT)
                   MOVE PRD-REVERSAL-COUNT
                       TO WS-FRE-REV-COUNT(WS-FRZ-COUNT)
                   MOVE PRD-CHARGE TO WS-FRE-CHARGE(WS-FRZ-COUNT)
               ELSE
                   DISPLAY "Period balances hold more accounts than "
                       "the run can table - closed month "
                       WS-STMT-MONTH " cannot be stated as struck; "
                       "statement run aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-PERIOD-RECORD.

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RATE-FILE.
               MOVE WS-ARC-SCAN TO WS-ARC-SLOT
           END-IF.

      * An absent mapping file leaves every charged account on the
      * exception report rather than stopping the statements.
       LOAD-GL-MAP-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "GL mapping file CALCGLMAP.DAT not found "
                   "(status " WS-GLMAP-STATUS ") - no chargeback "
                   "entries can be journaled."
           ELSE
               PERFORM READ-GL-MAP-RECORD
               PERFORM TABLE-ONE-GL-MAP UNTIL END-OF-FILE
               CLOSE GL-MAP-FILE
           END-IF.

       READ-GL-MAP-RECORD.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-GL-MAP.
           IF GLM-ACCOUNT-ID = "********"
               MOVE GLM-RECOVERY-GL TO WS-DEFAULT-RECOVERY
           ELSE
               IF WS-GLM-COUNT < WS-GLM-LIMIT
                   ADD 1 TO WS-GLM-COUNT
                   MOVE GLM-ACCOUNT-ID TO WS-GME-ID(WS-GLM-COUNT)
                   MOVE GLM-EXPENSE-GL
                       TO WS-GME-EXPENSE(WS-GLM-COUNT)
                   MOVE GLM-RECOVERY-GL
                       TO WS-GME-RECOVERY(WS-GLM-COUNT)
               ELSE
                   DISPLAY "GL mapping file holds more accounts than "
                       "the run can table - record for "
                       GLM-ACCOUNT-ID " ignored."
               END-IF
           END-IF.
           PERFORM READ-GL-MAP-RECORD.

       OPEN-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           OPEN OUTPUT GL-EXCEPTION-FILE.
           IF WS-GL-STATUS NOT = "00" OR WS-GLEX-STATUS NOT = "00"
               DISPLAY "GL journal CALCGL.DAT or exception report "
                   "CALCGLEX.TXT could not be opened - statement "
                   "run aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO GL-HEADER-RECORD.
           MOVE 'H' TO GLH-RECORD-TYPE.
           MOVE WS-STMT-MONTH TO GLH-PERIOD.
           MOVE WS-RUN-DATE TO GLH-CREATE-DATE.
           MOVE "DORADOSTMT" TO GLH-SOURCE.
           WRITE GL-HEADER-RECORD.
           MOVE WS-STMT-MONTH TO WS-GXH-MONTH.
           MOVE WS-RUN-DATE TO WS-GXH-DATE.
           WRITE EXCEPTION-LINE FROM WS-GLEX-HEADER.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           WRITE EXCEPTION-LINE FROM WS-GLEX-COLUMNS.

      * The trailer is written whatever the run found, so an empty
      * journal still proves out at the ledger load.
       CLOSE-GL-JOURNAL.
           MOVE 'T' TO GLT-RECORD-TYPE.
           MOVE WS-GL-ENTRIES TO GLT-ENTRY-COUNT.
           MOVE WS-GL-LINES TO GLT-LINE-COUNT.
           MOVE WS-GL-DEBITS TO GLT-DEBIT-TOTAL.
           MOVE WS-GL-CREDITS TO GLT-CREDIT-TOTAL.
           WRITE GL-TRAILER-RECORD.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-GL-ENTRIES TO WS-GXT-ENTRIES.
           MOVE WS-GL-DEBITS TO WS-GXT-DEBITS.
           MOVE WS-GL-CREDITS TO WS-GXT-CREDITS.
           MOVE WS-GL-EXCEPTIONS TO WS-GXT-EXCEPTIONS.
           WRITE EXCEPTION-LINE FROM WS-GLEX-TOTAL.
           CLOSE GL-JOURNAL-FILE.
           CLOSE GL-EXCEPTION-FILE.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
                   MOVE SRT-ACCOUNT-ID TO WS-CUR-ACCOUNT
               END-IF
           END-IF.
           IF SRT-OP-CODE = 'R'
               PERFORM ACCUMULATE-REVERSAL
           ELSE
               PERFORM ACCUMULATE-POSTING
           END-IF.
           PERFORM RETURN-SORTED-RECORD.

       ACCUMULATE-POSTING.
           ADD 1 TO WS-ACCT-TRAN-COUNT.
           IF SRT-ADDITION NUMERIC
               ADD SRT-ADDITION TO WS-ACCT-MONTH-ADD
           IF SRT-MULTIPLICATION NUMERIC
               ADD SRT-MULTIPLICATION TO WS-ACCT-MONTH-MULT
           END-IF.

       ACCUMULATE-REVERSAL.
           ADD 1 TO WS-ACCT-REV-COUNT.
           IF SRT-ADDITION NUMERIC
               ADD SRT-ADDITION TO WS-ACCT-REV-ADD
           END-IF.
           IF SRT-MULTIPLICATION NUMERIC
               ADD SRT-MULTIPLICATION TO WS-ACCT-REV-MULT
           END-IF.

      * The closing position comes straight off the master; the
      * opening position is the closing less the month's activity
      * and reversals, so the statement reconciles to CALCMST.DAT by
      * construction and an account the master no longer carries is
      * flagged instead of silently printed at zero.  A reversal
      * credits back the charge of the posting it offsets, so the
      * billed count is the postings less the reversals - negative,
      * and the charge a credit, when the month's reversals back
      * out more work than it posted.
       FINISH-ACCOUNT-STATEMENT.
           ADD 1 TO WS-STMT-ACCOUNTS.
           MOVE WS-CUR-ACCOUNT TO ACCT-ID.
           MOVE SPACES TO WS-AH-FLAG.
           READ ACCOUNT-MASTER-FILE
           END-READ.
           PERFORM FIND-ACCOUNT-CLASS.
           COMPUTE WS-OPEN-ADD
               = ACCT-TOTAL-ADDITION - WS-ACCT-MONTH-ADD
                   - WS-ACCT-REV-ADD.
           COMPUTE WS-OPEN-MULT
               = ACCT-TOTAL-MULTIPLICATION - WS-ACCT-MONTH-MULT
                   - WS-ACCT-REV-MULT.
           MOVE ACCT-TOTAL-ADDITION TO WS-CLOSE-ADD.
           MOVE ACCT-TOTAL-MULTIPLICATION TO WS-CLOSE-MULT.
           MOVE "  CLOSING PER MASTER  " TO WS-CLOSE-LABEL.
           MOVE 'N' TO WS-FROZEN-FOUND-SW.
           IF STATEMENT-MONTH-CLOSED
               PERFORM APPLY-FROZEN-BALANCE
           END-IF.
           IF FROZEN-BALANCE-FOUND
               PERFORM APPLY-FROZEN-CHARGE
           ELSE
               PERFORM COMPUTE-ACCOUNT-CHARGE
           END-IF.
           ADD WS-ACCT-TRAN-COUNT TO WS-STMT-TRANS.
           ADD WS-CHARGE TO WS-TOTAL-CHARGES.
           PERFORM WRITE-ACCOUNT-STATEMENT.
           PERFORM JOURNAL-ACCOUNT-CHARGE.
           MOVE ZERO TO WS-ACCT-TRAN-COUNT.
           MOVE ZERO TO WS-ACCT-MONTH-ADD.
           MOVE ZERO TO WS-ACCT-MONTH-MULT.
           MOVE ZERO TO WS-ACCT-REV-COUNT.
           MOVE ZERO TO WS-ACCT-REV-ADD.
           MOVE ZERO TO WS-ACCT-REV-MULT.

      * Work posted since the close is carried in the open month, so
      * a closed month's positions are the ones struck at the close.
       APPLY-FROZEN-BALANCE.
           MOVE ZERO TO WS-FRZ-SLOT.
           PERFORM MATCH-ONE-FROZEN-BALANCE
               VARYING WS-FRZ-SUB FROM 1 BY 1
               UNTIL WS-FRZ-SUB > WS-FRZ-COUNT OR WS-FRZ-SLOT > ZERO.
           IF WS-FRZ-SLOT > ZERO
               MOVE WS-FRE-OPEN-ADD(WS-FRZ-SLOT) TO WS-OPEN-ADD
               MOVE WS-FRE-OPEN-MULT(WS-FRZ-SLOT) TO WS-OPEN-MULT
               MOVE WS-FRE-CLOSE-ADD(WS-FRZ-SLOT) TO WS-CLOSE-ADD
               MOVE WS-FRE-CLOSE-MULT(WS-FRZ-SLOT) TO WS-CLOSE-MULT
               MOVE "  CLOSING AT CLOSE    " TO WS-CLOSE-LABEL
               MOVE WS-FRE-CLASS(WS-FRZ-SLOT) TO WS-ACCT-CLASS
               MOVE WS-FRE-TRAN-COUNT(WS-FRZ-SLOT)
                   TO WS-ACCT-TRAN-COUNT
               MOVE WS-FRE-REV-COUNT(WS-FRZ-SLOT) TO WS-ACCT-REV-COUNT
               MOVE 'Y' TO WS-FROZEN-FOUND-SW
           END-IF.

      * A closed month bills the charge struck at the close, whatever
      * has happened to the rate table or the account's class since.
      * The rate shown is the one that charge works out at; a billed
      * count struck with no charge means the close found no rate
      * card, and it is flagged as it was then.
       APPLY-FROZEN-CHARGE.
           COMPUTE WS-BILLED-COUNT
               = WS-ACCT-TRAN-COUNT - WS-ACCT-REV-COUNT.
           MOVE WS-FRE-CHARGE(WS-FRZ-SLOT) TO WS-CHARGE.
           MOVE ZERO TO WS-APPLIED-RATE.
           MOVE 'Y' TO WS-RATE-FOUND-SW.
           IF WS-BILLED-COUNT NOT = ZERO
               COMPUTE WS-APPLIED-RATE ROUNDED
                   = WS-CHARGE / WS-BILLED-COUNT
                   ON SIZE ERROR MOVE ZERO TO WS-APPLIED-RATE
               END-COMPUTE
               IF WS-CHARGE = ZERO
                   MOVE 'N' TO WS-RATE-FOUND-SW
               END-IF
           END-IF.

       COMPUTE-ACCOUNT-CHARGE.
           PERFORM FIND-RATE-FOR-CLASS.
           COMPUTE WS-BILLED-COUNT
               = WS-ACCT-TRAN-COUNT - WS-ACCT-REV-COUNT.
           COMPUTE WS-CHARGE
               = WS-BILLED-COUNT * WS-APPLIED-RATE.

       MATCH-ONE-FROZEN-BALANCE.
           IF WS-FRE-ID(WS-FRZ-SUB) = WS-CUR-ACCOUNT
               MOVE WS-FRZ-SUB TO WS-FRZ-SLOT
           END-IF.

      * The account's class picks its rate card; an account whose
      * class has no card bills at the "**" default card, and when
           STRING "  TRANSACTIONS: " WS-ACCT-TRAN-COUNT
               DELIMITED BY SIZE INTO WS-POS-EXTRA.
           WRITE REPORT-LINE FROM WS-POSITION-LINE.
           IF WS-ACCT-REV-COUNT > ZERO
               MOVE "  REVERSALS           " TO WS-POS-NAME
               MOVE WS-ACCT-REV-ADD TO WS-POS-ADD
               MOVE WS-ACCT-REV-MULT TO WS-POS-MULT
               MOVE SPACES TO WS-POS-EXTRA
               STRING "  REVERSED ITEMS: " WS-ACCT-REV-COUNT
                   DELIMITED BY SIZE INTO WS-POS-EXTRA
               WRITE REPORT-LINE FROM WS-POSITION-LINE
           END-IF.
           MOVE WS-CLOSE-LABEL TO WS-POS-NAME.
           MOVE WS-CLOSE-ADD TO WS-POS-ADD.
           MOVE WS-CLOSE-MULT TO WS-POS-MULT.
           MOVE SPACES TO WS-POS-EXTRA.
           WRITE REPORT-LINE FROM WS-POSITION-LINE.
           MOVE WS-BILLED-COUNT TO WS-CHG-COUNT.
           MOVE WS-APPLIED-RATE TO WS-CHG-RATE.
           MOVE WS-CHARGE TO WS-CHG-AMOUNT.
           IF RATE-FOUND
           END-IF.
           WRITE REPORT-LINE FROM WS-CHARGE-LINE.

      * A billed charge becomes one balanced entry on the journal,
      * and a net credit the reversing entry.  An account with no
      * rate card, or with a charge but no GL mapping, is listed on
      * the exception report instead so the ledger never silently
      * misses a charge; an account with nothing to bill and a rate
      * card posts nothing.
       JOURNAL-ACCOUNT-CHARGE.
           MOVE SPACES TO WS-GL-REASON.
           IF NOT RATE-FOUND
               MOVE "NO RATE CARD - NOT BILLED" TO WS-GL-REASON
           ELSE
               IF WS-CHARGE NOT = ZERO
                   PERFORM FIND-ACCOUNT-GL-CODES
               END-IF
           END-IF.
           IF WS-GL-REASON NOT = SPACES
               PERFORM WRITE-GL-EXCEPTION
           ELSE
               IF WS-CHARGE NOT = ZERO
                   PERFORM WRITE-GL-ENTRY
               END-IF
           END-IF.

       FIND-ACCOUNT-GL-CODES.
           MOVE ZERO TO WS-GLM-SLOT.
           MOVE SPACES TO WS-EXPENSE-GL.
           MOVE WS-DEFAULT-RECOVERY TO WS-RECOVERY-GL.
           PERFORM MATCH-ONE-GL-MAP
               VARYING WS-GLM-SUB FROM 1 BY 1
               UNTIL WS-GLM-SUB > WS-GLM-COUNT.
           IF WS-GLM-SLOT > ZERO
               MOVE WS-GME-EXPENSE(WS-GLM-SLOT) TO WS-EXPENSE-GL
               IF WS-GME-RECOVERY(WS-GLM-SLOT) NOT = SPACES
                   MOVE WS-GME-RECOVERY(WS-GLM-SLOT)
                       TO WS-RECOVERY-GL
               END-IF
           END-IF.
           IF WS-EXPENSE-GL = SPACES
               MOVE "NO EXPENSE GL MAPPING FOR THE ACCOUNT"
                   TO WS-GL-REASON
           ELSE
               IF WS-RECOVERY-GL = SPACES
                   MOVE "NO SERVICE RECOVERY GL CODE"
                       TO WS-GL-REASON
               END-IF
           END-IF.

       MATCH-ONE-GL-MAP.
           IF WS-GME-ID(WS-GLM-SUB) = WS-CUR-ACCOUNT
               MOVE WS-GLM-SUB TO WS-GLM-SLOT
           END-IF.

       WRITE-GL-ENTRY.
           IF WS-CHARGE < ZERO
               COMPUTE WS-GL-AMOUNT = ZERO - WS-CHARGE
               MOVE WS-RECOVERY-GL TO WS-DEBIT-GL
               MOVE WS-EXPENSE-GL TO WS-CREDIT-GL
           ELSE
               MOVE WS-CHARGE TO WS-GL-AMOUNT
               MOVE WS-EXPENSE-GL TO WS-DEBIT-GL
               MOVE WS-RECOVERY-GL TO WS-CREDIT-GL
           END-IF.
           ADD 1 TO WS-GL-ENTRIES.
           MOVE 'D' TO GLE-RECORD-TYPE.
           MOVE WS-STMT-MONTH TO GLE-PERIOD.
           MOVE WS-CUR-ACCOUNT TO GLE-ACCOUNT-ID.
           MOVE WS-GL-AMOUNT TO GLE-AMOUNT.
           MOVE WS-DEBIT-GL TO GLE-GL-CODE.
           MOVE 'D' TO GLE-DR-CR.
           WRITE GL-ENTRY-RECORD.
           ADD 1 TO WS-GL-LINES.
           ADD WS-GL-AMOUNT TO WS-GL-DEBITS.
           MOVE WS-CREDIT-GL TO GLE-GL-CODE.
           MOVE 'C' TO GLE-DR-CR.
           WRITE GL-ENTRY-RECORD.
           ADD 1 TO WS-GL-LINES.
           ADD WS-GL-AMOUNT TO WS-GL-CREDITS.

       WRITE-GL-EXCEPTION.
           ADD 1 TO WS-GL-EXCEPTIONS.
           MOVE 'Y' TO WS-EXCEPTION-SW.
           MOVE WS-CUR-ACCOUNT TO WS-GXD-ACCOUNT.
           MOVE WS-ACCT-CLASS TO WS-GXD-CLASS.
           MOVE WS-BILLED-COUNT TO WS-GXD-COUNT.
           MOVE WS-CHARGE TO WS-GXD-CHARGE.
           MOVE WS-GL-REASON TO WS-GXD-REASON.
           WRITE EXCEPTION-LINE FROM WS-GLEX-DETAIL.

       END PROGRAM DORADOSTMT.
