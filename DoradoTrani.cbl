               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "CALCAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "AUDARCIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT BUDGET-LIMIT-FILE ASSIGN TO "CALCLIMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT TRANSACTION-KEY-FILE ASSIGN TO "CALCTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKY-KEY
               FILE STATUS IS WS-TKEY-STATUS.
           SELECT REGISTRY-KEY-FILE ASSIGN TO "CALCRKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RKY-KEY
               FILE STATUS IS WS-RKEY-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CALCPCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-INPUT-FILE.
                             BY ==WRK-ACCOUNT-ID==
                         ==REJ-OP-CODE==    BY ==WRK-OP-CODE==
                         ==REJ-SUSPENSE-DATE==
                             BY ==WRK-SUSPENSE-DATE==
                         ==REJ-REVERSED-DATE==
                             BY ==WRK-REVERSED-DATE==.
       FD  CALC-RESUSPENSE-FILE.
           COPY REJREC
               REPLACING ==REJECT-RECORD==  BY ==RESUSPENSE-RECORD==
                             BY ==RSP-ACCOUNT-ID==
                         ==REJ-OP-CODE==    BY ==RSP-OP-CODE==
                         ==REJ-SUSPENSE-DATE==
                             BY ==RSP-SUSPENSE-DATE==
                         ==REJ-REVERSED-DATE==
                             BY ==RSP-REVERSED-DATE==.
      * Each completed run appends its trailer figures to the daily
      * totals history so the variance step can prove today's volume
      * and totals against the trailing days.
                         ==CALC-OP-CODE==  BY ==WRL-OP-CODE==
                         ==CALC-EFFECTIVE-DATE==
                             BY ==WRL-EFFECTIVE-DATE==.
      * The run registry is the run ledger: one record per batch is
      * appended at end of run with the counts and final return
      * code.  The batches it shows as posted are also entered in
      * the CALCRKEY.DAT store, which is read before processing to
      * refuse a retransmitted or rerun batch.
       FD  RUN-REGISTRY-FILE.
           COPY REGREC.
      * The account master carries each account's running position
      * as each transaction is processed.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
      * A reversal must name a posting the audit history can show,
      * so the live log - read here through its own FD while the
      * posting FD is closed - and the monthly archives the
      * AUDARCIDX.DAT index lists are searched for the original
      * before anything is backed out of the master.
       FD  AUDIT-HISTORY-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==AUDIT-HISTORY-RECORD==
                         ==AUD-DATE==     BY ==HAU-DATE==
                         ==AUD-TIME==     BY ==HAU-TIME==
                         ==AUD-INPUT1==   BY ==HAU-INPUT1==
                         ==AUD-INPUT2==   BY ==HAU-INPUT2==
                         ==AUD-ADDITION== BY ==HAU-ADDITION==
                         ==AUD-SUBTRACTION==
                             BY ==HAU-SUBTRACTION==
                         ==AUD-MULTIPLICATION==
                             BY ==HAU-MULTIPLICATION==
                         ==AUD-RESULT==   BY ==HAU-RESULT==
                         ==AUD-REMAIN==   BY ==HAU-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==HAU-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==HAU-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==HAU-REVERSED-DATE==.
       FD  ARCHIVE-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==ARCHIVE-RECORD==
                         ==AUD-DATE==     BY ==ARC-DATE==
                         ==AUD-TIME==     BY ==ARC-TIME==
                         ==AUD-INPUT1==   BY ==ARC-INPUT1==
                         ==AUD-INPUT2==   BY ==ARC-INPUT2==
                         ==AUD-ADDITION== BY ==ARC-ADDITION==
                         ==AUD-SUBTRACTION==
                             BY ==ARC-SUBTRACTION==
                         ==AUD-MULTIPLICATION==
                             BY ==ARC-MULTIPLICATION==
                         ==AUD-RESULT==   BY ==ARC-RESULT==
                         ==AUD-REMAIN==   BY ==ARC-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==ARC-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==ARC-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==ARC-REVERSED-DATE==.
       FD  ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
           05 IDX-MONTH            PIC X(6).
           05 IDX-FILE-NAME        PIC X(16).
           05 IDX-RECORD-COUNT     PIC 9(7).
           05 IDX-TOTAL-ADDITION   PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 IDX-TOTAL-MULTIPLICATION PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
      * Finance's per-account fiscal-year budget limits are tabled at
      * the start of the run; a transaction that would carry its
      * account past a limit is set aside instead of posting.
       FD  BUDGET-LIMIT-FILE.
           COPY LIMTREC.
      * The key stores are kept current as the run posts: every
      * audit entry adds or advances its account-and-operands key
      * for the duplicate screen, and every batch posted is entered
      * by id and creation date for the registry check.
       FD  TRANSACTION-KEY-FILE.
           COPY TKEYREC.
       FD  REGISTRY-KEY-FILE.
           COPY RKEYREC.
      * The month-end close register: the last record names the
      * latest closed month, whose frozen balances late work must
      * not disturb.
       FD  PERIOD-CLOSE-FILE.
           COPY PCLSREC.
       WORKING-STORAGE SECTION.
           01 WS-INPUT-STATUS PIC XX VALUE "00".
           01 WS-AUDIT-STATUS PIC XX VALUE "00".
           01 WS-REJWRK-STATUS PIC XX VALUE "00".
           01 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           01 WS-TKEY-STATUS PIC XX VALUE "00".
           01 WS-RKEY-STATUS PIC XX VALUE "00".
           01 WS-WHSE-STATUS PIC XX VALUE "00".
           01 WS-WNEW-STATUS PIC XX VALUE "00".
           01 WS-WREL-STATUS PIC XX VALUE "00".
               88 REJ-UNKNOWN-ACCT VALUE "UA".
               88 REJ-INACTIVE-ACCT VALUE "IA".
               88 REJ-INVALID-OP VALUE "IO".
               88 REJ-NO-ORIGINAL VALUE "RN".
               88 REJ-OVER-LIMIT VALUE "OL".
           01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-BATCH-ID PIC X(8) VALUE SPACES.
           01 WS-BATCH-DATE PIC X(8) VALUE SPACES.
                   10 WS-BTE-STATUS PIC X.
                   10 WS-BTE-POSTED PIC 9(7).
                   10 WS-BTE-REJECTS PIC 9(7).
           01 WS-REG-STORE-SW PIC X VALUE 'N'.
               88 REGISTRY-STORE-OPEN VALUE 'Y'.
           01 WS-POST-HISTORY-SW PIC X VALUE 'N'.
               88 POSTING-HISTORY-FOUND VALUE 'Y'.
           01 WS-CKPT-SUB PIC 9(3) VALUE ZERO.
           01 WS-FINAL-RC PIC 9(2) VALUE ZERO.
           01 WS-PV-IN-BATCH-SW PIC X VALUE 'N'.
               05 FILLER PIC X(16) VALUE "TOTAL PRODUCTS: ".
               05 WS-TRL-TOTAL-MULT PIC -(12)9.9999.
               05 FILLER PIC X(10) VALUE SPACES.
      * Usage against a budget limit is the master's lifetime total
      * less the total it stood at when the fiscal year opened.  An
      * account is flagged on the run report once per limit per run,
      * on the posting that finds it at or past its warning level.
           01 WS-LIMIT-STATUS PIC XX VALUE "00".
           01 WS-BUD-LIMIT PIC 9(3) VALUE 500.
           01 WS-BUD-COUNT PIC 9(3) VALUE ZERO.
           01 WS-BUD-SUB PIC 9(3) VALUE ZERO.
           01 WS-BUD-SLOT PIC 9(3) VALUE ZERO.
           01 WS-BUD-TABLE.
               05 WS-BUD-ENTRY OCCURS 500 TIMES.
                   10 WS-BLE-ID PIC X(8).
                   10 WS-BLE-ADD-LIMIT PIC S9(12)V99.
                   10 WS-BLE-PROD-LIMIT PIC S9(14)V9999.
                   10 WS-BLE-WARN-PCT PIC 9(3).
                   10 WS-BLE-OPEN-ADD PIC S9(12)V99.
                   10 WS-BLE-OPEN-PROD PIC S9(14)V9999.
                   10 WS-BLE-ADD-WARNED PIC X.
                   10 WS-BLE-PROD-WARNED PIC X.
           01 WS-BUD-ADD-USED PIC S9(13)V99 VALUE ZERO.
           01 WS-BUD-PROD-USED PIC S9(15)V9999 VALUE ZERO.
           01 WS-BUD-PCT PIC 9(5) VALUE ZERO.
           01 WS-BUDGET-WARN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BUDGET-WARNING-LINE.
               05 FILLER PIC X(30) VALUE
                   "  ** BUDGET WARNING - ACCOUNT ".
               05 WS-BWL-ACCOUNT PIC X(8).
               05 FILLER PIC X(10) VALUE " HAS USED ".
               05 WS-BWL-PCT PIC ZZZZ9.
               05 FILLER PIC X(9) VALUE "% OF ITS ".
               05 WS-BWL-MEASURE PIC X(8).
               05 FILLER PIC X(16) VALUE " BUDGET LIMIT **".
               05 FILLER PIC X(46) VALUE SPACES.
      * An item dated in a month the close has already struck posts
      * into the open month and is flagged as a prior-period
      * adjustment; the item's date is its value date, else the
      * date it went to suspense, else its batch's creation date.
           01 WS-PCLS-STATUS PIC XX VALUE "00".
           01 WS-LAST-CLOSED PIC X(6) VALUE SPACES.
           01 WS-LAST-CLOSED-N REDEFINES WS-LAST-CLOSED.
               05 WS-LCL-YEAR PIC 9(4).
               05 WS-LCL-MONTH PIC 9(2).
           01 WS-OPEN-PERIOD-START.
               05 WS-OPS-YEAR PIC 9(4).
               05 WS-OPS-MONTH PIC 9(2).
               05 WS-OPS-DAY PIC 9(2).
           01 WS-ITEM-DATE PIC X(8) VALUE SPACES.
           01 WS-PRIOR-ADJ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PRIOR-PERIOD-LINE.
               05 FILLER PIC X(39) VALUE
                   "  ** PRIOR-PERIOD ADJUSTMENT - ACCOUNT ".
               05 WS-PPL-ACCOUNT PIC X(8).
               05 FILLER PIC X(7) VALUE " DATED ".
               05 WS-PPL-DATE PIC X(8).
               05 FILLER PIC X(18) VALUE " IN CLOSED PERIOD ".
               05 WS-PPL-PERIOD PIC X(6).
               05 FILLER PIC X(27) VALUE
                   " - POSTED TO OPEN PERIOD **".
               05 FILLER PIC X(19) VALUE SPACES.
           01 input1 PIC S9(5)V99.
           01 input2 PIC S9(5)V99.
           01 addition PIC S9(6)V99.
           01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-ADDITION PIC S9(8)V99 VALUE ZERO.
           01 WS-TOTAL-MULTIPLICATION PIC S9(12)V9999 VALUE ZERO.
      * A reversal ('R') names its original posting by account,
      * operands and posting date.  The search counts the matching
      * postings and the reversals already taken against them; only
      * when a posting remains unreversed is the next one in log
      * order backed out, with the figures it actually posted.
           01 WS-AUDHIST-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           01 WS-INDEX-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-REVERSAL-SW PIC X VALUE 'N'.
               88 REVERSAL-ENTRY VALUE 'Y'.
           01 WS-HIST-EOF-SW PIC X VALUE 'N'.
               88 HISTORY-AT-END VALUE 'Y'.
           01 WS-ARC-LOADED-SW PIC X VALUE 'N'.
               88 ARCHIVE-INDEX-LOADED VALUE 'Y'.
           01 WS-REV-MONTH PIC X(6) VALUE SPACES.
           01 WS-ARC-LIMIT PIC 9(3) VALUE 120.
           01 WS-ARC-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ARC-SUB PIC 9(3) VALUE ZERO.
           01 WS-ARC-SCAN PIC 9(3) VALUE ZERO.
           01 WS-ARC-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ARC-TABLE.
               05 WS-ARC-ENTRY OCCURS 120 TIMES.
                   10 WS-ARE-MONTH PIC X(6).
                   10 WS-ARE-FILE PIC X(16).
           01 WS-ORIG-LIMIT PIC 9(3) VALUE 50.
           01 WS-ORIG-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PRIOR-REV-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ORIG-SLOT PIC 9(5) VALUE ZERO.
           01 WS-ORIG-TABLE.
               05 WS-ORIG-ENTRY OCCURS 50 TIMES.
                   10 WS-ORG-ADDITION PIC S9(6)V99.
                   10 WS-ORG-SUBTRACTION PIC S9(6)V99.
                   10 WS-ORG-MULTIPLICATION PIC S9(10)V9999.
                   10 WS-ORG-RESULT PIC S9(5)V99.
                   10 WS-ORG-REMAIN PIC S9(5)V99.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==WS-HISTORY-WORK==
                         ==AUD-DATE==     BY ==HWK-DATE==
                         ==AUD-TIME==     BY ==HWK-TIME==
                         ==AUD-INPUT1==   BY ==HWK-INPUT1==
                         ==AUD-INPUT2==   BY ==HWK-INPUT2==
                         ==AUD-ADDITION== BY ==HWK-ADDITION==
                         ==AUD-SUBTRACTION==
                             BY ==HWK-SUBTRACTION==
                         ==AUD-MULTIPLICATION==
                             BY ==HWK-MULTIPLICATION==
                         ==AUD-RESULT==   BY ==HWK-RESULT==
                         ==AUD-REMAIN==   BY ==HWK-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==HWK-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==HWK-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==HWK-REVERSED-DATE==.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF RESTART-REQUESTED
               PERFORM READ-CHECKPOINT
           END-IF.
           PERFORM LOAD-BUDGET-LIMITS.
           PERFORM LOAD-CLOSED-PERIOD.
           PERFORM OPEN-TRANSACTION-KEYS.
           PERFORM OPEN-REPORT-FILE.
           PERFORM OPEN-CALC-OUTPUT-FILE.
           PERFORM OPEN-AUDIT-FILE.
               IF WS-CURRENT-RECORD-NO > WS-LAST-GOOD-RECORD
                   IF NORMAL-MODE AND CALC-EFFECTIVE-DATE NUMERIC
                       AND CALC-EFFECTIVE-DATE > WS-RUN-DATE
                       AND CALC-OP-CODE NOT = 'R'
                       PERFORM WAREHOUSE-FUTURE-RECORD
                       PERFORM WRITE-CHECKPOINT
                   ELSE
           CLOSE CALC-AUDIT-FILE.
           CLOSE CALC-OUTPUT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE TRANSACTION-KEY-FILE.
           IF WS-REJECT-COUNT > ZERO
               DISPLAY WS-REJECT-COUNT " record(s) written to "
                   "suspense for repair."
           END-IF.
           IF WS-BUDGET-WARN-COUNT > ZERO
               DISPLAY WS-BUDGET-WARN-COUNT " budget warning(s) "
                   "flagged on the run report."
           END-IF.
           IF WS-PRIOR-ADJ-COUNT > ZERO
               DISPLAY WS-PRIOR-ADJ-COUNT " prior-period "
                   "adjustment(s) posted to the open period and "
                   "flagged on the run report."
           END-IF.
      * The scheduler reads the return code to decide whether the
      * downstream consumers of CALCOUT.DAT may be released: 0 is a
      * clean run, 4 ran but sent records to suspense, 8 refused one
      * One transaction whose day has arrived, whether it came from
      * the transmission or from the pending warehouse, runs the
      * full validation, calculation and posting path; the
      * checkpoint advances over it either way.  A reversal takes
      * its figures from the posting it backs out instead of
      * computing new ones, then posts along the same path.
       PROCESS-DUE-RECORD.
           PERFORM VALIDATE-TRANSACTION.
           IF VALID-ENTRY
               IF REVERSAL-ENTRY
                   PERFORM CALCULATE-REVERSAL
               ELSE
                   PERFORM CALCULATE-AND-DISPLAY
               END-IF
               IF SIZE-ERROR-OCCURRED
                   PERFORM WRITE-REJECT-RECORD
                   IF NORMAL-MODE
                   END-IF
               ELSE
                   PERFORM WRITE-REPORT-DETAIL
                   IF WS-LAST-CLOSED NOT = SPACES
                       PERFORM CHECK-PRIOR-PERIOD
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
                   IF NOT REVERSAL-ENTRY
                       PERFORM POST-TRANSACTION-KEY
                   END-IF
                   PERFORM WRITE-OUTPUT-RECORD
                   PERFORM ACCUMULATE-TOTALS
                   PERFORM UPDATE-ACCOUNT-MASTER
                   IF WS-BUD-SLOT > ZERO
                       PERFORM CHECK-BUDGET-WARNING
                   END-IF
                   IF NORMAL-MODE
                       PERFORM WRITE-CHECKPOINT
                   END-IF
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.

      * The store is started empty only on the very first run,
      * before anything has posted.  Once the audit log or its
      * archives hold postings, a missing store means the store was
      * lost, and the run stops for DORADOKEYS to rebuild it rather
      * than let duplicate screening lose sight of earlier work.
       OPEN-TRANSACTION-KEYS.
           OPEN I-O TRANSACTION-KEY-FILE.
           IF WS-TKEY-STATUS = "35"
               PERFORM CHECK-PRIOR-POSTINGS
               IF POSTING-HISTORY-FOUND
                   DISPLAY "Audit history exists but the transaction "
                       "key store CALCTKEY.DAT is missing - run "
                       "DORADOKEYS to rebuild it; batch job aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT TRANSACTION-KEY-FILE
               CLOSE TRANSACTION-KEY-FILE
               OPEN I-O TRANSACTION-KEY-FILE
           END-IF.
           IF WS-TKEY-STATUS NOT = "00"
               DISPLAY "Transaction key store CALCTKEY.DAT could not "
                   "be opened (status " WS-TKEY-STATUS ") - batch "
                   "job aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Postings exist once the live log holds a record or a month
      * has been cut to the archives.
       CHECK-PRIOR-POSTINGS.
           MOVE 'N' TO WS-POST-HISTORY-SW.
           OPEN INPUT AUDIT-HISTORY-FILE.
           IF WS-AUDHIST-STATUS = "00"
               READ AUDIT-HISTORY-FILE
                   NOT AT END MOVE 'Y' TO WS-POST-HISTORY-SW
               END-READ
               CLOSE AUDIT-HISTORY-FILE
           END-IF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               MOVE 'Y' TO WS-POST-HISTORY-SW
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.

      * The audit entry just written is entered under its account
      * and operands; a key already on the store has its latest
      * posting date and count advanced.  A reversal is not entered
      * - it names the operands of the posting it backs out, and is
      * no new posting the duplicate screen should see.  A key that
      * cannot be stored stops the run, since duplicate screening
      * would otherwise never see the posting.
       POST-TRANSACTION-KEY.
           MOVE AUD-ACCOUNT-ID TO TKY-ACCOUNT-ID.
           MOVE AUD-INPUT1 TO TKY-INPUT1.
           MOVE AUD-INPUT2 TO TKY-INPUT2.
           READ TRANSACTION-KEY-FILE
               INVALID KEY
                   MOVE AUD-DATE TO TKY-FIRST-DATE
                   MOVE AUD-DATE TO TKY-LAST-DATE
                   MOVE 1 TO TKY-POST-COUNT
                   WRITE TRANSACTION-KEY-RECORD
               NOT INVALID KEY
                   IF AUD-DATE > TKY-LAST-DATE
                       MOVE AUD-DATE TO TKY-LAST-DATE
                   END-IF
                   ADD 1 TO TKY-POST-COUNT
                   REWRITE TRANSACTION-KEY-RECORD
           END-READ.
           IF WS-TKEY-STATUS NOT = "00"
               DISPLAY "Transaction key store CALCTKEY.DAT could not "
                   "be updated for account " AUD-ACCOUNT-ID
                   " (status " WS-TKEY-STATUS ") - batch job "
                   "aborted; run DORADOKEYS before the restart."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACCUMULATE-TOTALS.
           ADD 1 TO WS-RECORD-COUNT.
           ADD addition TO WS-TOTAL-ADDITION.
               ADD 1 TO WS-BTE-POSTED(WS-BATCH-SUB)
           END-IF.

      * An account with no limit record, or a run with no
      * CALCLIMT.DAT at all, is not budget-controlled.  Blank
      * amounts on a record count as zero, and a missing warning
      * level takes the standing 90 percent.
       LOAD-BUDGET-LIMITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BUDGET-LIMIT-FILE.
           IF WS-LIMIT-STATUS = "00"
               PERFORM READ-BUDGET-LIMIT
               PERFORM TABLE-ONE-BUDGET-LIMIT UNTIL END-OF-FILE
               CLOSE BUDGET-LIMIT-FILE
           ELSE
               IF WS-LIMIT-STATUS NOT = "35"
                   DISPLAY "Budget limit file CALCLIMT.DAT is present "
                       "but unreadable (status " WS-LIMIT-STATUS
                       ") - batch job aborted rather than post past "
                       "the limits."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

      * The register is optional - until the first month-end close
      * no month is closed.  Postings may not be dated into a closed
      * month, so the first day of the month after it is kept for
      * the audit date.
       LOAD-CLOSED-PERIOD.
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
                       ") - batch job aborted rather than post into "
                       "a closed period."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-LAST-CLOSED NOT = SPACES
               MOVE WS-LCL-YEAR TO WS-OPS-YEAR
               MOVE WS-LCL-MONTH TO WS-OPS-MONTH
               MOVE 1 TO WS-OPS-DAY
               IF WS-OPS-MONTH = 12
                   MOVE 1 TO WS-OPS-MONTH
                   ADD 1 TO WS-OPS-YEAR
               ELSE
                   ADD 1 TO WS-OPS-MONTH
               END-IF
           END-IF.

       READ-CLOSE-REGISTER.
           READ PERIOD-CLOSE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       NOTE-ONE-CLOSED-PERIOD.
           IF PCL-PERIOD NUMERIC AND PCL-PERIOD > WS-LAST-CLOSED
               MOVE PCL-PERIOD TO WS-LAST-CLOSED
           END-IF.
           PERFORM READ-CLOSE-REGISTER.

       READ-BUDGET-LIMIT.
           READ BUDGET-LIMIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-BUDGET-LIMIT.
           IF WS-BUD-COUNT < WS-BUD-LIMIT
               ADD 1 TO WS-BUD-COUNT
               MOVE LIM-ACCOUNT-ID TO WS-BLE-ID(WS-BUD-COUNT)
               MOVE ZERO TO WS-BLE-ADD-LIMIT(WS-BUD-COUNT)
               MOVE ZERO TO WS-BLE-PROD-LIMIT(WS-BUD-COUNT)
               MOVE ZERO TO WS-BLE-OPEN-ADD(WS-BUD-COUNT)
               MOVE ZERO TO WS-BLE-OPEN-PROD(WS-BUD-COUNT)
               MOVE 90 TO WS-BLE-WARN-PCT(WS-BUD-COUNT)
               MOVE 'N' TO WS-BLE-ADD-WARNED(WS-BUD-COUNT)
               MOVE 'N' TO WS-BLE-PROD-WARNED(WS-BUD-COUNT)
               IF LIM-ADDITION-LIMIT NUMERIC
                   MOVE LIM-ADDITION-LIMIT
                       TO WS-BLE-ADD-LIMIT(WS-BUD-COUNT)
               END-IF
               IF LIM-PRODUCT-LIMIT NUMERIC
                   MOVE LIM-PRODUCT-LIMIT
                       TO WS-BLE-PROD-LIMIT(WS-BUD-COUNT)
               END-IF
               IF LIM-WARN-PCT NUMERIC AND LIM-WARN-PCT > ZERO
                   MOVE LIM-WARN-PCT TO WS-BLE-WARN-PCT(WS-BUD-COUNT)
               END-IF
               IF LIM-OPEN-ADDITION NUMERIC
                   MOVE LIM-OPEN-ADDITION
                       TO WS-BLE-OPEN-ADD(WS-BUD-COUNT)
               END-IF
               IF LIM-OPEN-PRODUCT NUMERIC
                   MOVE LIM-OPEN-PRODUCT
                       TO WS-BLE-OPEN-PROD(WS-BUD-COUNT)
               END-IF
           ELSE
               DISPLAY "Budget limit file holds more accounts than "
                   "the run can table - limit for " LIM-ACCOUNT-ID
                   " is not enforced."
           END-IF.
           PERFORM READ-BUDGET-LIMIT.

      * The menu choice is the run-level default: a detail record
      * carrying its own operation code overrides it for that one
      * transaction.
           MOVE multiplication TO WS-DTL-MULT.
           MOVE result TO WS-DTL-RESULT.
           MOVE remain TO WS-DTL-REMAIN.
           IF REVERSAL-ENTRY
               MOVE 'R' TO WS-DTL-OP
           ELSE
               MOVE WS-EFF-OP TO WS-DTL-OP
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL.

       WRITE-REPORT-TRAILER.
                   MOVE REJ-INPUT2 TO CALC-INPUT2
                   MOVE REJ-ACCOUNT-ID TO CALC-ACCOUNT-ID
                   MOVE REJ-OP-CODE TO CALC-OP-CODE
                   IF REJ-OP-CODE = 'R'
                       MOVE REJ-REVERSED-DATE TO CALC-EFFECTIVE-DATE
                   ELSE
                       MOVE SPACES TO CALC-EFFECTIVE-DATE
                   END-IF
                   MOVE REJ-BATCH-ID TO WS-CUR-BATCH-ID
                   ADD 1 TO WS-CURRENT-RECORD-NO
               END-IF
      * ledger shows what happened, and the run ends with nothing
      * processed.
       CHECK-RUN-REGISTRY.
           PERFORM OPEN-REGISTRY-STORE.
           IF REGISTRY-STORE-OPEN
               PERFORM CHECK-ONE-BATCH-POSTED
                   VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-TOTAL
               CLOSE REGISTRY-KEY-FILE
           END-IF.
           MOVE ZERO TO WS-GOOD-BATCH-COUNT.
           MOVE ZERO TO WS-REFUSED-BATCH-COUNT.
                   "nothing to process."
               MOVE 8 TO WS-FINAL-RC
               PERFORM WRITE-RUN-REGISTRY
               MOVE WS-FINAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-BATCH-SUB.

       CHECK-ONE-BATCH-POSTED.
           IF WS-BTE-STATUS(WS-BATCH-SUB) = 'G'
               MOVE WS-BTE-ID(WS-BATCH-SUB) TO RKY-BATCH-ID
               MOVE WS-BTE-DATE(WS-BATCH-SUB) TO RKY-CREATE-DATE
               READ REGISTRY-KEY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'D' TO WS-BTE-STATUS(WS-BATCH-SUB)
                       DISPLAY "Batch " WS-BTE-ID(WS-BATCH-SUB)
                           " created " WS-BTE-DATE(WS-BATCH-SUB)
                           " already posted " RKY-RUN-DATE
                           " according to the run registry - the "
                           "batch is refused."
               END-READ
           END-IF.

      * With no posted-batch store the check can pass only when
      * there is no run registry either - the very first run.  A
      * registry with no store means the store was lost, and the
      * run stops for DORADOKEYS to rebuild it rather than risk
      * posting a batch twice.
       OPEN-REGISTRY-STORE.
           MOVE 'N' TO WS-REG-STORE-SW.
           OPEN INPUT REGISTRY-KEY-FILE.
           IF WS-RKEY-STATUS = "00"
               MOVE 'Y' TO WS-REG-STORE-SW
           ELSE
               IF WS-RKEY-STATUS NOT = "35"
                   DISPLAY "Posted-batch store CALCRKEY.DAT is "
                       "present but unreadable (status "
                       WS-RKEY-STATUS ") - batch job aborted rather "
                       "than risk posting a batch twice."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT RUN-REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "35"
                   IF WS-REGISTRY-STATUS = "00"
                       CLOSE RUN-REGISTRY-FILE
                   END-IF
                   DISPLAY "Run registry CALCRUN.DAT exists but the "
                       "posted-batch store CALCRKEY.DAT is missing - "
                       "run DORADOKEYS to rebuild it; batch job "
                       "aborted rather than risk posting a batch "
                       "twice."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * One registry record per batch in the transmission - posted,
      * refused, or refused as already posted - so the run ledger
      * shows every disposition, not just the successes.  The
      * posted batches are entered on the posted-batch store first,
      * so that a store which cannot be opened or written is
      * reflected in the return code the registry records carry.
       WRITE-RUN-REGISTRY.
           PERFORM OPEN-REGISTRY-KEYS.
           PERFORM ENTER-ONE-POSTED-BATCH
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-TOTAL.
           IF REGISTRY-STORE-OPEN
               CLOSE REGISTRY-KEY-FILE
           END-IF.
           OPEN EXTEND RUN-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT RUN-REGISTRY-FILE
           MOVE WS-FINAL-RC TO REG-RETURN-CODE.
           WRITE REGISTRY-RECORD.

      * The store is created on the first run that writes to the
      * registry, even one that posts nothing, so later runs find
      * it alongside CALCRUN.DAT.
       OPEN-REGISTRY-KEYS.
           MOVE 'N' TO WS-REG-STORE-SW.
           OPEN I-O REGISTRY-KEY-FILE.
           IF WS-RKEY-STATUS = "35"
               OPEN OUTPUT REGISTRY-KEY-FILE
               CLOSE REGISTRY-KEY-FILE
               OPEN I-O REGISTRY-KEY-FILE
           END-IF.
           IF WS-RKEY-STATUS NOT = "00"
               DISPLAY "Posted-batch store CALCRKEY.DAT could not be "
                   "opened (status " WS-RKEY-STATUS ") - the batches "
                   "posted tonight are on CALCRUN.DAT only; run "
                   "DORADOKEYS before the next run."
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE 'Y' TO WS-REG-STORE-SW
           END-IF.

       ENTER-ONE-POSTED-BATCH.
           IF WS-BTE-STATUS(WS-BATCH-SUB) = 'G'
               AND REGISTRY-STORE-OPEN
               MOVE WS-BTE-ID(WS-BATCH-SUB) TO RKY-BATCH-ID
               MOVE WS-BTE-DATE(WS-BATCH-SUB) TO RKY-CREATE-DATE
               MOVE WS-RUN-DATE TO RKY-RUN-DATE
               ACCEPT RKY-RUN-TIME FROM TIME
               MOVE WS-BTE-POSTED(WS-BATCH-SUB) TO RKY-RECORD-COUNT
               WRITE REGISTRY-KEY-RECORD
                   INVALID KEY
                       REWRITE REGISTRY-KEY-RECORD
               END-WRITE
               IF WS-RKEY-STATUS NOT = "00"
                   DISPLAY "Posted-batch store CALCRKEY.DAT could not "
                       "be updated for batch " RKY-BATCH-ID
                       " (status " WS-RKEY-STATUS ") - run DORADOKEYS "
                       "before the next run."
                   MOVE 12 TO WS-FINAL-RC
                   CLOSE REGISTRY-KEY-FILE
                   MOVE 'N' TO WS-REG-STORE-SW
               END-IF
           END-IF.

       VALIDATE-TRANSACTION.
           MOVE 'N' TO WS-VALID-SW.
           MOVE 'N' TO WS-REVERSAL-SW.
           MOVE ZERO TO WS-BUD-SLOT.
           MOVE SPACES TO WS-REJ-REASON.
           PERFORM SET-EFFECTIVE-OP.
           MOVE CALC-INPUT1 TO input1.
           ELSE
               PERFORM READ-ACCOUNT-MASTER
               IF WS-REJ-REASON = SPACES
                   IF REVERSAL-ENTRY
                       PERFORM FIND-ORIGINAL-POSTING
                   ELSE
                       IF (EFF-DIV-ONLY OR EFF-ALL) AND input2 = ZERO
                           MOVE "ZD" TO WS-REJ-REASON
                           DISPLAY "Invalid transaction - second "
                               "number cannot be zero for division. "
                               "Record sent to suspense."
                       ELSE
                           MOVE 'Y' TO WS-VALID-SW
                           PERFORM CHECK-BUDGET-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF
                   "Record sent to suspense."
           END-IF.

      * A reversal only ever reduces usage, so only new postings
      * are held to the limits.  The figures the transaction would
      * post are worked out here from its operands exactly as the
      * calculation will produce them; a subtraction or division
      * alone moves neither total.
       CHECK-BUDGET-LIMIT.
           PERFORM FIND-BUDGET-LIMIT.
           IF WS-BUD-SLOT > ZERO
               COMPUTE WS-BUD-ADD-USED = ACCT-TOTAL-ADDITION
                   - WS-BLE-OPEN-ADD(WS-BUD-SLOT)
               COMPUTE WS-BUD-PROD-USED = ACCT-TOTAL-MULTIPLICATION
                   - WS-BLE-OPEN-PROD(WS-BUD-SLOT)
               IF EFF-ADD-ONLY OR EFF-ALL
                   COMPUTE WS-BUD-ADD-USED
                       = WS-BUD-ADD-USED + input1 + input2
               END-IF
               IF EFF-MULT-ONLY OR EFF-ALL
                   COMPUTE WS-BUD-PROD-USED
                       = WS-BUD-PROD-USED + (input1 * input2)
               END-IF
               IF (WS-BLE-ADD-LIMIT(WS-BUD-SLOT) > ZERO
                   AND WS-BUD-ADD-USED
                       > WS-BLE-ADD-LIMIT(WS-BUD-SLOT))
                   OR (WS-BLE-PROD-LIMIT(WS-BUD-SLOT) > ZERO
                   AND WS-BUD-PROD-USED
                       > WS-BLE-PROD-LIMIT(WS-BUD-SLOT))
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "OL" TO WS-REJ-REASON
                   DISPLAY "Account " CALC-ACCOUNT-ID " would exceed "
                       "its budget limit. Record set aside in "
                       "suspense for approval."
               END-IF
           END-IF.

       FIND-BUDGET-LIMIT.
           MOVE ZERO TO WS-BUD-SLOT.
           PERFORM MATCH-BUDGET-LIMIT
               VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-BUD-COUNT OR WS-BUD-SLOT > ZERO.

       MATCH-BUDGET-LIMIT.
           IF WS-BLE-ID(WS-BUD-SUB) = CALC-ACCOUNT-ID
               MOVE WS-BUD-SUB TO WS-BUD-SLOT
           END-IF.

      * Checked after the master is rewritten, so the usage shown is
      * the account's position including the posting just made.
       CHECK-BUDGET-WARNING.
           COMPUTE WS-BUD-ADD-USED = ACCT-TOTAL-ADDITION
               - WS-BLE-OPEN-ADD(WS-BUD-SLOT).
           COMPUTE WS-BUD-PROD-USED = ACCT-TOTAL-MULTIPLICATION
               - WS-BLE-OPEN-PROD(WS-BUD-SLOT).
           IF WS-BLE-ADD-LIMIT(WS-BUD-SLOT) > ZERO
               AND WS-BLE-ADD-WARNED(WS-BUD-SLOT) = 'N'
               COMPUTE WS-BUD-PCT = WS-BUD-ADD-USED * 100
                   / WS-BLE-ADD-LIMIT(WS-BUD-SLOT)
                   ON SIZE ERROR MOVE 99999 TO WS-BUD-PCT
               END-COMPUTE
               IF WS-BUD-ADD-USED > ZERO
                   AND WS-BUD-PCT NOT < WS-BLE-WARN-PCT(WS-BUD-SLOT)
                   MOVE 'Y' TO WS-BLE-ADD-WARNED(WS-BUD-SLOT)
                   MOVE "ADDITION" TO WS-BWL-MEASURE
                   PERFORM WRITE-BUDGET-WARNING
               END-IF
           END-IF.
           IF WS-BLE-PROD-LIMIT(WS-BUD-SLOT) > ZERO
               AND WS-BLE-PROD-WARNED(WS-BUD-SLOT) = 'N'
               COMPUTE WS-BUD-PCT = WS-BUD-PROD-USED * 100
                   / WS-BLE-PROD-LIMIT(WS-BUD-SLOT)
                   ON SIZE ERROR MOVE 99999 TO WS-BUD-PCT
               END-COMPUTE
               IF WS-BUD-PROD-USED > ZERO
                   AND WS-BUD-PCT NOT < WS-BLE-WARN-PCT(WS-BUD-SLOT)
                   MOVE 'Y' TO WS-BLE-PROD-WARNED(WS-BUD-SLOT)
                   MOVE "PRODUCT" TO WS-BWL-MEASURE
                   PERFORM WRITE-BUDGET-WARNING
               END-IF
           END-IF.

      * A reversal's effective date is the date of the posting it
      * backs out, so backing out a closed month's posting is itself
      * a prior-period adjustment.
       CHECK-PRIOR-PERIOD.
           IF CALC-EFFECTIVE-DATE NUMERIC
               MOVE CALC-EFFECTIVE-DATE TO WS-ITEM-DATE
           ELSE
               IF SUSPENSE-MODE
                   MOVE REJ-SUSPENSE-DATE TO WS-ITEM-DATE
               ELSE
                   IF WS-BATCH-SUB > ZERO
                       MOVE WS-BTE-DATE(WS-BATCH-SUB) TO WS-ITEM-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-ITEM-DATE
                   END-IF
               END-IF
           END-IF.
           IF WS-LAST-CLOSED NOT = SPACES
               AND WS-ITEM-DATE NUMERIC
               AND WS-ITEM-DATE(1:6) NOT > WS-LAST-CLOSED
               MOVE CALC-ACCOUNT-ID TO WS-PPL-ACCOUNT
               MOVE WS-ITEM-DATE TO WS-PPL-DATE
               MOVE WS-ITEM-DATE(1:6) TO WS-PPL-PERIOD
               WRITE REPORT-LINE FROM WS-PRIOR-PERIOD-LINE
               ADD 1 TO WS-PRIOR-ADJ-COUNT
           END-IF.

       WRITE-BUDGET-WARNING.
           MOVE CALC-ACCOUNT-ID TO WS-BWL-ACCOUNT.
           MOVE WS-BUD-PCT TO WS-BWL-PCT.
           WRITE REPORT-LINE FROM WS-BUDGET-WARNING-LINE.
           ADD 1 TO WS-BUDGET-WARN-COUNT.

      * The original posting is sought in the archived months from
      * its own month onward - reversals already taken against it
      * may have been archived since - and then in the live log.
      * The posting FD is closed for the search so the entries this
      * run has already written are on the log to be seen, and is
      * extended again once the search is done.
       FIND-ORIGINAL-POSTING.
           MOVE ZERO TO WS-ORIG-COUNT.
           MOVE ZERO TO WS-PRIOR-REV-COUNT.
           IF CALC-EFFECTIVE-DATE NOT NUMERIC
               MOVE "RN" TO WS-REJ-REASON
               DISPLAY "Reversal for account " CALC-ACCOUNT-ID
                   " carries no original posting date. Record sent "
                   "to suspense."
           ELSE
               IF NOT ARCHIVE-INDEX-LOADED
                   PERFORM LOAD-ARCHIVE-INDEX
               END-IF
               MOVE CALC-EFFECTIVE-DATE(1:6) TO WS-REV-MONTH
               PERFORM SEARCH-ONE-ARCHIVE
                   VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-COUNT
               CLOSE CALC-AUDIT-FILE
               PERFORM SEARCH-LIVE-HISTORY
               PERFORM OPEN-AUDIT-FILE
               IF WS-ORIG-COUNT > WS-PRIOR-REV-COUNT
                   COMPUTE WS-ORIG-SLOT = WS-PRIOR-REV-COUNT + 1
                   IF WS-ORIG-SLOT > WS-ORIG-LIMIT
                       MOVE WS-ORIG-LIMIT TO WS-ORIG-SLOT
                   END-IF
                   MOVE 'Y' TO WS-VALID-SW
               ELSE
                   MOVE "RN" TO WS-REJ-REASON
                   DISPLAY "Reversal for account " CALC-ACCOUNT-ID
                       " matches no unreversed posting made "
                       CALC-EFFECTIVE-DATE ". Record sent to "
                       "suspense."
               END-IF
           END-IF.

      * The index is read once, on the first reversal of the run; a
      * month cut more than once lists the same archive file on
      * several lines, and the file is searched only once.
       LOAD-ARCHIVE-INDEX.
           MOVE 'Y' TO WS-ARC-LOADED-SW.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM READ-INDEX-RECORD
               PERFORM TABLE-ONE-INDEX-ENTRY UNTIL HISTORY-AT-END
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.

       READ-INDEX-RECORD.
           READ ARCHIVE-INDEX-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.

       TABLE-ONE-INDEX-ENTRY.
           MOVE ZERO TO WS-ARC-SLOT.
           PERFORM MATCH-ONE-ARCHIVE-SLOT
               VARYING WS-ARC-SCAN FROM 1 BY 1
               UNTIL WS-ARC-SCAN > WS-ARC-COUNT.
           IF WS-ARC-SLOT = ZERO
               IF WS-ARC-COUNT < WS-ARC-LIMIT
                   ADD 1 TO WS-ARC-COUNT
                   MOVE IDX-MONTH TO WS-ARE-MONTH(WS-ARC-COUNT)
                   MOVE IDX-FILE-NAME TO WS-ARE-FILE(WS-ARC-COUNT)
               ELSE
                   DISPLAY "Archive index lists more files than the "
                       "reversal search can table - archive "
                       IDX-FILE-NAME " is not searched."
               END-IF
           END-IF.
           PERFORM READ-INDEX-RECORD.

       MATCH-ONE-ARCHIVE-SLOT.
           IF WS-ARE-FILE(WS-ARC-SCAN) = IDX-FILE-NAME
               MOVE WS-ARC-SCAN TO WS-ARC-SLOT
           END-IF.

       SEARCH-ONE-ARCHIVE.
           IF WS-ARE-MONTH(WS-ARC-SUB) NOT < WS-REV-MONTH
               MOVE WS-ARE-FILE(WS-ARC-SUB) TO WS-ARCHIVE-FILE-NAME
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "Archive " WS-ARCHIVE-FILE-NAME " could "
                       "not be opened (status " WS-ARCHIVE-STATUS
                       ") - reversal search continues without it."
               ELSE
                   MOVE 'N' TO WS-HIST-EOF-SW
                   PERFORM READ-ARCHIVE-RECORD
                   PERFORM MATCH-ARCHIVE-POSTING UNTIL HISTORY-AT-END
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.

       MATCH-ARCHIVE-POSTING.
           MOVE ARCHIVE-RECORD TO WS-HISTORY-WORK.
           PERFORM MATCH-ONE-POSTING.
           PERFORM READ-ARCHIVE-RECORD.

       SEARCH-LIVE-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT AUDIT-HISTORY-FILE.
           IF WS-AUDHIST-STATUS = "00"
               PERFORM READ-AUDIT-HISTORY
               PERFORM MATCH-LIVE-POSTING UNTIL HISTORY-AT-END
               CLOSE AUDIT-HISTORY-FILE
           END-IF.

       READ-AUDIT-HISTORY.
           READ AUDIT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.

       MATCH-LIVE-POSTING.
           MOVE AUDIT-HISTORY-RECORD TO WS-HISTORY-WORK.
           PERFORM MATCH-ONE-POSTING.
           PERFORM READ-AUDIT-HISTORY.

      * A posting matches on account, operands and audit date; a
      * reversal already on file counts against the postings of the
      * date it names.  The figures of each matching posting are
      * kept in log order so the next unreversed one can be backed
      * out exactly as it was posted.
       MATCH-ONE-POSTING.
           IF HWK-ACCOUNT-ID = CALC-ACCOUNT-ID
               AND HWK-INPUT1 = input1
               AND HWK-INPUT2 = input2
               IF HWK-OP-CODE = 'R'
                   IF HWK-REVERSED-DATE = CALC-EFFECTIVE-DATE
                       ADD 1 TO WS-PRIOR-REV-COUNT
                   END-IF
               ELSE
                   IF HWK-DATE = CALC-EFFECTIVE-DATE
                       ADD 1 TO WS-ORIG-COUNT
                       IF WS-ORIG-COUNT NOT > WS-ORIG-LIMIT
                           PERFORM KEEP-ORIGINAL-FIGURES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       KEEP-ORIGINAL-FIGURES.
           MOVE HWK-ADDITION TO WS-ORG-ADDITION(WS-ORIG-COUNT).
           MOVE HWK-SUBTRACTION TO WS-ORG-SUBTRACTION(WS-ORIG-COUNT).
           MOVE HWK-MULTIPLICATION
               TO WS-ORG-MULTIPLICATION(WS-ORIG-COUNT).
           MOVE HWK-RESULT TO WS-ORG-RESULT(WS-ORIG-COUNT).
           MOVE HWK-REMAIN TO WS-ORG-REMAIN(WS-ORIG-COUNT).

      * The offsetting entry carries every figure of the original
      * negated, so the master, the interface file and the audit
      * trail all net the original posting back to nothing.
       CALCULATE-REVERSAL.
           MOVE 'N' TO WS-SIZE-ERROR-SW.
           COMPUTE addition = ZERO - WS-ORG-ADDITION(WS-ORIG-SLOT).
           COMPUTE subtraction
               = ZERO - WS-ORG-SUBTRACTION(WS-ORIG-SLOT).
           COMPUTE multiplication
               = ZERO - WS-ORG-MULTIPLICATION(WS-ORIG-SLOT).
           COMPUTE result = ZERO - WS-ORG-RESULT(WS-ORIG-SLOT).
           COMPUTE remain = ZERO - WS-ORG-REMAIN(WS-ORIG-SLOT).
           DISPLAY "Reversal of posting made " CALC-EFFECTIVE-DATE
               " for account " CALC-ACCOUNT-ID " - sum: " addition
               " product: " multiplication.

      * The master record for the account was fetched during
      * validation, so the new position is rolled in and rewritten
      * in place.
               END-IF
           END-IF.

      * Only a blank code takes the run default and 'R' marks a
      * reversal; any other non-blank code outside '1'-'5' is a
      * mis-keyed request and goes to suspense
      * rather than silently computing and billing the default
      * operations.
       SET-EFFECTIVE-OP.
           EVALUATE TRUE
               WHEN CALC-OP-CODE = SPACE
                   MOVE WS-OP-CHOICE TO WS-EFF-OP
               WHEN CALC-OP-CODE = 'R'
                   MOVE WS-OP-CHOICE TO WS-EFF-OP
                   MOVE 'Y' TO WS-REVERSAL-SW
               WHEN CALC-OP-CODE NUMERIC
                   AND CALC-OP-CODE NOT < '1'
                   AND CALC-OP-CODE NOT > '5'
      * A repeat rejection keeps its original suspense date so the
      * aging report still shows how long the item has been open.
               MOVE REJ-SUSPENSE-DATE TO RSP-SUSPENSE-DATE
               IF CALC-OP-CODE = 'R'
                   MOVE CALC-EFFECTIVE-DATE TO RSP-REVERSED-DATE
               ELSE
                   MOVE SPACES TO RSP-REVERSED-DATE
               END-IF
               WRITE RESUSPENSE-RECORD
           ELSE
               MOVE WS-CURRENT-RECORD-NO TO WRK-RECORD-NO
               MOVE CALC-ACCOUNT-ID TO WRK-ACCOUNT-ID
               MOVE CALC-OP-CODE TO WRK-OP-CODE
               MOVE WS-RUN-DATE TO WRK-SUSPENSE-DATE
               IF CALC-OP-CODE = 'R'
                   MOVE CALC-EFFECTIVE-DATE TO WRK-REVERSED-DATE
               ELSE
                   MOVE SPACES TO WRK-REVERSED-DATE
               END-IF
               WRITE WORK-REJECT-RECORD
               IF WS-BATCH-SUB > ZERO
                   ADD 1 TO WS-BTE-REJECTS(WS-BATCH-SUB)

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           IF WS-LAST-CLOSED NOT = SPACES
               AND AUD-DATE(1:6) NOT > WS-LAST-CLOSED
               MOVE WS-OPEN-PERIOD-START TO AUD-DATE
           END-IF.
           ACCEPT AUD-TIME FROM TIME.
           MOVE input1 TO AUD-INPUT1.
           MOVE input2 TO AUD-INPUT2.
           MOVE result TO AUD-RESULT.
           MOVE remain TO AUD-REMAIN.
           MOVE CALC-ACCOUNT-ID TO AUD-ACCOUNT-ID.
           IF REVERSAL-ENTRY
               MOVE 'R' TO AUD-OP-CODE
               MOVE CALC-EFFECTIVE-DATE TO AUD-REVERSED-DATE
           ELSE
               MOVE WS-EFF-OP TO AUD-OP-CODE
               MOVE SPACES TO AUD-REVERSED-DATE
           END-IF.
           WRITE AUDIT-RECORD.

       WRITE-OUTPUT-RECORD.
           MOVE result TO CALC-OUT-RESULT.
           MOVE remain TO CALC-OUT-REMAIN.
           MOVE CALC-ACCOUNT-ID TO CALC-OUT-ACCOUNT-ID.
           IF REVERSAL-ENTRY
               MOVE 'R' TO CALC-OUT-OP-CODE
           ELSE
               MOVE WS-EFF-OP TO CALC-OUT-OP-CODE
           END-IF.
           MOVE CALC-EFFECTIVE-DATE TO CALC-OUT-EFFECTIVE-DATE.
           WRITE CALC-OUT-RECORD.

