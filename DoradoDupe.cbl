      *          transmission independently, sorts the good batches'
      *          detail transactions by batch, account and operands,
      *          routes exact in-batch duplicates and transactions
      *          already posted inside the history window - looked
      *          up direct on the CALCTKEY.DAT transaction key store
      *          the batch run keeps - to the
      *          CALCHLD.DAT hold file for an operator decision, and
      *          writes the surviving transactions to CALCIN.SCR
      *          batch by batch under each original header with a
      *          own without holding up the others.  Ends with return
      *          code 4 when suspects were held, 8 when one or more
      *          batches were refused, and 12 when nothing in the
      *          transmission proves out or the key store has been
      *          lost.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HOLD-FILE ASSIGN TO "CALCHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT TRANSACTION-KEY-FILE ASSIGN TO "CALCTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKY-KEY
               FILE STATUS IS WS-TKEY-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "CALCAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "AUDARCIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "DUPEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
                             BY ==SCT-HASH-INPUT2==.
       FD  HOLD-FILE.
           COPY HOLDREC.
      * Every key the batch run has posted, live or archived, is on
      * the store; the screen reads it direct by account and
      * operands.
       FD  TRANSACTION-KEY-FILE.
           COPY TKEYREC.
      * The audit log and the archive index are only looked for
      * when the key store is missing, to tell a first run from a
      * lost store.
       FD  AUDIT-HISTORY-FILE.
           COPY AUDITREC.
       FD  ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
           05 IDX-MONTH            PIC X(6).
           05 IDX-FILE-NAME        PIC X(16).
           05 IDX-RECORD-COUNT     PIC 9(7).
           05 IDX-TOTAL-ADDITION   PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 IDX-TOTAL-MULTIPLICATION PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
      * The control card carries the history window so the screen
      * can run unattended ahead of the nightly batch: either a
      * fixed screening date or a number of days back from today.
       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-HISTORY-DATE        PIC X(8).
           05 PRM-HISTORY-DAYS        PIC X(4).
      * The sort record is the CALCREC layout prefixed with the
      * arrival sequence of the batch the detail came from, so the
      * sorted stream keeps the batches separate and in order and
           01 WS-INPUT-STATUS PIC XX VALUE "00".
           01 WS-SCREENED-STATUS PIC XX VALUE "00".
           01 WS-HOLD-STATUS PIC XX VALUE "00".
           01 WS-AUDHIST-STATUS PIC XX VALUE "00".
           01 WS-INDEX-STATUS PIC XX VALUE "00".
           01 WS-TKEY-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-SORT-EOF-SW PIC X VALUE 'N'.
               88 SORT-AT-END VALUE 'Y'.
           01 WS-HISTORY-DATE PIC X(8) VALUE SPACES.
           01 WS-HISTORY-DAYS PIC 9(4) VALUE ZERO.
           01 WS-RUN-DATE PIC X(8).
           01 WS-WINDOW-START PIC 9(8) VALUE ZERO.
           01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-HASH-INPUT1 PIC S9(10)V99 VALUE ZERO.
           01 WS-HASH-INPUT2 PIC S9(10)V99 VALUE ZERO.
                                 SIGN IS TRAILING SEPARATE.
               05 WS-CUR-OP PIC X(1).
               05 WS-CUR-EFFDT PIC X(8).
      * The screen holds any incoming transaction whose account and
      * operands were last posted on or after the history date.
           01 WS-HISTORY-HIT-SW PIC X VALUE 'N'.
               88 HISTORY-HIT VALUE 'Y'.
           01 WS-KEY-STORE-SW PIC X VALUE 'N'.
               88 KEY-STORE-OPEN VALUE 'Y'.
           01 WS-POST-HISTORY-SW PIC X VALUE 'N'.
               88 POSTING-HISTORY-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-HISTORY-DATE.
           PERFORM VERIFY-INPUT-BATCH.
           PERFORM OPEN-TRANSACTION-KEYS.
           OPEN OUTPUT SCREENED-FILE.
           PERFORM OPEN-HOLD-FILE.
           SORT SORT-WORK-FILE
               OUTPUT PROCEDURE IS SCREEN-DETAILS.
           CLOSE SCREENED-FILE.
           CLOSE HOLD-FILE.
           IF KEY-STORE-OPEN
               CLOSE TRANSACTION-KEY-FILE
           END-IF.
           DISPLAY WS-CLEAN-COUNT " transaction(s) released to "
               "CALCIN.SCR, " WS-HOLD-COUNT " suspect(s) held in "
               "CALCHLD.DAT.".
               OPEN OUTPUT HOLD-FILE
           END-IF.

      * The history window comes from the DUPEPARM.DAT control card
      * when the screen runs unattended ahead of the nightly batch;
      * the console prompt remains only as the fallback when no
      * card is present.  A date on the card screens against
      * postings on or after it; failing that, a number of days
      * screens against that many days back from today.  With
      * neither, the screen covers every posting on the key store,
      * archived months included.
       GET-HISTORY-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END MOVE SPACES TO PARAMETER-RECORD
               END-READ
               CLOSE PARAMETER-FILE
               MOVE PRM-HISTORY-DATE TO WS-HISTORY-DATE
               IF WS-HISTORY-DATE = SPACES
                   AND PRM-HISTORY-DAYS NOT = SPACES
                   PERFORM SET-HISTORY-WINDOW
               END-IF
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   DISPLAY "Parameter file DUPEPARM.DAT is present "
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Screen against postings on or after "
                   "date (YYYYMMDD, blank for all history): "
               ACCEPT WS-HISTORY-DATE
           END-IF.
           IF WS-HISTORY-DATE = SPACES
               MOVE 'N' TO WS-PV-IN-BATCH-SW
           END-IF.

      * The window in days counts back from today: a window of 30
      * run on the 31st screens against postings from the 1st on.
       SET-HISTORY-WINDOW.
           IF PRM-HISTORY-DAYS NOT NUMERIC
               DISPLAY "History window on DUPEPARM.DAT must be a "
                   "number of days - screen aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-HISTORY-DAYS TO WS-HISTORY-DAYS.
           IF WS-HISTORY-DAYS > ZERO
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (WS-RUN-DATE)) - WS-HISTORY-DAYS)
               MOVE WS-WINDOW-START TO WS-HISTORY-DATE
           END-IF.

      * Only the very first run, before anything has posted, may
      * screen against the batch alone.  A store that is missing
      * once postings exist, or that cannot be read, stops the
      * screen for DORADOKEYS to rebuild it, since suspects already
      * posted would otherwise pass unseen.
       OPEN-TRANSACTION-KEYS.
           OPEN INPUT TRANSACTION-KEY-FILE.
           IF WS-TKEY-STATUS = "00"
               MOVE 'Y' TO WS-KEY-STORE-SW
           ELSE
               IF WS-TKEY-STATUS = "35"
                   PERFORM CHECK-PRIOR-POSTINGS
               END-IF
               IF WS-TKEY-STATUS NOT = "35" OR POSTING-HISTORY-FOUND
                   DISPLAY "Transaction key store CALCTKEY.DAT "
                       "missing or unreadable (status "
                       WS-TKEY-STATUS ") - run DORADOKEYS to "
                       "rebuild it; screen aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "No postings yet and no transaction key "
                   "store - screening against the batch only."
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

      * Second pass feeds only the good batches' detail records to
      * the sort, each stamped with its batch's arrival sequence;
           IF NOT FIRST-DETAIL AND WS-CURRENT-KEY = WS-PREVIOUS-KEY
               PERFORM HOLD-SUSPECT-BATCH
           ELSE
               IF SRT-OP-CODE = 'R'
                   MOVE 'N' TO WS-HISTORY-HIT-SW
               ELSE
                   PERFORM CHECK-POSTING-HISTORY
               END-IF
               IF HISTORY-HIT
                   PERFORM HOLD-SUSPECT-HISTORY
               ELSE
           PERFORM FRAME-EMPTY-BATCH
               UNTIL WS-FRAME-SUB > WS-BATCH-TOTAL.

      * A reversal is meant to match a posting in the history - it
      * names one by account and operands - so it is screened only
      * against its own batch, never against the key store.
      * The history match covers account and operands only: the
      * audit log banks the operation actually computed, while an
      * incoming record carries the requested code - often blank,
      * same account is worth an operator look whatever operation
      * either side named.  (The in-batch key above is stricter
      * because both sides of that compare carry raw codes.)
       CHECK-POSTING-HISTORY.
           MOVE 'N' TO WS-HISTORY-HIT-SW.
           IF KEY-STORE-OPEN
               MOVE WS-CUR-ACCOUNT TO TKY-ACCOUNT-ID
               MOVE WS-CUR-INPUT1 TO TKY-INPUT1
               MOVE WS-CUR-INPUT2 TO TKY-INPUT2
               READ TRANSACTION-KEY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TKY-LAST-DATE NOT < WS-HISTORY-DATE
                           MOVE 'Y' TO WS-HISTORY-HIT-SW
                       END-IF
               END-READ
           END-IF.

       RELEASE-CLEAN-DETAIL.
