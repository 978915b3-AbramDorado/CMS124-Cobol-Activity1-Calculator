      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transaction lineage inquiry for the calculator batch.
      *          Takes an account id and, optionally, a date range, a
      *          batch id and either operand, and traces every
      *          matching transaction through each file it can end up
      *          in: the batch it arrived in on CALCIN.DAT and how
      *          the run registry CALCRUN.DAT disposed of that batch,
      *          the duplicate hold file CALCHLD.DAT, the hold
      *          decisions logged on CALCDISP.DAT, releases awaiting
      *          a second signature on CALCPEND.DAT, the suspense
      *          file CALCREJ.DAT, the value-date warehouse
      *          CALCWHSE.DAT, the postings on the live CALCAUD.LOG
      *          and the AUDARCyyyymm.DAT archives, and the output
      *          interface CALCOUT.DAT.  The lineage report goes to
      *          CALCLINE.TXT, one block per transaction (account and
      *          operands) with every stage found and the status it
      *          has reached.  Work found at an early stage with no
      *          later stage - still held, pending, in suspense,
      *          overdue in the warehouse, released or arrived but
      *          never posted - is flagged unresolved, and the
      *          inquiry ends with return code 4 when any is.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADOLINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-INPUT-FILE ASSIGN TO "CALCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "CALCHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "CALCDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "CALCWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "AUDARCIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CALC-OUTPUT-FILE ASSIGN TO "CALCOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT LINEAGE-REPORT-FILE ASSIGN TO "CALCLINE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-INPUT-FILE.
           COPY CALCREC.
           COPY BATCHREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
      * The hold review's disposition log, one record per decision
      * taken on a held or withheld record (see DORADOHOLD).
       FD  DISPOSITION-FILE.
       01 DISPOSITION-RECORD.
           05 DSP-DATE             PIC X(8).
           05 DSP-TIME             PIC X(8).
           05 DSP-ACTION           PIC X(1).
           05 DSP-REASON-CODE      PIC X(2).
           05 DSP-ACCOUNT-ID       PIC X(8).
           05 DSP-INPUT1           PIC S9(5)V99
                                    SIGN IS TRAILING SEPARATE.
           05 DSP-INPUT2           PIC S9(5)V99
                                    SIGN IS TRAILING SEPARATE.
           05 DSP-OPERATOR-ID      PIC X(8).
           05 DSP-MAKER-ID         PIC X(8).
       FD  PENDING-FILE.
           COPY PENDREC.
       FD  CALC-REJECT-FILE.
           COPY REJREC.
       FD  WAREHOUSE-FILE.
           COPY CALCREC
               REPLACING ==CALC-RECORD==   BY ==WAREHOUSE-RECORD==
                         ==CALC-INPUT1==   BY ==WHS-INPUT1==
                         ==CALC-INPUT2==   BY ==WHS-INPUT2==
                         ==CALC-ADDITION== BY ==WHS-ADDITION==
                         ==CALC-SUBTRACTION==
                             BY ==WHS-SUBTRACTION==
                         ==CALC-MULTIPLICATION==
                             BY ==WHS-MULTIPLICATION==
                         ==CALC-RESULT==   BY ==WHS-RESULT==
                         ==CALC-REMAIN==   BY ==WHS-REMAIN==
                         ==CALC-ACCOUNT-ID==
                             BY ==WHS-ACCOUNT-ID==
                         ==CALC-OP-CODE==  BY ==WHS-OP-CODE==
                         ==CALC-EFFECTIVE-DATE==
                             BY ==WHS-EFFECTIVE-DATE==.
       FD  CALC-AUDIT-FILE.
           COPY AUDITREC.
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
       FD  CALC-OUTPUT-FILE.
           COPY CALCREC
               REPLACING ==CALC-RECORD==   BY ==CALC-OUT-RECORD==
                         ==CALC-INPUT1==   BY ==CALC-OUT-INPUT1==
                         ==CALC-INPUT2==   BY ==CALC-OUT-INPUT2==
                         ==CALC-ADDITION== BY ==CALC-OUT-ADDITION==
                         ==CALC-SUBTRACTION==
                             BY ==CALC-OUT-SUBTRACTION==
                         ==CALC-MULTIPLICATION==
                             BY ==CALC-OUT-MULTIPLICATION==
                         ==CALC-RESULT==   BY ==CALC-OUT-RESULT==
                         ==CALC-REMAIN==   BY ==CALC-OUT-REMAIN==
                         ==CALC-ACCOUNT-ID==
                             BY ==CALC-OUT-ACCOUNT-ID==
                         ==CALC-OP-CODE==  BY ==CALC-OUT-OP-CODE==
                         ==CALC-EFFECTIVE-DATE==
                             BY ==CALC-OUT-EFFECTIVE-DATE==.
       FD  RUN-REGISTRY-FILE.
           COPY REGREC.
       FD  LINEAGE-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-INPUT-STATUS PIC XX VALUE "00".
           01 WS-HOLD-STATUS PIC XX VALUE "00".
           01 WS-DISP-STATUS PIC XX VALUE "00".
           01 WS-PEND-STATUS PIC XX VALUE "00".
           01 WS-REJECT-STATUS PIC XX VALUE "00".
           01 WS-WHSE-STATUS PIC XX VALUE "00".
           01 WS-AUDIT-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           01 WS-INDEX-STATUS PIC XX VALUE "00".
           01 WS-OUTPUT-STATUS PIC XX VALUE "00".
           01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           01 WS-REPORT-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-RUN-DATE PIC X(8).
      * The selection: the account is required; a blank from-date
      * opens the range to all history, a blank to-date closes it on
      * the from-date, and a blank batch or operand selects any.
           01 WS-SEL-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-FROM-DATE PIC X(8) VALUE SPACES.
           01 WS-TO-DATE PIC X(8) VALUE SPACES.
           01 WS-FROM-MONTH PIC X(6) VALUE SPACES.
           01 WS-TO-MONTH PIC X(6) VALUE SPACES.
           01 WS-SEL-BATCH PIC X(8) VALUE SPACES.
           01 WS-SEL-INPUT1-TEXT PIC X(10) VALUE SPACES.
           01 WS-SEL-INPUT2-TEXT PIC X(10) VALUE SPACES.
           01 WS-SEL-INPUT1 PIC S9(5)V99 VALUE ZERO.
           01 WS-SEL-INPUT2 PIC S9(5)V99 VALUE ZERO.
           01 WS-SELECTED-SW PIC X VALUE 'N'.
               88 EVENT-SELECTED VALUE 'Y'.
      * Whichever file a stage was found in, it is described through
      * this one work area before it joins the lineage tables.
           01 WS-CUR-KEY.
               05 WS-CUR-INPUT1 PIC S9(5)V99
                                 SIGN IS TRAILING SEPARATE.
               05 WS-CUR-INPUT2 PIC S9(5)V99
                                 SIGN IS TRAILING SEPARATE.
           01 WS-CUR-STAGE PIC X(10) VALUE SPACES.
           01 WS-CUR-STAMP.
               05 WS-CUR-DATE PIC X(8) VALUE SPACES.
               05 WS-CUR-TIME PIC X(8) VALUE SPACES.
           01 WS-CUR-FILTER-DATE PIC X(8) VALUE SPACES.
           01 WS-CUR-SOURCE PIC X(16) VALUE SPACES.
           01 WS-CUR-DETAIL PIC X(70) VALUE SPACES.
           01 WS-CUR-BATCH PIC X(8) VALUE SPACES.
           01 WS-CUR-BATCH-DATE PIC X(8) VALUE SPACES.
           01 WS-IN-BATCH-ID PIC X(8) VALUE SPACES.
           01 WS-IN-BATCH-DATE PIC X(8) VALUE SPACES.
           01 WS-SORT-STAMP.
               05 WS-SST-DATE PIC X(8).
               05 WS-SST-TIME PIC X(8).
           01 WS-EDIT-OP PIC X(8) VALUE SPACES.
           01 WS-EDIT-VALUE-DATE PIC X(10) VALUE SPACES.
           01 WS-EDIT-SUM PIC -(6)9.99.
           01 WS-EDIT-PRODUCT PIC -(10)9.9999.
           01 WS-EDIT-COUNT PIC ZZZZZZ9.
           01 WS-EDIT-RC PIC Z9.
      * One entry per distinct transaction - account and operands -
      * found anywhere, with a count of each stage it was seen at
      * and the date-and-time stamps of the latest stage that opened
      * work (arrival or release from hold) and the latest that
      * closed it (posting, reversal or discard).
           01 WS-ITEM-LIMIT PIC 9(3) VALUE 300.
           01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ITEM-SUB PIC 9(3) VALUE ZERO.
           01 WS-ITEM-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 300 TIMES.
                   10 WS-ITM-KEY PIC X(16).
                   10 WS-ITM-BATCH-HIT PIC X.
                   10 WS-ITM-ARRIVED PIC 9(3).
                   10 WS-ITM-HELD PIC 9(3).
                   10 WS-ITM-PENDING PIC 9(3).
                   10 WS-ITM-SUSPENDED PIC 9(3).
                   10 WS-ITM-SUSP-REASON PIC X(2).
                   10 WS-ITM-WHSE-DUE PIC 9(3).
                   10 WS-ITM-WHSE-FUTURE PIC 9(3).
                   10 WS-ITM-POSTED PIC 9(5).
                   10 WS-ITM-REVERSED PIC 9(5).
                   10 WS-ITM-DISCARDED PIC 9(3).
                   10 WS-ITM-LAST-OPEN PIC X(16).
                   10 WS-ITM-OPEN-KIND PIC X.
                   10 WS-ITM-OPEN-BATCH PIC 9(3).
                   10 WS-ITM-LAST-DONE PIC X(16).
      * Every stage found, in the order the files are traced - which
      * is the order work moves through the system - tied to its
      * transaction and, for arrivals and suspense, to its batch.
           01 WS-EVENT-LIMIT PIC 9(4) VALUE 2000.
           01 WS-EVENT-COUNT PIC 9(4) VALUE ZERO.
           01 WS-EVENT-SUB PIC 9(4) VALUE ZERO.
           01 WS-EVENT-TABLE.
               05 WS-EVENT-ENTRY OCCURS 2000 TIMES.
                   10 WS-EVE-ITEM PIC 9(3).
                   10 WS-EVE-STAGE PIC X(10).
                   10 WS-EVE-DATE PIC X(8).
                   10 WS-EVE-TIME PIC X(8).
                   10 WS-EVE-SOURCE PIC X(16).
                   10 WS-EVE-DETAIL PIC X(70).
                   10 WS-EVE-BATCH PIC 9(3).
      * The batches the traced work arrived or was suspended in,
      * with the latest disposition the run registry shows for each.
      * A suspense record names its batch but not the creation date,
      * so its entry matches the registry on batch id alone.
           01 WS-BATCH-LIMIT PIC 9(3) VALUE 200.
           01 WS-BATCH-COUNT PIC 9(3) VALUE ZERO.
           01 WS-BATCH-SUB PIC 9(3) VALUE ZERO.
           01 WS-BATCH-SLOT PIC 9(3) VALUE ZERO.
           01 WS-BATCH-TABLE.
               05 WS-BATCH-ENTRY OCCURS 200 TIMES.
                   10 WS-BTE-ID PIC X(8).
                   10 WS-BTE-DATE PIC X(8).
                   10 WS-BTE-REG-STATUS PIC X.
                   10 WS-BTE-RUN-DATE PIC X(8).
                   10 WS-BTE-RUN-TIME PIC X(8).
                   10 WS-BTE-POSTED PIC 9(7).
                   10 WS-BTE-RC PIC 9(2).
           01 WS-ARC-LIMIT PIC 9(3) VALUE 120.
           01 WS-ARC-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ARC-SUB PIC 9(3) VALUE ZERO.
           01 WS-ARC-SCAN PIC 9(3) VALUE ZERO.
           01 WS-ARC-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ARC-TABLE.
               05 WS-ARC-ENTRY OCCURS 120 TIMES.
                   10 WS-ARE-MONTH PIC X(6).
                   10 WS-ARE-FILE PIC X(16).
           01 WS-OVERFLOW-SW PIC X VALUE 'N'.
               88 TABLES-OVERFLOWED VALUE 'Y'.
           01 WS-STATUS-TEXT PIC X(60) VALUE SPACES.
           01 WS-UNRESOLVED-SW PIC X VALUE 'N'.
               88 ITEM-UNRESOLVED VALUE 'Y'.
           01 WS-REPORTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REPORT-HEADER.
               05 FILLER PIC X(32) VALUE
                   "TRANSACTION LINEAGE FOR ACCOUNT ".
               05 WS-HDR-ACCOUNT PIC X(8).
               05 FILLER PIC X(11) VALUE "  RUN DATE ".
               05 WS-HDR-RUN-DATE PIC X(8).
               05 FILLER PIC X(73) VALUE SPACES.
           01 WS-SELECTION-LINE.
               05 FILLER PIC X(17) VALUE "SELECTION: DATES ".
               05 WS-SLN-FROM PIC X(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 WS-SLN-TO PIC X(8).
               05 FILLER PIC X(8) VALUE "  BATCH ".
               05 WS-SLN-BATCH PIC X(8).
               05 FILLER PIC X(9) VALUE "  INPUT1 ".
               05 WS-SLN-INPUT1 PIC X(10).
               05 FILLER PIC X(9) VALUE "  INPUT2 ".
               05 WS-SLN-INPUT2 PIC X(10).
               05 FILLER PIC X(41) VALUE SPACES.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "STAGE".
               05 FILLER PIC X(9) VALUE "DATE".
               05 FILLER PIC X(10) VALUE "TIME".
               05 FILLER PIC X(18) VALUE "SOURCE".
               05 FILLER PIC X(79) VALUE "DETAIL".
           01 WS-ITEM-LINE.
               05 FILLER PIC X(5) VALUE "ITEM ".
               05 WS-ITL-NO PIC ZZ9.
               05 FILLER PIC X(9) VALUE "  INPUT1 ".
               05 WS-ITL-INPUT1 PIC -(5)9.99.
               05 FILLER PIC X(9) VALUE "  INPUT2 ".
               05 WS-ITL-INPUT2 PIC -(5)9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-ITL-FLAG PIC X(3).
               05 WS-ITL-STATUS PIC X(60).
               05 FILLER PIC X(21) VALUE SPACES.
           01 WS-EVENT-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-EVL-STAGE PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EVL-DATE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-EVL-TIME PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EVL-SOURCE PIC X(16).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EVL-DETAIL PIC X(70).
               05 FILLER PIC X(9) VALUE SPACES.
           01 WS-NOTE-LINE.
               05 WS-NOTE-TEXT PIC X(80).
               05 FILLER PIC X(52) VALUE SPACES.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(15) VALUE "ITEMS TRACED: ".
               05 WS-TOT-ITEMS PIC ZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  UNRESOLVED: ".
               05 WS-TOT-UNRESOLVED PIC ZZ,ZZ9.
               05 FILLER PIC X(91) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ACCEPT-SELECTION.
           PERFORM TRACE-INPUT-FILE.
           PERFORM TRACE-HOLD-FILE.
           PERFORM TRACE-DISPOSITION-FILE.
           PERFORM TRACE-PENDING-FILE.
           PERFORM TRACE-SUSPENSE-FILE.
           PERFORM TRACE-WAREHOUSE-FILE.
           PERFORM LOAD-ARCHIVE-INDEX.
           PERFORM TRACE-ONE-ARCHIVE
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT.
           PERFORM TRACE-LIVE-LOG.
           PERFORM TRACE-OUTPUT-FILE.
           PERFORM TRACE-RUN-REGISTRY.
           OPEN OUTPUT LINEAGE-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LINEAGE-REPORT-FILE.
           DISPLAY WS-REPORTED-COUNT " transaction(s) traced for "
               "account " WS-SEL-ACCOUNT ", " WS-UNRESOLVED-COUNT
               " unresolved - report written to CALCLINE.TXT.".
           IF WS-UNRESOLVED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACCEPT-SELECTION.
           DISPLAY "Account ID to trace: ".
           ACCEPT WS-SEL-ACCOUNT.
           DISPLAY "From date (YYYYMMDD, blank for all): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "To date (YYYYMMDD, blank = from date): ".
           ACCEPT WS-TO-DATE.
           DISPLAY "Batch ID (blank for any): ".
           ACCEPT WS-SEL-BATCH.
           DISPLAY "First operand (e.g. 125.50, blank for any): ".
           ACCEPT WS-SEL-INPUT1-TEXT.
           DISPLAY "Second operand (e.g. 125.50, blank for any): ".
           ACCEPT WS-SEL-INPUT2-TEXT.
           IF WS-SEL-ACCOUNT = SPACES
               DISPLAY "An account ID is required - inquiry aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
               MOVE "99999999" TO WS-TO-DATE
           ELSE
               IF WS-TO-DATE = SPACES
                   MOVE WS-FROM-DATE TO WS-TO-DATE
               END-IF
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               DISPLAY "Dates must be numeric YYYYMMDD - inquiry "
                   "aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE(1:6) TO WS-FROM-MONTH.
           MOVE WS-TO-DATE(1:6) TO WS-TO-MONTH.
           IF WS-SEL-INPUT1-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SEL-INPUT1-TEXT) NOT = ZERO
                   DISPLAY "First operand is not a number - inquiry "
                       "aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-SEL-INPUT1
                   = FUNCTION NUMVAL(WS-SEL-INPUT1-TEXT)
           END-IF.
           IF WS-SEL-INPUT2-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SEL-INPUT2-TEXT) NOT = ZERO
                   DISPLAY "Second operand is not a number - inquiry "
                       "aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-SEL-INPUT2
                   = FUNCTION NUMVAL(WS-SEL-INPUT2-TEXT)
           END-IF.

      * Each traced file is optional - a file that is not there
      * simply holds no stage of the work. A file that is there but
      * cannot be read stops the inquiry, since a lineage traced
      * around it would quietly miss whatever stage it holds.
       TRACE-INPUT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALC-INPUT-FILE.
           IF WS-INPUT-STATUS = "00"
               PERFORM READ-INPUT-RECORD
               PERFORM TRACE-INPUT-RECORD UNTIL END-OF-FILE
               CLOSE CALC-INPUT-FILE
           ELSE
               IF WS-INPUT-STATUS NOT = "35"
                   DISPLAY "CALCIN.DAT is present but unreadable "
                       "(status " WS-INPUT-STATUS ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-INPUT-RECORD.
           READ CALC-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-INPUT-RECORD.
           EVALUATE BCH-RECORD-TYPE
               WHEN 'H'
                   MOVE BCH-BATCH-ID TO WS-IN-BATCH-ID
                   MOVE BCH-CREATE-DATE TO WS-IN-BATCH-DATE
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   IF CALC-ACCOUNT-ID = WS-SEL-ACCOUNT
                       PERFORM TRACE-ARRIVAL
                   END-IF
           END-EVALUATE.
           PERFORM READ-INPUT-RECORD.

       TRACE-ARRIVAL.
           MOVE CALC-INPUT1 TO WS-CUR-INPUT1.
           MOVE CALC-INPUT2 TO WS-CUR-INPUT2.
           MOVE "ARRIVED" TO WS-CUR-STAGE.
           MOVE WS-IN-BATCH-DATE TO WS-CUR-DATE.
           MOVE SPACES TO WS-CUR-TIME.
           MOVE WS-IN-BATCH-DATE TO WS-CUR-FILTER-DATE.
           MOVE "CALCIN.DAT" TO WS-CUR-SOURCE.
           MOVE WS-IN-BATCH-ID TO WS-CUR-BATCH.
           MOVE WS-IN-BATCH-DATE TO WS-CUR-BATCH-DATE.
           PERFORM EDIT-OPERATION-CODE.
           IF CALC-EFFECTIVE-DATE NUMERIC
               MOVE CALC-EFFECTIVE-DATE TO WS-EDIT-VALUE-DATE
           ELSE
               MOVE "ON RECEIPT" TO WS-EDIT-VALUE-DATE
           END-IF.
           MOVE SPACES TO WS-CUR-DETAIL.
           IF CALC-OP-CODE = 'R'
               STRING "IN BATCH " WS-IN-BATCH-ID " AS A REVERSAL OF "
                   "THE POSTING MADE " CALC-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-CUR-DETAIL
           ELSE
               STRING "IN BATCH " WS-IN-BATCH-ID ", OPERATION "
                   DELIMITED BY SIZE
                   WS-EDIT-OP DELIMITED BY SPACE
                   ", VALUE DATE " WS-EDIT-VALUE-DATE
                   DELIMITED BY SIZE INTO WS-CUR-DETAIL
           END-IF.
           PERFORM SELECT-AND-RECORD-EVENT.
           IF WS-ITEM-SLOT > ZERO
               ADD 1 TO WS-ITM-ARRIVED(WS-ITEM-SLOT)
               PERFORM MARK-WORK-OPENED
               MOVE 'A' TO WS-ITM-OPEN-KIND(WS-ITEM-SLOT)
               MOVE WS-BATCH-SLOT TO WS-ITM-OPEN-BATCH(WS-ITEM-SLOT)
           END-IF.

       EDIT-OPERATION-CODE.
           EVALUATE CALC-OP-CODE
               WHEN '1'
                   MOVE "ADD" TO WS-EDIT-OP
               WHEN '2'
                   MOVE "SUBTRACT" TO WS-EDIT-OP
               WHEN '3'
                   MOVE "MULTIPLY" TO WS-EDIT-OP
               WHEN '4'
                   MOVE "DIVIDE" TO WS-EDIT-OP
               WHEN '5'
                   MOVE "ALL" TO WS-EDIT-OP
               WHEN SPACE
                   MOVE "DEFAULT" TO WS-EDIT-OP
               WHEN OTHER
                   MOVE SPACES TO WS-EDIT-OP
                   MOVE CALC-OP-CODE TO WS-EDIT-OP(1:1)
           END-EVALUATE.

      * Everything on the hold file is still waiting for an operator
      * decision, whatever its age.
       TRACE-HOLD-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM READ-HOLD-RECORD
               PERFORM TRACE-HOLD-RECORD UNTIL END-OF-FILE
               CLOSE HOLD-FILE
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "CALCHLD.DAT is present but unreadable "
                       "(status " WS-HOLD-STATUS ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-HOLD-RECORD.
           IF HLD-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE HLD-INPUT1 TO WS-CUR-INPUT1
               MOVE HLD-INPUT2 TO WS-CUR-INPUT2
               MOVE "HELD" TO WS-CUR-STAGE
               MOVE SPACES TO WS-CUR-STAMP
               MOVE SPACES TO WS-CUR-FILTER-DATE
               MOVE "CALCHLD.DAT" TO WS-CUR-SOURCE
               MOVE SPACES TO WS-CUR-BATCH
               MOVE SPACES TO WS-CUR-DETAIL
               EVALUATE HLD-REASON-CODE
                   WHEN "DB"
                       STRING "DB - DUPLICATE WITHIN ITS BATCH, "
                           "AWAITING OPERATOR DECISION"
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
                   WHEN "DH"
                       STRING "DH - MATCHES AN EARLIER POSTING, "
                           "AWAITING OPERATOR DECISION"
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
                   WHEN OTHER
                       STRING HLD-REASON-CODE " - AWAITING OPERATOR "
                           "DECISION" DELIMITED BY SIZE
                           INTO WS-CUR-DETAIL
               END-EVALUATE
               PERFORM SELECT-AND-RECORD-EVENT
               IF WS-ITEM-SLOT > ZERO
                   ADD 1 TO WS-ITM-HELD(WS-ITEM-SLOT)
               END-IF
           END-IF.
           PERFORM READ-HOLD-RECORD.

      * A release (or an approved withheld release) reopens the work
      * - it goes back through the batch run - while a discard
      * closes it.
       TRACE-DISPOSITION-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-STATUS = "00"
               PERFORM READ-DISPOSITION-RECORD
               PERFORM TRACE-DISPOSITION-RECORD UNTIL END-OF-FILE
               CLOSE DISPOSITION-FILE
           ELSE
               IF WS-DISP-STATUS NOT = "35"
                   DISPLAY "CALCDISP.DAT is present but unreadable "
                       "(status " WS-DISP-STATUS ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-DISPOSITION-RECORD.
           READ DISPOSITION-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-DISPOSITION-RECORD.
           IF DSP-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE DSP-INPUT1 TO WS-CUR-INPUT1
               MOVE DSP-INPUT2 TO WS-CUR-INPUT2
               MOVE "DECISION" TO WS-CUR-STAGE
               MOVE DSP-DATE TO WS-CUR-DATE
               MOVE DSP-TIME TO WS-CUR-TIME
               MOVE DSP-DATE TO WS-CUR-FILTER-DATE
               MOVE "CALCDISP.DAT" TO WS-CUR-SOURCE
               MOVE SPACES TO WS-CUR-BATCH
               MOVE SPACES TO WS-CUR-DETAIL
               EVALUATE DSP-ACTION
                   WHEN 'R'
                       STRING "RELEASED FROM HOLD (" DSP-REASON-CODE
                           ") BY " DSP-OPERATOR-ID
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
                   WHEN 'D'
                       STRING "DISCARDED FROM HOLD (" DSP-REASON-CODE
                           ") BY " DSP-OPERATOR-ID
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
                   WHEN 'P'
                       STRING "RELEASE BY " DSP-OPERATOR-ID
                           " WITHHELD FOR A SECOND SIGNATURE"
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
                   WHEN 'A'
                       STRING "WITHHELD RELEASE APPROVED BY "
                           DSP-OPERATOR-ID " (RELEASED BY "
                           DSP-MAKER-ID ")"
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
                   WHEN 'X'
                       STRING "WITHHELD RELEASE DECLINED BY "
                           DSP-OPERATOR-ID " - RETURNED TO HOLD"
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
                   WHEN OTHER
                       STRING "ACTION " DSP-ACTION " BY "
                           DSP-OPERATOR-ID
                           DELIMITED BY SIZE INTO WS-CUR-DETAIL
               END-EVALUATE
               PERFORM SELECT-AND-RECORD-EVENT
               IF WS-ITEM-SLOT > ZERO
                   EVALUATE DSP-ACTION
                       WHEN 'R'
                       WHEN 'A'
                           PERFORM MARK-WORK-OPENED
                           MOVE 'R' TO WS-ITM-OPEN-KIND(WS-ITEM-SLOT)
                       WHEN 'D'
                           ADD 1 TO WS-ITM-DISCARDED(WS-ITEM-SLOT)
                           PERFORM MARK-WORK-CLOSED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM READ-DISPOSITION-RECORD.

       TRACE-PENDING-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = "00"
               PERFORM READ-PENDING-RECORD
               PERFORM TRACE-PENDING-RECORD UNTIL END-OF-FILE
               CLOSE PENDING-FILE
           ELSE
               IF WS-PEND-STATUS NOT = "35"
                   DISPLAY "CALCPEND.DAT is present but unreadable "
                       "(status " WS-PEND-STATUS ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-PENDING-RECORD.
           IF PND-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE PND-INPUT1 TO WS-CUR-INPUT1
               MOVE PND-INPUT2 TO WS-CUR-INPUT2
               MOVE "PENDING" TO WS-CUR-STAGE
               MOVE PND-MAKER-DATE TO WS-CUR-DATE
               MOVE PND-MAKER-TIME TO WS-CUR-TIME
               MOVE PND-MAKER-DATE TO WS-CUR-FILTER-DATE
               MOVE "CALCPEND.DAT" TO WS-CUR-SOURCE
               MOVE SPACES TO WS-CUR-BATCH
               MOVE SPACES TO WS-CUR-DETAIL
               IF PND-LIMIT-REASON = 'C'
                   STRING "RELEASED BY " PND-MAKER-ID ", AWAITING "
                       "SECOND SIGNATURE (SESSION LIMIT)"
                       DELIMITED BY SIZE INTO WS-CUR-DETAIL
               ELSE
                   STRING "RELEASED BY " PND-MAKER-ID ", AWAITING "
                       "SECOND SIGNATURE (AMOUNT LIMIT)"
                       DELIMITED BY SIZE INTO WS-CUR-DETAIL
               END-IF
               PERFORM SELECT-AND-RECORD-EVENT
               IF WS-ITEM-SLOT > ZERO
                   ADD 1 TO WS-ITM-PENDING(WS-ITEM-SLOT)
               END-IF
           END-IF.
           PERFORM READ-PENDING-RECORD.

       TRACE-SUSPENSE-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALC-REJECT-FILE.
           IF WS-REJECT-STATUS = "00"
               PERFORM READ-SUSPENSE-RECORD
               PERFORM TRACE-SUSPENSE-RECORD UNTIL END-OF-FILE
               CLOSE CALC-REJECT-FILE
           ELSE
               IF WS-REJECT-STATUS NOT = "35"
                   DISPLAY "CALCREJ.DAT is present but unreadable "
                       "(status " WS-REJECT-STATUS
                       ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-SUSPENSE-RECORD.
           READ CALC-REJECT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-SUSPENSE-RECORD.
           IF REJ-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE REJ-INPUT1 TO WS-CUR-INPUT1
               MOVE REJ-INPUT2 TO WS-CUR-INPUT2
               MOVE "SUSPENSE" TO WS-CUR-STAGE
               MOVE REJ-SUSPENSE-DATE TO WS-CUR-DATE
               MOVE SPACES TO WS-CUR-TIME
               MOVE REJ-SUSPENSE-DATE TO WS-CUR-FILTER-DATE
               MOVE "CALCREJ.DAT" TO WS-CUR-SOURCE
               MOVE REJ-BATCH-ID TO WS-CUR-BATCH
               MOVE SPACES TO WS-CUR-BATCH-DATE
               MOVE SPACES TO WS-CUR-DETAIL
               STRING "REASON " REJ-REASON-CODE ", FROM BATCH "
                   REJ-BATCH-ID " INPUT RECORD " REJ-RECORD-NO
                   ", AWAITING REPAIR"
                   DELIMITED BY SIZE INTO WS-CUR-DETAIL
               PERFORM SELECT-AND-RECORD-EVENT
               IF WS-ITEM-SLOT > ZERO
                   ADD 1 TO WS-ITM-SUSPENDED(WS-ITEM-SLOT)
                   MOVE REJ-REASON-CODE
                       TO WS-ITM-SUSP-REASON(WS-ITEM-SLOT)
               END-IF
           END-IF.
           PERFORM READ-SUSPENSE-RECORD.

      * A warehoused record is waiting by design until its value
      * date; one whose date has already arrived should have been
      * swept into a run and is overdue.  The value date lies ahead,
      * so the date range does not apply to the warehouse.
       TRACE-WAREHOUSE-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHSE-STATUS = "00"
               PERFORM READ-WAREHOUSE-RECORD
               PERFORM TRACE-WAREHOUSE-RECORD UNTIL END-OF-FILE
               CLOSE WAREHOUSE-FILE
           ELSE
               IF WS-WHSE-STATUS NOT = "35"
                   DISPLAY "CALCWHSE.DAT is present but unreadable "
                       "(status " WS-WHSE-STATUS ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-WAREHOUSE-RECORD.
           READ WAREHOUSE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-WAREHOUSE-RECORD.
           IF WHS-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE WHS-INPUT1 TO WS-CUR-INPUT1
               MOVE WHS-INPUT2 TO WS-CUR-INPUT2
               MOVE "WAREHOUSED" TO WS-CUR-STAGE
               MOVE WHS-EFFECTIVE-DATE TO WS-CUR-DATE
               MOVE SPACES TO WS-CUR-TIME
               MOVE SPACES TO WS-CUR-FILTER-DATE
               MOVE "CALCWHSE.DAT" TO WS-CUR-SOURCE
               MOVE SPACES TO WS-CUR-BATCH
               MOVE SPACES TO WS-CUR-DETAIL
               IF WHS-EFFECTIVE-DATE > WS-RUN-DATE
                   STRING "WAITING FOR ITS VALUE DATE "
                       WHS-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-CUR-DETAIL
               ELSE
                   STRING "VALUE DATE " WHS-EFFECTIVE-DATE
                       " HAS PASSED - NOT YET SWEPT INTO A RUN"
                       DELIMITED BY SIZE INTO WS-CUR-DETAIL
               END-IF
               PERFORM SELECT-AND-RECORD-EVENT
               IF WS-ITEM-SLOT > ZERO
                   IF WHS-EFFECTIVE-DATE > WS-RUN-DATE
                       ADD 1 TO WS-ITM-WHSE-FUTURE(WS-ITEM-SLOT)
                   ELSE
                       ADD 1 TO WS-ITM-WHSE-DUE(WS-ITEM-SLOT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-WAREHOUSE-RECORD.

      * Only the archives whose months the date range touches are
      * read; a month cut more than once is listed on several index
      * lines against the same file, which is read once.
       LOAD-ARCHIVE-INDEX.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM READ-INDEX-RECORD
               PERFORM TABLE-ONE-INDEX-ENTRY UNTIL END-OF-FILE
               CLOSE ARCHIVE-INDEX-FILE
           ELSE
               IF WS-INDEX-STATUS NOT = "35"
                   DISPLAY "AUDARCIDX.DAT is present but unreadable "
                       "(status " WS-INDEX-STATUS
                       ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-INDEX-RECORD.
           READ ARCHIVE-INDEX-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-INDEX-ENTRY.
           IF IDX-MONTH NOT < WS-FROM-MONTH
               AND IDX-MONTH NOT > WS-TO-MONTH
               MOVE ZERO TO WS-ARC-SLOT
               PERFORM MATCH-ONE-ARCHIVE-SLOT
                   VARYING WS-ARC-SCAN FROM 1 BY 1
                   UNTIL WS-ARC-SCAN > WS-ARC-COUNT
               IF WS-ARC-SLOT = ZERO
                   IF WS-ARC-COUNT < WS-ARC-LIMIT
                       ADD 1 TO WS-ARC-COUNT
                       MOVE IDX-MONTH TO WS-ARE-MONTH(WS-ARC-COUNT)
                       MOVE IDX-FILE-NAME
                           TO WS-ARE-FILE(WS-ARC-COUNT)
                   ELSE
                       DISPLAY "More archive months in range than "
                           "the inquiry can table - archive "
                           IDX-FILE-NAME " is not traced."
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-INDEX-RECORD.

       MATCH-ONE-ARCHIVE-SLOT.
           IF WS-ARE-FILE(WS-ARC-SCAN) = IDX-FILE-NAME
               MOVE WS-ARC-SCAN TO WS-ARC-SLOT
           END-IF.

       TRACE-ONE-ARCHIVE.
           MOVE WS-ARE-FILE(WS-ARC-SUB) TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Archive " WS-ARCHIVE-FILE-NAME " could not be "
                   "opened (status " WS-ARCHIVE-STATUS ") - its "
                   "postings are not traced."
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-ARCHIVE-RECORD
               PERFORM TRACE-ARCHIVE-RECORD UNTIL END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-ARCHIVE-RECORD.
           IF ARC-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE ARCHIVE-RECORD TO AUDIT-RECORD
               MOVE WS-ARCHIVE-FILE-NAME TO WS-CUR-SOURCE
               PERFORM TRACE-POSTING
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.

       TRACE-LIVE-LOG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALC-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-RECORD
               PERFORM TRACE-AUDIT-RECORD UNTIL END-OF-FILE
               CLOSE CALC-AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = "35"
                   DISPLAY "CALCAUD.LOG is present but unreadable "
                       "(status " WS-AUDIT-STATUS ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-AUDIT-RECORD.
           READ CALC-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-AUDIT-RECORD.
           IF AUD-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE "CALCAUD.LOG" TO WS-CUR-SOURCE
               PERFORM TRACE-POSTING
           END-IF.
           PERFORM READ-AUDIT-RECORD.

      * The audit record - live or archived - is in AUDIT-RECORD.
       TRACE-POSTING.
           MOVE AUD-INPUT1 TO WS-CUR-INPUT1.
           MOVE AUD-INPUT2 TO WS-CUR-INPUT2.
           MOVE AUD-DATE TO WS-CUR-DATE.
           MOVE AUD-TIME TO WS-CUR-TIME.
           MOVE AUD-DATE TO WS-CUR-FILTER-DATE.
           MOVE SPACES TO WS-CUR-BATCH.
           MOVE SPACES TO WS-CUR-DETAIL.
           MOVE AUD-ADDITION TO WS-EDIT-SUM.
           MOVE AUD-MULTIPLICATION TO WS-EDIT-PRODUCT.
           IF AUD-OP-CODE = 'R'
               MOVE "REVERSED" TO WS-CUR-STAGE
               STRING "REVERSAL OF THE POSTING MADE "
                   AUD-REVERSED-DATE ", SUM " WS-EDIT-SUM
                   DELIMITED BY SIZE INTO WS-CUR-DETAIL
           ELSE
               MOVE "POSTED" TO WS-CUR-STAGE
               STRING "OPERATION " AUD-OP-CODE ", SUM " WS-EDIT-SUM
                   ", PRODUCT " WS-EDIT-PRODUCT
                   DELIMITED BY SIZE INTO WS-CUR-DETAIL
           END-IF.
           PERFORM SELECT-AND-RECORD-EVENT.
           IF WS-ITEM-SLOT > ZERO
               IF AUD-OP-CODE = 'R'
                   ADD 1 TO WS-ITM-REVERSED(WS-ITEM-SLOT)
               ELSE
                   ADD 1 TO WS-ITM-POSTED(WS-ITEM-SLOT)
               END-IF
               PERFORM MARK-WORK-CLOSED
           END-IF.

      * The output interface carries the latest run's postings only;
      * it shows the work reached the downstream consumers.
       TRACE-OUTPUT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALC-OUTPUT-FILE.
           IF WS-OUTPUT-STATUS = "00"
               PERFORM READ-OUTPUT-RECORD
               PERFORM TRACE-OUTPUT-RECORD UNTIL END-OF-FILE
               CLOSE CALC-OUTPUT-FILE
           ELSE
               IF WS-OUTPUT-STATUS NOT = "35"
                   DISPLAY "CALCOUT.DAT is present but unreadable "
                       "(status " WS-OUTPUT-STATUS
                       ") - inquiry aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-OUTPUT-RECORD.
           READ CALC-OUTPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-OUTPUT-RECORD.
           IF CALC-OUT-ACCOUNT-ID = WS-SEL-ACCOUNT
               MOVE CALC-OUT-INPUT1 TO WS-CUR-INPUT1
               MOVE CALC-OUT-INPUT2 TO WS-CUR-INPUT2
               MOVE "INTERFACE" TO WS-CUR-STAGE
               MOVE SPACES TO WS-CUR-STAMP
               MOVE SPACES TO WS-CUR-FILTER-DATE
               MOVE "CALCOUT.DAT" TO WS-CUR-SOURCE
               MOVE SPACES TO WS-CUR-BATCH
               MOVE SPACES TO WS-CUR-DETAIL
               STRING "ON THE LATEST OUTPUT INTERFACE, OPERATION "
                   CALC-OUT-OP-CODE
                   DELIMITED BY SIZE INTO WS-CUR-DETAIL
               PERFORM SELECT-AND-RECORD-EVENT
           END-IF.
           PERFORM READ-OUTPUT-RECORD.

      * The registry is appended run by run, so the last record for
      * a batch is its latest disposition.
       TRACE-RUN-REGISTRY.
           IF WS-BATCH-COUNT > ZERO
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT RUN-REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "00"
                   PERFORM READ-REGISTRY-RECORD
                   PERFORM TRACE-REGISTRY-RECORD UNTIL END-OF-FILE
                   CLOSE RUN-REGISTRY-FILE
               ELSE
                   IF WS-REGISTRY-STATUS NOT = "35"
                       DISPLAY "CALCRUN.DAT is present but unreadable "
                           "(status " WS-REGISTRY-STATUS
                           ") - inquiry aborted."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       READ-REGISTRY-RECORD.
           READ RUN-REGISTRY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TRACE-REGISTRY-RECORD.
           PERFORM MATCH-ONE-REGISTRY-BATCH
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
           PERFORM READ-REGISTRY-RECORD.

       MATCH-ONE-REGISTRY-BATCH.
           IF WS-BTE-ID(WS-BATCH-SUB) = REG-BATCH-ID
               AND (WS-BTE-DATE(WS-BATCH-SUB) = SPACES
                   OR WS-BTE-DATE(WS-BATCH-SUB) = REG-CREATE-DATE)
               MOVE REG-STATUS TO WS-BTE-REG-STATUS(WS-BATCH-SUB)
               MOVE REG-RUN-DATE TO WS-BTE-RUN-DATE(WS-BATCH-SUB)
               MOVE REG-RUN-TIME TO WS-BTE-RUN-TIME(WS-BATCH-SUB)
               MOVE REG-RECORD-COUNT TO WS-BTE-POSTED(WS-BATCH-SUB)
               MOVE REG-RETURN-CODE TO WS-BTE-RC(WS-BATCH-SUB)
           END-IF.

      * A stage joins the lineage when it falls inside the selection:
      * its operands match any operand asked for, and its own date -
      * where it has one - lies in the date range.
       SELECT-AND-RECORD-EVENT.
           MOVE ZERO TO WS-ITEM-SLOT.
           MOVE ZERO TO WS-BATCH-SLOT.
           MOVE 'Y' TO WS-SELECTED-SW.
           IF WS-SEL-INPUT1-TEXT NOT = SPACES
               IF WS-CUR-INPUT1 NOT NUMERIC
                   MOVE 'N' TO WS-SELECTED-SW
               ELSE
                   IF WS-CUR-INPUT1 NOT = WS-SEL-INPUT1
                       MOVE 'N' TO WS-SELECTED-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-SEL-INPUT2-TEXT NOT = SPACES
               IF WS-CUR-INPUT2 NOT NUMERIC
                   MOVE 'N' TO WS-SELECTED-SW
               ELSE
                   IF WS-CUR-INPUT2 NOT = WS-SEL-INPUT2
                       MOVE 'N' TO WS-SELECTED-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-CUR-FILTER-DATE NOT = SPACES
               IF WS-CUR-FILTER-DATE < WS-FROM-DATE
                   OR WS-CUR-FILTER-DATE > WS-TO-DATE
                   MOVE 'N' TO WS-SELECTED-SW
               END-IF
           END-IF.
           IF EVENT-SELECTED
               PERFORM RECORD-LINEAGE-EVENT
           END-IF.

       RECORD-LINEAGE-EVENT.
           PERFORM FIND-ITEM-SLOT.
           IF WS-ITEM-SLOT > ZERO
               IF WS-EVENT-COUNT < WS-EVENT-LIMIT
                   IF WS-CUR-BATCH NOT = SPACES
                       PERFORM FIND-BATCH-SLOT
                       IF WS-CUR-BATCH = WS-SEL-BATCH
                           MOVE 'Y' TO WS-ITM-BATCH-HIT(WS-ITEM-SLOT)
                       END-IF
                   END-IF
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE WS-ITEM-SLOT TO WS-EVE-ITEM(WS-EVENT-COUNT)
                   MOVE WS-CUR-STAGE TO WS-EVE-STAGE(WS-EVENT-COUNT)
                   MOVE WS-CUR-DATE TO WS-EVE-DATE(WS-EVENT-COUNT)
                   MOVE WS-CUR-TIME TO WS-EVE-TIME(WS-EVENT-COUNT)
                   MOVE WS-CUR-SOURCE TO WS-EVE-SOURCE(WS-EVENT-COUNT)
                   MOVE WS-CUR-DETAIL TO WS-EVE-DETAIL(WS-EVENT-COUNT)
                   MOVE WS-BATCH-SLOT TO WS-EVE-BATCH(WS-EVENT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   MOVE ZERO TO WS-ITEM-SLOT
               END-IF
           END-IF.

       FIND-ITEM-SLOT.
           PERFORM MATCH-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   OR WS-ITEM-SLOT > ZERO.
           IF WS-ITEM-SLOT = ZERO
               IF WS-ITEM-COUNT < WS-ITEM-LIMIT
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SLOT
                   INITIALIZE WS-ITEM-ENTRY(WS-ITEM-SLOT)
                   MOVE WS-CUR-KEY TO WS-ITM-KEY(WS-ITEM-SLOT)
                   MOVE 'N' TO WS-ITM-BATCH-HIT(WS-ITEM-SLOT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       MATCH-ONE-ITEM.
           IF WS-ITM-KEY(WS-ITEM-SUB) = WS-CUR-KEY
               MOVE WS-ITEM-SUB TO WS-ITEM-SLOT
           END-IF.

       FIND-BATCH-SLOT.
           PERFORM MATCH-ONE-BATCH
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                   OR WS-BATCH-SLOT > ZERO.
           IF WS-BATCH-SLOT = ZERO
               IF WS-BATCH-COUNT < WS-BATCH-LIMIT
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE WS-BATCH-COUNT TO WS-BATCH-SLOT
                   MOVE WS-CUR-BATCH TO WS-BTE-ID(WS-BATCH-SLOT)
                   MOVE WS-CUR-BATCH-DATE TO WS-BTE-DATE(WS-BATCH-SLOT)
                   MOVE SPACE TO WS-BTE-REG-STATUS(WS-BATCH-SLOT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       MATCH-ONE-BATCH.
           IF WS-BTE-ID(WS-BATCH-SUB) = WS-CUR-BATCH
               AND WS-BTE-DATE(WS-BATCH-SUB) = WS-CUR-BATCH-DATE
               MOVE WS-BATCH-SUB TO WS-BATCH-SLOT
           END-IF.

      * Arrival and release stamps carry no time of their own beyond
      * what the file holds; a blank time sorts before any posting
      * made the same day.
       MARK-WORK-OPENED.
           MOVE WS-CUR-STAMP TO WS-SORT-STAMP.
           IF WS-SST-TIME = SPACES
               MOVE "00000000" TO WS-SST-TIME
           END-IF.
           IF WS-SORT-STAMP > WS-ITM-LAST-OPEN(WS-ITEM-SLOT)
               MOVE WS-SORT-STAMP TO WS-ITM-LAST-OPEN(WS-ITEM-SLOT)
           END-IF.

       MARK-WORK-CLOSED.
           MOVE WS-CUR-STAMP TO WS-SORT-STAMP.
           IF WS-SST-TIME = SPACES
               MOVE "00000000" TO WS-SST-TIME
           END-IF.
           IF WS-SORT-STAMP > WS-ITM-LAST-DONE(WS-ITEM-SLOT)
               MOVE WS-SORT-STAMP TO WS-ITM-LAST-DONE(WS-ITEM-SLOT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-SEL-ACCOUNT TO WS-HDR-ACCOUNT.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           IF WS-FROM-DATE = "00000000"
               MOVE "ALL" TO WS-SLN-FROM
               MOVE "ALL" TO WS-SLN-TO
           ELSE
               MOVE WS-FROM-DATE TO WS-SLN-FROM
               MOVE WS-TO-DATE TO WS-SLN-TO
           END-IF.
           IF WS-SEL-BATCH = SPACES
               MOVE "ANY" TO WS-SLN-BATCH
           ELSE
               MOVE WS-SEL-BATCH TO WS-SLN-BATCH
           END-IF.
           IF WS-SEL-INPUT1-TEXT = SPACES
               MOVE "ANY" TO WS-SLN-INPUT1
           ELSE
               MOVE WS-SEL-INPUT1-TEXT TO WS-SLN-INPUT1
           END-IF.
           IF WS-SEL-INPUT2-TEXT = SPACES
               MOVE "ANY" TO WS-SLN-INPUT2
           ELSE
               MOVE WS-SEL-INPUT2-TEXT TO WS-SLN-INPUT2
           END-IF.
           WRITE REPORT-LINE FROM WS-SELECTION-LINE.
           IF TABLES-OVERFLOWED
               MOVE SPACES TO WS-NOTE-LINE
               STRING "** MORE WORK FOUND THAN THE INQUIRY CAN TABLE - "
                   "NARROW THE SELECTION **"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

      * With a batch asked for, only the work that arrived in or was
      * suspended from that batch is reported - with every stage it
      * has reached, in whichever file.
       REPORT-ONE-ITEM.
           IF WS-SEL-BATCH = SPACES
               OR WS-ITM-BATCH-HIT(WS-ITEM-SUB) = 'Y'
               ADD 1 TO WS-REPORTED-COUNT
               PERFORM SET-ITEM-STATUS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-ITEM-SUB TO WS-ITL-NO
               MOVE WS-ITM-KEY(WS-ITEM-SUB) TO WS-CUR-KEY
               MOVE WS-CUR-INPUT1 TO WS-ITL-INPUT1
               MOVE WS-CUR-INPUT2 TO WS-ITL-INPUT2
               IF ITEM-UNRESOLVED
                   MOVE "** " TO WS-ITL-FLAG
                   ADD 1 TO WS-UNRESOLVED-COUNT
               ELSE
                   MOVE SPACES TO WS-ITL-FLAG
               END-IF
               MOVE WS-STATUS-TEXT TO WS-ITL-STATUS
               WRITE REPORT-LINE FROM WS-ITEM-LINE
               PERFORM REPORT-ITEM-EVENT
                   VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
           END-IF.

      * Work still sitting in a queue is reported by the queue it is
      * in; otherwise the latest stage decides - work opened (by an
      * arrival or a release from hold) after the last posting or
      * discard has not finished its path.
       SET-ITEM-STATUS.
           MOVE 'Y' TO WS-UNRESOLVED-SW.
           MOVE SPACES TO WS-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-ITM-HELD(WS-ITEM-SUB) > ZERO
                   MOVE "UNRESOLVED - HELD FOR AN OPERATOR DECISION"
                       TO WS-STATUS-TEXT
               WHEN WS-ITM-PENDING(WS-ITEM-SUB) > ZERO
                   STRING "UNRESOLVED - RELEASE AWAITING A SECOND "
                       "SIGNATURE"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN WS-ITM-SUSPENDED(WS-ITEM-SUB) > ZERO
                   STRING "UNRESOLVED - IN SUSPENSE, REASON "
                       WS-ITM-SUSP-REASON(WS-ITEM-SUB)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN WS-ITM-WHSE-DUE(WS-ITEM-SUB) > ZERO
                   STRING "UNRESOLVED - OVERDUE IN THE VALUE-DATE "
                       "WAREHOUSE"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN WS-ITM-WHSE-FUTURE(WS-ITEM-SUB) > ZERO
                   MOVE "WAITING IN THE WAREHOUSE FOR ITS VALUE DATE"
                       TO WS-STATUS-TEXT
                   MOVE 'N' TO WS-UNRESOLVED-SW
               WHEN WS-ITM-LAST-OPEN(WS-ITEM-SUB)
                       > WS-ITM-LAST-DONE(WS-ITEM-SUB)
                   PERFORM SET-OPEN-WORK-STATUS
               WHEN WS-ITM-POSTED(WS-ITEM-SUB) > ZERO
                   AND WS-ITM-REVERSED(WS-ITEM-SUB)
                       NOT < WS-ITM-POSTED(WS-ITEM-SUB)
                   MOVE "POSTED AND REVERSED" TO WS-STATUS-TEXT
                   MOVE 'N' TO WS-UNRESOLVED-SW
               WHEN WS-ITM-POSTED(WS-ITEM-SUB) > ZERO
                   MOVE "POSTED" TO WS-STATUS-TEXT
                   MOVE 'N' TO WS-UNRESOLVED-SW
               WHEN WS-ITM-DISCARDED(WS-ITEM-SUB) > ZERO
                   MOVE "DISCARDED AT HOLD REVIEW" TO WS-STATUS-TEXT
                   MOVE 'N' TO WS-UNRESOLVED-SW
               WHEN WS-ITM-REVERSED(WS-ITEM-SUB) > ZERO
                   STRING "REVERSAL POSTED - ORIGINAL OUTSIDE THE "
                       "SELECTION"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   MOVE 'N' TO WS-UNRESOLVED-SW
               WHEN OTHER
                   MOVE "UNRESOLVED - NO LATER STAGE FOUND"
                       TO WS-STATUS-TEXT
           END-EVALUATE.

       SET-OPEN-WORK-STATUS.
           MOVE WS-ITM-OPEN-BATCH(WS-ITEM-SUB) TO WS-BATCH-SLOT.
           IF WS-ITM-OPEN-KIND(WS-ITEM-SUB) = 'R'
               MOVE "UNRESOLVED - RELEASED FROM HOLD, NOT YET POSTED"
                   TO WS-STATUS-TEXT
           ELSE
               IF WS-BATCH-SLOT > ZERO
                   AND (WS-BTE-REG-STATUS(WS-BATCH-SLOT) = 'R'
                       OR WS-BTE-REG-STATUS(WS-BATCH-SLOT) = 'D')
                   MOVE "UNRESOLVED - ARRIVED IN A REFUSED BATCH"
                       TO WS-STATUS-TEXT
               ELSE
                   MOVE "UNRESOLVED - ARRIVED, NOT YET POSTED"
                       TO WS-STATUS-TEXT
               END-IF
           END-IF.

       REPORT-ITEM-EVENT.
           IF WS-EVE-ITEM(WS-EVENT-SUB) = WS-ITEM-SUB
               MOVE WS-EVE-STAGE(WS-EVENT-SUB) TO WS-EVL-STAGE
               MOVE WS-EVE-DATE(WS-EVENT-SUB) TO WS-EVL-DATE
               MOVE WS-EVE-TIME(WS-EVENT-SUB) TO WS-EVL-TIME
               MOVE WS-EVE-SOURCE(WS-EVENT-SUB) TO WS-EVL-SOURCE
               MOVE WS-EVE-DETAIL(WS-EVENT-SUB) TO WS-EVL-DETAIL
               WRITE REPORT-LINE FROM WS-EVENT-LINE
               IF WS-EVE-BATCH(WS-EVENT-SUB) > ZERO
                   PERFORM REPORT-BATCH-REGISTRY
               END-IF
           END-IF.

      * Under each arrival or suspense stage, what the run registry
      * says became of the batch it came in.
       REPORT-BATCH-REGISTRY.
           MOVE WS-EVE-BATCH(WS-EVENT-SUB) TO WS-BATCH-SLOT.
           MOVE "REGISTRY" TO WS-EVL-STAGE.
           MOVE WS-BTE-RUN-DATE(WS-BATCH-SLOT) TO WS-EVL-DATE.
           MOVE WS-BTE-RUN-TIME(WS-BATCH-SLOT) TO WS-EVL-TIME.
           MOVE "CALCRUN.DAT" TO WS-EVL-SOURCE.
           MOVE SPACES TO WS-EVL-DETAIL.
           MOVE WS-BTE-POSTED(WS-BATCH-SLOT) TO WS-EDIT-COUNT.
           MOVE WS-BTE-RC(WS-BATCH-SLOT) TO WS-EDIT-RC.
           EVALUATE WS-BTE-REG-STATUS(WS-BATCH-SLOT)
               WHEN 'P'
                   STRING "BATCH " WS-BTE-ID(WS-BATCH-SLOT)
                       " POSTED" WS-EDIT-COUNT " RECORD(S), RUN "
                       "ENDED RC " WS-EDIT-RC
                       DELIMITED BY SIZE INTO WS-EVL-DETAIL
               WHEN 'R'
                   STRING "BATCH " WS-BTE-ID(WS-BATCH-SLOT)
                       " REFUSED - CONTROLS DID NOT PROVE OUT"
                       DELIMITED BY SIZE INTO WS-EVL-DETAIL
               WHEN 'D'
                   STRING "BATCH " WS-BTE-ID(WS-BATCH-SLOT)
                       " REFUSED - ALREADY POSTED IN AN EARLIER RUN"
                       DELIMITED BY SIZE INTO WS-EVL-DETAIL
               WHEN OTHER
                   MOVE SPACES TO WS-EVL-DATE
                   MOVE SPACES TO WS-EVL-TIME
                   STRING "BATCH " WS-BTE-ID(WS-BATCH-SLOT)
                       " NOT YET DISPOSED OF BY A BATCH RUN"
                       DELIMITED BY SIZE INTO WS-EVL-DETAIL
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-EVENT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORTED-COUNT = ZERO
               MOVE SPACES TO WS-NOTE-LINE
               STRING "NO TRANSACTION FOR THIS ACCOUNT MATCHES THE "
                   "SELECTION IN ANY TRACED FILE"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
           MOVE WS-REPORTED-COUNT TO WS-TOT-ITEMS.
           MOVE WS-UNRESOLVED-COUNT TO WS-TOT-UNRESOLVED.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       END PROGRAM DORADOLINE.
