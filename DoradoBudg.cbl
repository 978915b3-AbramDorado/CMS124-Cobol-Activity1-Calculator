      ******************************************************************
      * Author:
      * Date:
      * Purpose: Budget utilization report for the calculator batch.
      *          Lists every account on the CALCLIMT.DAT budget limit
      *          file with its fiscal-year ceiling on the addition and
      *          product totals, the usage to date taken from the
      *          CALCMST.DAT master, the percent of the ceiling used
      *          and the year-end figure the account is on course
      *          for at its rate so far, so department heads are
      *          warned before they overrun rather than when the
      *          batch starts setting their work aside.  The report
      *          goes to CALCBUDG.TXT; return code 4 when any account
      *          is over a limit, at its warning level, or projected
      *          to finish the year over.
      *          When the BUDGPARM.DAT card names the first day of a
      *          new fiscal year, the same run opens the year: each
      *          limit record still on an earlier year has the
      *          account's current master totals stamped as its
      *          opening figures, so usage starts again from zero.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADOBUDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-LIMIT-FILE ASSIGN TO "CALCLIMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT BUDGET-LIMIT-NEW-FILE ASSIGN TO "CALCLIMT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-NEW-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "CALCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO "CALCBUDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "BUDGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-LIMIT-FILE.
           COPY LIMTREC.
       FD  BUDGET-LIMIT-NEW-FILE.
           COPY LIMTREC
               REPLACING ==BUDGET-LIMIT-RECORD==
                             BY ==BUDGET-LIMIT-NEW-RECORD==
                         ==LIM-ACCOUNT-ID== BY ==LMN-ACCOUNT-ID==
                         ==LIM-ADDITION-LIMIT==
                             BY ==LMN-ADDITION-LIMIT==
                         ==LIM-PRODUCT-LIMIT==
                             BY ==LMN-PRODUCT-LIMIT==
                         ==LIM-WARN-PCT==   BY ==LMN-WARN-PCT==
                         ==LIM-YEAR-START== BY ==LMN-YEAR-START==
                         ==LIM-OPEN-ADDITION==
                             BY ==LMN-OPEN-ADDITION==
                         ==LIM-OPEN-PRODUCT==
                             BY ==LMN-OPEN-PRODUCT==.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  BUDGET-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
      * The control card carries an optional report date overriding
      * the system date, and the first day of a fiscal year to open.
       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-REPORT-DATE         PIC X(8).
           05 PRM-YEAR-START          PIC X(8).
       WORKING-STORAGE SECTION.
           01 WS-LIMIT-STATUS PIC XX VALUE "00".
           01 WS-LIMIT-NEW-STATUS PIC XX VALUE "00".
           01 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-REPORT-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-ON-MASTER-SW PIC X VALUE 'N'.
               88 ACCOUNT-ON-MASTER VALUE 'Y'.
           01 WS-RUN-DATE PIC X(8).
           01 WS-NEW-YEAR-START PIC X(8) VALUE SPACES.
           01 WS-YEAR-OPEN-SW PIC X VALUE 'N'.
               88 YEAR-OPEN-RUN VALUE 'Y'.
           01 WS-ADD-LIMIT PIC S9(12)V99 VALUE ZERO.
           01 WS-PROD-LIMIT PIC S9(14)V9999 VALUE ZERO.
           01 WS-WARN-PCT PIC 9(3) VALUE ZERO.
           01 WS-YEAR-START PIC X(8) VALUE SPACES.
           01 WS-YEAR-START-N REDEFINES WS-YEAR-START PIC 9(8).
           01 WS-OPEN-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-OPEN-PROD PIC S9(14)V9999 VALUE ZERO.
           01 WS-ADD-USED PIC S9(13)V99 VALUE ZERO.
           01 WS-PROD-USED PIC S9(15)V9999 VALUE ZERO.
           01 WS-MEASURE-LIMIT PIC S9(15)V9999 VALUE ZERO.
           01 WS-MEASURE-USED PIC S9(15)V9999 VALUE ZERO.
           01 WS-MEASURE-PROJECTED PIC S9(15)V9999 VALUE ZERO.
           01 WS-USED-PCT PIC 9(5) VALUE ZERO.
           01 WS-PROJ-PCT PIC 9(5) VALUE ZERO.
      * Projection runs the usage so far forward over the whole
      * fiscal year at the same daily rate.
           01 WS-TODAY-INT PIC S9(9) VALUE ZERO.
           01 WS-START-INT PIC S9(9) VALUE ZERO.
           01 WS-NEXT-START-INT PIC S9(9) VALUE ZERO.
           01 WS-NEXT-START PIC 9(8) VALUE ZERO.
           01 WS-YEAR-DAYS PIC S9(5) VALUE ZERO.
           01 WS-ELAPSED-DAYS PIC S9(5) VALUE ZERO.
           01 WS-ACCOUNT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OVER-COUNT PIC 9(7) VALUE ZERO.
           01 WS-WARNING-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PROJECTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ROLLED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-REPORT-HEADER.
               05 FILLER PIC X(31) VALUE
                   "BUDGET UTILIZATION REPORT FOR  ".
               05 WS-HDR-DATE PIC X(8).
               05 FILLER PIC X(93) VALUE SPACES.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(12) VALUE "  ACCOUNT".
               05 FILLER PIC X(10) VALUE "MEASURE".
               05 FILLER PIC X(20) VALUE "             LIMIT".
               05 FILLER PIC X(20) VALUE "      USED TO DATE".
               05 FILLER PIC X(7) VALUE "  PCT".
               05 FILLER PIC X(20) VALUE "PROJECTED YEAR-END".
               05 FILLER PIC X(7) VALUE "PROJ%".
               05 FILLER PIC X(16) VALUE "STATUS".
               05 FILLER PIC X(20) VALUE SPACES.
           01 WS-DETAIL-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-ACCOUNT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-MEASURE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-LIMIT PIC -(14)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-USED PIC -(14)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-PCT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-PROJECTED PIC -(14)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-PROJ-PCT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-STATUS PIC X(16).
               05 FILLER PIC X(20) VALUE SPACES.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(19) VALUE "ACCOUNTS REPORTED: ".
               05 WS-TOT-ACCOUNTS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  OVER LIMIT: ".
               05 WS-TOT-OVER PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  AT WARNING: ".
               05 WS-TOT-WARNING PIC ZZZ,ZZ9.
               05 FILLER PIC X(18) VALUE "  PROJECTED OVER: ".
               05 WS-TOT-PROJECTED PIC ZZZ,ZZ9.
               05 FILLER PIC X(39) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-BUDGET-PARAMETERS.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (WS-RUN-DATE)).
           OPEN INPUT BUDGET-LIMIT-FILE.
           IF WS-LIMIT-STATUS = "35"
               DISPLAY "Budget limit file CALCLIMT.DAT not found - "
                   "no account is budget-controlled."
               STOP RUN
           END-IF.
           IF WS-LIMIT-STATUS NOT = "00"
               DISPLAY "Budget limit file CALCLIMT.DAT is unreadable "
                   "(status " WS-LIMIT-STATUS ") - budget report "
                   "aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Account master CALCMST.DAT could not be "
                   "opened (status " WS-MASTER-STATUS ") - budget "
                   "report aborted."
               CLOSE BUDGET-LIMIT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF YEAR-OPEN-RUN
               OPEN OUTPUT BUDGET-LIMIT-NEW-FILE
               IF WS-LIMIT-NEW-STATUS NOT = "00"
                   DISPLAY "Work file CALCLIMT.NEW could not be "
                       "opened (status " WS-LIMIT-NEW-STATUS ") - "
                       "year-open run aborted; CALCLIMT.DAT is "
                       "unchanged."
                   CLOSE BUDGET-LIMIT-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM READ-BUDGET-LIMIT.
           PERFORM REPORT-ONE-ACCOUNT UNTIL END-OF-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCOUNT-COUNT TO WS-TOT-ACCOUNTS.
           MOVE WS-OVER-COUNT TO WS-TOT-OVER.
           MOVE WS-WARNING-COUNT TO WS-TOT-WARNING.
           MOVE WS-PROJECTED-COUNT TO WS-TOT-PROJECTED.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE BUDGET-LIMIT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE BUDGET-REPORT-FILE.
           IF YEAR-OPEN-RUN
               CLOSE BUDGET-LIMIT-NEW-FILE
               PERFORM REWRITE-LIMIT-FILE
               DISPLAY "Fiscal year " WS-NEW-YEAR-START " opened for "
                   WS-ROLLED-COUNT " account(s)."
           END-IF.
           DISPLAY WS-ACCOUNT-COUNT " budget-controlled account(s) "
               "reported to CALCBUDG.TXT: " WS-OVER-COUNT " over, "
               WS-WARNING-COUNT " at warning, " WS-PROJECTED-COUNT
               " projected over.".
           IF WS-OVER-COUNT > ZERO OR WS-WARNING-COUNT > ZERO
               OR WS-PROJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Without a card the report runs for today and no year is
      * opened.  A year-start date that is not a date aborts - the
      * opening figures are not stamped on a guess.
       GET-BUDGET-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END MOVE SPACES TO PARAMETER-RECORD
               END-READ
               CLOSE PARAMETER-FILE
               IF PRM-REPORT-DATE NOT = SPACES
                   MOVE PRM-REPORT-DATE TO WS-RUN-DATE
               END-IF
               MOVE PRM-YEAR-START TO WS-NEW-YEAR-START
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   DISPLAY "Parameter file BUDGPARM.DAT is present "
                       "but unreadable (status " WS-PARM-STATUS
                       ") - budget report aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RUN-DATE NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (WS-RUN-DATE)) = ZERO
               DISPLAY "Report date " WS-RUN-DATE " on BUDGPARM.DAT "
                   "is not a valid date - budget report aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NEW-YEAR-START NOT = SPACES
               IF WS-NEW-YEAR-START NOT NUMERIC
                   OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (WS-NEW-YEAR-START)) = ZERO
                   DISPLAY "Fiscal year start " WS-NEW-YEAR-START
                       " on BUDGPARM.DAT is not a valid date - budget "
                       "report aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-YEAR-OPEN-SW
           END-IF.

       READ-BUDGET-LIMIT.
           READ BUDGET-LIMIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           PERFORM LOAD-LIMIT-FIGURES.
           MOVE LIM-ACCOUNT-ID TO ACCT-ID.
           MOVE 'Y' TO WS-ON-MASTER-SW.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-ON-MASTER-SW
           END-READ.
           IF YEAR-OPEN-RUN
               PERFORM OPEN-ACCOUNT-YEAR
           END-IF.
           IF ACCOUNT-ON-MASTER
               PERFORM REPORT-ACCOUNT-USAGE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE LIM-ACCOUNT-ID TO WS-DTL-ACCOUNT
               MOVE ZERO TO WS-DTL-LIMIT WS-DTL-USED WS-DTL-PCT
                   WS-DTL-PROJECTED WS-DTL-PROJ-PCT
               MOVE "NOT ON MASTER" TO WS-DTL-STATUS
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
           PERFORM READ-BUDGET-LIMIT.

      * Blank amounts count as zero and a missing warning level
      * takes the standing 90 percent, as the batch run reads them.
       LOAD-LIMIT-FIGURES.
           MOVE ZERO TO WS-ADD-LIMIT WS-PROD-LIMIT WS-OPEN-ADD
               WS-OPEN-PROD.
           MOVE 90 TO WS-WARN-PCT.
           IF LIM-ADDITION-LIMIT NUMERIC
               MOVE LIM-ADDITION-LIMIT TO WS-ADD-LIMIT
           END-IF.
           IF LIM-PRODUCT-LIMIT NUMERIC
               MOVE LIM-PRODUCT-LIMIT TO WS-PROD-LIMIT
           END-IF.
           IF LIM-WARN-PCT NUMERIC AND LIM-WARN-PCT > ZERO
               MOVE LIM-WARN-PCT TO WS-WARN-PCT
           END-IF.
           IF LIM-OPEN-ADDITION NUMERIC
               MOVE LIM-OPEN-ADDITION TO WS-OPEN-ADD
           END-IF.
           IF LIM-OPEN-PRODUCT NUMERIC
               MOVE LIM-OPEN-PRODUCT TO WS-OPEN-PROD
           END-IF.
           MOVE LIM-YEAR-START TO WS-YEAR-START.

      * A record already on the new year (or a later one) is copied
      * unchanged, so running the year-open card twice is harmless.
      * An account not yet on the master opens the year at zero.
       OPEN-ACCOUNT-YEAR.
           IF WS-YEAR-START NOT NUMERIC
               OR WS-YEAR-START < WS-NEW-YEAR-START
               MOVE WS-NEW-YEAR-START TO WS-YEAR-START
               IF ACCOUNT-ON-MASTER
                   MOVE ACCT-TOTAL-ADDITION TO WS-OPEN-ADD
                   MOVE ACCT-TOTAL-MULTIPLICATION TO WS-OPEN-PROD
               ELSE
                   MOVE ZERO TO WS-OPEN-ADD
                   MOVE ZERO TO WS-OPEN-PROD
               END-IF
               ADD 1 TO WS-ROLLED-COUNT
           END-IF.
           MOVE BUDGET-LIMIT-RECORD TO BUDGET-LIMIT-NEW-RECORD.
           MOVE WS-YEAR-START TO LMN-YEAR-START.
           MOVE WS-OPEN-ADD TO LMN-OPEN-ADDITION.
           MOVE WS-OPEN-PROD TO LMN-OPEN-PRODUCT.
           WRITE BUDGET-LIMIT-NEW-RECORD.

       REPORT-ACCOUNT-USAGE.
           COMPUTE WS-ADD-USED = ACCT-TOTAL-ADDITION - WS-OPEN-ADD.
           COMPUTE WS-PROD-USED
               = ACCT-TOTAL-MULTIPLICATION - WS-OPEN-PROD.
           PERFORM FIND-YEAR-PROGRESS.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LIM-ACCOUNT-ID TO WS-DTL-ACCOUNT.
           MOVE "ADDITION" TO WS-DTL-MEASURE.
           MOVE WS-ADD-LIMIT TO WS-MEASURE-LIMIT.
           MOVE WS-ADD-USED TO WS-MEASURE-USED.
           PERFORM WRITE-MEASURE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "PRODUCT" TO WS-DTL-MEASURE.
           MOVE WS-PROD-LIMIT TO WS-MEASURE-LIMIT.
           MOVE WS-PROD-USED TO WS-MEASURE-USED.
           PERFORM WRITE-MEASURE-LINE.

      * The fiscal year runs from its start date to the day before
      * the same date a year on (a 29 February start runs to the end
      * of the following February).  With no usable start date, or
      * once the year is over, the usage so far is the projection.
       FIND-YEAR-PROGRESS.
           MOVE ZERO TO WS-YEAR-DAYS WS-ELAPSED-DAYS.
           IF WS-YEAR-START NUMERIC AND WS-YEAR-START > "19000101"
               COMPUTE WS-START-INT
                   = FUNCTION INTEGER-OF-DATE(WS-YEAR-START-N)
               IF WS-YEAR-START(5:4) = "0229"
                   COMPUTE WS-NEXT-START
                       = WS-YEAR-START-N + 10000 + 72
               ELSE
                   COMPUTE WS-NEXT-START = WS-YEAR-START-N + 10000
               END-IF
               COMPUTE WS-NEXT-START-INT
                   = FUNCTION INTEGER-OF-DATE(WS-NEXT-START)
               IF WS-START-INT > ZERO AND WS-NEXT-START-INT > ZERO
                   COMPUTE WS-YEAR-DAYS
                       = WS-NEXT-START-INT - WS-START-INT
                   COMPUTE WS-ELAPSED-DAYS
                       = WS-TODAY-INT - WS-START-INT + 1
               END-IF
           END-IF.

      * Percentages beyond the edit field's reach show as 99999;
      * a ceiling of zero leaves the measure uncontrolled.
       WRITE-MEASURE-LINE.
           IF WS-ELAPSED-DAYS > ZERO
               AND WS-ELAPSED-DAYS < WS-YEAR-DAYS
               COMPUTE WS-MEASURE-PROJECTED ROUNDED
                   = WS-MEASURE-USED * WS-YEAR-DAYS / WS-ELAPSED-DAYS
                   ON SIZE ERROR
                       MOVE WS-MEASURE-USED TO WS-MEASURE-PROJECTED
               END-COMPUTE
           ELSE
               MOVE WS-MEASURE-USED TO WS-MEASURE-PROJECTED
           END-IF.
           MOVE ZERO TO WS-USED-PCT WS-PROJ-PCT.
           IF WS-MEASURE-LIMIT > ZERO
               IF WS-MEASURE-USED > ZERO
                   COMPUTE WS-USED-PCT
                       = WS-MEASURE-USED * 100 / WS-MEASURE-LIMIT
                       ON SIZE ERROR MOVE 99999 TO WS-USED-PCT
                   END-COMPUTE
               END-IF
               IF WS-MEASURE-PROJECTED > ZERO
                   COMPUTE WS-PROJ-PCT
                       = WS-MEASURE-PROJECTED * 100 / WS-MEASURE-LIMIT
                       ON SIZE ERROR MOVE 99999 TO WS-PROJ-PCT
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE WS-MEASURE-LIMIT TO WS-DTL-LIMIT.
           MOVE WS-MEASURE-USED TO WS-DTL-USED.
           MOVE WS-USED-PCT TO WS-DTL-PCT.
           MOVE WS-MEASURE-PROJECTED TO WS-DTL-PROJECTED.
           MOVE WS-PROJ-PCT TO WS-DTL-PROJ-PCT.
           EVALUATE TRUE
               WHEN WS-MEASURE-LIMIT NOT > ZERO
                   MOVE "NO LIMIT" TO WS-DTL-STATUS
               WHEN WS-MEASURE-USED > WS-MEASURE-LIMIT
                   MOVE "** OVER LIMIT **" TO WS-DTL-STATUS
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-USED-PCT NOT < WS-WARN-PCT
                   MOVE "WARNING" TO WS-DTL-STATUS
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-MEASURE-PROJECTED > WS-MEASURE-LIMIT
                   MOVE "PROJECTED OVER" TO WS-DTL-STATUS
                   ADD 1 TO WS-PROJECTED-COUNT
               WHEN OTHER
                   MOVE "WITHIN BUDGET" TO WS-DTL-STATUS
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      * The opened limits are copied back over the live file; the
      * CALCLIMT.NEW work file is left behind for fallback until the
      * next year-open run overwrites it.  The live file is only
      * truncated once the work file is open to copy from.
       REWRITE-LIMIT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BUDGET-LIMIT-NEW-FILE.
           IF WS-LIMIT-NEW-STATUS NOT = "00"
               DISPLAY "Work file CALCLIMT.NEW could not be reopened "
                   "(status " WS-LIMIT-NEW-STATUS ") - CALCLIMT.DAT "
                   "is unchanged and the year is not opened."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BUDGET-LIMIT-FILE.
           IF WS-LIMIT-STATUS NOT = "00"
               DISPLAY "Budget limits CALCLIMT.DAT could not be "
                   "rewritten (status " WS-LIMIT-STATUS ") - "
                   "CALCLIMT.NEW holds the opened limits; copy it "
                   "over CALCLIMT.DAT."
               CLOSE BUDGET-LIMIT-NEW-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-LIMIT-NEW-RECORD.
           PERFORM COPY-LIMIT-NEW-RECORD UNTIL END-OF-FILE.
           CLOSE BUDGET-LIMIT-NEW-FILE.
           CLOSE BUDGET-LIMIT-FILE.

       READ-LIMIT-NEW-RECORD.
           READ BUDGET-LIMIT-NEW-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       COPY-LIMIT-NEW-RECORD.
           MOVE BUDGET-LIMIT-NEW-RECORD TO BUDGET-LIMIT-RECORD.
           WRITE BUDGET-LIMIT-RECORD.
           PERFORM READ-LIMIT-NEW-RECORD.

       END PROGRAM DORADOBUDG.
