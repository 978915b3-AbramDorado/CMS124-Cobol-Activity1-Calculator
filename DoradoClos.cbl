      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end period close for the calculator batch.
      *          Strikes every account's figures for the month being
      *          closed - the opening and closing position on the
      *          addition and product totals, the month's postings,
      *          reversals and net activity, and the charge billed at
      *          the account's class rate - onto the CALCPERD.DAT
      *          period balances file, then registers the month on
      *          CALCPCLS.DAT as closed.  The month's activity comes
      *          from the live CALCAUD.LOG and whichever
      *          AUDARCyyyymm.DAT archives the AUDARCIDX.DAT index
      *          lists for it (each proved against its index count);
      *          the closing position is the CALCMST.DAT master
      *          total less everything posted after the month, so the
      *          close gives the same figures whenever it is run.
      *          Once a month is closed the batch run carries late
      *          work dated in it into the open month as a prior-
      *          period adjustment, and the frozen figures are never
      *          changed.  Months close in order, one at a time, and
      *          only once they have ended.  The close is listed on
      *          CALCCLOS.TXT; return code 4 when an account carries
      *          an exception, 8 when the month may not be closed,
      *          12 when the close could not be completed.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADOCLOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "AUDARCIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "CALCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLASS-FILE ASSIGN TO "CALCCLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT RATE-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PERIOD-BALANCE-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT PERIOD-BALANCE-NEW-FILE ASSIGN TO "CALCPERD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-NEW-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CALCPCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLS-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "CALCCLOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "CLOSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  CLASS-FILE.
           COPY CLASREC.
      * The statement run's rate cards: class and charge per
      * transaction, class "**" the default.
       FD  RATE-FILE.
       01 RATE-RECORD.
           05 RATE-CLASS           PIC X(2).
           05 RATE-PER-TRAN        PIC 9(3)V99.
       FD  PERIOD-BALANCE-FILE.
           COPY PERDREC.
       FD  PERIOD-BALANCE-NEW-FILE.
           COPY PERDREC
               REPLACING ==PERIOD-BALANCE-RECORD==
                             BY ==PERIOD-BALANCE-NEW-RECORD==
                         ==PRD-PERIOD==     BY ==PRN-PERIOD==
                         ==PRD-ACCOUNT-ID== BY ==PRN-ACCOUNT-ID==
                         ==PRD-CLASS==      BY ==PRN-CLASS==
                         ==PRD-OPEN-ADDITION==
                             BY ==PRN-OPEN-ADDITION==
                         ==PRD-OPEN-PRODUCT==
                             BY ==PRN-OPEN-PRODUCT==
                         ==PRD-ACTIVITY-ADDITION==
                             BY ==PRN-ACTIVITY-ADDITION==
                         ==PRD-ACTIVITY-PRODUCT==
                             BY ==PRN-ACTIVITY-PRODUCT==
                         ==PRD-CLOSE-ADDITION==
                             BY ==PRN-CLOSE-ADDITION==
                         ==PRD-CLOSE-PRODUCT==
                             BY ==PRN-CLOSE-PRODUCT==
                         ==PRD-TRAN-COUNT== BY ==PRN-TRAN-COUNT==
                         ==PRD-REVERSAL-COUNT==
                             BY ==PRN-REVERSAL-COUNT==
                         ==PRD-CHARGE==     BY ==PRN-CHARGE==
                         ==PRD-CLOSE-DATE== BY ==PRN-CLOSE-DATE==.
       FD  PERIOD-CLOSE-FILE.
           COPY PCLSREC.
       FD  CLOSE-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
      * The control card names the month to close so the close can
      * be scheduled unattended after month-end.
       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-CLOSE-PERIOD        PIC X(6).
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           01 WS-INDEX-STATUS PIC XX VALUE "00".
           01 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-CLASS-STATUS PIC XX VALUE "00".
           01 WS-RATE-STATUS PIC XX VALUE "00".
           01 WS-PERD-STATUS PIC XX VALUE "00".
           01 WS-PERD-NEW-STATUS PIC XX VALUE "00".
           01 WS-PCLS-STATUS PIC XX VALUE "00".
           01 WS-REPORT-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-EXCEPTION-SW PIC X VALUE 'N'.
               88 EXCEPTION-RAISED VALUE 'Y'.
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-TIME PIC X(8).
           01 WS-CLOSE-PERIOD PIC X(6) VALUE SPACES.
           01 WS-CLOSE-PERIOD-N REDEFINES WS-CLOSE-PERIOD.
               05 WS-CLP-YEAR PIC 9(4).
               05 WS-CLP-MONTH PIC 9(2).
      * The latest month already on the close register and the
      * month that must be closed next after it.
           01 WS-LAST-CLOSED PIC X(6) VALUE SPACES.
           01 WS-LAST-CLOSED-N REDEFINES WS-LAST-CLOSED.
               05 WS-LCL-YEAR PIC 9(4).
               05 WS-LCL-MONTH PIC 9(2).
           01 WS-NEXT-PERIOD.
               05 WS-NXP-YEAR PIC 9(4).
               05 WS-NXP-MONTH PIC 9(2).
           01 WS-ALREADY-CLOSED-SW PIC X VALUE 'N'.
               88 PERIOD-ALREADY-CLOSED VALUE 'Y'.
      * The archive files holding the closed month or any later
      * month, per the index; a month cut more than once carries
      * several index lines against the same file, so its expected
      * count accumulates across them.
           01 WS-ARC-LIMIT PIC 9(3) VALUE 120.
           01 WS-ARC-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ARC-SUB PIC 9(3) VALUE ZERO.
           01 WS-ARC-SCAN PIC 9(3) VALUE ZERO.
           01 WS-ARC-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ARC-TABLE.
               05 WS-ARC-ENTRY OCCURS 120 TIMES.
                   10 WS-ARE-FILE PIC X(16).
                   10 WS-ARE-EXP-COUNT PIC 9(9).
           01 WS-VERIFY-COUNT PIC 9(9) VALUE ZERO.
           01 WS-RATE-LIMIT PIC 99 VALUE 20.
           01 WS-RATE-COUNT PIC 99 VALUE ZERO.
           01 WS-RATE-SUB PIC 99 VALUE ZERO.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 20 TIMES.
                   10 WS-RTE-CLASS PIC X(2).
                   10 WS-RTE-RATE PIC 9(3)V99.
           01 WS-CLASS-LIMIT PIC 9(3) VALUE 500.
           01 WS-CLASS-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CLASS-SUB PIC 9(3) VALUE ZERO.
           01 WS-CLASS-SLOT PIC 9(3) VALUE ZERO.
           01 WS-CLASS-TABLE.
               05 WS-CLASS-ENTRY OCCURS 500 TIMES.
                   10 WS-CLE-ID PIC X(8).
                   10 WS-CLE-CLASS PIC X(2).
           01 WS-ACCT-CLASS PIC X(2) VALUE SPACES.
           01 WS-LOOKUP-CLASS PIC X(2) VALUE SPACES.
           01 WS-APPLIED-RATE PIC 9(3)V99 VALUE ZERO.
           01 WS-RATE-FOUND-SW PIC X VALUE 'N'.
               88 RATE-FOUND VALUE 'Y'.
      * One entry per account with audit activity in or after the
      * month being closed: the month's postings and reversals
      * apart, as the statement shows them, and everything posted
      * after the month, which the master already includes.
           01 WS-ACT-LIMIT PIC 9(3) VALUE 500.
           01 WS-ACT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ACT-SUB PIC 9(3) VALUE ZERO.
           01 WS-ACT-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ACT-TABLE.
               05 WS-ACT-ENTRY OCCURS 500 TIMES.
                   10 WS-ACE-ID PIC X(8).
                   10 WS-ACE-ON-MASTER PIC X.
                   10 WS-ACE-TRAN-COUNT PIC 9(7).
                   10 WS-ACE-MONTH-ADD PIC S9(12)V99.
                   10 WS-ACE-MONTH-MULT PIC S9(14)V9999.
                   10 WS-ACE-REV-COUNT PIC 9(7).
                   10 WS-ACE-REV-ADD PIC S9(12)V99.
                   10 WS-ACE-REV-MULT PIC S9(14)V9999.
                   10 WS-ACE-LATER-ADD PIC S9(12)V99.
                   10 WS-ACE-LATER-MULT PIC S9(14)V9999.
           01 WS-CUR-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-MASTER-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-MASTER-MULT PIC S9(14)V9999 VALUE ZERO.
           01 WS-TRAN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-REV-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ACTIVITY-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-ACTIVITY-MULT PIC S9(14)V9999 VALUE ZERO.
           01 WS-OPEN-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-OPEN-MULT PIC S9(14)V9999 VALUE ZERO.
           01 WS-CLOSE-ADD PIC S9(12)V99 VALUE ZERO.
           01 WS-CLOSE-MULT PIC S9(14)V9999 VALUE ZERO.
           01 WS-BILLED-COUNT PIC S9(7) VALUE ZERO.
           01 WS-CHARGE PIC S9(12)V99 VALUE ZERO.
           01 WS-ACCOUNT-NOTE PIC X(14) VALUE SPACES.
           01 WS-DROPPED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-CLOSED-ACCOUNTS PIC 9(7) VALUE ZERO.
           01 WS-CLOSED-TRANS PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-CHARGES PIC S9(12)V99 VALUE ZERO.
           01 WS-TOTAL-CLOSE-ADD PIC S9(14)V99 VALUE ZERO.
           01 WS-TOTAL-CLOSE-MULT PIC S9(16)V9999 VALUE ZERO.
           01 WS-REPORT-HEADER.
               05 FILLER PIC X(28) VALUE
                   "MONTH-END CLOSE FOR PERIOD  ".
               05 WS-HDR-PERIOD PIC X(6).
               05 FILLER PIC X(13) VALUE "  CLOSED ON  ".
               05 WS-HDR-DATE PIC X(8).
               05 FILLER PIC X(77) VALUE SPACES.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(12) VALUE "  ACCOUNT".
               05 FILLER PIC X(4) VALUE "CL".
               05 FILLER PIC X(8) VALUE "  TRANS".
               05 FILLER PIC X(8) VALUE "   REVS".
               05 FILLER PIC X(17) VALUE "    OPENING ADD".
               05 FILLER PIC X(17) VALUE "   ACTIVITY ADD".
               05 FILLER PIC X(17) VALUE "    CLOSING ADD".
               05 FILLER PIC X(21) VALUE "       CLOSING PROD".
               05 FILLER PIC X(14) VALUE "       CHARGE".
               05 FILLER PIC X(14) VALUE "NOTE".
           01 WS-DETAIL-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-ACCOUNT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-CLASS PIC X(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-TRANS PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-REVS PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-OPEN-ADD PIC -(12)9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-ACT-ADD PIC -(12)9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-CLOSE-ADD PIC -(12)9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-CLOSE-MULT PIC -(14)9.9999.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-CHARGE PIC -(9)9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-NOTE PIC X(14).
           01 WS-NOTE-LINE.
               05 WS-NOTE-TEXT PIC X(80).
               05 FILLER PIC X(52) VALUE SPACES.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE "ACCOUNTS CLOSED: ".
               05 WS-TOT-ACCOUNTS PIC ZZZ,ZZ9.
               05 FILLER PIC X(16) VALUE "  TRANSACTIONS: ".
               05 WS-TOT-TRANS PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(11) VALUE "  CHARGES: ".
               05 WS-TOT-CHARGES PIC -(12)9.99.
               05 FILLER PIC X(20) VALUE "  CLOSING ADDITION: ".
               05 WS-TOT-CLOSE-ADD PIC -(14)9.99.
               05 FILLER PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-CLOSE-PERIOD.
           PERFORM CHECK-CLOSE-SEQUENCE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM LOAD-ARCHIVE-INDEX.
           PERFORM GATHER-ONE-ARCHIVE
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT.
           PERFORM GATHER-LIVE-LOG.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Account master CALCMST.DAT could not be "
                   "opened (status " WS-MASTER-STATUS ") - period "
                   WS-CLOSE-PERIOD " not closed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARRY-OTHER-PERIODS.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Close report CALCCLOS.TXT could not be "
                   "opened (status " WS-REPORT-STATUS ") - period "
                   WS-CLOSE-PERIOD " not closed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLOSE-PERIOD TO WS-HDR-PERIOD.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-MASTER-RECORD.
           PERFORM CLOSE-ONE-ACCOUNT UNTIL END-OF-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           PERFORM CLOSE-UNMASTERED-ACCOUNT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           CLOSE PERIOD-BALANCE-NEW-FILE.
           PERFORM REWRITE-PERIOD-FILE.
           PERFORM WRITE-CLOSE-REGISTER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLOSED-ACCOUNTS TO WS-TOT-ACCOUNTS.
           MOVE WS-CLOSED-TRANS TO WS-TOT-TRANS.
           MOVE WS-TOTAL-CHARGES TO WS-TOT-CHARGES.
           MOVE WS-TOTAL-CLOSE-ADD TO WS-TOT-CLOSE-ADD.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE CLOSE-REPORT-FILE.
           DISPLAY "Period " WS-CLOSE-PERIOD " closed: "
               WS-CLOSED-ACCOUNTS " account(s) struck on CALCPERD.DAT"
               " - listed on CALCCLOS.TXT.".
           IF EXCEPTION-RAISED
               DISPLAY "One or more accounts carry exceptions - see "
                   "CALCCLOS.TXT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The month comes from the CLOSPARM.DAT card when the close is
      * scheduled, with the console prompt as the fallback.  A blank
      * month closes the month before the run date - the close runs
      * in the first days of the following month.
       GET-CLOSE-PERIOD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END MOVE SPACES TO PRM-CLOSE-PERIOD
               END-READ
               CLOSE PARAMETER-FILE
               MOVE PRM-CLOSE-PERIOD TO WS-CLOSE-PERIOD
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   DISPLAY "Parameter file CLOSPARM.DAT is present "
                       "but unreadable (status " WS-PARM-STATUS
                       ") - period close aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Period to close (YYYYMM, blank for last "
                   "month): "
               ACCEPT WS-CLOSE-PERIOD
           END-IF.
           IF WS-CLOSE-PERIOD = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-CLOSE-PERIOD
               IF WS-CLP-MONTH = 1
                   MOVE 12 TO WS-CLP-MONTH
                   SUBTRACT 1 FROM WS-CLP-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CLP-MONTH
               END-IF
           END-IF.
           IF WS-CLOSE-PERIOD NOT NUMERIC
               OR WS-CLP-MONTH < 1 OR WS-CLP-MONTH > 12
               DISPLAY "Period to close must be YYYYMM - period close "
                   "aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A month is closed once, after it has ended, and only when
      * the month before it is already closed - so the register's
      * last record is always the latest closed month.  The very
      * first close may take any ended month.
       CHECK-CLOSE-SEQUENCE.
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
                       ") - period close aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF PERIOD-ALREADY-CLOSED
               DISPLAY "Period " WS-CLOSE-PERIOD " is already closed "
                   "- its balances stand as struck."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-PERIOD NOT < WS-RUN-DATE(1:6)
               DISPLAY "Period " WS-CLOSE-PERIOD " has not ended - "
                   "it cannot be closed before the first day of the "
                   "following month."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LAST-CLOSED NOT = SPACES
               MOVE WS-LCL-YEAR TO WS-NXP-YEAR
               MOVE WS-LCL-MONTH TO WS-NXP-MONTH
               IF WS-NXP-MONTH = 12
                   MOVE 1 TO WS-NXP-MONTH
                   ADD 1 TO WS-NXP-YEAR
               ELSE
                   ADD 1 TO WS-NXP-MONTH
               END-IF
               IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                   DISPLAY "The latest closed period is "
                       WS-LAST-CLOSED " - period " WS-NEXT-PERIOD
                       " must be closed before " WS-CLOSE-PERIOD "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-CLOSE-REGISTER.
           READ PERIOD-CLOSE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       NOTE-ONE-CLOSED-PERIOD.
           IF PCL-PERIOD = WS-CLOSE-PERIOD
               MOVE 'Y' TO WS-ALREADY-CLOSED-SW
           END-IF.
           IF PCL-PERIOD NUMERIC AND PCL-PERIOD > WS-LAST-CLOSED
               MOVE PCL-PERIOD TO WS-LAST-CLOSED
           END-IF.
           PERFORM READ-CLOSE-REGISTER.

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "Rate table CALCRATE.DAT not found (status "
                   WS-RATE-STATUS ") - the close strikes no charges."
           ELSE
               PERFORM READ-RATE-RECORD
               PERFORM TABLE-ONE-RATE UNTIL END-OF-FILE
               CLOSE RATE-FILE
           END-IF.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-RATE.
           IF RATE-PER-TRAN NUMERIC
               IF WS-RATE-COUNT < WS-RATE-LIMIT
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RATE-CLASS TO WS-RTE-CLASS(WS-RATE-COUNT)
                   MOVE RATE-PER-TRAN TO WS-RTE-RATE(WS-RATE-COUNT)
               ELSE
                   DISPLAY "Rate table carries more classes than "
                       "the run can hold - card for class "
                       RATE-CLASS " ignored."
               END-IF
           ELSE
               DISPLAY "Rate card for class " RATE-CLASS " is not "
                   "numeric - card ignored."
           END-IF.
           PERFORM READ-RATE-RECORD.

       LOAD-CLASS-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CLASS-FILE.
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "Class file CALCCLAS.DAT not found (status "
                   WS-CLASS-STATUS ") - every account is charged at "
                   "the default rate."
           ELSE
               PERFORM READ-CLASS-RECORD
               PERFORM TABLE-ONE-CLASS UNTIL END-OF-FILE
               CLOSE CLASS-FILE
           END-IF.

       READ-CLASS-RECORD.
           READ CLASS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-CLASS.
           IF WS-CLASS-COUNT < WS-CLASS-LIMIT
               ADD 1 TO WS-CLASS-COUNT
               MOVE CLS-ACCOUNT-ID TO WS-CLE-ID(WS-CLASS-COUNT)
               MOVE CLS-CLASS TO WS-CLE-CLASS(WS-CLASS-COUNT)
           ELSE
               DISPLAY "Class file holds more accounts than the "
                   "run can table - record for " CLS-ACCOUNT-ID
                   " ignored; it is charged at the default rate."
           END-IF.
           PERFORM READ-CLASS-RECORD.

      * Every archive holding the closed month or a later one is
      * read: the later months' postings are taken back off the
      * master to reach the month's closing position.
       LOAD-ARCHIVE-INDEX.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM READ-INDEX-RECORD
               PERFORM TABLE-ONE-INDEX-ENTRY UNTIL END-OF-FILE
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.

       READ-INDEX-RECORD.
           READ ARCHIVE-INDEX-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-INDEX-ENTRY.
           IF IDX-MONTH NOT < WS-CLOSE-PERIOD
               MOVE ZERO TO WS-ARC-SLOT
               PERFORM MATCH-ONE-ARCHIVE-SLOT
                   VARYING WS-ARC-SCAN FROM 1 BY 1
                   UNTIL WS-ARC-SCAN > WS-ARC-COUNT
               IF WS-ARC-SLOT = ZERO
                   IF WS-ARC-COUNT < WS-ARC-LIMIT
                       ADD 1 TO WS-ARC-COUNT
                       MOVE IDX-FILE-NAME
                           TO WS-ARE-FILE(WS-ARC-COUNT)
                       MOVE IDX-RECORD-COUNT
                           TO WS-ARE-EXP-COUNT(WS-ARC-COUNT)
                   ELSE
                       DISPLAY "More archives than the close can "
                           "table - period " WS-CLOSE-PERIOD
                           " not closed."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   ADD IDX-RECORD-COUNT
                       TO WS-ARE-EXP-COUNT(WS-ARC-SLOT)
               END-IF
           END-IF.
           PERFORM READ-INDEX-RECORD.

       MATCH-ONE-ARCHIVE-SLOT.
           IF WS-ARE-FILE(WS-ARC-SCAN) = IDX-FILE-NAME
               MOVE WS-ARC-SCAN TO WS-ARC-SLOT
           END-IF.

      * Frozen figures are struck only from complete history: an
      * archive that cannot be read or does not prove out against
      * its index count stops the close.
       GATHER-ONE-ARCHIVE.
           MOVE WS-ARE-FILE(WS-ARC-SUB) TO WS-ARCHIVE-FILE-NAME.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-VERIFY-COUNT.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Archive " WS-ARCHIVE-FILE-NAME " could not "
                   "be opened (status " WS-ARCHIVE-STATUS ") - period "
                   WS-CLOSE-PERIOD " not closed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.
           PERFORM GATHER-ARCHIVE-RECORD UNTIL END-OF-FILE.
           CLOSE ARCHIVE-FILE.
           IF WS-VERIFY-COUNT NOT = WS-ARE-EXP-COUNT(WS-ARC-SUB)
               DISPLAY "Archive " WS-ARCHIVE-FILE-NAME " holds "
                   WS-VERIFY-COUNT " record(s) but the index expects "
                   WS-ARE-EXP-COUNT(WS-ARC-SUB) " - period "
                   WS-CLOSE-PERIOD " not closed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       GATHER-ARCHIVE-RECORD.
           ADD 1 TO WS-VERIFY-COUNT.
           MOVE ARCHIVE-RECORD TO AUDIT-RECORD.
           PERFORM GATHER-AUDIT-ENTRY.
           PERFORM READ-ARCHIVE-RECORD.

       GATHER-LIVE-LOG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALC-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-LIVE-RECORD
               PERFORM GATHER-LIVE-RECORD UNTIL END-OF-FILE
               CLOSE CALC-AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = "35"
                   DISPLAY "Audit log CALCAUD.LOG is unreadable "
                       "(status " WS-AUDIT-STATUS ") - period "
                       WS-CLOSE-PERIOD " not closed."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-LIVE-RECORD.
           READ CALC-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       GATHER-LIVE-RECORD.
           PERFORM GATHER-AUDIT-ENTRY.
           PERFORM READ-LIVE-RECORD.

      * The audit record - live or archived - is in AUDIT-RECORD.
       GATHER-AUDIT-ENTRY.
           IF AUD-DATE(1:6) NOT < WS-CLOSE-PERIOD
               PERFORM FIND-ACTIVITY-SLOT
               IF AUD-DATE(1:6) = WS-CLOSE-PERIOD
                   IF AUD-OP-CODE = 'R'
                       ADD 1 TO WS-ACE-REV-COUNT(WS-ACT-SLOT)
                       IF AUD-ADDITION NUMERIC
                           ADD AUD-ADDITION
                               TO WS-ACE-REV-ADD(WS-ACT-SLOT)
                       END-IF
                       IF AUD-MULTIPLICATION NUMERIC
                           ADD AUD-MULTIPLICATION
                               TO WS-ACE-REV-MULT(WS-ACT-SLOT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-ACE-TRAN-COUNT(WS-ACT-SLOT)
                       IF AUD-ADDITION NUMERIC
                           ADD AUD-ADDITION
                               TO WS-ACE-MONTH-ADD(WS-ACT-SLOT)
                       END-IF
                       IF AUD-MULTIPLICATION NUMERIC
                           ADD AUD-MULTIPLICATION
                               TO WS-ACE-MONTH-MULT(WS-ACT-SLOT)
                       END-IF
                   END-IF
               ELSE
                   IF AUD-ADDITION NUMERIC
                       ADD AUD-ADDITION
                           TO WS-ACE-LATER-ADD(WS-ACT-SLOT)
                   END-IF
                   IF AUD-MULTIPLICATION NUMERIC
                       ADD AUD-MULTIPLICATION
                           TO WS-ACE-LATER-MULT(WS-ACT-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-ACTIVITY-SLOT.
           MOVE ZERO TO WS-ACT-SLOT.
           PERFORM MATCH-ONE-ACTIVITY
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT OR WS-ACT-SLOT > ZERO.
           IF WS-ACT-SLOT = ZERO
               IF WS-ACT-COUNT < WS-ACT-LIMIT
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-SLOT
                   INITIALIZE WS-ACT-ENTRY(WS-ACT-SLOT)
                   MOVE AUD-ACCOUNT-ID TO WS-ACE-ID(WS-ACT-SLOT)
                   MOVE 'N' TO WS-ACE-ON-MASTER(WS-ACT-SLOT)
               ELSE
                   DISPLAY "More accounts with activity than the "
                       "close can table - period " WS-CLOSE-PERIOD
                       " not closed."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       MATCH-ONE-ACTIVITY.
           IF WS-ACE-ID(WS-ACT-SUB) = AUD-ACCOUNT-ID
               MOVE WS-ACT-SUB TO WS-ACT-SLOT
           END-IF.

      * The balances already struck for other months are carried to
      * the work file unchanged.  Records for this month can only be
      * left from a close that stopped before registering it, and
      * are dropped so the month is struck once.
       CARRY-OTHER-PERIODS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN OUTPUT PERIOD-BALANCE-NEW-FILE.
           IF WS-PERD-NEW-STATUS NOT = "00"
               DISPLAY "Work file CALCPERD.NEW could not be opened "
                   "(status " WS-PERD-NEW-STATUS ") - period "
                   WS-CLOSE-PERIOD " not closed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERIOD-BALANCE-FILE.
           IF WS-PERD-STATUS = "00"
               PERFORM READ-PERIOD-RECORD
               PERFORM CARRY-ONE-PERIOD-RECORD UNTIL END-OF-FILE
               CLOSE PERIOD-BALANCE-FILE
           ELSE
               IF WS-PERD-STATUS NOT = "35"
                   DISPLAY "Period balances CALCPERD.DAT are "
                       "unreadable (status " WS-PERD-STATUS
                       ") - period " WS-CLOSE-PERIOD " not closed."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY WS-DROPPED-COUNT " balance(s) for "
                   WS-CLOSE-PERIOD " left by an unfinished close "
                   "were dropped and are struck again."
           END-IF.

       READ-PERIOD-RECORD.
           READ PERIOD-BALANCE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CARRY-ONE-PERIOD-RECORD.
           IF PRD-PERIOD = WS-CLOSE-PERIOD
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE PERIOD-BALANCE-RECORD TO PERIOD-BALANCE-NEW-RECORD
               WRITE PERIOD-BALANCE-NEW-RECORD
           END-IF.
           PERFORM READ-PERIOD-RECORD.

       READ-MASTER-RECORD.
           READ ACCOUNT-MASTER-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * Every account on the master is struck, with or without
      * activity, so each closed month carries a full set of
      * positions.
       CLOSE-ONE-ACCOUNT.
           MOVE ACCT-ID TO WS-CUR-ACCOUNT.
           MOVE ZERO TO WS-MASTER-ADD.
           MOVE ZERO TO WS-MASTER-MULT.
           IF ACCT-TOTAL-ADDITION NUMERIC
               MOVE ACCT-TOTAL-ADDITION TO WS-MASTER-ADD
           END-IF.
           IF ACCT-TOTAL-MULTIPLICATION NUMERIC
               MOVE ACCT-TOTAL-MULTIPLICATION TO WS-MASTER-MULT
           END-IF.
           MOVE SPACES TO WS-ACCOUNT-NOTE.
           MOVE ZERO TO WS-ACT-SLOT.
           PERFORM MATCH-MASTER-ACTIVITY
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT OR WS-ACT-SLOT > ZERO.
           IF WS-ACT-SLOT > ZERO
               MOVE 'Y' TO WS-ACE-ON-MASTER(WS-ACT-SLOT)
           END-IF.
           PERFORM STRIKE-ACCOUNT-BALANCE.
           PERFORM READ-MASTER-RECORD.

       MATCH-MASTER-ACTIVITY.
           IF WS-ACE-ID(WS-ACT-SUB) = WS-CUR-ACCOUNT
               MOVE WS-ACT-SUB TO WS-ACT-SLOT
           END-IF.

      * Activity for an account the master no longer carries is
      * still struck, from a master position of zero, and flagged.
       CLOSE-UNMASTERED-ACCOUNT.
           IF WS-ACE-ON-MASTER(WS-ACT-SUB) = 'N'
               MOVE WS-ACE-ID(WS-ACT-SUB) TO WS-CUR-ACCOUNT
               MOVE ZERO TO WS-MASTER-ADD
               MOVE ZERO TO WS-MASTER-MULT
               MOVE "NOT ON MASTER" TO WS-ACCOUNT-NOTE
               MOVE 'Y' TO WS-EXCEPTION-SW
               MOVE WS-ACT-SUB TO WS-ACT-SLOT
               PERFORM STRIKE-ACCOUNT-BALANCE
           END-IF.

      * The closing position is the master less everything posted
      * after the month; the opening is the closing less the month's
      * postings and reversals, as the statement constructs it.  A
      * reversal takes one transaction back off the billed count,
      * so a month whose reversals back out earlier months' work
      * nets to a credit, struck as a negative charge.
       STRIKE-ACCOUNT-BALANCE.
           MOVE ZERO TO WS-TRAN-COUNT WS-REV-COUNT.
           MOVE WS-MASTER-ADD TO WS-CLOSE-ADD.
           MOVE WS-MASTER-MULT TO WS-CLOSE-MULT.
           MOVE ZERO TO WS-ACTIVITY-ADD WS-ACTIVITY-MULT.
           IF WS-ACT-SLOT > ZERO
               MOVE WS-ACE-TRAN-COUNT(WS-ACT-SLOT) TO WS-TRAN-COUNT
               MOVE WS-ACE-REV-COUNT(WS-ACT-SLOT) TO WS-REV-COUNT
               COMPUTE WS-ACTIVITY-ADD
                   = WS-ACE-MONTH-ADD(WS-ACT-SLOT)
                       + WS-ACE-REV-ADD(WS-ACT-SLOT)
               COMPUTE WS-ACTIVITY-MULT
                   = WS-ACE-MONTH-MULT(WS-ACT-SLOT)
                       + WS-ACE-REV-MULT(WS-ACT-SLOT)
               COMPUTE WS-CLOSE-ADD
                   = WS-MASTER-ADD - WS-ACE-LATER-ADD(WS-ACT-SLOT)
               COMPUTE WS-CLOSE-MULT
                   = WS-MASTER-MULT - WS-ACE-LATER-MULT(WS-ACT-SLOT)
           END-IF.
           COMPUTE WS-OPEN-ADD = WS-CLOSE-ADD - WS-ACTIVITY-ADD.
           COMPUTE WS-OPEN-MULT = WS-CLOSE-MULT - WS-ACTIVITY-MULT.
           PERFORM FIND-ACCOUNT-CLASS.
           PERFORM FIND-RATE-FOR-CLASS.
           COMPUTE WS-BILLED-COUNT = WS-TRAN-COUNT - WS-REV-COUNT.
           COMPUTE WS-CHARGE = WS-BILLED-COUNT * WS-APPLIED-RATE.
           IF NOT RATE-FOUND AND WS-BILLED-COUNT NOT = ZERO
               AND WS-ACCOUNT-NOTE = SPACES
               MOVE "NO RATE CARD" TO WS-ACCOUNT-NOTE
               MOVE 'Y' TO WS-EXCEPTION-SW
           END-IF.
           MOVE WS-CLOSE-PERIOD TO PRN-PERIOD.
           MOVE WS-CUR-ACCOUNT TO PRN-ACCOUNT-ID.
           MOVE WS-ACCT-CLASS TO PRN-CLASS.
           MOVE WS-OPEN-ADD TO PRN-OPEN-ADDITION.
           MOVE WS-OPEN-MULT TO PRN-OPEN-PRODUCT.
           MOVE WS-ACTIVITY-ADD TO PRN-ACTIVITY-ADDITION.
           MOVE WS-ACTIVITY-MULT TO PRN-ACTIVITY-PRODUCT.
           MOVE WS-CLOSE-ADD TO PRN-CLOSE-ADDITION.
           MOVE WS-CLOSE-MULT TO PRN-CLOSE-PRODUCT.
           MOVE WS-TRAN-COUNT TO PRN-TRAN-COUNT.
           MOVE WS-REV-COUNT TO PRN-REVERSAL-COUNT.
           MOVE WS-CHARGE TO PRN-CHARGE.
           MOVE WS-RUN-DATE TO PRN-CLOSE-DATE.
           WRITE PERIOD-BALANCE-NEW-RECORD.
           ADD 1 TO WS-CLOSED-ACCOUNTS.
           ADD WS-TRAN-COUNT TO WS-CLOSED-TRANS.
           ADD WS-CHARGE TO WS-TOTAL-CHARGES.
           ADD WS-CLOSE-ADD TO WS-TOTAL-CLOSE-ADD.
           ADD WS-CLOSE-MULT TO WS-TOTAL-CLOSE-MULT.
           MOVE WS-CUR-ACCOUNT TO WS-DTL-ACCOUNT.
           MOVE WS-ACCT-CLASS TO WS-DTL-CLASS.
           MOVE WS-TRAN-COUNT TO WS-DTL-TRANS.
           MOVE WS-REV-COUNT TO WS-DTL-REVS.
           MOVE WS-OPEN-ADD TO WS-DTL-OPEN-ADD.
           MOVE WS-ACTIVITY-ADD TO WS-DTL-ACT-ADD.
           MOVE WS-CLOSE-ADD TO WS-DTL-CLOSE-ADD.
           MOVE WS-CLOSE-MULT TO WS-DTL-CLOSE-MULT.
           MOVE WS-CHARGE TO WS-DTL-CHARGE.
           MOVE WS-ACCOUNT-NOTE TO WS-DTL-NOTE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       FIND-ACCOUNT-CLASS.
           MOVE ZERO TO WS-CLASS-SLOT.
           MOVE SPACES TO WS-ACCT-CLASS.
           PERFORM MATCH-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
           IF WS-CLASS-SLOT > ZERO
               MOVE WS-CLE-CLASS(WS-CLASS-SLOT) TO WS-ACCT-CLASS
           END-IF.

       MATCH-ONE-CLASS.
           IF WS-CLE-ID(WS-CLASS-SUB) = WS-CUR-ACCOUNT
               MOVE WS-CLASS-SUB TO WS-CLASS-SLOT
           END-IF.

      * The same rate lookup as the statement run: the class's own
      * card, else the "**" default card, else no charge.
       FIND-RATE-FOR-CLASS.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-APPLIED-RATE.
           MOVE WS-ACCT-CLASS TO WS-LOOKUP-CLASS.
           PERFORM MATCH-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.
           IF NOT RATE-FOUND
               MOVE "**" TO WS-LOOKUP-CLASS
               PERFORM MATCH-ONE-RATE
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
           END-IF.

       MATCH-ONE-RATE.
           IF WS-RTE-CLASS(WS-RATE-SUB) = WS-LOOKUP-CLASS
               AND NOT RATE-FOUND
               MOVE WS-RTE-RATE(WS-RATE-SUB) TO WS-APPLIED-RATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.

      * The struck balances replace the live file only once every
      * account is on the work file; CALCPERD.NEW is left behind for
      * fallback until the next close overwrites it.
       REWRITE-PERIOD-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PERIOD-BALANCE-NEW-FILE.
           IF WS-PERD-NEW-STATUS NOT = "00"
               DISPLAY "Work file CALCPERD.NEW could not be reopened "
                   "(status " WS-PERD-NEW-STATUS ") - CALCPERD.DAT "
                   "is unchanged and period " WS-CLOSE-PERIOD
                   " is not closed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PERIOD-BALANCE-FILE.
           IF WS-PERD-STATUS NOT = "00"
               DISPLAY "Period balances CALCPERD.DAT could not be "
                   "rewritten (status " WS-PERD-STATUS ") - period "
                   WS-CLOSE-PERIOD " not closed; CALCPERD.NEW holds "
                   "the struck balances."
               CLOSE PERIOD-BALANCE-NEW-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PERIOD-NEW-RECORD.
           PERFORM COPY-PERIOD-NEW-RECORD UNTIL END-OF-FILE.
           CLOSE PERIOD-BALANCE-NEW-FILE.
           CLOSE PERIOD-BALANCE-FILE.

       READ-PERIOD-NEW-RECORD.
           READ PERIOD-BALANCE-NEW-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       COPY-PERIOD-NEW-RECORD.
           MOVE PERIOD-BALANCE-NEW-RECORD TO PERIOD-BALANCE-RECORD.
           WRITE PERIOD-BALANCE-RECORD.
           PERFORM READ-PERIOD-NEW-RECORD.

      * The month counts as closed from the moment its register
      * record is written, after all of its balances are in place.
       WRITE-CLOSE-REGISTER.
           OPEN EXTEND PERIOD-CLOSE-FILE.
           IF WS-PCLS-STATUS = "35"
               OPEN OUTPUT PERIOD-CLOSE-FILE
           END-IF.
           IF WS-PCLS-STATUS NOT = "00"
               DISPLAY "Close register CALCPCLS.DAT could not be "
                   "opened (status " WS-PCLS-STATUS ") - period "
                   WS-CLOSE-PERIOD " balances are struck but the "
                   "month is not registered closed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLOSE-PERIOD TO PCL-PERIOD.
           MOVE WS-RUN-DATE TO PCL-CLOSE-DATE.
           MOVE WS-RUN-TIME TO PCL-CLOSE-TIME.
           MOVE WS-CLOSED-ACCOUNTS TO PCL-ACCOUNT-COUNT.
           MOVE WS-CLOSED-TRANS TO PCL-TRAN-COUNT.
           MOVE WS-TOTAL-CHARGES TO PCL-TOTAL-CHARGE.
           MOVE WS-TOTAL-CLOSE-ADD TO PCL-TOTAL-ADDITION.
           MOVE WS-TOTAL-CLOSE-MULT TO PCL-TOTAL-PRODUCT.
           WRITE PERIOD-CLOSE-RECORD.
           CLOSE PERIOD-CLOSE-FILE.

       END PROGRAM DORADOCLOS.
