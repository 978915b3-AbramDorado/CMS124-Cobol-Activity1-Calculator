      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comparative period report for the calculator batch.
      *          Prints each account's figures for a closed month
      *          beside the prior month and the same month a year
      *          earlier - transactions, addition and product
      *          activity, closing addition and product position, and
      *          the charge billed - with the change on the prior
      *          month, to CALCCOMP.TXT.  Built entirely from the
      *          balances the month-end close struck on CALCPERD.DAT,
      *          so the audit archives are never rescanned and the
      *          figures are the frozen ones.  The month comes from
      *          the COMPPARM.DAT card or the console, a blank month
      *          meaning the latest closed month.  A comparison month
      *          that has not been closed prints as NOT CLOSED; an
      *          account with no balance struck for a closed month
      *          prints as NO BALANCE.  Return code 8 when the month
      *          asked for is not closed, 12 when the balances cannot
      *          be read.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADOCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-BALANCE-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "CALCPCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLS-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "CALCCOMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "COMPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-BALANCE-FILE.
           COPY PERDREC.
       FD  PERIOD-CLOSE-FILE.
           COPY PCLSREC.
       FD  COMPARE-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
      * The control card names the month to report so the report
      * can be scheduled to follow the month-end close.
       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-COMP-PERIOD         PIC X(6).
       WORKING-STORAGE SECTION.
           01 WS-PERD-STATUS PIC XX VALUE "00".
           01 WS-PCLS-STATUS PIC XX VALUE "00".
           01 WS-REPORT-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-RUN-DATE PIC X(8).
           01 WS-LAST-CLOSED PIC X(6) VALUE SPACES.
      * The three months compared: 1 the month reported, 2 the
      * month before it, 3 the same month a year earlier.
           01 WS-COMP-PERIOD PIC X(6) VALUE SPACES.
           01 WS-COMP-PERIOD-N REDEFINES WS-COMP-PERIOD.
               05 WS-CPD-YEAR PIC 9(4).
               05 WS-CPD-MONTH PIC 9(2).
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 3 TIMES.
                   10 WS-PTE-PERIOD.
                       15 WS-PTE-YEAR PIC 9(4).
                       15 WS-PTE-MONTH PIC 9(2).
                   10 WS-PTE-CLOSED PIC X.
           01 WS-PER-SUB PIC 9 VALUE ZERO.
           01 WS-PER-SLOT PIC 9 VALUE ZERO.
      * One entry per account with a balance struck for any of the
      * three months, kept in account order.
           01 WS-CMP-LIMIT PIC 9(3) VALUE 500.
           01 WS-CMP-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CMP-SUB PIC 9(3) VALUE ZERO.
           01 WS-CMP-SLOT PIC 9(3) VALUE ZERO.
           01 WS-CMP-SHIFT PIC S9(4) VALUE ZERO.
           01 WS-CMP-TABLE.
               05 WS-CMP-ENTRY OCCURS 500 TIMES.
                   10 WS-CPE-ID PIC X(8).
                   10 WS-CPE-CLASS PIC X(2).
                   10 WS-CPE-PERIOD OCCURS 3 TIMES.
                       15 WS-CPP-PRESENT PIC X.
                       15 WS-CPP-TRANS PIC 9(7).
                       15 WS-CPP-ACT-ADD PIC S9(12)V99.
                       15 WS-CPP-ACT-MULT PIC S9(14)V9999.
                       15 WS-CPP-CLOSE-ADD PIC S9(12)V99.
                       15 WS-CPP-CLOSE-MULT PIC S9(14)V9999.
                       15 WS-CPP-CHARGE PIC S9(12)V99.
      * The block being printed - an account's entry or the totals,
      * which share its layout.
           01 WS-BLOCK.
               05 WS-BLK-ID PIC X(8).
               05 WS-BLK-CLASS PIC X(2).
               05 WS-BLK-PERIOD OCCURS 3 TIMES.
                   10 WS-BLP-PRESENT PIC X.
                   10 WS-BLP-TRANS PIC 9(7).
                   10 WS-BLP-ACT-ADD PIC S9(12)V99.
                   10 WS-BLP-ACT-MULT PIC S9(14)V9999.
                   10 WS-BLP-CLOSE-ADD PIC S9(12)V99.
                   10 WS-BLP-CLOSE-MULT PIC S9(14)V9999.
                   10 WS-BLP-CHARGE PIC S9(12)V99.
           01 WS-TOTAL-BLOCK.
               05 WS-TBK-ID PIC X(8).
               05 WS-TBK-CLASS PIC X(2).
               05 WS-TBK-PERIOD OCCURS 3 TIMES.
                   10 WS-TBP-PRESENT PIC X.
                   10 WS-TBP-TRANS PIC 9(7).
                   10 WS-TBP-ACT-ADD PIC S9(12)V99.
                   10 WS-TBP-ACT-MULT PIC S9(14)V9999.
                   10 WS-TBP-CLOSE-ADD PIC S9(12)V99.
                   10 WS-TBP-CLOSE-MULT PIC S9(14)V9999.
                   10 WS-TBP-CHARGE PIC S9(12)V99.
           01 WS-ROW-SUB PIC 9 VALUE ZERO.
           01 WS-COL-SUB PIC 9 VALUE ZERO.
           01 WS-ROW-VALUES.
               05 WS-ROW-VAL PIC S9(16)V9999 OCCURS 3 TIMES.
           01 WS-CELL-VAL PIC S9(16)V9999 VALUE ZERO.
           01 WS-CELL-SUB PIC 9 VALUE ZERO.
           01 WS-EDIT-COUNT PIC -(20)9.
           01 WS-EDIT-ADD PIC -(17)9.99.
           01 WS-EDIT-MULT PIC -(15)9.9999.
           01 WS-REPORT-HEADER.
               05 FILLER PIC X(30) VALUE
                   "COMPARATIVE PERIOD REPORT FOR ".
               05 WS-HDR-PERIOD PIC X(6).
               05 FILLER PIC X(9) VALUE "  RUN ON ".
               05 WS-HDR-DATE PIC X(8).
               05 FILLER PIC X(79) VALUE SPACES.
           01 WS-ACCOUNT-HEADER.
               05 FILLER PIC X(8) VALUE "ACCOUNT ".
               05 WS-AH-ACCOUNT PIC X(8).
               05 FILLER PIC X(8) VALUE "  CLASS ".
               05 WS-AH-CLASS PIC X(2).
               05 FILLER PIC X(106) VALUE SPACES.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(22) VALUE SPACES.
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "    CURRENT ".
               05 WS-COL-CURRENT PIC X(6).
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "      PRIOR ".
               05 WS-COL-PRIOR PIC X(6).
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "   YEAR AGO ".
               05 WS-COL-YEAR-AGO PIC X(6).
               05 FILLER PIC X(24) VALUE
                   "         CHANGE ON PRIOR".
               05 FILLER PIC X(14) VALUE SPACES.
           01 WS-ROW-LINE.
               05 WS-ROW-NAME PIC X(22).
               05 WS-ROW-CELL PIC X(24) OCCURS 4 TIMES.
               05 FILLER PIC X(14) VALUE SPACES.
           01 WS-TRAILER-LINE.
               05 FILLER PIC X(19) VALUE "ACCOUNTS COMPARED: ".
               05 WS-TRL-ACCOUNTS PIC ZZZ,ZZ9.
               05 FILLER PIC X(106) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CLOSE-REGISTER.
           PERFORM GET-COMPARE-PERIOD.
           PERFORM SET-COMPARE-PERIODS.
           PERFORM LOAD-PERIOD-BALANCES.
           OPEN OUTPUT COMPARE-REPORT-FILE.
           MOVE WS-COMP-PERIOD TO WS-HDR-PERIOD.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           MOVE WS-PTE-PERIOD(1) TO WS-COL-CURRENT.
           MOVE WS-PTE-PERIOD(2) TO WS-COL-PRIOR.
           MOVE WS-PTE-PERIOD(3) TO WS-COL-YEAR-AGO.
           INITIALIZE WS-TOTAL-BLOCK.
           PERFORM PRINT-ONE-ACCOUNT
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT.
           MOVE WS-TOTAL-BLOCK TO WS-BLOCK.
           MOVE "TOTALS" TO WS-BLK-ID.
           MOVE SPACES TO WS-BLK-CLASS.
           PERFORM MARK-TOTAL-PRESENT
               VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3.
           PERFORM PRINT-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CMP-COUNT TO WS-TRL-ACCOUNTS.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE.
           CLOSE COMPARE-REPORT-FILE.
           DISPLAY WS-CMP-COUNT " account(s) compared for period "
               WS-COMP-PERIOD " - listed on CALCCOMP.TXT.".
           STOP RUN.

      * The close register names the months whose balances are
      * frozen; with no register no month has been closed.
       LOAD-CLOSE-REGISTER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCLS-STATUS = "00"
               PERFORM READ-CLOSE-REGISTER
               PERFORM NOTE-LATEST-CLOSED UNTIL END-OF-FILE
               CLOSE PERIOD-CLOSE-FILE
           ELSE
               IF WS-PCLS-STATUS NOT = "35"
                   DISPLAY "Close register CALCPCLS.DAT is present "
                       "but unreadable (status " WS-PCLS-STATUS
                       ") - comparative report aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-CLOSE-REGISTER.
           READ PERIOD-CLOSE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       NOTE-LATEST-CLOSED.
           IF PCL-PERIOD NUMERIC AND PCL-PERIOD > WS-LAST-CLOSED
               MOVE PCL-PERIOD TO WS-LAST-CLOSED
           END-IF.
           PERFORM READ-CLOSE-REGISTER.

      * The month comes from the COMPPARM.DAT card when the report
      * is scheduled, with the console prompt as the fallback.  A
      * blank month reports the latest closed month.
       GET-COMPARE-PERIOD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END MOVE SPACES TO PRM-COMP-PERIOD
               END-READ
               CLOSE PARAMETER-FILE
               MOVE PRM-COMP-PERIOD TO WS-COMP-PERIOD
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   DISPLAY "Parameter file COMPPARM.DAT is present "
                       "but unreadable (status " WS-PARM-STATUS
                       ") - comparative report aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Period to report (YYYYMM, blank for latest "
                   "closed): "
               ACCEPT WS-COMP-PERIOD
           END-IF.
           IF WS-COMP-PERIOD = SPACES
               IF WS-LAST-CLOSED = SPACES
                   DISPLAY "No period has been closed yet - there are "
                       "no balances to compare."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-LAST-CLOSED TO WS-COMP-PERIOD
           END-IF.
           IF WS-COMP-PERIOD NOT NUMERIC
               OR WS-CPD-MONTH < 1 OR WS-CPD-MONTH > 12
               DISPLAY "Period to report must be YYYYMM - "
                   "comparative report aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The month reported must be on the register; the month
      * before it and the same month a year earlier are shown only
      * where the register has them closed.
       SET-COMPARE-PERIODS.
           MOVE WS-CPD-YEAR TO WS-PTE-YEAR(1).
           MOVE WS-CPD-MONTH TO WS-PTE-MONTH(1).
           MOVE WS-CPD-YEAR TO WS-PTE-YEAR(2).
           MOVE WS-CPD-MONTH TO WS-PTE-MONTH(2).
           IF WS-PTE-MONTH(2) = 1
               MOVE 12 TO WS-PTE-MONTH(2)
               SUBTRACT 1 FROM WS-PTE-YEAR(2)
           ELSE
               SUBTRACT 1 FROM WS-PTE-MONTH(2)
           END-IF.
           COMPUTE WS-PTE-YEAR(3) = WS-CPD-YEAR - 1.
           MOVE WS-CPD-MONTH TO WS-PTE-MONTH(3).
           MOVE 'N' TO WS-PTE-CLOSED(1).
           MOVE 'N' TO WS-PTE-CLOSED(2).
           MOVE 'N' TO WS-PTE-CLOSED(3).
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PCLS-STATUS = "00"
               PERFORM READ-CLOSE-REGISTER
               PERFORM NOTE-COMPARE-CLOSED UNTIL END-OF-FILE
               CLOSE PERIOD-CLOSE-FILE
           END-IF.
           IF WS-PTE-CLOSED(1) NOT = 'Y'
               DISPLAY "Period " WS-COMP-PERIOD " has not been "
                   "closed - run the month-end close before "
                   "comparing it."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-COMPARE-CLOSED.
           PERFORM MATCH-ONE-COMPARE-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3.
           PERFORM READ-CLOSE-REGISTER.

       MATCH-ONE-COMPARE-PERIOD.
           IF PCL-PERIOD = WS-PTE-PERIOD(WS-PER-SUB)
               MOVE 'Y' TO WS-PTE-CLOSED(WS-PER-SUB)
           END-IF.

       LOAD-PERIOD-BALANCES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PERIOD-BALANCE-FILE.
           IF WS-PERD-STATUS NOT = "00"
               DISPLAY "Period balances CALCPERD.DAT could not be "
                   "opened (status " WS-PERD-STATUS ") - "
                   "comparative report aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PERIOD-RECORD.
           PERFORM TABLE-ONE-BALANCE UNTIL END-OF-FILE.
           CLOSE PERIOD-BALANCE-FILE.

       READ-PERIOD-RECORD.
           READ PERIOD-BALANCE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-BALANCE.
           MOVE ZERO TO WS-PER-SLOT.
           PERFORM MATCH-BALANCE-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3.
           IF WS-PER-SLOT > ZERO
               PERFORM FIND-COMPARE-SLOT
               MOVE 'Y' TO WS-CPP-PRESENT(WS-CMP-SLOT, WS-PER-SLOT)
               MOVE PRD-TRAN-COUNT
                   TO WS-CPP-TRANS(WS-CMP-SLOT, WS-PER-SLOT)
               MOVE PRD-ACTIVITY-ADDITION
                   TO WS-CPP-ACT-ADD(WS-CMP-SLOT, WS-PER-SLOT)
               MOVE PRD-ACTIVITY-PRODUCT
                   TO WS-CPP-ACT-MULT(WS-CMP-SLOT, WS-PER-SLOT)
               MOVE PRD-CLOSE-ADDITION
                   TO WS-CPP-CLOSE-ADD(WS-CMP-SLOT, WS-PER-SLOT)
               MOVE PRD-CLOSE-PRODUCT
                   TO WS-CPP-CLOSE-MULT(WS-CMP-SLOT, WS-PER-SLOT)
               MOVE PRD-CHARGE
                   TO WS-CPP-CHARGE(WS-CMP-SLOT, WS-PER-SLOT)
               IF WS-PER-SLOT = 1 OR WS-CPE-CLASS(WS-CMP-SLOT) = SPACES
                   MOVE PRD-CLASS TO WS-CPE-CLASS(WS-CMP-SLOT)
               END-IF
           END-IF.
           PERFORM READ-PERIOD-RECORD.

       MATCH-BALANCE-PERIOD.
           IF PRD-PERIOD = WS-PTE-PERIOD(WS-PER-SUB)
               MOVE WS-PER-SUB TO WS-PER-SLOT
           END-IF.

      * A new account is slotted in account order, the entries
      * after it moving down one place.
       FIND-COMPARE-SLOT.
           MOVE ZERO TO WS-CMP-SLOT.
           PERFORM MATCH-ONE-ACCOUNT
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT OR WS-CMP-SLOT > ZERO.
           IF WS-CMP-SLOT = ZERO
               IF WS-CMP-COUNT NOT < WS-CMP-LIMIT
                   DISPLAY "More accounts than the report can table "
                       "- comparative report aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-CMP-SLOT
               PERFORM FIND-INSERT-POINT
                   VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-COUNT
               PERFORM SHIFT-ONE-ENTRY
                   VARYING WS-CMP-SHIFT FROM WS-CMP-COUNT BY -1
                   UNTIL WS-CMP-SHIFT < WS-CMP-SLOT
               ADD 1 TO WS-CMP-COUNT
               INITIALIZE WS-CMP-ENTRY(WS-CMP-SLOT)
               MOVE PRD-ACCOUNT-ID TO WS-CPE-ID(WS-CMP-SLOT)
           END-IF.

       MATCH-ONE-ACCOUNT.
           IF WS-CPE-ID(WS-CMP-SUB) = PRD-ACCOUNT-ID
               MOVE WS-CMP-SUB TO WS-CMP-SLOT
           END-IF.

       FIND-INSERT-POINT.
           IF WS-CPE-ID(WS-CMP-SUB) < PRD-ACCOUNT-ID
               COMPUTE WS-CMP-SLOT = WS-CMP-SUB + 1
           END-IF.

       SHIFT-ONE-ENTRY.
           MOVE WS-CMP-ENTRY(WS-CMP-SHIFT)
               TO WS-CMP-ENTRY(WS-CMP-SHIFT + 1).

       PRINT-ONE-ACCOUNT.
           MOVE WS-CMP-ENTRY(WS-CMP-SUB) TO WS-BLOCK.
           PERFORM ADD-TO-TOTALS
               VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3.
           PERFORM PRINT-BLOCK.

       ADD-TO-TOTALS.
           IF WS-BLP-PRESENT(WS-PER-SUB) = 'Y'
               ADD WS-BLP-TRANS(WS-PER-SUB)
                   TO WS-TBP-TRANS(WS-PER-SUB)
               ADD WS-BLP-ACT-ADD(WS-PER-SUB)
                   TO WS-TBP-ACT-ADD(WS-PER-SUB)
               ADD WS-BLP-ACT-MULT(WS-PER-SUB)
                   TO WS-TBP-ACT-MULT(WS-PER-SUB)
               ADD WS-BLP-CLOSE-ADD(WS-PER-SUB)
                   TO WS-TBP-CLOSE-ADD(WS-PER-SUB)
               ADD WS-BLP-CLOSE-MULT(WS-PER-SUB)
                   TO WS-TBP-CLOSE-MULT(WS-PER-SUB)
               ADD WS-BLP-CHARGE(WS-PER-SUB)
                   TO WS-TBP-CHARGE(WS-PER-SUB)
           END-IF.

      * The totals stand for every closed month, even one with no
      * balances for these accounts.
       MARK-TOTAL-PRESENT.
           IF WS-PTE-CLOSED(WS-PER-SUB) = 'Y'
               MOVE 'Y' TO WS-BLP-PRESENT(WS-PER-SUB)
           ELSE
               MOVE 'N' TO WS-BLP-PRESENT(WS-PER-SUB)
           END-IF.

       PRINT-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BLK-ID TO WS-AH-ACCOUNT.
           MOVE WS-BLK-CLASS TO WS-AH-CLASS.
           WRITE REPORT-LINE FROM WS-ACCOUNT-HEADER.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM PRINT-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 6.

      * Rows 1 to 6: transactions, addition activity, product
      * activity, closing addition, closing product, charge.
       PRINT-ONE-ROW.
           EVALUATE WS-ROW-SUB
               WHEN 1 MOVE "  TRANSACTIONS" TO WS-ROW-NAME
               WHEN 2 MOVE "  ADDITION ACTIVITY" TO WS-ROW-NAME
               WHEN 3 MOVE "  PRODUCT ACTIVITY" TO WS-ROW-NAME
               WHEN 4 MOVE "  CLOSING ADDITION" TO WS-ROW-NAME
               WHEN 5 MOVE "  CLOSING PRODUCT" TO WS-ROW-NAME
               WHEN 6 MOVE "  CHARGE" TO WS-ROW-NAME
           END-EVALUATE.
           PERFORM FETCH-ONE-VALUE
               VARYING WS-COL-SUB FROM 1 BY 1 UNTIL WS-COL-SUB > 3.
           PERFORM FORMAT-ONE-CELL
               VARYING WS-COL-SUB FROM 1 BY 1 UNTIL WS-COL-SUB > 3.
           MOVE SPACES TO WS-ROW-CELL(4).
           IF WS-BLP-PRESENT(1) = 'Y' AND WS-BLP-PRESENT(2) = 'Y'
               COMPUTE WS-CELL-VAL = WS-ROW-VAL(1) - WS-ROW-VAL(2)
               MOVE 4 TO WS-CELL-SUB
               PERFORM EDIT-CELL-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-ROW-LINE.

       FETCH-ONE-VALUE.
           EVALUATE WS-ROW-SUB
               WHEN 1
                   MOVE WS-BLP-TRANS(WS-COL-SUB)
                       TO WS-ROW-VAL(WS-COL-SUB)
               WHEN 2
                   MOVE WS-BLP-ACT-ADD(WS-COL-SUB)
                       TO WS-ROW-VAL(WS-COL-SUB)
               WHEN 3
                   MOVE WS-BLP-ACT-MULT(WS-COL-SUB)
                       TO WS-ROW-VAL(WS-COL-SUB)
               WHEN 4
                   MOVE WS-BLP-CLOSE-ADD(WS-COL-SUB)
                       TO WS-ROW-VAL(WS-COL-SUB)
               WHEN 5
                   MOVE WS-BLP-CLOSE-MULT(WS-COL-SUB)
                       TO WS-ROW-VAL(WS-COL-SUB)
               WHEN 6
                   MOVE WS-BLP-CHARGE(WS-COL-SUB)
                       TO WS-ROW-VAL(WS-COL-SUB)
           END-EVALUATE.

       FORMAT-ONE-CELL.
           MOVE SPACES TO WS-ROW-CELL(WS-COL-SUB).
           IF WS-BLP-PRESENT(WS-COL-SUB) = 'Y'
               MOVE WS-ROW-VAL(WS-COL-SUB) TO WS-CELL-VAL
               MOVE WS-COL-SUB TO WS-CELL-SUB
               PERFORM EDIT-CELL-VALUE
           ELSE
               IF WS-PTE-CLOSED(WS-COL-SUB) = 'Y'
                   MOVE "NO BALANCE"
                       TO WS-ROW-CELL(WS-COL-SUB)(15:10)
               ELSE
                   MOVE "NOT CLOSED"
                       TO WS-ROW-CELL(WS-COL-SUB)(15:10)
               END-IF
           END-IF.

      * Counts print whole, additions and charges to two places,
      * products to four, each right-aligned in its column.
       EDIT-CELL-VALUE.
           EVALUATE WS-ROW-SUB
               WHEN 1
                   MOVE WS-CELL-VAL TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT
                       TO WS-ROW-CELL(WS-CELL-SUB)(4:21)
               WHEN 3
               WHEN 5
                   MOVE WS-CELL-VAL TO WS-EDIT-MULT
                   MOVE WS-EDIT-MULT
                       TO WS-ROW-CELL(WS-CELL-SUB)(4:21)
               WHEN OTHER
                   MOVE WS-CELL-VAL TO WS-EDIT-ADD
                   MOVE WS-EDIT-ADD
                       TO WS-ROW-CELL(WS-CELL-SUB)(4:21)
           END-EVALUATE.

       END PROGRAM DORADOCOMP.
