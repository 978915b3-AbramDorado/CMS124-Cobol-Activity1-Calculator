      ******************************************************************
      * LIMTREC  - per-account budget limit record for the calculator
      *            batch.  One record per budget-controlled account in
      *            the CALCLIMT.DAT file finance maintains with an
      *            editor, giving the fiscal year's ceiling on the
      *            account's addition total and on its product total.
      *            The batch run sets aside any transaction that would
      *            carry the account past either ceiling, and flags the
      *            account on the run report once its usage reaches
      *            LIM-WARN-PCT percent of a ceiling (blank takes the
      *            standing 90 percent).  A zero or blank ceiling
      *            leaves that total uncontrolled.
      *            The master carries lifetime totals, so the record
      *            also keeps the account's CALCMST.DAT totals as they
      *            stood on LIM-YEAR-START, the first day of the
      *            fiscal year: usage to date is the master total less
      *            the opening figure.  The budget report's year-open
      *            run stamps these fields for every record; blank
      *            opening figures count as zero.
      *            SIGN IS TRAILING SEPARATE keeps the amounts as
      *            plain printable text so the record stays valid in a
      *            LINE SEQUENTIAL file.
      ******************************************************************
       01 BUDGET-LIMIT-RECORD.
           05 LIM-ACCOUNT-ID       PIC X(8).
           05 LIM-ADDITION-LIMIT   PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 LIM-PRODUCT-LIMIT    PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
           05 LIM-WARN-PCT         PIC 9(3).
           05 LIM-YEAR-START       PIC X(8).
           05 LIM-OPEN-ADDITION    PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 LIM-OPEN-PRODUCT     PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
