      ******************************************************************
      * PCLSREC  - closed-period register record for the calculator
      *            batch, kept in CALCPCLS.DAT.  The month-end close
      *            appends one record when a month's balances are all
      *            on CALCPERD.DAT (see PERDREC), so a month is closed
      *            exactly when it is on this file.  Months close in
      *            order, so the last record names the latest closed
      *            month; the batch run reads it to recognise late
      *            work dated in a closed month.  The counts and
      *            totals are the close's control figures: accounts
      *            closed, postings counted, charges billed and the
      *            summed closing positions.
      ******************************************************************
       01 PERIOD-CLOSE-RECORD.
           05 PCL-PERIOD           PIC X(6).
           05 PCL-CLOSE-DATE       PIC X(8).
           05 PCL-CLOSE-TIME       PIC X(8).
           05 PCL-ACCOUNT-COUNT    PIC 9(7).
           05 PCL-TRAN-COUNT       PIC 9(7).
           05 PCL-TOTAL-CHARGE     PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 PCL-TOTAL-ADDITION   PIC S9(14)V99
                                    SIGN IS TRAILING SEPARATE.
           05 PCL-TOTAL-PRODUCT    PIC S9(16)V9999
                                    SIGN IS TRAILING SEPARATE.
