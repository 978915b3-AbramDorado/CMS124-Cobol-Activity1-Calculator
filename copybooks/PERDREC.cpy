      ******************************************************************
      * PERDREC  - period balances record for the calculator batch,
      *            kept in CALCPERD.DAT.  The month-end close
      *            (DORADOCLOS) writes one record per account per
      *            closed month and never changes it afterwards: the
      *            opening and closing position on the addition and
      *            product totals, the month's net activity (postings
      *            less reversals), the postings and reversals
      *            counted, and the charge billed at the account's
      *            class rate - negative when the month's reversals
      *            outnumber its postings.  Work that posts after the
      *            close is carried in the open month, so a closed
      *            month's figures stay as they were struck - the
      *            statement run prints a closed month from them and
      *            the comparative report (DORADOCOMP) is built from
      *            them.
      *            PRD-CLASS is the billing class the charge was
      *            struck at.
      *            SIGN IS TRAILING SEPARATE keeps the amounts as
      *            plain printable text so the record stays valid in a
      *            LINE SEQUENTIAL file.
      ******************************************************************
       01 PERIOD-BALANCE-RECORD.
           05 PRD-PERIOD           PIC X(6).
           05 PRD-ACCOUNT-ID       PIC X(8).
           05 PRD-CLASS            PIC X(2).
           05 PRD-OPEN-ADDITION    PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 PRD-OPEN-PRODUCT     PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
           05 PRD-ACTIVITY-ADDITION PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 PRD-ACTIVITY-PRODUCT PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
           05 PRD-CLOSE-ADDITION   PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 PRD-CLOSE-PRODUCT    PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
           05 PRD-TRAN-COUNT       PIC 9(7).
           05 PRD-REVERSAL-COUNT   PIC 9(7).
           05 PRD-CHARGE           PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 PRD-CLOSE-DATE       PIC X(8).
