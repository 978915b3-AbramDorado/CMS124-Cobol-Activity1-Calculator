      ******************************************************************
      * GLJRNREC - general-ledger chargeback journal record layouts
      *            for the CALCGL.DAT interface the month-end statement
      *            run hands to the ledger load.
      *            The journal opens with a header ('H' in column 1)
      *            naming the statement period and the date the
      *            journal was cut, carries two lines per billed
      *            account ('D' in column 1) - a debit to the
      *            department's expense GL code and a credit of the
      *            same amount to the service recovery GL code - and
      *            closes with a trailer ('T' in column 1) carrying
      *            the entry count, the line count and the debit and
      *            credit totals, so the load can prove the journal
      *            balances and arrived whole.
      *            GLE-DR-CR is 'D' for the debit line and 'C' for the
      *            credit line; GLE-AMOUNT is always positive.  An
      *            account whose reversals leave it a net credit for
      *            the period carries the reversing pair instead - a
      *            debit to the recovery code and a credit to the
      *            expense code.
      *            SIGN IS TRAILING SEPARATE keeps the amounts as
      *            plain printable text so the record stays valid in a
      *            LINE SEQUENTIAL file.
      ******************************************************************
       01 GL-HEADER-RECORD.
           05 GLH-RECORD-TYPE      PIC X(1).
           05 GLH-PERIOD           PIC X(6).
           05 GLH-CREATE-DATE      PIC X(8).
           05 GLH-SOURCE           PIC X(10).
       01 GL-ENTRY-RECORD.
           05 GLE-RECORD-TYPE      PIC X(1).
           05 GLE-PERIOD           PIC X(6).
           05 GLE-ACCOUNT-ID       PIC X(8).
           05 GLE-GL-CODE          PIC X(10).
           05 GLE-DR-CR            PIC X(1).
           05 GLE-AMOUNT           PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
       01 GL-TRAILER-RECORD.
           05 GLT-RECORD-TYPE      PIC X(1).
           05 GLT-ENTRY-COUNT      PIC 9(7).
           05 GLT-LINE-COUNT       PIC 9(7).
           05 GLT-DEBIT-TOTAL      PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 GLT-CREDIT-TOTAL     PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
