      * AUDITREC - audit log record layout for the calculator.
      *            One record is appended per transaction processed.
      *            AUD-OP-CODE is the operation actually computed
      *            for the transaction ('1'-'5' as in CALCREC), or
      *            'R' for a reversal that backed an earlier posting
      *            out of the account master.  A reversal carries the
      *            original operands, every result field negated, and
      *            in AUD-REVERSED-DATE the audit date of the posting
      *            it offsets; the field is blank on every other
      *            record, including those written before it existed.
      *            SIGN IS TRAILING SEPARATE keeps negative values as
      *            plain printable text so the record stays valid in a
      *            LINE SEQUENTIAL file.
                                    SIGN IS TRAILING SEPARATE.
           05 AUD-ACCOUNT-ID       PIC X(8).
           05 AUD-OP-CODE          PIC X(1).
           05 AUD-REVERSED-DATE    PIC X(8).
