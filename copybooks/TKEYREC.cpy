      ******************************************************************
      * TKEYREC  - transaction key store record for the calculator
      *            batch, kept in the indexed CALCTKEY.DAT and keyed
      *            on account and operands - the key the duplicate
      *            screen compares against history.  One record per
      *            distinct key ever posted, carrying the audit dates
      *            of the first and the latest posting under it and
      *            the number of postings, so the screen can ask
      *            "was this seen inside the window?" with a single
      *            read.  The batch run adds or advances a record for
      *            every posting it writes to the audit log - a
      *            reversal ('R') is not entered; the archive cycle
      *            never removes one, so months moved to the AUDARC
      *            archives stay visible to the screen.  DORADOKEYS
      *            recreates the store from the live log and the
      *            archives.
      *            SIGN IS TRAILING SEPARATE keeps the operands as
      *            plain printable text, exactly as AUDITREC holds
      *            them.
      ******************************************************************
       01 TRANSACTION-KEY-RECORD.
           05 TKY-KEY.
               10 TKY-ACCOUNT-ID   PIC X(8).
               10 TKY-INPUT1       PIC S9(5)V99
                                    SIGN IS TRAILING SEPARATE.
               10 TKY-INPUT2       PIC S9(5)V99
                                    SIGN IS TRAILING SEPARATE.
           05 TKY-FIRST-DATE       PIC X(8).
           05 TKY-LAST-DATE        PIC X(8).
           05 TKY-POST-COUNT       PIC 9(7).
