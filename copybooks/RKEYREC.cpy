      ******************************************************************
      * RKEYREC  - posted-batch key store record for the calculator
      *            batch, kept in the indexed CALCRKEY.DAT and keyed
      *            on batch id and creation date.  One record per
      *            batch the run registry (see REGREC) shows as
      *            posted, carrying the run date and time and the
      *            records posted, so the batch run refuses a
      *            retransmitted or rerun batch with a single read
      *            instead of tabling the whole registry.  CALCRUN.DAT
      *            stays the run ledger of every disposition; this
      *            store holds only the postings, and DORADOKEYS
      *            recreates it from CALCRUN.DAT.
      ******************************************************************
       01 REGISTRY-KEY-RECORD.
           05 RKY-KEY.
               10 RKY-BATCH-ID     PIC X(8).
               10 RKY-CREATE-DATE  PIC X(8).
           05 RKY-RUN-DATE         PIC X(8).
           05 RKY-RUN-TIME         PIC X(8).
           05 RKY-RECORD-COUNT     PIC 9(7).
