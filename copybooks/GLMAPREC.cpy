      ******************************************************************
      * GLMAPREC - account-to-general-ledger mapping record for the
      *            calculator batch.  One record per billed account in
      *            the CALCGLMAP.DAT file accounting maintains with an
      *            editor, naming the department's expense GL code the
      *            month-end chargeback is debited to and the service
      *            recovery GL code it is credited to.
      *            A record with GLM-ACCOUNT-ID "********" carries the
      *            standing service recovery code in GLM-RECOVERY-GL;
      *            an account whose own record leaves the recovery
      *            code blank is credited there.
      ******************************************************************
       01 GL-MAP-RECORD.
           05 GLM-ACCOUNT-ID       PIC X(8).
           05 GLM-EXPENSE-GL       PIC X(10).
           05 GLM-RECOVERY-GL      PIC X(10).
