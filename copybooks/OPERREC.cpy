      ******************************************************************
      * OPERREC  - authorized-operator record for the calculator
      *            batch.  One record per operator cleared to take
      *            decisions on held transactions, kept in the
      *            CALCOPER.DAT file security maintains with an
      *            editor.  An operator signs on to the hold review
      *            with OPR-ID, which is carried onto every decision
      *            the operator takes.
      *            OPR-STATUS is 'A' while the operator is authorized;
      *            any other value (an 'R' for revoked, by convention)
      *            refuses the sign-on without removing the record, so
      *            the ID still reads back on old dispositions.
      ******************************************************************
       01 OPERATOR-RECORD.
           05 OPR-ID               PIC X(8).
           05 OPR-STATUS           PIC X(1).
           05 OPR-NAME             PIC X(30).
