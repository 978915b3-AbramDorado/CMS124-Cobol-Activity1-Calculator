      ******************************************************************
      * JRNLREC  - account change journal record for the calculator
      *            batch.  One record is appended to CALCJRNL.DAT for
      *            every maintenance change made to the CALCMST.DAT
      *            master or the CALCCLAS.DAT class file, whether it
      *            was keyed at the maintenance screen or applied
      *            from the batch maintenance file, so an auditor can
      *            see who changed an account, when, and what it was
      *            before.
      *            JRN-SOURCE is "SCREEN" or "BATCH"; JRN-OPERATOR is
      *            the operator signed on at the screen or the
      *            requester named on the batch transaction.
      *            JRN-FILE is 'M' when the images are ACCTREC
      *            master records and 'C' when they are CLASREC class
      *            records.  JRN-ACTION is 'A' add, 'C' class change,
      *            'D' deactivate or 'R' reactivate.  A before image
      *            of spaces means the record did not exist.
      ******************************************************************
       01 JOURNAL-RECORD.
           05 JRN-DATE             PIC X(8).
           05 JRN-TIME             PIC X(8).
           05 JRN-SOURCE           PIC X(8).
           05 JRN-OPERATOR         PIC X(8).
           05 JRN-FILE             PIC X(1).
           05 JRN-ACTION           PIC X(1).
           05 JRN-ACCOUNT-ID       PIC X(8).
           05 JRN-BEFORE-IMAGE     PIC X(51).
           05 JRN-BEFORE-CLASS REDEFINES JRN-BEFORE-IMAGE.
               10 JRN-BEF-CLS-ACCOUNT PIC X(8).
               10 JRN-BEF-CLS-CLASS   PIC X(2).
               10 FILLER              PIC X(41).
           05 JRN-AFTER-IMAGE      PIC X(51).
           05 JRN-AFTER-CLASS REDEFINES JRN-AFTER-IMAGE.
               10 JRN-AFT-CLS-ACCOUNT PIC X(8).
               10 JRN-AFT-CLS-CLASS   PIC X(2).
               10 FILLER              PIC X(41).
