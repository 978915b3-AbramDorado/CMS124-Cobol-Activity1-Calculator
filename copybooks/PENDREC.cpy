      ******************************************************************
      * PENDREC  - release awaiting a second signature for the
      *            calculator batch.  One record per held transaction
      *            an operator released past the dual-control limits,
      *            kept in CALCPEND.DAT until a different authorized
      *            operator approves or declines it; only an approved
      *            record is framed into CALCREL.DAT.
      *            PND-MAKER-ID, -DATE and -TIME identify the operator
      *            who released the record and when.
      *            PND-LIMIT-REASON names the control that withheld it:
      *              A - an operand is above the release amount limit
      *                  (or is not numeric and cannot be valued)
      *              C - the operator had already released the
      *                  session's limit of records
      *            PND-HOLD-IMAGE is the held record exactly as it
      *            stood in CALCHLD.DAT (the HOLDREC layout), so a
      *            declined record returns to the hold file unchanged.
      ******************************************************************
       01 PENDING-RECORD.
           05 PND-MAKER-ID         PIC X(8).
           05 PND-MAKER-DATE       PIC X(8).
           05 PND-MAKER-TIME       PIC X(8).
           05 PND-LIMIT-REASON     PIC X(1).
           05 PND-HOLD-IMAGE.
               10 PND-REASON-CODE      PIC X(2).
               10 PND-INPUT1           PIC S9(5)V99
                                        SIGN IS TRAILING SEPARATE.
               10 PND-INPUT2           PIC S9(5)V99
                                        SIGN IS TRAILING SEPARATE.
               10 PND-ADDITION         PIC S9(6)V99
                                        SIGN IS TRAILING SEPARATE.
               10 PND-SUBTRACTION      PIC S9(6)V99
                                        SIGN IS TRAILING SEPARATE.
               10 PND-MULTIPLICATION   PIC S9(10)V9999
                                        SIGN IS TRAILING SEPARATE.
               10 PND-RESULT           PIC S9(5)V99
                                        SIGN IS TRAILING SEPARATE.
               10 PND-REMAIN           PIC S9(5)V99
                                        SIGN IS TRAILING SEPARATE.
               10 PND-ACCOUNT-ID       PIC X(8).
               10 PND-OP-CODE          PIC X(1).
               10 PND-EFFECTIVE-DATE   PIC X(8).
