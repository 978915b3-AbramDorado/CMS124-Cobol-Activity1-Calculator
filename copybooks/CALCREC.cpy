      *           run date and warehouses future-dated records in
      *           CALCWHSE.DAT until their day arrives.  A blank or
      *           non-numeric date means "process when received".
      *           A CALC-OP-CODE of 'R' makes the record a reversal:
      *           it names an earlier posting by account, operands
      *           and, in CALC-EFFECTIVE-DATE, the date that posting
      *           was made (its audit date), and the batch run backs
      *           exactly that posting out of the account master.  A
      *           reversal is always processed when received - it is
      *           never warehoused.
      ******************************************************************
       01 CALC-RECORD.
           05 CALC-INPUT1          PIC S9(5)V99
