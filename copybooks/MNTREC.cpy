      ******************************************************************
      * MNTREC   - account maintenance transaction for the calculator
      *            batch.  One record per requested change in the
      *            CALCMNT.DAT file finance sends for the nightly
      *            window, applied to CALCMST.DAT and CALCCLAS.DAT
      *            ahead of the batch run.
      *            MNT-ACTION names the change:
      *              A - add the account, active with a clean
      *                  position, under MNT-CLASS (blank bills at
      *                  the default rate)
      *              C - change the account's billing class to
      *                  MNT-CLASS
      *              D - deactivate the account
      *              R - reactivate a deactivated account
      *            MNT-REQUESTER identifies who asked for the change
      *            and is carried onto the change journal.
      ******************************************************************
       01 MAINTENANCE-RECORD.
           05 MNT-ACTION           PIC X(1).
           05 MNT-ACCOUNT-ID       PIC X(8).
           05 MNT-CLASS            PIC X(2).
           05 MNT-REQUESTER        PIC X(8).
