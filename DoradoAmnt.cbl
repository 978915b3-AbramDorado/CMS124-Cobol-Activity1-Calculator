      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch account maintenance for the calculator batch.
      *          Applies the CALCMNT.DAT maintenance file finance
      *          sends for the nightly window - adds, billing class
      *          changes, deactivations and reactivations - to the
      *          CALCMST.DAT indexed master and the CALCCLAS.DAT
      *          class file ahead of the DORADOTRANI run, journals
      *          every change to CALCJRNL.DAT with before and after
      *          images, and lists each transaction as accepted or
      *          rejected with its reason on CALCMNT.TXT.  The
      *          applied file is retired as CALCMNTyyyymmdd.DAT so it
      *          is never applied twice.  Ends with return code 4
      *          when any transaction was rejected so the scheduler
      *          can raise the listing for review.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADOAMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-FILE ASSIGN TO "CALCMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "CALCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLASS-FILE ASSIGN TO "CALCCLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LISTING-FILE ASSIGN TO "CALCMNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINTENANCE-FILE.
           COPY MNTREC.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  CLASS-FILE.
           COPY CLASREC.
      * The change journal accumulates across screen sessions and
      * batch runs; each change appends one record with its before
      * and after images.
       FD  JOURNAL-FILE.
           COPY JRNLREC.
       FD  LISTING-FILE.
       01 REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-MAINT-STATUS PIC XX VALUE "00".
           01 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-CLASS-STATUS PIC XX VALUE "00".
           01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           01 WS-LISTING-STATUS PIC XX VALUE "00".
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-RUN-DATE PIC X(8).
           01 WS-MAINT-NAME PIC X(12) VALUE "CALCMNT.DAT".
           01 WS-RETIRED-NAME PIC X(20) VALUE SPACES.
           01 WS-RENAME-RC PIC S9(9) COMP-5 VALUE ZERO.
           01 WS-ACCOUNT-ID PIC X(8) VALUE SPACES.
           01 WS-ACCOUNT-CLASS PIC X(2) VALUE SPACES.
           01 WS-JRN-ACTION PIC X VALUE SPACE.
           01 WS-BEFORE-IMAGE PIC X(51) VALUE SPACES.
           01 WS-OLD-CLASS PIC X(2) VALUE SPACES.
           01 WS-CLASS-EXISTED-SW PIC X VALUE 'N'.
               88 CLASS-EXISTED VALUE 'Y'.
           01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
           01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
      * The billing classes are held whole while the file is applied
      * and rewritten to CALCCLAS.DAT at the end when anything
      * changed, exactly as the maintenance screen does.
           01 WS-CLASS-LIMIT PIC 9(3) VALUE 500.
           01 WS-CLASS-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CLASS-SUB PIC 9(3) VALUE ZERO.
           01 WS-CLASS-SLOT PIC 9(3) VALUE ZERO.
           01 WS-CLASS-CHANGED-SW PIC X VALUE 'N'.
               88 CLASSES-CHANGED VALUE 'Y'.
           01 WS-CLASS-TABLE.
               05 WS-CLASS-ENTRY OCCURS 500 TIMES.
                   10 WS-CLE-ID PIC X(8).
                   10 WS-CLE-CLASS PIC X(2).
           01 WS-REPORT-HEADER.
               05 FILLER PIC X(34) VALUE
                   "ACCOUNT MAINTENANCE LISTING FOR  ".
               05 WS-HDR-DATE PIC X(8).
               05 FILLER PIC X(90) VALUE SPACES.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(7) VALUE " RECORD".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(8) VALUE "ACTION".
               05 FILLER PIC X(10) VALUE "ACCOUNT".
               05 FILLER PIC X(7) VALUE "CLASS".
               05 FILLER PIC X(10) VALUE "REQUESTER".
               05 FILLER PIC X(10) VALUE "RESULT".
               05 FILLER PIC X(40) VALUE "REASON".
               05 FILLER PIC X(38) VALUE SPACES.
           01 WS-DETAIL-LINE.
               05 WS-DTL-RECORD PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-ACTION PIC X(1).
               05 FILLER PIC X(7) VALUE SPACES.
               05 WS-DTL-ACCOUNT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-CLASS PIC X(2).
               05 FILLER PIC X(5) VALUE SPACES.
               05 WS-DTL-REQUESTER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-RESULT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-REASON PIC X(40).
               05 FILLER PIC X(38) VALUE SPACES.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(19) VALUE "TOTAL TRANSACTIONS ".
               05 WS-TOT-COUNT PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "  ACCEPTED: ".
               05 WS-TOT-ACCEPTED PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "  REJECTED: ".
               05 WS-TOT-REJECTED PIC ZZZ,ZZ9.
               05 FILLER PIC X(68) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-MAINT-STATUS = "35"
               DISPLAY "No maintenance file CALCMNT.DAT - nothing "
                   "to apply."
               STOP RUN
           END-IF.
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "Maintenance file CALCMNT.DAT could not be "
                   "opened (status " WS-MAINT-STATUS ") - batch job "
                   "aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-ACCOUNT-MASTER.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM OPEN-JOURNAL-FILE.
           OPEN OUTPUT LISTING-FILE.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM READ-MAINTENANCE-RECORD.
           PERFORM APPLY-ONE-TRANSACTION UNTIL END-OF-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECORD-COUNT TO WS-TOT-COUNT.
           MOVE WS-ACCEPTED-COUNT TO WS-TOT-ACCEPTED.
           MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE MAINTENANCE-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE LISTING-FILE.
           IF CLASSES-CHANGED
               PERFORM REWRITE-CLASS-FILE
           END-IF.
           DISPLAY WS-RECORD-COUNT " maintenance transaction(s), "
               WS-ACCEPTED-COUNT " accepted, " WS-REJECTED-COUNT
               " rejected - listing written to CALCMNT.TXT.".
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RETIRE-MAINTENANCE-FILE.
           STOP RUN.

      * A file applied in full is renamed for the day it was
      * applied, so the next night finds no CALCMNT.DAT and applies
      * nothing twice; the rejected transactions are on the listing
      * for finance to resubmit in a new file.  A file that cannot
      * be renamed stops the stream before it is applied again.
       RETIRE-MAINTENANCE-FILE.
           MOVE SPACES TO WS-RETIRED-NAME.
           STRING "CALCMNT" WS-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-RETIRED-NAME.
           CALL "CBL_RENAME_FILE" USING WS-MAINT-NAME
               WS-RETIRED-NAME
               RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC = ZERO
               DISPLAY "Maintenance file retired as "
                   WS-RETIRED-NAME "."
           ELSE
               DISPLAY "Maintenance file CALCMNT.DAT was applied but "
                   "could not be retired as " WS-RETIRED-NAME
                   " - move it aside before the next run."
               MOVE 12 TO RETURN-CODE
           END-IF.

       READ-MAINTENANCE-RECORD.
           READ MAINTENANCE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "Account master CALCMST.DAT not found - "
                   "creating a new master file."
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Account master CALCMST.DAT could not be "
                   "opened (status " WS-MASTER-STATUS ") - batch "
                   "job aborted."
               CLOSE MAINTENANCE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Change journal CALCJRNL.DAT could not be "
                   "opened (status " WS-JOURNAL-STATUS ") - batch "
                   "job aborted."
               CLOSE MAINTENANCE-FILE
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CLASS-TABLE.
           OPEN INPUT CLASS-FILE.
           IF WS-CLASS-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-CLASS-STATUS NOT = "00"
                   DISPLAY "Class file CALCCLAS.DAT is present but "
                       "unreadable (status " WS-CLASS-STATUS ") - "
                       "batch job aborted rather than risk losing "
                       "the classes."
                   CLOSE MAINTENANCE-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-CLASS-RECORD
               PERFORM TABLE-ONE-CLASS UNTIL END-OF-FILE
               CLOSE CLASS-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       READ-CLASS-RECORD.
           READ CLASS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-CLASS.
           IF WS-CLASS-COUNT < WS-CLASS-LIMIT
               ADD 1 TO WS-CLASS-COUNT
               MOVE CLS-ACCOUNT-ID TO WS-CLE-ID(WS-CLASS-COUNT)
               MOVE CLS-CLASS TO WS-CLE-CLASS(WS-CLASS-COUNT)
           ELSE
               DISPLAY "Class file holds more accounts than "
                   "maintenance can table - record for "
                   CLS-ACCOUNT-ID " ignored."
           END-IF.
           PERFORM READ-CLASS-RECORD.

       REWRITE-CLASS-FILE.
           OPEN OUTPUT CLASS-FILE.
           PERFORM WRITE-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
           CLOSE CLASS-FILE.

       WRITE-ONE-CLASS.
           MOVE WS-CLE-ID(WS-CLASS-SUB) TO CLS-ACCOUNT-ID.
           MOVE WS-CLE-CLASS(WS-CLASS-SUB) TO CLS-CLASS.
           WRITE CLASS-RECORD.

       MATCH-ONE-CLASS.
           IF WS-CLE-ID(WS-CLASS-SUB) = WS-ACCOUNT-ID
               MOVE WS-CLASS-SUB TO WS-CLASS-SLOT
           END-IF.

      * Each transaction is applied on its own; a rejected one
      * leaves the master and class file exactly as they were and
      * is listed with its reason so finance can resubmit it.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE MNT-ACCOUNT-ID TO WS-ACCOUNT-ID.
           MOVE MNT-CLASS TO WS-ACCOUNT-CLASS.
           IF WS-ACCOUNT-ID = SPACES
               MOVE "ACCOUNT ID IS BLANK" TO WS-REJECT-REASON
           ELSE
               EVALUATE MNT-ACTION
                   WHEN 'A'
                       PERFORM APPLY-ADD-ACCOUNT
                   WHEN 'C'
                       PERFORM APPLY-CLASS-CHANGE
                   WHEN 'D'
                       PERFORM APPLY-DEACTIVATE
                   WHEN 'R'
                       PERFORM APPLY-REACTIVATE
                   WHEN OTHER
                       MOVE "ACTION NOT A, C, D OR R"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           PERFORM LIST-ONE-TRANSACTION.
           PERFORM READ-MAINTENANCE-RECORD.

      * A new account opens active with a clean position; a class
      * on the transaction is recorded alongside it.  Room for the
      * class is proved before the master is written, so an add is
      * applied whole or rejected whole.
       APPLY-ADD-ACCOUNT.
           IF WS-ACCOUNT-CLASS NOT = SPACES
               AND WS-CLASS-COUNT NOT < WS-CLASS-LIMIT
               MOVE ZERO TO WS-CLASS-SLOT
               PERFORM MATCH-ONE-CLASS
                   VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               IF WS-CLASS-SLOT = ZERO
                   MOVE "CLASS TABLE FULL - ACCOUNT NOT ADDED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-ACCOUNT-ID TO ACCT-ID
               MOVE 'A' TO ACCT-STATUS
               MOVE ZERO TO ACCT-TOTAL-ADDITION
               MOVE ZERO TO ACCT-TOTAL-MULTIPLICATION
               MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE "ACCOUNT ALREADY ON THE MASTER FILE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRN-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM WRITE-MASTER-JOURNAL
                       IF WS-ACCOUNT-CLASS NOT = SPACES
                           PERFORM SET-ACCOUNT-CLASS
                       END-IF
               END-WRITE
           END-IF.

      * The master is read only to prove the account exists - the
      * class itself lives in CALCCLAS.DAT.
       APPLY-CLASS-CHANGE.
           MOVE WS-ACCOUNT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON THE MASTER FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE 'C' TO WS-JRN-ACTION
                   PERFORM SET-ACCOUNT-CLASS
           END-READ.

       APPLY-DEACTIVATE.
           MOVE WS-ACCOUNT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON THE MASTER FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS = 'D'
                       MOVE "ACCOUNT ALREADY DEACTIVATED"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'D' TO ACCT-STATUS
                       REWRITE ACCOUNT-RECORD
                       MOVE 'D' TO WS-JRN-ACTION
                       PERFORM WRITE-MASTER-JOURNAL
                   END-IF
           END-READ.

       APPLY-REACTIVATE.
           MOVE WS-ACCOUNT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON THE MASTER FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'D'
                       MOVE "ACCOUNT IS NOT DEACTIVATED"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'A' TO ACCT-STATUS
                       REWRITE ACCOUNT-RECORD
                       MOVE 'R' TO WS-JRN-ACTION
                       PERFORM WRITE-MASTER-JOURNAL
                   END-IF
           END-READ.

      * A blank class removes nothing - the record stays so the
      * intent to bill at the default rate is explicit on the file.
      * A full class table rejects the class change; an add has
      * already proved there is room before writing the account.
       SET-ACCOUNT-CLASS.
           MOVE ZERO TO WS-CLASS-SLOT.
           MOVE 'N' TO WS-CLASS-EXISTED-SW.
           PERFORM MATCH-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
           IF WS-CLASS-SLOT > ZERO
               MOVE 'Y' TO WS-CLASS-EXISTED-SW
               MOVE WS-CLE-CLASS(WS-CLASS-SLOT) TO WS-OLD-CLASS
               MOVE WS-ACCOUNT-CLASS TO WS-CLE-CLASS(WS-CLASS-SLOT)
               MOVE 'Y' TO WS-CLASS-CHANGED-SW
               PERFORM WRITE-CLASS-JOURNAL
           ELSE
               IF WS-CLASS-COUNT < WS-CLASS-LIMIT
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE WS-ACCOUNT-ID TO WS-CLE-ID(WS-CLASS-COUNT)
                   MOVE WS-ACCOUNT-CLASS
                       TO WS-CLE-CLASS(WS-CLASS-COUNT)
                   MOVE 'Y' TO WS-CLASS-CHANGED-SW
                   PERFORM WRITE-CLASS-JOURNAL
               ELSE
                   MOVE "CLASS TABLE FULL - CLASS NOT RECORDED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * The master images are whole ACCTREC records; the class
      * images are CLASREC records, with spaces before a class the
      * account never had.  A journal that will not take a record
      * stops the run with the classes changed so far saved, so no
      * further change goes unjournaled.
       WRITE-MASTER-JOURNAL.
           MOVE 'M' TO JRN-FILE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE ACCOUNT-RECORD TO JRN-AFTER-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-CLASS-JOURNAL.
           MOVE 'C' TO JRN-FILE.
           MOVE SPACES TO JRN-BEFORE-IMAGE.
           IF CLASS-EXISTED
               MOVE WS-ACCOUNT-ID TO JRN-BEF-CLS-ACCOUNT
               MOVE WS-OLD-CLASS TO JRN-BEF-CLS-CLASS
           END-IF.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE WS-ACCOUNT-ID TO JRN-AFT-CLS-ACCOUNT.
           MOVE WS-ACCOUNT-CLASS TO JRN-AFT-CLS-CLASS.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE "BATCH" TO JRN-SOURCE.
           MOVE MNT-REQUESTER TO JRN-OPERATOR.
           MOVE WS-JRN-ACTION TO JRN-ACTION.
           MOVE WS-ACCOUNT-ID TO JRN-ACCOUNT-ID.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Change journal CALCJRNL.DAT could not be "
                   "written (status " WS-JOURNAL-STATUS ") - the "
                   "change to account " WS-ACCOUNT-ID " is applied "
                   "but not journaled; batch job aborted."
               CLOSE MAINTENANCE-FILE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE LISTING-FILE
               IF CLASSES-CHANGED
                   PERFORM REWRITE-CLASS-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIST-ONE-TRANSACTION.
           MOVE WS-RECORD-COUNT TO WS-DTL-RECORD.
           MOVE MNT-ACTION TO WS-DTL-ACTION.
           MOVE MNT-ACCOUNT-ID TO WS-DTL-ACCOUNT.
           MOVE MNT-CLASS TO WS-DTL-CLASS.
           MOVE MNT-REQUESTER TO WS-DTL-REQUESTER.
           MOVE WS-REJECT-REASON TO WS-DTL-REASON.
           IF WS-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO WS-DTL-RESULT
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE "REJECTED" TO WS-DTL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       END PROGRAM DORADOAMNT.
