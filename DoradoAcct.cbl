      * Author:
      * Date:
      * Purpose: Account master maintenance for the calculator batch.
      *          Adds, displays, deactivates and reactivates
      *          cost-center accounts on the CALCMST.DAT indexed
      *          master, and maintains each account's billing class
      *          in the CALCCLAS.DAT side file, so transactions can
      *          be gated and billed by account.  Every change is
      *          journaled to CALCJRNL.DAT with before and after
      *          images under the signed-on operator's id.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CLASS-FILE ASSIGN TO "CALCCLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  CLASS-FILE.
           COPY CLASREC.
      * The change journal accumulates across sessions and batch
      * runs; each change appends one record with its before and
      * after images.
       FD  JOURNAL-FILE.
           COPY JRNLREC.
       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-CLASS-STATUS PIC XX VALUE "00".
           01 WS-JOURNAL-STATUS PIC XX VALUE "00".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-JRN-ACTION PIC X VALUE SPACE.
           01 WS-BEFORE-IMAGE PIC X(51) VALUE SPACES.
           01 WS-OLD-CLASS PIC X(2) VALUE SPACES.
           01 WS-CLASS-EXISTED-SW PIC X VALUE 'N'.
               88 CLASS-EXISTED VALUE 'Y'.
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-DONE-SW PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ACCEPT-OPERATOR-ID UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM OPEN-ACCOUNT-MASTER.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM MAINTENANCE-CYCLE UNTIL MAINTENANCE-DONE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE JOURNAL-FILE.
           IF CLASSES-CHANGED
               PERFORM REWRITE-CLASS-FILE
           END-IF.
           DISPLAY "Account maintenance ended.".
           STOP RUN.

      * Every change is journaled under the operator who made it, so
      * the session does not start until an operator id is given.
       ACCEPT-OPERATOR-ID.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operator ID is required for the change "
                   "journal."
           END-IF.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Change journal CALCJRNL.DAT could not be "
                   "opened (status " WS-JOURNAL-STATUS ") - "
                   "maintenance aborted."
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CLASS-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CLASS-FILE.

      * A blank class removes nothing - the record stays so the
      * operator's intent to bill at the default rate is explicit
      * on the file.  The caller sets the journal action; the class
      * change is journaled here once it is recorded.
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
                   MOVE WS-ACCOUNT-CLASS
                       TO WS-CLE-CLASS(WS-CLASS-COUNT)
                   MOVE 'Y' TO WS-CLASS-CHANGED-SW
                   PERFORM WRITE-CLASS-JOURNAL
               ELSE
                   DISPLAY "Class table is full - class for "
                       WS-ACCOUNT-ID " not recorded."
           DISPLAY "  D. Display account".
           DISPLAY "  C. Change billing class".
           DISPLAY "  X. Deactivate account".
           DISPLAY "  R. Reactivate account".
           DISPLAY "  Q. Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-ACTION-CHOICE.
                   PERFORM CHANGE-ACCOUNT-CLASS
               WHEN 'X'
                   PERFORM DEACTIVATE-ACCOUNT
               WHEN 'R'
                   PERFORM REACTIVATE-ACCOUNT
               WHEN 'Q'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice - enter A, D, C, X, R or Q."
           END-EVALUATE.

       ACCEPT-ACCOUNT-ID.
                       DISPLAY "Account " WS-ACCOUNT-ID " is "
                           "already on the master file."
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRN-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM WRITE-MASTER-JOURNAL
                       IF WS-ACCOUNT-CLASS NOT = SPACES
                           PERFORM SET-ACCOUNT-CLASS
                       END-IF
                   DISPLAY "New billing class (2 characters, blank "
                       "for default rate): "
                   ACCEPT WS-ACCOUNT-CLASS
                   MOVE 'C' TO WS-JRN-ACTION
                   PERFORM SET-ACCOUNT-CLASS
                   DISPLAY "Account " WS-ACCOUNT-ID " reclassified."
           END-READ.
                       DISPLAY "Account " WS-ACCOUNT-ID " is "
                           "already deactivated."
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'D' TO ACCT-STATUS
                       REWRITE ACCOUNT-RECORD
                       MOVE 'D' TO WS-JRN-ACTION
                       PERFORM WRITE-MASTER-JOURNAL
                       DISPLAY "Account " WS-ACCOUNT-ID
                           " deactivated."
                   END-IF
           END-READ.

      * Reactivation puts a deactivated account back in service with
      * the position it carried; the batch run accepts its
      * transactions again from the next run, and any suspended
      * under reason IA can be fed back through suspense reprocess.
       REACTIVATE-ACCOUNT.
           PERFORM ACCEPT-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-ACCOUNT-ID " is not on "
                       "the master file."
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'D'
                       DISPLAY "Account " WS-ACCOUNT-ID " is "
                           "already active."
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'A' TO ACCT-STATUS
                       REWRITE ACCOUNT-RECORD
                       MOVE 'R' TO WS-JRN-ACTION
                       PERFORM WRITE-MASTER-JOURNAL
                       DISPLAY "Account " WS-ACCOUNT-ID
                           " reactivated."
                   END-IF
           END-READ.

      * The master images are whole ACCTREC records; the class
      * images are CLASREC records, with spaces before a class the
      * account never had.  A journal that will not take a record
      * ends the session with the classes changed so far saved, so
      * no further change goes unjournaled.
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
           MOVE "SCREEN" TO JRN-SOURCE.
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
           MOVE WS-JRN-ACTION TO JRN-ACTION.
           MOVE WS-ACCOUNT-ID TO JRN-ACCOUNT-ID.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Change journal CALCJRNL.DAT could not be "
                   "written (status " WS-JOURNAL-STATUS ") - the "
                   "change to account " WS-ACCOUNT-ID " is applied "
                   "but not journaled; maintenance aborted."
               CLOSE ACCOUNT-MASTER-FILE
               IF CLASSES-CHANGED
                   PERFORM REWRITE-CLASS-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM DORADOACCT.
