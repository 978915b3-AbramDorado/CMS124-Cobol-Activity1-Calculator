      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rebuild of the calculator batch's indexed history
      *          stores.  Recreates the CALCTKEY.DAT transaction key
      *          store from every posting on record - the monthly
      *          AUDARCyyyymm.DAT archives the AUDARCIDX.DAT index
      *          lists, then the live CALCAUD.LOG - and the
      *          CALCRKEY.DAT posted-batch store from the batches the
      *          CALCRUN.DAT run registry shows as posted.  Run when
      *          either store is lost or damaged, before the next
      *          duplicate screen or batch run.  Ends with return
      *          code 4 when an archive the index lists could not be
      *          read (its keys are missing from the rebuilt store),
      *          and 12 when a store cannot be created.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADOKEYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "AUDARCIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT TRANSACTION-KEY-FILE ASSIGN TO "CALCTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKY-KEY
               FILE STATUS IS WS-TKEY-STATUS.
           SELECT REGISTRY-KEY-FILE ASSIGN TO "CALCRKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RKY-KEY
               FILE STATUS IS WS-RKEY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-AUDIT-FILE.
           COPY AUDITREC.
       FD  ARCHIVE-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==ARCHIVE-RECORD==
                         ==AUD-DATE==     BY ==ARC-DATE==
                         ==AUD-TIME==     BY ==ARC-TIME==
                         ==AUD-INPUT1==   BY ==ARC-INPUT1==
                         ==AUD-INPUT2==   BY ==ARC-INPUT2==
                         ==AUD-ADDITION== BY ==ARC-ADDITION==
                         ==AUD-SUBTRACTION==
                             BY ==ARC-SUBTRACTION==
                         ==AUD-MULTIPLICATION==
                             BY ==ARC-MULTIPLICATION==
                         ==AUD-RESULT==   BY ==ARC-RESULT==
                         ==AUD-REMAIN==   BY ==ARC-REMAIN==
                         ==AUD-ACCOUNT-ID==
                             BY ==ARC-ACCOUNT-ID==
                         ==AUD-OP-CODE==  BY ==ARC-OP-CODE==
                         ==AUD-REVERSED-DATE==
                             BY ==ARC-REVERSED-DATE==.
       FD  ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
           05 IDX-MONTH            PIC X(6).
           05 IDX-FILE-NAME        PIC X(16).
           05 IDX-RECORD-COUNT     PIC 9(7).
           05 IDX-TOTAL-ADDITION   PIC S9(12)V99
                                    SIGN IS TRAILING SEPARATE.
           05 IDX-TOTAL-MULTIPLICATION PIC S9(14)V9999
                                    SIGN IS TRAILING SEPARATE.
       FD  RUN-REGISTRY-FILE.
           COPY REGREC.
       FD  TRANSACTION-KEY-FILE.
           COPY TKEYREC.
       FD  REGISTRY-KEY-FILE.
           COPY RKEYREC.
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           01 WS-INDEX-STATUS PIC XX VALUE "00".
           01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           01 WS-TKEY-STATUS PIC XX VALUE "00".
           01 WS-RKEY-STATUS PIC XX VALUE "00".
           01 WS-ARCHIVE-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-LOG-RECORD-COUNT PIC 9(9) VALUE ZERO.
           01 WS-KEY-COUNT PIC 9(9) VALUE ZERO.
           01 WS-REG-RECORD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-POSTED-BATCH-COUNT PIC 9(7) VALUE ZERO.
           01 WS-MISSED-ARCHIVE-COUNT PIC 9(3) VALUE ZERO.
      * A month cut more than once lists the same archive file on
      * several index lines; each file is read only once.
           01 WS-ARC-LIMIT PIC 9(3) VALUE 120.
           01 WS-ARC-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ARC-SUB PIC 9(3) VALUE ZERO.
           01 WS-ARC-SCAN PIC 9(3) VALUE ZERO.
           01 WS-ARC-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ARC-TABLE.
               05 WS-ARC-ENTRY OCCURS 120 TIMES.
                   10 WS-ARE-MONTH PIC X(6).
                   10 WS-ARE-FILE PIC X(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CREATE-TRANSACTION-KEYS.
           PERFORM LOAD-ARCHIVE-INDEX.
           PERFORM REBUILD-FROM-ARCHIVE
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT.
           PERFORM REBUILD-FROM-LIVE-LOG.
           CLOSE TRANSACTION-KEY-FILE.
           DISPLAY WS-LOG-RECORD-COUNT " posting(s) read from "
               WS-ARC-COUNT " archive(s) and the live log - "
               WS-KEY-COUNT " key(s) written to CALCTKEY.DAT.".
           PERFORM CREATE-REGISTRY-KEYS.
           PERFORM REBUILD-FROM-REGISTRY.
           CLOSE REGISTRY-KEY-FILE.
           DISPLAY WS-REG-RECORD-COUNT " registry record(s) read - "
               WS-POSTED-BATCH-COUNT " posted batch(es) written to "
               "CALCRKEY.DAT.".
           IF WS-MISSED-ARCHIVE-COUNT > ZERO
               DISPLAY WS-MISSED-ARCHIVE-COUNT " archive(s) could not "
                   "be read - their postings are not on the rebuilt "
                   "key store."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Each store is recreated empty, so a damaged store is
      * replaced rather than patched.
       CREATE-TRANSACTION-KEYS.
           OPEN OUTPUT TRANSACTION-KEY-FILE.
           IF WS-TKEY-STATUS = "00"
               CLOSE TRANSACTION-KEY-FILE
               OPEN I-O TRANSACTION-KEY-FILE
           END-IF.
           IF WS-TKEY-STATUS NOT = "00"
               DISPLAY "Transaction key store CALCTKEY.DAT could not "
                   "be created (status " WS-TKEY-STATUS ") - rebuild "
                   "aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CREATE-REGISTRY-KEYS.
           OPEN OUTPUT REGISTRY-KEY-FILE.
           IF WS-RKEY-STATUS = "00"
               CLOSE REGISTRY-KEY-FILE
               OPEN I-O REGISTRY-KEY-FILE
           END-IF.
           IF WS-RKEY-STATUS NOT = "00"
               DISPLAY "Posted-batch store CALCRKEY.DAT could not be "
                   "created (status " WS-RKEY-STATUS ") - rebuild "
                   "aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ARCHIVE-INDEX.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM READ-INDEX-RECORD
               PERFORM TABLE-ONE-INDEX-ENTRY UNTIL END-OF-FILE
               CLOSE ARCHIVE-INDEX-FILE
           ELSE
               DISPLAY "Archive index AUDARCIDX.DAT not found (status "
                   WS-INDEX-STATUS ") - rebuilding from the live log "
                   "only."
           END-IF.

       READ-INDEX-RECORD.
           READ ARCHIVE-INDEX-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       TABLE-ONE-INDEX-ENTRY.
           MOVE ZERO TO WS-ARC-SLOT.
           PERFORM MATCH-ONE-ARCHIVE-SLOT
               VARYING WS-ARC-SCAN FROM 1 BY 1
               UNTIL WS-ARC-SCAN > WS-ARC-COUNT.
           IF WS-ARC-SLOT = ZERO
               IF WS-ARC-COUNT < WS-ARC-LIMIT
                   ADD 1 TO WS-ARC-COUNT
                   MOVE IDX-MONTH TO WS-ARE-MONTH(WS-ARC-COUNT)
                   MOVE IDX-FILE-NAME TO WS-ARE-FILE(WS-ARC-COUNT)
               ELSE
                   DISPLAY "Archive index lists more files than the "
                       "rebuild can table - archive " IDX-FILE-NAME
                       " is not read."
                   ADD 1 TO WS-MISSED-ARCHIVE-COUNT
               END-IF
           END-IF.
           PERFORM READ-INDEX-RECORD.

       MATCH-ONE-ARCHIVE-SLOT.
           IF WS-ARE-FILE(WS-ARC-SCAN) = IDX-FILE-NAME
               MOVE WS-ARC-SCAN TO WS-ARC-SLOT
           END-IF.

       REBUILD-FROM-ARCHIVE.
           MOVE WS-ARE-FILE(WS-ARC-SUB) TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Archive " WS-ARCHIVE-FILE-NAME " could not be "
                   "opened (status " WS-ARCHIVE-STATUS ") - rebuild "
                   "continues without it."
               ADD 1 TO WS-MISSED-ARCHIVE-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-ARCHIVE-RECORD
               PERFORM POST-ARCHIVE-KEY UNTIL END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       POST-ARCHIVE-KEY.
           MOVE ARCHIVE-RECORD TO AUDIT-RECORD.
           IF AUD-OP-CODE NOT = 'R'
               PERFORM POST-TRANSACTION-KEY
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.

       REBUILD-FROM-LIVE-LOG.
           OPEN INPUT CALC-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Audit log CALCAUD.LOG not found (status "
                   WS-AUDIT-STATUS ") - rebuilt from the archives "
                   "only."
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-AUDIT-RECORD
               PERFORM POST-LIVE-KEY UNTIL END-OF-FILE
               CLOSE CALC-AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ CALC-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       POST-LIVE-KEY.
           IF AUD-OP-CODE NOT = 'R'
               PERFORM POST-TRANSACTION-KEY
           END-IF.
           PERFORM READ-AUDIT-RECORD.

      * Reversals are passed over, as the batch run passes them
      * over, so the store counts postings only.
      * The sources are not read in date order - an archive cut
      * twice may hold months out of sequence - so the first and
      * latest dates are each kept as the earliest and the latest
      * seen.  A key the store will not take stops the rebuild
      * rather than report a store with postings missing.
       POST-TRANSACTION-KEY.
           ADD 1 TO WS-LOG-RECORD-COUNT.
           MOVE AUD-ACCOUNT-ID TO TKY-ACCOUNT-ID.
           MOVE AUD-INPUT1 TO TKY-INPUT1.
           MOVE AUD-INPUT2 TO TKY-INPUT2.
           READ TRANSACTION-KEY-FILE
               INVALID KEY
                   MOVE AUD-DATE TO TKY-FIRST-DATE
                   MOVE AUD-DATE TO TKY-LAST-DATE
                   MOVE 1 TO TKY-POST-COUNT
                   WRITE TRANSACTION-KEY-RECORD
                   ADD 1 TO WS-KEY-COUNT
               NOT INVALID KEY
                   IF AUD-DATE < TKY-FIRST-DATE
                       MOVE AUD-DATE TO TKY-FIRST-DATE
                   END-IF
                   IF AUD-DATE > TKY-LAST-DATE
                       MOVE AUD-DATE TO TKY-LAST-DATE
                   END-IF
                   ADD 1 TO TKY-POST-COUNT
                   REWRITE TRANSACTION-KEY-RECORD
           END-READ.
           IF WS-TKEY-STATUS NOT = "00"
               DISPLAY "Transaction key store CALCTKEY.DAT could not "
                   "be updated for account " AUD-ACCOUNT-ID
                   " (status " WS-TKEY-STATUS ") - rebuild aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Only batches the registry shows as posted are entered; a
      * batch posted more than once keeps its latest entry.
       REBUILD-FROM-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "Run registry CALCRUN.DAT not found (status "
                   WS-REGISTRY-STATUS ") - CALCRKEY.DAT left empty."
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-REGISTRY-RECORD
               PERFORM POST-REGISTRY-KEY UNTIL END-OF-FILE
               CLOSE RUN-REGISTRY-FILE
           END-IF.

       READ-REGISTRY-RECORD.
           READ RUN-REGISTRY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       POST-REGISTRY-KEY.
           ADD 1 TO WS-REG-RECORD-COUNT.
           IF REG-STATUS = 'P'
               MOVE REG-BATCH-ID TO RKY-BATCH-ID
               MOVE REG-CREATE-DATE TO RKY-CREATE-DATE
               MOVE REG-RUN-DATE TO RKY-RUN-DATE
               MOVE REG-RUN-TIME TO RKY-RUN-TIME
               MOVE REG-RECORD-COUNT TO RKY-RECORD-COUNT
               WRITE REGISTRY-KEY-RECORD
                   INVALID KEY
                       REWRITE REGISTRY-KEY-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-BATCH-COUNT
               END-WRITE
               IF WS-RKEY-STATUS NOT = "00"
                   DISPLAY "Posted-batch store CALCRKEY.DAT could not "
                       "be updated for batch " REG-BATCH-ID
                       " (status " WS-RKEY-STATUS ") - rebuild "
                       "aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-REGISTRY-RECORD.

       END PROGRAM DORADOKEYS.
