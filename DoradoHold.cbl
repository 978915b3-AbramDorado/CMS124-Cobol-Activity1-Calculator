      *          the CALCDISP.DAT disposition log so no held record
      *          leaves the file without a trace, and kept records are
      *          rewritten back to CALCHLD.DAT for a later decision.
      *          The operator signs on with an ID checked against the
      *          CALCOPER.DAT authorized-operator file, and that ID is
      *          carried on every disposition.  A release with an
      *          operand above the HOLDPARM.DAT amount limit, or past
      *          the limit of releases one operator may make in a
      *          session, is withheld in CALCPEND.DAT until a
      *          different authorized operator approves it in a later
      *          session - only then is it framed into CALCREL.DAT.
      *          CALCPEND.TXT lists every release still awaiting its
      *          second signature at the end of each session.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-KEEP-FILE ASSIGN TO "CALCPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-KEEP-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO "CALCPEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-REPORT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "HOLDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
                                    SIGN IS TRAILING SEPARATE.
           05 DSP-INPUT2           PIC S9(5)V99
                                    SIGN IS TRAILING SEPARATE.
      * DSP-ACTION is 'R' released, 'D' discarded, 'P' release
      * withheld for a second signature, 'A' withheld release
      * approved and framed, 'X' withheld release declined back to
      * the hold file.  DSP-OPERATOR-ID took the action; on 'A' and
      * 'X' DSP-MAKER-ID is the operator whose release was withheld,
      * otherwise it repeats the operator.
           05 DSP-OPERATOR-ID      PIC X(8).
           05 DSP-MAKER-ID         PIC X(8).
       FD  RUN-REGISTRY-FILE.
           COPY REGREC.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  PENDING-FILE.
           COPY PENDREC.
       FD  PENDING-KEEP-FILE.
           COPY PENDREC
               REPLACING ==PENDING-RECORD== BY ==PENDING-KEEP-RECORD==
                         ==PND-MAKER-ID==   BY ==PNK-MAKER-ID==
                         ==PND-MAKER-DATE== BY ==PNK-MAKER-DATE==
                         ==PND-MAKER-TIME== BY ==PNK-MAKER-TIME==
                         ==PND-LIMIT-REASON==
                             BY ==PNK-LIMIT-REASON==
                         ==PND-HOLD-IMAGE== BY ==PNK-HOLD-IMAGE==
                         ==PND-REASON-CODE==
                             BY ==PNK-REASON-CODE==
                         ==PND-INPUT1==     BY ==PNK-INPUT1==
                         ==PND-INPUT2==     BY ==PNK-INPUT2==
                         ==PND-ADDITION==   BY ==PNK-ADDITION==
                         ==PND-SUBTRACTION==
                             BY ==PNK-SUBTRACTION==
                         ==PND-MULTIPLICATION==
                             BY ==PNK-MULTIPLICATION==
                         ==PND-RESULT==     BY ==PNK-RESULT==
                         ==PND-REMAIN==     BY ==PNK-REMAIN==
                         ==PND-ACCOUNT-ID==
                             BY ==PNK-ACCOUNT-ID==
                         ==PND-OP-CODE==    BY ==PNK-OP-CODE==
                         ==PND-EFFECTIVE-DATE==
                             BY ==PNK-EFFECTIVE-DATE==.
       FD  PENDING-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
      * The control card sets the dual-control limits: the largest
      * operand, in whole units, one operator may release alone, and
      * how many releases one operator may make in a session before
      * the rest wait for a second signature.
       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-AMOUNT-LIMIT        PIC X(5).
           05 PRM-SESSION-LIMIT       PIC X(3).
       WORKING-STORAGE SECTION.
           01 WS-HOLD-STATUS PIC XX VALUE "00".
           01 WS-KEEP-STATUS PIC XX VALUE "00".
           01 WS-RELEASE-STATUS PIC XX VALUE "00".
           01 WS-DISP-STATUS PIC XX VALUE "00".
           01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           01 WS-OPER-STATUS PIC XX VALUE "00".
           01 WS-PENDING-STATUS PIC XX VALUE "00".
           01 WS-PEND-KEEP-STATUS PIC XX VALUE "00".
           01 WS-PEND-REPORT-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-HOLD-OPEN-SW PIC X VALUE 'N'.
               88 HOLD-FILE-OPEN VALUE 'Y'.
           01 WS-PENDING-OPEN-SW PIC X VALUE 'N'.
               88 PENDING-FILE-OPEN VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-NAME PIC X(30) VALUE SPACES.
           01 WS-OPERATOR-FOUND-SW PIC X VALUE 'N'.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
           01 WS-SIGN-ON-TRIES PIC 9 VALUE ZERO.
           01 WS-AMOUNT-LIMIT-IN PIC X(5) VALUE SPACES.
           01 WS-AMOUNT-LIMIT PIC 9(5) VALUE ZERO.
           01 WS-SESSION-LIMIT-IN PIC X(3) VALUE SPACES.
           01 WS-SESSION-LIMIT PIC 9(3) VALUE ZERO.
           01 WS-OPERAND-SIZE PIC 9(5)V99 VALUE ZERO.
           01 WS-LIMIT-REASON PIC X VALUE SPACE.
           01 WS-SESSION-RELEASES PIC 9(7) VALUE ZERO.
           01 WS-PRIOR-BATCH-ID PIC X(8) VALUE SPACES.
           01 WS-PRIOR-BATCH-DATE PIC X(8) VALUE SPACES.
           01 WS-PRIOR-POSTED-SW PIC X VALUE 'N'.
           01 WS-RELEASE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DISCARD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-KEEP-COUNT PIC 9(7) VALUE ZERO.
           01 WS-WITHHELD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PENDING-SEEN PIC 9(7) VALUE ZERO.
           01 WS-APPROVED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DECLINED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OWN-PENDING-COUNT PIC 9(7) VALUE ZERO.
           01 WS-AWAITING-COUNT PIC 9(7) VALUE ZERO.
           01 WS-RELEASE-HASH-INPUT1 PIC S9(10)V99 VALUE ZERO.
           01 WS-RELEASE-HASH-INPUT2 PIC S9(10)V99 VALUE ZERO.
           01 WS-DSP-INPUT1 PIC -(6)9.99.
           01 WS-DSP-INPUT2 PIC -(6)9.99.
           01 WS-SHOW-REASON PIC X(2) VALUE SPACES.
           01 WS-PENDING-HEADER.
               05 FILLER PIC X(41) VALUE
                   "RELEASES AWAITING A SECOND SIGNATURE AT  ".
               05 WS-HDR-DATE PIC X(8).
               05 FILLER PIC X(83) VALUE SPACES.
           01 WS-PENDING-COLUMNS.
               05 FILLER PIC X(12) VALUE "  MAKER".
               05 FILLER PIC X(18) VALUE "RELEASED".
               05 FILLER PIC X(10) VALUE "ACCOUNT".
               05 FILLER PIC X(12) VALUE " OPERAND 1".
               05 FILLER PIC X(13) VALUE " OPERAND 2".
               05 FILLER PIC X(4) VALUE "OP".
               05 FILLER PIC X(6) VALUE "HELD".
               05 FILLER PIC X(30) VALUE "WITHHELD FOR".
               05 FILLER PIC X(27) VALUE SPACES.
           01 WS-PENDING-DETAIL.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-MAKER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-DATE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-DTL-TIME PIC X(6).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DTL-ACCOUNT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-INPUT1 PIC -(6)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-INPUT2 PIC -(6)9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DTL-OP PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DTL-HELD PIC X(2).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-DTL-WITHHELD PIC X(30).
               05 FILLER PIC X(27) VALUE SPACES.
           01 WS-PENDING-TOTAL.
               05 FILLER PIC X(38) VALUE
                   "RELEASES AWAITING A SECOND SIGNATURE: ".
               05 WS-TOT-AWAITING PIC ZZZ,ZZ9.
               05 FILLER PIC X(87) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM CHECK-PRIOR-RELEASE.
           PERFORM GET-RELEASE-LIMITS.
           PERFORM OPEN-REVIEW-FILES.
           IF NOT HOLD-FILE-OPEN AND NOT PENDING-FILE-OPEN
               DISPLAY "Hold file CALCHLD.DAT not found and no "
                   "release awaits a second signature - nothing is "
                   "held for review."
               STOP RUN
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           OPEN OUTPUT HOLD-KEEP-FILE.
           OPEN OUTPUT PENDING-KEEP-FILE.
           PERFORM OPEN-RELEASE-FILE.
           PERFORM OPEN-DISPOSITION-FILE.
           IF PENDING-FILE-OPEN
               PERFORM READ-PENDING-RECORD
               PERFORM REVIEW-ONE-PENDING UNTIL END-OF-FILE
               CLOSE PENDING-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.
           IF HOLD-FILE-OPEN
               PERFORM READ-HOLD-RECORD
               PERFORM REVIEW-ONE-HOLD UNTIL END-OF-FILE
               CLOSE HOLD-FILE
           END-IF.
           PERFORM WRITE-RELEASE-TRAILER.
           CLOSE RELEASE-FILE.
           CLOSE DISPOSITION-FILE.
           CLOSE HOLD-KEEP-FILE.
           CLOSE PENDING-KEEP-FILE.
           PERFORM REWRITE-HOLD-FILE.
           PERFORM REWRITE-PENDING-FILE.
           PERFORM WRITE-PENDING-REPORT.
           IF WS-PENDING-SEEN > ZERO
               DISPLAY WS-PENDING-SEEN " withheld release(s) found: "
                   WS-APPROVED-COUNT " approved, " WS-DECLINED-COUNT
                   " declined back to the hold file."
           END-IF.
           IF WS-OWN-PENDING-COUNT > ZERO
               DISPLAY WS-OWN-PENDING-COUNT " withheld release(s) of "
                   "your own need another operator's signature."
           END-IF.
           DISPLAY WS-HELD-COUNT " held record(s) reviewed: "
               WS-RELEASE-COUNT " released, " WS-DISCARD-COUNT
               " discarded, " WS-KEEP-COUNT " kept on hold, "
               WS-WITHHELD-COUNT " withheld for a second signature.".
           IF WS-RELEASE-COUNT > ZERO
               DISPLAY "Released records were written to CALCREL.DAT "
                   "as batch " WS-RELEASE-BATCH-ID " - feed the file "
                   "to the batch run to post them."
           END-IF.
           IF WS-AWAITING-COUNT > ZERO
               DISPLAY WS-AWAITING-COUNT " release(s) await a second "
                   "signature - see CALCPEND.TXT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The dual-control limits come from the HOLDPARM.DAT control
      * card; when no card is present, or a limit on it is unusable,
      * the shop's standing limits apply - an operand of 1,000 and
      * ten releases per operator per session.  A limit may be
      * punched left or right in its field.
       GET-RELEASE-LIMITS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END MOVE SPACES TO PARAMETER-RECORD
               END-READ
               CLOSE PARAMETER-FILE
               MOVE PRM-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT-IN
               MOVE PRM-SESSION-LIMIT TO WS-SESSION-LIMIT-IN
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   DISPLAY "Parameter file HOLDPARM.DAT is present "
                       "but unreadable (status " WS-PARM-STATUS
                       ") - review aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-AMOUNT-LIMIT-IN = SPACES
               MOVE 1000 TO WS-AMOUNT-LIMIT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-LIMIT-IN) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-AMOUNT-LIMIT-IN) < 1
                   DISPLAY "Release amount limit " WS-AMOUNT-LIMIT-IN
                       " on HOLDPARM.DAT not usable - defaulting to "
                       "1000."
                   MOVE 1000 TO WS-AMOUNT-LIMIT
               ELSE
                   COMPUTE WS-AMOUNT-LIMIT
                       = FUNCTION NUMVAL(WS-AMOUNT-LIMIT-IN)
               END-IF
           END-IF.
           IF WS-SESSION-LIMIT-IN = SPACES
               MOVE 10 TO WS-SESSION-LIMIT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SESSION-LIMIT-IN) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-SESSION-LIMIT-IN) < 1
                   DISPLAY "Session release limit " WS-SESSION-LIMIT-IN
                       " on HOLDPARM.DAT not usable - defaulting to "
                       "10."
                   MOVE 10 TO WS-SESSION-LIMIT
               ELSE
                   COMPUTE WS-SESSION-LIMIT
                       = FUNCTION NUMVAL(WS-SESSION-LIMIT-IN)
               END-IF
           END-IF.

      * The review has work when either the hold file or the file
      * of releases withheld for a second signature is present; an
      * absent file is simply empty, an unreadable one stops the
      * review before anything is decided.
       OPEN-REVIEW-FILES.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               MOVE 'Y' TO WS-HOLD-OPEN-SW
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "Hold file CALCHLD.DAT is present but "
                       "unreadable (status " WS-HOLD-STATUS
                       ") - review aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 'Y' TO WS-PENDING-OPEN-SW
           ELSE
               IF WS-PENDING-STATUS NOT = "35"
                   DISPLAY "Pending file CALCPEND.DAT is present but "
                       "unreadable (status " WS-PENDING-STATUS
                       ") - review aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Every decision is recorded under the operator who took it,
      * so the review does not start until an ID on the authorized
      * operator file signs on.  Three failed attempts end the
      * session.
       SIGN-ON-OPERATOR.
           MOVE ZERO TO WS-SIGN-ON-TRIES.
           PERFORM ACCEPT-OPERATOR-ID
               UNTIL OPERATOR-AUTHORIZED OR WS-SIGN-ON-TRIES = 3.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "Sign-on refused - review aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Signed on as " WS-OPERATOR-ID " " WS-OPERATOR-NAME.

       ACCEPT-OPERATOR-ID.
           ADD 1 TO WS-SIGN-ON-TRIES.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operator ID is required to review holds."
           ELSE
               PERFORM FIND-OPERATOR
               IF NOT OPERATOR-AUTHORIZED
                   DISPLAY "Operator " WS-OPERATOR-ID " is not "
                       "authorized to review holds."
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Authorized-operator file CALCOPER.DAT not "
                   "found or unreadable (status " WS-OPER-STATUS
                   ") - review aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-OPERATOR-RECORD.
           PERFORM MATCH-OPERATOR-RECORD
               UNTIL END-OF-FILE OR OPERATOR-AUTHORIZED.
           CLOSE OPERATOR-FILE.
           MOVE 'N' TO WS-EOF-SW.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       MATCH-OPERATOR-RECORD.
           IF OPR-ID = WS-OPERATOR-ID AND OPR-STATUS = 'A'
               MOVE 'Y' TO WS-OPERATOR-FOUND-SW
               MOVE OPR-NAME TO WS-OPERATOR-NAME
           ELSE
               PERFORM READ-OPERATOR-RECORD
           END-IF.

      * A CALCREL.DAT that still carries released records which the
      * run registry does not show as posted has not been fed to
      * the batch run yet; overwriting it would silently lose work
               OPEN OUTPUT DISPOSITION-FILE
           END-IF.

      * Releases withheld in an earlier session are put to the
      * signed-on operator first.  The operator who made a release
      * cannot be its second signature, so the operator's own
      * withheld releases are passed over and stay pending.
       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       REVIEW-ONE-PENDING.
           ADD 1 TO WS-PENDING-SEEN.
           IF PND-MAKER-ID = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-PENDING-COUNT
               PERFORM RETAIN-PENDING-RECORD
           ELSE
               PERFORM DISPLAY-PENDING-RECORD
               PERFORM ACCEPT-APPROVAL
               EVALUATE WS-DECISION
                   WHEN 'A'
                       PERFORM APPROVE-PENDING-RECORD
                   WHEN 'X'
                       PERFORM DECLINE-PENDING-RECORD
                   WHEN OTHER
                       PERFORM RETAIN-PENDING-RECORD
               END-EVALUATE
           END-IF.
           PERFORM READ-PENDING-RECORD.

       DISPLAY-PENDING-RECORD.
           DISPLAY " ".
           DISPLAY "Withheld release " WS-PENDING-SEEN ":".
           DISPLAY "  Released by " PND-MAKER-ID " on "
               PND-MAKER-DATE " at " PND-MAKER-TIME(1:6).
           IF PND-LIMIT-REASON = 'C'
               DISPLAY "  Withheld: the operator's session release "
                   "limit was reached"
           ELSE
               DISPLAY "  Withheld: operand above the release amount "
                   "limit or not numeric"
           END-IF.
           DISPLAY "  Account:  " PND-ACCOUNT-ID.
           IF PND-INPUT1 NUMERIC AND PND-INPUT2 NUMERIC
               MOVE PND-INPUT1 TO WS-DSP-INPUT1
               MOVE PND-INPUT2 TO WS-DSP-INPUT2
               DISPLAY "  Operands: " WS-DSP-INPUT1 " / "
                   WS-DSP-INPUT2
           ELSE
               DISPLAY "  Operands: " PND-INPUT1 " / " PND-INPUT2
                   " (not numeric)"
           END-IF.
           IF PND-OP-CODE NOT = SPACE
               DISPLAY "  Op code:  " PND-OP-CODE
           END-IF.
           IF PND-EFFECTIVE-DATE NOT = SPACES
               DISPLAY "  Value date: " PND-EFFECTIVE-DATE
           END-IF.
           MOVE PND-REASON-CODE TO WS-SHOW-REASON.
           PERFORM DISPLAY-HOLD-REASON.

       ACCEPT-APPROVAL.
           MOVE 'N' TO WS-DECISION-MADE-SW.
           PERFORM PROMPT-FOR-APPROVAL UNTIL DECISION-MADE.

       PROMPT-FOR-APPROVAL.
           DISPLAY "Approve the release, decline it back to the hold "
               "file, or Leave it pending (A/X/L): ".
           ACCEPT WS-DECISION.
           IF WS-DECISION = 'A' OR 'X' OR 'L'
               MOVE 'Y' TO WS-DECISION-MADE-SW
           ELSE
               DISPLAY "Enter A, X or L."
           END-IF.

      * The second signature frames the withheld record into the
      * release batch exactly as an unwithheld release would be.
       APPROVE-PENDING-RECORD.
           MOVE SPACES TO RELEASE-RECORD.
           MOVE PND-INPUT1 TO REL-INPUT1.
           MOVE PND-INPUT2 TO REL-INPUT2.
           MOVE ZERO TO REL-ADDITION.
           MOVE ZERO TO REL-SUBTRACTION.
           MOVE ZERO TO REL-MULTIPLICATION.
           MOVE ZERO TO REL-RESULT.
           MOVE ZERO TO REL-REMAIN.
           MOVE PND-ACCOUNT-ID TO REL-ACCOUNT-ID.
           MOVE PND-OP-CODE TO REL-OP-CODE.
           MOVE PND-EFFECTIVE-DATE TO REL-EFFECTIVE-DATE.
           PERFORM FRAME-RELEASE-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE 'A' TO DSP-ACTION.
           PERFORM SET-PENDING-DISPOSITION.
           PERFORM WRITE-DISPOSITION-RECORD.

      * A declined release goes back to the hold file unchanged for
      * a fresh decision in a later review.
       DECLINE-PENDING-RECORD.
           MOVE PND-HOLD-IMAGE TO KEEP-RECORD.
           WRITE KEEP-RECORD.
           ADD 1 TO WS-DECLINED-COUNT.
           MOVE 'X' TO DSP-ACTION.
           PERFORM SET-PENDING-DISPOSITION.
           PERFORM WRITE-DISPOSITION-RECORD.

       RETAIN-PENDING-RECORD.
           MOVE PENDING-RECORD TO PENDING-KEEP-RECORD.
           WRITE PENDING-KEEP-RECORD.

       READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           IF HLD-EFFECTIVE-DATE NOT = SPACES
               DISPLAY "  Value date: " HLD-EFFECTIVE-DATE
           END-IF.
           MOVE HLD-REASON-CODE TO WS-SHOW-REASON.
           PERFORM DISPLAY-HOLD-REASON.

       DISPLAY-HOLD-REASON.
           IF WS-SHOW-REASON = "DB"
               DISPLAY "  Reason:   DB - duplicate of another "
                   "transaction in the same batch"
           ELSE
               IF WS-SHOW-REASON = "DH"
                   DISPLAY "  Reason:   DH - matches a transaction "
                       "already in the audit history"
               ELSE
                   DISPLAY "  Reason:   " WS-SHOW-REASON
               END-IF
           END-IF.

      * A released hold goes back out in the CALCREC layout the
      * batch run expects, with its result fields cleared - the
      * batch run recomputes them when the record posts.
      * A release past either dual-control limit is withheld for a
      * second signature instead.
       RELEASE-HOLD-RECORD.
           PERFORM CHECK-RELEASE-LIMITS.
           IF WS-LIMIT-REASON NOT = SPACE
               PERFORM WITHHOLD-HOLD-RECORD
           ELSE
               MOVE SPACES TO RELEASE-RECORD
               MOVE HLD-INPUT1 TO REL-INPUT1
               MOVE HLD-INPUT2 TO REL-INPUT2
               MOVE ZERO TO REL-ADDITION
               MOVE ZERO TO REL-SUBTRACTION
               MOVE ZERO TO REL-MULTIPLICATION
               MOVE ZERO TO REL-RESULT
               MOVE ZERO TO REL-REMAIN
               MOVE HLD-ACCOUNT-ID TO REL-ACCOUNT-ID
               MOVE HLD-OP-CODE TO REL-OP-CODE
               MOVE HLD-EFFECTIVE-DATE TO REL-EFFECTIVE-DATE
               PERFORM FRAME-RELEASE-RECORD
               MOVE 'R' TO DSP-ACTION
               PERFORM SET-HOLD-DISPOSITION
               PERFORM WRITE-DISPOSITION-RECORD
           END-IF.

      * The amount test is on each operand's size regardless of
      * sign (moving to the unsigned work field drops the sign); a
      * record whose operands cannot be valued always needs the
      * second signature.  Every release decision in the session
      * counts toward the session limit.
       CHECK-RELEASE-LIMITS.
           MOVE SPACE TO WS-LIMIT-REASON.
           ADD 1 TO WS-SESSION-RELEASES.
           IF HLD-INPUT1 NOT NUMERIC OR HLD-INPUT2 NOT NUMERIC
               MOVE 'A' TO WS-LIMIT-REASON
           ELSE
               MOVE HLD-INPUT1 TO WS-OPERAND-SIZE
               IF WS-OPERAND-SIZE > WS-AMOUNT-LIMIT
                   MOVE 'A' TO WS-LIMIT-REASON
               END-IF
               MOVE HLD-INPUT2 TO WS-OPERAND-SIZE
               IF WS-OPERAND-SIZE > WS-AMOUNT-LIMIT
                   MOVE 'A' TO WS-LIMIT-REASON
               END-IF
           END-IF.
           IF WS-LIMIT-REASON = SPACE
               AND WS-SESSION-RELEASES > WS-SESSION-LIMIT
               MOVE 'C' TO WS-LIMIT-REASON
           END-IF.

       WITHHOLD-HOLD-RECORD.
           MOVE SPACES TO PENDING-KEEP-RECORD.
           MOVE WS-OPERATOR-ID TO PNK-MAKER-ID.
           MOVE WS-RUN-DATE TO PNK-MAKER-DATE.
           ACCEPT PNK-MAKER-TIME FROM TIME.
           MOVE WS-LIMIT-REASON TO PNK-LIMIT-REASON.
           MOVE HOLD-RECORD TO PNK-HOLD-IMAGE.
           WRITE PENDING-KEEP-RECORD.
           ADD 1 TO WS-WITHHELD-COUNT.
           IF WS-LIMIT-REASON = 'C'
               DISPLAY "Session release limit reached - release "
                   "withheld for a second signature."
           ELSE
               DISPLAY "Operand above the release amount limit - "
                   "release withheld for a second signature."
           END-IF.
           MOVE 'P' TO DSP-ACTION.
           PERFORM SET-HOLD-DISPOSITION.
           PERFORM WRITE-DISPOSITION-RECORD.

       FRAME-RELEASE-RECORD.
           WRITE RELEASE-RECORD.
           ADD 1 TO WS-RELEASE-COUNT.
      * Non-numeric operands contribute zero to the hash totals,
      * exactly as the screen's batch tally counted them on the way
      * in, so the mini-batch still proves out downstream and the
      * record lands in suspense as NN instead of abending here.
           IF REL-INPUT1 NUMERIC
               ADD REL-INPUT1 TO WS-RELEASE-HASH-INPUT1
           END-IF.
           IF REL-INPUT2 NUMERIC
               ADD REL-INPUT2 TO WS-RELEASE-HASH-INPUT2
           END-IF.

       DISCARD-HOLD-RECORD.
           ADD 1 TO WS-DISCARD-COUNT.
           MOVE 'D' TO DSP-ACTION.
           PERFORM SET-HOLD-DISPOSITION.
           PERFORM WRITE-DISPOSITION-RECORD.

       KEEP-HOLD-RECORD.
           WRITE KEEP-RECORD.
           ADD 1 TO WS-KEEP-COUNT.

       SET-HOLD-DISPOSITION.
           MOVE HLD-REASON-CODE TO DSP-REASON-CODE.
           MOVE HLD-ACCOUNT-ID TO DSP-ACCOUNT-ID.
           MOVE HLD-INPUT1 TO DSP-INPUT1.
           MOVE HLD-INPUT2 TO DSP-INPUT2.
           MOVE WS-OPERATOR-ID TO DSP-MAKER-ID.

       SET-PENDING-DISPOSITION.
           MOVE PND-REASON-CODE TO DSP-REASON-CODE.
           MOVE PND-ACCOUNT-ID TO DSP-ACCOUNT-ID.
           MOVE PND-INPUT1 TO DSP-INPUT1.
           MOVE PND-INPUT2 TO DSP-INPUT2.
           MOVE PND-MAKER-ID TO DSP-MAKER-ID.

       WRITE-DISPOSITION-RECORD.
           MOVE WS-RUN-DATE TO DSP-DATE.
           ACCEPT DSP-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO DSP-OPERATOR-ID.
           WRITE DISPOSITION-RECORD.

      * The trailer carries the released records' count and hash
           WRITE HOLD-RECORD.
           PERFORM READ-KEEP-RECORD.

      * Releases still awaiting a second signature - those left
      * pending and those withheld this session - replace the live
      * pending file the same way, CALCPEND.NEW staying behind as
      * the fallback copy.  The live file is only truncated once the
      * work file is open to copy from.
       REWRITE-PENDING-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PENDING-KEEP-FILE.
           IF WS-PEND-KEEP-STATUS NOT = "00"
               DISPLAY "Work file CALCPEND.NEW could not be reopened "
                   "(status " WS-PEND-KEEP-STATUS ") - CALCPEND.DAT "
                   "is unchanged and still lists the releases signed "
                   "or declined this session; correct it before the "
                   "next review."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "Pending releases CALCPEND.DAT could not be "
                   "rewritten (status " WS-PENDING-STATUS ") - "
                   "CALCPEND.NEW holds the releases still awaiting "
                   "a second signature; copy it over CALCPEND.DAT."
               CLOSE PENDING-KEEP-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PENDING-KEEP-RECORD.
           PERFORM COPY-PENDING-KEEP-RECORD UNTIL END-OF-FILE.
           CLOSE PENDING-KEEP-FILE.
           CLOSE PENDING-FILE.

       READ-PENDING-KEEP-RECORD.
           READ PENDING-KEEP-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       COPY-PENDING-KEEP-RECORD.
           MOVE PENDING-KEEP-RECORD TO PENDING-RECORD.
           WRITE PENDING-RECORD.
           PERFORM READ-PENDING-KEEP-RECORD.

      * The pending report lists every release still waiting for a
      * second signature, whoever made it, so a supervisor can see
      * what is outstanding without signing on to the review.
       WRITE-PENDING-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN OUTPUT PENDING-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-PENDING-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-PENDING-COLUMNS.
           OPEN INPUT PENDING-FILE.
           PERFORM READ-PENDING-RECORD.
           PERFORM LIST-PENDING-RECORD UNTIL END-OF-FILE.
           CLOSE PENDING-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AWAITING-COUNT TO WS-TOT-AWAITING.
           WRITE REPORT-LINE FROM WS-PENDING-TOTAL.
           CLOSE PENDING-REPORT-FILE.

       LIST-PENDING-RECORD.
           ADD 1 TO WS-AWAITING-COUNT.
           MOVE PND-MAKER-ID TO WS-DTL-MAKER.
           MOVE PND-MAKER-DATE TO WS-DTL-DATE.
           MOVE PND-MAKER-TIME(1:6) TO WS-DTL-TIME.
           MOVE PND-ACCOUNT-ID TO WS-DTL-ACCOUNT.
           MOVE PND-OP-CODE TO WS-DTL-OP.
           MOVE PND-REASON-CODE TO WS-DTL-HELD.
           IF PND-INPUT1 NUMERIC AND PND-INPUT2 NUMERIC
               MOVE PND-INPUT1 TO WS-DTL-INPUT1
               MOVE PND-INPUT2 TO WS-DTL-INPUT2
               IF PND-LIMIT-REASON = 'C'
                   MOVE "SESSION RELEASE LIMIT REACHED"
                       TO WS-DTL-WITHHELD
               ELSE
                   MOVE "OPERAND ABOVE AMOUNT LIMIT"
                       TO WS-DTL-WITHHELD
               END-IF
           ELSE
               MOVE ZERO TO WS-DTL-INPUT1
               MOVE ZERO TO WS-DTL-INPUT2
               MOVE "OPERANDS NOT NUMERIC" TO WS-DTL-WITHHELD
           END-IF.
           WRITE REPORT-LINE FROM WS-PENDING-DETAIL.
           PERFORM READ-PENDING-RECORD.

       END PROGRAM DORADOHOLD.
