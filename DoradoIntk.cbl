      ******************************************************************
      * Author:
      * Date:
      * Purpose: CSV intake for the calculator batch.  Reads a
      *          department's comma-separated submission of five
      *          columns - account, operation, first operand, second
      *          operand, effective date (the date may be left off
      *          for a row to be processed when received).  This is
      *          the intake layout, not the nine-column CALCOUT.CSV
      *          export, which carries results and no date.  It
      *          checks every row's account id, operation code,
      *          amount format and effective date, and frames the
      *          rows that pass as one batch on CALCIN.DAT: a header
      *          carrying a generated batch id and the intake date,
      *          the details in the CALCREC layout, and a trailer
      *          whose count and hash totals are computed from the
      *          accepted rows.  Every row that fails is listed on
      *          CALCINTK.TXT with its line number and the reason, in
      *          a form that can be sent back to the department.
      *          Ends with return code 4 when any row was listed,
      *          and 8 when no row passed and no batch was framed.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADOINTK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT CALC-INPUT-FILE ASSIGN TO "CALCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT LISTING-FILE ASSIGN TO "CALCINTK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "INTKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-FILE.
       01 CSV-RECORD PIC X(200).
       FD  CALC-INPUT-FILE.
           COPY CALCREC.
           COPY BATCHREC.
       FD  LISTING-FILE.
       01 REPORT-LINE PIC X(132).
      * The control card names the submission to take in and whether
      * its batch is added to the transmission already built for
      * tonight ('Y') or starts a new CALCIN.DAT.
       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-CSV-FILE            PIC X(30).
           05 PRM-APPEND-SW           PIC X(1).
       WORKING-STORAGE SECTION.
           01 WS-CSV-STATUS PIC XX VALUE "00".
           01 WS-INPUT-STATUS PIC XX VALUE "00".
           01 WS-LISTING-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-CSV-FILE-NAME PIC X(30) VALUE SPACES.
           01 WS-APPEND-SW PIC X VALUE 'N'.
               88 APPEND-TO-TRANSMISSION VALUE 'Y'.
           01 WS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 WS-BATCH-OPEN-SW PIC X VALUE 'N'.
               88 BATCH-OPEN VALUE 'Y'.
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-TIME PIC X(8).
           01 WS-BATCH-ID PIC X(8) VALUE SPACES.
           01 WS-LINE-NO PIC 9(7) VALUE ZERO.
           01 WS-ROW-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ERROR-COUNT PIC 9(7) VALUE ZERO.
           01 WS-HASH-INPUT1 PIC S9(10)V99 VALUE ZERO.
           01 WS-HASH-INPUT2 PIC S9(10)V99 VALUE ZERO.
           01 WS-ROW-REASON PIC X(50) VALUE SPACES.
      * One submission row split at its commas; the counts prove a
      * cell was not cut short by the work field.
           01 WS-FIELD-COUNT PIC 99 VALUE ZERO.
           01 WS-CSV-ACCOUNT PIC X(20) VALUE SPACES.
           01 WS-CSV-OPERATION PIC X(20) VALUE SPACES.
           01 WS-CSV-INPUT1 PIC X(20) VALUE SPACES.
           01 WS-CSV-INPUT2 PIC X(20) VALUE SPACES.
           01 WS-CSV-DATE PIC X(20) VALUE SPACES.
           01 WS-CSV-EXTRA PIC X(20) VALUE SPACES.
           01 WS-ACCOUNT-LEN PIC 9(3) VALUE ZERO.
           01 WS-INPUT1-LEN PIC 9(3) VALUE ZERO.
           01 WS-INPUT2-LEN PIC 9(3) VALUE ZERO.
           01 WS-DATE-LEN PIC 9(3) VALUE ZERO.
           01 WS-ROW-LEN PIC 9(3) VALUE ZERO.
           01 WS-DATE-START PIC 99 VALUE ZERO.
      * Amount scan work areas: an amount is an optional sign, up to
      * five whole digits and up to two decimals after a point, with
      * spaces allowed only around it.
           01 WS-AMT-TEXT PIC X(20) VALUE SPACES.
           01 WS-AMT-POS PIC 99 VALUE ZERO.
           01 WS-AMT-CHAR PIC X VALUE SPACE.
           01 WS-AMT-DIGIT PIC 9 VALUE ZERO.
           01 WS-AMT-WHOLE PIC 9(5) VALUE ZERO.
           01 WS-AMT-FRACTION PIC 99 VALUE ZERO.
           01 WS-AMT-WHOLE-DIGITS PIC 99 VALUE ZERO.
           01 WS-AMT-FRACTION-DIGITS PIC 99 VALUE ZERO.
           01 WS-AMT-VALUE PIC S9(5)V99 VALUE ZERO.
           01 WS-AMT-STATE PIC X VALUE 'B'.
               88 AMT-BEFORE-NUMBER VALUE 'B'.
               88 AMT-IN-NUMBER VALUE 'N'.
               88 AMT-AFTER-NUMBER VALUE 'E'.
           01 WS-AMT-SIGN-SW PIC X VALUE 'N'.
               88 AMT-NEGATIVE VALUE 'Y'.
           01 WS-AMT-POINT-SW PIC X VALUE 'N'.
               88 AMT-POINT-SEEN VALUE 'Y'.
           01 WS-AMT-BAD-SW PIC X VALUE 'N'.
               88 AMT-MALFORMED VALUE 'Y'.
           01 WS-AMT-NAME PIC X(6) VALUE SPACES.
           01 WS-INPUT1-VALUE PIC S9(5)V99 VALUE ZERO.
           01 WS-INPUT2-VALUE PIC S9(5)V99 VALUE ZERO.
      * Effective date check: the day must exist in its month, with
      * February taking its twenty-ninth in a leap year.
           01 WS-EFF-DATE PIC X(8) VALUE SPACES.
           01 WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE.
               05 WS-EFF-YEAR PIC 9(4).
               05 WS-EFF-MONTH PIC 99.
               05 WS-EFF-DAY PIC 99.
           01 WS-MONTH-LAST-DAY PIC 99 VALUE ZERO.
           01 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
           01 WS-LEAP-REM-4 PIC 9(3) VALUE ZERO.
           01 WS-LEAP-REM-100 PIC 9(3) VALUE ZERO.
           01 WS-LEAP-REM-400 PIC 9(3) VALUE ZERO.
           01 WS-DAYS-IN-MONTH-TABLE.
               05 FILLER PIC X(24) VALUE
                   "312831303130313130313031".
           01 WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
               05 WS-DIM-DAYS PIC 99 OCCURS 12 TIMES.
           01 WS-REPORT-HEADER.
               05 FILLER PIC X(25) VALUE
                   "INTAKE ERROR LISTING FOR ".
               05 WS-HDR-FILE PIC X(30).
               05 FILLER PIC X(10) VALUE "  BATCH:  ".
               05 WS-HDR-BATCH PIC X(8).
               05 FILLER PIC X(14) VALUE "  RECEIVED ON ".
               05 WS-HDR-DATE PIC X(8).
               05 FILLER PIC X(37) VALUE SPACES.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(9) VALUE "    LINE".
               05 FILLER PIC X(52) VALUE "REASON".
               05 FILLER PIC X(71) VALUE "ROW AS SUBMITTED".
           01 WS-ERROR-LINE.
               05 WS-ERR-LINE PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ERR-REASON PIC X(50).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ERR-ROW PIC X(71).
           01 WS-NOTE-LINE.
               05 WS-NOTE-TEXT PIC X(80).
               05 FILLER PIC X(52) VALUE SPACES.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(15) VALUE "ROWS RECEIVED: ".
               05 WS-TOT-ROWS PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "  ACCEPTED: ".
               05 WS-TOT-ACCEPTED PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "  IN ERROR: ".
               05 WS-TOT-ERRORS PIC ZZZ,ZZ9.
               05 FILLER PIC X(72) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-INTAKE-PARAMETERS.
           OPEN INPUT SUBMISSION-FILE.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "Submission " WS-CSV-FILE-NAME " not found "
                   "or unreadable (status " WS-CSV-STATUS ") - "
                   "intake aborted."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The batch id is generated from the intake time; together
      * with the intake date as the creation date it keys the batch
      * in the run registry, so a submission taken in twice is two
      * distinct batches and is left for the duplicate screen.
           STRING "IN" WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID.
           OPEN OUTPUT LISTING-FILE.
           MOVE WS-CSV-FILE-NAME TO WS-HDR-FILE.
           MOVE WS-BATCH-ID TO WS-HDR-BATCH.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM READ-SUBMISSION-RECORD.
           PERFORM TAKE-IN-ONE-ROW UNTIL END-OF-FILE.
           CLOSE SUBMISSION-FILE.
           IF BATCH-OPEN
               PERFORM CLOSE-OUTPUT-BATCH
           END-IF.
           PERFORM WRITE-LISTING-TOTALS.
           CLOSE LISTING-FILE.
           DISPLAY WS-ROW-COUNT " row(s) received, "
               WS-ACCEPTED-COUNT " accepted, " WS-ERROR-COUNT
               " listed on CALCINTK.TXT.".
           IF WS-ACCEPTED-COUNT = ZERO
               DISPLAY "No row passed the intake checks - no batch "
                   "was framed on CALCIN.DAT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Batch " WS-BATCH-ID " framed on CALCIN.DAT "
                   "with " WS-ACCEPTED-COUNT " detail record(s)."
               IF WS-ERROR-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      * The submission and the append choice come from the
      * INTKPARM.DAT control card when the intake is scheduled; the
      * console prompt remains the fallback.  A blank file name
      * takes the standing CALCIN.CSV drop.
       GET-INTAKE-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END MOVE SPACES TO PARAMETER-RECORD
               END-READ
               CLOSE PARAMETER-FILE
               MOVE PRM-CSV-FILE TO WS-CSV-FILE-NAME
               MOVE PRM-APPEND-SW TO WS-APPEND-SW
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   DISPLAY "Parameter file INTKPARM.DAT is present "
                       "but unreadable (status " WS-PARM-STATUS
                       ") - intake aborted."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Submission file (blank for CALCIN.CSV): "
               ACCEPT WS-CSV-FILE-NAME
               DISPLAY "Add the batch to tonight's CALCIN.DAT "
                   "transmission (Y/N): "
               ACCEPT WS-APPEND-SW
           END-IF.
           IF WS-CSV-FILE-NAME = SPACES
               MOVE "CALCIN.CSV" TO WS-CSV-FILE-NAME
           END-IF.
           IF WS-APPEND-SW = 'y'
               MOVE 'Y' TO WS-APPEND-SW
           END-IF.

       READ-SUBMISSION-RECORD.
           READ SUBMISSION-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-LINE-NO
               INSPECT CSV-RECORD REPLACING ALL X"0D" BY SPACE
           END-IF.

      * Blank lines and the column heading row a spreadsheet saves
      * are passed over; every other row is checked in full and
      * either framed or listed.
       TAKE-IN-ONE-ROW.
           IF CSV-RECORD = SPACES
               CONTINUE
           ELSE
               IF CSV-RECORD(1:8) = "ACCOUNT,"
                   AND WS-LINE-NO = 1
                   CONTINUE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM CHECK-ONE-ROW
                   IF WS-ROW-REASON = SPACES
                       PERFORM FRAME-ONE-ROW
                   ELSE
                       PERFORM LIST-ONE-ERROR
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-SUBMISSION-RECORD.

      * The checks run in column order and the first failure is the
      * reason listed, so the department fixes one cell at a time.
       CHECK-ONE-ROW.
           MOVE SPACES TO WS-ROW-REASON.
           MOVE SPACES TO WS-CSV-ACCOUNT WS-CSV-OPERATION
               WS-CSV-INPUT1 WS-CSV-INPUT2 WS-CSV-DATE WS-CSV-EXTRA.
           MOVE ZERO TO WS-FIELD-COUNT WS-ACCOUNT-LEN WS-INPUT1-LEN
               WS-INPUT2-LEN WS-DATE-LEN.
           MOVE 200 TO WS-ROW-LEN.
           PERFORM SHORTEN-ROW-LENGTH
               UNTIL CSV-RECORD(WS-ROW-LEN:1) NOT = SPACE.
           UNSTRING CSV-RECORD(1:WS-ROW-LEN) DELIMITED BY ","
               INTO WS-CSV-ACCOUNT COUNT IN WS-ACCOUNT-LEN
                    WS-CSV-OPERATION
                    WS-CSV-INPUT1 COUNT IN WS-INPUT1-LEN
                    WS-CSV-INPUT2 COUNT IN WS-INPUT2-LEN
                    WS-CSV-DATE COUNT IN WS-DATE-LEN
                    WS-CSV-EXTRA
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
           IF WS-FIELD-COUNT < 4
               MOVE "ROW CARRIES FEWER THAN 4 COLUMNS"
                   TO WS-ROW-REASON
           ELSE
               IF WS-CSV-EXTRA NOT = SPACES
                   MOVE "ROW CARRIES MORE THAN 5 COLUMNS"
                       TO WS-ROW-REASON
               END-IF
           END-IF.
           IF WS-ROW-REASON = SPACES
               PERFORM CHECK-ACCOUNT-ID
           END-IF.
           IF WS-ROW-REASON = SPACES
               PERFORM CHECK-OPERATION-CODE
           END-IF.
           IF WS-ROW-REASON = SPACES
               MOVE WS-CSV-INPUT1 TO WS-AMT-TEXT
               MOVE "INPUT1" TO WS-AMT-NAME
               IF WS-INPUT1-LEN > 20
                   MOVE 'Y' TO WS-AMT-BAD-SW
                   PERFORM SET-AMOUNT-REASON
               ELSE
                   PERFORM CHECK-AMOUNT
               END-IF
               MOVE WS-AMT-VALUE TO WS-INPUT1-VALUE
           END-IF.
           IF WS-ROW-REASON = SPACES
               MOVE WS-CSV-INPUT2 TO WS-AMT-TEXT
               MOVE "INPUT2" TO WS-AMT-NAME
               IF WS-INPUT2-LEN > 20
                   MOVE 'Y' TO WS-AMT-BAD-SW
                   PERFORM SET-AMOUNT-REASON
               ELSE
                   PERFORM CHECK-AMOUNT
               END-IF
               MOVE WS-AMT-VALUE TO WS-INPUT2-VALUE
           END-IF.
           IF WS-ROW-REASON = SPACES
               PERFORM CHECK-EFFECTIVE-DATE
           END-IF.

      * The row is split only as far as its last non-blank character
      * so the final cell's count is not padded out by the record.
       SHORTEN-ROW-LENGTH.
           SUBTRACT 1 FROM WS-ROW-LEN.

      * Account ids on the master are exactly eight characters.
       CHECK-ACCOUNT-ID.
           IF WS-CSV-ACCOUNT = SPACES
               MOVE "ACCOUNT ID IS MISSING" TO WS-ROW-REASON
           ELSE
               IF WS-ACCOUNT-LEN NOT = 8
                   OR WS-CSV-ACCOUNT(1:1) = SPACE
                   OR WS-CSV-ACCOUNT(8:1) = SPACE
                   MOVE "ACCOUNT ID MUST BE EXACTLY 8 CHARACTERS"
                       TO WS-ROW-REASON
               END-IF
           END-IF.

      * A blank operation takes the run's operation choice, as it
      * does on a keyed CALCIN.DAT detail.
       CHECK-OPERATION-CODE.
           IF WS-CSV-OPERATION(2:) NOT = SPACES
               MOVE "OPERATION MUST BE BLANK, 1-5 OR R"
                   TO WS-ROW-REASON
           ELSE
               IF WS-CSV-OPERATION(1:1) = SPACE
                   OR WS-CSV-OPERATION(1:1) = 'R'
                   OR (WS-CSV-OPERATION(1:1) >= '1'
                       AND WS-CSV-OPERATION(1:1) <= '5')
                   CONTINUE
               ELSE
                   MOVE "OPERATION MUST BE BLANK, 1-5 OR R"
                       TO WS-ROW-REASON
               END-IF
           END-IF.

       CHECK-AMOUNT.
           MOVE ZERO TO WS-AMT-WHOLE WS-AMT-FRACTION
               WS-AMT-WHOLE-DIGITS WS-AMT-FRACTION-DIGITS
               WS-AMT-VALUE.
           MOVE 'B' TO WS-AMT-STATE.
           MOVE 'N' TO WS-AMT-SIGN-SW.
           MOVE 'N' TO WS-AMT-POINT-SW.
           MOVE 'N' TO WS-AMT-BAD-SW.
           PERFORM SCAN-AMOUNT-CHAR
               VARYING WS-AMT-POS FROM 1 BY 1
               UNTIL WS-AMT-POS > 20 OR AMT-MALFORMED.
           IF WS-AMT-WHOLE-DIGITS + WS-AMT-FRACTION-DIGITS = ZERO
               OR WS-AMT-FRACTION-DIGITS > 2
               MOVE 'Y' TO WS-AMT-BAD-SW
           END-IF.
           IF AMT-MALFORMED OR WS-AMT-WHOLE-DIGITS > 5
               PERFORM SET-AMOUNT-REASON
           ELSE
               IF WS-AMT-FRACTION-DIGITS = 1
                   MULTIPLY 10 BY WS-AMT-FRACTION
               END-IF
               COMPUTE WS-AMT-VALUE
                   = WS-AMT-WHOLE + WS-AMT-FRACTION / 100
               IF AMT-NEGATIVE
                   COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
               END-IF
           END-IF.

       SCAN-AMOUNT-CHAR.
           MOVE WS-AMT-TEXT(WS-AMT-POS:1) TO WS-AMT-CHAR.
           EVALUATE TRUE
               WHEN WS-AMT-CHAR = SPACE
                   IF AMT-IN-NUMBER
                       MOVE 'E' TO WS-AMT-STATE
                   END-IF
               WHEN AMT-AFTER-NUMBER
                   MOVE 'Y' TO WS-AMT-BAD-SW
               WHEN WS-AMT-CHAR = '-' OR WS-AMT-CHAR = '+'
                   IF AMT-BEFORE-NUMBER
                       IF WS-AMT-CHAR = '-'
                           MOVE 'Y' TO WS-AMT-SIGN-SW
                       END-IF
                       MOVE 'N' TO WS-AMT-STATE
                   ELSE
                       MOVE 'Y' TO WS-AMT-BAD-SW
                   END-IF
               WHEN WS-AMT-CHAR = '.'
                   IF AMT-POINT-SEEN
                       MOVE 'Y' TO WS-AMT-BAD-SW
                   ELSE
                       MOVE 'Y' TO WS-AMT-POINT-SW
                       MOVE 'N' TO WS-AMT-STATE
                   END-IF
               WHEN WS-AMT-CHAR IS NUMERIC
                   MOVE 'N' TO WS-AMT-STATE
                   MOVE WS-AMT-CHAR TO WS-AMT-DIGIT
                   IF AMT-POINT-SEEN
                       ADD 1 TO WS-AMT-FRACTION-DIGITS
                       IF WS-AMT-FRACTION-DIGITS <= 2
                           COMPUTE WS-AMT-FRACTION
                               = WS-AMT-FRACTION * 10 + WS-AMT-DIGIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-AMT-WHOLE-DIGITS
                       IF WS-AMT-WHOLE-DIGITS <= 5
                           COMPUTE WS-AMT-WHOLE
                               = WS-AMT-WHOLE * 10 + WS-AMT-DIGIT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-AMT-BAD-SW
           END-EVALUATE.

       SET-AMOUNT-REASON.
           IF WS-AMT-TEXT = SPACES
               STRING WS-AMT-NAME " IS MISSING"
                   DELIMITED BY SIZE INTO WS-ROW-REASON
           ELSE
               IF AMT-MALFORMED
                   STRING WS-AMT-NAME " IS NOT AN AMOUNT LIKE "
                       "-12345.67"
                       DELIMITED BY SIZE INTO WS-ROW-REASON
               ELSE
                   STRING WS-AMT-NAME " EXCEEDS 99999.99"
                       DELIMITED BY SIZE INTO WS-ROW-REASON
               END-IF
           END-IF.

      * A blank date means "process when received"; a reversal must
      * name the date of the posting it backs out.
       CHECK-EFFECTIVE-DATE.
           MOVE SPACES TO WS-EFF-DATE.
           IF WS-CSV-DATE = SPACES
               IF WS-CSV-OPERATION(1:1) = 'R'
                   MOVE "REVERSAL MUST CARRY THE ORIGINAL POSTING DATE"
                       TO WS-ROW-REASON
               END-IF
           ELSE
               MOVE 1 TO WS-DATE-START
               PERFORM ADVANCE-DATE-START
                   UNTIL WS-CSV-DATE(WS-DATE-START:1) NOT = SPACE
               IF WS-DATE-LEN > 20 OR WS-DATE-START > 12
                   OR WS-CSV-DATE(WS-DATE-START + 8:) NOT = SPACES
                   MOVE "EFFECTIVE DATE MUST BE YYYYMMDD"
                       TO WS-ROW-REASON
               ELSE
                   MOVE WS-CSV-DATE(WS-DATE-START:8) TO WS-EFF-DATE
                   IF WS-EFF-DATE IS NOT NUMERIC
                       MOVE "EFFECTIVE DATE MUST BE YYYYMMDD"
                           TO WS-ROW-REASON
                   ELSE
                       PERFORM CHECK-CALENDAR-DATE
                   END-IF
               END-IF
           END-IF.

       ADVANCE-DATE-START.
           ADD 1 TO WS-DATE-START.

       CHECK-CALENDAR-DATE.
           IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
               OR WS-EFF-DAY < 1 OR WS-EFF-YEAR < 1900
               MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
                   TO WS-ROW-REASON
           ELSE
               MOVE WS-DIM-DAYS(WS-EFF-MONTH) TO WS-MONTH-LAST-DAY
               IF WS-EFF-MONTH = 2
                   DIVIDE WS-EFF-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-EFF-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-EFF-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = ZERO
                       OR (WS-LEAP-REM-4 = ZERO
                           AND WS-LEAP-REM-100 NOT = ZERO)
                       MOVE 29 TO WS-MONTH-LAST-DAY
                   END-IF
               END-IF
               IF WS-EFF-DAY > WS-MONTH-LAST-DAY
                   MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
                       TO WS-ROW-REASON
               END-IF
           END-IF.

      * CALCIN.DAT is not touched until the first row passes, so a
      * submission that fails throughout leaves the transmission as
      * it was.
       FRAME-ONE-ROW.
           IF NOT BATCH-OPEN
               PERFORM OPEN-OUTPUT-BATCH
           END-IF.
           MOVE WS-INPUT1-VALUE TO CALC-INPUT1.
           MOVE WS-INPUT2-VALUE TO CALC-INPUT2.
           MOVE ZERO TO CALC-ADDITION.
           MOVE ZERO TO CALC-SUBTRACTION.
           MOVE ZERO TO CALC-MULTIPLICATION.
           MOVE ZERO TO CALC-RESULT.
           MOVE ZERO TO CALC-REMAIN.
           MOVE WS-CSV-ACCOUNT(1:8) TO CALC-ACCOUNT-ID.
           MOVE WS-CSV-OPERATION(1:1) TO CALC-OP-CODE.
           MOVE WS-EFF-DATE TO CALC-EFFECTIVE-DATE.
           WRITE CALC-RECORD.
           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD WS-INPUT1-VALUE TO WS-HASH-INPUT1.
           ADD WS-INPUT2-VALUE TO WS-HASH-INPUT2.

       OPEN-OUTPUT-BATCH.
           IF APPEND-TO-TRANSMISSION
               OPEN EXTEND CALC-INPUT-FILE
               IF WS-INPUT-STATUS = "35"
                   OPEN OUTPUT CALC-INPUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT CALC-INPUT-FILE
           END-IF.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "CALCIN.DAT could not be opened for output "
                   "(status " WS-INPUT-STATUS ") - intake aborted."
               CLOSE SUBMISSION-FILE
               CLOSE LISTING-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-BATCH-OPEN-SW.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE 'H' TO BCH-RECORD-TYPE.
           MOVE WS-BATCH-ID TO BCH-BATCH-ID.
           MOVE WS-RUN-DATE TO BCH-CREATE-DATE.
           WRITE BATCH-HEADER-RECORD.

       CLOSE-OUTPUT-BATCH.
           MOVE 'T' TO BCT-RECORD-TYPE.
           MOVE WS-ACCEPTED-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-HASH-INPUT1 TO BCT-HASH-INPUT1.
           MOVE WS-HASH-INPUT2 TO BCT-HASH-INPUT2.
           WRITE BATCH-TRAILER-RECORD.
           CLOSE CALC-INPUT-FILE.

       LIST-ONE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-LINE-NO TO WS-ERR-LINE.
           MOVE WS-ROW-REASON TO WS-ERR-REASON.
           MOVE CSV-RECORD TO WS-ERR-ROW.
           WRITE REPORT-LINE FROM WS-ERROR-LINE.

       WRITE-LISTING-TOTALS.
           IF WS-ERROR-COUNT = ZERO
               MOVE SPACES TO WS-NOTE-LINE
               MOVE "NO ROWS IN ERROR" TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ROW-COUNT TO WS-TOT-ROWS.
           MOVE WS-ACCEPTED-COUNT TO WS-TOT-ACCEPTED.
           MOVE WS-ERROR-COUNT TO WS-TOT-ERRORS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-ACCEPTED-COUNT = ZERO
               MOVE SPACES TO WS-NOTE-LINE
               STRING "NO ROW PASSED - NO BATCH WAS FRAMED; PLEASE "
                   "CORRECT AND RESUBMIT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

       END PROGRAM DORADOINTK.
