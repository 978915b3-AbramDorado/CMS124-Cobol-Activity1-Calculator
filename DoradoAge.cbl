      * carries counts per age bucket, the flagged count and the
      * total suspended operand amount for the code.
           01 WS-REASON-TABLE.
               05 WS-REASON-ENTRY OCCURS 13 TIMES.
                   10 WS-RSN-CODE PIC X(2).
                   10 WS-RSN-BUCKET PIC 9(7) OCCURS 4 TIMES.
                   10 WS-RSN-FLAGGED PIC 9(7).
           MOVE "UA" TO WS-RSN-CODE(8).
           MOVE "IA" TO WS-RSN-CODE(9).
           MOVE "IO" TO WS-RSN-CODE(10).
           MOVE "RN" TO WS-RSN-CODE(11).
           MOVE "OL" TO WS-RSN-CODE(12).
           MOVE "??" TO WS-RSN-CODE(13).
           PERFORM CLEAR-REASON-SLOT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 13.

       CLEAR-REASON-SLOT.
           MOVE ZERO TO WS-RSN-BUCKET(WS-REASON-SUB 1).
           PERFORM READ-REJECT-RECORD.

       FIND-REASON-SLOT.
           MOVE 13 TO WS-REASON-SLOT.
           PERFORM MATCH-REASON-SLOT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 12.

       MATCH-REASON-SLOT.
           IF WS-RSN-CODE(WS-REASON-SUB) = REJ-REASON-CODE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM WRITE-REASON-LINE
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 13.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNDATED-COUNT > ZERO
