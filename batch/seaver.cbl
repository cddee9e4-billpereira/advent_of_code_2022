      *                     SEASTART= PARM (SAME SHAPE SEACLOSE
      *                     TAKES) SKIPS ANYTHING DATED EARLIER
      *                     STILL.
      *    2026-10-09  BP   OUTLIER HOLDS - AN ADV1 HOLD ENTRY TAKES
      *                     ITS ELF'S COMPLETION TOTAL AND DAY BACK
      *                     OFF THE RECOMPUTED ROW (THE TOTAL WAS NOT
      *                     POSTED), AND A HOLDREL RELEASE (HREL) PUTS
      *                     THEM ON AGAIN THE WAY IT POSTED THEM. AN
      *                     ELF WHOSE ONLY TRAIL ACTIVITY IS HELD HAS
      *                     NO ROW TO EXPECT.
      *    2026-10-14  BP   A REPAIR=Y RUN'S SEAV AUDIT ENTRIES ARE
      *                     CLOSED WITH AN AUDSEAL SEAL RECORD - RECORD
      *                     COUNT, HASH TOTAL OF AUD-RESULT AND A
      *                     CHAIN VALUE LINKING IT TO THE SEAL BEFORE
      *                     IT - SO AUDVER CAN PROVE THE REPAIRS WERE
      *                     NOT ALTERED AFTER THE RUN. SEAL RECORDS
      *                     ON THE TRAIL ARE NOT ELF ACTIVITY AND
      *                     FALL THROUGH THE EXTRACT UNTOUCHED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY RUNCTLREC.

      * ONE SORT RECORD PER QUALIFYING TRAIL ENTRY - TYPE '1' FOR AN
      * ADV1 ELF-COMPLETION TOTAL (ONE RECORDED DAY), 'H' FOR AN
      * ADV1 HOLD (ONE DAY TAKEN BACK OFF), 'L' FOR A HOLDREL
      * RELEASE (ONE RECORDED DAY), 'R' FOR AN RJFX CREDIT (TOTAL
      * ONLY).
       SD  VERIFY-SORT-FILE
           DATA RECORD IS VERIFY-SORT-REC.
       01 VERIFY-SORT-REC.
           88 REPAIR-REQUESTED      VALUE 'Y'.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * RUN SEAL CALL AREA - COUNT AND HASH KEPT AS EACH AUDIT
      * RECORD IS WRITTEN.
           COPY SEALPARM.

      * OPEN-SEASON BOUNDS ON THE EXTRACT - RECORDS DATED ON OR
      * BEFORE THE CLOSED-THRU DATE (FROM THE SEASON-CONTROL ROW)
      * OR BEFORE AN EXPLICIT SEASTART= ARE LEFT OUT OF THE
       01 WS-EXP-DAYS          PIC 9(5) VALUE ZERO.
       01 WS-RJFX-SEEN         PIC X(1) VALUE 'N'.
           88 RJFX-CREDIT-SEEN      VALUE 'Y'.
      * THE EXPECTED FIELDS ARE UNSIGNED, SO HELD TOTALS AND DAYS
      * ARE GATHERED APART AND TAKEN OFF ONCE THE GROUP IS COMPLETE.
       01 WS-HELD-TOTAL        PIC 9(10) VALUE ZERO.
       01 WS-HELD-DAYS         PIC 9(5) VALUE ZERO.
       01 WS-TRAIL-FOUND       PIC X(1) VALUE 'N'.
           88 TRAIL-GROUP-FOUND     VALUE 'Y'.
       01 WS-SEA-FOUND         PIC X(1) VALUE 'N'.
                  MOVE ARC-RESULT TO VSR-AMOUNT
                  RELEASE VERIFY-SORT-REC
                  ADD 1 TO WS-TRAIL-EXTRACTED
               WHEN ARC-PROGRAM-ID = "HOLD"
                  MOVE SPACES TO VERIFY-SORT-REC
                  MOVE ARC-KEY-FIELD (1:6) TO VSR-ELF-ID
                  MOVE 'H' TO VSR-TYPE
                  MOVE ARC-RESULT TO VSR-AMOUNT
                  RELEASE VERIFY-SORT-REC
                  ADD 1 TO WS-TRAIL-EXTRACTED
               WHEN ARC-PROGRAM-ID = "HREL"
                  MOVE SPACES TO VERIFY-SORT-REC
                  MOVE ARC-KEY-FIELD (1:6) TO VSR-ELF-ID
                  MOVE 'L' TO VSR-TYPE
                  MOVE ARC-RESULT TO VSR-AMOUNT
                  RELEASE VERIFY-SORT-REC
                  ADD 1 TO WS-TRAIL-EXTRACTED
               WHEN ARC-PROGRAM-ID = "RJFX"
                  MOVE SPACES TO VERIFY-SORT-REC
                  MOVE ARC-KEY-FIELD (1:6) TO VSR-ELF-ID
       3000-VERIFY-MASTER.
           IF REPAIR-REQUESTED THEN
              OPEN I-O SEASON-FILE
              PERFORM 3010-OPEN-AUDIT-TRAIL THRU 3010-EXIT
           ELSE
              OPEN INPUT SEASON-FILE
           END-IF.
                 AND WS-SEA-MERGE-KEY = HIGH-VALUES.
           CLOSE SEASON-FILE.
           IF REPAIR-REQUESTED THEN
              PERFORM 3020-SEAL-AUDIT-TRAIL THRU 3020-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      * AUDSEAL READS THE TRAIL FOR THE LAST SEAL BEFORE IT IS OPENED
      * EXTEND; RECORDS SOME EARLIER RUN LEFT UNSEALED GET A CATCH-UP
      * SEAL OF THEIR OWN SO THIS RUN'S SEAL COVERS ONLY ITS OWN.
       3010-OPEN-AUDIT-TRAIL.
           MOVE "O" TO SEAL-FUNCTION.
           MOVE "SEAV" TO SEAL-PROGRAM.
           MOVE WS-RUN-DATE TO SEAL-BUS-DATE.
           MOVE "N" TO SEAL-TAIL-OPTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           OPEN EXTEND AUDIT-FILE.
           IF SEAL-LINE-READY THEN
              WRITE AUDIT-LINE FROM SEAL-LINE
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
       3010-EXIT.
           EXIT.

      * CLOSE THE RUN'S REPAIR ENTRIES WITH THEIR SEAL RECORD.
       3020-SEAL-AUDIT-TRAIL.
           MOVE "C" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           WRITE AUDIT-LINE FROM SEAL-LINE.
           CLOSE AUDIT-FILE.
       3020-EXIT.
           EXIT.

       3110-RETURN-TRAIL-RECORD.
           RETURN VERIFY-SORT-FILE RECORD
               AT END
           MOVE ZERO TO WS-EXP-TOTAL.
           MOVE ZERO TO WS-EXP-DAYS.
           MOVE 'N' TO WS-RJFX-SEEN.
           MOVE ZERO TO WS-HELD-TOTAL.
           MOVE ZERO TO WS-HELD-DAYS.
           MOVE 'N' TO WS-TRAIL-FOUND.
           MOVE 'N' TO WS-SEA-FOUND.
           PERFORM 3210-GATHER-TRAIL-GROUP THRU 3210-EXIT
              UNTIL WS-TRAIL-MERGE-KEY NOT = WS-MERGE-KEY.
           PERFORM 3220-TAKE-OFF-HELD THRU 3220-EXIT.
      * A CREDIT TO AN ELF WITH NO COMPLETION RECORDS AT ALL IS HOW
      * REJFIX APPENDS A FRESH ROW - IT COUNTS AS THE ELF'S ONE
      * KNOWN DAY, MATCHING 2312-APPEND-SEASON-ROW OVER THERE.

       3210-GATHER-TRAIL-GROUP.
           MOVE 'Y' TO WS-TRAIL-FOUND.
           EVALUATE VSR-TYPE
               WHEN '1'
               WHEN 'L'
                  ADD VSR-AMOUNT TO WS-EXP-TOTAL
                  ADD 1 TO WS-EXP-DAYS
               WHEN 'H'
                  ADD VSR-AMOUNT TO WS-HELD-TOTAL
                  ADD 1 TO WS-HELD-DAYS
               WHEN OTHER
                  ADD VSR-AMOUNT TO WS-EXP-TOTAL
                  MOVE 'Y' TO WS-RJFX-SEEN
           END-EVALUATE.
           PERFORM 3110-RETURN-TRAIL-RECORD THRU 3110-EXIT.
       3210-EXIT.
           EXIT.

      * EVERY HOLD HAS ITS ADV1 COMPLETION ENTRY IN THE SAME GROUP,
      * SO THE SUBTRACTION CANNOT GO BELOW ZERO ON A WHOLE TRAIL -
      * IT IS FLOORED ANYWAY IN CASE THE TRAIL ITSELF IS DAMAGED.
      * AN ELF LEFT WITH NOTHING POSTED AT ALL HAS NO ROW TO EXPECT.
       3220-TAKE-OFF-HELD.
           IF WS-HELD-TOTAL > WS-EXP-TOTAL THEN
              MOVE ZERO TO WS-EXP-TOTAL
           ELSE
              SUBTRACT WS-HELD-TOTAL FROM WS-EXP-TOTAL
           END-IF.
           IF WS-HELD-DAYS > WS-EXP-DAYS THEN
              MOVE ZERO TO WS-EXP-DAYS
           ELSE
              SUBTRACT WS-HELD-DAYS FROM WS-EXP-DAYS
           END-IF.
           IF WS-HELD-DAYS > ZERO AND WS-EXP-DAYS = ZERO
                 AND WS-EXP-TOTAL = ZERO
                 AND NOT RJFX-CREDIT-SEEN THEN
              MOVE 'N' TO WS-TRAIL-FOUND
           END-IF.
       3220-EXIT.
           EXIT.

       3300-JUDGE-AND-REPAIR.
           MOVE SPACES TO WS-VERIFY-DETAIL.
           MOVE WS-MERGE-KEY TO VER-ELF-ID.
           ELSE
              MOVE WS-EXP-TOTAL TO AUD-RESULT
           END-IF.
           ADD 1 TO SEAL-COUNT.
           ADD AUD-RESULT TO SEAL-HASH.
           WRITE AUDIT-LINE.
       3500-EXIT.
           EXIT.
