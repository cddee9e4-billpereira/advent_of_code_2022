      *                     JCL HOLDS THE SNAPSHOT BACK INSTEAD OF
      *                     FEEDING A BAD DAY FORWARD AS TOMORROW'S
      *                     SEAPRVDD.
      *    2026-10-09  BP   OUTLIER HOLDS - A DAYTOTDD ROW ADV1
      *                     FLAGGED HELD STILL BALANCES AGAINST THE
      *                     TRAIL BUT IS LEFT OUT OF THE SEASON DELTA,
      *                     AND MUST HAVE ITS HOLD ENTRY ON THE TRAIL
      *                     (AND A HOLD ENTRY ITS HELD ROW). HOLDREL
      *                     RELEASES (HREL) DATED THE BUSINESS DATE
      *                     ARE ADDED TO THE EXPECTED SEASON TOTAL
      *                     THE SAME WAY AS RJFX CREDITS. HELD AND
      *                     RELEASED COUNTS GO ON THE REGISTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 BALANCE-REPORT-LINE PIC X(80).

      * ONE SORT RECORD PER QUALIFYING AUDIT ENTRY - TYPE '1' FOR AN
      * ADV1 ELF-COMPLETION TOTAL, 'H' FOR AN ADV1 HOLD, 'L' FOR A
      * HOLDREL RELEASE, 'R' FOR AN RJFX CREDIT.
       SD  AUD-SORT-FILE
           DATA RECORD IS AUD-SORT-REC.
       01 AUD-SORT-REC.
           DATA RECORD IS DAY-SORT-REC.
       01 DAY-SORT-REC.
          05 DSR-ELF-ID       PIC X(6).
          05 DSR-HOLD-FLAG    PIC X(1).
          05 FILLER           PIC X(1).
          05 DSR-DAY-TOTAL    PIC 9(10).
          05 FILLER           PIC X(62).

           DATA RECORD IS DAY-SORTED-LINE.
       01 DAY-SORTED-LINE.
          05 DSO-ELF-ID       PIC X(6).
          05 DSO-HOLD-FLAG    PIC X(1).
             88 DSO-HELD          VALUE 'H'.
          05 FILLER           PIC X(1).
          05 DSO-DAY-TOTAL    PIC 9(10).
          05 FILLER           PIC X(62).

           88 TRAIL-TOTAL-FOUND     VALUE 'Y'.
       01 WS-TRAIL-TOTAL       PIC 9(10) VALUE ZERO.
       01 WS-RJFX-TOTAL        PIC 9(10) VALUE ZERO.
       01 WS-HREL-TOTAL        PIC 9(10) VALUE ZERO.
       01 WS-HOLD-TRAIL-FOUND  PIC X(1) VALUE 'N'.
           88 HOLD-ON-TRAIL         VALUE 'Y'.
       01 WS-DAY-HELD          PIC X(1) VALUE 'N'.
           88 DAY-TOTAL-HELD        VALUE 'Y'.
       01 WS-POSTED-TOTAL      PIC 9(10) VALUE ZERO.
       01 WS-DAY-FOUND         PIC X(1) VALUE 'N'.
           88 DAY-TOTAL-FOUND       VALUE 'Y'.
       01 WS-DAY-TOTAL         PIC 9(10) VALUE ZERO.
       01 WS-AUD-EXTRACTED     PIC 9(10) VALUE ZERO.
       01 WS-DAY-EXTRACTED     PIC 9(10) VALUE ZERO.
       01 WS-DAY-BAD-DATE      PIC 9(10) VALUE ZERO.
       01 WS-DAY-HELD-COUNT    PIC 9(10) VALUE ZERO.
       01 WS-HREL-COUNT        PIC 9(10) VALUE ZERO.
       01 WS-ELF-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-TRAIL-BREAKS      PIC 9(8) VALUE ZERO.
       01 WS-SEASON-BREAKS     PIC 9(8) VALUE ZERO.

      *-----------------------------------------------------------*
      * 2000-EXTRACT-AUDIT-TRAIL - SORT INPUT PROCEDURE. RELEASES
      * THE DATE'S ADV1 ELF-COMPLETION TOTALS AND HOLDS, HOLDREL
      * RELEASES AND RJFX CREDITS, KEYED ON ELF-ID. AN ADV1
      * COMPLETION RECORD IS TOLD APART FROM A CALORIE-VALUE LINE
      * BY ITS KEY SHAPE - A CALORY_VALUE ONLY EVER FILLS THE FIRST
      * FIVE KEY BYTES, WHILE AN ELF-ID FILLS SIX, SO A NONBLANK
      * SIXTH BYTE MARKS THE COMPLETION RECORD THAT CARRIES THE
      * ELF'S FINAL TOTAL.
      *-----------------------------------------------------------*
       2000-EXTRACT-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE.
                  MOVE AUD-RESULT TO ASR-AMOUNT
                  RELEASE AUD-SORT-REC
                  ADD 1 TO WS-AUD-EXTRACTED
               WHEN AUD-PROGRAM-ID = "HOLD"
                  MOVE SPACES TO AUD-SORT-REC
                  MOVE AUD-KEY-FIELD (1:6) TO ASR-ELF-ID
                  MOVE 'H' TO ASR-TYPE
                  MOVE AUD-RESULT TO ASR-AMOUNT
                  RELEASE AUD-SORT-REC
                  ADD 1 TO WS-AUD-EXTRACTED
               WHEN AUD-PROGRAM-ID = "HREL"
                  MOVE SPACES TO AUD-SORT-REC
                  MOVE AUD-KEY-FIELD (1:6) TO ASR-ELF-ID
                  MOVE 'L' TO ASR-TYPE
                  MOVE AUD-RESULT TO ASR-AMOUNT
                  RELEASE AUD-SORT-REC
                  ADD 1 TO WS-AUD-EXTRACTED
                  ADD 1 TO WS-HREL-COUNT
               WHEN AUD-PROGRAM-ID = "RJFX"
                  MOVE SPACES TO AUD-SORT-REC
                  MOVE AUD-KEY-FIELD (1:6) TO ASR-ELF-ID
                  IF DTO-RUN-DATE = WS-BUS-DATE THEN
                     MOVE SPACES TO DAY-SORT-REC
                     MOVE DTO-ELF-ID TO DSR-ELF-ID
                     MOVE DTO-HOLD-FLAG TO DSR-HOLD-FLAG
                     MOVE DTO-DAY-TOTAL TO DSR-DAY-TOTAL
                     RELEASE DAY-SORT-REC
                     ADD 1 TO WS-DAY-EXTRACTED
                     IF DTO-HELD THEN
                        ADD 1 TO WS-DAY-HELD-COUNT
                     END-IF
                  ELSE
                     ADD 1 TO WS-DAY-BAD-DATE
                  END-IF
      * THE SORTED TRAIL EXTRACT, THE SORTED DAY TOTALS, THE PRIOR
      * SNAPSHOT AND THE SEASON MASTER (THE LAST TWO ARE ALREADY IN
      * KEY ORDER). FOR EACH ELF: THE TRAIL TOTAL MUST EQUAL THE
      * DAYTOTDD TOTAL, AND PRIOR PLUS TODAY (UNLESS HELD) PLUS RJFX
      * CREDITS AND HOLD RELEASES MUST EQUAL THE SEASON ROW.
      *-----------------------------------------------------------*
       3000-BALANCE-PER-ELF.
           OPEN INPUT AUD-SORTED-FILE.
           MOVE 'N' TO WS-TRAIL-FOUND.
           MOVE ZERO TO WS-TRAIL-TOTAL.
           MOVE ZERO TO WS-RJFX-TOTAL.
           MOVE ZERO TO WS-HREL-TOTAL.
           MOVE 'N' TO WS-HOLD-TRAIL-FOUND.
           MOVE 'N' TO WS-DAY-HELD.
           MOVE 'N' TO WS-DAY-FOUND.
           MOVE ZERO TO WS-DAY-TOTAL.
           MOVE ZERO TO WS-PRV-TOTAL.
           IF WS-DAY-MERGE-KEY = WS-MERGE-KEY THEN
              MOVE 'Y' TO WS-DAY-FOUND
              MOVE DSO-DAY-TOTAL TO WS-DAY-TOTAL
              IF DSO-HELD THEN
                 MOVE 'Y' TO WS-DAY-HELD
              END-IF
              PERFORM 3120-READ-DAYTOT-SIDE THRU 3120-EXIT
           END-IF.
           IF WS-PRV-MERGE-KEY = WS-MERGE-KEY THEN
           EXIT.

       3210-GATHER-AUDIT-SIDE.
           EVALUATE ASO-TYPE
               WHEN '1'
                  MOVE 'Y' TO WS-TRAIL-FOUND
                  MOVE ASO-AMOUNT TO WS-TRAIL-TOTAL
               WHEN 'H'
                  MOVE 'Y' TO WS-HOLD-TRAIL-FOUND
               WHEN 'L'
                  ADD ASO-AMOUNT TO WS-HREL-TOTAL
               WHEN OTHER
                  ADD ASO-AMOUNT TO WS-RJFX-TOTAL
           END-EVALUATE.
           PERFORM 3110-READ-AUDIT-SIDE THRU 3110-EXIT.
       3210-EXIT.
           EXIT.
                  ADD 1 TO WS-TRAIL-BREAKS
                  PERFORM 3500-WRITE-BREAK-LINE THRU 3500-EXIT
           END-EVALUATE.
      * A HELD DAYTOTDD ROW AND ADV1'S HOLD ENTRY ON THE TRAIL MUST
      * COME AS A PAIR - ONE WITHOUT THE OTHER MEANS THE SEASON
      * MASTER AND THE TRAIL DISAGREE ABOUT WHETHER IT WAS POSTED.
           EVALUATE TRUE
               WHEN DAY-TOTAL-HELD AND NOT HOLD-ON-TRAIL
                  MOVE SPACES TO WS-BREAK-DETAIL
                  MOVE "TRAIL/DAYTOT" TO BRK-CHECK
                  MOVE WS-MERGE-KEY TO BRK-ELF-ID
                  MOVE "HELD, NO HOLD ON TRAIL" TO BRK-REASON
                  MOVE ZERO TO BRK-EXPECTED
                  MOVE WS-DAY-TOTAL TO BRK-ACTUAL
                  ADD 1 TO WS-TRAIL-BREAKS
                  PERFORM 3500-WRITE-BREAK-LINE THRU 3500-EXIT
               WHEN HOLD-ON-TRAIL AND NOT DAY-TOTAL-HELD
                  MOVE SPACES TO WS-BREAK-DETAIL
                  MOVE "TRAIL/DAYTOT" TO BRK-CHECK
                  MOVE WS-MERGE-KEY TO BRK-ELF-ID
                  MOVE "HOLD ON TRAIL ONLY" TO BRK-REASON
                  MOVE ZERO TO BRK-EXPECTED
                  MOVE WS-DAY-TOTAL TO BRK-ACTUAL
                  ADD 1 TO WS-TRAIL-BREAKS
                  PERFORM 3500-WRITE-BREAK-LINE THRU 3500-EXIT
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      * PRIOR SNAPSHOT PLUS TODAY'S TOTAL PLUS SAME-DAY RJFX
      * CREDITS AND HOLD RELEASES IS WHAT THE SEASON ROW MUST NOW
      * HOLD. A HELD TOTAL WAS NOT POSTED, SO IT ADDS NOTHING. AN
      * ELF WITH NO ACTIVITY TODAY STILL BALANCES - PRIOR ALONE
      * MUST EQUAL THE ROW.
       3400-JUDGE-SEASON-DELTA.
           IF DAY-TOTAL-HELD THEN
              MOVE ZERO TO WS-POSTED-TOTAL
           ELSE
              MOVE WS-DAY-TOTAL TO WS-POSTED-TOTAL
           END-IF.
           COMPUTE WS-EXPECTED-TOTAL =
                 WS-PRV-TOTAL + WS-POSTED-TOTAL + WS-RJFX-TOTAL
                 + WS-HREL-TOTAL.
           IF WS-EXPECTED-TOTAL NOT = WS-SEA-TOTAL THEN
              MOVE SPACES TO WS-BREAK-DETAIL
              MOVE "SEASON DELTA" TO BRK-CHECK
           MOVE "DAY TOTAL ROWS EXTRACTED" TO BAL-TOTAL-LABEL.
           MOVE WS-DAY-EXTRACTED TO BAL-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "HELD TOTALS ON DAYTOTDD" TO BAL-TOTAL-LABEL.
           MOVE WS-DAY-HELD-COUNT TO BAL-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "HOLD RELEASES POSTED" TO BAL-TOTAL-LABEL.
           MOVE WS-HREL-COUNT TO BAL-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "ELVES BALANCED" TO BAL-TOTAL-LABEL.
           MOVE WS-ELF-COUNT TO BAL-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
