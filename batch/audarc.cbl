      *                     JCL) - WITH CONTROL COUNTS PROVING EVERY
      *                     RECORD READ LANDED ON EXACTLY ONE OF
      *                     ARCHIVE OR LIVE.
      *    2026-10-14  BP   RUN SEALS - THE CUT KEEPS EVERY SEAL RECORD
      *                     WITH THE RECORDS IT COUNTS BUT RELINKS
      *                     THEM THROUGH AUDSEAL IN THEIR NEW ORDER:
      *                     THE ARCHIVE
      *                     GENERATION'S FIRST, THEN AN AUDA SEAL
      *                     CLOSING THE GENERATION WITH THE COUNT AND
      *                     HASH TOTAL OF THE RECORDS CUT, THEN THE
      *                     RETAINED TRAIL'S. THE RETAINED RECORDS ARE
      *                     WRITTEN TO AUDNEWDD ON A SECOND PASS OF
      *                     AUDITDD SO THEIR SEALS CAN CHAIN ON FROM
      *                     THE AUDA SEAL; A SECOND PASS THAT DOES NOT
      *                     READ THE SAME NUMBER OF RECORDS AS THE
      *                     FIRST ENDS THE RUN WITH CONDITION CODE 8.
      *    2026-10-15  BP   THE CUT IS MADE BY SEALED SEGMENT, NOT BY
      *                     RECORD: A PRE-PASS MAPS EVERY SEAL'S
      *                     POSITION AND DATE, AND EACH RECORD GOES
      *                     WHEREVER ITS CLOSING SEAL GOES. AN ORIG OR
      *                     TAIL SEAL CARRIES THE LATER RUN'S DATE, SO
      *                     CUTTING RECORD BY RECORD COULD ARCHIVE THE
      *                     RECORDS AND LEAVE THEIR SEAL LIVE. RECORDS
      *                     AFTER THE LAST SEAL STAY LIVE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           DATA RECORD IS AUDIT-LINE.
           COPY AUDITREC.

      * THE REWRITTEN LIVE TRAIL - ONLY THE RECORDS WHOSE SEAL IS ON
      * OR AFTER THE RETENTION CUTOFF, OR NOT YET SEALED. THE JCL
      * CATALOGS THIS OVER AUDITDD ONCE THE CONTROL COUNTS HAVE
      * RECONCILED.
       FD  AUDIT-NEW-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-NEW-LINE.
       01 AUDIT-NEW-LINE      PIC X(80).

      * ARCHIVE GENERATION - EVERY RECORD WHOSE SEAL IS OLDER THAN THE
      * CUTOFF, IN ORIGINAL ORDER, SO NOTHING IS EVER LOST TO
      * RETENTION.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-LINE.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-AUDIT-FILE     VALUE 'Y'.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * RUN PARAMETER HANDLING - A PARM STRING OF COMMA-SEPARATED
      * KEYWORD=VALUE TOKENS, E.G. "FROM=20260801,TO=20260815,
       01 WS-RETAIN-COUNT      PIC 9(10) VALUE ZERO.
       01 WS-EXTRACT-COUNT     PIC 9(10) VALUE ZERO.
       01 WS-BALANCE-COUNT     PIC 9(10) VALUE ZERO.
       01 WS-REREAD-COUNT      PIC 9(10) VALUE ZERO.
       01 WS-ARCHIVE-SEALS     PIC 9(10) VALUE ZERO.
       01 WS-MAP-READ-COUNT    PIC 9(10) VALUE ZERO.

      * SEAL MAP - POSITION ON THE TRAIL AND BUSINESS DATE OF EVERY
      * SEAL, BUILT BY THE PRE-PASS. A RECORD IS CUT WHEN THE SEAL
      * CLOSING ITS SEGMENT (THE FIRST AT OR AFTER IT) IS DATED
      * BEFORE THE CUTOFF. WS-SEGMENT-IDX WALKS THE MAP IN STEP WITH
      * EACH PASS; PAST THE LAST SEAL MAPPED EVERYTHING STAYS LIVE.
       01 SEAL-MAP-TABLE.
          05 SEAL-MAP-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 SEAL-MAP-ENTRY OCCURS 1 TO 99999 TIMES
                DEPENDING ON SEAL-MAP-COUNT
                INDEXED BY SEAL-MAP-IDX.
             10 SEAL-MAP-POSITION  PIC 9(10).
             10 SEAL-MAP-DATE      PIC 9(8).
       01 WS-SEAL-MAP-FULL     PIC X(1) VALUE 'N'.
           88 SEAL-MAP-IS-FULL      VALUE 'Y'.
       01 WS-RECORD-POS        PIC 9(10) VALUE ZERO.
       01 WS-SEGMENT-IDX       PIC 9(5) COMP VALUE 1.
       01 WS-CUT-SWITCH        PIC X(1) VALUE 'N'.
           88 RECORD-IS-CUT         VALUE 'Y'.

      * RUN SEAL CALL AREA FOR THE RELINK AND THE AUDA SEAL.
           COPY SEALPARM.

       01 WS-QUERY-TOTAL-LINE.
          05 FILLER            PIC X(1) VALUE SPACES.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           MOVE "B" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           IF NOT NO-RETENTION-CUTOFF THEN
              PERFORM 1200-MAP-SEALED-RUNS THRU 1200-EXIT
           END-IF.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDIT-NEW-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-MAP-SEALED-RUNS - PRE-PASS OVER THE LIVE TRAIL TO MAP
      * WHERE EACH SEAL SITS AND THE DATE IT CARRIES, SO BOTH MAIN
      * PASSES CAN SEND A RECORD WITH THE SEAL THAT COUNTS IT.
      *-----------------------------------------------------------*
       1200-MAP-SEALED-RUNS.
           OPEN INPUT AUDIT-FILE.
           PERFORM 1210-MAP-AUDIT-RECORD THRU 1210-EXIT
              UNTIL END-OF-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF.
       1200-EXIT.
           EXIT.

       1210-MAP-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AUDIT-EOF
                  GO TO 1210-EXIT
           END-READ.
           ADD 1 TO WS-MAP-READ-COUNT.
           IF NOT AUD-RUN-SEAL OR SEAL-MAP-IS-FULL THEN
              GO TO 1210-EXIT
           END-IF.
           IF SEAL-MAP-COUNT = 99999 THEN
              MOVE 'Y' TO WS-SEAL-MAP-FULL
              DISPLAY "AUDARC - SEAL MAP FULL AT RECORD "
                      WS-MAP-READ-COUNT " - EVERYTHING FROM HERE"
                      " STAYS LIVE"
              GO TO 1210-EXIT
           END-IF.
           ADD 1 TO SEAL-MAP-COUNT.
           MOVE WS-MAP-READ-COUNT TO SEAL-MAP-POSITION (SEAL-MAP-COUNT).
           MOVE AUD-RUN-DATE TO SEAL-MAP-DATE (SEAL-MAP-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-AUDIT-FILE - TWO PASSES OVER THE LIVE TRAIL.
      * THE FIRST WRITES THE QUERY REPORT AND THE ARCHIVE
      * GENERATION, THE SECOND THE NEW LIVE TRAIL. EVERY RECORD
      * GOES TO EXACTLY ONE OF ARCHIVE OR NEW LIVE, AND TO THE
      * QUERY REPORT TOO WHEN IT MATCHES THE FROM=/TO=/PROG=
      * SELECTION.
      *-----------------------------------------------------------*
       2000-PROCESS-AUDIT-FILE.
           PERFORM 2100-PROCESS-AUDIT-RECORD THRU 2100-EXIT
              UNTIL END-OF-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           PERFORM 2400-SEAL-ARCHIVE THRU 2400-EXIT.
           MOVE 'N' TO WS-AUDIT-EOF.
           MOVE ZERO TO WS-RECORD-POS.
           MOVE 1 TO WS-SEGMENT-IDX.
           OPEN INPUT AUDIT-FILE.
           PERFORM 2500-REWRITE-LIVE-RECORD THRU 2500-EXIT
              UNTIL END-OF-AUDIT-FILE.
           CLOSE AUDIT-FILE.
       2000-EXIT.
           EXIT.

       2200-EXIT.
           EXIT.

      * A SEAL CUT TO THE ARCHIVE IS RELINKED AS IT GOES; ONE LEFT
      * ON THE LIVE TRAIL IS ONLY NOTED HERE (THE FIRST SEAL READ,
      * WHEREVER IT GOES, SAYS WHERE THE CHAIN STARTS) AND RELINKED
      * ON THE SECOND PASS.
       2300-APPLY-RETENTION.
           PERFORM 2350-CHECK-CLOSING-SEAL THRU 2350-EXIT.
           IF RECORD-IS-CUT THEN
              IF AUD-RUN-SEAL THEN
                 MOVE AUDIT-LINE TO SEAL-LINE
                 MOVE "R" TO SEAL-FUNCTION
                 CALL "AUDSEAL" USING SEAL-PARM
                 MOVE SEAL-LINE TO ARCHIVE-LINE
              ELSE
                 ADD 1 TO SEAL-COUNT
                 ADD AUD-RESULT TO SEAL-HASH
                 MOVE AUDIT-LINE TO ARCHIVE-LINE
              END-IF
              WRITE ARCHIVE-LINE
              ADD 1 TO WS-ARCHIVE-COUNT
           ELSE
              IF AUD-RUN-SEAL THEN
                 MOVE AUDIT-LINE TO SEAL-LINE
                 MOVE "K" TO SEAL-FUNCTION
                 CALL "AUDSEAL" USING SEAL-PARM
              END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      * THE RECORD IS CUT WHEN THE SEAL CLOSING ITS SEGMENT IS DATED
      * BEFORE THE CUTOFF. THE SEAL ITSELF CLOSES ITS OWN SEGMENT, SO
      * IT ALWAYS GOES THE SAME WAY AS THE RECORDS IT COUNTS.
       2350-CHECK-CLOSING-SEAL.
           ADD 1 TO WS-RECORD-POS.
           MOVE 'N' TO WS-CUT-SWITCH.
           IF NO-RETENTION-CUTOFF
                 OR WS-SEGMENT-IDX > SEAL-MAP-COUNT THEN
              GO TO 2350-EXIT
           END-IF.
           IF SEAL-MAP-DATE (WS-SEGMENT-IDX) < WS-CUTOFF-DATE THEN
              MOVE 'Y' TO WS-CUT-SWITCH
           END-IF.
           IF WS-RECORD-POS = SEAL-MAP-POSITION (WS-SEGMENT-IDX) THEN
              ADD 1 TO WS-SEGMENT-IDX
           END-IF.
       2350-EXIT.
           EXIT.

      * A GENERATION THAT TOOK ANY RECORDS IS CLOSED WITH THE AUDA
      * SEAL - COUNT AND HASH TOTAL OF THE NON-SEAL RECORDS CUT.
       2400-SEAL-ARCHIVE.
           IF WS-ARCHIVE-COUNT = ZERO THEN
              GO TO 2400-EXIT
           END-IF.
           MOVE "W" TO SEAL-FUNCTION.
           MOVE "AUDA" TO SEAL-PROGRAM.
           MOVE WS-RUN-DATE TO SEAL-BUS-DATE.
           CALL "AUDSEAL" USING SEAL-PARM.
           WRITE ARCHIVE-LINE FROM SEAL-LINE.
           ADD 1 TO WS-ARCHIVE-SEALS.
       2400-EXIT.
           EXIT.

      * SECOND PASS - THE RETAINED RECORDS TO AUDNEWDD, THEIR SEALS
      * RELINKED ON FROM THE ARCHIVE'S.
       2500-REWRITE-LIVE-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                  ADD 1 TO WS-REREAD-COUNT
                  PERFORM 2350-CHECK-CLOSING-SEAL THRU 2350-EXIT
                  IF NOT RECORD-IS-CUT THEN
                     IF AUD-RUN-SEAL THEN
                        MOVE AUDIT-LINE TO SEAL-LINE
                        MOVE "R" TO SEAL-FUNCTION
                        CALL "AUDSEAL" USING SEAL-PARM
                        MOVE SEAL-LINE TO AUDIT-NEW-LINE
                     ELSE
                        MOVE AUDIT-LINE TO AUDIT-NEW-LINE
                     END-IF
                     WRITE AUDIT-NEW-LINE
                     ADD 1 TO WS-RETAIN-COUNT
                  END-IF
           END-READ.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FINALIZE - CONTROL COUNTS TO THE QUERY REPORT AND THE
      * CONSOLE, THEN PROVE NOTHING WAS LOST BETWEEN LIVE, ARCHIVE
           MOVE "RECORDS RETAINED ON LIVE" TO QRY-TOTAL-LABEL.
           MOVE WS-RETAIN-COUNT TO QRY-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "ARCHIVE SEALS WRITTEN" TO QRY-TOTAL-LABEL.
           MOVE WS-ARCHIVE-SEALS TO QRY-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.

           CLOSE AUDIT-NEW-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE QUERY-REPORT-FILE.
                      WS-BALANCE-COUNT " - DO NOT SWAP AUDNEWDD IN **"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REREAD-COUNT NOT = WS-READ-COUNT
                    OR (NOT NO-RETENTION-CUTOFF
                       AND WS-MAP-READ-COUNT NOT = WS-READ-COUNT) THEN
                 DISPLAY "** AUDARC CONTROL COUNT MISMATCH - READ "
                         WS-READ-COUNT " THEN " WS-REREAD-COUNT
                         " ON THE SECOND PASS (" WS-MAP-READ-COUNT
                         " MAPPED) - DO NOT SWAP"
                         " AUDNEWDD IN **"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "AUDARC - CONTROL COUNTS RECONCILED OK."
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.
