      *                     THE NEW SEASON'S FIRST RUN CAN NO
      *                     LONGER QUIETLY ADD ONTO LAST
      *                     EXPEDITION'S TOTALS.
      *    2026-10-05  BP   RERUN BACKOUT NOW ALSO REVERSES THE PRIOR
      *                     RUN'S STANDDD OUT OF THE SEASON LADDER ON
      *                     LADDERDD - SCORE AND WIN/DRAW/LOSS COME
      *                     OFF THE LADDER AND HEAD-TO-HEAD ROWS, THE
      *                     RATING AND LAST DATE GO BACK TO WHAT THEY
      *                     WERE BEFORE THE DAY, AND ROWS LEFT EMPTY
      *                     ARE DELETED. ONLY ROWS WHOSE LAST ROLLED
      *                     DATE IS THE DATE BEING BACKED OUT ARE
      *                     TOUCHED, SO A STALE STANDDD CAN NEVER TAKE
      *                     ANOTHER DAY OFF THE LADDER.
      *    2026-10-09  BP   RERUN BACKOUT LEAVES DAYTOTDD ROWS ADV1
      *                     FLAGGED HELD ALONE - THEY WERE NEVER
      *                     POSTED TO SEASONDD. THE AUDIT STRIP NOW
      *                     ALSO REMOVES THE DATE'S HOLD RECORDS,
      *                     WHICH THE RERUN WRITES AGAIN; HOLDREL'S
      *                     HREL/HREJ DECISIONS STAY, LIKE RJFX.
      *    2026-10-14  BP   THE AUDIT STRIP ALSO TAKES OFF THE SEAL
      *                     RECORDS THAT CLOSED THE DATE'S ADV1 AND
      *                     ADV2 RUNS, RELINKS EVERY SEAL IT KEEPS
      *                     THROUGH AUDSEAL, AND CLOSES THE REWRITTEN
      *                     TRAIL WITH AN ADVD SEAL CARRYING THE COUNT
      *                     AND HASH TOTAL OF THE RECORDS STRIPPED, SO
      *                     A LEGITIMATE RERUN LEAVES AN UNBROKEN CHAIN
      *                     FOR AUDVER AND A RECORD OF WHAT IT TOOK.
      *    2026-10-15  BP   THE SHARED PARM STRING IS NOW READ AT 160
      *                     BYTES AND 16 TOKENS, THE SAME AS ADV1 AND
      *                     ADV2 - ADV1'S HOLDPCT=/HOLDN=/HOLDCEIL=
      *                     TOKENS PUSHED THE LINE PAST 80 BYTES AND
      *                     8 TOKENS, AND BUSDATE=/RERUN= FALLING
      *                     PAST THE CUT WERE SILENTLY LOST.
      *    2026-10-15  BP   A KEPT SEAL WHOSE SEGMENT LOST RECORDS TO
      *                     THE AUDIT STRIP - THE TAIL SEAL A LATER
      *                     WRITER PUT OVER A FAILED ADV1'S ENTRIES -
      *                     HAS THEIR COUNT AND HASH TAKEN OUT BEFORE
      *                     IT IS RELINKED; ONE LEFT SEALING NOTHING
      *                     IS STRIPPED. THE ADVD SEAL CARRIES THEM.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEA-ELF-ID.

      * THE SEASON LADDER ADV2 ROLLS STANDDD INTO - OPTIONAL, A
      * SEASON WITH NO TOURNAMENT PLAY YET HAS NONE.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO LADDERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LDR-KEY.

           SELECT AUDIT-FILE ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           DATA RECORD IS SEASON-RECORD.
           COPY SEASONREC.

      * SEASON LADDER AND HEAD-TO-HEAD MASTER, KEYED ON ELF-ID PLUS
      * OPPONENT-ID - THE PRIOR RUN'S STANDDD IS REVERSED OUT OF IT
      * ON A RERUN.
       FD  LADDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-RECORD.
           COPY LADDERREC.

      * LIVE AUDIT TRAIL - THE BACKOUT COPIES EVERY RECORD EXCEPT
      * THE BUSINESS DATE BEING BACKED OUT TO AUDNEWDD, THEN COPIES
      * THEM STRAIGHT BACK OVER AUDITDD BEFORE THE STEPS RUN, SO THE
      * RUN PARAMETER HANDLING - SAME COMMA-SEPARATED KEYWORD=VALUE
      * SHAPE THE CALLED STEPS USE; THIS DRIVER PICKS OUT BUSDATE=
      * AND RERUN= AND LEAVES THE REST FOR ADV1/ADV2.
       01 WS-PARM-STRING      PIC X(160) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 16 TIMES PIC X(20).
       01 WS-PARM-IDX         PIC 9(2) COMP VALUE ZERO.
       01 WS-BUS-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-RERUN-FLAG       PIC X(1) VALUE 'N'.
       01 WS-DAYTOT-BAD-DATE  PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-MISSES   PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-HELD     PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-DELETES  PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-KEPT       PIC 9(10) VALUE ZERO.
       01 WS-STAND-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-STAND-FILE    VALUE 'Y'.
       01 WS-LADDER-KEY.
          05 WS-LADDER-ELF-ID PIC X(6) VALUE SPACES.
          05 WS-LADDER-OPP-ID PIC X(6) VALUE SPACES.
       01 WS-LADDER-BACKOUTS  PIC 9(8) VALUE ZERO.
       01 WS-LADDER-SKIPS     PIC 9(8) VALUE ZERO.
       01 WS-LADDER-DELETES   PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-STRIPPED   PIC 9(10) VALUE ZERO.
       01 WS-SEALS-STRIPPED   PIC 9(10) VALUE ZERO.
       01 WS-SEALS-RECUT      PIC 9(10) VALUE ZERO.
      * RECORDS STRIPPED SINCE THE LAST SEAL READ - TAKEN OUT OF THE
      * NEXT SEAL'S COUNT AND HASH IF THAT SEAL IS KEPT.
       01 WS-SEG-STRIP-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-SEG-STRIP-HASH   PIC 9(18) VALUE ZERO.
       01 WS-SEG-STRIP-MOD    PIC 9(10) VALUE ZERO.
       01 WS-RECUT-HASH       PIC 9(11) VALUE ZERO.
       01 WS-SEAL-STRIP-FLAG  PIC X(1) VALUE 'N'.
           88 SEAL-IS-STRIPPED     VALUE 'Y'.

      * RUN SEAL CALL AREA FOR THE STRIP'S RELINK AND ITS OWN SEAL.
           COPY SEALPARM.
       01 WS-REPORT-LINE.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-RPT-PROGRAM   PIC X(4).
              UNSTRING WS-PARM-STRING DELIMITED BY ","
                 INTO WS-PARM-TOK (1) WS-PARM-TOK (2) WS-PARM-TOK (3)
                      WS-PARM-TOK (4) WS-PARM-TOK (5) WS-PARM-TOK (6)
                      WS-PARM-TOK (7) WS-PARM-TOK (8) WS-PARM-TOK (9)
                      WS-PARM-TOK (10) WS-PARM-TOK (11)
                      WS-PARM-TOK (12) WS-PARM-TOK (13)
                      WS-PARM-TOK (14) WS-PARM-TOK (15)
                      WS-PARM-TOK (16)
              PERFORM 1015-APPLY-PARM-TOKEN THRU 1015-EXIT
                 VARYING WS-PARM-IDX FROM 1 BY 1
                 UNTIL WS-PARM-IDX > 16
           END-IF.
       1010-EXIT.
           EXIT.
              GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-BACKOUT-SEASON THRU 1510-EXIT.
           PERFORM 1515-BACKOUT-LADDER THRU 1515-EXIT.
           PERFORM 1520-STRIP-AUDIT-TRAIL THRU 1520-EXIT.
       1500-EXIT.
           EXIT.
           DISPLAY "ADVDAILY - " WS-BACKOUT-COUNT
                   " SEASON ROW(S) BACKED OUT, "
                   WS-BACKOUT-DELETES " DELETED, "
                   WS-BACKOUT-MISSES " NOT ON MASTER, "
                   WS-BACKOUT-HELD " HELD (NEVER POSTED).".
       1510-EXIT.
           EXIT.

                  MOVE 'Y' TO WS-DAYTOT-EOF
               NOT AT END
                  IF DTO-RUN-DATE = WS-BUS-DATE THEN
                     IF DTO-HELD THEN
                        ADD 1 TO WS-BACKOUT-HELD
                     ELSE
                        PERFORM 1512-REVERSE-SEASON-ROW THRU 1512-EXIT
                     END-IF
                  END-IF
           END-READ.
       1511-EXIT.
       1512-EXIT.
           EXIT.

      * THE LADDER SIDE OF THE BACKOUT, IN TWO PASSES OVER THE PRIOR
      * RUN'S STANDDD. PASS ONE TAKES EACH RECORD'S SCORE AND
      * WIN/DRAW/LOSS OFF THE ELF'S LADDER ROW AND, FOR A PAIRED
      * RECORD, ITS HEAD-TO-HEAD ROW. PASS TWO THEN PUTS EACH
      * TOUCHED ROW'S RATING AND LAST DATE BACK AS THEY STOOD BEFORE
      * THE DAY, DROPS THE DAY FROM ITS DAY COUNT, AND DELETES A ROW
      * LEFT EMPTY. STANDDD CARRIES NO DATE, SO THE ROW'S OWN LAST
      * ROLLED DATE IS THE PROOF - A ROW NOT ROLLED ON THIS DATE IS
      * SKIPPED AND COUNTED, NEVER SUBTRACTED.
       1515-BACKOUT-LADDER.
           OPEN I-O LADDER-FILE.
           OPEN INPUT STAND-FILE.
           PERFORM 1516-BACKOUT-STAND-ROW THRU 1516-EXIT
              UNTIL END-OF-STAND-FILE.
           CLOSE STAND-FILE.
           MOVE 'N' TO WS-STAND-EOF.
           OPEN INPUT STAND-FILE.
           PERFORM 1518-RESTORE-STAND-ROW THRU 1518-EXIT
              UNTIL END-OF-STAND-FILE.
           CLOSE STAND-FILE.
           MOVE 'N' TO WS-STAND-EOF.
           CLOSE LADDER-FILE.
           DISPLAY "ADVDAILY - " WS-LADDER-BACKOUTS
                   " LADDER ROW(S) BACKED OUT, "
                   WS-LADDER-DELETES " DELETED, "
                   WS-LADDER-SKIPS " NOT ROLLED ON " WS-BUS-DATE ".".
       1515-EXIT.
           EXIT.

       1516-BACKOUT-STAND-ROW.
           READ STAND-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-STAND-EOF
               NOT AT END
                  IF TST-ELF-ID NOT = SPACES THEN
                     MOVE TST-ELF-ID TO WS-LADDER-ELF-ID
                     MOVE SPACES TO WS-LADDER-OPP-ID
                     PERFORM 1517-REVERSE-LADDER-ROW THRU 1517-EXIT
                     IF TST-OPP-ID NOT = SPACES THEN
                        MOVE TST-OPP-ID TO WS-LADDER-OPP-ID
                        PERFORM 1517-REVERSE-LADDER-ROW THRU 1517-EXIT
                     END-IF
                  END-IF
           END-READ.
       1516-EXIT.
           EXIT.

       1517-REVERSE-LADDER-ROW.
           MOVE WS-LADDER-KEY TO LDR-KEY.
           READ LADDER-FILE
               INVALID KEY
                  ADD 1 TO WS-LADDER-SKIPS
                  GO TO 1517-EXIT
           END-READ.
           IF LDR-LAST-DATE NOT = WS-BUS-DATE THEN
              ADD 1 TO WS-LADDER-SKIPS
              GO TO 1517-EXIT
           END-IF.
           IF TST-SCORE > LDR-SCORE THEN
              MOVE ZEROES TO LDR-SCORE
           ELSE
              SUBTRACT TST-SCORE FROM LDR-SCORE
           END-IF.
           IF TST-WINS > LDR-WINS THEN
              MOVE ZEROES TO LDR-WINS
           ELSE
              SUBTRACT TST-WINS FROM LDR-WINS
           END-IF.
           IF TST-DRAWS > LDR-DRAWS THEN
              MOVE ZEROES TO LDR-DRAWS
           ELSE
              SUBTRACT TST-DRAWS FROM LDR-DRAWS
           END-IF.
           IF TST-LOSSES > LDR-LOSSES THEN
              MOVE ZEROES TO LDR-LOSSES
           ELSE
              SUBTRACT TST-LOSSES FROM LDR-LOSSES
           END-IF.
           REWRITE LADDER-RECORD.
           ADD 1 TO WS-LADDER-BACKOUTS.
       1517-EXIT.
           EXIT.

       1518-RESTORE-STAND-ROW.
           READ STAND-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-STAND-EOF
               NOT AT END
                  IF TST-ELF-ID NOT = SPACES THEN
                     MOVE TST-ELF-ID TO WS-LADDER-ELF-ID
                     MOVE SPACES TO WS-LADDER-OPP-ID
                     PERFORM 1519-RESTORE-LADDER-ROW THRU 1519-EXIT
                     IF TST-OPP-ID NOT = SPACES THEN
                        MOVE TST-OPP-ID TO WS-LADDER-OPP-ID
                        PERFORM 1519-RESTORE-LADDER-ROW THRU 1519-EXIT
                     END-IF
                  END-IF
           END-READ.
       1518-EXIT.
           EXIT.

      * AN ELF WITH SEVERAL STANDDD RECORDS IS RESTORED ON THE FIRST
      * ONE ONLY - AFTER THAT ITS LAST DATE IS NO LONGER THIS DATE.
      * THE PAIR'S RATING CHANGES WERE ZERO-SUM, SO PUTTING BOTH
      * SIDES BACK LEAVES THE RATING POOL EXACTLY AS IT WAS.
       1519-RESTORE-LADDER-ROW.
           MOVE WS-LADDER-KEY TO LDR-KEY.
           READ LADDER-FILE
               INVALID KEY
                  GO TO 1519-EXIT
           END-READ.
           IF LDR-LAST-DATE NOT = WS-BUS-DATE THEN
              GO TO 1519-EXIT
           END-IF.
           MOVE LDR-PRIOR-RATING TO LDR-RATING.
           MOVE LDR-PRIOR-DATE TO LDR-LAST-DATE.
           IF LDR-DAY-COUNT > ZERO THEN
              SUBTRACT 1 FROM LDR-DAY-COUNT
           END-IF.
           IF LDR-DAY-COUNT = ZERO AND LDR-SCORE = ZERO
                 AND LDR-WINS = ZERO AND LDR-DRAWS = ZERO
                 AND LDR-LOSSES = ZERO THEN
              DELETE LADDER-FILE
              ADD 1 TO WS-LADDER-DELETES
           ELSE
              REWRITE LADDER-RECORD
           END-IF.
       1519-EXIT.
           EXIT.

      * TWO PASSES, BOTH BEFORE THE STEPS ARE CALLED - PASS ONE
      * COPIES EVERY RECORD EXCEPT THE BACKED-OUT DATE TO THE
      * AUDNEWDD WORK FILE, PASS TWO REWRITES THE LIVE AUDITDD FROM
      * IT. THE STEPS THEN OPEN EXTEND ON THE CLEANED TRAIL, SO NO
      * JCL SWAP IS NEEDED AND THE RERUN'S OWN RECORDS ARE KEPT.
      * PASS TWO RELINKS EACH SEAL IT PUTS BACK AND THE TRAIL IS
      * CLOSED WITH THE STRIP'S OWN ADVD SEAL.
       1520-STRIP-AUDIT-TRAIL.
           MOVE "B" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDIT-NEW-FILE.
           PERFORM 1521-STRIP-AUDIT-RECORD THRU 1521-EXIT
           PERFORM 1522-RESTORE-KEPT-RECORD THRU 1522-EXIT
              UNTIL END-OF-AUDNEW-FILE.
           CLOSE AUDIT-NEW-FILE.
           MOVE "W" TO SEAL-FUNCTION.
           MOVE "ADVD" TO SEAL-PROGRAM.
           MOVE WS-BUS-DATE TO SEAL-BUS-DATE.
           CALL "AUDSEAL" USING SEAL-PARM.
           WRITE AUDIT-LINE FROM SEAL-LINE.
           CLOSE AUDIT-FILE.
           DISPLAY "ADVDAILY - AUDIT TRAIL REWRITTEN IN PLACE - "
                   WS-AUDIT-KEPT " KEPT, "
                   WS-AUDIT-STRIPPED " STRIPPED FOR " WS-BUS-DATE ".".
           DISPLAY "ADVDAILY - " WS-SEALS-STRIPPED
                   " RUN SEAL(S) STRIPPED WITH THEM, "
                   WS-SEALS-RECUT " CUT DOWN, TRAIL RESEALED.".
       1520-EXIT.
           EXIT.

      * ONLY ADV1, ADV2 AND ADV1'S HOLD RECORDS ARE STRIPPED - THE
      * RERUN ONLY RE-CREATES THOSE. RJFX ADJUSTMENTS, HREL/HREJ
      * HOLD DECISIONS (AND ANYTHING ELSE) FOR THE DATE STAY PUT,
      * BECAUSE THEIR SEASON CREDITS STAY APPLIED AND THE TRAIL
      * MUST KEEP PROVING THEM. THE SEALS THAT CLOSED THE DATE'S
      * ADV1 AND ADV2 RUNS GO WITH THE RECORDS THEY SEALED; EVERY
      * SEAL READ IS NOTED SO THE RELINK STARTS WHERE THE CHAIN DID.
       1521-STRIP-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                  PERFORM 1523-SORT-AUDIT-RECORD THRU 1523-EXIT
           END-READ.
       1521-EXIT.
           EXIT.
                  MOVE 'Y' TO WS-AUDNEW-EOF
               NOT AT END
                  MOVE AUDIT-NEW-LINE TO AUDIT-LINE
                  IF AUD-RUN-SEAL THEN
                     MOVE AUDIT-LINE TO SEAL-LINE
                     MOVE "R" TO SEAL-FUNCTION
                     CALL "AUDSEAL" USING SEAL-PARM
                     MOVE SEAL-LINE TO AUDIT-LINE
                  END-IF
                  WRITE AUDIT-LINE
           END-READ.
       1522-EXIT.
           EXIT.

       1523-SORT-AUDIT-RECORD.
           IF AUD-RUN-SEAL THEN
              MOVE AUDIT-LINE TO SEAL-LINE
              MOVE "K" TO SEAL-FUNCTION
              CALL "AUDSEAL" USING SEAL-PARM
           END-IF.
           IF AUD-RUN-DATE = WS-BUS-DATE
                 AND (AUD-PROGRAM-ID = "ADV1"
                    OR AUD-PROGRAM-ID = "ADV2"
                    OR AUD-PROGRAM-ID = "HOLD") THEN
              ADD 1 TO WS-AUDIT-STRIPPED
              ADD 1 TO SEAL-COUNT
              ADD AUD-RESULT TO SEAL-HASH
              ADD 1 TO WS-SEG-STRIP-COUNT
              ADD AUD-RESULT TO WS-SEG-STRIP-HASH
              GO TO 1523-EXIT
           END-IF.
           IF AUD-RUN-SEAL THEN
              PERFORM 1524-RECUT-SEAL THRU 1524-EXIT
              MOVE ZERO TO WS-SEG-STRIP-COUNT
              MOVE ZERO TO WS-SEG-STRIP-HASH
              IF SEAL-IS-STRIPPED THEN
                 ADD 1 TO WS-SEALS-STRIPPED
                 GO TO 1523-EXIT
              END-IF
           END-IF.
           MOVE AUDIT-LINE TO AUDIT-NEW-LINE.
           WRITE AUDIT-NEW-LINE.
           ADD 1 TO WS-AUDIT-KEPT.
       1523-EXIT.
           EXIT.

      * THE DATE'S ADV1 AND ADV2 SEALS GO. ANY OTHER SEAL WHOSE
      * SEGMENT LOST RECORDS TO THE STRIP - THE ORIG OR TAIL SEAL A
      * LATER WRITER PUT OVER A FAILED RUN'S ENTRIES - HAS THEIR
      * COUNT AND HASH (MODULO 10**10, AS AUDSEAL KEEPS IT) TAKEN
      * OUT, SO IT STILL PROVES WHAT IS LEFT UNDER IT. ONE LEFT WITH
      * NOTHING UNDER IT GOES TOO. A SEAL SHORT OF THE RECORDS THE
      * STRIP TOOK IS LEFT AS IT STANDS FOR AUDVER TO REPORT.
       1524-RECUT-SEAL.
           MOVE 'N' TO WS-SEAL-STRIP-FLAG.
           IF AUD-RUN-DATE = WS-BUS-DATE
                 AND (AUD-SEALED-PROGRAM = "ADV1"
                    OR AUD-SEALED-PROGRAM = "ADV2") THEN
              MOVE 'Y' TO WS-SEAL-STRIP-FLAG
              GO TO 1524-EXIT
           END-IF.
           IF WS-SEG-STRIP-COUNT = ZERO
                 OR AUD-RECORD-NUMBER < WS-SEG-STRIP-COUNT THEN
              GO TO 1524-EXIT
           END-IF.
           SUBTRACT WS-SEG-STRIP-COUNT FROM AUD-RECORD-NUMBER.
           MOVE WS-SEG-STRIP-HASH TO WS-SEG-STRIP-MOD.
           COMPUTE WS-RECUT-HASH =
                 AUD-RESULT + 10000000000 - WS-SEG-STRIP-MOD.
           MOVE WS-RECUT-HASH TO AUD-RESULT.
           ADD 1 TO WS-SEALS-RECUT.
           IF AUD-RECORD-NUMBER = ZERO THEN
              MOVE 'Y' TO WS-SEAL-STRIP-FLAG
           END-IF.
       1524-EXIT.
           EXIT.

       2000-RUN-ADV1.
           CALL "ADV1".
           MOVE RETURN-CODE TO WS-ADV1-RC.
