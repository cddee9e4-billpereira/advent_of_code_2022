      *                     ELF BLOCKS) IS UNCHANGED FOR THE
      *                     PRACTICE FILES - BOTH RECORD SHAPES CAN
      *                     SHARE ONE FILE.
      *    2026-10-05  BP   SEASON TOURNAMENT LADDER - EVERY STANDDD
      *                     RECORD WRITTEN IS ALSO ROLLED INTO THE
      *                     KEYED LADDER MASTER ON LADDERDD (SEASON
      *                     SCORE, WIN/DRAW/LOSS AND DAYS PLAYED PER
      *                     ELF, PLUS A HEAD-TO-HEAD ROW PER OPPONENT
      *                     FACED). EACH 'P' RESULT MOVES BOTH ELVES'
      *                     SKILL RATING - EXPECTED-SCORE RATING,
      *                     START 1500, K-FACTOR 32, ZERO-SUM BETWEEN
      *                     THE PAIR. THE RATING AND DATE BEFORE THE
      *                     DAY ARE KEPT ON THE ROW SO THE ADVDAILY
      *                     RERUN CAN BACK THE DAY OUT EXACTLY.
      *    2026-10-14  BP   THE RUN'S AUDITDD RECORDS ARE CLOSED WITH
      *                     AN AUDSEAL SEAL RECORD - RECORD COUNT,
      *                     HASH TOTAL OF AUD-RESULT AND A CHAIN VALUE
      *                     LINKING IT TO THE SEAL BEFORE IT - SO
      *                     AUDVER CAN PROVE THE DAY'S ENTRIES WERE
      *                     NOT ALTERED AFTER THE RUN.
      *    2026-10-15  BP   THE SHARED PARM STRING IS NOW READ AT 160
      *                     BYTES AND 16 TOKENS, THE SAME AS ADV1 AND
      *                     ADVDAILY, SO BUSDATE=/MODE= ARE NOT CUT
      *                     OFF BEHIND ADV1'S HOLD TOKENS.
      *    2026-10-15  BP   A PAIRING WITH A SIDE THE FULL PAIR TABLE
      *                     COULD NOT TALLY IS NO LONGER RATED - IT
      *                     NEVER REACHES STANDDD, SO THE ADVDAILY
      *                     BACKOUT COULD NOT REVERSE ITS RATING
      *                     CHANGE. COUNTED AS NOT RATED - TABLE FULL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * SEASON LADDER MASTER - OPTIONAL SO THE FIRST RUN OF A SEASON
      * CREATES IT.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO LADDERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LDR-KEY.

      *****************************************************************
       DATA DIVISION.

           DATA RECORD IS AUDIT-LINE.
           COPY AUDITREC.

      * SEASON LADDER AND HEAD-TO-HEAD MASTER, KEYED ON ELF-ID PLUS
      * OPPONENT-ID (SPACES FOR THE ELF'S OWN LADDER ROW).
       FD  LADDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-RECORD.
           COPY LADDERREC.

       WORKING-STORAGE SECTION.
       01 CURRENT_SUM        PIC 9(10) VALUE ZEROS.
       01 CURRENT_SCORE      PIC 9(1) VALUE ZEROS.
      * RUN PARAMETER HANDLING - A PARM STRING OF COMMA-SEPARATED
      * KEYWORD=VALUE TOKENS, E.G. "MODE=HAND", IN THE SAME SHAPE
      * ADV1 TAKES ITS RESTART=/CKPTN=/TOPN= PARMS.
       01 WS-PARM-STRING     PIC X(160) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 16 TIMES PIC X(20).
       01 WS-PARM-IDX        PIC 9(2) COMP VALUE ZERO.
       01 WS-SCORING-MODE    PIC X(7) VALUE "OUTCOME".
           88 OUTCOME-MODE        VALUE "OUTCOME".
             10 PAIR-TAB-LOSSES    PIC 9(6).
       01 WS-PAIR-OVERFLOW     PIC X(1) VALUE 'N'.
           88 PAIR-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PAIR-SIDE-LOST    PIC X(1) VALUE 'N'.
           88 PAIR-SIDE-NOT-TALLIED VALUE 'Y'.
       01 WS-PAIR-UNRATED      PIC 9(6) VALUE ZERO.
       01 WS-PAIR-FOUND        PIC X(1) VALUE 'N'.
           88 PAIR-ROW-FOUND        VALUE 'Y'.
       01 WS-PAIR-IDX          PIC 9(4) COMP VALUE ZERO.
       01 WS-SIDE-OPP-ID       PIC X(6) VALUE SPACES.
       01 WS-SIDE-SCORE        PIC 9(8) VALUE ZERO.

      * SEASON LADDER WORK FIELDS - THE ROW KEY BEING ROLLED, THE
      * PAIR'S RATINGS GOING INTO THE MATCH, AND THE EXPECTED-SCORE
      * ARITHMETIC. A WIN SCORES 1, A DRAW HALF, A LOSS NOTHING.
       01 WS-LADDER-KEY.
          05 WS-LADDER-ELF-ID     PIC X(6) VALUE SPACES.
          05 WS-LADDER-OPP-ID     PIC X(6) VALUE SPACES.
       01 WS-LADDER-NEW        PIC X(1) VALUE 'N'.
           88 LADDER-ROW-NEW        VALUE 'Y'.
       01 WS-LADDER-BASE-RATING PIC 9(5) VALUE 1500.
       01 WS-LADDER-K-FACTOR   PIC 9(3) VALUE 32.
       01 WS-PAIR-RESULT-1     PIC X(5) VALUE SPACES.
       01 WS-RATING-1          PIC S9(5) VALUE ZERO.
       01 WS-RATING-2          PIC S9(5) VALUE ZERO.
       01 WS-RATING-DELTA      PIC S9(5) VALUE ZERO.
       01 WS-RATING-NEW        PIC S9(5) VALUE ZERO.
       01 WS-EXPECTED-1        PIC 9V9(6) VALUE ZERO.
       01 WS-ACTUAL-1          PIC 9V9 VALUE ZERO.
       01 WS-LADDER-ROLLED     PIC 9(6) VALUE ZERO.
       01 WS-LADDER-RATED      PIC 9(6) VALUE ZERO.

      * AUDIT TRAIL WORK FIELDS.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZERO.
       01 WS-RECORD-NUMBER       PIC 9(10) VALUE ZERO.
       01 WS-AUDIT-KEY           PIC X(10) VALUE SPACES.
       01 WS-AUDIT-RESULT-VALUE  PIC 9(10) VALUE ZERO.

      * RUN SEAL CALL AREA - COUNT AND HASH KEPT AS EACH AUDIT
      * RECORD IS WRITTEN.
           COPY SEALPARM.

      * HAND/OUTCOME DISTRIBUTION - ONE CELL PER OPPONENT HAND (ROCK,
      * PAPER, SCISSORS) X DESIRED RESULT (LOOSE, DRAWN, WIN)
      * COMBINATION, TALLIED AS CHOOSE_HAND SCORES EACH MATCH, PLUS THE
                      "RESULT"
           END-IF.
           OPEN INPUT MATCHES.
           PERFORM OPEN_AUDIT_TRAIL.
           OPEN INPUT ELF-ROSTER-FILE.
           OPEN OUTPUT STAND-FILE.
           OPEN I-O LADDER-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ MATCHES NEXT RECORD
                   AT END
           END-IF.
           PERFORM FLUSH_PAIR_TABLE.
           CLOSE MATCHES.
           PERFORM SEAL_AUDIT_TRAIL.
           CLOSE ELF-ROSTER-FILE.
           CLOSE STAND-FILE.
           CLOSE LADDER-FILE.
           DISPLAY "PER-ELF STANDINGS WRITTEN TO STANDDD FOR "
                   WS-STAND-COUNT " ELF BLOCK(S)/PAIR SIDE(S).".
           DISPLAY "SEASON LADDER ON LADDERDD - " WS-LADDER-ROLLED
                   " STANDINGS ROLLED, " WS-LADDER-RATED
                   " PAIRING(S) RATED.".
           IF WS-PAIR-COUNT > ZERO THEN
              DISPLAY "HEAD-TO-HEAD PAIRINGS SCORED: " WS-PAIR-COUNT
           END-IF.
           IF WS-PAIR-UNRATED > ZERO THEN
              DISPLAY "PAIRINGS NOT RATED - TABLE FULL: "
                      WS-PAIR-UNRATED
           END-IF.
           IF WS-PAIR-BAD-COUNT > ZERO THEN
              DISPLAY "BAD PAIRING RECORD(S) SKIPPED: "
                      WS-PAIR-BAD-COUNT
           MOVE WS-ELF-LOSSES TO TST-LOSSES.
           WRITE STAND-RECORD.
           ADD 1 TO WS-STAND-COUNT.
           PERFORM ROLL_LADDER_STANDING.
           MOVE SPACES TO WS-CURRENT-ELF-ID.
           MOVE ZEROES TO WS-ELF-SCORE.
           MOVE ZEROES TO WS-ELF-WINS.
      * OUTCOME, SO A WIN ON ONE SIDE IS ALWAYS A LOSS ON THE OTHER
      * AND THE STANDINGS CAN NEVER SHOW MORE WINS THAN LOSSES. A
      * MALFORMED RECORD IS SKIPPED WITH A CONSOLE NOTE - ADVEDIT
      * CATCHES THEM UPSTREAM ON A REAL RUN. A PAIRING THE FULL PAIR
      * TABLE LEFT A SIDE OF UNTALLIED IS NOT RATED EITHER, SO THE
      * LADDER NEVER MOVES ON A RESULT STANDDD DOES NOT CARRY.
       SCORE_PAIR_RECORD.
           IF MLP-ELF1-ID = SPACES OR MLP-ELF2-ID = SPACES
                 OR (MLP-HAND1 NOT = 'A' AND MLP-HAND1 NOT = 'B'
           ELSE
              ADD 1 TO WS-MATCH-COUNT
              ADD 1 TO WS-PAIR-COUNT
              MOVE 'N' TO WS-PAIR-SIDE-LOST
              MOVE MLP-ELF1-ID TO WS-SIDE-ELF-ID
              MOVE MLP-HAND1 TO WS-OWN-HAND
              MOVE MLP-ELF2-ID TO WS-SIDE-OPP-ID
              MOVE MLP-HAND2 TO WS-OPP-HAND-H2H
              PERFORM SCORE_PAIR_SIDE
              MOVE RESULT TO WS-PAIR-RESULT-1
              MOVE MLP-ELF2-ID TO WS-SIDE-ELF-ID
              MOVE MLP-HAND2 TO WS-OWN-HAND
              MOVE MLP-ELF1-ID TO WS-SIDE-OPP-ID
              MOVE MLP-HAND1 TO WS-OPP-HAND-H2H
              PERFORM SCORE_PAIR_SIDE
              IF MLP-ELF1-ID NOT = MLP-ELF2-ID THEN
                 IF PAIR-SIDE-NOT-TALLIED THEN
                    ADD 1 TO WS-PAIR-UNRATED
                 ELSE
                    PERFORM RATE_PAIR_RESULT
                 END-IF
              END-IF
           END-IF.

      * ONE SIDE OF A PAIRING - ROCK BEATS SCISSORS, PAPER BEATS
                 SET WS-PAIR-IDX TO PAIR-TAB-IDX
              ELSE
                 MOVE 'Y' TO WS-PAIR-OVERFLOW
                 MOVE 'Y' TO WS-PAIR-SIDE-LOST
              END-IF
           END-IF.
           IF PAIR-ROW-FOUND THEN
           MOVE PAIR-TAB-OPP-ID (PAIR-TAB-IDX) TO TST-OPP-ID.
           WRITE STAND-RECORD.
           ADD 1 TO WS-STAND-COUNT.
           PERFORM ROLL_LADDER_STANDING.

      * ROLL ONE STANDDD RECORD INTO THE SEASON LADDER - SCORE AND
      * WIN/DRAW/LOSS ONTO THE ELF'S LADDER ROW, AND FOR A PAIRED
      * RECORD ONTO ITS HEAD-TO-HEAD ROW AGAINST TST-OPP-ID AS
      * WELL. THE ANONYMOUS BLOCK HAS NO ELF TO ROLL INTO.
       ROLL_LADDER_STANDING.
           IF TST-ELF-ID NOT = SPACES THEN
              MOVE TST-ELF-ID TO WS-LADDER-ELF-ID
              MOVE SPACES TO WS-LADDER-OPP-ID
              PERFORM ADD_LADDER_TALLY
              IF TST-OPP-ID NOT = SPACES THEN
                 MOVE TST-OPP-ID TO WS-LADDER-OPP-ID
                 PERFORM ADD_LADDER_TALLY
              END-IF
              ADD 1 TO WS-LADDER-ROLLED
           END-IF.

       ADD_LADDER_TALLY.
           PERFORM TOUCH_LADDER_ROW.
           ADD TST-SCORE TO LDR-SCORE.
           ADD TST-WINS TO LDR-WINS.
           ADD TST-DRAWS TO LDR-DRAWS.
           ADD TST-LOSSES TO LDR-LOSSES.
           PERFORM STORE_LADDER_ROW.

      * FETCH THE LADDER ROW FOR WS-LADDER-KEY, STARTING A NEW ONE
      * (AT THE BASE RATING FOR A LADDER ROW) ON FIRST SIGHT. THE
      * FIRST TOUCH OF A BUSINESS DATE SAVES THE RATING AND DATE AS
      * THEY STOOD BEFORE IT AND COUNTS THE DAY, SO LATER TOUCHES
      * THE SAME DAY DO NOT COUNT IT AGAIN.
       TOUCH_LADDER_ROW.
           MOVE WS-LADDER-KEY TO LDR-KEY.
           READ LADDER-FILE
               INVALID KEY
                  MOVE 'Y' TO WS-LADDER-NEW
                  MOVE SPACES TO LADDER-RECORD
                  MOVE WS-LADDER-KEY TO LDR-KEY
                  MOVE ZEROES TO LDR-SCORE
                  MOVE ZEROES TO LDR-WINS
                  MOVE ZEROES TO LDR-DRAWS
                  MOVE ZEROES TO LDR-LOSSES
                  MOVE ZEROES TO LDR-RATING
                  MOVE ZEROES TO LDR-DAY-COUNT
                  MOVE ZEROES TO LDR-LAST-DATE
                  IF WS-LADDER-OPP-ID = SPACES THEN
                     MOVE WS-LADDER-BASE-RATING TO LDR-RATING
                  END-IF
               NOT INVALID KEY
                  MOVE 'N' TO WS-LADDER-NEW
           END-READ.
           IF LDR-LAST-DATE NOT = WS-RUN-DATE THEN
              MOVE LDR-RATING TO LDR-PRIOR-RATING
              MOVE LDR-LAST-DATE TO LDR-PRIOR-DATE
              MOVE WS-RUN-DATE TO LDR-LAST-DATE
              ADD 1 TO LDR-DAY-COUNT
           END-IF.

       STORE_LADDER_ROW.
           IF LADDER-ROW-NEW THEN
              WRITE LADDER-RECORD
           ELSE
              REWRITE LADDER-RECORD
           END-IF.

      * MOVE BOTH ELVES' RATINGS ON ONE PAIRED RESULT - THE SIDE-ONE
      * EXPECTED SCORE FROM THE RATING GAP, THE CHANGE K TIMES
      * (ACTUAL - EXPECTED), ADDED TO SIDE ONE AND TAKEN FROM SIDE
      * TWO SO THE LADDER'S RATING POOL NEVER DRIFTS. BOTH RATINGS
      * ARE TAKEN BEFORE EITHER IS CHANGED.
       RATE_PAIR_RESULT.
           MOVE MLP-ELF1-ID TO WS-LADDER-ELF-ID.
           MOVE SPACES TO WS-LADDER-OPP-ID.
           PERFORM TOUCH_LADDER_ROW.
           MOVE LDR-RATING TO WS-RATING-1.
           PERFORM STORE_LADDER_ROW.
           MOVE MLP-ELF2-ID TO WS-LADDER-ELF-ID.
           PERFORM TOUCH_LADDER_ROW.
           MOVE LDR-RATING TO WS-RATING-2.
           PERFORM STORE_LADDER_ROW.
           COMPUTE WS-EXPECTED-1 ROUNDED =
                   1 / (1 + 10 ** ((WS-RATING-2 - WS-RATING-1) / 400)).
           EVALUATE WS-PAIR-RESULT-1
               WHEN 'WIN  '
                   MOVE 1 TO WS-ACTUAL-1
               WHEN 'DRAWN'
                   MOVE 0.5 TO WS-ACTUAL-1
               WHEN OTHER
                   MOVE 0 TO WS-ACTUAL-1
           END-EVALUATE.
           COMPUTE WS-RATING-DELTA ROUNDED =
                   WS-LADDER-K-FACTOR * (WS-ACTUAL-1 - WS-EXPECTED-1).
           COMPUTE WS-RATING-NEW = WS-RATING-1 + WS-RATING-DELTA.
           MOVE MLP-ELF1-ID TO WS-LADDER-ELF-ID.
           PERFORM APPLY_LADDER_RATING.
           COMPUTE WS-RATING-NEW = WS-RATING-2 - WS-RATING-DELTA.
           MOVE MLP-ELF2-ID TO WS-LADDER-ELF-ID.
           PERFORM APPLY_LADDER_RATING.
           ADD 1 TO WS-LADDER-RATED.

       APPLY_LADDER_RATING.
           IF WS-RATING-NEW < ZERO THEN
              MOVE ZERO TO WS-RATING-NEW
           END-IF.
           MOVE WS-LADDER-KEY TO LDR-KEY.
           READ LADDER-FILE
               INVALID KEY
                  DISPLAY "LADDER ROW " WS-LADDER-ELF-ID
                          " NOT FOUND FOR RATING UPDATE"
               NOT INVALID KEY
                  MOVE WS-RATING-NEW TO LDR-RATING
                  REWRITE LADDER-RECORD
           END-READ.

      * PICK THE MODE= TOKEN OUT OF THE RUN PARM - ANY VALUE OTHER
      * THAN HAND OR OUTCOME IS FLAGGED AND THE DEFAULT KEPT RATHER
              UNSTRING WS-PARM-STRING DELIMITED BY ","
                 INTO WS-PARM-TOK (1) WS-PARM-TOK (2) WS-PARM-TOK (3)
                      WS-PARM-TOK (4) WS-PARM-TOK (5) WS-PARM-TOK (6)
                      WS-PARM-TOK (7) WS-PARM-TOK (8) WS-PARM-TOK (9)
                      WS-PARM-TOK (10) WS-PARM-TOK (11)
                      WS-PARM-TOK (12) WS-PARM-TOK (13)
                      WS-PARM-TOK (14) WS-PARM-TOK (15)
                      WS-PARM-TOK (16)
              PERFORM APPLY_PARM_TOKEN
                 VARYING WS-PARM-IDX FROM 1 BY 1
                 UNTIL WS-PARM-IDX > 16
           END-IF.

       APPLY_PARM_TOKEN.
           MOVE WS-RECORD-NUMBER TO AUD-RECORD-NUMBER.
           MOVE WS-AUDIT-KEY TO AUD-KEY-FIELD.
           MOVE WS-AUDIT-RESULT-VALUE TO AUD-RESULT.
           ADD 1 TO SEAL-COUNT.
           ADD AUD-RESULT TO SEAL-HASH.
           WRITE AUDIT-LINE.

      * AUDSEAL READS THE TRAIL FOR THE LAST SEAL BEFORE IT IS OPENED
      * EXTEND; RECORDS SOME EARLIER RUN LEFT UNSEALED GET A CATCH-UP
      * SEAL OF THEIR OWN SO THIS RUN'S SEAL COVERS ONLY ITS OWN.
       OPEN_AUDIT_TRAIL.
           MOVE "O" TO SEAL-FUNCTION.
           MOVE "ADV2" TO SEAL-PROGRAM.
           MOVE WS-RUN-DATE TO SEAL-BUS-DATE.
           MOVE "N" TO SEAL-TAIL-OPTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           OPEN EXTEND AUDIT-FILE.
           IF SEAL-LINE-READY THEN
              WRITE AUDIT-LINE FROM SEAL-LINE
           END-IF.
           MOVE SPACES TO AUDIT-LINE.

      * CLOSE THE RUN WITH ITS SEAL RECORD.
       SEAL_AUDIT_TRAIL.
           MOVE "C" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           WRITE AUDIT-LINE FROM SEAL-LINE.
           CLOSE AUDIT-FILE.

      * ONE SUMMARY-LINE FOR THE ADVDAILY DRIVER TO PICK UP AND FOLD
      * INTO THE COMBINED REPORT ALONGSIDE ADV1'S OWN SUMMARY LINE.
       WRITE_RUN_SUMMARY.
