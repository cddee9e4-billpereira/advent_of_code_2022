      *                     ADV2'S PAIRING SCORER. A DIVERTED
      *                     PAIRING VOIDS THE TRAILER LIKE ANY
      *                     OTHER DIVERTED MATCH.
      *    2026-10-10  BP   PAIRINGS ARE NOW EDITED AGAINST THE
      *                     NEXT-DAY SCHEDULE PAIRGEN WRITES, READ
      *                     FROM THE OPTIONAL SCHEDDD - A 'P' RECORD
      *                     WHOSE TWO ELVES ARE NOT A SCHEDULED BOARD
      *                     (IN EITHER ORDER) IS DIVERTED AS "PAIR NOT
      *                     ON SCHEDULE" AND VOIDS THE TRAILER, AND
      *                     EVERY SCHEDULED BOARD WITH NO PAIRING
      *                     RECORD IS LISTED ON THE EDIT REPORT. NO
      *                     SCHEDDD, NO SCHEDULE CHECK.
      *    2026-10-11  BP   CALORIE LINES MAY NOW CARRY A FOOD
      *                     CATEGORY CODE IN COLUMNS 13-14, CHECKED
      *                     AGAINST THE CATEGORY REFERENCE DECK ON
      *                     THE OPTIONAL CATREFDD - A CODE NOT ON IT
      *                     IS DIVERTED AS "UNKNOWN CATEGORY". A
      *                     BLANK CODE IS THE UNCATEGORIZED BUCKET
      *                     AND ALWAYS PASSES. NO CATREFDD, CODES
      *                     PASS UNCHECKED WITH A COUNT ON THE REPORT.
      *    2026-10-15  BP   A RETIRED ELF (ROSTER STATUS X, NOW KEPT
      *                     ON FILE BY ELFROST INSTEAD OF DELETED) IS
      *                     DIVERTED AS "ELF RETIRED" WHEREVER THE
      *                     ROSTER IS READ - CALORIE AND MATCH
      *                     SEPARATORS (WITH THEIR BLOCKS) AND BOTH
      *                     ELVES OF A PAIRING - AND COUNTED WITH THE
      *                     ROSTER MISSES ON THE EDIT REPORT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-ROSTER-ID.

      * PAIRGEN'S NEXT-DAY PAIRING SKELETON - OPTIONAL, A DAY RUN
      * WITHOUT A SCHEDULE EDITS PAIRINGS ON THEIR OWN MERITS ONLY.
           SELECT OPTIONAL SCHED-FILE ASSIGN TO SCHEDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * FOOD CATEGORY REFERENCE DECK - OPTIONAL, A SHOP THAT DOES
      * NOT CODE ITS CALORIE LINES YET HAS NO DECK.
           SELECT OPTIONAL CAT-REF-FILE ASSIGN TO CATREFDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT EDIT-REJECT-FILE ASSIGN TO EDITREJDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
          05 FILLER           PIC X(5).
          05 CIN-ELF-ID       PIC X(6).
          05 FILLER           PIC X(69).
      * A VALUE LINE MAY CARRY A FOOD CATEGORY CODE, CLEAR OF THE
      * COLUMNS THE SEPARATOR'S ELF-ID USES.
       01 CAL-IN-LINE-CAT REDEFINES CAL-IN-LINE.
          05 FILLER           PIC X(12).
          05 CIN-FOOD-CATEGORY PIC X(2).
          05 FILLER           PIC X(66).

       FD  CAL-OUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAL-OUT-LINE.
       01 CAL-OUT-LINE        PIC X(80).

       FD  CAT-REF-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAT-REF-RECORD.
           COPY CATREFREC.

      * RAW MATCHES AS SUBMITTED - SAME LAYOUT ADV2 READS, WITH THE
      * OPTIONAL 'T' TRAILER CARRYING EXPECTED COUNT AND SCORE.
       FD  MAT-IN-FILE
           DATA RECORD IS ELF-ROSTER-RECORD.
           COPY ROSTERREC.

      * THE SCHEDULED BOARDS - THE SAME 'P' SHAPE AS THE MATCHES
      * PAIRING RECORD WITH THE HANDS LEFT BLANK.
       FD  SCHED-FILE
           RECORDING MODE IS F
           DATA RECORD IS SCHED-LINE.
       01 SCHED-LINE.
          05 SCH-MARKER           PIC X(1).
          05 FILLER               PIC X(1).
          05 SCH-ELF1-ID          PIC X(6).
          05 FILLER               PIC X(1).
          05 SCH-HAND1            PIC X(1).
          05 FILLER               PIC X(1).
          05 SCH-ELF2-ID          PIC X(6).
          05 FILLER               PIC X(1).
          05 SCH-HAND2            PIC X(1).
          05 FILLER               PIC X(61).

      * ONE LINE PER DIVERTED RECORD - SOURCE FILE, LINE NUMBER, THE
      * REASON, AND THE FRONT OF THE RAW RECORD FOR EYEBALLING.
       FD  EDIT-REJECT-FILE
           88 END-OF-CAL-FILE       VALUE 'Y'.
       01 WS-MAT-EOF           PIC X(1) VALUE 'N'.
           88 END-OF-MAT-FILE       VALUE 'Y'.
       01 WS-SCHED-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-SCHED-FILE     VALUE 'Y'.
       01 WS-CATREF-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-CATREF-FILE    VALUE 'Y'.

      * WHEN A SEPARATOR IS DIVERTED, EVERY DETAIL LINE UP TO THE
      * NEXT SEPARATOR BELONGS TO NO ELF THE REAL RUN KNOWS ABOUT -
       01 WS-CAL-NONNUM-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-CAL-BADELF-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-CAL-ORPHAN-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-CAL-BADCAT-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-CAL-CODED-COUNT   PIC 9(10) VALUE ZERO.
       01 WS-CAL-UNCHECKED-COUNT PIC 9(10) VALUE ZERO.
       01 WS-MAT-READ-COUNT    PIC 9(10) VALUE ZERO.
       01 WS-MAT-BADELF-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-MAT-ORPHAN-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-MAT-BADPAIR-COUNT PIC 9(10) VALUE ZERO.
       01 WS-MAT-STRAY-COUNT   PIC 9(10) VALUE ZERO.
       01 WS-PAIR-REASON       PIC X(20) VALUE SPACES.
       01 WS-ROSTER-REASON     PIC X(20) VALUE SPACES.
       01 WS-MAT-VOIDED-COUNT  PIC 9(10) VALUE ZERO.
       01 WS-MAT-OFFSCHED-COUNT PIC 9(10) VALUE ZERO.
       01 WS-SCHED-UNPLAYED-COUNT PIC 9(10) VALUE ZERO.

      * THE NEXT-DAY SCHEDULE, ONE ENTRY PER BOARD, FLAGGED AS ITS
      * PAIRING RECORD ARRIVES. BOUNDED AT THE SAME 9999 THE SHOP'S
      * OTHER HOLD TABLES USE - A SCHEDULE THAT WILL NOT FIT IS NOT
      * A SCHEDULE THE EDIT CAN TRUST, SO THE CHECK IS SKIPPED WITH
      * A WARNING RATHER THAN DIVERTING GOOD PAIRINGS.
       01 SCHED-TABLE.
          05 SCHED-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
          05 SCHED-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON SCHED-TABLE-COUNT
                INDEXED BY SCHED-TAB-IDX.
             10 SCHED-TAB-ELF1-ID  PIC X(6).
             10 SCHED-TAB-ELF2-ID  PIC X(6).
             10 SCHED-TAB-PLAYED   PIC X(1).
                88 SCHED-BOARD-PLAYED  VALUE 'Y'.
       01 WS-SCHED-OVERFLOW    PIC X(1) VALUE 'N'.
           88 SCHED-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-SCHED-FOUND       PIC X(1) VALUE 'N'.
           88 PAIR-ON-SCHEDULE      VALUE 'Y'.

      * THE FOOD CATEGORY CODES ON CATREFDD. A HANDFUL OF CARDS, SO
      * THE TABLE IS SMALL - CARDS BEYOND IT ARE WARNED ABOUT AND
      * THEIR CODES DIVERT LIKE ANY OTHER CODE NOT ON FILE.
       01 CAT-REF-TABLE.
          05 CAT-REF-COUNT     PIC 9(4) COMP VALUE ZERO.
          05 CAT-REF-ENTRY OCCURS 1 TO 99 TIMES
                DEPENDING ON CAT-REF-COUNT
                INDEXED BY CAT-REF-IDX.
             10 CAT-REF-CODE   PIC X(2).
       01 WS-CATREF-LOADED     PIC X(1) VALUE 'N'.
           88 CATREF-DECK-LOADED    VALUE 'Y'.
       01 WS-CATREF-OVERFLOW   PIC X(1) VALUE 'N'.
           88 CATREF-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CAT-FOUND         PIC X(1) VALUE 'N'.
           88 CATEGORY-ON-FILE      VALUE 'Y'.
       01 WS-CAT-STATE         PIC X(1) VALUE 'N'.
           88 CATEGORY-NOT-ON-FILE  VALUE 'X'.

       01 WS-UNPLAYED-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(22)
                VALUE "SCHEDULED, NOT PLAYED ".
          05 UNP-ELF1-ID       PIC X(6).
          05 FILLER            PIC X(4) VALUE " V  ".
          05 UNP-ELF2-ID       PIC X(6).
          05 FILLER            PIC X(41) VALUE SPACES.
       01 WS-REJECT-TOTAL      PIC 9(10) VALUE ZERO.

       01 WS-REPORT-TOTAL.
           PERFORM 2000-EDIT-CALORY-FILE THRU 2000-EXIT.
           PERFORM 3000-EDIT-MATCH-FILE THRU 3000-EXIT.
           PERFORM 4000-FINALIZE THRU 4000-EXIT.
           IF WS-REJECT-TOTAL > ZERO
              OR WS-SCHED-UNPLAYED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           WRITE EDIT-REPORT-LINE.
           MOVE ALL "-" TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           OPEN INPUT SCHED-FILE.
           PERFORM 1100-LOAD-SCHEDULE-ROW THRU 1100-EXIT
              UNTIL END-OF-SCHED-FILE.
           CLOSE SCHED-FILE.
           IF SCHED-TABLE-OVERFLOWED THEN
              DISPLAY "ADVEDIT - SCHEDDD OVER 9999 BOARDS, SCHEDULE "
                      "CHECK SKIPPED."
              MOVE ZERO TO SCHED-TABLE-COUNT
           END-IF.
           OPEN INPUT CAT-REF-FILE.
           PERFORM 1200-LOAD-CATEGORY-ROW THRU 1200-EXIT
              UNTIL END-OF-CATREF-FILE.
           CLOSE CAT-REF-FILE.
           IF CATREF-TABLE-OVERFLOWED THEN
              DISPLAY "ADVEDIT - CATREFDD OVER 99 CATEGORIES, CODES "
                      "BEYOND THE TABLE WILL DIVERT."
           END-IF.
       1000-EXIT.
           EXIT.

      * ONLY 'P' RECORDS ARE BOARDS - ANYTHING ELSE ON THE FILE IS
      * IGNORED.
       1100-LOAD-SCHEDULE-ROW.
           READ SCHED-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCHED-EOF
               NOT AT END
                  IF SCH-MARKER = 'P' THEN
                     IF SCHED-TABLE-COUNT < 9999 THEN
                        ADD 1 TO SCHED-TABLE-COUNT
                        SET SCHED-TAB-IDX TO SCHED-TABLE-COUNT
                        MOVE SCH-ELF1-ID
                           TO SCHED-TAB-ELF1-ID (SCHED-TAB-IDX)
                        MOVE SCH-ELF2-ID
                           TO SCHED-TAB-ELF2-ID (SCHED-TAB-IDX)
                        MOVE 'N' TO SCHED-TAB-PLAYED (SCHED-TAB-IDX)
                     ELSE
                        MOVE 'Y' TO WS-SCHED-OVERFLOW
                     END-IF
                  END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      * ANY CARD AT ALL MEANS THE DECK IS IN USE, EVEN ONE HOLDING
      * ONLY COMMENT CARDS - FROM THEN ON EVERY CODE IS CHECKED.
       1200-LOAD-CATEGORY-ROW.
           READ CAT-REF-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CATREF-EOF
               NOT AT END
                  MOVE 'Y' TO WS-CATREF-LOADED
                  IF FCT-CODE NOT = SPACES THEN
                     IF CAT-REF-COUNT < 99 THEN
                        ADD 1 TO CAT-REF-COUNT
                        SET CAT-REF-IDX TO CAT-REF-COUNT
                        MOVE FCT-CODE TO CAT-REF-CODE (CAT-REF-IDX)
                     ELSE
                        MOVE 'Y' TO WS-CATREF-OVERFLOW
                     END-IF
                  END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EDIT-CALORY-FILE - PASS EVERY RECORD, COPYING CLEAN
      * ONES AND DIVERTING BAD ONES WITH A REASON.
      * PASSES THROUGH - ADV1 HANDLES IT. AN ID THAT MISSES THE
      * ROSTER IS DIVERTED TOGETHER WITH THE WHOLE BLOCK IT OPENS,
      * SO THE TYPO IS FIXED BEFORE THE RUN INSTEAD OF THE BLOCK
      * LANDING IN THE PREVIOUS ELF'S TOTALS. AN ID ON THE ROSTER
      * AS RETIRED IS DIVERTED THE SAME WAY. EVERY SEPARATOR ENDS
      * WHATEVER BLOCK WAS BEING DROPPED.
       2200-EDIT-SEPARATOR-LINE.
           MOVE 'N' TO WS-CAL-DROP-FLAG.
           IF CIN-ELF-ID = SPACES THEN
              PERFORM 2400-WRITE-CLEAN-CALORY THRU 2400-EXIT
           ELSE
              MOVE SPACES TO WS-ROSTER-REASON
              MOVE CIN-ELF-ID TO ELF-ROSTER-ID
              READ ELF-ROSTER-FILE
                  INVALID KEY
                     MOVE "ELF NOT ON ROSTER" TO WS-ROSTER-REASON
                  NOT INVALID KEY
                     IF ELF-ROSTER-RETIRED THEN
                        MOVE "ELF RETIRED" TO WS-ROSTER-REASON
                     END-IF
              END-READ
              IF WS-ROSTER-REASON = SPACES THEN
                 PERFORM 2400-WRITE-CLEAN-CALORY THRU 2400-EXIT
              ELSE
                 ADD 1 TO WS-CAL-BADELF-COUNT
                 MOVE 'Y' TO WS-CAL-DROP-FLAG
                 PERFORM 2500-DIVERT-CALORY-RECORD THRU 2500-EXIT
              END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      * A CALORIE VALUE MUST BE DIGITS STARTING IN COLUMN ONE -
      * ANYTHING ELSE IS WHAT ADV1 WOULD EITHER REJECT OR, WORSE,
      * DE-EDIT TO THE WRONG NUMBER. A GOOD VALUE THEN HAS ITS FOOD
      * CATEGORY CODE CHECKED - ADV1 WOULD FILE AN UNKNOWN CODE
      * UNDER A CATEGORY NOBODY PLANS STOCK FOR.
       2300-EDIT-VALUE-LINE.
           MOVE 'N' TO WS-CAT-STATE.
           IF CAL-BLOCK-DROPPING THEN
              ADD 1 TO WS-CAL-ORPHAN-COUNT
              PERFORM 2500-DIVERT-CALORY-RECORD THRU 2500-EXIT
           END-IF.
           MOVE CIN-CALORY-VALUE TO WS-NUMERIC-CHECK.
           INSPECT WS-NUMERIC-CHECK REPLACING TRAILING SPACE BY "0".
           IF WS-NUMERIC-CHECK IS NOT NUMERIC THEN
              ADD 1 TO WS-CAL-NONNUM-COUNT
              PERFORM 2500-DIVERT-CALORY-RECORD THRU 2500-EXIT
              GO TO 2300-EXIT
           END-IF.
           IF CIN-FOOD-CATEGORY NOT = SPACES THEN
              PERFORM 2350-CHECK-FOOD-CATEGORY THRU 2350-EXIT
           END-IF.
           IF CATEGORY-NOT-ON-FILE THEN
              ADD 1 TO WS-CAL-BADCAT-COUNT
              PERFORM 2500-DIVERT-CALORY-RECORD THRU 2500-EXIT
           ELSE
              PERFORM 2400-WRITE-CLEAN-CALORY THRU 2400-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      * WITH NO DECK ON CATREFDD THERE IS NOTHING TO CHECK AGAINST -
      * THE CODE PASSES AND IS COUNTED SO THE REPORT SHOWS IT.
       2350-CHECK-FOOD-CATEGORY.
           ADD 1 TO WS-CAL-CODED-COUNT.
           IF NOT CATREF-DECK-LOADED THEN
              ADD 1 TO WS-CAL-UNCHECKED-COUNT
              GO TO 2350-EXIT
           END-IF.
           MOVE 'N' TO WS-CAT-FOUND.
           PERFORM 2351-CHECK-CATEGORY-ROW THRU 2351-EXIT
              VARYING CAT-REF-IDX FROM 1 BY 1
              UNTIL CAT-REF-IDX > CAT-REF-COUNT
                 OR CATEGORY-ON-FILE.
           IF NOT CATEGORY-ON-FILE THEN
              MOVE 'X' TO WS-CAT-STATE
           END-IF.
       2350-EXIT.
           EXIT.

       2351-CHECK-CATEGORY-ROW.
           IF CAT-REF-CODE (CAT-REF-IDX) = CIN-FOOD-CATEGORY THEN
              MOVE 'Y' TO WS-CAT-FOUND
           END-IF.
       2351-EXIT.
           EXIT.

       2400-WRITE-CLEAN-CALORY.
           MOVE CAL-IN-LINE TO CAL-OUT-LINE.
           WRITE CAL-OUT-LINE.
           MOVE WS-CAL-LINE-NUMBER TO ERJ-LINE-NUMBER.
           EVALUATE TRUE
               WHEN CIN-CALORY-VALUE = SPACES
                  MOVE WS-ROSTER-REASON TO ERJ-REASON
               WHEN CAL-BLOCK-DROPPING
                  MOVE "ORPHANED BY BAD ID" TO ERJ-REASON
               WHEN CATEGORY-NOT-ON-FILE
                  MOVE "UNKNOWN CATEGORY" TO ERJ-REASON
               WHEN OTHER
                  MOVE "NON-NUMERIC VALUE" TO ERJ-REASON
           END-EVALUATE.
           PERFORM 3100-EDIT-MATCH-RECORD THRU 3100-EXIT
              UNTIL END-OF-MAT-FILE.
           PERFORM 3600-RELEASE-HELD-TRAILER THRU 3600-EXIT.
           PERFORM 3700-LIST-UNPLAYED-BOARDS THRU 3700-EXIT
              VARYING SCHED-TAB-IDX FROM 1 BY 1
              UNTIL SCHED-TAB-IDX > SCHED-TABLE-COUNT.
           CLOSE MAT-IN-FILE.
           CLOSE MAT-OUT-FILE.
       3000-EXIT.
           EXIT.

      * SAME RULE AS THE CALORIE SIDE - A BLANK SEPARATOR IS THE
      * LEGACY SHAPE AND PASSES, AN ID THAT MISSES THE ROSTER OR IS
      * RETIRED IS DIVERTED TOGETHER WITH THE WHOLE BLOCK IT OPENS.
      * EVERY SEPARATOR ENDS WHATEVER BLOCK WAS BEING DROPPED.
       3250-EDIT-MATCH-SEPARATOR.
           MOVE 'N' TO WS-MAT-DROP-FLAG.
           IF MIN-ELF-ID = SPACES THEN
              PERFORM 3350-WRITE-CLEAN-MATCH THRU 3350-EXIT
           ELSE
              MOVE SPACES TO WS-ROSTER-REASON
              MOVE MIN-ELF-ID TO ELF-ROSTER-ID
              READ ELF-ROSTER-FILE
                  INVALID KEY
                     MOVE "ELF NOT ON ROSTER" TO WS-ROSTER-REASON
                  NOT INVALID KEY
                     IF ELF-ROSTER-RETIRED THEN
                        MOVE "ELF RETIRED" TO WS-ROSTER-REASON
                     END-IF
              END-READ
              IF WS-ROSTER-REASON = SPACES THEN
                 PERFORM 3350-WRITE-CLEAN-MATCH THRU 3350-EXIT
              ELSE
                 ADD 1 TO WS-MAT-BADELF-COUNT
                 MOVE 'Y' TO WS-MAT-DROP-FLAG
                 MOVE SPACES TO EDIT-REJECT-LINE
                 MOVE "MAT" TO ERJ-SOURCE
                 MOVE WS-MAT-LINE-NUMBER TO ERJ-LINE-NUMBER
                 MOVE WS-ROSTER-REASON TO ERJ-REASON
                 MOVE MAT-IN-LINE (1:44) TO ERJ-RAW-IMAGE
                 WRITE EDIT-REJECT-LINE
                 ADD 1 TO WS-REJECT-TOTAL
              END-IF
           END-IF.
       3250-EXIT.
           EXIT.

      * A PAIRING STANDS ALONE - BOTH IDS MUST BE ON THE ROSTER, NOT
      * RETIRED, AND DISTINCT, BOTH HANDS A/B/C. A MISS DIVERTS THE
      * ONE RECORD (THERE IS NO BLOCK TO DROP) AND VOIDS THE TRAILER
      * LIKE ANY OTHER DIVERTED MATCH.
       3280-EDIT-PAIR-RECORD.
           MOVE SPACES TO WS-PAIR-REASON.
           EVALUATE TRUE
              READ ELF-ROSTER-FILE
                  INVALID KEY
                     MOVE "ELF NOT ON ROSTER" TO WS-PAIR-REASON
                  NOT INVALID KEY
                     IF ELF-ROSTER-RETIRED THEN
                        MOVE "ELF RETIRED" TO WS-PAIR-REASON
                     END-IF
              END-READ
           END-IF.
           IF WS-PAIR-REASON = SPACES THEN
              READ ELF-ROSTER-FILE
                  INVALID KEY
                     MOVE "ELF NOT ON ROSTER" TO WS-PAIR-REASON
                  NOT INVALID KEY
                     IF ELF-ROSTER-RETIRED THEN
                        MOVE "ELF RETIRED" TO WS-PAIR-REASON
                     END-IF
              END-READ
           END-IF.
           IF WS-PAIR-REASON = SPACES
              AND SCHED-TABLE-COUNT > ZERO THEN
              PERFORM 3290-SEARCH-SCHEDULE THRU 3290-EXIT
              IF PAIR-ON-SCHEDULE THEN
                 MOVE 'Y' TO SCHED-TAB-PLAYED (SCHED-TAB-IDX)
              ELSE
                 MOVE "PAIR NOT ON SCHEDULE" TO WS-PAIR-REASON
                 ADD 1 TO WS-MAT-OFFSCHED-COUNT
              END-IF
           END-IF.
           IF WS-PAIR-REASON = SPACES THEN
              PERFORM 3350-WRITE-CLEAN-MATCH THRU 3350-EXIT
           ELSE
              IF WS-PAIR-REASON NOT = "PAIR NOT ON SCHEDULE" THEN
                 ADD 1 TO WS-MAT-BADPAIR-COUNT
              END-IF
              MOVE SPACES TO EDIT-REJECT-LINE
              MOVE "MAT" TO ERJ-SOURCE
              MOVE WS-MAT-LINE-NUMBER TO ERJ-LINE-NUMBER
       3280-EXIT.
           EXIT.

      * A BOARD MATCHES WITH THE ELVES IN EITHER ORDER - WHO IS KEYED
      * AS ELF 1 ON THE SCORESHEET DOES NOT CHANGE THE PAIRING.
       3290-SEARCH-SCHEDULE.
           MOVE 'N' TO WS-SCHED-FOUND.
           PERFORM 3291-CHECK-SCHEDULE-ROW THRU 3291-EXIT
              VARYING SCHED-TAB-IDX FROM 1 BY 1
              UNTIL SCHED-TAB-IDX > SCHED-TABLE-COUNT
                 OR PAIR-ON-SCHEDULE.
           IF PAIR-ON-SCHEDULE THEN
              SET SCHED-TAB-IDX DOWN BY 1
           END-IF.
       3290-EXIT.
           EXIT.

       3291-CHECK-SCHEDULE-ROW.
           IF (SCHED-TAB-ELF1-ID (SCHED-TAB-IDX) = MIN-ELF1-ID
               AND SCHED-TAB-ELF2-ID (SCHED-TAB-IDX) = MIN-ELF2-ID)
              OR (SCHED-TAB-ELF1-ID (SCHED-TAB-IDX) = MIN-ELF2-ID
               AND SCHED-TAB-ELF2-ID (SCHED-TAB-IDX) = MIN-ELF1-ID)
              THEN
              MOVE 'Y' TO WS-SCHED-FOUND
           END-IF.
       3291-EXIT.
           EXIT.

       3300-EDIT-MATCH-LINE.
           EVALUATE TRUE
               WHEN MAT-BLOCK-DROPPING
           IF TRAILER-IS-HELD THEN
              IF WS-MAT-BADHAND-COUNT + WS-MAT-BADRSLT-COUNT
                    + WS-MAT-SHORT-COUNT + WS-MAT-BADPAIR-COUNT
                    + WS-MAT-OFFSCHED-COUNT
                    + WS-MAT-ORPHAN-COUNT > ZERO THEN
                 ADD 1 TO WS-MAT-VOIDED-COUNT
                 MOVE SPACES TO EDIT-REJECT-LINE
       3600-EXIT.
           EXIT.

      * A SCHEDULED BOARD WITH NO PAIRING RECORD IS NOT DIVERTED -
      * THERE IS NOTHING TO DIVERT - BUT IT IS LISTED SO THE MISSING
      * SCORESHEET IS CHASED BEFORE THE DAY IS CLOSED.
       3700-LIST-UNPLAYED-BOARDS.
           IF NOT SCHED-BOARD-PLAYED (SCHED-TAB-IDX) THEN
              ADD 1 TO WS-SCHED-UNPLAYED-COUNT
              MOVE SCHED-TAB-ELF1-ID (SCHED-TAB-IDX) TO UNP-ELF1-ID
              MOVE SCHED-TAB-ELF2-ID (SCHED-TAB-IDX) TO UNP-ELF2-ID
              MOVE WS-UNPLAYED-DETAIL TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
           END-IF.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-FINALIZE - COUNTS PER ERROR TYPE TO THE REPORT AND
      * THE CONSOLE.
           MOVE "CALORY_FILE ORPHANED LINES" TO RPT-TOTAL-LABEL.
           MOVE WS-CAL-ORPHAN-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "CALORY_FILE CATEGORY-CODED LINES" TO RPT-TOTAL-LABEL.
           MOVE WS-CAL-CODED-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "CALORY_FILE UNKNOWN CATEGORIES" TO RPT-TOTAL-LABEL.
           MOVE WS-CAL-BADCAT-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "CALORY_FILE CATEGORIES UNCHECKED" TO RPT-TOTAL-LABEL.
           MOVE WS-CAL-UNCHECKED-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "MATCHES READ" TO RPT-TOTAL-LABEL.
           MOVE WS-MAT-READ-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "MATCHES BAD PAIRING RECORDS" TO RPT-TOTAL-LABEL.
           MOVE WS-MAT-BADPAIR-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "MATCHES PAIRS NOT ON SCHEDULE" TO RPT-TOTAL-LABEL.
           MOVE WS-MAT-OFFSCHED-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "SCHEDULED PAIRINGS LOADED" TO RPT-TOTAL-LABEL.
           MOVE SCHED-TABLE-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "SCHEDULED PAIRINGS NOT PLAYED" TO RPT-TOTAL-LABEL.
           MOVE WS-SCHED-UNPLAYED-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "MATCHES STRAY TRAILERS" TO RPT-TOTAL-LABEL.
           MOVE WS-MAT-STRAY-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
              DISPLAY "ADVEDIT - " WS-REJECT-TOTAL
                      " RECORD(S) DIVERTED TO EDITREJDD."
           END-IF.
           IF WS-SCHED-UNPLAYED-COUNT > ZERO THEN
              DISPLAY "ADVEDIT - " WS-SCHED-UNPLAYED-COUNT
                      " SCHEDULED PAIRING(S) NOT PLAYED."
           END-IF.
       4000-EXIT.
           EXIT.

