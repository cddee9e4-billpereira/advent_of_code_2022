      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIRGEN.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-10  BP   ORIGINAL VERSION - NEXT-DAY PAIRING
      *                     SCHEDULE FOR HEAD-TO-HEAD PLAY. EVERY
      *                     ACTIVE ELF ON ROSTERDD IS RANKED BY ITS
      *                     LADDERDD SKILL RATING (SEASON SCORE BREAKS
      *                     A TIE, A NEW ELF STARTS AT THE BASE 1500)
      *                     AND PAIRED WITH THE NEAREST-RANKED ELF
      *                     STILL FREE, AVOIDING ANY OPPONENT MET
      *                     INSIDE THE WINDOW= DAYS AND ANY ELF OF THE
      *                     SAME CAMP UNLESS NOTHING ELSE IS LEFT. AN
      *                     ODD COUNT GIVES THE LOWEST-RANKED ELF THE
      *                     BYE. THE 'P' SKELETON (HANDS BLANK) GOES
      *                     TO PAIROUTDD FOR THE MATCHES FILE AND TO
      *                     ADVEDIT AS THE SCHEDULE TO EDIT AGAINST;
      *                     A DRAW SHEET PER CAMP GOES TO DRAWDD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * READ FRONT TO BACK FOR THE ACTIVE ELVES TO SCHEDULE.
           SELECT ELF-ROSTER-FILE ASSIGN TO ROSTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ELF-ROSTER-ID.

      * SEASON LADDER AND HEAD-TO-HEAD MASTER - READ BY KEY FOR EACH
      * ELF'S RATING AND FOR WHEN TWO ELVES LAST MET. OPTIONAL, THE
      * FIRST DAY OF A SEASON HAS NO TOURNAMENT RESULTS YET.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO LADDERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LDR-KEY.

           SELECT PAIR-OUT-FILE ASSIGN TO PAIROUTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DRAW-SHEET-FILE ASSIGN TO DRAWDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * SORT WORK FOR THE RATING RANKING AND FOR THE CAMP ORDER OF
      * THE DRAW SHEET.
           SELECT RANK-SORT-FILE ASSIGN TO SORTWK01.

           SELECT DRAW-SORT-FILE ASSIGN TO SORTWK02.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * ELF-ID TO NAME/CAMP MASTER - ONLY ACTIVE ELVES ARE PAIRED;
      * AN ELF ON LEAVE OR RETIRED IS LEFT OFF THE SCHEDULE.
       FD  ELF-ROSTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ELF-ROSTER-RECORD.
           COPY ROSTERREC.

       FD  LADDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-RECORD.
           COPY LADDERREC.

      * THE PAIRING SKELETON - THE SAME 'P' LAYOUT ADV2 READS FROM
      * THE MATCHES FILE, BOTH ELF-IDS FILLED AND BOTH HANDS LEFT
      * BLANK FOR THE PLAYED HANDS TO BE KEYED INTO.
       FD  PAIR-OUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAIR-OUT-LINE.
       01 PAIR-OUT-LINE.
          05 PGO-MARKER        PIC X(1).
          05 FILLER            PIC X(1).
          05 PGO-ELF1-ID       PIC X(6).
          05 FILLER            PIC X(1).
          05 PGO-HAND1         PIC X(1).
          05 FILLER            PIC X(1).
          05 PGO-ELF2-ID       PIC X(6).
          05 FILLER            PIC X(1).
          05 PGO-HAND2         PIC X(1).
          05 FILLER            PIC X(61).

      * DRAW SHEET - ONE SECTION PER CAMP LISTING EVERY ELF OF THE
      * CAMP WITH ITS BOARD AND OPPONENT, THEN THE RUN TOTALS.
       FD  DRAW-SHEET-FILE
           RECORDING MODE IS F
           DATA RECORD IS DRAW-SHEET-LINE.
       01 DRAW-SHEET-LINE     PIC X(80).

      * ONE SORT RECORD PER ACTIVE ELF, RETURNED IN DESCENDING
      * RATING ORDER (SEASON SCORE, THEN ELF-ID, BREAKING A TIE) SO
      * NEIGHBOURS IN THE TABLE ARE ELVES OF SIMILAR STANDING.
       SD  RANK-SORT-FILE
           DATA RECORD IS RANK-SORT-REC.
       01 RANK-SORT-REC.
          05 RSR-RATING        PIC 9(5).
          05 RSR-SCORE         PIC 9(10).
          05 RSR-ELF-ID        PIC X(6).
          05 RSR-ELF-NAME      PIC X(20).
          05 RSR-ELF-CAMP      PIC X(20).

      * ONE SORT RECORD PER ELF PER BOARD (AND ONE FOR THE BYE),
      * RETURNED IN CAMP ORDER FOR THE PER-CAMP DRAW SHEETS.
       SD  DRAW-SORT-FILE
           DATA RECORD IS DRAW-SORT-REC.
       01 DRAW-SORT-REC.
          05 DSR-CAMP          PIC X(20).
          05 DSR-BOARD         PIC 9(4).
          05 DSR-ELF-ID        PIC X(6).
          05 DSR-ELF-NAME      PIC X(20).
          05 DSR-OPP-ID        PIC X(6).
          05 DSR-OPP-NAME      PIC X(20).
          05 DSR-OPP-CAMP      PIC X(20).
          05 DSR-NOTE          PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-ROSTER-FILE    VALUE 'Y'.
       01 WS-RANK-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-RANKING        VALUE 'Y'.
       01 WS-DRAW-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-DRAW-SORT      VALUE 'Y'.

      * RUN PARAMETER HANDLING - THE SAME KEYWORD=VALUE SHAPE ADV1
      * TAKES. BUSDATE= IS THE BUSINESS DATE JUST PLAYED (DEFAULT
      * TODAY) AND WINDOW= THE NUMBER OF DAYS, UP TO AND INCLUDING
      * IT, INSIDE WHICH A REPEAT OPPONENT IS AVOIDED (DEFAULT 7,
      * ZERO TURNS THE CHECK OFF).
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-BUS-DATE          PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-DAYS       PIC 9(3) VALUE 7.
       01 WS-BUS-DAY-NUMBER    PIC 9(9) VALUE ZERO.
       01 WS-LADDER-BASE-RATING PIC 9(5) VALUE 1500.

      * THE RANKED ELVES, BEST FIRST. BOUNDED AT THE SAME 9999 THE
      * SHOP'S OTHER HOLD TABLES USE - AN OVERFLOW WARNS AND ENDS
      * WITH CONDITION CODE 4, THE ELVES PAST IT LEFT UNSCHEDULED.
       01 RANK-TABLE.
          05 RANK-TABLE-COUNT  PIC 9(4) COMP VALUE ZERO.
          05 RANK-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON RANK-TABLE-COUNT.
             10 RANK-TAB-ELF-ID    PIC X(6).
             10 RANK-TAB-NAME      PIC X(20).
             10 RANK-TAB-CAMP      PIC X(20).
             10 RANK-TAB-STATE     PIC X(1).
                88 RANK-TAB-FREE       VALUE 'F'.
                88 RANK-TAB-PAIRED     VALUE 'P'.
                88 RANK-TAB-BYE        VALUE 'B'.
       01 WS-RANK-OVERFLOW     PIC X(1) VALUE 'N'.
           88 RANK-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OVERFLOW-COUNT    PIC 9(5) VALUE ZERO.

      * PAIRING SEARCH - FOR THE ELF AT WS-ELF-IDX, EACH TIER IS
      * TRIED IN TURN AND THE NEAREST-RANKED FREE ELF THAT MEETS IT
      * TAKEN: 1 OTHER CAMP, NOT MET IN THE WINDOW; 2 OTHER CAMP,
      * MET IN THE WINDOW; 3 SAME CAMP, NOT MET; 4 ANY FREE ELF.
       01 WS-ELF-IDX           PIC 9(5) COMP VALUE ZERO.
       01 WS-OPP-IDX           PIC 9(5) COMP VALUE ZERO.
       01 WS-BEST-IDX          PIC 9(5) COMP VALUE ZERO.
       01 WS-TIER              PIC 9(1) COMP VALUE ZERO.
       01 WS-SAME-CAMP         PIC X(1) VALUE 'N'.
           88 PAIR-IS-SAME-CAMP     VALUE 'Y'.
       01 WS-RECENT-MEET       PIC X(1) VALUE 'N'.
           88 PAIR-MET-RECENTLY     VALUE 'Y'.
       01 WS-PAIR-NOTE         PIC X(9) VALUE SPACES.
       01 WS-HALF-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-ODD-REMAINDER     PIC 9(1) COMP VALUE ZERO.
       01 WS-BOARD-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-BYE-BOARD         PIC 9(4) VALUE 9999.

      * DATE ARITHMETIC FOR THE REPEAT WINDOW - A YYYYMMDD DATE TO
      * A RUNNING DAY NUMBER, THE SAME ROUTINE DEPRTN AGES WITH.
       01 WS-DN-DATE           PIC 9(8) VALUE ZERO.
       01 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
          05 WS-DN-YYYY        PIC 9(4).
          05 WS-DN-MM          PIC 9(2).
          05 WS-DN-DD          PIC 9(2).
       01 WS-DN-YEAR           PIC 9(5) VALUE ZERO.
       01 WS-DN-MONTH          PIC 9(3) VALUE ZERO.
       01 WS-DN-Q4             PIC 9(5) VALUE ZERO.
       01 WS-DN-Q100           PIC 9(5) VALUE ZERO.
       01 WS-DN-Q400           PIC 9(5) VALUE ZERO.
       01 WS-DN-MONTH-DAYS     PIC 9(5) VALUE ZERO.
       01 WS-DN-RESULT         PIC 9(9) VALUE ZERO.
       01 WS-LAST-MET-DATE     PIC 9(8) VALUE ZERO.

      * DRAW SHEET CONTROL BREAK ON CAMP.
       01 WS-CURRENT-CAMP      PIC X(20) VALUE SPACES.
       01 WS-FIRST-CAMP        PIC X(1) VALUE 'Y'.
           88 NO-CAMP-PRINTED-YET   VALUE 'Y'.
       01 WS-CAMP-ELF-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-ROSTER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PAIR-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-BYE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REPEAT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SAME-CAMP-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CAMP-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-DRAW-HEADING.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(4) VALUE "BRD".
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FILLER            PIC X(6) VALUE "ELF".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(16) VALUE "NAME".
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FILLER            PIC X(6) VALUE "OPP".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(16) VALUE "OPPONENT NAME".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(14) VALUE "OPPONENT CAMP".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(9) VALUE "NOTE".

       01 WS-DRAW-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 DRW-BOARD         PIC Z(3)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 DRW-ELF-ID        PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 DRW-ELF-NAME      PIC X(16).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 DRW-OPP-ID        PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 DRW-OPP-NAME      PIC X(16).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 DRW-OPP-CAMP      PIC X(14).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 DRW-NOTE          PIC X(9).

       01 WS-DRAW-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 DRW-TOTAL-LABEL   PIC X(34).
          05 DRW-TOTAL-VALUE   PIC Z(9)9.
          05 FILLER            PIC X(35) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT RANK-SORT-FILE
              ON DESCENDING KEY RSR-RATING RSR-SCORE
                 ASCENDING KEY RSR-ELF-ID
              INPUT PROCEDURE IS 2000-EXTRACT-ACTIVE-ELVES
                 THRU 2000-EXIT
              OUTPUT PROCEDURE IS 2500-LOAD-RANK-TABLE
                 THRU 2500-EXIT.
           IF RANK-TABLE-COUNT < 2 THEN
              PERFORM 5000-FINALIZE THRU 5000-EXIT
              DISPLAY "PAIRGEN - FEWER THAN TWO ACTIVE ELVES, NO "
                      "SCHEDULE WRITTEN."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           SORT DRAW-SORT-FILE
              ON ASCENDING KEY DSR-CAMP DSR-BOARD DSR-ELF-ID
              INPUT PROCEDURE IS 3000-BUILD-PAIRINGS
                 THRU 3000-EXIT
              OUTPUT PROCEDURE IS 4000-WRITE-DRAW-SHEETS
                 THRU 4000-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           IF WS-REPEAT-COUNT + WS-SAME-CAMP-COUNT > ZERO
              OR RANK-TABLE-OVERFLOWED THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           MOVE WS-BUS-DATE TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           MOVE WS-DN-RESULT TO WS-BUS-DAY-NUMBER.
           OPEN INPUT LADDER-FILE.
           OPEN OUTPUT PAIR-OUT-FILE.
           OPEN OUTPUT DRAW-SHEET-FILE.
           MOVE SPACES TO DRAW-SHEET-LINE.
           STRING "NEXT-DAY PAIRING SCHEDULE - AFTER PLAY OF "
                     DELIMITED SIZE
                  WS-BUS-DATE DELIMITED SIZE
                  ", REPEAT WINDOW " DELIMITED SIZE
                  WS-WINDOW-DAYS DELIMITED SIZE
                  " DAYS" DELIMITED SIZE
                  INTO DRAW-SHEET-LINE
           END-STRING.
           WRITE DRAW-SHEET-LINE.
           MOVE ALL "-" TO DRAW-SHEET-LINE.
           WRITE DRAW-SHEET-LINE.
       1000-EXIT.
           EXIT.

       1010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES THEN
              UNSTRING WS-PARM-STRING DELIMITED BY ","
                 INTO WS-PARM-TOK (1) WS-PARM-TOK (2) WS-PARM-TOK (3)
                      WS-PARM-TOK (4) WS-PARM-TOK (5) WS-PARM-TOK (6)
              PERFORM 1015-APPLY-PARM-TOKEN THRU 1015-EXIT
                 VARYING WS-PARM-IDX FROM 1 BY 1
                 UNTIL WS-PARM-IDX > 6
           END-IF.
       1010-EXIT.
           EXIT.

       1015-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:8) = "BUSDATE=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (9:8) TO WS-BUS-DATE
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:7) = "WINDOW=" THEN
              IF WS-PARM-TOK (WS-PARM-IDX) (8:3) IS NUMERIC THEN
                 MOVE WS-PARM-TOK (WS-PARM-IDX) (8:3)
                    TO WS-WINDOW-DAYS
              ELSE
                 DISPLAY "PAIRGEN - WINDOW= NOT THREE DIGITS, "
                         "DEFAULT OF " WS-WINDOW-DAYS " DAYS KEPT."
              END-IF
           END-IF.
       1015-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EXTRACT-ACTIVE-ELVES - SORT INPUT PROCEDURE. ONE SORT
      * RECORD PER ACTIVE ROSTER ELF WITH ITS LADDER RATING AND
      * SEASON SCORE - AN ELF NOT YET ON THE LADDER COMES IN AT THE
      * BASE RATING ADV2 WOULD START IT AT.
      *-----------------------------------------------------------*
       2000-EXTRACT-ACTIVE-ELVES.
           OPEN INPUT ELF-ROSTER-FILE.
           PERFORM 2100-READ-ROSTER-ROW THRU 2100-EXIT
              UNTIL END-OF-ROSTER-FILE.
           CLOSE ELF-ROSTER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ROSTER-ROW.
           READ ELF-ROSTER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ROSTER-EOF
               NOT AT END
                  ADD 1 TO WS-ROSTER-COUNT
                  IF ELF-ROSTER-ACTIVE THEN
                     PERFORM 2200-RELEASE-RANK-RECORD THRU 2200-EXIT
                  ELSE
                     ADD 1 TO WS-INACTIVE-COUNT
                  END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-RANK-RECORD.
           MOVE SPACES TO RANK-SORT-REC.
           MOVE ELF-ROSTER-ID TO RSR-ELF-ID.
           MOVE ELF-ROSTER-NAME TO RSR-ELF-NAME.
           MOVE ELF-ROSTER-CAMP TO RSR-ELF-CAMP.
           MOVE ELF-ROSTER-ID TO LDR-ELF-ID.
           MOVE SPACES TO LDR-OPP-ID.
           READ LADDER-FILE
               INVALID KEY
                  MOVE WS-LADDER-BASE-RATING TO RSR-RATING
                  MOVE ZERO TO RSR-SCORE
               NOT INVALID KEY
                  MOVE LDR-RATING TO RSR-RATING
                  MOVE LDR-SCORE TO RSR-SCORE
           END-READ.
           RELEASE RANK-SORT-REC.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-LOAD-RANK-TABLE - SORT OUTPUT PROCEDURE. THE RANKED
      * ELVES INTO THE TABLE THE PAIRING SEARCH WORKS OVER.
      *-----------------------------------------------------------*
       2500-LOAD-RANK-TABLE.
           PERFORM 2600-RETURN-RANKED-ELF THRU 2600-EXIT
              UNTIL END-OF-RANKING.
           IF RANK-TABLE-OVERFLOWED THEN
              DISPLAY "PAIRGEN - RANK TABLE FULL, " WS-OVERFLOW-COUNT
                      " ELF(S) LEFT OFF THE SCHEDULE."
           END-IF.
       2500-EXIT.
           EXIT.

       2600-RETURN-RANKED-ELF.
           RETURN RANK-SORT-FILE RECORD
               AT END
                  MOVE 'Y' TO WS-RANK-EOF
               NOT AT END
                  IF RANK-TABLE-COUNT < 9999 THEN
                     ADD 1 TO RANK-TABLE-COUNT
                     MOVE RSR-ELF-ID
                        TO RANK-TAB-ELF-ID (RANK-TABLE-COUNT)
                     MOVE RSR-ELF-NAME
                        TO RANK-TAB-NAME (RANK-TABLE-COUNT)
                     MOVE RSR-ELF-CAMP
                        TO RANK-TAB-CAMP (RANK-TABLE-COUNT)
                     MOVE 'F' TO RANK-TAB-STATE (RANK-TABLE-COUNT)
                  ELSE
                     MOVE 'Y' TO WS-RANK-OVERFLOW
                     ADD 1 TO WS-OVERFLOW-COUNT
                  END-IF
           END-RETURN.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-PAIRINGS - SORT INPUT PROCEDURE FOR THE DRAW
      * SHEET. AN ODD COUNT SETS THE LOWEST-RANKED ELF ASIDE FOR
      * THE BYE FIRST; THEN EACH FREE ELF, BEST FIRST, TAKES THE
      * NEAREST-RANKED FREE OPPONENT THE SEARCH TIERS ALLOW. EACH
      * BOARD GOES TO PAIROUTDD AND, FROM BOTH SIDES, TO THE SORT.
      *-----------------------------------------------------------*
       3000-BUILD-PAIRINGS.
           DIVIDE RANK-TABLE-COUNT BY 2 GIVING WS-HALF-COUNT
              REMAINDER WS-ODD-REMAINDER.
           IF WS-ODD-REMAINDER NOT = ZERO THEN
              MOVE RANK-TABLE-COUNT TO WS-ELF-IDX
              PERFORM 3600-RELEASE-BYE THRU 3600-EXIT
           END-IF.
           PERFORM 3100-PAIR-ONE-ELF THRU 3100-EXIT
              VARYING WS-ELF-IDX FROM 1 BY 1
              UNTIL WS-ELF-IDX > RANK-TABLE-COUNT.
           CLOSE PAIR-OUT-FILE.
       3000-EXIT.
           EXIT.

       3100-PAIR-ONE-ELF.
           IF NOT RANK-TAB-FREE (WS-ELF-IDX) THEN
              GO TO 3100-EXIT
           END-IF.
           MOVE ZERO TO WS-BEST-IDX.
           PERFORM 3200-SEARCH-TIER THRU 3200-EXIT
              VARYING WS-TIER FROM 1 BY 1
              UNTIL WS-TIER > 4 OR WS-BEST-IDX > ZERO.
      * NOBODY LEFT TO MEET CANNOT HAPPEN ONCE THE BYE IS SET
      * ASIDE, BUT IF IT EVER DID THE ELF SITS OUT WITH A BYE
      * RATHER THAN DROPPING OFF THE DRAW.
           IF WS-BEST-IDX = ZERO THEN
              PERFORM 3600-RELEASE-BYE THRU 3600-EXIT
              GO TO 3100-EXIT
           END-IF.
           MOVE WS-BEST-IDX TO WS-OPP-IDX.
           PERFORM 3300-CHECK-CANDIDATE THRU 3300-EXIT.
           PERFORM 3500-WRITE-PAIRING THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

       3200-SEARCH-TIER.
           PERFORM 3250-TRY-CANDIDATE THRU 3250-EXIT
              VARYING WS-OPP-IDX FROM WS-ELF-IDX BY 1
              UNTIL WS-OPP-IDX > RANK-TABLE-COUNT
                 OR WS-BEST-IDX > ZERO.
       3200-EXIT.
           EXIT.

       3250-TRY-CANDIDATE.
           IF WS-OPP-IDX = WS-ELF-IDX
              OR NOT RANK-TAB-FREE (WS-OPP-IDX) THEN
              GO TO 3250-EXIT
           END-IF.
           PERFORM 3300-CHECK-CANDIDATE THRU 3300-EXIT.
           EVALUATE WS-TIER
               WHEN 1
                  IF NOT PAIR-IS-SAME-CAMP
                     AND NOT PAIR-MET-RECENTLY THEN
                     MOVE WS-OPP-IDX TO WS-BEST-IDX
                  END-IF
               WHEN 2
                  IF NOT PAIR-IS-SAME-CAMP THEN
                     MOVE WS-OPP-IDX TO WS-BEST-IDX
                  END-IF
               WHEN 3
                  IF NOT PAIR-MET-RECENTLY THEN
                     MOVE WS-OPP-IDX TO WS-BEST-IDX
                  END-IF
               WHEN OTHER
                  MOVE WS-OPP-IDX TO WS-BEST-IDX
           END-EVALUATE.
       3250-EXIT.
           EXIT.

      * SETS THE SAME-CAMP AND MET-RECENTLY SWITCHES FOR THE ELVES
      * AT WS-ELF-IDX AND WS-OPP-IDX. ADV2 KEEPS A HEAD-TO-HEAD ROW
      * UNDER EACH ELF, SO EITHER ONE CARRIES THE LAST DATE MET;
      * BOTH ARE TRIED IN CASE ONE SIDE WAS BACKED OUT.
       3300-CHECK-CANDIDATE.
           MOVE 'N' TO WS-SAME-CAMP.
           MOVE 'N' TO WS-RECENT-MEET.
           IF RANK-TAB-CAMP (WS-ELF-IDX)
                 = RANK-TAB-CAMP (WS-OPP-IDX) THEN
              MOVE 'Y' TO WS-SAME-CAMP
           END-IF.
           IF WS-WINDOW-DAYS = ZERO THEN
              GO TO 3300-EXIT
           END-IF.
           MOVE ZERO TO WS-LAST-MET-DATE.
           MOVE RANK-TAB-ELF-ID (WS-ELF-IDX) TO LDR-ELF-ID.
           MOVE RANK-TAB-ELF-ID (WS-OPP-IDX) TO LDR-OPP-ID.
           READ LADDER-FILE
               INVALID KEY
                  MOVE RANK-TAB-ELF-ID (WS-OPP-IDX) TO LDR-ELF-ID
                  MOVE RANK-TAB-ELF-ID (WS-ELF-IDX) TO LDR-OPP-ID
                  READ LADDER-FILE
                      INVALID KEY
                         MOVE ZERO TO LDR-LAST-DATE
                  END-READ
           END-READ.
           MOVE LDR-LAST-DATE TO WS-LAST-MET-DATE.
           IF WS-LAST-MET-DATE = ZERO
              OR WS-LAST-MET-DATE > WS-BUS-DATE THEN
              GO TO 3300-EXIT
           END-IF.
           MOVE WS-LAST-MET-DATE TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           IF WS-BUS-DAY-NUMBER - WS-DN-RESULT < WS-WINDOW-DAYS THEN
              MOVE 'Y' TO WS-RECENT-MEET
           END-IF.
       3300-EXIT.
           EXIT.

      * ONE BOARD - THE HIGHER-RANKED ELF IS ELF 1 ON THE SKELETON.
      * A PAIRING THE RULES COULD NOT AVOID IS NOTED ON BOTH SIDES
      * OF THE DRAW SHEET AND COUNTED.
       3500-WRITE-PAIRING.
           ADD 1 TO WS-BOARD-NUMBER.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE 'P' TO RANK-TAB-STATE (WS-ELF-IDX).
           MOVE 'P' TO RANK-TAB-STATE (WS-OPP-IDX).
           MOVE SPACES TO WS-PAIR-NOTE.
           EVALUATE TRUE
               WHEN PAIR-IS-SAME-CAMP AND PAIR-MET-RECENTLY
                  MOVE "RPT/CAMP" TO WS-PAIR-NOTE
                  ADD 1 TO WS-REPEAT-COUNT
                  ADD 1 TO WS-SAME-CAMP-COUNT
               WHEN PAIR-IS-SAME-CAMP
                  MOVE "SAME CAMP" TO WS-PAIR-NOTE
                  ADD 1 TO WS-SAME-CAMP-COUNT
               WHEN PAIR-MET-RECENTLY
                  MOVE "REPEAT" TO WS-PAIR-NOTE
                  ADD 1 TO WS-REPEAT-COUNT
           END-EVALUATE.
           MOVE SPACES TO PAIR-OUT-LINE.
           MOVE 'P' TO PGO-MARKER.
           MOVE RANK-TAB-ELF-ID (WS-ELF-IDX) TO PGO-ELF1-ID.
           MOVE RANK-TAB-ELF-ID (WS-OPP-IDX) TO PGO-ELF2-ID.
           WRITE PAIR-OUT-LINE.
           MOVE SPACES TO DRAW-SORT-REC.
           MOVE WS-BOARD-NUMBER TO DSR-BOARD.
           MOVE WS-PAIR-NOTE TO DSR-NOTE.
           MOVE RANK-TAB-CAMP (WS-ELF-IDX) TO DSR-CAMP.
           MOVE RANK-TAB-ELF-ID (WS-ELF-IDX) TO DSR-ELF-ID.
           MOVE RANK-TAB-NAME (WS-ELF-IDX) TO DSR-ELF-NAME.
           MOVE RANK-TAB-ELF-ID (WS-OPP-IDX) TO DSR-OPP-ID.
           MOVE RANK-TAB-NAME (WS-OPP-IDX) TO DSR-OPP-NAME.
           MOVE RANK-TAB-CAMP (WS-OPP-IDX) TO DSR-OPP-CAMP.
           RELEASE DRAW-SORT-REC.
           MOVE RANK-TAB-CAMP (WS-OPP-IDX) TO DSR-CAMP.
           MOVE RANK-TAB-ELF-ID (WS-OPP-IDX) TO DSR-ELF-ID.
           MOVE RANK-TAB-NAME (WS-OPP-IDX) TO DSR-ELF-NAME.
           MOVE RANK-TAB-ELF-ID (WS-ELF-IDX) TO DSR-OPP-ID.
           MOVE RANK-TAB-NAME (WS-ELF-IDX) TO DSR-OPP-NAME.
           MOVE RANK-TAB-CAMP (WS-ELF-IDX) TO DSR-OPP-CAMP.
           RELEASE DRAW-SORT-REC.
       3500-EXIT.
           EXIT.

      * THE BYE HAS NO 'P' RECORD - A BLANK OPPONENT WOULD ONLY BE
      * DIVERTED BY ADVEDIT - SO IT APPEARS ON THE DRAW SHEET ONLY,
      * AT THE FOOT OF ITS CAMP.
       3600-RELEASE-BYE.
           MOVE 'B' TO RANK-TAB-STATE (WS-ELF-IDX).
           ADD 1 TO WS-BYE-COUNT.
           MOVE SPACES TO DRAW-SORT-REC.
           MOVE WS-BYE-BOARD TO DSR-BOARD.
           MOVE RANK-TAB-CAMP (WS-ELF-IDX) TO DSR-CAMP.
           MOVE RANK-TAB-ELF-ID (WS-ELF-IDX) TO DSR-ELF-ID.
           MOVE RANK-TAB-NAME (WS-ELF-IDX) TO DSR-ELF-NAME.
           MOVE "BYE" TO DSR-NOTE.
           RELEASE DRAW-SORT-REC.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-DRAW-SHEETS - SORT OUTPUT PROCEDURE. A HEADING
      * AND COLUMN LINE AT EACH NEW CAMP, ONE LINE PER ELF, AND A
      * COUNT AT THE FOOT OF EACH CAMP.
      *-----------------------------------------------------------*
       4000-WRITE-DRAW-SHEETS.
           PERFORM 4100-RETURN-DRAW-ROW THRU 4100-EXIT
              UNTIL END-OF-DRAW-SORT.
           IF NOT NO-CAMP-PRINTED-YET THEN
              PERFORM 4300-WRITE-CAMP-FOOT THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETURN-DRAW-ROW.
           RETURN DRAW-SORT-FILE RECORD
               AT END
                  MOVE 'Y' TO WS-DRAW-EOF
               NOT AT END
                  IF NO-CAMP-PRINTED-YET
                     OR DSR-CAMP NOT = WS-CURRENT-CAMP THEN
                     PERFORM 4200-START-CAMP THRU 4200-EXIT
                  END-IF
                  PERFORM 4400-WRITE-DRAW-LINE THRU 4400-EXIT
           END-RETURN.
       4100-EXIT.
           EXIT.

       4200-START-CAMP.
           IF NOT NO-CAMP-PRINTED-YET THEN
              PERFORM 4300-WRITE-CAMP-FOOT THRU 4300-EXIT
           END-IF.
           MOVE 'N' TO WS-FIRST-CAMP.
           MOVE DSR-CAMP TO WS-CURRENT-CAMP.
           MOVE ZERO TO WS-CAMP-ELF-COUNT.
           ADD 1 TO WS-CAMP-COUNT.
           MOVE SPACES TO DRAW-SHEET-LINE.
           WRITE DRAW-SHEET-LINE.
           STRING "DRAW SHEET - CAMP " DELIMITED SIZE
                  WS-CURRENT-CAMP DELIMITED SIZE
                  INTO DRAW-SHEET-LINE
           END-STRING.
           WRITE DRAW-SHEET-LINE.
           MOVE WS-DRAW-HEADING TO DRAW-SHEET-LINE.
           WRITE DRAW-SHEET-LINE.
       4200-EXIT.
           EXIT.

       4300-WRITE-CAMP-FOOT.
           MOVE "ELVES SCHEDULED IN CAMP" TO DRW-TOTAL-LABEL.
           MOVE WS-CAMP-ELF-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
       4300-EXIT.
           EXIT.

       4400-WRITE-DRAW-LINE.
           MOVE SPACES TO WS-DRAW-DETAIL.
           IF DSR-BOARD NOT = WS-BYE-BOARD THEN
              MOVE DSR-BOARD TO DRW-BOARD
           END-IF.
           MOVE DSR-ELF-ID TO DRW-ELF-ID.
           MOVE DSR-ELF-NAME TO DRW-ELF-NAME.
           MOVE DSR-OPP-ID TO DRW-OPP-ID.
           MOVE DSR-OPP-NAME TO DRW-OPP-NAME.
           MOVE DSR-OPP-CAMP TO DRW-OPP-CAMP.
           MOVE DSR-NOTE TO DRW-NOTE.
           MOVE WS-DRAW-DETAIL TO DRAW-SHEET-LINE.
           WRITE DRAW-SHEET-LINE.
           ADD 1 TO WS-CAMP-ELF-COUNT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FINALIZE - RUN TOTALS TO THE DRAW SHEET AND THE
      * CONSOLE.
      *-----------------------------------------------------------*
       5000-FINALIZE.
           MOVE ALL "-" TO DRAW-SHEET-LINE.
           WRITE DRAW-SHEET-LINE.
           MOVE "ROSTER ELVES READ" TO DRW-TOTAL-LABEL.
           MOVE WS-ROSTER-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "NOT ACTIVE, NOT SCHEDULED" TO DRW-TOTAL-LABEL.
           MOVE WS-INACTIVE-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "LEFT OFF - RANK TABLE FULL" TO DRW-TOTAL-LABEL.
           MOVE WS-OVERFLOW-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CAMPS ON THE DRAW" TO DRW-TOTAL-LABEL.
           MOVE WS-CAMP-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "PAIRINGS SCHEDULED" TO DRW-TOTAL-LABEL.
           MOVE WS-PAIR-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "BYES" TO DRW-TOTAL-LABEL.
           MOVE WS-BYE-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "REPEATS INSIDE THE WINDOW" TO DRW-TOTAL-LABEL.
           MOVE WS-REPEAT-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "SAME-CAMP PAIRINGS" TO DRW-TOTAL-LABEL.
           MOVE WS-SAME-CAMP-COUNT TO DRW-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.

           IF RANK-TABLE-COUNT < 2 THEN
              CLOSE PAIR-OUT-FILE
           END-IF.
           CLOSE LADDER-FILE.
           CLOSE DRAW-SHEET-FILE.

           DISPLAY "PAIRGEN - " WS-PAIR-COUNT " PAIRING(S), "
                   WS-BYE-COUNT " BYE(S) FOR PLAY AFTER "
                   WS-BUS-DATE ".".
           IF WS-REPEAT-COUNT + WS-SAME-CAMP-COUNT > ZERO THEN
              DISPLAY "PAIRGEN - " WS-REPEAT-COUNT " REPEAT(S) AND "
                      WS-SAME-CAMP-COUNT " SAME-CAMP PAIRING(S) "
                      "COULD NOT BE AVOIDED."
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-TOTAL-LINE.
           MOVE SPACES TO DRAW-SHEET-LINE.
           MOVE WS-DRAW-TOTAL TO DRAW-SHEET-LINE.
           WRITE DRAW-SHEET-LINE.
           MOVE SPACES TO WS-DRAW-TOTAL.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-DATE-TO-DAY-NUMBER - WS-DN-DATE (YYYYMMDD) TO A RUNNING
      * DAY NUMBER IN WS-DN-RESULT. THE YEAR IS TAKEN TO START IN
      * MARCH SO THE LEAP DAY FALLS AT ITS END; THE DIFFERENCE OF
      * TWO RESULTS IS THE NUMBER OF DAYS BETWEEN THE DATES.
      *-----------------------------------------------------------*
       6000-DATE-TO-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           MOVE WS-DN-MM TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3 THEN
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2.
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-DN-RESULT = 365 * WS-DN-YEAR + WS-DN-Q4
                 - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
                 + WS-DN-DD.
       6000-EXIT.
           EXIT.

       END PROGRAM PAIRGEN.
