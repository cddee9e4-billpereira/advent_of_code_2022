      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LADRPT.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-05  BP   ORIGINAL VERSION - SEASON TOURNAMENT
      *                     LADDER REPORT OFF THE LADDERDD MASTER ADV2
      *                     ROLLS EACH DAY'S STANDDD INTO. THE LADDER
      *                     RANKS EVERY ELF BY SKILL RATING (SEASON
      *                     SCORE BREAKS A TIE) WITH ROSTER NAME AND
      *                     CAMP, SEASON SCORE, WIN/DRAW/LOSS AND
      *                     DAYS PLAYED, THEN EACH ELF'S HEAD-TO-HEAD
      *                     RECORD AGAINST EVERY OPPONENT FACED THIS
      *                     SEASON, ALL ON LADRPTDD. RANKED WITH THE
      *                     SORT VERB THE SAME WAY SEASRPT RANKS THE
      *                     CALORIE LEADERBOARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * READ FRONT TO BACK TWICE - ONCE FOR THE RANKED LADDER, ONCE
      * IN KEY ORDER FOR THE HEAD-TO-HEAD SECTION. OPTIONAL, A
      * SEASON WITH NO TOURNAMENT PLAY YET HAS NONE.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO LADDERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LDR-KEY.

           SELECT ELF-ROSTER-FILE ASSIGN TO ROSTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-ROSTER-ID.

           SELECT LADDER-REPORT-FILE ASSIGN TO LADRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * SORT WORK FOR THE DESCENDING RATING RANKING.
           SELECT LADR-SORT-FILE ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * SEASON LADDER AND HEAD-TO-HEAD MASTER, KEYED ON ELF-ID PLUS
      * OPPONENT-ID (SPACES FOR THE ELF'S OWN LADDER ROW).
       FD  LADDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-RECORD.
           COPY LADDERREC.

      * ELF-ID TO NAME/CAMP MASTER, KEYED ON ELF-ROSTER-ID.
       FD  ELF-ROSTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ELF-ROSTER-RECORD.
           COPY ROSTERREC.

      * THE PRINTED LADDER - NAME AND CAMP COLUMNS ARE CLIPPED TO
      * KEEP THE LINE INSIDE THE SHOP'S 80-BYTE RECORDS.
       FD  LADDER-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-REPORT-LINE.
       01 LADDER-REPORT-LINE  PIC X(80).

      * ONE SORT RECORD PER ELF LADDER ROW, RETURNED IN DESCENDING
      * RATING ORDER (SEASON SCORE BREAKING A TIE) SO RANK IS THE
      * RETURN COUNTER.
       SD  LADR-SORT-FILE
           DATA RECORD IS LADR-SORT-REC.
       01 LADR-SORT-REC.
          05 SRT-ELF-ID            PIC X(6).
          05 SRT-RATING            PIC 9(5).
          05 SRT-SCORE             PIC 9(10).
          05 SRT-WINS              PIC 9(6).
          05 SRT-DRAWS             PIC 9(6).
          05 SRT-LOSSES            PIC 9(6).
          05 SRT-DAY-COUNT         PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-LADDER-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-LADDER-FILE    VALUE 'Y'.
       01 WS-SORT-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-RANKING        VALUE 'Y'.

       01 WS-CURRENT-RANK      PIC 9(8) VALUE ZERO.
       01 WS-H2H-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-H2H-ELF-ID        PIC X(6) VALUE SPACES.

       01 WS-LADDER-DETAIL.
          05 LAD-RANK          PIC Z(5)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-ELF-ID        PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-ELF-NAME      PIC X(16).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-ELF-CAMP      PIC X(10).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-RATING        PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-SCORE         PIC Z(8)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-WINS          PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-DRAWS         PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-LOSSES        PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LAD-DAY-COUNT     PIC Z(3)9.

       01 WS-H2H-DETAIL.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 H2H-ELF-ID        PIC X(6).
          05 H2H-VS            PIC X(4).
          05 H2H-OPP-ID        PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 H2H-OPP-NAME      PIC X(16).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 H2H-WINS          PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 H2H-DRAWS         PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 H2H-LOSSES        PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 H2H-SCORE         PIC Z(8)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 H2H-LAST-DATE     PIC 9(8).
          05 FILLER            PIC X(8) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT LADR-SORT-FILE
              ON DESCENDING KEY SRT-RATING SRT-SCORE
              INPUT PROCEDURE IS 2000-LOAD-LADDER
                 THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-WRITE-LADDER THRU 3000-EXIT.
           PERFORM 4000-WRITE-HEAD-TO-HEAD THRU 4000-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT ELF-ROSTER-FILE.
           OPEN OUTPUT LADDER-REPORT-FILE.
           MOVE "SEASON TOURNAMENT LADDER - RANKED BY SKILL RATING"
              TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           MOVE ALL "-" TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-LADDER - SORT INPUT PROCEDURE. ONLY THE ELVES' OWN
      * LADDER ROWS ARE RANKED; THE HEAD-TO-HEAD ROWS WAIT FOR THE
      * SECOND PASS.
      *-----------------------------------------------------------*
       2000-LOAD-LADDER.
           OPEN INPUT LADDER-FILE.
           PERFORM 2100-READ-LADDER-ROW THRU 2100-EXIT
              UNTIL END-OF-LADDER-FILE.
           CLOSE LADDER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-LADDER-ROW.
           READ LADDER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-LADDER-EOF
               NOT AT END
                  IF LDR-OPP-ID = SPACES THEN
                     MOVE LDR-ELF-ID TO SRT-ELF-ID
                     MOVE LDR-RATING TO SRT-RATING
                     MOVE LDR-SCORE TO SRT-SCORE
                     MOVE LDR-WINS TO SRT-WINS
                     MOVE LDR-DRAWS TO SRT-DRAWS
                     MOVE LDR-LOSSES TO SRT-LOSSES
                     MOVE LDR-DAY-COUNT TO SRT-DAY-COUNT
                     RELEASE LADR-SORT-REC
                  END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WRITE-LADDER - SORT OUTPUT PROCEDURE. ONE LADDER LINE
      * PER RETURNED ELF, RANK FROM THE RETURN COUNTER, WITH THE
      * ROSTER JOIN.
      *-----------------------------------------------------------*
       3000-WRITE-LADDER.
           PERFORM 3100-RETURN-RANKED-ROW THRU 3100-EXIT
              UNTIL END-OF-RANKING.
       3000-EXIT.
           EXIT.

       3100-RETURN-RANKED-ROW.
           RETURN LADR-SORT-FILE RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                  ADD 1 TO WS-CURRENT-RANK
                  PERFORM 3200-BUILD-LADDER-LINE THRU 3200-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-BUILD-LADDER-LINE.
           MOVE SPACES TO WS-LADDER-DETAIL.
           MOVE WS-CURRENT-RANK TO LAD-RANK.
           MOVE SRT-ELF-ID TO LAD-ELF-ID.
           MOVE SRT-ELF-ID TO ELF-ROSTER-ID.
           READ ELF-ROSTER-FILE
               INVALID KEY
                  MOVE "UNKNOWN ELF" TO LAD-ELF-NAME
                  MOVE SPACES TO LAD-ELF-CAMP
               NOT INVALID KEY
                  MOVE ELF-ROSTER-NAME TO LAD-ELF-NAME
                  MOVE ELF-ROSTER-CAMP TO LAD-ELF-CAMP
           END-READ.
           MOVE SRT-RATING TO LAD-RATING.
           MOVE SRT-SCORE TO LAD-SCORE.
           MOVE SRT-WINS TO LAD-WINS.
           MOVE SRT-DRAWS TO LAD-DRAWS.
           MOVE SRT-LOSSES TO LAD-LOSSES.
           MOVE SRT-DAY-COUNT TO LAD-DAY-COUNT.
           MOVE WS-LADDER-DETAIL TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-HEAD-TO-HEAD - THE MASTER IN KEY ORDER AGAIN, SO
      * EACH ELF'S OPPONENTS FOLLOW ITS OWN LADDER ROW. ONE LINE PER
      * OPPONENT FACED THIS SEASON, WIN/DRAW/LOSS FROM THE ELF'S
      * SIDE, WITH A BLANK LINE BETWEEN ELVES.
      *-----------------------------------------------------------*
       4000-WRITE-HEAD-TO-HEAD.
           MOVE ALL "-" TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           MOVE "HEAD-TO-HEAD RECORDS - W/D/L, SCORE, LAST MET"
              TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           MOVE 'N' TO WS-LADDER-EOF.
           OPEN INPUT LADDER-FILE.
           PERFORM 4100-READ-HEAD-TO-HEAD-ROW THRU 4100-EXIT
              UNTIL END-OF-LADDER-FILE.
           CLOSE LADDER-FILE.
       4000-EXIT.
           EXIT.

       4100-READ-HEAD-TO-HEAD-ROW.
           READ LADDER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-LADDER-EOF
               NOT AT END
                  IF LDR-OPP-ID NOT = SPACES THEN
                     PERFORM 4200-BUILD-HEAD-TO-HEAD-LINE
                        THRU 4200-EXIT
                  END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-BUILD-HEAD-TO-HEAD-LINE.
           IF LDR-ELF-ID NOT = WS-H2H-ELF-ID
                 AND WS-H2H-ELF-ID NOT = SPACES THEN
              MOVE SPACES TO LADDER-REPORT-LINE
              WRITE LADDER-REPORT-LINE
           END-IF.
           MOVE LDR-ELF-ID TO WS-H2H-ELF-ID.
           MOVE SPACES TO WS-H2H-DETAIL.
           MOVE " VS " TO H2H-VS.
           MOVE LDR-ELF-ID TO H2H-ELF-ID.
           MOVE LDR-OPP-ID TO H2H-OPP-ID.
           MOVE LDR-OPP-ID TO ELF-ROSTER-ID.
           READ ELF-ROSTER-FILE
               INVALID KEY
                  MOVE "UNKNOWN ELF" TO H2H-OPP-NAME
               NOT INVALID KEY
                  MOVE ELF-ROSTER-NAME TO H2H-OPP-NAME
           END-READ.
           MOVE LDR-WINS TO H2H-WINS.
           MOVE LDR-DRAWS TO H2H-DRAWS.
           MOVE LDR-LOSSES TO H2H-LOSSES.
           MOVE LDR-SCORE TO H2H-SCORE.
           MOVE LDR-LAST-DATE TO H2H-LAST-DATE.
           MOVE WS-H2H-DETAIL TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           ADD 1 TO WS-H2H-COUNT.
       4200-EXIT.
           EXIT.

       5000-FINALIZE.
           MOVE ALL "-" TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           CLOSE LADDER-REPORT-FILE.
           CLOSE ELF-ROSTER-FILE.
           DISPLAY "LADRPT - " WS-CURRENT-RANK
                   " ELVES ON THE SEASON LADDER, " WS-H2H-COUNT
                   " HEAD-TO-HEAD RECORD(S).".
       5000-EXIT.
           EXIT.

       END PROGRAM LADRPT.
