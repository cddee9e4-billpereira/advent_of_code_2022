      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELFDOSS.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-08  BP   ORIGINAL VERSION - SINGLE-ELF DOSSIER
      *                     INQUIRY. TAKES ONE OR MORE ELF= PARMS AND
      *                     AN OPTIONAL FROM=/TO= BUSINESS-DATE RANGE
      *                     AND PRINTS ONE DOSSIER PER ELF ON DOSRPTDD
      *                     - ROSTER NAME, CAMP AND STATUS, THE
      *                     SEASONDD ROW, EVERY CAMP TENURE ON
      *                     CAMPHISTDD, THE DAYHISTDD INTAKE HISTORY
      *                     WITH A RUNNING TOTAL, THE RJFX CREDITS AND
      *                     SEAV REPAIRS ON THE AUDIT TRAIL (LIVE
      *                     AUDITDD PLUS THE ARCHDD GENERATIONS), ANY
      *                     REJECTDD LINE NOT YET CREDITED, AND THE
      *                     TOURNAMENT RECORD FROM LADDERDD AND THE
      *                     DAY'S STANDDD. EACH HISTORY DAY IS PROVED
      *                     AGAINST THE ADV1 ELF-COMPLETION TOTAL ON
      *                     THE TRAIL FOR THE SAME DATE; A DAY THAT
      *                     DISAGREES, A DAY ON ONE SIDE ONLY, OR
      *                     ACTIVITY FOR AN ELF NOT ON THE ROSTER IS A
      *                     DISCREPANCY AND THE RUN ENDS WITH
      *                     CONDITION CODE 8, THE SAME AS A DAYBAL
      *                     BREAK.
      *    2026-10-09  BP   OUTLIER HOLDS - ADV1'S HOLD ENTRIES AND
      *                     HOLDREL'S HREL/HREJ DECISIONS ARE LOADED
      *                     WITH THE REST OF THE TRAIL AND LISTED WITH
      *                     THE CREDITS. A TRAIL DAY WITH NO HISTORY
      *                     ROW BECAUSE ITS TOTAL IS STILL HELD OR WAS
      *                     REJECTED IS NOTED, NOT COUNTED AS A
      *                     DISCREPANCY; A RELEASED ONE MUST HAVE ITS
      *                     ROW.
      *    2026-10-15  BP   A HOLD ENTRY'S NUMBER IS THE ELF'S INPUT
      *                     SEQUENCE NUMBER ADV1 RECORDS, NOT A RANK -
      *                     THE TRAIL NOTE NOW SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELF-ROSTER-FILE ASSIGN TO ROSTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-ROSTER-ID.

           SELECT SEASON-FILE ASSIGN TO SEASONDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEA-ELF-ID.

      * DAILY INTAKE HISTORY - DYNAMIC ACCESS SO EACH DOSSIER CAN
      * START AT THE ELF AND FROM-DATE AND READ FORWARD IN KEY ORDER.
           SELECT OPTIONAL DAYHIST-FILE ASSIGN TO DAYHISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DHS-KEY.

           SELECT OPTIONAL CAMP-HIST-FILE ASSIGN TO CAMPHISTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * THE ARCHIVE GENERATIONS AUDARC CUT, CONCATENATED BY THE JCL
      * - OPTIONAL, A YOUNG TRAIL MAY NEVER HAVE BEEN ARCHIVED.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO REJECTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL STAND-FILE ASSIGN TO STANDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * SEASON LADDER - DYNAMIC ACCESS SO EACH DOSSIER CAN START AT
      * THE ELF'S OWN LADDER ROW AND READ ON THROUGH ITS
      * HEAD-TO-HEAD ROWS.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO LADDERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LDR-KEY.

           SELECT DOSSIER-REPORT-FILE ASSIGN TO DOSRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  ELF-ROSTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ELF-ROSTER-RECORD.
           COPY ROSTERREC.

       FD  SEASON-FILE
           RECORDING MODE IS F
           DATA RECORD IS SEASON-RECORD.
           COPY SEASONREC.

       FD  DAYHIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS DAYHIST-RECORD.
           COPY DAYHISREC.

       FD  CAMP-HIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAMP-HIST-RECORD.
           COPY CAMPHISREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-LINE.
           COPY AUDITREC.

      * ARCHIVED TRAIL RECORDS - SAME LAYOUT, ORIGINAL ORDER.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-LINE.
       01 ARCHIVE-LINE.
          05 ARC-RUN-DATE       PIC 9(8).
          05 FILLER             PIC X(2).
          05 ARC-PROGRAM-ID     PIC X(4).
          05 FILLER             PIC X(2).
          05 ARC-RECORD-NUMBER  PIC 9(10).
          05 FILLER             PIC X(2).
          05 ARC-KEY-FIELD      PIC X(10).
          05 FILLER             PIC X(2).
          05 ARC-RESULT         PIC 9(10).
          05 FILLER             PIC X(30).

      * THE LATEST ADV1 RUN'S REJECTS - PRINT-EDITED NUMERICS, SO
      * THE LINE NUMBER IS DE-EDITED THE WAY REJFIX DOES IT.
       FD  REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJECT-LINE.
           COPY REJECTREC.

       FD  STAND-FILE
           RECORDING MODE IS F
           DATA RECORD IS STAND-RECORD.
           COPY STANDREC.

       FD  LADDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-RECORD.
           COPY LADDERREC.

       FD  DOSSIER-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS DOSSIER-REPORT-LINE.
       01 DOSSIER-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-HIST-FILE      VALUE 'Y'.
       01 WS-CAMP-HIST-EOF     PIC X(1) VALUE 'N'.
           88 END-OF-CAMP-HIST      VALUE 'Y'.
       01 WS-AUDIT-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-AUDIT-FILE     VALUE 'Y'.
       01 WS-ARCH-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-ARCH-FILE      VALUE 'Y'.
       01 WS-REJECT-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-REJECT-FILE    VALUE 'Y'.
       01 WS-STAND-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-STAND-FILE     VALUE 'Y'.
       01 WS-LADDER-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-LADDER-FILE    VALUE 'Y'.

      * RUN PARAMETER HANDLING - ELF= MAY BE GIVEN UP TO SIX TIMES,
      * FROM= AND TO= BOUND THE DATED SECTIONS (DEFAULT: ALL DATES).
       01 WS-PARM-STRING       PIC X(160) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 8 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-FROM-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-TO-DATE           PIC 9(8) VALUE 99999999.

       01 ELF-LIST.
          05 ELF-LIST-COUNT    PIC 9(2) COMP VALUE ZERO.
          05 ELF-LIST-ID OCCURS 6 TIMES PIC X(6).
       01 WS-ELF-IDX           PIC 9(2) COMP VALUE ZERO.
       01 WS-ELF-ID            PIC X(6) VALUE SPACES.
       01 WS-ELF-LIST-FULL     PIC X(1) VALUE 'N'.
           88 ELF-LIST-OVERFLOWED   VALUE 'Y'.

      * WHAT THIS ELF TURNED UP ON - AN ELF FOUND NOWHERE IS A
      * WARNING, NOT A DISCREPANCY.
       01 WS-ROSTER-FOUND      PIC X(1) VALUE 'N'.
           88 ELF-ON-ROSTER         VALUE 'Y'.
       01 WS-ACTIVITY-FOUND    PIC X(1) VALUE 'N'.
           88 ELF-HAS-ACTIVITY      VALUE 'Y'.
       01 WS-CURRENT-CAMP      PIC X(20) VALUE SPACES.
       01 WS-CURRENT-FROM      PIC 9(8) VALUE ZERO.

      * THE ELF'S TRAIL RECORDS, ALL DATES - TYPE '1' FOR AN ADV1
      * ELF-COMPLETION TOTAL, 'R' FOR AN RJFX CREDIT, 'S' FOR A SEAV
      * REPAIR, 'H' FOR AN ADV1 HOLD, 'L' AND 'J' FOR A HOLDREL
      * RELEASE OR REJECT (RECORD NUMBER = THE HELD DATE). BOUNDED
      * LIKE THE SHOP'S OTHER TABLES; AN OVERFLOW WARNS AND ENDS
      * WITH CONDITION CODE 4 AT LEAST.
       01 TRAIL-TABLE.
          05 TRAIL-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
          05 TRAIL-TABLE-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON TRAIL-TABLE-COUNT
                INDEXED BY TRAIL-IDX.
             10 TRL-TAB-TYPE       PIC X(1).
             10 TRL-TAB-DATE       PIC 9(8).
             10 TRL-TAB-RECNO      PIC 9(10).
             10 TRL-TAB-AMOUNT     PIC 9(10).
             10 TRL-TAB-MATCHED    PIC X(1).
       01 WS-TRAIL-OVERFLOW    PIC X(1) VALUE 'N'.
           88 TRAIL-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-TRL-TYPE          PIC X(1) VALUE SPACE.
       01 WS-TRL-DATE          PIC 9(8) VALUE ZERO.
       01 WS-TRL-PROGRAM       PIC X(4) VALUE SPACES.
       01 WS-TRL-KEY           PIC X(10) VALUE SPACES.
       01 WS-TRL-RECNO         PIC 9(10) VALUE ZERO.
       01 WS-TRL-AMOUNT        PIC 9(10) VALUE ZERO.
       01 WS-LAST-ADV1-DATE    PIC 9(8) VALUE ZERO.
       01 WS-HOLD-DATE         PIC 9(8) VALUE ZERO.
       01 WS-HOLD-IDX          PIC 9(4) COMP VALUE ZERO.
       01 WS-HOLD-STATE        PIC X(1) VALUE SPACE.
           88 DAY-NOT-HELD          VALUE SPACE.
           88 DAY-HELD-PENDING      VALUE 'P'.
           88 DAY-HELD-RELEASED     VALUE 'R'.
           88 DAY-HELD-REJECTED     VALUE 'J'.

      * DAILY HISTORY STATE FOR THE CURRENT ELF.
       01 WS-RUNNING-TOTAL     PIC 9(12) VALUE ZERO.
       01 WS-HIST-DAYS         PIC 9(6) VALUE ZERO.
       01 WS-TRAIL-DAY-FOUND   PIC X(1) VALUE 'N'.
           88 TRAIL-DAY-FOUND       VALUE 'Y'.
       01 WS-TRAIL-DAY-TOTAL   PIC 9(10) VALUE ZERO.

      * OUTSTANDING-REJECT CHECK WORK FIELDS.
       01 WS-NUMERIC-WORK      PIC X(10) VALUE SPACES.
       01 WS-REJECT-LINE-NO    PIC 9(10) VALUE ZERO.
       01 WS-REJECT-CREDITED   PIC X(1) VALUE 'N'.
           88 REJECT-CREDITED       VALUE 'Y'.
       01 WS-REJECTS-OPEN      PIC 9(6) VALUE ZERO.

      * SECTION COUNTERS AND RUN TOTALS.
       01 WS-SECTION-LINES     PIC 9(6) VALUE ZERO.
       01 WS-ELF-BREAKS        PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-BREAKS      PIC 9(8) VALUE ZERO.
       01 WS-DOSSIER-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-NOT-FOUND-COUNT   PIC 9(4) VALUE ZERO.

       01 WS-HIST-DETAIL.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 HSD-DATE          PIC 9(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HSD-DAY-TOTAL     PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HSD-RUNNING       PIC Z(11)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HSD-TRAIL-TOTAL   PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HSD-NOTE          PIC X(29).

       01 WS-TENURE-DETAIL.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 TND-FROM          PIC 9(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TND-THRU          PIC X(9).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TND-CAMP          PIC X(20).
          05 FILLER            PIC X(36) VALUE SPACES.

       01 WS-TRAIL-DETAIL.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 TRD-TYPE          PIC X(4).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TRD-DATE          PIC 9(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TRD-RECNO         PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TRD-AMOUNT        PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TRD-NOTE          PIC X(37).

       01 WS-REJECT-DETAIL.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 RJD-LINE-NUMBER   PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RJD-RAW-VALUE     PIC X(5).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RJD-NOTE          PIC X(58).

       01 WS-TOURNEY-DETAIL.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 TUD-KIND          PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 TUD-OPP-ID        PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TUD-RATING        PIC Z(4)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TUD-SCORE         PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TUD-WINS          PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 TUD-DRAWS         PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 TUD-LOSSES        PIC Z(4)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 TUD-DATE          PIC X(8).
          05 FILLER            PIC X(16) VALUE SPACES.

       01 WS-DOSSIER-TOTAL.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 DST-TOTAL-LABEL   PIC X(32).
          05 DST-TOTAL-VALUE   PIC Z(11)9.
          05 FILLER            PIC X(33) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF ELF-LIST-COUNT = ZERO THEN
              MOVE " NO ELF= GIVEN - NOTHING TO INQUIRE ON"
                 TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
              CLOSE DOSSIER-REPORT-FILE
              DISPLAY "ELFDOSS - NO ELF= PARM GIVEN."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-PRINT-DOSSIER THRU 2000-EXIT
              VARYING WS-ELF-IDX FROM 1 BY 1
              UNTIL WS-ELF-IDX > ELF-LIST-COUNT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           EVALUATE TRUE
               WHEN WS-TOTAL-BREAKS > ZERO
                  MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-FOUND-COUNT > ZERO
                    OR TRAIL-TABLE-OVERFLOWED
                    OR ELF-LIST-OVERFLOWED
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           OPEN OUTPUT DOSSIER-REPORT-FILE.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           STRING "ELF DOSSIER INQUIRY - DATES " DELIMITED SIZE
                  WS-FROM-DATE DELIMITED SIZE
                  " THRU " DELIMITED SIZE
                  WS-TO-DATE DELIMITED SIZE
                  INTO DOSSIER-REPORT-LINE
           END-STRING.
           WRITE DOSSIER-REPORT-LINE.
           OPEN INPUT ELF-ROSTER-FILE.
           OPEN INPUT SEASON-FILE.
           OPEN INPUT DAYHIST-FILE.
           OPEN INPUT LADDER-FILE.
       1000-EXIT.
           EXIT.

       1010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES THEN
              UNSTRING WS-PARM-STRING DELIMITED BY ","
                 INTO WS-PARM-TOK (1) WS-PARM-TOK (2) WS-PARM-TOK (3)
                      WS-PARM-TOK (4) WS-PARM-TOK (5) WS-PARM-TOK (6)
                      WS-PARM-TOK (7) WS-PARM-TOK (8)
              PERFORM 1015-APPLY-PARM-TOKEN THRU 1015-EXIT
                 VARYING WS-PARM-IDX FROM 1 BY 1
                 UNTIL WS-PARM-IDX > 8
           END-IF.
       1010-EXIT.
           EXIT.

       1015-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:4) = "ELF=" THEN
              IF ELF-LIST-COUNT < 6 THEN
                 ADD 1 TO ELF-LIST-COUNT
                 MOVE WS-PARM-TOK (WS-PARM-IDX) (5:6)
                    TO ELF-LIST-ID (ELF-LIST-COUNT)
              ELSE
                 MOVE 'Y' TO WS-ELF-LIST-FULL
              END-IF
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:5) = "FROM=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (6:8) TO WS-FROM-DATE
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:3) = "TO=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (4:8) TO WS-TO-DATE
           END-IF.
       1015-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PRINT-DOSSIER - ONE ELF, EVERY SECTION IN TURN. THE
      * TRAIL IS LOADED FIRST SO THE HISTORY SECTION CAN PROVE EACH
      * DAY AGAINST IT.
      *-----------------------------------------------------------*
       2000-PRINT-DOSSIER.
           MOVE ELF-LIST-ID (WS-ELF-IDX) TO WS-ELF-ID.
           MOVE ZERO TO WS-ELF-BREAKS.
           MOVE 'N' TO WS-ACTIVITY-FOUND.
           ADD 1 TO WS-DOSSIER-COUNT.
           PERFORM 2100-PRINT-ROSTER-HEADER THRU 2100-EXIT.
           PERFORM 2200-PRINT-SEASON-ROW THRU 2200-EXIT.
           PERFORM 2300-LOAD-TRAIL THRU 2300-EXIT.
           PERFORM 2400-PRINT-CAMP-TENURES THRU 2400-EXIT.
           PERFORM 2500-PRINT-DAILY-HISTORY THRU 2500-EXIT.
           PERFORM 2600-PRINT-CREDITS-REPAIRS THRU 2600-EXIT.
           PERFORM 2700-PRINT-OPEN-REJECTS THRU 2700-EXIT.
           PERFORM 2800-PRINT-TOURNAMENT THRU 2800-EXIT.
           PERFORM 2900-CLOSE-DOSSIER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-PRINT-ROSTER-HEADER.
           MOVE ALL "=" TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE WS-ELF-ID TO ELF-ROSTER-ID.
           READ ELF-ROSTER-FILE
               INVALID KEY
                  MOVE 'N' TO WS-ROSTER-FOUND
                  MOVE SPACES TO WS-CURRENT-CAMP
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ROSTER-FOUND
                  MOVE ELF-ROSTER-CAMP TO WS-CURRENT-CAMP
           END-READ.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           IF ELF-ON-ROSTER THEN
              STRING "ELF " DELIMITED SIZE
                     WS-ELF-ID DELIMITED SIZE
                     "  " DELIMITED SIZE
                     ELF-ROSTER-NAME DELIMITED SIZE
                     " CAMP " DELIMITED SIZE
                     ELF-ROSTER-CAMP DELIMITED SIZE
                     INTO DOSSIER-REPORT-LINE
              END-STRING
              WRITE DOSSIER-REPORT-LINE
              MOVE SPACES TO DOSSIER-REPORT-LINE
              EVALUATE TRUE
                  WHEN ELF-ROSTER-ON-LEAVE
                     MOVE "    STATUS ON LEAVE SINCE "
                        TO DOSSIER-REPORT-LINE (1:26)
                  WHEN ELF-ROSTER-RETIRED
                     MOVE "    STATUS RETIRED SINCE "
                        TO DOSSIER-REPORT-LINE (1:26)
                  WHEN OTHER
                     MOVE "    STATUS ACTIVE SINCE "
                        TO DOSSIER-REPORT-LINE (1:26)
              END-EVALUATE
              MOVE ELF-ROSTER-STATUS-DATE
                 TO DOSSIER-REPORT-LINE (27:8)
           ELSE
              STRING "ELF " DELIMITED SIZE
                     WS-ELF-ID DELIMITED SIZE
                     "  *** NOT ON THE ROSTER ***" DELIMITED SIZE
                     INTO DOSSIER-REPORT-LINE
              END-STRING
           END-IF.
           WRITE DOSSIER-REPORT-LINE.
       2100-EXIT.
           EXIT.

       2200-PRINT-SEASON-ROW.
           MOVE WS-ELF-ID TO SEA-ELF-ID.
           READ SEASON-FILE
               INVALID KEY
                  MOVE " SEASON TO DATE - NO SEASONDD ROW"
                     TO DOSSIER-REPORT-LINE
                  WRITE DOSSIER-REPORT-LINE
                  END-WRITE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACTIVITY-FOUND
                  MOVE " SEASON TO DATE - SEASONDD" TO DST-TOTAL-LABEL
                  MOVE SEA-CUMULATIVE-TOTAL TO DST-TOTAL-VALUE
                  PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT
                  MOVE " DAYS RECORDED - SEASONDD" TO DST-TOTAL-LABEL
                  MOVE SEA-DAY-COUNT TO DST-TOTAL-VALUE
                  PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-LOAD-TRAIL - THE ARCHIVE GENERATIONS, THEN THE LIVE
      * TRAIL, FOR THIS ELF ONLY AND ALL DATES (THE REJECT CHECK
      * NEEDS THE LATEST ADV1 DATE EVEN WHEN IT IS OUT OF RANGE).
      * AN ADV1 ELF-COMPLETION RECORD IS TOLD FROM A CALORIE-VALUE
      * LINE BY ITS SIX-BYTE KEY, THE SAME RULE DAYBAL AND SEAVER
      * USE.
      *-----------------------------------------------------------*
       2300-LOAD-TRAIL.
           MOVE ZERO TO TRAIL-TABLE-COUNT.
           MOVE ZERO TO WS-LAST-ADV1-DATE.
           MOVE 'N' TO WS-ARCH-EOF.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 2310-READ-ARCHIVE-RECORD THRU 2310-EXIT
              UNTIL END-OF-ARCH-FILE.
           CLOSE ARCHIVE-FILE.
           MOVE 'N' TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           PERFORM 2320-READ-AUDIT-RECORD THRU 2320-EXIT
              UNTIL END-OF-AUDIT-FILE.
           CLOSE AUDIT-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ARCH-EOF
               NOT AT END
                  MOVE ARC-RUN-DATE TO WS-TRL-DATE
                  MOVE ARC-PROGRAM-ID TO WS-TRL-PROGRAM
                  MOVE ARC-KEY-FIELD TO WS-TRL-KEY
                  MOVE ARC-RECORD-NUMBER TO WS-TRL-RECNO
                  MOVE ARC-RESULT TO WS-TRL-AMOUNT
                  PERFORM 2330-CLASSIFY-TRAIL-RECORD THRU 2330-EXIT
           END-READ.
       2310-EXIT.
           EXIT.

       2320-READ-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                  MOVE AUD-RUN-DATE TO WS-TRL-DATE
                  MOVE AUD-PROGRAM-ID TO WS-TRL-PROGRAM
                  MOVE AUD-KEY-FIELD TO WS-TRL-KEY
                  MOVE AUD-RECORD-NUMBER TO WS-TRL-RECNO
                  MOVE AUD-RESULT TO WS-TRL-AMOUNT
                  PERFORM 2330-CLASSIFY-TRAIL-RECORD THRU 2330-EXIT
           END-READ.
       2320-EXIT.
           EXIT.

       2330-CLASSIFY-TRAIL-RECORD.
           IF WS-TRL-KEY (1:6) NOT = WS-ELF-ID THEN
              GO TO 2330-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-TRL-PROGRAM = "ADV1"
                    AND WS-TRL-KEY (6:1) NOT = SPACE
                  MOVE '1' TO WS-TRL-TYPE
                  IF WS-TRL-DATE > WS-LAST-ADV1-DATE THEN
                     MOVE WS-TRL-DATE TO WS-LAST-ADV1-DATE
                  END-IF
               WHEN WS-TRL-PROGRAM = "RJFX"
                  MOVE 'R' TO WS-TRL-TYPE
               WHEN WS-TRL-PROGRAM = "SEAV"
                  MOVE 'S' TO WS-TRL-TYPE
               WHEN WS-TRL-PROGRAM = "HOLD"
                  MOVE 'H' TO WS-TRL-TYPE
               WHEN WS-TRL-PROGRAM = "HREL"
                  MOVE 'L' TO WS-TRL-TYPE
               WHEN WS-TRL-PROGRAM = "HREJ"
                  MOVE 'J' TO WS-TRL-TYPE
               WHEN OTHER
                  GO TO 2330-EXIT
           END-EVALUATE.
           IF TRAIL-TABLE-COUNT < 3000 THEN
              ADD 1 TO TRAIL-TABLE-COUNT
              SET TRAIL-IDX TO TRAIL-TABLE-COUNT
              MOVE WS-TRL-TYPE TO TRL-TAB-TYPE (TRAIL-IDX)
              MOVE WS-TRL-DATE TO TRL-TAB-DATE (TRAIL-IDX)
              MOVE WS-TRL-RECNO TO TRL-TAB-RECNO (TRAIL-IDX)
              MOVE WS-TRL-AMOUNT TO TRL-TAB-AMOUNT (TRAIL-IDX)
              MOVE 'N' TO TRL-TAB-MATCHED (TRAIL-IDX)
           ELSE
              MOVE 'Y' TO WS-TRAIL-OVERFLOW
           END-IF.
       2330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-PRINT-CAMP-TENURES - EVERY CLOSED-OUT TENURE ON
      * CAMPHISTDD, THEN THE CURRENT ROSTER CAMP FROM THE LAST
      * TRANSFER DATE ON. FROM IS INCLUSIVE, THRU IS THE FIRST DAY
      * IN THE NEXT CAMP.
      *-----------------------------------------------------------*
       2400-PRINT-CAMP-TENURES.
           MOVE " CAMP TENURES - FROM / THRU (EXCLUSIVE) / CAMP"
              TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE ZERO TO WS-CURRENT-FROM.
           MOVE 'N' TO WS-CAMP-HIST-EOF.
           OPEN INPUT CAMP-HIST-FILE.
           PERFORM 2410-READ-CAMP-HISTORY THRU 2410-EXIT
              UNTIL END-OF-CAMP-HIST.
           CLOSE CAMP-HIST-FILE.
           IF ELF-ON-ROSTER THEN
              MOVE SPACES TO WS-TENURE-DETAIL
              MOVE WS-CURRENT-FROM TO TND-FROM
              MOVE "CURRENT" TO TND-THRU
              MOVE WS-CURRENT-CAMP TO TND-CAMP
              MOVE WS-TENURE-DETAIL TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
           END-IF.
       2400-EXIT.
           EXIT.

       2410-READ-CAMP-HISTORY.
           READ CAMP-HIST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CAMP-HIST-EOF
               NOT AT END
                  IF CHS-ELF-ID = WS-ELF-ID THEN
                     MOVE SPACES TO WS-TENURE-DETAIL
                     MOVE CHS-FROM-DATE TO TND-FROM
                     MOVE CHS-THRU-DATE TO TND-THRU
                     MOVE CHS-CAMP TO TND-CAMP
                     MOVE WS-TENURE-DETAIL TO DOSSIER-REPORT-LINE
                     WRITE DOSSIER-REPORT-LINE
                     IF CHS-THRU-DATE > WS-CURRENT-FROM THEN
                        MOVE CHS-THRU-DATE TO WS-CURRENT-FROM
                     END-IF
                  END-IF
           END-READ.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-PRINT-DAILY-HISTORY - THE ELF'S DAYHISTDD ROWS IN THE
      * RANGE, DATE ORDER, WITH A RUNNING TOTAL. EACH DAY IS PROVED
      * AGAINST THE ADV1 COMPLETION TOTAL ON THE TRAIL FOR THE SAME
      * DATE; TRAIL DAYS IN RANGE THAT NO HISTORY ROW CLAIMED ARE
      * LISTED AFTER.
      *-----------------------------------------------------------*
       2500-PRINT-DAILY-HISTORY.
           MOVE " DAILY INTAKE - DATE / DAY TOTAL / RUNNING / TRAIL"
              TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE ZERO TO WS-RUNNING-TOTAL.
           MOVE ZERO TO WS-HIST-DAYS.
           MOVE 'N' TO WS-HIST-EOF.
           MOVE WS-ELF-ID TO DHS-ELF-ID.
           MOVE WS-FROM-DATE TO DHS-RUN-DATE.
           START DAYHIST-FILE KEY NOT < DHS-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HIST-EOF
           END-START.
           PERFORM 2510-READ-HISTORY-ROW THRU 2510-EXIT
              UNTIL END-OF-HIST-FILE.
           PERFORM 2540-LIST-TRAIL-ONLY-DAY THRU 2540-EXIT
              VARYING TRAIL-IDX FROM 1 BY 1
              UNTIL TRAIL-IDX > TRAIL-TABLE-COUNT.
           MOVE "DAYS IN RANGE - DAYHISTDD" TO DST-TOTAL-LABEL.
           MOVE WS-HIST-DAYS TO DST-TOTAL-VALUE.
           PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT.
           MOVE "INTAKE IN RANGE - DAYHISTDD" TO DST-TOTAL-LABEL.
           MOVE WS-RUNNING-TOTAL TO DST-TOTAL-VALUE.
           PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT.
       2500-EXIT.
           EXIT.

       2510-READ-HISTORY-ROW.
           READ DAYHIST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                  IF DHS-ELF-ID NOT = WS-ELF-ID
                        OR DHS-RUN-DATE > WS-TO-DATE THEN
                     MOVE 'Y' TO WS-HIST-EOF
                  ELSE
                     PERFORM 2520-PRINT-HISTORY-DAY THRU 2520-EXIT
                  END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2520-PRINT-HISTORY-DAY.
           MOVE 'Y' TO WS-ACTIVITY-FOUND.
           ADD 1 TO WS-HIST-DAYS.
           ADD DHS-DAY-TOTAL TO WS-RUNNING-TOTAL.
           MOVE 'N' TO WS-TRAIL-DAY-FOUND.
           MOVE ZERO TO WS-TRAIL-DAY-TOTAL.
           PERFORM 2530-MATCH-TRAIL-DAY THRU 2530-EXIT
              VARYING TRAIL-IDX FROM 1 BY 1
              UNTIL TRAIL-IDX > TRAIL-TABLE-COUNT.
           MOVE SPACES TO WS-HIST-DETAIL.
           MOVE DHS-RUN-DATE TO HSD-DATE.
           MOVE DHS-DAY-TOTAL TO HSD-DAY-TOTAL.
           MOVE WS-RUNNING-TOTAL TO HSD-RUNNING.
           MOVE WS-TRAIL-DAY-TOTAL TO HSD-TRAIL-TOTAL.
           EVALUATE TRUE
               WHEN NOT TRAIL-DAY-FOUND
                  MOVE "** NOT ON AUDIT TRAIL" TO HSD-NOTE
                  ADD 1 TO WS-ELF-BREAKS
               WHEN WS-TRAIL-DAY-TOTAL NOT = DHS-DAY-TOTAL
                  MOVE "** TRAIL TOTAL DISAGREES" TO HSD-NOTE
                  ADD 1 TO WS-ELF-BREAKS
               WHEN OTHER
                  MOVE "AGREES WITH TRAIL" TO HSD-NOTE
           END-EVALUATE.
           MOVE WS-HIST-DETAIL TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
       2520-EXIT.
           EXIT.

      * THE LAST ADV1 COMPLETION FOR THE DATE WINS - A RERUN THE
      * ADVDAILY STRIP DID NOT CLEAR WOULD OTHERWISE DOUBLE IT.
       2530-MATCH-TRAIL-DAY.
           IF TRL-TAB-TYPE (TRAIL-IDX) = '1'
                 AND TRL-TAB-DATE (TRAIL-IDX) = DHS-RUN-DATE THEN
              MOVE 'Y' TO WS-TRAIL-DAY-FOUND
              MOVE TRL-TAB-AMOUNT (TRAIL-IDX) TO WS-TRAIL-DAY-TOTAL
              MOVE 'Y' TO TRL-TAB-MATCHED (TRAIL-IDX)
           END-IF.
       2530-EXIT.
           EXIT.

      * A TRAIL DAY WITH NO HISTORY ROW IS A DISCREPANCY UNLESS ADV1
      * HELD THE DAY'S TOTAL AND IT IS STILL PENDING OR WAS REJECTED
      * - NEITHER WAS EVER POSTED. A RELEASED DAY MUST HAVE ITS ROW.
       2540-LIST-TRAIL-ONLY-DAY.
           IF TRL-TAB-TYPE (TRAIL-IDX) NOT = '1'
                 OR TRL-TAB-MATCHED (TRAIL-IDX) NOT = 'N'
                 OR TRL-TAB-DATE (TRAIL-IDX) < WS-FROM-DATE
                 OR TRL-TAB-DATE (TRAIL-IDX) > WS-TO-DATE THEN
              GO TO 2540-EXIT
           END-IF.
           MOVE 'Y' TO WS-ACTIVITY-FOUND.
           MOVE SPACES TO WS-HIST-DETAIL.
           MOVE TRL-TAB-DATE (TRAIL-IDX) TO HSD-DATE.
           MOVE ZERO TO HSD-DAY-TOTAL.
           MOVE WS-RUNNING-TOTAL TO HSD-RUNNING.
           MOVE TRL-TAB-AMOUNT (TRAIL-IDX) TO HSD-TRAIL-TOTAL.
           MOVE TRL-TAB-DATE (TRAIL-IDX) TO WS-HOLD-DATE.
           PERFORM 2545-FIND-HOLD-STATE THRU 2545-EXIT.
           EVALUATE TRUE
               WHEN DAY-HELD-PENDING
                  MOVE "HELD, PENDING RELEASE" TO HSD-NOTE
               WHEN DAY-HELD-REJECTED
                  MOVE "HELD, REJECTED - NOT POSTED" TO HSD-NOTE
               WHEN DAY-HELD-RELEASED
                  MOVE "** RELEASED, NO HISTORY ROW" TO HSD-NOTE
                  ADD 1 TO WS-ELF-BREAKS
               WHEN OTHER
                  MOVE "** ON TRAIL, NO HISTORY ROW" TO HSD-NOTE
                  ADD 1 TO WS-ELF-BREAKS
           END-EVALUATE.
           MOVE WS-HIST-DETAIL TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
       2540-EXIT.
           EXIT.

      * A HOLD ENTRY DATED THE DAY MAKES IT HELD; A LATER HREL OR
      * HREJ NAMING THE DAY IN ITS RECORD NUMBER DECIDES IT. THE
      * TABLE IS IN TRAIL ORDER, SO THE LAST ENTRY SEEN WINS.
       2545-FIND-HOLD-STATE.
           MOVE SPACE TO WS-HOLD-STATE.
           PERFORM 2546-CHECK-HOLD-ENTRY THRU 2546-EXIT
              VARYING WS-HOLD-IDX FROM 1 BY 1
              UNTIL WS-HOLD-IDX > TRAIL-TABLE-COUNT.
       2545-EXIT.
           EXIT.

       2546-CHECK-HOLD-ENTRY.
           EVALUATE TRUE
               WHEN TRL-TAB-TYPE (WS-HOLD-IDX) = 'H'
                    AND TRL-TAB-DATE (WS-HOLD-IDX) = WS-HOLD-DATE
                    AND DAY-NOT-HELD
                  MOVE 'P' TO WS-HOLD-STATE
               WHEN TRL-TAB-TYPE (WS-HOLD-IDX) = 'L'
                    AND TRL-TAB-RECNO (WS-HOLD-IDX) = WS-HOLD-DATE
                  MOVE 'R' TO WS-HOLD-STATE
               WHEN TRL-TAB-TYPE (WS-HOLD-IDX) = 'J'
                    AND TRL-TAB-RECNO (WS-HOLD-IDX) = WS-HOLD-DATE
                  MOVE 'J' TO WS-HOLD-STATE
           END-EVALUATE.
       2546-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-PRINT-CREDITS-REPAIRS - RJFX CREDITS, SEAV REPAIRS AND
      * OUTLIER HOLDS AND THEIR DECISIONS IN THE RANGE, IN TRAIL
      * ORDER. A SEAV AMOUNT IS THE TOTAL THE ROW WAS SET TO, NOT A
      * DELTA.
      *-----------------------------------------------------------*
       2600-PRINT-CREDITS-REPAIRS.
           MOVE " CREDITS, REPAIRS AND HOLDS - TYPE / DATE / RECORD"
              TO DOSSIER-REPORT-LINE.
           MOVE "/ AMOUNT" TO DOSSIER-REPORT-LINE (53:8).
           WRITE DOSSIER-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-LINES.
           PERFORM 2610-LIST-CREDIT-REPAIR THRU 2610-EXIT
              VARYING TRAIL-IDX FROM 1 BY 1
              UNTIL TRAIL-IDX > TRAIL-TABLE-COUNT.
           IF WS-SECTION-LINES = ZERO THEN
              MOVE "   NONE" TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
           END-IF.
       2600-EXIT.
           EXIT.

       2610-LIST-CREDIT-REPAIR.
           IF TRL-TAB-TYPE (TRAIL-IDX) = '1'
                 OR TRL-TAB-DATE (TRAIL-IDX) < WS-FROM-DATE
                 OR TRL-TAB-DATE (TRAIL-IDX) > WS-TO-DATE THEN
              GO TO 2610-EXIT
           END-IF.
           MOVE 'Y' TO WS-ACTIVITY-FOUND.
           MOVE SPACES TO WS-TRAIL-DETAIL.
           MOVE TRL-TAB-DATE (TRAIL-IDX) TO TRD-DATE.
           MOVE TRL-TAB-RECNO (TRAIL-IDX) TO TRD-RECNO.
           MOVE TRL-TAB-AMOUNT (TRAIL-IDX) TO TRD-AMOUNT.
           EVALUATE TRL-TAB-TYPE (TRAIL-IDX)
               WHEN 'R'
                  MOVE "RJFX" TO TRD-TYPE
                  MOVE "REJECT CREDIT (REJECT LINE NO.)" TO TRD-NOTE
               WHEN 'H'
                  MOVE "HOLD" TO TRD-TYPE
                  MOVE "DAY TOTAL HELD, NOT POSTED (ELF SEQ)"
                     TO TRD-NOTE
               WHEN 'L'
                  MOVE "HREL" TO TRD-TYPE
                  MOVE "HELD TOTAL RELEASED (HELD DATE)" TO TRD-NOTE
               WHEN 'J'
                  MOVE "HREJ" TO TRD-TYPE
                  MOVE "HELD TOTAL REJECTED (HELD DATE)" TO TRD-NOTE
               WHEN OTHER
                  MOVE "SEAV" TO TRD-TYPE
                  MOVE "SEASON ROW REPAIRED TO THIS TOTAL" TO TRD-NOTE
           END-EVALUATE.
           MOVE WS-TRAIL-DETAIL TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           ADD 1 TO WS-SECTION-LINES.
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2700-PRINT-OPEN-REJECTS - REJECTDD HOLDS THE LATEST ADV1
      * RUN'S REJECTS. ONE OF THIS ELF'S IS CLEARED ONCE AN RJFX
      * CREDIT FOR ITS LINE NUMBER LANDS ON OR AFTER THAT RUN'S
      * DATE; ANY OTHER IS STILL OUTSTANDING.
      *-----------------------------------------------------------*
       2700-PRINT-OPEN-REJECTS.
           MOVE " REJECTED LINES STILL OUTSTANDING - LINE / VALUE"
              TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE ZERO TO WS-REJECTS-OPEN.
           MOVE 'N' TO WS-REJECT-EOF.
           OPEN INPUT REJECT-FILE.
           PERFORM 2710-READ-REJECT THRU 2710-EXIT
              UNTIL END-OF-REJECT-FILE.
           CLOSE REJECT-FILE.
           IF WS-REJECTS-OPEN = ZERO THEN
              MOVE "   NONE" TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
           END-IF.
       2700-EXIT.
           EXIT.

       2710-READ-REJECT.
           READ REJECT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-REJECT-EOF
               NOT AT END
                  IF RJT-ELF-ID = WS-ELF-ID THEN
                     PERFORM 2720-CHECK-REJECT THRU 2720-EXIT
                  END-IF
           END-READ.
       2710-EXIT.
           EXIT.

       2720-CHECK-REJECT.
           MOVE REJECT-LINE (1:10) TO WS-NUMERIC-WORK.
           INSPECT WS-NUMERIC-WORK REPLACING LEADING SPACE BY "0".
           MOVE WS-NUMERIC-WORK TO WS-REJECT-LINE-NO.
           MOVE 'N' TO WS-REJECT-CREDITED.
           PERFORM 2721-FIND-REJECT-CREDIT THRU 2721-EXIT
              VARYING TRAIL-IDX FROM 1 BY 1
              UNTIL TRAIL-IDX > TRAIL-TABLE-COUNT
                 OR REJECT-CREDITED.
           IF NOT REJECT-CREDITED THEN
              MOVE 'Y' TO WS-ACTIVITY-FOUND
              MOVE SPACES TO WS-REJECT-DETAIL
              MOVE WS-REJECT-LINE-NO TO RJD-LINE-NUMBER
              MOVE RJT-RAW-VALUE TO RJD-RAW-VALUE
              MOVE "NO RJFX CREDIT YET" TO RJD-NOTE
              MOVE WS-REJECT-DETAIL TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
              ADD 1 TO WS-REJECTS-OPEN
           END-IF.
       2720-EXIT.
           EXIT.

       2721-FIND-REJECT-CREDIT.
           IF TRL-TAB-TYPE (TRAIL-IDX) = 'R'
                 AND TRL-TAB-RECNO (TRAIL-IDX) = WS-REJECT-LINE-NO
                 AND TRL-TAB-DATE (TRAIL-IDX)
                    NOT < WS-LAST-ADV1-DATE THEN
              MOVE 'Y' TO WS-REJECT-CREDITED
           END-IF.
       2721-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2800-PRINT-TOURNAMENT - THE ELF'S SEASON LADDER ROW AND
      * HEAD-TO-HEAD ROWS FROM LADDERDD, THEN ITS ROWS ON THE DAY'S
      * STANDDD.
      *-----------------------------------------------------------*
       2800-PRINT-TOURNAMENT.
           MOVE " TOURNAMENT - KIND / OPP / RATING / SCORE / W D L"
              TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-LINES.
           MOVE 'N' TO WS-LADDER-EOF.
           MOVE WS-ELF-ID TO LDR-ELF-ID.
           MOVE SPACES TO LDR-OPP-ID.
           START LADDER-FILE KEY NOT < LDR-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-LADDER-EOF
           END-START.
           PERFORM 2810-READ-LADDER-ROW THRU 2810-EXIT
              UNTIL END-OF-LADDER-FILE.
           MOVE 'N' TO WS-STAND-EOF.
           OPEN INPUT STAND-FILE.
           PERFORM 2820-READ-STAND-ROW THRU 2820-EXIT
              UNTIL END-OF-STAND-FILE.
           CLOSE STAND-FILE.
           IF WS-SECTION-LINES = ZERO THEN
              MOVE "   NONE" TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
           END-IF.
       2800-EXIT.
           EXIT.

       2810-READ-LADDER-ROW.
           READ LADDER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-LADDER-EOF
               NOT AT END
                  IF LDR-ELF-ID NOT = WS-ELF-ID THEN
                     MOVE 'Y' TO WS-LADDER-EOF
                  ELSE
                     PERFORM 2811-PRINT-LADDER-ROW THRU 2811-EXIT
                  END-IF
           END-READ.
       2810-EXIT.
           EXIT.

       2811-PRINT-LADDER-ROW.
           MOVE 'Y' TO WS-ACTIVITY-FOUND.
           MOVE SPACES TO WS-TOURNEY-DETAIL.
           IF LDR-OPP-ID = SPACES THEN
              MOVE "SEASON" TO TUD-KIND
              MOVE LDR-RATING TO TUD-RATING
           ELSE
              MOVE "H2H" TO TUD-KIND
              MOVE LDR-OPP-ID TO TUD-OPP-ID
           END-IF.
           MOVE LDR-SCORE TO TUD-SCORE.
           MOVE LDR-WINS TO TUD-WINS.
           MOVE LDR-DRAWS TO TUD-DRAWS.
           MOVE LDR-LOSSES TO TUD-LOSSES.
           MOVE LDR-LAST-DATE TO TUD-DATE.
           MOVE WS-TOURNEY-DETAIL TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           ADD 1 TO WS-SECTION-LINES.
       2811-EXIT.
           EXIT.

       2820-READ-STAND-ROW.
           READ STAND-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-STAND-EOF
               NOT AT END
                  IF TST-ELF-ID = WS-ELF-ID THEN
                     MOVE 'Y' TO WS-ACTIVITY-FOUND
                     MOVE SPACES TO WS-TOURNEY-DETAIL
                     MOVE "TODAY" TO TUD-KIND
                     MOVE TST-OPP-ID TO TUD-OPP-ID
                     MOVE TST-SCORE TO TUD-SCORE
                     MOVE TST-WINS TO TUD-WINS
                     MOVE TST-DRAWS TO TUD-DRAWS
                     MOVE TST-LOSSES TO TUD-LOSSES
                     MOVE WS-TOURNEY-DETAIL TO DOSSIER-REPORT-LINE
                     WRITE DOSSIER-REPORT-LINE
                     ADD 1 TO WS-SECTION-LINES
                  END-IF
           END-READ.
       2820-EXIT.
           EXIT.

      * ACTIVITY FOR AN ELF THE ROSTER DOES NOT KNOW IS ITSELF A
      * DISCREPANCY; AN ELF WITH NOTHING ANYWHERE IS ONLY A WARNING.
       2900-CLOSE-DOSSIER.
           IF NOT ELF-ON-ROSTER THEN
              IF ELF-HAS-ACTIVITY THEN
                 ADD 1 TO WS-ELF-BREAKS
                 MOVE " ** ACTIVITY FOUND FOR AN ELF NOT ON THE ROSTER"
                    TO DOSSIER-REPORT-LINE
              ELSE
                 ADD 1 TO WS-NOT-FOUND-COUNT
                 MOVE " ELF NOT FOUND ON ANY MASTER OR TRAIL"
                    TO DOSSIER-REPORT-LINE
              END-IF
              WRITE DOSSIER-REPORT-LINE
           END-IF.
           IF TRAIL-TABLE-OVERFLOWED THEN
              MOVE " TRAIL TABLE FULL AT 3000 - LATER RECORDS NOT SHOWN"
                 TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
           END-IF.
           MOVE "DISCREPANCIES FOR THIS ELF" TO DST-TOTAL-LABEL.
           MOVE WS-ELF-BREAKS TO DST-TOTAL-VALUE.
           PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT.
           ADD WS-ELF-BREAKS TO WS-TOTAL-BREAKS.
       2900-EXIT.
           EXIT.

       2990-WRITE-TOTAL-LINE.
           MOVE WS-DOSSIER-TOTAL TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE SPACES TO WS-DOSSIER-TOTAL.
       2990-EXIT.
           EXIT.

       5000-FINALIZE.
           MOVE ALL "=" TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE "DOSSIERS PRINTED" TO DST-TOTAL-LABEL.
           MOVE WS-DOSSIER-COUNT TO DST-TOTAL-VALUE.
           PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT.
           MOVE "ELVES NOT FOUND" TO DST-TOTAL-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO DST-TOTAL-VALUE.
           PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT.
           MOVE "DISCREPANCIES IN ALL" TO DST-TOTAL-LABEL.
           MOVE WS-TOTAL-BREAKS TO DST-TOTAL-VALUE.
           PERFORM 2990-WRITE-TOTAL-LINE THRU 2990-EXIT.
           IF ELF-LIST-OVERFLOWED THEN
              MOVE " MORE THAN 6 ELF= GIVEN - THE REST WERE IGNORED"
                 TO DOSSIER-REPORT-LINE
              WRITE DOSSIER-REPORT-LINE
           END-IF.
           CLOSE ELF-ROSTER-FILE.
           CLOSE SEASON-FILE.
           CLOSE DAYHIST-FILE.
           CLOSE LADDER-FILE.
           CLOSE DOSSIER-REPORT-FILE.
           DISPLAY "ELFDOSS - " WS-DOSSIER-COUNT " DOSSIER(S), "
                   WS-TOTAL-BREAKS " DISCREPANCY(IES).".
       5000-EXIT.
           EXIT.

       END PROGRAM ELFDOSS.
