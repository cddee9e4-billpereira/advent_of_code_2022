      *                     ROW STILL CHARGES TO THE CURRENT ROSTER
      *                     CAMP, SO ELVES WHO NEVER TRANSFER ARE
      *                     UNTOUCHED.
      *    2026-10-09  BP   OUTLIER HOLD QUEUE - BEFORE AN ELF'S DAY
      *                     TOTAL IS POSTED TO SEASONDD IT IS CHECKED
      *                     AGAINST THE HOLDCEIL= CEILING AND AGAINST
      *                     THE ELF'S OWN AVERAGE OVER ITS LAST HOLDN=
      *                     DAYHISTDD DAYS (HIGH OR LOW BY MORE THAN
      *                     HOLDPCT= PERCENT). AN OUTLIER IS NOT
      *                     POSTED - IT GOES TO THE HOLDDD SUSPENSE
      *                     FILE FOR THE HOLDREL RELEASE/REJECT RUN,
      *                     IS LISTED ON THE HOLDRPTDD HOLD REPORT,
      *                     WRITES A HOLD AUDIT ENTRY, AND ITS
      *                     DAYTOTDD ROW IS FLAGGED HELD SO THE
      *                     BACKOUT AND DAYHIST LEAVE IT ALONE. A
      *                     RERUN REPLACES A STILL-PENDING HOLD AND
      *                     NEVER REPOSTS ONE ALREADY DECIDED. ANY
      *                     HOLD ENDS THE STEP WITH CONDITION CODE 4.
      *    2026-10-11  BP   FOOD CATEGORY TOTALS - EACH CALORIE LINE'S
      *                     CATEGORY CODE (COLUMNS 13-14, ALREADY
      *                     CHECKED BY ADVEDIT; BLANK = UNCATEGORIZED)
      *                     IS ACCUMULATED PER ELF ALONGSIDE
      *                     CURRENT_SUM AND RIDES THE RANKING SORT,
      *                     AND THE DAY'S PER-ELF AND PER-CAMP
      *                     CATEGORY TOTALS ARE WRITTEN TO THE NEW
      *                     CATDAYDD FOR NUTRMIX AND CAMPREQ. AN ELF
      *                     WITH MORE THAN ELEVEN CODES FOLDS THE
      *                     REST INTO ITS UNCATEGORIZED BUCKET. THE
      *                     CHECKPOINT ROW NOW CARRIES THE ELF'S
      *                     CATEGORY TOTALS TOO - A RESTARTDD WRITTEN
      *                     BEFORE THIS CHANGE CANNOT BE RESUMED, SO
      *                     RERUN THAT DAY FROM THE TOP.
      *    2026-10-14  BP   THE RUN'S AUDITDD RECORDS (HOLD ENTRIES
      *                     INCLUDED) ARE CLOSED WITH AN AUDSEAL SEAL
      *                     RECORD - RECORD COUNT, HASH TOTAL OF
      *                     AUD-RESULT AND A CHAIN VALUE LINKING IT TO
      *                     THE SEAL BEFORE IT - SO AUDVER CAN PROVE
      *                     THE DAY'S ENTRIES WERE NOT ALTERED AFTER
      *                     THE RUN. A RESTART=Y RUN TAKES THE
      *                     UNSEALED ENTRIES ITS FAILED ATTEMPT LEFT
      *                     UNDER ITS OWN SEAL.
      *    2026-10-15  BP   ONLY A RELEASED HOLDDD ROW NOW STOPS A
      *                     RERUN POSTING THE DAY. A TOTAL HOLDREL
      *                     REJECTED IS JUDGED AGAIN LIKE A PENDING
      *                     ONE - STILL AN OUTLIER, ITS ROW IS
      *                     REWRITTEN BACK TO PENDING FOR HOLDREL; NO
      *                     LONGER ONE, IT POSTS AND THE ROW IS
      *                     CLEARED - SO A CORRECTED RERUN CAN POST.
      *    2026-10-15  BP   PARM TOKEN TABLE WIDENED TO 16 TO MATCH
      *                     THE 160-BYTE PARM STRING - THE SAME SIZE
      *                     ADVDAILY AND ADV2 NOW READ THE SHARED
      *                     COMMAND LINE WITH.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEA-ELF-ID.

      * DAILY INTAKE HISTORY, READ ONLY FOR THE OUTLIER CHECK -
      * DYNAMIC ACCESS SO EACH ELF'S ROWS CAN BE READ FORWARD FROM
      * THE FIRST. OPTIONAL: THE FIRST DAY OF A SEASON HAS NONE.
           SELECT OPTIONAL DAYHIST-FILE ASSIGN TO DAYHISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DHS-KEY.

      * OUTLIER SUSPENSE FILE, KEYED ON ELF-ID PLUS BUSINESS DATE -
      * HELD TOTALS WAIT HERE FOR THE HOLDREL RELEASE/REJECT RUN.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HLD-KEY.

           SELECT HOLD-REPORT-FILE ASSIGN TO HOLDRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * THE DAY'S CALORIES BY FOOD CATEGORY, PER ELF AND PER CAMP -
      * REWRITTEN EVERY RUN LIKE DAYTOTDD.
           SELECT CATDAY-FILE ASSIGN TO CATDAYDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * SORT WORK FILE FOR THE DESCENDING CALORIE RANKING.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

          05 CL-ELF-ID        PIC X(6).
          05 FILLER           PIC X(69).

      * A CALORIE VALUE LINE MAY CARRY A FOOD CATEGORY CODE, CLEAR OF
      * THE COLUMNS THE SEPARATOR'S ELF-ID USES. BLANK (EVERY FILE
      * KEYED BEFORE CODES EXISTED) IS THE UNCATEGORIZED BUCKET.
       01 CALORY_LINE-CAT REDEFINES CALORY_LINE.
          05 FILLER           PIC X(12).
          05 CL-FOOD-CATEGORY PIC X(2).
          05 FILLER           PIC X(66).

       FD  REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REPORT-LINE.
             10 RST-TAB-NAME   PIC X(20).
             10 RST-TAB-CAMP   PIC X(20).
             10 RST-TAB-SUM    PIC 9(10).
             10 RST-TAB-CATS.
                15 RST-TAB-CAT-COUNT PIC 9(2).
                15 RST-TAB-CAT-ENTRY OCCURS 12 TIMES.
                   20 RST-TAB-CAT-CODE PIC X(2).
                   20 RST-TAB-CAT-SUM  PIC 9(10).

      * ELF-ID TO NAME/CAMP MASTER, KEYED ON ELF-ROSTER-ID -
      * MAINTAINED BY THE ELFROST BATCH MAINTENANCE PROGRAM.
           DATA RECORD IS SEASON-RECORD.
           COPY SEASONREC.

      * DAILY INTAKE HISTORY - THE ELF'S RECENT DAYS ARE THE
      * YARDSTICK THE OUTLIER CHECK MEASURES TODAY AGAINST.
       FD  DAYHIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS DAYHIST-RECORD.
           COPY DAYHISREC.

      * THE DAY'S CALORIES BY FOOD CATEGORY - 'E' ROWS PER ELF AS
      * THE RANKING IS RETURNED, 'C' ROWS PER CAMP AT THE END.
       FD  CATDAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAT-DAY-RECORD.
           COPY CATDAYREC.

       FD  HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLD-RECORD.
           COPY HOLDREC.

      * THE HOLD REPORT - ONE LINE PER ELF HELD, WITH THE TOTAL, THE
      * AVERAGE IT WAS JUDGED AGAINST AND WHY IT WAS HELD.
       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLD-REPORT-LINE.
       01 HOLD-REPORT-LINE    PIC X(80).

      * ONE SORT RECORD PER COMPLETED ELF, RELEASED AS THE ELF'S
      * BLOCK CLOSES AND RETURNED IN DESCENDING CALORIE ORDER FOR
      * THE REPORT, THE CAMP ROLLUP AND THE SEASON UPDATE.
          05 SRT-NAME         PIC X(20).
          05 SRT-CAMP         PIC X(20).
          05 SRT-SUM          PIC 9(10).
          05 SRT-CATEGORIES.
             10 SRT-CAT-COUNT PIC 9(2).
             10 SRT-CAT-ENTRY OCCURS 12 TIMES.
                15 SRT-CAT-CODE PIC X(2).
                15 SRT-CAT-SUM  PIC 9(10).

       WORKING-STORAGE SECTION.
       01 ELF_INDEX           PIC 9(10) VALUE ZEROS.

      * RUN PARAMETER HANDLING - A PARM STRING OF COMMA-SEPARATED
      * KEYWORD=VALUE TOKENS, E.G. "RESTART=Y,CKPTN=00200".
       01 WS-PARM-STRING       PIC X(160) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 16 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-RESTART-FLAG      PIC X(1) VALUE 'N'.
           88 RESTART-REQUESTED     VALUE 'Y'.
             10 DELTA-TAB-NAME PIC X(20).
             10 DELTA-TAB-CAMP PIC X(20).
             10 DELTA-TAB-SUM  PIC 9(10).
             10 DELTA-TAB-CATS.
                15 DELTA-TAB-CAT-COUNT PIC 9(2).
                15 DELTA-TAB-CAT-ENTRY OCCURS 12 TIMES.
                   20 DELTA-TAB-CAT-CODE PIC X(2).
                   20 DELTA-TAB-CAT-SUM  PIC 9(10).

      * CAMP ROLLUP TABLE - FED ONE ROW AT A TIME AS THE RANKING IS
      * RETURNED, ONE ROW PER DISTINCT CAMP (FAILED ROSTER LOOKUPS
       01 WS-HIST-BEST-THRU    PIC 9(8) VALUE ZERO.
       01 WS-HIST-CAMP         PIC X(20) VALUE SPACES.

      * THE ELF IN PROGRESS' CALORIES BY FOOD CATEGORY, ONE ENTRY
      * PER CODE SEEN IN ITS BLOCK - THE SAME SHAPE AS SRT-CATEGORIES
      * SO THE COMPLETED ELF MOVES ACROSS WHOLE. TWELVE ENTRIES IS
      * MORE CODES THAN ANY ONE ELF EATS FROM IN A DAY; ELEVEN ARE
      * KEPT FOR CODES SO THE UNCATEGORIZED BUCKET ALWAYS HAS ROOM,
      * AND ANY CODE BEYOND THEM IS FOLDED INTO IT AND COUNTED.
       01 CUR-CAT-TABLE.
          05 CUR-CAT-COUNT    PIC 9(2) VALUE ZERO.
          05 CUR-CAT-ENTRY OCCURS 12 TIMES
                INDEXED BY CUR-CAT-IDX.
             10 CUR-CAT-CODE  PIC X(2).
             10 CUR-CAT-SUM   PIC 9(10).
       01 WS-CAT-CODE          PIC X(2) VALUE SPACES.
       01 WS-CAT-SUB           PIC 9(2) COMP VALUE ZERO.
       01 WS-CAT-FOUND         PIC X(1) VALUE 'N'.
           88 CATEGORY-ROW-MATCHED  VALUE 'Y'.
       01 WS-CAT-FOLDED-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-CATDAY-ELF-ROWS   PIC 9(8) VALUE ZERO.
       01 WS-CATDAY-CAMP-ROWS  PIC 9(8) VALUE ZERO.

      * CAMP-BY-CATEGORY ROLLUP FOR THE CATDAYDD 'C' ROWS - ONE ROW
      * PER CAMP AND CODE, APPENDED ON FIRST SIGHT AS THE RANKING IS
      * RETURNED. AN OVERFLOW WARNS AND THE ROWS BEYOND IT ARE LEFT
      * OFF THE CAMP TOTALS (THE 'E' ROWS STILL CARRY THEM).
       01 CAMP-CAT-TABLE.
          05 CAMP-CAT-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 CAMP-CAT-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON CAMP-CAT-COUNT
                INDEXED BY CAMP-CAT-IDX.
             10 CCT-CAMP           PIC X(20).
             10 CCT-CATEGORY       PIC X(2).
             10 CCT-CALORIES       PIC 9(12).
             10 CCT-ELF-COUNT      PIC 9(5).
       01 WS-CAMP-CAT-OVER     PIC X(1) VALUE 'N'.
           88 CAMP-CAT-OVERFLOWED   VALUE 'Y'.

      * AUDIT TRAIL WORK FIELDS.
       01 WS-RUN-DATE             PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-KEY            PIC X(10) VALUE SPACES.
       01 WS-AUDIT-RESULT-VALUE   PIC 9(10) VALUE ZERO.

      * RUN SEAL CALL AREA - COUNT AND HASH KEPT AS EACH AUDIT
      * RECORD IS WRITTEN.
           COPY SEALPARM.

      * SEASON MASTER UPDATE COUNTERS FOR THE RUN SUMMARY.
       01 WS-SEASON-UPD-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-SEASON-ADD-COUNT     PIC 9(8) VALUE ZERO.

      * OUTLIER HOLD PARMS - HOLDPCT= IS HOW FAR FROM THE ELF'S OWN
      * AVERAGE A TOTAL MAY BE (300 = THREE TIMES OVER OR UNDER A
      * THIRD; ZERO SWITCHES THE TEST OFF), HOLDN= HOW MANY RECENT
      * HISTORY DAYS MAKE THE AVERAGE, HOLDCEIL= AN ABSOLUTE CEILING
      * (ZERO = NONE). AN ELF WITH FEWER THAN WS-HOLD-MIN-DAYS OF
      * HISTORY IS JUDGED ON THE CEILING ALONE.
       01 WS-HOLD-PCT             PIC 9(5) VALUE 00300.
       01 WS-HOLD-WINDOW          PIC 9(2) VALUE 07.
       01 WS-HOLD-CEILING         PIC 9(10) VALUE ZERO.
       01 WS-HOLD-MIN-DAYS        PIC 9(2) VALUE 03.

      * THE ELF'S LAST WS-HOLD-WINDOW HISTORY TOTALS BEFORE THE
      * BUSINESS DATE, KEPT AS A RING SO THE FORWARD READ NEVER HAS
      * TO BACK UP.
       01 HIST-RING-TABLE.
          05 HIST-RING-TOTAL OCCURS 30 TIMES PIC 9(10).
       01 WS-RING-POS             PIC 9(2) COMP VALUE ZERO.
       01 WS-RING-COUNT           PIC 9(2) COMP VALUE ZERO.
       01 WS-RING-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-HIST-EOF             PIC X(1) VALUE 'N'.
           88 END-OF-HIST-FILE      VALUE 'Y'.
       01 WS-HIST-SUM             PIC 9(12) VALUE ZERO.
       01 WS-HIST-AVERAGE         PIC 9(10) VALUE ZERO.
       01 WS-OUTLIER-LEFT         PIC 9(15) VALUE ZERO.
       01 WS-OUTLIER-RIGHT        PIC 9(15) VALUE ZERO.

      * THE CURRENT ELF'S HOLD DECISION.
       01 WS-HOLD-SWITCH          PIC X(1) VALUE 'N'.
           88 ELF-TOTAL-HELD        VALUE 'Y'.
       01 WS-HOLD-REASON          PIC X(1) VALUE SPACE.
           88 HOLD-OVER-CEILING     VALUE 'C'.
           88 HOLD-HIGH-VS-AVERAGE  VALUE 'H'.
           88 HOLD-LOW-VS-AVERAGE   VALUE 'L'.
           88 HOLD-RELEASED-EARLIER VALUE 'D'.
       01 WS-HOLD-ROW-FOUND       PIC X(1) VALUE 'N'.
           88 HOLD-ROW-ON-FILE      VALUE 'Y'.
       01 WS-HOLD-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-HOLD-CALORIES        PIC 9(12) VALUE ZERO.
       01 WS-HOLD-DECIDED-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-HOLD-CLEARED-COUNT   PIC 9(8) VALUE ZERO.

       01 WS-HOLD-DETAIL.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 HRP-ELF-ID           PIC X(6).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 HRP-ELF-NAME         PIC X(20).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 HRP-DAY-TOTAL        PIC Z(9)9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 HRP-AVERAGE          PIC Z(9)9.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 HRP-HIST-DAYS        PIC Z9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 HRP-REASON           PIC X(20).

       01 WS-HOLD-TOTAL.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 HRP-TOTAL-LABEL      PIC X(34).
          05 HRP-TOTAL-VALUE      PIC Z(11)9.
          05 FILLER               PIC X(33) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

              INPUT PROCEDURE IS 2000-PROCESS-CALORY-FILE
                 THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-FINALIZE THRU 3000-EXIT.
           IF WS-REJECT-COUNT > ZERO
                 OR WS-HOLD-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           OPEN INPUT CALORY_FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT ELF-ROSTER-FILE.
           PERFORM 1070-OPEN-AUDIT-TRAIL THRU 1070-EXIT.
           OPEN I-O SEASON-FILE.
           OPEN OUTPUT DAYTOT-FILE.
           OPEN OUTPUT CATDAY-FILE.
           OPEN INPUT DAYHIST-FILE.
           OPEN I-O HOLD-FILE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           PERFORM 1060-WRITE-HOLD-HEADER THRU 1060-EXIT.
           PERFORM 1050-LOAD-CAMP-HISTORY THRU 1050-EXIT.
       1000-EXIT.
           EXIT.

      * AUDSEAL READS THE TRAIL FOR THE LAST SEAL BEFORE IT IS OPENED
      * EXTEND. ON A RESTART THE UNSEALED ENTRIES BEHIND IT ARE THIS
      * RUN'S OWN FROM THE FAILED ATTEMPT AND START ITS COUNT;
      * OTHERWISE THEY GET A CATCH-UP SEAL OF THEIR OWN.
       1070-OPEN-AUDIT-TRAIL.
           MOVE "O" TO SEAL-FUNCTION.
           MOVE "ADV1" TO SEAL-PROGRAM.
           MOVE WS-RUN-DATE TO SEAL-BUS-DATE.
           IF RESTART-REQUESTED THEN
              MOVE "Y" TO SEAL-TAIL-OPTION
           ELSE
              MOVE "N" TO SEAL-TAIL-OPTION
           END-IF.
           CALL "AUDSEAL" USING SEAL-PARM.
           OPEN EXTEND AUDIT-FILE.
           IF SEAL-LINE-READY THEN
              WRITE AUDIT-LINE FROM SEAL-LINE
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
       1070-EXIT.
           EXIT.

      * PULL THE CAMP ASSIGNMENT HISTORY INTO STORAGE ONCE - THE
      * PER-ELF LOOKUP THEN COSTS A SHORT TABLE SCAN INSTEAD OF AN
      * EXTRA FILE PASS PER ELF.
       1050-EXIT.
           EXIT.

       1060-WRITE-HOLD-HEADER.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "OUTLIER HOLD REPORT - BUSINESS DATE " DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  INTO HOLD-REPORT-LINE
           END-STRING.
           WRITE HOLD-REPORT-LINE.
           MOVE " ELF     NAME                   DAY TOTAL     AVERAGE"
              TO HOLD-REPORT-LINE.
           MOVE "DAYS  REASON" TO HOLD-REPORT-LINE (55:12).
           WRITE HOLD-REPORT-LINE.
           MOVE ALL "-" TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
       1060-EXIT.
           EXIT.

       1051-LOAD-CAMP-HIST-ROW.
           READ CAMP-HIST-FILE NEXT RECORD
               AT END
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
           IF WS-PARM-TOK (WS-PARM-IDX) (1:8) = "BUSDATE=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (9:8) TO WS-RUN-DATE
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:8) = "HOLDPCT=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (9:5) TO WS-HOLD-PCT
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:6) = "HOLDN=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (7:2) TO WS-HOLD-WINDOW
              IF WS-HOLD-WINDOW > 30 THEN
                 MOVE 30 TO WS-HOLD-WINDOW
              END-IF
              IF WS-HOLD-WINDOW = ZERO THEN
                 MOVE 1 TO WS-HOLD-WINDOW
              END-IF
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:9) = "HOLDCEIL=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (10:10)
                 TO WS-HOLD-CEILING
           END-IF.
       1015-EXIT.
           EXIT.

           MOVE RST-TAB-NAME (RST-TAB-IDX) TO SRT-NAME.
           MOVE RST-TAB-CAMP (RST-TAB-IDX) TO SRT-CAMP.
           MOVE RST-TAB-SUM (RST-TAB-IDX) TO SRT-SUM.
           MOVE RST-TAB-CATS (RST-TAB-IDX) TO SRT-CATEGORIES.
           RELEASE SORT-REC.
       1022-EXIT.
           EXIT.
           MOVE SPACES TO WS-CURRENT-ELF-ID.
           ADD 1 TO ELF_INDEX.
           MOVE ZEROES TO CURRENT_SUM.
           MOVE ZERO TO CUR-CAT-COUNT.
           MOVE 'N' TO WS-ELF-PENDING.
           IF WS-DELTA-COUNT >= WS-CKPT-INTERVAL THEN
              PERFORM 2230-WRITE-CHECKPOINT THRU 2230-EXIT
           MOVE WS-CURRENT-ELF-NAME TO SRT-NAME.
           MOVE WS-CURRENT-ELF-CAMP TO SRT-CAMP.
           MOVE CURRENT_SUM TO SRT-SUM.
           MOVE CUR-CAT-TABLE TO SRT-CATEGORIES.
           RELEASE SORT-REC.
           ADD 1 TO WS-DELTA-COUNT.
           SET DELTA-TAB-IDX TO WS-DELTA-COUNT.
           MOVE WS-CURRENT-ELF-NAME TO DELTA-TAB-NAME (DELTA-TAB-IDX).
           MOVE WS-CURRENT-ELF-CAMP TO DELTA-TAB-CAMP (DELTA-TAB-IDX).
           MOVE CURRENT_SUM TO DELTA-TAB-SUM (DELTA-TAB-IDX).
           MOVE CUR-CAT-TABLE TO DELTA-TAB-CATS (DELTA-TAB-IDX).
       2210-EXIT.
           EXIT.

              TO RST-TAB-CAMP (RST-TAB-IDX).
           MOVE DELTA-TAB-SUM (DELTA-TAB-IDX)
              TO RST-TAB-SUM (RST-TAB-IDX).
           MOVE DELTA-TAB-CATS (DELTA-TAB-IDX)
              TO RST-TAB-CATS (RST-TAB-IDX).
       2231-EXIT.
           EXIT.

              UNSTRING CALORY_VALUE DELIMITED ALL SPACE
                 INTO CALORY
              ADD CALORY TO CURRENT_SUM
              PERFORM 2320-ADD-CATEGORY-SUM THRU 2320-EXIT
              MOVE 'Y' TO WS-ELF-PENDING
              MOVE CALORY_VALUE TO WS-AUDIT-KEY
              MOVE CURRENT_SUM TO WS-AUDIT-RESULT-VALUE
       2300-EXIT.
           EXIT.

      * ADD THE LINE'S CALORIES TO ITS CATEGORY'S ENTRY FOR THE ELF
      * IN PROGRESS, OPENING THE ENTRY ON THE CODE'S FIRST LINE.
       2320-ADD-CATEGORY-SUM.
           MOVE CL-FOOD-CATEGORY TO WS-CAT-CODE.
           PERFORM 2321-FIND-CATEGORY-ENTRY THRU 2321-EXIT.
           IF NOT CATEGORY-ROW-MATCHED
                 AND WS-CAT-CODE NOT = SPACES
                 AND CUR-CAT-COUNT > 10 THEN
              ADD 1 TO WS-CAT-FOLDED-COUNT
              MOVE SPACES TO WS-CAT-CODE
              PERFORM 2321-FIND-CATEGORY-ENTRY THRU 2321-EXIT
           END-IF.
           IF NOT CATEGORY-ROW-MATCHED THEN
              ADD 1 TO CUR-CAT-COUNT
              MOVE CUR-CAT-COUNT TO WS-CAT-SUB
              MOVE WS-CAT-CODE TO CUR-CAT-CODE (WS-CAT-SUB)
              MOVE ZERO TO CUR-CAT-SUM (WS-CAT-SUB)
           END-IF.
           ADD CALORY TO CUR-CAT-SUM (WS-CAT-SUB).
       2320-EXIT.
           EXIT.

      * LEAVES WS-CAT-SUB ON THE MATCHING ENTRY WHEN THERE IS ONE.
       2321-FIND-CATEGORY-ENTRY.
           MOVE 'N' TO WS-CAT-FOUND.
           PERFORM 2322-CHECK-CATEGORY-ENTRY THRU 2322-EXIT
              VARYING CUR-CAT-IDX FROM 1 BY 1
              UNTIL CUR-CAT-IDX > CUR-CAT-COUNT
                 OR CATEGORY-ROW-MATCHED.
       2321-EXIT.
           EXIT.

       2322-CHECK-CATEGORY-ENTRY.
           IF CUR-CAT-CODE (CUR-CAT-IDX) = WS-CAT-CODE THEN
              MOVE 'Y' TO WS-CAT-FOUND
              SET WS-CAT-SUB TO CUR-CAT-IDX
           END-IF.
       2322-EXIT.
           EXIT.

       2400-WRITE-REJECT.
           MOVE SPACES TO REJECT-LINE.
           MOVE WS-LINE-NUMBER TO RJT-LINE-NUMBER.
           MOVE WS-LINE-NUMBER TO AUD-RECORD-NUMBER.
           MOVE WS-AUDIT-KEY TO AUD-KEY-FIELD.
           MOVE WS-AUDIT-RESULT-VALUE TO AUD-RESULT.
           ADD 1 TO SEAL-COUNT.
           ADD AUD-RESULT TO SEAL-HASH.
           WRITE AUDIT-LINE.
       2500-EXIT.
           EXIT.
           CLOSE REPORT-FILE.
           PERFORM 3650-SORT-CAMP-TABLE THRU 3650-EXIT.
           PERFORM 3660-WRITE-CAMP-REPORT THRU 3660-EXIT.
           PERFORM 3680-WRITE-CAMP-CATEGORY-ROW THRU 3680-EXIT
              VARYING CAMP-CAT-IDX FROM 1 BY 1
              UNTIL CAMP-CAT-IDX > CAMP-CAT-COUNT.
           CLOSE CATDAY-FILE.
           CLOSE REJECT-FILE.
           CLOSE RESTART-FILE.
           CLOSE ELF-ROSTER-FILE.
           PERFORM 3590-SEAL-AUDIT-TRAIL THRU 3590-EXIT.
           CLOSE SEASON-FILE.
           CLOSE DAYTOT-FILE.
           CLOSE DAYHIST-FILE.
           CLOSE HOLD-FILE.
           PERFORM 3580-WRITE-HOLD-TOTALS THRU 3580-EXIT.
           CLOSE HOLD-REPORT-FILE.

           PERFORM 3300-DISPLAY-SUMMARY THRU 3300-EXIT.
           PERFORM 3400-WRITE-RUN-SUMMARY THRU 3400-EXIT.
                  PERFORM 3210-WRITE-REPORT-LINE THRU 3210-EXIT
                  PERFORM 3155-ACCUMULATE-ELF-ROW THRU 3155-EXIT
                  PERFORM 3610-MERGE-ELF-INTO-CAMP THRU 3610-EXIT
                  PERFORM 3500-CHECK-OUTLIER THRU 3500-EXIT
                  IF ELF-TOTAL-HELD THEN
                     PERFORM 3540-HOLD-ELF-TOTAL THRU 3540-EXIT
                  ELSE
                     PERFORM 3510-UPDATE-SEASON-ROW THRU 3510-EXIT
                  END-IF
                  PERFORM 3560-WRITE-DAYTOT-ROW THRU 3560-EXIT
                  PERFORM 3570-WRITE-ELF-CATEGORIES THRU 3570-EXIT
                     VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > SRT-CAT-COUNT
           END-RETURN.
       3050-EXIT.
           EXIT.
                   WS-SEASON-ADD-COUNT " ADDED.".
           DISPLAY "CAMP ROLLUP WRITTEN TO CAMPRPTDD FOR "
                   CAMP-TABLE-COUNT " CAMP(S).".
           DISPLAY "CATEGORY TOTALS ON CATDAYDD - "
                   WS-CATDAY-ELF-ROWS " ELF ROW(S), "
                   WS-CATDAY-CAMP-ROWS " CAMP ROW(S).".
           IF WS-CAT-FOLDED-COUNT > ZERO THEN
              DISPLAY WS-CAT-FOLDED-COUNT
                      " CALORIE LINE(S) FOLDED INTO UNCATEGORIZED -"
                      " ELF HAD MORE THAN ELEVEN CATEGORY CODES."
           END-IF.
           IF CAMP-CAT-OVERFLOWED THEN
              DISPLAY "ADV1 - CAMP CATEGORY TABLE EXCEEDS 9999 ROWS -"
                      " CATDAYDD CAMP ROWS ARE INCOMPLETE."
           END-IF.
           IF WS-HOLD-COUNT > ZERO THEN
              DISPLAY WS-HOLD-COUNT
                      " DAY TOTAL(S) HELD, NOT POSTED - SEE HOLDRPTDD"
                      " AND RUN HOLDREL."
           END-IF.
       3300-EXIT.
           EXIT.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CHECK-OUTLIER - DECIDE WHETHER THE RANKED ELF'S TOTAL
      * MAY BE POSTED. A ROW ALREADY ON HOLDDD FOR THE ELF AND DATE
      * WINS FIRST: ONE RELEASED BY AN EARLIER HOLDREL RUN HAS
      * ALREADY POSTED THE DAY, SO A RERUN MUST NOT POST IT AGAIN; A
      * PENDING OR REJECTED ONE IS REJUDGED FROM SCRATCH (A REJECTED
      * TOTAL MAY HAVE BEEN CORRECTED SINCE). THEN THE CEILING, THEN
      * THE ELF'S OWN RECENT AVERAGE.
      *-----------------------------------------------------------*
       3500-CHECK-OUTLIER.
           MOVE 'N' TO WS-HOLD-SWITCH.
           MOVE SPACE TO WS-HOLD-REASON.
           MOVE 'N' TO WS-HOLD-ROW-FOUND.
           MOVE ZERO TO WS-RING-COUNT.
           MOVE ZERO TO WS-HIST-AVERAGE.
           IF SRT-ID = SPACES THEN
              GO TO 3500-EXIT
           END-IF.
           MOVE SRT-ID TO HLD-ELF-ID.
           MOVE WS-RUN-DATE TO HLD-BUS-DATE.
           READ HOLD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF HLD-RELEASED THEN
                     MOVE 'Y' TO WS-HOLD-SWITCH
                     MOVE 'D' TO WS-HOLD-REASON
                  ELSE
                     MOVE 'Y' TO WS-HOLD-ROW-FOUND
                  END-IF
           END-READ.
           IF ELF-TOTAL-HELD THEN
              GO TO 3500-EXIT
           END-IF.
           IF WS-HOLD-CEILING > ZERO
                 AND SRT-SUM > WS-HOLD-CEILING THEN
              MOVE 'Y' TO WS-HOLD-SWITCH
              MOVE 'C' TO WS-HOLD-REASON
              GO TO 3500-EXIT
           END-IF.
           IF WS-HOLD-PCT = ZERO THEN
              GO TO 3500-EXIT
           END-IF.
           PERFORM 3501-LOAD-RECENT-HISTORY THRU 3501-EXIT.
           IF WS-RING-COUNT < WS-HOLD-MIN-DAYS
                 OR WS-HIST-AVERAGE = ZERO THEN
              GO TO 3500-EXIT
           END-IF.
      * HIGH WHEN TOTAL / AVERAGE EXCEEDS PCT/100, LOW WHEN AVERAGE /
      * TOTAL DOES - BOTH CROSS-MULTIPLIED SO NOTHING IS ROUNDED.
           COMPUTE WS-OUTLIER-LEFT = SRT-SUM * 100.
           COMPUTE WS-OUTLIER-RIGHT = WS-HIST-AVERAGE * WS-HOLD-PCT.
           IF WS-OUTLIER-LEFT > WS-OUTLIER-RIGHT THEN
              MOVE 'Y' TO WS-HOLD-SWITCH
              MOVE 'H' TO WS-HOLD-REASON
              GO TO 3500-EXIT
           END-IF.
           COMPUTE WS-OUTLIER-LEFT = WS-HIST-AVERAGE * 100.
           COMPUTE WS-OUTLIER-RIGHT = SRT-SUM * WS-HOLD-PCT.
           IF WS-OUTLIER-LEFT > WS-OUTLIER-RIGHT THEN
              MOVE 'Y' TO WS-HOLD-SWITCH
              MOVE 'L' TO WS-HOLD-REASON
           END-IF.
       3500-EXIT.
           EXIT.

      * READ THE ELF'S HISTORY ROWS FORWARD FROM ITS FIRST, KEEPING
      * THE LAST WS-HOLD-WINDOW TOTALS DATED BEFORE THE BUSINESS
      * DATE (A RERUN'S OWN EARLIER ROW FOR THE DATE IS NOT HISTORY).
       3501-LOAD-RECENT-HISTORY.
           MOVE ZERO TO WS-RING-POS.
           MOVE ZERO TO WS-HIST-SUM.
           MOVE 'N' TO WS-HIST-EOF.
           MOVE SRT-ID TO DHS-ELF-ID.
           MOVE ZEROES TO DHS-RUN-DATE.
           START DAYHIST-FILE KEY NOT < DHS-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HIST-EOF
           END-START.
           PERFORM 3502-READ-HISTORY-ROW THRU 3502-EXIT
              UNTIL END-OF-HIST-FILE.
           PERFORM 3503-SUM-RING-ENTRY THRU 3503-EXIT
              VARYING WS-RING-IDX FROM 1 BY 1
              UNTIL WS-RING-IDX > WS-RING-COUNT.
           IF WS-RING-COUNT > ZERO THEN
              DIVIDE WS-HIST-SUM BY WS-RING-COUNT
                 GIVING WS-HIST-AVERAGE
           END-IF.
       3501-EXIT.
           EXIT.

       3502-READ-HISTORY-ROW.
           READ DAYHIST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                  IF DHS-ELF-ID NOT = SRT-ID
                        OR DHS-RUN-DATE NOT < WS-RUN-DATE THEN
                     MOVE 'Y' TO WS-HIST-EOF
                  ELSE
                     ADD 1 TO WS-RING-POS
                     IF WS-RING-POS > WS-HOLD-WINDOW THEN
                        MOVE 1 TO WS-RING-POS
                     END-IF
                     MOVE DHS-DAY-TOTAL
                        TO HIST-RING-TOTAL (WS-RING-POS)
                     IF WS-RING-COUNT < WS-HOLD-WINDOW THEN
                        ADD 1 TO WS-RING-COUNT
                     END-IF
                  END-IF
           END-READ.
       3502-EXIT.
           EXIT.

       3503-SUM-RING-ENTRY.
           ADD HIST-RING-TOTAL (WS-RING-IDX) TO WS-HIST-SUM.
       3503-EXIT.
           EXIT.

      * ROLL THE RANKED ELF INTO THE SEASON MASTER IN PLACE - ONE
      * KEYED READ AND ONE REWRITE (OR A FRESH WRITE) PER ELF. AN
      * ELF WHOSE BLOCK HAD NO SEPARATOR ID IS UNIDENTIFIED - LEAVE
                     ADD 1 TO WS-SEASON-UPD-COUNT
              END-READ
           END-IF.
      * A PENDING OR REJECTED HOLD LEFT BY AN EARLIER RUN OF THE
      * SAME DATE THAT IS NO LONGER AN OUTLIER IS CLEARED - THE DAY
      * IS POSTED NOW.
           IF HOLD-ROW-ON-FILE THEN
              MOVE SRT-ID TO HLD-ELF-ID
              MOVE WS-RUN-DATE TO HLD-BUS-DATE
              DELETE HOLD-FILE
                  INVALID KEY
                     CONTINUE
              END-DELETE
              ADD 1 TO WS-HOLD-CLEARED-COUNT
           END-IF.
       3510-EXIT.
           EXIT.

       3530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3540-HOLD-ELF-TOTAL - PARK AN OUTLIER INSTEAD OF POSTING IT.
      * THE HOLDDD ROW CARRIES EVERYTHING HOLDREL NEEDS TO POST IT
      * LATER; THE HOLD AUDIT ENTRY OFFSETS THE ADV1 COMPLETION
      * ENTRY SO THE TRAIL STILL AGREES WITH SEASONDD. A DAY ALREADY
      * RELEASED BY HOLDREL KEEPS ITS RELEASE - ONLY THE REPORT LINE
      * AND THE OFFSETTING AUDIT ENTRY ARE WRITTEN AGAIN. A PENDING
      * OR REJECTED ROW ALREADY ON FILE IS REWRITTEN (BACK) TO
      * PENDING IN PLACE - A FRESH WRITE WOULD HIT ITS KEY.
      *-----------------------------------------------------------*
       3540-HOLD-ELF-TOTAL.
           ADD 1 TO WS-HOLD-COUNT.
           ADD SRT-SUM TO WS-HOLD-CALORIES.
           IF HOLD-RELEASED-EARLIER THEN
              ADD 1 TO WS-HOLD-DECIDED-COUNT
           ELSE
              MOVE SPACES TO HOLD-RECORD
              MOVE SRT-ID TO HLD-ELF-ID
              MOVE WS-RUN-DATE TO HLD-BUS-DATE
              MOVE SRT-SUM TO HLD-DAY-TOTAL
              MOVE WS-HIST-AVERAGE TO HLD-AVERAGE
              MOVE WS-RING-COUNT TO HLD-HIST-DAYS
              MOVE WS-HOLD-REASON TO HLD-REASON
              MOVE 'P' TO HLD-STATUS
              MOVE ZEROES TO HLD-DECIDED-DATE
              MOVE SRT-CAMP TO HLD-CAMP
              IF HOLD-ROW-ON-FILE THEN
                 REWRITE HOLD-RECORD
              ELSE
                 WRITE HOLD-RECORD
              END-IF
           END-IF.
           MOVE SRT-ID TO HRP-ELF-ID.
           MOVE SRT-NAME TO HRP-ELF-NAME.
           MOVE SRT-SUM TO HRP-DAY-TOTAL.
           MOVE WS-HIST-AVERAGE TO HRP-AVERAGE.
           MOVE WS-RING-COUNT TO HRP-HIST-DAYS.
           EVALUATE TRUE
              WHEN HOLD-OVER-CEILING
                 MOVE "OVER CEILING" TO HRP-REASON
              WHEN HOLD-HIGH-VS-AVERAGE
                 MOVE "HIGH VS OWN AVERAGE" TO HRP-REASON
              WHEN HOLD-LOW-VS-AVERAGE
                 MOVE "LOW VS OWN AVERAGE" TO HRP-REASON
              WHEN OTHER
                 MOVE "RELEASED EARLIER" TO HRP-REASON
           END-EVALUATE.
           MOVE WS-HOLD-DETAIL TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE "HOLD" TO AUD-PROGRAM-ID.
           MOVE SRT-SEQ TO AUD-RECORD-NUMBER.
           MOVE SPACES TO AUD-KEY-FIELD.
           MOVE SRT-ID TO AUD-KEY-FIELD (1:6).
           MOVE SRT-SUM TO AUD-RESULT.
           ADD 1 TO SEAL-COUNT.
           ADD AUD-RESULT TO SEAL-HASH.
           WRITE AUDIT-LINE.
       3540-EXIT.
           EXIT.

      * CLOSE THE HOLD REPORT WITH ITS COUNTS - WRITTEN EVEN ON A
      * DAY WITH NOTHING HELD SO THE OPERATOR SEES THE CHECK RAN.
       3580-WRITE-HOLD-TOTALS.
           MOVE ALL "-" TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE "DAY TOTALS HELD" TO HRP-TOTAL-LABEL.
           MOVE WS-HOLD-COUNT TO HRP-TOTAL-VALUE.
           PERFORM 3581-WRITE-HOLD-TOTAL-LINE THRU 3581-EXIT.
           MOVE "CALORIES HELD" TO HRP-TOTAL-LABEL.
           MOVE WS-HOLD-CALORIES TO HRP-TOTAL-VALUE.
           PERFORM 3581-WRITE-HOLD-TOTAL-LINE THRU 3581-EXIT.
           MOVE "HELD AGAIN - RELEASED EARLIER" TO HRP-TOTAL-LABEL.
           MOVE WS-HOLD-DECIDED-COUNT TO HRP-TOTAL-VALUE.
           PERFORM 3581-WRITE-HOLD-TOTAL-LINE THRU 3581-EXIT.
           MOVE "EARLIER HOLDS CLEARED AND POSTED" TO HRP-TOTAL-LABEL.
           MOVE WS-HOLD-CLEARED-COUNT TO HRP-TOTAL-VALUE.
           PERFORM 3581-WRITE-HOLD-TOTAL-LINE THRU 3581-EXIT.
       3580-EXIT.
           EXIT.

       3581-WRITE-HOLD-TOTAL-LINE.
           MOVE WS-HOLD-TOTAL TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE SPACES TO HRP-TOTAL-LABEL.
       3581-EXIT.
           EXIT.

      * CLOSE THE RUN'S AUDIT ENTRIES WITH THEIR SEAL RECORD.
       3590-SEAL-AUDIT-TRAIL.
           MOVE "C" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           WRITE AUDIT-LINE FROM SEAL-LINE.
           CLOSE AUDIT-FILE.
       3590-EXIT.
           EXIT.

      * THE DAY-TOTALS TWIN OF THE SEASON UPDATE - SAME BLANK-ID
      * RULE, SO A BACKOUT REVERSES EXACTLY WHAT WAS APPLIED.
       3560-WRITE-DAYTOT-ROW.
              MOVE SRT-ID TO DTO-ELF-ID
              MOVE SRT-SUM TO DTO-DAY-TOTAL
              MOVE WS-RUN-DATE TO DTO-RUN-DATE
              IF ELF-TOTAL-HELD THEN
                 MOVE 'H' TO DTO-HOLD-FLAG
              END-IF
              WRITE DAYTOT-RECORD
           END-IF.
       3560-EXIT.
           EXIT.

      * ONE CATDAYDD 'E' ROW PER CATEGORY THE RANKED ELF ATE FROM,
      * CHARGED TO THE SAME CAMP AS THE CAMP ROLLUP, THEN ROLLED INTO
      * THE CAMP'S ROW FOR THAT CATEGORY.
       3570-WRITE-ELF-CATEGORIES.
           MOVE SPACES TO CAT-DAY-RECORD.
           MOVE 'E' TO CTD-REC-TYPE.
           MOVE SRT-ID TO CTD-ELF-ID.
           MOVE SRT-CAMP TO CTD-CAMP.
           MOVE SRT-CAT-CODE (WS-CAT-SUB) TO CTD-CATEGORY.
           MOVE SRT-CAT-SUM (WS-CAT-SUB) TO CTD-CALORIES.
           MOVE 1 TO CTD-ELF-COUNT.
           MOVE WS-RUN-DATE TO CTD-BUS-DATE.
           WRITE CAT-DAY-RECORD.
           ADD 1 TO WS-CATDAY-ELF-ROWS.
           MOVE 'N' TO WS-CAT-FOUND.
           PERFORM 3571-SEARCH-CAMP-CAT-ROW THRU 3571-EXIT
              VARYING CAMP-CAT-IDX FROM 1 BY 1
              UNTIL CAMP-CAT-IDX > CAMP-CAT-COUNT
                 OR CATEGORY-ROW-MATCHED.
           IF NOT CATEGORY-ROW-MATCHED THEN
              IF CAMP-CAT-COUNT < 9999 THEN
                 ADD 1 TO CAMP-CAT-COUNT
                 SET CAMP-CAT-IDX TO CAMP-CAT-COUNT
                 MOVE SRT-CAMP TO CCT-CAMP (CAMP-CAT-IDX)
                 MOVE SRT-CAT-CODE (WS-CAT-SUB)
                    TO CCT-CATEGORY (CAMP-CAT-IDX)
                 MOVE SRT-CAT-SUM (WS-CAT-SUB)
                    TO CCT-CALORIES (CAMP-CAT-IDX)
                 MOVE 1 TO CCT-ELF-COUNT (CAMP-CAT-IDX)
              ELSE
                 MOVE 'Y' TO WS-CAMP-CAT-OVER
              END-IF
           END-IF.
       3570-EXIT.
           EXIT.

       3571-SEARCH-CAMP-CAT-ROW.
           IF CCT-CAMP (CAMP-CAT-IDX) = SRT-CAMP
                 AND CCT-CATEGORY (CAMP-CAT-IDX)
                    = SRT-CAT-CODE (WS-CAT-SUB) THEN
              ADD SRT-CAT-SUM (WS-CAT-SUB)
                 TO CCT-CALORIES (CAMP-CAT-IDX)
              ADD 1 TO CCT-ELF-COUNT (CAMP-CAT-IDX)
              MOVE 'Y' TO WS-CAT-FOUND
           END-IF.
       3571-EXIT.
           EXIT.

      * THE CAMP-BY-CATEGORY TOTALS CLOSE OUT CATDAYDD.
       3680-WRITE-CAMP-CATEGORY-ROW.
           MOVE SPACES TO CAT-DAY-RECORD.
           MOVE 'C' TO CTD-REC-TYPE.
           MOVE CCT-CAMP (CAMP-CAT-IDX) TO CTD-CAMP.
           MOVE CCT-CATEGORY (CAMP-CAT-IDX) TO CTD-CATEGORY.
           MOVE CCT-CALORIES (CAMP-CAT-IDX) TO CTD-CALORIES.
           MOVE CCT-ELF-COUNT (CAMP-CAT-IDX) TO CTD-ELF-COUNT.
           MOVE WS-RUN-DATE TO CTD-BUS-DATE.
           WRITE CAT-DAY-RECORD.
           ADD 1 TO WS-CATDAY-CAMP-ROWS.
       3680-EXIT.
           EXIT.

      * ROLL THE RANKED ELF'S SUM INTO ITS CAMP'S ROW - ONE ROW PER
      * DISTINCT CAMP VALUE, APPENDED ON FIRST SIGHT. SUPPLY DROPS
      * ARE PLANNED PER CAMP, SO THIS IS THE TABLE THE MORNING
