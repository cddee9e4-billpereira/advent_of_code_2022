      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-09  BP   ORIGINAL VERSION - RELEASE/REJECT PASS FOR
      *                     THE OUTLIER DAY TOTALS ADV1 PARKS ON THE
      *                     HOLDDD SUSPENSE FILE. EACH TRANSACTION ON
      *                     HLDTRNDD NAMES AN ELF AND THE BUSINESS
      *                     DATE OF ITS HELD TOTAL: A RELEASE POSTS
      *                     THE TOTAL TO SEASONDD AND DAYHISTDD
      *                     EXACTLY AS ADV1 AND DAYHIST WOULD HAVE,
      *                     WITH AN HREL AUDIT ENTRY; A REJECT DROPS
      *                     IT WITH AN HREJ AUDIT ENTRY. EVERY
      *                     TRANSACTION, APPLIED OR REFUSED, AND
      *                     EVERY HOLD STILL PENDING IS LISTED ON THE
      *                     HRLRPTDD REGISTER.
      *    2026-10-14  BP   THE RUN'S HREL/HREJ AUDIT ENTRIES ARE
      *                     CLOSED WITH AN AUDSEAL SEAL RECORD (SEALED
      *                     PROGRAM HREL) - RECORD COUNT, HASH TOTAL
      *                     OF AUD-RESULT AND A CHAIN VALUE LINKING IT
      *                     TO THE SEAL BEFORE IT - SO AUDVER CAN
      *                     PROVE THE DECISIONS WERE NOT ALTERED AFTER
      *                     THE RUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OUTLIER SUSPENSE FILE, KEYED ON ELF-ID PLUS BUSINESS DATE -
      * DYNAMIC ACCESS SO THE DECISIONS CAN BE APPLIED BY KEY AND
      * THE STILL-PENDING ROWS THEN LISTED FRONT TO BACK.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY.

           SELECT HOLD-TRANS-FILE ASSIGN TO HLDTRNDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SEASON-FILE ASSIGN TO SEASONDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEA-ELF-ID.

           SELECT OPTIONAL DAYHIST-FILE ASSIGN TO DAYHISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DHS-KEY.

           SELECT HOLD-REGISTER-FILE ASSIGN TO HRLRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * THE HELD TOTALS AS ADV1 PARKED THEM - ONLY PENDING ROWS MAY
      * BE DECIDED; THE DECISION AND ITS DATE ARE WRITTEN BACK SO A
      * RERUN OF THE DAY CANNOT POST THE TOTAL A SECOND TIME.
       FD  HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLD-RECORD.
           COPY HOLDREC.

      * ONE DECISION PER RECORD - R RELEASES THE HELD TOTAL, J
      * REJECTS IT. THE NOTE IS THE REVIEWER'S, CARRIED ONTO THE
      * REGISTER UNCHANGED.
       FD  HOLD-TRANS-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLD-TRANS-LINE.
       01 HOLD-TRANS-LINE.
          05 HTR-ACTION        PIC X(1).
             88 HTR-RELEASE        VALUE 'R'.
             88 HTR-REJECT         VALUE 'J'.
          05 FILLER            PIC X(2).
          05 HTR-ELF-ID        PIC X(6).
          05 FILLER            PIC X(2).
          05 HTR-HELD-DATE     PIC 9(8).
          05 FILLER            PIC X(2).
          05 HTR-NOTE          PIC X(20).
          05 FILLER            PIC X(39).

      * SEASON-TO-DATE MASTER, KEYED ON SEA-ELF-ID - A RELEASED
      * TOTAL IS ADDED HERE AS ONE MORE RECORDED DAY.
       FD  SEASON-FILE
           RECORDING MODE IS F
           DATA RECORD IS SEASON-RECORD.
           COPY SEASONREC.

      * DAILY INTAKE HISTORY - A RELEASED DAY GETS THE ROW DAYHIST
      * LEFT OUT WHILE THE TOTAL WAS HELD.
       FD  DAYHIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS DAYHIST-RECORD.
           COPY DAYHISREC.

      * RELEASE/REJECT REGISTER - ONE LINE PER TRANSACTION AND ONE
      * PER HOLD STILL AWAITING A DECISION.
       FD  HOLD-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLD-REGISTER-LINE.
       01 HOLD-REGISTER-LINE  PIC X(80).

      * PERSISTENT PER-RECORD AUDIT TRAIL, SHARED WITH ADV1, ADV2 AND
      * REJFIX, OPENED EXTEND - EVERY DECISION IS PROVABLE FROM
      * AUDITDD ALONE.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-LINE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-TRANS-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-TRANS-FILE     VALUE 'Y'.
       01 WS-HOLD-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-HOLD-FILE      VALUE 'Y'.

      * RUN PARAMETER HANDLING - THE SAME KEYWORD=VALUE SHAPE ADV1
      * TAKES. BUSDATE= STAMPS THE AUDIT ENTRIES AND THE DECISION
      * DATE; IT DEFAULTS TO TODAY.
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * RUN SEAL CALL AREA - COUNT AND HASH KEPT AS EACH AUDIT
      * RECORD IS WRITTEN.
           COPY SEALPARM.

       01 WS-HOLD-FOUND        PIC X(1) VALUE 'N'.
           88 HOLD-ROW-ON-FILE      VALUE 'Y'.
       01 WS-HIST-FOUND        PIC X(1) VALUE 'N'.
           88 HIST-ROW-ON-FILE      VALUE 'Y'.
       01 WS-REG-ACTION        PIC X(7) VALUE SPACES.
       01 WS-REG-STATUS        PIC X(10) VALUE SPACES.
       01 WS-REG-REASON        PIC X(24) VALUE SPACES.
       01 WS-REG-TOTAL         PIC 9(10) VALUE ZERO.

       01 WS-TRANS-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PENDING-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-CALORIES PIC 9(12) VALUE ZERO.

       01 WS-REGISTER-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 HRG-ACTION        PIC X(7).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HRG-ELF-ID        PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HRG-HELD-DATE     PIC 9(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HRG-DAY-TOTAL     PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HRG-STATUS        PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 HRG-REASON        PIC X(24).
          05 FILLER            PIC X(4) VALUE SPACES.

       01 WS-REGISTER-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 HRG-TOTAL-LABEL   PIC X(30).
          05 HRG-TOTAL-VALUE   PIC Z(11)9.
          05 FILLER            PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           IF WS-REFUSED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           OPEN I-O HOLD-FILE.
           OPEN INPUT HOLD-TRANS-FILE.
           OPEN I-O SEASON-FILE.
           OPEN I-O DAYHIST-FILE.
           PERFORM 1050-OPEN-AUDIT-TRAIL THRU 1050-EXIT.
           OPEN OUTPUT HOLD-REGISTER-FILE.
           PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
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
              MOVE WS-PARM-TOK (WS-PARM-IDX) (9:8) TO WS-RUN-DATE
           END-IF.
       1015-EXIT.
           EXIT.

      * AUDSEAL READS THE TRAIL FOR THE LAST SEAL BEFORE IT IS OPENED
      * EXTEND; RECORDS SOME EARLIER RUN LEFT UNSEALED GET A CATCH-UP
      * SEAL OF THEIR OWN SO THIS RUN'S SEAL COVERS ONLY ITS OWN.
       1050-OPEN-AUDIT-TRAIL.
           MOVE "O" TO SEAL-FUNCTION.
           MOVE "HREL" TO SEAL-PROGRAM.
           MOVE WS-RUN-DATE TO SEAL-BUS-DATE.
           MOVE "N" TO SEAL-TAIL-OPTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           OPEN EXTEND AUDIT-FILE.
           IF SEAL-LINE-READY THEN
              WRITE AUDIT-LINE FROM SEAL-LINE
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
       1050-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADER.
           MOVE SPACES TO HOLD-REGISTER-LINE.
           STRING "OUTLIER HOLD RELEASE/REJECT REGISTER - "
                     DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  INTO HOLD-REGISTER-LINE
           END-STRING.
           WRITE HOLD-REGISTER-LINE.
           MOVE ALL "-" TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-TRANSACTIONS - APPLY OR REFUSE EACH DECISION
      * AGAINST ITS HOLDDD ROW.
      *-----------------------------------------------------------*
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
              UNTIL END-OF-TRANS-FILE.
           CLOSE HOLD-TRANS-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ HOLD-TRANS-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-TRANS-EOF
               NOT AT END
                  ADD 1 TO WS-TRANS-COUNT
                  PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
                  PERFORM 2400-WRITE-REGISTER-LINE THRU 2400-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      * ONLY A PENDING HOLD MAY BE DECIDED - AN UNKNOWN ACTION, A
      * KEY NOT ON HOLDDD, OR A HOLD ALREADY DECIDED BY AN EARLIER
      * RUN IS REFUSED WITH A REASON ON THE REGISTER.
       2200-APPLY-TRANSACTION.
           MOVE HTR-ACTION TO WS-REG-ACTION.
           MOVE ZERO TO WS-REG-TOTAL.
           MOVE SPACES TO WS-REG-REASON.
           IF NOT HTR-RELEASE AND NOT HTR-REJECT THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "BAD ACTION CODE" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           IF HTR-RELEASE THEN
              MOVE "RELEASE" TO WS-REG-ACTION
           ELSE
              MOVE "REJECT" TO WS-REG-ACTION
           END-IF.
           MOVE 'N' TO WS-HOLD-FOUND.
           MOVE HTR-ELF-ID TO HLD-ELF-ID.
           MOVE HTR-HELD-DATE TO HLD-BUS-DATE.
           READ HOLD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-HOLD-FOUND
           END-READ.
           IF NOT HOLD-ROW-ON-FILE THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "NOT ON HOLD FILE" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           MOVE HLD-DAY-TOTAL TO WS-REG-TOTAL.
           IF NOT HLD-PENDING THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "ALREADY DECIDED" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           IF HTR-RELEASE THEN
              PERFORM 2300-RELEASE-HELD-TOTAL THRU 2300-EXIT
           ELSE
              PERFORM 2350-REJECT-HELD-TOTAL THRU 2350-EXIT
           END-IF.
           MOVE HTR-NOTE TO WS-REG-REASON.
       2200-EXIT.
           EXIT.

      * POST THE HELD TOTAL THE WAY ADV1 WOULD HAVE - ONE MORE DAY
      * ON THE SEASON ROW (OR A FRESH ROW) - AND GIVE IT THE HISTORY
      * ROW DAYHIST LEFT OUT.
       2300-RELEASE-HELD-TOTAL.
           MOVE HLD-ELF-ID TO SEA-ELF-ID.
           READ SEASON-FILE
               INVALID KEY
                  MOVE SPACES TO SEASON-RECORD
                  MOVE HLD-ELF-ID TO SEA-ELF-ID
                  MOVE HLD-DAY-TOTAL TO SEA-CUMULATIVE-TOTAL
                  MOVE 1 TO SEA-DAY-COUNT
                  WRITE SEASON-RECORD
                  END-WRITE
               NOT INVALID KEY
                  ADD HLD-DAY-TOTAL TO SEA-CUMULATIVE-TOTAL
                  ADD 1 TO SEA-DAY-COUNT
                  REWRITE SEASON-RECORD
           END-READ.
           PERFORM 2310-POST-HISTORY-ROW THRU 2310-EXIT.
           MOVE "HREL" TO AUD-PROGRAM-ID.
           PERFORM 2320-WRITE-AUDIT-RECORD THRU 2320-EXIT.
           MOVE 'R' TO HLD-STATUS.
           MOVE WS-RUN-DATE TO HLD-DECIDED-DATE.
           REWRITE HOLD-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD HLD-DAY-TOTAL TO WS-RELEASED-CALORIES.
           MOVE "POSTED" TO WS-REG-STATUS.
       2300-EXIT.
           EXIT.

       2310-POST-HISTORY-ROW.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE HLD-ELF-ID TO DHS-ELF-ID.
           MOVE HLD-BUS-DATE TO DHS-RUN-DATE.
           READ DAYHIST-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-HIST-FOUND
           END-READ.
           MOVE SPACES TO DAYHIST-RECORD.
           MOVE HLD-ELF-ID TO DHS-ELF-ID.
           MOVE HLD-BUS-DATE TO DHS-RUN-DATE.
           MOVE HLD-DAY-TOTAL TO DHS-DAY-TOTAL.
           IF HIST-ROW-ON-FILE THEN
              REWRITE DAYHIST-RECORD
           ELSE
              WRITE DAYHIST-RECORD
           END-IF.
       2310-EXIT.
           EXIT.

      * ONE AUDIT-LINE PER DECISION - THE RECORD NUMBER CARRIES THE
      * HELD BUSINESS DATE, THE RUN DATE THE DAY IT WAS DECIDED, SO
      * THE POSTING IS PROVABLE FROM AUDITDD ALONE.
       2320-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE HLD-BUS-DATE TO AUD-RECORD-NUMBER.
           MOVE SPACES TO AUD-KEY-FIELD.
           MOVE HLD-ELF-ID TO AUD-KEY-FIELD (1:6).
           MOVE HLD-DAY-TOTAL TO AUD-RESULT.
           ADD 1 TO SEAL-COUNT.
           ADD AUD-RESULT TO SEAL-HASH.
           WRITE AUDIT-LINE.
       2320-EXIT.
           EXIT.

      * A REJECTED TOTAL IS NEVER POSTED - ANY HISTORY ROW LEFT FOR
      * THE DAY BY A RUN BEFORE THE HOLD IS TAKEN OUT AS WELL.
       2350-REJECT-HELD-TOTAL.
           MOVE HLD-ELF-ID TO DHS-ELF-ID.
           MOVE HLD-BUS-DATE TO DHS-RUN-DATE.
           DELETE DAYHIST-FILE
               INVALID KEY
                  CONTINUE
           END-DELETE.
           MOVE "HREJ" TO AUD-PROGRAM-ID.
           PERFORM 2320-WRITE-AUDIT-RECORD THRU 2320-EXIT.
           MOVE 'J' TO HLD-STATUS.
           MOVE WS-RUN-DATE TO HLD-DECIDED-DATE.
           REWRITE HOLD-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "DROPPED" TO WS-REG-STATUS.
       2350-EXIT.
           EXIT.

       2400-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-DETAIL.
           MOVE WS-REG-ACTION TO HRG-ACTION.
           MOVE HTR-ELF-ID TO HRG-ELF-ID.
           MOVE HTR-HELD-DATE TO HRG-HELD-DATE.
           MOVE WS-REG-TOTAL TO HRG-DAY-TOTAL.
           MOVE WS-REG-STATUS TO HRG-STATUS.
           MOVE WS-REG-REASON TO HRG-REASON.
           MOVE WS-REGISTER-DETAIL TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FINALIZE - LIST EVERY HOLD STILL AWAITING A DECISION,
      * PRINT THE CONTROL COUNTS, AND CLOSE OUT.
      *-----------------------------------------------------------*
       3000-FINALIZE.
           MOVE LOW-VALUES TO HLD-KEY.
           START HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HOLD-EOF
           END-START.
           PERFORM 3100-LIST-PENDING-HOLD THRU 3100-EXIT
              UNTIL END-OF-HOLD-FILE.

           MOVE ALL "-" TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.
           MOVE "TRANSACTIONS READ" TO HRG-TOTAL-LABEL.
           MOVE WS-TRANS-COUNT TO HRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "HELD TOTALS RELEASED" TO HRG-TOTAL-LABEL.
           MOVE WS-RELEASED-COUNT TO HRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "CALORIES RELEASED" TO HRG-TOTAL-LABEL.
           MOVE WS-RELEASED-CALORIES TO HRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "HELD TOTALS REJECTED" TO HRG-TOTAL-LABEL.
           MOVE WS-REJECTED-COUNT TO HRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "TRANSACTIONS REFUSED" TO HRG-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO HRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "HOLDS STILL PENDING" TO HRG-TOTAL-LABEL.
           MOVE WS-PENDING-COUNT TO HRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.

           CLOSE HOLD-FILE.
           CLOSE SEASON-FILE.
           CLOSE DAYHIST-FILE.
           MOVE "C" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           WRITE AUDIT-LINE FROM SEAL-LINE.
           CLOSE AUDIT-FILE.
           CLOSE HOLD-REGISTER-FILE.

           DISPLAY "HOLDREL - " WS-TRANS-COUNT " TRANSACTIONS READ, "
                   WS-RELEASED-COUNT " RELEASED, "
                   WS-REJECTED-COUNT " REJECTED, "
                   WS-REFUSED-COUNT " REFUSED, "
                   WS-PENDING-COUNT " STILL PENDING.".
       3000-EXIT.
           EXIT.

       3100-LIST-PENDING-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                  IF HLD-PENDING THEN
                     ADD 1 TO WS-PENDING-COUNT
                     MOVE SPACES TO WS-REGISTER-DETAIL
                     MOVE "PENDING" TO HRG-ACTION
                     MOVE HLD-ELF-ID TO HRG-ELF-ID
                     MOVE HLD-BUS-DATE TO HRG-HELD-DATE
                     MOVE HLD-DAY-TOTAL TO HRG-DAY-TOTAL
                     MOVE "AWAITING" TO HRG-STATUS
                     MOVE HLD-CAMP TO HRG-REASON
                     MOVE WS-REGISTER-DETAIL TO HOLD-REGISTER-LINE
                     WRITE HOLD-REGISTER-LINE
                  END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3300-WRITE-TOTAL-LINE.
           MOVE SPACES TO HOLD-REGISTER-LINE.
           MOVE WS-REGISTER-TOTAL TO HOLD-REGISTER-LINE.
           WRITE HOLD-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL.
       3300-EXIT.
           EXIT.

       END PROGRAM HOLDREL.
