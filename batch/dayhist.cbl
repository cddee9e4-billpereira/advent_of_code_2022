      *                     BRF001 BEEN UNDER 2000 ALL WEEK" IS ONE
      *                     REPORT INSTEAD OF A DIG THROUGH OLD JOB
      *                     OUTPUT.
      *    2026-10-09  BP   A DAYTOTDD ROW ADV1 FLAGGED HELD IS NOT
      *                     LOADED - THE TOTAL WAS NOT POSTED, AND
      *                     HOLDREL WRITES ITS HISTORY ROW IF IT IS
      *                     RELEASED. A ROW LEFT FOR THE DATE BY A RUN
      *                     BEFORE THE HOLD IS TAKEN OUT UNLESS HOLDDD
      *                     SHOWS THE HOLD ALREADY RELEASED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DHS-KEY.

      * OUTLIER SUSPENSE FILE - READ ONLY, TO TELL A HELD DAY
      * HOLDREL HAS ALREADY RELEASED FROM ONE STILL UNPOSTED.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HLD-KEY.

           SELECT ELF-ROSTER-FILE ASSIGN TO ROSTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           DATA RECORD IS DAYHIST-RECORD.
           COPY DAYHISREC.

       FD  HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLD-RECORD.
           COPY HOLDREC.

      * ELF-ID TO NAME/CAMP MASTER, KEYED ON ELF-ROSTER-ID - THE
      * WATCHLIST SHOWS THE QUARTERMASTER A NAME, NOT A BARE ID.
       FD  ELF-ROSTER-FILE
       01 WS-DAYTOT-READ       PIC 9(8) VALUE ZERO.
       01 WS-HIST-ADDED        PIC 9(8) VALUE ZERO.
       01 WS-HIST-REPLACED     PIC 9(8) VALUE ZERO.
       01 WS-HELD-SKIPPED      PIC 9(8) VALUE ZERO.
       01 WS-HELD-REMOVED      PIC 9(8) VALUE ZERO.
       01 WS-HIST-FOUND        PIC X(1) VALUE 'N'.
           88 HIST-ROW-ON-FILE      VALUE 'Y'.

           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           OPEN INPUT DAYTOT-FILE.
           OPEN I-O DAYHIST-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN INPUT ELF-ROSTER-FILE.
           OPEN OUTPUT WATCH-REPORT-FILE.
           PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
           PERFORM 2100-LOAD-DAYTOT-ROW THRU 2100-EXIT
              UNTIL END-OF-DAYTOT-FILE.
           CLOSE DAYTOT-FILE.
           CLOSE HOLD-FILE.
       2000-EXIT.
           EXIT.

           EXIT.

       2200-MERGE-HISTORY-ROW.
           IF DTO-HELD THEN
              PERFORM 2300-SKIP-HELD-ROW THRU 2300-EXIT
              GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE DTO-ELF-ID TO DHS-ELF-ID.
           MOVE DTO-RUN-DATE TO DHS-RUN-DATE.
       2200-EXIT.
           EXIT.

      * A HELD TOTAL WAS NOT POSTED, SO IT HAS NO HISTORY ROW UNTIL
      * HOLDREL RELEASES IT. A ROW ON FILE FOR THE DATE IS EITHER
      * THAT RELEASE (LEFT ALONE) OR A LEFTOVER FROM A RUN OF THE
      * DATE BEFORE THE HOLD (TAKEN OUT, AS THE BACKOUT TOOK ITS
      * POSTING OUT OF THE SEASON MASTER).
       2300-SKIP-HELD-ROW.
           ADD 1 TO WS-HELD-SKIPPED.
           MOVE DTO-ELF-ID TO HLD-ELF-ID.
           MOVE DTO-RUN-DATE TO HLD-BUS-DATE.
           READ HOLD-FILE
               INVALID KEY
                  MOVE SPACE TO HLD-STATUS
           END-READ.
           IF HLD-RELEASED THEN
              GO TO 2300-EXIT
           END-IF.
           MOVE DTO-ELF-ID TO DHS-ELF-ID.
           MOVE DTO-RUN-DATE TO DHS-RUN-DATE.
           DELETE DAYHIST-FILE
               INVALID KEY
                  GO TO 2300-EXIT
           END-DELETE.
           ADD 1 TO WS-HELD-REMOVED.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-WATCHLIST - ONE PASS OVER THE WHOLE HISTORY
      * MASTER IN KEY ORDER (ELF-ID, THEN DATE ASCENDING). WITHIN
           MOVE "HISTORY ROWS REPLACED" TO WCH-TOTAL-LABEL.
           MOVE WS-HIST-REPLACED TO WCH-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "HELD TOTALS NOT LOADED" TO WCH-TOTAL-LABEL.
           MOVE WS-HELD-SKIPPED TO WCH-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "EARLIER ROWS REMOVED FOR HELD DAYS" TO WCH-TOTAL-LABEL.
           MOVE WS-HELD-REMOVED TO WCH-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
           MOVE "HISTORY ROWS SCANNED" TO WCH-TOTAL-LABEL.
           MOVE WS-HIST-SCANNED TO WCH-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.

           DISPLAY "DAYHIST - " WS-DAYTOT-READ " DAY TOTAL(S) READ, "
                   WS-HIST-ADDED " HISTORY ROW(S) ADDED, "
                   WS-HIST-REPLACED " REPLACED, "
                   WS-HELD-SKIPPED " HELD.".
           DISPLAY "DAYHIST - " WS-ELF-COUNT
                   " ELVES SCANNED ON THE HISTORY MASTER.".
           IF WS-WATCH-COUNT > ZERO THEN
