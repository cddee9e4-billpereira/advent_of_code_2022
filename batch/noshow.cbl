      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSHOW.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-06  BP   ORIGINAL VERSION - DAILY ATTENDANCE
      *                     EXCEPTION REPORT, RUN AFTER THE ADVDAILY
      *                     STEPS. EVERY ELF ACTIVE ON THE ROSTER ON
      *                     THE BUSINESS DATE IS MATCHED AGAINST THE
      *                     DAY'S DAYTOTDD CALORIE TOTALS AND STANDDD
      *                     TOURNAMENT ROWS; AN ELF MISSING FROM
      *                     EITHER IS LISTED BY CAMP ON NSHRPTDD WITH
      *                     THE NUMBER OF CONSECUTIVE DAYS IT HAS NOW
      *                     BEEN MISSING, CARRIED ON THE NOSHOWDD
      *                     STREAK MASTER. ELVES ON LEAVE OR RETIRED
      *                     AS OF THE DATE ARE EXCUSED. STAND=N DROPS
      *                     THE STANDDD CHECK FOR A DAY PLAYED IN THE
      *                     ANONYMOUS GUIDE MODE. A DAYTOTDD CARRYING
      *                     ANY OTHER DATE IS REFUSED WHOLE WITH
      *                     CONDITION CODE 12 AND NO STREAK IS
      *                     TOUCHED; ANY ELF MISSING ENDS WITH 4.
      *    2026-10-15  BP   A STANDDD THAT IS MISSING OR EMPTY NO
      *                     LONGER MEANS NOBODY PLAYED - THE RUN
      *                     DROPS TO STAND=N AND SAYS SO ON THE
      *                     REPORT, SO NO ELF IS FLAGGED AND NO STREAK
      *                     ROLLS FOR WANT OF A STANDINGS FILE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * READ FRONT TO BACK IN ELF-ID ORDER - THE ROSTER DRIVES THE
      * ATTENDANCE MATCH.
           SELECT ELF-ROSTER-FILE ASSIGN TO ROSTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ELF-ROSTER-ID.

           SELECT DAYTOT-FILE ASSIGN TO DAYTOTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * OPTIONAL - NOT EVERY DAY HAS TOURNAMENT PLAY.
           SELECT OPTIONAL STAND-FILE ASSIGN TO STANDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * STREAK MASTER - OPTIONAL, THE FIRST RUN OF A SEASON STARTS
      * WITHOUT ONE.
           SELECT OPTIONAL NOSHOW-FILE ASSIGN TO NOSHOWDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NSH-ELF-ID.

           SELECT NOSHOW-REPORT-FILE ASSIGN TO NSHRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * BOTH ATTENDANCE SIDES ARE SORTED ON ELF-ID INTO WORK FILES
      * AND MATCHED AGAINST THE ROSTER IN ONE PASS - SAME SHAPE AS
      * THE DAYBAL BALANCE MERGE. THE EXCEPTIONS ARE THEN SORTED
      * BY CAMP FOR THE REPORT.
           SELECT DAY-SORT-FILE ASSIGN TO SORTWK01.

           SELECT STD-SORT-FILE ASSIGN TO SORTWK02.

           SELECT NSH-SORT-FILE ASSIGN TO SORTWK03.

           SELECT DAY-SORTED-FILE ASSIGN TO DAYSRTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT STD-SORTED-FILE ASSIGN TO STDSRTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * ELF-ID TO NAME/CAMP MASTER WITH THE ELF'S STATUS AND THE
      * DATE IT TOOK EFFECT.
       FD  ELF-ROSTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ELF-ROSTER-RECORD.
           COPY ROSTERREC.

      * THE DAY'S PER-ELF TOTALS AS ADV1 WROTE THEM.
       FD  DAYTOT-FILE
           RECORDING MODE IS F
           DATA RECORD IS DAYTOT-RECORD.
           COPY DAYTOTREC.

      * THE DAY'S TOURNAMENT STANDINGS AS ADV2 WROTE THEM - ONE ROW
      * PER ELF, OR ONE PER ELF PER OPPONENT IN PAIRING PLAY.
       FD  STAND-FILE
           RECORDING MODE IS F
           DATA RECORD IS STAND-RECORD.
           COPY STANDREC.

      * CONSECUTIVE-DAYS-MISSING STREAK, KEYED ON ELF-ID.
       FD  NOSHOW-FILE
           RECORDING MODE IS F
           DATA RECORD IS NOSHOW-RECORD.
           COPY NOSHOWREC.

      * THE PRINTED EXCEPTION LIST - ONE BLOCK PER CAMP, THEN THE
      * CONTROL COUNTS.
       FD  NOSHOW-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS NOSHOW-REPORT-LINE.
       01 NOSHOW-REPORT-LINE  PIC X(80).

       SD  DAY-SORT-FILE
           DATA RECORD IS DAY-SORT-REC.
       01 DAY-SORT-REC.
          05 DSR-ELF-ID       PIC X(6).
          05 FILLER           PIC X(74).

       SD  STD-SORT-FILE
           DATA RECORD IS STD-SORT-REC.
       01 STD-SORT-REC.
          05 SSR-ELF-ID       PIC X(6).
          05 FILLER           PIC X(74).

      * ONE SORT RECORD PER MISSING ELF, RETURNED BY CAMP THEN
      * ELF-ID.
       SD  NSH-SORT-FILE
           DATA RECORD IS NSH-SORT-REC.
       01 NSH-SORT-REC.
          05 NSR-CAMP         PIC X(20).
          05 NSR-ELF-ID       PIC X(6).
          05 NSR-ELF-NAME     PIC X(20).
          05 NSR-REASON       PIC X(16).
          05 NSR-DAY-COUNT    PIC 9(5).
          05 NSR-FIRST-DATE   PIC 9(8).

       FD  DAY-SORTED-FILE
           RECORDING MODE IS F
           DATA RECORD IS DAY-SORTED-LINE.
       01 DAY-SORTED-LINE.
          05 DSO-ELF-ID       PIC X(6).
          05 FILLER           PIC X(74).

       FD  STD-SORTED-FILE
           RECORDING MODE IS F
           DATA RECORD IS STD-SORTED-LINE.
       01 STD-SORTED-LINE.
          05 SSO-ELF-ID       PIC X(6).
          05 FILLER           PIC X(74).

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-ROSTER-FILE    VALUE 'Y'.
       01 WS-DAYTOT-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-DAYTOT-FILE    VALUE 'Y'.
       01 WS-STAND-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-STAND-FILE     VALUE 'Y'.
       01 WS-SORT-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-EXCEPTIONS     VALUE 'Y'.

      * RUN PARAMETER HANDLING - SAME COMMA-SEPARATED KEYWORD=VALUE
      * SHAPE AS THE REST OF THE SHOP. BUSDATE= DEFAULTS TO TODAY;
      * STAND=N SKIPS THE TOURNAMENT SIDE OF THE CHECK.
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-BUS-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-STAND-CHECK       PIC X(1) VALUE 'Y'.
           88 CHECK-STANDINGS       VALUE 'Y'.
       01 WS-STAND-EMPTY       PIC X(1) VALUE 'N'.
           88 STAND-FILE-EMPTY      VALUE 'Y'.

      * MATCH-MERGE STATE - HIGH-VALUES MARKS A SIDE THAT HAS RUN
      * OUT, SO A ROSTER ELF PAST THE END OF A SIDE IS SIMPLY NOT
      * ON IT.
       01 WS-DAY-MERGE-KEY     PIC X(6) VALUE HIGH-VALUES.
       01 WS-STD-MERGE-KEY     PIC X(6) VALUE HIGH-VALUES.

      * THE CURRENT ROSTER ELF'S ATTENDANCE.
       01 WS-DAY-FOUND         PIC X(1) VALUE 'N'.
           88 CALORIES-FOUND        VALUE 'Y'.
       01 WS-STD-FOUND         PIC X(1) VALUE 'N'.
           88 STANDING-FOUND        VALUE 'Y'.
       01 WS-ELF-EXCUSED       PIC X(1) VALUE 'N'.
           88 ELF-EXCUSED           VALUE 'Y'.
       01 WS-NOSHOW-FOUND      PIC X(1) VALUE 'N'.
           88 STREAK-ON-FILE        VALUE 'Y'.

      * CONTROL COUNTS.
       01 WS-DAY-EXTRACTED     PIC 9(8) VALUE ZERO.
       01 WS-DAY-BAD-DATE      PIC 9(8) VALUE ZERO.
       01 WS-STD-EXTRACTED     PIC 9(8) VALUE ZERO.
       01 WS-ROSTER-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ACTIVE-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-EXCUSED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-MISSING-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-STREAK-CLEARED    PIC 9(8) VALUE ZERO.
       01 WS-CAMP-MISSING      PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-CAMP      PIC X(20) VALUE HIGH-VALUES.

       01 WS-CAMP-HEADING.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 CMP-LABEL         PIC X(6).
          05 CMP-CAMP          PIC X(20).
          05 FILLER            PIC X(53) VALUE SPACES.

       01 WS-NOSHOW-DETAIL.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 NSD-ELF-ID        PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 NSD-ELF-NAME      PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 NSD-REASON        PIC X(16).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 NSD-DAY-COUNT     PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 NSD-DAYS-LABEL    PIC X(12).
          05 NSD-FIRST-DATE    PIC 9(8).
          05 FILLER            PIC X(6) VALUE SPACES.

       01 WS-NOSHOW-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 NST-TOTAL-LABEL   PIC X(34).
          05 NST-TOTAL-VALUE   PIC Z(7)9.
          05 FILLER            PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT DAY-SORT-FILE
              ON ASCENDING KEY DSR-ELF-ID
              INPUT PROCEDURE IS 2000-EXTRACT-DAY-TOTALS
                 THRU 2000-EXIT
              GIVING DAY-SORTED-FILE.
           IF WS-DAY-BAD-DATE > ZERO THEN
              PERFORM 1900-REFUSE-DAYTOT THRU 1900-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF CHECK-STANDINGS THEN
              SORT STD-SORT-FILE
                 ON ASCENDING KEY SSR-ELF-ID
                 USING STAND-FILE
                 GIVING STD-SORTED-FILE
           END-IF.
           SORT NSH-SORT-FILE
              ON ASCENDING KEY NSR-CAMP
                 ASCENDING KEY NSR-ELF-ID
              INPUT PROCEDURE IS 3000-MATCH-ATTENDANCE
                 THRU 3000-EXIT
              OUTPUT PROCEDURE IS 4000-WRITE-EXCEPTIONS
                 THRU 4000-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           IF WS-MISSING-COUNT > ZERO THEN
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
           IF CHECK-STANDINGS THEN
              PERFORM 1100-PROBE-STAND-FILE THRU 1100-EXIT
           END-IF.
           OPEN OUTPUT NOSHOW-REPORT-FILE.
           MOVE SPACES TO NOSHOW-REPORT-LINE.
           STRING "DAILY ATTENDANCE EXCEPTIONS - BUSINESS DATE "
                      DELIMITED SIZE
                  WS-BUS-DATE DELIMITED SIZE
                  INTO NOSHOW-REPORT-LINE
           END-STRING.
           WRITE NOSHOW-REPORT-LINE.
           IF STAND-FILE-EMPTY THEN
              MOVE " TOURNAMENT CHECK SKIPPED - STANDDD WAS EMPTY"
                 TO NOSHOW-REPORT-LINE
              WRITE NOSHOW-REPORT-LINE
           END-IF.
           IF NOT CHECK-STANDINGS THEN
              MOVE " TOURNAMENT CHECK NOT RUN - CALORIE TOTALS ONLY"
                 TO NOSHOW-REPORT-LINE
              WRITE NOSHOW-REPORT-LINE
           END-IF.
           MOVE ALL "-" TO NOSHOW-REPORT-LINE.
           WRITE NOSHOW-REPORT-LINE.
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
           IF WS-PARM-TOK (WS-PARM-IDX) (1:6) = "STAND=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (7:1) TO WS-STAND-CHECK
           END-IF.
       1015-EXIT.
           EXIT.

      * A STANDDD THAT IS MISSING OR HAS NO ROWS IS A DAY THE
      * TOURNAMENT STEP PRODUCED NOTHING, NOT A DAY NOBODY PLAYED -
      * MATCHED AS IT STANDS EVERY ACTIVE ELF WOULD BE FLAGGED AND
      * EVERY STREAK ROLLED. THE RUN DROPS TO STAND=N INSTEAD.
       1100-PROBE-STAND-FILE.
           OPEN INPUT STAND-FILE.
           READ STAND-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-STAND-EMPTY
                  MOVE 'N' TO WS-STAND-CHECK
           END-READ.
           CLOSE STAND-FILE.
           IF STAND-FILE-EMPTY THEN
              DISPLAY "NOSHOW - STANDDD MISSING OR EMPTY - "
                      "TOURNAMENT CHECK SKIPPED, CALORIE TOTALS ONLY."
           END-IF.
       1100-EXIT.
           EXIT.

      * A DAYTOTDD HOLDING ANY OTHER DATE'S ROWS IS NOT THE DAY'S
      * FILE - EVERY ELF ON IT WOULD LOOK PRESENT OR ABSENT ON THE
      * WRONG EVIDENCE, SO NOTHING IS REPORTED AND NO STREAK MOVES.
       1900-REFUSE-DAYTOT.
           MOVE SPACES TO WS-NOSHOW-TOTAL.
           MOVE "REFUSED - DAYTOT ROWS NOT BUS DATE" TO NST-TOTAL-LABEL.
           MOVE WS-DAY-BAD-DATE TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           CLOSE NOSHOW-REPORT-FILE.
           DISPLAY "NOSHOW - DAYTOTDD HOLDS " WS-DAY-BAD-DATE
                   " ROW(S) NOT DATED " WS-BUS-DATE
                   " - ATTENDANCE NOT CHECKED.".
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EXTRACT-DAY-TOTALS - SORT INPUT PROCEDURE FOR THE
      * CALORIE SIDE. ONLY THE ELF-ID MATTERS; A ROW FOR ANOTHER
      * DATE IS COUNTED FOR THE REFUSAL INSTEAD.
      *-----------------------------------------------------------*
       2000-EXTRACT-DAY-TOTALS.
           OPEN INPUT DAYTOT-FILE.
           PERFORM 2100-EXTRACT-DAYTOT-ROW THRU 2100-EXIT
              UNTIL END-OF-DAYTOT-FILE.
           CLOSE DAYTOT-FILE.
       2000-EXIT.
           EXIT.

       2100-EXTRACT-DAYTOT-ROW.
           READ DAYTOT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-DAYTOT-EOF
               NOT AT END
                  IF DTO-RUN-DATE = WS-BUS-DATE THEN
                     MOVE SPACES TO DAY-SORT-REC
                     MOVE DTO-ELF-ID TO DSR-ELF-ID
                     RELEASE DAY-SORT-REC
                     ADD 1 TO WS-DAY-EXTRACTED
                  ELSE
                     ADD 1 TO WS-DAY-BAD-DATE
                  END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MATCH-ATTENDANCE - SORT INPUT PROCEDURE FOR THE
      * EXCEPTION LIST. THE ROSTER, READ IN KEY ORDER, DRIVES A
      * MATCH AGAINST THE TWO SORTED ATTENDANCE SIDES; IDS ON A
      * SIDE BUT NOT ON THE ROSTER ARE STEPPED PAST (ADVEDIT AND THE
      * READINESS REPORT ALREADY FLAG THOSE). EVERY ACTIVE ELF HAS
      * ITS STREAK ROLLED, AND THE MISSING ONES ARE RELEASED.
      *-----------------------------------------------------------*
       3000-MATCH-ATTENDANCE.
           OPEN INPUT ELF-ROSTER-FILE.
           OPEN INPUT DAY-SORTED-FILE.
           IF CHECK-STANDINGS THEN
              OPEN INPUT STD-SORTED-FILE
              PERFORM 3120-READ-STAND-SIDE THRU 3120-EXIT
           END-IF.
           OPEN I-O NOSHOW-FILE.
           PERFORM 3110-READ-DAYTOT-SIDE THRU 3110-EXIT.
           PERFORM 3100-READ-ROSTER THRU 3100-EXIT.
           PERFORM 3200-CHECK-ONE-ELF THRU 3200-EXIT
              UNTIL END-OF-ROSTER-FILE.
           CLOSE ELF-ROSTER-FILE.
           CLOSE DAY-SORTED-FILE.
           IF CHECK-STANDINGS THEN
              CLOSE STD-SORTED-FILE
           END-IF.
           CLOSE NOSHOW-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ROSTER.
           READ ELF-ROSTER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ROSTER-EOF
           END-READ.
       3100-EXIT.
           EXIT.

       3110-READ-DAYTOT-SIDE.
           READ DAY-SORTED-FILE NEXT RECORD
               AT END
                  MOVE HIGH-VALUES TO WS-DAY-MERGE-KEY
               NOT AT END
                  MOVE DSO-ELF-ID TO WS-DAY-MERGE-KEY
           END-READ.
       3110-EXIT.
           EXIT.

       3120-READ-STAND-SIDE.
           READ STD-SORTED-FILE NEXT RECORD
               AT END
                  MOVE HIGH-VALUES TO WS-STD-MERGE-KEY
               NOT AT END
                  MOVE SSO-ELF-ID TO WS-STD-MERGE-KEY
                  ADD 1 TO WS-STD-EXTRACTED
           END-READ.
       3120-EXIT.
           EXIT.

      * STEP EACH SIDE UP TO THE ROSTER ELF, NOTE WHETHER IT IS
      * THERE, THEN STEP PAST ALL ITS ROWS (PAIRING PLAY WRITES
      * ONE STANDDD ROW PER OPPONENT).
       3200-CHECK-ONE-ELF.
           ADD 1 TO WS-ROSTER-COUNT.
           MOVE 'N' TO WS-DAY-FOUND.
           MOVE 'N' TO WS-STD-FOUND.
           PERFORM 3110-READ-DAYTOT-SIDE THRU 3110-EXIT
              UNTIL WS-DAY-MERGE-KEY NOT < ELF-ROSTER-ID.
           IF WS-DAY-MERGE-KEY = ELF-ROSTER-ID THEN
              MOVE 'Y' TO WS-DAY-FOUND
              PERFORM 3110-READ-DAYTOT-SIDE THRU 3110-EXIT
                 UNTIL WS-DAY-MERGE-KEY NOT = ELF-ROSTER-ID
           END-IF.
           IF CHECK-STANDINGS THEN
              PERFORM 3120-READ-STAND-SIDE THRU 3120-EXIT
                 UNTIL WS-STD-MERGE-KEY NOT < ELF-ROSTER-ID
              IF WS-STD-MERGE-KEY = ELF-ROSTER-ID THEN
                 MOVE 'Y' TO WS-STD-FOUND
                 PERFORM 3120-READ-STAND-SIDE THRU 3120-EXIT
                    UNTIL WS-STD-MERGE-KEY NOT = ELF-ROSTER-ID
              END-IF
           ELSE
              MOVE 'Y' TO WS-STD-FOUND
           END-IF.
           PERFORM 3300-CHECK-ROSTER-STATUS THRU 3300-EXIT.
           MOVE ELF-ROSTER-ID TO NSH-ELF-ID.
           READ NOSHOW-FILE
               INVALID KEY
                  MOVE 'N' TO WS-NOSHOW-FOUND
               NOT INVALID KEY
                  MOVE 'Y' TO WS-NOSHOW-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN ELF-EXCUSED
                  ADD 1 TO WS-EXCUSED-COUNT
                  PERFORM 3500-CLEAR-STREAK THRU 3500-EXIT
               WHEN CALORIES-FOUND AND STANDING-FOUND
                  ADD 1 TO WS-ACTIVE-COUNT
                  PERFORM 3400-ELF-PRESENT THRU 3400-EXIT
               WHEN OTHER
                  ADD 1 TO WS-ACTIVE-COUNT
                  ADD 1 TO WS-MISSING-COUNT
                  PERFORM 3600-ELF-MISSING THRU 3600-EXIT
           END-EVALUATE.
           PERFORM 3100-READ-ROSTER THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      * THE STATUS IN FORCE ON THE BUSINESS DATE. A LEAVE OR A
      * RETIREMENT DATED ON OR BEFORE IT EXCUSES THE ELF; ONE DATED
      * LATER HAS NOT STARTED YET. AN ACTIVE STATUS DATED LATER IS
      * A NEW ELF NOT YET STARTED OR A RETURN NOT YET DUE - EITHER
      * WAY THE ELF WAS NOT EXPECTED ON THE DATE.
       3300-CHECK-ROSTER-STATUS.
           MOVE 'N' TO WS-ELF-EXCUSED.
           IF ELF-ROSTER-STATUS-DATE NOT NUMERIC THEN
              IF NOT ELF-ROSTER-ACTIVE THEN
                 MOVE 'Y' TO WS-ELF-EXCUSED
              END-IF
              GO TO 3300-EXIT
           END-IF.
           IF ELF-ROSTER-ACTIVE THEN
              IF ELF-ROSTER-STATUS-DATE > WS-BUS-DATE THEN
                 MOVE 'Y' TO WS-ELF-EXCUSED
              END-IF
           ELSE
              IF ELF-ROSTER-STATUS-DATE NOT > WS-BUS-DATE THEN
                 MOVE 'Y' TO WS-ELF-EXCUSED
              END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      * SEEN TODAY - THE STREAK IS BROKEN. A ROW ALREADY COUNTING
      * THIS VERY DATE IS A RERUN THAT NOW FINDS THE ELF, SO THE
      * DAY IS TAKEN BACK OFF INSTEAD.
       3400-ELF-PRESENT.
           IF NOT STREAK-ON-FILE THEN
              GO TO 3400-EXIT
           END-IF.
           IF NSH-LAST-DATE = WS-BUS-DATE AND NSH-DAY-COUNT > 1 THEN
              SUBTRACT 1 FROM NSH-DAY-COUNT
              MOVE NSH-PRIOR-DATE TO NSH-LAST-DATE
              REWRITE NOSHOW-RECORD
              GO TO 3400-EXIT
           END-IF.
           IF NSH-LAST-DATE NOT > WS-BUS-DATE THEN
              PERFORM 3500-CLEAR-STREAK THRU 3500-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3500-CLEAR-STREAK.
           IF STREAK-ON-FILE THEN
              DELETE NOSHOW-FILE
              ADD 1 TO WS-STREAK-CLEARED
           END-IF.
       3500-EXIT.
           EXIT.

      * MISSED TODAY - START A STREAK OR ADD THE DAY TO IT. A DATE
      * ALREADY COUNTED (A RERUN) OR OLDER THAN THE LAST ONE COUNTED
      * LEAVES THE ROW AS IT IS.
       3600-ELF-MISSING.
           IF NOT STREAK-ON-FILE THEN
              MOVE SPACES TO NOSHOW-RECORD
              MOVE ELF-ROSTER-ID TO NSH-ELF-ID
              MOVE 1 TO NSH-DAY-COUNT
              MOVE WS-BUS-DATE TO NSH-FIRST-DATE
              MOVE WS-BUS-DATE TO NSH-LAST-DATE
              MOVE ZERO TO NSH-PRIOR-DATE
              WRITE NOSHOW-RECORD
           ELSE
              IF NSH-LAST-DATE < WS-BUS-DATE THEN
                 MOVE NSH-LAST-DATE TO NSH-PRIOR-DATE
                 MOVE WS-BUS-DATE TO NSH-LAST-DATE
                 ADD 1 TO NSH-DAY-COUNT
                 REWRITE NOSHOW-RECORD
              END-IF
           END-IF.
           MOVE SPACES TO NSH-SORT-REC.
           MOVE ELF-ROSTER-CAMP TO NSR-CAMP.
           MOVE ELF-ROSTER-ID TO NSR-ELF-ID.
           MOVE ELF-ROSTER-NAME TO NSR-ELF-NAME.
           EVALUATE TRUE
               WHEN NOT CALORIES-FOUND AND NOT STANDING-FOUND
                  MOVE "NO CALORIES/PLAY" TO NSR-REASON
               WHEN NOT CALORIES-FOUND
                  MOVE "NO CALORIES" TO NSR-REASON
               WHEN OTHER
                  MOVE "NO TOURNEY PLAY" TO NSR-REASON
           END-EVALUATE.
           MOVE NSH-DAY-COUNT TO NSR-DAY-COUNT.
           MOVE NSH-FIRST-DATE TO NSR-FIRST-DATE.
           RELEASE NSH-SORT-REC.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-EXCEPTIONS - SORT OUTPUT PROCEDURE. A HEADING
      * FOR EACH CAMP, ONE LINE PER MISSING ELF, AND THE CAMP'S
      * MISSING COUNT WHEN THE CAMP CHANGES.
      *-----------------------------------------------------------*
       4000-WRITE-EXCEPTIONS.
           PERFORM 4100-RETURN-EXCEPTION THRU 4100-EXIT
              UNTIL END-OF-EXCEPTIONS.
           IF WS-CURRENT-CAMP NOT = HIGH-VALUES THEN
              PERFORM 4300-CLOSE-CAMP THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETURN-EXCEPTION.
           RETURN NSH-SORT-FILE RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                  PERFORM 4200-WRITE-EXCEPTION-LINE THRU 4200-EXIT
           END-RETURN.
       4100-EXIT.
           EXIT.

       4200-WRITE-EXCEPTION-LINE.
           IF NSR-CAMP NOT = WS-CURRENT-CAMP THEN
              IF WS-CURRENT-CAMP NOT = HIGH-VALUES THEN
                 PERFORM 4300-CLOSE-CAMP THRU 4300-EXIT
              END-IF
              MOVE NSR-CAMP TO WS-CURRENT-CAMP
              MOVE SPACES TO WS-CAMP-HEADING
              MOVE "CAMP: " TO CMP-LABEL
              IF NSR-CAMP = SPACES THEN
                 MOVE "(NO CAMP)" TO CMP-CAMP
              ELSE
                 MOVE NSR-CAMP TO CMP-CAMP
              END-IF
              MOVE WS-CAMP-HEADING TO NOSHOW-REPORT-LINE
              WRITE NOSHOW-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-NOSHOW-DETAIL.
           MOVE NSR-ELF-ID TO NSD-ELF-ID.
           MOVE NSR-ELF-NAME TO NSD-ELF-NAME.
           MOVE NSR-REASON TO NSD-REASON.
           MOVE NSR-DAY-COUNT TO NSD-DAY-COUNT.
           MOVE "DAY(S) SINCE" TO NSD-DAYS-LABEL.
           MOVE NSR-FIRST-DATE TO NSD-FIRST-DATE.
           MOVE WS-NOSHOW-DETAIL TO NOSHOW-REPORT-LINE.
           WRITE NOSHOW-REPORT-LINE.
           ADD 1 TO WS-CAMP-MISSING.
       4200-EXIT.
           EXIT.

       4300-CLOSE-CAMP.
           MOVE SPACES TO WS-NOSHOW-TOTAL.
           MOVE "   MISSING IN CAMP" TO NST-TOTAL-LABEL.
           MOVE WS-CAMP-MISSING TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE SPACES TO NOSHOW-REPORT-LINE.
           WRITE NOSHOW-REPORT-LINE.
           MOVE ZERO TO WS-CAMP-MISSING.
       4300-EXIT.
           EXIT.

       5000-FINALIZE.
           MOVE ALL "-" TO NOSHOW-REPORT-LINE.
           WRITE NOSHOW-REPORT-LINE.
           MOVE "ROSTER ELVES READ" TO NST-TOTAL-LABEL.
           MOVE WS-ROSTER-COUNT TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "EXCUSED - LEAVE/RETIRED/NOT DUE" TO NST-TOTAL-LABEL.
           MOVE WS-EXCUSED-COUNT TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "ACTIVE ELVES CHECKED" TO NST-TOTAL-LABEL.
           MOVE WS-ACTIVE-COUNT TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "ACTIVE ELVES MISSING" TO NST-TOTAL-LABEL.
           MOVE WS-MISSING-COUNT TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "DAYTOT ROWS MATCHED ON DATE" TO NST-TOTAL-LABEL.
           MOVE WS-DAY-EXTRACTED TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           IF CHECK-STANDINGS THEN
              MOVE "STANDDD ROWS READ" TO NST-TOTAL-LABEL
              MOVE WS-STD-EXTRACTED TO NST-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
           END-IF.
           MOVE "STREAKS CLEARED" TO NST-TOTAL-LABEL.
           MOVE WS-STREAK-CLEARED TO NST-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           CLOSE NOSHOW-REPORT-FILE.
           DISPLAY "NOSHOW - " WS-ACTIVE-COUNT " ACTIVE ELVES CHECKED, "
                   WS-MISSING-COUNT " MISSING, "
                   WS-EXCUSED-COUNT " EXCUSED.".
       5000-EXIT.
           EXIT.

       5100-WRITE-TOTAL-LINE.
           MOVE WS-NOSHOW-TOTAL TO NOSHOW-REPORT-LINE.
           WRITE NOSHOW-REPORT-LINE.
           MOVE SPACES TO WS-NOSHOW-TOTAL.
       5100-EXIT.
           EXIT.

       END PROGRAM NOSHOW.
