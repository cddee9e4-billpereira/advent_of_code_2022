      *                     CLOSED-OUT TENURE IS REJECTED - IT
      *                     WOULD WRITE A FROM > THRU ROW THE
      *                     LOOKUP COULD NEVER MATCH.
      *    2026-10-06  BP   ROSTER STATUS LIFECYCLE - THE ROSTER
      *                     RECORD NOW CARRIES A STATUS (A ACTIVE,
      *                     L ON LEAVE, X RETIRED) AND THE DATE IT
      *                     TOOK EFFECT. NEW TRANSACTIONS 'L' (START
      *                     LEAVE), 'R' (RETURN FROM LEAVE) AND 'X'
      *                     (RETIRE), EACH DATED BY TRN-EFF-DATE. A
      *                     'D' NO LONGER DELETES THE MASTER RECORD -
      *                     IT RETIRES THE ELF THE SAME AS 'X', SO
      *                     THE ELF'S HISTORY STAYS TRACEABLE. A
      *                     RETIRED ELF TAKES NO FURTHER MAINTENANCE,
      *                     AND THE REGISTER SHOWS STATUS AND DATE ON
      *                     BOTH THE BEFORE AND AFTER LINES.
      *    2026-10-13  BP   MAKER-CHECKER - TRANSDD IS NOW THE
      *                     APPROVED DECK PENDAPR WRITES, EACH CARD
      *                     CARRYING THE KEYING OPERATOR'S ID
      *                     (COLUMNS 65-72) AND THE APPROVING
      *                     OPERATOR'S (73-80). A TRANSACTION WITHOUT
      *                     BOTH, OR WITH THE SAME ID IN BOTH, IS
      *                     REJECTED UNAPPLIED, AND EVERY REGISTER
      *                     ENTRY GAINS A BY LINE NAMING THE MAKER
      *                     AND THE APPROVER.
      *    2026-10-15  BP   PENDAPR NOW ADDS TO TRANSDD RUN AFTER RUN
      *                     INSTEAD OF REPLACING IT, SO THE DECK IS
      *                     EMPTIED ONCE THIS RUN HAS APPLIED IT - NO
      *                     APPROVED CARD IS APPLIED TWICE.
      *    2026-10-15  BP   TRANSDD IS OPTIONAL, AS IN PENDAPR, FOR A
      *                     DAY WITH NOTHING APPROVED. A TRANSACTION
      *                     REJECTED HERE IS NOT CARRIED OVER ON THE
      *                     EMPTIED DECK - THE REGISTER NOW SAYS SO
      *                     AND THAT EACH MUST BE RE-KEYED THROUGH
      *                     PENDKEY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO TRANSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.


       FILE SECTION.
      * ONE MAINTENANCE TRANSACTION PER RECORD - ACTION A (ADD),
      * C (CHANGE), T (CAMP TRANSFER), L (START LEAVE), R (RETURN
      * FROM LEAVE), X (RETIRE) OR D (RETIRE - KEPT FOR THE OLD
      * TRANSACTION DECKS) AGAINST THE ROSTER MASTER. NAME AND CAMP
      * ARE IGNORED ON THE STATUS ACTIONS, THE NAME IS KEPT AS-IS ON
      * A TRANSFER. TRN-EFF-DATE IS THE FIRST BUSINESS DATE IN THE
      * NEW CAMP ON A TRANSFER AND THE DATE THE NEW STATUS TAKES
      * EFFECT ON L/R/X; AN ADD OR A D WITHOUT ONE IS DATED TODAY.
      * THE MAKER IS THE OPERATOR WHO KEYED THE CARD, THE APPROVER
      * THE ONE WHO RELEASED IT THROUGH PENDAPR.
       FD  TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS TRAN-LINE.
          05 TRN-ELF-CAMP     PIC X(20).
          05 FILLER           PIC X(2).
          05 TRN-EFF-DATE     PIC X(8).
          05 FILLER           PIC X(1).
          05 TRN-MAKER-ID     PIC X(8).
          05 TRN-APPROVER-ID  PIC X(8).

      * ELF-ID TO NAME/CAMP MASTER, KEYED ON ELF-ROSTER-ID - SHARED
      * LAYOUT WITH THE ADV1 LOOKUP.
           DATA RECORD IS ELF-ROSTER-RECORD.
           COPY ROSTERREC.

      * PRINTED MAINTENANCE REGISTER - A BEFORE, AN AFTER AND A BY
      * LINE PER TRANSACTION SO THE WEEK'S ROSTER CHANGES AND WHO
      * MADE THEM CAN BE REVIEWED, PLUS THE CONTROL COUNTS AT END OF
      * RUN.
       FD  REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS REGISTER-LINE.
       01 WS-TRAN-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ADD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-RETIRE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-LEAVE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RETURN-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TRANSFER-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.

      * TRANSACTION ARRIVED - SPACES WHEN THE ID WAS NOT ON FILE.
       01 WS-BEFORE-NAME       PIC X(20) VALUE SPACES.
       01 WS-BEFORE-CAMP       PIC X(20) VALUE SPACES.
       01 WS-BEFORE-STATUS     PIC X(1) VALUE SPACE.
           88 BEFORE-ACTIVE         VALUE 'A' ' '.
           88 BEFORE-ON-LEAVE       VALUE 'L'.
           88 BEFORE-RETIRED        VALUE 'X'.
       01 WS-BEFORE-STATUS-DATE PIC X(8) VALUE SPACES.

      * STATUS AND EFFECTIVE DATE THE TRANSACTION SETS - TODAY
      * STANDS IN FOR A MISSING DATE ON AN ADD OR A 'D'.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01 WS-NEW-STATUS        PIC X(1) VALUE SPACE.
       01 WS-NEW-STATUS-DATE   PIC X(8) VALUE SPACES.

       01 WS-REGISTER-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 REG-ELF-NAME      PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 REG-ELF-CAMP      PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 REG-STATUS        PIC X(1).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 REG-STATUS-DATE   PIC X(8).
          05 FILLER            PIC X(10) VALUE SPACES.

       01 WS-REGISTER-OPERATOR.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 REG-OPR-TAG       PIC X(7).
          05 FILLER            PIC X(10) VALUE SPACES.
          05 REG-OPR-MAKER-LIT PIC X(6).
          05 REG-OPR-MAKER-ID  PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 REG-OPR-APPR-LIT  PIC X(9).
          05 REG-OPR-APPROVER-ID PIC X(8).
          05 FILLER            PIC X(29) VALUE SPACES.

       01 WS-REGISTER-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRAN-FILE.
           OPEN I-O ELF-ROSTER-FILE.
           OPEN OUTPUT REGISTER-FILE.
                  WHEN 'C'
                     PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
                  WHEN 'D'
                  WHEN 'X'
                  WHEN 'L'
                  WHEN 'R'
                     PERFORM 2500-APPLY-STATUS THRU 2500-EXIT
                  WHEN 'T'
                     PERFORM 2550-APPLY-TRANSFER THRU 2550-EXIT
              END-EVALUATE
           MOVE 'N' TO WS-MASTER-FOUND.
           MOVE SPACES TO WS-BEFORE-NAME.
           MOVE SPACES TO WS-BEFORE-CAMP.
           MOVE SPACE TO WS-BEFORE-STATUS.
           MOVE SPACES TO WS-BEFORE-STATUS-DATE.
           IF TRN-ELF-ID NOT = SPACES THEN
              MOVE TRN-ELF-ID TO ELF-ROSTER-ID
              READ ELF-ROSTER-FILE
                     MOVE 'Y' TO WS-MASTER-FOUND
                     MOVE ELF-ROSTER-NAME TO WS-BEFORE-NAME
                     MOVE ELF-ROSTER-CAMP TO WS-BEFORE-CAMP
                     MOVE ELF-ROSTER-STATUS TO WS-BEFORE-STATUS
                     MOVE ELF-ROSTER-STATUS-DATE
                        TO WS-BEFORE-STATUS-DATE
              END-READ
           END-IF.
       2210-EXIT.
           EXIT.

      * REJECT RULES - A CARD THAT NEVER PASSED THE MAKER-CHECKER
      * APPROVAL FIRST, THEN BAD ACTION CODES AND BLANK IDS, THEN THE
      * ACTION-SPECIFIC EDITS: AN ADD MUST NOT ALREADY BE ON FILE, A
      * CHANGE, DELETE OR TRANSFER MUST BE, AN ADD OR CHANGE NEEDS A
      * NAME, AND A TRANSFER NEEDS A CAMP AND A NUMERIC EFFECTIVE
      * DATE LATER THAN THE ELF'S LAST CLOSED-OUT TENURE - AN
      * EARLIER DATE WOULD WRITE A FROM > THRU HISTORY ROW THAT THE
      * ADV1 LOOKUP CAN NEVER MATCH, SILENTLY CHARGING THOSE DAYS
      * TO THE NEW CAMP. A RETIRED ELF TAKES NO FURTHER
      * MAINTENANCE, LEAVE NEEDS AN ACTIVE ELF, A RETURN NEEDS ONE
      * ON LEAVE, AND NO STATUS MAY TAKE EFFECT BEFORE THE ONE IT
      * REPLACES.
       2220-EDIT-TRANSACTION.
           IF TRN-MAKER-ID = SPACES THEN
              MOVE "NO MAKER ID - UNAPPROVED" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF TRN-APPROVER-ID = SPACES THEN
              MOVE "NOT APPROVED" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF TRN-APPROVER-ID = TRN-MAKER-ID THEN
              MOVE "APPROVER SAME AS MAKER" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
                 AND TRN-ACTION NOT = 'D'
                 AND TRN-ACTION NOT = 'T'
                 AND TRN-ACTION NOT = 'L'
                 AND TRN-ACTION NOT = 'R'
                 AND TRN-ACTION NOT = 'X' THEN
              MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
              MOVE "ELF-ID NOT ON FILE" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF TRN-ACTION NOT = 'A' AND BEFORE-RETIRED THEN
              MOVE "ELF IS RETIRED" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF (TRN-ACTION = 'A' OR TRN-ACTION = 'C')
                 AND TRN-ELF-NAME = SPACES THEN
              MOVE "BLANK ELF NAME" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF TRN-ACTION = 'T' THEN
              PERFORM 2230-EDIT-TENURE-WINDOW THRU 2230-EXIT
              GO TO 2220-EXIT
           END-IF.
           IF TRN-ACTION = 'L' AND NOT BEFORE-ACTIVE THEN
              MOVE "ELF IS NOT ACTIVE" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF TRN-ACTION = 'R' AND NOT BEFORE-ON-LEAVE THEN
              MOVE "ELF IS NOT ON LEAVE" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF (TRN-ACTION = 'L' OR TRN-ACTION = 'R'
                 OR TRN-ACTION = 'X')
                 AND TRN-EFF-DATE NOT NUMERIC THEN
              MOVE "BAD STATUS DATE" TO WS-REJECT-REASON
              GO TO 2220-EXIT
           END-IF.
           IF TRN-ACTION = 'L' OR TRN-ACTION = 'R'
                 OR TRN-ACTION = 'X' OR TRN-ACTION = 'D' THEN
              PERFORM 2240-EDIT-STATUS-DATE THRU 2240-EXIT
           END-IF.
       2220-EXIT.
           EXIT.
       2230-EXIT.
           EXIT.

      * THE NEW STATUS'S DATE - TRN-EFF-DATE WHEN GIVEN, TODAY FOR
      * A 'D' WITHOUT ONE - MUST NOT FALL BEFORE THE STATUS ALREADY
      * ON FILE, OR THE ROSTER WOULD SHOW A CHANGE OUT OF ORDER.
       2240-EDIT-STATUS-DATE.
           IF TRN-EFF-DATE NUMERIC THEN
              MOVE TRN-EFF-DATE TO WS-NEW-STATUS-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-NEW-STATUS-DATE
           END-IF.
           IF WS-BEFORE-STATUS-DATE NUMERIC
                 AND WS-NEW-STATUS-DATE < WS-BEFORE-STATUS-DATE THEN
              MOVE "DATE BEFORE LAST STATUS" TO WS-REJECT-REASON
           END-IF.
       2240-EXIT.
           EXIT.

       2300-APPLY-ADD.
           MOVE SPACES TO ELF-ROSTER-RECORD.
           MOVE TRN-ELF-ID TO ELF-ROSTER-ID.
           MOVE TRN-ELF-NAME TO ELF-ROSTER-NAME.
           MOVE TRN-ELF-CAMP TO ELF-ROSTER-CAMP.
           MOVE 'A' TO ELF-ROSTER-STATUS.
           IF TRN-EFF-DATE NUMERIC THEN
              MOVE TRN-EFF-DATE TO ELF-ROSTER-STATUS-DATE
           ELSE
              MOVE WS-RUN-DATE TO ELF-ROSTER-STATUS-DATE
           END-IF.
           MOVE 'A' TO WS-NEW-STATUS.
           MOVE ELF-ROSTER-STATUS-DATE TO WS-NEW-STATUS-DATE.
           WRITE ELF-ROSTER-RECORD
               INVALID KEY
                  MOVE "ALREADY ON FILE" TO WS-REJECT-REASON
       2400-EXIT.
           EXIT.

      * LEAVE, RETURN AND RETIRE ONLY MOVE THE STATUS AND ITS DATE
      * - THE RECORD AREA STILL HOLDS THE MASTER AS 2210 READ IT, SO
      * NAME AND CAMP GO BACK UNCHANGED. A RETIREMENT (X, OR THE OLD
      * D) KEEPS THE RECORD ON FILE RATHER THAN DELETING IT.
       2500-APPLY-STATUS.
           EVALUATE TRN-ACTION
               WHEN 'L'
                  MOVE 'L' TO WS-NEW-STATUS
               WHEN 'R'
                  MOVE 'A' TO WS-NEW-STATUS
               WHEN OTHER
                  MOVE 'X' TO WS-NEW-STATUS
           END-EVALUATE.
           MOVE TRN-ELF-ID TO ELF-ROSTER-ID.
           MOVE WS-NEW-STATUS TO ELF-ROSTER-STATUS.
           MOVE WS-NEW-STATUS-DATE TO ELF-ROSTER-STATUS-DATE.
           REWRITE ELF-ROSTER-RECORD
               INVALID KEY
                  MOVE "ELF-ID NOT ON FILE" TO WS-REJECT-REASON
           END-REWRITE.
           IF TRAN-ACCEPTED THEN
              EVALUATE TRN-ACTION
                  WHEN 'L'
                     ADD 1 TO WS-LEAVE-COUNT
                  WHEN 'R'
                     ADD 1 TO WS-RETURN-COUNT
                  WHEN OTHER
                     ADD 1 TO WS-RETIRE-COUNT
              END-EVALUATE
           END-IF.
       2500-EXIT.
           EXIT.
           EXIT.

      * A BEFORE LINE SHOWING THE MASTER AS IT STOOD, THEN AN AFTER
      * LINE SHOWING EITHER THE APPLIED RESULT OR THE REJECT REASON,
      * THEN A BY LINE NAMING THE MAKER AND THE APPROVER.
       2600-WRITE-REGISTER-ENTRY.
           MOVE SPACES TO WS-REGISTER-DETAIL.
           MOVE "BEFORE " TO REG-TAG.
           IF MASTER-RECORD-FOUND THEN
              MOVE WS-BEFORE-NAME TO REG-ELF-NAME
              MOVE WS-BEFORE-CAMP TO REG-ELF-CAMP
              MOVE WS-BEFORE-STATUS TO REG-STATUS
              MOVE WS-BEFORE-STATUS-DATE TO REG-STATUS-DATE
           ELSE
              MOVE "*** NOT ON FILE ***" TO REG-ELF-NAME
           END-IF.
               WHEN NOT TRAN-ACCEPTED
                  MOVE "** REJECTED **" TO REG-ELF-NAME
                  MOVE WS-REJECT-REASON TO REG-ELF-CAMP
               WHEN TRN-ACTION = 'T'
                  MOVE WS-BEFORE-NAME TO REG-ELF-NAME
                  MOVE TRN-ELF-CAMP TO REG-ELF-CAMP
                  MOVE WS-BEFORE-STATUS TO REG-STATUS
                  MOVE WS-BEFORE-STATUS-DATE TO REG-STATUS-DATE
               WHEN TRN-ACTION = 'C'
                  MOVE TRN-ELF-NAME TO REG-ELF-NAME
                  MOVE TRN-ELF-CAMP TO REG-ELF-CAMP
                  MOVE WS-BEFORE-STATUS TO REG-STATUS
                  MOVE WS-BEFORE-STATUS-DATE TO REG-STATUS-DATE
               WHEN TRN-ACTION = 'A'
                  MOVE TRN-ELF-NAME TO REG-ELF-NAME
                  MOVE TRN-ELF-CAMP TO REG-ELF-CAMP
                  MOVE WS-NEW-STATUS TO REG-STATUS
                  MOVE WS-NEW-STATUS-DATE TO REG-STATUS-DATE
               WHEN OTHER
                  MOVE WS-BEFORE-NAME TO REG-ELF-NAME
                  MOVE WS-BEFORE-CAMP TO REG-ELF-CAMP
                  MOVE WS-NEW-STATUS TO REG-STATUS
                  MOVE WS-NEW-STATUS-DATE TO REG-STATUS-DATE
           END-EVALUATE.
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE SPACES TO WS-REGISTER-OPERATOR.
           MOVE "BY     " TO REG-OPR-TAG.
           MOVE "MAKER " TO REG-OPR-MAKER-LIT.
           MOVE TRN-MAKER-ID TO REG-OPR-MAKER-ID.
           MOVE "APPROVER " TO REG-OPR-APPR-LIT.
           MOVE TRN-APPROVER-ID TO REG-OPR-APPROVER-ID.
           MOVE WS-REGISTER-OPERATOR TO REGISTER-LINE.
           WRITE REGISTER-LINE.
       2600-EXIT.
           EXIT.

           MOVE "CHANGES APPLIED" TO REG-TOTAL-LABEL.
           MOVE WS-CHANGE-COUNT TO REG-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "TRANSFERS APPLIED" TO REG-TOTAL-LABEL.
           MOVE WS-TRANSFER-COUNT TO REG-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "LEAVES STARTED" TO REG-TOTAL-LABEL.
           MOVE WS-LEAVE-COUNT TO REG-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "RETURNS FROM LEAVE" TO REG-TOTAL-LABEL.
           MOVE WS-RETURN-COUNT TO REG-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "RETIREMENTS APPLIED" TO REG-TOTAL-LABEL.
           MOVE WS-RETIRE-COUNT TO REG-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "TRANSACTIONS REJECTED" TO REG-TOTAL-LABEL.
           MOVE WS-REJECT-COUNT TO REG-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
      * THE DECK IS EMPTIED BELOW, REJECTED CARDS AND ALL, THOUGH
      * PENDDD STILL SHOWS THEM APPROVED - SAY SO ON THE REGISTER.
           IF WS-REJECT-COUNT > ZERO THEN
              MOVE SPACES TO REGISTER-LINE
              WRITE REGISTER-LINE
              MOVE " REJECTED TRANSACTIONS ARE NOT CARRIED OVER -"
                 TO REGISTER-LINE
              WRITE REGISTER-LINE
              MOVE " TRANSDD IS EMPTIED. RE-KEY EACH THROUGH PENDKEY."
                 TO REGISTER-LINE
              WRITE REGISTER-LINE
           END-IF.

           CLOSE TRAN-FILE.
      * THE APPROVED DECK IS SPENT - EMPTY IT FOR PENDAPR TO REFILL.
           OPEN OUTPUT TRAN-FILE.
           CLOSE TRAN-FILE.
           CLOSE ELF-ROSTER-FILE.
           CLOSE REGISTER-FILE.
           CLOSE CAMP-HIST-FILE.
           DISPLAY "ELFROST - " WS-TRAN-COUNT " TRANSACTIONS READ, "
                   WS-ADD-COUNT " ADDED, "
                   WS-CHANGE-COUNT " CHANGED, "
                   WS-TRANSFER-COUNT " TRANSFERRED, "
                   WS-LEAVE-COUNT " TO LEAVE, "
                   WS-RETURN-COUNT " RETURNED, "
                   WS-RETIRE-COUNT " RETIRED.".
           IF WS-REJECT-COUNT > ZERO THEN
              DISPLAY "ELFROST - " WS-REJECT-COUNT
                      " TRANSACTION(S) REJECTED - SEE REGISTDD."
