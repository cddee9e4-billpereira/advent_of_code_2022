      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVER.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-14  BP   ORIGINAL VERSION - PROVES THE AUDIT TRAIL
      *                     FROM ITS RUN SEALS. WALKS THE ARCHIVE
      *                     GENERATIONS (ARCHDD, CONCATENATED OLDEST
      *                     FIRST BY THE JCL) AND THEN THE LIVE
      *                     AUDITDD IN ORDER, AND AT EVERY SEAL
      *                     CHECKS THAT IT LINKS TO THE SEAL BEFORE
      *                     IT, THAT ITS OWN CHAIN VALUE STILL AGREES
      *                     WITH ITS FIELDS (THROUGH AUDSEAL), AND
      *                     THAT THE RECORDS SINCE THE SEAL BEFORE IT
      *                     MATCH ITS RECORD COUNT AND AUD-RESULT HASH
      *                     TOTAL. RECORDS LEFT UNSEALED AT THE END OF
      *                     THE TRAIL ARE AN EXCEPTION TOO. THEN EVERY
      *                     DATE RUNCTLDD MARKS COMPLETE (STATUS C)
      *                     SINCE SEALING BEGAN MUST HAVE A SEALED
      *                     ADV1 RUN, AND A SEALED ADV2 RUN UNLESS THE
      *                     ADV2 STEP DID NOT RUN. EVERY SEAL IS
      *                     LISTED ON THE VERRPTDD REGISTER AND THE
      *                     EXCEPTIONS REPEATED UNDER THEIR OWN
      *                     HEADING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE ARCHIVE GENERATIONS AUDARC CUT, CONCATENATED BY THE JCL
      * - OPTIONAL, A YOUNG TRAIL MAY NEVER HAVE BEEN ARCHIVED.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * THE RUN-CONTROL FILE AS ADVDAILY MAINTAINS IT - READ FRONT TO
      * BACK IN DATE ORDER.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RUN-CTL-DATE.

           SELECT VERIFY-REPORT-FILE ASSIGN TO VERRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * ARCHIVE RECORDS ARE IN THE AUDITREC LAYOUT; EACH ONE IS MOVED
      * TO WS-TRAIL-RECORD AND CHECKED THE SAME WAY AS A LIVE ONE.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-LINE.
       01 ARCHIVE-LINE        PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-LINE.
           COPY AUDITREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

      * THE VERIFICATION REGISTER - ONE LINE PER SEAL, THEN THE
      * EXCEPTION SECTION AND CONTROL COUNTS.
       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS VERIFY-REPORT-LINE.
       01 VERIFY-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ARCH-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-ARCH-FILE      VALUE 'Y'.
       01 WS-AUDIT-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-AUDIT-FILE     VALUE 'Y'.
       01 WS-RUNCTL-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-RUNCTL-FILE    VALUE 'Y'.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * THE TRAIL RECORD IN HAND, FROM EITHER FILE - THE AUDITREC
      * LAYOUT WITH ITS SEAL VIEW.
       01 WS-TRAIL-RECORD.
          05 TRL-RUN-DATE       PIC 9(8).
          05 FILLER             PIC X(2).
          05 TRL-PROGRAM-ID     PIC X(4).
              88 TRL-RUN-SEAL        VALUE 'SEAL'.
          05 FILLER             PIC X(2).
          05 TRL-RECORD-NUMBER  PIC 9(10).
          05 FILLER             PIC X(2).
          05 TRL-SEALED-PROGRAM PIC X(4).
          05 FILLER             PIC X(6).
          05 FILLER             PIC X(2).
          05 TRL-RESULT         PIC 9(10).
          05 FILLER             PIC X(2).
          05 TRL-PREV-CHAIN     PIC 9(10).
          05 FILLER             PIC X(2).
          05 TRL-CHAIN          PIC 9(10).
          05 FILLER             PIC X(6).
       01 WS-SOURCE            PIC X(4) VALUE SPACES.

      * THE RUN IN PROGRESS - RECORDS SINCE THE LAST SEAL.
       01 WS-SEG-COUNT         PIC 9(10) VALUE ZERO.
       01 WS-SEG-HASH          PIC 9(18) VALUE ZERO.
       01 WS-SEG-HASH-TOTAL    PIC 9(10) VALUE ZERO.

      * WHERE THE CHAIN STANDS. THE FIRST SEAL WALKED HAS NOTHING TO
      * LINK BACK TO (THE GENERATIONS BEFORE IT MAY HAVE ROLLED OFF)
      * AND ITS DATE IS TAKEN AS THE DATE SEALING BEGAN.
       01 WS-LAST-CHAIN        PIC 9(10) VALUE ZERO.
       01 WS-SEAL-SEEN         PIC X(1) VALUE 'N'.
           88 A-SEAL-WAS-SEEN       VALUE 'Y'.
       01 WS-CHAIN-KNOWN       PIC X(1) VALUE 'N'.
           88 CHAIN-VALUE-KNOWN     VALUE 'Y'.
       01 WS-FIRST-SEAL-DATE   PIC 9(8) VALUE ZERO.
       01 WS-SEAL-KIND         PIC X(1) VALUE SPACE.
           88 RUN-SEAL              VALUE 'R'.
           88 LATE-SEAL             VALUE 'L'.
           88 REWRITE-SEAL          VALUE 'W'.
           88 UNKNOWN-SEAL          VALUE 'U'.
       01 WS-SEAL-STATUS       PIC X(33) VALUE SPACES.
           88 SEAL-PROVED           VALUE SPACES.
       01 WS-STATUS-COUNT      PIC Z(9)9.

      * RUN SEAL CALL AREA - AUDSEAL RECOMPUTES EACH SEAL'S CHAIN.
           COPY SEALPARM.

      * THE DATES WITH A SEALED ADV1 OR ADV2 RUN, FOR THE RUNCTLDD
      * CHECK. A SEASON IS WELL UNDER 3660 DATES; AN OVERFLOW WARNS
      * AND THE DATES BEYOND IT SHOW AS MISSING.
       01 SEALED-DATE-TABLE.
          05 SEALED-DATE-COUNT  PIC 9(4) COMP VALUE ZERO.
          05 SEALED-DATE-ENTRY OCCURS 1 TO 3660 TIMES
                DEPENDING ON SEALED-DATE-COUNT
                INDEXED BY SDT-IDX.
             10 SDT-DATE        PIC 9(8).
             10 SDT-ADV1-SEALED PIC X(1).
             10 SDT-ADV2-SEALED PIC X(1).
       01 WS-SDT-OVERFLOW      PIC X(1) VALUE 'N'.
           88 SEALED-DATES-OVERFLOWED VALUE 'Y'.
       01 WS-SDT-FOUND         PIC X(1) VALUE 'N'.
           88 SEALED-DATE-FOUND     VALUE 'Y'.

      * EXCEPTION SECTION - EXCEPTION LINES ARE HELD WHILE THE SEAL
      * LISTING PRINTS, THEN REPLAYED UNDER THEIR OWN HEADING.
       01 EXCEPT-TABLE.
          05 EXCEPT-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
          05 EXCEPT-TABLE-ENTRY OCCURS 1 TO 999 TIMES
                DEPENDING ON EXCEPT-TABLE-COUNT
                INDEXED BY EXCEPT-TAB-IDX.
             10 EXCEPT-TAB-LINE    PIC X(80).
       01 WS-EXCEPT-OVERFLOW   PIC X(1) VALUE 'N'.
           88 EXCEPT-TABLE-OVERFLOWED VALUE 'Y'.

      * CONTROL COUNTS FOR THE REGISTER FOOTER.
       01 WS-RECORDS-READ      PIC 9(10) VALUE ZERO.
       01 WS-SEALS-READ        PIC 9(10) VALUE ZERO.
       01 WS-SEALS-PROVED      PIC 9(10) VALUE ZERO.
       01 WS-BROKEN-COUNT      PIC 9(10) VALUE ZERO.
       01 WS-ALTERED-COUNT     PIC 9(10) VALUE ZERO.
       01 WS-MISMATCH-COUNT    PIC 9(10) VALUE ZERO.
       01 WS-UNSEALED-COUNT    PIC 9(10) VALUE ZERO.
       01 WS-LATE-COUNT        PIC 9(10) VALUE ZERO.
       01 WS-PRESEAL-COUNT     PIC 9(10) VALUE ZERO.
       01 WS-COMPLETE-COUNT    PIC 9(10) VALUE ZERO.
       01 WS-UNCHECKED-COUNT   PIC 9(10) VALUE ZERO.
       01 WS-MISSING-COUNT     PIC 9(10) VALUE ZERO.
       01 WS-FAILURE-COUNT     PIC 9(10) VALUE ZERO.

       01 WS-VERIFY-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 VRP-SOURCE        PIC X(4).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 VRP-DATE          PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 VRP-PROGRAM       PIC X(4).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 VRP-COUNT         PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 VRP-HASH          PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 VRP-STATUS        PIC X(33).

       01 WS-VERIFY-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 VRP-TOTAL-LABEL   PIC X(34).
          05 VRP-TOTAL-VALUE   PIC Z(9)9.
          05 FILLER            PIC X(35) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-WALK-TRAIL THRU 2000-EXIT.
           PERFORM 3000-CHECK-RUN-CONTROL THRU 3000-EXIT.
           PERFORM 4000-WRITE-EXCEPTIONS THRU 4000-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           COMPUTE WS-FAILURE-COUNT =
                   WS-BROKEN-COUNT + WS-ALTERED-COUNT
                 + WS-MISMATCH-COUNT + WS-UNSEALED-COUNT
                 + WS-MISSING-COUNT.
           EVALUATE TRUE
               WHEN WS-FAILURE-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADER.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "AUDIT TRAIL SEAL VERIFICATION REGISTER - RUN DATE "
                     DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
              INTO VERIFY-REPORT-LINE
           END-STRING.
           WRITE VERIFY-REPORT-LINE.
           MOVE "  SRC: ARCH = ARCHIVE GENERATIONS, LIVE = AUDITDD,"
              TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE "  RCTL = RUNCTLDD. * MARKS AN EXCEPTION."
              TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE ALL "-" TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE " SRC   DATE      PROG       COUNT  HASH TOTAL  STATUS"
              TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WALK-TRAIL - THE ARCHIVE GENERATIONS, THEN THE LIVE
      * TRAIL, AS ONE CHAIN. WHATEVER IS LEFT AFTER THE LAST SEAL
      * WAS NEVER SEALED.
      *-----------------------------------------------------------*
       2000-WALK-TRAIL.
           MOVE "ARCH" TO WS-SOURCE.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT
              UNTIL END-OF-ARCH-FILE.
           CLOSE ARCHIVE-FILE.
           MOVE "LIVE" TO WS-SOURCE.
           OPEN INPUT AUDIT-FILE.
           PERFORM 2200-READ-AUDIT-RECORD THRU 2200-EXIT
              UNTIL END-OF-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           PERFORM 2900-CHECK-TRAIL-END THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ARCH-EOF
               NOT AT END
                  MOVE ARCHIVE-LINE TO WS-TRAIL-RECORD
                  PERFORM 2300-CHECK-TRAIL-RECORD THRU 2300-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-READ-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                  MOVE AUDIT-LINE TO WS-TRAIL-RECORD
                  PERFORM 2300-CHECK-TRAIL-RECORD THRU 2300-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

      * AN ORDINARY RECORD ONLY ADDS TO THE RUN IN PROGRESS. ONE
      * WHOSE AUD-RESULT IS NOT NUMERIC STILL COUNTS - IT CANNOT
      * HAVE BEEN WRITTEN THAT WAY, SO ITS SEAL'S HASH WILL DISAGREE.
       2300-CHECK-TRAIL-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF TRL-RUN-SEAL THEN
              PERFORM 2400-CHECK-SEAL THRU 2400-EXIT
              GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-SEG-COUNT.
           IF TRL-RESULT IS NUMERIC THEN
              ADD TRL-RESULT TO WS-SEG-HASH
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-CHECK-SEAL - LINK, CHAIN VALUE, THEN COUNT AND HASH.
      * A RUN SEAL (OR AN ORIG/TAIL CATCH-UP SEAL) MUST MATCH THE
      * RECORDS SINCE THE SEAL BEFORE IT. A REWRITE SEAL (ADVD, THE
      * RERUN STRIP; AUDA, THE ARCHIVE CUT) CARRIES WHAT THE REWRITE
      * TOOK OFF THE TRAIL, SO NOTHING MAY STAND UNSEALED AHEAD OF
      * IT - UNLESS IT IS THE FIRST SEAL, AHEAD OF WHICH IS THE
      * TRAIL FROM BEFORE SEALING BEGAN.
      *-----------------------------------------------------------*
       2400-CHECK-SEAL.
           ADD 1 TO WS-SEALS-READ.
           MOVE SPACES TO WS-SEAL-STATUS.
           IF TRL-RUN-DATE IS NOT NUMERIC
                 OR TRL-RECORD-NUMBER IS NOT NUMERIC
                 OR TRL-RESULT IS NOT NUMERIC
                 OR TRL-PREV-CHAIN IS NOT NUMERIC
                 OR TRL-CHAIN IS NOT NUMERIC THEN
              MOVE "*SEAL DAMAGED - NOT READABLE" TO WS-SEAL-STATUS
              ADD 1 TO WS-ALTERED-COUNT
              MOVE 'N' TO WS-CHAIN-KNOWN
              MOVE 'Y' TO WS-SEAL-SEEN
              PERFORM 2480-WRITE-SEAL-LINE THRU 2480-EXIT
              GO TO 2400-EXIT
           END-IF.
           EVALUATE TRL-SEALED-PROGRAM
               WHEN "ADV1"
               WHEN "ADV2"
               WHEN "RJFX"
               WHEN "SEAV"
               WHEN "HREL"
               WHEN "ORIG"
                  MOVE 'R' TO WS-SEAL-KIND
               WHEN "TAIL"
                  MOVE 'L' TO WS-SEAL-KIND
               WHEN "ADVD"
               WHEN "AUDA"
                  MOVE 'W' TO WS-SEAL-KIND
               WHEN OTHER
                  MOVE 'U' TO WS-SEAL-KIND
           END-EVALUATE.
           IF NOT A-SEAL-WAS-SEEN THEN
              MOVE TRL-RUN-DATE TO WS-FIRST-SEAL-DATE
           END-IF.
           PERFORM 2410-CHECK-LINK THRU 2410-EXIT.
           PERFORM 2420-CHECK-CHAIN-VALUE THRU 2420-EXIT.
           PERFORM 2430-CHECK-RUN-RECORDS THRU 2430-EXIT.
           IF RUN-SEAL
                 AND (TRL-SEALED-PROGRAM = "ADV1"
                    OR TRL-SEALED-PROGRAM = "ADV2") THEN
              PERFORM 2450-NOTE-SEALED-DATE THRU 2450-EXIT
           END-IF.
           IF SEAL-PROVED THEN
              ADD 1 TO WS-SEALS-PROVED
              EVALUATE TRL-SEALED-PROGRAM
                  WHEN "ORIG"
                     MOVE "OK - TRAIL BEFORE SEALING"
                        TO WS-SEAL-STATUS
                  WHEN "ADVD"
                     MOVE "OK - RERUN STRIP" TO WS-SEAL-STATUS
                  WHEN "AUDA"
                     MOVE "OK - ARCHIVE CUT" TO WS-SEAL-STATUS
                  WHEN OTHER
                     MOVE "OK" TO WS-SEAL-STATUS
              END-EVALUATE
           END-IF.
           MOVE TRL-CHAIN TO WS-LAST-CHAIN.
           MOVE 'Y' TO WS-CHAIN-KNOWN.
           MOVE 'Y' TO WS-SEAL-SEEN.
           PERFORM 2480-WRITE-SEAL-LINE THRU 2480-EXIT.
       2400-EXIT.
           EXIT.

       2410-CHECK-LINK.
           IF CHAIN-VALUE-KNOWN
                 AND TRL-PREV-CHAIN NOT = WS-LAST-CHAIN THEN
              MOVE "*CHAIN BROKEN - PRIOR SEAL LINK"
                 TO WS-SEAL-STATUS
              ADD 1 TO WS-BROKEN-COUNT
           END-IF.
       2410-EXIT.
           EXIT.

       2420-CHECK-CHAIN-VALUE.
           MOVE WS-TRAIL-RECORD TO SEAL-LINE.
           MOVE "V" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           IF SEAL-EXPECTED-CHAIN NOT = TRL-CHAIN THEN
              IF SEAL-PROVED THEN
                 MOVE "*SEAL ALTERED - CHAIN VALUE WRONG"
                    TO WS-SEAL-STATUS
              END-IF
              ADD 1 TO WS-ALTERED-COUNT
           END-IF.
       2420-EXIT.
           EXIT.

       2430-CHECK-RUN-RECORDS.
           MOVE WS-SEG-HASH TO WS-SEG-HASH-TOTAL.
           EVALUATE TRUE
               WHEN REWRITE-SEAL
                  IF WS-SEG-COUNT > ZERO THEN
                     IF A-SEAL-WAS-SEEN THEN
                        PERFORM 2440-FLAG-UNSEALED THRU 2440-EXIT
                     ELSE
                        ADD WS-SEG-COUNT TO WS-PRESEAL-COUNT
                     END-IF
                  END-IF
               WHEN UNKNOWN-SEAL
                  IF SEAL-PROVED THEN
                     MOVE "*SEALED PROGRAM NOT KNOWN"
                        TO WS-SEAL-STATUS
                  END-IF
                  ADD 1 TO WS-ALTERED-COUNT
               WHEN WS-SEG-COUNT NOT = TRL-RECORD-NUMBER
                  IF SEAL-PROVED THEN
                     MOVE WS-SEG-COUNT TO WS-STATUS-COUNT
                     STRING "*COUNT MISMATCH -" DELIMITED SIZE
                            WS-STATUS-COUNT DELIMITED SIZE
                            " FOUND" DELIMITED SIZE
                        INTO WS-SEAL-STATUS
                     END-STRING
                  END-IF
                  ADD 1 TO WS-MISMATCH-COUNT
               WHEN WS-SEG-HASH-TOTAL NOT = TRL-RESULT
                  IF SEAL-PROVED THEN
                     MOVE "*HASH TOTAL MISMATCH" TO WS-SEAL-STATUS
                  END-IF
                  ADD 1 TO WS-MISMATCH-COUNT
               WHEN LATE-SEAL
                  IF SEAL-PROVED THEN
                     MOVE "*LATE - RUN LEFT RECORDS UNSEALED"
                        TO WS-SEAL-STATUS
                  END-IF
                  ADD 1 TO WS-LATE-COUNT
           END-EVALUATE.
           MOVE ZERO TO WS-SEG-COUNT.
           MOVE ZERO TO WS-SEG-HASH.
       2430-EXIT.
           EXIT.

       2440-FLAG-UNSEALED.
           IF SEAL-PROVED THEN
              MOVE WS-SEG-COUNT TO WS-STATUS-COUNT
              STRING "*UNSEALED AHEAD -" DELIMITED SIZE
                     WS-STATUS-COUNT DELIMITED SIZE
                     " RECS" DELIMITED SIZE
                 INTO WS-SEAL-STATUS
              END-STRING
           END-IF.
           ADD WS-SEG-COUNT TO WS-UNSEALED-COUNT.
       2440-EXIT.
           EXIT.

      * A SEALED ADV1 OR ADV2 RUN FOR THE DATE - ONE ENTRY PER DATE,
      * APPENDED ON FIRST SIGHT.
       2450-NOTE-SEALED-DATE.
           MOVE 'N' TO WS-SDT-FOUND.
           SET SDT-IDX TO 1.
           SEARCH SEALED-DATE-ENTRY
               AT END
                  CONTINUE
               WHEN SDT-DATE (SDT-IDX) = TRL-RUN-DATE
                  MOVE 'Y' TO WS-SDT-FOUND
           END-SEARCH.
           IF NOT SEALED-DATE-FOUND THEN
              IF SEALED-DATE-COUNT < 3660 THEN
                 ADD 1 TO SEALED-DATE-COUNT
                 SET SDT-IDX TO SEALED-DATE-COUNT
                 MOVE TRL-RUN-DATE TO SDT-DATE (SDT-IDX)
                 MOVE 'N' TO SDT-ADV1-SEALED (SDT-IDX)
                 MOVE 'N' TO SDT-ADV2-SEALED (SDT-IDX)
              ELSE
                 MOVE 'Y' TO WS-SDT-OVERFLOW
                 GO TO 2450-EXIT
              END-IF
           END-IF.
           IF TRL-SEALED-PROGRAM = "ADV1" THEN
              MOVE 'Y' TO SDT-ADV1-SEALED (SDT-IDX)
           ELSE
              MOVE 'Y' TO SDT-ADV2-SEALED (SDT-IDX)
           END-IF.
       2450-EXIT.
           EXIT.

       2480-WRITE-SEAL-LINE.
           MOVE SPACES TO WS-VERIFY-DETAIL.
           MOVE WS-SOURCE TO VRP-SOURCE.
           MOVE WS-TRAIL-RECORD (1:8) TO VRP-DATE.
           MOVE TRL-SEALED-PROGRAM TO VRP-PROGRAM.
           IF TRL-RECORD-NUMBER IS NUMERIC THEN
              MOVE TRL-RECORD-NUMBER TO VRP-COUNT
           END-IF.
           MOVE WS-TRAIL-RECORD (41:10) TO VRP-HASH.
           MOVE WS-SEAL-STATUS TO VRP-STATUS.
           PERFORM 2490-PRINT-DETAIL-LINE THRU 2490-EXIT.
       2480-EXIT.
           EXIT.

      * EVERY DETAIL LINE PRINTS; ONE WHOSE STATUS STARTS WITH '*'
      * IS HELD FOR THE EXCEPTION SECTION AS WELL.
       2490-PRINT-DETAIL-LINE.
           MOVE WS-VERIFY-DETAIL TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           IF VRP-STATUS (1:1) NOT = "*" THEN
              GO TO 2490-EXIT
           END-IF.
           IF EXCEPT-TABLE-COUNT < 999 THEN
              ADD 1 TO EXCEPT-TABLE-COUNT
              SET EXCEPT-TAB-IDX TO EXCEPT-TABLE-COUNT
              MOVE WS-VERIFY-DETAIL TO EXCEPT-TAB-LINE (EXCEPT-TAB-IDX)
           ELSE
              MOVE 'Y' TO WS-EXCEPT-OVERFLOW
           END-IF.
       2490-EXIT.
           EXIT.

      * RECORDS AFTER THE LAST SEAL ON THE LIVE TRAIL BELONG TO A
      * RUN THAT NEVER SEALED - ONE STILL GOING, ONE THAT DIED, OR
      * ENTRIES ADDED BY HAND.
       2900-CHECK-TRAIL-END.
           IF WS-SEG-COUNT = ZERO THEN
              GO TO 2900-EXIT
           END-IF.
           IF NOT A-SEAL-WAS-SEEN THEN
              ADD WS-SEG-COUNT TO WS-PRESEAL-COUNT
              GO TO 2900-EXIT
           END-IF.
           ADD WS-SEG-COUNT TO WS-UNSEALED-COUNT.
           MOVE WS-SEG-HASH TO WS-SEG-HASH-TOTAL.
           MOVE SPACES TO WS-VERIFY-DETAIL.
           MOVE "LIVE" TO VRP-SOURCE.
           MOVE "NONE" TO VRP-PROGRAM.
           MOVE WS-SEG-COUNT TO VRP-COUNT.
           MOVE WS-SEG-HASH-TOTAL TO VRP-HASH.
           MOVE "*UNSEALED AT END OF TRAIL" TO VRP-STATUS.
           PERFORM 2490-PRINT-DETAIL-LINE THRU 2490-EXIT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHECK-RUN-CONTROL - EVERY DATE MARKED COMPLETE SINCE
      * SEALING BEGAN NEEDS ITS SEALED ADV1 RUN, AND ITS SEALED ADV2
      * RUN UNLESS THE ADV2 STEP DID NOT RUN (CONDITION CODE 9999).
      * THE KEY-00000000 SEASON ROW IS NOT A RUN.
      *-----------------------------------------------------------*
       3000-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM 3100-READ-RUNCTL-RECORD THRU 3100-EXIT
              UNTIL END-OF-RUNCTL-FILE.
           CLOSE RUN-CONTROL-FILE.
           IF SEALED-DATES-OVERFLOWED THEN
              DISPLAY "AUDVER - OVER 3660 SEALED RUN DATES - DATES"
                      " BEYOND THE TABLE SHOW AS MISSING."
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-RUNCTL-RECORD.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-RUNCTL-EOF
               NOT AT END
                  IF RUN-CTL-DATE NOT = ZERO
                        AND RUN-CTL-STATUS = 'C' THEN
                     PERFORM 3200-CHECK-COMPLETE-DATE THRU 3200-EXIT
                  END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3200-CHECK-COMPLETE-DATE.
           ADD 1 TO WS-COMPLETE-COUNT.
           IF NOT A-SEAL-WAS-SEEN
                 OR RUN-CTL-DATE < WS-FIRST-SEAL-DATE THEN
              ADD 1 TO WS-UNCHECKED-COUNT
              GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-SDT-FOUND.
           SET SDT-IDX TO 1.
           SEARCH SEALED-DATE-ENTRY
               AT END
                  CONTINUE
               WHEN SDT-DATE (SDT-IDX) = RUN-CTL-DATE
                  MOVE 'Y' TO WS-SDT-FOUND
           END-SEARCH.
           IF RUN-CTL-ADV1-CC NOT = 9999 THEN
              IF NOT SEALED-DATE-FOUND
                    OR SDT-ADV1-SEALED (SDT-IDX) NOT = 'Y' THEN
                 MOVE "ADV1" TO VRP-PROGRAM
                 PERFORM 3300-FLAG-MISSING-RUN THRU 3300-EXIT
              END-IF
           END-IF.
           IF RUN-CTL-ADV2-CC NOT = 9999 THEN
              IF NOT SEALED-DATE-FOUND
                    OR SDT-ADV2-SEALED (SDT-IDX) NOT = 'Y' THEN
                 MOVE "ADV2" TO VRP-PROGRAM
                 PERFORM 3300-FLAG-MISSING-RUN THRU 3300-EXIT
              END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3300-FLAG-MISSING-RUN.
           MOVE "RCTL" TO VRP-SOURCE.
           MOVE RUN-CTL-DATE TO VRP-DATE.
           MOVE ZERO TO VRP-COUNT.
           MOVE SPACES TO VRP-HASH.
           MOVE "*COMPLETE BUT NO SEALED RUN" TO VRP-STATUS.
           PERFORM 2490-PRINT-DETAIL-LINE THRU 2490-EXIT.
           ADD 1 TO WS-MISSING-COUNT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-EXCEPTIONS - REPLAY THE EXCEPTIONS UNDER THEIR
      * OWN HEADING SO THE AUDITOR DOES NOT HAVE TO SCAN THE FULL
      * SEAL LISTING FOR THEM.
      *-----------------------------------------------------------*
       4000-WRITE-EXCEPTIONS.
           MOVE ALL "-" TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE "EXCEPTIONS - SEALS AND DATES THAT DID NOT PROVE"
              TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           IF EXCEPT-TABLE-COUNT = ZERO THEN
              MOVE " (NONE)" TO VERIFY-REPORT-LINE
              WRITE VERIFY-REPORT-LINE
           ELSE
              PERFORM 4100-WRITE-EXCEPTION-LINE THRU 4100-EXIT
                 VARYING EXCEPT-TAB-IDX FROM 1 BY 1
                 UNTIL EXCEPT-TAB-IDX > EXCEPT-TABLE-COUNT
           END-IF.
           IF EXCEPT-TABLE-OVERFLOWED THEN
              MOVE " ** MORE EXCEPTIONS THAN THE 999-ROW TABLE **"
                 TO VERIFY-REPORT-LINE
              WRITE VERIFY-REPORT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-EXCEPTION-LINE.
           MOVE EXCEPT-TAB-LINE (EXCEPT-TAB-IDX) TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FINALIZE - CONTROL COUNTS TO THE REGISTER AND THE
      * CONSOLE, THEN CLOSE OUT.
      *-----------------------------------------------------------*
       5000-FINALIZE.
           MOVE ALL "-" TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE "TRAIL RECORDS READ" TO VRP-TOTAL-LABEL.
           MOVE WS-RECORDS-READ TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "SEALS READ" TO VRP-TOTAL-LABEL.
           MOVE WS-SEALS-READ TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "SEALS PROVED" TO VRP-TOTAL-LABEL.
           MOVE WS-SEALS-PROVED TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CHAIN LINKS BROKEN" TO VRP-TOTAL-LABEL.
           MOVE WS-BROKEN-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "SEALS ALTERED OR DAMAGED" TO VRP-TOTAL-LABEL.
           MOVE WS-ALTERED-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "COUNT OR HASH MISMATCHES" TO VRP-TOTAL-LABEL.
           MOVE WS-MISMATCH-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RECORDS LEFT UNSEALED" TO VRP-TOTAL-LABEL.
           MOVE WS-UNSEALED-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RUNS SEALED LATE (TAIL)" TO VRP-TOTAL-LABEL.
           MOVE WS-LATE-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RECORDS FROM BEFORE SEALING" TO VRP-TOTAL-LABEL.
           MOVE WS-PRESEAL-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RUNCTLDD DATES COMPLETE" TO VRP-TOTAL-LABEL.
           MOVE WS-COMPLETE-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "  OF WHICH BEFORE SEALING BEGAN" TO VRP-TOTAL-LABEL.
           MOVE WS-UNCHECKED-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "SEALED RUNS MISSING" TO VRP-TOTAL-LABEL.
           MOVE WS-MISSING-COUNT TO VRP-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.

           CLOSE VERIFY-REPORT-FILE.

           DISPLAY "AUDVER - " WS-RECORDS-READ " TRAIL RECORDS, "
                   WS-SEALS-READ " SEALS, "
                   WS-SEALS-PROVED " PROVED, "
                   EXCEPT-TABLE-COUNT " EXCEPTION(S).".
           IF WS-BROKEN-COUNT + WS-ALTERED-COUNT + WS-MISMATCH-COUNT
                 + WS-UNSEALED-COUNT > ZERO THEN
              DISPLAY "AUDVER - THE AUDIT TRAIL DOES NOT PROVE - SEE"
                      " THE EXCEPTIONS ON VERRPTDD."
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-TOTAL-LINE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           MOVE WS-VERIFY-TOTAL TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE SPACES TO WS-VERIFY-TOTAL.
       5100-EXIT.
           EXIT.

       END PROGRAM AUDVER.
