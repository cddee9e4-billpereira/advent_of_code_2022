      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEAL.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-14  BP   ORIGINAL VERSION - RUN SEALS ON THE AUDITDD
      *                     TRAIL. CALLED BY EVERY PROGRAM THAT WRITES
      *                     OR REWRITES THE TRAIL (SEE SEALPARM) TO
      *                     BUILD THE SEAL RECORD THAT CLOSES ITS RUN:
      *                     BUSINESS DATE, SEALED PROGRAM, RECORD
      *                     COUNT, HASH TOTAL OF AUD-RESULT, AND A
      *                     CHAIN VALUE FOLDED FROM ALL OF THOSE AND
      *                     THE CHAIN VALUE OF THE SEAL BEFORE IT, SO
      *                     A RECORD ADDED, DROPPED OR ALTERED, OR A
      *                     SEAL REMOVED, BREAKS THE CHAIN FROM THAT
      *                     POINT ON. AUDVER CALLS IT TO RECOMPUTE THE
      *                     CHAIN WHEN IT PROVES THE TRAIL. THE CHAIN
      *                     ARITHMETIC LIVES ONLY HERE SO EVERY WRITER
      *                     AND THE VERIFIER AGREE ON IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LIVE TRAIL, READ ONCE AT THE START OF A WRITER'S RUN FOR
      * THE LAST SEAL - ABSENT UNTIL THE FIRST RUN EVER WRITES IT.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-LINE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-AUDIT-FILE     VALUE 'Y'.

      * WHERE THE CHAIN STANDS - THE LAST SEAL'S CHAIN VALUE, KEPT
      * FROM ONE CALL TO THE NEXT WITHIN THE RUN.
       01 WS-LAST-CHAIN         PIC 9(10) VALUE ZERO.
       01 WS-SEAL-SEEN          PIC X(1) VALUE 'N'.
           88 TRAIL-HAS-BEEN-SEALED VALUE 'Y'.
       01 WS-CHAIN-NOTED        PIC X(1) VALUE 'N'.
           88 CHAIN-START-NOTED     VALUE 'Y'.
       01 WS-TAIL-HASH          PIC 9(18) VALUE ZERO.

      * THE SEAL BEING BUILT OR CHECKED - THE AUDITREC LAYOUT SEEN
      * THROUGH ITS SEAL VIEW.
       01 WS-SEAL-WORK.
          05 SLW-RUN-DATE       PIC 9(8).
          05 FILLER             PIC X(2).
          05 SLW-PROGRAM-ID     PIC X(4).
          05 FILLER             PIC X(2).
          05 SLW-RECORD-COUNT   PIC 9(10).
          05 FILLER             PIC X(2).
          05 SLW-SEALED-PROGRAM PIC X(4).
          05 FILLER             PIC X(6).
          05 FILLER             PIC X(2).
          05 SLW-HASH           PIC 9(10).
          05 FILLER             PIC X(2).
          05 SLW-PREV-CHAIN     PIC 9(10).
          05 FILLER             PIC X(2).
          05 SLW-CHAIN          PIC 9(10).
          05 FILLER             PIC X(6).

      * CHAIN ARITHMETIC - EACH FIELD IS FOLDED IN AS
      * (CHAIN * MULTIPLIER + FIELD) MODULO THE PRIME 9999999967,
      * WHICH KEEPS EVERY INTERMEDIATE INSIDE EIGHTEEN DIGITS.
       01 WS-CHAIN-MODULUS      PIC 9(10) VALUE 9999999967.
       01 WS-CHAIN-MULTIPLIER   PIC 9(7) VALUE 1000003.
       01 WS-CHAIN-VALUE        PIC 9(10) VALUE ZERO.
       01 WS-CHAIN-TERM         PIC 9(10) VALUE ZERO.
       01 WS-CHAIN-WORK         PIC 9(18) VALUE ZERO.
       01 WS-CHAIN-QUOTIENT     PIC 9(18) VALUE ZERO.

      * THE SEALED PROGRAM NAME AS A NUMBER - EACH CHARACTER'S PLACE
      * IN THE ALPHABET BELOW, BASE 41 (40 FOR ANYTHING NOT IN IT).
       01 WS-SEAL-ALPHABET      PIC X(37)
              VALUE " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 WS-ALPHA-TABLE REDEFINES WS-SEAL-ALPHABET.
          05 WS-ALPHA-CHAR OCCURS 37 TIMES PIC X(1).
       01 WS-ALPHA-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-NAME-IDX           PIC 9(1) COMP VALUE ZERO.
       01 WS-CHAR-CODE          PIC 9(2) VALUE ZERO.
       01 WS-PROGRAM-CODE       PIC 9(10) VALUE ZERO.

       LINKAGE SECTION.
           COPY SEALPARM.
      *****************************************************************
       PROCEDURE DIVISION USING SEAL-PARM.

       0000-MAINLINE.
           EVALUATE TRUE
               WHEN SEAL-OPEN-RUN
                  PERFORM 1000-OPEN-RUN THRU 1000-EXIT
               WHEN SEAL-CLOSE-RUN
               WHEN SEAL-CLOSE-REWRITE
                  PERFORM 2000-CLOSE-RUN THRU 2000-EXIT
               WHEN SEAL-BEGIN-REWRITE
                  PERFORM 3000-BEGIN-REWRITE THRU 3000-EXIT
               WHEN SEAL-NOTE-LINK
                  PERFORM 3100-NOTE-LINK THRU 3100-EXIT
               WHEN SEAL-RELINK
                  PERFORM 3200-RELINK THRU 3200-EXIT
               WHEN SEAL-CHECK-LINK
                  PERFORM 4000-CHECK-LINK THRU 4000-EXIT
               WHEN OTHER
                  DISPLAY "AUDSEAL - FUNCTION '" SEAL-FUNCTION
                          "' NOT KNOWN - NOTHING DONE."
           END-EVALUATE.
           GOBACK.
       0000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-OPEN-RUN - READ THE TRAIL FOR THE LAST SEAL'S CHAIN
      * VALUE AND THE RECORDS STANDING UNSEALED BEHIND IT. THOSE
      * ARE EITHER THIS RUN'S OWN (A RESTART - THEY START ITS
      * COUNT) OR SOMEONE ELSE'S, SEALED HERE AS ORIG OR TAIL SO
      * THE NEW RUN'S SEAL COVERS ONLY WHAT THE NEW RUN WRITES.
      *-----------------------------------------------------------*
       1000-OPEN-RUN.
           MOVE ZERO TO WS-LAST-CHAIN.
           MOVE ZERO TO SEAL-COUNT.
           MOVE ZERO TO SEAL-HASH.
           MOVE ZERO TO SEAL-TAIL-COUNT.
           MOVE ZERO TO WS-TAIL-HASH.
           MOVE 'N' TO WS-SEAL-SEEN.
           MOVE 'N' TO SEAL-LINE-SWITCH.
           MOVE SPACES TO SEAL-LINE.
           MOVE 'N' TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           PERFORM 1100-SCAN-TRAIL-RECORD THRU 1100-EXIT
              UNTIL END-OF-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           IF SEAL-TAIL-COUNT = ZERO THEN
              GO TO 1000-EXIT
           END-IF.
           IF SEAL-TAIL-IS-OURS THEN
              MOVE SEAL-TAIL-COUNT TO SEAL-COUNT
              MOVE WS-TAIL-HASH TO SEAL-HASH
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-SEAL-WORK.
           IF TRAIL-HAS-BEEN-SEALED THEN
              MOVE "TAIL" TO SLW-SEALED-PROGRAM
           ELSE
              MOVE "ORIG" TO SLW-SEALED-PROGRAM
           END-IF.
           MOVE SEAL-TAIL-COUNT TO SLW-RECORD-COUNT.
           MOVE WS-TAIL-HASH TO SLW-HASH.
           PERFORM 5000-BUILD-NEW-SEAL THRU 5000-EXIT.
           DISPLAY "AUDSEAL - " SEAL-TAIL-COUNT
                   " UNSEALED AUDITDD RECORD(S) SEALED AS "
                   SLW-SEALED-PROGRAM " AHEAD OF " SEAL-PROGRAM ".".
       1000-EXIT.
           EXIT.

       1100-SCAN-TRAIL-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                  IF AUD-RUN-SEAL THEN
                     MOVE AUD-SEAL-CHAIN TO WS-LAST-CHAIN
                     MOVE 'Y' TO WS-SEAL-SEEN
                     MOVE ZERO TO SEAL-TAIL-COUNT
                     MOVE ZERO TO WS-TAIL-HASH
                  ELSE
                     ADD 1 TO SEAL-TAIL-COUNT
                     ADD AUD-RESULT TO WS-TAIL-HASH
                  END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CLOSE-RUN - THE SEAL FOR THE RUN OR REWRITE JUST
      * FINISHED, FROM THE COUNT AND HASH THE CALLER KEPT.
      *-----------------------------------------------------------*
       2000-CLOSE-RUN.
           MOVE SPACES TO WS-SEAL-WORK.
           MOVE SEAL-PROGRAM TO SLW-SEALED-PROGRAM.
           MOVE SEAL-COUNT TO SLW-RECORD-COUNT.
           MOVE SEAL-HASH TO SLW-HASH.
           PERFORM 5000-BUILD-NEW-SEAL THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-3200 - A REWRITE CARRIES THE SEALS IT KEEPS ACROSS BUT
      * RELINKS THEM, STARTING FROM THE PREVIOUS-CHAIN VALUE OF THE
      * FIRST SEAL IT READ (WHAT THE TRAIL WAS CHAINED TO BEFORE -
      * THE LAST SEAL OF THE ARCHIVE GENERATIONS).
      *-----------------------------------------------------------*
       3000-BEGIN-REWRITE.
           MOVE ZERO TO WS-LAST-CHAIN.
           MOVE ZERO TO SEAL-COUNT.
           MOVE ZERO TO SEAL-HASH.
           MOVE 'N' TO WS-CHAIN-NOTED.
           MOVE 'N' TO SEAL-LINE-SWITCH.
       3000-EXIT.
           EXIT.

       3100-NOTE-LINK.
           IF CHAIN-START-NOTED THEN
              GO TO 3100-EXIT
           END-IF.
           MOVE SEAL-LINE TO WS-SEAL-WORK.
           MOVE SLW-PREV-CHAIN TO WS-LAST-CHAIN.
           MOVE 'Y' TO WS-CHAIN-NOTED.
       3100-EXIT.
           EXIT.

       3200-RELINK.
           PERFORM 3100-NOTE-LINK THRU 3100-EXIT.
           MOVE SEAL-LINE TO WS-SEAL-WORK.
           PERFORM 5100-LINK-SEAL THRU 5100-EXIT.
           MOVE WS-SEAL-WORK TO SEAL-LINE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHECK-LINK - THE CHAIN VALUE THE SEAL IN SEAL-LINE
      * SHOULD CARRY, FROM ITS OWN FIELDS AND PREVIOUS-CHAIN VALUE.
      *-----------------------------------------------------------*
       4000-CHECK-LINK.
           MOVE SEAL-LINE TO WS-SEAL-WORK.
           PERFORM 6000-COMPUTE-CHAIN THRU 6000-EXIT.
           MOVE WS-CHAIN-VALUE TO SEAL-EXPECTED-CHAIN.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-BUILD-NEW-SEAL - DATE AND RECORD TYPE ON THE SEAL SET UP
      * IN WS-SEAL-WORK, LINK IT ONTO THE CHAIN, AND HAND IT BACK.
      *-----------------------------------------------------------*
       5000-BUILD-NEW-SEAL.
           MOVE SEAL-BUS-DATE TO SLW-RUN-DATE.
           MOVE "SEAL" TO SLW-PROGRAM-ID.
           PERFORM 5100-LINK-SEAL THRU 5100-EXIT.
           MOVE WS-SEAL-WORK TO SEAL-LINE.
           MOVE 'Y' TO SEAL-LINE-SWITCH.
       5000-EXIT.
           EXIT.

       5100-LINK-SEAL.
           MOVE WS-LAST-CHAIN TO SLW-PREV-CHAIN.
           PERFORM 6000-COMPUTE-CHAIN THRU 6000-EXIT.
           MOVE WS-CHAIN-VALUE TO SLW-CHAIN.
           MOVE WS-CHAIN-VALUE TO WS-LAST-CHAIN.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-COMPUTE-CHAIN - FOLD THE PREVIOUS CHAIN VALUE, THE
      * BUSINESS DATE, THE SEALED PROGRAM, THE RECORD COUNT AND THE
      * HASH TOTAL, IN THAT ORDER, INTO WS-CHAIN-VALUE.
      *-----------------------------------------------------------*
       6000-COMPUTE-CHAIN.
           MOVE SLW-PREV-CHAIN TO WS-CHAIN-VALUE.
           MOVE SLW-RUN-DATE TO WS-CHAIN-TERM.
           PERFORM 6100-FOLD-TERM THRU 6100-EXIT.
           PERFORM 6200-CODE-SEALED-PROGRAM THRU 6200-EXIT.
           MOVE WS-PROGRAM-CODE TO WS-CHAIN-TERM.
           PERFORM 6100-FOLD-TERM THRU 6100-EXIT.
           MOVE SLW-RECORD-COUNT TO WS-CHAIN-TERM.
           PERFORM 6100-FOLD-TERM THRU 6100-EXIT.
           MOVE SLW-HASH TO WS-CHAIN-TERM.
           PERFORM 6100-FOLD-TERM THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

       6100-FOLD-TERM.
           COMPUTE WS-CHAIN-WORK =
                   WS-CHAIN-VALUE * WS-CHAIN-MULTIPLIER
                 + WS-CHAIN-TERM.
           DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
              GIVING WS-CHAIN-QUOTIENT
              REMAINDER WS-CHAIN-VALUE.
       6100-EXIT.
           EXIT.

       6200-CODE-SEALED-PROGRAM.
           MOVE ZERO TO WS-PROGRAM-CODE.
           PERFORM 6210-CODE-ONE-CHARACTER THRU 6210-EXIT
              VARYING WS-NAME-IDX FROM 1 BY 1
              UNTIL WS-NAME-IDX > 4.
       6200-EXIT.
           EXIT.

       6210-CODE-ONE-CHARACTER.
           MOVE 40 TO WS-CHAR-CODE.
           PERFORM 6220-MATCH-ALPHABET THRU 6220-EXIT
              VARYING WS-ALPHA-IDX FROM 1 BY 1
              UNTIL WS-ALPHA-IDX > 37.
           COMPUTE WS-PROGRAM-CODE =
                   WS-PROGRAM-CODE * 41 + WS-CHAR-CODE.
       6210-EXIT.
           EXIT.

       6220-MATCH-ALPHABET.
           IF SLW-SEALED-PROGRAM (WS-NAME-IDX:1) =
                 WS-ALPHA-CHAR (WS-ALPHA-IDX) THEN
              MOVE WS-ALPHA-IDX TO WS-CHAR-CODE
           END-IF.
       6220-EXIT.
           EXIT.

       END PROGRAM AUDSEAL.
