      *                     CONTROL UNTOUCHED. TRAIL RETENTION
      *                     STAYS WITH AUDARC - THE PACKAGE IS A
      *                     COPY, NOT A STRIP.
      *    2026-10-05  BP   THE SEASON TOURNAMENT LADDER (LADDERDD)
      *                     IS CLOSED OUT WITH THE SEASON MASTER -
      *                     EVERY LADDER AND HEAD-TO-HEAD ROW IS
      *                     COPIED TO LADPKGDD AS PART OF THE
      *                     SEASON-END PACKAGE, AND CLOSE=Y CLEARS
      *                     THE LADDER SO RATINGS AND RECORDS DO NOT
      *                     CARRY INTO THE NEW SEASON.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * THE SEASON TOURNAMENT LADDER - ARCHIVED AND CLEARED
      * ALONGSIDE THE SEASON MASTER. OPTIONAL, A SEASON WITH NO
      * TOURNAMENT PLAY HAS NONE.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO LADDERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LDR-KEY.

           SELECT LADDER-PKG-FILE ASSIGN TO LADPKGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * RUN CONTROL FOR THE SEASON-CONTROL ROW - OPTIONAL SO A SHOP
      * THAT NEVER RAN ADVDAILY STILL CLOSES CLEANLY.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
           DATA RECORD IS AWARD-REPORT-LINE.
       01 AWARD-REPORT-LINE   PIC X(80).

       FD  LADDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-RECORD.
           COPY LADDERREC.

      * CLOSING LADDER ARCHIVE - A STRAIGHT RECORD IMAGE, SO IT LOADS
      * BACK IN AS THE MASTER IF A CLOSE EVER HAS TO BE UNDONE.
       FD  LADDER-PKG-FILE
           RECORDING MODE IS F
           DATA RECORD IS LADDER-PKG-LINE.
       01 LADDER-PKG-LINE     PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS RUN-CONTROL-RECORD.
           88 END-OF-AUDIT-FILE     VALUE 'Y'.
       01 WS-CLEAR-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-CLEAR-PASS     VALUE 'Y'.
       01 WS-LADDER-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-LADDER-FILE    VALUE 'Y'.

      * RUN PARAMETER HANDLING - SEASTART=/SEAEND= BOUND THE TRAIL
      * SLICE THAT GOES INTO THE PACKAGE, CLOSE=Y ARMS THE CLEAR.
       01 WS-ROWS-ARCHIVED     PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-PACKAGED    PIC 9(10) VALUE ZERO.
       01 WS-ROWS-CLEARED      PIC 9(8) VALUE ZERO.
       01 WS-LADDER-ARCHIVED   PIC 9(8) VALUE ZERO.
       01 WS-LADDER-CLEARED    PIC 9(8) VALUE ZERO.

       01 WS-STAND-DETAIL.
          05 STD-RANK          PIC Z(7)9.
                 THRU 3000-EXIT.
           PERFORM 3500-WRITE-AWARDS THRU 3500-EXIT.
           PERFORM 4000-PACKAGE-AUDIT-RANGE THRU 4000-EXIT.
           PERFORM 4500-PACKAGE-LADDER THRU 4500-EXIT.
           IF CLOSE-REQUESTED THEN
              PERFORM 5000-CLEAR-SEASON-MASTER THRU 5000-EXIT
              PERFORM 5200-CLEAR-LADDER-MASTER THRU 5200-EXIT
              PERFORM 5500-RECORD-SEASON-CLOSED THRU 5500-EXIT
           ELSE
              DISPLAY "SEACLOSE - DRY RUN - MASTER AND RUN CONTROL"
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-PACKAGE-LADDER - COPY EVERY SEASON LADDER AND
      * HEAD-TO-HEAD ROW TO THE PACKAGE BEFORE ANYTHING IS CLEARED.
      *-----------------------------------------------------------*
       4500-PACKAGE-LADDER.
           OPEN INPUT LADDER-FILE.
           OPEN OUTPUT LADDER-PKG-FILE.
           PERFORM 4600-PACKAGE-LADDER-ROW THRU 4600-EXIT
              UNTIL END-OF-LADDER-FILE.
           CLOSE LADDER-FILE.
           CLOSE LADDER-PKG-FILE.
       4500-EXIT.
           EXIT.

       4600-PACKAGE-LADDER-ROW.
           READ LADDER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-LADDER-EOF
               NOT AT END
                  MOVE LADDER-RECORD TO LADDER-PKG-LINE
                  WRITE LADDER-PKG-LINE
                  ADD 1 TO WS-LADDER-ARCHIVED
           END-READ.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CLEAR-SEASON-MASTER - CLOSE=Y ONLY, AND ONLY AFTER
      * EVERY ROW IS SAFELY ON THE PACKAGE. THE MASTER OPENS FRESH
       5100-EXIT.
           EXIT.

      * THE LADDER IS CLEARED THE SAME WAY, SO THE NEW SEASON STARTS
      * EVERY ELF BACK AT THE BASE RATING WITH NO HEAD-TO-HEAD
      * HISTORY.
       5200-CLEAR-LADDER-MASTER.
           MOVE 'N' TO WS-LADDER-EOF.
           OPEN I-O LADDER-FILE.
           PERFORM 5300-CLEAR-LADDER-ROW THRU 5300-EXIT
              UNTIL END-OF-LADDER-FILE.
           CLOSE LADDER-FILE.
           DISPLAY "SEACLOSE - " WS-LADDER-CLEARED
                   " LADDER ROW(S) CLEARED FOR THE NEW SEASON.".
       5200-EXIT.
           EXIT.

       5300-CLEAR-LADDER-ROW.
           READ LADDER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-LADDER-EOF
               NOT AT END
                  DELETE LADDER-FILE
                  ADD 1 TO WS-LADDER-CLEARED
           END-READ.
       5300-EXIT.
           EXIT.

      * THE SEASON-CONTROL ROW (KEY 00000000, STATUS 'X') IS WHAT
      * ADVDAILY'S GATE CHECKS - NO SUBMISSION RUNS AGAIN UNTIL AN
      * EXPLICIT NEWSEAS=Y START REMOVES IT.
           DISPLAY "SEACLOSE - " WS-CURRENT-RANK
                   " ELF(S) ON THE FINAL STANDINGS, "
                   WS-ROWS-ARCHIVED " ROW(S) TO SEAPKGDD, "
                   WS-AUDIT-PACKAGED " TRAIL RECORD(S) TO AUDPKGDD, "
                   WS-LADDER-ARCHIVED " LADDER ROW(S) TO LADPKGDD.".
       6000-EXIT.
           EXIT.

