      *                     CHECK, SO THE CONTROL RECORDS ARE BUILT
      *                     FROM THE SAME COUNTERS THE REGISTER
      *                     PRINTS.
      *    2026-10-07  BP   EVERY 'D' RECORD SENT IS NOW ALSO POSTED
      *                     TO THE OPEN-REQUISITIONS MASTER (OPENREQDD)
      *                     KEYED ON CAMP AND BUSINESS DATE, SO DEPRTN
      *                     CAN MATCH THE DEPOT'S FULFILLMENT RETURN
      *                     AGAINST WHAT WAS ASKED FOR. A RERUN FOR
      *                     THE SAME DATE REPLACES THE REQUESTED
      *                     FIGURE AND KEEPS ANYTHING ALREADY SHIPPED.
      *    2026-10-11  BP   WITH BYCAT=Y EACH 'D' RECORD IS FOLLOWED
      *                     BY ONE 'C' RECORD PER FOOD CATEGORY THE
      *                     CAMP ATE FROM ON THE DAY (FROM THE CAMP
      *                     ROWS ADV1 WRITES TO CATDAYDD), CARRYING
      *                     THE CATEGORY'S CALORIES, ITS SHARE OF THE
      *                     CAMP'S DAY AND THE SAME SHARE OF THE
      *                     CALORIES REQUESTED, SO THE DEPOT CAN PICK
      *                     STOCK BY CATEGORY. THE 'C' RECORDS OF A
      *                     CAMP ALWAYS ADD BACK TO ITS 'D' RECORD.
      *                     THE TRAILER'S RECORD COUNT STAYS THE 'D'
      *                     COUNT; THE 'C' COUNT RIDES BESIDE IT.
      *                     WITHOUT BYCAT=Y THE FILE IS UNCHANGED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * THE DAY'S CALORIES BY FOOD CATEGORY FROM ADV1 - READ ONLY
      * FOR A BYCAT=Y RUN. OPTIONAL, A CAMP WITH NO ROWS GOES OUT AS
      * ONE UNCATEGORIZED 'C' RECORD.
           SELECT OPTIONAL CAT-DAY-FILE ASSIGN TO CATDAYDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * OPEN-REQUISITIONS MASTER - OPTIONAL, THE FIRST RUN CREATES
      * IT.
           SELECT OPTIONAL OPEN-REQ-FILE ASSIGN TO OPENREQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ORQ-KEY.

      *****************************************************************
       DATA DIVISION.


      * THE REQUISITION INTERFACE FILE - UNEDITED ZERO-FILLED
      * NUMERICS THROUGHOUT, IN THE LAYOUT THE DEPOT'S INTAKE JOB
      * EXPECTS. ONE 'H', ONE 'D' PER CAMP, ONE 'T' - AND ON A
      * BYCAT=Y RUN THE CAMP'S 'C' RECORDS AFTER EACH 'D'.
       FD  REQ-OUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REQ-OUT-LINE.
           DATA RECORD IS REQ-REPORT-LINE.
       01 REQ-REPORT-LINE     PIC X(80).

       FD  CAT-DAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAT-DAY-RECORD.
           COPY CATDAYREC.

      * ONE ROW PER CAMP PER REQUISITION DATE, KEYED ON BOTH.
       FD  OPEN-REQ-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-REQ-RECORD.
           COPY OPENREQREC.

       WORKING-STORAGE SECTION.
       01 WS-CAMP-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-CAMP-FILE      VALUE 'Y'.

      * RUN PARAMETER HANDLING - RATION= IS THE PER-ELF DAILY
      * CALORIE RATION THE DEPOT PLANS AGAINST, BUSDATE= STAMPS THE
      * HEADER (DEFAULT: TODAY), BYCAT=Y SPLITS EACH REQUISITION BY
      * FOOD CATEGORY.
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-RATION            PIC 9(5) VALUE 02000.
       01 WS-BUS-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-BYCAT-FLAG        PIC X(1) VALUE 'N'.
           88 SPLIT-BY-CATEGORY     VALUE 'Y'.

      * THE CURRENT CAMP'S DE-EDITED AND COMPUTED VALUES.
       01 WS-NUMERIC-WORK      PIC X(10) VALUE SPACES.
       01 WS-CAMP-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-REQUESTED   PIC 9(10) VALUE ZERO.
       01 WS-OPEN-REQ-POSTED   PIC 9(6) VALUE ZERO.
       01 WS-OPEN-REQ-NEW      PIC X(1) VALUE 'N'.
           88 OPEN-REQ-ROW-NEW      VALUE 'Y'.
       01 WS-CAT-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-CAT-NOROW-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-CAT-STALE-COUNT   PIC 9(6) VALUE ZERO.

      * THE CATDAYDD CAMP ROWS FOR THE BUSINESS DATE, LOADED ONCE
      * FOR A BYCAT=Y RUN. CST-SHARE IS WORKED OUT PER CAMP AS ITS
      * REQUISITION IS SPLIT. BOUNDED AT THE SHOP'S USUAL 9999 - AN
      * OVERFLOW WARNS AND THE ROWS BEYOND IT ARE NOT SPLIT OUT.
       01 CAT-SPLIT-TABLE.
          05 CAT-SPLIT-COUNT   PIC 9(4) COMP VALUE ZERO.
          05 CAT-SPLIT-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON CAT-SPLIT-COUNT
                INDEXED BY CAT-SPLIT-IDX.
             10 CST-CAMP           PIC X(20).
             10 CST-CATEGORY       PIC X(2).
             10 CST-CALORIES       PIC 9(12).
             10 CST-SHARE          PIC 9(10).
       01 WS-CATDAY-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-CATDAY-FILE    VALUE 'Y'.
       01 WS-CAT-SPLIT-OVER    PIC X(1) VALUE 'N'.
           88 CAT-SPLIT-OVERFLOWED  VALUE 'Y'.

      * ONE CAMP'S SPLIT - THE SHARES ARE CUT DOWN TO WHOLE CALORIES
      * AND WHAT THAT LEAVES OVER GOES ON THE CAMP'S LARGEST
      * CATEGORY, SO THE 'C' RECORDS ADD BACK TO THE 'D' EXACTLY.
       01 WS-SPLIT-TOTAL       PIC 9(12) VALUE ZERO.
       01 WS-SPLIT-ROWS        PIC 9(4) VALUE ZERO.
       01 WS-SPLIT-ALLOCATED   PIC 9(10) VALUE ZERO.
       01 WS-SPLIT-LARGEST     PIC 9(12) VALUE ZERO.
       01 WS-SPLIT-LARGEST-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-SPLIT-PCT         PIC 9(3) VALUE ZERO.

      * INTERFACE RECORD LAYOUTS.
       01 WS-REQ-HEADER.
          05 RQD-REQUESTED     PIC 9(10).
          05 FILLER            PIC X(11) VALUE SPACES.

      * ONE FOOD CATEGORY OF THE CAMP 'D' RECORD JUST BEFORE IT -
      * A BLANK CATEGORY IS THE CAMP'S UNCATEGORIZED CALORIES.
       01 WS-REQ-CATEGORY.
          05 RQC-MARKER        PIC X(1) VALUE 'C'.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQC-CAMP-NAME     PIC X(20).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQC-CATEGORY      PIC X(2).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQC-DAY-CALORIES  PIC 9(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQC-SHARE-PCT     PIC 9(3).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQC-REQUESTED     PIC 9(10).
          05 FILLER            PIC X(24) VALUE SPACES.

      * RQT-RECORD-COUNT COUNTS 'D' RECORDS ONLY, AS IT ALWAYS HAS -
      * RQT-CATEGORY-COUNT IS THE 'C' RECORDS (ZERO UNLESS BYCAT=Y).
       01 WS-REQ-TRAILER.
          05 RQT-MARKER        PIC X(1) VALUE 'T'.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQT-RECORD-COUNT  PIC 9(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQT-TOTAL-REQ     PIC 9(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQT-CATEGORY-COUNT PIC 9(6).
          05 FILLER            PIC X(51) VALUE SPACES.

       01 WS-REQ-PRINT.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 RQP-AMOUNT        PIC Z(9)9.
          05 FILLER            PIC X(5) VALUE SPACES.

       01 WS-REQ-CAT-PRINT.
          05 FILLER            PIC X(5) VALUE SPACES.
          05 FILLER            PIC X(9) VALUE "CATEGORY ".
          05 RQPC-CATEGORY     PIC X(2).
          05 FILLER            PIC X(14) VALUE SPACES.
          05 RQPC-DAY-CALORIES PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 RQPC-SHARE-PCT    PIC ZZ9.
          05 FILLER            PIC X(9) VALUE "% OF DAY".
          05 FILLER            PIC X(11) VALUE SPACES.
          05 RQPC-REQUESTED    PIC Z(9)9.
          05 FILLER            PIC X(5) VALUE SPACES.

       01 WS-REQ-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 RQX-TOTAL-LABEL   PIC X(34).
           OPEN INPUT CAMP-REPORT-FILE.
           OPEN OUTPUT REQ-OUT-FILE.
           OPEN OUTPUT REQ-REPORT-FILE.
           OPEN I-O OPEN-REQ-FILE.
           IF SPLIT-BY-CATEGORY THEN
              OPEN INPUT CAT-DAY-FILE
              PERFORM 1100-LOAD-CATEGORY-ROW THRU 1100-EXIT
                 UNTIL END-OF-CATDAY-FILE
              CLOSE CAT-DAY-FILE
              IF CAT-SPLIT-OVERFLOWED THEN
                 DISPLAY "CAMPREQ - CATDAYDD OVER 9999 CAMP ROWS, "
                         "THE REST ARE NOT SPLIT OUT."
              END-IF
           END-IF.
           MOVE WS-BUS-DATE TO RQH-BUS-DATE.
           MOVE "CAMPREQ" TO RQH-PROGRAM.
           MOVE WS-REQ-HEADER TO REQ-OUT-LINE.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:8) = "BUSDATE=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (9:8) TO WS-BUS-DATE
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:6) = "BYCAT=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (7:1) TO WS-BYCAT-FLAG
           END-IF.
       1015-EXIT.
           EXIT.

      * ONLY THE BUSINESS DATE'S CAMP ROWS - A ROW FOR ANY OTHER DATE
      * IS A STALE FILE AND IS COUNTED, NOT SPLIT ON.
       1100-LOAD-CATEGORY-ROW.
           READ CAT-DAY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CATDAY-EOF
               NOT AT END
                  IF CTD-CAMP-ROW THEN
                     IF CTD-BUS-DATE NOT = WS-BUS-DATE THEN
                        ADD 1 TO WS-CAT-STALE-COUNT
                     ELSE
                        PERFORM 1110-ADD-CATEGORY-ROW THRU 1110-EXIT
                     END-IF
                  END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1110-ADD-CATEGORY-ROW.
           IF CAT-SPLIT-COUNT < 9999 THEN
              ADD 1 TO CAT-SPLIT-COUNT
              SET CAT-SPLIT-IDX TO CAT-SPLIT-COUNT
              MOVE CTD-CAMP TO CST-CAMP (CAT-SPLIT-IDX)
              MOVE CTD-CATEGORY TO CST-CATEGORY (CAT-SPLIT-IDX)
              MOVE CTD-CALORIES TO CST-CALORIES (CAT-SPLIT-IDX)
              MOVE ZERO TO CST-SHARE (CAT-SPLIT-IDX)
           ELSE
              MOVE 'Y' TO WS-CAT-SPLIT-OVER
           END-IF.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-CAMP-ROLLUP - ONE REQUISITION PER CAMP LINE.
      * THE *NO ROSTER MATCH* BUCKET IS NOT A CAMP THE DEPOT CAN
              COMPUTE WS-SURPLUS = WS-CALORY-SUM - WS-RATION-TOTAL
           END-IF.
           PERFORM 2300-WRITE-REQUISITION THRU 2300-EXIT.
           PERFORM 2350-POST-OPEN-REQUISITION THRU 2350-EXIT.
           PERFORM 2400-WRITE-REGISTER-LINE THRU 2400-EXIT.
           IF SPLIT-BY-CATEGORY THEN
              PERFORM 2500-SPLIT-BY-CATEGORY THRU 2500-EXIT
           END-IF.
           ADD 1 TO WS-CAMP-COUNT.
           ADD WS-REQUESTED TO WS-TOTAL-REQUESTED.
       2200-EXIT.
       2300-EXIT.
           EXIT.

      * THE SAME REQUISITION ONTO THE OPEN-REQUISITIONS MASTER. A
      * ROW ALREADY THERE FOR THE CAMP AND DATE IS A RERUN - THE NEW
      * REQUESTED FIGURE REPLACES THE OLD ONE, WHATEVER THE DEPOT
      * HAS ALREADY SHIPPED AGAINST IT STAYS, AND THE OUTSTANDING
      * AND STATUS ARE WORKED OUT AGAIN FROM THE TWO.
       2350-POST-OPEN-REQUISITION.
           MOVE CIN-CAMP-NAME TO ORQ-CAMP-NAME.
           MOVE WS-BUS-DATE TO ORQ-REQ-DATE.
           READ OPEN-REQ-FILE
               INVALID KEY
                  MOVE 'Y' TO WS-OPEN-REQ-NEW
               NOT INVALID KEY
                  MOVE 'N' TO WS-OPEN-REQ-NEW
           END-READ.
           IF OPEN-REQ-ROW-NEW THEN
              MOVE SPACES TO OPEN-REQ-RECORD
              MOVE CIN-CAMP-NAME TO ORQ-CAMP-NAME
              MOVE WS-BUS-DATE TO ORQ-REQ-DATE
              MOVE ZERO TO ORQ-SHIPPED
              MOVE ZERO TO ORQ-LAST-SHIP-DATE
           END-IF.
           MOVE WS-REQUESTED TO ORQ-REQUESTED.
           EVALUATE TRUE
               WHEN ORQ-SHIPPED > ORQ-REQUESTED
                  MOVE ZERO TO ORQ-OUTSTANDING
                  MOVE 'V' TO ORQ-STATUS
               WHEN ORQ-SHIPPED = ORQ-REQUESTED
                  MOVE ZERO TO ORQ-OUTSTANDING
                  MOVE 'F' TO ORQ-STATUS
               WHEN ORQ-SHIPPED = ZERO
                  MOVE ORQ-REQUESTED TO ORQ-OUTSTANDING
                  MOVE 'O' TO ORQ-STATUS
               WHEN OTHER
                  COMPUTE ORQ-OUTSTANDING =
                        ORQ-REQUESTED - ORQ-SHIPPED
                  MOVE 'P' TO ORQ-STATUS
           END-EVALUATE.
           IF OPEN-REQ-ROW-NEW THEN
              WRITE OPEN-REQ-RECORD
           ELSE
              REWRITE OPEN-REQ-RECORD
           END-IF.
           ADD 1 TO WS-OPEN-REQ-POSTED.
       2350-EXIT.
           EXIT.

       2400-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REQ-PRINT.
           MOVE CIN-CAMP-NAME TO RQP-CAMP-NAME.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SPLIT-BY-CATEGORY - THE CAMP'S 'C' RECORDS. EACH
      * CATEGORY GETS THE SHARE OF THE REQUESTED CALORIES THAT IT
      * HAD OF THE CAMP'S DAY, SO THE DEPOT SHIPS THE CAMP MORE OF
      * WHAT IT ACTUALLY EATS. A CAMP WITH NO CATEGORY ROWS (OR NO
      * CALORIES IN THEM) GOES OUT AS ONE UNCATEGORIZED RECORD.
      *-----------------------------------------------------------*
       2500-SPLIT-BY-CATEGORY.
           MOVE ZERO TO WS-SPLIT-TOTAL.
           MOVE ZERO TO WS-SPLIT-ROWS.
           MOVE ZERO TO WS-SPLIT-ALLOCATED.
           MOVE ZERO TO WS-SPLIT-LARGEST.
           MOVE ZERO TO WS-SPLIT-LARGEST-IDX.
           PERFORM 2510-SUM-CAMP-CATEGORY THRU 2510-EXIT
              VARYING CAT-SPLIT-IDX FROM 1 BY 1
              UNTIL CAT-SPLIT-IDX > CAT-SPLIT-COUNT.
           IF WS-SPLIT-TOTAL = ZERO THEN
              ADD 1 TO WS-CAT-NOROW-COUNT
              MOVE SPACES TO RQC-CATEGORY
              MOVE WS-CALORY-SUM TO RQC-DAY-CALORIES
              MOVE 100 TO WS-SPLIT-PCT
              MOVE WS-REQUESTED TO RQC-REQUESTED
              PERFORM 2540-WRITE-CATEGORY-RECORD THRU 2540-EXIT
              GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-SHARE-CAMP-CATEGORY THRU 2520-EXIT
              VARYING CAT-SPLIT-IDX FROM 1 BY 1
              UNTIL CAT-SPLIT-IDX > CAT-SPLIT-COUNT.
           SET CAT-SPLIT-IDX TO WS-SPLIT-LARGEST-IDX.
           COMPUTE CST-SHARE (CAT-SPLIT-IDX) =
              CST-SHARE (CAT-SPLIT-IDX)
              + WS-REQUESTED - WS-SPLIT-ALLOCATED.
           PERFORM 2530-WRITE-CAMP-CATEGORY THRU 2530-EXIT
              VARYING CAT-SPLIT-IDX FROM 1 BY 1
              UNTIL CAT-SPLIT-IDX > CAT-SPLIT-COUNT.
       2500-EXIT.
           EXIT.

       2510-SUM-CAMP-CATEGORY.
           IF CST-CAMP (CAT-SPLIT-IDX) = CIN-CAMP-NAME THEN
              ADD CST-CALORIES (CAT-SPLIT-IDX) TO WS-SPLIT-TOTAL
              ADD 1 TO WS-SPLIT-ROWS
              IF CST-CALORIES (CAT-SPLIT-IDX) > WS-SPLIT-LARGEST
                    OR WS-SPLIT-LARGEST-IDX = ZERO THEN
                 MOVE CST-CALORIES (CAT-SPLIT-IDX)
                    TO WS-SPLIT-LARGEST
                 SET WS-SPLIT-LARGEST-IDX TO CAT-SPLIT-IDX
              END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SHARE-CAMP-CATEGORY.
           IF CST-CAMP (CAT-SPLIT-IDX) = CIN-CAMP-NAME THEN
              COMPUTE CST-SHARE (CAT-SPLIT-IDX) =
                 WS-REQUESTED * CST-CALORIES (CAT-SPLIT-IDX)
                 / WS-SPLIT-TOTAL
              ADD CST-SHARE (CAT-SPLIT-IDX) TO WS-SPLIT-ALLOCATED
           END-IF.
       2520-EXIT.
           EXIT.

       2530-WRITE-CAMP-CATEGORY.
           IF CST-CAMP (CAT-SPLIT-IDX) = CIN-CAMP-NAME THEN
              MOVE CST-CATEGORY (CAT-SPLIT-IDX) TO RQC-CATEGORY
              MOVE CST-CALORIES (CAT-SPLIT-IDX) TO RQC-DAY-CALORIES
              COMPUTE WS-SPLIT-PCT ROUNDED =
                 CST-CALORIES (CAT-SPLIT-IDX) * 100 / WS-SPLIT-TOTAL
              MOVE CST-SHARE (CAT-SPLIT-IDX) TO RQC-REQUESTED
              PERFORM 2540-WRITE-CATEGORY-RECORD THRU 2540-EXIT
           END-IF.
       2530-EXIT.
           EXIT.

      * THE 'C' RECORD TO THE DEPOT AND ITS LINE ON THE REGISTER,
      * UNDER THE CAMP'S OWN LINE.
       2540-WRITE-CATEGORY-RECORD.
           MOVE 'C' TO RQC-MARKER.
           MOVE CIN-CAMP-NAME TO RQC-CAMP-NAME.
           MOVE WS-SPLIT-PCT TO RQC-SHARE-PCT.
           MOVE WS-REQ-CATEGORY TO REQ-OUT-LINE.
           WRITE REQ-OUT-LINE.
           ADD 1 TO WS-CAT-LINE-COUNT.
           IF RQC-CATEGORY = SPACES THEN
              MOVE "--" TO RQPC-CATEGORY
           ELSE
              MOVE RQC-CATEGORY TO RQPC-CATEGORY
           END-IF.
           MOVE RQC-DAY-CALORIES TO RQPC-DAY-CALORIES.
           MOVE RQC-SHARE-PCT TO RQPC-SHARE-PCT.
           MOVE RQC-REQUESTED TO RQPC-REQUESTED.
           MOVE WS-REQ-CAT-PRINT TO REQ-REPORT-LINE.
           WRITE REQ-REPORT-LINE.
       2540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FINALIZE - TRAILER FROM THE SAME COUNTERS THE REGISTER
      * PRINTS, SO THE DEPOT'S TRAILER CHECK AND THE PAPER COPY CAN
           MOVE 'T' TO RQT-MARKER.
           MOVE WS-CAMP-COUNT TO RQT-RECORD-COUNT.
           MOVE WS-TOTAL-REQUESTED TO RQT-TOTAL-REQ.
           MOVE WS-CAT-LINE-COUNT TO RQT-CATEGORY-COUNT.
           MOVE WS-REQ-TRAILER TO REQ-OUT-LINE.
           WRITE REQ-OUT-LINE.
           CLOSE REQ-OUT-FILE.
           CLOSE OPEN-REQ-FILE.

           MOVE ALL "-" TO REQ-REPORT-LINE.
           WRITE REQ-REPORT-LINE.
           MOVE "NO-ROSTER BUCKETS SKIPPED" TO RQX-TOTAL-LABEL.
           MOVE WS-SKIPPED-COUNT TO RQX-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "OPEN REQUISITIONS POSTED" TO RQX-TOTAL-LABEL.
           MOVE WS-OPEN-REQ-POSTED TO RQX-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           MOVE "TOTAL CALORIES REQUESTED" TO RQX-TOTAL-LABEL.
           MOVE WS-TOTAL-REQUESTED TO RQX-TOTAL-VALUE.
           PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
           IF SPLIT-BY-CATEGORY THEN
              MOVE "CATEGORY SPLIT RECORDS WRITTEN" TO RQX-TOTAL-LABEL
              MOVE WS-CAT-LINE-COUNT TO RQX-TOTAL-VALUE
              PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
              MOVE "CAMPS WITH NO CATEGORY ROWS" TO RQX-TOTAL-LABEL
              MOVE WS-CAT-NOROW-COUNT TO RQX-TOTAL-VALUE
              PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
              MOVE "CATDAYDD ROWS FOR ANOTHER DATE" TO RQX-TOTAL-LABEL
              MOVE WS-CAT-STALE-COUNT TO RQX-TOTAL-VALUE
              PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
           END-IF.
           CLOSE REQ-REPORT-FILE.

           DISPLAY "CAMPREQ - " WS-CAMP-COUNT
              DISPLAY "CAMPREQ - NO CAMP LINES ON CAMPRPTDD - IS"
                      " THE ROLLUP FROM TODAY'S RUN?"
           END-IF.
           IF WS-CAT-STALE-COUNT > ZERO THEN
              DISPLAY "CAMPREQ - " WS-CAT-STALE-COUNT " CATDAYDD ROW(S)"
                      " NOT FOR BUSINESS DATE " WS-BUS-DATE
                      " - NOT SPLIT ON."
           END-IF.
       3000-EXIT.
           EXIT.

