      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRMIX.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-11  BP   ORIGINAL VERSION - NUTRITION-MIX REPORT.
      *                     READS THE CAMP ROWS ADV1 WRITES TO
      *                     CATDAYDD AND SHOWS EACH CAMP'S CALORIES
      *                     SPLIT BY FOOD CATEGORY AS A PERCENTAGE OF
      *                     THE CAMP'S DAY, AGAINST THE TARGET
      *                     PERCENTAGE ON THE CATREFDD REFERENCE
      *                     DECK. A CATEGORY FURTHER FROM ITS TARGET
      *                     THAN ITS TOLERANCE (OR THE TOL= DEFAULT)
      *                     IS FLAGGED OUT OF RANGE AND ITS CAMP OUT
      *                     OF TOLERANCE. UNCATEGORIZED CALORIES AND
      *                     ANY CODE NOT ON THE DECK ARE SHOWN WITH
      *                     NO TARGET. AN ALL-CAMPS MIX CLOSES THE
      *                     REPORT FOR THE QUARTERMASTER'S STOCK
      *                     PLANNING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DAY'S CALORIES BY CATEGORY FROM ADV1 - ONLY THE 'C' CAMP
      * ROWS ARE USED HERE.
           SELECT CAT-DAY-FILE ASSIGN TO CATDAYDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * FOOD CATEGORY REFERENCE DECK - OPTIONAL, WITHOUT IT THE
      * REPORT SHOWS THE SPLIT WITH NO TARGETS TO JUDGE IT BY.
           SELECT OPTIONAL CAT-REF-FILE ASSIGN TO CATREFDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MIX-REPORT-FILE ASSIGN TO NUTRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * SORT WORK FOR THE CAMP AND CATEGORY ORDER OF THE REPORT.
           SELECT MIX-SORT-FILE ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  CAT-DAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAT-DAY-RECORD.
           COPY CATDAYREC.

       FD  CAT-REF-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAT-REF-RECORD.
           COPY CATREFREC.

      * ONE SECTION PER CAMP - EVERY CATEGORY ON THE DECK, THEN ANY
      * CALORIES WITH NO TARGET - THE ALL-CAMPS SECTION, THEN THE
      * RUN TOTALS.
       FD  MIX-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MIX-REPORT-LINE.
       01 MIX-REPORT-LINE     PIC X(80).

      * ONE SORT RECORD PER CAMP ROW, RETURNED IN CAMP THEN
      * CATEGORY ORDER.
       SD  MIX-SORT-FILE
           DATA RECORD IS MIX-SORT-REC.
       01 MIX-SORT-REC.
          05 MSR-CAMP          PIC X(20).
          05 MSR-CATEGORY      PIC X(2).
          05 MSR-CALORIES      PIC 9(12).
          05 MSR-ELF-COUNT     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CATDAY-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-CATDAY-FILE    VALUE 'Y'.
       01 WS-CATREF-EOF        PIC X(1) VALUE 'N'.
           88 END-OF-CATREF-FILE    VALUE 'Y'.
       01 WS-SORT-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-MIX-SORT       VALUE 'Y'.

      * RUN PARAMETER HANDLING - THE SAME KEYWORD=VALUE SHAPE ADV1
      * TAKES. BUSDATE= IS THE BUSINESS DATE REPORTED (DEFAULT
      * TODAY) - CATDAYDD IS REWRITTEN EVERY ADV1 RUN, SO A ROW FOR
      * ANY OTHER DATE MEANS THE WRONG FILE WAS HANDED IN. TOL= IS
      * THE TOLERANCE IN PERCENTAGE POINTS FOR A DECK CATEGORY WITH
      * NONE OF ITS OWN (DEFAULT 5).
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-BUS-DATE          PIC 9(8) VALUE ZERO.
       01 WS-DEFAULT-TOL       PIC 9(3) VALUE 5.

      * THE REFERENCE DECK, IN DECK ORDER - THE ORDER EACH CAMP'S
      * CATEGORIES ARE PRINTED IN.
       01 REF-TABLE.
          05 REF-TABLE-COUNT   PIC 9(4) COMP VALUE ZERO.
          05 REF-TABLE-ENTRY OCCURS 1 TO 99 TIMES
                DEPENDING ON REF-TABLE-COUNT
                INDEXED BY REF-TAB-IDX.
             10 REF-TAB-CODE       PIC X(2).
             10 REF-TAB-DESC       PIC X(20).
             10 REF-TAB-TARGET     PIC 9(3).
             10 REF-TAB-TOL        PIC 9(3).
       01 WS-REF-OVERFLOW      PIC X(1) VALUE 'N'.
           88 REF-TABLE-OVERFLOWED  VALUE 'Y'.

      * ONE CAMP'S CATEGORY ROWS AS THEY COME BACK FROM THE SORT,
      * AND THE SAME ROWS SUMMED OVER EVERY CAMP. BOTH FIXED SIZE
      * AND THE SAME SHAPE, SO THE ALL-CAMPS SECTION IS PRINTED BY
      * MOVING ITS TABLE OVER THE CAMP'S AND REUSING THE CAMP PATH.
       01 CAMP-MIX-TABLE.
          05 CAMP-MIX-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 CAMP-MIX-ENTRY OCCURS 199 TIMES
                INDEXED BY CAMP-MIX-IDX.
             10 CMX-CATEGORY       PIC X(2).
             10 CMX-CALORIES       PIC 9(12).
             10 CMX-ELF-COUNT      PIC 9(5).
             10 CMX-PRINTED        PIC X(1).
                88 CMX-ROW-PRINTED     VALUE 'Y'.
       01 ALL-MIX-TABLE.
          05 ALL-MIX-COUNT     PIC 9(4) COMP VALUE ZERO.
          05 ALL-MIX-ENTRY OCCURS 199 TIMES
                INDEXED BY ALL-MIX-IDX.
             10 AMX-CATEGORY       PIC X(2).
             10 AMX-CALORIES       PIC 9(12).
             10 AMX-ELF-COUNT      PIC 9(5).
             10 AMX-PRINTED        PIC X(1).
       01 WS-MIX-FOUND         PIC X(1) VALUE 'N'.
           88 MIX-ROW-MATCHED       VALUE 'Y'.

      * CONTROL-BREAK AND SECTION STATE.
       01 WS-CAMP-OPEN         PIC X(1) VALUE 'N'.
           88 CAMP-IN-PROGRESS      VALUE 'Y'.
       01 WS-SECTION-TYPE      PIC X(1) VALUE 'C'.
           88 ALL-CAMPS-SECTION     VALUE 'A'.
       01 WS-MIX-CAMP          PIC X(20) VALUE SPACES.
       01 WS-MIX-TOTAL         PIC 9(12) VALUE ZERO.
       01 WS-MIX-CALORIES      PIC 9(12) VALUE ZERO.
       01 WS-MIX-OUT-COUNT     PIC 9(3) VALUE ZERO.

      * PERCENTAGE ARITHMETIC - TO ONE DECIMAL PLACE.
       01 WS-ACTUAL-PCT        PIC 9(3)V9 VALUE ZERO.
       01 WS-PCT-DIFF          PIC S9(3)V9 VALUE ZERO.
       01 WS-ROW-TOL           PIC 9(3) VALUE ZERO.

      * RUN COUNTS.
       01 WS-ROWS-READ         PIC 9(8) VALUE ZERO.
       01 WS-CAMP-ROWS         PIC 9(8) VALUE ZERO.
       01 WS-STALE-ROWS        PIC 9(8) VALUE ZERO.
       01 WS-NOMATCH-ROWS      PIC 9(8) VALUE ZERO.
       01 WS-OVERFLOW-ROWS     PIC 9(8) VALUE ZERO.
       01 WS-CAMPS-REPORTED    PIC 9(8) VALUE ZERO.
       01 WS-CAMPS-OUT         PIC 9(8) VALUE ZERO.
       01 WS-LINES-OUT         PIC 9(8) VALUE ZERO.

       01 WS-EDIT-CALORIES     PIC Z(11)9.
       01 WS-EDIT-COUNT        PIC ZZ9.

       01 WS-MIX-HEADING.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FILLER            PIC X(4) VALUE "CD".
          05 FILLER            PIC X(21) VALUE "CATEGORY".
          05 FILLER            PIC X(12) VALUE "    CALORIES".
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FILLER            PIC X(5) VALUE "ACT %".
          05 FILLER            PIC X(3) VALUE SPACES.
          05 FILLER            PIC X(3) VALUE "TGT".
          05 FILLER            PIC X(3) VALUE SPACES.
          05 FILLER            PIC X(3) VALUE "TOL".
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FILLER            PIC X(20) VALUE "STATUS".

       01 WS-MIX-DETAIL.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 MIX-CODE          PIC X(2).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 MIX-DESC          PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 MIX-CALORIES      PIC Z(11)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 MIX-ACTUAL-PCT    PIC ZZ9.9.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 MIX-TARGET-PCT    PIC ZZ9.
          05 MIX-TARGET-X REDEFINES MIX-TARGET-PCT PIC X(3).
          05 FILLER            PIC X(3) VALUE SPACES.
          05 MIX-TOLERANCE     PIC ZZ9.
          05 MIX-TOLERANCE-X REDEFINES MIX-TOLERANCE PIC X(3).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 MIX-STATUS        PIC X(14).
          05 FILLER            PIC X(6) VALUE SPACES.

       01 WS-MIX-TOTAL-LINE.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 MXT-TOTAL-LABEL   PIC X(34).
          05 MXT-TOTAL-VALUE   PIC Z(9)9.
          05 FILLER            PIC X(35) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT MIX-SORT-FILE
              ON ASCENDING KEY MSR-CAMP MSR-CATEGORY
              INPUT PROCEDURE IS 2000-SELECT-CAMP-ROWS
                 THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-REPORT-CAMPS
                 THRU 3000-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           IF WS-STALE-ROWS > ZERO THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CAMPS-OUT > ZERO THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           OPEN INPUT CAT-REF-FILE.
           PERFORM 1100-LOAD-CATEGORY-ROW THRU 1100-EXIT
              UNTIL END-OF-CATREF-FILE.
           CLOSE CAT-REF-FILE.
           IF REF-TABLE-OVERFLOWED THEN
              DISPLAY "NUTRMIX - CATREFDD OVER 99 CATEGORIES, THE "
                      "REST ARE REPORTED WITH NO TARGET."
           END-IF.
           OPEN OUTPUT MIX-REPORT-FILE.
           MOVE SPACES TO MIX-REPORT-LINE.
           STRING "NUTRITION MIX BY CAMP - BUSINESS DATE "
                     DELIMITED SIZE
                  WS-BUS-DATE DELIMITED SIZE
                  ", DEFAULT TOLERANCE " DELIMITED SIZE
                  WS-DEFAULT-TOL DELIMITED SIZE
                  " PTS" DELIMITED SIZE
                  INTO MIX-REPORT-LINE
           END-STRING.
           WRITE MIX-REPORT-LINE.
           MOVE ALL "-" TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
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
           IF WS-PARM-TOK (WS-PARM-IDX) (1:4) = "TOL=" THEN
              IF WS-PARM-TOK (WS-PARM-IDX) (5:3) IS NUMERIC THEN
                 MOVE WS-PARM-TOK (WS-PARM-IDX) (5:3)
                    TO WS-DEFAULT-TOL
              ELSE
                 DISPLAY "NUTRMIX - TOL= NOT THREE DIGITS, "
                         "DEFAULT OF " WS-DEFAULT-TOL " KEPT."
              END-IF
           END-IF.
       1015-EXIT.
           EXIT.

      * BLANK-CODE CARDS ARE COMMENTS. A NON-NUMERIC TARGET OR
      * TOLERANCE IS TAKEN AS ZERO RATHER THAN STOPPING THE REPORT.
       1100-LOAD-CATEGORY-ROW.
           READ CAT-REF-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CATREF-EOF
               NOT AT END
                  IF FCT-CODE NOT = SPACES THEN
                     IF REF-TABLE-COUNT < 99 THEN
                        ADD 1 TO REF-TABLE-COUNT
                        SET REF-TAB-IDX TO REF-TABLE-COUNT
                        MOVE FCT-CODE TO REF-TAB-CODE (REF-TAB-IDX)
                        MOVE FCT-DESC TO REF-TAB-DESC (REF-TAB-IDX)
                        MOVE ZERO TO REF-TAB-TARGET (REF-TAB-IDX)
                        MOVE ZERO TO REF-TAB-TOL (REF-TAB-IDX)
                        IF FCT-TARGET-PCT IS NUMERIC THEN
                           MOVE FCT-TARGET-PCT
                              TO REF-TAB-TARGET (REF-TAB-IDX)
                        END-IF
                        IF FCT-TOLERANCE-PCT IS NUMERIC THEN
                           MOVE FCT-TOLERANCE-PCT
                              TO REF-TAB-TOL (REF-TAB-IDX)
                        END-IF
                     ELSE
                        MOVE 'Y' TO WS-REF-OVERFLOW
                     END-IF
                  END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SELECT-CAMP-ROWS - SORT INPUT PROCEDURE. RELEASES THE
      * BUSINESS DATE'S CAMP ROWS. THE *NO ROSTER MATCH* BUCKET IS
      * NO CAMP ANYONE STOCKS, SO IT IS LEFT OUT THE SAME AS CAMPREQ
      * LEAVES IT OFF THE REQUISITION.
      *-----------------------------------------------------------*
       2000-SELECT-CAMP-ROWS.
           OPEN INPUT CAT-DAY-FILE.
           PERFORM 2100-READ-CATDAY-ROW THRU 2100-EXIT
              UNTIL END-OF-CATDAY-FILE.
           CLOSE CAT-DAY-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-CATDAY-ROW.
           READ CAT-DAY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CATDAY-EOF
                  GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           IF NOT CTD-CAMP-ROW THEN
              GO TO 2100-EXIT
           END-IF.
           IF CTD-BUS-DATE NOT = WS-BUS-DATE THEN
              ADD 1 TO WS-STALE-ROWS
              GO TO 2100-EXIT
           END-IF.
           IF CTD-CAMP = "*NO ROSTER MATCH*" THEN
              ADD 1 TO WS-NOMATCH-ROWS
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CAMP-ROWS.
           MOVE CTD-CAMP TO MSR-CAMP.
           MOVE CTD-CATEGORY TO MSR-CATEGORY.
           MOVE CTD-CALORIES TO MSR-CALORIES.
           MOVE CTD-ELF-COUNT TO MSR-ELF-COUNT.
           RELEASE MIX-SORT-REC.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-CAMPS - SORT OUTPUT PROCEDURE. GATHERS EACH
      * CAMP'S ROWS, PRINTS THE CAMP WHEN THE CAMP CHANGES, THEN
      * PRINTS THE ALL-CAMPS MIX.
      *-----------------------------------------------------------*
       3000-REPORT-CAMPS.
           PERFORM 3100-RETURN-CAMP-ROW THRU 3100-EXIT
              UNTIL END-OF-MIX-SORT.
           IF CAMP-IN-PROGRESS THEN
              PERFORM 3200-PRINT-CAMP-MIX THRU 3200-EXIT
           END-IF.
           IF WS-CAMPS-REPORTED > ZERO THEN
              MOVE ALL-MIX-TABLE TO CAMP-MIX-TABLE
              MOVE "ALL CAMPS" TO WS-MIX-CAMP
              MOVE 'A' TO WS-SECTION-TYPE
              PERFORM 3200-PRINT-CAMP-MIX THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-CAMP-ROW.
           RETURN MIX-SORT-FILE RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
                  GO TO 3100-EXIT
           END-RETURN.
           IF CAMP-IN-PROGRESS
                 AND MSR-CAMP NOT = WS-MIX-CAMP THEN
              PERFORM 3200-PRINT-CAMP-MIX THRU 3200-EXIT
           END-IF.
           IF NOT CAMP-IN-PROGRESS THEN
              MOVE 'Y' TO WS-CAMP-OPEN
              MOVE MSR-CAMP TO WS-MIX-CAMP
              MOVE ZERO TO CAMP-MIX-COUNT
           END-IF.
      * THE SORT HANDS EACH CAMP'S CODES BACK ONCE APIECE, SO THE
      * CAMP ROW IS ALWAYS NEW - ONLY THE ALL-CAMPS ROW IS SEARCHED.
           IF CAMP-MIX-COUNT < 199 THEN
              ADD 1 TO CAMP-MIX-COUNT
              SET CAMP-MIX-IDX TO CAMP-MIX-COUNT
              MOVE MSR-CATEGORY TO CMX-CATEGORY (CAMP-MIX-IDX)
              MOVE MSR-CALORIES TO CMX-CALORIES (CAMP-MIX-IDX)
              MOVE MSR-ELF-COUNT TO CMX-ELF-COUNT (CAMP-MIX-IDX)
              MOVE 'N' TO CMX-PRINTED (CAMP-MIX-IDX)
           ELSE
              ADD 1 TO WS-OVERFLOW-ROWS
              GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO WS-MIX-FOUND.
           PERFORM 3110-ADD-TO-ALL-CAMPS THRU 3110-EXIT
              VARYING ALL-MIX-IDX FROM 1 BY 1
              UNTIL ALL-MIX-IDX > ALL-MIX-COUNT
                 OR MIX-ROW-MATCHED.
           IF NOT MIX-ROW-MATCHED THEN
              IF ALL-MIX-COUNT < 199 THEN
                 ADD 1 TO ALL-MIX-COUNT
                 SET ALL-MIX-IDX TO ALL-MIX-COUNT
                 MOVE MSR-CATEGORY TO AMX-CATEGORY (ALL-MIX-IDX)
                 MOVE MSR-CALORIES TO AMX-CALORIES (ALL-MIX-IDX)
                 MOVE MSR-ELF-COUNT TO AMX-ELF-COUNT (ALL-MIX-IDX)
                 MOVE 'N' TO AMX-PRINTED (ALL-MIX-IDX)
              ELSE
                 ADD 1 TO WS-OVERFLOW-ROWS
              END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-ADD-TO-ALL-CAMPS.
           IF AMX-CATEGORY (ALL-MIX-IDX) = MSR-CATEGORY THEN
              ADD MSR-CALORIES TO AMX-CALORIES (ALL-MIX-IDX)
              ADD MSR-ELF-COUNT TO AMX-ELF-COUNT (ALL-MIX-IDX)
              MOVE 'Y' TO WS-MIX-FOUND
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-PRINT-CAMP-MIX - ONE CAMP'S SECTION. EVERY DECK
      * CATEGORY IS PRINTED, EATEN FROM OR NOT (A CAMP WITH NO FRESH
      * FOOD AT ALL IS EXACTLY WHAT THE QUARTERMASTER NEEDS TO SEE),
      * THEN WHATEVER WAS LEFT WITH NO TARGET. PERCENTAGES ARE OF THE
      * CAMP'S WHOLE DAY, UNCATEGORIZED INCLUDED.
      *-----------------------------------------------------------*
       3200-PRINT-CAMP-MIX.
           MOVE ZERO TO WS-MIX-TOTAL.
           MOVE ZERO TO WS-MIX-OUT-COUNT.
           PERFORM 3210-SUM-CAMP-ROW THRU 3210-EXIT
              VARYING CAMP-MIX-IDX FROM 1 BY 1
              UNTIL CAMP-MIX-IDX > CAMP-MIX-COUNT.
           MOVE SPACES TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
           MOVE WS-MIX-TOTAL TO WS-EDIT-CALORIES.
           IF ALL-CAMPS-SECTION THEN
              STRING "ALL CAMPS                 DAY CALORIES "
                        DELIMITED SIZE
                     WS-EDIT-CALORIES DELIMITED SIZE
                     INTO MIX-REPORT-LINE
              END-STRING
           ELSE
              STRING "CAMP " DELIMITED SIZE
                     WS-MIX-CAMP DELIMITED SIZE
                     "  DAY CALORIES " DELIMITED SIZE
                     WS-EDIT-CALORIES DELIMITED SIZE
                     INTO MIX-REPORT-LINE
              END-STRING
           END-IF.
           WRITE MIX-REPORT-LINE.
           MOVE WS-MIX-HEADING TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
           PERFORM 3220-PRINT-DECK-CATEGORY THRU 3220-EXIT
              VARYING REF-TAB-IDX FROM 1 BY 1
              UNTIL REF-TAB-IDX > REF-TABLE-COUNT.
           PERFORM 3230-PRINT-UNTARGETED-ROW THRU 3230-EXIT
              VARYING CAMP-MIX-IDX FROM 1 BY 1
              UNTIL CAMP-MIX-IDX > CAMP-MIX-COUNT.
           MOVE SPACES TO MIX-REPORT-LINE.
           IF WS-MIX-OUT-COUNT = ZERO THEN
              STRING "  " DELIMITED SIZE
                     WS-MIX-CAMP DELIMITED SIZE
                     " WITHIN TOLERANCE" DELIMITED SIZE
                     INTO MIX-REPORT-LINE
              END-STRING
           ELSE
              MOVE WS-MIX-OUT-COUNT TO WS-EDIT-COUNT
              STRING "  " DELIMITED SIZE
                     WS-MIX-CAMP DELIMITED SIZE
                     " OUT OF TOLERANCE - " DELIMITED SIZE
                     WS-EDIT-COUNT DELIMITED SIZE
                     " CATEGORY(IES) OUT OF RANGE" DELIMITED SIZE
                     INTO MIX-REPORT-LINE
              END-STRING
           END-IF.
           WRITE MIX-REPORT-LINE.
           IF NOT ALL-CAMPS-SECTION THEN
              ADD 1 TO WS-CAMPS-REPORTED
              IF WS-MIX-OUT-COUNT > ZERO THEN
                 ADD 1 TO WS-CAMPS-OUT
                 ADD WS-MIX-OUT-COUNT TO WS-LINES-OUT
              END-IF
           END-IF.
           MOVE 'N' TO WS-CAMP-OPEN.
       3200-EXIT.
           EXIT.

       3210-SUM-CAMP-ROW.
           ADD CMX-CALORIES (CAMP-MIX-IDX) TO WS-MIX-TOTAL.
           MOVE 'N' TO CMX-PRINTED (CAMP-MIX-IDX).
       3210-EXIT.
           EXIT.

      * A DECK CATEGORY, WITH WHATEVER THE CAMP ATE FROM IT (ZERO
      * WHEN IT HAS NO ROW). A CAMP WITH NO CALORIES AT ALL HAS NO
      * MIX TO JUDGE.
       3220-PRINT-DECK-CATEGORY.
           MOVE ZERO TO WS-MIX-CALORIES.
           MOVE 'N' TO WS-MIX-FOUND.
           PERFORM 3221-FIND-CAMP-ROW THRU 3221-EXIT
              VARYING CAMP-MIX-IDX FROM 1 BY 1
              UNTIL CAMP-MIX-IDX > CAMP-MIX-COUNT
                 OR MIX-ROW-MATCHED.
           MOVE SPACES TO WS-MIX-DETAIL.
           MOVE REF-TAB-CODE (REF-TAB-IDX) TO MIX-CODE.
           MOVE REF-TAB-DESC (REF-TAB-IDX) TO MIX-DESC.
           MOVE WS-MIX-CALORIES TO MIX-CALORIES.
           PERFORM 3240-COMPUTE-PERCENT THRU 3240-EXIT.
           MOVE REF-TAB-TARGET (REF-TAB-IDX) TO MIX-TARGET-PCT.
           IF REF-TAB-TOL (REF-TAB-IDX) = ZERO THEN
              MOVE WS-DEFAULT-TOL TO WS-ROW-TOL
           ELSE
              MOVE REF-TAB-TOL (REF-TAB-IDX) TO WS-ROW-TOL
           END-IF.
           MOVE WS-ROW-TOL TO MIX-TOLERANCE.
           IF WS-MIX-TOTAL = ZERO THEN
              MOVE "NO INTAKE" TO MIX-STATUS
           ELSE
              COMPUTE WS-PCT-DIFF =
                 WS-ACTUAL-PCT - REF-TAB-TARGET (REF-TAB-IDX)
              IF WS-PCT-DIFF < ZERO THEN
                 MULTIPLY -1 BY WS-PCT-DIFF
              END-IF
              IF WS-PCT-DIFF > WS-ROW-TOL THEN
                 MOVE "OUT OF RANGE" TO MIX-STATUS
                 ADD 1 TO WS-MIX-OUT-COUNT
              ELSE
                 MOVE "OK" TO MIX-STATUS
              END-IF
           END-IF.
           MOVE WS-MIX-DETAIL TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
       3220-EXIT.
           EXIT.

       3221-FIND-CAMP-ROW.
           IF CMX-CATEGORY (CAMP-MIX-IDX)
                 = REF-TAB-CODE (REF-TAB-IDX) THEN
              MOVE CMX-CALORIES (CAMP-MIX-IDX) TO WS-MIX-CALORIES
              MOVE 'Y' TO CMX-PRINTED (CAMP-MIX-IDX)
              MOVE 'Y' TO WS-MIX-FOUND
           END-IF.
       3221-EXIT.
           EXIT.

      * A ROW NO DECK CATEGORY CLAIMED - THE UNCATEGORIZED BUCKET, OR
      * A CODE TAKEN OFF THE DECK SINCE ADVEDIT PASSED IT.
       3230-PRINT-UNTARGETED-ROW.
           IF CMX-ROW-PRINTED (CAMP-MIX-IDX) THEN
              GO TO 3230-EXIT
           END-IF.
           MOVE SPACES TO WS-MIX-DETAIL.
           MOVE CMX-CATEGORY (CAMP-MIX-IDX) TO MIX-CODE.
           IF CMX-CATEGORY (CAMP-MIX-IDX) = SPACES THEN
              MOVE "UNCATEGORIZED" TO MIX-DESC
           ELSE
              MOVE "NOT ON CATREFDD" TO MIX-DESC
           END-IF.
           MOVE CMX-CALORIES (CAMP-MIX-IDX) TO WS-MIX-CALORIES.
           MOVE WS-MIX-CALORIES TO MIX-CALORIES.
           PERFORM 3240-COMPUTE-PERCENT THRU 3240-EXIT.
           MOVE SPACES TO MIX-TARGET-X.
           MOVE SPACES TO MIX-TOLERANCE-X.
           MOVE "NO TARGET" TO MIX-STATUS.
           MOVE WS-MIX-DETAIL TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
       3230-EXIT.
           EXIT.

       3240-COMPUTE-PERCENT.
           IF WS-MIX-TOTAL = ZERO THEN
              MOVE ZERO TO WS-ACTUAL-PCT
           ELSE
              COMPUTE WS-ACTUAL-PCT ROUNDED =
                 WS-MIX-CALORIES * 100 / WS-MIX-TOTAL
           END-IF.
           MOVE WS-ACTUAL-PCT TO MIX-ACTUAL-PCT.
       3240-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FINALIZE - RUN TOTALS TO THE REPORT AND THE CONSOLE.
      *-----------------------------------------------------------*
       5000-FINALIZE.
           MOVE SPACES TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
           MOVE ALL "-" TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
           MOVE "CATDAYDD ROWS READ" TO MXT-TOTAL-LABEL.
           MOVE WS-ROWS-READ TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CAMP ROWS FOR THE BUSINESS DATE" TO MXT-TOTAL-LABEL.
           MOVE WS-CAMP-ROWS TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CAMP ROWS FOR ANOTHER DATE" TO MXT-TOTAL-LABEL.
           MOVE WS-STALE-ROWS TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "NO ROSTER MATCH ROWS LEFT OUT" TO MXT-TOTAL-LABEL.
           MOVE WS-NOMATCH-ROWS TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "ROWS LEFT OUT - TABLE FULL" TO MXT-TOTAL-LABEL.
           MOVE WS-OVERFLOW-ROWS TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CATEGORIES ON CATREFDD" TO MXT-TOTAL-LABEL.
           MOVE REF-TABLE-COUNT TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CAMPS REPORTED" TO MXT-TOTAL-LABEL.
           MOVE WS-CAMPS-REPORTED TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CAMPS OUT OF TOLERANCE" TO MXT-TOTAL-LABEL.
           MOVE WS-CAMPS-OUT TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CAMP CATEGORIES OUT OF RANGE" TO MXT-TOTAL-LABEL.
           MOVE WS-LINES-OUT TO MXT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           CLOSE MIX-REPORT-FILE.

           DISPLAY "NUTRMIX - " WS-CAMPS-REPORTED " CAMP(S) FOR "
                   WS-BUS-DATE ", " WS-CAMPS-OUT
                   " OUT OF TOLERANCE.".
           IF WS-STALE-ROWS > ZERO THEN
              DISPLAY "NUTRMIX - " WS-STALE-ROWS " CATDAYDD CAMP "
                      "ROW(S) NOT FOR BUSINESS DATE " WS-BUS-DATE
                      " - WRONG FILE?"
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-TOTAL-LINE.
           MOVE SPACES TO MIX-REPORT-LINE.
           MOVE WS-MIX-TOTAL-LINE TO MIX-REPORT-LINE.
           WRITE MIX-REPORT-LINE.
           MOVE SPACES TO WS-MIX-TOTAL-LINE.
       5100-EXIT.
           EXIT.

       END PROGRAM NUTRMIX.
