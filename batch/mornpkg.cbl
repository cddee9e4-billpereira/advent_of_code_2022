      *                     REPORT AS ITS OWN SECTION WITH HEADINGS,
      *                     COLUMN TITLES, PAGE NUMBERS AND THE
      *                     DATE ON EVERY PAGE.
      *    2026-10-13  BP   MAKER-CHECKER EXCEPTIONS - CORRECTIONS AND
      *                     ROSTER TRANSACTIONS LEFT WAITING ON THE
      *                     PENDDD PENDING FILE LONGER THAN PENDDAYS=
      *                     DAYS (DEFAULT 3) ARE COUNTED ON THE
      *                     CONTROL PAGE AND LISTED ITEM BY ITEM IN A
      *                     CLOSING EXCEPTION SECTION, SO AN UNWORKED
      *                     APPROVAL QUEUE IS SEEN EVERY MORNING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * MAKER-CHECKER PENDING FILE - READ FRONT TO BACK FOR ITEMS
      * STILL AWAITING APPROVAL. OPTIONAL SO THE PACKAGE PRINTS
      * BEFORE THE FIRST ITEM IS EVER KEYED.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PND-KEY.

           SELECT PRINT-FILE ASSIGN TO PRINTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           DATA RECORD IS REJECT-IN-LINE.
       01 REJECT-IN-LINE      PIC X(80).

       FD  PENDING-FILE
           RECORDING MODE IS F
           DATA RECORD IS PENDING-RECORD.
           COPY PENDREC.

      * THE ASSEMBLED PACKAGE - 133-BYTE PRINT LINES, ANSI CARRIAGE
      * CONTROL IN COLUMN ONE ('1' NEW PAGE, SPACE SINGLE SPACE).
       FD  PRINT-FILE
       01 WS-IN-RECORD         PIC X(80) VALUE SPACES.

      * RUN PARAMETER HANDLING - BUSDATE= DEFAULTS TO TODAY.
      * PENDDAYS= IS HOW MANY DAYS AN ITEM MAY SIT ON PENDDD
      * BEFORE IT SHOWS AS AN EXCEPTION (DEFAULT 3).
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-BUS-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-PEND-LIMIT        PIC 9(3) VALUE 3.

      * RUN-CONTROL FACTS FOR THE CONTROL PAGE.
       01 WS-CTL-FOUND         PIC X(1) VALUE 'N'.
       01 WS-CAMP-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-READY-LINES       PIC 9(8) VALUE ZERO.
       01 WS-READY-FLAGGED     PIC 9(8) VALUE ZERO.
       01 WS-PEND-ALL          PIC 9(8) VALUE ZERO.
       01 WS-PEND-OVERDUE      PIC 9(8) VALUE ZERO.

      * PENDING-ITEM AGEING - DAYS FROM THE KEYED DATE TO THE
      * BUSINESS DATE, BY WAY OF THE DAY-NUMBER ROUTINE.
       01 WS-PEND-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-PEND-FILE      VALUE 'Y'.
       01 WS-PEND-AGE          PIC 9(5) VALUE ZERO.
       01 WS-PEND-AGE-FLAG     PIC X(1) VALUE 'N'.
           88 PEND-ITEM-OVERDUE     VALUE 'Y'.

      * DAY-NUMBER WORK FIELDS - A YYYYMMDD DATE TURNED INTO A
      * RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED.
       01 WS-DN-DATE           PIC 9(8) VALUE ZERO.
       01 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
          05 WS-DN-YYYY        PIC 9(4).
          05 WS-DN-MM          PIC 9(2).
          05 WS-DN-DD          PIC 9(2).
       01 WS-DN-YEAR           PIC 9(5) VALUE ZERO.
       01 WS-DN-MONTH          PIC 9(3) VALUE ZERO.
       01 WS-DN-Q4             PIC 9(5) VALUE ZERO.
       01 WS-DN-Q100           PIC 9(5) VALUE ZERO.
       01 WS-DN-Q400           PIC 9(5) VALUE ZERO.
       01 WS-DN-MONTH-DAYS     PIC 9(5) VALUE ZERO.
       01 WS-DN-RESULT         PIC 9(9) VALUE ZERO.
       01 WS-BUS-DAY-NUMBER    PIC 9(9) VALUE ZERO.

      * SECTION DRIVER - THE FOUR REPORTS FUNNEL THROUGH ONE COPY
      * LOOP; WS-SECTION-NO PICKS THE FILE AND THE HEADINGS.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 CTL-LABEL         PIC X(34).
          05 CTL-VALUE         PIC X(43).

      * ONE LINE PER OVERDUE PENDING ITEM - ITEM NUMBER 3-15, TYPE
      * 18-27, MAKER 30-37, DAYS WAITING 40-43, DETAIL FROM 46.
       01 WS-PENDING-DETAIL.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 PXL-ITEM-DATE     PIC 9(8).
          05 PXL-ITEM-SEP      PIC X(1).
          05 PXL-ITEM-SEQ      PIC 9(4).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 PXL-TYPE          PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 PXL-MAKER-ID      PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 PXL-AGE           PIC Z(3)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 PXL-DETAIL        PIC X(35).
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM 4000-PRINT-SECTION THRU 4000-EXIT
              VARYING WS-SECTION-NO FROM 1 BY 1
              UNTIL WS-SECTION-NO > 4.
           PERFORM 4500-PRINT-PENDING-SECTION THRU 4500-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-BUS-DATE TO PGH-BUS-DATE.
           MOVE WS-BUS-DATE TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           MOVE WS-DN-RESULT TO WS-BUS-DAY-NUMBER.
       1000-EXIT.
           EXIT.

           IF WS-PARM-TOK (WS-PARM-IDX) (1:8) = "BUSDATE=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (9:8) TO WS-BUS-DATE
           END-IF.
           IF WS-PARM-TOK (WS-PARM-IDX) (1:9) = "PENDDAYS=" THEN
              IF WS-PARM-TOK (WS-PARM-IDX) (10:3) IS NUMERIC THEN
                 MOVE WS-PARM-TOK (WS-PARM-IDX) (10:3)
                    TO WS-PEND-LIMIT
              ELSE
                 DISPLAY "MORNPKG - PENDDAYS= NOT THREE DIGITS, "
                         "DEFAULT OF " WS-PEND-LIMIT " DAYS KEPT."
              END-IF
           END-IF.
       1015-EXIT.
           EXIT.

           PERFORM 2200-COUNT-REJECTS THRU 2200-EXIT.
           PERFORM 2300-COUNT-CAMPS THRU 2300-EXIT.
           PERFORM 2400-COUNT-READINESS THRU 2400-EXIT.
           PERFORM 2500-COUNT-PENDING THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2410-EXIT.
           EXIT.

      * EVERY ITEM STILL AWAITING A DECISION IS COUNTED; ONE KEYED
      * MORE THAN PENDDAYS= DAYS BEFORE THE BUSINESS DATE IS AN
      * EXCEPTION.
       2500-COUNT-PENDING.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN INPUT PENDING-FILE.
           PERFORM 2510-COUNT-PENDING-ITEM THRU 2510-EXIT
              UNTIL END-OF-PEND-FILE.
           CLOSE PENDING-FILE.
       2500-EXIT.
           EXIT.

       2510-COUNT-PENDING-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                  IF PND-PENDING THEN
                     ADD 1 TO WS-PEND-ALL
                     PERFORM 2520-AGE-PENDING-ITEM THRU 2520-EXIT
                     IF PEND-ITEM-OVERDUE THEN
                        ADD 1 TO WS-PEND-OVERDUE
                     END-IF
                  END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2520-AGE-PENDING-ITEM.
           MOVE 'N' TO WS-PEND-AGE-FLAG.
           MOVE ZERO TO WS-PEND-AGE.
           MOVE PND-KEYED-DATE TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           IF WS-DN-RESULT < WS-BUS-DAY-NUMBER THEN
              COMPUTE WS-PEND-AGE = WS-BUS-DAY-NUMBER - WS-DN-RESULT
           END-IF.
           IF WS-PEND-AGE > WS-PEND-LIMIT THEN
              MOVE 'Y' TO WS-PEND-AGE-FLAG
           END-IF.
       2520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-CONTROL-PAGE - THE FRONT SHEET LEADERSHIP READS
      * FIRST: WHAT DATE THIS PACKAGE IS, HOW THE RUN ENDED, AND
           MOVE "READINESS LINES FLAGGED" TO CTL-LABEL.
           MOVE WS-READY-FLAGGED TO CTL-VALUE.
           PERFORM 3100-WRITE-CONTROL-LINE THRU 3100-EXIT.
           MOVE "ITEMS AWAITING APPROVAL" TO CTL-LABEL.
           MOVE WS-PEND-ALL TO CTL-VALUE.
           PERFORM 3100-WRITE-CONTROL-LINE THRU 3100-EXIT.
           STRING "  OF WHICH OVER " DELIMITED SIZE
                  WS-PEND-LIMIT DELIMITED SIZE
                  " DAYS OLD" DELIMITED SIZE
                  INTO CTL-LABEL
           END-STRING.
           MOVE WS-PEND-OVERDUE TO CTL-VALUE.
           PERFORM 3100-WRITE-CONTROL-LINE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-PRINT-PENDING-SECTION - THE APPROVAL EXCEPTIONS, BUILT
      * FROM PENDDD RATHER THAN COPIED FROM A REPORT FILE, UNDER THE
      * SAME PAGE HEADINGS AS THE OTHER SECTIONS.
      *-----------------------------------------------------------*
       4500-PRINT-PENDING-SECTION.
           MOVE 5 TO WS-SECTION-NO.
           MOVE ZERO TO WS-PAGE-NO.
           MOVE ZERO TO WS-SECTION-LINES.
           MOVE "PENDING APPROVAL EXCEPTIONS (PENDDD)"
              TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-COLUMN-TITLE.
           MOVE "  ITEM" TO WS-COLUMN-TITLE (1:6).
           MOVE "TYPE" TO WS-COLUMN-TITLE (18:4).
           MOVE "MAKER" TO WS-COLUMN-TITLE (30:5).
           MOVE "DAYS" TO WS-COLUMN-TITLE (40:4).
           MOVE "ITEM DETAIL" TO WS-COLUMN-TITLE (46:11).
           PERFORM 9000-START-PAGE THRU 9000-EXIT.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN INPUT PENDING-FILE.
           PERFORM 4510-LIST-OVERDUE-ITEM THRU 4510-EXIT
              UNTIL END-OF-PEND-FILE.
           CLOSE PENDING-FILE.
           IF WS-SECTION-LINES = ZERO THEN
              MOVE SPACES TO PRINT-LINE
              MOVE "  ** NO ITEMS PENDING PAST THE LIMIT **"
                 TO PRT-DATA
              WRITE PRINT-LINE
           END-IF.
       4500-EXIT.
           EXIT.

       4510-LIST-OVERDUE-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PEND-EOF
                  GO TO 4510-EXIT
           END-READ.
           IF NOT PND-PENDING THEN
              GO TO 4510-EXIT
           END-IF.
           PERFORM 2520-AGE-PENDING-ITEM THRU 2520-EXIT.
           IF NOT PEND-ITEM-OVERDUE THEN
              GO TO 4510-EXIT
           END-IF.
           MOVE SPACES TO WS-PENDING-DETAIL.
           MOVE PND-KEYED-DATE TO PXL-ITEM-DATE.
           MOVE "-" TO PXL-ITEM-SEP.
           MOVE PND-SEQ TO PXL-ITEM-SEQ.
           MOVE PND-MAKER-ID TO PXL-MAKER-ID.
           MOVE WS-PEND-AGE TO PXL-AGE.
           IF PND-CORRECTION THEN
              MOVE "CORRECTION" TO PXL-TYPE
              STRING "LINE " DELIMITED SIZE
                     PND-COR-LINE-NUMBER DELIMITED SIZE
                     " VALUE " DELIMITED SIZE
                     PND-COR-VALUE DELIMITED SIZE
                     INTO PXL-DETAIL
              END-STRING
           ELSE
              MOVE "ROSTER" TO PXL-TYPE
              STRING "ACTION " DELIMITED SIZE
                     PND-TRN-ACTION DELIMITED SIZE
                     " ELF " DELIMITED SIZE
                     PND-TRN-ELF-ID DELIMITED SIZE
                     INTO PXL-DETAIL
              END-STRING
           END-IF.
           ADD 1 TO WS-SECTION-LINES.
           MOVE WS-PENDING-DETAIL TO WS-IN-RECORD.
           MOVE SPACES TO PRINT-LINE.
           MOVE WS-IN-RECORD TO PRT-DATA (1:80).
           PERFORM 9100-WRITE-BODY-LINE THRU 9100-EXIT.
       4510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * PAGE MACHINERY - '1' IN COLUMN ONE THROWS A NEW PAGE, THE
      * HEADER REPEATS THE SECTION, DATE AND PAGE NUMBER, AND A
              DISPLAY "MORNPKG - NO RUN-CONTROL RECORD FOR "
                      WS-BUS-DATE " - CONTROL PAGE FLAGS IT."
           END-IF.
           IF WS-PEND-OVERDUE > ZERO THEN
              DISPLAY "MORNPKG - " WS-PEND-OVERDUE
                      " ITEM(S) PENDING APPROVAL OVER "
                      WS-PEND-LIMIT " DAYS."
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-DATE-TO-DAY-NUMBER - WS-DN-DATE (YYYYMMDD) TO A RUNNING
      * DAY NUMBER IN WS-DN-RESULT. THE YEAR IS TAKEN TO START IN
      * MARCH SO THE LEAP DAY FALLS AT THE END; EVERY DIVIDE LANDS
      * IN AN INTEGER FIELD, SO EACH QUOTIENT IS TRUNCATED AS THE
      * RULE NEEDS.
      *-----------------------------------------------------------*
       6000-DATE-TO-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           MOVE WS-DN-MM TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3 THEN
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2.
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-DN-RESULT = 365 * WS-DN-YEAR + WS-DN-Q4
                 - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
                 + WS-DN-DD.
       6000-EXIT.
           EXIT.

       END PROGRAM MORNPKG.
