      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERRPT.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-12  BP   ORIGINAL VERSION - WEEK-TO-DATE AND
      *                     MONTH-TO-DATE CAMP PERIOD REPORT ON
      *                     PERRPTDD. EVERY DAYHISTDD ELF-DAY IS
      *                     CHARGED TO THE CAMP THE ELF WAS IN ON
      *                     THAT DATE - THE ROSTER CAMP, OVERRIDDEN
      *                     BY A COVERING CAMPHISTDD TENURE THE SAME
      *                     WAY ADV1 CHARGES ITS CAMP SUMMARY - AND
      *                     EVERY RJFX CREDIT ON THE TRAIL (LIVE
      *                     AUDITDD PLUS THE ARCHDD GENERATIONS) TO
      *                     THE ADV1 BUSINESS DATE IT CORRECTED. EACH
      *                     CAMP SHOWS CALORIES, HEADCOUNT-DAYS
      *                     (ELF-DAYS), AVERAGE PER ELF-DAY AND THE
      *                     SAME FIGURES FOR THE PRIOR PERIOD - THE
      *                     FULL MONDAY-TO-SUNDAY WEEK BEFORE, AND
      *                     THE FULL CALENDAR MONTH BEFORE. A
      *                     MONTH-END RUN (CLOSE=Y ON THE MONTH'S
      *                     LAST DAY) APPENDS THE MONTH'S CAMP
      *                     FIGURES TO THE PERCLSDD PERIOD-CLOSE
      *                     FILE; FROM THEN ON THAT MONTH IS REPORTED
      *                     FROM THE FROZEN ROWS, AND ANY MOVEMENT IN
      *                     THE RECOMPUTED FIGURES SINCE THE CLOSE IS
      *                     SHOWN BESIDE THEM AND ENDS THE RUN WITH
      *                     CONDITION CODE 4. A CLOSE OFF THE MONTH'S
      *                     LAST DAY, OR OF A MONTH ALREADY ON
      *                     PERCLSDD, IS REFUSED WITH CONDITION CODE
      *                     12.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DAILY INTAKE HISTORY - READ FRONT TO BACK, ELF THEN DATE.
           SELECT DAYHIST-FILE ASSIGN TO DAYHISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DHS-KEY.

           SELECT ELF-ROSTER-FILE ASSIGN TO ROSTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-ROSTER-ID.

           SELECT OPTIONAL CAMP-HIST-FILE ASSIGN TO CAMPHISTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * THE ARCHIVE GENERATIONS AUDARC CUT, CONCATENATED BY THE JCL
      * - OPTIONAL, A YOUNG TRAIL MAY NEVER HAVE BEEN ARCHIVED.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * CLOSED MONTHS - READ AT START, EXTENDED BY A CLOSE=Y RUN.
      * OPTIONAL, NO MONTH HAS BEEN CLOSED BEFORE THE FIRST ONE.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO PERCLSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT PERIOD-REPORT-FILE ASSIGN TO PERRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  DAYHIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS DAYHIST-RECORD.
           COPY DAYHISREC.

       FD  ELF-ROSTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ELF-ROSTER-RECORD.
           COPY ROSTERREC.

       FD  CAMP-HIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAMP-HIST-RECORD.
           COPY CAMPHISREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-LINE.
           COPY AUDITREC.

      * ARCHIVED TRAIL RECORDS - SAME LAYOUT, ORIGINAL ORDER.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-LINE.
       01 ARCHIVE-LINE.
          05 ARC-RUN-DATE       PIC 9(8).
          05 FILLER             PIC X(2).
          05 ARC-PROGRAM-ID     PIC X(4).
          05 FILLER             PIC X(2).
          05 ARC-RECORD-NUMBER  PIC 9(10).
          05 FILLER             PIC X(2).
          05 ARC-KEY-FIELD      PIC X(10).
          05 FILLER             PIC X(2).
          05 ARC-RESULT         PIC 9(10).
          05 FILLER             PIC X(30).

       FD  PERIOD-CLOSE-FILE
           RECORDING MODE IS F
           DATA RECORD IS PERIOD-CLOSE-RECORD.
           COPY PERCLSREC.

      * A WEEK-TO-DATE SECTION, A MONTH-TO-DATE SECTION, THEN THE
      * RUN TOTALS.
       FD  PERIOD-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS PERIOD-REPORT-LINE.
       01 PERIOD-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-HIST-FILE      VALUE 'Y'.
       01 WS-CAMP-HIST-EOF     PIC X(1) VALUE 'N'.
           88 END-OF-CAMP-HIST-FILE VALUE 'Y'.
       01 WS-AUDIT-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-AUDIT-FILE     VALUE 'Y'.
       01 WS-ARCH-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-ARCH-FILE      VALUE 'Y'.
       01 WS-CLOSE-EOF         PIC X(1) VALUE 'N'.
           88 END-OF-CLOSE-FILE     VALUE 'Y'.

      * RUN PARAMETER HANDLING - THE SAME KEYWORD=VALUE SHAPE ADV1
      * TAKES. BUSDATE= IS THE LAST DAY REPORTED (DEFAULT TODAY).
      * CLOSE=Y MAKES THE RUN THE MONTH-END CLOSE FOR BUSDATE'S
      * MONTH AND IS ONLY TAKEN ON THE MONTH'S LAST DAY.
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-BUS-DATE          PIC 9(8) VALUE ZERO.
       01 WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
          05 WS-BUS-YYYY       PIC 9(4).
          05 WS-BUS-MM         PIC 9(2).
          05 WS-BUS-DD         PIC 9(2).
       01 WS-CLOSE-FLAG        PIC X(1) VALUE 'N'.
           88 MONTH-END-CLOSE       VALUE 'Y'.
       01 WS-REFUSE-REASON     PIC X(60) VALUE SPACES.

      * PERIOD BOUNDARIES. THE CURRENT WEEK AND MONTH RUN FROM THEIR
      * START THROUGH THE BUSINESS DATE; EACH PRIOR PERIOD RUNS FROM
      * ITS START UP TO (NOT INCLUDING) THE CURRENT PERIOD'S START.
      * NOTHING BEFORE THE WINDOW START IS NEEDED.
       01 WS-WEEK-START        PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-WEEK-START  PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-WEEK-END    PIC 9(8) VALUE ZERO.
       01 WS-MONTH-START       PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-MONTH-START PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-MONTH-END   PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-START      PIC 9(8) VALUE ZERO.
       01 WS-BUS-MONTH         PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-MONTH       PIC 9(6) VALUE ZERO.
       01 WS-WEEKDAY-OFFSET    PIC 9(1) VALUE ZERO.
       01 WS-WEEK-QUOTIENT     PIC 9(9) VALUE ZERO.
       01 WS-DAY-NUMBER-PLUS1  PIC 9(9) VALUE ZERO.

      * DATE ARITHMETIC - A YYYYMMDD DATE TO A RUNNING DAY NUMBER,
      * THE SAME ROUTINE DEPRTN AGES WITH, FOR THE DAY OF THE WEEK.
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

      * STEPPING A DATE BACK A FEW DAYS ACROSS A MONTH END.
       01 WS-BK-DATE           PIC 9(8) VALUE ZERO.
       01 WS-BK-DATE-PARTS REDEFINES WS-BK-DATE.
          05 WS-BK-YYYY        PIC 9(4).
          05 WS-BK-MM          PIC 9(2).
          05 WS-BK-DD          PIC 9(2).
       01 WS-BK-DAYS           PIC 9(2) VALUE ZERO.
       01 WS-BK-REMAIN         PIC 9(2) VALUE ZERO.

      * CALENDAR MONTH LENGTHS - FEBRUARY TAKES ITS LEAP DAY BELOW.
       01 WS-MONTH-LENGTHS-X   PIC X(24)
                               VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTHS-X.
          05 WS-MONTH-LEN OCCURS 12 TIMES PIC 9(2).
       01 WS-ML-YYYY           PIC 9(4) VALUE ZERO.
       01 WS-ML-MM             PIC 9(2) VALUE ZERO.
       01 WS-ML-DAYS           PIC 9(2) VALUE ZERO.
       01 WS-ML-QUOTIENT       PIC 9(4) VALUE ZERO.
       01 WS-ML-REM4           PIC 9(3) VALUE ZERO.
       01 WS-ML-REM100         PIC 9(3) VALUE ZERO.
       01 WS-ML-REM400         PIC 9(3) VALUE ZERO.

      * CAMP ASSIGNMENT HISTORY, HELD THE WAY ADV1 HOLDS IT.
       01 CAMP-HIST-TABLE.
          05 CAMP-HIST-COUNT   PIC 9(4) COMP VALUE ZERO.
          05 CAMP-HIST-ENTRY OCCURS 1 TO 999 TIMES
                DEPENDING ON CAMP-HIST-COUNT
                INDEXED BY CAMP-HIST-IDX.
             10 CHT-ELF-ID         PIC X(6).
             10 CHT-FROM-DATE      PIC 9(8).
             10 CHT-THRU-DATE      PIC 9(8).
             10 CHT-CAMP           PIC X(20).
       01 WS-CAMP-HIST-OVER    PIC X(1) VALUE 'N'.
           88 CAMP-HIST-OVERFLOWED  VALUE 'Y'.
       01 WS-HIST-CAMP-FOUND   PIC X(1) VALUE 'N'.
           88 HIST-CAMP-MATCHED     VALUE 'Y'.
       01 WS-HIST-BEST-THRU    PIC 9(8) VALUE ZERO.
       01 WS-HIST-CAMP         PIC X(20) VALUE SPACES.

      * RJFX CREDITS IN THE WINDOW, EACH WITH THE ADV1 BUSINESS DATE
      * IT IS CHARGED TO - THE LAST ADV1 DATE AHEAD OF IT ON THE
      * TRAIL, SINCE REJFIX ONLY EVER CORRECTS THE LATEST ADV1 RUN'S
      * REJECTS.
       01 CREDIT-TABLE.
          05 CREDIT-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
          05 CREDIT-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON CREDIT-TABLE-COUNT
                INDEXED BY CREDIT-IDX.
             10 CRD-ELF-ID         PIC X(6).
             10 CRD-DATE           PIC 9(8).
             10 CRD-AMOUNT         PIC 9(10).
       01 WS-CREDIT-OVERFLOW   PIC X(1) VALUE 'N'.
           88 CREDIT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-LAST-ADV1-DATE    PIC 9(8) VALUE ZERO.
       01 WS-CREDIT-DATE       PIC 9(8) VALUE ZERO.
       01 WS-TRL-DATE          PIC 9(8) VALUE ZERO.
       01 WS-TRL-PROGRAM       PIC X(4) VALUE SPACES.
       01 WS-TRL-KEY           PIC X(10) VALUE SPACES.
       01 WS-TRL-AMOUNT        PIC 9(10) VALUE ZERO.

      * FROZEN CAMP ROWS FOR THE PRIOR AND CURRENT MONTHS FROM
      * PERCLSDD. A MONTH COUNTS AS CLOSED ONLY WHEN ITS 'T' ROW IS
      * THERE - A CLOSE THAT DIED PART WAY NEVER WROTE ONE.
       01 FROZEN-TABLE.
          05 FROZEN-COUNT      PIC 9(4) COMP VALUE ZERO.
          05 FROZEN-ENTRY OCCURS 1 TO 999 TIMES
                DEPENDING ON FROZEN-COUNT
                INDEXED BY FROZEN-IDX.
             10 FRZ-MONTH          PIC 9(6).
             10 FRZ-CAMP           PIC X(20).
             10 FRZ-CALORIES       PIC 9(12).
             10 FRZ-ELF-DAYS       PIC 9(7).
       01 WS-FROZEN-OVERFLOW   PIC X(1) VALUE 'N'.
           88 FROZEN-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PMO-CLOSE-DATE    PIC 9(8) VALUE ZERO.
       01 WS-MTD-CLOSE-DATE    PIC 9(8) VALUE ZERO.
       01 WS-MTD-ROWS-ON-FILE  PIC 9(6) VALUE ZERO.
       01 WS-PMO-STATE         PIC X(1) VALUE 'N'.
           88 PRIOR-MONTH-FROZEN    VALUE 'Y'.
       01 WS-MTD-STATE         PIC X(1) VALUE 'N'.
           88 CURRENT-MONTH-FROZEN  VALUE 'Y'.

      * ONE ROW PER CAMP, KEPT IN CAMP ORDER AS CAMPS ARE ADDED -
      * THE FOUR PERIOD BUCKETS AS RECOMPUTED FROM THE HISTORY, AND
      * THE FROZEN MONTH FIGURES WHERE A MONTH IS CLOSED.
       01 CAMP-PER-TABLE.
          05 CAMP-PER-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 CAMP-PER-ENTRY OCCURS 1 TO 999 TIMES
                DEPENDING ON CAMP-PER-COUNT
                INDEXED BY CAMP-PER-IDX.
             10 CPT-CAMP           PIC X(20).
             10 CPT-BUCKETS.
                15 CPT-WTD-CAL        PIC 9(12).
                15 CPT-WTD-DAYS       PIC 9(7).
                15 CPT-PWK-CAL        PIC 9(12).
                15 CPT-PWK-DAYS       PIC 9(7).
                15 CPT-MTD-CAL        PIC 9(12).
                15 CPT-MTD-DAYS       PIC 9(7).
                15 CPT-MTD-CREDITS    PIC 9(10).
                15 CPT-PMO-CAL        PIC 9(12).
                15 CPT-PMO-DAYS       PIC 9(7).
                15 CPT-MTD-FRZ-CAL    PIC 9(12).
                15 CPT-MTD-FRZ-DAYS   PIC 9(7).
                15 CPT-PMO-FRZ-CAL    PIC 9(12).
                15 CPT-PMO-FRZ-DAYS   PIC 9(7).
       01 WS-CAMP-OVERFLOW     PIC X(1) VALUE 'N'.
           88 CAMP-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CAMP-STATE        PIC X(1) VALUE SPACE.
           88 CAMP-ROW-FOUND        VALUE 'F'.
           88 CAMP-ROW-INSERT       VALUE 'I'.
       01 WS-CAMP-SUB          PIC 9(4) COMP VALUE ZERO.
       01 WS-SHIFT-SUB         PIC 9(4) COMP VALUE ZERO.
       01 WS-SHIFT-START       PIC 9(4) COMP VALUE ZERO.

      * THE AMOUNT BEING CHARGED - AN ELF-DAY FROM THE HISTORY OR A
      * CREDIT FROM THE TRAIL.
       01 WS-CHARGE-ELF-ID     PIC X(6) VALUE SPACES.
       01 WS-CHARGE-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CHARGE-CAL        PIC 9(10) VALUE ZERO.
       01 WS-CHARGE-DAYS       PIC 9(1) VALUE ZERO.
       01 WS-CHARGE-CREDIT     PIC 9(10) VALUE ZERO.
       01 WS-CHARGE-CAMP       PIC X(20) VALUE SPACES.
       01 WS-ROSTER-ELF-ID     PIC X(6) VALUE HIGH-VALUES.
       01 WS-ROSTER-FOUND      PIC X(1) VALUE 'N'.
           88 ELF-ON-ROSTER         VALUE 'Y'.
       01 WS-ROSTER-CAMP       PIC X(20) VALUE SPACES.

      * SECTION PRINTING.
       01 WS-SECTION-TYPE      PIC X(1) VALUE 'W'.
           88 WEEK-SECTION          VALUE 'W'.
           88 MONTH-SECTION         VALUE 'M'.
       01 WS-LINE-CAMP         PIC X(20) VALUE SPACES.
       01 WS-CUR-CAL           PIC 9(12) VALUE ZERO.
       01 WS-CUR-DAYS          PIC 9(7) VALUE ZERO.
       01 WS-PRI-CAL           PIC 9(12) VALUE ZERO.
       01 WS-PRI-DAYS          PIC 9(7) VALUE ZERO.
       01 WS-CUR-AVG           PIC 9(10) VALUE ZERO.
       01 WS-PRI-AVG           PIC 9(10) VALUE ZERO.
       01 WS-AVG-CHANGE        PIC S9(10) VALUE ZERO.
       01 WS-ALL-CUR-CAL       PIC 9(12) VALUE ZERO.
       01 WS-ALL-CUR-DAYS      PIC 9(7) VALUE ZERO.
       01 WS-ALL-PRI-CAL       PIC 9(12) VALUE ZERO.
       01 WS-ALL-PRI-DAYS      PIC 9(7) VALUE ZERO.

      * MOVEMENT IN A CLOSED MONTH SINCE ITS CLOSE.
       01 WS-PMO-NOW-CAL       PIC 9(12) VALUE ZERO.
       01 WS-PMO-FRZ-CAL       PIC 9(12) VALUE ZERO.
       01 WS-MTD-NOW-CAL       PIC 9(12) VALUE ZERO.
       01 WS-MTD-FRZ-CAL       PIC 9(12) VALUE ZERO.
       01 WS-DRIFT-CAMPS       PIC 9(6) VALUE ZERO.

      * MONTH-END CLOSE TOTALS.
       01 WS-CLOSE-CAL         PIC 9(12) VALUE ZERO.
       01 WS-CLOSE-DAYS        PIC 9(7) VALUE ZERO.
       01 WS-CLOSE-CREDITS     PIC 9(10) VALUE ZERO.

      * RUN COUNTS.
       01 WS-HIST-ROWS-READ    PIC 9(8) VALUE ZERO.
       01 WS-HIST-ROWS-OUT     PIC 9(8) VALUE ZERO.
       01 WS-ELF-DAYS-CHARGED  PIC 9(8) VALUE ZERO.
       01 WS-CREDITS-CHARGED   PIC 9(8) VALUE ZERO.
       01 WS-CREDIT-CALORIES   PIC 9(12) VALUE ZERO.
       01 WS-OVERFLOW-ROWS     PIC 9(8) VALUE ZERO.
       01 WS-CLOSE-ROWS        PIC 9(6) VALUE ZERO.

       01 WS-PERIOD-HEADING.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(20) VALUE "CAMP".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(11) VALUE "   CALORIES".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(8) VALUE "ELF-DAYS".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(7) VALUE "AVG/DAY".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(11) VALUE "  PRIOR CAL".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(6) VALUE "PR AVG".
          05 FILLER            PIC X(1) VALUE SPACES.
          05 FILLER            PIC X(8) VALUE "  CHANGE".
          05 FILLER            PIC X(2) VALUE SPACES.

       01 WS-PERIOD-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRD-CAMP          PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRD-CALORIES      PIC Z(10)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRD-ELF-DAYS      PIC Z(7)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRD-AVERAGE       PIC Z(6)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRD-PRIOR-CAL     PIC Z(10)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRD-PRIOR-AVG     PIC Z(5)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRD-CHANGE        PIC -(7)9.
          05 FILLER            PIC X(2) VALUE SPACES.

       01 WS-PERIOD-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PRT-TOTAL-LABEL   PIC X(40).
          05 PRT-TOTAL-VALUE   PIC Z(11)9.
          05 FILLER            PIC X(27) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-REFUSE-REASON NOT = SPACES THEN
              MOVE WS-REFUSE-REASON TO PERIOD-REPORT-LINE
              WRITE PERIOD-REPORT-LINE
              CLOSE PERIOD-REPORT-FILE
              DISPLAY "PERRPT - " WS-REFUSE-REASON
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1300-LOAD-CAMP-HISTORY THRU 1300-EXIT.
           PERFORM 1400-LOAD-TRAIL-CREDITS THRU 1400-EXIT.
           OPEN INPUT ELF-ROSTER-FILE.
           PERFORM 2000-CHARGE-HISTORY THRU 2000-EXIT.
           PERFORM 2500-CHARGE-CREDIT THRU 2500-EXIT
              VARYING CREDIT-IDX FROM 1 BY 1
              UNTIL CREDIT-IDX > CREDIT-TABLE-COUNT.
           CLOSE ELF-ROSTER-FILE.
           PERFORM 2600-APPLY-FROZEN-ROW THRU 2600-EXIT
              VARYING FROZEN-IDX FROM 1 BY 1
              UNTIL FROZEN-IDX > FROZEN-COUNT.
           PERFORM 2700-CHECK-CLOSED-MONTH THRU 2700-EXIT
              VARYING CAMP-PER-IDX FROM 1 BY 1
              UNTIL CAMP-PER-IDX > CAMP-PER-COUNT.
           MOVE 'W' TO WS-SECTION-TYPE.
           PERFORM 3000-PRINT-PERIOD THRU 3000-EXIT.
           MOVE 'M' TO WS-SECTION-TYPE.
           PERFORM 3000-PRINT-PERIOD THRU 3000-EXIT.
           IF MONTH-END-CLOSE THEN
              PERFORM 4000-WRITE-PERIOD-CLOSE THRU 4000-EXIT
           END-IF.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           IF WS-DRIFT-CAMPS > ZERO
                 OR CAMP-TABLE-OVERFLOWED
                 OR CREDIT-TABLE-OVERFLOWED
                 OR FROZEN-TABLE-OVERFLOWED
                 OR CAMP-HIST-OVERFLOWED THEN
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
           PERFORM 1100-SET-PERIOD-DATES THRU 1100-EXIT.
           OPEN OUTPUT PERIOD-REPORT-FILE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           STRING "CAMP PERIOD REPORT - BUSINESS DATE " DELIMITED SIZE
                  WS-BUS-DATE DELIMITED SIZE
                  INTO PERIOD-REPORT-LINE
           END-STRING.
           IF MONTH-END-CLOSE THEN
              MOVE "- MONTH-END CLOSE" TO PERIOD-REPORT-LINE (45:17)
           END-IF.
           WRITE PERIOD-REPORT-LINE.
           MOVE ALL "-" TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           PERFORM 1200-LOAD-CLOSED-MONTHS THRU 1200-EXIT.
           IF MONTH-END-CLOSE THEN
              PERFORM 1250-CHECK-CLOSE-REQUEST THRU 1250-EXIT
           END-IF.
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
           IF WS-PARM-TOK (WS-PARM-IDX) (1:6) = "CLOSE=" THEN
              MOVE WS-PARM-TOK (WS-PARM-IDX) (7:1) TO WS-CLOSE-FLAG
           END-IF.
       1015-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-SET-PERIOD-DATES - THE WEEK STARTS ON MONDAY. A MONDAY'S
      * DAY NUMBER IS ONE SHORT OF A MULTIPLE OF SEVEN, SO DAY
      * NUMBER PLUS ONE, MOD SEVEN, IS THE DAYS SINCE MONDAY.
      *-----------------------------------------------------------*
       1100-SET-PERIOD-DATES.
           MOVE WS-BUS-DATE TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           ADD 1 TO WS-DN-RESULT GIVING WS-DAY-NUMBER-PLUS1.
           DIVIDE WS-DAY-NUMBER-PLUS1 BY 7 GIVING WS-WEEK-QUOTIENT
              REMAINDER WS-WEEKDAY-OFFSET.
           MOVE WS-BUS-DATE TO WS-BK-DATE.
           MOVE WS-WEEKDAY-OFFSET TO WS-BK-DAYS.
           PERFORM 6100-BACK-UP-DAYS THRU 6100-EXIT.
           MOVE WS-BK-DATE TO WS-WEEK-START.
           MOVE 1 TO WS-BK-DAYS.
           PERFORM 6100-BACK-UP-DAYS THRU 6100-EXIT.
           MOVE WS-BK-DATE TO WS-PRIOR-WEEK-END.
           MOVE 6 TO WS-BK-DAYS.
           PERFORM 6100-BACK-UP-DAYS THRU 6100-EXIT.
           MOVE WS-BK-DATE TO WS-PRIOR-WEEK-START.
           MOVE WS-BUS-DATE TO WS-BK-DATE.
           MOVE 1 TO WS-BK-DD.
           MOVE WS-BK-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-BK-DAYS.
           PERFORM 6100-BACK-UP-DAYS THRU 6100-EXIT.
           MOVE WS-BK-DATE TO WS-PRIOR-MONTH-END.
           MOVE 1 TO WS-BK-DD.
           MOVE WS-BK-DATE TO WS-PRIOR-MONTH-START.
           DIVIDE WS-BUS-DATE BY 100 GIVING WS-BUS-MONTH.
           DIVIDE WS-PRIOR-MONTH-START BY 100 GIVING WS-PRIOR-MONTH.
           IF WS-PRIOR-WEEK-START < WS-PRIOR-MONTH-START THEN
              MOVE WS-PRIOR-WEEK-START TO WS-WINDOW-START
           ELSE
              MOVE WS-PRIOR-MONTH-START TO WS-WINDOW-START
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-CLOSED-MONTHS - ONLY THE PRIOR AND CURRENT MONTHS
      * MATTER TO THIS RUN. CAMP ROWS ARE KEPT; THE 'T' ROW MARKS
      * THE MONTH CLOSED AS OF ITS CLOSE DATE.
      *-----------------------------------------------------------*
       1200-LOAD-CLOSED-MONTHS.
           OPEN INPUT PERIOD-CLOSE-FILE.
           PERFORM 1210-READ-CLOSE-ROW THRU 1210-EXIT
              UNTIL END-OF-CLOSE-FILE.
           CLOSE PERIOD-CLOSE-FILE.
           IF WS-PMO-CLOSE-DATE NOT = ZERO THEN
              MOVE 'Y' TO WS-PMO-STATE
           END-IF.
           IF WS-MTD-CLOSE-DATE NOT = ZERO
                 AND WS-BUS-DATE NOT < WS-MTD-CLOSE-DATE THEN
              MOVE 'Y' TO WS-MTD-STATE
           END-IF.
           IF FROZEN-TABLE-OVERFLOWED THEN
              DISPLAY "PERRPT - PERCLSDD HOLDS OVER 999 CAMP ROWS FOR"
                      " THE TWO MONTHS - THE REST ARE NOT SHOWN."
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-CLOSE-ROW.
           READ PERIOD-CLOSE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CLOSE-EOF
               NOT AT END
                  IF PCL-MONTH = WS-BUS-MONTH THEN
                     ADD 1 TO WS-MTD-ROWS-ON-FILE
                  END-IF
                  IF PCL-MONTH = WS-BUS-MONTH
                        OR PCL-MONTH = WS-PRIOR-MONTH THEN
                     PERFORM 1220-KEEP-CLOSE-ROW THRU 1220-EXIT
                  END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1220-KEEP-CLOSE-ROW.
           IF PCL-MONTH-TOTAL THEN
              IF PCL-MONTH = WS-BUS-MONTH THEN
                 MOVE PCL-CLOSE-DATE TO WS-MTD-CLOSE-DATE
              ELSE
                 MOVE PCL-CLOSE-DATE TO WS-PMO-CLOSE-DATE
              END-IF
              GO TO 1220-EXIT
           END-IF.
           IF NOT PCL-CAMP-ROW THEN
              GO TO 1220-EXIT
           END-IF.
           IF FROZEN-COUNT < 999 THEN
              ADD 1 TO FROZEN-COUNT
              SET FROZEN-IDX TO FROZEN-COUNT
              MOVE PCL-MONTH TO FRZ-MONTH (FROZEN-IDX)
              MOVE PCL-CAMP TO FRZ-CAMP (FROZEN-IDX)
              MOVE PCL-CALORIES TO FRZ-CALORIES (FROZEN-IDX)
              MOVE PCL-ELF-DAYS TO FRZ-ELF-DAYS (FROZEN-IDX)
           ELSE
              MOVE 'Y' TO WS-FROZEN-OVERFLOW
           END-IF.
       1220-EXIT.
           EXIT.

      * A MONTH IS CLOSED ONCE, ON ITS LAST DAY - ANY ROW ALREADY ON
      * PERCLSDD FOR IT (EVEN A PART-WRITTEN CLOSE) MUST BE SORTED
      * OUT BY HAND BEFORE IT CAN BE CLOSED AGAIN.
       1250-CHECK-CLOSE-REQUEST.
           MOVE WS-BUS-YYYY TO WS-ML-YYYY.
           MOVE WS-BUS-MM TO WS-ML-MM.
           PERFORM 6200-MONTH-LENGTH THRU 6200-EXIT.
           IF WS-BUS-DD NOT = WS-ML-DAYS THEN
              MOVE " CLOSE=Y REFUSED - BUSDATE IS NOT MONTH-END"
                 TO WS-REFUSE-REASON
              GO TO 1250-EXIT
           END-IF.
           IF WS-MTD-ROWS-ON-FILE > ZERO THEN
              MOVE " CLOSE=Y REFUSED - THE MONTH IS ALREADY ON PERCLSDD"
                 TO WS-REFUSE-REASON
           END-IF.
       1250-EXIT.
           EXIT.

      * PULL THE CAMP ASSIGNMENT HISTORY INTO STORAGE ONCE - THE
      * PER-DAY LOOKUP THEN COSTS A SHORT TABLE SCAN.
       1300-LOAD-CAMP-HISTORY.
           OPEN INPUT CAMP-HIST-FILE.
           PERFORM 1310-LOAD-CAMP-HIST-ROW THRU 1310-EXIT
              UNTIL END-OF-CAMP-HIST-FILE.
           CLOSE CAMP-HIST-FILE.
           IF CAMP-HIST-OVERFLOWED THEN
              DISPLAY "PERRPT - CAMP ASSIGNMENT HISTORY EXCEEDS THE"
                      " 999-ROW TABLE - ROWS BEYOND IT CHARGE TO"
                      " THE CURRENT ROSTER CAMP."
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LOAD-CAMP-HIST-ROW.
           READ CAMP-HIST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CAMP-HIST-EOF
               NOT AT END
                  IF CAMP-HIST-COUNT < 999 THEN
                     ADD 1 TO CAMP-HIST-COUNT
                     SET CAMP-HIST-IDX TO CAMP-HIST-COUNT
                     MOVE CHS-ELF-ID
                        TO CHT-ELF-ID (CAMP-HIST-IDX)
                     MOVE CHS-FROM-DATE
                        TO CHT-FROM-DATE (CAMP-HIST-IDX)
                     MOVE CHS-THRU-DATE
                        TO CHT-THRU-DATE (CAMP-HIST-IDX)
                     MOVE CHS-CAMP
                        TO CHT-CAMP (CAMP-HIST-IDX)
                  ELSE
                     MOVE 'Y' TO WS-CAMP-HIST-OVER
                  END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOAD-TRAIL-CREDITS - THE ARCHIVE GENERATIONS, THEN THE
      * LIVE TRAIL, IN ORDER. EVERY ADV1 RECORD CARRIES ITS RUN'S
      * BUSINESS DATE; AN RJFX CREDIT IS CHARGED TO THE LAST ONE
      * SEEN AHEAD OF IT (ITS OWN DATE IF NONE IS).
      *-----------------------------------------------------------*
       1400-LOAD-TRAIL-CREDITS.
           MOVE ZERO TO WS-LAST-ADV1-DATE.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 1410-READ-ARCHIVE-RECORD THRU 1410-EXIT
              UNTIL END-OF-ARCH-FILE.
           CLOSE ARCHIVE-FILE.
           OPEN INPUT AUDIT-FILE.
           PERFORM 1420-READ-AUDIT-RECORD THRU 1420-EXIT
              UNTIL END-OF-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           IF CREDIT-TABLE-OVERFLOWED THEN
              DISPLAY "PERRPT - OVER 9999 RJFX CREDITS IN THE WINDOW"
                      " - THE REST ARE NOT CHARGED."
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ARCH-EOF
               NOT AT END
                  MOVE ARC-RUN-DATE TO WS-TRL-DATE
                  MOVE ARC-PROGRAM-ID TO WS-TRL-PROGRAM
                  MOVE ARC-KEY-FIELD TO WS-TRL-KEY
                  MOVE ARC-RESULT TO WS-TRL-AMOUNT
                  PERFORM 1430-CLASSIFY-TRAIL-RECORD THRU 1430-EXIT
           END-READ.
       1410-EXIT.
           EXIT.

       1420-READ-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                  MOVE AUD-RUN-DATE TO WS-TRL-DATE
                  MOVE AUD-PROGRAM-ID TO WS-TRL-PROGRAM
                  MOVE AUD-KEY-FIELD TO WS-TRL-KEY
                  MOVE AUD-RESULT TO WS-TRL-AMOUNT
                  PERFORM 1430-CLASSIFY-TRAIL-RECORD THRU 1430-EXIT
           END-READ.
       1420-EXIT.
           EXIT.

       1430-CLASSIFY-TRAIL-RECORD.
           EVALUATE WS-TRL-PROGRAM
               WHEN "ADV1"
                  MOVE WS-TRL-DATE TO WS-LAST-ADV1-DATE
               WHEN "RJFX"
                  PERFORM 1440-KEEP-CREDIT THRU 1440-EXIT
           END-EVALUATE.
       1430-EXIT.
           EXIT.

       1440-KEEP-CREDIT.
           IF WS-LAST-ADV1-DATE = ZERO THEN
              MOVE WS-TRL-DATE TO WS-CREDIT-DATE
           ELSE
              MOVE WS-LAST-ADV1-DATE TO WS-CREDIT-DATE
           END-IF.
           IF WS-CREDIT-DATE < WS-WINDOW-START
                 OR WS-CREDIT-DATE > WS-BUS-DATE THEN
              GO TO 1440-EXIT
           END-IF.
           IF CREDIT-TABLE-COUNT < 9999 THEN
              ADD 1 TO CREDIT-TABLE-COUNT
              SET CREDIT-IDX TO CREDIT-TABLE-COUNT
              MOVE WS-TRL-KEY (1:6) TO CRD-ELF-ID (CREDIT-IDX)
              MOVE WS-CREDIT-DATE TO CRD-DATE (CREDIT-IDX)
              MOVE WS-TRL-AMOUNT TO CRD-AMOUNT (CREDIT-IDX)
           ELSE
              MOVE 'Y' TO WS-CREDIT-OVERFLOW
           END-IF.
       1440-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHARGE-HISTORY - EVERY DAYHISTDD ROW IN THE WINDOW IS
      * ONE ELF-DAY CHARGED TO THE ELF'S CAMP ON THAT DATE.
      *-----------------------------------------------------------*
       2000-CHARGE-HISTORY.
           OPEN INPUT DAYHIST-FILE.
           PERFORM 2010-READ-HISTORY-ROW THRU 2010-EXIT
              UNTIL END-OF-HIST-FILE.
           CLOSE DAYHIST-FILE.
           IF CAMP-TABLE-OVERFLOWED THEN
              DISPLAY "PERRPT - OVER 999 CAMPS, " WS-OVERFLOW-ROWS
                      " AMOUNT(S) NOT REPORTED."
           END-IF.
       2000-EXIT.
           EXIT.

       2010-READ-HISTORY-ROW.
           READ DAYHIST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                  ADD 1 TO WS-HIST-ROWS-READ
                  IF DHS-RUN-DATE < WS-WINDOW-START
                        OR DHS-RUN-DATE > WS-BUS-DATE THEN
                     ADD 1 TO WS-HIST-ROWS-OUT
                  ELSE
                     MOVE DHS-ELF-ID TO WS-CHARGE-ELF-ID
                     MOVE DHS-RUN-DATE TO WS-CHARGE-DATE
                     MOVE DHS-DAY-TOTAL TO WS-CHARGE-CAL
                     MOVE 1 TO WS-CHARGE-DAYS
                     MOVE ZERO TO WS-CHARGE-CREDIT
                     ADD 1 TO WS-ELF-DAYS-CHARGED
                     PERFORM 2100-CHARGE-AMOUNT THRU 2100-EXIT
                  END-IF
           END-READ.
       2010-EXIT.
           EXIT.

       2100-CHARGE-AMOUNT.
           PERFORM 2200-FIND-CHARGE-CAMP THRU 2200-EXIT.
           PERFORM 2300-FIND-CAMP-ROW THRU 2300-EXIT.
           IF CAMP-ROW-FOUND THEN
              PERFORM 2400-ADD-TO-PERIODS THRU 2400-EXIT
           ELSE
              ADD 1 TO WS-OVERFLOW-ROWS
           END-IF.
       2100-EXIT.
           EXIT.

      * THE ROSTER CAMP, READ ONCE PER ELF (THE HISTORY COMES IN ELF
      * ORDER), THEN A COVERING CAMPHISTDD TENURE FOR THE DATE - AN
      * ELF THE ROSTER DOES NOT KNOW CHARGES TO THE SAME NO-MATCH
      * BUCKET ADV1 USES.
       2200-FIND-CHARGE-CAMP.
           IF WS-CHARGE-ELF-ID NOT = WS-ROSTER-ELF-ID THEN
              MOVE WS-CHARGE-ELF-ID TO WS-ROSTER-ELF-ID
              PERFORM 2210-LOOKUP-ROSTER-CAMP THRU 2210-EXIT
           END-IF.
           MOVE WS-ROSTER-CAMP TO WS-CHARGE-CAMP.
           IF ELF-ON-ROSTER THEN
              PERFORM 2220-APPLY-CAMP-HISTORY THRU 2220-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LOOKUP-ROSTER-CAMP.
           MOVE 'N' TO WS-ROSTER-FOUND.
           MOVE "*NO ROSTER MATCH*   " TO WS-ROSTER-CAMP.
           IF WS-CHARGE-ELF-ID = SPACES THEN
              GO TO 2210-EXIT
           END-IF.
           MOVE WS-CHARGE-ELF-ID TO ELF-ROSTER-ID.
           READ ELF-ROSTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ROSTER-FOUND
                  MOVE ELF-ROSTER-CAMP TO WS-ROSTER-CAMP
           END-READ.
       2210-EXIT.
           EXIT.

      * THE EARLIEST COVERING WINDOW WINS, AS IN ADV1.
       2220-APPLY-CAMP-HISTORY.
           MOVE 'N' TO WS-HIST-CAMP-FOUND.
           MOVE 99999999 TO WS-HIST-BEST-THRU.
           PERFORM 2221-SEARCH-CAMP-HISTORY THRU 2221-EXIT
              VARYING CAMP-HIST-IDX FROM 1 BY 1
              UNTIL CAMP-HIST-IDX > CAMP-HIST-COUNT.
           IF HIST-CAMP-MATCHED THEN
              MOVE WS-HIST-CAMP TO WS-CHARGE-CAMP
           END-IF.
       2220-EXIT.
           EXIT.

       2221-SEARCH-CAMP-HISTORY.
           IF CHT-ELF-ID (CAMP-HIST-IDX) = WS-CHARGE-ELF-ID
                 AND CHT-FROM-DATE (CAMP-HIST-IDX) <= WS-CHARGE-DATE
                 AND CHT-THRU-DATE (CAMP-HIST-IDX) > WS-CHARGE-DATE
                 AND CHT-THRU-DATE (CAMP-HIST-IDX)
                    < WS-HIST-BEST-THRU THEN
              MOVE 'Y' TO WS-HIST-CAMP-FOUND
              MOVE CHT-THRU-DATE (CAMP-HIST-IDX) TO WS-HIST-BEST-THRU
              MOVE CHT-CAMP (CAMP-HIST-IDX) TO WS-HIST-CAMP
           END-IF.
       2221-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-FIND-CAMP-ROW - WS-CAMP-SUB POINTS AT WS-CHARGE-CAMP'S
      * ROW, ADDED IN CAMP ORDER IF IT IS NEW. A FULL TABLE LEAVES
      * THE STATE SHORT OF FOUND.
      *-----------------------------------------------------------*
       2300-FIND-CAMP-ROW.
           MOVE SPACE TO WS-CAMP-STATE.
           PERFORM 2310-CHECK-CAMP-ROW THRU 2310-EXIT
              VARYING CAMP-PER-IDX FROM 1 BY 1
              UNTIL CAMP-PER-IDX > CAMP-PER-COUNT
                 OR WS-CAMP-STATE NOT = SPACE.
           IF CAMP-ROW-FOUND THEN
              GO TO 2300-EXIT
           END-IF.
           IF CAMP-PER-COUNT NOT < 999 THEN
              MOVE 'Y' TO WS-CAMP-OVERFLOW
              MOVE SPACE TO WS-CAMP-STATE
              GO TO 2300-EXIT
           END-IF.
           IF NOT CAMP-ROW-INSERT THEN
              COMPUTE WS-CAMP-SUB = CAMP-PER-COUNT + 1
           END-IF.
           MOVE CAMP-PER-COUNT TO WS-SHIFT-START.
           ADD 1 TO CAMP-PER-COUNT.
           PERFORM 2320-SHIFT-CAMP-ROW THRU 2320-EXIT
              VARYING WS-SHIFT-SUB FROM WS-SHIFT-START BY -1
              UNTIL WS-SHIFT-SUB < WS-CAMP-SUB.
           MOVE WS-CHARGE-CAMP TO CPT-CAMP (WS-CAMP-SUB).
           MOVE ZEROS TO CPT-BUCKETS (WS-CAMP-SUB).
           MOVE 'F' TO WS-CAMP-STATE.
       2300-EXIT.
           EXIT.

       2310-CHECK-CAMP-ROW.
           IF CPT-CAMP (CAMP-PER-IDX) = WS-CHARGE-CAMP THEN
              MOVE 'F' TO WS-CAMP-STATE
              SET WS-CAMP-SUB TO CAMP-PER-IDX
           ELSE
              IF CPT-CAMP (CAMP-PER-IDX) > WS-CHARGE-CAMP THEN
                 MOVE 'I' TO WS-CAMP-STATE
                 SET WS-CAMP-SUB TO CAMP-PER-IDX
              END-IF
           END-IF.
       2310-EXIT.
           EXIT.

       2320-SHIFT-CAMP-ROW.
           MOVE CAMP-PER-ENTRY (WS-SHIFT-SUB)
              TO CAMP-PER-ENTRY (WS-SHIFT-SUB + 1).
       2320-EXIT.
           EXIT.

       2400-ADD-TO-PERIODS.
           IF WS-CHARGE-DATE NOT < WS-WEEK-START THEN
              ADD WS-CHARGE-CAL TO CPT-WTD-CAL (WS-CAMP-SUB)
              ADD WS-CHARGE-DAYS TO CPT-WTD-DAYS (WS-CAMP-SUB)
           END-IF.
           IF WS-CHARGE-DATE NOT < WS-PRIOR-WEEK-START
                 AND WS-CHARGE-DATE < WS-WEEK-START THEN
              ADD WS-CHARGE-CAL TO CPT-PWK-CAL (WS-CAMP-SUB)
              ADD WS-CHARGE-DAYS TO CPT-PWK-DAYS (WS-CAMP-SUB)
           END-IF.
           IF WS-CHARGE-DATE NOT < WS-MONTH-START THEN
              ADD WS-CHARGE-CAL TO CPT-MTD-CAL (WS-CAMP-SUB)
              ADD WS-CHARGE-DAYS TO CPT-MTD-DAYS (WS-CAMP-SUB)
              ADD WS-CHARGE-CREDIT TO CPT-MTD-CREDITS (WS-CAMP-SUB)
           END-IF.
           IF WS-CHARGE-DATE NOT < WS-PRIOR-MONTH-START
                 AND WS-CHARGE-DATE < WS-MONTH-START THEN
              ADD WS-CHARGE-CAL TO CPT-PMO-CAL (WS-CAMP-SUB)
              ADD WS-CHARGE-DAYS TO CPT-PMO-DAYS (WS-CAMP-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

      * A CREDIT ADDS CALORIES TO ITS DAY'S CAMP BUT NO ELF-DAY -
      * THE ELF-DAY IS ALREADY ON THE HISTORY, OR THE WHOLE DAY WAS
      * REJECTED AND THERE IS NONE TO COUNT.
       2500-CHARGE-CREDIT.
           MOVE CRD-ELF-ID (CREDIT-IDX) TO WS-CHARGE-ELF-ID.
           MOVE CRD-DATE (CREDIT-IDX) TO WS-CHARGE-DATE.
           MOVE CRD-AMOUNT (CREDIT-IDX) TO WS-CHARGE-CAL.
           MOVE ZERO TO WS-CHARGE-DAYS.
           MOVE CRD-AMOUNT (CREDIT-IDX) TO WS-CHARGE-CREDIT.
           ADD 1 TO WS-CREDITS-CHARGED.
           ADD CRD-AMOUNT (CREDIT-IDX) TO WS-CREDIT-CALORIES.
           PERFORM 2100-CHARGE-AMOUNT THRU 2100-EXIT.
       2500-EXIT.
           EXIT.

      * A FROZEN CAMP ROW LANDS ON ITS CAMP, WHICH MAY HAVE NO
      * HISTORY LEFT IN THE WINDOW AT ALL.
       2600-APPLY-FROZEN-ROW.
           MOVE FRZ-CAMP (FROZEN-IDX) TO WS-CHARGE-CAMP.
           PERFORM 2300-FIND-CAMP-ROW THRU 2300-EXIT.
           IF NOT CAMP-ROW-FOUND THEN
              ADD 1 TO WS-OVERFLOW-ROWS
              GO TO 2600-EXIT
           END-IF.
           IF FRZ-MONTH (FROZEN-IDX) = WS-BUS-MONTH THEN
              ADD FRZ-CALORIES (FROZEN-IDX)
                 TO CPT-MTD-FRZ-CAL (WS-CAMP-SUB)
              ADD FRZ-ELF-DAYS (FROZEN-IDX)
                 TO CPT-MTD-FRZ-DAYS (WS-CAMP-SUB)
           ELSE
              ADD FRZ-CALORIES (FROZEN-IDX)
                 TO CPT-PMO-FRZ-CAL (WS-CAMP-SUB)
              ADD FRZ-ELF-DAYS (FROZEN-IDX)
                 TO CPT-PMO-FRZ-DAYS (WS-CAMP-SUB)
           END-IF.
       2600-EXIT.
           EXIT.

      * A CLOSED MONTH WHOSE RECOMPUTED FIGURES NO LONGER MATCH THE
      * FROZEN ONES HAS MOVED SINCE ITS CLOSE - A LATE CREDIT, A DAY
      * RERUN OR A BACKDATED TRANSFER. THE FROZEN FIGURES STAND.
       2700-CHECK-CLOSED-MONTH.
           IF PRIOR-MONTH-FROZEN THEN
              ADD CPT-PMO-CAL (CAMP-PER-IDX) TO WS-PMO-NOW-CAL
              ADD CPT-PMO-FRZ-CAL (CAMP-PER-IDX) TO WS-PMO-FRZ-CAL
              IF CPT-PMO-CAL (CAMP-PER-IDX)
                    NOT = CPT-PMO-FRZ-CAL (CAMP-PER-IDX)
                    OR CPT-PMO-DAYS (CAMP-PER-IDX)
                    NOT = CPT-PMO-FRZ-DAYS (CAMP-PER-IDX) THEN
                 ADD 1 TO WS-DRIFT-CAMPS
              END-IF
           END-IF.
           IF CURRENT-MONTH-FROZEN THEN
              ADD CPT-MTD-CAL (CAMP-PER-IDX) TO WS-MTD-NOW-CAL
              ADD CPT-MTD-FRZ-CAL (CAMP-PER-IDX) TO WS-MTD-FRZ-CAL
              IF CPT-MTD-CAL (CAMP-PER-IDX)
                    NOT = CPT-MTD-FRZ-CAL (CAMP-PER-IDX)
                    OR CPT-MTD-DAYS (CAMP-PER-IDX)
                    NOT = CPT-MTD-FRZ-DAYS (CAMP-PER-IDX) THEN
                 ADD 1 TO WS-DRIFT-CAMPS
              END-IF
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-PERIOD - ONE SECTION: THE PERIOD AND ITS PRIOR,
      * A LINE PER CAMP WITH ANY FIGURE IN EITHER, THEN ALL CAMPS.
      *-----------------------------------------------------------*
       3000-PRINT-PERIOD.
           MOVE ZERO TO WS-ALL-CUR-CAL.
           MOVE ZERO TO WS-ALL-CUR-DAYS.
           MOVE ZERO TO WS-ALL-PRI-CAL.
           MOVE ZERO TO WS-ALL-PRI-DAYS.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           IF WEEK-SECTION THEN
              STRING "WEEK TO DATE  - " DELIMITED SIZE
                     WS-WEEK-START DELIMITED SIZE
                     " THRU " DELIMITED SIZE
                     WS-BUS-DATE DELIMITED SIZE
                     INTO PERIOD-REPORT-LINE
              END-STRING
              WRITE PERIOD-REPORT-LINE
              MOVE SPACES TO PERIOD-REPORT-LINE
              STRING "PRIOR WEEK    - " DELIMITED SIZE
                     WS-PRIOR-WEEK-START DELIMITED SIZE
                     " THRU " DELIMITED SIZE
                     WS-PRIOR-WEEK-END DELIMITED SIZE
                     INTO PERIOD-REPORT-LINE
              END-STRING
              WRITE PERIOD-REPORT-LINE
           ELSE
              STRING "MONTH TO DATE - " DELIMITED SIZE
                     WS-MONTH-START DELIMITED SIZE
                     " THRU " DELIMITED SIZE
                     WS-BUS-DATE DELIMITED SIZE
                     INTO PERIOD-REPORT-LINE
              END-STRING
              IF CURRENT-MONTH-FROZEN THEN
                 MOVE "CLOSED, FROZEN FIGURES"
                    TO PERIOD-REPORT-LINE (42:22)
              END-IF
              WRITE PERIOD-REPORT-LINE
              MOVE SPACES TO PERIOD-REPORT-LINE
              STRING "PRIOR MONTH   - " DELIMITED SIZE
                     WS-PRIOR-MONTH-START DELIMITED SIZE
                     " THRU " DELIMITED SIZE
                     WS-PRIOR-MONTH-END DELIMITED SIZE
                     INTO PERIOD-REPORT-LINE
              END-STRING
              IF PRIOR-MONTH-FROZEN THEN
                 MOVE "CLOSED, FROZEN FIGURES"
                    TO PERIOD-REPORT-LINE (42:22)
              ELSE
                 MOVE "NOT CLOSED, FROM DAYHISTDD"
                    TO PERIOD-REPORT-LINE (42:26)
              END-IF
              WRITE PERIOD-REPORT-LINE
           END-IF.
           MOVE WS-PERIOD-HEADING TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           PERFORM 3100-PRINT-CAMP-LINE THRU 3100-EXIT
              VARYING CAMP-PER-IDX FROM 1 BY 1
              UNTIL CAMP-PER-IDX > CAMP-PER-COUNT.
           MOVE ALL "-" TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE "ALL CAMPS" TO WS-LINE-CAMP.
           MOVE WS-ALL-CUR-CAL TO WS-CUR-CAL.
           MOVE WS-ALL-CUR-DAYS TO WS-CUR-DAYS.
           MOVE WS-ALL-PRI-CAL TO WS-PRI-CAL.
           MOVE WS-ALL-PRI-DAYS TO WS-PRI-DAYS.
           PERFORM 3300-WRITE-PERIOD-LINE THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-CAMP-LINE.
           IF WEEK-SECTION THEN
              MOVE CPT-WTD-CAL (CAMP-PER-IDX) TO WS-CUR-CAL
              MOVE CPT-WTD-DAYS (CAMP-PER-IDX) TO WS-CUR-DAYS
              MOVE CPT-PWK-CAL (CAMP-PER-IDX) TO WS-PRI-CAL
              MOVE CPT-PWK-DAYS (CAMP-PER-IDX) TO WS-PRI-DAYS
           ELSE
              IF CURRENT-MONTH-FROZEN THEN
                 MOVE CPT-MTD-FRZ-CAL (CAMP-PER-IDX) TO WS-CUR-CAL
                 MOVE CPT-MTD-FRZ-DAYS (CAMP-PER-IDX) TO WS-CUR-DAYS
              ELSE
                 MOVE CPT-MTD-CAL (CAMP-PER-IDX) TO WS-CUR-CAL
                 MOVE CPT-MTD-DAYS (CAMP-PER-IDX) TO WS-CUR-DAYS
              END-IF
              IF PRIOR-MONTH-FROZEN THEN
                 MOVE CPT-PMO-FRZ-CAL (CAMP-PER-IDX) TO WS-PRI-CAL
                 MOVE CPT-PMO-FRZ-DAYS (CAMP-PER-IDX) TO WS-PRI-DAYS
              ELSE
                 MOVE CPT-PMO-CAL (CAMP-PER-IDX) TO WS-PRI-CAL
                 MOVE CPT-PMO-DAYS (CAMP-PER-IDX) TO WS-PRI-DAYS
              END-IF
           END-IF.
           IF WS-CUR-CAL = ZERO AND WS-CUR-DAYS = ZERO
                 AND WS-PRI-CAL = ZERO AND WS-PRI-DAYS = ZERO THEN
              GO TO 3100-EXIT
           END-IF.
           ADD WS-CUR-CAL TO WS-ALL-CUR-CAL.
           ADD WS-CUR-DAYS TO WS-ALL-CUR-DAYS.
           ADD WS-PRI-CAL TO WS-ALL-PRI-CAL.
           ADD WS-PRI-DAYS TO WS-ALL-PRI-DAYS.
           MOVE CPT-CAMP (CAMP-PER-IDX) TO WS-LINE-CAMP.
           PERFORM 3300-WRITE-PERIOD-LINE THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      * AVERAGES ARE WHOLE CALORIES PER ELF-DAY, TRUNCATED THE WAY
      * THE ADV1 CAMP SUMMARY TRUNCATES ITS CAMP AVERAGE.
       3300-WRITE-PERIOD-LINE.
           MOVE ZERO TO WS-CUR-AVG.
           MOVE ZERO TO WS-PRI-AVG.
           IF WS-CUR-DAYS > ZERO THEN
              DIVIDE WS-CUR-CAL BY WS-CUR-DAYS GIVING WS-CUR-AVG
           END-IF.
           IF WS-PRI-DAYS > ZERO THEN
              DIVIDE WS-PRI-CAL BY WS-PRI-DAYS GIVING WS-PRI-AVG
           END-IF.
           COMPUTE WS-AVG-CHANGE = WS-CUR-AVG - WS-PRI-AVG.
           MOVE WS-LINE-CAMP TO PRD-CAMP.
           MOVE WS-CUR-CAL TO PRD-CALORIES.
           MOVE WS-CUR-DAYS TO PRD-ELF-DAYS.
           MOVE WS-CUR-AVG TO PRD-AVERAGE.
           MOVE WS-PRI-CAL TO PRD-PRIOR-CAL.
           MOVE WS-PRI-AVG TO PRD-PRIOR-AVG.
           MOVE WS-AVG-CHANGE TO PRD-CHANGE.
           MOVE WS-PERIOD-DETAIL TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-PERIOD-CLOSE - THE MONTH AS JUST REPORTED, ONE
      * ROW PER CAMP WITH ANY FIGURE, THEN THE 'T' ROW THAT MAKES
      * THE CLOSE COUNT.
      *-----------------------------------------------------------*
       4000-WRITE-PERIOD-CLOSE.
           OPEN EXTEND PERIOD-CLOSE-FILE.
           PERFORM 4100-WRITE-CLOSE-ROW THRU 4100-EXIT
              VARYING CAMP-PER-IDX FROM 1 BY 1
              UNTIL CAMP-PER-IDX > CAMP-PER-COUNT.
           MOVE SPACES TO PERIOD-CLOSE-RECORD.
           MOVE 'T' TO PCL-REC-TYPE.
           MOVE WS-BUS-MONTH TO PCL-MONTH.
           MOVE "ALL CAMPS" TO PCL-CAMP.
           MOVE WS-CLOSE-CAL TO PCL-CALORIES.
           MOVE WS-CLOSE-DAYS TO PCL-ELF-DAYS.
           MOVE WS-CLOSE-CREDITS TO PCL-CREDITS.
           MOVE WS-BUS-DATE TO PCL-CLOSE-DATE.
           WRITE PERIOD-CLOSE-RECORD.
           ADD 1 TO WS-CLOSE-ROWS.
           CLOSE PERIOD-CLOSE-FILE.
           DISPLAY "PERRPT - MONTH " WS-BUS-MONTH " CLOSED, "
                   WS-CLOSE-ROWS " ROW(S) ON PERCLSDD.".
       4000-EXIT.
           EXIT.

       4100-WRITE-CLOSE-ROW.
           IF CPT-MTD-CAL (CAMP-PER-IDX) = ZERO
                 AND CPT-MTD-DAYS (CAMP-PER-IDX) = ZERO THEN
              GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO PERIOD-CLOSE-RECORD.
           MOVE 'C' TO PCL-REC-TYPE.
           MOVE WS-BUS-MONTH TO PCL-MONTH.
           MOVE CPT-CAMP (CAMP-PER-IDX) TO PCL-CAMP.
           MOVE CPT-MTD-CAL (CAMP-PER-IDX) TO PCL-CALORIES.
           MOVE CPT-MTD-DAYS (CAMP-PER-IDX) TO PCL-ELF-DAYS.
           MOVE CPT-MTD-CREDITS (CAMP-PER-IDX) TO PCL-CREDITS.
           MOVE WS-BUS-DATE TO PCL-CLOSE-DATE.
           WRITE PERIOD-CLOSE-RECORD.
           ADD 1 TO WS-CLOSE-ROWS.
           ADD CPT-MTD-CAL (CAMP-PER-IDX) TO WS-CLOSE-CAL.
           ADD CPT-MTD-DAYS (CAMP-PER-IDX) TO WS-CLOSE-DAYS.
           ADD CPT-MTD-CREDITS (CAMP-PER-IDX) TO WS-CLOSE-CREDITS.
       4100-EXIT.
           EXIT.

       5000-FINALIZE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE "DAYHISTDD ROWS READ" TO PRT-TOTAL-LABEL.
           MOVE WS-HIST-ROWS-READ TO PRT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "DAYHISTDD ROWS OUTSIDE THE WINDOW" TO PRT-TOTAL-LABEL.
           MOVE WS-HIST-ROWS-OUT TO PRT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "ELF-DAYS CHARGED" TO PRT-TOTAL-LABEL.
           MOVE WS-ELF-DAYS-CHARGED TO PRT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RJFX CREDITS CHARGED" TO PRT-TOTAL-LABEL.
           MOVE WS-CREDITS-CHARGED TO PRT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RJFX CREDIT CALORIES CHARGED" TO PRT-TOTAL-LABEL.
           MOVE WS-CREDIT-CALORIES TO PRT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CAMPS ON FILE" TO PRT-TOTAL-LABEL.
           MOVE CAMP-PER-COUNT TO PRT-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           IF PRIOR-MONTH-FROZEN THEN
              MOVE "PRIOR MONTH CALORIES AS CLOSED"
                 TO PRT-TOTAL-LABEL
              MOVE WS-PMO-FRZ-CAL TO PRT-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
              MOVE "PRIOR MONTH CALORIES RECOMPUTED NOW"
                 TO PRT-TOTAL-LABEL
              MOVE WS-PMO-NOW-CAL TO PRT-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
           END-IF.
           IF CURRENT-MONTH-FROZEN THEN
              MOVE "THIS MONTH CALORIES AS CLOSED" TO PRT-TOTAL-LABEL
              MOVE WS-MTD-FRZ-CAL TO PRT-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
              MOVE "THIS MONTH CALORIES RECOMPUTED NOW"
                 TO PRT-TOTAL-LABEL
              MOVE WS-MTD-NOW-CAL TO PRT-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
           END-IF.
           IF PRIOR-MONTH-FROZEN OR CURRENT-MONTH-FROZEN THEN
              MOVE "CLOSED-MONTH CAMPS MOVED SINCE CLOSE"
                 TO PRT-TOTAL-LABEL
              MOVE WS-DRIFT-CAMPS TO PRT-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
           END-IF.
           IF MONTH-END-CLOSE THEN
              MOVE "PERIOD-CLOSE ROWS WRITTEN" TO PRT-TOTAL-LABEL
              MOVE WS-CLOSE-ROWS TO PRT-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
           END-IF.
           IF WS-OVERFLOW-ROWS > ZERO THEN
              MOVE "AMOUNTS NOT REPORTED - TABLE FULL"
                 TO PRT-TOTAL-LABEL
              MOVE WS-OVERFLOW-ROWS TO PRT-TOTAL-VALUE
              PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
           END-IF.
           IF WS-DRIFT-CAMPS > ZERO THEN
              DISPLAY "PERRPT - " WS-DRIFT-CAMPS " CAMP(S) IN A CLOSED"
                      " MONTH HAVE MOVED SINCE THE CLOSE."
           END-IF.
           CLOSE PERIOD-REPORT-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-TOTAL-LINE.
           MOVE WS-PERIOD-TOTAL TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO WS-PERIOD-TOTAL.
       5100-EXIT.
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

      *-----------------------------------------------------------*
      * 6100-BACK-UP-DAYS - WS-BK-DATE MOVED BACK WS-BK-DAYS DAYS
      * (FEWER THAN 28), INTO THE MONTH BEFORE WHEN IT RUNS OUT.
      *-----------------------------------------------------------*
       6100-BACK-UP-DAYS.
           IF WS-BK-DAYS < WS-BK-DD THEN
              SUBTRACT WS-BK-DAYS FROM WS-BK-DD
              GO TO 6100-EXIT
           END-IF.
           SUBTRACT WS-BK-DD FROM WS-BK-DAYS GIVING WS-BK-REMAIN.
           IF WS-BK-MM = 1 THEN
              MOVE 12 TO WS-BK-MM
              SUBTRACT 1 FROM WS-BK-YYYY
           ELSE
              SUBTRACT 1 FROM WS-BK-MM
           END-IF.
           MOVE WS-BK-YYYY TO WS-ML-YYYY.
           MOVE WS-BK-MM TO WS-ML-MM.
           PERFORM 6200-MONTH-LENGTH THRU 6200-EXIT.
           SUBTRACT WS-BK-REMAIN FROM WS-ML-DAYS GIVING WS-BK-DD.
       6100-EXIT.
           EXIT.

      * 6200-MONTH-LENGTH - DAYS IN MONTH WS-ML-MM OF YEAR WS-ML-YYYY.
       6200-MONTH-LENGTH.
           MOVE WS-MONTH-LEN (WS-ML-MM) TO WS-ML-DAYS.
           IF WS-ML-MM = 2 THEN
              DIVIDE WS-ML-YYYY BY 4 GIVING WS-ML-QUOTIENT
                 REMAINDER WS-ML-REM4
              DIVIDE WS-ML-YYYY BY 100 GIVING WS-ML-QUOTIENT
                 REMAINDER WS-ML-REM100
              DIVIDE WS-ML-YYYY BY 400 GIVING WS-ML-QUOTIENT
                 REMAINDER WS-ML-REM400
              IF WS-ML-REM4 = ZERO
                    AND (WS-ML-REM100 NOT = ZERO
                         OR WS-ML-REM400 = ZERO) THEN
                 MOVE 29 TO WS-ML-DAYS
              END-IF
           END-IF.
       6200-EXIT.
           EXIT.

       END PROGRAM PERRPT.
