      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRTN.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-07  BP   ORIGINAL VERSION - DEPOT FULFILLMENT
      *                     RETURN INTAKE. THE DEPOT ANSWERS CAMPREQ'S
      *                     REQOUTDD WITH A RETURN FILE (DEPRTNDD) IN
      *                     THE SAME H/D/T SHAPE - 'H' HEADER WITH
      *                     THE SHIP DATE AND THE DEPOT'S RETURN ID,
      *                     ONE 'D' PER CAMP REQUISITION SHIPPED
      *                     AGAINST (CAMP, REQUISITION BUSINESS DATE,
      *                     CALORIES SHIPPED), 'T' TRAILER WITH THE
      *                     DETAIL COUNT AND TOTAL SHIPPED. THE FILE
      *                     IS PROVED AGAINST ITS OWN TRAILER FIRST
      *                     AND AN OUT-OF-BALANCE FILE IS REFUSED
      *                     WHOLE, THE SAME AS INTCONS REFUSES A BAD
      *                     BATCH. A BALANCED FILE IS POSTED AGAINST
      *                     THE OPEN-REQUISITIONS MASTER (OPENREQDD)
      *                     CAMPREQ BUILDS, MATCHING EACH RETURN TO
      *                     THE CAMP AND DATE IT WAS SENT FOR, WITH A
      *                     REGISTER OF WHAT POSTED ON RTNRPTDD. EVERY
      *                     RUN THEN PRINTS THE AGING OF EVERY
      *                     REQUISITION STILL UNFILLED OR PARTLY
      *                     FILLED ON AGERPTDD, AS OF BUSDATE=.
      *    2026-10-15  BP   A RETURN ID ALREADY POSTED IS NOW CAUGHT
      *                     AGAINST A REGISTER OF APPLIED RETURNS
      *                     (RTNREGDD, KEYED ON RETURN ID, ONE ROW
      *                     WRITTEN PER RETURN POSTED) WHEN THE HEADER
      *                     IS PROVED, AND THE WHOLE FILE REFUSED AS
      *                     "ALREADY POSTED". THE OLD CHECK AGAINST
      *                     THE LAST RETURN ID ON EACH REQUISITION
      *                     MISSED A RETURN FED AGAIN AFTER A LATER
      *                     ONE AND REFUSED A SECOND LINE FOR THE SAME
      *                     CAMP AND DATE WITHIN ONE RETURN - IT IS
      *                     GONE, AND BOTH SUCH LINES NOW POST.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - A DAY THE DEPOT SENDS NOTHING STILL GETS ITS
      * AGING REPORT.
           SELECT OPTIONAL DEPOT-RTN-FILE ASSIGN TO DEPRTNDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * OPEN-REQUISITIONS MASTER - DYNAMIC ACCESS SO THE POSTING
      * PASS CAN READ AND REWRITE BY KEY AND THE AGING PASS CAN THEN
      * READ IT FRONT TO BACK ON THE SAME FILE.
           SELECT OPTIONAL OPEN-REQ-FILE ASSIGN TO OPENREQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORQ-KEY.

      * REGISTER OF EVERY RETURN FILE ALREADY POSTED, KEYED ON THE
      * DEPOT'S RETURN ID.
           SELECT OPTIONAL RTN-REGISTER-FILE ASSIGN TO RTNREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RTR-RETURN-ID.

           SELECT RTN-REPORT-FILE ASSIGN TO RTNRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AGING-REPORT-FILE ASSIGN TO AGERPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * THE DEPOT'S RETURN FILE - READ TWICE, ONCE TO PROVE ITS
      * CONTROLS AND ONCE TO POST, SO NOTHING IS EVER HALF-APPLIED.
       FD  DEPOT-RTN-FILE
           RECORDING MODE IS F
           DATA RECORD IS DEPOT-RTN-LINE.
       01 DEPOT-RTN-LINE      PIC X(80).

      * ONE ROW PER CAMP PER REQUISITION DATE, KEYED ON BOTH.
       FD  OPEN-REQ-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-REQ-RECORD.
           COPY OPENREQREC.

      * ONE ROW PER RETURN ID POSTED.
       FD  RTN-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS RTN-REGISTER-RECORD.
           COPY RTNREGREC.

      * THE POSTING REGISTER - THE CONTROL RECONCILIATION, ONE LINE
      * PER RETURN DETAIL WITH WHAT BECAME OF IT, THEN THE TOTALS.
       FD  RTN-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS RTN-REPORT-LINE.
       01 RTN-REPORT-LINE     PIC X(80).

      * THE AGING REPORT - EVERY REQUISITION STILL OWED CALORIES,
      * WITH ITS AGE IN DAYS, THEN THE AGE-BAND SUMMARY.
       FD  AGING-REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS AGING-REPORT-LINE.
       01 AGING-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
      * THE CURRENT RETURN RECORD WITH ITS THREE VIEWS - UNEDITED
      * ZERO-FILLED NUMERICS, 2-BYTE SPACERS, THE SAME CONVENTIONS
      * AS THE REQOUTDD LAYOUTS IN CAMPREQ.
       01 WS-RTN-REC.
          05 RTN-MARKER        PIC X(1).
          05 FILLER            PIC X(79).
       01 WS-RTN-REC-HDR REDEFINES WS-RTN-REC.
          05 RTH-MARKER        PIC X(1).
          05 FILLER            PIC X(2).
          05 RTH-SHIP-DATE     PIC 9(8).
          05 FILLER            PIC X(2).
          05 RTH-RETURN-ID     PIC X(8).
          05 FILLER            PIC X(2).
          05 RTH-PROGRAM       PIC X(8).
          05 FILLER            PIC X(49).
       01 WS-RTN-REC-DTL REDEFINES WS-RTN-REC.
          05 RTD-MARKER        PIC X(1).
          05 FILLER            PIC X(2).
          05 RTD-CAMP-NAME     PIC X(20).
          05 FILLER            PIC X(2).
          05 RTD-REQ-DATE      PIC 9(8).
          05 FILLER            PIC X(2).
          05 RTD-SHIPPED       PIC 9(10).
          05 FILLER            PIC X(35).
       01 WS-RTN-REC-TRL REDEFINES WS-RTN-REC.
          05 RTT-MARKER        PIC X(1).
          05 FILLER            PIC X(2).
          05 RTT-RECORD-COUNT  PIC 9(6).
          05 FILLER            PIC X(2).
          05 RTT-TOTAL-SHIPPED PIC 9(10).
          05 FILLER            PIC X(59).

       01 WS-RTN-EOF           PIC X(1) VALUE 'N'.
           88 END-OF-RTN-FILE       VALUE 'Y'.
       01 WS-REQ-EOF           PIC X(1) VALUE 'N'.
           88 END-OF-REQ-FILE       VALUE 'Y'.
       01 WS-RTN-LINE-NO       PIC 9(8) VALUE ZERO.

      * RUN PARAMETER HANDLING - BUSDATE= IS THE DATE THE AGING IS
      * TAKEN AS OF (DEFAULT: TODAY).
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-BUS-DATE          PIC 9(8) VALUE ZEROS.

      * VERIFY STATE - THE CONTROLS THE TRAILER CLAIMS AGAINST WHAT
      * THE PASS ACTUALLY COUNTED AND ADDED UP.
       01 WS-SHIP-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RETURN-ID         PIC X(8) VALUE SPACES.
       01 WS-RTN-PROGRAM       PIC X(8) VALUE SPACES.
       01 WS-HEADER-SEEN       PIC X(1) VALUE 'N'.
           88 RTN-HEADER-SEEN       VALUE 'Y'.
       01 WS-TRAILER-SEEN      PIC X(1) VALUE 'N'.
           88 RTN-TRAILER-SEEN      VALUE 'Y'.
       01 WS-RTN-EMPTY         PIC X(1) VALUE 'N'.
           88 RTN-FILE-EMPTY        VALUE 'Y'.
       01 WS-ACTUAL-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-ACTUAL-SHIPPED    PIC 9(10) VALUE ZERO.
       01 WS-EXPECTED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-EXPECTED-SHIPPED  PIC 9(10) VALUE ZERO.
       01 WS-BAD-HEADER        PIC 9(6) VALUE ZERO.
       01 WS-BAD-DETAIL        PIC 9(6) VALUE ZERO.
       01 WS-STRAY-AFTER-TRL   PIC 9(6) VALUE ZERO.
       01 WS-RTN-STATUS        PIC X(18) VALUE SPACES.
           88 RTN-BALANCED          VALUE "BALANCED".
       01 WS-RTN-REFUSED       PIC X(1) VALUE 'N'.
           88 RTN-FILE-REFUSED      VALUE 'Y'.

      * POSTING COUNTS.
       01 WS-POSTED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-POSTED-SHIPPED    PIC 9(10) VALUE ZERO.
       01 WS-UNMATCHED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-FILLED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-OVER-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-RESULT-TEXT       PIC X(22) VALUE SPACES.

      * AGING COUNTS - FOUR AGE BANDS, LABELS BUILT INTO THE TABLE.
       01 WS-REQ-SCANNED       PIC 9(8) VALUE ZERO.
       01 WS-AGED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-AGED-OUTSTANDING  PIC 9(12) VALUE ZERO.
       01 WS-AGE-DAYS          PIC 9(5) VALUE ZERO.
       01 WS-AGE-BAND-LABELS.
          05 FILLER            PIC X(20) VALUE "AGED 0-2 DAYS".
          05 FILLER            PIC X(20) VALUE "AGED 3-6 DAYS".
          05 FILLER            PIC X(20) VALUE "AGED 7-13 DAYS".
          05 FILLER            PIC X(20) VALUE "AGED 14 DAYS OR MORE".
       01 WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-LABELS.
          05 AGB-LABEL OCCURS 4 TIMES PIC X(20).
       01 WS-AGE-BAND-TOTALS.
          05 AGB-TOTALS OCCURS 4 TIMES.
             10 AGB-COUNT      PIC 9(6).
             10 AGB-OUTSTANDING PIC 9(12).
       01 WS-AGE-BAND          PIC 9(1) COMP VALUE ZERO.

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

       01 WS-CONTROL-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 CTL-RETURN-ID     PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 CTL-EXP-COUNT     PIC Z(5)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 CTL-ACT-COUNT     PIC Z(5)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 CTL-EXP-SHIPPED   PIC Z(9)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 CTL-ACT-SHIPPED   PIC Z(9)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 CTL-STATUS        PIC X(18).
          05 FILLER            PIC X(13) VALUE SPACES.

       01 WS-POSTING-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PST-CAMP-NAME     PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PST-REQ-DATE      PIC 9(8).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PST-SHIPPED       PIC Z(9)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PST-OUTSTANDING   PIC Z(9)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 PST-RESULT        PIC X(22).
          05 FILLER            PIC X(5) VALUE SPACES.

       01 WS-AGING-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 AGD-CAMP-NAME     PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 AGD-REQ-DATE      PIC 9(8).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 AGD-REQUESTED     PIC Z(9)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 AGD-SHIPPED       PIC Z(9)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 AGD-OUTSTANDING   PIC Z(9)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 AGD-AGE-DAYS      PIC Z(4)9.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 AGD-STATUS        PIC X(7).
          05 FILLER            PIC X(3) VALUE SPACES.

       01 WS-RTN-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 RTX-TOTAL-LABEL   PIC X(34).
          05 RTX-TOTAL-VALUE   PIC Z(11)9.
          05 FILLER            PIC X(33) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VERIFY-RETURN THRU 2000-EXIT.
           IF NOT RTN-FILE-EMPTY THEN
              PERFORM 2900-WRITE-CONTROL-LINE THRU 2900-EXIT
              IF RTN-BALANCED THEN
                 PERFORM 3000-POST-RETURN THRU 3000-EXIT
              ELSE
                 MOVE 'Y' TO WS-RTN-REFUSED
                 DISPLAY "DEPRTN - RETURN " WS-RETURN-ID
                         " REFUSED - " WS-RTN-STATUS
              END-IF
           END-IF.
           PERFORM 4000-AGE-OPEN-REQUISITIONS THRU 4000-EXIT.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           EVALUATE TRUE
               WHEN RTN-FILE-REFUSED
                  MOVE 8 TO RETURN-CODE
               WHEN WS-UNMATCHED-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           MOVE ZEROS TO WS-AGE-BAND-TOTALS.
           MOVE WS-BUS-DATE TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           MOVE WS-DN-RESULT TO WS-BUS-DAY-NUMBER.
           OPEN I-O OPEN-REQ-FILE.
           OPEN I-O RTN-REGISTER-FILE.
           OPEN OUTPUT RTN-REPORT-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE "DEPOT FULFILLMENT RETURN REGISTER" TO RTN-REPORT-LINE.
           WRITE RTN-REPORT-LINE.
           MOVE ALL "-" TO RTN-REPORT-LINE.
           WRITE RTN-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OPEN REQUISITION AGING - AS OF BUSINESS DATE "
                      DELIMITED SIZE
                  WS-BUS-DATE DELIMITED SIZE
                  INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE ALL "-" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           MOVE " CAMP                 REQ-DATE  REQUESTED    "
              TO AGING-REPORT-LINE (1:45).
           MOVE "SHIPPED STILL OWED   AGE STATUS"
              TO AGING-REPORT-LINE (46:31).
           WRITE AGING-REPORT-LINE.
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
       1015-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-VERIFY-RETURN - PASS ONE. THE FIRST RECORD MUST BE THE
      * 'H' HEADER WITH A NUMERIC SHIP DATE AND A RETURN ID, THE
      * LAST THE 'T' TRAILER; EVERY 'D' BETWEEN MUST BE NUMERIC
      * WHERE IT SHOULD BE, IS COUNTED, AND ITS SHIPPED CALORIES
      * ARE ADDED UP FOR THE TRAILER CHECK. A FILE WITH NO RECORDS
      * AT ALL IS SIMPLY NO RETURN TODAY.
      *-----------------------------------------------------------*
       2000-VERIFY-RETURN.
           OPEN INPUT DEPOT-RTN-FILE.
           PERFORM 2100-VERIFY-RETURN-RECORD THRU 2100-EXIT
              UNTIL END-OF-RTN-FILE.
           CLOSE DEPOT-RTN-FILE.
           IF WS-RTN-LINE-NO = ZERO THEN
              MOVE 'Y' TO WS-RTN-EMPTY
              GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT RTN-HEADER-SEEN
                  MOVE "NO HEADER" TO WS-RTN-STATUS
               WHEN WS-BAD-HEADER > ZERO
                  MOVE "BAD HEADER" TO WS-RTN-STATUS
               WHEN NOT RTN-TRAILER-SEEN
                  MOVE "NO TRAILER" TO WS-RTN-STATUS
               WHEN WS-STRAY-AFTER-TRL > ZERO
                  MOVE "DATA AFTER TRAILER" TO WS-RTN-STATUS
               WHEN WS-BAD-DETAIL > ZERO
                  MOVE "BAD DETAIL RECORD" TO WS-RTN-STATUS
               WHEN WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT
                  MOVE "COUNT MISMATCH" TO WS-RTN-STATUS
               WHEN WS-ACTUAL-SHIPPED NOT = WS-EXPECTED-SHIPPED
                  MOVE "SHIPPED MISMATCH" TO WS-RTN-STATUS
               WHEN OTHER
                  MOVE "BALANCED" TO WS-RTN-STATUS
           END-EVALUATE.
           IF RTN-BALANCED THEN
              PERFORM 2200-CHECK-RETURN-REGISTER THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-VERIFY-RETURN-RECORD.
           PERFORM 2050-READ-RETURN-RECORD THRU 2050-EXIT.
           IF END-OF-RTN-FILE THEN
              GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-RTN-LINE-NO = 1
                  IF RTH-MARKER = 'H' THEN
                     MOVE 'Y' TO WS-HEADER-SEEN
                     MOVE RTH-RETURN-ID TO WS-RETURN-ID
                     MOVE RTH-PROGRAM TO WS-RTN-PROGRAM
                     IF RTH-SHIP-DATE NUMERIC
                           AND RTH-RETURN-ID NOT = SPACES THEN
                        MOVE RTH-SHIP-DATE TO WS-SHIP-DATE
                     ELSE
                        ADD 1 TO WS-BAD-HEADER
                     END-IF
                  END-IF
               WHEN RTN-TRAILER-SEEN
                  ADD 1 TO WS-STRAY-AFTER-TRL
               WHEN RTT-MARKER = 'T'
                  MOVE 'Y' TO WS-TRAILER-SEEN
                  IF RTT-RECORD-COUNT NUMERIC
                        AND RTT-TOTAL-SHIPPED NUMERIC THEN
                     MOVE RTT-RECORD-COUNT TO WS-EXPECTED-COUNT
                     MOVE RTT-TOTAL-SHIPPED TO WS-EXPECTED-SHIPPED
                  ELSE
                     ADD 1 TO WS-BAD-DETAIL
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-ACTUAL-COUNT
                  IF RTD-MARKER = 'D' AND RTD-CAMP-NAME NOT = SPACES
                        AND RTD-REQ-DATE NUMERIC
                        AND RTD-SHIPPED NUMERIC THEN
                     ADD RTD-SHIPPED TO WS-ACTUAL-SHIPPED
                  ELSE
                     ADD 1 TO WS-BAD-DETAIL
                  END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * A PROVED FILE WHOSE RETURN ID IS ON THE REGISTER HAS BEEN
      * POSTED BEFORE, HOWEVER MANY RETURNS AGO - REFUSED WHOLE.
       2200-CHECK-RETURN-REGISTER.
           MOVE WS-RETURN-ID TO RTR-RETURN-ID.
           READ RTN-REGISTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "ALREADY POSTED" TO WS-RTN-STATUS
           END-READ.
       2200-EXIT.
           EXIT.

       2050-READ-RETURN-RECORD.
           READ DEPOT-RTN-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-RTN-EOF
               NOT AT END
                  MOVE DEPOT-RTN-LINE TO WS-RTN-REC
                  ADD 1 TO WS-RTN-LINE-NO
           END-READ.
       2050-EXIT.
           EXIT.

       2900-WRITE-CONTROL-LINE.
           MOVE SPACES TO RTN-REPORT-LINE.
           STRING " RETURN " DELIMITED SIZE
                  WS-RETURN-ID DELIMITED SIZE
                  " SHIPPED " DELIMITED SIZE
                  WS-SHIP-DATE DELIMITED SIZE
                  " FROM " DELIMITED SIZE
                  WS-RTN-PROGRAM DELIMITED SIZE
                  INTO RTN-REPORT-LINE
           END-STRING.
           WRITE RTN-REPORT-LINE.
           MOVE SPACES TO RTN-REPORT-LINE.
           MOVE " RETURN-ID EXP-CT ACT-CT EXP-SHIPPED ACT-SHIPPED"
              TO RTN-REPORT-LINE (1:49).
           MOVE "  STATUS" TO RTN-REPORT-LINE (50:8).
           WRITE RTN-REPORT-LINE.
           MOVE SPACES TO WS-CONTROL-DETAIL.
           MOVE WS-RETURN-ID TO CTL-RETURN-ID.
           MOVE WS-EXPECTED-COUNT TO CTL-EXP-COUNT.
           MOVE WS-ACTUAL-COUNT TO CTL-ACT-COUNT.
           MOVE WS-EXPECTED-SHIPPED TO CTL-EXP-SHIPPED.
           MOVE WS-ACTUAL-SHIPPED TO CTL-ACT-SHIPPED.
           MOVE WS-RTN-STATUS TO CTL-STATUS.
           MOVE WS-CONTROL-DETAIL TO RTN-REPORT-LINE.
           WRITE RTN-REPORT-LINE.
           MOVE ALL "-" TO RTN-REPORT-LINE.
           WRITE RTN-REPORT-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-POST-RETURN - PASS TWO, BALANCED FILES ONLY. EACH 'D'
      * IS MATCHED TO THE REQUISITION CAMPREQ SENT FOR THAT CAMP AND
      * BUSINESS DATE AND ITS SHIPPED CALORIES ADDED ON - TWO LINES
      * FOR ONE REQUISITION (THE DEPOT SPLITTING A SHIPMENT) BOTH
      * ADD ON. A RETURN NAMING NO REQUISITION WE SENT IS LISTED AND
      * LEFT ALONE. THE RETURN ID GOES ON THE REGISTER ONCE THE
      * FILE IS POSTED.
      *-----------------------------------------------------------*
       3000-POST-RETURN.
           MOVE 'N' TO WS-RTN-EOF.
           MOVE ZERO TO WS-RTN-LINE-NO.
           MOVE SPACES TO RTN-REPORT-LINE.
           MOVE " CAMP                 REQ-DATE    SHIPPED STILL OWED"
              TO RTN-REPORT-LINE (1:53).
           MOVE "RESULT" TO RTN-REPORT-LINE (54:6).
           WRITE RTN-REPORT-LINE.
           OPEN INPUT DEPOT-RTN-FILE.
           PERFORM 3100-POST-RETURN-RECORD THRU 3100-EXIT
              UNTIL END-OF-RTN-FILE.
           CLOSE DEPOT-RTN-FILE.
           PERFORM 3400-REGISTER-RETURN THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

       3100-POST-RETURN-RECORD.
           PERFORM 2050-READ-RETURN-RECORD THRU 2050-EXIT.
           IF END-OF-RTN-FILE THEN
              GO TO 3100-EXIT
           END-IF.
           IF RTD-MARKER NOT = 'D' THEN
              GO TO 3100-EXIT
           END-IF.
           MOVE RTD-CAMP-NAME TO ORQ-CAMP-NAME.
           MOVE RTD-REQ-DATE TO ORQ-REQ-DATE.
           READ OPEN-REQ-FILE
               INVALID KEY
                  MOVE "NO SUCH REQUISITION" TO WS-RESULT-TEXT
               NOT INVALID KEY
                  MOVE SPACES TO WS-RESULT-TEXT
           END-READ.
           IF WS-RESULT-TEXT NOT = SPACES THEN
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE ZERO TO ORQ-OUTSTANDING
              PERFORM 3300-WRITE-POSTING-LINE THRU 3300-EXIT
              GO TO 3100-EXIT
           END-IF.
           ADD RTD-SHIPPED TO ORQ-SHIPPED.
           PERFORM 3200-SET-REQUISITION-STATUS THRU 3200-EXIT.
           MOVE WS-SHIP-DATE TO ORQ-LAST-SHIP-DATE.
           MOVE WS-RETURN-ID TO ORQ-LAST-RETURN-ID.
           REWRITE OPEN-REQ-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD RTD-SHIPPED TO WS-POSTED-SHIPPED.
           PERFORM 3300-WRITE-POSTING-LINE THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      * OUTSTANDING IS WHAT IS STILL OWED, NEVER LESS THAN ZERO -
      * AN OVER-SHIPMENT IS FLAGGED BY ITS STATUS INSTEAD.
       3200-SET-REQUISITION-STATUS.
           EVALUATE TRUE
               WHEN ORQ-SHIPPED > ORQ-REQUESTED
                  MOVE ZERO TO ORQ-OUTSTANDING
                  MOVE 'V' TO ORQ-STATUS
                  MOVE "OVER-SHIPPED" TO WS-RESULT-TEXT
                  ADD 1 TO WS-OVER-COUNT
               WHEN ORQ-SHIPPED = ORQ-REQUESTED
                  MOVE ZERO TO ORQ-OUTSTANDING
                  MOVE 'F' TO ORQ-STATUS
                  MOVE "FILLED" TO WS-RESULT-TEXT
                  ADD 1 TO WS-FILLED-COUNT
               WHEN ORQ-SHIPPED = ZERO
                  MOVE ORQ-REQUESTED TO ORQ-OUTSTANDING
                  MOVE 'O' TO ORQ-STATUS
                  MOVE "NOTHING SHIPPED" TO WS-RESULT-TEXT
               WHEN OTHER
                  COMPUTE ORQ-OUTSTANDING =
                        ORQ-REQUESTED - ORQ-SHIPPED
                  MOVE 'P' TO ORQ-STATUS
                  MOVE "PARTLY FILLED" TO WS-RESULT-TEXT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3300-WRITE-POSTING-LINE.
           MOVE SPACES TO WS-POSTING-DETAIL.
           MOVE RTD-CAMP-NAME TO PST-CAMP-NAME.
           MOVE RTD-REQ-DATE TO PST-REQ-DATE.
           MOVE RTD-SHIPPED TO PST-SHIPPED.
           MOVE ORQ-OUTSTANDING TO PST-OUTSTANDING.
           MOVE WS-RESULT-TEXT TO PST-RESULT.
           MOVE WS-POSTING-DETAIL TO RTN-REPORT-LINE.
           WRITE RTN-REPORT-LINE.
       3300-EXIT.
           EXIT.

       3400-REGISTER-RETURN.
           MOVE SPACES TO RTN-REGISTER-RECORD.
           MOVE WS-RETURN-ID TO RTR-RETURN-ID.
           MOVE WS-SHIP-DATE TO RTR-SHIP-DATE.
           MOVE WS-BUS-DATE TO RTR-POSTED-DATE.
           MOVE WS-EXPECTED-COUNT TO RTR-DETAIL-COUNT.
           MOVE WS-EXPECTED-SHIPPED TO RTR-TOTAL-SHIPPED.
           MOVE WS-RTN-PROGRAM TO RTR-PROGRAM.
           WRITE RTN-REGISTER-RECORD
               INVALID KEY
                  DISPLAY "DEPRTN - RETURN " WS-RETURN-ID
                          " ALREADY ON RTNREGDD."
           END-WRITE.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-AGE-OPEN-REQUISITIONS - THE WHOLE MASTER FRONT TO BACK
      * (CAMP, THEN REQUISITION DATE). EVERY REQUISITION STILL OWED
      * CALORIES - NOTHING SHIPPED OR PARTLY FILLED - IS LISTED
      * WITH ITS AGE IN DAYS SINCE IT WAS SENT AND COUNTED INTO ITS
      * AGE BAND.
      *-----------------------------------------------------------*
       4000-AGE-OPEN-REQUISITIONS.
           MOVE LOW-VALUES TO ORQ-KEY.
           START OPEN-REQ-FILE KEY NOT < ORQ-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-REQ-EOF
           END-START.
           PERFORM 4100-SCAN-REQUISITION THRU 4100-EXIT
              UNTIL END-OF-REQ-FILE.
       4000-EXIT.
           EXIT.

       4100-SCAN-REQUISITION.
           READ OPEN-REQ-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-REQ-EOF
               NOT AT END
                  ADD 1 TO WS-REQ-SCANNED
                  IF ORQ-OUTSTANDING > ZERO THEN
                     PERFORM 4200-WRITE-AGING-LINE THRU 4200-EXIT
                  END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-WRITE-AGING-LINE.
           MOVE ORQ-REQ-DATE TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           IF WS-DN-RESULT < WS-BUS-DAY-NUMBER THEN
              COMPUTE WS-AGE-DAYS = WS-BUS-DAY-NUMBER - WS-DN-RESULT
           ELSE
              MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 3
                  MOVE 1 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS < 7
                  MOVE 2 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS < 14
                  MOVE 3 TO WS-AGE-BAND
               WHEN OTHER
                  MOVE 4 TO WS-AGE-BAND
           END-EVALUATE.
           ADD 1 TO AGB-COUNT (WS-AGE-BAND).
           ADD ORQ-OUTSTANDING TO AGB-OUTSTANDING (WS-AGE-BAND).
           ADD 1 TO WS-AGED-COUNT.
           ADD ORQ-OUTSTANDING TO WS-AGED-OUTSTANDING.
           MOVE SPACES TO WS-AGING-DETAIL.
           MOVE ORQ-CAMP-NAME TO AGD-CAMP-NAME.
           MOVE ORQ-REQ-DATE TO AGD-REQ-DATE.
           MOVE ORQ-REQUESTED TO AGD-REQUESTED.
           MOVE ORQ-SHIPPED TO AGD-SHIPPED.
           MOVE ORQ-OUTSTANDING TO AGD-OUTSTANDING.
           MOVE WS-AGE-DAYS TO AGD-AGE-DAYS.
           IF ORQ-PARTLY-FILLED THEN
              MOVE "PARTIAL" TO AGD-STATUS
           ELSE
              MOVE "OPEN" TO AGD-STATUS
           END-IF.
           MOVE WS-AGING-DETAIL TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       4200-EXIT.
           EXIT.

      * ONE COUNT LINE AND ONE CALORIE LINE PER AGE BAND.
       4300-WRITE-AGE-BAND.
           MOVE SPACES TO WS-RTN-TOTAL.
           STRING AGB-LABEL (WS-AGE-BAND) DELIMITED "  "
                  " - COUNT" DELIMITED SIZE
                  INTO RTX-TOTAL-LABEL
           END-STRING.
           MOVE AGB-COUNT (WS-AGE-BAND) TO RTX-TOTAL-VALUE.
           PERFORM 4900-WRITE-AGING-TOTAL THRU 4900-EXIT.
           STRING AGB-LABEL (WS-AGE-BAND) DELIMITED "  "
                  " - CALORIES" DELIMITED SIZE
                  INTO RTX-TOTAL-LABEL
           END-STRING.
           MOVE AGB-OUTSTANDING (WS-AGE-BAND) TO RTX-TOTAL-VALUE.
           PERFORM 4900-WRITE-AGING-TOTAL THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

       4900-WRITE-AGING-TOTAL.
           MOVE WS-RTN-TOTAL TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO WS-RTN-TOTAL.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FINALIZE - REGISTER AND AGING TOTALS, THEN THE CONSOLE.
      *-----------------------------------------------------------*
       5000-FINALIZE.
           MOVE ALL "-" TO RTN-REPORT-LINE.
           WRITE RTN-REPORT-LINE.
           IF RTN-FILE-EMPTY THEN
              MOVE " NO RETURN FILE RECEIVED" TO RTN-REPORT-LINE
              WRITE RTN-REPORT-LINE
           END-IF.
           IF RTN-FILE-REFUSED THEN
              MOVE " RETURN FILE REFUSED WHOLE - NOTHING POSTED"
                 TO RTN-REPORT-LINE
              WRITE RTN-REPORT-LINE
           END-IF.
           MOVE "RETURN DETAILS READ" TO RTX-TOTAL-LABEL.
           MOVE WS-ACTUAL-COUNT TO RTX-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RETURN DETAILS POSTED" TO RTX-TOTAL-LABEL.
           MOVE WS-POSTED-COUNT TO RTX-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CALORIES SHIPPED AND POSTED" TO RTX-TOTAL-LABEL.
           MOVE WS-POSTED-SHIPPED TO RTX-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "REQUISITIONS NOW FILLED" TO RTX-TOTAL-LABEL.
           MOVE WS-FILLED-COUNT TO RTX-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "REQUISITIONS OVER-SHIPPED" TO RTX-TOTAL-LABEL.
           MOVE WS-OVER-COUNT TO RTX-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RETURNS WITH NO REQUISITION" TO RTX-TOTAL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO RTX-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.

           MOVE ALL "-" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM 4300-WRITE-AGE-BAND THRU 4300-EXIT
              VARYING WS-AGE-BAND FROM 1 BY 1
              UNTIL WS-AGE-BAND > 4.
           MOVE "REQUISITIONS ON FILE" TO RTX-TOTAL-LABEL.
           MOVE WS-REQ-SCANNED TO RTX-TOTAL-VALUE.
           PERFORM 4900-WRITE-AGING-TOTAL THRU 4900-EXIT.
           MOVE "REQUISITIONS STILL OWED" TO RTX-TOTAL-LABEL.
           MOVE WS-AGED-COUNT TO RTX-TOTAL-VALUE.
           PERFORM 4900-WRITE-AGING-TOTAL THRU 4900-EXIT.
           MOVE "CALORIES STILL OWED" TO RTX-TOTAL-LABEL.
           MOVE WS-AGED-OUTSTANDING TO RTX-TOTAL-VALUE.
           PERFORM 4900-WRITE-AGING-TOTAL THRU 4900-EXIT.

           CLOSE OPEN-REQ-FILE.
           CLOSE RTN-REGISTER-FILE.
           CLOSE RTN-REPORT-FILE.
           CLOSE AGING-REPORT-FILE.

           DISPLAY "DEPRTN - " WS-POSTED-COUNT " RETURN DETAIL(S) "
                   "POSTED, " WS-AGED-COUNT
                   " REQUISITION(S) STILL OWED CALORIES.".
           IF WS-UNMATCHED-COUNT > ZERO THEN
              DISPLAY "DEPRTN - " WS-UNMATCHED-COUNT
                      " UNMATCHED RETURN DETAIL(S) - SEE RTNRPTDD."
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-TOTAL-LINE.
           MOVE WS-RTN-TOTAL TO RTN-REPORT-LINE.
           WRITE RTN-REPORT-LINE.
           MOVE SPACES TO WS-RTN-TOTAL.
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

       END PROGRAM DEPRTN.
