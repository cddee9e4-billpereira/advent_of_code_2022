      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDKEY.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-13  BP   ORIGINAL VERSION - MAKER SIDE OF THE
      *                     MAKER-CHECKER CONTROL ON SEASON
      *                     ADJUSTMENTS AND ROSTER MAINTENANCE. THE
      *                     CORRECTIONS AND ROSTER TRANSACTIONS AN
      *                     OPERATOR KEYS (KEYCORDD, KEYTRNDD - THE
      *                     CORRDD AND TRANSDD LAYOUTS, EACH CARD
      *                     CARRYING THE KEYING OPERATOR'S ID) NO
      *                     LONGER GO STRAIGHT TO REJFIX AND ELFROST.
      *                     EACH CARD IS QUEUED ON THE PENDDD
      *                     PENDING FILE UNDER THE BUSINESS DATE AND
      *                     A SEQUENCE NUMBER, TO WAIT FOR A SECOND
      *                     OPERATOR'S DECISION IN PENDAPR. A CARD
      *                     WITH NO OPERATOR ID, OR ONE ARRIVING WITH
      *                     AN APPROVER ID ALREADY KEYED, IS REFUSED.
      *                     EVERY CARD, QUEUED OR REFUSED, IS LISTED
      *                     ON THE KEYRPTDD REGISTER WITH THE ITEM
      *                     NUMBER THE APPROVER WILL QUOTE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE KEYED DECKS - EITHER MAY BE ABSENT ON A DAY WITH NOTHING
      * OF ITS KIND TO KEY.
           SELECT OPTIONAL KEYED-CORR-FILE ASSIGN TO KEYCORDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL KEYED-TRAN-FILE ASSIGN TO KEYTRNDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * PENDING-TRANSACTION FILE, KEYED ON KEYED DATE PLUS SEQUENCE -
      * DYNAMIC ACCESS SO THE DAY'S LAST SEQUENCE CAN BE FOUND BY A
      * START AND THE NEW ITEMS THEN WRITTEN BY KEY.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-KEY.

           SELECT KEY-REGISTER-FILE ASSIGN TO KEYRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * ONE CORRECTION PER CARD IN THE CORRDD LAYOUT REJFIX READS -
      * THE KEYING OPERATOR'S ID IN COLUMNS 21-28, THE APPROVER'S
      * COLUMNS 31-38 LEFT BLANK FOR PENDAPR TO FILL.
       FD  KEYED-CORR-FILE
           RECORDING MODE IS F
           DATA RECORD IS KEYED-CORR-LINE.
       01 KEYED-CORR-LINE.
          05 KCR-LINE-NUMBER   PIC 9(10).
          05 FILLER            PIC X(3).
          05 KCR-VALUE         PIC X(5).
          05 FILLER            PIC X(2).
          05 KCR-MAKER-ID      PIC X(8).
          05 FILLER            PIC X(2).
          05 KCR-APPROVER-ID   PIC X(8).
          05 FILLER            PIC X(42).

      * ONE ROSTER TRANSACTION PER CARD IN THE TRANSDD LAYOUT ELFROST
      * READS - THE KEYING OPERATOR'S ID IN COLUMNS 65-72, THE
      * APPROVER'S COLUMNS 73-80 LEFT BLANK FOR PENDAPR TO FILL.
       FD  KEYED-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS KEYED-TRAN-LINE.
       01 KEYED-TRAN-LINE.
          05 KTR-ACTION        PIC X(1).
          05 FILLER            PIC X(2).
          05 KTR-ELF-ID        PIC X(6).
          05 FILLER            PIC X(2).
          05 KTR-ELF-NAME      PIC X(20).
          05 FILLER            PIC X(2).
          05 KTR-ELF-CAMP      PIC X(20).
          05 FILLER            PIC X(2).
          05 KTR-EFF-DATE      PIC X(8).
          05 FILLER            PIC X(1).
          05 KTR-MAKER-ID      PIC X(8).
          05 KTR-APPROVER-ID   PIC X(8).

       FD  PENDING-FILE
           RECORDING MODE IS F
           DATA RECORD IS PENDING-RECORD.
           COPY PENDREC.

      * KEYING REGISTER - ONE LINE PER CARD READ, PLUS THE CONTROL
      * COUNTS.
       FD  KEY-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS KEY-REGISTER-LINE.
       01 KEY-REGISTER-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CORR-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-CORR-FILE      VALUE 'Y'.
       01 WS-TRAN-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-TRAN-FILE      VALUE 'Y'.
       01 WS-PEND-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-PEND-FILE      VALUE 'Y'.

      * RUN PARAMETER HANDLING - BUSDATE= IS THE KEYED DATE EVERY
      * ITEM IS QUEUED UNDER AND THE DATE ITS PENDING AGE RUNS FROM;
      * IT DEFAULTS TO TODAY.
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * THE DAY'S LAST SEQUENCE ALREADY ON PENDDD - A SECOND KEYING
      * RUN ON THE SAME DATE CARRIES ON FROM IT.
       01 WS-LAST-SEQ          PIC 9(4) VALUE ZERO.

      * THE CARD IN HAND, WHICHEVER DECK IT CAME FROM.
       01 WS-ITEM-TYPE         PIC X(1) VALUE SPACE.
       01 WS-ITEM-MAKER        PIC X(8) VALUE SPACES.
       01 WS-ITEM-APPROVER     PIC X(8) VALUE SPACES.
       01 WS-ITEM-IMAGE        PIC X(80) VALUE SPACES.
       01 WS-ITEM-SUMMARY      PIC X(32) VALUE SPACES.
       01 WS-REFUSE-REASON     PIC X(32) VALUE SPACES.
           88 ITEM-ACCEPTED         VALUE SPACES.

       01 WS-CORR-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TRAN-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-QUEUED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.

       01 WS-REGISTER-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 KRG-ITEM-DATE     PIC X(8).
          05 KRG-ITEM-SEP      PIC X(1).
          05 KRG-ITEM-SEQ      PIC X(4).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 KRG-TYPE          PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 KRG-MAKER-ID      PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 KRG-STATUS        PIC X(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 KRG-DETAIL        PIC X(32).

       01 WS-REGISTER-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 KRG-TOTAL-LABEL   PIC X(30).
          05 KRG-TOTAL-VALUE   PIC Z(4)9.
          05 FILLER            PIC X(44) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-QUEUE-CORRECTIONS THRU 2000-EXIT.
           PERFORM 2500-QUEUE-ROSTER-TRANS THRU 2500-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           IF WS-REFUSED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
           OPEN I-O PENDING-FILE.
           OPEN INPUT KEYED-CORR-FILE.
           OPEN INPUT KEYED-TRAN-FILE.
           OPEN OUTPUT KEY-REGISTER-FILE.
           PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
           PERFORM 1200-FIND-LAST-SEQUENCE THRU 1200-EXIT.
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
              MOVE WS-PARM-TOK (WS-PARM-IDX) (9:8) TO WS-RUN-DATE
           END-IF.
       1015-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADER.
           MOVE SPACES TO KEY-REGISTER-LINE.
           STRING "MAKER-CHECKER KEYING REGISTER - "
                     DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  INTO KEY-REGISTER-LINE
           END-STRING.
           WRITE KEY-REGISTER-LINE.
           MOVE ALL "-" TO KEY-REGISTER-LINE.
           WRITE KEY-REGISTER-LINE.
       1100-EXIT.
           EXIT.

      * POSITION AT THE FIRST ITEM FOR THE BUSINESS DATE AND READ
      * FORWARD WHILE THE DATE HOLDS - THE LAST SEQUENCE SEEN IS
      * WHERE THIS RUN'S NUMBERING PICKS UP.
       1200-FIND-LAST-SEQUENCE.
           MOVE WS-RUN-DATE TO PND-KEYED-DATE.
           MOVE ZERO TO PND-SEQ.
           START PENDING-FILE KEY NOT < PND-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-PEND-EOF
           END-START.
           PERFORM 1210-READ-DAY-ITEM THRU 1210-EXIT
              UNTIL END-OF-PEND-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-DAY-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                  IF PND-KEYED-DATE NOT = WS-RUN-DATE THEN
                     MOVE 'Y' TO WS-PEND-EOF
                  ELSE
                     MOVE PND-SEQ TO WS-LAST-SEQ
                  END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-QUEUE-CORRECTIONS - EVERY KEYED CORRECTION CARD TO
      * THE PENDING FILE.
      *-----------------------------------------------------------*
       2000-QUEUE-CORRECTIONS.
           PERFORM 2100-READ-CORRECTION THRU 2100-EXIT
              UNTIL END-OF-CORR-FILE.
           CLOSE KEYED-CORR-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-CORRECTION.
           READ KEYED-CORR-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CORR-EOF
               NOT AT END
                  ADD 1 TO WS-CORR-COUNT
                  MOVE 'C' TO WS-ITEM-TYPE
                  MOVE KCR-MAKER-ID TO WS-ITEM-MAKER
                  MOVE KCR-APPROVER-ID TO WS-ITEM-APPROVER
                  MOVE KEYED-CORR-LINE TO WS-ITEM-IMAGE
                  MOVE SPACES TO WS-ITEM-SUMMARY
                  STRING "LINE " DELIMITED SIZE
                         KCR-LINE-NUMBER DELIMITED SIZE
                         " VALUE " DELIMITED SIZE
                         KCR-VALUE DELIMITED SIZE
                         INTO WS-ITEM-SUMMARY
                  END-STRING
                  PERFORM 2800-QUEUE-ITEM THRU 2800-EXIT
                  PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-QUEUE-ROSTER-TRANS - EVERY KEYED ROSTER TRANSACTION
      * CARD TO THE PENDING FILE.
      *-----------------------------------------------------------*
       2500-QUEUE-ROSTER-TRANS.
           PERFORM 2600-READ-ROSTER-TRAN THRU 2600-EXIT
              UNTIL END-OF-TRAN-FILE.
           CLOSE KEYED-TRAN-FILE.
       2500-EXIT.
           EXIT.

       2600-READ-ROSTER-TRAN.
           READ KEYED-TRAN-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END
                  ADD 1 TO WS-TRAN-COUNT
                  MOVE 'R' TO WS-ITEM-TYPE
                  MOVE KTR-MAKER-ID TO WS-ITEM-MAKER
                  MOVE KTR-APPROVER-ID TO WS-ITEM-APPROVER
                  MOVE KEYED-TRAN-LINE TO WS-ITEM-IMAGE
                  MOVE SPACES TO WS-ITEM-SUMMARY
                  STRING "ACTION " DELIMITED SIZE
                         KTR-ACTION DELIMITED SIZE
                         " ELF " DELIMITED SIZE
                         KTR-ELF-ID DELIMITED SIZE
                         INTO WS-ITEM-SUMMARY
                  END-STRING
                  PERFORM 2800-QUEUE-ITEM THRU 2800-EXIT
                  PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
           END-READ.
       2600-EXIT.
           EXIT.

      * A CARD NEEDS THE KEYING OPERATOR'S ID AND MUST NOT ARRIVE
      * WITH AN APPROVER ALREADY ON IT - THE APPROVER IS WHOEVER
      * DECIDES IT IN PENDAPR, NEVER SOMEONE THE MAKER NAMES. THE
      * CONTENT OF THE CARD IS LEFT TO REJFIX AND ELFROST TO EDIT
      * AGAINST THE MASTERS AS THEY STAND WHEN IT IS APPLIED.
       2800-QUEUE-ITEM.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF WS-ITEM-MAKER = SPACES THEN
              MOVE "NO OPERATOR ID ON CARD" TO WS-REFUSE-REASON
              ADD 1 TO WS-REFUSED-COUNT
              GO TO 2800-EXIT
           END-IF.
           IF WS-ITEM-APPROVER NOT = SPACES THEN
              MOVE "APPROVER ID KEYED BY MAKER" TO WS-REFUSE-REASON
              ADD 1 TO WS-REFUSED-COUNT
              GO TO 2800-EXIT
           END-IF.
           IF WS-LAST-SEQ = 9999 THEN
              MOVE "PENDING FILE FULL FOR DATE" TO WS-REFUSE-REASON
              ADD 1 TO WS-REFUSED-COUNT
              GO TO 2800-EXIT
           END-IF.
           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-RUN-DATE TO PND-KEYED-DATE.
           MOVE WS-LAST-SEQ TO PND-SEQ.
           MOVE WS-ITEM-TYPE TO PND-ITEM-TYPE.
           MOVE 'P' TO PND-STATUS.
           MOVE WS-ITEM-MAKER TO PND-MAKER-ID.
           MOVE SPACES TO PND-APPROVER-ID.
           MOVE ZERO TO PND-DECIDED-DATE.
           MOVE WS-ITEM-IMAGE TO PND-CARD-IMAGE.
           WRITE PENDING-RECORD
               INVALID KEY
                  MOVE "DUPLICATE PENDING KEY" TO WS-REFUSE-REASON
           END-WRITE.
           IF ITEM-ACCEPTED THEN
              ADD 1 TO WS-QUEUED-COUNT
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
           END-IF.
       2800-EXIT.
           EXIT.

      * A QUEUED CARD SHOWS THE ITEM NUMBER THE APPROVER QUOTES ON
      * THE DECISION CARD; A REFUSED ONE SHOWS WHY IN ITS PLACE.
       2900-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-DETAIL.
           IF WS-ITEM-TYPE = 'C' THEN
              MOVE "CORRECTION" TO KRG-TYPE
           ELSE
              MOVE "ROSTER" TO KRG-TYPE
           END-IF.
           MOVE WS-ITEM-MAKER TO KRG-MAKER-ID.
           IF ITEM-ACCEPTED THEN
              MOVE WS-RUN-DATE TO KRG-ITEM-DATE
              MOVE "-" TO KRG-ITEM-SEP
              MOVE WS-LAST-SEQ TO KRG-ITEM-SEQ
              MOVE "QUEUED" TO KRG-STATUS
              MOVE WS-ITEM-SUMMARY TO KRG-DETAIL
           ELSE
              MOVE "REFUSED" TO KRG-STATUS
              MOVE WS-REFUSE-REASON TO KRG-DETAIL
           END-IF.
           MOVE WS-REGISTER-DETAIL TO KEY-REGISTER-LINE.
           WRITE KEY-REGISTER-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FINALIZE - CONTROL COUNTS TO THE REGISTER AND THE
      * CONSOLE, THEN CLOSE OUT.
      *-----------------------------------------------------------*
       3000-FINALIZE.
           MOVE ALL "-" TO KEY-REGISTER-LINE.
           WRITE KEY-REGISTER-LINE.
           MOVE "CORRECTION CARDS READ" TO KRG-TOTAL-LABEL.
           MOVE WS-CORR-COUNT TO KRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "ROSTER CARDS READ" TO KRG-TOTAL-LABEL.
           MOVE WS-TRAN-COUNT TO KRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "ITEMS QUEUED FOR APPROVAL" TO KRG-TOTAL-LABEL.
           MOVE WS-QUEUED-COUNT TO KRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "CARDS REFUSED" TO KRG-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO KRG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.

           CLOSE PENDING-FILE.
           CLOSE KEY-REGISTER-FILE.

           DISPLAY "PENDKEY - " WS-CORR-COUNT " CORRECTION(S), "
                   WS-TRAN-COUNT " ROSTER TRANSACTION(S) READ, "
                   WS-QUEUED-COUNT " QUEUED, "
                   WS-REFUSED-COUNT " REFUSED.".
       3000-EXIT.
           EXIT.

       3300-WRITE-TOTAL-LINE.
           MOVE SPACES TO KEY-REGISTER-LINE.
           MOVE WS-REGISTER-TOTAL TO KEY-REGISTER-LINE.
           WRITE KEY-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL.
       3300-EXIT.
           EXIT.

       END PROGRAM PENDKEY.
