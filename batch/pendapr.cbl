      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDAPR.
       AUTHOR. billpereira.
      *****************************************************************
      * MODIFICATION HISTORY
      *    2026-10-13  BP   ORIGINAL VERSION - CHECKER SIDE OF THE
      *                     MAKER-CHECKER CONTROL. EACH DECISION CARD
      *                     ON APRTRNDD NAMES A PENDDD ITEM BY ITS
      *                     KEYED DATE AND SEQUENCE AND CARRIES THE
      *                     DECIDING OPERATOR'S ID: AN APPROVAL
      *                     STAMPS THE APPROVER ONTO THE KEYED CARD
      *                     AND WRITES IT TO CORRDD (FOR REJFIX) OR
      *                     TRANSDD (FOR ELFROST) - THE ONLY WAY AN
      *                     ITEM NOW REACHES EITHER PROGRAM - AND A
      *                     REJECTION DROPS IT. AN APPROVAL BY THE
      *                     SAME ID THAT KEYED THE ITEM IS REFUSED,
      *                     AS IS ANY DECISION ON AN ITEM ALREADY
      *                     DECIDED. EVERY DECISION, APPLIED OR
      *                     REFUSED, AND EVERY ITEM STILL PENDING IS
      *                     LISTED ON THE APRRPTDD REGISTER.
      *    2026-10-15  BP   CORRDD AND TRANSDD ARE NOW OPENED EXTEND
      *                     (CREATED IF MISSING) INSTEAD OF OUTPUT -
      *                     A SECOND PENDAPR RUN BEFORE REJFIX AND
      *                     ELFROST HAD CONSUMED THE DECKS WIPED THE
      *                     FIRST RUN'S APPROVED CARDS, WHOSE ITEMS
      *                     PENDDD ALREADY SHOWED APPROVED AND COULD
      *                     NEVER RELEASE AGAIN. REJFIX AND ELFROST
      *                     NOW EMPTY THEIR DECK ONCE THEY HAVE
      *                     APPLIED IT, SO NO CARD IS APPLIED TWICE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PENDING-TRANSACTION FILE, KEYED ON KEYED DATE PLUS SEQUENCE -
      * DYNAMIC ACCESS SO THE DECISIONS CAN BE APPLIED BY KEY AND
      * THE STILL-PENDING ITEMS THEN LISTED FRONT TO BACK.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-KEY.

           SELECT DECISION-FILE ASSIGN TO APRTRNDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * THE APPROVED DECKS - ADDED TO BY EVERY RUN UNTIL REJFIX AND
      * ELFROST APPLY THEM AND EMPTY THEM.
           SELECT OPTIONAL APPROVED-CORR-FILE ASSIGN TO CORRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL APPROVED-TRAN-FILE ASSIGN TO TRANSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPROVAL-REGISTER-FILE ASSIGN TO APRRPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *****************************************************************
       DATA DIVISION.

       FILE SECTION.
      * THE KEYED ITEMS AS PENDKEY QUEUED THEM - ONLY A PENDING ITEM
      * MAY BE DECIDED; THE DECISION, THE APPROVER AND THE DATE ARE
      * WRITTEN BACK SO THE ITEM CANNOT BE RELEASED A SECOND TIME.
       FD  PENDING-FILE
           RECORDING MODE IS F
           DATA RECORD IS PENDING-RECORD.
           COPY PENDREC.

      * ONE DECISION PER CARD - A APPROVES THE ITEM, J REJECTS IT.
      * THE NOTE IS THE APPROVER'S, CARRIED ONTO THE REGISTER.
       FD  DECISION-FILE
           RECORDING MODE IS F
           DATA RECORD IS DECISION-LINE.
       01 DECISION-LINE.
          05 APR-ACTION        PIC X(1).
             88 APR-APPROVE        VALUE 'A'.
             88 APR-REJECT         VALUE 'J'.
          05 FILLER            PIC X(2).
          05 APR-ITEM-DATE     PIC 9(8).
          05 FILLER            PIC X(1).
          05 APR-ITEM-SEQ      PIC 9(4).
          05 FILLER            PIC X(2).
          05 APR-OPERATOR-ID   PIC X(8).
          05 FILLER            PIC X(2).
          05 APR-NOTE          PIC X(20).
          05 FILLER            PIC X(32).

      * APPROVED CORRECTIONS IN THE CORRDD LAYOUT REJFIX READS.
       FD  APPROVED-CORR-FILE
           RECORDING MODE IS F
           DATA RECORD IS APPROVED-CORR-LINE.
       01 APPROVED-CORR-LINE  PIC X(80).

      * APPROVED ROSTER TRANSACTIONS IN THE TRANSDD LAYOUT ELFROST
      * READS.
       FD  APPROVED-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS APPROVED-TRAN-LINE.
       01 APPROVED-TRAN-LINE  PIC X(80).

      * APPROVAL REGISTER - ONE LINE PER DECISION AND ONE PER ITEM
      * STILL AWAITING A DECISION.
       FD  APPROVAL-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS APPROVAL-REGISTER-LINE.
       01 APPROVAL-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DECISION-EOF      PIC X(1) VALUE 'N'.
           88 END-OF-DECISION-FILE  VALUE 'Y'.
       01 WS-PEND-EOF          PIC X(1) VALUE 'N'.
           88 END-OF-PEND-FILE      VALUE 'Y'.

      * RUN PARAMETER HANDLING - BUSDATE= STAMPS THE DECISION DATE;
      * IT DEFAULTS TO TODAY.
       01 WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01 WS-PARM-TABLE.
          05 WS-PARM-TOK OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.

       01 WS-PEND-FOUND        PIC X(1) VALUE 'N'.
           88 PEND-ITEM-ON-FILE     VALUE 'Y'.
       01 WS-REG-ACTION        PIC X(7) VALUE SPACES.
       01 WS-REG-STATUS        PIC X(8) VALUE SPACES.
       01 WS-REG-REASON        PIC X(28) VALUE SPACES.

       01 WS-DECISION-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CORR-OUT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-TRAN-OUT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PENDING-COUNT     PIC 9(5) VALUE ZERO.

       01 WS-REGISTER-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-ACTION        PIC X(7).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-ITEM-DATE     PIC 9(8).
          05 ARG-ITEM-SEP      PIC X(1).
          05 ARG-ITEM-SEQ      PIC 9(4).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-TYPE          PIC X(1).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-MAKER-ID      PIC X(8).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-APPROVER-ID   PIC X(8).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-STATUS        PIC X(8).
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-REASON        PIC X(28).

       01 WS-REGISTER-TOTAL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ARG-TOTAL-LABEL   PIC X(30).
          05 ARG-TOTAL-VALUE   PIC Z(4)9.
          05 FILLER            PIC X(44) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-DECISIONS THRU 2000-EXIT.
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
           OPEN INPUT DECISION-FILE.
           OPEN EXTEND APPROVED-CORR-FILE.
           OPEN EXTEND APPROVED-TRAN-FILE.
           OPEN OUTPUT APPROVAL-REGISTER-FILE.
           PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
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
           MOVE SPACES TO APPROVAL-REGISTER-LINE.
           STRING "MAKER-CHECKER APPROVAL REGISTER - "
                     DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  INTO APPROVAL-REGISTER-LINE
           END-STRING.
           WRITE APPROVAL-REGISTER-LINE.
           MOVE ALL "-" TO APPROVAL-REGISTER-LINE.
           WRITE APPROVAL-REGISTER-LINE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-DECISIONS - APPLY OR REFUSE EACH DECISION
      * AGAINST ITS PENDDD ITEM.
      *-----------------------------------------------------------*
       2000-PROCESS-DECISIONS.
           PERFORM 2100-READ-DECISION THRU 2100-EXIT
              UNTIL END-OF-DECISION-FILE.
           CLOSE DECISION-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-DECISION.
           READ DECISION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-DECISION-EOF
               NOT AT END
                  ADD 1 TO WS-DECISION-COUNT
                  PERFORM 2200-APPLY-DECISION THRU 2200-EXIT
                  PERFORM 2400-WRITE-REGISTER-LINE THRU 2400-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      * ONLY A PENDING ITEM MAY BE DECIDED, AND ONLY BY A NAMED
      * OPERATOR - AN UNKNOWN ACTION, A BLANK OPERATOR, A KEY NOT
      * ON PENDDD OR AN ITEM ALREADY DECIDED IS REFUSED. AN APPROVAL
      * BY THE OPERATOR WHO KEYED THE ITEM IS REFUSED AS WELL; THE
      * MAKER MAY STILL REJECT (WITHDRAW) THE ITEM.
       2200-APPLY-DECISION.
           MOVE APR-ACTION TO WS-REG-ACTION.
           MOVE SPACES TO WS-REG-REASON.
           MOVE 'N' TO WS-PEND-FOUND.
           IF NOT APR-APPROVE AND NOT APR-REJECT THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "BAD ACTION CODE" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           IF APR-APPROVE THEN
              MOVE "APPROVE" TO WS-REG-ACTION
           ELSE
              MOVE "REJECT" TO WS-REG-ACTION
           END-IF.
           IF APR-OPERATOR-ID = SPACES THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "NO APPROVER ID ON CARD" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           MOVE APR-ITEM-DATE TO PND-KEYED-DATE.
           MOVE APR-ITEM-SEQ TO PND-SEQ.
           READ PENDING-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-PEND-FOUND
           END-READ.
           IF NOT PEND-ITEM-ON-FILE THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "NOT ON PENDING FILE" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           IF NOT PND-PENDING THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "ALREADY DECIDED" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           IF APR-APPROVE AND APR-OPERATOR-ID = PND-MAKER-ID THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REG-STATUS
              MOVE "APPROVER SAME AS MAKER" TO WS-REG-REASON
              GO TO 2200-EXIT
           END-IF.
           IF APR-APPROVE THEN
              PERFORM 2300-RELEASE-APPROVED-ITEM THRU 2300-EXIT
           ELSE
              PERFORM 2350-DROP-REJECTED-ITEM THRU 2350-EXIT
           END-IF.
           MOVE APR-NOTE TO WS-REG-REASON.
       2200-EXIT.
           EXIT.

      * THE APPROVER GOES ONTO THE PENDING RECORD AND INTO THE
      * APPROVER COLUMNS OF THE KEYED CARD ITSELF, AND THE CARD -
      * NOW CARRYING BOTH IDS - IS WRITTEN TO THE DECK ITS TYPE
      * FEEDS.
       2300-RELEASE-APPROVED-ITEM.
           MOVE 'A' TO PND-STATUS.
           MOVE APR-OPERATOR-ID TO PND-APPROVER-ID.
           MOVE WS-RUN-DATE TO PND-DECIDED-DATE.
           IF PND-CORRECTION THEN
              MOVE APR-OPERATOR-ID TO PND-COR-APPROVER-ID
              MOVE PND-CARD-IMAGE TO APPROVED-CORR-LINE
              WRITE APPROVED-CORR-LINE
              ADD 1 TO WS-CORR-OUT-COUNT
           ELSE
              MOVE APR-OPERATOR-ID TO PND-TRN-APPROVER-ID
              MOVE PND-CARD-IMAGE TO APPROVED-TRAN-LINE
              WRITE APPROVED-TRAN-LINE
              ADD 1 TO WS-TRAN-OUT-COUNT
           END-IF.
           REWRITE PENDING-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE "RELEASED" TO WS-REG-STATUS.
       2300-EXIT.
           EXIT.

       2350-DROP-REJECTED-ITEM.
           MOVE 'J' TO PND-STATUS.
           MOVE APR-OPERATOR-ID TO PND-APPROVER-ID.
           MOVE WS-RUN-DATE TO PND-DECIDED-DATE.
           REWRITE PENDING-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "DROPPED" TO WS-REG-STATUS.
       2350-EXIT.
           EXIT.

       2400-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-DETAIL.
           MOVE WS-REG-ACTION TO ARG-ACTION.
           MOVE APR-ITEM-DATE TO ARG-ITEM-DATE.
           MOVE "-" TO ARG-ITEM-SEP.
           MOVE APR-ITEM-SEQ TO ARG-ITEM-SEQ.
           IF PEND-ITEM-ON-FILE THEN
              MOVE PND-ITEM-TYPE TO ARG-TYPE
              MOVE PND-MAKER-ID TO ARG-MAKER-ID
           END-IF.
           MOVE APR-OPERATOR-ID TO ARG-APPROVER-ID.
           MOVE WS-REG-STATUS TO ARG-STATUS.
           MOVE WS-REG-REASON TO ARG-REASON.
           MOVE WS-REGISTER-DETAIL TO APPROVAL-REGISTER-LINE.
           WRITE APPROVAL-REGISTER-LINE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FINALIZE - LIST EVERY ITEM STILL AWAITING A DECISION,
      * PRINT THE CONTROL COUNTS, AND CLOSE OUT.
      *-----------------------------------------------------------*
       3000-FINALIZE.
           MOVE LOW-VALUES TO PND-KEY.
           START PENDING-FILE KEY NOT < PND-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-PEND-EOF
           END-START.
           PERFORM 3100-LIST-PENDING-ITEM THRU 3100-EXIT
              UNTIL END-OF-PEND-FILE.

           MOVE ALL "-" TO APPROVAL-REGISTER-LINE.
           WRITE APPROVAL-REGISTER-LINE.
           MOVE "DECISIONS READ" TO ARG-TOTAL-LABEL.
           MOVE WS-DECISION-COUNT TO ARG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "ITEMS APPROVED" TO ARG-TOTAL-LABEL.
           MOVE WS-APPROVED-COUNT TO ARG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "  CORRECTIONS TO CORRDD" TO ARG-TOTAL-LABEL.
           MOVE WS-CORR-OUT-COUNT TO ARG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "  ROSTER TRANS TO TRANSDD" TO ARG-TOTAL-LABEL.
           MOVE WS-TRAN-OUT-COUNT TO ARG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "ITEMS REJECTED" TO ARG-TOTAL-LABEL.
           MOVE WS-REJECTED-COUNT TO ARG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "DECISIONS REFUSED" TO ARG-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO ARG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "ITEMS STILL PENDING" TO ARG-TOTAL-LABEL.
           MOVE WS-PENDING-COUNT TO ARG-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.

           CLOSE PENDING-FILE.
           CLOSE APPROVED-CORR-FILE.
           CLOSE APPROVED-TRAN-FILE.
           CLOSE APPROVAL-REGISTER-FILE.

           DISPLAY "PENDAPR - " WS-DECISION-COUNT " DECISIONS READ, "
                   WS-APPROVED-COUNT " APPROVED, "
                   WS-REJECTED-COUNT " REJECTED, "
                   WS-REFUSED-COUNT " REFUSED, "
                   WS-PENDING-COUNT " STILL PENDING.".
       3000-EXIT.
           EXIT.

       3100-LIST-PENDING-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                  IF PND-PENDING THEN
                     ADD 1 TO WS-PENDING-COUNT
                     MOVE SPACES TO WS-REGISTER-DETAIL
                     MOVE "PENDING" TO ARG-ACTION
                     MOVE PND-KEYED-DATE TO ARG-ITEM-DATE
                     MOVE "-" TO ARG-ITEM-SEP
                     MOVE PND-SEQ TO ARG-ITEM-SEQ
                     MOVE PND-ITEM-TYPE TO ARG-TYPE
                     MOVE PND-MAKER-ID TO ARG-MAKER-ID
                     MOVE "AWAITING" TO ARG-STATUS
                     PERFORM 3200-DESCRIBE-ITEM THRU 3200-EXIT
                     MOVE WS-REGISTER-DETAIL TO APPROVAL-REGISTER-LINE
                     WRITE APPROVAL-REGISTER-LINE
                  END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      * WHAT THE ITEM WOULD DO - THE LINE AND VALUE OF A CORRECTION,
      * THE ACTION AND ELF OF A ROSTER TRANSACTION.
       3200-DESCRIBE-ITEM.
           IF PND-CORRECTION THEN
              STRING "LINE " DELIMITED SIZE
                     PND-COR-LINE-NUMBER DELIMITED SIZE
                     " VALUE " DELIMITED SIZE
                     PND-COR-VALUE DELIMITED SIZE
                     INTO ARG-REASON
              END-STRING
           ELSE
              STRING "ACTION " DELIMITED SIZE
                     PND-TRN-ACTION DELIMITED SIZE
                     " ELF " DELIMITED SIZE
                     PND-TRN-ELF-ID DELIMITED SIZE
                     INTO ARG-REASON
              END-STRING
           END-IF.
       3200-EXIT.
           EXIT.

       3300-WRITE-TOTAL-LINE.
           MOVE SPACES TO APPROVAL-REGISTER-LINE.
           MOVE WS-REGISTER-TOTAL TO APPROVAL-REGISTER-LINE.
           WRITE APPROVAL-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL.
       3300-EXIT.
           EXIT.

       END PROGRAM PENDAPR.
