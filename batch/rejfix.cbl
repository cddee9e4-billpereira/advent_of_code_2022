      *                     GENERATION, SO THE ADJUSTMENT RUN SCALES
      *                     WITH THE CORRECTION COUNT, NOT THE
      *                     ROSTER.
      *    2026-10-13  BP   MAKER-CHECKER - CORRDD IS NOW THE APPROVED
      *                     DECK PENDAPR WRITES, EACH CARD CARRYING
      *                     THE KEYING OPERATOR'S ID (COLUMNS 21-28)
      *                     AND THE APPROVING OPERATOR'S (31-38). A
      *                     CARD WITHOUT BOTH, OR WITH THE SAME ID IN
      *                     BOTH, IS REFUSED AS UNAPPROVED BEFORE IT
      *                     CAN MATCH A REJECT, AND BOTH IDS GO ONTO
      *                     EVERY RJFX AUDIT ENTRY.
      *    2026-10-14  BP   THE RUN'S RJFX AUDIT ENTRIES ARE CLOSED
      *                     WITH AN AUDSEAL SEAL RECORD - RECORD
      *                     COUNT, HASH TOTAL OF AUD-RESULT AND A
      *                     CHAIN VALUE LINKING IT TO THE SEAL BEFORE
      *                     IT - SO AUDVER CAN PROVE THE CREDITS WERE
      *                     NOT ALTERED AFTER THE RUN.
      *    2026-10-15  BP   PENDAPR NOW ADDS TO CORRDD RUN AFTER RUN
      *                     INSTEAD OF REPLACING IT, SO THE DECK IS
      *                     EMPTIED ONCE THIS RUN HAS APPLIED IT - NO
      *                     APPROVED CARD IS APPLIED TWICE.
      *    2026-10-15  BP   CORRDD IS OPTIONAL, AS IN PENDAPR, FOR A
      *                     DAY WITH NOTHING APPROVED. A CARD REFUSED
      *                     HERE IS NOT CARRIED OVER ON THE EMPTIED
      *                     DECK - THE REGISTER NOW SAYS SO AND THAT
      *                     EACH MUST BE RE-KEYED THROUGH PENDKEY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO CORRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.


      * ONE CORRECTION PER RECORD, KEYED ON THE CALORY_FILE LINE
      * NUMBER SHOWN ON THE REJECT REGISTER - THE CORRECTED VALUE
      * REPLACES THE VALUE THE SCANNER MANGLED. THE MAKER IS THE
      * OPERATOR WHO KEYED THE CARD, THE APPROVER THE ONE WHO
      * RELEASED IT THROUGH PENDAPR.
       FD  CORRECTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS CORRECTION-LINE.
          05 COR-LINE-NUMBER   PIC 9(10).
          05 FILLER            PIC X(3).
          05 COR-VALUE         PIC X(5).
          05 FILLER            PIC X(2).
          05 COR-MAKER-ID      PIC X(8).
          05 FILLER            PIC X(2).
          05 COR-APPROVER-ID   PIC X(8).
          05 FILLER            PIC X(42).

      * SEASON-TO-DATE MASTER, KEYED ON SEA-ELF-ID - THE SAME
      * SEASONDD FILE ADV1 UPDATES, CREDITED IN PLACE HERE.
             10 CORR-TAB-LINE-NO   PIC 9(10).
             10 CORR-TAB-VALUE     PIC X(5).
             10 CORR-TAB-USED      PIC X(1).
             10 CORR-TAB-MAKER-ID  PIC X(8).
             10 CORR-TAB-APPROVER-ID PIC X(8).

       01 WS-REJECT-LINE-NO    PIC 9(10) VALUE ZERO.
       01 WS-NUMERIC-WORK      PIC X(10) VALUE SPACES.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-OUTSTAND-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-UNAPPROVED-COUNT  PIC 9(5) VALUE ZERO.

      * AUDIT TRAIL WORK FIELDS.
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * RUN SEAL CALL AREA - COUNT AND HASH KEPT AS EACH AUDIT
      * RECORD IS WRITTEN.
           COPY SEALPARM.

       01 WS-ADJUST-DETAIL.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 ADJ-LINE-NUMBER   PIC Z(9)9.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REJECT-FILE.
           OPEN INPUT CORRECTION-FILE.
           PERFORM 1050-OPEN-AUDIT-TRAIL THRU 1050-EXIT.
           OPEN I-O SEASON-FILE.
           OPEN OUTPUT ADJUST-REPORT-FILE.
           PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * AUDSEAL READS THE TRAIL FOR THE LAST SEAL BEFORE IT IS OPENED
      * EXTEND; RECORDS SOME EARLIER RUN LEFT UNSEALED GET A CATCH-UP
      * SEAL OF THEIR OWN SO THIS RUN'S SEAL COVERS ONLY ITS OWN.
       1050-OPEN-AUDIT-TRAIL.
           MOVE "O" TO SEAL-FUNCTION.
           MOVE "RJFX" TO SEAL-PROGRAM.
           MOVE WS-RUN-DATE TO SEAL-BUS-DATE.
           MOVE "N" TO SEAL-TAIL-OPTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           OPEN EXTEND AUDIT-FILE.
           IF SEAL-LINE-READY THEN
              WRITE AUDIT-LINE FROM SEAL-LINE
           END-IF.
       1050-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADER.
           MOVE "REJECT CORRECTION AND ADJUSTMENT REGISTER"
              TO ADJUST-REPORT-LINE.
               AT END
                  MOVE 'Y' TO WS-CORR-EOF
               NOT AT END
                  PERFORM 1220-LOAD-APPROVED-CORR THRU 1220-EXIT
           END-READ.
       1210-EXIT.
           EXIT.

      * ONLY A CARD CARRYING A MAKER AND A DIFFERENT APPROVER IS
      * LOADED - ANY OTHER NEVER PASSED PENDAPR, SO IT IS REFUSED
      * ON THE REGISTER HERE AND CAN CLAIM NO REJECT.
       1220-LOAD-APPROVED-CORR.
           MOVE SPACES TO WS-ADJUST-REASON.
           EVALUATE TRUE
               WHEN COR-MAKER-ID = SPACES
                  MOVE "NO MAKER ID - UNAPPROVED" TO WS-ADJUST-REASON
               WHEN COR-APPROVER-ID = SPACES
                  MOVE "NOT APPROVED" TO WS-ADJUST-REASON
               WHEN COR-APPROVER-ID = COR-MAKER-ID
                  MOVE "APPROVER SAME AS MAKER" TO WS-ADJUST-REASON
           END-EVALUATE.
           IF WS-ADJUST-REASON NOT = SPACES THEN
              ADD 1 TO WS-REFUSED-COUNT
              ADD 1 TO WS-UNAPPROVED-COUNT
              MOVE SPACES TO WS-ADJUST-DETAIL
              MOVE COR-LINE-NUMBER TO ADJ-LINE-NUMBER
              MOVE COR-VALUE TO ADJ-NEW-VALUE
              MOVE "REFUSED" TO ADJ-STATUS
              MOVE WS-ADJUST-REASON TO ADJ-REASON
              MOVE WS-ADJUST-DETAIL TO ADJUST-REPORT-LINE
              WRITE ADJUST-REPORT-LINE
              GO TO 1220-EXIT
           END-IF.
           ADD 1 TO CORR-TABLE-COUNT.
           SET CORR-TAB-IDX TO CORR-TABLE-COUNT.
           MOVE COR-LINE-NUMBER TO CORR-TAB-LINE-NO (CORR-TAB-IDX).
           MOVE COR-VALUE TO CORR-TAB-VALUE (CORR-TAB-IDX).
           MOVE 'N' TO CORR-TAB-USED (CORR-TAB-IDX).
           MOVE COR-MAKER-ID TO CORR-TAB-MAKER-ID (CORR-TAB-IDX).
           MOVE COR-APPROVER-ID
              TO CORR-TAB-APPROVER-ID (CORR-TAB-IDX).
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-REJECT-FILE - MATCH EVERY REJECT TO ITS
      * CORRECTION BY LINE NUMBER AND APPLY OR REFUSE IT.
           EXIT.

      * ONE AUDIT-LINE PER APPLIED CORRECTION - KEYED ON THE ELF,
      * CARRYING THE ORIGINAL CALORY_FILE LINE NUMBER, THE VALUE
      * CREDITED AND WHO KEYED AND APPROVED IT, SO THE ADJUSTMENT IS
      * PROVABLE FROM AUDITDD ALONE.
       2320-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LINE.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE "RJFX" TO AUD-PROGRAM-ID.
           MOVE WS-REJECT-LINE-NO TO AUD-RECORD-NUMBER.
           MOVE SPACES TO AUD-KEY-FIELD.
           MOVE RJT-ELF-ID TO AUD-KEY-FIELD (1:6).
           MOVE WS-CORRECTED-VALUE TO AUD-RESULT.
           MOVE CORR-TAB-MAKER-ID (CORR-TAB-IDX) TO AUD-MAKER-ID.
           MOVE CORR-TAB-APPROVER-ID (CORR-TAB-IDX) TO AUD-APPROVER-ID.
           ADD 1 TO SEAL-COUNT.
           ADD AUD-RESULT TO SEAL-HASH.
           WRITE AUDIT-LINE.
       2320-EXIT.
           EXIT.
           MOVE "CORRECTIONS REFUSED" TO ADJ-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO ADJ-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "  OF WHICH NOT APPROVED" TO ADJ-TOTAL-LABEL.
           MOVE WS-UNAPPROVED-COUNT TO ADJ-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
           MOVE "REJECTS STILL OUTSTANDING" TO ADJ-TOTAL-LABEL.
           MOVE WS-OUTSTAND-COUNT TO ADJ-TOTAL-VALUE.
           PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
      * THE DECK IS EMPTIED BELOW, REFUSED CARDS AND ALL, THOUGH
      * PENDDD STILL SHOWS THEM APPROVED - SAY SO ON THE REGISTER.
           IF WS-REFUSED-COUNT > ZERO THEN
              MOVE SPACES TO ADJUST-REPORT-LINE
              WRITE ADJUST-REPORT-LINE
              MOVE " REFUSED CORRECTIONS ARE NOT CARRIED OVER - CORRDD"
                 TO ADJUST-REPORT-LINE
              WRITE ADJUST-REPORT-LINE
              MOVE " IS EMPTIED. RE-KEY EACH THROUGH PENDKEY."
                 TO ADJUST-REPORT-LINE
              WRITE ADJUST-REPORT-LINE
           END-IF.

           CLOSE REJECT-FILE.
           CLOSE ADJUST-REPORT-FILE.
      * THE APPROVED DECK IS SPENT - EMPTY IT FOR PENDAPR TO REFILL.
           OPEN OUTPUT CORRECTION-FILE.
           CLOSE CORRECTION-FILE.
           MOVE "C" TO SEAL-FUNCTION.
           CALL "AUDSEAL" USING SEAL-PARM.
           WRITE AUDIT-LINE FROM SEAL-LINE.
           CLOSE AUDIT-FILE.
           CLOSE SEASON-FILE.

