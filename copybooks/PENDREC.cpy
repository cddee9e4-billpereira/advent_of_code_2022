      ******************************************************************
      * PENDREC - MAKER-CHECKER PENDING-TRANSACTION RECORD.
      *
      * INDEXED MASTER ON PENDDD, KEYED ON THE BUSINESS DATE THE ITEM
      * WAS KEYED PLUS A SEQUENCE WITHIN THAT DATE. PENDKEY QUEUES
      * EVERY REJFIX CORRECTION AND ELFROST ROSTER TRANSACTION HERE
      * AS THE OPERATOR KEYED IT, AND PENDAPR LETS A SECOND OPERATOR
      * APPROVE OR REJECT IT - ONLY AN APPROVED ITEM IS WRITTEN ON TO
      * CORRDD OR TRANSDD. THE KEYED CARD IMAGE RIDES WHOLE BEHIND
      * THE 40-BYTE CONTROL AREA, SO THE RECORD IS 120 BYTES.
      *
      * PND-ITEM-TYPE - C A CORRDD CORRECTION, R A TRANSDD ROSTER
      * TRANSACTION.
      * PND-STATUS - P PENDING, A APPROVED, J REJECTED, WITH THE
      * DECIDING OPERATOR IN PND-APPROVER-ID AND THE DECIDING RUN'S
      * BUSINESS DATE IN PND-DECIDED-DATE.
      ******************************************************************
       01  PENDING-RECORD.
           05  PND-KEY.
               10  PND-KEYED-DATE    PIC 9(08).
               10  PND-SEQ           PIC 9(04).
           05  PND-ITEM-TYPE         PIC X(01).
               88  PND-CORRECTION        VALUE 'C'.
               88  PND-ROSTER-TRAN       VALUE 'R'.
           05  PND-STATUS            PIC X(01).
               88  PND-PENDING           VALUE 'P'.
               88  PND-APPROVED          VALUE 'A'.
               88  PND-REJECTED          VALUE 'J'.
           05  FILLER                PIC X(02).
           05  PND-MAKER-ID          PIC X(08).
           05  PND-APPROVER-ID       PIC X(08).
           05  PND-DECIDED-DATE      PIC 9(08).
           05  PND-CARD-IMAGE        PIC X(80).
      *    CORRDD VIEW OF THE CARD - SAME COLUMNS REJFIX READS.
           05  PND-CORR-VIEW REDEFINES PND-CARD-IMAGE.
               10  PND-COR-LINE-NUMBER PIC 9(10).
               10  FILLER            PIC X(03).
               10  PND-COR-VALUE     PIC X(05).
               10  FILLER            PIC X(02).
               10  PND-COR-MAKER-ID  PIC X(08).
               10  FILLER            PIC X(02).
               10  PND-COR-APPROVER-ID PIC X(08).
               10  FILLER            PIC X(42).
      *    TRANSDD VIEW OF THE CARD - SAME COLUMNS ELFROST READS.
           05  PND-TRAN-VIEW REDEFINES PND-CARD-IMAGE.
               10  PND-TRN-ACTION    PIC X(01).
               10  FILLER            PIC X(02).
               10  PND-TRN-ELF-ID    PIC X(06).
               10  FILLER            PIC X(02).
               10  PND-TRN-ELF-NAME  PIC X(20).
               10  FILLER            PIC X(02).
               10  PND-TRN-ELF-CAMP  PIC X(20).
               10  FILLER            PIC X(02).
               10  PND-TRN-EFF-DATE  PIC X(08).
               10  FILLER            PIC X(01).
               10  PND-TRN-MAKER-ID  PIC X(08).
               10  PND-TRN-APPROVER-ID PIC X(08).
