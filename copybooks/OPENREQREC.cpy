      ******************************************************************
      * OPENREQREC - OPEN DEPOT REQUISITION RECORD.
      *
      * INDEXED MASTER ON OPENREQDD, KEYED ON CAMP NAME PLUS THE
      * BUSINESS DATE OF THE REQUISITION. CAMPREQ WRITES ONE ROW PER
      * 'D' RECORD IT SENDS THE DEPOT ON REQOUTDD, WITH THE CALORIES
      * REQUESTED; DEPRTN ADDS WHAT THE DEPOT'S FULFILLMENT RETURN
      * FILE SAYS WAS SHIPPED AGAINST IT. ORQ-OUTSTANDING IS ALWAYS
      * REQUESTED LESS SHIPPED, FLOORED AT ZERO.
      *
      * ORQ-STATUS - O OPEN (NOTHING SHIPPED YET), P PARTLY FILLED,
      * F FILLED, V OVER-SHIPPED (MORE CAME THAN WAS ASKED FOR). A
      * REQUISITION ASKING FOR NOTHING (A SURPLUS OR EVEN CAMP) IS
      * FILLED FROM THE START. ORQ-LAST-RETURN-ID IS THE DEPOT'S
      * RETURN-FILE ID LAST APPLIED TO THE ROW, FOR REFERENCE - THE
      * GUARD AGAINST POSTING A RETURN TWICE IS THE RTNREGDD
      * REGISTER OF APPLIED RETURN IDS.
      ******************************************************************
       01  OPEN-REQ-RECORD.
           05  ORQ-KEY.
               10  ORQ-CAMP-NAME     PIC X(20).
               10  ORQ-REQ-DATE      PIC 9(08).
           05  FILLER                PIC X(02).
           05  ORQ-REQUESTED         PIC 9(10).
           05  ORQ-SHIPPED           PIC 9(10).
           05  ORQ-OUTSTANDING       PIC 9(10).
           05  FILLER                PIC X(02).
           05  ORQ-STATUS            PIC X(01).
               88  ORQ-OPEN              VALUE 'O'.
               88  ORQ-PARTLY-FILLED     VALUE 'P'.
               88  ORQ-FILLED            VALUE 'F'.
               88  ORQ-OVER-SHIPPED      VALUE 'V'.
           05  ORQ-LAST-SHIP-DATE    PIC 9(08).
           05  ORQ-LAST-RETURN-ID    PIC X(08).
           05  FILLER                PIC X(01).
