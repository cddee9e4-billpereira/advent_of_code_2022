      ******************************************************************
      * RTNREGREC - APPLIED DEPOT RETURN REGISTER RECORD.
      *
      * INDEXED FILE ON RTNREGDD, KEYED ON THE DEPOT'S RETURN-FILE
      * ID. DEPRTN WRITES ONE ROW FOR EVERY RETURN FILE IT POSTS, AND
      * REFUSES WHOLE ANY RETURN FILE WHOSE ID IS ALREADY ON IT - SO
      * A RETURN FED A SECOND TIME, EVEN AFTER OTHER RETURNS, IS
      * NEVER POSTED TWICE. RTR-POSTED-DATE IS THE BUSINESS DATE OF
      * THE DEPRTN RUN THAT POSTED IT; THE COUNT AND TOTAL ARE THE
      * RETURN FILE'S OWN PROVED TRAILER CONTROLS.
      ******************************************************************
       01  RTN-REGISTER-RECORD.
           05  RTR-RETURN-ID         PIC X(08).
           05  FILLER                PIC X(02).
           05  RTR-SHIP-DATE         PIC 9(08).
           05  FILLER                PIC X(02).
           05  RTR-POSTED-DATE       PIC 9(08).
           05  FILLER                PIC X(02).
           05  RTR-DETAIL-COUNT      PIC 9(06).
           05  FILLER                PIC X(02).
           05  RTR-TOTAL-SHIPPED     PIC 9(10).
           05  FILLER                PIC X(02).
           05  RTR-PROGRAM           PIC X(08).
           05  FILLER                PIC X(22).
