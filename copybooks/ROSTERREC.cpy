      * INDEXED MASTER ON ROSTERDD, KEYED ON ELF-ROSTER-ID. READ BY
      * ADV1 FOR THE ELF NAME/CAMP LOOKUP AND MAINTAINED BY THE
      * ELFROST BATCH MAINTENANCE PROGRAM FROM A TRANSACTION FILE.
      *
      * ELF-ROSTER-STATUS IS A (ACTIVE), L (ON LEAVE) OR X (RETIRED -
      * KEPT ON FILE SO THE ELF'S HISTORY STAYS TRACEABLE), IN FORCE
      * FROM ELF-ROSTER-STATUS-DATE. RECORDS WRITTEN BEFORE THE
      * STATUS EXISTED CARRY SPACES THERE AND COUNT AS ACTIVE.
      ******************************************************************
       01  ELF-ROSTER-RECORD.
           05  ELF-ROSTER-ID         PIC X(06).
           05  ELF-ROSTER-NAME       PIC X(20).
           05  ELF-ROSTER-CAMP       PIC X(20).
           05  ELF-ROSTER-STATUS     PIC X(01).
               88  ELF-ROSTER-ACTIVE     VALUE 'A' ' '.
               88  ELF-ROSTER-ON-LEAVE   VALUE 'L'.
               88  ELF-ROSTER-RETIRED    VALUE 'X'.
           05  ELF-ROSTER-STATUS-DATE PIC X(08).
           05  FILLER                PIC X(25).
