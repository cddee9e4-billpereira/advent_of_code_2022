      ******************************************************************
      * SEALPARM - CALL AREA FOR AUDSEAL, THE AUDITDD RUN-SEAL ROUTINE.
      *
      * A WRITER OF THE TRAIL CALLS 'O' BEFORE IT OPENS AUDITDD
      * EXTEND - AUDSEAL READS THE TRAIL FOR THE LAST SEAL'S CHAIN
      * VALUE AND FOR ANY RECORDS LEFT BEHIND IT UNSEALED. THE WRITER
      * THEN ADDS 1 TO SEAL-COUNT AND AUD-RESULT TO SEAL-HASH FOR
      * EACH RECORD IT WRITES, AND CALLS 'C' FOR ITS SEAL RECORD.
      * SEAL-TAIL-IS-OURS TELLS 'O' THE UNSEALED RECORDS ARE THIS
      * RUN'S OWN (A CHECKPOINT RESTART) AND BELONG UNDER ITS SEAL;
      * OTHERWISE 'O' HANDS BACK A CATCH-UP SEAL FOR THEM IN
      * SEAL-LINE, SEALED PROGRAM ORIG WHEN THE TRAIL HAS NEVER BEEN
      * SEALED AND TAIL WHEN A RUN BEFORE LEFT ITS RECORDS UNSEALED.
      *
      * A PROGRAM THAT REWRITES THE TRAIL (THE ADVDAILY RERUN STRIP,
      * THE AUDARC CUT) CALLS 'B', THEN 'K' WITH EACH SEAL READ TO
      * NOTE WHERE THE CHAIN STARTS, 'R' WITH EACH SEAL IT WRITES
      * BACK TO RELINK IT, AND 'W' FOR ITS OWN SEAL - COUNT AND HASH
      * THERE BEING THE RECORDS IT TOOK OFF THE TRAIL.
      *
      * 'V' RETURNS IN SEAL-EXPECTED-CHAIN THE CHAIN VALUE THE SEAL
      * IN SEAL-LINE SHOULD CARRY, GIVEN ITS OWN PREVIOUS-CHAIN VALUE.
      *
      * A SEAL RECORD IS EXCHANGED IN SEAL-LINE, NEVER IN THE CALLER'S
      * FD RECORD AREA; THE CALLER WRITES IT WITH WRITE ... FROM.
      ******************************************************************
       01  SEAL-PARM.
           05  SEAL-FUNCTION         PIC X(01).
               88  SEAL-OPEN-RUN         VALUE 'O'.
               88  SEAL-CLOSE-RUN        VALUE 'C'.
               88  SEAL-BEGIN-REWRITE    VALUE 'B'.
               88  SEAL-NOTE-LINK        VALUE 'K'.
               88  SEAL-RELINK           VALUE 'R'.
               88  SEAL-CLOSE-REWRITE    VALUE 'W'.
               88  SEAL-CHECK-LINK       VALUE 'V'.
           05  SEAL-PROGRAM          PIC X(04).
           05  SEAL-BUS-DATE         PIC 9(08).
           05  SEAL-TAIL-OPTION      PIC X(01).
               88  SEAL-TAIL-IS-OURS     VALUE 'Y'.
           05  SEAL-LINE-SWITCH      PIC X(01).
               88  SEAL-LINE-READY       VALUE 'Y'.
           05  SEAL-COUNT            PIC 9(10).
           05  SEAL-HASH             PIC 9(18).
           05  SEAL-TAIL-COUNT       PIC 9(10).
           05  SEAL-EXPECTED-CHAIN   PIC 9(10).
           05  SEAL-LINE             PIC X(80).
