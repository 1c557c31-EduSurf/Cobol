      * DIED WITHOUT REACHING ITS ABEND HANDLER). THE RESTART FLAG IS
      * SET BY BLWITHDB WHEN IT ENDS WITH ITS CHECKPOINT STILL
      * PENDING, SO OPERATIONS KNOWS A RERUN WILL RESUME RATHER THAN
      * START OVER. A STEP REFUSED BY BLWGATE BECAUSE A PREDECESSOR
      * HAS NOT ENDED CLEAN WRITES A HELD RECORD INSTEAD OF A START,
      * NAMING THE PREDECESSOR IT WAITS ON AND WHY. BLWRPT03 PRINTS THE
      * NIGHT AT A GLANCE FROM THIS FILE.
      ******************************************************************
       01  LEDFILE-REC.
           03  LED-NM-PROGRAM               PIC  X(08).
           03  LED-CD-EVENT                 PIC  X(01).
               88  LED-EVENT-START                      VALUE 'S'.
               88  LED-EVENT-END                        VALUE 'E'.
               88  LED-EVENT-HELD                       VALUE 'H'.
           03  LED-TM-EVENT                 PIC  9(06).
           03  LED-QT-READ                  PIC  9(07).
           03  LED-QT-WRITTEN               PIC  9(07).
           03  LED-CD-RETURN                PIC  9(04).
           03  LED-FLAG-RESTART             PIC  X(01).
               88  LED-RESTART-PENDING                  VALUE 'Y'.
           03  LED-NM-WAITING               PIC  X(08).
           03  LED-CD-HOLD-REASON           PIC  X(01).
               88  LED-HOLD-MISSING                     VALUE 'M'.
               88  LED-HOLD-OPEN                        VALUE 'O'.
               88  LED-HOLD-RETURN-CODE                 VALUE 'R'.
               88  LED-HOLD-RESTART                     VALUE 'P'.
