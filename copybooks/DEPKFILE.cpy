      ******************************************************************
      * DEPKFILE - STEP DEPENDENCY CARD (UT-S-DEPFILE)
      * ONE CARD PER PROGRAM/PREDECESSOR PAIR OF THE NIGHTLY STREAM:
      * THE PROGRAM, ONE STEP THAT MUST HAVE ENDED BEFORE IT MAY START
      * FOR THE SAME RUN DATE, AND THE HIGHEST RETURN CODE OF THAT
      * PREDECESSOR THE PROGRAM WILL ACCEPT. A PROGRAM WITH SEVERAL
      * PREDECESSORS HAS SEVERAL CARDS; A PROGRAM WITH NONE HAS NO CARD
      * AND IS NEVER HELD. CARDS WITH AN ASTERISK IN COLUMN 1 ARE
      * COMMENTS. READ BY BLWGATE AT THE START OF EVERY STEP AND BY
      * BLWRPT03 TO NAME THE STEPS NOT YET STARTED.
      ******************************************************************
       01  DEPFILE-REC.
           03  DEP-NM-PROGRAM               PIC  X(08).
           03  FILLER                       PIC  X(01).
           03  DEP-NM-PREDECESSOR           PIC  X(08).
           03  FILLER                       PIC  X(01).
           03  DEP-CD-RETURN-MAX            PIC  9(04).
           03  FILLER                       PIC  X(58).
      *
       01  FILLER  REDEFINES  DEPFILE-REC.
           03  DEP-CD-COMMENT               PIC  X(01).
               88  DEP-COMMENT-CARD                     VALUE '*'.
           03  FILLER                       PIC  X(79).
