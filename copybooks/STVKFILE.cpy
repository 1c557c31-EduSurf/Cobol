      ******************************************************************
      * STVKFILE - STATUS-VIOLATION EXCEPTION RECORD (UT-S-STVFILE)
      * ONE RECORD PER LOAD THAT WOULD HAVE MOVED AN EXISTING ROW'S
      * CD_S ALONG A TRANSITION SOMEDB.TABLE1_TRNS DOES NOT ALLOW. THE
      * ROW WAS LEFT AS IT WAS; THIS RECORD CARRIES THE KEY, THE STATUS
      * THE ROW HOLDS, THE STATUS THE FEED PROPOSED, AND WHERE THE
      * PROPOSAL CAME FROM (REGION SOURCE-ID AND PROGRAM).
      ******************************************************************
       01  STVFILE-REC.
           03  STV-DT-RUN                   PIC  9(08).
           03  STV-NR-C                     PIC S9(09) COMP.
           03  STV-CD-P                     PIC S9(09) COMP.
           03  STV-CD-C                     PIC S9(09) COMP.
           03  STV-CD-S-CURRENT             PIC S9(09) COMP.
           03  STV-CD-S-PROPOSED            PIC S9(09) COMP.
           03  STV-SOURCE-ID                PIC  X(02).
           03  STV-NM-PROGRAM               PIC  X(08).
