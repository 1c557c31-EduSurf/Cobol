      ******************************************************************
      * DSCKFILE - NAME-DISCREPANCY RECORD (UT-S-DSCFILE)
      * ONE RECORD PER AUXFILE RECORD WHOSE REGIONAL 13-CHARACTER NAME
      * DOES NOT MATCH THE START OF THE NAME PGMSB001 RESOLVED FOR ITS
      * NR-A/NR-C KEY: THE KEY, THE REGION IT CAME FROM AND BOTH NAMES,
      * SO EACH REGION CAN BE SENT ITS OWN LIST. WRITTEN BY BLWNMDSC
      * IN NR-A/NR-C/SOURCE-ID ORDER.
      ******************************************************************
       01  DSCFILE-REC.
           03  DSC-DT-RUN                   PIC  9(08).
           03  DSC-SOURCE-ID                PIC  X(02).
           03  DSC-NR-A                     PIC S9(04) COMP.
           03  DSC-NR-C                     PIC S9(09) COMP.
           03  DSC-CD-P                     PIC S9(09) COMP.
           03  DSC-CD-C                     PIC S9(09) COMP.
           03  DSC-NM-P-REGION              PIC  X(13).
           03  DSC-NM-P-RESOLVED            PIC  X(120).
