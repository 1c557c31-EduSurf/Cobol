      ******************************************************************
      * KEYKFILE - AUXFILE KEY-POPULATION RECORD (UT-S-KEYOLD/KEYNEW)
      * ONE RECORD PER DISTINCT NR-A/NR-C KEY AND SOURCE-ID THE NIGHT'S
      * AUXFILE CARRIED, WITH THE RUN DATE OF THAT NIGHT. WRITTEN BY
      * BLWKEYCM IN NR-A/NR-C/SOURCE-ID ORDER AS KEYNEW, AND READ BACK
      * THE NEXT NIGHT AS KEYOLD TO FIND THE KEYS EACH REGION DROPPED,
      * ADDED OR HANDED TO ANOTHER REGION.
      ******************************************************************
       01  KEYFILE-REC.
           03  KEYFILE-DT-RUN               PIC  9(08).
           03  KEYFILE-SOURCE-ID            PIC  X(02).
           03  KEYFILE-NR-A                 PIC S9(04) COMP.
           03  KEYFILE-NR-C                 PIC S9(09) COMP.
