      ******************************************************************
      * DB2KTABP - HOST VARIABLE LAYOUT FOR SOMEDB.TABLE1_PEND
      * PENDING NM_P/CD_S CORRECTIONS TO SOMEDB.TABLE1 AWAITING A
      * SUPERVISOR: ONE ROW PER CORRECTION A CLERK KEYS IN BLWUPD01,
      * CARRYING THE KEY, THE VALUES SEEN AND THE VALUES WANTED, WHO
      * ASKED AND WHEN. BLWAPR01 APPROVES OR REJECTS IT (NEVER BY THE
      * SAME USER ID THAT ASKED) AND BLWRPT04 EXPIRES WHAT IS LEFT
      * WAITING TOO LONG. AN APPROVED CORRECTION'S BEFORE-IMAGE IN
      * SOMEDB.TABLE1_HIST CARRIES THE CLERK IN NM_USER AND THE
      * SUPERVISOR IN NM_USER_APR.
      ******************************************************************
       01  DB2KTABP.
           03  PEND-NR-C                    PIC S9(09) COMP.
           03  PEND-CD-P                    PIC S9(09) COMP.
           03  PEND-CD-C                    PIC S9(09) COMP.
           03  PEND-NM-P-OLD                PIC  X(120).
           03  PEND-CD-S-OLD                PIC S9(09) COMP.
           03  PEND-NM-P-NEW                PIC  X(120).
           03  PEND-CD-S-NEW                PIC S9(09) COMP.
           03  PEND-NM-USER-REQ             PIC  X(08).
           03  PEND-TS-REQ                  PIC  X(26).
           03  PEND-CD-STATUS               PIC  X(01).
               88  PEND-STATUS-PENDING                  VALUE 'P'.
               88  PEND-STATUS-APPROVED                 VALUE 'A'.
               88  PEND-STATUS-REJECTED                 VALUE 'R'.
               88  PEND-STATUS-EXPIRED                  VALUE 'E'.
           03  PEND-NM-USER-APR             PIC  X(08).
           03  PEND-DT-DECISION             PIC  X(10).
