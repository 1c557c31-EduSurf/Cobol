      ******************************************************************
      * DB2KTABT - HOST VARIABLE LAYOUT FOR SOMEDB.TABLE1_TRNS
      * ALLOWED CD_S STATUS TRANSITIONS FOR SOMEDB.TABLE1: ONE ROW PER
      * FROM-STATUS/TO-STATUS MOVE THE BUSINESS PERMITS. A MOVE WITH NO
      * ROW HERE IS NOT ALLOWED; KEEPING THE SAME CD_S IS NOT A MOVE
      * AND NEEDS NO ROW. CHECKED BY BLWITHDB WHEN IT OVERWRITES A ROW
      * AND BY BLWUPD01/BLWAPR01 ON AN ONLINE CORRECTION; MAINTAINED
      * ONLINE THROUGH BLWTRN01 (WHO AND WHEN ON EVERY ROW) AND PRINTED
      * BY BLWRPT05.
      ******************************************************************
       01  DB2KTABT.
           03  TRNS-CD-S-FROM               PIC S9(09) COMP.
           03  TRNS-CD-S-TO                 PIC S9(09) COMP.
           03  TRNS-NM-USER                 PIC  X(08).
           03  TRNS-DT-CHG                  PIC  X(10).
