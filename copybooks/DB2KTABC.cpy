      ******************************************************************
      * DB2KTABC - HOST VARIABLE LAYOUT FOR SOMEDB.TABLE1_CODE
      * REFERENCE TABLE OF THE CD_P/CD_C CODES SOMEDB.TABLE1 MAY CARRY,
      * KEYED ON CD_P/CD_C. A ROW WITH CD_C ZERO MAKES THE CD_P ITSELF
      * VALID; A ROW WITH A CD_C MAKES THAT CD_P/CD_C COMBINATION VALID,
      * BUT ONLY WHILE ITS CD_P IS VALID TOO. A ROW IS IN EFFECT FROM
      * DT_EFF UP TO, NOT INCLUDING, DT_EXP; A CODE WITH NO END DATE
      * CARRIES 9999-12-31. RETIRING A CODE SETS DT_EXP, SO ROWS ARE
      * NEVER DELETED. CHECKED THROUGH BLWCODE BY BLWVAL01 AND BLWITHDB,
      * MAINTAINED ONLINE THROUGH BLWCOD01 (WHO AND WHEN ON EVERY ROW,
      * EVERY CHANGE ALSO KEPT IN SOMEDB.TABLE1_CODH, SEE DB2KTABK) AND
      * SET AGAINST THE CODES ON SOMEDB.TABLE1 EVERY WEEK BY BLWRPT06.
      ******************************************************************
       01  DB2KTABC.
           03  CODE-CD-P                    PIC S9(09) COMP.
           03  CODE-CD-C                    PIC S9(09) COMP.
           03  CODE-DT-EFF                  PIC  X(10).
           03  CODE-DT-EXP                  PIC  X(10).
           03  CODE-NM-USER                 PIC  X(08).
           03  CODE-DT-CHG                  PIC  X(10).
