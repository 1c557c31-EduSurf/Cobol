      ******************************************************************
      * DB2KTABK - HOST VARIABLE LAYOUT FOR SOMEDB.TABLE1_CODH
      * CHANGE HISTORY OF THE CD_P/CD_C REFERENCE TABLE
      * SOMEDB.TABLE1_CODE: ONE ROW PER CODE ADDED OR RETIRED THROUGH
      * BLWCOD01, CARRYING THE ROW AS IT STOOD AFTER THE CHANGE PLUS
      * THE CHANGE TYPE, WHO MADE IT AND WHEN, SO EVERY DATE A CODE HAS
      * EVER HAD CAN BE TRACED.
      ******************************************************************
       01  DB2KTABK.
           03  CODH-CD-P                    PIC S9(09) COMP.
           03  CODH-CD-C                    PIC S9(09) COMP.
           03  CODH-DT-EFF                  PIC  X(10).
           03  CODH-DT-EXP                  PIC  X(10).
           03  CODH-CD-CHG                  PIC  X(01).
               88  CODH-CHG-ADD                         VALUE 'A'.
               88  CODH-CHG-RETIRE                      VALUE 'R'.
           03  CODH-NM-USER                 PIC  X(08).
           03  CODH-TS-CHG                  PIC  X(26).
