      * BEFORE-IMAGE HISTORY OF SOMEDB.TABLE1: ONE ROW PER UPDATE,
      * DELETE OR ONLINE CORRECTION, CARRYING THE ROW AS IT LOOKED
      * BEFORE THE CHANGE PLUS THE CHANGE DATE, CHANGE TYPE AND WHO
      * MADE IT. A SUPERVISOR-APPROVED CORRECTION ALSO CARRIES THE
      * APPROVER IN COLUMN NM_USER_APR (HOST VARIABLE IN DB2KTABP); IT
      * IS LEFT OUT OF THIS LAYOUT SO THE BLWHARCH ARCHIVE RECORD KEEPS
      * ITS SHAPE. THE SAME GOES FOR COLUMN NR_C_OLD, THE NUMBER A ROW
      * HAD BEFORE A BLWRENUM CONVERSION, SET ON THE 'N' ROW ONLY, AND
      * FOR COLUMN DT_LOAD, THE ROW'S TABLE1 DT_LOAD AS OF THE IMAGE:
      * SET ON THE BLWITHDB 'U' ROW AND THE BLWBKOUT 'B'/'X' ROWS, AND
      * LEFT AT ITS DEFAULT OF 0001-01-01 BY EVERY OTHER WRITER.
      * A BLWBKOUT BACK-OUT OF A NIGHTLY OVERWRITE IS TYPE 'B', OF A
      * NIGHTLY INSERT (THE ROW WAS DELETED) TYPE 'X'.
      ******************************************************************
       01  DB2KTABH.
           03  TABH-NR-C                    PIC S9(09) COMP.
               88  TABH-CHG-DELETE                      VALUE 'D'.
               88  TABH-CHG-CORRECTION                  VALUE 'C'.
               88  TABH-CHG-RESTORE                     VALUE 'R'.
               88  TABH-CHG-BACKOUT                     VALUE 'B' 'X'.
               88  TABH-CHG-BACKOUT-INSERT              VALUE 'X'.
               88  TABH-CHG-RENUMBER                    VALUE 'N'.
           03  TABH-NM-USER                 PIC  X(08).
