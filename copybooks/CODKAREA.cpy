      ******************************************************************
      * CODKAREA - COMMAREA LAYOUT FOR SUBROUTINE BLWCODE
      * THE CALLER PASSES A RUN DATE AND A CD_P/CD_C PAIR; BLWCODE SAYS
      * WHETHER SOMEDB.TABLE1_CODE HAS BOTH THE CD_P AND THE PAIR IN
      * EFFECT ON THAT DATE AND, IF NOT, WHICH OF THE TWO FAILED AND
      * WHY, WITH THE DATES OF THE ROW THAT FAILED (SPACES WHEN THERE
      * IS NO ROW). NOT IN EFFECT MEANS EXPIRED, OR NOT YET EFFECTIVE.
      * THE TABLE IS READ ONCE PER RUN: ON THE LOAD CALL, OR ON THE
      * FIRST CHECK IF THE CALLER MADE NONE. A LOAD THAT WORKED COMES
      * BACK VALID; A DB2 ERROR, OR A TABLE TOO BIG FOR THE WORK TABLE,
      * COMES BACK AS A RESULT FOR THE CALLER TO ABEND ON.
      ******************************************************************
       01  CODK-AREA.
           03  CODK-CD-FUNCTION             PIC  X(01).
               88  CODK-FUNC-LOAD                       VALUE 'L'.
               88  CODK-FUNC-CHECK                      VALUE 'C'.
           03  CODK-DT-RUN                  PIC  9(08).
           03  CODK-CD-P                    PIC S9(09) COMP.
           03  CODK-CD-C                    PIC S9(09) COMP.
           03  CODK-CD-RESULT               PIC  X(01).
               88  CODK-VALID                           VALUE 'V'.
               88  CODK-P-UNKNOWN                       VALUE 'P'.
               88  CODK-P-NOT-IN-EFFECT                 VALUE 'Q'.
               88  CODK-C-UNKNOWN                       VALUE 'C'.
               88  CODK-C-NOT-IN-EFFECT                 VALUE 'D'.
               88  CODK-TABLE-FULL                      VALUE 'F'.
               88  CODK-SQL-ERROR                       VALUE 'E'.
           03  CODK-DT-EFF                  PIC  X(10).
           03  CODK-DT-EXP                  PIC  X(10).
           03  CODK-QT-CODES                PIC  9(05).
           03  CODK-QT-MAX                  PIC  9(05).
           03  CODK-SQLCODE                 PIC S9(09) COMP.
