      ******************************************************************
      * CD_P/CD_C REFERENCE CHECK FOR THE FEED EDITS
      * THE FIELD EDITS ONLY KNEW THAT CD_P IS NOT NEGATIVE AND CD_C IS
      * POSITIVE, SO ANY MADE-UP CODE LOADED INTO SOMEDB.TABLE1. THE
      * CODES THE BUSINESS ACCEPTS NOW LIVE IN SOMEDB.TABLE1_CODE, EACH
      * WITH AN EFFECTIVE AND AN EXPIRY DATE, AND BLWVAL01, BLWITHDB
      * AND BLWRPT06 ALL CALL THIS SUBROUTINE SO THE THREE OF THEM
      * APPLY ONE RULE. THE TABLE IS READ ONCE PER RUN INTO A WORK
      * TABLE IN CD_P/CD_C ORDER AND SEARCHED BY HALVING, SINCE EVERY
      * RECORD OF THE FEED IS CHECKED. THE CD_P MUST HAVE ITS OWN ROW
      * (CD_C ZERO) IN EFFECT ON THE RUN DATE, AND THEN THE CD_P/CD_C
      * PAIR MUST HAVE ONE TOO. NOTHING IS ABENDED HERE: THE CALLER IS
      * TOLD WHAT FAILED AND DECIDES.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWCODE.
       AUTHOR. EFINARDI.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWCODE  ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
      *
      * --- THE REFERENCE CODES, READ ONCE AND KEPT FROM CALL TO CALL,
      * IN CD_P/CD_C ORDER (THE TABLE KEY, SO NO PAIR APPEARS TWICE).
       01  CTL-CODES-LOADED                 PIC  X(01) VALUE 'N'.
           88  CODES-LOADED                            VALUE 'Y'.
       01  WS-COD-MAX                       PIC  9(04) VALUE 2000.
       01  WS-COD-COUNT                     PIC  9(04) VALUE 0.
       01  WS-COD-TABLE.
           03  WS-COD-ENTRY  OCCURS 2000 TIMES.
               05  WS-COD-CD-P              PIC S9(09) COMP.
               05  WS-COD-CD-C              PIC S9(09) COMP.
               05  WS-COD-DT-EFF            PIC  X(10).
               05  WS-COD-DT-EXP            PIC  X(10).
      *
      *--- Book of the CD_P/CD_C reference table.
       COPY DB2KTABC.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- EVERY REFERENCE CODE, IN THE ORDER THE SEARCH RELIES ON
           EXEC SQL
              DECLARE CODCUR CURSOR FOR
                 SELECT CD_P,
                        CD_C,
                        DT_EFF,
                        DT_EXP
                   FROM SOMEDB.TABLE1_CODE
                  ORDER BY CD_P, CD_C
           END-EXEC.
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-CODCUR                   PIC  X(01) VALUE 'N'.
           88  END-CODCUR                              VALUE 'Y'.
       01  CTL-ENTRY-FOUND                  PIC  X(01) VALUE 'N'.
           88  ENTRY-FOUND                             VALUE 'Y'.
       01  CTL-IN-EFFECT                    PIC  X(01) VALUE 'N'.
           88  ENTRY-IN-EFFECT                         VALUE 'Y'.
      *
      * --- BOUNDS OF THE STRETCH OF THE WORK TABLE STILL TO SEARCH
       01  WS-COD-LOW                       PIC  9(04) VALUE 0.
       01  WS-COD-HIGH                      PIC  9(04) VALUE 0.
       01  WS-COD-MID                       PIC  9(04) VALUE 0.
       01  FIND-CD-P                        PIC S9(09) COMP VALUE 0.
       01  FIND-CD-C                        PIC S9(09) COMP VALUE 0.
      *
      * --- THE RUN DATE IN THE ISO FORM DT_EFF/DT_EXP ARE KEPT IN
       01  DT-RUN                           PIC  9(08) VALUE 0.
       01  FILLER REDEFINES DT-RUN.
           03  DT-RUN-YYYY                  PIC  9(04).
           03  DT-RUN-MM                    PIC  9(02).
           03  DT-RUN-DD                    PIC  9(02).
       01  CODE-DT-RUN.
           03  RUN-YYYY                     PIC  9(04).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-MM                       PIC  9(02).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-DD                       PIC  9(02).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *
      *--- Book of subroutine BLWCODE
       COPY CODKAREA.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CODK-AREA.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       000000-MAIN                                              SECTION.
      *-----------------------------------------------------------------
      *
           SET CODK-VALID              TO  TRUE.
           MOVE SPACES                 TO  CODK-DT-EFF
                                           CODK-DT-EXP.
           MOVE 0                      TO  CODK-SQLCODE.
           MOVE WS-COD-MAX             TO  CODK-QT-MAX.
      *
           IF NOT CODES-LOADED
              PERFORM 100000-LOAD-CODES
           END-IF.
      *
           IF CODES-LOADED
           AND CODK-FUNC-CHECK
              PERFORM 200000-CHECK-CODES
           END-IF.
      *
           MOVE WS-COD-COUNT           TO  CODK-QT-CODES.
      *
       000000-OUT.
           GOBACK.
      *
      *-----------------------------------------------------------------
       100000-LOAD-CODES                                        SECTION.
      *-----------------------------------------------------------------
      * A TABLE TOO BIG FOR THE WORK TABLE IS NOT LOADED AT ALL: A CODE
      * LEFT OUT WOULD REFUSE RECORDS THE BUSINESS ACCEPTS.
      *
           MOVE 0    TO  WS-COD-COUNT.
           MOVE 'N'  TO  CTL-EOF-CODCUR.
      *
           EXEC SQL
              OPEN CODCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 900000-SQL-ERROR
           ELSE
              PERFORM 110000-FETCH-CODCUR
                UNTIL END-CODCUR
              EXEC SQL
                 CLOSE CODCUR
              END-EXEC
              IF SQLCODE NOT = 0
              AND CODK-VALID
                 PERFORM 900000-SQL-ERROR
              END-IF
           END-IF.
      *
           IF CODK-VALID
              MOVE 'Y'  TO  CTL-CODES-LOADED
           ELSE
              MOVE 0    TO  WS-COD-COUNT
           END-IF.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       110000-FETCH-CODCUR                                      SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH CODCUR
               INTO :CODE-CD-P,
                    :CODE-CD-C,
                    :CODE-DT-EFF,
                    :CODE-DT-EXP
           END-EXEC.
      *
           IF SQLCODE = 0
              IF WS-COD-COUNT NOT < WS-COD-MAX
                 SET CODK-TABLE-FULL  TO  TRUE
                 MOVE 'Y'             TO  CTL-EOF-CODCUR
              ELSE
                 ADD 1  TO  WS-COD-COUNT
                 MOVE CODE-CD-P     TO  WS-COD-CD-P(WS-COD-COUNT)
                 MOVE CODE-CD-C     TO  WS-COD-CD-C(WS-COD-COUNT)
                 MOVE CODE-DT-EFF   TO  WS-COD-DT-EFF(WS-COD-COUNT)
                 MOVE CODE-DT-EXP   TO  WS-COD-DT-EXP(WS-COD-COUNT)
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'  TO  CTL-EOF-CODCUR
              ELSE
                 PERFORM 900000-SQL-ERROR
                 MOVE 'Y'  TO  CTL-EOF-CODCUR
              END-IF
           END-IF.
      *
       110000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-CHECK-CODES                                       SECTION.
      *-----------------------------------------------------------------
      * THE CD_P FIRST, THEN THE PAIR: A COMBINATION IS OF NO USE UNDER
      * A CD_P THAT IS UNKNOWN OR NOT IN EFFECT.
      *
           MOVE CODK-DT-RUN            TO  DT-RUN.
           MOVE DT-RUN-YYYY            TO  RUN-YYYY.
           MOVE DT-RUN-MM              TO  RUN-MM.
           MOVE DT-RUN-DD              TO  RUN-DD.
      *
           MOVE CODK-CD-P              TO  FIND-CD-P.
           MOVE 0                      TO  FIND-CD-C.
           PERFORM 210000-FIND-ENTRY.
      *
           IF NOT ENTRY-FOUND
              SET CODK-P-UNKNOWN  TO  TRUE
           ELSE
              PERFORM 220000-CHECK-IN-EFFECT
              IF NOT ENTRY-IN-EFFECT
                 SET CODK-P-NOT-IN-EFFECT  TO  TRUE
              ELSE
                 MOVE SPACES           TO  CODK-DT-EFF
                                           CODK-DT-EXP
                 MOVE CODK-CD-C        TO  FIND-CD-C
                 PERFORM 210000-FIND-ENTRY
                 IF NOT ENTRY-FOUND
                    SET CODK-C-UNKNOWN  TO  TRUE
                 ELSE
                    PERFORM 220000-CHECK-IN-EFFECT
                    IF NOT ENTRY-IN-EFFECT
                       SET CODK-C-NOT-IN-EFFECT  TO  TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-FIND-ENTRY                                        SECTION.
      *-----------------------------------------------------------------
      * HALVE THE STRETCH STILL TO SEARCH UNTIL THE PAIR IS FOUND OR
      * THE STRETCH IS EMPTY. WS-COD-MID IS LEFT ON THE ENTRY FOUND.
      *
           MOVE 'N'                    TO  CTL-ENTRY-FOUND.
           MOVE 1                      TO  WS-COD-LOW.
           MOVE WS-COD-COUNT           TO  WS-COD-HIGH.
      *
           PERFORM UNTIL ENTRY-FOUND
                      OR WS-COD-LOW > WS-COD-HIGH
              COMPUTE WS-COD-MID = (WS-COD-LOW + WS-COD-HIGH) / 2
              EVALUATE TRUE
                  WHEN WS-COD-CD-P(WS-COD-MID) < FIND-CD-P
                     COMPUTE WS-COD-LOW  = WS-COD-MID + 1
                  WHEN WS-COD-CD-P(WS-COD-MID) > FIND-CD-P
                     COMPUTE WS-COD-HIGH = WS-COD-MID - 1
                  WHEN WS-COD-CD-C(WS-COD-MID) < FIND-CD-C
                     COMPUTE WS-COD-LOW  = WS-COD-MID + 1
                  WHEN WS-COD-CD-C(WS-COD-MID) > FIND-CD-C
                     COMPUTE WS-COD-HIGH = WS-COD-MID - 1
                  WHEN OTHER
                     SET ENTRY-FOUND  TO  TRUE
              END-EVALUATE
           END-PERFORM.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-CHECK-IN-EFFECT                                   SECTION.
      *-----------------------------------------------------------------
      * IN EFFECT FROM DT_EFF UP TO, NOT INCLUDING, DT_EXP. THE DATES
      * GO BACK TO THE CALLER EITHER WAY.
      *
           MOVE WS-COD-DT-EFF(WS-COD-MID)  TO  CODK-DT-EFF.
           MOVE WS-COD-DT-EXP(WS-COD-MID)  TO  CODK-DT-EXP.
      *
           IF  WS-COD-DT-EFF(WS-COD-MID) NOT > CODE-DT-RUN
           AND WS-COD-DT-EXP(WS-COD-MID) > CODE-DT-RUN
              MOVE 'Y'  TO  CTL-IN-EFFECT
           ELSE
              MOVE 'N'  TO  CTL-IN-EFFECT
           END-IF.
      *
       220000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       900000-SQL-ERROR                                         SECTION.
      *-----------------------------------------------------------------
      * A DB2 ERROR IS NOT THE SAME ANSWER AS AN UNKNOWN CODE -- TELL
      * THE CALLER, WITH THE SQLCODE.
      *
           SET CODK-SQL-ERROR          TO  TRUE.
           MOVE SQLCODE                TO  CODK-SQLCODE.
      *
       900000-OUT.
           EXIT.
      *
