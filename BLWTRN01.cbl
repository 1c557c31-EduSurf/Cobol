      ******************************************************************
      * ONLINE MAINTENANCE OF THE CD_S TRANSITION RULES
      * SOMEDB.TABLE1_TRNS HOLDS ONE ROW PER FROM-STATUS/TO-STATUS MOVE
      * THE BUSINESS ALLOWS ON SOMEDB.TABLE1; BLWITHDB REFUSES ANY
      * OTHER MOVE ON THE NIGHTLY LOAD AND BLWUPD01/BLWAPR01 REFUSE IT
      * ON AN ONLINE CORRECTION. THIS TRANSACTION LETS OPERATIONS
      * CHANGE THE RULES WITHOUT A PROGRAM CHANGE. FUNCTION L LISTS THE
      * RULES (UP TO TWENTY) FROM THE FROM/TO PAIR PASSED IN, IN
      * FROM/TO ORDER, SO THE SCREEN CAN PAGE THROUGH THEM. FUNCTION A
      * ADDS A RULE, STAMPED WITH THE USER ID AND THE DATE. FUNCTION D
      * WITHDRAWS ONE. A RULE FROM A STATUS TO ITSELF IS NEVER NEEDED
      * AND IS REFUSED. BLWRPT05 PRINTS THE WHOLE TABLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWTRN01.
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
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWTRN01 ***'.
      *
       01  DFHEIBLK.
           03  FILLER                       PIC  X(24).
           03  EIBCALEN                     PIC S9(04) COMP.
           03  FILLER                       PIC  X(59).
      *
      *--- Book of the CD_S transition-rules table.
       COPY DB2KTABT.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- THE RULES FROM THE STARTING FROM/TO PAIR ON, IN KEY ORDER
           EXEC SQL
              DECLARE TRNCUR CURSOR FOR
                 SELECT CD_S_FROM,
                        CD_S_TO,
                        NM_USER,
                        DT_CHG
                   FROM SOMEDB.TABLE1_TRNS
                  WHERE CD_S_FROM > :TRNS-CD-S-FROM
                     OR ( CD_S_FROM = :TRNS-CD-S-FROM
                      AND CD_S_TO  >= :TRNS-CD-S-TO )
                  ORDER BY CD_S_FROM, CD_S_TO
           END-EXEC.
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-TRNCUR                   PIC  X(01) VALUE 'N'.
           88  END-TRNCUR                              VALUE 'Y'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      * --- CALLER PASSES THE FUNCTION, THE OPERATOR'S USER ID AND A
      * FROM/TO PAIR: THE RULE TO ADD OR WITHDRAW, OR WHERE FUNCTION L
      * STARTS (ZEROS FOR THE TOP OF THE TABLE). FUNCTION L RETURNS THE
      * ENTRY COUNT AND UP TO TWENTY RULES. THE RESULT FLAG TELLS THE
      * SCREEN WHAT HAPPENED.
       01  DFHCOMMAREA.
           03  TRN-CD-FUNCTION              PIC  X(01).
               88  TRN-FUNC-LIST                       VALUE 'L'.
               88  TRN-FUNC-ADD                        VALUE 'A'.
               88  TRN-FUNC-DELETE                     VALUE 'D'.
           03  TRN-NM-USER                  PIC  X(08).
           03  TRN-CD-S-FROM                PIC S9(09) COMP.
           03  TRN-CD-S-TO                  PIC S9(09) COMP.
           03  TRN-RESULT-FLAG              PIC  X(01).
               88  TRN-OK                              VALUE 'Y'.
               88  TRN-NOT-FOUND                       VALUE 'N'.
               88  TRN-ERROR                           VALUE 'E'.
               88  TRN-INVALID-REQUEST                 VALUE 'X'.
               88  TRN-DUPLICATE                       VALUE 'D'.
           03  TRN-QT-ENTRIES               PIC S9(04) COMP.
           03  TRN-ENTRY  OCCURS 20 TIMES.
               05  TRN-ENT-CD-S-FROM        PIC S9(09) COMP.
               05  TRN-ENT-CD-S-TO          PIC S9(09) COMP.
               05  TRN-ENT-NM-USER          PIC  X(08).
               05  TRN-ENT-DT-CHG           PIC  X(10).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *-----------------------------------------------------------------
       000000-MAIN                                              SECTION.
      *-----------------------------------------------------------------
      *
      * EIBCALEN = 0 MEANS NO COMMAREA WAS PASSED -- DFHCOMMAREA IS NOT
      * ADDRESSABLE IN THAT CASE, SO DO NOT TOUCH ANY FIELD INSIDE IT.
           IF EIBCALEN NOT = 0
              PERFORM 100000-PROCESS-REQUEST
           END-IF.
      *
           EXEC CICS RETURN
           END-EXEC.
      *
       000000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       100000-PROCESS-REQUEST                                   SECTION.
      *-----------------------------------------------------------------
      * EVERY RULE CARRIES WHO LAST CHANGED IT, SO A REQUEST WITH NO
      * USER ID IS REFUSED.
      *
           MOVE TRN-CD-S-FROM           TO  TRNS-CD-S-FROM.
           MOVE TRN-CD-S-TO             TO  TRNS-CD-S-TO.
      *
           IF TRN-NM-USER = SPACES
              SET TRN-INVALID-REQUEST  TO  TRUE
           ELSE
              IF TRN-FUNC-LIST
                 PERFORM 200000-LIST-RULES
              ELSE
                 IF TRN-FUNC-ADD
                    PERFORM 300000-ADD-RULE
                 ELSE
                    IF TRN-FUNC-DELETE
                       PERFORM 400000-DELETE-RULE
                    ELSE
                       SET TRN-INVALID-REQUEST  TO  TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-LIST-RULES                                        SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 0                       TO  TRN-QT-ENTRIES.
      * THE RESULT FLAG COMES IN HOLDING WHATEVER THE CALLER LAST SAW
      * -- START IT FROM A KNOWN STATE SO THE ERROR TEST BELOW ONLY
      * EVER SEES WHAT THIS INVOCATION SET.
           SET TRN-NOT-FOUND            TO  TRUE.
      *
           EXEC SQL
              OPEN TRNCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 500000-SQL-ERROR
           ELSE
              PERFORM 210000-FETCH-TRNCUR
                UNTIL END-TRNCUR
              IF NOT TRN-ERROR
                 EXEC SQL
                    CLOSE TRNCUR
                 END-EXEC
                 IF TRN-QT-ENTRIES = 0
                    SET TRN-NOT-FOUND  TO  TRUE
                 ELSE
                    SET TRN-OK         TO  TRUE
                 END-IF
              END-IF
           END-IF.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-FETCH-TRNCUR                                      SECTION.
      *-----------------------------------------------------------------
      * THE COMMAREA CARRIES AT MOST TWENTY ENTRIES; THE SCREEN PAGES
      * ON BY PASSING BACK THE PAIR AFTER THE LAST ONE IT SHOWED.
      *
           EXEC SQL
              FETCH TRNCUR
               INTO :TRNS-CD-S-FROM,
                    :TRNS-CD-S-TO,
                    :TRNS-NM-USER,
                    :TRNS-DT-CHG
           END-EXEC.
      *
           IF SQLCODE = 0
              ADD 1                  TO  TRN-QT-ENTRIES
              MOVE TRNS-CD-S-FROM
                TO  TRN-ENT-CD-S-FROM(TRN-QT-ENTRIES)
              MOVE TRNS-CD-S-TO
                TO  TRN-ENT-CD-S-TO(TRN-QT-ENTRIES)
              MOVE TRNS-NM-USER      TO  TRN-ENT-NM-USER(TRN-QT-ENTRIES)
              MOVE TRNS-DT-CHG       TO  TRN-ENT-DT-CHG(TRN-QT-ENTRIES)
              IF TRN-QT-ENTRIES = 20
                 MOVE 'Y'            TO  CTL-EOF-TRNCUR
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'            TO  CTL-EOF-TRNCUR
              ELSE
                 PERFORM 500000-SQL-ERROR
                 MOVE 'Y'            TO  CTL-EOF-TRNCUR
              END-IF
           END-IF.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-ADD-RULE                                          SECTION.
      *-----------------------------------------------------------------
      * A RULE ALREADY ON THE TABLE COMES BACK AS A DUPLICATE RATHER
      * THAN AN ERROR -- THE MOVE IS ALLOWED EITHER WAY.
      *
           IF TRNS-CD-S-FROM = TRNS-CD-S-TO
              SET TRN-INVALID-REQUEST  TO  TRUE
           ELSE
              MOVE TRN-NM-USER          TO  TRNS-NM-USER
              EXEC SQL
                 INSERT
                   INTO SOMEDB.TABLE1_TRNS
                      ( CD_S_FROM,
                        CD_S_TO,
                        NM_USER,
                        DT_CHG )
                 VALUES
                      ( :TRNS-CD-S-FROM,
                        :TRNS-CD-S-TO,
                        :TRNS-NM-USER,
                        CURRENT DATE )
              END-EXEC
              IF SQLCODE = 0
                 SET TRN-OK            TO  TRUE
              ELSE
                 IF SQLCODE = -803
                    SET TRN-DUPLICATE  TO  TRUE
                 ELSE
                    PERFORM 500000-SQL-ERROR
                 END-IF
              END-IF
           END-IF.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       400000-DELETE-RULE                                       SECTION.
      *-----------------------------------------------------------------
      * ONCE WITHDRAWN, THE MOVE IS REFUSED FROM THE NEXT LOAD ON AND
      * BY ANY CORRECTION STILL WAITING FOR A SUPERVISOR IN BLWAPR01.
      *
           EXEC SQL
              DELETE
                FROM SOMEDB.TABLE1_TRNS
               WHERE CD_S_FROM = :TRNS-CD-S-FROM
                 AND CD_S_TO   = :TRNS-CD-S-TO
           END-EXEC.
      *
           IF SQLCODE = 0
              SET TRN-OK            TO  TRUE
           ELSE
              IF SQLCODE = 100
                 SET TRN-NOT-FOUND  TO  TRUE
              ELSE
                 PERFORM 500000-SQL-ERROR
              END-IF
           END-IF.
      *
       400000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       500000-SQL-ERROR                                         SECTION.
      *-----------------------------------------------------------------
      * A GENUINE DB2 ERROR IS NOT THE SAME ANSWER AS "NO SUCH RULE"
      * -- TELL THE SCREEN.
      *
           SET TRN-ERROR              TO  TRUE.
           DISPLAY '888 ' NM-PROG ' SQL ERROR ON TRANSITION RULES'
           DISPLAY '888 ' NM-PROG ' SQLCODE: ' SQLCODE.
      *
       500000-OUT.
           EXIT.
      *
