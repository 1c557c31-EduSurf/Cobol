      ******************************************************************
      * ONLINE MAINTENANCE OF THE CD_P/CD_C REFERENCE CODES
      * SOMEDB.TABLE1_CODE HOLDS THE CD_P VALUES AND CD_P/CD_C PAIRS
      * SOMEDB.TABLE1 MAY CARRY, EACH WITH AN EFFECTIVE AND AN EXPIRY
      * DATE (SEE DB2KTABC); BLWVAL01 AND BLWITHDB REFUSE ANY OTHER CODE
      * THROUGH BLWCODE. THIS TRANSACTION LETS THE PRODUCT OWNERS KEEP
      * THE CODES THEMSELVES. FUNCTION L LISTS THE CODES (UP TO TWENTY)
      * FROM THE CD_P/CD_C PASSED IN, IN KEY ORDER, SO THE SCREEN CAN
      * PAGE THROUGH THEM. FUNCTION A ADDS A CODE: CD_C ZERO ADDS THE
      * CD_P ITSELF, ANY OTHER CD_C A PAIR UNDER A CD_P ALREADY ON THE
      * TABLE. THE EFFECTIVE DATE DEFAULTS TO TODAY AND THE EXPIRY DATE
      * TO 9999-12-31. FUNCTION R RETIRES A CODE BY SETTING ITS EXPIRY
      * DATE (TODAY UNLESS ONE IS PASSED); ROWS ARE NEVER DELETED, AND
      * RETIRING WITH 9999-12-31 PUTS A CODE BACK IN EFFECT. RETIRING A
      * CD_P RETIRES ITS PAIRS WITH IT, AS A PAIR IS ONLY VALID WHILE
      * ITS CD_P IS. EVERY ADD AND RETIRE IS STAMPED WITH THE USER ID
      * AND THE DATE AND ALSO WRITTEN TO SOMEDB.TABLE1_CODH; FUNCTION H
      * SHOWS THAT HISTORY FOR ONE CODE, LATEST FIRST (UP TO TWENTY).
      * BLWRPT06 LISTS EVERY WEEK THE CODES ON SOMEDB.TABLE1 THAT ARE NO
      * LONGER IN EFFECT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWCOD01.
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
           '*** BLWCOD01 ***'.
      *
       01  DFHEIBLK.
           03  FILLER                       PIC  X(24).
           03  EIBCALEN                     PIC S9(04) COMP.
           03  FILLER                       PIC  X(59).
      *
      *--- Book of the CD_P/CD_C reference table.
       COPY DB2KTABC.
      *
      *--- Book of the CD_P/CD_C reference table history.
       COPY DB2KTABK.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- THE CODES FROM THE STARTING CD_P/CD_C PAIR ON, IN KEY ORDER
           EXEC SQL
              DECLARE CODCUR CURSOR FOR
                 SELECT CD_P,
                        CD_C,
                        DT_EFF,
                        DT_EXP,
                        NM_USER,
                        DT_CHG
                   FROM SOMEDB.TABLE1_CODE
                  WHERE CD_P > :CODE-CD-P
                     OR ( CD_P = :CODE-CD-P
                      AND CD_C >= :CODE-CD-C )
                  ORDER BY CD_P, CD_C
           END-EXEC.
      *
      * --- ONE CODE'S CHANGES, LATEST FIRST
           EXEC SQL
              DECLARE CODHCUR CURSOR FOR
                 SELECT CD_P,
                        CD_C,
                        DT_EFF,
                        DT_EXP,
                        CD_CHG,
                        NM_USER,
                        TS_CHG
                   FROM SOMEDB.TABLE1_CODH
                  WHERE CD_P = :CODH-CD-P
                    AND CD_C = :CODH-CD-C
                  ORDER BY TS_CHG DESC
           END-EXEC.
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-CODCUR                   PIC  X(01) VALUE 'N'.
           88  END-CODCUR                              VALUE 'Y'.
       01  CTL-EOF-CODHCUR                  PIC  X(01) VALUE 'N'.
           88  END-CODHCUR                             VALUE 'Y'.
      *
       01  QT-PRODUCT                       PIC S9(09) COMP VALUE 0.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      * --- CALLER PASSES THE FUNCTION, THE OPERATOR'S USER ID AND A
      * CD_P/CD_C PAIR: THE CODE TO ADD, RETIRE OR SHOW THE HISTORY OF,
      * OR WHERE FUNCTION L STARTS (ZEROS FOR THE TOP OF THE TABLE).
      * FUNCTION A TAKES THE EFFECTIVE AND EXPIRY DATES, FUNCTION R THE
      * EXPIRY DATE, AS YYYY-MM-DD OR SPACES FOR THE DEFAULT; BOTH GIVE
      * BACK THE DATES THE CODE NOW HAS. FUNCTIONS L AND H RETURN THE
      * ENTRY COUNT AND UP TO TWENTY ENTRIES: L PUTS THE DATE OF THE
      * LAST CHANGE IN THE TIMESTAMP FIELD AND LEAVES THE CHANGE TYPE
      * BLANK. THE RESULT FLAG TELLS THE SCREEN WHAT HAPPENED; P MEANS
      * THE PAIR WAS REFUSED: ITS CD_P IS NOT ON THE TABLE.
       01  DFHCOMMAREA.
           03  COD-CD-FUNCTION              PIC  X(01).
               88  COD-FUNC-LIST                       VALUE 'L'.
               88  COD-FUNC-ADD                        VALUE 'A'.
               88  COD-FUNC-RETIRE                     VALUE 'R'.
               88  COD-FUNC-HISTORY                    VALUE 'H'.
           03  COD-NM-USER                  PIC  X(08).
           03  COD-CD-P                     PIC S9(09) COMP.
           03  COD-CD-C                     PIC S9(09) COMP.
           03  COD-DT-EFF                   PIC  X(10).
           03  COD-DT-EXP                   PIC  X(10).
           03  COD-RESULT-FLAG              PIC  X(01).
               88  COD-OK                              VALUE 'Y'.
               88  COD-NOT-FOUND                       VALUE 'N'.
               88  COD-ERROR                           VALUE 'E'.
               88  COD-INVALID-REQUEST                 VALUE 'X'.
               88  COD-DUPLICATE                       VALUE 'D'.
               88  COD-NO-PRODUCT                      VALUE 'P'.
           03  COD-QT-ENTRIES               PIC S9(04) COMP.
           03  COD-ENTRY  OCCURS 20 TIMES.
               05  COD-ENT-CD-P             PIC S9(09) COMP.
               05  COD-ENT-CD-C             PIC S9(09) COMP.
               05  COD-ENT-DT-EFF           PIC  X(10).
               05  COD-ENT-DT-EXP           PIC  X(10).
               05  COD-ENT-NM-USER          PIC  X(08).
               05  COD-ENT-CD-CHG           PIC  X(01).
               05  COD-ENT-TS-CHG           PIC  X(26).
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
      * EVERY CODE CARRIES WHO LAST CHANGED IT, SO A REQUEST WITH NO
      * USER ID IS REFUSED.
      *
           MOVE COD-CD-P                TO  CODE-CD-P
                                            CODH-CD-P.
           MOVE COD-CD-C                TO  CODE-CD-C
                                            CODH-CD-C.
      *
           IF COD-NM-USER = SPACES
              SET COD-INVALID-REQUEST  TO  TRUE
           ELSE
              EVALUATE TRUE
                  WHEN COD-FUNC-LIST
                     PERFORM 200000-LIST-CODES
                  WHEN COD-FUNC-ADD
                     PERFORM 300000-ADD-CODE
                  WHEN COD-FUNC-RETIRE
                     PERFORM 400000-RETIRE-CODE
                  WHEN COD-FUNC-HISTORY
                     PERFORM 500000-LIST-HISTORY
                  WHEN OTHER
                     SET COD-INVALID-REQUEST  TO  TRUE
              END-EVALUATE
           END-IF.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-LIST-CODES                                        SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 0                       TO  COD-QT-ENTRIES.
      * THE RESULT FLAG COMES IN HOLDING WHATEVER THE CALLER LAST SAW
      * -- START IT FROM A KNOWN STATE SO THE ERROR TEST BELOW ONLY
      * EVER SEES WHAT THIS INVOCATION SET.
           SET COD-NOT-FOUND            TO  TRUE.
      *
           EXEC SQL
              OPEN CODCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 600000-SQL-ERROR
           ELSE
              PERFORM 210000-FETCH-CODCUR
                UNTIL END-CODCUR
              IF NOT COD-ERROR
                 EXEC SQL
                    CLOSE CODCUR
                 END-EXEC
                 IF COD-QT-ENTRIES = 0
                    SET COD-NOT-FOUND  TO  TRUE
                 ELSE
                    SET COD-OK         TO  TRUE
                 END-IF
              END-IF
           END-IF.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-FETCH-CODCUR                                      SECTION.
      *-----------------------------------------------------------------
      * THE COMMAREA CARRIES AT MOST TWENTY ENTRIES; THE SCREEN PAGES
      * ON BY PASSING BACK THE PAIR AFTER THE LAST ONE IT SHOWED.
      *
           EXEC SQL
              FETCH CODCUR
               INTO :CODE-CD-P,
                    :CODE-CD-C,
                    :CODE-DT-EFF,
                    :CODE-DT-EXP,
                    :CODE-NM-USER,
                    :CODE-DT-CHG
           END-EXEC.
      *
           IF SQLCODE = 0
              ADD 1                  TO  COD-QT-ENTRIES
              MOVE CODE-CD-P         TO  COD-ENT-CD-P(COD-QT-ENTRIES)
              MOVE CODE-CD-C         TO  COD-ENT-CD-C(COD-QT-ENTRIES)
              MOVE CODE-DT-EFF       TO  COD-ENT-DT-EFF(COD-QT-ENTRIES)
              MOVE CODE-DT-EXP       TO  COD-ENT-DT-EXP(COD-QT-ENTRIES)
              MOVE CODE-NM-USER      TO  COD-ENT-NM-USER(COD-QT-ENTRIES)
              MOVE SPACES            TO  COD-ENT-CD-CHG(COD-QT-ENTRIES)
              MOVE CODE-DT-CHG       TO  COD-ENT-TS-CHG(COD-QT-ENTRIES)
              IF COD-QT-ENTRIES = 20
                 MOVE 'Y'            TO  CTL-EOF-CODCUR
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'            TO  CTL-EOF-CODCUR
              ELSE
                 PERFORM 600000-SQL-ERROR
                 MOVE 'Y'            TO  CTL-EOF-CODCUR
              END-IF
           END-IF.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-ADD-CODE                                          SECTION.
      *-----------------------------------------------------------------
      * A CODE ALREADY ON THE TABLE COMES BACK AS A DUPLICATE, IN
      * EFFECT OR NOT -- A RETIRED CODE IS PUT BACK WITH FUNCTION R.
      * DB2 REJECTS A DATE THAT IS NOT A DATE (-180/-181); THAT IS THE
      * OPERATOR'S MISTAKE, NOT A SYSTEM ERROR.
      *
           SET COD-OK                   TO  TRUE.
      *
           IF CODE-CD-P IS LESS THAN ZEROS
           OR CODE-CD-C IS LESS THAN ZEROS
              SET COD-INVALID-REQUEST  TO  TRUE
           END-IF.
      *
           IF COD-OK
              PERFORM 310000-SET-ADD-DATES
           END-IF.
      *
           IF COD-OK
           AND CODE-CD-C NOT = 0
              PERFORM 320000-CHECK-PRODUCT
           END-IF.
      *
           IF COD-OK
              MOVE COD-NM-USER          TO  CODE-NM-USER
              EXEC SQL
                 INSERT
                   INTO SOMEDB.TABLE1_CODE
                      ( CD_P,
                        CD_C,
                        DT_EFF,
                        DT_EXP,
                        NM_USER,
                        DT_CHG )
                 VALUES
                      ( :CODE-CD-P,
                        :CODE-CD-C,
                        :CODE-DT-EFF,
                        :CODE-DT-EXP,
                        :CODE-NM-USER,
                        CURRENT DATE )
              END-EXEC
              EVALUATE SQLCODE
                  WHEN 0
                     MOVE CODE-DT-EFF  TO  COD-DT-EFF
                     MOVE CODE-DT-EXP  TO  COD-DT-EXP
                     SET CODH-CHG-ADD  TO  TRUE
                     PERFORM 700000-INSERT-HISTORY
                  WHEN -803
                     SET COD-DUPLICATE        TO  TRUE
                  WHEN -180
                  WHEN -181
                     SET COD-INVALID-REQUEST  TO  TRUE
                  WHEN OTHER
                     PERFORM 600000-SQL-ERROR
              END-EVALUATE
           END-IF.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       310000-SET-ADD-DATES                                     SECTION.
      *-----------------------------------------------------------------
      * NO EFFECTIVE DATE MEANS FROM TODAY, NO EXPIRY DATE MEANS OPEN
      * ENDED. A CODE MUST BE IN EFFECT FOR AT LEAST ONE DAY.
      *
           IF COD-DT-EFF = SPACES
              EXEC SQL
                 SET :CODE-DT-EFF = CURRENT DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 600000-SQL-ERROR
              END-IF
           ELSE
              MOVE COD-DT-EFF           TO  CODE-DT-EFF
           END-IF.
      *
           IF COD-DT-EXP = SPACES
              MOVE '9999-12-31'         TO  CODE-DT-EXP
           ELSE
              MOVE COD-DT-EXP           TO  CODE-DT-EXP
           END-IF.
      *
           IF COD-OK
           AND CODE-DT-EXP NOT > CODE-DT-EFF
              SET COD-INVALID-REQUEST  TO  TRUE
           END-IF.
      *
       310000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       320000-CHECK-PRODUCT                                     SECTION.
      *-----------------------------------------------------------------
      * A PAIR CAN ONLY GO UNDER A CD_P THAT IS ON THE TABLE, IN EFFECT
      * OR NOT -- BLWCODE CHECKS BOTH ROWS' DATES ON EVERY RECORD.
      *
           EXEC SQL
              SELECT COUNT(*)
                INTO :QT-PRODUCT
                FROM SOMEDB.TABLE1_CODE
               WHERE CD_P = :CODE-CD-P
                 AND CD_C = 0
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 600000-SQL-ERROR
           ELSE
              IF QT-PRODUCT = 0
                 SET COD-NO-PRODUCT  TO  TRUE
              END-IF
           END-IF.
      *
       320000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       400000-RETIRE-CODE                                       SECTION.
      *-----------------------------------------------------------------
      * THE CODE IS REFUSED FROM ITS EXPIRY DATE ON, SO A DATE ALREADY
      * PAST TAKES EFFECT ON THE NEXT LOAD. IT MUST STILL LEAVE THE
      * CODE IN EFFECT FOR AT LEAST ONE DAY.
      *
           EXEC SQL
              SELECT DT_EFF,
                     DT_EXP
                INTO :CODE-DT-EFF,
                     :CODE-DT-EXP
                FROM SOMEDB.TABLE1_CODE
               WHERE CD_P = :CODE-CD-P
                 AND CD_C = :CODE-CD-C
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN 0
                  SET COD-OK              TO  TRUE
               WHEN 100
                  SET COD-NOT-FOUND       TO  TRUE
               WHEN OTHER
                  PERFORM 600000-SQL-ERROR
           END-EVALUATE.
      *
           IF COD-OK
              IF COD-DT-EXP = SPACES
                 EXEC SQL
                    SET :CODE-DT-EXP = CURRENT DATE
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 600000-SQL-ERROR
                 END-IF
              ELSE
                 MOVE COD-DT-EXP        TO  CODE-DT-EXP
              END-IF
           END-IF.
      *
           IF COD-OK
           AND CODE-DT-EXP NOT > CODE-DT-EFF
              SET COD-INVALID-REQUEST  TO  TRUE
           END-IF.
      *
           IF COD-OK
              MOVE COD-NM-USER          TO  CODE-NM-USER
              EXEC SQL
                 UPDATE SOMEDB.TABLE1_CODE
                    SET DT_EXP  = :CODE-DT-EXP,
                        NM_USER = :CODE-NM-USER,
                        DT_CHG  = CURRENT DATE
                  WHERE CD_P = :CODE-CD-P
                    AND CD_C = :CODE-CD-C
              END-EXEC
              EVALUATE SQLCODE
                  WHEN 0
                     MOVE CODE-DT-EFF  TO  COD-DT-EFF
                     MOVE CODE-DT-EXP  TO  COD-DT-EXP
                     SET CODH-CHG-RETIRE  TO  TRUE
                     PERFORM 700000-INSERT-HISTORY
                  WHEN -180
                  WHEN -181
                     SET COD-INVALID-REQUEST  TO  TRUE
                  WHEN OTHER
                     PERFORM 600000-SQL-ERROR
              END-EVALUATE
           END-IF.
      *
       400000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       500000-LIST-HISTORY                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 0                       TO  COD-QT-ENTRIES.
           SET COD-NOT-FOUND            TO  TRUE.
      *
           EXEC SQL
              OPEN CODHCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 600000-SQL-ERROR
           ELSE
              PERFORM 510000-FETCH-CODHCUR
                UNTIL END-CODHCUR
              IF NOT COD-ERROR
                 EXEC SQL
                    CLOSE CODHCUR
                 END-EXEC
                 IF COD-QT-ENTRIES = 0
                    SET COD-NOT-FOUND  TO  TRUE
                 ELSE
                    SET COD-OK         TO  TRUE
                 END-IF
              END-IF
           END-IF.
      *
       500000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       510000-FETCH-CODHCUR                                     SECTION.
      *-----------------------------------------------------------------
      * ONLY THE LATEST TWENTY CHANGES FIT IN THE COMMAREA.
      *
           EXEC SQL
              FETCH CODHCUR
               INTO :CODH-CD-P,
                    :CODH-CD-C,
                    :CODH-DT-EFF,
                    :CODH-DT-EXP,
                    :CODH-CD-CHG,
                    :CODH-NM-USER,
                    :CODH-TS-CHG
           END-EXEC.
      *
           IF SQLCODE = 0
              ADD 1                  TO  COD-QT-ENTRIES
              MOVE CODH-CD-P         TO  COD-ENT-CD-P(COD-QT-ENTRIES)
              MOVE CODH-CD-C         TO  COD-ENT-CD-C(COD-QT-ENTRIES)
              MOVE CODH-DT-EFF       TO  COD-ENT-DT-EFF(COD-QT-ENTRIES)
              MOVE CODH-DT-EXP       TO  COD-ENT-DT-EXP(COD-QT-ENTRIES)
              MOVE CODH-NM-USER      TO  COD-ENT-NM-USER(COD-QT-ENTRIES)
              MOVE CODH-CD-CHG       TO  COD-ENT-CD-CHG(COD-QT-ENTRIES)
              MOVE CODH-TS-CHG       TO  COD-ENT-TS-CHG(COD-QT-ENTRIES)
              IF COD-QT-ENTRIES = 20
                 MOVE 'Y'            TO  CTL-EOF-CODHCUR
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'            TO  CTL-EOF-CODHCUR
              ELSE
                 PERFORM 600000-SQL-ERROR
                 MOVE 'Y'            TO  CTL-EOF-CODHCUR
              END-IF
           END-IF.
      *
       510000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       600000-SQL-ERROR                                         SECTION.
      *-----------------------------------------------------------------
      * A GENUINE DB2 ERROR IS NOT THE SAME ANSWER AS "NO SUCH CODE"
      * -- TELL THE SCREEN.
      *
           SET COD-ERROR              TO  TRUE.
           DISPLAY '888 ' NM-PROG ' SQL ERROR ON REFERENCE CODES'
           DISPLAY '888 ' NM-PROG ' SQLCODE: ' SQLCODE.
      *
       600000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       700000-INSERT-HISTORY                                    SECTION.
      *-----------------------------------------------------------------
      * COPY THE ROW AS IT NOW STANDS TO THE HISTORY TABLE, WITH THE
      * CHANGE TYPE THE CALLER SET. INSERT FROM SELECT SO THE IMAGE IS
      * TAKEN FROM THE TABLE ITSELF.
      *
           MOVE COD-NM-USER             TO  CODH-NM-USER.
      *
           EXEC SQL
              INSERT
                INTO SOMEDB.TABLE1_CODH
                   ( CD_P,
                     CD_C,
                     DT_EFF,
                     DT_EXP,
                     CD_CHG,
                     NM_USER,
                     TS_CHG )
              SELECT CD_P,
                     CD_C,
                     DT_EFF,
                     DT_EXP,
                     :CODH-CD-CHG,
                     :CODH-NM-USER,
                     CURRENT TIMESTAMP
                FROM SOMEDB.TABLE1_CODE
               WHERE CD_P = :CODE-CD-P
                 AND CD_C = :CODE-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
      * THE CODE IS ALREADY CHANGED: BACK IT OUT SO THE TABLE NEVER
      * SHOWS A CHANGE THE HISTORY DOES NOT.
              PERFORM 600000-SQL-ERROR
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.
      *
       700000-OUT.
           EXIT.
      *
