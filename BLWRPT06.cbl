      ******************************************************************
      * WEEKLY LISTING OF SOMEDB.TABLE1 CODES NO LONGER IN EFFECT
      * BLWVAL01 AND BLWITHDB REFUSE A CD_P OR CD_P/CD_C THAT IS NOT IN
      * EFFECT ON THE REFERENCE TABLE SOMEDB.TABLE1_CODE, BUT ONLY ON
      * THE RECORDS THEY LOAD: A ROW LOADED BEFORE ITS CODE WAS RETIRED
      * IN BLWCOD01 STAYS ON SOMEDB.TABLE1 UNDER THAT CODE. THIS WEEKLY
      * STEP TAKES EVERY DISTINCT CD_P/CD_C ON SOMEDB.TABLE1 WITH ITS
      * ROW COUNT, CHECKS IT THROUGH BLWCODE AGAINST THE RUN DATE ON THE
      * PARAMETER CARD (THE SAME RULE THE LOAD APPLIES) AND LISTS EACH
      * ONE THAT FAILS, IN KEY ORDER, WITH THE DATES OF THE REFERENCE
      * ROW THAT FAILED AND THE REASON: THE CD_P OR THE PAIR IS NOT ON
      * THE TABLE, HAS EXPIRED, OR IS NOT YET IN EFFECT. TOTALS PER
      * REASON FOLLOW. ANY CODE LISTED ENDS THE STEP WITH RC 4 SO THE
      * PRODUCT OWNERS ARE CALLED; NOTHING ON SOMEDB.TABLE1 IS CHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWRPT06.
       AUTHOR. EFINARDI.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT PRMFILE  ASSIGN  TO  UT-S-PRMFILE
                  FILE STATUS IS FS-STATUS.
           SELECT CODRPT   ASSIGN  TO  UT-S-CODRPT
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: RUN DATE
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  PRMFILE-REC-FD    PIC  X(080).
      *
      * --- THE PRINTED LISTING OF CODES NO LONGER IN EFFECT
       FD  CODRPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  CODRPT-REC-FD     PIC  X(132).
      *
      * --- SHARED RUN-LEDGER FILE OF THE NIGHTLY STREAM
       FD  LEDFILE
           RECORDING MODE F
           RECORD 058
           BLOCK 0.
      *
       01  LEDFILE-REC-FD    PIC  X(058).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  PRMFILE-REC.
           03  PRM-DT-RUN                   PIC  9(08).
           03  FILLER                       PIC  X(72).
      *
      * --- LISTING LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(48) VALUE
               'BLWRPT06 - TABLE1 CODES NOT IN EFFECT - RUN DATE'.
           03  FILLER                       PIC  X(01) VALUE SPACE.
           03  RPT-HDR-DATE                 PIC  9(08).
           03  FILLER                       PIC  X(75) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(33) VALUE
               'CD-P       CD-C          ROWS    '.
           03  FILLER                       PIC  X(46) VALUE
               'EFFECTIVE   EXPIRES     REASON                '.
           03  FILLER                       PIC  X(53) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-CD-P                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-QT-ROWS              PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-DT-EFF               PIC  X(10).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-DT-EXP               PIC  X(10).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-REASON               PIC  X(22).
           03  FILLER                       PIC  X(53) VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWRPT06 ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
       01  BLWGATE                          PIC  X(08) VALUE 'BLWGATE'.
       01  BLWCODE                          PIC  X(08) VALUE 'BLWCODE'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
      * --- Book of the shared run-ledger record
       COPY LEDKFILE.
      *
      *--- Book of subroutine BLWGATE
       COPY GATKAREA.
      *
      *--- Book of subroutine BLWCODE
       COPY CODKAREA.
      *
       01  TM-NOW-FULL                      PIC  9(08) VALUE 0.
       01  FILLER REDEFINES TM-NOW-FULL.
           03  TM-NOW-HHMMSS                PIC  9(06).
           03  FILLER                       PIC  9(02).
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-CODCUR                   PIC  X(01) VALUE 'N'.
           88  END-CODCUR                              VALUE 'Y'.
      *
       01  QT-CODE-CHECKED                  PIC  9(07) VALUE 0.
       01  QT-CODE-LISTED                   PIC  9(07) VALUE 0.
       01  QT-ROW-LISTED                    PIC  9(07) VALUE 0.
       01  QT-P-UNKNOWN                     PIC  9(07) VALUE 0.
       01  QT-P-EXPIRED                     PIC  9(07) VALUE 0.
       01  QT-P-NOT-YET                     PIC  9(07) VALUE 0.
       01  QT-C-UNKNOWN                     PIC  9(07) VALUE 0.
       01  QT-C-EXPIRED                     PIC  9(07) VALUE 0.
       01  QT-C-NOT-YET                     PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
      *
       01  DT-RUN                           PIC  9(08) VALUE 0.
       01  FILLER REDEFINES DT-RUN.
           03  DT-RUN-YYYY                  PIC  9(04).
           03  DT-RUN-MM                    PIC  9(02).
           03  DT-RUN-DD                    PIC  9(02).
      *
      * --- THE RUN DATE IN THE ISO FORM OF THE REFERENCE-TABLE DATES:
      * A CODE NOT IN EFFECT WHOSE EXPIRY DATE IS NOT AFTER IT HAS
      * EXPIRED, ANY OTHER IS NOT IN EFFECT YET.
       01  CODE-DT-RUN.
           03  RUN-YYYY                     PIC  9(04).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-MM                       PIC  9(02).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-DD                       PIC  9(02).
      *
       01  TAB1-QT-ROWS                     PIC S9(09) COMP VALUE 0.
      *
      *--- Book of table SOMEDB.TABLE1
       COPY DB2KTAB1.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- EVERY CD_P/CD_C ON THE TABLE WITH ITS ROW COUNT, KEY ORDER
           EXEC SQL
              DECLARE CODCUR CURSOR FOR
                 SELECT CD_P,
                        CD_C,
                        COUNT(*)
                   FROM SOMEDB.TABLE1
                  GROUP BY CD_P, CD_C
                  ORDER BY CD_P, CD_C
           END-EXEC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       000000-MAIN                                              SECTION.
      *-----------------------------------------------------------------
      *
           PERFORM 100000-INIT.
      *
           PERFORM 200000-CHECK-CODE
             UNTIL END-CODCUR.
      *
           EXEC SQL
              CLOSE CODCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 260000-WRITE-RPT-TOTALS.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' REFERENCE CODES......: '
                   CODK-QT-CODES.
           DISPLAY '999 ' NM-PROG ' CODES CHECKED........: '
                   QT-CODE-CHECKED.
           DISPLAY '999 ' NM-PROG ' CODES NOT IN EFFECT..: '
                   QT-CODE-LISTED.
           DISPLAY '999 ' NM-PROG ' ROWS UNDER THEM......: '
                   QT-ROW-LISTED.
      *
           CLOSE  CODRPT.
      *
           IF QT-CODE-LISTED > 0
              DISPLAY '888 ' NM-PROG ' CODES ON TABLE1 NOT IN EFFECT'
              MOVE 4  TO  RETURN-CODE
           END-IF.
      *
           PERFORM 810000-LEDGER-END.
      *
       000000-OUT.
           STOP RUN.
      *
      *-----------------------------------------------------------------
       100000-INIT                                              SECTION.
      *-----------------------------------------------------------------
      *
           OPEN INPUT  PRMFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999001-ERROR-001
           END-IF.
      *
           READ PRMFILE  INTO  PRMFILE-REC
               AT END
                  PERFORM 999002-ERROR-002
           END-READ.
      *
           IF PRM-DT-RUN IS NOT NUMERIC
           OR PRM-DT-RUN = 0
              PERFORM 999002-ERROR-002
           END-IF.
      *
           CLOSE PRMFILE.
      *
           PERFORM 805000-CHECK-PREDECESSORS.
      *
           MOVE PRM-DT-RUN                 TO  DT-RUN.
           MOVE DT-RUN-YYYY                TO  RUN-YYYY.
           MOVE DT-RUN-MM                  TO  RUN-MM.
           MOVE DT-RUN-DD                  TO  RUN-DD.
      *
           PERFORM 800000-LEDGER-START.
      *
           SET CODK-FUNC-LOAD              TO  TRUE.
           PERFORM 220000-CALL-BLWCODE.
      *
           OPEN OUTPUT CODRPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           MOVE PRM-DT-RUN                 TO  RPT-HDR-DATE.
      *
           WRITE CODRPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           WRITE CODRPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           EXEC SQL
              OPEN CODCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 300000-FETCH-CODCUR.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-CHECK-CODE                                        SECTION.
      *-----------------------------------------------------------------
      * ONE LISTING LINE PER CODE THAT FAILS, WITH THE REASON.
      *
           ADD 1                           TO  QT-CODE-CHECKED.
      *
           SET CODK-FUNC-CHECK             TO  TRUE.
           MOVE TAB1-CD-P                  TO  CODK-CD-P.
           MOVE TAB1-CD-C                  TO  CODK-CD-C.
           PERFORM 220000-CALL-BLWCODE.
      *
           IF NOT CODK-VALID
              PERFORM 210000-LIST-CODE
           END-IF.
      *
           PERFORM 300000-FETCH-CODCUR.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-LIST-CODE                                         SECTION.
      *-----------------------------------------------------------------
      *
           ADD 1                           TO  QT-CODE-LISTED.
           ADD TAB1-QT-ROWS                TO  QT-ROW-LISTED.
      *
           EVALUATE TRUE
               WHEN CODK-P-UNKNOWN
                  ADD 1                    TO  QT-P-UNKNOWN
                  MOVE 'CD-P NOT ON TABLE'       TO  RPT-DET-REASON
               WHEN CODK-P-NOT-IN-EFFECT
                AND CODK-DT-EXP NOT > CODE-DT-RUN
                  ADD 1                    TO  QT-P-EXPIRED
                  MOVE 'CD-P EXPIRED'            TO  RPT-DET-REASON
               WHEN CODK-P-NOT-IN-EFFECT
                  ADD 1                    TO  QT-P-NOT-YET
                  MOVE 'CD-P NOT YET IN EFFECT'  TO  RPT-DET-REASON
               WHEN CODK-C-UNKNOWN
                  ADD 1                    TO  QT-C-UNKNOWN
                  MOVE 'PAIR NOT ON TABLE'       TO  RPT-DET-REASON
               WHEN CODK-C-NOT-IN-EFFECT
                AND CODK-DT-EXP NOT > CODE-DT-RUN
                  ADD 1                    TO  QT-C-EXPIRED
                  MOVE 'PAIR EXPIRED'            TO  RPT-DET-REASON
               WHEN OTHER
                  ADD 1                    TO  QT-C-NOT-YET
                  MOVE 'PAIR NOT YET IN EFFECT'  TO  RPT-DET-REASON
           END-EVALUATE.
      *
           MOVE TAB1-CD-P                  TO  RPT-DET-CD-P.
           MOVE TAB1-CD-C                  TO  RPT-DET-CD-C.
           MOVE TAB1-QT-ROWS               TO  RPT-DET-QT-ROWS.
           MOVE CODK-DT-EFF                TO  RPT-DET-DT-EFF.
           MOVE CODK-DT-EXP                TO  RPT-DET-DT-EXP.
      *
           WRITE CODRPT-REC-FD  FROM  RPT-DETAIL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-CALL-BLWCODE                                      SECTION.
      *-----------------------------------------------------------------
      * CALLER SETS THE FUNCTION (AND THE CODES FOR A CHECK). A DB2
      * ERROR OR A REFERENCE TABLE TOO BIG FOR BLWCODE ABENDS.
      *
           MOVE PRM-DT-RUN                 TO  CODK-DT-RUN.
      *
           CALL BLWCODE USING CODK-AREA.
      *
           IF CODK-SQL-ERROR
              PERFORM 999006-ERROR-006
           END-IF.
      *
           IF CODK-TABLE-FULL
              PERFORM 999007-ERROR-007
           END-IF.
      *
       220000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-WRITE-RPT-TOTALS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'CODES CHECKED....: '  TO  RPT-TOT-NAME.
           MOVE QT-CODE-CHECKED        TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'CODES LISTED.....: '  TO  RPT-TOT-NAME.
           MOVE QT-CODE-LISTED         TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'ROWS UNDER THEM..: '  TO  RPT-TOT-NAME.
           MOVE QT-ROW-LISTED          TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'CD-P NOT ON TABLE: '  TO  RPT-TOT-NAME.
           MOVE QT-P-UNKNOWN           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'CD-P EXPIRED.....: '  TO  RPT-TOT-NAME.
           MOVE QT-P-EXPIRED           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'CD-P NOT YET.....: '  TO  RPT-TOT-NAME.
           MOVE QT-P-NOT-YET           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'PAIR NOT ON TABLE: '  TO  RPT-TOT-NAME.
           MOVE QT-C-UNKNOWN           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'PAIR EXPIRED.....: '  TO  RPT-TOT-NAME.
           MOVE QT-C-EXPIRED           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'PAIR NOT YET.....: '  TO  RPT-TOT-NAME.
           MOVE QT-C-NOT-YET           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       265000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE CODRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
       265000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-FETCH-CODCUR SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH CODCUR
               INTO :TAB1-CD-P,
                    :TAB1-CD-C,
                    :TAB1-QT-ROWS
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                  TO  CTL-EOF-CODCUR
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999005-ERROR-005
              END-IF
           END-IF.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       800000-LEDGER-START                                      SECTION.
      *-----------------------------------------------------------------
      * MARK THE STEP OPEN ON THE SHARED RUN LEDGER.
      *
           INITIALIZE LEDFILE-REC
            REPLACING ALPHANUMERIC  BY  SPACES
                      NUMERIC       BY  ZEROS.
      *
           MOVE 'BLWRPT06'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-START        TO  TRUE.
      *
           PERFORM 820000-WRITE-LEDGER.
      *
       800000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       805000-CHECK-PREDECESSORS                                SECTION.
      *-----------------------------------------------------------------
      * THE STEP MAY ONLY START ONCE EVERY PREDECESSOR NAMED FOR IT ON
      * THE DEPENDENCY CARDS HAS ENDED CLEAN FOR THE RUN DATE. A HELD
      * STEP IS ALREADY ON THE LEDGER (BLWGATE BOOKS IT): IT STOPS HERE
      * WITH THE HOLD RETURN CODE, BEFORE IT HAS CHANGED ANYTHING.
      *
           MOVE 'BLWRPT06'            TO  GATE-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  GATE-DT-RUN.
      *
           CALL BLWGATE USING GATE-AREA.
      *
           IF GATE-HELD
              DISPLAY '888 ' NM-PROG ' HELD - WAITING ON '
                      GATE-NM-WAITING
              MOVE GATE-CD-RETURN-HELD  TO  RETURN-CODE
              STOP RUN
           END-IF.
      *
       805000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       810000-LEDGER-END                                        SECTION.
      *-----------------------------------------------------------------
      * MARK THE STEP DONE, WITH ITS KEY COUNTERS AND RETURN CODE; THE
      * ABEND PATH COMES THROUGH HERE TOO, WITH RETURN-CODE 16.
      *
           INITIALIZE LEDFILE-REC
            REPLACING ALPHANUMERIC  BY  SPACES
                      NUMERIC       BY  ZEROS.
      *
           MOVE 'BLWRPT06'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-CODE-CHECKED       TO  LED-QT-READ.
           MOVE QT-CODE-LISTED        TO  LED-QT-WRITTEN.
           MOVE QT-ROW-LISTED         TO  LED-QT-EXCEPTION.
           MOVE RETURN-CODE           TO  LED-CD-RETURN.
      *
           PERFORM 820000-WRITE-LEDGER.
      *
       810000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       820000-WRITE-LEDGER                                      SECTION.
      *-----------------------------------------------------------------
      * APPEND THE RECORD. THE LEDGER MUST NEVER KILL THE STEP IT
      * REPORTS ON: A FAILURE HERE GOES TO SYSOUT AND THE RUN GOES ON.
      *
           ACCEPT TM-NOW-FULL  FROM  TIME.
           MOVE TM-NOW-HHMMSS         TO  LED-TM-EVENT.
      *
           OPEN EXTEND LEDFILE.
      *
           IF FS-STATUS NOT = '00'
              DISPLAY '888 ' NM-PROG ' ERROR OPENING RUN LEDGER'
              DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS
           ELSE
              WRITE LEDFILE-REC-FD  FROM  LEDFILE-REC
              IF FS-STATUS NOT = '00'
                 DISPLAY '888 ' NM-PROG ' ERROR WRITING RUN LEDGER'
                 DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS
              END-IF
              CLOSE LEDFILE
           END-IF.
      *
       820000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       900000-ERROR SECTION.
      *-----------------------------------------------------------------
      *
       999001-ERROR-001.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING PARAMETER FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 001'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999002-ERROR-002.
      *
           DISPLAY '888 ' NM-PROG ' INVALID OR MISSING PARAMETER CARD'.
           DISPLAY '888 ' NM-PROG ' ERROR 002'.
           DISPLAY '888 ' NM-PROG ' RUN DATE....: ' PRM-DT-RUN.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING CODE LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING CODE LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING TABLE1 CODES'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           MOVE CODK-SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING TABLE1_CODE'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           PERFORM 999999-ABEND.
      *
       999007-ERROR-007.
      *
           DISPLAY '888 ' NM-PROG ' TOO MANY CD-P/CD-C REFERENCE CODES'.
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           DISPLAY '888 ' NM-PROG ' TABLE LIMIT : ' CODK-QT-MAX.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              ROLLBACK
           END-EXEC.
      *
           DISPLAY '888 ' NM-PROG '       C A N C E L E D      '.
      *
           CLOSE  PRMFILE
                  CODRPT.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
