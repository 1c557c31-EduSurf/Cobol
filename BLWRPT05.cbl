      ******************************************************************
      * LISTING OF THE CD_S TRANSITION RULES
      * PRINTS EVERY FROM-STATUS/TO-STATUS MOVE SOMEDB.TABLE1_TRNS
      * ALLOWS, IN FROM/TO ORDER, WITH THE USER ID AND DATE OF THE LAST
      * CHANGE TO EACH RULE AND A COUNT OF RULES PER FROM-STATUS. THIS
      * IS THE TABLE BLWITHDB APPLIES ON THE NIGHTLY LOAD AND
      * BLWUPD01/BLWAPR01 APPLY ONLINE, AS MAINTAINED THROUGH BLWTRN01;
      * ANY MOVE NOT LISTED HERE IS REFUSED, AND KEEPING THE SAME CD_S
      * IS ALWAYS ALLOWED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWRPT05.
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
           SELECT CTLRPT   ASSIGN  TO  UT-S-CTLRPT
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
      * --- THE PRINTED RULES LISTING
       FD  CTLRPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  CTLRPT-REC-FD     PIC  X(132).
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
      * --- RULES LISTING LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(44) VALUE
               'BLWRPT05 - CD-S TRANSITION RULES - RUN DATE '.
           03  RPT-HDR-DATE                 PIC  9(08).
           03  FILLER                       PIC  X(80) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(42) VALUE
               'CD-S FROM  CD-S TO    CHANGED BY  CHANGED '.
           03  FILLER                       PIC  X(90) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-CD-S-FROM            PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-S-TO              PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NM-USER              PIC  X(08).
           03  FILLER                       PIC  X(04) VALUE SPACES.
           03  RPT-DET-DT-CHG               PIC  X(10).
           03  FILLER                       PIC  X(88) VALUE SPACES.
      *
      * --- SUBTOTAL AFTER THE LAST RULE OF EACH FROM-STATUS
       01  RPT-BREAK-LINE.
           03  FILLER                       PIC  X(11) VALUE SPACES.
           03  FILLER                       PIC  X(19) VALUE
               'RULES FROM CD-S   '.
           03  RPT-BRK-CD-S-FROM            PIC  9(09).
           03  FILLER                       PIC  X(03) VALUE ' : '.
           03  RPT-BRK-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(83) VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWRPT05 ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
       01  BLWGATE                          PIC  X(08) VALUE 'BLWGATE'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
      * --- Book of the shared run-ledger record
       COPY LEDKFILE.
      *
      *--- Book of subroutine BLWGATE
       COPY GATKAREA.
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
       01  CTL-EOF-TRNCUR                   PIC  X(01) VALUE 'N'.
           88  END-TRNCUR                              VALUE 'Y'.
      *
       01  QT-REC-LISTED                    PIC  9(07) VALUE 0.
       01  QT-REC-FROM-STATUS               PIC  9(07) VALUE 0.
       01  QT-REC-BREAK                     PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
      *
       01  WS-CD-S-FROM-PREV                PIC S9(09) COMP VALUE 0.
      *
      *--- Book of the CD_S transition-rules table.
       COPY DB2KTABT.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- THE WHOLE RULES TABLE, IN FROM/TO ORDER
           EXEC SQL
              DECLARE TRNCUR CURSOR FOR
                 SELECT CD_S_FROM,
                        CD_S_TO,
                        NM_USER,
                        DT_CHG
                   FROM SOMEDB.TABLE1_TRNS
                  ORDER BY CD_S_FROM, CD_S_TO
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
           PERFORM 200000-LIST-RULE
             UNTIL END-TRNCUR.
      *
           EXEC SQL
              CLOSE TRNCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999005-ERROR-005
           END-IF.
      *
           IF QT-REC-BREAK > 0
              PERFORM 250000-WRITE-RPT-BREAK
           END-IF.
      *
           PERFORM 260000-WRITE-RPT-TOTALS.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' FROM-STATUSES........: '
                   QT-REC-FROM-STATUS.
           DISPLAY '999 ' NM-PROG ' RULES LISTED.........: '
                   QT-REC-LISTED.
      *
           CLOSE  CTLRPT.
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
           PERFORM 800000-LEDGER-START.
      *
           OPEN OUTPUT CTLRPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           MOVE PRM-DT-RUN                 TO  RPT-HDR-DATE.
      *
           WRITE CTLRPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           WRITE CTLRPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           EXEC SQL
              OPEN TRNCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 300000-FETCH-TRNCUR.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-LIST-RULE                                         SECTION.
      *-----------------------------------------------------------------
      * A NEW FROM-STATUS CLOSES THE PREVIOUS ONE'S SUBTOTAL FIRST.
      *
           IF QT-REC-BREAK > 0
              AND TRNS-CD-S-FROM NOT = WS-CD-S-FROM-PREV
              PERFORM 250000-WRITE-RPT-BREAK
           END-IF.
      *
           IF QT-REC-BREAK = 0
              ADD 1                        TO  QT-REC-FROM-STATUS
              MOVE TRNS-CD-S-FROM          TO  WS-CD-S-FROM-PREV
           END-IF.
      *
           ADD 1                           TO  QT-REC-BREAK.
           ADD 1                           TO  QT-REC-LISTED.
      *
           MOVE TRNS-CD-S-FROM             TO  RPT-DET-CD-S-FROM.
           MOVE TRNS-CD-S-TO               TO  RPT-DET-CD-S-TO.
           MOVE TRNS-NM-USER               TO  RPT-DET-NM-USER.
           MOVE TRNS-DT-CHG                TO  RPT-DET-DT-CHG.
      *
           WRITE CTLRPT-REC-FD  FROM  RPT-DETAIL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 300000-FETCH-TRNCUR.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-WRITE-RPT-BREAK                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE WS-CD-S-FROM-PREV          TO  RPT-BRK-CD-S-FROM.
           MOVE QT-REC-BREAK               TO  RPT-BRK-VALUE.
      *
           WRITE CTLRPT-REC-FD  FROM  RPT-BREAK-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE 0                          TO  QT-REC-BREAK.
      *
       250000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-WRITE-RPT-TOTALS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'FROM-STATUSES....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-FROM-STATUS     TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'RULES LISTED.....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-LISTED          TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       265000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE CTLRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
       265000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-FETCH-TRNCUR SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH TRNCUR
               INTO :TRNS-CD-S-FROM,
                    :TRNS-CD-S-TO,
                    :TRNS-NM-USER,
                    :TRNS-DT-CHG
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                  TO  CTL-EOF-TRNCUR
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
           MOVE 'BLWRPT05'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWRPT05'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWRPT05'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-LISTED         TO  LED-QT-READ.
           MOVE QT-REC-LISTED         TO  LED-QT-WRITTEN.
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
           DISPLAY '888 ' NM-PROG ' ERROR OPENING RULES LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING RULES LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING TABLE1_TRNS'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
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
                  CTLRPT.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
