      ******************************************************************
      * NIGHTLY EXPIRY AND DECISION LISTING OF PENDING CORRECTIONS
      * CLERKS QUEUE NM_P/CD_S CORRECTIONS THROUGH BLWUPD01 AND
      * SUPERVISORS APPROVE OR REJECT THEM THROUGH BLWAPR01. A
      * CORRECTION NOBODY DECIDES MUST NOT WAIT FOREVER: THIS STEP
      * FIRST EXPIRES EVERY ITEM STILL PENDING AFTER THE NUMBER OF DAYS
      * ON THE PARAMETER CARD, THEN PRINTS EVERY ITEM DECIDED ON THE
      * RUN DATE -- APPROVED, REJECTED OR EXPIRED -- WITH THE CLERK,
      * THE SUPERVISOR AND THE OLD AND NEW STATUS, SO AUDIT HAS A DAILY
      * RECORD OF EVERY FOUR-EYES DECISION. AN EXPIRED ITEM CHANGES
      * NOTHING IN SOMEDB.TABLE1; THE CLERK MAY KEY IT AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWRPT04.
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
      * --- PARAMETER CARD: RUN DATE AND THE EXPIRY AGE IN DAYS
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  PRMFILE-REC-FD    PIC  X(080).
      *
      * --- THE PRINTED DECISION LISTING
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
           03  PRM-QT-EXPIRY-DAYS           PIC  9(03).
           03  FILLER                       PIC  X(69).
      *
      * --- DECISION LISTING LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(46) VALUE
               'BLWRPT04 - PENDING CORRECTION DECISIONS - RUN '.
           03  RPT-HDR-DATE                 PIC  9(08).
           03  FILLER                       PIC  X(19) VALUE
               '  EXPIRY AFTER     '.
           03  RPT-HDR-EXPIRY-DAYS          PIC  9(03).
           03  FILLER                       PIC  X(05) VALUE
               ' DAYS'.
           03  FILLER                       PIC  X(51) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(32) VALUE
               'STATUS    NR-C       CD-P       '.
           03  FILLER                       PIC  X(42) VALUE
               'CD-C       CLERK     REQUESTED            '.
           03  FILLER                       PIC  X(38) VALUE
               'SUPERVSR  CD-S OLD  CD-S NEW  NEW NAME'.
           03  FILLER                       PIC  X(20) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-STATUS               PIC  X(08).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NR-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-P                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NM-USER-REQ          PIC  X(08).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-TS-REQ               PIC  X(19).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NM-USER-APR          PIC  X(08).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-S-OLD             PIC  9(09).
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-DET-CD-S-NEW             PIC  9(09).
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-DET-NM-P-NEW             PIC  X(28).
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWRPT04 ***'.
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
       01  CTL-EOF-DECCUR                   PIC  X(01) VALUE 'N'.
           88  END-DECCUR                              VALUE 'Y'.
      *
       01  QT-REC-APPROVED                  PIC  9(07) VALUE 0.
       01  QT-REC-REJECTED                  PIC  9(07) VALUE 0.
       01  QT-REC-EXPIRED                   PIC  9(07) VALUE 0.
       01  QT-REC-LISTED                    PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
      *
       01  DT-RUN                           PIC  9(08) VALUE 0.
       01  FILLER REDEFINES DT-RUN.
           03  DT-RUN-YYYY                  PIC  9(04).
           03  DT-RUN-MM                    PIC  9(02).
           03  DT-RUN-DD                    PIC  9(02).
      *
      * --- THE RUN DATE IN THE ISO FORM DT_DECISION COMPARES AGAINST,
      * AND THE EXPIRY AGE AS A BINARY HOST VARIABLE.
       01  TABP-DT-RUN.
           03  RUN-YYYY                     PIC  9(04).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-MM                       PIC  9(02).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-DD                       PIC  9(02).
      *
       01  TABP-QT-EXPIRY-DAYS              PIC S9(04) COMP VALUE 0.
      *
      *--- Book of the pending-corrections table.
       COPY DB2KTABP.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- EVERY ITEM DECIDED ON THE RUN DATE, BY DECISION
           EXEC SQL
              DECLARE DECCUR CURSOR FOR
                 SELECT NR_C,
                        CD_P,
                        CD_C,
                        CD_S_OLD,
                        NM_P_NEW,
                        CD_S_NEW,
                        NM_USER_REQ,
                        TS_REQ,
                        CD_STATUS,
                        NM_USER_APR
                   FROM SOMEDB.TABLE1_PEND
                  WHERE CD_STATUS IN ('A', 'R', 'E')
                    AND DT_DECISION = :TABP-DT-RUN
                  ORDER BY CD_STATUS, TS_REQ
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
           PERFORM 200000-LIST-DECISION
             UNTIL END-DECCUR.
      *
           EXEC SQL
              CLOSE DECCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999006-ERROR-006
           END-IF.
      *
           PERFORM 260000-WRITE-RPT-TOTALS.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' APPROVED.............: '
                   QT-REC-APPROVED.
           DISPLAY '999 ' NM-PROG ' REJECTED.............: '
                   QT-REC-REJECTED.
           DISPLAY '999 ' NM-PROG ' EXPIRED..............: '
                   QT-REC-EXPIRED.
           DISPLAY '999 ' NM-PROG ' ITEMS LISTED.........: '
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
           OR PRM-QT-EXPIRY-DAYS IS NOT NUMERIC
           OR PRM-QT-EXPIRY-DAYS = 0
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
           MOVE PRM-QT-EXPIRY-DAYS         TO  TABP-QT-EXPIRY-DAYS.
      *
           PERFORM 800000-LEDGER-START.
      *
           PERFORM 110000-EXPIRE-PENDING.
      *
           OPEN OUTPUT CTLRPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           MOVE PRM-DT-RUN                 TO  RPT-HDR-DATE.
           MOVE PRM-QT-EXPIRY-DAYS         TO  RPT-HDR-EXPIRY-DAYS.
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
              OPEN DECCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999006-ERROR-006
           END-IF.
      *
           PERFORM 300000-FETCH-DECCUR.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       110000-EXPIRE-PENDING                                    SECTION.
      *-----------------------------------------------------------------
      * AN ITEM REQUESTED MORE THAN THE EXPIRY AGE BEFORE THE RUN DATE
      * IS CLOSED AS EXPIRED, STAMPED WITH THIS PROGRAM AS DECIDER AND
      * THE RUN DATE, SO THE LISTING BELOW PICKS IT UP TONIGHT.
      *
           MOVE 'BLWRPT04'                 TO  PEND-NM-USER-APR.
      *
           EXEC SQL
              UPDATE SOMEDB.TABLE1_PEND
                 SET CD_STATUS   = 'E',
                     NM_USER_APR = :PEND-NM-USER-APR,
                     DT_DECISION = :TABP-DT-RUN
               WHERE CD_STATUS   = 'P'
                 AND DATE(TS_REQ) < DATE(:TABP-DT-RUN)
                                  - :TABP-QT-EXPIRY-DAYS DAYS
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              AND SQLCODE NOT = 100
              PERFORM 999005-ERROR-005
           END-IF.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       110000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-LIST-DECISION                                     SECTION.
      *-----------------------------------------------------------------
      *
           EVALUATE TRUE
               WHEN PEND-STATUS-APPROVED
                    ADD 1  TO  QT-REC-APPROVED
                    MOVE 'APPROVED'        TO  RPT-DET-STATUS
               WHEN PEND-STATUS-REJECTED
                    ADD 1  TO  QT-REC-REJECTED
                    MOVE 'REJECTED'        TO  RPT-DET-STATUS
               WHEN OTHER
                    ADD 1  TO  QT-REC-EXPIRED
                    MOVE 'EXPIRED'         TO  RPT-DET-STATUS
           END-EVALUATE.
      *
           ADD 1                           TO  QT-REC-LISTED.
      *
           MOVE PEND-NR-C                  TO  RPT-DET-NR-C.
           MOVE PEND-CD-P                  TO  RPT-DET-CD-P.
           MOVE PEND-CD-C                  TO  RPT-DET-CD-C.
           MOVE PEND-NM-USER-REQ           TO  RPT-DET-NM-USER-REQ.
           MOVE PEND-TS-REQ                TO  RPT-DET-TS-REQ.
           MOVE PEND-NM-USER-APR           TO  RPT-DET-NM-USER-APR.
           MOVE PEND-CD-S-OLD              TO  RPT-DET-CD-S-OLD.
           MOVE PEND-CD-S-NEW              TO  RPT-DET-CD-S-NEW.
           MOVE PEND-NM-P-NEW              TO  RPT-DET-NM-P-NEW.
      *
           WRITE CTLRPT-REC-FD  FROM  RPT-DETAIL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 300000-FETCH-DECCUR.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-WRITE-RPT-TOTALS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'APPROVED.........: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-APPROVED        TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'REJECTED.........: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-REJECTED        TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'EXPIRED..........: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-EXPIRED         TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'ITEMS LISTED.....: '  TO  RPT-TOT-NAME.
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
       300000-FETCH-DECCUR SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH DECCUR
               INTO :PEND-NR-C,
                    :PEND-CD-P,
                    :PEND-CD-C,
                    :PEND-CD-S-OLD,
                    :PEND-NM-P-NEW,
                    :PEND-CD-S-NEW,
                    :PEND-NM-USER-REQ,
                    :PEND-TS-REQ,
                    :PEND-CD-STATUS,
                    :PEND-NM-USER-APR
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                  TO  CTL-EOF-DECCUR
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999006-ERROR-006
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
           MOVE 'BLWRPT04'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWRPT04'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWRPT04'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-LISTED         TO  LED-QT-READ.
           MOVE QT-REC-LISTED         TO  LED-QT-WRITTEN.
           MOVE QT-REC-EXPIRED        TO  LED-QT-EXCEPTION.
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
           DISPLAY '888 ' NM-PROG ' EXPIRY DAYS.: ' PRM-QT-EXPIRY-DAYS.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING DECISION LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING DECISION LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR EXPIRING PENDING ITEMS'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING DECIDED ITEMS'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
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
