      ******************************************************************
      * BACK-OUT OF ONE NIGHT'S BLWITHDB LOAD FROM SOMEDB.TABLE1
      * WHEN A REGION SENDS A CORRUPT FEED AND BLWITHDB LOADS IT IN
      * UPDATE MODE, THIS JOB TAKES THE NIGHT BACK OUT AGAIN INSTEAD
      * OF A DBA HAND-EDITING THE TABLE. IT READS THAT NIGHT'S OUTFILE
      * (HEADER RUN DATE AND TRAILER COUNT CHECKED IN A FIRST PASS,
      * BEFORE ANY ROW IS TOUCHED), AND FOR EVERY DETAIL RECORD:
      *   - A ROW THE LOAD INSERTED IS DELETED AGAIN;
      *   - A ROW THE LOAD OVERWROTE IS PUT BACK TO THE NM_P/CD_S AND
      *     DT_LOAD OF THE 'U'/'BLWITHDB' BEFORE-IMAGE THAT
      *     246000-INSERT-HISTORY LEFT IN SOMEDB.TABLE1_HIST ON THE
      *     LOAD DATE.
      * EACH REVERSAL IS RECORDED IN SOMEDB.TABLE1_HIST UNDER ITS OWN
      * CHANGE TYPE, USER BLWBKOUT: 'X' FOR A DELETED INSERT, 'B' FOR
      * A RESTORED OVERWRITE. THE ROW CARRIES THE IMAGE THE LOAD LEFT,
      * ITS DT_LOAD COLUMN THE NIGHT'S RUN DATE. A ROW THAT ANYTHING
      * ELSE HAS TOUCHED SINCE THE LOAD -- A LATER LOAD, A BLWUPD01
      * CORRECTION, A BLWPURGE DELETE, AN EARLIER BACK-OUT -- OR THAT
      * NO LONGER HOLDS WHAT THE LOAD WROTE IS REFUSED AND LISTED,
      * NEVER REVERSED, SO THE JOB CANNOT UNDO SOMEONE ELSE'S WORK.
      * THE CONTROL REPORT BALANCES DELETED PLUS RESTORED PLUS REFUSED
      * AGAINST THE OUTFILE TRAILER COUNT.
      * THE PARAMETER CARD CARRIES THE BUSINESS RUN DATE OF THE NIGHT,
      * THE CALENDAR DATE THE LOAD ACTUALLY RAN (ITS DT_CHG, WHEN IT
      * RAN PAST MIDNIGHT; BLANK MEANS THE RUN DATE) AND THE RUN MODE:
      * SIMULATE PRODUCES THE FULL REPORT WITHOUT TOUCHING DB2.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWBKOUT.
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
           SELECT OUTFILE  ASSIGN  TO  UT-S-OUTFILE
                  FILE STATUS IS FS-STATUS.
           SELECT BKORPT   ASSIGN  TO  UT-S-BKORPT
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: RUN DATE OF THE NIGHT TO BACK OUT, DATE THE
      * LOAD RAN, AND THE RUN MODE (UPDATE OR SIMULATE).
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  PRMFILE-REC-FD    PIC  X(080).
      *
      * --- THE NIGHT'S OUTFILE AS BLWITHDB (OR BLWMERGE) WROTE IT
       FD  OUTFILE
           RECORDING MODE F
           RECORD 150
           BLOCK 0.
      *
       01  OUTFILE-REC-FD    PIC  X(150).
      *
      * --- THE PRINTED BACK-OUT CONTROL REPORT
       FD  BKORPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  BKORPT-REC-FD     PIC  X(132).
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
           03  PRM-DT-LOAD                  PIC  9(08).
           03  PRM-CD-RUN-MODE              PIC  X(08).
               88  RUN-MODE-UPDATE                    VALUE 'UPDATE'.
               88  RUN-MODE-SIMULATE                  VALUE 'SIMULATE'.
           03  FILLER                       PIC  X(56).
      *
       01  FILLER REDEFINES PRMFILE-REC.
           03  FILLER                       PIC  X(08).
           03  PRM-DT-LOAD-X                PIC  X(08).
           03  FILLER                       PIC  X(64).
      *
      *--- Book of file OUTFILE
       01  OUTFILE-REC.
           03  OUTFILE-NR-A                 PIC S9(04) COMP.
           03  OUTFILE-NR-C                 PIC S9(09) COMP.
           03  OUTFILE-CD-P                 PIC S9(09) COMP.
           03  OUTFILE-CD-C                 PIC S9(09) COMP.
           03  OUTFILE-NM-P                 PIC  X(120).
           03  OUTFILE-CD-S                 PIC S9(09) COMP.
      * TABLE KEY THE ROW WAS LOADED UNDER (ITS NR_C IS OUTFILE-CD-C)
      * AND WHAT THE LOAD DID WITH IT, SO THE NIGHT CAN BE BACKED OUT.
           03  OUTFILE-TAB-CD-P             PIC S9(09) COMP.
           03  OUTFILE-TAB-CD-C             PIC S9(09) COMP.
           03  OUTFILE-CD-ACTION            PIC  X(01).
               88  OUTFILE-ACTION-INSERT               VALUE 'I'.
               88  OUTFILE-ACTION-OVERWRITE            VALUE 'U'.
               88  OUTFILE-ACTION-SIMULATE             VALUE 'S'.
       COPY OUTFILE.
      *
      * --- BACK-OUT CONTROL REPORT LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(45) VALUE
               'BLWBKOUT - LOAD BACK-OUT CONTROL REPORT - RUN'.
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-HDR-DT-RUN               PIC  9(08).
           03  FILLER                       PIC  X(12) VALUE
               '  LOADED ON '.
           03  RPT-HDR-DT-LOAD              PIC  X(10).
           03  FILLER                       PIC  X(10) VALUE
               '  MODE... '.
           03  RPT-HDR-MODE                 PIC  X(08).
           03  FILLER                       PIC  X(38) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(86) VALUE
               'RESULT            NR-C       CD-P       CD-C       ACTIO
      -        'N     DT-CHG      CHG  NM-USER'.
           03  FILLER                       PIC  X(46) VALUE SPACES.
      *
      * --- ONE LINE PER REFUSED KEY: WHY, AND FOR A ROW TOUCHED SINCE
      * THE LOAD, THE MOST RECENT CHANGE THAT TOUCHED IT.
       01  RPT-DETAIL-LINE.
           03  RPT-DET-RESULT               PIC  X(16).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NR-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-P                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-ACTION               PIC  X(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-DT-CHG               PIC  X(10).
           03  FILLER                       PIC  X(03) VALUE SPACES.
           03  RPT-DET-CD-CHG               PIC  X(01).
           03  FILLER                       PIC  X(03) VALUE SPACES.
           03  RPT-DET-NM-USER              PIC  X(08).
           03  FILLER                       PIC  X(45) VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       01  RPT-BALANCE-LINE.
           03  RPT-BAL-TEXT                 PIC  X(60).
           03  FILLER                       PIC  X(72) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWBKOUT ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
       01  BLWGATE                          PIC  X(08) VALUE 'BLWGATE'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
       01  WS-COMMIT-INTERVAL               PIC  9(05) VALUE 01000.
       01  WS-COMMIT-COUNTER                PIC  9(05) VALUE 0.
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
       01  CTL-EOF-OUTFILE                  PIC  X(01) VALUE 'N'.
           88  END-OUTFILE                             VALUE 'Y'.
       01  CTL-TRL-OUTFILE                  PIC  X(01) VALUE 'N'.
           88  TRL-SEEN-OUTFILE                        VALUE 'Y'.
       01  CTL-REFUSED                      PIC  X(01) VALUE 'N'.
           88  KEY-REFUSED                             VALUE 'Y'.
      *
      * --- FIRST-PASS COUNTS: WHAT THE OUTFILE SAYS THE LOAD DID
       01  QT-TRL-OUTFILE                   PIC  9(07) VALUE 0.
       01  QT-VRF-DETAIL                    PIC  9(07) VALUE 0.
       01  QT-VRF-INSERT                    PIC  9(07) VALUE 0.
       01  QT-VRF-OVERWRITE                 PIC  9(07) VALUE 0.
      *
      * --- SECOND-PASS COUNTS: WHAT THE BACK-OUT DID
       01  QT-REC-OUTFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-DELETED                   PIC  9(07) VALUE 0.
       01  QT-REC-RESTORED                  PIC  9(07) VALUE 0.
       01  QT-REC-REFUSED                   PIC  9(07) VALUE 0.
       01  QT-BALANCE                       PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
      *
      * --- THE LOAD DATE, AND ITS ISO FORM FOR THE DT_CHG COMPARES
       01  DT-LOAD                          PIC  9(08) VALUE 0.
       01  FILLER REDEFINES DT-LOAD.
           03  DT-LOAD-YYYY                 PIC  9(04).
           03  DT-LOAD-MM                   PIC  9(02).
           03  DT-LOAD-DD                   PIC  9(02).
      *
       01  TABH-DT-LOAD.
           03  LOAD-YYYY                    PIC  9(04).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  LOAD-MM                      PIC  9(02).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  LOAD-DD                      PIC  9(02).
      *
      * --- THE CHANGE TYPE THE LOAD ITSELF LEFT ON THE LOAD DATE: 'U'
      * FOR AN OVERWRITTEN ROW; NONE (SPACE) FOR AN INSERTED ROW, WHICH
      * DID NOT EXIST BEFORE THE LOAD AND SO CAN OWN NO HISTORY ROW.
       01  TABH-CD-LOAD-CHG                 PIC  X(01) VALUE SPACES.
      *
      * --- THE ROW'S DT_LOAD BEFORE THE LOAD, FROM THE DT_LOAD COLUMN
      * OF THE 'U' BEFORE-IMAGE; 0001-01-01 (THE COLUMN DEFAULT) ON A
      * ROW WRITTEN BEFORE BLWITHDB RECORDED IT, WHEN IT IS UNKNOWN.
       01  TABH-DT-LOAD-PRE                 PIC  X(10) VALUE SPACES.
           88  TABH-DT-LOAD-PRE-UNKNOWN                VALUE
               '0001-01-01'.
      *
      *--- Book of table to back out.
       COPY DB2KTAB1.
      *
      *--- Book of the history table holding the before-images.
       COPY DB2KTABH.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- EVERY HISTORY ROW FOR THE KEY THAT THE NIGHT'S OWN LOAD DID
      * NOT WRITE, FROM THE LOAD DATE ON, MOST RECENT FIRST: ANY ROW
      * HERE MEANS SOMETHING ELSE HAS TOUCHED THE KEY SINCE THE LOAD.
           EXEC SQL
              DECLARE LATCUR CURSOR FOR
                 SELECT DT_CHG,
                        CD_CHG,
                        NM_USER
                   FROM SOMEDB.TABLE1_HIST
                  WHERE NR_C = :TAB1-NR-C
                    AND CD_P = :TAB1-CD-P
                    AND CD_C = :TAB1-CD-C
                    AND DT_CHG >= :TABH-DT-LOAD
                    AND NOT ( DT_CHG  = :TABH-DT-LOAD
                          AND CD_CHG  = :TABH-CD-LOAD-CHG
                          AND NM_USER = 'BLWITHDB' )
                  ORDER BY DT_CHG DESC
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
           PERFORM 200000-PROCESS-DETAIL
             UNTIL END-OUTFILE.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           PERFORM 280000-WRITE-RPT-TOTALS.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' OUTFILE TRAILER......: '
                   QT-TRL-OUTFILE.
           DISPLAY '999 ' NM-PROG ' READ FROM OUTFILE....: '
                   QT-REC-OUTFILE.
           DISPLAY '999 ' NM-PROG ' LOADED AS INSERTS....: '
                   QT-VRF-INSERT.
           DISPLAY '999 ' NM-PROG ' LOADED AS OVERWRITES.: '
                   QT-VRF-OVERWRITE.
           DISPLAY '999 ' NM-PROG ' ROWS DELETED.........: '
                   QT-REC-DELETED.
           DISPLAY '999 ' NM-PROG ' ROWS RESTORED........: '
                   QT-REC-RESTORED.
           DISPLAY '999 ' NM-PROG ' REFUSED..............: '
                   QT-REC-REFUSED.
      *
           CLOSE  OUTFILE
                  BKORPT.
      *
      * REFUSED KEYS NEED A LOOK BEFORE ANYONE CALLS THE NIGHT UNDONE;
      * AN OUT-OF-BALANCE REPORT MEANS THE RUN CANNOT BE TRUSTED.
           IF QT-BALANCE NOT = QT-TRL-OUTFILE
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF QT-REC-REFUSED > 0
                 MOVE 4  TO  RETURN-CODE
              END-IF
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
           PERFORM 110000-READ-PARM.
      *
           PERFORM 805000-CHECK-PREDECESSORS.
      *
           PERFORM 800000-LEDGER-START.
      *
      * THE WHOLE OUTFILE IS PROVED FIRST -- RIGHT NIGHT, EVERY DETAIL
      * FROM A REAL LOAD, TRAILER COUNT HONOURED -- SO A BAD FILE IS
      * REFUSED BEFORE A SINGLE ROW IS REVERSED.
           PERFORM 120000-VERIFY-OUTFILE.
      *
           PERFORM 130000-OPEN-OUTFILE.
      *
           OPEN OUTPUT BKORPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999009-ERROR-009
           END-IF.
      *
           MOVE PRM-DT-RUN             TO  RPT-HDR-DT-RUN.
           MOVE TABH-DT-LOAD           TO  RPT-HDR-DT-LOAD.
           MOVE PRM-CD-RUN-MODE        TO  RPT-HDR-MODE.
      *
           WRITE BKORPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
           WRITE BKORPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
           PERFORM 300000-READ-OUTFILE.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       110000-READ-PARM                                         SECTION.
      *-----------------------------------------------------------------
      * A BLANK LOAD DATE MEANS THE LOAD FINISHED ON ITS OWN RUN DATE.
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
           IF PRM-DT-LOAD-X = SPACES
              MOVE PRM-DT-RUN  TO  PRM-DT-LOAD
           END-IF.
      *
           IF PRM-DT-RUN IS NOT NUMERIC
           OR PRM-DT-RUN = 0
           OR PRM-DT-LOAD IS NOT NUMERIC
           OR PRM-DT-LOAD = 0
           OR PRM-DT-LOAD < PRM-DT-RUN
           OR (NOT RUN-MODE-UPDATE AND NOT RUN-MODE-SIMULATE)
              PERFORM 999002-ERROR-002
           END-IF.
      *
           CLOSE PRMFILE.
      *
           MOVE PRM-DT-LOAD            TO  DT-LOAD.
           MOVE DT-LOAD-YYYY           TO  LOAD-YYYY.
           MOVE DT-LOAD-MM             TO  LOAD-MM.
           MOVE DT-LOAD-DD             TO  LOAD-DD.
      *
           DISPLAY '999 ' NM-PROG ' RUN DATE....: ' PRM-DT-RUN.
           DISPLAY '999 ' NM-PROG ' LOAD DATE...: ' TABH-DT-LOAD.
           DISPLAY '999 ' NM-PROG ' RUN MODE....: ' PRM-CD-RUN-MODE.
      *
           IF RUN-MODE-SIMULATE
              DISPLAY '999 ' NM-PROG ' SIMULATION - NO DB2 UPDATES'
           END-IF.
      *
       110000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       120000-VERIFY-OUTFILE                                    SECTION.
      *-----------------------------------------------------------------
      * FIRST PASS: THE HEADER MUST CARRY THE RUN DATE ON THE CARD,
      * EVERY DETAIL MUST SAY WHETHER THE LOAD INSERTED OR OVERWROTE
      * ITS ROW (A SIMULATION'S OUTFILE CHANGED NOTHING AND CANNOT BE
      * BACKED OUT), AND THE TRAILER MUST MATCH THE DETAILS READ.
      *
           PERFORM 130000-OPEN-OUTFILE.
      *
           PERFORM 125000-VERIFY-REC
             UNTIL END-OUTFILE.
      *
           CLOSE OUTFILE.
      *
           MOVE 'N'  TO  CTL-EOF-OUTFILE.
           MOVE 'N'  TO  CTL-TRL-OUTFILE.
      *
       120000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       125000-VERIFY-REC                                        SECTION.
      *-----------------------------------------------------------------
      *
           READ OUTFILE  INTO  OUTFILE-REC
               AT END
                  IF NOT TRL-SEEN-OUTFILE
                     PERFORM 999007-ERROR-007
                  END-IF
                  MOVE 'Y'            TO  CTL-EOF-OUTFILE
               NOT AT END
              IF OUTFILE-CD-TYPE-REC IS NUMERIC
                 AND OUTFILE-CD-TYPE-REC = 9
                  MOVE 'Y'            TO  CTL-TRL-OUTFILE
                  MOVE OUTFILE-TOTAL-REC-TRL  TO  QT-TRL-OUTFILE
                  IF OUTFILE-TOTAL-REC-TRL NOT = QT-VRF-DETAIL
                     PERFORM 999006-ERROR-006
                  END-IF
                  MOVE 'Y'            TO  CTL-EOF-OUTFILE
              ELSE
                  ADD 1               TO  QT-VRF-DETAIL
                  IF OUTFILE-ACTION-INSERT
                     ADD 1            TO  QT-VRF-INSERT
                  ELSE
                     IF OUTFILE-ACTION-OVERWRITE
                        ADD 1         TO  QT-VRF-OVERWRITE
                     ELSE
                        PERFORM 999008-ERROR-008
                     END-IF
                  END-IF
              END-IF
           END-READ.
      *
       125000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       130000-OPEN-OUTFILE                                      SECTION.
      *-----------------------------------------------------------------
      * OPEN THE OUTFILE AND CONSUME ITS TYPE-0 HEADER, WHICH MUST
      * CARRY THE RUN DATE THE CARD ASKS TO BACK OUT.
      *
           OPEN INPUT  OUTFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           READ OUTFILE  INTO  OUTFILE-REC
               AT END
                  PERFORM 999004-ERROR-004
           END-READ.
      *
           IF OUTFILE-CD-TIP-REC IS NOT NUMERIC
           OR OUTFILE-CD-TIP-REC NOT = 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF OUTFILE-DT-RUN IS NOT NUMERIC
           OR OUTFILE-DT-RUN NOT = PRM-DT-RUN
              PERFORM 999005-ERROR-005
           END-IF.
      *
       130000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-PROCESS-DETAIL                                    SECTION.
      *-----------------------------------------------------------------
      * ONE OUTFILE DETAIL: PROVE THE ROW IS STILL EXACTLY AS THE LOAD
      * LEFT IT, THEN REVERSE IT; OTHERWISE REFUSE AND LIST THE KEY.
      *
           MOVE OUTFILE-CD-C            TO  TAB1-NR-C.
           MOVE OUTFILE-TAB-CD-P        TO  TAB1-CD-P.
           MOVE OUTFILE-TAB-CD-C        TO  TAB1-CD-C.
      *
           MOVE 'N'                     TO  CTL-REFUSED.
           MOVE SPACES                  TO  RPT-DET-RESULT
                                            RPT-DET-DT-CHG
                                            RPT-DET-CD-CHG
                                            RPT-DET-NM-USER.
      *
           PERFORM 210000-CHECK-LATER-HISTORY.
      *
           IF NOT KEY-REFUSED
              PERFORM 220000-CHECK-CURRENT-ROW
           END-IF.
      *
           IF NOT KEY-REFUSED
              AND OUTFILE-ACTION-OVERWRITE
              PERFORM 230000-GET-BEFORE-IMAGE
           END-IF.
      *
           IF KEY-REFUSED
              PERFORM 270000-WRITE-REFUSAL
           ELSE
              PERFORM 240000-REVERSE-ROW
           END-IF.
      *
           PERFORM 300000-READ-OUTFILE.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-CHECK-LATER-HISTORY                               SECTION.
      *-----------------------------------------------------------------
      * A LATER LOAD, A BLWUPD01 CORRECTION, A BLWPURGE DELETE OR AN
      * EARLIER BACK-OUT OF THIS SAME NIGHT EACH LEAVE A HISTORY ROW
      * ON OR AFTER THE LOAD DATE. THE ONLY ROW ALLOWED THERE IS THE
      * 'U' BEFORE-IMAGE OF AN OVERWRITE BY THIS LOAD ITSELF.
      *
           IF OUTFILE-ACTION-OVERWRITE
              MOVE 'U'     TO  TABH-CD-LOAD-CHG
           ELSE
              MOVE SPACES  TO  TABH-CD-LOAD-CHG
           END-IF.
      *
           EXEC SQL
              OPEN LATCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999012-ERROR-012
           END-IF.
      *
           EXEC SQL
              FETCH LATCUR
               INTO :TABH-DT-CHG,
                    :TABH-CD-CHG,
                    :TABH-NM-USER
           END-EXEC.
      *
           IF SQLCODE = 0
              MOVE 'Y'                  TO  CTL-REFUSED
              IF TABH-CHG-BACKOUT
                 MOVE 'ALREADY BACKED'  TO  RPT-DET-RESULT
              ELSE
                 MOVE 'TOUCHED SINCE'   TO  RPT-DET-RESULT
              END-IF
              MOVE TABH-DT-CHG          TO  RPT-DET-DT-CHG
              MOVE TABH-CD-CHG          TO  RPT-DET-CD-CHG
              MOVE TABH-NM-USER         TO  RPT-DET-NM-USER
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 999012-ERROR-012
              END-IF
           END-IF.
      *
           EXEC SQL
              CLOSE LATCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999012-ERROR-012
           END-IF.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-CHECK-CURRENT-ROW                                 SECTION.
      *-----------------------------------------------------------------
      * THE ROW MUST STILL BE THERE AND STILL HOLD EXACTLY THE NM_P AND
      * CD_S THE LOAD WROTE; ANYTHING ELSE WAS CHANGED BY A ROUTE THAT
      * LEFT NO HISTORY, AND IS NOT OURS TO UNDO.
      *
           EXEC SQL
              SELECT NM_P, CD_S
                INTO :TAB1-NM-P, :TAB1-CD-S
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE = 0
              IF TAB1-NM-P NOT = OUTFILE-NM-P
              OR TAB1-CD-S NOT = OUTFILE-CD-S
                 MOVE 'Y'              TO  CTL-REFUSED
                 MOVE 'ROW CHANGED'    TO  RPT-DET-RESULT
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'              TO  CTL-REFUSED
                 MOVE 'ROW MISSING'    TO  RPT-DET-RESULT
              ELSE
                 PERFORM 999011-ERROR-011
              END-IF
           END-IF.
      *
       220000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       230000-GET-BEFORE-IMAGE                                  SECTION.
      *-----------------------------------------------------------------
      * THE OVERWRITE'S BEFORE-IMAGE IS THE ONE 'U'/'BLWITHDB' HISTORY
      * ROW OF THE LOAD DATE. NONE (ARCHIVED BY BLWHARCH, OR NEVER
      * WRITTEN) OR MORE THAN ONE (THE KEY LOADED TWICE THAT DAY)
      * LEAVES NO SAFE VALUE TO GO BACK TO.
      *
           EXEC SQL
              SELECT NM_P, CD_S, DT_LOAD
                INTO :TABH-NM-P, :TABH-CD-S, :TABH-DT-LOAD-PRE
                FROM SOMEDB.TABLE1_HIST
               WHERE NR_C    = :TAB1-NR-C
                 AND CD_P    = :TAB1-CD-P
                 AND CD_C    = :TAB1-CD-C
                 AND DT_CHG  = :TABH-DT-LOAD
                 AND CD_CHG  = 'U'
                 AND NM_USER = 'BLWITHDB'
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              IF SQLCODE = 100
                 MOVE 'Y'                TO  CTL-REFUSED
                 MOVE 'NO BEFORE-IMAGE'  TO  RPT-DET-RESULT
              ELSE
                 IF SQLCODE = -811
                    MOVE 'Y'             TO  CTL-REFUSED
                    MOVE 'AMBIGUOUS'     TO  RPT-DET-RESULT
                 ELSE
                    PERFORM 999012-ERROR-012
                 END-IF
              END-IF
           END-IF.
      *
       230000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       240000-REVERSE-ROW                                       SECTION.
      *-----------------------------------------------------------------
      * RECORD THE ROW AS THE LOAD LEFT IT, THEN DELETE IT (INSERTED
      * BY THE LOAD) OR PUT THE BEFORE-IMAGE BACK (OVERWRITTEN BY IT).
      * A SIMULATION COUNTS WHAT WOULD HAPPEN AND CHANGES NOTHING.
      *
           IF RUN-MODE-UPDATE
              PERFORM 245000-INSERT-HISTORY
           END-IF.
      *
           IF OUTFILE-ACTION-INSERT
              IF RUN-MODE-UPDATE
                 PERFORM 250000-DELETE-ROW
              END-IF
              ADD 1  TO  QT-REC-DELETED
           ELSE
              IF RUN-MODE-UPDATE
                 PERFORM 255000-RESTORE-ROW
              END-IF
              ADD 1  TO  QT-REC-RESTORED
           END-IF.
      *
           IF RUN-MODE-UPDATE
              PERFORM 260000-COMMIT-POINT
           END-IF.
      *
       240000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       245000-INSERT-HISTORY                                    SECTION.
      *-----------------------------------------------------------------
      * THE REVERSAL GETS ITS OWN CHANGE TYPE, SO BLWINQ02 SHOWS THE
      * ROUND TRIP: THE LOAD'S 'U' ROW, THEN THIS 'B' ROW. A DELETED
      * INSERT IS TYPE 'X' INSTEAD, SO BLWASOF KNOWS THE ROW DID NOT
      * EXIST BEFORE THE LOAD; THE DT_LOAD COLUMN TELLS IT WHEN THAT
      * WAS. INSERT FROM SELECT SO THE IMAGE IS TAKEN FROM THE TABLE
      * ITSELF.
      *
           IF OUTFILE-ACTION-INSERT
              MOVE 'X'                 TO  TABH-CD-CHG
           ELSE
              MOVE 'B'                 TO  TABH-CD-CHG
           END-IF.
      *
           EXEC SQL
              INSERT
                INTO SOMEDB.TABLE1_HIST
                   ( NR_C,
                     CD_P,
                     CD_C,
                     NM_P,
                     CD_S,
                     DT_CHG,
                     CD_CHG,
                     NM_USER,
                     DT_LOAD )
              SELECT NR_C,
                     CD_P,
                     CD_C,
                     NM_P,
                     CD_S,
                     CURRENT DATE,
                     :TABH-CD-CHG,
                     'BLWBKOUT',
                     DT_LOAD
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999013-ERROR-013
           END-IF.
      *
       245000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-DELETE-ROW                                        SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              DELETE
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999014-ERROR-014
           END-IF.
      *
       250000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       255000-RESTORE-ROW                                       SECTION.
      *-----------------------------------------------------------------
      * DT_LOAD GOES BACK WITH NM_P/CD_S, OR BLWSTALE WOULD GO ON
      * SEEING THE ROW AS FED ON THE NIGHT THAT WAS TAKEN OUT. A
      * BEFORE-IMAGE THAT DOES NOT KNOW IT LEAVES DT_LOAD AS IT IS.
      *
           IF TABH-DT-LOAD-PRE-UNKNOWN
              EXEC SQL
                 UPDATE SOMEDB.TABLE1
                    SET NM_P = :TABH-NM-P,
                        CD_S = :TABH-CD-S
                  WHERE NR_C = :TAB1-NR-C
                    AND CD_P = :TAB1-CD-P
                    AND CD_C = :TAB1-CD-C
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE SOMEDB.TABLE1
                    SET NM_P    = :TABH-NM-P,
                        CD_S    = :TABH-CD-S,
                        DT_LOAD = :TABH-DT-LOAD-PRE
                  WHERE NR_C = :TAB1-NR-C
                    AND CD_P = :TAB1-CD-P
                    AND CD_C = :TAB1-CD-C
              END-EXEC
           END-IF.
      *
           IF SQLCODE NOT = 0
              PERFORM 999015-ERROR-015
           END-IF.
      *
       255000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-COMMIT-POINT                                      SECTION.
      *-----------------------------------------------------------------
      * COMMIT AT INTERVALS SO A LONG BACK-OUT DOES NOT HOLD LOCKS ON
      * THE WHOLE TABLE. A RERUN AFTER A FAILURE IS SAFE: KEYS ALREADY
      * REVERSED CARRY THEIR 'B' ROW AND COME BACK AS ALREADY BACKED.
      *
           ADD 1  TO  WS-COMMIT-COUNTER.
      *
           IF WS-COMMIT-COUNTER >= WS-COMMIT-INTERVAL
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0  TO  WS-COMMIT-COUNTER
           END-IF.
      *
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       270000-WRITE-REFUSAL                                     SECTION.
      *-----------------------------------------------------------------
      *
           ADD 1  TO  QT-REC-REFUSED.
      *
           MOVE TAB1-NR-C              TO  RPT-DET-NR-C.
           MOVE TAB1-CD-P              TO  RPT-DET-CD-P.
           MOVE TAB1-CD-C              TO  RPT-DET-CD-C.
      *
           IF OUTFILE-ACTION-INSERT
              MOVE 'INSERT'            TO  RPT-DET-ACTION
           ELSE
              MOVE 'OVERWRITE'         TO  RPT-DET-ACTION
           END-IF.
      *
           WRITE BKORPT-REC-FD  FROM  RPT-DETAIL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
       270000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       280000-WRITE-RPT-TOTALS                                  SECTION.
      *-----------------------------------------------------------------
      * EVERY DETAIL THE TRAILER COUNTS ENDS UP DELETED, RESTORED OR
      * REFUSED -- THE REPORT PROVES IT.
      *
           MOVE 'OUTFILE TRAILER..: '  TO  RPT-TOT-NAME.
           MOVE QT-TRL-OUTFILE         TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'LOADED AS INSERT.: '  TO  RPT-TOT-NAME.
           MOVE QT-VRF-INSERT          TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'LOADED AS UPDATE.: '  TO  RPT-TOT-NAME.
           MOVE QT-VRF-OVERWRITE       TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'ROWS DELETED.....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-DELETED         TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'ROWS RESTORED....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-RESTORED        TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'REFUSED..........: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-REFUSED         TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           COMPUTE QT-BALANCE = QT-REC-DELETED
                              + QT-REC-RESTORED
                              + QT-REC-REFUSED.
      *
           IF QT-BALANCE = QT-TRL-OUTFILE
              MOVE 'CONTROL TOTALS BALANCE WITH THE OUTFILE TRAILER'
                                       TO  RPT-BAL-TEXT
           ELSE
              MOVE '** OUT OF BALANCE WITH THE OUTFILE TRAILER **'
                                       TO  RPT-BAL-TEXT
           END-IF.
      *
           WRITE BKORPT-REC-FD  FROM  RPT-BALANCE-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
       280000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       285000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE BKORPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
       285000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-READ-OUTFILE SECTION.
      *-----------------------------------------------------------------
      * THE TYPE-9 TRAILER IS LOGICAL END OF FILE; IT WAS ALREADY
      * BALANCED BY THE FIRST PASS.
      *
           READ OUTFILE  INTO  OUTFILE-REC
               AT END
                  MOVE 'Y'            TO  CTL-EOF-OUTFILE
               NOT AT END
              IF OUTFILE-CD-TYPE-REC IS NUMERIC
                 AND OUTFILE-CD-TYPE-REC = 9
                  MOVE 'Y'            TO  CTL-TRL-OUTFILE
                  MOVE 'Y'            TO  CTL-EOF-OUTFILE
              ELSE
                  ADD 1               TO  QT-REC-OUTFILE
              END-IF
           END-READ.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       800000-LEDGER-START                                      SECTION.
      *-----------------------------------------------------------------
      * MARK THE STEP OPEN ON THE SHARED RUN LEDGER, UNDER THE RUN DATE
      * OF THE NIGHT BEING BACKED OUT.
      *
           INITIALIZE LEDFILE-REC
            REPLACING ALPHANUMERIC  BY  SPACES
                      NUMERIC       BY  ZEROS.
      *
           MOVE 'BLWBKOUT'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWBKOUT'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWBKOUT'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-OUTFILE        TO  LED-QT-READ.
           COMPUTE LED-QT-WRITTEN = QT-REC-DELETED
                                  + QT-REC-RESTORED.
           MOVE QT-REC-REFUSED        TO  LED-QT-EXCEPTION.
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
           DISPLAY '888 ' NM-PROG ' LOAD DATE...: ' PRM-DT-LOAD-X.
           DISPLAY '888 ' NM-PROG ' RUN MODE....: ' PRM-CD-RUN-MODE.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING OUT FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' OUTFILE HEADER MISSING OR INVALID'.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           DISPLAY '888 ' NM-PROG ' OUTFILE NOT FOR THE RUN DATE'.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           DISPLAY '888 ' NM-PROG ' RUN DATE    : ' PRM-DT-RUN.
           DISPLAY '888 ' NM-PROG ' OUTFILE DATE: ' OUTFILE-DT-RUN.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           DISPLAY '888 ' NM-PROG ' OUTFILE TRAILER COUNT MISMATCH'.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           DISPLAY '888 ' NM-PROG ' TRAILER COUNT: '
                   OUTFILE-TOTAL-REC-TRL.
           DISPLAY '888 ' NM-PROG ' RECORDS READ : ' QT-VRF-DETAIL.
           PERFORM 999999-ABEND.
      *
       999007-ERROR-007.
      *
           DISPLAY '888 ' NM-PROG ' OUTFILE TRAILER MISSING'.
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           DISPLAY '888 ' NM-PROG ' RECORDS READ : ' QT-VRF-DETAIL.
           PERFORM 999999-ABEND.
      *
       999008-ERROR-008.
      *
           DISPLAY '888 ' NM-PROG ' OUTFILE DETAIL WITH NO LOAD ACTION'.
           DISPLAY '888 ' NM-PROG ' ERROR 008'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-VRF-DETAIL.
           DISPLAY '888 ' NM-PROG ' LOAD ACTION  : ' OUTFILE-CD-ACTION.
           PERFORM 999999-ABEND.
      *
       999009-ERROR-009.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING BACK-OUT REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 009'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999010-ERROR-010.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING BACK-OUT REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 010'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999011-ERROR-011.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR SELECT TAB1'.
           DISPLAY '888 ' NM-PROG ' NUMBER  ' TAB1-NR-C.
           DISPLAY '888 ' NM-PROG ' CODE    ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 011'.
           PERFORM 999999-ABEND.
      *
       999012-ERROR-012.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING TAB1 HISTORY'.
           DISPLAY '888 ' NM-PROG ' NUMBER  ' TAB1-NR-C.
           DISPLAY '888 ' NM-PROG ' CODE    ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 012'.
           PERFORM 999999-ABEND.
      *
       999013-ERROR-013.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR INSERT TAB1 HISTORY'.
           DISPLAY '888 ' NM-PROG ' NUMBER  ' TAB1-NR-C.
           DISPLAY '888 ' NM-PROG ' CODE    ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 013'.
           PERFORM 999999-ABEND.
      *
       999014-ERROR-014.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR DELETE TAB1'.
           DISPLAY '888 ' NM-PROG ' NUMBER  ' TAB1-NR-C.
           DISPLAY '888 ' NM-PROG ' CODE    ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 014'.
           PERFORM 999999-ABEND.
      *
       999015-ERROR-015.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR UPDATE TAB1'.
           DISPLAY '888 ' NM-PROG ' NUMBER  ' TAB1-NR-C.
           DISPLAY '888 ' NM-PROG ' CODE    ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 015'.
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
                  OUTFILE
                  BKORPT.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
