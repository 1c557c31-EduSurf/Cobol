                  FILE STATUS IS FS-STATUS.
           SELECT NMEFILE  ASSIGN  TO  UT-S-NMEFILE
                  FILE STATUS IS FS-STATUS.
           SELECT STVFILE  ASSIGN  TO  UT-S-STVFILE
                  FILE STATUS IS FS-STATUS.
           SELECT STAFILE  ASSIGN  TO  UT-S-STAFILE
                  FILE STATUS IS FS-STATUS.
           SELECT NAMFILE  ASSIGN  TO  AS-R-NAMFILE
       01  OUTFILE-REC-FD    PIC  X(150).
      *
      * --- RESTART/CHECKPOINT FILE: LAST KEYS PROCESSED + COUNTERS
      * (565 = 103-BYTE KEY/COUNTER SNAPSHOT (INCLUDING THE BALFILE/
      * REJFILE/NMEFILE COUNTERS, THE NAME-RESOLUTION/COLLISION
      * COUNTERS AND THE STVFILE COUNTER) + THE 462-BYTE PER-SOURCE
      * BREAKDOWN TABLE, SEE RESTART-REC BELOW)
       FD  RESTARTFILE
           RECORDING MODE F
           RECORD 565
           BLOCK 0.
      *
       01  RESTARTFILE-REC-FD  PIC  X(565).
      *
      * --- BALANCE EXCEPTION FILE: MSTFILE/AUXFILE RECORDS WITH NO MATCH
       FD  BALFILE
      *
       01  NMEFILE-REC-FD    PIC  X(008).
      *
      * --- STATUS-VIOLATION FILE: OVERWRITES REFUSED BECAUSE THE CD_S
      * MOVE IS NOT IN THE SOMEDB.TABLE1_TRNS TRANSITION RULES
       FD  STVFILE
           RECORDING MODE F
           RECORD 38
           BLOCK 0.
      *
       01  STVFILE-REC-FD    PIC  X(038).
      *
      * --- RUN-STATISTICS FILE: ONE RECORD WITH THE NIGHT'S COUNTERS,
      * FOR THE BLWRPT01 DAILY CONTROL REPORT.
       FD  STAFILE
      * --- SHARED RUN-LEDGER FILE OF THE NIGHTLY STREAM
       FD  LEDFILE
           RECORDING MODE F
           RECORD 058
           BLOCK 0.
      *
       01  LEDFILE-REC-FD    PIC  X(058).
      *
       SD  SRTFILE
           RECORD 29.
           03  RST-QT-NAME-NAMFILE          PIC  9(07).
           03  RST-QT-NAME-DIRECT           PIC  9(07).
           03  RST-QT-REC-COLLISION         PIC  9(07).
           03  RST-QT-REC-STVFILE           PIC  9(07).
      * --- PER-SOURCE BREAKDOWN SNAPSHOT, MIRRORS WS-SOURCE-TABLE
           03  RST-SOURCE-COUNT             PIC  9(02).
           03  RST-SOURCE-ENTRY  OCCURS 20 TIMES.
               05  RST-SOURCE-ID            PIC  X(02).
               05  RST-SOURCE-QT-AUX        PIC  9(07).
               05  RST-SOURCE-QT-BLINE      PIC  9(07).
               05  RST-SOURCE-QT-CODE       PIC  9(07).
      *
       01  WS-CHECKPOINT-INTERVAL           PIC  9(05) VALUE 01000.
       01  WS-CHECKPOINT-COUNTER            PIC  9(05) VALUE 0.
           '*** BLWITHDB ***'.                                           
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.  
       77  ABEND                            PIC  X(07) VALUE 'ABEND'. 
       01  BLWGATE                          PIC  X(08) VALUE 'BLWGATE'.
       01  PGMSB001                         PIC  X(08) VALUE 'PGMSB001'.
       01  PGMSB002                         PIC  X(08) VALUE 'PGMSB002'.
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
      * --- Book of file STAFILE (run-statistics record)
       COPY STAKFILE.
      *
      * --- Book of file STVFILE (status-violation exceptions)
       COPY STVKFILE.
      *
      * --- Book of file AUXFILE
       COPY AUXKFILE.
      *
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
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.                                           
       01  CTL-VALIDATION-ERROR             PIC  X(01).
           88  VALIDATION-FAILED                   VALUE 'Y'.
       01  WS-REJ-ERROR-CD                  PIC  9(03) VALUE 0.
      *
      * --- WHAT 240000-INSERT-DATA DID WITH THE ROW, CARRIED ON THE
      * OUTFILE DETAIL FOR THE BLWBKOUT BACK-OUT JOB.
       01  CTL-LOAD-ACTION                  PIC  X(01) VALUE SPACES.
           88  LOAD-ACTION-INSERT                      VALUE 'I'.
           88  LOAD-ACTION-OVERWRITE                   VALUE 'U'.
           88  LOAD-ACTION-SIMULATE                    VALUE 'S'.
      *
       01  CTL-RESTART-ACTIVE               PIC  X(01) VALUE 'N'.
           88  RESTART-ACTIVE                       VALUE 'Y'.
               05  WS-SOURCE-ID             PIC  X(02).
               05  WS-SOURCE-QT-AUX         PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-BLINE       PIC  9(07) VALUE 0.
      * --- MATCHED PAIRS REJECTED FOR A CD_P/CD_C NOT ON THE REFERENCE
      * TABLE OR NOT IN EFFECT ON THE RUN DATE
               05  WS-SOURCE-QT-CODE        PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
       01  DT-RUN                           PIC  9(08) VALUE 0.
      *
      * --- THE RUN DATE IN THE ISO FORM KEPT IN SOMEDB.TABLE1.DT_LOAD,
      * THE LAST NIGHT A LOAD INSERTED OR OVERWROTE THE ROW (READ BY
      * BLWSTALE TO FIND ROWS THAT HAVE STOPPED ARRIVING).
       01  DT-LOAD                          PIC  9(08) VALUE 0.
       01  FILLER REDEFINES DT-LOAD.
           03  DT-LOAD-YYYY                 PIC  9(04).
           03  DT-LOAD-MM                   PIC  9(02).
           03  DT-LOAD-DD                   PIC  9(02).
       01  TAB1-DT-LOAD.
           03  LOAD-YYYY                    PIC  9(04).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  LOAD-MM                      PIC  9(02).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  LOAD-DD                      PIC  9(02).
      *
       01  KEY-MSTFILE                      PIC  9(13) VALUE 0.         
       01  FILLER REDEFINES KEY-MSTFILE.                                
      * THE WAY OUT OF IT.
       01  QT-REC-AUX-RELEASED              PIC  9(07) VALUE 0.
       01  QT-REC-COLLISION                 PIC  9(07) VALUE 0.
      *
      * --- ALLOWED CD_S TRANSITIONS, LOADED ONCE FROM
      * SOMEDB.TABLE1_TRNS AT THE START OF AN UPDATE RUN AND SEARCHED
      * ON EVERY OVERWRITE; OVERWRITES REFUSED BY THEM ARE COUNTED IN
      * QT-REC-STVFILE.
       01  WS-TRN-MAX                       PIC  9(04) VALUE 0500.
       01  WS-TRN-COUNT                     PIC  9(04) VALUE 0.
       01  WS-TRN-TABLE.
           03  WS-TRN-ENTRY  OCCURS 500 TIMES INDEXED BY WS-TRN-IDX.
               05  WS-TRN-CD-S-FROM         PIC S9(09) COMP.
               05  WS-TRN-CD-S-TO           PIC S9(09) COMP.
       01  CTL-EOF-TRNCUR                   PIC  X(01) VALUE 'N'.
           88  END-TRNCUR                              VALUE 'Y'.
       01  CTL-TRANSITION                   PIC  X(01) VALUE 'N'.
           88  TRANSITION-ALLOWED                      VALUE 'Y'.
       01  QT-REC-STVFILE                   PIC  9(07) VALUE 0.
       01  CTL-AUX-READ-DONE                PIC  X(01) VALUE 'N'.
           88  AUX-READ-DONE                           VALUE 'Y'.
      *
      *--- Book of table to insert data.
       COPY DB2KTAB1.
      *
      *--- Book of the CD_S transition-rules table.
       COPY DB2KTABT.
      *                                                                 
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- THE ALLOWED CD_S TRANSITIONS, READ ONCE INTO WS-TRN-TABLE
           EXEC SQL
              DECLARE TRNCUR CURSOR FOR
                 SELECT CD_S_FROM,
                        CD_S_TO
                   FROM SOMEDB.TABLE1_TRNS
           END-EXEC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.                                              
      *-----------------------------------------------------------------
                   QT-NAME-DIRECT.
           DISPLAY '999 ' NM-PROG ' KEY COLLISIONS.......: '
                   QT-REC-COLLISION.
           DISPLAY '999 ' NM-PROG ' STATUS VIOLATIONS....: '
                   QT-REC-STVFILE.
      *
      * --- PER-SOURCE BREAKDOWN OF THE CONCATENATED AUXFILE: SHOWS WHICH
      * REGIONAL FEED CAME IN LIGHT OR HEAVY ON A GIVEN NIGHT.
              DISPLAY '999 ' NM-PROG ' SOURCE ' WS-SOURCE-ID(WS-SRC-IDX)
                      ' READ....: ' WS-SOURCE-QT-AUX(WS-SRC-IDX)
                      ' MATCHED: ' WS-SOURCE-QT-BLINE(WS-SRC-IDX)
                      ' BAD CODES: ' WS-SOURCE-QT-CODE(WS-SRC-IDX)
           END-PERFORM.
      *
           PERFORM 335000-WRITE-STAFILE.
                  OUTFILE
                  BALFILE
                  REJFILE
                  NMEFILE
                  STVFILE.
      *
           IF QT-REC-OUTFILE = 0
              MOVE 4  TO  RETURN-CODE
      *-----------------------------------------------------------------
      *
           PERFORM 101000-READ-PARM.
      *
           PERFORM 805000-CHECK-PREDECESSORS.
      *
           PERFORM 800000-LEDGER-START.
      *
      * CHECKPOINT OF A REAL RUN: IT ALWAYS PROCESSES THE WHOLE FEED.
           IF RUN-MODE-UPDATE
              PERFORM 105000-CHECK-RESTART
              PERFORM 108000-LOAD-TRANSITIONS
           END-IF.
      *
           PERFORM 110000-LOAD-CODES.
      *
           IF RESTART-ACTIVE
              OPEN EXTEND OUTFILE
           IF FS-STATUS NOT = '00'
              PERFORM 999022-ERROR-022
           END-IF.
      *
           IF RESTART-ACTIVE
              OPEN EXTEND STVFILE
           ELSE
              OPEN OUTPUT STVFILE
           END-IF.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999042-ERROR-042
           END-IF.
      *
           IF RESTART-ACTIVE
              PERFORM 301000-SKIP-READ-AUXFILE
           END-IF.
      *
           CLOSE PRMFILE.
      *
           MOVE PRM-DT-RUN                 TO  DT-LOAD.
           MOVE DT-LOAD-YYYY               TO  LOAD-YYYY.
           MOVE DT-LOAD-MM                 TO  LOAD-MM.
           MOVE DT-LOAD-DD                 TO  LOAD-DD.
      *
           DISPLAY '999 ' NM-PROG ' RUN DATE....: ' PRM-DT-RUN.
           DISPLAY '999 ' NM-PROG ' ENVIRONMENT.: ' PRM-CD-ENVIRONMENT.
                     MOVE RST-QT-NAME-DIRECT TO  QT-NAME-DIRECT
                     MOVE RST-QT-REC-COLLISION
                                             TO  QT-REC-COLLISION
                     MOVE RST-QT-REC-STVFILE TO  QT-REC-STVFILE
                     MOVE RST-SOURCE-COUNT   TO  WS-SOURCE-COUNT
                     PERFORM 107000-RESTORE-SOURCE-TABLE
              END-READ
                                   TO  WS-SOURCE-QT-AUX(WS-SRC-SUB)
              MOVE RST-SOURCE-QT-BLINE(WS-SRC-SUB)
                                   TO  WS-SOURCE-QT-BLINE(WS-SRC-SUB)
              MOVE RST-SOURCE-QT-CODE(WS-SRC-SUB)
                                   TO  WS-SOURCE-QT-CODE(WS-SRC-SUB)
           END-PERFORM.
      *
       107000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       108000-LOAD-TRANSITIONS                                  SECTION.
      *-----------------------------------------------------------------
      * READ THE ALLOWED CD_S MOVES INTO WS-TRN-TABLE ONCE, INSTEAD OF
      * A DB2 LOOKUP PER OVERWRITTEN ROW. A RULES TABLE TOO BIG FOR THE
      * WORK TABLE STOPS THE RUN: A RULE LEFT OUT WOULD REFUSE MOVES
      * THE BUSINESS ALLOWS.
      *
           MOVE 0    TO  WS-TRN-COUNT.
           MOVE 'N'  TO  CTL-EOF-TRNCUR.
      *
           EXEC SQL
              OPEN TRNCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999044-ERROR-044
           END-IF.
      *
           PERFORM 109000-FETCH-TRNCUR
             UNTIL END-TRNCUR.
      *
           EXEC SQL
              CLOSE TRNCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999044-ERROR-044
           END-IF.
      *
           DISPLAY '999 ' NM-PROG ' CD-S TRANSITION RULES: '
                   WS-TRN-COUNT.
      *
       108000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       109000-FETCH-TRNCUR                                      SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH TRNCUR
               INTO :TRNS-CD-S-FROM,
                    :TRNS-CD-S-TO
           END-EXEC.
      *
           IF SQLCODE = 0
              IF WS-TRN-COUNT NOT < WS-TRN-MAX
                 PERFORM 999046-ERROR-046
              END-IF
              ADD 1  TO  WS-TRN-COUNT
              SET WS-TRN-IDX  TO  WS-TRN-COUNT
              MOVE TRNS-CD-S-FROM   TO  WS-TRN-CD-S-FROM(WS-TRN-IDX)
              MOVE TRNS-CD-S-TO     TO  WS-TRN-CD-S-TO(WS-TRN-IDX)
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'  TO  CTL-EOF-TRNCUR
              ELSE
                 PERFORM 999044-ERROR-044
              END-IF
           END-IF.
      *
       109000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       110000-LOAD-CODES                                        SECTION.
      *-----------------------------------------------------------------
      * HAVE BLWCODE READ THE CD_P/CD_C REFERENCE CODES NOW, SO A DB2
      * ERROR OR A TABLE TOO BIG FOR ITS WORK TABLE STOPS THE RUN
      * BEFORE THE BALANCE LINE STARTS. BOTH RUN MODES CHECK THE
      * CODES: A SIMULATION MUST REFUSE WHAT A REAL RUN WOULD.
      *
           SET CODK-FUNC-LOAD          TO  TRUE.
           MOVE PRM-DT-RUN             TO  CODK-DT-RUN.
      *
           CALL BLWCODE USING CODK-AREA.
      *
           IF CODK-SQL-ERROR
              PERFORM 999055-ERROR-055
           END-IF.
      *
           IF CODK-TABLE-FULL
              PERFORM 999056-ERROR-056
           END-IF.
      *
           DISPLAY '999 ' NM-PROG ' CD-P/CD-C REFERENCE CODES: '
                   CODK-QT-CODES.
      *
       110000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-BALANCE-LINE                                      SECTION.
      *-----------------------------------------------------------------
           IF MSTFILE-CD-C IS LESS THAN OR EQUAL TO ZEROS
              PERFORM 999013-ERROR-013
           END-IF.
      *
      * ONLY CODES THAT PASSED THE FIELD EDITS ARE LOOKED UP.
           IF NOT VALIDATION-FAILED
              PERFORM 211000-CHECK-CODES
           END-IF.
      *                                                                 
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       211000-CHECK-CODES                                       SECTION.
      *-----------------------------------------------------------------
      * THE CD_P AND THE CD_P/CD_C PAIR ON BOTH SIDES MUST BE ON
      * SOMEDB.TABLE1_CODE AND IN EFFECT ON THE RUN DATE (SEE BLWCODE).
      * AS WITH THE FIELD EDITS, REJFILE CARRIES THE LAST FAILURE
      * FOUND; THE PAIR COUNTS ONCE AGAINST ITS SOURCE-ID.
      *
           MOVE AUXFILE-CD-P           TO  CODK-CD-P.
           MOVE AUXFILE-CD-C           TO  CODK-CD-C.
           PERFORM 212000-CALL-BLWCODE.
      *
           EVALUATE TRUE
               WHEN CODK-P-UNKNOWN
                  PERFORM 999047-ERROR-047
               WHEN CODK-P-NOT-IN-EFFECT
                  PERFORM 999048-ERROR-048
               WHEN CODK-C-UNKNOWN
                  PERFORM 999049-ERROR-049
               WHEN CODK-C-NOT-IN-EFFECT
                  PERFORM 999050-ERROR-050
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *
           MOVE MSTFILE-CD-P           TO  CODK-CD-P.
           MOVE MSTFILE-CD-C           TO  CODK-CD-C.
           PERFORM 212000-CALL-BLWCODE.
      *
           EVALUATE TRUE
               WHEN CODK-P-UNKNOWN
                  PERFORM 999051-ERROR-051
               WHEN CODK-P-NOT-IN-EFFECT
                  PERFORM 999052-ERROR-052
               WHEN CODK-C-UNKNOWN
                  PERFORM 999053-ERROR-053
               WHEN CODK-C-NOT-IN-EFFECT
                  PERFORM 999054-ERROR-054
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *
           IF VALIDATION-FAILED
              PERFORM 213000-TRACK-SOURCE-CODE
           END-IF.
      *
       211000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       212000-CALL-BLWCODE                                      SECTION.
      *-----------------------------------------------------------------
      *
           SET CODK-FUNC-CHECK         TO  TRUE.
           MOVE PRM-DT-RUN             TO  CODK-DT-RUN.
      *
           CALL BLWCODE USING CODK-AREA.
      *
           IF CODK-SQL-ERROR
              PERFORM 999055-ERROR-055
           END-IF.
      *
           IF CODK-TABLE-FULL
              PERFORM 999056-ERROR-056
           END-IF.
      *
       212000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       213000-TRACK-SOURCE-CODE                                 SECTION.
      *-----------------------------------------------------------------
      * BUMP THE BAD-CODE COUNT FOR THE CURRENT AUXFILE RECORD'S
      * SOURCE-ID; ITS ENTRY WAS ADDED BY 305000-TRACK-SOURCE-AUXFILE.
      *
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              IF WS-SOURCE-ID(WS-SRC-IDX) = AUXFILE-SOURCE-ID
                 ADD 1  TO  WS-SOURCE-QT-CODE(WS-SRC-IDX)
              END-IF
           END-PERFORM.
      *
       213000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       215000-WRITE-REC-REJFILE                                 SECTION.
      *-----------------------------------------------------------------
              MOVE QT-NAME-NAMFILE         TO  RST-QT-NAME-NAMFILE
              MOVE QT-NAME-DIRECT          TO  RST-QT-NAME-DIRECT
              MOVE QT-REC-COLLISION        TO  RST-QT-REC-COLLISION
              MOVE QT-REC-STVFILE          TO  RST-QT-REC-STVFILE
              MOVE WS-SOURCE-COUNT         TO  RST-SOURCE-COUNT
              PERFORM 236000-SAVE-SOURCE-TABLE
              OPEN OUTPUT RESTARTFILE
                                   TO  RST-SOURCE-QT-AUX(WS-SRC-SUB)
              MOVE WS-SOURCE-QT-BLINE(WS-SRC-SUB)
                                   TO  RST-SOURCE-QT-BLINE(WS-SRC-SUB)
              MOVE WS-SOURCE-QT-CODE(WS-SRC-SUB)
                                   TO  RST-SOURCE-QT-CODE(WS-SRC-SUB)
           END-PERFORM.
      *
       236000-OUT.
      * INSERT/UPDATE IS SKIPPED, AND THE RECORD GOES TO OUTFILE AS IF
      * IT HAD LANDED IN THE TABLE.
           IF RUN-MODE-SIMULATE
              SET LOAD-ACTION-SIMULATE  TO  TRUE
              PERFORM 250000-WRITE-REC-OUTFILE
           ELSE
              EXEC SQL
                        CD_P,
                        CD_C,
                        NM_P,
                        CD_S,
                        DT_LOAD )
                 VALUES
                      ( :TAB1-NR-C,
                        :TAB1-CD-P,
                        :TAB1-CD-C,
                        :TAB1-NM-P,
                        :TAB1-CD-S,
                        :TAB1-DT-LOAD )
              END-EXEC
              IF SQLCODE = 0
                 SET LOAD-ACTION-INSERT  TO  TRUE
                 PERFORM 250000-WRITE-REC-OUTFILE
              ELSE
                 IF SQLCODE = -803
      * EXISTS IN SOMEDB.TABLE1 (A RERUN, OR A RE-SENT SOURCE RECORD) --
      * UPDATE THE EXISTING ROW INSTEAD OF ABENDING THE WHOLE JOB.
      * THE OLD NM_P/CD_S ARE CAPTURED TO THE HISTORY TABLE FIRST, SO
      * THE OVERWRITTEN VALUES STAY ANSWERABLE AFTER THE LOAD. A CD_S
      * MOVE THE TRANSITION RULES DO NOT ALLOW LEAVES THE ROW AS IT IS
      * AND GOES TO STVFILE INSTEAD.
      *
           PERFORM 244000-CHECK-TRANSITION.
      *
           IF TRANSITION-ALLOWED
              PERFORM 246000-INSERT-HISTORY
              EXEC SQL
                 UPDATE SOMEDB.TABLE1
                    SET NM_P    = :TAB1-NM-P,
                        CD_S    = :TAB1-CD-S,
                        DT_LOAD = :TAB1-DT-LOAD
                  WHERE NR_C = :TAB1-NR-C
                    AND CD_P = :TAB1-CD-P
                    AND CD_C = :TAB1-CD-C
              END-EXEC
              IF SQLCODE = 0
                 SET LOAD-ACTION-OVERWRITE  TO  TRUE
                 PERFORM 250000-WRITE-REC-OUTFILE
              ELSE
                 PERFORM 999015-ERROR-015
              END-IF
           ELSE
              PERFORM 247000-WRITE-REC-STVFILE
           END-IF.
      *
       245000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       244000-CHECK-TRANSITION                                  SECTION.
      *-----------------------------------------------------------------
      * THE ROW'S CURRENT CD_S AGAINST THE ONE PGMSB002 RETURNED:
      * KEEPING THE SAME STATUS IS ALWAYS ALLOWED, ANY OTHER MOVE ONLY
      * WHEN WS-TRN-TABLE HOLDS IT.
      *
           EXEC SQL
              SELECT CD_S
                INTO :TRNS-CD-S-FROM
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999045-ERROR-045
           END-IF.
      *
           MOVE TAB1-CD-S  TO  TRNS-CD-S-TO.
           MOVE 'N'        TO  CTL-TRANSITION.
      *
           IF TRNS-CD-S-FROM = TRNS-CD-S-TO
              MOVE 'Y'  TO  CTL-TRANSITION
           ELSE
              PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                      UNTIL WS-TRN-IDX > WS-TRN-COUNT
                         OR TRANSITION-ALLOWED
                 IF WS-TRN-CD-S-FROM(WS-TRN-IDX) = TRNS-CD-S-FROM
                    AND WS-TRN-CD-S-TO(WS-TRN-IDX) = TRNS-CD-S-TO
                    MOVE 'Y'  TO  CTL-TRANSITION
                 END-IF
              END-PERFORM
           END-IF.
      *
       244000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       247000-WRITE-REC-STVFILE                                 SECTION.
      *-----------------------------------------------------------------
      * THE FEED WANTS A CD_S MOVE THE BUSINESS DOES NOT ALLOW: THE ROW
      * KEEPS ITS VALUES AND THE PROPOSAL IS LOGGED FOR FOLLOW-UP WITH
      * THE REGION THAT SENT IT.
      *
           INITIALIZE STVFILE-REC
            REPLACING ALPHANUMERIC  BY  SPACES
                      NUMERIC       BY  ZEROS.
      *
           MOVE PRM-DT-RUN            TO  STV-DT-RUN.
           MOVE TAB1-NR-C             TO  STV-NR-C.
           MOVE TAB1-CD-P             TO  STV-CD-P.
           MOVE TAB1-CD-C             TO  STV-CD-C.
           MOVE TRNS-CD-S-FROM        TO  STV-CD-S-CURRENT.
           MOVE TRNS-CD-S-TO          TO  STV-CD-S-PROPOSED.
           MOVE AUXFILE-SOURCE-ID     TO  STV-SOURCE-ID.
           MOVE 'BLWITHDB'            TO  STV-NM-PROGRAM.
      *
           WRITE STVFILE-REC-FD  FROM  STVFILE-REC.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999043-ERROR-043
           END-IF.
      *
           ADD 1  TO  QT-REC-STVFILE.
      *
       247000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * COPY THE ROW'S CURRENT IMAGE INTO SOMEDB.TABLE1_HIST BEFORE IT
      * IS OVERWRITTEN. INSERT FROM SELECT SO THE BEFORE-IMAGE IS TAKEN
      * FROM THE TABLE ITSELF IN ONE STATEMENT. THE ROW'S DT_LOAD GOES
      * WITH IT SO A BLWBKOUT BACK-OUT CAN PUT IT BACK AS WELL.
      *
           EXEC SQL
              INSERT
                     CD_S,
                     DT_CHG,
                     CD_CHG,
                     NM_USER,
                     DT_LOAD )
              SELECT NR_C,
                     CD_P,
                     CD_C,
                     CD_S,
                     CURRENT DATE,
                     'U',
                     'BLWITHDB',
                     DT_LOAD
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
           MOVE AUXFILE-NR-C          TO  OUTFILE-CD-C
           MOVE PARM-NAME             TO  OUTFILE-NM-P
           MOVE PGMSB002-CD-S         TO  OUTFILE-CD-S
           MOVE TAB1-CD-P             TO  OUTFILE-TAB-CD-P
           MOVE TAB1-CD-C             TO  OUTFILE-TAB-CD-C
           MOVE CTL-LOAD-ACTION       TO  OUTFILE-CD-ACTION

           WRITE OUTFILE-REC-FD  FROM  OUTFILE-REC.
      *                                                                 
                 MOVE AUXFILE-SOURCE-ID TO WS-SOURCE-ID(WS-SRC-IDX)
                 MOVE 1                 TO WS-SOURCE-QT-AUX(WS-SRC-IDX)
                 MOVE 0            TO WS-SOURCE-QT-BLINE(WS-SRC-IDX)
                 MOVE 0             TO WS-SOURCE-QT-CODE(WS-SRC-IDX)
              ELSE
                 DISPLAY '888 ' NM-PROG ' SOURCE TABLE FULL, NOT '
                         'TRACKING SOURCE: ' AUXFILE-SOURCE-ID
           MOVE 0                         TO  OUTFILE-CD-TIP-REC.
           MOVE 'OUTFILE'                 TO  OUTFILE-FILE-NM.
           MOVE MSTFILE-CD-C              TO  OUTFILE-CD-M.
           MOVE PRM-DT-RUN                TO  OUTFILE-DT-RUN.
      *                                                                 
           WRITE OUTFILE-REC-FD  FROM  OUTFILE-REC.                   
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
           MOVE 'BLWITHDB'            TO  GATE-NM-PROGRAM.
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
           MOVE QT-REC-OUTFILE        TO  LED-QT-WRITTEN.
           COMPUTE LED-QT-EXCEPTION = QT-REC-BALFILE
                                    + QT-REC-REJFILE
                                    + QT-REC-NMEFILE
                                    + QT-REC-STVFILE.
           MOVE RETURN-CODE           TO  LED-CD-RETURN.
           MOVE CTL-LED-RESTART       TO  LED-FLAG-RESTART.
      *
           DISPLAY '888 ' NM-PROG ' ERROR 041'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999042-ERROR-042.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING STVFILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 042'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999043-ERROR-043.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING STVFILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 043'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999044-ERROR-044.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING TABLE1_TRNS'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 044'.
           PERFORM 999999-ABEND.
      *
       999045-ERROR-045.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR SELECT TAB1'.
           DISPLAY '888 ' NM-PROG ' NUMBER  ' TAB1-NR-C.
           DISPLAY '888 ' NM-PROG ' CODE    ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 045'.
           PERFORM 999999-ABEND.
      *
       999046-ERROR-046.
      *
           DISPLAY '888 ' NM-PROG ' TOO MANY CD-S TRANSITION RULES'.
           DISPLAY '888 ' NM-PROG ' ERROR 046'.
           DISPLAY '888 ' NM-PROG ' TABLE LIMIT : ' WS-TRN-MAX.
           PERFORM 999999-ABEND.
      *
       999047-ERROR-047.
      *
           DISPLAY '888 ' NM-PROG ' UNKNOWN CODE AT AUXFILE-CD-P'.
           DISPLAY '888 ' NM-PROG ' ERROR 047'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-AUXFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' AUXFILE-CD-P ' / '
                   AUXFILE-CD-C.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 047  TO  WS-REJ-ERROR-CD.
      *
       999048-ERROR-048.
      *
           DISPLAY '888 ' NM-PROG ' CODE NOT IN EFFECT AT AUXFILE-CD-P'.
           DISPLAY '888 ' NM-PROG ' ERROR 048'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-AUXFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' AUXFILE-CD-P ' / '
                   AUXFILE-CD-C.
           DISPLAY '888 ' NM-PROG ' IN EFFECT ' CODK-DT-EFF
                   ' TO ' CODK-DT-EXP.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 048  TO  WS-REJ-ERROR-CD.
      *
       999049-ERROR-049.
      *
           DISPLAY '888 ' NM-PROG ' UNKNOWN CODE PAIR AT AUXFILE-CD-C'.
           DISPLAY '888 ' NM-PROG ' ERROR 049'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-AUXFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' AUXFILE-CD-P ' / '
                   AUXFILE-CD-C.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 049  TO  WS-REJ-ERROR-CD.
      *
       999050-ERROR-050.
      *
           DISPLAY '888 ' NM-PROG ' PAIR NOT IN EFFECT AT AUXFILE-CD-C'.
           DISPLAY '888 ' NM-PROG ' ERROR 050'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-AUXFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' AUXFILE-CD-P ' / '
                   AUXFILE-CD-C.
           DISPLAY '888 ' NM-PROG ' IN EFFECT ' CODK-DT-EFF
                   ' TO ' CODK-DT-EXP.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 050  TO  WS-REJ-ERROR-CD.
      *
       999051-ERROR-051.
      *
           DISPLAY '888 ' NM-PROG ' UNKNOWN CODE AT MSTFILE-CD-P'.
           DISPLAY '888 ' NM-PROG ' ERROR 051'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-MSTFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' MSTFILE-CD-P ' / '
                   MSTFILE-CD-C.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 051  TO  WS-REJ-ERROR-CD.
      *
       999052-ERROR-052.
      *
           DISPLAY '888 ' NM-PROG ' CODE NOT IN EFFECT AT MSTFILE-CD-P'.
           DISPLAY '888 ' NM-PROG ' ERROR 052'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-MSTFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' MSTFILE-CD-P ' / '
                   MSTFILE-CD-C.
           DISPLAY '888 ' NM-PROG ' IN EFFECT ' CODK-DT-EFF
                   ' TO ' CODK-DT-EXP.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 052  TO  WS-REJ-ERROR-CD.
      *
       999053-ERROR-053.
      *
           DISPLAY '888 ' NM-PROG ' UNKNOWN CODE PAIR AT MSTFILE-CD-C'.
           DISPLAY '888 ' NM-PROG ' ERROR 053'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-MSTFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' MSTFILE-CD-P ' / '
                   MSTFILE-CD-C.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 053  TO  WS-REJ-ERROR-CD.
      *
       999054-ERROR-054.
      *
           DISPLAY '888 ' NM-PROG ' PAIR NOT IN EFFECT AT MSTFILE-CD-C'.
           DISPLAY '888 ' NM-PROG ' ERROR 054'.
           DISPLAY '888 ' NM-PROG ' RECORD NUMBER: ' QT-REC-MSTFILE.
           DISPLAY '888 ' NM-PROG ' CODE    ' MSTFILE-CD-P ' / '
                   MSTFILE-CD-C.
           DISPLAY '888 ' NM-PROG ' IN EFFECT ' CODK-DT-EFF
                   ' TO ' CODK-DT-EXP.
           MOVE 'Y'  TO  CTL-VALIDATION-ERROR.
           MOVE 054  TO  WS-REJ-ERROR-CD.
      *
       999055-ERROR-055.
      *
           MOVE CODK-SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING TABLE1_CODE'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 055'.
           PERFORM 999999-ABEND.
      *
       999056-ERROR-056.
      *
           DISPLAY '888 ' NM-PROG ' TOO MANY CD-P/CD-C REFERENCE CODES'.
           DISPLAY '888 ' NM-PROG ' ERROR 056'.
           DISPLAY '888 ' NM-PROG ' TABLE LIMIT : ' CODK-QT-MAX.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
                  BALFILE
                  REJFILE
                  NMEFILE
                  STVFILE
                  RESTARTFILE
                  STAFILE.
      *
