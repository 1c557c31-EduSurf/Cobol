      * OWN. ONE BLWITHDB STREAM THEN RUNS PER SLICE IN PARALLEL, EACH
      * WITH ITS OWN CHECKPOINT, AND BLWMERGE PUTS THE PIECES BACK
      * TOGETHER FOR BLWRPT01, BLWRECYC AND BLWEXT01.
      * THE PARAMETER CARD CARRIES THE NUMBER OF STREAMS (2 TO 4), THE
      * ASCENDING NR-A UPPER BOUND OF EACH SLICE BUT THE LAST, WHICH
      * TAKES EVERYTHING ABOVE, AND THE BUSINESS RUN DATE THE STEP
      * BOOKS TO ON THE RUN LEDGER.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                  FILE STATUS IS FS-STATUS.
           SELECT NAMF04   ASSIGN  TO  UT-S-NAMF04
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: NUMBER OF STREAMS, THE NR-A BANDS AND THE
      * RUN DATE
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
      *
       01  NAMF04-REC-FD     PIC  X(128).
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
      * --- NUMBER OF PARALLEL STREAMS, THE ASCENDING NR-A UPPER
      * BOUND OF EACH SLICE BUT THE LAST, AND THE BUSINESS RUN DATE.
       01  PRMFILE-REC.
           03  PRM-QT-STREAMS               PIC  9(01).
           03  PRM-NR-A-LIMIT-1             PIC  9(04).
           03  PRM-NR-A-LIMIT-2             PIC  9(04).
           03  PRM-NR-A-LIMIT-3             PIC  9(04).
           03  PRM-DT-RUN                   PIC  9(08).
           03  FILLER                       PIC  X(59).
      *
       01  MSTFILE-REC.
           03  MSTFILE-CD-A                 PIC S9(09) COMP.
           '*** BLWSPLIT ***'.
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
           END-PERFORM.
      *
           PERFORM 240000-CLOSE-SLICES.
      *
           PERFORM 810000-LEDGER-END.
      *
       000000-OUT.
           STOP RUN.
                 PERFORM 999002-ERROR-002
              END-IF
           END-IF.
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
           INITIALIZE WS-SLICE-TABLE
            REPLACING NUMERIC  BY  ZEROS.
       340000-OUT.
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
           MOVE 'BLWSPLIT'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWSPLIT'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWSPLIT'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           COMPUTE LED-QT-READ      = QT-REC-MSTFILE
                                    + QT-REC-AUXFILE
                                    + QT-REC-NAMFILE.
           MOVE LED-QT-READ           TO  LED-QT-WRITTEN.
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
           DISPLAY '888 ' NM-PROG ' LIMIT 1.....: ' PRM-NR-A-LIMIT-1.
           DISPLAY '888 ' NM-PROG ' LIMIT 2.....: ' PRM-NR-A-LIMIT-2.
           DISPLAY '888 ' NM-PROG ' LIMIT 3.....: ' PRM-NR-A-LIMIT-3.
           DISPLAY '888 ' NM-PROG ' RUN DATE....: ' PRM-DT-RUN.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
                  MSTF02 AUXF02 NAMF02
                  MSTF03 AUXF03 NAMF03
                  MSTF04 AUXF04 NAMF04.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
