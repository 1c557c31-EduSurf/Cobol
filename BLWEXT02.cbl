                  FILE STATUS IS FS-STATUS.
           SELECT EXTFILE  ASSIGN  TO  UT-S-EXTFILE
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       01  EXTFILE-REC-FD    PIC  X(186).
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
           '*** BLWEXT02 ***'.
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
           IF QT-REC-EXTRACT = 0
              MOVE 4  TO  RETURN-CODE
           END-IF.
      *
           PERFORM 810000-LEDGER-END.
      *
       000000-OUT.
           STOP RUN.
           END-IF.
      *
           CLOSE PRMFILE.
      *
           PERFORM 805000-CHECK-PREDECESSORS.
      *
           PERFORM 800000-LEDGER-START.
      *
           MOVE PRM-DT-CHG-YYYY        TO  SEL-YYYY.
           MOVE PRM-DT-CHG-MM          TO  SEL-MM.
       330000-OUT.
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
           MOVE 'BLWEXT02'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-CHG            TO  LED-DT-RUN.
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
           MOVE 'BLWEXT02'            TO  GATE-NM-PROGRAM.
           MOVE PRM-DT-CHG            TO  GATE-DT-RUN.
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
           MOVE 'BLWEXT02'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-CHG            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-EXTRACT        TO  LED-QT-READ.
           MOVE QT-REC-EXTRACT        TO  LED-QT-WRITTEN.
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
           CLOSE  PRMFILE
                  EXTFILE.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
