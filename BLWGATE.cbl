      ******************************************************************
      * PREDECESSOR GATE FOR THE STEPS OF THE NIGHTLY STREAM
      * EVERY STEP WRITES START AND END RECORDS TO THE SHARED RUN
      * LEDGER, BUT NOTHING STOPPED AN OPERATOR FROM STARTING A STEP
      * WHOSE INPUT WAS NOT READY: BLWEXT01 AFTER A FAILED BLWVER01,
      * BLWMERGE WHILE A BLWITHDB SLICE STILL HAD A RESTART CHECKPOINT
      * PENDING. EACH BATCH STEP NOW CALLS THIS SUBROUTINE FIRST. IT
      * READS THE DEPENDENCY CARDS FOR THE CALLING PROGRAM, THEN THE
      * LEDGER FOR THE RUN DATE, AND TAKES THE LATEST OUTCOME OF EACH
      * PREDECESSOR (A RERUN OVERLAYS ITS EARLIER OUTCOME). THE SLICES
      * OF A SPLIT BLWITHDB RUN ALL BOOK UNDER ONE NAME AND OVERLAP, SO
      * AN OUTCOME COVERS EVERY START MADE WHILE ANOTHER WAS STILL OPEN:
      * ONE SLICE ENDING BADLY SPOILS IT UNTIL THE STEP IS STARTED AGAIN
      * FROM IDLE. A PREDECESSOR THAT NEVER STARTED (OR WAS ITSELF
      * HELD), IS STILL OPEN, LEFT A RESTART CHECKPOINT PENDING OR
      * ENDED OVER ITS RETURN-CODE LIMIT HOLDS THE STEP: THE HOLD AND
      * ITS REASON GO ON THE LEDGER AND THE CALLER IS TOLD TO STOP WITH
      * THE HOLD RETURN CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWGATE.
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
           SELECT DEPFILE  ASSIGN  TO  UT-S-DEPFILE
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- STEP DEPENDENCY CARDS FOR THE WHOLE STREAM
       FD  DEPFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  DEPFILE-REC-FD    PIC  X(080).
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
      * --- Book of the step dependency card
       COPY DEPKFILE.
      *
      * --- Book of the shared run-ledger record
       COPY LEDKFILE.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWGATE  ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
       01  TM-NOW-FULL                      PIC  9(08) VALUE 0.
       01  FILLER REDEFINES TM-NOW-FULL.
           03  TM-NOW-HHMMSS                PIC  9(06).
           03  FILLER                       PIC  9(02).
      *
      * --- ONE ENTRY PER PREDECESSOR OF THE CALLING PROGRAM, IN CARD
      * ORDER, WITH THE LATEST STATE THE LEDGER SHOWS FOR IT.
       01  WS-PRED-MAX                      PIC  9(02) VALUE 20.
       01  WS-PRED-COUNT                    PIC  9(02) VALUE 0.
       01  WS-PRED-TABLE.
           03  WS-PRED-ENTRY  OCCURS 20 TIMES
                              INDEXED BY WS-PRED-IDX.
               05  WS-PRED-NM-PROGRAM       PIC  X(08).
               05  WS-PRED-CD-RETURN-MAX    PIC  9(04).
               05  WS-PRED-CD-STATE         PIC  X(01).
                   88  PRED-NOT-SEEN                VALUE 'N'.
                   88  PRED-STARTED                 VALUE 'S'.
                   88  PRED-ENDED                   VALUE 'E'.
                   88  PRED-HELD                    VALUE 'H'.
               05  WS-PRED-QT-OPEN          PIC  9(02).
               05  WS-PRED-CD-RETURN        PIC  9(04).
               05  WS-PRED-FLAG-RESTART     PIC  X(01).
                   88  PRED-RESTART-PENDING         VALUE 'Y'.
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-DEPFILE                  PIC  X(01) VALUE 'N'.
           88  END-DEPFILE                             VALUE 'Y'.
       01  CTL-EOF-LEDFILE                  PIC  X(01) VALUE 'N'.
           88  END-LEDFILE                             VALUE 'Y'.
       01  CTL-PRED-FOUND                   PIC  X(01) VALUE 'N'.
           88  PRED-FOUND                              VALUE 'Y'.
      *
       01  QT-REC-DEPFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-LEDFILE                   PIC  9(07) VALUE 0.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *
      *--- Book of subroutine BLWGATE
       COPY GATKAREA.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING GATE-AREA.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       000000-MAIN                                              SECTION.
      *-----------------------------------------------------------------
      *
           PERFORM 100000-INIT.
      *
           PERFORM 200000-LOAD-DEPENDENCY
             UNTIL END-DEPFILE.
      *
           CLOSE DEPFILE.
      *
           MOVE WS-PRED-COUNT          TO  GATE-QT-PREDECESSORS.
      *
      * A STEP WITH NO DEPENDENCY CARD IS NEVER HELD, AND DOES NOT
      * NEED THE LEDGER READ AT ALL.
           IF WS-PRED-COUNT > 0
              PERFORM 300000-READ-LEDGER
              PERFORM 400000-EVALUATE-PREDECESSOR
                 VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-PRED-COUNT
                      OR GATE-HELD
           END-IF.
      *
           IF GATE-HELD
              PERFORM 500000-WRITE-HELD-LEDGER
           END-IF.
      *
       000000-OUT.
           GOBACK.
      *
      *-----------------------------------------------------------------
       100000-INIT                                              SECTION.
      *-----------------------------------------------------------------
      *
           SET GATE-CLEAR              TO  TRUE.
           MOVE SPACES                 TO  GATE-NM-WAITING
                                           GATE-CD-REASON.
           MOVE 0                      TO  GATE-CD-RETURN-FOUND
                                           GATE-CD-RETURN-MAX
                                           GATE-QT-PREDECESSORS.
           MOVE 12                     TO  GATE-CD-RETURN-HELD.
      *
           IF GATE-NM-PROGRAM = SPACES
           OR GATE-DT-RUN IS NOT NUMERIC
           OR GATE-DT-RUN = 0
              PERFORM 999001-ERROR-001
           END-IF.
      *
           MOVE 0                      TO  WS-PRED-COUNT.
           MOVE 'N'                    TO  CTL-EOF-DEPFILE
                                           CTL-EOF-LEDFILE.
      *
           OPEN INPUT  DEPFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999002-ERROR-002
           END-IF.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-LOAD-DEPENDENCY                                   SECTION.
      *-----------------------------------------------------------------
      * KEEP ONLY THE CARDS FOR THE CALLING PROGRAM.
      *
           READ DEPFILE  INTO  DEPFILE-REC
               AT END
                  MOVE 'Y'  TO  CTL-EOF-DEPFILE
               NOT AT END
                  ADD 1     TO  QT-REC-DEPFILE
                  IF NOT DEP-COMMENT-CARD
                  AND DEP-NM-PROGRAM = GATE-NM-PROGRAM
                     PERFORM 210000-ADD-PREDECESSOR
                  END-IF
           END-READ.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-ADD-PREDECESSOR                                   SECTION.
      *-----------------------------------------------------------------
      *
           IF DEP-NM-PREDECESSOR = SPACES
           OR DEP-CD-RETURN-MAX IS NOT NUMERIC
              PERFORM 999003-ERROR-003
           END-IF.
      *
           IF WS-PRED-COUNT NOT < WS-PRED-MAX
              PERFORM 999004-ERROR-004
           END-IF.
      *
           ADD 1                       TO  WS-PRED-COUNT.
           SET WS-PRED-IDX             TO  WS-PRED-COUNT.
      *
           MOVE DEP-NM-PREDECESSOR     TO
                                       WS-PRED-NM-PROGRAM(WS-PRED-IDX).
           MOVE DEP-CD-RETURN-MAX      TO
                                    WS-PRED-CD-RETURN-MAX(WS-PRED-IDX).
           MOVE 'N'                    TO
                                         WS-PRED-CD-STATE(WS-PRED-IDX).
           MOVE 0                      TO
                                          WS-PRED-QT-OPEN(WS-PRED-IDX)
                                        WS-PRED-CD-RETURN(WS-PRED-IDX).
           MOVE 'N'                    TO
                                     WS-PRED-FLAG-RESTART(WS-PRED-IDX).
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-READ-LEDGER                                       SECTION.
      *-----------------------------------------------------------------
      *
           OPEN INPUT  LEDFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 310000-TALLY-LEDGER-REC
             UNTIL END-LEDFILE.
      *
           CLOSE LEDFILE.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       310000-TALLY-LEDGER-REC                                  SECTION.
      *-----------------------------------------------------------------
      *
           READ LEDFILE  INTO  LEDFILE-REC
               AT END
                  MOVE 'Y'  TO  CTL-EOF-LEDFILE
               NOT AT END
                  ADD 1     TO  QT-REC-LEDFILE
                  IF LED-DT-RUN = GATE-DT-RUN
                     PERFORM 320000-APPLY-LEDGER-REC
                  END-IF
           END-READ.
      *
       310000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       320000-APPLY-LEDGER-REC                                  SECTION.
      *-----------------------------------------------------------------
      * THE LEDGER IS IN TIME ORDER. A START MADE WHILE THE STEP IS
      * IDLE BEGINS A NEW OUTCOME (A RERUN OVERLAYS THE LAST ONE); A
      * START MADE WHILE ANOTHER IS OPEN (A PARALLEL SLICE) JOINS IT.
      * EACH END KEEPS THE WORST RETURN CODE AND ANY PENDING RESTART,
      * AND THE STEP IS ENDED ONCE NOTHING IS LEFT OPEN. A HOLD ON AN
      * IDLE STEP MEANS IT NEVER RAN.
      *
           MOVE 'N'  TO  CTL-PRED-FOUND.
           SET WS-PRED-IDX  TO  1.
      *
           PERFORM UNTIL PRED-FOUND
                      OR WS-PRED-IDX > WS-PRED-COUNT
              IF WS-PRED-NM-PROGRAM(WS-PRED-IDX) = LED-NM-PROGRAM
                 SET PRED-FOUND  TO  TRUE
              ELSE
                 SET WS-PRED-IDX  UP BY 1
              END-IF
           END-PERFORM.
      *
           IF PRED-FOUND
              EVALUATE TRUE
                  WHEN LED-EVENT-START
                     PERFORM 321000-APPLY-START
                  WHEN LED-EVENT-END
                     PERFORM 322000-APPLY-END
                  WHEN LED-EVENT-HELD
                     IF WS-PRED-QT-OPEN(WS-PRED-IDX) = 0
                        MOVE 'H'  TO  WS-PRED-CD-STATE(WS-PRED-IDX)
                     END-IF
              END-EVALUATE
           END-IF.
      *
       320000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       321000-APPLY-START                                       SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-PRED-QT-OPEN(WS-PRED-IDX) = 0
              MOVE 0    TO  WS-PRED-CD-RETURN(WS-PRED-IDX)
              MOVE 'N'  TO  WS-PRED-FLAG-RESTART(WS-PRED-IDX)
           END-IF.
      *
           ADD 1        TO  WS-PRED-QT-OPEN(WS-PRED-IDX).
           MOVE 'S'     TO  WS-PRED-CD-STATE(WS-PRED-IDX).
      *
       321000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       322000-APPLY-END                                         SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-PRED-QT-OPEN(WS-PRED-IDX) > 0
              SUBTRACT 1  FROM  WS-PRED-QT-OPEN(WS-PRED-IDX)
           END-IF.
      *
           IF LED-CD-RETURN > WS-PRED-CD-RETURN(WS-PRED-IDX)
              MOVE LED-CD-RETURN  TO  WS-PRED-CD-RETURN(WS-PRED-IDX)
           END-IF.
      *
           IF LED-RESTART-PENDING
              MOVE 'Y'  TO  WS-PRED-FLAG-RESTART(WS-PRED-IDX)
           END-IF.
      *
           IF WS-PRED-QT-OPEN(WS-PRED-IDX) = 0
              MOVE 'E'  TO  WS-PRED-CD-STATE(WS-PRED-IDX)
           END-IF.
      *
       322000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       400000-EVALUATE-PREDECESSOR                              SECTION.
      *-----------------------------------------------------------------
      * THE FIRST PREDECESSOR (IN CARD ORDER) THAT HAS NOT ENDED CLEAN
      * HOLDS THE STEP. A PENDING CHECKPOINT IS NAMED AHEAD OF THE
      * RETURN CODE IT ENDED WITH: IT TELLS OPERATIONS THE RERUN WILL
      * RESUME.
      *
           EVALUATE TRUE
               WHEN PRED-NOT-SEEN(WS-PRED-IDX)
               WHEN PRED-HELD(WS-PRED-IDX)
                  SET GATE-REASON-MISSING       TO  TRUE
               WHEN PRED-STARTED(WS-PRED-IDX)
                  SET GATE-REASON-OPEN          TO  TRUE
               WHEN PRED-RESTART-PENDING(WS-PRED-IDX)
                  SET GATE-REASON-RESTART       TO  TRUE
               WHEN WS-PRED-CD-RETURN(WS-PRED-IDX) >
                    WS-PRED-CD-RETURN-MAX(WS-PRED-IDX)
                  SET GATE-REASON-RETURN-CODE   TO  TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *
           IF GATE-CD-REASON NOT = SPACES
              SET GATE-HELD                TO  TRUE
              MOVE WS-PRED-NM-PROGRAM(WS-PRED-IDX)
                                           TO  GATE-NM-WAITING
              MOVE WS-PRED-CD-RETURN(WS-PRED-IDX)
                                           TO  GATE-CD-RETURN-FOUND
              MOVE WS-PRED-CD-RETURN-MAX(WS-PRED-IDX)
                                           TO  GATE-CD-RETURN-MAX
           END-IF.
      *
       400000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       500000-WRITE-HELD-LEDGER                                 SECTION.
      *-----------------------------------------------------------------
      * BOOK THE HOLD ON THE LEDGER IN PLACE OF A START, WITH THE
      * PREDECESSOR WAITED ON AND WHY. LIKE EVERY LEDGER WRITE, A
      * FAILURE HERE GOES TO SYSOUT ONLY: THE STEP STAYS HELD EITHER
      * WAY.
      *
           DISPLAY '888 ' NM-PROG ' ' GATE-NM-PROGRAM
                   ' HELD - WAITING ON ' GATE-NM-WAITING.
      *
           EVALUATE TRUE
               WHEN GATE-REASON-MISSING
                  DISPLAY '888 ' NM-PROG ' PREDECESSOR HAS NOT RUN '
                          'FOR ' GATE-DT-RUN
               WHEN GATE-REASON-OPEN
                  DISPLAY '888 ' NM-PROG ' PREDECESSOR IS STILL OPEN'
               WHEN GATE-REASON-RESTART
                  DISPLAY '888 ' NM-PROG ' PREDECESSOR LEFT A RESTART '
                          'CHECKPOINT PENDING'
               WHEN GATE-REASON-RETURN-CODE
                  DISPLAY '888 ' NM-PROG ' PREDECESSOR ENDED RC '
                          GATE-CD-RETURN-FOUND ', LIMIT '
                          GATE-CD-RETURN-MAX
           END-EVALUATE.
      *
           INITIALIZE LEDFILE-REC
            REPLACING ALPHANUMERIC  BY  SPACES
                      NUMERIC       BY  ZEROS.
      *
           MOVE GATE-NM-PROGRAM       TO  LED-NM-PROGRAM.
           MOVE GATE-DT-RUN           TO  LED-DT-RUN.
           SET LED-EVENT-HELD         TO  TRUE.
           MOVE GATE-CD-RETURN-HELD   TO  LED-CD-RETURN.
           MOVE GATE-NM-WAITING       TO  LED-NM-WAITING.
           MOVE GATE-CD-REASON        TO  LED-CD-HOLD-REASON.
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
       500000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       900000-ERROR SECTION.
      *-----------------------------------------------------------------
      *
       999001-ERROR-001.
      *
           DISPLAY '888 ' NM-PROG ' INVALID CALL PARAMETERS'.
           DISPLAY '888 ' NM-PROG ' ERROR 001'.
           DISPLAY '888 ' NM-PROG ' PROGRAM....: ' GATE-NM-PROGRAM.
           DISPLAY '888 ' NM-PROG ' RUN DATE...: ' GATE-DT-RUN.
           PERFORM 999999-ABEND.
      *
       999002-ERROR-002.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING DEPENDENCY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 002'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
      *
           DISPLAY '888 ' NM-PROG ' INVALID DEPENDENCY CARD'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' CARD: ' DEPFILE-REC.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' TOO MANY PREDECESSORS FOR '
                   GATE-NM-PROGRAM.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           DISPLAY '888 ' NM-PROG ' TABLE LIMIT: ' WS-PRED-MAX.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING RUN LEDGER'.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
      *-----------------------------------------------------------------
      *
           DISPLAY '888 ' NM-PROG '       C A N C E L E D      '.
      *
           CLOSE  DEPFILE
                  LEDFILE.
      *
           MOVE 16  TO  RETURN-CODE.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
