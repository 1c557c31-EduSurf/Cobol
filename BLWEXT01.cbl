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
      * --- EXTRACT DETAIL: EVERY NUMERIC FIELD SIGNED DISPLAY, FIELDS
           '*** BLWEXT01 ***'.
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
           END-IF.
      *
           CLOSE PRMFILE.
      *
           PERFORM 805000-CHECK-PREDECESSORS.
      *
           OPEN INPUT  OUTFILE.
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
           MOVE 'BLWEXT01'            TO  GATE-NM-PROGRAM.
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
