      * SINGLE FILES BLWRPT01, BLWRECYC AND BLWEXT01 EXPECT: THE
      * PER-SLICE OUTFILES BECOME ONE OUTFILE WITH ONE HEADER AND ONE
      * TRAILER CARRYING THE COMBINED COUNTS, THE PER-SLICE BALFILE,
      * REJFILE, NMEFILE AND STVFILE PIECES ARE APPENDED IN SLICE
      * (KEY-BAND) ORDER, AND THE PER-SLICE STAFILE RECORDS ARE SUMMED
      * INTO THE ONE RUN-STATISTICS RECORD THE CONTROL REPORT READS.
      * EVERY SLICE TRAILER IS BALANCED AGAINST THE RECORDS COPIED, SO
      * A SHORT OR DOUBLED-UP SLICE NEVER REACHES DOWNSTREAM UNNOTICED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                  FILE STATUS IS FS-STATUS.
           SELECT STAF04   ASSIGN  TO  UT-S-STAF04
                  FILE STATUS IS FS-STATUS.
           SELECT STVF01   ASSIGN  TO  UT-S-STVF01
                  FILE STATUS IS FS-STATUS.
           SELECT STVF02   ASSIGN  TO  UT-S-STVF02
                  FILE STATUS IS FS-STATUS.
           SELECT STVF03   ASSIGN  TO  UT-S-STVF03
                  FILE STATUS IS FS-STATUS.
           SELECT STVF04   ASSIGN  TO  UT-S-STVF04
                  FILE STATUS IS FS-STATUS.
           SELECT OUTFILE  ASSIGN  TO  UT-S-OUTFILE
                  FILE STATUS IS FS-STATUS.
           SELECT BALFILE  ASSIGN  TO  UT-S-BALFILE
                  FILE STATUS IS FS-STATUS.
           SELECT STAFILE  ASSIGN  TO  UT-S-STAFILE
                  FILE STATUS IS FS-STATUS.
           SELECT STVFILE  ASSIGN  TO  UT-S-STVFILE
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: NUMBER OF STREAMS THE RUN WAS SPLIT INTO
      * AND THE BUSINESS RUN DATE THE STEP BOOKS TO ON THE RUN LEDGER
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  STAF04-REC-FD     PIC  X(057).
      *
       FD  STVF01
           RECORDING MODE F
           RECORD 38
           BLOCK 0.
      *
       01  STVF01-REC-FD     PIC  X(038).
      *
       FD  STVF02
           RECORDING MODE F
           RECORD 38
           BLOCK 0.
      *
       01  STVF02-REC-FD     PIC  X(038).
      *
       FD  STVF03
           RECORDING MODE F
           RECORD 38
           BLOCK 0.
      *
       01  STVF03-REC-FD     PIC  X(038).
      *
       FD  STVF04
           RECORDING MODE F
           RECORD 38
           BLOCK 0.
      *
       01  STVF04-REC-FD     PIC  X(038).
      *
      * --- THE CONSOLIDATED FILES, EXACTLY AS A SINGLE-STREAM RUN OF
      * BLWITHDB WOULD HAVE WRITTEN THEM
           BLOCK 0.
      *
       01  STAFILE-REC-FD    PIC  X(057).
      *
       FD  STVFILE
           RECORDING MODE F
           RECORD 38
           BLOCK 0.
      *
       01  STVFILE-REC-FD    PIC  X(038).
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
      *
       01  PRMFILE-REC.
           03  PRM-QT-STREAMS               PIC  9(01).
           03  PRM-DT-RUN                   PIC  9(08).
           03  FILLER                       PIC  X(71).
      *
      *--- Book of file OUTFILE
       01  OUTFILE-REC.
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
      * --- Book of file STAFILE (run-statistics record)
       COPY STAKFILE.
      *
      * --- Book of file STVFILE (status-violation exceptions)
       COPY STVKFILE.
      *
      * --- PLAIN RECORD BUFFERS FOR THE EXCEPTION-FILE COPIES
       01  BALFILE-REC                      PIC  X(007).
       01  REJFILE-REC                      PIC  X(015).
           '*** BLWMERGE ***'.
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
       01  QT-REC-BALFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-REJFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-NMEFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-STVFILE                   PIC  9(07) VALUE 0.
       01  QT-TOT-MST                       PIC  9(07) VALUE 0.
       01  QT-TOT-AUX                       PIC  9(07) VALUE 0.
      *
           PERFORM 220000-MERGE-REJFILES.
           PERFORM 230000-MERGE-NMEFILES.
           PERFORM 240000-MERGE-STAFILES.
           PERFORM 250000-MERGE-STVFILES.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' STREAMS MERGED.......: '
                   QT-REC-REJFILE.
           DISPLAY '999 ' NM-PROG ' WRITTEN INTO NMEFILE.: '
                   QT-REC-NMEFILE.
           DISPLAY '999 ' NM-PROG ' WRITTEN INTO STVFILE.: '
                   QT-REC-STVFILE.
      *
           CLOSE  OUTFILE
                  BALFILE
                  REJFILE
                  NMEFILE
                  STAFILE
                  STVFILE.
      *
           IF QT-REC-OUTFILE = 0
              MOVE 4  TO  RETURN-CODE
           END-IF.
      *
           PERFORM 810000-LEDGER-END.
      *
       000000-OUT.
           STOP RUN.
           OR PRM-QT-STREAMS > 4
              PERFORM 999002-ERROR-002
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
           OPEN OUTPUT OUTFILE
                       BALFILE
                       REJFILE
                       NMEFILE
                       STAFILE
                       STVFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           OR OUTFILE-CD-TIP-REC NOT = 0
              PERFORM 999005-ERROR-005
           END-IF.
      *
      * BLWBKOUT PICKS THE NIGHT TO BACK OUT BY THE HEADER RUN DATE: A
      * SLICE FROM ANOTHER NIGHT IS REFUSED, NOT MERGED UNDER THIS ONE.
           IF OUTFILE-DT-RUN IS NOT NUMERIC
           OR OUTFILE-DT-RUN NOT = PRM-DT-RUN
              PERFORM 999011-ERROR-011
           END-IF.
      *
           IF NOT HDR-KEPT
              WRITE OUTFILE-REC-FD  FROM  OUTFILE-REC
       240000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-MERGE-STVFILES                                    SECTION.
      *-----------------------------------------------------------------
      *
           PERFORM VARYING WS-SLICE FROM 1 BY 1
                   UNTIL WS-SLICE > PRM-QT-STREAMS
              MOVE 'N'  TO  CTL-EOF-SLICE
              PERFORM 450000-OPEN-STV-SLICE
              PERFORM 251000-COPY-STV-REC
                UNTIL END-SLICE
              PERFORM 470000-CLOSE-STV-SLICE
           END-PERFORM.
      *
       250000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       251000-COPY-STV-REC                                      SECTION.
      *-----------------------------------------------------------------
      *
           PERFORM 460000-READ-STV-SLICE.
      *
           IF NOT END-SLICE
              ADD 1  TO  QT-REC-STVFILE
              WRITE STVFILE-REC-FD  FROM  STVFILE-REC
              IF FS-STATUS NOT = '00'
                 PERFORM 999004-ERROR-004
              END-IF
           END-IF.
      *
       251000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-OPEN-OUT-SLICE                                    SECTION.
      *-----------------------------------------------------------------
       440000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       450000-OPEN-STV-SLICE                                    SECTION.
      *-----------------------------------------------------------------
      *
           EVALUATE WS-SLICE
               WHEN 1
                  OPEN INPUT STVF01
               WHEN 2
                  OPEN INPUT STVF02
               WHEN 3
                  OPEN INPUT STVF03
               WHEN 4
                  OPEN INPUT STVF04
           END-EVALUATE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
       450000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       460000-READ-STV-SLICE                                    SECTION.
      *-----------------------------------------------------------------
      *
           EVALUATE WS-SLICE
               WHEN 1
                  READ STVF01  INTO  STVFILE-REC
                      AT END
                         MOVE 'Y'  TO  CTL-EOF-SLICE
                  END-READ
               WHEN 2
                  READ STVF02  INTO  STVFILE-REC
                      AT END
                         MOVE 'Y'  TO  CTL-EOF-SLICE
                  END-READ
               WHEN 3
                  READ STVF03  INTO  STVFILE-REC
                      AT END
                         MOVE 'Y'  TO  CTL-EOF-SLICE
                  END-READ
               WHEN 4
                  READ STVF04  INTO  STVFILE-REC
                      AT END
                         MOVE 'Y'  TO  CTL-EOF-SLICE
                  END-READ
           END-EVALUATE.
      *
       460000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       470000-CLOSE-STV-SLICE                                   SECTION.
      *-----------------------------------------------------------------
      *
           EVALUATE WS-SLICE
               WHEN 1
                  CLOSE STVF01
               WHEN 2
                  CLOSE STVF02
               WHEN 3
                  CLOSE STVF03
               WHEN 4
                  CLOSE STVF04
           END-EVALUATE.
      *
       470000-OUT.
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
           MOVE 'BLWMERGE'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWMERGE'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWMERGE'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-OUTFILE        TO  LED-QT-READ.
           MOVE QT-REC-OUTFILE        TO  LED-QT-WRITTEN.
           COMPUTE LED-QT-EXCEPTION = QT-REC-BALFILE
                                    + QT-REC-REJFILE
                                    + QT-REC-NMEFILE
                                    + QT-REC-STVFILE.
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
           DISPLAY '888 ' NM-PROG ' INVALID OR MISSING PARAMETER CARD'.
           DISPLAY '888 ' NM-PROG ' ERROR 002'.
           DISPLAY '888 ' NM-PROG ' STREAMS.....: ' PRM-QT-STREAMS.
           DISPLAY '888 ' NM-PROG ' RUN DATE....: ' PRM-DT-RUN.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
           DISPLAY '888 ' NM-PROG ' SLICE: ' WS-SLICE.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
       999011-ERROR-011.
      *
           DISPLAY '888 ' NM-PROG ' SLICE HEADER FROM ANOTHER NIGHT'.
           DISPLAY '888 ' NM-PROG ' ERROR 011'.
           DISPLAY '888 ' NM-PROG ' SLICE: ' WS-SLICE.
           DISPLAY '888 ' NM-PROG ' RUN DATE..: ' PRM-DT-RUN.
           DISPLAY '888 ' NM-PROG ' SLICE DATE: ' OUTFILE-DT-RUN.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
                  REJF01 REJF02 REJF03 REJF04
                  NMEF01 NMEF02 NMEF03 NMEF04
                  STAF01 STAF02 STAF03 STAF04
                  STVF01 STVF02 STVF03 STVF04
                  OUTFILE
                  BALFILE
                  REJFILE
                  NMEFILE
                  STAFILE
                  STVFILE.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
