      * AUXFILE STAND-ALONE, VERIFIES HEADER DATE, TRAILER COUNT,
      * ASCENDING NR-A/NR-C SEQUENCE, DUPLICATE KEYS ACROSS THE
      * CONCATENATED AUXFILE EXTRACTS AND THE SAME FIELD-LEVEL EDITS
      * AND CD_P/CD_C REFERENCE-TABLE CHECKS (THROUGH BLWCODE) THE
      * BALANCE LINE APPLIES, AND ENDS WITH A GO/NO-GO RETURN CODE
      * PLUS A FIELD-BY-FIELD ERROR REPORT PER SOURCE-ID -- SO THE
      * SENDING REGION CAN BE CALLED WHILE THEY CAN STILL RE-CUT THE
      * EXTRACT. UNLIKE THE BALANCE LINE, NOTHING HERE ABENDS ON BAD
                  FILE STATUS IS FS-STATUS.
           SELECT VALRPT   ASSIGN  TO  UT-S-VALRPT
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
           SELECT SRTFILE  ASSIGN  TO  UT-S-SRTFILE.
      *
      *-----------------------------------------------------------------
           BLOCK 0.
      *
       01  VALRPT-REC-FD     PIC  X(132).
      *
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
           03  FILLER                       PIC  X(60) VALUE
               'MSTFILE        READ  ERRNRA  ERRNRC  ERRCDP  ERRCDC  SE
      -        'QERR'.
           03  FILLER                       PIC  X(16) VALUE
               '  CODUNK  CODEXP'.
           03  FILLER                       PIC  X(56) VALUE SPACES.
      *
       01  RPT-MST-DETAIL-LINE.
           03  FILLER                       PIC  X(08) VALUE SPACES.
           03  RPT-MST-ERR-CD-C             PIC  9(07).
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-MST-ERR-SEQ              PIC  9(07).
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-MST-ERR-CODE-U           PIC  9(07).
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-MST-ERR-CODE-X           PIC  9(07).
           03  FILLER                       PIC  X(61) VALUE SPACES.
      *
       01  RPT-AUX-COLUMN-LINE.
           03  FILLER                       PIC  X(68) VALUE
               'SOURCE         READ  ERRNRA  ERRNRC  ERRCDP  ERRCDC  ER
      -        'RNMP  DUPKEY'.
           03  FILLER                       PIC  X(16) VALUE
               '  CODUNK  CODEXP'.
           03  FILLER                       PIC  X(48) VALUE SPACES.
      *
       01  RPT-AUX-DETAIL-LINE.
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-AUX-ERR-NM-P             PIC  9(07).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-AUX-QT-DUP               PIC  9(07).
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-AUX-ERR-CODE-U           PIC  9(07).
           03  FILLER                       PIC  X(01) VALUE SPACES.
           03  RPT-AUX-ERR-CODE-X           PIC  9(07).
           03  FILLER                       PIC  X(52) VALUE SPACES.
      *
       01  RPT-STATUS-LINE.
           03  RPT-STA-TEXT                 PIC  X(60).
           '*** BLWVAL01 ***'.
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
      * --- FIELD-ERROR AND DUPLICATE TALLIES PER AUXFILE SOURCE-ID,
      * ONE ENTRY PER DISTINCT SOURCE SEEN (SAME 20-ENTRY CONVENTION
      * AS THE BLWITHDB PER-SOURCE TABLE). A CD_P/CD_C NOT ON THE
      * REFERENCE TABLE COUNTS AS UNKNOWN; ONE EXPIRED OR NOT YET IN
      * EFFECT ON THE RUN DATE COUNTS AS EXPIRED.
       01  CTL-SOURCE-FOUND                 PIC  X(01).
           88  SOURCE-FOUND                         VALUE 'Y'.
       01  WS-SOURCE-COUNT                  PIC  9(02) VALUE 0.
               05  WS-SRC-ERR-CD-C          PIC  9(07).
               05  WS-SRC-ERR-NM-P          PIC  9(07).
               05  WS-SRC-QT-DUP            PIC  9(07).
               05  WS-SRC-ERR-CODE-U        PIC  9(07).
               05  WS-SRC-ERR-CODE-X        PIC  9(07).
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       01  QT-ERR-MST-CD-P                  PIC  9(07) VALUE 0.
       01  QT-ERR-MST-CD-C                  PIC  9(07) VALUE 0.
       01  QT-ERR-MST-SEQ                   PIC  9(07) VALUE 0.
       01  QT-ERR-MST-CODE-U                PIC  9(07) VALUE 0.
       01  QT-ERR-MST-CODE-X                PIC  9(07) VALUE 0.
       01  QT-ERR-STRUCTURE                 PIC  9(07) VALUE 0.
       01  QT-ERR-FIELDS                    PIC  9(07) VALUE 0.
       01  QT-REC-DUPLICATE                 PIC  9(07) VALUE 0.
           03 KEY-NR-A-AUXFILE              PIC  9(04).
           03 KEY-NR-C-AUXFILE              PIC  9(09).
       01  PREV-KEY-AUXFILE                 PIC  9(13) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   QT-ERR-FIELDS.
           DISPLAY '999 ' NM-PROG ' DUPLICATE KEYS.......: '
                   QT-REC-DUPLICATE.
           DISPLAY '999 ' NM-PROG ' REFERENCE CODES......: '
                   CODK-QT-CODES.
      *
           CLOSE  VALRPT.
      *
              DISPLAY '888 ' NM-PROG ' FEED REFUSED - NO GO'
              MOVE 8  TO  RETURN-CODE
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
           PERFORM 110000-LOAD-CODES.
      *
           OPEN OUTPUT VALRPT.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       110000-LOAD-CODES                                        SECTION.
      *-----------------------------------------------------------------
      * HAVE BLWCODE READ THE CD_P/CD_C REFERENCE CODES UP FRONT. NOT
      * BEING ABLE TO READ THEM IS A FAILURE OF THIS STEP, NOT OF THE
      * FEED, SO IT ABENDS RATHER THAN REPORTING NO GO.
      *
           SET CODK-FUNC-LOAD          TO  TRUE.
           PERFORM 220000-CALL-BLWCODE.
      *
       110000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-VALIDATE-MSTFILE                                  SECTION.
      *-----------------------------------------------------------------
              ADD 1  TO  QT-ERR-MST-CD-C
              PERFORM 405000-FLAG-FIELD
           END-IF.
      *
      * CODES THAT PASSED THEIR FIELD EDITS GO TO THE REFERENCE TABLE.
           IF  MSTFILE-CD-P IS NOT LESS THAN ZEROS
           AND MSTFILE-CD-C IS GREATER THAN ZEROS
              SET CODK-FUNC-CHECK     TO  TRUE
              MOVE MSTFILE-CD-P       TO  CODK-CD-P
              MOVE MSTFILE-CD-C       TO  CODK-CD-C
              PERFORM 220000-CALL-BLWCODE
              EVALUATE TRUE
                  WHEN CODK-P-UNKNOWN
                  WHEN CODK-C-UNKNOWN
                     ADD 1  TO  QT-ERR-MST-CODE-U
                     PERFORM 405000-FLAG-FIELD
                  WHEN CODK-P-NOT-IN-EFFECT
                  WHEN CODK-C-NOT-IN-EFFECT
                     ADD 1  TO  QT-ERR-MST-CODE-X
                     PERFORM 405000-FLAG-FIELD
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
      *
           MOVE MSTFILE-NR-A   TO  KEY-NR-A-MSTFILE.
           MOVE MSTFILE-NR-C   TO  KEY-NR-C-MSTFILE.
              ADD 1  TO  WS-SRC-ERR-CD-C(WS-SRC-IDX)
              PERFORM 405000-FLAG-FIELD
           END-IF.
      *
      * CODES THAT PASSED THEIR FIELD EDITS GO TO THE REFERENCE TABLE.
           IF  AUXFILE-CD-P IS NOT LESS THAN ZEROS
           AND AUXFILE-CD-C IS GREATER THAN ZEROS
              SET CODK-FUNC-CHECK     TO  TRUE
              MOVE AUXFILE-CD-P       TO  CODK-CD-P
              MOVE AUXFILE-CD-C       TO  CODK-CD-C
              PERFORM 220000-CALL-BLWCODE
              EVALUATE TRUE
                  WHEN CODK-P-UNKNOWN
                  WHEN CODK-C-UNKNOWN
                     ADD 1  TO  WS-SRC-ERR-CODE-U(WS-SRC-IDX)
                     PERFORM 405000-FLAG-FIELD
                  WHEN CODK-P-NOT-IN-EFFECT
                  WHEN CODK-C-NOT-IN-EFFECT
                     ADD 1  TO  WS-SRC-ERR-CODE-X(WS-SRC-IDX)
                     PERFORM 405000-FLAG-FIELD
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
      *
           IF AUXFILE-NM-P EQUAL SPACES
              ADD 1  TO  WS-SRC-ERR-NM-P(WS-SRC-IDX)
       216000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-CALL-BLWCODE                                      SECTION.
      *-----------------------------------------------------------------
      * CALLER SETS THE FUNCTION (AND THE CODES FOR A CHECK). A DB2
      * ERROR OR A REFERENCE TABLE TOO BIG FOR BLWCODE ABENDS.
      *
           MOVE PRM-DT-RUN             TO  CODK-DT-RUN.
      *
           CALL BLWCODE USING CODK-AREA.
      *
           IF CODK-SQL-ERROR
              PERFORM 999008-ERROR-008
           END-IF.
      *
           IF CODK-TABLE-FULL
              PERFORM 999009-ERROR-009
           END-IF.
      *
       220000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-WRITE-REPORT                                      SECTION.
      *-----------------------------------------------------------------
           MOVE QT-ERR-MST-CD-P        TO  RPT-MST-ERR-CD-P.
           MOVE QT-ERR-MST-CD-C        TO  RPT-MST-ERR-CD-C.
           MOVE QT-ERR-MST-SEQ         TO  RPT-MST-ERR-SEQ.
           MOVE QT-ERR-MST-CODE-U      TO  RPT-MST-ERR-CODE-U.
           MOVE QT-ERR-MST-CODE-X      TO  RPT-MST-ERR-CODE-X.
      *
           WRITE VALRPT-REC-FD  FROM  RPT-MST-DETAIL-LINE.
      *
              MOVE WS-SRC-ERR-CD-C(WS-SRC-IDX) TO  RPT-AUX-ERR-CD-C
              MOVE WS-SRC-ERR-NM-P(WS-SRC-IDX) TO  RPT-AUX-ERR-NM-P
              MOVE WS-SRC-QT-DUP(WS-SRC-IDX)   TO  RPT-AUX-QT-DUP
              MOVE WS-SRC-ERR-CODE-U(WS-SRC-IDX)
                                               TO  RPT-AUX-ERR-CODE-U
              MOVE WS-SRC-ERR-CODE-X(WS-SRC-IDX)
                                               TO  RPT-AUX-ERR-CODE-X
              WRITE VALRPT-REC-FD  FROM  RPT-AUX-DETAIL-LINE
              IF FS-STATUS NOT = '00'
                 PERFORM 999004-ERROR-004
       410000-OUT.
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
           MOVE 'BLWVAL01'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWVAL01'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWVAL01'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           COMPUTE LED-QT-READ      = QT-REC-MSTFILE
                                    + QT-REC-AUXFILE.
           COMPUTE LED-QT-EXCEPTION = QT-ERR-STRUCTURE
                                    + QT-ERR-FIELDS
                                    + QT-REC-DUPLICATE.
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
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999008-ERROR-008.
      *
           MOVE CODK-SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING TABLE1_CODE'.
           DISPLAY '888 ' NM-PROG ' ERROR 008'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           PERFORM 999999-ABEND.
      *
       999009-ERROR-009.
      *
           DISPLAY '888 ' NM-PROG ' TOO MANY CD-P/CD-C REFERENCE CODES'.
           DISPLAY '888 ' NM-PROG ' ERROR 009'.
           DISPLAY '888 ' NM-PROG ' TABLE LIMIT : ' CODK-QT-MAX.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
                  AUXFILE
                  WRKFILE
                  VALRPT.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
