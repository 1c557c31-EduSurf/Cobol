      ******************************************************************
      * NAME-DISCREPANCY REPORT: REGIONAL NAME AGAINST RESOLVED NAME
      * EVERY AUXFILE RECORD CARRIES AUXFILE-NM-P, THE 13-CHARACTER
      * NAME THE SENDING REGION HOLDS; THE BALANCE LINE ONLY CHECKS IT
      * IS NOT BLANK AND THEN LOADS THE PGMSB001 NAME BLWNMEXT WROTE TO
      * NAMFILE. WHEN THE TWO DISAGREE EITHER THE REGION OR THE NAME
      * SUBSYSTEM HOLDS A WRONG CUSTOMER NAME. THIS COMPANION STEP,
      * RUN AFTER BLWNMEXT, SORTS THE NIGHT'S AUXFILE INTO NAMFILE KEY
      * ORDER, COMPARES EACH REGIONAL NAME WITH THE FIRST 13
      * CHARACTERS OF THE RESOLVED ONE AND WRITES EVERY MISMATCH TO
      * DSCFILE WITH THE KEY, SOURCE-ID AND BOTH NAMES. A KEY PGMSB001
      * COULD NOT RESOLVE IS COUNTED AS UNRESOLVED, NOT AS A MISMATCH
      * (NMEFILE ALREADY CARRIES IT). THE PRINTED SUMMARY GIVES THE
      * MATCHED, MISMATCHED AND UNRESOLVED COUNTS PER SOURCE-ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWNMDSC.
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
           SELECT AUXFILE  ASSIGN  TO  AS-R-AUXFILE
                  FILE STATUS IS FS-STATUS.
           SELECT NAMFILE  ASSIGN  TO  AS-R-NAMFILE
                  FILE STATUS IS FS-STATUS.
           SELECT WRKFILE  ASSIGN  TO  UT-S-WRKFILE
                  FILE STATUS IS FS-STATUS.
           SELECT DSCFILE  ASSIGN  TO  UT-S-DSCFILE
                  FILE STATUS IS FS-STATUS.
           SELECT DSCRPT   ASSIGN  TO  UT-S-DSCRPT
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
           SELECT SRTFILE  ASSIGN  TO  UT-S-SRTFILE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: SAME CARD AS BLWITHDB; ONLY THE RUN DATE
      * IS USED, TO CHECK THE AUXFILE HEADER.
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  PRMFILE-REC-FD    PIC  X(080).
      *
       FD  AUXFILE
           RECORDING MODE F
           RECORD 29
           BLOCK 0.
      *
       01  AUXFILE-REC-FD    PIC  X(029).
      *
      * --- RESOLVED NAMES FROM BLWNMEXT, ONE PER DISTINCT KEY
       FD  NAMFILE
           RECORDING MODE F
           RECORD 128
           BLOCK 0.
      *
       01  NAMFILE-REC-FD    PIC  X(128).
      *
      * --- SORTED WORK COPY OF THE NIGHT'S AUXFILE DATA RECORDS
       FD  WRKFILE
           RECORDING MODE F
           RECORD 29
           BLOCK 0.
      *
       01  WRKFILE-REC-FD    PIC  X(029).
      *
      * --- NAME-DISCREPANCY FILE: ONE RECORD PER MISMATCH
       FD  DSCFILE
           RECORDING MODE F
           RECORD 157
           BLOCK 0.
      *
       01  DSCFILE-REC-FD    PIC  X(157).
      *
      * --- THE PRINTED PER-SOURCE SUMMARY
       FD  DSCRPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  DSCRPT-REC-FD     PIC  X(132).
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
      *
       01  SORT-REC.
           03  SORT-SOURCE-ID               PIC  X(02).
           03  SORT-NR-A                    PIC S9(04) COMP.
           03  SORT-NR-C                    PIC S9(09) COMP.
           03  FILLER                       PIC  X(21).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  PRMFILE-REC.
           03  PRM-DT-RUN                   PIC  9(08).
           03  PRM-CD-ENVIRONMENT           PIC  X(01).
           03  PRM-CD-RUN-MODE              PIC  X(08).
           03  FILLER                       PIC  X(63).
      *
      * --- PER-SOURCE SUMMARY LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(43) VALUE
               'BLWNMDSC - NAME DISCREPANCIES BY SOURCE-ID '.
           03  FILLER                       PIC  X(04) VALUE
               'RUN '.
           03  RPT-HDR-DATE                 PIC  9(08).
           03  FILLER                       PIC  X(77) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(40) VALUE
               'SOURCE   MATCHED  MISMATCHED  UNRESOLVED'.
           03  FILLER                       PIC  X(92) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-SOURCE-ID            PIC  X(02).
           03  FILLER                       PIC  X(07) VALUE SPACES.
           03  RPT-DET-QT-MATCH             PIC  9(07).
           03  FILLER                       PIC  X(05) VALUE SPACES.
           03  RPT-DET-QT-MISMATCH          PIC  9(07).
           03  FILLER                       PIC  X(05) VALUE SPACES.
           03  RPT-DET-QT-UNRESOLVED        PIC  9(07).
           03  FILLER                       PIC  X(92) VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWNMDSC ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
       01  BLWGATE                          PIC  X(08) VALUE 'BLWGATE'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
      * --- Book of file AUXFILE
       COPY AUXKFILE.
      *
      * --- Book of file NAMFILE (resolved names from BLWNMEXT)
       COPY NAMKFILE.
      *
      * --- Book of file DSCFILE (name discrepancies)
       COPY DSCKFILE.
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
       01  CTL-EOF-AUXFILE                  PIC  X(01) VALUE 'N'.
           88  END-AUXFILE                             VALUE 'Y'.
       01  CTL-TRL-AUXFILE                  PIC  X(01) VALUE 'N'.
           88  TRL-SEEN-AUXFILE                        VALUE 'Y'.
       01  CTL-EOF-WRKFILE                  PIC  X(01) VALUE 'N'.
           88  END-WRKFILE                             VALUE 'Y'.
       01  CTL-EOF-NAMFILE                  PIC  X(01) VALUE 'N'.
           88  END-NAMFILE                             VALUE 'Y'.
      *
      * --- OUTCOME OF THE COMPARE FOR THE CURRENT AUXFILE RECORD
       01  CTL-NAME-RESULT                  PIC  X(01) VALUE SPACE.
           88  NAME-MATCH                              VALUE 'M'.
           88  NAME-MISMATCH                           VALUE 'X'.
           88  NAME-UNRESOLVED                         VALUE 'U'.
      *
       01  QT-REC-AUXFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-NAMFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-MATCH                     PIC  9(07) VALUE 0.
       01  QT-REC-MISMATCH                  PIC  9(07) VALUE 0.
       01  QT-REC-UNRESOLVED                PIC  9(07) VALUE 0.
      *
       01  DT-CREATE-AUXFILE                PIC  9(08) VALUE 0.
      *
       01  KEY-AUXFILE                      PIC  9(13) VALUE 0.
       01  FILLER REDEFINES KEY-AUXFILE.
           03 KEY-NR-A-AUXFILE              PIC  9(04).
           03 KEY-NR-C-AUXFILE              PIC  9(09).
       01  KEY-NAMFILE                      PIC  9(13) VALUE 0.
       01  FILLER REDEFINES KEY-NAMFILE.
           03 KEY-NR-A-NAMFILE              PIC  9(04).
           03 KEY-NR-C-NAMFILE              PIC  9(09).
      *
      * --- THE PART OF THE RESOLVED NAME THE REGION'S 13 BYTES CAN HOLD
       01  WS-NM-P-START                    PIC  X(13) VALUE SPACES.
      *
      * --- PER-SOURCE BREAKDOWN: ONE ENTRY PER DISTINCT SOURCE-ID SEEN,
      * BUILT UP AS THE SORTED FILE IS READ.
       01  CTL-SOURCE-FOUND                 PIC  X(01).
           88  SOURCE-FOUND                         VALUE 'Y'.
       01  WS-SOURCE-COUNT                  PIC  9(02) VALUE 0.
       01  WS-SOURCE-TABLE.
           03  WS-SOURCE-ENTRY  OCCURS 20 TIMES INDEXED BY WS-SRC-IDX.
               05  WS-SOURCE-ID             PIC  X(02).
               05  WS-SOURCE-QT-MATCH       PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-MISMATCH    PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-UNRESOLVED  PIC  9(07) VALUE 0.
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
      * THE REGIONAL EXTRACTS ARE ONLY SORTED WITHIN THEMSELVES; PUT
      * THE WHOLE FILE INTO NAMFILE'S GLOBAL KEY ORDER SO ONE PASS OF
      * EACH FILE DOES THE COMPARE.
           SORT SRTFILE
                ON ASCENDING KEY SORT-NR-A
                                 SORT-NR-C
                                 SORT-SOURCE-ID
                INPUT PROCEDURE IS 150000-RELEASE-AUXFILE
                GIVING WRKFILE.
      *
           OPEN INPUT  WRKFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999006-ERROR-006
           END-IF.
      *
           PERFORM 300000-READ-WRKFILE.
      *
           PERFORM 200000-COMPARE-NAME
             UNTIL END-WRKFILE.
      *
           PERFORM 260000-WRITE-RPT-SUMMARY.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' READ FROM AUXFILE....: '
                   QT-REC-AUXFILE.
           DISPLAY '999 ' NM-PROG ' READ FROM NAMFILE....: '
                   QT-REC-NAMFILE.
           DISPLAY '999 ' NM-PROG ' NAMES MATCHED........: '
                   QT-REC-MATCH.
           DISPLAY '999 ' NM-PROG ' NAMES MISMATCHED.....: '
                   QT-REC-MISMATCH.
           DISPLAY '999 ' NM-PROG ' NAMES UNRESOLVED.....: '
                   QT-REC-UNRESOLVED.
      *
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              DISPLAY '999 ' NM-PROG ' SOURCE ' WS-SOURCE-ID(WS-SRC-IDX)
                      ' MATCH: ' WS-SOURCE-QT-MATCH(WS-SRC-IDX)
                      ' MISMATCH: ' WS-SOURCE-QT-MISMATCH(WS-SRC-IDX)
                      ' UNRESOLVED: '
                      WS-SOURCE-QT-UNRESOLVED(WS-SRC-IDX)
           END-PERFORM.
      *
           CLOSE  WRKFILE
                  NAMFILE
                  DSCFILE
                  DSCRPT.
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
           OPEN INPUT  AUXFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
      * THE FIRST AUXFILE RECORD MUST BE ITS TYPE-0 HEADER, AND IT
      * MUST CARRY THE BUSINESS DATE THIS RUN WAS SCHEDULED FOR.
           READ AUXFILE  INTO  AUXFILE-REC
               AT END
                  PERFORM 999004-ERROR-004
           END-READ.
      *
           IF AUXFILE-HDR-CD-TYPE IS NOT NUMERIC
           OR AUXFILE-HDR-CD-TYPE NOT = 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE AUXFILE-HDR-DT-CREATE  TO  DT-CREATE-AUXFILE.
      *
           IF DT-CREATE-AUXFILE NOT = PRM-DT-RUN
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 800000-LEDGER-START.
      *
           OPEN INPUT  NAMFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999007-ERROR-007
           END-IF.
      *
           OPEN OUTPUT DSCFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999008-ERROR-008
           END-IF.
      *
           OPEN OUTPUT DSCRPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999009-ERROR-009
           END-IF.
      *
           MOVE PRM-DT-RUN                 TO  RPT-HDR-DATE.
      *
           WRITE DSCRPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
           WRITE DSCRPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
           PERFORM 350000-READ-NAMFILE.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       150000-RELEASE-AUXFILE                                   SECTION.
      *-----------------------------------------------------------------
      *
           PERFORM 151000-RELEASE-ONE-AUXFILE
             UNTIL END-AUXFILE.
      *
           CLOSE AUXFILE.
      *
       150000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       151000-RELEASE-ONE-AUXFILE                               SECTION.
      *-----------------------------------------------------------------
      * THE TYPE-9 TRAILER IS LOGICAL END OF FILE: CHECK THE DATA
      * RECORD COUNT AGAINST IT AND REFUSE A SHORT OR LONG FEED.
      *
           READ AUXFILE  INTO  AUXFILE-REC
               AT END
                  IF NOT TRL-SEEN-AUXFILE
                     PERFORM 999012-ERROR-012
                  END-IF
                  MOVE 'Y'            TO  CTL-EOF-AUXFILE
               NOT AT END
              IF AUXFILE-TRL-CD-TYPE IS NUMERIC
                 AND AUXFILE-TRL-CD-TYPE = 9
                  MOVE 'Y'            TO  CTL-TRL-AUXFILE
                  IF AUXFILE-TRL-TOTAL-REC NOT = QT-REC-AUXFILE
                     PERFORM 999011-ERROR-011
                  END-IF
                  MOVE 'Y'            TO  CTL-EOF-AUXFILE
              ELSE
                  ADD 1               TO  QT-REC-AUXFILE
                  RELEASE SORT-REC  FROM  AUXFILE-REC
              END-IF
           END-READ.
      *
       151000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-COMPARE-NAME                                      SECTION.
      *-----------------------------------------------------------------
      * NAMFILE HOLDS ONE RECORD PER DISTINCT KEY IN THE SAME ORDER, SO
      * IT ONLY EVER MOVES FORWARD. A KEY WITH NO NAMFILE RECORD, OR
      * ONE PGMSB001 COULD NOT RESOLVE, HAS NOTHING TO COMPARE WITH.
      *
           PERFORM 350000-READ-NAMFILE
             UNTIL END-NAMFILE
                OR KEY-NAMFILE >= KEY-AUXFILE.
      *
           IF END-NAMFILE
           OR KEY-NAMFILE NOT = KEY-AUXFILE
           OR NAMFILE-RETURN-CODE NOT = 0
           OR NAMFILE-NM-P = SPACES
              SET NAME-UNRESOLVED  TO  TRUE
              ADD 1                TO  QT-REC-UNRESOLVED
           ELSE
              MOVE NAMFILE-NM-P    TO  WS-NM-P-START
              IF WS-NM-P-START = AUXFILE-NM-P
                 SET NAME-MATCH    TO  TRUE
                 ADD 1             TO  QT-REC-MATCH
              ELSE
                 SET NAME-MISMATCH TO  TRUE
                 ADD 1             TO  QT-REC-MISMATCH
                 PERFORM 250000-WRITE-REC-DSCFILE
              END-IF
           END-IF.
      *
           PERFORM 240000-TRACK-SOURCE.
      *
           PERFORM 300000-READ-WRKFILE.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       240000-TRACK-SOURCE                                      SECTION.
      *-----------------------------------------------------------------
      * BUMP THE COUNT FOR THIS RECORD'S SOURCE-ID AND OUTCOME, ADDING
      * A NEW TABLE ENTRY THE FIRST TIME A GIVEN SOURCE-ID IS SEEN.
      *
           MOVE 'N'  TO  CTL-SOURCE-FOUND.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                      OR SOURCE-FOUND
              IF WS-SOURCE-ID(WS-SRC-IDX) = AUXFILE-SOURCE-ID
                 SET SOURCE-FOUND  TO  TRUE
              END-IF
           END-PERFORM.
      *
           IF SOURCE-FOUND
              SET WS-SRC-IDX  DOWN BY 1
           ELSE
              IF WS-SOURCE-COUNT < 20
                 ADD 1  TO  WS-SOURCE-COUNT
                 SET WS-SRC-IDX  TO  WS-SOURCE-COUNT
                 MOVE AUXFILE-SOURCE-ID TO WS-SOURCE-ID(WS-SRC-IDX)
                 SET SOURCE-FOUND  TO  TRUE
              ELSE
                 DISPLAY '888 ' NM-PROG ' SOURCE TABLE FULL, NOT '
                         'TRACKING SOURCE: ' AUXFILE-SOURCE-ID
              END-IF
           END-IF.
      *
           IF SOURCE-FOUND
              EVALUATE TRUE
                  WHEN NAME-MATCH
                       ADD 1  TO  WS-SOURCE-QT-MATCH(WS-SRC-IDX)
                  WHEN NAME-MISMATCH
                       ADD 1  TO  WS-SOURCE-QT-MISMATCH(WS-SRC-IDX)
                  WHEN OTHER
                       ADD 1  TO  WS-SOURCE-QT-UNRESOLVED(WS-SRC-IDX)
              END-EVALUATE
           END-IF.
      *
       240000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-WRITE-REC-DSCFILE                                 SECTION.
      *-----------------------------------------------------------------
      *
           INITIALIZE DSCFILE-REC
            REPLACING ALPHANUMERIC  BY  SPACES
                      NUMERIC       BY  ZEROS.
      *
           MOVE PRM-DT-RUN            TO  DSC-DT-RUN.
           MOVE AUXFILE-SOURCE-ID     TO  DSC-SOURCE-ID.
           MOVE AUXFILE-NR-A          TO  DSC-NR-A.
           MOVE AUXFILE-NR-C          TO  DSC-NR-C.
           MOVE AUXFILE-CD-P          TO  DSC-CD-P.
           MOVE AUXFILE-CD-C          TO  DSC-CD-C.
           MOVE AUXFILE-NM-P          TO  DSC-NM-P-REGION.
           MOVE NAMFILE-NM-P          TO  DSC-NM-P-RESOLVED.
      *
           WRITE DSCFILE-REC-FD  FROM  DSCFILE-REC.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999013-ERROR-013
           END-IF.
      *
       250000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-WRITE-RPT-SUMMARY                                 SECTION.
      *-----------------------------------------------------------------
      * ONE LINE PER SOURCE-ID, THEN THE RUN TOTALS.
      *
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              MOVE WS-SOURCE-ID(WS-SRC-IDX)
                                     TO  RPT-DET-SOURCE-ID
              MOVE WS-SOURCE-QT-MATCH(WS-SRC-IDX)
                                     TO  RPT-DET-QT-MATCH
              MOVE WS-SOURCE-QT-MISMATCH(WS-SRC-IDX)
                                     TO  RPT-DET-QT-MISMATCH
              MOVE WS-SOURCE-QT-UNRESOLVED(WS-SRC-IDX)
                                     TO  RPT-DET-QT-UNRESOLVED
              WRITE DSCRPT-REC-FD  FROM  RPT-DETAIL-LINE
              IF FS-STATUS NOT = '00'
                 PERFORM 999010-ERROR-010
              END-IF
           END-PERFORM.
      *
           MOVE 'RECORDS READ.....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-AUXFILE         TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'NAMES MATCHED....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-MATCH           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'NAMES MISMATCHED.: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-MISMATCH        TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'NAMES UNRESOLVED.: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-UNRESOLVED      TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       265000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE DSCRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999010-ERROR-010
           END-IF.
      *
       265000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-READ-WRKFILE SECTION.
      *-----------------------------------------------------------------
      *
           READ WRKFILE  INTO  AUXFILE-REC
               AT END
                  MOVE 'Y'            TO  CTL-EOF-WRKFILE
               NOT AT END
                  MOVE AUXFILE-NR-A   TO  KEY-NR-A-AUXFILE
                  MOVE AUXFILE-NR-C   TO  KEY-NR-C-AUXFILE
           END-READ.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       350000-READ-NAMFILE                                      SECTION.
      *-----------------------------------------------------------------
      *
           READ NAMFILE  INTO  NAMFILE-REC
               AT END
                  MOVE 'Y'              TO  CTL-EOF-NAMFILE
               NOT AT END
                  ADD 1                 TO  QT-REC-NAMFILE
                  MOVE NAMFILE-NR-A     TO  KEY-NR-A-NAMFILE
                  MOVE NAMFILE-NR-C     TO  KEY-NR-C-NAMFILE
           END-READ.
      *
       350000-OUT.
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
           MOVE 'BLWNMDSC'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWNMDSC'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWNMDSC'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-AUXFILE        TO  LED-QT-READ.
           MOVE QT-REC-MISMATCH       TO  LED-QT-WRITTEN.
           MOVE QT-REC-MISMATCH       TO  LED-QT-EXCEPTION.
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
           DISPLAY '888 ' NM-PROG ' ERROR OPENING AUXILIARY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' AUXFILE HEADER MISSING OR INVALID'.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           DISPLAY '888 ' NM-PROG ' INPUT FEED NOT FOR THE RUN DATE'.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           DISPLAY '888 ' NM-PROG ' RUN DATE    : ' PRM-DT-RUN.
           DISPLAY '888 ' NM-PROG ' FEED DATE   : ' DT-CREATE-AUXFILE.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING SORTED WORK FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999007-ERROR-007.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING NAME FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999008-ERROR-008.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING DISCREPANCY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 008'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999009-ERROR-009.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING SUMMARY REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 009'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999010-ERROR-010.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING SUMMARY REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 010'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999011-ERROR-011.
      *
           DISPLAY '888 ' NM-PROG ' AUXFILE TRAILER COUNT MISMATCH'.
           DISPLAY '888 ' NM-PROG ' ERROR 011'.
           DISPLAY '888 ' NM-PROG ' TRAILER COUNT: '
                   AUXFILE-TRL-TOTAL-REC.
           DISPLAY '888 ' NM-PROG ' RECORDS READ : ' QT-REC-AUXFILE.
           PERFORM 999999-ABEND.
      *
       999012-ERROR-012.
      *
           DISPLAY '888 ' NM-PROG ' AUXFILE TRAILER MISSING'.
           DISPLAY '888 ' NM-PROG ' ERROR 012'.
           DISPLAY '888 ' NM-PROG ' RECORDS READ : ' QT-REC-AUXFILE.
           PERFORM 999999-ABEND.
      *
       999013-ERROR-013.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING DISCREPANCY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 013'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
      *-----------------------------------------------------------------
      *
           DISPLAY '888 ' NM-PROG '       C A N C E L E D      '.
      *
           CLOSE  PRMFILE
                  AUXFILE
                  WRKFILE
                  NAMFILE
                  DSCFILE
                  DSCRPT.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
