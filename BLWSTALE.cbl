      ******************************************************************
      * STALE-ROW LISTING AND PROPOSED CLOSURE FEED FOR BLWPURGE
      * SOMEDB.TABLE1 ONLY GROWS: BLWPURGE REMOVES A ROW ONLY WHEN A
      * CLOSURE FEED NAMES IT, SO AN ACCOUNT THAT SIMPLY STOPS ARRIVING
      * IN MSTFILE/AUXFILE STAYS FOREVER WITH ITS LAST CD_S. BLWITHDB
      * STAMPS DT_LOAD WITH THE RUN DATE EVERY TIME IT INSERTS OR
      * OVERWRITES A ROW. THIS PERIODIC STEP LISTS EVERY ROW NOT LOADED
      * FOR MORE THAN THE NUMBER OF DAYS ON THE PARAMETER CARD, IN KEY
      * ORDER WITH ITS CD_S AND LAST LOAD DATE, FOLLOWED BY THE COUNT
      * OF STALE ROWS PER CD_S. THE SAME KEYS ARE WRITTEN, SORTED ON
      * THE FULL KEY, TO A PROPOSED CLOSURE FEED IN THE PRGFILE LAYOUT
      * BLWPURGE READS. NOTHING IS DELETED HERE: OPERATIONS REVIEW THE
      * LISTING AND RELEASE THE FEED TO BLWPURGE, WHICH ARCHIVES EACH
      * PURGED ROW SO BLWRSTOR CAN STILL BRING IT BACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWSTALE.
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
           SELECT PRGFILE  ASSIGN  TO  UT-S-PRGFILE
                  FILE STATUS IS FS-STATUS.
           SELECT STLRPT   ASSIGN  TO  UT-S-STLRPT
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: RUN DATE AND THE STALE AGE IN DAYS
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  PRMFILE-REC-FD    PIC  X(080).
      *
      * --- PROPOSED CLOSURE FEED: BLWPURGE'S PRGFILE LAYOUT, ONE
      * RECORD PER STALE NR_C/CD_P/CD_C KEY, SORTED ON THE FULL KEY.
       FD  PRGFILE
           RECORDING MODE F
           RECORD 012
           BLOCK 0.
      *
       01  PRGFILE-REC-FD    PIC  X(012).
      *
      * --- THE PRINTED STALE-ROW LISTING
       FD  STLRPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  STLRPT-REC-FD     PIC  X(132).
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
           03  PRM-QT-STALE-DAYS            PIC  9(04).
           03  FILLER                       PIC  X(68).
      *
       01  PRGFILE-REC.
           03  PRGFILE-NR-C                 PIC S9(09) COMP.
           03  PRGFILE-CD-P                 PIC S9(09) COMP.
           03  PRGFILE-CD-C                 PIC S9(09) COMP.
      *
      * --- STALE-ROW LISTING LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(34) VALUE
               'BLWSTALE - ROWS NOT LOADED IN OVER'.
           03  FILLER                       PIC  X(01) VALUE SPACE.
           03  RPT-HDR-STALE-DAYS           PIC  9(04).
           03  FILLER                       PIC  X(16) VALUE
               ' DAYS - RUN DATE'.
           03  FILLER                       PIC  X(01) VALUE SPACE.
           03  RPT-HDR-DATE                 PIC  9(08).
           03  FILLER                       PIC  X(68) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(33) VALUE
               'NR-C       CD-P       CD-C       '.
           03  FILLER                       PIC  X(21) VALUE
               'CD-S       LAST LOAD '.
           03  FILLER                       PIC  X(78) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-NR-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-P                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-S                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-DT-LOAD              PIC  X(10).
           03  FILLER                       PIC  X(78) VALUE SPACES.
      *
      * --- STALE ROWS PER CD_S, AFTER THE DETAIL
       01  RPT-CDS-TITLE-LINE.
           03  FILLER                       PIC  X(28) VALUE
               'STALE ROWS BY CD-S          '.
           03  FILLER                       PIC  X(104) VALUE SPACES.
      *
       01  RPT-CDS-LINE.
           03  FILLER                       PIC  X(05) VALUE
               'CD-S '.
           03  RPT-CDS-CD-S                 PIC  9(09).
           03  FILLER                       PIC  X(05) VALUE
               ' :   '.
           03  RPT-CDS-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWSTALE ***'.
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
       01  CTL-EOF-STLCUR                   PIC  X(01) VALUE 'N'.
           88  END-STLCUR                              VALUE 'Y'.
       01  CTL-EOF-CDSCUR                   PIC  X(01) VALUE 'N'.
           88  END-CDSCUR                              VALUE 'Y'.
      *
       01  QT-REC-STALE                     PIC  9(07) VALUE 0.
       01  QT-REC-PRGFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-CD-S                      PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
      *
       01  DT-RUN                           PIC  9(08) VALUE 0.
       01  FILLER REDEFINES DT-RUN.
           03  DT-RUN-YYYY                  PIC  9(04).
           03  DT-RUN-MM                    PIC  9(02).
           03  DT-RUN-DD                    PIC  9(02).
      *
      * --- THE RUN DATE IN THE ISO FORM DT_LOAD COMPARES AGAINST, THE
      * STALE AGE AS A BINARY HOST VARIABLE, AND THE ROW'S LAST LOAD.
       01  TAB1-DT-RUN.
           03  RUN-YYYY                     PIC  9(04).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-MM                       PIC  9(02).
           03  FILLER                       PIC  X(01) VALUE '-'.
           03  RUN-DD                       PIC  9(02).
      *
       01  TAB1-QT-STALE-DAYS               PIC S9(04) COMP VALUE 0.
       01  TAB1-DT-LOAD                     PIC  X(10).
       01  TAB1-QT-ROWS                     PIC S9(09) COMP VALUE 0.
      *
      *--- Book of table SOMEDB.TABLE1
       COPY DB2KTAB1.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- EVERY ROW NOT LOADED SINCE THE CUT-OFF, IN FULL KEY ORDER
      * (THE ORDER BLWPURGE REQUIRES OF ITS FEED)
           EXEC SQL
              DECLARE STLCUR CURSOR FOR
                 SELECT NR_C,
                        CD_P,
                        CD_C,
                        CD_S,
                        DT_LOAD
                   FROM SOMEDB.TABLE1
                  WHERE DT_LOAD < DATE(:TAB1-DT-RUN)
                                - :TAB1-QT-STALE-DAYS DAYS
                  ORDER BY NR_C, CD_P, CD_C
           END-EXEC.
      *
      * --- THE SAME ROWS COUNTED PER CD_S
           EXEC SQL
              DECLARE CDSCUR CURSOR FOR
                 SELECT CD_S,
                        COUNT(*)
                   FROM SOMEDB.TABLE1
                  WHERE DT_LOAD < DATE(:TAB1-DT-RUN)
                                - :TAB1-QT-STALE-DAYS DAYS
                  GROUP BY CD_S
                  ORDER BY CD_S
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
           PERFORM 200000-LIST-STALE-ROW
             UNTIL END-STLCUR.
      *
           EXEC SQL
              CLOSE STLCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999007-ERROR-007
           END-IF.
      *
           PERFORM 250000-LIST-BY-CD-S.
      *
           PERFORM 260000-WRITE-RPT-TOTALS.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' STALE ROWS...........: '
                   QT-REC-STALE.
           DISPLAY '999 ' NM-PROG ' WRITTEN TO PRGFILE...: '
                   QT-REC-PRGFILE.
           DISPLAY '999 ' NM-PROG ' CD-S VALUES..........: '
                   QT-REC-CD-S.
      *
           CLOSE  PRGFILE
                  STLRPT.
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
           OR PRM-QT-STALE-DAYS IS NOT NUMERIC
           OR PRM-QT-STALE-DAYS = 0
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
           MOVE PRM-QT-STALE-DAYS          TO  TAB1-QT-STALE-DAYS.
      *
           PERFORM 800000-LEDGER-START.
      *
           OPEN OUTPUT PRGFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           OPEN OUTPUT STLRPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE PRM-QT-STALE-DAYS          TO  RPT-HDR-STALE-DAYS.
           MOVE PRM-DT-RUN                 TO  RPT-HDR-DATE.
      *
           WRITE STLRPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           WRITE STLRPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           EXEC SQL
              OPEN STLCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999007-ERROR-007
           END-IF.
      *
           PERFORM 300000-FETCH-STLCUR.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-LIST-STALE-ROW                                    SECTION.
      *-----------------------------------------------------------------
      * ONE LISTING LINE AND ONE PROPOSED CLOSURE RECORD PER ROW.
      *
           ADD 1                           TO  QT-REC-STALE.
      *
           MOVE TAB1-NR-C                  TO  RPT-DET-NR-C.
           MOVE TAB1-CD-P                  TO  RPT-DET-CD-P.
           MOVE TAB1-CD-C                  TO  RPT-DET-CD-C.
           MOVE TAB1-CD-S                  TO  RPT-DET-CD-S.
           MOVE TAB1-DT-LOAD               TO  RPT-DET-DT-LOAD.
      *
           WRITE STLRPT-REC-FD  FROM  RPT-DETAIL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 210000-WRITE-REC-PRGFILE.
      *
           PERFORM 300000-FETCH-STLCUR.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-WRITE-REC-PRGFILE                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE TAB1-NR-C                  TO  PRGFILE-NR-C.
           MOVE TAB1-CD-P                  TO  PRGFILE-CD-P.
           MOVE TAB1-CD-C                  TO  PRGFILE-CD-C.
      *
           WRITE PRGFILE-REC-FD  FROM  PRGFILE-REC.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999006-ERROR-006
           END-IF.
      *
           ADD 1                           TO  QT-REC-PRGFILE.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-LIST-BY-CD-S                                      SECTION.
      *-----------------------------------------------------------------
      * THE BREAKDOWN OPERATIONS REVIEW BEFORE RELEASING THE FEED: A
      * LARGE COUNT UNDER AN ACTIVE STATUS USUALLY MEANS A REGION HAS
      * STOPPED SENDING, NOT THAT THE ACCOUNTS ARE DORMANT.
      *
           WRITE STLRPT-REC-FD  FROM  RPT-CDS-TITLE-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           EXEC SQL
              OPEN CDSCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999008-ERROR-008
           END-IF.
      *
           PERFORM 350000-FETCH-CDSCUR.
      *
           PERFORM 255000-WRITE-CD-S-LINE
             UNTIL END-CDSCUR.
      *
           EXEC SQL
              CLOSE CDSCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999008-ERROR-008
           END-IF.
      *
       250000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       255000-WRITE-CD-S-LINE                                   SECTION.
      *-----------------------------------------------------------------
      *
           ADD 1                           TO  QT-REC-CD-S.
      *
           MOVE TAB1-CD-S                  TO  RPT-CDS-CD-S.
           MOVE TAB1-QT-ROWS               TO  RPT-CDS-VALUE.
      *
           WRITE STLRPT-REC-FD  FROM  RPT-CDS-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 350000-FETCH-CDSCUR.
      *
       255000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-WRITE-RPT-TOTALS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'STALE ROWS.......: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-STALE           TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'PROPOSED CLOSURES: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-PRGFILE         TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       265000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE STLRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
       265000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-FETCH-STLCUR SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH STLCUR
               INTO :TAB1-NR-C,
                    :TAB1-CD-P,
                    :TAB1-CD-C,
                    :TAB1-CD-S,
                    :TAB1-DT-LOAD
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                  TO  CTL-EOF-STLCUR
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999007-ERROR-007
              END-IF
           END-IF.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       350000-FETCH-CDSCUR SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH CDSCUR
               INTO :TAB1-CD-S,
                    :TAB1-QT-ROWS
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                  TO  CTL-EOF-CDSCUR
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999008-ERROR-008
              END-IF
           END-IF.
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
           MOVE 'BLWSTALE'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWSTALE'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWSTALE'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-STALE          TO  LED-QT-READ.
           MOVE QT-REC-PRGFILE        TO  LED-QT-WRITTEN.
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
           DISPLAY '888 ' NM-PROG ' STALE DAYS..: ' PRM-QT-STALE-DAYS.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING CLOSURE FEED'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING STALE-ROW LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING STALE-ROW LISTING'.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING CLOSURE FEED'.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999007-ERROR-007.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING STALE ROWS'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           PERFORM 999999-ABEND.
      *
       999008-ERROR-008.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR COUNTING STALE ROWS BY CD-S'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 008'.
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
                  PRGFILE
                  STLRPT.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
