      ******************************************************************
      * NIGHT-OVER-NIGHT KEY COMPARISON OF THE REGIONAL AUXFILE FEEDS
      * THE VOLUME TREND IN BLWRPT01 CANNOT SEE A REGION THAT SENDS THE
      * SAME NUMBER OF RECORDS AS YESTERDAY BUT HAS LOST A BLOCK OF
      * REAL ACCOUNTS AND GAINED JUNK ONES. THIS STEP, RUN BEFORE
      * BLWITHDB, SORTS THE NIGHT'S AUXFILE INTO NR-A/NR-C/SOURCE-ID
      * ORDER AND KEEPS THE DISTINCT KEYS AS KEYNEW, THEN MATCHES THEM
      * AGAINST LAST NIGHT'S GENERATION (KEYOLD). PER SOURCE-ID IT
      * LISTS THE KEYS THAT DISAPPEARED, THE KEYS THAT ARE NEW AND THE
      * KEYS THAT MOVED FROM ONE SOURCE-ID TO ANOTHER, THEN PRINTS THE
      * COUNTS AND THE DROP-OUT PERCENTAGE OF EACH REGION: KEYS THAT
      * LEFT THE FEED AGAINST THE REGION'S KEYS LAST NIGHT (A MOVED KEY
      * IS STILL FED, SO IT IS NOT A DROP-OUT). WHEN ANY REGION PASSES
      * THE TOLERANCE ON THE PARAMETER CARD THE STEP ENDS WITH RC 8, SO
      * THE EXTRACT CAN BE QUERIED BEFORE IT IS LOADED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWKEYCM.
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
           SELECT KEYOLD   ASSIGN  TO  UT-S-KEYOLD
                  FILE STATUS IS FS-STATUS.
           SELECT KEYNEW   ASSIGN  TO  UT-S-KEYNEW
                  FILE STATUS IS FS-STATUS.
           SELECT KEYRPT   ASSIGN  TO  UT-S-KEYRPT
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
           SELECT SRTFILE  ASSIGN  TO  UT-S-SRTFILE.
           SELECT SRTDET   ASSIGN  TO  UT-S-SRTDET.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: RUN DATE AND DROP-OUT TOLERANCE
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
      * --- KEY POPULATION: LAST NIGHT'S GENERATION IN, TONIGHT'S OUT
       FD  KEYOLD
           RECORDING MODE F
           RECORD 16
           BLOCK 0.
      *
       01  KEYOLD-REC-FD     PIC  X(016).
      *
       FD  KEYNEW
           RECORDING MODE F
           RECORD 16
           BLOCK 0.
      *
       01  KEYNEW-REC-FD     PIC  X(016).
      *
      * --- THE PRINTED KEY-CHANGE REPORT
       FD  KEYRPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  KEYRPT-REC-FD     PIC  X(132).
      *
      * --- SHARED RUN-LEDGER FILE OF THE NIGHTLY STREAM
       FD  LEDFILE
           RECORDING MODE F
           RECORD 058
           BLOCK 0.
      *
       01  LEDFILE-REC-FD    PIC  X(058).
      *
      * --- TONIGHT'S KEYS, INTO KEYFILE ORDER
       SD  SRTFILE
           RECORD 16.
      *
       01  SORT-REC.
           03  SORT-DT-RUN                  PIC  9(08).
           03  SORT-SOURCE-ID               PIC  X(02).
           03  SORT-NR-A                    PIC S9(04) COMP.
           03  SORT-NR-C                    PIC S9(09) COMP.
      *
      * --- KEY CHANGES FOUND, INTO REGION ORDER FOR PRINTING
       SD  SRTDET
           RECORD 11.
      *
       01  SDT-REC.
           03  SDT-SOURCE-ID                PIC  X(02).
           03  SDT-CD-EVENT                 PIC  9(01).
               88  SDT-EVENT-DROPPED                   VALUE 1.
               88  SDT-EVENT-NEW                       VALUE 2.
               88  SDT-EVENT-MOVED-OUT                 VALUE 3.
               88  SDT-EVENT-MOVED-IN                  VALUE 4.
           03  SDT-NR-A                     PIC S9(04) COMP.
           03  SDT-NR-C                     PIC S9(09) COMP.
           03  SDT-SOURCE-OTHER             PIC  X(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  PRMFILE-REC.
           03  PRM-DT-RUN                   PIC  9(08).
           03  PRM-PC-MAX-DROPPED           PIC  9(03).
           03  FILLER                       PIC  X(69).
      *
      * --- REPORT LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(44) VALUE
               'BLWKEYCM - AUXFILE KEY CHANGES BY SOURCE-ID '.
           03  FILLER                       PIC  X(04) VALUE
               'RUN '.
           03  RPT-HDR-DATE                 PIC  9(08).
           03  FILLER                       PIC  X(10) VALUE
               '  AGAINST '.
           03  RPT-HDR-DATE-OLD             PIC  9(08).
           03  FILLER                       PIC  X(13) VALUE
               '  TOLERANCE '.
           03  RPT-HDR-PC-MAX               PIC  ZZ9.
           03  FILLER                       PIC  X(02) VALUE
               ' %'.
           03  FILLER                       PIC  X(40) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(43) VALUE
               'SRC   EVENT          NR-A  NR-C       OTHER'.
           03  FILLER                       PIC  X(89) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-SOURCE-ID            PIC  X(02).
           03  FILLER                       PIC  X(04) VALUE SPACES.
           03  RPT-DET-EVENT                PIC  X(13).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NR-A                 PIC  9(04).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NR-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-SOURCE-OTHER         PIC  X(02).
           03  FILLER                       PIC  X(92) VALUE SPACES.
      *
       01  RPT-SUM-COLUMN-LINE.
           03  FILLER                       PIC  X(41) VALUE
               'SRC  LAST NT  TONIGHT  DROPPED  NEW KEY  '.
           03  FILLER                       PIC  X(25) VALUE
               'MOV OUT   MOV IN  DROP % '.
           03  FILLER                       PIC  X(66) VALUE SPACES.
      *
       01  RPT-SUM-LINE.
           03  RPT-SUM-SOURCE-ID            PIC  X(02).
           03  FILLER                       PIC  X(03) VALUE SPACES.
           03  RPT-SUM-QT-PREV              PIC  9(07).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-SUM-QT-TONIGHT           PIC  9(07).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-SUM-QT-DROPPED           PIC  9(07).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-SUM-QT-NEW               PIC  9(07).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-SUM-QT-MOVED-OUT         PIC  9(07).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-SUM-QT-MOVED-IN          PIC  9(07).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-SUM-PC-DROPPED           PIC  ZZ9,99.
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-SUM-FLAG                 PIC  X(16).
           03  FILLER                       PIC  X(49) VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       01  RPT-BLANK-LINE                   PIC  X(132) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWKEYCM ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
       01  BLWGATE                          PIC  X(08) VALUE 'BLWGATE'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
      * --- Book of file AUXFILE
       COPY AUXKFILE.
      *
      * --- Book of files KEYOLD and KEYNEW (key population)
       COPY KEYKFILE.
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
       01  CTL-EOF-SRTFILE                  PIC  X(01) VALUE 'N'.
           88  END-SRTFILE                             VALUE 'Y'.
       01  CTL-EOF-KEYOLD                   PIC  X(01) VALUE 'N'.
           88  END-KEYOLD                              VALUE 'Y'.
       01  CTL-EOF-KEYNEW                   PIC  X(01) VALUE 'N'.
           88  END-KEYNEW                              VALUE 'Y'.
       01  CTL-EOF-SRTDET                   PIC  X(01) VALUE 'N'.
           88  END-SRTDET                              VALUE 'Y'.
       01  CTL-TOLERANCE                    PIC  X(01) VALUE 'N'.
           88  OUT-OF-TOLERANCE                        VALUE 'Y'.
       01  CTL-PAIRED                       PIC  X(01) VALUE 'N'.
           88  KEY-PAIRED                              VALUE 'Y'.
      *
       01  QT-REC-AUXFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-KEYOLD                    PIC  9(07) VALUE 0.
       01  QT-REC-KEYNEW                    PIC  9(07) VALUE 0.
       01  QT-REC-DUPLICATE                 PIC  9(07) VALUE 0.
       01  QT-REC-DETAIL                    PIC  9(07) VALUE 0.
       01  QT-KEY-UNCHANGED                 PIC  9(07) VALUE 0.
       01  QT-KEY-DROPPED                   PIC  9(07) VALUE 0.
       01  QT-KEY-NEW                       PIC  9(07) VALUE 0.
       01  QT-KEY-MOVED                     PIC  9(07) VALUE 0.
       01  QT-REGION-OVER                   PIC  9(07) VALUE 0.
      *
       01  DT-CREATE-AUXFILE                PIC  9(08) VALUE 0.
       01  DT-RUN-KEYOLD                    PIC  9(08) VALUE 0.
      *
      * --- LAST KEY WRITTEN TO KEYNEW: A KEY SENT TWICE BY ONE REGION
      * IS KEPT ONCE.
       01  LAST-KEYFILE-REC                 PIC  X(16) VALUE LOW-VALUES.
      *
      * --- CURRENT RECORD OF EACH KEY-POPULATION FILE
       01  KEY-KEYOLD                       PIC  9(13) VALUE 0.
       01  FILLER REDEFINES KEY-KEYOLD.
           03 KEY-NR-A-KEYOLD               PIC  9(04).
           03 KEY-NR-C-KEYOLD               PIC  9(09).
       01  OLD-SOURCE-ID                    PIC  X(02) VALUE SPACES.
       01  OLD-NR-A                         PIC S9(04) COMP VALUE 0.
       01  OLD-NR-C                         PIC S9(09) COMP VALUE 0.
      *
       01  KEY-KEYNEW                       PIC  9(13) VALUE 0.
       01  FILLER REDEFINES KEY-KEYNEW.
           03 KEY-NR-A-KEYNEW               PIC  9(04).
           03 KEY-NR-C-KEYNEW               PIC  9(09).
       01  NEW-SOURCE-ID                    PIC  X(02) VALUE SPACES.
       01  NEW-NR-A                         PIC S9(04) COMP VALUE 0.
       01  NEW-NR-C                         PIC S9(09) COMP VALUE 0.
      *
      * --- THE KEY BEING COMPARED AND THE SOURCE-IDS THAT CARRIED IT
      * LAST NIGHT AND TONIGHT
       01  KEY-GROUP                        PIC  9(13) VALUE 0.
       01  FILLER REDEFINES KEY-GROUP.
           03 KEY-NR-A-GROUP                PIC  9(04).
           03 KEY-NR-C-GROUP                PIC  9(09).
       01  GRP-NR-A                         PIC S9(04) COMP VALUE 0.
       01  GRP-NR-C                         PIC S9(09) COMP VALUE 0.
      *
       01  GRP-OLD-COUNT                    PIC  9(02) VALUE 0.
       01  GRP-OLD-TABLE.
           03  GRP-OLD-ENTRY  OCCURS 20 TIMES INDEXED BY GRP-OLD-IDX.
               05  GRP-OLD-SOURCE-ID        PIC  X(02).
               05  GRP-OLD-MATCHED          PIC  X(01).
      *
       01  GRP-NEW-COUNT                    PIC  9(02) VALUE 0.
       01  GRP-NEW-TABLE.
           03  GRP-NEW-ENTRY  OCCURS 20 TIMES INDEXED BY GRP-NEW-IDX.
               05  GRP-NEW-SOURCE-ID        PIC  X(02).
               05  GRP-NEW-MATCHED          PIC  X(01).
      *
      * --- PER-SOURCE BREAKDOWN: ONE ENTRY PER DISTINCT SOURCE-ID SEEN
      * ON EITHER NIGHT.
       01  CTL-SOURCE-FOUND                 PIC  X(01).
           88  SOURCE-FOUND                         VALUE 'Y'.
       01  WS-SOURCE-SEARCH                 PIC  X(02) VALUE SPACES.
       01  WS-SOURCE-COUNT                  PIC  9(02) VALUE 0.
       01  WS-SOURCE-TABLE.
           03  WS-SOURCE-ENTRY  OCCURS 20 TIMES INDEXED BY WS-SRC-IDX.
               05  WS-SOURCE-ID             PIC  X(02).
               05  WS-SOURCE-QT-PREV        PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-TONIGHT     PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-DROPPED     PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-NEW         PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-MOVED-OUT   PIC  9(07) VALUE 0.
               05  WS-SOURCE-QT-MOVED-IN    PIC  9(07) VALUE 0.
               05  WS-SOURCE-PC-DROPPED     PIC  9(03)V9(02) VALUE 0.
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
      * TONIGHT'S KEYS INTO THE GLOBAL ORDER KEYOLD WAS WRITTEN IN.
           SORT SRTFILE
                ON ASCENDING KEY SORT-NR-A
                                 SORT-NR-C
                                 SORT-SOURCE-ID
                INPUT PROCEDURE IS 150000-RELEASE-AUXFILE
                OUTPUT PROCEDURE IS 160000-WRITE-KEYNEW.
      *
           OPEN INPUT  KEYNEW.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999009-ERROR-009
           END-IF.
      *
      * MATCH THE TWO NIGHTS IN KEY ORDER; EVERY CHANGE FOUND IS SORTED
      * BY REGION AND PRINTED.
           SORT SRTDET
                ON ASCENDING KEY SDT-SOURCE-ID
                                 SDT-CD-EVENT
                                 SDT-NR-A
                                 SDT-NR-C
                INPUT PROCEDURE IS 200000-COMPARE-KEYS
                OUTPUT PROCEDURE IS 300000-PRINT-DETAIL.
      *
           PERFORM 400000-WRITE-RPT-SUMMARY.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' READ FROM AUXFILE....: '
                   QT-REC-AUXFILE.
           DISPLAY '999 ' NM-PROG ' DUPLICATE KEYS.......: '
                   QT-REC-DUPLICATE.
           DISPLAY '999 ' NM-PROG ' READ FROM KEYOLD.....: '
                   QT-REC-KEYOLD.
           DISPLAY '999 ' NM-PROG ' WRITTEN TO KEYNEW....: '
                   QT-REC-KEYNEW.
           DISPLAY '999 ' NM-PROG ' KEYS UNCHANGED.......: '
                   QT-KEY-UNCHANGED.
           DISPLAY '999 ' NM-PROG ' KEYS DROPPED.........: '
                   QT-KEY-DROPPED.
           DISPLAY '999 ' NM-PROG ' KEYS NEW.............: '
                   QT-KEY-NEW.
           DISPLAY '999 ' NM-PROG ' KEYS MOVED...........: '
                   QT-KEY-MOVED.
      *
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              DISPLAY '999 ' NM-PROG ' SOURCE ' WS-SOURCE-ID(WS-SRC-IDX)
                      ' DROPPED: ' WS-SOURCE-QT-DROPPED(WS-SRC-IDX)
                      ' NEW: ' WS-SOURCE-QT-NEW(WS-SRC-IDX)
                      ' DROP %: ' WS-SOURCE-PC-DROPPED(WS-SRC-IDX)
           END-PERFORM.
      *
           CLOSE  KEYOLD
                  KEYNEW
                  KEYRPT.
      *
           IF OUT-OF-TOLERANCE
              DISPLAY '888 ' NM-PROG ' REGION DROP-OUT OVER TOLERANCE'
              MOVE 8  TO  RETURN-CODE
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
           OR PRM-PC-MAX-DROPPED IS NOT NUMERIC
           OR PRM-PC-MAX-DROPPED > 100
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
      * LAST NIGHT'S GENERATION MAY BE EMPTY (FIRST RUN): EVERY KEY
      * TONIGHT IS THEN NEW AND NO REGION CAN BE OVER TOLERANCE.
           OPEN INPUT  KEYOLD.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999008-ERROR-008
           END-IF.
      *
           PERFORM 500000-READ-KEYOLD.
      *
           OPEN OUTPUT KEYNEW.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999006-ERROR-006
           END-IF.
      *
           OPEN OUTPUT KEYRPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999011-ERROR-011
           END-IF.
      *
           MOVE PRM-DT-RUN                 TO  RPT-HDR-DATE.
           MOVE DT-RUN-KEYOLD              TO  RPT-HDR-DATE-OLD.
           MOVE PRM-PC-MAX-DROPPED         TO  RPT-HDR-PC-MAX.
      *
           WRITE KEYRPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999012-ERROR-012
           END-IF.
      *
           WRITE KEYRPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999012-ERROR-012
           END-IF.
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
                     PERFORM 999014-ERROR-014
                  END-IF
                  MOVE 'Y'            TO  CTL-EOF-AUXFILE
               NOT AT END
              IF AUXFILE-TRL-CD-TYPE IS NUMERIC
                 AND AUXFILE-TRL-CD-TYPE = 9
                  MOVE 'Y'            TO  CTL-TRL-AUXFILE
                  IF AUXFILE-TRL-TOTAL-REC NOT = QT-REC-AUXFILE
                     PERFORM 999013-ERROR-013
                  END-IF
                  MOVE 'Y'            TO  CTL-EOF-AUXFILE
              ELSE
                  ADD 1               TO  QT-REC-AUXFILE
                  MOVE PRM-DT-RUN     TO  SORT-DT-RUN
                  MOVE AUXFILE-SOURCE-ID
                                      TO  SORT-SOURCE-ID
                  MOVE AUXFILE-NR-A   TO  SORT-NR-A
                  MOVE AUXFILE-NR-C   TO  SORT-NR-C
                  RELEASE SORT-REC
              END-IF
           END-READ.
      *
       151000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       160000-WRITE-KEYNEW                                      SECTION.
      *-----------------------------------------------------------------
      * TONIGHT'S GENERATION OF THE KEY POPULATION, ONE RECORD PER
      * DISTINCT KEY AND SOURCE-ID. IT IS READ BACK FOR THE COMPARE
      * AND KEPT AS TOMORROW NIGHT'S KEYOLD.
      *
           PERFORM 161000-WRITE-ONE-KEYNEW
             UNTIL END-SRTFILE.
      *
           CLOSE KEYNEW.
      *
       160000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       161000-WRITE-ONE-KEYNEW                                  SECTION.
      *-----------------------------------------------------------------
      *
           RETURN SRTFILE  INTO  KEYFILE-REC
               AT END
                  MOVE 'Y'            TO  CTL-EOF-SRTFILE
               NOT AT END
                  IF KEYFILE-REC = LAST-KEYFILE-REC
                     ADD 1            TO  QT-REC-DUPLICATE
                  ELSE
                     WRITE KEYNEW-REC-FD  FROM  KEYFILE-REC
                     IF FS-STATUS NOT = '00'
                        PERFORM 999007-ERROR-007
                     END-IF
                     ADD 1            TO  QT-REC-KEYNEW
                     MOVE KEYFILE-REC TO  LAST-KEYFILE-REC
                  END-IF
           END-RETURN.
      *
       161000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-COMPARE-KEYS                                      SECTION.
      *-----------------------------------------------------------------
      * KEYOLD IS ALREADY ON ITS FIRST RECORD; BOTH FILES ARE IN
      * NR-A/NR-C/SOURCE-ID ORDER, SO ONE PASS OF EACH DOES THE MATCH.
      *
           PERFORM 510000-READ-KEYNEW.
      *
           PERFORM 210000-COMPARE-ONE-KEY
             UNTIL END-KEYOLD
               AND END-KEYNEW.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-COMPARE-ONE-KEY                                   SECTION.
      *-----------------------------------------------------------------
      * TAKE THE LOWER OF THE TWO CURRENT KEYS AND COLLECT EVERY
      * SOURCE-ID THAT CARRIED IT ON EACH NIGHT.
      *
           EVALUATE TRUE
               WHEN END-KEYOLD
                    MOVE KEY-KEYNEW     TO  KEY-GROUP
                    MOVE NEW-NR-A       TO  GRP-NR-A
                    MOVE NEW-NR-C       TO  GRP-NR-C
               WHEN END-KEYNEW
                    MOVE KEY-KEYOLD     TO  KEY-GROUP
                    MOVE OLD-NR-A       TO  GRP-NR-A
                    MOVE OLD-NR-C       TO  GRP-NR-C
               WHEN KEY-KEYOLD NOT > KEY-KEYNEW
                    MOVE KEY-KEYOLD     TO  KEY-GROUP
                    MOVE OLD-NR-A       TO  GRP-NR-A
                    MOVE OLD-NR-C       TO  GRP-NR-C
               WHEN OTHER
                    MOVE KEY-KEYNEW     TO  KEY-GROUP
                    MOVE NEW-NR-A       TO  GRP-NR-A
                    MOVE NEW-NR-C       TO  GRP-NR-C
           END-EVALUATE.
      *
           MOVE 0  TO  GRP-OLD-COUNT
                       GRP-NEW-COUNT.
      *
           PERFORM 220000-GATHER-KEYOLD
             UNTIL END-KEYOLD
                OR KEY-KEYOLD NOT = KEY-GROUP.
      *
           PERFORM 225000-GATHER-KEYNEW
             UNTIL END-KEYNEW
                OR KEY-KEYNEW NOT = KEY-GROUP.
      *
           PERFORM 230000-RESOLVE-KEY.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-GATHER-KEYOLD                                     SECTION.
      *-----------------------------------------------------------------
      *
           IF GRP-OLD-COUNT NOT < 20
              PERFORM 999015-ERROR-015
           END-IF.
      *
           ADD 1                       TO  GRP-OLD-COUNT.
           SET GRP-OLD-IDX             TO  GRP-OLD-COUNT.
           MOVE OLD-SOURCE-ID   TO  GRP-OLD-SOURCE-ID(GRP-OLD-IDX).
           MOVE 'N'                    TO  GRP-OLD-MATCHED(GRP-OLD-IDX).
      *
           MOVE OLD-SOURCE-ID          TO  WS-SOURCE-SEARCH.
           PERFORM 240000-TRACK-SOURCE.
      *
           IF SOURCE-FOUND
              ADD 1  TO  WS-SOURCE-QT-PREV(WS-SRC-IDX)
           END-IF.
      *
           PERFORM 500000-READ-KEYOLD.
      *
       220000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       225000-GATHER-KEYNEW                                     SECTION.
      *-----------------------------------------------------------------
      *
           IF GRP-NEW-COUNT NOT < 20
              PERFORM 999015-ERROR-015
           END-IF.
      *
           ADD 1                       TO  GRP-NEW-COUNT.
           SET GRP-NEW-IDX             TO  GRP-NEW-COUNT.
           MOVE NEW-SOURCE-ID   TO  GRP-NEW-SOURCE-ID(GRP-NEW-IDX).
           MOVE 'N'                    TO  GRP-NEW-MATCHED(GRP-NEW-IDX).
      *
           MOVE NEW-SOURCE-ID          TO  WS-SOURCE-SEARCH.
           PERFORM 240000-TRACK-SOURCE.
      *
           IF SOURCE-FOUND
              ADD 1  TO  WS-SOURCE-QT-TONIGHT(WS-SRC-IDX)
           END-IF.
      *
           PERFORM 510000-READ-KEYNEW.
      *
       225000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       230000-RESOLVE-KEY                                       SECTION.
      *-----------------------------------------------------------------
      * A SOURCE-ID THAT CARRIED THE KEY ON BOTH NIGHTS IS UNCHANGED.
      * WHAT IS LEFT OF LAST NIGHT'S IS PAIRED, IN ORDER, WITH WHAT IS
      * LEFT OF TONIGHT'S AS A MOVE FROM ONE SOURCE-ID TO THE OTHER;
      * AN OLD ONE WITH NO PARTNER DROPPED THE KEY, A NEW ONE WITH NO
      * PARTNER ADDED IT.
      *
           PERFORM VARYING GRP-OLD-IDX FROM 1 BY 1
                   UNTIL GRP-OLD-IDX > GRP-OLD-COUNT
              PERFORM VARYING GRP-NEW-IDX FROM 1 BY 1
                      UNTIL GRP-NEW-IDX > GRP-NEW-COUNT
                 IF GRP-OLD-MATCHED(GRP-OLD-IDX) = 'N'
                 AND GRP-NEW-MATCHED(GRP-NEW-IDX) = 'N'
                 AND GRP-NEW-SOURCE-ID(GRP-NEW-IDX) =
                     GRP-OLD-SOURCE-ID(GRP-OLD-IDX)
                    MOVE 'Y'  TO  GRP-OLD-MATCHED(GRP-OLD-IDX)
                                  GRP-NEW-MATCHED(GRP-NEW-IDX)
                    ADD 1     TO  QT-KEY-UNCHANGED
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
           PERFORM VARYING GRP-OLD-IDX FROM 1 BY 1
                   UNTIL GRP-OLD-IDX > GRP-OLD-COUNT
              IF GRP-OLD-MATCHED(GRP-OLD-IDX) = 'N'
                 PERFORM 231000-PAIR-KEYOLD
              END-IF
           END-PERFORM.
      *
           PERFORM VARYING GRP-NEW-IDX FROM 1 BY 1
                   UNTIL GRP-NEW-IDX > GRP-NEW-COUNT
              IF GRP-NEW-MATCHED(GRP-NEW-IDX) = 'N'
                 MOVE 'Y'            TO  GRP-NEW-MATCHED(GRP-NEW-IDX)
                 ADD 1                    TO  QT-KEY-NEW
                 MOVE GRP-NEW-SOURCE-ID(GRP-NEW-IDX)
                                          TO  SDT-SOURCE-ID
                 MOVE SPACES              TO  SDT-SOURCE-OTHER
                 SET SDT-EVENT-NEW        TO  TRUE
                 PERFORM 235000-RELEASE-EVENT
              END-IF
           END-PERFORM.
      *
       230000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       231000-PAIR-KEYOLD                                       SECTION.
      *-----------------------------------------------------------------
      * THE CURRENT UNMATCHED OLD SOURCE-ID TAKES THE FIRST UNMATCHED
      * NEW ONE; THE MOVE IS LISTED UNDER BOTH REGIONS.
      *
           MOVE 'Y'                    TO  GRP-OLD-MATCHED(GRP-OLD-IDX).
           MOVE 'N'                    TO  CTL-PAIRED.
      *
           PERFORM VARYING GRP-NEW-IDX FROM 1 BY 1
                   UNTIL GRP-NEW-IDX > GRP-NEW-COUNT
                      OR KEY-PAIRED
              IF GRP-NEW-MATCHED(GRP-NEW-IDX) = 'N'
                 MOVE 'Y'            TO  GRP-NEW-MATCHED(GRP-NEW-IDX)
                 SET KEY-PAIRED           TO  TRUE
                 ADD 1                    TO  QT-KEY-MOVED
                 MOVE GRP-OLD-SOURCE-ID(GRP-OLD-IDX)
                                          TO  SDT-SOURCE-ID
                 MOVE GRP-NEW-SOURCE-ID(GRP-NEW-IDX)
                                          TO  SDT-SOURCE-OTHER
                 SET SDT-EVENT-MOVED-OUT  TO  TRUE
                 PERFORM 235000-RELEASE-EVENT
                 MOVE GRP-NEW-SOURCE-ID(GRP-NEW-IDX)
                                          TO  SDT-SOURCE-ID
                 MOVE GRP-OLD-SOURCE-ID(GRP-OLD-IDX)
                                          TO  SDT-SOURCE-OTHER
                 SET SDT-EVENT-MOVED-IN   TO  TRUE
                 PERFORM 235000-RELEASE-EVENT
              END-IF
           END-PERFORM.
      *
           IF NOT KEY-PAIRED
              ADD 1                       TO  QT-KEY-DROPPED
              MOVE GRP-OLD-SOURCE-ID(GRP-OLD-IDX)
                                          TO  SDT-SOURCE-ID
              MOVE SPACES                 TO  SDT-SOURCE-OTHER
              SET SDT-EVENT-DROPPED       TO  TRUE
              PERFORM 235000-RELEASE-EVENT
           END-IF.
      *
       231000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       235000-RELEASE-EVENT                                     SECTION.
      *-----------------------------------------------------------------
      * COUNT THE CHANGE AGAINST ITS REGION AND PASS IT TO THE PRINT
      * SORT. SDT-SOURCE-ID, SDT-SOURCE-OTHER AND THE EVENT ARE SET.
      *
           MOVE GRP-NR-A               TO  SDT-NR-A.
           MOVE GRP-NR-C               TO  SDT-NR-C.
      *
           MOVE SDT-SOURCE-ID          TO  WS-SOURCE-SEARCH.
           PERFORM 240000-TRACK-SOURCE.
      *
           IF SOURCE-FOUND
              EVALUATE TRUE
                  WHEN SDT-EVENT-DROPPED
                       ADD 1  TO  WS-SOURCE-QT-DROPPED(WS-SRC-IDX)
                  WHEN SDT-EVENT-NEW
                       ADD 1  TO  WS-SOURCE-QT-NEW(WS-SRC-IDX)
                  WHEN SDT-EVENT-MOVED-OUT
                       ADD 1  TO  WS-SOURCE-QT-MOVED-OUT(WS-SRC-IDX)
                  WHEN OTHER
                       ADD 1  TO  WS-SOURCE-QT-MOVED-IN(WS-SRC-IDX)
              END-EVALUATE
           END-IF.
      *
           RELEASE SDT-REC.
      *
       235000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       240000-TRACK-SOURCE                                      SECTION.
      *-----------------------------------------------------------------
      * POINT WS-SRC-IDX AT THE ENTRY FOR WS-SOURCE-SEARCH, ADDING A
      * NEW TABLE ENTRY THE FIRST TIME A GIVEN SOURCE-ID IS SEEN.
      *
           MOVE 'N'  TO  CTL-SOURCE-FOUND.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                      OR SOURCE-FOUND
              IF WS-SOURCE-ID(WS-SRC-IDX) = WS-SOURCE-SEARCH
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
                 MOVE WS-SOURCE-SEARCH  TO  WS-SOURCE-ID(WS-SRC-IDX)
                 SET SOURCE-FOUND  TO  TRUE
              ELSE
                 DISPLAY '888 ' NM-PROG ' SOURCE TABLE FULL, NOT '
                         'TRACKING SOURCE: ' WS-SOURCE-SEARCH
              END-IF
           END-IF.
      *
       240000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-PRINT-DETAIL                                      SECTION.
      *-----------------------------------------------------------------
      * ONE LINE PER KEY CHANGE, REGION BY REGION: DROPPED KEYS FIRST,
      * THEN NEW KEYS, THEN KEYS MOVED OUT AND MOVED IN.
      *
           PERFORM 310000-PRINT-ONE-DETAIL
             UNTIL END-SRTDET.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       310000-PRINT-ONE-DETAIL                                  SECTION.
      *-----------------------------------------------------------------
      *
           RETURN SRTDET
               AT END
                  MOVE 'Y'              TO  CTL-EOF-SRTDET
               NOT AT END
                  ADD 1                 TO  QT-REC-DETAIL
                  MOVE SDT-SOURCE-ID    TO  RPT-DET-SOURCE-ID
                  MOVE SDT-NR-A         TO  RPT-DET-NR-A
                  MOVE SDT-NR-C         TO  RPT-DET-NR-C
                  MOVE SDT-SOURCE-OTHER TO  RPT-DET-SOURCE-OTHER
                  EVALUATE TRUE
                      WHEN SDT-EVENT-DROPPED
                           MOVE 'DROPPED'        TO  RPT-DET-EVENT
                      WHEN SDT-EVENT-NEW
                           MOVE 'NEW'            TO  RPT-DET-EVENT
                      WHEN SDT-EVENT-MOVED-OUT
                           MOVE 'MOVED OUT TO'   TO  RPT-DET-EVENT
                      WHEN OTHER
                           MOVE 'MOVED IN FROM'  TO  RPT-DET-EVENT
                  END-EVALUATE
                  WRITE KEYRPT-REC-FD  FROM  RPT-DETAIL-LINE
                  IF FS-STATUS NOT = '00'
                     PERFORM 999012-ERROR-012
                  END-IF
           END-RETURN.
      *
       310000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       400000-WRITE-RPT-SUMMARY                                 SECTION.
      *-----------------------------------------------------------------
      * ONE LINE PER SOURCE-ID WITH ITS DROP-OUT PERCENTAGE, FLAGGED
      * WHEN IT PASSES THE TOLERANCE, THEN THE RUN TOTALS. A REGION
      * WITH NO KEYS LAST NIGHT HAS NOTHING TO DROP.
      *
           WRITE KEYRPT-REC-FD  FROM  RPT-BLANK-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999012-ERROR-012
           END-IF.
      *
           WRITE KEYRPT-REC-FD  FROM  RPT-SUM-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999012-ERROR-012
           END-IF.
      *
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              PERFORM 410000-WRITE-SUM-LINE
           END-PERFORM.
      *
           MOVE 'RECORDS READ.....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-AUXFILE         TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
           MOVE 'KEYS LAST NIGHT..: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-KEYOLD          TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
           MOVE 'KEYS TONIGHT.....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-KEYNEW          TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
           MOVE 'KEYS UNCHANGED...: '  TO  RPT-TOT-NAME.
           MOVE QT-KEY-UNCHANGED       TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
           MOVE 'KEYS DROPPED.....: '  TO  RPT-TOT-NAME.
           MOVE QT-KEY-DROPPED         TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
           MOVE 'KEYS NEW.........: '  TO  RPT-TOT-NAME.
           MOVE QT-KEY-NEW             TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
           MOVE 'KEYS MOVED.......: '  TO  RPT-TOT-NAME.
           MOVE QT-KEY-MOVED           TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
           MOVE 'REGIONS OVER TOL.: '  TO  RPT-TOT-NAME.
           MOVE QT-REGION-OVER         TO  RPT-TOT-VALUE.
           PERFORM 465000-WRITE-TOTAL-LINE.
      *
       400000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       410000-WRITE-SUM-LINE                                    SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-SOURCE-QT-PREV(WS-SRC-IDX) > 0
              COMPUTE WS-SOURCE-PC-DROPPED(WS-SRC-IDX) ROUNDED =
                      WS-SOURCE-QT-DROPPED(WS-SRC-IDX) * 100
                    / WS-SOURCE-QT-PREV(WS-SRC-IDX)
           ELSE
              MOVE 0  TO  WS-SOURCE-PC-DROPPED(WS-SRC-IDX)
           END-IF.
      *
           MOVE SPACES                 TO  RPT-SUM-FLAG.
      *
           IF WS-SOURCE-PC-DROPPED(WS-SRC-IDX) > PRM-PC-MAX-DROPPED
              MOVE '* OVER TOLERANCE'  TO  RPT-SUM-FLAG
              SET OUT-OF-TOLERANCE  TO  TRUE
              ADD 1                 TO  QT-REGION-OVER
              DISPLAY '888 ' NM-PROG ' SOURCE '
                      WS-SOURCE-ID(WS-SRC-IDX)
                      ' DROP-OUT OVER TOLERANCE: '
                      WS-SOURCE-PC-DROPPED(WS-SRC-IDX)
           END-IF.
      *
           MOVE WS-SOURCE-ID(WS-SRC-IDX)
                                       TO  RPT-SUM-SOURCE-ID.
           MOVE WS-SOURCE-QT-PREV(WS-SRC-IDX)
                                       TO  RPT-SUM-QT-PREV.
           MOVE WS-SOURCE-QT-TONIGHT(WS-SRC-IDX)
                                       TO  RPT-SUM-QT-TONIGHT.
           MOVE WS-SOURCE-QT-DROPPED(WS-SRC-IDX)
                                       TO  RPT-SUM-QT-DROPPED.
           MOVE WS-SOURCE-QT-NEW(WS-SRC-IDX)
                                       TO  RPT-SUM-QT-NEW.
           MOVE WS-SOURCE-QT-MOVED-OUT(WS-SRC-IDX)
                                       TO  RPT-SUM-QT-MOVED-OUT.
           MOVE WS-SOURCE-QT-MOVED-IN(WS-SRC-IDX)
                                       TO  RPT-SUM-QT-MOVED-IN.
           MOVE WS-SOURCE-PC-DROPPED(WS-SRC-IDX)
                                       TO  RPT-SUM-PC-DROPPED.
      *
           WRITE KEYRPT-REC-FD  FROM  RPT-SUM-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999012-ERROR-012
           END-IF.
      *
       410000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       465000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE KEYRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999012-ERROR-012
           END-IF.
      *
       465000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       500000-READ-KEYOLD                                       SECTION.
      *-----------------------------------------------------------------
      * LAST NIGHT'S GENERATION MUST BE OLDER THAN THIS RUN: A RERUN
      * HANDED TONIGHT'S OWN KEYNEW WOULD SHOW NO CHANGE AT ALL.
      *
           READ KEYOLD  INTO  KEYFILE-REC
               AT END
                  MOVE 'Y'                TO  CTL-EOF-KEYOLD
               NOT AT END
                  ADD 1                   TO  QT-REC-KEYOLD
                  IF KEYFILE-DT-RUN IS NOT NUMERIC
                  OR KEYFILE-DT-RUN NOT < PRM-DT-RUN
                     PERFORM 999010-ERROR-010
                  END-IF
                  IF QT-REC-KEYOLD = 1
                     MOVE KEYFILE-DT-RUN  TO  DT-RUN-KEYOLD
                  END-IF
                  MOVE KEYFILE-SOURCE-ID  TO  OLD-SOURCE-ID
                  MOVE KEYFILE-NR-A       TO  OLD-NR-A
                                              KEY-NR-A-KEYOLD
                  MOVE KEYFILE-NR-C       TO  OLD-NR-C
                                              KEY-NR-C-KEYOLD
           END-READ.
      *
       500000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       510000-READ-KEYNEW                                       SECTION.
      *-----------------------------------------------------------------
      *
           READ KEYNEW  INTO  KEYFILE-REC
               AT END
                  MOVE 'Y'                TO  CTL-EOF-KEYNEW
               NOT AT END
                  MOVE KEYFILE-SOURCE-ID  TO  NEW-SOURCE-ID
                  MOVE KEYFILE-NR-A       TO  NEW-NR-A
                                              KEY-NR-A-KEYNEW
                  MOVE KEYFILE-NR-C       TO  NEW-NR-C
                                              KEY-NR-C-KEYNEW
           END-READ.
      *
       510000-OUT.
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
           MOVE 'BLWKEYCM'            TO  LED-NM-PROGRAM.
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
           MOVE 'BLWKEYCM'            TO  GATE-NM-PROGRAM.
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
           MOVE 'BLWKEYCM'            TO  LED-NM-PROGRAM.
           MOVE PRM-DT-RUN            TO  LED-DT-RUN.
           SET LED-EVENT-END          TO  TRUE.
           MOVE QT-REC-AUXFILE        TO  LED-QT-READ.
           MOVE QT-REC-KEYNEW         TO  LED-QT-WRITTEN.
           MOVE QT-KEY-DROPPED        TO  LED-QT-EXCEPTION.
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
           DISPLAY '888 ' NM-PROG ' TOLERANCE...: ' PRM-PC-MAX-DROPPED.
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
           DISPLAY '888 ' NM-PROG ' ERROR OPENING NEW KEY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999007-ERROR-007.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING NEW KEY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999008-ERROR-008.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING OLD KEY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 008'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999009-ERROR-009.
      *
           DISPLAY '888 ' NM-PROG ' ERROR REOPENING NEW KEY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 009'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999010-ERROR-010.
      *
           DISPLAY '888 ' NM-PROG ' OLD KEY FILE NOT BEFORE RUN DATE'.
           DISPLAY '888 ' NM-PROG ' ERROR 010'.
           DISPLAY '888 ' NM-PROG ' RUN DATE    : ' PRM-DT-RUN.
           DISPLAY '888 ' NM-PROG ' KEY DATE    : ' KEYFILE-DT-RUN.
           PERFORM 999999-ABEND.
      *
       999011-ERROR-011.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING KEY-CHANGE REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 011'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999012-ERROR-012.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING KEY-CHANGE REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 012'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999013-ERROR-013.
      *
           DISPLAY '888 ' NM-PROG ' AUXFILE TRAILER COUNT MISMATCH'.
           DISPLAY '888 ' NM-PROG ' ERROR 013'.
           DISPLAY '888 ' NM-PROG ' TRAILER COUNT: '
                   AUXFILE-TRL-TOTAL-REC.
           DISPLAY '888 ' NM-PROG ' RECORDS READ : ' QT-REC-AUXFILE.
           PERFORM 999999-ABEND.
      *
       999014-ERROR-014.
      *
           DISPLAY '888 ' NM-PROG ' AUXFILE TRAILER MISSING'.
           DISPLAY '888 ' NM-PROG ' ERROR 014'.
           DISPLAY '888 ' NM-PROG ' RECORDS READ : ' QT-REC-AUXFILE.
           PERFORM 999999-ABEND.
      *
       999015-ERROR-015.
      *
           DISPLAY '888 ' NM-PROG ' MORE THAN 20 SOURCE-IDS ON ONE KEY'.
           DISPLAY '888 ' NM-PROG ' ERROR 015'.
           DISPLAY '888 ' NM-PROG ' NR-A: ' KEY-NR-A-GROUP
                   ' NR-C: ' KEY-NR-C-GROUP.
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
                  KEYOLD
                  KEYNEW
                  KEYRPT.
      *
           MOVE 16  TO  RETURN-CODE.
           PERFORM 810000-LEDGER-END.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
