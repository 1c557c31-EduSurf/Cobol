      ******************************************************************
      * AS-OF-DATE RECONSTRUCTION OF SOMEDB.TABLE1 FOR AUDIT REQUESTS
      * REBUILDS THE TABLE IMAGE AS IT STOOD AT THE END OF A PAST DATE
      * (TYPICALLY A QUARTER END), FOR ONE NR_C RANGE OR THE WHOLE
      * TABLE, BY ROLLING THE CURRENT ROWS BACK THROUGH EVERY
      * BEFORE-IMAGE STILL ON RECORD:
      *   - SOMEDB.TABLE1_HIST (U/C/D/B/N BEFORE-IMAGES, R AFTER-IMAGES,
      *     X IMAGES OF A LOAD INSERT BACKED OUT BY BLWBKOUT);
      *   - THE BLWHARCH ARCHIVE FILE (HARFILE), SAME LAYOUT, FOR THE
      *     HISTORY ALREADY MOVED OFF THE TABLE -- EVERY GENERATION
      *     NEWER THAN THE AS-OF DATE MUST BE CONCATENATED IN;
      *   - THE BLWPURGE ARCHIVE FILE (ARCFILE), WHOSE PURGED IMAGES
      *     COUNT AS 'D' BEFORE-IMAGES ON THE PURGE DATE. AN ARCFILE
      *     RECORD THAT REPEATS A 'D' HISTORY ROW IS DROPPED.
      * THE ARCHIVE FILES KEEP A CONVERTED ROW'S OLDER CHANGES UNDER
      * THE NR_C IT HAD THEN; THE 'N' HISTORY ROWS OF BLWRENUM (OLD
      * NUMBER, NEW KEY, DATE) CARRY THEM OVER TO THE CURRENT KEY FIRST.
      * ALL CHANGES FOR THE RANGE ARE SORTED INTO KEY/DATE ORDER AND
      * MATCHED AGAINST THE TABLE CURSOR. PER KEY, THE CHANGES DATED
      * AFTER THE AS-OF DATE ARE UNDONE LATEST FIRST: EACH BEFORE-IMAGE
      * IS THE ROW AS IT WAS JUST BEFORE ITS CHANGE, AND A RESTORE
      * MEANS THE ROW WAS NOT THERE BEFORE IT. WHEN ONE DAY CARRIES
      * SEVERAL CHANGES WITH DIFFERENT BEFORE-IMAGES, THE ORDER IS
      * WORKED OUT FROM WHAT EACH CHANGE TYPE LEAVES BEHIND; WHEN THAT
      * DOES NOT SETTLE IT THE KEY IS NOT RECONSTRUCTED.
      * A LOAD THAT INSERTS A ROW LEAVES NO HISTORY: A ROW WITH NOTHING
      * AFTER THE AS-OF DATE BUT A DT_LOAD PAST IT WAS INSERTED AFTER
      * THE DATE AND IS LEFT OUT. A BLWRENUM CONVERSION ('N') MOVES A
      * ROW AND ITS HISTORY TO THE NEW NR_C AND LEAVES THE IMAGE AS IT
      * WAS, SO A CONVERTED ROW COMES OUT UNDER ITS CURRENT NUMBER; A
      * KEY CONVERTED AFTER THE DATE WHOSE 'N' ROW IS ONLY LEFT ON THE
      * ARCHIVE FILE, WITHOUT ITS OLD NUMBER, IS NOT RECONSTRUCTED.
      * A BACKED-OUT INSERT ('X') WAS NOT THERE BEFORE ITS LOAD DATE
      * (THE DT_LOAD COLUMN OF ITS HISTORY ROW); WHEN THAT DATE IS NOT
      * KNOWN THE KEY IS NOT RECONSTRUCTED.
      * THE LAST CHANGE ON OR BEFORE THE DATE IS USED AS A CROSS-CHECK:
      * A KEY WHOSE REBUILT STATE CONTRADICTS IT (A DELETE, RELOAD OR
      * RE-INSERT THAT LEFT NO RECORD) GOES ON THE LIST OF KEYS THAT
      * COULD NOT BE RECONSTRUCTED, NOT TO THE SNAPSHOT.
      * OUTPUT: A SEQUENTIAL SNAPSHOT IN THE DB2KTAB1 LAYOUT IN FULL
      * KEY ORDER, AND A REPORT LISTING THE KEYS NOT RECONSTRUCTED,
      * THE SNAPSHOT ROWS PER CD_S AND THE RUN TOTALS. RETURN CODE 4
      * WHEN ANY KEY COULD NOT BE RECONSTRUCTED. NOTHING IS UPDATED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWASOF.
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
           SELECT HARFILE  ASSIGN  TO  UT-S-HARFILE
                  FILE STATUS IS FS-STATUS.
           SELECT ARCFILE  ASSIGN  TO  UT-S-ARCFILE
                  FILE STATUS IS FS-STATUS.
           SELECT WRKFILE  ASSIGN  TO  UT-S-WRKFILE
                  FILE STATUS IS FS-STATUS.
           SELECT SNPFILE  ASSIGN  TO  UT-S-SNPFILE
                  FILE STATUS IS FS-STATUS.
           SELECT ASORPT   ASSIGN  TO  UT-S-ASORPT
                  FILE STATUS IS FS-STATUS.
           SELECT SRTFILE  ASSIGN  TO  UT-S-SRTFILE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- PARAMETER CARD: AS-OF DATE AND THE NR_C RANGE OR 'ALL'
       FD  PRMFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  PRMFILE-REC-FD    PIC  X(080).
      *
      * --- BLWHARCH HISTORY ARCHIVE (DB2KTABH LAYOUT)
       FD  HARFILE
           RECORDING MODE F
           RECORD 155
           BLOCK 0.
      *
       01  HARFILE-REC-FD    PIC  X(155).
      *
      * --- BLWPURGE ARCHIVE OF PURGED ROWS
       FD  ARCFILE
           RECORDING MODE F
           RECORD 144
           BLOCK 0.
      *
       01  ARCFILE-REC-FD    PIC  X(144).
      *
      * --- SORTED WORK COPY OF EVERY CHANGE IN THE RANGE, IN FULL KEY
      * AND CHANGE-DATE ORDER
       FD  WRKFILE
           RECORDING MODE F
           RECORD 154
           BLOCK 0.
      *
       01  WRKFILE-REC-FD    PIC  X(154).
      *
      * --- THE REBUILT TABLE IMAGE, DB2KTAB1 LAYOUT
       FD  SNPFILE
           RECORDING MODE F
           RECORD 136
           BLOCK 0.
      *
       01  SNPFILE-REC-FD    PIC  X(136).
      *
      * --- THE PRINTED RECONSTRUCTION REPORT
       FD  ASORPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  ASORPT-REC-FD     PIC  X(132).
      *
       SD  SRTFILE
           RECORD 154.
      *
       01  SORT-REC.
           03  SORT-NR-C                    PIC S9(09) COMP.
           03  SORT-CD-P                    PIC S9(09) COMP.
           03  SORT-CD-C                    PIC S9(09) COMP.
           03  SORT-DT-CHG                  PIC  9(08).
           03  FILLER                       PIC  X(01).
           03  SORT-CD-SOURCE               PIC  X(01).
           03  FILLER                       PIC  X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  PRMFILE-REC.
           03  PRM-DT-AS-OF                 PIC  9(08).
           03  PRM-CD-SCOPE                 PIC  X(05).
               88  PRM-SCOPE-ALL                       VALUE 'ALL  '.
               88  PRM-SCOPE-RANGE                     VALUE 'RANGE'.
           03  PRM-NR-C-FROM                PIC  9(09).
           03  PRM-NR-C-TO                  PIC  9(09).
           03  FILLER                       PIC  X(49).
      *
       01  ARCFILE-REC.
           03  ARCFILE-NR-C                 PIC S9(09) COMP.
           03  ARCFILE-CD-P                 PIC S9(09) COMP.
           03  ARCFILE-CD-C                 PIC S9(09) COMP.
           03  ARCFILE-NM-P                 PIC  X(120).
           03  ARCFILE-CD-S                 PIC S9(09) COMP.
           03  ARCFILE-DT-PURGE             PIC  9(08).
      *
      * --- ONE CHANGE TO ONE KEY, WHICHEVER FILE IT CAME FROM. THE
      * IMAGE IS THE BEFORE-IMAGE, EXCEPT ON A RESTORE ('R'), WHERE IT
      * IS THE ROW THE RESTORE PUT BACK. THE LOAD DATE IS THE DT_LOAD
      * COLUMN OF A HISTORY ROW, ZERO WHEN NOT RECORDED OR ARCHIVED.
       01  EVT-REC.
           03  EVT-NR-C                     PIC S9(09) COMP.
           03  EVT-CD-P                     PIC S9(09) COMP.
           03  EVT-CD-C                     PIC S9(09) COMP.
           03  EVT-DT-CHG                   PIC  9(08).
           03  EVT-CD-CHG                   PIC  X(01).
               88  EVT-CHG-DELETE                      VALUE 'D'.
               88  EVT-CHG-RENUMBER                    VALUE 'N'.
           03  EVT-CD-SOURCE                PIC  X(01).
               88  EVT-FROM-HARFILE                    VALUE 'A'.
               88  EVT-FROM-HIST                       VALUE 'H'.
               88  EVT-FROM-ARCFILE                    VALUE 'P'.
           03  EVT-NM-P                     PIC  X(120).
           03  EVT-CD-S                     PIC S9(09) COMP.
           03  EVT-DT-LOAD                  PIC  9(08).
      *
      * --- THE SNAPSHOT RECORD, SAME LAYOUT AS DB2KTAB1
       01  SNPFILE-REC.
           03  SNP-NR-C                     PIC S9(09) COMP.
           03  SNP-CD-P                     PIC S9(09) COMP.
           03  SNP-CD-C                     PIC S9(09) COMP.
           03  SNP-NM-P                     PIC  X(120).
           03  SNP-CD-S                     PIC S9(09) COMP.
      *
      * --- RECONSTRUCTION REPORT LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(35) VALUE
               'BLWASOF - SOMEDB.TABLE1 AS OF END  '.
           03  RPT-HDR-DT-AS-OF             PIC  9(08).
           03  FILLER                       PIC  X(08) VALUE
               ' - NR-C '.
           03  RPT-HDR-NR-C-FROM            PIC  9(09).
           03  FILLER                       PIC  X(04) VALUE
               ' TO '.
           03  RPT-HDR-NR-C-TO              PIC  9(09).
           03  FILLER                       PIC  X(59) VALUE SPACES.
      *
       01  RPT-MISSING-TITLE-LINE.
           03  FILLER                       PIC  X(28) VALUE
               'KEYS NOT RECONSTRUCTED      '.
           03  FILLER                       PIC  X(104) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(33) VALUE
               'NR-C       CD-P       CD-C       '.
           03  FILLER                       PIC  X(06) VALUE
               'REASON'.
           03  FILLER                       PIC  X(93) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-NR-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-P                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-REASON               PIC  X(40).
           03  FILLER                       PIC  X(59) VALUE SPACES.
      *
      * --- SNAPSHOT ROWS PER CD_S, AFTER THE KEY LIST
       01  RPT-CDS-TITLE-LINE.
           03  FILLER                       PIC  X(28) VALUE
               'SNAPSHOT ROWS BY CD-S       '.
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
           '*** BLWASOF  ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-HISCUR                   PIC  X(01) VALUE 'N'.
           88  END-HISCUR                              VALUE 'Y'.
       01  CTL-EOF-HARFILE                  PIC  X(01) VALUE 'N'.
           88  END-HARFILE                             VALUE 'Y'.
       01  CTL-EOF-ARCFILE                  PIC  X(01) VALUE 'N'.
           88  END-ARCFILE                             VALUE 'Y'.
       01  CTL-EOF-WRKFILE                  PIC  X(01) VALUE 'N'.
           88  END-WRKFILE                             VALUE 'Y'.
       01  CTL-EOF-ASOCUR                   PIC  X(01) VALUE 'N'.
           88  END-ASOCUR                              VALUE 'Y'.
       01  CTL-KEY-REBUILT                  PIC  X(01) VALUE 'Y'.
           88  KEY-REBUILT                             VALUE 'Y'.
           88  KEY-NOT-REBUILT                         VALUE 'N'.
       01  CTL-ROW-CURRENT                  PIC  X(01) VALUE 'N'.
           88  ROW-CURRENT                             VALUE 'Y'.
       01  CTL-ARC-MATCHED                  PIC  X(01) VALUE 'N'.
           88  ARC-MATCHED                             VALUE 'Y'.
       01  CTL-DAY-START                    PIC  X(01) VALUE 'N'.
           88  DAY-START-FOUND                         VALUE 'Y'.
       01  CTL-SAME-STATE                   PIC  X(01) VALUE 'N'.
           88  SAME-STATE                              VALUE 'Y'.
       01  CTL-AFTER-FITS                   PIC  X(01) VALUE 'N'.
           88  AFTER-FITS                              VALUE 'Y'.
       01  CTL-ORDER-XY                     PIC  X(01) VALUE 'N'.
           88  ORDER-XY-FITS                           VALUE 'Y'.
       01  CTL-ORDER-YX                     PIC  X(01) VALUE 'N'.
           88  ORDER-YX-FITS                           VALUE 'Y'.
       01  CTL-CDS-FOUND                    PIC  X(01) VALUE 'N'.
           88  CDS-FOUND                               VALUE 'Y'.
       01  CTL-EOF-RNMCUR                   PIC  X(01) VALUE 'N'.
           88  END-RNMCUR                              VALUE 'Y'.
       01  CTL-RNM-MAPPED                   PIC  X(01) VALUE 'N'.
           88  RNM-MAPPED                              VALUE 'Y'.
      *
       01  QT-REC-TABLE                     PIC  9(07) VALUE 0.
       01  QT-REC-HIST                      PIC  9(07) VALUE 0.
       01  QT-REC-HARFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-ARCFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-ARC-REPEAT                PIC  9(07) VALUE 0.
       01  QT-REC-RENUMBER                  PIC  9(07) VALUE 0.
       01  QT-REC-OLD-NR-C                  PIC  9(07) VALUE 0.
       01  QT-REC-KEYS                      PIC  9(07) VALUE 0.
       01  QT-REC-UNCHANGED                 PIC  9(07) VALUE 0.
       01  QT-REC-ROLLED-BACK               PIC  9(07) VALUE 0.
       01  QT-REC-NOT-PRESENT               PIC  9(07) VALUE 0.
       01  QT-REC-NOT-REBUILT               PIC  9(07) VALUE 0.
       01  QT-REC-SNAPSHOT                  PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
      *
      * --- DATES: THE AS-OF DATE, AND AN ISO DATE FROM DB2 OR HARFILE
      * TURNED INTO YYYYMMDD SO IT COMPARES WITH IT.
       01  DT-AS-OF                         PIC  9(08) VALUE 0.
       01  DT-WORK                          PIC  9(08) VALUE 0.
       01  FILLER REDEFINES DT-WORK.
           03  DT-WORK-YYYY                 PIC  9(04).
           03  DT-WORK-MM                   PIC  9(02).
           03  DT-WORK-DD                   PIC  9(02).
       01  DT-ISO-WORK.
           03  ISO-YYYY                     PIC  9(04).
           03  FILLER                       PIC  X(01).
           03  ISO-MM                       PIC  9(02).
           03  FILLER                       PIC  X(01).
           03  ISO-DD                       PIC  9(02).
      *
      * --- NR_C RANGE HOST VARIABLES; 'ALL' OPENS THEM FULLY
       01  TAB1-NR-C-FROM                   PIC S9(09) COMP VALUE 0.
       01  TAB1-NR-C-TO                     PIC S9(09) COMP VALUE 0.
       01  TAB1-DT-LOAD                     PIC  X(10).
      *
      * --- HISTORY COLUMNS KEPT OUT OF DB2KTABH: THE ROW'S DT_LOAD AS
      * OF THE IMAGE (0001-01-01 WHEN NOT RECORDED), AND THE NUMBER A
      * CONVERTED ROW HAD BEFORE ITS 'N' ROW
       01  TABH-DT-LOAD                     PIC  X(10).
       01  TABH-NR-C-OLD                    PIC S9(09) COMP VALUE 0.
      *
      * --- THE KEY BEING REBUILT AND WHAT THE TABLE HOLDS FOR IT NOW
       01  GRP-NR-C                         PIC S9(09) COMP VALUE 0.
       01  GRP-CD-P                         PIC S9(09) COMP VALUE 0.
       01  GRP-CD-C                         PIC S9(09) COMP VALUE 0.
       01  CUR-NM-P                         PIC  X(120).
       01  CUR-CD-S                         PIC S9(09) COMP VALUE 0.
       01  CUR-DT-LOAD                      PIC  9(08) VALUE 0.
       01  WS-REASON                        PIC  X(40).
      *
      * --- THE LAST CHANGE ON OR BEFORE THE AS-OF DATE: ITS TYPE, OR
      * '?' WHEN THAT DAY HAD CHANGES OF DIFFERENT TYPES.
       01  LAST-DT-CHG                      PIC  9(08) VALUE 0.
       01  LAST-CD-CHG                      PIC  X(01) VALUE SPACE.
           88  LAST-NONE                               VALUE SPACE.
           88  LAST-LEAVES-ROW                         VALUE 'U' 'C'
                                                             'R' 'N'.
           88  LAST-DELETE                             VALUE 'D' 'X'.
      *
      * --- THE ROW STATE WHILE ROLLING BACK: PRESENT WITH AN IMAGE, OR
      * ABSENT. CHK- HOLDS A SECOND STATE TO TEST AGAINST.
       01  ST-CD-PRESENT                    PIC  X(01) VALUE 'N'.
           88  ST-PRESENT                              VALUE 'Y'.
           88  ST-ABSENT                               VALUE 'N'.
       01  ST-NM-P                          PIC  X(120).
       01  ST-CD-S                          PIC S9(09) COMP VALUE 0.
       01  CHK-CD-PRESENT                   PIC  X(01) VALUE 'N'.
           88  CHK-PRESENT                             VALUE 'Y'.
           88  CHK-ABSENT                              VALUE 'N'.
       01  CHK-NM-P                         PIC  X(120).
       01  CHK-CD-S                         PIC S9(09) COMP VALUE 0.
      *
      * --- THE KEY'S CHANGES DATED AFTER THE AS-OF DATE, OLDEST FIRST
       01  WS-AFT-COUNT                     PIC  9(03) VALUE 0.
       01  WS-AFT-TABLE.
           03  WS-AFT-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-AFT-IDX.
               05  WS-AFT-DT-CHG            PIC  9(08).
               05  WS-AFT-CD-CHG            PIC  X(01).
                   88  WS-AFT-DELETE                   VALUE 'D'.
                   88  WS-AFT-RESTORE                  VALUE 'R'.
                   88  WS-AFT-LEAVES-ROW               VALUE 'U' 'C'
                                                             'N'.
                   88  WS-AFT-BACKOUT-INSERT           VALUE 'X'.
               05  WS-AFT-FLAG-MATCHED      PIC  X(01).
                   88  WS-AFT-MATCHED                  VALUE 'Y'.
               05  WS-AFT-NM-P              PIC  X(120).
               05  WS-AFT-CD-S              PIC S9(09) COMP.
               05  WS-AFT-DT-LOAD           PIC  9(08).
      *
      * --- THE CHANGES OF THE DAY BEING UNDONE, AND THE PAIR TESTED
       01  WS-DAY-FIRST                     PIC  9(03) VALUE 0.
       01  WS-DAY-LAST                      PIC  9(03) VALUE 0.
       01  WS-DAY-DT                        PIC  9(08) VALUE 0.
       01  WS-SUB                           PIC  9(03) VALUE 0.
       01  WS-SUB-X                         PIC  9(03) VALUE 0.
       01  WS-SUB-Y                         PIC  9(03) VALUE 0.
       01  WS-SUB-FIT                       PIC  9(03) VALUE 0.
      *
      * --- SNAPSHOT ROWS PER CD_S
       01  WS-CDS-COUNT                     PIC  9(02) VALUE 0.
       01  WS-CDS-TABLE.
           03  WS-CDS-ENTRY  OCCURS 50 TIMES
                             INDEXED BY WS-CDS-IDX.
               05  WS-CDS-VALUE             PIC S9(09) COMP.
               05  WS-CDS-QT-ROWS           PIC  9(07).
      *
      * --- EVERY BLWRENUM CONVERSION, IN OLD KEY AND DATE ORDER: THE
      * OLD NR_C WITH THE ROW'S CD_P/CD_C, THE NEW NR_C AND THE DATE
       01  WS-RNM-MAX                       PIC  9(04) VALUE 5000.
       01  WS-RNM-COUNT                     PIC  9(04) VALUE 0.
       01  WS-RNM-TABLE.
           03  WS-RNM-ENTRY  OCCURS 5000 TIMES.
               05  WS-RNM-NR-C-OLD          PIC S9(09) COMP.
               05  WS-RNM-CD-P              PIC S9(09) COMP.
               05  WS-RNM-CD-C              PIC S9(09) COMP.
               05  WS-RNM-NR-C              PIC S9(09) COMP.
               05  WS-RNM-DT-CHG            PIC  9(08).
      *
      * --- BOUNDS OF THE STRETCH OF THE WORK TABLE STILL TO SEARCH, AND
      * THE DATE A CHANGE MUST FALL ON OR BEFORE TO MOVE WITH THE ROW
       01  WS-RNM-LOW                       PIC  9(04) VALUE 0.
       01  WS-RNM-HIGH                      PIC  9(04) VALUE 0.
       01  WS-RNM-MID                       PIC  9(04) VALUE 0.
       01  WS-RNM-HOPS                      PIC  9(02) VALUE 0.
       01  WS-RNM-DT-CHG-WORK               PIC  9(08) VALUE 0.
       01  WS-RNM-NR-C-ORIG                 PIC S9(09) COMP VALUE 0.
      *
      *--- Book of table SOMEDB.TABLE1
       COPY DB2KTAB1.
      *
      *--- Book of table SOMEDB.TABLE1_HIST
       COPY DB2KTABH.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- THE CURRENT ROWS OF THE RANGE, IN FULL KEY ORDER
           EXEC SQL
              DECLARE ASOCUR CURSOR FOR
                 SELECT NR_C,
                        CD_P,
                        CD_C,
                        NM_P,
                        CD_S,
                        DT_LOAD
                   FROM SOMEDB.TABLE1
                  WHERE NR_C BETWEEN :TAB1-NR-C-FROM
                                 AND :TAB1-NR-C-TO
                  ORDER BY NR_C, CD_P, CD_C
           END-EXEC.
      *
      * --- EVERY HISTORY ROW OF THE RANGE; THE SORT ORDERS THEM. THE
      * ROWS ON OR BEFORE THE AS-OF DATE ARE NEEDED FOR THE CROSS-CHECK.
           EXEC SQL
              DECLARE HISCUR CURSOR FOR
                 SELECT NR_C,
                        CD_P,
                        CD_C,
                        NM_P,
                        CD_S,
                        DT_CHG,
                        CD_CHG,
                        NM_USER,
                        DT_LOAD
                   FROM SOMEDB.TABLE1_HIST
                  WHERE NR_C BETWEEN :TAB1-NR-C-FROM
                                 AND :TAB1-NR-C-TO
           END-EXEC.
      *
      * --- EVERY CONVERSION ON RECORD, WHATEVER THE RANGE: AN OLD
      * NUMBER OUTSIDE IT CAN HAVE BEEN CONVERTED INTO IT, AND A ROW
      * CONVERTED TWICE NEEDS BOTH STEPS.
           EXEC SQL
              DECLARE RNMCUR CURSOR FOR
                 SELECT NR_C_OLD,
                        CD_P,
                        CD_C,
                        NR_C,
                        DT_CHG
                   FROM SOMEDB.TABLE1_HIST
                  WHERE CD_CHG = 'N'
                  ORDER BY NR_C_OLD, CD_P, CD_C, DT_CHG
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
           PERFORM 200000-REBUILD-KEY
             UNTIL END-WRKFILE
               AND END-ASOCUR.
      *
           EXEC SQL
              CLOSE ASOCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999009-ERROR-009
           END-IF.
      *
           PERFORM 270000-LIST-BY-CD-S.
      *
           PERFORM 280000-WRITE-RPT-TOTALS.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' TABLE ROWS FETCHED...: '
                   QT-REC-TABLE.
           DISPLAY '999 ' NM-PROG ' HISTORY ROWS READ....: '
                   QT-REC-HIST.
           DISPLAY '999 ' NM-PROG ' HARFILE RECORDS READ.: '
                   QT-REC-HARFILE.
           DISPLAY '999 ' NM-PROG ' ARCFILE RECORDS READ.: '
                   QT-REC-ARCFILE.
           DISPLAY '999 ' NM-PROG ' ARCFILE REPEATS......: '
                   QT-REC-ARC-REPEAT.
           DISPLAY '999 ' NM-PROG ' CONVERSIONS READ.....: '
                   QT-REC-RENUMBER.
           DISPLAY '999 ' NM-PROG ' MOVED TO NEW NR-C....: '
                   QT-REC-OLD-NR-C.
           DISPLAY '999 ' NM-PROG ' KEYS EXAMINED........: '
                   QT-REC-KEYS.
           DISPLAY '999 ' NM-PROG ' UNCHANGED SINCE DATE.: '
                   QT-REC-UNCHANGED.
           DISPLAY '999 ' NM-PROG ' ROLLED BACK..........: '
                   QT-REC-ROLLED-BACK.
           DISPLAY '999 ' NM-PROG ' NOT PRESENT ON DATE..: '
                   QT-REC-NOT-PRESENT.
           DISPLAY '999 ' NM-PROG ' NOT RECONSTRUCTED....: '
                   QT-REC-NOT-REBUILT.
           DISPLAY '999 ' NM-PROG ' SNAPSHOT ROWS........: '
                   QT-REC-SNAPSHOT.
      *
           CLOSE  WRKFILE
                  SNPFILE
                  ASORPT.
      *
      * THE SNAPSHOT IS NOT THE WHOLE TABLE AS OF THE DATE WHEN ANY KEY
      * HAD TO BE LEFT OUT -- THE AUDITOR MUST SEE THE LIST WITH IT.
           IF QT-REC-NOT-REBUILT > 0
              DISPLAY '888 ' NM-PROG ' KEYS NOT RECONSTRUCTED'
              MOVE 4  TO  RETURN-CODE
           END-IF.
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
           IF PRM-DT-AS-OF IS NOT NUMERIC
           OR PRM-DT-AS-OF = 0
              PERFORM 999002-ERROR-002
           END-IF.
      *
           IF PRM-SCOPE-ALL
              MOVE -999999999              TO  TAB1-NR-C-FROM
              MOVE  999999999              TO  TAB1-NR-C-TO
              MOVE 0                       TO  RPT-HDR-NR-C-FROM
           ELSE
              IF PRM-SCOPE-RANGE
                 AND PRM-NR-C-FROM IS NUMERIC
                 AND PRM-NR-C-TO IS NUMERIC
                 AND PRM-NR-C-FROM NOT > PRM-NR-C-TO
                 MOVE PRM-NR-C-FROM         TO  TAB1-NR-C-FROM
                 MOVE PRM-NR-C-TO           TO  TAB1-NR-C-TO
                 MOVE PRM-NR-C-FROM         TO  RPT-HDR-NR-C-FROM
              ELSE
                 PERFORM 999002-ERROR-002
              END-IF
           END-IF.
      *
           CLOSE PRMFILE.
      *
           MOVE PRM-DT-AS-OF               TO  DT-AS-OF.
      *
           OPEN OUTPUT SNPFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           OPEN OUTPUT ASORPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE PRM-DT-AS-OF               TO  RPT-HDR-DT-AS-OF.
           MOVE TAB1-NR-C-TO               TO  RPT-HDR-NR-C-TO.
      *
           WRITE ASORPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           WRITE ASORPT-REC-FD  FROM  RPT-MISSING-TITLE-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           WRITE ASORPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM 120000-LOAD-RENUMBERS.
      *
      * EVERY CHANGE IN THE RANGE, FROM ALL THREE SOURCES, INTO KEY
      * AND DATE ORDER. WITHIN A DAY THE SOURCE DECIDES THE ORDER, SO
      * AN ARCFILE PURGE IMAGE ALWAYS FOLLOWS ANY 'D' HISTORY ROW IT
      * REPEATS.
           SORT SRTFILE
                ON ASCENDING KEY SORT-NR-C
                                 SORT-CD-P
                                 SORT-CD-C
                                 SORT-DT-CHG
                                 SORT-CD-SOURCE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 150000-RELEASE-CHANGES
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
           EXEC SQL
              OPEN ASOCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999009-ERROR-009
           END-IF.
      *
           PERFORM 310000-FETCH-ASOCUR.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       120000-LOAD-RENUMBERS                                    SECTION.
      *-----------------------------------------------------------------
      * THE CONVERSIONS INTO A WORK TABLE, FOR 196000 TO CARRY THE
      * ARCHIVED CHANGES OF A CONVERTED ROW OVER TO ITS NEW NUMBER. A
      * TABLE TOO BIG FOR IT STOPS THE RUN: A CONVERSION LEFT OUT WOULD
      * LEAVE A ROW'S OLDER CHANGES UNDER A NUMBER IT NO LONGER HAS.
      *
           EXEC SQL
              OPEN RNMCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999012-ERROR-012
           END-IF.
      *
           PERFORM 125000-FETCH-RNMCUR
             UNTIL END-RNMCUR.
      *
           EXEC SQL
              CLOSE RNMCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999012-ERROR-012
           END-IF.
      *
       120000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       125000-FETCH-RNMCUR                                      SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH RNMCUR
               INTO :TABH-NR-C-OLD,
                    :TABH-CD-P,
                    :TABH-CD-C,
                    :TABH-NR-C,
                    :TABH-DT-CHG
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                     TO  CTL-EOF-RNMCUR
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999012-ERROR-012
              ELSE
                 IF WS-RNM-COUNT NOT < WS-RNM-MAX
                    PERFORM 999013-ERROR-013
                 END-IF
                 ADD 1                     TO  QT-REC-RENUMBER
                 ADD 1                     TO  WS-RNM-COUNT
                 MOVE TABH-DT-CHG          TO  DT-ISO-WORK
                 MOVE ISO-YYYY             TO  DT-WORK-YYYY
                 MOVE ISO-MM               TO  DT-WORK-MM
                 MOVE ISO-DD               TO  DT-WORK-DD
                 MOVE TABH-NR-C-OLD  TO  WS-RNM-NR-C-OLD(WS-RNM-COUNT)
                 MOVE TABH-CD-P      TO  WS-RNM-CD-P(WS-RNM-COUNT)
                 MOVE TABH-CD-C      TO  WS-RNM-CD-C(WS-RNM-COUNT)
                 MOVE TABH-NR-C      TO  WS-RNM-NR-C(WS-RNM-COUNT)
                 MOVE DT-WORK        TO  WS-RNM-DT-CHG(WS-RNM-COUNT)
              END-IF
           END-IF.
      *
       125000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       150000-RELEASE-CHANGES                                   SECTION.
      *-----------------------------------------------------------------
      * HAND THE SORT THE HISTORY TABLE, THEN THE TWO ARCHIVE FILES,
      * KEEPING ONLY KEYS INSIDE THE RANGE.
      *
           EXEC SQL
              OPEN HISCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999010-ERROR-010
           END-IF.
      *
           PERFORM 160000-RELEASE-HIST
             UNTIL END-HISCUR.
      *
           EXEC SQL
              CLOSE HISCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999010-ERROR-010
           END-IF.
      *
           OPEN INPUT  HARFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999007-ERROR-007
           END-IF.
      *
           PERFORM 170000-RELEASE-HARFILE
             UNTIL END-HARFILE.
      *
           CLOSE HARFILE.
      *
           OPEN INPUT  ARCFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999008-ERROR-008
           END-IF.
      *
           PERFORM 180000-RELEASE-ARCFILE
             UNTIL END-ARCFILE.
      *
           CLOSE ARCFILE.
      *
       150000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       160000-RELEASE-HIST                                      SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH HISCUR
               INTO :TABH-NR-C,
                    :TABH-CD-P,
                    :TABH-CD-C,
                    :TABH-NM-P,
                    :TABH-CD-S,
                    :TABH-DT-CHG,
                    :TABH-CD-CHG,
                    :TABH-NM-USER,
                    :TABH-DT-LOAD
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                     TO  CTL-EOF-HISCUR
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999010-ERROR-010
              ELSE
                 ADD 1                     TO  QT-REC-HIST
                 MOVE 'H'                  TO  EVT-CD-SOURCE
                 PERFORM 165000-SET-LOAD-DATE
                 PERFORM 190000-RELEASE-TABH
              END-IF
           END-IF.
      *
       160000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       165000-SET-LOAD-DATE                                     SECTION.
      *-----------------------------------------------------------------
      * THE ROW'S DT_LOAD AS OF THE IMAGE, ZERO WHEN NOT RECORDED.
      *
           IF TABH-DT-LOAD = '0001-01-01'
              MOVE 0                       TO  EVT-DT-LOAD
           ELSE
              MOVE TABH-DT-LOAD            TO  DT-ISO-WORK
              MOVE ISO-YYYY                TO  DT-WORK-YYYY
              MOVE ISO-MM                  TO  DT-WORK-MM
              MOVE ISO-DD                  TO  DT-WORK-DD
              MOVE DT-WORK                 TO  EVT-DT-LOAD
           END-IF.
      *
       165000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       170000-RELEASE-HARFILE                                   SECTION.
      *-----------------------------------------------------------------
      *
           READ HARFILE  INTO  DB2KTABH
               AT END
                  MOVE 'Y'                 TO  CTL-EOF-HARFILE
               NOT AT END
                  ADD 1                    TO  QT-REC-HARFILE
                  MOVE 'A'                 TO  EVT-CD-SOURCE
                  MOVE 0                   TO  EVT-DT-LOAD
                  PERFORM 190000-RELEASE-TABH
           END-READ.
      *
       170000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       180000-RELEASE-ARCFILE                                   SECTION.
      *-----------------------------------------------------------------
      * A PURGED ROW IS A 'D' BEFORE-IMAGE DATED ON THE PURGE DATE.
      *
           READ ARCFILE  INTO  ARCFILE-REC
               AT END
                  MOVE 'Y'                 TO  CTL-EOF-ARCFILE
               NOT AT END
                  ADD 1                    TO  QT-REC-ARCFILE
                  MOVE ARCFILE-NR-C        TO  EVT-NR-C
                  MOVE ARCFILE-CD-P        TO  EVT-CD-P
                  MOVE ARCFILE-CD-C        TO  EVT-CD-C
                  MOVE ARCFILE-DT-PURGE    TO  EVT-DT-CHG
                  MOVE 'D'                 TO  EVT-CD-CHG
                  MOVE 'P'                 TO  EVT-CD-SOURCE
                  MOVE ARCFILE-NM-P        TO  EVT-NM-P
                  MOVE ARCFILE-CD-S        TO  EVT-CD-S
                  MOVE 0                   TO  EVT-DT-LOAD
                  PERFORM 195000-RELEASE-EVT
           END-READ.
      *
       180000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       190000-RELEASE-TABH                                      SECTION.
      *-----------------------------------------------------------------
      * ONE HISTORY ROW, FROM THE TABLE OR THE ARCHIVE, TO THE SORT.
      *
           MOVE TABH-DT-CHG                TO  DT-ISO-WORK.
           MOVE ISO-YYYY                   TO  DT-WORK-YYYY.
           MOVE ISO-MM                     TO  DT-WORK-MM.
           MOVE ISO-DD                     TO  DT-WORK-DD.
      *
           MOVE TABH-NR-C                  TO  EVT-NR-C.
           MOVE TABH-CD-P                  TO  EVT-CD-P.
           MOVE TABH-CD-C                  TO  EVT-CD-C.
           MOVE DT-WORK                    TO  EVT-DT-CHG.
           MOVE TABH-CD-CHG                TO  EVT-CD-CHG.
           MOVE TABH-NM-P                  TO  EVT-NM-P.
           MOVE TABH-CD-S                  TO  EVT-CD-S.
      *
           PERFORM 195000-RELEASE-EVT.
      *
       190000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       195000-RELEASE-EVT                                       SECTION.
      *-----------------------------------------------------------------
      * AN ARCHIVED CHANGE MAY STILL CARRY THE NUMBER ITS ROW HAD
      * BEFORE A CONVERSION; IT IS MOVED TO THE CURRENT NUMBER BEFORE
      * THE RANGE IS APPLIED. THE HISTORY TABLE WAS CONVERTED IN PLACE.
      *
           IF NOT EVT-FROM-HIST
              PERFORM 196000-MAP-OLD-NUMBER
           END-IF.
      *
           IF EVT-NR-C NOT < TAB1-NR-C-FROM
              AND EVT-NR-C NOT > TAB1-NR-C-TO
              MOVE EVT-REC                 TO  SORT-REC
              RELEASE SORT-REC
           END-IF.
      *
       195000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       196000-MAP-OLD-NUMBER                                    SECTION.
      *-----------------------------------------------------------------
      * A CHANGE UNDER AN OLD KEY MOVES WITH THE FIRST CONVERSION OF
      * THAT KEY ON OR AFTER ITS DATE -- A NUMBER GIVEN OUT AGAIN LATER
      * KEEPS ITS OWN CHANGES -- AND THEN WITH ANY CONVERSION OF THE
      * NEW KEY ON OR AFTER THAT ONE. THE HOP LIMIT STOPS A KEY
      * SWAPPED BACK AND FORTH ON ONE DAY FROM LOOPING.
      *
           MOVE EVT-NR-C                   TO  WS-RNM-NR-C-ORIG.
           MOVE EVT-DT-CHG                 TO  WS-RNM-DT-CHG-WORK.
           MOVE 0                          TO  WS-RNM-HOPS.
           MOVE 'Y'                        TO  CTL-RNM-MAPPED.
      *
           PERFORM 197000-MAP-ONE-STEP
             UNTIL NOT RNM-MAPPED
                OR WS-RNM-HOPS NOT < 10.
      *
           IF EVT-NR-C NOT = WS-RNM-NR-C-ORIG
              ADD 1                        TO  QT-REC-OLD-NR-C
           END-IF.
      *
       196000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       197000-MAP-ONE-STEP                                      SECTION.
      *-----------------------------------------------------------------
      * HALVE THE STRETCH STILL TO SEARCH DOWN TO THE FIRST ENTRY NOT
      * BELOW THE CHANGE'S KEY AND DATE; IT IS THE CONVERSION WANTED
      * WHEN IT IS FOR THE SAME KEY.
      *
           MOVE 'N'                        TO  CTL-RNM-MAPPED.
           MOVE 1                          TO  WS-RNM-LOW.
           COMPUTE WS-RNM-HIGH = WS-RNM-COUNT + 1.
      *
           PERFORM UNTIL WS-RNM-LOW NOT < WS-RNM-HIGH
              COMPUTE WS-RNM-MID = (WS-RNM-LOW + WS-RNM-HIGH) / 2
              EVALUATE TRUE
                  WHEN WS-RNM-NR-C-OLD(WS-RNM-MID) < EVT-NR-C
                     COMPUTE WS-RNM-LOW  = WS-RNM-MID + 1
                  WHEN WS-RNM-NR-C-OLD(WS-RNM-MID) > EVT-NR-C
                     MOVE WS-RNM-MID       TO  WS-RNM-HIGH
                  WHEN WS-RNM-CD-P(WS-RNM-MID) < EVT-CD-P
                     COMPUTE WS-RNM-LOW  = WS-RNM-MID + 1
                  WHEN WS-RNM-CD-P(WS-RNM-MID) > EVT-CD-P
                     MOVE WS-RNM-MID       TO  WS-RNM-HIGH
                  WHEN WS-RNM-CD-C(WS-RNM-MID) < EVT-CD-C
                     COMPUTE WS-RNM-LOW  = WS-RNM-MID + 1
                  WHEN WS-RNM-CD-C(WS-RNM-MID) > EVT-CD-C
                     MOVE WS-RNM-MID       TO  WS-RNM-HIGH
                  WHEN WS-RNM-DT-CHG(WS-RNM-MID) < WS-RNM-DT-CHG-WORK
                     COMPUTE WS-RNM-LOW  = WS-RNM-MID + 1
                  WHEN OTHER
                     MOVE WS-RNM-MID       TO  WS-RNM-HIGH
              END-EVALUATE
           END-PERFORM.
      *
           IF WS-RNM-LOW NOT > WS-RNM-COUNT
              IF  WS-RNM-NR-C-OLD(WS-RNM-LOW) = EVT-NR-C
              AND WS-RNM-CD-P(WS-RNM-LOW)     = EVT-CD-P
              AND WS-RNM-CD-C(WS-RNM-LOW)     = EVT-CD-C
                 MOVE WS-RNM-NR-C(WS-RNM-LOW)   TO  EVT-NR-C
                 MOVE WS-RNM-DT-CHG(WS-RNM-LOW) TO  WS-RNM-DT-CHG-WORK
                 ADD 1                          TO  WS-RNM-HOPS
                 MOVE 'Y'                       TO  CTL-RNM-MAPPED
              END-IF
           END-IF.
      *
       197000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-REBUILD-KEY                                       SECTION.
      *-----------------------------------------------------------------
      * ONE KEY AT A TIME, TAKEN FROM WHICHEVER SIDE -- TABLE CURSOR OR
      * SORTED CHANGES -- HOLDS THE LOWER KEY: ITS CURRENT ROW (IF
      * ANY), ITS CHANGES, THEN THE ROLL-BACK AND THE CROSS-CHECK.
      *
           PERFORM 210000-SET-GROUP-KEY.
      *
           ADD 1                           TO  QT-REC-KEYS.
           MOVE 'Y'                        TO  CTL-KEY-REBUILT.
           MOVE 'N'                        TO  CTL-ROW-CURRENT.
           MOVE 0                          TO  WS-AFT-COUNT.
           MOVE 0                          TO  LAST-DT-CHG.
           MOVE SPACE                      TO  LAST-CD-CHG.
      *
           IF NOT END-ASOCUR
              AND TAB1-NR-C = GRP-NR-C
              AND TAB1-CD-P = GRP-CD-P
              AND TAB1-CD-C = GRP-CD-C
              MOVE 'Y'                     TO  CTL-ROW-CURRENT
              MOVE TAB1-NM-P               TO  CUR-NM-P
              MOVE TAB1-CD-S               TO  CUR-CD-S
              MOVE TAB1-DT-LOAD            TO  DT-ISO-WORK
              MOVE ISO-YYYY                TO  DT-WORK-YYYY
              MOVE ISO-MM                  TO  DT-WORK-MM
              MOVE ISO-DD                  TO  DT-WORK-DD
              MOVE DT-WORK                 TO  CUR-DT-LOAD
              PERFORM 310000-FETCH-ASOCUR
           END-IF.
      *
           PERFORM 220000-TAKE-CHANGE
             UNTIL END-WRKFILE
                OR EVT-NR-C NOT = GRP-NR-C
                OR EVT-CD-P NOT = GRP-CD-P
                OR EVT-CD-C NOT = GRP-CD-C.
      *
           IF KEY-REBUILT
              PERFORM 230000-ROLL-BACK
           END-IF.
      *
           IF KEY-REBUILT
              PERFORM 240000-CROSS-CHECK
           END-IF.
      *
           PERFORM 250000-WRITE-RESULT.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-SET-GROUP-KEY                                     SECTION.
      *-----------------------------------------------------------------
      * THE LOWER OF THE CURSOR KEY AND THE NEXT CHANGE'S KEY.
      *
           IF END-WRKFILE
              MOVE TAB1-NR-C               TO  GRP-NR-C
              MOVE TAB1-CD-P               TO  GRP-CD-P
              MOVE TAB1-CD-C               TO  GRP-CD-C
           ELSE
              MOVE EVT-NR-C                TO  GRP-NR-C
              MOVE EVT-CD-P                TO  GRP-CD-P
              MOVE EVT-CD-C                TO  GRP-CD-C
              IF NOT END-ASOCUR
                 IF TAB1-NR-C < EVT-NR-C
                 OR (TAB1-NR-C = EVT-NR-C
                     AND TAB1-CD-P < EVT-CD-P)
                 OR (TAB1-NR-C = EVT-NR-C
                     AND TAB1-CD-P = EVT-CD-P
                     AND TAB1-CD-C < EVT-CD-C)
                    MOVE TAB1-NR-C         TO  GRP-NR-C
                    MOVE TAB1-CD-P         TO  GRP-CD-P
                    MOVE TAB1-CD-C         TO  GRP-CD-C
                 END-IF
              END-IF
           END-IF.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-TAKE-CHANGE                                       SECTION.
      *-----------------------------------------------------------------
      * A CHANGE ON OR BEFORE THE AS-OF DATE ONLY FEEDS THE CROSS-CHECK.
      * A LATER ONE IS HELD FOR THE ROLL-BACK, UNLESS IT IS AN ARCFILE
      * IMAGE REPEATING A 'D' HISTORY ROW ALREADY HELD. A CONVERSION
      * AFTER THE DATE KNOWN ONLY FROM THE ARCHIVE FILE, WHICH DOES NOT
      * KEEP THE OLD NUMBER, MAY HAVE LEFT CHANGES BEHIND UNDER IT.
      *
           IF EVT-DT-CHG NOT > DT-AS-OF
              IF LAST-NONE
              OR EVT-DT-CHG NOT = LAST-DT-CHG
                 MOVE EVT-CD-CHG           TO  LAST-CD-CHG
              ELSE
                 IF EVT-CD-CHG NOT = LAST-CD-CHG
                    MOVE '?'               TO  LAST-CD-CHG
                 END-IF
              END-IF
              MOVE EVT-DT-CHG              TO  LAST-DT-CHG
           ELSE
              MOVE 'N'                     TO  CTL-ARC-MATCHED
              IF EVT-FROM-ARCFILE
                 PERFORM 225000-MATCH-ARC-REPEAT
              END-IF
              IF EVT-CHG-RENUMBER
                 AND EVT-FROM-HARFILE
                 MOVE 'N'                  TO  CTL-KEY-REBUILT
                 MOVE 'RENUMBERED AFTER DATE, OLD NR-C UNKNOWN'
                                           TO  WS-REASON
              END-IF
              IF ARC-MATCHED
                 ADD 1                     TO  QT-REC-ARC-REPEAT
              ELSE
                 IF WS-AFT-COUNT < 100
                    ADD 1                  TO  WS-AFT-COUNT
                    SET WS-AFT-IDX         TO  WS-AFT-COUNT
                    MOVE EVT-DT-CHG
                      TO  WS-AFT-DT-CHG(WS-AFT-IDX)
                    MOVE EVT-CD-CHG
                      TO  WS-AFT-CD-CHG(WS-AFT-IDX)
                    MOVE 'N'
                      TO  WS-AFT-FLAG-MATCHED(WS-AFT-IDX)
                    MOVE EVT-NM-P
                      TO  WS-AFT-NM-P(WS-AFT-IDX)
                    MOVE EVT-CD-S
                      TO  WS-AFT-CD-S(WS-AFT-IDX)
                    MOVE EVT-DT-LOAD
                      TO  WS-AFT-DT-LOAD(WS-AFT-IDX)
                 ELSE
                    MOVE 'N'               TO  CTL-KEY-REBUILT
                    MOVE 'MORE THAN 100 CHANGES AFTER THE DATE'
                                           TO  WS-REASON
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM 300000-READ-WRKFILE.
      *
       220000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       225000-MATCH-ARC-REPEAT                                  SECTION.
      *-----------------------------------------------------------------
      * BLWPURGE WRITES THE SAME IMAGE TO ARCFILE AND, AS A 'D' ROW, TO
      * THE HISTORY. EACH HELD 'D' ROW OF THE SAME DAY AND IMAGE
      * ABSORBS ONE ARCFILE RECORD.
      *
           PERFORM VARYING WS-AFT-IDX FROM 1 BY 1
                   UNTIL WS-AFT-IDX > WS-AFT-COUNT
                      OR ARC-MATCHED
              IF WS-AFT-DT-CHG(WS-AFT-IDX) = EVT-DT-CHG
                 AND WS-AFT-DELETE(WS-AFT-IDX)
                 AND NOT WS-AFT-MATCHED(WS-AFT-IDX)
                 AND WS-AFT-NM-P(WS-AFT-IDX) = EVT-NM-P
                 AND WS-AFT-CD-S(WS-AFT-IDX) = EVT-CD-S
                 MOVE 'Y'          TO  WS-AFT-FLAG-MATCHED(WS-AFT-IDX)
                 MOVE 'Y'          TO  CTL-ARC-MATCHED
              END-IF
           END-PERFORM.
      *
       225000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       230000-ROLL-BACK                                         SECTION.
      *-----------------------------------------------------------------
      * START FROM THE ROW AS IT IS NOW AND UNDO THE HELD CHANGES ONE
      * DAY AT A TIME, LATEST DAY FIRST.
      *
           IF ROW-CURRENT
              MOVE 'Y'                     TO  ST-CD-PRESENT
              MOVE CUR-NM-P                TO  ST-NM-P
              MOVE CUR-CD-S                TO  ST-CD-S
           ELSE
              MOVE 'N'                     TO  ST-CD-PRESENT
           END-IF.
      *
           IF WS-AFT-COUNT = 0
              PERFORM 231000-CHECK-LATE-INSERT
           ELSE
              MOVE WS-AFT-COUNT            TO  WS-DAY-LAST
              PERFORM 232000-ROLL-BACK-DAY
                UNTIL WS-DAY-LAST = 0
                   OR KEY-NOT-REBUILT
           END-IF.
      *
       230000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       231000-CHECK-LATE-INSERT                                 SECTION.
      *-----------------------------------------------------------------
      * NOTHING ON RECORD AFTER THE DATE, BUT THE ROW WAS LOADED AFTER
      * IT: AN OVERWRITE WOULD HAVE LEFT A 'U' ROW, SO THAT LOAD WAS AN
      * INSERT AND THE ROW DID NOT EXIST ON THE DATE -- UNLESS THE LAST
      * CHANGE BEFORE THE DATE LEFT A ROW IN PLACE, IN WHICH CASE THE
      * OVERWRITE OR DELETE THAT MUST HAVE COME IN BETWEEN IS MISSING.
      *
           IF ROW-CURRENT
              AND CUR-DT-LOAD > DT-AS-OF
              IF LAST-LEAVES-ROW
                 MOVE 'N'                  TO  CTL-KEY-REBUILT
                 MOVE 'LOADED AFTER DATE, NO HISTORY OF IT'
                                           TO  WS-REASON
              ELSE
                 MOVE 'N'                  TO  ST-CD-PRESENT
              END-IF
           END-IF.
      *
       231000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       232000-ROLL-BACK-DAY                                     SECTION.
      *-----------------------------------------------------------------
      * UNDO THE LATEST DAY STILL HELD. ONE CHANGE: THE ROW GOES BACK
      * TO ITS BEFORE-STATE. SEVERAL: THEY ARE ONLY SAFE TO UNDO WHEN
      * THEIR BEFORE-STATES AGREE, OR WHEN THERE ARE TWO AND ONLY ONE
      * ORDER FITS WHAT THEY LEFT BEHIND.
      *
           MOVE WS-AFT-DT-CHG(WS-DAY-LAST) TO  WS-DAY-DT.
           MOVE WS-DAY-LAST                TO  WS-DAY-FIRST.
           MOVE 'N'                        TO  CTL-DAY-START.
      *
           PERFORM UNTIL WS-DAY-FIRST = 1
                      OR DAY-START-FOUND
              COMPUTE WS-SUB = WS-DAY-FIRST - 1
              IF WS-AFT-DT-CHG(WS-SUB) = WS-DAY-DT
                 MOVE WS-SUB               TO  WS-DAY-FIRST
              ELSE
                 MOVE 'Y'                  TO  CTL-DAY-START
              END-IF
           END-PERFORM.
      *
           IF WS-DAY-FIRST = WS-DAY-LAST
              MOVE WS-DAY-FIRST            TO  WS-SUB
              PERFORM 238000-LOAD-BEFORE-STATE
              PERFORM 239000-TAKE-CHK-STATE
           ELSE
              PERFORM 235000-CHECK-SAME-STATE
              IF SAME-STATE
                 PERFORM 239000-TAKE-CHK-STATE
              ELSE
                 IF WS-DAY-LAST - WS-DAY-FIRST = 1
                    PERFORM 236000-ORDER-PAIR
                 ELSE
                    MOVE 'N'               TO  CTL-KEY-REBUILT
                    MOVE 'CHANGES ON ONE DAY, ORDER UNKNOWN'
                                           TO  WS-REASON
                 END-IF
              END-IF
           END-IF.
      *
           IF KEY-REBUILT
              AND WS-AFT-BACKOUT-INSERT(WS-SUB)
              PERFORM 233000-UNDO-LOAD-INSERT
           END-IF.
      *
           COMPUTE WS-DAY-LAST = WS-DAY-FIRST - 1.
      *
       232000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       233000-UNDO-LOAD-INSERT                                  SECTION.
      *-----------------------------------------------------------------
      * THE DAY STARTED WITH THE ROW AS A NIGHTLY LOAD HAD INSERTED IT,
      * LATER BACKED OUT ('X'). BEFORE THAT LOAD THE ROW WAS NOT THERE,
      * SO IT STOOD ON THE AS-OF DATE ONLY IF THE LOAD RAN ON OR BEFORE
      * IT. BLWBKOUT REFUSES A ROW TOUCHED SINCE ITS LOAD, SO NOTHING
      * ELSE CAN LIE BETWEEN THE TWO. THE LOAD DATE IS THE DT_LOAD
      * COLUMN OF THE 'X' ROW, WHICH THE ARCHIVE FILE DOES NOT KEEP.
      *
           IF WS-AFT-DT-LOAD(WS-SUB) = 0
              MOVE 'N'                     TO  CTL-KEY-REBUILT
              MOVE 'INSERT BACKED OUT, LOAD DATE UNKNOWN'
                                           TO  WS-REASON
           ELSE
              IF WS-AFT-DT-LOAD(WS-SUB) > DT-AS-OF
                 MOVE 'N'                  TO  ST-CD-PRESENT
                 MOVE SPACES               TO  ST-NM-P
                 MOVE 0                    TO  ST-CD-S
              END-IF
           END-IF.
      *
       233000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       234000-LOAD-END-STATE                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE ST-CD-PRESENT              TO  CHK-CD-PRESENT.
           MOVE ST-NM-P                    TO  CHK-NM-P.
           MOVE ST-CD-S                    TO  CHK-CD-S.
      *
       234000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       235000-CHECK-SAME-STATE                                  SECTION.
      *-----------------------------------------------------------------
      * DO ALL THE DAY'S CHANGES CARRY THE SAME BEFORE-STATE? THE FIRST
      * ONE'S IS LEFT IN CHK- EITHER WAY.
      *
           MOVE 'Y'                        TO  CTL-SAME-STATE.
      *
           MOVE WS-DAY-FIRST               TO  WS-SUB.
           PERFORM 238000-LOAD-BEFORE-STATE.
      *
           PERFORM VARYING WS-SUB-FIT FROM WS-DAY-FIRST BY 1
                   UNTIL WS-SUB-FIT > WS-DAY-LAST
                      OR NOT SAME-STATE
              IF WS-AFT-RESTORE(WS-SUB-FIT)
                 IF CHK-PRESENT
                    MOVE 'N'               TO  CTL-SAME-STATE
                 END-IF
              ELSE
                 IF CHK-ABSENT
                 OR WS-AFT-NM-P(WS-SUB-FIT) NOT = CHK-NM-P
                 OR WS-AFT-CD-S(WS-SUB-FIT) NOT = CHK-CD-S
                    MOVE 'N'               TO  CTL-SAME-STATE
                 END-IF
              END-IF
           END-PERFORM.
      *
       235000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       236000-ORDER-PAIR                                        SECTION.
      *-----------------------------------------------------------------
      * TWO CHANGES X AND Y ON ONE DAY. X THEN Y FITS WHEN WHAT X LEFT
      * IS Y'S BEFORE-STATE AND WHAT Y LEFT IS THE STATE THE DAY ENDED
      * WITH (ALREADY IN ST-); Y THEN X THE SAME WAY ROUND. THE
      * DAY STARTED IN THE BEFORE-STATE OF WHICHEVER RAN FIRST.
      *
           MOVE WS-DAY-FIRST               TO  WS-SUB-X.
           MOVE WS-DAY-LAST                TO  WS-SUB-Y.
      *
           MOVE 'N'                        TO  CTL-ORDER-XY.
           MOVE WS-SUB-Y                   TO  WS-SUB.
           PERFORM 238000-LOAD-BEFORE-STATE.
           MOVE WS-SUB-X                   TO  WS-SUB-FIT.
           PERFORM 237000-CHECK-AFTER-FITS.
           IF AFTER-FITS
              PERFORM 234000-LOAD-END-STATE
              MOVE WS-SUB-Y                TO  WS-SUB-FIT
              PERFORM 237000-CHECK-AFTER-FITS
              IF AFTER-FITS
                 MOVE 'Y'                  TO  CTL-ORDER-XY
              END-IF
           END-IF.
      *
           MOVE 'N'                        TO  CTL-ORDER-YX.
           MOVE WS-SUB-X                   TO  WS-SUB.
           PERFORM 238000-LOAD-BEFORE-STATE.
           MOVE WS-SUB-Y                   TO  WS-SUB-FIT.
           PERFORM 237000-CHECK-AFTER-FITS.
           IF AFTER-FITS
              PERFORM 234000-LOAD-END-STATE
              MOVE WS-SUB-X                TO  WS-SUB-FIT
              PERFORM 237000-CHECK-AFTER-FITS
              IF AFTER-FITS
                 MOVE 'Y'                  TO  CTL-ORDER-YX
              END-IF
           END-IF.
      *
           IF ORDER-XY-FITS
              AND NOT ORDER-YX-FITS
              MOVE WS-SUB-X                TO  WS-SUB
              PERFORM 238000-LOAD-BEFORE-STATE
              PERFORM 239000-TAKE-CHK-STATE
           ELSE
              IF ORDER-YX-FITS
                 AND NOT ORDER-XY-FITS
                 MOVE WS-SUB-Y             TO  WS-SUB
                 PERFORM 238000-LOAD-BEFORE-STATE
                 PERFORM 239000-TAKE-CHK-STATE
              ELSE
                 MOVE 'N'                  TO  CTL-KEY-REBUILT
                 MOVE 'TWO CHANGES ON ONE DAY, ORDER UNKNOWN'
                                           TO  WS-REASON
              END-IF
           END-IF.
      *
       236000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       237000-CHECK-AFTER-FITS                                  SECTION.
      *-----------------------------------------------------------------
      * COULD CHANGE WS-SUB-FIT HAVE LEFT THE ROW IN THE CHK- STATE? A
      * DELETE OR A BACKED-OUT INSERT LEAVES NO ROW; A RESTORE LEAVES
      * ITS OWN IMAGE; A LOAD OVERWRITE, A CORRECTION OR A CONVERSION
      * LEAVES SOME ROW; A 'B' BACK-OUT EITHER, AS ONE WRITTEN BY AN
      * OLDER BLWBKOUT MAY HAVE DELETED THE ROW.
      *
           MOVE 'Y'                        TO  CTL-AFTER-FITS.
      *
           EVALUATE TRUE
               WHEN WS-AFT-DELETE(WS-SUB-FIT)
               WHEN WS-AFT-BACKOUT-INSERT(WS-SUB-FIT)
                   IF CHK-PRESENT
                      MOVE 'N'             TO  CTL-AFTER-FITS
                   END-IF
               WHEN WS-AFT-RESTORE(WS-SUB-FIT)
                   IF CHK-ABSENT
                   OR WS-AFT-NM-P(WS-SUB-FIT) NOT = CHK-NM-P
                   OR WS-AFT-CD-S(WS-SUB-FIT) NOT = CHK-CD-S
                      MOVE 'N'             TO  CTL-AFTER-FITS
                   END-IF
               WHEN WS-AFT-LEAVES-ROW(WS-SUB-FIT)
                   IF CHK-ABSENT
                      MOVE 'N'             TO  CTL-AFTER-FITS
                   END-IF
           END-EVALUATE.
      *
       237000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       238000-LOAD-BEFORE-STATE                                 SECTION.
      *-----------------------------------------------------------------
      * THE ROW JUST BEFORE CHANGE WS-SUB, INTO CHK-: NONE BEFORE A
      * RESTORE, OTHERWISE THE BEFORE-IMAGE (FOR A BACKED-OUT INSERT,
      * THE ROW AS ITS LOAD LEFT IT; 233000 TAKES IT PAST THE LOAD).
      *
           IF WS-AFT-RESTORE(WS-SUB)
              MOVE 'N'                     TO  CHK-CD-PRESENT
              MOVE SPACES                  TO  CHK-NM-P
              MOVE 0                       TO  CHK-CD-S
           ELSE
              MOVE 'Y'                     TO  CHK-CD-PRESENT
              MOVE WS-AFT-NM-P(WS-SUB)     TO  CHK-NM-P
              MOVE WS-AFT-CD-S(WS-SUB)     TO  CHK-CD-S
           END-IF.
      *
       238000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       239000-TAKE-CHK-STATE                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE CHK-CD-PRESENT             TO  ST-CD-PRESENT.
           MOVE CHK-NM-P                   TO  ST-NM-P.
           MOVE CHK-CD-S                   TO  ST-CD-S.
      *
       239000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       240000-CROSS-CHECK                                       SECTION.
      *-----------------------------------------------------------------
      * THE REBUILT STATE AGAINST THE LAST CHANGE ON OR BEFORE THE
      * DATE (A 'B' BACK-OUT, OR A DAY OF MIXED CHANGES, PROVES
      * NOTHING):
      *   - NO ROW, THOUGH THAT CHANGE LEFT ONE: A DELETE AFTER IT WAS
      *     NEVER RECORDED;
      *   - A ROW, THOUGH THAT CHANGE WAS A PURGE OR A BACKED-OUT
      *     INSERT AND LATER CHANGES EXIST: THE ROW CAME BACK THROUGH
      *     AN INSERT, WHICH LEAVES NO HISTORY, SO IT CANNOT BE TOLD
      *     WHETHER THAT WAS BEFORE OR AFTER THE DATE.
      *
           IF ST-ABSENT
              AND LAST-LEAVES-ROW
              MOVE 'N'                     TO  CTL-KEY-REBUILT
              MOVE 'ROW GONE, NO DELETE ON RECORD'
                                           TO  WS-REASON
           END-IF.
      *
           IF ST-PRESENT
              AND LAST-DELETE
              AND WS-AFT-COUNT > 0
              MOVE 'N'                     TO  CTL-KEY-REBUILT
              MOVE 'BACK AFTER DELETE, INSERT DATE UNKNOWN'
                                           TO  WS-REASON
           END-IF.
      *
       240000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-WRITE-RESULT                                      SECTION.
      *-----------------------------------------------------------------
      * A ROW PRESENT ON THE DATE GOES TO THE SNAPSHOT; A KEY THAT
      * COULD NOT BE REBUILT GOES ON THE REPORT LIST INSTEAD.
      *
           IF KEY-NOT-REBUILT
              ADD 1                        TO  QT-REC-NOT-REBUILT
              MOVE GRP-NR-C                TO  RPT-DET-NR-C
              MOVE GRP-CD-P                TO  RPT-DET-CD-P
              MOVE GRP-CD-C                TO  RPT-DET-CD-C
              MOVE WS-REASON               TO  RPT-DET-REASON
              WRITE ASORPT-REC-FD  FROM  RPT-DETAIL-LINE
              IF FS-STATUS NOT = '00'
                 PERFORM 999005-ERROR-005
              END-IF
           ELSE
              IF ST-ABSENT
                 ADD 1                     TO  QT-REC-NOT-PRESENT
              ELSE
                 IF WS-AFT-COUNT = 0
                    ADD 1                  TO  QT-REC-UNCHANGED
                 ELSE
                    ADD 1                  TO  QT-REC-ROLLED-BACK
                 END-IF
                 PERFORM 255000-WRITE-REC-SNPFILE
              END-IF
           END-IF.
      *
       250000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       255000-WRITE-REC-SNPFILE                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE GRP-NR-C                   TO  SNP-NR-C.
           MOVE GRP-CD-P                   TO  SNP-CD-P.
           MOVE GRP-CD-C                   TO  SNP-CD-C.
           MOVE ST-NM-P                    TO  SNP-NM-P.
           MOVE ST-CD-S                    TO  SNP-CD-S.
      *
           WRITE SNPFILE-REC-FD  FROM  SNPFILE-REC.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999011-ERROR-011
           END-IF.
      *
           ADD 1                           TO  QT-REC-SNAPSHOT.
      *
           PERFORM 260000-COUNT-CD-S.
      *
       255000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-COUNT-CD-S                                        SECTION.
      *-----------------------------------------------------------------
      * FIND (OR ADD) THE SNAPSHOT ROW'S CD_S AND COUNT THE ROW.
      *
           MOVE 'N'  TO  CTL-CDS-FOUND.
           SET WS-CDS-IDX  TO  1.
      *
           PERFORM UNTIL CDS-FOUND
                      OR WS-CDS-IDX > WS-CDS-COUNT
              IF WS-CDS-VALUE(WS-CDS-IDX) = SNP-CD-S
                 SET CDS-FOUND  TO  TRUE
              ELSE
                 SET WS-CDS-IDX  UP BY 1
              END-IF
           END-PERFORM.
      *
           IF NOT CDS-FOUND
              IF WS-CDS-COUNT < 50
                 ADD 1  TO  WS-CDS-COUNT
                 SET WS-CDS-IDX  TO  WS-CDS-COUNT
                 MOVE SNP-CD-S  TO  WS-CDS-VALUE(WS-CDS-IDX)
                 MOVE 0         TO  WS-CDS-QT-ROWS(WS-CDS-IDX)
                 SET CDS-FOUND  TO  TRUE
              ELSE
                 DISPLAY '888 ' NM-PROG ' CD-S TABLE FULL, NOT '
                         'COUNTING CD-S: ' SNP-CD-S
              END-IF
           END-IF.
      *
           IF CDS-FOUND
              ADD 1  TO  WS-CDS-QT-ROWS(WS-CDS-IDX)
           END-IF.
      *
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       270000-LIST-BY-CD-S                                      SECTION.
      *-----------------------------------------------------------------
      * THE SNAPSHOT BROKEN DOWN BY CD_S, IN THE ORDER FIRST MET.
      *
           WRITE ASORPT-REC-FD  FROM  RPT-CDS-TITLE-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           PERFORM VARYING WS-CDS-IDX FROM 1 BY 1
                   UNTIL WS-CDS-IDX > WS-CDS-COUNT
              MOVE WS-CDS-VALUE(WS-CDS-IDX)   TO  RPT-CDS-CD-S
              MOVE WS-CDS-QT-ROWS(WS-CDS-IDX) TO  RPT-CDS-VALUE
              WRITE ASORPT-REC-FD  FROM  RPT-CDS-LINE
              IF FS-STATUS NOT = '00'
                 PERFORM 999005-ERROR-005
              END-IF
           END-PERFORM.
      *
       270000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       280000-WRITE-RPT-TOTALS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'KEYS EXAMINED....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-KEYS            TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'UNCHANGED SINCE..: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-UNCHANGED       TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'ROLLED BACK......: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-ROLLED-BACK     TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'NOT PRESENT......: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-NOT-PRESENT     TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'NOT RECONSTRUCTED: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-NOT-REBUILT     TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
           MOVE 'SNAPSHOT ROWS....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-SNAPSHOT        TO  RPT-TOT-VALUE.
           PERFORM 285000-WRITE-TOTAL-LINE.
      *
       280000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       285000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE ASORPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
       285000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-READ-WRKFILE SECTION.
      *-----------------------------------------------------------------
      *
           READ WRKFILE  INTO  EVT-REC
               AT END
                  MOVE 'Y'  TO  CTL-EOF-WRKFILE
           END-READ.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       310000-FETCH-ASOCUR                                      SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH ASOCUR
               INTO :TAB1-NR-C,
                    :TAB1-CD-P,
                    :TAB1-CD-C,
                    :TAB1-NM-P,
                    :TAB1-CD-S,
                    :TAB1-DT-LOAD
           END-EXEC.
      *
           IF SQLCODE = 0
              ADD 1  TO  QT-REC-TABLE
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'  TO  CTL-EOF-ASOCUR
              ELSE
                 PERFORM 999009-ERROR-009
              END-IF
           END-IF.
      *
       310000-OUT.
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
           DISPLAY '888 ' NM-PROG ' AS-OF DATE..: ' PRM-DT-AS-OF.
           DISPLAY '888 ' NM-PROG ' SCOPE.......: ' PRM-CD-SCOPE.
           DISPLAY '888 ' NM-PROG ' NR-C FROM...: ' PRM-NR-C-FROM.
           DISPLAY '888 ' NM-PROG ' NR-C TO.....: ' PRM-NR-C-TO.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING SNAPSHOT FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING AS-OF REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING AS-OF REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING SORT WORK FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999007-ERROR-007.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING HISTORY ARCHIVE FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999008-ERROR-008.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING PURGE ARCHIVE FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 008'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999009-ERROR-009.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR ON TABLE1 CURSOR'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 009'.
           PERFORM 999999-ABEND.
      *
       999010-ERROR-010.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR ON TABLE1_HIST CURSOR'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 010'.
           PERFORM 999999-ABEND.
      *
       999011-ERROR-011.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING SNAPSHOT FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 011'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999012-ERROR-012.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR ON TABLE1_HIST CONVERSION '
                   'CURSOR'.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 012'.
           PERFORM 999999-ABEND.
      *
       999013-ERROR-013.
      *
           DISPLAY '888 ' NM-PROG ' CONVERSION WORK TABLE FULL'.
           DISPLAY '888 ' NM-PROG ' ERROR 013'.
           DISPLAY '888 ' NM-PROG ' ENTRIES....: ' WS-RNM-MAX.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
      *-----------------------------------------------------------------
      *
           DISPLAY '888 ' NM-PROG '       C A N C E L E D      '.
      *
           CLOSE  PRMFILE
                  HARFILE
                  ARCFILE
                  WRKFILE
                  SNPFILE
                  ASORPT.
      *
           MOVE 16  TO  RETURN-CODE.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
