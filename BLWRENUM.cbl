      ******************************************************************
      * ACCOUNT RENUMBERING (NR_C CONVERSION) IN SOMEDB.TABLE1
      * WHEN BRANCHES MERGE OR ACCOUNT NUMBERS ARE REISSUED AN NR_C
      * CHANGES. LEFT ALONE, THE OLD ROW STAYS UNTIL SOMEONE PURGES IT,
      * THE NEXT BLWITHDB RUN INSERTS A FRESH ROW UNDER THE NEW NUMBER
      * AND THE HISTORY STAYS BEHIND UNDER THE OLD ONE. THIS JOB READS
      * A MAPPING FILE OF OLD/NEW NR_C PAIRS, SORTED ON THE OLD NR_C,
      * AND FOR EACH PAIR MOVES EVERY SOMEDB.TABLE1 ROW OF THE OLD NR_C
      * (ALL ITS CD_P/CD_C COMBINATIONS) TO THE NEW ONE:
      *   - THE ROW'S KEY IS CHANGED IN PLACE, SO NM_P, CD_S AND
      *     DT_LOAD CARRY OVER UNTOUCHED;
      *   - ITS SOMEDB.TABLE1_HIST ROWS AND ANY SOMEDB.TABLE1_PEND
      *     CORRECTIONS ARE RE-POINTED TO THE NEW NR_C;
      *   - THE CONVERSION IS RECORDED IN SOMEDB.TABLE1_HIST UNDER ITS
      *     OWN CHANGE TYPE ('N', USER BLWRENUM), UNDER THE NEW NUMBER,
      *     WITH THE OLD NUMBER IN COLUMN NR_C_OLD SO BLWINQ02 CAN
      *     STILL FIND THE HISTORY WHEN ASKED FOR THE OLD NUMBER.
      * A PAIR IS CONVERTED WHOLE OR NOT AT ALL: IF ANY ROW'S NEW KEY
      * IS ALREADY IN THE TABLE, OR THE OLD NR_C HAS NO ROW, NOTHING OF
      * THAT PAIR IS MOVED AND IT GOES TO THE EXCEPTIONS ON THE REPORT,
      * AS DOES A PAIR OUT OF SEQUENCE OR MAPPING A NUMBER TO ITSELF.
      * COMMITS FALL BETWEEN PAIRS ONLY, SO A RERUN AFTER A FAILURE IS
      * SAFE: PAIRS ALREADY DONE COME BACK AS OLD NR-C MISSING.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWRENUM.
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
           SELECT MAPFILE  ASSIGN  TO  AS-R-MAPFILE
                  FILE STATUS IS FS-STATUS.
           SELECT RNMRPT   ASSIGN  TO  UT-S-RNMRPT
                  FILE STATUS IS FS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * --- MAPPING FILE: ONE OLD/NEW NR_C PAIR PER RECORD, SORTED ON
      * THE OLD NR_C.
       FD  MAPFILE
           RECORDING MODE F
           RECORD 008
           BLOCK 0.
      *
       01  MAPFILE-REC-FD    PIC  X(008).
      *
      * --- THE PRINTED CONVERSION REPORT
       FD  RNMRPT
           RECORDING MODE F
           RECORD 132
           BLOCK 0.
      *
       01  RNMRPT-REC-FD     PIC  X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  MAPFILE-REC.
           03  MAPFILE-NR-C-OLD             PIC S9(09) COMP.
           03  MAPFILE-NR-C-NEW             PIC S9(09) COMP.
      *
      * --- CONVERSION REPORT LINES
       01  RPT-HEADER-LINE.
           03  FILLER                       PIC  X(37) VALUE
               'BLWRENUM - NR-C CONVERSION REPORT -  '.
           03  RPT-HDR-DATE                 PIC  9(08).
           03  FILLER                       PIC  X(87) VALUE SPACES.
      *
       01  RPT-COLUMN-LINE.
           03  FILLER                       PIC  X(47) VALUE
               'RESULT        OLD NR-C   NEW NR-C   CD-P       '.
           03  FILLER                       PIC  X(20) VALUE
               'CD-C       HIST ROWS'.
           03  FILLER                       PIC  X(65) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           03  RPT-DET-RESULT               PIC  X(12).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NR-C-OLD             PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-NR-C-NEW             PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-P                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-CD-C                 PIC  9(09).
           03  FILLER                       PIC  X(02) VALUE SPACES.
           03  RPT-DET-QT-HIST              PIC  9(07).
           03  FILLER                       PIC  X(67) VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           03  RPT-TOT-NAME                 PIC  X(19).
           03  RPT-TOT-VALUE                PIC  9(07).
           03  FILLER                       PIC  X(106) VALUE SPACES.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWRENUM ***'.
       77  VERSION                          PIC  X(06) VALUE 'VRS001'.
       77  ABEND                            PIC  X(07) VALUE 'ABEND'.
      *
       01  FS-STATUS                        PIC  X(02).
      *
       01  WS-COMMIT-INTERVAL               PIC  9(05) VALUE 00100.
       01  WS-COMMIT-COUNTER                PIC  9(05) VALUE 0.
      *
      * --- THE ROWS OF THE OLD NR_C BEING CONVERTED. THEY ARE PULLED
      * OFF THE CURSOR BEFORE ANY KEY IS CHANGED, SO THE CURSOR NEVER
      * MEETS A ROW THIS PROGRAM HAS ALREADY MOVED.
       01  WS-ROW-COUNT                     PIC  9(02) VALUE 0.
       01  WS-ROW-TABLE.
           03  WS-ROW-ENTRY  OCCURS 50 TIMES
                             INDEXED BY WS-ROW-IDX.
               05  WS-ROW-CD-P              PIC S9(09) COMP.
               05  WS-ROW-CD-C              PIC S9(09) COMP.
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-MAPFILE                  PIC  X(01) VALUE 'N'.
           88  END-MAPFILE                             VALUE 'Y'.
       01  CTL-EOF-OLDCUR                   PIC  X(01) VALUE 'N'.
           88  END-OLDCUR                              VALUE 'Y'.
       01  CTL-FIRST-MAP                    PIC  X(01) VALUE 'Y'.
           88  FIRST-MAP                               VALUE 'Y'.
       01  CTL-MAP-REFUSED                  PIC  X(01) VALUE 'N'.
           88  MAP-REFUSED                             VALUE 'Y'.
      *
       01  QT-REC-MAPFILE                   PIC  9(07) VALUE 0.
       01  QT-REC-CONVERTED                 PIC  9(07) VALUE 0.
       01  QT-REC-ROWS                      PIC  9(07) VALUE 0.
       01  QT-REC-HIST                      PIC  9(07) VALUE 0.
       01  QT-REC-NEW-EXISTS                PIC  9(07) VALUE 0.
       01  QT-REC-OLD-MISSING               PIC  9(07) VALUE 0.
       01  QT-REC-INVALID                   PIC  9(07) VALUE 0.
      *
       01  GDA-SQLCODE                      PIC +999999999.
       01  DT-TODAY                         PIC  9(08) VALUE 0.
      *
      * --- THE PAIR BEING WORKED, AND THE LAST OLD NR_C SEEN FOR THE
      * SEQUENCE CHECK
       01  TAB1-NR-C-OLD                    PIC S9(09) COMP VALUE 0.
       01  TAB1-NR-C-NEW                    PIC S9(09) COMP VALUE 0.
       01  TAB1-NR-C-PREV                   PIC S9(09) COMP VALUE 0.
       01  TAB1-QT-ROWS                     PIC S9(09) COMP VALUE 0.
       01  QT-HIST-ROW                      PIC  9(07) VALUE 0.
      *
      *--- Book of table to renumber in.
       COPY DB2KTAB1.
      *
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      * --- EVERY ROW OF THE OLD NR_C
           EXEC SQL
              DECLARE OLDCUR CURSOR FOR
                 SELECT CD_P,
                        CD_C
                   FROM SOMEDB.TABLE1
                  WHERE NR_C = :TAB1-NR-C-OLD
                  ORDER BY CD_P, CD_C
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
           PERFORM 200000-PROCESS-MAP-REC
             UNTIL END-MAPFILE.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           PERFORM 260000-WRITE-RPT-TOTALS.
      *
           DISPLAY '999 ' NM-PROG ' TOTALS'
           DISPLAY '999 ' NM-PROG ' MAPPINGS READ........: '
                   QT-REC-MAPFILE.
           DISPLAY '999 ' NM-PROG ' MAPPINGS CONVERTED...: '
                   QT-REC-CONVERTED.
           DISPLAY '999 ' NM-PROG ' ROWS MOVED...........: '
                   QT-REC-ROWS.
           DISPLAY '999 ' NM-PROG ' HISTORY RE-POINTED...: '
                   QT-REC-HIST.
           DISPLAY '999 ' NM-PROG ' NEW KEY EXISTS.......: '
                   QT-REC-NEW-EXISTS.
           DISPLAY '999 ' NM-PROG ' OLD NR-C MISSING.....: '
                   QT-REC-OLD-MISSING.
           DISPLAY '999 ' NM-PROG ' INVALID MAPPINGS.....: '
                   QT-REC-INVALID.
      *
           CLOSE  MAPFILE
                  RNMRPT.
      *
      * SOME PAIRS WERE NOT CONVERTED: THE RUN ITSELF IS GOOD BUT THERE
      * IS FOLLOW-UP WORK ON THE REPORT, SO FLAG THE SCHEDULER.
           IF QT-REC-NEW-EXISTS > 0
           OR QT-REC-OLD-MISSING > 0
           OR QT-REC-INVALID > 0
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
           ACCEPT DT-TODAY  FROM  DATE YYYYMMDD.
      *
           OPEN INPUT  MAPFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999001-ERROR-001
           END-IF.
      *
           OPEN OUTPUT RNMRPT.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999002-ERROR-002
           END-IF.
      *
           MOVE DT-TODAY               TO  RPT-HDR-DATE.
      *
           WRITE RNMRPT-REC-FD  FROM  RPT-HEADER-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           WRITE RNMRPT-REC-FD  FROM  RPT-COLUMN-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           PERFORM 300000-READ-MAPFILE.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-PROCESS-MAP-REC                                   SECTION.
      *-----------------------------------------------------------------
      * ONE OLD/NEW PAIR: CHECK IT, HOLD THE OLD NR_C'S ROWS, CHECK
      * EVERY NEW KEY IS FREE, THEN MOVE THE LOT.
      *
           MOVE MAPFILE-NR-C-OLD       TO  TAB1-NR-C-OLD.
           MOVE MAPFILE-NR-C-NEW       TO  TAB1-NR-C-NEW.
           MOVE 'N'                    TO  CTL-MAP-REFUSED.
      *
           IF NOT FIRST-MAP
              AND TAB1-NR-C-OLD NOT > TAB1-NR-C-PREV
              ADD 1  TO  QT-REC-INVALID
              MOVE 'SEQUENCE'          TO  RPT-DET-RESULT
              PERFORM 245000-WRITE-RPT-MAP
              MOVE 'Y'                 TO  CTL-MAP-REFUSED
           ELSE
              MOVE TAB1-NR-C-OLD       TO  TAB1-NR-C-PREV
              MOVE 'N'                 TO  CTL-FIRST-MAP
              IF TAB1-NR-C-NEW = TAB1-NR-C-OLD
                 ADD 1  TO  QT-REC-INVALID
                 MOVE 'SAME NR-C'      TO  RPT-DET-RESULT
                 PERFORM 245000-WRITE-RPT-MAP
                 MOVE 'Y'              TO  CTL-MAP-REFUSED
              END-IF
           END-IF.
      *
           IF NOT MAP-REFUSED
              PERFORM 210000-LOAD-OLD-ROWS
              IF WS-ROW-COUNT = 0
                 ADD 1  TO  QT-REC-OLD-MISSING
                 MOVE 'OLD MISSING'    TO  RPT-DET-RESULT
                 PERFORM 245000-WRITE-RPT-MAP
                 MOVE 'Y'              TO  CTL-MAP-REFUSED
              END-IF
           END-IF.
      *
           IF NOT MAP-REFUSED
              PERFORM 220000-CHECK-NEW-KEY
                VARYING WS-ROW-IDX FROM 1 BY 1
                  UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF MAP-REFUSED
                 ADD 1  TO  QT-REC-NEW-EXISTS
              END-IF
           END-IF.
      *
           IF NOT MAP-REFUSED
              PERFORM 230000-CONVERT-ROW
                VARYING WS-ROW-IDX FROM 1 BY 1
                  UNTIL WS-ROW-IDX > WS-ROW-COUNT
              ADD 1  TO  QT-REC-CONVERTED
              PERFORM 250000-COMMIT-POINT
           END-IF.
      *
           PERFORM 300000-READ-MAPFILE.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-LOAD-OLD-ROWS                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 0                      TO  WS-ROW-COUNT.
           MOVE 'N'                    TO  CTL-EOF-OLDCUR.
      *
           EXEC SQL
              OPEN OLDCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 215000-FETCH-OLDCUR
             UNTIL END-OLDCUR.
      *
           EXEC SQL
              CLOSE OLDCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       215000-FETCH-OLDCUR                                      SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              FETCH OLDCUR
               INTO :TAB1-CD-P,
                    :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE = 100
              MOVE 'Y'                 TO  CTL-EOF-OLDCUR
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999004-ERROR-004
              END-IF
              IF WS-ROW-COUNT >= 50
                 PERFORM 999005-ERROR-005
              END-IF
              ADD 1                    TO  WS-ROW-COUNT
              SET WS-ROW-IDX           TO  WS-ROW-COUNT
              MOVE TAB1-CD-P           TO  WS-ROW-CD-P(WS-ROW-IDX)
              MOVE TAB1-CD-C           TO  WS-ROW-CD-C(WS-ROW-IDX)
           END-IF.
      *
       215000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-CHECK-NEW-KEY                                     SECTION.
      *-----------------------------------------------------------------
      * THE NEW NR_C WITH THIS ROW'S CD_P/CD_C MUST NOT EXIST YET --
      * THE NEXT BLWITHDB RUN MAY ALREADY HAVE INSERTED IT. EVERY
      * CLASHING ROW IS LISTED, AND THE WHOLE PAIR IS REFUSED.
      *
           MOVE WS-ROW-CD-P(WS-ROW-IDX)  TO  TAB1-CD-P.
           MOVE WS-ROW-CD-C(WS-ROW-IDX)  TO  TAB1-CD-C.
      *
           EXEC SQL
              SELECT COUNT(*)
                INTO :TAB1-QT-ROWS
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C-NEW
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999006-ERROR-006
           END-IF.
      *
           IF TAB1-QT-ROWS > 0
              MOVE 'Y'                 TO  CTL-MAP-REFUSED
              MOVE 'NEW EXISTS'        TO  RPT-DET-RESULT
              MOVE 0                   TO  QT-HIST-ROW
              PERFORM 240000-WRITE-RPT-ROW
           END-IF.
      *
       220000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       230000-CONVERT-ROW                                       SECTION.
      *-----------------------------------------------------------------
      * MOVE ONE ROW: ITS KEY, THEN ITS HISTORY AND PENDING
      * CORRECTIONS, THEN THE 'N' HISTORY ROW FOR THE CONVERSION.
      *
           MOVE WS-ROW-CD-P(WS-ROW-IDX)  TO  TAB1-CD-P.
           MOVE WS-ROW-CD-C(WS-ROW-IDX)  TO  TAB1-CD-C.
      *
           EXEC SQL
              UPDATE SOMEDB.TABLE1
                 SET NR_C = :TAB1-NR-C-NEW
               WHERE NR_C = :TAB1-NR-C-OLD
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999007-ERROR-007
           END-IF.
      *
           EXEC SQL
              UPDATE SOMEDB.TABLE1_HIST
                 SET NR_C = :TAB1-NR-C-NEW
               WHERE NR_C = :TAB1-NR-C-OLD
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE = 0
              MOVE SQLERRD(3)          TO  QT-HIST-ROW
           ELSE
              IF SQLCODE = 100
                 MOVE 0                TO  QT-HIST-ROW
              ELSE
                 PERFORM 999008-ERROR-008
              END-IF
           END-IF.
      *
           EXEC SQL
              UPDATE SOMEDB.TABLE1_PEND
                 SET NR_C = :TAB1-NR-C-NEW
               WHERE NR_C = :TAB1-NR-C-OLD
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              AND SQLCODE NOT = 100
              PERFORM 999009-ERROR-009
           END-IF.
      *
           PERFORM 235000-INSERT-HISTORY.
      *
           ADD 1                       TO  QT-REC-ROWS.
           ADD QT-HIST-ROW             TO  QT-REC-HIST.
      *
           MOVE 'CONVERTED'            TO  RPT-DET-RESULT.
           PERFORM 240000-WRITE-RPT-ROW.
      *
       230000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       235000-INSERT-HISTORY                                    SECTION.
      *-----------------------------------------------------------------
      * RECORD THE CONVERSION UNDER THE NEW NUMBER WITH ITS OWN CHANGE
      * TYPE. THE IMAGE IS THE ROW ITSELF (THE CONVERSION CHANGES ONLY
      * ITS KEY); NR_C_OLD CARRIES THE NUMBER IT HAD BEFORE.
      *
           EXEC SQL
              INSERT
                INTO SOMEDB.TABLE1_HIST
                   ( NR_C,
                     CD_P,
                     CD_C,
                     NM_P,
                     CD_S,
                     DT_CHG,
                     CD_CHG,
                     NM_USER,
                     NR_C_OLD )
              SELECT NR_C,
                     CD_P,
                     CD_C,
                     NM_P,
                     CD_S,
                     CURRENT DATE,
                     'N',
                     'BLWRENUM',
                     :TAB1-NR-C-OLD
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C-NEW
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 999010-ERROR-010
           END-IF.
      *
       235000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       240000-WRITE-RPT-ROW                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE TAB1-NR-C-OLD          TO  RPT-DET-NR-C-OLD.
           MOVE TAB1-NR-C-NEW          TO  RPT-DET-NR-C-NEW.
           MOVE TAB1-CD-P              TO  RPT-DET-CD-P.
           MOVE TAB1-CD-C              TO  RPT-DET-CD-C.
           MOVE QT-HIST-ROW            TO  RPT-DET-QT-HIST.
      *
           PERFORM 248000-WRITE-RPT-DETAIL.
      *
       240000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       245000-WRITE-RPT-MAP                                     SECTION.
      *-----------------------------------------------------------------
      * A PAIR REFUSED BEFORE ANY OF ITS ROWS WAS LOOKED AT.
      *
           MOVE TAB1-NR-C-OLD          TO  RPT-DET-NR-C-OLD.
           MOVE TAB1-NR-C-NEW          TO  RPT-DET-NR-C-NEW.
           MOVE 0                      TO  RPT-DET-CD-P.
           MOVE 0                      TO  RPT-DET-CD-C.
           MOVE 0                      TO  RPT-DET-QT-HIST.
      *
           PERFORM 248000-WRITE-RPT-DETAIL.
      *
       245000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       248000-WRITE-RPT-DETAIL                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE RNMRPT-REC-FD  FROM  RPT-DETAIL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
       248000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       250000-COMMIT-POINT                                      SECTION.
      *-----------------------------------------------------------------
      * COMMIT AT INTERVALS, AND ONLY BETWEEN PAIRS, SO A PAIR IS NEVER
      * LEFT HALF CONVERTED.
      *
           ADD 1  TO  WS-COMMIT-COUNTER.
      *
           IF WS-COMMIT-COUNTER >= WS-COMMIT-INTERVAL
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0  TO  WS-COMMIT-COUNTER
           END-IF.
      *
       250000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       260000-WRITE-RPT-TOTALS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 'PAIRS CONVERTED..: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-CONVERTED       TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'ROWS MOVED.......: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-ROWS            TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'HIST RE-POINTED..: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-HIST            TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'NEW KEY EXISTS...: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-NEW-EXISTS      TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'OLD NR-C MISSING.: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-OLD-MISSING     TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
           MOVE 'INVALID PAIRS....: '  TO  RPT-TOT-NAME.
           MOVE QT-REC-INVALID         TO  RPT-TOT-VALUE.
           PERFORM 265000-WRITE-TOTAL-LINE.
      *
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       265000-WRITE-TOTAL-LINE                                  SECTION.
      *-----------------------------------------------------------------
      *
           WRITE RNMRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999003-ERROR-003
           END-IF.
      *
       265000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-READ-MAPFILE SECTION.
      *-----------------------------------------------------------------
      *
           READ MAPFILE  INTO  MAPFILE-REC
               AT END
                  MOVE 'Y'  TO  CTL-EOF-MAPFILE
               NOT AT END
                  ADD 1     TO  QT-REC-MAPFILE
           END-READ.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       900000-ERROR SECTION.
      *-----------------------------------------------------------------
      *
       999001-ERROR-001.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING MAPPING FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 001'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999002-ERROR-002.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING CONVERSION REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 002'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999003-ERROR-003.
      *
           DISPLAY '888 ' NM-PROG ' ERROR WRITING CONVERSION REPORT'.
           DISPLAY '888 ' NM-PROG ' ERROR 003'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999004-ERROR-004.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR READING OLD NR-C ROWS'.
           DISPLAY '888 ' NM-PROG ' OLD NR-C ' TAB1-NR-C-OLD.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 004'.
           PERFORM 999999-ABEND.
      *
       999005-ERROR-005.
      *
           DISPLAY '888 ' NM-PROG ' TOO MANY ROWS UNDER ONE NR-C'.
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           DISPLAY '888 ' NM-PROG ' OLD NR-C ' TAB1-NR-C-OLD.
           DISPLAY '888 ' NM-PROG ' MAXIMUM ROWS : 50'.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR CHECKING NEW KEY'.
           DISPLAY '888 ' NM-PROG ' NEW NR-C ' TAB1-NR-C-NEW.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           PERFORM 999999-ABEND.
      *
       999007-ERROR-007.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR UPDATE TAB1'.
           DISPLAY '888 ' NM-PROG ' OLD NR-C ' TAB1-NR-C-OLD.
           DISPLAY '888 ' NM-PROG ' NEW NR-C ' TAB1-NR-C-NEW.
           DISPLAY '888 ' NM-PROG ' CODE     ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 007'.
           PERFORM 999999-ABEND.
      *
       999008-ERROR-008.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR UPDATE TAB1 HISTORY'.
           DISPLAY '888 ' NM-PROG ' OLD NR-C ' TAB1-NR-C-OLD.
           DISPLAY '888 ' NM-PROG ' NEW NR-C ' TAB1-NR-C-NEW.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 008'.
           PERFORM 999999-ABEND.
      *
       999009-ERROR-009.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR UPDATE TAB1 PENDING'.
           DISPLAY '888 ' NM-PROG ' OLD NR-C ' TAB1-NR-C-OLD.
           DISPLAY '888 ' NM-PROG ' NEW NR-C ' TAB1-NR-C-NEW.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 009'.
           PERFORM 999999-ABEND.
      *
       999010-ERROR-010.
      *
           MOVE SQLCODE  TO GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR INSERT TAB1 HISTORY'.
           DISPLAY '888 ' NM-PROG ' NEW NR-C ' TAB1-NR-C-NEW.
           DISPLAY '888 ' NM-PROG ' CODE     ' TAB1-CD-P.
           DISPLAY '888 ' NM-PROG ' SQLCODE ' GDA-SQLCODE.
           DISPLAY '888 ' NM-PROG ' ERROR 010'.
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
           CLOSE  MAPFILE
                  RNMRPT.
      *
           CALL ABEND.
      *
       999999-OUT.
           EXIT.
      *
