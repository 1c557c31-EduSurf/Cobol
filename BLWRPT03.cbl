      * RETURN CODE AND KEY COUNTERS), WHICH STEP IS STILL OPEN, AND
      * WHETHER BLWITHDB ENDED LEAVING A RESTART CHECKPOINT PENDING SO
      * OPERATIONS KNOWS A RERUN WILL RESUME RATHER THAN START OVER.
      * EVERY PROGRAM NAMED ON THE STEP DEPENDENCY CARDS IS LISTED EVEN
      * WHEN THE LEDGER HAS NOTHING FOR IT, AND A STEP BLWGATE REFUSED
      * TO START SHOWS WHICH PREDECESSOR IT IS HELD WAITING ON.
      * THE PARAMETER CARD NAMES THE RUN DATE TO SHOW; A RERUN OF A
      * STEP SIMPLY OVERLAYS ITS EARLIER OUTCOME, SO THE PRINT ALWAYS
      * SHOWS THE LATEST STATE OF EACH STEP.
       FILE-CONTROL.
           SELECT PRMFILE  ASSIGN  TO  UT-S-PRMFILE
                  FILE STATUS IS FS-STATUS.
           SELECT DEPFILE  ASSIGN  TO  UT-S-DEPFILE
                  FILE STATUS IS FS-STATUS.
           SELECT LEDFILE  ASSIGN  TO  UT-S-LEDFILE
                  FILE STATUS IS FS-STATUS.
           SELECT LEDRPT   ASSIGN  TO  UT-S-LEDRPT
           BLOCK 0.
      *
       01  PRMFILE-REC-FD    PIC  X(080).
      *
      * --- STEP DEPENDENCY CARDS: THE STEPS EXPECTED ON THE NIGHT
       FD  DEPFILE
           RECORDING MODE F
           RECORD 080
           BLOCK 0.
      *
       01  DEPFILE-REC-FD    PIC  X(080).
      *
       FD  LEDFILE
           RECORDING MODE F
           RECORD 058
           BLOCK 0.
      *
       01  LEDFILE-REC-FD    PIC  X(058).
      *
      * --- THE PRINTED STATUS-AT-A-GLANCE REPORT
       FD  LEDRPT
           03  PRM-DT-RUN                   PIC  9(08).
           03  FILLER                       PIC  X(72).
      *
      * --- Book of the step dependency card
       COPY DEPKFILE.
      *
      * --- Book of the shared run-ledger record
       COPY LEDKFILE.
      *
      *
       01  FS-STATUS                        PIC  X(02).
      *
      * --- ONE ENTRY PER PROGRAM NAMED ON THE DEPENDENCY CARDS (IN
      * CARD ORDER), THEN PER OTHER PROGRAM SEEN ON THE NIGHT'S LEDGER
      * (IN FIRST START ORDER): THE LATEST STATE OF EACH STEP.
       01  CTL-STEP-FOUND                   PIC  X(01).
           88  STEP-FOUND                           VALUE 'Y'.
       01  WS-STEP-NM-SEARCH                PIC  X(08).
       01  WS-STEP-COUNT                    PIC  9(02) VALUE 0.
       01  WS-STEP-TABLE.
           03  WS-STEP-ENTRY  OCCURS 20 TIMES
               05  WS-STEP-CD-RETURN        PIC  9(04).
               05  WS-STEP-FLAG-RESTART     PIC  X(01).
                   88  STEP-RESTART-PENDING         VALUE 'Y'.
               05  WS-STEP-FLAG-HELD        PIC  X(01).
                   88  STEP-HELD                    VALUE 'Y'.
               05  WS-STEP-NM-WAITING       PIC  X(08).
               05  WS-STEP-CD-HOLD-REASON   PIC  X(01).
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-DEPFILE                  PIC  X(01) VALUE 'N'.
           88  END-DEPFILE                             VALUE 'Y'.
       01  CTL-EOF-LEDFILE                  PIC  X(01) VALUE 'N'.
           88  END-LEDFILE                             VALUE 'Y'.
       01  CTL-STREAM-TROUBLE               PIC  X(01) VALUE 'N'.
       01  QT-REC-SELECTED                  PIC  9(07) VALUE 0.
       01  QT-STEP-COMPLETED                PIC  9(07) VALUE 0.
       01  QT-STEP-OPEN                     PIC  9(07) VALUE 0.
       01  QT-STEP-HELD                     PIC  9(07) VALUE 0.
       01  QT-STEP-NOT-STARTED              PIC  9(07) VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
           PERFORM 100000-INIT.
      *
           PERFORM 150000-LOAD-DEPENDENCY
             UNTIL END-DEPFILE.
      *
           CLOSE DEPFILE.
      *
           PERFORM 200000-TALLY-LEDGER-REC
             UNTIL END-LEDFILE.
                   QT-STEP-COMPLETED.
           DISPLAY '999 ' NM-PROG ' STEPS STILL OPEN.....: '
                   QT-STEP-OPEN.
           DISPLAY '999 ' NM-PROG ' STEPS HELD...........: '
                   QT-STEP-HELD.
           DISPLAY '999 ' NM-PROG ' STEPS NOT STARTED....: '
                   QT-STEP-NOT-STARTED.
      *
           CLOSE  LEDFILE
                  LEDRPT.
      *
      * AN OPEN, HELD OR ABENDED STEP MEANS THE NIGHT NEEDS A LOOK:
      * FLAG IT SO THE PRINT CAN ALSO BE SCHEDULED AS A MORNING CHECK.
           IF STREAM-TROUBLE
              MOVE 4  TO  RETURN-CODE
           END-IF.
           END-IF.
      *
           CLOSE PRMFILE.
      *
           OPEN INPUT  DEPFILE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999006-ERROR-006
           END-IF.
      *
           OPEN INPUT  LEDFILE.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       150000-LOAD-DEPENDENCY                                   SECTION.
      *-----------------------------------------------------------------
      * EVERY PROGRAM ON THE CARDS, ON EITHER SIDE, IS A STEP THE NIGHT
      * EXPECTS: GIVE EACH AN ENTRY NOW SO ONE THE LEDGER NEVER
      * MENTIONS STILL PRINTS, AS NOT STARTED.
      *
           READ DEPFILE  INTO  DEPFILE-REC
               AT END
                  MOVE 'Y'  TO  CTL-EOF-DEPFILE
               NOT AT END
                  IF NOT DEP-COMMENT-CARD
                     MOVE DEP-NM-PREDECESSOR  TO  WS-STEP-NM-SEARCH
                     PERFORM 220000-FIND-STEP-ENTRY
                     MOVE DEP-NM-PROGRAM      TO  WS-STEP-NM-SEARCH
                     PERFORM 220000-FIND-STEP-ENTRY
                  END-IF
           END-READ.
      *
       150000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-TALLY-LEDGER-REC                                  SECTION.
      *-----------------------------------------------------------------
       210000-APPLY-LEDGER-REC                                  SECTION.
      *-----------------------------------------------------------------
      * A START OPENS (OR RE-OPENS, ON A RERUN) THE STEP'S ENTRY; AN
      * END CLOSES IT WITH THE COUNTERS AND RETURN CODE IT CARRIED; A
      * HOLD LEAVES IT UNSTARTED, WAITING ON THE PREDECESSOR NAMED.
      *
           MOVE LED-NM-PROGRAM    TO  WS-STEP-NM-SEARCH.
           PERFORM 220000-FIND-STEP-ENTRY.
      *
           MOVE 'N'               TO  WS-STEP-FLAG-HELD(WS-STEP-IDX).
      *
           EVALUATE TRUE
               WHEN LED-EVENT-START
                  MOVE 'Y'          TO
                                     WS-STEP-FLAG-STARTED(WS-STEP-IDX)
                  MOVE 'N'          TO  WS-STEP-FLAG-ENDED(WS-STEP-IDX)
                  MOVE LED-TM-EVENT TO  WS-STEP-TM-START(WS-STEP-IDX)
               WHEN LED-EVENT-HELD
                  PERFORM 215000-APPLY-HOLD
               WHEN OTHER
                  MOVE 'Y'          TO  WS-STEP-FLAG-ENDED(WS-STEP-IDX)
                  MOVE LED-TM-EVENT TO  WS-STEP-TM-END(WS-STEP-IDX)
                  MOVE LED-QT-READ  TO  WS-STEP-QT-READ(WS-STEP-IDX)
                  MOVE LED-QT-WRITTEN
                                    TO  WS-STEP-QT-WRITTEN(WS-STEP-IDX)
                  MOVE LED-QT-EXCEPTION
                                    TO
                                     WS-STEP-QT-EXCEPTION(WS-STEP-IDX)
                  MOVE LED-CD-RETURN
                                    TO  WS-STEP-CD-RETURN(WS-STEP-IDX)
                  MOVE LED-FLAG-RESTART
                                    TO
                                     WS-STEP-FLAG-RESTART(WS-STEP-IDX)
           END-EVALUATE.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       215000-APPLY-HOLD                                        SECTION.
      *-----------------------------------------------------------------
      * BLWGATE REFUSED THE STEP: IT IS NOT STARTED, AND WAITS ON THE
      * PREDECESSOR THE HOLD RECORD NAMES.
      *
           MOVE 'Y'            TO  WS-STEP-FLAG-HELD(WS-STEP-IDX).
           MOVE 'N'            TO  WS-STEP-FLAG-STARTED(WS-STEP-IDX).
           MOVE 'N'            TO  WS-STEP-FLAG-ENDED(WS-STEP-IDX).
           MOVE LED-TM-EVENT   TO  WS-STEP-TM-START(WS-STEP-IDX).
           MOVE LED-NM-WAITING TO  WS-STEP-NM-WAITING(WS-STEP-IDX).
           MOVE LED-CD-HOLD-REASON
                               TO  WS-STEP-CD-HOLD-REASON(WS-STEP-IDX).
      *
       215000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       220000-FIND-STEP-ENTRY                                   SECTION.
      *-----------------------------------------------------------------
      * LOCATE (OR ADD) THE ENTRY FOR THE PROGRAM IN WS-STEP-NM-SEARCH.
      * WS-STEP-IDX IS LEFT POINTING AT THE ENTRY.
      *
           MOVE 'N'  TO  CTL-STEP-FOUND.
      *
           PERFORM UNTIL STEP-FOUND
                      OR WS-STEP-IDX > WS-STEP-COUNT
              IF WS-STEP-NM-PROGRAM(WS-STEP-IDX) = WS-STEP-NM-SEARCH
                 SET STEP-FOUND  TO  TRUE
              ELSE
                 SET WS-STEP-IDX  UP BY 1
                 INITIALIZE WS-STEP-ENTRY(WS-STEP-IDX)
                  REPLACING ALPHANUMERIC  BY  SPACES
                            NUMERIC       BY  ZEROS
                 MOVE WS-STEP-NM-SEARCH
                                  TO  WS-STEP-NM-PROGRAM(WS-STEP-IDX)
                 MOVE 'N'         TO  WS-STEP-FLAG-STARTED(WS-STEP-IDX)
                 MOVE 'N'         TO  WS-STEP-FLAG-ENDED(WS-STEP-IDX)
                 MOVE 'N'         TO  WS-STEP-FLAG-RESTART(WS-STEP-IDX)
                 MOVE 'N'         TO  WS-STEP-FLAG-HELD(WS-STEP-IDX)
              ELSE
                 DISPLAY '888 ' NM-PROG ' STEP TABLE FULL, NOT '
                         'TRACKING PROGRAM: ' WS-STEP-NM-SEARCH
                 SET WS-STEP-IDX  TO  WS-STEP-COUNT
              END-IF
           END-IF.
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           MOVE 'STEPS HELD.......: '  TO  RPT-TOT-NAME.
           MOVE QT-STEP-HELD           TO  RPT-TOT-VALUE.
           WRITE LEDRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
           MOVE 'STEPS NOT STARTED: '  TO  RPT-TOT-NAME.
           MOVE QT-STEP-NOT-STARTED    TO  RPT-TOT-VALUE.
           WRITE LEDRPT-REC-FD  FROM  RPT-TOTAL-LINE.
      *
           IF FS-STATUS NOT = '00'
              PERFORM 999005-ERROR-005
           END-IF.
      *
       250000-OUT.
           EXIT.
                 MOVE 'CHKPT PENDING'  TO  RPT-DET-STATUS(19:13)
              END-IF
           ELSE
              MOVE SPACES              TO  RPT-DET-TM-END
              EVALUATE TRUE
                  WHEN STEP-STARTED(WS-STEP-IDX)
                     ADD 1  TO  QT-STEP-OPEN
                     MOVE 'Y'          TO  CTL-STREAM-TROUBLE
                     MOVE '** STILL OPEN **'
                                       TO  RPT-DET-STATUS
                  WHEN STEP-HELD(WS-STEP-IDX)
                     ADD 1  TO  QT-STEP-HELD
                     MOVE 'Y'          TO  CTL-STREAM-TROUBLE
                     PERFORM 265000-FORMAT-HELD-STATUS
                  WHEN OTHER
                     ADD 1  TO  QT-STEP-NOT-STARTED
                     MOVE 'NOT STARTED'
                                       TO  RPT-DET-STATUS
              END-EVALUATE
           END-IF.
      *
           WRITE LEDRPT-REC-FD  FROM  RPT-DETAIL-LINE.
       260000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       265000-FORMAT-HELD-STATUS                                SECTION.
      *-----------------------------------------------------------------
      * 'HELD - WAITING ON' THE PREDECESSOR BLWGATE NAMED, AND WHY.
      *
           MOVE SPACES                 TO  RPT-DET-STATUS.
           MOVE 'HELD - WAITING ON'    TO  RPT-DET-STATUS(1:17).
           MOVE WS-STEP-NM-WAITING(WS-STEP-IDX)
                                       TO  RPT-DET-STATUS(19:8).
      *
           EVALUATE WS-STEP-CD-HOLD-REASON(WS-STEP-IDX)
               WHEN 'M'
                  MOVE 'NOT RUN'       TO  RPT-DET-STATUS(28:7)
               WHEN 'O'
                  MOVE 'OPEN'          TO  RPT-DET-STATUS(28:7)
               WHEN 'P'
                  MOVE 'CHKPT'         TO  RPT-DET-STATUS(28:7)
               WHEN 'R'
                  MOVE 'RC HIGH'       TO  RPT-DET-STATUS(28:7)
           END-EVALUATE.
      *
       265000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       900000-ERROR SECTION.
      *-----------------------------------------------------------------
           DISPLAY '888 ' NM-PROG ' ERROR 005'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
       999006-ERROR-006.
      *
           DISPLAY '888 ' NM-PROG ' ERROR OPENING DEPENDENCY FILE'.
           DISPLAY '888 ' NM-PROG ' ERROR 006'.
           DISPLAY '888 ' NM-PROG ' FILE STATUS: ' FS-STATUS.
           PERFORM 999999-ABEND.
      *
      *-----------------------------------------------------------------
       999999-ABEND.
           DISPLAY '888 ' NM-PROG '       C A N C E L E D      '.
      *
           CLOSE  PRMFILE
                  DEPFILE
                  LEDFILE
                  LEDRPT.
      *
