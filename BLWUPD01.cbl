      * ONLINE CORRECTION OF NM_P / CD_S ON SOMEDB.TABLE1
      * SITS BESIDE BLWINQ01: AN AUTHORIZED CLERK KEYS THE
      * NR_C/CD_P/CD_C, SEES THE CURRENT ROW (FUNCTION I), AND CAN
      * ASK FOR THE NAME AND STATUS TO BE CORRECTED (FUNCTION U) --
      * TYPICALLY THE BLANK-NAME ROWS QUEUED ON NMEFILE, WITHOUT
      * WAITING FOR A DBA. NO ONE PERSON CHANGES A ROW ALONE: FUNCTION
      * U ONLY QUEUES THE CORRECTION ON SOMEDB.TABLE1_PEND WITH THE
      * VALUES THE CLERK SAW, THE VALUES WANTED, THE CLERK AND THE
      * TIME. A SUPERVISOR APPLIES OR REFUSES IT THROUGH BLWAPR01, AND
      * ONLY THEN DOES THE ROW CHANGE, WITH THE BEFORE-IMAGE, THE
      * CLERK AND THE SUPERVISOR WRITTEN TO SOMEDB.TABLE1_HIST SO WHO
      * CHANGED WHAT AND WHEN IS ANSWERABLE THROUGH BLWINQ02. A KEY
      * WITH NO ROW COMES BACK AS NOT FOUND, NEVER AS A SILENT INSERT;
      * A KEY ALREADY WAITING FOR A SUPERVISOR CANNOT BE QUEUED TWICE,
      * AND A CD_S MOVE SOMEDB.TABLE1_TRNS DOES NOT ALLOW IS REFUSED
      * BEFORE IT EVER REACHES A SUPERVISOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *--- Book of table to correct.
       COPY DB2KTAB1.
      *
      *--- Book of the pending-corrections table.
       COPY DB2KTABP.
      *
      *--- Book of the CD_S transition-rules table.
       COPY DB2KTABT.
      *
           EXEC SQL
              INCLUDE SQLCA
      *-----------------------------------------------------------------
      * --- CALLER PASSES THE FUNCTION, THE CLERK'S USER ID AND THE
      * FULL NR_C/CD_P/CD_C KEY IN; FUNCTION I RETURNS THE CURRENT
      * NM_P/CD_S, FUNCTION U QUEUES THE ONES PASSED IN FOR A
      * SUPERVISOR. THE RESULT FLAG TELLS THE SCREEN WHAT HAPPENED.
       01  DFHCOMMAREA.
           03  UPD-CD-FUNCTION              PIC  X(01).
               88  UPD-FUNC-INQUIRE                    VALUE 'I'.
               88  UPD-NOT-FOUND                       VALUE 'N'.
               88  UPD-ERROR                           VALUE 'E'.
               88  UPD-INVALID-REQUEST                 VALUE 'X'.
               88  UPD-QUEUED                          VALUE 'Q'.
               88  UPD-ALREADY-PENDING                 VALUE 'P'.
               88  UPD-REJECTED-TRANSITION             VALUE 'T'.
           03  UPD-NM-P                     PIC  X(120).
           03  UPD-CD-S                     PIC S9(09) COMP.
      *
       300000-UPDATE-ROW                                        SECTION.
      *-----------------------------------------------------------------
      * A CORRECTION WITHOUT A USER ID OR WITH A BLANK NAME IS NOT A
      * CORRECTION -- REFUSE IT BEFORE TOUCHING THE TABLE. OTHERWISE
      * THE ROW MUST EXIST, ITS CD_S MOVE MUST BE ONE THE TRANSITION
      * RULES ALLOW, IT MUST HAVE NOTHING ELSE WAITING ON IT, AND THE
      * CORRECTION IS QUEUED FOR A SUPERVISOR, NOT APPLIED.
      *
           IF UPD-NM-USER = SPACES
           OR UPD-NM-P    = SPACES
              SET UPD-INVALID-REQUEST  TO  TRUE
           ELSE
              PERFORM 310000-READ-CURRENT-ROW
              IF UPD-OK
                 PERFORM 315000-CHECK-TRANSITION
              END-IF
              IF UPD-OK
                 PERFORM 320000-CHECK-PENDING
              END-IF
              IF UPD-OK
                 PERFORM 330000-INSERT-PENDING
              END-IF
           END-IF.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
       310000-READ-CURRENT-ROW                                  SECTION.
      *-----------------------------------------------------------------
      * THE PENDING ITEM CARRIES THE VALUES THE CLERK IS CORRECTING,
      * SO THE SUPERVISOR SEES OLD AGAINST NEW AND BLWAPR01 CAN TELL
      * IF THE ROW HAS MOVED ON BEFORE THE APPROVAL.
      *
           EXEC SQL
              SELECT NM_P, CD_S
                INTO :TAB1-NM-P, :TAB1-CD-S
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
           EXIT.
      *
      *-----------------------------------------------------------------
       315000-CHECK-TRANSITION                                  SECTION.
      *-----------------------------------------------------------------
      * KEEPING THE SAME CD_S IS ALWAYS ALLOWED; ANY OTHER MOVE NEEDS
      * ITS ROW ON SOMEDB.TABLE1_TRNS, THE SAME RULES BLWITHDB APPLIES
      * TO THE NIGHTLY LOAD.
      *
           IF UPD-CD-S NOT = TAB1-CD-S
              MOVE TAB1-CD-S            TO  TRNS-CD-S-FROM
              MOVE UPD-CD-S             TO  TRNS-CD-S-TO
              EXEC SQL
                 SELECT NM_USER
                   INTO :TRNS-NM-USER
                   FROM SOMEDB.TABLE1_TRNS
                  WHERE CD_S_FROM = :TRNS-CD-S-FROM
                    AND CD_S_TO   = :TRNS-CD-S-TO
              END-EXEC
              IF SQLCODE = 100
                 SET UPD-REJECTED-TRANSITION  TO  TRUE
              ELSE
                 IF SQLCODE NOT = 0
                    PERFORM 400000-SQL-ERROR
                 END-IF
              END-IF
           END-IF.
      *
       315000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       320000-CHECK-PENDING                                     SECTION.
      *-----------------------------------------------------------------
      * ONE OPEN CORRECTION PER ROW: A SECOND ONE WOULD BE APPROVED
      * AGAINST VALUES THE FIRST ONE IS ABOUT TO CHANGE.
      *
           MOVE TAB1-NR-C               TO  PEND-NR-C.
           MOVE TAB1-CD-P               TO  PEND-CD-P.
           MOVE TAB1-CD-C               TO  PEND-CD-C.
      *
           EXEC SQL
              SELECT NM_USER_REQ
                INTO :PEND-NM-USER-REQ
                FROM SOMEDB.TABLE1_PEND
               WHERE NR_C      = :PEND-NR-C
                 AND CD_P      = :PEND-CD-P
                 AND CD_C      = :PEND-CD-C
                 AND CD_STATUS = 'P'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           IF SQLCODE = 0
              SET UPD-ALREADY-PENDING  TO  TRUE
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 400000-SQL-ERROR
              END-IF
           END-IF.
      *
       320000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       330000-INSERT-PENDING                                    SECTION.
      *-----------------------------------------------------------------
      * QUEUE THE CORRECTION, STAMPED WITH THE CLERK WHO ASKED AND THE
      * TIME; IT WAITS THERE FOR A SUPERVISOR IN BLWAPR01.
      *
           MOVE TAB1-NM-P               TO  PEND-NM-P-OLD.
           MOVE TAB1-CD-S               TO  PEND-CD-S-OLD.
           MOVE UPD-NM-P                TO  PEND-NM-P-NEW.
           MOVE UPD-CD-S                TO  PEND-CD-S-NEW.
           MOVE UPD-NM-USER             TO  PEND-NM-USER-REQ.
           SET PEND-STATUS-PENDING      TO  TRUE.
           MOVE SPACES                  TO  PEND-NM-USER-APR.
           MOVE '0001-01-01'            TO  PEND-DT-DECISION.
      *
           EXEC SQL
              INSERT
                INTO SOMEDB.TABLE1_PEND
                   ( NR_C,
                     CD_P,
                     CD_C,
                     NM_P_OLD,
                     CD_S_OLD,
                     NM_P_NEW,
                     CD_S_NEW,
                     NM_USER_REQ,
                     TS_REQ,
                     CD_STATUS,
                     NM_USER_APR,
                     DT_DECISION )
              VALUES
                   ( :PEND-NR-C,
                     :PEND-CD-P,
                     :PEND-CD-C,
                     :PEND-NM-P-OLD,
                     :PEND-CD-S-OLD,
                     :PEND-NM-P-NEW,
                     :PEND-CD-S-NEW,
                     :PEND-NM-USER-REQ,
                     CURRENT TIMESTAMP,
                     :PEND-CD-STATUS,
                     :PEND-NM-USER-APR,
                     :PEND-DT-DECISION )
           END-EXEC.
      *
           IF SQLCODE = 0
              SET UPD-QUEUED  TO  TRUE
           ELSE
              PERFORM 400000-SQL-ERROR
           END-IF.
      *
       330000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       400000-SQL-ERROR                                         SECTION.
      *-----------------------------------------------------------------
