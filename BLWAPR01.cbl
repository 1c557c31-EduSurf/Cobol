      ******************************************************************
      * ONLINE SUPERVISOR APPROVAL OF PENDING TABLE1 CORRECTIONS
      * SECOND HALF OF BLWUPD01: A CLERK'S NM_P/CD_S CORRECTION WAITS
      * ON SOMEDB.TABLE1_PEND UNTIL A SUPERVISOR ACTS ON IT HERE.
      * FUNCTION L LISTS THE OLDEST PENDING ITEMS (UP TO TEN), OLD AND
      * NEW VALUES SIDE BY SIDE. FUNCTION A APPROVES ONE ITEM: ITS
      * BEFORE-IMAGE GOES TO SOMEDB.TABLE1_HIST WITH THE CLERK IN
      * NM_USER AND THE SUPERVISOR IN NM_USER_APR, AND ONLY THEN IS
      * THE ROW CHANGED. FUNCTION R REJECTS IT AND THE ROW IS LEFT
      * ALONE. NOBODY DECIDES THEIR OWN REQUEST: THE SUPERVISOR'S USER
      * ID MUST DIFFER FROM THE CLERK'S. AN ITEM WHOSE ROW HAS CHANGED
      * OR GONE SINCE THE CLERK SAW IT IS NEVER APPLIED -- IT COMES
      * BACK AS CHANGED, FOR THE SUPERVISOR TO REJECT; SO DOES ONE
      * WHOSE CD_S MOVE SOMEDB.TABLE1_TRNS NO LONGER ALLOWS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BLWAPR01.
       AUTHOR. EFINARDI.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  NM-PROG                          PIC  X(16) VALUE
           '*** BLWAPR01 ***'.
      *
       01  DFHEIBLK.
           03  FILLER                       PIC  X(24).
           03  EIBCALEN                     PIC S9(04) COMP.
           03  FILLER                       PIC  X(59).
      *
      *--- Book of table the approved correction is applied to.
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
           END-EXEC.
      *
      * --- THE PENDING QUEUE, OLDEST REQUEST FIRST
           EXEC SQL
              DECLARE PENDCUR CURSOR FOR
                 SELECT NR_C,
                        CD_P,
                        CD_C,
                        NM_P_OLD,
                        CD_S_OLD,
                        NM_P_NEW,
                        CD_S_NEW,
                        NM_USER_REQ,
                        TS_REQ
                   FROM SOMEDB.TABLE1_PEND
                  WHERE CD_STATUS = 'P'
                  ORDER BY TS_REQ
           END-EXEC.
      *
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       01  CTL-EOF-PENDCUR                  PIC  X(01) VALUE 'N'.
           88  END-PENDCUR                             VALUE 'Y'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      * --- CALLER PASSES THE FUNCTION AND THE SUPERVISOR'S USER ID;
      * FOR A AND R ALSO THE ITEM (ROW KEY PLUS REQUEST TIMESTAMP, AS
      * FUNCTION L RETURNED IT). FUNCTION L RETURNS THE ENTRY COUNT AND
      * UP TO TEN PENDING ITEMS. THE RESULT FLAG TELLS THE SCREEN WHAT
      * HAPPENED.
       01  DFHCOMMAREA.
           03  APR-CD-FUNCTION              PIC  X(01).
               88  APR-FUNC-LIST                       VALUE 'L'.
               88  APR-FUNC-APPROVE                    VALUE 'A'.
               88  APR-FUNC-REJECT                     VALUE 'R'.
           03  APR-NM-USER                  PIC  X(08).
           03  APR-NR-C                     PIC S9(09) COMP.
           03  APR-CD-P                     PIC S9(09) COMP.
           03  APR-CD-C                     PIC S9(09) COMP.
           03  APR-TS-REQ                   PIC  X(26).
           03  APR-RESULT-FLAG              PIC  X(01).
               88  APR-OK                              VALUE 'Y'.
               88  APR-NOT-FOUND                       VALUE 'N'.
               88  APR-ERROR                           VALUE 'E'.
               88  APR-INVALID-REQUEST                 VALUE 'X'.
               88  APR-SAME-USER                       VALUE 'S'.
               88  APR-ROW-CHANGED                     VALUE 'C'.
               88  APR-REJECTED-TRANSITION             VALUE 'T'.
           03  APR-QT-ENTRIES               PIC S9(04) COMP.
           03  APR-ENTRY  OCCURS 10 TIMES.
               05  APR-ENT-NR-C             PIC S9(09) COMP.
               05  APR-ENT-CD-P             PIC S9(09) COMP.
               05  APR-ENT-CD-C             PIC S9(09) COMP.
               05  APR-ENT-NM-P-OLD         PIC  X(120).
               05  APR-ENT-CD-S-OLD         PIC S9(09) COMP.
               05  APR-ENT-NM-P-NEW         PIC  X(120).
               05  APR-ENT-CD-S-NEW         PIC S9(09) COMP.
               05  APR-ENT-NM-USER-REQ      PIC  X(08).
               05  APR-ENT-TS-REQ           PIC  X(26).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *-----------------------------------------------------------------
       000000-MAIN                                              SECTION.
      *-----------------------------------------------------------------
      *
      * EIBCALEN = 0 MEANS NO COMMAREA WAS PASSED -- DFHCOMMAREA IS NOT
      * ADDRESSABLE IN THAT CASE, SO DO NOT TOUCH ANY FIELD INSIDE IT.
           IF EIBCALEN NOT = 0
              PERFORM 100000-PROCESS-REQUEST
           END-IF.
      *
           EXEC CICS RETURN
           END-EXEC.
      *
       000000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       100000-PROCESS-REQUEST                                   SECTION.
      *-----------------------------------------------------------------
      * A DECISION WITH NO SUPERVISOR ON IT IS NOT A DECISION.
      *
           IF APR-NM-USER = SPACES
              SET APR-INVALID-REQUEST  TO  TRUE
           ELSE
              IF APR-FUNC-LIST
                 PERFORM 200000-LIST-PENDING
              ELSE
                 IF APR-FUNC-APPROVE
                 OR APR-FUNC-REJECT
                    PERFORM 300000-DECIDE-ITEM
                 ELSE
                    SET APR-INVALID-REQUEST  TO  TRUE
                 END-IF
              END-IF
           END-IF.
      *
       100000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       200000-LIST-PENDING                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 0                       TO  APR-QT-ENTRIES.
      * THE RESULT FLAG COMES IN HOLDING WHATEVER THE CALLER LAST SAW
      * -- START IT FROM A KNOWN STATE SO THE ERROR TEST BELOW ONLY
      * EVER SEES WHAT THIS INVOCATION SET.
           SET APR-NOT-FOUND            TO  TRUE.
      *
           EXEC SQL
              OPEN PENDCUR
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 400000-SQL-ERROR
           ELSE
              PERFORM 210000-FETCH-PENDCUR
                UNTIL END-PENDCUR
              IF NOT APR-ERROR
                 EXEC SQL
                    CLOSE PENDCUR
                 END-EXEC
                 IF APR-QT-ENTRIES = 0
                    SET APR-NOT-FOUND  TO  TRUE
                 ELSE
                    SET APR-OK         TO  TRUE
                 END-IF
              END-IF
           END-IF.
      *
       200000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       210000-FETCH-PENDCUR                                     SECTION.
      *-----------------------------------------------------------------
      * THE COMMAREA CARRIES AT MOST TEN ENTRIES; ORDER BY TS_REQ
      * MAKES THEM THE TEN THAT HAVE WAITED LONGEST.
      *
           EXEC SQL
              FETCH PENDCUR
               INTO :PEND-NR-C,
                    :PEND-CD-P,
                    :PEND-CD-C,
                    :PEND-NM-P-OLD,
                    :PEND-CD-S-OLD,
                    :PEND-NM-P-NEW,
                    :PEND-CD-S-NEW,
                    :PEND-NM-USER-REQ,
                    :PEND-TS-REQ
           END-EXEC.
      *
           IF SQLCODE = 0
              ADD 1                  TO  APR-QT-ENTRIES
              MOVE PEND-NR-C         TO  APR-ENT-NR-C(APR-QT-ENTRIES)
              MOVE PEND-CD-P         TO  APR-ENT-CD-P(APR-QT-ENTRIES)
              MOVE PEND-CD-C         TO  APR-ENT-CD-C(APR-QT-ENTRIES)
              MOVE PEND-NM-P-OLD
                TO  APR-ENT-NM-P-OLD(APR-QT-ENTRIES)
              MOVE PEND-CD-S-OLD
                TO  APR-ENT-CD-S-OLD(APR-QT-ENTRIES)
              MOVE PEND-NM-P-NEW
                TO  APR-ENT-NM-P-NEW(APR-QT-ENTRIES)
              MOVE PEND-CD-S-NEW
                TO  APR-ENT-CD-S-NEW(APR-QT-ENTRIES)
              MOVE PEND-NM-USER-REQ
                TO  APR-ENT-NM-USER-REQ(APR-QT-ENTRIES)
              MOVE PEND-TS-REQ       TO  APR-ENT-TS-REQ(APR-QT-ENTRIES)
              IF APR-QT-ENTRIES = 10
                 MOVE 'Y'            TO  CTL-EOF-PENDCUR
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE 'Y'            TO  CTL-EOF-PENDCUR
              ELSE
                 PERFORM 400000-SQL-ERROR
                 MOVE 'Y'            TO  CTL-EOF-PENDCUR
              END-IF
           END-IF.
      *
       210000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       300000-DECIDE-ITEM                                       SECTION.
      *-----------------------------------------------------------------
      * THE ITEM MUST STILL BE PENDING AND MUST NOT BE THE SUPERVISOR'S
      * OWN. AN APPROVAL ALSO NEEDS THE ROW STILL AS THE CLERK SAW IT
      * AND A CD_S MOVE THE TRANSITION RULES STILL ALLOW.
      *
           MOVE APR-NR-C                TO  PEND-NR-C
                                            TAB1-NR-C.
           MOVE APR-CD-P                TO  PEND-CD-P
                                            TAB1-CD-P.
           MOVE APR-CD-C                TO  PEND-CD-C
                                            TAB1-CD-C.
           MOVE APR-TS-REQ              TO  PEND-TS-REQ.
           MOVE APR-NM-USER             TO  PEND-NM-USER-APR.
      *
           PERFORM 310000-READ-PENDING.
      *
           IF APR-OK
              IF PEND-NM-USER-REQ = APR-NM-USER
                 SET APR-SAME-USER  TO  TRUE
              END-IF
           END-IF.
      *
           IF APR-OK
              AND APR-FUNC-APPROVE
              PERFORM 320000-CHECK-CURRENT-ROW
           END-IF.
      *
           IF APR-OK
              AND APR-FUNC-APPROVE
              PERFORM 325000-CHECK-TRANSITION
           END-IF.
      *
           IF APR-OK
              IF APR-FUNC-APPROVE
                 PERFORM 330000-INSERT-HISTORY
                 IF APR-OK
                    PERFORM 340000-APPLY-UPDATE
                 END-IF
                 IF APR-OK
                    SET PEND-STATUS-APPROVED  TO  TRUE
                    PERFORM 350000-CLOSE-PENDING
                 END-IF
              ELSE
                 SET PEND-STATUS-REJECTED     TO  TRUE
                 PERFORM 350000-CLOSE-PENDING
              END-IF
           END-IF.
      *
       300000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       310000-READ-PENDING                                      SECTION.
      *-----------------------------------------------------------------
      *
           EXEC SQL
              SELECT NM_P_OLD,
                     CD_S_OLD,
                     NM_P_NEW,
                     CD_S_NEW,
                     NM_USER_REQ
                INTO :PEND-NM-P-OLD,
                     :PEND-CD-S-OLD,
                     :PEND-NM-P-NEW,
                     :PEND-CD-S-NEW,
                     :PEND-NM-USER-REQ
                FROM SOMEDB.TABLE1_PEND
               WHERE NR_C      = :PEND-NR-C
                 AND CD_P      = :PEND-CD-P
                 AND CD_C      = :PEND-CD-C
                 AND TS_REQ    = :PEND-TS-REQ
                 AND CD_STATUS = 'P'
           END-EXEC.
      *
           IF SQLCODE = 0
              SET APR-OK            TO  TRUE
           ELSE
              IF SQLCODE = 100
                 SET APR-NOT-FOUND  TO  TRUE
              ELSE
                 PERFORM 400000-SQL-ERROR
              END-IF
           END-IF.
      *
       310000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       320000-CHECK-CURRENT-ROW                                 SECTION.
      *-----------------------------------------------------------------
      * A LOAD OR ANOTHER CORRECTION MAY HAVE CHANGED THE ROW SINCE THE
      * CLERK LOOKED AT IT; APPROVING THEN WOULD OVERWRITE A CHANGE
      * NOBODY HAS REVIEWED.
      *
           EXEC SQL
              SELECT NM_P, CD_S
                INTO :TAB1-NM-P, :TAB1-CD-S
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE = 0
              IF TAB1-NM-P NOT = PEND-NM-P-OLD
              OR TAB1-CD-S NOT = PEND-CD-S-OLD
                 SET APR-ROW-CHANGED  TO  TRUE
              END-IF
           ELSE
              IF SQLCODE = 100
                 SET APR-ROW-CHANGED  TO  TRUE
              ELSE
                 PERFORM 400000-SQL-ERROR
              END-IF
           END-IF.
      *
       320000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       325000-CHECK-TRANSITION                                  SECTION.
      *-----------------------------------------------------------------
      * BLWUPD01 CHECKED THE MOVE WHEN IT WAS QUEUED, BUT THE RULE MAY
      * HAVE BEEN WITHDRAWN THROUGH BLWTRN01 WHILE THE ITEM WAITED.
      *
           IF PEND-CD-S-NEW NOT = TAB1-CD-S
              MOVE TAB1-CD-S            TO  TRNS-CD-S-FROM
              MOVE PEND-CD-S-NEW        TO  TRNS-CD-S-TO
              EXEC SQL
                 SELECT NM_USER
                   INTO :TRNS-NM-USER
                   FROM SOMEDB.TABLE1_TRNS
                  WHERE CD_S_FROM = :TRNS-CD-S-FROM
                    AND CD_S_TO   = :TRNS-CD-S-TO
              END-EXEC
              IF SQLCODE = 100
                 SET APR-REJECTED-TRANSITION  TO  TRUE
              ELSE
                 IF SQLCODE NOT = 0
                    PERFORM 400000-SQL-ERROR
                 END-IF
              END-IF
           END-IF.
      *
       325000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       330000-INSERT-HISTORY                                    SECTION.
      *-----------------------------------------------------------------
      * COPY THE ROW'S CURRENT IMAGE TO THE HISTORY TABLE BEFORE IT IS
      * CORRECTED, STAMPED WITH THE CLERK WHO ASKED AND THE SUPERVISOR
      * WHO APPROVED. INSERT FROM SELECT SO THE IMAGE IS TAKEN FROM THE
      * TABLE ITSELF.
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
                     NM_USER_APR )
              SELECT NR_C,
                     CD_P,
                     CD_C,
                     NM_P,
                     CD_S,
                     CURRENT DATE,
                     'C',
                     :PEND-NM-USER-REQ,
                     :PEND-NM-USER-APR
                FROM SOMEDB.TABLE1
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              PERFORM 400000-SQL-ERROR
           END-IF.
      *
       330000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       340000-APPLY-UPDATE                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE PEND-NM-P-NEW           TO  TAB1-NM-P.
           MOVE PEND-CD-S-NEW           TO  TAB1-CD-S.
      *
           EXEC SQL
              UPDATE SOMEDB.TABLE1
                 SET NM_P = :TAB1-NM-P,
                     CD_S = :TAB1-CD-S
               WHERE NR_C = :TAB1-NR-C
                 AND CD_P = :TAB1-CD-P
                 AND CD_C = :TAB1-CD-C
           END-EXEC.
      *
           IF SQLCODE NOT = 0
      * THE HISTORY ROW IS ALREADY IN: BACK THE WHOLE CORRECTION OUT
      * SO AUDIT NEVER SHOWS A CHANGE THAT NEVER HAPPENED.
              PERFORM 400000-SQL-ERROR
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.
      *
       340000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       350000-CLOSE-PENDING                                     SECTION.
      *-----------------------------------------------------------------
      * RECORD THE DECISION, WHO TOOK IT AND ON WHAT DAY, FOR THE
      * NIGHTLY BLWRPT04 LISTING. ONLY A STILL-PENDING ITEM IS CLOSED:
      * IF ANOTHER SUPERVISOR (OR THE NIGHTLY EXPIRY) GOT THERE FIRST,
      * WHATEVER THIS DECISION ALREADY DID IS BACKED OUT.
      *
           EXEC SQL
              UPDATE SOMEDB.TABLE1_PEND
                 SET CD_STATUS   = :PEND-CD-STATUS,
                     NM_USER_APR = :PEND-NM-USER-APR,
                     DT_DECISION = CURRENT DATE
               WHERE NR_C      = :PEND-NR-C
                 AND CD_P      = :PEND-CD-P
                 AND CD_C      = :PEND-CD-C
                 AND TS_REQ    = :PEND-TS-REQ
                 AND CD_STATUS = 'P'
           END-EXEC.
      *
           IF SQLCODE = 0
              SET APR-OK            TO  TRUE
           ELSE
              IF SQLCODE = 100
                 SET APR-NOT-FOUND  TO  TRUE
              ELSE
                 PERFORM 400000-SQL-ERROR
              END-IF
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.
      *
       350000-OUT.
           EXIT.
      *
      *-----------------------------------------------------------------
       400000-SQL-ERROR                                         SECTION.
      *-----------------------------------------------------------------
      * A GENUINE DB2 ERROR IS NOT THE SAME ANSWER AS "NOTHING PENDING"
      * -- TELL THE SCREEN.
      *
           SET APR-ERROR              TO  TRUE.
           DISPLAY '888 ' NM-PROG ' SQL ERROR ON PENDING CORRECTION'
           DISPLAY '888 ' NM-PROG ' SQLCODE: ' SQLCODE.
      *
       400000-OUT.
           EXIT.
      *
