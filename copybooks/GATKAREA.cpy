      ******************************************************************
      * GATKAREA - COMMAREA LAYOUT FOR SUBROUTINE BLWGATE
      * THE CALLER PASSES ITS PROGRAM NAME AND RUN DATE; BLWGATE
      * RETURNS CLEAR, OR HELD WITH THE FIRST PREDECESSOR THAT HAS NOT
      * ENDED CLEAN FOR THAT RUN DATE, WHY, AND THE RETURN CODE IT
      * ENDED WITH (WHEN IT ENDED). THE HOLD IS ALREADY ON THE RUN
      * LEDGER WHEN CONTROL COMES BACK; THE CALLER ONLY HAS TO STOP
      * WITH THE RETURN CODE BLWGATE PUTS IN GATE-CD-RETURN-HELD.
      ******************************************************************
       01  GATE-AREA.
           03  GATE-NM-PROGRAM              PIC  X(08).
           03  GATE-DT-RUN                  PIC  9(08).
           03  GATE-CD-RESULT               PIC  X(01).
               88  GATE-CLEAR                           VALUE 'C'.
               88  GATE-HELD                            VALUE 'H'.
           03  GATE-NM-WAITING              PIC  X(08).
           03  GATE-CD-REASON               PIC  X(01).
               88  GATE-REASON-MISSING                  VALUE 'M'.
               88  GATE-REASON-OPEN                     VALUE 'O'.
               88  GATE-REASON-RETURN-CODE              VALUE 'R'.
               88  GATE-REASON-RESTART                  VALUE 'P'.
           03  GATE-CD-RETURN-FOUND         PIC  9(04).
           03  GATE-CD-RETURN-MAX           PIC  9(04).
           03  GATE-QT-PREDECESSORS         PIC  9(02).
           03  GATE-CD-RETURN-HELD          PIC  9(04).
