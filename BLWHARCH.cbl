      *
      * --- PER-CHANGE-TYPE BREAKDOWN FOR THE CONTROL REPORT; THE LAST
      * ENTRY CATCHES ANY CD_CHG VALUE THE SUITE DOES NOT WRITE TODAY.
       01  WS-CHG-COUNT                     PIC  9(01) VALUE 8.
       01  WS-CHG-TABLE.
           03  WS-CHG-ENTRY  OCCURS 8 TIMES
                             INDEXED BY WS-CHG-IDX.
               05  WS-CHG-TYPE              PIC  X(01).
               05  WS-CHG-QT-EXAMINED       PIC  9(07).
           MOVE 'C'  TO  WS-CHG-TYPE(2).
           MOVE 'D'  TO  WS-CHG-TYPE(3).
           MOVE 'R'  TO  WS-CHG-TYPE(4).
           MOVE 'B'  TO  WS-CHG-TYPE(5).
           MOVE 'X'  TO  WS-CHG-TYPE(6).
           MOVE 'N'  TO  WS-CHG-TYPE(7).
           MOVE '?'  TO  WS-CHG-TYPE(8).
      *
       120000-OUT.
           EXIT.
