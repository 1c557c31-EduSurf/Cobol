      * FIRST, UP TO TEN), SO THE BUSINESS CAN ANSWER WHAT A ROW LOOKED
      * LIKE BEFORE A GIVEN NIGHT'S LOAD OR PURGE INSTEAD OF RAISING A
      * DISPUTE WITH NO TRACE. COMPANION TO BLWINQ01, WHICH RETURNS
      * ONLY THE CURRENT VALUES. A ROW BLWRENUM HAS MOVED TO A NEW NR_C
      * TAKES ITS HISTORY WITH IT; ASKED FOR THE OLD NUMBER, THE
      * INQUIRY ALSO RETURNS THE HISTORY NOW HELD UNDER THE NEW ONE,
      * FOUND THROUGH THE NR_C_OLD OF THE CONVERSION'S 'N' ROW.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                        CD_S,
                        NM_USER
                   FROM SOMEDB.TABLE1_HIST
                  WHERE CD_P = :TABH-CD-P
                    AND CD_C = :TABH-CD-C
                    AND (NR_C = :TABH-NR-C
                         OR NR_C IN
                            (SELECT CNV.NR_C
                               FROM SOMEDB.TABLE1_HIST CNV
                              WHERE CNV.NR_C_OLD = :TABH-NR-C
                                AND CNV.CD_P     = :TABH-CD-P
                                AND CNV.CD_C     = :TABH-CD-C
                                AND CNV.CD_CHG   = 'N'))
                  ORDER BY DT_CHG DESC
           END-EXEC.
      *
