           03  OUTFILE-CD-C                 PIC S9(09) COMP.
           03  OUTFILE-NM-P                 PIC  X(120).
           03  OUTFILE-CD-S                 PIC S9(09) COMP.
      * TABLE KEY THE ROW WAS LOADED UNDER (ITS NR_C IS OUTFILE-CD-C)
      * AND WHAT THE LOAD DID WITH IT, SO THE NIGHT CAN BE BACKED OUT.
           03  OUTFILE-TAB-CD-P             PIC S9(09) COMP.
           03  OUTFILE-TAB-CD-C             PIC S9(09) COMP.
           03  OUTFILE-CD-ACTION            PIC  X(01).
               88  OUTFILE-ACTION-INSERT               VALUE 'I'.
               88  OUTFILE-ACTION-OVERWRITE            VALUE 'U'.
               88  OUTFILE-ACTION-SIMULATE             VALUE 'S'.
       COPY OUTFILE.
      *
      * --- OVERWRITE DETAIL RECORD
