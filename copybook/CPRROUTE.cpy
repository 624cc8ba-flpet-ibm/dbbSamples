      *****************************************************************
      * CPRROUTE - RECORD LAYOUT OF THE ROUTE FILE CPRSPLIT WRITES
      *            WHEN IT SPREADS FILEIN AND AMOUNTIN OVER THE
      *            CPRFILE PARTITION JOBS, AND CPRMERGE READS BACK TO
      *            PUT THE PARTITION OUTPUTS IN THE ORDER ONE SERIAL
      *            CPRFILE RUN WOULD HAVE WRITTEN THEM. IN FILE ORDER :
      *               'H' - ONE HEADER : BUSINESS DATE AND PARTITION
      *                     COUNT THE SPLIT WAS MADE FOR
      *               'S' - ONE PER FILEIN SUB-FILE, IN FILEIN ORDER,
      *                     FLAGGED 'Q' WHEN IT DOES NOT BALANCE TO
      *                     ITS TRAILER; RT-COUNT IS ITS PHYSICAL
      *                     RECORD COUNT, HEADER AND TRAILER INCLUDED
      *               'D' - ONE PER DATA RECORD OF A BALANCED
      *                     SUB-FILE, INTERLEAVED WITH THE 'S' RECORDS
      *                     IN FILEIN ORDER, FLAGGED 'F' FOR THE FIRST
      *                     OCCURRENCE OF THE CPR IN THE RUN AND 'U'
      *                     FOR A DUPLICATE
      *               'A' - ONE PER AMOUNTIN RECORD, IN AMOUNTIN ORDER,
      *                     FLAGGED 'O' WHEN NO FILEIN RECORD WILL
      *                     CLAIM IT (AN ORPHAN)
      *               'C' - ONE PER PENDING SCHEME CHANGE DUE TONIGHT,
      *                     IN PENDSCHM KEY ORDER, FOR THE PARTITION
      *                     THE CPR FIRST ARRIVED IN (ELSE 1) TO
      *                     APPLY; RT-DATE IS ITS EFFECTIVE DATE
      *            RT-CPR IS THE REAL CPR NUMBER AND RT-CPR-OUT ITS
      *            PRESENTABLE FORM (THE SURROGATE ON MASKED RUNS), SO
      *            KEEP THE DATASET RACF-PROTECTED LIKE SURRREG.
      *****************************************************************
          05 RT-TYPE           PIC X(01).
             88 RT-HEADER                VALUE 'H'.
             88 RT-SUBFILE               VALUE 'S'.
             88 RT-DATA                  VALUE 'D'.
             88 RT-AMOUNT                VALUE 'A'.
             88 RT-SCHEME-DUE            VALUE 'C'.
          05 RT-PART           PIC 9(01).
          05 RT-CPR            PIC X(10).
          05 RT-CPR-OUT        PIC X(10).
          05 RT-FLAG           PIC X(01).
             88 RT-QUARANTINED           VALUE 'Q'.
             88 RT-FIRST                 VALUE 'F'.
             88 RT-DUPLICATE             VALUE 'U'.
             88 RT-ORPHAN                VALUE 'O'.
          05 RT-COUNT          PIC 9(07).
          05 RT-DATE           PIC 9(08).
          05 FILLER            PIC X(42).
