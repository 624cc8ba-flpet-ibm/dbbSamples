      *****************************************************************
      * CPRPSTAT - RECORD LAYOUT OF THE ONE STATISTICS RECORD A
      *            CPRFILE PARTITION RUN WRITES AT ITS END IN PLACE OF
      *            THE DEMOHIST RECORD AND THE RUNAUDIT MANIFESTS.
      *            CPRMERGE ADDS THE PARTITIONS' RECORDS UP INTO THE
      *            ONE DEMOHIST RECORD, THE ONE SET OF MANIFESTS AND
      *            THE GRAND TOTALS A SERIAL RUN WOULD HAVE PRODUCED.
      *            PT-AGE-SUM IS CARRIED RATHER THAN AN AVERAGE SO
      *            THE MERGED AVERAGE AGE IS EXACT. PT-RETC IS THE
      *            PARTITION'S FINAL RETURN-CODE.
      *****************************************************************
          05 PT-PART           PIC 9(01).
          05 PT-DATE           PIC 9(08).
          05 PT-RETC           PIC 9(04).
          05 PT-FILEIN-CT      PIC 9(07).
          05 PT-AMOUNTIN-CT    PIC 9(07).
          05 PT-REC-CT         PIC 9(07).
          05 PT-MALE-CT        PIC 9(07).
          05 PT-FEMALE-CT      PIC 9(07).
          05 PT-AGE-SUM        PIC 9(09).
          05 PT-REJECT-CT      PIC 9(07).
          05 PT-DUP-CT         PIC 9(07).
          05 PT-DELETE-CT      PIC 9(07).
          05 PT-DELNF-CT       PIC 9(07).
          05 PT-NOAMT-CT       PIC 9(07).
          05 PT-ORPHAN-CT      PIC 9(07).
          05 PT-DELAMT-CT      PIC 9(07).
          05 PT-PENSREC-CT     PIC 9(07).
          05 PT-LEDGER-CT      PIC 9(07).
          05 PT-CASE-CT        PIC 9(07).
          05 PT-QUAR-SUBF-CT   PIC 9(07).
          05 PT-QUAR-REC-CT    PIC 9(07).
          05 PT-QUAR-AMT-CT    PIC 9(07).
          05 PT-VARIANCE-CT    PIC 9(07).
          05 PT-AMOUNT-SUM        PIC S9(11)V99.
          05 PT-MALE-AMOUNT-SUM   PIC S9(11)V99.
          05 PT-FEMALE-AMOUNT-SUM PIC S9(11)V99.
          05 PT-BRACKET-CT     PIC 9(07) OCCURS 10 TIMES.
          05 PT-BRACKET-AMT    PIC S9(11)V99 OCCURS 10 TIMES.
          05 FILLER            PIC X(06).
