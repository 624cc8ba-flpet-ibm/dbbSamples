      *****************************************************************
      * CPRPSEEN - RECORD LAYOUT OF A CPRFILE PARTITION'S PRESEEN
      *            FILE, WRITTEN BY CPRSPLIT. ONE RECORD PER CPR
      *            NUMBER THAT ARRIVES IN THIS PARTITION BUT WHOSE
      *            FIRST OCCURRENCE IN THE RUN WENT TO ANOTHER ONE,
      *            WITH THE SUB-FILE DATE/BRANCH IT FIRST ARRIVED
      *            UNDER. CPRFILE PRELOADS THESE INTO ITS SEEN TABLE
      *            SO A PERSON SENT BY TWO BRANCHES IS STILL SKIPPED
      *            AS A DUPLICATE WHEN THE BRANCHES RUN APART.
      *            PV-CPR IS THE REAL CPR NUMBER.
      *****************************************************************
          05 PV-CPR            PIC X(10).
          05 PV-DATE           PIC 9(08).
          05 PV-BRANCH         PIC X(10).
          05 FILLER            PIC X(52).
