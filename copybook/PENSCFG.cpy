      *                                   RECORDS PER INPUT FILE THAT
      *                                   STOPS THE STREAM AT THE
      *                                   PENSGATE PRE-FLIGHT
      *              ARREARS-DATES=25     CONSECUTIVE BUSINESS DATES
      *                                   WITHOUT A CONTRIBUTION
      *                                   BEFORE PENSARRS LISTS A
      *                                   MEMBER AS IN ARREARS
      *              CPR-PARTITIONS=1     NUMBER OF CPRFILE PARTITION
      *                                   JOBS (1-4) CPRSPLIT SPREADS
      *                                   THE FILEIN BRANCHES OVER
      *              REMIT-TOLERANCE=100  SHORTFALL OR OVERPAYMENT (IN
      *                                   WHOLE CURRENCY UNITS) A
      *                                   BRANCH'S EMPLOYER REMITTANCE
      *                                   MAY SHOW BEFORE PENSREMT
      *                                   WARNS
      *              RETAIN-MONTHS=13     WHOLE CALENDAR MONTHS (2-999)
      *                                   OF RUNAUDIT, CHGHIST AND
      *                                   DEMOHIST RECORDS PENSARCH
      *                                   KEEPS ON THE LIVE FILES; THE
      *                                   OLDER ONES GO TO THE ARCHIVE
      *                                   GENERATIONS
      *              TEST-DATE1=19600115  CANNED TEST-MODE DATES
      *                ...THROUGH TEST-DATE5
      *
           05 CFG-INST-ID         PIC X(10) VALUE 'PENS001'.
           05 CFG-DRIFT-PCT       PIC 9(03) VALUE 10.
           05 CFG-BAD-REC-PCT     PIC 9(03) VALUE 10.
           05 CFG-ARREARS-DATES   PIC 9(03) VALUE 25.
           05 CFG-CPR-PARTS       PIC 9(01) VALUE 1.
           05 CFG-REMIT-TOL       PIC 9(08) VALUE 100.
           05 CFG-RETAIN-MONTHS   PIC 9(03) VALUE 13.
           05 CFG-TEST-DATES.
              10 CFG-TEST-DATE    PIC 9(08) OCCURS 5 TIMES
                                  VALUE 0.
