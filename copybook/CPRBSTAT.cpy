      *****************************************************************
      * CPRBSTAT - RECORD LAYOUT OF THE BRANCH DATA-QUALITY HISTORY,
      *            ONE RECORD PER BRANCH PER NIGHT, APPENDED ACROSS
      *            RUNS LIKE DEMOHIST AND READ BY THE CPRSCORE MONTHLY
      *            SCORECARD. A BLANK BS-BRANCH IS THE RECORDS AHEAD
      *            OF THE FIRST SUB-FILE HEADER.
      *            BS-TYPE :
      *               'F' - WRITTEN BY CPRFILE (BY CPRMERGE FROM THE
      *                     PARTITIONS' RECORDS ON A PARTITIONED
      *                     NIGHT) : DATA RECORDS RECEIVED UNDER THE
      *                     BRANCH'S SUB-FILES, QUARANTINED ONES
      *                     INCLUDED, ITS REJECTS SPLIT BY RJ-REASON
      *                     CODE (THE FIRST EIGHT CODES SEEN, ANY
      *                     FURTHER CODE COUNTED IN BS-REASON-OTHER),
      *                     THE DUPLICATES IT RE-SENT AND ITS AMOUNT
      *                     EXCEPTIONS ('C', 'D' AND 'P' ON AMTEXCP -
      *                     AN 'A' AMOUNT HAS NO BRANCH).
      *               'R' - WRITTEN BY CPRRECYC : REJECTS OF THE
      *                     BRANCH CORRECTED TONIGHT WITH THE NIGHTS
      *                     EACH HAD BEEN OPEN SINCE ITS OUTSTIN
      *                     FIRST-SEEN DATE ADDED UP, AND THE REJECTS
      *                     STILL OUTSTANDING AFTER THE RUN.
      *            THE FIGURES A TYPE DOES NOT CARRY ARE ZERO.
      *****************************************************************
          05 BS-TYPE           PIC X(01).
             88 BS-INTAKE               VALUE 'F'.
             88 BS-RECYCLE              VALUE 'R'.
          05 BS-DATE           PIC 9(08).
          05 BS-BRANCH         PIC X(10).
          05 BS-RECEIVED       PIC 9(07).
          05 BS-REJECTS        PIC 9(07).
          05 BS-DUPS           PIC 9(07).
          05 BS-AMT-EXCP       PIC 9(07).
          05 BS-REASON-ENTRY   OCCURS 8 TIMES.
             10 BS-REASON      PIC X(04).
             10 BS-REASON-CT   PIC 9(07).
          05 BS-REASON-OTHER   PIC 9(07).
          05 BS-CORRECTED      PIC 9(07).
          05 BS-CORR-NIGHTS    PIC 9(07).
          05 BS-OUTSTANDING    PIC 9(07).
          05 FILLER            PIC X(10).
