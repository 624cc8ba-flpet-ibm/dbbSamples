      *****************************************************************
      * CHGHIST - RECORD LAYOUT OF THE CHANGE-HISTORY LOG, APPENDED
      *           ACROSS RUNS BY CPRFILE AND BY THE CPRBKOUT BACK-OUT
      *           UTILITY. ONE ENTRY PER MASTER CHANGE :
      *              'GENDER', 'SCHEME', 'RC' - ONE FIELD CHANGED, WITH
      *                       ITS OLD AND NEW VALUE
      *              'INSERT' - A RECORD ADDED TO CPRMAST; CH-IMAGE IS
      *                       THE RECORD AS WRITTEN
      *              'DELETE' - A RECORD REMOVED FROM CPRMAST; CH-IMAGE
      *                       IS THE RECORD AS IT STOOD BEFORE
      *              'CPR'    - THE MEMBER RENUMBERED BY CPRRENUM;
      *                       CH-OLD AND CH-NEW ARE THE OLD AND NEW
      *                       CPR (SURROGATES ON MASKED RUNS)
      *              'REFUND' - A LEAVER WHO HAD NOT VESTED, SETTLED BY
      *                       PENSVEST WITH A REFUND ON LEAVSETL;
      *                       CH-NEW IS THE REFUND (9(10)V99)
      *              'STATUS' - A DEFERRED MEMBER SENT AGAIN BY A BRANCH
      *                       AND MADE ACTIVE BY CPRFILE; CH-OLD 'D',
      *                       CH-NEW 'A', CH-IMAGE THE DEFERRED RECORD
      *                       AS IT STOOD BEFORE; OR A MEMBER MADE A
      *                       PENSIONER BY PENSCONV, CH-OLD ' ' OR
      *                       'D', CH-NEW 'P', CH-IMAGE THE RECORD
      *                       AS IT STOOD BEFORE
      *           ON A 'DELETE', CH-DEL-REASON IS WHY THE MEMBER WENT :
      *           'D' DEATH, 'L' LEAVER, SPACE NOT STATED. ON A
      *           'SCHEME' CHANGE APPLIED FROM THE PENDSCHM FILE,
      *           CH-PEND-EFF-DATE IS THE PENDING CHANGE'S EFFECTIVE
      *           DATE (ITS KEY WITH THE CPR); SPACES OTHERWISE.
      *           PENSVEST ALSO WRITES AN 'INSERT' FOR EACH VESTED
      *           LEAVER IT PUTS BACK ON CPRMAST AS A DEFERRED MEMBER.
      *           CH-CPR, AND THE CPR AT THE FRONT OF CH-IMAGE, ARE THE
      *           SURROGATE ON MASKED RUNS. CH-BRANCH IS THE FILEIN
      *           SUB-FILE BRANCH THE CHANGE CAME IN UNDER, CH-PROGRAM
      *           THE PROGRAM THAT MADE IT. ENTRIES WRITTEN BEFORE THE
      *           RECORD WAS WIDENED CARRY SPACES FROM CH-BRANCH ON.
      *           AN ENTRY ERASED BY PENSERAS HAS CH-CPR '**ERASED**',
      *           CH-OLD, CH-NEW AND CH-IMAGE CLEARED AND CH-PROGRAM
      *           PENSERAS; IT STAYS ON THE LOG SO THE COUNTS HOLD.
      *****************************************************************
          05 CH-CPR            PIC X(10).
          05 CH-FIELD          PIC X(08).
             88 CH-FIELD-INSERT          VALUE 'INSERT'.
             88 CH-FIELD-DELETE          VALUE 'DELETE'.
          05 CH-OLD            PIC X(12).
          05 CH-NEW            PIC X(12).
          05 CH-DATE           PIC 9(08).
          05 CH-BRANCH         PIC X(10).
          05 CH-PROGRAM        PIC X(08).
          05 CH-DEL-REASON     PIC X(01).
             88 CH-DEL-DEATH             VALUE 'D'.
             88 CH-DEL-LEAVER            VALUE 'L'.
          05 CH-PEND-EFF-DATE  PIC X(08).
          05 FILLER            PIC X(03).
          05 CH-IMAGE          PIC X(80).
