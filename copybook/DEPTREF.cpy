      *****************************************************************
      * DEPTREF - RECORD LAYOUT OF THE DEPARTMENT REFERENCE FILE (VSAM
      *           KSDS, KEY = DT-CODE, THE 8-BYTE DEPARTMENT ROOT CODE
      *           THE DFSIVA64 DIRECTORY FILES ITS ENTRIES UNDER).
      *           MAINTAINED BY DEPTMNT. DFSIVA64 ONLY FILES AN ADD,
      *           TADD, MOVE OR LOAD UNDER A DEPARTMENT THAT IS ON
      *           THIS FILE AND ACTIVE; DEPTHCNT REPORTS HEADCOUNT AND
      *           EXTENSION USE PER DEPARTMENT FROM THE UNLOAD.
      *           A DEPARTMENT IS NEVER DELETED, ONLY MADE INACTIVE,
      *           SO ITS HISTORY AND ANY STAFF STILL UNDER IT STAY
      *           EXPLAINABLE. DT-MGR-EMPNO IS THE MANAGER'S HR
      *           EMPLOYEE NUMBER (BLANK WHEN NONE IS RECORDED).
      *           DT-EXT-FIRST/DT-EXT-LAST ARE THE DEPARTMENT'S
      *           ALLOTTED EXTENSION RANGE, THE 8 DIGITS OF N-NNN-NNNN
      *           PACKED - DFSIVA64 ASSIGNS THE NEXT FREE NUMBER IN IT
      *           TO AN ADD OR LOAD THAT LEAVES THE EXTENSION BLANK.
      *           ZERO (OR NOT NUMERIC, ON A RECORD WRITTEN BEFORE THE
      *           RANGE WAS CARRIED) MEANS NO RANGE IS ALLOTTED.
      *****************************************************************
          05 DT-CODE           PIC X(08).
          05 DT-NAME           PIC X(30).
          05 DT-COST-CENTRE    PIC X(08).
          05 DT-MGR-EMPNO      PIC X(06).
          05 DT-ACTIVE-SW      PIC X(01).
             88 DT-ACTIVE                VALUE 'A'.
             88 DT-INACTIVE              VALUE 'I'.
          05 DT-ADDED-DATE     PIC 9(08).
          05 DT-LASTUPD        PIC 9(08).
          05 DT-EXT-FIRST      PIC 9(08) COMP-3.
          05 DT-EXT-LAST       PIC 9(08) COMP-3.
          05 FILLER            PIC X(01).
