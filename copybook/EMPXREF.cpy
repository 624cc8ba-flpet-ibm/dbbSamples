      *****************************************************************
      * EMPXREF - RECORD LAYOUT OF THE EMPLOYEE-NUMBER TO CPR CROSS-
      *           REFERENCE MASTER (VSAM KSDS, KEY = XR-EMPNO), ONE
      *           RECORD PER EMPLOYEE NUMBER HR HAS EVER SENT WITH A
      *           CONFIRMED CPR. MAINTAINED NIGHTLY BY PENSXREF FROM
      *           PENSEXTR'S EMPPAIR FILE; THE CPRXREF FILE IS THE
      *           SAME LINK KEYED THE OTHER WAY. XR-CPR IS THE REAL
      *           CPR - KEEP THE DATASET RACF-PROTECTED. XR-CPR-OUT IS
      *           THE CPR AS THE OUTPUTS PRESENT IT (THE SURROGATE ON
      *           MASKED RUNS), FOR REPORTS. WHEN HR MOVES AN EMPLOYEE
      *           NUMBER TO ANOTHER CPR THE LINK FOLLOWS, AND THE CPR
      *           IT LEFT IS KEPT IN XR-PREV-CPR/-OUT.
      *****************************************************************
          05 XR-EMPNO          PIC X(06).
          05 XR-CPR            PIC X(10).
          05 XR-CPR-OUT        PIC X(10).
          05 XR-NAME           PIC X(20).
          05 XR-FIRST-DATE     PIC 9(08).
          05 XR-LAST-DATE      PIC 9(08).
          05 XR-PREV-CPR       PIC X(10).
          05 XR-PREV-CPR-OUT   PIC X(10).
          05 XR-MOVE-DATE      PIC 9(08).
          05 FILLER            PIC X(10).
