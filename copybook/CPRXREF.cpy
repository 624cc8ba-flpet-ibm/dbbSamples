      *****************************************************************
      * CPRXREF - RECORD LAYOUT OF THE CPR TO EMPLOYEE-NUMBER CROSS-
      *           REFERENCE (VSAM KSDS, KEY = CX-CPR, THE REAL CPR -
      *           KEEP THE DATASET RACF-PROTECTED). THE EMPXREF LINK
      *           KEYED THE OTHER WAY, FOR THE PENSION-SIDE PROGRAMS
      *           THAT HOLD A CPR AND NEED THE HR EMPLOYEE NUMBER.
      *           MAINTAINED NIGHTLY BY PENSXREF; WHEN A CPR TURNS UP
      *           UNDER A SECOND EMPLOYEE NUMBER IT POINTS AT THE
      *           LATEST ONE. CX-HIRE-DATE IS THE HIRE DATE FROM
      *           THE LATEST CONFIRMED PAIR THAT CARRIED ONE - ZERO
      *           OR SPACES WHEN HR HAS NEVER SENT ONE - AND IS WHAT
      *           PENSVEST MEASURES A LEAVER'S SERVICE FROM.
      *****************************************************************
          05 CX-CPR            PIC X(10).
          05 CX-EMPNO          PIC X(06).
          05 CX-LAST-DATE      PIC 9(08).
          05 CX-HIRE-DATE      PIC 9(08).
          05 FILLER            PIC X(48).
