      *****************************************************************
      * EMPPAIR - RECORD LAYOUT OF THE NIGHT'S EMPLOYEE-NUMBER/CPR
      *           PAIRS, WRITTEN BY PENSEXTR AS IT READS BIRTHIN IN
      *           LOCKSTEP WITH CPRIN, AND READ BY PENSXREF TO
      *           MAINTAIN THE EMPXREF/CPRXREF CROSS-REFERENCE.
      *           XP-CPR IS THE REAL CPR; XP-CPR-OUT IS THE CPR AS
      *           THE NIGHT'S OUTPUTS PRESENT IT (THE SURROGATE ON
      *           MASKED RUNS) AND IS WHAT THE REPORTS PRINT.
      *           XP-HIRE-DATE IS THE HIRE DATE HR SENT ON BIRTHIN
      *           (ZERO ON A 'C' RECORD AND WHEN HR HOLDS NONE).
      *           XP-TYPE :
      *              'P' - A CPRIN RECORD AND ITS BIRTHIN RECORD;
      *                    XP-DATES-AGREE WHEN THE BIRTH DATE IN THE
      *                    CPR IS THE DATE HR SUPPLIED
      *              'C' - A CPRIN RECORD WITH NO BIRTHIN RECORD LEFT
      *              'H' - A BIRTHIN RECORD LEFT OVER AFTER THE LAST
      *                    CPRIN RECORD (NO CPR)
      *****************************************************************
          05 XP-TYPE           PIC X(01).
             88 XP-PAIR                  VALUE 'P'.
             88 XP-CPR-ONLY              VALUE 'C'.
             88 XP-HR-ONLY               VALUE 'H'.
          05 XP-CPR            PIC X(10).
          05 XP-CPR-OUT        PIC X(10).
          05 XP-EMPNO          PIC X(06).
          05 XP-NAME           PIC X(20).
          05 XP-HR-DATE        PIC 9(08).
          05 XP-DATE-SW        PIC X(01).
             88 XP-DATES-AGREE           VALUE 'Y'.
             88 XP-DATES-DIFFER          VALUE 'N'.
          05 XP-HIRE-DATE      PIC 9(08).
          05 FILLER            PIC X(16).
