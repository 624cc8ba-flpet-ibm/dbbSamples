      *           PAIR; EACH MASKING PROGRAM PRELOADS IT AT START
      *           AND APPENDS ONLY THE LINKAGES IT CREATES. KEEP THE
      *           DATASET RACF-PROTECTED - IT RESOLVES SURROGATES
      *           BACK TO REAL CPR NUMBERS. PENSERAS TOMBSTONES AN
      *           ERASED PERSON'S LINK WITH '**ERASED**' IN BOTH HALVES
      *           RATHER THAN REMOVING IT - THE RECORD COUNT NUMBERS
      *           THE NEXT SURROGATE, SO NONE IS EVER ISSUED TWICE.
      *****************************************************************
          05 RG-REAL           PIC X(10).
          05 RG-SURR           PIC X(10).
