      *****************************************************************
      * BENEFMST - RECORD LAYOUT OF THE KEYED BENEFICIARY MASTER
      *            (VSAM KSDS, KEY = BF-KEY). ONE RECORD PER SURVIVOR
      *            A MEMBER HAS NOMINATED, KEYED BY THE MEMBER'S CPR
      *            AND THE SURVIVOR'S OWN CPR, SO ALL OF A MEMBER'S
      *            SURVIVORS ARE ADJACENT IN KEY ORDER. BF-SHARE IS
      *            THE SURVIVOR'S PERCENTAGE OF THE BENEFIT; CPRBENMT
      *            KEEPS A MEMBER'S SHARES FROM ADDING UP TO MORE
      *            THAN 100. BF-RELATION IS ONE OF SPOUSE, PARTNER,
      *            CHILD, PARENT, SIBLING OR OTHER. MAINTAINED ONLY BY
      *            CPRBENMT; READ BY CPRFILE AND PENSSURV.
      *****************************************************************
          05 BF-KEY.
             10 BF-MEMBER-CPR  PIC X(10).
             10 BF-BENEF-CPR   PIC X(10).
          05 BF-RELATION       PIC X(08).
          05 BF-SHARE          PIC 9(03)V99.
          05 BF-UPDATED        PIC 9(08).
          05 FILLER            PIC X(39).
