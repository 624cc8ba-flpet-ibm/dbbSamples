      *****************************************************************
      * SURVCASE - RECORD LAYOUT OF THE KEYED SURVIVOR-CASE FILE
      *            (VSAM KSDS, KEY = SV-CPR, THE DECEASED MEMBER'S
      *            REAL CPR). CPRFILE OPENS A CASE WHEN A 'D' ACTION
      *            REMOVES A MEMBER WHO HAS BENEFICIARIES ON
      *            BENEFMST, KEEPING THE MASTER RECORD AS IT STOOD
      *            JUST BEFORE THE DELETE IN SV-MASTER-IMAGE (THE
      *            CPRMASTR LAYOUT). SV-STATUS :
      *               'N' - NEW, NOT YET SENT TO THE CLAIMS TEAM
      *               'O' - OPEN, ON A SURVIVOR-CASE EXTRACT
      *               'C' - CLOSED BY THE CLAIMS TEAM (CPRBENMT)
      *               'X' - CANCELLED BY CPRBKOUT, WHICH BACKED OUT
      *                     THE DELETE BEFORE THE CASE WAS SENT
      *            PENSSURV PRICES EVERY 'N' CASE, SENDS IT AND
      *            MOVES IT TO 'O' WITH THE EXTRACT DATE.
      *****************************************************************
          05 SV-CPR            PIC X(10).
          05 SV-STATUS         PIC X(01).
             88 SV-NEW                   VALUE 'N'.
             88 SV-OPEN                  VALUE 'O'.
             88 SV-CLOSED                VALUE 'C'.
             88 SV-CANCELLED             VALUE 'X'.
          05 SV-DEATH-DATE     PIC 9(08).
          05 SV-BRANCH         PIC X(10).
          05 SV-EXTRACT-DATE   PIC 9(08).
          05 SV-CLOSE-DATE     PIC 9(08).
          05 SV-MASTER-IMAGE   PIC X(80).
          05 FILLER            PIC X(25).
