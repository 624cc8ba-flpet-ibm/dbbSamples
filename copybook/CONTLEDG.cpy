      *****************************************************************
      * CONTLEDG - RECORD LAYOUT OF THE CONTRIBUTION LEDGER (VSAM
      *            KSDS, KEY = CL-KEY : CPR NUMBER + BUSINESS DATE).
      *            CPRFILE WRITES ONE RECORD FOR EVERY AMOUNTIN
      *            CONTRIBUTION IT MATCHES TO A FILEIN CPR, SO THE
      *            PAYMENT HISTORY SURVIVES THE NIGHTLY OVERWRITE OF
      *            RM-LASTAMT ON THE MASTER. CL-BRANCH AND
      *            CL-SUBF-DATE COME FROM THE FILEIN SUB-FILE HEADER
      *            THE CPR ARRIVED UNDER (SPACES/ZERO WHEN FILEIN
      *            CARRIES NO HEADERS). THE KEY IS THE REAL CPR
      *            NUMBER, AS ON CPRMAST - KEEP THE DATASET
      *            RACF-PROTECTED.
      *****************************************************************
           05 CL-KEY.
              10 CL-CPR           PIC X(10).
              10 CL-BUSDATE       PIC 9(08).
           05 CL-BRANCH           PIC X(10).
           05 CL-SUBF-DATE        PIC 9(08).
           05 CL-AMOUNT           PIC 9(10)V99.
           05 CL-SCHEME           PIC X(01).
           05 FILLER              PIC X(31).
