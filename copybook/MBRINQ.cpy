      *****************************************************************
      * MBRINQ  - RECORD LAYOUT OF THE ONLINE MEMBER-INQUIRY FILE
      *           (VSAM KSDS, KEY = IQ-KEY), REBUILT EVERY NIGHT BY
      *           PENSINQL AND READ BY THE PENSINQ CICS INQUIRY. IT
      *           HOLDS, UNDER THE REAL CPR NUMBER, WHAT THE NIGHT'S
      *           SEQUENTIAL FILES KNOW ABOUT A MEMBER BEYOND CPRMAST :
      *              'H' - ONE RECORD PER CHGHIST ENTRY. IQ-SEQ IS THE
      *                    BUSINESS DATE AND THE CHGHIST RECORD
      *                    NUMBER, BOTH INVERTED, SO A FORWARD BROWSE
      *                    RETURNS THE NEWEST CHANGE FIRST
      *              'O' - THE MEMBER IS ON THE OPEN REJECT BACKLOG
      *                    (OUTSTOUT) - IQ-SEQ IS ZERO
      *              'P' - THE MEMBER'S RECORD ON THE LATEST PENSOUT
      *                    - IQ-SEQ IS ZERO
      *           SURROGATES ON MASKED CHGHIST/PENSOUT RECORDS ARE
      *           RESOLVED THROUGH SURRREG BEFORE LOADING, SO KEEP THE
      *           DATASET RACF-PROTECTED LIKE SURRREG ITSELF.
      *****************************************************************
          05 IQ-KEY.
             10 IQ-CPR            PIC X(10).
             10 IQ-TYPE           PIC X(01).
                88 IQ-HISTORY               VALUE 'H'.
                88 IQ-OUTSTANDING           VALUE 'O'.
                88 IQ-PENSOUT               VALUE 'P'.
             10 IQ-SEQ.
                15 IQ-INV-DATE    PIC 9(08).
                15 IQ-INV-RECNO   PIC 9(07).
          05 IQ-DATA              PIC X(74).
          05 IQ-HIST-DATA REDEFINES IQ-DATA.
             10 IQH-FIELD         PIC X(08).
             10 IQH-OLD           PIC X(12).
             10 IQH-NEW           PIC X(12).
             10 IQH-DATE          PIC 9(08).
             10 FILLER            PIC X(34).
          05 IQ-OUTST-DATA REDEFINES IQ-DATA.
             10 IQO-RC            PIC X(01).
             10 IQO-REASON        PIC X(04).
             10 IQO-FIRST-DATE    PIC 9(08).
             10 IQO-SUBF-BRANCH   PIC X(10).
             10 FILLER            PIC X(51).
          05 IQ-PENS-DATA REDEFINES IQ-DATA.
             10 IQP-RETIREMENT-DATE
                                  PIC X(40).
             10 IQP-RETC          PIC S9(04).
             10 IQP-ASOF-DATE     PIC 9(08).
             10 IQP-BENEFIT       PIC X(14).
             10 FILLER            PIC X(08).
