      *****************************************************************
      * QUARNOTE - RECORD LAYOUT OF ONE QUARANTINE NOTICE, WRITTEN BY
      *            CPRFILE FOR EVERY FILEIN SUB-FILE THAT DID NOT
      *            BALANCE TO ITS 'T' TRAILER AND WAS SET ASIDE WHOLE
      *            ON THE QUARANTINE DATASET, AND RETURNED TO THE
      *            SENDING BRANCH BY CPRBRRET. THE TRAILER FIGURES
      *            ARE ZERO WHEN THE SUB-FILE HAD NO TRAILER.
      *            QN-REASON :
      *               'QNOT' - NO TRAILER BEFORE THE NEXT HEADER OR
      *                        END OF FILE (TRUNCATED IN TRANSIT)
      *               'QCNT' - RECORD COUNT DIFFERS FROM THE TRAILER
      *               'QHSH' - CPR HASH TOTAL DIFFERS FROM THE TRAILER
      *               'QTRL' - TRAILER COUNT/HASH NOT NUMERIC
      *               'QXTR' - RECORDS OR A SECOND TRAILER FOLLOW THE
      *                        TRAILER
      *****************************************************************
          05 QN-BRANCH         PIC X(10).
          05 QN-SUBF-DATE      PIC 9(08).
          05 QN-REASON         PIC X(04).
          05 QN-TRL-COUNT      PIC 9(07).
          05 QN-ACT-COUNT      PIC 9(07).
          05 QN-TRL-HASH       PIC 9(15).
          05 QN-ACT-HASH       PIC 9(15).
          05 FILLER            PIC X(14).
