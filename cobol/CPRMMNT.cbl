      *    SCANNING THE WHOLE MASTER. A MISSING OR EMPTY QUEUE FALLS
      *    BACK TO THE FULL SEQUENTIAL SCAN, SO A STANDALONE RERUN
      *    WITHOUT THE QUEUE STILL WORKS.
      *
      *    A MEMBER CPRRENUM MOVED TO A NEW CPR IS QUEUED TWICE : THE
      *    OLD KEY MARKED WITH THE NEW ONE, THEN THE NEW KEY. THE
      *    MARKED ENTRY GOES OUT AS AN 'R' RENUMBERING RECORD, OLD
      *    AND NEW CPR, SO THE BUREAU MOVES ITS OWN RECORD RATHER
      *    THAN OPENING A SECOND ONE, AND THE NEW KEY AS THE USUAL
      *    'D' DETAIL. THE TRAILER COUNTS THE 'R' RECORDS APART.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          COPY CPRMASTR.

      *    THE BUREAU SUBMISSION FILE : 'H' HEADER, 'D' DETAILS
      *    (EACH CARRYING A FULL MASTER RECORD IMAGE), 'R'
      *    RENUMBERINGS, 'T' TRAILER.
       FD DELTAOUT RECORDING MODE F.
       01 DELTA-RECORD.
          05 DL-TYPE        PIC X(01).
          05 FILLER         PIC X(01).
          05 DLT-COUNT      PIC 9(09).
          05 DLT-HASH       PIC 9(13)V99.
          05 DLT-RENUM-COUNT PIC 9(09).
          05 FILLER         PIC X(66).
       01 DELTA-RENUM REDEFINES DELTA-RECORD.
          05 FILLER         PIC X(01).
          05 DLR-OLD-CPR    PIC X(10).
          05 DLR-NEW-CPR    PIC X(10).
          05 DLR-DATE       PIC 9(08).
          05 FILLER         PIC X(71).

      *    NIGHTLY CHANGE QUEUE WRITTEN BY CPRFILE/CPRRECYC - ONE
      *    RECORD PER MASTER KEY THE NIGHT TOUCHED. CQ-RENUM-TO AND
      *    CQ-RENUM-DATE ARE SET ONLY ON CPRRENUM'S OLD-KEY ENTRIES.
       FD CHGQUEUE RECORDING MODE F.
       01 CHGQUEUE-RECORD.
          05 CQ-CPR         PIC X(10).
          05 CQ-RENUM-TO    PIC X(10).
          05 CQ-RENUM-DATE  PIC 9(08).
          05 FILLER         PIC X(52).

      *    TRANSMISSION-SEQUENCE CONTROL FILE - ONE RECORD APPENDED
      *    PER SUBMISSION, SO THE LAST RECORD IS ALWAYS THE LATEST
       01 WS-CONTROL-TOTALS.
          05 WS-READ-COUNT     PIC 9(7) COMP VALUE 0.
          05 WS-PURGED-COUNT   PIC 9(7) COMP VALUE 0.
          05 WS-RENUM-COUNT    PIC 9(7) COMP VALUE 0.
          05 WS-EXTRACT-COUNT  PIC 9(7) COMP VALUE 0.
          05 WS-QUEUE-COUNT    PIC 9(7) COMP VALUE 0.
          05 WS-QUEUE-DUP-COUNT PIC 9(7) COMP VALUE 0.

       EXTRACT-ONE-QUEUED SECTION.
      *    A CPR TOUCHED MORE THAN ONCE TONIGHT IS ON THE QUEUE MORE
      *    THAN ONCE - EXTRACT IT THE FIRST TIME ONLY. A RENUMBERING
      *    ENTRY IS NOT A MASTER KEY - IT GOES OUT AS IT STANDS.
           IF CQ-RENUM-TO NOT = SPACES
              IF CQ-RENUM-DATE IS NUMERIC
                 AND CQ-RENUM-DATE >= WS-CUTOFF
                 MOVE SPACES TO DELTA-RECORD
                 MOVE 'R' TO DL-TYPE
                 MOVE CQ-CPR TO DLR-OLD-CPR
                 MOVE CQ-RENUM-TO TO DLR-NEW-CPR
                 MOVE CQ-RENUM-DATE TO DLR-DATE
                 WRITE DELTA-RECORD
                 ADD 1 TO WS-RENUM-COUNT
              END-IF
              GO TO EXTRACT-ONE-QUEUED-DONE
           END-IF.
           MOVE 0 TO WS-SEEN-HIT.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
           MOVE 'T' TO DL-TYPE.
           MOVE WS-EXTRACT-COUNT TO DLT-COUNT.
           MOVE WS-HASH-TOTAL TO DLT-HASH.
           MOVE WS-RENUM-COUNT TO DLT-RENUM-COUNT.
           WRITE DELTA-RECORD.
           EXIT SECTION.

           DISPLAY '  MASTER RECORDS READ  ' WS-READ-COUNT.
           DISPLAY '  RECORDS PURGED       ' WS-PURGED-COUNT.
           DISPLAY '  RECORDS EXTRACTED    ' WS-EXTRACT-COUNT.
           DISPLAY '  RENUMBERINGS SENT    ' WS-RENUM-COUNT.
           IF QUEUE-PRESENT
              DISPLAY '  QUEUE KEYS READ      ' WS-QUEUE-COUNT
              DISPLAY '  QUEUE DUPLICATES     ' WS-QUEUE-DUP-COUNT
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'ARREARS-DATES'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 1
                    AND CFG-VALUE-NUM <= 250
                    MOVE CFG-VALUE-NUM TO CFG-ARREARS-DATES
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'CPR-PARTITIONS'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 1
                    AND CFG-VALUE-NUM <= 4
                    MOVE CFG-VALUE-NUM TO CFG-CPR-PARTS
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'REMIT-TOLERANCE'
                 IF CFG-VALUE-OK
                    MOVE CFG-VALUE-NUM TO CFG-REMIT-TOL
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'RETAIN-MONTHS'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 2
                    AND CFG-VALUE-NUM <= 999
                    MOVE CFG-VALUE-NUM TO CFG-RETAIN-MONTHS
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'TEST-DATE1'
                 MOVE CFG-VALUE-NUM TO CFG-TEST-DATE(1)
              WHEN 'TEST-DATE2'
