       FD  FILEIN RECORDING MODE F.
       01  IN-RECORD.
       COPY CPRRECOR.
      *    SUB-FILE HEADER/TRAILER VIEW, AS IN CPRFILE - A DATA
      *    RECORD CAN NEVER START WITH 'H' OR 'T'.
       01  HEADER-RECORD REDEFINES IN-RECORD.
           05 HDR-MARKER        PIC X(01).
              88 HDR-MARKER-IS-HEADER     VALUE 'H'.
              88 HDR-MARKER-IS-TRAILER    VALUE 'T'.
           05 FILLER            PIC X(79).

       FD  AMOUNTIN RECORDING MODE F.
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
           EXIT.

       040-CHECK-FILEIN.
      *    SUB-FILE HEADER AND TRAILER RECORDS DO NOT PAIR WITH
      *    AMOUNTIN RECORDS, SO THEY ARE LEFT OUT OF THE COUNT.
           OPEN INPUT FILEIN.
           IF FILEIN-STATUS NOT = 0
              DISPLAY 'PENSGATE - FILEIN MISSING OR UNUSABLE '
                   AT END SET FI-EOF TO TRUE
                   NOT AT END
                      IF NOT HDR-MARKER-IS-HEADER
                         AND NOT HDR-MARKER-IS-TRAILER
                         IF IN-ACTION-DELETE
                            ADD 1 TO WS-FILEIN-DEL-COUNT
                         ELSE
