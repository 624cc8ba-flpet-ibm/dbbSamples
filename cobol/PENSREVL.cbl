               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRIWORK ASSIGN TO PRIWORK
               FILE STATUS IS PRIWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PW-CPR.

       DATA DIVISION.
       FILE SECTION.
       FD  CPRMAST.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

      *    THE PREVIOUS NIGHT'S BENEFIT PER CPR, LOADED UP FRONT FROM
      *    PENSPRIOR. DEFINED ONCE WITH REUSE AND EMPTIED EVERY RUN.
       FD  PRIWORK.
       01  PRIWORK-RECORD.
           05 PW-CPR               PIC X(10).
           05 PW-BENEFIT           PIC S9(09)V99 COMP-3.
           05 FILLER               PIC X(64).

       WORKING-STORAGE SECTION.
       01 INTERFACE-AREA.
           COPY LINPUT.
       01 WS-PRIOR-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-UNMATCHED-COUNT       PIC 9(07) COMP VALUE 0.

       01 PRIWORK-STATUS           PIC 99.

      *    OLD/NEW BENEFIT SUMS AND HEADCOUNT BY SCHEME (H/S/C) AND
      *    AGE DECADE, FOR THE IMPACT REPORT MATRIX.
           CLOSE CPRMAST.
           CLOSE REVLOUT.
           CLOSE IMPACTR.
           CLOSE PRIWORK.
           DISPLAY 'PENSREVL. MASTER RECORDS READ ' WS-REC-COUNT.
           DISPLAY 'PENSREVL. RECORDS REVALUED    '
                   WS-REVALUED-COUNT.
           EXIT.

       014-LOAD-PRIOR.
      *    PULL THE PREVIOUS NIGHT'S BENEFIT PER CPR ONTO PRIWORK.
      *    A MISSING FILE JUST LEAVES THE OLD-BENEFIT COLUMN AT ZERO
      *    WITH A NOTE - THE SWEEP ITSELF DOES NOT NEED IT. A CPR ON
      *    THE PRIOR FILE TWICE KEEPS ITS FIRST BENEFIT.
           OPEN OUTPUT PRIWORK.
           IF PRIWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PRIWORK ' PRIWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE PRIWORK.
           OPEN I-O PRIWORK.
           IF PRIWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PRIWORK ' PRIWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PENSPRIOR.
           IF PENSPRIOR-STATUS NOT = 0
              DISPLAY 'PENSREVL - NO PRIOR PENSOUT (STATUS '
           END-IF.
           PERFORM 015-READ-PRIOR.
           PERFORM TEST BEFORE UNTIL PP-EOF
              ADD 1 TO WS-PRIOR-COUNT
              MOVE SPACES TO PRIWORK-RECORD
              MOVE PP-CPR TO PW-CPR
              MOVE PP-BENEFIT TO WS-AMT-EDIT-X
              IF CFG-LOCALE = 'P'
                 INSPECT WS-AMT-EDIT-X REPLACING ALL ',' BY X'01'
                 INSPECT WS-AMT-EDIT-X REPLACING ALL '.' BY ','
                 INSPECT WS-AMT-EDIT-X REPLACING ALL X'01' BY '.'
              END-IF
              MOVE WS-AMT-EDIT TO PW-BENEFIT
              WRITE PRIWORK-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
              PERFORM 015-READ-PRIOR
           END-PERFORM.
           CLOSE PENSPRIOR.
           DISPLAY 'PENSREVL. PRIOR BENEFITS LOADED: '
                   WS-PRIOR-COUNT.
      *
       014-LOAD-PRIOR-EXIT.
           EXIT.
           ADD WS-BEN-BENEFIT TO
               WS-IMP-NEW-SUM(WS-SCHEME-IDX WS-BAND-IDX).
           MOVE ZERO TO WS-OLD-BENEFIT.
           MOVE RM-CPR TO PW-CPR.
           READ PRIWORK
              INVALID KEY
                 ADD 1 TO WS-UNMATCHED-COUNT
              NOT INVALID KEY
                 MOVE PW-BENEFIT TO WS-OLD-BENEFIT
           END-READ.
           ADD WS-OLD-BENEFIT TO
               WS-IMP-OLD-SUM(WS-SCHEME-IDX WS-BAND-IDX).
      *
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
