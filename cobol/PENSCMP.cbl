               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT OLDWORK ASSIGN TO OLDWORK
               FILE STATUS IS OLDWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-CPR.

       DATA DIVISION.
       FILE SECTION.
      *    BOTH FILES ARE PENSEXTR'S PENSOUT LAYOUT, TONIGHT'S AND
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

      *    THE PREVIOUS NIGHT'S FILE, KEYED BY CPR NUMBER SO
      *    TONIGHT'S CAN BE STREAMED AGAINST IT. DEFINED ONCE WITH
      *    REUSE AND EMPTIED EVERY RUN.
       FD  OLDWORK.
       01  OLDWORK-RECORD.
           05 OW-CPR                PIC X(10).
           05 OW-RETDATE            PIC 9(08).
           05 OW-RETC               PIC S9(04).
           05 OW-BENEFIT            PIC X(14).
           05 OW-SEEN-SW            PIC X(01).
              88 OW-SEEN                     VALUE 'Y'.
           05 FILLER                PIC X(43).

       WORKING-STORAGE SECTION.
       01 PENSNEW-STATUS            PIC 99.
       01 PENSOLD-STATUS            PIC 99.

       01 WS-DRIFT-PCT              PIC 9(03) VALUE 10.

      *    THE PREVIOUS NIGHT'S FILE, HELD ON OLDWORK FOR THE RUN.
       01 OLDWORK-STATUS            PIC 99.
       01 OW-MARKER                 PIC X     VALUE '0'.
          88 OW-EOF                          VALUE '1'.
       01 WS-OLD-COUNT              PIC 9(07) COMP VALUE 0.

       01 WS-NEW-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-MATCHED-COUNT          PIC 9(07) COMP VALUE 0.
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

       014-LOAD-OLD.
      *    A CPR ON THE PREVIOUS FILE TWICE IS COMPARED AGAINST ITS
      *    FIRST RECORD; THE SECOND CAN NEVER MATCH AND COUNTS AS ON
      *    THE PREVIOUS FILE ONLY.
           OPEN OUTPUT OLDWORK.
           IF OLDWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN OLDWORK ' OLDWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE OLDWORK.
           OPEN I-O OLDWORK.
           IF OLDWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN OLDWORK ' OLDWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PENSOLD.
           IF PENSOLD-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PENSOLD ' PENSOLD-STATUS
           END-IF.
           PERFORM 016-READ-PENSOLD THRU 016-READ-PENSOLD-EXIT.
           PERFORM TEST BEFORE UNTIL PO-EOF
              ADD 1 TO WS-OLD-COUNT
              MOVE SPACES TO OLDWORK-RECORD
              MOVE PO-CPR TO OW-CPR
              MOVE PO-RETIREMENT-DATE TO WS-RET-SOURCE
              PERFORM 047-EXTRACT-RET-DATE THRU
                      047-EXTRACT-RET-DATE-EXIT
              MOVE WS-RET-WORK TO OW-RETDATE
              MOVE PO-RETC TO OW-RETC
              MOVE PO-BENEFIT TO OW-BENEFIT
              WRITE OLDWORK-RECORD
                 INVALID KEY
                    ADD 1 TO WS-OLD-ONLY-COUNT
              END-WRITE
              PERFORM 016-READ-PENSOLD THRU 016-READ-PENSOLD-EXIT
           END-PERFORM.
           CLOSE PENSOLD.
           DISPLAY 'PENSCMP. PREVIOUS RECORDS LOADED: '
           EXIT.

       020-COMPARE-ONE.
           MOVE PN-CPR TO OW-CPR.
           READ OLDWORK
              INVALID KEY
                 ADD 1 TO WS-NEW-ONLY-COUNT
                 GO TO 020-COMPARE-ONE-EXIT
           END-READ.
           IF NOT OW-SEEN
              SET OW-SEEN TO TRUE
              REWRITE OLDWORK-RECORD
           END-IF.
           ADD 1 TO WS-MATCHED-COUNT.
           MOVE SPACE TO WS-REC-CHANGED-SW.
           MOVE PN-RETIREMENT-DATE TO WS-RET-SOURCE.
           PERFORM 047-EXTRACT-RET-DATE THRU
                   047-EXTRACT-RET-DATE-EXIT.
           MOVE WS-RET-WORK TO WS-NEW-RETDATE.
           IF WS-NEW-RETDATE NOT = OW-RETDATE
              ADD 1 TO WS-DATE-CHG-COUNT
              SET WS-REC-CHANGED TO TRUE
              MOVE SPACES TO RPT-DETAIL-LINE
              MOVE PN-CPR TO RL-CPR
              MOVE 'RET-DATE' TO RL-KIND
              MOVE OW-RETDATE TO RL-OLD
              MOVE WS-NEW-RETDATE TO RL-NEW
              MOVE RPT-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF PN-RETC NOT = OW-RETC
              ADD 1 TO WS-RETC-CHG-COUNT
              SET WS-REC-CHANGED TO TRUE
              MOVE SPACES TO RPT-DETAIL-LINE
              MOVE PN-CPR TO RL-CPR
              MOVE 'RETC' TO RL-KIND
              MOVE OW-RETC TO RL-OLD
              MOVE PN-RETC TO RL-NEW
              MOVE RPT-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF PN-BENEFIT NOT = OW-BENEFIT
              ADD 1 TO WS-BEN-CHG-COUNT
              SET WS-REC-CHANGED TO TRUE
              MOVE SPACES TO RPT-DETAIL-LINE
              MOVE PN-CPR TO RL-CPR
              MOVE 'BENEFIT' TO RL-KIND
              MOVE OW-BENEFIT TO RL-OLD
              MOVE PN-BENEFIT TO RL-NEW
              MOVE RPT-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           EXIT.

       070-COUNT-OLD-ONLY.
           MOVE LOW-VALUES TO OW-CPR.
           START OLDWORK KEY IS NOT LESS THAN OW-CPR
              INVALID KEY
                 SET OW-EOF TO TRUE
           END-START.
           IF NOT OW-EOF
              PERFORM 072-READ-OLDWORK THRU 072-READ-OLDWORK-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL OW-EOF
              IF NOT OW-SEEN
                 ADD 1 TO WS-OLD-ONLY-COUNT
              END-IF
              PERFORM 072-READ-OLDWORK THRU 072-READ-OLDWORK-EXIT
           END-PERFORM.
           CLOSE OLDWORK.
      *
       070-COUNT-OLD-ONLY-EXIT.
           EXIT.

       072-READ-OLDWORK.
           READ OLDWORK NEXT RECORD
                AT END SET OW-EOF TO TRUE
           END-READ.
      *
       072-READ-OLDWORK-EXIT.
           EXIT.

       080-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
