      *    INSTEAD OF SOMEONE EYEBALLING SUB-FILE BOUNDARIES EVERY
      *    MORNING. THE OUTPUT IS ONE SECTION PER BRANCH - AN 'H'
      *    HEADER NAMING THE BRANCH, 'R' RECORDS FOR ITS REJECTS,
      *    'D' RECORDS FOR ITS RE-SENT DUPLICATES, 'Q' RECORDS FOR ANY
      *    OF ITS SUB-FILES CPRFILE QUARANTINED BECAUSE THEY DID NOT
      *    BALANCE TO THEIR TRAILER (THE WHOLE SUB-FILE MUST BE SENT
      *    AGAIN), AND A 'T' TRAILER WITH THE COUNTS - READY TO BE
      *    SENT OUT SECTION BY SECTION AT 7 A.M.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS DUPFILE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARNOTE ASSIGN TO QUARNOTE
               FILE STATUS IS QUARNOTE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRCHRET ASSIGN TO BRCHRET
               FILE STATUS IS BRCHRET-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRINDEX ASSIGN TO BRINDEX
               FILE STATUS IS BRINDEX-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BX-BRANCH.

           SELECT BRWORK ASSIGN TO BRWORK
               FILE STATUS IS BRWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD CPRREJECT RECORDING MODE F.
          05 DUP-SECOND-BRANCH  PIC X(10).
          05 FILLER             PIC X(34).

       FD QUARNOTE RECORDING MODE F.
       01 QUARNOTE-RECORD.
          COPY QUARNOTE.

       FD BRCHRET RECORDING MODE F.
       01 BRCHRET-RECORD.
          05 BR-TYPE            PIC X(01).
          05 BT-BRANCH          PIC X(10).
          05 BT-REJECT-COUNT    PIC 9(07).
          05 BT-DUP-COUNT       PIC 9(07).
          05 BT-QUAR-COUNT      PIC 9(07).
          05 FILLER             PIC X(101).

      *    EVERY DISTINCT BRANCH SEEN ON THE INPUTS, NUMBERED IN THE
      *    ORDER IT WAS FIRST SEEN, WITH THE LAST SUB-FILE DATE IT
      *    SENT UNDER.
       FD BRINDEX.
       01 BRINDEX-RECORD.
          05 BX-BRANCH          PIC X(10).
          05 BX-SEQ             PIC 9(07).
          05 BX-DATE            PIC 9(08).
          05 FILLER             PIC X(55).

      *    THE NIGHT'S REJECTS (KIND 1), RE-SENT DUPLICATES (KIND 2)
      *    AND QUARANTINED SUB-FILES (KIND 3), KEYED SO THAT ONE
      *    PASS IN KEY ORDER GIVES EACH BRANCH'S SECTION IN TURN.
      *    HOLDS REAL CPR NUMBERS, LIKE CPRREJECT ITSELF.
       FD BRWORK.
       01 BRWORK-RECORD.
          05 BW-KEY.
             10 BW-SEQ          PIC 9(07).
             10 BW-KIND         PIC X(01).
             10 BW-RECNO        PIC 9(09).
          05 BW-BRANCH          PIC X(10).
          05 BW-DATA            PIC X(132).
          05 FILLER             PIC X(01).

       WORKING-STORAGE SECTION.

          88 DU-EOF                   VALUE '1'.
       01 CPRREJECT-STATUS  PIC 99.
       01 DUPFILE-STATUS    PIC 99.
       01 QN-MARKER         PIC X     VALUE '0'.
          88 QN-EOF                   VALUE '1'.
       01 QUARNOTE-STATUS   PIC 99.
       01 BRCHRET-STATUS    PIC 99.
       01 BRINDEX-STATUS    PIC 99.
       01 BRWORK-STATUS     PIC 99.
       01 BW-MARKER         PIC X     VALUE '0'.
          88 BW-EOF                   VALUE '1'.

      *    THE BRANCH AND SUB-FILE DATE OF THE RECORD IN HAND, ITS
      *    BRINDEX NUMBER, AND THE SECTION BEING WRITTEN.
       01 WS-BRANCH-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-RECNO          PIC 9(9) COMP VALUE 0.
       01 WS-WORK-BRANCH    PIC X(10).
       01 WS-WORK-DATE      PIC 9(08).
       01 WS-WORK-SEQ       PIC 9(07).
       01 WS-WORK-KIND      PIC X(01).
       01 WS-WORK-DATA      PIC X(132).
       01 WS-CUR-SEQ        PIC 9(07) VALUE 0.
       01 WS-CUR-BRANCH     PIC X(10).

       01 WS-CONTROL-TOTALS.
          05 WS-REJECT-IN-COUNT   PIC 9(7) COMP VALUE 0.
          05 WS-DUP-IN-COUNT      PIC 9(7) COMP VALUE 0.
          05 WS-BR-REJECT-COUNT   PIC 9(7) COMP VALUE 0.
          05 WS-BR-DUP-COUNT      PIC 9(7) COMP VALUE 0.
          05 WS-QUAR-IN-COUNT     PIC 9(7) COMP VALUE 0.
          05 WS-BR-QUAR-COUNT     PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
      *
              STOP RUN
           END-IF.

           OPEN INPUT QUARNOTE.
           IF QUARNOTE-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN QUARNOTE' QUARNOTE-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT BRCHRET.
           IF BRCHRET-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN BRCHRET' BRCHRET-STATUS
              STOP RUN
           END-IF.

      *    KEYED WORK FILES, DEFINED ONCE WITH REUSE - EMPTIED EVERY
      *    RUN.
           OPEN OUTPUT BRINDEX.
           IF BRINDEX-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN BRINDEX' BRINDEX-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE BRINDEX.
           OPEN I-O BRINDEX.
           IF BRINDEX-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN BRINDEX' BRINDEX-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT BRWORK.
           IF BRWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN BRWORK' BRWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE BRWORK.
           OPEN I-O BRWORK.
           IF BRWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN BRWORK' BRWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.

      *    FIRST PASS : NUMBER THE DISTINCT BRANCHES OFF ALL THREE
      *    FILES AS THEY ARE FIRST SEEN, AND FILE EVERY RECORD UNDER
      *    ITS BRANCH'S NUMBER.
           PERFORM READ-CPRREJECT.
           PERFORM TEST BEFORE UNTIL RJ-EOF
              ADD 1 TO WS-REJECT-IN-COUNT
              MOVE RJ-SUBF-BRANCH TO WS-WORK-BRANCH
              MOVE RJ-SUBF-DATE TO WS-WORK-DATE
              PERFORM NOTE-BRANCH
              MOVE '1' TO WS-WORK-KIND
              MOVE REJECT-RECORD TO WS-WORK-DATA
              PERFORM STORE-RECORD
              PERFORM READ-CPRREJECT
           END-PERFORM.
           PERFORM READ-DUPFILE.
              MOVE DUP-SECOND-BRANCH TO WS-WORK-BRANCH
              MOVE DUP-SECOND-DATE TO WS-WORK-DATE
              PERFORM NOTE-BRANCH
              MOVE '2' TO WS-WORK-KIND
              MOVE DUP-RECORD TO WS-WORK-DATA
              PERFORM STORE-RECORD
              PERFORM READ-DUPFILE
           END-PERFORM.
           PERFORM READ-QUARNOTE.
           PERFORM TEST BEFORE UNTIL QN-EOF
              ADD 1 TO WS-QUAR-IN-COUNT
              MOVE QN-BRANCH TO WS-WORK-BRANCH
              MOVE QN-SUBF-DATE TO WS-WORK-DATE
              PERFORM NOTE-BRANCH
              MOVE '3' TO WS-WORK-KIND
              MOVE QUARNOTE-RECORD TO WS-WORK-DATA
              PERFORM STORE-RECORD
              PERFORM READ-QUARNOTE
           END-PERFORM.
           CLOSE CPRREJECT.
           CLOSE DUPFILE.
           CLOSE QUARNOTE.

      *    SECOND PASS : BRWORK IN KEY ORDER IS EVERY BRANCH IN
      *    FIRST-SEEN ORDER, EACH WITH ITS REJECTS, ITS RE-SENT
      *    DUPLICATES AND ITS QUARANTINED SUB-FILES IN THAT ORDER.
           MOVE LOW-VALUES TO BW-KEY.
           START BRWORK KEY IS NOT LESS THAN BW-KEY
              INVALID KEY
                 SET BW-EOF TO TRUE
           END-START.
           IF NOT BW-EOF
              PERFORM READ-BRWORK
           END-IF.
           PERFORM TEST BEFORE UNTIL BW-EOF
              IF BW-SEQ NOT = WS-CUR-SEQ
                 IF WS-CUR-SEQ > 0
                    PERFORM WRITE-BRANCH-TRAILER
                 END-IF
                 PERFORM WRITE-BRANCH-HEADER
              END-IF
              PERFORM WRITE-BRANCH-DETAIL
              PERFORM READ-BRWORK
           END-PERFORM.
           IF WS-CUR-SEQ > 0
              PERFORM WRITE-BRANCH-TRAILER
           END-IF.

           CLOSE BRINDEX.
           CLOSE BRWORK.
           CLOSE BRCHRET.
           PERFORM PRINT-CONTROL-TOTALS.
           GOBACK.
           END-READ.
           EXIT SECTION.

       READ-QUARNOTE SECTION.
           READ QUARNOTE
                AT END SET QN-EOF TO TRUE
           END-READ.
           EXIT SECTION.

       READ-BRWORK SECTION.
           READ BRWORK NEXT RECORD
                AT END SET BW-EOF TO TRUE
           END-READ.
           EXIT SECTION.

       NOTE-BRANCH SECTION.
      *    NUMBER A BRANCH THE FIRST TIME IT IS SEEN AND KEEP ITS
      *    LATEST SUB-FILE DATE, LEAVING ITS NUMBER IN WS-WORK-SEQ.
      *    A RECORD WRITTEN BEFORE ANY SUB-FILE HEADER CARRIES A
      *    BLANK BRANCH AND IS GROUPED UNDER ITS OWN (BLANK) SECTION
      *    SO IT IS NEVER LOST.
           MOVE WS-WORK-BRANCH TO BX-BRANCH.
           READ BRINDEX
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BX-SEQ TO WS-WORK-SEQ
                 MOVE WS-WORK-DATE TO BX-DATE
                 REWRITE BRINDEX-RECORD
                 GO TO NOTE-BRANCH-DONE
           END-READ.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE WS-BRANCH-COUNT TO WS-WORK-SEQ.
           MOVE SPACES TO BRINDEX-RECORD.
           MOVE WS-WORK-BRANCH TO BX-BRANCH.
           MOVE WS-WORK-SEQ TO BX-SEQ.
           MOVE WS-WORK-DATE TO BX-DATE.
           WRITE BRINDEX-RECORD
              INVALID KEY
                 DISPLAY 'CPRBRRET - BRINDEX WRITE FAILED, STATUS '
                         BRINDEX-STATUS
                 MOVE 16 to RETURN-CODE
                 STOP RUN
           END-WRITE.
       NOTE-BRANCH-DONE.
           EXIT SECTION.

       STORE-RECORD SECTION.
      *    FILE THE RECORD IN WS-WORK-DATA UNDER ITS BRANCH NUMBER
      *    AND KIND, IN INPUT ORDER WITHIN THE KIND.
           ADD 1 TO WS-RECNO.
           MOVE SPACES TO BRWORK-RECORD.
           MOVE WS-WORK-SEQ TO BW-SEQ.
           MOVE WS-WORK-KIND TO BW-KIND.
           MOVE WS-RECNO TO BW-RECNO.
           MOVE WS-WORK-BRANCH TO BW-BRANCH.
           MOVE WS-WORK-DATA TO BW-DATA.
           WRITE BRWORK-RECORD
              INVALID KEY
                 DISPLAY 'CPRBRRET - BRWORK WRITE FAILED, STATUS '
                         BRWORK-STATUS
                 MOVE 16 to RETURN-CODE
                 STOP RUN
           END-WRITE.
           EXIT SECTION.

       WRITE-BRANCH-HEADER SECTION.
      *    A NEW BRANCH STARTS : ITS 'H' HEADER WITH THE LAST
      *    SUB-FILE DATE IT SENT UNDER, AND ITS COUNTS RESET.
           MOVE BW-SEQ TO WS-CUR-SEQ.
           MOVE BW-BRANCH TO WS-CUR-BRANCH.
           MOVE 0 TO WS-BR-REJECT-COUNT.
           MOVE 0 TO WS-BR-DUP-COUNT.
           MOVE 0 TO WS-BR-QUAR-COUNT.
           MOVE BW-BRANCH TO BX-BRANCH.
           READ BRINDEX
              INVALID KEY
                 MOVE 0 TO BX-DATE
           END-READ.
           MOVE SPACES TO BRCHRET-RECORD.
           MOVE 'H' TO BR-TYPE.
           MOVE WS-CUR-BRANCH TO BH-BRANCH.
           MOVE BX-DATE TO BH-SUBF-DATE.
           WRITE BRCHRET-RECORD.
           EXIT SECTION.

       WRITE-BRANCH-DETAIL SECTION.
           MOVE SPACES TO BRCHRET-RECORD.
           MOVE BW-DATA TO BR-DATA.
           EVALUATE BW-KIND
              WHEN '1'
                 MOVE 'R' TO BR-TYPE
                 ADD 1 TO WS-BR-REJECT-COUNT
              WHEN '2'
                 MOVE 'D' TO BR-TYPE
                 ADD 1 TO WS-BR-DUP-COUNT
              WHEN OTHER
                 MOVE 'Q' TO BR-TYPE
                 ADD 1 TO WS-BR-QUAR-COUNT
           END-EVALUATE.
           WRITE BRCHRET-RECORD.
           EXIT SECTION.

       WRITE-BRANCH-TRAILER SECTION.
           MOVE SPACES TO BRCHRET-RECORD.
           MOVE 'T' TO BR-TYPE.
           MOVE WS-CUR-BRANCH TO BT-BRANCH.
           MOVE WS-BR-REJECT-COUNT TO BT-REJECT-COUNT.
           MOVE WS-BR-DUP-COUNT TO BT-DUP-COUNT.
           MOVE WS-BR-QUAR-COUNT TO BT-QUAR-COUNT.
           WRITE BRCHRET-RECORD.
           DISPLAY 'CPRBRRET. BRANCH ' WS-CUR-BRANCH
                   ' REJECTS ' WS-BR-REJECT-COUNT
                   ' DUPLICATES ' WS-BR-DUP-COUNT
                   ' QUARANTINED ' WS-BR-QUAR-COUNT.
           EXIT SECTION.

       PRINT-CONTROL-TOTALS SECTION.
           DISPLAY 'CPRBRRET CONTROL TOTALS'.
           DISPLAY '  REJECTS READ         ' WS-REJECT-IN-COUNT.
           DISPLAY '  DUPLICATES READ      ' WS-DUP-IN-COUNT.
           DISPLAY '  QUARANTINES READ     ' WS-QUAR-IN-COUNT.
           DISPLAY '  BRANCHES RETURNED    ' WS-BRANCH-COUNT.
           DISPLAY '===================================='.
           EXIT SECTION.
