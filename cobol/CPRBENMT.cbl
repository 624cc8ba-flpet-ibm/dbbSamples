       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPRBENMT.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * CPRBENMT MAINTAINS THE BENEFMST BENEFICIARY MASTER - THE  *
      * SURVIVORS EACH MEMBER HAS NOMINATED - FROM A FILE OF      *
      * MAINTENANCE CARDS, AND LETS THE CLAIMS TEAM CLOSE A       *
      * SURVIVOR CASE ONCE PAYMENTS ARE IN HAND. ONE CARD PER     *
      * CHANGE ('*' IN COLUMN 1 IS A COMMENT) :                   *
      *                                                           *
      *   COLS  1-8   FUNCTION  ADD / CHANGE / DELETE / CLOSE     *
      *   COLS 10-19  MEMBER CPR                                  *
      *   COLS 21-30  BENEFICIARY CPR      (NOT ON CLOSE)         *
      *   COLS 32-39  RELATIONSHIP         (ADD, CHANGE)          *
      *   COLS 41-45  PERCENTAGE SHARE     (ADD, CHANGE) 999V99   *
      *                                                           *
      * ADD NEEDS THE MEMBER ON CPRMAST AND A BENEFICIARY CPR     *
      * CPRCHECK ACCEPTS. A CHANGE WITH A BLANK RELATIONSHIP OR   *
      * SHARE KEEPS THE VALUE ON FILE. A MEMBER'S SHARES MAY NOT  *
      * ADD UP TO MORE THAN 100. CLOSE MARKS THE MEMBER'S         *
      * SURVIVOR CASE ON SURVCAS CLOSED. EVERY CARD IS LISTED ON  *
      * BENRPT WITH ITS OUTCOME; THE RUN ENDS WITH RC 4 WHEN ANY  *
      * CARD WAS REJECTED.                                        *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENCARDS ASSIGN TO BENCARDS
               FILE STATUS IS BENCARDS-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BENEFMST ASSIGN TO BENEFMST
               FILE STATUS IS BENEFMST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-KEY.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT SURVCAS ASSIGN TO SURVCAS
               FILE STATUS IS SURVCAS-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CPR.

           SELECT BENRPT ASSIGN TO BENRPT
               FILE STATUS IS BENRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BENCARDS RECORDING MODE F.
       01  BEN-CARD.
           05 BC-FUNCTION          PIC X(08).
           05 FILLER               PIC X(01).
           05 BC-MEMBER-CPR        PIC X(10).
           05 FILLER               PIC X(01).
           05 BC-BENEF-CPR         PIC X(10).
           05 FILLER               PIC X(01).
           05 BC-RELATION          PIC X(08).
           05 FILLER               PIC X(01).
           05 BC-SHARE-X           PIC X(05).
           05 BC-SHARE REDEFINES BC-SHARE-X
                                   PIC 9(03)V99.
           05 FILLER               PIC X(35).

       FD  BENEFMST.
       01  BENEF-RECORD.
           COPY BENEFMST.

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

       FD  SURVCAS.
       01  SURVCASE-RECORD.
           COPY SURVCASE.

       FD  BENRPT RECORDING MODE F.
       01  RPT-LINE                PIC X(133).

       WORKING-STORAGE SECTION.
       01 BENCARDS-STATUS           PIC 99.
       01 BENEFMST-STATUS           PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 SURVCAS-STATUS            PIC 99.
       01 BENRPT-STATUS             PIC 99.
       01 BC-MARKER                 PIC X     VALUE '0'.
          88 BC-EOF                          VALUE '1'.
       01 BF-MARKER                 PIC X     VALUE '0'.
          88 BF-EOF                          VALUE '1'.

       01 WS-TODAY                  PIC 9(08).
       01 WS-CARD-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-REJECT-COUNT           PIC 9(07) COMP VALUE 0.

      *    OUTCOME OF THE CARD IN HAND - BLANK MEANS APPLIED.
       01 WS-REASON                 PIC X(40).
       01 WS-OTHER-SHARES           PIC 9(05)V99.
       01 WS-NEW-SHARE              PIC 9(03)V99.
       01 WS-NEW-RELATION           PIC X(08).

      *    CPRCHECK INTERFACE, AS CPRFILE CALLS IT.
       01 WS-MODULE                 PIC X(08) VALUE 'CPRCHECK'.
       01 WS-CHK-CPR                PIC X(10).
       01 WS-CHK-AGE                PIC S9(4) BINARY VALUE 0.
       01 WS-CHK-GENDER             PIC X.
       01 WS-CHK-RC                 PIC X     VALUE '0'.
          88 WS-CHK-RC-OK                    VALUE '0'.

       01 WS-RELATION-CHECK         PIC X(08).
          88 WS-RELATION-VALID               VALUE 'SPOUSE'
                                                   'PARTNER'
                                                   'CHILD'
                                                   'PARENT'
                                                   'SIBLING'
                                                   'OTHER'.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(44)
              VALUE 'CPRBENMT BENEFICIARY MAINTENANCE'.
           05 FILLER                PIC X(09) VALUE 'RUN DATE '.
           05 RH1-DATE              PIC 9(08).
           05 FILLER                PIC X(71) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(10) VALUE 'FUNCTION'.
           05 FILLER                PIC X(12) VALUE 'MEMBER'.
           05 FILLER                PIC X(12) VALUE 'BENEFICIARY'.
           05 FILLER                PIC X(10) VALUE 'RELATION'.
           05 FILLER                PIC X(09) VALUE '   SHARE'.
           05 FILLER                PIC X(40) VALUE 'RESULT'.
           05 FILLER                PIC X(39) VALUE SPACES.
       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-FUNCTION           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-MEMBER             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-BENEF              PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-RELATION           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-SHARE              PIC ZZ9,99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RL-RESULT             PIC X(40).
           05 FILLER                PIC X(39) VALUE SPACES.
       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(40).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program CPRBENMT STARTING "

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 005-OPEN-FILES THRU 005-OPEN-FILES-EXIT.

           MOVE WS-TODAY TO RH1-DATE.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE RPT-HDR-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 016-READ-CARD THRU 016-READ-CARD-EXIT.
           PERFORM TEST BEFORE UNTIL BC-EOF
              IF BEN-CARD(1:1) NOT = '*' AND BEN-CARD NOT = SPACES
                 ADD 1 TO WS-CARD-COUNT
                 PERFORM 020-PROCESS-CARD THRU 020-PROCESS-CARD-EXIT
              END-IF
              PERFORM 016-READ-CARD THRU 016-READ-CARD-EXIT
           END-PERFORM.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE BENCARDS.
           CLOSE BENEFMST.
           CLOSE CPRMAST.
           CLOSE SURVCAS.
           CLOSE BENRPT.
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       005-OPEN-FILES.
           OPEN INPUT BENCARDS.
           IF BENCARDS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BENCARDS ' BENCARDS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *    THE BENEFICIARY AND CASE FILES ARE CREATED ON FIRST USE,
      *    THE SAME WAY CPRFILE CREATES ITS KEYED FILES.
           OPEN I-O BENEFMST.
           IF BENEFMST-STATUS = 35
              OPEN OUTPUT BENEFMST
              CLOSE BENEFMST
              OPEN I-O BENEFMST
           END-IF.
           IF BENEFMST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BENEFMST ' BENEFMST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O SURVCAS.
           IF SURVCAS-STATUS = 35
              OPEN OUTPUT SURVCAS
              CLOSE SURVCAS
              OPEN I-O SURVCAS
           END-IF.
           IF SURVCAS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURVCAS ' SURVCAS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BENRPT.
           IF BENRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BENRPT ' BENRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       005-OPEN-FILES-EXIT.
           EXIT.

       016-READ-CARD.
           READ BENCARDS
                AT END SET BC-EOF TO TRUE
           END-READ.
      *
       016-READ-CARD-EXIT.
           EXIT.

       020-PROCESS-CARD.
           MOVE SPACES TO WS-REASON.
           EVALUATE BC-FUNCTION
              WHEN 'ADD'
                 PERFORM 030-ADD-BENEFICIARY THRU
                         030-ADD-BENEFICIARY-EXIT
              WHEN 'CHANGE'
                 PERFORM 040-CHANGE-BENEFICIARY THRU
                         040-CHANGE-BENEFICIARY-EXIT
              WHEN 'DELETE'
                 PERFORM 050-DELETE-BENEFICIARY THRU
                         050-DELETE-BENEFICIARY-EXIT
              WHEN 'CLOSE'
                 PERFORM 060-CLOSE-CASE THRU 060-CLOSE-CASE-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN FUNCTION' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
              ADD 1 TO WS-APPLIED-COUNT
              MOVE 'APPLIED' TO RL-RESULT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE WS-REASON TO RL-RESULT
           END-IF.
           MOVE BC-FUNCTION TO RL-FUNCTION.
           MOVE BC-MEMBER-CPR TO RL-MEMBER.
           MOVE BC-BENEF-CPR TO RL-BENEF.
           MOVE BC-RELATION TO RL-RELATION.
           IF BC-SHARE-X IS NUMERIC
              MOVE BC-SHARE TO RL-SHARE
           ELSE
              MOVE ZERO TO RL-SHARE
           END-IF.
           MOVE RPT-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
      *
       020-PROCESS-CARD-EXIT.
           EXIT.

       030-ADD-BENEFICIARY.
           MOVE BC-MEMBER-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 MOVE 'MEMBER NOT ON CPRMAST' TO WS-REASON
                 GO TO 030-ADD-BENEFICIARY-EXIT
           END-READ.
           IF BC-BENEF-CPR = BC-MEMBER-CPR
              MOVE 'MEMBER CANNOT BE OWN BENEFICIARY' TO WS-REASON
              GO TO 030-ADD-BENEFICIARY-EXIT
           END-IF.
           MOVE BC-BENEF-CPR TO WS-CHK-CPR.
           CALL WS-MODULE USING WS-CHK-CPR WS-CHK-AGE WS-CHK-GENDER
                                WS-CHK-RC.
           IF NOT WS-CHK-RC-OK
              MOVE 'BENEFICIARY CPR FAILS CPRCHECK' TO WS-REASON
              GO TO 030-ADD-BENEFICIARY-EXIT
           END-IF.
           MOVE BC-RELATION TO WS-RELATION-CHECK.
           IF NOT WS-RELATION-VALID
              MOVE 'UNKNOWN RELATIONSHIP' TO WS-REASON
              GO TO 030-ADD-BENEFICIARY-EXIT
           END-IF.
           IF BC-SHARE-X IS NOT NUMERIC
              MOVE 'SHARE IS NOT NUMERIC' TO WS-REASON
              GO TO 030-ADD-BENEFICIARY-EXIT
           END-IF.
           MOVE BC-SHARE TO WS-NEW-SHARE.
           PERFORM 070-SUM-OTHER-SHARES THRU
                   070-SUM-OTHER-SHARES-EXIT.
           PERFORM 075-CHECK-SHARE THRU 075-CHECK-SHARE-EXIT.
           IF WS-REASON NOT = SPACES
              GO TO 030-ADD-BENEFICIARY-EXIT
           END-IF.
           MOVE SPACES TO BENEF-RECORD.
           MOVE BC-MEMBER-CPR TO BF-MEMBER-CPR.
           MOVE BC-BENEF-CPR TO BF-BENEF-CPR.
           MOVE BC-RELATION TO BF-RELATION.
           MOVE WS-NEW-SHARE TO BF-SHARE.
           MOVE WS-TODAY TO BF-UPDATED.
           WRITE BENEF-RECORD
              INVALID KEY
                 MOVE 'BENEFICIARY ALREADY NOMINATED' TO WS-REASON
           END-WRITE.
      *
       030-ADD-BENEFICIARY-EXIT.
           EXIT.

       040-CHANGE-BENEFICIARY.
           MOVE BC-MEMBER-CPR TO BF-MEMBER-CPR.
           MOVE BC-BENEF-CPR TO BF-BENEF-CPR.
           READ BENEFMST
              INVALID KEY
                 MOVE 'BENEFICIARY NOT ON FILE' TO WS-REASON
                 GO TO 040-CHANGE-BENEFICIARY-EXIT
           END-READ.
           MOVE BF-RELATION TO WS-NEW-RELATION.
           MOVE BF-SHARE TO WS-NEW-SHARE.
           IF BC-RELATION NOT = SPACES
              MOVE BC-RELATION TO WS-RELATION-CHECK
              IF NOT WS-RELATION-VALID
                 MOVE 'UNKNOWN RELATIONSHIP' TO WS-REASON
                 GO TO 040-CHANGE-BENEFICIARY-EXIT
              END-IF
              MOVE BC-RELATION TO WS-NEW-RELATION
           END-IF.
           IF BC-SHARE-X NOT = SPACES
              IF BC-SHARE-X IS NOT NUMERIC
                 MOVE 'SHARE IS NOT NUMERIC' TO WS-REASON
                 GO TO 040-CHANGE-BENEFICIARY-EXIT
              END-IF
              MOVE BC-SHARE TO WS-NEW-SHARE
           END-IF.
           PERFORM 070-SUM-OTHER-SHARES THRU
                   070-SUM-OTHER-SHARES-EXIT.
           PERFORM 075-CHECK-SHARE THRU 075-CHECK-SHARE-EXIT.
           IF WS-REASON NOT = SPACES
              GO TO 040-CHANGE-BENEFICIARY-EXIT
           END-IF.
      *    THE SHARE SCAN MOVED THE FILE POSITION - READ THE RECORD
      *    BACK BEFORE REWRITING IT.
           MOVE BC-MEMBER-CPR TO BF-MEMBER-CPR.
           MOVE BC-BENEF-CPR TO BF-BENEF-CPR.
           READ BENEFMST
              INVALID KEY
                 MOVE 'BENEFICIARY NOT ON FILE' TO WS-REASON
                 GO TO 040-CHANGE-BENEFICIARY-EXIT
           END-READ.
           MOVE WS-NEW-RELATION TO BF-RELATION.
           MOVE WS-NEW-SHARE TO BF-SHARE.
           MOVE WS-TODAY TO BF-UPDATED.
           REWRITE BENEF-RECORD
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO WS-REASON
           END-REWRITE.
      *
       040-CHANGE-BENEFICIARY-EXIT.
           EXIT.

       050-DELETE-BENEFICIARY.
           MOVE BC-MEMBER-CPR TO BF-MEMBER-CPR.
           MOVE BC-BENEF-CPR TO BF-BENEF-CPR.
           DELETE BENEFMST
              INVALID KEY
                 MOVE 'BENEFICIARY NOT ON FILE' TO WS-REASON
           END-DELETE.
      *
       050-DELETE-BENEFICIARY-EXIT.
           EXIT.

       060-CLOSE-CASE.
           MOVE BC-MEMBER-CPR TO SV-CPR.
           READ SURVCAS
              INVALID KEY
                 MOVE 'NO SURVIVOR CASE FOR MEMBER' TO WS-REASON
                 GO TO 060-CLOSE-CASE-EXIT
           END-READ.
           IF SV-CLOSED
              MOVE 'SURVIVOR CASE ALREADY CLOSED' TO WS-REASON
              GO TO 060-CLOSE-CASE-EXIT
           END-IF.
           IF SV-CANCELLED
              MOVE 'SURVIVOR CASE WAS CANCELLED' TO WS-REASON
              GO TO 060-CLOSE-CASE-EXIT
           END-IF.
           SET SV-CLOSED TO TRUE.
           MOVE WS-TODAY TO SV-CLOSE-DATE.
           REWRITE SURVCASE-RECORD
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO WS-REASON
           END-REWRITE.
      *
       060-CLOSE-CASE-EXIT.
           EXIT.

       070-SUM-OTHER-SHARES.
      *    ADD UP THE SHARES OF THE MEMBER'S OTHER BENEFICIARIES -
      *    EVERYONE UNDER THE MEMBER KEY EXCEPT THE CARD'S OWN.
           MOVE 0 TO WS-OTHER-SHARES.
           MOVE '0' TO BF-MARKER.
           MOVE BC-MEMBER-CPR TO BF-MEMBER-CPR.
           MOVE LOW-VALUES TO BF-BENEF-CPR.
           START BENEFMST KEY IS NOT LESS THAN BF-KEY
              INVALID KEY
                 GO TO 070-SUM-OTHER-SHARES-EXIT
           END-START.
           PERFORM 072-READ-NEXT-BENEF THRU 072-READ-NEXT-BENEF-EXIT.
           PERFORM TEST BEFORE UNTIL BF-EOF
                   OR BF-MEMBER-CPR NOT = BC-MEMBER-CPR
              IF BF-BENEF-CPR NOT = BC-BENEF-CPR
                 ADD BF-SHARE TO WS-OTHER-SHARES
              END-IF
              PERFORM 072-READ-NEXT-BENEF THRU
                      072-READ-NEXT-BENEF-EXIT
           END-PERFORM.
      *
       070-SUM-OTHER-SHARES-EXIT.
           EXIT.

       072-READ-NEXT-BENEF.
           READ BENEFMST NEXT
                AT END SET BF-EOF TO TRUE
           END-READ.
      *
       072-READ-NEXT-BENEF-EXIT.
           EXIT.

       075-CHECK-SHARE.
           IF WS-NEW-SHARE = 0 OR WS-NEW-SHARE > 100
              MOVE 'SHARE MUST BE 0,01 TO 100,00' TO WS-REASON
              GO TO 075-CHECK-SHARE-EXIT
           END-IF.
           IF WS-OTHER-SHARES + WS-NEW-SHARE > 100
              MOVE 'SHARES WOULD EXCEED 100 PERCENT' TO WS-REASON
           END-IF.
      *
       075-CHECK-SHARE-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'CARDS READ' TO RT-TEXT.
           MOVE WS-CARD-COUNT TO RT-CT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CARDS APPLIED' TO RT-TEXT.
           MOVE WS-APPLIED-COUNT TO RT-CT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CARDS REJECTED' TO RT-TEXT.
           MOVE WS-REJECT-COUNT TO RT-CT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           DISPLAY 'CPRBENMT. CARDS APPLIED ' WS-APPLIED-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       END PROGRAM CPRBENMT.
