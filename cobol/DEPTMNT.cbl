       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTMNT.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * DEPTMNT MAINTAINS THE DEPTREF DEPARTMENT REFERENCE FILE - *
      * THE DEPARTMENT ROOTS THE DFSIVA64 TELEPHONE DIRECTORY MAY *
      * FILE ITS ENTRIES UNDER - FROM A FILE OF MAINTENANCE       *
      * CARDS. ONE CARD PER CHANGE ('*' IN COLUMN 1 IS A COMMENT):*
      *                                                           *
      *   COLS  1-8   FUNCTION  ADD / CHANGE / INACTIVE /     *
      *                         ACTIVE / RANGE                    *
      *   COLS 10-17  DEPARTMENT CODE (THE DIRECTORY ROOT)        *
      *   COLS 19-48  DEPARTMENT NAME      (ADD, CHANGE)          *
      *   COLS 50-57  COST CENTRE          (ADD, CHANGE)          *
      *   COLS 59-64  MANAGER EMPLOYEE NO. (ADD, CHANGE)          *
      *                                                           *
      * A RANGE CARD CARRIES THE DEPARTMENT'S ALLOTTED EXTENSION  *
      * RANGE IN THE NAME COLUMNS INSTEAD :                       *
      *                                                           *
      *   COLS 19-28  FIRST EXTENSION N-NNN-NNNN                  *
      *   COLS 30-39  LAST EXTENSION  N-NNN-NNNN                  *
      *                                                           *
      * DFSIVA64 ASSIGNS THE NEXT FREE NUMBER IN IT WHEN AN ADD   *
      * OR LOAD LEAVES THE EXTENSION BLANK, SO A RANGE MAY NOT    *
      * OVERLAP ANOTHER DEPARTMENT'S. 'NONE' IN COLUMN 19 TAKES   *
      * THE RANGE AWAY AGAIN.                                     *
      *                                                           *
      * ADD NEEDS A NAME AND A COST CENTRE; THE MANAGER MAY BE    *
      * LEFT BLANK. A CHANGE WITH A BLANK FIELD KEEPS THE VALUE   *
      * ON FILE; A MANAGER OF 'NONE' REMOVES THE ONE RECORDED.    *
      * A DEPARTMENT IS NEVER DELETED : INACTIVE STOPS DFSIVA64   *
      * FILING ANYONE NEW UNDER IT, ACTIVE REOPENS IT. EVERY CARD *
      * IS LISTED ON MNTRPT WITH ITS OUTCOME, FOLLOWED BY THE     *
      * WHOLE FILE AS IT STANDS AFTER THE RUN. THE RUN ENDS WITH  *
      * RC 4 WHEN ANY CARD WAS REJECTED.                          *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTCARD ASSIGN TO DEPTCARD
               FILE STATUS IS DEPTCARD-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEPTREF ASSIGN TO DEPTREF
               FILE STATUS IS DEPTREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CODE.

           SELECT MNTRPT ASSIGN TO MNTRPT
               FILE STATUS IS MNTRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTCARD RECORDING MODE F.
       01  DEPT-CARD.
           05 DM-FUNCTION          PIC X(08).
           05 FILLER               PIC X(01).
           05 DM-CODE              PIC X(08).
           05 FILLER               PIC X(01).
           05 DM-NAME              PIC X(30).
           05 FILLER               PIC X(01).
           05 DM-COST-CENTRE       PIC X(08).
           05 FILLER               PIC X(01).
           05 DM-MGR-EMPNO         PIC X(06).
           05 FILLER               PIC X(16).
       01  DEPT-RANGE-CARD REDEFINES DEPT-CARD.
           05 FILLER               PIC X(18).
           05 DM-RANGE-FIRST       PIC X(10).
           05 FILLER               PIC X(01).
           05 DM-RANGE-LAST        PIC X(10).
           05 FILLER               PIC X(41).

       FD  DEPTREF.
       01  DEPTREF-RECORD.
           COPY DEPTREF.

       FD  MNTRPT RECORDING MODE F.
       01  RPT-LINE                PIC X(133).

       WORKING-STORAGE SECTION.
       01 DEPTCARD-STATUS           PIC 99.
       01 DEPTREF-STATUS            PIC 99.
       01 MNTRPT-STATUS             PIC 99.
       01 DM-MARKER                 PIC X     VALUE '0'.
          88 DM-EOF                          VALUE '1'.
       01 DT-MARKER                 PIC X     VALUE '0'.
          88 DT-EOF                          VALUE '1'.

       01 WS-TODAY                  PIC 9(08).
       01 WS-CARD-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-REJECT-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-ACTIVE-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-INACTIVE-COUNT         PIC 9(07) COMP VALUE 0.

      *    OUTCOME OF THE CARD IN HAND - BLANK MEANS APPLIED.
       01 WS-REASON                 PIC X(40).

      *    AN EXTENSION N-NNN-NNNN AS ITS 8 DIGITS AND BACK AGAIN, FOR
      *    THE PACKED RANGE ON THE REFERENCE RECORD.
       01 WS-EXT-TEXT               PIC X(10).
       01 WS-EXT-VALID-SW           PIC X(01).
          88 WS-EXT-VALID                    VALUE 'Y'.
       01 WS-EXT-NUMBER             PIC 9(08).
       01 WS-EXT-PARTS REDEFINES WS-EXT-NUMBER.
          05 WS-EXT-P1              PIC X(01).
          05 WS-EXT-P2              PIC X(03).
          05 WS-EXT-P3              PIC X(04).
       01 WS-EXT-EDIT.
          05 WS-EE-P1               PIC X(01).
          05 FILLER                 PIC X(01) VALUE '-'.
          05 WS-EE-P2               PIC X(03).
          05 FILLER                 PIC X(01) VALUE '-'.
          05 WS-EE-P3               PIC X(04).
       01 WS-RANGE-FIRST            PIC 9(08).
       01 WS-RANGE-LAST             PIC 9(08).

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(44)
              VALUE 'DEPTMNT DEPARTMENT REFERENCE MAINTENANCE'.
           05 FILLER                PIC X(09) VALUE 'RUN DATE '.
           05 RH1-DATE              PIC 9(08).
           05 FILLER                PIC X(71) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(10) VALUE 'FUNCTION'.
           05 FILLER                PIC X(10) VALUE 'DEPT'.
           05 FILLER                PIC X(32) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'COST CTR'.
           05 FILLER                PIC X(08) VALUE 'MANAGER'.
           05 FILLER                PIC X(40) VALUE 'RESULT'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(21) VALUE 'EXTENSION RANGE'.
       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-FUNCTION           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-CODE               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-NAME               PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-COST-CENTRE        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-MGR-EMPNO          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-RESULT             PIC X(40).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-RANGE-FIRST        PIC X(10).
           05 RL-RANGE-SEP          PIC X(01).
           05 RL-RANGE-LAST         PIC X(10).
       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(40).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program DEPTMNT STARTING "

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
           PERFORM TEST BEFORE UNTIL DM-EOF
              IF DEPT-CARD(1:1) NOT = '*' AND DEPT-CARD NOT = SPACES
                 ADD 1 TO WS-CARD-COUNT
                 PERFORM 020-PROCESS-CARD THRU 020-PROCESS-CARD-EXIT
              END-IF
              PERFORM 016-READ-CARD THRU 016-READ-CARD-EXIT
           END-PERFORM.

           PERFORM 080-LIST-FILE THRU 080-LIST-FILE-EXIT.
           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE DEPTCARD.
           CLOSE DEPTREF.
           CLOSE MNTRPT.
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       005-OPEN-FILES.
           OPEN INPUT DEPTCARD.
           IF DEPTCARD-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DEPTCARD ' DEPTCARD-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *    THE REFERENCE FILE IS CREATED ON FIRST USE, THE SAME WAY
      *    CPRBENMT CREATES THE BENEFICIARY MASTER.
           OPEN I-O DEPTREF.
           IF DEPTREF-STATUS = 35
              OPEN OUTPUT DEPTREF
              CLOSE DEPTREF
              OPEN I-O DEPTREF
           END-IF.
           IF DEPTREF-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DEPTREF ' DEPTREF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MNTRPT.
           IF MNTRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MNTRPT ' MNTRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       005-OPEN-FILES-EXIT.
           EXIT.

       016-READ-CARD.
           READ DEPTCARD
                AT END SET DM-EOF TO TRUE
           END-READ.
      *
       016-READ-CARD-EXIT.
           EXIT.

       020-PROCESS-CARD.
           MOVE SPACES TO WS-REASON.
           IF DM-CODE = SPACES
              MOVE 'DEPARTMENT CODE MISSING' TO WS-REASON
           ELSE
              EVALUATE DM-FUNCTION
                 WHEN 'ADD'
                    PERFORM 030-ADD-DEPARTMENT THRU
                            030-ADD-DEPARTMENT-EXIT
                 WHEN 'CHANGE'
                    PERFORM 040-CHANGE-DEPARTMENT THRU
                            040-CHANGE-DEPARTMENT-EXIT
                 WHEN 'INACTIVE'
                    PERFORM 050-SET-INACTIVE THRU
                            050-SET-INACTIVE-EXIT
                 WHEN 'ACTIVE'
                    PERFORM 060-SET-ACTIVE THRU 060-SET-ACTIVE-EXIT
                 WHEN 'RANGE'
                    PERFORM 070-SET-RANGE THRU 070-SET-RANGE-EXIT
                 WHEN OTHER
                    MOVE 'UNKNOWN FUNCTION' TO WS-REASON
              END-EVALUATE
           END-IF.
           IF WS-REASON = SPACES
              ADD 1 TO WS-APPLIED-COUNT
              MOVE 'APPLIED' TO RL-RESULT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE WS-REASON TO RL-RESULT
           END-IF.
           MOVE DM-FUNCTION TO RL-FUNCTION.
           MOVE DM-CODE TO RL-CODE.
           MOVE DM-NAME TO RL-NAME.
           MOVE DM-COST-CENTRE TO RL-COST-CENTRE.
           MOVE DM-MGR-EMPNO TO RL-MGR-EMPNO.
           MOVE SPACES TO RL-RANGE-FIRST.
           MOVE SPACES TO RL-RANGE-SEP.
           MOVE SPACES TO RL-RANGE-LAST.
           MOVE RPT-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
      *
       020-PROCESS-CARD-EXIT.
           EXIT.

       030-ADD-DEPARTMENT.
           IF DM-NAME = SPACES
              MOVE 'DEPARTMENT NAME MISSING' TO WS-REASON
              GO TO 030-ADD-DEPARTMENT-EXIT
           END-IF.
           IF DM-COST-CENTRE = SPACES
              MOVE 'COST CENTRE MISSING' TO WS-REASON
              GO TO 030-ADD-DEPARTMENT-EXIT
           END-IF.
           MOVE SPACES TO DEPTREF-RECORD.
           MOVE DM-CODE TO DT-CODE.
           MOVE 0 TO DT-EXT-FIRST.
           MOVE 0 TO DT-EXT-LAST.
           MOVE DM-NAME TO DT-NAME.
           MOVE DM-COST-CENTRE TO DT-COST-CENTRE.
           IF DM-MGR-EMPNO NOT = 'NONE'
              MOVE DM-MGR-EMPNO TO DT-MGR-EMPNO
           END-IF.
           SET DT-ACTIVE TO TRUE.
           MOVE WS-TODAY TO DT-ADDED-DATE.
           MOVE WS-TODAY TO DT-LASTUPD.
           WRITE DEPTREF-RECORD
              INVALID KEY
                 MOVE 'DEPARTMENT ALREADY ON FILE' TO WS-REASON
           END-WRITE.
      *
       030-ADD-DEPARTMENT-EXIT.
           EXIT.

       040-CHANGE-DEPARTMENT.
           MOVE DM-CODE TO DT-CODE.
           READ DEPTREF
              INVALID KEY
                 MOVE 'DEPARTMENT NOT ON FILE' TO WS-REASON
                 GO TO 040-CHANGE-DEPARTMENT-EXIT
           END-READ.
           IF DM-NAME = SPACES AND DM-COST-CENTRE = SPACES
              AND DM-MGR-EMPNO = SPACES
              MOVE 'NOTHING TO CHANGE' TO WS-REASON
              GO TO 040-CHANGE-DEPARTMENT-EXIT
           END-IF.
           IF DM-NAME NOT = SPACES
              MOVE DM-NAME TO DT-NAME
           END-IF.
           IF DM-COST-CENTRE NOT = SPACES
              MOVE DM-COST-CENTRE TO DT-COST-CENTRE
           END-IF.
           IF DM-MGR-EMPNO = 'NONE'
              MOVE SPACES TO DT-MGR-EMPNO
           ELSE
              IF DM-MGR-EMPNO NOT = SPACES
                 MOVE DM-MGR-EMPNO TO DT-MGR-EMPNO
              END-IF
           END-IF.
           MOVE WS-TODAY TO DT-LASTUPD.
           REWRITE DEPTREF-RECORD
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO WS-REASON
           END-REWRITE.
      *
       040-CHANGE-DEPARTMENT-EXIT.
           EXIT.

       050-SET-INACTIVE.
           MOVE DM-CODE TO DT-CODE.
           READ DEPTREF
              INVALID KEY
                 MOVE 'DEPARTMENT NOT ON FILE' TO WS-REASON
                 GO TO 050-SET-INACTIVE-EXIT
           END-READ.
           IF DT-INACTIVE
              MOVE 'DEPARTMENT ALREADY INACTIVE' TO WS-REASON
              GO TO 050-SET-INACTIVE-EXIT
           END-IF.
           SET DT-INACTIVE TO TRUE.
           MOVE WS-TODAY TO DT-LASTUPD.
           REWRITE DEPTREF-RECORD
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO WS-REASON
           END-REWRITE.
      *
       050-SET-INACTIVE-EXIT.
           EXIT.

       060-SET-ACTIVE.
           MOVE DM-CODE TO DT-CODE.
           READ DEPTREF
              INVALID KEY
                 MOVE 'DEPARTMENT NOT ON FILE' TO WS-REASON
                 GO TO 060-SET-ACTIVE-EXIT
           END-READ.
           IF DT-ACTIVE
              MOVE 'DEPARTMENT ALREADY ACTIVE' TO WS-REASON
              GO TO 060-SET-ACTIVE-EXIT
           END-IF.
           SET DT-ACTIVE TO TRUE.
           MOVE WS-TODAY TO DT-LASTUPD.
           REWRITE DEPTREF-RECORD
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO WS-REASON
           END-REWRITE.
      *
       060-SET-ACTIVE-EXIT.
           EXIT.

       070-SET-RANGE.
           IF DM-RANGE-FIRST = 'NONE'
              MOVE 0 TO WS-RANGE-FIRST
              MOVE 0 TO WS-RANGE-LAST
           ELSE
              MOVE DM-RANGE-FIRST TO WS-EXT-TEXT
              PERFORM 074-EXT-TO-NUMBER THRU 074-EXT-TO-NUMBER-EXIT
              IF NOT WS-EXT-VALID
                 MOVE 'FIRST EXTENSION IS NOT N-NNN-NNNN' TO WS-REASON
                 GO TO 070-SET-RANGE-EXIT
              END-IF
              MOVE WS-EXT-NUMBER TO WS-RANGE-FIRST
              MOVE DM-RANGE-LAST TO WS-EXT-TEXT
              PERFORM 074-EXT-TO-NUMBER THRU 074-EXT-TO-NUMBER-EXIT
              IF NOT WS-EXT-VALID
                 MOVE 'LAST EXTENSION IS NOT N-NNN-NNNN' TO WS-REASON
                 GO TO 070-SET-RANGE-EXIT
              END-IF
              MOVE WS-EXT-NUMBER TO WS-RANGE-LAST
              IF WS-RANGE-FIRST > WS-RANGE-LAST
                 MOVE 'FIRST EXTENSION IS ABOVE THE LAST' TO WS-REASON
                 GO TO 070-SET-RANGE-EXIT
              END-IF
              PERFORM 076-CHECK-OVERLAP THRU 076-CHECK-OVERLAP-EXIT
              IF WS-REASON NOT = SPACES
                 GO TO 070-SET-RANGE-EXIT
              END-IF
           END-IF.
      *    THE OVERLAP SCAN HAS MOVED ON THROUGH THE FILE, SO THE
      *    DEPARTMENT ITSELF IS READ ONLY NOW.
           MOVE DM-CODE TO DT-CODE.
           READ DEPTREF
              INVALID KEY
                 MOVE 'DEPARTMENT NOT ON FILE' TO WS-REASON
                 GO TO 070-SET-RANGE-EXIT
           END-READ.
           MOVE WS-RANGE-FIRST TO DT-EXT-FIRST.
           MOVE WS-RANGE-LAST TO DT-EXT-LAST.
           MOVE WS-TODAY TO DT-LASTUPD.
           REWRITE DEPTREF-RECORD
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO WS-REASON
           END-REWRITE.
      *
       070-SET-RANGE-EXIT.
           EXIT.

       074-EXT-TO-NUMBER.
      *    THE SAME N-NNN-NNNN EDIT DFSIVA64 APPLIES TO AN EXTENSION.
           MOVE 'N' TO WS-EXT-VALID-SW.
           IF WS-EXT-TEXT(1:1) IS NUMERIC
              AND WS-EXT-TEXT(2:1) = '-'
              AND WS-EXT-TEXT(3:3) IS NUMERIC
              AND WS-EXT-TEXT(6:1) = '-'
              AND WS-EXT-TEXT(7:4) IS NUMERIC
              SET WS-EXT-VALID TO TRUE
              MOVE WS-EXT-TEXT(1:1) TO WS-EXT-P1
              MOVE WS-EXT-TEXT(3:3) TO WS-EXT-P2
              MOVE WS-EXT-TEXT(7:4) TO WS-EXT-P3
           END-IF.
      *
       074-EXT-TO-NUMBER-EXIT.
           EXIT.

       076-CHECK-OVERLAP.
      *    NO TWO DEPARTMENTS MAY SHARE A NUMBER - INACTIVE ONES
      *    INCLUDED, THEIR STAFF MAY STILL HOLD EXTENSIONS FROM IT.
           MOVE LOW-VALUES TO DT-CODE.
           START DEPTREF KEY IS NOT LESS THAN DT-CODE
              INVALID KEY
                 GO TO 076-CHECK-OVERLAP-EXIT
           END-START.
           MOVE '0' TO DT-MARKER.
           PERFORM 082-READ-NEXT-DEPT THRU 082-READ-NEXT-DEPT-EXIT.
           PERFORM TEST BEFORE UNTIL DT-EOF OR WS-REASON NOT = SPACES
              IF DT-CODE NOT = DM-CODE
                 AND DT-EXT-FIRST IS NUMERIC
                 AND DT-EXT-LAST IS NUMERIC
                 AND DT-EXT-FIRST > 0
                 AND DT-EXT-FIRST NOT > WS-RANGE-LAST
                 AND DT-EXT-LAST NOT < WS-RANGE-FIRST
                 MOVE 'RANGE OVERLAPS DEPARTMENT' TO WS-REASON
                 MOVE DT-CODE TO WS-REASON(27:8)
              END-IF
              PERFORM 082-READ-NEXT-DEPT THRU 082-READ-NEXT-DEPT-EXIT
           END-PERFORM.
           MOVE '0' TO DT-MARKER.
      *
       076-CHECK-OVERLAP-EXIT.
           EXIT.

       078-EDIT-EXTENSION.
           MOVE WS-EXT-P1 TO WS-EE-P1.
           MOVE WS-EXT-P2 TO WS-EE-P2.
           MOVE WS-EXT-P3 TO WS-EE-P3.
      *
       078-EDIT-EXTENSION-EXIT.
           EXIT.

       080-LIST-FILE.
      *    THE WHOLE REFERENCE FILE AS IT STANDS AFTER THE CARDS, IN
      *    DEPARTMENT-CODE ORDER, SO THE RUN'S LISTING DOUBLES AS THE
      *    CURRENT DEPARTMENT TABLE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'DEPARTMENT REFERENCE FILE AFTER THIS RUN' TO RT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES TO DT-CODE.
           START DEPTREF KEY IS NOT LESS THAN DT-CODE
              INVALID KEY
                 GO TO 080-LIST-FILE-EXIT
           END-START.
           PERFORM 082-READ-NEXT-DEPT THRU 082-READ-NEXT-DEPT-EXIT.
           PERFORM TEST BEFORE UNTIL DT-EOF
              MOVE SPACES TO RPT-DETAIL-LINE
              IF DT-ACTIVE
                 ADD 1 TO WS-ACTIVE-COUNT
                 MOVE 'ACTIVE' TO RL-FUNCTION
              ELSE
                 ADD 1 TO WS-INACTIVE-COUNT
                 MOVE 'INACTIVE' TO RL-FUNCTION
              END-IF
              MOVE DT-CODE TO RL-CODE
              MOVE DT-NAME TO RL-NAME
              MOVE DT-COST-CENTRE TO RL-COST-CENTRE
              MOVE DT-MGR-EMPNO TO RL-MGR-EMPNO
              MOVE 'LAST CHANGED' TO RL-RESULT
              MOVE DT-LASTUPD TO RL-RESULT(14:8)
              IF DT-EXT-FIRST IS NUMERIC AND DT-EXT-LAST IS NUMERIC
                 AND DT-EXT-FIRST > 0
                 MOVE DT-EXT-FIRST TO WS-EXT-NUMBER
                 PERFORM 078-EDIT-EXTENSION THRU
                         078-EDIT-EXTENSION-EXIT
                 MOVE WS-EXT-EDIT TO RL-RANGE-FIRST
                 MOVE '-' TO RL-RANGE-SEP
                 MOVE DT-EXT-LAST TO WS-EXT-NUMBER
                 PERFORM 078-EDIT-EXTENSION THRU
                         078-EDIT-EXTENSION-EXIT
                 MOVE WS-EXT-EDIT TO RL-RANGE-LAST
              END-IF
              MOVE RPT-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 082-READ-NEXT-DEPT THRU 082-READ-NEXT-DEPT-EXIT
           END-PERFORM.
      *
       080-LIST-FILE-EXIT.
           EXIT.

       082-READ-NEXT-DEPT.
           READ DEPTREF NEXT
                AT END SET DT-EOF TO TRUE
           END-READ.
      *
       082-READ-NEXT-DEPT-EXIT.
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
           MOVE 'ACTIVE DEPARTMENTS ON FILE' TO RT-TEXT.
           MOVE WS-ACTIVE-COUNT TO RT-CT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'INACTIVE DEPARTMENTS ON FILE' TO RT-TEXT.
           MOVE WS-INACTIVE-COUNT TO RT-CT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           DISPLAY 'DEPTMNT. CARDS APPLIED ' WS-APPLIED-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       END PROGRAM DEPTMNT.
