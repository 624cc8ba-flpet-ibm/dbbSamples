      * CALCULATED RETIREMENT DATE, READY TO WORK FROM; PEOPLE    *
      * WITH NO DIRECTORY ENTRY (OR NO EMPLOYEE NUMBER ON THE     *
      * NOTIFICATION) ARE LISTED SEPARATELY WITH A COUNT.         *
      *                                                           *
      * WHERE THE NOTIFICATION CARRIES A REAL CPR NUMBER, THE     *
      * EMPLOYEE NUMBER IS TAKEN FROM THE CPRXREF CROSS-REFERENCE *
      * (MAINTAINED BY PENSXREF FROM CONFIRMED PAIRS) RATHER THAN *
      * FROM THE HR EXTRACT RECORD THAT HAPPENED TO SIT ALONGSIDE *
      * IT. A SURROGATE CPR, A CPR NOT ON THE CROSS-REFERENCE, OR *
      * A RUN WITHOUT THE CPRXREF FILE FALLS BACK TO THE          *
      * EMPLOYEE NUMBER ON THE NOTIFICATION.                      *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS CALLIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRXREF ASSIGN TO CPRXREF
               FILE STATUS IS CPRXREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CPR.

           SELECT DIRWORK ASSIGN TO DIRWORK
               FILE STATUS IS DIRWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DW-EMPNO.

       DATA DIVISION.
       FILE SECTION.
      *    PENSEXTR'S HR NOTIFICATION EXTRACT : 'H' HEADER, 'D'
       FD  CALLIST RECORDING MODE F.
       01  RPT-LINE                PIC X(133).

      *    CPR TO EMPLOYEE-NUMBER CROSS-REFERENCE, KEYED BY REAL CPR.
       FD  CPRXREF.
       01  CPRXREF-RECORD.
           COPY CPRXREF.

      *    THE DIRECTORY, LOADED UP FRONT FROM DIRUNLD AND READ BY
      *    EMPLOYEE NUMBER FOR EVERY NOTIFICATION DETAIL. DEFINED
      *    ONCE WITH REUSE AND EMPTIED EVERY RUN.
       FD  DIRWORK.
       01  DIRWORK-RECORD.
           05 DW-EMPNO             PIC X(06).
           05 DW-LAST              PIC X(10).
           05 DW-FIRST             PIC X(10).
           05 DW-EXT               PIC X(10).
           05 DW-DEPT              PIC X(08).
           05 FILLER               PIC X(36).

       WORKING-STORAGE SECTION.
       01 HRNOTIF-STATUS            PIC 99.
       01 DIRUNLD-STATUS            PIC 99.
       01 CALLIST-STATUS            PIC 99.
       01 CPRXREF-STATUS            PIC 99.
       01 DIRWORK-STATUS            PIC 99.
       01 WS-XREF-SW                PIC X     VALUE '0'.
          88 WS-XREF-OPEN                    VALUE '1'.
       01 WS-JOIN-EMPNO             PIC X(06).
       01 HN-MARKER                 PIC X     VALUE '0'.
          88 HN-EOF                          VALUE '1'.
       01 DR-MARKER                 PIC X     VALUE '0'.
          88 DR-EOF                          VALUE '1'.

       01 WS-DIR-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-DIR-SW                 PIC X.
          88 WS-DIR-FOUND                    VALUE 'Y'.
          88 WS-DIR-MISSING                  VALUE 'N'.

       01 WS-NOTIF-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-LISTED-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-NODIR-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-NOEMP-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-XREF-COUNT             PIC 9(07) COMP VALUE 0.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE SPACE.

           PERFORM 014-LOAD-DIRECTORY THRU 014-LOAD-DIRECTORY-EXIT.

           OPEN INPUT CPRXREF.
           IF CPRXREF-STATUS = 0
              SET WS-XREF-OPEN TO TRUE
           ELSE
              DISPLAY 'HRCALLS - CPRXREF NOT AVAILABLE, STATUS '
                      CPRXREF-STATUS ' - NOTIFICATION EMPNO USED'
           END-IF.

           OPEN INPUT HRNOTIF.
           IF HRNOTIF-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HRNOTIF ' HRNOTIF-STATUS
              PERFORM 017-READ-HRNOTIF THRU 017-READ-HRNOTIF-EXIT
           END-PERFORM.
           CLOSE HRNOTIF.
           CLOSE DIRWORK.
           IF WS-XREF-OPEN
              CLOSE CPRXREF
           END-IF.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE CALLIST.
           EXIT.

       014-LOAD-DIRECTORY.
      *    PULL THE UNLOAD EXTRACT'S PERSON RECORDS ONTO DIRWORK.
      *    '*PHONE' CHILD RECORDS AND PERSONS WITHOUT AN EMPLOYEE
      *    NUMBER (OLDER ENTRIES NEVER RE-KEYED) ARE SKIPPED.
           OPEN OUTPUT DIRWORK.
           IF DIRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRWORK ' DIRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE DIRWORK.
           OPEN I-O DIRWORK.
           IF DIRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRWORK ' DIRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DIRUNLD.
           IF DIRUNLD-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRUNLD ' DIRUNLD-STATUS
           EXIT.

       015-NOTE-PERSON.
      *    AN EMPLOYEE NUMBER ON THE EXTRACT TWICE KEEPS ITS FIRST
      *    PERSON RECORD.
           MOVE SPACES TO DIRWORK-RECORD.
           MOVE DR-EMPNO TO DW-EMPNO.
           MOVE DR-LAST-NAME TO DW-LAST.
           MOVE DR-FIRST-NAME TO DW-FIRST.
           MOVE DR-EXTENSION TO DW-EXT.
           MOVE DR-DEPT-CODE TO DW-DEPT.
           WRITE DIRWORK-RECORD
              INVALID KEY
                 GO TO 015-NOTE-PERSON-EXIT
           END-WRITE.
           ADD 1 TO WS-DIR-COUNT.
      *
       015-NOTE-PERSON-EXIT.
           EXIT.
       017-READ-HRNOTIF-EXIT.
           EXIT.

       018-JOIN-EMPNO.
      *    A REAL CPR (DIGITS WHERE A SURROGATE HAS ITS LETTER) IS
      *    LOOKED UP ON THE CROSS-REFERENCE; ANYTHING ELSE KEEPS THE
      *    EMPLOYEE NUMBER THE NOTIFICATION CARRIES.
           MOVE HRN-EMPNO TO WS-JOIN-EMPNO.
           IF NOT WS-XREF-OPEN
              OR HRN-CPR(7:4) IS NOT NUMERIC
              GO TO 018-JOIN-EMPNO-EXIT
           END-IF.
           MOVE HRN-CPR TO CX-CPR.
           READ CPRXREF
              INVALID KEY
                 GO TO 018-JOIN-EMPNO-EXIT
           END-READ.
           IF CX-EMPNO NOT = SPACES
              MOVE CX-EMPNO TO WS-JOIN-EMPNO
              ADD 1 TO WS-XREF-COUNT
           END-IF.
      *
       018-JOIN-EMPNO-EXIT.
           EXIT.

       020-LIST-ONE.
           PERFORM 018-JOIN-EMPNO THRU 018-JOIN-EMPNO-EXIT.
           IF WS-JOIN-EMPNO = SPACES
              ADD 1 TO WS-NOEMP-COUNT
              MOVE SPACES TO RPT-DETAIL-LINE
              MOVE '??????' TO RL-EMPNO
                      062-WRITE-DETAIL-LINE-EXIT
              GO TO 020-LIST-ONE-EXIT
           END-IF.
           MOVE WS-JOIN-EMPNO TO DW-EMPNO.
           READ DIRWORK
              INVALID KEY
                 SET WS-DIR-MISSING TO TRUE
              NOT INVALID KEY
                 SET WS-DIR-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-JOIN-EMPNO TO RL-EMPNO.
           MOVE HRN-RET-DATE TO RL-RET-DATE.
           IF HRN-IS-URGENT
              MOVE 'URGENT' TO RL-URGENT
           END-IF.
           IF WS-DIR-FOUND
              ADD 1 TO WS-LISTED-COUNT
              MOVE SPACES TO RL-NAME
              STRING DW-FIRST DELIMITED BY '  '
                     ' '      DELIMITED BY SIZE
                     DW-LAST  DELIMITED BY SIZE
                     INTO RL-NAME
              MOVE DW-DEPT TO RL-DEPT
              MOVE DW-EXT TO RL-EXT
           ELSE
              ADD 1 TO WS-NODIR-COUNT
              MOVE HRN-NAME TO RL-NAME
           MOVE WS-NOEMP-COUNT TO RT-CT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'EMPLOYEE NUMBER TAKEN FROM THE CROSS-REFERENCE'
             TO RT-TEXT.
           MOVE WS-XREF-COUNT TO RT-CT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           DISPLAY 'HRCALLS. LISTED ' WS-LISTED-COUNT
                   ' OF ' WS-NOTIF-COUNT ' NOTIFICATIONS'.
      *
