      * PRODUCT OF UNMASKED RUNS ONLY - A MASKED PENSOUT CARRIES  *
      * SURROGATES THAT HAVE NO MASTER RECORD AND EVERY PERSON    *
      * WOULD LAND IN THE NOT-ON-MASTER COUNT.                    *
      *                                                           *
      * EACH STATEMENT CARRIES THE MEMBER'S ADDRESS BLOCK FROM    *
      * THE ADDRESS MASTER (ADDRMAST, MAINTAINED BY PENSADDR) AND *
      * IS ALSO WRITTEN, LINE FOR LINE, TO THE PRINT-VENDOR MAIL  *
      * FILE (MAILOUT, SEE THE MAILLINE COPYBOOK) IN POSTCODE     *
      * ORDER, BUILT ON THE MAILWORK KEYED WORK FILE (DEFINED     *
      * ONCE WITH REUSE, EMPTIED BY THE OPEN OUTPUT). A MEMBER    *
      * WITH NO ADDRESS ON FILE, OR WHOSE ADDRESS IS FLAGGED      *
      * UNDELIVERABLE, STILL GETS THE PRINTED STATEMENT, MARKED   *
      * NOT MAILED, BUT NOTHING ON THE MAIL FILE.                 *
      *                                                           *
      * THE MEMBER'S EMPLOYEE NUMBER IS PRINTED UNDER THE CPR     *
      * WHEN THE CPRXREF CROSS-REFERENCE (MAINTAINED BY PENSXREF) *
      * HOLDS ONE; A RUN WITHOUT CPRXREF SIMPLY OMITS THE LINE.   *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS STMTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ADDRMAST ASSIGN TO ADDRMAST
               FILE STATUS IS ADDRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CPR.

           SELECT MAILWORK ASSIGN TO MAILWORK
               FILE STATUS IS MAILWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ML-KEY.

           SELECT MAILOUT ASSIGN TO MAILOUT
               FILE STATUS IS MAILOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRXREF ASSIGN TO CPRXREF
               FILE STATUS IS CPRXREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CPR.

       DATA DIVISION.
       FILE SECTION.
      *    PENSIN IS PENSEXTR'S PENSOUT FILE, READ BACK IN UNDER A
       FD  STMTOUT RECORDING MODE F.
       01  STMT-LINE                PIC X(133).

       FD  ADDRMAST.
       01  ADDRMAST-RECORD.
           COPY MBRADDR.

      *    THE MAIL LINES, KEYED INTO POSTCODE ORDER.
       FD  MAILWORK.
       01  MAILWORK-RECORD.
           COPY MAILLINE.

      *    PRINT-VENDOR MAIL FILE - MAILWORK UNLOADED IN KEY ORDER.
       FD  MAILOUT RECORDING MODE F.
       01  MAILOUT-RECORD           PIC X(160).

      *    CPR TO EMPLOYEE-NUMBER CROSS-REFERENCE, KEYED BY REAL CPR.
       FD  CPRXREF.
       01  CPRXREF-RECORD.
           COPY CPRXREF.

       WORKING-STORAGE SECTION.
       01 PENSIN-STATUS             PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 STMTOUT-STATUS            PIC 99.
       01 ADDRMAST-STATUS           PIC 99.
       01 MAILWORK-STATUS           PIC 99.
       01 MAILOUT-STATUS            PIC 99.
       01 CPRXREF-STATUS            PIC 99.
       01 WS-XREF-SW                PIC X     VALUE '0'.
          88 XREF-OPEN                       VALUE '1'.
       01 ML-MARKER                 PIC X     VALUE '0'.
          88 ML-EOF                          VALUE '1'.
       01 PR-MARKER                 PIC X     VALUE '0'.
          88 PR-EOF                          VALUE '1'.

       01 WS-STMT-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-RETC-SKIP-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-NOMAST-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-NOADDR-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-UNDELIV-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-MAILED-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-MAIL-LINE-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-RETC-NUM               PIC S9(04).

       01 WS-MAIL-SW                PIC X.
          88 STMT-MAILABLE                   VALUE 'Y'.
          88 STMT-NOT-MAILABLE               VALUE 'N'.
       01 WS-MAIL-LINE-NO           PIC 9(04) VALUE 0.

       01 WS-SCHEME-NAME            PIC X(14).
       01 WS-AMT-EDIT               PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AMT-EDIT-X REDEFINES WS-AMT-EDIT
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 ST-ASOF               PIC X(08).
           05 FILLER                PIC X(75) VALUE SPACES.
      *    ONE LINE OF THE ADDRESS BLOCK - ALWAYS FIVE LINES (NAME,
      *    TWO STREET LINES, POSTCODE AND TOWN, COUNTRY) SO THE
      *    BLOCK SITS IN THE SAME PLACE ON EVERY STATEMENT.
       01 STMT-ADDRESS.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SA-TEXT               PIC X(40).
           05 FILLER                PIC X(92) VALUE SPACES.
       01 STMT-NOT-MAILED.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(36)
              VALUE '*** NO DELIVERABLE ADDRESS - NOT MAI'.
           05 FILLER                PIC X(06) VALUE 'LED - '.
           05 SN-REASON             PIC X(30).
           05 FILLER                PIC X(60) VALUE SPACES.
       01 STMT-IDENT.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'MEMBER (CPR NUMBER)     : '.
           05 SI-CPR                PIC X(10).
           05 FILLER                PIC X(96) VALUE SPACES.
       01 STMT-EMPNO.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'EMPLOYEE NUMBER         : '.
           05 SE-EMPNO              PIC X(06).
           05 FILLER                PIC X(100) VALUE SPACES.
       01 STMT-SCHEME.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ADDRMAST.
           IF ADDRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ADDRMAST ' ADDRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MAILWORK.
           IF MAILWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MAILWORK ' MAILWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CPRXREF.
           IF CPRXREF-STATUS = 0
              SET XREF-OPEN TO TRUE
           ELSE
              DISPLAY 'PENSSTMT - CPRXREF NOT AVAILABLE, STATUS '
                      CPRXREF-STATUS ' - NO EMPLOYEE NUMBERS'
           END-IF.

           PERFORM 016-READ-PENSIN THRU 016-READ-PENSIN-EXIT.
           PERFORM TEST BEFORE UNTIL PR-EOF
              PERFORM 016-READ-PENSIN THRU 016-READ-PENSIN-EXIT
           END-PERFORM.

           CLOSE MAILWORK.
           PERFORM 050-UNLOAD-MAIL THRU 050-UNLOAD-MAIL-EXIT.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE PENSIN.
           CLOSE CPRMAST.
           CLOSE STMTOUT.
           CLOSE ADDRMAST.
           IF XREF-OPEN
              CLOSE CPRXREF
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.

       030-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           PERFORM 031-GET-ADDRESS THRU 031-GET-ADDRESS-EXIT.
           MOVE 0 TO WS-MAIL-LINE-NO.
           MOVE PR-ASOF-DATE TO ST-ASOF.
           MOVE STMT-TITLE TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE STMT-RULE TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           PERFORM 032-ADDRESS-BLOCK THRU 032-ADDRESS-BLOCK-EXIT.
           MOVE SPACES TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE PR-CPR TO SI-CPR.
           MOVE STMT-IDENT TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           IF XREF-OPEN
              MOVE PR-CPR TO CX-CPR
              READ CPRXREF
                 INVALID KEY
                    MOVE SPACES TO CX-EMPNO
              END-READ
              IF CX-EMPNO NOT = SPACES
                 MOVE CX-EMPNO TO SE-EMPNO
                 MOVE STMT-EMPNO TO STMT-LINE
                 PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT
              END-IF
           END-IF.
           EVALUATE RM-SCHEME
              WHEN 'H'
                 MOVE 'HOURLY' TO WS-SCHEME-NAME
           END-EVALUATE.
           MOVE WS-SCHEME-NAME TO SS-SCHEME.
           MOVE STMT-SCHEME TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE PR-RETIREMENT-DATE TO SR-RETDATE.
           MOVE STMT-RETDATE TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
      *    THE CONTRIBUTION COMES OFF THE MASTER; THE BENEFIT IS THE
      *    ALREADY-EDITED TEXT PENSEXTR WROTE, COPIED BYTE FOR BYTE
      *    SO THE RUN'S DECIMAL LOCALE IS NEVER DISTURBED.
              MOVE SPACES TO SC-AMOUNT
           END-IF.
           MOVE STMT-CONTRIB TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE PR-BENEFIT TO SB-AMOUNT.
           MOVE STMT-BENEFIT TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE STMT-RULE TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           IF STMT-MAILABLE
              ADD 1 TO WS-MAILED-COUNT
           END-IF.
      *
       030-PRINT-STATEMENT-EXIT.
           EXIT.

       031-GET-ADDRESS.
      *    ONLY A DELIVERABLE ADDRESS ON FILE MAKES THE STATEMENT
      *    MAILABLE. ONE FLAGGED MISSING FROM THE HR FEED IS STILL
      *    USED - PENSIONERS ARE NO LONGER ON IT.
           SET STMT-MAILABLE TO TRUE.
           MOVE PR-CPR TO AD-CPR.
           READ ADDRMAST
              INVALID KEY
                 SET STMT-NOT-MAILABLE TO TRUE
                 ADD 1 TO WS-NOADDR-COUNT
                 MOVE 'NO ADDRESS ON FILE' TO SN-REASON
                 GO TO 031-GET-ADDRESS-EXIT
           END-READ.
           IF AD-UNDELIVERABLE
              SET STMT-NOT-MAILABLE TO TRUE
              ADD 1 TO WS-UNDELIV-COUNT
              MOVE 'MAIL RETURNED ' TO SN-REASON
              MOVE AD-RETURN-DATE TO SN-REASON(15:8)
           END-IF.
      *
       031-GET-ADDRESS-EXIT.
           EXIT.

       032-ADDRESS-BLOCK.
           IF STMT-NOT-MAILABLE
              MOVE STMT-NOT-MAILED TO STMT-LINE
              PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT
              GO TO 032-ADDRESS-BLOCK-EXIT
           END-IF.
           MOVE AD-NAME TO SA-TEXT.
           MOVE STMT-ADDRESS TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE AD-LINE-1 TO SA-TEXT.
           MOVE STMT-ADDRESS TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE AD-LINE-2 TO SA-TEXT.
           MOVE STMT-ADDRESS TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE SPACES TO SA-TEXT.
           STRING AD-POSTCODE DELIMITED BY '  '
                  ' '         DELIMITED BY SIZE
                  AD-TOWN     DELIMITED BY SIZE
             INTO SA-TEXT.
           MOVE STMT-ADDRESS TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
           MOVE AD-COUNTRY TO SA-TEXT.
           MOVE STMT-ADDRESS TO STMT-LINE.
           PERFORM 035-WRITE-LINE THRU 035-WRITE-LINE-EXIT.
      *
       032-ADDRESS-BLOCK-EXIT.
           EXIT.

       035-WRITE-LINE.
      *    EVERY STATEMENT LINE GOES TO STMTOUT, AND - WHEN THE
      *    STATEMENT IS MAILABLE - TO THE MAIL FILE UNDER THE
      *    MEMBER'S POSTCODE, IN PRINT ORDER.
           WRITE STMT-LINE.
           IF STMT-NOT-MAILABLE
              GO TO 035-WRITE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-MAIL-LINE-NO.
           MOVE SPACES TO MAILWORK-RECORD.
           MOVE AD-POSTCODE TO ML-POSTCODE.
           MOVE PR-CPR TO ML-CPR.
           MOVE 'STMT' TO ML-DOC-TYPE.
           MOVE WS-MAIL-LINE-NO TO ML-LINE-NO.
           MOVE STMT-LINE(1:1) TO ML-CC.
           MOVE STMT-LINE(2:132) TO ML-TEXT.
           WRITE MAILWORK-RECORD
              INVALID KEY
                 DISPLAY '*** PENSSTMT - MAILWORK WRITE FAILED FOR '
                         PR-CPR ' STATUS ' MAILWORK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
      *
       035-WRITE-LINE-EXIT.
           EXIT.

       050-UNLOAD-MAIL.
           OPEN INPUT MAILWORK.
           IF MAILWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MAILWORK ' MAILWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MAILOUT.
           IF MAILOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MAILOUT ' MAILOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-MAILWORK THRU 052-READ-MAILWORK-EXIT.
           PERFORM TEST BEFORE UNTIL ML-EOF
              WRITE MAILOUT-RECORD FROM MAILWORK-RECORD
              ADD 1 TO WS-MAIL-LINE-COUNT
              PERFORM 052-READ-MAILWORK THRU 052-READ-MAILWORK-EXIT
           END-PERFORM.
           CLOSE MAILWORK.
           CLOSE MAILOUT.
      *
       050-UNLOAD-MAIL-EXIT.
           EXIT.

       052-READ-MAILWORK.
           READ MAILWORK NEXT
                AT END SET ML-EOF TO TRUE
           END-READ.
      *
       052-READ-MAILWORK-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-NOMAST-COUNT TO XT-CT.
           MOVE STMT-TEXT-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-TEXT-LINE.
           MOVE 'STATEMENTS MAILED' TO XT-TEXT.
           MOVE WS-MAILED-COUNT TO XT-CT.
           MOVE STMT-TEXT-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-TEXT-LINE.
           MOVE 'NOT MAILED - NO ADDRESS ON FILE' TO XT-TEXT.
           MOVE WS-NOADDR-COUNT TO XT-CT.
           MOVE STMT-TEXT-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-TEXT-LINE.
           MOVE 'NOT MAILED - ADDRESS UNDELIVERABLE' TO XT-TEXT.
           MOVE WS-UNDELIV-COUNT TO XT-CT.
           MOVE STMT-TEXT-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-TEXT-LINE.
           MOVE 'MAIL-FILE LINES WRITTEN' TO XT-TEXT.
           MOVE WS-MAIL-LINE-COUNT TO XT-CT.
           MOVE STMT-TEXT-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           DISPLAY 'PENSSTMT. STATEMENTS PRODUCED ' WS-STMT-COUNT
                   ' OF ' WS-REC-COUNT ' RECORDS'.
      *
