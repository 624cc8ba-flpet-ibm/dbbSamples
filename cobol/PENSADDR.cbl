       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSADDR.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSADDR MAINTAINS THE MEMBER ADDRESS MASTER (ADDRMAST,   *
      * KEYED BY REAL CPR - SEE THE MBRADDR COPYBOOK). IT RUNS    *
      * WEEKLY, IN THREE PASSES :                                 *
      *    1. THE HR ADDRESS FEED (ADDRFEED), A FULL REFRESH OF   *
      *       EVERY MEMBER HR HOLDS, IS APPLIED. NEW MEMBERS ARE  *
      *       ADDED AND CHANGED ADDRESSES REPLACED - A CHANGED    *
      *       ADDRESS CLEARS AN UNDELIVERABLE FLAG, SINCE THE OLD *
      *       ADDRESS IS THE ONE THE MAIL CAME BACK FROM. FEED    *
      *       RECORDS WITHOUT A NUMERIC CPR, A NAME, A FIRST      *
      *       ADDRESS LINE, A POSTCODE OR A TOWN ARE REJECTED.    *
      *    2. THE RETURNED-MAIL CARDS (RETMAIL) ARE APPLIED : THE *
      *       ADDRESS IS FLAGGED UNDELIVERABLE, SO LATER MAILINGS *
      *       SKIP IT, UNLESS THE ADDRESS HAS CHANGED SINCE THE   *
      *       RETURNED PIECE WAS MAILED.                          *
      *    3. THE MASTER IS SWEPT : MEMBERS THE FEED NO LONGER    *
      *       CARRIES ARE FLAGGED MISSING (THEIR ADDRESS IS KEPT  *
      *       AND STILL USED - PENSIONERS LEAVE THE HR FEED), AND *
      *       EVERY UNDELIVERABLE ADDRESS IS LISTED FOR HR TO     *
      *       FOLLOW UP. A WEEK WITHOUT A FEED FLAGS NO ONE.      *
      * EITHER INPUT MAY BE DUMMY. THE ADDRRPT REPORT LISTS NEW,  *
      * CHANGED AND MISSING ADDRESSES, REJECTED FEED RECORDS, THE *
      * RETURNED MAIL AND THE UNDELIVERABLE LIST. ENDS WITH RC 4  *
      * WHEN ANY FEED RECORD OR CARD WAS REJECTED.                *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRFEED ASSIGN TO ADDRFEED
               FILE STATUS IS ADDRFEED-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETMAIL ASSIGN TO RETMAIL
               FILE STATUS IS RETMAIL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ADDRMAST ASSIGN TO ADDRMAST
               FILE STATUS IS ADDRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CPR.

           SELECT ADDRRPT ASSIGN TO ADDRRPT
               FILE STATUS IS ADDRRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    WEEKLY HR ADDRESS FEED, ONE RECORD PER MEMBER HR HOLDS,
      *    BY REAL CPR. A BLANK AF-COUNTRY IS A DOMESTIC ADDRESS.
       FD  ADDRFEED RECORDING MODE F.
       01  ADDRFEED-RECORD.
           05 AF-EMPNO              PIC X(06).
           05 AF-CPR                PIC X(10).
           05 AF-NAME               PIC X(30).
           05 AF-LINE-1             PIC X(30).
           05 AF-LINE-2             PIC X(30).
           05 AF-POSTCODE           PIC X(08).
           05 AF-TOWN               PIC X(22).
           05 AF-COUNTRY            PIC X(14).
           05 FILLER                PIC X(10).

      *    RETURNED-MAIL CARDS, ONE PER PIECE THE POST OFFICE SENT
      *    BACK : THE CPR PRINTED ON THE MAIL FILE, THE DATE THE
      *    PIECE WAS MAILED AND THE POST OFFICE'S REASON CODE.
      *    CARDS STARTING '*' ARE COMMENTS.
       FD  RETMAIL RECORDING MODE F.
       01  RETMAIL-RECORD.
           05 RX-CPR                PIC X(10).
           05 FILLER                PIC X(01).
           05 RX-MAIL-DATE          PIC X(08).
           05 FILLER                PIC X(01).
           05 RX-REASON             PIC X(04).
           05 FILLER                PIC X(56).

       FD  ADDRMAST.
       01  ADDRMAST-RECORD.
           COPY MBRADDR.

       FD  ADDRRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE STAMPS THE ADDRESS RECORDS.
       FD  RUNCTL RECORDING MODE F.
       01  RUNCTL-RECORD.
           05 RC-BUSDATE           PIC 9(08).
           05 RC-STATUS            PIC X(01).
              88 RC-REGISTERED              VALUE 'A'.
              88 RC-COMPLETED               VALUE 'C'.
              88 RC-ABANDONED               VALUE 'X'.
           05 FILLER               PIC X(71).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - SEE THE PENSCFG COPYBOOK FOR THE
      *    KEYWORDS AND THEIR DEFAULTS.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
      *    ONLY THE DATE FIELDS ARE USED, FOR THE SHARED DATE EDIT.
       01 INTERFACE-AREA.
           COPY LINPUT.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 ADDRFEED-STATUS           PIC 99.
       01 RETMAIL-STATUS            PIC 99.
       01 ADDRMAST-STATUS           PIC 99.
       01 ADDRRPT-STATUS            PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 AF-MARKER                 PIC X     VALUE '0'.
          88 AF-EOF                          VALUE '1'.
       01 RX-MARKER                 PIC X     VALUE '0'.
          88 RX-EOF                          VALUE '1'.
       01 AD-MARKER                 PIC X     VALUE '0'.
          88 AD-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-MAIL-DATE              PIC 9(08) VALUE 0.
       01 WS-SECTION-TITLE          PIC X(60).
      *    THE DELIVERY PART OF THE ADDRESS - A CHANGE HERE IS A NEW
      *    ADDRESS; A NAME OR EMPLOYEE NUMBER CHANGE IS NOT.
       01 WS-OLD-ADDRESS            PIC X(104).
       01 WS-NEW-ADDRESS            PIC X(104).

       01 WS-FEED-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-FEED-REJECT-COUNT      PIC 9(07) COMP VALUE 0.
       01 WS-NEW-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-CHANGED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-UNCHANGED-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-CLEARED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-BACK-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-CARD-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-CARD-REJECT-COUNT      PIC 9(07) COMP VALUE 0.
       01 WS-FLAGGED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-CARD-IGNORED-COUNT     PIC 9(07) COMP VALUE 0.
       01 WS-MASTER-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-NEW-MISSING-COUNT      PIC 9(07) COMP VALUE 0.
       01 WS-MISSING-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-UNDELIV-COUNT          PIC 9(07) COMP VALUE 0.

       01 WS-DATE-VALID-SW          PIC X.
          88 DATE-IS-VALID                   VALUE 'Y'.
          88 DATE-IS-INVALID                 VALUE 'N'.

       01 WS-CCYY-NUM               PIC 9(04).
       01 WS-MM-NUM                 PIC 9(02).
       01 WS-DD-NUM                 PIC 9(02).
       01 WS-MAX-DAY                PIC 9(02).
       01 WS-DIV-QUOT               PIC 9(04).
       01 WS-DIV-REM                PIC 9(04).

       01 WS-MONTH-DAYS-TBL.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 28.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAY-ENTRY    PIC 9(02) OCCURS 12 TIMES.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(40)
              VALUE 'PENSADDR MEMBER ADDRESS MAINTENANCE'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(62) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'CPR'.
           05 FILLER                PIC X(08) VALUE 'EMPNO'.
           05 FILLER                PIC X(32) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'POSTCODE'.
           05 FILLER                PIC X(10) VALUE 'DATE'.
           05 FILLER                PIC X(10) VALUE 'ACTION'.
           05 FILLER                PIC X(50) VALUE 'REMARK'.
       01 RPT-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-TITLE              PIC X(60).
           05 FILLER                PIC X(72) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CPR                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-EMPNO              PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-NAME               PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-POSTCODE           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DATE               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-ACTION             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(40).
           05 FILLER                PIC X(10) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSADDR STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.

           OPEN I-O ADDRMAST.
           IF ADDRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ADDRMAST ' ADDRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ADDRRPT.
           IF ADDRRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ADDRRPT ' ADDRRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.

           PERFORM 020-APPLY-FEED THRU 020-APPLY-FEED-EXIT.
           PERFORM 040-APPLY-RETURNS THRU 040-APPLY-RETURNS-EXIT.
           PERFORM 060-SWEEP-MASTER THRU 060-SWEEP-MASTER-EXIT.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE ADDRMAST.
           CLOSE ADDRRPT.
           DISPLAY 'PENSADDR. FEED RECORDS READ         ' WS-FEED-COUNT.
           DISPLAY 'PENSADDR. FEED RECORDS REJECTED     '
                   WS-FEED-REJECT-COUNT.
           DISPLAY 'PENSADDR. NEW ADDRESSES             ' WS-NEW-COUNT.
           DISPLAY 'PENSADDR. CHANGED ADDRESSES         '
                   WS-CHANGED-COUNT.
           DISPLAY 'PENSADDR. RETURNED-MAIL CARDS       ' WS-CARD-COUNT.
           DISPLAY 'PENSADDR. ADDRESSES FLAGGED UNDELIV '
                   WS-FLAGGED-COUNT.
           DISPLAY 'PENSADDR. CARDS REJECTED            '
                   WS-CARD-REJECT-COUNT.
           DISPLAY 'PENSADDR. NEWLY MISSING FROM FEED   '
                   WS-NEW-MISSING-COUNT.
           DISPLAY 'PENSADDR. UNDELIVERABLE ON FILE     '
                   WS-UNDELIV-COUNT.
           IF (WS-FEED-REJECT-COUNT > 0 OR WS-CARD-REJECT-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       020-APPLY-FEED.
      *    A DUMMY OR EMPTY FEED LEAVES THE MASTER AS IT STANDS.
           MOVE 'ADDRESS FEED - NEW, CHANGED AND REJECTED'
             TO WS-SECTION-TITLE.
           PERFORM 072-SECTION-HEADING THRU 072-SECTION-HEADING-EXIT.
           OPEN INPUT ADDRFEED.
           IF ADDRFEED-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ADDRFEED ' ADDRFEED-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-ADDRFEED THRU 022-READ-ADDRFEED-EXIT.
           PERFORM TEST BEFORE UNTIL AF-EOF
              ADD 1 TO WS-FEED-COUNT
              PERFORM 025-APPLY-FEED-ONE THRU 025-APPLY-FEED-ONE-EXIT
              PERFORM 022-READ-ADDRFEED THRU 022-READ-ADDRFEED-EXIT
           END-PERFORM.
           CLOSE ADDRFEED.
      *
       020-APPLY-FEED-EXIT.
           EXIT.

       022-READ-ADDRFEED.
           READ ADDRFEED
                AT END SET AF-EOF TO TRUE
           END-READ.
      *
       022-READ-ADDRFEED-EXIT.
           EXIT.

       025-APPLY-FEED-ONE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE AF-CPR TO RL-CPR.
           MOVE AF-EMPNO TO RL-EMPNO.
           MOVE AF-NAME TO RL-NAME.
           MOVE AF-POSTCODE TO RL-POSTCODE.
           IF AF-CPR IS NOT NUMERIC
              OR AF-NAME = SPACES
              OR AF-LINE-1 = SPACES
              OR AF-POSTCODE = SPACES
              OR AF-TOWN = SPACES
              ADD 1 TO WS-FEED-REJECT-COUNT
              MOVE 'REJECTED' TO RL-ACTION
              IF AF-CPR IS NOT NUMERIC
                 MOVE 'CPR NOT NUMERIC' TO RL-REMARK
              ELSE
                 MOVE 'INCOMPLETE - NAME, LINE 1, POSTCODE, TOWN'
                   TO RL-REMARK
              END-IF
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              GO TO 025-APPLY-FEED-ONE-EXIT
           END-IF.
           MOVE AF-LINE-1 TO WS-NEW-ADDRESS(1:30).
           MOVE AF-LINE-2 TO WS-NEW-ADDRESS(31:30).
           MOVE AF-POSTCODE TO WS-NEW-ADDRESS(61:8).
           MOVE AF-TOWN TO WS-NEW-ADDRESS(69:22).
           MOVE AF-COUNTRY TO WS-NEW-ADDRESS(91:14).
           MOVE AF-CPR TO AD-CPR.
           READ ADDRMAST
              INVALID KEY
                 PERFORM 027-ADD-ADDRESS THRU 027-ADD-ADDRESS-EXIT
                 GO TO 025-APPLY-FEED-ONE-EXIT
           END-READ.
           MOVE AD-LINE-1 TO WS-OLD-ADDRESS(1:30).
           MOVE AD-LINE-2 TO WS-OLD-ADDRESS(31:30).
           MOVE AD-POSTCODE TO WS-OLD-ADDRESS(61:8).
           MOVE AD-TOWN TO WS-OLD-ADDRESS(69:22).
           MOVE AD-COUNTRY TO WS-OLD-ADDRESS(91:14).
           IF AD-MISSING
              ADD 1 TO WS-BACK-COUNT
           END-IF.
           IF WS-NEW-ADDRESS = WS-OLD-ADDRESS
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              ADD 1 TO WS-CHANGED-COUNT
              MOVE 'CHANGED' TO RL-ACTION
              MOVE 'WAS ' TO RL-REMARK
              MOVE AD-POSTCODE TO RL-REMARK(5:8)
              MOVE AD-TOWN TO RL-REMARK(14:22)
              IF AD-UNDELIVERABLE
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE 'UNDELIVERABLE FLAG CLEARED' TO RL-REMARK
              END-IF
              MOVE AD-LASTUPD TO RL-DATE
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              MOVE AF-LINE-1 TO AD-LINE-1
              MOVE AF-LINE-2 TO AD-LINE-2
              MOVE AF-POSTCODE TO AD-POSTCODE
              MOVE AF-TOWN TO AD-TOWN
              MOVE AF-COUNTRY TO AD-COUNTRY
              MOVE WS-BUSINESS-DATE TO AD-LASTUPD
              MOVE SPACE TO AD-STATUS
              MOVE 0 TO AD-RETURN-DATE
              MOVE SPACES TO AD-RETURN-REASON
           END-IF.
           MOVE AF-EMPNO TO AD-EMPNO.
           MOVE AF-NAME TO AD-NAME.
           MOVE WS-BUSINESS-DATE TO AD-FEED-DATE.
           MOVE SPACE TO AD-MISSING-SW.
           REWRITE ADDRMAST-RECORD
              INVALID KEY
                 DISPLAY '*** PENSADDR - ADDRMAST REWRITE FAILED FOR '
                         AF-CPR ' STATUS ' ADDRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
      *
       025-APPLY-FEED-ONE-EXIT.
           EXIT.

       027-ADD-ADDRESS.
           MOVE SPACES TO ADDRMAST-RECORD.
           MOVE AF-CPR TO AD-CPR.
           MOVE AF-EMPNO TO AD-EMPNO.
           MOVE AF-NAME TO AD-NAME.
           MOVE AF-LINE-1 TO AD-LINE-1.
           MOVE AF-LINE-2 TO AD-LINE-2.
           MOVE AF-POSTCODE TO AD-POSTCODE.
           MOVE AF-TOWN TO AD-TOWN.
           MOVE AF-COUNTRY TO AD-COUNTRY.
           MOVE 0 TO AD-RETURN-DATE.
           MOVE WS-BUSINESS-DATE TO AD-FEED-DATE.
           MOVE WS-BUSINESS-DATE TO AD-LASTUPD.
           WRITE ADDRMAST-RECORD
              INVALID KEY
                 DISPLAY '*** PENSADDR - ADDRMAST WRITE FAILED FOR '
                         AF-CPR ' STATUS ' ADDRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           ADD 1 TO WS-NEW-COUNT.
           MOVE 'NEW' TO RL-ACTION.
           MOVE AF-TOWN TO RL-REMARK.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       027-ADD-ADDRESS-EXIT.
           EXIT.

       040-APPLY-RETURNS.
      *    A CARD IS ONLY APPLIED TO THE ADDRESS THE PIECE WAS SENT
      *    TO : IF THE FEED HAS BROUGHT A NEW ADDRESS SINCE THE
      *    MAILING DATE, THE RETURN SAYS NOTHING ABOUT IT.
           MOVE 'RETURNED MAIL' TO WS-SECTION-TITLE.
           PERFORM 072-SECTION-HEADING THRU 072-SECTION-HEADING-EXIT.
           OPEN INPUT RETMAIL.
           IF RETMAIL-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RETMAIL ' RETMAIL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 042-READ-RETMAIL THRU 042-READ-RETMAIL-EXIT.
           PERFORM TEST BEFORE UNTIL RX-EOF
              IF RETMAIL-RECORD(1:1) NOT = '*'
                 AND RETMAIL-RECORD NOT = SPACES
                 ADD 1 TO WS-CARD-COUNT
                 PERFORM 045-APPLY-RETURN-ONE THRU
                         045-APPLY-RETURN-ONE-EXIT
              END-IF
              PERFORM 042-READ-RETMAIL THRU 042-READ-RETMAIL-EXIT
           END-PERFORM.
           CLOSE RETMAIL.
      *
       040-APPLY-RETURNS-EXIT.
           EXIT.

       042-READ-RETMAIL.
           READ RETMAIL
                AT END SET RX-EOF TO TRUE
           END-READ.
      *
       042-READ-RETMAIL-EXIT.
           EXIT.

       045-APPLY-RETURN-ONE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE RX-CPR TO RL-CPR.
           MOVE RX-MAIL-DATE TO RL-DATE.
           MOVE RX-MAIL-DATE TO L-INPUT-DATE.
           PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT.
           IF DATE-IS-INVALID
              ADD 1 TO WS-CARD-REJECT-COUNT
              MOVE 'REJECTED' TO RL-ACTION
              MOVE 'MAILING DATE NOT A VALID CCYYMMDD' TO RL-REMARK
              GO TO 045-APPLY-RETURN-ONE-PRINT
           END-IF.
           MOVE L-INPUT-DATE TO WS-MAIL-DATE.
           IF WS-MAIL-DATE > WS-BUSINESS-DATE
              ADD 1 TO WS-CARD-REJECT-COUNT
              MOVE 'REJECTED' TO RL-ACTION
              MOVE 'MAILING DATE AFTER THE BUSINESS DATE' TO RL-REMARK
              GO TO 045-APPLY-RETURN-ONE-PRINT
           END-IF.
           MOVE RX-CPR TO AD-CPR.
           READ ADDRMAST
              INVALID KEY
                 ADD 1 TO WS-CARD-REJECT-COUNT
                 MOVE 'REJECTED' TO RL-ACTION
                 MOVE 'NO ADDRESS ON FILE FOR THE CPR' TO RL-REMARK
                 GO TO 045-APPLY-RETURN-ONE-PRINT
           END-READ.
           MOVE AD-EMPNO TO RL-EMPNO.
           MOVE AD-NAME TO RL-NAME.
           MOVE AD-POSTCODE TO RL-POSTCODE.
           IF AD-LASTUPD > WS-MAIL-DATE
              ADD 1 TO WS-CARD-IGNORED-COUNT
              MOVE 'IGNORED' TO RL-ACTION
              MOVE 'ADDRESS CHANGED SINCE, ON ' TO RL-REMARK
              MOVE AD-LASTUPD TO RL-REMARK(27:8)
              GO TO 045-APPLY-RETURN-ONE-PRINT
           END-IF.
           IF AD-UNDELIVERABLE
              ADD 1 TO WS-CARD-IGNORED-COUNT
              MOVE 'IGNORED' TO RL-ACTION
              MOVE 'ALREADY UNDELIVERABLE SINCE ' TO RL-REMARK
              MOVE AD-RETURN-DATE TO RL-REMARK(29:8)
              GO TO 045-APPLY-RETURN-ONE-PRINT
           END-IF.
           SET AD-UNDELIVERABLE TO TRUE.
           MOVE WS-MAIL-DATE TO AD-RETURN-DATE.
           MOVE RX-REASON TO AD-RETURN-REASON.
           REWRITE ADDRMAST-RECORD
              INVALID KEY
                 DISPLAY '*** PENSADDR - ADDRMAST REWRITE FAILED FOR '
                         RX-CPR ' STATUS ' ADDRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE 'FLAGGED' TO RL-ACTION.
           MOVE 'UNDELIVERABLE - REASON ' TO RL-REMARK.
           MOVE RX-REASON TO RL-REMARK(24:4).
      *
       045-APPLY-RETURN-ONE-PRINT.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       045-APPLY-RETURN-ONE-EXIT.
           EXIT.

       060-SWEEP-MASTER.
      *    ONLY A WEEK WITH A FEED CAN SAY WHO IS MISSING FROM IT -
      *    EVERY RECORD THE FEED CARRIED HAS TODAY'S FEED DATE.
           MOVE 'MISSING FROM FEED, UNDELIVERABLE - HR FOLLOW-UP'
             TO WS-SECTION-TITLE.
           PERFORM 072-SECTION-HEADING THRU 072-SECTION-HEADING-EXIT.
           MOVE LOW-VALUES TO AD-CPR.
           START ADDRMAST KEY IS NOT LESS THAN AD-CPR
              INVALID KEY
                 GO TO 060-SWEEP-MASTER-EXIT
           END-START.
           PERFORM 062-READ-ADDRMAST THRU 062-READ-ADDRMAST-EXIT.
           PERFORM TEST BEFORE UNTIL AD-EOF
              ADD 1 TO WS-MASTER-COUNT
              PERFORM 065-SWEEP-ONE THRU 065-SWEEP-ONE-EXIT
              PERFORM 062-READ-ADDRMAST THRU 062-READ-ADDRMAST-EXIT
           END-PERFORM.
      *
       060-SWEEP-MASTER-EXIT.
           EXIT.

       062-READ-ADDRMAST.
           READ ADDRMAST NEXT
                AT END SET AD-EOF TO TRUE
           END-READ.
      *
       062-READ-ADDRMAST-EXIT.
           EXIT.

       065-SWEEP-ONE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE AD-CPR TO RL-CPR.
           MOVE AD-EMPNO TO RL-EMPNO.
           MOVE AD-NAME TO RL-NAME.
           MOVE AD-POSTCODE TO RL-POSTCODE.
           IF WS-FEED-COUNT > 0
              AND AD-FEED-DATE < WS-BUSINESS-DATE
              ADD 1 TO WS-MISSING-COUNT
              IF AD-ON-FEED
                 SET AD-MISSING TO TRUE
                 REWRITE ADDRMAST-RECORD
                    INVALID KEY
                       DISPLAY '*** PENSADDR - ADDRMAST REWRITE FAILED '
                               'FOR ' AD-CPR ' STATUS ' ADDRMAST-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-REWRITE
                 ADD 1 TO WS-NEW-MISSING-COUNT
                 MOVE AD-FEED-DATE TO RL-DATE
                 MOVE 'MISSING' TO RL-ACTION
                 MOVE 'NOT ON THE FEED - ADDRESS KEPT' TO RL-REMARK
                 PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              END-IF
           END-IF.
           IF AD-UNDELIVERABLE
              ADD 1 TO WS-UNDELIV-COUNT
              MOVE AD-RETURN-DATE TO RL-DATE
              MOVE 'UNDELIV' TO RL-ACTION
              MOVE 'MAIL RETURNED - REASON ' TO RL-REMARK
              MOVE AD-RETURN-REASON TO RL-REMARK(24:4)
              IF AD-MISSING
                 MOVE ', NOT ON FEED' TO RL-REMARK(28:13)
              END-IF
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
           END-IF.
      *
       065-SWEEP-ONE-EXIT.
           EXIT.

       070-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO RH1-ASOF.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-HDR-2.
           MOVE 3 TO WS-LINE-CTR.
      *
       070-PRINT-HEADERS-EXIT.
           EXIT.

       072-SECTION-HEADING.
           IF WS-LINE-CTR + 4 > WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-TITLE TO RS-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           ADD 2 TO WS-LINE-CTR.
      *
       072-SECTION-HEADING-EXIT.
           EXIT.

       074-PRINT-DETAIL.
           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LINE-CTR.
      *
       074-PRINT-DETAIL-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'FEED RECORDS READ' TO RT-TEXT.
           MOVE WS-FEED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  REJECTED - INCOMPLETE OR CPR NOT NUMERIC' TO RT-TEXT.
           MOVE WS-FEED-REJECT-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  NEW ADDRESSES ADDED' TO RT-TEXT.
           MOVE WS-NEW-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  ADDRESSES CHANGED' TO RT-TEXT.
           MOVE WS-CHANGED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '    OF WHICH UNDELIVERABLE FLAG CLEARED' TO RT-TEXT.
           MOVE WS-CLEARED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  ADDRESSES UNCHANGED' TO RT-TEXT.
           MOVE WS-UNCHANGED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  BACK ON THE FEED AFTER BEING MISSING' TO RT-TEXT.
           MOVE WS-BACK-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'RETURNED-MAIL CARDS READ' TO RT-TEXT.
           MOVE WS-CARD-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  ADDRESSES FLAGGED UNDELIVERABLE' TO RT-TEXT.
           MOVE WS-FLAGGED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  IGNORED - CHANGED SINCE OR ALREADY FLAGGED'
             TO RT-TEXT.
           MOVE WS-CARD-IGNORED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  REJECTED - BAD DATE OR NO ADDRESS ON FILE'
             TO RT-TEXT.
           MOVE WS-CARD-REJECT-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADDRESSES ON THE MASTER' TO RT-TEXT.
           MOVE WS-MASTER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  MISSING FROM THIS WEEK''S FEED' TO RT-TEXT.
           MOVE WS-MISSING-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '    OF WHICH NEWLY MISSING' TO RT-TEXT.
           MOVE WS-NEW-MISSING-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  UNDELIVERABLE - LISTED FOR HR FOLLOW-UP' TO RT-TEXT.
           MOVE WS-UNDELIV-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           IF WS-FEED-COUNT = 0
              MOVE 'NO FEED THIS RUN - NO MISSING CHECK MADE'
                TO RT-TEXT
              MOVE 0 TO RT-CT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
           END-IF.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       025-VALIDATE-DATE.
      *    THE SAME LEAP-YEAR-AWARE EDIT THE OTHER PENSION PROGRAMS
      *    RUN BEFORE ANY DATE REACHES EBUD01.
           SET DATE-IS-VALID TO TRUE.
           IF L-INPUT-DATE IS NOT NUMERIC
              SET DATE-IS-INVALID TO TRUE
           ELSE
              MOVE L-CCYY TO WS-CCYY-NUM
              MOVE L-MM TO WS-MM-NUM
              MOVE L-DD TO WS-DD-NUM
              IF WS-MM-NUM < 1 OR WS-MM-NUM > 12
                 SET DATE-IS-INVALID TO TRUE
              ELSE
                 MOVE WS-MONTH-DAY-ENTRY(WS-MM-NUM) TO WS-MAX-DAY
                 IF WS-MM-NUM = 2
                    DIVIDE WS-CCYY-NUM BY 4 GIVING WS-DIV-QUOT
                           REMAINDER WS-DIV-REM
                    IF WS-DIV-REM = 0
                       DIVIDE WS-CCYY-NUM BY 100 GIVING WS-DIV-QUOT
                              REMAINDER WS-DIV-REM
                       IF WS-DIV-REM NOT = 0
                          MOVE 29 TO WS-MAX-DAY
                       ELSE
                          DIVIDE WS-CCYY-NUM BY 400 GIVING WS-DIV-QUOT
                                 REMAINDER WS-DIV-REM
                          IF WS-DIV-REM = 0
                             MOVE 29 TO WS-MAX-DAY
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 IF WS-DD-NUM < 1 OR WS-DD-NUM > WS-MAX-DAY
                    SET DATE-IS-INVALID TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       025-VALIDATE-DATE-EXIT.
           EXIT.

       001-LOAD-CONFIG.
      *    LOAD THE SHARED RUNTIME CONFIGURATION BEFORE ANYTHING
      *    ELSE RUNS. ALL THE PENSION PROGRAMS READ THE SAME CONFIG
      *    DATASET AND PARSE EVERY KEYWORD; EACH APPLIES THE VALUES
      *    IT USES. A MISSING DATASET LEAVES THE COPYBOOK DEFAULTS
      *    IN EFFECT SO STANDALONE RERUNS STILL WORK.
           OPEN INPUT CONFIG.
           IF CONFIG-STATUS NOT = 0
              DISPLAY 'PENSADDR - NO CONFIG DATASET (STATUS '
                      CONFIG-STATUS ') - DEFAULTS IN EFFECT'
              GO TO 001-LOAD-CONFIG-EXIT
           END-IF.
           PERFORM 002-READ-CONFIG.
           PERFORM TEST BEFORE UNTIL CF-EOF
              IF CONFIG-CARD(1:1) NOT = '*'
                 AND CONFIG-CARD NOT = SPACES
                 PERFORM 003-PARSE-CONFIG-CARD
              END-IF
              PERFORM 002-READ-CONFIG
           END-PERFORM.
           CLOSE CONFIG.
      *
       001-LOAD-CONFIG-EXIT.
           EXIT.

       002-READ-CONFIG.
           READ CONFIG
                AT END SET CF-EOF TO TRUE
           END-READ.
      *
       002-READ-CONFIG-EXIT.
           EXIT.

       003-PARSE-CONFIG-CARD.
           MOVE SPACES TO CFG-KEYWORD.
           MOVE SPACES TO CFG-VALUE.
           UNSTRING CONFIG-CARD DELIMITED BY '='
                    INTO CFG-KEYWORD CFG-VALUE.
           PERFORM 004-CONVERT-CONFIG-VALUE THRU
                   004-CONVERT-CONFIG-VALUE-EXIT.
           EVALUATE CFG-KEYWORD
              WHEN 'PIVOT-YEAR'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM <= 99
                    MOVE CFG-VALUE-NUM TO CFG-PIVOT-YEAR
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'LINES-PER-PAGE'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 10
                    AND CFG-VALUE-NUM <= 9999
                    MOVE CFG-VALUE-NUM TO CFG-LINES-PER-PAGE
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'LOCALE'
                 IF CFG-VALUE(1:1) = 'C' OR CFG-VALUE(1:1) = 'P'
                    SET CFG-VALUE-OK TO TRUE
                    MOVE CFG-VALUE(1:1) TO CFG-LOCALE
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'MASK'
                 IF CFG-VALUE(1:1) = 'Y' OR CFG-VALUE(1:1) = 'N'
                    SET CFG-VALUE-OK TO TRUE
                    MOVE CFG-VALUE(1:1) TO CFG-MASK
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'CHECKPOINT-RECS'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 1
                    AND CFG-VALUE-NUM <= 9999
                    MOVE CFG-VALUE-NUM TO CFG-CHKP-INTERVAL
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'HORIZON-MONTHS'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 1
                    AND CFG-VALUE-NUM <= 99
                    MOVE CFG-VALUE-NUM TO CFG-HORIZON-MONTHS
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'VARIANCE-PCT'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 1
                    AND CFG-VALUE-NUM <= 999
                    MOVE CFG-VALUE-NUM TO CFG-VARIANCE-PCT
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'INSTITUTION-ID'
                 IF CFG-VALUE NOT = SPACES
                    SET CFG-VALUE-OK TO TRUE
                    MOVE CFG-VALUE(1:10) TO CFG-INST-ID
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'DRIFT-PCT'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 1
                    AND CFG-VALUE-NUM <= 100
                    MOVE CFG-VALUE-NUM TO CFG-DRIFT-PCT
                 ELSE
                    SET CFG-VALUE-BAD TO TRUE
                 END-IF
              WHEN 'BAD-REC-PCT'
                 IF CFG-VALUE-OK AND CFG-VALUE-NUM >= 1
                    AND CFG-VALUE-NUM <= 100
                    MOVE CFG-VALUE-NUM TO CFG-BAD-REC-PCT
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
                 MOVE CFG-VALUE-NUM TO CFG-TEST-DATE(2)
              WHEN 'TEST-DATE3'
                 MOVE CFG-VALUE-NUM TO CFG-TEST-DATE(3)
              WHEN 'TEST-DATE4'
                 MOVE CFG-VALUE-NUM TO CFG-TEST-DATE(4)
              WHEN 'TEST-DATE5'
                 MOVE CFG-VALUE-NUM TO CFG-TEST-DATE(5)
              WHEN OTHER
                 DISPLAY 'PENSADDR - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSADDR - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSADDR CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
      *
       003-PARSE-CONFIG-CARD-EXIT.
           EXIT.

       004-CONVERT-CONFIG-VALUE.
      *    LEFT-JUSTIFIED DIGIT STRING TO BINARY-OF-DISPLAY VALUE;
      *    ANYTHING NON-NUMERIC (OR LONGER THAN EIGHT DIGITS) MARKS
      *    THE VALUE BAD AND LEAVES THE KEYWORD HANDLER TO DECIDE.
           SET CFG-VALUE-OK TO TRUE.
           MOVE 0 TO CFG-VALUE-NUM.
           IF CFG-VALUE = SPACES
              SET CFG-VALUE-BAD TO TRUE
              GO TO 004-CONVERT-CONFIG-VALUE-EXIT
           END-IF.
           PERFORM VARYING CFG-VALUE-SUB FROM 1 BY 1
                   UNTIL CFG-VALUE-SUB > 20
                      OR CFG-VALUE(CFG-VALUE-SUB:1) = SPACE
                      OR CFG-VALUE-BAD
              IF CFG-VALUE-SUB > 8
                 OR CFG-VALUE(CFG-VALUE-SUB:1) IS NOT NUMERIC
                 SET CFG-VALUE-BAD TO TRUE
              ELSE
                 MOVE CFG-VALUE(CFG-VALUE-SUB:1) TO CFG-DIGIT
                 COMPUTE CFG-VALUE-NUM =
                         CFG-VALUE-NUM * 10 + CFG-DIGIT
              END-IF
           END-PERFORM.
      *
       004-CONVERT-CONFIG-VALUE-EXIT.
           EXIT.

       007-GET-BUSINESS-DATE.
      *    PICK UP THE BUSINESS DATE PENSCTL REGISTERED FOR THIS
      *    STREAM : THE LAST 'A' RECORD ON RUNCTL NOT YET CLOSED BY
      *    ITS 'C'. A STANDALONE RERUN WITHOUT THE FILE FALLS BACK
      *    TO THE CURRENT DATE, AS BEFORE.
           OPEN INPUT RUNCTL.
           IF RUNCTL-STATUS NOT = 0
              DISPLAY 'PENSADDR - NO RUN-CONTROL FILE (STATUS '
                      RUNCTL-STATUS ') - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
              GO TO 007-GET-BUSINESS-DATE-EXIT
           END-IF.
           PERFORM 008-READ-RUNCTL.
           PERFORM TEST BEFORE UNTIL RN-EOF
              EVALUATE TRUE
                 WHEN RC-REGISTERED
                    MOVE RC-BUSDATE TO WS-BUSINESS-DATE
                 WHEN RC-COMPLETED OR RC-ABANDONED
                    IF RC-BUSDATE = WS-BUSINESS-DATE
                       MOVE 0 TO WS-BUSINESS-DATE
                    END-IF
              END-EVALUATE
              PERFORM 008-READ-RUNCTL
           END-PERFORM.
           CLOSE RUNCTL.
           IF WS-BUSINESS-DATE = 0
              DISPLAY 'PENSADDR - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSADDR - BUSINESS DATE ' WS-BUSINESS-DATE.
      *
       007-GET-BUSINESS-DATE-EXIT.
           EXIT.

       008-READ-RUNCTL.
           READ RUNCTL
                AT END SET RN-EOF TO TRUE
           END-READ.
      *
       008-READ-RUNCTL-EXIT.
           EXIT.

       END PROGRAM PENSADDR.
