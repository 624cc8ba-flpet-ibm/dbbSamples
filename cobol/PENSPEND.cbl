       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSPEND.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSPEND LOADS AND REPORTS THE PENDING SCHEME CHANGES -   *
      * CHANGES HR HAS AGREED FOR A MEMBER AHEAD OF THE DATE      *
      * THEY TAKE EFFECT. THE NIGHTLY CPRFILE RUN APPLIES EACH    *
      * ONE ON THE FIRST NIGHT ITS EFFECTIVE DATE HAS REACHED THE *
      * BUSINESS DATE; THIS PROGRAM ONLY MAINTAINS THE FILE.      *
      *                                                           *
      * WITH PARM='L' EVERY RECORD ON THE HRPEND FEED (CPR, NEW   *
      * SCHEME, EFFECTIVE DATE) IS VALIDATED AND LOADED ONTO THE  *
      * PENDSCHM KEYED FILE, WHICH IS CREATED ON ITS FIRST USE.   *
      * A FEED RECORD IS REJECTED WHEN :                          *
      *    - THE CPR IS NOT TEN DIGITS, THE SCHEME NOT H/S/C OR   *
      *      THE EFFECTIVE DATE NOT A VALID DATE                  *
      *    - THE EFFECTIVE DATE IS BEFORE THE BUSINESS DATE       *
      *    - THE MEMBER IS NOT ON CPRMAST, OR IS A PENSIONER OR   *
      *      A DEFERRED MEMBER                                    *
      *    - ANOTHER CHANGE IS STILL PENDING FOR THE MEMBER, OR   *
      *      THE CHANGE FOR THAT DATE HAS ALREADY BEEN DEALT WITH *
      *    - THE MEMBER IS ALREADY ON THE NEW SCHEME              *
      * A RECORD FOR A CHANGE STILL PENDING ON THE SAME DATE      *
      * CORRECTS IT; ONE NAMING THE MEMBER'S CURRENT SCHEME       *
      * WITHDRAWS IT. THE MEMBER'S SCHEME AT LOAD TIME IS KEPT ON *
      * THE RECORD - CPRFILE WILL ONLY APPLY THE CHANGE FROM THAT *
      * SCHEME.                                                   *
      *                                                           *
      * THE PENDRPT REPORT (BOTH MODES) LISTS THE LOAD, THE       *
      * CHANGES PENDING IN THE NEXT 90 DAYS WITH THE DAYS TO GO,  *
      * AND THE EXCEPTIONS : CHANGES CPRFILE COULD NOT APPLY IN   *
      * THE LAST 90 DAYS BECAUSE THE MEMBER HAD LEFT CPRMAST, HAD *
      * ALREADY CHANGED SCHEME BY ANOTHER ROUTE OR WAS NO LONGER  *
      * ACTIVE (CONVERTED TO A PENSIONER OR DEFERRED AS A         *
      * LEAVER), AND PENDING CHANGES THAT WILL FAIL THE SAME WAY  *
      * UNLESS HR ACTS. THE REPORT RUN CHANGES NOTHING. CPR       *
      * NUMBERS ARE PRINTED AS HR SENT THEM, NEVER MASKED - THE   *
      * REPORT GOES BACK TO HR.                                   *
      * ENDS WITH RC 4 WHEN A FEED RECORD WAS REJECTED OR AN      *
      * EXCEPTION IS LISTED.                                      *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRPEND ASSIGN TO HRPEND
               FILE STATUS IS HRPEND-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDSCHM ASSIGN TO PENDSCHM
               FILE STATUS IS PENDSCHM-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT PENDRPT ASSIGN TO PENDRPT
               FILE STATUS IS PENDRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE HR FEED - ONE AGREED SCHEME CHANGE PER RECORD, REAL
      *    CPR NUMBERS.
       FD  HRPEND RECORDING MODE F.
       01  HRPEND-RECORD.
           05 HP-CPR                PIC X(10).
           05 HP-NEW-SCHEME         PIC X(01).
           05 HP-EFF-DATE           PIC X(08).
           05 FILLER                PIC X(61).

       FD  PENDSCHM.
       01  PENDSCHM-RECORD.
           COPY PENDSCHM.

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

       FD  PENDRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE DATES THE LOAD AND THE REPORT.
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
       01 INTERFACE-AREA.
           COPY LINPUT.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 HRPEND-STATUS             PIC 99.
       01 PENDSCHM-STATUS           PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 PENDRPT-STATUS            PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 HP-MARKER                 PIC X     VALUE '0'.
          88 HP-EOF                          VALUE '1'.
       01 PS-MARKER                 PIC X     VALUE '0'.
          88 PS-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-RUN-MODE               PIC X     VALUE SPACE.
          88 RUN-MODE-REPORT                 VALUE ' '.
          88 RUN-MODE-LOAD                   VALUE 'L'.
       01 WS-PENDSCHM-SW            PIC X     VALUE 'N'.
          88 PENDSCHM-PRESENT                VALUE 'Y'.

      *    THE REPORT WINDOW EITHER SIDE OF THE BUSINESS DATE, AND
      *    THE LINEAR DAY NUMBERS IT IS MEASURED IN.
       01 WS-WINDOW-DAYS            PIC 9(03) COMP VALUE 90.
       01 WS-TODAY-DAYS             PIC S9(8) COMP.
       01 WS-DAYS-TO-GO             PIC S9(8) COMP.
       01 WS-DT-IN                  PIC 9(08).
       01 WS-DT-CCYY                PIC S9(8) COMP.
       01 WS-DT-MM                  PIC S9(8) COMP.
       01 WS-DT-DD                  PIC S9(8) COMP.
       01 WS-DT-M2                  PIC S9(8) COMP.
       01 WS-DT-Y2                  PIC S9(8) COMP.
       01 WS-DT-DAYS                PIC S9(8) COMP.
       01 WS-DT-Q4                  PIC S9(8) COMP.
       01 WS-DT-Q100                PIC S9(8) COMP.
       01 WS-DT-Q400                PIC S9(8) COMP.
       01 WS-DT-WORK                PIC S9(8) COMP.
       01 WS-DT-MDAYS               PIC S9(8) COMP.

      *    THE FEED RECORD IN HAND AND WHAT IS ALREADY ON FILE FOR
      *    ITS MEMBER.
       01 WS-REMARK                 PIC X(40).
       01 WS-OUTCOME                PIC X(10).
       01 WS-CUR-SCHEME             PIC X(01).
       01 WS-EFF-DATE               PIC 9(08).
       01 WS-SAME-DATE-SW           PIC X.
          88 SAME-DATE-NONE                  VALUE 'N'.
          88 SAME-DATE-PENDING               VALUE 'P'.
          88 SAME-DATE-DONE                  VALUE 'D'.
       01 WS-OTHER-DATE             PIC 9(08).

      *    LOAD AND REPORT COUNTS.
       01 WS-FEED-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-LOADED-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-CORRECTED-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-WITHDRAWN-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-PENDING-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-WINDOW-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-LATER-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-AT-RISK-COUNT          PIC 9(07) COMP VALUE 0.

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
           05 FILLER                PIC X(36)
              VALUE 'PENSPEND PENDING SCHEME CHANGES'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(40)
              VALUE 'RESTRICTED - REAL CPR NUMBERS'.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'CPR'.
           05 FILLER                PIC X(11) VALUE 'EFFECTIVE'.
           05 FILLER                PIC X(05) VALUE 'FROM'.
           05 FILLER                PIC X(03) VALUE 'TO'.
           05 FILLER                PIC X(06) VALUE ' DAYS'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'STATUS'.
           05 FILLER                PIC X(10) VALUE 'DATED'.
           05 FILLER                PIC X(71) VALUE 'REMARK'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CPR                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-EFF-DATE           PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RL-FROM               PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RL-TO                 PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DAYS               PIC X(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RL-STATUS             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DATED              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(40).
           05 FILLER                PIC X(31) VALUE SPACES.
       01 WS-DAYS-EDIT              PIC ZZZZ9.

       01 RPT-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RX-TITLE              PIC X(80).
           05 FILLER                PIC X(52) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  PD-PARM.
           05 PD-PARM-LEN           PIC S9(4) COMP.
           05 PD-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING PD-PARM.
       010-INITIALIZATION.
           DISPLAY "Program PENSPEND STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-READ-PARM THRU 012-READ-PARM-EXIT.
           MOVE WS-BUSINESS-DATE TO WS-DT-IN.
           PERFORM 095-DATE-TO-DAYS THRU 095-DATE-TO-DAYS-EXIT.
           MOVE WS-DT-DAYS TO WS-TODAY-DAYS.

           OPEN OUTPUT PENDRPT.
           IF PENDRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PENDRPT ' PENDRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 015-OPEN-PENDSCHM THRU 015-OPEN-PENDSCHM-EXIT.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.

           IF RUN-MODE-LOAD
              PERFORM 020-LOAD-FEED THRU 020-LOAD-FEED-EXIT
           END-IF.
           IF PENDSCHM-PRESENT
              PERFORM 040-LIST-PENDING THRU 040-LIST-PENDING-EXIT
              PERFORM 050-LIST-EXCEPTIONS THRU
                      050-LIST-EXCEPTIONS-EXIT
              CLOSE PENDSCHM
           ELSE
              DISPLAY 'PENSPEND - NO PENDING SCHEME CHANGES ON FILE'
           END-IF.
           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE CPRMAST.
           CLOSE PENDRPT.
           DISPLAY 'PENSPEND. FEED RECORDS READ         '
                   WS-FEED-COUNT.
           DISPLAY 'PENSPEND. CHANGES LOADED            '
                   WS-LOADED-COUNT.
           DISPLAY 'PENSPEND. CHANGES CORRECTED         '
                   WS-CORRECTED-COUNT.
           DISPLAY 'PENSPEND. CHANGES WITHDRAWN         '
                   WS-WITHDRAWN-COUNT.
           DISPLAY 'PENSPEND. FEED RECORDS REJECTED     '
                   WS-REJECTED-COUNT.
           DISPLAY 'PENSPEND. CHANGES PENDING           '
                   WS-PENDING-COUNT.
           DISPLAY 'PENSPEND. EXCEPTIONS LISTED         '
                   WS-EXCEPTION-COUNT.
           DISPLAY 'PENSPEND. PENDING CHANGES AT RISK   '
                   WS-AT-RISK-COUNT.
           IF (WS-REJECTED-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
               OR WS-AT-RISK-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       012-READ-PARM.
           IF PD-PARM-LEN > 0
              MOVE PD-PARM-TEXT(1:1) TO WS-RUN-MODE
           END-IF.
           IF NOT RUN-MODE-REPORT AND NOT RUN-MODE-LOAD
              DISPLAY 'PENSPEND - PARM MUST BE BLANK (REPORT) OR '
                      'L (LOAD THE HRPEND FEED)'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF RUN-MODE-LOAD
              DISPLAY 'PENSPEND - LOADING THE HRPEND FEED AS OF '
                      WS-BUSINESS-DATE
           ELSE
              DISPLAY 'PENSPEND - REPORTING AS OF ' WS-BUSINESS-DATE
           END-IF.
      *
       012-READ-PARM-EXIT.
           EXIT.

       015-OPEN-PENDSCHM.
      *    A LOAD CREATES THE FILE ON ITS FIRST USE, AS CPRFILE
      *    CREATES CPRMAST; A REPORT RUN WITHOUT IT HAS NOTHING TO
      *    LIST.
           IF RUN-MODE-LOAD
              OPEN I-O PENDSCHM
              IF PENDSCHM-STATUS = 35
                 OPEN OUTPUT PENDSCHM
                 CLOSE PENDSCHM
                 OPEN I-O PENDSCHM
              END-IF
           ELSE
              OPEN INPUT PENDSCHM
              IF PENDSCHM-STATUS = 35
                 GO TO 015-OPEN-PENDSCHM-EXIT
              END-IF
           END-IF.
           IF PENDSCHM-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PENDSCHM ' PENDSCHM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           SET PENDSCHM-PRESENT TO TRUE.
      *
       015-OPEN-PENDSCHM-EXIT.
           EXIT.

       020-LOAD-FEED.
           OPEN INPUT HRPEND.
           IF HRPEND-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HRPEND ' HRPEND-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO RX-TITLE.
           MOVE 'HRPEND FEED - THE OUTCOME OF EVERY RECORD'
             TO RX-TITLE.
           PERFORM 076-PRINT-SECTION THRU 076-PRINT-SECTION-EXIT.
           PERFORM 022-READ-HRPEND THRU 022-READ-HRPEND-EXIT.
           PERFORM TEST BEFORE UNTIL HP-EOF
              ADD 1 TO WS-FEED-COUNT
              PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT
              PERFORM 030-LOAD-ONE THRU 030-LOAD-ONE-EXIT
              PERFORM 022-READ-HRPEND THRU 022-READ-HRPEND-EXIT
           END-PERFORM.
           CLOSE HRPEND.
      *
       020-LOAD-FEED-EXIT.
           EXIT.

       022-READ-HRPEND.
           READ HRPEND
                AT END SET HP-EOF TO TRUE
           END-READ.
           IF NOT HP-EOF
              MOVE HP-EFF-DATE TO L-INPUT-DATE
           END-IF.
      *
       022-READ-HRPEND-EXIT.
           EXIT.

       030-LOAD-ONE.
      *    ONE FEED RECORD, ITS EFFECTIVE DATE ALREADY EDITED. EVERY
      *    OUTCOME IS PRINTED WITH THE REASON FOR A REJECTION.
           MOVE SPACES TO WS-REMARK.
           MOVE 'REJECTED' TO WS-OUTCOME.
           MOVE SPACE TO WS-CUR-SCHEME.
           EVALUATE TRUE
              WHEN HP-CPR IS NOT NUMERIC
                 MOVE 'CPR IS NOT TEN DIGITS' TO WS-REMARK
              WHEN HP-NEW-SCHEME NOT = 'H' AND HP-NEW-SCHEME NOT = 'S'
                   AND HP-NEW-SCHEME NOT = 'C'
                 MOVE 'NEW SCHEME MUST BE H, S OR C' TO WS-REMARK
              WHEN DATE-IS-INVALID
                 MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                   TO WS-REMARK
           END-EVALUATE.
           IF WS-REMARK NOT = SPACES
              GO TO 030-LOAD-ONE-PRINT
           END-IF.
           MOVE L-INPUT-DATE TO WS-EFF-DATE.
           IF WS-EFF-DATE < WS-BUSINESS-DATE
              MOVE 'EFFECTIVE DATE IS BEFORE THE BUSINESS DATE'
                TO WS-REMARK
              GO TO 030-LOAD-ONE-PRINT
           END-IF.
           MOVE HP-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 MOVE 'MEMBER IS NOT ON CPRMAST' TO WS-REMARK
                 GO TO 030-LOAD-ONE-PRINT
           END-READ.
           MOVE RM-SCHEME TO WS-CUR-SCHEME.
           IF WS-CUR-SCHEME = SPACE
              MOVE 'S' TO WS-CUR-SCHEME
           END-IF.
           IF NOT RM-ACTIVE
              MOVE 'MEMBER IS A PENSIONER OR DEFERRED' TO WS-REMARK
              GO TO 030-LOAD-ONE-PRINT
           END-IF.
           PERFORM 032-FIND-ON-FILE THRU 032-FIND-ON-FILE-EXIT.
           EVALUATE TRUE
              WHEN SAME-DATE-DONE
                 MOVE 'THE CHANGE FOR THIS DATE IS ALREADY DONE'
                   TO WS-REMARK
              WHEN SAME-DATE-PENDING
                 AND HP-NEW-SCHEME = WS-CUR-SCHEME
                 PERFORM 036-WITHDRAW-CHANGE THRU
                         036-WITHDRAW-CHANGE-EXIT
              WHEN SAME-DATE-PENDING
                 PERFORM 038-CORRECT-CHANGE THRU
                         038-CORRECT-CHANGE-EXIT
              WHEN WS-OTHER-DATE NOT = 0
                 MOVE 'ANOTHER CHANGE IS PENDING FOR' TO WS-REMARK
                 MOVE WS-OTHER-DATE TO WS-REMARK(31:8)
              WHEN HP-NEW-SCHEME = WS-CUR-SCHEME
                 MOVE 'MEMBER IS ALREADY ON THAT SCHEME' TO WS-REMARK
              WHEN OTHER
                 PERFORM 034-ADD-CHANGE THRU 034-ADD-CHANGE-EXIT
           END-EVALUATE.
       030-LOAD-ONE-PRINT.
           IF WS-OUTCOME = 'REJECTED'
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HP-CPR TO RL-CPR.
           MOVE HP-EFF-DATE TO RL-EFF-DATE.
           MOVE WS-CUR-SCHEME TO RL-FROM.
           MOVE HP-NEW-SCHEME TO RL-TO.
           MOVE WS-OUTCOME TO RL-STATUS.
           MOVE WS-REMARK TO RL-REMARK.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       030-LOAD-ONE-EXIT.
           EXIT.

       032-FIND-ON-FILE.
      *    EVERYTHING ON FILE FOR THE MEMBER : THE CHANGE FOR THE
      *    SAME DATE, IF ANY, AND ANY OTHER CHANGE STILL PENDING.
           SET SAME-DATE-NONE TO TRUE.
           MOVE 0 TO WS-OTHER-DATE.
           MOVE '0' TO PS-MARKER.
           MOVE HP-CPR TO PS-CPR.
           MOVE 0 TO PS-EFF-DATE.
           START PENDSCHM KEY IS NOT LESS THAN PS-KEY
              INVALID KEY
                 SET PS-EOF TO TRUE
           END-START.
           IF NOT PS-EOF
              PERFORM 042-READ-PENDSCHM THRU 042-READ-PENDSCHM-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL PS-EOF OR PS-CPR NOT = HP-CPR
              EVALUATE TRUE
                 WHEN PS-EFF-DATE = WS-EFF-DATE AND PS-PENDING
                    SET SAME-DATE-PENDING TO TRUE
                 WHEN PS-EFF-DATE = WS-EFF-DATE
                    SET SAME-DATE-DONE TO TRUE
                 WHEN PS-PENDING
                    MOVE PS-EFF-DATE TO WS-OTHER-DATE
              END-EVALUATE
              PERFORM 042-READ-PENDSCHM THRU 042-READ-PENDSCHM-EXIT
           END-PERFORM.
      *
       032-FIND-ON-FILE-EXIT.
           EXIT.

       034-ADD-CHANGE.
           MOVE SPACES TO PENDSCHM-RECORD.
           MOVE HP-CPR TO PS-CPR.
           MOVE WS-EFF-DATE TO PS-EFF-DATE.
           MOVE HP-NEW-SCHEME TO PS-NEW-SCHEME.
           MOVE RM-SCHEME TO PS-FROM-SCHEME.
           SET PS-PENDING TO TRUE.
           MOVE WS-BUSINESS-DATE TO PS-LOAD-DATE.
           MOVE 0 TO PS-DONE-DATE.
           WRITE PENDSCHM-RECORD
              INVALID KEY
                 DISPLAY '*** PENSPEND - PENDSCHM WRITE FAILED FOR '
                         HP-CPR ' STATUS ' PENDSCHM-STATUS
                 MOVE 'PENDSCHM COULD NOT BE UPDATED' TO WS-REMARK
                 MOVE 12 TO RETURN-CODE
                 GO TO 034-ADD-CHANGE-EXIT
           END-WRITE.
           MOVE 'LOADED' TO WS-OUTCOME.
           ADD 1 TO WS-LOADED-COUNT.
      *
       034-ADD-CHANGE-EXIT.
           EXIT.

       036-WITHDRAW-CHANGE.
      *    HR SENDS THE MEMBER'S CURRENT SCHEME TO CALL A PENDING
      *    CHANGE OFF.
           MOVE HP-CPR TO PS-CPR.
           MOVE WS-EFF-DATE TO PS-EFF-DATE.
           DELETE PENDSCHM RECORD
              INVALID KEY
                 DISPLAY '*** PENSPEND - PENDSCHM DELETE FAILED FOR '
                         HP-CPR ' STATUS ' PENDSCHM-STATUS
                 MOVE 'PENDSCHM COULD NOT BE UPDATED' TO WS-REMARK
                 MOVE 12 TO RETURN-CODE
                 GO TO 036-WITHDRAW-CHANGE-EXIT
           END-DELETE.
           MOVE 'WITHDRAWN' TO WS-OUTCOME.
           MOVE 'PENDING CHANGE CALLED OFF' TO WS-REMARK.
           ADD 1 TO WS-WITHDRAWN-COUNT.
      *
       036-WITHDRAW-CHANGE-EXIT.
           EXIT.

       038-CORRECT-CHANGE.
      *    THE SAME DATE SENT AGAIN WITH ANOTHER SCHEME REPLACES THE
      *    PENDING CHANGE; THE FROM-SCHEME IS TAKEN AFRESH.
           MOVE HP-CPR TO PS-CPR.
           MOVE WS-EFF-DATE TO PS-EFF-DATE.
           READ PENDSCHM
              INVALID KEY
                 DISPLAY '*** PENSPEND - PENDSCHM READ FAILED FOR '
                         HP-CPR ' STATUS ' PENDSCHM-STATUS
                 MOVE 'PENDSCHM COULD NOT BE UPDATED' TO WS-REMARK
                 MOVE 12 TO RETURN-CODE
                 GO TO 038-CORRECT-CHANGE-EXIT
           END-READ.
           MOVE HP-NEW-SCHEME TO PS-NEW-SCHEME.
           MOVE RM-SCHEME TO PS-FROM-SCHEME.
           MOVE WS-BUSINESS-DATE TO PS-LOAD-DATE.
           REWRITE PENDSCHM-RECORD
              INVALID KEY
                 DISPLAY '*** PENSPEND - PENDSCHM REWRITE FAILED FOR '
                         HP-CPR ' STATUS ' PENDSCHM-STATUS
                 MOVE 'PENDSCHM COULD NOT BE UPDATED' TO WS-REMARK
                 MOVE 12 TO RETURN-CODE
                 GO TO 038-CORRECT-CHANGE-EXIT
           END-REWRITE.
           MOVE 'CORRECTED' TO WS-OUTCOME.
           MOVE 'REPLACES THE CHANGE PENDING FOR THIS DATE'
             TO WS-REMARK.
           ADD 1 TO WS-CORRECTED-COUNT.
      *
       038-CORRECT-CHANGE-EXIT.
           EXIT.

       040-LIST-PENDING.
      *    EVERY CHANGE STILL PENDING, COUNTED; THOSE DUE WITHIN THE
      *    WINDOW ARE LISTED WITH THE DAYS TO GO. ONE ALREADY DUE
      *    IS APPLIED BY THE NEXT CPRFILE RUN.
           MOVE SPACES TO RX-TITLE.
           MOVE 'CHANGES PENDING IN THE NEXT 90 DAYS' TO RX-TITLE.
           PERFORM 076-PRINT-SECTION THRU 076-PRINT-SECTION-EXIT.
           PERFORM 044-START-PENDSCHM THRU 044-START-PENDSCHM-EXIT.
           PERFORM TEST BEFORE UNTIL PS-EOF
              EVALUATE TRUE
                 WHEN PS-PENDING
                    ADD 1 TO WS-PENDING-COUNT
                    PERFORM 046-PENDING-ONE THRU 046-PENDING-ONE-EXIT
                 WHEN PS-APPLIED
                    ADD 1 TO WS-APPLIED-COUNT
              END-EVALUATE
              PERFORM 042-READ-PENDSCHM THRU 042-READ-PENDSCHM-EXIT
           END-PERFORM.
      *
       040-LIST-PENDING-EXIT.
           EXIT.

       042-READ-PENDSCHM.
           READ PENDSCHM NEXT RECORD
                AT END SET PS-EOF TO TRUE
           END-READ.
      *
       042-READ-PENDSCHM-EXIT.
           EXIT.

       044-START-PENDSCHM.
           MOVE '0' TO PS-MARKER.
           MOVE LOW-VALUES TO PS-KEY.
           START PENDSCHM KEY IS NOT LESS THAN PS-KEY
              INVALID KEY
                 SET PS-EOF TO TRUE
           END-START.
           IF NOT PS-EOF
              PERFORM 042-READ-PENDSCHM THRU 042-READ-PENDSCHM-EXIT
           END-IF.
      *
       044-START-PENDSCHM-EXIT.
           EXIT.

       046-PENDING-ONE.
           MOVE PS-EFF-DATE TO WS-DT-IN.
           PERFORM 095-DATE-TO-DAYS THRU 095-DATE-TO-DAYS-EXIT.
           COMPUTE WS-DAYS-TO-GO = WS-DT-DAYS - WS-TODAY-DAYS.
           IF WS-DAYS-TO-GO > WS-WINDOW-DAYS
              ADD 1 TO WS-LATER-COUNT
              GO TO 046-PENDING-ONE-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-COUNT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE PS-CPR TO RL-CPR.
           MOVE PS-EFF-DATE TO RL-EFF-DATE.
           MOVE PS-FROM-SCHEME TO RL-FROM.
           MOVE PS-NEW-SCHEME TO RL-TO.
           IF WS-DAYS-TO-GO > 0
              MOVE WS-DAYS-TO-GO TO WS-DAYS-EDIT
              MOVE WS-DAYS-EDIT TO RL-DAYS
              MOVE 'PENDING' TO RL-STATUS
           ELSE
              MOVE '    0' TO RL-DAYS
              MOVE 'DUE' TO RL-STATUS
              MOVE 'APPLIED BY THE NEXT NIGHTLY RUN' TO RL-REMARK
           END-IF.
           MOVE PS-LOAD-DATE TO RL-DATED.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       046-PENDING-ONE-EXIT.
           EXIT.

       050-LIST-EXCEPTIONS.
      *    THE CHANGES CPRFILE MARKED AS EXCEPTIONS WITHIN THE
      *    WINDOW, AND EVERY PENDING CHANGE THAT WOULD BE MARKED THE
      *    SAME WAY IF IT FELL DUE TONIGHT.
           MOVE SPACES TO RX-TITLE.
           MOVE 'EXCEPTIONS - MEMBER DELETED OR SCHEME ALREADY CHANGED'
             TO RX-TITLE.
           PERFORM 076-PRINT-SECTION THRU 076-PRINT-SECTION-EXIT.
           PERFORM 044-START-PENDSCHM THRU 044-START-PENDSCHM-EXIT.
           PERFORM TEST BEFORE UNTIL PS-EOF
              EVALUATE TRUE
                 WHEN PS-EXCEPTION
                    PERFORM 052-EXCEPTION-ONE THRU
                            052-EXCEPTION-ONE-EXIT
                 WHEN PS-PENDING
                    PERFORM 054-CHECK-PENDING THRU
                            054-CHECK-PENDING-EXIT
              END-EVALUATE
              PERFORM 042-READ-PENDSCHM THRU 042-READ-PENDSCHM-EXIT
           END-PERFORM.
      *
       050-LIST-EXCEPTIONS-EXIT.
           EXIT.

       052-EXCEPTION-ONE.
           IF PS-DONE-DATE IS NUMERIC AND PS-DONE-DATE > 0
              MOVE PS-DONE-DATE TO WS-DT-IN
              PERFORM 095-DATE-TO-DAYS THRU 095-DATE-TO-DAYS-EXIT
              IF WS-TODAY-DAYS - WS-DT-DAYS > WS-WINDOW-DAYS
                 GO TO 052-EXCEPTION-ONE-EXIT
              END-IF
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE PS-CPR TO RL-CPR.
           MOVE PS-EFF-DATE TO RL-EFF-DATE.
           MOVE PS-FROM-SCHEME TO RL-FROM.
           MOVE PS-NEW-SCHEME TO RL-TO.
           MOVE 'NOT APPLIED' TO RL-STATUS.
           MOVE PS-DONE-DATE TO RL-DATED.
           EVALUATE TRUE
              WHEN PS-MEMBER-GONE
                 MOVE 'MEMBER WAS NO LONGER ON CPRMAST' TO RL-REMARK
              WHEN PS-SCHEME-MOVED
                 MOVE 'SCHEME HAD ALREADY BEEN CHANGED' TO RL-REMARK
              WHEN PS-NOT-ACTIVE
                 MOVE 'MEMBER WAS NO LONGER ACTIVE' TO RL-REMARK
              WHEN OTHER
                 MOVE PS-REASON TO RL-REMARK
           END-EVALUATE.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       052-EXCEPTION-ONE-EXIT.
           EXIT.

       054-CHECK-PENDING.
      *    THE SAME TEST CPRFILE MAKES ON THE NIGHT : THE MEMBER
      *    MUST STILL BE ON CPRMAST, STILL ACTIVE (NOT CONVERTED TO
      *    A PENSIONER OR DEFERRED SINCE) AND ON THE SCHEME THE
      *    CHANGE WAS AGREED FROM.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE PS-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 MOVE 'MEMBER HAS LEFT CPRMAST' TO RL-REMARK
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN RM-PENSIONER
                       MOVE 'MEMBER NOW A PENSIONER' TO RL-REMARK
                    WHEN RM-DEFERRED
                       MOVE 'MEMBER NOW DEFERRED (LEAVER)' TO RL-REMARK
                    WHEN NOT RM-ACTIVE
                       MOVE 'MEMBER NO LONGER ACTIVE' TO RL-REMARK
                    WHEN RM-SCHEME NOT = PS-FROM-SCHEME
                       MOVE 'SCHEME NOW' TO RL-REMARK
                       MOVE RM-SCHEME TO RL-REMARK(12:1)
                       MOVE '- CHANGED BY ANOTHER ROUTE'
                         TO RL-REMARK(14:26)
                 END-EVALUATE
           END-READ.
           IF RL-REMARK = SPACES
              GO TO 054-CHECK-PENDING-EXIT
           END-IF.
           ADD 1 TO WS-AT-RISK-COUNT.
           MOVE PS-CPR TO RL-CPR.
           MOVE PS-EFF-DATE TO RL-EFF-DATE.
           MOVE PS-FROM-SCHEME TO RL-FROM.
           MOVE PS-NEW-SCHEME TO RL-TO.
           MOVE 'PENDING' TO RL-STATUS.
           MOVE PS-LOAD-DATE TO RL-DATED.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       054-CHECK-PENDING-EXIT.
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

       074-PRINT-DETAIL.
           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LINE-CTR.
      *
       074-PRINT-DETAIL-EXIT.
           EXIT.

       076-PRINT-SECTION.
           IF WS-LINE-CTR + 4 > WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           ADD 2 TO WS-LINE-CTR.
      *
       076-PRINT-SECTION-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           IF WS-LINE-CTR + 14 > WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'FEED RECORDS READ' TO RT-TEXT.
           MOVE WS-FEED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CHANGES LOADED' TO RT-TEXT.
           MOVE WS-LOADED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CHANGES CORRECTED' TO RT-TEXT.
           MOVE WS-CORRECTED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CHANGES WITHDRAWN' TO RT-TEXT.
           MOVE WS-WITHDRAWN-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'FEED RECORDS REJECTED' TO RT-TEXT.
           MOVE WS-REJECTED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CHANGES PENDING' TO RT-TEXT.
           MOVE WS-PENDING-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  DUE IN THE NEXT 90 DAYS' TO RT-TEXT.
           MOVE WS-WINDOW-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  DUE LATER' TO RT-TEXT.
           MOVE WS-LATER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CHANGES APPLIED (KEPT ON FILE)' TO RT-TEXT.
           MOVE WS-APPLIED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CHANGES NOT APPLIED IN THE LAST 90 DAYS' TO RT-TEXT.
           MOVE WS-EXCEPTION-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'PENDING CHANGES THAT WOULD NOT APPLY TONIGHT'
             TO RT-TEXT.
           MOVE WS-AT-RISK-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           ADD 12 TO WS-LINE-CTR.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       095-DATE-TO-DAYS.
      *    CCYYMMDD IN WS-DT-IN TO A LINEAR DAY NUMBER IN WS-DT-DAYS
      *    (MARCH-BASED YEAR SO THE LEAP DAY FALLS AT YEAR END -
      *    INTEGER ARITHMETIC ONLY, AS CPRRECYC DOES IT).
           MOVE WS-DT-IN(1:4) TO WS-DT-CCYY.
           MOVE WS-DT-IN(5:2) TO WS-DT-MM.
           MOVE WS-DT-IN(7:2) TO WS-DT-DD.
           COMPUTE WS-DT-M2 = WS-DT-MM + 9.
           IF WS-DT-M2 >= 12
              SUBTRACT 12 FROM WS-DT-M2
           END-IF.
           IF WS-DT-M2 >= 10
              COMPUTE WS-DT-Y2 = WS-DT-CCYY - 1
           ELSE
              MOVE WS-DT-CCYY TO WS-DT-Y2
           END-IF.
      *    EACH QUOTIENT IS TRUNCATED ON ITS OWN.
           DIVIDE WS-DT-Y2 BY 4 GIVING WS-DT-Q4.
           DIVIDE WS-DT-Y2 BY 100 GIVING WS-DT-Q100.
           DIVIDE WS-DT-Y2 BY 400 GIVING WS-DT-Q400.
           COMPUTE WS-DT-WORK = WS-DT-M2 * 306 + 5.
           DIVIDE WS-DT-WORK BY 10 GIVING WS-DT-MDAYS.
           COMPUTE WS-DT-DAYS = 365 * WS-DT-Y2
                   + WS-DT-Q4 - WS-DT-Q100 + WS-DT-Q400
                   + WS-DT-MDAYS + WS-DT-DD - 1.
      *
       095-DATE-TO-DAYS-EXIT.
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
              DISPLAY 'PENSPEND - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSPEND - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSPEND - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSPEND CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
      *    TO THE CURRENT DATE.
           OPEN INPUT RUNCTL.
           IF RUNCTL-STATUS NOT = 0
              DISPLAY 'PENSPEND - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSPEND - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSPEND - BUSINESS DATE ' WS-BUSINESS-DATE.
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
       END PROGRAM PENSPEND.
