       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPRSCORE.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * CPRSCORE IS THE MONTHLY BRANCH DATA-QUALITY SCORECARD FOR *
      * THE QUARTERLY BRANCH REVIEW. IT READS THE BRSTATS HISTORY *
      * CPRFILE AND CPRRECYC APPEND TO EVERY NIGHT (SEE CPRBSTAT) *
      * AND PRINTS ON SCRRPT ONE LINE PER BRANCH ACTIVE IN THE    *
      * MONTH, RANKED WORST FIRST BY REJECT AND DUPLICATE RATE :  *
      *    RATE       - (REJECTS + DUPLICATES) * 100 / RECEIVED   *
      *    PREV RATE  - THE SAME FOR THE MONTH BEFORE             *
      *    CORRECTED  - REJECTS CPRRECYC CORRECTED IN THE MONTH   *
      *    OUTSTANDING- REJECTS STILL OPEN AFTER THE LAST RECYCLE *
      *                 RUN OF THE MONTH                          *
      *    AVG NIGHTS - AVERAGE NIGHTS A CORRECTED REJECT HAD     *
      *                 BEEN OPEN SINCE ITS OUTSTIN FIRST-SEEN    *
      *                 DATE                                      *
      * WITH THE MONTH'S REJECTS BY REASON CODE BENEATH IT. A     *
      * BRANCH WHOSE RATE ROSE AGAINST A PREVIOUS MONTH IN WHICH  *
      * IT SENT RECORDS IS MARKED WORSENED AND THE STEP ENDS WITH *
      * RC 4, AS IT DOES WHEN THE MONTH HAS NO HISTORY AT ALL.    *
      *                                                           *
      * PARM='CCYYMM' NAMES THE MONTH; WITHOUT IT THE MONTH       *
      * BEFORE THE BUSINESS DATE IS USED, AS FOR A RUN EARLY IN   *
      * THE NEW MONTH.                                            *
      *                                                           *
      * THE HISTORY RECORDS OF THE TWO MONTHS ARE COLLECTED ON    *
      * THE SCWORK KEYED WORK FILE BY BRANCH, TYPE AND DATE - A   *
      * NIGHT APPENDED TWICE BY A RERUN COUNTS ONCE, THE LATER    *
      * RECORD STANDING - AND THE BRANCH TOTALS ARE WRITTEN BACK  *
      * UNDER A RATE KEY SO THEY READ OUT IN RANK ORDER.          *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRSTATS ASSIGN TO BRSTATS
               FILE STATUS IS BRSTATS-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCWORK ASSIGN TO SCWORK
               FILE STATUS IS SCWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY.

           SELECT SCRRPT ASSIGN TO SCRRPT
               FILE STATUS IS SCRRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    BRANCH DATA-QUALITY HISTORY, ONE RECORD PER BRANCH PER
      *    NIGHT FROM CPRFILE ('F') AND FROM CPRRECYC ('R').
       FD  BRSTATS RECORDING MODE F.
       01  BRSTATS-RECORD.
           COPY CPRBSTAT.

      *    'D' RECORDS HOLD ONE HISTORY RECORD EACH, KEYED BRANCH,
      *    TYPE AND DATE; 'S' RECORDS HOLD ONE BRANCH'S TOTALS,
      *    KEYED SO THE HIGHEST RATE COMES FIRST. THE CLUSTER IS
      *    DEFINED ONCE WITH REUSE AND EMPTIED BY THE OPEN OUTPUT
      *    EACH RUN.
       FD  SCWORK.
       01  SCWORK-RECORD.
           05 SW-KEY.
              10 SW-KIND           PIC X(01).
                 88 SW-DETAIL               VALUE 'D'.
                 88 SW-SCORE                VALUE 'S'.
              10 SW-KEY-REST       PIC X(19).
              10 SW-DETAIL-KEY REDEFINES SW-KEY-REST.
                 15 SW-D-BRANCH    PIC X(10).
                 15 SW-D-TYPE      PIC X(01).
                 15 SW-D-DATE      PIC 9(08).
              10 SW-SCORE-KEY REDEFINES SW-KEY-REST.
                 15 SW-S-RANK      PIC 9(05).
                 15 SW-S-BRANCH    PIC X(10).
                 15 FILLER         PIC X(04).
           05 SW-DATA              PIC X(200).

       FD  SCRRPT RECORDING MODE F.
       01  RPT-LINE                PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE PICKS THE DEFAULT MONTH.
       FD  RUNCTL RECORDING MODE F.
       01  RUNCTL-RECORD.
           05 RC-BUSDATE           PIC 9(08).
           05 RC-STATUS            PIC X(01).
              88 RC-REGISTERED              VALUE 'A'.
              88 RC-COMPLETED               VALUE 'C'.
              88 RC-ABANDONED               VALUE 'X'.
           05 FILLER               PIC X(71).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - READ HERE FOR THE REPORT PAGE DEPTH.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 BRSTATS-STATUS            PIC 99.
       01 SCWORK-STATUS             PIC 99.
       01 SCRRPT-STATUS             PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 HS-MARKER                 PIC X     VALUE '0'.
          88 HS-EOF                          VALUE '1'.
       01 SW-MARKER                 PIC X     VALUE '0'.
          88 SW-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-CCYY            PIC 9(04).
          05 WS-BUS-MM              PIC 9(02).
          05 WS-BUS-DD              PIC 9(02).
       01 WS-MONTH                  PIC 9(06) VALUE 0.
       01 WS-MONTH-R REDEFINES WS-MONTH.
          05 WS-MONTH-CCYY          PIC 9(04).
          05 WS-MONTH-MM            PIC 9(02).
       01 WS-PREV-MONTH             PIC 9(06) VALUE 0.
       01 WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
          05 WS-PREV-CCYY           PIC 9(04).
          05 WS-PREV-MM             PIC 9(02).
       01 WS-MONTH-X                PIC X(06).
       01 WS-REC-MONTH              PIC 9(06).
       01 WS-LAST-BRANCH            PIC X(10).
       01 WS-FIRST-SW               PIC X     VALUE 'Y'.
          88 WS-FIRST-DETAIL                 VALUE 'Y'.
       01 WS-RSN-SUB                PIC 9(04) COMP.
       01 WS-SLOT-SUB               PIC 9(04) COMP.
       01 WS-SLOT-HIT               PIC 9(04) COMP.
       01 WS-RATE-WORK              PIC 9(07)V99.
       01 WS-AVG-NIGHTS             PIC 9(05)V9.

      *    ONE HISTORY RECORD AS HELD ON A 'D' WORK RECORD.
       01 WS-BSTAT.
           COPY CPRBSTAT.

      *    ONE BRANCH'S TOTALS FOR THE MONTH, AS HELD ON AN 'S'
      *    WORK RECORD.
       01 SC-TOTALS.
          05 SC-BRANCH              PIC X(10).
          05 SC-ACTIVE-SW           PIC X(01).
             88 SC-ACTIVE                    VALUE 'Y'.
          05 SC-RECEIVED            PIC 9(07).
          05 SC-REJECTS             PIC 9(07).
          05 SC-DUPS                PIC 9(07).
          05 SC-AMT-EXCP            PIC 9(07).
          05 SC-REASON-ENTRY OCCURS 8 TIMES.
             10 SC-REASON           PIC X(04).
             10 SC-REASON-CT        PIC 9(07).
          05 SC-REASON-OTHER        PIC 9(07).
          05 SC-CORRECTED           PIC 9(07).
          05 SC-CORR-NIGHTS         PIC 9(07).
          05 SC-OUTSTANDING         PIC 9(07).
          05 SC-PREV-RECEIVED       PIC 9(07).
          05 SC-PREV-REJECTS        PIC 9(07).
          05 SC-PREV-DUPS           PIC 9(07).
          05 SC-RATE                PIC 9(03)V99.
          05 SC-PREV-RATE           PIC 9(03)V99.
          05 SC-WORSE-SW            PIC X(01).
             88 SC-WORSENED                  VALUE 'Y'.
          05 FILLER                 PIC X(13).

       01 WS-BSTAT-READ             PIC 9(07) COMP VALUE 0.
       01 WS-BSTAT-BAD              PIC 9(07) COMP VALUE 0.
       01 WS-BSTAT-MONTH            PIC 9(07) COMP VALUE 0.
       01 WS-BSTAT-PREV             PIC 9(07) COMP VALUE 0.
       01 WS-BSTAT-REPLACED         PIC 9(07) COMP VALUE 0.
       01 WS-BRANCH-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-WORSE-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-TOT-RECEIVED           PIC 9(09) COMP VALUE 0.
       01 WS-TOT-REJECTS            PIC 9(09) COMP VALUE 0.
       01 WS-TOT-DUPS               PIC 9(09) COMP VALUE 0.
       01 WS-TOT-CORRECTED          PIC 9(09) COMP VALUE 0.
       01 WS-TOT-OUTSTANDING        PIC 9(09) COMP VALUE 0.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44)
              VALUE 'CPRSCORE BRANCH DATA-QUALITY SCORECARD'.
           05 FILLER                PIC X(09) VALUE 'MONTH    '.
           05 RH1-MONTH             PIC 9(06).
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(58) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(53)
              VALUE 'RANKED BY (REJECTS + DUPLICATES) PER 100 RECEIVED'.
           05 FILLER                PIC X(17)
              VALUE 'PREVIOUS MONTH   '.
           05 RH2-PREV-MONTH        PIC 9(06).
           05 FILLER                PIC X(56) VALUE SPACES.
       01 RPT-HDR-3.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(06) VALUE 'RANK'.
           05 FILLER                PIC X(12) VALUE 'BRANCH'.
           05 FILLER                PIC X(08) VALUE 'RECEIVED'.
           05 FILLER                PIC X(08) VALUE ' REJECTS'.
           05 FILLER                PIC X(08) VALUE '    DUPS'.
           05 FILLER                PIC X(09) VALUE ' AMT-EXC'.
           05 FILLER                PIC X(08) VALUE '    RATE'.
           05 FILLER                PIC X(09) VALUE 'PREV RATE'.
           05 FILLER                PIC X(08) VALUE '   CORR.'.
           05 FILLER                PIC X(08) VALUE '    OPEN'.
           05 FILLER                PIC X(11) VALUE ' AVG NIGHTS'.
           05 FILLER                PIC X(37) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-RANK               PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-BRANCH             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-RECEIVED           PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-REJECTS            PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-DUPS               PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-AMT-EXCP           PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-RATE               PIC ZZ9,99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RL-PREV-RATE          PIC ZZ9,99.
           05 RL-PREV-RATE-X REDEFINES RL-PREV-RATE
                                    PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-CORRECTED          PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-OUTSTANDING        PIC ZZZZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RL-AVG-NIGHTS         PIC ZZZ9,9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-WORSE              PIC X(08).
           05 FILLER                PIC X(32) VALUE SPACES.

       01 RPT-REASON-LINE.
           05 FILLER                PIC X(07) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'REASONS: '.
           05 RR-ENTRY OCCURS 8 TIMES.
              10 RR-REASON          PIC X(04).
              10 FILLER             PIC X(01).
              10 RR-REASON-CT       PIC ZZZZZ9.
              10 FILLER             PIC X(02).
           05 RR-OTHER-TEXT         PIC X(06).
           05 RR-OTHER-CT           PIC ZZZZZ9.
           05 RR-OTHER-CT-X REDEFINES RR-OTHER-CT
                                    PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  SC-PARM.
           05 SC-PARM-LEN           PIC S9(4) COMP.
           05 SC-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING SC-PARM.
       010-INITIALIZATION.
           DISPLAY "Program CPRSCORE STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-SET-MONTHS THRU 012-SET-MONTHS-EXIT.

           OPEN OUTPUT SCWORK.
           IF SCWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SCWORK ' SCWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE SCWORK.
           OPEN I-O SCWORK.
           IF SCWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SCWORK ' SCWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT SCRRPT.
           IF SCRRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SCRRPT ' SCRRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT.

           PERFORM 020-LOAD-HISTORY THRU 020-LOAD-HISTORY-EXIT.
           PERFORM 030-TOTAL-BRANCHES THRU 030-TOTAL-BRANCHES-EXIT.
           PERFORM 050-PRINT-BRANCHES THRU 050-PRINT-BRANCHES-EXIT.
           CLOSE SCWORK.
           PERFORM 070-RUN-SUMMARY THRU 070-RUN-SUMMARY-EXIT.
           CLOSE SCRRPT.

           DISPLAY 'CPRSCORE - ' WS-BRANCH-COUNT ' BRANCHES SCORED, '
                   WS-WORSE-COUNT ' WORSENED'.
           IF WS-WORSE-COUNT > 0 OR WS-BRANCH-COUNT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       012-SET-MONTHS.
      *    THE MONTH TO SCORE AND THE ONE BEFORE IT.
           IF SC-PARM-LEN >= 6
              MOVE SC-PARM-TEXT(1:6) TO WS-MONTH-X
              IF WS-MONTH-X IS NOT NUMERIC
                 DISPLAY 'CPRSCORE - MONTH IN PARM IS NOT A VALID '
                         'CCYYMM MONTH: ' WS-MONTH-X
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-MONTH-X TO WS-MONTH
              IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                 DISPLAY 'CPRSCORE - MONTH IN PARM IS NOT A VALID '
                         'CCYYMM MONTH: ' WS-MONTH-X
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              MOVE WS-BUS-CCYY TO WS-MONTH-CCYY
              MOVE WS-BUS-MM TO WS-MONTH-MM
              IF WS-MONTH-MM = 1
                 SUBTRACT 1 FROM WS-MONTH-CCYY
                 MOVE 12 TO WS-MONTH-MM
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF.
           MOVE WS-MONTH TO WS-PREV-MONTH.
           IF WS-PREV-MM = 1
              SUBTRACT 1 FROM WS-PREV-CCYY
              MOVE 12 TO WS-PREV-MM
           ELSE
              SUBTRACT 1 FROM WS-PREV-MM
           END-IF.
           DISPLAY 'CPRSCORE - MONTH ' WS-MONTH
                   ', COMPARED WITH ' WS-PREV-MONTH.
      *
       012-SET-MONTHS-EXIT.
           EXIT.

       020-LOAD-HISTORY.
      *    EVERY HISTORY RECORD OF THE TWO MONTHS GOES ONTO THE WORK
      *    FILE. THE SAME BRANCH, TYPE AND NIGHT SEEN AGAIN IS A
      *    RERUN'S RECORD AND REPLACES THE EARLIER ONE.
           OPEN INPUT BRSTATS.
           IF BRSTATS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BRSTATS ' BRSTATS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-BRSTATS THRU 022-READ-BRSTATS-EXIT.
           PERFORM TEST BEFORE UNTIL HS-EOF
              ADD 1 TO WS-BSTAT-READ
              PERFORM 025-KEEP-RECORD THRU 025-KEEP-RECORD-EXIT
              PERFORM 022-READ-BRSTATS THRU 022-READ-BRSTATS-EXIT
           END-PERFORM.
           CLOSE BRSTATS.
      *
       020-LOAD-HISTORY-EXIT.
           EXIT.

       022-READ-BRSTATS.
           READ BRSTATS
                AT END SET HS-EOF TO TRUE
           END-READ.
      *
       022-READ-BRSTATS-EXIT.
           EXIT.

       025-KEEP-RECORD.
           IF BS-DATE OF BRSTATS-RECORD IS NOT NUMERIC
              OR NOT (BS-INTAKE OF BRSTATS-RECORD
                   OR BS-RECYCLE OF BRSTATS-RECORD)
              ADD 1 TO WS-BSTAT-BAD
              GO TO 025-KEEP-RECORD-EXIT
           END-IF.
           MOVE BS-DATE OF BRSTATS-RECORD(1:6) TO WS-REC-MONTH.
           EVALUATE WS-REC-MONTH
              WHEN WS-MONTH
                 ADD 1 TO WS-BSTAT-MONTH
              WHEN WS-PREV-MONTH
                 ADD 1 TO WS-BSTAT-PREV
              WHEN OTHER
                 GO TO 025-KEEP-RECORD-EXIT
           END-EVALUATE.
           MOVE SPACES TO SCWORK-RECORD.
           SET SW-DETAIL TO TRUE.
           MOVE BS-BRANCH OF BRSTATS-RECORD TO SW-D-BRANCH.
           MOVE BS-TYPE OF BRSTATS-RECORD TO SW-D-TYPE.
           MOVE BS-DATE OF BRSTATS-RECORD TO SW-D-DATE.
           MOVE BRSTATS-RECORD TO SW-DATA.
           WRITE SCWORK-RECORD.
           IF SCWORK-STATUS = 22
              ADD 1 TO WS-BSTAT-REPLACED
              REWRITE SCWORK-RECORD
           END-IF.
           IF SCWORK-STATUS NOT = 0
              DISPLAY 'CPRSCORE - SCWORK UPDATE FAILED FOR BRANCH '
                      BS-BRANCH OF BRSTATS-RECORD
                      ' STATUS ' SCWORK-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       025-KEEP-RECORD-EXIT.
           EXIT.

       030-TOTAL-BRANCHES.
      *    THE 'D' RECORDS READ BACK IN BRANCH ORDER, EACH BRANCH'S
      *    RECORDS ONE CONTROL BREAK; WITHIN A BRANCH THE 'R'
      *    RECORDS COME IN DATE ORDER, SO THE LAST ONE OF THE MONTH
      *    LEAVES THE BRANCH'S CLOSING OUTSTANDING FIGURE.
           MOVE LOW-VALUES TO SW-KEY.
           SET SW-DETAIL TO TRUE.
           START SCWORK KEY IS NOT LESS THAN SW-KEY
              INVALID KEY
                 SET SW-EOF TO TRUE
           END-START.
           IF NOT SW-EOF
              PERFORM 032-READ-SCWORK THRU 032-READ-SCWORK-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL SW-EOF OR NOT SW-DETAIL
              MOVE SW-DATA TO WS-BSTAT
              IF WS-FIRST-DETAIL
                 OR BS-BRANCH OF WS-BSTAT NOT = WS-LAST-BRANCH
                 IF NOT WS-FIRST-DETAIL
                    PERFORM 038-BRANCH-BREAK THRU
                            038-BRANCH-BREAK-EXIT
                 END-IF
                 MOVE 'N' TO WS-FIRST-SW
                 MOVE BS-BRANCH OF WS-BSTAT TO WS-LAST-BRANCH
                 MOVE SPACES TO SC-TOTALS
                 MOVE WS-LAST-BRANCH TO SC-BRANCH
                 MOVE 'N' TO SC-ACTIVE-SW
                 MOVE 0 TO SC-RECEIVED SC-REJECTS SC-DUPS
                           SC-AMT-EXCP SC-REASON-OTHER
                           SC-CORRECTED SC-CORR-NIGHTS
                           SC-OUTSTANDING SC-PREV-RECEIVED
                           SC-PREV-REJECTS SC-PREV-DUPS
                           SC-RATE SC-PREV-RATE
                 PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                         UNTIL WS-SLOT-SUB > 8
                    MOVE 0 TO SC-REASON-CT(WS-SLOT-SUB)
                 END-PERFORM
              END-IF
              PERFORM 034-ADD-DETAIL THRU 034-ADD-DETAIL-EXIT
              PERFORM 032-READ-SCWORK THRU 032-READ-SCWORK-EXIT
           END-PERFORM.
           IF NOT WS-FIRST-DETAIL
              PERFORM 038-BRANCH-BREAK THRU 038-BRANCH-BREAK-EXIT
           END-IF.
      *
       030-TOTAL-BRANCHES-EXIT.
           EXIT.

       032-READ-SCWORK.
           READ SCWORK NEXT RECORD
                AT END SET SW-EOF TO TRUE
           END-READ.
      *
       032-READ-SCWORK-EXIT.
           EXIT.

       034-ADD-DETAIL.
           MOVE BS-DATE OF WS-BSTAT(1:6) TO WS-REC-MONTH.
           IF WS-REC-MONTH = WS-PREV-MONTH
              IF BS-INTAKE OF WS-BSTAT
                 ADD BS-RECEIVED OF WS-BSTAT TO SC-PREV-RECEIVED
                 ADD BS-REJECTS OF WS-BSTAT TO SC-PREV-REJECTS
                 ADD BS-DUPS OF WS-BSTAT TO SC-PREV-DUPS
              END-IF
              GO TO 034-ADD-DETAIL-EXIT
           END-IF.
           SET SC-ACTIVE TO TRUE.
           IF BS-RECYCLE OF WS-BSTAT
              ADD BS-CORRECTED OF WS-BSTAT TO SC-CORRECTED
              ADD BS-CORR-NIGHTS OF WS-BSTAT TO SC-CORR-NIGHTS
              MOVE BS-OUTSTANDING OF WS-BSTAT TO SC-OUTSTANDING
              GO TO 034-ADD-DETAIL-EXIT
           END-IF.
           ADD BS-RECEIVED OF WS-BSTAT TO SC-RECEIVED.
           ADD BS-REJECTS OF WS-BSTAT TO SC-REJECTS.
           ADD BS-DUPS OF WS-BSTAT TO SC-DUPS.
           ADD BS-AMT-EXCP OF WS-BSTAT TO SC-AMT-EXCP.
           ADD BS-REASON-OTHER OF WS-BSTAT TO SC-REASON-OTHER.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 8
              IF BS-REASON OF WS-BSTAT(WS-RSN-SUB) NOT = SPACES
                 PERFORM 036-ADD-REASON THRU 036-ADD-REASON-EXIT
              END-IF
           END-PERFORM.
      *
       034-ADD-DETAIL-EXIT.
           EXIT.

       036-ADD-REASON.
      *    THE NIGHT'S REASON CODES MERGE INTO THE BRANCH'S EIGHT
      *    SLOTS FOR THE MONTH; A NINTH DIFFERENT CODE IS OTHER.
           MOVE 0 TO WS-SLOT-HIT.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 8 OR WS-SLOT-HIT > 0
              IF SC-REASON(WS-SLOT-SUB) =
                 BS-REASON OF WS-BSTAT(WS-RSN-SUB)
                 OR SC-REASON(WS-SLOT-SUB) = SPACES
                 MOVE WS-SLOT-SUB TO WS-SLOT-HIT
              END-IF
           END-PERFORM.
           IF WS-SLOT-HIT = 0
              ADD BS-REASON-CT OF WS-BSTAT(WS-RSN-SUB)
                  TO SC-REASON-OTHER
           ELSE
              MOVE BS-REASON OF WS-BSTAT(WS-RSN-SUB)
                   TO SC-REASON(WS-SLOT-HIT)
              ADD BS-REASON-CT OF WS-BSTAT(WS-RSN-SUB)
                  TO SC-REASON-CT(WS-SLOT-HIT)
           END-IF.
      *
       036-ADD-REASON-EXIT.
           EXIT.

       038-BRANCH-BREAK.
      *    A BRANCH SEEN ONLY IN THE PREVIOUS MONTH IS NOT SCORED.
      *    THE RATE IS CAPPED AT 999,99 FOR A BRANCH WHOSE REJECTS
      *    AND DUPLICATES OUTNUMBER WHAT IT SENT TENFOLD.
           IF NOT SC-ACTIVE
              GO TO 038-BRANCH-BREAK-EXIT
           END-IF.
           MOVE 'N' TO SC-WORSE-SW.
           IF SC-RECEIVED > 0
              COMPUTE WS-RATE-WORK ROUNDED =
                      (SC-REJECTS + SC-DUPS) * 100 / SC-RECEIVED
           ELSE
              IF SC-REJECTS + SC-DUPS > 0
                 MOVE 999,99 TO WS-RATE-WORK
              ELSE
                 MOVE 0 TO WS-RATE-WORK
              END-IF
           END-IF.
           IF WS-RATE-WORK > 999,99
              MOVE 999,99 TO WS-RATE-WORK
           END-IF.
           MOVE WS-RATE-WORK TO SC-RATE.
           IF SC-PREV-RECEIVED > 0
              COMPUTE WS-RATE-WORK ROUNDED =
                      (SC-PREV-REJECTS + SC-PREV-DUPS) * 100
                      / SC-PREV-RECEIVED
              IF WS-RATE-WORK > 999,99
                 MOVE 999,99 TO WS-RATE-WORK
              END-IF
              MOVE WS-RATE-WORK TO SC-PREV-RATE
              IF SC-RATE > SC-PREV-RATE
                 SET SC-WORSENED TO TRUE
              END-IF
           END-IF.
           MOVE SPACES TO SCWORK-RECORD.
           SET SW-SCORE TO TRUE.
           COMPUTE SW-S-RANK = 99999 - SC-RATE * 100.
           MOVE SC-BRANCH TO SW-S-BRANCH.
           MOVE SC-TOTALS TO SW-DATA.
           WRITE SCWORK-RECORD.
           IF SCWORK-STATUS NOT = 0
              DISPLAY 'CPRSCORE - SCWORK UPDATE FAILED FOR BRANCH '
                      SC-BRANCH ' STATUS ' SCWORK-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       038-BRANCH-BREAK-EXIT.
           EXIT.

       050-PRINT-BRANCHES.
      *    THE 'S' RECORDS IN KEY ORDER ARE THE BRANCHES WORST
      *    FIRST, BRANCH ORDER WITHIN AN EQUAL RATE.
           MOVE '0' TO SW-MARKER.
           MOVE LOW-VALUES TO SW-KEY.
           SET SW-SCORE TO TRUE.
           START SCWORK KEY IS NOT LESS THAN SW-KEY
              INVALID KEY
                 SET SW-EOF TO TRUE
           END-START.
           IF NOT SW-EOF
              PERFORM 032-READ-SCWORK THRU 032-READ-SCWORK-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL SW-EOF OR NOT SW-SCORE
              MOVE SW-DATA TO SC-TOTALS
              PERFORM 055-PRINT-BRANCH THRU 055-PRINT-BRANCH-EXIT
              PERFORM 032-READ-SCWORK THRU 032-READ-SCWORK-EXIT
           END-PERFORM.
      *
       050-PRINT-BRANCHES-EXIT.
           EXIT.

       055-PRINT-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD SC-RECEIVED TO WS-TOT-RECEIVED.
           ADD SC-REJECTS TO WS-TOT-REJECTS.
           ADD SC-DUPS TO WS-TOT-DUPS.
           ADD SC-CORRECTED TO WS-TOT-CORRECTED.
           ADD SC-OUTSTANDING TO WS-TOT-OUTSTANDING.
           MOVE WS-BRANCH-COUNT TO RL-RANK.
           IF SC-BRANCH = SPACES
              MOVE '(NONE)' TO RL-BRANCH
           ELSE
              MOVE SC-BRANCH TO RL-BRANCH
           END-IF.
           MOVE SC-RECEIVED TO RL-RECEIVED.
           MOVE SC-REJECTS TO RL-REJECTS.
           MOVE SC-DUPS TO RL-DUPS.
           MOVE SC-AMT-EXCP TO RL-AMT-EXCP.
           MOVE SC-RATE TO RL-RATE.
           IF SC-PREV-RECEIVED > 0
              MOVE SC-PREV-RATE TO RL-PREV-RATE
           ELSE
              MOVE '   N/A' TO RL-PREV-RATE-X
           END-IF.
           MOVE SC-CORRECTED TO RL-CORRECTED.
           MOVE SC-OUTSTANDING TO RL-OUTSTANDING.
           IF SC-CORRECTED > 0
              COMPUTE WS-AVG-NIGHTS ROUNDED =
                      SC-CORR-NIGHTS / SC-CORRECTED
           ELSE
              MOVE 0 TO WS-AVG-NIGHTS
           END-IF.
           MOVE WS-AVG-NIGHTS TO RL-AVG-NIGHTS.
           IF SC-WORSENED
              MOVE 'WORSENED' TO RL-WORSE
              ADD 1 TO WS-WORSE-COUNT
           ELSE
              MOVE SPACES TO RL-WORSE
           END-IF.
           IF WS-LINE-CTR + 2 > WS-LINES-PER-PAGE
              PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LINE-CTR.
           IF SC-REJECTS = 0
              GO TO 055-PRINT-BRANCH-EXIT
           END-IF.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 8
              MOVE SPACES TO RR-ENTRY(WS-SLOT-SUB)
              IF SC-REASON(WS-SLOT-SUB) NOT = SPACES
                 MOVE SC-REASON(WS-SLOT-SUB) TO RR-REASON(WS-SLOT-SUB)
                 MOVE SC-REASON-CT(WS-SLOT-SUB)
                      TO RR-REASON-CT(WS-SLOT-SUB)
              END-IF
           END-PERFORM.
           IF SC-REASON-OTHER > 0
              MOVE 'OTHER ' TO RR-OTHER-TEXT
              MOVE SC-REASON-OTHER TO RR-OTHER-CT
           ELSE
              MOVE SPACES TO RR-OTHER-TEXT
              MOVE SPACES TO RR-OTHER-CT-X
           END-IF.
           WRITE RPT-LINE FROM RPT-REASON-LINE.
           ADD 1 TO WS-LINE-CTR.
      *
       055-PRINT-BRANCH-EXIT.
           EXIT.

       060-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-MONTH TO RH1-MONTH.
           MOVE WS-PREV-MONTH TO RH2-PREV-MONTH.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE RPT-HDR-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-HDR-3.
           MOVE 4 TO WS-LINE-CTR.
      *
       060-PRINT-HEADERS-EXIT.
           EXIT.

       070-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'HISTORY RECORDS READ' TO RT-TEXT.
           MOVE WS-BSTAT-READ TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'HISTORY RECORDS FOR THE MONTH' TO RT-TEXT.
           MOVE WS-BSTAT-MONTH TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'HISTORY RECORDS FOR THE PREVIOUS MONTH' TO RT-TEXT.
           MOVE WS-BSTAT-PREV TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'RERUN RECORDS REPLACING AN EARLIER ONE' TO RT-TEXT.
           MOVE WS-BSTAT-REPLACED TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'UNREADABLE HISTORY RECORDS IGNORED' TO RT-TEXT.
           MOVE WS-BSTAT-BAD TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BRANCHES SCORED' TO RT-TEXT.
           MOVE WS-BRANCH-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BRANCHES WORSE THAN THE PREVIOUS MONTH' TO RT-TEXT.
           MOVE WS-WORSE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'RECORDS RECEIVED' TO RT-TEXT.
           MOVE WS-TOT-RECEIVED TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REJECTS' TO RT-TEXT.
           MOVE WS-TOT-REJECTS TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'DUPLICATES RE-SENT' TO RT-TEXT.
           MOVE WS-TOT-DUPS TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REJECTS CORRECTED' TO RT-TEXT.
           MOVE WS-TOT-CORRECTED TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REJECTS OUTSTANDING AT MONTH END' TO RT-TEXT.
           MOVE WS-TOT-OUTSTANDING TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
      *
       070-RUN-SUMMARY-EXIT.
           EXIT.

       001-LOAD-CONFIG.
      *    LOAD THE SHARED RUNTIME CONFIGURATION BEFORE ANYTHING
      *    ELSE RUNS. ALL THE PENSION PROGRAMS READ THE SAME CONFIG
      *    DATASET AND PARSE EVERY KEYWORD; EACH APPLIES THE VALUES
      *    IT USES. A MISSING DATASET LEAVES THE COPYBOOK DEFAULTS
      *    IN EFFECT SO STANDALONE RERUNS STILL WORK.
           OPEN INPUT CONFIG.
           IF CONFIG-STATUS NOT = 0
              DISPLAY 'CPRSCORE - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'CPRSCORE - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'CPRSCORE - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'CPRSCORE CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'CPRSCORE - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'CPRSCORE - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'CPRSCORE - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM CPRSCORE.
