       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSREMT.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSREMT RECONCILES THE NIGHT'S EXPECTED CONTRIBUTIONS    *
      * AGAINST WHAT EACH BRANCH'S EMPLOYER ACTUALLY TRANSFERRED. *
      * EXPECTED IS THE AMOUNTIN CONTRIBUTIONS CPRFILE MATCHED    *
      * FOR THE BUSINESS DATE, AS HELD ON THE CONTLEDG LEDGER,    *
      * TOTALLED BY THE FILEIN SUB-FILE BRANCH EACH CPR ARRIVED   *
      * UNDER. RECEIVED IS THE BANK'S DAILY BANKREM REMITTANCE    *
      * FILE OF PAYER BRANCH, VALUE DATE AND AMOUNT, TOTALLED BY  *
      * PAYER BRANCH. THE REMRPT REPORT SHOWS PER BRANCH THE      *
      * AMOUNT EXPECTED, THE AMOUNT RECEIVED AND THE SHORTFALL OR *
      * OVERPAYMENT; A BRANCH WHOSE DIFFERENCE IS MORE THAN THE   *
      * CONFIG REMIT-TOLERANCE (WHOLE CURRENCY UNITS) EITHER WAY  *
      * IS MARKED CHASE AND THE STEP ENDS WITH RC 4, SO FINANCE   *
      * CAN CHASE THE EMPLOYER THE SAME WEEK. AN UNREADABLE       *
      * BANKREM RECORD IS LISTED AND ALSO ENDS THE STEP RC 4.     *
      *                                                           *
      * THE BRANCH TOTALS ARE COLLECTED ON THE REMWORK KEYED WORK *
      * FILE (KEY = BRANCH) AND READ BACK IN BRANCH ORDER.        *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTLEDG ASSIGN TO CONTLEDG
               FILE STATUS IS CONTLEDG-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-KEY.

           SELECT BANKREM ASSIGN TO BANKREM
               FILE STATUS IS BANKREM-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMWORK ASSIGN TO REMWORK
               FILE STATUS IS REMWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-BRANCH.

           SELECT REMRPT ASSIGN TO REMRPT
               FILE STATUS IS REMRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTLEDG.
       01  LEDGER-RECORD.
           COPY CONTLEDG.

      *    THE BANK'S DAILY REMITTANCE FILE - ONE RECORD PER
      *    EMPLOYER TRANSFER RECEIVED.
       FD  BANKREM RECORDING MODE F.
       01  BANKREM-RECORD.
           05 BK-BRANCH            PIC X(10).
           05 BK-VALUE-DATE        PIC 9(08).
           05 BK-AMOUNT            PIC 9(10)V99.
           05 FILLER               PIC X(50).

      *    ONE RECORD PER BRANCH, EXPECTED AND RECEIVED SIDE BY SIDE.
      *    THE CLUSTER IS DEFINED ONCE WITH REUSE AND EMPTIED BY THE
      *    OPEN OUTPUT EACH RUN.
       FD  REMWORK.
       01  REMWORK-RECORD.
           05 RW-BRANCH            PIC X(10).
           05 RW-EXP-COUNT         PIC 9(07).
           05 RW-EXP-AMOUNT        PIC 9(11)V99.
           05 RW-REC-COUNT         PIC 9(07).
           05 RW-REC-AMOUNT        PIC 9(11)V99.
           05 RW-LAST-VALUE-DATE   PIC 9(08).
           05 FILLER               PIC X(22).

       FD  REMRPT RECORDING MODE F.
       01  RPT-LINE                PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE PICKS THE NIGHT'S LEDGER ENTRIES.
       FD  RUNCTL RECORDING MODE F.
       01  RUNCTL-RECORD.
           05 RC-BUSDATE           PIC 9(08).
           05 RC-STATUS            PIC X(01).
              88 RC-REGISTERED              VALUE 'A'.
              88 RC-COMPLETED               VALUE 'C'.
              88 RC-ABANDONED               VALUE 'X'.
           05 FILLER               PIC X(71).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - READ HERE FOR THE REMITTANCE TOLERANCE
      *    AND THE REPORT PAGE DEPTH.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTLEDG-STATUS           PIC 99.
       01 BANKREM-STATUS            PIC 99.
       01 REMWORK-STATUS            PIC 99.
       01 REMRPT-STATUS             PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 CL-MARKER                 PIC X     VALUE '0'.
          88 CL-EOF                          VALUE '1'.
       01 BK-MARKER                 PIC X     VALUE '0'.
          88 BK-EOF                          VALUE '1'.
       01 RW-MARKER                 PIC X     VALUE '0'.
          88 RW-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-BRANCH                 PIC X(10).
       01 WS-DIFF                   PIC S9(11)V99.
       01 WS-ABS-DIFF               PIC 9(11)V99.

       01 WS-LEDGER-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-EXPECTED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-BANK-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-BANK-BAD-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-BRANCH-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-CHASE-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-TOT-EXPECTED           PIC 9(13)V99 VALUE 0.
       01 WS-TOT-RECEIVED           PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DIFF               PIC S9(13)V99 VALUE 0.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44)
              VALUE 'PENSREMT EMPLOYER REMITTANCE RECONCILIATION'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(58) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(30)
              VALUE 'TOLERANCE EITHER WAY'.
           05 RH2-TOLERANCE         PIC ZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(92) VALUE SPACES.
       01 RPT-HDR-3.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'BRANCH'.
           05 FILLER                PIC X(08) VALUE 'MEMBERS'.
           05 FILLER                PIC X(20)
              VALUE '            EXPECTED'.
           05 FILLER                PIC X(10) VALUE '  PAYMENTS'.
           05 FILLER                PIC X(20)
              VALUE '            RECEIVED'.
           05 FILLER                PIC X(21)
              VALUE '          DIFFERENCE'.
           05 FILLER                PIC X(10) VALUE ' VALUE DT'.
           05 FILLER                PIC X(31) VALUE '  STATUS'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-BRANCH             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-EXP-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-EXP-AMOUNT         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REC-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-REC-AMOUNT         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DIFF               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-VALUE-DATE         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-STATUS             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CHASE              PIC X(05).
           05 FILLER                PIC X(15) VALUE SPACES.

       01 RPT-BAD-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(28)
              VALUE 'UNREADABLE BANKREM RECORD : '.
           05 RX-RECORD             PIC X(30).
           05 FILLER                PIC X(74) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       01 RPT-AMOUNT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RA-TEXT               PIC X(49).
           05 RA-AMOUNT             PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSREMT STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.

           OPEN OUTPUT REMRPT.
           IF REMRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN REMRPT ' REMRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT.

           OPEN OUTPUT REMWORK.
           IF REMWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN REMWORK ' REMWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE REMWORK.
           OPEN I-O REMWORK.
           IF REMWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN REMWORK ' REMWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 020-TOTAL-EXPECTED THRU 020-TOTAL-EXPECTED-EXIT.
           PERFORM 030-TOTAL-RECEIVED THRU 030-TOTAL-RECEIVED-EXIT.
           PERFORM 050-PRINT-BRANCHES THRU 050-PRINT-BRANCHES-EXIT.
           CLOSE REMWORK.
           PERFORM 070-RUN-SUMMARY THRU 070-RUN-SUMMARY-EXIT.
           CLOSE REMRPT.

           DISPLAY 'PENSREMT - ' WS-BRANCH-COUNT ' BRANCHES, '
                   WS-CHASE-COUNT ' OUTSIDE TOLERANCE'.
           IF WS-CHASE-COUNT > 0 OR WS-BANK-BAD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       020-TOTAL-EXPECTED.
      *    THE LEDGER IS KEYED BY CPR, SO THE NIGHT'S ENTRIES ARE
      *    PICKED OUT OF A FULL PASS BY THEIR BUSINESS DATE.
           OPEN INPUT CONTLEDG.
           IF CONTLEDG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CONTLEDG ' CONTLEDG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-LEDGER THRU 022-READ-LEDGER-EXIT.
           PERFORM TEST BEFORE UNTIL CL-EOF
              ADD 1 TO WS-LEDGER-COUNT
              IF CL-BUSDATE = WS-BUSINESS-DATE
                 PERFORM 024-ADD-EXPECTED THRU 024-ADD-EXPECTED-EXIT
              END-IF
              PERFORM 022-READ-LEDGER THRU 022-READ-LEDGER-EXIT
           END-PERFORM.
           CLOSE CONTLEDG.
      *
       020-TOTAL-EXPECTED-EXIT.
           EXIT.

       022-READ-LEDGER.
           READ CONTLEDG NEXT
                AT END SET CL-EOF TO TRUE
           END-READ.
      *
       022-READ-LEDGER-EXIT.
           EXIT.

       024-ADD-EXPECTED.
           MOVE CL-BRANCH TO WS-BRANCH.
           PERFORM 040-GET-BRANCH THRU 040-GET-BRANCH-EXIT.
           ADD 1 TO RW-EXP-COUNT.
           IF CL-AMOUNT IS NUMERIC
              ADD CL-AMOUNT TO RW-EXP-AMOUNT
              ADD CL-AMOUNT TO WS-TOT-EXPECTED
           END-IF.
           PERFORM 045-PUT-BRANCH THRU 045-PUT-BRANCH-EXIT.
           ADD 1 TO WS-EXPECTED-COUNT.
      *
       024-ADD-EXPECTED-EXIT.
           EXIT.

       030-TOTAL-RECEIVED.
      *    EVERY TRANSFER ON THE DAY'S BANK FILE COUNTS TOWARDS ITS
      *    PAYER BRANCH, WHATEVER ITS VALUE DATE; THE LATEST VALUE
      *    DATE IS SHOWN ON THE BRANCH LINE.
           OPEN INPUT BANKREM.
           IF BANKREM-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BANKREM ' BANKREM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 032-READ-BANKREM THRU 032-READ-BANKREM-EXIT.
           PERFORM TEST BEFORE UNTIL BK-EOF
              IF BANKREM-RECORD NOT = SPACES
                 PERFORM 034-ADD-RECEIVED THRU 034-ADD-RECEIVED-EXIT
              END-IF
              PERFORM 032-READ-BANKREM THRU 032-READ-BANKREM-EXIT
           END-PERFORM.
           CLOSE BANKREM.
      *
       030-TOTAL-RECEIVED-EXIT.
           EXIT.

       032-READ-BANKREM.
           READ BANKREM
                AT END SET BK-EOF TO TRUE
           END-READ.
      *
       032-READ-BANKREM-EXIT.
           EXIT.

       034-ADD-RECEIVED.
           IF BK-AMOUNT IS NOT NUMERIC
              OR BK-VALUE-DATE IS NOT NUMERIC
              ADD 1 TO WS-BANK-BAD-COUNT
              IF WS-LINE-CTR >= WS-LINES-PER-PAGE
                 PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT
              END-IF
              MOVE BANKREM-RECORD(1:30) TO RX-RECORD
              WRITE RPT-LINE FROM RPT-BAD-LINE
              ADD 1 TO WS-LINE-CTR
              GO TO 034-ADD-RECEIVED-EXIT
           END-IF.
           ADD 1 TO WS-BANK-COUNT.
           MOVE BK-BRANCH TO WS-BRANCH.
           PERFORM 040-GET-BRANCH THRU 040-GET-BRANCH-EXIT.
           ADD 1 TO RW-REC-COUNT.
           ADD BK-AMOUNT TO RW-REC-AMOUNT.
           ADD BK-AMOUNT TO WS-TOT-RECEIVED.
           IF BK-VALUE-DATE > RW-LAST-VALUE-DATE
              MOVE BK-VALUE-DATE TO RW-LAST-VALUE-DATE
           END-IF.
           PERFORM 045-PUT-BRANCH THRU 045-PUT-BRANCH-EXIT.
      *
       034-ADD-RECEIVED-EXIT.
           EXIT.

       040-GET-BRANCH.
      *    READ THE BRANCH'S TOTALS, OR START THEM AT ZERO.
           MOVE WS-BRANCH TO RW-BRANCH.
           READ REMWORK
              INVALID KEY
                 MOVE SPACES TO REMWORK-RECORD
                 MOVE WS-BRANCH TO RW-BRANCH
                 MOVE 0 TO RW-EXP-COUNT RW-EXP-AMOUNT
                           RW-REC-COUNT RW-REC-AMOUNT
                           RW-LAST-VALUE-DATE
           END-READ.
      *
       040-GET-BRANCH-EXIT.
           EXIT.

       045-PUT-BRANCH.
           IF REMWORK-STATUS = 0
              REWRITE REMWORK-RECORD
           ELSE
              WRITE REMWORK-RECORD
           END-IF.
           IF REMWORK-STATUS NOT = 0
              DISPLAY 'PENSREMT - REMWORK UPDATE FAILED FOR BRANCH '
                      WS-BRANCH ' STATUS ' REMWORK-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       045-PUT-BRANCH-EXIT.
           EXIT.

       050-PRINT-BRANCHES.
      *    ONE LINE PER BRANCH IN BRANCH ORDER. THE DIFFERENCE IS
      *    RECEIVED LESS EXPECTED - NEGATIVE FOR A SHORTFALL.
           MOVE LOW-VALUES TO RW-BRANCH.
           START REMWORK KEY IS NOT LESS THAN RW-BRANCH
              INVALID KEY
                 SET RW-EOF TO TRUE
           END-START.
           IF NOT RW-EOF
              PERFORM 052-READ-REMWORK THRU 052-READ-REMWORK-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL RW-EOF
              PERFORM 055-PRINT-BRANCH THRU 055-PRINT-BRANCH-EXIT
              PERFORM 052-READ-REMWORK THRU 052-READ-REMWORK-EXIT
           END-PERFORM.
      *
       050-PRINT-BRANCHES-EXIT.
           EXIT.

       052-READ-REMWORK.
           READ REMWORK NEXT RECORD
                AT END SET RW-EOF TO TRUE
           END-READ.
      *
       052-READ-REMWORK-EXIT.
           EXIT.

       055-PRINT-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT.
           COMPUTE WS-DIFF = RW-REC-AMOUNT - RW-EXP-AMOUNT.
           IF WS-DIFF < 0
              COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
              MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.
           MOVE SPACES TO RL-CHASE.
           EVALUATE TRUE
              WHEN RW-EXP-COUNT = 0
                 MOVE 'NOT EXPECTED' TO RL-STATUS
              WHEN RW-REC-COUNT = 0
                 MOVE 'NOT PAID' TO RL-STATUS
              WHEN WS-DIFF = 0
                 MOVE 'BALANCED' TO RL-STATUS
              WHEN WS-DIFF < 0
                 MOVE 'SHORTFALL' TO RL-STATUS
              WHEN OTHER
                 MOVE 'OVERPAYMENT' TO RL-STATUS
           END-EVALUATE.
           IF WS-ABS-DIFF > CFG-REMIT-TOL
              MOVE 'CHASE' TO RL-CHASE
              ADD 1 TO WS-CHASE-COUNT
           END-IF.
           IF RW-BRANCH = SPACES
              MOVE '(NONE)' TO RL-BRANCH
           ELSE
              MOVE RW-BRANCH TO RL-BRANCH
           END-IF.
           MOVE RW-EXP-COUNT TO RL-EXP-COUNT.
           MOVE RW-EXP-AMOUNT TO RL-EXP-AMOUNT.
           MOVE RW-REC-COUNT TO RL-REC-COUNT.
           MOVE RW-REC-AMOUNT TO RL-REC-AMOUNT.
           MOVE WS-DIFF TO RL-DIFF.
           IF RW-LAST-VALUE-DATE = 0
              MOVE SPACES TO RL-VALUE-DATE
           ELSE
              MOVE RW-LAST-VALUE-DATE TO RL-VALUE-DATE
           END-IF.
           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
              PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LINE-CTR.
      *
       055-PRINT-BRANCH-EXIT.
           EXIT.

       060-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO RH1-ASOF.
           MOVE CFG-REMIT-TOL TO RH2-TOLERANCE.
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
           COMPUTE WS-TOT-DIFF = WS-TOT-RECEIVED - WS-TOT-EXPECTED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'LEDGER ENTRIES FOR THE BUSINESS DATE' TO RT-TEXT.
           MOVE WS-EXPECTED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BANK REMITTANCES READ' TO RT-TEXT.
           MOVE WS-BANK-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'UNREADABLE BANK REMITTANCES' TO RT-TEXT.
           MOVE WS-BANK-BAD-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BRANCHES RECONCILED' TO RT-TEXT.
           MOVE WS-BRANCH-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BRANCHES OUTSIDE TOLERANCE - TO CHASE' TO RT-TEXT.
           MOVE WS-CHASE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACES TO RPT-AMOUNT-LINE.
           MOVE 'TOTAL EXPECTED' TO RA-TEXT.
           MOVE WS-TOT-EXPECTED TO RA-AMOUNT.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'TOTAL RECEIVED' TO RA-TEXT.
           MOVE WS-TOT-RECEIVED TO RA-AMOUNT.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'NET DIFFERENCE' TO RA-TEXT.
           MOVE WS-TOT-DIFF TO RA-AMOUNT.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE.
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
              DISPLAY 'PENSREMT - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSREMT - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSREMT - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSREMT CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSREMT - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSREMT - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSREMT - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM PENSREMT.
