       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSARRS.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSARRS LISTS THE ACTIVE MEMBERS ON THE CPRMAST RESULTS  *
      * MASTER WHO HAVE PAID NOTHING FOR A RUN OF CONSECUTIVE     *
      * BUSINESS DATES, GROUPED BY THE BRANCH THEY LAST ARRIVED   *
      * UNDER, SO THE CONTRIBUTIONS DESK CAN CHASE THE EMPLOYER.  *
      * THE WINDOW IS THE LAST CFG-ARREARS-DATES BUSINESS DATES   *
      * REGISTERED ON THE RUN-CONTROL FILE (ABANDONED DATES DO    *
      * NOT COUNT), AND A MEMBER IS IN ARREARS WHEN THE CONTLEDG  *
      * CONTRIBUTION LEDGER HOLDS NO NON-ZERO AMOUNT FOR THEM ON   *
      * OR AFTER THE OLDEST DATE IN THE WINDOW. UNTIL THE         *
      * RUN-CONTROL FILE HOLDS A FULL WINDOW OF DATES NOBODY CAN  *
      * QUALIFY AND THE REPORT SAYS SO.                           *
      *                                                           *
      * THE HITS ARE COLLECTED ON THE ARRWORK KEYED WORK FILE     *
      * (KEY = BRANCH + CPR) AND READ BACK IN KEY ORDER FOR THE   *
      * BRANCH CONTROL BREAK. ENDS WITH RC 4 WHEN ANYONE IS IN    *
      * ARREARS.                                                  *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-CPR.

           SELECT CONTLEDG ASSIGN TO CONTLEDG
               FILE STATUS IS CONTLEDG-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY.

           SELECT ARRWORK ASSIGN TO ARRWORK
               FILE STATUS IS ARRWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARRRPT ASSIGN TO ARRRPT
               FILE STATUS IS ARRRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

       FD  CONTLEDG.
       01  LEDGER-RECORD.
           COPY CONTLEDG.

      *    ONE RECORD PER MEMBER IN ARREARS. THE CLUSTER IS DEFINED
      *    ONCE WITH REUSE AND EMPTIED BY THE OPEN OUTPUT EACH RUN.
       FD  ARRWORK.
       01  ARRWORK-RECORD.
           05 AW-KEY.
              10 AW-BRANCH         PIC X(10).
              10 AW-CPR            PIC X(10).
           05 AW-SCHEME            PIC X(01).
           05 AW-LASTUPD           PIC 9(08).
           05 AW-LASTAMT           PIC 9(10)V99.
           05 FILLER               PIC X(39).

       FD  RUNCTL RECORDING MODE F.
       01  RUNCTL-RECORD.
           05 RC-BUSDATE           PIC 9(08).
           05 RC-STATUS            PIC X(01).
              88 RC-REGISTERED              VALUE 'A'.
              88 RC-COMPLETED               VALUE 'C'.
              88 RC-ABANDONED               VALUE 'X'.
           05 RC-REASON            PIC X(40).
           05 FILLER               PIC X(31).

       FD  ARRRPT RECORDING MODE F.
       01  RPT-LINE                PIC X(133).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - READ HERE FOR THE ARREARS WINDOW AND
      *    THE REPORT PAGE DEPTH.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 CPRMAST-STATUS            PIC 99.
       01 CONTLEDG-STATUS           PIC 99.
       01 ARRWORK-STATUS            PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 ARRRPT-STATUS             PIC 99.
       01 RM-MARKER                 PIC X     VALUE '0'.
          88 RM-EOF                          VALUE '1'.
       01 RC-MARKER                 PIC X     VALUE '0'.
          88 RC-EOF                          VALUE '1'.
       01 AW-MARKER                 PIC X     VALUE '0'.
          88 AW-EOF                          VALUE '1'.
       01 CL-MARKER                 PIC X     VALUE '0'.
          88 CL-EOF                          VALUE '1'.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

      *    THE MOST RECENT REGISTERED BUSINESS DATES, OLDEST FIRST.
      *    A DATE REGISTERED AGAIN AFTER A RERUN IS NOT ADDED TWICE,
      *    AND AN ABANDONED DATE IS TAKEN OFF THE END AGAIN.
       01 WS-WINDOW-TABLE.
          05 WS-WIN-COUNT           PIC 9(03) COMP VALUE 0.
          05 WS-WIN-DATE            PIC 9(08) OCCURS 250 TIMES.
       01 WS-WIN-IDX                PIC 9(03) COMP.
       01 WS-WIN-FIRST              PIC 9(03) COMP.
       01 WS-WIN-OLDEST             PIC 9(08) VALUE 0.
       01 WS-WIN-LATEST             PIC 9(08) VALUE 0.
       01 WS-WINDOW-SW              PIC X     VALUE 'N'.
          88 WS-WINDOW-FULL                  VALUE 'Y'.

       01 WS-PAID-SW                PIC X.
          88 WS-PAID                         VALUE 'Y'.
          88 WS-NOT-PAID                     VALUE 'N'.

       01 WS-MASTER-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-ACTIVE-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-ARREARS-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-BRANCH-COUNT           PIC 9(05) COMP VALUE 0.
       01 WS-BR-MEMBERS             PIC 9(07) COMP VALUE 0.
       01 WS-CUR-BRANCH             PIC X(10).

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(44)
              VALUE 'PENSARRS CONTRIBUTION ARREARS BY BRANCH'.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(79) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(30)
              VALUE 'NO CONTRIBUTION ON OR AFTER'.
           05 RH2-OLDEST            PIC 9(08).
           05 FILLER                PIC X(05) VALUE ' TO  '.
           05 RH2-LATEST            PIC 9(08).
           05 FILLER                PIC X(02) VALUE ' ('.
           05 RH2-DATES             PIC ZZ9.
           05 FILLER                PIC X(17)
              VALUE ' BUSINESS DATES)'.
           05 FILLER                PIC X(59) VALUE SPACES.
       01 RPT-HDR-3.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'CPR'.
           05 FILLER                PIC X(16) VALUE 'SCHEME'.
           05 FILLER                PIC X(12) VALUE 'LAST UPDATE'.
           05 FILLER                PIC X(20)
              VALUE '    LAST CONTRIBUTED'.
           05 FILLER                PIC X(72) VALUE SPACES.

       01 RPT-BRANCH-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(08) VALUE 'BRANCH '.
           05 RB-BRANCH             PIC X(10).
           05 FILLER                PIC X(114) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CPR                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-SCHEME             PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-LASTUPD            PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-LASTAMT            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(76) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSARRS STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.

           PERFORM 020-BUILD-WINDOW THRU 020-BUILD-WINDOW-EXIT.

           OPEN OUTPUT ARRRPT.
           IF ARRRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ARRRPT ' ARRRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           IF NOT WS-WINDOW-FULL
              PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT
              MOVE SPACES TO RPT-TEXT-LINE
              MOVE 'BUSINESS DATES ON THE RUN-CONTROL FILE SO FAR'
                TO RT-TEXT
              MOVE WS-WIN-COUNT TO RT-CT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
              MOVE SPACES TO RPT-TEXT-LINE
              MOVE 'BUSINESS DATES NEEDED FOR AN ARREARS WINDOW'
                TO RT-TEXT
              MOVE CFG-ARREARS-DATES TO RT-CT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
              MOVE SPACES TO RPT-TEXT-LINE
              MOVE 'NO MEMBER CAN BE IN ARREARS YET' TO RT-TEXT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
              CLOSE ARRRPT
              GOBACK
           END-IF.

           OPEN INPUT CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CONTLEDG.
           IF CONTLEDG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CONTLEDG ' CONTLEDG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARRWORK.
           IF ARRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ARRWORK ' ARRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 030-READ-MASTER THRU 030-READ-MASTER-EXIT.
           PERFORM TEST BEFORE UNTIL RM-EOF
              ADD 1 TO WS-MASTER-COUNT
              PERFORM 035-CHECK-MEMBER THRU 035-CHECK-MEMBER-EXIT
              PERFORM 030-READ-MASTER THRU 030-READ-MASTER-EXIT
           END-PERFORM.
           CLOSE CPRMAST.
           CLOSE CONTLEDG.
           CLOSE ARRWORK.

           PERFORM 050-PRINT-ARREARS THRU 050-PRINT-ARREARS-EXIT.

           CLOSE ARRRPT.
           IF WS-ARREARS-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       001-LOAD-CONFIG.
      *    LOAD THE SHARED RUNTIME CONFIGURATION BEFORE ANYTHING
      *    ELSE RUNS. ALL THE PENSION PROGRAMS READ THE SAME CONFIG
      *    DATASET AND PARSE EVERY KEYWORD; EACH APPLIES THE VALUES
      *    IT USES. A MISSING DATASET LEAVES THE COPYBOOK DEFAULTS
      *    IN EFFECT SO STANDALONE RERUNS STILL WORK.
           OPEN INPUT CONFIG.
           IF CONFIG-STATUS NOT = 0
              DISPLAY 'PENSARRS - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSARRS - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSARRS - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSARRS CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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

       020-BUILD-WINDOW.
      *    ONE PASS OVER THE RUN-CONTROL HISTORY, KEEPING THE MOST
      *    RECENT 250 DISTINCT REGISTERED DATES. THE WINDOW IS THE
      *    LAST CFG-ARREARS-DATES OF THEM.
           OPEN INPUT RUNCTL.
           IF RUNCTL-STATUS = 35
              DISPLAY 'PENSARRS - RUN-CONTROL FILE IS NEW'
              GO TO 020-BUILD-WINDOW-EXIT
           END-IF.
           IF RUNCTL-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RUNCTL ' RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-RUNCTL THRU 022-READ-RUNCTL-EXIT.
           PERFORM TEST BEFORE UNTIL RC-EOF
              EVALUATE TRUE
                 WHEN RC-REGISTERED
                    PERFORM 024-ADD-WINDOW-DATE THRU
                            024-ADD-WINDOW-DATE-EXIT
                 WHEN RC-ABANDONED
                    IF WS-WIN-COUNT > 0
                       AND WS-WIN-DATE(WS-WIN-COUNT) = RC-BUSDATE
                       SUBTRACT 1 FROM WS-WIN-COUNT
                    END-IF
              END-EVALUATE
              PERFORM 022-READ-RUNCTL THRU 022-READ-RUNCTL-EXIT
           END-PERFORM.
           CLOSE RUNCTL.
           IF WS-WIN-COUNT >= CFG-ARREARS-DATES
              SET WS-WINDOW-FULL TO TRUE
              COMPUTE WS-WIN-FIRST =
                      WS-WIN-COUNT - CFG-ARREARS-DATES + 1
              MOVE WS-WIN-DATE(WS-WIN-FIRST) TO WS-WIN-OLDEST
              MOVE WS-WIN-DATE(WS-WIN-COUNT) TO WS-WIN-LATEST
              DISPLAY 'PENSARRS - ARREARS WINDOW ' WS-WIN-OLDEST
                      ' TO ' WS-WIN-LATEST
           ELSE
              DISPLAY 'PENSARRS - ONLY ' WS-WIN-COUNT
                      ' BUSINESS DATES REGISTERED, '
                      CFG-ARREARS-DATES ' NEEDED'
           END-IF.
      *
       020-BUILD-WINDOW-EXIT.
           EXIT.

       022-READ-RUNCTL.
           READ RUNCTL
                AT END SET RC-EOF TO TRUE
           END-READ.
      *
       022-READ-RUNCTL-EXIT.
           EXIT.

       024-ADD-WINDOW-DATE.
           IF WS-WIN-COUNT > 0
              AND WS-WIN-DATE(WS-WIN-COUNT) = RC-BUSDATE
              GO TO 024-ADD-WINDOW-DATE-EXIT
           END-IF.
           IF WS-WIN-COUNT >= 250
              PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                      UNTIL WS-WIN-IDX >= 250
                 MOVE WS-WIN-DATE(WS-WIN-IDX + 1)
                   TO WS-WIN-DATE(WS-WIN-IDX)
              END-PERFORM
              MOVE RC-BUSDATE TO WS-WIN-DATE(250)
           ELSE
              ADD 1 TO WS-WIN-COUNT
              MOVE RC-BUSDATE TO WS-WIN-DATE(WS-WIN-COUNT)
           END-IF.
      *
       024-ADD-WINDOW-DATE-EXIT.
           EXIT.

       030-READ-MASTER.
           READ CPRMAST NEXT
                AT END SET RM-EOF TO TRUE
           END-READ.
      *
       030-READ-MASTER-EXIT.
           EXIT.

       035-CHECK-MEMBER.
      *    ONLY MEMBERS WHOSE LAST VALIDATION CAME BACK CLEAN ARE
      *    EXPECTED TO BE CONTRIBUTING - AND NOT ONCE PENSCONV HAS
      *    CONVERTED THEM TO PENSIONERS, OR THEY HAVE LEFT AND ARE
      *    HELD AS DEFERRED MEMBERS.
           IF RM-RC NOT = '0' OR RM-PENSIONER OR RM-DEFERRED
              GO TO 035-CHECK-MEMBER-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           PERFORM 040-CHECK-LEDGER THRU 040-CHECK-LEDGER-EXIT.
           IF WS-PAID
              GO TO 035-CHECK-MEMBER-EXIT
           END-IF.
           MOVE SPACES TO ARRWORK-RECORD.
           MOVE RM-BRANCH TO AW-BRANCH.
           MOVE RM-CPR TO AW-CPR.
           MOVE RM-SCHEME TO AW-SCHEME.
           MOVE RM-LASTUPD TO AW-LASTUPD.
           IF RM-LASTAMT IS NUMERIC
              MOVE RM-LASTAMT TO AW-LASTAMT
           ELSE
              MOVE 0 TO AW-LASTAMT
           END-IF.
           WRITE ARRWORK-RECORD
              INVALID KEY
                 DISPLAY 'PENSARRS - ARRWORK WRITE FAILED FOR '
                         RM-CPR ' STATUS ' ARRWORK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           ADD 1 TO WS-ARREARS-COUNT.
      *
       035-CHECK-MEMBER-EXIT.
           EXIT.

       040-CHECK-LEDGER.
      *    POSITION ON THE MEMBER'S FIRST LEDGER ENTRY INSIDE THE
      *    WINDOW AND LOOK FOR ANY NON-ZERO CONTRIBUTION FROM THERE.
           SET WS-NOT-PAID TO TRUE.
           MOVE '0' TO CL-MARKER.
           MOVE RM-CPR TO CL-CPR.
           MOVE WS-WIN-OLDEST TO CL-BUSDATE.
           START CONTLEDG KEY IS NOT LESS THAN CL-KEY
              INVALID KEY
                 GO TO 040-CHECK-LEDGER-EXIT
           END-START.
           PERFORM 042-READ-LEDGER THRU 042-READ-LEDGER-EXIT.
           PERFORM TEST BEFORE UNTIL CL-EOF OR WS-PAID
              OR CL-CPR NOT = RM-CPR
              IF CL-AMOUNT > 0
                 SET WS-PAID TO TRUE
              ELSE
                 PERFORM 042-READ-LEDGER THRU 042-READ-LEDGER-EXIT
              END-IF
           END-PERFORM.
      *
       040-CHECK-LEDGER-EXIT.
           EXIT.

       042-READ-LEDGER.
           READ CONTLEDG NEXT
                AT END SET CL-EOF TO TRUE
           END-READ.
      *
       042-READ-LEDGER-EXIT.
           EXIT.

       050-PRINT-ARREARS.
      *    READ THE WORK FILE BACK IN BRANCH/CPR ORDER, BREAKING ON
      *    BRANCH FOR A HEADING AND A MEMBER COUNT PER BRANCH.
           PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT.
           OPEN INPUT ARRWORK.
           IF ARRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ARRWORK ' ARRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-ARRWORK THRU 052-READ-ARRWORK-EXIT.
           IF NOT AW-EOF
              MOVE AW-BRANCH TO WS-CUR-BRANCH
              PERFORM 054-BRANCH-HEADING THRU
                      054-BRANCH-HEADING-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL AW-EOF
              IF AW-BRANCH NOT = WS-CUR-BRANCH
                 PERFORM 058-BRANCH-TOTAL THRU
                         058-BRANCH-TOTAL-EXIT
                 MOVE AW-BRANCH TO WS-CUR-BRANCH
                 PERFORM 054-BRANCH-HEADING THRU
                         054-BRANCH-HEADING-EXIT
              END-IF
              PERFORM 056-PRINT-DETAIL THRU 056-PRINT-DETAIL-EXIT
              PERFORM 052-READ-ARRWORK THRU 052-READ-ARRWORK-EXIT
           END-PERFORM.
           IF WS-ARREARS-COUNT > 0
              PERFORM 058-BRANCH-TOTAL THRU 058-BRANCH-TOTAL-EXIT
           END-IF.
           CLOSE ARRWORK.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'MEMBERS ON CPRMAST' TO RT-TEXT.
           MOVE WS-MASTER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ACTIVE MEMBERS CHECKED' TO RT-TEXT.
           MOVE WS-ACTIVE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'MEMBERS IN ARREARS' TO RT-TEXT.
           MOVE WS-ARREARS-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BRANCHES WITH MEMBERS IN ARREARS' TO RT-TEXT.
           MOVE WS-BRANCH-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           DISPLAY 'PENSARRS - ' WS-ACTIVE-COUNT ' ACTIVE, '
                   WS-ARREARS-COUNT ' IN ARREARS'.
      *
       050-PRINT-ARREARS-EXIT.
           EXIT.

       052-READ-ARRWORK.
           READ ARRWORK NEXT
                AT END SET AW-EOF TO TRUE
           END-READ.
      *
       052-READ-ARRWORK-EXIT.
           EXIT.

       054-BRANCH-HEADING.
           IF WS-LINE-CTR + 4 > WS-LINES-PER-PAGE
              PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT
           END-IF.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE 0 TO WS-BR-MEMBERS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CUR-BRANCH = SPACES
              MOVE '(NONE)' TO RB-BRANCH
           ELSE
              MOVE WS-CUR-BRANCH TO RB-BRANCH
           END-IF.
           WRITE RPT-LINE FROM RPT-BRANCH-LINE.
           WRITE RPT-LINE FROM RPT-HDR-3.
           ADD 3 TO WS-LINE-CTR.
      *
       054-BRANCH-HEADING-EXIT.
           EXIT.

       056-PRINT-DETAIL.
           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
              PERFORM 060-PRINT-HEADERS THRU 060-PRINT-HEADERS-EXIT
              WRITE RPT-LINE FROM RPT-BRANCH-LINE
              WRITE RPT-LINE FROM RPT-HDR-3
              ADD 2 TO WS-LINE-CTR
           END-IF.
           MOVE AW-CPR TO RL-CPR.
           EVALUATE AW-SCHEME
              WHEN 'H'
                 MOVE 'HOURLY' TO RL-SCHEME
              WHEN 'C'
                 MOVE 'CIVIL SERVANT' TO RL-SCHEME
              WHEN OTHER
                 MOVE 'SALARIED' TO RL-SCHEME
           END-EVALUATE.
           MOVE AW-LASTUPD TO RL-LASTUPD.
           MOVE AW-LASTAMT TO RL-LASTAMT.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LINE-CTR.
           ADD 1 TO WS-BR-MEMBERS.
      *
       056-PRINT-DETAIL-EXIT.
           EXIT.

       058-BRANCH-TOTAL.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'MEMBERS IN ARREARS FOR THE BRANCH' TO RT-TEXT.
           MOVE WS-BR-MEMBERS TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           ADD 1 TO WS-LINE-CTR.
      *
       058-BRANCH-TOTAL-EXIT.
           EXIT.

       060-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-WIN-OLDEST TO RH2-OLDEST.
           MOVE WS-WIN-LATEST TO RH2-LATEST.
           MOVE CFG-ARREARS-DATES TO RH2-DATES.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE RPT-HDR-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 3 TO WS-LINE-CTR.
      *
       060-PRINT-HEADERS-EXIT.
           EXIT.

       END PROGRAM PENSARRS.
