               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT MASKWORK ASSIGN TO MASKWORK
               FILE STATUS IS MASKWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MW-REAL.

           SELECT CHGQUEUE ASSIGN TO CHGQUEUE
               FILE STATUS IS CHGQUEUE-STATUS
               ORGANIZATION IS SEQUENTIAL.
               FILE STATUS IS AGERPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRSTATS ASSIGN TO BRSTATS
               FILE STATUS IS BRSTATS-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CPRREJECT RECORDING MODE F.
       01 SURRREG-RECORD.
          COPY SURRREG.

      *    MASKED RUNS ONLY - THE SURRREG LINKAGES KEYED BY REAL
      *    CPR, LOADED FROM THE REGISTRY AND ADDED TO AS NEW
      *    SURROGATES ARE ISSUED. HOLDS REAL CPR NUMBERS, SO THE
      *    CLUSTER IS RACF-PROTECTED LIKE SURRREG.
       FD MASKWORK.
       01 MASKWORK-RECORD.
          05 MW-REAL           PIC X(10).
          05 MW-SURR           PIC X(10).
          05 FILLER            PIC X(60).

      *    NIGHTLY CHANGE QUEUE STARTED BY CPRFILE - THE KEYS THIS
      *    RECYCLE RUN TOUCHES ON THE MASTER ARE APPENDED SO THE
      *    CPRMMNT DELTA EXTRACT SEES RECYCLED RECORDS TOO.
       FD AGERPT RECORDING MODE F.
       01 AGERPT-LINE       PIC X(133).

      *    BRANCH DATA-QUALITY HISTORY, THE SAME DATASET CPRFILE
      *    APPENDS ITS 'F' RECORDS TO (DD BRSTATS, DISP=MOD). ONE
      *    'R' RECORD PER BRANCH : REJECTS CORRECTED TONIGHT, THE
      *    NIGHTS THEY HAD BEEN OPEN, AND THOSE STILL OUTSTANDING.
       FD BRSTATS RECORDING MODE F.
       01 BRSTATS-RECORD.
          COPY CPRBSTAT.

       WORKING-STORAGE SECTION.

       01 RJ-MARKER         PIC X     VALUE '0'.
          88 LOCALE-PERIOD             VALUE 'P'.
       01 WS-LOCALE-FIELD    PIC X(20).

      *    THE REGISTRY'S RECORD COUNT, ERASED TOMBSTONES INCLUDED,
      *    NUMBERS THE NEXT SURROGATE - SEE NUMBER-SURROGATE.
       01 SURRREG-STATUS     PIC 99.
       01 MASKWORK-STATUS    PIC 99.
       01 MX-MARKER          PIC X     VALUE '0'.
          88 MX-EOF                    VALUE '1'.
       01 WS-MASK-SW         PIC X     VALUE 'N'.
          88 MASK-ACTIVE               VALUE 'Y'.
       01 WS-CPR-OUT         PIC X(10).
       01 WS-MASK-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-MASK-SEQ-X      PIC 9(03).
       01 WS-MASK-LTR-IDX    PIC 9(4) COMP.
       01 WS-MASK-SEQ-REM    PIC 9(4) COMP.
       01 WS-MASK-LETTERS    PIC X(10) VALUE 'MNPQRSTUVW'.
       01 WS-MASK-ALPHA      PIC X(36)
                  VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MASK-EXT-NO     PIC 9(7) COMP.
       01 WS-MASK-EXT-QUOT   PIC 9(7) COMP.
       01 WS-MASK-EXT-REM    PIC 9(4) COMP.
       01 WS-MASK-FULL-SW    PIC X     VALUE '0'.
          88 WS-MASK-FULL              VALUE '1'.

       01 WS-CPR            PIC X(10).
       01 WS-MASTER-FOUND-SW PIC X.
       01 OUTSTIN-STATUS    PIC 99.
       01 OUTSTOUT-STATUS   PIC 99.
       01 AGERPT-STATUS     PIC 99.
       01 BRSTATS-STATUS    PIC 99.
       01 OS-MARKER         PIC X     VALUE '0'.
          88 OS-EOF                   VALUE '1'.
       01 WS-OUTSTIN-SW     PIC X     VALUE 'N'.
       01 WS-FIRST-DAYS     PIC S9(8) COMP.
       01 WS-NIGHTS-OPEN    PIC S9(5) COMP.

      *    PER-BRANCH CORRECTION FIGURES FOR THE BRSTATS RECORDS.
      *    WS-CORR-FDATE IS THE FIRST-SEEN DATE OF THE REJECT BEING
      *    CORRECTED, THE EARLIEST OF ITS OPEN ENTRIES.
       01 WS-BRC-TABLE.
          05 WS-BRC-COUNT      PIC 9(4) COMP VALUE 0.
          05 WS-BRC-ENTRY OCCURS 1000 TIMES.
             10 WS-BRC-BRANCH      PIC X(10).
             10 WS-BRC-CORRECTED   PIC 9(7) COMP.
             10 WS-BRC-NIGHTS      PIC 9(7) COMP.
             10 WS-BRC-OPEN        PIC 9(7) COMP.
       01 WS-BRC-SUB        PIC 9(4) COMP.
       01 WS-BRC-HIT        PIC 9(4) COMP.
       01 WS-BRC-FULL-SW    PIC X     VALUE '0'.
          88 WS-BRC-FULL              VALUE '1'.
       01 WS-CORR-FDATE     PIC 9(08).
       01 WS-BRSTATS-COUNT  PIC 9(7) COMP VALUE 0.

       01 AGE-HDR.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 FILLER          PIC X(44)
           END-PERFORM.

           PERFORM PROCESS-OUTSTANDING.
           PERFORM WRITE-BRSTATS.

           MOVE 'TOTAL OPEN REJECTS CARRIED FORWARD'
                TO AT-TEXT.
           CLOSE CPRMAST.
           IF MASK-ACTIVE
              CLOSE SURRREG
              CLOSE MASKWORK
           END-IF.

           PERFORM PRINT-CONTROL-TOTALS.
      *       OPEN ENTRY - A STILL-FAILING ONE IS LEFT FOR
      *       WRITE-OUTSTANDING, WHICH CARRIES THE ORIGINAL
      *       FIRST-SEEN DATE FORWARD ON THE AGING REPORT.
              IF RJ-FIRST-DATE IS NUMERIC
                 MOVE RJ-FIRST-DATE TO WS-CORR-FDATE
              ELSE
                 MOVE ZERO TO WS-CORR-FDATE
              END-IF
              PERFORM DROP-OPEN-ENTRY
              PERFORM NOTE-BRANCH-CORRECTED
              ADD 1 TO WS-RECYCLED-COUNT
              PERFORM WRITE-RESULT
           ELSE
                 END-IF
                 MOVE OUTSTIN-RECORD TO WS-OPEN-REC(WS-OPEN-COUNT)
                 MOVE SPACE TO WS-OPEN-DROP-SW(WS-OPEN-COUNT)
      *          A REJECT PENSERAS HAS ERASED IS NOT CARRIED FORWARD.
                 IF OS-CPR = '**ERASED**'
                    MOVE 'Y' TO WS-OPEN-DROP-SW(WS-OPEN-COUNT)
                 END-IF
                 PERFORM READ-OUTSTIN
              END-IF
           END-PERFORM.
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
              IF WS-OPEN-CPR(WS-OPEN-SUB) = RJ-CPR
                 MOVE 'Y' TO WS-OPEN-DROP-SW(WS-OPEN-SUB)
                 IF WS-OPEN-FDATE(WS-OPEN-SUB) > 0
                    AND (WS-CORR-FDATE = 0
                     OR WS-OPEN-FDATE(WS-OPEN-SUB) < WS-CORR-FDATE)
                    MOVE WS-OPEN-FDATE(WS-OPEN-SUB) TO WS-CORR-FDATE
                 END-IF
              END-IF
           END-PERFORM.
           EXIT SECTION.
              END-IF
              MOVE 'Y' TO WS-OPEN-DROP-SW(WS-OPEN-HIT)
           END-IF.
           PERFORM NOTE-BRANCH-OPEN.
           MOVE REJECT-RECORD TO OUTSTOUT-RECORD.
           WRITE OUTSTOUT-RECORD.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           END-PERFORM.
           IF WS-CORR-NOT-FOUND
              ADD 1 TO WS-CARRIED-COUNT
              PERFORM NOTE-BRANCH-OPEN
              MOVE REJECT-RECORD TO OUTSTOUT-RECORD
              WRITE OUTSTOUT-RECORD
              ADD 1 TO WS-OUTSTANDING-COUNT
           CALL WS-MODULE USING WS-CPR WS-AGE WS-GENDER
                                 WS-RC.
           IF WS-RC-OK
              MOVE WS-OPEN-FDATE(WS-OPEN-IDX) TO WS-CORR-FDATE
              PERFORM NOTE-BRANCH-CORRECTED
              ADD 1 TO WS-RECYCLED-COUNT
              PERFORM WRITE-RESULT
           ELSE
       RECYCLE-ONE-OUTSTANDING-DONE.
           EXIT SECTION.

       FIND-BRANCH-CORR SECTION.
      *    WS-BRC-HIT IS THE TABLE ENTRY FOR RJ-SUBF-BRANCH, ADDED IF
      *    NEW; ZERO ONLY WHEN THE TABLE IS FULL.
           MOVE 0 TO WS-BRC-HIT.
           PERFORM VARYING WS-BRC-SUB FROM 1 BY 1
                   UNTIL WS-BRC-SUB > WS-BRC-COUNT
                      OR WS-BRC-HIT > 0
              IF WS-BRC-BRANCH(WS-BRC-SUB) = RJ-SUBF-BRANCH
                 MOVE WS-BRC-SUB TO WS-BRC-HIT
              END-IF
           END-PERFORM.
           IF WS-BRC-HIT > 0
              GO TO FIND-BRANCH-CORR-DONE
           END-IF.
           IF WS-BRC-COUNT >= 1000
              IF NOT WS-BRC-FULL
                 SET WS-BRC-FULL TO TRUE
                 DISPLAY '*** CPRRECYC - MORE THAN 1000 BRANCHES - '
                         'EXCESS LEFT OUT OF BRSTATS ***'
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO FIND-BRANCH-CORR-DONE
           END-IF.
           ADD 1 TO WS-BRC-COUNT.
           MOVE WS-BRC-COUNT TO WS-BRC-HIT.
           MOVE RJ-SUBF-BRANCH TO WS-BRC-BRANCH(WS-BRC-HIT).
           MOVE 0 TO WS-BRC-CORRECTED(WS-BRC-HIT)
                     WS-BRC-NIGHTS(WS-BRC-HIT)
                     WS-BRC-OPEN(WS-BRC-HIT).
       FIND-BRANCH-CORR-DONE.
           EXIT SECTION.

       NOTE-BRANCH-CORRECTED SECTION.
      *    THE REJECT IN HAND HAS BEEN CORRECTED; WS-CORR-FDATE IS
      *    THE DATE IT WAS FIRST REJECTED (ZERO IF NOT KNOWN).
           PERFORM FIND-BRANCH-CORR.
           IF WS-BRC-HIT = 0
              GO TO NOTE-BRANCH-CORRECTED-DONE
           END-IF.
           ADD 1 TO WS-BRC-CORRECTED(WS-BRC-HIT).
           IF WS-CORR-FDATE > 0
              MOVE WS-CORR-FDATE TO WS-DT-IN
              PERFORM DATE-TO-DAYS
              COMPUTE WS-NIGHTS-OPEN = WS-TODAY-DAYS - WS-DT-DAYS
              IF WS-NIGHTS-OPEN > 0
                 ADD WS-NIGHTS-OPEN TO WS-BRC-NIGHTS(WS-BRC-HIT)
              END-IF
           END-IF.
       NOTE-BRANCH-CORRECTED-DONE.
           EXIT SECTION.

       NOTE-BRANCH-OPEN SECTION.
           PERFORM FIND-BRANCH-CORR.
           IF WS-BRC-HIT > 0
              ADD 1 TO WS-BRC-OPEN(WS-BRC-HIT)
           END-IF.
           EXIT SECTION.

       WRITE-BRSTATS SECTION.
      *    ONE 'R' RECORD PER BRANCH WITH A CORRECTION OR AN OPEN
      *    REJECT. A FAILED OPEN LOSES ONLY THE STATISTICS, NOT THE
      *    RECYCLING, SO IT IS REPORTED AND THE RUN CARRIES ON.
           OPEN EXTEND BRSTATS.
           IF BRSTATS-STATUS = 35
              OPEN OUTPUT BRSTATS
           END-IF.
           IF BRSTATS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BRSTATS' BRSTATS-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO WRITE-BRSTATS-DONE
           END-IF.
           PERFORM VARYING WS-BRC-SUB FROM 1 BY 1
                   UNTIL WS-BRC-SUB > WS-BRC-COUNT
              MOVE SPACES TO BRSTATS-RECORD
              INITIALIZE BRSTATS-RECORD
              SET BS-RECYCLE TO TRUE
              MOVE WS-RUN-DATE TO BS-DATE
              MOVE WS-BRC-BRANCH(WS-BRC-SUB) TO BS-BRANCH
              MOVE WS-BRC-CORRECTED(WS-BRC-SUB) TO BS-CORRECTED
              MOVE WS-BRC-NIGHTS(WS-BRC-SUB) TO BS-CORR-NIGHTS
              MOVE WS-BRC-OPEN(WS-BRC-SUB) TO BS-OUTSTANDING
              WRITE BRSTATS-RECORD
              ADD 1 TO WS-BRSTATS-COUNT
           END-PERFORM.
           CLOSE BRSTATS.
           DISPLAY 'CPRRECYC. BRANCH STATISTICS WRITTEN: '
                   WS-BRSTATS-COUNT.
       WRITE-BRSTATS-DONE.
           EXIT SECTION.

       WRITE-AGE-LINE SECTION.
      *    AG-CPR AND AG-REASON ARE ALREADY SET; RJ-FIRST-DATE IS ON
      *    THE RECORD IN HAND. NIGHTS OUTSTANDING IS THE DAY-NUMBER
      *    AN EXISTING RECORD IS READ BACK FIRST SO THE CONTRIBUTION
      *    AMOUNT CPRFILE STORED FOR THE LAST RUN SURVIVES THE
      *    REWRITE - THE REJECT CHAIN CARRIES NO AMOUNT OF ITS OWN.
      *    THE REWRITE IS BUILT OVER THE RECORD JUST READ, SO MASTER
      *    FIELDS THIS PROGRAM DOES NOT MAINTAIN ARE CARRIED ACROSS.
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-CPR TO RM-CPR.
           MOVE ZERO TO WS-KEPT-LASTAMT.
           SET WS-MASTER-NEW TO TRUE.
           READ CPRMAST
              INVALID KEY
                 MOVE SPACES TO MASTER-RECORD
              NOT INVALID KEY
                 SET WS-MASTER-FOUND TO TRUE
                 IF RM-LASTAMT IS NUMERIC
                    MOVE RM-LASTAMT TO WS-KEPT-LASTAMT
                 END-IF
           END-READ.
           MOVE WS-CPR TO RM-CPR.
           MOVE WS-AGE TO RM-AGE.
           MOVE RM-AGE TO WS-LOCALE-FIELD.
           MOVE RJ-SCHEME TO RM-SCHEME.
           MOVE WS-RUN-DATE TO RM-LASTUPD.
           MOVE WS-KEPT-LASTAMT TO RM-LASTAMT.
           MOVE RJ-SUBF-BRANCH TO RM-BRANCH.
      *    THE DIAGNOSTIC NAMES THE CPR IN ITS PRESENTABLE FORM -
      *    ON A MASKED RUN THAT IS THE SURROGATE, RESOLVABLE THROUGH
      *    THE SURRREG REGISTRY BY AUTHORIZED STAFF.
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
      *    ASSIGNED - AND CONTINUE THE SEQUENCE WHERE IT LEFT OFF;
      *    THE FILE IS THEN REOPENED EXTEND SO THE EXISTING LINKAGE
      *    IS NEVER CLOBBERED. A BRAND-NEW DATASET JUST STARTS
      *    EMPTY. THE LINKAGES ARE LOOKED UP ON MASKWORK; AN ERASED
      *    TOMBSTONE STILL COUNTS TOWARDS THE NUMBERING BUT LINKS
      *    NOBODY.
           OPEN OUTPUT MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE MASKWORK.
           OPEN I-O MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              GO TO LOAD-MASK-OPEN
           END-IF.
           PERFORM READ-SURRREG.
           PERFORM TEST BEFORE UNTIL MX-EOF
              ADD 1 TO WS-MASK-COUNT
              IF RG-REAL NOT = '**ERASED**'
                 MOVE SPACES TO MASKWORK-RECORD
                 MOVE RG-REAL TO MW-REAL
                 MOVE RG-SURR TO MW-SURR
                 WRITE MASKWORK-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              PERFORM READ-SURRREG
           END-PERFORM.
           CLOSE SURRREG.
           DISPLAY 'CPRRECYC. REGISTRY LINKAGES PRELOADED: '
              MOVE WS-CPR TO WS-CPR-OUT
              GO TO MASK-CPR-DONE
           END-IF.
           MOVE WS-CPR TO MW-REAL.
           READ MASKWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MW-SURR TO WS-CPR-OUT
                 GO TO MASK-CPR-DONE
           END-READ.
           IF WS-MASK-COUNT >= 886096
              IF NOT WS-MASK-FULL
                 SET WS-MASK-FULL TO TRUE
                 DISPLAY '*** CPRRECYC - THE REGISTRY HAS ISSUED EVERY '
                         'SURROGATE THERE IS - FURTHER CPRS MASKED '
                         'WITHOUT REGISTRY LINKAGE ***'
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE WS-CPR TO WS-CPR-OUT
           END-IF.
           ADD 1 TO WS-MASK-COUNT.
           MOVE WS-CPR TO WS-CPR-OUT.
           PERFORM NUMBER-SURROGATE.
           MOVE SPACES TO MASKWORK-RECORD.
           MOVE WS-CPR TO MW-REAL.
           MOVE WS-CPR-OUT TO MW-SURR.
           WRITE MASKWORK-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE SPACES TO SURRREG-RECORD.
           MOVE WS-CPR TO RG-REAL.
           MOVE WS-CPR-OUT TO RG-SURR.
       MASK-CPR-DONE.
           EXIT SECTION.

       NUMBER-SURROGATE SECTION.
      *    SURROGATE NUMBER WS-MASK-COUNT INTO WS-CPR-OUT(7:4),
      *    EXACTLY AS IN CPRFILE : A LETTER AND THREE DIGITS FOR
      *    THE FIRST 10000, THEN TWO LETTERS AND TWO CHARACTERS OF
      *    0-9/A-Z FOR THE NEXT 876096.
           IF WS-MASK-COUNT <= 10000
              COMPUTE WS-MASK-LTR-IDX =
                      (WS-MASK-COUNT - 1) / 1000 + 1
              DIVIDE WS-MASK-COUNT BY 1000 GIVING WS-MASK-SEQ-REM
                     REMAINDER WS-MASK-SEQ-X
              MOVE WS-MASK-LETTERS(WS-MASK-LTR-IDX:1)
                   TO WS-CPR-OUT(7:1)
              MOVE WS-MASK-SEQ-X TO WS-CPR-OUT(8:3)
              GO TO NUMBER-SURROGATE-DONE
           END-IF.
           COMPUTE WS-MASK-EXT-NO = WS-MASK-COUNT - 10001.
           DIVIDE WS-MASK-EXT-NO BY 36 GIVING WS-MASK-EXT-QUOT
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 1:1)
                TO WS-CPR-OUT(10:1).
           DIVIDE WS-MASK-EXT-QUOT BY 36 GIVING WS-MASK-EXT-NO
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 1:1)
                TO WS-CPR-OUT(9:1).
           DIVIDE WS-MASK-EXT-NO BY 26 GIVING WS-MASK-EXT-QUOT
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 11:1)
                TO WS-CPR-OUT(8:1).
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-QUOT + 11:1)
                TO WS-CPR-OUT(7:1).
       NUMBER-SURROGATE-DONE.
           EXIT SECTION.

       WRITE-RUNAUDIT-START SECTION.
      *    LOG THE START OF THIS RECYCLE RUN TO THE SHARED AUDIT
      *    TRAIL BEFORE ANY CPRREJECT RECORDS ARE PROCESSED.
