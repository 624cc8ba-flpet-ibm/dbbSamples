               FILE STATUS IS DISCREP-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMPPAIR ASSIGN TO EMPPAIR
               FILE STATUS IS EMPPAIR-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.
               FILE STATUS IS NOTIFOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT NTFYWORK ASSIGN TO NTFYWORK
               FILE STATUS IS NTFYWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NW-CPR.

           SELECT MASKWORK ASSIGN TO MASKWORK
               FILE STATUS IS MASKWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MW-REAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.
           05 BI-SCHEME            PIC X(01).
           05 BI-EMPNO             PIC X(06).
           05 BI-NAME              PIC X(20).
           05 BI-HIRE-DATE         PIC 9(08).
           05 FILLER               PIC X(37).

       FD  DISCREP RECORDING MODE F.
       01  DISCREP-LINE            PIC X(133).

      *    THE NIGHT'S EMPLOYEE-NUMBER/CPR PAIRS OFF THE SAME
      *    LOCKSTEP READ, FOR PENSXREF TO MAINTAIN THE PERSISTENT
      *    CROSS-REFERENCE FROM - SEE THE EMPPAIR COPYBOOK.
       FD  EMPPAIR RECORDING MODE F.
       01  EMPPAIR-RECORD.
           COPY EMPPAIR.

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY FOR
      *    MASKED RUNS - SEE THE SURRREG COPYBOOK. THE SAME DATASET
      *    CPRFILE AND CPRRECYC USE, SO A CPR IS THE SAME SURROGATE
           05 NO-RET-DATE          PIC 9(08).
           05 FILLER               PIC X(62).

      *    THE NOTIFIED-ONCE REGISTRY FOR THE RUN, KEYED BY CPR AS IT
      *    APPEARS ON HRNOTIF : LOADED FROM NOTIFIN, UPDATED AS
      *    PEOPLE COME THROUGH, AND READ BACK IN KEY ORDER ONTO
      *    NOTIFOUT AT END OF RUN. DEFINED ONCE WITH REUSE AND
      *    EMPTIED EVERY RUN.
       FD  NTFYWORK.
       01  NTFYWORK-RECORD.
           05 NW-CPR               PIC X(10).
           05 NW-RET-DATE          PIC 9(08).
           05 NW-TOUCH-SW          PIC X(01).
              88 NW-TOUCHED                  VALUE 'Y'.
           05 FILLER               PIC X(61).

      *    MASKED RUNS ONLY - THE SURRREG LINKAGES KEYED BY REAL
      *    CPR, LOADED FROM THE REGISTRY AND ADDED TO AS NEW
      *    SURROGATES ARE ISSUED. HOLDS REAL CPR NUMBERS, SO THE
      *    CLUSTER IS RACF-PROTECTED LIKE SURRREG.
       FD  MASKWORK.
       01  MASKWORK-RECORD.
           05 MW-REAL              PIC X(10).
           05 MW-SURR              PIC X(10).
           05 FILLER               PIC X(60).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - SEE THE PENSCFG COPYBOOK FOR THE
      *    KEYWORDS AND THEIR DEFAULTS.
       01 BI-MARKER                PIC X     VALUE '0'.
          88 BI-EOF                          VALUE '1'.
       01 DISCREP-STATUS           PIC 99.
       01 EMPPAIR-STATUS           PIC 99.
      *    THE PAIRS ARE WRITTEN WHENEVER THE CROSS-VERIFICATION
      *    RUNS AND THE EMPPAIR DATASET IS ALLOCATED.
       01 WS-PAIRS-SW              PIC X     VALUE 'N'.
          88 PAIRS-ACTIVE                    VALUE 'Y'.
       01 WS-PAIR-COUNT            PIC 9(07) COMP VALUE 0.

      *    CROSS-VERIFICATION ONLY RUNS WHEN THE NIGHT'S BIRTHIN
      *    EXTRACT IS ALLOCATED TO THIS STEP - AN OPEN FAILURE JUST
       01 NOTIFOUT-STATUS          PIC 99.
       01 NI-MARKER                PIC X     VALUE '0'.
          88 NI-EOF                          VALUE '1'.
      *    THE NOTIFIED-ONCE REGISTRY, HELD ON NTFYWORK FOR THE
      *    RUN. AN ENTRY IS TOUCHED WHEN ITS PERSON COMES THROUGH
      *    AGAIN TONIGHT; UNTOUCHED ENTRIES WHOSE DATE HAS PASSED
      *    ARE AGED OUT OF THE REGISTRY AT END OF RUN.
       01 NTFYWORK-STATUS          PIC 99.
       01 NW-MARKER                PIC X     VALUE '0'.
          88 NW-EOF                          VALUE '1'.
       01 WS-REG-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-NOTIFY-SW             PIC X.
          88 WS-NOTIFY-NEEDED                VALUE 'Y'.
          88 WS-NOTIFY-SUPPRESSED            VALUE 'N'.
      *    PROGRAM AND EVERY RUN. ONLY NEEDED WHEN THIS STEP READS
      *    AN UNMASKED CPROUT - A CPROUT THAT CPRFILE ALREADY MASKED
      *    PASSES THROUGH UNCHANGED WITH THE SWITCH OFF.
      *    THE LINKAGES ARE LOOKED UP ON MASKWORK; THE REGISTRY'S
      *    RECORD COUNT, ERASED TOMBSTONES INCLUDED, NUMBERS THE
      *    NEXT SURROGATE - SEE 019-NUMBER-SURROGATE.
       01 SURRREG-STATUS           PIC 99.
       01 MASKWORK-STATUS          PIC 99.
       01 MX-MARKER                PIC X     VALUE '0'.
          88 MX-EOF                          VALUE '1'.
       01 WS-MASK-SW               PIC X     VALUE 'N'.
          88 MASK-ACTIVE                     VALUE 'Y'.
       01 WS-CPR-OUT               PIC X(10).
       01 WS-MASK-COUNT            PIC 9(7) COMP VALUE 0.
       01 WS-MASK-SEQ-X            PIC 9(03).
       01 WS-MASK-LTR-IDX          PIC 9(4) COMP.
       01 WS-MASK-SEQ-REM          PIC 9(4) COMP.
       01 WS-MASK-LETTERS          PIC X(10) VALUE 'MNPQRSTUVW'.
       01 WS-MASK-ALPHA            PIC X(36)
                  VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MASK-EXT-NO           PIC 9(7) COMP.
       01 WS-MASK-EXT-QUOT         PIC 9(7) COMP.
       01 WS-MASK-EXT-REM          PIC 9(4) COMP.
       01 WS-MASK-FULL-SW          PIC X     VALUE '0'.
          88 WS-MASK-FULL                    VALUE '1'.

      *    THE DDMMYY BIRTH DATE IS PULLED OUT OF THE CPR NUMBER'S
      *    OWN FIRST SIX DIGITS AND WINDOWED TO A FOUR-DIGIT YEAR,
              END-IF
              MOVE DISCREP-HDR TO DISCREP-LINE
              WRITE DISCREP-LINE
              OPEN OUTPUT EMPPAIR
              IF EMPPAIR-STATUS = 0
                 SET PAIRS-ACTIVE TO TRUE
              ELSE
                 DISPLAY 'PENSEXTR - NO EMPPAIR DATASET (STATUS '
                         EMPPAIR-STATUS ') - EMPLOYEE/CPR PAIRS '
                         'NOT WRITTEN'
              END-IF
           ELSE
              DISPLAY 'PENSEXTR - NO BIRTHIN EXTRACT (STATUS '
                      BIRTHIN-STATUS ') - CPR/HR BIRTH-DATE '
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
           EXIT.

       009-LOAD-NOTIFREG.
      *    PULL LAST NIGHT'S REGISTRY ONTO NTFYWORK. A MISSING FILE
      *    JUST MEANS THE REGISTRY STARTS EMPTY (FIRST RUN OF THE
      *    FEATURE OR A FRESH ENVIRONMENT) AND EVERYONE IN THE
      *    WINDOW IS NOTIFIED ONCE TONIGHT. SHOULD A CPR APPEAR
      *    TWICE ON NOTIFIN THE FIRST RECORD IS THE ONE KEPT.
           OPEN OUTPUT NTFYWORK.
           IF NTFYWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN NTFYWORK ' NTFYWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE NTFYWORK.
           OPEN I-O NTFYWORK.
           IF NTFYWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN NTFYWORK ' NTFYWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT NOTIFIN.
           IF NOTIFIN-STATUS NOT = 0
              DISPLAY 'PENSEXTR - NO NOTIFIED REGISTRY (STATUS '
           END-IF.
           PERFORM 011-READ-NOTIFIN THRU 011-READ-NOTIFIN-EXIT.
           PERFORM TEST BEFORE UNTIL NI-EOF
              MOVE SPACES TO NTFYWORK-RECORD
              MOVE NI-CPR TO NW-CPR
              IF NI-RET-DATE IS NUMERIC
                 MOVE NI-RET-DATE TO NW-RET-DATE
              ELSE
                 MOVE ZERO TO NW-RET-DATE
              END-IF
              WRITE NTFYWORK-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-REG-COUNT
              END-WRITE
              PERFORM 011-READ-NOTIFIN THRU 011-READ-NOTIFIN-EXIT
           END-PERFORM.
           CLOSE NOTIFIN.
           DISPLAY 'PENSEXTR. NOTIFIED REGISTRY LOADED: '
      *    PRELOAD THE PERSISTENT REGISTRY AND CONTINUE THE
      *    SURROGATE SEQUENCE WHERE IT LEFT OFF, THEN REOPEN EXTEND
      *    SO EXISTING LINKAGE IS NEVER CLOBBERED. A BRAND-NEW
      *    DATASET JUST STARTS EMPTY. AN ERASED TOMBSTONE STILL
      *    COUNTS TOWARDS THE NUMBERING BUT LINKS NOBODY.
           OPEN OUTPUT MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK ' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE MASKWORK.
           OPEN I-O MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK ' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              GO TO 013-LOAD-MASK-OPEN
           END-IF.
           PERFORM 015-READ-SURRREG.
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
              PERFORM 015-READ-SURRREG
           END-PERFORM.
           CLOSE SURRREG.
           DISPLAY 'PENSEXTR. REGISTRY LINKAGES PRELOADED: '
       016-READ-CPRIN-EXIT.
           EXIT.

       019-NUMBER-SURROGATE.
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
              GO TO 019-NUMBER-SURROGATE-EXIT
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
      *
       019-NUMBER-SURROGATE-EXIT.
           EXIT.

       020-BUILD-BIRTH-DATE.
      *    TURN CI-CPR'S DDMMYY PREFIX INTO THE CCYYMMDD LAYOUT
      *    L-INPUT-DATE EXPECTS.
              MOVE CI-CPR TO WS-CPR-OUT
              GO TO 021-MASK-CPR-EXIT
           END-IF.
           MOVE CI-CPR TO MW-REAL.
           READ MASKWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MW-SURR TO WS-CPR-OUT
                 GO TO 021-MASK-CPR-EXIT
           END-READ.
           IF WS-MASK-COUNT >= 886096
              IF NOT WS-MASK-FULL
                 SET WS-MASK-FULL TO TRUE
                 DISPLAY '*** PENSEXTR - THE REGISTRY HAS ISSUED EVERY '
                         'SURROGATE THERE IS - FURTHER CPRS MASKED '
                         'WITHOUT REGISTRY LINKAGE ***'
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE CI-CPR TO WS-CPR-OUT
           END-IF.
           ADD 1 TO WS-MASK-COUNT.
           MOVE CI-CPR TO WS-CPR-OUT.
           PERFORM 019-NUMBER-SURROGATE THRU
                   019-NUMBER-SURROGATE-EXIT.
           MOVE SPACES TO MASKWORK-RECORD.
           MOVE CI-CPR TO MW-REAL.
           MOVE WS-CPR-OUT TO MW-SURR.
           WRITE MASKWORK-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE SPACES TO SURRREG-RECORD.
           MOVE CI-CPR TO RG-REAL.
           MOVE WS-CPR-OUT TO RG-SURR.
              MOVE 'NO HR RECORD - BIRTHIN EXHAUSTED' TO DD-REMARK
              MOVE DISCREP-DETAIL TO DISCREP-LINE
              WRITE DISCREP-LINE
              MOVE SPACES TO EMPPAIR-RECORD
              SET XP-CPR-ONLY TO TRUE
              MOVE 0 TO XP-HR-DATE
              MOVE 0 TO XP-HIRE-DATE
           ELSE
              MOVE SPACES TO EMPPAIR-RECORD
              SET XP-PAIR TO TRUE
              SET XP-DATES-AGREE TO TRUE
              MOVE BI-EMPNO TO XP-EMPNO
              MOVE BI-NAME TO XP-NAME
              MOVE BI-CCYYMMDD TO XP-HR-DATE
              MOVE BI-HIRE-DATE TO XP-HIRE-DATE
              IF L-INPUT-DATE NOT = BIRTH-RECORD(1:8)
                 ADD 1 TO WS-DISCREP-COUNT
                 MOVE SPACES TO DISCREP-DETAIL
                      TO DD-REMARK
                 MOVE DISCREP-DETAIL TO DISCREP-LINE
                 WRITE DISCREP-LINE
                 SET XP-DATES-DIFFER TO TRUE
              END-IF
           END-IF.
           IF PAIRS-ACTIVE
              MOVE CI-CPR TO XP-CPR
              MOVE WS-CPR-OUT TO XP-CPR-OUT
              PERFORM 024-WRITE-EMPPAIR THRU 024-WRITE-EMPPAIR-EXIT
           END-IF.
      *
       022-VERIFY-BIRTH-DATE-EXIT.
           EXIT.
       023-READ-BIRTHIN-EXIT.
           EXIT.

       024-WRITE-EMPPAIR.
           WRITE EMPPAIR-RECORD.
           IF EMPPAIR-STATUS NOT = 0
              DISPLAY '*** PENSEXTR - EMPPAIR WRITE FAILED, STATUS '
                      EMPPAIR-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
      *
       024-WRITE-EMPPAIR-EXIT.
           EXIT.

       025-VALIDATE-DATE.
      *    EDIT THE DATE BUILT INTO L-INPUT-DATE BY 020-BUILD-BIRTH-
      *    DATE BEFORE IT IS EVER HANDED TO EBUD01 : MUST BE NUMERIC,
      *    ENTRY SEEN TONIGHT IS TOUCHED SO IT SURVIVES THE END-OF-
      *    RUN AGE-OUT EVEN WHEN ITS DATE HAS PASSED.
           SET WS-NOTIFY-NEEDED TO TRUE.
           MOVE WS-CPR-OUT TO NW-CPR.
           READ NTFYWORK
              INVALID KEY
                 MOVE SPACES TO NTFYWORK-RECORD
                 MOVE WS-CPR-OUT TO NW-CPR
                 MOVE WS-RET-CCYYMMDD TO NW-RET-DATE
                 SET NW-TOUCHED TO TRUE
                 WRITE NTFYWORK-RECORD
                    INVALID KEY
                       DISPLAY 'PENSEXTR - NTFYWORK WRITE FAILED, '
                               'STATUS ' NTFYWORK-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                 END-WRITE
                 GO TO 046-CHECK-REGISTRY-EXIT
           END-READ.
           SET NW-TOUCHED TO TRUE.
           IF NW-RET-DATE = WS-RET-CCYYMMDD
              SET WS-NOTIFY-SUPPRESSED TO TRUE
              ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
              MOVE WS-RET-CCYYMMDD TO NW-RET-DATE
           END-IF.
           REWRITE NTFYWORK-RECORD.
      *
       046-CHECK-REGISTRY-EXIT.
           EXIT.
      *    CARRY THE REGISTRY FORWARD : EVERY ENTRY TOUCHED TONIGHT
      *    STAYS, AND AN UNTOUCHED ENTRY STAYS ONLY WHILE ITS
      *    NOTIFIED DATE HAS NOT PASSED - ONCE THE DATE IS BEHIND
      *    THE EVALUATION DATE THE ENTRY AGES OUT. NOTIFOUT COMES
      *    OUT IN CPR ORDER.
           MOVE LOW-VALUES TO NW-CPR.
           START NTFYWORK KEY IS NOT LESS THAN NW-CPR
              INVALID KEY
                 SET NW-EOF TO TRUE
           END-START.
           IF NOT NW-EOF
              PERFORM 091-READ-NTFYWORK THRU 091-READ-NTFYWORK-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL NW-EOF
              IF NW-TOUCHED
                 OR NW-RET-DATE >= WS-ASOF-DATE
                 MOVE SPACES TO NOTIFOUT-RECORD
                 MOVE NW-CPR TO NO-CPR
                 MOVE NW-RET-DATE TO NO-RET-DATE
                 WRITE NOTIFOUT-RECORD
                 ADD 1 TO WS-REG-OUT-COUNT
              ELSE
                 ADD 1 TO WS-AGED-OUT-COUNT
              END-IF
              PERFORM 091-READ-NTFYWORK THRU 091-READ-NTFYWORK-EXIT
           END-PERFORM.
           CLOSE NTFYWORK.
           CLOSE NOTIFOUT.
           DISPLAY 'PENSEXTR. NOTIFICATIONS SUPPRESSED (ALREADY '
                   'NOTIFIED): ' WS-SUPPRESSED-COUNT.
       092-WRITE-NOTIFREG-EXIT.
           EXIT.

       091-READ-NTFYWORK.
           READ NTFYWORK NEXT RECORD
                AT END SET NW-EOF TO TRUE
           END-READ.
      *
       091-READ-NTFYWORK-EXIT.
           EXIT.

       093-FINISH-HRNOTIF.
      *    THE URGENT SECTION GOES OUT AFTER THE NORMAL DETAILS,
      *    THEN THE TRAILER WITH THE TOTAL DETAIL COUNT.
           PERFORM 096-WRITE-RUNAUDIT-END.
           IF MASK-ACTIVE
              CLOSE SURRREG
              CLOSE MASKWORK
           END-IF.
           CLOSE CPRIN.
           CLOSE PENSOUT.
                 MOVE DISCREP-DETAIL TO DISCREP-LINE
                 WRITE DISCREP-LINE
              END-IF
      *       EVERY LEFT-OVER HR RECORD IS A PERSON WITH NO CPR
      *       SIDE - EACH ONE GOES TO THE PAIRS FILE.
              PERFORM TEST BEFORE UNTIL BI-EOF OR NOT PAIRS-ACTIVE
                 MOVE SPACES TO EMPPAIR-RECORD
                 SET XP-HR-ONLY TO TRUE
                 MOVE BI-EMPNO TO XP-EMPNO
                 MOVE BI-NAME TO XP-NAME
                 MOVE BI-CCYYMMDD TO XP-HR-DATE
                 MOVE BI-HIRE-DATE TO XP-HIRE-DATE
                 PERFORM 024-WRITE-EMPPAIR THRU 024-WRITE-EMPPAIR-EXIT
                 PERFORM 023-READ-BIRTHIN
              END-PERFORM
           END-IF.
           IF PAIRS-ACTIVE
              CLOSE EMPPAIR
              DISPLAY 'PENSEXTR - EMPLOYEE/CPR PAIRS WRITTEN '
                      WS-PAIR-COUNT
           END-IF.
           MOVE WS-DISCREP-COUNT TO DT-COUNT.
           MOVE DISCREP-TOTAL TO DISCREP-LINE.
