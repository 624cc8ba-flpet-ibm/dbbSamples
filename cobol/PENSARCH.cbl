       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSARCH.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSARCH IS THE MONTHLY HOUSEKEEPING OF THE CUMULATIVE    *
      * FILES THE NIGHTLY STREAM ONLY EVER APPENDS TO. RECORDS    *
      * DATED BEFORE THE CUT-OFF - THE FIRST OF THE MONTH THE     *
      * CONFIG RETAIN-MONTHS VALUE BACK FROM THE AS-AT DATE - ARE *
      * MOVED TO A DATED ARCHIVE GENERATION, THE REST ARE WRITTEN *
      * TO A KEEP FILE THE JOB THEN COPIES BACK OVER THE LIVE     *
      * FILE. FILE ORDER IS KEPT ON BOTH. OLDER RECORDS A NIGHTLY *
      * PROGRAM STILL NEEDS ARE CARRIED FORWARD :                 *
      *    RUNAUDIT - A PROGRAM WHOSE LAST EVENT IS NOT AN END    *
      *               KEEPS ITS LAST START AND EVERYTHING AFTER   *
      *               IT, SO PENSGATE AND RUNARPT STILL SEE THE   *
      *               STEP THAT NEVER FINISHED                    *
      *    CHGHIST  - NOTHING BEYOND THE RETENTION; EVERY READER  *
      *               WORKS BY BUSINESS DATE                      *
      *    DEMOHIST - THE LAST RUN OF EACH OF THE TWELVE MONTHS   *
      *               BEFORE THE AS-AT MONTH, SO DEMORPT STILL    *
      *               FINDS ITS MONTH-OVER-MONTH AND YEAR-OVER-   *
      *               YEAR COMPARATORS                            *
      * A RECORD WHOSE DATE CANNOT BE READ IS ALWAYS CARRIED      *
      * FORWARD. THE SURRREG REGISTRY IS COUNTED BUT NEVER MOVED -*
      * ITS RECORD COUNT, TOMBSTONES INCLUDED, NUMBERS THE NEXT   *
      * SURROGATE. THE RUNAUDIT EVENTS ARE TALLIED PER PROGRAM ON *
      * THE HKWORK KEYED WORK FILE, DEFINED ONCE WITH REUSE AND   *
      * EMPTIED BY THE OPEN OUTPUT. THE HKRPT REPORT SHOWS, PER   *
      * FILE, THE RECORDS READ, ARCHIVED, RETAINED AND CARRIED    *
      * FORWARD, AND LISTS EVERY STEP LEFT WITHOUT AN END. ENDS   *
      * WITH RC 4 WHEN ANY RECORD WAS CARRIED FORWARD FOR THAT    *
      * REASON OR FOR AN UNREADABLE DATE.                         *
      *                                                           *
      * PARM='CCYYMMDD' IS THE AS-AT DATE; WITHOUT IT, THE        *
      * REGISTERED BUSINESS DATE.                                 *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNAUDIT ASSIGN TO RUNAUDIT
               FILE STATUS IS RUNAUDIT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RAARCH ASSIGN TO RAARCH
               FILE STATUS IS RAARCH-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RAKEEP ASSIGN TO RAKEEP
               FILE STATUS IS RAKEEP-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGHIST ASSIGN TO CHGHIST
               FILE STATUS IS CHGHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHARCH ASSIGN TO CHARCH
               FILE STATUS IS CHARCH-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHKEEP ASSIGN TO CHKEEP
               FILE STATUS IS CHKEEP-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEMOHIST ASSIGN TO DEMOHIST
               FILE STATUS IS DEMOHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DHARCH ASSIGN TO DHARCH
               FILE STATUS IS DHARCH-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DHKEEP ASSIGN TO DHKEEP
               FILE STATUS IS DHKEEP-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT HKWORK ASSIGN TO HKWORK
               FILE STATUS IS HKWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HW-PROGRAM.

           SELECT HKRPT ASSIGN TO HKRPT
               FILE STATUS IS HKRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE SHARED RUN AUDIT TRAIL, ITS ARCHIVE GENERATION AND
      *    THE EVENTS KEPT - 80-BYTE RECORDS.
       FD  RUNAUDIT RECORDING MODE F.
       01  RUNAUDIT-RECORD.
           COPY RUNAUDIT.

       FD  RAARCH RECORDING MODE F.
       01  RAARCH-RECORD            PIC X(80).

       FD  RAKEEP RECORDING MODE F.
       01  RAKEEP-RECORD            PIC X(80).

      *    THE CHANGE-HISTORY LOG, ITS ARCHIVE GENERATION AND THE
      *    ENTRIES KEPT - 160-BYTE RECORDS.
       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD.
           COPY CHGHIST.

       FD  CHARCH RECORDING MODE F.
       01  CHARCH-RECORD            PIC X(160).

       FD  CHKEEP RECORDING MODE F.
       01  CHKEEP-RECORD            PIC X(160).

      *    THE DEMOGRAPHICS HISTORY, ONE SUMMARY PER NIGHTLY RUN,
      *    ITS ARCHIVE GENERATION AND THE RUNS KEPT - 120-BYTE
      *    RECORDS. ONLY THE RUN DATE IS LOOKED AT.
       FD  DEMOHIST RECORDING MODE F.
       01  DEMO-RECORD.
           05 DH-DATE               PIC X(08).
           05 FILLER                PIC X(112).

       FD  DHARCH RECORDING MODE F.
       01  DHARCH-RECORD            PIC X(120).

       FD  DHKEEP RECORDING MODE F.
       01  DHKEEP-RECORD            PIC X(120).

      *    ACCESS-RESTRICTED SURROGATE REGISTRY - READ ONLY.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

      *    ONE RECORD PER PROGRAM ON THE AUDIT TRAIL : ITS LAST
      *    EVENT, AND THE RECORD NUMBER AND DATE OF ITS LAST START.
       FD  HKWORK.
       01  HKWORK-RECORD.
           05 HW-PROGRAM            PIC X(08).
           05 HW-LAST-EVENT         PIC X(05).
              88 HW-ENDED                    VALUE 'END'.
           05 HW-START-RECNO        PIC 9(09).
           05 HW-START-DATE         PIC 9(08).
           05 FILLER                PIC X(50).

       FD  HKRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE IS THE DEFAULT AS-AT DATE.
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

       01 RUNAUDIT-STATUS           PIC 99.
       01 RAARCH-STATUS             PIC 99.
       01 RAKEEP-STATUS             PIC 99.
       01 CHGHIST-STATUS            PIC 99.
       01 CHARCH-STATUS             PIC 99.
       01 CHKEEP-STATUS             PIC 99.
       01 DEMOHIST-STATUS           PIC 99.
       01 DHARCH-STATUS             PIC 99.
       01 DHKEEP-STATUS             PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 HKWORK-STATUS             PIC 99.
       01 HKRPT-STATUS              PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 RA-MARKER                 PIC X     VALUE '0'.
          88 RA-EOF                          VALUE '1'.
       01 CH-MARKER                 PIC X     VALUE '0'.
          88 CH-EOF                          VALUE '1'.
       01 DH-MARKER                 PIC X     VALUE '0'.
          88 DH-EOF                          VALUE '1'.
       01 RG-MARKER                 PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 HW-MARKER                 PIC X     VALUE '0'.
          88 HW-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-ASAT-DATE              PIC 9(08) VALUE 0.
       01 WS-ASAT-PARTS REDEFINES WS-ASAT-DATE.
           05 WS-ASAT-CCYY          PIC 9(04).
           05 WS-ASAT-MM            PIC 9(02).
           05 WS-ASAT-DD            PIC 9(02).

      *    THE CUT-OFF : THE FIRST OF THE MONTH RETAIN-MONTHS BEFORE
      *    THE AS-AT MONTH. DEMOHIST MONTH-ENDS ARE CARRIED BACK TO
      *    THE MONTH TWELVE BEFORE THE AS-AT MONTH - DEMORPT'S
      *    YEAR-OVER-YEAR PARTNER FOR A RUN THIS MONTH.
       01 WS-MONTH-NO               PIC 9(07) COMP.
       01 WS-MONTH-QUOT             PIC 9(07) COMP.
       01 WS-MONTH-REM              PIC 9(02) COMP.
       01 WS-CUTOFF-DATE            PIC 9(08).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-CCYY        PIC 9(04).
           05 WS-CUTOFF-MM          PIC 9(02).
           05 WS-CUTOFF-DD          PIC 9(02).
       01 WS-COMPARE-FROM           PIC 9(06).
       01 WS-COMPARE-PARTS REDEFINES WS-COMPARE-FROM.
           05 WS-COMPARE-CCYY       PIC 9(04).
           05 WS-COMPARE-MM         PIC 9(02).

      *    THE RECORD IN HAND.
       01 WS-RECNO                  PIC 9(09) COMP VALUE 0.
       01 WS-HW-NEW-SW              PIC X.
          88 HW-NEW                          VALUE 'Y'.
          88 HW-KNOWN                        VALUE 'N'.
       01 WS-PLACE-SW               PIC X.
          88 PLACE-ARCHIVE                   VALUE 'A'.
          88 PLACE-RETAIN                    VALUE 'R'.
          88 PLACE-CARRY                     VALUE 'C'.
       01 WS-MONTH-END-SW           PIC X.
          88 MONTH-END                       VALUE 'Y'.
          88 NOT-MONTH-END                   VALUE 'N'.
       01 WS-DH-HELD.
           05 WS-DH-HELD-DATE       PIC X(08).
           05 WS-DH-HELD-NUM REDEFINES WS-DH-HELD-DATE
                                    PIC 9(08).
           05 FILLER                PIC X(112).

      *    COUNTS PER FILE. RETAINED INCLUDES CARRIED FORWARD.
       01 WS-RA-READ                PIC 9(09) COMP VALUE 0.
       01 WS-RA-ARCHIVED            PIC 9(09) COMP VALUE 0.
       01 WS-RA-RETAINED            PIC 9(09) COMP VALUE 0.
       01 WS-RA-CARRIED             PIC 9(09) COMP VALUE 0.
       01 WS-CH-READ                PIC 9(09) COMP VALUE 0.
       01 WS-CH-ARCHIVED            PIC 9(09) COMP VALUE 0.
       01 WS-CH-RETAINED            PIC 9(09) COMP VALUE 0.
       01 WS-CH-CARRIED             PIC 9(09) COMP VALUE 0.
       01 WS-DH-READ                PIC 9(09) COMP VALUE 0.
       01 WS-DH-ARCHIVED            PIC 9(09) COMP VALUE 0.
       01 WS-DH-RETAINED            PIC 9(09) COMP VALUE 0.
       01 WS-DH-CARRIED             PIC 9(09) COMP VALUE 0.
       01 WS-RG-READ                PIC 9(09) COMP VALUE 0.
       01 WS-RG-LIVE                PIC 9(09) COMP VALUE 0.
       01 WS-RG-ERASED              PIC 9(09) COMP VALUE 0.
       01 WS-BAD-DATE-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-OPEN-STEP-COUNT        PIC 9(07) COMP VALUE 0.

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

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(36)
              VALUE 'PENSARCH MONTHLY HOUSEKEEPING'.
           05 FILLER                PIC X(07) VALUE 'AS AT '.
           05 RH1-ASAT-DATE         PIC 9(08).
           05 FILLER                PIC X(10) VALUE '   RETAIN '.
           05 RH1-RETAIN            PIC ZZ9.
           05 FILLER                PIC X(18)
              VALUE ' MONTHS - CUT-OFF '.
           05 RH1-CUTOFF-DATE       PIC 9(08).
           05 FILLER                PIC X(42) VALUE SPACES.

       01 RPT-COL-HDR.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(10) VALUE 'FILE'.
           05 FILLER                PIC X(12) VALUE '        READ'.
           05 FILLER                PIC X(12) VALUE '    ARCHIVED'.
           05 FILLER                PIC X(12) VALUE '    RETAINED'.
           05 FILLER                PIC X(12) VALUE '     CARRIED'.
           05 FILLER                PIC X(74) VALUE SPACES.

       01 RPT-FILE-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RF-FILE               PIC X(10).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RF-READ               PIC ZZZZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RF-ARCHIVED           PIC ZZZZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RF-RETAINED           PIC ZZZZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RF-CARRIED            PIC ZZZZZZZZ9.
           05 FILLER                PIC X(74) VALUE SPACES.

       01 RPT-STEP-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(14) VALUE 'NO END - STEP '.
           05 RS-PROGRAM            PIC X(08).
           05 FILLER                PIC X(13) VALUE ' LAST EVENT '.
           05 RS-EVENT              PIC X(05).
           05 FILLER                PIC X(17)
              VALUE ' LAST START DATED'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-START-DATE         PIC X(08).
           05 FILLER                PIC X(66) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZZZ9.
           05 FILLER                PIC X(63) VALUE SPACES.

       LINKAGE SECTION.
       01  HK-PARM.
           05 HK-PARM-LEN           PIC S9(4) COMP.
           05 HK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING HK-PARM.
       010-INITIALIZATION.
           DISPLAY "Program PENSARCH STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-READ-PARM THRU 012-READ-PARM-EXIT.
           PERFORM 015-SET-CUTOFF THRU 015-SET-CUTOFF-EXIT.

           OPEN OUTPUT HKRPT.
           IF HKRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HKRPT ' HKRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 020-SCAN-RUNAUDIT THRU 020-SCAN-RUNAUDIT-EXIT.
           PERFORM 030-SPLIT-RUNAUDIT THRU 030-SPLIT-RUNAUDIT-EXIT.
           PERFORM 040-SPLIT-CHGHIST THRU 040-SPLIT-CHGHIST-EXIT.
           PERFORM 050-SPLIT-DEMOHIST THRU 050-SPLIT-DEMOHIST-EXIT.
           PERFORM 060-COUNT-SURRREG THRU 060-COUNT-SURRREG-EXIT.

           PERFORM 080-PRINT-REPORT THRU 080-PRINT-REPORT-EXIT.
           CLOSE HKWORK.
           CLOSE HKRPT.
           DISPLAY 'PENSARCH. CUT-OFF DATE              '
                   WS-CUTOFF-DATE.
           DISPLAY 'PENSARCH. RUNAUDIT EVENTS ARCHIVED  '
                   WS-RA-ARCHIVED.
           DISPLAY 'PENSARCH. CHGHIST ENTRIES ARCHIVED  '
                   WS-CH-ARCHIVED.
           DISPLAY 'PENSARCH. DEMOHIST RUNS ARCHIVED    '
                   WS-DH-ARCHIVED.
           IF (WS-BAD-DATE-COUNT > 0 OR WS-OPEN-STEP-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       012-READ-PARM.
           MOVE WS-BUSINESS-DATE TO WS-ASAT-DATE.
           IF HK-PARM-LEN >= 8
              MOVE HK-PARM-TEXT(1:8) TO L-INPUT-DATE
              PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT
              IF DATE-IS-INVALID
                 DISPLAY 'PENSARCH - DATE IN PARM IS NOT A VALID '
                         'CCYYMMDD DATE: ' HK-PARM-TEXT(1:8)
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE L-INPUT-DATE TO WS-ASAT-DATE
           END-IF.
           DISPLAY 'PENSARCH - HOUSEKEEPING AS AT ' WS-ASAT-DATE.
      *
       012-READ-PARM-EXIT.
           EXIT.

       015-SET-CUTOFF.
      *    MONTHS ARE COUNTED FROM YEAR ZERO SO THE ARITHMETIC
      *    CROSSES YEAR ENDS WITHOUT SPECIAL CASES.
           COMPUTE WS-MONTH-NO = WS-ASAT-CCYY * 12 + WS-ASAT-MM
                   - 1 - CFG-RETAIN-MONTHS.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-MONTH-QUOT
                  REMAINDER WS-MONTH-REM.
           MOVE WS-MONTH-QUOT TO WS-CUTOFF-CCYY.
           COMPUTE WS-CUTOFF-MM = WS-MONTH-REM + 1.
           MOVE 1 TO WS-CUTOFF-DD.
           COMPUTE WS-MONTH-NO = WS-MONTH-NO + CFG-RETAIN-MONTHS
                   - 12.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-MONTH-QUOT
                  REMAINDER WS-MONTH-REM.
           MOVE WS-MONTH-QUOT TO WS-COMPARE-CCYY.
           COMPUTE WS-COMPARE-MM = WS-MONTH-REM + 1.
           DISPLAY 'PENSARCH - RETAINING ' CFG-RETAIN-MONTHS
                   ' MONTHS - RECORDS BEFORE ' WS-CUTOFF-DATE
                   ' ARE ARCHIVED'.
      *
       015-SET-CUTOFF-EXIT.
           EXIT.

       020-SCAN-RUNAUDIT.
      *    FIRST PASS : EACH PROGRAM'S LAST EVENT AND LAST START.
      *    FILE ORDER IS TIME ORDER, SO THE RECORD NUMBER PLACES
      *    EVERY EVENT AGAINST ITS PROGRAM'S LAST START.
           OPEN OUTPUT HKWORK.
           IF HKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HKWORK ' HKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE HKWORK.
           OPEN I-O HKWORK.
           IF HKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HKWORK ' HKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RUNAUDIT.
           IF RUNAUDIT-STATUS = 35
              DISPLAY 'PENSARCH - NO RUNAUDIT TRAIL ON FILE'
              SET RA-EOF TO TRUE
              GO TO 020-SCAN-RUNAUDIT-EXIT
           END-IF.
           IF RUNAUDIT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RUNAUDIT ' RUNAUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO WS-RECNO.
           PERFORM 022-READ-RUNAUDIT THRU 022-READ-RUNAUDIT-EXIT.
           PERFORM TEST BEFORE UNTIL RA-EOF
              ADD 1 TO WS-RECNO
              PERFORM 024-NOTE-EVENT THRU 024-NOTE-EVENT-EXIT
              PERFORM 022-READ-RUNAUDIT THRU 022-READ-RUNAUDIT-EXIT
           END-PERFORM.
           CLOSE RUNAUDIT.
           MOVE '0' TO RA-MARKER.
      *
       020-SCAN-RUNAUDIT-EXIT.
           EXIT.

       022-READ-RUNAUDIT.
           READ RUNAUDIT
                AT END SET RA-EOF TO TRUE
           END-READ.
      *
       022-READ-RUNAUDIT-EXIT.
           EXIT.

       024-NOTE-EVENT.
           SET HW-KNOWN TO TRUE.
           MOVE RA-PROGRAM TO HW-PROGRAM.
           READ HKWORK
              INVALID KEY
                 SET HW-NEW TO TRUE
           END-READ.
           IF HW-NEW
              MOVE SPACES TO HKWORK-RECORD
              MOVE RA-PROGRAM TO HW-PROGRAM
              MOVE 0 TO HW-START-RECNO
              MOVE 0 TO HW-START-DATE
           END-IF.
           IF RA-EVENT-START
              MOVE WS-RECNO TO HW-START-RECNO
              MOVE RA-DATE TO HW-START-DATE
           END-IF.
           MOVE RA-EVENT TO HW-LAST-EVENT.
           IF HW-NEW
              WRITE HKWORK-RECORD
                 INVALID KEY
                    DISPLAY 'PENSARCH - HKWORK WRITE FAILED, STATUS '
                            HKWORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
              END-WRITE
           ELSE
              REWRITE HKWORK-RECORD
           END-IF.
      *
       024-NOTE-EVENT-EXIT.
           EXIT.

       030-SPLIT-RUNAUDIT.
      *    SECOND PASS : AN EVENT BEFORE THE CUT-OFF IS ARCHIVED
      *    UNLESS ITS PROGRAM NEVER ENDED AFTER IT LAST STARTED AND
      *    THE EVENT IS THAT START OR LATER.
           OPEN OUTPUT RAARCH.
           IF RAARCH-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RAARCH ' RAARCH-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RAKEEP.
           IF RAKEEP-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RAKEEP ' RAKEEP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RUNAUDIT.
           IF RUNAUDIT-STATUS = 35
              GO TO 030-SPLIT-RUNAUDIT-CLOSE
           END-IF.
           IF RUNAUDIT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RUNAUDIT ' RUNAUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO WS-RECNO.
           PERFORM 022-READ-RUNAUDIT THRU 022-READ-RUNAUDIT-EXIT.
           PERFORM TEST BEFORE UNTIL RA-EOF
              ADD 1 TO WS-RECNO
              ADD 1 TO WS-RA-READ
              PERFORM 032-PLACE-EVENT THRU 032-PLACE-EVENT-EXIT
              IF PLACE-ARCHIVE
                 WRITE RAARCH-RECORD FROM RUNAUDIT-RECORD
                 ADD 1 TO WS-RA-ARCHIVED
              ELSE
                 WRITE RAKEEP-RECORD FROM RUNAUDIT-RECORD
                 ADD 1 TO WS-RA-RETAINED
                 IF PLACE-CARRY
                    ADD 1 TO WS-RA-CARRIED
                 END-IF
              END-IF
              PERFORM 022-READ-RUNAUDIT THRU 022-READ-RUNAUDIT-EXIT
           END-PERFORM.
           CLOSE RUNAUDIT.
      *
       030-SPLIT-RUNAUDIT-CLOSE.
           CLOSE RAARCH.
           CLOSE RAKEEP.
      *
       030-SPLIT-RUNAUDIT-EXIT.
           EXIT.

       032-PLACE-EVENT.
           IF RA-DATE IS NOT NUMERIC
              SET PLACE-CARRY TO TRUE
              ADD 1 TO WS-BAD-DATE-COUNT
              GO TO 032-PLACE-EVENT-EXIT
           END-IF.
           IF RA-DATE >= WS-CUTOFF-DATE
              SET PLACE-RETAIN TO TRUE
              GO TO 032-PLACE-EVENT-EXIT
           END-IF.
           SET PLACE-ARCHIVE TO TRUE.
           MOVE RA-PROGRAM TO HW-PROGRAM.
           READ HKWORK
              INVALID KEY
                 GO TO 032-PLACE-EVENT-EXIT
           END-READ.
           IF NOT HW-ENDED AND WS-RECNO >= HW-START-RECNO
              SET PLACE-CARRY TO TRUE
           END-IF.
      *
       032-PLACE-EVENT-EXIT.
           EXIT.

       040-SPLIT-CHGHIST.
           OPEN OUTPUT CHARCH.
           IF CHARCH-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHARCH ' CHARCH-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CHKEEP.
           IF CHKEEP-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHKEEP ' CHKEEP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CHGHIST.
           IF CHGHIST-STATUS = 35
              DISPLAY 'PENSARCH - NO CHANGE-HISTORY LOG ON FILE'
              GO TO 040-SPLIT-CHGHIST-CLOSE
           END-IF.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGHIST ' CHGHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 042-READ-CHGHIST THRU 042-READ-CHGHIST-EXIT.
           PERFORM TEST BEFORE UNTIL CH-EOF
              ADD 1 TO WS-CH-READ
              EVALUATE TRUE
                 WHEN CH-DATE IS NOT NUMERIC
                    WRITE CHKEEP-RECORD FROM CHGHIST-RECORD
                    ADD 1 TO WS-CH-RETAINED
                    ADD 1 TO WS-CH-CARRIED
                    ADD 1 TO WS-BAD-DATE-COUNT
                 WHEN CH-DATE >= WS-CUTOFF-DATE
                    WRITE CHKEEP-RECORD FROM CHGHIST-RECORD
                    ADD 1 TO WS-CH-RETAINED
                 WHEN OTHER
                    WRITE CHARCH-RECORD FROM CHGHIST-RECORD
                    ADD 1 TO WS-CH-ARCHIVED
              END-EVALUATE
              PERFORM 042-READ-CHGHIST THRU 042-READ-CHGHIST-EXIT
           END-PERFORM.
           CLOSE CHGHIST.
      *
       040-SPLIT-CHGHIST-CLOSE.
           CLOSE CHARCH.
           CLOSE CHKEEP.
      *
       040-SPLIT-CHGHIST-EXIT.
           EXIT.

       042-READ-CHGHIST.
           READ CHGHIST
                AT END SET CH-EOF TO TRUE
           END-READ.
      *
       042-READ-CHGHIST-EXIT.
           EXIT.

       050-SPLIT-DEMOHIST.
      *    EACH RUN IS HELD UNTIL THE NEXT ONE IS READ, SO THE LAST
      *    RUN OF A CALENDAR MONTH IS KNOWN WHEN IT IS PLACED.
           OPEN OUTPUT DHARCH.
           IF DHARCH-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DHARCH ' DHARCH-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DHKEEP.
           IF DHKEEP-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DHKEEP ' DHKEEP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DEMOHIST.
           IF DEMOHIST-STATUS = 35
              DISPLAY 'PENSARCH - NO DEMOGRAPHICS HISTORY ON FILE'
              GO TO 050-SPLIT-DEMOHIST-CLOSE
           END-IF.
           IF DEMOHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DEMOHIST ' DEMOHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-DEMOHIST THRU 052-READ-DEMOHIST-EXIT.
           PERFORM TEST BEFORE UNTIL DH-EOF
              ADD 1 TO WS-DH-READ
              MOVE DEMO-RECORD TO WS-DH-HELD
              PERFORM 052-READ-DEMOHIST THRU 052-READ-DEMOHIST-EXIT
              SET NOT-MONTH-END TO TRUE
              IF DH-EOF
                 SET MONTH-END TO TRUE
              ELSE
                 IF DH-DATE(1:6) NOT = WS-DH-HELD-DATE(1:6)
                    SET MONTH-END TO TRUE
                 END-IF
              END-IF
              PERFORM 054-PLACE-RUN THRU 054-PLACE-RUN-EXIT
              IF PLACE-ARCHIVE
                 WRITE DHARCH-RECORD FROM WS-DH-HELD
                 ADD 1 TO WS-DH-ARCHIVED
              ELSE
                 WRITE DHKEEP-RECORD FROM WS-DH-HELD
                 ADD 1 TO WS-DH-RETAINED
                 IF PLACE-CARRY
                    ADD 1 TO WS-DH-CARRIED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE DEMOHIST.
      *
       050-SPLIT-DEMOHIST-CLOSE.
           CLOSE DHARCH.
           CLOSE DHKEEP.
      *
       050-SPLIT-DEMOHIST-EXIT.
           EXIT.

       052-READ-DEMOHIST.
           READ DEMOHIST
                AT END SET DH-EOF TO TRUE
           END-READ.
      *
       052-READ-DEMOHIST-EXIT.
           EXIT.

       054-PLACE-RUN.
           IF WS-DH-HELD-DATE IS NOT NUMERIC
              SET PLACE-CARRY TO TRUE
              ADD 1 TO WS-BAD-DATE-COUNT
              GO TO 054-PLACE-RUN-EXIT
           END-IF.
           IF WS-DH-HELD-NUM >= WS-CUTOFF-DATE
              SET PLACE-RETAIN TO TRUE
              GO TO 054-PLACE-RUN-EXIT
           END-IF.
           IF MONTH-END
              AND WS-DH-HELD-DATE(1:6) >= WS-COMPARE-FROM
              SET PLACE-CARRY TO TRUE
           ELSE
              SET PLACE-ARCHIVE TO TRUE
           END-IF.
      *
       054-PLACE-RUN-EXIT.
           EXIT.

       060-COUNT-SURRREG.
      *    THE REGISTRY STAYS WHOLE - COUNTED FOR THE REPORT ONLY.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'PENSARCH - NO SURROGATE REGISTRY ON FILE'
              GO TO 060-COUNT-SURRREG-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 062-READ-SURRREG THRU 062-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              ADD 1 TO WS-RG-READ
              IF RG-REAL = '**ERASED**'
                 ADD 1 TO WS-RG-ERASED
              ELSE
                 ADD 1 TO WS-RG-LIVE
              END-IF
              PERFORM 062-READ-SURRREG THRU 062-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
      *
       060-COUNT-SURRREG-EXIT.
           EXIT.

       062-READ-SURRREG.
           READ SURRREG
                AT END SET RG-EOF TO TRUE
           END-READ.
      *
       062-READ-SURRREG-EXIT.
           EXIT.

       072-READ-HKWORK.
           READ HKWORK NEXT RECORD
                AT END SET HW-EOF TO TRUE
           END-READ.
      *
       072-READ-HKWORK-EXIT.
           EXIT.

       080-PRINT-REPORT.
           MOVE WS-ASAT-DATE TO RH1-ASAT-DATE.
           MOVE CFG-RETAIN-MONTHS TO RH1-RETAIN.
           MOVE WS-CUTOFF-DATE TO RH1-CUTOFF-DATE.
           WRITE RPT-LINE FROM RPT-HDR-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-COL-HDR.
           MOVE 'RUNAUDIT' TO RF-FILE.
           MOVE WS-RA-READ TO RF-READ.
           MOVE WS-RA-ARCHIVED TO RF-ARCHIVED.
           MOVE WS-RA-RETAINED TO RF-RETAINED.
           MOVE WS-RA-CARRIED TO RF-CARRIED.
           WRITE RPT-LINE FROM RPT-FILE-LINE.
           MOVE 'CHGHIST' TO RF-FILE.
           MOVE WS-CH-READ TO RF-READ.
           MOVE WS-CH-ARCHIVED TO RF-ARCHIVED.
           MOVE WS-CH-RETAINED TO RF-RETAINED.
           MOVE WS-CH-CARRIED TO RF-CARRIED.
           WRITE RPT-LINE FROM RPT-FILE-LINE.
           MOVE 'DEMOHIST' TO RF-FILE.
           MOVE WS-DH-READ TO RF-READ.
           MOVE WS-DH-ARCHIVED TO RF-ARCHIVED.
           MOVE WS-DH-RETAINED TO RF-RETAINED.
           MOVE WS-DH-CARRIED TO RF-CARRIED.
           WRITE RPT-LINE FROM RPT-FILE-LINE.
           MOVE 'SURRREG' TO RF-FILE.
           MOVE WS-RG-READ TO RF-READ.
           MOVE 0 TO RF-ARCHIVED.
           MOVE WS-RG-READ TO RF-RETAINED.
           MOVE 0 TO RF-CARRIED.
           WRITE RPT-LINE FROM RPT-FILE-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'SURRREG LIVE SURROGATES' TO RT-TEXT.
           MOVE WS-RG-LIVE TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'SURRREG ERASED TOMBSTONES' TO RT-TEXT.
           MOVE WS-RG-ERASED TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'SURRREG IS NEVER ARCHIVED - ITS RECORD COUNT NUMBERS'
             TO RT-TEXT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  THE NEXT SURROGATE' TO RT-TEXT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'RECORDS CARRIED FORWARD FOR AN UNREADABLE DATE'
             TO RT-TEXT.
           MOVE WS-BAD-DATE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

      *    EVERY STEP WHOSE LAST EVENT ON THE TRAIL IS NOT AN END.
           MOVE LOW-VALUES TO HW-PROGRAM.
           START HKWORK KEY IS NOT LESS THAN HW-PROGRAM
              INVALID KEY
                 SET HW-EOF TO TRUE
           END-START.
           IF NOT HW-EOF
              PERFORM 072-READ-HKWORK THRU 072-READ-HKWORK-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL HW-EOF
              IF NOT HW-ENDED
                 ADD 1 TO WS-OPEN-STEP-COUNT
                 MOVE HW-PROGRAM TO RS-PROGRAM
                 MOVE HW-LAST-EVENT TO RS-EVENT
                 IF HW-START-RECNO = 0
                    MOVE 'NONE' TO RS-START-DATE
                 ELSE
                    MOVE HW-START-DATE TO RS-START-DATE
                 END-IF
                 WRITE RPT-LINE FROM RPT-STEP-LINE
              END-IF
              PERFORM 072-READ-HKWORK THRU 072-READ-HKWORK-EXIT
           END-PERFORM.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'STEPS WITH NO END EVENT - CARRIED FORWARD FROM THEIR'
             TO RT-TEXT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  LAST START' TO RT-TEXT.
           MOVE WS-OPEN-STEP-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
      *
       080-PRINT-REPORT-EXIT.
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
              DISPLAY 'PENSARCH - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSARCH - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSARCH - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSARCH CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSARCH - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSARCH - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSARCH - BUSINESS DATE ' WS-BUSINESS-DATE.
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
       END PROGRAM PENSARCH.
