       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSDREC.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSDREC RECONCILES THE DFSIVA64 TELEPHONE DIRECTORY      *
      * AGAINST THE HR BIRTHIN EXTRACT BY EMPLOYEE NUMBER. THE    *
      * INPUT IS A DFSIVA64 UNLOAD (PARM 'X') TAKEN JUST BEFORE,  *
      * THE BIRTHIN EXTRACT AND THE FILEIN EXTRACT READ IN        *
      * LOCKSTEP WITH IT - A FILEIN 'D' ACTION MARKS THE PAIRED   *
      * HR PERSON AS A LEAVER. THE DIRRPT REPORT HAS THREE        *
      * SECTIONS :                                                *
      *    1 - IN THE DIRECTORY BUT NOT CURRENT IN HR (NOT ON     *
      *        THE EXTRACT, OR A LEAVER) - A DELETE IS WRITTEN    *
      *    2 - IN HR BUT NOT IN THE DIRECTORY - AN ADD IS         *
      *        WRITTEN UNDER THE DIRPARM DEFAULT DEPARTMENT AND   *
      *        INTERNAL ZIP, WITH THE EXTENSION LEFT BLANK SO     *
      *        DFSIVA64 ALLOCATES ONE FROM THE DEPARTMENT'S       *
      *        DEPTREF RANGE                                      *
      *    3 - NAME MISMATCH ON THE SAME EMPLOYEE NUMBER - FOR    *
      *        REVIEW ONLY, NO TRANSACTION                        *
      * THE DELETE AND ADD TRANSACTIONS GO TO DIRTRAN IN THE      *
      * DFSIVA64 GSAM INPUT LAYOUT, DELETES FIRST. NOTHING IS     *
      * APPLIED HERE - OPERATIONS REVIEW THE REPORT AND HAND      *
      * DIRTRAN TO THE NEXT PENSRUN STEP30 AS ITS TRANIN. THE RUN *
      * ENDS WITH RC 4 WHEN THERE IS ANYTHING TO REVIEW.          *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLDIN ASSIGN TO UNLDIN
               FILE STATUS IS UNLDIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BIRTHIN ASSIGN TO BIRTHIN
               FILE STATUS IS BIRTHIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT FILEIN ASSIGN TO FILEIN
               FILE STATUS IS FILEIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIRPARM ASSIGN TO DIRPARM
               FILE STATUS IS DIRPARM-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIRWORK ASSIGN TO DIRWORK
               FILE STATUS IS DIRWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-EMPNO.

           SELECT DIRRPT ASSIGN TO DIRRPT
               FILE STATUS IS DIRRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIRTRAN ASSIGN TO DIRTRAN
               FILE STATUS IS DIRTRAN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    DFSIVA64 UNLOAD EXTRACT (LOADIN LAYOUT). PERSONS CARRY
      *    THEIR DEPARTMENT ROOT IN UL-DEPT-CODE; THE ADDITIONAL
      *    NUMBERS BEHIND EACH PERSON ARE '*PHONE' RECORDS AND ARE
      *    SKIPPED.
       FD  UNLDIN RECORDING MODE F.
       01  UNLOAD-RECORD.
           05 UL-LAST-NAME         PIC X(10).
           05 UL-FIRST-NAME        PIC X(10).
           05 UL-EXTENSION         PIC X(10).
           05 UL-ZIP-CODE          PIC X(07).
           05 UL-DEPT-CODE         PIC X(08).
           05 UL-EMPNO             PIC X(06).
           05 FILLER               PIC X(29).

      *    THE HR EXTRACT. BI-NAME IS SURNAME FIRST - 'SURNAME
      *    FORENAME' OR 'SURNAME,FORENAME'.
       FD  BIRTHIN RECORDING MODE F.
       01  BIRTH-RECORD.
           05 BI-CCYYMMDD          PIC 9(08).
           05 BI-SCHEME            PIC X(01).
           05 BI-EMPNO             PIC X(06).
           05 BI-NAME              PIC X(20).
           05 BI-HIRE-DATE         PIC 9(08).
           05 FILLER               PIC X(37).

      *    THE NIGHTLY CPR EXTRACT, READ IN LOCKSTEP WITH BIRTHIN
      *    (ONE MEMBER RECORD PER HR RECORD, SAME ORDER - THE SAME
      *    PAIRING PENSEXTR RELIES ON). SUB-FILE HEADERS AND
      *    TRAILERS ARE SKIPPED.
       FD  FILEIN RECORDING MODE F.
       01  IN-RECORD.
       COPY CPRRECOR.
      *    SUB-FILE HEADER/TRAILER VIEW, AS IN CPRFILE - A DATA
      *    RECORD CAN NEVER START WITH 'H' OR 'T'.
       01  HEADER-RECORD REDEFINES IN-RECORD.
           05 HDR-MARKER        PIC X(01).
              88 HDR-MARKER-IS-HEADER     VALUE 'H'.
              88 HDR-MARKER-IS-TRAILER    VALUE 'T'.
           05 FILLER            PIC X(79).

      *    ONE CARD : DEFAULT DEPARTMENT ROOT FOR NEW ENTRIES (COLS
      *    1-8) AND INTERNAL ZIP XXX/XXX (COLS 21-27). COLUMNS 10-19
      *    ARE NOT USED - THE EXTENSION IS ALLOCATED BY DFSIVA64 FROM
      *    THE DEPARTMENT'S RANGE. '*' IN COLUMN 1 IS A COMMENT. A
      *    MISSING MEMBER LEAVES THE BUILT-IN DEFAULTS IN EFFECT.
       FD  DIRPARM RECORDING MODE F.
       01  DIRPARM-CARD.
           05 DP-DEPT-CODE          PIC X(08).
           05 FILLER                PIC X(12).
           05 DP-ZIP-CODE           PIC X(07).
           05 FILLER                PIC X(53).

      *    KEYED WORK FILE, ONE RECORD PER HR EMPLOYEE NUMBER, WITH
      *    WHAT THE DIRECTORY PASS FOUND FOR IT.
       FD  DIRWORK.
       01  DIRWORK-RECORD.
           05 DW-EMPNO              PIC X(06).
           05 DW-HR-NAME            PIC X(20).
           05 DW-LEAVER-SW          PIC X(01).
              88 DW-LEAVER                   VALUE 'Y'.
           05 DW-DIR-SW             PIC X(01).
              88 DW-IN-DIRECTORY             VALUE 'Y'.
           05 DW-NAME-SW            PIC X(01).
              88 DW-NAME-DIFFERS             VALUE 'Y'.
           05 DW-DIR-LAST-NAME      PIC X(10).
           05 DW-DIR-FIRST-NAME     PIC X(10).
           05 DW-DIR-DEPT-CODE      PIC X(08).
           05 DW-DIR-EXTENSION      PIC X(10).
           05 FILLER                PIC X(13).

       FD  DIRRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    DFSIVA64 TRANSACTIONS IN THE GIPCB INPUT-AREA LAYOUT.
       FD  DIRTRAN RECORDING MODE F.
       01  DIRTRAN-RECORD.
           05 TR-COMMAND            PIC X(08).
           05 TR-LAST-NAME          PIC X(10).
           05 TR-FIRST-NAME         PIC X(10).
           05 TR-EXTENSION          PIC X(10).
           05 TR-ZIP-CODE           PIC X(07).
           05 TR-DEPT-CODE          PIC X(08).
           05 TR-EMPNO              PIC X(06).
           05 FILLER                PIC X(21).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE HEADS THE REPORT.
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
       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 UNLDIN-STATUS             PIC 99.
       01 BIRTHIN-STATUS            PIC 99.
       01 FILEIN-STATUS             PIC 99.
       01 DIRPARM-STATUS            PIC 99.
       01 DIRWORK-STATUS            PIC 99.
       01 DIRRPT-STATUS             PIC 99.
       01 DIRTRAN-STATUS            PIC 99.
       01 UL-MARKER                 PIC X     VALUE '0'.
          88 UL-EOF                          VALUE '1'.
       01 BI-MARKER                 PIC X     VALUE '0'.
          88 BI-EOF                          VALUE '1'.
       01 FI-MARKER                 PIC X     VALUE '0'.
          88 FI-EOF                          VALUE '1'.
       01 DP-MARKER                 PIC X     VALUE '0'.
          88 DP-EOF                          VALUE '1'.
       01 DW-MARKER                 PIC X     VALUE '0'.
          88 DW-EOF                          VALUE '1'.

       01 RUNCTL-STATUS             PIC 99.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.

       01 WS-HR-COUNT               PIC 9(07) COMP VALUE 0.
       01 WS-HR-NOEMP-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-HR-DUP-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-FILEIN-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-LEAVER-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-UNPAIRED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-DIR-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-PHONE-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-NOT-HR-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-NOT-DIR-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-MISMATCH-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-DELETE-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-ADD-COUNT              PIC 9(07) COMP VALUE 0.

      *    WHAT A NEW ENTRY IS ADDED UNDER UNTIL THE DEPARTMENT MOVES
      *    IT - THE BUILT-IN VALUES APPLY UNLESS THE DIRPARM CARD
      *    REPLACES THEM. THE DEPARTMENT NEEDS AN EXTENSION RANGE ON
      *    DEPTREF OR DFSIVA64 REJECTS THE ADD (RNG).
       01 WS-DFLT-DEPT-CODE         PIC X(08) VALUE 'A1111111'.
       01 WS-DFLT-ZIP-CODE          PIC X(07) VALUE '000/000'.

      *    BIRTH DATE OF THE PAIRED HR RECORD AS DDMMYY, TO CHECK A
      *    FILEIN DELETE REALLY BELONGS TO THE PERSON BESIDE IT.
       01 WS-PAIR-DDMMYY            PIC X(06).

       01 WS-NAME-WORK              PIC X(20).
       01 WS-HR-LAST-NAME           PIC X(10).
       01 WS-HR-FIRST-NAME          PIC X(10).

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.
       01 WS-SECTION-TITLE          PIC X(60) VALUE SPACES.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44)
              VALUE 'PENSDREC DIRECTORY / HR RECONCILIATION'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(58) VALUE SPACES.
       01 RPT-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-TITLE              PIC X(60).
           05 FILLER                PIC X(72) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(08) VALUE 'EMPNO'.
           05 FILLER                PIC X(23) VALUE 'DIRECTORY NAME'.
           05 FILLER                PIC X(10) VALUE 'DEPT'.
           05 FILLER                PIC X(12) VALUE 'EXTENSION'.
           05 FILLER                PIC X(22) VALUE 'HR NAME'.
           05 FILLER                PIC X(10) VALUE 'ACTION'.
           05 FILLER                PIC X(47) VALUE 'REMARK'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-EMPNO              PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DIR-LAST-NAME      PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-DIR-FIRST-NAME     PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DEPT-CODE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-EXTENSION          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-HR-NAME            PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-ACTION             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(40).
           05 FILLER                PIC X(07) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSDREC STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-LOAD-DEFAULTS THRU 012-LOAD-DEFAULTS-EXIT.

           PERFORM 020-LOAD-HR THRU 020-LOAD-HR-EXIT.

           OPEN INPUT UNLDIN.
           IF UNLDIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN UNLDIN ' UNLDIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O DIRWORK.
           IF DIRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRWORK ' DIRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DIRRPT.
           IF DIRRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRRPT ' DIRRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DIRTRAN.
           IF DIRTRAN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRTRAN ' DIRTRAN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      *    SECTION 1 IS PRINTED IN DIRECTORY ORDER AS THE UNLOAD IS
      *    READ; THE SAME PASS MARKS EVERY HR PERSON IT FINDS.
           MOVE 'SECTION 1 - IN THE DIRECTORY BUT NOT CURRENT IN HR'
             TO WS-SECTION-TITLE.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.
           PERFORM 032-READ-UNLOAD THRU 032-READ-UNLOAD-EXIT.
           PERFORM TEST BEFORE UNTIL UL-EOF
              ADD 1 TO WS-DIR-COUNT
              PERFORM 030-CHECK-ENTRY THRU 030-CHECK-ENTRY-EXIT
              PERFORM 032-READ-UNLOAD THRU 032-READ-UNLOAD-EXIT
           END-PERFORM.
           CLOSE UNLDIN.
           CLOSE DIRWORK.

      *    SECTIONS 2 AND 3 COME OFF THE WORK FILE IN EMPLOYEE
      *    NUMBER ORDER, ONE PASS EACH.
           MOVE 'SECTION 2 - IN HR BUT NOT IN THE DIRECTORY'
             TO WS-SECTION-TITLE.
           PERFORM 072-SECTION-HEADING THRU 072-SECTION-HEADING-EXIT.
           PERFORM 050-NEW-HIRES THRU 050-NEW-HIRES-EXIT.

           MOVE 'SECTION 3 - NAME MISMATCH ON THE SAME EMPLOYEE NUMBER'
             TO WS-SECTION-TITLE.
           PERFORM 072-SECTION-HEADING THRU 072-SECTION-HEADING-EXIT.
           PERFORM 060-NAME-MISMATCHES THRU 060-NAME-MISMATCHES-EXIT.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE DIRRPT.
           CLOSE DIRTRAN.
           IF (WS-NOT-HR-COUNT > 0 OR WS-NOT-DIR-COUNT > 0
               OR WS-MISMATCH-COUNT > 0 OR WS-UNPAIRED-COUNT > 0)
              AND RETURN-CODE < 4
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
              DISPLAY 'PENSDREC - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSDREC - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSDREC - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSDREC CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSDREC - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSDREC - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSDREC - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       012-LOAD-DEFAULTS.
      *    THE FIRST NON-COMMENT CARD REPLACES THE BUILT-IN DEFAULTS.
      *    THE VALUES GET THE SAME FORMAT EDIT DFSIVA64 APPLIES, SO A
      *    BAD CARD STOPS HERE INSTEAD OF REJECTING EVERY ADD.
           OPEN INPUT DIRPARM.
           IF DIRPARM-STATUS NOT = 0
              DISPLAY 'PENSDREC - NO DIRPARM MEMBER (STATUS '
                      DIRPARM-STATUS ') - BUILT-IN DEFAULTS IN EFFECT'
              GO TO 012-ECHO-DEFAULTS
           END-IF.
           PERFORM 014-READ-DIRPARM THRU 014-READ-DIRPARM-EXIT.
           PERFORM TEST BEFORE UNTIL DP-EOF
              OR (DIRPARM-CARD(1:1) NOT = '*'
                  AND DIRPARM-CARD NOT = SPACES)
              PERFORM 014-READ-DIRPARM THRU 014-READ-DIRPARM-EXIT
           END-PERFORM.
           IF NOT DP-EOF
              IF DP-DEPT-CODE = SPACES
                 OR DP-ZIP-CODE(4:1) NOT = '/'
                 OR DP-ZIP-CODE(1:3) = SPACES
                 OR DP-ZIP-CODE(5:3) = SPACES
                 DISPLAY '*** PENSDREC - MALFORMED DIRPARM CARD: '
                         DIRPARM-CARD(1:27) ' ***'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE DP-DEPT-CODE TO WS-DFLT-DEPT-CODE
              MOVE DP-ZIP-CODE TO WS-DFLT-ZIP-CODE
           END-IF.
           CLOSE DIRPARM.
       012-ECHO-DEFAULTS.
           DISPLAY 'PENSDREC DEFAULTS FOR NEW ENTRIES: DEPT='
                   WS-DFLT-DEPT-CODE ' ZIP=' WS-DFLT-ZIP-CODE.
      *
       012-LOAD-DEFAULTS-EXIT.
           EXIT.

       014-READ-DIRPARM.
           READ DIRPARM
                AT END SET DP-EOF TO TRUE
           END-READ.
      *
       014-READ-DIRPARM-EXIT.
           EXIT.

       020-LOAD-HR.
      *    ONE WORK RECORD PER HR EMPLOYEE NUMBER. THE FILEIN RECORD
      *    BESIDE EACH HR RECORD SAYS WHETHER THE PERSON IS LEAVING.
           OPEN INPUT BIRTHIN.
           IF BIRTHIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BIRTHIN ' BIRTHIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT FILEIN.
           IF FILEIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN FILEIN ' FILEIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DIRWORK.
           IF DIRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRWORK ' DIRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 022-READ-BIRTHIN THRU 022-READ-BIRTHIN-EXIT.
           PERFORM TEST BEFORE UNTIL BI-EOF
              ADD 1 TO WS-HR-COUNT
              PERFORM 024-READ-FILEIN THRU 024-READ-FILEIN-EXIT
              PERFORM 026-STORE-HR THRU 026-STORE-HR-EXIT
              PERFORM 022-READ-BIRTHIN THRU 022-READ-BIRTHIN-EXIT
           END-PERFORM.
      *    ANY FILEIN RECORDS LEFT OVER HAVE NO HR PARTNER.
           PERFORM 024-READ-FILEIN THRU 024-READ-FILEIN-EXIT.
           PERFORM TEST BEFORE UNTIL FI-EOF
              IF IN-ACTION-DELETE
                 ADD 1 TO WS-UNPAIRED-COUNT
                 DISPLAY 'PENSDREC - FILEIN DELETE AT MEMBER RECORD '
                         WS-FILEIN-COUNT ' HAS NO HR RECORD BESIDE IT'
              END-IF
              PERFORM 024-READ-FILEIN THRU 024-READ-FILEIN-EXIT
           END-PERFORM.
           IF WS-FILEIN-COUNT NOT = WS-HR-COUNT
              DISPLAY 'PENSDREC - WARNING: ' WS-FILEIN-COUNT
                      ' FILEIN MEMBER RECORDS AGAINST ' WS-HR-COUNT
                      ' BIRTHIN RECORDS'
           END-IF.
           CLOSE BIRTHIN.
           CLOSE FILEIN.
           CLOSE DIRWORK.
      *
       020-LOAD-HR-EXIT.
           EXIT.

       022-READ-BIRTHIN.
           READ BIRTHIN
                AT END SET BI-EOF TO TRUE
           END-READ.
      *
       022-READ-BIRTHIN-EXIT.
           EXIT.

       024-READ-FILEIN.
           IF FI-EOF
              GO TO 024-READ-FILEIN-EXIT
           END-IF.
           READ FILEIN
                AT END SET FI-EOF TO TRUE
                       GO TO 024-READ-FILEIN-EXIT
           END-READ.
           IF HDR-MARKER-IS-HEADER OR HDR-MARKER-IS-TRAILER
              GO TO 024-READ-FILEIN
           END-IF.
           ADD 1 TO WS-FILEIN-COUNT.
      *
       024-READ-FILEIN-EXIT.
           EXIT.

       026-STORE-HR.
           IF BI-EMPNO = SPACES
              ADD 1 TO WS-HR-NOEMP-COUNT
              GO TO 026-STORE-HR-EXIT
           END-IF.
           MOVE SPACES TO DIRWORK-RECORD.
           MOVE BI-EMPNO TO DW-EMPNO.
           MOVE BI-NAME TO DW-HR-NAME.
           MOVE 'N' TO DW-LEAVER-SW.
           MOVE 'N' TO DW-DIR-SW.
           MOVE 'N' TO DW-NAME-SW.
      *    A DELETE ONLY COUNTS WHEN THE BIRTH DATE IN ITS CPR NUMBER
      *    AGREES WITH THE HR DATE - OTHERWISE THE TWO EXTRACTS HAVE
      *    SLIPPED OUT OF STEP AND THE LEAVER CANNOT BE NAMED.
           IF NOT FI-EOF AND IN-ACTION-DELETE
              STRING BIRTH-RECORD(7:2) BIRTH-RECORD(5:2)
                     BIRTH-RECORD(3:2)
                     DELIMITED BY SIZE INTO WS-PAIR-DDMMYY
              IF IN-RECORD(1:6) = WS-PAIR-DDMMYY
                 SET DW-LEAVER TO TRUE
                 ADD 1 TO WS-LEAVER-COUNT
              ELSE
                 ADD 1 TO WS-UNPAIRED-COUNT
                 DISPLAY 'PENSDREC - FILEIN DELETE AT MEMBER RECORD '
                         WS-FILEIN-COUNT ' DOES NOT MATCH THE BIRTH '
                         'DATE OF EMPLOYEE ' BI-EMPNO
              END-IF
           END-IF.
           WRITE DIRWORK-RECORD
              INVALID KEY
                 ADD 1 TO WS-HR-DUP-COUNT
                 DISPLAY 'PENSDREC - EMPLOYEE ' BI-EMPNO
                         ' IS ON BIRTHIN MORE THAN ONCE - FIRST KEPT'
           END-WRITE.
      *
       026-STORE-HR-EXIT.
           EXIT.

       030-CHECK-ENTRY.
      *    ONE DIRECTORY PERSON AGAINST THE HR WORK FILE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE UL-EMPNO TO RL-EMPNO.
           MOVE UL-LAST-NAME TO RL-DIR-LAST-NAME.
           MOVE UL-FIRST-NAME TO RL-DIR-FIRST-NAME.
           MOVE UL-DEPT-CODE TO RL-DEPT-CODE.
           MOVE UL-EXTENSION TO RL-EXTENSION.
           IF UL-EMPNO = SPACES
              ADD 1 TO WS-NOT-HR-COUNT
              MOVE 'NO EMPLOYEE NUMBER - CHECK BY HAND' TO RL-REMARK
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              GO TO 030-CHECK-ENTRY-EXIT
           END-IF.
           MOVE UL-EMPNO TO DW-EMPNO.
           READ DIRWORK
              INVALID KEY
                 ADD 1 TO WS-NOT-HR-COUNT
                 MOVE 'NOT ON THE HR EXTRACT' TO RL-REMARK
                 PERFORM 040-WRITE-DELETE THRU 040-WRITE-DELETE-EXIT
                 PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
                 GO TO 030-CHECK-ENTRY-EXIT
           END-READ.
           MOVE DW-HR-NAME TO RL-HR-NAME.
           IF DW-LEAVER
              ADD 1 TO WS-NOT-HR-COUNT
              MOVE 'LEAVER - DELETE ACTION ON FILEIN' TO RL-REMARK
              PERFORM 040-WRITE-DELETE THRU 040-WRITE-DELETE-EXIT
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              GO TO 030-CHECK-ENTRY-EXIT
           END-IF.
           IF DW-IN-DIRECTORY
              ADD 1 TO WS-NOT-HR-COUNT
              MOVE 'EMPLOYEE NUMBER ALREADY IN THE DIRECTORY'
                TO RL-REMARK
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              GO TO 030-CHECK-ENTRY-EXIT
           END-IF.
           SET DW-IN-DIRECTORY TO TRUE.
           MOVE UL-LAST-NAME TO DW-DIR-LAST-NAME.
           MOVE UL-FIRST-NAME TO DW-DIR-FIRST-NAME.
           MOVE UL-DEPT-CODE TO DW-DIR-DEPT-CODE.
           MOVE UL-EXTENSION TO DW-DIR-EXTENSION.
           PERFORM 036-SPLIT-HR-NAME THRU 036-SPLIT-HR-NAME-EXIT.
           IF WS-HR-LAST-NAME NOT = UL-LAST-NAME
              OR WS-HR-FIRST-NAME NOT = UL-FIRST-NAME
              SET DW-NAME-DIFFERS TO TRUE
           END-IF.
           REWRITE DIRWORK-RECORD
              INVALID KEY
                 DISPLAY 'PENSDREC - DIRWORK REWRITE FAILED FOR '
                         DW-EMPNO ' STATUS ' DIRWORK-STATUS
                 MOVE 12 TO RETURN-CODE
           END-REWRITE.
      *
       030-CHECK-ENTRY-EXIT.
           EXIT.

       032-READ-UNLOAD.
           READ UNLDIN
                AT END SET UL-EOF TO TRUE
                       GO TO 032-READ-UNLOAD-EXIT
           END-READ.
           IF UL-DEPT-CODE(1:1) = '*'
              ADD 1 TO WS-PHONE-COUNT
              GO TO 032-READ-UNLOAD
           END-IF.
      *
       032-READ-UNLOAD-EXIT.
           EXIT.

       036-SPLIT-HR-NAME.
      *    SURNAME FIRST, THEN FORENAME, SEPARATED BY A COMMA OR BY
      *    SPACES.
           MOVE DW-HR-NAME TO WS-NAME-WORK.
           INSPECT WS-NAME-WORK REPLACING ALL ',' BY SPACE.
           MOVE SPACES TO WS-HR-LAST-NAME.
           MOVE SPACES TO WS-HR-FIRST-NAME.
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-HR-LAST-NAME WS-HR-FIRST-NAME
           END-UNSTRING.
      *
       036-SPLIT-HR-NAME-EXIT.
           EXIT.

       040-WRITE-DELETE.
           MOVE SPACES TO DIRTRAN-RECORD.
           MOVE 'DELETE' TO TR-COMMAND.
           MOVE UL-LAST-NAME TO TR-LAST-NAME.
           MOVE UL-FIRST-NAME TO TR-FIRST-NAME.
           MOVE UL-DEPT-CODE TO TR-DEPT-CODE.
           MOVE UL-EMPNO TO TR-EMPNO.
           WRITE DIRTRAN-RECORD.
           IF DIRTRAN-STATUS NOT = 0
              DISPLAY 'PENSDREC - DIRTRAN WRITE FAILED STATUS '
                      DIRTRAN-STATUS
              MOVE 12 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE 'DELETE' TO RL-ACTION.
      *
       040-WRITE-DELETE-EXIT.
           EXIT.

       050-NEW-HIRES.
      *    EVERY CURRENT HR PERSON THE DIRECTORY PASS DID NOT FIND.
           MOVE '0' TO DW-MARKER.
           OPEN INPUT DIRWORK.
           IF DIRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRWORK ' DIRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-DIRWORK THRU 052-READ-DIRWORK-EXIT.
           PERFORM TEST BEFORE UNTIL DW-EOF
              IF NOT DW-IN-DIRECTORY AND NOT DW-LEAVER
                 PERFORM 054-ADD-HIRE THRU 054-ADD-HIRE-EXIT
              END-IF
              PERFORM 052-READ-DIRWORK THRU 052-READ-DIRWORK-EXIT
           END-PERFORM.
           CLOSE DIRWORK.
      *
       050-NEW-HIRES-EXIT.
           EXIT.

       052-READ-DIRWORK.
           READ DIRWORK NEXT
                AT END SET DW-EOF TO TRUE
           END-READ.
      *
       052-READ-DIRWORK-EXIT.
           EXIT.

       054-ADD-HIRE.
           ADD 1 TO WS-NOT-DIR-COUNT.
           PERFORM 036-SPLIT-HR-NAME THRU 036-SPLIT-HR-NAME-EXIT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE DW-EMPNO TO RL-EMPNO.
           MOVE DW-HR-NAME TO RL-HR-NAME.
      *    DFSIVA64 REFUSES AN ADD WITHOUT A FORENAME, SO NONE IS
      *    WRITTEN - THE DIRECTORY ENTRY HAS TO BE KEYED BY HAND.
           IF WS-HR-LAST-NAME = SPACES OR WS-HR-FIRST-NAME = SPACES
              MOVE 'NO FORENAME ON HR - ADD BY HAND' TO RL-REMARK
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              GO TO 054-ADD-HIRE-EXIT
           END-IF.
           MOVE SPACES TO DIRTRAN-RECORD.
           MOVE 'ADD' TO TR-COMMAND.
           MOVE WS-HR-LAST-NAME TO TR-LAST-NAME.
           MOVE WS-HR-FIRST-NAME TO TR-FIRST-NAME.
      *    NO EXTENSION : DFSIVA64 GIVES THE NEW ENTRY THE LOWEST
      *    FREE NUMBER IN THE DEPARTMENT'S RANGE.
           MOVE SPACES TO TR-EXTENSION.
           MOVE WS-DFLT-ZIP-CODE TO TR-ZIP-CODE.
           MOVE WS-DFLT-DEPT-CODE TO TR-DEPT-CODE.
           MOVE DW-EMPNO TO TR-EMPNO.
           WRITE DIRTRAN-RECORD.
           IF DIRTRAN-STATUS NOT = 0
              DISPLAY 'PENSDREC - DIRTRAN WRITE FAILED STATUS '
                      DIRTRAN-STATUS
              MOVE 12 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-ADD-COUNT.
           MOVE WS-HR-LAST-NAME TO RL-DIR-LAST-NAME.
           MOVE WS-HR-FIRST-NAME TO RL-DIR-FIRST-NAME.
           MOVE WS-DFLT-DEPT-CODE TO RL-DEPT-CODE.
           MOVE SPACES TO RL-EXTENSION.
           MOVE 'ADD' TO RL-ACTION.
           MOVE 'NEW ENTRY - EXT ALLOCATED BY DFSIVA64' TO RL-REMARK.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       054-ADD-HIRE-EXIT.
           EXIT.

       060-NAME-MISMATCHES.
      *    SAME EMPLOYEE NUMBER, DIFFERENT NAME - FOR REVIEW ONLY.
      *    EITHER SIDE MAY BE THE ONE IN ERROR, SO NO TRANSACTION.
           MOVE '0' TO DW-MARKER.
           OPEN INPUT DIRWORK.
           IF DIRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DIRWORK ' DIRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-DIRWORK THRU 052-READ-DIRWORK-EXIT.
           PERFORM TEST BEFORE UNTIL DW-EOF
              IF DW-NAME-DIFFERS
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE SPACES TO RPT-DETAIL-LINE
                 MOVE DW-EMPNO TO RL-EMPNO
                 MOVE DW-DIR-LAST-NAME TO RL-DIR-LAST-NAME
                 MOVE DW-DIR-FIRST-NAME TO RL-DIR-FIRST-NAME
                 MOVE DW-DIR-DEPT-CODE TO RL-DEPT-CODE
                 MOVE DW-DIR-EXTENSION TO RL-EXTENSION
                 MOVE DW-HR-NAME TO RL-HR-NAME
                 MOVE 'NAMES DIFFER - CHECK BY HAND' TO RL-REMARK
                 PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              END-IF
              PERFORM 052-READ-DIRWORK THRU 052-READ-DIRWORK-EXIT
           END-PERFORM.
           CLOSE DIRWORK.
      *
       060-NAME-MISMATCHES-EXIT.
           EXIT.

       070-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO RH1-ASOF.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-TITLE TO RS-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           WRITE RPT-LINE FROM RPT-HDR-2.
           MOVE 4 TO WS-LINE-CTR.
      *
       070-PRINT-HEADERS-EXIT.
           EXIT.

       072-SECTION-HEADING.
           IF WS-LINE-CTR + 4 > WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
              GO TO 072-SECTION-HEADING-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-TITLE TO RS-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           WRITE RPT-LINE FROM RPT-HDR-2.
           ADD 3 TO WS-LINE-CTR.
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
           MOVE 'HR RECORDS READ' TO RT-TEXT.
           MOVE WS-HR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'HR RECORDS WITHOUT AN EMPLOYEE NUMBER' TO RT-TEXT.
           MOVE WS-HR-NOEMP-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'HR EMPLOYEE NUMBERS ON BIRTHIN MORE THAN ONCE'
             TO RT-TEXT.
           MOVE WS-HR-DUP-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'FILEIN MEMBER RECORDS READ' TO RT-TEXT.
           MOVE WS-FILEIN-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'LEAVERS FROM FILEIN DELETE ACTIONS' TO RT-TEXT.
           MOVE WS-LEAVER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'FILEIN DELETES NOT PAIRED WITH AN HR RECORD'
             TO RT-TEXT.
           MOVE WS-UNPAIRED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'DIRECTORY ENTRIES READ' TO RT-TEXT.
           MOVE WS-DIR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADDITIONAL NUMBERS SKIPPED' TO RT-TEXT.
           MOVE WS-PHONE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'IN THE DIRECTORY BUT NOT CURRENT IN HR' TO RT-TEXT.
           MOVE WS-NOT-HR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'IN HR BUT NOT IN THE DIRECTORY' TO RT-TEXT.
           MOVE WS-NOT-DIR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NAME MISMATCHES ON THE SAME EMPLOYEE NUMBER'
             TO RT-TEXT.
           MOVE WS-MISMATCH-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'DELETE TRANSACTIONS WRITTEN' TO RT-TEXT.
           MOVE WS-DELETE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADD TRANSACTIONS WRITTEN' TO RT-TEXT.
           MOVE WS-ADD-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           DISPLAY 'PENSDREC - ' WS-DIR-COUNT ' DIRECTORY ENTRIES, '
                   WS-HR-COUNT ' HR RECORDS, ' WS-DELETE-COUNT
                   ' DELETES, ' WS-ADD-COUNT ' ADDS, '
                   WS-MISMATCH-COUNT ' NAME MISMATCHES'.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       END PROGRAM PENSDREC.
