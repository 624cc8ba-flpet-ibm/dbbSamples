       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSSURV.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSSURV SENDS NEW SURVIVOR CASES TO THE CLAIMS TEAM. IT  *
      * FOLLOWS CPRFILE, WHICH OPENS A CASE ON SURVCAS FOR EVERY  *
      * 'D' ACTION THAT REMOVES A MEMBER WITH BENEFICIARIES ON    *
      * BENEFMST. EACH CASE STILL MARKED NEW IS PRICED FROM THE   *
      * MASTER RECORD CPRFILE SAVED ON IT - THE SAME EBUD01 +     *
      * PENSBEN CALLS PENSREVL MAKES, AS OF THE BUSINESS DATE THE *
      * MEMBER WAS REMOVED - AND WRITTEN TO THE SURVOUT EXTRACT : *
      *    'C' - ONE CASE RECORD WITH THE DECEASED'S LAST CPRMAST *
      *          VALUES, RM-LASTAMT AND THE PROJECTED BENEFIT     *
      *    'B' - ONE RECORD PER NOMINATED SURVIVOR WITH THE       *
      *          RELATIONSHIP, PERCENTAGE SHARE AND THAT SHARE OF *
      *          THE BENEFIT                                      *
      * THE CASE IS THEN MARKED OPEN WITH THE EXTRACT DATE, SO IT *
      * IS SENT ONCE; THE CLAIMS TEAM CLOSES IT THROUGH CPRBENMT. *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVCAS ASSIGN TO SURVCAS
               FILE STATUS IS SURVCAS-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SV-CPR.

           SELECT BENEFMST ASSIGN TO BENEFMST
               FILE STATUS IS BENEFMST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-KEY.

           SELECT SURVOUT ASSIGN TO SURVOUT
               FILE STATUS IS SURVOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVCAS.
       01  SURVCASE-RECORD.
           COPY SURVCASE.

       FD  BENEFMST.
       01  BENEF-RECORD.
           COPY BENEFMST.

      *    THE SURVIVOR-CASE EXTRACT FOR THE CLAIMS TEAM : A 'C'
      *    CASE RECORD FOLLOWED BY ITS 'B' SURVIVOR RECORDS.
       FD  SURVOUT RECORDING MODE F.
       01  SURVOUT-RECORD.
           05 SO-TYPE               PIC X(01).
           05 SO-CPR                PIC X(10).
           05 SO-DATA               PIC X(139).
       01  SURVOUT-CASE REDEFINES SURVOUT-RECORD.
           05 FILLER                PIC X(11).
           05 SOC-DEATH-DATE        PIC 9(08).
           05 SOC-BRANCH            PIC X(10).
           05 SOC-AGE               PIC X(11).
           05 SOC-GENDER            PIC X(01).
           05 SOC-RC                PIC X(01).
           05 SOC-SCHEME            PIC X(01).
           05 SOC-LASTUPD           PIC 9(08).
           05 SOC-LASTAMT           PIC 9(10)V99.
           05 SOC-RET-DATE          PIC 9(08).
           05 SOC-BENEFIT           PIC 9(09)V99.
           05 SOC-BEN-RC            PIC X(01).
           05 SOC-SURVIVORS         PIC 9(03).
           05 FILLER                PIC X(64).
       01  SURVOUT-SURVIVOR REDEFINES SURVOUT-RECORD.
           05 FILLER                PIC X(11).
           05 SOB-BENEF-CPR         PIC X(10).
           05 SOB-RELATION          PIC X(08).
           05 SOB-SHARE             PIC 9(03)V99.
           05 SOB-BENEFIT           PIC 9(09)V99.
           05 FILLER                PIC X(105).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE IS READ BACK OFF IT AND STAMPED ON THE
      *    CASES AS THEIR EXTRACT DATE.
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

      *    THE DECEASED'S MASTER RECORD AS CPRFILE SAVED IT.
       01 MASTER-RECORD.
           COPY CPRMASTR.

       01 PROGRAM-TO-CALL          PIC X(07).
       01 WS-BENEFIT-MODULE        PIC X(08) VALUE 'PENSBEN'.

       01 SURVCAS-STATUS           PIC 99.
       01 SV-MARKER                PIC X     VALUE '0'.
          88 SV-EOF                          VALUE '1'.
       01 BENEFMST-STATUS          PIC 99.
       01 BF-MARKER                PIC X     VALUE '0'.
          88 BF-EOF                          VALUE '1'.
       01 WS-BENEF-SW              PIC X     VALUE 'N'.
          88 BENEF-PRESENT                   VALUE 'Y'.
       01 SURVOUT-STATUS           PIC 99.

       01 RUNCTL-STATUS            PIC 99.
       01 RN-MARKER                PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
       01 WS-PIVOT-YEAR            PIC 9(02) VALUE 30.

       01 WS-CASE-READ             PIC 9(07) COMP VALUE 0.
       01 WS-CASE-SENT             PIC 9(07) COMP VALUE 0.
       01 WS-SURVIVOR-SENT         PIC 9(07) COMP VALUE 0.
       01 WS-UNPRICED-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-SURVIVORS             PIC 9(03) COMP VALUE 0.

      *    THE MASTER'S EDITED AGE FIELD ARRIVES IN WHATEVER DECIMAL
      *    LOCALE THE NIGHTLY RUN WROTE IT IN - THE SAME DE-EDITING
      *    OVERLAY PENSREVL USES.
       01 WS-AGE-EDIT              PIC ZZZ.ZZ9,999.
       01 WS-AGE-EDIT-X REDEFINES WS-AGE-EDIT
                                   PIC X(11).
       01 WS-AGE-NUM               PIC 9(07)V9(03).
       01 WS-BEN-AGE               PIC 9(03).
       01 WS-BEN-GENDER            PIC X(01).
       01 WS-BEN-AMOUNT            PIC 9(10)V99.
       01 WS-BEN-BENEFIT           PIC 9(09)V99.
       01 WS-BEN-RC                PIC X(01).
       01 WS-BEN-SCHEME            PIC X(01).
       01 WS-BEN-ASOF              PIC 9(08).
       01 WS-BEN-RETDATE           PIC 9(08).

       01 WS-RET-CCYYMMDD          PIC 9(08).
       01 WS-RET-SCAN              PIC 9(02) COMP.

       01 WS-CPR-DD                PIC 9(02).
       01 WS-CPR-MM                PIC 9(02).
       01 WS-CPR-YY                PIC 9(02).
       01 WS-CPR-CCYY              PIC 9(04).

       01 WS-DATE-VALID-SW         PIC X.
          88 DATE-IS-VALID                   VALUE 'Y'.
          88 DATE-IS-INVALID                 VALUE 'N'.

       01 WS-CCYY-NUM              PIC 9(04).
       01 WS-MM-NUM                PIC 9(02).
       01 WS-DD-NUM                PIC 9(02).
       01 WS-MAX-DAY               PIC 9(02).
       01 WS-DIV-QUOT              PIC 9(04).
       01 WS-DIV-REM               PIC 9(04).

       01 WS-MONTH-DAYS-TBL.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 28.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAY-ENTRY   PIC 9(02) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSSURV STARTING "

           MOVE 'EBUD01' TO PROGRAM-TO-CALL.
           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-PIVOT-YEAR TO WS-PIVOT-YEAR.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 005-OPEN-FILES THRU 005-OPEN-FILES-EXIT.

           PERFORM 016-READ-CASE THRU 016-READ-CASE-EXIT.
           PERFORM TEST BEFORE UNTIL SV-EOF
              ADD 1 TO WS-CASE-READ
              IF SV-NEW
                 PERFORM 030-SEND-CASE THRU 030-SEND-CASE-EXIT
              END-IF
              PERFORM 016-READ-CASE THRU 016-READ-CASE-EXIT
           END-PERFORM.

           CLOSE SURVCAS.
           IF BENEF-PRESENT
              CLOSE BENEFMST
           END-IF.
           CLOSE SURVOUT.
           DISPLAY 'PENSSURV. CASES ON FILE       ' WS-CASE-READ.
           DISPLAY 'PENSSURV. NEW CASES SENT      ' WS-CASE-SENT.
           DISPLAY 'PENSSURV. SURVIVOR RECORDS    ' WS-SURVIVOR-SENT.
           DISPLAY 'PENSSURV. CASES NOT PRICED    ' WS-UNPRICED-COUNT.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       005-OPEN-FILES.
      *    NO CASE FILE YET MEANS CPRFILE HAS NEVER OPENED A CASE -
      *    AN EMPTY EXTRACT GOES TO THE CLAIMS TEAM ALL THE SAME.
           OPEN OUTPUT SURVOUT.
           IF SURVOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURVOUT ' SURVOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O SURVCAS.
           IF SURVCAS-STATUS = 35
              DISPLAY 'PENSSURV - NO SURVIVOR CASES ON FILE'
              SET SV-EOF TO TRUE
              GO TO 005-OPEN-FILES-EXIT
           END-IF.
           IF SURVCAS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURVCAS ' SURVCAS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT BENEFMST.
           IF BENEFMST-STATUS = 0
              SET BENEF-PRESENT TO TRUE
           ELSE
              DISPLAY 'PENSSURV - NO BENEFICIARY MASTER (STATUS '
                      BENEFMST-STATUS ') - CASES SENT WITHOUT '
                      'SURVIVORS'
           END-IF.
      *
       005-OPEN-FILES-EXIT.
           EXIT.

       016-READ-CASE.
           IF SV-EOF
              GO TO 016-READ-CASE-EXIT
           END-IF.
           READ SURVCAS NEXT
                AT END SET SV-EOF TO TRUE
           END-READ.
      *
       016-READ-CASE-EXIT.
           EXIT.

       030-SEND-CASE.
      *    PRICE THE DECEASED FROM THE SAVED MASTER IMAGE THE WAY
      *    PENSREVL PRICES A LIVE RECORD, AS OF THE BUSINESS DATE
      *    THE MEMBER CAME OFF THE MASTER.
           MOVE SV-MASTER-IMAGE TO MASTER-RECORD.
           MOVE RM-CPR(1:2) TO WS-CPR-DD.
           MOVE RM-CPR(3:2) TO WS-CPR-MM.
           MOVE RM-CPR(5:2) TO WS-CPR-YY.
           IF WS-CPR-YY <= WS-PIVOT-YEAR
              COMPUTE WS-CPR-CCYY = 2000 + WS-CPR-YY
           ELSE
              COMPUTE WS-CPR-CCYY = 1900 + WS-CPR-YY
           END-IF.
           MOVE WS-CPR-CCYY TO L-CCYY.
           MOVE WS-CPR-MM   TO L-MM.
           MOVE WS-CPR-DD   TO L-DD.
           IF RM-RC = '0'
              PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT
           ELSE
              SET DATE-IS-INVALID TO TRUE
           END-IF.
           MOVE RM-SCHEME TO L-SCHEME.
           MOVE SV-DEATH-DATE TO L-ASOF-DATE.
           MOVE 0 TO WS-RET-CCYYMMDD.
           MOVE ZERO TO WS-BEN-BENEFIT.
           MOVE '1' TO WS-BEN-RC.
           IF DATE-IS-VALID
              CALL PROGRAM-TO-CALL USING INTERFACE-AREA
              PERFORM 047-EXTRACT-RET-DATE THRU
                      047-EXTRACT-RET-DATE-EXIT
              PERFORM 040-CALC-BENEFIT THRU 040-CALC-BENEFIT-EXIT
           END-IF.
           IF WS-BEN-RC NOT = '0'
              ADD 1 TO WS-UNPRICED-COUNT
           END-IF.

           PERFORM 050-COUNT-SURVIVORS THRU 050-COUNT-SURVIVORS-EXIT.
           MOVE SPACES TO SURVOUT-RECORD.
           MOVE 'C' TO SO-TYPE.
           MOVE SV-CPR TO SO-CPR.
           MOVE SV-DEATH-DATE TO SOC-DEATH-DATE.
           MOVE SV-BRANCH TO SOC-BRANCH.
           MOVE RM-AGE TO SOC-AGE.
           MOVE RM-GENDER TO SOC-GENDER.
           MOVE RM-RC TO SOC-RC.
           MOVE RM-SCHEME TO SOC-SCHEME.
           MOVE RM-LASTUPD TO SOC-LASTUPD.
           IF RM-LASTAMT IS NUMERIC
              MOVE RM-LASTAMT TO SOC-LASTAMT
           ELSE
              MOVE 0 TO SOC-LASTAMT
           END-IF.
           MOVE WS-RET-CCYYMMDD TO SOC-RET-DATE.
           MOVE WS-BEN-BENEFIT TO SOC-BENEFIT.
           MOVE WS-BEN-RC TO SOC-BEN-RC.
           MOVE WS-SURVIVORS TO SOC-SURVIVORS.
           WRITE SURVOUT-RECORD.
           PERFORM 055-WRITE-SURVIVORS THRU 055-WRITE-SURVIVORS-EXIT.

           SET SV-OPEN TO TRUE.
           MOVE WS-BUSINESS-DATE TO SV-EXTRACT-DATE.
           REWRITE SURVCASE-RECORD
              INVALID KEY
                 DISPLAY '*** PENSSURV - SURVCAS REWRITE FAILED FOR '
                         SV-CPR ' STATUS ' SURVCAS-STATUS
                 MOVE 12 TO RETURN-CODE
           END-REWRITE.
           ADD 1 TO WS-CASE-SENT.
      *
       030-SEND-CASE-EXIT.
           EXIT.

       040-CALC-BENEFIT.
      *    DE-EDIT THE MASTER'S AGE IN THE RUN'S LOCALE AND PRICE
      *    THE LAST CONTRIBUTION THROUGH PENSBEN, EXACTLY AS
      *    PENSREVL DOES.
           MOVE RM-AGE TO WS-AGE-EDIT-X.
           IF CFG-LOCALE = 'P'
              INSPECT WS-AGE-EDIT-X REPLACING ALL ',' BY X'01'
              INSPECT WS-AGE-EDIT-X REPLACING ALL '.' BY ','
              INSPECT WS-AGE-EDIT-X REPLACING ALL X'01' BY '.'
           END-IF.
           MOVE WS-AGE-EDIT TO WS-AGE-NUM.
           MOVE WS-AGE-NUM TO WS-BEN-AGE.
           MOVE RM-GENDER TO WS-BEN-GENDER.
           IF RM-LASTAMT IS NUMERIC
              MOVE RM-LASTAMT TO WS-BEN-AMOUNT
           ELSE
              MOVE ZERO TO WS-BEN-AMOUNT
           END-IF.
           MOVE ZERO TO WS-BEN-BENEFIT.
           MOVE RM-SCHEME TO WS-BEN-SCHEME.
           MOVE SV-DEATH-DATE TO WS-BEN-ASOF.
           MOVE WS-RET-CCYYMMDD TO WS-BEN-RETDATE.
           CALL WS-BENEFIT-MODULE USING WS-BEN-AGE WS-BEN-GENDER
                                         WS-BEN-AMOUNT WS-BEN-BENEFIT
                                         WS-BEN-RC WS-BEN-SCHEME
                                         WS-BEN-ASOF WS-BEN-RETDATE.
           IF WS-BEN-RC NOT = '0'
              MOVE ZERO TO WS-BEN-BENEFIT
           END-IF.
      *
       040-CALC-BENEFIT-EXIT.
           EXIT.

       047-EXTRACT-RET-DATE.
      *    THE RETIREMENT DATE COMES BACK FROM EBUD01 AS FORMATTED
      *    TEXT IN A CCYY-MM-DD SHAPE - THE SAME SCAN PENSEXTR USES.
           MOVE 0 TO WS-RET-CCYYMMDD.
           PERFORM VARYING WS-RET-SCAN FROM 1 BY 1
                   UNTIL WS-RET-SCAN > 70
                      OR WS-RET-CCYYMMDD > 0
              IF RETIREMENT-DATE(WS-RET-SCAN:4) IS NUMERIC
                 AND RETIREMENT-DATE(WS-RET-SCAN + 5:2) IS NUMERIC
                 AND RETIREMENT-DATE(WS-RET-SCAN + 8:2) IS NUMERIC
                 MOVE RETIREMENT-DATE(WS-RET-SCAN:4)
                      TO WS-RET-CCYYMMDD(1:4)
                 MOVE RETIREMENT-DATE(WS-RET-SCAN + 5:2)
                      TO WS-RET-CCYYMMDD(5:2)
                 MOVE RETIREMENT-DATE(WS-RET-SCAN + 8:2)
                      TO WS-RET-CCYYMMDD(7:2)
              END-IF
           END-PERFORM.
      *
       047-EXTRACT-RET-DATE-EXIT.
           EXIT.

       050-COUNT-SURVIVORS.
           MOVE 0 TO WS-SURVIVORS.
           PERFORM 060-START-SURVIVORS THRU 060-START-SURVIVORS-EXIT.
           PERFORM TEST BEFORE UNTIL BF-EOF
              ADD 1 TO WS-SURVIVORS
              PERFORM 062-READ-SURVIVOR THRU 062-READ-SURVIVOR-EXIT
           END-PERFORM.
      *
       050-COUNT-SURVIVORS-EXIT.
           EXIT.

       055-WRITE-SURVIVORS.
           PERFORM 060-START-SURVIVORS THRU 060-START-SURVIVORS-EXIT.
           PERFORM TEST BEFORE UNTIL BF-EOF
              MOVE SPACES TO SURVOUT-RECORD
              MOVE 'B' TO SO-TYPE
              MOVE SV-CPR TO SO-CPR
              MOVE BF-BENEF-CPR TO SOB-BENEF-CPR
              MOVE BF-RELATION TO SOB-RELATION
              MOVE BF-SHARE TO SOB-SHARE
              COMPUTE SOB-BENEFIT ROUNDED =
                      WS-BEN-BENEFIT * BF-SHARE / 100
              WRITE SURVOUT-RECORD
              ADD 1 TO WS-SURVIVOR-SENT
              PERFORM 062-READ-SURVIVOR THRU 062-READ-SURVIVOR-EXIT
           END-PERFORM.
      *
       055-WRITE-SURVIVORS-EXIT.
           EXIT.

       060-START-SURVIVORS.
      *    POSITION ON THE DECEASED'S FIRST BENEFICIARY AND READ IT;
      *    BF-EOF COMES BACK SET WHEN THERE IS NONE.
           MOVE '0' TO BF-MARKER.
           IF NOT BENEF-PRESENT
              SET BF-EOF TO TRUE
              GO TO 060-START-SURVIVORS-EXIT
           END-IF.
           MOVE SV-CPR TO BF-MEMBER-CPR.
           MOVE LOW-VALUES TO BF-BENEF-CPR.
           START BENEFMST KEY IS NOT LESS THAN BF-KEY
              INVALID KEY
                 SET BF-EOF TO TRUE
                 GO TO 060-START-SURVIVORS-EXIT
           END-START.
           PERFORM 062-READ-SURVIVOR THRU 062-READ-SURVIVOR-EXIT.
      *
       060-START-SURVIVORS-EXIT.
           EXIT.

       062-READ-SURVIVOR.
           READ BENEFMST NEXT
                AT END SET BF-EOF TO TRUE
           END-READ.
           IF NOT BF-EOF AND BF-MEMBER-CPR NOT = SV-CPR
              SET BF-EOF TO TRUE
           END-IF.
      *
       062-READ-SURVIVOR-EXIT.
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
              DISPLAY 'PENSSURV - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSSURV - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSSURV - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSSURV CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSSURV - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSSURV - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSSURV - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM PENSSURV.
