       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSCONV.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSCONV IS THE MONTHLY ACTIVE-TO-PENSIONER CONVERSION.   *
      * IT SWEEPS CPRMAST AND, FOR EVERY ACTIVE MEMBER WHOSE      *
      * CALCULATED RETIREMENT DATE (EBUD01, WITH THE MEMBER'S     *
      * SCHEME) FALLS IN OR BEFORE THE COMING PAY MONTH :         *
      *    - PRICES THE MONTHLY BENEFIT THROUGH PENSBEN, AS OF    *
      *      THE BUSINESS DATE, TO THE RETIREMENT DATE            *
      *    - WRITES A COMMENCEMENT RECORD FOR THE PENSIONS        *
      *      PAYROLL TO PAYCOMM WITH CPR, SCHEME, FIRST PAYMENT   *
      *      DATE (THE FIRST OF THE MONTH AFTER RETIREMENT) AND   *
      *      THE BENEFIT                                          *
      *    - MARKS THE MASTER RECORD AS A PENSIONER WITH THE      *
      *      BUSINESS DATE AS ITS CONVERSION DATE                 *
      * FROM THEN ON CPRFILE REPORTS ANY CONTRIBUTION FOR THE CPR *
      * AS AN EXCEPTION INSTEAD OF MATCHING IT. A MEMBER WHOSE    *
      * RETIREMENT DATE IS ALREADY PAST (MISSED BY AN EARLIER     *
      * RUN) IS CONVERTED TOO, FLAGGED FOR ARREARS ON PAYCOMM.    *
      * A MEMBER WHO CANNOT BE PRICED STAYS ACTIVE, IS LISTED ON  *
      * SYSOUT AND THE RUN ENDS WITH RC 4 - THE NEXT RUN PICKS    *
      * THEM UP AGAIN. A DEFERRED MEMBER - A VESTED LEAVER THAT  *
      * PENSVEST PUT BACK ON THE MASTER - IS CONVERTED THE SAME   *
      * WAY BUT IS PAID THE BENEFIT FROZEN AT THE LEAVING DATE,   *
      * NOT PRICED AGAIN.                                         *
      * EVERY CONVERSION IS LOGGED TO CHGHIST AS A 'STATUS'       *
      * CHANGE (OLD STATUS ' ' OR 'D', NEW 'P', PROGRAM PENSCONV, *
      * SO NO CPRBKOUT BACK-OUT UNDOES IT) AND THE CPR QUEUED ON  *
      * CHGQUEUE FOR THE NEXT CPRMMNT BUREAU EXTRACT. THE ENTRY   *
      * CARRIES THE PRESENTABLE CPR - THE SURROGATE FROM THE      *
      * SURRREG REGISTRY WHEN MASK IS ON.                         *
      *                                                           *
      * PARM='CCYYMM' NAMES THE PAY MONTH; WITHOUT IT THE PAY     *
      * MONTH IS THE MONTH AFTER THE REGISTERED BUSINESS DATE.    *
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

           SELECT PAYCOMM ASSIGN TO PAYCOMM
               FILE STATUS IS PAYCOMM-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGHIST ASSIGN TO CHGHIST
               FILE STATUS IS CHGHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGQUEUE ASSIGN TO CHGQUEUE
               FILE STATUS IS CHGQUEUE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CVSURR ASSIGN TO CVSURR
               FILE STATUS IS CVSURR-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-REAL.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

      *    PAYROLL COMMENCEMENT FILE FOR THE PENSIONS PAYROLL, ONE
      *    RECORD PER MEMBER CONVERTED. THE PAYROLL PAYS REAL
      *    PEOPLE, SO THE CPR IS NEVER MASKED HERE. PC-ARREARS IS
      *    'Y' WHEN THE FIRST PAYMENT DATE IS BEFORE THE PAY MONTH.
       FD  PAYCOMM RECORDING MODE F.
       01  PAYCOMM-RECORD.
           05 PC-CPR                PIC X(10).
           05 PC-SCHEME             PIC X(01).
           05 PC-FIRST-PAY-DATE     PIC 9(08).
           05 PC-BENEFIT            PIC 9(09)V99.
           05 PC-RET-DATE           PIC 9(08).
           05 PC-CONV-DATE          PIC 9(08).
           05 PC-BRANCH             PIC X(10).
           05 PC-ARREARS            PIC X(01).
           05 FILLER                PIC X(23).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE IS THE CONVERSION DATE.
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

      *    CHANGE-HISTORY LOG, APPENDED - ONE 'STATUS' ENTRY PER
      *    MEMBER CONVERTED.
       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD.
           COPY CHGHIST.

      *    THE CHANGE QUEUE CPRMMNT'S DELTA EXTRACT DRIVES OFF - ONE
      *    REAL CPR PER MEMBER CONVERTED.
       FD  CHGQUEUE RECORDING MODE F.
       01  CHGQUEUE-RECORD.
           05 CQ-CPR                PIC X(10).
           05 FILLER                PIC X(70).

      *    REAL-TO-SURROGATE WORK COPY OF THE SURRREG REGISTRY. HOLDS
      *    REAL CPR NUMBERS, SO THE CLUSTER IS RACF-PROTECTED LIKE
      *    SURRREG.
       FD  CVSURR.
       01  CVSURR-RECORD.
           05 CV-REAL               PIC X(10).
           05 CV-SURR               PIC X(10).
           05 FILLER                PIC X(60).

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY - SEE
      *    THE SURRREG COPYBOOK.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

       WORKING-STORAGE SECTION.
       01 INTERFACE-AREA.
           COPY LINPUT.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 PROGRAM-TO-CALL          PIC X(07).
       01 WS-BENEFIT-MODULE        PIC X(08) VALUE 'PENSBEN'.

       01 CPRMAST-STATUS           PIC 99.
       01 RM-MARKER                PIC X     VALUE '0'.
          88 RM-EOF                          VALUE '1'.
       01 PAYCOMM-STATUS           PIC 99.
       01 CHGHIST-STATUS           PIC 99.
       01 CHGQUEUE-STATUS          PIC 99.
       01 CVSURR-STATUS            PIC 99.
       01 SURRREG-STATUS           PIC 99.
       01 RG-MARKER                PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 WS-SURR-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-OLD-STATUS            PIC X(01).
       01 WS-CPR-OUT               PIC X(10).

       01 RUNCTL-STATUS            PIC 99.
       01 RN-MARKER                PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-CCYY           PIC 9(04).
          05 WS-BUS-MM             PIC 9(02).
          05 WS-BUS-DD             PIC 9(02).
       01 WS-PIVOT-YEAR            PIC 9(02) VALUE 30.

       01 WS-PAY-MONTH-X           PIC X(06).
       01 WS-PAY-MONTH             PIC 9(06).
       01 WS-PAY-MONTH-R REDEFINES WS-PAY-MONTH.
          05 WS-PAY-CCYY           PIC 9(04).
          05 WS-PAY-MM             PIC 9(02).
       01 WS-PAY-START             PIC 9(08).

       01 WS-REC-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-CONVERTED-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-ARREARS-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-ALREADY-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-NOT-DUE-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(07) COMP VALUE 0.

       01 WS-FIRST-PAY-DATE        PIC 9(08).
       01 WS-FIRST-PAY-DATE-R REDEFINES WS-FIRST-PAY-DATE.
          05 WS-FP-CCYY            PIC 9(04).
          05 WS-FP-MM              PIC 9(02).
          05 WS-FP-DD              PIC 9(02).

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
       01 WS-RET-CCYYMMDD-R REDEFINES WS-RET-CCYYMMDD.
          05 WS-RET-CCYYMM         PIC 9(06).
          05 FILLER                PIC 9(02).
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

       LINKAGE SECTION.
       01  CV-PARM.
           05 CV-PARM-LEN           PIC S9(4) COMP.
           05 CV-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING CV-PARM.
       010-INITIALIZATION.
           DISPLAY "Program PENSCONV STARTING "

           MOVE 'EBUD01' TO PROGRAM-TO-CALL.
           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-PIVOT-YEAR TO WS-PIVOT-YEAR.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-SET-PAY-MONTH THRU 012-SET-PAY-MONTH-EXIT.
           PERFORM 020-LOAD-SURROGATES THRU 020-LOAD-SURROGATES-EXIT.
           PERFORM 005-OPEN-FILES THRU 005-OPEN-FILES-EXIT.

           PERFORM 016-READ-CPRMAST THRU 016-READ-CPRMAST-EXIT.
           PERFORM TEST BEFORE UNTIL RM-EOF
              ADD 1 TO WS-REC-COUNT
              PERFORM 030-CONVERT-ONE THRU 030-CONVERT-ONE-EXIT
              PERFORM 016-READ-CPRMAST THRU 016-READ-CPRMAST-EXIT
           END-PERFORM.

           CLOSE CPRMAST.
           CLOSE PAYCOMM.
           CLOSE CHGHIST.
           CLOSE CHGQUEUE.
           CLOSE CVSURR.
           DISPLAY 'PENSCONV. PAY MONTH             ' WS-PAY-MONTH.
           DISPLAY 'PENSCONV. MASTER RECORDS READ   ' WS-REC-COUNT.
           DISPLAY 'PENSCONV. CONVERTED TO PENSIONER'
                   WS-CONVERTED-COUNT.
           DISPLAY 'PENSCONV.   OF WHICH IN ARREARS '
                   WS-ARREARS-COUNT.
           DISPLAY 'PENSCONV. ALREADY PENSIONERS    '
                   WS-ALREADY-COUNT.
           DISPLAY 'PENSCONV. NOT YET DUE           '
                   WS-NOT-DUE-COUNT.
           DISPLAY 'PENSCONV. SKIPPED (RC/DATE)     '
                   WS-SKIPPED-COUNT.
           DISPLAY 'PENSCONV. DUE BUT NOT PRICED    '
                   WS-FAILED-COUNT.
           IF WS-FAILED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       005-OPEN-FILES.
           OPEN I-O CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PAYCOMM.
           IF PAYCOMM-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PAYCOMM ' PAYCOMM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND CHGHIST.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGHIST ' CHGHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND CHGQUEUE.
           IF CHGQUEUE-STATUS = 35
              OPEN OUTPUT CHGQUEUE
           END-IF.
           IF CHGQUEUE-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGQUEUE ' CHGQUEUE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CVSURR.
           IF CVSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CVSURR ' CVSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       005-OPEN-FILES-EXIT.
           EXIT.

       012-SET-PAY-MONTH.
      *    DEFAULT PAY MONTH IS THE ONE AFTER THE BUSINESS DATE.
           IF WS-BUS-MM = 12
              COMPUTE WS-PAY-CCYY = WS-BUS-CCYY + 1
              MOVE 1 TO WS-PAY-MM
           ELSE
              MOVE WS-BUS-CCYY TO WS-PAY-CCYY
              COMPUTE WS-PAY-MM = WS-BUS-MM + 1
           END-IF.
           IF CV-PARM-LEN >= 6
              MOVE CV-PARM-TEXT(1:6) TO WS-PAY-MONTH-X
              IF WS-PAY-MONTH-X IS NOT NUMERIC
                 DISPLAY 'PENSCONV - PAY MONTH IN PARM IS NOT '
                         'NUMERIC: ' WS-PAY-MONTH-X
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-PAY-MONTH-X TO WS-PAY-MONTH
              IF WS-PAY-MM < 1 OR WS-PAY-MM > 12
                 DISPLAY 'PENSCONV - PAY MONTH IN PARM IS NOT '
                         'A VALID MONTH: ' WS-PAY-MONTH-X
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           COMPUTE WS-PAY-START = WS-PAY-MONTH * 100 + 1.
           DISPLAY 'PENSCONV - CONVERTING RETIREMENTS UP TO PAY MONTH '
                   WS-PAY-MONTH ' AS OF ' WS-BUSINESS-DATE.
      *
       012-SET-PAY-MONTH-EXIT.
           EXIT.

       016-READ-CPRMAST.
           READ CPRMAST
                AT END SET RM-EOF TO TRUE
           END-READ.
      *
       016-READ-CPRMAST-EXIT.
           EXIT.

       030-CONVERT-ONE.
      *    THE SAME BIRTH DATE / EBUD01 / PENSBEN FLOW PENSREVL
      *    RUNS. A RECORD WHOSE RC IS BAD OR WHOSE EMBEDDED DATE
      *    DOES NOT EDIT CANNOT BE GIVEN A RETIREMENT DATE AND IS
      *    LEFT ALONE.
           IF RM-PENSIONER
              ADD 1 TO WS-ALREADY-COUNT
              GO TO 030-CONVERT-ONE-EXIT
           END-IF.
           IF RM-RC NOT = '0'
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 030-CONVERT-ONE-EXIT
           END-IF.
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
           PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT.
           IF DATE-IS-INVALID
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 030-CONVERT-ONE-EXIT
           END-IF.
           MOVE RM-SCHEME TO L-SCHEME.
           MOVE WS-BUSINESS-DATE TO L-ASOF-DATE.
           CALL PROGRAM-TO-CALL USING INTERFACE-AREA.
           IF NOT RETC-OK AND NOT RETC-PAST-RETIREMENT
              AND NOT RETC-ALREADY-RETIRED
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 030-CONVERT-ONE-EXIT
           END-IF.
           PERFORM 047-EXTRACT-RET-DATE THRU 047-EXTRACT-RET-DATE-EXIT.
           IF WS-RET-CCYYMMDD = 0
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 030-CONVERT-ONE-EXIT
           END-IF.
           IF WS-RET-CCYYMM > WS-PAY-MONTH
              ADD 1 TO WS-NOT-DUE-COUNT
              GO TO 030-CONVERT-ONE-EXIT
           END-IF.

           PERFORM 040-CALC-BENEFIT THRU 040-CALC-BENEFIT-EXIT.
           IF WS-BEN-RC NOT = '0'
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'PENSCONV - NOT CONVERTED, NO BENEFIT PRICED '
                      'FOR ' RM-CPR ' PENSBEN RC ' WS-BEN-RC
                      ' RETIREMENT ' WS-RET-CCYYMMDD
              GO TO 030-CONVERT-ONE-EXIT
           END-IF.
           PERFORM 050-COMMENCE THRU 050-COMMENCE-EXIT.
      *
       030-CONVERT-ONE-EXIT.
           EXIT.

       040-CALC-BENEFIT.
      *    DE-EDIT THE MASTER'S AGE IN THE RUN'S LOCALE AND PRICE
      *    THE LAST CONTRIBUTION THROUGH PENSBEN, EXACTLY AS
      *    PENSREVL DOES. A DEFERRED MEMBER'S BENEFIT WAS FROZEN
      *    WHEN THEY LEFT AND IS TAKEN AS IT STANDS.
           IF RM-DEFERRED AND RM-DEFER-BEN IS NUMERIC
              MOVE RM-DEFER-BEN TO WS-BEN-BENEFIT
              MOVE '0' TO WS-BEN-RC
              GO TO 040-CALC-BENEFIT-EXIT
           END-IF.
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
           MOVE WS-BUSINESS-DATE TO WS-BEN-ASOF.
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

       050-COMMENCE.
      *    PAYMENT STARTS ON THE FIRST OF THE MONTH AFTER THE
      *    RETIREMENT DATE. THE COMMENCEMENT RECORD IS WRITTEN
      *    BEFORE THE MASTER IS MARKED, SO A MEMBER IS NEVER A
      *    PENSIONER ON CPRMAST WITHOUT PAYROLL HAVING BEEN TOLD.
           MOVE WS-RET-CCYYMMDD TO WS-FIRST-PAY-DATE.
           IF WS-FP-MM = 12
              ADD 1 TO WS-FP-CCYY
              MOVE 1 TO WS-FP-MM
           ELSE
              ADD 1 TO WS-FP-MM
           END-IF.
           MOVE 1 TO WS-FP-DD.

           MOVE SPACES TO PAYCOMM-RECORD.
           MOVE RM-CPR TO PC-CPR.
           MOVE RM-SCHEME TO PC-SCHEME.
           MOVE WS-FIRST-PAY-DATE TO PC-FIRST-PAY-DATE.
           MOVE WS-BEN-BENEFIT TO PC-BENEFIT.
           MOVE WS-RET-CCYYMMDD TO PC-RET-DATE.
           MOVE WS-BUSINESS-DATE TO PC-CONV-DATE.
           MOVE RM-BRANCH TO PC-BRANCH.
           IF WS-FIRST-PAY-DATE < WS-PAY-START
              MOVE 'Y' TO PC-ARREARS
              ADD 1 TO WS-ARREARS-COUNT
           ELSE
              MOVE 'N' TO PC-ARREARS
           END-IF.
           WRITE PAYCOMM-RECORD.
           IF PAYCOMM-STATUS NOT = 0
              DISPLAY '*** PENSCONV - PAYCOMM WRITE FAILED FOR '
                      RM-CPR ' STATUS ' PAYCOMM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO CHGHIST-RECORD.
           MOVE RM-MBR-STATUS TO WS-OLD-STATUS.
           MOVE MASTER-RECORD TO CH-IMAGE.
           MOVE 'P' TO RM-MBR-STATUS.
           MOVE WS-BUSINESS-DATE TO RM-CONV-DATE.
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY '*** PENSCONV - CPRMAST REWRITE FAILED FOR '
                         RM-CPR ' STATUS ' CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
           PERFORM 055-LOG-CONVERSION THRU 055-LOG-CONVERSION-EXIT.
           MOVE SPACES TO CHGQUEUE-RECORD.
           MOVE RM-CPR TO CQ-CPR.
           WRITE CHGQUEUE-RECORD.
           IF CHGQUEUE-STATUS NOT = 0
              DISPLAY '*** PENSCONV - CHGQUEUE WRITE FAILED FOR '
                      RM-CPR ' STATUS ' CHGQUEUE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-CONVERTED-COUNT.
           DISPLAY 'PENSCONV. CONVERTED ' RM-CPR
                   ' RETIREMENT ' WS-RET-CCYYMMDD
                   ' FIRST PAYMENT ' WS-FIRST-PAY-DATE.
      *
       050-COMMENCE-EXIT.
           EXIT.

       055-LOG-CONVERSION.
      *    THE 'STATUS' ENTRY CARRIES THE MASTER RECORD AS IT STOOD
      *    BEFORE, SET UP BY THE CALLER, AND THE PRESENTABLE CPR : THE
      *    SURROGATE ON A MASKED INSTALLATION, THE REAL CPR OTHERWISE.
      *    A MASKED MEMBER WITH NO SURROGATE YET GETS THE SEQUENCE
      *    BLANKED OUT, AS CPRRENUM DOES.
           MOVE RM-CPR TO WS-CPR-OUT.
           IF CFG-MASK = 'Y'
              MOVE RM-CPR TO CV-REAL
              READ CVSURR
                 INVALID KEY
                    MOVE '****' TO WS-CPR-OUT(7:4)
                 NOT INVALID KEY
                    MOVE CV-SURR TO WS-CPR-OUT
              END-READ
           END-IF.
           MOVE WS-CPR-OUT TO CH-CPR.
           MOVE WS-CPR-OUT TO CH-IMAGE(1:10).
           MOVE 'STATUS' TO CH-FIELD.
           MOVE WS-OLD-STATUS TO CH-OLD.
           MOVE 'P' TO CH-NEW.
           MOVE WS-BUSINESS-DATE TO CH-DATE.
           MOVE RM-BRANCH TO CH-BRANCH.
           MOVE 'PENSCONV' TO CH-PROGRAM.
           WRITE CHGHIST-RECORD.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY '*** PENSCONV - CHGHIST WRITE FAILED FOR '
                      RM-CPR ' STATUS ' CHGHIST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       055-LOG-CONVERSION-EXIT.
           EXIT.

       020-LOAD-SURROGATES.
      *    AN UNMASKED INSTALLATION HAS NO REGISTRY YET - THE WORK
      *    FILE IS LEFT EMPTY AND EVERY CPR IS LOGGED AS IT STANDS.
           OPEN OUTPUT CVSURR.
           IF CVSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CVSURR ' CVSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'PENSCONV - NO SURROGATE REGISTRY ON FILE'
              CLOSE CVSURR
              GO TO 020-LOAD-SURROGATES-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              IF RG-REAL NOT = '**ERASED**'
                 MOVE SPACES TO CVSURR-RECORD
                 MOVE RG-REAL TO CV-REAL
                 MOVE RG-SURR TO CV-SURR
                 WRITE CVSURR-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO WS-SURR-COUNT
                 END-WRITE
              END-IF
              PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
           CLOSE CVSURR.
      *
       020-LOAD-SURROGATES-EXIT.
           EXIT.

       022-READ-SURRREG.
           READ SURRREG
                AT END SET RG-EOF TO TRUE
           END-READ.
      *
       022-READ-SURRREG-EXIT.
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
              DISPLAY 'PENSCONV - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSCONV - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSCONV - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSCONV CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSCONV - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSCONV - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSCONV - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM PENSCONV.
