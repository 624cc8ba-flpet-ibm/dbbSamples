       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSQUOT.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSQUOT PRINTS INDIVIDUAL RETIREMENT QUOTATIONS FOR      *
      * EARLY OR DEFERRED RETIREMENT. EACH QUOTEIN CARD NAMES A   *
      * CPR NUMBER AND THE RETIREMENT DATE THE MEMBER IS ASKING   *
      * ABOUT. THE MEMBER IS READ FROM CPRMAST AND :              *
      *    - EBUD01 IS CALLED WITH THE MASTER'S SCHEME AS OF THE  *
      *      BUSINESS DATE FOR THE NORMAL RETIREMENT DATE, THEN   *
      *      AGAIN AS OF THE REQUESTED DATE - A RETC-UNDER-       *
      *      MINIMUM-AGE ANSWER TO THAT SECOND CALL MEANS THE     *
      *      DATE IS BEFORE THE SCHEME'S MINIMUM RETIREMENT AGE   *
      *    - PENSBEN PRICES THE LAST CONTRIBUTION TO THE NORMAL   *
      *      DATE AND TO THE REQUESTED DATE. A DEFERRED MEMBER    *
      *      (A LEAVER) HAS NO FURTHER CONTRIBUTIONS - THE        *
      *      PRESERVED BENEFIT ON THE MASTER IS THE NORMAL-DATE   *
      *      FIGURE, AS PENSCONV PAYS IT                          *
      *    - THE REQUESTED FIGURE IS REDUCED FOR EACH MONTH       *
      *      BEFORE THE NORMAL DATE, OR INCREASED FOR EACH MONTH  *
      *      AFTER IT, AT THE SCHEME'S YEARLY EARLY/LATE RATE     *
      *      FROM THE QUOTPARM MEMBER                             *
      * ONE LETTER PAGE PER CARD GOES TO QUOTOUT WITH BOTH        *
      * FIGURES SIDE BY SIDE. A CARD THAT CANNOT BE QUOTED GETS A *
      * REFUSAL LETTER STATING WHY - NEVER A BLANK FIGURE - AND   *
      * THE RUN ENDS WITH RC 4.                                   *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTEIN ASSIGN TO QUOTEIN
               FILE STATUS IS QUOTEIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT QUOTPARM ASSIGN TO QUOTPARM
               FILE STATUS IS QUOTPARM-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUOTOUT ASSIGN TO QUOTOUT
               FILE STATUS IS QUOTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE QUOTATION REQUEST PER CARD : CPR NUMBER (COLS 1-10),
      *    REQUESTED RETIREMENT DATE CCYYMMDD (COLS 12-19) AND THE
      *    REQUESTER'S REFERENCE, PRINTED ON THE LETTER (COLS 21-50).
       FD  QUOTEIN RECORDING MODE F.
       01  QUOTE-CARD.
           05 QC-CPR                PIC X(10).
           05 FILLER                PIC X(01).
           05 QC-REQ-DATE           PIC X(08).
           05 FILLER                PIC X(01).
           05 QC-REFERENCE          PIC X(30).
           05 FILLER                PIC X(30).

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

      *    ONE CARD PER SCHEME : SCHEME H/S/C (COL 1), YEARLY EARLY-
      *    RETIREMENT REDUCTION IN PERCENT (COLS 3-6, 99V99) AND
      *    YEARLY LATE-RETIREMENT INCREASE IN PERCENT (COLS 8-11,
      *    99V99). '*' IN COLUMN 1 IS A COMMENT. A SCHEME WITHOUT A
      *    CARD KEEPS ITS BUILT-IN RATES.
       FD  QUOTPARM RECORDING MODE F.
       01  QUOTPARM-CARD.
           05 QP-SCHEME             PIC X(01).
           05 FILLER                PIC X(01).
           05 QP-EARLY-PCT          PIC X(04).
           05 FILLER                PIC X(01).
           05 QP-LATE-PCT           PIC X(04).
           05 FILLER                PIC X(69).

       FD  QUOTOUT RECORDING MODE F.
       01  QUOT-LINE                PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE IS THE DATE THE QUOTATIONS ARE GIVEN AS OF.
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

       01 PROGRAM-TO-CALL          PIC X(07).
       01 WS-BENEFIT-MODULE        PIC X(08) VALUE 'PENSBEN'.

       01 QUOTEIN-STATUS           PIC 99.
       01 CPRMAST-STATUS           PIC 99.
       01 QUOTPARM-STATUS          PIC 99.
       01 QUOTOUT-STATUS           PIC 99.
       01 QC-MARKER                PIC X     VALUE '0'.
          88 QC-EOF                          VALUE '1'.
       01 QP-MARKER                PIC X     VALUE '0'.
          88 QP-EOF                          VALUE '1'.

       01 RUNCTL-STATUS            PIC 99.
       01 RN-MARKER                PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
       01 WS-PIVOT-YEAR            PIC 9(02) VALUE 30.

       01 WS-CARD-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-QUOTE-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-REFUSE-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-EARLY-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-LATE-COUNT            PIC 9(07) COMP VALUE 0.

      *    EARLY/LATE RATES BY SCHEME, IN THE ORDER H, S, C. THE
      *    BUILT-IN RATES APPLY UNTIL A QUOTPARM CARD REPLACES THEM.
       01 WS-ADJ-TBL.
           05 FILLER               PIC X(01)    VALUE 'H'.
           05 FILLER               PIC 9(02)V99 VALUE 06,00.
           05 FILLER               PIC 9(02)V99 VALUE 08,00.
           05 FILLER               PIC X(01)    VALUE 'S'.
           05 FILLER               PIC 9(02)V99 VALUE 05,00.
           05 FILLER               PIC 9(02)V99 VALUE 07,00.
           05 FILLER               PIC X(01)    VALUE 'C'.
           05 FILLER               PIC 9(02)V99 VALUE 04,00.
           05 FILLER               PIC 9(02)V99 VALUE 06,00.
       01 WS-ADJ-RATES REDEFINES WS-ADJ-TBL.
           05 WS-ADJ-ENTRY OCCURS 3 TIMES.
              10 WS-ADJ-SCHEME     PIC X(01).
              10 WS-ADJ-EARLY      PIC 9(02)V99.
              10 WS-ADJ-LATE       PIC 9(02)V99.
       01 WS-ADJ-SUB               PIC 9(02) COMP.
       01 WS-ADJ-HIT               PIC 9(02) COMP.
       01 WS-PCT-ECHO              PIC Z9,99.

      *    THE OUTCOME OF ONE CARD.
       01 WS-REFUSE-SW             PIC X     VALUE 'N'.
          88 QUOTE-REFUSED                   VALUE 'Y'.
          88 QUOTE-GIVEN                     VALUE 'N'.
       01 WS-REFUSE-REASON         PIC X(60).
       01 WS-REFUSE-DETAIL         PIC X(60).
       01 WS-REQ-DATE              PIC 9(08).
       01 WS-REQ-DATE-R REDEFINES WS-REQ-DATE.
           05 WS-REQ-CCYY          PIC 9(04).
           05 WS-REQ-MM            PIC 9(02).
           05 WS-REQ-DD            PIC 9(02).
       01 WS-NORMAL-DATE           PIC 9(08).
       01 WS-NORMAL-DATE-R REDEFINES WS-NORMAL-DATE.
           05 WS-NORMAL-CCYY       PIC 9(04).
           05 WS-NORMAL-MM         PIC 9(02).
           05 WS-NORMAL-DD         PIC 9(02).
       01 WS-NORMAL-BENEFIT        PIC 9(09)V99.
       01 WS-REQ-BENEFIT           PIC 9(09)V99.
       01 WS-UNADJ-BENEFIT         PIC 9(09)V99.
       01 WS-MONTHS                PIC S9(05).
       01 WS-MONTHS-ABS            PIC 9(05).
       01 WS-ADJ-PCT               PIC S9(05)V99.
       01 WS-AGE-AT-REQ            PIC 9(03).
       01 WS-AGE-AT-REQ-EDIT       PIC ZZ9.
       01 WS-MIN-AGE-SW            PIC X     VALUE 'N'.
          88 REFUSED-MIN-AGE                 VALUE 'Y'.
       01 WS-RETC-EDIT             PIC -9.

       01 WS-SCHEME-NAME           PIC X(14).
       01 WS-AMT-EDIT              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AMT-EDIT-X REDEFINES WS-AMT-EDIT
                                   PIC X(14).
       01 WS-DATE-EDIT.
           05 WD-CCYY              PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WD-MM                PIC 9(02).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WD-DD                PIC 9(02).

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
       01 WS-BIRTH-DATE            PIC 9(08).
       01 WS-BIRTH-DATE-R REDEFINES WS-BIRTH-DATE.
           05 WS-BIRTH-CCYY        PIC 9(04).
           05 WS-BIRTH-MMDD        PIC 9(04).

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

       01 QUOT-RULE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(72) VALUE ALL '='.
           05 FILLER                PIC X(60) VALUE SPACES.
       01 QUOT-TITLE.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(40)
              VALUE 'RETIREMENT QUOTATION'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 QT-ASOF               PIC 9(08).
           05 FILLER                PIC X(75) VALUE SPACES.
       01 QUOT-FIELD.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 QF-LABEL              PIC X(27).
           05 QF-VALUE              PIC X(40).
           05 FILLER                PIC X(65) VALUE SPACES.
       01 QUOT-COLHDR.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(27) VALUE SPACES.
           05 FILLER                PIC X(22)
              VALUE 'NORMAL RETIREMENT'.
           05 FILLER                PIC X(22)
              VALUE 'REQUESTED RETIREMENT'.
           05 FILLER                PIC X(61) VALUE SPACES.
       01 QUOT-COLUMNS.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 QK-LABEL              PIC X(27).
           05 QK-NORMAL             PIC X(22).
           05 QK-REQUESTED          PIC X(22).
           05 FILLER                PIC X(61) VALUE SPACES.
       01 QUOT-ADJ-TEXT.
           05 QA-MONTHS             PIC ZZZZ9.
           05 FILLER                PIC X(07) VALUE ' MONTHS'.
           05 QA-DIRECTION          PIC X(06).
       01 QUOT-PCT-TEXT.
           05 QN-PCT                PIC +ZZ9,99.
           05 FILLER                PIC X(02) VALUE ' %'.
       01 QUOT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 QX-TEXT               PIC X(72).
           05 FILLER                PIC X(60) VALUE SPACES.
       01 QUOT-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 XT-TEXT               PIC X(40).
           05 XT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSQUOT STARTING "

           MOVE 'EBUD01' TO PROGRAM-TO-CALL.
           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-PIVOT-YEAR TO WS-PIVOT-YEAR.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-LOAD-RATES THRU 012-LOAD-RATES-EXIT.

           OPEN INPUT QUOTEIN.
           IF QUOTEIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN QUOTEIN ' QUOTEIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT QUOTOUT.
           IF QUOTOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN QUOTOUT ' QUOTOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 016-READ-CARD THRU 016-READ-CARD-EXIT.
           PERFORM TEST BEFORE UNTIL QC-EOF
              ADD 1 TO WS-CARD-COUNT
              PERFORM 020-QUOTE-ONE THRU 020-QUOTE-ONE-EXIT
              PERFORM 016-READ-CARD THRU 016-READ-CARD-EXIT
           END-PERFORM.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE QUOTEIN.
           CLOSE CPRMAST.
           CLOSE QUOTOUT.
           IF WS-REFUSE-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       012-LOAD-RATES.
      *    A MISSING MEMBER LEAVES THE BUILT-IN RATES IN EFFECT. A
      *    MALFORMED CARD STOPS THE RUN - QUOTING FROM A HALF-READ
      *    RATE TABLE IS WORSE THAN NOT QUOTING AT ALL.
           OPEN INPUT QUOTPARM.
           IF QUOTPARM-STATUS NOT = 0
              DISPLAY 'PENSQUOT - NO QUOTPARM MEMBER (STATUS '
                      QUOTPARM-STATUS ') - BUILT-IN RATES IN EFFECT'
              GO TO 012-ECHO-RATES
           END-IF.
           PERFORM 014-READ-QUOTPARM THRU 014-READ-QUOTPARM-EXIT.
           PERFORM TEST BEFORE UNTIL QP-EOF
              IF QUOTPARM-CARD(1:1) NOT = '*'
                 AND QUOTPARM-CARD NOT = SPACES
                 PERFORM 013-LOAD-ONE-RATE THRU 013-LOAD-ONE-RATE-EXIT
              END-IF
              PERFORM 014-READ-QUOTPARM THRU 014-READ-QUOTPARM-EXIT
           END-PERFORM.
           CLOSE QUOTPARM.
       012-ECHO-RATES.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1 UNTIL WS-ADJ-SUB > 3
              MOVE WS-ADJ-EARLY(WS-ADJ-SUB) TO WS-PCT-ECHO
              DISPLAY 'PENSQUOT RATES: SCHEME='
                      WS-ADJ-SCHEME(WS-ADJ-SUB)
                      ' EARLY=' WS-PCT-ECHO WITH NO ADVANCING
              MOVE WS-ADJ-LATE(WS-ADJ-SUB) TO WS-PCT-ECHO
              DISPLAY ' LATE=' WS-PCT-ECHO ' PERCENT PER YEAR'
           END-PERFORM.
      *
       012-LOAD-RATES-EXIT.
           EXIT.

       013-LOAD-ONE-RATE.
           MOVE 0 TO WS-ADJ-HIT.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1 UNTIL WS-ADJ-SUB > 3
              IF WS-ADJ-SCHEME(WS-ADJ-SUB) = QP-SCHEME
                 MOVE WS-ADJ-SUB TO WS-ADJ-HIT
              END-IF
           END-PERFORM.
           IF WS-ADJ-HIT = 0
              OR QP-EARLY-PCT IS NOT NUMERIC
              OR QP-LATE-PCT IS NOT NUMERIC
              DISPLAY '*** PENSQUOT - MALFORMED QUOTPARM CARD: '
                      QUOTPARM-CARD(1:11) ' ***'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE QP-EARLY-PCT TO WS-ADJ-EARLY(WS-ADJ-HIT).
           MOVE QP-LATE-PCT TO WS-ADJ-LATE(WS-ADJ-HIT).
      *
       013-LOAD-ONE-RATE-EXIT.
           EXIT.

       014-READ-QUOTPARM.
           READ QUOTPARM
                AT END SET QP-EOF TO TRUE
           END-READ.
      *
       014-READ-QUOTPARM-EXIT.
           EXIT.

       016-READ-CARD.
           READ QUOTEIN
                AT END SET QC-EOF TO TRUE
           END-READ.
      *
       016-READ-CARD-EXIT.
           EXIT.

       020-QUOTE-ONE.
           SET QUOTE-GIVEN TO TRUE.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE SPACES TO WS-REFUSE-DETAIL.
           MOVE 'N' TO WS-MIN-AGE-SW.
           MOVE 0 TO WS-NORMAL-DATE.
           MOVE 0 TO WS-REQ-DATE.
           MOVE SPACES TO MASTER-RECORD.
           PERFORM 030-CHECK-REQUEST THRU 030-CHECK-REQUEST-EXIT.
           IF QUOTE-GIVEN
              PERFORM 040-NORMAL-RETIREMENT THRU
                      040-NORMAL-RETIREMENT-EXIT
           END-IF.
           IF QUOTE-GIVEN
              PERFORM 050-REQUESTED-RETIREMENT THRU
                      050-REQUESTED-RETIREMENT-EXIT
           END-IF.
           IF QUOTE-GIVEN
              ADD 1 TO WS-QUOTE-COUNT
              PERFORM 070-PRINT-QUOTATION THRU
                      070-PRINT-QUOTATION-EXIT
           ELSE
              ADD 1 TO WS-REFUSE-COUNT
              DISPLAY 'PENSQUOT - QUOTATION REFUSED FOR ' QC-CPR
                      ' : ' WS-REFUSE-REASON
              PERFORM 075-PRINT-REFUSAL THRU 075-PRINT-REFUSAL-EXIT
           END-IF.
      *
       020-QUOTE-ONE-EXIT.
           EXIT.

       030-CHECK-REQUEST.
      *    THE CARD, THE MASTER RECORD AND THE BIRTH DATE IN THE CPR
      *    NUMBER MUST ALL HOLD UP BEFORE ANYTHING IS CALCULATED.
           MOVE QC-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 SET QUOTE-REFUSED TO TRUE
                 MOVE 'THE CPR NUMBER IS NOT ON THE MEMBER MASTER'
                   TO WS-REFUSE-REASON
                 GO TO 030-CHECK-REQUEST-EXIT
           END-READ.
           IF RM-RC NOT = '0'
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE MEMBER RECORD DID NOT PASS CPR VALIDATION'
                TO WS-REFUSE-REASON
              STRING 'CPRCHECK RC ON THE MASTER RECORD : ' RM-RC
                     DELIMITED BY SIZE INTO WS-REFUSE-DETAIL
              GO TO 030-CHECK-REQUEST-EXIT
           END-IF.
           IF RM-PENSIONER
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE MEMBER IS ALREADY IN RECEIPT OF A PENSION'
                TO WS-REFUSE-REASON
              STRING 'CONVERTED TO PENSIONER ON ' RM-CONV-DATE
                     DELIMITED BY SIZE INTO WS-REFUSE-DETAIL
              GO TO 030-CHECK-REQUEST-EXIT
           END-IF.
           MOVE QC-REQ-DATE(1:4) TO L-CCYY.
           MOVE QC-REQ-DATE(5:2) TO L-MM.
           MOVE QC-REQ-DATE(7:2) TO L-DD.
           PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT.
           IF DATE-IS-INVALID
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE REQUESTED RETIREMENT DATE IS NOT A VALID DATE'
                TO WS-REFUSE-REASON
              MOVE QC-REQ-DATE TO WS-REFUSE-DETAIL
              GO TO 030-CHECK-REQUEST-EXIT
           END-IF.
           MOVE QC-REQ-DATE TO WS-REQ-DATE.
           IF WS-REQ-DATE < WS-BUSINESS-DATE
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE REQUESTED RETIREMENT DATE IS ALREADY PAST'
                TO WS-REFUSE-REASON
              GO TO 030-CHECK-REQUEST-EXIT
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
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE BIRTH DATE IN THE CPR NUMBER IS NOT VALID'
                TO WS-REFUSE-REASON
              GO TO 030-CHECK-REQUEST-EXIT
           END-IF.
           MOVE L-INPUT-DATE TO WS-BIRTH-DATE.
      *
       030-CHECK-REQUEST-EXIT.
           EXIT.

       040-NORMAL-RETIREMENT.
      *    EBUD01 AS OF THE BUSINESS DATE GIVES THE NORMAL DATE;
      *    PENSBEN PRICES THE LAST CONTRIBUTION TO IT.
           MOVE WS-BIRTH-DATE TO L-INPUT-DATE.
           MOVE RM-SCHEME TO L-SCHEME.
           MOVE WS-BUSINESS-DATE TO L-ASOF-DATE.
           CALL PROGRAM-TO-CALL USING INTERFACE-AREA.
           IF RETC-ALREADY-RETIRED OR RETC-PAST-RETIREMENT
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE MEMBER IS ALREADY PAST NORMAL RETIREMENT'
                TO WS-REFUSE-REASON
              MOVE RETIREMENT-DATE(1:60) TO WS-REFUSE-DETAIL
              GO TO 040-NORMAL-RETIREMENT-EXIT
           END-IF.
           PERFORM 047-EXTRACT-RET-DATE THRU 047-EXTRACT-RET-DATE-EXIT.
           IF NOT RETC-OK OR WS-RET-CCYYMMDD = 0
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE NORMAL RETIREMENT DATE COULD NOT BE CALCULATED'
                TO WS-REFUSE-REASON
              MOVE RETC TO WS-RETC-EDIT
              STRING 'EBUD01 RETC ' WS-RETC-EDIT
                     DELIMITED BY SIZE INTO WS-REFUSE-DETAIL
              GO TO 040-NORMAL-RETIREMENT-EXIT
           END-IF.
           MOVE WS-RET-CCYYMMDD TO WS-NORMAL-DATE.
           PERFORM 060-CALC-BENEFIT THRU 060-CALC-BENEFIT-EXIT.
           IF WS-BEN-RC NOT = '0'
              SET QUOTE-REFUSED TO TRUE
              MOVE 'NO BENEFIT COULD BE PRICED FOR THE MEMBER'
                TO WS-REFUSE-REASON
              STRING 'PENSBEN RC ' WS-BEN-RC
                     DELIMITED BY SIZE INTO WS-REFUSE-DETAIL
              GO TO 040-NORMAL-RETIREMENT-EXIT
           END-IF.
           MOVE WS-BEN-BENEFIT TO WS-NORMAL-BENEFIT.
      *
       040-NORMAL-RETIREMENT-EXIT.
           EXIT.

       050-REQUESTED-RETIREMENT.
      *    EBUD01 AS OF THE REQUESTED DATE TELLS WHETHER THE MEMBER
      *    HAS REACHED THE SCHEME'S MINIMUM RETIREMENT AGE BY THEN.
           MOVE WS-BIRTH-DATE TO L-INPUT-DATE.
           MOVE RM-SCHEME TO L-SCHEME.
           MOVE WS-REQ-DATE TO L-ASOF-DATE.
           CALL PROGRAM-TO-CALL USING INTERFACE-AREA.
           IF RETC-UNDER-MINIMUM-AGE
              SET QUOTE-REFUSED TO TRUE
              COMPUTE WS-AGE-AT-REQ = WS-REQ-CCYY - WS-BIRTH-CCYY
              IF WS-REQ-MM * 100 + WS-REQ-DD < WS-BIRTH-MMDD
                 SUBTRACT 1 FROM WS-AGE-AT-REQ
              END-IF
              MOVE WS-AGE-AT-REQ TO WS-AGE-AT-REQ-EDIT
              SET REFUSED-MIN-AGE TO TRUE
              MOVE 'THE REQUESTED DATE IS BEFORE THE MINIMUM AGE'
                TO WS-REFUSE-REASON
              STRING 'THE MEMBER WOULD BE ' WS-AGE-AT-REQ-EDIT
                     ' YEARS OLD, BELOW THE MINIMUM'
                     DELIMITED BY SIZE INTO WS-REFUSE-DETAIL
              GO TO 050-REQUESTED-RETIREMENT-EXIT
           END-IF.
           IF RETC-INVALID-DATE OR RETC-INPUT-REJECTED
              SET QUOTE-REFUSED TO TRUE
              MOVE 'THE REQUESTED DATE COULD NOT BE EVALUATED'
                TO WS-REFUSE-REASON
              MOVE RETC TO WS-RETC-EDIT
              STRING 'EBUD01 RETC ' WS-RETC-EDIT
                     DELIMITED BY SIZE INTO WS-REFUSE-DETAIL
              GO TO 050-REQUESTED-RETIREMENT-EXIT
           END-IF.

           MOVE WS-REQ-DATE TO WS-RET-CCYYMMDD.
           PERFORM 060-CALC-BENEFIT THRU 060-CALC-BENEFIT-EXIT.
           IF WS-BEN-RC NOT = '0'
              SET QUOTE-REFUSED TO TRUE
              MOVE 'NO BENEFIT COULD BE PRICED AT THE REQUESTED DATE'
                TO WS-REFUSE-REASON
              STRING 'PENSBEN RC ' WS-BEN-RC
                     DELIMITED BY SIZE INTO WS-REFUSE-DETAIL
              GO TO 050-REQUESTED-RETIREMENT-EXIT
           END-IF.
           MOVE WS-BEN-BENEFIT TO WS-UNADJ-BENEFIT.

      *    WHOLE MONTHS BETWEEN THE NORMAL AND THE REQUESTED DATE -
      *    NEGATIVE FOR EARLY RETIREMENT.
           COMPUTE WS-MONTHS =
                   (WS-REQ-CCYY * 12 + WS-REQ-MM)
                 - (WS-NORMAL-CCYY * 12 + WS-NORMAL-MM).
           MOVE 0 TO WS-ADJ-HIT.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1 UNTIL WS-ADJ-SUB > 3
              IF WS-ADJ-SCHEME(WS-ADJ-SUB) = RM-SCHEME
                 MOVE WS-ADJ-SUB TO WS-ADJ-HIT
              END-IF
           END-PERFORM.
           IF WS-ADJ-HIT = 0
              MOVE 2 TO WS-ADJ-HIT
           END-IF.
           IF WS-MONTHS < 0
              COMPUTE WS-MONTHS-ABS = 0 - WS-MONTHS
              COMPUTE WS-ADJ-PCT ROUNDED =
                      0 - WS-ADJ-EARLY(WS-ADJ-HIT) * WS-MONTHS-ABS / 12
              ADD 1 TO WS-EARLY-COUNT
           ELSE
              MOVE WS-MONTHS TO WS-MONTHS-ABS
              COMPUTE WS-ADJ-PCT ROUNDED =
                      WS-ADJ-LATE(WS-ADJ-HIT) * WS-MONTHS-ABS / 12
              IF WS-MONTHS > 0
                 ADD 1 TO WS-LATE-COUNT
              END-IF
           END-IF.
           IF WS-ADJ-PCT < -100
              MOVE -100 TO WS-ADJ-PCT
           END-IF.
           COMPUTE WS-REQ-BENEFIT ROUNDED =
                   WS-UNADJ-BENEFIT * (100 + WS-ADJ-PCT) / 100.
      *
       050-REQUESTED-RETIREMENT-EXIT.
           EXIT.

       060-CALC-BENEFIT.
      *    DE-EDIT THE MASTER'S AGE IN THE RUN'S LOCALE AND PRICE
      *    THE LAST CONTRIBUTION TO THE RETIREMENT DATE IN
      *    WS-RET-CCYYMMDD, THE WAY PENSREVL DOES. A DEFERRED
      *    MEMBER'S BENEFIT WAS FROZEN WHEN THEY LEFT, SO THE
      *    PRESERVED FIGURE IS USED AS IT STANDS (AS PENSCONV DOES)
      *    AND ONLY THE EARLY/LATE ADJUSTMENT IS APPLIED TO IT.
           IF RM-DEFERRED AND RM-DEFER-BEN IS NUMERIC
              MOVE RM-DEFER-BEN TO WS-BEN-BENEFIT
              MOVE '0' TO WS-BEN-RC
              GO TO 060-CALC-BENEFIT-EXIT
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
       060-CALC-BENEFIT-EXIT.
           EXIT.

       065-SCHEME-NAME.
           EVALUATE RM-SCHEME
              WHEN 'H'
                 MOVE 'HOURLY' TO WS-SCHEME-NAME
              WHEN 'C'
                 MOVE 'CIVIL SERVANT' TO WS-SCHEME-NAME
              WHEN OTHER
                 MOVE 'SALARIED' TO WS-SCHEME-NAME
           END-EVALUATE.
      *
       065-SCHEME-NAME-EXIT.
           EXIT.

       070-PRINT-QUOTATION.
           PERFORM 072-PRINT-HEADING THRU 072-PRINT-HEADING-EXIT.
           MOVE QUOT-COLHDR TO QUOT-LINE.
           WRITE QUOT-LINE.

           MOVE SPACES TO QUOT-COLUMNS.
           MOVE 'RETIREMENT DATE          : ' TO QK-LABEL.
           MOVE WS-NORMAL-CCYY TO WD-CCYY.
           MOVE WS-NORMAL-MM TO WD-MM.
           MOVE WS-NORMAL-DD TO WD-DD.
           MOVE WS-DATE-EDIT TO QK-NORMAL.
           MOVE WS-REQ-CCYY TO WD-CCYY.
           MOVE WS-REQ-MM TO WD-MM.
           MOVE WS-REQ-DD TO WD-DD.
           MOVE WS-DATE-EDIT TO QK-REQUESTED.
           MOVE QUOT-COLUMNS TO QUOT-LINE.
           WRITE QUOT-LINE.

           MOVE SPACES TO QUOT-COLUMNS.
           MOVE 'MONTHS FROM NORMAL DATE  : ' TO QK-LABEL.
           MOVE 'NONE' TO QK-NORMAL.
           MOVE WS-MONTHS-ABS TO QA-MONTHS.
           EVALUATE TRUE
              WHEN WS-MONTHS < 0
                 MOVE ' EARLY' TO QA-DIRECTION
              WHEN WS-MONTHS > 0
                 MOVE ' LATE' TO QA-DIRECTION
              WHEN OTHER
                 MOVE SPACES TO QA-DIRECTION
           END-EVALUATE.
           MOVE QUOT-ADJ-TEXT TO QK-REQUESTED.
           MOVE QUOT-COLUMNS TO QUOT-LINE.
           WRITE QUOT-LINE.

           MOVE SPACES TO QUOT-COLUMNS.
           MOVE 'ADJUSTMENT               : ' TO QK-LABEL.
           MOVE 'NONE' TO QK-NORMAL.
           MOVE WS-ADJ-PCT TO QN-PCT.
           MOVE QUOT-PCT-TEXT TO QK-REQUESTED.
           MOVE QUOT-COLUMNS TO QUOT-LINE.
           WRITE QUOT-LINE.

           MOVE SPACES TO QUOT-COLUMNS.
           MOVE 'PROJECTED MONTHLY BENEFIT: ' TO QK-LABEL.
           MOVE WS-NORMAL-BENEFIT TO WS-AMT-EDIT.
           PERFORM 078-SWAP-LOCALE THRU 078-SWAP-LOCALE-EXIT.
           MOVE WS-AMT-EDIT-X TO QK-NORMAL.
           MOVE WS-REQ-BENEFIT TO WS-AMT-EDIT.
           PERFORM 078-SWAP-LOCALE THRU 078-SWAP-LOCALE-EXIT.
           MOVE WS-AMT-EDIT-X TO QK-REQUESTED.
           MOVE QUOT-COLUMNS TO QUOT-LINE.
           WRITE QUOT-LINE.

           MOVE SPACES TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-TEXT-LINE.
           IF RM-DEFERRED
              MOVE 'THE FIGURES ARE BASED ON THE BENEFIT PRESERVED'
                TO QX-TEXT
           ELSE
              MOVE 'THE FIGURES ARE PROJECTIONS FROM THE LAST RECORDED'
                TO QX-TEXT
           END-IF.
           MOVE QUOT-TEXT-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           IF RM-DEFERRED
              MOVE 'WHEN THE MEMBER LEFT AND ARE NOT A GUARANTEE.'
                TO QX-TEXT
           ELSE
              MOVE 'MONTHLY CONTRIBUTION AND ARE NOT A GUARANTEE.'
                TO QX-TEXT
           END-IF.
           MOVE QUOT-TEXT-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE QUOT-RULE TO QUOT-LINE.
           WRITE QUOT-LINE.
      *
       070-PRINT-QUOTATION-EXIT.
           EXIT.

       072-PRINT-HEADING.
      *    TITLE, IDENTITY, REFERENCE, SCHEME AND CONTRIBUTION -
      *    COMMON TO THE QUOTATION AND THE REFUSAL LETTER.
           MOVE WS-BUSINESS-DATE TO QT-ASOF.
           MOVE QUOT-TITLE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE QUOT-RULE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-FIELD.
           MOVE 'MEMBER (CPR NUMBER)      : ' TO QF-LABEL.
           MOVE QC-CPR TO QF-VALUE.
           MOVE QUOT-FIELD TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-FIELD.
           MOVE 'YOUR REFERENCE           : ' TO QF-LABEL.
           MOVE QC-REFERENCE TO QF-VALUE.
           MOVE QUOT-FIELD TO QUOT-LINE.
           WRITE QUOT-LINE.
           IF RM-SCHEME NOT = SPACES OR RM-RC NOT = SPACES
              PERFORM 065-SCHEME-NAME THRU 065-SCHEME-NAME-EXIT
              MOVE SPACES TO QUOT-FIELD
              MOVE 'PENSION SCHEME           : ' TO QF-LABEL
              MOVE WS-SCHEME-NAME TO QF-VALUE
              MOVE QUOT-FIELD TO QUOT-LINE
              WRITE QUOT-LINE
              MOVE SPACES TO QUOT-FIELD
              MOVE 'MONTHLY CONTRIBUTION     : ' TO QF-LABEL
              IF RM-LASTAMT IS NUMERIC
                 MOVE RM-LASTAMT TO WS-AMT-EDIT
                 PERFORM 078-SWAP-LOCALE THRU 078-SWAP-LOCALE-EXIT
                 MOVE WS-AMT-EDIT-X TO QF-VALUE
              END-IF
              MOVE QUOT-FIELD TO QUOT-LINE
              WRITE QUOT-LINE
           END-IF.
           MOVE SPACES TO QUOT-LINE.
           WRITE QUOT-LINE.
      *
       072-PRINT-HEADING-EXIT.
           EXIT.

       075-PRINT-REFUSAL.
           PERFORM 072-PRINT-HEADING THRU 072-PRINT-HEADING-EXIT.
           MOVE SPACES TO QUOT-TEXT-LINE.
           MOVE 'WE ARE UNABLE TO PROVIDE THE QUOTATION REQUESTED.'
             TO QX-TEXT.
           MOVE QUOT-TEXT-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-FIELD.
           MOVE 'REASON                   : ' TO QF-LABEL.
           MOVE WS-REFUSE-REASON TO QUOT-FIELD(29:60).
           MOVE QUOT-FIELD TO QUOT-LINE.
           WRITE QUOT-LINE.
           IF WS-REFUSE-DETAIL NOT = SPACES
              MOVE SPACES TO QUOT-FIELD
              MOVE WS-REFUSE-DETAIL TO QUOT-FIELD(29:60)
              MOVE QUOT-FIELD TO QUOT-LINE
              WRITE QUOT-LINE
           END-IF.
           IF REFUSED-MIN-AGE
              MOVE SPACES TO QUOT-FIELD
              STRING 'RETIREMENT AGE OF THE ' DELIMITED BY SIZE
                     WS-SCHEME-NAME DELIMITED BY '  '
                     ' SCHEME.' DELIMITED BY SIZE
                     INTO QUOT-FIELD(29:60)
              MOVE QUOT-FIELD TO QUOT-LINE
              WRITE QUOT-LINE
           END-IF.
           IF WS-NORMAL-DATE > 0
              MOVE SPACES TO QUOT-FIELD
              MOVE 'NORMAL RETIREMENT DATE   : ' TO QF-LABEL
              MOVE WS-NORMAL-CCYY TO WD-CCYY
              MOVE WS-NORMAL-MM TO WD-MM
              MOVE WS-NORMAL-DD TO WD-DD
              MOVE WS-DATE-EDIT TO QF-VALUE
              MOVE QUOT-FIELD TO QUOT-LINE
              WRITE QUOT-LINE
           END-IF.
           MOVE QUOT-RULE TO QUOT-LINE.
           WRITE QUOT-LINE.
      *
       075-PRINT-REFUSAL-EXIT.
           EXIT.

       078-SWAP-LOCALE.
      *    AMOUNTS PRINT IN THE RUN'S DECIMAL LOCALE.
           IF CFG-LOCALE = 'P'
              INSPECT WS-AMT-EDIT-X REPLACING ALL ',' BY X'01'
              INSPECT WS-AMT-EDIT-X REPLACING ALL '.' BY ','
              INSPECT WS-AMT-EDIT-X REPLACING ALL X'01' BY '.'
           END-IF.
      *
       078-SWAP-LOCALE-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-SUMMARY-LINE.
           MOVE 'QUOTATION REQUESTS READ' TO XT-TEXT.
           MOVE WS-CARD-COUNT TO XT-CT.
           MOVE QUOT-SUMMARY-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-SUMMARY-LINE.
           MOVE 'QUOTATIONS PRODUCED' TO XT-TEXT.
           MOVE WS-QUOTE-COUNT TO XT-CT.
           MOVE QUOT-SUMMARY-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-SUMMARY-LINE.
           MOVE '  OF WHICH EARLY RETIREMENT' TO XT-TEXT.
           MOVE WS-EARLY-COUNT TO XT-CT.
           MOVE QUOT-SUMMARY-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-SUMMARY-LINE.
           MOVE '  OF WHICH DEFERRED RETIREMENT' TO XT-TEXT.
           MOVE WS-LATE-COUNT TO XT-CT.
           MOVE QUOT-SUMMARY-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           MOVE SPACES TO QUOT-SUMMARY-LINE.
           MOVE 'REQUESTS REFUSED' TO XT-TEXT.
           MOVE WS-REFUSE-COUNT TO XT-CT.
           MOVE QUOT-SUMMARY-LINE TO QUOT-LINE.
           WRITE QUOT-LINE.
           DISPLAY 'PENSQUOT. QUOTATIONS PRODUCED ' WS-QUOTE-COUNT
                   ' REFUSED ' WS-REFUSE-COUNT
                   ' OF ' WS-CARD-COUNT ' REQUESTS'.
      *
       090-RUN-SUMMARY-EXIT.
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
              DISPLAY 'PENSQUOT - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSQUOT - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSQUOT - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSQUOT CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSQUOT - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSQUOT - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSQUOT - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM PENSQUOT.
