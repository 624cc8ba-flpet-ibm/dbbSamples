       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSYEND.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSYEND IS THE YEAR-END CONTRIBUTION RUN. AFTER THE LAST *
      * BUSINESS DATE OF THE CALENDAR YEAR IT TOTALS EACH         *
      * MEMBER'S CONTRIBUTIONS FOR THE YEAR OFF THE CONTLEDG      *
      * CONTRIBUTION LEDGER AND PRODUCES :                        *
      *    CERTOUT - ONE PRINTED CONTRIBUTION CERTIFICATE PAGE    *
      *              PER MEMBER, IN THE PENSSTMT PAGE STYLE       *
      *    TAXOUT  - THE TAX-AUTHORITY SUBMISSION : AN 'H' HEADER *
      *              WITH OUR INSTITUTION ID, ONE 'D' DETAIL PER  *
      *              MEMBER, AND A 'T' TRAILER WITH THE RECORD    *
      *              COUNT AND A HASH TOTAL OF THE AMOUNTS - THE  *
      *              SAME ENVELOPE CPRMMNT SENDS THE BUREAU.      *
      * THE LEDGER IS READ IN KEY ORDER (CPR, THEN BUSINESS DATE) *
      * SO EACH MEMBER'S YEAR IS ONE CONTROL BREAK. MEMBERS WHO   *
      * HAVE SINCE LEFT CPRMAST STILL GET THEIR CERTIFICATE - THE *
      * SCHEME IS TAKEN FROM THEIR LAST LEDGER ENTRY OF THE YEAR. *
      *                                                           *
      * PARM='CCYY' NAMES THE TAX YEAR; WITHOUT IT THE YEAR       *
      * BEFORE THE CURRENT DATE IS USED, AS FOR A JANUARY RUN.    *
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

           SELECT CERTOUT ASSIGN TO CERTOUT
               FILE STATUS IS CERTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT TAXOUT ASSIGN TO TAXOUT
               FILE STATUS IS TAXOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTLEDG.
       01  LEDGER-RECORD.
           COPY CONTLEDG.

       FD  CERTOUT RECORDING MODE F.
       01  CERT-LINE                PIC X(133).

      *    THE TAX-AUTHORITY SUBMISSION FILE : 'H' HEADER, 'D'
      *    DETAILS (ONE PER MEMBER), 'T' TRAILER.
       FD  TAXOUT RECORDING MODE F.
       01  TAX-RECORD.
           05 TX-TYPE               PIC X(01).
           05 TX-DATA               PIC X(99).
       01  TAX-HEADER REDEFINES TAX-RECORD.
           05 FILLER                PIC X(01).
           05 TXH-INST-ID           PIC X(10).
           05 TXH-TAX-YEAR          PIC 9(04).
           05 TXH-CREATED           PIC 9(08).
           05 FILLER                PIC X(77).
       01  TAX-DETAIL REDEFINES TAX-RECORD.
           05 FILLER                PIC X(01).
           05 TXD-CPR               PIC X(10).
           05 TXD-TAX-YEAR          PIC 9(04).
           05 TXD-SCHEME            PIC X(01).
           05 TXD-CONTRIB-COUNT     PIC 9(04).
           05 TXD-AMOUNT            PIC 9(11)V99.
           05 FILLER                PIC X(67).
       01  TAX-TRAILER REDEFINES TAX-RECORD.
           05 FILLER                PIC X(01).
           05 TXT-COUNT             PIC 9(09).
           05 TXT-HASH              PIC 9(13)V99.
           05 FILLER                PIC X(75).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - READ HERE FOR THE INSTITUTION ID ON
      *    THE SUBMISSION HEADER.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTLEDG-STATUS           PIC 99.
       01 CERTOUT-STATUS            PIC 99.
       01 TAXOUT-STATUS             PIC 99.
       01 CL-MARKER                 PIC X     VALUE '0'.
          88 CL-EOF                          VALUE '1'.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 WS-TODAY                  PIC 9(08).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-CCYY          PIC 9(04).
          05 FILLER                 PIC 9(04).
       01 WS-TAX-YEAR               PIC 9(04).
       01 WS-TAX-YEAR-X             PIC X(04).
       01 WS-ENTRY-YEAR             PIC 9(04).

      *    THE MEMBER BEING TOTALLED AT THE CURRENT CONTROL BREAK.
       01 WS-CUR-CPR                PIC X(10) VALUE SPACES.
       01 WS-CUR-SCHEME             PIC X(01).
       01 WS-CUR-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-CUR-AMOUNT             PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-CUR-FIRST              PIC 9(08).
       01 WS-CUR-LAST               PIC 9(08).

       01 WS-LEDGER-READ            PIC 9(09) COMP VALUE 0.
       01 WS-LEDGER-USED            PIC 9(09) COMP VALUE 0.
       01 WS-CERT-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-ZERO-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-HASH-TOTAL             PIC 9(13)V99 COMP-3 VALUE 0.

       01 WS-SCHEME-NAME            PIC X(14).
       01 WS-AMT-EDIT               PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AMT-EDIT-X REDEFINES WS-AMT-EDIT
                                    PIC X(14).

       01 CERT-RULE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(60) VALUE ALL '='.
           05 FILLER                PIC X(72) VALUE SPACES.
       01 CERT-TITLE.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(40)
              VALUE 'YEAR-END CONTRIBUTION CERTIFICATE'.
           05 FILLER                PIC X(09) VALUE 'TAX YEAR '.
           05 CT-YEAR               PIC 9(04).
           05 FILLER                PIC X(79) VALUE SPACES.
       01 CERT-INST.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'ISSUED BY               : '.
           05 CN-INST-ID            PIC X(10).
           05 FILLER                PIC X(96) VALUE SPACES.
       01 CERT-IDENT.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'MEMBER (CPR NUMBER)     : '.
           05 CI-CPR                PIC X(10).
           05 FILLER                PIC X(96) VALUE SPACES.
       01 CERT-SCHEME.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'PENSION SCHEME          : '.
           05 CS-SCHEME             PIC X(14).
           05 FILLER                PIC X(92) VALUE SPACES.
       01 CERT-PERIOD.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'CONTRIBUTIONS FROM      : '.
           05 CP-FIRST              PIC 9(08).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 CP-LAST               PIC 9(08).
           05 FILLER                PIC X(86) VALUE SPACES.
       01 CERT-COUNT.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'CONTRIBUTIONS RECEIVED  : '.
           05 CC-COUNT              PIC ZZZ9.
           05 FILLER                PIC X(102) VALUE SPACES.
       01 CERT-TOTAL.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(26)
              VALUE 'TOTAL FOR THE YEAR      : '.
           05 CA-AMOUNT             PIC X(14).
           05 FILLER                PIC X(92) VALUE SPACES.
       01 CERT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 XT-TEXT               PIC X(40).
           05 XT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.

       LINKAGE SECTION.
       01  YE-PARM.
           05 YE-PARM-LEN           PIC S9(4) COMP.
           05 YE-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING YE-PARM.
       010-INITIALIZATION.
           DISPLAY "Program PENSYEND STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TAX-YEAR = WS-TODAY-CCYY - 1.
           IF YE-PARM-LEN >= 4
              MOVE YE-PARM-TEXT(1:4) TO WS-TAX-YEAR-X
              IF WS-TAX-YEAR-X IS NOT NUMERIC
                 DISPLAY 'PENSYEND - TAX YEAR IN PARM IS NOT '
                         'NUMERIC: ' WS-TAX-YEAR-X
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-TAX-YEAR-X TO WS-TAX-YEAR
           END-IF.
           DISPLAY 'PENSYEND - TAX YEAR ' WS-TAX-YEAR.

           OPEN INPUT CONTLEDG.
           IF CONTLEDG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CONTLEDG ' CONTLEDG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CERTOUT.
           IF CERTOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CERTOUT ' CERTOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT TAXOUT.
           IF TAXOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN TAXOUT ' TAXOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 040-WRITE-TAX-HEADER THRU 040-WRITE-TAX-HEADER-EXIT.

           PERFORM 016-READ-LEDGER THRU 016-READ-LEDGER-EXIT.
           PERFORM TEST BEFORE UNTIL CL-EOF
              ADD 1 TO WS-LEDGER-READ
              PERFORM 020-TALLY-ENTRY THRU 020-TALLY-ENTRY-EXIT
              PERFORM 016-READ-LEDGER THRU 016-READ-LEDGER-EXIT
           END-PERFORM.
           PERFORM 030-MEMBER-BREAK THRU 030-MEMBER-BREAK-EXIT.

           PERFORM 045-WRITE-TAX-TRAILER THRU
                   045-WRITE-TAX-TRAILER-EXIT.
           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE CONTLEDG.
           CLOSE CERTOUT.
           CLOSE TAXOUT.
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
              DISPLAY 'PENSYEND - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSYEND - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSYEND - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSYEND CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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

       016-READ-LEDGER.
           READ CONTLEDG NEXT
                AT END SET CL-EOF TO TRUE
           END-READ.
      *
       016-READ-LEDGER-EXIT.
           EXIT.

       020-TALLY-ENTRY.
      *    ONLY ENTRIES BOOKED UNDER A BUSINESS DATE IN THE TAX YEAR
      *    COUNT. A NEW CPR CLOSES OFF THE PREVIOUS MEMBER FIRST.
           MOVE CL-BUSDATE(1:4) TO WS-ENTRY-YEAR.
           IF WS-ENTRY-YEAR NOT = WS-TAX-YEAR
              GO TO 020-TALLY-ENTRY-EXIT
           END-IF.
           IF CL-CPR NOT = WS-CUR-CPR
              PERFORM 030-MEMBER-BREAK THRU 030-MEMBER-BREAK-EXIT
              MOVE CL-CPR TO WS-CUR-CPR
              MOVE CL-BUSDATE TO WS-CUR-FIRST
           END-IF.
           ADD 1 TO WS-LEDGER-USED.
           ADD 1 TO WS-CUR-COUNT.
           ADD CL-AMOUNT TO WS-CUR-AMOUNT.
           MOVE CL-BUSDATE TO WS-CUR-LAST.
           MOVE CL-SCHEME TO WS-CUR-SCHEME.
      *
       020-TALLY-ENTRY-EXIT.
           EXIT.

       030-MEMBER-BREAK.
      *    A MEMBER WHOSE ENTRIES FOR THE YEAR ADD UP TO NOTHING HAS
      *    NO CONTRIBUTION TO CERTIFY OR REPORT - COUNTED ONLY.
           IF WS-CUR-COUNT = 0
              GO TO 030-MEMBER-BREAK-EXIT
           END-IF.
           IF WS-CUR-AMOUNT = 0
              ADD 1 TO WS-ZERO-COUNT
           ELSE
              PERFORM 035-PRINT-CERTIFICATE THRU
                      035-PRINT-CERTIFICATE-EXIT
              PERFORM 042-WRITE-TAX-DETAIL THRU
                      042-WRITE-TAX-DETAIL-EXIT
           END-IF.
           MOVE 0 TO WS-CUR-COUNT.
           MOVE 0 TO WS-CUR-AMOUNT.
      *
       030-MEMBER-BREAK-EXIT.
           EXIT.

       035-PRINT-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT.
           MOVE WS-TAX-YEAR TO CT-YEAR.
           MOVE CERT-TITLE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CERT-RULE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CFG-INST-ID TO CN-INST-ID.
           MOVE CERT-INST TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-CUR-CPR TO CI-CPR.
           MOVE CERT-IDENT TO CERT-LINE.
           WRITE CERT-LINE.
           EVALUATE WS-CUR-SCHEME
              WHEN 'H'
                 MOVE 'HOURLY' TO WS-SCHEME-NAME
              WHEN 'C'
                 MOVE 'CIVIL SERVANT' TO WS-SCHEME-NAME
              WHEN OTHER
                 MOVE 'SALARIED' TO WS-SCHEME-NAME
           END-EVALUATE.
           MOVE WS-SCHEME-NAME TO CS-SCHEME.
           MOVE CERT-SCHEME TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-CUR-FIRST TO CP-FIRST.
           MOVE WS-CUR-LAST TO CP-LAST.
           MOVE CERT-PERIOD TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-CUR-COUNT TO CC-COUNT.
           MOVE CERT-COUNT TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-CUR-AMOUNT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT-X TO CA-AMOUNT.
           MOVE CERT-TOTAL TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CERT-RULE TO CERT-LINE.
           WRITE CERT-LINE.
      *
       035-PRINT-CERTIFICATE-EXIT.
           EXIT.

       040-WRITE-TAX-HEADER.
           MOVE SPACES TO TAX-RECORD.
           MOVE 'H' TO TX-TYPE.
           MOVE CFG-INST-ID TO TXH-INST-ID.
           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
           MOVE WS-TODAY TO TXH-CREATED.
           WRITE TAX-RECORD.
      *
       040-WRITE-TAX-HEADER-EXIT.
           EXIT.

       042-WRITE-TAX-DETAIL.
           MOVE SPACES TO TAX-RECORD.
           MOVE 'D' TO TX-TYPE.
           MOVE WS-CUR-CPR TO TXD-CPR.
           MOVE WS-TAX-YEAR TO TXD-TAX-YEAR.
           MOVE WS-CUR-SCHEME TO TXD-SCHEME.
           MOVE WS-CUR-COUNT TO TXD-CONTRIB-COUNT.
           MOVE WS-CUR-AMOUNT TO TXD-AMOUNT.
           WRITE TAX-RECORD.
           ADD WS-CUR-AMOUNT TO WS-HASH-TOTAL.
      *
       042-WRITE-TAX-DETAIL-EXIT.
           EXIT.

       045-WRITE-TAX-TRAILER.
           MOVE SPACES TO TAX-RECORD.
           MOVE 'T' TO TX-TYPE.
           MOVE WS-CERT-COUNT TO TXT-COUNT.
           MOVE WS-HASH-TOTAL TO TXT-HASH.
           WRITE TAX-RECORD.
      *
       045-WRITE-TAX-TRAILER-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-TEXT-LINE.
           MOVE 'LEDGER ENTRIES READ' TO XT-TEXT.
           MOVE WS-LEDGER-READ TO XT-CT.
           MOVE CERT-TEXT-LINE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-TEXT-LINE.
           MOVE 'LEDGER ENTRIES IN THE TAX YEAR' TO XT-TEXT.
           MOVE WS-LEDGER-USED TO XT-CT.
           MOVE CERT-TEXT-LINE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-TEXT-LINE.
           MOVE 'CERTIFICATES PRODUCED' TO XT-TEXT.
           MOVE WS-CERT-COUNT TO XT-CT.
           MOVE CERT-TEXT-LINE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-TEXT-LINE.
           MOVE 'SKIPPED - ZERO TOTAL FOR THE YEAR' TO XT-TEXT.
           MOVE WS-ZERO-COUNT TO XT-CT.
           MOVE CERT-TEXT-LINE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-HASH-TOTAL TO WS-AMT-EDIT.
           DISPLAY 'PENSYEND. CERTIFICATES PRODUCED ' WS-CERT-COUNT
                   ' HASH TOTAL ' WS-AMT-EDIT.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       END PROGRAM PENSYEND.
