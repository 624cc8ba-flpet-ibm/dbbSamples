       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSHLTR.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSHLTR PRINTS THE RETIREMENT-HORIZON LETTER FOR EVERY   *
      * MEMBER ON THE NIGHT'S HRNOTIF NOTIFICATION EXTRACT : A    *
      * 'D' DETAIL (RETIREMENT DUE WITHIN THE HORIZON) GETS THE   *
      * ADVANCE-NOTICE WORDING, A 'U' DETAIL (RETIREMENT DATE     *
      * ALREADY PASSED) THE CONTACT-US-NOW WORDING. ONE LETTER    *
      * PER PAGE ON LTROUT, WITH THE MEMBER'S ADDRESS BLOCK FROM  *
      * THE ADDRESS MASTER (ADDRMAST, MAINTAINED BY PENSADDR),    *
      * AND THE SAME LINES ON THE PRINT-VENDOR MAIL FILE (MAILOUT,*
      * SEE THE MAILLINE COPYBOOK) IN POSTCODE ORDER, BUILT ON    *
      * THE MAILWORK KEYED WORK FILE. A MEMBER WITH NO ADDRESS ON *
      * FILE, OR WHOSE ADDRESS IS FLAGGED UNDELIVERABLE, GETS NO  *
      * LETTER AND IS LISTED ON LTREXCP FOR HR TO CONTACT         *
      * DIRECTLY.                                                 *
      *                                                           *
      * ON A MASKED RUN HRNOTIF CARRIES SURROGATES; THEY ARE      *
      * RESOLVED TO THE REAL CPR THROUGH THE SURRREG REGISTRY,    *
      * LOADED FIRST ONTO THE LTRSURR KEYED WORK FILE. BOTH WORK  *
      * FILES ARE DEFINED ONCE WITH REUSE AND EMPTIED BY THE OPEN *
      * OUTPUT. THE LETTER DATE IS THE RUN DATE ON THE HRNOTIF    *
      * HEADER. ENDS WITH RC 4 WHEN ANY MEMBER WAS NOT WRITTEN TO.*
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRNOTIF ASSIGN TO HRNOTIF
               FILE STATUS IS HRNOTIF-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LTRSURR ASSIGN TO LTRSURR
               FILE STATUS IS LTRSURR-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SURR.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ADDRMAST ASSIGN TO ADDRMAST
               FILE STATUS IS ADDRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CPR.

           SELECT MAILWORK ASSIGN TO MAILWORK
               FILE STATUS IS MAILWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ML-KEY.

           SELECT MAILOUT ASSIGN TO MAILOUT
               FILE STATUS IS MAILOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LTROUT ASSIGN TO LTROUT
               FILE STATUS IS LTROUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LTREXCP ASSIGN TO LTREXCP
               FILE STATUS IS LTREXCP-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    PENSEXTR'S NOTIFICATION EXTRACT - 'H' HEADER, 'D'/'U'
      *    DETAILS, 'T' TRAILER. ON THE 'H' RECORD THE RUN DATE
      *    OCCUPIES THE EIGHT BYTES WHERE THE DETAILS CARRY THE CPR.
       FD  HRNOTIF RECORDING MODE F.
       01  HRN-RECORD.
           05 HRN-TYPE             PIC X(01).
              88 HRN-IS-HEADER              VALUE 'H'.
              88 HRN-IS-DETAIL              VALUE 'D' 'U'.
              88 HRN-IS-URGENT              VALUE 'U'.
              88 HRN-IS-TRAILER             VALUE 'T'.
           05 HRN-CPR              PIC X(10).
           05 HRN-RET-DATE         PIC 9(08).
           05 HRN-GENDER           PIC X(01).
           05 HRN-AGE              PIC X(11).
           05 HRN-EMPNO            PIC X(06).
           05 HRN-NAME             PIC X(20).
           05 FILLER               PIC X(23).

      *    SURROGATE-TO-REAL WORK COPY OF THE SURRREG REGISTRY.
       FD  LTRSURR.
       01  LTRSURR-RECORD.
           05 LS-SURR               PIC X(10).
           05 LS-REAL               PIC X(10).
           05 FILLER                PIC X(60).

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY - SEE
      *    THE SURRREG COPYBOOK.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

       FD  ADDRMAST.
       01  ADDRMAST-RECORD.
           COPY MBRADDR.

      *    THE MAIL LINES, KEYED INTO POSTCODE ORDER.
       FD  MAILWORK.
       01  MAILWORK-RECORD.
           COPY MAILLINE.

      *    PRINT-VENDOR MAIL FILE - MAILWORK UNLOADED IN KEY ORDER.
       FD  MAILOUT RECORDING MODE F.
       01  MAILOUT-RECORD           PIC X(160).

       FD  LTROUT RECORDING MODE F.
       01  LTR-LINE                 PIC X(133).

       FD  LTREXCP RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

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

       01 HRNOTIF-STATUS            PIC 99.
       01 LTRSURR-STATUS            PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 ADDRMAST-STATUS           PIC 99.
       01 MAILWORK-STATUS           PIC 99.
       01 MAILOUT-STATUS            PIC 99.
       01 LTROUT-STATUS             PIC 99.
       01 LTREXCP-STATUS            PIC 99.
       01 HN-MARKER                 PIC X     VALUE '0'.
          88 HN-EOF                          VALUE '1'.
       01 RG-MARKER                 PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 ML-MARKER                 PIC X     VALUE '0'.
          88 ML-EOF                          VALUE '1'.

       01 WS-RUN-DATE               PIC 9(08) VALUE 0.
       01 WS-LOOKUP-CPR             PIC X(10).
       01 WS-REAL-CPR               PIC X(10).
       01 WS-RESOLVE-SW             PIC X.
          88 CPR-RESOLVED                    VALUE 'Y'.
          88 CPR-UNRESOLVED                  VALUE 'N'.
       01 WS-MAIL-LINE-NO           PIC 9(04) VALUE 0.

      *    CCYYMMDD DATES PRINTED DD.MM.CCYY IN THE LETTER TEXT.
       01 WS-DATE-IN                PIC 9(08).
       01 WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05 WS-DATE-IN-CCYY       PIC 9(04).
           05 WS-DATE-IN-MM         PIC 9(02).
           05 WS-DATE-IN-DD         PIC 9(02).
       01 WS-DATE-OUT.
           05 WS-DATE-OUT-DD        PIC 9(02).
           05 FILLER                PIC X(01) VALUE '.'.
           05 WS-DATE-OUT-MM        PIC 9(02).
           05 FILLER                PIC X(01) VALUE '.'.
           05 WS-DATE-OUT-CCYY      PIC 9(04).

       01 WS-NOTIF-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-LETTER-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-DUE-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-PASSED-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-NOADDR-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-UNDELIV-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-UNRESOLVED-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-EXCP-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-SURR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-MAIL-LINE-COUNT        PIC 9(07) COMP VALUE 0.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

      *    THE LETTER. THE ADDRESS BLOCK IS ALWAYS FIVE LINES (NAME,
      *    TWO STREET LINES, POSTCODE AND TOWN, COUNTRY) SO IT SITS
      *    IN THE ENVELOPE WINDOW.
       01 LTR-TITLE.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50)
              VALUE 'PENSION OFFICE - YOUR RETIREMENT'.
           05 FILLER                PIC X(06) VALUE 'DATE  '.
           05 LT-DATE               PIC X(10).
           05 FILLER                PIC X(66) VALUE SPACES.
       01 LTR-RULE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(66) VALUE ALL '='.
           05 FILLER                PIC X(66) VALUE SPACES.
       01 LTR-TEXT.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LX-TEXT               PIC X(66).
           05 FILLER                PIC X(66) VALUE SPACES.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50)
              VALUE 'PENSHLTR HORIZON LETTERS NOT SENT - HR FOLLOW-UP'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(52) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'CPR'.
           05 FILLER                PIC X(08) VALUE 'EMPNO'.
           05 FILLER                PIC X(22) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'RETIRES'.
           05 FILLER                PIC X(06) VALUE 'TYPE'.
           05 FILLER                PIC X(74) VALUE 'REASON'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CPR                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-EMPNO              PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-RET-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-TYPE               PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RL-REASON             PIC X(40).
           05 FILLER                PIC X(34) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSHLTR STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 020-LOAD-SURROGATES THRU 020-LOAD-SURROGATES-EXIT.

           OPEN INPUT LTRSURR.
           IF LTRSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN LTRSURR ' LTRSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ADDRMAST.
           IF ADDRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ADDRMAST ' ADDRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MAILWORK.
           IF MAILWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MAILWORK ' MAILWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT LTROUT.
           IF LTROUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN LTROUT ' LTROUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT LTREXCP.
           IF LTREXCP-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN LTREXCP ' LTREXCP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HRNOTIF.
           IF HRNOTIF-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HRNOTIF ' HRNOTIF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 017-READ-HRNOTIF THRU 017-READ-HRNOTIF-EXIT.
           PERFORM TEST BEFORE UNTIL HN-EOF
              EVALUATE TRUE
                 WHEN HRN-IS-HEADER
                    MOVE HRN-CPR(1:8) TO WS-RUN-DATE
                    MOVE WS-RUN-DATE TO WS-DATE-IN
                    PERFORM 045-EDIT-DATE THRU 045-EDIT-DATE-EXIT
                    MOVE WS-DATE-OUT TO LT-DATE
                    PERFORM 070-PRINT-HEADERS THRU
                            070-PRINT-HEADERS-EXIT
                 WHEN HRN-IS-DETAIL
                    ADD 1 TO WS-NOTIF-COUNT
                    PERFORM 030-LETTER-ONE THRU 030-LETTER-ONE-EXIT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 017-READ-HRNOTIF THRU 017-READ-HRNOTIF-EXIT
           END-PERFORM.
           CLOSE HRNOTIF.
           CLOSE MAILWORK.
           PERFORM 050-UNLOAD-MAIL THRU 050-UNLOAD-MAIL-EXIT.

           IF WS-PAGE-NO = 0
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE LTRSURR.
           CLOSE ADDRMAST.
           CLOSE LTROUT.
           CLOSE LTREXCP.
           DISPLAY 'PENSHLTR. NOTIFICATIONS READ        '
                   WS-NOTIF-COUNT.
           DISPLAY 'PENSHLTR. LETTERS PRODUCED          '
                   WS-LETTER-COUNT.
           DISPLAY 'PENSHLTR. NOT SENT - HR FOLLOW-UP   ' WS-EXCP-COUNT.
           IF WS-EXCP-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       017-READ-HRNOTIF.
           READ HRNOTIF
                AT END SET HN-EOF TO TRUE
           END-READ.
      *
       017-READ-HRNOTIF-EXIT.
           EXIT.

       020-LOAD-SURROGATES.
      *    AN UNMASKED INSTALLATION HAS NO REGISTRY YET - THE WORK
      *    FILE IS LEFT EMPTY AND EVERY CPR IS TAKEN AS IT STANDS.
           OPEN OUTPUT LTRSURR.
           IF LTRSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN LTRSURR ' LTRSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'PENSHLTR - NO SURROGATE REGISTRY ON FILE'
              CLOSE LTRSURR
              GO TO 020-LOAD-SURROGATES-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              MOVE SPACES TO LTRSURR-RECORD
              MOVE RG-SURR TO LS-SURR
              MOVE RG-REAL TO LS-REAL
              WRITE LTRSURR-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-SURR-COUNT
              END-WRITE
              PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
           CLOSE LTRSURR.
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

       023-RESOLVE-CPR.
      *    A REAL CPR HAS A NUMERIC SEQUENCE; A SURROGATE CARRIES A
      *    LETTER IN POSITION 7 AND IS LOOKED UP ON THE WORK COPY OF
      *    THE REGISTRY. WS-REAL-CPR COMES BACK AS THE REAL CPR, OR
      *    CPR-UNRESOLVED IS SET WHEN THE REGISTRY DOES NOT KNOW IT.
           SET CPR-RESOLVED TO TRUE.
           MOVE WS-LOOKUP-CPR TO WS-REAL-CPR.
           IF WS-LOOKUP-CPR(7:4) IS NUMERIC
              GO TO 023-RESOLVE-CPR-EXIT
           END-IF.
           MOVE WS-LOOKUP-CPR TO LS-SURR.
           READ LTRSURR
              INVALID KEY
                 SET CPR-UNRESOLVED TO TRUE
              NOT INVALID KEY
                 MOVE LS-REAL TO WS-REAL-CPR
           END-READ.
      *
       023-RESOLVE-CPR-EXIT.
           EXIT.

       030-LETTER-ONE.
      *    THE EXCEPTION LIST SHOWS THE CPR AS HRNOTIF CARRIED IT -
      *    THE SURROGATE ON A MASKED RUN - WITH THE EMPLOYEE NUMBER
      *    AND NAME HR WORKS FROM.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HRN-CPR TO RL-CPR.
           MOVE HRN-EMPNO TO RL-EMPNO.
           MOVE HRN-NAME TO RL-NAME.
           MOVE HRN-RET-DATE TO RL-RET-DATE.
           MOVE HRN-TYPE TO RL-TYPE.
           MOVE HRN-CPR TO WS-LOOKUP-CPR.
           PERFORM 023-RESOLVE-CPR THRU 023-RESOLVE-CPR-EXIT.
           IF CPR-UNRESOLVED
              ADD 1 TO WS-UNRESOLVED-COUNT
              MOVE 'SURROGATE NOT ON THE REGISTRY' TO RL-REASON
              GO TO 030-LETTER-ONE-EXCEPTION
           END-IF.
           MOVE WS-REAL-CPR TO AD-CPR.
           READ ADDRMAST
              INVALID KEY
                 ADD 1 TO WS-NOADDR-COUNT
                 MOVE 'NO ADDRESS ON FILE' TO RL-REASON
                 GO TO 030-LETTER-ONE-EXCEPTION
           END-READ.
           IF AD-UNDELIVERABLE
              ADD 1 TO WS-UNDELIV-COUNT
              MOVE 'UNDELIVERABLE - MAIL RETURNED ' TO RL-REASON
              MOVE AD-RETURN-DATE TO RL-REASON(31:8)
              GO TO 030-LETTER-ONE-EXCEPTION
           END-IF.
           PERFORM 035-PRINT-LETTER THRU 035-PRINT-LETTER-EXIT.
           GO TO 030-LETTER-ONE-EXIT.
      *
       030-LETTER-ONE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       030-LETTER-ONE-EXIT.
           EXIT.

       035-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE 0 TO WS-MAIL-LINE-NO.
           MOVE LTR-TITLE TO LTR-LINE.
           PERFORM 040-WRITE-LINE THRU 040-WRITE-LINE-EXIT.
           MOVE LTR-RULE TO LTR-LINE.
           PERFORM 040-WRITE-LINE THRU 040-WRITE-LINE-EXIT.
           MOVE AD-NAME TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE AD-LINE-1 TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE AD-LINE-2 TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE SPACES TO LX-TEXT.
           STRING AD-POSTCODE DELIMITED BY '  '
                  ' '         DELIMITED BY SIZE
                  AD-TOWN     DELIMITED BY SIZE
             INTO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE AD-COUNTRY TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE SPACES TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE SPACES TO LX-TEXT.
           STRING 'DEAR '     DELIMITED BY SIZE
                  AD-NAME     DELIMITED BY '  '
                  ','         DELIMITED BY SIZE
             INTO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE SPACES TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE HRN-RET-DATE TO WS-DATE-IN.
           PERFORM 045-EDIT-DATE THRU 045-EDIT-DATE-EXIT.
           IF HRN-IS-URGENT
              ADD 1 TO WS-PASSED-COUNT
              MOVE SPACES TO LX-TEXT
              STRING 'OUR RECORDS SHOW THAT YOUR RETIREMENT DATE, '
                                  DELIMITED BY SIZE
                     WS-DATE-OUT  DELIMITED BY SIZE
                     ','          DELIMITED BY SIZE
                INTO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
              MOVE 'HAS PASSED AND YOUR PENSION HAS NOT BEEN SET UP.'
                TO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
              MOVE 'PLEASE CONTACT THE PENSION OFFICE WITHOUT DELAY'
                TO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
              MOVE 'SO THAT PAYMENT CAN START AS SOON AS POSSIBLE.'
                TO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
           ELSE
              ADD 1 TO WS-DUE-COUNT
              MOVE SPACES TO LX-TEXT
              STRING 'OUR RECORDS SHOW THAT YOU REACH RETIREMENT ON '
                                  DELIMITED BY SIZE
                     WS-DATE-OUT  DELIMITED BY SIZE
                     '.'          DELIMITED BY SIZE
                INTO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
              MOVE 'PLEASE CONTACT THE PENSION OFFICE WELL BEFORE'
                TO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
              MOVE 'THAT DATE SO WE CAN GO THROUGH YOUR OPTIONS AND'
                TO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
              MOVE 'ARRANGE FOR YOUR PENSION TO START ON TIME.'
                TO LX-TEXT
              PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT
           END-IF.
           MOVE SPACES TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE 'IF YOU HAVE ALREADY BEEN IN TOUCH WITH US ABOUT YOUR'
             TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE 'RETIREMENT, PLEASE DISREGARD THIS LETTER.' TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE SPACES TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE 'YOURS SINCERELY,' TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE 'THE PENSION OFFICE' TO LX-TEXT.
           PERFORM 038-WRITE-TEXT THRU 038-WRITE-TEXT-EXIT.
           MOVE LTR-RULE TO LTR-LINE.
           PERFORM 040-WRITE-LINE THRU 040-WRITE-LINE-EXIT.
      *
       035-PRINT-LETTER-EXIT.
           EXIT.

       038-WRITE-TEXT.
           MOVE LTR-TEXT TO LTR-LINE.
           PERFORM 040-WRITE-LINE THRU 040-WRITE-LINE-EXIT.
      *
       038-WRITE-TEXT-EXIT.
           EXIT.

       040-WRITE-LINE.
      *    EVERY LETTER LINE GOES TO LTROUT AND TO THE MAIL FILE
      *    UNDER THE MEMBER'S POSTCODE AND REAL CPR, IN PRINT ORDER.
           WRITE LTR-LINE.
           ADD 1 TO WS-MAIL-LINE-NO.
           MOVE SPACES TO MAILWORK-RECORD.
           MOVE AD-POSTCODE TO ML-POSTCODE.
           MOVE AD-CPR TO ML-CPR.
           MOVE 'HRZN' TO ML-DOC-TYPE.
           MOVE WS-MAIL-LINE-NO TO ML-LINE-NO.
           MOVE LTR-LINE(1:1) TO ML-CC.
           MOVE LTR-LINE(2:132) TO ML-TEXT.
           WRITE MAILWORK-RECORD
              INVALID KEY
                 DISPLAY '*** PENSHLTR - MAILWORK WRITE FAILED FOR '
                         HRN-CPR ' STATUS ' MAILWORK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
      *
       040-WRITE-LINE-EXIT.
           EXIT.

       045-EDIT-DATE.
           MOVE WS-DATE-IN-DD TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN-MM TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN-CCYY TO WS-DATE-OUT-CCYY.
      *
       045-EDIT-DATE-EXIT.
           EXIT.

       050-UNLOAD-MAIL.
           OPEN INPUT MAILWORK.
           IF MAILWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MAILWORK ' MAILWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MAILOUT.
           IF MAILOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MAILOUT ' MAILOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-MAILWORK THRU 052-READ-MAILWORK-EXIT.
           PERFORM TEST BEFORE UNTIL ML-EOF
              WRITE MAILOUT-RECORD FROM MAILWORK-RECORD
              ADD 1 TO WS-MAIL-LINE-COUNT
              PERFORM 052-READ-MAILWORK THRU 052-READ-MAILWORK-EXIT
           END-PERFORM.
           CLOSE MAILWORK.
           CLOSE MAILOUT.
      *
       050-UNLOAD-MAIL-EXIT.
           EXIT.

       052-READ-MAILWORK.
           READ MAILWORK NEXT
                AT END SET ML-EOF TO TRUE
           END-READ.
      *
       052-READ-MAILWORK-EXIT.
           EXIT.

       070-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-RUN-DATE TO RH1-ASOF.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-HDR-2.
           MOVE 3 TO WS-LINE-CTR.
      *
       070-PRINT-HEADERS-EXIT.
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
           MOVE 'NOTIFICATIONS READ' TO RT-TEXT.
           MOVE WS-NOTIF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'LETTERS PRODUCED AND MAILED' TO RT-TEXT.
           MOVE WS-LETTER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  RETIREMENT DUE WITHIN THE HORIZON' TO RT-TEXT.
           MOVE WS-DUE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  RETIREMENT DATE ALREADY PASSED' TO RT-TEXT.
           MOVE WS-PASSED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NOT SENT - LISTED FOR HR FOLLOW-UP' TO RT-TEXT.
           MOVE WS-EXCP-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  NO ADDRESS ON FILE' TO RT-TEXT.
           MOVE WS-NOADDR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  ADDRESS UNDELIVERABLE' TO RT-TEXT.
           MOVE WS-UNDELIV-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  SURROGATE NOT ON THE REGISTRY' TO RT-TEXT.
           MOVE WS-UNRESOLVED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'MAIL-FILE LINES WRITTEN' TO RT-TEXT.
           MOVE WS-MAIL-LINE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       001-LOAD-CONFIG.
      *    LOAD THE SHARED RUNTIME CONFIGURATION BEFORE ANYTHING
      *    ELSE RUNS. ALL THE PENSION PROGRAMS READ THE SAME CONFIG
      *    DATASET AND PARSE EVERY KEYWORD; EACH APPLIES THE VALUES
      *    IT USES. A MISSING DATASET LEAVES THE COPYBOOK DEFAULTS
      *    IN EFFECT SO STANDALONE RERUNS STILL WORK.
           OPEN INPUT CONFIG.
           IF CONFIG-STATUS NOT = 0
              DISPLAY 'PENSHLTR - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSHLTR - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSHLTR - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSHLTR CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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

       END PROGRAM PENSHLTR.
