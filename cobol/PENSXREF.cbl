       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSXREF.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSXREF MAINTAINS THE PERSISTENT EMPLOYEE-NUMBER/CPR     *
      * CROSS-REFERENCE : EMPXREF KEYED BY EMPLOYEE NUMBER AND    *
      * CPRXREF, THE SAME LINK KEYED BY CPR (SEE THE COPYBOOKS).  *
      * IT RUNS NIGHTLY OFF THE EMPPAIR FILE PENSEXTR WRITES AS   *
      * IT READS BIRTHIN IN LOCKSTEP WITH CPRIN, SO THE HR-FACING *
      * PROGRAMS CAN JOIN THE TWO SIDES BY KEY INSTEAD OF         *
      * DEPENDING ON BOTH EXTRACTS ARRIVING IN THE SAME ORDER.    *
      *                                                           *
      * ONLY A PAIR WHOSE BIRTH DATES AGREE IS TAKEN AS PROOF OF  *
      * THE LINK - A PAIR THAT DISAGREES MAY BE THE LOCKSTEP      *
      * SLIPPING, AND IS LISTED BUT NOT APPLIED. A CONFIRMED PAIR *
      * ADDS A NEW LINK OR REFRESHES AN EXISTING ONE. THE XREFRPT *
      * REPORT LISTS THE EXCEPTIONS :                             *
      *    - AN EMPLOYEE NUMBER NOW PAIRED WITH A DIFFERENT CPR   *
      *      (THE LINK FOLLOWS; THE OLD CPR IS KEPT ON THE RECORD)*
      *    - A CPR NOW PAIRED WITH A SECOND EMPLOYEE NUMBER (BOTH *
      *      EMPLOYEE NUMBERS KEEP THEIR LINK; THE CPR POINTS AT  *
      *      THE LATEST)                                          *
      *    - PEOPLE ON ONLY ONE SIDE : A CPR WITH NO HR RECORD,   *
      *      AN HR RECORD WITH NO CPR, OR AN HR RECORD WITH NO    *
      *      EMPLOYEE NUMBER                                      *
      *    - PAIRS NOT APPLIED BECAUSE THE BIRTH DATES DIFFER     *
      * CPRS ARE PRINTED AS THE NIGHT'S OUTPUTS PRESENT THEM, SO  *
      * A MASKED RUN'S REPORT CARRIES SURROGATES. AN EMPTY PAIRS  *
      * FILE (NO BIRTHIN THAT NIGHT) CHANGES NOTHING. ENDS WITH   *
      * RC 4 WHEN THERE IS ANY EXCEPTION.                         *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPPAIR ASSIGN TO EMPPAIR
               FILE STATUS IS EMPPAIR-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMPXREF ASSIGN TO EMPXREF
               FILE STATUS IS EMPXREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-EMPNO.

           SELECT CPRXREF ASSIGN TO CPRXREF
               FILE STATUS IS CPRXREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CPR.

           SELECT XREFRPT ASSIGN TO XREFRPT
               FILE STATUS IS XREFRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPPAIR RECORDING MODE F.
       01  EMPPAIR-RECORD.
           COPY EMPPAIR.

       FD  EMPXREF.
       01  EMPXREF-RECORD.
           COPY EMPXREF.

       FD  CPRXREF.
       01  CPRXREF-RECORD.
           COPY CPRXREF.

       FD  XREFRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE STAMPS THE LINKS.
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

       01 EMPPAIR-STATUS            PIC 99.
       01 EMPXREF-STATUS            PIC 99.
       01 CPRXREF-STATUS            PIC 99.
       01 XREFRPT-STATUS            PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 XP-MARKER                 PIC X     VALUE '0'.
          88 XP-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-SECTION-TITLE          PIC X(60).

       01 WS-PAIR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-CONFIRMED-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-NEW-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-MOVED-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-TWO-EMPNO-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-DIFFER-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-NO-EMPNO-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-CPR-ONLY-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-HR-ONLY-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-EXCP-COUNT             PIC 9(07) COMP VALUE 0.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50)
              VALUE 'PENSXREF EMPLOYEE/CPR CROSS-REFERENCE EXCEPTIONS'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(52) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(08) VALUE 'EMPNO'.
           05 FILLER                PIC X(12) VALUE 'CPR'.
           05 FILLER                PIC X(22) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'HR DATE'.
           05 FILLER                PIC X(12) VALUE 'WAS/ALSO'.
           05 FILLER                PIC X(68) VALUE 'REMARK'.
       01 RPT-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-TITLE              PIC X(60).
           05 FILLER                PIC X(72) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-EMPNO              PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-CPR                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-HR-DATE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-OTHER              PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(50).
           05 FILLER                PIC X(18) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSXREF STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.

           OPEN INPUT EMPPAIR.
           IF EMPPAIR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN EMPPAIR ' EMPPAIR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O EMPXREF.
           IF EMPXREF-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN EMPXREF ' EMPXREF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CPRXREF.
           IF CPRXREF-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRXREF ' CPRXREF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT XREFRPT.
           IF XREFRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN XREFRPT ' XREFRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.

           PERFORM 016-READ-EMPPAIR THRU 016-READ-EMPPAIR-EXIT.
           PERFORM TEST BEFORE UNTIL XP-EOF
              ADD 1 TO WS-PAIR-COUNT
              PERFORM 020-PAIR-ONE THRU 020-PAIR-ONE-EXIT
              PERFORM 016-READ-EMPPAIR THRU 016-READ-EMPPAIR-EXIT
           END-PERFORM.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE EMPPAIR.
           CLOSE EMPXREF.
           CLOSE CPRXREF.
           CLOSE XREFRPT.
           DISPLAY 'PENSXREF. PAIRS READ                ' WS-PAIR-COUNT.
           DISPLAY 'PENSXREF. LINKS CONFIRMED           '
                   WS-CONFIRMED-COUNT.
           DISPLAY 'PENSXREF. NEW LINKS                 ' WS-NEW-COUNT.
           DISPLAY 'PENSXREF. EXCEPTIONS                ' WS-EXCP-COUNT.
           IF WS-EXCP-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       016-READ-EMPPAIR.
           READ EMPPAIR
                AT END SET XP-EOF TO TRUE
           END-READ.
      *
       016-READ-EMPPAIR-EXIT.
           EXIT.

       020-PAIR-ONE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE XP-EMPNO TO RL-EMPNO.
           MOVE XP-CPR-OUT TO RL-CPR.
           MOVE XP-NAME TO RL-NAME.
           IF XP-HR-DATE IS NUMERIC AND XP-HR-DATE NOT = 0
              MOVE XP-HR-DATE TO RL-HR-DATE
           END-IF.
           EVALUATE TRUE
              WHEN XP-CPR-ONLY
                 ADD 1 TO WS-CPR-ONLY-COUNT
                 MOVE 'CPR ONLY - NO HR RECORD FOR IT' TO RL-REMARK
                 GO TO 020-PAIR-ONE-EXCEPTION
              WHEN XP-HR-ONLY
                 ADD 1 TO WS-HR-ONLY-COUNT
                 MOVE 'HR ONLY - NO CPR RECORD FOR IT' TO RL-REMARK
                 GO TO 020-PAIR-ONE-EXCEPTION
              WHEN XP-PAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY '*** PENSXREF - UNKNOWN EMPPAIR RECORD TYPE '
                         XP-TYPE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF XP-EMPNO = SPACES
              ADD 1 TO WS-NO-EMPNO-COUNT
              MOVE 'HR RECORD CARRIES NO EMPLOYEE NUMBER' TO RL-REMARK
              GO TO 020-PAIR-ONE-EXCEPTION
           END-IF.
           IF NOT XP-DATES-AGREE
              ADD 1 TO WS-DIFFER-COUNT
              MOVE 'BIRTH DATES DIFFER - PAIR NOT APPLIED' TO RL-REMARK
              GO TO 020-PAIR-ONE-EXCEPTION
           END-IF.
           PERFORM 030-APPLY-PAIR THRU 030-APPLY-PAIR-EXIT.
           GO TO 020-PAIR-ONE-EXIT.
      *
       020-PAIR-ONE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       020-PAIR-ONE-EXIT.
           EXIT.

       030-APPLY-PAIR.
      *    THE EMPLOYEE-NUMBER SIDE FIRST : A NEW LINK, THE SAME LINK
      *    SEEN AGAIN, OR THE EMPLOYEE NUMBER MOVED TO ANOTHER CPR.
           MOVE XP-EMPNO TO XR-EMPNO.
           READ EMPXREF
              INVALID KEY
                 PERFORM 032-ADD-LINK THRU 032-ADD-LINK-EXIT
                 GO TO 030-APPLY-PAIR-CPR-SIDE
           END-READ.
           IF XR-CPR = XP-CPR
              ADD 1 TO WS-CONFIRMED-COUNT
           ELSE
              PERFORM 034-MOVE-LINK THRU 034-MOVE-LINK-EXIT
           END-IF.
           MOVE XP-NAME TO XR-NAME.
           MOVE XP-CPR-OUT TO XR-CPR-OUT.
           MOVE WS-BUSINESS-DATE TO XR-LAST-DATE.
           REWRITE EMPXREF-RECORD
              INVALID KEY
                 DISPLAY '*** PENSXREF - EMPXREF REWRITE FAILED FOR '
                         XP-EMPNO ' STATUS ' EMPXREF-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
      *
       030-APPLY-PAIR-CPR-SIDE.
           PERFORM 040-LINK-CPR THRU 040-LINK-CPR-EXIT.
      *
       030-APPLY-PAIR-EXIT.
           EXIT.

       032-ADD-LINK.
           MOVE SPACES TO EMPXREF-RECORD.
           MOVE XP-EMPNO TO XR-EMPNO.
           MOVE XP-CPR TO XR-CPR.
           MOVE XP-CPR-OUT TO XR-CPR-OUT.
           MOVE XP-NAME TO XR-NAME.
           MOVE WS-BUSINESS-DATE TO XR-FIRST-DATE.
           MOVE WS-BUSINESS-DATE TO XR-LAST-DATE.
           MOVE 0 TO XR-MOVE-DATE.
           WRITE EMPXREF-RECORD
              INVALID KEY
                 DISPLAY '*** PENSXREF - EMPXREF WRITE FAILED FOR '
                         XP-EMPNO ' STATUS ' EMPXREF-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           ADD 1 TO WS-NEW-COUNT.
      *
       032-ADD-LINK-EXIT.
           EXIT.

       034-MOVE-LINK.
      *    HR NOW PAIRS THE EMPLOYEE NUMBER WITH ANOTHER CPR. THE
      *    LINK FOLLOWS TONIGHT'S CONFIRMED PAIR; THE CPR IT LEFT
      *    STOPS POINTING AT THIS EMPLOYEE NUMBER.
           ADD 1 TO WS-MOVED-COUNT.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE XR-CPR-OUT TO RL-OTHER.
           MOVE 'EMPLOYEE NUMBER MOVED FROM CPR SHOWN - LINK MOVED'
             TO RL-REMARK.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
           MOVE XR-CPR TO CX-CPR.
           READ CPRXREF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CX-EMPNO = XP-EMPNO
                    DELETE CPRXREF
                       INVALID KEY
                          DISPLAY '*** PENSXREF - CPRXREF DELETE '
                                  'FAILED, STATUS ' CPRXREF-STATUS
                          MOVE 12 TO RETURN-CODE
                          GOBACK
                    END-DELETE
                 END-IF
           END-READ.
           MOVE XR-CPR TO XR-PREV-CPR.
           MOVE XR-CPR-OUT TO XR-PREV-CPR-OUT.
           MOVE XP-CPR TO XR-CPR.
           MOVE WS-BUSINESS-DATE TO XR-MOVE-DATE.
      *
       034-MOVE-LINK-EXIT.
           EXIT.

       040-LINK-CPR.
      *    THE CPR SIDE : POINT THE CPR AT THIS EMPLOYEE NUMBER. ONE
      *    ALREADY POINTING AT A DIFFERENT EMPLOYEE NUMBER MEANS HR
      *    HOLDS THE PERSON UNDER TWO - LISTED, AND THE CPR FOLLOWS
      *    THE LATEST.
           MOVE XP-CPR TO CX-CPR.
           READ CPRXREF
              INVALID KEY
                 MOVE SPACES TO CPRXREF-RECORD
                 MOVE XP-CPR TO CX-CPR
                 MOVE XP-EMPNO TO CX-EMPNO
                 MOVE WS-BUSINESS-DATE TO CX-LAST-DATE
                 MOVE 0 TO CX-HIRE-DATE
                 IF XP-HIRE-DATE IS NUMERIC
                    MOVE XP-HIRE-DATE TO CX-HIRE-DATE
                 END-IF
                 WRITE CPRXREF-RECORD
                    INVALID KEY
                       DISPLAY '*** PENSXREF - CPRXREF WRITE FAILED '
                               'FOR ' XP-EMPNO ' STATUS '
                               CPRXREF-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-WRITE
                 GO TO 040-LINK-CPR-EXIT
           END-READ.
           IF CX-EMPNO NOT = XP-EMPNO
              ADD 1 TO WS-TWO-EMPNO-COUNT
              ADD 1 TO WS-EXCP-COUNT
              MOVE SPACES TO RL-OTHER
              MOVE CX-EMPNO TO RL-OTHER
              MOVE 'CPR ALSO UNDER EMPLOYEE NUMBER SHOWN' TO RL-REMARK
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              MOVE XP-EMPNO TO CX-EMPNO
           END-IF.
           MOVE WS-BUSINESS-DATE TO CX-LAST-DATE.
      *    A HIRE DATE HR LEAVES OFF ONE NIGHT DOES NOT WIPE THE ONE
      *    ALREADY HELD.
           IF XP-HIRE-DATE IS NUMERIC AND XP-HIRE-DATE > 0
              MOVE XP-HIRE-DATE TO CX-HIRE-DATE
           END-IF.
           REWRITE CPRXREF-RECORD
              INVALID KEY
                 DISPLAY '*** PENSXREF - CPRXREF REWRITE FAILED FOR '
                         XP-EMPNO ' STATUS ' CPRXREF-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
      *
       040-LINK-CPR-EXIT.
           EXIT.

       070-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO RH1-ASOF.
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
           MOVE 'PAIRS READ' TO RT-TEXT.
           MOVE WS-PAIR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  EXISTING LINKS CONFIRMED' TO RT-TEXT.
           MOVE WS-CONFIRMED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  NEW LINKS ADDED' TO RT-TEXT.
           MOVE WS-NEW-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  EMPLOYEE NUMBER MOVED TO ANOTHER CPR' TO RT-TEXT.
           MOVE WS-MOVED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  CPR UNDER A SECOND EMPLOYEE NUMBER' TO RT-TEXT.
           MOVE WS-TWO-EMPNO-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  NOT APPLIED - BIRTH DATES DIFFER' TO RT-TEXT.
           MOVE WS-DIFFER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  NOT APPLIED - NO EMPLOYEE NUMBER' TO RT-TEXT.
           MOVE WS-NO-EMPNO-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  CPR ONLY - NO HR RECORD' TO RT-TEXT.
           MOVE WS-CPR-ONLY-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  HR ONLY - NO CPR RECORD' TO RT-TEXT.
           MOVE WS-HR-ONLY-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'EXCEPTIONS LISTED' TO RT-TEXT.
           MOVE WS-EXCP-COUNT TO RT-CT.
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
              DISPLAY 'PENSXREF - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSXREF - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSXREF - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSXREF CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSXREF - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSXREF - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSXREF - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM PENSXREF.
