       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPRRENUM.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * CPRRENUM CARRIES A MEMBER OVER TO A NEW CPR NUMBER, E.G.  *
      * AFTER A GENDER-MARKER CHANGE, SO THE HISTORY, THE LAST    *
      * CONTRIBUTION THE VARIANCE CHECK COMPARES AGAINST AND THE  *
      * BUREAU'S RECORD ALL FOLLOW THE PERSON. ONE RNCARD CARD    *
      * PER RENUMBERING NAMES THE OLD AND THE NEW REAL CPR :      *
      *    CPRMAST   - THE RECORD IS MOVED TO THE NEW KEY, IMAGE  *
      *                AND LAST AMOUNT INTACT                     *
      *    CONTLEDG  - THE CONTRIBUTION LEDGER IS RE-KEYED        *
      *    BENEFMST  - THE MEMBER'S NOMINATIONS, AND NOMINATIONS  *
      *                OF THE PERSON AS SURVIVOR, ARE RE-KEYED    *
      *    CHGHIST   - EARLIER ENTRIES ARE RE-KEYED IN PLACE AND  *
      *                A 'CPR' ENTRY LOGS THE RENUMBERING         *
      *    SURRREG   - THE LINK IS RE-KEYED; THE PERSON KEEPS     *
      *                THEIR SURROGATE SEQUENCE, WITH THE NEW     *
      *                DDMMYY PREFIX                              *
      *    NOTIFREG  - THE CURRENT GENERATION IS RE-KEYED         *
      *    PENDSCHM  - PENDING (AND DONE) SCHEME CHANGES RE-KEYED *
      *    ADDRMAST  - THE MAILING ADDRESS IS RE-KEYED            *
      *    CPRXREF   - THE CPR TO EMPLOYEE-NUMBER LINK, WITH THE  *
      *                HIRE DATE, IS RE-KEYED                     *
      *    EMPXREF   - LINKS TO THE OLD CPR, CURRENT OR PREVIOUS, *
      *                ARE RE-KEYED IN PLACE                      *
      *    SURVCAS   - A SURVIVOR CASE, AND THE MASTER IMAGE ON   *
      *                IT, IS RE-KEYED                            *
      *    CHGQUEUE  - THE OLD KEY GOES ON MARKED WITH THE NEW    *
      *                ONE, THEN THE NEW KEY, SO THE NEXT CPRMMNT *
      *                EXTRACT SENDS THE BUREAU AN EXPLICIT 'R'   *
      *                RENUMBERING AHEAD OF THE MOVED RECORD.     *
      * ON CHGHIST AND NOTIFREG BOTH THE REAL AND THE SURROGATE   *
      * FORM OF THE OLD CPR ARE RE-KEYED. THE NEW 'CPR' ENTRY IS  *
      * WRITTEN IN THE PRESENTABLE FORM (THE SURROGATE WHEN MASK  *
      * IS ON) UNDER PROGRAM CPRRENUM, SO NO CPRBKOUT BACK-OUT    *
      * EVER UNDOES IT. A CARD IS REFUSED, AND NOTHING DONE FOR   *
      * IT, WHEN :                                                *
      *    FORM - EITHER CPR IS NOT TEN DIGITS                    *
      *    SAME - THE OLD AND NEW CPR ARE THE SAME                *
      *    DUPL - EITHER CPR IS ON AN EARLIER CARD OF THE RUN     *
      *    NREG - THE NEW CPR ALREADY HAS A REGISTRY SURROGATE    *
      *    NOLD - THE OLD CPR IS NOT ON CPRMAST                   *
      *    NEWM - THE NEW CPR IS ALREADY ON CPRMAST               *
      *    NEWP - THE NEW CPR ALREADY HAS A PENDSCHM CHANGE       *
      *    NEWA - THE NEW CPR ALREADY HAS AN ADDRMAST ADDRESS     *
      *    NEWX - THE NEW CPR IS ALREADY ON CPRXREF (AND SO ON    *
      *           EMPXREF)                                        *
      *    NEWS - THE NEW CPR ALREADY HAS A SURVCAS CASE          *
      * BENEFMST AND THE KEYED FILES AFTER IT ARE OPTIONAL - ONE  *
      * NOT YET CREATED IS REPORTED AND PASSED OVER.              *
      * THE RENUMBERINGS ARE HELD ON THE RNWORK KEYED WORK FILE,  *
      * DEFINED ONCE WITH REUSE AND EMPTIED BY THE OPEN OUTPUT.   *
      * THE RNRPT REPORT LISTS EVERY CARD. RUN BEFORE THE DAY'S   *
      * CPRMMNT EXTRACT, OUTSIDE THE NIGHTLY STREAM. ENDS WITH    *
      * RC 4 WHEN A CARD WAS REFUSED.                             *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNCARD ASSIGN TO RNCARD
               FILE STATUS IS RNCARD-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RNWORK ASSIGN TO RNWORK
               FILE STATUS IS RNWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NW-KEY.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT CONTLEDG ASSIGN TO CONTLEDG
               FILE STATUS IS CONTLEDG-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY.

           SELECT BENEFMST ASSIGN TO BENEFMST
               FILE STATUS IS BENEFMST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-KEY.

           SELECT PENDSCHM ASSIGN TO PENDSCHM
               FILE STATUS IS PENDSCHM-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY.

           SELECT ADDRMAST ASSIGN TO ADDRMAST
               FILE STATUS IS ADDRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CPR.

           SELECT CPRXREF ASSIGN TO CPRXREF
               FILE STATUS IS CPRXREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CPR.

           SELECT EMPXREF ASSIGN TO EMPXREF
               FILE STATUS IS EMPXREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-EMPNO.

           SELECT SURVCAS ASSIGN TO SURVCAS
               FILE STATUS IS SURVCAS-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CPR.

           SELECT CHGHIST ASSIGN TO CHGHIST
               FILE STATUS IS CHGHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFREG ASSIGN TO NOTIFREG
               FILE STATUS IS NOTIFREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGQUEUE ASSIGN TO CHGQUEUE
               FILE STATUS IS CHGQUEUE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RNRPT ASSIGN TO RNRPT
               FILE STATUS IS RNRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CARD PER RENUMBERING. BLANK CARDS AND CARDS STARTING
      *    '*' ARE IGNORED.
       FD  RNCARD RECORDING MODE F.
       01  RNCARD-RECORD.
           05 RN-OLD-CPR            PIC X(10).
           05 RN-NEW-CPR            PIC X(10).
           05 RN-REF                PIC X(12).
           05 FILLER                PIC X(48).

      *    'R' RECORDS - ONE PER CARD, KEYED BY ITS CARD SEQUENCE,
      *                  WITH THE OUTCOME AND WHAT WAS RE-KEYED.
      *    'K' RECORDS - ONE PER CPR NAMED ON A CARD, OLD OR NEW.
      *    'M' RECORDS - ONE PER FORM OF AN OLD CPR BEING MOVED (REAL
      *                  AND SURROGATE), GIVING THE FORM IT BECOMES.
       FD  RNWORK.
       01  RNWORK-RECORD.
           05 NW-KEY.
              10 NW-KIND            PIC X(01).
                 88 NW-KIND-REQUEST          VALUE 'R'.
              10 NW-ID              PIC X(10).
           05 NW-REQ-SEQ            PIC 9(05).
           05 NW-TO-FORM            PIC X(10).
           05 NW-OLD-CPR            PIC X(10).
           05 NW-NEW-CPR            PIC X(10).
           05 NW-OLD-SURR           PIC X(10).
           05 NW-NEW-SURR           PIC X(10).
           05 NW-REF                PIC X(12).
           05 NW-STATUS             PIC X(01).
              88 NW-ACCEPTED                 VALUE 'A'.
              88 NW-REFUSED                  VALUE 'X'.
           05 NW-REASON             PIC X(04).
           05 NW-LEDG-COUNT         PIC 9(07).
           05 NW-BENF-COUNT         PIC 9(07).
           05 NW-HIST-COUNT         PIC 9(07).
           05 NW-NOTIF-COUNT        PIC 9(07).
           05 NW-PEND-COUNT         PIC 9(04).
           05 NW-ADDR-COUNT         PIC 9(01).
           05 NW-CXREF-COUNT        PIC 9(01).
           05 NW-EXREF-COUNT        PIC 9(04).
           05 NW-SURV-COUNT         PIC 9(01).
           05 FILLER                PIC X(08).

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

       FD  CONTLEDG.
       01  CONTLEDG-RECORD.
           COPY CONTLEDG.

       FD  BENEFMST.
       01  BENEFMST-RECORD.
           COPY BENEFMST.

      *    PENDING SCHEME CHANGES, KEYED BY REAL CPR AND EFFECTIVE
      *    DATE - MOVED TO THE NEW KEY LIKE THE LEDGER.
       FD  PENDSCHM.
       01  PENDSCHM-RECORD.
           COPY PENDSCHM.

      *    MAILING ADDRESS, KEYED BY REAL CPR - MOVED TO THE NEW KEY.
       FD  ADDRMAST.
       01  ADDRMAST-RECORD.
           COPY MBRADDR.

      *    CPR TO EMPLOYEE-NUMBER LINK, KEYED BY REAL CPR - MOVED TO
      *    THE NEW KEY WITH THE HIRE DATE PENSVEST MEASURES FROM.
       FD  CPRXREF.
       01  CPRXREF-RECORD.
           COPY CPRXREF.

      *    EMPLOYEE-NUMBER TO CPR LINKS - THE CPR IS NOT THE KEY, SO
      *    THEY ARE RE-KEYED IN PLACE.
       FD  EMPXREF.
       01  EMPXREF-RECORD.
           COPY EMPXREF.

      *    SURVIVOR CASES, KEYED BY REAL CPR - MOVED TO THE NEW KEY.
       FD  SURVCAS.
       01  SURVCASE-RECORD.
           COPY SURVCASE.

      *    CHANGE-HISTORY LOG - RE-KEYED IN PLACE, THEN EXTENDED WITH
      *    THE 'CPR' ENTRIES.
       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD.
           COPY CHGHIST.

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY - SEE
      *    THE SURRREG COPYBOOK. RE-KEYED IN PLACE.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

      *    THE CURRENT NOTIFIED-ONCE REGISTRY GENERATION PENSEXTR
      *    READS NEXT - RE-KEYED IN PLACE.
       FD  NOTIFREG RECORDING MODE F.
       01  NOTIFREG-RECORD.
           05 NI-CPR                PIC X(10).
           05 NI-RET-DATE           PIC 9(08).
           05 FILLER                PIC X(62).

      *    THE CHANGE QUEUE CPRMMNT'S DELTA EXTRACT DRIVES OFF. THE
      *    OLD KEY'S ENTRY CARRIES THE NEW KEY IN CQ-RENUM-TO AND THE
      *    BUSINESS DATE IN CQ-RENUM-DATE.
       FD  CHGQUEUE RECORDING MODE F.
       01  CHGQUEUE-RECORD.
           05 CQ-CPR                PIC X(10).
           05 CQ-RENUM-TO           PIC X(10).
           05 CQ-RENUM-DATE         PIC 9(08).
           05 FILLER                PIC X(52).

       FD  RNRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE STAMPS THE MOVED RECORD AND THE ENTRIES.
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
      *    KEYWORDS AND THEIR DEFAULTS. READ HERE FOR MASK.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 RNCARD-STATUS             PIC 99.
       01 RNWORK-STATUS             PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 CONTLEDG-STATUS           PIC 99.
       01 BENEFMST-STATUS           PIC 99.
       01 PENDSCHM-STATUS           PIC 99.
       01 ADDRMAST-STATUS           PIC 99.
       01 CPRXREF-STATUS            PIC 99.
       01 EMPXREF-STATUS            PIC 99.
       01 SURVCAS-STATUS            PIC 99.
       01 CHGHIST-STATUS            PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 NOTIFREG-STATUS           PIC 99.
       01 CHGQUEUE-STATUS           PIC 99.
       01 RNRPT-STATUS              PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 RD-MARKER                 PIC X     VALUE '0'.
          88 RD-EOF                          VALUE '1'.
       01 NW-MARKER                 PIC X     VALUE '0'.
          88 NW-EOF                          VALUE '1'.
       01 RG-MARKER                 PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 CH-MARKER                 PIC X     VALUE '0'.
          88 CH-EOF                          VALUE '1'.
       01 NI-MARKER                 PIC X     VALUE '0'.
          88 NI-EOF                          VALUE '1'.
       01 CL-MARKER                 PIC X     VALUE '0'.
          88 CL-EOF                          VALUE '1'.
       01 BF-MARKER                 PIC X     VALUE '0'.
          88 BF-EOF                          VALUE '1'.
       01 PS-MARKER                 PIC X     VALUE '0'.
          88 PS-EOF                          VALUE '1'.
       01 XR-MARKER                 PIC X     VALUE '0'.
          88 XR-EOF                          VALUE '1'.
       01 WS-BENEFMST-SW            PIC X     VALUE 'N'.
          88 BENEFMST-PRESENT                VALUE 'Y'.
       01 WS-PENDSCHM-SW            PIC X     VALUE 'N'.
          88 PENDSCHM-PRESENT                VALUE 'Y'.
       01 WS-ADDRMAST-SW            PIC X     VALUE 'N'.
          88 ADDRMAST-PRESENT                VALUE 'Y'.
       01 WS-CPRXREF-SW             PIC X     VALUE 'N'.
          88 CPRXREF-PRESENT                 VALUE 'Y'.
       01 WS-SURVCAS-SW             PIC X     VALUE 'N'.
          88 SURVCAS-PRESENT                 VALUE 'Y'.
       01 WS-MATCH-SW               PIC X.
          88 FORM-MATCHED                    VALUE 'Y'.
          88 FORM-NOT-MATCHED                VALUE 'N'.
       01 WS-CHANGED-SW             PIC X.
          88 RECORD-CHANGED                  VALUE 'Y'.
          88 RECORD-UNCHANGED                VALUE 'N'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-REQ-SEQ                PIC 9(05) VALUE 0.
       01 WS-REQ-ID.
           05 WS-REQ-ID-SEQ         PIC 9(05).
           05 FILLER                PIC X(05) VALUE SPACES.
       01 WS-REASON                 PIC X(04).
       01 WS-OLD-CPR                PIC X(10).
       01 WS-NEW-CPR                PIC X(10).
       01 WS-LOOKUP-FORM            PIC X(10).
       01 WS-TO-FORM                PIC X(10).
       01 WS-IMAGE                  PIC X(80).
       01 WS-SAVE-CL-RECORD         PIC X(80).
       01 WS-SAVE-BF-RECORD         PIC X(80).
       01 WS-SAVE-BF-KEY            PIC X(20).
       01 WS-SAVE-PS-RECORD         PIC X(80).

       01 WS-CARD-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-REQ-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-ACCEPTED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-REFUSED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-MOVED-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-LEDG-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-BENF-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-HIST-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-SURR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-NOTIF-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-PEND-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-ADDR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-CXREF-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-EXREF-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-SURV-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-LOGGED-COUNT           PIC 9(07) COMP VALUE 0.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(36)
              VALUE 'CPRRENUM CPR RENUMBERING'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(66) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'OLD CPR'.
           05 FILLER                PIC X(12) VALUE 'NEW CPR'.
           05 FILLER                PIC X(14) VALUE 'REFERENCE'.
           05 FILLER                PIC X(12) VALUE 'ACTION'.
           05 FILLER                PIC X(82) VALUE 'REMARK'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-OLD-CPR            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-NEW-CPR            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REF                PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-ACTION             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(60).
           05 FILLER                PIC X(22) VALUE SPACES.

      *    WHAT MOVED WITH A RENUMBERED MEMBER, ON THE REMARK.
       01 WS-MOVED-REMARK.
           05 FILLER                PIC X(07) VALUE 'LEDGER '.
           05 WR-LEDG               PIC ZZZ9.
           05 FILLER                PIC X(09) VALUE '  NOMINS '.
           05 WR-BENF               PIC ZZZ9.
           05 FILLER                PIC X(10) VALUE '  HISTORY '.
           05 WR-HIST               PIC ZZZ9.
           05 FILLER                PIC X(09) VALUE '  NOTIFY '.
           05 WR-NOTIF              PIC ZZZ9.
           05 FILLER                PIC X(09) VALUE SPACES.

      *    AND WHAT MOVED ON THE KEYED FILES, ON A SECOND LINE.
       01 WS-KEYED-REMARK.
           05 FILLER                PIC X(08) VALUE 'PENDING '.
           05 WR-PEND               PIC ZZZ9.
           05 FILLER                PIC X(10) VALUE '  ADDRESS '.
           05 WR-ADDR               PIC 9.
           05 FILLER                PIC X(10) VALUE '  CPRXREF '.
           05 WR-CXREF              PIC 9.
           05 FILLER                PIC X(10) VALUE '  EMPXREF '.
           05 WR-EXREF              PIC ZZZ9.
           05 FILLER                PIC X(11) VALUE '  SURVIVOR '.
           05 WR-SURV               PIC 9.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program CPRRENUM STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.

           OPEN OUTPUT RNRPT.
           IF RNRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RNRPT ' RNRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.

      *    EVERY CARD IS CHECKED AGAINST THE OTHERS AND THE REGISTRY
      *    BEFORE ANY MEMBER IS MOVED.
           PERFORM 020-LOAD-CARDS THRU 020-LOAD-CARDS-EXIT.
           PERFORM 030-FIND-SURROGATES THRU 030-FIND-SURROGATES-EXIT.
           PERFORM 040-MOVE-MEMBERS THRU 040-MOVE-MEMBERS-EXIT.
           IF WS-MOVED-COUNT > 0
              PERFORM 048-REKEY-SURVIVOR-SIDE THRU
                      048-REKEY-SURVIVOR-SIDE-EXIT
              PERFORM 057-REKEY-EMPXREF THRU 057-REKEY-EMPXREF-EXIT
              PERFORM 050-REKEY-HISTORY THRU 050-REKEY-HISTORY-EXIT
              PERFORM 055-REKEY-REGISTRY THRU 055-REKEY-REGISTRY-EXIT
              PERFORM 058-REKEY-NOTIFREG THRU 058-REKEY-NOTIFREG-EXIT
              PERFORM 060-LOG-RENUMBERINGS THRU
                      060-LOG-RENUMBERINGS-EXIT
           ELSE
              IF BENEFMST-PRESENT
                 CLOSE BENEFMST
              END-IF
              DISPLAY 'CPRRENUM - NO MEMBER TO RENUMBER - NO FILE '
                      'WAS CHANGED'
           END-IF.

           PERFORM 075-PRINT-REQUESTS THRU 075-PRINT-REQUESTS-EXIT.
           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE RNWORK.
           CLOSE RNRPT.
           DISPLAY 'CPRRENUM. RENUMBERING CARDS READ    ' WS-CARD-COUNT.
           DISPLAY 'CPRRENUM. MEMBERS RENUMBERED        '
                   WS-MOVED-COUNT.
           DISPLAY 'CPRRENUM. CARDS REFUSED             '
                   WS-REFUSED-COUNT.
           DISPLAY 'CPRRENUM. HISTORY ENTRIES RE-KEYED  ' WS-HIST-COUNT.
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       020-LOAD-CARDS.
      *    ONE 'R' RECORD PER CARD AND A 'K' RECORD FOR EACH OF ITS
      *    TWO CPRS. A CPR ALREADY ON A 'K' RECORD IS ON AN EARLIER
      *    CARD - A CHAIN OF RENUMBERINGS TAKES ONE RUN PER LINK.
           OPEN OUTPUT RNWORK.
           IF RNWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RNWORK ' RNWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE RNWORK.
           OPEN I-O RNWORK.
           IF RNWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RNWORK ' RNWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RNCARD.
           IF RNCARD-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RNCARD ' RNCARD-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-CARD THRU 022-READ-CARD-EXIT.
           PERFORM TEST BEFORE UNTIL RD-EOF
              ADD 1 TO WS-CARD-COUNT
              IF RNCARD-RECORD NOT = SPACES
                 AND RN-OLD-CPR(1:1) NOT = '*'
                 PERFORM 024-ADD-REQUEST THRU 024-ADD-REQUEST-EXIT
              END-IF
              PERFORM 022-READ-CARD THRU 022-READ-CARD-EXIT
           END-PERFORM.
           CLOSE RNCARD.
      *
       020-LOAD-CARDS-EXIT.
           EXIT.

       022-READ-CARD.
           READ RNCARD
                AT END SET RD-EOF TO TRUE
           END-READ.
      *
       022-READ-CARD-EXIT.
           EXIT.

       024-ADD-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           ADD 1 TO WS-REQ-SEQ.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
              WHEN RN-OLD-CPR IS NOT NUMERIC
                OR RN-NEW-CPR IS NOT NUMERIC
                 MOVE 'FORM' TO WS-REASON
              WHEN RN-OLD-CPR = RN-NEW-CPR
                 MOVE 'SAME' TO WS-REASON
              WHEN OTHER
                 MOVE RN-OLD-CPR TO WS-LOOKUP-FORM
                 PERFORM 026-ADD-CPR-KEY THRU 026-ADD-CPR-KEY-EXIT
                 MOVE RN-NEW-CPR TO WS-LOOKUP-FORM
                 PERFORM 026-ADD-CPR-KEY THRU 026-ADD-CPR-KEY-EXIT
           END-EVALUATE.
           MOVE SPACES TO RNWORK-RECORD.
           MOVE 'R' TO NW-KIND.
           MOVE WS-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE WS-REQ-ID TO NW-ID.
           MOVE WS-REQ-SEQ TO NW-REQ-SEQ.
           MOVE RN-OLD-CPR TO NW-OLD-CPR.
           MOVE RN-NEW-CPR TO NW-NEW-CPR.
           MOVE RN-REF TO NW-REF.
           MOVE 0 TO NW-LEDG-COUNT NW-BENF-COUNT
                     NW-HIST-COUNT NW-NOTIF-COUNT
                     NW-PEND-COUNT NW-ADDR-COUNT NW-CXREF-COUNT
                     NW-EXREF-COUNT NW-SURV-COUNT.
           IF WS-REASON = SPACES
              SET NW-ACCEPTED TO TRUE
              ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
              SET NW-REFUSED TO TRUE
              MOVE WS-REASON TO NW-REASON
              ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           WRITE RNWORK-RECORD
              INVALID KEY
                 DISPLAY 'CPRRENUM - RNWORK WRITE FAILED, STATUS '
                         RNWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-WRITE.
      *
       024-ADD-REQUEST-EXIT.
           EXIT.

       026-ADD-CPR-KEY.
      *    A CPR ALREADY ON AN EARLIER CARD REFUSES THIS ONE.
           MOVE SPACES TO RNWORK-RECORD.
           MOVE 'K' TO NW-KIND.
           MOVE WS-LOOKUP-FORM TO NW-ID.
           MOVE WS-REQ-SEQ TO NW-REQ-SEQ.
           WRITE RNWORK-RECORD
              INVALID KEY
                 MOVE 'DUPL' TO WS-REASON
           END-WRITE.
      *
       026-ADD-CPR-KEY-EXIT.
           EXIT.

       030-FIND-SURROGATES.
      *    THE OLD CPR'S SURROGATE MOVES WITH IT. A NEW CPR THAT IS
      *    ALREADY ON THE REGISTRY WOULD END UP WITH TWO SURROGATES,
      *    SO THAT CARD IS REFUSED. AN UNMASKED INSTALLATION HAS NO
      *    REGISTRY YET.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'CPRRENUM - NO SURROGATE REGISTRY ON FILE'
              GO TO 030-FIND-SURROGATES-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE '0' TO RG-MARKER.
           PERFORM 032-READ-SURRREG THRU 032-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              MOVE 'K' TO NW-KIND
              MOVE RG-REAL TO NW-ID
              READ RNWORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 034-NOTE-REGISTRY THRU
                            034-NOTE-REGISTRY-EXIT
              END-READ
              PERFORM 032-READ-SURRREG THRU 032-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
      *
       030-FIND-SURROGATES-EXIT.
           EXIT.

       032-READ-SURRREG.
           READ SURRREG
                AT END SET RG-EOF TO TRUE
           END-READ.
      *
       032-READ-SURRREG-EXIT.
           EXIT.

       034-NOTE-REGISTRY.
           MOVE NW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE 'R' TO NW-KIND.
           MOVE WS-REQ-ID TO NW-ID.
           READ RNWORK
              INVALID KEY
                 GO TO 034-NOTE-REGISTRY-EXIT
           END-READ.
           IF NOT NW-ACCEPTED
              GO TO 034-NOTE-REGISTRY-EXIT
           END-IF.
           IF RG-REAL = NW-NEW-CPR
              SET NW-REFUSED TO TRUE
              MOVE 'NREG' TO NW-REASON
              SUBTRACT 1 FROM WS-ACCEPTED-COUNT
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
      *       THE SEQUENCE PART OF THE SURROGATE STAYS THE PERSON'S;
      *       THE DDMMYY PREFIX FOLLOWS THE NEW CPR, AS MASKING DOES.
              MOVE RG-SURR TO NW-OLD-SURR
              MOVE RG-SURR TO NW-NEW-SURR
              MOVE NW-NEW-CPR(1:6) TO NW-NEW-SURR(1:6)
           END-IF.
           REWRITE RNWORK-RECORD.
      *
       034-NOTE-REGISTRY-EXIT.
           EXIT.

       040-MOVE-MEMBERS.
           OPEN I-O CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CONTLEDG.
           IF CONTLEDG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CONTLEDG ' CONTLEDG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O BENEFMST.
           IF BENEFMST-STATUS = 0
              SET BENEFMST-PRESENT TO TRUE
           ELSE
              IF BENEFMST-STATUS NOT = 35
                 DISPLAY 'FILE STATUS AT OPEN BENEFMST '
                         BENEFMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY 'CPRRENUM - NO BENEFICIARY MASTER ON FILE'
           END-IF.
           OPEN I-O PENDSCHM.
           IF PENDSCHM-STATUS = 0
              SET PENDSCHM-PRESENT TO TRUE
           ELSE
              IF PENDSCHM-STATUS NOT = 35
                 DISPLAY 'FILE STATUS AT OPEN PENDSCHM '
                         PENDSCHM-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY 'CPRRENUM - NO PENDING SCHEME CHANGES ON FILE'
           END-IF.
           OPEN I-O ADDRMAST.
           IF ADDRMAST-STATUS = 0
              SET ADDRMAST-PRESENT TO TRUE
           ELSE
              IF ADDRMAST-STATUS NOT = 35
                 DISPLAY 'FILE STATUS AT OPEN ADDRMAST '
                         ADDRMAST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY 'CPRRENUM - NO ADDRESS MASTER ON FILE'
           END-IF.
           OPEN I-O CPRXREF.
           IF CPRXREF-STATUS = 0
              SET CPRXREF-PRESENT TO TRUE
           ELSE
              IF CPRXREF-STATUS NOT = 35
                 DISPLAY 'FILE STATUS AT OPEN CPRXREF '
                         CPRXREF-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY 'CPRRENUM - NO CPR CROSS-REFERENCE ON FILE'
           END-IF.
           OPEN I-O SURVCAS.
           IF SURVCAS-STATUS = 0
              SET SURVCAS-PRESENT TO TRUE
           ELSE
              IF SURVCAS-STATUS NOT = 35
                 DISPLAY 'FILE STATUS AT OPEN SURVCAS '
                         SURVCAS-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY 'CPRRENUM - NO SURVIVOR-CASE FILE ON FILE'
           END-IF.
           PERFORM 042-START-REQUESTS THRU 042-START-REQUESTS-EXIT.
           PERFORM TEST BEFORE UNTIL NW-EOF
              IF NW-ACCEPTED
                 PERFORM 045-MOVE-ONE-MEMBER THRU
                         045-MOVE-ONE-MEMBER-EXIT
              END-IF
              PERFORM 043-READ-NEXT-REQUEST THRU
                      043-READ-NEXT-REQUEST-EXIT
           END-PERFORM.
           CLOSE CPRMAST.
           CLOSE CONTLEDG.
           IF PENDSCHM-PRESENT
              CLOSE PENDSCHM
           END-IF.
           IF ADDRMAST-PRESENT
              CLOSE ADDRMAST
           END-IF.
           IF CPRXREF-PRESENT
              CLOSE CPRXREF
           END-IF.
           IF SURVCAS-PRESENT
              CLOSE SURVCAS
           END-IF.
      *
       040-MOVE-MEMBERS-EXIT.
           EXIT.

       041-CHECK-NEW-CPR.
      *    THE NEW CPR MUST BE FREE ON EVERY KEYED FILE THE MEMBER'S
      *    RECORDS MOVE TO, OR THE TWO PEOPLE WOULD BE MERGED. EMPXREF
      *    NEEDS NO LOOK OF ITS OWN - EVERY LINK ON IT IS ALSO ON
      *    CPRXREF, KEYED BY THE CPR. WS-REASON COMES BACK SET WHEN
      *    THE CARD IS TO BE REFUSED.
           MOVE SPACES TO WS-REASON.
           IF PENDSCHM-PRESENT
              MOVE WS-NEW-CPR TO PS-CPR
              MOVE 0 TO PS-EFF-DATE
              MOVE '0' TO PS-MARKER
              START PENDSCHM KEY IS NOT LESS THAN PS-KEY
                 INVALID KEY
                    SET PS-EOF TO TRUE
              END-START
              IF NOT PS-EOF
                 READ PENDSCHM NEXT RECORD
                      AT END SET PS-EOF TO TRUE
                 END-READ
              END-IF
              IF NOT PS-EOF AND PS-CPR = WS-NEW-CPR
                 MOVE 'NEWP' TO WS-REASON
                 GO TO 041-CHECK-NEW-CPR-EXIT
              END-IF
           END-IF.
           IF ADDRMAST-PRESENT
              MOVE WS-NEW-CPR TO AD-CPR
              READ ADDRMAST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NEWA' TO WS-REASON
                    GO TO 041-CHECK-NEW-CPR-EXIT
              END-READ
           END-IF.
           IF CPRXREF-PRESENT
              MOVE WS-NEW-CPR TO CX-CPR
              READ CPRXREF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NEWX' TO WS-REASON
                    GO TO 041-CHECK-NEW-CPR-EXIT
              END-READ
           END-IF.
           IF SURVCAS-PRESENT
              MOVE WS-NEW-CPR TO SV-CPR
              READ SURVCAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NEWS' TO WS-REASON
                    GO TO 041-CHECK-NEW-CPR-EXIT
              END-READ
           END-IF.
      *
       041-CHECK-NEW-CPR-EXIT.
           EXIT.

       042-START-REQUESTS.
      *    POSITION ON THE FIRST 'R' RECORD AND READ IT.
           MOVE '0' TO NW-MARKER.
           MOVE 'R' TO NW-KIND.
           MOVE LOW-VALUES TO NW-ID.
           START RNWORK KEY IS NOT LESS THAN NW-KEY
              INVALID KEY
                 SET NW-EOF TO TRUE
                 GO TO 042-START-REQUESTS-EXIT
           END-START.
           PERFORM 043-READ-NEXT-REQUEST THRU
                   043-READ-NEXT-REQUEST-EXIT.
      *
       042-START-REQUESTS-EXIT.
           EXIT.

       043-READ-NEXT-REQUEST.
           READ RNWORK NEXT RECORD
                AT END SET NW-EOF TO TRUE
           END-READ.
           IF NOT NW-EOF AND NOT NW-KIND-REQUEST
              SET NW-EOF TO TRUE
           END-IF.
      *
       043-READ-NEXT-REQUEST-EXIT.
           EXIT.

       045-MOVE-ONE-MEMBER.
      *    THE 'R' RECORD IS IN THE BUFFER. THE MASTER RECORD GOES
      *    TO THE NEW KEY WHOLE, STAMPED WITH THE BUSINESS DATE SO
      *    THE EXTRACT CUTOFF TAKES IT; THE LEDGER AND NOMINATIONS
      *    FOLLOW IT WITH THE RECORDS ON THE OTHER KEYED FILES, AND
      *    'M' RECORDS MAP THE OLD FORMS TO THE NEW.
           MOVE NW-OLD-CPR TO WS-OLD-CPR.
           MOVE NW-NEW-CPR TO WS-NEW-CPR.
           MOVE WS-NEW-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'NEWM' TO WS-REASON
                 PERFORM 044-REFUSE-REQUEST THRU
                         044-REFUSE-REQUEST-EXIT
                 GO TO 045-MOVE-ONE-MEMBER-EXIT
           END-READ.
           MOVE WS-OLD-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 MOVE 'NOLD' TO WS-REASON
                 PERFORM 044-REFUSE-REQUEST THRU
                         044-REFUSE-REQUEST-EXIT
                 GO TO 045-MOVE-ONE-MEMBER-EXIT
           END-READ.
           PERFORM 041-CHECK-NEW-CPR THRU 041-CHECK-NEW-CPR-EXIT.
           IF WS-REASON NOT = SPACES
              PERFORM 044-REFUSE-REQUEST THRU
                      044-REFUSE-REQUEST-EXIT
              GO TO 045-MOVE-ONE-MEMBER-EXIT
           END-IF.
           MOVE WS-NEW-CPR TO RM-CPR.
           MOVE WS-BUSINESS-DATE TO RM-LASTUPD.
           WRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY '*** CPRRENUM - CPRMAST WRITE FAILED FOR '
                         WS-NEW-CPR(1:6) '**** STATUS '
                         CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           MOVE WS-OLD-CPR TO RM-CPR.
           DELETE CPRMAST
              INVALID KEY
                 DISPLAY '*** CPRRENUM - CPRMAST DELETE FAILED FOR '
                         WS-OLD-CPR(1:6) '**** STATUS '
                         CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-DELETE.
           ADD 1 TO WS-MOVED-COUNT.
           PERFORM 046-REKEY-LEDGER THRU 046-REKEY-LEDGER-EXIT.
           IF BENEFMST-PRESENT
              PERFORM 047-REKEY-NOMINATIONS THRU
                      047-REKEY-NOMINATIONS-EXIT
           END-IF.
           IF PENDSCHM-PRESENT
              PERFORM 051-MOVE-PENDING THRU 051-MOVE-PENDING-EXIT
           END-IF.
           IF ADDRMAST-PRESENT
              PERFORM 053-MOVE-ADDRESS THRU 053-MOVE-ADDRESS-EXIT
           END-IF.
           IF CPRXREF-PRESENT
              PERFORM 054-MOVE-CPRXREF THRU 054-MOVE-CPRXREF-EXIT
           END-IF.
           IF SURVCAS-PRESENT
              PERFORM 056-MOVE-SURVCASE THRU 056-MOVE-SURVCASE-EXIT
           END-IF.
           REWRITE RNWORK-RECORD.
      *    THE MAP FROM EACH OLD FORM TO ITS NEW ONE. THE 'R' RECORD
      *    IS READ BACK AFTER, SO THE SEQUENTIAL WALK CARRIES ON.
           MOVE NW-OLD-SURR TO WS-LOOKUP-FORM.
           MOVE NW-NEW-SURR TO WS-TO-FORM.
           MOVE NW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE SPACES TO RNWORK-RECORD.
           MOVE 'M' TO NW-KIND.
           MOVE WS-OLD-CPR TO NW-ID.
           MOVE WS-REQ-ID-SEQ TO NW-REQ-SEQ.
           MOVE WS-NEW-CPR TO NW-TO-FORM.
           WRITE RNWORK-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-LOOKUP-FORM NOT = SPACES
              MOVE 'M' TO NW-KIND
              MOVE WS-LOOKUP-FORM TO NW-ID
              MOVE WS-TO-FORM TO NW-TO-FORM
              WRITE RNWORK-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           MOVE 'R' TO NW-KIND.
           MOVE WS-REQ-ID TO NW-ID.
           READ RNWORK
              INVALID KEY
                 CONTINUE
           END-READ.
      *
       045-MOVE-ONE-MEMBER-EXIT.
           EXIT.

       044-REFUSE-REQUEST.
      *    THE 'R' RECORD IS IN THE BUFFER - NOTHING HAS BEEN DONE
      *    FOR IT YET.
           SET NW-REFUSED TO TRUE.
           MOVE WS-REASON TO NW-REASON.
           REWRITE RNWORK-RECORD.
           SUBTRACT 1 FROM WS-ACCEPTED-COUNT.
           ADD 1 TO WS-REFUSED-COUNT.
      *
       044-REFUSE-REQUEST-EXIT.
           EXIT.

       046-REKEY-LEDGER.
      *    EVERY LEDGER RECORD OF THE OLD CPR IS WRITTEN UNDER THE
      *    NEW ONE AND THE OLD ONE DELETED, RE-POSITIONING EACH TIME
      *    ON THE FIRST REMAINING OLD-CPR RECORD.
           MOVE '0' TO CL-MARKER.
           PERFORM TEST BEFORE UNTIL CL-EOF
              MOVE WS-OLD-CPR TO CL-CPR
              MOVE 0 TO CL-BUSDATE
              START CONTLEDG KEY IS NOT LESS THAN CL-KEY
                 INVALID KEY
                    SET CL-EOF TO TRUE
              END-START
              IF NOT CL-EOF
                 READ CONTLEDG NEXT RECORD
                      AT END SET CL-EOF TO TRUE
                 END-READ
              END-IF
              IF NOT CL-EOF AND CL-CPR NOT = WS-OLD-CPR
                 SET CL-EOF TO TRUE
              END-IF
              IF NOT CL-EOF
                 MOVE CONTLEDG-RECORD TO WS-SAVE-CL-RECORD
                 MOVE WS-NEW-CPR TO CL-CPR
                 WRITE CONTLEDG-RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - CONTLEDG ALREADY HOLDS '
                               WS-NEW-CPR(1:6) '**** FOR ' CL-BUSDATE
                 END-WRITE
                 MOVE WS-SAVE-CL-RECORD TO CONTLEDG-RECORD
                 DELETE CONTLEDG RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - CONTLEDG DELETE FAILED '
                               'STATUS ' CONTLEDG-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-DELETE
                 ADD 1 TO NW-LEDG-COUNT
                 ADD 1 TO WS-LEDG-COUNT
              END-IF
           END-PERFORM.
      *
       046-REKEY-LEDGER-EXIT.
           EXIT.

       047-REKEY-NOMINATIONS.
      *    THE MEMBER'S OWN NOMINATIONS ARE ADJACENT UNDER THE OLD
      *    CPR; THEY ARE MOVED THE SAME WAY AS THE LEDGER.
           MOVE '0' TO BF-MARKER.
           PERFORM TEST BEFORE UNTIL BF-EOF
              MOVE WS-OLD-CPR TO BF-MEMBER-CPR
              MOVE LOW-VALUES TO BF-BENEF-CPR
              START BENEFMST KEY IS NOT LESS THAN BF-KEY
                 INVALID KEY
                    SET BF-EOF TO TRUE
              END-START
              IF NOT BF-EOF
                 READ BENEFMST NEXT RECORD
                      AT END SET BF-EOF TO TRUE
                 END-READ
              END-IF
              IF NOT BF-EOF AND BF-MEMBER-CPR NOT = WS-OLD-CPR
                 SET BF-EOF TO TRUE
              END-IF
              IF NOT BF-EOF
                 MOVE BENEFMST-RECORD TO WS-SAVE-BF-RECORD
                 MOVE WS-NEW-CPR TO BF-MEMBER-CPR
                 WRITE BENEFMST-RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - BENEFMST ALREADY HOLDS '
                               'THE NOMINATION UNDER '
                               WS-NEW-CPR(1:6) '****'
                 END-WRITE
                 MOVE WS-SAVE-BF-RECORD TO BENEFMST-RECORD
                 DELETE BENEFMST RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - BENEFMST DELETE FAILED '
                               'STATUS ' BENEFMST-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-DELETE
                 ADD 1 TO NW-BENF-COUNT
                 ADD 1 TO WS-BENF-COUNT
              END-IF
           END-PERFORM.
      *
       047-REKEY-NOMINATIONS-EXIT.
           EXIT.

       048-REKEY-SURVIVOR-SIDE.
      *    NOMINATIONS OF A RENUMBERED PERSON AS SOMEONE ELSE'S
      *    SURVIVOR ARE SPREAD THROUGH THE FILE, SO IT IS READ WHOLE.
      *    AFTER EACH MOVE THE READ RE-POSITIONS PAST THE OLD KEY.
           IF NOT BENEFMST-PRESENT
              GO TO 048-REKEY-SURVIVOR-SIDE-EXIT
           END-IF.
           MOVE '0' TO BF-MARKER.
           MOVE LOW-VALUES TO BF-KEY.
           START BENEFMST KEY IS NOT LESS THAN BF-KEY
              INVALID KEY
                 SET BF-EOF TO TRUE
           END-START.
           PERFORM 049-READ-BENEFMST THRU 049-READ-BENEFMST-EXIT.
           PERFORM TEST BEFORE UNTIL BF-EOF
              MOVE BF-BENEF-CPR TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE BENEFMST-RECORD TO WS-SAVE-BF-RECORD
                 MOVE BF-KEY TO WS-SAVE-BF-KEY
                 MOVE WS-TO-FORM TO BF-BENEF-CPR
                 WRITE BENEFMST-RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - BENEFMST ALREADY HOLDS '
                               'THE SURVIVOR UNDER '
                               WS-TO-FORM(1:6) '****'
                 END-WRITE
                 MOVE WS-SAVE-BF-RECORD TO BENEFMST-RECORD
                 DELETE BENEFMST RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - BENEFMST DELETE FAILED '
                               'STATUS ' BENEFMST-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-DELETE
                 ADD 1 TO WS-BENF-COUNT
                 MOVE WS-SAVE-BF-KEY TO BF-KEY
                 START BENEFMST KEY IS GREATER THAN BF-KEY
                    INVALID KEY
                       SET BF-EOF TO TRUE
                 END-START
              END-IF
              IF NOT BF-EOF
                 PERFORM 049-READ-BENEFMST THRU 049-READ-BENEFMST-EXIT
              END-IF
           END-PERFORM.
           CLOSE BENEFMST.
      *
       048-REKEY-SURVIVOR-SIDE-EXIT.
           EXIT.

       049-READ-BENEFMST.
           IF BF-EOF
              GO TO 049-READ-BENEFMST-EXIT
           END-IF.
           READ BENEFMST NEXT RECORD
                AT END SET BF-EOF TO TRUE
           END-READ.
      *
       049-READ-BENEFMST-EXIT.
           EXIT.

       050-REKEY-HISTORY.
      *    EARLIER ENTRIES, AND THE CPR AT THE FRONT OF AN INSERT OR
      *    DELETE IMAGE, ARE RE-KEYED IN PLACE IN WHICHEVER FORM THEY
      *    WERE WRITTEN.
           OPEN I-O CHGHIST.
           IF CHGHIST-STATUS = 35
              DISPLAY 'CPRRENUM - NO CHANGE HISTORY ON FILE'
              GO TO 050-REKEY-HISTORY-EXIT
           END-IF.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGHIST ' CHGHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-CHGHIST THRU 052-READ-CHGHIST-EXIT.
           PERFORM TEST BEFORE UNTIL CH-EOF
              SET RECORD-UNCHANGED TO TRUE
              MOVE CH-CPR TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE WS-TO-FORM TO CH-CPR
                 SET RECORD-CHANGED TO TRUE
                 PERFORM 068-COUNT-HISTORY THRU 068-COUNT-HISTORY-EXIT
              END-IF
              IF CH-FIELD-INSERT OR CH-FIELD-DELETE
                 MOVE CH-IMAGE(1:10) TO WS-LOOKUP-FORM
                 PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
                 IF FORM-MATCHED
                    MOVE WS-TO-FORM TO CH-IMAGE(1:10)
                    SET RECORD-CHANGED TO TRUE
                 END-IF
              END-IF
              IF RECORD-CHANGED
                 REWRITE CHGHIST-RECORD
                 IF CHGHIST-STATUS NOT = 0
                    DISPLAY '*** CPRRENUM - CHGHIST REWRITE FAILED '
                            'STATUS ' CHGHIST-STATUS
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
              PERFORM 052-READ-CHGHIST THRU 052-READ-CHGHIST-EXIT
           END-PERFORM.
           CLOSE CHGHIST.
      *
       050-REKEY-HISTORY-EXIT.
           EXIT.

       052-READ-CHGHIST.
           READ CHGHIST
                AT END SET CH-EOF TO TRUE
           END-READ.
      *
       052-READ-CHGHIST-EXIT.
           EXIT.

       051-MOVE-PENDING.
      *    EVERY PENDSCHM RECORD OF THE OLD CPR - PENDING, APPLIED OR
      *    EXCEPTED - IS MOVED THE SAME WAY AS THE LEDGER, SO CPRFILE
      *    STILL FINDS THE MEMBER ON THE EFFECTIVE DATE.
           MOVE '0' TO PS-MARKER.
           PERFORM TEST BEFORE UNTIL PS-EOF
              MOVE WS-OLD-CPR TO PS-CPR
              MOVE 0 TO PS-EFF-DATE
              START PENDSCHM KEY IS NOT LESS THAN PS-KEY
                 INVALID KEY
                    SET PS-EOF TO TRUE
              END-START
              IF NOT PS-EOF
                 READ PENDSCHM NEXT RECORD
                      AT END SET PS-EOF TO TRUE
                 END-READ
              END-IF
              IF NOT PS-EOF AND PS-CPR NOT = WS-OLD-CPR
                 SET PS-EOF TO TRUE
              END-IF
              IF NOT PS-EOF
                 MOVE PENDSCHM-RECORD TO WS-SAVE-PS-RECORD
                 MOVE WS-NEW-CPR TO PS-CPR
                 WRITE PENDSCHM-RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - PENDSCHM ALREADY HOLDS '
                               WS-NEW-CPR(1:6) '**** FOR ' PS-EFF-DATE
                 END-WRITE
                 MOVE WS-SAVE-PS-RECORD TO PENDSCHM-RECORD
                 DELETE PENDSCHM RECORD
                    INVALID KEY
                       DISPLAY '*** CPRRENUM - PENDSCHM DELETE FAILED '
                               'STATUS ' PENDSCHM-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-DELETE
                 ADD 1 TO NW-PEND-COUNT
                 ADD 1 TO WS-PEND-COUNT
              END-IF
           END-PERFORM.
      *
       051-MOVE-PENDING-EXIT.
           EXIT.

       053-MOVE-ADDRESS.
      *    ONE ADDRESS PER CPR - WRITTEN UNDER THE NEW KEY, THE OLD
      *    ONE DELETED. A MEMBER WITH NO ADDRESS YET HAS NOTHING TO
      *    MOVE.
           MOVE WS-OLD-CPR TO AD-CPR.
           READ ADDRMAST
              INVALID KEY
                 GO TO 053-MOVE-ADDRESS-EXIT
           END-READ.
           MOVE WS-NEW-CPR TO AD-CPR.
           WRITE ADDRMAST-RECORD
              INVALID KEY
                 DISPLAY '*** CPRRENUM - ADDRMAST WRITE FAILED FOR '
                         WS-NEW-CPR(1:6) '**** STATUS '
                         ADDRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           MOVE WS-OLD-CPR TO AD-CPR.
           DELETE ADDRMAST
              INVALID KEY
                 DISPLAY '*** CPRRENUM - ADDRMAST DELETE FAILED FOR '
                         WS-OLD-CPR(1:6) '**** STATUS '
                         ADDRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-DELETE.
           ADD 1 TO NW-ADDR-COUNT.
           ADD 1 TO WS-ADDR-COUNT.
      *
       053-MOVE-ADDRESS-EXIT.
           EXIT.

       054-MOVE-CPRXREF.
      *    THE CPR TO EMPLOYEE-NUMBER LINK MOVES WHOLE, HIRE DATE AND
      *    ALL. ITS EMPXREF PARTNER IS RE-KEYED BY 057.
           MOVE WS-OLD-CPR TO CX-CPR.
           READ CPRXREF
              INVALID KEY
                 GO TO 054-MOVE-CPRXREF-EXIT
           END-READ.
           MOVE WS-NEW-CPR TO CX-CPR.
           WRITE CPRXREF-RECORD
              INVALID KEY
                 DISPLAY '*** CPRRENUM - CPRXREF WRITE FAILED FOR '
                         WS-NEW-CPR(1:6) '**** STATUS '
                         CPRXREF-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           MOVE WS-OLD-CPR TO CX-CPR.
           DELETE CPRXREF
              INVALID KEY
                 DISPLAY '*** CPRRENUM - CPRXREF DELETE FAILED FOR '
                         WS-OLD-CPR(1:6) '**** STATUS '
                         CPRXREF-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-DELETE.
           ADD 1 TO NW-CXREF-COUNT.
           ADD 1 TO WS-CXREF-COUNT.
      *
       054-MOVE-CPRXREF-EXIT.
           EXIT.

       056-MOVE-SURVCASE.
      *    A CASE LEFT FROM AN EARLIER DELETE (CANCELLED, OR CLOSED
      *    BEFORE THE MEMBER CAME BACK) MOVES WITH THE MEMBER; THE
      *    MASTER IMAGE IT KEEPS CARRIES THE CPR AT ITS FRONT TOO.
           MOVE WS-OLD-CPR TO SV-CPR.
           READ SURVCAS
              INVALID KEY
                 GO TO 056-MOVE-SURVCASE-EXIT
           END-READ.
           MOVE WS-NEW-CPR TO SV-CPR.
           IF SV-MASTER-IMAGE(1:10) = WS-OLD-CPR
              MOVE WS-NEW-CPR TO SV-MASTER-IMAGE(1:10)
           END-IF.
           WRITE SURVCASE-RECORD
              INVALID KEY
                 DISPLAY '*** CPRRENUM - SURVCAS WRITE FAILED FOR '
                         WS-NEW-CPR(1:6) '**** STATUS '
                         SURVCAS-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           MOVE WS-OLD-CPR TO SV-CPR.
           DELETE SURVCAS
              INVALID KEY
                 DISPLAY '*** CPRRENUM - SURVCAS DELETE FAILED FOR '
                         WS-OLD-CPR(1:6) '**** STATUS '
                         SURVCAS-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-DELETE.
           ADD 1 TO NW-SURV-COUNT.
           ADD 1 TO WS-SURV-COUNT.
      *
       056-MOVE-SURVCASE-EXIT.
           EXIT.

       057-REKEY-EMPXREF.
      *    THE LINKS ARE KEYED BY EMPLOYEE NUMBER, SO THE FILE IS READ
      *    WHOLE. THE CURRENT CPR AND THE ONE A MOVED EMPLOYEE NUMBER
      *    LEFT BEHIND ARE BOTH RE-KEYED IN PLACE, EACH IN THE REAL
      *    AND THE PRESENTED FORM.
           OPEN I-O EMPXREF.
           IF EMPXREF-STATUS = 35
              DISPLAY 'CPRRENUM - NO EMPLOYEE-NUMBER CROSS-REFERENCE '
                      'ON FILE'
              GO TO 057-REKEY-EMPXREF-EXIT
           END-IF.
           IF EMPXREF-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN EMPXREF ' EMPXREF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE '0' TO XR-MARKER.
           PERFORM 066-READ-EMPXREF THRU 066-READ-EMPXREF-EXIT.
           PERFORM TEST BEFORE UNTIL XR-EOF
              SET RECORD-UNCHANGED TO TRUE
              MOVE XR-CPR TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE WS-TO-FORM TO XR-CPR
                 SET RECORD-CHANGED TO TRUE
                 PERFORM 067-COUNT-EMPXREF THRU 067-COUNT-EMPXREF-EXIT
              END-IF
              MOVE XR-CPR-OUT TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE WS-TO-FORM TO XR-CPR-OUT
                 SET RECORD-CHANGED TO TRUE
              END-IF
              MOVE XR-PREV-CPR TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE WS-TO-FORM TO XR-PREV-CPR
                 SET RECORD-CHANGED TO TRUE
              END-IF
              MOVE XR-PREV-CPR-OUT TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE WS-TO-FORM TO XR-PREV-CPR-OUT
                 SET RECORD-CHANGED TO TRUE
              END-IF
              IF RECORD-CHANGED
                 REWRITE EMPXREF-RECORD
                 IF EMPXREF-STATUS NOT = 0
                    DISPLAY '*** CPRRENUM - EMPXREF REWRITE FAILED '
                            'STATUS ' EMPXREF-STATUS
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
              PERFORM 066-READ-EMPXREF THRU 066-READ-EMPXREF-EXIT
           END-PERFORM.
           CLOSE EMPXREF.
      *
       057-REKEY-EMPXREF-EXIT.
           EXIT.

       055-REKEY-REGISTRY.
      *    THE LINK KEEPS ITS PLACE ON THE REGISTRY - THE RECORD
      *    COUNT NUMBERS THE NEXT SURROGATE - WITH BOTH HALVES
      *    CHANGED.
           OPEN I-O SURRREG.
           IF SURRREG-STATUS = 35
              GO TO 055-REKEY-REGISTRY-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE '0' TO RG-MARKER.
           PERFORM 032-READ-SURRREG THRU 032-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              MOVE RG-REAL TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE WS-TO-FORM TO RG-REAL
                 MOVE RG-SURR TO WS-LOOKUP-FORM
                 PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
                 IF FORM-MATCHED
                    MOVE WS-TO-FORM TO RG-SURR
                 END-IF
                 REWRITE SURRREG-RECORD
                 IF SURRREG-STATUS NOT = 0
                    DISPLAY '*** CPRRENUM - SURRREG REWRITE FAILED '
                            'STATUS ' SURRREG-STATUS
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-SURR-COUNT
              END-IF
              PERFORM 032-READ-SURRREG THRU 032-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
      *
       055-REKEY-REGISTRY-EXIT.
           EXIT.

       058-REKEY-NOTIFREG.
      *    ONLY THE CURRENT GENERATION - PENSEXTR CARRIES IT FORWARD.
           OPEN I-O NOTIFREG.
           IF NOTIFREG-STATUS = 35
              DISPLAY 'CPRRENUM - NO NOTIFIED-ONCE REGISTRY ON FILE'
              GO TO 058-REKEY-NOTIFREG-EXIT
           END-IF.
           IF NOTIFREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN NOTIFREG ' NOTIFREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 059-READ-NOTIFREG THRU 059-READ-NOTIFREG-EXIT.
           PERFORM TEST BEFORE UNTIL NI-EOF
              MOVE NI-CPR TO WS-LOOKUP-FORM
              PERFORM 065-LOOKUP-FORM THRU 065-LOOKUP-FORM-EXIT
              IF FORM-MATCHED
                 MOVE WS-TO-FORM TO NI-CPR
                 REWRITE NOTIFREG-RECORD
                 IF NOTIFREG-STATUS NOT = 0
                    DISPLAY '*** CPRRENUM - NOTIFREG REWRITE FAILED '
                            'STATUS ' NOTIFREG-STATUS
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-NOTIF-COUNT
                 PERFORM 069-COUNT-NOTIFY THRU 069-COUNT-NOTIFY-EXIT
              END-IF
              PERFORM 059-READ-NOTIFREG THRU 059-READ-NOTIFREG-EXIT
           END-PERFORM.
           CLOSE NOTIFREG.
      *
       058-REKEY-NOTIFREG-EXIT.
           EXIT.

       059-READ-NOTIFREG.
           READ NOTIFREG
                AT END SET NI-EOF TO TRUE
           END-READ.
      *
       059-READ-NOTIFREG-EXIT.
           EXIT.

       060-LOG-RENUMBERINGS.
      *    ONE 'CPR' HISTORY ENTRY PER MEMBER MOVED, AND THE TWO KEYS
      *    ON THE CHANGE QUEUE : THE OLD ONE MARKED WITH THE NEW, SO
      *    THE EXTRACT SENDS THE RENUMBERING, THEN THE NEW ONE, SO IT
      *    SENDS THE MOVED RECORD.
           OPEN EXTEND CHGHIST.
           IF CHGHIST-STATUS = 35
              OPEN OUTPUT CHGHIST
           END-IF.
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
           PERFORM 042-START-REQUESTS THRU 042-START-REQUESTS-EXIT.
           PERFORM TEST BEFORE UNTIL NW-EOF
              IF NW-ACCEPTED
                 PERFORM 062-LOG-ONE THRU 062-LOG-ONE-EXIT
              END-IF
              PERFORM 043-READ-NEXT-REQUEST THRU
                      043-READ-NEXT-REQUEST-EXIT
           END-PERFORM.
           CLOSE CHGHIST.
           CLOSE CHGQUEUE.
      *
       060-LOG-RENUMBERINGS-EXIT.
           EXIT.

       062-LOG-ONE.
      *    THE ENTRY CARRIES THE PRESENTABLE FORMS : THE SURROGATES
      *    ON A MASKED INSTALLATION, THE REAL CPRS OTHERWISE. A
      *    MASKED MEMBER WITH NO SURROGATE YET GETS THE SEQUENCE
      *    BLANKED OUT, AS CPRFILE DOES.
           MOVE SPACES TO CHGHIST-RECORD.
           MOVE 'CPR' TO CH-FIELD.
           EVALUATE TRUE
              WHEN CFG-MASK NOT = 'Y'
                 MOVE NW-NEW-CPR TO CH-CPR
                 MOVE NW-OLD-CPR TO CH-OLD
                 MOVE NW-NEW-CPR TO CH-NEW
              WHEN NW-NEW-SURR NOT = SPACES
                 MOVE NW-NEW-SURR TO CH-CPR
                 MOVE NW-OLD-SURR TO CH-OLD
                 MOVE NW-NEW-SURR TO CH-NEW
              WHEN OTHER
                 MOVE NW-NEW-CPR TO CH-CPR
                 MOVE '****' TO CH-CPR(7:4)
                 MOVE NW-OLD-CPR(1:6) TO CH-OLD
                 MOVE '****' TO CH-OLD(7:4)
                 MOVE CH-CPR TO CH-NEW
           END-EVALUATE.
           MOVE WS-BUSINESS-DATE TO CH-DATE.
           MOVE 'CPRRENUM' TO CH-PROGRAM.
           WRITE CHGHIST-RECORD.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY '*** CPRRENUM - CHGHIST WRITE FAILED STATUS '
                      CHGHIST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-LOGGED-COUNT.
           MOVE SPACES TO CHGQUEUE-RECORD.
           MOVE NW-OLD-CPR TO CQ-CPR.
           MOVE NW-NEW-CPR TO CQ-RENUM-TO.
           MOVE WS-BUSINESS-DATE TO CQ-RENUM-DATE.
           WRITE CHGQUEUE-RECORD.
           MOVE SPACES TO CHGQUEUE-RECORD.
           MOVE NW-NEW-CPR TO CQ-CPR.
           WRITE CHGQUEUE-RECORD.
           IF CHGQUEUE-STATUS NOT = 0
              DISPLAY '*** CPRRENUM - CHGQUEUE WRITE FAILED STATUS '
                      CHGQUEUE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       062-LOG-ONE-EXIT.
           EXIT.

       065-LOOKUP-FORM.
      *    IS WS-LOOKUP-FORM AN OLD CPR, REAL OR SURROGATE, BEING
      *    MOVED? WS-TO-FORM COMES BACK AS THE FORM IT BECOMES.
           SET FORM-NOT-MATCHED TO TRUE.
           IF WS-LOOKUP-FORM = SPACES
              GO TO 065-LOOKUP-FORM-EXIT
           END-IF.
           MOVE 'M' TO NW-KIND.
           MOVE WS-LOOKUP-FORM TO NW-ID.
           READ RNWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET FORM-MATCHED TO TRUE
                 MOVE NW-TO-FORM TO WS-TO-FORM
           END-READ.
      *
       065-LOOKUP-FORM-EXIT.
           EXIT.

       066-READ-EMPXREF.
           READ EMPXREF NEXT RECORD
                AT END SET XR-EOF TO TRUE
           END-READ.
      *
       066-READ-EMPXREF-EXIT.
           EXIT.

       067-COUNT-EMPXREF.
      *    THE MATCHED 'M' RECORD IS STILL IN THE BUFFER.
           ADD 1 TO WS-EXREF-COUNT.
           MOVE NW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE 'R' TO NW-KIND.
           MOVE WS-REQ-ID TO NW-ID.
           READ RNWORK
              INVALID KEY
                 GO TO 067-COUNT-EMPXREF-EXIT
           END-READ.
           ADD 1 TO NW-EXREF-COUNT.
           REWRITE RNWORK-RECORD.
      *
       067-COUNT-EMPXREF-EXIT.
           EXIT.

       068-COUNT-HISTORY.
      *    THE MATCHED 'M' RECORD IS STILL IN THE BUFFER.
           ADD 1 TO WS-HIST-COUNT.
           MOVE NW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE 'R' TO NW-KIND.
           MOVE WS-REQ-ID TO NW-ID.
           READ RNWORK
              INVALID KEY
                 GO TO 068-COUNT-HISTORY-EXIT
           END-READ.
           ADD 1 TO NW-HIST-COUNT.
           REWRITE RNWORK-RECORD.
      *
       068-COUNT-HISTORY-EXIT.
           EXIT.

       069-COUNT-NOTIFY.
           MOVE NW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE 'R' TO NW-KIND.
           MOVE WS-REQ-ID TO NW-ID.
           READ RNWORK
              INVALID KEY
                 GO TO 069-COUNT-NOTIFY-EXIT
           END-READ.
           ADD 1 TO NW-NOTIF-COUNT.
           REWRITE RNWORK-RECORD.
      *
       069-COUNT-NOTIFY-EXIT.
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

       075-PRINT-REQUESTS.
      *    ONE LINE PER CARD, IN CARD ORDER, THE CPRS SHOWN WITH
      *    THEIR SEQUENCE PART BLANKED OUT.
           PERFORM 042-START-REQUESTS THRU 042-START-REQUESTS-EXIT.
           PERFORM TEST BEFORE UNTIL NW-EOF
              MOVE NW-OLD-CPR TO RL-OLD-CPR
              MOVE NW-NEW-CPR TO RL-NEW-CPR
              IF NW-OLD-CPR IS NUMERIC
                 MOVE '****' TO RL-OLD-CPR(7:4)
              END-IF
              IF NW-NEW-CPR IS NUMERIC
                 MOVE '****' TO RL-NEW-CPR(7:4)
              END-IF
              MOVE NW-REF TO RL-REF
              IF NW-ACCEPTED
                 MOVE 'RENUMBERED' TO RL-ACTION
                 MOVE NW-LEDG-COUNT TO WR-LEDG
                 MOVE NW-BENF-COUNT TO WR-BENF
                 MOVE NW-HIST-COUNT TO WR-HIST
                 MOVE NW-NOTIF-COUNT TO WR-NOTIF
                 MOVE WS-MOVED-REMARK TO RL-REMARK
                 PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
                 MOVE SPACES TO RL-OLD-CPR RL-NEW-CPR RL-REF
                                RL-ACTION
                 MOVE NW-PEND-COUNT TO WR-PEND
                 MOVE NW-ADDR-COUNT TO WR-ADDR
                 MOVE NW-CXREF-COUNT TO WR-CXREF
                 MOVE NW-EXREF-COUNT TO WR-EXREF
                 MOVE NW-SURV-COUNT TO WR-SURV
                 MOVE WS-KEYED-REMARK TO RL-REMARK
              ELSE
                 MOVE 'REFUSED' TO RL-ACTION
                 EVALUATE NW-REASON
                    WHEN 'FORM'
                       MOVE 'A CPR ON THE CARD IS NOT TEN DIGITS'
                         TO RL-REMARK
                    WHEN 'SAME'
                       MOVE 'OLD AND NEW CPR ARE THE SAME'
                         TO RL-REMARK
                    WHEN 'DUPL'
                       MOVE 'A CPR ON THE CARD IS ON AN EARLIER CARD'
                         TO RL-REMARK
                    WHEN 'NREG'
                       MOVE 'NEW CPR ALREADY HAS A SURROGATE'
                         TO RL-REMARK
                    WHEN 'NOLD'
                       MOVE 'OLD CPR IS NOT ON CPRMAST'
                         TO RL-REMARK
                    WHEN 'NEWM'
                       MOVE 'NEW CPR IS ALREADY ON CPRMAST'
                         TO RL-REMARK
                    WHEN 'NEWP'
                       MOVE 'NEW CPR ALREADY HAS A PENDING CHANGE'
                         TO RL-REMARK
                    WHEN 'NEWA'
                       MOVE 'NEW CPR ALREADY HAS A MAILING ADDRESS'
                         TO RL-REMARK
                    WHEN 'NEWX'
                       MOVE 'NEW CPR ALREADY ON THE HR CROSS-REFERENCE'
                         TO RL-REMARK
                    WHEN 'NEWS'
                       MOVE 'NEW CPR ALREADY HAS A SURVIVOR CASE'
                         TO RL-REMARK
                 END-EVALUATE
              END-IF
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              PERFORM 043-READ-NEXT-REQUEST THRU
                      043-READ-NEXT-REQUEST-EXIT
           END-PERFORM.
      *
       075-PRINT-REQUESTS-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'RENUMBERING CARDS' TO RT-TEXT.
           MOVE WS-REQ-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'MEMBERS RENUMBERED' TO RT-TEXT.
           MOVE WS-MOVED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CARDS REFUSED' TO RT-TEXT.
           MOVE WS-REFUSED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CONTRIBUTION LEDGER RECORDS RE-KEYED' TO RT-TEXT.
           MOVE WS-LEDG-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BENEFICIARY NOMINATIONS RE-KEYED' TO RT-TEXT.
           MOVE WS-BENF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CHANGE-HISTORY ENTRIES RE-KEYED' TO RT-TEXT.
           MOVE WS-HIST-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'SURROGATE REGISTRY LINKS RE-KEYED' TO RT-TEXT.
           MOVE WS-SURR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NOTIFIED-ONCE ENTRIES RE-KEYED' TO RT-TEXT.
           MOVE WS-NOTIF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'PENDING SCHEME CHANGES RE-KEYED' TO RT-TEXT.
           MOVE WS-PEND-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'MAILING ADDRESSES RE-KEYED' TO RT-TEXT.
           MOVE WS-ADDR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CPR CROSS-REFERENCE LINKS RE-KEYED' TO RT-TEXT.
           MOVE WS-CXREF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'EMPLOYEE-NUMBER LINKS RE-KEYED' TO RT-TEXT.
           MOVE WS-EXREF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'SURVIVOR CASES RE-KEYED' TO RT-TEXT.
           MOVE WS-SURV-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CPR CHANGE ENTRIES LOGGED' TO RT-TEXT.
           MOVE WS-LOGGED-COUNT TO RT-CT.
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
              DISPLAY 'CPRRENUM - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'CPRRENUM - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'CPRRENUM - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'CPRRENUM CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'CPRRENUM - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'CPRRENUM - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'CPRRENUM - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM CPRRENUM.
