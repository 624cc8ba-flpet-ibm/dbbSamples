       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHCNT.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * DEPTHCNT REPORTS HEADCOUNT AND EXTENSION USE PER          *
      * DEPARTMENT FROM A DFSIVA64 UNLOAD (PARM 'X') CHECKED      *
      * AGAINST THE DEPTREF DEPARTMENT REFERENCE FILE. FOR EVERY  *
      * DEPARTMENT ON THE REFERENCE FILE THE HCRPT REPORT SHOWS   *
      * THE PEOPLE FILED UNDER IT, THEIR OWN EXTENSIONS AND THEIR *
      * ADDITIONAL NUMBERS BY TYPE, AND REMARKS :                 *
      *    - NO STAFF (AN ACTIVE DEPARTMENT NOBODY IS FILED UNDER)*
      *    - NO MANAGER RECORDED                                  *
      *    - MANAGER NOT IN DIRECTORY (THE MANAGER'S EMPLOYEE     *
      *      NUMBER IS ON NO ENTRY IN THE UNLOAD)                 *
      *    - INACTIVE - STAFF STILL FILED UNDER IT                *
      * A SECOND SECTION LISTS DEPARTMENT ROOTS IN THE DIRECTORY  *
      * THAT ARE NOT ON THE REFERENCE FILE AT ALL (ENTRIES FILED  *
      * BEFORE THE FILE EXISTED). THE COUNTS ARE COLLECTED ON TWO *
      * KEYED WORK FILES RATHER THAN IN A TABLE, SO THE NUMBER OF *
      * DEPARTMENTS AND PEOPLE IS NOT LIMITED. THE RUN ENDS WITH  *
      * RC 4 WHEN ANY REMARK WAS PRINTED.                         *
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

           SELECT DEPTREF ASSIGN TO DEPTREF
               FILE STATUS IS DEPTREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CODE.

           SELECT HCDEPT ASSIGN TO HCDEPT
               FILE STATUS IS HCDEPT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CODE.

           SELECT HCEMPNO ASSIGN TO HCEMPNO
               FILE STATUS IS HCEMPNO-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HE-EMPNO.

           SELECT HCRPT ASSIGN TO HCRPT
               FILE STATUS IS HCRPT-STATUS
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
      *    NUMBERS BEHIND EACH PERSON ARE '*PHONE' RECORDS WITH THE
      *    NUMBER TYPE IN THE FIRST-NAME FIELD.
       FD  UNLDIN RECORDING MODE F.
       01  UNLOAD-RECORD.
           05 UL-LAST-NAME         PIC X(10).
           05 UL-FIRST-NAME        PIC X(10).
           05 UL-EXTENSION         PIC X(10).
           05 UL-ZIP-CODE          PIC X(07).
           05 UL-DEPT-CODE         PIC X(08).
           05 UL-EMPNO             PIC X(06).
           05 FILLER               PIC X(29).

       FD  DEPTREF.
       01  DEPTREF-RECORD.
           COPY DEPTREF.

      *    KEYED WORK FILE, ONE RECORD PER DEPARTMENT ROOT FOUND IN
      *    THE UNLOAD, WITH ITS COUNTS.
       FD  HCDEPT.
       01  HCDEPT-RECORD.
           05 HD-CODE               PIC X(08).
           05 HD-PERSONS            PIC 9(07).
           05 HD-EXTENSIONS         PIC 9(07).
           05 HD-DESK               PIC 9(07).
           05 HD-MOBILE             PIC 9(07).
           05 HD-HOTLINE            PIC 9(07).
           05 HD-OTHER              PIC 9(07).
           05 HD-SEEN-SW            PIC X(01).
              88 HD-ON-DEPTREF               VALUE 'Y'.
           05 FILLER                PIC X(29).

      *    KEYED WORK FILE, ONE RECORD PER EMPLOYEE NUMBER IN THE
      *    UNLOAD - WHERE THE MANAGERS ARE LOOKED UP.
       FD  HCEMPNO.
       01  HCEMPNO-RECORD.
           05 HE-EMPNO              PIC X(06).
           05 HE-DEPT-CODE          PIC X(08).
           05 HE-LAST-NAME          PIC X(10).
           05 FILLER                PIC X(56).

       FD  HCRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

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
       01 DEPTREF-STATUS            PIC 99.
       01 HCDEPT-STATUS             PIC 99.
       01 HCEMPNO-STATUS            PIC 99.
       01 HCRPT-STATUS              PIC 99.
       01 UL-MARKER                 PIC X     VALUE '0'.
          88 UL-EOF                          VALUE '1'.
       01 DT-MARKER                 PIC X     VALUE '0'.
          88 DT-EOF                          VALUE '1'.
       01 HD-MARKER                 PIC X     VALUE '0'.
          88 HD-EOF                          VALUE '1'.

       01 RUNCTL-STATUS             PIC 99.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.

       01 WS-PERSON-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-PHONE-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-EXTN-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-DEPT-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-ACTIVE-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-INACTIVE-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-NO-STAFF-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-NO-MGR-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-MGR-MISSING-COUNT      PIC 9(07) COMP VALUE 0.
       01 WS-INACT-STAFF-COUNT      PIC 9(07) COMP VALUE 0.
       01 WS-UNKNOWN-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-UNKNOWN-PERSONS        PIC 9(07) COMP VALUE 0.
       01 WS-EXCP-COUNT             PIC 9(07) COMP VALUE 0.

      *    DEPARTMENT OF THE LAST PERSON READ - AN ADDITIONAL NUMBER
      *    BELONGS TO THE PERSON IMMEDIATELY BEFORE IT.
       01 WS-CUR-DEPT               PIC X(08) VALUE SPACES.

      *    A DEPARTMENT LINE IS HELD UNTIL ITS REMARKS ARE KNOWN; A
      *    SECOND REMARK GOES ON A LINE OF ITS OWN BENEATH IT.
       01 WS-REMARK                 PIC X(36).
       01 WS-LINE-HELD-SW           PIC X     VALUE 'N'.
          88 WS-LINE-HELD                    VALUE 'Y'.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.
       01 WS-SECTION-TITLE          PIC X(60) VALUE SPACES.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44)
              VALUE 'DEPTHCNT DEPARTMENT HEADCOUNT AND EXTENSIONS'.
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
           05 FILLER                PIC X(10) VALUE 'DEPT'.
           05 FILLER                PIC X(26) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'COST CTR'.
           05 FILLER                PIC X(08) VALUE 'MANAGER'.
           05 FILLER                PIC X(07) VALUE '  STAFF'.
           05 FILLER                PIC X(07) VALUE '   EXTN'.
           05 FILLER                PIC X(07) VALUE '   DESK'.
           05 FILLER                PIC X(07) VALUE ' MOBILE'.
           05 FILLER                PIC X(07) VALUE 'HOTLINE'.
           05 FILLER                PIC X(07) VALUE '  OTHER'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(34) VALUE 'REMARK'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CODE               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-NAME               PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-COST-CENTRE        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-MGR-EMPNO          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-PERSONS            PIC ZZZZZZ9.
           05 RL-EXTENSIONS         PIC ZZZZZZ9.
           05 RL-DESK               PIC ZZZZZZ9.
           05 RL-MOBILE             PIC ZZZZZZ9.
           05 RL-HOTLINE            PIC ZZZZZZ9.
           05 RL-OTHER              PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(36).

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program DEPTHCNT STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.

           OPEN INPUT UNLDIN.
           IF UNLDIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN UNLDIN ' UNLDIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DEPTREF.
           IF DEPTREF-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DEPTREF ' DEPTREF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *    THE WORK FILES ARE DEFINED ONCE WITH REUSE - OPENING THEM
      *    OUTPUT EMPTIES THEM, THEN THEY ARE REOPENED FOR UPDATE.
           OPEN OUTPUT HCDEPT.
           IF HCDEPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HCDEPT ' HCDEPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE HCDEPT.
           OPEN I-O HCDEPT.
           OPEN OUTPUT HCEMPNO.
           IF HCEMPNO-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HCEMPNO ' HCEMPNO-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE HCEMPNO.
           OPEN I-O HCEMPNO.
           OPEN OUTPUT HCRPT.
           IF HCRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN HCRPT ' HCRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      *    PASS 1 - COUNT THE UNLOAD ONTO THE WORK FILES.
           PERFORM 016-READ-UNLOAD THRU 016-READ-UNLOAD-EXIT.
           PERFORM TEST BEFORE UNTIL UL-EOF
              PERFORM 020-COUNT-ONE THRU 020-COUNT-ONE-EXIT
              PERFORM 016-READ-UNLOAD THRU 016-READ-UNLOAD-EXIT
           END-PERFORM.
           CLOSE UNLDIN.

      *    PASS 2 - EVERY DEPARTMENT ON THE REFERENCE FILE.
           MOVE 'SECTION 1 - DEPARTMENTS ON THE REFERENCE FILE'
             TO WS-SECTION-TITLE.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.
           MOVE LOW-VALUES TO DT-CODE.
           START DEPTREF KEY IS NOT LESS THAN DT-CODE
              INVALID KEY
                 SET DT-EOF TO TRUE
           END-START.
           IF NOT DT-EOF
              PERFORM 042-READ-NEXT-DEPT THRU 042-READ-NEXT-DEPT-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL DT-EOF
              PERFORM 040-REPORT-DEPT THRU 040-REPORT-DEPT-EXIT
              PERFORM 042-READ-NEXT-DEPT THRU 042-READ-NEXT-DEPT-EXIT
           END-PERFORM.

      *    PASS 3 - ROOTS IN THE DIRECTORY THE REFERENCE FILE LACKS.
           MOVE 'SECTION 2 - DIRECTORY ROOTS NOT ON THE REFERENCE FILE'
             TO WS-SECTION-TITLE.
           PERFORM 072-SECTION-HEADING THRU 072-SECTION-HEADING-EXIT.
           MOVE LOW-VALUES TO HD-CODE.
           START HCDEPT KEY IS NOT LESS THAN HD-CODE
              INVALID KEY
                 SET HD-EOF TO TRUE
           END-START.
           IF NOT HD-EOF
              PERFORM 062-READ-NEXT-WORK THRU 062-READ-NEXT-WORK-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL HD-EOF
              IF NOT HD-ON-DEPTREF
                 PERFORM 060-REPORT-UNKNOWN THRU
                         060-REPORT-UNKNOWN-EXIT
              END-IF
              PERFORM 062-READ-NEXT-WORK THRU 062-READ-NEXT-WORK-EXIT
           END-PERFORM.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE DEPTREF.
           CLOSE HCDEPT.
           CLOSE HCEMPNO.
           CLOSE HCRPT.
           DISPLAY 'DEPTHCNT. PEOPLE IN THE DIRECTORY   '
                   WS-PERSON-COUNT.
           DISPLAY 'DEPTHCNT. DEPARTMENTS ON FILE       ' WS-DEPT-COUNT.
           DISPLAY 'DEPTHCNT. REMARKS                   ' WS-EXCP-COUNT.
           IF WS-EXCP-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       016-READ-UNLOAD.
           READ UNLDIN
                AT END SET UL-EOF TO TRUE
           END-READ.
      *
       016-READ-UNLOAD-EXIT.
           EXIT.

       020-COUNT-ONE.
      *    A PERSON COUNTS UNDER ITS OWN ROOT; AN ADDITIONAL NUMBER
      *    UNDER THE ROOT OF THE PERSON BEFORE IT.
           IF UL-DEPT-CODE(1:1) = '*'
              IF WS-CUR-DEPT = SPACES
                 GO TO 020-COUNT-ONE-EXIT
              END-IF
              ADD 1 TO WS-PHONE-COUNT
              PERFORM 030-GET-WORK THRU 030-GET-WORK-EXIT
              EVALUATE UL-FIRST-NAME(1:8)
                 WHEN 'DESK'
                    ADD 1 TO HD-DESK
                 WHEN 'MOBILE'
                    ADD 1 TO HD-MOBILE
                 WHEN 'HOTLINE'
                    ADD 1 TO HD-HOTLINE
                 WHEN OTHER
                    ADD 1 TO HD-OTHER
              END-EVALUATE
              PERFORM 032-PUT-WORK THRU 032-PUT-WORK-EXIT
              GO TO 020-COUNT-ONE-EXIT
           END-IF.
           ADD 1 TO WS-PERSON-COUNT.
           MOVE UL-DEPT-CODE TO WS-CUR-DEPT.
           PERFORM 030-GET-WORK THRU 030-GET-WORK-EXIT.
           ADD 1 TO HD-PERSONS.
           IF UL-EXTENSION NOT = SPACES
              ADD 1 TO HD-EXTENSIONS
              ADD 1 TO WS-EXTN-COUNT
           END-IF.
           PERFORM 032-PUT-WORK THRU 032-PUT-WORK-EXIT.
           IF UL-EMPNO NOT = SPACES
              MOVE SPACES TO HCEMPNO-RECORD
              MOVE UL-EMPNO TO HE-EMPNO
              MOVE UL-DEPT-CODE TO HE-DEPT-CODE
              MOVE UL-LAST-NAME TO HE-LAST-NAME
      *       THE SAME EMPLOYEE NUMBER TWICE IS PENSDREC'S CONCERN -
      *       FOR A MANAGER LOOKUP ONE ENTRY IS ENOUGH.
              WRITE HCEMPNO-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
      *
       020-COUNT-ONE-EXIT.
           EXIT.

       030-GET-WORK.
           MOVE WS-CUR-DEPT TO HD-CODE.
           READ HCDEPT
              INVALID KEY
                 MOVE SPACES TO HCDEPT-RECORD
                 MOVE WS-CUR-DEPT TO HD-CODE
                 MOVE 0 TO HD-PERSONS
                 MOVE 0 TO HD-EXTENSIONS
                 MOVE 0 TO HD-DESK
                 MOVE 0 TO HD-MOBILE
                 MOVE 0 TO HD-HOTLINE
                 MOVE 0 TO HD-OTHER
                 MOVE 'N' TO HD-SEEN-SW
                 WRITE HCDEPT-RECORD
                    INVALID KEY
                       DISPLAY '*** DEPTHCNT - HCDEPT WRITE FAILED FOR '
                               WS-CUR-DEPT ' STATUS ' HCDEPT-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-WRITE
           END-READ.
      *
       030-GET-WORK-EXIT.
           EXIT.

       032-PUT-WORK.
           REWRITE HCDEPT-RECORD
              INVALID KEY
                 DISPLAY '*** DEPTHCNT - HCDEPT REWRITE FAILED FOR '
                         HD-CODE ' STATUS ' HCDEPT-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
      *
       032-PUT-WORK-EXIT.
           EXIT.

       040-REPORT-DEPT.
           ADD 1 TO WS-DEPT-COUNT.
           IF DT-ACTIVE
              ADD 1 TO WS-ACTIVE-COUNT
           ELSE
              ADD 1 TO WS-INACTIVE-COUNT
           END-IF.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 'N' TO WS-LINE-HELD-SW.
           MOVE DT-CODE TO RL-CODE.
           MOVE DT-NAME TO RL-NAME.
           MOVE DT-COST-CENTRE TO RL-COST-CENTRE.
           MOVE DT-MGR-EMPNO TO RL-MGR-EMPNO.
      *    THE DEPARTMENT'S COUNTS, IF ANYONE IS FILED UNDER IT - THE
      *    WORK RECORD IS MARKED SO PASS 3 PASSES OVER IT.
           MOVE DT-CODE TO HD-CODE.
           READ HCDEPT
              INVALID KEY
                 MOVE 0 TO HD-PERSONS
                 MOVE 0 TO HD-EXTENSIONS
                 MOVE 0 TO HD-DESK
                 MOVE 0 TO HD-MOBILE
                 MOVE 0 TO HD-HOTLINE
                 MOVE 0 TO HD-OTHER
              NOT INVALID KEY
                 MOVE 'Y' TO HD-SEEN-SW
                 PERFORM 032-PUT-WORK THRU 032-PUT-WORK-EXIT
           END-READ.
           PERFORM 050-MOVE-COUNTS THRU 050-MOVE-COUNTS-EXIT.
           IF HD-PERSONS = 0
              IF DT-ACTIVE
                 ADD 1 TO WS-NO-STAFF-COUNT
                 MOVE 'NO STAFF' TO WS-REMARK
                 PERFORM 054-ADD-REMARK THRU 054-ADD-REMARK-EXIT
              END-IF
           ELSE
              IF DT-INACTIVE
                 ADD 1 TO WS-INACT-STAFF-COUNT
                 MOVE 'INACTIVE - STAFF STILL FILED UNDER IT'
                   TO WS-REMARK
                 PERFORM 054-ADD-REMARK THRU 054-ADD-REMARK-EXIT
              END-IF
           END-IF.
      *    THE MANAGER IS ONLY CHASED FOR A DEPARTMENT STILL IN USE.
           IF DT-ACTIVE
              IF DT-MGR-EMPNO = SPACES
                 ADD 1 TO WS-NO-MGR-COUNT
                 MOVE 'NO MANAGER RECORDED' TO WS-REMARK
                 PERFORM 054-ADD-REMARK THRU 054-ADD-REMARK-EXIT
              ELSE
                 MOVE DT-MGR-EMPNO TO HE-EMPNO
                 READ HCEMPNO
                    INVALID KEY
                       ADD 1 TO WS-MGR-MISSING-COUNT
                       MOVE 'MANAGER NOT IN DIRECTORY' TO WS-REMARK
                       PERFORM 054-ADD-REMARK THRU
                               054-ADD-REMARK-EXIT
                 END-READ
              END-IF
           END-IF.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       040-REPORT-DEPT-EXIT.
           EXIT.

       042-READ-NEXT-DEPT.
           READ DEPTREF NEXT
                AT END SET DT-EOF TO TRUE
           END-READ.
      *
       042-READ-NEXT-DEPT-EXIT.
           EXIT.

       050-MOVE-COUNTS.
           MOVE HD-PERSONS TO RL-PERSONS.
           MOVE HD-EXTENSIONS TO RL-EXTENSIONS.
           MOVE HD-DESK TO RL-DESK.
           MOVE HD-MOBILE TO RL-MOBILE.
           MOVE HD-HOTLINE TO RL-HOTLINE.
           MOVE HD-OTHER TO RL-OTHER.
      *
       050-MOVE-COUNTS-EXIT.
           EXIT.

       054-ADD-REMARK.
      *    THE FIRST REMARK RIDES ON THE DEPARTMENT'S OWN LINE; EACH
      *    FURTHER ONE PRINTS THE LINE SO FAR AND STARTS A NEW ONE.
           ADD 1 TO WS-EXCP-COUNT.
           IF WS-LINE-HELD
              PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT
              MOVE SPACES TO RPT-DETAIL-LINE
           END-IF.
           MOVE WS-REMARK TO RL-REMARK.
           SET WS-LINE-HELD TO TRUE.
      *
       054-ADD-REMARK-EXIT.
           EXIT.

       060-REPORT-UNKNOWN.
           ADD 1 TO WS-UNKNOWN-COUNT.
           ADD 1 TO WS-EXCP-COUNT.
           ADD HD-PERSONS TO WS-UNKNOWN-PERSONS.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HD-CODE TO RL-CODE.
           PERFORM 050-MOVE-COUNTS THRU 050-MOVE-COUNTS-EXIT.
           MOVE 'NOT ON THE REFERENCE FILE' TO RL-REMARK.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       060-REPORT-UNKNOWN-EXIT.
           EXIT.

       062-READ-NEXT-WORK.
           READ HCDEPT NEXT
                AT END SET HD-EOF TO TRUE
           END-READ.
      *
       062-READ-NEXT-WORK-EXIT.
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
           MOVE 'PEOPLE IN THE DIRECTORY' TO RT-TEXT.
           MOVE WS-PERSON-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  WITH THEIR OWN EXTENSION' TO RT-TEXT.
           MOVE WS-EXTN-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADDITIONAL NUMBERS' TO RT-TEXT.
           MOVE WS-PHONE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'DEPARTMENTS ON THE REFERENCE FILE' TO RT-TEXT.
           MOVE WS-DEPT-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  ACTIVE' TO RT-TEXT.
           MOVE WS-ACTIVE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  INACTIVE' TO RT-TEXT.
           MOVE WS-INACTIVE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  ACTIVE WITH NO STAFF' TO RT-TEXT.
           MOVE WS-NO-STAFF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  ACTIVE WITH NO MANAGER RECORDED' TO RT-TEXT.
           MOVE WS-NO-MGR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  MANAGER NOT IN THE DIRECTORY' TO RT-TEXT.
           MOVE WS-MGR-MISSING-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  INACTIVE WITH STAFF STILL FILED UNDER IT' TO RT-TEXT.
           MOVE WS-INACT-STAFF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ROOTS NOT ON THE REFERENCE FILE' TO RT-TEXT.
           MOVE WS-UNKNOWN-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  PEOPLE FILED UNDER THEM' TO RT-TEXT.
           MOVE WS-UNKNOWN-PERSONS TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REMARKS LISTED' TO RT-TEXT.
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
              DISPLAY 'DEPTHCNT - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'DEPTHCNT - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'DEPTHCNT - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'DEPTHCNT CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'DEPTHCNT - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'DEPTHCNT - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DEPTHCNT - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM DEPTHCNT.
