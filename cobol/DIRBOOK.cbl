       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DIRBOOK.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * DIRBOOK PRODUCES THE PUBLISHED STAFF TELEPHONE DIRECTORY  *
      * FROM A DFSIVA64 UNLOAD (PARM 'X'), '*PHONE' ADDITIONAL    *
      * NUMBERS INCLUDED. TWO OUTPUTS :                           *
      *    - BOOKRPT, THE PRINTED DIRECTORY : DEPARTMENT BY       *
      *      DEPARTMENT, EACH STARTING ON A NEW PAGE HEADED WITH  *
      *      ITS CODE AND (FROM DEPTREF WHEN IT IS AVAILABLE) ITS *
      *      NAME, PEOPLE IN LAST-NAME ORDER WITH THEIR           *
      *      ADDITIONAL NUMBERS INDENTED UNDERNEATH               *
      *    - BOOKCSV, THE SAME ENTRIES AS A COMMA-DELIMITED FILE  *
      *      FOR THE INTRANET UPLOAD : A HEADING ROW, THEN ONE    *
      *      ROW PER NUMBER (TYPE MAIN FOR THE PERSON'S OWN       *
      *      EXTENSION)                                           *
      * EVERY NUMBER GETS THE SAME FORMAT EDITS DFSIVA64 APPLIES  *
      * TO A TRANSACTION - EXTENSION N-NNN-NNNN, INTERNAL ZIP     *
      * XXX/XXX. A PERSON FAILING THEM IS LEFT OUT OF BOTH        *
      * OUTPUTS WITH ALL THEIR NUMBERS, A FAILING ADDITIONAL      *
      * NUMBER ON ITS OWN; BOTH ARE LISTED ON AN EXCEPTIONS PAGE  *
      * AT THE END OF BOOKRPT, SO THE PUBLISHED DIRECTORY NEVER   *
      * CARRIES A NUMBER THAT CANNOT BE DIALLED. THE ENTRIES ARE  *
      * PUT IN ORDER ON A KEYED WORK FILE. THE RUN ENDS WITH RC 4 *
      * WHEN ANYTHING WAS LEFT OUT.                               *
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-CODE.

           SELECT BOOKWORK ASSIGN TO BOOKWORK
               FILE STATUS IS BOOKWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-KEY.

           SELECT BOOKRPT ASSIGN TO BOOKRPT
               FILE STATUS IS BOOKRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BOOKCSV ASSIGN TO BOOKCSV
               FILE STATUS IS BOOKCSV-STATUS
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

      *    KEYED WORK FILE, ONE RECORD PER DIRECTORY ENTRY IN BOOK
      *    ORDER : DEPARTMENT, LAST NAME, THEN THE ORDER READ (SO A
      *    PERSON'S ADDITIONAL NUMBERS FOLLOW THEM, LINE 000 BEING
      *    THE PERSON).
       FD  BOOKWORK.
       01  BOOKWORK-RECORD.
           05 BW-KEY.
              10 BW-DEPT-CODE       PIC X(08).
              10 BW-LAST-NAME       PIC X(10).
              10 BW-PERSON-SEQ      PIC 9(07).
              10 BW-LINE-SEQ        PIC 9(03).
           05 BW-TYPE               PIC X(01).
              88 BW-PERSON                   VALUE 'P'.
              88 BW-NUMBER                   VALUE 'N'.
           05 BW-FIRST-NAME         PIC X(10).
           05 BW-NUM-TYPE           PIC X(08).
           05 BW-EXTENSION          PIC X(10).
           05 BW-ZIP-CODE           PIC X(07).
           05 BW-EMPNO              PIC X(06).
      *       WHY THE ENTRY IS LEFT OUT - SPACES WHEN IT IS PUBLISHED
           05 BW-REASON             PIC X(03).
              88 BW-PUBLISHED                VALUE SPACES.
           05 FILLER                PIC X(07).

       FD  BOOKRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

       FD  BOOKCSV RECORDING MODE F.
       01  CSV-LINE                 PIC X(120).

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
       01 BOOKWORK-STATUS           PIC 99.
       01 BOOKRPT-STATUS            PIC 99.
       01 BOOKCSV-STATUS            PIC 99.
       01 WS-DEPTREF-SW             PIC X     VALUE '0'.
          88 DEPTREF-OPEN                    VALUE '1'.
       01 UL-MARKER                 PIC X     VALUE '0'.
          88 UL-EOF                          VALUE '1'.
       01 BW-MARKER                 PIC X     VALUE '0'.
          88 BW-EOF                          VALUE '1'.

       01 RUNCTL-STATUS             PIC 99.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.

       01 WS-PERSON-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-PHONE-COUNT            PIC 9(07) COMP VALUE 0.
       01 WS-ORPHAN-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-PRINTED-PERSONS        PIC 9(07) COMP VALUE 0.
       01 WS-PRINTED-PHONES         PIC 9(07) COMP VALUE 0.
       01 WS-DEPT-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-CSV-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-LEFT-PERSONS           PIC 9(07) COMP VALUE 0.
       01 WS-LEFT-PHONES            PIC 9(07) COMP VALUE 0.
       01 WS-EXCP-COUNT             PIC 9(07) COMP VALUE 0.

      *    THE PERSON THE NEXT '*PHONE' RECORD BELONGS TO, AND
      *    WHETHER THAT PERSON IS BEING LEFT OUT.
       01 WS-PERSON-SEQ             PIC 9(07) VALUE 0.
       01 WS-LINE-SEQ               PIC 9(03) VALUE 0.
       01 WS-CUR-DEPT               PIC X(08) VALUE SPACES.
       01 WS-CUR-LAST               PIC X(10) VALUE SPACES.
       01 WS-CUR-REASON             PIC X(03) VALUE SPACES.
       01 WS-HAVE-PERSON-SW         PIC X     VALUE 'N'.
          88 WS-HAVE-PERSON                  VALUE 'Y'.

      *    FORMAT EDIT OF ONE EXTENSION / INTERNAL ZIP.
       01 WS-EDIT-EXTENSION         PIC X(10).
       01 WS-EDIT-ZIP-CODE          PIC X(07).
       01 WS-EDIT-REASON            PIC X(03).

      *    PRINTING : THE DEPARTMENT ON THE CURRENT PAGES, AND THE
      *    PUBLISHED PERSON THE NUMBER LINES BELONG TO.
       01 WS-PRINT-DEPT             PIC X(08) VALUE LOW-VALUES.
       01 WS-DEPT-NAME              PIC X(30) VALUE SPACES.
       01 WS-PRT-LAST               PIC X(10).
       01 WS-PRT-FIRST              PIC X(10).
       01 WS-PRT-ZIP-CODE           PIC X(07).
       01 WS-PRT-EMPNO              PIC X(06).
       01 WS-EXCP-PAGE-SW           PIC X     VALUE 'N'.
          88 WS-EXCP-PAGE                    VALUE 'Y'.
       01 WS-NEW-DEPT-SW            PIC X     VALUE 'N'.
          88 WS-NEW-DEPT                     VALUE 'Y'.
       01 WS-SAVE-LINE              PIC X(133).

      *    ONE CSV ROW, BUILT FIELD BY FIELD; COMMAS INSIDE A FIELD
      *    ARE BLANKED SO THEY CANNOT SHIFT THE COLUMNS.
       01 WS-CSV-FIELDS.
           05 CV-DEPT-CODE          PIC X(08).
           05 CV-DEPT-NAME          PIC X(30).
           05 CV-LAST-NAME          PIC X(10).
           05 CV-FIRST-NAME         PIC X(10).
           05 CV-NUM-TYPE           PIC X(08).
           05 CV-NUMBER             PIC X(10).
           05 CV-ZIP-CODE           PIC X(07).
           05 CV-EMPNO              PIC X(06).

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44)
              VALUE 'DIRBOOK STAFF TELEPHONE DIRECTORY'.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(58) VALUE SPACES.
       01 RPT-DEPT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(11) VALUE 'DEPARTMENT '.
           05 RD-DEPT-CODE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DEPT-NAME          PIC X(30).
           05 RD-CONTINUED          PIC X(12).
           05 FILLER                PIC X(69) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(23) VALUE 'NAME'.
           05 FILLER                PIC X(12) VALUE 'EXTENSION'.
           05 FILLER                PIC X(09) VALUE 'ZIP'.
           05 FILLER                PIC X(88) VALUE SPACES.
       01 RPT-EXCP-TITLE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(60)
              VALUE 'EXCEPTIONS - LEFT OUT OF THE PUBLISHED DIRECTORY'.
           05 FILLER                PIC X(72) VALUE SPACES.
       01 RPT-HDR-3.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(10) VALUE 'DEPT'.
           05 FILLER                PIC X(23) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'TYPE'.
           05 FILLER                PIC X(12) VALUE 'NUMBER'.
           05 FILLER                PIC X(09) VALUE 'ZIP'.
           05 FILLER                PIC X(68) VALUE 'REASON'.

       01 RPT-PERSON-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RP-LAST-NAME          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RP-FIRST-NAME         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-EXTENSION          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-ZIP-CODE           PIC X(07).
           05 FILLER                PIC X(90) VALUE SPACES.
       01 RPT-NUMBER-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RN-NUM-TYPE           PIC X(08).
           05 FILLER                PIC X(11) VALUE SPACES.
           05 RN-EXTENSION          PIC X(10).
           05 FILLER                PIC X(99) VALUE SPACES.

       01 RPT-EXCP-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RX-DEPT-CODE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RX-LAST-NAME          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RX-FIRST-NAME         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RX-NUM-TYPE           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RX-EXTENSION          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RX-ZIP-CODE           PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RX-REASON             PIC X(40).
           05 FILLER                PIC X(28) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program DIRBOOK STARTING "

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
           IF DEPTREF-STATUS = 0
              SET DEPTREF-OPEN TO TRUE
           ELSE
              DISPLAY 'DIRBOOK - DEPTREF NOT AVAILABLE, STATUS '
                      DEPTREF-STATUS ' - NO DEPARTMENT NAMES'
           END-IF.
      *    THE WORK FILE IS DEFINED ONCE WITH REUSE - OPENING IT
      *    OUTPUT EMPTIES IT, THEN IT IS REOPENED FOR READING.
           OPEN OUTPUT BOOKWORK.
           IF BOOKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BOOKWORK ' BOOKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BOOKRPT.
           IF BOOKRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BOOKRPT ' BOOKRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BOOKCSV.
           IF BOOKCSV-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BOOKCSV ' BOOKCSV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      *    PASS 1 - EDIT EVERY ENTRY ONTO THE WORK FILE IN BOOK ORDER.
           PERFORM 016-READ-UNLOAD THRU 016-READ-UNLOAD-EXIT.
           PERFORM TEST BEFORE UNTIL UL-EOF
              PERFORM 020-LOAD-ONE THRU 020-LOAD-ONE-EXIT
              PERFORM 016-READ-UNLOAD THRU 016-READ-UNLOAD-EXIT
           END-PERFORM.
           CLOSE UNLDIN.
           CLOSE BOOKWORK.
           OPEN INPUT BOOKWORK.
           IF BOOKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BOOKWORK ' BOOKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      *    PASS 2 - THE PUBLISHED ENTRIES, PRINTED AND AS CSV.
           MOVE SPACES TO CSV-LINE.
           STRING 'DEPARTMENT,DEPARTMENT NAME,LAST NAME,FIRST NAME,'
                  DELIMITED BY SIZE
                  'NUMBER TYPE,NUMBER,INTERNAL ZIP,EMPLOYEE NUMBER'
                  DELIMITED BY SIZE
                  INTO CSV-LINE.
           WRITE CSV-LINE.
           PERFORM 032-READ-WORK THRU 032-READ-WORK-EXIT.
           PERFORM TEST BEFORE UNTIL BW-EOF
              IF BW-PUBLISHED
                 PERFORM 030-PUBLISH-ONE THRU 030-PUBLISH-ONE-EXIT
              END-IF
              PERFORM 032-READ-WORK THRU 032-READ-WORK-EXIT
           END-PERFORM.

      *    PASS 3 - WHAT WAS LEFT OUT, ON PAGES OF ITS OWN.
           SET WS-EXCP-PAGE TO TRUE.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.
           CLOSE BOOKWORK.
           OPEN INPUT BOOKWORK.
           MOVE '0' TO BW-MARKER.
           PERFORM 032-READ-WORK THRU 032-READ-WORK-EXIT.
           PERFORM TEST BEFORE UNTIL BW-EOF
              IF NOT BW-PUBLISHED
                 PERFORM 050-LIST-EXCEPTION THRU
                         050-LIST-EXCEPTION-EXIT
              END-IF
              PERFORM 032-READ-WORK THRU 032-READ-WORK-EXIT
           END-PERFORM.
           IF WS-EXCP-COUNT = 0
              MOVE SPACES TO RPT-TEXT-LINE
              MOVE 'NONE - EVERY ENTRY PASSED THE FORMAT EDITS'
                TO RT-TEXT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
           END-IF.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE BOOKWORK.
           CLOSE BOOKRPT.
           CLOSE BOOKCSV.
           IF DEPTREF-OPEN
              CLOSE DEPTREF
           END-IF.
           DISPLAY 'DIRBOOK. PEOPLE PUBLISHED           '
                   WS-PRINTED-PERSONS.
           DISPLAY 'DIRBOOK. ENTRIES LEFT OUT           ' WS-EXCP-COUNT.
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

       020-LOAD-ONE.
           MOVE SPACES TO BOOKWORK-RECORD.
           IF UL-DEPT-CODE(1:1) = '*'
              GO TO 020-LOAD-ONE-NUMBER
           END-IF.
      *    A PERSON : A NEW PERSON SEQUENCE, LINE 000.
           ADD 1 TO WS-PERSON-COUNT.
           ADD 1 TO WS-PERSON-SEQ.
           MOVE 0 TO WS-LINE-SEQ.
           MOVE UL-DEPT-CODE TO WS-CUR-DEPT.
           MOVE UL-LAST-NAME TO WS-CUR-LAST.
           SET WS-HAVE-PERSON TO TRUE.
           MOVE UL-EXTENSION TO WS-EDIT-EXTENSION.
           MOVE UL-ZIP-CODE TO WS-EDIT-ZIP-CODE.
           PERFORM 022-EDIT-FORMAT THRU 022-EDIT-FORMAT-EXIT.
           MOVE WS-EDIT-REASON TO WS-CUR-REASON.
           SET BW-PERSON TO TRUE.
           MOVE UL-FIRST-NAME TO BW-FIRST-NAME.
           MOVE UL-EXTENSION TO BW-EXTENSION.
           MOVE UL-ZIP-CODE TO BW-ZIP-CODE.
           MOVE UL-EMPNO TO BW-EMPNO.
           MOVE WS-EDIT-REASON TO BW-REASON.
           PERFORM 024-WRITE-WORK THRU 024-WRITE-WORK-EXIT.
           GO TO 020-LOAD-ONE-EXIT.
      *
       020-LOAD-ONE-NUMBER.
      *    AN ADDITIONAL NUMBER FOR THE PERSON READ BEFORE IT. ONE
      *    WHOSE PERSON IS LEFT OUT GOES WITH THEM.
           IF NOT WS-HAVE-PERSON
              ADD 1 TO WS-ORPHAN-COUNT
              GO TO 020-LOAD-ONE-EXIT
           END-IF.
           ADD 1 TO WS-PHONE-COUNT.
           ADD 1 TO WS-LINE-SEQ.
           MOVE UL-EXTENSION TO WS-EDIT-EXTENSION.
           MOVE SPACES TO WS-EDIT-ZIP-CODE.
           PERFORM 022-EDIT-FORMAT THRU 022-EDIT-FORMAT-EXIT.
           IF WS-EDIT-REASON = SPACES AND WS-CUR-REASON NOT = SPACES
              MOVE 'PAR' TO WS-EDIT-REASON
           END-IF.
           SET BW-NUMBER TO TRUE.
           MOVE UL-FIRST-NAME(1:8) TO BW-NUM-TYPE.
           MOVE UL-EXTENSION TO BW-EXTENSION.
           MOVE WS-EDIT-REASON TO BW-REASON.
           PERFORM 024-WRITE-WORK THRU 024-WRITE-WORK-EXIT.
      *
       020-LOAD-ONE-EXIT.
           EXIT.

       022-EDIT-FORMAT.
      *    THE DFSIVA64 FORMAT EDITS : EXTENSION N-NNN-NNNN, INTERNAL
      *    ZIP XXX/XXX. A BLANK FIELD IS NOT EDITED, AS THERE.
           MOVE SPACES TO WS-EDIT-REASON.
           IF WS-EDIT-EXTENSION NOT = SPACES
              IF WS-EDIT-EXTENSION(1:1) IS NOT NUMERIC
                 OR WS-EDIT-EXTENSION(2:1) NOT = '-'
                 OR WS-EDIT-EXTENSION(3:3) IS NOT NUMERIC
                 OR WS-EDIT-EXTENSION(6:1) NOT = '-'
                 OR WS-EDIT-EXTENSION(7:4) IS NOT NUMERIC
                 MOVE 'EXT' TO WS-EDIT-REASON
                 GO TO 022-EDIT-FORMAT-EXIT
              END-IF
           END-IF.
           IF WS-EDIT-ZIP-CODE NOT = SPACES
              IF WS-EDIT-ZIP-CODE(4:1) NOT = '/'
                 OR WS-EDIT-ZIP-CODE(1:3) = SPACES
                 OR WS-EDIT-ZIP-CODE(5:3) = SPACES
                 MOVE 'ZIP' TO WS-EDIT-REASON
              END-IF
           END-IF.
      *
       022-EDIT-FORMAT-EXIT.
           EXIT.

       024-WRITE-WORK.
           MOVE WS-CUR-DEPT TO BW-DEPT-CODE.
           MOVE WS-CUR-LAST TO BW-LAST-NAME.
           MOVE WS-PERSON-SEQ TO BW-PERSON-SEQ.
           MOVE WS-LINE-SEQ TO BW-LINE-SEQ.
           WRITE BOOKWORK-RECORD
              INVALID KEY
                 DISPLAY '*** DIRBOOK - BOOKWORK WRITE FAILED FOR '
                         BW-KEY ' STATUS ' BOOKWORK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
      *
       024-WRITE-WORK-EXIT.
           EXIT.

       030-PUBLISH-ONE.
           IF BW-DEPT-CODE NOT = WS-PRINT-DEPT
              PERFORM 040-NEW-DEPARTMENT THRU 040-NEW-DEPARTMENT-EXIT
           END-IF.
           IF BW-PERSON
              ADD 1 TO WS-PRINTED-PERSONS
              MOVE BW-LAST-NAME TO WS-PRT-LAST
              MOVE BW-FIRST-NAME TO WS-PRT-FIRST
              MOVE BW-ZIP-CODE TO WS-PRT-ZIP-CODE
              MOVE BW-EMPNO TO WS-PRT-EMPNO
              MOVE SPACES TO RPT-PERSON-LINE
              MOVE BW-LAST-NAME TO RP-LAST-NAME
              MOVE BW-FIRST-NAME TO RP-FIRST-NAME
              MOVE BW-EXTENSION TO RP-EXTENSION
              MOVE BW-ZIP-CODE TO RP-ZIP-CODE
              MOVE RPT-PERSON-LINE TO RPT-LINE
              MOVE 'MAIN' TO CV-NUM-TYPE
           ELSE
              ADD 1 TO WS-PRINTED-PHONES
              MOVE SPACES TO RPT-NUMBER-LINE
              MOVE BW-NUM-TYPE TO RN-NUM-TYPE
              MOVE BW-EXTENSION TO RN-EXTENSION
              MOVE RPT-NUMBER-LINE TO RPT-LINE
              MOVE BW-NUM-TYPE TO CV-NUM-TYPE
           END-IF.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
           MOVE BW-DEPT-CODE TO CV-DEPT-CODE.
           MOVE WS-DEPT-NAME TO CV-DEPT-NAME.
           MOVE WS-PRT-LAST TO CV-LAST-NAME.
           MOVE WS-PRT-FIRST TO CV-FIRST-NAME.
           MOVE BW-EXTENSION TO CV-NUMBER.
           MOVE WS-PRT-ZIP-CODE TO CV-ZIP-CODE.
           MOVE WS-PRT-EMPNO TO CV-EMPNO.
           PERFORM 038-WRITE-CSV THRU 038-WRITE-CSV-EXIT.
      *
       030-PUBLISH-ONE-EXIT.
           EXIT.

       032-READ-WORK.
           READ BOOKWORK NEXT
                AT END SET BW-EOF TO TRUE
           END-READ.
      *
       032-READ-WORK-EXIT.
           EXIT.

       038-WRITE-CSV.
           INSPECT WS-CSV-FIELDS REPLACING ALL ',' BY SPACE.
           MOVE SPACES TO CSV-LINE.
           STRING CV-DEPT-CODE  DELIMITED BY '  '
                  ','           DELIMITED BY SIZE
                  CV-DEPT-NAME  DELIMITED BY '  '
                  ','           DELIMITED BY SIZE
                  CV-LAST-NAME  DELIMITED BY '  '
                  ','           DELIMITED BY SIZE
                  CV-FIRST-NAME DELIMITED BY '  '
                  ','           DELIMITED BY SIZE
                  CV-NUM-TYPE   DELIMITED BY '  '
                  ','           DELIMITED BY SIZE
                  CV-NUMBER     DELIMITED BY '  '
                  ','           DELIMITED BY SIZE
                  CV-ZIP-CODE   DELIMITED BY '  '
                  ','           DELIMITED BY SIZE
                  CV-EMPNO      DELIMITED BY '  '
                  INTO CSV-LINE.
           WRITE CSV-LINE.
           ADD 1 TO WS-CSV-COUNT.
      *
       038-WRITE-CSV-EXIT.
           EXIT.

       040-NEW-DEPARTMENT.
      *    EVERY DEPARTMENT STARTS A NEW PAGE, HEADED WITH ITS NAME
      *    FROM THE REFERENCE FILE WHEN THE FILE HAS IT.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE BW-DEPT-CODE TO WS-PRINT-DEPT.
           MOVE SPACES TO WS-DEPT-NAME.
           IF DEPTREF-OPEN
              MOVE BW-DEPT-CODE TO DT-CODE
              READ DEPTREF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DT-NAME TO WS-DEPT-NAME
              END-READ
           END-IF.
           SET WS-NEW-DEPT TO TRUE.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.
           MOVE 'N' TO WS-NEW-DEPT-SW.
      *
       040-NEW-DEPARTMENT-EXIT.
           EXIT.

       050-LIST-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE SPACES TO RPT-EXCP-LINE.
           MOVE BW-DEPT-CODE TO RX-DEPT-CODE.
           MOVE BW-LAST-NAME TO RX-LAST-NAME.
           MOVE BW-EXTENSION TO RX-EXTENSION.
           IF BW-PERSON
              ADD 1 TO WS-LEFT-PERSONS
              MOVE BW-FIRST-NAME TO RX-FIRST-NAME
              MOVE 'MAIN' TO RX-NUM-TYPE
              MOVE BW-ZIP-CODE TO RX-ZIP-CODE
           ELSE
              ADD 1 TO WS-LEFT-PHONES
              MOVE BW-NUM-TYPE TO RX-NUM-TYPE
           END-IF.
           EVALUATE BW-REASON
              WHEN 'EXT'
                 MOVE 'EXTENSION IS NOT N-NNN-NNNN' TO RX-REASON
              WHEN 'ZIP'
                 MOVE 'INTERNAL ZIP IS NOT XXX/XXX' TO RX-REASON
              WHEN 'PAR'
                 MOVE 'THE PERSON IT BELONGS TO IS LEFT OUT'
                   TO RX-REASON
              WHEN OTHER
                 MOVE BW-REASON TO RX-REASON
           END-EVALUATE.
           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           WRITE RPT-LINE FROM RPT-EXCP-LINE.
           ADD 1 TO WS-LINE-CTR.
      *
       050-LIST-EXCEPTION-EXIT.
           EXIT.

       070-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO RH1-ASOF.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-EXCP-PAGE
              WRITE RPT-LINE FROM RPT-EXCP-TITLE
              WRITE RPT-LINE FROM RPT-HDR-3
           ELSE
              MOVE WS-PRINT-DEPT TO RD-DEPT-CODE
              MOVE WS-DEPT-NAME TO RD-DEPT-NAME
              IF WS-NEW-DEPT
                 MOVE SPACES TO RD-CONTINUED
              ELSE
                 MOVE '(CONTINUED)' TO RD-CONTINUED
              END-IF
              WRITE RPT-LINE FROM RPT-DEPT-LINE
              WRITE RPT-LINE FROM RPT-HDR-2
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 5 TO WS-LINE-CTR.
      *
       070-PRINT-HEADERS-EXIT.
           EXIT.

       074-PRINT-DETAIL.
           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
              MOVE RPT-LINE TO WS-SAVE-LINE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
              MOVE WS-SAVE-LINE TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CTR.
      *
       074-PRINT-DETAIL-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'PEOPLE IN THE UNLOAD' TO RT-TEXT.
           MOVE WS-PERSON-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADDITIONAL NUMBERS IN THE UNLOAD' TO RT-TEXT.
           MOVE WS-PHONE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADDITIONAL NUMBERS WITH NO PERSON BEFORE THEM' TO
                RT-TEXT.
           MOVE WS-ORPHAN-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'DEPARTMENTS PUBLISHED' TO RT-TEXT.
           MOVE WS-DEPT-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'PEOPLE PUBLISHED' TO RT-TEXT.
           MOVE WS-PRINTED-PERSONS TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADDITIONAL NUMBERS PUBLISHED' TO RT-TEXT.
           MOVE WS-PRINTED-PHONES TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CSV ROWS WRITTEN (EXCLUDING THE HEADING ROW)' TO
                RT-TEXT.
           MOVE WS-CSV-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'PEOPLE LEFT OUT' TO RT-TEXT.
           MOVE WS-LEFT-PERSONS TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ADDITIONAL NUMBERS LEFT OUT' TO RT-TEXT.
           MOVE WS-LEFT-PHONES TO RT-CT.
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
              DISPLAY 'DIRBOOK - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'DIRBOOK - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'DIRBOOK - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'DIRBOOK CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'DIRBOOK - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'DIRBOOK - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DIRBOOK - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM DIRBOOK.
