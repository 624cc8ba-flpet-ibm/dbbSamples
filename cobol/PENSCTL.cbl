      * BUSINESS DATE MAY FOLLOW IN THE PARM (E.G. 'R 20260822'); *
      * BY DEFAULT THE CURRENT DATE IS USED.                      *
      *                                                           *
      * THE PENSCAL PROCESSING CALENDAR, MAINTAINED ONCE A YEAR,  *
      * NAMES EVERY DAY AS A BUSINESS ('B') OR NON-BUSINESS ('N') *
      * DAY. 'R' REFUSES, WITH RC 8, A DATE THAT IS NOT A         *
      * BUSINESS DAY OR NOT ON THE CALENDAR AT ALL UNLESS THE     *
      * PARM SAYS OVERRIDE (E.G. 'R 20261226 OVERRIDE'), AND      *
      * STOPS THE STREAM WHILE THE PREVIOUS BUSINESS DAY HAS      *
      * NEITHER BEEN COMPLETED NOR ABANDONED. A BUSINESS DAY THAT *
      * WAS NEVER SUBMITTED AT ALL MAY BE ABANDONED WITH 'A' LIKE *
      * AN OPEN ONE. 'I' ALSO LISTS EVERY BUSINESS DAY SINCE THE  *
      * FIRST RUN-CONTROL RECORD THAT HAS NO RECORD AT ALL, AND   *
      * THEN ENDS WITH RC 4. WITHOUT A CALENDAR DATASET THE       *
      * CALENDAR CHECKS ARE SKIPPED.                              *
      *                                                           *
      * EBUD0RUN, CPRFILE AND PENSEXTR READ THE ACTIVE BUSINESS   *
      * DATE BACK OFF THIS FILE AND STAMP IT INTO THEIR OUTPUTS;  *
      * AN ABANDONED DATE COUNTS AS CLOSED TO ALL OF THEM.        *
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSCAL ASSIGN TO PENSCAL
               FILE STATUS IS PENSCAL-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL RECORDING MODE F.
           05 RC-REASON            PIC X(40).
           05 FILLER               PIC X(31).

      *    PROCESSING CALENDAR - ONE CARD PER DAY, DATE IN COLUMNS
      *    1-8, 'B' (BUSINESS) OR 'N' (NON-BUSINESS) IN COLUMN 10,
      *    AN OPTIONAL DESCRIPTION FROM COLUMN 12 (E.G. THE HOLIDAY).
      *    CARDS STARTING '*' ARE COMMENTS. ANY ORDER WILL DO.
       FD  PENSCAL RECORDING MODE F.
       01  PENSCAL-RECORD.
           05 CA-DATE              PIC X(08).
           05 FILLER               PIC X(01).
           05 CA-DAY-TYPE          PIC X(01).
              88 CA-BUSINESS-DAY            VALUE 'B'.
              88 CA-NON-BUSINESS-DAY        VALUE 'N'.
           05 FILLER               PIC X(01).
           05 CA-DESC              PIC X(30).
           05 FILLER               PIC X(39).

       WORKING-STORAGE SECTION.
       01 RUNCTL-STATUS             PIC 99.
       01 RC-MARKER                 PIC X     VALUE '0'.
          88 RC-EOF                          VALUE '1'.
       01 PENSCAL-STATUS            PIC 99.
       01 CA-MARKER                 PIC X     VALUE '0'.
          88 CA-EOF                          VALUE '1'.

       01 WS-FUNCTION               PIC X.
          88 WS-FUNC-REGISTER                VALUE 'R'.
          88 WS-DATE-COMPLETE                VALUE 'Y'.
       01 WS-OPEN-DATE              PIC 9(08) VALUE 0.
       01 WS-NEW-STATUS             PIC X.
       01 WS-DATE-SEEN-SW           PIC X     VALUE 'N'.
          88 WS-DATE-SEEN                    VALUE 'Y'.
       01 WS-FIRST-RUN-DATE         PIC 9(08) VALUE 0.
       01 WS-OVERRIDE-SW            PIC X     VALUE 'N'.
          88 WS-OVERRIDE                     VALUE 'Y'.

      *    WHAT THE CALENDAR SAYS : THE DAY TYPE OF THE REQUESTED
      *    DATE (SPACE WHEN IT IS NOT ON THE CALENDAR), THE LAST
      *    BUSINESS DAY BEFORE IT, AND WHETHER THAT DAY HAS BEEN
      *    COMPLETED OR ABANDONED ON RUNCTL.
       01 WS-CALENDAR-SW            PIC X     VALUE 'N'.
          88 WS-CALENDAR-PRESENT             VALUE 'Y'.
       01 WS-DAY-TYPE               PIC X     VALUE SPACE.
          88 WS-BUSINESS-DAY                 VALUE 'B'.
          88 WS-NON-BUSINESS-DAY             VALUE 'N'.
          88 WS-NOT-ON-CALENDAR              VALUE SPACE.
       01 WS-PREV-BUSDATE           PIC 9(08) VALUE 0.
       01 WS-PREV-CLOSED-SW         PIC X     VALUE 'N'.
          88 WS-PREV-CLOSED                  VALUE 'Y'.
       01 WS-CAL-DATE               PIC 9(08).
       01 WS-CAL-BAD-COUNT          PIC 9(05) COMP VALUE 0.
       01 WS-TODAY                  PIC 9(08).

      *    DISTINCT BUSINESS DATES ON RUNCTL, FOR THE MISSED-DAY LIST.
       01 WS-RUN-DATE-TABLE.
          05 WS-RUN-DATE-COUNT      PIC 9(05) COMP VALUE 0.
          05 WS-RUN-DATE            PIC 9(08) OCCURS 5000 TIMES.
       01 WS-RUN-SUB                PIC 9(05) COMP.
       01 WS-RUN-HIT                PIC 9(05) COMP.
       01 WS-RUN-FULL-SW            PIC X     VALUE 'N'.
          88 WS-RUN-FULL                     VALUE 'Y'.
       01 WS-MISSED-COUNT           PIC 9(05) COMP VALUE 0.

       LINKAGE SECTION.
       01  CTL-PARM.
              END-IF
              MOVE CTL-PARM-TEXT(12:WS-RSN-LEN) TO WS-REASON
           END-IF.
           IF WS-FUNC-REGISTER AND CTL-PARM-LEN >= 19
              AND CTL-PARM-TEXT(12:8) = 'OVERRIDE'
              SET WS-OVERRIDE TO TRUE
           END-IF.

           IF NOT WS-FUNC-COMPLETE
              PERFORM 015-SCAN-CALENDAR THRU 015-SCAN-CALENDAR-EXIT
           END-IF.
           PERFORM 020-SCAN-RUNCTL THRU 020-SCAN-RUNCTL-EXIT.

           EVALUATE TRUE
           END-IF.
           PERFORM 022-READ-RUNCTL THRU 022-READ-RUNCTL-EXIT.
           PERFORM TEST BEFORE UNTIL RC-EOF
              IF RC-BUSDATE = WS-BUSDATE
                 SET WS-DATE-SEEN TO TRUE
              END-IF
              IF WS-FIRST-RUN-DATE = 0
                 OR RC-BUSDATE < WS-FIRST-RUN-DATE
                 MOVE RC-BUSDATE TO WS-FIRST-RUN-DATE
              END-IF
              IF RC-BUSDATE = WS-PREV-BUSDATE
                 AND (RC-COMPLETED OR RC-ABANDONED)
                 SET WS-PREV-CLOSED TO TRUE
              END-IF
              EVALUATE TRUE
                 WHEN RC-REGISTERED
                    MOVE RC-BUSDATE TO WS-OPEN-DATE
       020-SCAN-RUNCTL-EXIT.
           EXIT.

       015-SCAN-CALENDAR.
      *    ONE PASS OVER THE CALENDAR : THE TYPE OF THE REQUESTED
      *    DATE AND THE LATEST BUSINESS DAY BEFORE IT.
           OPEN INPUT PENSCAL.
           IF PENSCAL-STATUS NOT = 0
              DISPLAY 'PENSCTL - NO PROCESSING CALENDAR (STATUS '
                      PENSCAL-STATUS ') - CALENDAR CHECKS SKIPPED'
              GO TO 015-SCAN-CALENDAR-EXIT
           END-IF.
           SET WS-CALENDAR-PRESENT TO TRUE.
           PERFORM 017-READ-CALENDAR THRU 017-READ-CALENDAR-EXIT.
           PERFORM TEST BEFORE UNTIL CA-EOF
              IF WS-CAL-DATE = WS-BUSDATE
                 MOVE CA-DAY-TYPE TO WS-DAY-TYPE
              END-IF
              IF CA-BUSINESS-DAY
                 AND WS-CAL-DATE < WS-BUSDATE
                 AND WS-CAL-DATE > WS-PREV-BUSDATE
                 MOVE WS-CAL-DATE TO WS-PREV-BUSDATE
              END-IF
              PERFORM 017-READ-CALENDAR THRU 017-READ-CALENDAR-EXIT
           END-PERFORM.
           CLOSE PENSCAL.
           IF WS-CAL-BAD-COUNT > 0
              DISPLAY 'PENSCTL - ' WS-CAL-BAD-COUNT ' CALENDAR '
                      'CARD(S) IGNORED'
           END-IF.
           IF WS-FUNC-REGISTER
              DISPLAY 'PENSCTL - PREVIOUS BUSINESS DAY '
                      WS-PREV-BUSDATE
           END-IF.
      *
       015-SCAN-CALENDAR-EXIT.
           EXIT.

       017-READ-CALENDAR.
      *    NEXT USABLE CALENDAR CARD, ITS DATE IN WS-CAL-DATE.
      *    COMMENTS AND BLANK CARDS ARE PASSED OVER; A CARD WITH A
      *    BAD DATE OR DAY TYPE IS REPORTED AND PASSED OVER TOO.
           READ PENSCAL
                AT END SET CA-EOF TO TRUE
           END-READ.
           IF CA-EOF
              GO TO 017-READ-CALENDAR-EXIT
           END-IF.
           IF PENSCAL-RECORD = SPACES OR CA-DATE(1:1) = '*'
              GO TO 017-READ-CALENDAR
           END-IF.
           IF CA-DATE IS NOT NUMERIC
              OR (NOT CA-BUSINESS-DAY AND NOT CA-NON-BUSINESS-DAY)
              DISPLAY 'PENSCTL - BAD CALENDAR CARD IGNORED: '
                      PENSCAL-RECORD(1:41)
              ADD 1 TO WS-CAL-BAD-COUNT
              GO TO 017-READ-CALENDAR
           END-IF.
           MOVE CA-DATE TO WS-CAL-DATE.
      *
       017-READ-CALENDAR-EXIT.
           EXIT.

       022-READ-RUNCTL.
           READ RUNCTL
                AT END SET RC-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 030-REGISTER-EXIT
           END-IF.
           IF NOT WS-CALENDAR-PRESENT
              GO TO 030-REGISTER-DATE
           END-IF.
      *    A BUSINESS DAY BEFORE THIS ONE THAT WAS NEVER RUN (OR
      *    NEVER FINISHED) MUST BE DEALT WITH FIRST - RUN IT, OR
      *    ABANDON IT WITH A REASON. DAYS BEFORE THE FIRST RUN-
      *    CONTROL RECORD PRE-DATE THE FILE AND ARE NOT CHECKED.
           IF WS-PREV-BUSDATE NOT = 0
              AND WS-FIRST-RUN-DATE NOT = 0
              AND WS-PREV-BUSDATE >= WS-FIRST-RUN-DATE
              AND NOT WS-PREV-CLOSED
              DISPLAY 'PENSCTL - PREVIOUS BUSINESS DAY '
                      WS-PREV-BUSDATE ' WAS NEITHER COMPLETED NOR '
                      'ABANDONED - STREAM STOPPED BEFORE '
                      WS-BUSDATE
              MOVE 8 TO RETURN-CODE
              GO TO 030-REGISTER-EXIT
           END-IF.
      *    A DATE THE CALENDAR DOES NOT CALL A BUSINESS DAY IS ONLY
      *    RUN WHEN OPERATIONS SAY SO.
           IF NOT WS-BUSINESS-DAY
              IF WS-NOT-ON-CALENDAR
                 DISPLAY 'PENSCTL - BUSINESS DATE ' WS-BUSDATE
                         ' IS NOT ON THE PROCESSING CALENDAR'
              ELSE
                 DISPLAY 'PENSCTL - BUSINESS DATE ' WS-BUSDATE
                         ' IS NOT A BUSINESS DAY ON THE PROCESSING '
                         'CALENDAR'
              END-IF
              IF NOT WS-OVERRIDE
                 DISPLAY 'PENSCTL - STREAM STOPPED - REGISTER IT '
                         'WITH OVERRIDE IN THE PARM TO RUN IT ANYWAY'
                 MOVE 8 TO RETURN-CODE
                 GO TO 030-REGISTER-EXIT
              END-IF
              DISPLAY 'PENSCTL - REGISTERED UNDER OVERRIDE'
           END-IF.
      *
       030-REGISTER-DATE.
           MOVE 'A' TO WS-NEW-STATUS.
           PERFORM 050-APPEND-RECORD THRU 050-APPEND-RECORD-EXIT.
           DISPLAY 'PENSCTL - BUSINESS DATE ' WS-BUSDATE
      *    FORMALLY CLOSE AN OPEN BUSINESS DATE AFTER A FAILED
      *    NIGHT. THE DATE MUST ACTUALLY BE THE ONE LEFT OPEN, AND
      *    A REASON MUST BE SUPPLIED - THIS RECORD IS THE AUDIT
      *    TRAIL THAT REPLACES THE OLD HAND-EDIT OF THE DATASET. A
      *    CALENDAR BUSINESS DAY THAT WAS NEVER SUBMITTED AT ALL IS
      *    ABANDONED THE SAME WAY, SO IT NO LONGER HOLDS UP 'R'.
           IF NOT WS-DATE-SEEN AND WS-BUSINESS-DAY
              GO TO 045-ABANDON-REASON
           END-IF.
           IF WS-OPEN-DATE = 0
              DISPLAY 'PENSCTL - NO BUSINESS DATE IS OPEN - '
                      'NOTHING TO ABANDON'
              MOVE 8 TO RETURN-CODE
              GO TO 045-ABANDON-EXIT
           END-IF.
      *
       045-ABANDON-REASON.
           IF WS-REASON = SPACES
              DISPLAY 'PENSCTL - ABANDON NEEDS AN OPERATOR REASON '
                      'IN THE PARM'
           DISPLAY '==========================='.
           PERFORM 022-READ-RUNCTL THRU 022-READ-RUNCTL-EXIT.
           PERFORM TEST BEFORE UNTIL RC-EOF
              PERFORM 062-NOTE-RUN-DATE THRU 062-NOTE-RUN-DATE-EXIT
              EVALUATE TRUE
                 WHEN RC-REGISTERED
                    MOVE 'REGISTERED' TO WS-STATUS-WORD
              DISPLAY '  NO BUSINESS DATE IS OPEN'
           END-IF.
           DISPLAY '==========================='.
           PERFORM 065-LIST-MISSED-DAYS THRU 065-LIST-MISSED-DAYS-EXIT.
      *
       060-INQUIRE-EXIT.
           EXIT.

       062-NOTE-RUN-DATE.
      *    KEEP EACH DISTINCT RUN-CONTROL DATE ONCE.
           IF WS-FIRST-RUN-DATE = 0
              OR RC-BUSDATE < WS-FIRST-RUN-DATE
              MOVE RC-BUSDATE TO WS-FIRST-RUN-DATE
           END-IF.
           MOVE 0 TO WS-RUN-HIT.
           PERFORM VARYING WS-RUN-SUB FROM WS-RUN-DATE-COUNT BY -1
                   UNTIL WS-RUN-SUB < 1
                      OR WS-RUN-HIT > 0
              IF WS-RUN-DATE(WS-RUN-SUB) = RC-BUSDATE
                 MOVE WS-RUN-SUB TO WS-RUN-HIT
              END-IF
           END-PERFORM.
           IF WS-RUN-HIT > 0
              GO TO 062-NOTE-RUN-DATE-EXIT
           END-IF.
           IF WS-RUN-DATE-COUNT < 5000
              ADD 1 TO WS-RUN-DATE-COUNT
              MOVE RC-BUSDATE TO WS-RUN-DATE(WS-RUN-DATE-COUNT)
           ELSE
              SET WS-RUN-FULL TO TRUE
           END-IF.
      *
       062-NOTE-RUN-DATE-EXIT.
           EXIT.

       065-LIST-MISSED-DAYS.
      *    EVERY CALENDAR BUSINESS DAY FROM THE FIRST RUN-CONTROL
      *    RECORD UP TO YESTERDAY THAT HAS NO RUN-CONTROL RECORD AT
      *    ALL - A NIGHT THAT WAS NEVER SUBMITTED.
           IF WS-FIRST-RUN-DATE = 0
              GO TO 065-LIST-MISSED-DAYS-EXIT
           END-IF.
           IF WS-RUN-FULL
              DISPLAY 'PENSCTL - MORE THAN 5000 RUN-CONTROL DATES - '
                      'MISSED BUSINESS DAYS NOT LISTED'
              MOVE 4 TO RETURN-CODE
              GO TO 065-LIST-MISSED-DAYS-EXIT
           END-IF.
           OPEN INPUT PENSCAL.
           IF PENSCAL-STATUS NOT = 0
              DISPLAY 'PENSCTL - NO PROCESSING CALENDAR (STATUS '
                      PENSCAL-STATUS ') - MISSED BUSINESS DAYS NOT '
                      'LISTED'
              GO TO 065-LIST-MISSED-DAYS-EXIT
           END-IF.
           MOVE '0' TO CA-MARKER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY 'PENSCTL BUSINESS DAYS NEVER RUN'.
           DISPLAY '==============================='.
           PERFORM 017-READ-CALENDAR THRU 017-READ-CALENDAR-EXIT.
           PERFORM TEST BEFORE UNTIL CA-EOF
              IF CA-BUSINESS-DAY
                 AND WS-CAL-DATE >= WS-FIRST-RUN-DATE
                 AND WS-CAL-DATE < WS-TODAY
                 PERFORM 067-CHECK-ONE-DAY THRU 067-CHECK-ONE-DAY-EXIT
              END-IF
              PERFORM 017-READ-CALENDAR THRU 017-READ-CALENDAR-EXIT
           END-PERFORM.
           CLOSE PENSCAL.
           IF WS-MISSED-COUNT = 0
              DISPLAY '  NONE'
           ELSE
              DISPLAY '  ' WS-MISSED-COUNT ' BUSINESS DAY(S) WITH NO '
                      'RUN-CONTROL RECORD'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '==============================='.
      *
       065-LIST-MISSED-DAYS-EXIT.
           EXIT.

       067-CHECK-ONE-DAY.
           MOVE 0 TO WS-RUN-HIT.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-DATE-COUNT
                      OR WS-RUN-HIT > 0
              IF WS-RUN-DATE(WS-RUN-SUB) = WS-CAL-DATE
                 MOVE WS-RUN-SUB TO WS-RUN-HIT
              END-IF
           END-PERFORM.
           IF WS-RUN-HIT = 0
              ADD 1 TO WS-MISSED-COUNT
              DISPLAY '  ' WS-CAL-DATE ' NEVER RUN'
           END-IF.
      *
       067-CHECK-ONE-DAY-EXIT.
           EXIT.

       050-APPEND-RECORD.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = 35
