       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPRBKOUT.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * CPRBKOUT BACKS OUT ONE NIGHT'S CHANGES TO CPRMAST, DRIVEN *
      * BY THE CHGHIST CHANGE-HISTORY LOG. EVERY ENTRY CPRFILE    *
      * AND THE PENSVEST LEAVER RUN WROTE FOR THE GIVEN BUSINESS  *
      * DATE (OPTIONALLY ONLY THOSE FROM ONE FILEIN SUB-FILE      *
      * BRANCH) IS REVERSED, NEWEST FIRST :                       *
      *    'INSERT'  - THE RECORD IS DELETED AGAIN                *
      *    'DELETE'  - THE RECORD IS RESTORED FROM ITS IMAGE. A   *
      *                SURVIVOR CASE THE DELETE OPENED ON SURVCAS *
      *                IS CANCELLED WHILE IT IS STILL NEW; ONE    *
      *                ALREADY SENT TO CLAIMS LEAVES THE MEMBER   *
      *                OFF THE MASTER, LISTED. A PENDSCHM CHANGE  *
      *                THE SAME NIGHT EXCEPTED BECAUSE THE MEMBER *
      *                HAD GONE IS MADE PENDING AGAIN             *
      *    'GENDER', 'SCHEME', 'RC' - THE OLD VALUE IS PUT BACK.  *
      *                A SCHEME CHANGE APPLIED FROM PENDSCHM PUTS *
      *                ITS PENDSCHM RECORD BACK TO PENDING, SO    *
      *                THE NEXT NIGHT APPLIES IT AGAIN; WITHOUT   *
      *                PENDSCHM IT IS LEFT AS IT STANDS, LISTED   *
      *    'STATUS'  - A DEFERRED MEMBER MADE ACTIVE ON REJOINING *
      *                IS DEFERRED AGAIN WITH THE LEAVING DATE    *
      *                AND PRESERVED BENEFIT FROM ITS IMAGE       *
      *    'REFUND'  - LEFT AS IT STANDS AND LISTED : THE REFUND  *
      *                HAS GONE TO FINANCE ON LEAVSETL AND IS     *
      *                RECOVERED BY HAND                          *
      * A RECORD SOMETHING ELSE HAS CHANGED SINCE IS LEFT AS IT   *
      * STANDS AND LISTED, SO A BACK-OUT NEVER UNDOES A LATER     *
      * NIGHT'S WORK, AND A SECOND RUN FOR THE SAME DATE FINDS    *
      * EVERYTHING ALREADY REVERSED. EACH REVERSAL IS WRITTEN TO  *
      * CHGHIST IN ITS TURN (PROGRAM CPRBKOUT, NOT PICKED UP BY A *
      * LATER BACK-OUT) AND ITS KEY TO CHGQUEUE, SO THE NEXT      *
      * CPRMMNT EXTRACT SENDS THE BUREAU THE RESTORED RECORDS.    *
      * THE TOUCHED RECORDS ARE STAMPED WITH THE REGISTERED       *
      * BUSINESS DATE. THE GENDER/SCHEME/RC REVERSAL DOES NOT     *
      * RESTORE THE AGE OR LAST AMOUNT THE NIGHT ALSO REWROTE -   *
      * THE HISTORY DOES NOT CARRY THEM. PENDSCHM AND SURVCAS ARE *
      * OPTIONAL : AN INSTALLATION WITHOUT ONE HAS NOTHING ON IT  *
      * TO PUT RIGHT. MASKED ENTRIES ARE RESOLVED THROUGH THE     *
      * SURRREG REGISTRY, LOADED FIRST ONTO THE BKSURR KEYED WORK *
      * FILE, AND THE SELECTED ENTRIES ARE HELD NEWEST FIRST ON   *
      * THE BKWORK KEYED WORK FILE; BOTH ARE DEFINED ONCE WITH    *
      * REUSE AND EMPTIED BY THE OPEN OUTPUT. THE BKRPT REPORT    *
      * LISTS EVERY ENTRY. ENDS WITH RC 4 WHEN ANYTHING WAS LEFT  *
      * AS IT STANDS, OR WHEN THERE WAS NOTHING TO BACK OUT.      *
      *                                                           *
      * PARM='CCYYMMDD' OR 'CCYYMMDD,BRANCH' NAMES THE BUSINESS   *
      * DATE TO BACK OUT AND, OPTIONALLY, THE ONE BRANCH.         *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGHIST ASSIGN TO CHGHIST
               FILE STATUS IS CHGHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BKWORK ASSIGN TO BKWORK
               FILE STATUS IS BKWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-INV-RECNO.

           SELECT BKSURR ASSIGN TO BKSURR
               FILE STATUS IS BKSURR-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-SURR.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT PENDSCHM ASSIGN TO PENDSCHM
               FILE STATUS IS PENDSCHM-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY.

           SELECT SURVCAS ASSIGN TO SURVCAS
               FILE STATUS IS SURVCAS-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CPR.

           SELECT CHGQUEUE ASSIGN TO CHGQUEUE
               FILE STATUS IS CHGQUEUE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BKRPT ASSIGN TO BKRPT
               FILE STATUS IS BKRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    CHANGE-HISTORY LOG - READ WHOLE FOR THE SELECTION, THEN
      *    EXTENDED WITH THE REVERSALS.
       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD.
           COPY CHGHIST.

      *    THE SELECTED ENTRIES, KEYED NEWEST FIRST BY THEIR
      *    INVERTED POSITION ON CHGHIST. BW-ENTRY IS THE CHGHIST
      *    RECORD AS READ.
       FD  BKWORK.
       01  BKWORK-RECORD.
           05 BW-INV-RECNO          PIC 9(07).
           05 BW-ENTRY.
              10 BW-CPR             PIC X(10).
              10 BW-FIELD           PIC X(08).
                 88 BW-FIELD-INSERT          VALUE 'INSERT'.
                 88 BW-FIELD-DELETE          VALUE 'DELETE'.
              10 BW-OLD             PIC X(12).
              10 BW-NEW             PIC X(12).
              10 BW-DATE            PIC 9(08).
              10 BW-BRANCH          PIC X(10).
              10 BW-PROGRAM         PIC X(08).
              10 BW-DEL-REASON      PIC X(01).
              10 BW-PEND-EFF-DATE   PIC X(08).
              10 FILLER             PIC X(03).
              10 BW-IMAGE           PIC X(80).

      *    SURROGATE-TO-REAL WORK COPY OF THE SURRREG REGISTRY.
       FD  BKSURR.
       01  BKSURR-RECORD.
           05 BS-SURR               PIC X(10).
           05 BS-REAL               PIC X(10).
           05 FILLER                PIC X(60).

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY - SEE
      *    THE SURRREG COPYBOOK.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

      *    PENDING SCHEME CHANGES - SEE THE PENDSCHM COPYBOOK. A
      *    CHANGE THE BACKED-OUT NIGHT APPLIED OR EXCEPTED IS MADE
      *    PENDING AGAIN.
       FD  PENDSCHM.
       01  PENDSCHM-RECORD.
           COPY PENDSCHM.

      *    SURVIVOR CASES - SEE THE SURVCASE COPYBOOK. A NEW CASE THE
      *    BACKED-OUT NIGHT OPENED IS CANCELLED WITH ITS DELETE.
       FD  SURVCAS.
       01  SURVCASE-RECORD.
           COPY SURVCASE.

      *    THE CHANGE QUEUE CPRMMNT'S DELTA EXTRACT DRIVES OFF - ONE
      *    REAL CPR PER MASTER RECORD THE BACK-OUT TOUCHED.
       FD  CHGQUEUE RECORDING MODE F.
       01  CHGQUEUE-RECORD.
           05 CQ-CPR                PIC X(10).
           05 FILLER                PIC X(70).

       FD  BKRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE STAMPS THE RECORDS AND HISTORY ENTRIES.
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
      *    ONLY THE DATE FIELDS ARE USED, FOR THE SHARED DATE EDIT.
       01 INTERFACE-AREA.
           COPY LINPUT.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 CHGHIST-STATUS            PIC 99.
       01 BKWORK-STATUS             PIC 99.
       01 BKSURR-STATUS             PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 CHGQUEUE-STATUS           PIC 99.
       01 PENDSCHM-STATUS           PIC 99.
       01 SURVCAS-STATUS            PIC 99.
       01 BKRPT-STATUS              PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 CH-MARKER                 PIC X     VALUE '0'.
          88 CH-EOF                          VALUE '1'.
       01 BW-MARKER                 PIC X     VALUE '0'.
          88 BW-EOF                          VALUE '1'.
       01 RG-MARKER                 PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 PS-MARKER                 PIC X     VALUE '0'.
          88 PS-EOF                          VALUE '1'.
       01 WS-PENDSCHM-SW            PIC X     VALUE 'N'.
          88 PENDSCHM-ON-FILE                VALUE 'Y'.
       01 WS-SURVCAS-SW             PIC X     VALUE 'N'.
          88 SURVCAS-ON-FILE                 VALUE 'Y'.
      *    SET BY 056-CHECK-SURVIVOR-CASE FOR THE DELETE IN HAND.
       01 WS-CASE-SW                PIC X.
          88 CASE-NONE                       VALUE 'N'.
          88 CASE-TO-CANCEL                  VALUE 'C'.
          88 CASE-WITH-CLAIMS                VALUE 'W'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-TARGET-DATE            PIC 9(08) VALUE 0.
       01 WS-TARGET-BRANCH          PIC X(10) VALUE SPACES.
       01 WS-RPT-BRANCH             PIC X(10) VALUE SPACES.
       01 WS-BRANCH-LEN             PIC S9(4) COMP VALUE 0.

       01 WS-CHGHIST-RECNO          PIC 9(07) VALUE 0.
       01 WS-LOOKUP-CPR             PIC X(10).
       01 WS-REAL-CPR               PIC X(10).
       01 WS-RESOLVE-SW             PIC X.
          88 CPR-RESOLVED                    VALUE 'Y'.
          88 CPR-UNRESOLVED                  VALUE 'N'.

      *    THE VALUE THE NAMED FIELD HOLDS ON THE MASTER NOW.
       01 WS-CUR-VALUE              PIC X(01).
      *    THE RECORD AS IT STOOD BEFORE THE REVERSAL, AND THE
      *    HISTORY ENTRY THE REVERSAL WRITES.
       01 WS-IMAGE                  PIC X(80).
       01 WS-LOG-FIELD              PIC X(08).
       01 WS-LOG-OLD                PIC X(12).
       01 WS-LOG-NEW                PIC X(12).
      *    THE DEFERRED RECORD A 'STATUS' ENTRY CARRIES, AS THE
      *    CPRMASTR LAYOUT FROM THE MEMBER STATUS ON.
       01 WS-DEFERRED-IMAGE.
           05 FILLER                PIC X(54).
           05 WS-DI-MBR-STATUS      PIC X(01).
           05 WS-DI-CONV-DATE       PIC X(08).
           05 WS-DI-DEFER-BEN       PIC 9(09)V99.
           05 FILLER                PIC X(06).

       01 WS-HIST-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-SELECTED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-SURR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-INS-REVERSED-COUNT     PIC 9(07) COMP VALUE 0.
       01 WS-DEL-REVERSED-COUNT     PIC 9(07) COMP VALUE 0.
       01 WS-FLD-REVERSED-COUNT     PIC 9(07) COMP VALUE 0.
       01 WS-STS-REVERSED-COUNT     PIC 9(07) COMP VALUE 0.
       01 WS-PEND-RESET-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-CASE-CANCEL-COUNT      PIC 9(07) COMP VALUE 0.
       01 WS-ALREADY-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-LEFT-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-UNRESOLVED-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-CLAIMS-COUNT           PIC 9(07) COMP VALUE 0.

       01 WS-DATE-VALID-SW          PIC X.
          88 DATE-IS-VALID                   VALUE 'Y'.
          88 DATE-IS-INVALID                 VALUE 'N'.

       01 WS-CCYY-NUM               PIC 9(04).
       01 WS-MM-NUM                 PIC 9(02).
       01 WS-DD-NUM                 PIC 9(02).
       01 WS-MAX-DAY                PIC 9(02).
       01 WS-DIV-QUOT               PIC 9(04).
       01 WS-DIV-REM                PIC 9(04).

       01 WS-MONTH-DAYS-TBL.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 28.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAY-ENTRY    PIC 9(02) OCCURS 12 TIMES.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.
       01 WS-LINE-CTR               PIC 9(04) COMP VALUE 0.
       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(36)
              VALUE 'CPRBKOUT CPRMAST BACK-OUT OF'.
           05 RH1-TARGET            PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'BRANCH '.
           05 RH1-BRANCH            PIC X(10).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(33) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'CPR'.
           05 FILLER                PIC X(12) VALUE 'BRANCH'.
           05 FILLER                PIC X(10) VALUE 'FIELD'.
           05 FILLER                PIC X(14) VALUE 'OLD'.
           05 FILLER                PIC X(14) VALUE 'NEW'.
           05 FILLER                PIC X(10) VALUE 'ACTION'.
           05 FILLER                PIC X(60) VALUE 'REMARK'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CPR                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-BRANCH             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-FIELD              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-OLD                PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-NEW                PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-ACTION             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(40).
           05 FILLER                PIC X(20) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  BK-PARM.
           05 BK-PARM-LEN           PIC S9(4) COMP.
           05 BK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING BK-PARM.
       010-INITIALIZATION.
           DISPLAY "Program CPRBKOUT STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-READ-PARM THRU 012-READ-PARM-EXIT.

           OPEN OUTPUT BKRPT.
           IF BKRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BKRPT ' BKRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.

           PERFORM 020-LOAD-SURROGATES THRU 020-LOAD-SURROGATES-EXIT.
           PERFORM 030-SELECT-ENTRIES THRU 030-SELECT-ENTRIES-EXIT.
           IF WS-SELECTED-COUNT > 0
              PERFORM 040-BACK-OUT-ENTRIES THRU
                      040-BACK-OUT-ENTRIES-EXIT
           ELSE
              DISPLAY 'CPRBKOUT - NO CHANGE-HISTORY ENTRIES FOR '
                      WS-TARGET-DATE ' ' WS-TARGET-BRANCH
                      ' - NOTHING TO BACK OUT'
           END-IF.

           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE BKRPT.
           DISPLAY 'CPRBKOUT. BUSINESS DATE BACKED OUT  '
                   WS-TARGET-DATE.
           DISPLAY 'CPRBKOUT. BRANCH                    ' WS-RPT-BRANCH.
           DISPLAY 'CPRBKOUT. CHANGE-HISTORY ENTRIES    ' WS-HIST-COUNT.
           DISPLAY 'CPRBKOUT. ENTRIES SELECTED          '
                   WS-SELECTED-COUNT.
           DISPLAY 'CPRBKOUT. INSERTS REMOVED           '
                   WS-INS-REVERSED-COUNT.
           DISPLAY 'CPRBKOUT. DELETES RESTORED          '
                   WS-DEL-REVERSED-COUNT.
           DISPLAY 'CPRBKOUT. FIELD CHANGES REVERSED    '
                   WS-FLD-REVERSED-COUNT.
           DISPLAY 'CPRBKOUT. REJOINERS DEFERRED AGAIN  '
                   WS-STS-REVERSED-COUNT.
           DISPLAY 'CPRBKOUT. PENDING CHANGES REOPENED  '
                   WS-PEND-RESET-COUNT.
           DISPLAY 'CPRBKOUT. SURVIVOR CASES CANCELLED  '
                   WS-CASE-CANCEL-COUNT.
           DISPLAY 'CPRBKOUT. ALREADY REVERSED          '
                   WS-ALREADY-COUNT.
           DISPLAY 'CPRBKOUT. LEFT AS THEY STAND        '
                   WS-LEFT-COUNT.
           IF (WS-SELECTED-COUNT = 0 OR WS-LEFT-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       012-READ-PARM.
      *    THE DATE IS MANDATORY - THERE IS NO SENSIBLE DEFAULT NIGHT
      *    TO UNDO. A BRANCH, WHEN GIVEN, FOLLOWS IT AFTER A COMMA;
      *    A COMMA WITH NOTHING AFTER IT MEANS ALL BRANCHES.
           IF BK-PARM-LEN < 8
              DISPLAY 'CPRBKOUT - PARM MUST NAME THE BUSINESS DATE '
                      'TO BACK OUT: CCYYMMDD OR CCYYMMDD,BRANCH'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE BK-PARM-TEXT(1:8) TO L-INPUT-DATE.
           PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT.
           IF DATE-IS-INVALID
              DISPLAY 'CPRBKOUT - DATE IN PARM IS NOT A VALID '
                      'CCYYMMDD DATE: ' BK-PARM-TEXT(1:8)
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE L-INPUT-DATE TO WS-TARGET-DATE.
           IF WS-TARGET-DATE > WS-BUSINESS-DATE
              DISPLAY 'CPRBKOUT - DATE IN PARM ' WS-TARGET-DATE
                      ' IS AFTER THE BUSINESS DATE ' WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF BK-PARM-LEN > 8
              COMPUTE WS-BRANCH-LEN = BK-PARM-LEN - 9
              IF BK-PARM-TEXT(9:1) NOT = ',' OR WS-BRANCH-LEN > 10
                 DISPLAY 'CPRBKOUT - BRANCH IN PARM MUST FOLLOW THE '
                         'DATE AFTER A COMMA, UP TO 10 CHARACTERS'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-BRANCH-LEN > 0
                 MOVE BK-PARM-TEXT(10:WS-BRANCH-LEN)
                   TO WS-TARGET-BRANCH
              END-IF
           END-IF.
           IF WS-TARGET-BRANCH = SPACES
              MOVE 'ALL' TO WS-RPT-BRANCH
           ELSE
              MOVE WS-TARGET-BRANCH TO WS-RPT-BRANCH
           END-IF.
           DISPLAY 'CPRBKOUT - BACKING OUT ' WS-TARGET-DATE
                   ' BRANCH ' WS-RPT-BRANCH
                   ' AS OF ' WS-BUSINESS-DATE.
      *
       012-READ-PARM-EXIT.
           EXIT.

       020-LOAD-SURROGATES.
      *    AN UNMASKED INSTALLATION HAS NO REGISTRY YET - THE WORK
      *    FILE IS LEFT EMPTY AND EVERY CPR IS TAKEN AS IT STANDS.
           OPEN OUTPUT BKSURR.
           IF BKSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BKSURR ' BKSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'CPRBKOUT - NO SURROGATE REGISTRY ON FILE'
              CLOSE BKSURR
              GO TO 020-LOAD-SURROGATES-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              MOVE SPACES TO BKSURR-RECORD
              MOVE RG-SURR TO BS-SURR
              MOVE RG-REAL TO BS-REAL
              WRITE BKSURR-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-SURR-COUNT
              END-WRITE
              PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
           CLOSE BKSURR.
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
           MOVE WS-LOOKUP-CPR TO BS-SURR.
           READ BKSURR
              INVALID KEY
                 SET CPR-UNRESOLVED TO TRUE
              NOT INVALID KEY
                 MOVE BS-REAL TO WS-REAL-CPR
           END-READ.
      *
       023-RESOLVE-CPR-EXIT.
           EXIT.

       030-SELECT-ENTRIES.
      *    ONLY CPRFILE'S OWN ENTRIES ARE BACKED OUT - ENTRIES FROM
      *    BEFORE THE LOG CARRIED A PROGRAM NAME ARE CPRFILE'S TOO -
      *    AND THOSE OF THE PENSVEST LEAVER RUN THAT FOLLOWS IT,
      *    NEVER AN EARLIER BACK-OUT'S. WITH A BRANCH IN THE PARM,
      *    ONLY THAT SUB-FILE BRANCH'S ENTRIES ARE SELECTED.
           OPEN OUTPUT BKWORK.
           IF BKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BKWORK ' BKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CHGHIST.
           IF CHGHIST-STATUS = 35
              DISPLAY 'CPRBKOUT - NO CHANGE HISTORY ON FILE'
              CLOSE BKWORK
              GO TO 030-SELECT-ENTRIES-EXIT
           END-IF.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGHIST ' CHGHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 032-READ-CHGHIST THRU 032-READ-CHGHIST-EXIT.
           PERFORM TEST BEFORE UNTIL CH-EOF
              ADD 1 TO WS-CHGHIST-RECNO
              ADD 1 TO WS-HIST-COUNT
              IF CH-DATE IS NUMERIC
                 AND CH-DATE = WS-TARGET-DATE
                 AND (CH-PROGRAM = 'CPRFILE' OR CH-PROGRAM = SPACES
                      OR CH-PROGRAM = 'PENSVEST')
                 AND (WS-TARGET-BRANCH = SPACES
                      OR CH-BRANCH = WS-TARGET-BRANCH)
                 MOVE SPACES TO BKWORK-RECORD
                 COMPUTE BW-INV-RECNO = 9999999 - WS-CHGHIST-RECNO
                 MOVE CHGHIST-RECORD TO BW-ENTRY
                 WRITE BKWORK-RECORD
                    INVALID KEY
                       DISPLAY 'CPRBKOUT - BKWORK WRITE FAILED FOR '
                               BW-INV-RECNO ' STATUS ' BKWORK-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-WRITE
                 ADD 1 TO WS-SELECTED-COUNT
              END-IF
              PERFORM 032-READ-CHGHIST THRU 032-READ-CHGHIST-EXIT
           END-PERFORM.
           CLOSE CHGHIST.
           CLOSE BKWORK.
      *
       030-SELECT-ENTRIES-EXIT.
           EXIT.

       032-READ-CHGHIST.
           READ CHGHIST
                AT END SET CH-EOF TO TRUE
           END-READ.
      *
       032-READ-CHGHIST-EXIT.
           EXIT.

       040-BACK-OUT-ENTRIES.
           OPEN INPUT BKWORK.
           IF BKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BKWORK ' BKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT BKSURR.
           IF BKSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BKSURR ' BKSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
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
           OPEN I-O PENDSCHM.
           IF PENDSCHM-STATUS = 35
              DISPLAY 'CPRBKOUT - NO PENDING SCHEME CHANGES ON FILE'
           ELSE
              IF PENDSCHM-STATUS NOT = 0
                 DISPLAY 'FILE STATUS AT OPEN PENDSCHM ' PENDSCHM-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              SET PENDSCHM-ON-FILE TO TRUE
           END-IF.
           OPEN I-O SURVCAS.
           IF SURVCAS-STATUS = 35
              DISPLAY 'CPRBKOUT - NO SURVIVOR CASES ON FILE'
           ELSE
              IF SURVCAS-STATUS NOT = 0
                 DISPLAY 'FILE STATUS AT OPEN SURVCAS ' SURVCAS-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              SET SURVCAS-ON-FILE TO TRUE
           END-IF.

           PERFORM 042-READ-BKWORK THRU 042-READ-BKWORK-EXIT.
           PERFORM TEST BEFORE UNTIL BW-EOF
              PERFORM 045-BACK-OUT-ONE THRU 045-BACK-OUT-ONE-EXIT
              PERFORM 042-READ-BKWORK THRU 042-READ-BKWORK-EXIT
           END-PERFORM.

           CLOSE BKWORK.
           CLOSE BKSURR.
           CLOSE CPRMAST.
           CLOSE CHGHIST.
           CLOSE CHGQUEUE.
           IF PENDSCHM-ON-FILE
              CLOSE PENDSCHM
           END-IF.
           IF SURVCAS-ON-FILE
              CLOSE SURVCAS
           END-IF.
      *
       040-BACK-OUT-ENTRIES-EXIT.
           EXIT.

       042-READ-BKWORK.
           READ BKWORK NEXT
                AT END SET BW-EOF TO TRUE
           END-READ.
      *
       042-READ-BKWORK-EXIT.
           EXIT.

       045-BACK-OUT-ONE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE BW-CPR TO RL-CPR.
           MOVE BW-BRANCH TO RL-BRANCH.
           MOVE BW-FIELD TO RL-FIELD.
           MOVE BW-OLD TO RL-OLD.
           MOVE BW-NEW TO RL-NEW.
           MOVE BW-CPR TO WS-LOOKUP-CPR.
           PERFORM 023-RESOLVE-CPR THRU 023-RESOLVE-CPR-EXIT.
           IF CPR-UNRESOLVED
              ADD 1 TO WS-UNRESOLVED-COUNT
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'SURROGATE NOT ON THE REGISTRY' TO RL-REMARK
              GO TO 045-BACK-OUT-ONE-PRINT
           END-IF.
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-REAL-CPR TO RM-CPR.
           EVALUATE TRUE
              WHEN BW-FIELD-INSERT
                 PERFORM 050-REVERSE-INSERT THRU
                         050-REVERSE-INSERT-EXIT
              WHEN BW-FIELD-DELETE
                 PERFORM 055-REVERSE-DELETE THRU
                         055-REVERSE-DELETE-EXIT
              WHEN BW-FIELD = 'GENDER' OR 'SCHEME' OR 'RC'
                 PERFORM 060-REVERSE-FIELD THRU
                         060-REVERSE-FIELD-EXIT
              WHEN BW-FIELD = 'STATUS'
                 PERFORM 063-REVERSE-STATUS THRU
                         063-REVERSE-STATUS-EXIT
              WHEN BW-FIELD = 'REFUND'
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE 'LEFT' TO RL-ACTION
                 MOVE 'REFUND SENT TO FINANCE ON LEAVSETL'
                   TO RL-REMARK
              WHEN OTHER
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE 'LEFT' TO RL-ACTION
                 MOVE 'UNKNOWN CHANGE-HISTORY FIELD' TO RL-REMARK
           END-EVALUATE.
      *
       045-BACK-OUT-ONE-PRINT.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       045-BACK-OUT-ONE-EXIT.
           EXIT.

       050-REVERSE-INSERT.
      *    THE RECORD COMES OFF AGAIN UNLESS SOMETHING HAS TOUCHED IT
      *    SINCE : A LATER NIGHT (A NEWER LAST-UPDATE DATE THAT IS NOT
      *    THIS BACK-OUT'S OWN STAMP) OR THE PENSIONER CONVERSION.
           READ CPRMAST
              INVALID KEY
                 ADD 1 TO WS-ALREADY-COUNT
                 MOVE 'NONE' TO RL-ACTION
                 MOVE 'ALREADY OFF THE MASTER' TO RL-REMARK
                 GO TO 050-REVERSE-INSERT-EXIT
           END-READ.
           IF RM-PENSIONER
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'CONVERTED TO PENSIONER SINCE' TO RL-REMARK
              GO TO 050-REVERSE-INSERT-EXIT
           END-IF.
           IF RM-LASTUPD IS NUMERIC
              AND RM-LASTUPD > BW-DATE
              AND RM-LASTUPD NOT = WS-BUSINESS-DATE
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'UPDATED SINCE - NOT REMOVED' TO RL-REMARK
              GO TO 050-REVERSE-INSERT-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-IMAGE.
           DELETE CPRMAST
              INVALID KEY
                 DISPLAY '*** CPRBKOUT - CPRMAST DELETE FAILED FOR '
                         BW-CPR ' STATUS ' CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-DELETE.
           ADD 1 TO WS-INS-REVERSED-COUNT.
           MOVE 'REVERSED' TO RL-ACTION.
           MOVE 'INSERT REMOVED FROM THE MASTER' TO RL-REMARK.
           MOVE 'DELETE' TO WS-LOG-FIELD.
           MOVE SPACES TO WS-LOG-OLD.
           MOVE SPACES TO WS-LOG-NEW.
           PERFORM 065-LOG-REVERSAL THRU 065-LOG-REVERSAL-EXIT.
      *
       050-REVERSE-INSERT-EXIT.
           EXIT.

       055-REVERSE-DELETE.
      *    THE RECORD GOES BACK FROM ITS BEFORE-IMAGE, UNLESS THE
      *    CPR HAS COME BACK ONTO THE MASTER SINCE OR THE SURVIVOR
      *    CASE THE DELETE OPENED HAS ALREADY GONE TO CLAIMS.
           READ CPRMAST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE 'LEFT' TO RL-ACTION
                 MOVE 'BACK ON THE MASTER SINCE' TO RL-REMARK
                 GO TO 055-REVERSE-DELETE-EXIT
           END-READ.
           IF BW-IMAGE = SPACES
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'NO BEFORE-IMAGE ON THE HISTORY' TO RL-REMARK
              GO TO 055-REVERSE-DELETE-EXIT
           END-IF.
           PERFORM 056-CHECK-SURVIVOR-CASE THRU
                   056-CHECK-SURVIVOR-CASE-EXIT.
           IF CASE-WITH-CLAIMS
              ADD 1 TO WS-LEFT-COUNT
              ADD 1 TO WS-CLAIMS-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'SURVIVOR CASE ALREADY WITH CLAIMS' TO RL-REMARK
              GO TO 055-REVERSE-DELETE-EXIT
           END-IF.
           MOVE BW-IMAGE TO MASTER-RECORD.
           MOVE WS-REAL-CPR TO RM-CPR.
           MOVE WS-BUSINESS-DATE TO RM-LASTUPD.
           WRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY '*** CPRBKOUT - CPRMAST WRITE FAILED FOR '
                         BW-CPR ' STATUS ' CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-WRITE.
           ADD 1 TO WS-DEL-REVERSED-COUNT.
           MOVE 'REVERSED' TO RL-ACTION.
           MOVE 'RESTORED FROM THE BEFORE-IMAGE' TO RL-REMARK.
           MOVE MASTER-RECORD TO WS-IMAGE.
           MOVE 'INSERT' TO WS-LOG-FIELD.
           MOVE SPACES TO WS-LOG-OLD.
           MOVE SPACES TO WS-LOG-NEW.
           PERFORM 065-LOG-REVERSAL THRU 065-LOG-REVERSAL-EXIT.
           IF CASE-TO-CANCEL
              PERFORM 057-CANCEL-SURVIVOR-CASE THRU
                      057-CANCEL-SURVIVOR-CASE-EXIT
           END-IF.
           IF PENDSCHM-ON-FILE
              PERFORM 058-REOPEN-EXCEPTED THRU
                      058-REOPEN-EXCEPTED-EXIT
           END-IF.
      *
       055-REVERSE-DELETE-EXIT.
           EXIT.

       056-CHECK-SURVIVOR-CASE.
      *    ONLY THE CASE THIS DELETE OPENED COUNTS - ONE WHOSE DEATH
      *    DATE IS THE BACKED-OUT NIGHT. STILL NEW, IT IS CANCELLED
      *    WITH THE DELETE; OPEN OR CLOSED, CLAIMS HAVE IT AND THE
      *    MEMBER STAYS OFF THE MASTER UNTIL THEY HAVE DEALT WITH IT.
           SET CASE-NONE TO TRUE.
           IF NOT SURVCAS-ON-FILE
              GO TO 056-CHECK-SURVIVOR-CASE-EXIT
           END-IF.
           MOVE WS-REAL-CPR TO SV-CPR.
           READ SURVCAS
              INVALID KEY
                 GO TO 056-CHECK-SURVIVOR-CASE-EXIT
           END-READ.
           IF SV-DEATH-DATE NOT = BW-DATE
              GO TO 056-CHECK-SURVIVOR-CASE-EXIT
           END-IF.
           IF SV-NEW
              SET CASE-TO-CANCEL TO TRUE
           END-IF.
           IF SV-OPEN OR SV-CLOSED
              SET CASE-WITH-CLAIMS TO TRUE
           END-IF.
      *
       056-CHECK-SURVIVOR-CASE-EXIT.
           EXIT.

       057-CANCEL-SURVIVOR-CASE.
      *    THE CASE STAYS ON FILE, CANCELLED, SO SURVCAS STILL SHOWS
      *    IT WAS OPENED. PENSSURV ONLY EVER SENDS NEW CASES.
           SET SV-CANCELLED TO TRUE.
           MOVE WS-BUSINESS-DATE TO SV-CLOSE-DATE.
           REWRITE SURVCASE-RECORD
              INVALID KEY
                 DISPLAY '*** CPRBKOUT - SURVCAS REWRITE FAILED FOR '
                         BW-CPR ' STATUS ' SURVCAS-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
           ADD 1 TO WS-CASE-CANCEL-COUNT.
           MOVE 'RESTORED - NEW SURVIVOR CASE CANCELLED' TO RL-REMARK.
           DISPLAY 'CPRBKOUT. SURVIVOR CASE CANCELLED: ' BW-CPR.
      *
       057-CANCEL-SURVIVOR-CASE-EXIT.
           EXIT.

       058-REOPEN-EXCEPTED.
      *    A PENDING SCHEME CHANGE THE BACKED-OUT NIGHT EXCEPTED
      *    BECAUSE THIS MEMBER HAD GONE FROM THE MASTER IS PENDING
      *    AGAIN NOW THE MEMBER IS BACK.
           MOVE WS-REAL-CPR TO PS-CPR.
           MOVE 0 TO PS-EFF-DATE.
           MOVE '0' TO PS-MARKER.
           START PENDSCHM KEY IS NOT LESS THAN PS-KEY
              INVALID KEY
                 SET PS-EOF TO TRUE
           END-START.
           IF NOT PS-EOF
              PERFORM 059-READ-PENDSCHM THRU 059-READ-PENDSCHM-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL PS-EOF
              IF PS-CPR NOT = WS-REAL-CPR
                 SET PS-EOF TO TRUE
              ELSE
                 IF PS-EXCEPTION AND PS-MEMBER-GONE
                    AND PS-DONE-DATE = BW-DATE
                    SET PS-PENDING TO TRUE
                    MOVE SPACES TO PS-REASON
                    MOVE 0 TO PS-DONE-DATE
                    REWRITE PENDSCHM-RECORD
                       INVALID KEY
                          DISPLAY '*** CPRBKOUT - PENDSCHM REWRITE '
                                  'FAILED FOR ' BW-CPR ' STATUS '
                                  PENDSCHM-STATUS
                          MOVE 12 TO RETURN-CODE
                          GOBACK
                    END-REWRITE
                    ADD 1 TO WS-PEND-RESET-COUNT
                    DISPLAY 'CPRBKOUT. PENDING SCHEME CHANGE REOPENED: '
                            BW-CPR ' EFFECTIVE ' PS-EFF-DATE
                 END-IF
                 PERFORM 059-READ-PENDSCHM THRU 059-READ-PENDSCHM-EXIT
              END-IF
           END-PERFORM.
      *
       058-REOPEN-EXCEPTED-EXIT.
           EXIT.

       059-READ-PENDSCHM.
           READ PENDSCHM NEXT
                AT END SET PS-EOF TO TRUE
           END-READ.
      *
       059-READ-PENDSCHM-EXIT.
           EXIT.

       060-REVERSE-FIELD.
      *    THE OLD VALUE GOES BACK ONLY WHILE THE FIELD STILL HOLDS
      *    THE VALUE THAT NIGHT SET. ONE ALREADY BACK AT THE OLD
      *    VALUE NEEDS NOTHING; ANY OTHER VALUE WAS SET SINCE. A
      *    SCHEME CHANGE APPLIED FROM PENDSCHM (THE ENTRY CARRIES ITS
      *    EFFECTIVE DATE) IS ONLY REVERSED WITH ITS PENDSCHM RECORD,
      *    WHICH GOES BACK TO PENDING.
           READ CPRMAST
              INVALID KEY
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE 'LEFT' TO RL-ACTION
                 MOVE 'NO LONGER ON THE MASTER' TO RL-REMARK
                 GO TO 060-REVERSE-FIELD-EXIT
           END-READ.
           EVALUATE BW-FIELD
              WHEN 'GENDER'
                 MOVE RM-GENDER TO WS-CUR-VALUE
              WHEN 'SCHEME'
                 MOVE RM-SCHEME TO WS-CUR-VALUE
              WHEN OTHER
                 MOVE RM-RC TO WS-CUR-VALUE
           END-EVALUATE.
           IF WS-CUR-VALUE = BW-OLD(1:1)
              ADD 1 TO WS-ALREADY-COUNT
              MOVE 'NONE' TO RL-ACTION
              MOVE 'ALREADY AT THE OLD VALUE' TO RL-REMARK
              GO TO 060-REVERSE-FIELD-EXIT
           END-IF.
           IF WS-CUR-VALUE NOT = BW-NEW(1:1)
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'CHANGED AGAIN SINCE - NOW ' TO RL-REMARK
              MOVE WS-CUR-VALUE TO RL-REMARK(27:1)
              GO TO 060-REVERSE-FIELD-EXIT
           END-IF.
           IF BW-FIELD = 'SCHEME' AND BW-PEND-EFF-DATE NOT = SPACES
              AND NOT PENDSCHM-ON-FILE
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'PENDING CHANGE - PENDSCHM NOT ON FILE' TO RL-REMARK
              GO TO 060-REVERSE-FIELD-EXIT
           END-IF.
           EVALUATE BW-FIELD
              WHEN 'GENDER'
                 MOVE BW-OLD(1:1) TO RM-GENDER
              WHEN 'SCHEME'
                 MOVE BW-OLD(1:1) TO RM-SCHEME
              WHEN OTHER
                 MOVE BW-OLD(1:1) TO RM-RC
           END-EVALUATE.
           MOVE WS-BUSINESS-DATE TO RM-LASTUPD.
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY '*** CPRBKOUT - CPRMAST REWRITE FAILED FOR '
                         BW-CPR ' STATUS ' CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
           ADD 1 TO WS-FLD-REVERSED-COUNT.
           MOVE 'REVERSED' TO RL-ACTION.
           MOVE 'OLD VALUE PUT BACK' TO RL-REMARK.
           MOVE SPACES TO WS-IMAGE.
           MOVE BW-FIELD TO WS-LOG-FIELD.
           MOVE BW-NEW TO WS-LOG-OLD.
           MOVE BW-OLD TO WS-LOG-NEW.
           PERFORM 065-LOG-REVERSAL THRU 065-LOG-REVERSAL-EXIT.
           IF BW-FIELD = 'SCHEME' AND BW-PEND-EFF-DATE NOT = SPACES
              PERFORM 062-RESET-APPLIED THRU 062-RESET-APPLIED-EXIT
           END-IF.
      *
       060-REVERSE-FIELD-EXIT.
           EXIT.

       062-RESET-APPLIED.
      *    THE PENDSCHM RECORD THE NIGHT APPLIED GOES BACK TO PENDING,
      *    SO THE NEXT CPRFILE RUN APPLIES IT AGAIN FROM THE SCHEME
      *    NOW PUT BACK.
           MOVE WS-REAL-CPR TO PS-CPR.
           MOVE BW-PEND-EFF-DATE TO PS-EFF-DATE.
           READ PENDSCHM
              INVALID KEY
                 MOVE 'OLD VALUE PUT BACK - NOT ON PENDSCHM'
                   TO RL-REMARK
                 GO TO 062-RESET-APPLIED-EXIT
           END-READ.
           IF NOT PS-APPLIED OR PS-DONE-DATE NOT = BW-DATE
              GO TO 062-RESET-APPLIED-EXIT
           END-IF.
           SET PS-PENDING TO TRUE.
           MOVE SPACES TO PS-REASON.
           MOVE 0 TO PS-DONE-DATE.
           REWRITE PENDSCHM-RECORD
              INVALID KEY
                 DISPLAY '*** CPRBKOUT - PENDSCHM REWRITE FAILED FOR '
                         BW-CPR ' STATUS ' PENDSCHM-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
           ADD 1 TO WS-PEND-RESET-COUNT.
           MOVE 'OLD VALUE PUT BACK - PENDSCHM PENDING' TO RL-REMARK.
      *
       062-RESET-APPLIED-EXIT.
           EXIT.

       063-REVERSE-STATUS.
      *    A DEFERRED MEMBER CPRFILE MADE ACTIVE ON REJOINING IS
      *    DEFERRED AGAIN FROM THE RECORD THE ENTRY CARRIES - LEAVING
      *    DATE AND PRESERVED BENEFIT INCLUDED - WHILE THE MEMBER IS
      *    STILL ACTIVE AND NO LATER NIGHT HAS TOUCHED THE RECORD.
           READ CPRMAST
              INVALID KEY
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE 'LEFT' TO RL-ACTION
                 MOVE 'NO LONGER ON THE MASTER' TO RL-REMARK
                 GO TO 063-REVERSE-STATUS-EXIT
           END-READ.
           IF RM-DEFERRED
              ADD 1 TO WS-ALREADY-COUNT
              MOVE 'NONE' TO RL-ACTION
              MOVE 'ALREADY DEFERRED' TO RL-REMARK
              GO TO 063-REVERSE-STATUS-EXIT
           END-IF.
           MOVE BW-IMAGE TO WS-DEFERRED-IMAGE.
           IF WS-DI-MBR-STATUS NOT = 'D'
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'NO BEFORE-IMAGE ON THE HISTORY' TO RL-REMARK
              GO TO 063-REVERSE-STATUS-EXIT
           END-IF.
           IF RM-PENSIONER
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'CONVERTED TO PENSIONER SINCE' TO RL-REMARK
              GO TO 063-REVERSE-STATUS-EXIT
           END-IF.
           IF RM-LASTUPD IS NUMERIC
              AND RM-LASTUPD > BW-DATE
              AND RM-LASTUPD NOT = WS-BUSINESS-DATE
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-ACTION
              MOVE 'UPDATED SINCE - NOT REVERSED' TO RL-REMARK
              GO TO 063-REVERSE-STATUS-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-IMAGE.
           MOVE WS-DI-MBR-STATUS TO RM-MBR-STATUS.
           MOVE WS-DI-CONV-DATE TO RM-CONV-DATE.
           MOVE WS-DI-DEFER-BEN TO RM-DEFER-BEN.
           MOVE WS-BUSINESS-DATE TO RM-LASTUPD.
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY '*** CPRBKOUT - CPRMAST REWRITE FAILED FOR '
                         BW-CPR ' STATUS ' CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
           ADD 1 TO WS-STS-REVERSED-COUNT.
           MOVE 'REVERSED' TO RL-ACTION.
           MOVE 'DEFERRED AGAIN FROM THE BEFORE-IMAGE' TO RL-REMARK.
           MOVE 'STATUS' TO WS-LOG-FIELD.
           MOVE BW-NEW TO WS-LOG-OLD.
           MOVE BW-OLD TO WS-LOG-NEW.
           PERFORM 065-LOG-REVERSAL THRU 065-LOG-REVERSAL-EXIT.
      *
       063-REVERSE-STATUS-EXIT.
           EXIT.

       065-LOG-REVERSAL.
      *    THE REVERSAL IS ITSELF A MASTER CHANGE : A HISTORY ENTRY
      *    UNDER THE SAME PRESENTABLE CPR AND BRANCH AS THE ONE IT
      *    REVERSES, AND THE REAL KEY ON THE CHANGE QUEUE.
           MOVE SPACES TO CHGHIST-RECORD.
           MOVE BW-CPR TO CH-CPR.
           MOVE WS-LOG-FIELD TO CH-FIELD.
           MOVE WS-LOG-OLD TO CH-OLD.
           MOVE WS-LOG-NEW TO CH-NEW.
           MOVE WS-BUSINESS-DATE TO CH-DATE.
           MOVE BW-BRANCH TO CH-BRANCH.
           MOVE 'CPRBKOUT' TO CH-PROGRAM.
           IF CH-FIELD-INSERT OR CH-FIELD-DELETE
              OR CH-FIELD = 'STATUS'
              MOVE WS-IMAGE TO CH-IMAGE
              MOVE BW-CPR TO CH-IMAGE(1:10)
           END-IF.
           WRITE CHGHIST-RECORD.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY '*** CPRBKOUT - CHGHIST WRITE FAILED FOR '
                      BW-CPR ' STATUS ' CHGHIST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO CHGQUEUE-RECORD.
           MOVE WS-REAL-CPR TO CQ-CPR.
           WRITE CHGQUEUE-RECORD.
           IF CHGQUEUE-STATUS NOT = 0
              DISPLAY '*** CPRBKOUT - CHGQUEUE WRITE FAILED FOR '
                      BW-CPR ' STATUS ' CHGQUEUE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       065-LOG-REVERSAL-EXIT.
           EXIT.

       070-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-TARGET-DATE TO RH1-TARGET.
           MOVE WS-RPT-BRANCH TO RH1-BRANCH.
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
           MOVE 'CHANGE-HISTORY ENTRIES READ' TO RT-TEXT.
           MOVE WS-HIST-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ENTRIES SELECTED FOR THE DATE AND BRANCH' TO RT-TEXT.
           MOVE WS-SELECTED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'INSERTS REMOVED FROM THE MASTER' TO RT-TEXT.
           MOVE WS-INS-REVERSED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'DELETES RESTORED TO THE MASTER' TO RT-TEXT.
           MOVE WS-DEL-REVERSED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'FIELD CHANGES REVERSED' TO RT-TEXT.
           MOVE WS-FLD-REVERSED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REJOINERS DEFERRED AGAIN' TO RT-TEXT.
           MOVE WS-STS-REVERSED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'PENDING SCHEME CHANGES MADE PENDING AGAIN' TO RT-TEXT.
           MOVE WS-PEND-RESET-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NEW SURVIVOR CASES CANCELLED' TO RT-TEXT.
           MOVE WS-CASE-CANCEL-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ALREADY REVERSED - NOTHING TO DO' TO RT-TEXT.
           MOVE WS-ALREADY-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'LEFT AS THEY STAND' TO RT-TEXT.
           MOVE WS-LEFT-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  OF WHICH SURROGATE NOT ON THE REGISTRY' TO RT-TEXT.
           MOVE WS-UNRESOLVED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  OF WHICH SURVIVOR CASE ALREADY WITH CLAIMS'
             TO RT-TEXT.
           MOVE WS-CLAIMS-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
      *
       090-RUN-SUMMARY-EXIT.
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
              DISPLAY 'CPRBKOUT - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'CPRBKOUT - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'CPRBKOUT - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'CPRBKOUT CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'CPRBKOUT - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'CPRBKOUT - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'CPRBKOUT - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM CPRBKOUT.
