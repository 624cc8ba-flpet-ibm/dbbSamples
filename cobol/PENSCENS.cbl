       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSCENS.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSCENS WRITES THE ANNUAL ACTUARIAL CENSUS FOR THE       *
      * EXTERNAL VALUATION FIRM : ONE FIXED-FORMAT RECORD PER     *
      * MEMBER ON THE LATEST PENSOUT ELIGIBILITY EXTRACT, WITH    *
      * THE BIRTH DATE FROM THE HR BIRTHIN EXTRACT (READ IN       *
      * LOCKSTEP WITH PENSOUT, AS PENSEXTR READS IT WITH CPROUT - *
      * THE CPR NUMBER'S OWN DDMMYY PREFIX WHEN HR HAS NONE), THE *
      * MEMBER STATUS AND LAST CONTRIBUTION FROM CPRMAST, AND THE *
      * PROJECTED RETIREMENT DATE AND PENSBEN BENEFIT FROM        *
      * PENSOUT. THE HEADER AND TRAILER CARRY THE MEMBER COUNTS   *
      * AND BENEFIT TOTALS BY SCHEME : A MEMBER IS COUNTED (AND   *
      * FLAGGED VALUED ON ITS RECORD) EXACTLY WHEN PENSLIAB       *
      * TALLIES IT - ZERO RETC AND A RETIREMENT YEAR ON THE DATE  *
      * TEXT - AND ITS BENEFIT IS DE-EDITED THE SAME WAY, SO THE  *
      * TOTALS TIE TO THE PENSLIAB PRINTOUT OF THE SAME PENSOUT.  *
      * THE HEADER TOTALS ARE TAKEN ON A FIRST READ OF PENSOUT,   *
      * THE TRAILER'S FROM THE DETAIL RECORDS AS WRITTEN.         *
      *                                                           *
      * EVERY CPR ON THE CENSUS IS MASKED WITH THE PERSON'S       *
      * SURROGATE FROM THE SURRREG REGISTRY, LOADED FIRST ONTO    *
      * THE CSWORK KEYED WORK FILE (DEFINED ONCE WITH REUSE AND   *
      * EMPTIED BY THE OPEN OUTPUT), SO A QUERY FROM THE FIRM CAN *
      * BE RESOLVED BACK TO THE REAL PERSON HERE AND ONLY HERE. A *
      * CPR NOT YET ON THE REGISTRY IS GIVEN THE NEXT SURROGATE   *
      * AND THE LINK IS APPENDED, EXACTLY AS PENSEXTR DOES. A     *
      * PENSOUT THAT PENSEXTR ALREADY MASKED IS RESOLVED THROUGH  *
      * THE SAME REGISTRY FOR THE MASTER LOOKUP. THE CENSRPT      *
      * REPORT SHOWS THE SCHEME TOTALS TO SET AGAINST PENSLIAB,   *
      * THE EXCEPTIONS, AND THE CPRMAST MEMBERS THE PENSOUT DID   *
      * NOT CARRY. ENDS WITH RC 4 WHEN A MEMBER COULD NOT BE      *
      * MASKED, RESOLVED, FOUND ON CPRMAST OR GIVEN A BIRTH DATE, *
      * OR PENSOUT WAS NOT PRICED AS OF THE VALUATION DATE.       *
      *                                                           *
      * PARM='CCYYMMDD' IS THE VALUATION DATE; WITHOUT IT, THE    *
      * REGISTERED BUSINESS DATE.                                 *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSOUT ASSIGN TO PENSOUT
               FILE STATUS IS PENSOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BIRTHIN ASSIGN TO BIRTHIN
               FILE STATUS IS BIRTHIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CPR.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CSWORK ASSIGN TO CSWORK
               FILE STATUS IS CSWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-KEY.

           SELECT CENSUS ASSIGN TO CENSUS
               FILE STATUS IS CENSUS-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSRPT ASSIGN TO CENSRPT
               FILE STATUS IS CENSRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    PENSEXTR'S PENSOUT FILE - THE SAME LAYOUT PENSLIAB READS.
       FD  PENSOUT RECORDING MODE F.
       01  PENSOUT-RECORD.
           05 PO-CPR                PIC X(10).
           05 PO-AGE                PIC X(11).
           05 PO-GENDER             PIC X(01).
           05 PO-RETIREMENT-DATE    PIC X(40).
           05 PO-RETC               PIC S9(04).
           05 PO-ASOF-DATE          PIC X(08).
           05 PO-SCHEME             PIC X(01).
           05 PO-BENEFIT            PIC X(14).
           05 FILLER                PIC X(01).

      *    THE HR BIRTH-DATE EXTRACT PENSEXTR READ ALONGSIDE CPROUT
      *    - ONE RECORD PER PENSOUT RECORD, IN THE SAME ORDER.
       FD  BIRTHIN RECORDING MODE F.
       01  BIRTH-RECORD.
           05 BI-CCYYMMDD          PIC 9(08).
           05 BI-SCHEME            PIC X(01).
           05 BI-EMPNO             PIC X(06).
           05 BI-NAME              PIC X(20).
           05 BI-HIRE-DATE         PIC 9(08).
           05 FILLER               PIC X(37).

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY - SEE
      *    THE SURRREG COPYBOOK. READ WHOLE, THEN EXTENDED WITH THE
      *    LINKS THIS RUN CREATES.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

      *    THE REGISTRY BOTH WAYS ROUND : CW-KIND 'R' IS KEYED BY
      *    THE REAL CPR AND CARRIES THE SURROGATE, 'S' IS KEYED BY
      *    THE SURROGATE AND CARRIES THE REAL CPR. CW-ON-CENSUS IS
      *    SET ON THE 'R' RECORD OF EVERY PERSON WRITTEN TO THE
      *    CENSUS, FOR THE SWEEP OF CPRMAST AFTERWARDS.
       FD  CSWORK.
       01  CSWORK-RECORD.
           05 CW-KEY.
              10 CW-KIND            PIC X(01).
              10 CW-CPR             PIC X(10).
           05 CW-OTHER              PIC X(10).
           05 CW-ON-CENSUS-SW       PIC X(01).
              88 CW-ON-CENSUS                VALUE 'Y'.
           05 FILLER                PIC X(58).

      *    THE CENSUS FOR THE VALUATION FIRM, 150-BYTE RECORDS : ONE
      *    HEADER ('H'), ONE DETAIL ('D') PER MEMBER AND ONE TRAILER
      *    ('T'). AMOUNTS ARE UNEDITED, TWO DECIMALS IMPLIED, SO THE
      *    FILE READS THE SAME WHATEVER THE RUN'S DECIMAL LOCALE.
      *    DETAIL :
      *       CN-CPR          MASKED CPR (REGISTRY SURROGATE)
      *       CN-BIRTH-DATE   CCYYMMDD, ZERO WHEN NOT KNOWN
      *       CN-BIRTH-SOURCE 'H' HR BIRTHIN, 'C' THE CPR NUMBER
      *       CN-MBR-STATUS   'A' ACTIVE, 'D' DEFERRED, 'P' PENSIONER,
      *                       'N' NOT ON CPRMAST
      *       CN-LAST-CONTRIB LAST CONTRIBUTION ON CPRMAST
      *       CN-RET-DATE     PROJECTED RETIREMENT DATE, CCYYMMDD
      *       CN-BENEFIT      PENSBEN PROJECTED MONTHLY BENEFIT
      *       CN-VALUED       'Y' WHEN COUNTED IN THE SCHEME TOTALS
      *       CN-ASOF-DATE    DATE PENSOUT WAS PRICED AS OF
      *    HEADER AND TRAILER : THE INSTITUTION, THE VALUATION DATE,
      *    THE DATE THE FILE WAS MADE, THE DETAIL RECORD COUNT, THE
      *    VALUED COUNT AND BENEFIT TOTAL, AND BOTH AGAIN PER SCHEME
      *    H, S AND C.
       FD  CENSUS RECORDING MODE F.
       01  CENSUS-RECORD.
           05 CN-TYPE               PIC X(01).
              88 CN-HEADER                   VALUE 'H'.
              88 CN-DETAIL                   VALUE 'D'.
              88 CN-TRAILER                  VALUE 'T'.
           05 CN-DETAIL-DATA.
              10 CN-CPR             PIC X(10).
              10 CN-BIRTH-DATE      PIC 9(08).
              10 CN-BIRTH-SOURCE    PIC X(01).
              10 CN-GENDER          PIC X(01).
              10 CN-SCHEME          PIC X(01).
              10 CN-MBR-STATUS      PIC X(01).
              10 CN-LAST-CONTRIB    PIC 9(10)V99.
              10 CN-RET-DATE        PIC 9(08).
              10 CN-BENEFIT         PIC 9(09)V99.
              10 CN-VALUED          PIC X(01).
              10 CN-ASOF-DATE       PIC X(08).
              10 FILLER             PIC X(87).
           05 CN-CONTROL-DATA REDEFINES CN-DETAIL-DATA.
              10 CN-INST-ID         PIC X(10).
              10 CN-VAL-DATE        PIC 9(08).
              10 CN-MADE-DATE       PIC 9(08).
              10 CN-RECORDS         PIC 9(07).
              10 CN-VALUED-COUNT    PIC 9(07).
              10 CN-BENEFIT-TOTAL   PIC 9(13)V99.
              10 CN-SCHEME-ENTRY    OCCURS 3 TIMES.
                 15 CN-SC-SCHEME    PIC X(01).
                 15 CN-SC-COUNT     PIC 9(07).
                 15 CN-SC-BENEFIT   PIC 9(13)V99.
              10 FILLER             PIC X(25).

       FD  CENSRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

      *    RUN-CONTROL FILE MAINTAINED BY PENSCTL - THE REGISTERED
      *    BUSINESS DATE IS THE DEFAULT VALUATION DATE.
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

       01 PENSOUT-STATUS            PIC 99.
       01 BIRTHIN-STATUS            PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 CSWORK-STATUS             PIC 99.
       01 CENSUS-STATUS             PIC 99.
       01 CENSRPT-STATUS            PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 PO-MARKER                 PIC X     VALUE '0'.
          88 PO-EOF                          VALUE '1'.
       01 BI-MARKER                 PIC X     VALUE '0'.
          88 BI-EOF                          VALUE '1'.
       01 RG-MARKER                 PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 RM-MARKER                 PIC X     VALUE '0'.
          88 RM-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

      *    A NIGHT WITHOUT AN HR EXTRACT STILL GIVES A CENSUS - THE
      *    BIRTH DATES THEN ALL COME FROM THE CPR NUMBERS.
       01 WS-BIRTHIN-SW             PIC X     VALUE 'N'.
          88 BIRTHIN-OPEN                    VALUE 'Y'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-VAL-DATE               PIC 9(08) VALUE 0.

      *    THE PERSON IN HAND.
       01 WS-REAL-CPR               PIC X(10).
       01 WS-SURR-CPR               PIC X(10).
       01 WS-REAL-SW                PIC X.
          88 REAL-KNOWN                      VALUE 'Y'.
          88 REAL-UNKNOWN                    VALUE 'N'.
       01 WS-SCHEME                 PIC X(01).
       01 WS-SC-IX                  PIC 9(02) COMP.
       01 WS-SC-SUB                 PIC 9(02) COMP.
       01 WS-VALUED-SW              PIC X.
          88 MEMBER-VALUED                   VALUE 'Y'.
          88 MEMBER-NOT-VALUED               VALUE 'N'.
       01 WS-RETC-NUM               PIC S9(04).
       01 WS-RET-YEAR               PIC 9(04).
       01 WS-SCAN                   PIC 9(02) COMP.
       01 WS-RET-CCYYMMDD           PIC 9(08).
       01 WS-RET-SCAN               PIC 9(02) COMP.

      *    PO-BENEFIT IS EDITED TEXT IN THE RUN'S DECIMAL LOCALE -
      *    DE-EDITED THROUGH THE SAME OVERLAY PENSLIAB USES.
       01 WS-AMT-EDIT               PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AMT-EDIT-X REDEFINES WS-AMT-EDIT
                                    PIC X(14).
       01 WS-BENEFIT                PIC S9(09)V99 COMP-3.

       01 WS-CPR-DD                 PIC 9(02).
       01 WS-CPR-MM                 PIC 9(02).
       01 WS-CPR-YY                 PIC 9(02).
       01 WS-CPR-CCYY               PIC 9(04).

      *    SURROGATE NUMBERING - THE REGISTRY'S RECORD COUNT, ERASED
      *    TOMBSTONES INCLUDED, NUMBERS THE NEXT SURROGATE EXACTLY
      *    AS IN CPRFILE AND PENSEXTR - SEE 058-NUMBER-SURROGATE.
       01 WS-REG-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-MASK-SEQ-X             PIC 9(03).
       01 WS-MASK-LTR-IDX           PIC 9(04) COMP.
       01 WS-MASK-SEQ-REM           PIC 9(04) COMP.
       01 WS-MASK-LETTERS           PIC X(10) VALUE 'MNPQRSTUVW'.
       01 WS-MASK-ALPHA             PIC X(36)
                  VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MASK-EXT-NO            PIC 9(07) COMP.
       01 WS-MASK-EXT-QUOT          PIC 9(07) COMP.
       01 WS-MASK-EXT-REM           PIC 9(04) COMP.

      *    THE SCHEME TOTALS, FIRST AS READ FOR THE HEADER, THEN AS
      *    WRITTEN FOR THE TRAILER.
       01 WS-SCHEME-CODES           PIC X(03) VALUE 'HSC'.
       01 WS-SCHEME-TBL.
           05 WS-SC-ENTRY           OCCURS 3 TIMES.
              10 WS-SC-CODE         PIC X(01).
              10 WS-SC-HDR-COUNT    PIC 9(07) COMP.
              10 WS-SC-HDR-BENEFIT  PIC S9(13)V99 COMP-3.
              10 WS-SC-TRL-COUNT    PIC 9(07) COMP.
              10 WS-SC-TRL-BENEFIT  PIC S9(13)V99 COMP-3.
       01 WS-HDR-RECORDS            PIC 9(07) COMP VALUE 0.
       01 WS-HDR-VALUED             PIC 9(07) COMP VALUE 0.
       01 WS-HDR-BENEFIT            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TRL-VALUED             PIC 9(07) COMP VALUE 0.
       01 WS-TRL-BENEFIT            PIC S9(13)V99 COMP-3 VALUE 0.

       01 WS-CENSUS-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-EXCLUDED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-NOYEAR-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-BIRTH-HR-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-BIRTH-CPR-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-NO-BIRTH-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-ACTIVE-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-DEFERRED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-PENSIONER-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-NOT-MASTER-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-NEW-SURR-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-UNRESOLVED-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-UNMASKED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-ASOF-DIFF-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-MISS-ACTIVE-COUNT      PIC 9(07) COMP VALUE 0.
       01 WS-MISS-DEFERRED-COUNT    PIC 9(07) COMP VALUE 0.
       01 WS-MISS-PENSIONER-COUNT   PIC 9(07) COMP VALUE 0.

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

       01 WS-LINES-PER-PAGE         PIC 9(04) COMP VALUE 55.
       01 WS-LOCALE-FIELD           PIC X(20).

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(36)
              VALUE 'PENSCENS ACTUARIAL CENSUS FOR'.
           05 RH1-INST-ID           PIC X(10).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE 'VALUATION DATE'.
           05 RH1-VAL-DATE          PIC 9(08).
           05 FILLER                PIC X(58) VALUE SPACES.

       01 RPT-SCHEME-HDR.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(08) VALUE 'SCHEME'.
           05 FILLER                PIC X(10) VALUE '   VALUED'.
           05 FILLER                PIC X(22)
              VALUE '     MONTHLY BENEFIT'.
           05 FILLER                PIC X(10) VALUE '  WRITTEN'.
           05 FILLER                PIC X(22)
              VALUE '     MONTHLY BENEFIT'.
           05 FILLER                PIC X(60) VALUE SPACES.

       01 RPT-SCHEME-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-SCHEME             PIC X(05).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RS-HDR-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RS-HDR-BENEFIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RS-TRL-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RS-TRL-BENEFIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(61) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  CS-PARM.
           05 CS-PARM-LEN           PIC S9(4) COMP.
           05 CS-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING CS-PARM.
       010-INITIALIZATION.
           DISPLAY "Program PENSCENS STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-READ-PARM THRU 012-READ-PARM-EXIT.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              MOVE WS-SCHEME-CODES(WS-SC-SUB:1)
                TO WS-SC-CODE(WS-SC-SUB)
              MOVE 0 TO WS-SC-HDR-COUNT(WS-SC-SUB)
              MOVE ZERO TO WS-SC-HDR-BENEFIT(WS-SC-SUB)
              MOVE 0 TO WS-SC-TRL-COUNT(WS-SC-SUB)
              MOVE ZERO TO WS-SC-TRL-BENEFIT(WS-SC-SUB)
           END-PERFORM.

           OPEN OUTPUT CENSRPT.
           IF CENSRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CENSRPT ' CENSRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CENSUS.
           IF CENSUS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CENSUS ' CENSUS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 020-LOAD-SURROGATES THRU 020-LOAD-SURROGATES-EXIT.
           PERFORM 030-CONTROL-PASS THRU 030-CONTROL-PASS-EXIT.
           PERFORM 040-WRITE-HEADER THRU 040-WRITE-HEADER-EXIT.
           PERFORM 050-CENSUS-PASS THRU 050-CENSUS-PASS-EXIT.
           PERFORM 060-WRITE-TRAILER THRU 060-WRITE-TRAILER-EXIT.
           PERFORM 070-SWEEP-MASTER THRU 070-SWEEP-MASTER-EXIT.
           CLOSE CENSUS.

           PERFORM 080-PRINT-REPORT THRU 080-PRINT-REPORT-EXIT.
           CLOSE CENSRPT.
           DISPLAY 'PENSCENS. VALUATION DATE            '
                   WS-VAL-DATE.
           DISPLAY 'PENSCENS. MEMBERS ON THE CENSUS     '
                   WS-CENSUS-COUNT.
           DISPLAY 'PENSCENS. VALUED (AS IN PENSLIAB)   '
                   WS-TRL-VALUED.
           DISPLAY 'PENSCENS. NEW SURROGATES ISSUED     '
                   WS-NEW-SURR-COUNT.
           IF (WS-UNRESOLVED-COUNT > 0 OR WS-UNMASKED-COUNT > 0
               OR WS-NOT-MASTER-COUNT > 0 OR WS-NO-BIRTH-COUNT > 0
               OR WS-ASOF-DIFF-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       012-READ-PARM.
           MOVE WS-BUSINESS-DATE TO WS-VAL-DATE.
           IF CS-PARM-LEN >= 8
              MOVE CS-PARM-TEXT(1:8) TO L-INPUT-DATE
              PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT
              IF DATE-IS-INVALID
                 DISPLAY 'PENSCENS - DATE IN PARM IS NOT A VALID '
                         'CCYYMMDD DATE: ' CS-PARM-TEXT(1:8)
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE L-INPUT-DATE TO WS-VAL-DATE
           END-IF.
           DISPLAY 'PENSCENS - CENSUS AS AT ' WS-VAL-DATE.
      *
       012-READ-PARM-EXIT.
           EXIT.

       020-LOAD-SURROGATES.
      *    EVERY LINK GOES ON THE WORK FILE BOTH WAYS ROUND. A
      *    TOMBSTONE IS COUNTED BUT NOT LOADED - NOBODY RESOLVES TO
      *    AN ERASED PERSON.
           OPEN OUTPUT CSWORK.
           IF CSWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CSWORK ' CSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'PENSCENS - NO SURROGATE REGISTRY ON FILE - '
                      'EVERY CPR GETS A NEW SURROGATE'
              GO TO 020-LOAD-SURROGATES-OPEN
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              ADD 1 TO WS-REG-COUNT
              IF RG-REAL NOT = '**ERASED**'
                 MOVE SPACES TO CSWORK-RECORD
                 MOVE 'R' TO CW-KIND
                 MOVE RG-REAL TO CW-CPR
                 MOVE RG-SURR TO CW-OTHER
                 WRITE CSWORK-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE SPACES TO CSWORK-RECORD
                 MOVE 'S' TO CW-KIND
                 MOVE RG-SURR TO CW-CPR
                 MOVE RG-REAL TO CW-OTHER
                 WRITE CSWORK-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
           DISPLAY 'PENSCENS. REGISTRY LINKAGES LOADED  ' WS-REG-COUNT.
      *
       020-LOAD-SURROGATES-OPEN.
           CLOSE CSWORK.
           OPEN I-O CSWORK.
           IF CSWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CSWORK ' CSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
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

       030-CONTROL-PASS.
      *    THE HEADER TOTALS, TAKEN STRAIGHT OFF PENSOUT BEFORE ANY
      *    DETAIL IS WRITTEN.
           OPEN INPUT PENSOUT.
           IF PENSOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PENSOUT ' PENSOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 032-READ-PENSOUT THRU 032-READ-PENSOUT-EXIT.
           PERFORM TEST BEFORE UNTIL PO-EOF
              ADD 1 TO WS-HDR-RECORDS
              PERFORM 034-VALUE-MEMBER THRU 034-VALUE-MEMBER-EXIT
              IF MEMBER-VALUED
                 ADD 1 TO WS-HDR-VALUED
                 ADD WS-BENEFIT TO WS-HDR-BENEFIT
                 ADD 1 TO WS-SC-HDR-COUNT(WS-SC-IX)
                 ADD WS-BENEFIT TO WS-SC-HDR-BENEFIT(WS-SC-IX)
              END-IF
              PERFORM 032-READ-PENSOUT THRU 032-READ-PENSOUT-EXIT
           END-PERFORM.
           CLOSE PENSOUT.
           MOVE '0' TO PO-MARKER.
      *
       030-CONTROL-PASS-EXIT.
           EXIT.

       032-READ-PENSOUT.
           READ PENSOUT
                AT END SET PO-EOF TO TRUE
           END-READ.
      *
       032-READ-PENSOUT-EXIT.
           EXIT.

       034-VALUE-MEMBER.
      *    PENSLIAB'S RULE, STEP FOR STEP : A NON-ZERO RETC OR NO
      *    FOUR-DIGIT YEAR ON THE DATE TEXT LEAVES THE MEMBER OUT OF
      *    THE TOTALS; A SCHEME OTHER THAN H OR C COUNTS AS S.
           SET MEMBER-NOT-VALUED TO TRUE.
           MOVE ZERO TO WS-BENEFIT.
           EVALUATE PO-SCHEME
              WHEN 'H'
                 MOVE 1 TO WS-SC-IX
              WHEN 'C'
                 MOVE 3 TO WS-SC-IX
              WHEN OTHER
                 MOVE 2 TO WS-SC-IX
           END-EVALUATE.
           MOVE WS-SC-CODE(WS-SC-IX) TO WS-SCHEME.
           MOVE PO-RETC TO WS-RETC-NUM.
           IF WS-RETC-NUM NOT = 0
              GO TO 034-VALUE-MEMBER-EXIT
           END-IF.
           MOVE 0 TO WS-RET-YEAR.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > 37
                      OR WS-RET-YEAR > 0
              IF PO-RETIREMENT-DATE(WS-SCAN:4) IS NUMERIC
                 MOVE PO-RETIREMENT-DATE(WS-SCAN:4) TO WS-RET-YEAR
              END-IF
           END-PERFORM.
           IF WS-RET-YEAR = 0
              GO TO 034-VALUE-MEMBER-EXIT
           END-IF.
           MOVE PO-BENEFIT TO WS-AMT-EDIT-X.
           IF CFG-LOCALE = 'P'
              INSPECT WS-AMT-EDIT-X REPLACING ALL ',' BY X'01'
              INSPECT WS-AMT-EDIT-X REPLACING ALL '.' BY ','
              INSPECT WS-AMT-EDIT-X REPLACING ALL X'01' BY '.'
           END-IF.
           MOVE WS-AMT-EDIT TO WS-BENEFIT.
           SET MEMBER-VALUED TO TRUE.
      *
       034-VALUE-MEMBER-EXIT.
           EXIT.

       040-WRITE-HEADER.
           MOVE SPACES TO CENSUS-RECORD.
           SET CN-HEADER TO TRUE.
           MOVE WS-HDR-RECORDS TO CN-RECORDS.
           MOVE WS-HDR-VALUED TO CN-VALUED-COUNT.
           MOVE WS-HDR-BENEFIT TO CN-BENEFIT-TOTAL.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              MOVE WS-SC-CODE(WS-SC-SUB) TO CN-SC-SCHEME(WS-SC-SUB)
              MOVE WS-SC-HDR-COUNT(WS-SC-SUB) TO CN-SC-COUNT(WS-SC-SUB)
              MOVE WS-SC-HDR-BENEFIT(WS-SC-SUB)
                TO CN-SC-BENEFIT(WS-SC-SUB)
           END-PERFORM.
           PERFORM 065-WRITE-CONTROL THRU 065-WRITE-CONTROL-EXIT.
      *
       040-WRITE-HEADER-EXIT.
           EXIT.

       050-CENSUS-PASS.
           OPEN INPUT PENSOUT.
           IF PENSOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PENSOUT ' PENSOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT BIRTHIN.
           IF BIRTHIN-STATUS = 0
              SET BIRTHIN-OPEN TO TRUE
           ELSE
              DISPLAY 'PENSCENS - NO BIRTHIN EXTRACT (STATUS '
                      BIRTHIN-STATUS ') - BIRTH DATES TAKEN FROM '
                      'THE CPR NUMBERS'
           END-IF.
           OPEN INPUT CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND SURRREG.
           IF SURRREG-STATUS = 35
              OPEN OUTPUT SURRREG
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 032-READ-PENSOUT THRU 032-READ-PENSOUT-EXIT.
           PERFORM TEST BEFORE UNTIL PO-EOF
              PERFORM 052-CENSUS-MEMBER THRU 052-CENSUS-MEMBER-EXIT
              PERFORM 032-READ-PENSOUT THRU 032-READ-PENSOUT-EXIT
           END-PERFORM.

           CLOSE PENSOUT.
           IF BIRTHIN-OPEN
              CLOSE BIRTHIN
           END-IF.
           CLOSE CPRMAST.
           CLOSE SURRREG.
      *
       050-CENSUS-PASS-EXIT.
           EXIT.

       052-CENSUS-MEMBER.
           MOVE SPACES TO CENSUS-RECORD.
           SET CN-DETAIL TO TRUE.
           PERFORM 034-VALUE-MEMBER THRU 034-VALUE-MEMBER-EXIT.
           PERFORM 054-MASK-MEMBER THRU 054-MASK-MEMBER-EXIT.
           MOVE WS-SURR-CPR TO CN-CPR.
           PERFORM 056-BIRTH-DATE THRU 056-BIRTH-DATE-EXIT.
           MOVE PO-GENDER TO CN-GENDER.
           MOVE WS-SCHEME TO CN-SCHEME.
           MOVE 0 TO CN-LAST-CONTRIB.
           MOVE 'N' TO CN-MBR-STATUS.
           IF REAL-KNOWN
              MOVE WS-REAL-CPR TO RM-CPR
              READ CPRMAST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN RM-PENSIONER
                          MOVE 'P' TO CN-MBR-STATUS
                       WHEN RM-DEFERRED
                          MOVE 'D' TO CN-MBR-STATUS
                       WHEN OTHER
                          MOVE 'A' TO CN-MBR-STATUS
                    END-EVALUATE
                    IF RM-LASTAMT IS NUMERIC
                       MOVE RM-LASTAMT TO CN-LAST-CONTRIB
                    END-IF
              END-READ
           END-IF.
           EVALUATE CN-MBR-STATUS
              WHEN 'A'
                 ADD 1 TO WS-ACTIVE-COUNT
              WHEN 'D'
                 ADD 1 TO WS-DEFERRED-COUNT
              WHEN 'P'
                 ADD 1 TO WS-PENSIONER-COUNT
              WHEN OTHER
                 ADD 1 TO WS-NOT-MASTER-COUNT
           END-EVALUATE.
           PERFORM 058-RETIREMENT-DATE THRU 058-RETIREMENT-DATE-EXIT.
           MOVE WS-RET-CCYYMMDD TO CN-RET-DATE.
           MOVE PO-ASOF-DATE TO CN-ASOF-DATE.
           IF PO-ASOF-DATE NOT = WS-VAL-DATE
              ADD 1 TO WS-ASOF-DIFF-COUNT
           END-IF.
           IF MEMBER-VALUED
              MOVE WS-BENEFIT TO CN-BENEFIT
              MOVE 'Y' TO CN-VALUED
              ADD 1 TO WS-TRL-VALUED
              ADD WS-BENEFIT TO WS-TRL-BENEFIT
              ADD 1 TO WS-SC-TRL-COUNT(WS-SC-IX)
              ADD WS-BENEFIT TO WS-SC-TRL-BENEFIT(WS-SC-IX)
           ELSE
              MOVE 0 TO CN-BENEFIT
              MOVE 'N' TO CN-VALUED
              MOVE PO-RETC TO WS-RETC-NUM
              IF WS-RETC-NUM NOT = 0
                 ADD 1 TO WS-EXCLUDED-COUNT
              ELSE
                 ADD 1 TO WS-NOYEAR-COUNT
              END-IF
           END-IF.
           WRITE CENSUS-RECORD.
           IF CENSUS-STATUS NOT = 0
              DISPLAY '*** PENSCENS - CENSUS WRITE FAILED, STATUS '
                      CENSUS-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-CENSUS-COUNT.
      *
       052-CENSUS-MEMBER-EXIT.
           EXIT.

       054-MASK-MEMBER.
      *    A REAL CPR (NUMERIC SEQUENCE) TAKES ITS REGISTRY
      *    SURROGATE, OR THE NEXT ONE WHEN IT HAS NONE YET. A CPR
      *    PENSEXTR ALREADY MASKED IS ITS OWN SURROGATE AND IS
      *    RESOLVED BACK TO THE REAL CPR FOR THE MASTER LOOKUP.
           SET REAL-KNOWN TO TRUE.
           IF PO-CPR(7:4) IS NOT NUMERIC
              MOVE PO-CPR TO WS-SURR-CPR
              MOVE 'S' TO CW-KIND
              MOVE PO-CPR TO CW-CPR
              READ CSWORK
                 INVALID KEY
                    SET REAL-UNKNOWN TO TRUE
                    ADD 1 TO WS-UNRESOLVED-COUNT
                    GO TO 054-MASK-MEMBER-EXIT
              END-READ
              MOVE CW-OTHER TO WS-REAL-CPR
              MOVE 'R' TO CW-KIND
              MOVE WS-REAL-CPR TO CW-CPR
              READ CSWORK
                 INVALID KEY
                    GO TO 054-MASK-MEMBER-EXIT
              END-READ
              PERFORM 055-MARK-ON-CENSUS THRU 055-MARK-ON-CENSUS-EXIT
              GO TO 054-MASK-MEMBER-EXIT
           END-IF.
           MOVE PO-CPR TO WS-REAL-CPR.
           MOVE 'R' TO CW-KIND.
           MOVE PO-CPR TO CW-CPR.
           READ CSWORK
              INVALID KEY
                 PERFORM 057-NEW-SURROGATE THRU 057-NEW-SURROGATE-EXIT
                 GO TO 054-MASK-MEMBER-EXIT
           END-READ.
           MOVE CW-OTHER TO WS-SURR-CPR.
           PERFORM 055-MARK-ON-CENSUS THRU 055-MARK-ON-CENSUS-EXIT.
      *
       054-MASK-MEMBER-EXIT.
           EXIT.

       055-MARK-ON-CENSUS.
           SET CW-ON-CENSUS TO TRUE.
           REWRITE CSWORK-RECORD
              INVALID KEY
                 DISPLAY 'PENSCENS - CSWORK REWRITE FAILED, STATUS '
                         CSWORK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
      *
       055-MARK-ON-CENSUS-EXIT.
           EXIT.

       056-BIRTH-DATE.
      *    HR'S DATE FIRST; WITHOUT ONE THE CPR'S DDMMYY PREFIX,
      *    CENTURY FROM THE CONFIG PIVOT YEAR AS EVERYWHERE ELSE.
           MOVE 0 TO CN-BIRTH-DATE.
           MOVE SPACE TO CN-BIRTH-SOURCE.
           IF BIRTHIN-OPEN AND NOT BI-EOF
              READ BIRTHIN
                   AT END SET BI-EOF TO TRUE
              END-READ
           END-IF.
           IF BIRTHIN-OPEN AND NOT BI-EOF
              AND BI-CCYYMMDD IS NUMERIC
              MOVE BI-CCYYMMDD TO L-INPUT-DATE
              PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT
              IF DATE-IS-VALID
                 MOVE BI-CCYYMMDD TO CN-BIRTH-DATE
                 MOVE 'H' TO CN-BIRTH-SOURCE
                 ADD 1 TO WS-BIRTH-HR-COUNT
                 GO TO 056-BIRTH-DATE-EXIT
              END-IF
           END-IF.
           MOVE PO-CPR(1:2) TO WS-CPR-DD.
           MOVE PO-CPR(3:2) TO WS-CPR-MM.
           MOVE PO-CPR(5:2) TO WS-CPR-YY.
           IF PO-CPR(1:6) IS NOT NUMERIC
              ADD 1 TO WS-NO-BIRTH-COUNT
              GO TO 056-BIRTH-DATE-EXIT
           END-IF.
           IF WS-CPR-YY <= CFG-PIVOT-YEAR
              COMPUTE WS-CPR-CCYY = 2000 + WS-CPR-YY
           ELSE
              COMPUTE WS-CPR-CCYY = 1900 + WS-CPR-YY
           END-IF.
           MOVE WS-CPR-CCYY TO L-CCYY.
           MOVE WS-CPR-MM   TO L-MM.
           MOVE WS-CPR-DD   TO L-DD.
           PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT.
           IF DATE-IS-INVALID
              ADD 1 TO WS-NO-BIRTH-COUNT
              GO TO 056-BIRTH-DATE-EXIT
           END-IF.
           MOVE L-INPUT-DATE TO CN-BIRTH-DATE.
           MOVE 'C' TO CN-BIRTH-SOURCE.
           ADD 1 TO WS-BIRTH-CPR-COUNT.
      *
       056-BIRTH-DATE-EXIT.
           EXIT.

       057-NEW-SURROGATE.
      *    THE SAME NUMBERING PENSEXTR USES. ONCE THE REGISTRY HAS
      *    ISSUED ALL 886096 SURROGATES THERE ARE NONE LEFT AND THE
      *    SEQUENCE IS BLANKED OUT INSTEAD.
           IF WS-REG-COUNT >= 886096
              MOVE PO-CPR TO WS-SURR-CPR
              MOVE '****' TO WS-SURR-CPR(7:4)
              ADD 1 TO WS-UNMASKED-COUNT
              GO TO 057-NEW-SURROGATE-EXIT
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           MOVE PO-CPR TO WS-SURR-CPR.
           PERFORM 058-NUMBER-SURROGATE THRU
                   058-NUMBER-SURROGATE-EXIT.
           MOVE SPACES TO SURRREG-RECORD.
           MOVE WS-REAL-CPR TO RG-REAL.
           MOVE WS-SURR-CPR TO RG-SURR.
           WRITE SURRREG-RECORD.
           IF SURRREG-STATUS NOT = 0
              DISPLAY '*** PENSCENS - SURRREG WRITE FAILED, STATUS '
                      SURRREG-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-NEW-SURR-COUNT.
           MOVE SPACES TO CSWORK-RECORD.
           MOVE 'R' TO CW-KIND.
           MOVE WS-REAL-CPR TO CW-CPR.
           MOVE WS-SURR-CPR TO CW-OTHER.
           SET CW-ON-CENSUS TO TRUE.
           WRITE CSWORK-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE SPACES TO CSWORK-RECORD.
           MOVE 'S' TO CW-KIND.
           MOVE WS-SURR-CPR TO CW-CPR.
           MOVE WS-REAL-CPR TO CW-OTHER.
           WRITE CSWORK-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
      *
       057-NEW-SURROGATE-EXIT.
           EXIT.

       058-NUMBER-SURROGATE.
      *    SURROGATE NUMBER WS-REG-COUNT INTO WS-SURR-CPR(7:4) : A
      *    LETTER AND THREE DIGITS FOR THE FIRST 10000, THEN TWO
      *    LETTERS AND TWO CHARACTERS OF 0-9/A-Z FOR THE NEXT 876096.
           IF WS-REG-COUNT <= 10000
              COMPUTE WS-MASK-LTR-IDX =
                      (WS-REG-COUNT - 1) / 1000 + 1
              DIVIDE WS-REG-COUNT BY 1000 GIVING WS-MASK-SEQ-REM
                     REMAINDER WS-MASK-SEQ-X
              MOVE WS-MASK-LETTERS(WS-MASK-LTR-IDX:1)
                   TO WS-SURR-CPR(7:1)
              MOVE WS-MASK-SEQ-X TO WS-SURR-CPR(8:3)
              GO TO 058-NUMBER-SURROGATE-EXIT
           END-IF.
           COMPUTE WS-MASK-EXT-NO = WS-REG-COUNT - 10001.
           DIVIDE WS-MASK-EXT-NO BY 36 GIVING WS-MASK-EXT-QUOT
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 1:1)
                TO WS-SURR-CPR(10:1).
           DIVIDE WS-MASK-EXT-QUOT BY 36 GIVING WS-MASK-EXT-NO
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 1:1)
                TO WS-SURR-CPR(9:1).
           DIVIDE WS-MASK-EXT-NO BY 26 GIVING WS-MASK-EXT-QUOT
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 11:1)
                TO WS-SURR-CPR(8:1).
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-QUOT + 11:1)
                TO WS-SURR-CPR(7:1).
      *
       058-NUMBER-SURROGATE-EXIT.
           EXIT.

       058-RETIREMENT-DATE.
      *    THE RETIREMENT DATE COMES BACK FROM EBUD01 AS FORMATTED
      *    TEXT IN A CCYY-MM-DD SHAPE - THE SAME SCAN PENSEXTR USES.
           MOVE 0 TO WS-RET-CCYYMMDD.
           PERFORM VARYING WS-RET-SCAN FROM 1 BY 1
                   UNTIL WS-RET-SCAN > 31
                      OR WS-RET-CCYYMMDD > 0
              IF PO-RETIREMENT-DATE(WS-RET-SCAN:4) IS NUMERIC
                 AND PO-RETIREMENT-DATE(WS-RET-SCAN + 5:2) IS NUMERIC
                 AND PO-RETIREMENT-DATE(WS-RET-SCAN + 8:2) IS NUMERIC
                 MOVE PO-RETIREMENT-DATE(WS-RET-SCAN:4)
                      TO WS-RET-CCYYMMDD(1:4)
                 MOVE PO-RETIREMENT-DATE(WS-RET-SCAN + 5:2)
                      TO WS-RET-CCYYMMDD(5:2)
                 MOVE PO-RETIREMENT-DATE(WS-RET-SCAN + 8:2)
                      TO WS-RET-CCYYMMDD(7:2)
              END-IF
           END-PERFORM.
      *
       058-RETIREMENT-DATE-EXIT.
           EXIT.

       060-WRITE-TRAILER.
           MOVE SPACES TO CENSUS-RECORD.
           SET CN-TRAILER TO TRUE.
           MOVE WS-CENSUS-COUNT TO CN-RECORDS.
           MOVE WS-TRL-VALUED TO CN-VALUED-COUNT.
           MOVE WS-TRL-BENEFIT TO CN-BENEFIT-TOTAL.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              MOVE WS-SC-CODE(WS-SC-SUB) TO CN-SC-SCHEME(WS-SC-SUB)
              MOVE WS-SC-TRL-COUNT(WS-SC-SUB) TO CN-SC-COUNT(WS-SC-SUB)
              MOVE WS-SC-TRL-BENEFIT(WS-SC-SUB)
                TO CN-SC-BENEFIT(WS-SC-SUB)
           END-PERFORM.
           PERFORM 065-WRITE-CONTROL THRU 065-WRITE-CONTROL-EXIT.
           IF WS-TRL-VALUED NOT = WS-HDR-VALUED
              OR WS-TRL-BENEFIT NOT = WS-HDR-BENEFIT
              OR WS-CENSUS-COUNT NOT = WS-HDR-RECORDS
              DISPLAY '*** PENSCENS - TRAILER DOES NOT AGREE WITH '
                      'THE HEADER - PENSOUT CHANGED DURING THE RUN'
              MOVE 12 TO RETURN-CODE
           END-IF.
      *
       060-WRITE-TRAILER-EXIT.
           EXIT.

       065-WRITE-CONTROL.
           MOVE CFG-INST-ID TO CN-INST-ID.
           MOVE WS-VAL-DATE TO CN-VAL-DATE.
           MOVE WS-BUSINESS-DATE TO CN-MADE-DATE.
           WRITE CENSUS-RECORD.
           IF CENSUS-STATUS NOT = 0
              DISPLAY '*** PENSCENS - CENSUS WRITE FAILED, STATUS '
                      CENSUS-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       065-WRITE-CONTROL-EXIT.
           EXIT.

       070-SWEEP-MASTER.
      *    THE MEMBERS ON CPRMAST THAT THE PENSOUT DID NOT CARRY -
      *    THE CENSUS GOES NO WIDER THAN THE PENSLIAB FIGURES IT
      *    TIES TO, SO THESE ARE COUNTED FOR THE COVER NOTE TO THE
      *    FIRM, NOT WRITTEN.
           OPEN INPUT CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 072-READ-CPRMAST THRU 072-READ-CPRMAST-EXIT.
           PERFORM TEST BEFORE UNTIL RM-EOF
              MOVE 'R' TO CW-KIND
              MOVE RM-CPR TO CW-CPR
              READ CSWORK
                 INVALID KEY
                    MOVE 'N' TO CW-ON-CENSUS-SW
              END-READ
              IF NOT CW-ON-CENSUS
                 EVALUATE TRUE
                    WHEN RM-PENSIONER
                       ADD 1 TO WS-MISS-PENSIONER-COUNT
                    WHEN RM-DEFERRED
                       ADD 1 TO WS-MISS-DEFERRED-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-MISS-ACTIVE-COUNT
                 END-EVALUATE
              END-IF
              PERFORM 072-READ-CPRMAST THRU 072-READ-CPRMAST-EXIT
           END-PERFORM.
           CLOSE CPRMAST.
           CLOSE CSWORK.
      *
       070-SWEEP-MASTER-EXIT.
           EXIT.

       072-READ-CPRMAST.
           READ CPRMAST NEXT
                AT END SET RM-EOF TO TRUE
           END-READ.
      *
       072-READ-CPRMAST-EXIT.
           EXIT.

       080-PRINT-REPORT.
           MOVE CFG-INST-ID TO RH1-INST-ID.
           MOVE WS-VAL-DATE TO RH1-VAL-DATE.
           WRITE RPT-LINE FROM RPT-HDR-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-SCHEME-HDR.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              MOVE SPACES TO RPT-SCHEME-LINE
              MOVE WS-SC-CODE(WS-SC-SUB) TO RS-SCHEME
              MOVE WS-SC-HDR-COUNT(WS-SC-SUB) TO RS-HDR-COUNT
              MOVE WS-SC-HDR-BENEFIT(WS-SC-SUB) TO RS-HDR-BENEFIT
              MOVE WS-SC-TRL-COUNT(WS-SC-SUB) TO RS-TRL-COUNT
              MOVE WS-SC-TRL-BENEFIT(WS-SC-SUB) TO RS-TRL-BENEFIT
              PERFORM 085-SWAP-SCHEME-LOCALE THRU
                      085-SWAP-SCHEME-LOCALE-EXIT
              WRITE RPT-LINE FROM RPT-SCHEME-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-SCHEME-LINE.
           MOVE 'TOTAL' TO RS-SCHEME.
           MOVE WS-HDR-VALUED TO RS-HDR-COUNT.
           MOVE WS-HDR-BENEFIT TO RS-HDR-BENEFIT.
           MOVE WS-TRL-VALUED TO RS-TRL-COUNT.
           MOVE WS-TRL-BENEFIT TO RS-TRL-BENEFIT.
           PERFORM 085-SWAP-SCHEME-LOCALE THRU
                   085-SWAP-SCHEME-LOCALE-EXIT.
           WRITE RPT-LINE FROM RPT-SCHEME-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'PENSOUT RECORDS - MEMBERS ON THE CENSUS' TO RT-TEXT.
           MOVE WS-CENSUS-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  VALUED, AS IN PENSLIAB' TO RT-TEXT.
           MOVE WS-TRL-VALUED TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  NOT VALUED - NON-ZERO RETC' TO RT-TEXT.
           MOVE WS-EXCLUDED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  NOT VALUED - NO RETIREMENT YEAR' TO RT-TEXT.
           MOVE WS-NOYEAR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ACTIVE MEMBERS' TO RT-TEXT.
           MOVE WS-ACTIVE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'DEFERRED MEMBERS' TO RT-TEXT.
           MOVE WS-DEFERRED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'PENSIONERS' TO RT-TEXT.
           MOVE WS-PENSIONER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NOT ON CPRMAST - STATUS N' TO RT-TEXT.
           MOVE WS-NOT-MASTER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BIRTH DATE FROM HR BIRTHIN' TO RT-TEXT.
           MOVE WS-BIRTH-HR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'BIRTH DATE FROM THE CPR NUMBER' TO RT-TEXT.
           MOVE WS-BIRTH-CPR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NO BIRTH DATE' TO RT-TEXT.
           MOVE WS-NO-BIRTH-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NEW SURROGATES ADDED TO THE REGISTRY' TO RT-TEXT.
           MOVE WS-NEW-SURR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'SURROGATE ON PENSOUT NOT ON THE REGISTRY' TO RT-TEXT.
           MOVE WS-UNRESOLVED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REGISTRY FULL - CPR SEQUENCE BLANKED' TO RT-TEXT.
           MOVE WS-UNMASKED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'PENSOUT NOT PRICED AS OF THE VALUATION DATE'
             TO RT-TEXT.
           MOVE WS-ASOF-DIFF-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CPRMAST MEMBERS NOT ON PENSOUT - ACTIVE' TO RT-TEXT.
           MOVE WS-MISS-ACTIVE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CPRMAST MEMBERS NOT ON PENSOUT - DEFERRED'
             TO RT-TEXT.
           MOVE WS-MISS-DEFERRED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CPRMAST MEMBERS NOT ON PENSOUT - PENSIONERS'
             TO RT-TEXT.
           MOVE WS-MISS-PENSIONER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
      *
       080-PRINT-REPORT-EXIT.
           EXIT.

       085-SWAP-SCHEME-LOCALE.
      *    THE MONEY COLUMNS EDIT DANISH-STYLE UNDER DECIMAL-POINT
      *    IS COMMA; A PERIOD-LOCALE RUN GETS THE TWO SEPARATORS
      *    SWAPPED BACK, THE WAY PENSLIAB PRINTS THEM.
           IF CFG-LOCALE NOT = 'P'
              GO TO 085-SWAP-SCHEME-LOCALE-EXIT
           END-IF.
           MOVE RS-HDR-BENEFIT TO WS-LOCALE-FIELD.
           PERFORM 086-SWAP-ONE THRU 086-SWAP-ONE-EXIT.
           MOVE WS-LOCALE-FIELD TO RS-HDR-BENEFIT.
           MOVE RS-TRL-BENEFIT TO WS-LOCALE-FIELD.
           PERFORM 086-SWAP-ONE THRU 086-SWAP-ONE-EXIT.
           MOVE WS-LOCALE-FIELD TO RS-TRL-BENEFIT.
      *
       085-SWAP-SCHEME-LOCALE-EXIT.
           EXIT.

       086-SWAP-ONE.
           INSPECT WS-LOCALE-FIELD REPLACING ALL ',' BY X'01'.
           INSPECT WS-LOCALE-FIELD REPLACING ALL '.' BY ','.
           INSPECT WS-LOCALE-FIELD REPLACING ALL X'01' BY '.'.
      *
       086-SWAP-ONE-EXIT.
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
              DISPLAY 'PENSCENS - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSCENS - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSCENS - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSCENS CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSCENS - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSCENS - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSCENS - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM PENSCENS.
