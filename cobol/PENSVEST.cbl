       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSVEST.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSVEST SETTLES THE NIGHT'S LEAVERS. A BRANCH REPORTS A  *
      * LEAVER AS AN IN-ACTION 'D' AND CPRFILE TAKES THE MEMBER   *
      * OFF CPRMAST, LEAVING A 'DELETE' ENTRY WITH THE RECORD'S   *
      * BEFORE-IMAGE ON THE CHGHIST LOG. EVERY SUCH ENTRY FOR THE *
      * BUSINESS DATE IS TAKEN IN TURN :                          *
      *    - ONLY A DELETE THE BRANCH MARKED AS A LEAVER IS       *
      *      SETTLED. A DEATH (MARKED AS ONE, OR - ON AN ENTRY    *
      *      WITH NO REASON - ONE THAT OPENED A SURVIVOR CASE),   *
      *      A PENSIONER OR A MEMBER ALREADY DEFERRED IS NOT A    *
      *      LEAVER AND IS ONLY LISTED. A DELETE WITH NO REASON   *
      *      AT ALL IS LEFT FOR HR - SEE LEAVRSN BELOW            *
      *    - THE SERVICE IS MEASURED IN COMPLETE YEARS FROM THE   *
      *      HIRE DATE ON THE CPRXREF CROSS-REFERENCE (THE ONLY   *
      *      SOURCE READ - PENSXREF REFRESHES IT FROM TONIGHT'S   *
      *      EMPPAIR PAIRS IN THE STEP BEFORE THIS ONE) TO THE    *
      *      LEAVING DATE                                         *
      *    - A LEAVER WITH AT LEAST THE SCHEME'S MINIMUM SERVICE  *
      *      (THE VESTPARM PARAMETER MEMBER) HAS VESTED AND GOES  *
      *      BACK ON CPRMAST AS A DEFERRED MEMBER, WITH THE       *
      *      PENSBEN BENEFIT FROZEN AS OF THE LEAVING DATE - PAID *
      *      BY PENSCONV AT RETIREMENT                            *
      *    - ANY OTHER LEAVER IS REFUNDED THEIR CONTRIBUTIONS,    *
      *      TOTALLED FROM THE CONTLEDG LEDGER, ON THE LEAVSETL   *
      *      SETTLEMENT FILE FOR FINANCE                          *
      * A LEAVER WITH NO HIRE DATE ON FILE IS DEFERRED, NOT       *
      * REFUNDED, AND LISTED FOR HR - A DEFERRAL CAN STILL BE     *
      * SETTLED LATER, A REFUND CANNOT BE TAKEN BACK. EACH        *
      * DEFERRAL AND REFUND IS WRITTEN TO CHGHIST (PROGRAM        *
      * PENSVEST) - SO A RERUN SETTLES NOTHING TWICE AND CPRBKOUT *
      * BACKS OUT THE DEFERRALS WITH THE NIGHT - AND A DEFERRED   *
      * MEMBER'S KEY GOES ON CHGQUEUE FOR THE NEXT CPRMMNT        *
      * EXTRACT. MASKED ENTRIES ARE RESOLVED THROUGH THE SURRREG  *
      * REGISTRY, LOADED FIRST ONTO THE VSSURR KEYED WORK FILE;   *
      * THE LEAVERS ARE HELD ON THE VSWORK KEYED WORK FILE. BOTH  *
      * ARE DEFINED ONCE WITH REUSE AND EMPTIED BY THE OPEN       *
      * OUTPUT. THE VESTRPT REPORT LISTS EVERY LEAVER AND SHOWS   *
      * THE DEFERRED MEMBERS AGAINST THE REFUNDS PER SCHEME. ENDS *
      * WITH RC 4 WHEN A LEAVER NEEDS FOLLOWING UP.               *
      *                                                           *
      * PARM='CCYYMMDD' NAMES AN EARLIER BUSINESS DATE WHOSE      *
      * LEAVERS ARE TO BE SETTLED; WITHOUT IT, THE REGISTERED     *
      * BUSINESS DATE. FOR SUCH A CATCH-UP RUN HR MAY SUPPLY THE  *
      * OPTIONAL LEAVRSN CARDS, ONE PER DELETE LISTED AS "REASON  *
      * NOT STATED" : THE CPR AS VESTRPT SHOWS IT IN COLUMNS 1-10 *
      * AND 'L' (LEAVER) OR 'D' (DEATH) IN COLUMN 12.             *
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

           SELECT VSWORK ASSIGN TO VSWORK
               FILE STATUS IS VSWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VW-CPR.

           SELECT VSSURR ASSIGN TO VSSURR
               FILE STATUS IS VSSURR-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-SURR.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT VESTPARM ASSIGN TO VESTPARM
               FILE STATUS IS VESTPARM-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVRSN ASSIGN TO LEAVRSN
               FILE STATUS IS LEAVRSN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SURVCAS ASSIGN TO SURVCAS
               FILE STATUS IS SURVCAS-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CPR.

           SELECT CPRXREF ASSIGN TO CPRXREF
               FILE STATUS IS CPRXREF-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CPR.

           SELECT CONTLEDG ASSIGN TO CONTLEDG
               FILE STATUS IS CONTLEDG-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT CHGQUEUE ASSIGN TO CHGQUEUE
               FILE STATUS IS CHGQUEUE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVSETL ASSIGN TO LEAVSETL
               FILE STATUS IS LEAVSETL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT VESTRPT ASSIGN TO VESTRPT
               FILE STATUS IS VESTRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    CHANGE-HISTORY LOG - READ WHOLE FOR THE LEAVERS, THEN
      *    EXTENDED WITH THE DEFERRALS AND REFUNDS.
       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD.
           COPY CHGHIST.

      *    ONE RECORD PER LEAVER, KEYED BY THE CPR AS THE HISTORY
      *    PRESENTS IT. VW-IMAGE IS THE MASTER RECORD AS IT STOOD
      *    BEFORE THE DELETE; VW-SETTLED ONCE A PENSVEST ENTRY FOR
      *    THE CPR FOLLOWS THE DELETE ON THE LOG. VW-REASON IS THE
      *    DELETE'S CH-DEL-REASON, OR HR'S LEAVRSN ANSWER.
       FD  VSWORK.
       01  VSWORK-RECORD.
           05 VW-CPR                PIC X(10).
           05 VW-STATUS             PIC X(01).
              88 VW-PENDING                  VALUE 'P'.
              88 VW-SETTLED                  VALUE 'S'.
           05 VW-DATE               PIC 9(08).
           05 VW-BRANCH             PIC X(10).
           05 VW-IMAGE              PIC X(80).
           05 VW-REASON             PIC X(01).
              88 VW-DEATH                    VALUE 'D'.
              88 VW-LEAVER                   VALUE 'L'.
           05 FILLER                PIC X(10).

      *    SURROGATE-TO-REAL WORK COPY OF THE SURRREG REGISTRY.
       FD  VSSURR.
       01  VSSURR-RECORD.
           05 VS-SURR               PIC X(10).
           05 VS-REAL               PIC X(10).
           05 FILLER                PIC X(60).

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY - SEE
      *    THE SURRREG COPYBOOK.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

      *    VESTING PARAMETER MEMBER, ONE CARD PER SCHEME : SCHEME
      *    (H/S/C) IN COLUMN 1 AND THE MINIMUM COMPLETE YEARS OF
      *    SERVICE TO VEST IN COLUMNS 2-3; THE REST OF THE CARD IS
      *    FREE FOR A REMARK. A CARD WITH '*' IN COLUMN 1 IS A
      *    COMMENT. A SCHEME WITHOUT A CARD KEEPS THE TWO-YEAR
      *    DEFAULT.
       FD  VESTPARM RECORDING MODE F.
       01  VESTPARM-RECORD.
           05 VP-SCHEME             PIC X(01).
           05 VP-MIN-YEARS          PIC X(02).
           05 FILLER                PIC X(77).

      *    HR'S ANSWERS FOR DELETES THAT CAME WITHOUT A REASON :
      *    THE CPR AS VESTRPT PRINTED IT, THEN 'L' OR 'D'. A CARD
      *    WITH '*' IN COLUMN 1 IS A COMMENT.
       FD  LEAVRSN RECORDING MODE F.
       01  LEAVRSN-RECORD.
           05 LR-CPR                PIC X(10).
           05 FILLER                PIC X(01).
           05 LR-REASON             PIC X(01).
              88 LR-REASON-OK                VALUE 'D' 'L'.
           05 FILLER                PIC X(68).

       FD  SURVCAS.
       01  SURVCAS-RECORD.
           COPY SURVCASE.

       FD  CPRXREF.
       01  CPRXREF-RECORD.
           COPY CPRXREF.

       FD  CONTLEDG.
       01  CONTLEDG-RECORD.
           COPY CONTLEDG.

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

      *    THE CHANGE QUEUE CPRMMNT'S DELTA EXTRACT DRIVES OFF - ONE
      *    REAL CPR PER DEFERRED MEMBER PUT BACK ON THE MASTER.
       FD  CHGQUEUE RECORDING MODE F.
       01  CHGQUEUE-RECORD.
           05 CQ-CPR                PIC X(10).
           05 FILLER                PIC X(70).

      *    LEAVER SETTLEMENT FILE FOR FINANCE, ONE RECORD PER
      *    REFUND. FINANCE PAYS REAL PEOPLE, SO THE CPR IS NEVER
      *    MASKED HERE. LS-REFUND IS THE MEMBER'S CONTRIBUTIONS ON
      *    THE LEDGER, LS-CONTRIB-COUNT HOW MANY THERE WERE;
      *    LS-HIRE-DATE AND LS-LEAVE-DATE BOUND THE SERVICE THAT
      *    FELL SHORT OF THE SCHEME'S LS-MIN-YEARS.
       FD  LEAVSETL RECORDING MODE F.
       01  LEAVSETL-RECORD.
           05 LS-CPR                PIC X(10).
           05 LS-EMPNO              PIC X(06).
           05 LS-SCHEME             PIC X(01).
           05 LS-BRANCH             PIC X(10).
           05 LS-HIRE-DATE          PIC 9(08).
           05 LS-LEAVE-DATE         PIC 9(08).
           05 LS-SERVICE-YEARS      PIC 9(02).
           05 LS-MIN-YEARS          PIC 9(02).
           05 LS-CONTRIB-COUNT      PIC 9(05).
           05 LS-REFUND             PIC 9(10)V99.
           05 LS-CALC-DATE          PIC 9(08).
           05 FILLER                PIC X(08).

       FD  VESTRPT RECORDING MODE F.
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
       01 INTERFACE-AREA.
           COPY LINPUT.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 PROGRAM-TO-CALL           PIC X(07) VALUE 'EBUD01'.
       01 WS-BENEFIT-MODULE         PIC X(08) VALUE 'PENSBEN'.

       01 CHGHIST-STATUS            PIC 99.
       01 VSWORK-STATUS             PIC 99.
       01 VSSURR-STATUS             PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 VESTPARM-STATUS           PIC 99.
       01 LEAVRSN-STATUS            PIC 99.
       01 SURVCAS-STATUS            PIC 99.
       01 CPRXREF-STATUS            PIC 99.
       01 CONTLEDG-STATUS           PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 CHGQUEUE-STATUS           PIC 99.
       01 LEAVSETL-STATUS           PIC 99.
       01 VESTRPT-STATUS            PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 CH-MARKER                 PIC X     VALUE '0'.
          88 CH-EOF                          VALUE '1'.
       01 VW-MARKER                 PIC X     VALUE '0'.
          88 VW-EOF                          VALUE '1'.
       01 RG-MARKER                 PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 VP-MARKER                 PIC X     VALUE '0'.
          88 VP-EOF                          VALUE '1'.
       01 LR-MARKER                 PIC X     VALUE '0'.
          88 LR-EOF                          VALUE '1'.
       01 CL-MARKER                 PIC X     VALUE '0'.
          88 CL-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

      *    AN INSTALLATION WITH NO SURVIVOR-CASE FILE OR NO CROSS-
      *    REFERENCE YET IS RUN WITHOUT IT.
       01 WS-SURVCAS-SW             PIC X     VALUE 'N'.
          88 SURVCAS-OPEN                    VALUE 'Y'.
       01 WS-CPRXREF-SW             PIC X     VALUE 'N'.
          88 CPRXREF-OPEN                    VALUE 'Y'.

       01 WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
       01 WS-TARGET-DATE            PIC 9(08) VALUE 0.

       01 WS-LOOKUP-CPR             PIC X(10).
       01 WS-REAL-CPR               PIC X(10).
       01 WS-RESOLVE-SW             PIC X.
          88 CPR-RESOLVED                    VALUE 'Y'.
          88 CPR-UNRESOLVED                  VALUE 'N'.
       01 WS-HOLD-WORK              PIC X(120).

      *    THE VESTING RULE PER SCHEME, WITH THE NIGHT'S OUTCOMES.
       01 WS-SCHEME-CODES           PIC X(03) VALUE 'HSC'.
       01 WS-SCHEME-TBL.
           05 WS-SC-ENTRY           OCCURS 3 TIMES.
              10 WS-SC-CODE         PIC X(01).
              10 WS-SC-MIN-YEARS    PIC 9(02).
              10 WS-SC-CARD-SW      PIC X(01).
                 88 WS-SC-FROM-CARD          VALUE 'Y'.
              10 WS-SC-DEFERRED     PIC 9(07) COMP.
              10 WS-SC-DEFER-BEN    PIC 9(11)V99.
              10 WS-SC-REFUNDS      PIC 9(07) COMP.
              10 WS-SC-REFUND-AMT   PIC 9(12)V99.
       01 WS-SC-SUB                 PIC 9(02) COMP.
       01 WS-SC-IX                  PIC 9(02) COMP.
       01 WS-SC-DEFAULT-YEARS       PIC 9(02) VALUE 2.

      *    THE LEAVER IN HAND.
       01 WS-LEAVE-DATE             PIC 9(08).
       01 WS-LEAVE-DATE-R REDEFINES WS-LEAVE-DATE.
          05 WS-LV-CCYY             PIC 9(04).
          05 WS-LV-MMDD             PIC 9(04).
       01 WS-HIRE-DATE              PIC 9(08).
       01 WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
          05 WS-HR-CCYY             PIC 9(04).
          05 WS-HR-MMDD             PIC 9(04).
       01 WS-HIRE-SW                PIC X.
          88 HIRE-KNOWN                      VALUE 'Y'.
          88 HIRE-UNKNOWN                    VALUE 'N'.
       01 WS-SERVICE-YEARS          PIC 9(02).
       01 WS-EMPNO                  PIC X(06).
       01 WS-SCHEME                 PIC X(01).
       01 WS-REFUND                 PIC 9(10)V99.
       01 WS-REFUND-X REDEFINES WS-REFUND
                                    PIC X(12).
       01 WS-CONTRIB-COUNT          PIC 9(05).

      *    THE MASTER'S EDITED AGE FIELD ARRIVES IN WHATEVER DECIMAL
      *    LOCALE THE NIGHTLY RUN WROTE IT IN - THE SAME DE-EDITING
      *    OVERLAY PENSCONV USES.
       01 WS-AGE-EDIT               PIC ZZZ.ZZ9,999.
       01 WS-AGE-EDIT-X REDEFINES WS-AGE-EDIT
                                    PIC X(11).
       01 WS-AGE-NUM                PIC 9(07)V9(03).
       01 WS-BEN-AGE                PIC 9(03).
       01 WS-BEN-GENDER             PIC X(01).
       01 WS-BEN-AMOUNT             PIC 9(10)V99.
       01 WS-BEN-BENEFIT            PIC 9(09)V99.
       01 WS-BEN-RC                 PIC X(01).
       01 WS-BEN-SCHEME             PIC X(01).
       01 WS-BEN-ASOF               PIC 9(08).
       01 WS-BEN-RETDATE            PIC 9(08).

       01 WS-RET-CCYYMMDD           PIC 9(08).
       01 WS-RET-SCAN               PIC 9(02) COMP.

       01 WS-CPR-DD                 PIC 9(02).
       01 WS-CPR-MM                 PIC 9(02).
       01 WS-CPR-YY                 PIC 9(02).
       01 WS-CPR-CCYY               PIC 9(04).

       01 WS-HIST-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-SELECTED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-SURR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-ALREADY-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-NOT-LEAVER-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-DEFERRED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-REFUND-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-NO-HIRE-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-UNPRICED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-NO-CONTRIB-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-LEFT-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-UNRESOLVED-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-NO-REASON-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-LEAVRSN-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-LEAVRSN-BAD            PIC 9(07) COMP VALUE 0.

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
       01 WS-YEARS-EDIT             PIC ZZ9.
       01 WS-AMOUNT-EDIT            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(36)
              VALUE 'PENSVEST LEAVER SETTLEMENT FOR'.
           05 RH1-TARGET            PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'AS OF    '.
           05 RH1-ASOF              PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(54) VALUE SPACES.
       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(12) VALUE 'CPR'.
           05 FILLER                PIC X(12) VALUE 'BRANCH'.
           05 FILLER                PIC X(04) VALUE 'SCH'.
           05 FILLER                PIC X(10) VALUE 'HIRED'.
           05 FILLER                PIC X(10) VALUE 'LEFT'.
           05 FILLER                PIC X(05) VALUE 'YRS'.
           05 FILLER                PIC X(10) VALUE 'OUTCOME'.
           05 FILLER                PIC X(20)
              VALUE '     BENEFIT/REFUND'.
           05 FILLER                PIC X(49) VALUE 'REMARK'.

       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CPR                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-BRANCH             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-SCHEME             PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RL-HIRE-DATE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-LEAVE-DATE         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-YEARS              PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-OUTCOME            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-AMOUNT             PIC X(18).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-REMARK             PIC X(40).
           05 FILLER                PIC X(09) VALUE SPACES.

       01 RPT-SCHEME-HDR.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(08) VALUE 'SCHEME'.
           05 FILLER                PIC X(10) VALUE 'MIN YEARS'.
           05 FILLER                PIC X(10) VALUE '  DEFERRED'.
           05 FILLER                PIC X(22)
              VALUE '   MONTHLY BENEFIT'.
           05 FILLER                PIC X(10) VALUE '   REFUNDS'.
           05 FILLER                PIC X(22)
              VALUE '          REFUNDED'.
           05 FILLER                PIC X(50) VALUE SPACES.

       01 RPT-SCHEME-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-SCHEME             PIC X(01).
           05 FILLER                PIC X(07) VALUE SPACES.
           05 RS-MIN-YEARS          PIC Z9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-SOURCE             PIC X(07).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RS-DEFERRED           PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RS-DEFER-BEN          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RS-REFUNDS            PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RS-REFUND-AMT         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(52) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  VS-PARM.
           05 VS-PARM-LEN           PIC S9(4) COMP.
           05 VS-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING VS-PARM.
       010-INITIALIZATION.
           DISPLAY "Program PENSVEST STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           PERFORM 007-GET-BUSINESS-DATE THRU
                   007-GET-BUSINESS-DATE-EXIT.
           PERFORM 012-READ-PARM THRU 012-READ-PARM-EXIT.
           PERFORM 015-LOAD-VESTING THRU 015-LOAD-VESTING-EXIT.

           OPEN OUTPUT VESTRPT.
           IF VESTRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN VESTRPT ' VESTRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT LEAVSETL.
           IF LEAVSETL-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN LEAVSETL ' LEAVSETL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT.

           PERFORM 020-LOAD-SURROGATES THRU 020-LOAD-SURROGATES-EXIT.
           PERFORM 030-SELECT-LEAVERS THRU 030-SELECT-LEAVERS-EXIT.
           IF WS-SELECTED-COUNT > 0
              PERFORM 037-APPLY-REASONS THRU 037-APPLY-REASONS-EXIT
           END-IF.
           IF WS-SELECTED-COUNT > 0
              PERFORM 040-SETTLE-LEAVERS THRU
                      040-SETTLE-LEAVERS-EXIT
           ELSE
              DISPLAY 'PENSVEST - NO LEAVERS ON THE CHANGE HISTORY '
                      'FOR ' WS-TARGET-DATE
           END-IF.

           PERFORM 080-SCHEME-SUMMARY THRU 080-SCHEME-SUMMARY-EXIT.
           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE LEAVSETL.
           CLOSE VESTRPT.
           DISPLAY 'PENSVEST. LEAVING DATE SETTLED      '
                   WS-TARGET-DATE.
           DISPLAY 'PENSVEST. DELETES ON THE HISTORY    '
                   WS-SELECTED-COUNT.
           DISPLAY 'PENSVEST. ALREADY SETTLED           '
                   WS-ALREADY-COUNT.
           DISPLAY 'PENSVEST. NOT LEAVERS               '
                   WS-NOT-LEAVER-COUNT.
           DISPLAY 'PENSVEST. DEFERRED MEMBERS          '
                   WS-DEFERRED-COUNT.
           DISPLAY 'PENSVEST. REFUNDS TO LEAVSETL       '
                   WS-REFUND-COUNT.
           DISPLAY 'PENSVEST. LEFT AS THEY STAND        '
                   WS-LEFT-COUNT.
           IF (WS-NO-HIRE-COUNT > 0 OR WS-UNPRICED-COUNT > 0
               OR WS-NO-CONTRIB-COUNT > 0 OR WS-LEFT-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       012-READ-PARM.
      *    THE LEAVERS SETTLED ARE THOSE CPRFILE TOOK OFF THE MASTER
      *    ON THE BUSINESS DATE, OR ON THE EARLIER DATE IN THE PARM
      *    WHEN A NIGHT'S SETTLEMENT HAS TO BE CAUGHT UP.
           MOVE WS-BUSINESS-DATE TO WS-TARGET-DATE.
           IF VS-PARM-LEN >= 8
              MOVE VS-PARM-TEXT(1:8) TO L-INPUT-DATE
              PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT
              IF DATE-IS-INVALID
                 DISPLAY 'PENSVEST - DATE IN PARM IS NOT A VALID '
                         'CCYYMMDD DATE: ' VS-PARM-TEXT(1:8)
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE L-INPUT-DATE TO WS-TARGET-DATE
              IF WS-TARGET-DATE > WS-BUSINESS-DATE
                 DISPLAY 'PENSVEST - DATE IN PARM ' WS-TARGET-DATE
                         ' IS AFTER THE BUSINESS DATE '
                         WS-BUSINESS-DATE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           DISPLAY 'PENSVEST - SETTLING LEAVERS OF ' WS-TARGET-DATE
                   ' AS OF ' WS-BUSINESS-DATE.
      *
       012-READ-PARM-EXIT.
           EXIT.

       015-LOAD-VESTING.
      *    EVERY SCHEME STARTS ON THE DEFAULT; A CARD OVERRIDES IT.
      *    A MISSING MEMBER LEAVES THE DEFAULTS, A MALFORMED CARD
      *    STOPS THE RUN - NO LEAVER IS SETTLED ON A RULE NOBODY SET.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              MOVE WS-SCHEME-CODES(WS-SC-SUB:1)
                TO WS-SC-CODE(WS-SC-SUB)
              MOVE WS-SC-DEFAULT-YEARS TO WS-SC-MIN-YEARS(WS-SC-SUB)
              MOVE 'N' TO WS-SC-CARD-SW(WS-SC-SUB)
              MOVE 0 TO WS-SC-DEFERRED(WS-SC-SUB)
              MOVE 0 TO WS-SC-DEFER-BEN(WS-SC-SUB)
              MOVE 0 TO WS-SC-REFUNDS(WS-SC-SUB)
              MOVE 0 TO WS-SC-REFUND-AMT(WS-SC-SUB)
           END-PERFORM.
           OPEN INPUT VESTPARM.
           IF VESTPARM-STATUS NOT = 0
              DISPLAY 'PENSVEST - NO VESTPARM MEMBER (STATUS '
                      VESTPARM-STATUS ') - DEFAULT MINIMUM SERVICE '
                      'FOR EVERY SCHEME'
              GO TO 015-LOAD-VESTING-ECHO
           END-IF.
           PERFORM 016-READ-VESTPARM THRU 016-READ-VESTPARM-EXIT.
           PERFORM TEST BEFORE UNTIL VP-EOF
              IF VP-SCHEME NOT = '*'
                 PERFORM 017-LOAD-VEST-CARD THRU
                         017-LOAD-VEST-CARD-EXIT
              END-IF
              PERFORM 016-READ-VESTPARM THRU 016-READ-VESTPARM-EXIT
           END-PERFORM.
           CLOSE VESTPARM.
      *
       015-LOAD-VESTING-ECHO.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              IF WS-SC-FROM-CARD(WS-SC-SUB)
                 DISPLAY 'PENSVEST VESTING: SCHEME='
                         WS-SC-CODE(WS-SC-SUB)
                         ' MIN-YEARS=' WS-SC-MIN-YEARS(WS-SC-SUB)
              ELSE
                 DISPLAY 'PENSVEST VESTING: SCHEME='
                         WS-SC-CODE(WS-SC-SUB)
                         ' MIN-YEARS=' WS-SC-MIN-YEARS(WS-SC-SUB)
                         ' (DEFAULT)'
              END-IF
           END-PERFORM.
      *
       015-LOAD-VESTING-EXIT.
           EXIT.

       016-READ-VESTPARM.
           READ VESTPARM
                AT END SET VP-EOF TO TRUE
           END-READ.
      *
       016-READ-VESTPARM-EXIT.
           EXIT.

       017-LOAD-VEST-CARD.
           MOVE 0 TO WS-SC-IX.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              IF VP-SCHEME = WS-SC-CODE(WS-SC-SUB)
                 MOVE WS-SC-SUB TO WS-SC-IX
              END-IF
           END-PERFORM.
           IF WS-SC-IX = 0 OR VP-MIN-YEARS IS NOT NUMERIC
              DISPLAY '*** PENSVEST - MALFORMED VESTPARM CARD: '
                      VESTPARM-RECORD(1:20) ' ***'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE VP-MIN-YEARS TO WS-SC-MIN-YEARS(WS-SC-IX).
           MOVE 'Y' TO WS-SC-CARD-SW(WS-SC-IX).
      *
       017-LOAD-VEST-CARD-EXIT.
           EXIT.

       020-LOAD-SURROGATES.
      *    AN UNMASKED INSTALLATION HAS NO REGISTRY YET - THE WORK
      *    FILE IS LEFT EMPTY AND EVERY CPR IS TAKEN AS IT STANDS.
           OPEN OUTPUT VSSURR.
           IF VSSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN VSSURR ' VSSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'PENSVEST - NO SURROGATE REGISTRY ON FILE'
              CLOSE VSSURR
              GO TO 020-LOAD-SURROGATES-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              MOVE SPACES TO VSSURR-RECORD
              MOVE RG-SURR TO VS-SURR
              MOVE RG-REAL TO VS-REAL
              WRITE VSSURR-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-SURR-COUNT
              END-WRITE
              PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
           CLOSE VSSURR.
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
           MOVE WS-LOOKUP-CPR TO VS-SURR.
           READ VSSURR
              INVALID KEY
                 SET CPR-UNRESOLVED TO TRUE
              NOT INVALID KEY
                 MOVE VS-REAL TO WS-REAL-CPR
           END-READ.
      *
       023-RESOLVE-CPR-EXIT.
           EXIT.

       030-SELECT-LEAVERS.
      *    CPRFILE'S DELETES FOR THE DATE - ENTRIES FROM BEFORE THE
      *    LOG CARRIED A PROGRAM NAME ARE CPRFILE'S TOO - ARE THE
      *    CANDIDATES. A PENSVEST ENTRY FOR THE SAME CPR FURTHER ON
      *    MEANS AN EARLIER RUN HAS ALREADY SETTLED IT.
           OPEN OUTPUT VSWORK.
           IF VSWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN VSWORK ' VSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CHGHIST.
           IF CHGHIST-STATUS = 35
              DISPLAY 'PENSVEST - NO CHANGE HISTORY ON FILE'
              CLOSE VSWORK
              GO TO 030-SELECT-LEAVERS-EXIT
           END-IF.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGHIST ' CHGHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 032-READ-CHGHIST THRU 032-READ-CHGHIST-EXIT.
           PERFORM TEST BEFORE UNTIL CH-EOF
              ADD 1 TO WS-HIST-COUNT
              EVALUATE TRUE
                 WHEN CH-PROGRAM = 'PENSVEST'
                    PERFORM 036-NOTE-SETTLED THRU
                            036-NOTE-SETTLED-EXIT
                 WHEN CH-FIELD-DELETE
                      AND CH-DATE IS NUMERIC
                      AND CH-DATE = WS-TARGET-DATE
                      AND (CH-PROGRAM = 'CPRFILE'
                           OR CH-PROGRAM = SPACES)
                    PERFORM 034-NOTE-DELETE THRU
                            034-NOTE-DELETE-EXIT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 032-READ-CHGHIST THRU 032-READ-CHGHIST-EXIT
           END-PERFORM.
           CLOSE CHGHIST.
           CLOSE VSWORK.
      *
       030-SELECT-LEAVERS-EXIT.
           EXIT.

       032-READ-CHGHIST.
           READ CHGHIST
                AT END SET CH-EOF TO TRUE
           END-READ.
      *
       032-READ-CHGHIST-EXIT.
           EXIT.

       034-NOTE-DELETE.
      *    A CPR DELETED TWICE IN THE NIGHT KEEPS THE LATER IMAGE.
           MOVE SPACES TO VSWORK-RECORD.
           MOVE CH-CPR TO VW-CPR.
           SET VW-PENDING TO TRUE.
           MOVE CH-DATE TO VW-DATE.
           MOVE CH-BRANCH TO VW-BRANCH.
           MOVE CH-IMAGE TO VW-IMAGE.
           MOVE CH-DEL-REASON TO VW-REASON.
           WRITE VSWORK-RECORD
              INVALID KEY
                 MOVE VSWORK-RECORD TO WS-HOLD-WORK
                 READ VSWORK
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-HOLD-WORK TO VSWORK-RECORD
                 REWRITE VSWORK-RECORD
                    INVALID KEY
                       DISPLAY 'PENSVEST - VSWORK REWRITE FAILED FOR '
                               VW-CPR ' STATUS ' VSWORK-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                 END-REWRITE
                 GO TO 034-NOTE-DELETE-EXIT
           END-WRITE.
           ADD 1 TO WS-SELECTED-COUNT.
      *
       034-NOTE-DELETE-EXIT.
           EXIT.

       036-NOTE-SETTLED.
           MOVE CH-CPR TO VW-CPR.
           READ VSWORK
              INVALID KEY
                 GO TO 036-NOTE-SETTLED-EXIT
           END-READ.
           SET VW-SETTLED TO TRUE.
           REWRITE VSWORK-RECORD
              INVALID KEY
                 DISPLAY 'PENSVEST - VSWORK REWRITE FAILED FOR '
                         VW-CPR ' STATUS ' VSWORK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
      *
       036-NOTE-SETTLED-EXIT.
           EXIT.

       037-APPLY-REASONS.
      *    HR'S ANSWER FILLS IN A REASON THE BRANCH LEFT OFF. A CARD
      *    FOR A CPR NOT DELETED ON THE DATE, OR ONE THAT ALREADY
      *    HAS A REASON, IS REPORTED AND IGNORED - THE BRANCH'S OWN
      *    REASON STANDS. NO CARDS, NO CHANGE.
           OPEN INPUT LEAVRSN.
           IF LEAVRSN-STATUS NOT = 0
              DISPLAY 'PENSVEST - NO LEAVRSN CARDS (STATUS '
                      LEAVRSN-STATUS ')'
              GO TO 037-APPLY-REASONS-EXIT
           END-IF.
           OPEN I-O VSWORK.
           IF VSWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN VSWORK ' VSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 039-READ-LEAVRSN THRU 039-READ-LEAVRSN-EXIT.
           PERFORM TEST BEFORE UNTIL LR-EOF
              IF LR-CPR(1:1) NOT = '*' AND LEAVRSN-RECORD NOT = SPACES
                 PERFORM 038-APPLY-ONE-REASON THRU
                         038-APPLY-ONE-REASON-EXIT
              END-IF
              PERFORM 039-READ-LEAVRSN THRU 039-READ-LEAVRSN-EXIT
           END-PERFORM.
           CLOSE LEAVRSN.
           CLOSE VSWORK.
           DISPLAY 'PENSVEST. LEAVRSN REASONS APPLIED   '
                   WS-LEAVRSN-COUNT.
           IF WS-LEAVRSN-BAD > 0
              DISPLAY 'PENSVEST. LEAVRSN CARDS IGNORED     '
                      WS-LEAVRSN-BAD
           END-IF.
      *
       037-APPLY-REASONS-EXIT.
           EXIT.

       038-APPLY-ONE-REASON.
           IF NOT LR-REASON-OK
              ADD 1 TO WS-LEAVRSN-BAD
              DISPLAY '*** PENSVEST - LEAVRSN CARD IGNORED, REASON '
                      'NOT L OR D: ' LEAVRSN-RECORD(1:20)
              GO TO 038-APPLY-ONE-REASON-EXIT
           END-IF.
           MOVE LR-CPR TO VW-CPR.
           READ VSWORK
              INVALID KEY
                 ADD 1 TO WS-LEAVRSN-BAD
                 DISPLAY '*** PENSVEST - LEAVRSN CARD IGNORED, NO '
                         'DELETE ON ' WS-TARGET-DATE ': ' LR-CPR
                 GO TO 038-APPLY-ONE-REASON-EXIT
           END-READ.
           IF VW-REASON NOT = SPACE
              ADD 1 TO WS-LEAVRSN-BAD
              DISPLAY '*** PENSVEST - LEAVRSN CARD IGNORED, BRANCH '
                      'GAVE REASON ' VW-REASON ': ' LR-CPR
              GO TO 038-APPLY-ONE-REASON-EXIT
           END-IF.
           MOVE LR-REASON TO VW-REASON.
           REWRITE VSWORK-RECORD
              INVALID KEY
                 DISPLAY 'PENSVEST - VSWORK REWRITE FAILED FOR '
                         VW-CPR ' STATUS ' VSWORK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-REWRITE.
           ADD 1 TO WS-LEAVRSN-COUNT.
      *
       038-APPLY-ONE-REASON-EXIT.
           EXIT.

       039-READ-LEAVRSN.
           READ LEAVRSN
                AT END SET LR-EOF TO TRUE
           END-READ.
      *
       039-READ-LEAVRSN-EXIT.
           EXIT.

       040-SETTLE-LEAVERS.
           OPEN INPUT VSWORK.
           IF VSWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN VSWORK ' VSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT VSSURR.
           IF VSSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN VSSURR ' VSSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURVCAS.
           EVALUATE SURVCAS-STATUS
              WHEN 0
                 SET SURVCAS-OPEN TO TRUE
              WHEN 35
                 DISPLAY 'PENSVEST - NO SURVIVOR-CASE FILE ON FILE'
              WHEN OTHER
                 DISPLAY 'FILE STATUS AT OPEN SURVCAS ' SURVCAS-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           OPEN INPUT CPRXREF.
           EVALUATE CPRXREF-STATUS
              WHEN 0
                 SET CPRXREF-OPEN TO TRUE
              WHEN 35
                 DISPLAY 'PENSVEST - NO CPR CROSS-REFERENCE ON FILE'
              WHEN OTHER
                 DISPLAY 'FILE STATUS AT OPEN CPRXREF ' CPRXREF-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           OPEN INPUT CONTLEDG.
           IF CONTLEDG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CONTLEDG ' CONTLEDG-STATUS
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

           PERFORM 042-READ-VSWORK THRU 042-READ-VSWORK-EXIT.
           PERFORM TEST BEFORE UNTIL VW-EOF
              PERFORM 045-SETTLE-ONE THRU 045-SETTLE-ONE-EXIT
              PERFORM 042-READ-VSWORK THRU 042-READ-VSWORK-EXIT
           END-PERFORM.

           CLOSE VSWORK.
           CLOSE VSSURR.
           IF SURVCAS-OPEN
              CLOSE SURVCAS
           END-IF.
           IF CPRXREF-OPEN
              CLOSE CPRXREF
           END-IF.
           CLOSE CONTLEDG.
           CLOSE CPRMAST.
           CLOSE CHGHIST.
           CLOSE CHGQUEUE.
      *
       040-SETTLE-LEAVERS-EXIT.
           EXIT.

       042-READ-VSWORK.
           READ VSWORK NEXT
                AT END SET VW-EOF TO TRUE
           END-READ.
      *
       042-READ-VSWORK-EXIT.
           EXIT.

       045-SETTLE-ONE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE VW-CPR TO RL-CPR.
           MOVE VW-BRANCH TO RL-BRANCH.
           MOVE VW-DATE TO RL-LEAVE-DATE.
           MOVE VW-DATE TO WS-LEAVE-DATE.
           IF VW-SETTLED
              ADD 1 TO WS-ALREADY-COUNT
              MOVE 'NONE' TO RL-OUTCOME
              MOVE 'ALREADY SETTLED BY AN EARLIER RUN' TO RL-REMARK
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
           MOVE VW-CPR TO WS-LOOKUP-CPR.
           PERFORM 023-RESOLVE-CPR THRU 023-RESOLVE-CPR-EXIT.
           IF CPR-UNRESOLVED
              ADD 1 TO WS-UNRESOLVED-COUNT
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-OUTCOME
              MOVE 'SURROGATE NOT ON THE REGISTRY' TO RL-REMARK
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
           IF VW-IMAGE = SPACES
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-OUTCOME
              MOVE 'NO BEFORE-IMAGE ON THE HISTORY' TO RL-REMARK
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
           MOVE VW-IMAGE TO MASTER-RECORD.
           MOVE WS-REAL-CPR TO RM-CPR.
           MOVE RM-SCHEME TO WS-SCHEME.
           IF WS-SCHEME = SPACE
              MOVE 'S' TO WS-SCHEME
           END-IF.
           MOVE WS-SCHEME TO RL-SCHEME.
      *    A DEATH, OR SOMEONE NO LONGER CONTRIBUTING, IS NOT A
      *    LEAVER - THE SURVIVOR CASE OR THE PAYROLL DEALS WITH THEM.
           IF RM-PENSIONER OR RM-DEFERRED
              ADD 1 TO WS-NOT-LEAVER-COUNT
              MOVE 'NONE' TO RL-OUTCOME
              IF RM-PENSIONER
                 MOVE 'PENSIONER - NOT A LEAVER' TO RL-REMARK
              ELSE
                 MOVE 'ALREADY A DEFERRED MEMBER' TO RL-REMARK
              END-IF
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
      *    ONLY A LEAVER IS SETTLED. AN ENTRY WITH NO REASON FROM
      *    BEFORE THE REASON WAS CARRIED IS STILL A DEATH WHEN IT
      *    OPENED A SURVIVOR CASE; ANY OTHER IS HELD FOR HR - A
      *    REFUND PAID ON A DEATH COULD NOT BE TAKEN BACK.
           IF VW-DEATH
              ADD 1 TO WS-NOT-LEAVER-COUNT
              MOVE 'NONE' TO RL-OUTCOME
              MOVE 'DEATH - NOT A LEAVER' TO RL-REMARK
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
           IF NOT VW-LEAVER AND SURVCAS-OPEN
              MOVE WS-REAL-CPR TO SV-CPR
              READ SURVCAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SV-DEATH-DATE = VW-DATE
                       ADD 1 TO WS-NOT-LEAVER-COUNT
                       MOVE 'NONE' TO RL-OUTCOME
                       MOVE 'DEATH - SURVIVOR CASE OPENED'
                         TO RL-REMARK
                       GO TO 045-SETTLE-ONE-PRINT
                    END-IF
              END-READ
           END-IF.
           IF NOT VW-LEAVER
              ADD 1 TO WS-NO-REASON-COUNT
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-OUTCOME
              MOVE 'REASON NOT STATED - LEAVRSN CARD FROM HR'
                TO RL-REMARK
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
           MOVE 0 TO WS-SC-IX.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              IF WS-SCHEME = WS-SC-CODE(WS-SC-SUB)
                 MOVE WS-SC-SUB TO WS-SC-IX
              END-IF
           END-PERFORM.
           IF WS-SC-IX = 0
              ADD 1 TO WS-LEFT-COUNT
              MOVE 'LEFT' TO RL-OUTCOME
              MOVE 'UNKNOWN SCHEME ON THE MASTER RECORD' TO RL-REMARK
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
           PERFORM 048-MEASURE-SERVICE THRU 048-MEASURE-SERVICE-EXIT.
           IF HIRE-UNKNOWN
              ADD 1 TO WS-NO-HIRE-COUNT
              PERFORM 050-DEFER-MEMBER THRU 050-DEFER-MEMBER-EXIT
              IF RL-OUTCOME = 'DEFERRED'
                 MOVE 'NO HIRE DATE ON FILE - DEFERRED FOR HR'
                   TO RL-REMARK
              END-IF
              GO TO 045-SETTLE-ONE-PRINT
           END-IF.
           IF WS-SERVICE-YEARS >= WS-SC-MIN-YEARS(WS-SC-IX)
              PERFORM 050-DEFER-MEMBER THRU 050-DEFER-MEMBER-EXIT
           ELSE
              PERFORM 060-REFUND-MEMBER THRU 060-REFUND-MEMBER-EXIT
           END-IF.
      *
       045-SETTLE-ONE-PRINT.
           PERFORM 074-PRINT-DETAIL THRU 074-PRINT-DETAIL-EXIT.
      *
       045-SETTLE-ONE-EXIT.
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

       048-MEASURE-SERVICE.
      *    COMPLETE YEARS FROM THE HIRE DATE ON THE CROSS-REFERENCE
      *    TO THE LEAVING DATE. A HIRE DATE THAT DOES NOT EDIT, OR
      *    FALLS AFTER THE LEAVING DATE, IS AS GOOD AS NONE.
           SET HIRE-UNKNOWN TO TRUE.
           MOVE 0 TO WS-HIRE-DATE.
           MOVE 0 TO WS-SERVICE-YEARS.
           MOVE SPACES TO WS-EMPNO.
           IF NOT CPRXREF-OPEN
              GO TO 048-MEASURE-SERVICE-EXIT
           END-IF.
           MOVE WS-REAL-CPR TO CX-CPR.
           READ CPRXREF
              INVALID KEY
                 GO TO 048-MEASURE-SERVICE-EXIT
           END-READ.
           MOVE CX-EMPNO TO WS-EMPNO.
           IF CX-HIRE-DATE IS NOT NUMERIC OR CX-HIRE-DATE = 0
              GO TO 048-MEASURE-SERVICE-EXIT
           END-IF.
           MOVE CX-HIRE-DATE TO L-INPUT-DATE.
           PERFORM 025-VALIDATE-DATE THRU 025-VALIDATE-DATE-EXIT.
           IF DATE-IS-INVALID OR CX-HIRE-DATE > WS-LEAVE-DATE
              GO TO 048-MEASURE-SERVICE-EXIT
           END-IF.
           MOVE CX-HIRE-DATE TO WS-HIRE-DATE.
           MOVE WS-HIRE-DATE TO RL-HIRE-DATE.
           SET HIRE-KNOWN TO TRUE.
           COMPUTE WS-SERVICE-YEARS = WS-LV-CCYY - WS-HR-CCYY.
           IF WS-LV-MMDD < WS-HR-MMDD
              SUBTRACT 1 FROM WS-SERVICE-YEARS
           END-IF.
           MOVE WS-SERVICE-YEARS TO WS-YEARS-EDIT.
           MOVE WS-YEARS-EDIT TO RL-YEARS.
      *
       048-MEASURE-SERVICE-EXIT.
           EXIT.

       050-DEFER-MEMBER.
      *    THE LEAVER GOES BACK ON THE MASTER FROM THE BEFORE-IMAGE
      *    AS A DEFERRED MEMBER - UNLESS THE CPR HAS COME BACK ONTO
      *    THE MASTER SINCE. A BENEFIT THAT CANNOT BE PRICED IS LEFT
      *    OFF, AND PENSCONV PRICES THE MEMBER AT RETIREMENT INSTEAD.
           PERFORM 052-PRICE-DEFERRED THRU 052-PRICE-DEFERRED-EXIT.
           MOVE 'D' TO RM-MBR-STATUS.
           MOVE WS-LEAVE-DATE TO RM-CONV-DATE.
           IF WS-BEN-RC = '0'
              MOVE WS-BEN-BENEFIT TO RM-DEFER-BEN
           ELSE
              MOVE SPACES TO MASTER-RECORD(64:11)
           END-IF.
           MOVE WS-BUSINESS-DATE TO RM-LASTUPD.
           WRITE MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE 'LEFT' TO RL-OUTCOME
                 MOVE 'BACK ON THE MASTER SINCE - NOT DEFERRED'
                   TO RL-REMARK
                 GO TO 050-DEFER-MEMBER-EXIT
           END-WRITE.
           ADD 1 TO WS-DEFERRED-COUNT.
           ADD 1 TO WS-SC-DEFERRED(WS-SC-IX).
           MOVE 'DEFERRED' TO RL-OUTCOME.
           IF WS-BEN-RC = '0'
              ADD WS-BEN-BENEFIT TO WS-SC-DEFER-BEN(WS-SC-IX)
              MOVE WS-BEN-BENEFIT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO RL-AMOUNT
              MOVE 'VESTED - BENEFIT FROZEN AT LEAVING DATE'
                TO RL-REMARK
           ELSE
              ADD 1 TO WS-UNPRICED-COUNT
              MOVE 'VESTED - BENEFIT NOT PRICED, PENSBEN RC '
                TO RL-REMARK
              MOVE WS-BEN-RC TO RL-REMARK(40:1)
           END-IF.
           MOVE SPACES TO CHGHIST-RECORD.
           MOVE 'INSERT' TO CH-FIELD.
           MOVE MASTER-RECORD TO CH-IMAGE.
           MOVE VW-CPR TO CH-IMAGE(1:10).
           PERFORM 065-LOG-SETTLEMENT THRU 065-LOG-SETTLEMENT-EXIT.
           MOVE SPACES TO CHGQUEUE-RECORD.
           MOVE WS-REAL-CPR TO CQ-CPR.
           WRITE CHGQUEUE-RECORD.
           IF CHGQUEUE-STATUS NOT = 0
              DISPLAY '*** PENSVEST - CHGQUEUE WRITE FAILED FOR '
                      VW-CPR ' STATUS ' CHGQUEUE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       050-DEFER-MEMBER-EXIT.
           EXIT.

       052-PRICE-DEFERRED.
      *    THE SAME BIRTH DATE / EBUD01 / PENSBEN FLOW PENSCONV RUNS,
      *    EVALUATED AS OF THE LEAVING DATE SO THE BENEFIT IS THE
      *    ONE EARNED WHEN THE MEMBER LEFT.
           MOVE '1' TO WS-BEN-RC.
           MOVE ZERO TO WS-BEN-BENEFIT.
           IF RM-RC NOT = '0'
              GO TO 052-PRICE-DEFERRED-EXIT
           END-IF.
           MOVE RM-CPR(1:2) TO WS-CPR-DD.
           MOVE RM-CPR(3:2) TO WS-CPR-MM.
           MOVE RM-CPR(5:2) TO WS-CPR-YY.
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
              GO TO 052-PRICE-DEFERRED-EXIT
           END-IF.
           MOVE RM-SCHEME TO L-SCHEME.
           MOVE WS-LEAVE-DATE TO L-ASOF-DATE.
           CALL PROGRAM-TO-CALL USING INTERFACE-AREA.
           IF NOT RETC-OK AND NOT RETC-PAST-RETIREMENT
              AND NOT RETC-ALREADY-RETIRED
              GO TO 052-PRICE-DEFERRED-EXIT
           END-IF.
           PERFORM 047-EXTRACT-RET-DATE THRU 047-EXTRACT-RET-DATE-EXIT.
           IF WS-RET-CCYYMMDD = 0
              GO TO 052-PRICE-DEFERRED-EXIT
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
           MOVE RM-SCHEME TO WS-BEN-SCHEME.
           MOVE WS-LEAVE-DATE TO WS-BEN-ASOF.
           MOVE WS-RET-CCYYMMDD TO WS-BEN-RETDATE.
           CALL WS-BENEFIT-MODULE USING WS-BEN-AGE WS-BEN-GENDER
                                         WS-BEN-AMOUNT WS-BEN-BENEFIT
                                         WS-BEN-RC WS-BEN-SCHEME
                                         WS-BEN-ASOF WS-BEN-RETDATE.
           IF WS-BEN-RC NOT = '0'
              MOVE ZERO TO WS-BEN-BENEFIT
           END-IF.
      *
       052-PRICE-DEFERRED-EXIT.
           EXIT.

       060-REFUND-MEMBER.
      *    EVERY CONTRIBUTION ON THE LEDGER FOR THE CPR IS REFUNDED.
      *    THE SETTLEMENT RECORD IS WRITTEN BEFORE THE HISTORY ENTRY,
      *    SO A LEAVER IS NEVER MARKED SETTLED WITHOUT FINANCE
      *    HAVING BEEN TOLD.
           MOVE 0 TO WS-REFUND.
           MOVE 0 TO WS-CONTRIB-COUNT.
           MOVE '0' TO CL-MARKER.
           MOVE WS-REAL-CPR TO CL-CPR.
           MOVE 0 TO CL-BUSDATE.
           START CONTLEDG KEY IS NOT LESS THAN CL-KEY
              INVALID KEY
                 SET CL-EOF TO TRUE
           END-START.
           IF NOT CL-EOF
              PERFORM 062-READ-CONTLEDG THRU 062-READ-CONTLEDG-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL CL-EOF
              IF CL-AMOUNT IS NUMERIC
                 ADD CL-AMOUNT TO WS-REFUND
                 ADD 1 TO WS-CONTRIB-COUNT
              END-IF
              PERFORM 062-READ-CONTLEDG THRU 062-READ-CONTLEDG-EXIT
           END-PERFORM.

           MOVE SPACES TO LEAVSETL-RECORD.
           MOVE WS-REAL-CPR TO LS-CPR.
           MOVE WS-EMPNO TO LS-EMPNO.
           MOVE WS-SCHEME TO LS-SCHEME.
           MOVE VW-BRANCH TO LS-BRANCH.
           MOVE WS-HIRE-DATE TO LS-HIRE-DATE.
           MOVE WS-LEAVE-DATE TO LS-LEAVE-DATE.
           MOVE WS-SERVICE-YEARS TO LS-SERVICE-YEARS.
           MOVE WS-SC-MIN-YEARS(WS-SC-IX) TO LS-MIN-YEARS.
           MOVE WS-CONTRIB-COUNT TO LS-CONTRIB-COUNT.
           MOVE WS-REFUND TO LS-REFUND.
           MOVE WS-BUSINESS-DATE TO LS-CALC-DATE.
           WRITE LEAVSETL-RECORD.
           IF LEAVSETL-STATUS NOT = 0
              DISPLAY '*** PENSVEST - LEAVSETL WRITE FAILED FOR '
                      VW-CPR ' STATUS ' LEAVSETL-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-REFUND-COUNT.
           ADD 1 TO WS-SC-REFUNDS(WS-SC-IX).
           ADD WS-REFUND TO WS-SC-REFUND-AMT(WS-SC-IX).
           MOVE 'REFUND' TO RL-OUTCOME.
           MOVE WS-REFUND TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO RL-AMOUNT.
           IF WS-CONTRIB-COUNT = 0
              ADD 1 TO WS-NO-CONTRIB-COUNT
              MOVE 'NOT VESTED - NO CONTRIBUTIONS ON THE LEDGER'
                TO RL-REMARK
           ELSE
              MOVE 'NOT VESTED - CONTRIBUTIONS REFUNDED' TO RL-REMARK
           END-IF.
           MOVE SPACES TO CHGHIST-RECORD.
           MOVE 'REFUND' TO CH-FIELD.
           MOVE WS-REFUND-X TO CH-NEW.
           PERFORM 065-LOG-SETTLEMENT THRU 065-LOG-SETTLEMENT-EXIT.
      *
       060-REFUND-MEMBER-EXIT.
           EXIT.

       062-READ-CONTLEDG.
           READ CONTLEDG NEXT
                AT END SET CL-EOF TO TRUE
           END-READ.
           IF NOT CL-EOF AND CL-CPR NOT = WS-REAL-CPR
              SET CL-EOF TO TRUE
           END-IF.
      *
       062-READ-CONTLEDG-EXIT.
           EXIT.

       065-LOG-SETTLEMENT.
      *    THE ENTRY GOES UNDER THE SAME PRESENTABLE CPR AND BRANCH
      *    AS THE DELETE IT SETTLES. CH-FIELD AND ITS VALUES ARE SET
      *    BY THE CALLER.
           MOVE VW-CPR TO CH-CPR.
           MOVE WS-BUSINESS-DATE TO CH-DATE.
           MOVE VW-BRANCH TO CH-BRANCH.
           MOVE 'PENSVEST' TO CH-PROGRAM.
           WRITE CHGHIST-RECORD.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY '*** PENSVEST - CHGHIST WRITE FAILED FOR '
                      VW-CPR ' STATUS ' CHGHIST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       065-LOG-SETTLEMENT-EXIT.
           EXIT.

       070-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-TARGET-DATE TO RH1-TARGET.
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

       080-SCHEME-SUMMARY.
      *    DEFERRED MEMBERS AGAINST REFUNDS, SCHEME BY SCHEME, WITH
      *    THE MONTHLY BENEFIT FROZEN AND THE AMOUNT REFUNDED.
           IF WS-LINE-CTR + 6 > WS-LINES-PER-PAGE
              PERFORM 070-PRINT-HEADERS THRU 070-PRINT-HEADERS-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-SCHEME-HDR.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 3
              MOVE SPACES TO RPT-SCHEME-LINE
              MOVE WS-SC-CODE(WS-SC-SUB) TO RS-SCHEME
              MOVE WS-SC-MIN-YEARS(WS-SC-SUB) TO RS-MIN-YEARS
              IF WS-SC-FROM-CARD(WS-SC-SUB)
                 MOVE SPACES TO RS-SOURCE
              ELSE
                 MOVE 'DEFAULT' TO RS-SOURCE
              END-IF
              MOVE WS-SC-DEFERRED(WS-SC-SUB) TO RS-DEFERRED
              MOVE WS-SC-DEFER-BEN(WS-SC-SUB) TO RS-DEFER-BEN
              MOVE WS-SC-REFUNDS(WS-SC-SUB) TO RS-REFUNDS
              MOVE WS-SC-REFUND-AMT(WS-SC-SUB) TO RS-REFUND-AMT
              WRITE RPT-LINE FROM RPT-SCHEME-LINE
           END-PERFORM.
           ADD 5 TO WS-LINE-CTR.
      *
       080-SCHEME-SUMMARY-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'CHANGE-HISTORY ENTRIES READ' TO RT-TEXT.
           MOVE WS-HIST-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'MEMBERS TAKEN OFF THE MASTER ON THE DATE' TO RT-TEXT.
           MOVE WS-SELECTED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'ALREADY SETTLED BY AN EARLIER RUN' TO RT-TEXT.
           MOVE WS-ALREADY-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NOT LEAVERS - DEATHS, PENSIONERS, DEFERRED' TO RT-TEXT.
           MOVE WS-NOT-LEAVER-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'VESTED - PUT BACK AS DEFERRED MEMBERS' TO RT-TEXT.
           MOVE WS-DEFERRED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  OF WHICH NO HIRE DATE ON FILE' TO RT-TEXT.
           MOVE WS-NO-HIRE-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  OF WHICH BENEFIT NOT PRICED' TO RT-TEXT.
           MOVE WS-UNPRICED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'NOT VESTED - REFUNDED ON LEAVSETL' TO RT-TEXT.
           MOVE WS-REFUND-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  OF WHICH NO CONTRIBUTIONS ON THE LEDGER' TO RT-TEXT.
           MOVE WS-NO-CONTRIB-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'LEFT AS THEY STAND' TO RT-TEXT.
           MOVE WS-LEFT-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  OF WHICH SURROGATE NOT ON THE REGISTRY' TO RT-TEXT.
           MOVE WS-UNRESOLVED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE '  OF WHICH LEAVING REASON NOT STATED' TO RT-TEXT.
           MOVE WS-NO-REASON-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REASONS SUPPLIED ON LEAVRSN CARDS' TO RT-TEXT.
           MOVE WS-LEAVRSN-COUNT TO RT-CT.
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
              DISPLAY 'PENSVEST - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'PENSVEST - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'PENSVEST - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PENSVEST CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
              DISPLAY 'PENSVEST - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'PENSVEST - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PENSVEST - BUSINESS DATE ' WS-BUSINESS-DATE.
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

       END PROGRAM PENSVEST.
