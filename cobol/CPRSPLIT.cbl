       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPRSPLIT.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * CPRSPLIT SPREADS THE NIGHT'S FILEIN AND AMOUNTIN OVER UP  *
      * TO FOUR CPRFILE PARTITION JOBS THAT RUN IN PARALLEL, ONE  *
      * GROUP OF BRANCHES EACH. THE CONFIG CPR-PARTITIONS VALUE   *
      * SAYS HOW MANY PARTITIONS GET WORK; THE REST GET EMPTY     *
      * FILES AND FINISH AT ONCE. A BRANCH IS NEVER SPLIT - ALL   *
      * ITS SUB-FILES GO TO ONE PARTITION, WHOLE, HEADER AND      *
      * TRAILER INCLUDED, SO EVERY PARTITION BALANCES AND         *
      * QUARANTINES ITS SUB-FILES EXACTLY AS ONE SERIAL RUN       *
      * WOULD. BRANCHES ARE HANDED OUT LARGEST FIRST TO THE       *
      * PARTITION WITH THE LEAST WORK SO FAR.                     *
      *                                                           *
      * THE PROGRAM PLAYS THE SERIAL RUN THROUGH IN FILEIN ORDER  *
      * TO KEEP THE PARTITIONS HONEST :                           *
      *  - A CPR WHOSE FIRST OCCURRENCE WENT TO ANOTHER PARTITION *
      *    IS WRITTEN TO THIS PARTITION'S PRESEEN FILE, SO CPRFILE *
      *    STILL SKIPS IT AS A DUPLICATE.                         *
      *  - EVERY AMOUNTIN RECORD GOES TO THE PARTITION OF THE     *
      *    FILEIN RECORD THAT WOULD HAVE CLAIMED IT IN A SERIAL   *
      *    RUN (KEPT ON THE CONSWORK KEYED WORK FILE), SO NO      *
      *    CONTRIBUTION IS MATCHED TWICE OR LEFT BEHIND.          *
      *  - ON A MASKED RUN THE NEW SURROGATES ARE REGISTERED HERE *
      *    IN FILEIN ORDER; THE PARTITIONS ONLY READ SURRREG.     *
      *  - THE ROUTE FILE RECORDS WHICH PARTITION EACH SUB-FILE,  *
      *    DATA RECORD AND AMOUNT WENT TO, FOR CPRMERGE TO PUT    *
      *    THE PARTITION OUTPUTS BACK IN SERIAL ORDER.            *
      *  - EACH PENDING SCHEME CHANGE DUE TONIGHT IS GIVEN TO THE *
      *    PARTITION THE MEMBER'S FILEIN RECORDS WENT TO, OR TO   *
      *    PARTITION 1, ON THE ROUTE FILE - ONLY THAT PARTITION   *
      *    APPLIES IT, AFTER ITS OWN FILEIN WORK.                 *
      * THE CPRFILE START EVENT GOES ON RUNAUDIT HERE; CPRMERGE   *
      * WRITES THE MANIFESTS AND THE END EVENT.                   *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO FILEIN
               FILE STATUS IS FILEIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AMOUNTIN ASSIGN TO AMOUNTIN
               FILE STATUS IS AMOUNTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT FILEIN1 ASSIGN TO FILEIN1
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILEIN2 ASSIGN TO FILEIN2
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILEIN3 ASSIGN TO FILEIN3
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILEIN4 ASSIGN TO FILEIN4
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AMTIN1 ASSIGN TO AMTIN1
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMTIN2 ASSIGN TO AMTIN2
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMTIN3 ASSIGN TO AMTIN3
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMTIN4 ASSIGN TO AMTIN4
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESEEN1 ASSIGN TO PRESEEN1
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRESEEN2 ASSIGN TO PRESEEN2
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRESEEN3 ASSIGN TO PRESEEN3
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRESEEN4 ASSIGN TO PRESEEN4
               FILE STATUS IS PARTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROUTE ASSIGN TO ROUTE
               FILE STATUS IS ROUTE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SEENWORK ASSIGN TO SEENWORK
               FILE STATUS IS SEENWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SW-CPR.

           SELECT CONSWORK ASSIGN TO CONSWORK
               FILE STATUS IS CONSWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-KEY.

           SELECT SUBFWORK ASSIGN TO SUBFWORK
               FILE STATUS IS SUBFWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SEQ.

           SELECT BRWORK ASSIGN TO BRWORK
               FILE STATUS IS BRWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BRANCH.

           SELECT ORDWORK ASSIGN TO ORDWORK
               FILE STATUS IS ORDWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY.

           SELECT MASKWORK ASSIGN TO MASKWORK
               FILE STATUS IS MASKWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MW-REAL.

           SELECT PENDSCHM ASSIGN TO PENDSCHM
               FILE STATUS IS PENDSCHM-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNAUDIT ASSIGN TO RUNAUDIT
               FILE STATUS IS RUNAUDIT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS RUNCTL-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIG ASSIGN TO CONFIG
               FILE STATUS IS CONFIG-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE NIGHT'S FILEIN - CONCATENATED BRANCH SUB-FILES, EACH
      *    'H' HEADER / DATA / 'T' TRAILER, AS CPRFILE READS IT.
       FD  FILEIN RECORDING MODE F.
       01  IN-RECORD.
           COPY CPRRECOR.
       01  HEADER-RECORD REDEFINES IN-RECORD.
           05 HDR-MARKER           PIC X(01).
              88 HDR-MARKER-IS-HEADER       VALUE 'H'.
           05 HDR-DATE             PIC 9(08).
           05 HDR-BRANCH           PIC X(10).
           05 FILLER               PIC X(61).
       01  TRAILER-RECORD REDEFINES IN-RECORD.
           05 TRL-MARKER           PIC X(01).
              88 TRL-MARKER-IS-TRAILER      VALUE 'T'.
           05 TRL-COUNT            PIC 9(07).
           05 TRL-HASH             PIC 9(15).
           05 FILLER               PIC X(57).

       FD  AMOUNTIN RECORDING MODE F.
       01  AMOUNT-RECORD.
           05 AM-CPR               PIC X(10).
           05 FILLER               PIC X(70).

      *    ONE FILEIN, AMOUNTIN AND PRESEEN FILE PER PARTITION.
       FD  FILEIN1 RECORDING MODE F.
       01  FILEIN1-RECORD          PIC X(80).
       FD  FILEIN2 RECORDING MODE F.
       01  FILEIN2-RECORD          PIC X(80).
       FD  FILEIN3 RECORDING MODE F.
       01  FILEIN3-RECORD          PIC X(80).
       FD  FILEIN4 RECORDING MODE F.
       01  FILEIN4-RECORD          PIC X(80).

       FD  AMTIN1 RECORDING MODE F.
       01  AMTIN1-RECORD           PIC X(80).
       FD  AMTIN2 RECORDING MODE F.
       01  AMTIN2-RECORD           PIC X(80).
       FD  AMTIN3 RECORDING MODE F.
       01  AMTIN3-RECORD           PIC X(80).
       FD  AMTIN4 RECORDING MODE F.
       01  AMTIN4-RECORD           PIC X(80).

       FD  PRESEEN1 RECORDING MODE F.
       01  PRESEEN1-RECORD         PIC X(80).
       FD  PRESEEN2 RECORDING MODE F.
       01  PRESEEN2-RECORD         PIC X(80).
       FD  PRESEEN3 RECORDING MODE F.
       01  PRESEEN3-RECORD         PIC X(80).
       FD  PRESEEN4 RECORDING MODE F.
       01  PRESEEN4-RECORD         PIC X(80).

       FD  ROUTE RECORDING MODE F.
       01  ROUTE-RECORD.
           COPY CPRROUTE.

      *    EVERY CPR NUMBER SEEN IN A BALANCED SUB-FILE SO FAR, WITH
      *    WHERE IT FIRST ARRIVED AND ONE FLAG PER PARTITION THAT
      *    ALREADY HAS IT ON ITS PRESEEN FILE. THE CLUSTER IS DEFINED
      *    ONCE WITH REUSE AND EMPTIED BY THE OPEN OUTPUT EACH RUN.
       FD  SEENWORK.
       01  SEENWORK-RECORD.
           05 SW-CPR               PIC X(10).
           05 SW-DATE              PIC 9(08).
           05 SW-BRANCH            PIC X(10).
           05 SW-PART              PIC 9(01).
           05 SW-PRESEEN-FLAGS.
              10 SW-PRESEEN        PIC X(01) OCCURS 4 TIMES.
           05 FILLER               PIC X(47).

      *    ONE RECORD PER FILEIN RECORD THAT CLAIMS AN AMOUNT IN A
      *    SERIAL RUN, KEYED CPR + FILEIN ORDER, SO THE N-TH AMOUNT
      *    FOR A CPR GOES WHERE ITS N-TH CLAIMANT WENT. DEFINED ONCE
      *    WITH REUSE LIKE SEENWORK; A CLAIM IS DELETED AS IT IS
      *    MET.
       FD  CONSWORK.
       01  CONSWORK-RECORD.
           05 CW-KEY.
              10 CW-CPR            PIC X(10).
              10 CW-SEQ            PIC 9(09).
           05 CW-PART              PIC 9(01).
           05 FILLER               PIC X(60).

      *    ONE RECORD PER FILEIN SUB-FILE, KEYED BY ITS ORDINAL IN
      *    FILE ORDER, BALANCED AGAINST ITS TRAILER BY THE SAME RULES
      *    AS CPRFILE'S OWN VALIDATE-SUBFILES (A BLANK REASON MEANS
      *    IT BALANCED), PLUS ITS PHYSICAL RECORD COUNT AND THE
      *    PARTITION ITS BRANCH WENT TO. DEFINED ONCE WITH REUSE
      *    LIKE SEENWORK, AS ARE BRWORK AND ORDWORK.
       FD  SUBFWORK.
       01  SUBFWORK-RECORD.
           05 SF-SEQ               PIC 9(07).
           05 SF-DATE              PIC 9(08).
           05 SF-BRANCH            PIC X(10).
           05 SF-HDR-SW            PIC X(01).
              88 SF-UNHEADED                VALUE 'U'.
           05 SF-TRL-SW            PIC X(01).
              88 SF-TRL-SEEN                VALUE 'Y'.
           05 SF-REASON            PIC X(04).
              88 SF-BALANCED                VALUE SPACES.
           05 SF-TRL-COUNT         PIC 9(07).
           05 SF-ACT-COUNT         PIC 9(07).
           05 SF-TRL-HASH          PIC 9(15).
           05 SF-ACT-HASH          PIC 9(15).
           05 SF-PHYS-COUNT        PIC 9(07).
           05 SF-PART              PIC 9(01).
           05 FILLER               PIC X(17).

      *    ONE RECORD PER DISTINCT SUB-FILE BRANCH, WITH THE ORDER IT
      *    WAS FIRST SEEN IN, ITS RECORD VOLUME AND THE PARTITION IT
      *    IS GIVEN.
       FD  BRWORK.
       01  BRWORK-RECORD.
           05 BK-BRANCH            PIC X(10).
           05 BK-SEQ               PIC 9(07).
           05 BK-VOLUME            PIC 9(07).
           05 BK-PART              PIC 9(01).
           05 FILLER               PIC X(55).

      *    THE SAME BRANCHES KEYED LARGEST VOLUME FIRST (THE VOLUME
      *    IS STORED INVERTED), THEN IN FIRST-SEEN ORDER - THE ORDER
      *    THEY ARE HANDED OUT IN.
       FD  ORDWORK.
       01  ORDWORK-RECORD.
           05 BO-KEY.
              10 BO-VOLUME-INV     PIC 9(07).
              10 BO-SEQ            PIC 9(07).
           05 BO-BRANCH            PIC X(10).
           05 FILLER               PIC X(56).

      *    THE PENDING SCHEME CHANGES MAINTAINED BY PENSPEND - READ
      *    ONLY, FOR THE ONES DUE TONIGHT.
       FD  PENDSCHM.
       01  PENDSCHM-RECORD.
           COPY PENDSCHM.

      *    MASKED RUNS ONLY - THE SURRREG LINKAGES KEYED BY REAL
      *    CPR, LOADED FROM THE REGISTRY AND ADDED TO AS NEW
      *    SURROGATES ARE ISSUED. DEFINED ONCE WITH REUSE LIKE
      *    SEENWORK.
       FD  MASKWORK.
       01  MASKWORK-RECORD.
           05 MW-REAL              PIC X(10).
           05 MW-SURR              PIC X(10).
           05 FILLER               PIC X(60).

       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

       FD  RUNAUDIT RECORDING MODE F.
       01  RUNAUDIT-RECORD.
           COPY RUNAUDIT.

       FD  RUNCTL RECORDING MODE F.
       01  RUNCTL-RECORD.
           05 RC-BUSDATE           PIC 9(08).
           05 RC-STATUS            PIC X(01).
              88 RC-REGISTERED              VALUE 'A'.
              88 RC-COMPLETED               VALUE 'C'.
              88 RC-ABANDONED               VALUE 'X'.
           05 FILLER               PIC X(71).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - READ HERE FOR THE PARTITION COUNT AND
      *    THE MASKING SWITCH.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILEIN-STATUS             PIC 99.
       01 AMOUNTIN-STATUS           PIC 99.
       01 PARTOUT-STATUS            PIC 99.
       01 ROUTE-STATUS              PIC 99.
       01 SEENWORK-STATUS           PIC 99.
       01 CONSWORK-STATUS           PIC 99.
       01 SUBFWORK-STATUS           PIC 99.
       01 BRWORK-STATUS             PIC 99.
       01 ORDWORK-STATUS            PIC 99.
       01 MASKWORK-STATUS           PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 PENDSCHM-STATUS           PIC 99.
       01 RUNAUDIT-STATUS           PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 FI-MARKER                 PIC X     VALUE '0'.
          88 FI-EOF                          VALUE '1'.
       01 AM-MARKER                 PIC X     VALUE '0'.
          88 AM-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.
       01 MX-MARKER                 PIC X     VALUE '0'.
          88 MX-EOF                          VALUE '1'.
       01 PS-MARKER                 PIC X     VALUE '0'.
          88 PS-EOF                          VALUE '1'.
       01 SF-MARKER                 PIC X     VALUE '0'.
          88 SF-EOF                          VALUE '1'.
       01 BK-MARKER                 PIC X     VALUE '0'.
          88 BK-EOF                          VALUE '1'.
       01 BO-MARKER                 PIC X     VALUE '0'.
          88 BO-EOF                          VALUE '1'.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 WS-RUN-DATE               PIC 9(08) VALUE 0.
       01 WS-RUNAUDIT-TIME          PIC 9(06).
       01 WS-OPEN-DD                PIC X(08).
       01 WS-PART-COUNT             PIC 9(01) VALUE 1.
       01 WS-P                      PIC 9(01).
       01 WS-P2                     PIC 9(01).

      *    THE SUB-FILES AND BRANCHES ON FILEIN, AND THE ORDINAL OF
      *    THE SUB-FILE IN HAND ON SUBFWORK.
       01 WS-SUBF-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-SUBF-CUR               PIC 9(07) COMP VALUE 0.
       01 WS-QUAR-SUBF-COUNT        PIC 9(07) COMP VALUE 0.
       01 WS-HASH-CPR               PIC X(10).
       01 WS-HASH-CPR-NUM REDEFINES WS-HASH-CPR PIC 9(10).
       01 WS-BR-COUNT               PIC 9(07) COMP VALUE 0.

      *    PER-PARTITION TALLIES - THE VOLUME DRIVES THE BRANCH
      *    HAND-OUT, THE REST IS PRINTED AT THE END.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY OCCURS 4 TIMES.
             10 WS-PART-VOLUME      PIC 9(07) COMP.
             10 WS-PART-BRANCHES    PIC 9(07) COMP.
             10 WS-PART-FILEIN      PIC 9(07) COMP.
             10 WS-PART-AMOUNTS     PIC 9(07) COMP.
             10 WS-PART-PRESEEN     PIC 9(07) COMP.

       01 WS-SUBFILE-DATE           PIC 9(08) VALUE 0.
       01 WS-SUBFILE-BRANCH         PIC X(10) VALUE SPACES.
       01 WS-FILEIN-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-DATA-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-DUP-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-AMOUNT-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-ORPHAN-COUNT           PIC 9(07) COMP VALUE 0.
       01 WS-SCHEME-DUE-COUNT       PIC 9(07) COMP VALUE 0.
       01 WS-CONS-SEQ               PIC 9(09) COMP VALUE 0.
       01 WS-CLAIM-CPR              PIC X(10).
       01 WS-PRESEEN-RECORD.
           COPY CPRPSEEN.

      *    CPRCHECK INTERFACE, AS CPRFILE CALLS IT - A DELETE ONLY
      *    CLAIMS AN AMOUNT WHEN ITS CPR PASSES.
       01 WS-MODULE                 PIC X(08) VALUE 'CPRCHECK'.
       01 WS-CPR                    PIC X(10).
       01 WS-AGE                    PIC S9(4) BINARY VALUE 0.
       01 WS-GENDER                 PIC X.
       01 WS-RC                     PIC X     VALUE '0'.
          88 WS-RC-OK                        VALUE '0'.

      *    CPR MASKING OFF THE SHARED SURROGATE REGISTRY, ASSIGNED
      *    EXACTLY AS CPRFILE'S MASK-CPR DOES IT SO A PARTITIONED
      *    NIGHT HANDS OUT THE SAME SURROGATES A SERIAL ONE WOULD.
      *    WS-MASK-COUNT IS THE REGISTRY'S RECORD COUNT, ERASED
      *    TOMBSTONES INCLUDED, AND NUMBERS THE NEXT SURROGATE.
       01 WS-MASK-SW                PIC X     VALUE 'N'.
          88 MASK-ACTIVE                     VALUE 'Y'.
       01 WS-CPR-OUT                PIC X(10).
       01 WS-MASK-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-MASK-SEQ-X             PIC 9(03).
       01 WS-MASK-LTR-IDX           PIC 9(04) COMP.
       01 WS-MASK-SEQ-REM           PIC 9(04) COMP.
       01 WS-MASK-LETTERS           PIC X(10) VALUE 'MNPQRSTUVW'.
       01 WS-MASK-ALPHA             PIC X(36)
                  VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MASK-EXT-NO            PIC 9(07) COMP.
       01 WS-MASK-EXT-QUOT          PIC 9(07) COMP.
       01 WS-MASK-EXT-REM           PIC 9(04) COMP.
       01 WS-MASK-NEW-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-MASK-FULL-SW           PIC X     VALUE '0'.
          88 WS-MASK-FULL                    VALUE '1'.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program CPRSPLIT STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-CPR-PARTS TO WS-PART-COUNT.
           MOVE CFG-MASK TO WS-MASK-SW.
           PERFORM 005-GET-BUSINESS-DATE THRU
                   005-GET-BUSINESS-DATE-EXIT.
           DISPLAY 'CPRSPLIT - SPREADING FILEIN OVER ' WS-PART-COUNT
                   ' PARTITION(S)'.

           OPEN INPUT FILEIN.
           IF FILEIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN FILEIN ' FILEIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 020-VALIDATE-SUBFILES THRU
                   020-VALIDATE-SUBFILES-EXIT.
           PERFORM 030-ASSIGN-PARTITIONS THRU
                   030-ASSIGN-PARTITIONS-EXIT.

           PERFORM 040-OPEN-OUTPUTS THRU 040-OPEN-OUTPUTS-EXIT.
           IF MASK-ACTIVE
              DISPLAY 'CPRSPLIT - CPR MASKING IS ACTIVE THIS RUN'
              PERFORM 050-LOAD-MASK-TABLE THRU
                      050-LOAD-MASK-TABLE-EXIT
           END-IF.
           PERFORM 045-WRITE-RUNAUDIT-START THRU
                   045-WRITE-RUNAUDIT-START-EXIT.

           MOVE SPACES TO ROUTE-RECORD.
           SET RT-HEADER TO TRUE.
           MOVE WS-PART-COUNT TO RT-PART.
           MOVE WS-RUN-DATE TO RT-DATE.
           WRITE ROUTE-RECORD.

           PERFORM 060-SPLIT-FILEIN THRU 060-SPLIT-FILEIN-EXIT.
           PERFORM 080-SPLIT-AMOUNTIN THRU 080-SPLIT-AMOUNTIN-EXIT.
           PERFORM 087-ROUTE-SCHEME-CHANGES THRU
                   087-ROUTE-SCHEME-CHANGES-EXIT.

           CLOSE FILEIN.
           CLOSE FILEIN1 FILEIN2 FILEIN3 FILEIN4.
           CLOSE AMTIN1 AMTIN2 AMTIN3 AMTIN4.
           CLOSE PRESEEN1 PRESEEN2 PRESEEN3 PRESEEN4.
           CLOSE ROUTE.
           CLOSE SEENWORK.
           CLOSE CONSWORK.
           CLOSE SUBFWORK.
           CLOSE RUNAUDIT.
           IF MASK-ACTIVE
              CLOSE SURRREG
              CLOSE MASKWORK
           END-IF.

           PERFORM 090-PRINT-TOTALS THRU 090-PRINT-TOTALS-EXIT.
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
              DISPLAY 'CPRSPLIT - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'CPRSPLIT - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'CPRSPLIT - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'CPRSPLIT CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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

       005-GET-BUSINESS-DATE.
      *    THE BUSINESS DATE PENSCTL REGISTERED FOR THIS STREAM : THE
      *    LAST 'A' RECORD ON RUNCTL NOT YET CLOSED BY ITS 'C' - THE
      *    SAME DATE THE PARTITIONS AND CPRMERGE WILL PICK UP.
           OPEN INPUT RUNCTL.
           IF RUNCTL-STATUS NOT = 0
              DISPLAY 'CPRSPLIT - NO RUN-CONTROL FILE (STATUS '
                      RUNCTL-STATUS ') - USING CURRENT DATE'
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              GO TO 005-GET-BUSINESS-DATE-EXIT
           END-IF.
           PERFORM 006-READ-RUNCTL THRU 006-READ-RUNCTL-EXIT.
           PERFORM TEST BEFORE UNTIL RN-EOF
              EVALUATE TRUE
                 WHEN RC-REGISTERED
                    MOVE RC-BUSDATE TO WS-RUN-DATE
                 WHEN RC-COMPLETED OR RC-ABANDONED
                    IF RC-BUSDATE = WS-RUN-DATE
                       MOVE 0 TO WS-RUN-DATE
                    END-IF
              END-EVALUATE
              PERFORM 006-READ-RUNCTL THRU 006-READ-RUNCTL-EXIT
           END-PERFORM.
           CLOSE RUNCTL.
           IF WS-RUN-DATE = 0
              DISPLAY 'CPRSPLIT - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'CPRSPLIT - BUSINESS DATE ' WS-RUN-DATE.
      *
       005-GET-BUSINESS-DATE-EXIT.
           EXIT.

       006-READ-RUNCTL.
           READ RUNCTL
                AT END SET RN-EOF TO TRUE
           END-READ.
      *
       006-READ-RUNCTL-EXIT.
           EXIT.

       020-VALIDATE-SUBFILES.
      *    FIRST PASS OVER FILEIN : BALANCE EVERY SUB-FILE AGAINST
      *    ITS TRAILER BY CPRFILE'S RULES, SO THE SPLIT KNOWS WHICH
      *    SUB-FILES THE PARTITIONS WILL QUARANTINE, AND COUNT EACH
      *    ONE'S RECORDS FOR THE BRANCH HAND-OUT. EACH SUB-FILE IS
      *    BUILT IN THE SUBFWORK RECORD AREA AND WRITTEN WHEN IT
      *    ENDS. FILEIN IS THEN REOPENED FOR THE SPLITTING PASS.
           OPEN OUTPUT SUBFWORK.
           IF SUBFWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SUBFWORK ' SUBFWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE SUBFWORK.
           OPEN I-O SUBFWORK.
           IF SUBFWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SUBFWORK ' SUBFWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM TEST BEFORE UNTIL FI-EOF
              READ FILEIN
                   AT END SET FI-EOF TO TRUE
              END-READ
              IF NOT FI-EOF
                 PERFORM 022-NOTE-SUBFILE-RECORD THRU
                         022-NOTE-SUBFILE-RECORD-EXIT
                 ADD 1 TO SF-PHYS-COUNT
              END-IF
           END-PERFORM.
           IF WS-SUBF-CUR > 0
              PERFORM 026-FINISH-SUBFILE THRU 026-FINISH-SUBFILE-EXIT
           END-IF.
           CLOSE FILEIN.
           MOVE '0' TO FI-MARKER.
           MOVE 0 TO WS-SUBF-CUR.
           OPEN INPUT FILEIN.
           IF FILEIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN FILEIN ' FILEIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'CPRSPLIT - SUB-FILES ON FILEIN: ' WS-SUBF-COUNT
                   ' NOT BALANCED: ' WS-QUAR-SUBF-COUNT.
      *
       020-VALIDATE-SUBFILES-EXIT.
           EXIT.

       022-NOTE-SUBFILE-RECORD.
           IF HDR-MARKER-IS-HEADER
              IF WS-SUBF-CUR > 0
                 PERFORM 026-FINISH-SUBFILE THRU
                         026-FINISH-SUBFILE-EXIT
              END-IF
              PERFORM 024-START-SUBFILE THRU 024-START-SUBFILE-EXIT
              MOVE HDR-DATE TO SF-DATE
              MOVE HDR-BRANCH TO SF-BRANCH
              GO TO 022-NOTE-SUBFILE-RECORD-EXIT
           END-IF.
           IF WS-SUBF-CUR = 0
              PERFORM 024-START-SUBFILE THRU 024-START-SUBFILE-EXIT
              SET SF-UNHEADED TO TRUE
           END-IF.
           IF SF-TRL-SEEN
              IF SF-BALANCED
                 MOVE 'QXTR' TO SF-REASON
              END-IF
              GO TO 022-NOTE-SUBFILE-RECORD-EXIT
           END-IF.
           IF TRL-MARKER-IS-TRAILER
              SET SF-TRL-SEEN TO TRUE
              IF TRL-COUNT IS NUMERIC AND TRL-HASH IS NUMERIC
                 MOVE TRL-COUNT TO SF-TRL-COUNT
                 MOVE TRL-HASH TO SF-TRL-HASH
              ELSE
                 MOVE 'QTRL' TO SF-REASON
              END-IF
              GO TO 022-NOTE-SUBFILE-RECORD-EXIT
           END-IF.
           ADD 1 TO SF-ACT-COUNT.
           MOVE IN-RECORD(1:10) TO WS-HASH-CPR.
           IF WS-HASH-CPR-NUM IS NUMERIC
              ADD WS-HASH-CPR-NUM TO SF-ACT-HASH
           END-IF.
      *
       022-NOTE-SUBFILE-RECORD-EXIT.
           EXIT.

       024-START-SUBFILE.
           ADD 1 TO WS-SUBF-COUNT.
           MOVE WS-SUBF-COUNT TO WS-SUBF-CUR.
           MOVE SPACES TO SUBFWORK-RECORD.
           MOVE WS-SUBF-CUR TO SF-SEQ.
           MOVE 0 TO SF-DATE.
           MOVE 0 TO SF-TRL-COUNT.
           MOVE 0 TO SF-ACT-COUNT.
           MOVE 0 TO SF-TRL-HASH.
           MOVE 0 TO SF-ACT-HASH.
           MOVE 0 TO SF-PHYS-COUNT.
           MOVE 1 TO SF-PART.
      *
       024-START-SUBFILE-EXIT.
           EXIT.

       026-FINISH-SUBFILE.
      *    RECORDS AHEAD OF THE FIRST HEADER ARE ONLY HELD TO A
      *    TRAILER WHEN ONE WAS SENT, EXACTLY AS CPRFILE DOES IT.
           IF SF-BALANCED
              EVALUATE TRUE
                 WHEN NOT SF-TRL-SEEN
                    IF NOT SF-UNHEADED
                       MOVE 'QNOT' TO SF-REASON
                    END-IF
                 WHEN SF-ACT-COUNT NOT = SF-TRL-COUNT
                    MOVE 'QCNT' TO SF-REASON
                 WHEN SF-ACT-HASH NOT = SF-TRL-HASH
                    MOVE 'QHSH' TO SF-REASON
              END-EVALUATE
           END-IF.
           IF NOT SF-BALANCED
              ADD 1 TO WS-QUAR-SUBF-COUNT
           END-IF.
           WRITE SUBFWORK-RECORD
              INVALID KEY
                 DISPLAY 'CPRSPLIT - SUBFWORK WRITE FAILED FOR '
                         'SUB-FILE ' SF-SEQ ' STATUS ' SUBFWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-WRITE.
      *
       026-FINISH-SUBFILE-EXIT.
           EXIT.

       030-ASSIGN-PARTITIONS.
      *    TOTAL THE RECORD VOLUME PER BRANCH ON BRWORK (THE RECORDS
      *    AHEAD OF THE FIRST HEADER COUNT AS A BRANCH OF THEIR OWN),
      *    THEN HAND THE BRANCHES OUT LARGEST FIRST OFF ORDWORK, EACH
      *    TO THE PARTITION WITH THE LEAST VOLUME SO FAR - THE
      *    LOWEST NUMBERED ONE ON A TIE, AND THE FIRST SEEN OF TWO
      *    EQUAL BRANCHES, SO THE SAME FILEIN ALWAYS SPLITS THE SAME
      *    WAY. EACH SUB-FILE THEN TAKES ITS BRANCH'S PARTITION.
           INITIALIZE WS-PART-TABLE.
           MOVE 0 TO WS-BR-COUNT.
           OPEN OUTPUT BRWORK.
           IF BRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BRWORK ' BRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE BRWORK.
           OPEN I-O BRWORK.
           IF BRWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BRWORK ' BRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ORDWORK.
           IF ORDWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ORDWORK ' ORDWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ORDWORK.
           OPEN I-O ORDWORK.
           IF ORDWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ORDWORK ' ORDWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 033-START-SUBFWORK THRU 033-START-SUBFWORK-EXIT.
           PERFORM TEST BEFORE UNTIL SF-EOF
              PERFORM 032-ADD-BRANCH-VOLUME THRU
                      032-ADD-BRANCH-VOLUME-EXIT
              PERFORM 034-READ-SUBFWORK THRU 034-READ-SUBFWORK-EXIT
           END-PERFORM.

           MOVE '0' TO BK-MARKER.
           MOVE LOW-VALUES TO BK-BRANCH.
           START BRWORK KEY IS NOT LESS THAN BK-BRANCH
              INVALID KEY
                 SET BK-EOF TO TRUE
           END-START.
           PERFORM 035-READ-BRWORK THRU 035-READ-BRWORK-EXIT.
           PERFORM TEST BEFORE UNTIL BK-EOF
              MOVE SPACES TO ORDWORK-RECORD
              COMPUTE BO-VOLUME-INV = 9999999 - BK-VOLUME
              MOVE BK-SEQ TO BO-SEQ
              MOVE BK-BRANCH TO BO-BRANCH
              WRITE ORDWORK-RECORD
                 INVALID KEY
                    DISPLAY 'CPRSPLIT - ORDWORK WRITE FAILED FOR '
                            BK-BRANCH ' STATUS ' ORDWORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
              END-WRITE
              PERFORM 035-READ-BRWORK THRU 035-READ-BRWORK-EXIT
           END-PERFORM.

           MOVE '0' TO BO-MARKER.
           MOVE LOW-VALUES TO BO-KEY.
           START ORDWORK KEY IS NOT LESS THAN BO-KEY
              INVALID KEY
                 SET BO-EOF TO TRUE
           END-START.
           PERFORM 036-READ-ORDWORK THRU 036-READ-ORDWORK-EXIT.
           PERFORM TEST BEFORE UNTIL BO-EOF
              MOVE 1 TO WS-P
              PERFORM VARYING WS-P2 FROM 2 BY 1
                      UNTIL WS-P2 > WS-PART-COUNT
                 IF WS-PART-VOLUME(WS-P2) < WS-PART-VOLUME(WS-P)
                    MOVE WS-P2 TO WS-P
                 END-IF
              END-PERFORM
              MOVE BO-BRANCH TO BK-BRANCH
              PERFORM 037-READ-BRANCH THRU 037-READ-BRANCH-EXIT
              MOVE WS-P TO BK-PART
              REWRITE BRWORK-RECORD
                 INVALID KEY
                    DISPLAY 'CPRSPLIT - BRWORK REWRITE FAILED FOR '
                            BK-BRANCH ' STATUS ' BRWORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
              END-REWRITE
              ADD BK-VOLUME TO WS-PART-VOLUME(WS-P)
              ADD 1 TO WS-PART-BRANCHES(WS-P)
              PERFORM 036-READ-ORDWORK THRU 036-READ-ORDWORK-EXIT
           END-PERFORM.

           PERFORM 033-START-SUBFWORK THRU 033-START-SUBFWORK-EXIT.
           PERFORM TEST BEFORE UNTIL SF-EOF
              MOVE SF-BRANCH TO BK-BRANCH
              PERFORM 037-READ-BRANCH THRU 037-READ-BRANCH-EXIT
              MOVE BK-PART TO SF-PART
              REWRITE SUBFWORK-RECORD
                 INVALID KEY
                    DISPLAY 'CPRSPLIT - SUBFWORK REWRITE FAILED FOR '
                            'SUB-FILE ' SF-SEQ ' STATUS '
                            SUBFWORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
              END-REWRITE
              PERFORM 034-READ-SUBFWORK THRU 034-READ-SUBFWORK-EXIT
           END-PERFORM.
           CLOSE BRWORK.
           CLOSE ORDWORK.
      *
       030-ASSIGN-PARTITIONS-EXIT.
           EXIT.

       032-ADD-BRANCH-VOLUME.
      *    ADD THE SUB-FILE IN THE SUBFWORK RECORD AREA TO ITS
      *    BRANCH, WHICH IS NUMBERED AND WRITTEN ON FIRST SIGHT.
           MOVE SF-BRANCH TO BK-BRANCH.
           READ BRWORK.
           IF BRWORK-STATUS = 23
              ADD 1 TO WS-BR-COUNT
              MOVE SPACES TO BRWORK-RECORD
              MOVE SF-BRANCH TO BK-BRANCH
              MOVE WS-BR-COUNT TO BK-SEQ
              MOVE SF-PHYS-COUNT TO BK-VOLUME
              MOVE 0 TO BK-PART
              WRITE BRWORK-RECORD
           ELSE
              IF BRWORK-STATUS = 0
                 ADD SF-PHYS-COUNT TO BK-VOLUME
                 REWRITE BRWORK-RECORD
              END-IF
           END-IF.
           IF BRWORK-STATUS NOT = 0
              DISPLAY 'CPRSPLIT - BRWORK UPDATE FAILED FOR '
                      SF-BRANCH ' STATUS ' BRWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       032-ADD-BRANCH-VOLUME-EXIT.
           EXIT.

       033-START-SUBFWORK.
      *    POSITION SUBFWORK ON THE FIRST SUB-FILE AND READ IT.
           MOVE '0' TO SF-MARKER.
           MOVE 0 TO SF-SEQ.
           START SUBFWORK KEY IS GREATER THAN SF-SEQ
              INVALID KEY
                 SET SF-EOF TO TRUE
           END-START.
           PERFORM 034-READ-SUBFWORK THRU 034-READ-SUBFWORK-EXIT.
      *
       033-START-SUBFWORK-EXIT.
           EXIT.

       034-READ-SUBFWORK.
           IF NOT SF-EOF
              READ SUBFWORK NEXT RECORD
                   AT END SET SF-EOF TO TRUE
              END-READ
           END-IF.
      *
       034-READ-SUBFWORK-EXIT.
           EXIT.

       035-READ-BRWORK.
           IF NOT BK-EOF
              READ BRWORK NEXT RECORD
                   AT END SET BK-EOF TO TRUE
              END-READ
           END-IF.
      *
       035-READ-BRWORK-EXIT.
           EXIT.

       036-READ-ORDWORK.
           IF NOT BO-EOF
              READ ORDWORK NEXT RECORD
                   AT END SET BO-EOF TO TRUE
              END-READ
           END-IF.
      *
       036-READ-ORDWORK-EXIT.
           EXIT.

       037-READ-BRANCH.
      *    THE BRWORK RECORD OF BRANCH BK-BRANCH - EVERY BRANCH ON
      *    SUBFWORK WAS WRITTEN BY 032, SO A MISS MEANS THE FILE IS
      *    DAMAGED.
           READ BRWORK
              INVALID KEY
                 DISPLAY 'CPRSPLIT - BRWORK READ FAILED FOR '
                         BK-BRANCH ' STATUS ' BRWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ.
      *
       037-READ-BRANCH-EXIT.
           EXIT.

       040-OPEN-OUTPUTS.
      *    ALL FOUR PARTITIONS GET THEIR FILES EVERY NIGHT, EMPTY
      *    WHEN FEWER PARTITIONS ARE CONFIGURED, SO THE PARTITION
      *    JOBS NEVER NEED CHANGING WHEN THE COUNT DOES.
           MOVE 'FILEIN1' TO WS-OPEN-DD.
           OPEN OUTPUT FILEIN1.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'FILEIN2' TO WS-OPEN-DD.
           OPEN OUTPUT FILEIN2.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'FILEIN3' TO WS-OPEN-DD.
           OPEN OUTPUT FILEIN3.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'FILEIN4' TO WS-OPEN-DD.
           OPEN OUTPUT FILEIN4.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'AMTIN1' TO WS-OPEN-DD.
           OPEN OUTPUT AMTIN1.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'AMTIN2' TO WS-OPEN-DD.
           OPEN OUTPUT AMTIN2.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'AMTIN3' TO WS-OPEN-DD.
           OPEN OUTPUT AMTIN3.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'AMTIN4' TO WS-OPEN-DD.
           OPEN OUTPUT AMTIN4.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'PRESEEN1' TO WS-OPEN-DD.
           OPEN OUTPUT PRESEEN1.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'PRESEEN2' TO WS-OPEN-DD.
           OPEN OUTPUT PRESEEN2.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'PRESEEN3' TO WS-OPEN-DD.
           OPEN OUTPUT PRESEEN3.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.
           MOVE 'PRESEEN4' TO WS-OPEN-DD.
           OPEN OUTPUT PRESEEN4.
           PERFORM 042-CHECK-OPEN THRU 042-CHECK-OPEN-EXIT.

           OPEN OUTPUT ROUTE.
           IF ROUTE-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ROUTE ' ROUTE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *    THE WORK CLUSTERS ARE EMPTIED BY THE OPEN OUTPUT AND
      *    REOPENED FOR UPDATE.
           OPEN OUTPUT SEENWORK.
           IF SEENWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SEENWORK ' SEENWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE SEENWORK.
           OPEN I-O SEENWORK.
           IF SEENWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SEENWORK ' SEENWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CONSWORK.
           IF CONSWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CONSWORK ' CONSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE CONSWORK.
           OPEN I-O CONSWORK.
           IF CONSWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CONSWORK ' CONSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND RUNAUDIT.
           IF RUNAUDIT-STATUS = 35
              OPEN OUTPUT RUNAUDIT
           END-IF.
           IF RUNAUDIT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RUNAUDIT ' RUNAUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       040-OPEN-OUTPUTS-EXIT.
           EXIT.

       042-CHECK-OPEN.
           IF PARTOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ' WS-OPEN-DD ' '
                      PARTOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       042-CHECK-OPEN-EXIT.
           EXIT.

       045-WRITE-RUNAUDIT-START.
      *    THE NIGHT'S CPRFILE RUN STARTS HERE, WHICHEVER WAY IT IS
      *    SPLIT - THE AUDIT TRAIL SHOWS ONE CPRFILE START AND, FROM
      *    CPRMERGE, ONE CPRFILE END.
           ACCEPT WS-RUNAUDIT-TIME FROM TIME.
           MOVE SPACES TO RUNAUDIT-RECORD.
           MOVE 'CPRFILE' TO RA-PROGRAM.
           SET RA-EVENT-START TO TRUE.
           MOVE WS-RUN-DATE TO RA-DATE.
           MOVE WS-RUNAUDIT-TIME TO RA-TIME.
           MOVE 0 TO RA-RECCOUNT.
           MOVE 0 TO RA-RETC.
           WRITE RUNAUDIT-RECORD.
      *
       045-WRITE-RUNAUDIT-START-EXIT.
           EXIT.

       050-LOAD-MASK-TABLE.
      *    PRELOAD THE PERSISTENT REGISTRY ONTO MASKWORK AND REOPEN
      *    IT EXTEND, AS CPRFILE DOES ON A SERIAL RUN. EVERY NEW
      *    SURROGATE THE NIGHT NEEDS IS ADDED HERE, SO THE
      *    PARTITIONS ONLY READ.
           OPEN OUTPUT MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK ' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE MASKWORK.
           OPEN I-O MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK ' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              GO TO 050-LOAD-MASK-OPEN
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-SURRREG THRU 052-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL MX-EOF
              ADD 1 TO WS-MASK-COUNT
              IF RG-REAL NOT = '**ERASED**'
                 MOVE SPACES TO MASKWORK-RECORD
                 MOVE RG-REAL TO MW-REAL
                 MOVE RG-SURR TO MW-SURR
                 WRITE MASKWORK-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              PERFORM 052-READ-SURRREG THRU 052-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
           DISPLAY 'CPRSPLIT - REGISTRY LINKAGES PRELOADED: '
                   WS-MASK-COUNT.
       050-LOAD-MASK-OPEN.
           OPEN EXTEND SURRREG.
           IF SURRREG-STATUS = 35
              OPEN OUTPUT SURRREG
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       050-LOAD-MASK-TABLE-EXIT.
           EXIT.

       052-READ-SURRREG.
           READ SURRREG
                AT END SET MX-EOF TO TRUE
           END-READ.
      *
       052-READ-SURRREG-EXIT.
           EXIT.

       055-MASK-CPR.
      *    THE PRESENTABLE FORM OF WS-CPR IN WS-CPR-OUT, ASSIGNING
      *    AND REGISTERING THE NEXT SURROGATE FOR A CPR THE REGISTRY
      *    HAS NOT SEEN - THE SAME SEQUENCE CPRFILE'S MASK-CPR
      *    FOLLOWS, IN THE SAME FILEIN ORDER.
           IF NOT MASK-ACTIVE
              MOVE WS-CPR TO WS-CPR-OUT
              GO TO 055-MASK-CPR-EXIT
           END-IF.
           MOVE WS-CPR TO MW-REAL.
           READ MASKWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MW-SURR TO WS-CPR-OUT
                 GO TO 055-MASK-CPR-EXIT
           END-READ.
           IF WS-MASK-COUNT >= 886096
              IF NOT WS-MASK-FULL
                 SET WS-MASK-FULL TO TRUE
                 DISPLAY '*** CPRSPLIT - THE REGISTRY HAS ISSUED EVERY '
                         'SURROGATE THERE IS - FURTHER CPRS MASKED '
                         'WITHOUT REGISTRY LINKAGE ***'
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE WS-CPR TO WS-CPR-OUT
              MOVE '****' TO WS-CPR-OUT(7:4)
              GO TO 055-MASK-CPR-EXIT
           END-IF.
           ADD 1 TO WS-MASK-COUNT.
           ADD 1 TO WS-MASK-NEW-COUNT.
           MOVE WS-CPR TO WS-CPR-OUT.
           PERFORM 057-NUMBER-SURROGATE THRU
                   057-NUMBER-SURROGATE-EXIT.
           MOVE SPACES TO MASKWORK-RECORD.
           MOVE WS-CPR TO MW-REAL.
           MOVE WS-CPR-OUT TO MW-SURR.
           WRITE MASKWORK-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE SPACES TO SURRREG-RECORD.
           MOVE WS-CPR TO RG-REAL.
           MOVE WS-CPR-OUT TO RG-SURR.
           WRITE SURRREG-RECORD.
      *
       055-MASK-CPR-EXIT.
           EXIT.

       057-NUMBER-SURROGATE.
      *    SURROGATE NUMBER WS-MASK-COUNT INTO WS-CPR-OUT(7:4), AS
      *    CPRFILE'S NUMBER-SURROGATE DOES IT : A LETTER AND THREE
      *    DIGITS FOR THE FIRST 10000, THEN TWO LETTERS AND TWO
      *    CHARACTERS OF 0-9/A-Z FOR THE NEXT 876096.
           IF WS-MASK-COUNT <= 10000
              COMPUTE WS-MASK-LTR-IDX =
                      (WS-MASK-COUNT - 1) / 1000 + 1
              DIVIDE WS-MASK-COUNT BY 1000 GIVING WS-MASK-SEQ-REM
                     REMAINDER WS-MASK-SEQ-X
              MOVE WS-MASK-LETTERS(WS-MASK-LTR-IDX:1)
                   TO WS-CPR-OUT(7:1)
              MOVE WS-MASK-SEQ-X TO WS-CPR-OUT(8:3)
              GO TO 057-NUMBER-SURROGATE-EXIT
           END-IF.
           COMPUTE WS-MASK-EXT-NO = WS-MASK-COUNT - 10001.
           DIVIDE WS-MASK-EXT-NO BY 36 GIVING WS-MASK-EXT-QUOT
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 1:1)
                TO WS-CPR-OUT(10:1).
           DIVIDE WS-MASK-EXT-QUOT BY 36 GIVING WS-MASK-EXT-NO
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 1:1)
                TO WS-CPR-OUT(9:1).
           DIVIDE WS-MASK-EXT-NO BY 26 GIVING WS-MASK-EXT-QUOT
                  REMAINDER WS-MASK-EXT-REM.
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-REM + 11:1)
                TO WS-CPR-OUT(8:1).
           MOVE WS-MASK-ALPHA(WS-MASK-EXT-QUOT + 11:1)
                TO WS-CPR-OUT(7:1).
      *
       057-NUMBER-SURROGATE-EXIT.
           EXIT.

       060-SPLIT-FILEIN.
      *    SECOND PASS : EVERY FILEIN RECORD GOES WHOLE TO ITS
      *    SUB-FILE'S PARTITION. THE SUB-FILE ORDINAL IS STEPPED
      *    EXACTLY AS CPRFILE'S READ-FILEIN STEPS IT, AND EACH DATA
      *    RECORD IS PLAYED THROUGH THE SERIAL RUN'S DUPLICATE AND
      *    AMOUNT RULES.
           PERFORM TEST BEFORE UNTIL FI-EOF
              READ FILEIN
                   AT END SET FI-EOF TO TRUE
              END-READ
              IF NOT FI-EOF
                 ADD 1 TO WS-FILEIN-COUNT
                 IF HDR-MARKER-IS-HEADER OR WS-SUBF-CUR = 0
                    ADD 1 TO WS-SUBF-CUR
                    PERFORM 062-ROUTE-SUBFILE THRU
                            062-ROUTE-SUBFILE-EXIT
                 END-IF
                 MOVE SF-PART TO WS-P
                 PERFORM 070-WRITE-FILEIN-PART THRU
                         070-WRITE-FILEIN-PART-EXIT
                 EVALUATE TRUE
                    WHEN NOT SF-BALANCED
                       IF NOT HDR-MARKER-IS-HEADER
                          AND NOT TRL-MARKER-IS-TRAILER
                          MOVE IN-RECORD(1:10) TO WS-CLAIM-CPR
                          PERFORM 068-WRITE-CLAIM THRU
                                  068-WRITE-CLAIM-EXIT
                       END-IF
                    WHEN HDR-MARKER-IS-HEADER
                       MOVE HDR-DATE TO WS-SUBFILE-DATE
                       MOVE HDR-BRANCH TO WS-SUBFILE-BRANCH
                    WHEN TRL-MARKER-IS-TRAILER
                       CONTINUE
                    WHEN OTHER
                       PERFORM 064-SPLIT-DATA-RECORD THRU
                               064-SPLIT-DATA-RECORD-EXIT
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *
       060-SPLIT-FILEIN-EXIT.
           EXIT.

       062-ROUTE-SUBFILE.
      *    THE NEXT SUB-FILE'S RECORD IS READ BACK OFF SUBFWORK AND
      *    STAYS IN THE RECORD AREA UNTIL THE ONE AFTER IT STARTS.
           MOVE WS-SUBF-CUR TO SF-SEQ.
           READ SUBFWORK
              INVALID KEY
                 DISPLAY 'CPRSPLIT - SUBFWORK READ FAILED FOR '
                         'SUB-FILE ' SF-SEQ ' STATUS ' SUBFWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ.
           MOVE SPACES TO ROUTE-RECORD.
           SET RT-SUBFILE TO TRUE.
           MOVE SF-PART TO RT-PART.
           IF NOT SF-BALANCED
              SET RT-QUARANTINED TO TRUE
           END-IF.
           MOVE SF-PHYS-COUNT TO RT-COUNT.
           MOVE SF-DATE TO RT-DATE.
           WRITE ROUTE-RECORD.
      *
       062-ROUTE-SUBFILE-EXIT.
           EXIT.

       064-SPLIT-DATA-RECORD.
      *    A FIRST OCCURRENCE IS REMEMBERED WITH ITS PARTITION; IT
      *    CLAIMS AN AMOUNT WHEN IT IS AN ADD/CHANGE, OR A DELETE
      *    CPRCHECK LETS THROUGH. A REPEAT CLAIMS NOTHING - IF ITS
      *    FIRST OCCURRENCE WENT ELSEWHERE, ITS OWN PARTITION IS
      *    TOLD ABOUT IT ON THE PRESEEN FILE.
           ADD 1 TO WS-DATA-COUNT.
           MOVE IN-FDATO TO WS-CPR(1:6).
           MOVE IN-CHECKDIGIT TO WS-CPR(7:4).
           PERFORM 055-MASK-CPR THRU 055-MASK-CPR-EXIT.
           MOVE SPACES TO ROUTE-RECORD.
           SET RT-DATA TO TRUE.
           MOVE WS-P TO RT-PART.
           MOVE WS-CPR TO RT-CPR.
           MOVE WS-CPR-OUT TO RT-CPR-OUT.
           MOVE 0 TO RT-COUNT.
           MOVE WS-SUBFILE-DATE TO RT-DATE.
           MOVE WS-CPR TO SW-CPR.
           READ SEENWORK
              INVALID KEY
                 SET RT-FIRST TO TRUE
              NOT INVALID KEY
                 SET RT-DUPLICATE TO TRUE
           END-READ.
           WRITE ROUTE-RECORD.
           IF RT-DUPLICATE
              ADD 1 TO WS-DUP-COUNT
              IF SW-PART NOT = WS-P
                 AND SW-PRESEEN(WS-P) NOT = 'Y'
                 PERFORM 066-WRITE-PRESEEN THRU 066-WRITE-PRESEEN-EXIT
              END-IF
              GO TO 064-SPLIT-DATA-RECORD-EXIT
           END-IF.
           MOVE SPACES TO SEENWORK-RECORD.
           MOVE WS-CPR TO SW-CPR.
           MOVE WS-SUBFILE-DATE TO SW-DATE.
           MOVE WS-SUBFILE-BRANCH TO SW-BRANCH.
           MOVE WS-P TO SW-PART.
           WRITE SEENWORK-RECORD
              INVALID KEY
                 DISPLAY 'CPRSPLIT - SEENWORK WRITE FAILED FOR '
                         WS-CPR-OUT ' STATUS ' SEENWORK-STATUS
                 MOVE 12 TO RETURN-CODE
           END-WRITE.
           EVALUATE TRUE
              WHEN IN-ACTION-UPSERT
                 MOVE WS-CPR TO WS-CLAIM-CPR
                 PERFORM 068-WRITE-CLAIM THRU 068-WRITE-CLAIM-EXIT
              WHEN IN-ACTION-DELETE
                 CALL WS-MODULE USING WS-CPR WS-AGE WS-GENDER WS-RC
                 IF WS-RC-OK
                    MOVE WS-CPR TO WS-CLAIM-CPR
                    PERFORM 068-WRITE-CLAIM THRU 068-WRITE-CLAIM-EXIT
                 END-IF
           END-EVALUATE.
      *
       064-SPLIT-DATA-RECORD-EXIT.
           EXIT.

       066-WRITE-PRESEEN.
           MOVE SPACES TO WS-PRESEEN-RECORD.
           MOVE SW-CPR TO PV-CPR.
           MOVE SW-DATE TO PV-DATE.
           MOVE SW-BRANCH TO PV-BRANCH.
           EVALUATE WS-P
              WHEN 1
                 WRITE PRESEEN1-RECORD FROM WS-PRESEEN-RECORD
              WHEN 2
                 WRITE PRESEEN2-RECORD FROM WS-PRESEEN-RECORD
              WHEN 3
                 WRITE PRESEEN3-RECORD FROM WS-PRESEEN-RECORD
              WHEN 4
                 WRITE PRESEEN4-RECORD FROM WS-PRESEEN-RECORD
           END-EVALUATE.
           ADD 1 TO WS-PART-PRESEEN(WS-P).
           MOVE 'Y' TO SW-PRESEEN(WS-P).
           REWRITE SEENWORK-RECORD
              INVALID KEY
                 DISPLAY 'CPRSPLIT - SEENWORK REWRITE FAILED FOR '
                         SW-CPR ' STATUS ' SEENWORK-STATUS
                 MOVE 12 TO RETURN-CODE
           END-REWRITE.
      *
       066-WRITE-PRESEEN-EXIT.
           EXIT.

       068-WRITE-CLAIM.
      *    ONE SERIAL-RUN AMOUNT CLAIM FOR WS-CLAIM-CPR, IN FILEIN
      *    ORDER, BY PARTITION WS-P.
           ADD 1 TO WS-CONS-SEQ.
           MOVE SPACES TO CONSWORK-RECORD.
           MOVE WS-CLAIM-CPR TO CW-CPR.
           MOVE WS-CONS-SEQ TO CW-SEQ.
           MOVE WS-P TO CW-PART.
           WRITE CONSWORK-RECORD
              INVALID KEY
                 DISPLAY 'CPRSPLIT - CONSWORK WRITE FAILED FOR '
                         'CLAIM ' WS-CONS-SEQ ' STATUS '
                         CONSWORK-STATUS
                 MOVE 12 TO RETURN-CODE
           END-WRITE.
      *
       068-WRITE-CLAIM-EXIT.
           EXIT.

       070-WRITE-FILEIN-PART.
           EVALUATE WS-P
              WHEN 1
                 WRITE FILEIN1-RECORD FROM IN-RECORD
              WHEN 2
                 WRITE FILEIN2-RECORD FROM IN-RECORD
              WHEN 3
                 WRITE FILEIN3-RECORD FROM IN-RECORD
              WHEN 4
                 WRITE FILEIN4-RECORD FROM IN-RECORD
           END-EVALUATE.
           ADD 1 TO WS-PART-FILEIN(WS-P).
      *
       070-WRITE-FILEIN-PART-EXIT.
           EXIT.

       080-SPLIT-AMOUNTIN.
      *    EACH AMOUNT GOES TO THE PARTITION OF THE EARLIEST CLAIM
      *    STILL OPEN FOR ITS CPR - THE ONE THE SERIAL RUN WOULD
      *    HAVE MATCHED IT TO. AN AMOUNT NOBODY CLAIMS IS AN ORPHAN;
      *    IT GOES WHERE ITS CPR FIRST ARRIVED, OR TO PARTITION 1,
      *    TO BE REPORTED THERE AT END OF RUN.
           OPEN INPUT AMOUNTIN.
           IF AMOUNTIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN AMOUNTIN ' AMOUNTIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 082-READ-AMOUNTIN THRU 082-READ-AMOUNTIN-EXIT.
           PERFORM TEST BEFORE UNTIL AM-EOF
              ADD 1 TO WS-AMOUNT-COUNT
              PERFORM 084-ROUTE-AMOUNT THRU 084-ROUTE-AMOUNT-EXIT
              PERFORM 082-READ-AMOUNTIN THRU 082-READ-AMOUNTIN-EXIT
           END-PERFORM.
           CLOSE AMOUNTIN.
      *
       080-SPLIT-AMOUNTIN-EXIT.
           EXIT.

       082-READ-AMOUNTIN.
           READ AMOUNTIN
                AT END SET AM-EOF TO TRUE
           END-READ.
      *
       082-READ-AMOUNTIN-EXIT.
           EXIT.

       084-ROUTE-AMOUNT.
           MOVE SPACES TO ROUTE-RECORD.
           SET RT-AMOUNT TO TRUE.
           MOVE AM-CPR TO RT-CPR.
           MOVE 0 TO RT-COUNT.
           MOVE WS-RUN-DATE TO RT-DATE.
           MOVE 0 TO WS-P.
           MOVE AM-CPR TO CW-CPR.
           MOVE 0 TO CW-SEQ.
           START CONSWORK KEY IS NOT LESS THAN CW-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ CONSWORK NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CW-CPR = AM-CPR
                          MOVE CW-PART TO WS-P
                       END-IF
                 END-READ
           END-START.
           IF WS-P > 0
              DELETE CONSWORK RECORD
                 INVALID KEY
                    DISPLAY 'CPRSPLIT - CONSWORK DELETE FAILED '
                            'STATUS ' CONSWORK-STATUS
                    MOVE 12 TO RETURN-CODE
              END-DELETE
           ELSE
              SET RT-ORPHAN TO TRUE
              ADD 1 TO WS-ORPHAN-COUNT
              MOVE 1 TO WS-P
              MOVE AM-CPR TO SW-CPR
              READ SEENWORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SW-PART TO WS-P
              END-READ
           END-IF.
           MOVE WS-P TO RT-PART.
           MOVE AM-CPR TO WS-CPR.
           PERFORM 086-LOOKUP-MASKED THRU 086-LOOKUP-MASKED-EXIT.
           MOVE WS-CPR-OUT TO RT-CPR-OUT.
           WRITE ROUTE-RECORD.
           EVALUATE WS-P
              WHEN 1
                 WRITE AMTIN1-RECORD FROM AMOUNT-RECORD
              WHEN 2
                 WRITE AMTIN2-RECORD FROM AMOUNT-RECORD
              WHEN 3
                 WRITE AMTIN3-RECORD FROM AMOUNT-RECORD
              WHEN 4
                 WRITE AMTIN4-RECORD FROM AMOUNT-RECORD
           END-EVALUATE.
           ADD 1 TO WS-PART-AMOUNTS(WS-P).
      *
       084-ROUTE-AMOUNT-EXIT.
           EXIT.

       086-LOOKUP-MASKED.
      *    THE PRESENTABLE FORM OF AN AMOUNTIN CPR FOR THE ROUTE
      *    FILE - LOOKED UP ONLY, AN AMOUNT NEVER REGISTERS ONE.
           MOVE WS-CPR TO WS-CPR-OUT.
           IF NOT MASK-ACTIVE
              GO TO 086-LOOKUP-MASKED-EXIT
           END-IF.
           MOVE WS-CPR TO MW-REAL.
           READ MASKWORK
              INVALID KEY
                 MOVE '****' TO WS-CPR-OUT(7:4)
              NOT INVALID KEY
                 MOVE MW-SURR TO WS-CPR-OUT
           END-READ.
      *
       086-LOOKUP-MASKED-EXIT.
           EXIT.

       087-ROUTE-SCHEME-CHANGES.
      *    EVERY PENDING SCHEME CHANGE WHOSE EFFECTIVE DATE HAS
      *    REACHED THE BUSINESS DATE, IN PENDSCHM KEY ORDER - THE
      *    ORDER THE SERIAL RUN APPLIES THEM IN, AFTER ALL FILEIN
      *    AND AMOUNTIN WORK, SO A NEW SURROGATE IS REGISTERED IN
      *    THAT SAME PLACE.
           OPEN INPUT PENDSCHM.
           IF PENDSCHM-STATUS = 35
              DISPLAY 'CPRSPLIT - NO PENDING SCHEME CHANGES FILE'
              GO TO 087-ROUTE-SCHEME-CHANGES-EXIT
           END-IF.
           IF PENDSCHM-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PENDSCHM ' PENDSCHM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE LOW-VALUES TO PS-KEY.
           START PENDSCHM KEY IS NOT LESS THAN PS-KEY
              INVALID KEY
                 SET PS-EOF TO TRUE
           END-START.
           IF NOT PS-EOF
              PERFORM 088-READ-PENDSCHM THRU 088-READ-PENDSCHM-EXIT
           END-IF.
           PERFORM TEST BEFORE UNTIL PS-EOF
              IF PS-PENDING AND PS-EFF-DATE <= WS-RUN-DATE
                 PERFORM 089-ROUTE-SCHEME-CHANGE THRU
                         089-ROUTE-SCHEME-CHANGE-EXIT
              END-IF
              PERFORM 088-READ-PENDSCHM THRU 088-READ-PENDSCHM-EXIT
           END-PERFORM.
           CLOSE PENDSCHM.
      *
       087-ROUTE-SCHEME-CHANGES-EXIT.
           EXIT.

       088-READ-PENDSCHM.
           READ PENDSCHM NEXT RECORD
                AT END SET PS-EOF TO TRUE
           END-READ.
      *
       088-READ-PENDSCHM-EXIT.
           EXIT.

       089-ROUTE-SCHEME-CHANGE.
      *    THE CHANGE GOES WHERE THE MEMBER'S FILEIN RECORDS WENT,
      *    SO IT IS APPLIED AFTER THEM AS IN THE SERIAL RUN.
           MOVE 1 TO WS-P.
           MOVE PS-CPR TO SW-CPR.
           READ SEENWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SW-PART TO WS-P
           END-READ.
           MOVE PS-CPR TO WS-CPR.
           PERFORM 055-MASK-CPR THRU 055-MASK-CPR-EXIT.
           MOVE SPACES TO ROUTE-RECORD.
           SET RT-SCHEME-DUE TO TRUE.
           MOVE WS-P TO RT-PART.
           MOVE PS-CPR TO RT-CPR.
           MOVE WS-CPR-OUT TO RT-CPR-OUT.
           MOVE 0 TO RT-COUNT.
           MOVE PS-EFF-DATE TO RT-DATE.
           WRITE ROUTE-RECORD.
           ADD 1 TO WS-SCHEME-DUE-COUNT.
      *
       089-ROUTE-SCHEME-CHANGE-EXIT.
           EXIT.

       090-PRINT-TOTALS.
           DISPLAY '*** CPRSPLIT - FILEIN RECORDS   : ' WS-FILEIN-COUNT.
           DISPLAY '*** CPRSPLIT - DATA RECORDS     : ' WS-DATA-COUNT.
           DISPLAY '*** CPRSPLIT - DUPLICATES       : ' WS-DUP-COUNT.
           DISPLAY '*** CPRSPLIT - AMOUNTIN RECORDS : ' WS-AMOUNT-COUNT.
           DISPLAY '*** CPRSPLIT - UNCLAIMED AMOUNTS: ' WS-ORPHAN-COUNT.
           DISPLAY '*** CPRSPLIT - BRANCHES         : ' WS-BR-COUNT.
           DISPLAY '*** CPRSPLIT - SCHEME CHANGES   : '
                   WS-SCHEME-DUE-COUNT.
           DISPLAY '*** CPRSPLIT - NEW SURROGATES   : '
                   WS-MASK-NEW-COUNT.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
              DISPLAY '*** CPRSPLIT - PARTITION ' WS-P
                      ' BRANCHES ' WS-PART-BRANCHES(WS-P)
                      ' FILEIN ' WS-PART-FILEIN(WS-P)
                      ' AMOUNTS ' WS-PART-AMOUNTS(WS-P)
                      ' PRESEEN ' WS-PART-PRESEEN(WS-P)
           END-PERFORM.
      *
       090-PRINT-TOTALS-EXIT.
           EXIT.
