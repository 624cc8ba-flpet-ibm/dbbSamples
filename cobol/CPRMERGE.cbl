       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPRMERGE.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * CPRMERGE PUTS THE NIGHT'S CPRFILE PARTITION RUNS BACK     *
      * TOGETHER. THE PARTITIONS' CPROUT, CPRREJECT, DUPFILE,     *
      * AMTEXCP, CHGQUEUE, SCHMCHG, CHGHIST, QUARFILE AND         *
      * QUARNOTE ARE MERGED INTO THE ONE SET OF FILES A SERIAL    *
      * CPRFILE RUN WRITES, RECORD FOR RECORD IN THE SAME ORDER - *
      * THE ROUTE FILE FROM CPRSPLIT SAYS WHICH PARTITION EVERY   *
      * SUB-FILE, DATA RECORD AND AMOUNT WENT TO, IN FILEIN AND   *
      * AMOUNTIN ORDER, AND WHICH ONE APPLIED EACH PENDING SCHEME *
      * CHANGE DUE. THE PARTITIONS' PARTSTAT RECORDS ARE          *
      * ADDED UP INTO THE GRAND TOTALS, THE ONE DEMOHIST RECORD   *
      * AND THE CPRFILE MANIFESTS AND END EVENT ON RUNAUDIT, SO   *
      * PENSEXTR, PENSRCON AND DEMORPT SEE EXACTLY WHAT A SERIAL  *
      * RUN WOULD HAVE LEFT THEM. THE PARTITIONS' BRANCH          *
      * DATA-QUALITY RECORDS ARE APPENDED TO THE BRSTATS HISTORY  *
      * AS THEY STAND - A BRANCH IS NEVER SPLIT, SO EACH BRANCH'S *
      * RECORD COMES FROM ONE PARTITION.                          *
      *                                                           *
      * NOTHING IS WRITTEN UNLESS ALL FOUR PARTITIONS HAVE        *
      * FINISHED FOR TONIGHT'S BUSINESS DATE. THE STEP ENDS WITH  *
      * THE WORST OF THE PARTITIONS' RETURN-CODES AND ITS OWN.    *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE ASSIGN TO ROUTE
               FILE STATUS IS ROUTE-STATUS
               ORGANIZATION IS SEQUENTIAL.

      *    THE FOUR PARTITIONS' PARTSTAT DATASETS, CONCATENATED.
           SELECT PARTSTAT ASSIGN TO PARTSTAT
               FILE STATUS IS PARTSTAT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPROUT1 ASSIGN TO CPROUT1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPROUT2 ASSIGN TO CPROUT2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPROUT3 ASSIGN TO CPROUT3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPROUT4 ASSIGN TO CPROUT4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPROUT ASSIGN TO CPROUT
               FILE STATUS IS CPROUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRREJ1 ASSIGN TO CPRREJ1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRREJ2 ASSIGN TO CPRREJ2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRREJ3 ASSIGN TO CPRREJ3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRREJ4 ASSIGN TO CPRREJ4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRREJECT ASSIGN TO CPRREJECT
               FILE STATUS IS CPRREJECT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUPF1 ASSIGN TO DUPF1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUPF2 ASSIGN TO DUPF2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUPF3 ASSIGN TO DUPF3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUPF4 ASSIGN TO DUPF4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUPFILE ASSIGN TO DUPFILE
               FILE STATUS IS DUPFILE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AMTX1 ASSIGN TO AMTX1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AMTX2 ASSIGN TO AMTX2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AMTX3 ASSIGN TO AMTX3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AMTX4 ASSIGN TO AMTX4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AMTEXCP ASSIGN TO AMTEXCP
               FILE STATUS IS AMTEXCP-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGQ1 ASSIGN TO CHGQ1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGQ2 ASSIGN TO CHGQ2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGQ3 ASSIGN TO CHGQ3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGQ4 ASSIGN TO CHGQ4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGQUEUE ASSIGN TO CHGQUEUE
               FILE STATUS IS CHGQUEUE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCHM1 ASSIGN TO SCHM1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCHM2 ASSIGN TO SCHM2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCHM3 ASSIGN TO SCHM3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCHM4 ASSIGN TO SCHM4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCHMCHG ASSIGN TO SCHMCHG
               FILE STATUS IS SCHMCHG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGH1 ASSIGN TO CHGH1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGH2 ASSIGN TO CHGH2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGH3 ASSIGN TO CHGH3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGH4 ASSIGN TO CHGH4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGHIST ASSIGN TO CHGHIST
               FILE STATUS IS CHGHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARF1 ASSIGN TO QUARF1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARF2 ASSIGN TO QUARF2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARF3 ASSIGN TO QUARF3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARF4 ASSIGN TO QUARF4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARFILE ASSIGN TO QUARFILE
               FILE STATUS IS QUARFILE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QNOTE1 ASSIGN TO QNOTE1
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QNOTE2 ASSIGN TO QNOTE2
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QNOTE3 ASSIGN TO QNOTE3
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QNOTE4 ASSIGN TO QNOTE4
               FILE STATUS IS PARTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARNOTE ASSIGN TO QUARNOTE
               FILE STATUS IS QUARNOTE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEMOHIST ASSIGN TO DEMOHIST
               FILE STATUS IS DEMOHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

      *    THE FOUR PARTITIONS' BRSTATS DATASETS, CONCATENATED.
           SELECT BRSTATP ASSIGN TO BRSTATP
               FILE STATUS IS BRSTATP-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRSTATS ASSIGN TO BRSTATS
               FILE STATUS IS BRSTATS-STATUS
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
       FD  ROUTE RECORDING MODE F.
       01  ROUTE-RECORD.
           COPY CPRROUTE.

       FD  PARTSTAT RECORDING MODE F.
       01  PARTSTAT-RECORD.
           COPY CPRPSTAT.

      *    ONE OF EACH CPRFILE OUTPUT PER PARTITION, AND THE MERGED
      *    FILE IT GOES TO - COPIED AS THEY STAND, SO PLAIN RECORD
      *    AREAS ARE ENOUGH.
       FD  CPROUT1 RECORDING MODE F.
       01  CPROUT1-RECORD         PIC X(80).
       FD  CPROUT2 RECORDING MODE F.
       01  CPROUT2-RECORD         PIC X(80).
       FD  CPROUT3 RECORDING MODE F.
       01  CPROUT3-RECORD         PIC X(80).
       FD  CPROUT4 RECORDING MODE F.
       01  CPROUT4-RECORD         PIC X(80).
       FD  CPROUT RECORDING MODE F.
       01  CPROUT-RECORD          PIC X(80).
       FD  CPRREJ1 RECORDING MODE F.
       01  CPRREJ1-RECORD         PIC X(121).
       FD  CPRREJ2 RECORDING MODE F.
       01  CPRREJ2-RECORD         PIC X(121).
       FD  CPRREJ3 RECORDING MODE F.
       01  CPRREJ3-RECORD         PIC X(121).
       FD  CPRREJ4 RECORDING MODE F.
       01  CPRREJ4-RECORD         PIC X(121).
       FD  CPRREJECT RECORDING MODE F.
       01  CPRREJECT-RECORD       PIC X(121).
       FD  DUPF1 RECORDING MODE F.
       01  DUPF1-RECORD           PIC X(80).
       FD  DUPF2 RECORDING MODE F.
       01  DUPF2-RECORD           PIC X(80).
       FD  DUPF3 RECORDING MODE F.
       01  DUPF3-RECORD           PIC X(80).
       FD  DUPF4 RECORDING MODE F.
       01  DUPF4-RECORD           PIC X(80).
       FD  DUPFILE RECORDING MODE F.
       01  DUPFILE-RECORD         PIC X(80).
       FD  AMTX1 RECORDING MODE F.
       01  AMTX1-RECORD           PIC X(80).
       FD  AMTX2 RECORDING MODE F.
       01  AMTX2-RECORD           PIC X(80).
       FD  AMTX3 RECORDING MODE F.
       01  AMTX3-RECORD           PIC X(80).
       FD  AMTX4 RECORDING MODE F.
       01  AMTX4-RECORD           PIC X(80).
       FD  AMTEXCP RECORDING MODE F.
       01  AMTEXCP-RECORD         PIC X(80).
       FD  CHGQ1 RECORDING MODE F.
       01  CHGQ1-RECORD           PIC X(80).
       FD  CHGQ2 RECORDING MODE F.
       01  CHGQ2-RECORD           PIC X(80).
       FD  CHGQ3 RECORDING MODE F.
       01  CHGQ3-RECORD           PIC X(80).
       FD  CHGQ4 RECORDING MODE F.
       01  CHGQ4-RECORD           PIC X(80).
       FD  CHGQUEUE RECORDING MODE F.
       01  CHGQUEUE-RECORD        PIC X(80).
       FD  SCHM1 RECORDING MODE F.
       01  SCHM1-RECORD           PIC X(80).
       FD  SCHM2 RECORDING MODE F.
       01  SCHM2-RECORD           PIC X(80).
       FD  SCHM3 RECORDING MODE F.
       01  SCHM3-RECORD           PIC X(80).
       FD  SCHM4 RECORDING MODE F.
       01  SCHM4-RECORD           PIC X(80).
       FD  SCHMCHG RECORDING MODE F.
       01  SCHMCHG-RECORD         PIC X(80).
       FD  CHGH1 RECORDING MODE F.
       01  CHGH1-RECORD           PIC X(160).
       FD  CHGH2 RECORDING MODE F.
       01  CHGH2-RECORD           PIC X(160).
       FD  CHGH3 RECORDING MODE F.
       01  CHGH3-RECORD           PIC X(160).
       FD  CHGH4 RECORDING MODE F.
       01  CHGH4-RECORD           PIC X(160).
       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD         PIC X(160).
       FD  QUARF1 RECORDING MODE F.
       01  QUARF1-RECORD          PIC X(80).
       FD  QUARF2 RECORDING MODE F.
       01  QUARF2-RECORD          PIC X(80).
       FD  QUARF3 RECORDING MODE F.
       01  QUARF3-RECORD          PIC X(80).
       FD  QUARF4 RECORDING MODE F.
       01  QUARF4-RECORD          PIC X(80).
       FD  QUARFILE RECORDING MODE F.
       01  QUARFILE-RECORD        PIC X(80).
       FD  QNOTE1 RECORDING MODE F.
       01  QNOTE1-RECORD          PIC X(80).
       FD  QNOTE2 RECORDING MODE F.
       01  QNOTE2-RECORD          PIC X(80).
       FD  QNOTE3 RECORDING MODE F.
       01  QNOTE3-RECORD          PIC X(80).
       FD  QNOTE4 RECORDING MODE F.
       01  QNOTE4-RECORD          PIC X(80).
       FD  QUARNOTE RECORDING MODE F.
       01  QUARNOTE-RECORD        PIC X(80).
      *    DEMOGRAPHICS HISTORY - THE SAME ONE RECORD PER RUN
      *    CPRFILE APPENDS ON A SERIAL NIGHT.
       FD  DEMOHIST RECORDING MODE F.
       01  DEMO-RECORD.
           05 DH-DATE              PIC 9(08).
           05 DH-REC-COUNT         PIC 9(07).
           05 DH-MALE-COUNT        PIC 9(07).
           05 DH-FEMALE-COUNT      PIC 9(07).
           05 DH-AVG-AGE           PIC 9(04).
           05 DH-REJECT-COUNT      PIC 9(07).
           05 DH-BRACKET-CT        PIC 9(07) OCCURS 10 TIMES.
           05 FILLER               PIC X(10).

      *    BRANCH DATA-QUALITY HISTORY - SEE THE CPRBSTAT COPYBOOK.
       FD  BRSTATP RECORDING MODE F.
       01  BRSTATP-RECORD          PIC X(180).

       FD  BRSTATS RECORDING MODE F.
       01  BRSTATS-RECORD.
           COPY CPRBSTAT.

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
      *    CARD PER RECORD - READ HERE FOR THE LOCALE OF THE GRAND
      *    TOTALS.
       FD  CONFIG RECORDING MODE F.
       01  CONFIG-CARD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 ROUTE-STATUS              PIC 99.
       01 PARTSTAT-STATUS           PIC 99.
       01 PARTIN-STATUS             PIC 99.
       01 CPROUT-STATUS             PIC 99.
       01 CPRREJECT-STATUS          PIC 99.
       01 DUPFILE-STATUS            PIC 99.
       01 AMTEXCP-STATUS            PIC 99.
       01 CHGQUEUE-STATUS           PIC 99.
       01 SCHMCHG-STATUS            PIC 99.
       01 CHGHIST-STATUS            PIC 99.
       01 QUARFILE-STATUS           PIC 99.
       01 QUARNOTE-STATUS           PIC 99.
       01 DEMOHIST-STATUS           PIC 99.
       01 BRSTATP-STATUS            PIC 99.
       01 BRSTATS-STATUS            PIC 99.
       01 BP-MARKER                 PIC X     VALUE '0'.
          88 BP-EOF                          VALUE '1'.
       01 WS-BRSTATS-COUNT          PIC 9(07) COMP VALUE 0.
       01 RUNAUDIT-STATUS           PIC 99.
       01 RUNCTL-STATUS             PIC 99.
       01 RT-MARKER                 PIC X     VALUE '0'.
          88 RT-EOF                          VALUE '1'.
       01 PS-MARKER                 PIC X     VALUE '0'.
          88 PS-EOF                          VALUE '1'.
       01 RN-MARKER                 PIC X     VALUE '0'.
          88 RN-EOF                          VALUE '1'.

       01 CONFIG-STATUS             PIC 99.
       01 CF-MARKER                 PIC X     VALUE '0'.
          88 CF-EOF                          VALUE '1'.
       01 PENSCFG-VALUES.
           COPY PENSCFG.

       01 WS-RUN-DATE               PIC 9(08) VALUE 0.
       01 WS-RUNAUDIT-TIME          PIC 9(06).
       01 WS-OPEN-DD                PIC X(08).
       01 WS-FINAL-RC               PIC 9(04) COMP VALUE 0.
       01 WS-MERGE-RC               PIC 9(04) COMP VALUE 0.

      *    THE HEAD RECORD OF EVERY PARTITION FILE - OUTPUT TYPE BY
      *    PARTITION. TYPES IN ORDER : CPROUT, CPRREJECT, DUPFILE,
      *    AMTEXCP, CHGQUEUE, SCHMCHG, CHGHIST, QUARFILE, QUARNOTE.
       01 WS-HEAD-TABLE.
          05 WS-HEAD-TYPE OCCURS 9 TIMES.
             10 WS-HEAD OCCURS 4 TIMES.
                15 WS-HEAD-SW       PIC X(01).
                   88 WS-HEAD-EOF            VALUE '1'.
                15 WS-HEAD-REC      PIC X(160).
       01 WS-T                      PIC 9(02) COMP.
       01 WS-P                      PIC 9(01).
       01 WS-TAKE-COUNT             PIC 9(07) COMP.
       01 WS-TAKE-SUB               PIC 9(07) COMP.

       01 WS-TYPE-NAMES-TBL.
          05 FILLER                 PIC X(09) VALUE 'CPROUT   '.
          05 FILLER                 PIC X(09) VALUE 'CPRREJECT'.
          05 FILLER                 PIC X(09) VALUE 'DUPFILE  '.
          05 FILLER                 PIC X(09) VALUE 'AMTEXCP  '.
          05 FILLER                 PIC X(09) VALUE 'CHGQUEUE '.
          05 FILLER                 PIC X(09) VALUE 'SCHMCHG  '.
          05 FILLER                 PIC X(09) VALUE 'CHGHIST  '.
          05 FILLER                 PIC X(09) VALUE 'QUARFILE '.
          05 FILLER                 PIC X(09) VALUE 'QUARNOTE '.
       01 WS-TYPE-NAMES REDEFINES WS-TYPE-NAMES-TBL.
          05 WS-TYPE-NAME           PIC X(09) OCCURS 9 TIMES.
       01 WS-TYPE-TOTALS.
          05 WS-TYPE-ENTRY OCCURS 9 TIMES.
             10 WS-TYPE-COPIED      PIC 9(07) COMP.
             10 WS-TYPE-LEFT        PIC 9(07) COMP.
             10 WS-TYPE-SHORT       PIC 9(07) COMP.
       01 WS-ROUTE-COUNT            PIC 9(07) COMP VALUE 0.

      *    ONE FLAG PER PARTITION WHOSE PARTSTAT RECORD HAS BEEN
      *    READ, AND THE PARTITIONS' STATISTICS ADDED UP.
       01 WS-PART-SEEN-FLAGS.
          05 WS-PART-SEEN           PIC X(01) OCCURS 4 TIMES.
       01 WS-PART-MISSING-SW        PIC X     VALUE 'N'.
          88 WS-PART-MISSING                 VALUE 'Y'.
       01 WS-GRAND-TOTALS.
          05 WS-FILEIN-COUNT        PIC 9(07) COMP VALUE 0.
          05 WS-AMOUNTIN-COUNT      PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-REC-COUNT     PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-MALE-COUNT    PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-FEMALE-COUNT  PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-AGE-SUM       PIC 9(09) COMP VALUE 0.
          05 WS-GRAND-REJECT-COUNT  PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-DUP-COUNT     PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-DELETE-COUNT  PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-DELNF-COUNT   PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-NOAMT-COUNT   PIC 9(07) COMP VALUE 0.
          05 WS-ORPHAN-AMT-COUNT    PIC 9(07) COMP VALUE 0.
          05 WS-DELAMT-COUNT        PIC 9(07) COMP VALUE 0.
          05 WS-PENSREC-COUNT       PIC 9(07) COMP VALUE 0.
          05 WS-LEDGER-COUNT        PIC 9(07) COMP VALUE 0.
          05 WS-CASE-COUNT          PIC 9(07) COMP VALUE 0.
          05 WS-QUAR-SUBF-COUNT     PIC 9(07) COMP VALUE 0.
          05 WS-QUAR-REC-COUNT      PIC 9(07) COMP VALUE 0.
          05 WS-QUAR-AMT-COUNT      PIC 9(07) COMP VALUE 0.
          05 WS-VARIANCE-COUNT      PIC 9(07) COMP VALUE 0.
          05 WS-GRAND-AMOUNT-SUM        PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-GRAND-MALE-AMOUNT-SUM   PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-GRAND-FEMALE-AMOUNT-SUM PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-AGE-BRACKET-CT      PIC 9(07) COMP OCCURS 10 TIMES.
          05 WS-AGE-BRACKET-AMT     PIC S9(11)V99 COMP-3
                                    OCCURS 10 TIMES.
       01 WS-BRACKET-IDX            PIC 9(02) COMP.
       01 WS-AGE-BRACKET-LABELS-TBL.
          05 FILLER                 PIC X(06) VALUE '0-9   '.
          05 FILLER                 PIC X(06) VALUE '10-19 '.
          05 FILLER                 PIC X(06) VALUE '20-29 '.
          05 FILLER                 PIC X(06) VALUE '30-39 '.
          05 FILLER                 PIC X(06) VALUE '40-49 '.
          05 FILLER                 PIC X(06) VALUE '50-59 '.
          05 FILLER                 PIC X(06) VALUE '60-69 '.
          05 FILLER                 PIC X(06) VALUE '70-79 '.
          05 FILLER                 PIC X(06) VALUE '80-89 '.
          05 FILLER                 PIC X(06) VALUE '90+   '.
       01 WS-AGE-BRACKET-LABELS REDEFINES WS-AGE-BRACKET-LABELS-TBL.
          05 WS-AGE-BRACKET-LABEL   PIC X(06) OCCURS 10 TIMES.

      *    GRAND-TOTAL PRINT FIELDS AND THE LOCALE SWAP, AS CPRFILE
      *    PRINTS THEM.
       01 WS-GRAND-AVG-AGE          PIC S9(4) BINARY VALUE 0.
       01 WS-GRAND-AVG-AGE-FORMAT   PIC ZZZ.ZZ9,999 DISPLAY.
       01 WS-AMT-SUM-FORMAT         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LOCALE-SW              PIC X     VALUE 'C'.
          88 LOCALE-COMMA                    VALUE 'C' ' '.
          88 LOCALE-PERIOD                   VALUE 'P'.
       01 WS-LOCALE-FIELD           PIC X(20).

       01 WS-MF-FILE                PIC X(08).
       01 WS-MF-IO                  PIC X(01).
       01 WS-MF-COUNT               PIC 9(09).

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program CPRMERGE STARTING "

           PERFORM 001-LOAD-CONFIG THRU 001-LOAD-CONFIG-EXIT.
           MOVE CFG-LOCALE TO WS-LOCALE-SW.
           PERFORM 005-GET-BUSINESS-DATE THRU
                   005-GET-BUSINESS-DATE-EXIT.

      *    EVERY PARTITION MUST HAVE FINISHED TONIGHT BEFORE
      *    ANYTHING IS MERGED - A MISSING OR STALE PARTSTAT MEANS A
      *    PARTITION JOB HAS NOT RUN (OR IS STILL RUNNING).
           PERFORM 020-LOAD-PARTSTAT THRU 020-LOAD-PARTSTAT-EXIT.
           IF WS-PART-MISSING
              DISPLAY '*** CPRMERGE - NOT ALL PARTITIONS FINISHED FOR '
                      WS-RUN-DATE ' - NOTHING MERGED ***'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT ROUTE.
           IF ROUTE-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ROUTE ' ROUTE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 040-READ-ROUTE THRU 040-READ-ROUTE-EXIT.
           IF RT-EOF OR NOT RT-HEADER OR RT-DATE NOT = WS-RUN-DATE
              DISPLAY '*** CPRMERGE - ROUTE FILE IS NOT FOR '
                      WS-RUN-DATE ' - NOTHING MERGED ***'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'CPRMERGE - MERGING ' RT-PART
                   ' WORKING PARTITION(S) FOR ' WS-RUN-DATE.

           PERFORM 030-OPEN-FILES THRU 030-OPEN-FILES-EXIT.
           INITIALIZE WS-TYPE-TOTALS.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
              PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                 MOVE '0' TO WS-HEAD-SW(WS-T, WS-P)
                 PERFORM 050-READ-HEAD THRU 050-READ-HEAD-EXIT
              END-PERFORM
           END-PERFORM.

           PERFORM 040-READ-ROUTE THRU 040-READ-ROUTE-EXIT.
           PERFORM TEST BEFORE UNTIL RT-EOF
              ADD 1 TO WS-ROUTE-COUNT
              PERFORM 045-FOLLOW-ROUTE THRU 045-FOLLOW-ROUTE-EXIT
              PERFORM 040-READ-ROUTE THRU 040-READ-ROUTE-EXIT
           END-PERFORM.
           CLOSE ROUTE.
           PERFORM 070-COPY-LEFTOVERS THRU 070-COPY-LEFTOVERS-EXIT.
           PERFORM 075-CHECK-COUNTS THRU 075-CHECK-COUNTS-EXIT.

           PERFORM 080-CLOSE-FILES THRU 080-CLOSE-FILES-EXIT.

           PERFORM 085-PRINT-GRAND-TOTALS THRU
                   085-PRINT-GRAND-TOTALS-EXIT.
           PERFORM 088-WRITE-DEMOHIST THRU 088-WRITE-DEMOHIST-EXIT.
           PERFORM 089-APPEND-BRSTATS THRU 089-APPEND-BRSTATS-EXIT.

           IF WS-MERGE-RC > WS-FINAL-RC
              MOVE WS-MERGE-RC TO WS-FINAL-RC
           END-IF.
           PERFORM 090-WRITE-RUNAUDIT THRU 090-WRITE-RUNAUDIT-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
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
              DISPLAY 'CPRMERGE - NO CONFIG DATASET (STATUS '
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
                 DISPLAY 'CPRMERGE - UNKNOWN CONFIG KEYWORD: '
                         CFG-KEYWORD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF CFG-VALUE-BAD
              DISPLAY 'CPRMERGE - CONFIG VALUE MISSING OR OUT OF '
                      'RANGE: ' CONFIG-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'CPRMERGE CONFIG: ' CFG-KEYWORD ' = ' CFG-VALUE.
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
      *    LAST 'A' RECORD ON RUNCTL NOT YET CLOSED BY ITS 'C'.
           OPEN INPUT RUNCTL.
           IF RUNCTL-STATUS NOT = 0
              DISPLAY 'CPRMERGE - NO RUN-CONTROL FILE (STATUS '
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
              DISPLAY 'CPRMERGE - NO REGISTERED BUSINESS DATE ON '
                      'RUNCTL - USING CURRENT DATE'
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'CPRMERGE - BUSINESS DATE ' WS-RUN-DATE.
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

       020-LOAD-PARTSTAT.
      *    ONE RECORD PER PARTITION, EACH FOR TONIGHT'S DATE AND
      *    NONE TWICE. THE STATISTICS ARE ADDED UP AS THEY COME AND
      *    THE WORST PARTITION RETURN-CODE KEPT.
           MOVE SPACES TO WS-PART-SEEN-FLAGS.
           INITIALIZE WS-GRAND-TOTALS.
           OPEN INPUT PARTSTAT.
           IF PARTSTAT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PARTSTAT ' PARTSTAT-STATUS
              SET WS-PART-MISSING TO TRUE
              GO TO 020-LOAD-PARTSTAT-EXIT
           END-IF.
           PERFORM 022-READ-PARTSTAT THRU 022-READ-PARTSTAT-EXIT.
           PERFORM TEST BEFORE UNTIL PS-EOF
              PERFORM 024-ADD-PARTSTAT THRU 024-ADD-PARTSTAT-EXIT
              PERFORM 022-READ-PARTSTAT THRU 022-READ-PARTSTAT-EXIT
           END-PERFORM.
           CLOSE PARTSTAT.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
              IF WS-PART-SEEN(WS-P) NOT = 'Y'
                 DISPLAY '*** CPRMERGE - NO STATISTICS FROM '
                         'PARTITION ' WS-P ' FOR ' WS-RUN-DATE ' ***'
                 SET WS-PART-MISSING TO TRUE
              END-IF
           END-PERFORM.
      *
       020-LOAD-PARTSTAT-EXIT.
           EXIT.

       022-READ-PARTSTAT.
           READ PARTSTAT
                AT END SET PS-EOF TO TRUE
           END-READ.
      *
       022-READ-PARTSTAT-EXIT.
           EXIT.

       024-ADD-PARTSTAT.
           IF PT-PART NOT NUMERIC OR PT-PART < 1 OR PT-PART > 4
              DISPLAY '*** CPRMERGE - PARTSTAT RECORD WITH NO VALID '
                      'PARTITION NUMBER IGNORED ***'
              GO TO 024-ADD-PARTSTAT-EXIT
           END-IF.
           IF PT-DATE NOT = WS-RUN-DATE
              DISPLAY '*** CPRMERGE - PARTITION ' PT-PART
                      ' STATISTICS ARE FOR ' PT-DATE ' - IGNORED ***'
              GO TO 024-ADD-PARTSTAT-EXIT
           END-IF.
           IF WS-PART-SEEN(PT-PART) = 'Y'
              DISPLAY '*** CPRMERGE - PARTITION ' PT-PART
                      ' STATISTICS TWICE - RUN STOPPED ***'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'Y' TO WS-PART-SEEN(PT-PART).
           DISPLAY 'CPRMERGE - PARTITION ' PT-PART ' ENDED RC '
                   PT-RETC ' - RECORDS ' PT-REC-CT.
           IF PT-RETC > WS-FINAL-RC
              MOVE PT-RETC TO WS-FINAL-RC
           END-IF.
           ADD PT-FILEIN-CT TO WS-FILEIN-COUNT.
           ADD PT-AMOUNTIN-CT TO WS-AMOUNTIN-COUNT.
           ADD PT-REC-CT TO WS-GRAND-REC-COUNT.
           ADD PT-MALE-CT TO WS-GRAND-MALE-COUNT.
           ADD PT-FEMALE-CT TO WS-GRAND-FEMALE-COUNT.
           ADD PT-AGE-SUM TO WS-GRAND-AGE-SUM.
           ADD PT-REJECT-CT TO WS-GRAND-REJECT-COUNT.
           ADD PT-DUP-CT TO WS-GRAND-DUP-COUNT.
           ADD PT-DELETE-CT TO WS-GRAND-DELETE-COUNT.
           ADD PT-DELNF-CT TO WS-GRAND-DELNF-COUNT.
           ADD PT-NOAMT-CT TO WS-GRAND-NOAMT-COUNT.
           ADD PT-ORPHAN-CT TO WS-ORPHAN-AMT-COUNT.
           ADD PT-DELAMT-CT TO WS-DELAMT-COUNT.
           ADD PT-PENSREC-CT TO WS-PENSREC-COUNT.
           ADD PT-LEDGER-CT TO WS-LEDGER-COUNT.
           ADD PT-CASE-CT TO WS-CASE-COUNT.
           ADD PT-QUAR-SUBF-CT TO WS-QUAR-SUBF-COUNT.
           ADD PT-QUAR-REC-CT TO WS-QUAR-REC-COUNT.
           ADD PT-QUAR-AMT-CT TO WS-QUAR-AMT-COUNT.
           ADD PT-VARIANCE-CT TO WS-VARIANCE-COUNT.
           ADD PT-AMOUNT-SUM TO WS-GRAND-AMOUNT-SUM.
           ADD PT-MALE-AMOUNT-SUM TO WS-GRAND-MALE-AMOUNT-SUM.
           ADD PT-FEMALE-AMOUNT-SUM TO WS-GRAND-FEMALE-AMOUNT-SUM.
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                   UNTIL WS-BRACKET-IDX > 10
              ADD PT-BRACKET-CT(WS-BRACKET-IDX)
                  TO WS-AGE-BRACKET-CT(WS-BRACKET-IDX)
              ADD PT-BRACKET-AMT(WS-BRACKET-IDX)
                  TO WS-AGE-BRACKET-AMT(WS-BRACKET-IDX)
           END-PERFORM.
      *
       024-ADD-PARTSTAT-EXIT.
           EXIT.

       030-OPEN-FILES.
           MOVE 'CPROUT1' TO WS-OPEN-DD.
           OPEN INPUT CPROUT1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CPROUT2' TO WS-OPEN-DD.
           OPEN INPUT CPROUT2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CPROUT3' TO WS-OPEN-DD.
           OPEN INPUT CPROUT3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CPROUT4' TO WS-OPEN-DD.
           OPEN INPUT CPROUT4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CPRREJ1' TO WS-OPEN-DD.
           OPEN INPUT CPRREJ1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CPRREJ2' TO WS-OPEN-DD.
           OPEN INPUT CPRREJ2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CPRREJ3' TO WS-OPEN-DD.
           OPEN INPUT CPRREJ3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CPRREJ4' TO WS-OPEN-DD.
           OPEN INPUT CPRREJ4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'DUPF1' TO WS-OPEN-DD.
           OPEN INPUT DUPF1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'DUPF2' TO WS-OPEN-DD.
           OPEN INPUT DUPF2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'DUPF3' TO WS-OPEN-DD.
           OPEN INPUT DUPF3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'DUPF4' TO WS-OPEN-DD.
           OPEN INPUT DUPF4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'AMTX1' TO WS-OPEN-DD.
           OPEN INPUT AMTX1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'AMTX2' TO WS-OPEN-DD.
           OPEN INPUT AMTX2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'AMTX3' TO WS-OPEN-DD.
           OPEN INPUT AMTX3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'AMTX4' TO WS-OPEN-DD.
           OPEN INPUT AMTX4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGQ1' TO WS-OPEN-DD.
           OPEN INPUT CHGQ1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGQ2' TO WS-OPEN-DD.
           OPEN INPUT CHGQ2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGQ3' TO WS-OPEN-DD.
           OPEN INPUT CHGQ3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGQ4' TO WS-OPEN-DD.
           OPEN INPUT CHGQ4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'SCHM1' TO WS-OPEN-DD.
           OPEN INPUT SCHM1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'SCHM2' TO WS-OPEN-DD.
           OPEN INPUT SCHM2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'SCHM3' TO WS-OPEN-DD.
           OPEN INPUT SCHM3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'SCHM4' TO WS-OPEN-DD.
           OPEN INPUT SCHM4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGH1' TO WS-OPEN-DD.
           OPEN INPUT CHGH1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGH2' TO WS-OPEN-DD.
           OPEN INPUT CHGH2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGH3' TO WS-OPEN-DD.
           OPEN INPUT CHGH3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'CHGH4' TO WS-OPEN-DD.
           OPEN INPUT CHGH4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QUARF1' TO WS-OPEN-DD.
           OPEN INPUT QUARF1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QUARF2' TO WS-OPEN-DD.
           OPEN INPUT QUARF2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QUARF3' TO WS-OPEN-DD.
           OPEN INPUT QUARF3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QUARF4' TO WS-OPEN-DD.
           OPEN INPUT QUARF4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QNOTE1' TO WS-OPEN-DD.
           OPEN INPUT QNOTE1.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QNOTE2' TO WS-OPEN-DD.
           OPEN INPUT QNOTE2.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QNOTE3' TO WS-OPEN-DD.
           OPEN INPUT QNOTE3.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           MOVE 'QNOTE4' TO WS-OPEN-DD.
           OPEN INPUT QNOTE4.
           PERFORM 032-CHECK-OPEN THRU 032-CHECK-OPEN-EXIT.
           OPEN OUTPUT CPROUT.
           IF CPROUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPROUT ' CPROUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CPRREJECT.
           IF CPRREJECT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRREJECT ' CPRREJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DUPFILE.
           IF DUPFILE-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DUPFILE ' DUPFILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT AMTEXCP.
           IF AMTEXCP-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN AMTEXCP ' AMTEXCP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CHGQUEUE.
           IF CHGQUEUE-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGQUEUE ' CHGQUEUE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT SCHMCHG.
           IF SCHMCHG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SCHMCHG ' SCHMCHG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *    THE CHANGE HISTORY IS APPENDED ACROSS RUNS, AS CPRFILE
      *    APPENDS IT ON A SERIAL NIGHT.
           OPEN EXTEND CHGHIST.
           IF CHGHIST-STATUS = 35
              OPEN OUTPUT CHGHIST
           END-IF.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGHIST ' CHGHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT QUARFILE.
           IF QUARFILE-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN QUARFILE ' QUARFILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT QUARNOTE.
           IF QUARNOTE-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN QUARNOTE ' QUARNOTE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       030-OPEN-FILES-EXIT.
           EXIT.

       032-CHECK-OPEN.
           IF PARTIN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ' WS-OPEN-DD ' '
                      PARTIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       032-CHECK-OPEN-EXIT.
           EXIT.

       040-READ-ROUTE.
           READ ROUTE
                AT END SET RT-EOF TO TRUE
           END-READ.
      *
       040-READ-ROUTE-EXIT.
           EXIT.

       045-FOLLOW-ROUTE.
      *    ONE ROUTE RECORD : TAKE FROM ITS PARTITION WHAT A SERIAL
      *    RUN WROTE AT THAT POINT.
      *     - A QUARANTINED SUB-FILE : ITS QUARNOTE AND ALL ITS
      *       RECORDS ON QUARFILE (EVERY QUARNOTE PRECEDES THE FIRST
      *       DATA RECORD, AS CPRFILE BALANCES FILEIN FIRST).
      *     - A DUPLICATE : ITS ONE DUPFILE RECORD.
      *     - A FIRST OCCURRENCE : EVERYTHING AT THE HEAD OF EACH
      *       OTHER FILE FOR ITS CPR - THE PRESENTED CPR ON ALL BUT
      *       CHGQUEUE, WHICH CARRIES THE REAL ONE.
      *     - AN ORPHAN AMOUNT : ITS 'A' RECORD ON AMTEXCP, WRITTEN
      *       AT THE END OF EVERY RUN IN AMOUNTIN ORDER.
      *     - A PENDING SCHEME CHANGE DUE : ITS CHGQUEUE, SCHMCHG AND
      *       CHGHIST RECORDS, WRITTEN AFTER THE ORPHAN AMOUNTS IN
      *       PENDSCHM ORDER - NONE IF IT COULD NOT BE APPLIED.
           MOVE RT-PART TO WS-P.
           EVALUATE TRUE
              WHEN RT-SUBFILE AND RT-QUARANTINED
                 MOVE 9 TO WS-T
                 PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                 MOVE 8 TO WS-T
                 PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                         RT-COUNT TIMES
              WHEN RT-DATA AND RT-DUPLICATE
                 MOVE 3 TO WS-T
                 PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
              WHEN RT-DATA
                 PERFORM 047-TAKE-FIRST THRU 047-TAKE-FIRST-EXIT
              WHEN RT-AMOUNT AND RT-ORPHAN
                 MOVE 4 TO WS-T
                 PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
              WHEN RT-SCHEME-DUE
                 PERFORM 048-TAKE-SCHEME-CHANGE THRU
                         048-TAKE-SCHEME-CHANGE-EXIT
           END-EVALUATE.
      *
       045-FOLLOW-ROUTE-EXIT.
           EXIT.

       047-TAKE-FIRST.
           MOVE 1 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR-OUT.
           MOVE 2 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR-OUT.
           MOVE 4 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:1) = 'A'
                      OR WS-HEAD-REC(WS-T, WS-P)(2:10) NOT = RT-CPR-OUT.
           MOVE 5 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR.
           MOVE 6 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR-OUT.
           MOVE 7 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR-OUT.
      *
       047-TAKE-FIRST-EXIT.
           EXIT.

       048-TAKE-SCHEME-CHANGE.
           MOVE 5 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR.
           MOVE 6 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR-OUT.
           MOVE 7 TO WS-T.
           PERFORM 060-TAKE-ONE THRU 060-TAKE-ONE-EXIT
                   UNTIL WS-HEAD-EOF(WS-T, WS-P)
                      OR WS-HEAD-REC(WS-T, WS-P)(1:10) NOT = RT-CPR-OUT.
      *
       048-TAKE-SCHEME-CHANGE-EXIT.
           EXIT.

       050-READ-HEAD.
      *    NEXT RECORD OF OUTPUT TYPE WS-T FROM PARTITION WS-P.
           EVALUATE WS-T ALSO WS-P
              WHEN 1 ALSO 1
                 READ CPROUT1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 1 ALSO 2
                 READ CPROUT2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 1 ALSO 3
                 READ CPROUT3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 1 ALSO 4
                 READ CPROUT4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 2 ALSO 1
                 READ CPRREJ1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 2 ALSO 2
                 READ CPRREJ2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 2 ALSO 3
                 READ CPRREJ3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 2 ALSO 4
                 READ CPRREJ4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 3 ALSO 1
                 READ DUPF1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 3 ALSO 2
                 READ DUPF2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 3 ALSO 3
                 READ DUPF3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 3 ALSO 4
                 READ DUPF4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 4 ALSO 1
                 READ AMTX1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 4 ALSO 2
                 READ AMTX2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 4 ALSO 3
                 READ AMTX3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 4 ALSO 4
                 READ AMTX4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 5 ALSO 1
                 READ CHGQ1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 5 ALSO 2
                 READ CHGQ2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 5 ALSO 3
                 READ CHGQ3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 5 ALSO 4
                 READ CHGQ4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 6 ALSO 1
                 READ SCHM1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 6 ALSO 2
                 READ SCHM2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 6 ALSO 3
                 READ SCHM3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 6 ALSO 4
                 READ SCHM4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 7 ALSO 1
                 READ CHGH1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 7 ALSO 2
                 READ CHGH2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 7 ALSO 3
                 READ CHGH3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 7 ALSO 4
                 READ CHGH4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 8 ALSO 1
                 READ QUARF1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 8 ALSO 2
                 READ QUARF2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 8 ALSO 3
                 READ QUARF3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 8 ALSO 4
                 READ QUARF4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 9 ALSO 1
                 READ QNOTE1 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 9 ALSO 2
                 READ QNOTE2 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 9 ALSO 3
                 READ QNOTE3 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
              WHEN 9 ALSO 4
                 READ QNOTE4 INTO WS-HEAD-REC(WS-T, WS-P)
                      AT END SET WS-HEAD-EOF(WS-T, WS-P) TO TRUE
                 END-READ
           END-EVALUATE.
      *
       050-READ-HEAD-EXIT.
           EXIT.

       060-TAKE-ONE.
      *    COPY THE HEAD RECORD OF TYPE WS-T, PARTITION WS-P, TO THE
      *    MERGED FILE AND READ ITS SUCCESSOR. THE ROUTE ASKING FOR
      *    A RECORD THE PARTITION NEVER WROTE MEANS THE PARTITION
      *    OUTPUTS ARE NOT THE ONES THIS ROUTE WAS CUT FOR.
           IF WS-HEAD-EOF(WS-T, WS-P)
              ADD 1 TO WS-TYPE-SHORT(WS-T)
              IF WS-MERGE-RC < 12
                 DISPLAY '*** CPRMERGE - PARTITION ' WS-P ' '
                         WS-TYPE-NAME(WS-T) ' ENDS BEFORE THE ROUTE '
                         'DOES - ROUTE RECORD ' WS-ROUTE-COUNT ' ***'
                 MOVE 12 TO WS-MERGE-RC
              END-IF
              GO TO 060-TAKE-ONE-EXIT
           END-IF.
           PERFORM 062-WRITE-MERGED THRU 062-WRITE-MERGED-EXIT.
           PERFORM 050-READ-HEAD THRU 050-READ-HEAD-EXIT.
      *
       060-TAKE-ONE-EXIT.
           EXIT.

       062-WRITE-MERGED.
           EVALUATE WS-T
              WHEN 1
                 WRITE CPROUT-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 2
                 WRITE CPRREJECT-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 3
                 WRITE DUPFILE-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 4
                 WRITE AMTEXCP-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 5
                 WRITE CHGQUEUE-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 6
                 WRITE SCHMCHG-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 7
                 WRITE CHGHIST-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 8
                 WRITE QUARFILE-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
              WHEN 9
                 WRITE QUARNOTE-RECORD FROM WS-HEAD-REC(WS-T, WS-P)
           END-EVALUATE.
           ADD 1 TO WS-TYPE-COPIED(WS-T).
      *
       062-WRITE-MERGED-EXIT.
           EXIT.

       070-COPY-LEFTOVERS.
      *    ANYTHING THE ROUTE DID NOT ACCOUNT FOR IS STILL COPIED, SO
      *    NOTHING A PARTITION WROTE IS LOST, BUT IT MAY BE OUT OF
      *    SERIAL ORDER AND THE RUN IS FLAGGED.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
              PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                 PERFORM TEST BEFORE UNTIL WS-HEAD-EOF(WS-T, WS-P)
                    ADD 1 TO WS-TYPE-LEFT(WS-T)
                    PERFORM 062-WRITE-MERGED THRU
                            062-WRITE-MERGED-EXIT
                    PERFORM 050-READ-HEAD THRU 050-READ-HEAD-EXIT
                 END-PERFORM
              END-PERFORM
              IF WS-TYPE-LEFT(WS-T) > 0
                 DISPLAY '*** CPRMERGE - ' WS-TYPE-LEFT(WS-T) ' '
                         WS-TYPE-NAME(WS-T) ' RECORDS NOT ON THE '
                         'ROUTE - COPIED AT THE END ***'
                 IF WS-MERGE-RC < 8
                    MOVE 8 TO WS-MERGE-RC
                 END-IF
              END-IF
           END-PERFORM.
      *
       070-COPY-LEFTOVERS-EXIT.
           EXIT.

       075-CHECK-COUNTS.
      *    THE MERGED FILES MUST HOLD WHAT THE PARTITIONS SAY THEY
      *    WROTE, OR THE MANIFESTS BELOW WOULD NOT DESCRIBE THEM.
           MOVE 1 TO WS-T.
           MOVE WS-GRAND-REC-COUNT TO WS-MF-COUNT.
           PERFORM 077-CHECK-ONE-COUNT THRU 077-CHECK-ONE-COUNT-EXIT.
           MOVE 2 TO WS-T.
           MOVE WS-GRAND-REJECT-COUNT TO WS-MF-COUNT.
           PERFORM 077-CHECK-ONE-COUNT THRU 077-CHECK-ONE-COUNT-EXIT.
           MOVE 3 TO WS-T.
           MOVE WS-GRAND-DUP-COUNT TO WS-MF-COUNT.
           PERFORM 077-CHECK-ONE-COUNT THRU 077-CHECK-ONE-COUNT-EXIT.
           MOVE 8 TO WS-T.
           MOVE WS-QUAR-REC-COUNT TO WS-MF-COUNT.
           PERFORM 077-CHECK-ONE-COUNT THRU 077-CHECK-ONE-COUNT-EXIT.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
              DISPLAY 'CPRMERGE - ' WS-TYPE-NAME(WS-T) ' RECORDS '
                      'MERGED ' WS-TYPE-COPIED(WS-T)
           END-PERFORM.
      *
       075-CHECK-COUNTS-EXIT.
           EXIT.

       077-CHECK-ONE-COUNT.
           IF WS-TYPE-COPIED(WS-T) NOT = WS-MF-COUNT
              DISPLAY '*** CPRMERGE - ' WS-TYPE-NAME(WS-T) ' HOLDS '
                      WS-TYPE-COPIED(WS-T) ' RECORDS, PARTITIONS '
                      'REPORT ' WS-MF-COUNT ' ***'
              MOVE 12 TO WS-MERGE-RC
           END-IF.
      *
       077-CHECK-ONE-COUNT-EXIT.
           EXIT.

       080-CLOSE-FILES.
           CLOSE CPROUT1 CPROUT2 CPROUT3 CPROUT4.
           CLOSE CPRREJ1 CPRREJ2 CPRREJ3 CPRREJ4.
           CLOSE DUPF1 DUPF2 DUPF3 DUPF4.
           CLOSE AMTX1 AMTX2 AMTX3 AMTX4.
           CLOSE CHGQ1 CHGQ2 CHGQ3 CHGQ4.
           CLOSE SCHM1 SCHM2 SCHM3 SCHM4.
           CLOSE CHGH1 CHGH2 CHGH3 CHGH4.
           CLOSE QUARF1 QUARF2 QUARF3 QUARF4.
           CLOSE QNOTE1 QNOTE2 QNOTE3 QNOTE4.
           CLOSE CPROUT.
           CLOSE CPRREJECT.
           CLOSE DUPFILE.
           CLOSE AMTEXCP.
           CLOSE CHGQUEUE.
           CLOSE SCHMCHG.
           CLOSE CHGHIST.
           CLOSE QUARFILE.
           CLOSE QUARNOTE.
      *
       080-CLOSE-FILES-EXIT.
           EXIT.

       085-PRINT-GRAND-TOTALS.
      *    THE WHOLE NIGHT'S GRAND TOTALS, PRINTED AS A SERIAL
      *    CPRFILE RUN PRINTS THEM.
           IF WS-GRAND-REC-COUNT > 0
              COMPUTE WS-GRAND-AVG-AGE =
                      WS-GRAND-AGE-SUM / WS-GRAND-REC-COUNT
           ELSE
              MOVE 0 TO WS-GRAND-AVG-AGE
           END-IF.
           MOVE WS-GRAND-AVG-AGE TO WS-GRAND-AVG-AGE-FORMAT.
           MOVE WS-GRAND-AVG-AGE-FORMAT TO WS-LOCALE-FIELD.
           PERFORM 087-SWAP-LOCALE-DECIMAL THRU
                   087-SWAP-LOCALE-DECIMAL-EXIT.
           MOVE WS-LOCALE-FIELD TO WS-GRAND-AVG-AGE-FORMAT.

           DISPLAY '===================================='.
           DISPLAY 'CPRFILE GRAND TOTALS - WHOLE RUN'.
           DISPLAY '  RECORDS PROCESSED    ' WS-GRAND-REC-COUNT.
           DISPLAY '  MALE    RECORDS      ' WS-GRAND-MALE-COUNT.
           DISPLAY '  FEMALE  RECORDS      ' WS-GRAND-FEMALE-COUNT.
           DISPLAY '  AVERAGE AGE          ' WS-GRAND-AVG-AGE-FORMAT.
           DISPLAY '  REJECTED CPR NUMBERS ' WS-GRAND-REJECT-COUNT.
           DISPLAY '  DUPLICATES SKIPPED   ' WS-GRAND-DUP-COUNT.
           DISPLAY '  DELETIONS PROCESSED  ' WS-GRAND-DELETE-COUNT.
           DISPLAY '  DELETES NOT ON MASTER' WS-GRAND-DELNF-COUNT.
           DISPLAY '  CPRS WITHOUT AMOUNT  ' WS-GRAND-NOAMT-COUNT.
           DISPLAY '  AMOUNTS WITHOUT CPR  ' WS-ORPHAN-AMT-COUNT.
           DISPLAY '  AMOUNTS FOR DELETED  ' WS-DELAMT-COUNT.
           DISPLAY '  PENSIONER RECORDS    ' WS-PENSREC-COUNT.
           DISPLAY '  LEDGER ENTRIES       ' WS-LEDGER-COUNT.
           DISPLAY '  SURVIVOR CASES       ' WS-CASE-COUNT.
           DISPLAY '  SUB-FILES QUARANTINED' WS-QUAR-SUBF-COUNT.
           DISPLAY '  RECORDS QUARANTINED  ' WS-QUAR-REC-COUNT.
           DISPLAY '  AMOUNTS QUARANTINED  ' WS-QUAR-AMT-COUNT.
           MOVE WS-GRAND-AMOUNT-SUM TO WS-AMT-SUM-FORMAT.
           MOVE WS-AMT-SUM-FORMAT TO WS-LOCALE-FIELD.
           PERFORM 087-SWAP-LOCALE-DECIMAL THRU
                   087-SWAP-LOCALE-DECIMAL-EXIT.
           MOVE WS-LOCALE-FIELD TO WS-AMT-SUM-FORMAT.
           DISPLAY '  CONTRIBUTIONS TOTAL  ' WS-AMT-SUM-FORMAT.
           MOVE WS-GRAND-MALE-AMOUNT-SUM TO WS-AMT-SUM-FORMAT.
           MOVE WS-AMT-SUM-FORMAT TO WS-LOCALE-FIELD.
           PERFORM 087-SWAP-LOCALE-DECIMAL THRU
                   087-SWAP-LOCALE-DECIMAL-EXIT.
           MOVE WS-LOCALE-FIELD TO WS-AMT-SUM-FORMAT.
           DISPLAY '  CONTRIBUTIONS MALE   ' WS-AMT-SUM-FORMAT.
           MOVE WS-GRAND-FEMALE-AMOUNT-SUM TO WS-AMT-SUM-FORMAT.
           MOVE WS-AMT-SUM-FORMAT TO WS-LOCALE-FIELD.
           PERFORM 087-SWAP-LOCALE-DECIMAL THRU
                   087-SWAP-LOCALE-DECIMAL-EXIT.
           MOVE WS-LOCALE-FIELD TO WS-AMT-SUM-FORMAT.
           DISPLAY '  CONTRIBUTIONS FEMALE ' WS-AMT-SUM-FORMAT.
           DISPLAY '===================================='.
           DISPLAY 'CPRFILE AGE-BRACKET BREAKDOWN - WHOLE RUN'.
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                   UNTIL WS-BRACKET-IDX > 10
              MOVE WS-AGE-BRACKET-AMT(WS-BRACKET-IDX) TO
                   WS-AMT-SUM-FORMAT
              MOVE WS-AMT-SUM-FORMAT TO WS-LOCALE-FIELD
              PERFORM 087-SWAP-LOCALE-DECIMAL THRU
                      087-SWAP-LOCALE-DECIMAL-EXIT
              MOVE WS-LOCALE-FIELD TO WS-AMT-SUM-FORMAT
              DISPLAY '  ' WS-AGE-BRACKET-LABEL(WS-BRACKET-IDX)
                      '  ' WS-AGE-BRACKET-CT(WS-BRACKET-IDX)
                      '  CONTRIB ' WS-AMT-SUM-FORMAT
           END-PERFORM.
           DISPLAY '===================================='.
      *
       085-PRINT-GRAND-TOTALS-EXIT.
           EXIT.

       087-SWAP-LOCALE-DECIMAL.
           IF LOCALE-PERIOD
              INSPECT WS-LOCALE-FIELD REPLACING ALL ',' BY X'01'
              INSPECT WS-LOCALE-FIELD REPLACING ALL '.' BY ','
              INSPECT WS-LOCALE-FIELD REPLACING ALL X'01' BY '.'
           END-IF.
      *
       087-SWAP-LOCALE-DECIMAL-EXIT.
           EXIT.

       088-WRITE-DEMOHIST.
      *    THE NIGHT'S ONE DEMOGRAPHICS RECORD. THE AVERAGE AGE IS
      *    TAKEN OVER THE ADDED-UP AGE SUM, SO IT IS THE SAME FIGURE
      *    A SERIAL RUN WOULD HAVE STORED.
           OPEN EXTEND DEMOHIST.
           IF DEMOHIST-STATUS = 35
              OPEN OUTPUT DEMOHIST
           END-IF.
           IF DEMOHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN DEMOHIST ' DEMOHIST-STATUS
              MOVE 12 TO WS-MERGE-RC
              GO TO 088-WRITE-DEMOHIST-EXIT
           END-IF.
           MOVE SPACES TO DEMO-RECORD.
           MOVE WS-RUN-DATE TO DH-DATE.
           MOVE WS-GRAND-REC-COUNT TO DH-REC-COUNT.
           MOVE WS-GRAND-MALE-COUNT TO DH-MALE-COUNT.
           MOVE WS-GRAND-FEMALE-COUNT TO DH-FEMALE-COUNT.
           MOVE WS-GRAND-AVG-AGE TO DH-AVG-AGE.
           MOVE WS-GRAND-REJECT-COUNT TO DH-REJECT-COUNT.
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                   UNTIL WS-BRACKET-IDX > 10
              MOVE WS-AGE-BRACKET-CT(WS-BRACKET-IDX) TO
                   DH-BRACKET-CT(WS-BRACKET-IDX)
           END-PERFORM.
           WRITE DEMO-RECORD.
           CLOSE DEMOHIST.
      *
       088-WRITE-DEMOHIST-EXIT.
           EXIT.

       089-APPEND-BRSTATS.
      *    EVERY PARTITION'S BRANCH RECORDS ONTO THE HISTORY, AS A
      *    SERIAL RUN WOULD HAVE APPENDED THEM.
           OPEN INPUT BRSTATP.
           IF BRSTATP-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BRSTATP ' BRSTATP-STATUS
              MOVE 12 TO WS-MERGE-RC
              GO TO 089-APPEND-BRSTATS-EXIT
           END-IF.
           OPEN EXTEND BRSTATS.
           IF BRSTATS-STATUS = 35
              OPEN OUTPUT BRSTATS
           END-IF.
           IF BRSTATS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BRSTATS ' BRSTATS-STATUS
              MOVE 12 TO WS-MERGE-RC
              CLOSE BRSTATP
              GO TO 089-APPEND-BRSTATS-EXIT
           END-IF.
           PERFORM 089-READ-BRSTATP THRU 089-READ-BRSTATP-EXIT.
           PERFORM TEST BEFORE UNTIL BP-EOF
              WRITE BRSTATS-RECORD FROM BRSTATP-RECORD
              ADD 1 TO WS-BRSTATS-COUNT
              PERFORM 089-READ-BRSTATP THRU 089-READ-BRSTATP-EXIT
           END-PERFORM.
           CLOSE BRSTATP.
           CLOSE BRSTATS.
           DISPLAY 'CPRMERGE - BRANCH STATISTICS APPENDED: '
                   WS-BRSTATS-COUNT.
      *
       089-APPEND-BRSTATS-EXIT.
           EXIT.

       089-READ-BRSTATP.
           READ BRSTATP
                AT END SET BP-EOF TO TRUE
           END-READ.
      *
       089-READ-BRSTATP-EXIT.
           EXIT.

       090-WRITE-RUNAUDIT.
      *    THE CPRFILE MANIFESTS AND END EVENT FOR THE WHOLE NIGHT,
      *    CLOSING THE START EVENT CPRSPLIT WROTE - THE SAME RECORDS
      *    A SERIAL CPRFILE RUN LEAVES FOR PENSRCON AND PENSGATE.
           OPEN EXTEND RUNAUDIT.
           IF RUNAUDIT-STATUS = 35
              OPEN OUTPUT RUNAUDIT
           END-IF.
           IF RUNAUDIT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN RUNAUDIT ' RUNAUDIT-STATUS
              MOVE 16 TO WS-FINAL-RC
              GO TO 090-WRITE-RUNAUDIT-EXIT
           END-IF.
           MOVE 'FILEIN' TO WS-MF-FILE.
           MOVE 'R' TO WS-MF-IO.
           MOVE WS-FILEIN-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.
           MOVE 'AMOUNTIN' TO WS-MF-FILE.
           MOVE 'R' TO WS-MF-IO.
           MOVE WS-AMOUNTIN-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.
           MOVE 'CPROUT' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-GRAND-REC-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.
           MOVE 'CPRREJECT' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-GRAND-REJECT-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.
           MOVE 'DUPFILE' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-GRAND-DUP-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.
           MOVE 'SURVCAS' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-CASE-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.
           MOVE 'CONTLEDG' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-LEDGER-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.
           MOVE 'QUARFILE' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-QUAR-REC-COUNT TO WS-MF-COUNT.
           PERFORM 092-WRITE-ONE-MANIFEST THRU
                   092-WRITE-ONE-MANIFEST-EXIT.

           ACCEPT WS-RUNAUDIT-TIME FROM TIME.
           MOVE SPACES TO RUNAUDIT-RECORD.
           MOVE 'CPRFILE' TO RA-PROGRAM.
           SET RA-EVENT-END TO TRUE.
           MOVE WS-RUN-DATE TO RA-DATE.
           MOVE WS-RUNAUDIT-TIME TO RA-TIME.
           MOVE WS-GRAND-REC-COUNT TO RA-RECCOUNT.
           MOVE WS-FINAL-RC TO RA-RETC.
           WRITE RUNAUDIT-RECORD.
           CLOSE RUNAUDIT.
      *
       090-WRITE-RUNAUDIT-EXIT.
           EXIT.

       092-WRITE-ONE-MANIFEST.
           ACCEPT WS-RUNAUDIT-TIME FROM TIME.
           MOVE SPACES TO RUNAUDIT-RECORD.
           MOVE 'CPRFILE' TO RA-PROGRAM.
           SET RA-EVENT-MANIFEST TO TRUE.
           MOVE WS-RUN-DATE TO RA-DATE.
           MOVE WS-RUNAUDIT-TIME TO RA-TIME.
           MOVE WS-MF-COUNT TO RA-RECCOUNT.
           MOVE 0 TO RA-RETC.
           MOVE WS-MF-FILE TO RA-MF-FILE.
           MOVE WS-MF-IO TO RA-MF-IO.
           WRITE RUNAUDIT-RECORD.
      *
       092-WRITE-ONE-MANIFEST-EXIT.
           EXIT.
