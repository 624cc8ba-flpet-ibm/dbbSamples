               FILE STATUS IS DEMOHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESEEN ASSIGN TO PRESEEN
               FILE STATUS IS PRESEEN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTSTAT ASSIGN TO PARTSTAT
               FILE STATUS IS PARTSTAT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRSTATS ASSIGN TO BRSTATS
               FILE STATUS IS BRSTATS-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUPFILE ASSIGN TO DUPFILE
               FILE STATUS IS DUPFILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
               FILE STATUS IS SCHMCHG-STATUS
               ORGANIZATION IS SEQUENTIAL.

      *    WHOLE FILEIN SUB-FILES THAT DID NOT BALANCE TO THEIR
      *    TRAILER, AND ONE NOTICE PER SUB-FILE FOR CPRBRRET.
           SELECT QUARFILE ASSIGN TO QUARFILE
               FILE STATUS IS QUARFILE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARNOTE ASSIGN TO QUARNOTE
               FILE STATUS IS QUARNOTE-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT CONTLEDG ASSIGN TO CONTLEDG
               FILE STATUS IS CONTLEDG-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY.

           SELECT BENEFMST ASSIGN TO BENEFMST
               FILE STATUS IS BENEFMST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-KEY.

           SELECT SURVCAS ASSIGN TO SURVCAS
               FILE STATUS IS SURVCAS-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CPR.

           SELECT PENDSCHM ASSIGN TO PENDSCHM
               FILE STATUS IS PENDSCHM-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY.

      *    PARTITION RUNS ONLY - CPRSPLIT'S ROUTE FILE, READ FOR THE
      *    PENDING SCHEME CHANGES GIVEN TO THIS PARTITION.
           SELECT ROUTE ASSIGN TO ROUTE
               FILE STATUS IS ROUTE-STATUS
               ORGANIZATION IS SEQUENTIAL.

      *    KEYED WORK FILES BEHIND THE AMOUNT MATCH, THE DUPLICATE
      *    CHECK, THE MASKING, THE SUB-FILE CONTROL TOTALS AND THE
      *    BRANCH STATISTICS, SO NO NIGHT'S VOLUME CAN OUTGROW THEM.
      *    EACH IS REBUILT FROM SCRATCH EVERY RUN.
           SELECT AMTWORK ASSIGN TO AMTWORK
               FILE STATUS IS AMTWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY.

           SELECT SEENWORK ASSIGN TO SEENWORK
               FILE STATUS IS SEENWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SW-CPR.

           SELECT MASKWORK ASSIGN TO MASKWORK
               FILE STATUS IS MASKWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MW-REAL.

           SELECT SUBFWORK ASSIGN TO SUBFWORK
               FILE STATUS IS SUBFWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SEQ.

           SELECT BRSWORK ASSIGN TO BRSWORK
               FILE STATUS IS BRSWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-BRANCH.

       DATA DIVISION.
       FILE SECTION.
       FD FILEIN RECORDING MODE F.
      *    CONCATENATION OF SEVERAL DATE-STAMPED SUB-FILES. EACH
      *    SUB-FILE STARTS WITH ONE OF THESE HEADER RECORDS, WHICH A
      *    REAL CPR DATA RECORD CAN NEVER MATCH (ITS FIRST BYTE IS
      *    ALWAYS THE FIRST DIGIT OF IN-FDATO, NEVER 'H' OR 'T').
       01 HEADER-RECORD REDEFINES IN-RECORD.
          05 HDR-MARKER        PIC X(01).
             88 HDR-MARKER-IS-HEADER     VALUE 'H'.
          05 HDR-BRANCH        PIC X(10).
          05 FILLER            PIC X(61).

      *    AND EACH SUB-FILE ENDS WITH A TRAILER CARRYING THE NUMBER
      *    OF DATA RECORDS BETWEEN ITS HEADER AND ITSELF AND THE SUM
      *    OF THEIR 10-DIGIT CPR NUMBERS. A SUB-FILE IS ONLY APPLIED
      *    WHEN BOTH AGREE WITH WHAT ACTUALLY ARRIVED.
       01 TRAILER-RECORD REDEFINES IN-RECORD.
          05 TRL-MARKER        PIC X(01).
             88 TRL-MARKER-IS-TRAILER    VALUE 'T'.
          05 TRL-COUNT         PIC 9(07).
          05 TRL-HASH          PIC 9(15).
          05 FILLER            PIC X(57).

      *    EACH CONTRIBUTION AMOUNT NOW CARRIES THE CPR NUMBER IT
      *    BELONGS TO, SO THE PAIRING WITH FILEIN IS BY KEY INSTEAD
      *    OF BY RECORD POSITION - A DROPPED OR EXTRA AMOUNT RECORD

      *    EXCEPTIONS FROM THE KEYED FILEIN/AMOUNTIN MATCH : 'A' IS
      *    AN AMOUNT WHOSE CPR NEVER APPEARED ON FILEIN, 'C' A CPR
      *    RECORD THAT HAD NO AMOUNT, 'D' AN AMOUNT THE BANK
      *    SENT FOR A PERSON THE SAME NIGHT'S FILEIN DELETES, AND
      *    'P' A CONTRIBUTION RECORD FOR A MEMBER PENSCONV HAS
      *    ALREADY CONVERTED TO A PENSIONER (WITH ITS AMOUNT, ZERO
      *    IF THE BANK SENT NONE) - EITHER WAY THE MONEY AND THE
      *    PEOPLE NO LONGER SILENTLY DRIFT APART.
       FD AMTEXCP RECORDING MODE F.
       01 AMTEXCP-RECORD.
          05 AX-TYPE           PIC X(01).
      *    OF EVERY FRESH RUN), SO THE LAST RECORD ON THE FILE IS
      *    ALWAYS THE MOST RECENT POSITION OF THE MOST RECENT RUN. A
      *    RESTART INVOCATION (PARM='R') READS THROUGH TO THAT LAST
      *    RECORD AND RESUMES FROM THERE. THE SUB-FILE TOTALS AND
      *    THE AMTWORK, SEENWORK, MASKWORK AND BRSWORK FILES ARE REBUILT
      *    BY REPLAYING FILEIN/AMOUNTIN UP TO THE CHECKPOINTED RECORD
      *    WITH THE PHYSICAL OUTPUT WRITES SUPPRESSED, SO A RESTARTED
      *    RUN PRODUCES THE SAME OUTPUTS AND CONTROL TOTALS A CLEAN RUN
      *    WOULD. THE RECORD ALSO CARRIES WHAT HAD BEEN WRITTEN TO
      *    EACH OUTPUT FILE BY CHECKPOINT TIME : AT RESTART THE
      *    EXCESS OF EACH FILE'S PHYSICAL COUNT OVER ITS
      *    CHANGE-HISTORY LOG - ONE RECORD PER FIELD WHOSE VALUE A
      *    MASTER REWRITE CHANGED (GENDER, SCHEME OR RC), WITH THE
      *    OLD AND NEW VALUES AND THE BUSINESS DATE, SO LAST NIGHT'S
      *    MASTER VALUES ARE NEVER SILENTLY OVERWRITTEN, PLUS ONE
      *    WITH THE FULL RECORD IMAGE FOR EVERY INSERT AND DELETE,
      *    SO CPRBKOUT CAN REVERSE A NIGHT. APPENDED ACROSS RUNS
      *    LIKE DEMOHIST.
       FD CHGHIST RECORDING MODE F.
       01 CHGHIST-RECORD.
          COPY CHGHIST.

      *    SCHEME-CHANGE EXTRACT - THE SUBSET OF THE CHANGE HISTORY
      *    WHERE RM-SCHEME FLIPPED. A SCHEME FLIP CHANGES THE
          05 SC-DATE           PIC 9(08).
          05 FILLER            PIC X(30).

      *    QUARANTINED SUB-FILES, HEADER, DATA AND TRAILER RECORDS
      *    AS RECEIVED, SO A CORRECTED RESEND OR A RELEASE CAN BE FED
      *    BACK IN AS AN ORDINARY FILEIN.
       FD QUARFILE RECORDING MODE F.
       01 QUARFILE-RECORD   PIC X(80).

       FD QUARNOTE RECORDING MODE F.
       01 QUARNOTE-RECORD.
          COPY QUARNOTE.

      *    KEYED CPR RESULTS MASTER. UNLIKE THE NIGHTLY CPROUT WORK
      *    FILE (RE-CREATED EVERY RUN FOR THE DOWNSTREAM PENSEXTR
      *    STEP), THIS FILE KEEPS ONE RECORD PER CPR NUMBER ACROSS
       01 MASTER-RECORD.
          COPY CPRMASTR.

      *    KEYED CONTRIBUTION LEDGER - ONE RECORD PER MATCHED
      *    AMOUNTIN CONTRIBUTION, KEYED BY CPR AND BUSINESS DATE AND
      *    KEPT ACROSS RUNS, SO WHAT A MEMBER PAID BEFORE TONIGHT IS
      *    NO LONGER LOST WHEN RM-LASTAMT IS OVERWRITTEN. READ BY THE
      *    PENSARRS ARREARS REPORT.
       FD CONTLEDG.
       01 LEDGER-RECORD.
          COPY CONTLEDG.

      *    BENEFICIARY MASTER MAINTAINED BY CPRBENMT - READ ON A
      *    DELETE TO SEE WHETHER THE MEMBER NOMINATED ANY SURVIVORS.
       FD BENEFMST.
       01 BENEF-RECORD.
          COPY BENEFMST.

      *    SURVIVOR CASES - ONE PER DELETED MEMBER WITH SURVIVORS,
      *    CARRYING THE MASTER RECORD AS IT STOOD BEFORE THE DELETE
      *    FOR THE PENSSURV FOLLOW-ON STEP.
       FD SURVCAS.
       01 SURVCASE-RECORD.
          COPY SURVCASE.

      *    PENDING SCHEME CHANGES LOADED FROM HR BY PENSPEND. EACH
      *    ONE WHOSE EFFECTIVE DATE HAS REACHED THE BUSINESS DATE IS
      *    APPLIED TO THE MASTER AT END OF RUN AND MARKED APPLIED, OR
      *    MARKED AN EXCEPTION WHEN ITS MEMBER IS GONE OR ALREADY ON
      *    ANOTHER SCHEME.
       FD PENDSCHM.
       01 PENDSCHM-RECORD.
          COPY PENDSCHM.

       FD ROUTE RECORDING MODE F.
       01 ROUTE-RECORD.
          COPY CPRROUTE.

      *    THE WHOLE AMOUNTIN FILE, LOADED UP FRONT AND KEYED BY CPR
      *    NUMBER AND AMOUNTIN RECORD NUMBER, SO SEVERAL AMOUNTS FOR
      *    ONE CPR ARE TAKEN IN FILE ORDER. AN AMOUNT IS DELETED AS
      *    SOON AS A FILEIN RECORD TAKES IT (OR A QUARANTINED
      *    SUB-FILE HOLDS IT), SO WHATEVER IS LEFT AT END OF RUN IS
      *    AN AMOUNT THE BANK SENT FOR NOBODY ON FILEIN. THE CLUSTERS
      *    OF ALL THREE WORK FILES ARE DEFINED ONCE WITH REUSE AND
      *    EMPTIED BY THE OPEN OUTPUT.
       FD AMTWORK.
       01 AMTWORK-RECORD.
          05 AW-KEY.
             10 AW-CPR         PIC X(10).
             10 AW-SEQ         PIC 9(09).
          05 AW-VALUE          PIC S9(10)V99.
          05 FILLER            PIC X(49).

      *    EVERY CPR NUMBER PROCESSED SO FAR IN THIS RUN, ACROSS ALL
      *    CONCATENATED SUB-FILES, WITH THE SUB-FILE DATE/BRANCH IT
      *    FIRST ARRIVED UNDER - THE LOOKUP BEHIND THE DUPLICATE
      *    DETECTION IN MAIN1.
       FD SEENWORK.
       01 SEENWORK-RECORD.
          05 SW-CPR            PIC X(10).
          05 SW-DATE           PIC 9(08).
          05 SW-BRANCH         PIC X(10).
          05 FILLER            PIC X(52).

      *    MASKED RUNS ONLY - THE SURRREG LINKAGES KEYED BY REAL
      *    CPR, LOADED FROM THE REGISTRY AND ADDED TO AS NEW
      *    SURROGATES ARE ISSUED. HOLDS REAL CPR NUMBERS, SO THE
      *    CLUSTER IS RACF-PROTECTED LIKE SURRREG.
       FD MASKWORK.
       01 MASKWORK-RECORD.
          05 MW-REAL           PIC X(10).
          05 MW-SURR           PIC X(10).
          05 FILLER            PIC X(60).

      *    ONE RECORD PER FILEIN SUB-FILE, KEYED BY ITS ORDINAL IN
      *    FILE ORDER, WRITTEN BY VALIDATE-SUBFILES BEFORE ANY RECORD
      *    IS APPLIED AND READ BACK AS EACH SUB-FILE STARTS. A
      *    SUB-FILE STARTS AT ITS HEADER; RECORDS AHEAD OF THE FIRST
      *    HEADER (THE OLD SINGLE-FILE LAYOUT) FORM AN UNHEADED
      *    SUB-FILE OF THEIR OWN. A BLANK REASON MEANS THE SUB-FILE
      *    BALANCED; ANY OTHER REASON (SEE THE QUARNOTE COPYBOOK)
      *    MEANS IT IS QUARANTINED WHOLE.
       FD SUBFWORK.
       01 SUBFWORK-RECORD.
          05 SF-SEQ            PIC 9(07).
          05 SF-DATE           PIC 9(08).
          05 SF-BRANCH         PIC X(10).
          05 SF-HDR-SW         PIC X(01).
             88 SF-UNHEADED            VALUE 'U'.
          05 SF-TRL-SW         PIC X(01).
             88 SF-TRL-SEEN            VALUE 'Y'.
          05 SF-REASON         PIC X(04).
             88 SF-BALANCED            VALUE SPACES.
          05 SF-TRL-COUNT      PIC 9(07).
          05 SF-ACT-COUNT      PIC 9(07).
          05 SF-TRL-HASH       PIC 9(15).
          05 SF-ACT-HASH       PIC 9(15).
          05 FILLER            PIC X(05).

      *    THE NIGHT'S DATA-QUALITY FIGURES PER SUB-FILE BRANCH, FOR
      *    THE BRSTATS HISTORY, KEYED BY BRANCH. THE TALLIES ARE
      *    TAKEN WHETHER OR NOT THE RECORD IS WRITTEN, SO A RESTART'S
      *    REPLAY REBUILDS THEM LIKE THE CONTROL TOTALS.
       FD BRSWORK.
       01 BRSWORK-RECORD.
          05 BX-BRANCH         PIC X(10).
          05 FILLER            PIC X(150).

      *    SHARED RUNTIME CONFIGURATION DATASET, ONE KEYWORD=VALUE
      *    CARD PER RECORD - SEE THE PENSCFG COPYBOOK FOR THE
      *    KEYWORDS AND THEIR DEFAULTS.
          05 DH-BRACKET-CT     PIC 9(07) OCCURS 10 TIMES.
          05 FILLER            PIC X(10).

      *    PARTITION RUNS ONLY - THE CPR NUMBERS CPRSPLIT FOUND
      *    ARRIVING FIRST IN ANOTHER PARTITION, AND THE ONE RECORD OF
      *    STATISTICS CPRMERGE ADDS UP IN PLACE OF THE DEMOHIST
      *    RECORD AND THE RUNAUDIT MANIFESTS.
       FD PRESEEN RECORDING MODE F.
       01 PRESEEN-RECORD.
          COPY CPRPSEEN.

       FD PARTSTAT RECORDING MODE F.
       01 PARTSTAT-RECORD.
          COPY CPRPSTAT.

      *    BRANCH DATA-QUALITY HISTORY - ONE 'F' RECORD PER SUB-FILE
      *    BRANCH APPENDED PER RUN FOR THE CPRSCORE MONTHLY
      *    SCORECARD. A PARTITION RUN WRITES ITS BRANCHES' RECORDS
      *    TO ITS OWN FILE INSTEAD, AND CPRMERGE APPENDS THEM.
       FD BRSTATS RECORDING MODE F.
       01 BRSTATS-RECORD.
          COPY CPRBSTAT.

       WORKING-STORAGE SECTION.

       01 DEMOHIST-STATUS   PIC 99.
       01 AMOUNTIN-STATUS  PIC 99.
       01 AMTEXCP-STATUS  PIC 99.

      *    THE AMOUNTIN LOOKUP ON AMTWORK : THE CPR LOOKED FOR, AND
      *    THE VALUE OF THE AMOUNT TAKEN FOR IT.
       01 AMTWORK-STATUS    PIC 99.
       01 WS-AMT-KEY-CPR    PIC X(10).
       01 WS-AMT-VALUE      PIC S9(10)V99 COMP-3.
       01 WS-AMT-SEQ        PIC 9(9) COMP.
       01 WS-AMT-SW         PIC X.
          88 WS-AMT-TAKEN             VALUE 'Y'.
          88 WS-AMT-MISSED            VALUE 'N'.
       01 CPRREJECT-STATUS  PIC 99.
       01 CPROUT-STATUS     PIC 99.
       01 RUNAUDIT-STATUS   PIC 99.
       01 CPRMAST-STATUS    PIC 99.
       01 CHGHIST-STATUS    PIC 99.
       01 SCHMCHG-STATUS    PIC 99.
       01 QUARFILE-STATUS   PIC 99.
       01 QUARNOTE-STATUS   PIC 99.
       01 VARRPT-STATUS     PIC 99.
       01 CHGQUEUE-STATUS   PIC 99.
       01 CONTLEDG-STATUS   PIC 99.
       01 BENEFMST-STATUS   PIC 99.
       01 SURVCAS-STATUS    PIC 99.
       01 PENDSCHM-STATUS   PIC 99.
       01 ROUTE-STATUS      PIC 99.
       01 PS-MARKER         PIC X     VALUE '0'.
          88 PS-EOF                   VALUE '1'.
       01 RT-MARKER         PIC X     VALUE '0'.
          88 RT-EOF                   VALUE '1'.
      *    PENDING SCHEME CHANGES DEALT WITH THIS RUN, AND THE
      *    SUB-FILE BRANCH HELD WHILE A CHANGE IS LOGGED UNDER THE
      *    MEMBER'S OWN BRANCH.
       01 WS-PEND-APPLIED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-PEND-EXCP-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-PEND-HOLD-BRANCH   PIC X(10).
       01 WS-BENEF-SW       PIC X     VALUE 'N'.
          88 BENEF-PRESENT            VALUE 'Y'.
       01 WS-HAS-BENEF-SW   PIC X.
          88 WS-HAS-BENEF             VALUE 'Y'.
          88 WS-NO-BENEF              VALUE 'N'.
       01 WS-CASE-COUNT     PIC 9(7)  COMP VALUE 0.
       01 WS-LEDGER-COUNT   PIC 9(7)  COMP VALUE 0.

       01 WS-VARIANCE-PCT   PIC 9(03) VALUE 50.
       01 WS-VARIANCE-COUNT PIC 9(7)  COMP VALUE 0.
       01 WS-OLD-GENDER      PIC X(01).
       01 WS-OLD-SCHEME      PIC X(01).
       01 WS-OLD-RC          PIC X(01).
      *    SET WHEN AN ADD/CHANGE RECORD'S CPR IS ON THE MASTER AS
      *    A CONVERTED PENSIONER - ITS CONTRIBUTION IS NOT MATCHED.
       01 WS-PENSIONER-SW    PIC X     VALUE 'N'.
          88 WS-PENSIONER-FOUND        VALUE 'Y'.
      *    CODED REJECT REASON FOR THE CPRREJECT RECORD IN HAND.
      *    NORMALLY BUILT AS 'CHK' PLUS THE RC CPRCHECK HANDED BACK;
      *    A HANDLER THAT REJECTS FOR ITS OWN REASON (E.G. A BAD
       01 WS-CH-FIELD        PIC X(08).
       01 WS-CH-OLD          PIC X(12).
       01 WS-CH-NEW          PIC X(12).
      *    THE MASTER RECORD AS INSERTED OR AS IT STOOD BEFORE A
      *    DELETE, FOR THE CHANGE-HISTORY IMAGE.
       01 WS-CH-IMAGE        PIC X(80).
      *    WHY A DELETED MEMBER WENT, AND THE EFFECTIVE DATE OF A
      *    PENDSCHM CHANGE BEING APPLIED - SET ONLY FOR THE ENTRY
      *    THEY BELONG TO AND CLEARED ONCE IT IS WRITTEN.
       01 WS-CH-DEL-REASON   PIC X(01) VALUE SPACE.
       01 WS-CH-PEND-DATE    PIC X(08) VALUE SPACES.
      *    SET WHEN AN ADD/CHANGE RECORD FINDS THE MEMBER ON THE
      *    MASTER AS A DEFERRED LEAVER - THE BRANCH HAS TAKEN THEM
      *    BACK ON, SO THE RECORD IS MADE ACTIVE AGAIN.
       01 WS-REJOIN-SW       PIC X     VALUE 'N'.
          88 WS-REJOINER               VALUE 'Y'.
       01 DUPFILE-STATUS    PIC 99.
       01 RUNCTL-STATUS     PIC 99.
       01 RN-MARKER         PIC X     VALUE '0'.
       01 WS-RUN-MODE       PIC X     VALUE SPACE.
          88 RUN-MODE-NORMAL          VALUE ' ' 'N'.
          88 RUN-MODE-RESTART         VALUE 'R'.
      *    PARM CHARACTERS 2-3 = 'P' AND A PARTITION NUMBER 1-4 RUN
      *    THIS AS ONE OF THE CPRPART JOBS ON THE FILES CPRSPLIT CUT
      *    FOR IT : SEEN TABLE PRELOADED FROM PRESEEN, THE SURROGATE
      *    REGISTRY ONLY READ, AND A PARTSTAT RECORD FOR CPRMERGE
      *    WRITTEN INSTEAD OF THE RUNAUDIT EVENTS AND DEMOHIST.
       01 WS-PART-SW        PIC X     VALUE SPACE.
          88 PART-MODE                VALUE 'P'.
       01 WS-PART-NO        PIC 9     VALUE 0.
       01 PRESEEN-STATUS    PIC 99.
       01 PARTSTAT-STATUS   PIC 99.
       01 PV-MARKER         PIC X     VALUE '0'.
          88 PV-EOF                   VALUE '1'.
       01 WS-PRESEEN-COUNT  PIC 9(07) COMP VALUE 0.
       01 BRSTATS-STATUS    PIC 99.
       01 CHKPOINT-STATUS   PIC 99.
       01 CK-MARKER         PIC X     VALUE '0'.
          88 CK-EOF                   VALUE '1'.
      *    LETTER-PLUS-NUMBER SURROGATE THAT IS THE SAME FOR THE
      *    SAME CPR IN EVERY PROGRAM AND EVERY RUN, BECAUSE THE
      *    LINKAGE LIVES ON THE SURRREG DATASET, PRELOADED HERE AND
      *    APPENDED AS NEW CPRS ARRIVE, AND LOOKED UP ON THE
      *    MASKWORK KEYED WORK FILE. THE REGISTRY'S RECORD COUNT,
      *    ERASED TOMBSTONES INCLUDED, NUMBERS THE NEXT SURROGATE -
      *    SEE NUMBER-SURROGATE - SO NONE EVER LOOKS LIKE A REAL
      *    4-DIGIT SEQUENCE.
       01 SURRREG-STATUS     PIC 99.
       01 MASKWORK-STATUS    PIC 99.
       01 MX-MARKER          PIC X     VALUE '0'.
          88 MX-EOF                    VALUE '1'.
       01 WS-MASK-SW         PIC X     VALUE 'N'.
          88 MASK-ACTIVE               VALUE 'Y'.
       01 WS-CPR-OUT         PIC X(10).
       01 WS-MASK-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-MASK-SEQ-X      PIC 9(03).
       01 WS-MASK-LTR-IDX    PIC 9(4) COMP.
       01 WS-MASK-SEQ-REM    PIC 9(4) COMP.
       01 WS-MASK-LETTERS    PIC X(10) VALUE 'MNPQRSTUVW'.
       01 WS-MASK-ALPHA      PIC X(36)
                  VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MASK-EXT-NO     PIC 9(7) COMP.
       01 WS-MASK-EXT-QUOT   PIC 9(7) COMP.
       01 WS-MASK-EXT-REM    PIC 9(4) COMP.
       01 WS-MASK-FULL-SW    PIC X     VALUE '0'.
          88 WS-MASK-FULL              VALUE '1'.

       01 WS-GENDER-SW      PIC X.
          88 WS-GENDER-MALE            VALUE 'M'.
          05 WS-GRAND-DELETE-COUNT  PIC 9(7) COMP VALUE 0.
          05 WS-GRAND-DELNF-COUNT   PIC 9(7) COMP VALUE 0.
          05 WS-DELAMT-COUNT        PIC 9(7) COMP VALUE 0.
          05 WS-PENSREC-COUNT       PIC 9(7) COMP VALUE 0.
          05 WS-GRAND-NOAMT-COUNT   PIC 9(7) COMP VALUE 0.
          05 WS-ORPHAN-AMT-COUNT    PIC 9(7) COMP VALUE 0.
          05 WS-GRAND-AMOUNT-SUM        PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-GRAND-MALE-AMOUNT-SUM   PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-GRAND-FEMALE-AMOUNT-SUM PIC S9(11)V99 COMP-3 VALUE 0.

       01 SEENWORK-STATUS   PIC 99.
       01 SUBFWORK-STATUS   PIC 99.
       01 BRSWORK-STATUS    PIC 99.
       01 SF-MARKER         PIC X     VALUE '0'.
          88 SF-EOF                   VALUE '1'.
       01 BX-MARKER         PIC X     VALUE '0'.
          88 BX-EOF                   VALUE '1'.
       01 WS-DUP-SW         PIC X.
          88 WS-DUP-FOUND             VALUE 'Y'.
          88 WS-DUP-NEW               VALUE 'N'.

       01 WS-BRACKET-IDX        PIC 9(02) COMP.

      *    THE SUB-FILES ON FILEIN, AND THE ORDINAL OF THE SUB-FILE
      *    IN HAND ON SUBFWORK.
       01 WS-SUBF-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-SUBF-CUR       PIC 9(7) COMP VALUE 0.
       01 WS-HASH-CPR       PIC X(10).
       01 WS-HASH-CPR-NUM REDEFINES WS-HASH-CPR PIC 9(10).
       01 WS-QUAR-SUBF-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-QUAR-REC-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-QUAR-AMT-COUNT  PIC 9(7) COMP VALUE 0.
      *    RESTART ONLY : QUARANTINE RECORDS AND NOTICES ALREADY ON
      *    FILE FROM THE FAILED RUN. BOTH ARE WRITTEN IN FILEIN ORDER
      *    REGARDLESS OF THE CHECKPOINT POSITION, SO EVERYTHING ON
      *    FILE IS SKIPPED, NOT JUST A TAIL.
       01 WS-QUAR-SKIP       PIC 9(7) COMP VALUE 0.
       01 WS-QNOTE-SKIP      PIC 9(7) COMP VALUE 0.

       01 WS-SUBFILE-DATE    PIC 9(08) VALUE 0.
       01 WS-SUBFILE-BRANCH  PIC X(10) VALUE SPACES.

      *    THE BRSWORK RECORD OF THE BRANCH IN HAND. EVERY CHANGE IS
      *    REWRITTEN AT ONCE, SO IT ALWAYS MATCHES THE FILE AND IS
      *    ONLY READ AGAIN WHEN ANOTHER BRANCH COMES UP.
       01 WS-BRS-ENTRY.
          05 WS-BRS-BRANCH     PIC X(10) VALUE HIGH-VALUES.
          05 WS-BRS-RECEIVED   PIC 9(07).
          05 WS-BRS-REJECTS    PIC 9(07).
          05 WS-BRS-DUPS       PIC 9(07).
          05 WS-BRS-AMT-EXCP   PIC 9(07).
          05 WS-BRS-RSN-ENTRY OCCURS 8 TIMES.
             10 WS-BRS-RSN     PIC X(04).
             10 WS-BRS-RSN-CT  PIC 9(07).
          05 WS-BRS-RSN-OTHER  PIC 9(07).
          05 FILLER            PIC X(27) VALUE SPACES.
       01 WS-BRS-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-BRS-KEY         PIC X(10).
       01 WS-RSN-SUB         PIC 9(2) COMP.
       01 WS-RSN-HIT         PIC 9(2) COMP.
       01 WS-AVG-AGE         PIC S9(4) BINARY VALUE 0.
       01 WS-AVG-AGE-FORMAT  PIC ZZZ.ZZ9,999 DISPLAY.

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-MODE-PARM-LEN > 1
              MOVE RUN-MODE-PARM-TEXT(2:1) TO WS-PART-SW
              IF NOT PART-MODE AND WS-PART-SW NOT = SPACE
                 DISPLAY 'CPRFILE - PARM POSITION 2 MUST BE BLANK '
                         'OR P (PARTITION)'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF PART-MODE
              IF RUN-MODE-PARM-LEN > 2
                 AND RUN-MODE-PARM-TEXT(3:1) >= '1'
                 AND RUN-MODE-PARM-TEXT(3:1) <= '4'
                 MOVE RUN-MODE-PARM-TEXT(3:1) TO WS-PART-NO
              ELSE
                 DISPLAY 'CPRFILE - PARTITION RUN NEEDS A PARTITION '
                         'NUMBER 1-4 IN PARM POSITION 3'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'CPRFILE - RUNNING AS PARTITION ' WS-PART-NO
           END-IF.
           IF RUN-MODE-RESTART
              PERFORM READ-CHECKPOINT
           END-IF.
           PERFORM LOAD-AMOUNT-TABLE.
           CLOSE AMOUNTIN.

           OPEN OUTPUT SEENWORK.
           IF SEENWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN SEENWORK' SEENWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SEENWORK.
           OPEN I-O SEENWORK.
           IF SEENWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN SEENWORK' SEENWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.

           IF RUN-MODE-RESTART
              OPEN EXTEND AMTEXCP
           ELSE
              STOP RUN
           END-IF.

           IF RUN-MODE-RESTART
              OPEN EXTEND QUARFILE
           ELSE
              OPEN OUTPUT QUARFILE
           END-IF.
           IF QUARFILE-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN QUARFILE' QUARFILE-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.

           IF RUN-MODE-RESTART
              OPEN EXTEND QUARNOTE
           ELSE
              OPEN OUTPUT QUARNOTE
           END-IF.
           IF QUARNOTE-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN QUARNOTE' QUARNOTE-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.

           IF MASK-ACTIVE
              DISPLAY 'CPRFILE - CPR MASKING IS ACTIVE THIS RUN'
              PERFORM LOAD-MASK-TABLE
              STOP RUN
           END-IF.

      *    THE LEDGER IS CREATED THE SAME WAY AS THE MASTER ON ITS
      *    FIRST NIGHT AND UPDATED IN PLACE FROM THEN ON.
           OPEN I-O CONTLEDG.
           IF CONTLEDG-STATUS = 35
              OPEN OUTPUT CONTLEDG
              CLOSE CONTLEDG
              OPEN I-O CONTLEDG
           END-IF.
           IF CONTLEDG-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN CONTLEDG' CONTLEDG-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.

      *    NO BENEFICIARY MASTER YET MEANS NOBODY HAS SURVIVORS.
      *    THE CASE FILE IS CREATED ON ITS FIRST NIGHT LIKE THE
      *    LEDGER; A CASE ALREADY ON IT (A RESTART TAIL) IS REWRITTEN.
           OPEN INPUT BENEFMST.
           IF BENEFMST-STATUS = 0
              SET BENEF-PRESENT TO TRUE
           ELSE
              DISPLAY 'CPRFILE - NO BENEFICIARY MASTER (STATUS '
                      BENEFMST-STATUS ') - NO SURVIVOR CASES'
           END-IF.
           OPEN I-O SURVCAS.
           IF SURVCAS-STATUS = 35
              OPEN OUTPUT SURVCAS
              CLOSE SURVCAS
              OPEN I-O SURVCAS
           END-IF.
           IF SURVCAS-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN SURVCAS' SURVCAS-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.

           IF RUN-MODE-RESTART
              OPEN EXTEND CHGQUEUE
           ELSE
              STOP RUN
           END-IF.

      *    A PARTITION LEAVES THE AUDIT TRAIL TO CPRSPLIT AND
      *    CPRMERGE, WHICH LOG THE NIGHT'S ONE CPRFILE RUN.
           IF PART-MODE
              PERFORM LOAD-PRESEEN
           ELSE
              OPEN EXTEND RUNAUDIT
              IF RUNAUDIT-STATUS = 35
                 OPEN OUTPUT RUNAUDIT
              END-IF
              IF RUNAUDIT-STATUS NOT = 0 THEN
                 DISPLAY 'FILE STATUS AT OPEN RUNAUDIT'
                         RUNAUDIT-STATUS
                 MOVE 16 to RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM WRITE-RUNAUDIT-START
           END-IF.

           PERFORM OPEN-CHECKPOINT.
      *    A FRESH RUN STARTS ITS CHECKPOINT TRAIL WITH AN ALL-ZERO
              PERFORM TAKE-CHECKPOINT
           END-IF.

      *    EVERY SUB-FILE IS BALANCED AGAINST ITS TRAILER BEFORE THE
      *    FIRST RECORD IS APPLIED TO THE MASTER. A RESTART REPEATS
      *    THE CHECK, SO IT QUARANTINES EXACTLY WHAT THE FAILED RUN
      *    DID.
           PERFORM VALIDATE-SUBFILES.
           PERFORM TALLY-BRANCH-RECEIVED.

           PERFORM READ-FILEIN.

           PERFORM TEST BEFORE until FI-EOF
              MOVE IN-CHECKDIGIT TO WS-CPR(7:4)
              PERFORM MASK-CPR
              PERFORM CHECK-DUPLICATE-CPR
              MOVE 'N' TO WS-PENSIONER-SW
              IF IN-ACTION-UPSERT AND NOT WS-DUP-FOUND
                 PERFORM CHECK-PENSIONER
              END-IF
              EVALUATE TRUE
                 WHEN WS-DUP-FOUND
                    PERFORM WRITE-DUPLICATE
                 WHEN WS-PENSIONER-FOUND
                    PERFORM PROCESS-PENSIONER
                 WHEN IN-ACTION-DELETE
                    PERFORM PROCESS-DELETE
                 WHEN IN-ACTION-UPSERT
           END-PERFORM.

           PERFORM RECONCILE-COUNTS.
           PERFORM APPLY-PENDING-CHANGES.

           PERFORM TAKE-CHECKPOINT.
           CLOSE CHKPOINT.
           CLOSE FILEIN.
           CLOSE AMTWORK.
           CLOSE SEENWORK.
           CLOSE AMTEXCP.
           CLOSE CPRREJECT.
           CLOSE CPROUT.
           CLOSE DUPFILE.
           CLOSE QUARFILE.
           CLOSE QUARNOTE.
           MOVE WS-VARIANCE-COUNT TO VT-COUNT.
           MOVE VAR-TOTAL TO VARRPT-LINE.
           WRITE VARRPT-LINE.
           CLOSE CHGHIST.
           CLOSE SCHMCHG.
           CLOSE CPRMAST.
           CLOSE CONTLEDG.
           IF BENEF-PRESENT
              CLOSE BENEFMST
           END-IF.
           CLOSE SURVCAS.
           IF MASK-ACTIVE AND NOT PART-MODE
              CLOSE SURRREG
           END-IF.
           IF MASK-ACTIVE
              CLOSE MASKWORK
           END-IF.

           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM WRITE-BRSTATS.
           CLOSE SUBFWORK.
           CLOSE BRSWORK.
           IF PART-MODE
              PERFORM WRITE-PARTSTAT
              GOBACK
           END-IF.
           PERFORM WRITE-DEMOHIST.

           PERFORM WRITE-RUNAUDIT-MANIFESTS.
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
           PERFORM COUNT-AMTEXCP-TAIL.
           PERFORM COUNT-CHGQUEUE-TAIL.
           PERFORM COUNT-VARRPT-TAIL.
           PERFORM COUNT-QUARFILE-TAIL.
           PERFORM COUNT-QUARNOTE-TAIL.
           DISPLAY 'CPRFILE - RESTART TAIL WRITES SUPPRESSED:'.
           DISPLAY '    CPROUT    ' WS-OUT-SKIP.
           DISPLAY '    CPRREJECT ' WS-REJ-SKIP.
           DISPLAY '    DUPFILE   ' WS-DUP-SKIP.
           DISPLAY '    AMTEXCP   ' WS-AMTX-SKIP.
           DISPLAY '    CHGQUEUE  ' WS-CHGQ-SKIP.
           DISPLAY '    QUARFILE  ' WS-QUAR-SKIP.
           DISPLAY '    QUARNOTE  ' WS-QNOTE-SKIP.
           EXIT SECTION.

       COUNT-CPROUT-TAIL SECTION.
       COUNT-VARRPT-DONE.
           EXIT SECTION.

       COUNT-QUARFILE-TAIL SECTION.
      *    QUARFILE AND QUARNOTE HAVE NO CHECKPOINTED COUNT - ALL
      *    OF WHAT IS ON FILE IS SKIPPED (SEE WS-QUAR-SKIP).
           MOVE 0 TO WS-TAIL-COUNT.
           OPEN INPUT QUARFILE.
           IF QUARFILE-STATUS NOT = 0
              GO TO COUNT-QUARFILE-DONE
           END-IF.
           MOVE '0' TO WS-TAIL-EOF-SW.
           PERFORM TEST BEFORE UNTIL WS-TAIL-EOF
              READ QUARFILE
                   AT END SET WS-TAIL-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-TAIL-COUNT
              END-READ
           END-PERFORM.
           CLOSE QUARFILE.
       COUNT-QUARFILE-DONE.
           MOVE WS-TAIL-COUNT TO WS-QUAR-SKIP.
           EXIT SECTION.

       COUNT-QUARNOTE-TAIL SECTION.
           MOVE 0 TO WS-TAIL-COUNT.
           OPEN INPUT QUARNOTE.
           IF QUARNOTE-STATUS NOT = 0
              GO TO COUNT-QUARNOTE-DONE
           END-IF.
           MOVE '0' TO WS-TAIL-EOF-SW.
           PERFORM TEST BEFORE UNTIL WS-TAIL-EOF
              READ QUARNOTE
                   AT END SET WS-TAIL-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-TAIL-COUNT
              END-READ
           END-PERFORM.
           CLOSE QUARNOTE.
       COUNT-QUARNOTE-DONE.
           MOVE WS-TAIL-COUNT TO WS-QNOTE-SKIP.
           EXIT SECTION.

       READ-CHKP-RECORD SECTION.
           READ CHKPOINT
                AT END SET CK-EOF TO TRUE
           MOVE WS-GRAND-REJECT-COUNT TO CK-REJ-COUNT.
           MOVE WS-GRAND-DUP-COUNT TO CK-DUP-COUNT.
           COMPUTE CK-AMTX-COUNT =
                   WS-GRAND-NOAMT-COUNT + WS-DELAMT-COUNT
                 + WS-PENSREC-COUNT.
           WRITE CHKP-RECORD.
           EXIT SECTION.

       READ-FILEIN SECTION.
      *    READ THE NEXT CPR DATA RECORD, TRANSPARENTLY ABSORBING ANY
      *    HEADER AND TRAILER RECORDS (SUB-FILE BOUNDARIES) IN
      *    BETWEEN. EVERY RECORD OF A QUARANTINED SUB-FILE, ITS
      *    HEADER AND TRAILER INCLUDED, GOES TO QUARFILE
      *    DATASET INSTEAD. THE SUB-FILE ORDINAL IS STEPPED EXACTLY
      *    AS VALIDATE-SUBFILES ASSIGNED IT.
           PERFORM TEST BEFORE UNTIL FI-EOF
              READ FILEIN
                   AT END SET FI-EOF TO TRUE
              END-READ
              IF NOT FI-EOF
                 IF HDR-MARKER-IS-HEADER OR WS-SUBF-CUR = 0
                    ADD 1 TO WS-SUBF-CUR
                    PERFORM READ-SUBFILE-ENTRY
                 END-IF
                 EVALUATE TRUE
                    WHEN NOT SF-BALANCED
                       PERFORM HOLD-QUARANTINED-RECORD
                    WHEN HDR-MARKER-IS-HEADER
                       PERFORM PROCESS-HEADER-RECORD
                    WHEN TRL-MARKER-IS-TRAILER
                       CONTINUE
                    WHEN OTHER
                       EXIT PERFORM
                 END-EVALUATE
              END-IF
           END-PERFORM.
           DISPLAY 'CPRFILE. Read from filein. Status: '  FILEIN-STATUS
           DISPLAY 'CPRFILE. Read from filein. EOF: '  FI-MARKER.
           EXIT SECTION.

       READ-SUBFILE-ENTRY SECTION.
      *    THE SUBFWORK RECORD OF SUB-FILE WS-SUBF-CUR, LEFT IN THE
      *    RECORD AREA UNTIL THE NEXT SUB-FILE STARTS.
           MOVE WS-SUBF-CUR TO SF-SEQ.
           READ SUBFWORK
              INVALID KEY
                 DISPLAY '*** CPRFILE - SUBFWORK READ FAILED FOR '
                         'SUB-FILE ' SF-SEQ ', STATUS '
                         SUBFWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           EXIT SECTION.

       VALIDATE-SUBFILES SECTION.
      *    FIRST PASS OVER FILEIN : COUNT AND HASH EVERY SUB-FILE'S
      *    DATA RECORDS AND HOLD THEM AGAINST ITS TRAILER. A BRANCH
      *    FILE CUT SHORT IN TRANSIT LOSES ITS TRAILER (OR ARRIVES
      *    WITH TOO FEW RECORDS FOR IT), SO IT IS QUARANTINED HERE
      *    INSTEAD OF BEING APPLIED AS IF IT WERE COMPLETE. FILEIN
      *    IS THEN REOPENED FOR THE PROCESSING PASS.
           OPEN OUTPUT SUBFWORK.
           IF SUBFWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN SUBFWORK' SUBFWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SUBFWORK.
           OPEN I-O SUBFWORK.
           IF SUBFWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN SUBFWORK' SUBFWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO WS-SUBF-COUNT.
           MOVE 0 TO WS-SUBF-CUR.
           MOVE 0 TO WS-QUAR-SUBF-COUNT.
           PERFORM TEST BEFORE UNTIL FI-EOF
              READ FILEIN
                   AT END SET FI-EOF TO TRUE
              END-READ
              IF NOT FI-EOF
                 PERFORM NOTE-SUBFILE-RECORD
              END-IF
           END-PERFORM.
           IF WS-SUBF-CUR > 0
              PERFORM FINISH-SUBFILE
           END-IF.
           CLOSE FILEIN.
           MOVE '0' TO FI-MARKER.
           MOVE 0 TO WS-SUBF-CUR.
           OPEN INPUT FILEIN.
           IF FILEIN-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN FILEIN' FILEIN-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'CPRFILE. SUB-FILES ON FILEIN: ' WS-SUBF-COUNT
                   ' QUARANTINED: ' WS-QUAR-SUBF-COUNT.
           EXIT SECTION.

       NOTE-SUBFILE-RECORD SECTION.
           IF HDR-MARKER-IS-HEADER
              IF WS-SUBF-CUR > 0
                 PERFORM FINISH-SUBFILE
              END-IF
              PERFORM START-SUBFILE
              MOVE HDR-DATE TO SF-DATE
              MOVE HDR-BRANCH TO SF-BRANCH
              GO TO NOTE-SUBFILE-RECORD-DONE
           END-IF.
           IF WS-SUBF-CUR = 0
              PERFORM START-SUBFILE
              SET SF-UNHEADED TO TRUE
           END-IF.
      *    NOTHING BELONGS BETWEEN A TRAILER AND THE NEXT HEADER.
           IF SF-TRL-SEEN
              IF SF-BALANCED
                 MOVE 'QXTR' TO SF-REASON
              END-IF
              GO TO NOTE-SUBFILE-RECORD-DONE
           END-IF.
           IF TRL-MARKER-IS-TRAILER
              SET SF-TRL-SEEN TO TRUE
              IF TRL-COUNT IS NUMERIC AND TRL-HASH IS NUMERIC
                 MOVE TRL-COUNT TO SF-TRL-COUNT
                 MOVE TRL-HASH TO SF-TRL-HASH
              ELSE
                 MOVE 'QTRL' TO SF-REASON
              END-IF
              GO TO NOTE-SUBFILE-RECORD-DONE
           END-IF.
      *    A CPR THAT IS NOT NUMERIC ADDS NOTHING TO THE HASH (THE
      *    RECORD IS REJECTED WHEN IT IS PROCESSED) BUT IS COUNTED.
           ADD 1 TO SF-ACT-COUNT.
           MOVE IN-RECORD(1:10) TO WS-HASH-CPR.
           IF WS-HASH-CPR-NUM IS NUMERIC
              ADD WS-HASH-CPR-NUM TO SF-ACT-HASH
           END-IF.
       NOTE-SUBFILE-RECORD-DONE.
           EXIT SECTION.

       START-SUBFILE SECTION.
      *    THE NEW SUB-FILE IS BUILT IN THE SUBFWORK RECORD AREA AND
      *    WRITTEN BY FINISH-SUBFILE.
           ADD 1 TO WS-SUBF-COUNT.
           MOVE WS-SUBF-COUNT TO WS-SUBF-CUR.
           MOVE SPACES TO SUBFWORK-RECORD.
           MOVE WS-SUBF-CUR TO SF-SEQ.
           MOVE 0 TO SF-DATE.
           MOVE 0 TO SF-TRL-COUNT.
           MOVE 0 TO SF-ACT-COUNT.
           MOVE 0 TO SF-TRL-HASH.
           MOVE 0 TO SF-ACT-HASH.
           EXIT SECTION.

       FINISH-SUBFILE SECTION.
      *    THE SUB-FILE IN HAND HAS ENDED (NEXT HEADER OR END OF
      *    FILE). RECORDS AHEAD OF THE FIRST HEADER COME FROM THE
      *    OLD SINGLE-FILE LAYOUT WITH NO BRANCH TO ANSWER FOR THEM,
      *    SO THEY ARE ONLY HELD TO A TRAILER WHEN ONE WAS SENT.
           IF SF-BALANCED
              EVALUATE TRUE
                 WHEN NOT SF-TRL-SEEN
                    IF SF-UNHEADED
                       DISPLAY 'CPRFILE - NO TRAILER ON THE RECORDS '
                               'AHEAD OF THE FIRST HEADER - NOT '
                               'BALANCED'
                    ELSE
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
              DISPLAY '*** CPRFILE - SUB-FILE QUARANTINED - DATE='
                      SF-DATE
                      ' BRANCH=' SF-BRANCH
                      ' REASON=' SF-REASON ' ***'
              PERFORM WRITE-QUARNOTE
           END-IF.
           WRITE SUBFWORK-RECORD
              INVALID KEY
                 DISPLAY '*** CPRFILE - SUBFWORK WRITE FAILED FOR '
                         'SUB-FILE ' SF-SEQ ', STATUS '
                         SUBFWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
           EXIT SECTION.

       WRITE-QUARNOTE SECTION.
           IF WS-QNOTE-SKIP > 0
              SUBTRACT 1 FROM WS-QNOTE-SKIP
              GO TO WRITE-QUARNOTE-DONE
           END-IF.
           MOVE SPACES TO QUARNOTE-RECORD.
           MOVE SF-BRANCH TO QN-BRANCH.
           MOVE SF-DATE TO QN-SUBF-DATE.
           MOVE SF-REASON TO QN-REASON.
           MOVE SF-TRL-COUNT TO QN-TRL-COUNT.
           MOVE SF-ACT-COUNT TO QN-ACT-COUNT.
           MOVE SF-TRL-HASH TO QN-TRL-HASH.
           MOVE SF-ACT-HASH TO QN-ACT-HASH.
           WRITE QUARNOTE-RECORD.
       WRITE-QUARNOTE-DONE.
           EXIT SECTION.

       HOLD-QUARANTINED-RECORD SECTION.
      *    SET ONE RECORD OF A QUARANTINED SUB-FILE ASIDE. NOTHING
      *    OF IT REACHES THE MASTER, THE LEDGER OR ANY OTHER OUTPUT;
      *    AN AMOUNTIN CONTRIBUTION FOR ONE OF ITS PEOPLE IS HELD
      *    WITH IT RATHER THAN REPORTED AS AN AMOUNT FOR NOBODY.
           ADD 1 TO WS-QUAR-REC-COUNT.
           IF WS-QUAR-SKIP > 0
              SUBTRACT 1 FROM WS-QUAR-SKIP
           ELSE
              WRITE QUARFILE-RECORD FROM IN-RECORD
           END-IF.
           IF HDR-MARKER-IS-HEADER OR TRL-MARKER-IS-TRAILER
              GO TO HOLD-QUARANTINED-DONE
           END-IF.
           MOVE IN-RECORD(1:10) TO WS-AMT-KEY-CPR.
           PERFORM TAKE-AMOUNT.
           IF WS-AMT-TAKEN
              ADD 1 TO WS-QUAR-AMT-COUNT
           END-IF.
       HOLD-QUARANTINED-DONE.
           EXIT SECTION.

       PROCESS-HEADER-RECORD SECTION.
      *    A HEADER RECORD MARKS THE START OF A NEW DATE-STAMPED
      *    SUB-FILE CONCATENATED ONTO FILEIN. PRINT WHAT ACCUMULATED
           EXIT SECTION.

       LOAD-AMOUNT-TABLE SECTION.
      *    PULL THE WHOLE AMOUNTIN FILE ONTO AMTWORK BEFORE ANY
      *    FILEIN RECORD IS LOOKED AT - FROM HERE ON EVERY
      *    CONTRIBUTION IS FOUND BY ITS CPR NUMBER, NEVER BY ITS
      *    POSITION IN THE FILE.
           OPEN OUTPUT AMTWORK.
           IF AMTWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN AMTWORK' AMTWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE AMTWORK.
           OPEN I-O AMTWORK.
           IF AMTWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN AMTWORK' AMTWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-AMOUNTIN.
           PERFORM TEST BEFORE UNTIL AM-EOF
              ADD 1 TO WS-AMOUNTIN-COUNT
              MOVE SPACES TO AMTWORK-RECORD
              MOVE AM-CPR TO AW-CPR
              MOVE WS-AMOUNTIN-COUNT TO AW-SEQ
              MOVE AMOUNT1 TO AW-VALUE
              WRITE AMTWORK-RECORD
              IF AMTWORK-STATUS NOT = 0
                 DISPLAY '*** CPRFILE - AMTWORK WRITE FAILED, STATUS '
                         AMTWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM READ-AMOUNTIN
           END-PERFORM.
           DISPLAY 'CPRFILE. AMOUNT RECORDS LOADED: '
                   WS-AMOUNTIN-COUNT.
           EXIT SECTION.

       READ-AMOUNTIN SECTION.
           EXIT SECTION.

       FIND-AMOUNT SECTION.
      *    LOOK THE CURRENT CPR UP ON AMTWORK. A HIT HANDS ITS
      *    CONTRIBUTION TO THE TOTALS AND TAKES THE AMOUNT OFF;
      *    A MISS LEAVES THE CONTRIBUTION AT ZERO AND LOGS THE CPR
      *    ON THE EXCEPTION FILE SO THE BRANCH CAN BE CHASED.
           MOVE WS-CPR TO WS-AMT-KEY-CPR.
           PERFORM TAKE-AMOUNT.
           IF WS-AMT-TAKEN
              MOVE WS-AMT-VALUE TO WS-CONTRIB
              MOVE WS-CONTRIB TO WS-AMOUNT-FORMAT
              MOVE WS-AMOUNT-FORMAT TO WS-LOCALE-FIELD
              PERFORM SWAP-LOCALE-DECIMAL
              MOVE WS-LOCALE-FIELD TO WS-AMOUNT-FORMAT
              DISPLAY 'AMOUNT MATCHED BY CPR ' WS-AMOUNT-FORMAT
              IF NOT REPLAY-ACTIVE
                 PERFORM WRITE-LEDGER
              END-IF
           ELSE
              MOVE ZERO TO WS-CONTRIB
              ADD 1 TO WS-NOAMT-COUNT
              ADD 1 TO WS-GRAND-NOAMT-COUNT
              PERFORM NOTE-BRANCH-AMT-EXCP
              DISPLAY 'CPRFILE. NO AMOUNT FOR CPR: ' WS-CPR-OUT
              EVALUATE TRUE
                 WHEN REPLAY-ACTIVE
           END-IF.
           EXIT SECTION.

       TAKE-AMOUNT SECTION.
      *    TAKE THE FIRST AMOUNT STILL ON AMTWORK FOR WS-AMT-KEY-CPR
      *    - THE ONE WITH THE LOWEST AMOUNTIN RECORD NUMBER - OFF THE
      *    FILE, LEAVING ITS VALUE IN WS-AMT-VALUE.
           SET WS-AMT-MISSED TO TRUE.
           MOVE WS-AMT-KEY-CPR TO AW-CPR.
           MOVE 0 TO AW-SEQ.
           START AMTWORK KEY IS NOT LESS THAN AW-KEY
              INVALID KEY
                 GO TO TAKE-AMOUNT-DONE
           END-START.
           READ AMTWORK NEXT RECORD
              AT END
                 GO TO TAKE-AMOUNT-DONE
           END-READ.
           IF AW-CPR NOT = WS-AMT-KEY-CPR
              GO TO TAKE-AMOUNT-DONE
           END-IF.
           MOVE AW-VALUE TO WS-AMT-VALUE.
           DELETE AMTWORK RECORD
              INVALID KEY
                 DISPLAY '*** CPRFILE - AMTWORK DELETE FAILED, '
                         'STATUS ' AMTWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-DELETE.
           SET WS-AMT-TAKEN TO TRUE.
       TAKE-AMOUNT-DONE.
           EXIT SECTION.

       WRITE-LEDGER SECTION.
      *    RECORD THE MATCHED CONTRIBUTION ON THE LEDGER UNDER TONIGHT'S
      *    BUSINESS DATE AND THE SUB-FILE BRANCH IT ARRIVED UNDER. A
      *    KEY ALREADY ON FILE (THE POST-CHECKPOINT TAIL OF A FAILED
      *    RUN, OR A RERUN OF THE SAME BUSINESS DATE) IS REWRITTEN
      *    RATHER THAN DOUBLED, SO THE LEDGER NEVER COUNTS A NIGHT'S
      *    MONEY TWICE.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-CPR TO CL-CPR.
           MOVE WS-RUN-DATE TO CL-BUSDATE.
           MOVE WS-SUBFILE-BRANCH TO CL-BRANCH.
           MOVE WS-SUBFILE-DATE TO CL-SUBF-DATE.
           MOVE WS-CONTRIB TO CL-AMOUNT.
           MOVE IN-SCHEME TO CL-SCHEME.
           WRITE LEDGER-RECORD
              INVALID KEY
                 REWRITE LEDGER-RECORD
                    INVALID KEY
                       DISPLAY '*** CPRFILE - CONTLEDG WRITE FAILED '
                               'FOR ' WS-CPR-OUT ' STATUS '
                               CONTLEDG-STATUS
                       MOVE 12 TO RETURN-CODE
                 END-REWRITE
           END-WRITE.
           ADD 1 TO WS-LEDGER-COUNT.
           EXIT SECTION.

       CHECK-BENEFICIARIES SECTION.
      *    POSITION ON THE MEMBER'S FIRST BENEFICIARY KEY - ANY
      *    RECORD THERE UNDER THE SAME MEMBER CPR MEANS SURVIVORS.
           SET WS-NO-BENEF TO TRUE.
           MOVE WS-CPR TO BF-MEMBER-CPR.
           MOVE LOW-VALUES TO BF-BENEF-CPR.
           START BENEFMST KEY IS NOT LESS THAN BF-KEY
              INVALID KEY
                 GO TO CHECK-BENEFICIARIES-DONE
           END-START.
           READ BENEFMST NEXT
              AT END
                 GO TO CHECK-BENEFICIARIES-DONE
           END-READ.
           IF BF-MEMBER-CPR = WS-CPR
              SET WS-HAS-BENEF TO TRUE
           END-IF.
       CHECK-BENEFICIARIES-DONE.
           EXIT SECTION.

       WRITE-SURVIVOR-CASE SECTION.
      *    OPEN A NEW CASE FOR PENSSURV. THE DELETE IS NOT REPLAYED
      *    ON A RESTART, BUT THE POST-CHECKPOINT TAIL IS, SO A CASE
      *    ALREADY ON FILE FOR THE CPR IS SIMPLY REWRITTEN.
           MOVE SPACES TO SURVCASE-RECORD.
           MOVE WS-CPR TO SV-CPR.
           SET SV-NEW TO TRUE.
           MOVE WS-RUN-DATE TO SV-DEATH-DATE.
           MOVE WS-SUBFILE-BRANCH TO SV-BRANCH.
           MOVE 0 TO SV-EXTRACT-DATE.
           MOVE 0 TO SV-CLOSE-DATE.
           MOVE MASTER-RECORD TO SV-MASTER-IMAGE.
           WRITE SURVCASE-RECORD
              INVALID KEY
                 REWRITE SURVCASE-RECORD
                    INVALID KEY
                       DISPLAY '*** CPRFILE - SURVCAS WRITE FAILED '
                               'FOR ' WS-CPR-OUT ' STATUS '
                               SURVCAS-STATUS
                       MOVE 12 TO RETURN-CODE
                 END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CASE-COUNT.
           DISPLAY 'CPRFILE. SURVIVOR CASE OPENED: ' WS-CPR-OUT.
           EXIT SECTION.

       LOAD-MASK-TABLE SECTION.
      *    PRELOAD THE PERSISTENT REGISTRY ONTO MASKWORK SO EVERY
      *    CPR KEEPS THE SURROGATE IT WAS EVER GIVEN - BY THIS
      *    PROGRAM, PENSEXTR, CPRRECYC OR ANY EARLIER RUN - AND
      *    CONTINUE THE SEQUENCE WHERE THE REGISTRY LEFT OFF. THE
      *    FILE IS THEN REOPENED EXTEND SO THE EXISTING LINKAGE IS
      *    NEVER CLOBBERED; A BRAND-NEW DATASET JUST STARTS EMPTY.
      *    AN ERASED TOMBSTONE STILL COUNTS TOWARDS THE NUMBERING
      *    BUT LINKS NOBODY.
           OPEN OUTPUT MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE MASKWORK.
           OPEN I-O MASKWORK.
           IF MASKWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MASKWORK' MASKWORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              GO TO LOAD-MASK-OPEN
           END-IF.
           PERFORM READ-SURRREG.
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
              PERFORM READ-SURRREG
           END-PERFORM.
           CLOSE SURRREG.
           DISPLAY 'CPRFILE. REGISTRY LINKAGES PRELOADED: '
                   WS-MASK-COUNT.
       LOAD-MASK-OPEN.
      *    CPRSPLIT HAS ALREADY REGISTERED EVERY SURROGATE A
      *    PARTITION CAN NEED, SO A PARTITION NEVER APPENDS.
           IF PART-MODE
              GO TO LOAD-MASK-DONE
           END-IF.
           OPEN EXTEND SURRREG.
           IF SURRREG-STATUS = 35
              OPEN OUTPUT SURRREG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       LOAD-MASK-DONE.
           EXIT SECTION.

       READ-SURRREG SECTION.
              MOVE WS-CPR TO WS-CPR-OUT
              GO TO MASK-CPR-DONE
           END-IF.
           MOVE WS-CPR TO MW-REAL.
           READ MASKWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MW-SURR TO WS-CPR-OUT
                 GO TO MASK-CPR-DONE
           END-READ.
           IF PART-MODE
              DISPLAY '*** CPRFILE - CPR ' WS-CPR(1:6) '**** NOT ON '
                      'THE REGISTRY - MASKED WITHOUT LINKAGE ***'
              MOVE 8 TO RETURN-CODE
              MOVE WS-CPR TO WS-CPR-OUT
              MOVE '****' TO WS-CPR-OUT(7:4)
              GO TO MASK-CPR-DONE
           END-IF.
           IF WS-MASK-COUNT >= 886096
              IF NOT WS-MASK-FULL
                 SET WS-MASK-FULL TO TRUE
                 DISPLAY '*** CPRFILE - THE REGISTRY HAS ISSUED EVERY '
                         'SURROGATE THERE IS - FURTHER CPRS MASKED '
                         'WITHOUT REGISTRY LINKAGE ***'
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE WS-CPR TO WS-CPR-OUT
           END-IF.
           ADD 1 TO WS-MASK-COUNT.
           MOVE WS-CPR TO WS-CPR-OUT.
           PERFORM NUMBER-SURROGATE.
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
       MASK-CPR-DONE.
           EXIT SECTION.

       NUMBER-SURROGATE SECTION.
      *    SURROGATE NUMBER WS-MASK-COUNT INTO WS-CPR-OUT(7:4). THE
      *    FIRST 10000 ARE A LETTER AND THREE DIGITS, THE LETTER
      *    ADVANCING EVERY 1000 ENTRIES; FROM 10001 ON THEY ARE TWO
      *    LETTERS AND TWO CHARACTERS OF 0-9/A-Z, WHICH LASTS
      *    ANOTHER 876096 ENTRIES. THE TWO FORMS NEVER COLLIDE AND
      *    NEITHER EVER LOOKS LIKE A REAL ALL-DIGIT CPR SEQUENCE.
      *    EVERY PROGRAM THAT ISSUES SURROGATES NUMBERS THEM THE
      *    SAME WAY.
           IF WS-MASK-COUNT <= 10000
              COMPUTE WS-MASK-LTR-IDX =
                      (WS-MASK-COUNT - 1) / 1000 + 1
              DIVIDE WS-MASK-COUNT BY 1000 GIVING WS-MASK-SEQ-REM
                     REMAINDER WS-MASK-SEQ-X
              MOVE WS-MASK-LETTERS(WS-MASK-LTR-IDX:1)
                   TO WS-CPR-OUT(7:1)
              MOVE WS-MASK-SEQ-X TO WS-CPR-OUT(8:3)
              GO TO NUMBER-SURROGATE-DONE
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
       NUMBER-SURROGATE-DONE.
           EXIT SECTION.

       CHECK-DUPLICATE-CPR SECTION.
      *    HAS THIS CPR NUMBER ALREADY BEEN PROCESSED IN THIS RUN
      *    (ANY SUB-FILE)? A FIRST-TIMER IS REMEMBERED ON SEENWORK
      *    TOGETHER WITH THE SUB-FILE IT ARRIVED UNDER; A REPEAT IS
      *    FLAGGED FOR MAIN1 TO SKIP, WITH THE FIRST ARRIVAL LEFT IN
      *    THE SEENWORK RECORD AREA FOR WRITE-DUPLICATE.
           SET WS-DUP-NEW TO TRUE.
           MOVE WS-CPR TO SW-CPR.
           READ SEENWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-DUP-FOUND TO TRUE
           END-READ.
           IF WS-DUP-NEW
              MOVE SPACES TO SEENWORK-RECORD
              MOVE WS-CPR TO SW-CPR
              MOVE WS-SUBFILE-DATE TO SW-DATE
              MOVE WS-SUBFILE-BRANCH TO SW-BRANCH
              WRITE SEENWORK-RECORD
              IF SEENWORK-STATUS NOT = 0
                 DISPLAY '*** CPRFILE - SEENWORK WRITE FAILED, '
                         'STATUS ' SEENWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           EXIT SECTION.

       LOAD-PRESEEN SECTION.
      *    PARTITION RUNS ONLY : START SEENWORK WITH EVERY CPR
      *    WHOSE FIRST OCCURRENCE TONIGHT WENT TO ANOTHER PARTITION,
      *    SO ITS RECORDS HERE ARE SKIPPED AS DUPLICATES AND
      *    REPORTED AGAINST THE SUB-FILE IT FIRST ARRIVED UNDER.
           OPEN INPUT PRESEEN.
           IF PRESEEN-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PRESEEN' PRESEEN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-PRESEEN.
           PERFORM TEST BEFORE UNTIL PV-EOF
              ADD 1 TO WS-PRESEEN-COUNT
              MOVE SPACES TO SEENWORK-RECORD
              MOVE PV-CPR TO SW-CPR
              MOVE PV-DATE TO SW-DATE
              MOVE PV-BRANCH TO SW-BRANCH
              WRITE SEENWORK-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
              PERFORM READ-PRESEEN
           END-PERFORM.
           CLOSE PRESEEN.
           DISPLAY 'CPRFILE. CPRS SEEN IN OTHER PARTITIONS: '
                   WS-PRESEEN-COUNT.
           EXIT SECTION.

       READ-PRESEEN SECTION.
           READ PRESEEN
                AT END SET PV-EOF TO TRUE
           END-READ.
           EXIT SECTION.

       WRITE-DUPLICATE SECTION.
      *    SECOND OCCURRENCE OF A CPR NUMBER - SKIP IT SO THE TOTALS
      *    AND CPROUT COUNT EACH PERSON ONCE, AND LOG BOTH SUB-FILE
      *    DATES/BRANCHES FOR THE FOLLOW-UP WITH THE BRANCH.
           MOVE SPACES TO DUP-RECORD.
           MOVE WS-CPR-OUT TO DUP-CPR.
           MOVE SW-DATE TO DUP-FIRST-DATE.
           MOVE SW-BRANCH TO DUP-FIRST-BRANCH.
           MOVE WS-SUBFILE-DATE TO DUP-SECOND-DATE.
           MOVE WS-SUBFILE-BRANCH TO DUP-SECOND-BRANCH.
           EVALUATE TRUE
           END-EVALUATE.
           ADD 1 TO WS-DUP-COUNT.
           ADD 1 TO WS-GRAND-DUP-COUNT.
           MOVE WS-SUBFILE-BRANCH TO WS-BRS-KEY.
           PERFORM FIND-BRANCH-STATS.
           ADD 1 TO WS-BRS-DUPS.
           PERFORM SAVE-BRANCH-STATS.
           DISPLAY 'CPRFILE. DUPLICATE CPR SKIPPED: ' WS-CPR-OUT.
           EXIT SECTION.

              ADD 1 TO WS-GRAND-DELETE-COUNT
              GO TO PROCESS-DELETE-DONE
           END-IF.
      *    A MEMBER WITH NOMINATED SURVIVORS LEAVES A SURVIVOR CASE
      *    BEHIND, BUILT FROM THE MASTER RECORD BEFORE IT GOES -
      *    UNLESS THE BRANCH SAYS THE MEMBER LEFT, WHEN THERE IS NO
      *    CLAIM TO MAKE. THE RECORD IS READ BACK IN ANY CASE - ITS
      *    IMAGE GOES TO THE CHANGE HISTORY SO THE DELETE CAN BE
      *    BACKED OUT.
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-CPR TO RM-CPR.
           MOVE SPACES TO WS-CH-IMAGE.
           SET WS-NO-BENEF TO TRUE.
           READ CPRMAST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MASTER-RECORD TO WS-CH-IMAGE
                 IF BENEF-PRESENT AND NOT IN-DEL-LEAVER
                    PERFORM CHECK-BENEFICIARIES
                    IF WS-HAS-BENEF
                       PERFORM WRITE-SURVIVOR-CASE
                    END-IF
                 END-IF
           END-READ.
      *    THE REASON GOES ON THE DELETE ENTRY FOR PENSVEST, WHICH
      *    SETTLES ONLY LEAVERS. A DELETE THAT STATES NO REASON BUT
      *    OPENED A SURVIVOR CASE IS TAKEN AS A DEATH; OTHERWISE AN
      *    UNSTATED REASON STAYS BLANK AND PENSVEST HOLDS THE MEMBER
      *    FOR HR RATHER THAN GUESS.
           EVALUATE TRUE
              WHEN IN-DEL-DEATH
                 MOVE 'D' TO WS-CH-DEL-REASON
              WHEN IN-DEL-LEAVER
                 MOVE 'L' TO WS-CH-DEL-REASON
              WHEN WS-HAS-BENEF
                 MOVE 'D' TO WS-CH-DEL-REASON
              WHEN OTHER
                 MOVE SPACE TO WS-CH-DEL-REASON
           END-EVALUATE.
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-CPR TO RM-CPR.
           DELETE CPRMAST
                 ADD 1 TO WS-GRAND-DELETE-COUNT
                 DISPLAY 'CPRFILE. MASTER RECORD DELETED: '
                         WS-CPR-OUT
                 MOVE 'DELETE' TO WS-CH-FIELD
                 MOVE SPACES TO WS-CH-OLD
                 MOVE SPACES TO WS-CH-NEW
                 PERFORM WRITE-CHANGE-HISTORY
           END-DELETE.
           MOVE SPACE TO WS-CH-DEL-REASON.
       PROCESS-DELETE-DONE.
           EXIT SECTION.

       CONSUME-DELETE-AMOUNT SECTION.
      *    A DELETE RECORD NORMALLY PAIRS WITH NO AMOUNT. WHEN THE
      *    BANK FEED CARRIES ONE ANYWAY, TAKE IT OFF AMTWORK (SO
      *    THE END-OF-RUN RECONCILIATION DOES NOT FLAG IT AND FAIL
      *    THE NIGHT) AND LOG IT AS A 'D' EXCEPTION FOR FINANCE TO
      *    FOLLOW UP.
           MOVE WS-CPR TO WS-AMT-KEY-CPR.
           PERFORM TAKE-AMOUNT.
           IF WS-AMT-MISSED
              GO TO CONSUME-DELETE-AMOUNT-DONE
           END-IF.
           ADD 1 TO WS-DELAMT-COUNT.
           PERFORM NOTE-BRANCH-AMT-EXCP.
           DISPLAY 'CPRFILE. AMOUNT RECEIVED FOR DELETED CPR: '
                   WS-CPR-OUT.
           EVALUATE TRUE
                 MOVE SPACES TO AMTEXCP-RECORD
                 MOVE 'D' TO AX-TYPE
                 MOVE WS-CPR-OUT TO AX-CPR
                 MOVE WS-AMT-VALUE TO WS-AMOUNT-FORMAT
                 MOVE WS-AMOUNT-FORMAT TO WS-LOCALE-FIELD
                 PERFORM SWAP-LOCALE-DECIMAL
                 MOVE WS-LOCALE-FIELD TO AX-AMOUNT
       CONSUME-DELETE-AMOUNT-DONE.
           EXIT SECTION.

       CHECK-PENSIONER SECTION.
      *    A MEMBER PENSCONV HAS CONVERTED TO A PENSIONER IS PAID BY
      *    THE PENSIONS PAYROLL AND NO LONGER CONTRIBUTES. LOOK THE
      *    CPR UP ON THE MASTER BEFORE ANY MATCHING IS DONE.
           MOVE WS-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RM-PENSIONER
                    SET WS-PENSIONER-FOUND TO TRUE
                 END-IF
           END-READ.
           EXIT SECTION.

       PROCESS-PENSIONER SECTION.
      *    THE RECORD IS NOT VALIDATED, MATCHED, LEDGERED OR UPSERTED
      *    - THE PENSIONER'S MASTER RECORD STAYS AS PENSCONV LEFT IT.
      *    ANY AMOUNT THE BANK SENT FOR THE CPR IS TAKEN OFF (SO
      *    THE END-OF-RUN RECONCILIATION DOES NOT ALSO REPORT IT AS
      *    AN ORPHAN) AND THE RECORD IS LOGGED AS A 'P' EXCEPTION,
      *    ONE PER RECORD, FOR FINANCE TO FOLLOW UP.
           ADD 1 TO WS-PENSREC-COUNT.
           PERFORM NOTE-BRANCH-AMT-EXCP.
           DISPLAY 'CPRFILE. CONTRIBUTION FOR PENSIONER NOT MATCHED: '
                   WS-CPR-OUT.
           MOVE ZERO TO WS-CONTRIB.
           MOVE WS-CPR TO WS-AMT-KEY-CPR.
           PERFORM TAKE-AMOUNT.
           IF WS-AMT-TAKEN
              MOVE WS-AMT-VALUE TO WS-CONTRIB
           END-IF.
           EVALUATE TRUE
              WHEN REPLAY-ACTIVE
                 CONTINUE
              WHEN WS-AMTX-SKIP > 0
                 SUBTRACT 1 FROM WS-AMTX-SKIP
              WHEN OTHER
                 MOVE SPACES TO AMTEXCP-RECORD
                 MOVE 'P' TO AX-TYPE
                 MOVE WS-CPR-OUT TO AX-CPR
                 MOVE WS-CONTRIB TO WS-AMOUNT-FORMAT
                 MOVE WS-AMOUNT-FORMAT TO WS-LOCALE-FIELD
                 PERFORM SWAP-LOCALE-DECIMAL
                 MOVE WS-LOCALE-FIELD TO AX-AMOUNT
                 WRITE AMTEXCP-RECORD
           END-EVALUATE.
           MOVE ZERO TO WS-CONTRIB.
           EXIT SECTION.

       REJECT-BAD-ACTION SECTION.
      *    AN ACTION CODE THAT IS NEITHER ADD/CHANGE NOR DELETE -
      *    THE RECORD GOES TO CPRREJECT WITH ITS OWN RC SO THE
      *    AND STAMP THE RECORD WITH THE DATE OF THIS RUN. AN
      *    EXISTING RECORD IS READ BACK FIRST SO A REWRITE THAT
      *    CHANGES GENDER, SCHEME OR RC LEAVES A CHANGE-HISTORY
      *    RECORD INSTEAD OF OVERWRITING THE OLD VALUE BLIND. THE
      *    REWRITE IS BUILT OVER THE RECORD JUST READ, SO MASTER
      *    FIELDS THIS PROGRAM DOES NOT MAINTAIN ARE CARRIED ACROSS.
      *    A DEFERRED LEAVER SENT AGAIN HAS BEEN TAKEN BACK ON : THE
      *    FROZEN BENEFIT AND LEAVING DATE GO, THE MEMBER IS ACTIVE
      *    AGAIN AND A 'STATUS' ENTRY KEEPS THE DEFERRED RECORD.
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-CPR TO RM-CPR.
           MOVE 'N' TO WS-REJOIN-SW.
           READ CPRMAST
              INVALID KEY
                 SET WS-MASTER-NEW TO TRUE
                 MOVE SPACES TO MASTER-RECORD
              NOT INVALID KEY
                 SET WS-MASTER-FOUND TO TRUE
                 IF RM-DEFERRED
                    SET WS-REJOINER TO TRUE
                    MOVE MASTER-RECORD TO WS-CH-IMAGE
                 END-IF
                 MOVE RM-GENDER TO WS-OLD-GENDER
                 MOVE RM-SCHEME TO WS-OLD-SCHEME
                 MOVE RM-RC TO WS-OLD-RC
                    MOVE ZERO TO WS-OLD-AMT
                 END-IF
           END-READ.
           MOVE WS-CPR TO RM-CPR.
           MOVE WS-AGE TO RM-AGE.
           MOVE RM-AGE TO WS-LOCALE-FIELD.
           MOVE IN-SCHEME TO RM-SCHEME.
           MOVE WS-RUN-DATE TO RM-LASTUPD.
           MOVE WS-CONTRIB TO RM-LASTAMT.
           MOVE WS-SUBFILE-BRANCH TO RM-BRANCH.
           IF WS-REJOINER
              SET RM-ACTIVE TO TRUE
              MOVE SPACES TO RM-CONV-DATE
              MOVE ZERO TO RM-DEFER-BEN
              MOVE 'STATUS' TO WS-CH-FIELD
              MOVE 'D' TO WS-CH-OLD
              MOVE 'A' TO WS-CH-NEW
              PERFORM WRITE-CHANGE-HISTORY
              DISPLAY 'CPRFILE. DEFERRED MEMBER ACTIVE AGAIN: '
                      WS-CPR-OUT
           END-IF.
           IF WS-MASTER-FOUND
              PERFORM LOG-MASTER-CHANGES
              PERFORM CHECK-VARIANCE
                            'FOR ' WS-CPR-OUT ' STATUS '
                            CPRMAST-STATUS
                    MOVE 12 TO RETURN-CODE
                 NOT INVALID KEY
                    MOVE MASTER-RECORD TO WS-CH-IMAGE
                    MOVE 'INSERT' TO WS-CH-FIELD
                    MOVE SPACES TO WS-CH-OLD
                    MOVE SPACES TO WS-CH-NEW
                    PERFORM WRITE-CHANGE-HISTORY
              END-WRITE
           END-IF.
      *    THE TOUCHED KEY GOES ON THE NIGHTLY CHANGE QUEUE FOR
           EXIT SECTION.

       WRITE-CHANGE-HISTORY SECTION.
      *    AN INSERT OR DELETE CARRIES THE WHOLE RECORD, ITS CPR IN
      *    THE SAME PRESENTABLE FORM AS CH-CPR.
           MOVE SPACES TO CHGHIST-RECORD.
           MOVE WS-CPR-OUT TO CH-CPR.
           MOVE WS-CH-FIELD TO CH-FIELD.
           MOVE WS-CH-OLD TO CH-OLD.
           MOVE WS-CH-NEW TO CH-NEW.
           MOVE WS-RUN-DATE TO CH-DATE.
           MOVE WS-SUBFILE-BRANCH TO CH-BRANCH.
           MOVE 'CPRFILE' TO CH-PROGRAM.
           IF CH-FIELD-INSERT OR CH-FIELD-DELETE
              OR CH-FIELD = 'STATUS'
              MOVE WS-CH-IMAGE TO CH-IMAGE
              MOVE WS-CPR-OUT TO CH-IMAGE(1:10)
           END-IF.
           IF CH-FIELD-DELETE
              MOVE WS-CH-DEL-REASON TO CH-DEL-REASON
           END-IF.
           MOVE WS-CH-PEND-DATE TO CH-PEND-EFF-DATE.
           WRITE CHGHIST-RECORD.
           EXIT SECTION.

           MOVE WS-RUN-DATE TO RJ-FIRST-DATE.
           MOVE WS-SUBFILE-DATE TO RJ-SUBF-DATE.
           MOVE WS-SUBFILE-BRANCH TO RJ-SUBF-BRANCH.
           PERFORM NOTE-BRANCH-REJECT.
           EVALUATE TRUE
              WHEN REPLAY-ACTIVE
                 CONTINUE
           EXIT SECTION.

       RECONCILE-COUNTS SECTION.
      *    END-OF-RUN SWEEP OF AMTWORK : EVERY AMOUNT STILL ON IT
      *    IS AN AMOUNT THE BANK SENT FOR A CPR THAT NEVER CAME
      *    THROUGH ON FILEIN - LOG EACH ONE ON THE EXCEPTION FILE.
      *    AMOUNTIN IS READ A SECOND TIME SO THEY ARE LOGGED IN
      *    AMOUNTIN ORDER, THE ORDER CPRMERGE PUTS A PARTITIONED
      *    NIGHT BACK TOGETHER IN. ANY ORPHAN ON EITHER SIDE MEANS
      *    THE TWO FEEDS ARE NOT IN STEP AND THE RUN IS FLAGGED FOR
      *    FOLLOW-UP.
           OPEN INPUT AMOUNTIN.
           IF AMOUNTIN-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN AMOUNTIN' AMOUNTIN-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           MOVE '0' TO AM-MARKER.
           MOVE 0 TO WS-AMT-SEQ.
           PERFORM READ-AMOUNTIN.
           PERFORM TEST BEFORE UNTIL AM-EOF
              ADD 1 TO WS-AMT-SEQ
              MOVE AM-CPR TO AW-CPR
              MOVE WS-AMT-SEQ TO AW-SEQ
              READ AMTWORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-ORPHAN-AMT-COUNT
                    MOVE SPACES TO AMTEXCP-RECORD
                    MOVE 'A' TO AX-TYPE
                    MOVE AW-CPR TO AX-CPR
                    MOVE AW-VALUE TO WS-AMOUNT-FORMAT
                    MOVE WS-AMOUNT-FORMAT TO WS-LOCALE-FIELD
                    PERFORM SWAP-LOCALE-DECIMAL
                    MOVE WS-LOCALE-FIELD TO AX-AMOUNT
                    WRITE AMTEXCP-RECORD
              END-READ
              PERFORM READ-AMOUNTIN
           END-PERFORM.
           CLOSE AMOUNTIN.
           IF WS-ORPHAN-AMT-COUNT > 0 OR WS-GRAND-NOAMT-COUNT > 0
              DISPLAY '*** CPRFILE - FILEIN/AMOUNTIN DO NOT '
                      'RECONCILE BY CPR NUMBER ***'
           END-IF.
           EXIT SECTION.

       APPLY-PENDING-CHANGES SECTION.
      *    END-OF-RUN SWEEP OF PENDSCHM : EVERY PENDING SCHEME CHANGE
      *    WHOSE EFFECTIVE DATE HAS REACHED THE BUSINESS DATE, IN KEY
      *    ORDER, AFTER ALL OF TONIGHT'S FILEIN WORK. A PARTITION
      *    APPLIES ONLY THE ONES CPRSPLIT GAVE IT ON THE ROUTE FILE,
      *    SO NO TWO PARTITIONS EVER TOUCH THE SAME CHANGE. ONE THAT
      *    CANNOT BE APPLIED DOES NOT RAISE THE RETURN-CODE - THE
      *    REST OF THE NIGHT GATES ON IT - AND IS LEFT FOR THE
      *    PENSPEND EXCEPTION LIST.
           OPEN I-O PENDSCHM.
           IF PENDSCHM-STATUS = 35
              DISPLAY 'CPRFILE - NO PENDING SCHEME CHANGES FILE'
              GO TO APPLY-PENDING-DONE
           END-IF.
           IF PENDSCHM-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN PENDSCHM' PENDSCHM-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-SUBFILE-BRANCH TO WS-PEND-HOLD-BRANCH.
           IF PART-MODE
              PERFORM APPLY-ROUTED-CHANGES
           ELSE
              MOVE LOW-VALUES TO PS-KEY
              START PENDSCHM KEY IS NOT LESS THAN PS-KEY
                 INVALID KEY
                    SET PS-EOF TO TRUE
              END-START
              IF NOT PS-EOF
                 PERFORM READ-PENDSCHM
              END-IF
              PERFORM TEST BEFORE UNTIL PS-EOF
                 IF PS-PENDING AND PS-EFF-DATE <= WS-RUN-DATE
                    PERFORM APPLY-ONE-PENDING
                 END-IF
                 PERFORM READ-PENDSCHM
              END-PERFORM
           END-IF.
           CLOSE PENDSCHM.
           MOVE WS-PEND-HOLD-BRANCH TO WS-SUBFILE-BRANCH.
           DISPLAY 'CPRFILE - PENDING SCHEME CHANGES APPLIED '
                   WS-PEND-APPLIED-COUNT ' NOT APPLIED '
                   WS-PEND-EXCP-COUNT.
       APPLY-PENDING-DONE.
           EXIT SECTION.

       APPLY-ROUTED-CHANGES SECTION.
           OPEN INPUT ROUTE.
           IF ROUTE-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN ROUTE' ROUTE-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-ROUTE.
           PERFORM TEST BEFORE UNTIL RT-EOF
              IF RT-SCHEME-DUE AND RT-PART = WS-PART-NO
                 MOVE RT-CPR TO PS-CPR
                 MOVE RT-DATE TO PS-EFF-DATE
                 READ PENDSCHM
                    INVALID KEY
                       DISPLAY 'CPRFILE - ROUTED SCHEME CHANGE '
                               'FOR ' RT-CPR-OUT ' NO LONGER ON '
                               'PENDSCHM'
                    NOT INVALID KEY
                       IF PS-PENDING
                          PERFORM APPLY-ONE-PENDING
                       END-IF
                 END-READ
              END-IF
              PERFORM READ-ROUTE
           END-PERFORM.
           CLOSE ROUTE.
           EXIT SECTION.

       APPLY-ONE-PENDING SECTION.
      *    THE CHANGE IS MADE ONLY FROM THE SCHEME THE MEMBER WAS ON
      *    WHEN HR AGREED IT. IT THEN FLOWS THROUGH THE CHANGE
      *    HISTORY, THE SCHEME-CHANGE EXTRACT AND THE CHANGE QUEUE
      *    EXACTLY AS A SCHEME FLIP ON FILEIN DOES.
           MOVE PS-CPR TO WS-CPR.
           PERFORM MASK-CPR.
           MOVE PS-CPR TO RM-CPR.
           READ CPRMAST
              INVALID KEY
                 SET PS-EXCEPTION TO TRUE
                 SET PS-MEMBER-GONE TO TRUE
                 GO TO APPLY-ONE-MARK
           END-READ.
      *    A MEMBER CONVERTED TO A PENSIONER OR DEFERRED AS A LEAVER
      *    SINCE THE CHANGE WAS AGREED NO LONGER CONTRIBUTES, SO THE
      *    SCHEME IS LEFT AS IT IS.
           IF NOT RM-ACTIVE
              SET PS-EXCEPTION TO TRUE
              SET PS-NOT-ACTIVE TO TRUE
              GO TO APPLY-ONE-MARK
           END-IF.
           IF RM-SCHEME NOT = PS-FROM-SCHEME
              SET PS-EXCEPTION TO TRUE
              SET PS-SCHEME-MOVED TO TRUE
              GO TO APPLY-ONE-MARK
           END-IF.
           MOVE RM-SCHEME TO WS-OLD-SCHEME.
           MOVE PS-NEW-SCHEME TO RM-SCHEME.
           MOVE WS-RUN-DATE TO RM-LASTUPD.
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY '*** CPRFILE - CPRMAST UPSERT FAILED '
                         'FOR ' WS-CPR-OUT ' STATUS '
                         CPRMAST-STATUS
                 MOVE 12 TO RETURN-CODE
                 GO TO APPLY-ONE-DONE
           END-REWRITE.
           MOVE RM-BRANCH TO WS-SUBFILE-BRANCH.
           MOVE 'SCHEME' TO WS-CH-FIELD.
           MOVE WS-OLD-SCHEME TO WS-CH-OLD.
           MOVE PS-NEW-SCHEME TO WS-CH-NEW.
           MOVE PS-EFF-DATE TO WS-CH-PEND-DATE.
           PERFORM WRITE-CHANGE-HISTORY.
           MOVE SPACES TO WS-CH-PEND-DATE.
           MOVE SPACES TO SCHMCHG-RECORD.
           MOVE WS-CPR-OUT TO SC-CPR.
           MOVE WS-CH-FIELD TO SC-FIELD.
           MOVE WS-CH-OLD TO SC-OLD.
           MOVE WS-CH-NEW TO SC-NEW.
           MOVE WS-RUN-DATE TO SC-DATE.
           WRITE SCHMCHG-RECORD.
           DISPLAY 'CPRFILE. SCHEME CHANGE ' WS-CPR-OUT
                   ' FROM ' WS-OLD-SCHEME ' TO ' PS-NEW-SCHEME
                   ' EFFECTIVE ' PS-EFF-DATE.
           MOVE SPACES TO CHGQUEUE-RECORD.
           MOVE WS-CPR TO CQ-CPR.
           WRITE CHGQUEUE-RECORD.
           SET PS-APPLIED TO TRUE.
           MOVE SPACES TO PS-REASON.
       APPLY-ONE-MARK.
           MOVE WS-RUN-DATE TO PS-DONE-DATE.
           REWRITE PENDSCHM-RECORD
              INVALID KEY
                 DISPLAY '*** CPRFILE - PENDSCHM REWRITE FAILED '
                         'FOR ' WS-CPR-OUT ' STATUS '
                         PENDSCHM-STATUS
                 MOVE 12 TO RETURN-CODE
                 GO TO APPLY-ONE-DONE
           END-REWRITE.
           IF PS-APPLIED
              ADD 1 TO WS-PEND-APPLIED-COUNT
           ELSE
              ADD 1 TO WS-PEND-EXCP-COUNT
              DISPLAY '*** CPRFILE - SCHEME CHANGE ' WS-CPR-OUT
                      ' EFFECTIVE ' PS-EFF-DATE ' NOT APPLIED - '
                      PS-REASON
           END-IF.
       APPLY-ONE-DONE.
           EXIT SECTION.

       READ-PENDSCHM SECTION.
           READ PENDSCHM NEXT RECORD
                AT END SET PS-EOF TO TRUE
           END-READ.
           EXIT SECTION.

       READ-ROUTE SECTION.
           READ ROUTE
                AT END SET RT-EOF TO TRUE
           END-READ.
           EXIT SECTION.

       PRINT-CONTROL-TOTALS SECTION.
      *    END-OF-RUN CONTROL TOTALS OVER THE WHOLE FILEIN PASS.
           IF WS-REC-COUNT > 0
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-GRAND-DUP-COUNT TO WS-MF-COUNT.
           PERFORM WRITE-ONE-MANIFEST.
           MOVE 'SURVCAS' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-CASE-COUNT TO WS-MF-COUNT.
           PERFORM WRITE-ONE-MANIFEST.
           MOVE 'CONTLEDG' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-LEDGER-COUNT TO WS-MF-COUNT.
           PERFORM WRITE-ONE-MANIFEST.
           MOVE 'QUARFILE' TO WS-MF-FILE.
           MOVE 'W' TO WS-MF-IO.
           MOVE WS-QUAR-REC-COUNT TO WS-MF-COUNT.
           PERFORM WRITE-ONE-MANIFEST.
           EXIT SECTION.

       WRITE-ONE-MANIFEST SECTION.
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
           PERFORM SWAP-LOCALE-DECIMAL.
           MOVE WS-LOCALE-FIELD TO WS-AMT-SUM-FORMAT.
           DISPLAY '  CONTRIBUTIONS FEMALE ' WS-AMT-SUM-FORMAT.
           DISPLAY '===================================='.
           IF WS-QUAR-SUBF-COUNT > 0
              PERFORM PRINT-QUARANTINE-LIST
           END-IF.
           PERFORM PRINT-AGE-BRACKETS.
           EXIT SECTION.

       PRINT-QUARANTINE-LIST SECTION.
      *    NAME EVERY SUB-FILE SET ASIDE TONIGHT SO OPERATIONS CAN
      *    CHASE THE RESEND - NONE OF ITS RECORDS WERE APPLIED.
           DISPLAY 'CPRFILE QUARANTINED SUB-FILES - NOT APPLIED'.
           PERFORM START-SUBFWORK.
           PERFORM TEST BEFORE UNTIL SF-EOF
              IF NOT SF-BALANCED
                 DISPLAY '  DATE=' SF-DATE
                         ' BRANCH=' SF-BRANCH
                         ' REASON=' SF-REASON
                         ' RECORDS=' SF-ACT-COUNT
                         ' TRAILER=' SF-TRL-COUNT
              END-IF
              PERFORM READ-SUBFWORK
           END-PERFORM.
           DISPLAY '===================================='.
           EXIT SECTION.

       WRITE-DEMOHIST SECTION.
      *    APPEND THIS RUN'S GRAND TOTALS TO THE DEMOGRAPHICS
      *    HISTORY. WS-GRAND-AVG-AGE IS ALREADY COMPUTED BY
       WRITE-DEMOHIST-DONE.
           EXIT SECTION.

       WRITE-PARTSTAT SECTION.
      *    PARTITION RUNS ONLY : THE RUN'S GRAND TOTALS AND FINAL
      *    RETURN-CODE AS ONE RECORD, FOR CPRMERGE TO ADD UP WITH
      *    THE OTHER PARTITIONS' INTO THE NIGHT'S DEMOHIST RECORD,
      *    MANIFESTS AND AUDIT END EVENT.
           OPEN OUTPUT PARTSTAT.
           IF PARTSTAT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PARTSTAT' PARTSTAT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO WRITE-PARTSTAT-DONE
           END-IF.
           MOVE SPACES TO PARTSTAT-RECORD.
           MOVE WS-PART-NO TO PT-PART.
           MOVE WS-RUN-DATE TO PT-DATE.
           MOVE RETURN-CODE TO PT-RETC.
           MOVE WS-FILEIN-RECNO TO PT-FILEIN-CT.
           MOVE WS-AMOUNTIN-COUNT TO PT-AMOUNTIN-CT.
           MOVE WS-GRAND-REC-COUNT TO PT-REC-CT.
           MOVE WS-GRAND-MALE-COUNT TO PT-MALE-CT.
           MOVE WS-GRAND-FEMALE-COUNT TO PT-FEMALE-CT.
           MOVE WS-GRAND-AGE-SUM TO PT-AGE-SUM.
           MOVE WS-GRAND-REJECT-COUNT TO PT-REJECT-CT.
           MOVE WS-GRAND-DUP-COUNT TO PT-DUP-CT.
           MOVE WS-GRAND-DELETE-COUNT TO PT-DELETE-CT.
           MOVE WS-GRAND-DELNF-COUNT TO PT-DELNF-CT.
           MOVE WS-GRAND-NOAMT-COUNT TO PT-NOAMT-CT.
           MOVE WS-ORPHAN-AMT-COUNT TO PT-ORPHAN-CT.
           MOVE WS-DELAMT-COUNT TO PT-DELAMT-CT.
           MOVE WS-PENSREC-COUNT TO PT-PENSREC-CT.
           MOVE WS-LEDGER-COUNT TO PT-LEDGER-CT.
           MOVE WS-CASE-COUNT TO PT-CASE-CT.
           MOVE WS-QUAR-SUBF-COUNT TO PT-QUAR-SUBF-CT.
           MOVE WS-QUAR-REC-COUNT TO PT-QUAR-REC-CT.
           MOVE WS-QUAR-AMT-COUNT TO PT-QUAR-AMT-CT.
           MOVE WS-VARIANCE-COUNT TO PT-VARIANCE-CT.
           MOVE WS-GRAND-AMOUNT-SUM TO PT-AMOUNT-SUM.
           MOVE WS-GRAND-MALE-AMOUNT-SUM TO PT-MALE-AMOUNT-SUM.
           MOVE WS-GRAND-FEMALE-AMOUNT-SUM TO PT-FEMALE-AMOUNT-SUM.
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                   UNTIL WS-BRACKET-IDX > 10
              MOVE WS-AGE-BRACKET-CT(WS-BRACKET-IDX) TO
                   PT-BRACKET-CT(WS-BRACKET-IDX)
              MOVE WS-AGE-BRACKET-AMT(WS-BRACKET-IDX) TO
                   PT-BRACKET-AMT(WS-BRACKET-IDX)
           END-PERFORM.
           WRITE PARTSTAT-RECORD.
           CLOSE PARTSTAT.
       WRITE-PARTSTAT-DONE.
           EXIT SECTION.

       WRITE-BRSTATS SECTION.
      *    ONE 'F' RECORD PER BRANCH SEEN TONIGHT, IN BRANCH ORDER
      *    OFF BRSWORK, ON THE BRANCH
      *    DATA-QUALITY HISTORY - APPENDED, FALLING BACK TO OPEN
      *    OUTPUT FOR A BRAND-NEW DATASET. A PARTITION WRITES A
      *    FRESH FILE OF ITS OWN FOR CPRMERGE TO APPEND.
           IF PART-MODE
              OPEN OUTPUT BRSTATS
           ELSE
              OPEN EXTEND BRSTATS
              IF BRSTATS-STATUS = 35
                 OPEN OUTPUT BRSTATS
              END-IF
           END-IF.
           IF BRSTATS-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BRSTATS' BRSTATS-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO WRITE-BRSTATS-DONE
           END-IF.
           MOVE '0' TO BX-MARKER.
           MOVE LOW-VALUES TO BX-BRANCH.
           START BRSWORK KEY IS NOT LESS THAN BX-BRANCH
              INVALID KEY
                 SET BX-EOF TO TRUE
           END-START.
           PERFORM READ-BRSWORK.
           PERFORM TEST BEFORE UNTIL BX-EOF
              MOVE SPACES TO BRSTATS-RECORD
              SET BS-INTAKE TO TRUE
              MOVE WS-RUN-DATE TO BS-DATE
              MOVE WS-BRS-BRANCH TO BS-BRANCH
              MOVE WS-BRS-RECEIVED TO BS-RECEIVED
              MOVE WS-BRS-REJECTS TO BS-REJECTS
              MOVE WS-BRS-DUPS TO BS-DUPS
              MOVE WS-BRS-AMT-EXCP TO BS-AMT-EXCP
              PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                      UNTIL WS-RSN-SUB > 8
                 MOVE WS-BRS-RSN(WS-RSN-SUB) TO
                      BS-REASON(WS-RSN-SUB)
                 MOVE WS-BRS-RSN-CT(WS-RSN-SUB) TO
                      BS-REASON-CT(WS-RSN-SUB)
              END-PERFORM
              MOVE WS-BRS-RSN-OTHER TO BS-REASON-OTHER
              MOVE 0 TO BS-CORRECTED BS-CORR-NIGHTS BS-OUTSTANDING
              WRITE BRSTATS-RECORD
              PERFORM READ-BRSWORK
           END-PERFORM.
           CLOSE BRSTATS.
           DISPLAY 'CPRFILE. BRANCH STATISTICS WRITTEN: '
                   WS-BRS-COUNT.
       WRITE-BRSTATS-DONE.
           EXIT SECTION.

       READ-BRSWORK SECTION.
           IF NOT BX-EOF
              READ BRSWORK NEXT RECORD INTO WS-BRS-ENTRY
                   AT END SET BX-EOF TO TRUE
              END-READ
           END-IF.
           EXIT SECTION.

       START-SUBFWORK SECTION.
      *    POSITION SUBFWORK ON THE FIRST SUB-FILE AND READ IT.
           MOVE '0' TO SF-MARKER.
           MOVE 0 TO SF-SEQ.
           START SUBFWORK KEY IS GREATER THAN SF-SEQ
              INVALID KEY
                 SET SF-EOF TO TRUE
           END-START.
           PERFORM READ-SUBFWORK.
           EXIT SECTION.

       READ-SUBFWORK SECTION.
           IF NOT SF-EOF
              READ SUBFWORK NEXT RECORD
                   AT END SET SF-EOF TO TRUE
              END-READ
           END-IF.
           EXIT SECTION.

       TALLY-BRANCH-RECEIVED SECTION.
      *    EVERY DATA RECORD OF EVERY SUB-FILE COUNTS AS RECEIVED
      *    FROM ITS BRANCH, QUARANTINED OR NOT - VALIDATE-SUBFILES
      *    HAS ALREADY COUNTED THEM. BRSWORK IS EMPTIED HERE, BEFORE
      *    ITS FIRST USE OF THE NIGHT.
           OPEN OUTPUT BRSWORK.
           IF BRSWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN BRSWORK' BRSWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE BRSWORK.
           OPEN I-O BRSWORK.
           IF BRSWORK-STATUS NOT = 0 THEN
              DISPLAY 'FILE STATUS AT OPEN BRSWORK' BRSWORK-STATUS
              MOVE 16 to RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM START-SUBFWORK.
           PERFORM TEST BEFORE UNTIL SF-EOF
              MOVE SF-BRANCH TO WS-BRS-KEY
              PERFORM FIND-BRANCH-STATS
              ADD SF-ACT-COUNT TO WS-BRS-RECEIVED
              PERFORM SAVE-BRANCH-STATS
              PERFORM READ-SUBFWORK
           END-PERFORM.
           EXIT SECTION.

       FIND-BRANCH-STATS SECTION.
      *    THE TALLIES OF BRANCH WS-BRS-KEY INTO WS-BRS-ENTRY, ADDED
      *    TO BRSWORK ON THE BRANCH'S FIRST APPEARANCE.
           IF WS-BRS-BRANCH = WS-BRS-KEY
              GO TO FIND-BRANCH-STATS-DONE
           END-IF.
           MOVE WS-BRS-KEY TO BX-BRANCH.
           READ BRSWORK INTO WS-BRS-ENTRY.
           IF BRSWORK-STATUS = 23
              INITIALIZE WS-BRS-ENTRY
              MOVE WS-BRS-KEY TO WS-BRS-BRANCH
              ADD 1 TO WS-BRS-COUNT
              WRITE BRSWORK-RECORD FROM WS-BRS-ENTRY
           END-IF.
           IF BRSWORK-STATUS NOT = 0
              DISPLAY '*** CPRFILE - BRSWORK READ/WRITE FAILED FOR '
                      WS-BRS-KEY ', STATUS ' BRSWORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       FIND-BRANCH-STATS-DONE.
           EXIT SECTION.

       SAVE-BRANCH-STATS SECTION.
           REWRITE BRSWORK-RECORD FROM WS-BRS-ENTRY
              INVALID KEY
                 DISPLAY '*** CPRFILE - BRSWORK REWRITE FAILED FOR '
                         WS-BRS-BRANCH ', STATUS ' BRSWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.
           EXIT SECTION.

       NOTE-BRANCH-REJECT SECTION.
      *    COUNT THE REJECT JUST BUILT AGAINST ITS SUB-FILE BRANCH,
      *    UNDER ITS REASON CODE.
           MOVE WS-SUBFILE-BRANCH TO WS-BRS-KEY.
           PERFORM FIND-BRANCH-STATS.
           ADD 1 TO WS-BRS-REJECTS.
           MOVE 0 TO WS-RSN-HIT.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 8
                      OR WS-RSN-HIT > 0
              IF WS-BRS-RSN(WS-RSN-SUB) = RJ-REASON
                 OR WS-BRS-RSN(WS-RSN-SUB) = SPACES
                 MOVE WS-RSN-SUB TO WS-RSN-HIT
              END-IF
           END-PERFORM.
           IF WS-RSN-HIT = 0
              ADD 1 TO WS-BRS-RSN-OTHER
           ELSE
              MOVE RJ-REASON TO WS-BRS-RSN(WS-RSN-HIT)
              ADD 1 TO WS-BRS-RSN-CT(WS-RSN-HIT)
           END-IF.
           PERFORM SAVE-BRANCH-STATS.
           EXIT SECTION.

       NOTE-BRANCH-AMT-EXCP SECTION.
      *    AN AMOUNT EXCEPTION ON A RECORD OF THE SUB-FILE IN HAND.
           MOVE WS-SUBFILE-BRANCH TO WS-BRS-KEY.
           PERFORM FIND-BRANCH-STATS.
           ADD 1 TO WS-BRS-AMT-EXCP.
           PERFORM SAVE-BRANCH-STATS.
           EXIT SECTION.

       PRINT-AGE-BRACKETS SECTION.
      *    AGE-DECADE DISTRIBUTION OVER THE WHOLE RUN, PRINTED RIGHT
      *    AFTER THE GRAND TOTALS.
