       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSERAS.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSERAS CARRIES OUT APPROVED DATA-PROTECTION ERASURE     *
      * REQUESTS. EACH ERASCARD CARD NAMES ONE REAL CPR WITH THE  *
      * REQUEST REFERENCE, WHO APPROVED IT AND WHEN. THE PERSON   *
      * IS TAKEN OUT OF EVERY PENSION FILE THAT HOLDS A CPR :     *
      *    CPRMAST            - THE MEMBER RECORD IS DELETED      *
      *    CONTLEDG           - LEDGER CONTRIBUTIONS DELETED      *
      *    ADDRMAST           - THE ADDRESS RECORD IS DELETED     *
      *    CPRXREF/EMPXREF    - EMPLOYEE-NUMBER LINKS DELETED, A  *
      *                         PREVIOUS-CPR REFERENCE CLEARED    *
      *    PENDSCHM           - PENDING SCHEME CHANGES DELETED    *
      *    SURVCAS            - THE PERSON'S OWN CLOSED OR        *
      *                         CANCELLED SURVIVOR CASE DELETED   *
      *    BENEFMST           - NOMINATIONS MADE BY THE PERSON OR *
      *                         NAMING THEM AS SURVIVOR DELETED   *
      *    CHGHIST + ARCHIVE  - HISTORY ENTRIES ANONYMISED        *
      *    NOTIFREG (5 GENS)  - NOTIFIED-ONCE ENTRIES ANONYMISED  *
      *    OUTSTIN/OUTSTOUT   - REJECT BACKLOG ENTRIES ANONYMISED *
      *    CPRDUPS            - DUPLICATE-CPR ENTRIES ANONYMISED  *
      *    PENSOUT + ARCHIVE  - EXTRACT RECORDS ANONYMISED        *
      *    CENSUS (5 GENS)    - CENSUS ENTRIES ANONYMISED         *
      *    LEAVSETL (5 GENS)  - LEAVER REFUNDS ANONYMISED         *
      *    EMPPAIR            - ONLY WHEN A FAILED NIGHT LEFT IT  *
      *    SURRREG            - THE REGISTRY LINK IS TOMBSTONED   *
      * THE KEYED FILES ARE NOT MANIFESTED, SO THEIR RECORDS ARE  *
      * DELETED OUTRIGHT. ON THE SEQUENTIAL FILES ANONYMISED MEANS*
      * THE CPR IS OVERWRITTEN WITH **ERASED** AND EVERY OTHER    *
      * FIELD THAT IDENTIFIES THE PERSON (BIRTH DATE, AGE,        *
      * RETIREMENT DATE, EMPLOYEE NUMBER, NAME, RECORD IMAGES) IS *
      * CLEARED IN PLACE. NO RECORD IS REMOVED FROM THE SEQUENTIAL*
      * FILES, SO EVERY FILE KEEPS ITS RECORD COUNT AND THE       *
      * RUNAUDIT MANIFESTS, DEMOHIST, THE CENSUS TRAILER AND THE  *
      * PENSRCON LEGS STILL BALANCE; THE SURRREG RECORD COUNT ALSO*
      * DRIVES THE NEXT SURROGATE, SO A RETIRED SURROGATE IS NEVER*
      * ISSUED TO ANYONE ELSE. MASKED FILES ARE MATCHED ON THE    *
      * PERSON'S SURROGATE AS WELL AS THE REAL CPR. ANONYMISED    *
      * CHGHIST ENTRIES CARRY PROGRAM PENSERAS, SO NO CPRBKOUT    *
      * BACK-OUT PICKS THEM UP. THE GENERATION FILES ARE REACHED  *
      * AS FAR BACK AS THEIR DDS GO - THE JCL KEEPS ONE DD PER    *
      * GENERATION THE GDG LIMIT ALLOWS. NOT REACHED, ON PURPOSE :*
      * MBRINQ (REBUILT FROM THESE FILES BY THE NEXT PENSINQL),   *
      * THE KEYED WORK FILES (EMPTIED BY EVERY RUN) AND COPIES    *
      * ALREADY SENT TO FINANCE OR THE VALUATION FIRM - THE       *
      * CERTIFICATE SAYS SO, FOR THE DATA-PROTECTION OFFICE.      *
      *                                                           *
      * A REQUEST IS REFUSED, AND NOTHING AT ALL IS DONE FOR IT,  *
      * WHEN THE CPR :                                            *
      *    FORM - IS NOT TEN DIGITS                               *
      *    DUPL - IS ON AN EARLIER CARD OF THE SAME RUN           *
      *    SURV - HAS ITS OWN SURVIVOR CASE NEW OR OPEN ON SURVCAS*
      *    BENF - IS A NOMINATED SURVIVOR OF A MEMBER WHOSE CASE  *
      *           IS NEW OR OPEN (BENEFMST)                       *
      *    PAYR - IS A PENSIONER IN PAYMENT ON CPRMAST            *
      *    DEFR - IS A DEFERRED MEMBER ON CPRMAST, BENEFIT OWED   *
      * ALL REQUESTS ARE CHECKED BEFORE ANY FILE IS CHANGED. THE  *
      * CERTRPT REPORT HOLDS ONE ERASURE CERTIFICATE PER REQUEST, *
      * LISTING EVERY FILE AND WHAT WAS DONE TO IT, OR THE REASON *
      * FOR THE REFUSAL. THE REQUESTS ARE HELD ON THE ERASWORK    *
      * KEYED WORK FILE, DEFINED ONCE WITH REUSE AND EMPTIED BY   *
      * THE OPEN OUTPUT. SURRREG IS TOMBSTONED LAST, AND ONLY     *
      * WHEN EVERY OTHER FILE WAS DONE, SO A RERUN AFTER A FAILED *
      * UPDATE STILL FINDS THE SURROGATE. A RERUN IS HARMLESS -   *
      * AN ANONYMISED RECORD NO LONGER MATCHES ANY CPR.           *
      * ENDS WITH RC 4 WHEN A REQUEST WAS REFUSED, RC 12 WHEN A   *
      * FILE COULD NOT BE UPDATED.                                *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASCARD ASSIGN TO ERASCARD
               FILE STATUS IS ERASCARD-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ERASWORK ASSIGN TO ERASWORK
               FILE STATUS IS ERASWORK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-KEY.

           SELECT CPRMAST ASSIGN TO CPRMAST
               FILE STATUS IS CPRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CPR.

           SELECT SURVCAS ASSIGN TO SURVCAS
               FILE STATUS IS SURVCAS-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CPR.

           SELECT BENEFMST ASSIGN TO BENEFMST
               FILE STATUS IS BENEFMST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BF-KEY.

           SELECT CERTRPT ASSIGN TO CERTRPT
               FILE STATUS IS CERTRPT-STATUS
               ORGANIZATION IS SEQUENTIAL.

      *    THE KEYED FILES THE PERSON'S RECORDS ARE DELETED FROM. THEY
      *    SHARE ONE FILE STATUS, TESTED AFTER EACH REQUEST.
           SELECT CONTLEDG ASSIGN TO CONTLEDG
               FILE STATUS IS KEYED-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY.

           SELECT ADDRMAST ASSIGN TO ADDRMAST
               FILE STATUS IS KEYED-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CPR.

           SELECT CPRXREF ASSIGN TO CPRXREF
               FILE STATUS IS KEYED-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CPR.

           SELECT EMPXREF ASSIGN TO EMPXREF
               FILE STATUS IS KEYED-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-EMPNO.

           SELECT PENDSCHM ASSIGN TO PENDSCHM
               FILE STATUS IS KEYED-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY.

      *    THE FILES SCRUBBED IN PLACE, ONE SLOT EACH IN THE ORDER OF
      *    WS-SLOT-NAMES. THEY ARE OPENED ONE AT A TIME AND SHARE ONE
      *    FILE STATUS.
           SELECT CHGHIST ASSIGN TO CHGHIST
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFRG0 ASSIGN TO NOTIFRG0
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFRG1 ASSIGN TO NOTIFRG1
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFRG2 ASSIGN TO NOTIFRG2
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFRG3 ASSIGN TO NOTIFRG3
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFRG4 ASSIGN TO NOTIFRG4
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTSTIN ASSIGN TO OUTSTIN
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTSTOUT ASSIGN TO OUTSTOUT
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPRDUPS ASSIGN TO CPRDUPS
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSOUT0 ASSIGN TO PENSOUT0
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSOUT1 ASSIGN TO PENSOUT1
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSOUT2 ASSIGN TO PENSOUT2
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSOUT3 ASSIGN TO PENSOUT3
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSOUT4 ASSIGN TO PENSOUT4
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSOUT5 ASSIGN TO PENSOUT5
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHARCH0 ASSIGN TO CHARCH0
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHARCH1 ASSIGN TO CHARCH1
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHARCH2 ASSIGN TO CHARCH2
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHARCH3 ASSIGN TO CHARCH3
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHARCH4 ASSIGN TO CHARCH4
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSUS0 ASSIGN TO CENSUS0
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSUS1 ASSIGN TO CENSUS1
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSUS2 ASSIGN TO CENSUS2
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSUS3 ASSIGN TO CENSUS3
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSUS4 ASSIGN TO CENSUS4
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVST0 ASSIGN TO LEAVST0
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVST1 ASSIGN TO LEAVST1
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVST2 ASSIGN TO LEAVST2
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVST3 ASSIGN TO LEAVST3
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVST4 ASSIGN TO LEAVST4
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMPPAIR ASSIGN TO EMPPAIR
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SLOT-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE CARD PER APPROVED ERASURE REQUEST. BLANK CARDS AND
      *    CARDS STARTING '*' ARE IGNORED.
       FD  ERASCARD RECORDING MODE F.
       01  ERASCARD-RECORD.
           05 EC-CPR                PIC X(10).
           05 EC-REF                PIC X(12).
           05 EC-APPROVED-BY        PIC X(08).
           05 EC-APPROVED-DATE      PIC X(08).
           05 FILLER                PIC X(42).

      *    'R' RECORDS - ONE PER REQUEST, KEYED BY ITS CARD SEQUENCE,
      *                  WITH THE OUTCOME AND WHAT EACH FILE SLOT HAD
      *                  ANONYMISED FOR IT.
      *    'K' RECORDS - ONE PER CPR FORM BEING ERASED (THE REAL CPR
      *                  AND ITS SURROGATE), POINTING AT THE REQUEST.
       FD  ERASWORK.
       01  ERASWORK-RECORD.
           05 EW-KEY.
              10 EW-KIND            PIC X(01).
                 88 EW-KIND-KEY              VALUE 'K'.
                 88 EW-KIND-REQUEST          VALUE 'R'.
              10 EW-ID              PIC X(10).
           05 EW-REQ-SEQ            PIC 9(05).
           05 EW-CPR                PIC X(10).
           05 EW-SURR               PIC X(10).
           05 EW-REF                PIC X(12).
           05 EW-APPROVED-BY        PIC X(08).
           05 EW-APPROVED-DATE      PIC X(08).
           05 EW-STATUS             PIC X(01).
              88 EW-ACCEPTED                 VALUE 'A'.
              88 EW-REFUSED                  VALUE 'X'.
           05 EW-REASON             PIC X(04).
           05 EW-MAST-RESULT        PIC X(01).
              88 EW-MAST-DELETED             VALUE 'D'.
              88 EW-MAST-NOT-FOUND           VALUE 'N'.
              88 EW-MAST-FAILED              VALUE 'F'.
           05 EW-COUNT              PIC 9(07) OCCURS 40 TIMES.
           05 FILLER                PIC X(50).

       FD  CPRMAST.
       01  MASTER-RECORD.
           COPY CPRMASTR.

       FD  SURVCAS.
       01  SURVCAS-RECORD.
           COPY SURVCASE.

       FD  BENEFMST.
       01  BENEFMST-RECORD.
           COPY BENEFMST.

       FD  CERTRPT RECORDING MODE F.
       01  RPT-LINE                 PIC X(133).

       FD  CONTLEDG.
       01  CONTLEDG-RECORD.
           COPY CONTLEDG.

       FD  ADDRMAST.
       01  ADDRMAST-RECORD.
           COPY MBRADDR.

       FD  CPRXREF.
       01  CPRXREF-RECORD.
           COPY CPRXREF.

       FD  EMPXREF.
       01  EMPXREF-RECORD.
           COPY EMPXREF.

       FD  PENDSCHM.
       01  PENDSCHM-RECORD.
           COPY PENDSCHM.

       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD     PIC X(160).

       FD  NOTIFRG0 RECORDING MODE F.
       01  NOTIFRG0-RECORD    PIC X(080).

       FD  NOTIFRG1 RECORDING MODE F.
       01  NOTIFRG1-RECORD    PIC X(080).

       FD  NOTIFRG2 RECORDING MODE F.
       01  NOTIFRG2-RECORD    PIC X(080).

       FD  NOTIFRG3 RECORDING MODE F.
       01  NOTIFRG3-RECORD    PIC X(080).

       FD  NOTIFRG4 RECORDING MODE F.
       01  NOTIFRG4-RECORD    PIC X(080).

       FD  OUTSTIN RECORDING MODE F.
       01  OUTSTIN-RECORD     PIC X(121).

       FD  OUTSTOUT RECORDING MODE F.
       01  OUTSTOUT-RECORD    PIC X(121).

       FD  CPRDUPS RECORDING MODE F.
       01  CPRDUPS-RECORD     PIC X(080).

       FD  PENSOUT0 RECORDING MODE F.
       01  PENSOUT0-RECORD    PIC X(090).

       FD  PENSOUT1 RECORDING MODE F.
       01  PENSOUT1-RECORD    PIC X(090).

       FD  PENSOUT2 RECORDING MODE F.
       01  PENSOUT2-RECORD    PIC X(090).

       FD  PENSOUT3 RECORDING MODE F.
       01  PENSOUT3-RECORD    PIC X(090).

       FD  PENSOUT4 RECORDING MODE F.
       01  PENSOUT4-RECORD    PIC X(090).

       FD  PENSOUT5 RECORDING MODE F.
       01  PENSOUT5-RECORD    PIC X(090).

       FD  CHARCH0 RECORDING MODE F.
       01  CHARCH0-RECORD     PIC X(160).

       FD  CHARCH1 RECORDING MODE F.
       01  CHARCH1-RECORD     PIC X(160).

       FD  CHARCH2 RECORDING MODE F.
       01  CHARCH2-RECORD     PIC X(160).

       FD  CHARCH3 RECORDING MODE F.
       01  CHARCH3-RECORD     PIC X(160).

       FD  CHARCH4 RECORDING MODE F.
       01  CHARCH4-RECORD     PIC X(160).

       FD  CENSUS0 RECORDING MODE F.
       01  CENSUS0-RECORD     PIC X(150).

       FD  CENSUS1 RECORDING MODE F.
       01  CENSUS1-RECORD     PIC X(150).

       FD  CENSUS2 RECORDING MODE F.
       01  CENSUS2-RECORD     PIC X(150).

       FD  CENSUS3 RECORDING MODE F.
       01  CENSUS3-RECORD     PIC X(150).

       FD  CENSUS4 RECORDING MODE F.
       01  CENSUS4-RECORD     PIC X(150).

       FD  LEAVST0 RECORDING MODE F.
       01  LEAVST0-RECORD     PIC X(080).

       FD  LEAVST1 RECORDING MODE F.
       01  LEAVST1-RECORD     PIC X(080).

       FD  LEAVST2 RECORDING MODE F.
       01  LEAVST2-RECORD     PIC X(080).

       FD  LEAVST3 RECORDING MODE F.
       01  LEAVST3-RECORD     PIC X(080).

       FD  LEAVST4 RECORDING MODE F.
       01  LEAVST4-RECORD     PIC X(080).

       FD  EMPPAIR RECORDING MODE F.
       01  EMPPAIR-RECORD     PIC X(080).

       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD     PIC X(080).
       WORKING-STORAGE SECTION.
       01 ERASCARD-STATUS           PIC 99.
       01 ERASWORK-STATUS           PIC 99.
       01 CPRMAST-STATUS            PIC 99.
       01 SURVCAS-STATUS            PIC 99.
       01 BENEFMST-STATUS           PIC 99.
       01 CERTRPT-STATUS            PIC 99.
       01 SLOT-STATUS               PIC 99.
       01 KEYED-STATUS              PIC 99.
       01 EC-MARKER                 PIC X     VALUE '0'.
          88 EC-EOF                          VALUE '1'.
       01 EW-MARKER                 PIC X     VALUE '0'.
          88 EW-EOF                          VALUE '1'.
       01 BF-MARKER                 PIC X     VALUE '0'.
          88 BF-EOF                          VALUE '1'.
       01 SL-MARKER                 PIC X     VALUE '0'.
          88 SL-EOF                          VALUE '1'.
       01 KY-MARKER                 PIC X     VALUE '0'.
          88 KY-EOF                          VALUE '1'.
       01 WS-SURVCAS-SW             PIC X     VALUE 'N'.
          88 SURVCAS-PRESENT                 VALUE 'Y'.
       01 WS-FAIL-SW                PIC X     VALUE 'N'.
          88 UPDATE-FAILED                   VALUE 'Y'.
       01 WS-MATCH-SW               PIC X.
          88 CPR-MATCHED                     VALUE 'Y'.
          88 CPR-NOT-MATCHED                 VALUE 'N'.

      *    THE VALUE EVERY ERASED CPR IS OVERWRITTEN WITH.
       01 WS-ERASED-CPR             PIC X(10) VALUE '**ERASED**'.

       01 WS-RUN-DATE               PIC 9(08) VALUE 0.
       01 WS-REQ-SEQ                PIC 9(05) VALUE 0.
       01 WS-REQ-ID.
           05 WS-REQ-ID-SEQ         PIC 9(05).
           05 FILLER                PIC X(05) VALUE SPACES.
       01 WS-REASON                 PIC X(04).
       01 WS-KEY-CPR                PIC X(10).
       01 WS-KEY-SURR               PIC X(10).
       01 WS-LOOKUP-CPR             PIC X(10).
       01 WS-SLOT                   PIC 9(02) COMP.
       01 WS-SLOT-DISP              PIC 9(02).

      *    OUTCOME PER FILE SLOT FOR THE RUN AS A WHOLE :
      *       'O' - SCRUBBED              'N' - NOT ALLOCATED
      *       'F' - UPDATE FAILED         'H' - HELD BACK
      *    SLOTS 1-8 ARE THE KEYED FILES, RECORDS DELETED; SLOTS
      *    9-39 THE SEQUENTIAL FILES, ANONYMISED IN PLACE; SLOT 40
      *    IS SURRREG, ALWAYS LAST. A KEYED FILE IS ONLY USED WHILE
      *    ITS SLOT IS 'O'; WS-SLOT-OPEN-SW SAYS IT NEEDS CLOSING.
       01 WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 40 TIMES.
              10 WS-SLOT-STATE      PIC X(01).
                 88 SLOT-DONE                VALUE 'O'.
                 88 SLOT-NOT-ALLOCATED       VALUE 'N'.
                 88 SLOT-FAILED              VALUE 'F'.
                 88 SLOT-HELD-BACK           VALUE 'H'.
              10 WS-SLOT-OPEN-SW    PIC X(01).
                 88 SLOT-IS-OPEN             VALUE 'Y'.
              10 WS-SLOT-READ       PIC 9(07) COMP.
              10 WS-SLOT-ERASED     PIC 9(07) COMP.

       01 WS-SLOT-NAMES-TBL.
           05 FILLER                PIC X(08) VALUE 'CPRMAST'.
           05 FILLER                PIC X(30)
              VALUE 'MEMBER MASTER'.
           05 FILLER                PIC X(08) VALUE 'CONTLEDG'.
           05 FILLER                PIC X(30)
              VALUE 'CONTRIBUTION LEDGER'.
           05 FILLER                PIC X(08) VALUE 'ADDRMAST'.
           05 FILLER                PIC X(30)
              VALUE 'MEMBER ADDRESS MASTER'.
           05 FILLER                PIC X(08) VALUE 'CPRXREF'.
           05 FILLER                PIC X(30)
              VALUE 'CPR TO EMPLOYEE-NUMBER LINK'.
           05 FILLER                PIC X(08) VALUE 'EMPXREF'.
           05 FILLER                PIC X(30)
              VALUE 'EMPLOYEE-NUMBER TO CPR LINK'.
           05 FILLER                PIC X(08) VALUE 'PENDSCHM'.
           05 FILLER                PIC X(30)
              VALUE 'PENDING SCHEME CHANGES'.
           05 FILLER                PIC X(08) VALUE 'SURVCAS'.
           05 FILLER                PIC X(30)
              VALUE 'SURVIVOR CASES'.
           05 FILLER                PIC X(08) VALUE 'BENEFMST'.
           05 FILLER                PIC X(30)
              VALUE 'BENEFICIARY NOMINATIONS'.
           05 FILLER                PIC X(08) VALUE 'CHGHIST'.
           05 FILLER                PIC X(30)
              VALUE 'CHANGE-HISTORY LOG'.
           05 FILLER                PIC X(08) VALUE 'NOTIFRG0'.
           05 FILLER                PIC X(30)
              VALUE 'NOTIFIED-ONCE REGISTRY (0)'.
           05 FILLER                PIC X(08) VALUE 'NOTIFRG1'.
           05 FILLER                PIC X(30)
              VALUE 'NOTIFIED-ONCE REGISTRY (-1)'.
           05 FILLER                PIC X(08) VALUE 'NOTIFRG2'.
           05 FILLER                PIC X(30)
              VALUE 'NOTIFIED-ONCE REGISTRY (-2)'.
           05 FILLER                PIC X(08) VALUE 'NOTIFRG3'.
           05 FILLER                PIC X(30)
              VALUE 'NOTIFIED-ONCE REGISTRY (-3)'.
           05 FILLER                PIC X(08) VALUE 'NOTIFRG4'.
           05 FILLER                PIC X(30)
              VALUE 'NOTIFIED-ONCE REGISTRY (-4)'.
           05 FILLER                PIC X(08) VALUE 'OUTSTIN'.
           05 FILLER                PIC X(30)
              VALUE 'REJECT BACKLOG, RECYCLE INPUT'.
           05 FILLER                PIC X(08) VALUE 'OUTSTOUT'.
           05 FILLER                PIC X(30)
              VALUE 'REJECT BACKLOG, CURRENT'.
           05 FILLER                PIC X(08) VALUE 'CPRDUPS'.
           05 FILLER                PIC X(30)
              VALUE 'DUPLICATE-CPR FILE'.
           05 FILLER                PIC X(08) VALUE 'PENSOUT0'.
           05 FILLER                PIC X(30)
              VALUE 'PENSION EXTRACT, CURRENT'.
           05 FILLER                PIC X(08) VALUE 'PENSOUT1'.
           05 FILLER                PIC X(30)
              VALUE 'PENSION EXTRACT ARCHIVE (0)'.
           05 FILLER                PIC X(08) VALUE 'PENSOUT2'.
           05 FILLER                PIC X(30)
              VALUE 'PENSION EXTRACT ARCHIVE (-1)'.
           05 FILLER                PIC X(08) VALUE 'PENSOUT3'.
           05 FILLER                PIC X(30)
              VALUE 'PENSION EXTRACT ARCHIVE (-2)'.
           05 FILLER                PIC X(08) VALUE 'PENSOUT4'.
           05 FILLER                PIC X(30)
              VALUE 'PENSION EXTRACT ARCHIVE (-3)'.
           05 FILLER                PIC X(08) VALUE 'PENSOUT5'.
           05 FILLER                PIC X(30)
              VALUE 'PENSION EXTRACT ARCHIVE (-4)'.
           05 FILLER                PIC X(08) VALUE 'CHARCH0'.
           05 FILLER                PIC X(30)
              VALUE 'CHANGE-HISTORY ARCHIVE (0)'.
           05 FILLER                PIC X(08) VALUE 'CHARCH1'.
           05 FILLER                PIC X(30)
              VALUE 'CHANGE-HISTORY ARCHIVE (-1)'.
           05 FILLER                PIC X(08) VALUE 'CHARCH2'.
           05 FILLER                PIC X(30)
              VALUE 'CHANGE-HISTORY ARCHIVE (-2)'.
           05 FILLER                PIC X(08) VALUE 'CHARCH3'.
           05 FILLER                PIC X(30)
              VALUE 'CHANGE-HISTORY ARCHIVE (-3)'.
           05 FILLER                PIC X(08) VALUE 'CHARCH4'.
           05 FILLER                PIC X(30)
              VALUE 'CHANGE-HISTORY ARCHIVE (-4)'.
           05 FILLER                PIC X(08) VALUE 'CENSUS0'.
           05 FILLER                PIC X(30)
              VALUE 'ACTUARIAL CENSUS (0)'.
           05 FILLER                PIC X(08) VALUE 'CENSUS1'.
           05 FILLER                PIC X(30)
              VALUE 'ACTUARIAL CENSUS (-1)'.
           05 FILLER                PIC X(08) VALUE 'CENSUS2'.
           05 FILLER                PIC X(30)
              VALUE 'ACTUARIAL CENSUS (-2)'.
           05 FILLER                PIC X(08) VALUE 'CENSUS3'.
           05 FILLER                PIC X(30)
              VALUE 'ACTUARIAL CENSUS (-3)'.
           05 FILLER                PIC X(08) VALUE 'CENSUS4'.
           05 FILLER                PIC X(30)
              VALUE 'ACTUARIAL CENSUS (-4)'.
           05 FILLER                PIC X(08) VALUE 'LEAVST0'.
           05 FILLER                PIC X(30)
              VALUE 'LEAVER REFUNDS TO FINANCE (0)'.
           05 FILLER                PIC X(08) VALUE 'LEAVST1'.
           05 FILLER                PIC X(30)
              VALUE 'LEAVER REFUNDS TO FINANCE (-1)'.
           05 FILLER                PIC X(08) VALUE 'LEAVST2'.
           05 FILLER                PIC X(30)
              VALUE 'LEAVER REFUNDS TO FINANCE (-2)'.
           05 FILLER                PIC X(08) VALUE 'LEAVST3'.
           05 FILLER                PIC X(30)
              VALUE 'LEAVER REFUNDS TO FINANCE (-3)'.
           05 FILLER                PIC X(08) VALUE 'LEAVST4'.
           05 FILLER                PIC X(30)
              VALUE 'LEAVER REFUNDS TO FINANCE (-4)'.
           05 FILLER                PIC X(08) VALUE 'EMPPAIR'.
           05 FILLER                PIC X(30)
              VALUE "NIGHT'S EMPLOYEE/CPR PAIRS".
           05 FILLER                PIC X(08) VALUE 'SURRREG'.
           05 FILLER                PIC X(30)
              VALUE 'SURROGATE REGISTRY'.
       01 WS-SLOT-NAMES REDEFINES WS-SLOT-NAMES-TBL.
           05 WS-SLOT-NAME-ENTRY OCCURS 40 TIMES.
              10 WS-SLOT-DD         PIC X(08).
              10 WS-SLOT-DESC       PIC X(30).

      *    THE RECORD BEING SCRUBBED, WITH ONE VIEW PER FILE LAYOUT.
      *    THE CPR IS THE FIRST TEN BYTES OF EVERY ONE OF THEM BUT
      *    THE CENSUS AND EMPPAIR, WHERE A RECORD TYPE COMES FIRST.
       01 SC-RECORD                 PIC X(160).
       01 SC-CHGHIST REDEFINES SC-RECORD.
           COPY CHGHIST.
       01 SC-SURRREG REDEFINES SC-RECORD.
           COPY SURRREG.
       01 SC-OUTST REDEFINES SC-RECORD.
           COPY CPRREJCT.
       01 SC-NOTIFREG REDEFINES SC-RECORD.
           05 NI-CPR                PIC X(10).
           05 NI-RET-DATE           PIC 9(08).
           05 FILLER                PIC X(62).
       01 SC-CPRDUPS REDEFINES SC-RECORD.
           05 DUP-CPR               PIC X(10).
           05 FILLER                PIC X(70).
       01 SC-PENSOUT REDEFINES SC-RECORD.
           05 PO-CPR                PIC X(10).
           05 PO-AGE                PIC X(11).
           05 PO-GENDER             PIC X(01).
           05 PO-RETIREMENT-DATE    PIC X(40).
           05 FILLER                PIC X(28).
       01 SC-CENSUS REDEFINES SC-RECORD.
           05 CN-TYPE               PIC X(01).
              88 CN-DETAIL                   VALUE 'D'.
           05 CN-CPR                PIC X(10).
           05 CN-BIRTH-DATE         PIC 9(08).
           05 FILLER                PIC X(131).
       01 SC-LEAVSETL REDEFINES SC-RECORD.
           05 LS-CPR                PIC X(10).
           05 LS-EMPNO              PIC X(06).
           05 FILLER                PIC X(64).
       01 SC-EMPPAIR REDEFINES SC-RECORD.
           COPY EMPPAIR.

       01 WS-CARD-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-REQ-COUNT              PIC 9(07) COMP VALUE 0.
       01 WS-ACCEPTED-COUNT         PIC 9(07) COMP VALUE 0.
       01 WS-REFUSED-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-SURR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-MAST-DELETED-COUNT     PIC 9(07) COMP VALUE 0.

       01 WS-PAGE-NO                PIC 9(04) COMP VALUE 0.

       01 RPT-HDR-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(36)
              VALUE 'PENSERAS ERASURE CERTIFICATE'.
           05 FILLER                PIC X(09) VALUE 'RUN DATE '.
           05 RH1-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAGE '.
           05 RH1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(66) VALUE SPACES.

       01 RPT-FIELD-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RF-LABEL              PIC X(24).
           05 RF-VALUE              PIC X(40).
           05 FILLER                PIC X(68) VALUE SPACES.

       01 RPT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(10) VALUE 'FILE'.
           05 FILLER                PIC X(32) VALUE 'HOLDS'.
           05 FILLER                PIC X(44) VALUE 'ACTION'.
           05 FILLER                PIC X(46) VALUE 'RECORDS'.

       01 RPT-FILE-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-DD                 PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DESC               PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-ACTION             PIC X(42).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-COUNT              PIC ZZZZZZ9.
           05 FILLER                PIC X(39) VALUE SPACES.

       01 RPT-TEXT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-TEXT               PIC X(60).
           05 RT-CT                 PIC ZZZZZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       01 RPT-NOTE-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RN-TEXT               PIC X(72).
           05 FILLER                PIC X(60) VALUE SPACES.

       01 WS-MASKED-CPR.
           05 FILLER                PIC X(07) VALUE '******-'.
           05 WS-MASKED-TAIL        PIC X(04).

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSERAS STARTING "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-SLOT-TABLE.
           OPEN OUTPUT CERTRPT.
           IF CERTRPT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CERTRPT ' CERTRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CPRMAST.
           IF CPRMAST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CPRMAST ' CPRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O SURVCAS.
           IF SURVCAS-STATUS = 0
              SET SURVCAS-PRESENT TO TRUE
           ELSE
              IF SURVCAS-STATUS NOT = 35
                 DISPLAY 'FILE STATUS AT OPEN SURVCAS ' SURVCAS-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY 'PENSERAS - NO SURVIVOR-CASE FILE ON RECORD'
           END-IF.

      *    CHECK EVERY REQUEST FIRST - NOTHING IS CHANGED UNTIL THE
      *    REFUSALS ARE KNOWN.
           PERFORM 020-LOAD-CARDS THRU 020-LOAD-CARDS-EXIT.
           PERFORM 030-FIND-SURROGATES THRU 030-FIND-SURROGATES-EXIT.
           PERFORM 040-CHECK-CASES THRU 040-CHECK-CASES-EXIT.
           IF SURVCAS-PRESENT
              PERFORM 046-CHECK-BENEFICIARIES THRU
                      046-CHECK-BENEFICIARIES-EXIT
           END-IF.

           IF WS-ACCEPTED-COUNT > 0
              PERFORM 050-ERASE-MASTER THRU 050-ERASE-MASTER-EXIT
              PERFORM 052-ERASE-KEYED-FILES THRU
                      052-ERASE-KEYED-FILES-EXIT
              PERFORM 060-SCRUB-FILES THRU 060-SCRUB-FILES-EXIT
           ELSE
              DISPLAY 'PENSERAS - NO REQUEST TO CARRY OUT - NO FILE '
                      'WAS CHANGED'
           END-IF.

           PERFORM 070-PRINT-CERTIFICATES THRU
                   070-PRINT-CERTIFICATES-EXIT.
           PERFORM 090-RUN-SUMMARY THRU 090-RUN-SUMMARY-EXIT.
           CLOSE ERASWORK.
           CLOSE CPRMAST.
           IF SURVCAS-PRESENT
              CLOSE SURVCAS
           END-IF.
           CLOSE CERTRPT.
           DISPLAY 'PENSERAS. ERASURE CARDS READ        ' WS-CARD-COUNT.
           DISPLAY 'PENSERAS. REQUESTS CARRIED OUT      '
                   WS-ACCEPTED-COUNT.
           DISPLAY 'PENSERAS. REQUESTS REFUSED          '
                   WS-REFUSED-COUNT.
           DISPLAY 'PENSERAS. MASTER RECORDS DELETED    '
                   WS-MAST-DELETED-COUNT.
           IF UPDATE-FAILED
              MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       020-LOAD-CARDS.
      *    ONE 'R' RECORD PER CARD, AND A 'K' RECORD FOR ITS REAL CPR.
      *    A CPR ALREADY ON A 'K' RECORD IS ON AN EARLIER CARD.
           OPEN OUTPUT ERASWORK.
           IF ERASWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ERASWORK ' ERASWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ERASWORK.
           OPEN I-O ERASWORK.
           IF ERASWORK-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ERASWORK ' ERASWORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ERASCARD.
           IF ERASCARD-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ERASCARD ' ERASCARD-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-CARD THRU 022-READ-CARD-EXIT.
           PERFORM TEST BEFORE UNTIL EC-EOF
              ADD 1 TO WS-CARD-COUNT
              IF ERASCARD-RECORD NOT = SPACES
                 AND EC-CPR(1:1) NOT = '*'
                 PERFORM 024-ADD-REQUEST THRU 024-ADD-REQUEST-EXIT
              END-IF
              PERFORM 022-READ-CARD THRU 022-READ-CARD-EXIT
           END-PERFORM.
           CLOSE ERASCARD.
      *
       020-LOAD-CARDS-EXIT.
           EXIT.

       022-READ-CARD.
           READ ERASCARD
                AT END SET EC-EOF TO TRUE
           END-READ.
      *
       022-READ-CARD-EXIT.
           EXIT.

       024-ADD-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           ADD 1 TO WS-REQ-SEQ.
           MOVE SPACES TO WS-REASON.
           IF EC-CPR IS NOT NUMERIC
              MOVE 'FORM' TO WS-REASON
           ELSE
              MOVE SPACES TO ERASWORK-RECORD
              MOVE 'K' TO EW-KIND
              MOVE EC-CPR TO EW-ID
              MOVE WS-REQ-SEQ TO EW-REQ-SEQ
              WRITE ERASWORK-RECORD
                 INVALID KEY
                    MOVE 'DUPL' TO WS-REASON
              END-WRITE
           END-IF.
           MOVE SPACES TO ERASWORK-RECORD.
           MOVE 'R' TO EW-KIND.
           MOVE WS-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE WS-REQ-ID TO EW-ID.
           MOVE WS-REQ-SEQ TO EW-REQ-SEQ.
           MOVE EC-CPR TO EW-CPR.
           MOVE EC-REF TO EW-REF.
           MOVE EC-APPROVED-BY TO EW-APPROVED-BY.
           MOVE EC-APPROVED-DATE TO EW-APPROVED-DATE.
           MOVE SPACE TO EW-MAST-RESULT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 40
              MOVE 0 TO EW-COUNT(WS-SLOT)
           END-PERFORM.
           IF WS-REASON = SPACES
              SET EW-ACCEPTED TO TRUE
              ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
              SET EW-REFUSED TO TRUE
              MOVE WS-REASON TO EW-REASON
              ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           WRITE ERASWORK-RECORD
              INVALID KEY
                 DISPLAY 'PENSERAS - ERASWORK WRITE FAILED, STATUS '
                         ERASWORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-WRITE.
      *
       024-ADD-REQUEST-EXIT.
           EXIT.

       030-FIND-SURROGATES.
      *    A MASKED INSTALLATION HOLDS THE PERSON UNDER A SURROGATE
      *    AS WELL - ITS 'K' RECORD POINTS AT THE SAME REQUEST. AN
      *    UNMASKED INSTALLATION HAS NO REGISTRY YET.
           OPEN INPUT SURRREG.
           IF SLOT-STATUS = 35
              DISPLAY 'PENSERAS - NO SURROGATE REGISTRY ON FILE'
              GO TO 030-FIND-SURROGATES-EXIT
           END-IF.
           IF SLOT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SLOT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE '0' TO SL-MARKER.
           PERFORM 032-READ-SURRREG THRU 032-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL SL-EOF
              MOVE 'K' TO EW-KIND
              MOVE RG-REAL TO EW-ID
              READ ERASWORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 034-ADD-SURROGATE THRU
                            034-ADD-SURROGATE-EXIT
              END-READ
              PERFORM 032-READ-SURRREG THRU 032-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
      *
       030-FIND-SURROGATES-EXIT.
           EXIT.

       032-READ-SURRREG.
           READ SURRREG INTO SC-RECORD
                AT END SET SL-EOF TO TRUE
           END-READ.
      *
       032-READ-SURRREG-EXIT.
           EXIT.

       034-ADD-SURROGATE.
           MOVE EW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE 'R' TO EW-KIND.
           MOVE WS-REQ-ID TO EW-ID.
           READ ERASWORK
              INVALID KEY
                 GO TO 034-ADD-SURROGATE-EXIT
           END-READ.
           MOVE RG-SURR TO EW-SURR.
           REWRITE ERASWORK-RECORD.
           ADD 1 TO WS-SURR-COUNT.
           MOVE SPACES TO ERASWORK-RECORD.
           MOVE 'K' TO EW-KIND.
           MOVE RG-SURR TO EW-ID.
           MOVE WS-REQ-ID-SEQ TO EW-REQ-SEQ.
           WRITE ERASWORK-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
      *
       034-ADD-SURROGATE-EXIT.
           EXIT.

       040-CHECK-CASES.
      *    THE MEMBER'S OWN SURVIVOR CASE, AND A PENSION IN PAYMENT,
      *    BOTH STILL NEED THE PERSON ON FILE.
           PERFORM 042-START-REQUESTS THRU 042-START-REQUESTS-EXIT.
           PERFORM TEST BEFORE UNTIL EW-EOF
              IF EW-ACCEPTED
                 MOVE SPACES TO WS-REASON
                 IF SURVCAS-PRESENT
                    MOVE EW-CPR TO SV-CPR
                    READ SURVCAS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF SV-NEW OR SV-OPEN
                             MOVE 'SURV' TO WS-REASON
                          END-IF
                    END-READ
                 END-IF
                 IF WS-REASON = SPACES
                    MOVE EW-CPR TO RM-CPR
                    READ CPRMAST
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF RM-PENSIONER
                             MOVE 'PAYR' TO WS-REASON
                          END-IF
                          IF RM-DEFERRED
                             MOVE 'DEFR' TO WS-REASON
                          END-IF
                    END-READ
                 END-IF
                 IF WS-REASON NOT = SPACES
                    PERFORM 044-REFUSE-REQUEST THRU
                            044-REFUSE-REQUEST-EXIT
                 END-IF
              END-IF
              PERFORM 043-READ-NEXT-REQUEST THRU
                      043-READ-NEXT-REQUEST-EXIT
           END-PERFORM.
      *
       040-CHECK-CASES-EXIT.
           EXIT.

       042-START-REQUESTS.
      *    POSITION ON THE FIRST 'R' RECORD AND READ IT.
           MOVE '0' TO EW-MARKER.
           MOVE 'R' TO EW-KIND.
           MOVE LOW-VALUES TO EW-ID.
           START ERASWORK KEY IS NOT LESS THAN EW-KEY
              INVALID KEY
                 SET EW-EOF TO TRUE
                 GO TO 042-START-REQUESTS-EXIT
           END-START.
           PERFORM 043-READ-NEXT-REQUEST THRU
                   043-READ-NEXT-REQUEST-EXIT.
      *
       042-START-REQUESTS-EXIT.
           EXIT.

       043-READ-NEXT-REQUEST.
           READ ERASWORK NEXT RECORD
                AT END SET EW-EOF TO TRUE
           END-READ.
           IF NOT EW-EOF AND NOT EW-KIND-REQUEST
              SET EW-EOF TO TRUE
           END-IF.
      *
       043-READ-NEXT-REQUEST-EXIT.
           EXIT.

       044-REFUSE-REQUEST.
      *    THE 'R' RECORD IS IN THE BUFFER. ITS 'K' RECORDS GO, SO
      *    NO FILE MATCHES THE PERSON AND NOTHING IS PARTLY ERASED.
           SET EW-REFUSED TO TRUE.
           MOVE WS-REASON TO EW-REASON.
           REWRITE ERASWORK-RECORD.
           SUBTRACT 1 FROM WS-ACCEPTED-COUNT.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE EW-CPR TO WS-KEY-CPR.
           MOVE EW-SURR TO WS-KEY-SURR.
           MOVE 'K' TO EW-KIND.
           MOVE WS-KEY-CPR TO EW-ID.
           DELETE ERASWORK RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           IF WS-KEY-SURR NOT = SPACES
              MOVE 'K' TO EW-KIND
              MOVE WS-KEY-SURR TO EW-ID
              DELETE ERASWORK RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF.
      *
       044-REFUSE-REQUEST-EXIT.
           EXIT.

       046-CHECK-BENEFICIARIES.
      *    A PERSON NOMINATED AS SURVIVOR ON A CASE STILL BEING
      *    WORKED IS NEEDED BY THE CLAIMS TEAM. BENEFMST IS KEYED BY
      *    MEMBER FIRST, SO IT IS READ WHOLE.
           OPEN INPUT BENEFMST.
           IF BENEFMST-STATUS = 35
              DISPLAY 'PENSERAS - NO BENEFICIARY MASTER ON FILE'
              GO TO 046-CHECK-BENEFICIARIES-EXIT
           END-IF.
           IF BENEFMST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN BENEFMST ' BENEFMST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 048-READ-BENEFMST THRU 048-READ-BENEFMST-EXIT.
           PERFORM TEST BEFORE UNTIL BF-EOF
              MOVE 'K' TO EW-KIND
              MOVE BF-BENEF-CPR TO EW-ID
              READ ERASWORK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 047-CHECK-MEMBER-CASE THRU
                            047-CHECK-MEMBER-CASE-EXIT
              END-READ
              PERFORM 048-READ-BENEFMST THRU 048-READ-BENEFMST-EXIT
           END-PERFORM.
           CLOSE BENEFMST.
      *
       046-CHECK-BENEFICIARIES-EXIT.
           EXIT.

       047-CHECK-MEMBER-CASE.
           MOVE BF-MEMBER-CPR TO SV-CPR.
           READ SURVCAS
              INVALID KEY
                 GO TO 047-CHECK-MEMBER-CASE-EXIT
           END-READ.
           IF NOT SV-NEW AND NOT SV-OPEN
              GO TO 047-CHECK-MEMBER-CASE-EXIT
           END-IF.
           MOVE EW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE 'R' TO EW-KIND.
           MOVE WS-REQ-ID TO EW-ID.
           READ ERASWORK
              INVALID KEY
                 GO TO 047-CHECK-MEMBER-CASE-EXIT
           END-READ.
           IF EW-ACCEPTED
              MOVE 'BENF' TO WS-REASON
              PERFORM 044-REFUSE-REQUEST THRU 044-REFUSE-REQUEST-EXIT
           END-IF.
      *
       047-CHECK-MEMBER-CASE-EXIT.
           EXIT.

       048-READ-BENEFMST.
           READ BENEFMST NEXT RECORD
                AT END SET BF-EOF TO TRUE
           END-READ.
      *
       048-READ-BENEFMST-EXIT.
           EXIT.

       050-ERASE-MASTER.
      *    THE MEMBER RECORD GOES FROM CPRMAST OUTRIGHT - NO HISTORY
      *    ENTRY OR CHANGE-QUEUE KEY IS WRITTEN FOR IT, AS EITHER
      *    WOULD HOLD THE CPR AGAIN.
           PERFORM 042-START-REQUESTS THRU 042-START-REQUESTS-EXIT.
           PERFORM TEST BEFORE UNTIL EW-EOF
              IF EW-ACCEPTED
                 MOVE EW-CPR TO RM-CPR
                 DELETE CPRMAST RECORD
                    INVALID KEY
                       SET EW-MAST-NOT-FOUND TO TRUE
                    NOT INVALID KEY
                       SET EW-MAST-DELETED TO TRUE
                       MOVE 1 TO EW-COUNT(1)
                       ADD 1 TO WS-MAST-DELETED-COUNT
                 END-DELETE
                 IF CPRMAST-STATUS NOT = 0
                    AND CPRMAST-STATUS NOT = 23
                    DISPLAY 'PENSERAS - CPRMAST DELETE FAILED, STATUS '
                            CPRMAST-STATUS ' REQUEST ' EW-REQ-SEQ
                    SET EW-MAST-FAILED TO TRUE
                    SET UPDATE-FAILED TO TRUE
                 END-IF
                 REWRITE ERASWORK-RECORD
              END-IF
              PERFORM 043-READ-NEXT-REQUEST THRU
                      043-READ-NEXT-REQUEST-EXIT
           END-PERFORM.
           SET SLOT-DONE(1) TO TRUE.
      *
       050-ERASE-MASTER-EXIT.
           EXIT.

       051-COUNT-DELETE.
      *    THE 'R' RECORD OF THE REQUEST IN HAND IS IN THE BUFFER.
           ADD 1 TO WS-SLOT-ERASED(WS-SLOT).
           ADD 1 TO EW-COUNT(WS-SLOT).
      *
       051-COUNT-DELETE-EXIT.
           EXIT.

       052-ERASE-KEYED-FILES.
      *    THE PERSON'S RECORDS COME OFF THE KEYED FILES OUTRIGHT.
      *    THOSE KEYED BY THE REAL CPR ARE TAKEN REQUEST BY REQUEST;
      *    EMPXREF AND BENEFMST, WHERE THE CPR IS NOT THE WHOLE KEY
      *    OR NOT IN IT, ARE READ WHOLE. A FILE NOT ALLOCATED IS
      *    REPORTED AS SUCH ON THE CERTIFICATE.
           PERFORM VARYING WS-SLOT FROM 2 BY 1 UNTIL WS-SLOT > 8
              PERFORM 053-OPEN-KEYED THRU 053-OPEN-KEYED-EXIT
           END-PERFORM.
           PERFORM 042-START-REQUESTS THRU 042-START-REQUESTS-EXIT.
           PERFORM TEST BEFORE UNTIL EW-EOF
              IF EW-ACCEPTED
                 PERFORM 054-ERASE-FOR-REQUEST THRU
                         054-ERASE-FOR-REQUEST-EXIT
                 REWRITE ERASWORK-RECORD
              END-IF
              PERFORM 043-READ-NEXT-REQUEST THRU
                      043-READ-NEXT-REQUEST-EXIT
           END-PERFORM.
           IF SLOT-DONE(5)
              PERFORM 057-SWEEP-EMPXREF THRU 057-SWEEP-EMPXREF-EXIT
           END-IF.
           IF SLOT-DONE(8)
              PERFORM 058-SWEEP-BENEFMST THRU 058-SWEEP-BENEFMST-EXIT
           END-IF.
           PERFORM VARYING WS-SLOT FROM 2 BY 1 UNTIL WS-SLOT > 8
              IF NOT SLOT-NOT-ALLOCATED(WS-SLOT)
                 DISPLAY 'PENSERAS - ' WS-SLOT-DD(WS-SLOT)
                         ' RECORDS DELETED ' WS-SLOT-ERASED(WS-SLOT)
              END-IF
           END-PERFORM.
           IF SLOT-IS-OPEN(2)
              CLOSE CONTLEDG
           END-IF.
           IF SLOT-IS-OPEN(3)
              CLOSE ADDRMAST
           END-IF.
           IF SLOT-IS-OPEN(4)
              CLOSE CPRXREF
           END-IF.
           IF SLOT-IS-OPEN(5)
              CLOSE EMPXREF
           END-IF.
           IF SLOT-IS-OPEN(6)
              CLOSE PENDSCHM
           END-IF.
           IF SLOT-IS-OPEN(8)
              CLOSE BENEFMST
           END-IF.
      *
       052-ERASE-KEYED-FILES-EXIT.
           EXIT.

       053-OPEN-KEYED.
      *    SURVCAS IS ALREADY OPEN FROM THE CASE CHECKS AND IS
      *    CLOSED WITH CPRMAST AT THE END OF THE RUN.
           MOVE 0 TO KEYED-STATUS.
           EVALUATE WS-SLOT
              WHEN 2
                 OPEN I-O CONTLEDG
              WHEN 3
                 OPEN I-O ADDRMAST
              WHEN 4
                 OPEN I-O CPRXREF
              WHEN 5
                 OPEN I-O EMPXREF
              WHEN 6
                 OPEN I-O PENDSCHM
              WHEN 7
                 IF NOT SURVCAS-PRESENT
                    MOVE 35 TO KEYED-STATUS
                 END-IF
              WHEN 8
                 OPEN I-O BENEFMST
                 MOVE BENEFMST-STATUS TO KEYED-STATUS
           END-EVALUATE.
           IF KEYED-STATUS = 35
              SET SLOT-NOT-ALLOCATED(WS-SLOT) TO TRUE
              DISPLAY 'PENSERAS - ' WS-SLOT-DD(WS-SLOT)
                      ' NOT ALLOCATED - NOT ERASED FROM'
              GO TO 053-OPEN-KEYED-EXIT
           END-IF.
           IF KEYED-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ' WS-SLOT-DD(WS-SLOT)
                      ' ' KEYED-STATUS
              SET SLOT-FAILED(WS-SLOT) TO TRUE
              SET UPDATE-FAILED TO TRUE
              GO TO 053-OPEN-KEYED-EXIT
           END-IF.
           SET SLOT-DONE(WS-SLOT) TO TRUE.
           IF WS-SLOT NOT = 7
              SET SLOT-IS-OPEN(WS-SLOT) TO TRUE
           END-IF.
      *
       053-OPEN-KEYED-EXIT.
           EXIT.

       054-ERASE-FOR-REQUEST.
      *    THE 'R' RECORD IS IN THE BUFFER; ITS COUNTS ARE REWRITTEN
      *    BY 052. NOT FOUND (23) SIMPLY MEANS NOTHING HELD.
           IF SLOT-DONE(2)
              MOVE 2 TO WS-SLOT
              PERFORM 055-ERASE-CONTLEDG THRU 055-ERASE-CONTLEDG-EXIT
           END-IF.
           IF SLOT-DONE(3)
              MOVE 3 TO WS-SLOT
              MOVE EW-CPR TO AD-CPR
              DELETE ADDRMAST RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 051-COUNT-DELETE THRU
                            051-COUNT-DELETE-EXIT
              END-DELETE
              PERFORM 059-CHECK-KEYED THRU 059-CHECK-KEYED-EXIT
           END-IF.
           IF SLOT-DONE(4)
              MOVE 4 TO WS-SLOT
              MOVE EW-CPR TO CX-CPR
              DELETE CPRXREF RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 051-COUNT-DELETE THRU
                            051-COUNT-DELETE-EXIT
              END-DELETE
              PERFORM 059-CHECK-KEYED THRU 059-CHECK-KEYED-EXIT
           END-IF.
           IF SLOT-DONE(6)
              MOVE 6 TO WS-SLOT
              PERFORM 056-ERASE-PENDSCHM THRU 056-ERASE-PENDSCHM-EXIT
           END-IF.
      *    THE PERSON'S OWN CASE CAN ONLY BE CLOSED OR CANCELLED HERE
      *    - A NEW OR OPEN ONE REFUSED THE REQUEST.
           IF SLOT-DONE(7)
              MOVE 7 TO WS-SLOT
              MOVE EW-CPR TO SV-CPR
              DELETE SURVCAS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 051-COUNT-DELETE THRU
                            051-COUNT-DELETE-EXIT
              END-DELETE
              MOVE SURVCAS-STATUS TO KEYED-STATUS
              PERFORM 059-CHECK-KEYED THRU 059-CHECK-KEYED-EXIT
           END-IF.
      *
       054-ERASE-FOR-REQUEST-EXIT.
           EXIT.

       055-ERASE-CONTLEDG.
      *    EVERY LEDGER ENTRY UNDER THE CPR, WHATEVER ITS DATE.
           MOVE EW-CPR TO CL-CPR.
           MOVE 0 TO CL-BUSDATE.
           MOVE '0' TO KY-MARKER.
           START CONTLEDG KEY IS NOT LESS THAN CL-KEY
              INVALID KEY
                 GO TO 055-ERASE-CONTLEDG-EXIT
           END-START.
           PERFORM TEST BEFORE UNTIL KY-EOF
              READ CONTLEDG NEXT RECORD
                 AT END
                    SET KY-EOF TO TRUE
              END-READ
              IF NOT KY-EOF
                 IF CL-CPR NOT = EW-CPR
                    SET KY-EOF TO TRUE
                 ELSE
                    DELETE CONTLEDG RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    PERFORM 059-CHECK-KEYED THRU 059-CHECK-KEYED-EXIT
                    IF SLOT-DONE(WS-SLOT)
                       PERFORM 051-COUNT-DELETE THRU
                               051-COUNT-DELETE-EXIT
                    ELSE
                       SET KY-EOF TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       055-ERASE-CONTLEDG-EXIT.
           EXIT.

       056-ERASE-PENDSCHM.
      *    EVERY SCHEME CHANGE HELD FOR THE CPR - PENDING, APPLIED OR
      *    EXCEPTED.
           MOVE EW-CPR TO PS-CPR.
           MOVE 0 TO PS-EFF-DATE.
           MOVE '0' TO KY-MARKER.
           START PENDSCHM KEY IS NOT LESS THAN PS-KEY
              INVALID KEY
                 GO TO 056-ERASE-PENDSCHM-EXIT
           END-START.
           PERFORM TEST BEFORE UNTIL KY-EOF
              READ PENDSCHM NEXT RECORD
                 AT END
                    SET KY-EOF TO TRUE
              END-READ
              IF NOT KY-EOF
                 IF PS-CPR NOT = EW-CPR
                    SET KY-EOF TO TRUE
                 ELSE
                    DELETE PENDSCHM RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    PERFORM 059-CHECK-KEYED THRU 059-CHECK-KEYED-EXIT
                    IF SLOT-DONE(WS-SLOT)
                       PERFORM 051-COUNT-DELETE THRU
                               051-COUNT-DELETE-EXIT
                    ELSE
                       SET KY-EOF TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       056-ERASE-PENDSCHM-EXIT.
           EXIT.

       057-SWEEP-EMPXREF.
      *    A LINK WHOSE CPR IS THE PERSON - REAL OR SURROGATE - IS
      *    DELETED. A LINK HR HAS SINCE MOVED TO ANOTHER CPR ONLY
      *    HAS THE PERSON AS ITS PREVIOUS CPR, WHICH IS CLEARED.
           MOVE 5 TO WS-SLOT.
           MOVE '0' TO KY-MARKER.
           PERFORM TEST BEFORE UNTIL KY-EOF
              READ EMPXREF NEXT RECORD
                 AT END
                    SET KY-EOF TO TRUE
              END-READ
              IF NOT KY-EOF
                 ADD 1 TO WS-SLOT-READ(WS-SLOT)
                 SET CPR-NOT-MATCHED TO TRUE
                 MOVE XR-CPR TO WS-LOOKUP-CPR
                 PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                 IF CPR-NOT-MATCHED
                    MOVE XR-CPR-OUT TO WS-LOOKUP-CPR
                    PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                 END-IF
                 IF CPR-MATCHED
                    DELETE EMPXREF RECORD
                 ELSE
                    MOVE XR-PREV-CPR TO WS-LOOKUP-CPR
                    PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                    IF CPR-NOT-MATCHED
                       MOVE XR-PREV-CPR-OUT TO WS-LOOKUP-CPR
                       PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                    END-IF
                    IF CPR-MATCHED
                       MOVE SPACES TO XR-PREV-CPR
                       MOVE SPACES TO XR-PREV-CPR-OUT
                       REWRITE EMPXREF-RECORD
                    END-IF
                 END-IF
                 IF CPR-MATCHED
                    PERFORM 059-CHECK-KEYED THRU 059-CHECK-KEYED-EXIT
                    IF SLOT-DONE(WS-SLOT)
                       PERFORM 068-COUNT-ERASURE THRU
                               068-COUNT-ERASURE-EXIT
                    ELSE
                       SET KY-EOF TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       057-SWEEP-EMPXREF-EXIT.
           EXIT.

       058-SWEEP-BENEFMST.
      *    BOTH SIDES OF A NOMINATION IDENTIFY THE PERSON : ONE THEY
      *    MADE AS A MEMBER, AND ONE ANOTHER MEMBER MADE NAMING THEM
      *    (NONE ON A CASE STILL BEING WORKED - THAT WAS REFUSED).
           MOVE 8 TO WS-SLOT.
           MOVE '0' TO BF-MARKER.
           PERFORM 048-READ-BENEFMST THRU 048-READ-BENEFMST-EXIT.
           PERFORM TEST BEFORE UNTIL BF-EOF
              ADD 1 TO WS-SLOT-READ(WS-SLOT)
              SET CPR-NOT-MATCHED TO TRUE
              MOVE BF-MEMBER-CPR TO WS-LOOKUP-CPR
              PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
              IF CPR-NOT-MATCHED
                 MOVE BF-BENEF-CPR TO WS-LOOKUP-CPR
                 PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
              END-IF
              IF CPR-MATCHED
                 DELETE BENEFMST RECORD
                 MOVE BENEFMST-STATUS TO KEYED-STATUS
                 PERFORM 059-CHECK-KEYED THRU 059-CHECK-KEYED-EXIT
                 IF SLOT-DONE(WS-SLOT)
                    PERFORM 068-COUNT-ERASURE THRU
                            068-COUNT-ERASURE-EXIT
                 ELSE
                    SET BF-EOF TO TRUE
                 END-IF
              END-IF
              IF NOT BF-EOF
                 PERFORM 048-READ-BENEFMST THRU 048-READ-BENEFMST-EXIT
              END-IF
           END-PERFORM.
      *
       058-SWEEP-BENEFMST-EXIT.
           EXIT.

       059-CHECK-KEYED.
      *    ANY STATUS BUT SUCCESS OR NOT FOUND STOPS THE FILE FOR
      *    THE REST OF THE RUN.
           IF KEYED-STATUS NOT = 0 AND KEYED-STATUS NOT = 23
              DISPLAY 'PENSERAS - UPDATE FAILED ON '
                      WS-SLOT-DD(WS-SLOT) ', STATUS ' KEYED-STATUS
              SET SLOT-FAILED(WS-SLOT) TO TRUE
              SET UPDATE-FAILED TO TRUE
           END-IF.
      *
       059-CHECK-KEYED-EXIT.
           EXIT.

       060-SCRUB-FILES.
      *    EVERY SEQUENTIAL FILE IS READ WHOLE AND EACH RECORD FOR A
      *    PERSON BEING ERASED IS REWRITTEN IN PLACE. SURRREG, THE
      *    LAST SLOT, IS HELD BACK WHEN ANYTHING FAILED SO A RERUN
      *    CAN STILL RESOLVE THE SURROGATE.
           PERFORM VARYING WS-SLOT FROM 9 BY 1 UNTIL WS-SLOT > 39
              PERFORM 062-SCRUB-ONE-FILE THRU 062-SCRUB-ONE-FILE-EXIT
           END-PERFORM.
           MOVE 40 TO WS-SLOT.
           IF UPDATE-FAILED
              SET SLOT-HELD-BACK(WS-SLOT) TO TRUE
              DISPLAY 'PENSERAS - SURRREG HELD BACK AFTER A FAILED '
                      'UPDATE - RERUN ONCE IT IS PUT RIGHT'
           ELSE
              PERFORM 062-SCRUB-ONE-FILE THRU 062-SCRUB-ONE-FILE-EXIT
           END-IF.
      *
       060-SCRUB-FILES-EXIT.
           EXIT.

       062-SCRUB-ONE-FILE.
           MOVE WS-SLOT TO WS-SLOT-DISP.
           PERFORM 080-OPEN-SLOT THRU 080-OPEN-SLOT-EXIT.
           IF SLOT-STATUS = 35
              SET SLOT-NOT-ALLOCATED(WS-SLOT) TO TRUE
              DISPLAY 'PENSERAS - ' WS-SLOT-DD(WS-SLOT)
                      ' NOT ALLOCATED - NOT SCRUBBED'
              GO TO 062-SCRUB-ONE-FILE-EXIT
           END-IF.
           IF SLOT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN ' WS-SLOT-DD(WS-SLOT)
                      ' ' SLOT-STATUS
              SET SLOT-FAILED(WS-SLOT) TO TRUE
              SET UPDATE-FAILED TO TRUE
              GO TO 062-SCRUB-ONE-FILE-EXIT
           END-IF.
           SET SLOT-DONE(WS-SLOT) TO TRUE.
           MOVE '0' TO SL-MARKER.
           PERFORM 082-READ-SLOT THRU 082-READ-SLOT-EXIT.
           PERFORM TEST BEFORE UNTIL SL-EOF
              ADD 1 TO WS-SLOT-READ(WS-SLOT)
              PERFORM 064-MATCH-RECORD THRU 064-MATCH-RECORD-EXIT
              IF CPR-MATCHED
                 PERFORM 066-ANONYMISE-RECORD THRU
                         066-ANONYMISE-RECORD-EXIT
                 PERFORM 084-REWRITE-SLOT THRU 084-REWRITE-SLOT-EXIT
                 IF SLOT-STATUS NOT = 0
                    DISPLAY 'PENSERAS - REWRITE FAILED ON '
                            WS-SLOT-DD(WS-SLOT) ', STATUS '
                            SLOT-STATUS
                    SET SLOT-FAILED(WS-SLOT) TO TRUE
                    SET UPDATE-FAILED TO TRUE
                    SET SL-EOF TO TRUE
                 ELSE
                    PERFORM 068-COUNT-ERASURE THRU
                            068-COUNT-ERASURE-EXIT
                    PERFORM 082-READ-SLOT THRU 082-READ-SLOT-EXIT
                 END-IF
              ELSE
                 PERFORM 082-READ-SLOT THRU 082-READ-SLOT-EXIT
              END-IF
           END-PERFORM.
           PERFORM 086-CLOSE-SLOT THRU 086-CLOSE-SLOT-EXIT.
           DISPLAY 'PENSERAS - ' WS-SLOT-DD(WS-SLOT) ' READ '
                   WS-SLOT-READ(WS-SLOT) ' ANONYMISED '
                   WS-SLOT-ERASED(WS-SLOT).
      *
       062-SCRUB-ONE-FILE-EXIT.
           EXIT.

       064-MATCH-RECORD.
      *    THE CPR AT THE FRONT OF THE RECORD, REAL OR SURROGATE, IS
      *    LOOKED UP AMONG THE 'K' RECORDS; ON SURRREG THE SURROGATE
      *    HALF OF THE LINK IS TRIED AS WELL. ONLY THE CENSUS DETAIL
      *    RECORDS HOLD A CPR, AFTER THE RECORD TYPE; EMPPAIR HOLDS
      *    THE REAL CPR AND THE SURROGATE AFTER ITS RECORD TYPE.
           SET CPR-NOT-MATCHED TO TRUE.
           EVALUATE TRUE
              WHEN WS-SLOT >= 29 AND WS-SLOT <= 33
                 IF CN-DETAIL
                    MOVE CN-CPR TO WS-LOOKUP-CPR
                    PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                 END-IF
              WHEN WS-SLOT = 39
                 MOVE XP-CPR TO WS-LOOKUP-CPR
                 PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                 IF CPR-NOT-MATCHED
                    MOVE XP-CPR-OUT TO WS-LOOKUP-CPR
                    PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                 END-IF
              WHEN OTHER
                 MOVE SC-RECORD(1:10) TO WS-LOOKUP-CPR
                 PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                 IF CPR-NOT-MATCHED AND WS-SLOT = 40
                    MOVE RG-SURR TO WS-LOOKUP-CPR
                    PERFORM 065-LOOKUP-CPR THRU 065-LOOKUP-CPR-EXIT
                 END-IF
           END-EVALUATE.
      *
       064-MATCH-RECORD-EXIT.
           EXIT.

       065-LOOKUP-CPR.
           IF WS-LOOKUP-CPR = SPACES OR WS-LOOKUP-CPR = WS-ERASED-CPR
              GO TO 065-LOOKUP-CPR-EXIT
           END-IF.
           MOVE 'K' TO EW-KIND.
           MOVE WS-LOOKUP-CPR TO EW-ID.
           READ ERASWORK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CPR-MATCHED TO TRUE
           END-READ.
      *
       065-LOOKUP-CPR-EXIT.
           EXIT.

       066-ANONYMISE-RECORD.
      *    THE CPR BECOMES **ERASED** AND WHAT ELSE IDENTIFIES THE
      *    PERSON IS CLEARED. DATES, BRANCHES, CODES AND THE GENDER
      *    THE COUNTS ARE BUILT ON ARE KEPT.
           EVALUATE WS-SLOT
              WHEN 9
              WHEN 24 THRU 28
                 MOVE WS-ERASED-CPR TO CH-CPR
                 MOVE SPACES TO CH-OLD
                 MOVE SPACES TO CH-NEW
                 MOVE SPACES TO CH-IMAGE
                 MOVE 'PENSERAS' TO CH-PROGRAM
              WHEN 10 THRU 14
                 MOVE WS-ERASED-CPR TO NI-CPR
                 MOVE 0 TO NI-RET-DATE
              WHEN 15 THRU 16
                 MOVE WS-ERASED-CPR TO RJ-CPR
                 MOVE SPACES TO RJ-FILEIN-RECORD
              WHEN 17
                 MOVE WS-ERASED-CPR TO DUP-CPR
              WHEN 18 THRU 23
                 MOVE WS-ERASED-CPR TO PO-CPR
                 MOVE SPACES TO PO-AGE
                 MOVE SPACES TO PO-RETIREMENT-DATE
              WHEN 29 THRU 33
                 MOVE WS-ERASED-CPR TO CN-CPR
                 MOVE 0 TO CN-BIRTH-DATE
              WHEN 34 THRU 38
                 MOVE WS-ERASED-CPR TO LS-CPR
                 MOVE SPACES TO LS-EMPNO
              WHEN 39
                 MOVE WS-ERASED-CPR TO XP-CPR
                 MOVE WS-ERASED-CPR TO XP-CPR-OUT
                 MOVE SPACES TO XP-EMPNO
                 MOVE SPACES TO XP-NAME
                 MOVE 0 TO XP-HR-DATE
              WHEN 40
                 MOVE WS-ERASED-CPR TO RG-REAL
                 MOVE WS-ERASED-CPR TO RG-SURR
           END-EVALUATE.
      *
       066-ANONYMISE-RECORD-EXIT.
           EXIT.

       068-COUNT-ERASURE.
      *    THE MATCHED 'K' RECORD IS STILL IN THE BUFFER.
           ADD 1 TO WS-SLOT-ERASED(WS-SLOT).
           MOVE EW-REQ-SEQ TO WS-REQ-ID-SEQ.
           MOVE 'R' TO EW-KIND.
           MOVE WS-REQ-ID TO EW-ID.
           READ ERASWORK
              INVALID KEY
                 GO TO 068-COUNT-ERASURE-EXIT
           END-READ.
           ADD 1 TO EW-COUNT(WS-SLOT).
           REWRITE ERASWORK-RECORD.
      *
       068-COUNT-ERASURE-EXIT.
           EXIT.

       070-PRINT-CERTIFICATES.
      *    ONE PAGE PER REQUEST, IN CARD ORDER.
           PERFORM 042-START-REQUESTS THRU 042-START-REQUESTS-EXIT.
           PERFORM TEST BEFORE UNTIL EW-EOF
              PERFORM 072-PRINT-ONE-CERTIFICATE THRU
                      072-PRINT-ONE-CERTIFICATE-EXIT
              PERFORM 043-READ-NEXT-REQUEST THRU
                      043-READ-NEXT-REQUEST-EXIT
           END-PERFORM.
      *
       070-PRINT-CERTIFICATES-EXIT.
           EXIT.

       072-PRINT-ONE-CERTIFICATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'REQUEST REFERENCE' TO RF-LABEL.
           MOVE EW-REF TO RF-VALUE.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE 'CARD NUMBER' TO RF-LABEL.
           MOVE EW-REQ-SEQ TO RF-VALUE.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE 'APPROVED BY' TO RF-LABEL.
           MOVE EW-APPROVED-BY TO RF-VALUE.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE 'APPROVED ON' TO RF-LABEL.
           MOVE EW-APPROVED-DATE TO RF-VALUE.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE 'CPR NUMBER' TO RF-LABEL.
           MOVE EW-CPR(7:4) TO WS-MASKED-TAIL.
           MOVE WS-MASKED-CPR TO RF-VALUE.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE 'SURROGATE' TO RF-LABEL.
           IF EW-SURR = SPACES
              MOVE 'NONE ON THE REGISTRY' TO RF-VALUE
           ELSE
              MOVE 'ON THE REGISTRY - RETIRED WITH THE CPR'
                TO RF-VALUE
           END-IF.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF EW-REFUSED
              PERFORM 076-PRINT-REFUSAL THRU 076-PRINT-REFUSAL-EXIT
              GO TO 072-PRINT-ONE-CERTIFICATE-EXIT
           END-IF.

           MOVE 'OUTCOME' TO RF-LABEL.
           IF UPDATE-FAILED
              MOVE 'INCOMPLETE - SEE THE FILES BELOW, RERUN'
                TO RF-VALUE
           ELSE
              MOVE 'ERASED FROM EVERY FILE LISTED' TO RF-VALUE
           END-IF.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-HDR-2.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 40
              PERFORM 074-PRINT-FILE-LINE THRU 074-PRINT-FILE-LINE-EXIT
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ON THE KEYED FILES THE RECORDS ARE DELETED. ON THE'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE 'OTHERS THE CPR IS REPLACED BY **ERASED** AND EVERY'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE 'OTHER FIELD IDENTIFYING THE PERSON IS CLEARED.'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE 'THOSE RECORDS ARE ANONYMISED IN PLACE, NOT REMOVED,'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE 'SO NO FILE COUNT CHANGES AND THE RUNAUDIT MANIFESTS,'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE 'DEMOHIST, THE CENSUS TRAILER AND PENSRCON STILL'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE 'BALANCE. A RETIRED SURROGATE IS NEVER ISSUED TO'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE 'ANYONE ELSE.'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'NOT REACHED BY THIS RUN, ON PURPOSE :'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '  MBRINQ - REBUILT FROM THE FILES ABOVE BY THE NEXT'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '           NIGHTLY PENSINQL'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '  KEYED WORK FILES - EMPTIED BY EVERY RUN OF THEIR'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '           PROGRAM'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '  GENERATIONS OLDER THAN THOSE LISTED - BEYOND THE'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '           GDG LIMIT, NO LONGER ON FILE'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '  LEAVSETL AND CENSUS COPIES ALREADY SENT TO FINANCE'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '           OR THE VALUATION FIRM - THE DATA-PROTECTION'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           MOVE '           OFFICE NOTIFIES THE RECIPIENT'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
      *
       072-PRINT-ONE-CERTIFICATE-EXIT.
           EXIT.

       074-PRINT-FILE-LINE.
           MOVE WS-SLOT-DD(WS-SLOT) TO RL-DD.
           MOVE WS-SLOT-DESC(WS-SLOT) TO RL-DESC.
           MOVE EW-COUNT(WS-SLOT) TO RL-COUNT.
           EVALUATE TRUE
              WHEN WS-SLOT = 1 AND EW-MAST-DELETED
                 MOVE 'MEMBER RECORD DELETED' TO RL-ACTION
              WHEN WS-SLOT = 1 AND EW-MAST-FAILED
                 MOVE 'DELETE FAILED - SEE THE JOB LOG' TO RL-ACTION
              WHEN WS-SLOT = 1
                 MOVE 'NO MEMBER RECORD ON FILE' TO RL-ACTION
              WHEN SLOT-NOT-ALLOCATED(WS-SLOT)
                 MOVE 'FILE NOT ALLOCATED TO THIS RUN' TO RL-ACTION
              WHEN SLOT-FAILED(WS-SLOT)
                 MOVE 'UPDATE FAILED - SEE THE JOB LOG' TO RL-ACTION
              WHEN SLOT-HELD-BACK(WS-SLOT)
                 MOVE 'HELD BACK UNTIL THE FAILED FILES ARE DONE'
                   TO RL-ACTION
              WHEN EW-COUNT(WS-SLOT) = 0
                 MOVE 'NOTHING HELD FOR THIS PERSON' TO RL-ACTION
              WHEN WS-SLOT = 40
                 MOVE 'LINK TOMBSTONED - SURROGATE RETIRED'
                   TO RL-ACTION
              WHEN WS-SLOT = 5
                 MOVE 'LINKS DELETED OR PREVIOUS CPR CLEARED'
                   TO RL-ACTION
              WHEN WS-SLOT < 9
                 MOVE 'RECORDS DELETED' TO RL-ACTION
              WHEN OTHER
                 MOVE 'ANONYMISED IN PLACE' TO RL-ACTION
           END-EVALUATE.
           WRITE RPT-LINE FROM RPT-FILE-LINE.
      *
       074-PRINT-FILE-LINE-EXIT.
           EXIT.

       076-PRINT-REFUSAL.
           MOVE 'OUTCOME' TO RF-LABEL.
           MOVE 'REFUSED - NO FILE WAS CHANGED' TO RF-VALUE.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE 'REASON' TO RF-LABEL.
           EVALUATE EW-REASON
              WHEN 'FORM'
                 MOVE 'CPR NUMBER IS NOT TEN DIGITS' TO RF-VALUE
              WHEN 'DUPL'
                 MOVE 'SAME CPR ON AN EARLIER CARD OF THIS RUN'
                   TO RF-VALUE
              WHEN 'SURV'
                 MOVE 'OWN SURVIVOR CASE STILL NEW OR OPEN'
                   TO RF-VALUE
              WHEN 'BENF'
                 MOVE 'SURVIVOR ON A CASE STILL NEW OR OPEN'
                   TO RF-VALUE
              WHEN 'PAYR'
                 MOVE 'PENSIONER IN PAYMENT - OPEN PAYROLL CASE'
                   TO RF-VALUE
              WHEN 'DEFR'
                 MOVE 'DEFERRED MEMBER - FROZEN BENEFIT STILL OWED'
                   TO RF-VALUE
           END-EVALUATE.
           WRITE RPT-LINE FROM RPT-FIELD-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'RESUBMIT THE REQUEST ONCE THE CASE IS CLOSED.'
             TO RN-TEXT.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
      *
       076-PRINT-REFUSAL-EXIT.
           EXIT.

       080-OPEN-SLOT.
           EVALUATE WS-SLOT
              WHEN  9
                 OPEN I-O CHGHIST
              WHEN 10
                 OPEN I-O NOTIFRG0
              WHEN 11
                 OPEN I-O NOTIFRG1
              WHEN 12
                 OPEN I-O NOTIFRG2
              WHEN 13
                 OPEN I-O NOTIFRG3
              WHEN 14
                 OPEN I-O NOTIFRG4
              WHEN 15
                 OPEN I-O OUTSTIN
              WHEN 16
                 OPEN I-O OUTSTOUT
              WHEN 17
                 OPEN I-O CPRDUPS
              WHEN 18
                 OPEN I-O PENSOUT0
              WHEN 19
                 OPEN I-O PENSOUT1
              WHEN 20
                 OPEN I-O PENSOUT2
              WHEN 21
                 OPEN I-O PENSOUT3
              WHEN 22
                 OPEN I-O PENSOUT4
              WHEN 23
                 OPEN I-O PENSOUT5
              WHEN 24
                 OPEN I-O CHARCH0
              WHEN 25
                 OPEN I-O CHARCH1
              WHEN 26
                 OPEN I-O CHARCH2
              WHEN 27
                 OPEN I-O CHARCH3
              WHEN 28
                 OPEN I-O CHARCH4
              WHEN 29
                 OPEN I-O CENSUS0
              WHEN 30
                 OPEN I-O CENSUS1
              WHEN 31
                 OPEN I-O CENSUS2
              WHEN 32
                 OPEN I-O CENSUS3
              WHEN 33
                 OPEN I-O CENSUS4
              WHEN 34
                 OPEN I-O LEAVST0
              WHEN 35
                 OPEN I-O LEAVST1
              WHEN 36
                 OPEN I-O LEAVST2
              WHEN 37
                 OPEN I-O LEAVST3
              WHEN 38
                 OPEN I-O LEAVST4
              WHEN 39
                 OPEN I-O EMPPAIR
              WHEN 40
                 OPEN I-O SURRREG
           END-EVALUATE.
      *
       080-OPEN-SLOT-EXIT.
           EXIT.

       082-READ-SLOT.
           EVALUATE WS-SLOT
              WHEN  9
                 READ CHGHIST INTO SC-RECORD
              WHEN 10
                 READ NOTIFRG0 INTO SC-RECORD
              WHEN 11
                 READ NOTIFRG1 INTO SC-RECORD
              WHEN 12
                 READ NOTIFRG2 INTO SC-RECORD
              WHEN 13
                 READ NOTIFRG3 INTO SC-RECORD
              WHEN 14
                 READ NOTIFRG4 INTO SC-RECORD
              WHEN 15
                 READ OUTSTIN INTO SC-RECORD
              WHEN 16
                 READ OUTSTOUT INTO SC-RECORD
              WHEN 17
                 READ CPRDUPS INTO SC-RECORD
              WHEN 18
                 READ PENSOUT0 INTO SC-RECORD
              WHEN 19
                 READ PENSOUT1 INTO SC-RECORD
              WHEN 20
                 READ PENSOUT2 INTO SC-RECORD
              WHEN 21
                 READ PENSOUT3 INTO SC-RECORD
              WHEN 22
                 READ PENSOUT4 INTO SC-RECORD
              WHEN 23
                 READ PENSOUT5 INTO SC-RECORD
              WHEN 24
                 READ CHARCH0 INTO SC-RECORD
              WHEN 25
                 READ CHARCH1 INTO SC-RECORD
              WHEN 26
                 READ CHARCH2 INTO SC-RECORD
              WHEN 27
                 READ CHARCH3 INTO SC-RECORD
              WHEN 28
                 READ CHARCH4 INTO SC-RECORD
              WHEN 29
                 READ CENSUS0 INTO SC-RECORD
              WHEN 30
                 READ CENSUS1 INTO SC-RECORD
              WHEN 31
                 READ CENSUS2 INTO SC-RECORD
              WHEN 32
                 READ CENSUS3 INTO SC-RECORD
              WHEN 33
                 READ CENSUS4 INTO SC-RECORD
              WHEN 34
                 READ LEAVST0 INTO SC-RECORD
              WHEN 35
                 READ LEAVST1 INTO SC-RECORD
              WHEN 36
                 READ LEAVST2 INTO SC-RECORD
              WHEN 37
                 READ LEAVST3 INTO SC-RECORD
              WHEN 38
                 READ LEAVST4 INTO SC-RECORD
              WHEN 39
                 READ EMPPAIR INTO SC-RECORD
              WHEN 40
                 READ SURRREG INTO SC-RECORD
           END-EVALUATE.
           IF SLOT-STATUS = 10
              SET SL-EOF TO TRUE
           END-IF.
           IF SLOT-STATUS > 10
              DISPLAY 'PENSERAS - READ FAILED ON ' WS-SLOT-DD(WS-SLOT)
                      ', STATUS ' SLOT-STATUS
              SET SLOT-FAILED(WS-SLOT) TO TRUE
              SET UPDATE-FAILED TO TRUE
              SET SL-EOF TO TRUE
           END-IF.
      *
       082-READ-SLOT-EXIT.
           EXIT.

       084-REWRITE-SLOT.
           EVALUATE WS-SLOT
              WHEN  9
                 REWRITE CHGHIST-RECORD FROM SC-RECORD
              WHEN 10
                 REWRITE NOTIFRG0-RECORD FROM SC-RECORD
              WHEN 11
                 REWRITE NOTIFRG1-RECORD FROM SC-RECORD
              WHEN 12
                 REWRITE NOTIFRG2-RECORD FROM SC-RECORD
              WHEN 13
                 REWRITE NOTIFRG3-RECORD FROM SC-RECORD
              WHEN 14
                 REWRITE NOTIFRG4-RECORD FROM SC-RECORD
              WHEN 15
                 REWRITE OUTSTIN-RECORD FROM SC-RECORD
              WHEN 16
                 REWRITE OUTSTOUT-RECORD FROM SC-RECORD
              WHEN 17
                 REWRITE CPRDUPS-RECORD FROM SC-RECORD
              WHEN 18
                 REWRITE PENSOUT0-RECORD FROM SC-RECORD
              WHEN 19
                 REWRITE PENSOUT1-RECORD FROM SC-RECORD
              WHEN 20
                 REWRITE PENSOUT2-RECORD FROM SC-RECORD
              WHEN 21
                 REWRITE PENSOUT3-RECORD FROM SC-RECORD
              WHEN 22
                 REWRITE PENSOUT4-RECORD FROM SC-RECORD
              WHEN 23
                 REWRITE PENSOUT5-RECORD FROM SC-RECORD
              WHEN 24
                 REWRITE CHARCH0-RECORD FROM SC-RECORD
              WHEN 25
                 REWRITE CHARCH1-RECORD FROM SC-RECORD
              WHEN 26
                 REWRITE CHARCH2-RECORD FROM SC-RECORD
              WHEN 27
                 REWRITE CHARCH3-RECORD FROM SC-RECORD
              WHEN 28
                 REWRITE CHARCH4-RECORD FROM SC-RECORD
              WHEN 29
                 REWRITE CENSUS0-RECORD FROM SC-RECORD
              WHEN 30
                 REWRITE CENSUS1-RECORD FROM SC-RECORD
              WHEN 31
                 REWRITE CENSUS2-RECORD FROM SC-RECORD
              WHEN 32
                 REWRITE CENSUS3-RECORD FROM SC-RECORD
              WHEN 33
                 REWRITE CENSUS4-RECORD FROM SC-RECORD
              WHEN 34
                 REWRITE LEAVST0-RECORD FROM SC-RECORD
              WHEN 35
                 REWRITE LEAVST1-RECORD FROM SC-RECORD
              WHEN 36
                 REWRITE LEAVST2-RECORD FROM SC-RECORD
              WHEN 37
                 REWRITE LEAVST3-RECORD FROM SC-RECORD
              WHEN 38
                 REWRITE LEAVST4-RECORD FROM SC-RECORD
              WHEN 39
                 REWRITE EMPPAIR-RECORD FROM SC-RECORD
              WHEN 40
                 REWRITE SURRREG-RECORD FROM SC-RECORD
           END-EVALUATE.
      *
       084-REWRITE-SLOT-EXIT.
           EXIT.

       086-CLOSE-SLOT.
           EVALUATE WS-SLOT
              WHEN  9
                 CLOSE CHGHIST
              WHEN 10
                 CLOSE NOTIFRG0
              WHEN 11
                 CLOSE NOTIFRG1
              WHEN 12
                 CLOSE NOTIFRG2
              WHEN 13
                 CLOSE NOTIFRG3
              WHEN 14
                 CLOSE NOTIFRG4
              WHEN 15
                 CLOSE OUTSTIN
              WHEN 16
                 CLOSE OUTSTOUT
              WHEN 17
                 CLOSE CPRDUPS
              WHEN 18
                 CLOSE PENSOUT0
              WHEN 19
                 CLOSE PENSOUT1
              WHEN 20
                 CLOSE PENSOUT2
              WHEN 21
                 CLOSE PENSOUT3
              WHEN 22
                 CLOSE PENSOUT4
              WHEN 23
                 CLOSE PENSOUT5
              WHEN 24
                 CLOSE CHARCH0
              WHEN 25
                 CLOSE CHARCH1
              WHEN 26
                 CLOSE CHARCH2
              WHEN 27
                 CLOSE CHARCH3
              WHEN 28
                 CLOSE CHARCH4
              WHEN 29
                 CLOSE CENSUS0
              WHEN 30
                 CLOSE CENSUS1
              WHEN 31
                 CLOSE CENSUS2
              WHEN 32
                 CLOSE CENSUS3
              WHEN 33
                 CLOSE CENSUS4
              WHEN 34
                 CLOSE LEAVST0
              WHEN 35
                 CLOSE LEAVST1
              WHEN 36
                 CLOSE LEAVST2
              WHEN 37
                 CLOSE LEAVST3
              WHEN 38
                 CLOSE LEAVST4
              WHEN 39
                 CLOSE EMPPAIR
              WHEN 40
                 CLOSE SURRREG
           END-EVALUATE.
      *
       086-CLOSE-SLOT-EXIT.
           EXIT.

       090-RUN-SUMMARY.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE RPT-HDR-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE 'RUN SUMMARY' TO RT-TEXT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ERASURE REQUESTS ON THE CARDS' TO RT-TEXT.
           MOVE WS-REQ-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REQUESTS CARRIED OUT' TO RT-TEXT.
           MOVE WS-ACCEPTED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'REQUESTS REFUSED' TO RT-TEXT.
           MOVE WS-REFUSED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'SURROGATES FOUND ON THE REGISTRY' TO RT-TEXT.
           MOVE WS-SURR-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           MOVE 'CPRMAST MEMBER RECORDS DELETED' TO RT-TEXT.
           MOVE WS-MAST-DELETED-COUNT TO RT-CT.
           WRITE RPT-LINE FROM RPT-TEXT-LINE.
           PERFORM VARYING WS-SLOT FROM 2 BY 1 UNTIL WS-SLOT > 40
              MOVE SPACES TO RT-TEXT
              IF WS-SLOT < 9
                 STRING WS-SLOT-DD(WS-SLOT) DELIMITED BY SPACE
                        ' RECORDS DELETED' DELIMITED BY SIZE
                        INTO RT-TEXT
                 END-STRING
              ELSE
                 STRING WS-SLOT-DD(WS-SLOT) DELIMITED BY SPACE
                        ' RECORDS ANONYMISED' DELIMITED BY SIZE
                        INTO RT-TEXT
                 END-STRING
              END-IF
              MOVE WS-SLOT-ERASED(WS-SLOT) TO RT-CT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
           END-PERFORM.
      *
       090-RUN-SUMMARY-EXIT.
           EXIT.

       END PROGRAM PENSERAS.
