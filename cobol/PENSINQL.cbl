       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSINQL.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSINQL REBUILDS THE MBRINQ MEMBER-INQUIRY FILE THAT THE *
      * PENSINQ CICS TRANSACTION READS ALONGSIDE CPRMAST. THE     *
      * ONLINE REGION CANNOT BROWSE THE NIGHT'S SEQUENTIAL FILES  *
      * BY MEMBER, SO EVERYTHING THE INQUIRY SHOWS BEYOND THE     *
      * MASTER IS LOADED HERE UNDER THE REAL CPR NUMBER :         *
      *    'H' - EVERY CHGHIST ENTRY, KEYED NEWEST FIRST          *
      *    'O' - EVERY CPR ON THE OUTSTOUT REJECT BACKLOG         *
      *    'P' - EVERY RECORD ON TONIGHT'S PENSOUT                *
      * MASKED RUNS WRITE SURROGATES TO CHGHIST AND PENSOUT; THEY *
      * ARE TRANSLATED BACK THROUGH THE SURRREG REGISTRY, LOADED  *
      * FIRST ONTO THE INQSURR KEYED WORK FILE (KEY = SURROGATE). *
      * BOTH CLUSTERS ARE DEFINED ONCE WITH REUSE AND EMPTIED BY  *
      * THE OPEN OUTPUT, SO THE INQUIRY NEVER SHOWS A ROW THE     *
      * SOURCE FILES NO LONGER HOLD. ENDS WITH RC 4 WHEN A        *
      * SURROGATE HAS NO REGISTRY ENTRY (LOADED UNDER THE         *
      * SURROGATE, SO THE ROW IS KEPT BUT NOT FOUND BY CPR).      *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MBRINQ ASSIGN TO MBRINQ
               FILE STATUS IS MBRINQ-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQ-KEY.

           SELECT INQSURR ASSIGN TO INQSURR
               FILE STATUS IS INQSURR-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SURR.

           SELECT SURRREG ASSIGN TO SURRREG
               FILE STATUS IS SURRREG-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGHIST ASSIGN TO CHGHIST
               FILE STATUS IS CHGHIST-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTSTOUT ASSIGN TO OUTSTOUT
               FILE STATUS IS OUTSTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENSOUT ASSIGN TO PENSOUT
               FILE STATUS IS PENSOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MBRINQ.
       01  MBRINQ-RECORD.
           COPY MBRINQ.

      *    SURROGATE-TO-REAL WORK COPY OF THE SURRREG REGISTRY.
       FD  INQSURR.
       01  INQSURR-RECORD.
           05 IS-SURR              PIC X(10).
           05 IS-REAL              PIC X(10).
           05 FILLER               PIC X(60).

      *    ACCESS-RESTRICTED, PERSISTENT SURROGATE REGISTRY - SEE
      *    THE SURRREG COPYBOOK.
       FD  SURRREG RECORDING MODE F.
       01  SURRREG-RECORD.
           COPY SURRREG.

      *    CHANGE-HISTORY LOG, APPENDED ACROSS RUNS BY CPRFILE AND
      *    CPRBKOUT - SEE THE CHGHIST COPYBOOK.
       FD  CHGHIST RECORDING MODE F.
       01  CHGHIST-RECORD.
           COPY CHGHIST.

      *    CPRRECYC'S CUMULATIVE OUTSTANDING-REJECTS FILE.
       FD  OUTSTOUT RECORDING MODE F.
       01  REJECT-RECORD.
           COPY CPRREJCT.

      *    PENSEXTR'S NIGHTLY RETIREMENT AND BENEFIT EXTRACT.
       FD  PENSOUT RECORDING MODE F.
       01  PENSOUT-RECORD.
           05 PO-CPR                PIC X(10).
           05 PO-AGE                PIC X(11).
           05 PO-GENDER             PIC X(01).
           05 PO-RETIREMENT-DATE    PIC X(40).
           05 PO-RETC               PIC S9(04).
           05 PO-ASOF-DATE          PIC 9(08).
           05 PO-SCHEME             PIC X(01).
           05 PO-BENEFIT            PIC X(14).
           05 FILLER                PIC X(01).

       WORKING-STORAGE SECTION.
       01 MBRINQ-STATUS             PIC 99.
       01 INQSURR-STATUS            PIC 99.
       01 SURRREG-STATUS            PIC 99.
       01 CHGHIST-STATUS            PIC 99.
       01 OUTSTOUT-STATUS           PIC 99.
       01 PENSOUT-STATUS            PIC 99.
       01 RG-MARKER                 PIC X     VALUE '0'.
          88 RG-EOF                          VALUE '1'.
       01 CH-MARKER                 PIC X     VALUE '0'.
          88 CH-EOF                          VALUE '1'.
       01 OS-MARKER                 PIC X     VALUE '0'.
          88 OS-EOF                          VALUE '1'.
       01 PO-MARKER                 PIC X     VALUE '0'.
          88 PO-EOF                          VALUE '1'.

       01 WS-LOOKUP-CPR             PIC X(10).
       01 WS-CHGHIST-RECNO          PIC 9(07) VALUE 0.

       01 WS-SURR-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-HIST-COUNT             PIC 9(07) COMP VALUE 0.
       01 WS-BACKLOG-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-PENSOUT-COUNT          PIC 9(07) COMP VALUE 0.
       01 WS-UNRESOLVED-COUNT       PIC 9(07) COMP VALUE 0.

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           DISPLAY "Program PENSINQL STARTING "

           OPEN OUTPUT MBRINQ.
           IF MBRINQ-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN MBRINQ ' MBRINQ-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 020-LOAD-SURROGATES THRU 020-LOAD-SURROGATES-EXIT.
           OPEN INPUT INQSURR.
           IF INQSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN INQSURR ' INQSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 030-LOAD-HISTORY THRU 030-LOAD-HISTORY-EXIT.
           PERFORM 040-LOAD-BACKLOG THRU 040-LOAD-BACKLOG-EXIT.
           PERFORM 050-LOAD-PENSOUT THRU 050-LOAD-PENSOUT-EXIT.

           CLOSE INQSURR.
           CLOSE MBRINQ.
           DISPLAY 'PENSINQL. SURROGATES LOADED       ' WS-SURR-COUNT.
           DISPLAY 'PENSINQL. CHANGE-HISTORY ROWS     ' WS-HIST-COUNT.
           DISPLAY 'PENSINQL. REJECT-BACKLOG ROWS     '
                   WS-BACKLOG-COUNT.
           DISPLAY 'PENSINQL. PENSOUT ROWS            '
                   WS-PENSOUT-COUNT.
           DISPLAY 'PENSINQL. UNRESOLVED SURROGATES   '
                   WS-UNRESOLVED-COUNT.
           IF WS-UNRESOLVED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       END-OF-SECTION.
           EXIT.

       020-LOAD-SURROGATES.
      *    AN UNMASKED INSTALLATION HAS NO REGISTRY YET - THE WORK
      *    FILE IS LEFT EMPTY AND EVERY CPR LOADS AS IT STANDS.
           OPEN OUTPUT INQSURR.
           IF INQSURR-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN INQSURR ' INQSURR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SURRREG.
           IF SURRREG-STATUS = 35
              DISPLAY 'PENSINQL - NO SURROGATE REGISTRY ON FILE'
              CLOSE INQSURR
              GO TO 020-LOAD-SURROGATES-EXIT
           END-IF.
           IF SURRREG-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN SURRREG ' SURRREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT.
           PERFORM TEST BEFORE UNTIL RG-EOF
              MOVE SPACES TO INQSURR-RECORD
              MOVE RG-SURR TO IS-SURR
              MOVE RG-REAL TO IS-REAL
              WRITE INQSURR-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-SURR-COUNT
              END-WRITE
              PERFORM 022-READ-SURRREG THRU 022-READ-SURRREG-EXIT
           END-PERFORM.
           CLOSE SURRREG.
           CLOSE INQSURR.
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

       025-RESOLVE-CPR.
      *    A REAL CPR HAS A NUMERIC SEQUENCE; A SURROGATE CARRIES A
      *    LETTER IN POSITION 7 AND IS LOOKED UP ON THE WORK COPY OF
      *    THE REGISTRY. WS-LOOKUP-CPR COMES BACK AS THE REAL CPR,
      *    OR UNCHANGED WHEN THE REGISTRY DOES NOT KNOW IT.
           IF WS-LOOKUP-CPR(7:4) IS NUMERIC
              GO TO 025-RESOLVE-CPR-EXIT
           END-IF.
           MOVE WS-LOOKUP-CPR TO IS-SURR.
           READ INQSURR
              INVALID KEY
                 ADD 1 TO WS-UNRESOLVED-COUNT
              NOT INVALID KEY
                 MOVE IS-REAL TO WS-LOOKUP-CPR
           END-READ.
      *
       025-RESOLVE-CPR-EXIT.
           EXIT.

       030-LOAD-HISTORY.
           OPEN INPUT CHGHIST.
           IF CHGHIST-STATUS = 35
              DISPLAY 'PENSINQL - NO CHANGE HISTORY ON FILE'
              GO TO 030-LOAD-HISTORY-EXIT
           END-IF.
           IF CHGHIST-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN CHGHIST ' CHGHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 032-READ-CHGHIST THRU 032-READ-CHGHIST-EXIT.
           PERFORM TEST BEFORE UNTIL CH-EOF
              ADD 1 TO WS-CHGHIST-RECNO
              MOVE CH-CPR TO WS-LOOKUP-CPR
              PERFORM 025-RESOLVE-CPR THRU 025-RESOLVE-CPR-EXIT
              MOVE SPACES TO MBRINQ-RECORD
              MOVE WS-LOOKUP-CPR TO IQ-CPR
              SET IQ-HISTORY TO TRUE
              IF CH-DATE IS NUMERIC
                 COMPUTE IQ-INV-DATE = 99999999 - CH-DATE
                 MOVE CH-DATE TO IQH-DATE
              ELSE
                 MOVE 99999999 TO IQ-INV-DATE
                 MOVE 0 TO IQH-DATE
              END-IF
              COMPUTE IQ-INV-RECNO = 9999999 - WS-CHGHIST-RECNO
              MOVE CH-FIELD TO IQH-FIELD
              MOVE CH-OLD TO IQH-OLD
              MOVE CH-NEW TO IQH-NEW
              WRITE MBRINQ-RECORD
                 INVALID KEY
                    DISPLAY 'PENSINQL - MBRINQ WRITE FAILED FOR '
                            IQ-KEY ' STATUS ' MBRINQ-STATUS
                    MOVE 12 TO RETURN-CODE
                    GOBACK
              END-WRITE
              ADD 1 TO WS-HIST-COUNT
              PERFORM 032-READ-CHGHIST THRU 032-READ-CHGHIST-EXIT
           END-PERFORM.
           CLOSE CHGHIST.
      *
       030-LOAD-HISTORY-EXIT.
           EXIT.

       032-READ-CHGHIST.
      *    AN ENTRY PENSERAS HAS ERASED BELONGS TO NO ONE ANY MORE -
      *    IT IS PASSED OVER, BUT STILL COUNTS TOWARDS THE POSITION.
           READ CHGHIST
                AT END SET CH-EOF TO TRUE
           END-READ.
           IF NOT CH-EOF AND CH-CPR = '**ERASED**'
              ADD 1 TO WS-CHGHIST-RECNO
              GO TO 032-READ-CHGHIST
           END-IF.
      *
       032-READ-CHGHIST-EXIT.
           EXIT.

       040-LOAD-BACKLOG.
      *    OUTSTOUT CARRIES REAL CPR NUMBERS. A CPR REJECTED UNDER
      *    MORE THAN ONE SUB-FILE KEEPS ITS LAST BACKLOG ENTRY.
           OPEN INPUT OUTSTOUT.
           IF OUTSTOUT-STATUS = 35
              DISPLAY 'PENSINQL - NO REJECT BACKLOG ON FILE'
              GO TO 040-LOAD-BACKLOG-EXIT
           END-IF.
           IF OUTSTOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN OUTSTOUT ' OUTSTOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 042-READ-OUTSTOUT THRU 042-READ-OUTSTOUT-EXIT.
           PERFORM TEST BEFORE UNTIL OS-EOF
              MOVE SPACES TO MBRINQ-RECORD
              MOVE RJ-CPR TO IQ-CPR
              SET IQ-OUTSTANDING TO TRUE
              MOVE 0 TO IQ-INV-DATE
              MOVE 0 TO IQ-INV-RECNO
              MOVE RJ-RC TO IQO-RC
              MOVE RJ-REASON TO IQO-REASON
              MOVE RJ-FIRST-DATE TO IQO-FIRST-DATE
              MOVE RJ-SUBF-BRANCH TO IQO-SUBF-BRANCH
              WRITE MBRINQ-RECORD
                 INVALID KEY
                    REWRITE MBRINQ-RECORD
                    END-REWRITE
                 NOT INVALID KEY
                    ADD 1 TO WS-BACKLOG-COUNT
              END-WRITE
              PERFORM 042-READ-OUTSTOUT THRU 042-READ-OUTSTOUT-EXIT
           END-PERFORM.
           CLOSE OUTSTOUT.
      *
       040-LOAD-BACKLOG-EXIT.
           EXIT.

       042-READ-OUTSTOUT.
           READ OUTSTOUT
                AT END SET OS-EOF TO TRUE
           END-READ.
           IF NOT OS-EOF AND RJ-CPR = '**ERASED**'
              GO TO 042-READ-OUTSTOUT
           END-IF.
      *
       042-READ-OUTSTOUT-EXIT.
           EXIT.

       050-LOAD-PENSOUT.
           OPEN INPUT PENSOUT.
           IF PENSOUT-STATUS NOT = 0
              DISPLAY 'FILE STATUS AT OPEN PENSOUT ' PENSOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 052-READ-PENSOUT THRU 052-READ-PENSOUT-EXIT.
           PERFORM TEST BEFORE UNTIL PO-EOF
              MOVE PO-CPR TO WS-LOOKUP-CPR
              PERFORM 025-RESOLVE-CPR THRU 025-RESOLVE-CPR-EXIT
              MOVE SPACES TO MBRINQ-RECORD
              MOVE WS-LOOKUP-CPR TO IQ-CPR
              SET IQ-PENSOUT TO TRUE
              MOVE 0 TO IQ-INV-DATE
              MOVE 0 TO IQ-INV-RECNO
              MOVE PO-RETIREMENT-DATE TO IQP-RETIREMENT-DATE
              MOVE PO-RETC TO IQP-RETC
              MOVE PO-ASOF-DATE TO IQP-ASOF-DATE
              MOVE PO-BENEFIT TO IQP-BENEFIT
              WRITE MBRINQ-RECORD
                 INVALID KEY
                    REWRITE MBRINQ-RECORD
                    END-REWRITE
                 NOT INVALID KEY
                    ADD 1 TO WS-PENSOUT-COUNT
              END-WRITE
              PERFORM 052-READ-PENSOUT THRU 052-READ-PENSOUT-EXIT
           END-PERFORM.
           CLOSE PENSOUT.
      *
       050-LOAD-PENSOUT-EXIT.
           EXIT.

       052-READ-PENSOUT.
           READ PENSOUT
                AT END SET PO-EOF TO TRUE
           END-READ.
           IF NOT PO-EOF AND PO-CPR = '**ERASED**'
              GO TO 052-READ-PENSOUT
           END-IF.
      *
       052-READ-PENSOUT-EXIT.
           EXIT.

       END PROGRAM PENSINQL.
