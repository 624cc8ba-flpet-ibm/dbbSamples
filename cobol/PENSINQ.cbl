       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSINQ.
       AUTHOR.        DENNIS BEHM.
      *************************************************************
      * PENSINQ IS THE ONLINE CPR MEMBER INQUIRY (CICS TRANSID    *
      * PINQ, MAPSET PENSINQM). KEYED BY CPR NUMBER IT SHOWS :    *
      *    - THE CPRMAST RECORD : AGE, GENDER, RC, SCHEME, BRANCH,*
      *      RM-LASTUPD AND RM-LASTAMT                            *
      *    - WHETHER THE MEMBER IS ON THE OPEN REJECT BACKLOG     *
      *      (OUTSTOUT) AND SINCE WHEN                            *
      *    - RETIREMENT DATE AND PROJECTED BENEFIT FROM THE       *
      *      LATEST PENSOUT                                       *
      *    - THE CHGHIST ENTRIES, NEWEST FIRST, TEN A PAGE (PF8)  *
      * EVERYTHING BEYOND CPRMAST COMES OFF THE MBRINQ FILE THAT  *
      * PENSINQL REBUILDS EVERY NIGHT.                            *
      *                                                           *
      * THE SCREEN SHOWS REAL CPR NUMBERS, SO :                   *
      *    - THE PROGRAM ONLY EVER READS AND BROWSES; BOTH FILES  *
      *      ARE DEFINED TO THE REGION READ-ONLY AS WELL          *
      *    - BEYOND THE RACF TRANSACTION PROFILE, EVERY LOOKUP    *
      *      CHECKS THE SIGNED-ON USER'S RACF READ ACCESS TO BOTH *
      *      FILES AND REFUSES THE INQUIRY WITHOUT IT             *
      *    - EVERY LOOKUP, REFUSED ONES INCLUDED, IS WRITTEN TO   *
      *      THE PINL TRANSIENT-DATA QUEUE (USER, TERMINAL, DATE, *
      *      TIME, CPR, RESULT). A LOOKUP THAT CANNOT BE LOGGED   *
      *      IS NOT SHOWN.                                        *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    CARRIED BETWEEN PSEUDO-CONVERSATIONAL TASKS : THE CPR ON
      *    THE SCREEN AND WHERE THE NEXT HISTORY PAGE STARTS.
       01 WS-COMMAREA.
          05 CA-CPR                 PIC X(10).
          05 CA-NEXT-SEQ            PIC X(15).
          05 CA-PAGE                PIC 9(03).
          05 CA-MORE-SW             PIC X(01).
             88 CA-MORE                      VALUE 'Y'.
             88 CA-NO-MORE                   VALUE 'N'.

           COPY PENSINQM.
           COPY DFHAID.

       01 MASTER-RECORD.
           COPY CPRMASTR.
       01 MBRINQ-RECORD.
           COPY MBRINQ.

       01 WS-INQ-KEY                PIC X(26).
       01 WS-RESP                   PIC S9(08) COMP.
       01 WS-READ-CVDA              PIC S9(08) COMP.
       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-SCREEN-DATE            PIC X(10).
       01 WS-ROW                    PIC S9(04) COMP.

       01 WS-ACCESS-SW              PIC X     VALUE 'Y'.
          88 ACCESS-GRANTED                  VALUE 'Y'.
          88 ACCESS-DENIED                   VALUE 'N'.
       01 WS-HIST-SW                PIC X     VALUE 'N'.
          88 HIST-END                        VALUE 'Y'.
       01 WS-BROWSE-SW              PIC X     VALUE 'N'.
          88 BROWSE-STARTED                  VALUE 'Y'.
       01 WS-LOG-SW                 PIC X     VALUE 'Y'.
          88 LOG-WRITTEN                     VALUE 'Y'.
          88 LOG-FAILED                      VALUE 'N'.

      *    ONE PINL LOG RECORD PER LOOKUP.
       01 WS-LOG-RECORD.
          05 LG-DATE                PIC X(08).
          05 LG-TIME                PIC X(06).
          05 LG-USERID              PIC X(08).
          05 LG-TERMID              PIC X(04).
          05 LG-TRANID              PIC X(04).
          05 LG-CPR                 PIC X(10).
          05 LG-RESULT              PIC X(08).
          05 LG-PAGE                PIC 9(03).
          05 FILLER                 PIC X(29) VALUE SPACES.

       01 WS-HIST-LINE.
          05 HL-DATE                PIC 9(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HL-FIELD               PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HL-OLD                 PIC X(12).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HL-NEW                 PIC X(12).
          05 FILLER                 PIC X(33) VALUE SPACES.

       01 WS-BACKLOG-LINE.
          05 FILLER                 PIC X(13) VALUE 'YES - REASON '.
          05 BL-REASON              PIC X(04).
          05 FILLER                 PIC X(07) VALUE ' SINCE '.
          05 BL-FIRST-DATE          PIC 9(08).
          05 FILLER                 PIC X(08) VALUE ' BRANCH '.
          05 BL-BRANCH              PIC X(10).
          05 FILLER                 PIC X(10) VALUE SPACES.

       01 WS-AMT-EDIT               PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-RESP-EDIT              PIC ZZZ9.
       01 WS-END-TEXT               PIC X(20)
                                    VALUE 'PINQ INQUIRY ENDED'.

       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(29).

       PROCEDURE DIVISION.
       010-INITIALIZATION.
           IF EIBCALEN = 0
              MOVE SPACES TO CA-CPR
              MOVE ZEROS TO CA-NEXT-SEQ
              MOVE 0 TO CA-PAGE
              SET CA-NO-MORE TO TRUE
              MOVE LOW-VALUES TO PINQMAPO
              MOVE 'ENTER A CPR NUMBER AND PRESS ENTER' TO MSGO
              PERFORM 090-SEND-MAP THRU 090-SEND-MAP-EXIT
              PERFORM 095-RETURN THRU 095-RETURN-EXIT
           END-IF.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                           LENGTH(LENGTH OF WS-END-TEXT)
                           ERASE FREEKB
                 END-EXEC
                 EXEC CICS RETURN
                 END-EXEC
              WHEN EIBAID = DFHENTER
                 PERFORM 020-RECEIVE-MAP THRU 020-RECEIVE-MAP-EXIT
              WHEN EIBAID = DFHPF8
                 IF CA-CPR = SPACES OR NOT CA-MORE
                    MOVE LOW-VALUES TO PINQMAPO
                    MOVE 'NO MORE CHANGE HISTORY FOR THIS CPR NUMBER'
                      TO MSGO
                    PERFORM 092-SEND-MESSAGE THRU 092-SEND-MESSAGE-EXIT
                 ELSE
                    ADD 1 TO CA-PAGE
                    PERFORM 030-INQUIRE THRU 030-INQUIRE-EXIT
                 END-IF
              WHEN OTHER
                 MOVE LOW-VALUES TO PINQMAPO
                 MOVE 'INVALID KEY - USE ENTER, PF8 OR PF3' TO MSGO
                 PERFORM 092-SEND-MESSAGE THRU 092-SEND-MESSAGE-EXIT
           END-EVALUATE.

           PERFORM 095-RETURN THRU 095-RETURN-EXIT.
      *
       END-OF-SECTION.
           EXIT.

       020-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('PINQMAP') MAPSET('PENSINQM')
                     INTO(PINQMAPI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL) OR CPRL = 0
              MOVE LOW-VALUES TO PINQMAPO
              MOVE 'ENTER A CPR NUMBER AND PRESS ENTER' TO MSGO
              PERFORM 090-SEND-MAP THRU 090-SEND-MAP-EXIT
              GO TO 020-RECEIVE-MAP-EXIT
           END-IF.
           IF CPRI IS NOT NUMERIC
              MOVE CPRI TO CA-CPR
              MOVE LOW-VALUES TO PINQMAPO
              MOVE CA-CPR TO CPRO
              MOVE 'A CPR NUMBER IS TEN DIGITS' TO MSGO
              PERFORM 090-SEND-MAP THRU 090-SEND-MAP-EXIT
              MOVE SPACES TO CA-CPR
              GO TO 020-RECEIVE-MAP-EXIT
           END-IF.
           MOVE CPRI TO CA-CPR.
           MOVE ZEROS TO CA-NEXT-SEQ.
           MOVE 1 TO CA-PAGE.
           PERFORM 030-INQUIRE THRU 030-INQUIRE-EXIT.
      *
       020-RECEIVE-MAP-EXIT.
           EXIT.

       025-CHECK-ACCESS.
      *    THE SIGNED-ON USER MUST HOLD RACF READ ACCESS TO BOTH
      *    FILES THE INQUIRY SHOWS.
           SET ACCESS-GRANTED TO TRUE.
           EXEC CICS QUERY SECURITY RESTYPE('FILE') RESID('CPRMAST')
                     READ(WS-READ-CVDA) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-READ-CVDA NOT = DFHVALUE(READABLE)
              SET ACCESS-DENIED TO TRUE
              GO TO 025-CHECK-ACCESS-EXIT
           END-IF.
           EXEC CICS QUERY SECURITY RESTYPE('FILE') RESID('MBRINQ')
                     READ(WS-READ-CVDA) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-READ-CVDA NOT = DFHVALUE(READABLE)
              SET ACCESS-DENIED TO TRUE
           END-IF.
      *
       025-CHECK-ACCESS-EXIT.
           EXIT.

       030-INQUIRE.
           MOVE LOW-VALUES TO PINQMAPO.
           MOVE CA-CPR TO CPRO.
           PERFORM 025-CHECK-ACCESS THRU 025-CHECK-ACCESS-EXIT.
           IF ACCESS-DENIED
              MOVE 'DENIED' TO LG-RESULT
              PERFORM 080-LOG-LOOKUP THRU 080-LOG-LOOKUP-EXIT
              MOVE 'NOT AUTHORISED FOR MEMBER INQUIRY - ATTEMPT LOGGED'
                TO MSGO
              MOVE SPACES TO CA-CPR
              SET CA-NO-MORE TO TRUE
              PERFORM 090-SEND-MAP THRU 090-SEND-MAP-EXIT
              GO TO 030-INQUIRE-EXIT
           END-IF.

           EXEC CICS READ FILE('CPRMAST') INTO(MASTER-RECORD)
                     RIDFLD(CA-CPR) RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM 035-SHOW-MASTER THRU 035-SHOW-MASTER-EXIT
                 MOVE 'FOUND' TO LG-RESULT
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'CPR NUMBER NOT ON CPRMAST' TO MSGO
                 MOVE 'NOTFOUND' TO LG-RESULT
              WHEN OTHER
                 MOVE WS-RESP TO WS-RESP-EDIT
                 STRING 'CPRMAST NOT AVAILABLE - RESP ' WS-RESP-EDIT
                        DELIMITED BY SIZE INTO MSGO
                 MOVE 'ERROR' TO LG-RESULT
                 PERFORM 080-LOG-LOOKUP THRU 080-LOG-LOOKUP-EXIT
                 PERFORM 090-SEND-MAP THRU 090-SEND-MAP-EXIT
                 GO TO 030-INQUIRE-EXIT
           END-EVALUATE.
           IF CA-PAGE > 1 AND LG-RESULT = 'FOUND'
              MOVE 'PAGE' TO LG-RESULT
           END-IF.

           PERFORM 040-SHOW-BACKLOG THRU 040-SHOW-BACKLOG-EXIT.
           PERFORM 045-SHOW-PENSOUT THRU 045-SHOW-PENSOUT-EXIT.
           PERFORM 050-SHOW-HISTORY THRU 050-SHOW-HISTORY-EXIT.

           PERFORM 080-LOG-LOOKUP THRU 080-LOG-LOOKUP-EXIT.
           IF LOG-FAILED
              MOVE LOW-VALUES TO PINQMAPO
              MOVE CA-CPR TO CPRO
              MOVE 'INQUIRY LOG NOT AVAILABLE - LOOKUP NOT SHOWN'
                TO MSGO
              MOVE SPACES TO CA-CPR
              SET CA-NO-MORE TO TRUE
           END-IF.
           PERFORM 090-SEND-MAP THRU 090-SEND-MAP-EXIT.
      *
       030-INQUIRE-EXIT.
           EXIT.

       035-SHOW-MASTER.
           MOVE RM-AGE TO AGEO.
           MOVE RM-GENDER TO GENDERO.
           MOVE RM-RC TO MRCO.
           MOVE RM-SCHEME TO SCHMO.
           EVALUATE RM-SCHEME
              WHEN 'H'
                 MOVE 'HOURLY' TO SCHNMO
              WHEN 'C'
                 MOVE 'CIVIL SERVANT' TO SCHNMO
              WHEN OTHER
                 MOVE 'SALARIED' TO SCHNMO
           END-EVALUATE.
           MOVE RM-BRANCH TO BRCHO.
           MOVE RM-LASTUPD TO LUPDO.
           IF RM-LASTAMT IS NUMERIC
              MOVE RM-LASTAMT TO WS-AMT-EDIT
              MOVE WS-AMT-EDIT TO LAMTO
           ELSE
              MOVE SPACES TO LAMTO
           END-IF.
      *
       035-SHOW-MASTER-EXIT.
           EXIT.

       040-SHOW-BACKLOG.
           MOVE SPACES TO MBRINQ-RECORD.
           MOVE CA-CPR TO IQ-CPR.
           SET IQ-OUTSTANDING TO TRUE.
           MOVE 0 TO IQ-INV-DATE.
           MOVE 0 TO IQ-INV-RECNO.
           MOVE IQ-KEY TO WS-INQ-KEY.
           EXEC CICS READ FILE('MBRINQ') INTO(MBRINQ-RECORD)
                     RIDFLD(WS-INQ-KEY) RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE IQO-REASON TO BL-REASON
                 MOVE IQO-FIRST-DATE TO BL-FIRST-DATE
                 MOVE IQO-SUBF-BRANCH TO BL-BRANCH
                 MOVE WS-BACKLOG-LINE TO BKLGO
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'NO' TO BKLGO
              WHEN OTHER
                 MOVE 'NOT AVAILABLE' TO BKLGO
           END-EVALUATE.
      *
       040-SHOW-BACKLOG-EXIT.
           EXIT.

       045-SHOW-PENSOUT.
           MOVE SPACES TO MBRINQ-RECORD.
           MOVE CA-CPR TO IQ-CPR.
           SET IQ-PENSOUT TO TRUE.
           MOVE 0 TO IQ-INV-DATE.
           MOVE 0 TO IQ-INV-RECNO.
           MOVE IQ-KEY TO WS-INQ-KEY.
           EXEC CICS READ FILE('MBRINQ') INTO(MBRINQ-RECORD)
                     RIDFLD(WS-INQ-KEY) RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE IQP-RETIREMENT-DATE TO RETDO
                 MOVE IQP-BENEFIT TO BENFO
                 MOVE IQP-ASOF-DATE TO ASOFO
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'NOT ON THE LATEST PENSOUT' TO RETDO
              WHEN OTHER
                 MOVE 'NOT AVAILABLE' TO RETDO
           END-EVALUATE.
      *
       045-SHOW-PENSOUT-EXIT.
           EXIT.

       050-SHOW-HISTORY.
      *    BROWSE FROM WHERE THE LAST PAGE STOPPED (ZEROS FOR THE
      *    FIRST PAGE). ONE READ PAST THE TENTH ROW TELLS WHETHER
      *    THERE IS ANOTHER PAGE AND WHERE IT STARTS.
           MOVE CA-PAGE TO PAGENO.
           SET CA-NO-MORE TO TRUE.
           MOVE 'N' TO WS-HIST-SW.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE 0 TO WS-ROW.
           MOVE SPACES TO MBRINQ-RECORD.
           MOVE CA-CPR TO IQ-CPR.
           SET IQ-HISTORY TO TRUE.
           MOVE CA-NEXT-SEQ TO IQ-SEQ.
           MOVE IQ-KEY TO WS-INQ-KEY.
           EXEC CICS STARTBR FILE('MBRINQ') RIDFLD(WS-INQ-KEY)
                     GTEQ RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET HIST-END TO TRUE
           ELSE
              SET BROWSE-STARTED TO TRUE
              PERFORM 055-READ-HISTORY THRU 055-READ-HISTORY-EXIT
           END-IF.
           PERFORM 052-SHOW-HISTORY-ROW THRU 052-SHOW-HISTORY-ROW-EXIT
                   UNTIL HIST-END OR WS-ROW = 10.
           IF NOT HIST-END
              SET CA-MORE TO TRUE
              MOVE IQ-SEQ TO CA-NEXT-SEQ
           END-IF.
           IF BROWSE-STARTED
              EXEC CICS ENDBR FILE('MBRINQ') RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-ROW = 0
              MOVE 'NO CHANGE HISTORY ON FILE' TO HLINEO(1)
           END-IF.
      *
       050-SHOW-HISTORY-EXIT.
           EXIT.

       052-SHOW-HISTORY-ROW.
           ADD 1 TO WS-ROW.
           MOVE IQH-DATE TO HL-DATE.
           MOVE IQH-FIELD TO HL-FIELD.
           MOVE IQH-OLD TO HL-OLD.
           MOVE IQH-NEW TO HL-NEW.
           MOVE WS-HIST-LINE TO HLINEO(WS-ROW).
           PERFORM 055-READ-HISTORY THRU 055-READ-HISTORY-EXIT.
      *
       052-SHOW-HISTORY-ROW-EXIT.
           EXIT.

       055-READ-HISTORY.
           EXEC CICS READNEXT FILE('MBRINQ') INTO(MBRINQ-RECORD)
                     RIDFLD(WS-INQ-KEY) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR IQ-CPR NOT = CA-CPR
              OR NOT IQ-HISTORY
              SET HIST-END TO TRUE
           END-IF.
      *
       055-READ-HISTORY-EXIT.
           EXIT.

       080-LOG-LOOKUP.
      *    THE LOG RECORD IS WRITTEN BEFORE ANYTHING IS SENT TO THE
      *    TERMINAL; IF IT CANNOT BE WRITTEN THE CALLER WITHHOLDS
      *    THE DATA.
           SET LOG-WRITTEN TO TRUE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(LG-DATE) TIME(LG-TIME)
           END-EXEC.
           EXEC CICS ASSIGN USERID(LG-USERID)
           END-EXEC.
           MOVE EIBTRMID TO LG-TERMID.
           MOVE EIBTRNID TO LG-TRANID.
           MOVE CA-CPR TO LG-CPR.
           MOVE CA-PAGE TO LG-PAGE.
           EXEC CICS WRITEQ TD QUEUE('PINL') FROM(WS-LOG-RECORD)
                     LENGTH(LENGTH OF WS-LOG-RECORD) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET LOG-FAILED TO TRUE
           END-IF.
      *
       080-LOG-LOOKUP-EXIT.
           EXIT.

       090-SEND-MAP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DDMMYYYY(WS-SCREEN-DATE) DATESEP('.')
           END-EXEC.
           MOVE WS-SCREEN-DATE TO CURDTO.
           EXEC CICS SEND MAP('PINQMAP') MAPSET('PENSINQM')
                     FROM(PINQMAPO) ERASE FREEKB
           END-EXEC.
      *
       090-SEND-MAP-EXIT.
           EXIT.

       092-SEND-MESSAGE.
      *    MESSAGE ONLY - THE REST OF THE SCREEN STAYS AS IT IS.
           EXEC CICS SEND MAP('PINQMAP') MAPSET('PENSINQM')
                     FROM(PINQMAPO) DATAONLY FREEKB
           END-EXEC.
      *
       092-SEND-MESSAGE-EXIT.
           EXIT.

       095-RETURN.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
      *
       095-RETURN-EXIT.
           EXIT.

       END PROGRAM PENSINQ.
