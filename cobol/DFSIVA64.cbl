      *                  MOVE <LAST NAME> <CURRENT DEPT> <TARGET        00003740
      *                  DEPT> - THE PERSON AND EVERY ADDITIONAL        00003760
      *                  NUMBER MOVE UNDER THE NEW ROOT INTACT          00003780
      *        ADD, TADD, MOVE AND THE BULK LOAD FILE AN ENTRY ONLY     00003785
      *        UNDER A DEPARTMENT THAT IS ON THE DEPTREF REFERENCE      00003790
      *        FILE AND ACTIVE - ANY OTHER IS REJECTED, REASON DEP      00003795
      *        ADD AND LOAD MAY LEAVE THE EXTENSION BLANK - THE NEXT    00003796
      *        FREE NUMBER IN THE DEPARTMENT'S RANGE IS ASSIGNED.       00003797
      *        ADD, UPDATE, MOVE, ADDPHONE AND LOAD REJECT A NUMBER HELD00003798
      *        BY ANYONE ELSE IN THE DIRECTORY, REASON COL              00003799
      *                                                                 00003800
      *       CHANGES:  THIS MODULE IS NEW IN IMS/ESA 3.2               00003900
      *  APAR...  ID  PREREQ.  DATE....  DESCRIPTION................... 00004000
           SELECT UNLDOUT ASSIGN TO UNLDOUT                             00007170
               FILE STATUS IS UNLDOUT-STATUS                            00007180
               ORGANIZATION IS SEQUENTIAL.                              00007190
                                                                        00007191
      *    DEPARTMENT REFERENCE FILE (MAINTAINED BY DEPTMNT) - EVERY    00007192
      *    DEPARTMENT ROOT AN ENTRY IS FILED UNDER MUST BE ON IT AND    00007193
      *    ACTIVE. NOT OPENED FOR AN UNLOAD                             00007194
           SELECT DEPTREF ASSIGN TO DEPTREF                             00007195
               ORGANIZATION IS INDEXED                                  00007196
               ACCESS MODE IS RANDOM                                    00007197
               RECORD KEY IS DT-CODE                                    00007198
               FILE STATUS IS DEPTREF-STATUS.                           00007199
                                                                        00007200
      *    EXTENSION INDEX - EVERY NUMBER HELD IN THE DIRECTORY (OWN    00007207
      *    EXTENSIONS AND ADDITIONAL NUMBERS ALIKE) WITH ITS HOLDER.    00007214
      *    REBUILT FROM THE DATABASE AT THE START OF EVERY RUN THAT     00007221
      *    FILES ENTRIES AND KEPT IN STEP AS NUMBERS ARE ADDED,         00007228
      *    CHANGED, MOVED AND DELETED, SO IT ANSWERS THE COLLISION      00007235
      *    CHECK AND THE NEXT-FREE SEARCH WITHOUT A DATABASE SCAN       00007242
      *    PER TRANSACTION. NOT OPENED FOR AN UNLOAD                    00007249
           SELECT EXTINDEX ASSIGN TO EXTINDEX                           00007256
               ORGANIZATION IS INDEXED                                  00007263
               ACCESS MODE IS DYNAMIC                                   00007270
               RECORD KEY IS EX-EXTENSION                               00007277
               FILE STATUS IS EXTINDEX-STATUS.                          00007284
      *    MACHINE-READABLE REJECTS - TRANSACTIONS WHOSE EXTENSION OR   00007300
      *    ZIP FAILS THE FORMAT EDIT, WRITTEN OUT WITH THE ORIGINAL     00007400
      *    80-BYTE INPUT AREA AND A REASON CODE SO THE UPSTREAM         00007500
      *    SYSTEM CAN CORRECT AND RESUBMIT                              00007600
      *    (A COLLISION ALSO CARRIES THE CURRENT HOLDER'S LAST NAME     00007633
      *    BEHIND THE REASON CODE)                                      00007666
           SELECT REJECTS ASSIGN TO REJECTS                             00007700
               FILE STATUS IS REJECTS-STATUS                            00007800
               ORGANIZATION IS SEQUENTIAL.                              00007900
           02  LG-RESULT       PIC X(10).                               00011200
           02  FILLER          PIC X(2).                                00011300
           02  LG-DBSTATUS     PIC X(2).                                00011400
           02  FILLER          PIC X(2).                                00011433
           02  LG-EXTENSION    PIC X(10).                               00011466
           02  FILLER          PIC X(2).                                00011499
           02  LG-REMARK       PIC X(10).                               00011532
           02  FILLER          PIC X(30).                               00011565
       01  LOADLOG-TRAILER.                                             00011600
           02  LGT-TEXT        PIC X(30).                               00011700
           02  LGT-COUNT       PIC ZZZZ9.                               00011800
           02  UL-DEPT-CODE    PIC X(8).                                00011980
           02  UL-EMPNO        PIC X(6).                                00011985
           02  FILLER          PIC X(29).                               00011990
                                                                        00011992
       FD  DEPTREF.                                                     00011994
       01  DEPTREF-RECORD.                                              00011996
           COPY DEPTREF.                                                00011998
                                                                        00012000
       FD  EXTINDEX.                                                    00012012
       01  EXTINDEX-RECORD.                                             00012024
           02  EX-EXTENSION    PIC X(10).                               00012036
           02  EX-LAST-NAME    PIC X(10).                               00012048
           02  EX-DEPT-CODE    PIC X(8).                                00012060
           02  EX-TYPE         PIC X(8).                                00012072
           02  FILLER          PIC X(4).                                00012084
       FD  REJECTS RECORDING MODE F.                                    00012100
       01  REJECT-RECORD.                                               00012200
           02  REJ-INPUT-AREA  PIC X(80).                               00012300
           02  REJ-REASON      PIC X(3).                                00012400
           02  REJ-HOLDER      PIC X(10).                               00012450
                                                                        00012500
       WORKING-STORAGE SECTION.                                         00012600
       77  AUDITLOG-STATUS     PIC X(2).                                00012700
       77  WS-UNL-PERSONS      PIC 9(5) COMP VALUE 0.                   00013710
       77  WS-UNL-PHONES       PIC 9(5) COMP VALUE 0.                   00013715
       77  WS-UNL-LAST         PIC X(10) VALUE SPACES.                  00013720
       77  DEPTREF-STATUS      PIC X(2).                                00013722
       77  EXTINDEX-STATUS     PIC X(2).                                00013723
       77  WS-REJ-HOLDER       PIC X(10) VALUE SPACES.                  00013724
      * UNLOAD-MODE I/O AREA - THE UNQUALIFIED GN RETRIEVES PERSON      00013725
      * AND ADDITIONAL-NUMBER SEGMENTS ALIKE, SO BOTH VIEWS OVERLAY     00013730
      * THE SAME AREA AND SEG-NAME-FB IN THE PCB SAYS WHICH ONE         00013735
                   VALUE 'TRANSFER OF ENTRY HAS FAILED            '.    00022656
       77  MSAMED  PIC  X(40)                                           00022670
                   VALUE 'TARGET IS THE SAME DEPARTMENT           '.    00022684
       77  MBADDEP PIC  X(40)                                           00022689
                   VALUE 'DEPARTMENT IS UNKNOWN OR INACTIVE       '.    00022694
       77  MEXTCOL PIC  X(40)                                           00022709
                   VALUE 'EXTENSION ALREADY HELD BY               '.    00022724
       77  MNOFREE PIC  X(40)                                           00022739
                   VALUE 'NO FREE EXTENSION IN DEPARTMENT RANGE   '.    00022754
       77  MADDX   PIC  X(40)                                           00022769
                   VALUE 'ENTRY WAS ADDED, EXTENSION ASSIGNED     '.    00022784
      * VARIABLES                                                       00022800
                                                                        00022900
       77  TEMP-ONE   PICTURE X(8) VALUE SPACES.                        00023000
          02  FMT-VALID-FLAG PIC X VALUE '0'.                           00029700
             88  FMT-FIELDS-VALID      VALUE '0'.                       00029800
             88  FMT-FIELDS-INVALID    VALUE '1'.                       00029900
          02  DEPT-VALID-FLAG PIC X VALUE '0'.                          00029925
             88  DEPT-CODE-VALID       VALUE '0'.                       00029950
             88  DEPT-CODE-INVALID     VALUE '1'.                       00029975
          02  EXT-CHECK-FLAG PIC X VALUE '0'.                           00029979
             88  EXT-CHECK-PASSED      VALUE '0'.                       00029983
             88  EXT-CHECK-FAILED      VALUE '1'.                       00029987
          02  EXT-ASSIGNED-FLAG PIC X VALUE '0'.                        00029991
             88  EXT-WAS-ASSIGNED      VALUE '1'.                       00029995
                                                                        00030000
      * COUNTERS                                                        00030100
                                                                        00030200
           02  MV-PHONE-ENTRY PIC X(21) OCCURS 20 TIMES.                00050480
       77  MV-PHONE-IDX    PIC 9(2) COMP VALUE 0.                       00050485
                                                                        00050500
      * EXTENSION INDEX WORK AREAS : THE NUMBER BEING CHECKED, INDEXED  00050503
      * OR DROPPED WITH THE HOLDER IT BELONGS TO (LAST NAME AND         00050506
      * DEPARTMENT ROOT TOGETHER IDENTIFY AN ENTRY), AND THE            00050509
      * CANDIDATE IN THE DEPARTMENT RANGE AS 8 DIGITS AND IN THE        00050512
      * PRINTED N-NNN-NNNN FORM FOR THE NEXT-FREE SEARCH                00050515
                                                                        00050518
       77  CHK-EXTENSION   PIC X(10) VALUE SPACES.                      00050521
       77  CHK-LAST-NAME   PIC X(10) VALUE SPACES.                      00050524
       77  CHK-DEPT-CODE   PIC X(8)  VALUE SPACES.                      00050527
       77  CHK-TYPE        PIC X(8)  VALUE SPACES.                      00050530
       77  UPD-OLD-EXTENSION PIC X(10) VALUE SPACES.                    00050533
       77  WS-EXT-LAST     PIC X(10) VALUE SPACES.                      00050536
       77  WS-EXT-DEPT     PIC X(8)  VALUE SPACES.                      00050539
       77  WS-EXT-INDEXED  PIC 9(5) COMP VALUE 0.                       00050542
       77  WS-EXT-SHARED   PIC 9(5) COMP VALUE 0.                       00050545
       01  ALLOC-NUMBER    PIC 9(8)  VALUE 0.                           00050548
       01  ALLOC-DIGITS REDEFINES ALLOC-NUMBER.                         00050551
           02  ALLOC-D1      PIC X(1).                                  00050554
           02  ALLOC-D2      PIC X(3).                                  00050557
           02  ALLOC-D3      PIC X(4).                                  00050560
       01  ALLOC-RANGE-LAST PIC 9(8) VALUE 0.                           00050563
       01  ALLOC-EXT-EDIT.                                              00050566
           02  AE-D1         PIC X(1).                                  00050569
           02  FILLER        PIC X     VALUE '-'.                       00050572
           02  AE-D2         PIC X(3).                                  00050575
           02  FILLER        PIC X     VALUE '-'.                       00050578
           02  AE-D3         PIC X(4).                                  00050581
       LINKAGE SECTION.                                                 00050600
                                                                        00050700
      * APPLICATION PARM PASSED AHEAD OF THE PCB LIST BY THE BMP'S OWN 000050800
              GOBACK                                                    00058900
           END-IF.                                                      00059000
           PERFORM WRITE-RUNAUDIT-START THRU WRITE-RUNAUDIT-START-END.  00059100
      * EVERY MODE BUT UNLOAD FILES ENTRIES UNDER A DEPARTMENT ROOT,    00059106
      * SO OPEN THE DEPARTMENT REFERENCE FILE IT IS CHECKED AGAINST     00059112
           IF NOT RUN-PARM-UNLOAD                                       00059118
              OPEN INPUT DEPTREF                                        00059124
              IF DEPTREF-STATUS NOT = '00'                              00059130
                 DISPLAY 'FILE STATUS AT OPEN DEPTREF' DEPTREF-STATUS   00059136
                 MOVE 16 TO RETURN-CODE                                 00059142
                 PERFORM WRITE-RUNAUDIT-END THRU WRITE-RUNAUDIT-END-END 00059148
                 CLOSE AUDITLOG                                         00059154
                 CLOSE REJECTS                                          00059160
                 CLOSE RUNAUDIT                                         00059166
                 GOBACK                                                 00059172
              END-IF                                                    00059178
           END-IF.                                                      00059184
      * AND THE EXTENSION INDEX THE NUMBERS ARE CHECKED AGAINST         00059187
           IF NOT RUN-PARM-UNLOAD                                       00059190
              PERFORM OPEN-EXT-INDEX THRU OPEN-EXT-INDEX-END            00059193
           END-IF.                                                      00059196
      * LOAD MODE BYPASSES THE GSAM TRANSACTION LOOP COMPLETELY - THE   00059200
      * WHOLE RUN IS ONE PASS OVER THE SEQUENTIAL LOADIN EXTRACT        00059300
           IF RUN-PARM-LOAD                                             00059400
              PERFORM WRITE-RUNAUDIT-END THRU WRITE-RUNAUDIT-END-END    00059600
              CLOSE AUDITLOG                                            00059700
              CLOSE REJECTS                                             00059800
              CLOSE DEPTREF                                             00059850
              CLOSE EXTINDEX                                            00059875
              CLOSE RUNAUDIT                                            00059900
              GOBACK                                                    00060000
           END-IF.                                                      00060100
              GOBACK                                                    00060181
           END-IF.                                                      00060190
           PERFORM XRST-RTN THRU XRST-RTN-END.                          00060200
           PERFORM BUILD-EXT-INDEX THRU BUILD-EXT-INDEX-END.            00060250
           MOVE GET-NEXT TO GS-ERROR-CALL.                              00060300
           CALL 'CBLTDLI' USING GET-NEXT, GIPCB, INPUT-AREA.            00060400
                                                                        00060500
              PERFORM WRITE-RUNAUDIT-END THRU WRITE-RUNAUDIT-END-END    00061200
              CLOSE AUDITLOG                                            00061300
              CLOSE REJECTS                                             00061400
              CLOSE DEPTREF                                             00061450
              CLOSE EXTINDEX                                            00061475
              CLOSE RUNAUDIT                                            00061500
              GOBACK                                                    00061600
           END-IF.                                                      00061700
              PERFORM WRITE-RUNAUDIT-END THRU WRITE-RUNAUDIT-END-END    00064400
              CLOSE AUDITLOG                                            00064500
              CLOSE REJECTS                                             00064600
              CLOSE DEPTREF                                             00064650
              CLOSE EXTINDEX                                            00064675
              CLOSE RUNAUDIT                                            00064700
              GOBACK                                                    00064800
           END-IF.                                                      00064900
      *    REAL FORMAT EDITS ON THE FIELDS THE COMMENT BLOCK AT THE     00080300
      *    TOP PROMISES : EXTENSION# MUST BE N-NNN-NNNN AND INTERNAL    00080400
      *    ZIP MUST BE XXX/XXX. A BLANK FIELD IS LEFT TO THE            00080500
      *    INDIVIDUAL HANDLERS (ADD ASSIGNS ONE, UPDATE TREATS IT AS    00080600
      *    NO CHANGE), SO ONLY NON-BLANK VALUES ARE EDITED HERE         00080700
                                                                        00080800
       VALIDATE-FIELDS.                                                 00080900
           MOVE SPACES TO REJECT-RECORD.                                00083800
           MOVE IN-BLANK TO REJ-INPUT-AREA.                             00083900
           MOVE WS-REJ-REASON TO REJ-REASON.                            00084000
           MOVE WS-REJ-HOLDER TO REJ-HOLDER.                            00084050
           WRITE REJECT-RECORD.                                         00084100
           MOVE SPACES TO WS-REJ-HOLDER.                                00084150
       WRITE-FORMAT-REJECT-END.                                         00084200
           EXIT.                                                        00084300
                                                                        00084400
      * PROCEDURE VALIDATE-DEPT                                         00084405
      *    THE DEPARTMENT ROOT THE ENTRY IS ABOUT TO BE FILED UNDER     00084410
      *    (WS-DEPT-CODE AS SET-DEPT-SSA LEFT IT - THE TARGET FOR A     00084415
      *    MOVE) MUST BE ON THE DEPARTMENT REFERENCE FILE AND ACTIVE,   00084420
      *    OTHERWISE THE TRANSACTION IS REJECTED WITH REASON DEP        00084425
                                                                        00084430
       VALIDATE-DEPT.                                                   00084435
           MOVE '0' TO DEPT-VALID-FLAG.                                 00084440
           MOVE WS-DEPT-CODE TO DT-CODE.                                00084445
           READ DEPTREF.                                                00084450
           IF DEPTREF-STATUS NOT = '00'                                 00084455
              MOVE '1' TO DEPT-VALID-FLAG                               00084460
           ELSE                                                         00084465
              IF NOT DT-ACTIVE                                          00084470
                 MOVE '1' TO DEPT-VALID-FLAG.                           00084475
           IF DEPT-CODE-INVALID                                         00084480
              MOVE 'DEP' TO WS-REJ-REASON.                              00084485
       VALIDATE-DEPT-END.                                               00084490
           EXIT.                                                        00084495
      * PROCEDURE GSAM-ERROR                                            00084500
      *    HANDLES A FAILING GO-STATUS FROM THE GSAM OUTPUT PCB -       00084600
      *    THE CALL SITE FOR EVERY ISRT-IO FAILURE                      00084700
           PERFORM WRITE-RUNAUDIT-END THRU WRITE-RUNAUDIT-END-END.      00085400
           CLOSE AUDITLOG.                                              00085500
           CLOSE REJECTS.                                               00085600
           CLOSE DEPTREF.                                               00085650
           CLOSE EXTINDEX.                                              00085675
           CLOSE RUNAUDIT.                                              00085700
           GOBACK.                                                      00085800
                                                                        00085900
           PERFORM WRITE-RUNAUDIT-END THRU WRITE-RUNAUDIT-END-END.      00086900
           CLOSE AUDITLOG.                                              00087000
           CLOSE REJECTS.                                               00087100
           CLOSE DEPTREF.                                               00087150
           CLOSE EXTINDEX.                                              00087175
           CLOSE RUNAUDIT.                                              00087200
           GOBACK.                                                      00087300
                                                                        00087400
           MOVE IO-DATA       TO OUT-DATA.                              00091500
           MOVE IO-COMMAND    TO OUT-COMMAND.                           00091600
           IF IN-FIRST-NAME EQUAL SPACES OR                             00091700
              IN-ZIP-CODE EQUAL SPACES                                  00091900
           THEN                                                         00092000
              MOVE MMORE TO OUT-MESSAGE                                 00092100
                     WRITE-FORMAT-REJECT-END                            00092900
                 PERFORM ISRT-IO THRU ISRT-IO-END                       00093000
              ELSE                                                      00093100
              PERFORM VALIDATE-DEPT THRU VALIDATE-DEPT-END              00093111
              IF DEPT-CODE-INVALID                                      00093122
              THEN                                                      00093133
                 MOVE MBADDEP TO OUT-MESSAGE                            00093144
                 PERFORM WRITE-FORMAT-REJECT THRU                       00093155
                     WRITE-FORMAT-REJECT-END                            00093166
                 PERFORM ISRT-IO THRU ISRT-IO-END                       00093177
              ELSE                                                      00093188
              PERFORM SET-NEW-EXTENSION THRU SET-NEW-EXTENSION-END      00093189
              IF EXT-CHECK-FAILED                                       00093190
              THEN                                                      00093191
                 PERFORM WRITE-FORMAT-REJECT THRU                       00093192
                     WRITE-FORMAT-REJECT-END                            00093193
                 PERFORM ISRT-IO THRU ISRT-IO-END                       00093194
              ELSE                                                      00093195
              MOVE IO-LAST-NAME TO SSA-KEY                              00093200
              PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-END          00093300
              IF DBSTATUS = SPACES                                      00093400
                                                                        00095500
       TO-UPD.                                                          00095600
           MOVE 0 TO SET-DATA-FLAG.                                     00095700
           MOVE SPACES TO UPD-OLD-EXTENSION.                            00095750
           MOVE IN-COMMAND TO OUT-COMMAND.                              00095800
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.                          00095900
           PERFORM VALIDATE-FIELDS THRU VALIDATE-FIELDS-END.            00096000
              PERFORM WRITE-FORMAT-REJECT THRU WRITE-FORMAT-REJECT-END  00096300
              PERFORM ISRT-IO THRU ISRT-IO-END                          00096400
              GO TO TO-UPD-END.                                         00096500
           IF IN-EXTENSION NOT = SPACES                                 00096509
              MOVE IO-LAST-NAME TO CHK-LAST-NAME                        00096518
              MOVE WS-DEPT-CODE TO CHK-DEPT-CODE                        00096527
              MOVE IN-EXTENSION TO CHK-EXTENSION                        00096536
              PERFORM CHECK-EXT-COLLISION THRU CHECK-EXT-COLLISION-END  00096545
              IF EXT-CHECK-FAILED                                       00096554
                 PERFORM WRITE-FORMAT-REJECT THRU                       00096563
                     WRITE-FORMAT-REJECT-END                            00096572
                 PERFORM ISRT-IO THRU ISRT-IO-END                       00096581
                 GO TO TO-UPD-END.                                      00096590
           MOVE IO-LAST-NAME TO SSA-KEY.                                00096600
           PERFORM GET-HOLD-UNIQUE-DB THRU GET-HOLD-UNIQUE-DB-END.      00096700
           IF DBSTATUS = SPACES                                         00096800
             END-IF                                                     00097300
             IF IN-EXTENSION  NOT = SPACES                              00097400
               MOVE 1 TO SET-DATA-FLAG                                  00097500
               MOVE IO-EXTENSION  TO UPD-OLD-EXTENSION                  00097550
               MOVE IN-EXTENSION  TO IO-EXTENSION                       00097600
             END-IF                                                     00097700
             IF IN-ZIP-CODE   NOT = SPACES                              00097800
                                                                        00099400
       TO-DEL.                                                          00099500
           MOVE IO-LAST-NAME TO SSA-KEY.                                00099600
           PERFORM DEL-SAVE-PHONES THRU DEL-SAVE-PHONES-END.            00099650
           PERFORM GET-HOLD-UNIQUE-DB THRU GET-HOLD-UNIQUE-DB-END.      00099700
           IF DBSTATUS = SPACES                                         00099800
           THEN                                                         00099900
              MOVE IO-DATA TO OUT-DATA                                  00100000
              MOVE IO-COMMAND TO OUT-COMMAND                            00100100
              PERFORM DLET-DB THRU DLET-DB-END.                         00100200
           IF DBSTATUS = SPACES                                         00100233
              PERFORM DROP-PERSON-EXTS THRU DROP-PERSON-EXTS-END.       00100266
       TO-DEL-END.                                                      00100300
           EXIT.                                                        00100400
                                                                        00100500
              PERFORM WRITE-FORMAT-REJECT THRU WRITE-FORMAT-REJECT-END  00120800
              PERFORM ISRT-IO THRU ISRT-IO-END                          00120900
              GO TO TO-ADDPHONE-END.                                    00121000
           MOVE IO-LAST-NAME TO CHK-LAST-NAME.                          00121011
           MOVE WS-DEPT-CODE TO CHK-DEPT-CODE.                          00121022
           MOVE IN-EXTENSION TO CHK-EXTENSION.                          00121033
           PERFORM CHECK-EXT-COLLISION THRU CHECK-EXT-COLLISION-END.    00121044
           IF EXT-CHECK-FAILED                                          00121055
              PERFORM WRITE-FORMAT-REJECT THRU WRITE-FORMAT-REJECT-END  00121066
              PERFORM ISRT-IO THRU ISRT-IO-END                          00121077
              GO TO TO-ADDPHONE-END.                                    00121088
           MOVE IO-LAST-NAME TO SSA-KEY.                                00121100
           MOVE SPACES TO PHONE-IOAREA.                                 00121200
           MOVE IN-FIRST-NAME TO PH-TYPE.                               00121300
                SSA, PHONE-SSA1.                                        00121700
           IF DBSTATUS = SPACES                                         00121800
              ADD 1 TO CT-PADD                                          00121900
              MOVE PH-TYPE TO CHK-TYPE                                  00121933
              PERFORM ADD-EXT-INDEX THRU ADD-EXT-INDEX-END              00121966
              MOVE MPADD TO OUT-MESSAGE                                 00122000
              PERFORM ISRT-IO THRU ISRT-IO-END                          00122100
           ELSE                                                         00122200
           CALL 'CBLTDLI' USING DLET, DBPCB, PHONE-IOAREA.              00125700
           IF DBSTATUS = SPACES                                         00125800
              ADD 1 TO CT-PDEL                                          00125900
              MOVE IO-LAST-NAME TO CHK-LAST-NAME                        00125916
              MOVE WS-DEPT-CODE TO CHK-DEPT-CODE                        00125932
              MOVE PH-EXTENSION TO CHK-EXTENSION                        00125948
              MOVE PH-TYPE TO CHK-TYPE                                  00125964
              PERFORM DROP-EXT-INDEX THRU DROP-EXT-INDEX-END            00125980
              MOVE MPDEL TO OUT-MESSAGE                                 00126000
              PERFORM ISRT-IO THRU ISRT-IO-END                          00126100
           ELSE                                                         00126200
              ELSE                                                      00131700
                 ADD 1 TO CT-ADD                                        00131800
              END-IF                                                    00131900
              MOVE IO-EXTENSION TO CHK-EXTENSION                        00131922
              MOVE 'MAIN' TO CHK-TYPE                                   00131944
              PERFORM ADD-EXT-INDEX THRU ADD-EXT-INDEX-END              00131966
              IF EXT-WAS-ASSIGNED                                       00131988
                 MOVE MADDX TO OUT-MESSAGE                              00132010
              ELSE                                                      00132032
                 MOVE MADD TO OUT-MESSAGE                               00132054
              END-IF                                                    00132076
              PERFORM ISRT-IO THRU ISRT-IO-END                          00132100
           ELSE                                                         00132200
              MOVE MISRTE TO OUT-MESSAGE                                00132300
           IF DBSTATUS = SPACES                                         00136700
           THEN                                                         00136800
              ADD 1 TO CT-UPD                                           00136900
              IF IN-EXTENSION NOT = SPACES                              00136920
                 AND IO-EXTENSION NOT = UPD-OLD-EXTENSION               00136940
                 PERFORM UPD-REINDEX-EXT THRU UPD-REINDEX-EXT-END       00136960
              END-IF                                                    00136980
              MOVE MUPD1 TO OUT-MESSAGE                                 00137000
              PERFORM ISRT-IO THRU ISRT-IO-END                          00137100
           ELSE                                                         00137200
              MOVE 16 TO RETURN-CODE                                    00157100
              GO TO LOAD-MODE-END                                       00157200
           END-IF.                                                      00157300
           PERFORM BUILD-EXT-INDEX THRU BUILD-EXT-INDEX-END.            00157350
           PERFORM READ-LOADIN THRU READ-LOADIN-END.                    00157400
           PERFORM LOAD-ONE-RECORD THRU LOAD-ONE-RECORD-END             00157500
               UNTIL LD-EOF.                                            00157600
              ADD 1 TO CT-LOADFL                                        00161700
              PERFORM WRITE-LOAD-LOG-FAIL THRU WRITE-LOAD-LOG-FAIL-END  00161800
              GO TO LOAD-ONE-NEXT.                                      00161900
      *    EVERY FIELD BUT THE EXTENSION IS MANDATORY ON A LOAD RECORD, 00162000
      *    EXACTLY AS THE ONLINE ADD DEMANDS - A COLUMN-SHIFTED EXTRACT 00162100
      *    MUST NOT BULK-LOAD ENTRIES WITH BLANK FIELDS. A BLANK        00162166
      *    EXTENSION IS ASSIGNED FROM THE DEPARTMENT'S RANGE BELOW      00162232
           IF IN-FIRST-NAME EQUAL SPACES OR                             00162300
              IN-ZIP-CODE EQUAL SPACES                                  00162500
              ADD 1 TO CT-LOADFL                                        00162600
              MOVE 'MIS' TO WS-REJ-REASON                               00162700
              MOVE 'BADFORMAT' TO LG-RESULT                             00164600
              WRITE LOADLOG-RECORD                                      00164700
              GO TO LOAD-ONE-NEXT.                                      00164800
           PERFORM VALIDATE-DEPT THRU VALIDATE-DEPT-END.                00164807
           IF DEPT-CODE-INVALID                                         00164814
              ADD 1 TO CT-LOADFL                                        00164821
              MOVE SPACES TO REJECT-RECORD                              00164828
              MOVE LOAD-RECORD TO REJ-INPUT-AREA                        00164835
              MOVE WS-REJ-REASON TO REJ-REASON                          00164842
              WRITE REJECT-RECORD                                       00164849
              MOVE SPACES TO LOADLOG-RECORD                             00164856
              MOVE LD-LAST-NAME TO LG-LAST-NAME                         00164863
              MOVE 'BADDEPT' TO LG-RESULT                               00164870
              WRITE LOADLOG-RECORD                                      00164877
              GO TO LOAD-ONE-NEXT.                                      00164884
           PERFORM SET-NEW-EXTENSION THRU SET-NEW-EXTENSION-END.        00164886
           IF EXT-CHECK-FAILED                                          00164888
              ADD 1 TO CT-LOADFL                                        00164890
              PERFORM WRITE-LOAD-EXT-FAIL THRU WRITE-LOAD-EXT-FAIL-END  00164892
              GO TO LOAD-ONE-NEXT.                                      00164894
           MOVE IO-LAST-NAME TO SSA-KEY.                                00164900
           PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-END.            00165000
           IF DBSTATUS = SPACES                                         00165100
           CALL 'CBLTDLI' USING ISRT, DBPCB, IOAREA, WS-DEPT-SSA1.      00165900
           IF DBSTATUS = SPACES                                         00166000
              ADD 1 TO CT-LOADOK                                        00166100
              MOVE IO-EXTENSION TO CHK-EXTENSION                        00166125
              MOVE 'MAIN' TO CHK-TYPE                                   00166150
              PERFORM ADD-EXT-INDEX THRU ADD-EXT-INDEX-END              00166175
              MOVE SPACES TO LOADLOG-RECORD                             00166200
              MOVE LD-LAST-NAME TO LG-LAST-NAME                         00166300
              MOVE IO-EXTENSION TO LG-EXTENSION                         00166320
              IF EXT-WAS-ASSIGNED                                       00166340
                 MOVE 'ASSIGNED' TO LG-REMARK                           00166360
              END-IF                                                    00166380
              MOVE 'LOADED' TO LG-RESULT                                00166400
              WRITE LOADLOG-RECORD                                      00166500
           ELSE                                                         00166600
              MOVE MSAMED TO OUT-MESSAGE                                00186600
              PERFORM ISRT-IO THRU ISRT-IO-END                          00186700
              GO TO TO-MOVE-END.                                        00186800
           PERFORM VALIDATE-DEPT THRU VALIDATE-DEPT-END.                00186814
           IF DEPT-CODE-INVALID                                         00186828
              MOVE MBADDEP TO OUT-MESSAGE                               00186842
              PERFORM WRITE-FORMAT-REJECT THRU WRITE-FORMAT-REJECT-END  00186856
              PERFORM ISRT-IO THRU ISRT-IO-END                          00186870
              GO TO TO-MOVE-END.                                        00186884
                                                                        00186900
      *    QUALIFIED SSA FOR THE PERSON UNDER THE CURRENT ROOT          00187000
                                                                        00187100
           PERFORM MOVE-SAVE-PHONE THRU MOVE-SAVE-PHONE-END             00189500
               UNTIL DBSTATUS NOT = SPACES.                             00189600
                                                                        00189700
      *    EVERY NUMBER THE ENTRY CARRIES ACROSS MUST STILL BE ITS OWN  00189707
      *    ON THE EXTENSION INDEX - ONE SHARED WITH SOMEONE ELSE IS     00189714
      *    NOT TAKEN INTO ANOTHER DEPARTMENT                            00189721
                                                                        00189728
           MOVE IO-LAST-NAME TO CHK-LAST-NAME.                          00189735
           MOVE WS-CUR-DEPT TO CHK-DEPT-CODE.                           00189742
           PERFORM MOVE-CHECK-EXTS THRU MOVE-CHECK-EXTS-END.            00189749
           IF EXT-CHECK-FAILED                                          00189756
              PERFORM WRITE-FORMAT-REJECT THRU WRITE-FORMAT-REJECT-END  00189763
              PERFORM ISRT-IO THRU ISRT-IO-END                          00189770
              GO TO TO-MOVE-END.                                        00189777
                                                                        00189784
      *    A PERSON OF THE SAME NAME ALREADY UNDER THE TARGET ROOT      00189800
      *    BLOCKS THE TRANSFER - NOTHING HAS BEEN DELETED YET           00189900
                                                                        00190000
               VARYING MV-PHONE-IDX FROM 1 BY 1                         00194200
               UNTIL MV-PHONE-IDX > MV-PHONE-COUNT.                     00194300
           ADD 1 TO CT-MOVE.                                            00194400
           PERFORM MOVE-REINDEX-EXTS THRU MOVE-REINDEX-EXTS-END.        00194450
           MOVE IO-DATA TO OUT-DATA.                                    00194500
           MOVE IO-COMMAND TO OUT-COMMAND.                              00194600
           MOVE MMOVED TO OUT-MESSAGE.                                  00194700
           MOVE LD-FIRST-NAME(1:8) TO PH-TYPE.                          00199000
           MOVE LD-EXTENSION TO PH-EXTENSION.                           00199100
           MOVE LD-LAST-NAME TO SSA-KEY.                                00199200
           MOVE LD-LAST-NAME TO CHK-LAST-NAME.                          00199211
           MOVE WS-DEPT-CODE TO CHK-DEPT-CODE.                          00199222
           MOVE LD-EXTENSION TO CHK-EXTENSION.                          00199233
           PERFORM CHECK-EXT-COLLISION THRU CHECK-EXT-COLLISION-END.    00199244
           IF EXT-CHECK-FAILED                                          00199255
              ADD 1 TO CT-PHLFL                                         00199266
              PERFORM WRITE-LOAD-EXT-FAIL THRU WRITE-LOAD-EXT-FAIL-END  00199277
              GO TO LOAD-ONE-PHONE-END.                                 00199288
           MOVE ISRT TO DC-ERROR-CALL.                                  00199300
           CALL 'CBLTDLI' USING ISRT, DBPCB, PHONE-IOAREA,              00199400
                SSA, PHONE-SSA1.                                        00199500
           IF DBSTATUS = SPACES                                         00199600
              ADD 1 TO CT-PHLOK                                         00199700
              MOVE LD-FIRST-NAME(1:8) TO CHK-TYPE                       00199733
              PERFORM ADD-EXT-INDEX THRU ADD-EXT-INDEX-END              00199766
              MOVE SPACES TO LOADLOG-RECORD                             00199800
              MOVE LD-LAST-NAME TO LG-LAST-NAME                         00199900
              MOVE 'PHONE-OK' TO LG-RESULT                              00200000
              PERFORM AUDIT-ERROR THRU AUDIT-ERROR-END.                 00210800
       MOVE-RESTORE-PHONE-END.                                          00210900
           EXIT.                                                        00211000
                                                                        00211100
      * PROCEDURE OPEN-EXT-INDEX                                        00211200
      *    THE EXTENSION INDEX IS A KEYED WORK FILE, EMPTIED AT EVERY   00211300
      *    OPEN AND FILLED AGAIN BY BUILD-EXT-INDEX - THE DATABASE      00211400
      *    STAYS THE ONE RECORD OF WHO HOLDS WHICH NUMBER               00211500
                                                                        00211600
       OPEN-EXT-INDEX.                                                  00211700
           OPEN OUTPUT EXTINDEX.                                        00211800
           IF EXTINDEX-STATUS = '00'                                    00211900
              CLOSE EXTINDEX                                            00212000
              OPEN I-O EXTINDEX                                         00212100
           END-IF.                                                      00212200
           IF EXTINDEX-STATUS NOT = '00'                                00212300
              DISPLAY 'FILE STATUS AT OPEN EXTINDEX' EXTINDEX-STATUS    00212400
              MOVE 16 TO RETURN-CODE                                    00212500
              PERFORM WRITE-RUNAUDIT-END THRU WRITE-RUNAUDIT-END-END    00212600
              CLOSE AUDITLOG                                            00212700
              CLOSE REJECTS                                             00212800
              CLOSE DEPTREF                                             00212900
              CLOSE RUNAUDIT                                            00213000
              GOBACK                                                    00213100
           END-IF.                                                      00213200
       OPEN-EXT-INDEX-END.                                              00213300
           EXIT.                                                        00213400
                                                                        00213500
      * PROCEDURE BUILD-EXT-INDEX                                       00213600
      *    ONE UNQUALIFIED GN WALK OVER THE WHOLE DATABASE, AS THE      00213700
      *    UNLOAD DOES, INDEXING EVERY PERSON'S OWN EXTENSION AND       00213800
      *    EVERY ADDITIONAL NUMBER UNDER THE PERSON AND DEPARTMENT      00213900
      *    HOLDING IT. A NUMBER ALREADY HELD BY TWO ENTRIES BEFORE      00214000
      *    THE CHECK EXISTED STAYS WITH THE FIRST ONE FOUND AND IS      00214100
      *    COUNTED ON THE CONSOLE, SO THE SHARING CAN BE CLEARED UP     00214200
                                                                        00214300
       BUILD-EXT-INDEX.                                                 00214400
           MOVE 0 TO WS-EXT-INDEXED.                                    00214500
           MOVE 0 TO WS-EXT-SHARED.                                     00214600
           MOVE SPACES TO WS-EXT-LAST.                                  00214700
           MOVE SPACES TO WS-EXT-DEPT.                                  00214800
           MOVE GET-NEXT TO DC-ERROR-CALL.                              00214900
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, UNL-IOAREA.            00215000
           PERFORM INDEX-ONE-SEGMENT THRU INDEX-ONE-SEGMENT-END         00215100
               UNTIL DBSTATUS = END-OF-DATABASE                         00215200
                  OR (DBSTATUS NOT = SPACES                             00215300
                      AND DBSTATUS NOT = CROSSED-BOUNDARY               00215400
                      AND DBSTATUS NOT = NEW-SEG-TYPE).                 00215500
           IF DBSTATUS NOT = END-OF-DATABASE                            00215600
              MOVE DBSTATUS TO DC-ERROR-STATUS                          00215700
              PERFORM AUDIT-ERROR THRU AUDIT-ERROR-END                  00215800
              MOVE 12 TO RETURN-CODE                                    00215900
           END-IF.                                                      00216000
           DISPLAY 'DFSIVA64 EXTENSION INDEX - NUMBERS ' WS-EXT-INDEXED 00216100
                   ' SHARED ' WS-EXT-SHARED UPON CONSOLE.               00216200
       BUILD-EXT-INDEX-END.                                             00216300
           EXIT.                                                        00216400
                                                                        00216500
       INDEX-ONE-SEGMENT.                                               00216600
           IF SEG-NAME-FB OF DBPCB = 'A1111112'                         00216700
              MOVE UNL-PH-EXT TO CHK-EXTENSION                          00216800
              MOVE UNL-PH-TYPE TO CHK-TYPE                              00216900
           ELSE                                                         00217000
              MOVE UNL-LAST-NAME TO WS-EXT-LAST                         00217100
              MOVE SEG-NAME-FB OF DBPCB TO WS-EXT-DEPT                  00217200
              MOVE UNL-EXTENSION TO CHK-EXTENSION                       00217300
              MOVE 'MAIN' TO CHK-TYPE                                   00217400
           END-IF.                                                      00217500
           MOVE WS-EXT-LAST TO CHK-LAST-NAME.                           00217600
           MOVE WS-EXT-DEPT TO CHK-DEPT-CODE.                           00217700
           IF CHK-EXTENSION NOT = SPACES                                00217800
              PERFORM ADD-EXT-INDEX THRU ADD-EXT-INDEX-END              00217900
           END-IF.                                                      00218000
           MOVE GET-NEXT TO DC-ERROR-CALL.                              00218100
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, UNL-IOAREA.            00218200
       INDEX-ONE-SEGMENT-END.                                           00218300
           EXIT.                                                        00218400
                                                                        00218500
      * PROCEDURE ADD-EXT-INDEX                                         00218600
      *    INDEX CHK-EXTENSION UNDER ITS HOLDER. A DUPLICATE KEY MEANS  00218700
      *    THE NUMBER IS ALREADY INDEXED - SHARED WHEN THE EXISTING     00218800
      *    HOLDER IS ANOTHER ENTRY (THE SAME ENTRY MAY CARRY ONE        00218900
      *    NUMBER AS BOTH ITS OWN AND AN ADDITIONAL NUMBER)             00219000
                                                                        00219100
       ADD-EXT-INDEX.                                                   00219200
           MOVE SPACES TO EXTINDEX-RECORD.                              00219300
           MOVE CHK-EXTENSION TO EX-EXTENSION.                          00219400
           MOVE CHK-LAST-NAME TO EX-LAST-NAME.                          00219500
           MOVE CHK-DEPT-CODE TO EX-DEPT-CODE.                          00219600
           MOVE CHK-TYPE TO EX-TYPE.                                    00219700
           WRITE EXTINDEX-RECORD.                                       00219800
           IF EXTINDEX-STATUS = '00'                                    00219900
              ADD 1 TO WS-EXT-INDEXED                                   00220000
              GO TO ADD-EXT-INDEX-END.                                  00220100
           IF EXTINDEX-STATUS = '22'                                    00220200
              READ EXTINDEX                                             00220300
              IF EXTINDEX-STATUS = '00'                                 00220400
                 AND (EX-LAST-NAME NOT = CHK-LAST-NAME                  00220500
                      OR EX-DEPT-CODE NOT = CHK-DEPT-CODE)              00220600
                 ADD 1 TO WS-EXT-SHARED                                 00220700
              END-IF                                                    00220800
           ELSE                                                         00220900
              DISPLAY 'DFSIVA64 EXTINDEX WRITE FAILED, STATUS '         00221000
                      EXTINDEX-STATUS ' FOR ' CHK-EXTENSION UPON CONSOLE00221100
              MOVE 12 TO RETURN-CODE.                                   00221200
       ADD-EXT-INDEX-END.                                               00221300
           EXIT.                                                        00221400
                                                                        00221500
      * PROCEDURE DROP-EXT-INDEX                                        00221600
      *    TAKE CHK-EXTENSION OFF THE INDEX - ONLY WHEN THE ENTRY AND   00221700
      *    TYPE BEING REMOVED ARE THE ONES IT IS INDEXED UNDER          00221800
                                                                        00221900
       DROP-EXT-INDEX.                                                  00222000
           IF CHK-EXTENSION = SPACES                                    00222100
              GO TO DROP-EXT-INDEX-END.                                 00222200
           MOVE CHK-EXTENSION TO EX-EXTENSION.                          00222300
           READ EXTINDEX.                                               00222400
           IF EXTINDEX-STATUS = '00'                                    00222500
              AND EX-LAST-NAME = CHK-LAST-NAME                          00222600
              AND EX-DEPT-CODE = CHK-DEPT-CODE                          00222700
              AND EX-TYPE = CHK-TYPE                                    00222800
              DELETE EXTINDEX RECORD.                                   00222900
       DROP-EXT-INDEX-END.                                              00223000
           EXIT.                                                        00223100
                                                                        00223200
      * PROCEDURE CHECK-EXT-COLLISION                                   00223300
      *    CHK-EXTENSION MAY BE FILED FOR THE ENTRY CHK-LAST-NAME UNDER 00223400
      *    CHK-DEPT-CODE ONLY WHEN NOBODY ELSE HOLDS IT. A NUMBER HELD  00223500
      *    ELSEWHERE IS REJECTED WITH REASON COL, THE CURRENT HOLDER'S  00223600
      *    LAST NAME ON THE PAGE AND BEHIND THE REASON ON REJECTS       00223700
                                                                        00223800
       CHECK-EXT-COLLISION.                                             00223900
           MOVE '0' TO EXT-CHECK-FLAG.                                  00224000
           MOVE CHK-EXTENSION TO EX-EXTENSION.                          00224100
           READ EXTINDEX.                                               00224200
           IF EXTINDEX-STATUS = '00'                                    00224300
              IF EX-LAST-NAME NOT = CHK-LAST-NAME                       00224400
                 OR EX-DEPT-CODE NOT = CHK-DEPT-CODE                    00224500
                 MOVE '1' TO EXT-CHECK-FLAG                             00224600
                 MOVE 'COL' TO WS-REJ-REASON                            00224700
                 MOVE EX-LAST-NAME TO WS-REJ-HOLDER                     00224800
                 MOVE MEXTCOL TO OUT-MESSAGE                            00224900
                 MOVE EX-LAST-NAME TO OUT-MESSAGE(27:10).               00225000
       CHECK-EXT-COLLISION-END.                                         00225100
           EXIT.                                                        00225200
                                                                        00225300
      * PROCEDURE SET-NEW-EXTENSION                                     00225400
      *    THE OWN EXTENSION OF AN ENTRY ABOUT TO BE ADDED OR LOADED :  00225500
      *    A BLANK ONE IS ASSIGNED FROM THE DEPARTMENT'S RANGE (THE     00225600
      *    DEPTREF RECORD VALIDATE-DEPT HAS JUST READ), A SUPPLIED ONE  00225700
      *    MUST NOT BE HELD BY ANYONE ELSE                              00225800
                                                                        00225900
       SET-NEW-EXTENSION.                                               00226000
           MOVE '0' TO EXT-ASSIGNED-FLAG.                               00226100
           MOVE IO-LAST-NAME TO CHK-LAST-NAME.                          00226200
           MOVE WS-DEPT-CODE TO CHK-DEPT-CODE.                          00226300
           IF IN-EXTENSION NOT = SPACES                                 00226400
              MOVE IN-EXTENSION TO CHK-EXTENSION                        00226500
              PERFORM CHECK-EXT-COLLISION THRU CHECK-EXT-COLLISION-END  00226600
              GO TO SET-NEW-EXTENSION-END.                              00226700
           PERFORM ALLOCATE-EXTENSION THRU ALLOCATE-EXTENSION-END.      00226800
           IF EXT-CHECK-PASSED                                          00226900
              MOVE '1' TO EXT-ASSIGNED-FLAG                             00227000
              MOVE CHK-EXTENSION TO IO-EXTENSION                        00227100
              MOVE CHK-EXTENSION TO OUT-EXTENSION.                      00227200
       SET-NEW-EXTENSION-END.                                           00227300
           EXIT.                                                        00227400
                                                                        00227500
      * PROCEDURE ALLOCATE-EXTENSION                                    00227600
      *    THE LOWEST NUMBER IN THE DEPARTMENT'S RANGE NOT ON THE       00227700
      *    INDEX : START AT THE FIRST NUMBER AND STEP PAST EVERY        00227800
      *    INDEXED ONE IN KEY ORDER UNTIL A GAP OPENS. NO RANGE, OR     00227900
      *    A FULL ONE, IS REJECTED WITH REASON RNG                      00228000
                                                                        00228100
       ALLOCATE-EXTENSION.                                              00228200
           MOVE '0' TO EXT-CHECK-FLAG.                                  00228300
           IF DT-EXT-FIRST IS NOT NUMERIC                               00228400
              OR DT-EXT-LAST IS NOT NUMERIC                             00228500
              OR DT-EXT-FIRST = 0                                       00228600
              OR DT-EXT-FIRST > DT-EXT-LAST                             00228700
              MOVE '1' TO EXT-CHECK-FLAG                                00228800
              GO TO ALLOCATE-EXTENSION-FAIL.                            00228900
           MOVE DT-EXT-FIRST TO ALLOC-NUMBER.                           00229000
           MOVE DT-EXT-LAST TO ALLOC-RANGE-LAST.                        00229100
           PERFORM ALLOC-EDIT-NUMBER THRU ALLOC-EDIT-NUMBER-END.        00229200
           MOVE ALLOC-EXT-EDIT TO EX-EXTENSION.                         00229300
           START EXTINDEX KEY IS NOT LESS THAN EX-EXTENSION.            00229400
           IF EXTINDEX-STATUS = '00'                                    00229500
              READ EXTINDEX NEXT                                        00229600
              PERFORM ALLOC-SKIP-USED THRU ALLOC-SKIP-USED-END          00229700
                  UNTIL EXTINDEX-STATUS NOT = '00'                      00229800
                     OR EX-EXTENSION NOT = ALLOC-EXT-EDIT               00229900
                     OR EXT-CHECK-FAILED.                               00230000
           IF EXT-CHECK-PASSED                                          00230100
              MOVE ALLOC-EXT-EDIT TO CHK-EXTENSION                      00230200
              GO TO ALLOCATE-EXTENSION-END.                             00230300
       ALLOCATE-EXTENSION-FAIL.                                         00230400
           MOVE 'RNG' TO WS-REJ-REASON.                                 00230500
           MOVE MNOFREE TO OUT-MESSAGE.                                 00230600
       ALLOCATE-EXTENSION-END.                                          00230700
           EXIT.                                                        00230800
                                                                        00230900
       ALLOC-SKIP-USED.                                                 00231000
           IF ALLOC-NUMBER NOT < ALLOC-RANGE-LAST                       00231100
              MOVE '1' TO EXT-CHECK-FLAG                                00231200
           ELSE                                                         00231300
              ADD 1 TO ALLOC-NUMBER                                     00231400
              PERFORM ALLOC-EDIT-NUMBER THRU ALLOC-EDIT-NUMBER-END      00231500
              READ EXTINDEX NEXT.                                       00231600
       ALLOC-SKIP-USED-END.                                             00231700
           EXIT.                                                        00231800
                                                                        00231900
       ALLOC-EDIT-NUMBER.                                               00232000
           MOVE ALLOC-D1 TO AE-D1.                                      00232100
           MOVE ALLOC-D2 TO AE-D2.                                      00232200
           MOVE ALLOC-D3 TO AE-D3.                                      00232300
       ALLOC-EDIT-NUMBER-END.                                           00232400
           EXIT.                                                        00232500
                                                                        00232600
      * PROCEDURE UPD-REINDEX-EXT                                       00232700
      *    AN UPDATE CHANGED THE ENTRY'S OWN EXTENSION - THE OLD        00232800
      *    NUMBER IS FREED AND THE NEW ONE INDEXED                      00232900
                                                                        00233000
       UPD-REINDEX-EXT.                                                 00233100
           MOVE IO-LAST-NAME TO CHK-LAST-NAME.                          00233200
           MOVE WS-DEPT-CODE TO CHK-DEPT-CODE.                          00233300
           MOVE 'MAIN' TO CHK-TYPE.                                     00233400
           MOVE UPD-OLD-EXTENSION TO CHK-EXTENSION.                     00233500
           PERFORM DROP-EXT-INDEX THRU DROP-EXT-INDEX-END.              00233600
           MOVE IO-EXTENSION TO CHK-EXTENSION.                          00233700
           PERFORM ADD-EXT-INDEX THRU ADD-EXT-INDEX-END.                00233800
       UPD-REINDEX-EXT-END.                                             00233900
           EXIT.                                                        00234000
                                                                        00234100
      * PROCEDURE DEL-SAVE-PHONES                                       00234200
      *    BEFORE A DELETE, COLLECT THE ENTRY'S ADDITIONAL NUMBERS      00234300
      *    INTO THE TRANSFER TABLE (AS TO-MOVE DOES) - DL/I TAKES THE   00234400
      *    CHILDREN WITH THE PARENT, AND THEIR NUMBERS MUST COME OFF    00234500
      *    THE EXTENSION INDEX WITH IT                                  00234600
                                                                        00234700
       DEL-SAVE-PHONES.                                                 00234800
           MOVE 0 TO MV-PHONE-COUNT.                                    00234900
           MOVE GET-UNIQUE TO DC-ERROR-CALL.                            00235000
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB, IOAREA, SSA.         00235100
           IF DBSTATUS = SPACES                                         00235200
              MOVE GET-NEXT-PARENT TO DC-ERROR-CALL                     00235300
              CALL 'CBLTDLI' USING GET-NEXT-PARENT, DBPCB,              00235400
                   PHONE-IOAREA, PHONE-SSA1                             00235500
              PERFORM MOVE-SAVE-PHONE THRU MOVE-SAVE-PHONE-END          00235600
                  UNTIL DBSTATUS NOT = SPACES.                          00235700
       DEL-SAVE-PHONES-END.                                             00235800
           EXIT.                                                        00235900
                                                                        00236000
      * PROCEDURE DROP-PERSON-EXTS                                      00236100
      *    THE ENTRY IS DELETED - FREE ITS OWN EXTENSION AND EVERY      00236200
      *    ADDITIONAL NUMBER SAVED BY DEL-SAVE-PHONES                   00236300
                                                                        00236400
       DROP-PERSON-EXTS.                                                00236500
           MOVE IO-LAST-NAME TO CHK-LAST-NAME.                          00236600
           MOVE WS-DEPT-CODE TO CHK-DEPT-CODE.                          00236700
           MOVE IO-EXTENSION TO CHK-EXTENSION.                          00236800
           MOVE 'MAIN' TO CHK-TYPE.                                     00236900
           PERFORM DROP-EXT-INDEX THRU DROP-EXT-INDEX-END.              00237000
           PERFORM DROP-ONE-PHONE-EXT THRU DROP-ONE-PHONE-EXT-END       00237100
               VARYING MV-PHONE-IDX FROM 1 BY 1                         00237200
               UNTIL MV-PHONE-IDX > MV-PHONE-COUNT.                     00237300
       DROP-PERSON-EXTS-END.                                            00237400
           EXIT.                                                        00237500
                                                                        00237600
       DROP-ONE-PHONE-EXT.                                              00237700
           MOVE MV-PHONE-ENTRY(MV-PHONE-IDX) TO PHONE-IOAREA.           00237800
           MOVE PH-EXTENSION TO CHK-EXTENSION.                          00237900
           MOVE PH-TYPE TO CHK-TYPE.                                    00238000
           PERFORM DROP-EXT-INDEX THRU DROP-EXT-INDEX-END.              00238100
       DROP-ONE-PHONE-EXT-END.                                          00238200
           EXIT.                                                        00238300
                                                                        00238400
      * PROCEDURE MOVE-CHECK-EXTS                                       00238500
      *    COLLISION CHECK ON THE OWN EXTENSION AND EVERY SAVED         00238600
      *    ADDITIONAL NUMBER OF AN ENTRY ABOUT TO BE TRANSFERRED,       00238700
      *    STOPPING AT THE FIRST ONE HELD BY SOMEONE ELSE               00238800
                                                                        00238900
       MOVE-CHECK-EXTS.                                                 00239000
           MOVE '0' TO EXT-CHECK-FLAG.                                  00239100
           IF IO-EXTENSION NOT = SPACES                                 00239200
              MOVE IO-EXTENSION TO CHK-EXTENSION                        00239300
              PERFORM CHECK-EXT-COLLISION THRU CHECK-EXT-COLLISION-END. 00239400
           PERFORM MOVE-CHECK-ONE-PHONE THRU MOVE-CHECK-ONE-PHONE-END   00239500
               VARYING MV-PHONE-IDX FROM 1 BY 1                         00239600
               UNTIL MV-PHONE-IDX > MV-PHONE-COUNT                      00239700
                  OR EXT-CHECK-FAILED.                                  00239800
       MOVE-CHECK-EXTS-END.                                             00239900
           EXIT.                                                        00240000
                                                                        00240100
       MOVE-CHECK-ONE-PHONE.                                            00240200
           MOVE MV-PHONE-ENTRY(MV-PHONE-IDX) TO PHONE-IOAREA.           00240300
           MOVE PH-EXTENSION TO CHK-EXTENSION.                          00240400
           PERFORM CHECK-EXT-COLLISION THRU CHECK-EXT-COLLISION-END.    00240500
       MOVE-CHECK-ONE-PHONE-END.                                        00240600
           EXIT.                                                        00240700
                                                                        00240800
      * PROCEDURE MOVE-REINDEX-EXTS                                     00240900
      *    THE TRANSFER IS DONE - EVERY NUMBER THE ENTRY HOLDS NOW      00241000
      *    BELONGS TO IT UNDER THE TARGET DEPARTMENT ROOT               00241100
                                                                        00241200
       MOVE-REINDEX-EXTS.                                               00241300
           MOVE IO-LAST-NAME TO CHK-LAST-NAME.                          00241400
           MOVE IO-EXTENSION TO CHK-EXTENSION.                          00241500
           MOVE 'MAIN' TO CHK-TYPE.                                     00241600
           PERFORM MOVE-REINDEX-ONE THRU MOVE-REINDEX-ONE-END.          00241700
           PERFORM MOVE-REINDEX-PHONE THRU MOVE-REINDEX-PHONE-END       00241800
               VARYING MV-PHONE-IDX FROM 1 BY 1                         00241900
               UNTIL MV-PHONE-IDX > MV-PHONE-COUNT.                     00242000
       MOVE-REINDEX-EXTS-END.                                           00242100
           EXIT.                                                        00242200
                                                                        00242300
       MOVE-REINDEX-PHONE.                                              00242400
           MOVE MV-PHONE-ENTRY(MV-PHONE-IDX) TO PHONE-IOAREA.           00242500
           MOVE PH-EXTENSION TO CHK-EXTENSION.                          00242600
           MOVE PH-TYPE TO CHK-TYPE.                                    00242700
           PERFORM MOVE-REINDEX-ONE THRU MOVE-REINDEX-ONE-END.          00242800
       MOVE-REINDEX-PHONE-END.                                          00242900
           EXIT.                                                        00243000
                                                                        00243100
       MOVE-REINDEX-ONE.                                                00243200
           IF CHK-EXTENSION = SPACES                                    00243300
              GO TO MOVE-REINDEX-ONE-END.                               00243400
           MOVE WS-CUR-DEPT TO CHK-DEPT-CODE.                           00243500
           PERFORM DROP-EXT-INDEX THRU DROP-EXT-INDEX-END.              00243600
           MOVE WS-DEPT-CODE TO CHK-DEPT-CODE.                          00243700
           PERFORM ADD-EXT-INDEX THRU ADD-EXT-INDEX-END.                00243800
       MOVE-REINDEX-ONE-END.                                            00243900
           EXIT.                                                        00244000
                                                                        00244100
      * PROCEDURE WRITE-LOAD-EXT-FAIL                                   00244200
      *    A LOAD RECORD (PERSON OR '*PHONE') WHOSE EXTENSION IS HELD   00244300
      *    BY SOMEONE ELSE, OR FOR WHICH NO NUMBER COULD BE ASSIGNED :  00244400
      *    REJECT RECORD AND LOAD LOG LINE                              00244500
                                                                        00244600
       WRITE-LOAD-EXT-FAIL.                                             00244700
           MOVE SPACES TO REJECT-RECORD.                                00244800
           MOVE LOAD-RECORD TO REJ-INPUT-AREA.                          00244900
           MOVE WS-REJ-REASON TO REJ-REASON.                            00245000
           MOVE WS-REJ-HOLDER TO REJ-HOLDER.                            00245100
           WRITE REJECT-RECORD.                                         00245200
           MOVE SPACES TO LOADLOG-RECORD.                               00245300
           MOVE LD-LAST-NAME TO LG-LAST-NAME.                           00245400
           IF WS-REJ-REASON = 'COL'                                     00245500
              MOVE 'EXTINUSE' TO LG-RESULT                              00245600
              MOVE CHK-EXTENSION TO LG-EXTENSION                        00245700
              MOVE WS-REJ-HOLDER TO LG-REMARK                           00245800
           ELSE                                                         00245900
              MOVE 'NOFREEEXT' TO LG-RESULT.                            00246000
           WRITE LOADLOG-RECORD.                                        00246100
           MOVE SPACES TO WS-REJ-HOLDER.                                00246200
       WRITE-LOAD-EXT-FAIL-END.                                         00246300
           EXIT.                                                        00246400
