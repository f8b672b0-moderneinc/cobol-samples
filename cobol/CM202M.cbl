004160     SELECT REQUEUE-IN ASSIGN TO XXXXX071                         CM2024.2
004170         ORGANIZATION IS SEQUENTIAL                               CM2024.2
004180         FILE STATUS IS REQUEUE-IN-STATUS.                        CM2024.2
004182     SELECT PRIORITY-FILE ASSIGN TO XXXXX072                      CM2024.2
004184         ORGANIZATION IS SEQUENTIAL                               CM2024.2
004186         FILE STATUS IS PRIORITY-FILE-STATUS.                     CM2024.2
004200 DATA DIVISION.                                                   CM2024.2
004300 FILE SECTION.                                                    CM2024.2
004400 FD  PRINT-FILE                                                   CM2024.2
006201     02  FILLER PIC X(1).                                         CM2024.2
006202     02  REQIN-MESSAGE PIC X(60).                                 CM2024.2
006203     02  FILLER PIC X(7).                                         CM2024.2
006204 FD  PRIORITY-FILE                                                CM2024.2
006205     LABEL RECORDS ARE STANDARD.                                  CM2024.2
006206 01  PRIORITY-FILE-REC PIC X(80).                                 CM2024.2
006210 WORKING-STORAGE SECTION.                                         CM2024.2
006300 77  END-FLAG PIC 9.                                              CM2024.2
006400 77  FAIL-SAFE PIC 999 COMP.                                      CM2024.2
023700     02  AUDIT-STATUS-KEY PIC XX.                                 CM2024.2
023800     02  AUDIT-MSG-COUNT PIC 9(6).                                CM2024.2
023900     02  AUDIT-TIMESTAMP PIC 9(8).                                CM2024.2
023910     02  AUDIT-CLASS PIC X VALUE SPACE.                           CM2024.2
023920     02  AUDIT-WAIT PIC 9(7) VALUE ZERO.                          CM2024.2
024000 01  STATUS-TREND-USED PIC 99 VALUE ZERO.                         CM2024.2
024100 01  STATUS-TREND-SUB PIC 99.                                     CM2024.2
024200 01  STATUS-TREND-FOUND-SW PIC X VALUE "N".                       CM2024.2
026964 01  MON-LAT-MEAN PIC 9(7) VALUE ZERO.                            CM2024.2
026965 01  REQUEUE-IN-STATUS PIC XX VALUE "00".                         CM2024.2
026966 01  REQUEUE-SEND-CNT PIC 9(4) VALUE ZERO.                        CM2024.2
026967 01  PRIORITY-FILE-STATUS PIC XX VALUE "00".                      CM2024.2
026968 01  PRTY-IN-FORCE-SW PIC X VALUE "N".                            CM2024.2
026969     88  PRTY-IN-FORCE VALUE "Y".                                 CM2024.2
026970 01  PRTY-ENTRY.                                                  CM2024.2
026971     02  PRTY-TYPE PIC X.                                         CM2024.2
026972     02  FILLER PIC X.                                            CM2024.2
026973     02  PRTY-NAME PIC X(12).                                     CM2024.2
026974     02  FILLER PIC X.                                            CM2024.2
026975     02  PRTY-CLASS PIC X.                                        CM2024.2
026976     02  FILLER PIC X(64).                                        CM2024.2
026977 01  PRTY-USED PIC 99 VALUE ZERO.                                 CM2024.2
026978 01  PRTY-SUB PIC 99 VALUE ZERO.                                  CM2024.2
026979 01  PRTY-TABLE.                                                  CM2024.2
026980     02  PRTY-TBL-ENTRY OCCURS 30 TIMES.                          CM2024.2
026981         03  PRTY-TBL-TYPE PIC X.                                 CM2024.2
026982         03  PRTY-TBL-NAME PIC X(12).                             CM2024.2
026983         03  PRTY-TBL-CLASS PIC X.                                CM2024.2
026984 01  PRTY-CLS-CODES PIC X(3) VALUE "HNB".                         CM2024.2
026985 01  PRTY-CLS-TABLE.                                              CM2024.2
026986     02  PRTY-CLS-ENTRY OCCURS 3 TIMES.                           CM2024.2
026987         03  PRTY-CLS-SUBQ PIC X(12) VALUE SPACES.                CM2024.2
026988         03  PRTY-CLS-DEPTH PIC 9(6) VALUE ZERO.                  CM2024.2
026989         03  PRTY-CLS-PEAK PIC 9(6) VALUE ZERO.                   CM2024.2
026990         03  PRTY-CLS-TAKEN PIC 9(4) VALUE ZERO.                  CM2024.2
026991         03  PRTY-CLS-WAIT-TOT PIC 9(9) COMP VALUE ZERO.          CM2024.2
026992         03  PRTY-CLS-WAIT-MAX PIC 9(7) VALUE ZERO.               CM2024.2
026993 01  PRTY-CLS PIC 9 VALUE ZERO.                                   CM2024.2
026994 01  PRTY-GUARD-LIMIT PIC 99 VALUE 5.                             CM2024.2
026995 01  PRTY-GUARD-RUN PIC 99 VALUE ZERO.                            CM2024.2
026996 01  PRTY-GUARD-TAKES PIC 9(4) VALUE ZERO.                        CM2024.2
026997 01  PRTY-WORD PIC X(12) VALUE SPACES.                            CM2024.2
026998 01  PRTY-EXPECT PIC X VALUE SPACE.                               CM2024.2
026999 01  PRTY-WAIT PIC 9(7) VALUE ZERO.                               CM2024.2
027000 COMMUNICATION SECTION.                                           CM2024.2
027100 CD  CM-INQUE-1 INPUT.                                            CM2024.2
027200 01  INQUE-1-RECORD.                                              CM2024.2
027300     02  QUEUE-SET PIC X(12) VALUE                                CM2024.2
027400     XXXXX030.                                                    CM2024.2
027500     02  IN-SUB-QUEUE-1 PIC X(12) VALUE SPACES.                   CM2024.2
027510     02  IN-SUB-QUEUE-2 PIC X(12) VALUE SPACES.                   CM2024.2
027520     02  IN-SUB-QUEUE-3 PIC X(12) VALUE SPACES.                   CM2024.2
027600     02  MSG-DATE PIC 9(6).                                       CM2024.2
027610     02  MSG-TIME PIC 9(8).                                       CM2024.2
027700     02  SYM-SOURCE PIC X(12).                                    CM2024.2
027800     02  IN-LENGTH PIC 9999.                                      CM2024.2
027900     02  END-KEY PIC X.                                           CM2024.2
030300         TO SYM-DEST (2).                                         CM2024.2
030400     PERFORM LOAD-TERM-ROSTER                                     CM2024.2
030401         THRU LOAD-TERM-ROSTER-EXIT.                              CM2024.2
030402     PERFORM LOAD-PRIORITY-CLASSES                                CM2024.2
030403         THRU LOAD-PRIORITY-CLASSES-EXIT.                         CM2024.2
030500     IF TERM-ROSTER-COUNT IS GREATER THAN 2                       CM2024.2
030600         MOVE 3 TO TERM-ROSTER-SUB                                CM2024.2
030700         PERFORM POPULATE-SYM-DEST THRU POPULATE-SYM-DEST-EXIT    CM2024.2
074630     PERFORM LOAD-RESULTS-HISTORY THRU                            CM2024.2
074632         LOAD-RESULTS-HISTORY-EXIT.                               CM2024.2
074634 STATUS-INQUIRY-READ.                                             CM2024.2
074635     IF PRTY-IN-FORCE GO TO STATUS-INQUIRY-PRIORITY.              CM2024.2
074636     RECEIVE CM-INQUE-1 MESSAGE INTO INQUIRY-MSG-AREA             CM2024.2
074638         NO DATA GO TO STATUS-INQUIRY-VERDICT.                    CM2024.2
074639 STATUS-INQUIRY-TAKEN.                                            CM2024.2
074640     IF INQUIRY-MSG-AREA (1:7) IS NOT EQUAL TO "STATUS "          CM2024.2
074642         MOVE INQUIRY-MSG-AREA TO RESIDUE-MSG-AREA                CM2024.2
074644         ADD 1 TO RESIDUE-COUNT                                   CM2024.2
074674     PERFORM WRITE-AUDIT-RECORD.                                  CM2024.2
074676     GO TO STATUS-INQUIRY-READ.                                   CM2024.2
074678 STATUS-INQUIRY-VERDICT.                                          CM2024.2
074679     MOVE SPACES TO IN-SUB-QUEUE-1.                               CM2024.2
074680     MOVE 2 TO DEST-COUNT.                                        CM2024.2
074682     MOVE "SEE INQUIRY COUNT" TO RE-MARK.                         CM2024.2
074684     MOVE INQUIRY-COUNT TO COMPUTED-A.                            CM2024.2
074976     PERFORM END-ROUTINE THRU END-ROUTINE-4.                      CM2024.2
074978     PERFORM WRITE-TREND-REPORT.                                  CM2024.2
074980     PERFORM WRITE-MONITOR-SUMMARY.                               CM2024.2
074981     IF PRTY-IN-FORCE PERFORM WRITE-PRIORITY-SUMMARY.             CM2024.2
074982     CLOSE PRINT-FILE AUDIT-FILE TREND-FILE                       CM2024.2
074984         MONITOR-FILE.                                            CM2024.2
074986     IF RESIDUE-COUNT IS NOT EQUAL TO ZERO                        CM2024.2
074988         MOVE 8 TO RETURN-CODE.                                   CM2024.2
074990     STOP RUN.                                                    CM2024.2
074991 STATUS-INQUIRY-PRIORITY.                                         CM2024.2
074992*    PRIORITY DRAIN FOR THE INQUIRY PASS.  WITH PRIORITY CLASSES  CM2024.2
074993*    IN FORCE THE HIGH SUB-QUEUE IS EMPTIED BEFORE THE NORMAL,    CM2024.2
074994*    AND THE NORMAL BEFORE THE BULK, SO AN OPERATOR COMMAND       CM2024.2
074995*    DOES NOT WAIT BEHIND A BURST OF ROUTINE TRAFFIC.  SO THAT    CM2024.2
074996*    BULK STILL MOVES, ONCE PRTY-GUARD-LIMIT HIGHER-CLASS         CM2024.2
074997*    MESSAGES HAVE BEEN TAKEN IN A ROW WHILE BULK WAS WAITING,    CM2024.2
074998*    THE NEXT MESSAGE IS TAKEN FROM BULK.  EVERY MESSAGE TAKEN    CM2024.2
074999*    IS AUDITED WITH ITS CLASS AND ITS WAIT IN THE QUEUE.         CM2024.2
075000     PERFORM SAMPLE-CLASS-DEPTHS.                                 CM2024.2
075001     MOVE ZERO TO PRTY-CLS.                                       CM2024.2
075002     IF PRTY-CLS-DEPTH (3) IS EQUAL TO ZERO                       CM2024.2
075003         GO TO STATUS-INQUIRY-PRIORITY-SCAN.                      CM2024.2
075004     IF PRTY-GUARD-RUN IS LESS THAN PRTY-GUARD-LIMIT              CM2024.2
075005         GO TO STATUS-INQUIRY-PRIORITY-SCAN.                      CM2024.2
075006     IF PRTY-CLS-DEPTH (1) IS GREATER THAN ZERO                   CM2024.2
075007         OR PRTY-CLS-DEPTH (2) IS GREATER THAN ZERO               CM2024.2
075008         ADD 1 TO PRTY-GUARD-TAKES.                               CM2024.2
075009     MOVE 3 TO PRTY-CLS.                                          CM2024.2
075010     GO TO STATUS-INQUIRY-PRIORITY-TAKE.                          CM2024.2
075011 STATUS-INQUIRY-PRIORITY-SCAN.                                    CM2024.2
075012     ADD 1 TO PRTY-CLS.                                           CM2024.2
075013     IF PRTY-CLS IS GREATER THAN 3                                CM2024.2
075014         GO TO STATUS-INQUIRY-VERDICT.                            CM2024.2
075015     IF PRTY-CLS-DEPTH (PRTY-CLS) IS EQUAL TO ZERO                CM2024.2
075016         GO TO STATUS-INQUIRY-PRIORITY-SCAN.                      CM2024.2
075017 STATUS-INQUIRY-PRIORITY-TAKE.                                    CM2024.2
075018     MOVE PRTY-CLS-SUBQ (PRTY-CLS) TO IN-SUB-QUEUE-1.             CM2024.2
075019     RECEIVE CM-INQUE-1 MESSAGE INTO INQUIRY-MSG-AREA             CM2024.2
075020         NO DATA MOVE ZERO TO PRTY-CLS-DEPTH (PRTY-CLS)           CM2024.2
075021                 MOVE ZERO TO PRTY-CLS                            CM2024.2
075022                 GO TO STATUS-INQUIRY-PRIORITY-SCAN.              CM2024.2
075023     IF PRTY-CLS IS EQUAL TO 3                                    CM2024.2
075024         MOVE ZERO TO PRTY-GUARD-RUN                              CM2024.2
075025     ELSE                                                         CM2024.2
075026         IF PRTY-CLS-DEPTH (3) IS GREATER THAN ZERO               CM2024.2
075027             ADD 1 TO PRTY-GUARD-RUN.                             CM2024.2
075028     ADD 1 TO PRTY-CLS-TAKEN (PRTY-CLS).                          CM2024.2
075029     ACCEPT MON-TS FROM TIME.                                     CM2024.2
075030     COMPUTE MON-STAMP-CS = MON-TS-HH * 360000                    CM2024.2
075031         + MON-TS-MM * 6000 + MON-TS-SS * 100 + MON-TS-CC.        CM2024.2
075032     MOVE MSG-TIME TO MON-TS.                                     CM2024.2
075033     IF MON-TS-HH * 360000 + MON-TS-MM * 6000 + MON-TS-SS * 100   CM2024.2
075034         + MON-TS-CC IS GREATER THAN MON-STAMP-CS                 CM2024.2
075035         ADD 8640000 TO MON-STAMP-CS.                             CM2024.2
075036     COMPUTE PRTY-WAIT = MON-STAMP-CS - (MON-TS-HH * 360000       CM2024.2
075037         + MON-TS-MM * 6000 + MON-TS-SS * 100 + MON-TS-CC).       CM2024.2
075038     ADD PRTY-WAIT TO PRTY-CLS-WAIT-TOT (PRTY-CLS).               CM2024.2
075039     IF PRTY-WAIT IS GREATER THAN PRTY-CLS-WAIT-MAX (PRTY-CLS)    CM2024.2
075040         MOVE PRTY-WAIT TO PRTY-CLS-WAIT-MAX (PRTY-CLS).          CM2024.2
075041     PERFORM CHECK-PRIORITY-CLASS.                                CM2024.2
075042     MOVE SYM-SOURCE TO AUDIT-TERMINAL.                           CM2024.2
075043     MOVE "RECEIVE" TO AUDIT-OPERATION.                           CM2024.2
075044     MOVE IN-STATUS TO AUDIT-STATUS-KEY.                          CM2024.2
075045     MOVE MSG-COUNT TO AUDIT-MSG-COUNT.                           CM2024.2
075046     MOVE PRTY-CLS-CODES (PRTY-CLS:1) TO AUDIT-CLASS.             CM2024.2
075047     MOVE PRTY-WAIT TO AUDIT-WAIT.                                CM2024.2
075048     MOVE ZERO TO MON-SEND-CS.                                    CM2024.2
075049     PERFORM WRITE-AUDIT-RECORD.                                  CM2024.2
075050     GO TO STATUS-INQUIRY-TAKEN.                                  CM2024.2
075051 CHECK-PRIORITY-CLASS.                                            CM2024.2
075052     MOVE SPACES TO PRTY-WORD.                                    CM2024.2
075053     UNSTRING INQUIRY-MSG-AREA DELIMITED BY SPACE                 CM2024.2
075054         INTO PRTY-WORD.                                          CM2024.2
075055     MOVE SPACE TO PRTY-EXPECT.                                   CM2024.2
075056     MOVE ZERO TO PRTY-SUB.                                       CM2024.2
075057     PERFORM MATCH-PRIORITY-ENTRY                                 CM2024.2
075058         UNTIL PRTY-SUB IS NOT LESS THAN PRTY-USED.               CM2024.2
075059     IF PRTY-EXPECT IS EQUAL TO SPACE                             CM2024.2
075060         MOVE "N" TO PRTY-EXPECT.                                 CM2024.2
075061     IF PRTY-EXPECT IS NOT EQUAL TO PRTY-CLS-CODES (PRTY-CLS:1)   CM2024.2
075062         MOVE SPACES TO DUMMY-RECORD                              CM2024.2
075063         STRING "PRIORITY MISMATCH FROM " DELIMITED BY SIZE       CM2024.2
075064               SYM-SOURCE             DELIMITED BY SIZE           CM2024.2
075065               " CLASS "              DELIMITED BY SIZE           CM2024.2
075066               PRTY-EXPECT            DELIMITED BY SIZE           CM2024.2
075067               " TAKEN FROM "         DELIMITED BY SIZE           CM2024.2
075068               PRTY-CLS-SUBQ (PRTY-CLS) DELIMITED BY SIZE         CM2024.2
075069               " TEXT "               DELIMITED BY SIZE           CM2024.2
075070               INQUIRY-MSG-AREA (1:30) DELIMITED BY SIZE          CM2024.2
075071             INTO DUMMY-RECORD                                    CM2024.2
075072         PERFORM WRITE-LINE.                                      CM2024.2
075073 MATCH-PRIORITY-ENTRY.                                            CM2024.2
075074     ADD 1 TO PRTY-SUB.                                           CM2024.2
075075     IF PRTY-TBL-TYPE (PRTY-SUB) IS EQUAL TO "C"                  CM2024.2
075076         AND PRTY-TBL-NAME (PRTY-SUB) IS EQUAL TO PRTY-WORD       CM2024.2
075077         MOVE PRTY-TBL-CLASS (PRTY-SUB) TO PRTY-EXPECT            CM2024.2
075078         MOVE PRTY-USED TO PRTY-SUB                               CM2024.2
075079     ELSE                                                         CM2024.2
075080         IF PRTY-TBL-TYPE (PRTY-SUB) IS EQUAL TO "T"              CM2024.2
075081             AND PRTY-TBL-NAME (PRTY-SUB) IS EQUAL TO SYM-SOURCE  CM2024.2
075082             AND PRTY-EXPECT IS EQUAL TO SPACE                    CM2024.2
075083             MOVE PRTY-TBL-CLASS (PRTY-SUB) TO PRTY-EXPECT.       CM2024.2
075084 SAMPLE-CLASS-DEPTHS.                                             CM2024.2
075085     ACCEPT MON-TS FROM TIME.                                     CM2024.2
075086     MOVE ZERO TO PRTY-SUB.                                       CM2024.2
075087     PERFORM SAMPLE-ONE-CLASS-DEPTH                               CM2024.2
075088         UNTIL PRTY-SUB IS NOT LESS THAN 3.                       CM2024.2
075089     MOVE SPACES TO IN-SUB-QUEUE-1.                               CM2024.2
075090 SAMPLE-ONE-CLASS-DEPTH.                                          CM2024.2
075091     ADD 1 TO PRTY-SUB.                                           CM2024.2
075092     MOVE PRTY-CLS-SUBQ (PRTY-SUB) TO IN-SUB-QUEUE-1.             CM2024.2
075093     ACCEPT CM-INQUE-1 MESSAGE COUNT.                             CM2024.2
075094     MOVE MSG-COUNT TO PRTY-CLS-DEPTH (PRTY-SUB).                 CM2024.2
075095     IF MSG-COUNT IS GREATER THAN PRTY-CLS-PEAK (PRTY-SUB)        CM2024.2
075096         MOVE MSG-COUNT TO PRTY-CLS-PEAK (PRTY-SUB).              CM2024.2
075097     MOVE SPACES TO MONITOR-REC.                                  CM2024.2
075098     STRING "DEPTH-"             DELIMITED BY SIZE                CM2024.2
075099           PRTY-CLS-CODES (PRTY-SUB:1) DELIMITED BY SIZE          CM2024.2
075100           " "                  DELIMITED BY SIZE                 CM2024.2
075101           MSG-COUNT            DELIMITED BY SIZE                 CM2024.2
075102           "    AT "            DELIMITED BY SIZE                 CM2024.2
075103           MON-TS               DELIMITED BY SIZE                 CM2024.2
075104         INTO MONITOR-REC.                                        CM2024.2
075105     WRITE MONITOR-REC.                                           CM2024.2
075200 DELAY-FOR-30 SECTION.                                            CM2024.2
075300 CHECK-TIMING-MODE.                                               CM2024.2
075400     IF TIMING-ALREADY-OPENED                                     CM2024.2
077900         (I-HRS * 3600 + I-MINS * 60 + I-SECS).                   CM2024.2
077910     IF ELAPSED-TIME IS NOT EQUAL TO MON-LAST-SECOND              CM2024.2
077920         MOVE ELAPSED-TIME TO MON-LAST-SECOND                     CM2024.2
077930         PERFORM SAMPLE-QUEUE-DEPTH                               CM2024.2
077931         IF PRTY-IN-FORCE PERFORM SAMPLE-CLASS-DEPTHS.            CM2024.2
078000     IF ELAPSED-TIME IS LESS THAN 30 GO TO TEST-ELAPSED-TIME.     CM2024.2
078100     OPEN OUTPUT TIMING-FILE.                                     CM2024.2
078200     MOVE "C" TO TIMING-FILE-REC (1:1).                           CM2024.2
080500     CLOSE ROSTER-FILE.                                           CM2024.2
080600 LOAD-TERM-ROSTER-EXIT.                                           CM2024.2
080700     EXIT.                                                        CM2024.2
080701 LOAD-PRIORITY-CLASSES.                                           CM2024.2
080702*    PRIORITY CLASSES FOR INBOUND TRAFFIC, KEPT BESIDE THE ROSTER CM2024.2
080703*    SO THE 12-BYTE ROSTER READERS ARE LEFT ALONE.  80-BYTE LINES:CM2024.2
080704*      1      Q  NAMES THE SUB-QUEUE OF CM-INQUE-1 FOR A CLASS    CM2024.2
080705*             T  ASSIGNS A TERMINAL TO A CLASS                    CM2024.2
080706*             C  ASSIGNS A MESSAGE CLASS (THE FIRST WORD OF THE   CM2024.2
080707*                TEXT, E.G. HOLD OR NOTE) TO A CLASS - A MESSAGE  CM2024.2
080708*                CLASS ENTRY OUTRANKS THE TERMINAL ENTRY          CM2024.2
080709*             *  COMMENT                                          CM2024.2
080710*      3-14   SUB-QUEUE NAME, TERMINAL OR MESSAGE CLASS           CM2024.2
080711*      16     H HIGH, N NORMAL OR B BULK                          CM2024.2
080712*    THE SAME ENTRIES ARE LOADED INTO THE MCS QUEUE TABLES.  A    CM2024.2
080713*    CLASS WITH NO Q LINE USES THE SUB-QUEUE HIGH, NORMAL OR BULK,CM2024.2
080714*    AND A SOURCE WITH NO ENTRY IS NORMAL.  NO FILE MEANS NO      CM2024.2
080715*    PRIORITY CLASSES: THE WHOLE QUEUE IS READ IN ARRIVAL ORDER.  CM2024.2
080716     MOVE "N" TO PRTY-IN-FORCE-SW.                                CM2024.2
080717     MOVE ZERO TO PRTY-USED.                                      CM2024.2
080718     MOVE "HIGH" TO PRTY-CLS-SUBQ (1).                            CM2024.2
080719     MOVE "NORMAL" TO PRTY-CLS-SUBQ (2).                          CM2024.2
080720     MOVE "BULK" TO PRTY-CLS-SUBQ (3).                            CM2024.2
080721     OPEN INPUT PRIORITY-FILE.                                    CM2024.2
080722     IF PRIORITY-FILE-STATUS IS NOT EQUAL TO "00"                 CM2024.2
080723         GO TO LOAD-PRIORITY-CLASSES-EXIT.                        CM2024.2
080724     MOVE "Y" TO PRTY-IN-FORCE-SW.                                CM2024.2
080725 LOAD-PRIORITY-CLASSES-READ.                                      CM2024.2
080726     READ PRIORITY-FILE INTO PRTY-ENTRY                           CM2024.2
080727         AT END GO TO LOAD-PRIORITY-CLASSES-DONE.                 CM2024.2
080728     IF PRTY-TYPE IS EQUAL TO "*" OR PRTY-ENTRY IS EQUAL TO SPACESCM2024.2
080729         GO TO LOAD-PRIORITY-CLASSES-READ.                        CM2024.2
080730     MOVE ZERO TO PRTY-CLS.                                       CM2024.2
080731     IF PRTY-CLASS IS EQUAL TO "H" MOVE 1 TO PRTY-CLS.            CM2024.2
080732     IF PRTY-CLASS IS EQUAL TO "N" MOVE 2 TO PRTY-CLS.            CM2024.2
080733     IF PRTY-CLASS IS EQUAL TO "B" MOVE 3 TO PRTY-CLS.            CM2024.2
080734     IF PRTY-CLS IS EQUAL TO ZERO OR PRTY-NAME IS EQUAL TO SPACES CM2024.2
080735         GO TO LOAD-PRIORITY-CLASSES-IGNORE.                      CM2024.2
080736     IF PRTY-TYPE IS EQUAL TO "Q"                                 CM2024.2
080737         MOVE PRTY-NAME TO PRTY-CLS-SUBQ (PRTY-CLS)               CM2024.2
080738         GO TO LOAD-PRIORITY-CLASSES-READ.                        CM2024.2
080739     IF PRTY-TYPE IS NOT EQUAL TO "T" AND NOT EQUAL TO "C"        CM2024.2
080740         GO TO LOAD-PRIORITY-CLASSES-IGNORE.                      CM2024.2
080741     IF PRTY-USED IS NOT LESS THAN 30                             CM2024.2
080742         GO TO LOAD-PRIORITY-CLASSES-IGNORE.                      CM2024.2
080743     ADD 1 TO PRTY-USED.                                          CM2024.2
080744     MOVE PRTY-TYPE TO PRTY-TBL-TYPE (PRTY-USED).                 CM2024.2
080745     MOVE PRTY-NAME TO PRTY-TBL-NAME (PRTY-USED).                 CM2024.2
080746     MOVE PRTY-CLASS TO PRTY-TBL-CLASS (PRTY-USED).               CM2024.2
080747     GO TO LOAD-PRIORITY-CLASSES-READ.                            CM2024.2
080748 LOAD-PRIORITY-CLASSES-IGNORE.                                    CM2024.2
080749     MOVE SPACES TO DUMMY-RECORD.                                 CM2024.2
080750     STRING "PRIORITY ENTRY IGNORED: " DELIMITED BY SIZE          CM2024.2
080751           PRTY-ENTRY (1:20)     DELIMITED BY SIZE                CM2024.2
080752         INTO DUMMY-RECORD.                                       CM2024.2
080753     PERFORM WRITE-LINE.                                          CM2024.2
080754     GO TO LOAD-PRIORITY-CLASSES-READ.                            CM2024.2
080755 LOAD-PRIORITY-CLASSES-DONE.                                      CM2024.2
080756     CLOSE PRIORITY-FILE.                                         CM2024.2
080757 LOAD-PRIORITY-CLASSES-EXIT.                                      CM2024.2
080758     EXIT.                                                        CM2024.2
080800 POPULATE-SYM-DEST.                                               CM2024.2
080900     MOVE TERM-ROSTER-ENTRY (TERM-ROSTER-SUB)                     CM2024.2
081000         TO SYM-DEST (TERM-ROSTER-SUB).                           CM2024.2
082400           " AT "             DELIMITED BY SIZE                   CM2024.2
082500           AUDIT-TIMESTAMP    DELIMITED BY SIZE                   CM2024.2
082600         INTO AUDIT-FILE-REC.                                     CM2024.2
082610     IF AUDIT-CLASS IS NOT EQUAL TO SPACE                         CM2024.2
082620         STRING " CLASS="        DELIMITED BY SIZE                CM2024.2
082630               AUDIT-CLASS      DELIMITED BY SIZE                 CM2024.2
082640               " WAIT="         DELIMITED BY SIZE                 CM2024.2
082650               AUDIT-WAIT       DELIMITED BY SIZE                 CM2024.2
082660             INTO AUDIT-FILE-REC (58:23)                          CM2024.2
082670         MOVE SPACE TO AUDIT-CLASS                                CM2024.2
082680         MOVE ZERO TO AUDIT-WAIT.                                 CM2024.2
082700     WRITE AUDIT-FILE-REC.                                        CM2024.2
082710     PERFORM POST-MONITOR-EVENT THRU                              CM2024.2
082711         POST-MONITOR-EVENT-EXIT.                                 CM2024.2
082766           MON-LAT-MAX            DELIMITED BY SIZE               CM2024.2
082767         INTO MONITOR-REC.                                        CM2024.2
082768     WRITE MONITOR-REC.                                           CM2024.2
082769 WRITE-PRIORITY-SUMMARY.                                          CM2024.2
082770     MOVE ZERO TO PRTY-SUB.                                       CM2024.2
082771     PERFORM WRITE-CLASS-SUMMARY                                  CM2024.2
082772         UNTIL PRTY-SUB IS NOT LESS THAN 3.                       CM2024.2
082773     MOVE SPACES TO MONITOR-REC.                                  CM2024.2
082774     STRING "SUMMARY GUARD-LIMIT=" DELIMITED BY SIZE              CM2024.2
082775           PRTY-GUARD-LIMIT      DELIMITED BY SIZE                CM2024.2
082776           " GUARD-TAKES="       DELIMITED BY SIZE                CM2024.2
082777           PRTY-GUARD-TAKES      DELIMITED BY SIZE                CM2024.2
082778         INTO MONITOR-REC.                                        CM2024.2
082779     WRITE MONITOR-REC.                                           CM2024.2
082780 WRITE-CLASS-SUMMARY.                                             CM2024.2
082781     ADD 1 TO PRTY-SUB.                                           CM2024.2
082782     MOVE ZERO TO PRTY-WAIT.                                      CM2024.2
082783     IF PRTY-CLS-TAKEN (PRTY-SUB) IS GREATER THAN ZERO            CM2024.2
082784         COMPUTE PRTY-WAIT = PRTY-CLS-WAIT-TOT (PRTY-SUB)         CM2024.2
082785             / PRTY-CLS-TAKEN (PRTY-SUB).                         CM2024.2
082786     MOVE SPACES TO MONITOR-REC.                                  CM2024.2
082787     STRING "SUMMARY-"           DELIMITED BY SIZE                CM2024.2
082788           PRTY-CLS-CODES (PRTY-SUB:1) DELIMITED BY SIZE          CM2024.2
082789           " TAKEN="            DELIMITED BY SIZE                 CM2024.2
082790           PRTY-CLS-TAKEN (PRTY-SUB) DELIMITED BY SIZE            CM2024.2
082791           " PEAK-DEPTH="       DELIMITED BY SIZE                 CM2024.2
082792           PRTY-CLS-PEAK (PRTY-SUB) DELIMITED BY SIZE             CM2024.2
082793           " MEAN-WAIT-CS="     DELIMITED BY SIZE                 CM2024.2
082794           PRTY-WAIT            DELIMITED BY SIZE                 CM2024.2
082795           " MAX-WAIT-CS="      DELIMITED BY SIZE                 CM2024.2
082796           PRTY-CLS-WAIT-MAX (PRTY-SUB) DELIMITED BY SIZE         CM2024.2
082797         INTO MONITOR-REC.                                        CM2024.2
082798     WRITE MONITOR-REC.                                           CM2024.2
082800 RECORD-STATUS-TREND.                                             CM2024.2
082900     MOVE "N" TO STATUS-TREND-FOUND-SW.                           CM2024.2
083000     MOVE ZERO TO STATUS-TREND-SUB.                               CM2024.2
