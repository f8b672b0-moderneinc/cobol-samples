010300 ENVIRONMENT DIVISION.                                            ST1394.2
010400 CONFIGURATION SECTION.                                           ST1394.2
010500 SOURCE-COMPUTER.                                                 ST1394.2
010600     XXXXX082 WITH DEBUGGING MODE.                                ST1394.2
010700 OBJECT-COMPUTER.                                                 ST1394.2
010800     XXXXX083.                                                    ST1394.2
010900 SPECIAL-NAMES.                                                   ST1394.2
044600     MOVE "MRG-TEST-DEC" TO PAR-NAME.                             ST1394.2
044700     WRITE   PRINT-REC FROM TEST-RESULTS AFTER ADVANCING 2 LINES. ST1394.2
044800     STOP RUN.                                                    ST1394.2
044850     COPY DBG_COVERAGE.                                           ST1394.2
044900 END DECLARATIVES.                                                ST1394.2
045000 CCVS1 SECTION.                                                   ST1394.2
045100 OPEN-FILES.                                                      ST1394.2
