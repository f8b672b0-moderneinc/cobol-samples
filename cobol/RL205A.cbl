010000 ENVIRONMENT DIVISION.                                            RL2054.2
010100 CONFIGURATION SECTION.                                           RL2054.2
010200 SOURCE-COMPUTER.                                                 RL2054.2
010300     XXXXX082 WITH DEBUGGING MODE.                                RL2054.2
010400 OBJECT-COMPUTER.                                                 RL2054.2
010500     XXXXX083.                                                    RL2054.2
010600 INPUT-OUTPUT SECTION.                                            RL2054.2
038800     ADD      010000  TO ERROR-COUNTER-06V00.                     RL2054.2
038900 USE-PAR-EXIT.                                                    RL2054.2
039000     EXIT.                                                        RL2054.2
039050     COPY DBG_COVERAGE.                                           RL2054.2
039100 END DECLARATIVES.                                                RL2054.2
039200 CCVS1 SECTION.                                                   RL2054.2
039300 OPEN-FILES.                                                      RL2054.2
