003000 ENVIRONMENT DIVISION.                                            NC2404.2
003100 CONFIGURATION SECTION.                                           NC2404.2
003200 SOURCE-COMPUTER.                                                 NC2404.2
003300     XXXXX082 WITH DEBUGGING MODE.                                NC2404.2
003400 OBJECT-COMPUTER.                                                 NC2404.2
003500     XXXXX083.                                                    NC2404.2
003600 INPUT-OUTPUT SECTION.                                            NC2404.2
022477 01  FLOAT-FIELD                    USAGE COMP-1 VALUE 123.4500.  NC2404.2
022486 01  FLOAT-FIELD-EDIT               PIC -9(5).9(4).               NC2404.2
022500 PROCEDURE DIVISION.                                              NC2404.2
022510 DECLARATIVES.                                                    NC2404.2
022520     COPY DBG_DATAWATCH REPLACING ==:WATCHED:==                   NC2404.2
022530         BY ==CCVS-PGM-ID PASS-COUNTER ERROR-COUNTER==.           NC2404.2
022540 END DECLARATIVES.                                                NC2404.2
022600 CCVS1 SECTION.                                                   NC2404.2
022700 OPEN-FILES.                                                      NC2404.2
022800     OPEN     OUTPUT PRINT-FILE.                                  NC2404.2
