002400*    RUN CCVSANS AND CCVSFSD ONCE PER BUILD FIRST SO THE TWO   *  CVSDOS.2
002500*    MAP FEEDS EXIST; MISSING FEEDS DEGRADE THE DOSSIER TO     *  CVSDOS.2
002600*    WHAT CAN BE PROVED FROM THE RUN FILES ALONE.              *  CVSDOS.2
002610*                                                              *  CVSDOS.2
002620*    EACH PAGE ALSO CARRIES THE CASE'S ANALYST AND RECORDED    *  CVSDOS.2
002630*    DISPOSITION FROM THE CCVSTRI TRIAGE WORKLIST              *  CVSDOS.2
002640*    (triage_worklist.dat), SO AN ESCALATION SHOWS WHO OWNS    *  CVSDOS.2
002650*    THE FAILURE AND WHAT IT HAS BEEN JUDGED TO BE.            *  CVSDOS.2
002700*                                                              *  CVSDOS.2
002800****************************************************************  CVSDOS.2
002900 ENVIRONMENT DIVISION.                                            CVSDOS.2
005600     "failure_dossier.rpt"                                        CVSDOS.2
005700     ORGANIZATION LINE SEQUENTIAL                                 CVSDOS.2
005800     FILE STATUS IS WS-DF-FSTATUS.                                CVSDOS.2
005810     SELECT   TRIAGE-FILE ASSIGN TO                               CVSDOS.2
005820     "triage_worklist.dat"                                        CVSDOS.2
005830     ORGANIZATION LINE SEQUENTIAL                                 CVSDOS.2
005840     FILE STATUS IS WS-TW-FSTATUS.                                CVSDOS.2
005900 DATA DIVISION.                                                   CVSDOS.2
006000 FILE SECTION.                                                    CVSDOS.2
006100 FD  CSV-RESULTS-FILE.                                            CVSDOS.2
007000 01  FSD-MAP-REC PIC X(50).                                       CVSDOS.2
007100 FD  DOSSIER-FILE.                                                CVSDOS.2
007200 01  DOSSIER-REC PIC X(120).                                      CVSDOS.2
007210 FD  TRIAGE-FILE.                                                 CVSDOS.2
007220 01  TRIAGE-REC PIC X(150).                                       CVSDOS.2
007300 WORKING-STORAGE SECTION.                                         CVSDOS.2
007400 77  WS-RS-FSTATUS      PIC XX VALUE SPACE.                       CVSDOS.2
007500 77  WS-PL-FSTATUS      PIC XX VALUE SPACE.                       CVSDOS.2
007900 77  WS-NP-FOUND        PIC 9(3) VALUE ZERO.                      CVSDOS.2
008000 77  WS-FM-FSTATUS      PIC XX VALUE SPACE.                       CVSDOS.2
008100 77  WS-DF-FSTATUS      PIC XX VALUE SPACE.                       CVSDOS.2
008110 77  WS-TW-FSTATUS      PIC XX VALUE SPACE.                       CVSDOS.2
008120 77  WS-TRI-COUNT       PIC 9(4) COMP VALUE ZERO.                 CVSDOS.2
008130 77  WS-TRI-SUB         PIC 9(4) COMP VALUE ZERO.                 CVSDOS.2
008140 77  WS-TRI-FOUND       PIC X  VALUE "N".                         CVSDOS.2
008200 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSDOS.2
008300 77  WS-FAIL-COUNT      PIC 9(4) VALUE ZERO.                      CVSDOS.2
008400 77  WS-ANS-COUNT       PIC 9(4) COMP VALUE ZERO.                 CVSDOS.2
009400 01  WS-FIELD-TABLE.                                              CVSDOS.2
009500     02  WS-FIELD       PIC X(24) OCCURS 9 TIMES.                 CVSDOS.2
009600 01  WS-ANS-TABLE.                                                CVSDOS.2
009700     02  WS-ANS-ENTRY OCCURS 2000 TIMES.                          CVSDOS.2
009800         03  WS-ANS-PGM     PIC X(10).                            CVSDOS.2
009900         03  WS-ANS-PAR     PIC X(24).                            CVSDOS.2
010000         03  WS-ANS-CITE    PIC X(24).                            CVSDOS.2
010200     02  WS-FSD-ENTRY OCCURS 30 TIMES.                            CVSDOS.2
010300         03  WS-FSD-TEXT    PIC X(50).                            CVSDOS.2
010400         03  WS-FSD-PGM2    PIC XX.                               CVSDOS.2
010410 01  WS-TRI-TABLE.                                                CVSDOS.2
010420     02  WS-TRI-ENTRY OCCURS 800 TIMES.                           CVSDOS.2
010430         03  WS-TRI-PGM     PIC X(10).                            CVSDOS.2
010440         03  WS-TRI-PAR     PIC X(24).                            CVSDOS.2
010450         03  WS-TRI-STATE   PIC X(6).                             CVSDOS.2
010460         03  WS-TRI-ANALYST PIC X(16).                            CVSDOS.2
010470         03  WS-TRI-DISP    PIC X(18).                            CVSDOS.2
010480         03  WS-TRI-DUP-OF  PIC X(24).                            CVSDOS.2
010500 01  WS-FAIL-PGM        PIC X(10) VALUE SPACE.                    CVSDOS.2
010600 01  WS-FAIL-FEATURE    PIC X(20) VALUE SPACE.                    CVSDOS.2
010700 01  WS-FAIL-PAR        PIC X(24) VALUE SPACE.                    CVSDOS.2
011400              THRU LOAD-ANSI-MAP-EX.                              CVSDOS.2
011500     PERFORM  LOAD-FSD-MAP                                        CVSDOS.2
011600              THRU LOAD-FSD-MAP-EX.                               CVSDOS.2
011610     PERFORM  LOAD-TRIAGE-WORKLIST                                CVSDOS.2
011620              THRU LOAD-TRIAGE-WORKLIST-EX.                       CVSDOS.2
011700     OPEN     INPUT CSV-RESULTS-FILE.                             CVSDOS.2
011800     IF       WS-RS-FSTATUS NOT = "00"                            CVSDOS.2
011900              DISPLAY "CCVSDOS: NO results.csv -- "               CVSDOS.2
014500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSDOS.2
014600 STORE-ANSI-MAP-LINE.                                             CVSDOS.2
014700     IF       ANSI-MAP-REC NOT = SPACE                            CVSDOS.2
014800              AND WS-ANS-COUNT < 2000                             CVSDOS.2
014900              ADD 1 TO WS-ANS-COUNT                               CVSDOS.2
015000              MOVE SPACE TO WS-FIELD-TABLE                        CVSDOS.2
015100              UNSTRING ANSI-MAP-REC DELIMITED BY ","              CVSDOS.2
022100              WS-FAIL-FEATURE DELIMITED BY SIZE                   CVSDOS.2
022200              INTO DOSSIER-REC.                                   CVSDOS.2
022300     WRITE    DOSSIER-REC.                                        CVSDOS.2
022310     PERFORM  WRITE-TRIAGE-STATUS.                                CVSDOS.2
022400     PERFORM  WRITE-ANSI-CITATION.                                CVSDOS.2
022500     PERFORM  WRITE-PRINT-EVIDENCE                                CVSDOS.2
022600              THRU WRITE-PRINT-EVIDENCE-EX.                       CVSDOS.2
037700                      DELIMITED BY SIZE                           CVSDOS.2
037800                  INTO DOSSIER-REC                                CVSDOS.2
037900              WRITE DOSSIER-REC.                                  CVSDOS.2
038000 LOAD-TRIAGE-WORKLIST.                                            CVSDOS.2
038100     OPEN     INPUT TRIAGE-FILE.                                  CVSDOS.2
038200     IF       WS-TW-FSTATUS NOT = "00"                            CVSDOS.2
038300              GO TO LOAD-TRIAGE-WORKLIST-EX.                      CVSDOS.2
038400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSDOS.2
038500     PERFORM  READ-TRIAGE-LINE.                                   CVSDOS.2
038600     PERFORM  STORE-TRIAGE-LINE                                   CVSDOS.2
038700              UNTIL WS-EOF-SWITCH = "Y".                          CVSDOS.2
038800     CLOSE    TRIAGE-FILE.                                        CVSDOS.2
038900 LOAD-TRIAGE-WORKLIST-EX.                                         CVSDOS.2
039000     EXIT.                                                        CVSDOS.2
039100 READ-TRIAGE-LINE.                                                CVSDOS.2
039200     READ     TRIAGE-FILE                                         CVSDOS.2
039300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSDOS.2
039400 STORE-TRIAGE-LINE.                                               CVSDOS.2
039500     IF       TRIAGE-REC NOT = SPACE                              CVSDOS.2
039600              AND WS-TRI-COUNT < 800                              CVSDOS.2
039700              ADD 1 TO WS-TRI-COUNT                               CVSDOS.2
039800              MOVE SPACE TO WS-FIELD-TABLE                        CVSDOS.2
039900              UNSTRING TRIAGE-REC DELIMITED BY "|"                CVSDOS.2
040000                  INTO WS-FIELD (1) WS-FIELD (2)                  CVSDOS.2
040100                       WS-FIELD (3) WS-FIELD (4)                  CVSDOS.2
040200                       WS-FIELD (5) WS-FIELD (6)                  CVSDOS.2
040300              MOVE WS-FIELD (1) TO WS-TRI-PGM (WS-TRI-COUNT)      CVSDOS.2
040400              MOVE WS-FIELD (2) TO WS-TRI-PAR (WS-TRI-COUNT)      CVSDOS.2
040500              MOVE WS-FIELD (3) TO WS-TRI-STATE (WS-TRI-COUNT)    CVSDOS.2
040600              MOVE WS-FIELD (4)                                   CVSDOS.2
040700                  TO WS-TRI-ANALYST (WS-TRI-COUNT)                CVSDOS.2
040800              MOVE WS-FIELD (5) TO WS-TRI-DISP (WS-TRI-COUNT)     CVSDOS.2
040900              MOVE WS-FIELD (6)                                   CVSDOS.2
041000                  TO WS-TRI-DUP-OF (WS-TRI-COUNT)                 CVSDOS.2
041100     END-IF.                                                      CVSDOS.2
041200     PERFORM  READ-TRIAGE-LINE.                                   CVSDOS.2
041300 WRITE-TRIAGE-STATUS.                                             CVSDOS.2
041400     MOVE     "N" TO WS-TRI-FOUND.                                CVSDOS.2
041500     PERFORM  MATCH-TRIAGE-ROW                                    CVSDOS.2
041600              VARYING WS-TRI-SUB FROM 1 BY 1                      CVSDOS.2
041700              UNTIL WS-TRI-SUB > WS-TRI-COUNT                     CVSDOS.2
041800              OR WS-TRI-FOUND = "Y".                              CVSDOS.2
041900     IF       WS-TRI-FOUND = "N"                                  CVSDOS.2
042000              MOVE "TRIAGE: (NOT ON THE WORKLIST)"                CVSDOS.2
042100                  TO DOSSIER-REC                                  CVSDOS.2
042200              WRITE DOSSIER-REC.                                  CVSDOS.2
042300 MATCH-TRIAGE-ROW.                                                CVSDOS.2
042400     IF       WS-TRI-PGM (WS-TRI-SUB) = WS-FAIL-PGM               CVSDOS.2
042500              AND WS-TRI-PAR (WS-TRI-SUB) = WS-FAIL-PAR           CVSDOS.2
042600              MOVE "Y" TO WS-TRI-FOUND                            CVSDOS.2
042700              MOVE SPACE TO DOSSIER-REC                           CVSDOS.2
042800              STRING "TRIAGE: " DELIMITED BY SIZE                 CVSDOS.2
042900                  WS-TRI-DISP (WS-TRI-SUB) DELIMITED BY SPACE     CVSDOS.2
043000                  " (" DELIMITED BY SIZE                          CVSDOS.2
043100                  WS-TRI-STATE (WS-TRI-SUB) DELIMITED BY SPACE    CVSDOS.2
043200                  ")  ANALYST " DELIMITED BY SIZE                 CVSDOS.2
043300                  WS-TRI-ANALYST (WS-TRI-SUB) DELIMITED BY SPACE  CVSDOS.2
043400                  INTO DOSSIER-REC                                CVSDOS.2
043500              WRITE DOSSIER-REC                                   CVSDOS.2
043600              IF  WS-TRI-DUP-OF (WS-TRI-SUB) NOT = SPACE          CVSDOS.2
043700                  MOVE SPACE TO DOSSIER-REC                       CVSDOS.2
043800                  STRING "        DUPLICATE OF " DELIMITED BY SIZECVSDOS.2
043900                      WS-TRI-DUP-OF (WS-TRI-SUB)                  CVSDOS.2
044000                          DELIMITED BY SIZE                       CVSDOS.2
044100                      INTO DOSSIER-REC                            CVSDOS.2
044200                  WRITE DOSSIER-REC                               CVSDOS.2
044300              END-IF                                              CVSDOS.2
044400     END-IF.                                                      CVSDOS.2
