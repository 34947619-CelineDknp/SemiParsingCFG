002100*        PACE SO FAR),                                         *  CVSHND.2
002200*      - FAILURES SO FAR BY SEVERITY (FAIL/DELETE/INSPECT      *  CVSHND.2
002300*        MODULE COUNTS FROM suite_summary.csv),                *  CVSHND.2
002400*      - WAIVERS CURRENTLY ON FILE IN waivers.dat,             *  CVSHND.2
002410*      - THE POST-RUN CLOSE-OUT STATUS LINE CCVSCLO LEAVES     *  CVSHND.2
002420*        IN closeout_status.dat.                               *  CVSHND.2
002430*      - THE OPEN FAILURES ON THE CCVSTRI TRIAGE WORKLIST      *  CVSHND.2
002440*        (triage_worklist.dat) WITH THEIR ANALYST AND          *  CVSHND.2
002450*        DISPOSITION, AND HOW MANY ARE STILL UNTRIAGED.        *  CVSHND.2
002460*      - THE MODULES CCVSQRN HAS QUARANTINED FOR REPEATED      *  CVSHND.2
002470*        WATCHDOG KILLS OR ABENDS (quarantine.dat), WITH      *   CVSHND.2
002480*        THE DATE AND REASON, COUNTED ON THE MODULES LINE.    *   CVSHND.2
002500*                                                              *  CVSHND.2
002600*    EVERYTHING HERE ALREADY EXISTED IN THE FEEDS; NOBODY      *  CVSHND.2
002700*    HAD JOINED THEM.                                          *  CVSHND.2
006500     "handover_report.rpt"                                        CVSHND.2
006600     ORGANIZATION LINE SEQUENTIAL                                 CVSHND.2
006700     FILE STATUS IS WS-HO-FSTATUS.                                CVSHND.2
006710     SELECT   CLOSEOUT-STATUS-FILE ASSIGN TO                      CVSHND.2
006720     "closeout_status.dat"                                        CVSHND.2
006730     ORGANIZATION LINE SEQUENTIAL                                 CVSHND.2
006740     FILE STATUS IS WS-CLO-FSTATUS.                               CVSHND.2
006750     SELECT   TRIAGE-FILE ASSIGN TO                               CVSHND.2
006755     "triage_worklist.dat"                                        CVSHND.2
006760     ORGANIZATION LINE SEQUENTIAL                                 CVSHND.2
006765     FILE STATUS IS WS-TW-FSTATUS.                                CVSHND.2
006770     SELECT   QUARANTINE-FILE ASSIGN TO                           CVSHND.2
006775     "quarantine.dat"                                             CVSHND.2
006780     ORGANIZATION LINE SEQUENTIAL                                 CVSHND.2
006785     FILE STATUS IS WS-QR-FSTATUS.                                CVSHND.2
006800 DATA DIVISION.                                                   CVSHND.2
006900 FILE SECTION.                                                    CVSHND.2
007000 FD  SELECTED-MODULES-FILE.                                       CVSHND.2
008300 01  WAIVER-REC PIC X(80).                                        CVSHND.2
008400 FD  HANDOVER-FILE.                                               CVSHND.2
008500 01  HANDOVER-REC PIC X(80).                                      CVSHND.2
008510 FD  CLOSEOUT-STATUS-FILE.                                        CVSHND.2
008520 01  CLOSEOUT-STATUS-REC PIC X(80).                               CVSHND.2
008530 FD  TRIAGE-FILE.                                                 CVSHND.2
008540 01  TRIAGE-REC PIC X(150).                                       CVSHND.2
008550 FD  QUARANTINE-FILE.                                             CVSHND.2
008560 01  QUARANTINE-REC PIC X(100).                                   CVSHND.2
008600 WORKING-STORAGE SECTION.                                         CVSHND.2
008700 77  WS-SEL-FSTATUS     PIC XX VALUE SPACE.                       CVSHND.2
008800 77  WS-PG-FSTATUS      PIC XX VALUE SPACE.                       CVSHND.2
009200 77  WS-SS-FSTATUS      PIC XX VALUE SPACE.                       CVSHND.2
009300 77  WS-WV-FSTATUS      PIC XX VALUE SPACE.                       CVSHND.2
009400 77  WS-HO-FSTATUS      PIC XX VALUE SPACE.                       CVSHND.2
009410 77  WS-CLO-FSTATUS     PIC XX VALUE SPACE.                       CVSHND.2
009420 77  WS-TW-FSTATUS      PIC XX VALUE SPACE.                       CVSHND.2
009430 77  WS-TRI-OPEN-CT     PIC 9(3) VALUE ZERO.                      CVSHND.2
009440 77  WS-TRI-UNTR-CT     PIC 9(3) VALUE ZERO.                      CVSHND.2
009445 77  WS-QR-FSTATUS      PIC XX VALUE SPACE.                       CVSHND.2
009450 77  WS-QRN-CT          PIC 9(3) VALUE ZERO.                      CVSHND.2
009500 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSHND.2
009600 77  WS-MOD-COUNT       PIC 9(3) COMP VALUE ZERO.                 CVSHND.2
009700 77  WS-SUB             PIC 9(3) COMP VALUE ZERO.                 CVSHND.2
011800 01  WS-WORK-REC        PIC X(80).                                CVSHND.2
011900 01  WS-FIELD-TABLE.                                              CVSHND.2
012000     02  WS-FIELD       PIC X(20) OCCURS 9 TIMES.                 CVSHND.2
012010 01  WS-TRI-FIELD-TABLE.                                          CVSHND.2
012020     02  WS-TRI-FIELD   PIC X(24) OCCURS 5 TIMES.                 CVSHND.2
012100 01  WS-TIME-PARTS.                                               CVSHND.2
012200     02 WS-TP-HH        PIC 9(2).                                 CVSHND.2
012300     02 WS-TP-MM        PIC 9(2).                                 CVSHND.2
030200     MOVE     "----------------------------------------"          CVSHND.2
030300              TO HANDOVER-REC.                                    CVSHND.2
030400     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
030450     PERFORM  COUNT-QUARANTINED THRU COUNT-QUARANTINED-EX.        CVSHND.2
030500     MOVE     SPACE TO HANDOVER-REC.                              CVSHND.2
030600     STRING   "MODULES  COMPLETED " DELIMITED BY SIZE             CVSHND.2
030700              WS-DONE-CT DELIMITED BY SIZE                        CVSHND.2
030900              WS-RUN-CT DELIMITED BY SIZE                         CVSHND.2
031000              "  WAITING " DELIMITED BY SIZE                      CVSHND.2
031100              WS-WAIT-CT DELIMITED BY SIZE                        CVSHND.2
031110              "  QUARANTINED " DELIMITED BY SIZE                  CVSHND.2
031120              WS-QRN-CT DELIMITED BY SIZE                         CVSHND.2
031200              INTO HANDOVER-REC.                                  CVSHND.2
031300     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
031400     COMPUTE  WS-AGE = WS-NOW-SEC - WS-LAST-SEC.                  CVSHND.2
034600              WS-WAIVER-CT DELIMITED BY SIZE                      CVSHND.2
034700              INTO HANDOVER-REC.                                  CVSHND.2
034800     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
034810     PERFORM  REPORT-CLOSEOUT-STATUS                              CVSHND.2
034820              THRU REPORT-CLOSEOUT-STATUS-EX.                     CVSHND.2
034830     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
034840     PERFORM  REPORT-TRIAGE-WORKLIST                              CVSHND.2
034850              THRU REPORT-TRIAGE-WORKLIST-EX.                     CVSHND.2
034860     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
034870     PERFORM  REPORT-QUARANTINE THRU REPORT-QUARANTINE-EX.        CVSHND.2
034900     CLOSE    HANDOVER-FILE.                                      CVSHND.2
035000 WRITE-HANDOVER-LINE.                                             CVSHND.2
035100     WRITE    HANDOVER-REC.                                       CVSHND.2
035200     DISPLAY  HANDOVER-REC (1:70).                                CVSHND.2
035300     MOVE     SPACE TO HANDOVER-REC.                              CVSHND.2
035310 REPORT-CLOSEOUT-STATUS.                                          CVSHND.2
035315     MOVE     "CLOSE-OUT: NOT RUN" TO HANDOVER-REC.               CVSHND.2
035320     OPEN     INPUT CLOSEOUT-STATUS-FILE.                         CVSHND.2
035325     IF       WS-CLO-FSTATUS NOT = "00"                           CVSHND.2
035330              GO TO REPORT-CLOSEOUT-STATUS-EX.                    CVSHND.2
035335     READ     CLOSEOUT-STATUS-FILE                                CVSHND.2
035340              AT END MOVE SPACE TO CLOSEOUT-STATUS-REC.           CVSHND.2
035345     IF       CLOSEOUT-STATUS-REC NOT = SPACE                     CVSHND.2
035350              MOVE CLOSEOUT-STATUS-REC TO HANDOVER-REC.           CVSHND.2
035355     CLOSE    CLOSEOUT-STATUS-FILE.                               CVSHND.2
035360 REPORT-CLOSEOUT-STATUS-EX.                                       CVSHND.2
035365     EXIT.                                                        CVSHND.2
035400 PROJECT-OVERRUN.                                                 CVSHND.2
035500     IF       WS-DONE-CT > ZERO                                   CVSHND.2
035600              COMPUTE WS-AVG-SEC = WS-CONSUMED / WS-DONE-CT       CVSHND.2
044100              COMPUTE WS-LAST-SEC = WS-TP-HH * 3600               CVSHND.2
044200                  + WS-TP-MM * 60 + WS-TP-SS.                     CVSHND.2
044300     PERFORM  READ-PART-PROGRESS-LINE.                            CVSHND.2
044400 REPORT-TRIAGE-WORKLIST.                                          CVSHND.2
044500     MOVE     ZERO TO WS-TRI-OPEN-CT WS-TRI-UNTR-CT.              CVSHND.2
044600     OPEN     INPUT TRIAGE-FILE.                                  CVSHND.2
044700     IF       WS-TW-FSTATUS NOT = "00"                            CVSHND.2
044800              MOVE "TRIAGE: NO WORKLIST ON FILE" TO HANDOVER-REC  CVSHND.2
044900              PERFORM WRITE-HANDOVER-LINE                         CVSHND.2
045000              GO TO REPORT-TRIAGE-WORKLIST-EX.                    CVSHND.2
045100     MOVE     "OPEN FAILURES ON THE TRIAGE WORKLIST:"             CVSHND.2
045200              TO HANDOVER-REC.                                    CVSHND.2
045300     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
045400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSHND.2
045500     PERFORM  READ-TRIAGE-LINE.                                   CVSHND.2
045600     PERFORM  LIST-TRIAGE-CASE                                    CVSHND.2
045700              UNTIL WS-EOF-SWITCH = "Y".                          CVSHND.2
045800     CLOSE    TRIAGE-FILE.                                        CVSHND.2
045900     MOVE     SPACE TO HANDOVER-REC.                              CVSHND.2
046000     STRING   "TRIAGE  OPEN " DELIMITED BY SIZE                   CVSHND.2
046100              WS-TRI-OPEN-CT DELIMITED BY SIZE                    CVSHND.2
046200              "  UNTRIAGED " DELIMITED BY SIZE                    CVSHND.2
046300              WS-TRI-UNTR-CT DELIMITED BY SIZE                    CVSHND.2
046400              INTO HANDOVER-REC.                                  CVSHND.2
046500     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
046600 REPORT-TRIAGE-WORKLIST-EX.                                       CVSHND.2
046700     EXIT.                                                        CVSHND.2
046800 READ-TRIAGE-LINE.                                                CVSHND.2
046900     READ     TRIAGE-FILE                                         CVSHND.2
047000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSHND.2
047100 LIST-TRIAGE-CASE.                                                CVSHND.2
047200     MOVE     SPACE TO WS-TRI-FIELD-TABLE.                        CVSHND.2
047300     UNSTRING TRIAGE-REC DELIMITED BY "|"                         CVSHND.2
047400              INTO WS-TRI-FIELD (1) WS-TRI-FIELD (2)              CVSHND.2
047500                   WS-TRI-FIELD (3) WS-TRI-FIELD (4)              CVSHND.2
047600                   WS-TRI-FIELD (5).                              CVSHND.2
047700     IF       WS-TRI-FIELD (3) (1:4) = "OPEN"                     CVSHND.2
047800              ADD 1 TO WS-TRI-OPEN-CT                             CVSHND.2
047900              IF  WS-TRI-FIELD (5) (1:9) = "UNTRIAGED"            CVSHND.2
048000                  ADD 1 TO WS-TRI-UNTR-CT                         CVSHND.2
048100              END-IF                                              CVSHND.2
048200              MOVE WS-TRI-FIELD (1) (1:10) TO HANDOVER-REC (3:10) CVSHND.2
048300              MOVE WS-TRI-FIELD (2) TO HANDOVER-REC (14:24)       CVSHND.2
048400              MOVE WS-TRI-FIELD (5) (1:18) TO HANDOVER-REC (39:18)CVSHND.2
048500              MOVE WS-TRI-FIELD (4) (1:16) TO HANDOVER-REC (58:16)CVSHND.2
048600              PERFORM WRITE-HANDOVER-LINE                         CVSHND.2
048700     END-IF.                                                      CVSHND.2
048800     PERFORM  READ-TRIAGE-LINE.                                   CVSHND.2
048900 COUNT-QUARANTINED.                                               CVSHND.2
049000     MOVE     ZERO TO WS-QRN-CT.                                  CVSHND.2
049100     OPEN     INPUT QUARANTINE-FILE.                              CVSHND.2
049200     IF       WS-QR-FSTATUS NOT = "00"                            CVSHND.2
049300              GO TO COUNT-QUARANTINED-EX.                         CVSHND.2
049400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSHND.2
049500     PERFORM  READ-QUARANTINE-LINE.                               CVSHND.2
049600     PERFORM  COUNT-QUARANTINE-LINE                               CVSHND.2
049700              UNTIL WS-EOF-SWITCH = "Y".                          CVSHND.2
049800     CLOSE    QUARANTINE-FILE.                                    CVSHND.2
049900 COUNT-QUARANTINED-EX.                                            CVSHND.2
050000     EXIT.                                                        CVSHND.2
050100 READ-QUARANTINE-LINE.                                            CVSHND.2
050200     READ     QUARANTINE-FILE                                     CVSHND.2
050300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSHND.2
050400 COUNT-QUARANTINE-LINE.                                           CVSHND.2
050500     MOVE     SPACE TO WS-TRI-FIELD-TABLE.                        CVSHND.2
050600     UNSTRING QUARANTINE-REC DELIMITED BY "|"                     CVSHND.2
050700              INTO WS-TRI-FIELD (1) WS-TRI-FIELD (2).             CVSHND.2
050800     IF       WS-TRI-FIELD (2) (1:11) = "QUARANTINED"             CVSHND.2
050900              ADD 1 TO WS-QRN-CT.                                 CVSHND.2
051000     PERFORM  READ-QUARANTINE-LINE.                               CVSHND.2
051100 REPORT-QUARANTINE.                                               CVSHND.2
051200     IF       WS-QRN-CT = ZERO                                    CVSHND.2
051300              MOVE "QUARANTINED MODULES: NONE" TO HANDOVER-REC    CVSHND.2
051400              PERFORM WRITE-HANDOVER-LINE                         CVSHND.2
051500              GO TO REPORT-QUARANTINE-EX.                         CVSHND.2
051600     MOVE     "QUARANTINED MODULES -- NOT RUN UNATTENDED:"        CVSHND.2
051700              TO HANDOVER-REC.                                    CVSHND.2
051800     PERFORM  WRITE-HANDOVER-LINE.                                CVSHND.2
051900     OPEN     INPUT QUARANTINE-FILE.                              CVSHND.2
052000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSHND.2
052100     PERFORM  READ-QUARANTINE-LINE.                               CVSHND.2
052200     PERFORM  LIST-QUARANTINED-MODULE                             CVSHND.2
052300              UNTIL WS-EOF-SWITCH = "Y".                          CVSHND.2
052400     CLOSE    QUARANTINE-FILE.                                    CVSHND.2
052500 REPORT-QUARANTINE-EX.                                            CVSHND.2
052600     EXIT.                                                        CVSHND.2
052700 LIST-QUARANTINED-MODULE.                                         CVSHND.2
052800     MOVE     SPACE TO WS-TRI-FIELD-TABLE.                        CVSHND.2
052900     UNSTRING QUARANTINE-REC DELIMITED BY "|"                     CVSHND.2
053000              INTO WS-TRI-FIELD (1) WS-TRI-FIELD (2)              CVSHND.2
053100                   WS-TRI-FIELD (3) WS-TRI-FIELD (4)              CVSHND.2
053200                   WS-TRI-FIELD (5).                              CVSHND.2
053300     IF       WS-TRI-FIELD (2) (1:11) = "QUARANTINED"             CVSHND.2
053400              STRING "  " DELIMITED BY SIZE                       CVSHND.2
053500                  WS-TRI-FIELD (1) DELIMITED BY SPACE             CVSHND.2
053600                  " SINCE " DELIMITED BY SIZE                     CVSHND.2
053700                  WS-TRI-FIELD (4) DELIMITED BY SPACE             CVSHND.2
053800                  " -- " DELIMITED BY SIZE                        CVSHND.2
053900                  WS-TRI-FIELD (5) DELIMITED BY "  "              CVSHND.2
054000                  INTO HANDOVER-REC                               CVSHND.2
054100              PERFORM WRITE-HANDOVER-LINE                         CVSHND.2
054200     END-IF.                                                      CVSHND.2
054300     PERFORM  READ-QUARANTINE-LINE.                               CVSHND.2
