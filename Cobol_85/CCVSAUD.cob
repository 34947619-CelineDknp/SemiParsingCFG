001800*        nnnn|END|date time           RUN CLOSED               *  CVSAUD.2
001900*        nnnn|SEV|nn                  EXIT SEVERITY, COMPUTED  *  CVSAUD.2
002000*                                     FROM suite_summary.csv   *  CVSAUD.2
002010*        nnnn|CLO|<close-out status>  FROM closeout_status.dat *  CVSAUD.2
002020*        nnnn|MNU|<menu selection>    FROM THE CCVSOPS MENU    *  CVSAUD.2
002030*        nnnn|SOD|<refusal>           SEPARATION-OF-DUTIES     *  CVSAUD.2
002040*                                     REFUSAL.  SEE CCVSSOD    *  CVSAUD.2
002100*                                                              *  CVSAUD.2
002200*    MODES (ACCEPTED FROM THE CONSOLE, SO THE DRIVER CAN       *  CVSAUD.2
002300*    PIPE THEM IN):                                            *  CVSAUD.2
002400*        B  JOURNAL A LAUNCH (CCVSDRV DOES THIS ITSELF NOW),   *  CVSAUD.2
002500*        E  CLOSE THE LATEST ENTRY WITH END/SEV RECORDS,       *  CVSAUD.2
002600*        D  DIFF THE CONTROL-DECK STATE BETWEEN TWO JOURNALED  *  CVSAUD.2
002700*           RUNS (THE TWO SEQUENCE NUMBERS ARE PROMPTED FOR),  *  CVSAUD.2
002710*        C  JOURNAL THE CCVSCLO CLOSE-OUT STATUS LINE ON THE   *  CVSAUD.2
002720*           LATEST ENTRY,                                      *  CVSAUD.2
002730*        M  JOURNAL ONE CCVSOPS MENU SELECTION (THE TEXT IS    *  CVSAUD.2
002740*           READ FROM THE CONSOLE AFTER THE MODE),             *  CVSAUD.2
002750*        R  JOURNAL ONE SEPARATION-OF-DUTIES REFUSAL (THE      *  CVSAUD.2
002760*           TEXT IS READ FROM THE CONSOLE AFTER THE MODE).     *  CVSAUD.2
002800*                                                              *  CVSAUD.2
002900****************************************************************  CVSAUD.2
003000 ENVIRONMENT DIVISION.                                            CVSAUD.2
005220     "approval_stamp.dat"                                         CVSAUD.2
005230     ORGANIZATION LINE SEQUENTIAL                                 CVSAUD.2
005240     FILE STATUS IS WS-STP-FSTATUS.                               CVSAUD.2
005250     SELECT   CLOSEOUT-STATUS-FILE ASSIGN TO                      CVSAUD.2
005260     "closeout_status.dat"                                        CVSAUD.2
005270     ORGANIZATION LINE SEQUENTIAL                                 CVSAUD.2
005280     FILE STATUS IS WS-CLO-FSTATUS.                               CVSAUD.2
005300 DATA DIVISION.                                                   CVSAUD.2
005400 FILE SECTION.                                                    CVSAUD.2
005500 FD  AUDIT-JOURNAL-FILE.                                          CVSAUD.2
006200 01  SUITE-SUMMARY-REC PIC X(80).                                 CVSAUD.2
006210 FD  STAMP-FILE.                                                  CVSAUD.2
006220 01  STAMP-REC PIC X(120).                                        CVSAUD.2
006230 FD  CLOSEOUT-STATUS-FILE.                                        CVSAUD.2
006240 01  CLOSEOUT-STATUS-REC PIC X(80).                               CVSAUD.2
006300 WORKING-STORAGE SECTION.                                         CVSAUD.2
006400 77  WS-AJ-FSTATUS      PIC XX VALUE SPACE.                       CVSAUD.2
006500 77  WS-XC-FSTATUS      PIC XX VALUE SPACE.                       CVSAUD.2
006600 77  WS-DC-FSTATUS      PIC XX VALUE SPACE.                       CVSAUD.2
006700 77  WS-SS-FSTATUS      PIC XX VALUE SPACE.                       CVSAUD.2
006710 77  WS-STP-FSTATUS     PIC XX VALUE SPACE.                       CVSAUD.2
006720 77  WS-CLO-FSTATUS     PIC XX VALUE SPACE.                       CVSAUD.2
006800 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSAUD.2
006900 77  WS-MODE            PIC X  VALUE SPACE.                       CVSAUD.2
007000 77  WS-SEQ             PIC 9(4) VALUE ZERO.                      CVSAUD.2
009900 CCVSAUD-MAIN SECTION.                                            CVSAUD.2
010000 CCVSAUD-START.                                                   CVSAUD.2
010100     DISPLAY  "CCVSAUD: B=BEGIN ENTRY, E=END ENTRY, "             CVSAUD.2
010200              "D=DIFF TWO RUNS, O=JOURNAL NOTE, "                 CVSAUD.2
010210              "C=JOURNAL CLOSE-OUT, M=MENU SELECTION, "           CVSAUD.2
010220              "R=SOD REFUSAL?".                                   CVSAUD.2
010300     ACCEPT   WS-MODE.                                            CVSAUD.2
010400     PERFORM  FIND-LAST-SEQUENCE                                  CVSAUD.2
010500              THRU FIND-LAST-SEQUENCE-EX.                         CVSAUD.2
011310         WHEN "O"                                                 CVSAUD.2
011320         WHEN "o"                                                 CVSAUD.2
011330             PERFORM JOURNAL-OPERATOR-NOTE                        CVSAUD.2
011340         WHEN "C"                                                 CVSAUD.2
011350         WHEN "c"                                                 CVSAUD.2
011360             PERFORM JOURNAL-CLOSEOUT-STATUS                      CVSAUD.2
011370         WHEN "M"                                                 CVSAUD.2
011380         WHEN "m"                                                 CVSAUD.2
011390             PERFORM JOURNAL-MENU-SELECTION                       CVSAUD.2
011391         WHEN "R"                                                 CVSAUD.2
011392         WHEN "r"                                                 CVSAUD.2
011393             PERFORM JOURNAL-SOD-REFUSAL                          CVSAUD.2
011400         WHEN "D"                                                 CVSAUD.2
011500         WHEN "d"                                                 CVSAUD.2
011600             PERFORM DIFF-TWO-RUNS                                CVSAUD.2
012023     PERFORM  APPEND-JOURNAL-RECORD.                              CVSAUD.2
012024     CLOSE    AUDIT-JOURNAL-FILE.                                 CVSAUD.2
012025     DISPLAY  "CCVSAUD: NOTE JOURNALED ON RUN " WS-SEQ.           CVSAUD.2
012030 JOURNAL-CLOSEOUT-STATUS.                                         CVSAUD.2
012031*    THE ONE-LINE CLOSE-OUT OUTCOME LEFT BY CCVSCLO, APPENDED     CVSAUD.2
012032*    TO THE OPEN ENTRY AS A CLO RECORD.                           CVSAUD.2
012033     MOVE     SPACE TO WS-ANSWER-LONG.                            CVSAUD.2
012034     OPEN     INPUT CLOSEOUT-STATUS-FILE.                         CVSAUD.2
012035     IF       WS-CLO-FSTATUS = "00"                               CVSAUD.2
012036              READ CLOSEOUT-STATUS-FILE INTO WS-ANSWER-LONG       CVSAUD.2
012037                  AT END MOVE SPACE TO WS-ANSWER-LONG             CVSAUD.2
012038              END-READ                                            CVSAUD.2
012039              CLOSE CLOSEOUT-STATUS-FILE                          CVSAUD.2
012040     END-IF.                                                      CVSAUD.2
012041     IF       WS-ANSWER-LONG = SPACE                              CVSAUD.2
012042              MOVE "CLOSE-OUT: NOT RUN" TO WS-ANSWER-LONG.        CVSAUD.2
012043     IF       WS-SEQ = ZERO                                       CVSAUD.2
012044              MOVE 1 TO WS-SEQ.                                   CVSAUD.2
012045     MOVE     WS-SEQ TO WS-REC-SEQ.                               CVSAUD.2
012046     OPEN     EXTEND AUDIT-JOURNAL-FILE.                          CVSAUD.2
012047     IF       WS-AJ-FSTATUS = "35"                                CVSAUD.2
012048              OPEN OUTPUT AUDIT-JOURNAL-FILE.                     CVSAUD.2
012049     MOVE     "CLO" TO WS-REC-TYPE.                               CVSAUD.2
012050     MOVE     WS-ANSWER-LONG TO WS-REC-TEXT.                      CVSAUD.2
012051     PERFORM  APPEND-JOURNAL-RECORD.                              CVSAUD.2
012052     CLOSE    AUDIT-JOURNAL-FILE.                                 CVSAUD.2
012053     DISPLAY  "CCVSAUD: CLOSE-OUT JOURNALED ON RUN " WS-SEQ.      CVSAUD.2
012060 JOURNAL-MENU-SELECTION.                                          CVSAUD.2
012061*    ONE OPERATIONS-MENU LAUNCH, APPENDED TO THE OPEN ENTRY AS    CVSAUD.2
012062*    A MNU RECORD.                                                CVSAUD.2
012063     MOVE     SPACE TO WS-ANSWER-LONG.                            CVSAUD.2
012064     ACCEPT   WS-ANSWER-LONG.                                     CVSAUD.2
012065     IF       WS-SEQ = ZERO                                       CVSAUD.2
012066              MOVE 1 TO WS-SEQ.                                   CVSAUD.2
012067     MOVE     WS-SEQ TO WS-REC-SEQ.                               CVSAUD.2
012068     OPEN     EXTEND AUDIT-JOURNAL-FILE.                          CVSAUD.2
012069     IF       WS-AJ-FSTATUS = "35"                                CVSAUD.2
012070              OPEN OUTPUT AUDIT-JOURNAL-FILE.                     CVSAUD.2
012071     MOVE     "MNU" TO WS-REC-TYPE.                               CVSAUD.2
012072     MOVE     WS-ANSWER-LONG TO WS-REC-TEXT.                      CVSAUD.2
012073     PERFORM  APPEND-JOURNAL-RECORD.                              CVSAUD.2
012074     CLOSE    AUDIT-JOURNAL-FILE.                                 CVSAUD.2
012080 JOURNAL-SOD-REFUSAL.                                             CVSAUD.2
012081*    ONE SEPARATION-OF-DUTIES REFUSAL PASSED ON BY CCVSSOD,       CVSAUD.2
012082*    APPENDED TO THE OPEN ENTRY AS A SOD RECORD.                  CVSAUD.2
012083     MOVE     SPACE TO WS-ANSWER-LONG.                            CVSAUD.2
012084     ACCEPT   WS-ANSWER-LONG.                                     CVSAUD.2
012085     IF       WS-SEQ = ZERO                                       CVSAUD.2
012086              MOVE 1 TO WS-SEQ.                                   CVSAUD.2
012087     MOVE     WS-SEQ TO WS-REC-SEQ.                               CVSAUD.2
012088     OPEN     EXTEND AUDIT-JOURNAL-FILE.                          CVSAUD.2
012089     IF       WS-AJ-FSTATUS = "35"                                CVSAUD.2
012090              OPEN OUTPUT AUDIT-JOURNAL-FILE.                     CVSAUD.2
012091     MOVE     "SOD" TO WS-REC-TYPE.                               CVSAUD.2
012092     MOVE     WS-ANSWER-LONG TO WS-REC-TEXT.                      CVSAUD.2
012093     PERFORM  APPEND-JOURNAL-RECORD.                              CVSAUD.2
012094     CLOSE    AUDIT-JOURNAL-FILE.                                 CVSAUD.2
012100 FIND-LAST-SEQUENCE.                                              CVSAUD.2
012200     OPEN     INPUT AUDIT-JOURNAL-FILE.                           CVSAUD.2
012300     IF       WS-AJ-FSTATUS NOT = "00"                            CVSAUD.2
