000100 IDENTIFICATION DIVISION.                                         CVSQRN.2
000200 PROGRAM-ID.                                                      CVSQRN.2
000300     CCVSQRN.                                                     CVSQRN.2
000400****************************************************************  CVSQRN.2
000500*                                                              *  CVSQRN.2
000600*    AUTOMATIC QUARANTINE OF REPEATEDLY ABENDING OR HUNG       *  CVSQRN.2
000700*    MODULES.                                                  *  CVSQRN.2
000800*                                                              *  CVSQRN.2
000900*    A MODULE THE CCVSWDG WATCHDOG HAS TO KILL, OR ONE THAT    *  CVSQRN.2
001000*    ABENDS, NIGHT AFTER NIGHT USED TO EAT ITS WHOLE TIMEOUT   *  CVSQRN.2
001100*    EVERY RUN UNTIL SOMEONE ADDED AN EXCLUDE= CARD BY HAND.   *  CVSQRN.2
001200*    AFTER EACH RUN THE DRIVER CALLS THIS PROGRAM, WHICH       *  CVSQRN.2
001300*    LOOKS AT EVERY MODULE IN driver_selected.dat:             *  CVSQRN.2
001400*                                                              *  CVSQRN.2
001500*      - A "WATCHDOG" ROW IN suite_summary.csv IS A KILL,      *  CVSQRN.2
001600*      - NO ROW AT ALL, WITH ITS LAST progress.dat HEARTBEAT   *  CVSQRN.2
001700*        AN OPEN (STARTED, NEVER CLOSED), IS AN ABEND,         *  CVSQRN.2
001800*      - A ROW OF ITS OWN MEANS THE MODULE RAN TO COMPLETION.  *  CVSQRN.2
001900*                                                              *  CVSQRN.2
002000*    KILLS AND ABENDS ARE STRIKES, COUNTED ACROSS CONSECUTIVE  *  CVSQRN.2
002100*    RUNS IN quarantine.dat:                                   *  CVSQRN.2
002200*                                                              *  CVSQRN.2
002300*        MODULE|STATE|STRIKES|QUARANTINED-ON|REASON|LAST-STRIKE*  CVSQRN.2
002400*                                                              *  CVSQRN.2
002500*    A RUN TO COMPLETION CLEARS THE COUNT.  AT THE THRESHOLD   *  CVSQRN.2
002600*    (A "STRIKES=n" CARD IN driver.dat, DEFAULT 3) THE         *  CVSQRN.2
002700*    STATE GOES FROM WATCH TO QUARANTINED, THE DATE AND REASON *  CVSQRN.2
002800*    ARE KEPT, AND CCVSDRV LEAVES THE MODULE OUT OF EVERY      *  CVSQRN.2
002900*    UNATTENDED RUN.  ONLY A SUPERVISED RUN (AN "ATTENDED=Y"   *  CVSQRN.2
003000*    CARD IN driver.dat) STILL RUNS IT, AND ONLY A SUPERVISED  *  CVSQRN.2
003100*    RUN IN WHICH IT RUNS TO COMPLETION RELEASES IT.  EACH     *  CVSQRN.2
003200*    QUARANTINE AND RELEASE IS JOURNALED THROUGH CCVSAUD.      *  CVSQRN.2
003300*                                                              *  CVSQRN.2
003400*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSQRN.2
003500*        U  UPDATE FROM THE RUN JUST FINISHED (CCVSDRV),       *  CVSQRN.2
003600*        L  LIST.                                              *  CVSQRN.2
003700*    BOTH WRITE quarantine_status.dat, THE LINES THE SIGN-OFF  *  CVSQRN.2
003800*    COVER SHEET CARRIES.  SEE ALSO CCVSHND.                   *  CVSQRN.2
003900*                                                              *  CVSQRN.2
004000****************************************************************  CVSQRN.2
004100 ENVIRONMENT DIVISION.                                            CVSQRN.2
004200 CONFIGURATION SECTION.                                           CVSQRN.2
004300 SOURCE-COMPUTER.                                                 CVSQRN.2
004400     COPY CCVSTRG.                                                CVSQRN.2
004500 OBJECT-COMPUTER.                                                 CVSQRN.2
004600     COPY CCVSTRG.                                                CVSQRN.2
004700 INPUT-OUTPUT SECTION.                                            CVSQRN.2
004800 FILE-CONTROL.                                                    CVSQRN.2
004900     SELECT   QUARANTINE-FILE ASSIGN TO                           CVSQRN.2
005000     "quarantine.dat"                                             CVSQRN.2
005100     ORGANIZATION LINE SEQUENTIAL                                 CVSQRN.2
005200     FILE STATUS IS WS-QR-FSTATUS.                                CVSQRN.2
005300     SELECT   QUARANTINE-STATUS-FILE ASSIGN TO                    CVSQRN.2
005400     "quarantine_status.dat"                                      CVSQRN.2
005500     ORGANIZATION LINE SEQUENTIAL                                 CVSQRN.2
005600     FILE STATUS IS WS-QS-FSTATUS.                                CVSQRN.2
005700     SELECT   DRIVER-CTL-FILE ASSIGN TO                           CVSQRN.2
005800     "driver.dat"                                                 CVSQRN.2
005900     ORGANIZATION LINE SEQUENTIAL                                 CVSQRN.2
006000     FILE STATUS IS WS-CTL-FSTATUS.                               CVSQRN.2
006100     SELECT   SELECTED-MODULES-FILE ASSIGN TO                     CVSQRN.2
006200     "driver_selected.dat"                                        CVSQRN.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSQRN.2
006400     FILE STATUS IS WS-SEL-FSTATUS.                               CVSQRN.2
006500     SELECT   PROGRESS-FILE ASSIGN TO                             CVSQRN.2
006600     "progress.dat"                                               CVSQRN.2
006700     FILE STATUS IS WS-PG-FSTATUS.                                CVSQRN.2
006800     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        CVSQRN.2
006900     "suite_summary.csv"                                          CVSQRN.2
007000     FILE STATUS IS WS-SS-FSTATUS.                                CVSQRN.2
007100 DATA DIVISION.                                                   CVSQRN.2
007200 FILE SECTION.                                                    CVSQRN.2
007300 FD  QUARANTINE-FILE.                                             CVSQRN.2
007400 01  QUARANTINE-REC PIC X(100).                                   CVSQRN.2
007500 FD  QUARANTINE-STATUS-FILE.                                      CVSQRN.2
007600 01  QUARANTINE-STATUS-REC PIC X(80).                             CVSQRN.2
007700 FD  DRIVER-CTL-FILE.                                             CVSQRN.2
007800 01  DRIVER-CTL-REC PIC X(80).                                    CVSQRN.2
007900 FD  SELECTED-MODULES-FILE.                                       CVSQRN.2
008000 01  SELECTED-MODULES-REC PIC X(8).                               CVSQRN.2
008100 FD  PROGRESS-FILE.                                               CVSQRN.2
008200 01  PROGRESS-REC PIC X(80).                                      CVSQRN.2
008300 FD  SUITE-SUMMARY-FILE.                                          CVSQRN.2
008400 01  SUITE-SUMMARY-REC PIC X(80).                                 CVSQRN.2
008500 WORKING-STORAGE SECTION.                                         CVSQRN.2
008600 77  WS-QR-FSTATUS  PIC XX VALUE SPACE.                           CVSQRN.2
008700 77  WS-QS-FSTATUS  PIC XX VALUE SPACE.                           CVSQRN.2
008800 77  WS-CTL-FSTATUS PIC XX VALUE SPACE.                           CVSQRN.2
008900 77  WS-SEL-FSTATUS PIC XX VALUE SPACE.                           CVSQRN.2
009000 77  WS-PG-FSTATUS  PIC XX VALUE SPACE.                           CVSQRN.2
009100 77  WS-SS-FSTATUS  PIC XX VALUE SPACE.                           CVSQRN.2
009200 77  WS-MODE        PIC X  VALUE SPACE.                           CVSQRN.2
009300 77  WS-EOF-SWITCH  PIC X  VALUE "N".                             CVSQRN.2
009400 77  WS-SUPERVISED  PIC X  VALUE "N".                             CVSQRN.2
009500 77  WS-THRESHOLD   PIC 9(3) VALUE 3.                             CVSQRN.2
009600 77  WS-QT-COUNT    PIC 9(3) COMP VALUE ZERO.                     CVSQRN.2
009700 77  WS-SM-COUNT    PIC 9(3) COMP VALUE ZERO.                     CVSQRN.2
009800 77  WS-SUB         PIC 9(3) COMP VALUE ZERO.                     CVSQRN.2
009900 77  WS-SUB2        PIC 9(3) COMP VALUE ZERO.                     CVSQRN.2
010000 77  WS-FOUND       PIC 9(3) COMP VALUE ZERO.                     CVSQRN.2
010100 77  WS-QRN-CT      PIC 9(3) VALUE ZERO.                          CVSQRN.2
010200 77  WS-WATCH-CT    PIC 9(3) VALUE ZERO.                          CVSQRN.2
010300 77  WS-NEW-CT      PIC 9(3) VALUE ZERO.                          CVSQRN.2
010400 77  WS-REL-CT      PIC 9(3) VALUE ZERO.                          CVSQRN.2
010500 77  WS-TODAY       PIC 9(8) VALUE ZERO.                          CVSQRN.2
010600 01  WS-STRIKE-WHY  PIC X(30) VALUE SPACE.                        CVSQRN.2
010700 01  WS-LOOK-NAME   PIC X(8) VALUE SPACE.                         CVSQRN.2
010800 01  WS-CTL-KEY     PIC X(12) VALUE SPACE.                        CVSQRN.2
010900 01  WS-CTL-VALUE   PIC X(20) VALUE SPACE.                        CVSQRN.2
011000 01  WS-CMD         PIC X(160) VALUE SPACE.                       CVSQRN.2
011100 01  WS-WORK-REC    PIC X(100) VALUE SPACE.                       CVSQRN.2
011200 01  WS-FIELD-TABLE.                                              CVSQRN.2
011300     02  WS-FIELD   PIC X(30) OCCURS 9 TIMES.                     CVSQRN.2
011400 01  WS-QT-TABLE.                                                 CVSQRN.2
011500     02  WS-QT-ENTRY OCCURS 200 TIMES.                            CVSQRN.2
011600         03  WS-QT-NAME     PIC X(8).                             CVSQRN.2
011700         03  WS-QT-STATE    PIC X(11).                            CVSQRN.2
011800         03  WS-QT-STRIKES  PIC 9(3).                             CVSQRN.2
011900         03  WS-QT-SINCE    PIC X(8).                             CVSQRN.2
012000         03  WS-QT-REASON   PIC X(30).                            CVSQRN.2
012100         03  WS-QT-LAST     PIC X(8).                             CVSQRN.2
012200         03  WS-QT-RELEASED PIC X.                                CVSQRN.2
012300 01  WS-SM-TABLE.                                                 CVSQRN.2
012400     02  WS-SM-ENTRY OCCURS 300 TIMES.                            CVSQRN.2
012500         03  WS-SM-NAME     PIC X(8).                             CVSQRN.2
012600         03  WS-SM-BEAT     PIC X.                                CVSQRN.2
012700         03  WS-SM-ROW      PIC X.                                CVSQRN.2
012800 01  WS-STATUS-LINE.                                              CVSQRN.2
012900     02  FILLER          PIC X(2) VALUE SPACE.                    CVSQRN.2
013000     02  WS-SL-NAME      PIC X(8).                                CVSQRN.2
013100     02  FILLER          PIC X VALUE SPACE.                       CVSQRN.2
013200     02  WS-SL-STATE     PIC X(11).                               CVSQRN.2
013300     02  FILLER          PIC X VALUE SPACE.                       CVSQRN.2
013400     02  WS-SL-SINCE-TAG PIC X(6).                                CVSQRN.2
013500     02  WS-SL-SINCE     PIC X(8).                                CVSQRN.2
013600     02  FILLER          PIC X VALUE SPACE.                       CVSQRN.2
013700     02  WS-SL-STRIKES   PIC ZZ9.                                 CVSQRN.2
013800     02  FILLER          PIC X(9) VALUE " STRIKES ".              CVSQRN.2
013900     02  WS-SL-REASON    PIC X(30).                               CVSQRN.2
014000 PROCEDURE DIVISION.                                              CVSQRN.2
014100 CCVSQRN-MAIN SECTION.                                            CVSQRN.2
014200 CCVSQRN-START.                                                   CVSQRN.2
014300     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSQRN.2
014400     DISPLAY  "CCVSQRN: U=UPDATE FROM THE LAST RUN, L=LIST?".     CVSQRN.2
014500     ACCEPT   WS-MODE.                                            CVSQRN.2
014600     EVALUATE WS-MODE                                             CVSQRN.2
014700         WHEN "U"                                                 CVSQRN.2
014800         WHEN "u"                                                 CVSQRN.2
014900             PERFORM UPDATE-QUARANTINE                            CVSQRN.2
015000                 THRU UPDATE-QUARANTINE-EX                        CVSQRN.2
015100         WHEN "L"                                                 CVSQRN.2
015200         WHEN "l"                                                 CVSQRN.2
015300             PERFORM LOAD-DRIVER-CTL THRU LOAD-DRIVER-CTL-EX      CVSQRN.2
015400             PERFORM LOAD-QUARANTINE THRU LOAD-QUARANTINE-EX      CVSQRN.2
015500             PERFORM WRITE-QUARANTINE-STATUS                      CVSQRN.2
015600         WHEN OTHER                                               CVSQRN.2
015700             DISPLAY "CCVSQRN: NO SUCH MODE"                      CVSQRN.2
015800             MOVE 8 TO RETURN-CODE                                CVSQRN.2
015900     END-EVALUATE.                                                CVSQRN.2
016000     STOP     RUN.                                                CVSQRN.2
016100****************************************************************  CVSQRN.2
016200*    U -- THE RUN JUST FINISHED IS JUDGED MODULE BY MODULE.   *   CVSQRN.2
016300*    A MODULE NOT SELECTED THIS RUN KEEPS ITS COUNT AS IT IS.  *  CVSQRN.2
016400****************************************************************  CVSQRN.2
016500 UPDATE-QUARANTINE.                                               CVSQRN.2
016600     PERFORM  LOAD-DRIVER-CTL THRU LOAD-DRIVER-CTL-EX.            CVSQRN.2
016700     PERFORM  LOAD-QUARANTINE THRU LOAD-QUARANTINE-EX.            CVSQRN.2
016800     PERFORM  LOAD-SELECTED-MODULES                               CVSQRN.2
016900              THRU LOAD-SELECTED-MODULES-EX.                      CVSQRN.2
017000     IF       WS-SM-COUNT = ZERO                                  CVSQRN.2
017100              DISPLAY "CCVSQRN: NO MODULES SELECTED -- "          CVSQRN.2
017200                  "QUARANTINE UNCHANGED"                          CVSQRN.2
017300              PERFORM WRITE-QUARANTINE-STATUS                     CVSQRN.2
017400              GO TO UPDATE-QUARANTINE-EX.                         CVSQRN.2
017500     PERFORM  SCAN-PROGRESS-TRAIL THRU SCAN-PROGRESS-TRAIL-EX.    CVSQRN.2
017600     PERFORM  SCAN-SUITE-SUMMARY THRU SCAN-SUITE-SUMMARY-EX.      CVSQRN.2
017700     PERFORM  JUDGE-ONE-MODULE                                    CVSQRN.2
017800              VARYING WS-SUB FROM 1 BY 1                          CVSQRN.2
017900              UNTIL WS-SUB > WS-SM-COUNT.                         CVSQRN.2
018000     PERFORM  SAVE-QUARANTINE.                                    CVSQRN.2
018100     PERFORM  WRITE-QUARANTINE-STATUS.                            CVSQRN.2
018200     DISPLAY  "CCVSQRN: " WS-NEW-CT " NEWLY QUARANTINED, "        CVSQRN.2
018300              WS-REL-CT " RELEASED".                              CVSQRN.2
018400 UPDATE-QUARANTINE-EX.                                            CVSQRN.2
018500     EXIT.                                                        CVSQRN.2
018600 LOAD-DRIVER-CTL.                                                 CVSQRN.2
018700     OPEN     INPUT DRIVER-CTL-FILE.                              CVSQRN.2
018800     IF       WS-CTL-FSTATUS NOT = "00"                           CVSQRN.2
018900              GO TO LOAD-DRIVER-CTL-EX.                           CVSQRN.2
019000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRN.2
019100     PERFORM  READ-CTL-LINE.                                      CVSQRN.2
019200     PERFORM  APPLY-CTL-LINE                                      CVSQRN.2
019300              UNTIL WS-EOF-SWITCH = "Y".                          CVSQRN.2
019400     CLOSE    DRIVER-CTL-FILE.                                    CVSQRN.2
019500 LOAD-DRIVER-CTL-EX.                                              CVSQRN.2
019600     EXIT.                                                        CVSQRN.2
019700 READ-CTL-LINE.                                                   CVSQRN.2
019800     READ     DRIVER-CTL-FILE                                     CVSQRN.2
019900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRN.2
020000 APPLY-CTL-LINE.                                                  CVSQRN.2
020100     MOVE     SPACE TO WS-CTL-KEY WS-CTL-VALUE.                   CVSQRN.2
020200     UNSTRING DRIVER-CTL-REC DELIMITED BY "="                     CVSQRN.2
020300              INTO WS-CTL-KEY WS-CTL-VALUE.                       CVSQRN.2
020400     IF       WS-CTL-KEY = "ATTENDED"                             CVSQRN.2
020500              AND (WS-CTL-VALUE (1:1) = "Y"                       CVSQRN.2
020600              OR WS-CTL-VALUE (1:1) = "y")                        CVSQRN.2
020700              MOVE "Y" TO WS-SUPERVISED.                          CVSQRN.2
020800     IF       WS-CTL-KEY = "STRIKES"                              CVSQRN.2
020900              IF WS-CTL-VALUE (2:1) = SPACE                       CVSQRN.2
021000                  AND WS-CTL-VALUE (1:1) IS NUMERIC               CVSQRN.2
021100                  AND WS-CTL-VALUE (1:1) NOT = "0"                CVSQRN.2
021200                  MOVE WS-CTL-VALUE (1:1) TO WS-THRESHOLD         CVSQRN.2
021300              END-IF                                              CVSQRN.2
021400              IF WS-CTL-VALUE (3:1) = SPACE                       CVSQRN.2
021500                  AND WS-CTL-VALUE (1:2) IS NUMERIC               CVSQRN.2
021600                  AND WS-CTL-VALUE (1:2) NOT = "00"               CVSQRN.2
021700                  MOVE WS-CTL-VALUE (1:2) TO WS-THRESHOLD         CVSQRN.2
021800              END-IF                                              CVSQRN.2
021900     END-IF.                                                      CVSQRN.2
022000     PERFORM  READ-CTL-LINE.                                      CVSQRN.2
022100 LOAD-QUARANTINE.                                                 CVSQRN.2
022200     MOVE     ZERO TO WS-QT-COUNT.                                CVSQRN.2
022300     OPEN     INPUT QUARANTINE-FILE.                              CVSQRN.2
022400     IF       WS-QR-FSTATUS NOT = "00"                            CVSQRN.2
022500              GO TO LOAD-QUARANTINE-EX.                           CVSQRN.2
022600     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRN.2
022700     PERFORM  READ-QUARANTINE-LINE.                               CVSQRN.2
022800     PERFORM  STORE-QUARANTINE-LINE                               CVSQRN.2
022900              UNTIL WS-EOF-SWITCH = "Y".                          CVSQRN.2
023000     CLOSE    QUARANTINE-FILE.                                    CVSQRN.2
023100 LOAD-QUARANTINE-EX.                                              CVSQRN.2
023200     EXIT.                                                        CVSQRN.2
023300 READ-QUARANTINE-LINE.                                            CVSQRN.2
023400     READ     QUARANTINE-FILE INTO WS-WORK-REC                    CVSQRN.2
023500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRN.2
023600 STORE-QUARANTINE-LINE.                                           CVSQRN.2
023700     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSQRN.2
023800     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSQRN.2
023900              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSQRN.2
024000                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6).        CVSQRN.2
024100     IF       WS-FIELD (1) NOT = SPACE                            CVSQRN.2
024200              AND WS-QT-COUNT < 200                               CVSQRN.2
024300              ADD 1 TO WS-QT-COUNT                                CVSQRN.2
024400              MOVE WS-FIELD (1) TO WS-QT-NAME (WS-QT-COUNT)       CVSQRN.2
024500              MOVE WS-FIELD (2) TO WS-QT-STATE (WS-QT-COUNT)      CVSQRN.2
024600              MOVE ZERO TO WS-QT-STRIKES (WS-QT-COUNT)            CVSQRN.2
024700              IF WS-FIELD (3) (1:3) IS NUMERIC                    CVSQRN.2
024800                  MOVE WS-FIELD (3) (1:3)                         CVSQRN.2
024900                      TO WS-QT-STRIKES (WS-QT-COUNT)              CVSQRN.2
025000              END-IF                                              CVSQRN.2
025100              MOVE WS-FIELD (4) TO WS-QT-SINCE (WS-QT-COUNT)      CVSQRN.2
025200              MOVE WS-FIELD (5) TO WS-QT-REASON (WS-QT-COUNT)     CVSQRN.2
025300              MOVE WS-FIELD (6) TO WS-QT-LAST (WS-QT-COUNT)       CVSQRN.2
025400              MOVE "N" TO WS-QT-RELEASED (WS-QT-COUNT)            CVSQRN.2
025500     END-IF.                                                      CVSQRN.2
025600     PERFORM  READ-QUARANTINE-LINE.                               CVSQRN.2
025700 LOAD-SELECTED-MODULES.                                           CVSQRN.2
025800     MOVE     ZERO TO WS-SM-COUNT.                                CVSQRN.2
025900     OPEN     INPUT SELECTED-MODULES-FILE.                        CVSQRN.2
026000     IF       WS-SEL-FSTATUS NOT = "00"                           CVSQRN.2
026100              GO TO LOAD-SELECTED-MODULES-EX.                     CVSQRN.2
026200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRN.2
026300     PERFORM  READ-SELECTED-LINE.                                 CVSQRN.2
026400     PERFORM  STORE-SELECTED-LINE                                 CVSQRN.2
026500              UNTIL WS-EOF-SWITCH = "Y".                          CVSQRN.2
026600     CLOSE    SELECTED-MODULES-FILE.                              CVSQRN.2
026700 LOAD-SELECTED-MODULES-EX.                                        CVSQRN.2
026800     EXIT.                                                        CVSQRN.2
026900 READ-SELECTED-LINE.                                              CVSQRN.2
027000     READ     SELECTED-MODULES-FILE                               CVSQRN.2
027100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRN.2
027200 STORE-SELECTED-LINE.                                             CVSQRN.2
027300     IF       SELECTED-MODULES-REC NOT = SPACE                    CVSQRN.2
027400              AND WS-SM-COUNT < 300                               CVSQRN.2
027500              ADD 1 TO WS-SM-COUNT                                CVSQRN.2
027600              MOVE SELECTED-MODULES-REC                           CVSQRN.2
027700                  TO WS-SM-NAME (WS-SM-COUNT)                     CVSQRN.2
027800              MOVE SPACE TO WS-SM-BEAT (WS-SM-COUNT)              CVSQRN.2
027900              MOVE "N" TO WS-SM-ROW (WS-SM-COUNT).                CVSQRN.2
028000     PERFORM  READ-SELECTED-LINE.                                 CVSQRN.2
028100*    THE HEARTBEAT TRAIL RUNS ACROSS RUNS; THE LAST RECORD FOR    CVSQRN.2
028200*    A MODULE IS THE STATE OF ITS LATEST ATTEMPT.                 CVSQRN.2
028300 SCAN-PROGRESS-TRAIL.                                             CVSQRN.2
028400     OPEN     INPUT PROGRESS-FILE.                                CVSQRN.2
028500     IF       WS-PG-FSTATUS NOT = "00"                            CVSQRN.2
028600              GO TO SCAN-PROGRESS-TRAIL-EX.                       CVSQRN.2
028700     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRN.2
028800     PERFORM  READ-PROGRESS-LINE.                                 CVSQRN.2
028900     PERFORM  APPLY-PROGRESS-LINE                                 CVSQRN.2
029000              UNTIL WS-EOF-SWITCH = "Y".                          CVSQRN.2
029100     CLOSE    PROGRESS-FILE.                                      CVSQRN.2
029200 SCAN-PROGRESS-TRAIL-EX.                                          CVSQRN.2
029300     EXIT.                                                        CVSQRN.2
029400 READ-PROGRESS-LINE.                                              CVSQRN.2
029500     READ     PROGRESS-FILE INTO WS-WORK-REC                      CVSQRN.2
029600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRN.2
029700 APPLY-PROGRESS-LINE.                                             CVSQRN.2
029800     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSQRN.2
029900     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSQRN.2
030000              INTO WS-FIELD (1) WS-FIELD (2).                     CVSQRN.2
030100     MOVE     WS-FIELD (1) TO WS-LOOK-NAME.                       CVSQRN.2
030200     PERFORM  FIND-SELECTED-MODULE.                               CVSQRN.2
030300     IF       WS-FOUND > ZERO                                     CVSQRN.2
030400              IF WS-FIELD (2) (1:5) = "CLOSE"                     CVSQRN.2
030500                  MOVE "C" TO WS-SM-BEAT (WS-FOUND)               CVSQRN.2
030600              ELSE                                                CVSQRN.2
030700                  MOVE "O" TO WS-SM-BEAT (WS-FOUND)               CVSQRN.2
030800              END-IF                                              CVSQRN.2
030900     END-IF.                                                      CVSQRN.2
031000     PERFORM  READ-PROGRESS-LINE.                                 CVSQRN.2
031100 SCAN-SUITE-SUMMARY.                                              CVSQRN.2
031200     OPEN     INPUT SUITE-SUMMARY-FILE.                           CVSQRN.2
031300     IF       WS-SS-FSTATUS NOT = "00"                            CVSQRN.2
031400              GO TO SCAN-SUITE-SUMMARY-EX.                        CVSQRN.2
031500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRN.2
031600     PERFORM  READ-SUMMARY-LINE.                                  CVSQRN.2
031700     PERFORM  APPLY-SUMMARY-LINE                                  CVSQRN.2
031800              UNTIL WS-EOF-SWITCH = "Y".                          CVSQRN.2
031900     CLOSE    SUITE-SUMMARY-FILE.                                 CVSQRN.2
032000 SCAN-SUITE-SUMMARY-EX.                                           CVSQRN.2
032100     EXIT.                                                        CVSQRN.2
032200 READ-SUMMARY-LINE.                                               CVSQRN.2
032300     READ     SUITE-SUMMARY-FILE INTO WS-WORK-REC                 CVSQRN.2
032400              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRN.2
032500 APPLY-SUMMARY-LINE.                                              CVSQRN.2
032600     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSQRN.2
032700     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSQRN.2
032800              INTO WS-FIELD (1) WS-FIELD (2).                     CVSQRN.2
032900     MOVE     WS-FIELD (1) TO WS-LOOK-NAME.                       CVSQRN.2
033000     PERFORM  FIND-SELECTED-MODULE.                               CVSQRN.2
033100     IF       WS-FOUND > ZERO                                     CVSQRN.2
033200              IF WS-FIELD (2) = "WATCHDOG"                        CVSQRN.2
033300                  MOVE "K" TO WS-SM-ROW (WS-FOUND)                CVSQRN.2
033400              ELSE                                                CVSQRN.2
033500                  IF WS-SM-ROW (WS-FOUND) NOT = "K"               CVSQRN.2
033600                      MOVE "Y" TO WS-SM-ROW (WS-FOUND)            CVSQRN.2
033700                  END-IF                                          CVSQRN.2
033800              END-IF                                              CVSQRN.2
033900     END-IF.                                                      CVSQRN.2
034000     PERFORM  READ-SUMMARY-LINE.                                  CVSQRN.2
034100 FIND-SELECTED-MODULE.                                            CVSQRN.2
034200     MOVE     ZERO TO WS-FOUND.                                   CVSQRN.2
034300     PERFORM  MATCH-SELECTED-MODULE                               CVSQRN.2
034400              VARYING WS-SUB2 FROM 1 BY 1                         CVSQRN.2
034500              UNTIL WS-SUB2 > WS-SM-COUNT OR WS-FOUND > ZERO.     CVSQRN.2
034600 MATCH-SELECTED-MODULE.                                           CVSQRN.2
034700     IF       WS-SM-NAME (WS-SUB2) = WS-LOOK-NAME                 CVSQRN.2
034800              MOVE WS-SUB2 TO WS-FOUND.                           CVSQRN.2
034900 FIND-QUARANTINE-ENTRY.                                           CVSQRN.2
035000     MOVE     ZERO TO WS-FOUND.                                   CVSQRN.2
035100     PERFORM  MATCH-QUARANTINE-ENTRY                              CVSQRN.2
035200              VARYING WS-SUB2 FROM 1 BY 1                         CVSQRN.2
035300              UNTIL WS-SUB2 > WS-QT-COUNT OR WS-FOUND > ZERO.     CVSQRN.2
035400 MATCH-QUARANTINE-ENTRY.                                          CVSQRN.2
035500     IF       WS-QT-NAME (WS-SUB2) = WS-LOOK-NAME                 CVSQRN.2
035600              MOVE WS-SUB2 TO WS-FOUND.                           CVSQRN.2
035700 JUDGE-ONE-MODULE.                                                CVSQRN.2
035800     MOVE     WS-SM-NAME (WS-SUB) TO WS-LOOK-NAME.                CVSQRN.2
035900     MOVE     SPACE TO WS-STRIKE-WHY.                             CVSQRN.2
036000     IF       WS-SM-ROW (WS-SUB) = "K"                            CVSQRN.2
036100              MOVE "WATCHDOG KILL" TO WS-STRIKE-WHY.              CVSQRN.2
036200     IF       WS-SM-ROW (WS-SUB) = "N"                            CVSQRN.2
036300              AND WS-SM-BEAT (WS-SUB) = "O"                       CVSQRN.2
036400              MOVE "ABEND -- NO SUMMARY ROW" TO WS-STRIKE-WHY.    CVSQRN.2
036500     IF       WS-STRIKE-WHY NOT = SPACE                           CVSQRN.2
036600              PERFORM RECORD-STRIKE THRU RECORD-STRIKE-EX         CVSQRN.2
036700     ELSE                                                         CVSQRN.2
036800              IF WS-SM-ROW (WS-SUB) = "Y"                         CVSQRN.2
036900                  PERFORM RECORD-COMPLETION                       CVSQRN.2
037000                      THRU RECORD-COMPLETION-EX                   CVSQRN.2
037100              END-IF                                              CVSQRN.2
037200     END-IF.                                                      CVSQRN.2
037300 RECORD-STRIKE.                                                   CVSQRN.2
037400     PERFORM  FIND-QUARANTINE-ENTRY.                              CVSQRN.2
037500     IF       WS-FOUND = ZERO                                     CVSQRN.2
037600              IF WS-QT-COUNT NOT < 200                            CVSQRN.2
037700                  DISPLAY "CCVSQRN: quarantine.dat FULL -- "      CVSQRN.2
037800                      WS-LOOK-NAME " NOT COUNTED"                 CVSQRN.2
037900                  GO TO RECORD-STRIKE-EX                          CVSQRN.2
038000              END-IF                                              CVSQRN.2
038100              ADD 1 TO WS-QT-COUNT                                CVSQRN.2
038200              MOVE WS-QT-COUNT TO WS-FOUND                        CVSQRN.2
038300              MOVE WS-LOOK-NAME TO WS-QT-NAME (WS-FOUND)          CVSQRN.2
038400              MOVE "WATCH" TO WS-QT-STATE (WS-FOUND)              CVSQRN.2
038500              MOVE ZERO TO WS-QT-STRIKES (WS-FOUND)               CVSQRN.2
038600              MOVE SPACE TO WS-QT-SINCE (WS-FOUND)                CVSQRN.2
038700              MOVE "N" TO WS-QT-RELEASED (WS-FOUND)               CVSQRN.2
038800     END-IF.                                                      CVSQRN.2
038900     ADD      1 TO WS-QT-STRIKES (WS-FOUND).                      CVSQRN.2
039000     MOVE     WS-STRIKE-WHY TO WS-QT-REASON (WS-FOUND).           CVSQRN.2
039100     MOVE     WS-TODAY TO WS-QT-LAST (WS-FOUND).                  CVSQRN.2
039200     DISPLAY  "CCVSQRN: " WS-LOOK-NAME " " WS-STRIKE-WHY          CVSQRN.2
039300              " -- STRIKE " WS-QT-STRIKES (WS-FOUND).             CVSQRN.2
039400     IF       WS-QT-STATE (WS-FOUND) = "QUARANTINED"              CVSQRN.2
039500              GO TO RECORD-STRIKE-EX.                             CVSQRN.2
039600     IF       WS-QT-STRIKES (WS-FOUND) < WS-THRESHOLD             CVSQRN.2
039700              GO TO RECORD-STRIKE-EX.                             CVSQRN.2
039800     MOVE     "QUARANTINED" TO WS-QT-STATE (WS-FOUND).            CVSQRN.2
039900     MOVE     WS-TODAY TO WS-QT-SINCE (WS-FOUND).                 CVSQRN.2
040000     ADD      1 TO WS-NEW-CT.                                     CVSQRN.2
040100     DISPLAY  "CCVSQRN: " WS-LOOK-NAME " QUARANTINED -- "         CVSQRN.2
040200              "EXCLUDED FROM UNATTENDED RUNS".                    CVSQRN.2
040300     MOVE     SPACE TO WS-CMD.                                    CVSQRN.2
040400     STRING   "printf 'O\nMODULE " DELIMITED BY SIZE              CVSQRN.2
040500              WS-LOOK-NAME DELIMITED BY SPACE                     CVSQRN.2
040600              " QUARANTINED AFTER " DELIMITED BY SIZE             CVSQRN.2
040700              WS-QT-STRIKES (WS-FOUND) DELIMITED BY SIZE          CVSQRN.2
040800              " CONSECUTIVE STRIKES -- " DELIMITED BY SIZE        CVSQRN.2
040900              WS-STRIKE-WHY DELIMITED BY "  "                     CVSQRN.2
041000              "\n' | ./CCVSAUD" DELIMITED BY SIZE                 CVSQRN.2
041100              INTO WS-CMD.                                        CVSQRN.2
041200     CALL     "SYSTEM" USING WS-CMD.                              CVSQRN.2
041300 RECORD-STRIKE-EX.                                                CVSQRN.2
041400     EXIT.                                                        CVSQRN.2
041500*    A MODULE THAT RAN TO COMPLETION LOSES ITS STRIKES.  A        CVSQRN.2
041600*    QUARANTINED ONE CAN ONLY HAVE RUN UNDER SUPERVISION (THE     CVSQRN.2
041700*    DRIVER LEAVES IT OUT OTHERWISE), BUT THAT IS CHECKED HERE    CVSQRN.2
041800*    TOO, SO A HAND-EDITED DECK CANNOT RELEASE IT.                CVSQRN.2
041900 RECORD-COMPLETION.                                               CVSQRN.2
042000     PERFORM  FIND-QUARANTINE-ENTRY.                              CVSQRN.2
042100     IF       WS-FOUND = ZERO                                     CVSQRN.2
042200              GO TO RECORD-COMPLETION-EX.                         CVSQRN.2
042300     IF       WS-QT-STATE (WS-FOUND) NOT = "QUARANTINED"          CVSQRN.2
042400              MOVE "Y" TO WS-QT-RELEASED (WS-FOUND)               CVSQRN.2
042500              GO TO RECORD-COMPLETION-EX.                         CVSQRN.2
042600     IF       WS-SUPERVISED NOT = "Y"                             CVSQRN.2
042700              DISPLAY "CCVSQRN: " WS-LOOK-NAME                    CVSQRN.2
042800                  " COMPLETED OUTSIDE A SUPERVISED RUN -- "       CVSQRN.2
042900                  "STAYS QUARANTINED"                             CVSQRN.2
043000              GO TO RECORD-COMPLETION-EX.                         CVSQRN.2
043100     MOVE     "Y" TO WS-QT-RELEASED (WS-FOUND).                   CVSQRN.2
043200     ADD      1 TO WS-REL-CT.                                     CVSQRN.2
043300     DISPLAY  "CCVSQRN: " WS-LOOK-NAME                            CVSQRN.2
043400              " RELEASED FROM QUARANTINE".                        CVSQRN.2
043500     MOVE     SPACE TO WS-CMD.                                    CVSQRN.2
043600     STRING   "printf 'O\nMODULE " DELIMITED BY SIZE              CVSQRN.2
043700              WS-LOOK-NAME DELIMITED BY SPACE                     CVSQRN.2
043800              " RELEASED FROM QUARANTINE (QUARANTINED "           CVSQRN.2
043900                  DELIMITED BY SIZE                               CVSQRN.2
044000              WS-QT-SINCE (WS-FOUND) DELIMITED BY SIZE            CVSQRN.2
044100              ") AFTER A SUPERVISED RUN\n' | ./CCVSAUD"           CVSQRN.2
044200                  DELIMITED BY SIZE                               CVSQRN.2
044300              INTO WS-CMD.                                        CVSQRN.2
044400     CALL     "SYSTEM" USING WS-CMD.                              CVSQRN.2
044500 RECORD-COMPLETION-EX.                                            CVSQRN.2
044600     EXIT.                                                        CVSQRN.2
044700 SAVE-QUARANTINE.                                                 CVSQRN.2
044800     OPEN     OUTPUT QUARANTINE-FILE.                             CVSQRN.2
044900     PERFORM  WRITE-QUARANTINE-LINE                               CVSQRN.2
045000              VARYING WS-SUB FROM 1 BY 1                          CVSQRN.2
045100              UNTIL WS-SUB > WS-QT-COUNT.                         CVSQRN.2
045200     CLOSE    QUARANTINE-FILE.                                    CVSQRN.2
045300 WRITE-QUARANTINE-LINE.                                           CVSQRN.2
045400     IF       WS-QT-RELEASED (WS-SUB) NOT = "Y"                   CVSQRN.2
045500              MOVE SPACE TO QUARANTINE-REC                        CVSQRN.2
045600              STRING WS-QT-NAME (WS-SUB) DELIMITED BY SPACE       CVSQRN.2
045700                  "|" DELIMITED BY SIZE                           CVSQRN.2
045800                  WS-QT-STATE (WS-SUB) DELIMITED BY SPACE         CVSQRN.2
045900                  "|" DELIMITED BY SIZE                           CVSQRN.2
046000                  WS-QT-STRIKES (WS-SUB) DELIMITED BY SIZE        CVSQRN.2
046100                  "|" DELIMITED BY SIZE                           CVSQRN.2
046200                  WS-QT-SINCE (WS-SUB) DELIMITED BY SPACE         CVSQRN.2
046300                  "|" DELIMITED BY SIZE                           CVSQRN.2
046400                  WS-QT-REASON (WS-SUB) DELIMITED BY "  "         CVSQRN.2
046500                  "|" DELIMITED BY SIZE                           CVSQRN.2
046600                  WS-QT-LAST (WS-SUB) DELIMITED BY SPACE          CVSQRN.2
046700                  INTO QUARANTINE-REC                             CVSQRN.2
046800              WRITE QUARANTINE-REC.                               CVSQRN.2
046900****************************************************************  CVSQRN.2
047000*    quarantine_status.dat -- QUARANTINED MODULES FIRST, THEN  *  CVSQRN.2
047100*    THOSE ON WATCH SHORT OF THE THRESHOLD.                    *  CVSQRN.2
047200****************************************************************  CVSQRN.2
047300 WRITE-QUARANTINE-STATUS.                                         CVSQRN.2
047400     MOVE     ZERO TO WS-QRN-CT WS-WATCH-CT.                      CVSQRN.2
047500     OPEN     OUTPUT QUARANTINE-STATUS-FILE.                      CVSQRN.2
047600     PERFORM  COUNT-QUARANTINE-STATE                              CVSQRN.2
047700              VARYING WS-SUB FROM 1 BY 1                          CVSQRN.2
047800              UNTIL WS-SUB > WS-QT-COUNT.                         CVSQRN.2
047900     MOVE     SPACE TO QUARANTINE-STATUS-REC.                     CVSQRN.2
048000     IF       WS-QRN-CT = ZERO                                    CVSQRN.2
048100              MOVE "QUARANTINED MODULES: NONE"                    CVSQRN.2
048200                  TO QUARANTINE-STATUS-REC                        CVSQRN.2
048300     ELSE                                                         CVSQRN.2
048400              STRING "QUARANTINED MODULES: " DELIMITED BY SIZE    CVSQRN.2
048500                  WS-QRN-CT DELIMITED BY SIZE                     CVSQRN.2
048600                  " -- EXCLUDED FROM UNATTENDED RUNS"             CVSQRN.2
048700                      DELIMITED BY SIZE                           CVSQRN.2
048800                  INTO QUARANTINE-STATUS-REC                      CVSQRN.2
048900     END-IF.                                                      CVSQRN.2
049000     PERFORM  PUT-STATUS-LINE.                                    CVSQRN.2
049100     PERFORM  LIST-QUARANTINED-ENTRY                              CVSQRN.2
049200              VARYING WS-SUB FROM 1 BY 1                          CVSQRN.2
049300              UNTIL WS-SUB > WS-QT-COUNT.                         CVSQRN.2
049400     IF       WS-WATCH-CT > ZERO                                  CVSQRN.2
049500              STRING "ON WATCH SHORT OF THE THRESHOLD OF "        CVSQRN.2
049600                  DELIMITED BY SIZE                               CVSQRN.2
049700                  WS-THRESHOLD DELIMITED BY SIZE                  CVSQRN.2
049800                  ": " DELIMITED BY SIZE                          CVSQRN.2
049900                  WS-WATCH-CT DELIMITED BY SIZE                   CVSQRN.2
050000                  INTO QUARANTINE-STATUS-REC                      CVSQRN.2
050100              PERFORM PUT-STATUS-LINE                             CVSQRN.2
050200              PERFORM LIST-WATCH-ENTRY                            CVSQRN.2
050300                  VARYING WS-SUB FROM 1 BY 1                      CVSQRN.2
050400                  UNTIL WS-SUB > WS-QT-COUNT                      CVSQRN.2
050500     END-IF.                                                      CVSQRN.2
050600     CLOSE    QUARANTINE-STATUS-FILE.                             CVSQRN.2
050700 COUNT-QUARANTINE-STATE.                                          CVSQRN.2
050800     IF       WS-QT-RELEASED (WS-SUB) NOT = "Y"                   CVSQRN.2
050900              IF WS-QT-STATE (WS-SUB) = "QUARANTINED"             CVSQRN.2
051000                  ADD 1 TO WS-QRN-CT                              CVSQRN.2
051100              ELSE                                                CVSQRN.2
051200                  ADD 1 TO WS-WATCH-CT                            CVSQRN.2
051300              END-IF                                              CVSQRN.2
051400     END-IF.                                                      CVSQRN.2
051500 LIST-QUARANTINED-ENTRY.                                          CVSQRN.2
051600     IF       WS-QT-RELEASED (WS-SUB) NOT = "Y"                   CVSQRN.2
051700              AND WS-QT-STATE (WS-SUB) = "QUARANTINED"            CVSQRN.2
051800              MOVE "SINCE " TO WS-SL-SINCE-TAG                    CVSQRN.2
051900              MOVE WS-QT-SINCE (WS-SUB) TO WS-SL-SINCE            CVSQRN.2
052000              PERFORM PUT-ENTRY-LINE.                             CVSQRN.2
052100 LIST-WATCH-ENTRY.                                                CVSQRN.2
052200     IF       WS-QT-RELEASED (WS-SUB) NOT = "Y"                   CVSQRN.2
052300              AND WS-QT-STATE (WS-SUB) NOT = "QUARANTINED"        CVSQRN.2
052400              MOVE "LAST  " TO WS-SL-SINCE-TAG                    CVSQRN.2
052500              MOVE WS-QT-LAST (WS-SUB) TO WS-SL-SINCE             CVSQRN.2
052600              PERFORM PUT-ENTRY-LINE.                             CVSQRN.2
052700 PUT-ENTRY-LINE.                                                  CVSQRN.2
052800     MOVE     WS-QT-NAME (WS-SUB) TO WS-SL-NAME.                  CVSQRN.2
052900     MOVE     WS-QT-STATE (WS-SUB) TO WS-SL-STATE.                CVSQRN.2
053000     MOVE     WS-QT-STRIKES (WS-SUB) TO WS-SL-STRIKES.            CVSQRN.2
053100     MOVE     WS-QT-REASON (WS-SUB) TO WS-SL-REASON.              CVSQRN.2
053200     MOVE     WS-STATUS-LINE TO QUARANTINE-STATUS-REC.            CVSQRN.2
053300     PERFORM  PUT-STATUS-LINE.                                    CVSQRN.2
053400 PUT-STATUS-LINE.                                                 CVSQRN.2
053500     WRITE    QUARANTINE-STATUS-REC.                              CVSQRN.2
053600     DISPLAY  QUARANTINE-STATUS-REC.                              CVSQRN.2
053700     MOVE     SPACE TO QUARANTINE-STATUS-REC.                     CVSQRN.2
