002200*        PARTITION; THE DECLARED SM201A/SM202A DATASET CHAIN   *  CVSPLN.2
002300*        IS HONORED BY PINNING SM202A INTO SM201A'S            *  CVSPLN.2
002400*        PARTITION, AFTER IT,                                  *  CVSPLN.2
002401*      - A MODULE RETIRED IN module_registry.dat (SEE          *  CVSPLN.2
002402*        CCVSMRG) IS NEVER PLANNED, WHATEVER ITS HISTORY,      *  CVSPLN.2
002500*      - OUTPUT IS partitions.dat (ONE DIRECTORY NAME PER      *  CVSPLN.2
002600*        LINE, THE FORM CCVSCOL AND CCVSASM ALREADY READ)      *  CVSPLN.2
002700*        PLUS partition_plan.dat (PARTITION,MODULE,EST-SECS    *  CVSPLN.2
002800*        IN EXECUTION ORDER) AND A PROJECTED FINISH TIME       *  CVSPLN.2
002900*        PER PARTITION ON THE CONSOLE.                         *  CVSPLN.2
002910*                                                              *  CVSPLN.2
002920*    A BASIS=CPU CARD IN driver.dat PLANS ON CPU INSTEAD:      *  CVSPLN.2
002930*    EACH MODULE'S USER PLUS SYSTEM CPU IS AVERAGED FROM THE   *  CVSPLN.2
002940*    resource_history.csv ROWS CCVSHBT WRITES AT MODULE        *  CVSPLN.2
002950*    CLOSE, SO A RUN SLOWED BY A BUSY MACHINE DOES NOT SKEW    *  CVSPLN.2
002960*    THE PLAN.  CPU IS BALANCED IN HUNDREDTHS; EST-SECS IN     *  CVSPLN.2
002970*    THE PLAN FILE IS THEN CPU SECONDS (NEVER LESS THAN 1).    *  CVSPLN.2
003000*                                                              *  CVSPLN.2
003100*    THE PARTITION COUNT IS ACCEPTED FROM THE CONSOLE (1-9).   *  CVSPLN.2
003200*                                                              *  CVSPLN.2
005400     "partition_plan.dat"                                         CVSPLN.2
005500     ORGANIZATION LINE SEQUENTIAL                                 CVSPLN.2
005600     FILE STATUS IS WS-PP-FSTATUS.                                CVSPLN.2
005610     SELECT   DRIVER-CTL-FILE ASSIGN TO                           CVSPLN.2
005620     "driver.dat"                                                 CVSPLN.2
005630     ORGANIZATION LINE SEQUENTIAL                                 CVSPLN.2
005640     FILE STATUS IS WS-CTL-FSTATUS.                               CVSPLN.2
005650     SELECT   RESOURCE-FILE ASSIGN TO                             CVSPLN.2
005660     "resource_history.csv"                                       CVSPLN.2
005670     ORGANIZATION LINE SEQUENTIAL                                 CVSPLN.2
005680     FILE STATUS IS WS-RH-FSTATUS.                                CVSPLN.2
005700 DATA DIVISION.                                                   CVSPLN.2
005800 FILE SECTION.                                                    CVSPLN.2
005900 FD  SUITE-SUMMARY-FILE.                                          CVSPLN.2
006400 01  PARTITION-LIST-REC PIC X(20).                                CVSPLN.2
006500 FD  PARTITION-PLAN-FILE.                                         CVSPLN.2
006600 01  PARTITION-PLAN-REC PIC X(40).                                CVSPLN.2
006610 FD  DRIVER-CTL-FILE.                                             CVSPLN.2
006620 01  DRIVER-CTL-REC PIC X(80).                                    CVSPLN.2
006630 FD  RESOURCE-FILE.                                               CVSPLN.2
006640 01  RESOURCE-REC PIC X(60).                                      CVSPLN.2
006700 WORKING-STORAGE SECTION.                                         CVSPLN.2
006800 77  WS-SS-FSTATUS      PIC XX VALUE SPACE.                       CVSPLN.2
006900 77  WS-SEL-FSTATUS     PIC XX VALUE SPACE.                       CVSPLN.2
007000 77  WS-PL-FSTATUS      PIC XX VALUE SPACE.                       CVSPLN.2
007100 77  WS-PP-FSTATUS      PIC XX VALUE SPACE.                       CVSPLN.2
007110 77  WS-CTL-FSTATUS     PIC XX VALUE SPACE.                       CVSPLN.2
007120 77  WS-RH-FSTATUS      PIC XX VALUE SPACE.                       CVSPLN.2
007200 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSPLN.2
007300 77  WS-PART-COUNT      PIC 9  VALUE 3.                           CVSPLN.2
007400 77  WS-MOD-COUNT       PIC 9(3) COMP VALUE ZERO.                 CVSPLN.2
007500 77  WS-SUB             PIC 9(3) COMP VALUE ZERO.                 CVSPLN.2
007600 77  WS-SUB2            PIC 9(3) COMP VALUE ZERO.                 CVSPLN.2
007700 77  WS-PK              PIC 99   VALUE ZERO.                      CVSPLN.2
007800 77  WS-BEST-PART       PIC 9    VALUE ZERO.                      CVSPLN.2
007900 77  WS-BEST-LOAD       PIC 9(7) VALUE ZERO.                      CVSPLN.2
008000 77  WS-SM201A-PART     PIC 9    VALUE ZERO.                      CVSPLN.2
008400 77  WS-SWAP-SW         PIC X    VALUE "N".                       CVSPLN.2
008410 77  WS-FOUND-SW        PIC X    VALUE "N".                       CVSPLN.2
008500 77  WS-ANS-LEN         PIC 9(2) COMP VALUE ZERO.                 CVSPLN.2
008510 77  WS-EST-SECS        PIC 9(7) VALUE ZERO.                      CVSPLN.2
008600 01  WS-ANSWER          PIC X(8) VALUE SPACE.                     CVSPLN.2
008610 01  WS-PLAN-BASIS      PIC X(7) VALUE "ELAPSED".                 CVSPLN.2
008620 01  WS-CTL-KEY         PIC X(10) VALUE SPACE.                    CVSPLN.2
008630 01  WS-CTL-VALUE       PIC X(10) VALUE SPACE.                    CVSPLN.2
008640 01  WS-CPU-SHOW        PIC ZZZZ9.99.                             CVSPLN.2
008700 01  WS-WORK-REC        PIC X(80).                                CVSPLN.2
008800 01  WS-FIELD-TABLE.                                              CVSPLN.2
008900     02  WS-FIELD       PIC X(20) OCCURS 9 TIMES.                 CVSPLN.2
011100 01  WS-PART-LOADS.                                               CVSPLN.2
011200     02 WS-PART-LOAD    PIC 9(7) OCCURS 9 TIMES.                  CVSPLN.2
011300 01  WS-PART-DIR        PIC X(20) VALUE SPACE.                    CVSPLN.2
011301     COPY CCVSMRT.                                                CVSPLN.2
011400 PROCEDURE DIVISION.                                              CVSPLN.2
011500 CCVSPLN-MAIN SECTION.                                            CVSPLN.2
011600 CCVSPLN-START.                                                   CVSPLN.2
012100              MOVE WS-ANSWER (1:1) TO WS-PART-COUNT.              CVSPLN.2
012200     IF       WS-PART-COUNT = ZERO                                CVSPLN.2
012300              MOVE 1 TO WS-PART-COUNT.                            CVSPLN.2
012400     PERFORM  LOAD-DRIVER-CTL THRU LOAD-DRIVER-CTL-EX.            CVSPLN.2
012410     IF       WS-PLAN-BASIS = "CPU"                               CVSPLN.2
012420              PERFORM LOAD-RESOURCE-HISTORY                       CVSPLN.2
012430                  THRU LOAD-RESOURCE-HISTORY-EX                   CVSPLN.2
012440              IF WS-MOD-COUNT = ZERO                              CVSPLN.2
012450                  DISPLAY "CCVSPLN: NO CPU HISTORY IN "           CVSPLN.2
012460                      "resource_history.csv -- NOTHING TO PLAN"   CVSPLN.2
012470                  STOP RUN                                        CVSPLN.2
012480              END-IF                                              CVSPLN.2
012490     END-IF.                                                      CVSPLN.2
012495     PERFORM  LOAD-TIMING-HISTORY                                 CVSPLN.2
012500              THRU LOAD-TIMING-HISTORY-EX.                        CVSPLN.2
012600     IF       WS-MOD-COUNT = ZERO                                 CVSPLN.2
012700              DISPLAY "CCVSPLN: NO TIMING HISTORY IN "            CVSPLN.2
012800                  "suite_summary.csv -- NOTHING TO PLAN"          CVSPLN.2
012900              STOP RUN.                                           CVSPLN.2
013000     PERFORM  LOAD-SELECTION THRU LOAD-SELECTION-EX.              CVSPLN.2
013001     PERFORM  DROP-RETIRED-MODULES                                CVSPLN.2
013002              THRU DROP-RETIRED-MODULES-EX.                       CVSPLN.2
013100     PERFORM  COMPUTE-AVERAGES                                    CVSPLN.2
013200              VARYING WS-SUB FROM 1 BY 1                          CVSPLN.2
013300              UNTIL WS-SUB > WS-MOD-COUNT.                        CVSPLN.2
013500     PERFORM  ASSIGN-PARTITIONS.                                  CVSPLN.2
013600     PERFORM  PIN-SM-CHAIN.                                       CVSPLN.2
013700     PERFORM  WRITE-PLAN-FILES.                                   CVSPLN.2
013800     PERFORM  DISPLAY-PROJECTION                                  CVSPLN.2
013810              THRU DISPLAY-PROJECTION-TAIL.                       CVSPLN.2
013900     STOP     RUN.                                                CVSPLN.2
014000 LOAD-TIMING-HISTORY.                                             CVSPLN.2
014050     IF       WS-PLAN-BASIS = "CPU"                               CVSPLN.2
014060              GO TO LOAD-TIMING-HISTORY-EX.                       CVSPLN.2
014100     OPEN     INPUT SUITE-SUMMARY-FILE.                           CVSPLN.2
014200     IF       WS-SS-FSTATUS NOT = "00"                            CVSPLN.2
014300              GO TO LOAD-TIMING-HISTORY-EX.                       CVSPLN.2
019100              MOVE 1 TO WS-MS-RUNS (WS-MOD-COUNT)                 CVSPLN.2
019200              MOVE "Y" TO WS-MS-SELECTED (WS-MOD-COUNT)           CVSPLN.2
019300              MOVE ZERO TO WS-MS-PART (WS-MOD-COUNT).             CVSPLN.2
019310 LOAD-DRIVER-CTL.                                                 CVSPLN.2
019320     OPEN     INPUT DRIVER-CTL-FILE.                              CVSPLN.2
019330     IF       WS-CTL-FSTATUS NOT = "00"                           CVSPLN.2
019340              GO TO LOAD-DRIVER-CTL-EX.                           CVSPLN.2
019350     MOVE     "N" TO WS-EOF-SWITCH.                               CVSPLN.2
019360     PERFORM  READ-CTL-LINE.                                      CVSPLN.2
019370     PERFORM  APPLY-CTL-LINE                                      CVSPLN.2
019380              UNTIL WS-EOF-SWITCH = "Y".                          CVSPLN.2
019390     CLOSE    DRIVER-CTL-FILE.                                    CVSPLN.2
019400 LOAD-DRIVER-CTL-EX.                                              CVSPLN.2
019401     EXIT.                                                        CVSPLN.2
019402 READ-CTL-LINE.                                                   CVSPLN.2
019403     READ     DRIVER-CTL-FILE                                     CVSPLN.2
019404              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSPLN.2
019405 APPLY-CTL-LINE.                                                  CVSPLN.2
019406     MOVE     SPACE TO WS-CTL-KEY WS-CTL-VALUE.                   CVSPLN.2
019407     UNSTRING DRIVER-CTL-REC DELIMITED BY "="                     CVSPLN.2
019408              INTO WS-CTL-KEY WS-CTL-VALUE.                       CVSPLN.2
019409     IF       WS-CTL-KEY = "BASIS"                                CVSPLN.2
019410              IF WS-CTL-VALUE = "CPU"                             CVSPLN.2
019411                  MOVE "CPU" TO WS-PLAN-BASIS                     CVSPLN.2
019412              ELSE                                                CVSPLN.2
019413                  MOVE "ELAPSED" TO WS-PLAN-BASIS                 CVSPLN.2
019414              END-IF                                              CVSPLN.2
019415     END-IF.                                                      CVSPLN.2
019416     PERFORM  READ-CTL-LINE.                                      CVSPLN.2
019417 LOAD-RESOURCE-HISTORY.                                           CVSPLN.2
019418     OPEN     INPUT RESOURCE-FILE.                                CVSPLN.2
019419     IF       WS-RH-FSTATUS NOT = "00"                            CVSPLN.2
019420              GO TO LOAD-RESOURCE-HISTORY-EX.                     CVSPLN.2
019421     MOVE     "N" TO WS-EOF-SWITCH.                               CVSPLN.2
019422     PERFORM  READ-RESOURCE-LINE.                                 CVSPLN.2
019423     PERFORM  TALLY-RESOURCE-LINE                                 CVSPLN.2
019424              UNTIL WS-EOF-SWITCH = "Y".                          CVSPLN.2
019425     CLOSE    RESOURCE-FILE.                                      CVSPLN.2
019426 LOAD-RESOURCE-HISTORY-EX.                                        CVSPLN.2
019427     EXIT.                                                        CVSPLN.2
019428 READ-RESOURCE-LINE.                                              CVSPLN.2
019429     READ     RESOURCE-FILE INTO WS-WORK-REC                      CVSPLN.2
019430              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSPLN.2
019431 TALLY-RESOURCE-LINE.                                             CVSPLN.2
019432*    PGM-ID,DATE,TIME,USER-CPU,SYSTEM-CPU,PEAK-KB -- CPU IN       CVSPLN.2
019433*    HUNDREDTHS, TALLIED THROUGH THE SAME TABLE AS ELAPSED.       CVSPLN.2
019434     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSPLN.2
019435     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSPLN.2
019436              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSPLN.2
019437                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6).        CVSPLN.2
019438     IF       WS-FIELD (1) NOT = SPACE                            CVSPLN.2
019439              AND WS-FIELD (4) NOT = SPACE                        CVSPLN.2
019440              AND WS-FIELD (5) NOT = SPACE                        CVSPLN.2
019441              COMPUTE WS-ELAPSED                                  CVSPLN.2
019442                  = FUNCTION NUMVAL (WS-FIELD (4))                CVSPLN.2
019443                  + FUNCTION NUMVAL (WS-FIELD (5))                CVSPLN.2
019444              PERFORM FILE-MODULE-TIME.                           CVSPLN.2
019445     PERFORM  READ-RESOURCE-LINE.                                 CVSPLN.2
019400 LOAD-SELECTION.                                                  CVSPLN.2
019500     OPEN     INPUT SELECTED-MODULES-FILE.                        CVSPLN.2
019600     IF       WS-SEL-FSTATUS NOT = "00"                           CVSPLN.2
021800         END-IF                                                   CVSPLN.2
021900     END-PERFORM.                                                 CVSPLN.2
022000     PERFORM  READ-SELECTED-LINE.                                 CVSPLN.2
022001 DROP-RETIRED-MODULES.                                            CVSPLN.2
022002     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSPLN.2
022003     IF       WS-MR-COUNT = ZERO                                  CVSPLN.2
022004              GO TO DROP-RETIRED-MODULES-EX.                      CVSPLN.2
022005     PERFORM  VARYING WS-SUB FROM 1 BY 1                          CVSPLN.2
022006              UNTIL WS-SUB > WS-MOD-COUNT                         CVSPLN.2
022007         PERFORM VARYING WS-SUB2 FROM 1 BY 1                      CVSPLN.2
022008                 UNTIL WS-SUB2 > WS-MR-COUNT                      CVSPLN.2
022009             IF WS-MR-MODULE (WS-SUB2) = WS-MS-NAME (WS-SUB)      CVSPLN.2
022010                 AND WS-MR-STATUS (WS-SUB2) = "R"                 CVSPLN.2
022011                 MOVE "N" TO WS-MS-SELECTED (WS-SUB)              CVSPLN.2
022012             END-IF                                               CVSPLN.2
022013         END-PERFORM                                              CVSPLN.2
022014     END-PERFORM.                                                 CVSPLN.2
022015 DROP-RETIRED-MODULES-EX.                                         CVSPLN.2
022016     EXIT.                                                        CVSPLN.2
022100 COMPUTE-AVERAGES.                                                CVSPLN.2
022200     IF       WS-MS-RUNS (WS-SUB) > ZERO                          CVSPLN.2
022300              COMPUTE WS-MS-AVG (WS-SUB) =                        CVSPLN.2
029600     PERFORM  VARYING WS-PK FROM 1 BY 1                           CVSPLN.2
029700              UNTIL WS-PK > WS-PART-COUNT                         CVSPLN.2
029800         MOVE SPACE TO WS-PART-DIR                                CVSPLN.2
029900         STRING "part_" DELIMITED BY SIZE                         CVSPLN.2
030000             WS-PK DELIMITED BY SIZE                              CVSPLN.2
030100             INTO WS-PART-DIR                                     CVSPLN.2
030200         WRITE PARTITION-LIST-REC FROM WS-PART-DIR                CVSPLN.2
032300         END-IF                                                   CVSPLN.2
032400     END-PERFORM.                                                 CVSPLN.2
032500 WRITE-ONE-PLAN-ROW.                                              CVSPLN.2
032600     MOVE     WS-MS-AVG (WS-SUB) TO WS-EST-SECS.                  CVSPLN.2
032610     IF       WS-PLAN-BASIS = "CPU"                               CVSPLN.2
032620              COMPUTE WS-EST-SECS ROUNDED                         CVSPLN.2
032630                  = WS-MS-AVG (WS-SUB) / 100                      CVSPLN.2
032640              IF WS-EST-SECS = ZERO                               CVSPLN.2
032650                  MOVE 1 TO WS-EST-SECS                           CVSPLN.2
032660              END-IF                                              CVSPLN.2
032670     END-IF.                                                      CVSPLN.2
032680     MOVE     SPACE TO PARTITION-PLAN-REC.                        CVSPLN.2
032700     STRING   "part_" DELIMITED BY SIZE                           CVSPLN.2
032800              WS-PK DELIMITED BY SIZE                             CVSPLN.2
032900              "," DELIMITED BY SIZE                               CVSPLN.2
033000              WS-MS-NAME (WS-SUB) DELIMITED BY SPACE              CVSPLN.2
033100              "," DELIMITED BY SIZE                               CVSPLN.2
033200              WS-EST-SECS DELIMITED BY SIZE                       CVSPLN.2
033300              INTO PARTITION-PLAN-REC.                            CVSPLN.2
033400     WRITE    PARTITION-PLAN-REC.                                 CVSPLN.2
033500 DISPLAY-PROJECTION.                                              CVSPLN.2
033510     IF       WS-PLAN-BASIS = "CPU"                               CVSPLN.2
033520              PERFORM DISPLAY-CPU-PROJECTION                      CVSPLN.2
033530              GO TO DISPLAY-PROJECTION-TAIL.                      CVSPLN.2
033600     DISPLAY  "CCVSPLN: BALANCED PLAN FOR "                       CVSPLN.2
033700              WS-PART-COUNT " PARTITION(S)".                      CVSPLN.2
033800     PERFORM  VARYING WS-PK FROM 1 BY 1                           CVSPLN.2
033900              UNTIL WS-PK > WS-PART-COUNT                         CVSPLN.2
034000         DISPLAY "  part_" WS-PK                                  CVSPLN.2
034100             " PROJECTED SECONDS: " WS-PART-LOAD (WS-PK)          CVSPLN.2
034200     END-PERFORM.                                                 CVSPLN.2
034210 DISPLAY-PROJECTION-TAIL.                                         CVSPLN.2
034300     DISPLAY  "CCVSPLN: PLAN IN partition_plan.dat, "             CVSPLN.2
034400              "DIRECTORIES IN partitions.dat".                    CVSPLN.2
034410 DISPLAY-CPU-PROJECTION.                                          CVSPLN.2
034420     DISPLAY  "CCVSPLN: BALANCED CPU PLAN FOR "                   CVSPLN.2
034430              WS-PART-COUNT " PARTITION(S)".                      CVSPLN.2
034440     PERFORM  DISPLAY-CPU-LOAD                                    CVSPLN.2
034450              VARYING WS-PK FROM 1 BY 1                           CVSPLN.2
034460              UNTIL WS-PK > WS-PART-COUNT.                        CVSPLN.2
034470 DISPLAY-CPU-LOAD.                                                CVSPLN.2
034480     COMPUTE  WS-CPU-SHOW = WS-PART-LOAD (WS-PK) / 100.           CVSPLN.2
034490     DISPLAY  "  part_" WS-PK                                     CVSPLN.2
034491              " PROJECTED CPU SECONDS: " WS-CPU-SHOW.             CVSPLN.2
034500 SIZE-ANSWER.                                                     CVSPLN.2
034600     MOVE     ZERO TO WS-ANS-LEN.                                 CVSPLN.2
034700     INSPECT  WS-ANSWER TALLYING WS-ANS-LEN                       CVSPLN.2
