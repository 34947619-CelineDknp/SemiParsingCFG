001700*                 (QL QUALIFICATION, ST STRESS, SK SOAK)       *  CVSCHG.2
001800*      COL 23-29  ELAPSED SECS  COL 31-37  MACHINE SECS        *  CVSCHG.2
001900*      COL 39-47  BED KILOBYTES CREATED                        *  CVSCHG.2
002000*      TRAILER: T IN COL 1 PLUS RUN TOTALS (COL 32-40          *  CVSCHG.2
002010*               IS TOTAL MACHINE SECS)                         *  CVSCHG.2
002100*                                                              *  CVSCHG.2
002200*    THE COST-CENTER CODE COMES FROM chargeback_cc.dat         *  CVSCHG.2
002300*    (CC=nnnn, OPTIONAL CLASS=xx OVERRIDE, OPTIONAL            *  CVSCHG.2
002310*    BASIS= -- SEE BELOW).  STRESS RUNS                        *  CVSCHG.2
002400*    (998= VOLUME CARD) AND SOAK RUNS (soak_iter FILES ON      *  CVSCHG.2
002500*    DISK) CARRY THEIR OWN WORK-CLASS CODES SO THE EXPENSIVE   *  CVSCHG.2
002600*    RUNS ARE DISTINGUISHABLE ON THE BILL.                     *  CVSCHG.2
002610*                                                              *  CVSCHG.2
002620*    MACHINE SECONDS ARE BILLED AS ELAPSED SECONDS UNLESS      *  CVSCHG.2
002630*    THE CONTROL FILE CARRIES BASIS=CPU, WHEN THEY ARE THE     *  CVSCHG.2
002640*    MODULE'S USER PLUS SYSTEM CPU SECONDS FROM                *  CVSCHG.2
002650*    resource_history.csv (WRITTEN BY CCVSHBT AT EACH          *  CVSCHG.2
002660*    MODULE'S CLOSE).  THE ROW BILLED IS THE ONE FOR THE       *  CVSCHG.2
002670*    SAME MODULE AND DATE WHOSE TIME FALLS BETWEEN THE         *  CVSCHG.2
002680*    suite_summary.csv START AND END STAMPS; A MODULE WITH     *  CVSCHG.2
002690*    NO SUCH ROW IS BILLED ON ELAPSED AND COUNTED ON THE       *  CVSCHG.2
002695*    CONSOLE.  ELAPSED SECONDS ARE ALWAYS CARRIED AS WELL.     *  CVSCHG.2
003000*                                                              *  CVSCHG.2
003100****************************************************************  CVSCHG.2
003200 ENVIRONMENT DIVISION.                                            CVSCHG.2
006400     "soak_iter1.sum"                                             CVSCHG.2
006500     ORGANIZATION LINE SEQUENTIAL                                 CVSCHG.2
006600     FILE STATUS IS WS-SK-FSTATUS.                                CVSCHG.2
006610     SELECT   RESOURCE-FILE ASSIGN TO                             CVSCHG.2
006620     "resource_history.csv"                                       CVSCHG.2
006630     ORGANIZATION LINE SEQUENTIAL                                 CVSCHG.2
006640     FILE STATUS IS WS-RH-FSTATUS.                                CVSCHG.2
006700 DATA DIVISION.                                                   CVSCHG.2
006800 FILE SECTION.                                                    CVSCHG.2
006900 FD  SUITE-SUMMARY-FILE.                                          CVSCHG.2
007800 01  AUDIT-JOURNAL-REC PIC X(100).                                CVSCHG.2
007810 FD  SOAK-PROBE-FILE.                                             CVSCHG.2
007820 01  SOAK-PROBE-REC PIC X(80).                                    CVSCHG.2
007830 FD  RESOURCE-FILE.                                               CVSCHG.2
007840 01  RESOURCE-REC PIC X(60).                                      CVSCHG.2
007900 FD  FEED-FILE.                                                   CVSCHG.2
008000 01  FEED-REC.                                                    CVSCHG.2
008100     02 FEED-RUN-ID     PIC 9(4).                                 CVSCHG.2
009900 77  WS-AJ-FSTATUS      PIC XX VALUE SPACE.                       CVSCHG.2
010000 77  WS-FD-FSTATUS      PIC XX VALUE SPACE.                       CVSCHG.2
010100 77  WS-SK-FSTATUS      PIC XX VALUE SPACE.                       CVSCHG.2
010110 77  WS-RH-FSTATUS      PIC XX VALUE SPACE.                       CVSCHG.2
010120 77  WS-RH-COUNT        PIC 9(4) COMP VALUE ZERO.                 CVSCHG.2
010130 77  WS-RH-NEXT         PIC 9(4) COMP VALUE ZERO.                 CVSCHG.2
010140 77  WS-RH-SUB          PIC 9(4) COMP VALUE ZERO.                 CVSCHG.2
010150 77  WS-RH-FOUND        PIC X  VALUE "N".                         CVSCHG.2
010160 77  WS-CPU-MISS        PIC 9(4) VALUE ZERO.                      CVSCHG.2
010170 77  WS-MACHINE         PIC 9(7) VALUE ZERO.                      CVSCHG.2
010180 77  WS-TOT-MACHINE     PIC 9(9) VALUE ZERO.                      CVSCHG.2
010200 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSCHG.2
010300 77  WS-RUN-ID          PIC 9(4) VALUE ZERO.                      CVSCHG.2
010400 77  WS-HIST-COUNT      PIC 9(3) COMP VALUE ZERO.                 CVSCHG.2
011200 77  WS-MODULE-KB       PIC 9(9) VALUE ZERO.                      CVSCHG.2
011300 01  WS-COST-CENTER     PIC X(4) VALUE "0000".                    CVSCHG.2
011400 01  WS-WORK-CLASS      PIC X(2) VALUE "QL".                      CVSCHG.2
011410 01  WS-BILL-BASIS      PIC X(7) VALUE "ELAPSED".                 CVSCHG.2
011500 01  WS-CTL-KEY         PIC X(10) VALUE SPACE.                    CVSCHG.2
011600 01  WS-CTL-VALUE       PIC X(10) VALUE SPACE.                    CVSCHG.2
011700 01  WS-WORK-REC        PIC X(100).                               CVSCHG.2
012600     02 WS-HT-ENTRY OCCURS 200 TIMES.                             CVSCHG.2
012700         03 WS-HT-MODULE PIC X(8).                                CVSCHG.2
012800         03 WS-HT-KB     PIC 9(9).                                CVSCHG.2
012810 01  WS-RES-TABLE.                                                CVSCHG.2
012820     02 WS-RT-ENTRY OCCURS 2000 TIMES.                            CVSCHG.2
012830         03 WS-RT-MODULE PIC X(8).                                CVSCHG.2
012840         03 WS-RT-DATE   PIC X(8).                                CVSCHG.2
012850         03 WS-RT-TIME   PIC X(8).                                CVSCHG.2
012860         03 WS-RT-CPU    PIC 9(7).                                CVSCHG.2
012900 PROCEDURE DIVISION.                                              CVSCHG.2
013000 CCVSCHG-MAIN SECTION.                                            CVSCHG.2
013100 CCVSCHG-START.                                                   CVSCHG.2
013700              THRU DETECT-WORK-CLASS-EX.                          CVSCHG.2
013800     PERFORM  LOAD-SIZE-HISTORY                                   CVSCHG.2
013900              THRU LOAD-SIZE-HISTORY-EX.                          CVSCHG.2
013910     IF       WS-BILL-BASIS = "CPU"                               CVSCHG.2
013920              PERFORM LOAD-RESOURCE-HISTORY                       CVSCHG.2
013930                  THRU LOAD-RESOURCE-HISTORY-EX.                  CVSCHG.2
014000     OPEN     INPUT SUITE-SUMMARY-FILE.                           CVSCHG.2
014100     IF       WS-SS-FSTATUS NOT = "00"                            CVSCHG.2
014200              DISPLAY "CCVSCHG: NO suite_summary.csv -- "         CVSCHG.2
015100     CLOSE    FEED-FILE.                                          CVSCHG.2
015200     DISPLAY  "CCVSCHG: " WS-REC-CT " MODULE RECORD(S) "          CVSCHG.2
015300              "WRITTEN TO chargeback_feed.dat, CLASS "            CVSCHG.2
015400              WS-WORK-CLASS ", BASIS " WS-BILL-BASIS.             CVSCHG.2
015410     IF       WS-CPU-MISS > ZERO                                  CVSCHG.2
015420              DISPLAY "CCVSCHG: " WS-CPU-MISS " MODULE(S) "       CVSCHG.2
015430                  "HAD NO CPU ROW -- BILLED ON ELAPSED".          CVSCHG.2
015500     STOP     RUN.                                                CVSCHG.2
015600 LOAD-COST-CENTER.                                                CVSCHG.2
015700     OPEN     INPUT CC-CTL-FILE.                                  CVSCHG.2
017500             MOVE WS-CTL-VALUE (1:4) TO WS-COST-CENTER            CVSCHG.2
017600         WHEN "CLASS"                                             CVSCHG.2
017700             MOVE WS-CTL-VALUE (1:2) TO WS-WORK-CLASS             CVSCHG.2
017710         WHEN "BASIS"                                             CVSCHG.2
017720             IF WS-CTL-VALUE = "CPU"                              CVSCHG.2
017730                 MOVE "CPU" TO WS-BILL-BASIS                      CVSCHG.2
017740             ELSE                                                 CVSCHG.2
017750                 MOVE "ELAPSED" TO WS-BILL-BASIS                  CVSCHG.2
017760             END-IF                                               CVSCHG.2
017800         WHEN OTHER                                               CVSCHG.2
017900             CONTINUE                                             CVSCHG.2
018000     END-EVALUATE.                                                CVSCHG.2
023500                  MOVE ZERO TO WS-HT-KB (WS-HIST-COUNT)           CVSCHG.2
023600              END-IF.                                             CVSCHG.2
023700     PERFORM  READ-HISTORY-LINE.                                  CVSCHG.2
023710 LOAD-RESOURCE-HISTORY.                                           CVSCHG.2
023720*    THE HISTORY ONLY GROWS, SO THE TABLE WRAPS AND KEEPS THE     CVSCHG.2
023730*    MOST RECENT 2000 ROWS -- SEVERAL FULL RUNS' WORTH.           CVSCHG.2
023740     OPEN     INPUT RESOURCE-FILE.                                CVSCHG.2
023750     IF       WS-RH-FSTATUS NOT = "00"                            CVSCHG.2
023760              GO TO LOAD-RESOURCE-HISTORY-EX.                     CVSCHG.2
023770     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCHG.2
023780     PERFORM  READ-RESOURCE-LINE.                                 CVSCHG.2
023790     PERFORM  FILE-RESOURCE-LINE UNTIL WS-EOF-SWITCH = "Y".       CVSCHG.2
023800     CLOSE    RESOURCE-FILE.                                      CVSCHG.2
023810 LOAD-RESOURCE-HISTORY-EX.                                        CVSCHG.2
023820     EXIT.                                                        CVSCHG.2
023830 READ-RESOURCE-LINE.                                              CVSCHG.2
023840     READ     RESOURCE-FILE INTO WS-WORK-REC                      CVSCHG.2
023850              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCHG.2
023860 FILE-RESOURCE-LINE.                                              CVSCHG.2
023870     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSCHG.2
023880     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSCHG.2
023890              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSCHG.2
023900                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6).        CVSCHG.2
023910     IF       WS-FIELD (1) NOT = SPACE                            CVSCHG.2
023920              AND WS-FIELD (2) (1:8) IS NUMERIC                   CVSCHG.2
023930              AND WS-FIELD (3) (1:8) IS NUMERIC                   CVSCHG.2
023940              AND WS-FIELD (4) NOT = SPACE                        CVSCHG.2
023950              AND WS-FIELD (5) NOT = SPACE                        CVSCHG.2
023960              ADD 1 TO WS-RH-NEXT                                 CVSCHG.2
023970              IF WS-RH-NEXT > 2000                                CVSCHG.2
023980                  MOVE 1 TO WS-RH-NEXT                            CVSCHG.2
023990              END-IF                                              CVSCHG.2
024000              IF WS-RH-COUNT < 2000                               CVSCHG.2
024010                  ADD 1 TO WS-RH-COUNT                            CVSCHG.2
024020              END-IF                                              CVSCHG.2
024030              MOVE WS-FIELD (1) (1:8)                             CVSCHG.2
024040                  TO WS-RT-MODULE (WS-RH-NEXT)                    CVSCHG.2
024050              MOVE WS-FIELD (2) (1:8) TO WS-RT-DATE (WS-RH-NEXT)  CVSCHG.2
024060              MOVE WS-FIELD (3) (1:8) TO WS-RT-TIME (WS-RH-NEXT)  CVSCHG.2
024070              COMPUTE WS-RT-CPU (WS-RH-NEXT)                      CVSCHG.2
024080                  = FUNCTION NUMVAL (WS-FIELD (4))                CVSCHG.2
024090                  + FUNCTION NUMVAL (WS-FIELD (5)).               CVSCHG.2
024100     PERFORM  READ-RESOURCE-LINE.                                 CVSCHG.2
024110 FIND-MODULE-CPU.                                                 CVSCHG.2
024120     MOVE     "N" TO WS-RH-FOUND.                                 CVSCHG.2
024130     PERFORM  MATCH-RESOURCE-ROW                                  CVSCHG.2
024135              THRU MATCH-RESOURCE-ROW-EX                          CVSCHG.2
024140              VARYING WS-RH-SUB FROM 1 BY 1                       CVSCHG.2
024150              UNTIL WS-RH-SUB > WS-RH-COUNT                       CVSCHG.2
024160              OR WS-RH-FOUND = "Y".                               CVSCHG.2
024170     IF       WS-RH-FOUND = "N"                                   CVSCHG.2
024180              ADD 1 TO WS-CPU-MISS.                               CVSCHG.2
024190 MATCH-RESOURCE-ROW.                                              CVSCHG.2
024200     IF       WS-RT-MODULE (WS-RH-SUB) NOT = WS-FIELD (1) (1:8)   CVSCHG.2
024210              OR WS-RT-DATE (WS-RH-SUB) NOT = WS-FIELD (3) (1:8)  CVSCHG.2
024220              GO TO MATCH-RESOURCE-ROW-EX.                        CVSCHG.2
024230*    A RUN THAT CROSSES MIDNIGHT ENDS "BEFORE" IT STARTS.         CVSCHG.2
024240     IF       WS-FIELD (5) (1:8) NOT < WS-FIELD (4) (1:8)         CVSCHG.2
024250              IF WS-RT-TIME (WS-RH-SUB) < WS-FIELD (4) (1:8)      CVSCHG.2
024260                  OR WS-RT-TIME (WS-RH-SUB) > WS-FIELD (5) (1:8)  CVSCHG.2
024270                  GO TO MATCH-RESOURCE-ROW-EX                     CVSCHG.2
024280              END-IF                                              CVSCHG.2
024290     ELSE                                                         CVSCHG.2
024300              IF WS-RT-TIME (WS-RH-SUB) < WS-FIELD (4) (1:8)      CVSCHG.2
024310                  AND WS-RT-TIME (WS-RH-SUB) > WS-FIELD (5) (1:8) CVSCHG.2
024320                  GO TO MATCH-RESOURCE-ROW-EX                     CVSCHG.2
024330              END-IF                                              CVSCHG.2
024340     END-IF.                                                      CVSCHG.2
024350     COMPUTE  WS-MACHINE ROUNDED = WS-RT-CPU (WS-RH-SUB) / 100.   CVSCHG.2
024360     MOVE     "Y" TO WS-RH-FOUND.                                 CVSCHG.2
024370 MATCH-RESOURCE-ROW-EX.                                           CVSCHG.2
024380     EXIT.                                                        CVSCHG.2
023800 READ-SUMMARY-LINE.                                               CVSCHG.2
023900     READ     SUITE-SUMMARY-FILE INTO WS-WORK-REC                 CVSCHG.2
024000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCHG.2
027000     MOVE     WS-COST-CENTER TO FEED-CC.                          CVSCHG.2
027100     MOVE     WS-WORK-CLASS TO FEED-CLASS.                        CVSCHG.2
027200     MOVE     WS-ELAPSED TO FEED-ELAPSED.                         CVSCHG.2
027300     MOVE     WS-ELAPSED TO WS-MACHINE.                           CVSCHG.2
027310     IF       WS-BILL-BASIS = "CPU"                               CVSCHG.2
027320              PERFORM FIND-MODULE-CPU.                            CVSCHG.2
027330     MOVE     WS-MACHINE TO FEED-MACHINE.                         CVSCHG.2
027400     MOVE     WS-MODULE-KB TO FEED-BED-KB.                        CVSCHG.2
027500     WRITE    FEED-REC.                                           CVSCHG.2
027600     ADD      1 TO WS-REC-CT.                                     CVSCHG.2
027700     ADD      WS-ELAPSED TO WS-TOT-ELAPSED.                       CVSCHG.2
027800     ADD      WS-MODULE-KB TO WS-TOT-KB.                          CVSCHG.2
027810     ADD      WS-MACHINE TO WS-TOT-MACHINE.                       CVSCHG.2
027900 BILL-ONE-NEXT.                                                   CVSCHG.2
028000     PERFORM  READ-SUMMARY-LINE.                                  CVSCHG.2
028100 WRITE-RUN-TRAILER.                                               CVSCHG.2
028500     MOVE     WS-REC-CT TO FEED-REC (7:4).                        CVSCHG.2
028600     MOVE     WS-TOT-ELAPSED TO FEED-REC (12:9).                  CVSCHG.2
028700     MOVE     WS-TOT-KB TO FEED-REC (22:9).                       CVSCHG.2
028710     MOVE     WS-TOT-MACHINE TO FEED-REC (32:9).                  CVSCHG.2
028800     WRITE    FEED-REC.                                           CVSCHG.2
028900 FIND-LATEST-RUN-ID.                                              CVSCHG.2
029000     OPEN     INPUT AUDIT-JOURNAL-FILE.                           CVSCHG.2
