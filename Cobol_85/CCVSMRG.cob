000100 IDENTIFICATION DIVISION.                                         CVSMRG.2
000200 PROGRAM-ID.                                                      CVSMRG.2
000300     CCVSMRG.                                                     CVSMRG.2
000400****************************************************************  CVSMRG.2
000500*                                                              *  CVSMRG.2
000600*    MODULE REGISTRY MAINTENANCE AND REGISTRATION STEP.        *  CVSMRG.2
000700*                                                              *  CVSMRG.2
000800*    EVERY HARNESS TOOL USED TO CARRY ITS OWN MODULE LIST, AND *  CVSMRG.2
000900*    THE LISTS DRIFTED (86 IN ONE HEADER, 94 IN ANOTHER, 74 IN *  CVSMRG.2
001000*    A THIRD).  THE ONE LIST NOW LIVES IN module_registry.dat, *  CVSMRG.2
001100*    READ THROUGH CCVSMRL BY CCVSDRV, CCVSPRF, CCVSPLN,         * CVSMRG.2
001200*    CCVSMNT AND CCVSCAT.  EACH ROW CARRIES:                   *  CVSMRG.2
001300*                                                              *  CVSMRG.2
001400*        MODULE,SERIES,LEVEL,COMPANIONS,BEDS-BUILT,            *  CVSMRG.2
001500*        BEDS-USED,STATUS                                      *  CVSMRG.2
001600*                                                              *  CVSMRG.2
001700*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSMRG.2
001800*        R  REGISTER A NEW MODULE.  EVERY FIELD MUST BE        *  CVSMRG.2
001900*           ANSWERED (NONE FOR AN EMPTY LIST) AND THE ENTRY    *  CVSMRG.2
002000*           IS REFUSED (RETURN-CODE 8) UNLESS THE SERIES IS    *  CVSMRG.2
002100*           THE NAME'S OWN PREFIX, THE LEVEL IS 1-3, THE       *  CVSMRG.2
002200*           MODULE AND EVERY COMPANION HALF HAVE SOURCE ON     *  CVSMRG.2
002300*           DISK, AND EVERY BED IT READS HAS AN ACTIVE         *  CVSMRG.2
002400*           REGISTERED BUILDER,                                *  CVSMRG.2
002500*        X  RETIRE A MODULE (STATUS R): IT STAYS ON RECORD     *  CVSMRG.2
002600*           BUT NO TOOL SELECTS IT AGAIN,                      *  CVSMRG.2
002700*        L  LIST THE REGISTRY,                                 *  CVSMRG.2
002800*        V  VALIDATE EVERY ACTIVE ENTRY AGAINST THE SAME       *  CVSMRG.2
002900*           RULES, FOR A REGISTRY EDITED BY HAND.              *  CVSMRG.2
003000*                                                              *  CVSMRG.2
003100****************************************************************  CVSMRG.2
003200 ENVIRONMENT DIVISION.                                            CVSMRG.2
003300 CONFIGURATION SECTION.                                           CVSMRG.2
003400 SOURCE-COMPUTER.                                                 CVSMRG.2
003500     COPY CCVSTRG.                                                CVSMRG.2
003600 OBJECT-COMPUTER.                                                 CVSMRG.2
003700     COPY CCVSTRG.                                                CVSMRG.2
003800 INPUT-OUTPUT SECTION.                                            CVSMRG.2
003900 FILE-CONTROL.                                                    CVSMRG.2
004000     SELECT   REGISTRY-FILE ASSIGN TO                             CVSMRG.2
004100     "module_registry.dat"                                        CVSMRG.2
004200     ORGANIZATION LINE SEQUENTIAL                                 CVSMRG.2
004300     FILE STATUS IS WS-RG-FSTATUS.                                CVSMRG.2
004400 DATA DIVISION.                                                   CVSMRG.2
004500 FILE SECTION.                                                    CVSMRG.2
004600 FD  REGISTRY-FILE.                                               CVSMRG.2
004700 01  REGISTRY-REC PIC X(160).                                     CVSMRG.2
004800 WORKING-STORAGE SECTION.                                         CVSMRG.2
004900 77  WS-RG-FSTATUS  PIC XX VALUE SPACE.                           CVSMRG.2
005000 77  WS-MODE        PIC X  VALUE SPACE.                           CVSMRG.2
005100 77  WS-VALID-SW    PIC X  VALUE "Y".                             CVSMRG.2
005200 77  WS-FOUND-SW    PIC X  VALUE "N".                             CVSMRG.2
005300 77  WS-SUB         PIC 9(3) COMP VALUE ZERO.                     CVSMRG.2
005400 77  WS-SUB2        PIC 9(3) COMP VALUE ZERO.                     CVSMRG.2
005500 77  WS-PART-SUB    PIC 9(2) COMP VALUE ZERO.                     CVSMRG.2
005600 77  WS-SER-LEN     PIC 9(2) COMP VALUE ZERO.                     CVSMRG.2
005700 77  WS-BAD-COUNT   PIC 9(3) VALUE ZERO.                          CVSMRG.2
005800 77  WS-BED-HITS    PIC 9(3) COMP VALUE ZERO.                     CVSMRG.2
005900 77  WS-BED-LEN     PIC 9(2) COMP VALUE ZERO.                     CVSMRG.2
006000 01  WS-NEW-ENTRY.                                                CVSMRG.2
006100     02  WS-NEW-MODULE     PIC X(8)  VALUE SPACE.                 CVSMRG.2
006200     02  WS-NEW-SERIES     PIC X(4)  VALUE SPACE.                 CVSMRG.2
006300     02  WS-NEW-LEVEL      PIC X(2)  VALUE SPACE.                 CVSMRG.2
006400     02  WS-NEW-COMPANIONS PIC X(30) VALUE SPACE.                 CVSMRG.2
006500     02  WS-NEW-BEDS-BUILT PIC X(30) VALUE SPACE.                 CVSMRG.2
006600     02  WS-NEW-BEDS-USED  PIC X(30) VALUE SPACE.                 CVSMRG.2
006700 01  WS-LIST-VALUE  PIC X(30) VALUE SPACE.                        CVSMRG.2
006800 01  WS-PART-TABLE.                                               CVSMRG.2
006900     02  WS-PART    PIC X(10) OCCURS 3 TIMES.                     CVSMRG.2
007000 01  WS-SRC-CMD     PIC X(80) VALUE SPACE.                        CVSMRG.2
007100 01  WS-OUT-FIELDS.                                               CVSMRG.2
007200     02  WS-OUT-COMP       PIC X(30).                             CVSMRG.2
007300     02  WS-OUT-BUILT      PIC X(30).                             CVSMRG.2
007400     02  WS-OUT-USED       PIC X(30).                             CVSMRG.2
007500     COPY CCVSMRT.                                                CVSMRG.2
007600 PROCEDURE DIVISION.                                              CVSMRG.2
007700 CCVSMRG-MAIN SECTION.                                            CVSMRG.2
007800 CCVSMRG-START.                                                   CVSMRG.2
007900     DISPLAY  "CCVSMRG: R=REGISTER, X=RETIRE, L=LIST, "           CVSMRG.2
008000              "V=VALIDATE?".                                      CVSMRG.2
008100     ACCEPT   WS-MODE.                                            CVSMRG.2
008200     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSMRG.2
008300     EVALUATE WS-MODE                                             CVSMRG.2
008400         WHEN "R"                                                 CVSMRG.2
008500         WHEN "r"                                                 CVSMRG.2
008600             PERFORM REGISTER-MODULE                              CVSMRG.2
008700                 THRU REGISTER-MODULE-EX                          CVSMRG.2
008800         WHEN "X"                                                 CVSMRG.2
008900         WHEN "x"                                                 CVSMRG.2
009000             PERFORM RETIRE-MODULE                                CVSMRG.2
009100                 THRU RETIRE-MODULE-EX                            CVSMRG.2
009200         WHEN "L"                                                 CVSMRG.2
009300         WHEN "l"                                                 CVSMRG.2
009400             PERFORM LIST-REGISTRY                                CVSMRG.2
009500         WHEN "V"                                                 CVSMRG.2
009600         WHEN "v"                                                 CVSMRG.2
009700             PERFORM VALIDATE-REGISTRY                            CVSMRG.2
009800         WHEN OTHER                                               CVSMRG.2
009900             DISPLAY "CCVSMRG: NO SUCH MODE"                      CVSMRG.2
010000     END-EVALUATE.                                                CVSMRG.2
010100     STOP     RUN.                                                CVSMRG.2
010200 REGISTER-MODULE.                                                 CVSMRG.2
010300     DISPLAY  "CCVSMRG: MODULE NAME?".                            CVSMRG.2
010400     ACCEPT   WS-NEW-MODULE.                                      CVSMRG.2
010500     DISPLAY  "CCVSMRG: SERIES?".                                 CVSMRG.2
010600     ACCEPT   WS-NEW-SERIES.                                      CVSMRG.2
010700     DISPLAY  "CCVSMRG: SUBSET LEVEL (1-3)?".                     CVSMRG.2
010800     ACCEPT   WS-NEW-LEVEL.                                       CVSMRG.2
010900     DISPLAY  "CCVSMRG: COMPANION HALVES (A;B OR NONE)?".         CVSMRG.2
011000     ACCEPT   WS-NEW-COMPANIONS.                                  CVSMRG.2
011100     DISPLAY  "CCVSMRG: BEDS BUILT (A;B OR NONE)?".               CVSMRG.2
011200     ACCEPT   WS-NEW-BEDS-BUILT.                                  CVSMRG.2
011300     DISPLAY  "CCVSMRG: BEDS CONSUMED (A;B OR NONE)?".            CVSMRG.2
011400     ACCEPT   WS-NEW-BEDS-USED.                                   CVSMRG.2
011500     MOVE     "Y" TO WS-VALID-SW.                                 CVSMRG.2
011600     IF       WS-NEW-MODULE = SPACE OR WS-NEW-SERIES = SPACE      CVSMRG.2
011700              OR WS-NEW-LEVEL = SPACE                             CVSMRG.2
011800              OR WS-NEW-COMPANIONS = SPACE                        CVSMRG.2
011900              OR WS-NEW-BEDS-BUILT = SPACE                        CVSMRG.2
012000              OR WS-NEW-BEDS-USED = SPACE                         CVSMRG.2
012100              DISPLAY "CCVSMRG: EVERY FIELD IS REQUIRED -- "      CVSMRG.2
012200                  "ANSWER NONE FOR AN EMPTY LIST"                 CVSMRG.2
012300              MOVE "N" TO WS-VALID-SW.                            CVSMRG.2
012400     PERFORM  VARYING WS-SUB FROM 1 BY 1                          CVSMRG.2
012500              UNTIL WS-SUB > WS-MR-COUNT                          CVSMRG.2
012600         IF WS-MR-MODULE (WS-SUB) = WS-NEW-MODULE                 CVSMRG.2
012700             DISPLAY "CCVSMRG: " WS-NEW-MODULE                    CVSMRG.2
012800                 " IS ALREADY REGISTERED"                         CVSMRG.2
012900             MOVE "N" TO WS-VALID-SW                              CVSMRG.2
013000         END-IF                                                   CVSMRG.2
013100     END-PERFORM.                                                 CVSMRG.2
013200     IF       WS-VALID-SW = "Y"                                   CVSMRG.2
013300              PERFORM CHECK-NEW-ENTRY.                            CVSMRG.2
013400     IF       WS-VALID-SW NOT = "Y"                               CVSMRG.2
013500              DISPLAY "CCVSMRG: REGISTRATION REFUSED"             CVSMRG.2
013600              MOVE 8 TO RETURN-CODE                               CVSMRG.2
013700              GO TO REGISTER-MODULE-EX.                           CVSMRG.2
013800     OPEN     EXTEND REGISTRY-FILE.                               CVSMRG.2
013900     IF       WS-RG-FSTATUS = "35"                                CVSMRG.2
014000              OPEN OUTPUT REGISTRY-FILE.                          CVSMRG.2
014100     MOVE     SPACE TO REGISTRY-REC.                              CVSMRG.2
014200     STRING   WS-NEW-MODULE DELIMITED BY SPACE                    CVSMRG.2
014300              "," DELIMITED BY SIZE                               CVSMRG.2
014400              WS-NEW-SERIES DELIMITED BY SPACE                    CVSMRG.2
014500              "," DELIMITED BY SIZE                               CVSMRG.2
014600              WS-NEW-LEVEL (1:1) DELIMITED BY SIZE                CVSMRG.2
014700              "," DELIMITED BY SIZE                               CVSMRG.2
014800              WS-NEW-COMPANIONS DELIMITED BY SPACE                CVSMRG.2
014900              "," DELIMITED BY SIZE                               CVSMRG.2
015000              WS-NEW-BEDS-BUILT DELIMITED BY SPACE                CVSMRG.2
015100              "," DELIMITED BY SIZE                               CVSMRG.2
015200              WS-NEW-BEDS-USED DELIMITED BY SPACE                 CVSMRG.2
015300              ",A" DELIMITED BY SIZE                              CVSMRG.2
015400              INTO REGISTRY-REC.                                  CVSMRG.2
015500     WRITE    REGISTRY-REC.                                       CVSMRG.2
015600     CLOSE    REGISTRY-FILE.                                      CVSMRG.2
015700     DISPLAY  "CCVSMRG: " WS-NEW-MODULE " REGISTERED ACTIVE".     CVSMRG.2
015800 REGISTER-MODULE-EX.                                              CVSMRG.2
015900     EXIT.                                                        CVSMRG.2
016000 CHECK-NEW-ENTRY.                                                 CVSMRG.2
016100*    THE SAME RULES SERVE A NEW REGISTRATION AND THE V-MODE       CVSMRG.2
016200*    RE-CHECK OF AN EXISTING ROW; WS-VALID-SW COMES BACK "N"      CVSMRG.2
016300*    ON THE FIRST BROKEN RULE, WITH THE REASON DISPLAYED.         CVSMRG.2
016400     MOVE     ZERO TO WS-SER-LEN.                                 CVSMRG.2
016500     INSPECT  WS-NEW-SERIES TALLYING WS-SER-LEN                   CVSMRG.2
016600              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSMRG.2
016700     IF       WS-SER-LEN = ZERO                                   CVSMRG.2
016800              OR WS-NEW-MODULE (1:WS-SER-LEN)                     CVSMRG.2
016900                  NOT = WS-NEW-SERIES (1:WS-SER-LEN)              CVSMRG.2
017000              DISPLAY "CCVSMRG: " WS-NEW-MODULE                   CVSMRG.2
017100                  " -- SERIES IS NOT THE NAME'S PREFIX"           CVSMRG.2
017200              MOVE "N" TO WS-VALID-SW.                            CVSMRG.2
017300     IF       WS-NEW-LEVEL (1:1) NOT = "1" AND NOT = "2"          CVSMRG.2
017400                  AND NOT = "3"                                   CVSMRG.2
017500              OR WS-NEW-LEVEL (2:1) NOT = SPACE                   CVSMRG.2
017600              DISPLAY "CCVSMRG: " WS-NEW-MODULE                   CVSMRG.2
017700                  " -- LEVEL MUST BE 1, 2 OR 3"                   CVSMRG.2
017800              MOVE "N" TO WS-VALID-SW.                            CVSMRG.2
017900     MOVE     SPACES TO WS-PART-TABLE.                            CVSMRG.2
018000     MOVE     WS-NEW-MODULE TO WS-PART (1).                       CVSMRG.2
018100     MOVE     1 TO WS-PART-SUB.                                   CVSMRG.2
018200     PERFORM  CHECK-SOURCE-PRESENT.                               CVSMRG.2
018300     IF       WS-NEW-COMPANIONS NOT = "NONE"                      CVSMRG.2
018400              MOVE WS-NEW-COMPANIONS TO WS-LIST-VALUE             CVSMRG.2
018500              PERFORM SPLIT-LIST-VALUE                            CVSMRG.2
018600              PERFORM CHECK-SOURCE-PRESENT                        CVSMRG.2
018700                  VARYING WS-PART-SUB FROM 1 BY 1                 CVSMRG.2
018800                  UNTIL WS-PART-SUB > 3.                          CVSMRG.2
018900     IF       WS-NEW-BEDS-USED NOT = "NONE"                       CVSMRG.2
019000              MOVE WS-NEW-BEDS-USED TO WS-LIST-VALUE              CVSMRG.2
019100              PERFORM SPLIT-LIST-VALUE                            CVSMRG.2
019200              PERFORM CHECK-BED-BUILDER                           CVSMRG.2
019300                  VARYING WS-PART-SUB FROM 1 BY 1                 CVSMRG.2
019400                  UNTIL WS-PART-SUB > 3.                          CVSMRG.2
019500 SPLIT-LIST-VALUE.                                                CVSMRG.2
019600     MOVE     SPACES TO WS-PART-TABLE.                            CVSMRG.2
019700     UNSTRING WS-LIST-VALUE DELIMITED BY ";"                      CVSMRG.2
019800              INTO WS-PART (1) WS-PART (2) WS-PART (3).           CVSMRG.2
019900 CHECK-SOURCE-PRESENT.                                            CVSMRG.2
020000     IF       WS-PART (WS-PART-SUB) NOT = SPACE                   CVSMRG.2
020100              MOVE SPACES TO WS-SRC-CMD                           CVSMRG.2
020200              STRING "test -f ../" DELIMITED BY SIZE              CVSMRG.2
020300                  WS-PART (WS-PART-SUB) DELIMITED BY SPACE        CVSMRG.2
020400                  ".cob" DELIMITED BY SIZE                        CVSMRG.2
020500                  INTO WS-SRC-CMD                                 CVSMRG.2
020600              CALL "SYSTEM" USING WS-SRC-CMD                      CVSMRG.2
020700              IF RETURN-CODE NOT = 0                              CVSMRG.2
020800                  DISPLAY "CCVSMRG: " WS-NEW-MODULE               CVSMRG.2
020900                      " -- NO SOURCE FOR "                        CVSMRG.2
021000                      WS-PART (WS-PART-SUB)                       CVSMRG.2
021100                  MOVE "N" TO WS-VALID-SW                         CVSMRG.2
021200              END-IF                                              CVSMRG.2
021300              MOVE 0 TO RETURN-CODE                               CVSMRG.2
021400     END-IF.                                                      CVSMRG.2
021500 CHECK-BED-BUILDER.                                               CVSMRG.2
021600     IF       WS-PART (WS-PART-SUB) NOT = SPACE                   CVSMRG.2
021700              MOVE ZERO TO WS-BED-HITS WS-BED-LEN                 CVSMRG.2
021800              INSPECT WS-PART (WS-PART-SUB) TALLYING WS-BED-LEN   CVSMRG.2
021900                  FOR CHARACTERS BEFORE INITIAL SPACE             CVSMRG.2
022000              PERFORM VARYING WS-SUB2 FROM 1 BY 1                 CVSMRG.2
022100                  UNTIL WS-SUB2 > WS-MR-COUNT                     CVSMRG.2
022200                  IF WS-MR-STATUS (WS-SUB2) = "A"                 CVSMRG.2
022300                      INSPECT WS-MR-BEDS-BUILT (WS-SUB2)          CVSMRG.2
022400                          TALLYING WS-BED-HITS FOR ALL            CVSMRG.2
022500                          WS-PART (WS-PART-SUB) (1:WS-BED-LEN)    CVSMRG.2
022600                  END-IF                                          CVSMRG.2
022700              END-PERFORM                                         CVSMRG.2
022800              IF WS-BED-HITS = ZERO                               CVSMRG.2
022900                  DISPLAY "CCVSMRG: " WS-NEW-MODULE               CVSMRG.2
023000                      " -- NO ACTIVE BUILDER FOR BED "            CVSMRG.2
023100                      WS-PART (WS-PART-SUB)                       CVSMRG.2
023200                  MOVE "N" TO WS-VALID-SW                         CVSMRG.2
023300              END-IF                                              CVSMRG.2
023400     END-IF.                                                      CVSMRG.2
023500 RETIRE-MODULE.                                                   CVSMRG.2
023600     IF       WS-MR-COUNT = ZERO                                  CVSMRG.2
023700              DISPLAY "CCVSMRG: NO module_registry.dat"           CVSMRG.2
023800              GO TO RETIRE-MODULE-EX.                             CVSMRG.2
023900     DISPLAY  "CCVSMRG: MODULE TO RETIRE?".                       CVSMRG.2
024000     ACCEPT   WS-NEW-MODULE.                                      CVSMRG.2
024100     MOVE     "N" TO WS-FOUND-SW.                                 CVSMRG.2
024200     PERFORM  VARYING WS-SUB FROM 1 BY 1                          CVSMRG.2
024300              UNTIL WS-SUB > WS-MR-COUNT                          CVSMRG.2
024400         IF WS-MR-MODULE (WS-SUB) = WS-NEW-MODULE                 CVSMRG.2
024500             MOVE "R" TO WS-MR-STATUS (WS-SUB)                    CVSMRG.2
024600             MOVE "Y" TO WS-FOUND-SW                              CVSMRG.2
024700         END-IF                                                   CVSMRG.2
024800     END-PERFORM.                                                 CVSMRG.2
024900     IF       WS-FOUND-SW = "N"                                   CVSMRG.2
025000              DISPLAY "CCVSMRG: " WS-NEW-MODULE                   CVSMRG.2
025100                  " IS NOT REGISTERED"                            CVSMRG.2
025200              GO TO RETIRE-MODULE-EX.                             CVSMRG.2
025300     OPEN     OUTPUT REGISTRY-FILE.                               CVSMRG.2
025400     MOVE     SPACE TO REGISTRY-REC.                              CVSMRG.2
025500     STRING   "*MODULE,SERIES,LEVEL,COMPANIONS," DELIMITED BY SIZECVSMRG.2
025600              "BEDS-BUILT,BEDS-USED,STATUS" DELIMITED BY SIZE     CVSMRG.2
025700              INTO REGISTRY-REC.                                  CVSMRG.2
025800     WRITE    REGISTRY-REC.                                       CVSMRG.2
025900     PERFORM  REWRITE-ONE-ENTRY                                   CVSMRG.2
026000              VARYING WS-SUB FROM 1 BY 1                          CVSMRG.2
026100              UNTIL WS-SUB > WS-MR-COUNT.                         CVSMRG.2
026200     CLOSE    REGISTRY-FILE.                                      CVSMRG.2
026300     DISPLAY  "CCVSMRG: " WS-NEW-MODULE " RETIRED".               CVSMRG.2
026400 RETIRE-MODULE-EX.                                                CVSMRG.2
026500     EXIT.                                                        CVSMRG.2
026600 REWRITE-ONE-ENTRY.                                               CVSMRG.2
026700     MOVE     WS-MR-COMPANIONS (WS-SUB) TO WS-OUT-COMP.           CVSMRG.2
026800     MOVE     WS-MR-BEDS-BUILT (WS-SUB) TO WS-OUT-BUILT.          CVSMRG.2
026900     MOVE     WS-MR-BEDS-USED (WS-SUB) TO WS-OUT-USED.            CVSMRG.2
027000     IF       WS-OUT-COMP = SPACE                                 CVSMRG.2
027100              MOVE "NONE" TO WS-OUT-COMP.                         CVSMRG.2
027200     IF       WS-OUT-BUILT = SPACE                                CVSMRG.2
027300              MOVE "NONE" TO WS-OUT-BUILT.                        CVSMRG.2
027400     IF       WS-OUT-USED = SPACE                                 CVSMRG.2
027500              MOVE "NONE" TO WS-OUT-USED.                         CVSMRG.2
027600     MOVE     SPACE TO REGISTRY-REC.                              CVSMRG.2
027700     STRING   WS-MR-MODULE (WS-SUB) DELIMITED BY SPACE            CVSMRG.2
027800              "," DELIMITED BY SIZE                               CVSMRG.2
027900              WS-MR-SERIES (WS-SUB) DELIMITED BY SPACE            CVSMRG.2
028000              "," DELIMITED BY SIZE                               CVSMRG.2
028100              WS-MR-LEVEL (WS-SUB) DELIMITED BY SIZE              CVSMRG.2
028200              "," DELIMITED BY SIZE                               CVSMRG.2
028300              WS-OUT-COMP DELIMITED BY SPACE                      CVSMRG.2
028400              "," DELIMITED BY SIZE                               CVSMRG.2
028500              WS-OUT-BUILT DELIMITED BY SPACE                     CVSMRG.2
028600              "," DELIMITED BY SIZE                               CVSMRG.2
028700              WS-OUT-USED DELIMITED BY SPACE                      CVSMRG.2
028800              "," DELIMITED BY SIZE                               CVSMRG.2
028900              WS-MR-STATUS (WS-SUB) DELIMITED BY SIZE             CVSMRG.2
029000              INTO REGISTRY-REC.                                  CVSMRG.2
029100     WRITE    REGISTRY-REC.                                       CVSMRG.2
029200 LIST-REGISTRY.                                                   CVSMRG.2
029300     DISPLAY  "CCVSMRG: " WS-MR-COUNT " REGISTERED, "             CVSMRG.2
029400              WS-MR-ACTIVE-COUNT " ACTIVE".                       CVSMRG.2
029500     PERFORM  VARYING WS-SUB FROM 1 BY 1                          CVSMRG.2
029600              UNTIL WS-SUB > WS-MR-COUNT                          CVSMRG.2
029700         DISPLAY "  " WS-MR-MODULE (WS-SUB) " "                   CVSMRG.2
029800             WS-MR-SERIES (WS-SUB) " L" WS-MR-LEVEL (WS-SUB)      CVSMRG.2
029900             " " WS-MR-STATUS (WS-SUB) " "                        CVSMRG.2
030000             WS-MR-COMPANIONS (WS-SUB) (1:18) " "                 CVSMRG.2
030100             WS-MR-BEDS-BUILT (WS-SUB) (1:10) " "                 CVSMRG.2
030200             WS-MR-BEDS-USED (WS-SUB) (1:10)                      CVSMRG.2
030300     END-PERFORM.                                                 CVSMRG.2
030400 VALIDATE-REGISTRY.                                               CVSMRG.2
030500     MOVE     ZERO TO WS-BAD-COUNT.                               CVSMRG.2
030600     PERFORM  VALIDATE-ONE-ENTRY                                  CVSMRG.2
030700              VARYING WS-SUB FROM 1 BY 1                          CVSMRG.2
030800              UNTIL WS-SUB > WS-MR-COUNT.                         CVSMRG.2
030900     IF       WS-BAD-COUNT = ZERO                                 CVSMRG.2
031000              DISPLAY "CCVSMRG: REGISTRY COMPLETE -- "            CVSMRG.2
031100                  WS-MR-ACTIVE-COUNT " ACTIVE MODULE(S)"          CVSMRG.2
031200     ELSE                                                         CVSMRG.2
031300              DISPLAY "CCVSMRG: " WS-BAD-COUNT                    CVSMRG.2
031400                  " INCOMPLETE ENTRY(S)"                          CVSMRG.2
031500              MOVE 8 TO RETURN-CODE                               CVSMRG.2
031600     END-IF.                                                      CVSMRG.2
031700 VALIDATE-ONE-ENTRY.                                              CVSMRG.2
031800     IF       WS-MR-STATUS (WS-SUB) = "A"                         CVSMRG.2
031900              MOVE "Y" TO WS-VALID-SW                             CVSMRG.2
032000              MOVE WS-MR-MODULE (WS-SUB) TO WS-NEW-MODULE         CVSMRG.2
032100              MOVE WS-MR-SERIES (WS-SUB) TO WS-NEW-SERIES         CVSMRG.2
032200              MOVE WS-MR-LEVEL (WS-SUB) TO WS-NEW-LEVEL           CVSMRG.2
032300              MOVE WS-MR-COMPANIONS (WS-SUB) TO WS-NEW-COMPANIONS CVSMRG.2
032400              MOVE WS-MR-BEDS-USED (WS-SUB) TO WS-NEW-BEDS-USED   CVSMRG.2
032500              IF WS-NEW-COMPANIONS = SPACE                        CVSMRG.2
032600                  MOVE "NONE" TO WS-NEW-COMPANIONS                CVSMRG.2
032700              END-IF                                              CVSMRG.2
032800              IF WS-NEW-BEDS-USED = SPACE                         CVSMRG.2
032900                  MOVE "NONE" TO WS-NEW-BEDS-USED                 CVSMRG.2
033000              END-IF                                              CVSMRG.2
033100              PERFORM CHECK-NEW-ENTRY                             CVSMRG.2
033200              IF WS-VALID-SW NOT = "Y"                            CVSMRG.2
033300                  ADD 1 TO WS-BAD-COUNT                           CVSMRG.2
033400              END-IF                                              CVSMRG.2
033500     END-IF.                                                      CVSMRG.2
033600     IF       WS-MR-STATUS (WS-SUB) NOT = "A"                     CVSMRG.2
033700              AND WS-MR-STATUS (WS-SUB) NOT = "R"                 CVSMRG.2
033800              DISPLAY "CCVSMRG: " WS-MR-MODULE (WS-SUB)           CVSMRG.2
033900                  " -- STATUS MUST BE A OR R"                     CVSMRG.2
034000              ADD 1 TO WS-BAD-COUNT.                              CVSMRG.2
