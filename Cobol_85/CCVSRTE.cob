000100 IDENTIFICATION DIVISION.                                         CVSRTE.2
000200 PROGRAM-ID.                                                      CVSRTE.2
000300     CCVSRTE.                                                     CVSRTE.2
000400****************************************************************  CVSRTE.2
000500*                                                              *  CVSRTE.2
000600*    DEVICE-ROUTING CHECK FOR NC324A.                          *  CVSRTE.2
000700*                                                              *  CVSRTE.2
000800*    CCVSLOG AND THE UNATTENDED RUN BOTH DEPEND ON CONSOLE     *  CVSRTE.2
000900*    TRAFFIC GOING WHERE THE MNEMONIC SAYS.  THIS PROGRAM      *  CVSRTE.2
001000*    RUNS NC324A IN A SCRATCH DIRECTORY (devroute_run) SO ITS  *  CVSRTE.2
001100*    REPORT FILES STAY OUT OF THE SUITE TOTALS.  nc324a.dat    *  CVSRTE.2
001200*    IS FED ON STANDARD INPUT, AND STANDARD OUTPUT AND         *  CVSRTE.2
001300*    STANDARD ERROR ARE CAPTURED SEPARATELY TO                 *  CVSRTE.2
001400*    devroute_out.txt AND devroute_err.txt.  IT THEN COUNTS    *  CVSRTE.2
001500*    EVERY NC324A-ROUTE TAG IN BOTH CAPTURES.  A TAG IS        *  CVSRTE.2
001600*    ROUTED CORRECTLY WHEN IT APPEARS EXACTLY ONCE ON ITS      *  CVSRTE.2
001700*    EXPECTED STREAM AND NEVER ON THE OTHER:                   *  CVSRTE.2
001800*                                                              *  CVSRTE.2
001900*        CONSOLE, SYSOUT, NO UPON    STANDARD OUTPUT           *  CVSRTE.2
002000*        SYSERR                      STANDARD ERROR            *  CVSRTE.2
002100*                                                              *  CVSRTE.2
002200*    TAG 06 ALSO ECHOES THE LINE NC324A ACCEPTED FROM THE      *  CVSRTE.2
002300*    CONSOLE MNEMONIC, WHICH MUST BE THE SECOND FEED LINE.     *  CVSRTE.2
002400*    RESULTS GO TO devroute.rpt.  RETURN-CODE IS 0 WHEN ALL    *  CVSRTE.2
002500*    TAGS ARE CORRECT, 8 ON ANY MISROUTE AND 16 WHEN NOTHING   *  CVSRTE.2
002600*    COULD BE CAPTURED.                                        *  CVSRTE.2
002700*                                                              *  CVSRTE.2
002800****************************************************************  CVSRTE.2
002900 ENVIRONMENT DIVISION.                                            CVSRTE.2
003000 CONFIGURATION SECTION.                                           CVSRTE.2
003100 SOURCE-COMPUTER.                                                 CVSRTE.2
003200     COPY CCVSTRG.                                                CVSRTE.2
003300 OBJECT-COMPUTER.                                                 CVSRTE.2
003400     COPY CCVSTRG.                                                CVSRTE.2
003500 INPUT-OUTPUT SECTION.                                            CVSRTE.2
003600 FILE-CONTROL.                                                    CVSRTE.2
003700     SELECT   ROUTE-OUT-FILE ASSIGN TO                            CVSRTE.2
003800     "devroute_out.txt"                                           CVSRTE.2
003900     ORGANIZATION LINE SEQUENTIAL                                 CVSRTE.2
004000     FILE STATUS IS WS-RO-FSTATUS.                                CVSRTE.2
004100     SELECT   ROUTE-ERR-FILE ASSIGN TO                            CVSRTE.2
004200     "devroute_err.txt"                                           CVSRTE.2
004300     ORGANIZATION LINE SEQUENTIAL                                 CVSRTE.2
004400     FILE STATUS IS WS-RE-FSTATUS.                                CVSRTE.2
004500     SELECT   ROUTE-REPORT-FILE ASSIGN TO                         CVSRTE.2
004600     "devroute.rpt"                                               CVSRTE.2
004700     ORGANIZATION LINE SEQUENTIAL                                 CVSRTE.2
004800     FILE STATUS IS WS-RR-FSTATUS.                                CVSRTE.2
004900 DATA DIVISION.                                                   CVSRTE.2
005000 FILE SECTION.                                                    CVSRTE.2
005100 FD  ROUTE-OUT-FILE.                                              CVSRTE.2
005200 01  ROUTE-OUT-REC PIC X(200).                                    CVSRTE.2
005300 FD  ROUTE-ERR-FILE.                                              CVSRTE.2
005400 01  ROUTE-ERR-REC PIC X(200).                                    CVSRTE.2
005500 FD  ROUTE-REPORT-FILE.                                           CVSRTE.2
005600 01  ROUTE-REPORT-REC PIC X(80).                                  CVSRTE.2
005700 WORKING-STORAGE SECTION.                                         CVSRTE.2
005800 77  WS-RO-FSTATUS       PIC XX VALUE SPACE.                      CVSRTE.2
005900 77  WS-RE-FSTATUS       PIC XX VALUE SPACE.                      CVSRTE.2
006000 77  WS-RR-FSTATUS       PIC XX VALUE SPACE.                      CVSRTE.2
006100 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSRTE.2
006200 77  WS-SUB              PIC 9(2) COMP VALUE ZERO.                CVSRTE.2
006300 77  WS-MISROUTED        PIC 9(2) VALUE ZERO.                     CVSRTE.2
006400 77  WS-ECHO-BAD         PIC X  VALUE "N".                        CVSRTE.2
006500 01  WS-RUN-CMD          PIC X(200) VALUE SPACE.                  CVSRTE.2
006600 01  WS-LINE             PIC X(200) VALUE SPACE.                  CVSRTE.2
006700 01  WS-ROUTE-VALUES.                                             CVSRTE.2
006800     02  FILLER PIC X(24) VALUE "NC324A-ROUTE-CONSOLE-01O".       CVSRTE.2
006900     02  FILLER PIC X(24) VALUE "NC324A-ROUTE-SYSOUT-02 O".       CVSRTE.2
007000     02  FILLER PIC X(24) VALUE "NC324A-ROUTE-SYSERR-03 E".       CVSRTE.2
007100     02  FILLER PIC X(24) VALUE "NC324A-ROUTE-DEFAULT-04O".       CVSRTE.2
007200     02  FILLER PIC X(24) VALUE "NC324A-ROUTE-SYSERR-05 E".       CVSRTE.2
007300     02  FILLER PIC X(24) VALUE "NC324A-ROUTE-SYSOUT-06 O".       CVSRTE.2
007400 01  WS-ROUTE-TABLE REDEFINES WS-ROUTE-VALUES.                    CVSRTE.2
007500     02  WS-ROUTE-ENTRY OCCURS 6 TIMES.                           CVSRTE.2
007600         03  WS-ROUTE-TAG    PIC X(23).                           CVSRTE.2
007700         03  WS-ROUTE-STREAM PIC X.                               CVSRTE.2
007800 01  WS-ROUTE-COUNTS.                                             CVSRTE.2
007900     02  WS-ROUTE-COUNT OCCURS 6 TIMES.                           CVSRTE.2
008000         03  WS-OUT-COUNT    PIC 9(3).                            CVSRTE.2
008100         03  WS-ERR-COUNT    PIC 9(3).                            CVSRTE.2
008200 01  WS-ECHO-EXPECTED    PIC X(30) VALUE                          CVSRTE.2
008300     "NC324A 2 VIA CONSOLE".                                      CVSRTE.2
008400 01  WS-REPORT-LINE.                                              CVSRTE.2
008500     02  WS-RL-TAG       PIC X(23).                               CVSRTE.2
008600     02  FILLER          PIC X(2) VALUE SPACE.                    CVSRTE.2
008700     02  WS-RL-EXPECT    PIC X(6).                                CVSRTE.2
008800     02  FILLER          PIC X(9) VALUE "  STDOUT=".              CVSRTE.2
008900     02  WS-RL-OUT       PIC ZZ9.                                 CVSRTE.2
009000     02  FILLER          PIC X(9) VALUE "  STDERR=".              CVSRTE.2
009100     02  WS-RL-ERR       PIC ZZ9.                                 CVSRTE.2
009200     02  FILLER          PIC X(2) VALUE SPACE.                    CVSRTE.2
009300     02  WS-RL-VERDICT   PIC X(9).                                CVSRTE.2
009400 PROCEDURE DIVISION.                                              CVSRTE.2
009500 CCVSRTE-MAIN SECTION.                                            CVSRTE.2
009600 CCVSRTE-START.                                                   CVSRTE.2
009700     MOVE     SPACE TO WS-RUN-CMD.                                CVSRTE.2
009800     STRING   "mkdir -p devroute_run && cd devroute_run && "      CVSRTE.2
009900                  DELIMITED BY SIZE                               CVSRTE.2
010000              "../NC324A <../nc324a.dat >../devroute_out.txt "    CVSRTE.2
010100                  DELIMITED BY SIZE                               CVSRTE.2
010200              "2>../devroute_err.txt" DELIMITED BY SIZE           CVSRTE.2
010300              INTO WS-RUN-CMD.                                    CVSRTE.2
010400     CALL     "SYSTEM" USING WS-RUN-CMD.                          CVSRTE.2
010500     MOVE     ZERO TO WS-ROUTE-COUNTS.                            CVSRTE.2
010600     OPEN     INPUT ROUTE-OUT-FILE.                               CVSRTE.2
010700     IF       WS-RO-FSTATUS NOT = "00"                            CVSRTE.2
010800              DISPLAY "CCVSRTE: NO STANDARD OUTPUT CAPTURE -- "   CVSRTE.2
010900                      "IS NC324A BUILT?"                          CVSRTE.2
011000              MOVE 16 TO RETURN-CODE                              CVSRTE.2
011100              STOP RUN.                                           CVSRTE.2
011200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSRTE.2
011300     PERFORM  READ-OUT-LINE.                                      CVSRTE.2
011400     PERFORM  TALLY-OUT-LINE UNTIL WS-EOF-SWITCH = "Y".           CVSRTE.2
011500     CLOSE    ROUTE-OUT-FILE.                                     CVSRTE.2
011600     OPEN     INPUT ROUTE-ERR-FILE.                               CVSRTE.2
011700     IF       WS-RE-FSTATUS = "00"                                CVSRTE.2
011800              MOVE "N" TO WS-EOF-SWITCH                           CVSRTE.2
011900              PERFORM READ-ERR-LINE                               CVSRTE.2
012000              PERFORM TALLY-ERR-LINE UNTIL WS-EOF-SWITCH = "Y"    CVSRTE.2
012100              CLOSE ROUTE-ERR-FILE.                               CVSRTE.2
012200     OPEN     OUTPUT ROUTE-REPORT-FILE.                           CVSRTE.2
012300     MOVE     "NC324A DEVICE ROUTING: TAG, STREAM, COUNTS"        CVSRTE.2
012400              TO ROUTE-REPORT-REC.                                CVSRTE.2
012500     WRITE    ROUTE-REPORT-REC.                                   CVSRTE.2
012600     PERFORM  REPORT-ONE-TAG                                      CVSRTE.2
012700              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6.        CVSRTE.2
012800     MOVE     SPACE TO ROUTE-REPORT-REC.                          CVSRTE.2
012900     IF       WS-ECHO-BAD = "Y"                                   CVSRTE.2
013000              ADD 1 TO WS-MISROUTED                               CVSRTE.2
013100              MOVE "TAG 06 ECHO IS NOT THE CONSOLE FEED LINE"     CVSRTE.2
013200                  TO ROUTE-REPORT-REC                             CVSRTE.2
013300              WRITE ROUTE-REPORT-REC.                             CVSRTE.2
013400     MOVE     SPACE TO ROUTE-REPORT-REC.                          CVSRTE.2
013500     STRING   "MISROUTED: " DELIMITED BY SIZE                     CVSRTE.2
013600              WS-MISROUTED DELIMITED BY SIZE                      CVSRTE.2
013700              INTO ROUTE-REPORT-REC.                              CVSRTE.2
013800     WRITE    ROUTE-REPORT-REC.                                   CVSRTE.2
013900     CLOSE    ROUTE-REPORT-FILE.                                  CVSRTE.2
014000     IF       WS-MISROUTED = ZERO                                 CVSRTE.2
014100              DISPLAY "CCVSRTE: ALL DEVICE ROUTING CORRECT"       CVSRTE.2
014200              MOVE 0 TO RETURN-CODE                               CVSRTE.2
014300     ELSE                                                         CVSRTE.2
014400              DISPLAY "CCVSRTE: " WS-MISROUTED                    CVSRTE.2
014500                      " ROUTING ERROR(S) -- SEE devroute.rpt"     CVSRTE.2
014600              MOVE 8 TO RETURN-CODE.                              CVSRTE.2
014700     STOP     RUN.                                                CVSRTE.2
014800 READ-OUT-LINE.                                                   CVSRTE.2
014900     READ     ROUTE-OUT-FILE INTO WS-LINE                         CVSRTE.2
015000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRTE.2
015100 TALLY-OUT-LINE.                                                  CVSRTE.2
015200     PERFORM  MATCH-OUT-TAG                                       CVSRTE.2
015300              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6.        CVSRTE.2
015400     PERFORM  READ-OUT-LINE.                                      CVSRTE.2
015500 MATCH-OUT-TAG.                                                   CVSRTE.2
015600     IF       WS-LINE (1:23) = WS-ROUTE-TAG (WS-SUB)              CVSRTE.2
015700              ADD 1 TO WS-OUT-COUNT (WS-SUB)                      CVSRTE.2
015800              IF  WS-SUB = 6                                      CVSRTE.2
015900                  AND WS-LINE (24:30) NOT = WS-ECHO-EXPECTED      CVSRTE.2
016000                  MOVE "Y" TO WS-ECHO-BAD.                        CVSRTE.2
016100 READ-ERR-LINE.                                                   CVSRTE.2
016200     READ     ROUTE-ERR-FILE INTO WS-LINE                         CVSRTE.2
016300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRTE.2
016400 TALLY-ERR-LINE.                                                  CVSRTE.2
016500     PERFORM  MATCH-ERR-TAG                                       CVSRTE.2
016600              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6.        CVSRTE.2
016700     PERFORM  READ-ERR-LINE.                                      CVSRTE.2
016800 MATCH-ERR-TAG.                                                   CVSRTE.2
016900     IF       WS-LINE (1:23) = WS-ROUTE-TAG (WS-SUB)              CVSRTE.2
017000              ADD 1 TO WS-ERR-COUNT (WS-SUB).                     CVSRTE.2
017100 REPORT-ONE-TAG.                                                  CVSRTE.2
017200     MOVE     WS-ROUTE-TAG (WS-SUB) TO WS-RL-TAG.                 CVSRTE.2
017300     MOVE     WS-OUT-COUNT (WS-SUB) TO WS-RL-OUT.                 CVSRTE.2
017400     MOVE     WS-ERR-COUNT (WS-SUB) TO WS-RL-ERR.                 CVSRTE.2
017500     MOVE     "CORRECT" TO WS-RL-VERDICT.                         CVSRTE.2
017600     IF       WS-ROUTE-STREAM (WS-SUB) = "O"                      CVSRTE.2
017700              MOVE "STDOUT" TO WS-RL-EXPECT                       CVSRTE.2
017800              IF  WS-OUT-COUNT (WS-SUB) NOT = 1                   CVSRTE.2
017900                  OR WS-ERR-COUNT (WS-SUB) NOT = ZERO             CVSRTE.2
018000                  MOVE "MISROUTED" TO WS-RL-VERDICT               CVSRTE.2
018100              END-IF                                              CVSRTE.2
018200     ELSE                                                         CVSRTE.2
018300              MOVE "STDERR" TO WS-RL-EXPECT                       CVSRTE.2
018400              IF  WS-ERR-COUNT (WS-SUB) NOT = 1                   CVSRTE.2
018500                  OR WS-OUT-COUNT (WS-SUB) NOT = ZERO             CVSRTE.2
018600                  MOVE "MISROUTED" TO WS-RL-VERDICT               CVSRTE.2
018700              END-IF                                              CVSRTE.2
018800     END-IF.                                                      CVSRTE.2
018900     IF       WS-RL-VERDICT = "MISROUTED"                         CVSRTE.2
019000              ADD 1 TO WS-MISROUTED.                              CVSRTE.2
019100     MOVE     WS-REPORT-LINE TO ROUTE-REPORT-REC.                 CVSRTE.2
019200     WRITE    ROUTE-REPORT-REC.                                   CVSRTE.2
