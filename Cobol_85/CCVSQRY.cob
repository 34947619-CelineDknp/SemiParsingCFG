000100 IDENTIFICATION DIVISION.                                         CVSQRY.2
000200 PROGRAM-ID.                                                      CVSQRY.2
000300     CCVSQRY.                                                     CVSQRY.2
000400****************************************************************  CVSQRY.2
000500*                                                              *  CVSQRY.2
000600*    CROSS-RUN AD HOC QUERY OVER THE RESULTS MASTER.           *  CVSQRY.2
000700*                                                              *  CVSQRY.2
000800*    THE WORKBENCH BROWSES ONE RUN AND CCVSIXM LOOKS UP ONE    *  CVSQRY.2
000900*    MODULE OF ONE RUN; "EVERY FAIL ON FEATURE-CODE RW ACROSS  *  CVSQRY.2
001000*    BUILDS 40-55" STILL MEANT EXPORTING CSVS AND GREPPING.    *  CVSQRY.2
001100*    THIS PROGRAM READS results_master.idx ACROSS RUNS AND     *  CVSQRY.2
001200*    FILTERS IT BY ANY OF (BLANK MEANS ANY):                   *  CVSQRY.2
001300*                                                              *  CVSQRY.2
001400*        RUNS      RUN-ID, OR LOW-HIGH (40-55); THE MASTER     *  CVSQRY.2
001500*                  IS STARTED AT THE LOW RUN'S KEY,            *  CVSQRY.2
001600*        BUILD     BUILD TAG, OR A NUMERIC LOW-HIGH RANGE;     *  CVSQRY.2
001700*                  A RUN'S BUILD COMES FROM run_registry.dat,  *  CVSQRY.2
001800*                  OR vault_index.dat FOR A RUN NOT IN IT,     *  CVSQRY.2
001900*        SERIES    MODULE-NAME PREFIX (IX, SQ, NC105 ...),     *  CVSQRY.2
002000*        FEATCODE  FEATURE-CODE, EXACTLY,                      *  CVSQRY.2
002100*        PF        P-OR-F PREFIX (PASS, FAIL, INSPT, DELET),   *  CVSQRY.2
002200*        CITE      ANSI CLAUSE CITATION PREFIX, FROM THE       *  CVSQRY.2
002300*                  ansi_map.csv FEED (SEE CCVSANS),            *  CVSQRY.2
002400*                                                              *  CVSQRY.2
002500*    AND EITHER LISTS THE MATCHING ROWS OR GROUPS AND COUNTS   *  CVSQRY.2
002600*    THEM BY RUN, BUILD, MODULE, SERIES, FEATCODE, PARNAME,    *  CVSQRY.2
002700*    PF OR CITE.  OUTPUT C GOES TO THE CONSOLE; OUTPUT V ALSO  *  CVSQRY.2
002800*    WRITES query_<name>.csv (query_adhoc.csv FOR AN UNSAVED   *  CVSQRY.2
002900*    QUERY).                                                   *  CVSQRY.2
003000*                                                              *  CVSQRY.2
003100*    NAMED QUERIES ARE KEPT IN query_library.dat SO THE SAME   *  CVSQRY.2
003200*    QUESTION CAN BE RE-ASKED EACH MONTH, ONE PER LINE:        *  CVSQRY.2
003300*                                                              *  CVSQRY.2
003400*        NAME|RUNS|BUILD|SERIES|FEATCODE|PF|CITE|GROUP|OUT     *  CVSQRY.2
003500*                                                              *  CVSQRY.2
003600*    (LINES STARTING * ARE COMMENTS).                          *  CVSQRY.2
003700*                                                              *  CVSQRY.2
003800*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSQRY.2
003900*        R  RUN A SAVED QUERY (THE NAME IS PROMPTED FOR),      *  CVSQRY.2
004000*        A  ASK AN AD HOC QUERY, CRITERION BY CRITERION, AND   *  CVSQRY.2
004100*           OPTIONALLY SAVE IT UNDER A NAME (AN EXISTING       *  CVSQRY.2
004200*           QUERY OF THAT NAME IS REPLACED),                   *  CVSQRY.2
004300*        L  LIST THE QUERY LIBRARY.                            *  CVSQRY.2
004400*                                                              *  CVSQRY.2
004500*    RETURN CODE 0 WHEN ROWS MATCHED, 4 WHEN NONE DID, 8 WHEN  *  CVSQRY.2
004600*    THERE IS NO MASTER OR NO SUCH SAVED QUERY.                *  CVSQRY.2
004700*                                                              *  CVSQRY.2
004800****************************************************************  CVSQRY.2
004900 ENVIRONMENT DIVISION.                                            CVSQRY.2
005000 CONFIGURATION SECTION.                                           CVSQRY.2
005100 SOURCE-COMPUTER.                                                 CVSQRY.2
005200     COPY CCVSTRG.                                                CVSQRY.2
005300 OBJECT-COMPUTER.                                                 CVSQRY.2
005400     COPY CCVSTRG.                                                CVSQRY.2
005500 INPUT-OUTPUT SECTION.                                            CVSQRY.2
005600 FILE-CONTROL.                                                    CVSQRY.2
005700     SELECT   RESULTS-MASTER-FILE                                 CVSQRY.2
005800     ACCESS MODE IS DYNAMIC                                       CVSQRY.2
005900     RECORD KEY IS IXM-KEY                                        CVSQRY.2
006000     ORGANIZATION IS INDEXED                                      CVSQRY.2
006100     ASSIGN TO                                                    CVSQRY.2
006200     "results_master.idx"                                         CVSQRY.2
006300     FILE STATUS IS WS-IXM-FSTATUS.                               CVSQRY.2
006400     SELECT   QUERY-LIBRARY-FILE ASSIGN TO                        CVSQRY.2
006500     "query_library.dat"                                          CVSQRY.2
006600     ORGANIZATION LINE SEQUENTIAL                                 CVSQRY.2
006700     FILE STATUS IS WS-QL-FSTATUS.                                CVSQRY.2
006800     SELECT   REGISTRY-FILE ASSIGN TO                             CVSQRY.2
006900     "run_registry.dat"                                           CVSQRY.2
007000     ORGANIZATION LINE SEQUENTIAL                                 CVSQRY.2
007100     FILE STATUS IS WS-RG-FSTATUS.                                CVSQRY.2
007200     SELECT   VAULT-INDEX-FILE ASSIGN TO                          CVSQRY.2
007300     "vault_index.dat"                                            CVSQRY.2
007400     ORGANIZATION LINE SEQUENTIAL                                 CVSQRY.2
007500     FILE STATUS IS WS-VI-FSTATUS.                                CVSQRY.2
007600     SELECT   ANSI-MAP-FILE ASSIGN TO                             CVSQRY.2
007700     "ansi_map.csv"                                               CVSQRY.2
007800     ORGANIZATION LINE SEQUENTIAL                                 CVSQRY.2
007900     FILE STATUS IS WS-AM-FSTATUS.                                CVSQRY.2
008000     SELECT   QUERY-CSV-FILE ASSIGN TO                            CVSQRY.2
008100     DYNAMIC WS-CSV-FNAME                                         CVSQRY.2
008200     ORGANIZATION LINE SEQUENTIAL                                 CVSQRY.2
008300     FILE STATUS IS WS-QC-FSTATUS.                                CVSQRY.2
008400 DATA DIVISION.                                                   CVSQRY.2
008500 FILE SECTION.                                                    CVSQRY.2
008600 FD  RESULTS-MASTER-FILE.                                         CVSQRY.2
008700 01  IXM-REC.                                                     CVSQRY.2
008800     02 IXM-KEY.                                                  CVSQRY.2
008900        03 IXM-RUN-ID   PIC 9(4).                                 CVSQRY.2
009000        03 IXM-MODULE   PIC X(8).                                 CVSQRY.2
009100        03 IXM-PARNAME  PIC X(22).                                CVSQRY.2
009200     02 IXM-P-OR-F      PIC X(5).                                 CVSQRY.2
009300     02 IXM-FEATURE     PIC X(20).                                CVSQRY.2
009400     02 IXM-FEATCODE    PIC X(8).                                 CVSQRY.2
009500 FD  QUERY-LIBRARY-FILE.                                          CVSQRY.2
009600 01  QUERY-LIBRARY-REC PIC X(120).                                CVSQRY.2
009700 FD  REGISTRY-FILE.                                               CVSQRY.2
009800 01  REGISTRY-REC PIC X(100).                                     CVSQRY.2
009900 FD  VAULT-INDEX-FILE.                                            CVSQRY.2
010000 01  VAULT-INDEX-REC PIC X(120).                                  CVSQRY.2
010100 FD  ANSI-MAP-FILE.                                               CVSQRY.2
010200 01  ANSI-MAP-REC PIC X(60).                                      CVSQRY.2
010300 FD  QUERY-CSV-FILE.                                              CVSQRY.2
010400 01  QUERY-CSV-REC PIC X(120).                                    CVSQRY.2
010500 WORKING-STORAGE SECTION.                                         CVSQRY.2
010600 77  WS-IXM-FSTATUS     PIC XX VALUE SPACE.                       CVSQRY.2
010700 77  WS-QL-FSTATUS      PIC XX VALUE SPACE.                       CVSQRY.2
010800 77  WS-RG-FSTATUS      PIC XX VALUE SPACE.                       CVSQRY.2
010900 77  WS-VI-FSTATUS      PIC XX VALUE SPACE.                       CVSQRY.2
011000 77  WS-AM-FSTATUS      PIC XX VALUE SPACE.                       CVSQRY.2
011100 77  WS-QC-FSTATUS      PIC XX VALUE SPACE.                       CVSQRY.2
011200 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSQRY.2
011300 77  WS-MODE            PIC X  VALUE SPACE.                       CVSQRY.2
011400 77  WS-ROW-SWITCH      PIC X  VALUE "Y".                         CVSQRY.2
011500     88  WS-ROW-MATCHES     VALUE "Y".                            CVSQRY.2
011600 77  WS-CSV-SWITCH      PIC X  VALUE "N".                         CVSQRY.2
011700     88  WS-CSV-OPEN        VALUE "Y".                            CVSQRY.2
011800 77  WS-CITE-SWITCH     PIC X  VALUE "N".                         CVSQRY.2
011900     88  WS-CITE-WANTED     VALUE "Y".                            CVSQRY.2
012000 77  WS-LIB-COUNT       PIC 9(3) VALUE ZERO.                      CVSQRY.2
012100 77  WS-LIB-SUB         PIC 9(3) COMP VALUE ZERO.                 CVSQRY.2
012200 77  WS-LIB-FOUND       PIC 9(3) COMP VALUE ZERO.                 CVSQRY.2
012300 77  WS-BLD-COUNT       PIC 9(4) COMP VALUE ZERO.                 CVSQRY.2
012400 77  WS-BLD-SUB         PIC 9(4) COMP VALUE ZERO.                 CVSQRY.2
012500 77  WS-BLD-FOUND       PIC 9(4) COMP VALUE ZERO.                 CVSQRY.2
012600 77  WS-ANS-COUNT       PIC 9(4) COMP VALUE ZERO.                 CVSQRY.2
012700 77  WS-ANS-SUB         PIC 9(4) COMP VALUE ZERO.                 CVSQRY.2
012800 77  WS-GRP-COUNT       PIC 9(3) COMP VALUE ZERO.                 CVSQRY.2
012900 77  WS-GRP-SUB         PIC 9(3) COMP VALUE ZERO.                 CVSQRY.2
013000 77  WS-GRP-FOUND       PIC 9(3) COMP VALUE ZERO.                 CVSQRY.2
013100 77  WS-SIZE-LEN        PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013200 77  WS-SER-LEN         PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013300 77  WS-FC-LEN          PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013400 77  WS-PF-LEN          PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013500 77  WS-CITE-LEN        PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013600 77  WS-BLD-LEN         PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013700 77  WS-DASH-CT         PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013800 77  WS-SCAN-POS        PIC 9(2) COMP VALUE ZERO.                 CVSQRY.2
013900 77  WS-RUN-LO          PIC 9(4) VALUE ZERO.                      CVSQRY.2
014000 77  WS-RUN-HI          PIC 9(4) VALUE 9999.                      CVSQRY.2
014100 77  WS-BLD-LO          PIC 9(8) VALUE ZERO.                      CVSQRY.2
014200 77  WS-BLD-HI          PIC 9(8) VALUE ZERO.                      CVSQRY.2
014300 77  WS-BLD-NUM         PIC 9(8) VALUE ZERO.                      CVSQRY.2
014400 77  WS-READ-CT         PIC 9(7) VALUE ZERO.                      CVSQRY.2
014500 77  WS-MATCH-CT        PIC 9(7) VALUE ZERO.                      CVSQRY.2
014600 77  WS-JOB-RC          PIC 9(2) VALUE ZERO.                      CVSQRY.2
014700 01  WS-QUERY-NAME      PIC X(16) VALUE SPACE.                    CVSQRY.2
014800 01  WS-CSV-FNAME       PIC X(40) VALUE SPACE.                    CVSQRY.2
014900 01  WS-WORK-REC        PIC X(120).                               CVSQRY.2
015000 01  WS-FIELD-TABLE.                                              CVSQRY.2
015100     02  WS-FIELD       PIC X(24) OCCURS 9 TIMES.                 CVSQRY.2
015200*    THE QUERY IN HAND, SAVED OR AD HOC.                          CVSQRY.2
015300 01  WS-QUERY.                                                    CVSQRY.2
015400     02  WS-Q-RUNS      PIC X(9)  VALUE SPACE.                    CVSQRY.2
015500     02  WS-Q-BUILD     PIC X(17) VALUE SPACE.                    CVSQRY.2
015600     02  WS-Q-SERIES    PIC X(8)  VALUE SPACE.                    CVSQRY.2
015700     02  WS-Q-FEATCODE  PIC X(8)  VALUE SPACE.                    CVSQRY.2
015800     02  WS-Q-PF        PIC X(5)  VALUE SPACE.                    CVSQRY.2
015900     02  WS-Q-CITE      PIC X(24) VALUE SPACE.                    CVSQRY.2
016000     02  WS-Q-GROUP     PIC X(8)  VALUE SPACE.                    CVSQRY.2
016100     02  WS-Q-OUT       PIC X     VALUE "C".                      CVSQRY.2
016200 01  WS-SIZE-TEXT       PIC X(24) VALUE SPACE.                    CVSQRY.2
016300 01  WS-BLD-LO-TEXT     PIC X(8)  VALUE SPACE.                    CVSQRY.2
016400 01  WS-BLD-HI-TEXT     PIC X(8)  VALUE SPACE.                    CVSQRY.2
016500 01  WS-ROW-BUILD       PIC X(16) VALUE SPACE.                    CVSQRY.2
016600 01  WS-ROW-CITE        PIC X(24) VALUE SPACE.                    CVSQRY.2
016700 01  WS-ROW-SERIES      PIC X(8)  VALUE SPACE.                    CVSQRY.2
016800 01  WS-GROUP-KEY       PIC X(24) VALUE SPACE.                    CVSQRY.2
016900 01  WS-LIB-TABLE.                                                CVSQRY.2
017000     02  WS-LIB-ENTRY OCCURS 100 TIMES.                           CVSQRY.2
017100         03  WS-LIB-NAME    PIC X(16).                            CVSQRY.2
017200         03  WS-LIB-LINE    PIC X(120).                           CVSQRY.2
017300 01  WS-BLD-TABLE.                                                CVSQRY.2
017400     02  WS-BLD-ENTRY OCCURS 1000 TIMES.                          CVSQRY.2
017500         03  WS-BLD-RUN     PIC 9(4).                             CVSQRY.2
017600         03  WS-BLD-TAG     PIC X(16).                            CVSQRY.2
017700 01  WS-ANS-TABLE.                                                CVSQRY.2
017800     02  WS-ANS-ENTRY OCCURS 2000 TIMES.                          CVSQRY.2
017900         03  WS-ANS-PGM     PIC X(10).                            CVSQRY.2
018000         03  WS-ANS-PAR     PIC X(24).                            CVSQRY.2
018100         03  WS-ANS-CITE    PIC X(24).                            CVSQRY.2
018200 01  WS-GRP-TABLE.                                                CVSQRY.2
018300     02  WS-GRP-ENTRY OCCURS 500 TIMES.                           CVSQRY.2
018400         03  WS-GRP-KEY     PIC X(24).                            CVSQRY.2
018500         03  WS-GRP-CT      PIC 9(7).                             CVSQRY.2
018600 01  WS-GRP-OTHER-CT    PIC 9(7) VALUE ZERO.                      CVSQRY.2
018700 PROCEDURE DIVISION.                                              CVSQRY.2
018800 CCVSQRY-MAIN SECTION.                                            CVSQRY.2
018900 CCVSQRY-START.                                                   CVSQRY.2
019000     DISPLAY  "CCVSQRY: R=RUN SAVED QUERY, A=AD HOC QUERY, "      CVSQRY.2
019100              "L=LIST QUERY LIBRARY?".                            CVSQRY.2
019200     ACCEPT   WS-MODE.                                            CVSQRY.2
019300     PERFORM  LOAD-QUERY-LIBRARY THRU LOAD-QUERY-LIBRARY-EX.      CVSQRY.2
019400     EVALUATE WS-MODE                                             CVSQRY.2
019500         WHEN "R"                                                 CVSQRY.2
019600         WHEN "r"                                                 CVSQRY.2
019700             PERFORM RUN-SAVED-QUERY                              CVSQRY.2
019800                 THRU RUN-SAVED-QUERY-EX                          CVSQRY.2
019900         WHEN "A"                                                 CVSQRY.2
020000         WHEN "a"                                                 CVSQRY.2
020100             PERFORM ASK-AD-HOC-QUERY                             CVSQRY.2
020200                 THRU ASK-AD-HOC-QUERY-EX                         CVSQRY.2
020300         WHEN "L"                                                 CVSQRY.2
020400         WHEN "l"                                                 CVSQRY.2
020500             PERFORM LIST-QUERY-LIBRARY                           CVSQRY.2
020600         WHEN OTHER                                               CVSQRY.2
020700             DISPLAY "CCVSQRY: NO SUCH MODE"                      CVSQRY.2
020800     END-EVALUATE.                                                CVSQRY.2
020900     MOVE     WS-JOB-RC TO RETURN-CODE.                           CVSQRY.2
021000     STOP     RUN.                                                CVSQRY.2
021100 LOAD-QUERY-LIBRARY.                                              CVSQRY.2
021200     OPEN     INPUT QUERY-LIBRARY-FILE.                           CVSQRY.2
021300     IF       WS-QL-FSTATUS NOT = "00"                            CVSQRY.2
021400              GO TO LOAD-QUERY-LIBRARY-EX.                        CVSQRY.2
021500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRY.2
021600     PERFORM  READ-LIBRARY-LINE.                                  CVSQRY.2
021700     PERFORM  STORE-LIBRARY-LINE UNTIL WS-EOF-SWITCH = "Y".       CVSQRY.2
021800     CLOSE    QUERY-LIBRARY-FILE.                                 CVSQRY.2
021900 LOAD-QUERY-LIBRARY-EX.                                           CVSQRY.2
022000     EXIT.                                                        CVSQRY.2
022100 READ-LIBRARY-LINE.                                               CVSQRY.2
022200     READ     QUERY-LIBRARY-FILE                                  CVSQRY.2
022300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRY.2
022400 STORE-LIBRARY-LINE.                                              CVSQRY.2
022500     IF       QUERY-LIBRARY-REC NOT = SPACE                       CVSQRY.2
022600              AND QUERY-LIBRARY-REC (1:1) NOT = "*"               CVSQRY.2
022700              AND WS-LIB-COUNT < 100                              CVSQRY.2
022800              ADD 1 TO WS-LIB-COUNT                               CVSQRY.2
022900              MOVE QUERY-LIBRARY-REC TO WS-LIB-LINE (WS-LIB-COUNT)CVSQRY.2
023000              MOVE SPACE TO WS-LIB-NAME (WS-LIB-COUNT)            CVSQRY.2
023100              UNSTRING QUERY-LIBRARY-REC DELIMITED BY "|"         CVSQRY.2
023200                  INTO WS-LIB-NAME (WS-LIB-COUNT).                CVSQRY.2
023300     PERFORM  READ-LIBRARY-LINE.                                  CVSQRY.2
023400 LIST-QUERY-LIBRARY.                                              CVSQRY.2
023500     DISPLAY  "CCVSQRY: " WS-LIB-COUNT " SAVED QUERY(IES) IN "    CVSQRY.2
023600              "query_library.dat".                                CVSQRY.2
023700     PERFORM  SHOW-LIBRARY-LINE                                   CVSQRY.2
023800              VARYING WS-LIB-SUB FROM 1 BY 1                      CVSQRY.2
023900              UNTIL WS-LIB-SUB > WS-LIB-COUNT.                    CVSQRY.2
024000 SHOW-LIBRARY-LINE.                                               CVSQRY.2
024100     DISPLAY  "  " WS-LIB-LINE (WS-LIB-SUB) (1:76).               CVSQRY.2
024200 RUN-SAVED-QUERY.                                                 CVSQRY.2
024300     DISPLAY  "CCVSQRY: SAVED QUERY NAME?".                       CVSQRY.2
024400     ACCEPT   WS-QUERY-NAME.                                      CVSQRY.2
024500     MOVE     ZERO TO WS-LIB-FOUND.                               CVSQRY.2
024600     PERFORM  MATCH-LIBRARY-NAME                                  CVSQRY.2
024700              VARYING WS-LIB-SUB FROM 1 BY 1                      CVSQRY.2
024800              UNTIL WS-LIB-SUB > WS-LIB-COUNT                     CVSQRY.2
024900              OR WS-LIB-FOUND > ZERO.                             CVSQRY.2
025000     IF       WS-LIB-FOUND = ZERO                                 CVSQRY.2
025100              DISPLAY "CCVSQRY: NO SAVED QUERY " WS-QUERY-NAME    CVSQRY.2
025200              MOVE 8 TO WS-JOB-RC                                 CVSQRY.2
025300              GO TO RUN-SAVED-QUERY-EX.                           CVSQRY.2
025400     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSQRY.2
025500     UNSTRING WS-LIB-LINE (WS-LIB-FOUND) DELIMITED BY "|"         CVSQRY.2
025600              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSQRY.2
025700                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSQRY.2
025800                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9).        CVSQRY.2
025900     MOVE     WS-FIELD (2) TO WS-Q-RUNS.                          CVSQRY.2
026000     MOVE     WS-FIELD (3) TO WS-Q-BUILD.                         CVSQRY.2
026100     MOVE     WS-FIELD (4) TO WS-Q-SERIES.                        CVSQRY.2
026200     MOVE     WS-FIELD (5) TO WS-Q-FEATCODE.                      CVSQRY.2
026300     MOVE     WS-FIELD (6) TO WS-Q-PF.                            CVSQRY.2
026400     MOVE     WS-FIELD (7) TO WS-Q-CITE.                          CVSQRY.2
026500     MOVE     WS-FIELD (8) TO WS-Q-GROUP.                         CVSQRY.2
026600     MOVE     WS-FIELD (9) TO WS-Q-OUT.                           CVSQRY.2
026700     PERFORM  EXECUTE-QUERY THRU EXECUTE-QUERY-EX.                CVSQRY.2
026800 RUN-SAVED-QUERY-EX.                                              CVSQRY.2
026900     EXIT.                                                        CVSQRY.2
027000 MATCH-LIBRARY-NAME.                                              CVSQRY.2
027100     IF       WS-LIB-NAME (WS-LIB-SUB) = WS-QUERY-NAME            CVSQRY.2
027200              MOVE WS-LIB-SUB TO WS-LIB-FOUND.                    CVSQRY.2
027300 ASK-AD-HOC-QUERY.                                                CVSQRY.2
027400     DISPLAY  "CCVSQRY: RUN-ID OR LOW-HIGH (BLANK = ALL)?".       CVSQRY.2
027500     ACCEPT   WS-Q-RUNS.                                          CVSQRY.2
027600     DISPLAY  "CCVSQRY: BUILD OR LOW-HIGH (BLANK = ALL)?".        CVSQRY.2
027700     ACCEPT   WS-Q-BUILD.                                         CVSQRY.2
027800     DISPLAY  "CCVSQRY: SERIES / MODULE PREFIX (BLANK = ALL)?".   CVSQRY.2
027900     ACCEPT   WS-Q-SERIES.                                        CVSQRY.2
028000     DISPLAY  "CCVSQRY: FEATURE-CODE (BLANK = ALL)?".             CVSQRY.2
028100     ACCEPT   WS-Q-FEATCODE.                                      CVSQRY.2
028200     DISPLAY  "CCVSQRY: P-OR-F PASS/FAIL/INSPT/DELET "            CVSQRY.2
028300              "(BLANK = ALL)?".                                   CVSQRY.2
028400     ACCEPT   WS-Q-PF.                                            CVSQRY.2
028500     DISPLAY  "CCVSQRY: CLAUSE CITATION PREFIX (BLANK = ALL)?".   CVSQRY.2
028600     ACCEPT   WS-Q-CITE.                                          CVSQRY.2
028700     DISPLAY  "CCVSQRY: GROUP BY RUN/BUILD/MODULE/SERIES/"        CVSQRY.2
028800              "FEATCODE/PARNAME/PF/CITE (BLANK = LIST ROWS)?".    CVSQRY.2
028900     ACCEPT   WS-Q-GROUP.                                         CVSQRY.2
029000     DISPLAY  "CCVSQRY: OUTPUT C=CONSOLE, V=CONSOLE AND CSV?".    CVSQRY.2
029100     ACCEPT   WS-Q-OUT.                                           CVSQRY.2
029200     DISPLAY  "CCVSQRY: SAVE AS (BLANK = DO NOT SAVE)?".          CVSQRY.2
029300     ACCEPT   WS-QUERY-NAME.                                      CVSQRY.2
029400     IF       WS-QUERY-NAME NOT = SPACE                           CVSQRY.2
029500              PERFORM SAVE-QUERY THRU SAVE-QUERY-EX.              CVSQRY.2
029600     PERFORM  EXECUTE-QUERY THRU EXECUTE-QUERY-EX.                CVSQRY.2
029700 ASK-AD-HOC-QUERY-EX.                                             CVSQRY.2
029800     EXIT.                                                        CVSQRY.2
029900 SAVE-QUERY.                                                      CVSQRY.2
030000*    THE LIBRARY IS REWRITTEN WHOLE; A QUERY OF THE SAME NAME IS  CVSQRY.2
030100*    REPLACED IN PLACE, A NEW ONE GOES ON THE END.                CVSQRY.2
030200     MOVE     ZERO TO WS-LIB-FOUND.                               CVSQRY.2
030300     PERFORM  MATCH-LIBRARY-NAME                                  CVSQRY.2
030400              VARYING WS-LIB-SUB FROM 1 BY 1                      CVSQRY.2
030500              UNTIL WS-LIB-SUB > WS-LIB-COUNT                     CVSQRY.2
030600              OR WS-LIB-FOUND > ZERO.                             CVSQRY.2
030700     IF       WS-LIB-FOUND = ZERO                                 CVSQRY.2
030800              AND WS-LIB-COUNT NOT < 100                          CVSQRY.2
030900              DISPLAY "CCVSQRY: QUERY LIBRARY FULL -- NOT SAVED"  CVSQRY.2
031000              GO TO SAVE-QUERY-EX.                                CVSQRY.2
031100     IF       WS-LIB-FOUND = ZERO                                 CVSQRY.2
031200              ADD 1 TO WS-LIB-COUNT                               CVSQRY.2
031300              MOVE WS-LIB-COUNT TO WS-LIB-FOUND.                  CVSQRY.2
031400     MOVE     WS-QUERY-NAME TO WS-LIB-NAME (WS-LIB-FOUND).        CVSQRY.2
031500     MOVE     SPACE TO WS-LIB-LINE (WS-LIB-FOUND).                CVSQRY.2
031600     STRING   WS-QUERY-NAME DELIMITED BY SPACE                    CVSQRY.2
031700              "|" WS-Q-RUNS DELIMITED BY SPACE                    CVSQRY.2
031800              "|" WS-Q-BUILD DELIMITED BY SPACE                   CVSQRY.2
031900              "|" WS-Q-SERIES DELIMITED BY SPACE                  CVSQRY.2
032000              "|" WS-Q-FEATCODE DELIMITED BY SPACE                CVSQRY.2
032100              "|" WS-Q-PF DELIMITED BY SPACE                      CVSQRY.2
032200              "|" DELIMITED BY SIZE                               CVSQRY.2
032300              WS-Q-CITE DELIMITED BY "  "                         CVSQRY.2
032400              "|" WS-Q-GROUP DELIMITED BY SPACE                   CVSQRY.2
032500              "|" WS-Q-OUT DELIMITED BY SIZE                      CVSQRY.2
032600              INTO WS-LIB-LINE (WS-LIB-FOUND).                    CVSQRY.2
032700     OPEN     OUTPUT QUERY-LIBRARY-FILE.                          CVSQRY.2
032800     MOVE     "*NAME|RUNS|BUILD|SERIES|FEATCODE|PF|CITE|GROUP|OUT"CVSQRY.2
032900              TO QUERY-LIBRARY-REC.                               CVSQRY.2
033000     WRITE    QUERY-LIBRARY-REC.                                  CVSQRY.2
033100     PERFORM  WRITE-LIBRARY-LINE                                  CVSQRY.2
033200              VARYING WS-LIB-SUB FROM 1 BY 1                      CVSQRY.2
033300              UNTIL WS-LIB-SUB > WS-LIB-COUNT.                    CVSQRY.2
033400     CLOSE    QUERY-LIBRARY-FILE.                                 CVSQRY.2
033500     DISPLAY  "CCVSQRY: QUERY " WS-QUERY-NAME " SAVED".           CVSQRY.2
033600 SAVE-QUERY-EX.                                                   CVSQRY.2
033700     EXIT.                                                        CVSQRY.2
033800 WRITE-LIBRARY-LINE.                                              CVSQRY.2
033900     MOVE     WS-LIB-LINE (WS-LIB-SUB) TO QUERY-LIBRARY-REC.      CVSQRY.2
034000     WRITE    QUERY-LIBRARY-REC.                                  CVSQRY.2
034100 EXECUTE-QUERY.                                                   CVSQRY.2
034200     PERFORM  PREPARE-FILTERS THRU PREPARE-FILTERS-EX.            CVSQRY.2
034300     OPEN     INPUT RESULTS-MASTER-FILE.                          CVSQRY.2
034400     IF       WS-IXM-FSTATUS NOT = "00"                           CVSQRY.2
034500              DISPLAY "CCVSQRY: NO MASTER PRESENT, STATUS "       CVSQRY.2
034600                  WS-IXM-FSTATUS                                  CVSQRY.2
034700              MOVE 8 TO WS-JOB-RC                                 CVSQRY.2
034800              GO TO EXECUTE-QUERY-EX.                             CVSQRY.2
034900     PERFORM  LOAD-RUN-BUILDS THRU LOAD-RUN-BUILDS-EX.            CVSQRY.2
035000     IF       WS-CITE-WANTED                                      CVSQRY.2
035100              PERFORM LOAD-ANSI-MAP THRU LOAD-ANSI-MAP-EX.        CVSQRY.2
035200     IF       WS-Q-OUT = "V" OR WS-Q-OUT = "v"                    CVSQRY.2
035300              PERFORM OPEN-QUERY-CSV.                             CVSQRY.2
035400     MOVE     WS-RUN-LO TO IXM-RUN-ID.                            CVSQRY.2
035500     MOVE     LOW-VALUES TO IXM-MODULE IXM-PARNAME.               CVSQRY.2
035600     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRY.2
035700     START    RESULTS-MASTER-FILE KEY NOT < IXM-KEY               CVSQRY.2
035800              INVALID KEY                                         CVSQRY.2
035900                  MOVE "Y" TO WS-EOF-SWITCH                       CVSQRY.2
036000     END-START.                                                   CVSQRY.2
036100     IF       WS-EOF-SWITCH = "N"                                 CVSQRY.2
036200              PERFORM READ-NEXT-MASTER.                           CVSQRY.2
036300     PERFORM  JUDGE-MASTER-ROW UNTIL WS-EOF-SWITCH = "Y".         CVSQRY.2
036400     CLOSE    RESULTS-MASTER-FILE.                                CVSQRY.2
036500     IF       WS-Q-GROUP NOT = SPACE                              CVSQRY.2
036600              PERFORM SHOW-GROUP-COUNTS.                          CVSQRY.2
036700     IF       WS-CSV-OPEN                                         CVSQRY.2
036800              CLOSE QUERY-CSV-FILE                                CVSQRY.2
036900              DISPLAY "CCVSQRY: WRITTEN TO " WS-CSV-FNAME.        CVSQRY.2
037000     DISPLAY  "CCVSQRY: " WS-MATCH-CT " ROW(S) MATCHED OF "       CVSQRY.2
037100              WS-READ-CT " READ".                                 CVSQRY.2
037200     IF       WS-MATCH-CT = ZERO                                  CVSQRY.2
037300              MOVE 4 TO WS-JOB-RC.                                CVSQRY.2
037400 EXECUTE-QUERY-EX.                                                CVSQRY.2
037500     EXIT.                                                        CVSQRY.2
037600 PREPARE-FILTERS.                                                 CVSQRY.2
037700*    PREFIX LENGTHS ARE TAKEN ONCE HERE, NOT ON EVERY ROW.        CVSQRY.2
037800     MOVE     ZERO TO WS-RUN-LO.                                  CVSQRY.2
037900     MOVE     9999 TO WS-RUN-HI.                                  CVSQRY.2
038000     MOVE     SPACE TO WS-BLD-LO-TEXT WS-BLD-HI-TEXT.             CVSQRY.2
038100     UNSTRING WS-Q-RUNS DELIMITED BY "-"                          CVSQRY.2
038200              INTO WS-BLD-LO-TEXT WS-BLD-HI-TEXT.                 CVSQRY.2
038300     MOVE     WS-BLD-LO-TEXT TO WS-SIZE-TEXT.                     CVSQRY.2
038400     PERFORM  SIZE-TEXT.                                          CVSQRY.2
038500     IF       WS-SIZE-LEN > ZERO AND WS-SIZE-LEN < 5              CVSQRY.2
038600              AND WS-BLD-LO-TEXT (1:WS-SIZE-LEN) IS NUMERIC       CVSQRY.2
038700              MOVE WS-BLD-LO-TEXT (1:WS-SIZE-LEN)                 CVSQRY.2
038800                  TO WS-RUN-LO WS-RUN-HI.                         CVSQRY.2
038900     MOVE     WS-BLD-HI-TEXT TO WS-SIZE-TEXT.                     CVSQRY.2
039000     PERFORM  SIZE-TEXT.                                          CVSQRY.2
039100     IF       WS-SIZE-LEN > ZERO AND WS-SIZE-LEN < 5              CVSQRY.2
039200              AND WS-BLD-HI-TEXT (1:WS-SIZE-LEN) IS NUMERIC       CVSQRY.2
039300              MOVE WS-BLD-HI-TEXT (1:WS-SIZE-LEN) TO WS-RUN-HI.   CVSQRY.2
039400     MOVE     WS-Q-SERIES TO WS-SIZE-TEXT.                        CVSQRY.2
039500     PERFORM  SIZE-TEXT.                                          CVSQRY.2
039600     MOVE     WS-SIZE-LEN TO WS-SER-LEN.                          CVSQRY.2
039700     MOVE     WS-Q-FEATCODE TO WS-SIZE-TEXT.                      CVSQRY.2
039800     PERFORM  SIZE-TEXT.                                          CVSQRY.2
039900     MOVE     WS-SIZE-LEN TO WS-FC-LEN.                           CVSQRY.2
040000     MOVE     WS-Q-PF TO WS-SIZE-TEXT.                            CVSQRY.2
040100     PERFORM  SIZE-TEXT.                                          CVSQRY.2
040200     MOVE     WS-SIZE-LEN TO WS-PF-LEN.                           CVSQRY.2
040300     MOVE     WS-Q-CITE TO WS-SIZE-TEXT.                          CVSQRY.2
040400     PERFORM  SIZE-TEXT.                                          CVSQRY.2
040500     MOVE     WS-SIZE-LEN TO WS-CITE-LEN.                         CVSQRY.2
040600     MOVE     "N" TO WS-CITE-SWITCH.                              CVSQRY.2
040700     IF       WS-CITE-LEN > ZERO OR WS-Q-GROUP = SPACE            CVSQRY.2
040800              OR WS-Q-GROUP = "CITE"                              CVSQRY.2
040900              MOVE "Y" TO WS-CITE-SWITCH.                         CVSQRY.2
041000*    A BUILD RANGE IS LOW-HIGH WITH BOTH ENDS NUMERIC; ANY OTHER  CVSQRY.2
041100*    BUILD ANSWER IS MATCHED AS ONE TAG.                          CVSQRY.2
041200     MOVE     ZERO TO WS-BLD-LEN WS-DASH-CT.                      CVSQRY.2
041300     MOVE     SPACE TO WS-BLD-LO-TEXT WS-BLD-HI-TEXT.             CVSQRY.2
041400     IF       WS-Q-BUILD = SPACE                                  CVSQRY.2
041500              GO TO PREPARE-FILTERS-EX.                           CVSQRY.2
041600     INSPECT  WS-Q-BUILD TALLYING WS-DASH-CT FOR ALL "-".         CVSQRY.2
041700     IF       WS-DASH-CT NOT = 1                                  CVSQRY.2
041800              GO TO PREPARE-FILTERS-EX.                           CVSQRY.2
041900     UNSTRING WS-Q-BUILD DELIMITED BY "-"                         CVSQRY.2
042000              INTO WS-BLD-LO-TEXT WS-BLD-HI-TEXT.                 CVSQRY.2
042100     MOVE     WS-BLD-LO-TEXT TO WS-SIZE-TEXT.                     CVSQRY.2
042200     PERFORM  SIZE-TEXT.                                          CVSQRY.2
042300     IF       WS-SIZE-LEN = ZERO                                  CVSQRY.2
042400              OR WS-BLD-LO-TEXT (1:WS-SIZE-LEN) NOT NUMERIC       CVSQRY.2
042500              GO TO PREPARE-FILTERS-EX.                           CVSQRY.2
042600     MOVE     WS-BLD-LO-TEXT (1:WS-SIZE-LEN) TO WS-BLD-LO.        CVSQRY.2
042700     MOVE     WS-BLD-HI-TEXT TO WS-SIZE-TEXT.                     CVSQRY.2
042800     PERFORM  SIZE-TEXT.                                          CVSQRY.2
042900     IF       WS-SIZE-LEN = ZERO                                  CVSQRY.2
043000              OR WS-BLD-HI-TEXT (1:WS-SIZE-LEN) NOT NUMERIC       CVSQRY.2
043100              GO TO PREPARE-FILTERS-EX.                           CVSQRY.2
043200     MOVE     WS-BLD-HI-TEXT (1:WS-SIZE-LEN) TO WS-BLD-HI.        CVSQRY.2
043300     MOVE     1 TO WS-BLD-LEN.                                    CVSQRY.2
043400 PREPARE-FILTERS-EX.                                              CVSQRY.2
043500     EXIT.                                                        CVSQRY.2
043600 SIZE-TEXT.                                                       CVSQRY.2
043700*    LENGTH UP TO THE LAST NON-SPACE, SO A CITATION WITH          CVSQRY.2
043800*    EMBEDDED SPACES KEEPS THEM.                                  CVSQRY.2
043900     MOVE     ZERO TO WS-SIZE-LEN.                                CVSQRY.2
044000     PERFORM  SIZE-TEXT-STEP                                      CVSQRY.2
044100              VARYING WS-SCAN-POS FROM 24 BY -1                   CVSQRY.2
044200              UNTIL WS-SCAN-POS < 1 OR WS-SIZE-LEN > ZERO.        CVSQRY.2
044300 SIZE-TEXT-STEP.                                                  CVSQRY.2
044400     IF       WS-SIZE-TEXT (WS-SCAN-POS:1) NOT = SPACE            CVSQRY.2
044500              MOVE WS-SCAN-POS TO WS-SIZE-LEN.                    CVSQRY.2
044600 LOAD-RUN-BUILDS.                                                 CVSQRY.2
044700*    THE REGISTRY KNOWS EVERY REGISTERED RUN'S BUILD TAG; THE     CVSQRY.2
044800*    VAULT INDEX COVERS RUNS FILED WITHOUT A REGISTRATION.        CVSQRY.2
044900     MOVE     ZERO TO WS-BLD-COUNT.                               CVSQRY.2
045000     OPEN     INPUT REGISTRY-FILE.                                CVSQRY.2
045100     IF       WS-RG-FSTATUS = "00"                                CVSQRY.2
045200              MOVE "N" TO WS-EOF-SWITCH                           CVSQRY.2
045300              PERFORM READ-REGISTRY-LINE                          CVSQRY.2
045400              PERFORM STORE-REGISTRY-BUILD                        CVSQRY.2
045500                  UNTIL WS-EOF-SWITCH = "Y"                       CVSQRY.2
045600              CLOSE REGISTRY-FILE                                 CVSQRY.2
045700     END-IF.                                                      CVSQRY.2
045800     OPEN     INPUT VAULT-INDEX-FILE.                             CVSQRY.2
045900     IF       WS-VI-FSTATUS NOT = "00"                            CVSQRY.2
046000              GO TO LOAD-RUN-BUILDS-EX.                           CVSQRY.2
046100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRY.2
046200     PERFORM  READ-INDEX-LINE.                                    CVSQRY.2
046300     PERFORM  STORE-VAULT-BUILD UNTIL WS-EOF-SWITCH = "Y".        CVSQRY.2
046400     CLOSE    VAULT-INDEX-FILE.                                   CVSQRY.2
046500 LOAD-RUN-BUILDS-EX.                                              CVSQRY.2
046600     EXIT.                                                        CVSQRY.2
046700 READ-REGISTRY-LINE.                                              CVSQRY.2
046800     READ     REGISTRY-FILE INTO WS-WORK-REC                      CVSQRY.2
046900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRY.2
047000 STORE-REGISTRY-BUILD.                                            CVSQRY.2
047100     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSQRY.2
047200     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSQRY.2
047300              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSQRY.2
047400                   WS-FIELD (4).                                  CVSQRY.2
047500     IF       WS-FIELD (2) (1:4) IS NUMERIC                       CVSQRY.2
047600              MOVE WS-FIELD (4) TO WS-ROW-BUILD                   CVSQRY.2
047700              PERFORM FILE-RUN-BUILD.                             CVSQRY.2
047800     PERFORM  READ-REGISTRY-LINE.                                 CVSQRY.2
047900 READ-INDEX-LINE.                                                 CVSQRY.2
048000     READ     VAULT-INDEX-FILE INTO WS-WORK-REC                   CVSQRY.2
048100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRY.2
048200 STORE-VAULT-BUILD.                                               CVSQRY.2
048300     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSQRY.2
048400     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSQRY.2
048500              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3).        CVSQRY.2
048600     IF       WS-FIELD (1) (1:4) IS NUMERIC                       CVSQRY.2
048700              MOVE WS-FIELD (1) TO WS-FIELD (2)                   CVSQRY.2
048800              MOVE WS-FIELD (3) TO WS-ROW-BUILD                   CVSQRY.2
048900              PERFORM FILE-RUN-BUILD.                             CVSQRY.2
049000     PERFORM  READ-INDEX-LINE.                                    CVSQRY.2
049100 FILE-RUN-BUILD.                                                  CVSQRY.2
049200*    THE RUN-ID IS IN FIELD 2 FOR BOTH SOURCES BY NOW; THE FIRST  CVSQRY.2
049300*    TAG SEEN FOR A RUN STANDS.                                   CVSQRY.2
049400     MOVE     ZERO TO WS-BLD-FOUND.                               CVSQRY.2
049500     PERFORM  MATCH-RUN-BUILD                                     CVSQRY.2
049600              VARYING WS-BLD-SUB FROM 1 BY 1                      CVSQRY.2
049700              UNTIL WS-BLD-SUB > WS-BLD-COUNT                     CVSQRY.2
049800              OR WS-BLD-FOUND > ZERO.                             CVSQRY.2
049900     IF       WS-BLD-FOUND = ZERO                                 CVSQRY.2
050000              AND WS-BLD-COUNT < 1000                             CVSQRY.2
050100              ADD 1 TO WS-BLD-COUNT                               CVSQRY.2
050200              MOVE WS-FIELD (2) (1:4) TO WS-BLD-RUN (WS-BLD-COUNT)CVSQRY.2
050300              MOVE WS-ROW-BUILD TO WS-BLD-TAG (WS-BLD-COUNT).     CVSQRY.2
050400 MATCH-RUN-BUILD.                                                 CVSQRY.2
050500     IF       WS-BLD-RUN (WS-BLD-SUB) = WS-FIELD (2) (1:4)        CVSQRY.2
050600              MOVE WS-BLD-SUB TO WS-BLD-FOUND.                    CVSQRY.2
050700 LOAD-ANSI-MAP.                                                   CVSQRY.2
050800     OPEN     INPUT ANSI-MAP-FILE.                                CVSQRY.2
050900     IF       WS-AM-FSTATUS NOT = "00"                            CVSQRY.2
051000              DISPLAY "CCVSQRY: NO ansi_map.csv -- RUN CCVSANS "  CVSQRY.2
051100                  "FIRST; CITATIONS SHOW AS UNKNOWN"              CVSQRY.2
051200              GO TO LOAD-ANSI-MAP-EX.                             CVSQRY.2
051300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSQRY.2
051400     PERFORM  READ-ANSI-MAP-LINE.                                 CVSQRY.2
051500     PERFORM  STORE-ANSI-MAP-LINE UNTIL WS-EOF-SWITCH = "Y".      CVSQRY.2
051600     CLOSE    ANSI-MAP-FILE.                                      CVSQRY.2
051700 LOAD-ANSI-MAP-EX.                                                CVSQRY.2
051800     EXIT.                                                        CVSQRY.2
051900 READ-ANSI-MAP-LINE.                                              CVSQRY.2
052000     READ     ANSI-MAP-FILE                                       CVSQRY.2
052100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSQRY.2
052200 STORE-ANSI-MAP-LINE.                                             CVSQRY.2
052300     IF       ANSI-MAP-REC NOT = SPACE                            CVSQRY.2
052400              AND WS-ANS-COUNT < 2000                             CVSQRY.2
052500              ADD 1 TO WS-ANS-COUNT                               CVSQRY.2
052600              MOVE SPACE TO WS-FIELD-TABLE                        CVSQRY.2
052700              UNSTRING ANSI-MAP-REC DELIMITED BY ","              CVSQRY.2
052800                  INTO WS-FIELD (1) WS-FIELD (2)                  CVSQRY.2
052900                       WS-FIELD (3)                               CVSQRY.2
053000              MOVE WS-FIELD (1)                                   CVSQRY.2
053100                  TO WS-ANS-PGM (WS-ANS-COUNT)                    CVSQRY.2
053200              MOVE WS-FIELD (2)                                   CVSQRY.2
053300                  TO WS-ANS-PAR (WS-ANS-COUNT)                    CVSQRY.2
053400              MOVE WS-FIELD (3)                                   CVSQRY.2
053500                  TO WS-ANS-CITE (WS-ANS-COUNT)                   CVSQRY.2
053600     END-IF.                                                      CVSQRY.2
053700     PERFORM  READ-ANSI-MAP-LINE.                                 CVSQRY.2
053800 OPEN-QUERY-CSV.                                                  CVSQRY.2
053900     MOVE     SPACE TO WS-CSV-FNAME.                              CVSQRY.2
054000     IF       WS-QUERY-NAME = SPACE                               CVSQRY.2
054100              MOVE "query_adhoc.csv" TO WS-CSV-FNAME              CVSQRY.2
054200     ELSE                                                         CVSQRY.2
054300              STRING "query_" DELIMITED BY SIZE                   CVSQRY.2
054400                  WS-QUERY-NAME DELIMITED BY SPACE                CVSQRY.2
054500                  ".csv" DELIMITED BY SIZE                        CVSQRY.2
054600                  INTO WS-CSV-FNAME                               CVSQRY.2
054700     END-IF.                                                      CVSQRY.2
054800     OPEN     OUTPUT QUERY-CSV-FILE.                              CVSQRY.2
054900     IF       WS-QC-FSTATUS NOT = "00"                            CVSQRY.2
055000              DISPLAY "CCVSQRY: CANNOT WRITE " WS-CSV-FNAME       CVSQRY.2
055100     ELSE                                                         CVSQRY.2
055200              MOVE "Y" TO WS-CSV-SWITCH                           CVSQRY.2
055300              IF WS-Q-GROUP = SPACE                               CVSQRY.2
055400                  MOVE SPACE TO QUERY-CSV-REC                     CVSQRY.2
055500                  STRING "RUN-ID,BUILD,PGM-ID,PAR-NAME,P-OR-F,"   CVSQRY.2
055600                      "FEATURE-CODE,FEATURE,CITATION"             CVSQRY.2
055700                      DELIMITED BY SIZE INTO QUERY-CSV-REC        CVSQRY.2
055800              ELSE                                                CVSQRY.2
055900                  MOVE SPACE TO QUERY-CSV-REC                     CVSQRY.2
056000                  STRING WS-Q-GROUP DELIMITED BY SPACE            CVSQRY.2
056100                      ",COUNT" DELIMITED BY SIZE                  CVSQRY.2
056200                      INTO QUERY-CSV-REC                          CVSQRY.2
056300              END-IF                                              CVSQRY.2
056400              WRITE QUERY-CSV-REC                                 CVSQRY.2
056500     END-IF.                                                      CVSQRY.2
056600 READ-NEXT-MASTER.                                                CVSQRY.2
056700     READ     RESULTS-MASTER-FILE NEXT RECORD                     CVSQRY.2
056800              AT END MOVE "Y" TO WS-EOF-SWITCH                    CVSQRY.2
056900     END-READ.                                                    CVSQRY.2
057000     IF       WS-EOF-SWITCH = "N"                                 CVSQRY.2
057100              AND IXM-RUN-ID > WS-RUN-HI                          CVSQRY.2
057200              MOVE "Y" TO WS-EOF-SWITCH.                          CVSQRY.2
057300 JUDGE-MASTER-ROW.                                                CVSQRY.2
057400     ADD      1 TO WS-READ-CT.                                    CVSQRY.2
057500     MOVE     "Y" TO WS-ROW-SWITCH.                               CVSQRY.2
057600     PERFORM  FIND-ROW-BUILD.                                     CVSQRY.2
057700     IF       IXM-RUN-ID < WS-RUN-LO                              CVSQRY.2
057800              MOVE "N" TO WS-ROW-SWITCH.                          CVSQRY.2
057900     IF       WS-SER-LEN > ZERO                                   CVSQRY.2
058000              AND IXM-MODULE (1:WS-SER-LEN)                       CVSQRY.2
058100                  NOT = WS-Q-SERIES (1:WS-SER-LEN)                CVSQRY.2
058200              MOVE "N" TO WS-ROW-SWITCH.                          CVSQRY.2
058300     IF       WS-FC-LEN > ZERO                                    CVSQRY.2
058400              AND IXM-FEATCODE NOT = WS-Q-FEATCODE                CVSQRY.2
058500              MOVE "N" TO WS-ROW-SWITCH.                          CVSQRY.2
058600     IF       WS-PF-LEN > ZERO                                    CVSQRY.2
058700              AND IXM-P-OR-F (1:WS-PF-LEN)                        CVSQRY.2
058800                  NOT = WS-Q-PF (1:WS-PF-LEN)                     CVSQRY.2
058900              MOVE "N" TO WS-ROW-SWITCH.                          CVSQRY.2
059000     IF       WS-Q-BUILD NOT = SPACE                              CVSQRY.2
059100              PERFORM JUDGE-ROW-BUILD.                            CVSQRY.2
059200     IF       WS-ROW-MATCHES AND WS-CITE-WANTED                   CVSQRY.2
059300              PERFORM FIND-ROW-CITE.                              CVSQRY.2
059400     IF       WS-CITE-LEN > ZERO                                  CVSQRY.2
059500              AND WS-ROW-CITE (1:WS-CITE-LEN)                     CVSQRY.2
059600                  NOT = WS-Q-CITE (1:WS-CITE-LEN)                 CVSQRY.2
059700              MOVE "N" TO WS-ROW-SWITCH.                          CVSQRY.2
059800     IF       WS-ROW-MATCHES                                      CVSQRY.2
059900              ADD 1 TO WS-MATCH-CT                                CVSQRY.2
060000              IF  WS-Q-GROUP = SPACE                              CVSQRY.2
060100                  PERFORM SHOW-MATCHED-ROW                        CVSQRY.2
060200              ELSE                                                CVSQRY.2
060300                  PERFORM COUNT-MATCHED-ROW                       CVSQRY.2
060400              END-IF                                              CVSQRY.2
060500     END-IF.                                                      CVSQRY.2
060600     PERFORM  READ-NEXT-MASTER.                                   CVSQRY.2
060700 FIND-ROW-BUILD.                                                  CVSQRY.2
060800     MOVE     SPACE TO WS-ROW-BUILD.                              CVSQRY.2
060900     MOVE     ZERO TO WS-BLD-FOUND.                               CVSQRY.2
061000     PERFORM  MATCH-ROW-BUILD                                     CVSQRY.2
061100              VARYING WS-BLD-SUB FROM 1 BY 1                      CVSQRY.2
061200              UNTIL WS-BLD-SUB > WS-BLD-COUNT                     CVSQRY.2
061300              OR WS-BLD-FOUND > ZERO.                             CVSQRY.2
061400     IF       WS-BLD-FOUND > ZERO                                 CVSQRY.2
061500              MOVE WS-BLD-TAG (WS-BLD-FOUND) TO WS-ROW-BUILD.     CVSQRY.2
061600 MATCH-ROW-BUILD.                                                 CVSQRY.2
061700     IF       WS-BLD-RUN (WS-BLD-SUB) = IXM-RUN-ID                CVSQRY.2
061800              MOVE WS-BLD-SUB TO WS-BLD-FOUND.                    CVSQRY.2
061900 JUDGE-ROW-BUILD.                                                 CVSQRY.2
062000     IF       WS-BLD-LEN = ZERO                                   CVSQRY.2
062100         IF   WS-ROW-BUILD NOT = WS-Q-BUILD                       CVSQRY.2
062200              MOVE "N" TO WS-ROW-SWITCH                           CVSQRY.2
062300         END-IF                                                   CVSQRY.2
062400     ELSE                                                         CVSQRY.2
062500         MOVE WS-ROW-BUILD TO WS-SIZE-TEXT                        CVSQRY.2
062600         PERFORM SIZE-TEXT                                        CVSQRY.2
062700         IF   WS-SIZE-LEN = ZERO OR WS-SIZE-LEN > 8               CVSQRY.2
062800              OR WS-ROW-BUILD (1:WS-SIZE-LEN) NOT NUMERIC         CVSQRY.2
062900              MOVE "N" TO WS-ROW-SWITCH                           CVSQRY.2
063000         ELSE                                                     CVSQRY.2
063100              MOVE WS-ROW-BUILD (1:WS-SIZE-LEN) TO WS-BLD-NUM     CVSQRY.2
063200              IF  WS-BLD-NUM < WS-BLD-LO OR WS-BLD-NUM > WS-BLD-HICVSQRY.2
063300                  MOVE "N" TO WS-ROW-SWITCH                       CVSQRY.2
063400              END-IF                                              CVSQRY.2
063500         END-IF                                                   CVSQRY.2
063600     END-IF.                                                      CVSQRY.2
063700 FIND-ROW-CITE.                                                   CVSQRY.2
063800     MOVE     "UNKNOWN" TO WS-ROW-CITE.                           CVSQRY.2
063900     MOVE     ZERO TO WS-GRP-FOUND.                               CVSQRY.2
064000     PERFORM  MATCH-ROW-CITE                                      CVSQRY.2
064100              VARYING WS-ANS-SUB FROM 1 BY 1                      CVSQRY.2
064200              UNTIL WS-ANS-SUB > WS-ANS-COUNT                     CVSQRY.2
064300              OR WS-GRP-FOUND > ZERO.                             CVSQRY.2
064400 MATCH-ROW-CITE.                                                  CVSQRY.2
064500     IF       WS-ANS-PGM (WS-ANS-SUB) = IXM-MODULE                CVSQRY.2
064600              AND WS-ANS-PAR (WS-ANS-SUB) = IXM-PARNAME           CVSQRY.2
064700              MOVE WS-ANS-CITE (WS-ANS-SUB) TO WS-ROW-CITE        CVSQRY.2
064800              MOVE 1 TO WS-GRP-FOUND.                             CVSQRY.2
064900 SHOW-MATCHED-ROW.                                                CVSQRY.2
065000     DISPLAY  "  " IXM-RUN-ID " " WS-ROW-BUILD (1:8) " "          CVSQRY.2
065100              IXM-MODULE " " IXM-PARNAME " " IXM-P-OR-F " "       CVSQRY.2
065200              IXM-FEATCODE " " WS-ROW-CITE.                       CVSQRY.2
065300     IF       WS-CSV-OPEN                                         CVSQRY.2
065400              MOVE SPACE TO QUERY-CSV-REC                         CVSQRY.2
065500              STRING IXM-RUN-ID DELIMITED BY SIZE                 CVSQRY.2
065600                  "," WS-ROW-BUILD DELIMITED BY SPACE             CVSQRY.2
065700                  "," IXM-MODULE DELIMITED BY SPACE               CVSQRY.2
065800                  "," IXM-PARNAME DELIMITED BY SPACE              CVSQRY.2
065900                  "," IXM-P-OR-F DELIMITED BY SPACE               CVSQRY.2
066000                  "," IXM-FEATCODE DELIMITED BY SPACE             CVSQRY.2
066100                  "," DELIMITED BY SIZE                           CVSQRY.2
066200                  IXM-FEATURE DELIMITED BY "  "                   CVSQRY.2
066300                  "," DELIMITED BY SIZE                           CVSQRY.2
066400                  WS-ROW-CITE DELIMITED BY "  "                   CVSQRY.2
066500                  INTO QUERY-CSV-REC                              CVSQRY.2
066600              WRITE QUERY-CSV-REC.                                CVSQRY.2
066700 COUNT-MATCHED-ROW.                                               CVSQRY.2
066800     EVALUATE WS-Q-GROUP                                          CVSQRY.2
066900         WHEN "RUN"                                               CVSQRY.2
067000             MOVE IXM-RUN-ID TO WS-GROUP-KEY                      CVSQRY.2
067100         WHEN "BUILD"                                             CVSQRY.2
067200             MOVE WS-ROW-BUILD TO WS-GROUP-KEY                    CVSQRY.2
067300         WHEN "MODULE"                                            CVSQRY.2
067400             MOVE IXM-MODULE TO WS-GROUP-KEY                      CVSQRY.2
067500         WHEN "SERIES"                                            CVSQRY.2
067600             PERFORM DERIVE-ROW-SERIES                            CVSQRY.2
067700             MOVE WS-ROW-SERIES TO WS-GROUP-KEY                   CVSQRY.2
067800         WHEN "FEATCODE"                                          CVSQRY.2
067900             MOVE IXM-FEATCODE TO WS-GROUP-KEY                    CVSQRY.2
068000         WHEN "PARNAME"                                           CVSQRY.2
068100             MOVE IXM-PARNAME TO WS-GROUP-KEY                     CVSQRY.2
068200         WHEN "PF"                                                CVSQRY.2
068300             MOVE IXM-P-OR-F TO WS-GROUP-KEY                      CVSQRY.2
068400         WHEN "CITE"                                              CVSQRY.2
068500             MOVE WS-ROW-CITE TO WS-GROUP-KEY                     CVSQRY.2
068600         WHEN OTHER                                               CVSQRY.2
068700             MOVE "(NO SUCH GROUPING)" TO WS-GROUP-KEY            CVSQRY.2
068800     END-EVALUATE.                                                CVSQRY.2
068900     IF       WS-GROUP-KEY = SPACE                                CVSQRY.2
069000              MOVE "(NONE)" TO WS-GROUP-KEY.                      CVSQRY.2
069100     MOVE     ZERO TO WS-GRP-FOUND.                               CVSQRY.2
069200     PERFORM  MATCH-GROUP-KEY                                     CVSQRY.2
069300              VARYING WS-GRP-SUB FROM 1 BY 1                      CVSQRY.2
069400              UNTIL WS-GRP-SUB > WS-GRP-COUNT                     CVSQRY.2
069500              OR WS-GRP-FOUND > ZERO.                             CVSQRY.2
069600     IF       WS-GRP-FOUND = ZERO                                 CVSQRY.2
069700              AND WS-GRP-COUNT < 500                              CVSQRY.2
069800              ADD 1 TO WS-GRP-COUNT                               CVSQRY.2
069900              MOVE WS-GRP-COUNT TO WS-GRP-FOUND                   CVSQRY.2
070000              MOVE WS-GROUP-KEY TO WS-GRP-KEY (WS-GRP-FOUND)      CVSQRY.2
070100              MOVE ZERO TO WS-GRP-CT (WS-GRP-FOUND).              CVSQRY.2
070200     IF       WS-GRP-FOUND = ZERO                                 CVSQRY.2
070300              ADD 1 TO WS-GRP-OTHER-CT                            CVSQRY.2
070400     ELSE                                                         CVSQRY.2
070500              ADD 1 TO WS-GRP-CT (WS-GRP-FOUND).                  CVSQRY.2
070600 MATCH-GROUP-KEY.                                                 CVSQRY.2
070700     IF       WS-GRP-KEY (WS-GRP-SUB) = WS-GROUP-KEY              CVSQRY.2
070800              MOVE WS-GRP-SUB TO WS-GRP-FOUND.                    CVSQRY.2
070900 DERIVE-ROW-SERIES.                                               CVSQRY.2
071000*    THE SERIES IS THE MODULE NAME'S LEADING LETTERS (SEE         CVSQRY.2
071100*    CCVSMRG, WHICH HOLDS THE REGISTRY TO THE SAME RULE).         CVSQRY.2
071200     MOVE     SPACE TO WS-ROW-SERIES.                             CVSQRY.2
071300     MOVE     ZERO TO WS-SIZE-LEN.                                CVSQRY.2
071400     PERFORM  SERIES-SCAN-STEP                                    CVSQRY.2
071500              VARYING WS-SCAN-POS FROM 1 BY 1                     CVSQRY.2
071600              UNTIL WS-SCAN-POS > 8 OR WS-SIZE-LEN > ZERO.        CVSQRY.2
071700     IF       WS-SIZE-LEN > 1                                     CVSQRY.2
071800              MOVE IXM-MODULE (1:WS-SIZE-LEN - 1)                 CVSQRY.2
071900                  TO WS-ROW-SERIES.                               CVSQRY.2
072000 SERIES-SCAN-STEP.                                                CVSQRY.2
072100     IF       IXM-MODULE (WS-SCAN-POS:1) IS NUMERIC               CVSQRY.2
072200              OR IXM-MODULE (WS-SCAN-POS:1) = SPACE               CVSQRY.2
072300              MOVE WS-SCAN-POS TO WS-SIZE-LEN.                    CVSQRY.2
072400 SHOW-GROUP-COUNTS.                                               CVSQRY.2
072500     DISPLAY  "CCVSQRY: COUNT BY " WS-Q-GROUP.                    CVSQRY.2
072600     PERFORM  SHOW-ONE-GROUP                                      CVSQRY.2
072700              VARYING WS-GRP-SUB FROM 1 BY 1                      CVSQRY.2
072800              UNTIL WS-GRP-SUB > WS-GRP-COUNT.                    CVSQRY.2
072900     IF       WS-GRP-OTHER-CT > ZERO                              CVSQRY.2
073000              MOVE "(OTHER)" TO WS-GROUP-KEY                      CVSQRY.2
073100              DISPLAY "  " WS-GROUP-KEY " " WS-GRP-OTHER-CT       CVSQRY.2
073200              IF  WS-CSV-OPEN                                     CVSQRY.2
073300                  MOVE SPACE TO QUERY-CSV-REC                     CVSQRY.2
073400                  STRING "(OTHER)," WS-GRP-OTHER-CT               CVSQRY.2
073500                      DELIMITED BY SIZE INTO QUERY-CSV-REC        CVSQRY.2
073600                  WRITE QUERY-CSV-REC                             CVSQRY.2
073700              END-IF                                              CVSQRY.2
073800     END-IF.                                                      CVSQRY.2
073900 SHOW-ONE-GROUP.                                                  CVSQRY.2
074000     DISPLAY  "  " WS-GRP-KEY (WS-GRP-SUB) " "                    CVSQRY.2
074100              WS-GRP-CT (WS-GRP-SUB).                             CVSQRY.2
074200     IF       WS-CSV-OPEN                                         CVSQRY.2
074300              MOVE SPACE TO QUERY-CSV-REC                         CVSQRY.2
074400              STRING WS-GRP-KEY (WS-GRP-SUB) DELIMITED BY "  "    CVSQRY.2
074500                  "," DELIMITED BY SIZE                           CVSQRY.2
074600                  WS-GRP-CT (WS-GRP-SUB) DELIMITED BY SIZE        CVSQRY.2
074700                  INTO QUERY-CSV-REC                              CVSQRY.2
074800              WRITE QUERY-CSV-REC.                                CVSQRY.2
