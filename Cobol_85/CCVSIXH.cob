000100 IDENTIFICATION DIVISION.                                         CVSIXH.2
000200 PROGRAM-ID.                                                      CVSIXH.2
000300     CCVSIXH.                                                     CVSIXH.2
000400****************************************************************  CVSIXH.2
000500*                                                              *  CVSIXH.2
000600*    INDEXED-FILE HANDLER BACKEND MATRIX FOR THE IX SERIES.    *  CVSIXH.2
000700*                                                              *  CVSIXH.2
000800*    THE IX MODULES HAVE ONLY EVER BEEN RUN AGAINST THE ONE    *  CVSIXH.2
000900*    INDEXED-FILE HANDLER THE SUITE'S COMPILE COMMAND LINKS,   *  CVSIXH.2
001000*    BUT THE APPLICATIONS ARE DEPLOYED ON MORE THAN ONE, AND   *  CVSIXH.2
001100*    THE ALTERNATE-KEY DUPLICATE ORDERING CCVSIXD CENSUSES IS  *  CVSIXH.2
001200*    EXACTLY WHAT DIFFERS BETWEEN THEM.  THIS PROGRAM RUNS     *  CVSIXH.2
001300*    IX110A, IX115A, IX202A, IX207A AND IX301A-IX304A ONCE     *  CVSIXH.2
001400*    PER HANDLER NAMED IN "ix_handlers.dat", ONE PER LINE:     *  CVSIXH.2
001500*                                                              *  CVSIXH.2
001600*        NAME|COMPILE COMMAND|RUN SETTINGS                     *  CVSIXH.2
001700*                                                              *  CVSIXH.2
001800*    NAME IS UP TO 10 CHARACTERS (LETTERS, DIGITS, HYPHEN).    *  CVSIXH.2
001900*    THE COMMAND IS WRITTEN LIKE compile_cmd.dat, $m STANDING  *  CVSIXH.2
002000*    FOR THE MODULE NAME, AND MUST BUILD AGAINST THAT          *  CVSIXH.2
002100*    HANDLER'S RUNTIME.  RUN SETTINGS, WHICH MAY BE LEFT OFF,  *  CVSIXH.2
002200*    ARE SHELL ENVIRONMENT ASSIGNMENTS PUT IN FRONT OF EVERY   *  CVSIXH.2
002300*    RUN UNDER THE HANDLER (ITS LIBRARY PATH OR RUNTIME        *  CVSIXH.2
002400*    CONFIGURATION).  LINES STARTING WITH * ARE COMMENTS.  UP  *  CVSIXH.2
002500*    TO 6 HANDLERS ARE TAKEN; THE FIRST IS THE REFERENCE THE   *  CVSIXH.2
002600*    OTHERS ARE COMPARED WITH.                                 *  CVSIXH.2
002700*                                                              *  CVSIXH.2
002800*    EACH HANDLER GETS ITS OWN NAMESPACE, w_IXH_<NAME>, BUILT  *  CVSIXH.2
002900*    THE WAY CCVSOPM BUILDS w_OPT_<NAME>: THE COPY LIBRARY IS  *  CVSIXH.2
003000*    COPIED IN AND EVERY MODULE IS BUILT THERE WITH THE        *  CVSIXH.2
003100*    HANDLER'S COMMAND.  THE XXXXX024 CHAIN (IX110A/115A/202A/ *  CVSIXH.2
003200*    207A) RUNS IN w_IXH_<NAME>/bed AS THE DRIVER RUNS IT IN   *  CVSIXH.2
003300*    w_IXBED, AND IX301A-IX304A EACH RUN IN A DIRECTORY OF     *  CVSIXH.2
003400*    THEIR OWN, r_<MODULE>; EVERY RUN DIRECTORY GETS THE .dat  *  CVSIXH.2
003500*    FILES OF THE CURRENT RUN.  AN ABEND OR A RUN OVER 300     *  CVSIXH.2
003600*    SECONDS LEAVES WHAT IT REPORTED.  WHEN THE MODULES HAVE   *  CVSIXH.2
003700*    RUN, CCVSIXD IS BUILT UNDER THE SAME HANDLER AND TAKES    *  CVSIXH.2
003800*    ITS CENSUS OF THE IX-FS1 BED IX207A LEFT IN bed           *  CVSIXH.2
003900*    (bed/ixd_census.txt).                                     *  CVSIXH.2
004000*                                                              *  CVSIXH.2
004100*    ix_handler_matrix.rpt HAS:                                *  CVSIXH.2
004200*      - ONE ROW PER PAR-NAME AND ONE COLUMN PER HANDLER.  A   *  CVSIXH.2
004300*        ROW WHOSE VERDICT IS NOT THE SAME UNDER EVERY HANDLER *  CVSIXH.2
004400*        IS MARKED "<< HANDLER-SENSITIVE"; "NOBLD" MEANS THE   *  CVSIXH.2
004500*        MODULE WOULD NOT BUILD UNDER THAT HANDLER AND "--"    *  CVSIXH.2
004600*        THAT THE ROW WAS NOT REPORTED UNDER IT.  PER-HANDLER  *  CVSIXH.2
004700*        TOTALS FOLLOW.                                        *  CVSIXH.2
004800*      - THE IX-FS1 ALTERNATE-KEY CENSUS UNDER EACH HANDLER,   *  CVSIXH.2
004900*        EACH MARKED AS AGREEING WITH THE REFERENCE HANDLER'S  *  CVSIXH.2
005000*        CENSUS OR DIFFERING FROM IT AT A GIVEN LINE.          *  CVSIXH.2
005100*      - THE FILE-STATUS DIFFERENCES.  EACH MODULE'S           *  CVSIXH.2
005200*        io_trace.csv IS COMPARED ROW FOR ROW WITH THE         *  CVSIXH.2
005300*        REFERENCE HANDLER'S: THE SAME OPERATION RETURNING A   *  CVSIXH.2
005400*        DIFFERENT STATUS IS LISTED AS STATUS; WHERE THE RUN   *  CVSIXH.2
005500*        TAKES ANOTHER PATH (A DIFFERENT PARAGRAPH, VERB OR    *  CVSIXH.2
005600*        FILE) THE FIRST SUCH ROW IS LISTED AS PATH AND THE    *  CVSIXH.2
005700*        REST OF THAT MODULE IS NOT COMPARED; A TRACE THAT     *  CVSIXH.2
005800*        STOPS SHORT OR RUNS ON IS LISTED AS SHORT OR EXTRA.   *  CVSIXH.2
005900*      - THE BUILD FAILURES.                                   *  CVSIXH.2
006000*                                                              *  CVSIXH.2
006100*    RETURN-CODE 0 WHEN EVERY HANDLER AGREES, 4 WHEN A VERDICT,*  CVSIXH.2
006200*    THE CENSUS OR A FILE STATUS DIFFERS, 8 WHEN FEWER THAN    *  CVSIXH.2
006300*    TWO HANDLERS ARE GIVEN.  WITH NO ix_handlers.dat THERE IS *  CVSIXH.2
006400*    NOTHING TO COMPARE AND THE MATRIX IS SKIPPED.             *  CVSIXH.2
006500*                                                              *  CVSIXH.2
006600****************************************************************  CVSIXH.2
006700 ENVIRONMENT DIVISION.                                            CVSIXH.2
006800 CONFIGURATION SECTION.                                           CVSIXH.2
006900 SOURCE-COMPUTER.                                                 CVSIXH.2
007000     COPY CCVSTRG.                                                CVSIXH.2
007100 OBJECT-COMPUTER.                                                 CVSIXH.2
007200     COPY CCVSTRG.                                                CVSIXH.2
007300 INPUT-OUTPUT SECTION.                                            CVSIXH.2
007400 FILE-CONTROL.                                                    CVSIXH.2
007500     SELECT   HANDLER-FILE ASSIGN TO                              CVSIXH.2
007600     "ix_handlers.dat"                                            CVSIXH.2
007700     ORGANIZATION LINE SEQUENTIAL                                 CVSIXH.2
007800     FILE STATUS IS WS-HF-FSTATUS.                                CVSIXH.2
007900     SELECT   IXH-PROBE-FILE ASSIGN TO                            CVSIXH.2
008000     DYNAMIC WS-PROBE-FNAME                                       CVSIXH.2
008100     ORGANIZATION LINE SEQUENTIAL                                 CVSIXH.2
008200     FILE STATUS IS WS-PB-FSTATUS.                                CVSIXH.2
008300     SELECT   IXH-RESULTS-FILE ASSIGN TO                          CVSIXH.2
008400     DYNAMIC WS-RES-FNAME                                         CVSIXH.2
008500     ORGANIZATION LINE SEQUENTIAL                                 CVSIXH.2
008600     FILE STATUS IS WS-OR-FSTATUS.                                CVSIXH.2
008700     SELECT   IXH-TRACE-FILE ASSIGN TO                            CVSIXH.2
008800     DYNAMIC WS-TRC-FNAME                                         CVSIXH.2
008900     ORGANIZATION LINE SEQUENTIAL                                 CVSIXH.2
009000     FILE STATUS IS WS-TR-FSTATUS.                                CVSIXH.2
009100     SELECT   IXH-CENSUS-FILE ASSIGN TO                           CVSIXH.2
009200     DYNAMIC WS-CEN-FNAME                                         CVSIXH.2
009300     ORGANIZATION LINE SEQUENTIAL                                 CVSIXH.2
009400     FILE STATUS IS WS-CN-FSTATUS.                                CVSIXH.2
009500     SELECT   MATRIX-REPORT-FILE ASSIGN TO                        CVSIXH.2
009600     "ix_handler_matrix.rpt"                                      CVSIXH.2
009700     ORGANIZATION LINE SEQUENTIAL                                 CVSIXH.2
009800     FILE STATUS IS WS-RP-FSTATUS.                                CVSIXH.2
009900 DATA DIVISION.                                                   CVSIXH.2
010000 FILE SECTION.                                                    CVSIXH.2
010100 FD  HANDLER-FILE.                                                CVSIXH.2
010200 01  HANDLER-REC PIC X(360).                                      CVSIXH.2
010300 FD  IXH-PROBE-FILE.                                              CVSIXH.2
010400 01  IXH-PROBE-REC PIC X(40).                                     CVSIXH.2
010500 FD  IXH-RESULTS-FILE.                                            CVSIXH.2
010600 01  IXH-RESULTS-REC PIC X(200).                                  CVSIXH.2
010700 FD  IXH-TRACE-FILE.                                              CVSIXH.2
010800 01  IXH-TRACE-REC PIC X(120).                                    CVSIXH.2
010900 FD  IXH-CENSUS-FILE.                                             CVSIXH.2
011000 01  IXH-CENSUS-REC PIC X(60).                                    CVSIXH.2
011100 FD  MATRIX-REPORT-FILE.                                          CVSIXH.2
011200 01  MATRIX-REPORT-REC PIC X(132).                                CVSIXH.2
011300 WORKING-STORAGE SECTION.                                         CVSIXH.2
011400 77  WS-HF-FSTATUS       PIC XX VALUE SPACE.                      CVSIXH.2
011500 77  WS-PB-FSTATUS       PIC XX VALUE SPACE.                      CVSIXH.2
011600 77  WS-OR-FSTATUS       PIC XX VALUE SPACE.                      CVSIXH.2
011700 77  WS-TR-FSTATUS       PIC XX VALUE SPACE.                      CVSIXH.2
011800 77  WS-CN-FSTATUS       PIC XX VALUE SPACE.                      CVSIXH.2
011900 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSIXH.2
012000 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSIXH.2
012100 77  WS-DIFFER-SWITCH    PIC X  VALUE "N".                        CVSIXH.2
012200 77  WS-COMPARE-SWITCH   PIC X  VALUE "N".                        CVSIXH.2
012300 77  WS-TEMPLATE-LEN     PIC 9(3) COMP VALUE ZERO.                CVSIXH.2
012400 77  WS-SETTING-LEN      PIC 9(3) COMP VALUE ZERO.                CVSIXH.2
012500 77  WS-HND-CT           PIC 9(2) COMP VALUE ZERO.                CVSIXH.2
012600 77  WS-HND-SUB          PIC 9(2) COMP VALUE ZERO.                CVSIXH.2
012700 77  WS-CMP-SUB          PIC 9(2) COMP VALUE ZERO.                CVSIXH.2
012800 77  WS-MOD-CT           PIC 9(3) COMP VALUE 8.                   CVSIXH.2
012900 77  WS-MOD-SUB          PIC 9(3) COMP VALUE ZERO.                CVSIXH.2
013000 77  WS-ROW-CT           PIC 9(4) COMP VALUE ZERO.                CVSIXH.2
013100 77  WS-ROW-SUB          PIC 9(4) COMP VALUE ZERO.                CVSIXH.2
013200 77  WS-ROW-FOUND        PIC 9(4) COMP VALUE ZERO.                CVSIXH.2
013300 77  WS-ROW-FIRST        PIC 9(4) COMP VALUE ZERO.                CVSIXH.2
013400 77  WS-REF-CT           PIC 9(5) COMP VALUE ZERO.                CVSIXH.2
013500 77  WS-REF-SUB          PIC 9(5) COMP VALUE ZERO.                CVSIXH.2
013600 77  WS-TRACE-SEQ        PIC 9(5) COMP VALUE ZERO.                CVSIXH.2
013700 77  WS-CEN-SUB          PIC 9(3) COMP VALUE ZERO.                CVSIXH.2
013800 77  WS-DIF-CT           PIC 9(3) COMP VALUE ZERO.                CVSIXH.2
013900 77  WS-DIF-SUB          PIC 9(3) COMP VALUE ZERO.                CVSIXH.2
014000 77  WS-COL              PIC 9(3) COMP VALUE ZERO.                CVSIXH.2
014100 77  WS-SENSITIVE-CT     PIC 9(4) VALUE ZERO.                     CVSIXH.2
014200 77  WS-NOBUILD-CT       PIC 9(4) VALUE ZERO.                     CVSIXH.2
014300 77  WS-STATUS-DIFF-CT   PIC 9(5) VALUE ZERO.                     CVSIXH.2
014400 77  WS-CENSUS-DIFF-CT   PIC 9(2) VALUE ZERO.                     CVSIXH.2
014500 01  WS-HND-NAME         PIC X(10) VALUE SPACE.                   CVSIXH.2
014600 01  WS-SETTING          PIC X(120) VALUE SPACE.                  CVSIXH.2
014700 01  WS-CMD              PIC X(800) VALUE SPACE.                  CVSIXH.2
014800 01  WS-PROBE-FNAME      PIC X(40) VALUE SPACE.                   CVSIXH.2
014900 01  WS-RES-FNAME        PIC X(40) VALUE SPACE.                   CVSIXH.2
015000 01  WS-TRC-FNAME        PIC X(40) VALUE SPACE.                   CVSIXH.2
015100 01  WS-CEN-FNAME        PIC X(40) VALUE SPACE.                   CVSIXH.2
015200 01  WS-BUILD-RC         PIC X(6) VALUE SPACE.                    CVSIXH.2
015300 01  WS-RES-PARNAME      PIC X(22) VALUE SPACE.                   CVSIXH.2
015400 01  WS-DIF-KIND         PIC X(6) VALUE SPACE.                    CVSIXH.2
015500 01  WS-HYPHENS          PIC X(110) VALUE ALL "-".                CVSIXH.2
015600 01  WS-EDIT-1           PIC ZZZ9.                                CVSIXH.2
015700 01  WS-EDIT-2           PIC ZZZ9.                                CVSIXH.2
015800 01  WS-EDIT-3           PIC ZZZ9.                                CVSIXH.2
015900 01  WS-EDIT-4           PIC ZZZ9.                                CVSIXH.2
016000 01  WS-EDIT-5           PIC ZZZZ9.                               CVSIXH.2
016100 01  WS-EDIT-6           PIC ZZZZ9.                               CVSIXH.2
016200 01  WS-EDIT-HND         PIC 9.                                   CVSIXH.2
016300 01  WS-FIELD-TABLE.                                              CVSIXH.2
016400     02  WS-FIELD        PIC X(24) OCCURS 5 TIMES.                CVSIXH.2
016500*                                                                 CVSIXH.2
016600*    ONE io_trace.csv ROW: PGM-ID,PAR-NAME,VERB,FILE,ORG,KEY,     CVSIXH.2
016700*    STATUS.                                                      CVSIXH.2
016800*                                                                 CVSIXH.2
016900 01  WS-TRACE-ROW.                                                CVSIXH.2
017000     02  WS-TR-PGM       PIC X(8).                                CVSIXH.2
017100     02  WS-TR-PAR       PIC X(22).                               CVSIXH.2
017200     02  WS-TR-VERB      PIC X(7).                                CVSIXH.2
017300     02  WS-TR-FILE      PIC X(16).                               CVSIXH.2
017400     02  WS-TR-ORG       PIC X.                                   CVSIXH.2
017500     02  WS-TR-KEY       PIC X(30).                               CVSIXH.2
017600     02  WS-TR-STATUS    PIC XX.                                  CVSIXH.2
017700*                                                                 CVSIXH.2
017800*    THE IX SERIES, IN RUN ORDER, WITH THE DIRECTORY EACH RUNS    CVSIXH.2
017900*    IN UNDER THE HANDLER'S NAMESPACE.                            CVSIXH.2
018000*                                                                 CVSIXH.2
018100 01  WS-IX-SERIES-VALUES.                                         CVSIXH.2
018200     02  FILLER PIC X(16) VALUE "IX110A  bed     ".               CVSIXH.2
018300     02  FILLER PIC X(16) VALUE "IX115A  bed     ".               CVSIXH.2
018400     02  FILLER PIC X(16) VALUE "IX202A  bed     ".               CVSIXH.2
018500     02  FILLER PIC X(16) VALUE "IX207A  bed     ".               CVSIXH.2
018600     02  FILLER PIC X(16) VALUE "IX301A  r_IX301A".               CVSIXH.2
018700     02  FILLER PIC X(16) VALUE "IX302A  r_IX302A".               CVSIXH.2
018800     02  FILLER PIC X(16) VALUE "IX303A  r_IX303A".               CVSIXH.2
018900     02  FILLER PIC X(16) VALUE "IX304A  r_IX304A".               CVSIXH.2
019000 01  WS-IX-SERIES REDEFINES WS-IX-SERIES-VALUES.                  CVSIXH.2
019100     02  WS-IX-ENTRY OCCURS 8 TIMES.                              CVSIXH.2
019200         03  WS-IX-NAME      PIC X(8).                            CVSIXH.2
019300         03  WS-IX-DIR       PIC X(8).                            CVSIXH.2
019400*                                                                 CVSIXH.2
019500*    THE HANDLERS, WITH THEIR PER-HANDLER TOTALS.  CENSUS-STATE   CVSIXH.2
019600*    IS "Y" WHEN CCVSIXD'S CENSUS WAS TAKEN; CENSUS-DIFF IS THE   CVSIXH.2
019700*    FIRST LINE THAT DIFFERS FROM THE REFERENCE CENSUS.           CVSIXH.2
019800*                                                                 CVSIXH.2
019900 01  WS-HANDLER-TABLE.                                            CVSIXH.2
020000     02  WS-HND OCCURS 6 TIMES.                                   CVSIXH.2
020100         03  WS-HD-NAME      PIC X(10).                           CVSIXH.2
020200         03  WS-HD-TEMPLATE  PIC X(228).                          CVSIXH.2
020300         03  WS-HD-TLEN      PIC 9(3) COMP.                       CVSIXH.2
020400         03  WS-HD-SETTING   PIC X(120).                          CVSIXH.2
020500         03  WS-HD-SLEN      PIC 9(3) COMP.                       CVSIXH.2
020600         03  WS-HD-BUILT     PIC 9(4) COMP.                       CVSIXH.2
020700         03  WS-HD-PASS      PIC 9(4) COMP.                       CVSIXH.2
020800         03  WS-HD-FAIL      PIC 9(4) COMP.                       CVSIXH.2
020900         03  WS-HD-OTHER     PIC 9(4) COMP.                       CVSIXH.2
021000         03  WS-HD-TRACE-CT  PIC 9(5) COMP.                       CVSIXH.2
021100         03  WS-HD-DIFF-CT   PIC 9(5) COMP.                       CVSIXH.2
021200         03  WS-HD-CEN-STATE PIC X.                               CVSIXH.2
021300         03  WS-HD-CEN-CT    PIC 9(3) COMP.                       CVSIXH.2
021400         03  WS-HD-CEN-DIFF  PIC 9(3) COMP.                       CVSIXH.2
021500*                                                                 CVSIXH.2
021600*    EACH HANDLER'S CENSUS, LINE FOR LINE AS CCVSIXD PRINTED IT.  CVSIXH.2
021700*                                                                 CVSIXH.2
021800 01  WS-CENSUS-TABLE.                                             CVSIXH.2
021900     02  WS-CEN-HND OCCURS 6 TIMES.                               CVSIXH.2
022000         03  WS-CEN-LINE     PIC X(60) OCCURS 300 TIMES.          CVSIXH.2
022100*                                                                 CVSIXH.2
022200*    BUILD OUTCOME PER MODULE AND HANDLER, AND WHERE EACH         CVSIXH.2
022300*    MODULE'S ROWS START IN THE REFERENCE TRACE.                  CVSIXH.2
022400*                                                                 CVSIXH.2
022500 01  WS-MODULE-TABLE.                                             CVSIXH.2
022600     02  WS-MOD OCCURS 8 TIMES.                                   CVSIXH.2
022700         03  WS-MD-NOBUILD   PIC X OCCURS 6 TIMES.                CVSIXH.2
022800         03  WS-MD-RC        PIC X(6) OCCURS 6 TIMES.             CVSIXH.2
022900         03  WS-MD-REF-FIRST PIC 9(5) COMP.                       CVSIXH.2
023000         03  WS-MD-REF-CT    PIC 9(5) COMP.                       CVSIXH.2
023100*                                                                 CVSIXH.2
023200*    ONE ROW PER MODULE AND PAR-NAME, ONE VERDICT PER HANDLER.    CVSIXH.2
023300*                                                                 CVSIXH.2
023400 01  WS-ROW-TABLE.                                                CVSIXH.2
023500     02  WS-ROW OCCURS 2000 TIMES.                                CVSIXH.2
023600         03  WS-RW-MOD       PIC 9(3) COMP.                       CVSIXH.2
023700         03  WS-RW-PAR       PIC X(22).                           CVSIXH.2
023800         03  WS-RW-VERDICT   PIC X(5) OCCURS 6 TIMES.             CVSIXH.2
023900 01  WS-CELL             PIC X(5) VALUE SPACE.                    CVSIXH.2
024000 01  WS-FIRST-CELL       PIC X(5) VALUE SPACE.                    CVSIXH.2
024100*                                                                 CVSIXH.2
024200*    THE REFERENCE HANDLER'S I-O TRACE, ALL MODULES.              CVSIXH.2
024300*                                                                 CVSIXH.2
024400 01  WS-REF-TABLE.                                                CVSIXH.2
024500     02  WS-REF OCCURS 9000 TIMES.                                CVSIXH.2
024600         03  WS-RF-PAR       PIC X(22).                           CVSIXH.2
024700         03  WS-RF-VERB      PIC X(7).                            CVSIXH.2
024800         03  WS-RF-FILE      PIC X(16).                           CVSIXH.2
024900         03  WS-RF-KEY       PIC X(30).                           CVSIXH.2
025000         03  WS-RF-STATUS    PIC XX.                              CVSIXH.2
025100*                                                                 CVSIXH.2
025200*    THE FILE-STATUS DIFFERENCES AS FOUND.                        CVSIXH.2
025300*                                                                 CVSIXH.2
025400 01  WS-DIFF-TABLE.                                               CVSIXH.2
025500     02  WS-DIF OCCURS 500 TIMES.                                 CVSIXH.2
025600         03  WS-DF-HND       PIC 9(2) COMP.                       CVSIXH.2
025700         03  WS-DF-MOD       PIC 9(3) COMP.                       CVSIXH.2
025800         03  WS-DF-SEQ       PIC 9(5) COMP.                       CVSIXH.2
025900         03  WS-DF-KIND      PIC X(6).                            CVSIXH.2
026000         03  WS-DF-PAR       PIC X(22).                           CVSIXH.2
026100         03  WS-DF-VERB      PIC X(7).                            CVSIXH.2
026200         03  WS-DF-FILE      PIC X(16).                           CVSIXH.2
026300         03  WS-DF-KEY       PIC X(30).                           CVSIXH.2
026400         03  WS-DF-REF-ST    PIC XX.                              CVSIXH.2
026500         03  WS-DF-THIS-ST   PIC XX.                              CVSIXH.2
026600 PROCEDURE DIVISION.                                              CVSIXH.2
026700 CCVSIXH-MAIN SECTION.                                            CVSIXH.2
026800 CCVSIXH-START.                                                   CVSIXH.2
026900     PERFORM  LOAD-HANDLERS THRU LOAD-HANDLERS-EX.                CVSIXH.2
027000     IF       WS-HF-FSTATUS = "35"                                CVSIXH.2
027100              DISPLAY "CCVSIXH: NO ix_handlers.dat FOUND -- "     CVSIXH.2
027200                  "SKIPPING INDEXED-HANDLER MATRIX"               CVSIXH.2
027300              STOP RUN.                                           CVSIXH.2
027400     IF       WS-HND-CT < 2                                       CVSIXH.2
027500              DISPLAY "CCVSIXH: FEWER THAN TWO HANDLERS IN "      CVSIXH.2
027600                  "ix_handlers.dat -- NOTHING TO COMPARE"         CVSIXH.2
027700              MOVE 8 TO RETURN-CODE                               CVSIXH.2
027800              STOP RUN.                                           CVSIXH.2
027900     PERFORM  CLEAR-MODULE-ENTRY                                  CVSIXH.2
028000              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSIXH.2
028100              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSIXH.2
028200     PERFORM  QUALIFY-ONE-HANDLER                                 CVSIXH.2
028300              VARYING WS-HND-SUB FROM 1 BY 1                      CVSIXH.2
028400              UNTIL WS-HND-SUB > WS-HND-CT.                       CVSIXH.2
028500     PERFORM  COMPARE-HANDLER-CENSUS                              CVSIXH.2
028600              VARYING WS-HND-SUB FROM 2 BY 1                      CVSIXH.2
028700              UNTIL WS-HND-SUB > WS-HND-CT.                       CVSIXH.2
028800     OPEN     OUTPUT MATRIX-REPORT-FILE.                          CVSIXH.2
028900     PERFORM  WRITE-MATRIX-HEADING.                               CVSIXH.2
029000     PERFORM  WRITE-MATRIX-ROW                                    CVSIXH.2
029100              VARYING WS-ROW-SUB FROM 1 BY 1                      CVSIXH.2
029200              UNTIL WS-ROW-SUB > WS-ROW-CT.                       CVSIXH.2
029300     PERFORM  WRITE-MATRIX-TOTALS.                                CVSIXH.2
029400     PERFORM  WRITE-CENSUS-SECTION.                               CVSIXH.2
029500     PERFORM  WRITE-DIFFERENCE-SECTION                            CVSIXH.2
029600              THRU WRITE-DIFFERENCE-SECTION-EX.                   CVSIXH.2
029700     PERFORM  WRITE-BUILD-FAILURES.                               CVSIXH.2
029800     CLOSE    MATRIX-REPORT-FILE.                                 CVSIXH.2
029900     MOVE     WS-ROW-CT TO WS-EDIT-1.                             CVSIXH.2
030000     MOVE     WS-SENSITIVE-CT TO WS-EDIT-2.                       CVSIXH.2
030100     MOVE     WS-STATUS-DIFF-CT TO WS-EDIT-5.                     CVSIXH.2
030200     MOVE     WS-CENSUS-DIFF-CT TO WS-EDIT-3.                     CVSIXH.2
030300     DISPLAY  "CCVSIXH: " WS-EDIT-1 " PAR-NAME ROW(S), "          CVSIXH.2
030400              WS-EDIT-2 " HANDLER-SENSITIVE, " WS-EDIT-5          CVSIXH.2
030500              " FILE-STATUS DIFFERENCE(S), " WS-EDIT-3            CVSIXH.2
030600              " CENSUS DIFFERENCE(S)".                            CVSIXH.2
030700     DISPLAY  "CCVSIXH: SEE ix_handler_matrix.rpt".               CVSIXH.2
030800     IF       WS-SENSITIVE-CT > ZERO                              CVSIXH.2
030900              OR WS-STATUS-DIFF-CT > ZERO                         CVSIXH.2
031000              OR WS-CENSUS-DIFF-CT > ZERO                         CVSIXH.2
031100              MOVE 4 TO RETURN-CODE                               CVSIXH.2
031200     ELSE                                                         CVSIXH.2
031300              MOVE 0 TO RETURN-CODE.                              CVSIXH.2
031400     STOP     RUN.                                                CVSIXH.2
031500*                                                                 CVSIXH.2
031600*    THE HANDLER DECK.                                            CVSIXH.2
031700*                                                                 CVSIXH.2
031800 LOAD-HANDLERS.                                                   CVSIXH.2
031900     OPEN     INPUT HANDLER-FILE.                                 CVSIXH.2
032000     IF       WS-HF-FSTATUS NOT = "00"                            CVSIXH.2
032100              GO TO LOAD-HANDLERS-EX.                             CVSIXH.2
032200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSIXH.2
032300     PERFORM  READ-HANDLER-LINE.                                  CVSIXH.2
032400     PERFORM  STORE-HANDLER-LINE                                  CVSIXH.2
032500              UNTIL WS-EOF-SWITCH = "Y".                          CVSIXH.2
032600     CLOSE    HANDLER-FILE.                                       CVSIXH.2
032700 LOAD-HANDLERS-EX.                                                CVSIXH.2
032800     EXIT.                                                        CVSIXH.2
032900 READ-HANDLER-LINE.                                               CVSIXH.2
033000     MOVE     SPACE TO HANDLER-REC.                               CVSIXH.2
033100     READ     HANDLER-FILE                                        CVSIXH.2
033200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSIXH.2
033300 STORE-HANDLER-LINE.                                              CVSIXH.2
033400     IF       HANDLER-REC NOT = SPACE                             CVSIXH.2
033500              AND HANDLER-REC (1:1) NOT = "*"                     CVSIXH.2
033600              PERFORM PARSE-HANDLER-LINE.                         CVSIXH.2
033700     PERFORM  READ-HANDLER-LINE.                                  CVSIXH.2
033800 PARSE-HANDLER-LINE.                                              CVSIXH.2
033900     MOVE     SPACE TO WS-HND-NAME WS-CMD WS-SETTING.             CVSIXH.2
034000     UNSTRING HANDLER-REC DELIMITED BY "|"                        CVSIXH.2
034100              INTO WS-HND-NAME WS-CMD WS-SETTING.                 CVSIXH.2
034200     MOVE     228 TO WS-TEMPLATE-LEN.                             CVSIXH.2
034300     PERFORM  TRIM-TEMPLATE                                       CVSIXH.2
034400              UNTIL WS-TEMPLATE-LEN = ZERO                        CVSIXH.2
034500              OR WS-CMD (WS-TEMPLATE-LEN:1) NOT = SPACE.          CVSIXH.2
034600     MOVE     120 TO WS-SETTING-LEN.                              CVSIXH.2
034700     PERFORM  TRIM-SETTING                                        CVSIXH.2
034800              UNTIL WS-SETTING-LEN = ZERO                         CVSIXH.2
034900              OR WS-SETTING (WS-SETTING-LEN:1) NOT = SPACE.       CVSIXH.2
035000     IF       WS-HND-NAME = SPACE OR WS-TEMPLATE-LEN = ZERO       CVSIXH.2
035100              DISPLAY "CCVSIXH: HANDLER LINE IGNORED -- "         CVSIXH.2
035200                  HANDLER-REC (1:60)                              CVSIXH.2
035300     ELSE                                                         CVSIXH.2
035400         IF   WS-HND-CT NOT < 6                                   CVSIXH.2
035500              DISPLAY "CCVSIXH: MORE THAN 6 HANDLERS -- "         CVSIXH.2
035600                  WS-HND-NAME " IGNORED"                          CVSIXH.2
035700         ELSE                                                     CVSIXH.2
035800              ADD 1 TO WS-HND-CT                                  CVSIXH.2
035900              MOVE WS-HND-NAME TO WS-HD-NAME (WS-HND-CT)          CVSIXH.2
036000              MOVE WS-CMD TO WS-HD-TEMPLATE (WS-HND-CT)           CVSIXH.2
036100              MOVE WS-TEMPLATE-LEN TO WS-HD-TLEN (WS-HND-CT)      CVSIXH.2
036200              MOVE WS-SETTING TO WS-HD-SETTING (WS-HND-CT)        CVSIXH.2
036300              MOVE WS-SETTING-LEN TO WS-HD-SLEN (WS-HND-CT)       CVSIXH.2
036400              MOVE ZERO TO WS-HD-BUILT (WS-HND-CT)                CVSIXH.2
036500                  WS-HD-PASS (WS-HND-CT) WS-HD-FAIL (WS-HND-CT)   CVSIXH.2
036600                  WS-HD-OTHER (WS-HND-CT)                         CVSIXH.2
036700                  WS-HD-TRACE-CT (WS-HND-CT)                      CVSIXH.2
036800                  WS-HD-DIFF-CT (WS-HND-CT)                       CVSIXH.2
036900                  WS-HD-CEN-CT (WS-HND-CT)                        CVSIXH.2
037000                  WS-HD-CEN-DIFF (WS-HND-CT)                      CVSIXH.2
037100              MOVE "N" TO WS-HD-CEN-STATE (WS-HND-CT).            CVSIXH.2
037200 TRIM-TEMPLATE.                                                   CVSIXH.2
037300     SUBTRACT 1 FROM WS-TEMPLATE-LEN.                             CVSIXH.2
037400 TRIM-SETTING.                                                    CVSIXH.2
037500     SUBTRACT 1 FROM WS-SETTING-LEN.                              CVSIXH.2
037600 CLEAR-MODULE-ENTRY.                                              CVSIXH.2
037700     MOVE     ZERO TO WS-MD-REF-FIRST (WS-MOD-SUB)                CVSIXH.2
037800              WS-MD-REF-CT (WS-MOD-SUB).                          CVSIXH.2
037900     PERFORM  CLEAR-MODULE-BUILD                                  CVSIXH.2
038000              VARYING WS-CMP-SUB FROM 1 BY 1                      CVSIXH.2
038100              UNTIL WS-CMP-SUB > 6.                               CVSIXH.2
038200 CLEAR-MODULE-BUILD.                                              CVSIXH.2
038300     MOVE     "N" TO WS-MD-NOBUILD (WS-MOD-SUB, WS-CMP-SUB).      CVSIXH.2
038400     MOVE     SPACE TO WS-MD-RC (WS-MOD-SUB, WS-CMP-SUB).         CVSIXH.2
038500*                                                                 CVSIXH.2
038600*    ONE HANDLER: A FRESH NAMESPACE, EVERY IX MODULE BUILT AND    CVSIXH.2
038700*    RUN IN IT, THEN THE CENSUS OF THE BED IX207A LEFT.           CVSIXH.2
038800*                                                                 CVSIXH.2
038900 QUALIFY-ONE-HANDLER.                                             CVSIXH.2
039000     DISPLAY  "CCVSIXH: HANDLER " WS-HD-NAME (WS-HND-SUB).        CVSIXH.2
039100     MOVE     SPACE TO WS-CMD.                                    CVSIXH.2
039200     STRING   "n=w_IXH_" DELIMITED BY SIZE                        CVSIXH.2
039300              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SPACE          CVSIXH.2
039400              "; rm -rf $n; mkdir -p $n;" DELIMITED BY SIZE       CVSIXH.2
039500              " cp -rf ../copybooks $n/ 2>/dev/null;"             CVSIXH.2
039600                  DELIMITED BY SIZE                               CVSIXH.2
039700              " for d in bed r_IX301A r_IX302A r_IX303A r_IX304A;"CVSIXH.2
039800                  DELIMITED BY SIZE                               CVSIXH.2
039900              " do mkdir -p $n/$d;" DELIMITED BY SIZE             CVSIXH.2
040000              " cp -f *.dat $n/$d/ 2>/dev/null; done"             CVSIXH.2
040100                  DELIMITED BY SIZE                               CVSIXH.2
040200              INTO WS-CMD.                                        CVSIXH.2
040300     CALL     "SYSTEM" USING WS-CMD.                              CVSIXH.2
040400     MOVE     SPACE TO WS-PROBE-FNAME.                            CVSIXH.2
040500     STRING   "w_IXH_" DELIMITED BY SIZE                          CVSIXH.2
040600              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SPACE          CVSIXH.2
040700              "/probe.tmp" DELIMITED BY SIZE                      CVSIXH.2
040800              INTO WS-PROBE-FNAME.                                CVSIXH.2
040900     PERFORM  QUALIFY-ONE-MODULE THRU QUALIFY-ONE-MODULE-EX       CVSIXH.2
041000              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSIXH.2
041100              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSIXH.2
041200     PERFORM  TAKE-HANDLER-CENSUS THRU TAKE-HANDLER-CENSUS-EX.    CVSIXH.2
041300 QUALIFY-ONE-MODULE.                                              CVSIXH.2
041400     MOVE     SPACE TO WS-CMD.                                    CVSIXH.2
041500     STRING   "cd w_IXH_" DELIMITED BY SIZE                       CVSIXH.2
041600              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SPACE          CVSIXH.2
041700              "; m=" DELIMITED BY SIZE                            CVSIXH.2
041800              WS-IX-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSIXH.2
041900              "; rm -f $m probe.tmp " DELIMITED BY SIZE           CVSIXH.2
042000              WS-IX-DIR (WS-MOD-SUB) DELIMITED BY SPACE           CVSIXH.2
042100              "/results.csv " DELIMITED BY SIZE                   CVSIXH.2
042200              WS-IX-DIR (WS-MOD-SUB) DELIMITED BY SPACE           CVSIXH.2
042300              "/io_trace.csv;" DELIMITED BY SIZE                  CVSIXH.2
042400              " cp -f ../../$m.cob . 2>/dev/null; "               CVSIXH.2
042500                  DELIMITED BY SIZE                               CVSIXH.2
042600              WS-HD-TEMPLATE (WS-HND-SUB)                         CVSIXH.2
042700                  (1:WS-HD-TLEN (WS-HND-SUB)) DELIMITED BY SIZE   CVSIXH.2
042800              "; echo $? >probe.tmp; if [ -x ./$m ]; then cd "    CVSIXH.2
042900                  DELIMITED BY SIZE                               CVSIXH.2
043000              WS-IX-DIR (WS-MOD-SUB) DELIMITED BY SPACE           CVSIXH.2
043100              "; " DELIMITED BY SIZE                              CVSIXH.2
043200              INTO WS-CMD.                                        CVSIXH.2
043300     PERFORM  APPEND-RUN-SETTING.                                 CVSIXH.2
043400     STRING   " COB_LIBRARY_PATH=../..:$COB_LIBRARY_PATH"         CVSIXH.2
043500                  DELIMITED BY SIZE                               CVSIXH.2
043600              " timeout 300 ../$m >/dev/null 2>&1; fi"            CVSIXH.2
043700                  DELIMITED BY SIZE                               CVSIXH.2
043800              INTO WS-CMD WITH POINTER WS-COL.                    CVSIXH.2
043900     CALL     "SYSTEM" USING WS-CMD.                              CVSIXH.2
044000     PERFORM  READ-BUILD-PROBE.                                   CVSIXH.2
044100     MOVE     WS-BUILD-RC TO WS-MD-RC (WS-MOD-SUB, WS-HND-SUB).   CVSIXH.2
044200     IF       WS-BUILD-RC (1:1) NOT = "0"                         CVSIXH.2
044300              MOVE "Y" TO WS-MD-NOBUILD (WS-MOD-SUB, WS-HND-SUB)  CVSIXH.2
044400              ADD 1 TO WS-NOBUILD-CT                              CVSIXH.2
044500              DISPLAY "CCVSIXH: " WS-IX-NAME (WS-MOD-SUB)         CVSIXH.2
044600                  " DID NOT BUILD UNDER " WS-HD-NAME (WS-HND-SUB) CVSIXH.2
044700              GO TO QUALIFY-ONE-MODULE-EX.                        CVSIXH.2
044800     ADD      1 TO WS-HD-BUILT (WS-HND-SUB).                      CVSIXH.2
044900     PERFORM  SET-MODULE-FILE-NAMES.                              CVSIXH.2
045000     PERFORM  LOAD-MODULE-RESULTS THRU LOAD-MODULE-RESULTS-EX.    CVSIXH.2
045100     PERFORM  LOAD-MODULE-TRACE.                                  CVSIXH.2
045200 QUALIFY-ONE-MODULE-EX.                                           CVSIXH.2
045300     EXIT.                                                        CVSIXH.2
045400*                                                                 CVSIXH.2
045500*    THE RUN SETTINGS GO IN FRONT OF THE RUN; WS-COL IS LEFT AT   CVSIXH.2
045600*    THE END OF THE COMMAND SO FAR.                               CVSIXH.2
045700*                                                                 CVSIXH.2
045800 APPEND-RUN-SETTING.                                              CVSIXH.2
045900     MOVE     800 TO WS-COL.                                      CVSIXH.2
046000     PERFORM  FIND-COMMAND-END                                    CVSIXH.2
046100              UNTIL WS-COL = ZERO                                 CVSIXH.2
046200              OR WS-CMD (WS-COL:1) NOT = SPACE.                   CVSIXH.2
046300     ADD      2 TO WS-COL.                                        CVSIXH.2
046400     IF       WS-HD-SLEN (WS-HND-SUB) NOT = ZERO                  CVSIXH.2
046500              STRING WS-HD-SETTING (WS-HND-SUB)                   CVSIXH.2
046600                  (1:WS-HD-SLEN (WS-HND-SUB)) DELIMITED BY SIZE   CVSIXH.2
046700                  INTO WS-CMD WITH POINTER WS-COL.                CVSIXH.2
046800 FIND-COMMAND-END.                                                CVSIXH.2
046900     SUBTRACT 1 FROM WS-COL.                                      CVSIXH.2
047000 READ-BUILD-PROBE.                                                CVSIXH.2
047100     MOVE     SPACE TO WS-BUILD-RC.                               CVSIXH.2
047200     OPEN     INPUT IXH-PROBE-FILE.                               CVSIXH.2
047300     IF       WS-PB-FSTATUS = "00"                                CVSIXH.2
047400              READ IXH-PROBE-FILE                                 CVSIXH.2
047500                  AT END MOVE SPACE TO IXH-PROBE-REC              CVSIXH.2
047600              END-READ                                            CVSIXH.2
047700              MOVE IXH-PROBE-REC TO WS-BUILD-RC                   CVSIXH.2
047800              CLOSE IXH-PROBE-FILE.                               CVSIXH.2
047900     IF       WS-BUILD-RC = SPACE                                 CVSIXH.2
048000              MOVE "9" TO WS-BUILD-RC.                            CVSIXH.2
048100 SET-MODULE-FILE-NAMES.                                           CVSIXH.2
048200     MOVE     SPACE TO WS-RES-FNAME WS-TRC-FNAME.                 CVSIXH.2
048300     STRING   "w_IXH_" DELIMITED BY SIZE                          CVSIXH.2
048400              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SPACE          CVSIXH.2
048500              "/" DELIMITED BY SIZE                               CVSIXH.2
048600              WS-IX-DIR (WS-MOD-SUB) DELIMITED BY SPACE           CVSIXH.2
048700              "/results.csv" DELIMITED BY SIZE                    CVSIXH.2
048800              INTO WS-RES-FNAME.                                  CVSIXH.2
048900     STRING   "w_IXH_" DELIMITED BY SIZE                          CVSIXH.2
049000              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SPACE          CVSIXH.2
049100              "/" DELIMITED BY SIZE                               CVSIXH.2
049200              WS-IX-DIR (WS-MOD-SUB) DELIMITED BY SPACE           CVSIXH.2
049300              "/io_trace.csv" DELIMITED BY SIZE                   CVSIXH.2
049400              INTO WS-TRC-FNAME.                                  CVSIXH.2
049500*                                                                 CVSIXH.2
049600*    THE MODULE'S VERDICTS INTO THE MATRIX.                       CVSIXH.2
049700*                                                                 CVSIXH.2
049800 LOAD-MODULE-RESULTS.                                             CVSIXH.2
049900     OPEN     INPUT IXH-RESULTS-FILE.                             CVSIXH.2
050000     IF       WS-OR-FSTATUS NOT = "00"                            CVSIXH.2
050100              GO TO LOAD-MODULE-RESULTS-EX.                       CVSIXH.2
050200     MOVE     1 TO WS-ROW-FIRST.                                  CVSIXH.2
050300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSIXH.2
050400     PERFORM  READ-IXH-RESULT.                                    CVSIXH.2
050500     PERFORM  STORE-IXH-RESULT                                    CVSIXH.2
050600              UNTIL WS-EOF-SWITCH = "Y".                          CVSIXH.2
050700     CLOSE    IXH-RESULTS-FILE.                                   CVSIXH.2
050800 LOAD-MODULE-RESULTS-EX.                                          CVSIXH.2
050900     EXIT.                                                        CVSIXH.2
051000 READ-IXH-RESULT.                                                 CVSIXH.2
051100     MOVE     SPACE TO IXH-RESULTS-REC.                           CVSIXH.2
051200     READ     IXH-RESULTS-FILE                                    CVSIXH.2
051300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSIXH.2
051400*                                                                 CVSIXH.2
051500*    A ROW IS FOUND BY MODULE AND PAR-NAME, THE SEARCH STARTING   CVSIXH.2
051600*    JUST PAST THE LAST ROW MATCHED, AS IN CCVSOPM.               CVSIXH.2
051700*                                                                 CVSIXH.2
051800 STORE-IXH-RESULT.                                                CVSIXH.2
051900     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSIXH.2
052000     UNSTRING IXH-RESULTS-REC DELIMITED BY ","                    CVSIXH.2
052100              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSIXH.2
052200                   WS-FIELD (4) WS-FIELD (5).                     CVSIXH.2
052300     IF       WS-FIELD (1) NOT = "PGM-ID"                         CVSIXH.2
052400              AND WS-FIELD (4) NOT = SPACE                        CVSIXH.2
052500              MOVE WS-FIELD (4) TO WS-RES-PARNAME                 CVSIXH.2
052600              PERFORM FIND-MATRIX-ROW                             CVSIXH.2
052700              IF  WS-ROW-FOUND NOT = ZERO                         CVSIXH.2
052800                  MOVE WS-FIELD (5) (1:5) TO                      CVSIXH.2
052900                      WS-RW-VERDICT (WS-ROW-FOUND, WS-HND-SUB)    CVSIXH.2
053000                  PERFORM COUNT-HANDLER-VERDICT                   CVSIXH.2
053100              END-IF                                              CVSIXH.2
053200     END-IF.                                                      CVSIXH.2
053300     PERFORM  READ-IXH-RESULT.                                    CVSIXH.2
053400 FIND-MATRIX-ROW.                                                 CVSIXH.2
053500     MOVE     ZERO TO WS-ROW-FOUND.                               CVSIXH.2
053600     PERFORM  MATCH-MATRIX-ROW                                    CVSIXH.2
053700              VARYING WS-ROW-SUB FROM WS-ROW-FIRST BY 1           CVSIXH.2
053800              UNTIL WS-ROW-SUB > WS-ROW-CT                        CVSIXH.2
053900              OR WS-ROW-FOUND NOT = ZERO.                         CVSIXH.2
054000     IF       WS-ROW-FOUND = ZERO                                 CVSIXH.2
054100              PERFORM MATCH-MATRIX-ROW                            CVSIXH.2
054200                  VARYING WS-ROW-SUB FROM 1 BY 1                  CVSIXH.2
054300                  UNTIL WS-ROW-SUB NOT < WS-ROW-FIRST             CVSIXH.2
054400                  OR WS-ROW-SUB > WS-ROW-CT                       CVSIXH.2
054500                  OR WS-ROW-FOUND NOT = ZERO.                     CVSIXH.2
054600     IF       WS-ROW-FOUND = ZERO                                 CVSIXH.2
054700         IF   WS-ROW-CT < 2000                                    CVSIXH.2
054800              ADD 1 TO WS-ROW-CT                                  CVSIXH.2
054900              MOVE WS-ROW-CT TO WS-ROW-FOUND                      CVSIXH.2
055000              MOVE WS-MOD-SUB TO WS-RW-MOD (WS-ROW-CT)            CVSIXH.2
055100              MOVE WS-RES-PARNAME TO WS-RW-PAR (WS-ROW-CT)        CVSIXH.2
055200              MOVE SPACE TO WS-RW-VERDICT (WS-ROW-CT, 1)          CVSIXH.2
055300                  WS-RW-VERDICT (WS-ROW-CT, 2)                    CVSIXH.2
055400                  WS-RW-VERDICT (WS-ROW-CT, 3)                    CVSIXH.2
055500                  WS-RW-VERDICT (WS-ROW-CT, 4)                    CVSIXH.2
055600                  WS-RW-VERDICT (WS-ROW-CT, 5)                    CVSIXH.2
055700                  WS-RW-VERDICT (WS-ROW-CT, 6)                    CVSIXH.2
055800         ELSE                                                     CVSIXH.2
055900              DISPLAY "CCVSIXH: MORE THAN 2000 PAR-NAME ROWS -- " CVSIXH.2
056000                  WS-IX-NAME (WS-MOD-SUB) " " WS-RES-PARNAME      CVSIXH.2
056100                  " NOT TABLED".                                  CVSIXH.2
056200     IF       WS-ROW-FOUND NOT = ZERO                             CVSIXH.2
056300              COMPUTE WS-ROW-FIRST = WS-ROW-FOUND + 1.            CVSIXH.2
056400 MATCH-MATRIX-ROW.                                                CVSIXH.2
056500     IF       WS-RW-MOD (WS-ROW-SUB) = WS-MOD-SUB                 CVSIXH.2
056600              AND WS-RW-PAR (WS-ROW-SUB) = WS-RES-PARNAME         CVSIXH.2
056700              MOVE WS-ROW-SUB TO WS-ROW-FOUND.                    CVSIXH.2
056800 COUNT-HANDLER-VERDICT.                                           CVSIXH.2
056900     EVALUATE WS-FIELD (5) (1:5)                                  CVSIXH.2
057000         WHEN "PASS "                                             CVSIXH.2
057100             ADD 1 TO WS-HD-PASS (WS-HND-SUB)                     CVSIXH.2
057200         WHEN "FAIL*"                                             CVSIXH.2
057300             ADD 1 TO WS-HD-FAIL (WS-HND-SUB)                     CVSIXH.2
057400         WHEN OTHER                                               CVSIXH.2
057500             ADD 1 TO WS-HD-OTHER (WS-HND-SUB)                    CVSIXH.2
057600     END-EVALUATE.                                                CVSIXH.2
057700*                                                                 CVSIXH.2
057800*    THE MODULE'S I-O TRACE.  UNDER THE REFERENCE HANDLER IT IS   CVSIXH.2
057900*    TABLED; UNDER ANY OTHER IT IS COMPARED ROW FOR ROW WITH      CVSIXH.2
058000*    WHAT WAS TABLED.                                             CVSIXH.2
058100*                                                                 CVSIXH.2
058200 LOAD-MODULE-TRACE.                                               CVSIXH.2
058300     MOVE     ZERO TO WS-TRACE-SEQ.                               CVSIXH.2
058400     MOVE     "Y" TO WS-COMPARE-SWITCH.                           CVSIXH.2
058500     IF       WS-HND-SUB = 1                                      CVSIXH.2
058600              COMPUTE WS-MD-REF-FIRST (WS-MOD-SUB)                CVSIXH.2
058700                  = WS-REF-CT + 1.                                CVSIXH.2
058800     IF       WS-HND-SUB > 1                                      CVSIXH.2
058900              AND WS-MD-NOBUILD (WS-MOD-SUB, 1) = "Y"             CVSIXH.2
059000              MOVE "N" TO WS-COMPARE-SWITCH.                      CVSIXH.2
059100     OPEN     INPUT IXH-TRACE-FILE.                               CVSIXH.2
059200     IF       WS-TR-FSTATUS = "00"                                CVSIXH.2
059300              MOVE "N" TO WS-EOF-SWITCH                           CVSIXH.2
059400              PERFORM READ-IXH-TRACE                              CVSIXH.2
059500              PERFORM STORE-IXH-TRACE                             CVSIXH.2
059600                  UNTIL WS-EOF-SWITCH = "Y"                       CVSIXH.2
059700              CLOSE IXH-TRACE-FILE.                               CVSIXH.2
059800     IF       WS-HND-SUB > 1                                      CVSIXH.2
059900              AND WS-COMPARE-SWITCH = "Y"                         CVSIXH.2
060000              AND WS-TRACE-SEQ < WS-MD-REF-CT (WS-MOD-SUB)        CVSIXH.2
060100              COMPUTE WS-REF-SUB = WS-MD-REF-FIRST (WS-MOD-SUB)   CVSIXH.2
060200                  + WS-TRACE-SEQ                                  CVSIXH.2
060300              ADD 1 TO WS-TRACE-SEQ                               CVSIXH.2
060400              MOVE SPACE TO WS-TRACE-ROW                          CVSIXH.2
060500              MOVE "SHORT" TO WS-DIF-KIND                         CVSIXH.2
060600              PERFORM RECORD-DIFFERENCE                           CVSIXH.2
060700                  THRU RECORD-DIFFERENCE-EX.                      CVSIXH.2
060800 READ-IXH-TRACE.                                                  CVSIXH.2
060900     MOVE     SPACE TO IXH-TRACE-REC.                             CVSIXH.2
061000     READ     IXH-TRACE-FILE                                      CVSIXH.2
061100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSIXH.2
061200 STORE-IXH-TRACE.                                                 CVSIXH.2
061300     MOVE     SPACE TO WS-TRACE-ROW.                              CVSIXH.2
061400     UNSTRING IXH-TRACE-REC DELIMITED BY ","                      CVSIXH.2
061500              INTO WS-TR-PGM WS-TR-PAR WS-TR-VERB WS-TR-FILE      CVSIXH.2
061600                   WS-TR-ORG WS-TR-KEY WS-TR-STATUS.              CVSIXH.2
061700     ADD      1 TO WS-TRACE-SEQ.                                  CVSIXH.2
061800     ADD      1 TO WS-HD-TRACE-CT (WS-HND-SUB).                   CVSIXH.2
061900     IF       WS-HND-SUB = 1                                      CVSIXH.2
062000              PERFORM TABLE-REFERENCE-TRACE                       CVSIXH.2
062100     ELSE                                                         CVSIXH.2
062200              IF  WS-COMPARE-SWITCH = "Y"                         CVSIXH.2
062300                  PERFORM COMPARE-TRACE-ROW.                      CVSIXH.2
062400     PERFORM  READ-IXH-TRACE.                                     CVSIXH.2
062500 TABLE-REFERENCE-TRACE.                                           CVSIXH.2
062600     IF       WS-REF-CT < 9000                                    CVSIXH.2
062700              ADD 1 TO WS-REF-CT                                  CVSIXH.2
062800              ADD 1 TO WS-MD-REF-CT (WS-MOD-SUB)                  CVSIXH.2
062900              MOVE WS-TR-PAR TO WS-RF-PAR (WS-REF-CT)             CVSIXH.2
063000              MOVE WS-TR-VERB TO WS-RF-VERB (WS-REF-CT)           CVSIXH.2
063100              MOVE WS-TR-FILE TO WS-RF-FILE (WS-REF-CT)           CVSIXH.2
063200              MOVE WS-TR-KEY TO WS-RF-KEY (WS-REF-CT)             CVSIXH.2
063300              MOVE WS-TR-STATUS TO WS-RF-STATUS (WS-REF-CT)       CVSIXH.2
063400     ELSE                                                         CVSIXH.2
063500         IF   WS-REF-CT = 9000                                    CVSIXH.2
063600              ADD 1 TO WS-REF-CT                                  CVSIXH.2
063700              DISPLAY "CCVSIXH: MORE THAN 9000 REFERENCE TRACE "  CVSIXH.2
063800                  "ROWS -- " WS-IX-NAME (WS-MOD-SUB)              CVSIXH.2
063900                  " ONWARD COMPARED ONLY AS FAR AS TABLED".       CVSIXH.2
064000 COMPARE-TRACE-ROW.                                               CVSIXH.2
064100     IF       WS-TRACE-SEQ > WS-MD-REF-CT (WS-MOD-SUB)            CVSIXH.2
064200              MOVE "EXTRA" TO WS-DIF-KIND                         CVSIXH.2
064300              MOVE ZERO TO WS-REF-SUB                             CVSIXH.2
064400              PERFORM RECORD-DIFFERENCE                           CVSIXH.2
064500                  THRU RECORD-DIFFERENCE-EX                       CVSIXH.2
064600              MOVE "N" TO WS-COMPARE-SWITCH                       CVSIXH.2
064700     ELSE                                                         CVSIXH.2
064800              COMPUTE WS-REF-SUB = WS-MD-REF-FIRST (WS-MOD-SUB)   CVSIXH.2
064900                  + WS-TRACE-SEQ - 1                              CVSIXH.2
065000              IF  WS-TR-PAR NOT = WS-RF-PAR (WS-REF-SUB)          CVSIXH.2
065100                  OR WS-TR-VERB NOT = WS-RF-VERB (WS-REF-SUB)     CVSIXH.2
065200                  OR WS-TR-FILE NOT = WS-RF-FILE (WS-REF-SUB)     CVSIXH.2
065300                  MOVE "PATH" TO WS-DIF-KIND                      CVSIXH.2
065400                  PERFORM RECORD-DIFFERENCE                       CVSIXH.2
065500                      THRU RECORD-DIFFERENCE-EX                   CVSIXH.2
065600                  MOVE "N" TO WS-COMPARE-SWITCH                   CVSIXH.2
065700              ELSE                                                CVSIXH.2
065800                  IF  WS-TR-STATUS NOT = WS-RF-STATUS (WS-REF-SUB)CVSIXH.2
065900                      MOVE "STATUS" TO WS-DIF-KIND                CVSIXH.2
066000                      PERFORM RECORD-DIFFERENCE                   CVSIXH.2
066100                          THRU RECORD-DIFFERENCE-EX.              CVSIXH.2
066200*                                                                 CVSIXH.2
066300*    A DIFFERENCE CARRIES THIS HANDLER'S ROW WHERE THERE IS ONE   CVSIXH.2
066400*    (THE REFERENCE ROW OTHERWISE) AND BOTH STATUSES.             CVSIXH.2
066500*                                                                 CVSIXH.2
066600 RECORD-DIFFERENCE.                                               CVSIXH.2
066700     ADD      1 TO WS-STATUS-DIFF-CT.                             CVSIXH.2
066800     ADD      1 TO WS-HD-DIFF-CT (WS-HND-SUB).                    CVSIXH.2
066900     IF       WS-DIF-CT NOT < 500                                 CVSIXH.2
067000              GO TO RECORD-DIFFERENCE-EX.                         CVSIXH.2
067100     ADD      1 TO WS-DIF-CT.                                     CVSIXH.2
067200     MOVE     WS-HND-SUB TO WS-DF-HND (WS-DIF-CT).                CVSIXH.2
067300     MOVE     WS-MOD-SUB TO WS-DF-MOD (WS-DIF-CT).                CVSIXH.2
067400     MOVE     WS-TRACE-SEQ TO WS-DF-SEQ (WS-DIF-CT).              CVSIXH.2
067500     MOVE     WS-DIF-KIND TO WS-DF-KIND (WS-DIF-CT).              CVSIXH.2
067600     MOVE     SPACE TO WS-DF-REF-ST (WS-DIF-CT).                  CVSIXH.2
067700     IF       WS-REF-SUB NOT = ZERO                               CVSIXH.2
067800              MOVE WS-RF-STATUS (WS-REF-SUB)                      CVSIXH.2
067900                  TO WS-DF-REF-ST (WS-DIF-CT).                    CVSIXH.2
068000     MOVE     WS-TR-STATUS TO WS-DF-THIS-ST (WS-DIF-CT).          CVSIXH.2
068100     IF       WS-DIF-KIND = "SHORT"                               CVSIXH.2
068200              MOVE WS-RF-PAR (WS-REF-SUB) TO WS-DF-PAR (WS-DIF-CT)CVSIXH.2
068300              MOVE WS-RF-VERB (WS-REF-SUB)                        CVSIXH.2
068400                  TO WS-DF-VERB (WS-DIF-CT)                       CVSIXH.2
068500              MOVE WS-RF-FILE (WS-REF-SUB)                        CVSIXH.2
068600                  TO WS-DF-FILE (WS-DIF-CT)                       CVSIXH.2
068700              MOVE WS-RF-KEY (WS-REF-SUB) TO WS-DF-KEY (WS-DIF-CT)CVSIXH.2
068800     ELSE                                                         CVSIXH.2
068900              MOVE WS-TR-PAR TO WS-DF-PAR (WS-DIF-CT)             CVSIXH.2
069000              MOVE WS-TR-VERB TO WS-DF-VERB (WS-DIF-CT)           CVSIXH.2
069100              MOVE WS-TR-FILE TO WS-DF-FILE (WS-DIF-CT)           CVSIXH.2
069200              MOVE WS-TR-KEY TO WS-DF-KEY (WS-DIF-CT).            CVSIXH.2
069300 RECORD-DIFFERENCE-EX.                                            CVSIXH.2
069400     EXIT.                                                        CVSIXH.2
069500*                                                                 CVSIXH.2
069600*    CCVSIXD, BUILT UNDER THE SAME HANDLER, WALKS THE BED THE     CVSIXH.2
069700*    XXXXX024 CHAIN LEFT.  ITS CONSOLE OUTPUT IS THE CENSUS.      CVSIXH.2
069800*                                                                 CVSIXH.2
069900 TAKE-HANDLER-CENSUS.                                             CVSIXH.2
070000     MOVE     SPACE TO WS-CMD.                                    CVSIXH.2
070100     STRING   "cd w_IXH_" DELIMITED BY SIZE                       CVSIXH.2
070200              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SPACE          CVSIXH.2
070300              "; m=CCVSIXD; rm -f $m probe.tmp"                   CVSIXH.2
070400                  DELIMITED BY SIZE                               CVSIXH.2
070500              " bed/ixd_census.txt;" DELIMITED BY SIZE            CVSIXH.2
070600              " cp -f ../../$m.cob . 2>/dev/null; "               CVSIXH.2
070700                  DELIMITED BY SIZE                               CVSIXH.2
070800              WS-HD-TEMPLATE (WS-HND-SUB)                         CVSIXH.2
070900                  (1:WS-HD-TLEN (WS-HND-SUB)) DELIMITED BY SIZE   CVSIXH.2
071000              "; echo $? >probe.tmp; if [ -x ./$m ]; then"        CVSIXH.2
071100                  DELIMITED BY SIZE                               CVSIXH.2
071200              " cd bed; " DELIMITED BY SIZE                       CVSIXH.2
071300              INTO WS-CMD.                                        CVSIXH.2
071400     PERFORM  APPEND-RUN-SETTING.                                 CVSIXH.2
071500     STRING   " COB_LIBRARY_PATH=../..:$COB_LIBRARY_PATH"         CVSIXH.2
071600                  DELIMITED BY SIZE                               CVSIXH.2
071700              " timeout 300 ../$m >ixd_census.txt 2>&1; fi"       CVSIXH.2
071800                  DELIMITED BY SIZE                               CVSIXH.2
071900              INTO WS-CMD WITH POINTER WS-COL.                    CVSIXH.2
072000     CALL     "SYSTEM" USING WS-CMD.                              CVSIXH.2
072100     PERFORM  READ-BUILD-PROBE.                                   CVSIXH.2
072200     IF       WS-BUILD-RC (1:1) NOT = "0"                         CVSIXH.2
072300              DISPLAY "CCVSIXH: CCVSIXD DID NOT BUILD UNDER "     CVSIXH.2
072400                  WS-HD-NAME (WS-HND-SUB) " -- NO CENSUS"         CVSIXH.2
072500              GO TO TAKE-HANDLER-CENSUS-EX.                       CVSIXH.2
072600     MOVE     SPACE TO WS-CEN-FNAME.                              CVSIXH.2
072700     STRING   "w_IXH_" DELIMITED BY SIZE                          CVSIXH.2
072800              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SPACE          CVSIXH.2
072900              "/bed/ixd_census.txt" DELIMITED BY SIZE             CVSIXH.2
073000              INTO WS-CEN-FNAME.                                  CVSIXH.2
073100     OPEN     INPUT IXH-CENSUS-FILE.                              CVSIXH.2
073200     IF       WS-CN-FSTATUS NOT = "00"                            CVSIXH.2
073300              GO TO TAKE-HANDLER-CENSUS-EX.                       CVSIXH.2
073400     MOVE     "Y" TO WS-HD-CEN-STATE (WS-HND-SUB).                CVSIXH.2
073500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSIXH.2
073600     PERFORM  READ-IXH-CENSUS.                                    CVSIXH.2
073700     PERFORM  STORE-IXH-CENSUS                                    CVSIXH.2
073800              UNTIL WS-EOF-SWITCH = "Y".                          CVSIXH.2
073900     CLOSE    IXH-CENSUS-FILE.                                    CVSIXH.2
074000 TAKE-HANDLER-CENSUS-EX.                                          CVSIXH.2
074100     EXIT.                                                        CVSIXH.2
074200 READ-IXH-CENSUS.                                                 CVSIXH.2
074300     MOVE     SPACE TO IXH-CENSUS-REC.                            CVSIXH.2
074400     READ     IXH-CENSUS-FILE                                     CVSIXH.2
074500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSIXH.2
074600 STORE-IXH-CENSUS.                                                CVSIXH.2
074700     IF       WS-HD-CEN-CT (WS-HND-SUB) < 300                     CVSIXH.2
074800              ADD 1 TO WS-HD-CEN-CT (WS-HND-SUB)                  CVSIXH.2
074900              MOVE IXH-CENSUS-REC TO WS-CEN-LINE (WS-HND-SUB,     CVSIXH.2
075000                  WS-HD-CEN-CT (WS-HND-SUB))                      CVSIXH.2
075100     ELSE                                                         CVSIXH.2
075200              DISPLAY "CCVSIXH: CENSUS UNDER "                    CVSIXH.2
075300                  WS-HD-NAME (WS-HND-SUB)                         CVSIXH.2
075400                  " OVER 300 LINES -- COMPARED AS FAR AS LINE 300"CVSIXH.2
075500              MOVE "Y" TO WS-EOF-SWITCH.                          CVSIXH.2
075600     IF       WS-EOF-SWITCH = "N"                                 CVSIXH.2
075700              PERFORM READ-IXH-CENSUS.                            CVSIXH.2
075800*                                                                 CVSIXH.2
075900*    A CENSUS IS COMPARED LINE FOR LINE WITH THE REFERENCE        CVSIXH.2
076000*    HANDLER'S; CEN-DIFF IS THE FIRST LINE THAT DIFFERS.          CVSIXH.2
076100*                                                                 CVSIXH.2
076200 COMPARE-HANDLER-CENSUS.                                          CVSIXH.2
076300     IF       WS-HD-CEN-STATE (WS-HND-SUB) NOT = "Y"              CVSIXH.2
076400              OR WS-HD-CEN-STATE (1) NOT = "Y"                    CVSIXH.2
076500              MOVE ZERO TO WS-HD-CEN-DIFF (WS-HND-SUB)            CVSIXH.2
076600     ELSE                                                         CVSIXH.2
076700              MOVE ZERO TO WS-HD-CEN-DIFF (WS-HND-SUB)            CVSIXH.2
076800              PERFORM COMPARE-CENSUS-LINE                         CVSIXH.2
076900                  VARYING WS-CEN-SUB FROM 1 BY 1                  CVSIXH.2
077000                  UNTIL WS-CEN-SUB > WS-HD-CEN-CT (WS-HND-SUB)    CVSIXH.2
077100                  OR WS-CEN-SUB > WS-HD-CEN-CT (1)                CVSIXH.2
077200                  OR WS-HD-CEN-DIFF (WS-HND-SUB) NOT = ZERO       CVSIXH.2
077300              IF  WS-HD-CEN-DIFF (WS-HND-SUB) = ZERO              CVSIXH.2
077400                  AND WS-HD-CEN-CT (WS-HND-SUB)                   CVSIXH.2
077500                      NOT = WS-HD-CEN-CT (1)                      CVSIXH.2
077600                  MOVE WS-CEN-SUB TO WS-HD-CEN-DIFF (WS-HND-SUB)  CVSIXH.2
077700              END-IF                                              CVSIXH.2
077800              IF  WS-HD-CEN-DIFF (WS-HND-SUB) NOT = ZERO          CVSIXH.2
077900                  ADD 1 TO WS-CENSUS-DIFF-CT.                     CVSIXH.2
078000 COMPARE-CENSUS-LINE.                                             CVSIXH.2
078100     IF       WS-CEN-LINE (WS-HND-SUB, WS-CEN-SUB)                CVSIXH.2
078200              NOT = WS-CEN-LINE (1, WS-CEN-SUB)                   CVSIXH.2
078300              MOVE WS-CEN-SUB TO WS-HD-CEN-DIFF (WS-HND-SUB).     CVSIXH.2
078400*                                                                 CVSIXH.2
078500*    THE MATRIX.  THE HANDLER COLUMNS START AT 33, 11 WIDE.       CVSIXH.2
078600*                                                                 CVSIXH.2
078700 WRITE-MATRIX-HEADING.                                            CVSIXH.2
078800     MOVE     SPACE TO MATRIX-REPORT-REC.                         CVSIXH.2
078900     MOVE     WS-MOD-CT TO WS-EDIT-1.                             CVSIXH.2
079000     MOVE     WS-HND-CT TO WS-EDIT-HND.                           CVSIXH.2
079100     STRING   "CCVS85 IX INDEXED-FILE HANDLER MATRIX -- "         CVSIXH.2
079200                  DELIMITED BY SIZE                               CVSIXH.2
079300              WS-EDIT-1 DELIMITED BY SIZE                         CVSIXH.2
079400              " MODULE(S) UNDER " DELIMITED BY SIZE               CVSIXH.2
079500              WS-EDIT-HND DELIMITED BY SIZE                       CVSIXH.2
079600              " HANDLER(S)" DELIMITED BY SIZE                     CVSIXH.2
079700              INTO MATRIX-REPORT-REC.                             CVSIXH.2
079800     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
079900     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSIXH.2
080000     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
080100     PERFORM  WRITE-HANDLER-LEGEND                                CVSIXH.2
080200              VARYING WS-HND-SUB FROM 1 BY 1                      CVSIXH.2
080300              UNTIL WS-HND-SUB > WS-HND-CT.                       CVSIXH.2
080400     MOVE     "HANDLER 1 IS THE REFERENCE FOR THE CENSUS AND THE "CVSIXH.2
080500              TO MATRIX-REPORT-REC.                               CVSIXH.2
080600     MOVE     "FILE-STATUS COMPARISONS"                           CVSIXH.2
080700              TO MATRIX-REPORT-REC (51:23).                       CVSIXH.2
080800     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
080900     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
081000     MOVE     "MODULE   PAR-NAME" TO MATRIX-REPORT-REC.           CVSIXH.2
081100     PERFORM  WRITE-HANDLER-TITLE                                 CVSIXH.2
081200              VARYING WS-HND-SUB FROM 1 BY 1                      CVSIXH.2
081300              UNTIL WS-HND-SUB > WS-HND-CT.                       CVSIXH.2
081400     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
081500     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSIXH.2
081600     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
081700 WRITE-HANDLER-LEGEND.                                            CVSIXH.2
081800     MOVE     WS-HND-SUB TO WS-EDIT-HND.                          CVSIXH.2
081900     STRING   "HANDLER " DELIMITED BY SIZE                        CVSIXH.2
082000              WS-EDIT-HND DELIMITED BY SIZE                       CVSIXH.2
082100              "  " DELIMITED BY SIZE                              CVSIXH.2
082200              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SIZE           CVSIXH.2
082300              "  " DELIMITED BY SIZE                              CVSIXH.2
082400              WS-HD-TEMPLATE (WS-HND-SUB) (1:100)                 CVSIXH.2
082500                  DELIMITED BY SIZE                               CVSIXH.2
082600              INTO MATRIX-REPORT-REC.                             CVSIXH.2
082700     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
082800     IF       WS-HD-SLEN (WS-HND-SUB) NOT = ZERO                  CVSIXH.2
082900              STRING "                       RUN SETTINGS  "      CVSIXH.2
083000                      DELIMITED BY SIZE                           CVSIXH.2
083100                  WS-HD-SETTING (WS-HND-SUB) (1:90)               CVSIXH.2
083200                      DELIMITED BY SIZE                           CVSIXH.2
083300                  INTO MATRIX-REPORT-REC                          CVSIXH.2
083400              PERFORM WRITE-MATRIX-LINE.                          CVSIXH.2
083500 WRITE-HANDLER-TITLE.                                             CVSIXH.2
083600     COMPUTE  WS-COL = 33 + (WS-HND-SUB - 1) * 11.                CVSIXH.2
083700     MOVE     WS-HD-NAME (WS-HND-SUB)                             CVSIXH.2
083800              TO MATRIX-REPORT-REC (WS-COL:10).                   CVSIXH.2
083900 WRITE-MATRIX-LINE.                                               CVSIXH.2
084000     WRITE    MATRIX-REPORT-REC.                                  CVSIXH.2
084100     MOVE     SPACE TO MATRIX-REPORT-REC.                         CVSIXH.2
084200 WRITE-MATRIX-ROW.                                                CVSIXH.2
084300     MOVE     WS-RW-MOD (WS-ROW-SUB) TO WS-MOD-SUB.               CVSIXH.2
084400     MOVE     WS-IX-NAME (WS-MOD-SUB) TO MATRIX-REPORT-REC (1:8). CVSIXH.2
084500     MOVE     WS-RW-PAR (WS-ROW-SUB) TO MATRIX-REPORT-REC (10:22).CVSIXH.2
084600     MOVE     "N" TO WS-DIFFER-SWITCH.                            CVSIXH.2
084700     PERFORM  WRITE-MATRIX-CELL                                   CVSIXH.2
084800              VARYING WS-HND-SUB FROM 1 BY 1                      CVSIXH.2
084900              UNTIL WS-HND-SUB > WS-HND-CT.                       CVSIXH.2
085000     IF       WS-DIFFER-SWITCH = "Y"                              CVSIXH.2
085100              ADD 1 TO WS-SENSITIVE-CT                            CVSIXH.2
085200              COMPUTE WS-COL = 33 + WS-HND-CT * 11                CVSIXH.2
085300              MOVE "<< HANDLER-SENSITIVE"                         CVSIXH.2
085400                  TO MATRIX-REPORT-REC (WS-COL:20).               CVSIXH.2
085500     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
085600 WRITE-MATRIX-CELL.                                               CVSIXH.2
085700     EVALUATE TRUE                                                CVSIXH.2
085800         WHEN WS-MD-NOBUILD (WS-MOD-SUB, WS-HND-SUB) = "Y"        CVSIXH.2
085900             MOVE "NOBLD" TO WS-CELL                              CVSIXH.2
086000         WHEN WS-RW-VERDICT (WS-ROW-SUB, WS-HND-SUB) = SPACE      CVSIXH.2
086100             MOVE "--" TO WS-CELL                                 CVSIXH.2
086200         WHEN OTHER                                               CVSIXH.2
086300             MOVE WS-RW-VERDICT (WS-ROW-SUB, WS-HND-SUB)          CVSIXH.2
086400                 TO WS-CELL                                       CVSIXH.2
086500     END-EVALUATE.                                                CVSIXH.2
086600     IF       WS-HND-SUB = 1                                      CVSIXH.2
086700              MOVE WS-CELL TO WS-FIRST-CELL                       CVSIXH.2
086800     ELSE                                                         CVSIXH.2
086900              IF  WS-CELL NOT = WS-FIRST-CELL                     CVSIXH.2
087000                  MOVE "Y" TO WS-DIFFER-SWITCH.                   CVSIXH.2
087100     COMPUTE  WS-COL = 33 + (WS-HND-SUB - 1) * 11.                CVSIXH.2
087200     MOVE     WS-CELL TO MATRIX-REPORT-REC (WS-COL:5).            CVSIXH.2
087300 WRITE-MATRIX-TOTALS.                                             CVSIXH.2
087400     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSIXH.2
087500     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
087600     MOVE     WS-ROW-CT TO WS-EDIT-1.                             CVSIXH.2
087700     MOVE     WS-SENSITIVE-CT TO WS-EDIT-2.                       CVSIXH.2
087800     STRING   "PAR-NAME ROWS " DELIMITED BY SIZE                  CVSIXH.2
087900              WS-EDIT-1 DELIMITED BY SIZE                         CVSIXH.2
088000              "   HANDLER-SENSITIVE " DELIMITED BY SIZE           CVSIXH.2
088100              WS-EDIT-2 DELIMITED BY SIZE                         CVSIXH.2
088200              INTO MATRIX-REPORT-REC.                             CVSIXH.2
088300     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
088400     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
088500     MOVE     "HANDLER     MODULES BUILT   PASS   FAIL  OTHER"    CVSIXH.2
088600              TO MATRIX-REPORT-REC.                               CVSIXH.2
088700     MOVE     "TRACE ROWS  STATUS DIFFS"                          CVSIXH.2
088800              TO MATRIX-REPORT-REC (49:24).                       CVSIXH.2
088900     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
089000     PERFORM  WRITE-HANDLER-TOTAL                                 CVSIXH.2
089100              VARYING WS-HND-SUB FROM 1 BY 1                      CVSIXH.2
089200              UNTIL WS-HND-SUB > WS-HND-CT.                       CVSIXH.2
089300 WRITE-HANDLER-TOTAL.                                             CVSIXH.2
089400     MOVE     WS-HD-BUILT (WS-HND-SUB) TO WS-EDIT-1.              CVSIXH.2
089500     MOVE     WS-HD-PASS (WS-HND-SUB) TO WS-EDIT-2.               CVSIXH.2
089600     MOVE     WS-HD-FAIL (WS-HND-SUB) TO WS-EDIT-3.               CVSIXH.2
089700     MOVE     WS-HD-OTHER (WS-HND-SUB) TO WS-EDIT-4.              CVSIXH.2
089800     MOVE     WS-HD-TRACE-CT (WS-HND-SUB) TO WS-EDIT-5.           CVSIXH.2
089900     MOVE     WS-HD-DIFF-CT (WS-HND-SUB) TO WS-EDIT-6.            CVSIXH.2
090000     STRING   WS-HD-NAME (WS-HND-SUB) DELIMITED BY SIZE           CVSIXH.2
090100              "           " DELIMITED BY SIZE                     CVSIXH.2
090200              WS-EDIT-1 DELIMITED BY SIZE                         CVSIXH.2
090300              "   " DELIMITED BY SIZE                             CVSIXH.2
090400              WS-EDIT-2 DELIMITED BY SIZE                         CVSIXH.2
090500              "   " DELIMITED BY SIZE                             CVSIXH.2
090600              WS-EDIT-3 DELIMITED BY SIZE                         CVSIXH.2
090700              "   " DELIMITED BY SIZE                             CVSIXH.2
090800              WS-EDIT-4 DELIMITED BY SIZE                         CVSIXH.2
090900              "       " DELIMITED BY SIZE                         CVSIXH.2
091000              WS-EDIT-5 DELIMITED BY SIZE                         CVSIXH.2
091100              "         " DELIMITED BY SIZE                       CVSIXH.2
091200              WS-EDIT-6 DELIMITED BY SIZE                         CVSIXH.2
091300              INTO MATRIX-REPORT-REC.                             CVSIXH.2
091400     IF       WS-HND-SUB = 1                                      CVSIXH.2
091500              MOVE "(REFERENCE)" TO MATRIX-REPORT-REC (74:11).    CVSIXH.2
091600     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
091700*                                                                 CVSIXH.2
091800*    THE CENSUS UNDER EACH HANDLER.                               CVSIXH.2
091900*                                                                 CVSIXH.2
092000 WRITE-CENSUS-SECTION.                                            CVSIXH.2
092100     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
092200     MOVE     "IX-FS1 ALTERNATE-KEY CENSUS (CCVSIXD AFTER IX207A)"CVSIXH.2
092300              TO MATRIX-REPORT-REC.                               CVSIXH.2
092400     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
092500     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSIXH.2
092600     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
092700     PERFORM  WRITE-HANDLER-CENSUS                                CVSIXH.2
092800              VARYING WS-HND-SUB FROM 1 BY 1                      CVSIXH.2
092900              UNTIL WS-HND-SUB > WS-HND-CT.                       CVSIXH.2
093000 WRITE-HANDLER-CENSUS.                                            CVSIXH.2
093100     STRING   "HANDLER " DELIMITED BY SIZE                        CVSIXH.2
093200              WS-HD-NAME (WS-HND-SUB) DELIMITED BY SIZE           CVSIXH.2
093300              INTO MATRIX-REPORT-REC.                             CVSIXH.2
093400     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
093500     PERFORM  WRITE-CENSUS-LINE                                   CVSIXH.2
093600              VARYING WS-CEN-SUB FROM 1 BY 1                      CVSIXH.2
093700              UNTIL WS-CEN-SUB > WS-HD-CEN-CT (WS-HND-SUB).       CVSIXH.2
093800     MOVE     WS-HD-CEN-DIFF (WS-HND-SUB) TO WS-EDIT-1.           CVSIXH.2
093900     EVALUATE TRUE                                                CVSIXH.2
094000         WHEN WS-HD-CEN-STATE (WS-HND-SUB) NOT = "Y"              CVSIXH.2
094100             MOVE "    CENSUS NOT TAKEN" TO MATRIX-REPORT-REC     CVSIXH.2
094200         WHEN WS-HND-SUB = 1                                      CVSIXH.2
094300             MOVE "    REFERENCE CENSUS" TO MATRIX-REPORT-REC     CVSIXH.2
094400         WHEN WS-HD-CEN-STATE (1) NOT = "Y"                       CVSIXH.2
094500             MOVE "    NO REFERENCE CENSUS TO COMPARE WITH"       CVSIXH.2
094600                 TO MATRIX-REPORT-REC                             CVSIXH.2
094700         WHEN WS-HD-CEN-DIFF (WS-HND-SUB) = ZERO                  CVSIXH.2
094800             STRING "    CENSUS AGREES WITH " DELIMITED BY SIZE   CVSIXH.2
094900                 WS-HD-NAME (1) DELIMITED BY SPACE                CVSIXH.2
095000                 INTO MATRIX-REPORT-REC                           CVSIXH.2
095100         WHEN OTHER                                               CVSIXH.2
095200             STRING "    CENSUS DIFFERS FROM " DELIMITED BY SIZE  CVSIXH.2
095300                 WS-HD-NAME (1) DELIMITED BY SPACE                CVSIXH.2
095400                 " FROM LINE " DELIMITED BY SIZE                  CVSIXH.2
095500                 WS-EDIT-1 DELIMITED BY SIZE                      CVSIXH.2
095600                 "  << HANDLER-SENSITIVE" DELIMITED BY SIZE       CVSIXH.2
095700                 INTO MATRIX-REPORT-REC                           CVSIXH.2
095800     END-EVALUATE.                                                CVSIXH.2
095900     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
096000     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
096100 WRITE-CENSUS-LINE.                                               CVSIXH.2
096200     MOVE     WS-CEN-LINE (WS-HND-SUB, WS-CEN-SUB)                CVSIXH.2
096300              TO MATRIX-REPORT-REC (5:60).                        CVSIXH.2
096400     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
096500*                                                                 CVSIXH.2
096600*    THE FILE-STATUS DIFFERENCES, IN THE ORDER FOUND.             CVSIXH.2
096700*                                                                 CVSIXH.2
096800 WRITE-DIFFERENCE-SECTION.                                        CVSIXH.2
096900     MOVE     "FILE-STATUS DIFFERENCES AGAINST HANDLER "          CVSIXH.2
097000              TO MATRIX-REPORT-REC.                               CVSIXH.2
097100     MOVE     WS-HD-NAME (1) TO MATRIX-REPORT-REC (41:10).        CVSIXH.2
097200     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
097300     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSIXH.2
097400     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
097500     IF       WS-STATUS-DIFF-CT = ZERO                            CVSIXH.2
097600              MOVE "NONE -- EVERY TRACED OPERATION RETURNED THE " CVSIXH.2
097700                  TO MATRIX-REPORT-REC                            CVSIXH.2
097800              MOVE "SAME STATUS UNDER EVERY HANDLER"              CVSIXH.2
097900                  TO MATRIX-REPORT-REC (45:31)                    CVSIXH.2
098000              PERFORM WRITE-MATRIX-LINE                           CVSIXH.2
098100              GO TO WRITE-DIFFERENCE-SECTION-EX.                  CVSIXH.2
098200     MOVE     "HANDLER    MODULE     ROW KIND   PAR-NAME"         CVSIXH.2
098300              TO MATRIX-REPORT-REC.                               CVSIXH.2
098400     MOVE     "VERB    FILE             KEY"                      CVSIXH.2
098500              TO MATRIX-REPORT-REC (57:28).                       CVSIXH.2
098600     MOVE     "REF  THIS" TO MATRIX-REPORT-REC (105:9).           CVSIXH.2
098700     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
098800     PERFORM  WRITE-DIFFERENCE-LINE                               CVSIXH.2
098900              VARYING WS-DIF-SUB FROM 1 BY 1                      CVSIXH.2
099000              UNTIL WS-DIF-SUB > WS-DIF-CT.                       CVSIXH.2
099100     IF       WS-STATUS-DIFF-CT > WS-DIF-CT                       CVSIXH.2
099200              MOVE WS-STATUS-DIFF-CT TO WS-EDIT-5                 CVSIXH.2
099300              STRING "(ONLY THE FIRST 500 OF " DELIMITED BY SIZE  CVSIXH.2
099400                  WS-EDIT-5 DELIMITED BY SIZE                     CVSIXH.2
099500                  " ARE LISTED)" DELIMITED BY SIZE                CVSIXH.2
099600                  INTO MATRIX-REPORT-REC                          CVSIXH.2
099700              PERFORM WRITE-MATRIX-LINE.                          CVSIXH.2
099800 WRITE-DIFFERENCE-SECTION-EX.                                     CVSIXH.2
099900     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
100000 WRITE-DIFFERENCE-LINE.                                           CVSIXH.2
100100     MOVE     WS-DF-HND (WS-DIF-SUB) TO WS-HND-SUB.               CVSIXH.2
100200     MOVE     WS-DF-MOD (WS-DIF-SUB) TO WS-MOD-SUB.               CVSIXH.2
100300     MOVE     WS-DF-SEQ (WS-DIF-SUB) TO WS-EDIT-5.                CVSIXH.2
100400     MOVE     WS-HD-NAME (WS-HND-SUB) TO MATRIX-REPORT-REC (1:10).CVSIXH.2
100500     MOVE     WS-IX-NAME (WS-MOD-SUB) TO MATRIX-REPORT-REC (12:8).CVSIXH.2
100600     MOVE     WS-EDIT-5 TO MATRIX-REPORT-REC (21:5).              CVSIXH.2
100700     MOVE     WS-DF-KIND (WS-DIF-SUB) TO MATRIX-REPORT-REC (27:6).CVSIXH.2
100800     MOVE     WS-DF-PAR (WS-DIF-SUB) TO MATRIX-REPORT-REC (34:22).CVSIXH.2
100900     MOVE     WS-DF-VERB (WS-DIF-SUB) TO MATRIX-REPORT-REC (57:7).CVSIXH.2
101000     MOVE     WS-DF-FILE (WS-DIF-SUB)                             CVSIXH.2
101100              TO MATRIX-REPORT-REC (65:16).                       CVSIXH.2
101200     MOVE     WS-DF-KEY (WS-DIF-SUB) TO MATRIX-REPORT-REC (82:22).CVSIXH.2
101300     MOVE     WS-DF-REF-ST (WS-DIF-SUB)                           CVSIXH.2
101400              TO MATRIX-REPORT-REC (105:2).                       CVSIXH.2
101500     MOVE     WS-DF-THIS-ST (WS-DIF-SUB)                          CVSIXH.2
101600              TO MATRIX-REPORT-REC (110:2).                       CVSIXH.2
101700     PERFORM  WRITE-MATRIX-LINE.                                  CVSIXH.2
101800*                                                                 CVSIXH.2
101900*    THE BUILD FAILURES.                                          CVSIXH.2
102000*                                                                 CVSIXH.2
102100 WRITE-BUILD-FAILURES.                                            CVSIXH.2
102200     IF       WS-NOBUILD-CT > ZERO                                CVSIXH.2
102300              MOVE "BUILD FAILURES (HANDLER, MODULE, COMPILE RC)" CVSIXH.2
102400                  TO MATRIX-REPORT-REC                            CVSIXH.2
102500              PERFORM WRITE-MATRIX-LINE                           CVSIXH.2
102600              PERFORM WRITE-HANDLER-FAILURES                      CVSIXH.2
102700                  VARYING WS-HND-SUB FROM 1 BY 1                  CVSIXH.2
102800                  UNTIL WS-HND-SUB > WS-HND-CT.                   CVSIXH.2
102900 WRITE-HANDLER-FAILURES.                                          CVSIXH.2
103000     PERFORM  WRITE-MODULE-FAILURE                                CVSIXH.2
103100              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSIXH.2
103200              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSIXH.2
103300 WRITE-MODULE-FAILURE.                                            CVSIXH.2
103400     IF       WS-MD-NOBUILD (WS-MOD-SUB, WS-HND-SUB) = "Y"        CVSIXH.2
103500              STRING "  " WS-HD-NAME (WS-HND-SUB) "  "            CVSIXH.2
103600                  WS-IX-NAME (WS-MOD-SUB) "  RC "                 CVSIXH.2
103700                  WS-MD-RC (WS-MOD-SUB, WS-HND-SUB)               CVSIXH.2
103800                  DELIMITED BY SIZE INTO MATRIX-REPORT-REC        CVSIXH.2
103900              PERFORM WRITE-MATRIX-LINE.                          CVSIXH.2
