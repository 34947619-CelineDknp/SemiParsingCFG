000100 IDENTIFICATION DIVISION.                                         CVSHJS.2
000200 PROGRAM-ID.                                                      CVSHJS.2
000300     CCVSHJS.                                                     CVSHJS.2
000400****************************************************************  CVSHJS.2
000500*                                                              *  CVSHJS.2
000600*    HOST JOB-STREAM EXPORT FROM THE X-CARD DECK.              *  CVSHJS.2
000700*                                                              *  CVSHJS.2
000800*    THE SAME COMPILER FAMILY IS ALSO QUALIFIED ON THE HOST,   *  CVSHJS.2
000900*    WHERE THE OPERATORS USED TO REBUILD THE JCL BY HAND FROM  *  CVSHJS.2
001000*    EACH MODULE'S X-CARD HEADER, AND THAT TRANSCRIPTION WAS   *  CVSHJS.2
001100*    WHERE MOST HOST-SIDE RUN FAILURES STARTED.  THIS PROGRAM  *  CVSHJS.2
001200*    WRITES THE JOB STREAM FROM WHAT THE LOCAL RUN ALREADY     *  CVSHJS.2
001300*    USES: THE MODULES IN driver_selected.dat (EVERY ACTIVE    *  CVSHJS.2
001400*    REGISTERED MODULE WHEN THERE IS NONE), THE BEDS EACH      *  CVSHJS.2
001500*    BUILDS AND READS IN module_registry.dat, AND THE NAME     *  CVSHJS.2
001600*    OVERRIDES IN xcard.dat.                                   *  CVSHJS.2
001700*                                                              *  CVSHJS.2
001800*    THE CONSOLE ASKS FOR THE HIGH-LEVEL QUALIFIER (UP TO 17   *  CVSHJS.2
001900*    CHARACTERS, BLANK = CCVS85), THE LOAD LIBRARY THE MODULES *  CVSHJS.2
002000*    WERE LINKED INTO (BLANK = <HLQ>.LOADLIB), THE JOB NAME    *  CVSHJS.2
002100*    (BLANK = CCVSQUAL) AND THE ACCOUNTING FIELD (BLANK =      *  CVSHJS.2
002200*    ACCT).                                                    *  CVSHJS.2
002300*                                                              *  CVSHJS.2
002400*    EACH MODULE'S FILE ASSIGNMENTS ARE READ FROM ITS OWN      *  CVSHJS.2
002500*    SELECT ENTRIES IN ../<MODULE>.cob, NOT FROM THE HEADER    *  CVSHJS.2
002600*    COMMENTS, WHOSE WORDING VARIES FROM SERIES TO SERIES:     *  CVSHJS.2
002700*      - "XXXXXnnn" OR DYNAMIC WS-Xnnn-FNAME IS X-CARD nnn.    *  CVSHJS.2
002800*        THE DD NAME IS THE xcard.dat nnn= VALUE WHEN THAT     *  CVSHJS.2
002900*        IS A VALID DD NAME, OTHERWISE XXXXXnnn.  A BED        *  CVSHJS.2
003000*        NAMED IN THE MODULE'S REGISTRY ROW IS                 *  CVSHJS.2
003100*        <HLQ>.BED.<DD>, ANY OTHER FILE <HLQ>.<MODULE>.<DD>,   *  CVSHJS.2
003200*      - report.log IS THE X-55 PRINTER AND GOES TO SYSOUT     *  CVSHJS.2
003300*        UNDER THE 055 DD NAME,                                *  CVSHJS.2
003400*      - AN SD GETS SORTWK01-03 INSTEAD OF A DD OF ITS OWN,    *  CVSHJS.2
003500*      - THE HARNESS FILES (results.csv AND THE OTHER FEEDS)   *  CVSHJS.2
003600*        ARE NOT ALLOCATED; EACH STEP LISTS THEM IN A COMMENT. *  CVSHJS.2
003700*                                                              *  CVSHJS.2
003800*    INDEXED AND RELATIVE FILES BECOME VSAM CLUSTERS.  THE FD  *  CVSHJS.2
003900*    GIVES THE RECORD SIZE (RECORD CONTAINS OR RECORD VARYING, *  CVSHJS.2
004000*    ELSE THE SUM OF THE FIRST RECORD'S PICTURES) AND THE KEY  *  CVSHJS.2
004100*    OFFSETS AND LENGTHS; THE FIRST ALTERNATE KEY GETS AN      *  CVSHJS.2
004200*    ALTERNATE INDEX AND PATH, WHOSE DD IS THE BASE DD CUT TO  *  CVSHJS.2
004300*    7 CHARACTERS WITH A 1 ON THE END, AS THE HOST RUNTIME     *  CVSHJS.2
004400*    EXPECTS.  A CLEANUP STEP DELETES EVERY DATASET THE JOB    *  CVSHJS.2
004500*    USES, SO THE JOB CAN BE RESUBMITTED, AND A DEFINE STEP    *  CVSHJS.2
004600*    BUILDS THE CLUSTERS.  A SEQUENTIAL DATASET IS CATALOGUED  *  CVSHJS.2
004700*    NEW AT ITS FIRST STEP AND OLD AFTER.                      *  CVSHJS.2
004800*                                                              *  CVSHJS.2
004900*    STEPS RUN IN driver_selected.dat ORDER, EXCEPT THAT A     *  CVSHJS.2
005000*    MODULE READING A BED IS MOVED AFTER EVERY SELECTED MODULE *  CVSHJS.2
005100*    BUILDING IT (SM202A AFTER SM201A, THE IX AND RL BED       *  CVSHJS.2
005200*    CHAINS), AND IT RUNS UNDER AN IF/ENDIF CONDITION ON THOSE *  CVSHJS.2
005300*    PRODUCER STEPS HAVING RUN WITHOUT AN ABEND.               *  CVSHJS.2
005400*                                                              *  CVSHJS.2
005500*    host_jobstream.jcl IS THE JOB.  host_parseback.sh IS THE  *  CVSHJS.2
005600*    MATCHING PARSE-BACK STEP: GIVEN THE JOB'S SAVED PRINTER   *  CVSHJS.2
005700*    SYSOUT IT DROPS THE CARRIAGE-CONTROL COLUMN AND HAS       *  CVSHJS.2
005800*    CCVSBFL REBUILD results.csv AND suite_summary.csv IN      *  CVSHJS.2
005900*    host_results, THEN NAMES ANY STEP'S MODULE THAT LEFT NO   *  CVSHJS.2
006000*    SUMMARY ROW.                                              *  CVSHJS.2
006100*                                                              *  CVSHJS.2
006200*    EVERY PROBLEM FOUND -- A MODULE WITH NO SOURCE, A BED     *  CVSHJS.2
006300*    WITH NO SELECTED PRODUCER, AN UNUSABLE xcard.dat NAME, AN *  CVSHJS.2
006400*    AIX PATH DD CLASHING WITH ANOTHER DD IN THE STEP, A KEY   *  CVSHJS.2
006500*    OR RECORD SIZE NOT FOUND -- IS DISPLAYED AND WRITTEN INTO *  CVSHJS.2
006600*    THE JOB AS A //* WARNING AT THE STEP IT CONCERNS.         *  CVSHJS.2
006700*                                                              *  CVSHJS.2
006800*    RETURN-CODE 0 WHEN THE JOB WAS WRITTEN CLEAN, 4 WITH      *  CVSHJS.2
006900*    WARNINGS, 8 WHEN THERE IS NO REGISTRY, NO MODULE TO RUN,  *  CVSHJS.2
007000*    OR THE PARAMETERS WERE REFUSED.                           *  CVSHJS.2
007100*                                                              *  CVSHJS.2
007200****************************************************************  CVSHJS.2
007300 ENVIRONMENT DIVISION.                                            CVSHJS.2
007400 CONFIGURATION SECTION.                                           CVSHJS.2
007500 SOURCE-COMPUTER.                                                 CVSHJS.2
007600     COPY CCVSTRG.                                                CVSHJS.2
007700 OBJECT-COMPUTER.                                                 CVSHJS.2
007800     COPY CCVSTRG.                                                CVSHJS.2
007900 INPUT-OUTPUT SECTION.                                            CVSHJS.2
008000 FILE-CONTROL.                                                    CVSHJS.2
008100     SELECT   SELECTED-MODULES-FILE ASSIGN TO                     CVSHJS.2
008200     "driver_selected.dat"                                        CVSHJS.2
008300     ORGANIZATION LINE SEQUENTIAL                                 CVSHJS.2
008400     FILE STATUS IS WS-SEL-FSTATUS.                               CVSHJS.2
008500     SELECT   XCARD-PARM-FILE ASSIGN TO                           CVSHJS.2
008600     "xcard.dat"                                                  CVSHJS.2
008700     ORGANIZATION LINE SEQUENTIAL                                 CVSHJS.2
008800     FILE STATUS IS WS-XC-FSTATUS.                                CVSHJS.2
008900     SELECT   MODULE-SOURCE-FILE ASSIGN TO                        CVSHJS.2
009000     DYNAMIC WS-SRC-FNAME                                         CVSHJS.2
009100     ORGANIZATION LINE SEQUENTIAL                                 CVSHJS.2
009200     FILE STATUS IS WS-SR-FSTATUS.                                CVSHJS.2
009300     SELECT   JOB-STREAM-FILE ASSIGN TO                           CVSHJS.2
009400     "host_jobstream.jcl"                                         CVSHJS.2
009500     ORGANIZATION LINE SEQUENTIAL                                 CVSHJS.2
009600     FILE STATUS IS WS-JS-FSTATUS.                                CVSHJS.2
009700     SELECT   PARSEBACK-FILE ASSIGN TO                            CVSHJS.2
009800     "host_parseback.sh"                                          CVSHJS.2
009900     ORGANIZATION LINE SEQUENTIAL                                 CVSHJS.2
010000     FILE STATUS IS WS-PB-FSTATUS.                                CVSHJS.2
010100 DATA DIVISION.                                                   CVSHJS.2
010200 FILE SECTION.                                                    CVSHJS.2
010300 FD  SELECTED-MODULES-FILE.                                       CVSHJS.2
010400 01  SELECTED-MODULES-REC PIC X(8).                               CVSHJS.2
010500 FD  XCARD-PARM-FILE.                                             CVSHJS.2
010600 01  XCARD-PARM-REC PIC X(80).                                    CVSHJS.2
010700 FD  MODULE-SOURCE-FILE.                                          CVSHJS.2
010800 01  MODULE-SOURCE-REC PIC X(80).                                 CVSHJS.2
010900 FD  JOB-STREAM-FILE.                                             CVSHJS.2
011000 01  JOB-STREAM-REC PIC X(80).                                    CVSHJS.2
011100 FD  PARSEBACK-FILE.                                              CVSHJS.2
011200 01  PARSEBACK-REC PIC X(120).                                    CVSHJS.2
011300 WORKING-STORAGE SECTION.                                         CVSHJS.2
011400 77  WS-SEL-FSTATUS      PIC XX VALUE SPACE.                      CVSHJS.2
011500 77  WS-XC-FSTATUS       PIC XX VALUE SPACE.                      CVSHJS.2
011600 77  WS-SR-FSTATUS       PIC XX VALUE SPACE.                      CVSHJS.2
011700 77  WS-JS-FSTATUS       PIC XX VALUE SPACE.                      CVSHJS.2
011800 77  WS-PB-FSTATUS       PIC XX VALUE SPACE.                      CVSHJS.2
011900 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSHJS.2
012000 77  WS-PARM-OK          PIC X  VALUE "Y".                        CVSHJS.2
012100 77  WS-READY-SWITCH     PIC X  VALUE "N".                        CVSHJS.2
012200 77  WS-PROGRESS-SWITCH  PIC X  VALUE "N".                        CVSHJS.2
012300 77  WS-LINK-SWITCH      PIC X  VALUE "N".                        CVSHJS.2
012400 77  WS-FOUND-SWITCH     PIC X  VALUE "N".                        CVSHJS.2
012500 77  WS-BED-SWITCH       PIC X  VALUE "N".                        CVSHJS.2
012600 77  WS-PERIOD-SWITCH    PIC X  VALUE "N".                        CVSHJS.2
012700 77  WS-DD-VALID         PIC X  VALUE "N".                        CVSHJS.2
012800 77  WS-ANSWER-LEN       PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
012900 77  WS-SEL-CT           PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013000 77  WS-SEL-SUB          PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013100 77  WS-SEL-SUB2         PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013200 77  WS-STEP-CT          PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013300 77  WS-STEP-SUB         PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013400 77  WS-STEP-SUB2        PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013500 77  WS-PRD-SUB          PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
013600 77  WS-REG-SUB          PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013700 77  WS-REG-SUB2         PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013800 77  WS-PRD-REG          PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
013900 77  WS-CNS-REG          PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
014000 77  WS-XC-CT            PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
014100 77  WS-XC-SUB           PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
014200 77  WS-FL-CT            PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
014300 77  WS-FL-SUB           PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
014400 77  WS-CUR-FL           PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
014500 77  WS-DS-CT            PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
014600 77  WS-DS-SUB           PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
014700 77  WS-DD-CT            PIC 9(4) COMP VALUE ZERO.                CVSHJS.2
014800 77  WS-DD-SUB           PIC 9(4) COMP VALUE ZERO.                CVSHJS.2
014900 77  WS-DD-LAST          PIC 9(4) COMP VALUE ZERO.                CVSHJS.2
015000 77  WS-WRN-CT           PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
015100 77  WS-WRN-SUB          PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
015200 77  WS-PART-SUB         PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
015300 77  WS-PART-LEN         PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
015400 77  WS-BED-HITS         PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
015500 77  WS-PTR              PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
015600 77  WS-JCL-PTR          PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
015700 77  WS-TOK-LEN          PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
015800 77  WS-TOK-NUM          PIC 9(5) VALUE ZERO.                     CVSHJS.2
015900 77  WS-OFFSET           PIC 9(5) COMP VALUE ZERO.                CVSHJS.2
016000 77  WS-REC-CT           PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
016100 77  WS-REDEF-LVL        PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
016200 77  WS-PIC-SUB          PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
016300 77  WS-PIC-SIZE         PIC 9(5) COMP VALUE ZERO.                CVSHJS.2
016400 77  WS-PIC-DIGITS       PIC 9(3) COMP VALUE ZERO.                CVSHJS.2
016500 77  WS-PIC-NUM          PIC 9(5) COMP VALUE ZERO.                CVSHJS.2
016600 77  WS-PIC-DIGIT        PIC 9 VALUE ZERO.                        CVSHJS.2
016700 77  WS-NUM-IN           PIC 9(5) VALUE ZERO.                     CVSHJS.2
016800 77  WS-NUM-LEAD         PIC 9(2) COMP VALUE ZERO.                CVSHJS.2
016900 77  WS-JCL-LINES        PIC 9(5) VALUE ZERO.                     CVSHJS.2
017000 77  WS-VSAM-CT          PIC 9(3) VALUE ZERO.                     CVSHJS.2
017100 77  WS-COND-CT          PIC 9(3) VALUE ZERO.                     CVSHJS.2
017200 01  WS-ANSWER           PIC X(44) VALUE SPACE.                   CVSHJS.2
017300 01  WS-HLQ              PIC X(17) VALUE SPACE.                   CVSHJS.2
017400 01  WS-LOADLIB          PIC X(44) VALUE SPACE.                   CVSHJS.2
017500 01  WS-JOB-NAME         PIC X(8)  VALUE SPACE.                   CVSHJS.2
017600 01  WS-ACCOUNT          PIC X(20) VALUE SPACE.                   CVSHJS.2
017700 01  WS-TODAY            PIC 9(8)  VALUE ZERO.                    CVSHJS.2
017800 01  WS-SRC-FNAME        PIC X(40) VALUE SPACE.                   CVSHJS.2
017900 01  WS-LINE-TEXT        PIC X(66) VALUE SPACE.                   CVSHJS.2
018000 01  WS-TOKEN            PIC X(40) VALUE SPACE.                   CVSHJS.2
018100 01  WS-PREV-TOKEN       PIC X(40) VALUE SPACE.                   CVSHJS.2
018200 01  WS-ASSIGN-NAME      PIC X(30) VALUE SPACE.                   CVSHJS.2
018300 01  WS-PHASE            PIC X  VALUE "0".                        CVSHJS.2
018400 01  WS-EXPECT           PIC X  VALUE SPACE.                      CVSHJS.2
018500 01  WS-FD-HEADER        PIC X  VALUE "N".                        CVSHJS.2
018600 01  WS-FD-KIND          PIC XX VALUE SPACE.                      CVSHJS.2
018700 01  WS-ENTRY-START      PIC X  VALUE "N".                        CVSHJS.2
018800 01  WS-IN-ENTRY         PIC X  VALUE "N".                        CVSHJS.2
018900 01  WS-PIC-CHAR         PIC X  VALUE SPACE.                      CVSHJS.2
019000 01  WS-PIC-LAST         PIC X  VALUE SPACE.                      CVSHJS.2
019100 01  WS-PIC-PAREN        PIC X  VALUE "N".                        CVSHJS.2
019200 01  WS-XNUM             PIC X(3) VALUE SPACE.                    CVSHJS.2
019300 01  WS-CANON-NAME       PIC X(8) VALUE SPACE.                    CVSHJS.2
019400 01  WS-DD-NAME          PIC X(8) VALUE SPACE.                    CVSHJS.2
019500 01  WS-DD-KIND          PIC X  VALUE SPACE.                      CVSHJS.2
019600 01  WS-DD-DISP          PIC X  VALUE SPACE.                      CVSHJS.2
019700 01  WS-PRINTER-DD       PIC X(8) VALUE SPACE.                    CVSHJS.2
019800 01  WS-DSN              PIC X(44) VALUE SPACE.                   CVSHJS.2
019900 01  WS-WARNING          PIC X(60) VALUE SPACE.                   CVSHJS.2
020000 01  WS-JCL-NAME         PIC X(8) VALUE SPACE.                    CVSHJS.2
020100 01  WS-JCL-LINE         PIC X(80) VALUE SPACE.                   CVSHJS.2
020200 01  WS-SCRIPT-LINE      PIC X(120) VALUE SPACE.                  CVSHJS.2
020300 01  WS-NUM-EDIT         PIC ZZZZ9.                               CVSHJS.2
020400 01  WS-EDIT-1           PIC ZZ9.                                 CVSHJS.2
020500 01  WS-EDIT-2           PIC ZZ9.                                 CVSHJS.2
020600 01  WS-EDIT-3           PIC ZZ9.                                 CVSHJS.2
020700 01  WS-LIST-VALUE       PIC X(30) VALUE SPACE.                   CVSHJS.2
020800 01  WS-PART-TABLE.                                               CVSHJS.2
020900     02  WS-PART         PIC X(10) OCCURS 3 TIMES.                CVSHJS.2
021000*                                                                 CVSHJS.2
021100*    THE xcard.dat NAME OVERRIDES, nnn=VALUE.                     CVSHJS.2
021200*                                                                 CVSHJS.2
021300 01  WS-XCARD-TABLE.                                              CVSHJS.2
021400     02  WS-XC OCCURS 100 TIMES.                                  CVSHJS.2
021500         03  WS-XC-NUM       PIC X(3).                            CVSHJS.2
021600         03  WS-XC-VALUE     PIC X(30).                           CVSHJS.2
021700*                                                                 CVSHJS.2
021800*    THE SELECTED MODULES AS driver_selected.dat LISTS THEM.      CVSHJS.2
021900*                                                                 CVSHJS.2
022000 01  WS-SELECTED-TABLE.                                           CVSHJS.2
022100     02  WS-SL OCCURS 150 TIMES.                                  CVSHJS.2
022200         03  WS-SL-MODULE    PIC X(8).                            CVSHJS.2
022300         03  WS-SL-REG       PIC 9(3) COMP.                       CVSHJS.2
022400         03  WS-SL-DONE      PIC X.                               CVSHJS.2
022500*                                                                 CVSHJS.2
022600*    THE JOB STEPS IN RUN ORDER.  PRD IS EACH PRODUCER STEP THE   CVSHJS.2
022700*    STEP'S IF CONDITION TESTS; DD-FIRST/DD-CT ARE ITS ENTRIES    CVSHJS.2
022800*    IN THE DD TABLE.                                             CVSHJS.2
022900*                                                                 CVSHJS.2
023000 01  WS-STEP-TABLE.                                               CVSHJS.2
023100     02  WS-ST OCCURS 150 TIMES.                                  CVSHJS.2
023200         03  WS-ST-MODULE    PIC X(8).                            CVSHJS.2
023300         03  WS-ST-REG       PIC 9(3) COMP.                       CVSHJS.2
023400         03  WS-ST-SOURCE    PIC X.                               CVSHJS.2
023500         03  WS-ST-SORT      PIC X.                               CVSHJS.2
023600         03  WS-ST-DD-FIRST  PIC 9(4) COMP.                       CVSHJS.2
023700         03  WS-ST-DD-CT     PIC 9(3) COMP.                       CVSHJS.2
023800         03  WS-ST-PRD-CT    PIC 9(2) COMP.                       CVSHJS.2
023900         03  WS-ST-PRD       PIC 9(3) COMP OCCURS 10 TIMES.       CVSHJS.2
024000         03  WS-ST-HARNESS   PIC X(64).                           CVSHJS.2
024100         03  WS-ST-HPTR      PIC 9(3) COMP.                       CVSHJS.2
024200*                                                                 CVSHJS.2
024300*    ONE MODULE'S FILES AS ITS SELECT AND FD ENTRIES DESCRIBE     CVSHJS.2
024400*    THEM.  KIND X IS AN X-CARD FILE, P THE PRINTER, H A          CVSHJS.2
024500*    HARNESS FILE; ORG S, I OR R.  OFFSETS ARE FROM ZERO.         CVSHJS.2
024600*                                                                 CVSHJS.2
024700 01  WS-FILE-TABLE.                                               CVSHJS.2
024800     02  WS-FL OCCURS 20 TIMES.                                   CVSHJS.2
024900         03  WS-FL-NAME      PIC X(30).                           CVSHJS.2
025000         03  WS-FL-KIND      PIC X.                               CVSHJS.2
025100         03  WS-FL-XNUM      PIC X(3).                            CVSHJS.2
025200         03  WS-FL-LIT       PIC X(30).                           CVSHJS.2
025300         03  WS-FL-ORG       PIC X.                               CVSHJS.2
025400         03  WS-FL-SORT      PIC X.                               CVSHJS.2
025500         03  WS-FL-COPIED    PIC X.                               CVSHJS.2
025600         03  WS-FL-PKEY      PIC X(30).                           CVSHJS.2
025700         03  WS-FL-AKEY      PIC X(30).                           CVSHJS.2
025800         03  WS-FL-ADUP      PIC X.                               CVSHJS.2
025900         03  WS-FL-AKEY-XTRA PIC 9(2) COMP.                       CVSHJS.2
026000         03  WS-FL-MIN       PIC 9(5) COMP.                       CVSHJS.2
026100         03  WS-FL-MAX       PIC 9(5) COMP.                       CVSHJS.2
026200         03  WS-FL-REC-LEN   PIC 9(5) COMP.                       CVSHJS.2
026300         03  WS-FL-PK-STATE  PIC X.                               CVSHJS.2
026400         03  WS-FL-PK-LVL    PIC 9(2) COMP.                       CVSHJS.2
026500         03  WS-FL-PK-OFF    PIC 9(5) COMP.                       CVSHJS.2
026600         03  WS-FL-PK-LEN    PIC 9(5) COMP.                       CVSHJS.2
026700         03  WS-FL-AK-STATE  PIC X.                               CVSHJS.2
026800         03  WS-FL-AK-LVL    PIC 9(2) COMP.                       CVSHJS.2
026900         03  WS-FL-AK-OFF    PIC 9(5) COMP.                       CVSHJS.2
027000         03  WS-FL-AK-LEN    PIC 9(5) COMP.                       CVSHJS.2
027100*                                                                 CVSHJS.2
027200*    THE DATA DESCRIPTION ENTRY BEING READ.                       CVSHJS.2
027300*                                                                 CVSHJS.2
027400 01  WS-ENTRY.                                                    CVSHJS.2
027500     02  WS-EN-LEVEL         PIC 9(2).                            CVSHJS.2
027600     02  WS-EN-NAME          PIC X(30).                           CVSHJS.2
027700     02  WS-EN-PIC           PIC X(30).                           CVSHJS.2
027800     02  WS-EN-OCCURS        PIC 9(5).                            CVSHJS.2
027900     02  WS-EN-REDEF         PIC X.                               CVSHJS.2
028000     02  WS-EN-USAGE         PIC X.                               CVSHJS.2
028100*                                                                 CVSHJS.2
028200*    EVERY DATASET THE JOB USES.  ORG S, I OR R; REF-CT COUNTS    CVSHJS.2
028300*    THE STEPS ALLOCATING IT SO FAR.                              CVSHJS.2
028400*                                                                 CVSHJS.2
028500 01  WS-DATASET-TABLE.                                            CVSHJS.2
028600     02  WS-DS OCCURS 400 TIMES.                                  CVSHJS.2
028700         03  WS-DS-NAME      PIC X(44).                           CVSHJS.2
028800         03  WS-DS-ORG       PIC X.                               CVSHJS.2
028900         03  WS-DS-REF-CT    PIC 9(3) COMP.                       CVSHJS.2
029000         03  WS-DS-MIN       PIC 9(5) COMP.                       CVSHJS.2
029100         03  WS-DS-MAX       PIC 9(5) COMP.                       CVSHJS.2
029200         03  WS-DS-PK-OFF    PIC 9(5) COMP.                       CVSHJS.2
029300         03  WS-DS-PK-LEN    PIC 9(5) COMP.                       CVSHJS.2
029400         03  WS-DS-AIX       PIC X.                               CVSHJS.2
029500         03  WS-DS-AK-OFF    PIC 9(5) COMP.                       CVSHJS.2
029600         03  WS-DS-AK-LEN    PIC 9(5) COMP.                       CVSHJS.2
029700         03  WS-DS-ADUP      PIC X.                               CVSHJS.2
029800*                                                                 CVSHJS.2
029900*    EVERY DD STATEMENT OF EVERY STEP.  KIND P PRINTER, D A       CVSHJS.2
030000*    DATASET, A AN ALTERNATE-INDEX PATH; DISP N NEW, O OLD,       CVSHJS.2
030100*    S SHR.                                                       CVSHJS.2
030200*                                                                 CVSHJS.2
030300 01  WS-DD-TABLE.                                                 CVSHJS.2
030400     02  WS-DD OCCURS 1500 TIMES.                                 CVSHJS.2
030500         03  WS-DD-DDNAME    PIC X(8).                            CVSHJS.2
030600         03  WS-DD-TYPE      PIC X.                               CVSHJS.2
030700         03  WS-DD-DS        PIC 9(3) COMP.                       CVSHJS.2
030800         03  WS-DD-DISPOSE   PIC X.                               CVSHJS.2
030900*                                                                 CVSHJS.2
031000*    THE WARNINGS, EACH WITH THE STEP IT CONCERNS (ZERO FOR       CVSHJS.2
031100*    THE JOB AS A WHOLE).                                         CVSHJS.2
031200*                                                                 CVSHJS.2
031300 01  WS-WARNING-TABLE.                                            CVSHJS.2
031400     02  WS-WRN OCCURS 300 TIMES.                                 CVSHJS.2
031500         03  WS-WRN-STEP     PIC 9(3) COMP.                       CVSHJS.2
031600         03  WS-WRN-TEXT     PIC X(60).                           CVSHJS.2
031700     COPY CCVSMRT.                                                CVSHJS.2
031800 PROCEDURE DIVISION.                                              CVSHJS.2
031900 CCVSHJS-MAIN SECTION.                                            CVSHJS.2
032000 CCVSHJS-START.                                                   CVSHJS.2
032100     PERFORM  ACCEPT-JOB-PARMS THRU ACCEPT-JOB-PARMS-EX.          CVSHJS.2
032200     IF       WS-PARM-OK = "N"                                    CVSHJS.2
032300              MOVE 8 TO RETURN-CODE                               CVSHJS.2
032400              STOP RUN.                                           CVSHJS.2
032500     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSHJS.2
032600     IF       WS-MR-COUNT = ZERO                                  CVSHJS.2
032700              DISPLAY "CCVSHJS: NO module_registry.dat -- THE "   CVSHJS.2
032800                  "BEDS CANNOT BE DERIVED"                        CVSHJS.2
032900              MOVE 8 TO RETURN-CODE                               CVSHJS.2
033000              STOP RUN.                                           CVSHJS.2
033100     PERFORM  LOAD-XCARD-DECK THRU LOAD-XCARD-DECK-EX.            CVSHJS.2
033200     PERFORM  LOAD-SELECTED-MODULES THRU LOAD-SELECTED-MODULES-EX.CVSHJS.2
033300     IF       WS-SEL-CT = ZERO                                    CVSHJS.2
033400              DISPLAY "CCVSHJS: NO MODULE TO RUN"                 CVSHJS.2
033500              MOVE 8 TO RETURN-CODE                               CVSHJS.2
033600              STOP RUN.                                           CVSHJS.2
033700     MOVE     "055" TO WS-XNUM.                                   CVSHJS.2
033800     PERFORM  LOOK-UP-XCARD-NAME.                                 CVSHJS.2
033900     MOVE     WS-DD-NAME TO WS-PRINTER-DD.                        CVSHJS.2
034000     PERFORM  ORDER-JOB-STEPS.                                    CVSHJS.2
034100     PERFORM  DERIVE-STEP-FILES THRU DERIVE-STEP-FILES-EX         CVSHJS.2
034200              VARYING WS-STEP-SUB FROM 1 BY 1                     CVSHJS.2
034300              UNTIL WS-STEP-SUB > WS-STEP-CT.                     CVSHJS.2
034400     PERFORM  FIND-STEP-PRODUCERS                                 CVSHJS.2
034500              VARYING WS-STEP-SUB FROM 1 BY 1                     CVSHJS.2
034600              UNTIL WS-STEP-SUB > WS-STEP-CT.                     CVSHJS.2
034700     PERFORM  CHECK-DATASET-SIZING                                CVSHJS.2
034800              VARYING WS-DS-SUB FROM 1 BY 1                       CVSHJS.2
034900              UNTIL WS-DS-SUB > WS-DS-CT.                         CVSHJS.2
035000     IF       WS-STEP-CT > 253                                    CVSHJS.2
035100              MOVE 0 TO WS-STEP-SUB                               CVSHJS.2
035200              MOVE "MORE THAN 255 STEPS -- SPLIT THE JOB"         CVSHJS.2
035300                  TO WS-WARNING                                   CVSHJS.2
035400              PERFORM RECORD-WARNING.                             CVSHJS.2
035500     OPEN     OUTPUT JOB-STREAM-FILE.                             CVSHJS.2
035600     IF       WS-JS-FSTATUS NOT = "00"                            CVSHJS.2
035700              DISPLAY "CCVSHJS: CANNOT OPEN host_jobstream.jcl, " CVSHJS.2
035800                  "STATUS " WS-JS-FSTATUS                         CVSHJS.2
035900              MOVE 8 TO RETURN-CODE                               CVSHJS.2
036000              STOP RUN.                                           CVSHJS.2
036100     PERFORM  WRITE-JOB-HEADER.                                   CVSHJS.2
036200     IF       WS-DS-CT > ZERO                                     CVSHJS.2
036300              PERFORM WRITE-CLEANUP-STEP.                         CVSHJS.2
036400     IF       WS-VSAM-CT > ZERO                                   CVSHJS.2
036500              PERFORM WRITE-DEFINE-STEP.                          CVSHJS.2
036600     PERFORM  WRITE-MODULE-STEP                                   CVSHJS.2
036700              VARYING WS-STEP-SUB FROM 1 BY 1                     CVSHJS.2
036800              UNTIL WS-STEP-SUB > WS-STEP-CT.                     CVSHJS.2
036900     CLOSE    JOB-STREAM-FILE.                                    CVSHJS.2
037000     PERFORM  WRITE-PARSEBACK-SCRIPT                              CVSHJS.2
037100              THRU WRITE-PARSEBACK-SCRIPT-EX.                     CVSHJS.2
037200     MOVE     WS-STEP-CT TO WS-EDIT-1.                            CVSHJS.2
037300     MOVE     WS-DS-CT TO WS-EDIT-2.                              CVSHJS.2
037400     MOVE     WS-WRN-CT TO WS-EDIT-3.                             CVSHJS.2
037500     DISPLAY  "CCVSHJS: " WS-EDIT-1 " MODULE STEP(S), " WS-EDIT-2 CVSHJS.2
037600              " DATASET(S), " WS-EDIT-3 " WARNING(S)".            CVSHJS.2
037700     DISPLAY  "CCVSHJS: JOB IN host_jobstream.jcl, PARSE-BACK "   CVSHJS.2
037800              "IN host_parseback.sh".                             CVSHJS.2
037900     IF       WS-WRN-CT > ZERO                                    CVSHJS.2
038000              MOVE 4 TO RETURN-CODE                               CVSHJS.2
038100     ELSE                                                         CVSHJS.2
038200              MOVE 0 TO RETURN-CODE.                              CVSHJS.2
038300     STOP     RUN.                                                CVSHJS.2
038400*                                                                 CVSHJS.2
038500*    THE JOB PARAMETERS.  A BLANK ANSWER TAKES THE DEFAULT.       CVSHJS.2
038600*                                                                 CVSHJS.2
038700 ACCEPT-JOB-PARMS.                                                CVSHJS.2
038800     DISPLAY  "CCVSHJS: HIGH-LEVEL QUALIFIER (BLANK = CCVS85)?".  CVSHJS.2
038900     MOVE     SPACE TO WS-ANSWER.                                 CVSHJS.2
039000     ACCEPT   WS-ANSWER.                                          CVSHJS.2
039100     PERFORM  FOLD-ANSWER.                                        CVSHJS.2
039200     IF       WS-ANSWER = SPACE                                   CVSHJS.2
039300              MOVE "CCVS85" TO WS-ANSWER                          CVSHJS.2
039400              MOVE 6 TO WS-ANSWER-LEN.                            CVSHJS.2
039500     IF       WS-ANSWER-LEN > 17                                  CVSHJS.2
039600              DISPLAY "CCVSHJS: QUALIFIER LONGER THAN 17 "        CVSHJS.2
039700                  "CHARACTERS -- REFUSED"                         CVSHJS.2
039800              MOVE "N" TO WS-PARM-OK                              CVSHJS.2
039900              GO TO ACCEPT-JOB-PARMS-EX.                          CVSHJS.2
040000     MOVE     WS-ANSWER TO WS-HLQ.                                CVSHJS.2
040100     DISPLAY  "CCVSHJS: LOAD LIBRARY "                            CVSHJS.2
040200              "(BLANK = QUALIFIER.LOADLIB)?".                     CVSHJS.2
040300     MOVE     SPACE TO WS-ANSWER.                                 CVSHJS.2
040400     ACCEPT   WS-ANSWER.                                          CVSHJS.2
040500     PERFORM  FOLD-ANSWER.                                        CVSHJS.2
040600     IF       WS-ANSWER = SPACE                                   CVSHJS.2
040700              STRING WS-HLQ DELIMITED BY SPACE                    CVSHJS.2
040800                  ".LOADLIB" DELIMITED BY SIZE                    CVSHJS.2
040900                  INTO WS-ANSWER.                                 CVSHJS.2
041000     MOVE     WS-ANSWER TO WS-LOADLIB.                            CVSHJS.2
041100     DISPLAY  "CCVSHJS: JOB NAME (BLANK = CCVSQUAL)?".            CVSHJS.2
041200     MOVE     SPACE TO WS-ANSWER.                                 CVSHJS.2
041300     ACCEPT   WS-ANSWER.                                          CVSHJS.2
041400     PERFORM  FOLD-ANSWER.                                        CVSHJS.2
041500     IF       WS-ANSWER = SPACE                                   CVSHJS.2
041600              MOVE "CCVSQUAL" TO WS-ANSWER                        CVSHJS.2
041700              MOVE 8 TO WS-ANSWER-LEN.                            CVSHJS.2
041800     IF       WS-ANSWER-LEN > 8                                   CVSHJS.2
041900              DISPLAY "CCVSHJS: JOB NAME LONGER THAN 8 "          CVSHJS.2
042000                  "CHARACTERS -- REFUSED"                         CVSHJS.2
042100              MOVE "N" TO WS-PARM-OK                              CVSHJS.2
042200              GO TO ACCEPT-JOB-PARMS-EX.                          CVSHJS.2
042300     MOVE     WS-ANSWER TO WS-JOB-NAME.                           CVSHJS.2
042400     DISPLAY  "CCVSHJS: ACCOUNTING FIELD (BLANK = ACCT)?".        CVSHJS.2
042500     MOVE     SPACE TO WS-ANSWER.                                 CVSHJS.2
042600     ACCEPT   WS-ANSWER.                                          CVSHJS.2
042700     PERFORM  FOLD-ANSWER.                                        CVSHJS.2
042800     IF       WS-ANSWER = SPACE                                   CVSHJS.2
042900              MOVE "ACCT" TO WS-ANSWER.                           CVSHJS.2
043000     MOVE     WS-ANSWER TO WS-ACCOUNT.                            CVSHJS.2
043100 ACCEPT-JOB-PARMS-EX.                                             CVSHJS.2
043200     EXIT.                                                        CVSHJS.2
043300 FOLD-ANSWER.                                                     CVSHJS.2
043400     INSPECT  WS-ANSWER CONVERTING "abcdefghijklmnopqrstuvwxyz"   CVSHJS.2
043500              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                    CVSHJS.2
043600     MOVE     ZERO TO WS-ANSWER-LEN.                              CVSHJS.2
043700     INSPECT  WS-ANSWER TALLYING WS-ANSWER-LEN                    CVSHJS.2
043800              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSHJS.2
043900*                                                                 CVSHJS.2
044000*    THE X-CARD NAME OVERRIDES.  WITHOUT xcard.dat EVERY FILE     CVSHJS.2
044100*    KEEPS ITS XXXXXnnn NAME.                                     CVSHJS.2
044200*                                                                 CVSHJS.2
044300 LOAD-XCARD-DECK.                                                 CVSHJS.2
044400     OPEN     INPUT XCARD-PARM-FILE.                              CVSHJS.2
044500     IF       WS-XC-FSTATUS NOT = "00"                            CVSHJS.2
044600              DISPLAY "CCVSHJS: NO xcard.dat -- THE XXXXXnnn "    CVSHJS.2
044700                  "NAMES ARE USED"                                CVSHJS.2
044800              GO TO LOAD-XCARD-DECK-EX.                           CVSHJS.2
044900     MOVE     "N" TO WS-EOF-SWITCH.                               CVSHJS.2
045000     PERFORM  READ-XCARD-LINE.                                    CVSHJS.2
045100     PERFORM  STORE-XCARD-LINE                                    CVSHJS.2
045200              UNTIL WS-EOF-SWITCH = "Y".                          CVSHJS.2
045300     CLOSE    XCARD-PARM-FILE.                                    CVSHJS.2
045400 LOAD-XCARD-DECK-EX.                                              CVSHJS.2
045500     EXIT.                                                        CVSHJS.2
045600 READ-XCARD-LINE.                                                 CVSHJS.2
045700     MOVE     SPACE TO XCARD-PARM-REC.                            CVSHJS.2
045800     READ     XCARD-PARM-FILE                                     CVSHJS.2
045900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSHJS.2
046000 STORE-XCARD-LINE.                                                CVSHJS.2
046100     IF       XCARD-PARM-REC (1:3) NUMERIC                        CVSHJS.2
046200              AND XCARD-PARM-REC (4:1) = "="                      CVSHJS.2
046300              AND WS-XC-CT < 100                                  CVSHJS.2
046400              ADD 1 TO WS-XC-CT                                   CVSHJS.2
046500              MOVE XCARD-PARM-REC (1:3) TO WS-XC-NUM (WS-XC-CT)   CVSHJS.2
046600              MOVE XCARD-PARM-REC (5:30)                          CVSHJS.2
046700                  TO WS-XC-VALUE (WS-XC-CT).                      CVSHJS.2
046800     PERFORM  READ-XCARD-LINE.                                    CVSHJS.2
046900*                                                                 CVSHJS.2
047000*    THE MODULES TO RUN: driver_selected.dat, OR EVERY ACTIVE     CVSHJS.2
047100*    REGISTERED MODULE WHEN THE DRIVER HAS SELECTED NONE.         CVSHJS.2
047200*                                                                 CVSHJS.2
047300 LOAD-SELECTED-MODULES.                                           CVSHJS.2
047400     OPEN     INPUT SELECTED-MODULES-FILE.                        CVSHJS.2
047500     IF       WS-SEL-FSTATUS NOT = "00"                           CVSHJS.2
047600              DISPLAY "CCVSHJS: NO driver_selected.dat -- EVERY " CVSHJS.2
047700                  "ACTIVE REGISTERED MODULE IS TAKEN"             CVSHJS.2
047800              PERFORM TAKE-REGISTERED-MODULE                      CVSHJS.2
047900                  VARYING WS-REG-SUB FROM 1 BY 1                  CVSHJS.2
048000                  UNTIL WS-REG-SUB > WS-MR-COUNT                  CVSHJS.2
048100              GO TO LOAD-SELECTED-MODULES-EX.                     CVSHJS.2
048200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSHJS.2
048300     PERFORM  READ-SELECTED-MODULE.                               CVSHJS.2
048400     PERFORM  STORE-SELECTED-MODULE                               CVSHJS.2
048500              UNTIL WS-EOF-SWITCH = "Y".                          CVSHJS.2
048600     CLOSE    SELECTED-MODULES-FILE.                              CVSHJS.2
048700 LOAD-SELECTED-MODULES-EX.                                        CVSHJS.2
048800     EXIT.                                                        CVSHJS.2
048900 READ-SELECTED-MODULE.                                            CVSHJS.2
049000     MOVE     SPACE TO SELECTED-MODULES-REC.                      CVSHJS.2
049100     READ     SELECTED-MODULES-FILE                               CVSHJS.2
049200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSHJS.2
049300 STORE-SELECTED-MODULE.                                           CVSHJS.2
049400     IF       SELECTED-MODULES-REC NOT = SPACE                    CVSHJS.2
049500              AND SELECTED-MODULES-REC (1:1) NOT = "*"            CVSHJS.2
049600              MOVE SELECTED-MODULES-REC TO WS-CANON-NAME          CVSHJS.2
049700              PERFORM ADD-SELECTED-MODULE.                        CVSHJS.2
049800     PERFORM  READ-SELECTED-MODULE.                               CVSHJS.2
049900 TAKE-REGISTERED-MODULE.                                          CVSHJS.2
050000     IF       WS-MR-STATUS (WS-REG-SUB) = "A"                     CVSHJS.2
050100              MOVE WS-MR-MODULE (WS-REG-SUB) TO WS-CANON-NAME     CVSHJS.2
050200              PERFORM ADD-SELECTED-MODULE.                        CVSHJS.2
050300 ADD-SELECTED-MODULE.                                             CVSHJS.2
050400     MOVE     "N" TO WS-FOUND-SWITCH.                             CVSHJS.2
050500     PERFORM  MATCH-SELECTED-MODULE                               CVSHJS.2
050600              VARYING WS-SEL-SUB FROM 1 BY 1                      CVSHJS.2
050700              UNTIL WS-SEL-SUB > WS-SEL-CT.                       CVSHJS.2
050800     IF       WS-FOUND-SWITCH = "N" AND WS-SEL-CT < 150           CVSHJS.2
050900              ADD 1 TO WS-SEL-CT                                  CVSHJS.2
051000              MOVE WS-CANON-NAME TO WS-SL-MODULE (WS-SEL-CT)      CVSHJS.2
051100              MOVE "N" TO WS-SL-DONE (WS-SEL-CT)                  CVSHJS.2
051200              MOVE ZERO TO WS-SL-REG (WS-SEL-CT)                  CVSHJS.2
051300              PERFORM MATCH-REGISTRY-ROW                          CVSHJS.2
051400                  VARYING WS-REG-SUB2 FROM 1 BY 1                 CVSHJS.2
051500                  UNTIL WS-REG-SUB2 > WS-MR-COUNT.                CVSHJS.2
051600 MATCH-SELECTED-MODULE.                                           CVSHJS.2
051700     IF       WS-SL-MODULE (WS-SEL-SUB) = WS-CANON-NAME           CVSHJS.2
051800              MOVE "Y" TO WS-FOUND-SWITCH.                        CVSHJS.2
051900 MATCH-REGISTRY-ROW.                                              CVSHJS.2
052000     IF       WS-MR-MODULE (WS-REG-SUB2) = WS-CANON-NAME          CVSHJS.2
052100              MOVE WS-REG-SUB2 TO WS-SL-REG (WS-SEL-CT).          CVSHJS.2
052200*                                                                 CVSHJS.2
052300*    STEP ORDER.  EACH PASS TAKES, IN SELECTED ORDER, EVERY       CVSHJS.2
052400*    MODULE NO STILL-UNPLACED SELECTED MODULE BUILDS A BED FOR,   CVSHJS.2
052500*    SO A BED READER FOLLOWS ALL ITS PRODUCERS AND NOTHING ELSE   CVSHJS.2
052600*    MOVES.  A PASS THAT PLACES NOTHING MEANS THE REGISTRY HAS    CVSHJS.2
052700*    A BED LOOP; WHAT IS LEFT GOES ON THE END AS SELECTED.        CVSHJS.2
052800*                                                                 CVSHJS.2
052900 ORDER-JOB-STEPS.                                                 CVSHJS.2
053000     MOVE     "Y" TO WS-PROGRESS-SWITCH.                          CVSHJS.2
053100     PERFORM  ORDER-ONE-PASS                                      CVSHJS.2
053200              UNTIL WS-STEP-CT = WS-SEL-CT                        CVSHJS.2
053300              OR WS-PROGRESS-SWITCH = "N".                        CVSHJS.2
053400     IF       WS-STEP-CT < WS-SEL-CT                              CVSHJS.2
053500              MOVE 0 TO WS-STEP-SUB                               CVSHJS.2
053600              MOVE "BED LOOP IN THE REGISTRY -- ORDER NOT CHECKED"CVSHJS.2
053700                  TO WS-WARNING                                   CVSHJS.2
053800              PERFORM RECORD-WARNING                              CVSHJS.2
053900              PERFORM PLACE-LEFT-OVER-MODULE                      CVSHJS.2
054000                  VARYING WS-SEL-SUB FROM 1 BY 1                  CVSHJS.2
054100                  UNTIL WS-SEL-SUB > WS-SEL-CT.                   CVSHJS.2
054200 ORDER-ONE-PASS.                                                  CVSHJS.2
054300     MOVE     "N" TO WS-PROGRESS-SWITCH.                          CVSHJS.2
054400     PERFORM  TRY-ONE-MODULE                                      CVSHJS.2
054500              VARYING WS-SEL-SUB FROM 1 BY 1                      CVSHJS.2
054600              UNTIL WS-SEL-SUB > WS-SEL-CT.                       CVSHJS.2
054700 TRY-ONE-MODULE.                                                  CVSHJS.2
054800     IF       WS-SL-DONE (WS-SEL-SUB) = "N"                       CVSHJS.2
054900              MOVE "Y" TO WS-READY-SWITCH                         CVSHJS.2
055000              PERFORM CHECK-UNPLACED-PRODUCER                     CVSHJS.2
055100                  VARYING WS-SEL-SUB2 FROM 1 BY 1                 CVSHJS.2
055200                  UNTIL WS-SEL-SUB2 > WS-SEL-CT                   CVSHJS.2
055300              IF  WS-READY-SWITCH = "Y"                           CVSHJS.2
055400                  PERFORM PLACE-MODULE                            CVSHJS.2
055500                  MOVE "Y" TO WS-PROGRESS-SWITCH                  CVSHJS.2
055600              END-IF.                                             CVSHJS.2
055700 CHECK-UNPLACED-PRODUCER.                                         CVSHJS.2
055800     IF       WS-SEL-SUB2 NOT = WS-SEL-SUB                        CVSHJS.2
055900              AND WS-SL-DONE (WS-SEL-SUB2) = "N"                  CVSHJS.2
056000              MOVE WS-SL-REG (WS-SEL-SUB2) TO WS-PRD-REG          CVSHJS.2
056100              MOVE WS-SL-REG (WS-SEL-SUB) TO WS-CNS-REG           CVSHJS.2
056200              PERFORM CHECK-BED-LINK                              CVSHJS.2
056300              IF  WS-LINK-SWITCH = "Y"                            CVSHJS.2
056400                  MOVE "N" TO WS-READY-SWITCH                     CVSHJS.2
056500              END-IF.                                             CVSHJS.2
056600 PLACE-LEFT-OVER-MODULE.                                          CVSHJS.2
056700     IF       WS-SL-DONE (WS-SEL-SUB) = "N"                       CVSHJS.2
056800              PERFORM PLACE-MODULE.                               CVSHJS.2
056900 PLACE-MODULE.                                                    CVSHJS.2
057000     MOVE     "Y" TO WS-SL-DONE (WS-SEL-SUB).                     CVSHJS.2
057100     ADD      1 TO WS-STEP-CT.                                    CVSHJS.2
057200     MOVE     WS-SL-MODULE (WS-SEL-SUB)                           CVSHJS.2
057300              TO WS-ST-MODULE (WS-STEP-CT).                       CVSHJS.2
057400     MOVE     WS-SL-REG (WS-SEL-SUB) TO WS-ST-REG (WS-STEP-CT).   CVSHJS.2
057500     MOVE     "N" TO WS-ST-SOURCE (WS-STEP-CT)                    CVSHJS.2
057600              WS-ST-SORT (WS-STEP-CT).                            CVSHJS.2
057700     MOVE     ZERO TO WS-ST-DD-FIRST (WS-STEP-CT)                 CVSHJS.2
057800              WS-ST-DD-CT (WS-STEP-CT) WS-ST-PRD-CT (WS-STEP-CT). CVSHJS.2
057900     MOVE     SPACE TO WS-ST-HARNESS (WS-STEP-CT).                CVSHJS.2
058000     MOVE     1 TO WS-ST-HPTR (WS-STEP-CT).                       CVSHJS.2
058100*                                                                 CVSHJS.2
058200*    WS-LINK-SWITCH IS "Y" WHEN THE MODULE AT REGISTRY ROW        CVSHJS.2
058300*    WS-PRD-REG BUILDS A BED THE ONE AT WS-CNS-REG READS.         CVSHJS.2
058400*                                                                 CVSHJS.2
058500 CHECK-BED-LINK.                                                  CVSHJS.2
058600     MOVE     "N" TO WS-LINK-SWITCH.                              CVSHJS.2
058700     IF       WS-PRD-REG NOT = ZERO AND WS-CNS-REG NOT = ZERO     CVSHJS.2
058800              AND WS-MR-BEDS-USED (WS-CNS-REG) NOT = SPACE        CVSHJS.2
058900              AND WS-MR-BEDS-BUILT (WS-PRD-REG) NOT = SPACE       CVSHJS.2
059000              MOVE WS-MR-BEDS-USED (WS-CNS-REG) TO WS-LIST-VALUE  CVSHJS.2
059100              PERFORM SPLIT-LIST-VALUE                            CVSHJS.2
059200              PERFORM CHECK-ONE-BED-LINK                          CVSHJS.2
059300                  VARYING WS-PART-SUB FROM 1 BY 1                 CVSHJS.2
059400                  UNTIL WS-PART-SUB > 3.                          CVSHJS.2
059500 CHECK-ONE-BED-LINK.                                              CVSHJS.2
059600     IF       WS-PART (WS-PART-SUB) NOT = SPACE                   CVSHJS.2
059700              PERFORM COUNT-BED-HITS                              CVSHJS.2
059800              IF  WS-BED-HITS > ZERO                              CVSHJS.2
059900                  MOVE "Y" TO WS-LINK-SWITCH                      CVSHJS.2
060000              END-IF.                                             CVSHJS.2
060100 COUNT-BED-HITS.                                                  CVSHJS.2
060200     MOVE     ZERO TO WS-BED-HITS WS-PART-LEN.                    CVSHJS.2
060300     INSPECT  WS-PART (WS-PART-SUB) TALLYING WS-PART-LEN          CVSHJS.2
060400              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSHJS.2
060500     INSPECT  WS-MR-BEDS-BUILT (WS-PRD-REG) TALLYING WS-BED-HITS  CVSHJS.2
060600              FOR ALL WS-PART (WS-PART-SUB) (1:WS-PART-LEN).      CVSHJS.2
060700 SPLIT-LIST-VALUE.                                                CVSHJS.2
060800     MOVE     SPACES TO WS-PART-TABLE.                            CVSHJS.2
060900     UNSTRING WS-LIST-VALUE DELIMITED BY ";"                      CVSHJS.2
061000              INTO WS-PART (1) WS-PART (2) WS-PART (3).           CVSHJS.2
061100*                                                                 CVSHJS.2
061200*    THE PRODUCER STEPS A STEP'S CONDITION TESTS: EVERY EARLIER   CVSHJS.2
061300*    STEP BUILDING A BED IT READS.  A BED NO SELECTED MODULE      CVSHJS.2
061400*    BUILDS IS A WARNING; THE STEP STILL RUNS.                    CVSHJS.2
061500*                                                                 CVSHJS.2
061600 FIND-STEP-PRODUCERS.                                             CVSHJS.2
061700     MOVE     WS-ST-REG (WS-STEP-SUB) TO WS-CNS-REG.              CVSHJS.2
061800     IF       WS-CNS-REG = ZERO                                   CVSHJS.2
061900              MOVE "MODULE IS NOT IN module_registry.dat"         CVSHJS.2
062000                  TO WS-WARNING                                   CVSHJS.2
062100              PERFORM RECORD-WARNING                              CVSHJS.2
062200     ELSE                                                         CVSHJS.2
062300         IF   WS-MR-BEDS-USED (WS-CNS-REG) NOT = SPACE            CVSHJS.2
062400              PERFORM TAKE-STEP-PRODUCER                          CVSHJS.2
062500                  VARYING WS-STEP-SUB2 FROM 1 BY 1                CVSHJS.2
062600                  UNTIL WS-STEP-SUB2 NOT < WS-STEP-SUB            CVSHJS.2
062700              MOVE WS-MR-BEDS-USED (WS-CNS-REG) TO WS-LIST-VALUE  CVSHJS.2
062800              PERFORM SPLIT-LIST-VALUE                            CVSHJS.2
062900              PERFORM CHECK-BED-PRODUCED                          CVSHJS.2
063000                  VARYING WS-PART-SUB FROM 1 BY 1                 CVSHJS.2
063100                  UNTIL WS-PART-SUB > 3.                          CVSHJS.2
063200 TAKE-STEP-PRODUCER.                                              CVSHJS.2
063300     MOVE     WS-ST-REG (WS-STEP-SUB2) TO WS-PRD-REG.             CVSHJS.2
063400     PERFORM  CHECK-BED-LINK.                                     CVSHJS.2
063500     IF       WS-LINK-SWITCH = "Y"                                CVSHJS.2
063600              IF  WS-ST-PRD-CT (WS-STEP-SUB) < 10                 CVSHJS.2
063700                  ADD 1 TO WS-ST-PRD-CT (WS-STEP-SUB)             CVSHJS.2
063800                  MOVE WS-STEP-SUB2 TO WS-ST-PRD (WS-STEP-SUB,    CVSHJS.2
063900                      WS-ST-PRD-CT (WS-STEP-SUB))                 CVSHJS.2
064000                  ADD 1 TO WS-COND-CT                             CVSHJS.2
064100              ELSE                                                CVSHJS.2
064200                  MOVE "MORE THAN 10 PRODUCERS -- CONDITION CUT"  CVSHJS.2
064300                      TO WS-WARNING                               CVSHJS.2
064400                  PERFORM RECORD-WARNING.                         CVSHJS.2
064500 CHECK-BED-PRODUCED.                                              CVSHJS.2
064600     IF       WS-PART (WS-PART-SUB) NOT = SPACE                   CVSHJS.2
064700              MOVE "N" TO WS-FOUND-SWITCH                         CVSHJS.2
064800              PERFORM CHECK-BED-PRODUCER-STEP                     CVSHJS.2
064900                  VARYING WS-STEP-SUB2 FROM 1 BY 1                CVSHJS.2
065000                  UNTIL WS-STEP-SUB2 > WS-STEP-CT                 CVSHJS.2
065100              IF  WS-FOUND-SWITCH = "N"                           CVSHJS.2
065200                  MOVE SPACE TO WS-WARNING                        CVSHJS.2
065300                  STRING "NO SELECTED MODULE BUILDS BED "         CVSHJS.2
065400                      DELIMITED BY SIZE                           CVSHJS.2
065500                      WS-PART (WS-PART-SUB) DELIMITED BY SPACE    CVSHJS.2
065600                      INTO WS-WARNING                             CVSHJS.2
065700                  PERFORM RECORD-WARNING                          CVSHJS.2
065800              END-IF.                                             CVSHJS.2
065900 CHECK-BED-PRODUCER-STEP.                                         CVSHJS.2
066000     IF       WS-STEP-SUB2 NOT = WS-STEP-SUB                      CVSHJS.2
066100              AND WS-ST-REG (WS-STEP-SUB2) NOT = ZERO             CVSHJS.2
066200              MOVE WS-ST-REG (WS-STEP-SUB2) TO WS-PRD-REG         CVSHJS.2
066300              PERFORM COUNT-BED-HITS                              CVSHJS.2
066400              IF  WS-BED-HITS > ZERO                              CVSHJS.2
066500                  MOVE "Y" TO WS-FOUND-SWITCH                     CVSHJS.2
066600              END-IF.                                             CVSHJS.2
066700*                                                                 CVSHJS.2
066800*    A WARNING IS SHOWN AT ONCE AND KEPT FOR THE JOB STREAM.      CVSHJS.2
066900*                                                                 CVSHJS.2
067000 RECORD-WARNING.                                                  CVSHJS.2
067100     IF       WS-STEP-SUB = ZERO                                  CVSHJS.2
067200              DISPLAY "CCVSHJS: " WS-WARNING                      CVSHJS.2
067300     ELSE                                                         CVSHJS.2
067400              DISPLAY "CCVSHJS: " WS-ST-MODULE (WS-STEP-SUB)      CVSHJS.2
067500                  " -- " WS-WARNING.                              CVSHJS.2
067600     IF       WS-WRN-CT < 300                                     CVSHJS.2
067700              ADD 1 TO WS-WRN-CT                                  CVSHJS.2
067800              MOVE WS-STEP-SUB TO WS-WRN-STEP (WS-WRN-CT)         CVSHJS.2
067900              MOVE WS-WARNING TO WS-WRN-TEXT (WS-WRN-CT).         CVSHJS.2
068000     MOVE     SPACE TO WS-WARNING.                                CVSHJS.2
068100*                                                                 CVSHJS.2
068200*    THE DD NAME FOR X-CARD WS-XNUM: ITS xcard.dat VALUE WHEN     CVSHJS.2
068300*    THAT IS A VALID DD NAME (1-8 LETTERS, DIGITS OR NATIONALS,   CVSHJS.2
068400*    NOT STARTING WITH A DIGIT), ELSE XXXXXnnn.                   CVSHJS.2
068500*                                                                 CVSHJS.2
068600 LOOK-UP-XCARD-NAME.                                              CVSHJS.2
068700     MOVE     SPACE TO WS-CANON-NAME.                             CVSHJS.2
068800     STRING   "XXXXX" WS-XNUM DELIMITED BY SIZE                   CVSHJS.2
068900              INTO WS-CANON-NAME.                                 CVSHJS.2
069000     MOVE     WS-CANON-NAME TO WS-DD-NAME.                        CVSHJS.2
069100     MOVE     SPACE TO WS-ANSWER.                                 CVSHJS.2
069200     PERFORM  MATCH-XCARD-NUMBER                                  CVSHJS.2
069300              VARYING WS-XC-SUB FROM 1 BY 1                       CVSHJS.2
069400              UNTIL WS-XC-SUB > WS-XC-CT.                         CVSHJS.2
069500     IF       WS-ANSWER NOT = SPACE                               CVSHJS.2
069600              PERFORM CHECK-DD-NAME THRU CHECK-DD-NAME-EX         CVSHJS.2
069700              IF  WS-DD-VALID = "Y"                               CVSHJS.2
069800                  MOVE WS-ANSWER TO WS-DD-NAME                    CVSHJS.2
069900              ELSE                                                CVSHJS.2
070000                  MOVE SPACE TO WS-WARNING                        CVSHJS.2
070100                  STRING "xcard.dat " DELIMITED BY SIZE           CVSHJS.2
070200                      WS-XNUM DELIMITED BY SIZE                   CVSHJS.2
070300                      "= IS NOT A DD NAME -- " DELIMITED BY SIZE  CVSHJS.2
070400                      WS-CANON-NAME DELIMITED BY SIZE             CVSHJS.2
070500                      " USED" DELIMITED BY SIZE                   CVSHJS.2
070600                      INTO WS-WARNING                             CVSHJS.2
070700                  PERFORM RECORD-WARNING                          CVSHJS.2
070800              END-IF.                                             CVSHJS.2
070900 MATCH-XCARD-NUMBER.                                              CVSHJS.2
071000     IF       WS-XC-NUM (WS-XC-SUB) = WS-XNUM                     CVSHJS.2
071100              MOVE WS-XC-VALUE (WS-XC-SUB) TO WS-ANSWER.          CVSHJS.2
071200 CHECK-DD-NAME.                                                   CVSHJS.2
071300     MOVE     "N" TO WS-DD-VALID.                                 CVSHJS.2
071400     MOVE     ZERO TO WS-ANSWER-LEN.                              CVSHJS.2
071500     INSPECT  WS-ANSWER TALLYING WS-ANSWER-LEN                    CVSHJS.2
071600              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSHJS.2
071700     IF       WS-ANSWER-LEN > 8 OR WS-ANSWER-LEN = ZERO           CVSHJS.2
071800              OR WS-ANSWER (1:1) NUMERIC                          CVSHJS.2
071900              GO TO CHECK-DD-NAME-EX.                             CVSHJS.2
072000     MOVE     "Y" TO WS-DD-VALID.                                 CVSHJS.2
072100     PERFORM  CHECK-DD-CHARACTER                                  CVSHJS.2
072200              VARYING WS-PIC-SUB FROM 1 BY 1                      CVSHJS.2
072300              UNTIL WS-PIC-SUB > WS-ANSWER-LEN.                   CVSHJS.2
072400 CHECK-DD-NAME-EX.                                                CVSHJS.2
072500     EXIT.                                                        CVSHJS.2
072600 CHECK-DD-CHARACTER.                                              CVSHJS.2
072700     MOVE     WS-ANSWER (WS-PIC-SUB:1) TO WS-PIC-CHAR.            CVSHJS.2
072800     IF       WS-PIC-CHAR NOT ALPHABETIC-UPPER                    CVSHJS.2
072900              AND WS-PIC-CHAR NOT NUMERIC                         CVSHJS.2
073000              AND WS-PIC-CHAR NOT = "@" AND WS-PIC-CHAR NOT = "#" CVSHJS.2
073100              AND WS-PIC-CHAR NOT = "$"                           CVSHJS.2
073200              MOVE "N" TO WS-DD-VALID.                            CVSHJS.2
073300*                                                                 CVSHJS.2
073400*    ONE STEP'S DD STATEMENTS, FROM THE MODULE'S OWN SELECT AND   CVSHJS.2
073500*    FD ENTRIES.  WITHOUT SOURCE ONLY THE PRINTER IS ALLOCATED.   CVSHJS.2
073600*                                                                 CVSHJS.2
073700 DERIVE-STEP-FILES.                                               CVSHJS.2
073800     MOVE     WS-DD-CT TO WS-ST-DD-FIRST (WS-STEP-SUB).           CVSHJS.2
073900     ADD      1 TO WS-ST-DD-FIRST (WS-STEP-SUB).                  CVSHJS.2
074000     MOVE     SPACE TO WS-SRC-FNAME.                              CVSHJS.2
074100     STRING   "../" DELIMITED BY SIZE                             CVSHJS.2
074200              WS-ST-MODULE (WS-STEP-SUB) DELIMITED BY SPACE       CVSHJS.2
074300              ".cob" DELIMITED BY SIZE                            CVSHJS.2
074400              INTO WS-SRC-FNAME.                                  CVSHJS.2
074500     OPEN     INPUT MODULE-SOURCE-FILE.                           CVSHJS.2
074600     IF       WS-SR-FSTATUS NOT = "00"                            CVSHJS.2
074700              MOVE SPACE TO WS-WARNING                            CVSHJS.2
074800              STRING "NO SOURCE " DELIMITED BY SIZE               CVSHJS.2
074900                  WS-SRC-FNAME DELIMITED BY SPACE                 CVSHJS.2
075000                  " -- ONLY THE PRINTER IS ALLOCATED"             CVSHJS.2
075100                      DELIMITED BY SIZE                           CVSHJS.2
075200                  INTO WS-WARNING                                 CVSHJS.2
075300              PERFORM RECORD-WARNING                              CVSHJS.2
075400              PERFORM ADD-PRINTER-DD                              CVSHJS.2
075500              GO TO DERIVE-STEP-FILES-EX.                         CVSHJS.2
075600     MOVE     "Y" TO WS-ST-SOURCE (WS-STEP-SUB).                  CVSHJS.2
075700     MOVE     ZERO TO WS-FL-CT WS-CUR-FL.                         CVSHJS.2
075800     MOVE     "0" TO WS-PHASE.                                    CVSHJS.2
075900     MOVE     SPACE TO WS-EXPECT WS-PREV-TOKEN.                   CVSHJS.2
076000     MOVE     "N" TO WS-EOF-SWITCH WS-FD-HEADER WS-IN-ENTRY       CVSHJS.2
076100              WS-ENTRY-START.                                     CVSHJS.2
076200     PERFORM  READ-SOURCE-LINE.                                   CVSHJS.2
076300     PERFORM  SCAN-SOURCE-LINE                                    CVSHJS.2
076400              UNTIL WS-EOF-SWITCH = "Y" OR WS-PHASE = "9".        CVSHJS.2
076500     CLOSE    MODULE-SOURCE-FILE.                                 CVSHJS.2
076600     PERFORM  CLOSE-FD-RECORD.                                    CVSHJS.2
076700     PERFORM  ALLOCATE-STEP-FILE THRU ALLOCATE-STEP-FILE-EX       CVSHJS.2
076800              VARYING WS-FL-SUB FROM 1 BY 1                       CVSHJS.2
076900              UNTIL WS-FL-SUB > WS-FL-CT.                         CVSHJS.2
077000 DERIVE-STEP-FILES-EX.                                            CVSHJS.2
077100     EXIT.                                                        CVSHJS.2
077200 READ-SOURCE-LINE.                                                CVSHJS.2
077300     MOVE     SPACE TO MODULE-SOURCE-REC.                         CVSHJS.2
077400     READ     MODULE-SOURCE-FILE                                  CVSHJS.2
077500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSHJS.2
077600*                                                                 CVSHJS.2
077700*    COMMENT AND DEBUGGING LINES ARE PASSED OVER (THE *P AND *J   CVSHJS.2
077800*    X-CARD VARIANTS INCLUDED).  A SEPARATOR COMMA OR SEMICOLON   CVSHJS.2
077900*    READS AS A SPACE.                                            CVSHJS.2
078000*                                                                 CVSHJS.2
078100 SCAN-SOURCE-LINE.                                                CVSHJS.2
078200     IF       MODULE-SOURCE-REC (7:1) NOT = "*"                   CVSHJS.2
078300              AND MODULE-SOURCE-REC (7:1) NOT = "/"               CVSHJS.2
078400              AND MODULE-SOURCE-REC (7:1) NOT = "D"               CVSHJS.2
078500              MOVE MODULE-SOURCE-REC (8:65) TO WS-LINE-TEXT       CVSHJS.2
078600              INSPECT WS-LINE-TEXT REPLACING ALL ", " BY "  "     CVSHJS.2
078700                  ALL "; " BY "  "                                CVSHJS.2
078800              MOVE 1 TO WS-PTR                                    CVSHJS.2
078900              PERFORM TAKE-SOURCE-TOKEN                           CVSHJS.2
079000                  UNTIL WS-PTR > 66 OR WS-PHASE = "9".            CVSHJS.2
079100     PERFORM  READ-SOURCE-LINE.                                   CVSHJS.2
079200 TAKE-SOURCE-TOKEN.                                               CVSHJS.2
079300     MOVE     SPACE TO WS-TOKEN.                                  CVSHJS.2
079400     UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE                 CVSHJS.2
079500              INTO WS-TOKEN WITH POINTER WS-PTR.                  CVSHJS.2
079600     IF       WS-TOKEN NOT = SPACE                                CVSHJS.2
079700              PERFORM SCAN-TOKEN.                                 CVSHJS.2
079800*                                                                 CVSHJS.2
079900*    ONE SOURCE WORD.  A TRAILING PERIOD IS TAKEN OFF AND ENDS    CVSHJS.2
080000*    THE SELECT OR DATA ENTRY AFTER THE WORD IS DEALT WITH.       CVSHJS.2
080100*                                                                 CVSHJS.2
080200 SCAN-TOKEN.                                                      CVSHJS.2
080300     MOVE     ZERO TO WS-TOK-LEN.                                 CVSHJS.2
080400     INSPECT  WS-TOKEN TALLYING WS-TOK-LEN                        CVSHJS.2
080500              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSHJS.2
080600     MOVE     "N" TO WS-PERIOD-SWITCH.                            CVSHJS.2
080700     IF       WS-TOKEN (WS-TOK-LEN:1) = "."                       CVSHJS.2
080800              MOVE "Y" TO WS-PERIOD-SWITCH                        CVSHJS.2
080900              MOVE SPACE TO WS-TOKEN (WS-TOK-LEN:1)               CVSHJS.2
081000              SUBTRACT 1 FROM WS-TOK-LEN.                         CVSHJS.2
081100     MOVE     ZERO TO WS-TOK-NUM.                                 CVSHJS.2
081200     IF       WS-TOK-LEN > ZERO AND WS-TOK-LEN < 6                CVSHJS.2
081300              AND WS-TOKEN (1:WS-TOK-LEN) NUMERIC                 CVSHJS.2
081400              MOVE WS-TOKEN (1:WS-TOK-LEN) TO WS-TOK-NUM.         CVSHJS.2
081500     IF       WS-TOK-LEN > ZERO                                   CVSHJS.2
081600              PERFORM SCAN-DIVISION-WORD.                         CVSHJS.2
081700     IF       WS-TOK-LEN > ZERO                                   CVSHJS.2
081800              EVALUATE WS-PHASE                                   CVSHJS.2
081900                  WHEN "1"                                        CVSHJS.2
082000                      PERFORM SCAN-SELECT-WORD                    CVSHJS.2
082100                          THRU SCAN-SELECT-WORD-EX                CVSHJS.2
082200                  WHEN "3"                                        CVSHJS.2
082300                      PERFORM SCAN-FD-WORD THRU SCAN-FD-WORD-EX   CVSHJS.2
082400              END-EVALUATE.                                       CVSHJS.2
082500     MOVE     WS-TOKEN TO WS-PREV-TOKEN.                          CVSHJS.2
082600     IF       WS-PERIOD-SWITCH = "Y"                              CVSHJS.2
082700              MOVE SPACE TO WS-EXPECT                             CVSHJS.2
082800              IF  WS-PHASE = "3"                                  CVSHJS.2
082900                  PERFORM END-FD-ENTRY                            CVSHJS.2
083000              END-IF.                                             CVSHJS.2
083100*                                                                 CVSHJS.2
083200*    FILE-CONTROL OPENS THE SELECTS, DATA DIVISION (OR            CVSHJS.2
083300*    I-O-CONTROL) CLOSES THEM, FILE SECTION OPENS THE FDS, AND    CVSHJS.2
083400*    THE NEXT SECTION ENDS THE SCAN.  THE WORD IS CLEARED ONCE    CVSHJS.2
083500*    IT HAS CHANGED THE PHASE.                                    CVSHJS.2
083600*                                                                 CVSHJS.2
083700 SCAN-DIVISION-WORD.                                              CVSHJS.2
083800     IF       WS-TOKEN = "FILE-CONTROL"                           CVSHJS.2
083900              MOVE "1" TO WS-PHASE                                CVSHJS.2
084000              MOVE ZERO TO WS-TOK-LEN.                            CVSHJS.2
084100     IF       WS-TOKEN = "I-O-CONTROL"                            CVSHJS.2
084200              OR (WS-TOKEN = "DIVISION"                           CVSHJS.2
084300                  AND WS-PREV-TOKEN = "DATA")                     CVSHJS.2
084400              IF  WS-PHASE < "2"                                  CVSHJS.2
084500                  MOVE "2" TO WS-PHASE                            CVSHJS.2
084600                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
084700                  MOVE ZERO TO WS-TOK-LEN                         CVSHJS.2
084800              END-IF.                                             CVSHJS.2
084900     IF       WS-TOKEN = "SECTION" AND WS-PREV-TOKEN = "FILE"     CVSHJS.2
085000              AND WS-PHASE = "2"                                  CVSHJS.2
085100              MOVE "3" TO WS-PHASE                                CVSHJS.2
085200              MOVE ZERO TO WS-TOK-LEN WS-CUR-FL.                  CVSHJS.2
085300     IF       (WS-TOKEN = "SECTION"                               CVSHJS.2
085400              AND (WS-PREV-TOKEN = "WORKING-STORAGE"              CVSHJS.2
085500              OR "LOCAL-STORAGE" OR "LINKAGE" OR "REPORT"         CVSHJS.2
085600              OR "SCREEN" OR "COMMUNICATION"))                    CVSHJS.2
085700              OR (WS-TOKEN = "DIVISION"                           CVSHJS.2
085800              AND WS-PREV-TOKEN = "PROCEDURE")                    CVSHJS.2
085900              PERFORM CLOSE-FD-RECORD                             CVSHJS.2
086000              MOVE "9" TO WS-PHASE                                CVSHJS.2
086100              MOVE ZERO TO WS-TOK-LEN.                            CVSHJS.2
086200*                                                                 CVSHJS.2
086300*    A SELECT ENTRY.  WS-EXPECT SAYS WHAT THE NEXT WORD IS:       CVSHJS.2
086400*    F THE FILE NAME, A THE ASSIGNMENT, D A DYNAMIC ASSIGNMENT    CVSHJS.2
086500*    ITEM, P THE PRIME KEY, K AN ALTERNATE KEY, S THE STATUS      CVSHJS.2
086600*    ITEM (PASSED OVER).                                          CVSHJS.2
086700*                                                                 CVSHJS.2
086800 SCAN-SELECT-WORD.                                                CVSHJS.2
086900     IF       WS-TOKEN = "SELECT"                                 CVSHJS.2
087000              PERFORM OPEN-FILE-ENTRY                             CVSHJS.2
087100              GO TO SCAN-SELECT-WORD-EX.                          CVSHJS.2
087200     IF       WS-CUR-FL = ZERO                                    CVSHJS.2
087300              GO TO SCAN-SELECT-WORD-EX.                          CVSHJS.2
087400     EVALUATE WS-EXPECT                                           CVSHJS.2
087500         WHEN "F"                                                 CVSHJS.2
087600              IF  WS-TOKEN NOT = "OPTIONAL"                       CVSHJS.2
087700                  MOVE WS-TOKEN TO WS-FL-NAME (WS-CUR-FL)         CVSHJS.2
087800                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
087900              END-IF                                              CVSHJS.2
088000         WHEN "A"                                                 CVSHJS.2
088100              IF  WS-TOKEN = "DYNAMIC"                            CVSHJS.2
088200                  MOVE "D" TO WS-EXPECT                           CVSHJS.2
088300              ELSE                                                CVSHJS.2
088400                  IF  WS-TOKEN NOT = "TO"                         CVSHJS.2
088500                      AND WS-TOKEN NOT = "EXTERNAL"               CVSHJS.2
088600                      PERFORM TAKE-ASSIGN-NAME                    CVSHJS.2
088700                      MOVE SPACE TO WS-EXPECT                     CVSHJS.2
088800                  END-IF                                          CVSHJS.2
088900              END-IF                                              CVSHJS.2
089000         WHEN "D"                                                 CVSHJS.2
089100              PERFORM TAKE-DYNAMIC-NAME                           CVSHJS.2
089200              MOVE SPACE TO WS-EXPECT                             CVSHJS.2
089300         WHEN "P"                                                 CVSHJS.2
089400              IF  WS-TOKEN = "DELIMITER"                          CVSHJS.2
089500                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
089600              ELSE                                                CVSHJS.2
089700                  IF  WS-TOKEN NOT = "KEY" AND WS-TOKEN NOT = "IS"CVSHJS.2
089800                      MOVE WS-TOKEN TO WS-FL-PKEY (WS-CUR-FL)     CVSHJS.2
089900                      MOVE SPACE TO WS-EXPECT                     CVSHJS.2
090000                  END-IF                                          CVSHJS.2
090100              END-IF                                              CVSHJS.2
090200         WHEN "K"                                                 CVSHJS.2
090300              IF  WS-TOKEN NOT = "RECORD" AND WS-TOKEN NOT = "KEY"CVSHJS.2
090400                  AND WS-TOKEN NOT = "IS"                         CVSHJS.2
090500                  PERFORM TAKE-ALTERNATE-KEY                      CVSHJS.2
090600                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
090700              END-IF                                              CVSHJS.2
090800         WHEN "S"                                                 CVSHJS.2
090900              IF  WS-TOKEN NOT = "IS"                             CVSHJS.2
091000                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
091100              END-IF                                              CVSHJS.2
091200         WHEN OTHER                                               CVSHJS.2
091300              EVALUATE WS-TOKEN                                   CVSHJS.2
091400                  WHEN "ASSIGN"     MOVE "A" TO WS-EXPECT         CVSHJS.2
091500                  WHEN "INDEXED"                                  CVSHJS.2
091600                      MOVE "I" TO WS-FL-ORG (WS-CUR-FL)           CVSHJS.2
091700                  WHEN "RELATIVE"                                 CVSHJS.2
091800                      MOVE "R" TO WS-FL-ORG (WS-CUR-FL)           CVSHJS.2
091900                  WHEN "ALTERNATE"  MOVE "K" TO WS-EXPECT         CVSHJS.2
092000                  WHEN "RECORD"     MOVE "P" TO WS-EXPECT         CVSHJS.2
092100                  WHEN "STATUS"     MOVE "S" TO WS-EXPECT         CVSHJS.2
092200                  WHEN "DUPLICATES"                               CVSHJS.2
092300                      IF  WS-FL-AKEY (WS-CUR-FL) NOT = SPACE      CVSHJS.2
092400                          MOVE "Y" TO WS-FL-ADUP (WS-CUR-FL)      CVSHJS.2
092500                      END-IF                                      CVSHJS.2
092600              END-EVALUATE                                        CVSHJS.2
092700     END-EVALUATE.                                                CVSHJS.2
092800 SCAN-SELECT-WORD-EX.                                             CVSHJS.2
092900     EXIT.                                                        CVSHJS.2
093000 OPEN-FILE-ENTRY.                                                 CVSHJS.2
093100     IF       WS-FL-CT < 20                                       CVSHJS.2
093200              ADD 1 TO WS-FL-CT                                   CVSHJS.2
093300              MOVE WS-FL-CT TO WS-CUR-FL                          CVSHJS.2
093400              MOVE SPACE TO WS-FL-NAME (WS-CUR-FL)                CVSHJS.2
093500                  WS-FL-XNUM (WS-CUR-FL) WS-FL-LIT (WS-CUR-FL)    CVSHJS.2
093600                  WS-FL-PKEY (WS-CUR-FL) WS-FL-AKEY (WS-CUR-FL)   CVSHJS.2
093700                  WS-FL-PK-STATE (WS-CUR-FL)                      CVSHJS.2
093800                  WS-FL-AK-STATE (WS-CUR-FL)                      CVSHJS.2
093900              MOVE "H" TO WS-FL-KIND (WS-CUR-FL)                  CVSHJS.2
094000              MOVE "S" TO WS-FL-ORG (WS-CUR-FL)                   CVSHJS.2
094100              MOVE "N" TO WS-FL-SORT (WS-CUR-FL)                  CVSHJS.2
094200                  WS-FL-COPIED (WS-CUR-FL) WS-FL-ADUP (WS-CUR-FL) CVSHJS.2
094300              MOVE ZERO TO WS-FL-AKEY-XTRA (WS-CUR-FL)            CVSHJS.2
094400                  WS-FL-MIN (WS-CUR-FL) WS-FL-MAX (WS-CUR-FL)     CVSHJS.2
094500                  WS-FL-REC-LEN (WS-CUR-FL)                       CVSHJS.2
094600                  WS-FL-PK-LVL (WS-CUR-FL)                        CVSHJS.2
094700                  WS-FL-PK-OFF (WS-CUR-FL)                        CVSHJS.2
094800                  WS-FL-PK-LEN (WS-CUR-FL)                        CVSHJS.2
094900                  WS-FL-AK-LVL (WS-CUR-FL)                        CVSHJS.2
095000                  WS-FL-AK-OFF (WS-CUR-FL)                        CVSHJS.2
095100                  WS-FL-AK-LEN (WS-CUR-FL)                        CVSHJS.2
095200              MOVE "F" TO WS-EXPECT                               CVSHJS.2
095300     ELSE                                                         CVSHJS.2
095400              MOVE ZERO TO WS-CUR-FL                              CVSHJS.2
095500              MOVE "MORE THAN 20 SELECT ENTRIES -- REST IGNORED"  CVSHJS.2
095600                  TO WS-WARNING                                   CVSHJS.2
095700              PERFORM RECORD-WARNING.                             CVSHJS.2
095800*                                                                 CVSHJS.2
095900*    "XXXXXnnn" IS AN X-CARD FILE, report.log THE PRINTER, ANY    CVSHJS.2
096000*    OTHER NAME A HARNESS FILE.                                   CVSHJS.2
096100*                                                                 CVSHJS.2
096200 TAKE-ASSIGN-NAME.                                                CVSHJS.2
096300     MOVE     SPACE TO WS-ASSIGN-NAME.                            CVSHJS.2
096400     IF       WS-TOKEN (1:1) = QUOTE OR WS-TOKEN (1:1) = "'"      CVSHJS.2
096500              UNSTRING WS-TOKEN (2:39) DELIMITED BY QUOTE OR "'"  CVSHJS.2
096600                  INTO WS-ASSIGN-NAME                             CVSHJS.2
096700     ELSE                                                         CVSHJS.2
096800              MOVE WS-TOKEN TO WS-ASSIGN-NAME.                    CVSHJS.2
096900     IF       WS-ASSIGN-NAME (1:5) = "XXXXX"                      CVSHJS.2
097000              AND WS-ASSIGN-NAME (6:3) NUMERIC                    CVSHJS.2
097100              MOVE "X" TO WS-FL-KIND (WS-CUR-FL)                  CVSHJS.2
097200              MOVE WS-ASSIGN-NAME (6:3) TO WS-FL-XNUM (WS-CUR-FL) CVSHJS.2
097300     ELSE                                                         CVSHJS.2
097400         IF   WS-ASSIGN-NAME = "report.log"                       CVSHJS.2
097500              MOVE "P" TO WS-FL-KIND (WS-CUR-FL)                  CVSHJS.2
097600         ELSE                                                     CVSHJS.2
097700              MOVE "H" TO WS-FL-KIND (WS-CUR-FL)                  CVSHJS.2
097800              MOVE WS-ASSIGN-NAME TO WS-FL-LIT (WS-CUR-FL).       CVSHJS.2
097900 TAKE-DYNAMIC-NAME.                                               CVSHJS.2
098000     IF       WS-TOKEN (1:4) = "WS-X" AND WS-TOKEN (5:3) NUMERIC  CVSHJS.2
098100              AND WS-TOKEN (8:6) = "-FNAME"                       CVSHJS.2
098200              MOVE "X" TO WS-FL-KIND (WS-CUR-FL)                  CVSHJS.2
098300              MOVE WS-TOKEN (5:3) TO WS-FL-XNUM (WS-CUR-FL)       CVSHJS.2
098400     ELSE                                                         CVSHJS.2
098500              MOVE "H" TO WS-FL-KIND (WS-CUR-FL)                  CVSHJS.2
098600              MOVE WS-TOKEN TO WS-FL-LIT (WS-CUR-FL).             CVSHJS.2
098700 TAKE-ALTERNATE-KEY.                                              CVSHJS.2
098800     IF       WS-FL-AKEY (WS-CUR-FL) = SPACE                      CVSHJS.2
098900              MOVE WS-TOKEN TO WS-FL-AKEY (WS-CUR-FL)             CVSHJS.2
099000     ELSE                                                         CVSHJS.2
099100              ADD 1 TO WS-FL-AKEY-XTRA (WS-CUR-FL).               CVSHJS.2
099200*                                                                 CVSHJS.2
099300*    AN FD OR SD.  THE HEADER GIVES RECORD CONTAINS / VARYING;    CVSHJS.2
099400*    THE FIRST RECORD'S ENTRIES GIVE THE SIZE AND THE KEY         CVSHJS.2
099500*    POSITIONS.  A RECORD BROUGHT IN BY COPY CANNOT BE WALKED.    CVSHJS.2
099600*                                                                 CVSHJS.2
099700 SCAN-FD-WORD.                                                    CVSHJS.2
099800     IF       WS-TOKEN = "FD" OR WS-TOKEN = "SD"                  CVSHJS.2
099900              PERFORM CLOSE-FD-RECORD                             CVSHJS.2
100000              MOVE WS-TOKEN TO WS-FD-KIND                         CVSHJS.2
100100              MOVE "D" TO WS-EXPECT                               CVSHJS.2
100200              MOVE "Y" TO WS-FD-HEADER                            CVSHJS.2
100300              MOVE "N" TO WS-IN-ENTRY WS-ENTRY-START              CVSHJS.2
100400              IF  WS-TOKEN = "SD"                                 CVSHJS.2
100500                  MOVE "Y" TO WS-ST-SORT (WS-STEP-SUB)            CVSHJS.2
100600              END-IF                                              CVSHJS.2
100700              GO TO SCAN-FD-WORD-EX.                              CVSHJS.2
100800     IF       WS-EXPECT = "D"                                     CVSHJS.2
100900              MOVE SPACE TO WS-EXPECT                             CVSHJS.2
101000              PERFORM MATCH-FD-FILE                               CVSHJS.2
101100                  VARYING WS-FL-SUB FROM 1 BY 1                   CVSHJS.2
101200                  UNTIL WS-FL-SUB > WS-FL-CT                      CVSHJS.2
101300              MOVE ZERO TO WS-REC-CT WS-OFFSET WS-REDEF-LVL       CVSHJS.2
101400              GO TO SCAN-FD-WORD-EX.                              CVSHJS.2
101500     IF       WS-CUR-FL = ZERO                                    CVSHJS.2
101600              GO TO SCAN-FD-WORD-EX.                              CVSHJS.2
101700     IF       WS-FD-HEADER = "Y"                                  CVSHJS.2
101800              PERFORM SCAN-FD-HEADER-WORD                         CVSHJS.2
101900              GO TO SCAN-FD-WORD-EX.                              CVSHJS.2
102000     IF       WS-ENTRY-START = "Y"                                CVSHJS.2
102100              PERFORM OPEN-DATA-ENTRY                             CVSHJS.2
102200              GO TO SCAN-FD-WORD-EX.                              CVSHJS.2
102300     IF       WS-IN-ENTRY = "N"                                   CVSHJS.2
102400              GO TO SCAN-FD-WORD-EX.                              CVSHJS.2
102500     EVALUATE WS-EXPECT                                           CVSHJS.2
102600         WHEN "N"                                                 CVSHJS.2
102700              IF  WS-TOKEN = "PIC" OR WS-TOKEN = "PICTURE"        CVSHJS.2
102800                  MOVE "Q" TO WS-EXPECT                           CVSHJS.2
102900              ELSE                                                CVSHJS.2
103000                  MOVE WS-TOKEN TO WS-EN-NAME                     CVSHJS.2
103100                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
103200              END-IF                                              CVSHJS.2
103300         WHEN "Q"                                                 CVSHJS.2
103400              IF  WS-TOKEN NOT = "IS"                             CVSHJS.2
103500                  MOVE WS-TOKEN TO WS-EN-PIC                      CVSHJS.2
103600                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
103700              END-IF                                              CVSHJS.2
103800         WHEN "O"                                                 CVSHJS.2
103900              IF  WS-TOK-NUM > ZERO                               CVSHJS.2
104000                  MOVE WS-TOK-NUM TO WS-EN-OCCURS                 CVSHJS.2
104100                  MOVE "T" TO WS-EXPECT                           CVSHJS.2
104200              END-IF                                              CVSHJS.2
104300         WHEN "T"                                                 CVSHJS.2
104400              IF  WS-TOKEN = "TO"                                 CVSHJS.2
104500                  MOVE "O" TO WS-EXPECT                           CVSHJS.2
104600              ELSE                                                CVSHJS.2
104700                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
104800              END-IF                                              CVSHJS.2
104900         WHEN "R"                                                 CVSHJS.2
105000              MOVE SPACE TO WS-EXPECT                             CVSHJS.2
105100         WHEN "V"                                                 CVSHJS.2
105200              CONTINUE                                            CVSHJS.2
105300         WHEN OTHER                                               CVSHJS.2
105400              EVALUATE WS-TOKEN                                   CVSHJS.2
105500                  WHEN "PIC"                                      CVSHJS.2
105600                  WHEN "PICTURE"                                  CVSHJS.2
105700                      MOVE "Q" TO WS-EXPECT                       CVSHJS.2
105800                  WHEN "OCCURS"                                   CVSHJS.2
105900                      MOVE "O" TO WS-EXPECT                       CVSHJS.2
106000                  WHEN "REDEFINES"                                CVSHJS.2
106100                      MOVE "Y" TO WS-EN-REDEF                     CVSHJS.2
106200                      MOVE "R" TO WS-EXPECT                       CVSHJS.2
106300                  WHEN "VALUE"                                    CVSHJS.2
106400                  WHEN "VALUES"                                   CVSHJS.2
106500                      MOVE "V" TO WS-EXPECT                       CVSHJS.2
106600                  WHEN "COMP"                                     CVSHJS.2
106700                  WHEN "COMP-4"                                   CVSHJS.2
106800                  WHEN "COMP-5"                                   CVSHJS.2
106900                  WHEN "BINARY"                                   CVSHJS.2
107000                  WHEN "COMPUTATIONAL"                            CVSHJS.2
107100                  WHEN "COMPUTATIONAL-4"                          CVSHJS.2
107200                  WHEN "COMPUTATIONAL-5"                          CVSHJS.2
107300                      MOVE "B" TO WS-EN-USAGE                     CVSHJS.2
107400                  WHEN "COMP-3"                                   CVSHJS.2
107500                  WHEN "COMPUTATIONAL-3"                          CVSHJS.2
107600                  WHEN "PACKED-DECIMAL"                           CVSHJS.2
107700                      MOVE "P" TO WS-EN-USAGE                     CVSHJS.2
107800              END-EVALUATE                                        CVSHJS.2
107900     END-EVALUATE.                                                CVSHJS.2
108000 SCAN-FD-WORD-EX.                                                 CVSHJS.2
108100     EXIT.                                                        CVSHJS.2
108200 MATCH-FD-FILE.                                                   CVSHJS.2
108300     IF       WS-FL-NAME (WS-FL-SUB) = WS-TOKEN                   CVSHJS.2
108400              MOVE WS-FL-SUB TO WS-CUR-FL                         CVSHJS.2
108500              IF  WS-FD-KIND = "SD"                               CVSHJS.2
108600                  MOVE "Y" TO WS-FL-SORT (WS-CUR-FL)              CVSHJS.2
108700              END-IF.                                             CVSHJS.2
108800*                                                                 CVSHJS.2
108900*    RECORD CONTAINS n [TO m] AND RECORD VARYING FROM n TO m.     CVSHJS.2
109000*    BLOCK CONTAINS IS PASSED OVER.                               CVSHJS.2
109100*                                                                 CVSHJS.2
109200 SCAN-FD-HEADER-WORD.                                             CVSHJS.2
109300     IF       (WS-TOKEN = "CONTAINS"                              CVSHJS.2
109400                  AND WS-PREV-TOKEN NOT = "BLOCK")                CVSHJS.2
109500              OR WS-TOKEN = "FROM"                                CVSHJS.2
109600              MOVE "M" TO WS-EXPECT                               CVSHJS.2
109700     ELSE                                                         CVSHJS.2
109800         IF   WS-TOK-NUM > ZERO AND WS-EXPECT = "M"               CVSHJS.2
109900              MOVE WS-TOK-NUM TO WS-FL-MIN (WS-CUR-FL)            CVSHJS.2
110000                  WS-FL-MAX (WS-CUR-FL)                           CVSHJS.2
110100              MOVE "T" TO WS-EXPECT                               CVSHJS.2
110200         ELSE                                                     CVSHJS.2
110300             IF   WS-TOK-NUM > ZERO AND WS-EXPECT = "X"           CVSHJS.2
110400                  MOVE WS-TOK-NUM TO WS-FL-MAX (WS-CUR-FL)        CVSHJS.2
110500                  MOVE SPACE TO WS-EXPECT                         CVSHJS.2
110600             ELSE                                                 CVSHJS.2
110700                 IF   WS-TOKEN = "TO" AND WS-EXPECT = "T"         CVSHJS.2
110800                      MOVE "X" TO WS-EXPECT                       CVSHJS.2
110900                 ELSE                                             CVSHJS.2
111000                      MOVE SPACE TO WS-EXPECT.                    CVSHJS.2
111100 OPEN-DATA-ENTRY.                                                 CVSHJS.2
111200     MOVE     "N" TO WS-ENTRY-START.                              CVSHJS.2
111300     IF       WS-TOK-NUM = ZERO                                   CVSHJS.2
111400              IF  WS-TOKEN = "COPY"                               CVSHJS.2
111500                  MOVE "Y" TO WS-FL-COPIED (WS-CUR-FL)            CVSHJS.2
111600              END-IF                                              CVSHJS.2
111700     ELSE                                                         CVSHJS.2
111800              MOVE "Y" TO WS-IN-ENTRY                             CVSHJS.2
111900              MOVE WS-TOK-NUM TO WS-EN-LEVEL                      CVSHJS.2
112000              MOVE SPACE TO WS-EN-NAME WS-EN-PIC WS-EN-USAGE      CVSHJS.2
112100              MOVE "N" TO WS-EN-REDEF                             CVSHJS.2
112200              MOVE 1 TO WS-EN-OCCURS                              CVSHJS.2
112300              MOVE "N" TO WS-EXPECT                               CVSHJS.2
112400              IF  WS-EN-LEVEL = 1                                 CVSHJS.2
112500                  ADD 1 TO WS-REC-CT                              CVSHJS.2
112600                  IF  WS-REC-CT > 1                               CVSHJS.2
112700                      PERFORM CLOSE-FD-RECORD                     CVSHJS.2
112800                  END-IF                                          CVSHJS.2
112900              END-IF.                                             CVSHJS.2
113000*                                                                 CVSHJS.2
113100*    THE END OF AN ENTRY.  AN ENTRY AT OR ABOVE THE LEVEL OF AN   CVSHJS.2
113200*    OPEN KEY ENDS THE KEY; A REDEFINING ENTRY AND ITS            CVSHJS.2
113300*    SUBORDINATES TAKE NO SPACE.                                  CVSHJS.2
113400*                                                                 CVSHJS.2
113500 END-FD-ENTRY.                                                    CVSHJS.2
113600     IF       WS-FD-HEADER = "Y"                                  CVSHJS.2
113700              MOVE "N" TO WS-FD-HEADER                            CVSHJS.2
113800              MOVE "Y" TO WS-ENTRY-START                          CVSHJS.2
113900     ELSE                                                         CVSHJS.2
114000              IF  WS-IN-ENTRY = "Y" AND WS-CUR-FL NOT = ZERO      CVSHJS.2
114100                  AND WS-EN-LEVEL < 50                            CVSHJS.2
114200                  PERFORM SIZE-FD-ENTRY THRU SIZE-FD-ENTRY-EX     CVSHJS.2
114300              END-IF                                              CVSHJS.2
114400              MOVE "N" TO WS-IN-ENTRY                             CVSHJS.2
114500              MOVE "Y" TO WS-ENTRY-START.                         CVSHJS.2
114600 SIZE-FD-ENTRY.                                                   CVSHJS.2
114700     IF       WS-REDEF-LVL NOT = ZERO                             CVSHJS.2
114800              AND WS-EN-LEVEL NOT > WS-REDEF-LVL                  CVSHJS.2
114900              MOVE ZERO TO WS-REDEF-LVL.                          CVSHJS.2
115000     IF       WS-FL-PK-STATE (WS-CUR-FL) = "O"                    CVSHJS.2
115100              AND WS-EN-LEVEL NOT > WS-FL-PK-LVL (WS-CUR-FL)      CVSHJS.2
115200              COMPUTE WS-FL-PK-LEN (WS-CUR-FL) =                  CVSHJS.2
115300                  WS-OFFSET - WS-FL-PK-OFF (WS-CUR-FL)            CVSHJS.2
115400              MOVE "C" TO WS-FL-PK-STATE (WS-CUR-FL).             CVSHJS.2
115500     IF       WS-FL-AK-STATE (WS-CUR-FL) = "O"                    CVSHJS.2
115600              AND WS-EN-LEVEL NOT > WS-FL-AK-LVL (WS-CUR-FL)      CVSHJS.2
115700              COMPUTE WS-FL-AK-LEN (WS-CUR-FL) =                  CVSHJS.2
115800                  WS-OFFSET - WS-FL-AK-OFF (WS-CUR-FL)            CVSHJS.2
115900              MOVE "C" TO WS-FL-AK-STATE (WS-CUR-FL).             CVSHJS.2
116000     IF       WS-REDEF-LVL NOT = ZERO                             CVSHJS.2
116100              GO TO SIZE-FD-ENTRY-EX.                             CVSHJS.2
116200     IF       WS-EN-REDEF = "Y"                                   CVSHJS.2
116300              MOVE WS-EN-LEVEL TO WS-REDEF-LVL                    CVSHJS.2
116400              GO TO SIZE-FD-ENTRY-EX.                             CVSHJS.2
116500     IF       WS-EN-NAME NOT = SPACE                              CVSHJS.2
116600              AND WS-EN-NAME = WS-FL-PKEY (WS-CUR-FL)             CVSHJS.2
116700              MOVE WS-OFFSET TO WS-FL-PK-OFF (WS-CUR-FL)          CVSHJS.2
116800              MOVE WS-EN-LEVEL TO WS-FL-PK-LVL (WS-CUR-FL)        CVSHJS.2
116900              MOVE "O" TO WS-FL-PK-STATE (WS-CUR-FL).             CVSHJS.2
117000     IF       WS-EN-NAME NOT = SPACE                              CVSHJS.2
117100              AND WS-EN-NAME = WS-FL-AKEY (WS-CUR-FL)             CVSHJS.2
117200              MOVE WS-OFFSET TO WS-FL-AK-OFF (WS-CUR-FL)          CVSHJS.2
117300              MOVE WS-EN-LEVEL TO WS-FL-AK-LVL (WS-CUR-FL)        CVSHJS.2
117400              MOVE "O" TO WS-FL-AK-STATE (WS-CUR-FL).             CVSHJS.2
117500     IF       WS-EN-PIC NOT = SPACE                               CVSHJS.2
117600              PERFORM MEASURE-PICTURE                             CVSHJS.2
117700              COMPUTE WS-OFFSET = WS-OFFSET                       CVSHJS.2
117800                  + WS-PIC-SIZE * WS-EN-OCCURS.                   CVSHJS.2
117900 SIZE-FD-ENTRY-EX.                                                CVSHJS.2
118000     EXIT.                                                        CVSHJS.2
118100*                                                                 CVSHJS.2
118200*    THE RECORD IS DONE: OPEN KEYS END AT ITS LAST BYTE, AND      CVSHJS.2
118300*    WITHOUT RECORD CONTAINS ITS WALKED LENGTH IS ITS SIZE.       CVSHJS.2
118400*                                                                 CVSHJS.2
118500 CLOSE-FD-RECORD.                                                 CVSHJS.2
118600     IF       WS-CUR-FL NOT = ZERO AND WS-PHASE = "3"             CVSHJS.2
118700              IF  WS-FL-PK-STATE (WS-CUR-FL) = "O"                CVSHJS.2
118800                  COMPUTE WS-FL-PK-LEN (WS-CUR-FL) =              CVSHJS.2
118900                      WS-OFFSET - WS-FL-PK-OFF (WS-CUR-FL)        CVSHJS.2
119000                  MOVE "C" TO WS-FL-PK-STATE (WS-CUR-FL)          CVSHJS.2
119100              END-IF                                              CVSHJS.2
119200              IF  WS-FL-AK-STATE (WS-CUR-FL) = "O"                CVSHJS.2
119300                  COMPUTE WS-FL-AK-LEN (WS-CUR-FL) =              CVSHJS.2
119400                      WS-OFFSET - WS-FL-AK-OFF (WS-CUR-FL)        CVSHJS.2
119500                  MOVE "C" TO WS-FL-AK-STATE (WS-CUR-FL)          CVSHJS.2
119600              END-IF                                              CVSHJS.2
119700              IF  WS-FL-REC-LEN (WS-CUR-FL) = ZERO                CVSHJS.2
119800                  MOVE WS-OFFSET TO WS-FL-REC-LEN (WS-CUR-FL)     CVSHJS.2
119900              END-IF.                                             CVSHJS.2
120000     IF       WS-PHASE = "3"                                      CVSHJS.2
120100              MOVE ZERO TO WS-CUR-FL.                             CVSHJS.2
120200*                                                                 CVSHJS.2
120300*    THE STORAGE SIZE OF PICTURE WS-EN-PIC UNDER USAGE            CVSHJS.2
120400*    WS-EN-USAGE: ONE BYTE A SYMBOL (S, V AND P TAKE NONE),       CVSHJS.2
120500*    BINARY 2, 4 OR 8 BYTES BY DIGITS, PACKED HALF A BYTE A       CVSHJS.2
120600*    DIGIT PLUS THE SIGN.                                         CVSHJS.2
120700*                                                                 CVSHJS.2
120800 MEASURE-PICTURE.                                                 CVSHJS.2
120900     INSPECT  WS-EN-PIC CONVERTING "abcdefghijklmnopqrstuvwxyz"   CVSHJS.2
121000              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                    CVSHJS.2
121100     MOVE     ZERO TO WS-PIC-SIZE WS-PIC-DIGITS WS-PIC-NUM.       CVSHJS.2
121200     MOVE     "N" TO WS-PIC-PAREN.                                CVSHJS.2
121300     MOVE     SPACE TO WS-PIC-LAST.                               CVSHJS.2
121400     PERFORM  MEASURE-PICTURE-SYMBOL                              CVSHJS.2
121500              VARYING WS-PIC-SUB FROM 1 BY 1                      CVSHJS.2
121600              UNTIL WS-PIC-SUB > 30.                              CVSHJS.2
121700     IF       WS-EN-USAGE = "B"                                   CVSHJS.2
121800              IF  WS-PIC-DIGITS < 5                               CVSHJS.2
121900                  MOVE 2 TO WS-PIC-SIZE                           CVSHJS.2
122000              ELSE                                                CVSHJS.2
122100                  IF  WS-PIC-DIGITS < 10                          CVSHJS.2
122200                      MOVE 4 TO WS-PIC-SIZE                       CVSHJS.2
122300                  ELSE                                            CVSHJS.2
122400                      MOVE 8 TO WS-PIC-SIZE                       CVSHJS.2
122500                  END-IF                                          CVSHJS.2
122600              END-IF.                                             CVSHJS.2
122700     IF       WS-EN-USAGE = "P"                                   CVSHJS.2
122800              COMPUTE WS-PIC-SIZE = WS-PIC-DIGITS / 2 + 1.        CVSHJS.2
122900 MEASURE-PICTURE-SYMBOL.                                          CVSHJS.2
123000     MOVE     WS-EN-PIC (WS-PIC-SUB:1) TO WS-PIC-CHAR.            CVSHJS.2
123100     IF       WS-PIC-PAREN = "Y"                                  CVSHJS.2
123200              IF  WS-PIC-CHAR = ")"                               CVSHJS.2
123300                  MOVE "N" TO WS-PIC-PAREN                        CVSHJS.2
123400                  PERFORM REPEAT-PICTURE-SYMBOL                   CVSHJS.2
123500              ELSE                                                CVSHJS.2
123600                  IF  WS-PIC-CHAR NUMERIC                         CVSHJS.2
123700                      MOVE WS-PIC-CHAR TO WS-PIC-DIGIT            CVSHJS.2
123800                      COMPUTE WS-PIC-NUM = WS-PIC-NUM * 10        CVSHJS.2
123900                          + WS-PIC-DIGIT                          CVSHJS.2
124000                  END-IF                                          CVSHJS.2
124100              END-IF                                              CVSHJS.2
124200     ELSE                                                         CVSHJS.2
124300         IF   WS-PIC-CHAR = "("                                   CVSHJS.2
124400              MOVE "Y" TO WS-PIC-PAREN                            CVSHJS.2
124500              MOVE ZERO TO WS-PIC-NUM                             CVSHJS.2
124600         ELSE                                                     CVSHJS.2
124700             IF   WS-PIC-CHAR = "S" OR WS-PIC-CHAR = "V"          CVSHJS.2
124800                  OR WS-PIC-CHAR = "P"                            CVSHJS.2
124900                  MOVE WS-PIC-CHAR TO WS-PIC-LAST                 CVSHJS.2
125000             ELSE                                                 CVSHJS.2
125100                 IF   WS-PIC-CHAR NOT = SPACE                     CVSHJS.2
125200                      ADD 1 TO WS-PIC-SIZE                        CVSHJS.2
125300                      MOVE WS-PIC-CHAR TO WS-PIC-LAST             CVSHJS.2
125400                      IF  WS-PIC-CHAR = "9"                       CVSHJS.2
125500                          ADD 1 TO WS-PIC-DIGITS                  CVSHJS.2
125600                      END-IF.                                     CVSHJS.2
125700 REPEAT-PICTURE-SYMBOL.                                           CVSHJS.2
125800     IF       WS-PIC-NUM > ZERO                                   CVSHJS.2
125900              AND WS-PIC-LAST NOT = "S" AND WS-PIC-LAST NOT = "V" CVSHJS.2
126000              AND WS-PIC-LAST NOT = "P"                           CVSHJS.2
126100              AND WS-PIC-LAST NOT = SPACE                         CVSHJS.2
126200              COMPUTE WS-PIC-SIZE = WS-PIC-SIZE + WS-PIC-NUM - 1  CVSHJS.2
126300              IF  WS-PIC-LAST = "9"                               CVSHJS.2
126400                  COMPUTE WS-PIC-DIGITS = WS-PIC-DIGITS           CVSHJS.2
126500                      + WS-PIC-NUM - 1                            CVSHJS.2
126600              END-IF.                                             CVSHJS.2
126700*                                                                 CVSHJS.2
126800*    ONE FILE OF THE STEP.  A SORT FILE HAS NO DD OF ITS OWN      CVSHJS.2
126900*    AND A HARNESS FILE IS ONLY LISTED.                           CVSHJS.2
127000*                                                                 CVSHJS.2
127100 ALLOCATE-STEP-FILE.                                              CVSHJS.2
127200     IF       WS-FL-SORT (WS-FL-SUB) = "Y"                        CVSHJS.2
127300              GO TO ALLOCATE-STEP-FILE-EX.                        CVSHJS.2
127400     IF       WS-FL-KIND (WS-FL-SUB) = "P"                        CVSHJS.2
127500              PERFORM ADD-PRINTER-DD                              CVSHJS.2
127600              GO TO ALLOCATE-STEP-FILE-EX.                        CVSHJS.2
127700     IF       WS-FL-KIND (WS-FL-SUB) = "H"                        CVSHJS.2
127800              IF  WS-FL-LIT (WS-FL-SUB) NOT = SPACE               CVSHJS.2
127900                  STRING WS-FL-LIT (WS-FL-SUB) DELIMITED BY SPACE CVSHJS.2
128000                      " " DELIMITED BY SIZE                       CVSHJS.2
128100                      INTO WS-ST-HARNESS (WS-STEP-SUB)            CVSHJS.2
128200                      WITH POINTER WS-ST-HPTR (WS-STEP-SUB)       CVSHJS.2
128300              END-IF                                              CVSHJS.2
128400              GO TO ALLOCATE-STEP-FILE-EX.                        CVSHJS.2
128500     MOVE     WS-FL-XNUM (WS-FL-SUB) TO WS-XNUM.                  CVSHJS.2
128600     PERFORM  LOOK-UP-XCARD-NAME.                                 CVSHJS.2
128700     MOVE     "N" TO WS-BED-SWITCH.                               CVSHJS.2
128800     MOVE     WS-ST-REG (WS-STEP-SUB) TO WS-REG-SUB.              CVSHJS.2
128900     IF       WS-REG-SUB NOT = ZERO                               CVSHJS.2
129000              MOVE ZERO TO WS-BED-HITS                            CVSHJS.2
129100              INSPECT WS-MR-BEDS-BUILT (WS-REG-SUB)               CVSHJS.2
129200                  TALLYING WS-BED-HITS FOR ALL WS-CANON-NAME      CVSHJS.2
129300              INSPECT WS-MR-BEDS-USED (WS-REG-SUB)                CVSHJS.2
129400                  TALLYING WS-BED-HITS FOR ALL WS-CANON-NAME      CVSHJS.2
129500              IF  WS-BED-HITS > ZERO                              CVSHJS.2
129600                  MOVE "Y" TO WS-BED-SWITCH                       CVSHJS.2
129700              END-IF.                                             CVSHJS.2
129800     MOVE     SPACE TO WS-DSN.                                    CVSHJS.2
129900     IF       WS-BED-SWITCH = "Y"                                 CVSHJS.2
130000              STRING WS-HLQ DELIMITED BY SPACE                    CVSHJS.2
130100                  ".BED." DELIMITED BY SIZE                       CVSHJS.2
130200                  WS-DD-NAME DELIMITED BY SPACE                   CVSHJS.2
130300                  INTO WS-DSN                                     CVSHJS.2
130400     ELSE                                                         CVSHJS.2
130500              STRING WS-HLQ DELIMITED BY SPACE                    CVSHJS.2
130600                  "." DELIMITED BY SIZE                           CVSHJS.2
130700                  WS-ST-MODULE (WS-STEP-SUB) DELIMITED BY SPACE   CVSHJS.2
130800                  "." DELIMITED BY SIZE                           CVSHJS.2
130900                  WS-DD-NAME DELIMITED BY SPACE                   CVSHJS.2
131000                  INTO WS-DSN.                                    CVSHJS.2
131100     PERFORM  FIND-DATASET.                                       CVSHJS.2
131200     IF       WS-DS-ORG (WS-DS-SUB) NOT = WS-FL-ORG (WS-FL-SUB)   CVSHJS.2
131300              MOVE SPACE TO WS-WARNING                            CVSHJS.2
131400              STRING WS-DD-NAME DELIMITED BY SPACE                CVSHJS.2
131500                  " IS " DELIMITED BY SIZE                        CVSHJS.2
131600                  WS-FL-ORG (WS-FL-SUB) DELIMITED BY SIZE         CVSHJS.2
131700                  " HERE BUT " DELIMITED BY SIZE                  CVSHJS.2
131800                  WS-DS-ORG (WS-DS-SUB) DELIMITED BY SIZE         CVSHJS.2
131900                  " IN AN EARLIER STEP" DELIMITED BY SIZE         CVSHJS.2
132000                  INTO WS-WARNING                                 CVSHJS.2
132100              PERFORM RECORD-WARNING.                             CVSHJS.2
132200     IF       WS-DS-ORG (WS-DS-SUB) NOT = "S"                     CVSHJS.2
132300              PERFORM TAKE-CLUSTER-SIZING                         CVSHJS.2
132400              MOVE "S" TO WS-DD-DISP                              CVSHJS.2
132500     ELSE                                                         CVSHJS.2
132600              IF  WS-DS-REF-CT (WS-DS-SUB) = ZERO                 CVSHJS.2
132700                  MOVE "N" TO WS-DD-DISP                          CVSHJS.2
132800              ELSE                                                CVSHJS.2
132900                  MOVE "O" TO WS-DD-DISP                          CVSHJS.2
133000              END-IF.                                             CVSHJS.2
133100     MOVE     "D" TO WS-DD-KIND.                                  CVSHJS.2
133200     PERFORM  ADD-STEP-DD THRU ADD-STEP-DD-EX.                    CVSHJS.2
133300     IF       WS-FOUND-SWITCH = "N"                               CVSHJS.2
133400              ADD 1 TO WS-DS-REF-CT (WS-DS-SUB).                  CVSHJS.2
133500     IF       WS-FL-ORG (WS-FL-SUB) = "I"                         CVSHJS.2
133600              AND WS-FL-AKEY (WS-FL-SUB) NOT = SPACE              CVSHJS.2
133700              AND WS-DS-AIX (WS-DS-SUB) = "Y"                     CVSHJS.2
133800              PERFORM NAME-PATH-DD                                CVSHJS.2
133900              PERFORM ADD-STEP-DD THRU ADD-STEP-DD-EX.            CVSHJS.2
134000     IF       WS-FL-AKEY-XTRA (WS-FL-SUB) > ZERO                  CVSHJS.2
134100              MOVE SPACE TO WS-WARNING                            CVSHJS.2
134200              STRING "ONLY THE FIRST ALTERNATE KEY OF "           CVSHJS.2
134300                  DELIMITED BY SIZE                               CVSHJS.2
134400                  WS-FL-NAME (WS-FL-SUB) DELIMITED BY SPACE       CVSHJS.2
134500                  " IS DEFINED" DELIMITED BY SIZE                 CVSHJS.2
134600                  INTO WS-WARNING                                 CVSHJS.2
134700              PERFORM RECORD-WARNING.                             CVSHJS.2
134800 ALLOCATE-STEP-FILE-EX.                                           CVSHJS.2
134900     EXIT.                                                        CVSHJS.2
135000*                                                                 CVSHJS.2
135100*    THE PATH DD FOR THE FIRST ALTERNATE KEY IS THE BASE DD CUT   CVSHJS.2
135200*    TO 7 CHARACTERS WITH A 1 ON THE END.                         CVSHJS.2
135300*                                                                 CVSHJS.2
135400 NAME-PATH-DD.                                                    CVSHJS.2
135500     MOVE     "A" TO WS-DD-KIND.                                  CVSHJS.2
135600     MOVE     ZERO TO WS-ANSWER-LEN.                              CVSHJS.2
135700     INSPECT  WS-DD-NAME TALLYING WS-ANSWER-LEN                   CVSHJS.2
135800              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSHJS.2
135900     IF       WS-ANSWER-LEN > 7                                   CVSHJS.2
136000              MOVE 7 TO WS-ANSWER-LEN.                            CVSHJS.2
136100     MOVE     "1" TO WS-DD-NAME (WS-ANSWER-LEN + 1:1).            CVSHJS.2
136200*                                                                 CVSHJS.2
136300*    WS-DS-SUB IS LEFT AT DATASET WS-DSN, ADDED IF NEW.           CVSHJS.2
136400*                                                                 CVSHJS.2
136500 FIND-DATASET.                                                    CVSHJS.2
136600     MOVE     ZERO TO WS-SEL-SUB.                                 CVSHJS.2
136700     PERFORM  MATCH-DATASET                                       CVSHJS.2
136800              VARYING WS-DS-SUB FROM 1 BY 1                       CVSHJS.2
136900              UNTIL WS-DS-SUB > WS-DS-CT.                         CVSHJS.2
137000     IF       WS-SEL-SUB NOT = ZERO                               CVSHJS.2
137100              MOVE WS-SEL-SUB TO WS-DS-SUB                        CVSHJS.2
137200     ELSE                                                         CVSHJS.2
137300         IF   WS-DS-CT < 400                                      CVSHJS.2
137400              ADD 1 TO WS-DS-CT                                   CVSHJS.2
137500              MOVE WS-DS-CT TO WS-DS-SUB                          CVSHJS.2
137600              MOVE WS-DSN TO WS-DS-NAME (WS-DS-SUB)               CVSHJS.2
137700              MOVE WS-FL-ORG (WS-FL-SUB) TO WS-DS-ORG (WS-DS-SUB) CVSHJS.2
137800              MOVE ZERO TO WS-DS-REF-CT (WS-DS-SUB)               CVSHJS.2
137900                  WS-DS-MIN (WS-DS-SUB) WS-DS-MAX (WS-DS-SUB)     CVSHJS.2
138000                  WS-DS-PK-OFF (WS-DS-SUB)                        CVSHJS.2
138100                  WS-DS-PK-LEN (WS-DS-SUB)                        CVSHJS.2
138200                  WS-DS-AK-OFF (WS-DS-SUB)                        CVSHJS.2
138300                  WS-DS-AK-LEN (WS-DS-SUB)                        CVSHJS.2
138400              MOVE "N" TO WS-DS-AIX (WS-DS-SUB)                   CVSHJS.2
138500                  WS-DS-ADUP (WS-DS-SUB)                          CVSHJS.2
138600              IF  WS-FL-ORG (WS-FL-SUB) NOT = "S"                 CVSHJS.2
138700                  ADD 1 TO WS-VSAM-CT                             CVSHJS.2
138800              END-IF                                              CVSHJS.2
138900         ELSE                                                     CVSHJS.2
139000              MOVE 400 TO WS-DS-SUB                               CVSHJS.2
139100              MOVE "MORE THAN 400 DATASETS -- NAMES REUSED"       CVSHJS.2
139200                  TO WS-WARNING                                   CVSHJS.2
139300              PERFORM RECORD-WARNING.                             CVSHJS.2
139400 MATCH-DATASET.                                                   CVSHJS.2
139500     IF       WS-DS-NAME (WS-DS-SUB) = WS-DSN                     CVSHJS.2
139600              MOVE WS-DS-SUB TO WS-SEL-SUB.                       CVSHJS.2
139700*                                                                 CVSHJS.2
139800*    THE CLUSTER TAKES ITS SIZES AND KEYS FROM THE FIRST STEP     CVSHJS.2
139900*    THAT DESCRIBES THEM; A LATER STEP PUTTING A KEY ELSEWHERE    CVSHJS.2
140000*    IS A WARNING.                                                CVSHJS.2
140100*                                                                 CVSHJS.2
140200 TAKE-CLUSTER-SIZING.                                             CVSHJS.2
140300     IF       WS-DS-MAX (WS-DS-SUB) = ZERO                        CVSHJS.2
140400              IF  WS-FL-MAX (WS-FL-SUB) NOT = ZERO                CVSHJS.2
140500                  MOVE WS-FL-MIN (WS-FL-SUB)                      CVSHJS.2
140600                      TO WS-DS-MIN (WS-DS-SUB)                    CVSHJS.2
140700                  MOVE WS-FL-MAX (WS-FL-SUB)                      CVSHJS.2
140800                      TO WS-DS-MAX (WS-DS-SUB)                    CVSHJS.2
140900              ELSE                                                CVSHJS.2
141000                  MOVE WS-FL-REC-LEN (WS-FL-SUB)                  CVSHJS.2
141100                      TO WS-DS-MIN (WS-DS-SUB)                    CVSHJS.2
141200                          WS-DS-MAX (WS-DS-SUB)                   CVSHJS.2
141300              END-IF.                                             CVSHJS.2
141400     IF       WS-FL-PK-STATE (WS-FL-SUB) = "C"                    CVSHJS.2
141500              IF  WS-DS-PK-LEN (WS-DS-SUB) = ZERO                 CVSHJS.2
141600                  MOVE WS-FL-PK-OFF (WS-FL-SUB)                   CVSHJS.2
141700                      TO WS-DS-PK-OFF (WS-DS-SUB)                 CVSHJS.2
141800                  MOVE WS-FL-PK-LEN (WS-FL-SUB)                   CVSHJS.2
141900                      TO WS-DS-PK-LEN (WS-DS-SUB)                 CVSHJS.2
142000              ELSE                                                CVSHJS.2
142100                  IF  WS-DS-PK-OFF (WS-DS-SUB)                    CVSHJS.2
142200                          NOT = WS-FL-PK-OFF (WS-FL-SUB)          CVSHJS.2
142300                      OR WS-DS-PK-LEN (WS-DS-SUB)                 CVSHJS.2
142400                          NOT = WS-FL-PK-LEN (WS-FL-SUB)          CVSHJS.2
142500                      MOVE SPACE TO WS-WARNING                    CVSHJS.2
142600                      STRING "PRIME KEY OF " DELIMITED BY SIZE    CVSHJS.2
142700                          WS-DD-NAME DELIMITED BY SPACE           CVSHJS.2
142800                          " DIFFERS FROM AN EARLIER STEP"         CVSHJS.2
142900                              DELIMITED BY SIZE                   CVSHJS.2
143000                          INTO WS-WARNING                         CVSHJS.2
143100                      PERFORM RECORD-WARNING                      CVSHJS.2
143200                  END-IF                                          CVSHJS.2
143300              END-IF.                                             CVSHJS.2
143400     IF       WS-FL-AK-STATE (WS-FL-SUB) = "C"                    CVSHJS.2
143500              AND WS-DS-AIX (WS-DS-SUB) = "N"                     CVSHJS.2
143600              MOVE "Y" TO WS-DS-AIX (WS-DS-SUB)                   CVSHJS.2
143700              MOVE WS-FL-AK-OFF (WS-FL-SUB)                       CVSHJS.2
143800                  TO WS-DS-AK-OFF (WS-DS-SUB)                     CVSHJS.2
143900              MOVE WS-FL-AK-LEN (WS-FL-SUB)                       CVSHJS.2
144000                  TO WS-DS-AK-LEN (WS-DS-SUB)                     CVSHJS.2
144100              MOVE WS-FL-ADUP (WS-FL-SUB)                         CVSHJS.2
144200                  TO WS-DS-ADUP (WS-DS-SUB).                      CVSHJS.2
144300     IF       WS-FL-AKEY (WS-FL-SUB) NOT = SPACE                  CVSHJS.2
144400              AND WS-FL-AK-STATE (WS-FL-SUB) NOT = "C"            CVSHJS.2
144500              MOVE SPACE TO WS-WARNING                            CVSHJS.2
144600              STRING "ALTERNATE KEY " DELIMITED BY SIZE           CVSHJS.2
144700                  WS-FL-AKEY (WS-FL-SUB) DELIMITED BY SPACE       CVSHJS.2
144800                  " NOT FOUND IN THE FD" DELIMITED BY SIZE        CVSHJS.2
144900                  INTO WS-WARNING                                 CVSHJS.2
145000              PERFORM RECORD-WARNING.                             CVSHJS.2
145100*                                                                 CVSHJS.2
145200*    A CLUSTER WITH NO RECORD SIZE, OR A KSDS WITH NO PRIME       CVSHJS.2
145300*    KEY, IS LEFT TO THE IDCAMS DEFAULTS AND FLAGGED.             CVSHJS.2
145400*                                                                 CVSHJS.2
145500 CHECK-DATASET-SIZING.                                            CVSHJS.2
145600     MOVE     ZERO TO WS-STEP-SUB.                                CVSHJS.2
145700     IF       WS-DS-ORG (WS-DS-SUB) NOT = "S"                     CVSHJS.2
145800              AND WS-DS-MAX (WS-DS-SUB) = ZERO                    CVSHJS.2
145900              MOVE SPACE TO WS-WARNING                            CVSHJS.2
146000              STRING "NO RECORD SIZE FOUND FOR " DELIMITED BY SIZECVSHJS.2
146100                  WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE       CVSHJS.2
146200                  INTO WS-WARNING                                 CVSHJS.2
146300              PERFORM RECORD-WARNING.                             CVSHJS.2
146400     IF       WS-DS-ORG (WS-DS-SUB) = "I"                         CVSHJS.2
146500              AND WS-DS-PK-LEN (WS-DS-SUB) = ZERO                 CVSHJS.2
146600              MOVE SPACE TO WS-WARNING                            CVSHJS.2
146700              STRING "NO PRIME KEY FOUND FOR " DELIMITED BY SIZE  CVSHJS.2
146800                  WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE       CVSHJS.2
146900                  INTO WS-WARNING                                 CVSHJS.2
147000              PERFORM RECORD-WARNING.                             CVSHJS.2
147100 ADD-PRINTER-DD.                                                  CVSHJS.2
147200     MOVE     WS-PRINTER-DD TO WS-DD-NAME.                        CVSHJS.2
147300     MOVE     "P" TO WS-DD-KIND.                                  CVSHJS.2
147400     MOVE     ZERO TO WS-DS-SUB.                                  CVSHJS.2
147500     MOVE     SPACE TO WS-DD-DISP.                                CVSHJS.2
147600     PERFORM  ADD-STEP-DD THRU ADD-STEP-DD-EX.                    CVSHJS.2
147700*                                                                 CVSHJS.2
147800*    A DD NAME ALREADY IN THE STEP FOR THE SAME THING IS NOT      CVSHJS.2
147900*    REPEATED.  THE SAME NAME WANTED FOR SOMETHING ELSE -- AN     CVSHJS.2
148000*    AIX PATH DD CUT DOWN ONTO ANOTHER FILE'S DD -- IS A CLASH.   CVSHJS.2
148100*                                                                 CVSHJS.2
148200 ADD-STEP-DD.                                                     CVSHJS.2
148300     MOVE     "N" TO WS-FOUND-SWITCH.                             CVSHJS.2
148400     COMPUTE  WS-DD-LAST = WS-ST-DD-FIRST (WS-STEP-SUB)           CVSHJS.2
148500              + WS-ST-DD-CT (WS-STEP-SUB) - 1.                    CVSHJS.2
148600     PERFORM  MATCH-STEP-DD                                       CVSHJS.2
148700              VARYING WS-DD-SUB FROM WS-ST-DD-FIRST (WS-STEP-SUB) CVSHJS.2
148800              BY 1 UNTIL WS-DD-SUB > WS-DD-LAST                   CVSHJS.2
148900              OR WS-FOUND-SWITCH = "Y".                           CVSHJS.2
149000     IF       WS-FOUND-SWITCH = "Y"                               CVSHJS.2
149100              GO TO ADD-STEP-DD-EX.                               CVSHJS.2
149200     IF       WS-DD-CT NOT < 1500                                 CVSHJS.2
149300              MOVE "MORE THAN 1500 DD STATEMENTS -- REST DROPPED" CVSHJS.2
149400                  TO WS-WARNING                                   CVSHJS.2
149500              PERFORM RECORD-WARNING                              CVSHJS.2
149600              GO TO ADD-STEP-DD-EX.                               CVSHJS.2
149700     ADD      1 TO WS-DD-CT.                                      CVSHJS.2
149800     ADD      1 TO WS-ST-DD-CT (WS-STEP-SUB).                     CVSHJS.2
149900     MOVE     WS-DD-NAME TO WS-DD-DDNAME (WS-DD-CT).              CVSHJS.2
150000     MOVE     WS-DD-KIND TO WS-DD-TYPE (WS-DD-CT).                CVSHJS.2
150100     MOVE     WS-DS-SUB TO WS-DD-DS (WS-DD-CT).                   CVSHJS.2
150200     MOVE     WS-DD-DISP TO WS-DD-DISPOSE (WS-DD-CT).             CVSHJS.2
150300 ADD-STEP-DD-EX.                                                  CVSHJS.2
150400     EXIT.                                                        CVSHJS.2
150500 MATCH-STEP-DD.                                                   CVSHJS.2
150600     IF       WS-DD-DDNAME (WS-DD-SUB) = WS-DD-NAME               CVSHJS.2
150700              MOVE "Y" TO WS-FOUND-SWITCH                         CVSHJS.2
150800              IF  WS-DD-TYPE (WS-DD-SUB) NOT = WS-DD-KIND         CVSHJS.2
150900                  OR WS-DD-DS (WS-DD-SUB) NOT = WS-DS-SUB         CVSHJS.2
151000                  MOVE SPACE TO WS-WARNING                        CVSHJS.2
151100                  STRING "DD " DELIMITED BY SIZE                  CVSHJS.2
151200                      WS-DD-NAME DELIMITED BY SPACE               CVSHJS.2
151300                      " NAMES TWO FILES -- AIX PATH CLASH"        CVSHJS.2
151400                          DELIMITED BY SIZE                       CVSHJS.2
151500                      INTO WS-WARNING                             CVSHJS.2
151600                  IF  WS-DD-TYPE (WS-DD-SUB) NOT = "A"            CVSHJS.2
151700                      AND WS-DD-KIND NOT = "A"                    CVSHJS.2
151800                      MOVE SPACE TO WS-WARNING                    CVSHJS.2
151900                      STRING "DD " DELIMITED BY SIZE              CVSHJS.2
152000                          WS-DD-NAME DELIMITED BY SPACE           CVSHJS.2
152100                          " NAMES TWO FILES" DELIMITED BY SIZE    CVSHJS.2
152200                          INTO WS-WARNING                         CVSHJS.2
152300                  END-IF                                          CVSHJS.2
152400                  PERFORM RECORD-WARNING                          CVSHJS.2
152500              END-IF.                                             CVSHJS.2
152600*                                                                 CVSHJS.2
152700*    THE JOB CARD, THE COMMENTS SAYING WHERE THE JOB CAME FROM,   CVSHJS.2
152800*    THE JOBLIB AND THE WARNINGS FOR THE JOB AS A WHOLE.          CVSHJS.2
152900*                                                                 CVSHJS.2
153000 WRITE-JOB-HEADER.                                                CVSHJS.2
153100     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSHJS.2
153200     MOVE     ZERO TO WS-COND-CT.                                 CVSHJS.2
153300     PERFORM  COUNT-CONDITIONED-STEP                              CVSHJS.2
153400              VARYING WS-STEP-SUB FROM 1 BY 1                     CVSHJS.2
153500              UNTIL WS-STEP-SUB > WS-STEP-CT.                     CVSHJS.2
153600     MOVE     WS-JOB-NAME TO WS-JCL-NAME.                         CVSHJS.2
153700     STRING   "//" WS-JCL-NAME " JOB (" DELIMITED BY SIZE         CVSHJS.2
153800              WS-ACCOUNT DELIMITED BY SPACE                       CVSHJS.2
153900              "),'CCVS QUALIFICATION',CLASS=A,"                   CVSHJS.2
154000              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
154100     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
154200     STRING   "//             "                                   CVSHJS.2
154300              "MSGCLASS=X,MSGLEVEL=(1,1),NOTIFY=&SYSUID"          CVSHJS.2
154400              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
154500     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
154600     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
154700     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
154800     STRING   "//* WRITTEN BY CCVSHJS ON " WS-TODAY               CVSHJS.2
154900              " FROM xcard.dat, module_registry.dat"              CVSHJS.2
155000              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
155100     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
155200     STRING   "//* AND driver_selected.dat -- "                   CVSHJS.2
155300              "REGENERATE, DO NOT EDIT."                          CVSHJS.2
155400              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
155500     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
155600     MOVE     1 TO WS-JCL-PTR.                                    CVSHJS.2
155700     STRING   "//* " DELIMITED BY SIZE INTO WS-JCL-LINE           CVSHJS.2
155800              WITH POINTER WS-JCL-PTR.                            CVSHJS.2
155900     MOVE     WS-STEP-CT TO WS-NUM-IN.                            CVSHJS.2
156000     PERFORM  APPEND-NUMBER.                                      CVSHJS.2
156100     STRING   " MODULE STEP(S); " DELIMITED BY SIZE               CVSHJS.2
156200              INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.           CVSHJS.2
156300     MOVE     WS-COND-CT TO WS-NUM-IN.                            CVSHJS.2
156400     PERFORM  APPEND-NUMBER.                                      CVSHJS.2
156500     STRING   " RUN ONLY WHEN THEIR BED PRODUCERS RAN"            CVSHJS.2
156600              DELIMITED BY SIZE INTO WS-JCL-LINE                  CVSHJS.2
156700              WITH POINTER WS-JCL-PTR.                            CVSHJS.2
156800     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
156900     STRING   "//* WITHOUT ABENDING.  A "                         CVSHJS.2
157000              "PRODUCER'S OWN FAILED TESTS DO"                    CVSHJS.2
157100              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
157200     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
157300     STRING   "//* NOT HOLD ITS READERS BACK; "                   CVSHJS.2
157400              "THE REPORT SHOWS THEM."                            CVSHJS.2
157500              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
157600     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
157700     STRING   "//* THE " WS-PRINTER-DD                            CVSHJS.2
157800              " (XXXXX055) OUTPUT GOES TO "                       CVSHJS.2
157900              "SYSOUT; SAVE IT AND RUN"                           CVSHJS.2
158000              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
158100     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
158200     MOVE     "//* host_parseback.sh ON IT FOR results.csv."      CVSHJS.2
158300              TO WS-JCL-LINE.                                     CVSHJS.2
158400     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
158500     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
158600     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
158700     STRING   "//JOBLIB   DD DSN=" DELIMITED BY SIZE              CVSHJS.2
158800              WS-LOADLIB DELIMITED BY SPACE                       CVSHJS.2
158900              ",DISP=SHR" DELIMITED BY SIZE INTO WS-JCL-LINE.     CVSHJS.2
159000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
159100     MOVE     ZERO TO WS-STEP-SUB.                                CVSHJS.2
159200     PERFORM  WRITE-STEP-WARNING                                  CVSHJS.2
159300              VARYING WS-WRN-SUB FROM 1 BY 1                      CVSHJS.2
159400              UNTIL WS-WRN-SUB > WS-WRN-CT.                       CVSHJS.2
159500 COUNT-CONDITIONED-STEP.                                          CVSHJS.2
159600     IF       WS-ST-PRD-CT (WS-STEP-SUB) > ZERO                   CVSHJS.2
159700              ADD 1 TO WS-COND-CT.                                CVSHJS.2
159800 WRITE-STEP-WARNING.                                              CVSHJS.2
159900     IF       WS-WRN-STEP (WS-WRN-SUB) = WS-STEP-SUB              CVSHJS.2
160000              STRING "//* WARNING "                               CVSHJS.2
160100                  WS-WRN-TEXT (WS-WRN-SUB) (1:59)                 CVSHJS.2
160200                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
160300              PERFORM PUT-JCL-LINE.                               CVSHJS.2
160400*                                                                 CVSHJS.2
160500*    THE CLEANUP STEP DELETES EVERY DATASET OF THE JOB SO IT      CVSHJS.2
160600*    CAN BE RESUBMITTED AS IT STANDS; A DATASET NOT YET THERE     CVSHJS.2
160700*    IS NOT AN ERROR.                                             CVSHJS.2
160800*                                                                 CVSHJS.2
160900 WRITE-CLEANUP-STEP.                                              CVSHJS.2
161000     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
161100     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
161200     STRING   "//* CLEANUP -- DELETE WHAT AN "                    CVSHJS.2
161300              "EARLIER RUN LEFT BEHIND"                           CVSHJS.2
161400              DELIMITED BY SIZE INTO WS-JCL-LINE.                 CVSHJS.2
161500     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
161600     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
161700     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
161800     MOVE     "//CLEANUP  EXEC PGM=IDCAMS" TO WS-JCL-LINE.        CVSHJS.2
161900     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
162000     MOVE     "//SYSPRINT DD SYSOUT=*" TO WS-JCL-LINE.            CVSHJS.2
162100     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
162200     MOVE     "//SYSIN    DD *" TO WS-JCL-LINE.                   CVSHJS.2
162300     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
162400     PERFORM  WRITE-DELETE-CARD                                   CVSHJS.2
162500              VARYING WS-DS-SUB FROM 1 BY 1                       CVSHJS.2
162600              UNTIL WS-DS-SUB > WS-DS-CT.                         CVSHJS.2
162700     MOVE     "  SET MAXCC = 0" TO WS-JCL-LINE.                   CVSHJS.2
162800     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
162900     MOVE     "/*" TO WS-JCL-LINE.                                CVSHJS.2
163000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
163100 WRITE-DELETE-CARD.                                               CVSHJS.2
163200     STRING   "  DELETE " DELIMITED BY SIZE                       CVSHJS.2
163300              WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE           CVSHJS.2
163400              " PURGE" DELIMITED BY SIZE INTO WS-JCL-LINE.        CVSHJS.2
163500     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
163600*                                                                 CVSHJS.2
163700*    THE DEFINE STEP BUILDS THE VSAM CLUSTERS, AND FOR A FILE     CVSHJS.2
163800*    WITH AN ALTERNATE KEY ITS ALTERNATE INDEX AND PATH.  A       CVSHJS.2
163900*    SIZE OR KEY THE SOURCE DID NOT GIVE IS LEFT TO IDCAMS.       CVSHJS.2
164000*                                                                 CVSHJS.2
164100 WRITE-DEFINE-STEP.                                               CVSHJS.2
164200     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
164300     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
164400     MOVE     "//* DEFINE -- THE VSAM CLUSTERS THE MODULES OPEN"  CVSHJS.2
164500              TO WS-JCL-LINE.                                     CVSHJS.2
164600     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
164700     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
164800     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
164900     MOVE     "//DEFINE   EXEC PGM=IDCAMS" TO WS-JCL-LINE.        CVSHJS.2
165000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
165100     MOVE     "//SYSPRINT DD SYSOUT=*" TO WS-JCL-LINE.            CVSHJS.2
165200     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
165300     MOVE     "//SYSIN    DD *" TO WS-JCL-LINE.                   CVSHJS.2
165400     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
165500     PERFORM  WRITE-CLUSTER-DEFINE THRU WRITE-CLUSTER-DEFINE-EX   CVSHJS.2
165600              VARYING WS-DS-SUB FROM 1 BY 1                       CVSHJS.2
165700              UNTIL WS-DS-SUB > WS-DS-CT.                         CVSHJS.2
165800     MOVE     "/*" TO WS-JCL-LINE.                                CVSHJS.2
165900     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
166000 WRITE-CLUSTER-DEFINE.                                            CVSHJS.2
166100     IF       WS-DS-ORG (WS-DS-SUB) = "S"                         CVSHJS.2
166200              GO TO WRITE-CLUSTER-DEFINE-EX.                      CVSHJS.2
166300     STRING   "  DEFINE CLUSTER (NAME(" DELIMITED BY SIZE         CVSHJS.2
166400              WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE           CVSHJS.2
166500              ") -" DELIMITED BY SIZE INTO WS-JCL-LINE.           CVSHJS.2
166600     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
166700     IF       WS-DS-ORG (WS-DS-SUB) = "R"                         CVSHJS.2
166800              MOVE "         NUMBERED -" TO WS-JCL-LINE           CVSHJS.2
166900              PERFORM PUT-JCL-LINE.                               CVSHJS.2
167000     IF       WS-DS-ORG (WS-DS-SUB) = "I"                         CVSHJS.2
167100       AND    WS-DS-PK-LEN (WS-DS-SUB) = ZERO                     CVSHJS.2
167200              STRING "         /* PRIME KEY NOT FOUND "           CVSHJS.2
167300                  "-- IDCAMS DEFAULT */"                          CVSHJS.2
167400                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
167500              PERFORM PUT-JCL-LINE                                CVSHJS.2
167600              MOVE "         INDEXED -" TO WS-JCL-LINE            CVSHJS.2
167700              PERFORM PUT-JCL-LINE.                               CVSHJS.2
167800     IF       WS-DS-ORG (WS-DS-SUB) = "I"                         CVSHJS.2
167900       AND    WS-DS-PK-LEN (WS-DS-SUB) > ZERO                     CVSHJS.2
168000              MOVE 1 TO WS-JCL-PTR                                CVSHJS.2
168100              STRING "         INDEXED KEYS(" DELIMITED BY SIZE   CVSHJS.2
168200                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
168300              MOVE WS-DS-PK-LEN (WS-DS-SUB) TO WS-NUM-IN          CVSHJS.2
168400              PERFORM APPEND-NUMBER                               CVSHJS.2
168500              STRING " " DELIMITED BY SIZE                        CVSHJS.2
168600                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
168700              MOVE WS-DS-PK-OFF (WS-DS-SUB) TO WS-NUM-IN          CVSHJS.2
168800              PERFORM APPEND-NUMBER                               CVSHJS.2
168900              STRING ") -" DELIMITED BY SIZE                      CVSHJS.2
169000                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
169100              PERFORM PUT-JCL-LINE.                               CVSHJS.2
169200     IF       WS-DS-MAX (WS-DS-SUB) = ZERO                        CVSHJS.2
169300              STRING "         /* RECORD SIZE NOT FOUND "         CVSHJS.2
169400                  "-- IDCAMS DEFAULT */"                          CVSHJS.2
169500                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
169600              PERFORM PUT-JCL-LINE                                CVSHJS.2
169700     ELSE                                                         CVSHJS.2
169800              MOVE 1 TO WS-JCL-PTR                                CVSHJS.2
169900              STRING "         RECORDSIZE(" DELIMITED BY SIZE     CVSHJS.2
170000                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
170100              MOVE WS-DS-MIN (WS-DS-SUB) TO WS-NUM-IN             CVSHJS.2
170200              PERFORM APPEND-NUMBER                               CVSHJS.2
170300              STRING " " DELIMITED BY SIZE                        CVSHJS.2
170400                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
170500              MOVE WS-DS-MAX (WS-DS-SUB) TO WS-NUM-IN             CVSHJS.2
170600              PERFORM APPEND-NUMBER                               CVSHJS.2
170700              STRING ") -" DELIMITED BY SIZE                      CVSHJS.2
170800                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
170900              PERFORM PUT-JCL-LINE.                               CVSHJS.2
171000     IF       WS-DS-AIX (WS-DS-SUB) = "Y"                         CVSHJS.2
171100              MOVE "         CYLINDERS(1 1) SHAREOPTIONS(2 3))"   CVSHJS.2
171200                  TO WS-JCL-LINE                                  CVSHJS.2
171300     ELSE                                                         CVSHJS.2
171400              STRING "         CYLINDERS(1 1) "                   CVSHJS.2
171500                  "SHAREOPTIONS(2 3) REUSE)"                      CVSHJS.2
171600                  DELIMITED BY SIZE INTO WS-JCL-LINE.             CVSHJS.2
171700     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
171800     IF       WS-DS-AIX (WS-DS-SUB) = "Y"                         CVSHJS.2
171900              PERFORM WRITE-INDEX-DEFINE.                         CVSHJS.2
172000 WRITE-CLUSTER-DEFINE-EX.                                         CVSHJS.2
172100     EXIT.                                                        CVSHJS.2
172200 WRITE-INDEX-DEFINE.                                              CVSHJS.2
172300     MOVE     "  DEFINE ALTERNATEINDEX -" TO WS-JCL-LINE.         CVSHJS.2
172400     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
172500     STRING   "         (NAME(" DELIMITED BY SIZE                 CVSHJS.2
172600              WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE           CVSHJS.2
172700              ".AIX1) -" DELIMITED BY SIZE INTO WS-JCL-LINE.      CVSHJS.2
172800     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
172900     STRING   "         RELATE(" DELIMITED BY SIZE                CVSHJS.2
173000              WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE           CVSHJS.2
173100              ") -" DELIMITED BY SIZE INTO WS-JCL-LINE.           CVSHJS.2
173200     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
173300     MOVE     1 TO WS-JCL-PTR.                                    CVSHJS.2
173400     STRING   "         KEYS(" DELIMITED BY SIZE                  CVSHJS.2
173500              INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.           CVSHJS.2
173600     MOVE     WS-DS-AK-LEN (WS-DS-SUB) TO WS-NUM-IN.              CVSHJS.2
173700     PERFORM  APPEND-NUMBER.                                      CVSHJS.2
173800     STRING   " " DELIMITED BY SIZE                               CVSHJS.2
173900              INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.           CVSHJS.2
174000     MOVE     WS-DS-AK-OFF (WS-DS-SUB) TO WS-NUM-IN.              CVSHJS.2
174100     PERFORM  APPEND-NUMBER.                                      CVSHJS.2
174200     IF       WS-DS-ADUP (WS-DS-SUB) = "Y"                        CVSHJS.2
174300              STRING ") NONUNIQUEKEY UPGRADE -" DELIMITED BY SIZE CVSHJS.2
174400                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
174500     ELSE                                                         CVSHJS.2
174600              STRING ") UNIQUEKEY UPGRADE -" DELIMITED BY SIZE    CVSHJS.2
174700                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.       CVSHJS.2
174800     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
174900     MOVE     "         CYLINDERS(1 1))" TO WS-JCL-LINE.          CVSHJS.2
175000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
175100     MOVE     "  DEFINE PATH -" TO WS-JCL-LINE.                   CVSHJS.2
175200     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
175300     STRING   "         (NAME(" DELIMITED BY SIZE                 CVSHJS.2
175400              WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE           CVSHJS.2
175500              ".PATH1) -" DELIMITED BY SIZE INTO WS-JCL-LINE.     CVSHJS.2
175600     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
175700     STRING   "         PATHENTRY(" DELIMITED BY SIZE             CVSHJS.2
175800              WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE           CVSHJS.2
175900              ".AIX1))" DELIMITED BY SIZE INTO WS-JCL-LINE.       CVSHJS.2
176000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
176100*                                                                 CVSHJS.2
176200*    ONE MODULE STEP: ITS COMMENTS AND WARNINGS, THE IF THAT      CVSHJS.2
176300*    HOLDS IT BACK UNTIL ITS BED PRODUCERS HAVE RUN, THE EXEC     CVSHJS.2
176400*    AND ITS DD STATEMENTS.                                       CVSHJS.2
176500*                                                                 CVSHJS.2
176600 WRITE-MODULE-STEP.                                               CVSHJS.2
176700     MOVE     WS-ST-MODULE (WS-STEP-SUB) TO WS-JCL-NAME.          CVSHJS.2
176800     MOVE     WS-ST-REG (WS-STEP-SUB) TO WS-REG-SUB.              CVSHJS.2
176900     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
177000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
177100     IF       WS-REG-SUB = ZERO                                   CVSHJS.2
177200              STRING "//* " WS-JCL-NAME " -- NOT IN THE REGISTRY" CVSHJS.2
177300                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
177400     ELSE                                                         CVSHJS.2
177500              STRING "//* " WS-JCL-NAME " -- SERIES "             CVSHJS.2
177600                  DELIMITED BY SIZE                               CVSHJS.2
177700                  WS-MR-SERIES (WS-REG-SUB) DELIMITED BY SPACE    CVSHJS.2
177800                  " LEVEL " WS-MR-LEVEL (WS-REG-SUB)              CVSHJS.2
177900                  DELIMITED BY SIZE INTO WS-JCL-LINE.             CVSHJS.2
178000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
178100     IF       WS-REG-SUB > ZERO                                   CVSHJS.2
178200       AND    WS-MR-BEDS-BUILT (WS-REG-SUB) NOT = SPACE           CVSHJS.2
178300              STRING "//*          BUILDS " DELIMITED BY SIZE     CVSHJS.2
178400                  WS-MR-BEDS-BUILT (WS-REG-SUB) DELIMITED BY SPACECVSHJS.2
178500                  INTO WS-JCL-LINE                                CVSHJS.2
178600              PERFORM PUT-JCL-LINE.                               CVSHJS.2
178700     IF       WS-REG-SUB > ZERO                                   CVSHJS.2
178800       AND    WS-MR-BEDS-USED (WS-REG-SUB) NOT = SPACE            CVSHJS.2
178900              STRING "//*          READS  " DELIMITED BY SIZE     CVSHJS.2
179000                  WS-MR-BEDS-USED (WS-REG-SUB) DELIMITED BY SPACE CVSHJS.2
179100                  INTO WS-JCL-LINE                                CVSHJS.2
179200              PERFORM PUT-JCL-LINE.                               CVSHJS.2
179300     PERFORM  WRITE-STEP-WARNING                                  CVSHJS.2
179400              VARYING WS-WRN-SUB FROM 1 BY 1                      CVSHJS.2
179500              UNTIL WS-WRN-SUB > WS-WRN-CT.                       CVSHJS.2
179600     IF       WS-ST-HARNESS (WS-STEP-SUB) NOT = SPACE             CVSHJS.2
179700              MOVE "//* HARNESS FILES, NOT ALLOCATED HERE:"       CVSHJS.2
179800                  TO WS-JCL-LINE                                  CVSHJS.2
179900              PERFORM PUT-JCL-LINE                                CVSHJS.2
180000              STRING "//*   " WS-ST-HARNESS (WS-STEP-SUB)         CVSHJS.2
180100                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
180200              PERFORM PUT-JCL-LINE.                               CVSHJS.2
180300     MOVE     "//*" TO WS-JCL-LINE.                               CVSHJS.2
180400     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
180500     PERFORM  WRITE-STEP-CONDITION                                CVSHJS.2
180600              VARYING WS-PRD-SUB FROM 1 BY 1                      CVSHJS.2
180700              UNTIL WS-PRD-SUB > WS-ST-PRD-CT (WS-STEP-SUB).      CVSHJS.2
180800     MOVE     WS-ST-MODULE (WS-STEP-SUB) TO WS-JCL-NAME.          CVSHJS.2
180900     STRING   "//" WS-JCL-NAME " EXEC PGM=" DELIMITED BY SIZE     CVSHJS.2
181000              WS-JCL-NAME DELIMITED BY SPACE INTO WS-JCL-LINE.    CVSHJS.2
181100     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
181200     IF       WS-ST-DD-CT (WS-STEP-SUB) > ZERO                    CVSHJS.2
181300              COMPUTE WS-DD-LAST = WS-ST-DD-FIRST (WS-STEP-SUB)   CVSHJS.2
181400                  + WS-ST-DD-CT (WS-STEP-SUB) - 1                 CVSHJS.2
181500              PERFORM WRITE-STEP-DD                               CVSHJS.2
181600                  VARYING WS-DD-SUB                               CVSHJS.2
181700                  FROM WS-ST-DD-FIRST (WS-STEP-SUB)               CVSHJS.2
181800                  BY 1 UNTIL WS-DD-SUB > WS-DD-LAST.              CVSHJS.2
181900     IF       WS-ST-SORT (WS-STEP-SUB) = "Y"                      CVSHJS.2
182000              MOVE "//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(5,5))"   CVSHJS.2
182100                  TO WS-JCL-LINE                                  CVSHJS.2
182200              PERFORM PUT-JCL-LINE                                CVSHJS.2
182300              MOVE "//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(5,5))"   CVSHJS.2
182400                  TO WS-JCL-LINE                                  CVSHJS.2
182500              PERFORM PUT-JCL-LINE                                CVSHJS.2
182600              MOVE "//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(5,5))"   CVSHJS.2
182700                  TO WS-JCL-LINE                                  CVSHJS.2
182800              PERFORM PUT-JCL-LINE.                               CVSHJS.2
182900     MOVE     "//SYSOUT   DD SYSOUT=*" TO WS-JCL-LINE.            CVSHJS.2
183000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
183100     MOVE     "//SYSIN    DD DUMMY" TO WS-JCL-LINE.               CVSHJS.2
183200     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
183300     IF       WS-ST-PRD-CT (WS-STEP-SUB) > ZERO                   CVSHJS.2
183400              MOVE "// ENDIF" TO WS-JCL-LINE                      CVSHJS.2
183500              PERFORM PUT-JCL-LINE.                               CVSHJS.2
183600*                                                                 CVSHJS.2
183700*    ONE PRODUCER OF THE STEP'S IF: IT MUST HAVE RUN AND NOT      CVSHJS.2
183800*    ABENDED.  THE TESTS ARE ANDED, ONE PRODUCER TO A LINE.       CVSHJS.2
183900*                                                                 CVSHJS.2
184000 WRITE-STEP-CONDITION.                                            CVSHJS.2
184100     MOVE     WS-ST-PRD (WS-STEP-SUB WS-PRD-SUB) TO WS-STEP-SUB2. CVSHJS.2
184200     MOVE     1 TO WS-JCL-PTR.                                    CVSHJS.2
184300     IF       WS-PRD-SUB = 1                                      CVSHJS.2
184400              STRING "// IF (" DELIMITED BY SIZE                  CVSHJS.2
184500                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
184600     ELSE                                                         CVSHJS.2
184700              STRING "//     " DELIMITED BY SIZE                  CVSHJS.2
184800                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.       CVSHJS.2
184900     STRING   WS-ST-MODULE (WS-STEP-SUB2) DELIMITED BY SPACE      CVSHJS.2
185000              ".RUN = TRUE & " DELIMITED BY SIZE                  CVSHJS.2
185100              WS-ST-MODULE (WS-STEP-SUB2) DELIMITED BY SPACE      CVSHJS.2
185200              ".ABEND = FALSE" DELIMITED BY SIZE                  CVSHJS.2
185300              INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.           CVSHJS.2
185400     IF       WS-PRD-SUB < WS-ST-PRD-CT (WS-STEP-SUB)             CVSHJS.2
185500              STRING " &" DELIMITED BY SIZE                       CVSHJS.2
185600                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
185700     ELSE                                                         CVSHJS.2
185800              STRING ") THEN" DELIMITED BY SIZE                   CVSHJS.2
185900                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.       CVSHJS.2
186000     PERFORM  PUT-JCL-LINE.                                       CVSHJS.2
186100*                                                                 CVSHJS.2
186200*    ONE DD STATEMENT.  A DATASET THE STEP IS FIRST TO USE IS     CVSHJS.2
186300*    CATALOGUED NEW; LATER STEPS TAKE IT OLD, AND A VSAM          CVSHJS.2
186400*    CLUSTER, DEFINED BEFOREHAND, IS ALWAYS SHARED.               CVSHJS.2
186500*                                                                 CVSHJS.2
186600 WRITE-STEP-DD.                                                   CVSHJS.2
186700     MOVE     WS-DD-DDNAME (WS-DD-SUB) TO WS-JCL-NAME.            CVSHJS.2
186800     MOVE     WS-DD-DS (WS-DD-SUB) TO WS-DS-SUB.                  CVSHJS.2
186900     IF       WS-DD-TYPE (WS-DD-SUB) = "P"                        CVSHJS.2
187000              STRING "//" WS-JCL-NAME " DD SYSOUT=*"              CVSHJS.2
187100                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
187200              PERFORM PUT-JCL-LINE.                               CVSHJS.2
187300     IF       WS-DD-TYPE (WS-DD-SUB) = "A"                        CVSHJS.2
187400              STRING "//" WS-JCL-NAME " DD DSN=" DELIMITED BY SIZECVSHJS.2
187500                  WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE       CVSHJS.2
187600                  ".PATH1,DISP=SHR" DELIMITED BY SIZE             CVSHJS.2
187700                  INTO WS-JCL-LINE                                CVSHJS.2
187800              PERFORM PUT-JCL-LINE.                               CVSHJS.2
187900     IF       WS-DD-TYPE (WS-DD-SUB) = "D"                        CVSHJS.2
188000              PERFORM WRITE-DATASET-DD.                           CVSHJS.2
188100 WRITE-DATASET-DD.                                                CVSHJS.2
188200     MOVE     1 TO WS-JCL-PTR.                                    CVSHJS.2
188300     STRING   "//" WS-JCL-NAME " DD DSN=" DELIMITED BY SIZE       CVSHJS.2
188400              WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE           CVSHJS.2
188500              INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.           CVSHJS.2
188600     IF       WS-DD-DISPOSE (WS-DD-SUB) = "O"                     CVSHJS.2
188700              STRING ",DISP=OLD" DELIMITED BY SIZE                CVSHJS.2
188800                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.       CVSHJS.2
188900     IF       WS-DD-DISPOSE (WS-DD-SUB) = "S"                     CVSHJS.2
189000              STRING ",DISP=SHR" DELIMITED BY SIZE                CVSHJS.2
189100                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR.       CVSHJS.2
189200     IF       WS-DD-DISPOSE (WS-DD-SUB) NOT = "N"                 CVSHJS.2
189300              PERFORM PUT-JCL-LINE                                CVSHJS.2
189400     ELSE                                                         CVSHJS.2
189500              STRING "," DELIMITED BY SIZE                        CVSHJS.2
189600                  INTO WS-JCL-LINE WITH POINTER WS-JCL-PTR        CVSHJS.2
189700              PERFORM PUT-JCL-LINE                                CVSHJS.2
189800              STRING "//             "                            CVSHJS.2
189900                  "DISP=(NEW,CATLG,CATLG),UNIT=SYSDA,"            CVSHJS.2
190000                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
190100              PERFORM PUT-JCL-LINE                                CVSHJS.2
190200              STRING "//             "                            CVSHJS.2
190300                  "SPACE=(CYL,(1,1))"                             CVSHJS.2
190400                  DELIMITED BY SIZE INTO WS-JCL-LINE              CVSHJS.2
190500              PERFORM PUT-JCL-LINE.                               CVSHJS.2
190600*                                                                 CVSHJS.2
190700*    WS-NUM-IN, LEFT-JUSTIFIED, ONTO WS-JCL-LINE AT WS-JCL-PTR.   CVSHJS.2
190800*                                                                 CVSHJS.2
190900 APPEND-NUMBER.                                                   CVSHJS.2
191000     MOVE     WS-NUM-IN TO WS-NUM-EDIT.                           CVSHJS.2
191100     MOVE     ZERO TO WS-NUM-LEAD.                                CVSHJS.2
191200     INSPECT  WS-NUM-EDIT TALLYING WS-NUM-LEAD FOR LEADING SPACE. CVSHJS.2
191300     STRING   WS-NUM-EDIT (WS-NUM-LEAD + 1:5 - WS-NUM-LEAD)       CVSHJS.2
191400              DELIMITED BY SIZE INTO WS-JCL-LINE                  CVSHJS.2
191500              WITH POINTER WS-JCL-PTR.                            CVSHJS.2
191600 PUT-JCL-LINE.                                                    CVSHJS.2
191700     MOVE     WS-JCL-LINE TO JOB-STREAM-REC.                      CVSHJS.2
191800     WRITE    JOB-STREAM-REC.                                     CVSHJS.2
191900     ADD      1 TO WS-JCL-LINES.                                  CVSHJS.2
192000     MOVE     SPACE TO WS-JCL-LINE.                               CVSHJS.2
192100*                                                                 CVSHJS.2
192200*    host_parseback.sh: STRIPS THE CARRIAGE-CONTROL BYTE FROM     CVSHJS.2
192300*    THE SAVED PRINTER SYSOUT, HANDS IT TO CCVSBFL FOR THE CSV    CVSHJS.2
192400*    FEEDS AND CHECKS EVERY STEP LEFT A SUMMARY ROW.              CVSHJS.2
192500*                                                                 CVSHJS.2
192600 WRITE-PARSEBACK-SCRIPT.                                          CVSHJS.2
192700     OPEN     OUTPUT PARSEBACK-FILE.                              CVSHJS.2
192800     IF       WS-PB-FSTATUS NOT = "00"                            CVSHJS.2
192900              DISPLAY "CCVSHJS: CANNOT OPEN host_parseback.sh, "  CVSHJS.2
193000                  "STATUS " WS-PB-FSTATUS                         CVSHJS.2
193100              MOVE 1 TO WS-WRN-CT                                 CVSHJS.2
193200              GO TO WRITE-PARSEBACK-SCRIPT-EX.                    CVSHJS.2
193300     MOVE     "#!/bin/sh" TO WS-SCRIPT-LINE.                      CVSHJS.2
193400     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
193500     STRING   "# host_parseback.sh -- WRITTEN BY CCVSHJS ON "     CVSHJS.2
193600              WS-TODAY                                            CVSHJS.2
193700              " WITH host_jobstream.jcl (JOB " WS-JOB-NAME ")."   CVSHJS.2
193800              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
193900     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
194000     STRING   "# TURNS THE JOB'S SAVED PRINTER "                  CVSHJS.2
194100              "SYSOUT INTO results.csv "                          CVSHJS.2
194200              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
194300     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
194400     STRING   "# AND suite_summary.csv IN "                       CVSHJS.2
194500              "host_results, THROUGH CCVSBFL:"                    CVSHJS.2
194600              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
194700     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
194800     MOVE     "#     sh host_parseback.sh SYSOUT-FILE [RUN-TAG]"  CVSHJS.2
194900              TO WS-SCRIPT-LINE.                                  CVSHJS.2
195000     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
195100     STRING   "# SYSOUT-FILE IS THE PRINTER OUTPUT "              CVSHJS.2
195200              "OF ALL THE STEPS IN "                              CVSHJS.2
195300              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
195400     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
195500     STRING   "# STEP ORDER WITH THE "                            CVSHJS.2
195600              "CARRIAGE-CONTROL BYTE IN COLUMN 1;"                CVSHJS.2
195700              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
195800     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
195900     STRING   "# SET ASA=N FOR A COPY SAVED "                     CVSHJS.2
196000              "WITHOUT IT.  RETURN CODE IS"                       CVSHJS.2
196100              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
196200     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
196300     STRING   "# CCVSBFL'S, AT LEAST 4 WHEN A STEP "              CVSHJS.2
196400              "LEFT NO SUMMARY ROW."                              CVSHJS.2
196500              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
196600     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
196700     MOVE     "if [ -z ""$1"" ] || [ ! -f ""$1"" ]; then"         CVSHJS.2
196800              TO WS-SCRIPT-LINE.                                  CVSHJS.2
196900     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
197000     STRING   "  echo ""host_parseback: SYSOUT "                  CVSHJS.2
197100              "FILE NOT FOUND""; exit 8"                          CVSHJS.2
197200              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
197300     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
197400     MOVE     "fi" TO WS-SCRIPT-LINE.                             CVSHJS.2
197500     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
197600     MOVE     "mkdir -p host_results" TO WS-SCRIPT-LINE.          CVSHJS.2
197700     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
197800     MOVE     "if [ ""$ASA"" = ""N"" ]; then" TO WS-SCRIPT-LINE.  CVSHJS.2
197900     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
198000     MOVE     "  cp -f ""$1"" host_results/host_report.log"       CVSHJS.2
198100              TO WS-SCRIPT-LINE.                                  CVSHJS.2
198200     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
198300     MOVE     "else" TO WS-SCRIPT-LINE.                           CVSHJS.2
198400     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
198500     MOVE     "  cut -c2- ""$1"" >host_results/host_report.log"   CVSHJS.2
198600              TO WS-SCRIPT-LINE.                                  CVSHJS.2
198700     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
198800     MOVE     "fi" TO WS-SCRIPT-LINE.                             CVSHJS.2
198900     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
199000     STRING   "printf '%s\n%s\n\n%s\n' "                          CVSHJS.2
199100              "host_results/host_report.log "                     CVSHJS.2
199200              """$2"" host_results | ./CCVSBFL"                   CVSHJS.2
199300              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
199400     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
199500     MOVE     "rc=$?" TO WS-SCRIPT-LINE.                          CVSHJS.2
199600     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
199700     MOVE     "miss=0" TO WS-SCRIPT-LINE.                         CVSHJS.2
199800     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
199900     MOVE     "while read m; do" TO WS-SCRIPT-LINE.               CVSHJS.2
200000     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
200100     STRING   "  fold -w 80 host_results/suite_summary.csv "      CVSHJS.2
200200              "2>/dev/null"                                       CVSHJS.2
200300              " | grep -q ""^$m,"" ||" DELIMITED BY SIZE          CVSHJS.2
200400              INTO WS-SCRIPT-LINE.                                CVSHJS.2
200500     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
200600     STRING   "  { echo ""host_parseback: $m LEFT NO "            CVSHJS.2
200700              "SUMMARY ROW""; miss=1; }"                          CVSHJS.2
200800              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
200900     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
201000     MOVE     "done <<EOF" TO WS-SCRIPT-LINE.                     CVSHJS.2
201100     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
201200     PERFORM  WRITE-SCRIPT-MODULE                                 CVSHJS.2
201300              VARYING WS-STEP-SUB FROM 1 BY 1                     CVSHJS.2
201400              UNTIL WS-STEP-SUB > WS-STEP-CT.                     CVSHJS.2
201500     MOVE     "EOF" TO WS-SCRIPT-LINE.                            CVSHJS.2
201600     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
201700     MOVE     "if [ $miss = 1 ] && [ $rc -lt 4 ]; then rc=4; fi"  CVSHJS.2
201800              TO WS-SCRIPT-LINE.                                  CVSHJS.2
201900     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
202000     STRING   "echo ""host_parseback: FEEDS IN "                  CVSHJS.2
202100              "host_results, RC $rc"""                            CVSHJS.2
202200              DELIMITED BY SIZE INTO WS-SCRIPT-LINE.              CVSHJS.2
202300     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
202400     MOVE     "exit $rc" TO WS-SCRIPT-LINE.                       CVSHJS.2
202500     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
202600     CLOSE    PARSEBACK-FILE.                                     CVSHJS.2
202700 WRITE-PARSEBACK-SCRIPT-EX.                                       CVSHJS.2
202800     EXIT.                                                        CVSHJS.2
202900 WRITE-SCRIPT-MODULE.                                             CVSHJS.2
203000     MOVE     WS-ST-MODULE (WS-STEP-SUB) TO WS-SCRIPT-LINE.       CVSHJS.2
203100     PERFORM  PUT-SCRIPT-LINE.                                    CVSHJS.2
203200 PUT-SCRIPT-LINE.                                                 CVSHJS.2
203300     MOVE     WS-SCRIPT-LINE TO PARSEBACK-REC.                    CVSHJS.2
203400     WRITE    PARSEBACK-REC.                                      CVSHJS.2
203500     MOVE     SPACE TO WS-SCRIPT-LINE.                            CVSHJS.2
