000100 IDENTIFICATION DIVISION.                                         CVSBEN.2
000200 PROGRAM-ID.                                                      CVSBEN.2
000300     CCVSBEN.                                                     CVSBEN.2
000400****************************************************************  CVSBEN.2
000500*                                                              *  CVSBEN.2
000600*    VERB-LEVEL PERFORMANCE BENCHMARK.                         *  CVSBEN.2
000700*                                                              *  CVSBEN.2
000800*    PER-MODULE ELAPSED TIME SAYS A RUN GOT SLOWER, NOT WHAT   *  CVSBEN.2
000900*    GOT SLOWER.  THIS PROGRAM TIMES TIGHT LOOPS OF THE VERBS  *  CVSBEN.2
001000*    THE SUITE AND THE SHOP LEAN ON, EACH IN ITS OWN LOOP:     *  CVSBEN.2
001100*                                                              *  CVSBEN.2
001200*      MOVE        DISPLAY, COMP, COMP-3 AND ALPHANUMERIC      *  CVSBEN.2
001300*      ADD         DISPLAY, COMP AND COMP-3                    *  CVSBEN.2
001400*      COMPUTE     DISPLAY, COMP AND COMP-3 (ROUNDED)          *  CVSBEN.2
001500*      STRING, UNSTRING, INSPECT TALLYING                      *  CVSBEN.2
001600*      SEARCH      SERIAL, AND SEARCH ALL (BINARY)             *  CVSBEN.2
001700*      READ        RANDOM, ON A 120-BYTE RELATIVE BED (THE     *  CVSBEN.2
001800*                  RL-FD1 SHAPE) AND A 240-BYTE INDEXED BED    *  CVSBEN.2
001900*                  (THE IX-FS1 SHAPE), BOTH BUILT FRESH IN     *  CVSBEN.2
002000*                  w_BENCH AND REMOVED AFTERWARDS              *  CVSBEN.2
002100*                                                              *  CVSBEN.2
002200*    THE CLOCK IS TIME OF DAY IN HUNDREDTHS; EACH VERB'S RATE  *  CVSBEN.2
002300*    IS ITERATIONS PER SECOND.  A LOOP IS REPEATED, LONGER,    *  CVSBEN.2
002400*    UNTIL IT RUNS FOR AT LEAST A SECOND, SO RATES             *  CVSBEN.2
002500*    STAY COMPARABLE WHATEVER THE ITERATION COUNT.  THE        *  CVSBEN.2
002600*    OPTIONAL bench_control.dat HOLDS "xxx=nnnn" LINES:        *  CVSBEN.2
002700*                                                              *  CVSBEN.2
002800*      LOOPS=100000    STARTING ITERATIONS, IN-STORAGE VERBS   *  CVSBEN.2
002900*      READS=10000     STARTING RANDOM READS PER BED           *  CVSBEN.2
003000*      RECORDS=2000    RECORDS PER BED (AT MOST 99999)         *  CVSBEN.2
003100*      TOL=20          ALLOWED DROP IN RATE, PERCENT           *  CVSBEN.2
003200*                                                              *  CVSBEN.2
003300*    THE BUILD IDENTITY IS THIS PROGRAM'S OWN COMPILE STAMP,   *  CVSBEN.2
003400*    THE WS-BUILD-ID THE MODULES CARRY, SO A NEW COMPILER      *  CVSBEN.2
003500*    BUILD IS A NEW BENCHMARK BUILD.  EVERY TIMED VERB IS      *  CVSBEN.2
003600*    APPENDED TO bench_history.csv:                            *  CVSBEN.2
003700*                                                              *  CVSBEN.2
003800*      BUILD-ID,VERB,ITERATIONS,HUNDREDTHS,RATE,DATE,TIME      *  CVSBEN.2
003900*                                                              *  CVSBEN.2
004000*    THE BASELINE FOR A VERB IS ITS RATE UNDER THE LATEST      *  CVSBEN.2
004100*    EARLIER BUILD IN THAT HISTORY.  verb_benchmark.rpt SHOWS  *  CVSBEN.2
004200*    EACH VERB'S RATE AGAINST THE BASELINE AND FLAGS           *  CVSBEN.2
004300*    REGRESSED ANY VERB WHOSE RATE FELL BY MORE THAN THE       *  CVSBEN.2
004400*    TOLERANCE.  A LOOP THAT STILL RAN UNDER A QUARTER OF A    *  CVSBEN.2
004500*    SECOND AT THE ITERATION CEILING, NOW OR IN THE BASELINE,  *  CVSBEN.2
004600*    IS TOO SHORT TO JUDGE AND IS SHOWN SHORT INSTEAD.  A BED  *  CVSBEN.2
004700*    THAT CANNOT BE BUILT SHOWS NO BED, AND A READ THAT DOES   *  CVSBEN.2
004800*    NOT RETURN STATUS 00 SHOWS I-O ERROR; NEITHER GOES INTO   *  CVSBEN.2
004900*    THE HISTORY.                                              *  CVSBEN.2
005000*    RETURN-CODE IS 8 WHEN A VERB REGRESSED, 0 OTHERWISE.      *  CVSBEN.2
005100*                                                              *  CVSBEN.2
005200****************************************************************  CVSBEN.2
005300 ENVIRONMENT DIVISION.                                            CVSBEN.2
005400 CONFIGURATION SECTION.                                           CVSBEN.2
005500 SOURCE-COMPUTER.                                                 CVSBEN.2
005600     COPY CCVSTRG.                                                CVSBEN.2
005700 OBJECT-COMPUTER.                                                 CVSBEN.2
005800     COPY CCVSTRG.                                                CVSBEN.2
005900 INPUT-OUTPUT SECTION.                                            CVSBEN.2
006000 FILE-CONTROL.                                                    CVSBEN.2
006100     SELECT   BENCH-CTL-FILE ASSIGN TO                            CVSBEN.2
006200     "bench_control.dat"                                          CVSBEN.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSBEN.2
006400     FILE STATUS IS WS-BC-FSTATUS.                                CVSBEN.2
006500     SELECT   BENCH-HISTORY-FILE ASSIGN TO                        CVSBEN.2
006600     "bench_history.csv"                                          CVSBEN.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSBEN.2
006800     FILE STATUS IS WS-BH-FSTATUS.                                CVSBEN.2
006900     SELECT   BENCH-REPORT-FILE ASSIGN TO                         CVSBEN.2
007000     "verb_benchmark.rpt"                                         CVSBEN.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSBEN.2
007200     FILE STATUS IS WS-BR-FSTATUS.                                CVSBEN.2
007300     SELECT   BENCH-RL-FILE ASSIGN TO                             CVSBEN.2
007400     "w_BENCH/BENCHRL"                                            CVSBEN.2
007500     ORGANIZATION IS RELATIVE                                     CVSBEN.2
007600     ACCESS MODE IS DYNAMIC                                       CVSBEN.2
007700     RELATIVE KEY IS WS-RL-KEY                                    CVSBEN.2
007800     FILE STATUS IS WS-RL-FSTATUS.                                CVSBEN.2
007900     SELECT   BENCH-IX-FILE ASSIGN TO                             CVSBEN.2
008000     "w_BENCH/BENCHIX"                                            CVSBEN.2
008100     ORGANIZATION IS INDEXED                                      CVSBEN.2
008200     ACCESS MODE IS DYNAMIC                                       CVSBEN.2
008300     RECORD KEY IS IX-FS1-KEY                                     CVSBEN.2
008400     ALTERNATE RECORD IX-FS1-ALTKEY1                              CVSBEN.2
008500              WITH DUPLICATES                                     CVSBEN.2
008600     FILE STATUS IS WS-IX-FSTATUS.                                CVSBEN.2
008700 DATA DIVISION.                                                   CVSBEN.2
008800 FILE SECTION.                                                    CVSBEN.2
008900 FD  BENCH-CTL-FILE.                                              CVSBEN.2
009000 01  BENCH-CTL-REC PIC X(80).                                     CVSBEN.2
009100 FD  BENCH-HISTORY-FILE.                                          CVSBEN.2
009200 01  BENCH-HISTORY-REC PIC X(100).                                CVSBEN.2
009300 FD  BENCH-REPORT-FILE.                                           CVSBEN.2
009400 01  BENCH-REPORT-REC PIC X(100).                                 CVSBEN.2
009500 FD  BENCH-RL-FILE                                                CVSBEN.2
009600     RECORD CONTAINS 120 CHARACTERS.                              CVSBEN.2
009700 01  BENCH-RL-REC PIC X(120).                                     CVSBEN.2
009800 FD  BENCH-IX-FILE                                                CVSBEN.2
009900     RECORD CONTAINS 240 CHARACTERS.                              CVSBEN.2
010000 01  IX-FS1R1-F-G-240.                                            CVSBEN.2
010100     05  IX-FS1-REC-120           PIC X(120).                     CVSBEN.2
010200     05  IX-FS1-REC-121-240.                                      CVSBEN.2
010300         10  FILLER               PIC X(8).                       CVSBEN.2
010400         10  IX-FS1-KEY.                                          CVSBEN.2
010500             15  IX-FS1-KEYNUM    PIC 9(5).                       CVSBEN.2
010600             15  FILLER           PIC X(24).                      CVSBEN.2
010700         10  FILLER               PIC X(9).                       CVSBEN.2
010800         10  IX-FS1-ALTKEY1.                                      CVSBEN.2
010900             15  FILLER           PIC X(24).                      CVSBEN.2
011000             15  IX-FS1-ALTKEY1NUM PIC 9(5).                      CVSBEN.2
011100         10  FILLER               PIC X(45).                      CVSBEN.2
011200 WORKING-STORAGE SECTION.                                         CVSBEN.2
011300 77  WS-BC-FSTATUS       PIC XX VALUE SPACE.                      CVSBEN.2
011400 77  WS-BH-FSTATUS       PIC XX VALUE SPACE.                      CVSBEN.2
011500 77  WS-BR-FSTATUS       PIC XX VALUE SPACE.                      CVSBEN.2
011600 77  WS-RL-FSTATUS       PIC XX VALUE SPACE.                      CVSBEN.2
011700 77  WS-IX-FSTATUS       PIC XX VALUE SPACE.                      CVSBEN.2
011800 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSBEN.2
011900 77  WS-RL-READY         PIC X  VALUE "N".                        CVSBEN.2
012000 77  WS-IX-READY         PIC X  VALUE "N".                        CVSBEN.2
012100 77  WS-LOOPS            PIC 9(9) COMP VALUE 100000.              CVSBEN.2
012200 77  WS-READS            PIC 9(9) COMP VALUE 10000.               CVSBEN.2
012300 77  WS-BED-RECS         PIC 9(5) COMP VALUE 2000.                CVSBEN.2
012400 77  WS-TOLERANCE        PIC 9(3) VALUE 20.                       CVSBEN.2
012500 77  WS-MIN-CS           PIC 9(3) COMP VALUE 25.                  CVSBEN.2
012600 77  WS-VERB-COUNT       PIC 9(2) COMP VALUE 17.                  CVSBEN.2
012700 77  WS-VB-SUB           PIC 9(2) COMP VALUE ZERO.                CVSBEN.2
012800 77  WS-VB-FOUND         PIC 9(2) COMP VALUE ZERO.                CVSBEN.2
012900 77  WS-SUB              PIC 9(5) COMP VALUE ZERO.                CVSBEN.2
013000 77  WS-RL-KEY           PIC 9(9) COMP VALUE ZERO.                CVSBEN.2
013100 77  WS-IO-ERRORS        PIC 9(9) COMP VALUE ZERO.                CVSBEN.2
013200 77  WS-ITER-COUNT       PIC 9(9) COMP VALUE ZERO.                CVSBEN.2
013300 77  WS-ITER-WORK        PIC 9(18) COMP VALUE ZERO.               CVSBEN.2
013400 77  WS-LOOP-DONE        PIC X  VALUE "N".                        CVSBEN.2
013500 77  WS-SEED             PIC 9(9) COMP VALUE 12345.               CVSBEN.2
013600 77  WS-SEED-WORK        PIC 9(18) COMP VALUE ZERO.               CVSBEN.2
013700 77  WS-QUOTIENT         PIC 9(18) COMP VALUE ZERO.               CVSBEN.2
013800 77  WS-RAND-KEY         PIC 9(5) COMP VALUE ZERO.                CVSBEN.2
013900 77  WS-START-CS         PIC 9(9) COMP VALUE ZERO.                CVSBEN.2
014000 77  WS-END-CS           PIC 9(9) COMP VALUE ZERO.                CVSBEN.2
014100 77  WS-CHANGE           PIC S9(5) VALUE ZERO.                    CVSBEN.2
014200 77  WS-DROP             PIC 9(5) VALUE ZERO.                     CVSBEN.2
014300 77  WS-REGRESSED        PIC 9(3) VALUE ZERO.                     CVSBEN.2
014400 77  WS-NO-BASE          PIC 9(3) VALUE ZERO.                     CVSBEN.2
014500 77  WS-SHORT            PIC 9(3) VALUE ZERO.                     CVSBEN.2
014600 77  WS-CTL-LEN          PIC 9(2) COMP VALUE ZERO.                CVSBEN.2
014700 01  WS-BUILD-ID         PIC X(16) VALUE SPACE.                   CVSBEN.2
014800 01  WS-BASE-BUILD       PIC X(16) VALUE "NONE".                  CVSBEN.2
014900 01  WS-CMD              PIC X(80) VALUE SPACE.                   CVSBEN.2
015000 01  WS-WORK-REC         PIC X(100).                              CVSBEN.2
015100 01  WS-CTL-KEY          PIC X(9).                                CVSBEN.2
015200 01  WS-CTL-VALUE        PIC X(10).                               CVSBEN.2
015300 01  WS-FIELD-TABLE.                                              CVSBEN.2
015400     02  WS-FIELD        PIC X(16) OCCURS 7 TIMES.                CVSBEN.2
015500 01  WS-TIME-NOW         PIC 9(8) VALUE ZERO.                     CVSBEN.2
015600 01  WS-TIME-WORK        PIC 9(8) VALUE ZERO.                     CVSBEN.2
015700 01  FILLER REDEFINES WS-TIME-WORK.                               CVSBEN.2
015800     02  WS-TW-HH        PIC 99.                                  CVSBEN.2
015900     02  WS-TW-MM        PIC 99.                                  CVSBEN.2
016000     02  WS-TW-SS        PIC 99.                                  CVSBEN.2
016100     02  WS-TW-CC        PIC 99.                                  CVSBEN.2
016200 01  WS-TIME-CS          PIC 9(9) COMP VALUE ZERO.                CVSBEN.2
016300 01  WS-STAMP-DATE       PIC 9(6) VALUE ZERO.                     CVSBEN.2
016400*                                                                 CVSBEN.2
016500*    THE VERBS IN THE ORDER THEY ARE TIMED.  THE POSITION IN      CVSBEN.2
016600*    THIS LIST SELECTS THE LOOP IN TIME-ONE-VERB.                 CVSBEN.2
016700*                                                                 CVSBEN.2
016800 01  WS-VERB-NAMES.                                               CVSBEN.2
016900     02  FILLER          PIC X(14) VALUE "MOVE-DISPLAY".          CVSBEN.2
017000     02  FILLER          PIC X(14) VALUE "MOVE-COMP".             CVSBEN.2
017100     02  FILLER          PIC X(14) VALUE "MOVE-COMP-3".           CVSBEN.2
017200     02  FILLER          PIC X(14) VALUE "MOVE-ALPHA".            CVSBEN.2
017300     02  FILLER          PIC X(14) VALUE "ADD-DISPLAY".           CVSBEN.2
017400     02  FILLER          PIC X(14) VALUE "ADD-COMP".              CVSBEN.2
017500     02  FILLER          PIC X(14) VALUE "ADD-COMP-3".            CVSBEN.2
017600     02  FILLER          PIC X(14) VALUE "COMPUTE-DISP".          CVSBEN.2
017700     02  FILLER          PIC X(14) VALUE "COMPUTE-COMP".          CVSBEN.2
017800     02  FILLER          PIC X(14) VALUE "COMPUTE-COMP-3".        CVSBEN.2
017900     02  FILLER          PIC X(14) VALUE "STRING".                CVSBEN.2
018000     02  FILLER          PIC X(14) VALUE "UNSTRING".              CVSBEN.2
018100     02  FILLER          PIC X(14) VALUE "INSPECT".               CVSBEN.2
018200     02  FILLER          PIC X(14) VALUE "SEARCH".                CVSBEN.2
018300     02  FILLER          PIC X(14) VALUE "SEARCH-ALL".            CVSBEN.2
018400     02  FILLER          PIC X(14) VALUE "READ-RL-RANDOM".        CVSBEN.2
018500     02  FILLER          PIC X(14) VALUE "READ-IX-RANDOM".        CVSBEN.2
018600 01  FILLER REDEFINES WS-VERB-NAMES.                              CVSBEN.2
018700     02  WS-VERB-NAME    PIC X(14) OCCURS 17 TIMES.               CVSBEN.2
018800 01  WS-VERB-TABLE.                                               CVSBEN.2
018900     02  WS-VB-ENTRY OCCURS 17 TIMES.                             CVSBEN.2
019000         03  WS-VB-ITERATIONS PIC 9(9) COMP.                      CVSBEN.2
019100         03  WS-VB-CS         PIC 9(9) COMP.                      CVSBEN.2
019200         03  WS-VB-RATE       PIC 9(11).                          CVSBEN.2
019300         03  WS-VB-BASE-CS    PIC 9(9) COMP.                      CVSBEN.2
019400         03  WS-VB-BASE-RATE  PIC 9(11).                          CVSBEN.2
019500         03  WS-VB-STATUS     PIC X(11).                          CVSBEN.2
019600*                                                                 CVSBEN.2
019700*    OPERANDS FOR THE IN-STORAGE LOOPS.                           CVSBEN.2
019800*                                                                 CVSBEN.2
019900 01  WS-D-SOURCE         PIC S9(7)V99 VALUE 1234567.89.           CVSBEN.2
020000 01  WS-D-TARGET         PIC S9(7)V99 VALUE ZERO.                 CVSBEN.2
020100 01  WS-D-INCREMENT      PIC S9(3)V99 VALUE 1.25.                 CVSBEN.2
020200 01  WS-D-ACCUM          PIC S9(13)V99 VALUE ZERO.                CVSBEN.2
020300 01  WS-D-A              PIC S9(5)V99 VALUE 1234.56.              CVSBEN.2
020400 01  WS-D-B              PIC S9(5)V99 VALUE 56.78.                CVSBEN.2
020500 01  WS-D-C              PIC S9(3)V99 VALUE 3.70.                 CVSBEN.2
020600 01  WS-D-E              PIC S9(5)V99 VALUE 11.11.                CVSBEN.2
020700 01  WS-D-RESULT         PIC S9(9)V99 VALUE ZERO.                 CVSBEN.2
020800 01  WS-B-SOURCE         PIC S9(9) COMP VALUE 123456789.          CVSBEN.2
020900 01  WS-B-TARGET         PIC S9(9) COMP VALUE ZERO.               CVSBEN.2
021000 01  WS-B-INCREMENT      PIC S9(4) COMP VALUE 3.                  CVSBEN.2
021100 01  WS-B-ACCUM          PIC S9(18) COMP VALUE ZERO.              CVSBEN.2
021200 01  WS-B-A              PIC S9(9) COMP VALUE 1234.               CVSBEN.2
021300 01  WS-B-B              PIC S9(9) COMP VALUE 5678.               CVSBEN.2
021400 01  WS-B-C              PIC S9(9) COMP VALUE 37.                 CVSBEN.2
021500 01  WS-B-E              PIC S9(9) COMP VALUE 11.                 CVSBEN.2
021600 01  WS-B-RESULT         PIC S9(9) COMP VALUE ZERO.               CVSBEN.2
021700 01  WS-P-SOURCE         PIC S9(7)V99 COMP-3 VALUE 1234567.89.    CVSBEN.2
021800 01  WS-P-TARGET         PIC S9(7)V99 COMP-3 VALUE ZERO.          CVSBEN.2
021900 01  WS-P-INCREMENT      PIC S9(3)V99 COMP-3 VALUE 1.25.          CVSBEN.2
022000 01  WS-P-ACCUM          PIC S9(13)V99 COMP-3 VALUE ZERO.         CVSBEN.2
022100 01  WS-P-A              PIC S9(5)V99 COMP-3 VALUE 1234.56.       CVSBEN.2
022200 01  WS-P-B              PIC S9(5)V99 COMP-3 VALUE 56.78.         CVSBEN.2
022300 01  WS-P-C              PIC S9(3)V99 COMP-3 VALUE 3.70.          CVSBEN.2
022400 01  WS-P-E              PIC S9(5)V99 COMP-3 VALUE 11.11.         CVSBEN.2
022500 01  WS-P-RESULT         PIC S9(9)V99 COMP-3 VALUE ZERO.          CVSBEN.2
022600 01  WS-A-SOURCE         PIC X(40) VALUE                          CVSBEN.2
022700     "THE QUICK BROWN FOX JUMPS OVER THE DOG".                    CVSBEN.2
022800 01  WS-A-TARGET         PIC X(40) VALUE SPACE.                   CVSBEN.2
022900 01  WS-STR-PART-1       PIC X(12) VALUE "CCVS85".                CVSBEN.2
023000 01  WS-STR-PART-2       PIC X(12) VALUE "NC211A".                CVSBEN.2
023100 01  WS-STR-PART-3       PIC X(12) VALUE "CC--TEST-GF1".          CVSBEN.2
023200 01  WS-STR-OUT          PIC X(40) VALUE SPACE.                   CVSBEN.2
023300 01  WS-UNS-IN           PIC X(40) VALUE                          CVSBEN.2
023400     "NC211A,COMPOUND,COND,CC--TEST-GF-1,PASS".                   CVSBEN.2
023500 01  WS-UNS-FIELDS.                                               CVSBEN.2
023600     02  WS-UNS-FIELD    PIC X(16) OCCURS 5 TIMES.                CVSBEN.2
023700 01  WS-INS-TEXT         PIC X(60) VALUE                          CVSBEN.2
023800     "TIME EVERY VERB LOOP UNDER EACH BUILD, COMPARE THE RATES".  CVSBEN.2
023900 01  WS-INS-TALLY        PIC 9(4) COMP VALUE ZERO.                CVSBEN.2
024000*                                                                 CVSBEN.2
024100*    ONE TABLE FOR THE SERIAL SEARCH, ONE ASCENDING-KEYED FOR     CVSBEN.2
024200*    SEARCH ALL; BOTH HOLD K001 THROUGH K100 AND BOTH LOOK        CVSBEN.2
024300*    FOR K075.                                                    CVSBEN.2
024400*                                                                 CVSBEN.2
024500 01  WS-SERIAL-TABLE.                                             CVSBEN.2
024600     02  WS-SR-ENTRY OCCURS 100 TIMES INDEXED BY WS-SR-IX.        CVSBEN.2
024700         03  WS-SR-KEY       PIC X(4).                            CVSBEN.2
024800         03  WS-SR-DATA      PIC X(16).                           CVSBEN.2
024900 01  WS-BINARY-TABLE.                                             CVSBEN.2
025000     02  WS-SA-ENTRY OCCURS 100 TIMES                             CVSBEN.2
025100             ASCENDING KEY IS WS-SA-KEY INDEXED BY WS-SA-IX.      CVSBEN.2
025200         03  WS-SA-KEY       PIC X(4).                            CVSBEN.2
025300         03  WS-SA-DATA      PIC X(16).                           CVSBEN.2
025400 01  WS-TABLE-KEY.                                                CVSBEN.2
025500     02  FILLER          PIC X VALUE "K".                         CVSBEN.2
025600     02  WS-TABLE-KEY-NUM PIC 9(3) VALUE ZERO.                    CVSBEN.2
025700 01  WS-SEARCH-TARGET    PIC X(4) VALUE "K075".                   CVSBEN.2
025800 01  WS-BED-IMAGE.                                                CVSBEN.2
025900     02  FILLER          PIC X(20) VALUE "CCVSBEN BED RECORD".    CVSBEN.2
026000     02  WS-BED-NUM      PIC 9(7) VALUE ZERO.                     CVSBEN.2
026100     02  FILLER          PIC X(93) VALUE SPACE.                   CVSBEN.2
026200*                                                                 CVSBEN.2
026300*    REPORT LINES.                                                CVSBEN.2
026400*                                                                 CVSBEN.2
026500 01  WS-HYPHENS          PIC X(100) VALUE ALL "-".                CVSBEN.2
026600 01  WS-RPT-TITLE.                                                CVSBEN.2
026700     02  FILLER          PIC X(31) VALUE                          CVSBEN.2
026800         "CCVS85 VERB BENCHMARK -- BUILD".                        CVSBEN.2
026900     02  WS-RT-BUILD     PIC X(16).                               CVSBEN.2
027000     02  FILLER          PIC X(17) VALUE "  BASELINE BUILD".      CVSBEN.2
027100     02  WS-RT-BASE      PIC X(16).                               CVSBEN.2
027200     02  FILLER          PIC X(20) VALUE SPACE.                   CVSBEN.2
027300 01  WS-RPT-PARMS.                                                CVSBEN.2
027400     02  FILLER          PIC X(10) VALUE "TOLERANCE".             CVSBEN.2
027500     02  WS-RP-TOL       PIC ZZ9.                                 CVSBEN.2
027600     02  FILLER          PIC X(10) VALUE "%   LOOPS".             CVSBEN.2
027700     02  WS-RP-LOOPS     PIC ZZZ,ZZZ,ZZ9.                         CVSBEN.2
027800     02  FILLER          PIC X(17) VALUE "   RANDOM READS".       CVSBEN.2
027900     02  WS-RP-READS     PIC ZZZ,ZZZ,ZZ9.                         CVSBEN.2
028000     02  FILLER          PIC X(13) VALUE "   BED RECS".           CVSBEN.2
028100     02  WS-RP-RECS      PIC ZZ,ZZ9.                              CVSBEN.2
028200     02  FILLER          PIC X(19) VALUE SPACE.                   CVSBEN.2
028300 01  WS-RPT-HEADING.                                              CVSBEN.2
028400     02  FILLER          PIC X(40) VALUE                          CVSBEN.2
028500         "VERB            ITERATIONS   SECONDS".                  CVSBEN.2
028600     02  FILLER          PIC X(40) VALUE                          CVSBEN.2
028700         "   RATE/SEC   BASELINE/SEC CHANGE STATUS".              CVSBEN.2
028800     02  FILLER          PIC X(20) VALUE SPACE.                   CVSBEN.2
028900 01  WS-RPT-DETAIL.                                               CVSBEN.2
029000     02  WS-RD-VERB      PIC X(14).                               CVSBEN.2
029100     02  FILLER          PIC X VALUE SPACE.                       CVSBEN.2
029200     02  WS-RD-ITER      PIC ZZZ,ZZZ,ZZ9.                         CVSBEN.2
029300     02  FILLER          PIC X VALUE SPACE.                       CVSBEN.2
029400     02  WS-RD-SECS      PIC ZZZZZ9.99.                           CVSBEN.2
029500     02  FILLER          PIC X VALUE SPACE.                       CVSBEN.2
029600     02  WS-RD-RATE      PIC ZZ,ZZZ,ZZZ,ZZ9.                      CVSBEN.2
029700     02  FILLER          PIC X VALUE SPACE.                       CVSBEN.2
029800     02  WS-RD-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.                      CVSBEN.2
029900     02  FILLER          PIC X VALUE SPACE.                       CVSBEN.2
030000     02  WS-RD-CHANGE    PIC ----9.                               CVSBEN.2
030100     02  WS-RD-PCT       PIC X VALUE SPACE.                       CVSBEN.2
030200     02  FILLER          PIC X VALUE SPACE.                       CVSBEN.2
030300     02  WS-RD-STATUS    PIC X(11).                               CVSBEN.2
030400     02  FILLER          PIC X(21) VALUE SPACE.                   CVSBEN.2
030500 01  WS-RPT-TOTALS.                                               CVSBEN.2
030600     02  FILLER          PIC X(6)  VALUE "VERBS".                 CVSBEN.2
030700     02  WS-RS-VERBS     PIC ZZ9.                                 CVSBEN.2
030800     02  FILLER          PIC X(12) VALUE "  REGRESSED".           CVSBEN.2
030900     02  WS-RS-REGRESSED PIC ZZ9.                                 CVSBEN.2
031000     02  FILLER          PIC X(8)  VALUE "  SHORT".               CVSBEN.2
031100     02  WS-RS-SHORT     PIC ZZ9.                                 CVSBEN.2
031200     02  FILLER          PIC X(14) VALUE "  NO BASELINE".         CVSBEN.2
031300     02  WS-RS-NO-BASE   PIC ZZ9.                                 CVSBEN.2
031400     02  FILLER          PIC X(48) VALUE SPACE.                   CVSBEN.2
031500 01  WS-HIST-ITER        PIC 9(9) VALUE ZERO.                     CVSBEN.2
031600 01  WS-HIST-CS          PIC 9(9) VALUE ZERO.                     CVSBEN.2
031700 PROCEDURE DIVISION.                                              CVSBEN.2
031800 CCVSBEN-MAIN SECTION.                                            CVSBEN.2
031900 CCVSBEN-START.                                                   CVSBEN.2
032000     MOVE     WHEN-COMPILED TO WS-BUILD-ID.                       CVSBEN.2
032100     PERFORM  LOAD-BENCH-CONTROLS.                                CVSBEN.2
032200     PERFORM  CLEAR-VERB-ENTRY                                    CVSBEN.2
032300              VARYING WS-VB-SUB FROM 1 BY 1                       CVSBEN.2
032400              UNTIL WS-VB-SUB > WS-VERB-COUNT.                    CVSBEN.2
032500     PERFORM  LOAD-BENCH-HISTORY                                  CVSBEN.2
032600              THRU LOAD-BENCH-HISTORY-EX.                         CVSBEN.2
032700     PERFORM  LOAD-SEARCH-TABLES                                  CVSBEN.2
032800              VARYING WS-SUB FROM 1 BY 1                          CVSBEN.2
032900              UNTIL WS-SUB > 100.                                 CVSBEN.2
033000     MOVE     "rm -rf w_BENCH; mkdir -p w_BENCH" TO WS-CMD.       CVSBEN.2
033100     CALL     "SYSTEM" USING WS-CMD.                              CVSBEN.2
033200     PERFORM  BUILD-RL-BED                                        CVSBEN.2
033300              THRU BUILD-RL-BED-EX.                               CVSBEN.2
033400     PERFORM  BUILD-IX-BED                                        CVSBEN.2
033500              THRU BUILD-IX-BED-EX.                               CVSBEN.2
033600     DISPLAY  "CCVSBEN: TIMING THE VERB LOOPS UNDER BUILD "       CVSBEN.2
033700              WS-BUILD-ID.                                        CVSBEN.2
033800     PERFORM  TIME-ONE-VERB                                       CVSBEN.2
033900              THRU TIME-ONE-VERB-EX                               CVSBEN.2
034000              VARYING WS-VB-SUB FROM 1 BY 1                       CVSBEN.2
034100              UNTIL WS-VB-SUB > WS-VERB-COUNT.                    CVSBEN.2
034200     IF       WS-RL-READY = "Y"                                   CVSBEN.2
034300              CLOSE BENCH-RL-FILE.                                CVSBEN.2
034400     IF       WS-IX-READY = "Y"                                   CVSBEN.2
034500              CLOSE BENCH-IX-FILE.                                CVSBEN.2
034600     MOVE     "rm -rf w_BENCH" TO WS-CMD.                         CVSBEN.2
034700     CALL     "SYSTEM" USING WS-CMD.                              CVSBEN.2
034800     PERFORM  APPEND-BENCH-HISTORY.                               CVSBEN.2
034900     PERFORM  WRITE-BENCH-REPORT.                                 CVSBEN.2
035000     DISPLAY  "CCVSBEN: " WS-REGRESSED                            CVSBEN.2
035100              " VERB(S) REGRESSED BY MORE THAN " WS-TOLERANCE     CVSBEN.2
035200              "% -- SEE verb_benchmark.rpt".                      CVSBEN.2
035300     IF       WS-REGRESSED > ZERO                                 CVSBEN.2
035400              MOVE 8 TO RETURN-CODE                               CVSBEN.2
035500     ELSE                                                         CVSBEN.2
035600              MOVE 0 TO RETURN-CODE.                              CVSBEN.2
035700     STOP     RUN.                                                CVSBEN.2
035800 LOAD-BENCH-CONTROLS.                                             CVSBEN.2
035900     OPEN     INPUT BENCH-CTL-FILE.                               CVSBEN.2
036000     IF       WS-BC-FSTATUS = "00"                                CVSBEN.2
036100              MOVE "N" TO WS-EOF-SWITCH                           CVSBEN.2
036200              PERFORM READ-BENCH-CONTROL                          CVSBEN.2
036300              PERFORM APPLY-BENCH-CONTROL                         CVSBEN.2
036400                      UNTIL WS-EOF-SWITCH = "Y"                   CVSBEN.2
036500              CLOSE BENCH-CTL-FILE.                               CVSBEN.2
036600     IF       WS-LOOPS = ZERO                                     CVSBEN.2
036700              MOVE 100000 TO WS-LOOPS.                            CVSBEN.2
036800     IF       WS-READS = ZERO                                     CVSBEN.2
036900              MOVE 10000 TO WS-READS.                             CVSBEN.2
037000     IF       WS-BED-RECS = ZERO                                  CVSBEN.2
037100              MOVE 2000 TO WS-BED-RECS.                           CVSBEN.2
037200 READ-BENCH-CONTROL.                                              CVSBEN.2
037300     READ     BENCH-CTL-FILE INTO WS-WORK-REC                     CVSBEN.2
037400              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSBEN.2
037500 APPLY-BENCH-CONTROL.                                             CVSBEN.2
037600     MOVE     SPACE TO WS-CTL-KEY WS-CTL-VALUE.                   CVSBEN.2
037700     UNSTRING WS-WORK-REC DELIMITED BY "="                        CVSBEN.2
037800              INTO WS-CTL-KEY WS-CTL-VALUE.                       CVSBEN.2
037900     MOVE     ZERO TO WS-CTL-LEN.                                 CVSBEN.2
038000     INSPECT  WS-CTL-VALUE TALLYING WS-CTL-LEN                    CVSBEN.2
038100              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSBEN.2
038200     IF       WS-CTL-LEN > ZERO                                   CVSBEN.2
038300              AND WS-CTL-VALUE (1:WS-CTL-LEN) IS NUMERIC          CVSBEN.2
038400              PERFORM STORE-BENCH-CONTROL.                        CVSBEN.2
038500     PERFORM  READ-BENCH-CONTROL.                                 CVSBEN.2
038600 STORE-BENCH-CONTROL.                                             CVSBEN.2
038700     EVALUATE WS-CTL-KEY                                          CVSBEN.2
038800         WHEN "LOOPS"                                             CVSBEN.2
038900             MOVE WS-CTL-VALUE (1:WS-CTL-LEN) TO WS-LOOPS         CVSBEN.2
039000         WHEN "READS"                                             CVSBEN.2
039100             MOVE WS-CTL-VALUE (1:WS-CTL-LEN) TO WS-READS         CVSBEN.2
039200         WHEN "RECORDS"                                           CVSBEN.2
039300             IF  WS-CTL-LEN < 6                                   CVSBEN.2
039400                 MOVE WS-CTL-VALUE (1:WS-CTL-LEN) TO WS-BED-RECS  CVSBEN.2
039500             END-IF                                               CVSBEN.2
039600         WHEN "TOL"                                               CVSBEN.2
039700             IF  WS-CTL-LEN < 4                                   CVSBEN.2
039800                 MOVE WS-CTL-VALUE (1:WS-CTL-LEN) TO WS-TOLERANCE CVSBEN.2
039900             END-IF                                               CVSBEN.2
040000     END-EVALUATE.                                                CVSBEN.2
040100 CLEAR-VERB-ENTRY.                                                CVSBEN.2
040200     MOVE     ZERO TO WS-VB-ITERATIONS (WS-VB-SUB)                CVSBEN.2
040300                      WS-VB-CS (WS-VB-SUB)                        CVSBEN.2
040400                      WS-VB-RATE (WS-VB-SUB)                      CVSBEN.2
040500                      WS-VB-BASE-CS (WS-VB-SUB)                   CVSBEN.2
040600                      WS-VB-BASE-RATE (WS-VB-SUB).                CVSBEN.2
040700     MOVE     "NOT RUN" TO WS-VB-STATUS (WS-VB-SUB).              CVSBEN.2
040800*                                                                 CVSBEN.2
040900*    LATER ROWS OVERWRITE EARLIER ONES, SO EACH VERB ENDS UP      CVSBEN.2
041000*    WITH ITS RATE UNDER THE LATEST BUILD OTHER THAN THIS ONE.    CVSBEN.2
041100*                                                                 CVSBEN.2
041200 LOAD-BENCH-HISTORY.                                              CVSBEN.2
041300     OPEN     INPUT BENCH-HISTORY-FILE.                           CVSBEN.2
041400     IF       WS-BH-FSTATUS NOT = "00"                            CVSBEN.2
041500              GO TO LOAD-BENCH-HISTORY-EX.                        CVSBEN.2
041600     MOVE     "N" TO WS-EOF-SWITCH.                               CVSBEN.2
041700     PERFORM  READ-BENCH-HISTORY.                                 CVSBEN.2
041800     PERFORM  STORE-BENCH-HISTORY                                 CVSBEN.2
041900              UNTIL WS-EOF-SWITCH = "Y".                          CVSBEN.2
042000     CLOSE    BENCH-HISTORY-FILE.                                 CVSBEN.2
042100 LOAD-BENCH-HISTORY-EX.                                           CVSBEN.2
042200     EXIT.                                                        CVSBEN.2
042300 READ-BENCH-HISTORY.                                              CVSBEN.2
042400     READ     BENCH-HISTORY-FILE INTO WS-WORK-REC                 CVSBEN.2
042500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSBEN.2
042600 STORE-BENCH-HISTORY.                                             CVSBEN.2
042700     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSBEN.2
042800     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSBEN.2
042900              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSBEN.2
043000                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSBEN.2
043100                   WS-FIELD (7).                                  CVSBEN.2
043200     MOVE     ZERO TO WS-VB-FOUND.                                CVSBEN.2
043300     IF       WS-FIELD (1) NOT = WS-BUILD-ID                      CVSBEN.2
043400              AND WS-FIELD (4) (1:9) IS NUMERIC                   CVSBEN.2
043500              AND WS-FIELD (5) (1:11) IS NUMERIC                  CVSBEN.2
043600              PERFORM MATCH-VERB-NAME                             CVSBEN.2
043700                  VARYING WS-VB-SUB FROM 1 BY 1                   CVSBEN.2
043800                  UNTIL WS-VB-SUB > WS-VERB-COUNT.                CVSBEN.2
043900     IF       WS-VB-FOUND NOT = ZERO                              CVSBEN.2
044000              MOVE WS-FIELD (1) TO WS-BASE-BUILD                  CVSBEN.2
044100              MOVE WS-FIELD (4) (1:9)                             CVSBEN.2
044200                  TO WS-VB-BASE-CS (WS-VB-FOUND)                  CVSBEN.2
044300              MOVE WS-FIELD (5) (1:11)                            CVSBEN.2
044400                  TO WS-VB-BASE-RATE (WS-VB-FOUND).               CVSBEN.2
044500     PERFORM  READ-BENCH-HISTORY.                                 CVSBEN.2
044600 MATCH-VERB-NAME.                                                 CVSBEN.2
044700     IF       WS-VERB-NAME (WS-VB-SUB) = WS-FIELD (2)             CVSBEN.2
044800              MOVE WS-VB-SUB TO WS-VB-FOUND.                      CVSBEN.2
044900 LOAD-SEARCH-TABLES.                                              CVSBEN.2
045000     MOVE     WS-SUB TO WS-TABLE-KEY-NUM.                         CVSBEN.2
045100     MOVE     WS-TABLE-KEY TO WS-SR-KEY (WS-SUB)                  CVSBEN.2
045200                                 WS-SA-KEY (WS-SUB).              CVSBEN.2
045300     MOVE     "SEARCH TABLE ROW" TO WS-SR-DATA (WS-SUB)           CVSBEN.2
045400                                    WS-SA-DATA (WS-SUB).          CVSBEN.2
045500*                                                                 CVSBEN.2
045600*    THE BEDS ARE WRITTEN IN KEY ORDER, THEN REOPENED FOR INPUT   CVSBEN.2
045700*    AND HELD OPEN FOR THE TIMED RANDOM READS.                    CVSBEN.2
045800*                                                                 CVSBEN.2
045900 BUILD-RL-BED.                                                    CVSBEN.2
046000     OPEN     OUTPUT BENCH-RL-FILE.                               CVSBEN.2
046100     IF       WS-RL-FSTATUS NOT = "00"                            CVSBEN.2
046200              GO TO BUILD-RL-BED-EX.                              CVSBEN.2
046300     PERFORM  WRITE-RL-BED-REC                                    CVSBEN.2
046400              VARYING WS-SUB FROM 1 BY 1                          CVSBEN.2
046500              UNTIL WS-SUB > WS-BED-RECS.                         CVSBEN.2
046600     CLOSE    BENCH-RL-FILE.                                      CVSBEN.2
046700     OPEN     INPUT BENCH-RL-FILE.                                CVSBEN.2
046800     IF       WS-RL-FSTATUS = "00"                                CVSBEN.2
046900              MOVE "Y" TO WS-RL-READY.                            CVSBEN.2
047000 BUILD-RL-BED-EX.                                                 CVSBEN.2
047100     EXIT.                                                        CVSBEN.2
047200 WRITE-RL-BED-REC.                                                CVSBEN.2
047300     MOVE     WS-SUB TO WS-RL-KEY WS-BED-NUM.                     CVSBEN.2
047400     MOVE     WS-BED-IMAGE TO BENCH-RL-REC.                       CVSBEN.2
047500     WRITE    BENCH-RL-REC.                                       CVSBEN.2
047600 BUILD-IX-BED.                                                    CVSBEN.2
047700     OPEN     OUTPUT BENCH-IX-FILE.                               CVSBEN.2
047800     IF       WS-IX-FSTATUS NOT = "00"                            CVSBEN.2
047900              GO TO BUILD-IX-BED-EX.                              CVSBEN.2
048000     PERFORM  WRITE-IX-BED-REC                                    CVSBEN.2
048100              VARYING WS-SUB FROM 1 BY 1                          CVSBEN.2
048200              UNTIL WS-SUB > WS-BED-RECS.                         CVSBEN.2
048300     CLOSE    BENCH-IX-FILE.                                      CVSBEN.2
048400     OPEN     INPUT BENCH-IX-FILE.                                CVSBEN.2
048500     IF       WS-IX-FSTATUS = "00"                                CVSBEN.2
048600              MOVE "Y" TO WS-IX-READY.                            CVSBEN.2
048700 BUILD-IX-BED-EX.                                                 CVSBEN.2
048800     EXIT.                                                        CVSBEN.2
048900 WRITE-IX-BED-REC.                                                CVSBEN.2
049000     MOVE     WS-SUB TO WS-BED-NUM.                               CVSBEN.2
049100     MOVE     SPACE TO IX-FS1R1-F-G-240.                          CVSBEN.2
049200     MOVE     WS-BED-IMAGE TO IX-FS1-REC-120.                     CVSBEN.2
049300     MOVE     WS-SUB TO IX-FS1-KEYNUM IX-FS1-ALTKEY1NUM.          CVSBEN.2
049400     WRITE    IX-FS1R1-F-G-240.                                   CVSBEN.2
049500*                                                                 CVSBEN.2
049600*    THE CLOCK IS READ ONLY AROUND THE LOOP ITSELF; CHOOSING      CVSBEN.2
049700*    THE LOOP IS OUTSIDE THE TIMED INTERVAL.  A LOOP THAT ENDS    CVSBEN.2
049800*    INSIDE A SECOND IS RUN AGAIN, LENGTHENED TO ABOUT A SECOND   CVSBEN.2
049900*    AND A HALF BY ITS OWN RATE (TEN TIMES LONGER WHEN IT WAS     CVSBEN.2
050000*    TOO QUICK TO RATE), SO EVEN THE CHEAPEST VERB IS TIMED       CVSBEN.2
050100*    OVER A MEASURABLE INTERVAL.                                  CVSBEN.2
050200*                                                                 CVSBEN.2
050300 TIME-ONE-VERB.                                                   CVSBEN.2
050400     MOVE     WS-LOOPS TO WS-ITER-COUNT.                          CVSBEN.2
050500     IF       WS-VB-SUB > 15                                      CVSBEN.2
050600              MOVE WS-READS TO WS-ITER-COUNT.                     CVSBEN.2
050700     IF       WS-VB-SUB = 16 AND WS-RL-READY NOT = "Y"            CVSBEN.2
050800              MOVE "NO BED" TO WS-VB-STATUS (WS-VB-SUB)           CVSBEN.2
050900              GO TO TIME-ONE-VERB-EX.                             CVSBEN.2
051000     IF       WS-VB-SUB = 17 AND WS-IX-READY NOT = "Y"            CVSBEN.2
051100              MOVE "NO BED" TO WS-VB-STATUS (WS-VB-SUB)           CVSBEN.2
051200              GO TO TIME-ONE-VERB-EX.                             CVSBEN.2
051300     MOVE     "N" TO WS-LOOP-DONE.                                CVSBEN.2
051400     PERFORM  TIME-VERB-LOOP                                      CVSBEN.2
051500              THRU TIME-VERB-LOOP-EX                              CVSBEN.2
051600              UNTIL WS-LOOP-DONE = "Y".                           CVSBEN.2
051700     MOVE     WS-ITER-COUNT TO WS-VB-ITERATIONS (WS-VB-SUB).      CVSBEN.2
051800     IF       WS-IO-ERRORS > ZERO                                 CVSBEN.2
051900              MOVE "I-O ERROR" TO WS-VB-STATUS (WS-VB-SUB)        CVSBEN.2
052000              GO TO TIME-ONE-VERB-EX.                             CVSBEN.2
052100     IF       WS-VB-CS (WS-VB-SUB) = ZERO                         CVSBEN.2
052200              COMPUTE WS-VB-RATE (WS-VB-SUB) = WS-ITER-COUNT * 100CVSBEN.2
052300     ELSE                                                         CVSBEN.2
052400              COMPUTE WS-VB-RATE (WS-VB-SUB) = WS-ITER-COUNT * 100CVSBEN.2
052500                  / WS-VB-CS (WS-VB-SUB).                         CVSBEN.2
052600     MOVE     "TIMED" TO WS-VB-STATUS (WS-VB-SUB).                CVSBEN.2
052700 TIME-ONE-VERB-EX.                                                CVSBEN.2
052800     EXIT.                                                        CVSBEN.2
052900 TIME-VERB-LOOP.                                                  CVSBEN.2
053000     MOVE     ZERO TO WS-IO-ERRORS.                               CVSBEN.2
053100     MOVE     12345 TO WS-SEED.                                   CVSBEN.2
053200     PERFORM  READ-THE-CLOCK.                                     CVSBEN.2
053300     MOVE     WS-TIME-CS TO WS-START-CS.                          CVSBEN.2
053400     EVALUATE WS-VB-SUB                                           CVSBEN.2
053500         WHEN 1  PERFORM BENCH-MOVE-DISPLAY WS-ITER-COUNT TIMES   CVSBEN.2
053600         WHEN 2  PERFORM BENCH-MOVE-COMP WS-ITER-COUNT TIMES      CVSBEN.2
053700         WHEN 3  PERFORM BENCH-MOVE-COMP-3 WS-ITER-COUNT TIMES    CVSBEN.2
053800         WHEN 4  PERFORM BENCH-MOVE-ALPHA WS-ITER-COUNT TIMES     CVSBEN.2
053900         WHEN 5  PERFORM BENCH-ADD-DISPLAY WS-ITER-COUNT TIMES    CVSBEN.2
054000         WHEN 6  PERFORM BENCH-ADD-COMP WS-ITER-COUNT TIMES       CVSBEN.2
054100         WHEN 7  PERFORM BENCH-ADD-COMP-3 WS-ITER-COUNT TIMES     CVSBEN.2
054200         WHEN 8  PERFORM BENCH-COMPUTE-DISPLAY WS-ITER-COUNT TIMESCVSBEN.2
054300         WHEN 9  PERFORM BENCH-COMPUTE-COMP WS-ITER-COUNT TIMES   CVSBEN.2
054400         WHEN 10 PERFORM BENCH-COMPUTE-COMP-3 WS-ITER-COUNT TIMES CVSBEN.2
054500         WHEN 11 PERFORM BENCH-STRING WS-ITER-COUNT TIMES         CVSBEN.2
054600         WHEN 12 PERFORM BENCH-UNSTRING WS-ITER-COUNT TIMES       CVSBEN.2
054700         WHEN 13 PERFORM BENCH-INSPECT WS-ITER-COUNT TIMES        CVSBEN.2
054800         WHEN 14 PERFORM BENCH-SEARCH WS-ITER-COUNT TIMES         CVSBEN.2
054900         WHEN 15 PERFORM BENCH-SEARCH-ALL WS-ITER-COUNT TIMES     CVSBEN.2
055000         WHEN 16 PERFORM BENCH-READ-RL WS-ITER-COUNT TIMES        CVSBEN.2
055100         WHEN 17 PERFORM BENCH-READ-IX WS-ITER-COUNT TIMES        CVSBEN.2
055200     END-EVALUATE.                                                CVSBEN.2
055300     PERFORM  READ-THE-CLOCK.                                     CVSBEN.2
055400     MOVE     WS-TIME-CS TO WS-END-CS.                            CVSBEN.2
055500     IF       WS-END-CS < WS-START-CS                             CVSBEN.2
055600              ADD 8640000 TO WS-END-CS.                           CVSBEN.2
055700     COMPUTE  WS-VB-CS (WS-VB-SUB) = WS-END-CS - WS-START-CS.     CVSBEN.2
055800     IF       WS-IO-ERRORS > ZERO                                 CVSBEN.2
055900              OR WS-VB-CS (WS-VB-SUB) NOT < 100                   CVSBEN.2
056000              OR WS-ITER-COUNT > 99999999                         CVSBEN.2
056100              MOVE "Y" TO WS-LOOP-DONE                            CVSBEN.2
056200              GO TO TIME-VERB-LOOP-EX.                            CVSBEN.2
056300     IF       WS-VB-CS (WS-VB-SUB) < 10                           CVSBEN.2
056400              COMPUTE WS-ITER-WORK = WS-ITER-COUNT * 10           CVSBEN.2
056500     ELSE                                                         CVSBEN.2
056600              COMPUTE WS-ITER-WORK = WS-ITER-COUNT * 150          CVSBEN.2
056700                  / WS-VB-CS (WS-VB-SUB).                         CVSBEN.2
056800     IF       WS-ITER-WORK > 999999999                            CVSBEN.2
056900              MOVE 999999999 TO WS-ITER-WORK.                     CVSBEN.2
057000     MOVE     WS-ITER-WORK TO WS-ITER-COUNT.                      CVSBEN.2
057100 TIME-VERB-LOOP-EX.                                               CVSBEN.2
057200     EXIT.                                                        CVSBEN.2
057300 READ-THE-CLOCK.                                                  CVSBEN.2
057400     ACCEPT   WS-TIME-NOW FROM TIME.                              CVSBEN.2
057500     MOVE     WS-TIME-NOW TO WS-TIME-WORK.                        CVSBEN.2
057600     COMPUTE  WS-TIME-CS = WS-TW-HH * 360000                      CVSBEN.2
057700              + WS-TW-MM * 6000 + WS-TW-SS * 100 + WS-TW-CC.      CVSBEN.2
057800*                                                                 CVSBEN.2
057900*    THE TIMED LOOP BODIES.                                       CVSBEN.2
058000*                                                                 CVSBEN.2
058100 BENCH-MOVE-DISPLAY.                                              CVSBEN.2
058200     MOVE     WS-D-SOURCE TO WS-D-TARGET.                         CVSBEN.2
058300 BENCH-MOVE-COMP.                                                 CVSBEN.2
058400     MOVE     WS-B-SOURCE TO WS-B-TARGET.                         CVSBEN.2
058500 BENCH-MOVE-COMP-3.                                               CVSBEN.2
058600     MOVE     WS-P-SOURCE TO WS-P-TARGET.                         CVSBEN.2
058700 BENCH-MOVE-ALPHA.                                                CVSBEN.2
058800     MOVE     WS-A-SOURCE TO WS-A-TARGET.                         CVSBEN.2
058900 BENCH-ADD-DISPLAY.                                               CVSBEN.2
059000     ADD      WS-D-INCREMENT TO WS-D-ACCUM.                       CVSBEN.2
059100 BENCH-ADD-COMP.                                                  CVSBEN.2
059200     ADD      WS-B-INCREMENT TO WS-B-ACCUM.                       CVSBEN.2
059300 BENCH-ADD-COMP-3.                                                CVSBEN.2
059400     ADD      WS-P-INCREMENT TO WS-P-ACCUM.                       CVSBEN.2
059500 BENCH-COMPUTE-DISPLAY.                                           CVSBEN.2
059600     COMPUTE  WS-D-RESULT ROUNDED =                               CVSBEN.2
059700              WS-D-A * WS-D-B / WS-D-C + WS-D-E.                  CVSBEN.2
059800 BENCH-COMPUTE-COMP.                                              CVSBEN.2
059900     COMPUTE  WS-B-RESULT ROUNDED =                               CVSBEN.2
060000              WS-B-A * WS-B-B / WS-B-C + WS-B-E.                  CVSBEN.2
060100 BENCH-COMPUTE-COMP-3.                                            CVSBEN.2
060200     COMPUTE  WS-P-RESULT ROUNDED =                               CVSBEN.2
060300              WS-P-A * WS-P-B / WS-P-C + WS-P-E.                  CVSBEN.2
060400 BENCH-STRING.                                                    CVSBEN.2
060500     MOVE     SPACE TO WS-STR-OUT.                                CVSBEN.2
060600     STRING   WS-STR-PART-1 DELIMITED BY SPACE                    CVSBEN.2
060700              "," DELIMITED BY SIZE                               CVSBEN.2
060800              WS-STR-PART-2 DELIMITED BY SPACE                    CVSBEN.2
060900              "," DELIMITED BY SIZE                               CVSBEN.2
061000              WS-STR-PART-3 DELIMITED BY SIZE                     CVSBEN.2
061100              INTO WS-STR-OUT.                                    CVSBEN.2
061200 BENCH-UNSTRING.                                                  CVSBEN.2
061300     UNSTRING WS-UNS-IN DELIMITED BY ","                          CVSBEN.2
061400              INTO WS-UNS-FIELD (1) WS-UNS-FIELD (2)              CVSBEN.2
061500                   WS-UNS-FIELD (3) WS-UNS-FIELD (4)              CVSBEN.2
061600                   WS-UNS-FIELD (5).                              CVSBEN.2
061700 BENCH-INSPECT.                                                   CVSBEN.2
061800     MOVE     ZERO TO WS-INS-TALLY.                               CVSBEN.2
061900     INSPECT  WS-INS-TEXT TALLYING WS-INS-TALLY FOR ALL "E".      CVSBEN.2
062000 BENCH-SEARCH.                                                    CVSBEN.2
062100     SET      WS-SR-IX TO 1.                                      CVSBEN.2
062200     SEARCH   WS-SR-ENTRY                                         CVSBEN.2
062300              AT END CONTINUE                                     CVSBEN.2
062400              WHEN WS-SR-KEY (WS-SR-IX) = WS-SEARCH-TARGET        CVSBEN.2
062500                   CONTINUE.                                      CVSBEN.2
062600 BENCH-SEARCH-ALL.                                                CVSBEN.2
062700     SEARCH   ALL WS-SA-ENTRY                                     CVSBEN.2
062800              AT END CONTINUE                                     CVSBEN.2
062900              WHEN WS-SA-KEY (WS-SA-IX) = WS-SEARCH-TARGET        CVSBEN.2
063000                   CONTINUE.                                      CVSBEN.2
063100 BENCH-READ-RL.                                                   CVSBEN.2
063200     PERFORM  NEXT-RANDOM-KEY.                                    CVSBEN.2
063300     MOVE     WS-RAND-KEY TO WS-RL-KEY.                           CVSBEN.2
063400     READ     BENCH-RL-FILE                                       CVSBEN.2
063500              INVALID KEY CONTINUE.                               CVSBEN.2
063600     IF       WS-RL-FSTATUS NOT = "00"                            CVSBEN.2
063700              ADD 1 TO WS-IO-ERRORS.                              CVSBEN.2
063800 BENCH-READ-IX.                                                   CVSBEN.2
063900     PERFORM  NEXT-RANDOM-KEY.                                    CVSBEN.2
064000     MOVE     SPACE TO IX-FS1-KEY.                                CVSBEN.2
064100     MOVE     WS-RAND-KEY TO IX-FS1-KEYNUM.                       CVSBEN.2
064200     READ     BENCH-IX-FILE                                       CVSBEN.2
064300              INVALID KEY CONTINUE.                               CVSBEN.2
064400     IF       WS-IX-FSTATUS NOT = "00"                            CVSBEN.2
064500              ADD 1 TO WS-IO-ERRORS.                              CVSBEN.2
064600*                                                                 CVSBEN.2
064700*    A FULL-PERIOD CONGRUENTIAL SEQUENCE MODULO 2**20, FOLDED     CVSBEN.2
064800*    ONTO 1 THROUGH THE BED SIZE.  BOTH BEDS SEE THE SAME KEYS.   CVSBEN.2
064900*                                                                 CVSBEN.2
065000 NEXT-RANDOM-KEY.                                                 CVSBEN.2
065100     COMPUTE  WS-SEED-WORK = WS-SEED * 4093 + 7.                  CVSBEN.2
065200     DIVIDE   WS-SEED-WORK BY 1048576                             CVSBEN.2
065300              GIVING WS-QUOTIENT REMAINDER WS-SEED.               CVSBEN.2
065400     DIVIDE   WS-SEED BY WS-BED-RECS                              CVSBEN.2
065500              GIVING WS-QUOTIENT REMAINDER WS-RAND-KEY.           CVSBEN.2
065600     ADD      1 TO WS-RAND-KEY.                                   CVSBEN.2
065700 APPEND-BENCH-HISTORY.                                            CVSBEN.2
065800     ACCEPT   WS-STAMP-DATE FROM DATE.                            CVSBEN.2
065900     ACCEPT   WS-TIME-NOW FROM TIME.                              CVSBEN.2
066000     OPEN     EXTEND BENCH-HISTORY-FILE.                          CVSBEN.2
066100     IF       WS-BH-FSTATUS = "35"                                CVSBEN.2
066200              OPEN OUTPUT BENCH-HISTORY-FILE.                     CVSBEN.2
066300     PERFORM  WRITE-HISTORY-ROW                                   CVSBEN.2
066400              VARYING WS-VB-SUB FROM 1 BY 1                       CVSBEN.2
066500              UNTIL WS-VB-SUB > WS-VERB-COUNT.                    CVSBEN.2
066600     CLOSE    BENCH-HISTORY-FILE.                                 CVSBEN.2
066700 WRITE-HISTORY-ROW.                                               CVSBEN.2
066800     IF       WS-VB-STATUS (WS-VB-SUB) = "TIMED"                  CVSBEN.2
066900              MOVE WS-VB-ITERATIONS (WS-VB-SUB) TO WS-HIST-ITER   CVSBEN.2
067000              MOVE WS-VB-CS (WS-VB-SUB) TO WS-HIST-CS             CVSBEN.2
067100              MOVE SPACE TO BENCH-HISTORY-REC                     CVSBEN.2
067200              STRING WS-BUILD-ID DELIMITED BY SIZE                CVSBEN.2
067300                     "," DELIMITED BY SIZE                        CVSBEN.2
067400                     WS-VERB-NAME (WS-VB-SUB) DELIMITED BY SPACE  CVSBEN.2
067500                     "," DELIMITED BY SIZE                        CVSBEN.2
067600                     WS-HIST-ITER DELIMITED BY SIZE               CVSBEN.2
067700                     "," DELIMITED BY SIZE                        CVSBEN.2
067800                     WS-HIST-CS DELIMITED BY SIZE                 CVSBEN.2
067900                     "," DELIMITED BY SIZE                        CVSBEN.2
068000                     WS-VB-RATE (WS-VB-SUB) DELIMITED BY SIZE     CVSBEN.2
068100                     "," DELIMITED BY SIZE                        CVSBEN.2
068200                     WS-STAMP-DATE DELIMITED BY SIZE              CVSBEN.2
068300                     "," DELIMITED BY SIZE                        CVSBEN.2
068400                     WS-TIME-NOW DELIMITED BY SIZE                CVSBEN.2
068500                     INTO BENCH-HISTORY-REC                       CVSBEN.2
068600              WRITE BENCH-HISTORY-REC.                            CVSBEN.2
068700 WRITE-BENCH-REPORT.                                              CVSBEN.2
068800     OPEN     OUTPUT BENCH-REPORT-FILE.                           CVSBEN.2
068900     MOVE     WS-BUILD-ID TO WS-RT-BUILD.                         CVSBEN.2
069000     MOVE     WS-BASE-BUILD TO WS-RT-BASE.                        CVSBEN.2
069100     MOVE     WS-RPT-TITLE TO BENCH-REPORT-REC.                   CVSBEN.2
069200     WRITE    BENCH-REPORT-REC.                                   CVSBEN.2
069300     MOVE     WS-TOLERANCE TO WS-RP-TOL.                          CVSBEN.2
069400     MOVE     WS-LOOPS TO WS-RP-LOOPS.                            CVSBEN.2
069500     MOVE     WS-READS TO WS-RP-READS.                            CVSBEN.2
069600     MOVE     WS-BED-RECS TO WS-RP-RECS.                          CVSBEN.2
069700     MOVE     WS-RPT-PARMS TO BENCH-REPORT-REC.                   CVSBEN.2
069800     WRITE    BENCH-REPORT-REC.                                   CVSBEN.2
069900     MOVE     WS-HYPHENS TO BENCH-REPORT-REC.                     CVSBEN.2
070000     WRITE    BENCH-REPORT-REC.                                   CVSBEN.2
070100     MOVE     WS-RPT-HEADING TO BENCH-REPORT-REC.                 CVSBEN.2
070200     WRITE    BENCH-REPORT-REC.                                   CVSBEN.2
070300     PERFORM  WRITE-VERB-ROW                                      CVSBEN.2
070400              VARYING WS-VB-SUB FROM 1 BY 1                       CVSBEN.2
070500              UNTIL WS-VB-SUB > WS-VERB-COUNT.                    CVSBEN.2
070600     MOVE     WS-HYPHENS TO BENCH-REPORT-REC.                     CVSBEN.2
070700     WRITE    BENCH-REPORT-REC.                                   CVSBEN.2
070800     MOVE     WS-VERB-COUNT TO WS-RS-VERBS.                       CVSBEN.2
070900     MOVE     WS-REGRESSED TO WS-RS-REGRESSED.                    CVSBEN.2
071000     MOVE     WS-SHORT TO WS-RS-SHORT.                            CVSBEN.2
071100     MOVE     WS-NO-BASE TO WS-RS-NO-BASE.                        CVSBEN.2
071200     MOVE     WS-RPT-TOTALS TO BENCH-REPORT-REC.                  CVSBEN.2
071300     WRITE    BENCH-REPORT-REC.                                   CVSBEN.2
071400     CLOSE    BENCH-REPORT-FILE.                                  CVSBEN.2
071500*                                                                 CVSBEN.2
071600*    THE CHANGE IS THE RATE'S MOVE AGAINST THE BASELINE IN        CVSBEN.2
071700*    WHOLE PERCENT; A FALL BEYOND THE TOLERANCE IS A              CVSBEN.2
071800*    REGRESSION.                                                  CVSBEN.2
071900*                                                                 CVSBEN.2
072000 WRITE-VERB-ROW.                                                  CVSBEN.2
072100     MOVE     SPACE TO WS-RPT-DETAIL.                             CVSBEN.2
072200     MOVE     WS-VERB-NAME (WS-VB-SUB) TO WS-RD-VERB.             CVSBEN.2
072300     MOVE     WS-VB-STATUS (WS-VB-SUB) TO WS-RD-STATUS.           CVSBEN.2
072400     IF       WS-VB-STATUS (WS-VB-SUB) = "TIMED"                  CVSBEN.2
072500              PERFORM JUDGE-VERB-RATE                             CVSBEN.2
072600                  THRU JUDGE-VERB-RATE-EX.                        CVSBEN.2
072700     MOVE     WS-RPT-DETAIL TO BENCH-REPORT-REC.                  CVSBEN.2
072800     WRITE    BENCH-REPORT-REC.                                   CVSBEN.2
072900 JUDGE-VERB-RATE.                                                 CVSBEN.2
073000     MOVE     WS-VB-ITERATIONS (WS-VB-SUB) TO WS-RD-ITER.         CVSBEN.2
073100     COMPUTE  WS-RD-SECS = WS-VB-CS (WS-VB-SUB) / 100.            CVSBEN.2
073200     MOVE     WS-VB-RATE (WS-VB-SUB) TO WS-RD-RATE.               CVSBEN.2
073300     MOVE     "OK" TO WS-RD-STATUS.                               CVSBEN.2
073400     IF       WS-VB-BASE-RATE (WS-VB-SUB) = ZERO                  CVSBEN.2
073500              MOVE "NO BASELINE" TO WS-RD-STATUS                  CVSBEN.2
073600              ADD 1 TO WS-NO-BASE                                 CVSBEN.2
073700              GO TO JUDGE-VERB-RATE-EX.                           CVSBEN.2
073800     MOVE     WS-VB-BASE-RATE (WS-VB-SUB) TO WS-RD-BASE.          CVSBEN.2
073900     COMPUTE  WS-CHANGE ROUNDED =                                 CVSBEN.2
074000              (WS-VB-RATE (WS-VB-SUB)                             CVSBEN.2
074100               - WS-VB-BASE-RATE (WS-VB-SUB))                     CVSBEN.2
074200              * 100 / WS-VB-BASE-RATE (WS-VB-SUB).                CVSBEN.2
074300     MOVE     WS-CHANGE TO WS-RD-CHANGE.                          CVSBEN.2
074400     MOVE     "%" TO WS-RD-PCT.                                   CVSBEN.2
074500     IF       WS-VB-CS (WS-VB-SUB) < WS-MIN-CS                    CVSBEN.2
074600              OR WS-VB-BASE-CS (WS-VB-SUB) < WS-MIN-CS            CVSBEN.2
074700              MOVE "SHORT" TO WS-RD-STATUS                        CVSBEN.2
074800              ADD 1 TO WS-SHORT                                   CVSBEN.2
074900              GO TO JUDGE-VERB-RATE-EX.                           CVSBEN.2
075000     IF       WS-CHANGE < ZERO                                    CVSBEN.2
075100              COMPUTE WS-DROP = ZERO - WS-CHANGE                  CVSBEN.2
075200              IF WS-DROP > WS-TOLERANCE                           CVSBEN.2
075300                  MOVE "REGRESSED" TO WS-RD-STATUS                CVSBEN.2
075400                  ADD 1 TO WS-REGRESSED.                          CVSBEN.2
075500 JUDGE-VERB-RATE-EX.                                              CVSBEN.2
075600     EXIT.                                                        CVSBEN.2
