000100 IDENTIFICATION DIVISION.                                         CVSTBL.2
000200 PROGRAM-ID.                                                      CVSTBL.2
000300     CCVSTBL.                                                     CVSTBL.2
000400****************************************************************  CVSTBL.2
000500*                                                              *  CVSTBL.2
000600*    STALENESS CHECK FOR THE SOURCE-DERIVED CLAUSE TABLES.     *  CVSTBL.2
000700*                                                              *  CVSTBL.2
000800*    CCVSANS, CCVSFSD, CCVSPHR, CCVSXRF, CCVSSTC, CCVSALT AND  *  CVSTBL.2
000900*    CCVSFLO EACH CARRY A TABLE THAT WAS DERIVED BY HAND FROM  *  CVSTBL.2
001000*    THE Cobol_85 SOURCES AND COMPILED IN.  WHEN A MODULE IS   *  CVSTBL.2
001100*    EDITED, ADDED OR RETIRED THOSE TABLES (AND THE            *  CVSTBL.2
001200*    ansi_map.csv / fsd_map.csv EXTRACTS BUILT FROM THEM) GO   *  CVSTBL.2
001300*    ON DESCRIBING THE OLD SOURCE.  THIS PROGRAM:              *  CVSTBL.2
001400*                                                              *  CVSTBL.2
001500*      - LISTS THE CURRENT ../*.cob SOURCES INTO               *  CVSTBL.2
001600*        table_scan.lst,                                       *  CVSTBL.2
001700*      - RUNS EACH OF THE SEVEN TABLE PROGRAMS AND CAPTURES    *  CVSTBL.2
001800*        ITS REPORT (tbl_CCVSxxx.lst), WHICH IS THE EMBEDDED   *  CVSTBL.2
001900*        TABLE AS IT STANDS,                                   *  CVSTBL.2
002000*      - RE-SCANS EVERY SOURCE WITH THE SAME RULES THE TABLES  *  CVSTBL.2
002100*        WERE ORIGINALLY DERIVED BY,                           *  CVSTBL.2
002200*      - SORTS BOTH SIDES TOGETHER AND COMPARES THEM ROW BY    *  CVSTBL.2
002300*        ROW, TABLE BY TABLE.                                  *  CVSTBL.2
002400*                                                              *  CVSTBL.2
002500*    A ROW PRESENT ONLY IN THE SOURCE IS "ADDED", ONE PRESENT  *  CVSTBL.2
002600*    ONLY IN THE EMBEDDED TABLE IS "REMOVED", AND ONE WHOSE    *  CVSTBL.2
002700*    KEY SURVIVES BUT WHOSE CITATION, PHRASE, FLAG SET,        *  CVSTBL.2
002800*    SECTION OR COUNT NO LONGER AGREES IS "MOVED".  REPEATED   *  CVSTBL.2
002900*    KEYS ARE PAIRED OFF IN SOURCE ORDER.  EVERY DIFFERENCE    *  CVSTBL.2
003000*    GOES TO table_staleness.log WITH A PER-TABLE SUMMARY,     *  CVSTBL.2
003100*    AND ONE VERDICT LINE (CURRENT / STALE / UNVERIFIED) GOES  *  CVSTBL.2
003200*    TO table_staleness.dat FOR THE SIGN-OFF COVER SHEET AND   *  CVSTBL.2
003300*    THE EVIDENCE BUNDLE MANIFEST.                             *  CVSTBL.2
003400*                                                              *  CVSTBL.2
003500*    DERIVATION RULES (ONE ROW KEY / COMPARED VALUE EACH):     *  CVSTBL.2
003600*                                                              *  CVSTBL.2
003700*      PAR-NAME CITATIONS (CCVSANS) - EVERY SOURCE; EACH       *  CVSTBL.2
003800*        LITERAL MOVED TO PAR-NAME AGAINST THE LAST LITERAL    *  CVSTBL.2
003900*        MOVED TO ANSI-REFERENCE ABOVE IT (UNKNOWN IF NONE).   *  CVSTBL.2
004000*      STATUS COMPARISONS (CCVSFSD) - RL/IX/SQ/OB MODULES;     *  CVSTBL.2
004100*        EACH  ...STATUS [NOT] EQUAL TO "nn"  AGAINST THE      *  CVSTBL.2
004200*        LAST I-O VERB CODED BEFORE IT; FIRST MODULE WINS.     *  CVSTBL.2
004300*      I-O PHRASES (CCVSPHR) - RL/IX/SQ/OB PROCEDURE CODE;     *  CVSTBL.2
004400*        EACH READ/WRITE/REWRITE/DELETE/START AND WHETHER AN   *  CVSTBL.2
004500*        AT END, INVALID KEY OR END-OF-PAGE PHRASE FOLLOWS.    *  CVSTBL.2
004600*        THE OLD STATUS-CHECK COLUMN IS NOT RE-DERIVED.        *  CVSTBL.2
004700*      X-CARD REFERENCES (CCVSXRF) - EVERY NON-HARNESS         *  CVSTBL.2
004800*        MODULE; THE X-CARD NUMBERS IT MENTIONS.               *  CVSTBL.2
004900*      ST COVERAGE FLAGS (CCVSSTC) - ST PROCEDURE CODE,        *  CVSTBL.2
005000*        HARNESS BOILERPLATE LINES EXCLUDED AS BEFORE.         *  CVSTBL.2
005100*      ALTER STATEMENTS (CCVSALT) - EVERY NON-HARNESS MODULE;  *  CVSTBL.2
005200*        EACH  ALTER p TO [PROCEED TO] t  AND ITS SECTION.     *  CVSTBL.2
005300*      PERFORM/GO TO CENSUS (CCVSFLO) - EVERY SOURCE; THE      *  CVSTBL.2
005400*        DISTINCT  PERFORM a THRU b  RANGES AND GO TO COUNT.   *  CVSTBL.2
005404*                                                              *  CVSTBL.2
005408*    SHOP SOURCES.  THE I-O PHRASE, ST COVERAGE, ALTER AND     *  CVSTBL.2
005412*    PERFORM/GO TO RULES ARE THEN RUN OVER THE SHOP'S OWN      *  CVSTBL.2
005416*    PROGRAMS: EVERY .cob/.cbl UNDER EACH DIRECTORY NAMED IN   *  CVSTBL.2
005420*    shop_source_dirs.dat (ONE PER LINE, "*" LINES IGNORED;    *  CVSTBL.2
005424*    ../../TestFiles WHEN THE FILE IS ABSENT).  EACH SOURCE IS *  CVSTBL.2
005428*    NORMALIZED FIRST: FIXED FORMAT UNLESS A LINE HAS CODE IN  *  CVSTBL.2
005432*    THE INDICATOR COLUMN, FREE-FORMAT LINES MOVED TO AREA A   *  CVSTBL.2
005436*    OR B AND FOLDED AT 65 CHARACTERS, WORDS UPPER-CASED,      *  CVSTBL.2
005440*    APOSTROPHE LITERALS TAKEN AS QUOTES, *> COMMENTS DROPPED, *  CVSTBL.2
005444*    AND EVERY EXEC ... END-EXEC BLOCK (ANY CASE, ANY NUMBER   *  CVSTBL.2
005448*    OF LINES) BLANKED SO NO SQL WORD IS TAKEN FOR A VERB.     *  CVSTBL.2
005452*    SHOP MODULES ARE NOT HARNESS MODULES, SO ALL FOUR RULES   *  CVSTBL.2
005456*    APPLY TO EVERY ONE AND NO BOILERPLATE IS EXCLUDED.  THE   *  CVSTBL.2
005460*    ROWS GO TO shop_phr.rpt, shop_stc.rpt, shop_alt.rpt AND   *  CVSTBL.2
005464*    shop_flo.rpt IN THE LAYOUT OF CCVSPHR, CCVSSTC, CCVSALT   *  CVSTBL.2
005468*    AND CCVSFLO; shop_flo.rpt ALSO FLAGS A PARAGRAPH INSIDE   *  CVSTBL.2
005472*    A PERFORM ... THRU RANGE THAT IS ENTERED BY A GO TO FROM  *  CVSTBL.2
005476*    OUTSIDE THE RANGE.  THIS PASS RUNS AFTER THE STALENESS    *  CVSTBL.2
005480*    CHECK AND DOES NOT TOUCH ITS LOG OR VERDICT.              *  CVSTBL.2
005500*                                                              *  CVSTBL.2
005600****************************************************************  CVSTBL.2
005700 ENVIRONMENT DIVISION.                                            CVSTBL.2
005800 CONFIGURATION SECTION.                                           CVSTBL.2
005900 SOURCE-COMPUTER.                                                 CVSTBL.2
006000     COPY CCVSTRG.                                                CVSTBL.2
006100 OBJECT-COMPUTER.                                                 CVSTBL.2
006200     COPY CCVSTRG.                                                CVSTBL.2
006300 INPUT-OUTPUT SECTION.                                            CVSTBL.2
006400 FILE-CONTROL.                                                    CVSTBL.2
006509     SELECT   SOURCE-LIST-FILE ASSIGN TO                          CVSTBL.2
006519     DYNAMIC WS-LIST-FNAME                                        CVSTBL.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
006800     FILE STATUS IS WS-SL-FSTATUS.                                CVSTBL.2
006900     SELECT   SOURCE-FILE ASSIGN TO                               CVSTBL.2
007000     DYNAMIC WS-SRC-FNAME                                         CVSTBL.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
007200     FILE STATUS IS WS-SF-FSTATUS.                                CVSTBL.2
007300     SELECT   TABLE-REPORT-FILE ASSIGN TO                         CVSTBL.2
007400     DYNAMIC WS-RPT-FNAME                                         CVSTBL.2
007500     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
007600     FILE STATUS IS WS-TR-FSTATUS.                                CVSTBL.2
007700     SELECT   STALE-LOG-FILE ASSIGN TO                            CVSTBL.2
007800     "table_staleness.log"                                        CVSTBL.2
007900     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
008000     FILE STATUS IS WS-LG-FSTATUS.                                CVSTBL.2
008100     SELECT   STALE-VERDICT-FILE ASSIGN TO                        CVSTBL.2
008200     "table_staleness.dat"                                        CVSTBL.2
008300     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
008400     FILE STATUS IS WS-VD-FSTATUS.                                CVSTBL.2
008500     SELECT   TBL-SORT-WORK ASSIGN TO "tblsort.tmp".              CVSTBL.2
008504     SELECT   SHOP-DIR-FILE ASSIGN TO                             CVSTBL.2
008508     "shop_source_dirs.dat"                                       CVSTBL.2
008512     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
008516     FILE STATUS IS WS-SD-FSTATUS.                                CVSTBL.2
008520     SELECT   SHOP-PHR-FILE ASSIGN TO                             CVSTBL.2
008524     "shop_phr.rpt"                                               CVSTBL.2
008528     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
008532     FILE STATUS IS WS-SP-FSTATUS.                                CVSTBL.2
008536     SELECT   SHOP-STC-FILE ASSIGN TO                             CVSTBL.2
008540     "shop_stc.rpt"                                               CVSTBL.2
008544     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
008548     FILE STATUS IS WS-SS-FSTATUS.                                CVSTBL.2
008552     SELECT   SHOP-ALT-FILE ASSIGN TO                             CVSTBL.2
008556     "shop_alt.rpt"                                               CVSTBL.2
008560     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
008564     FILE STATUS IS WS-SA-FSTATUS.                                CVSTBL.2
008568     SELECT   SHOP-FLO-FILE ASSIGN TO                             CVSTBL.2
008572     "shop_flo.rpt"                                               CVSTBL.2
008576     ORGANIZATION LINE SEQUENTIAL                                 CVSTBL.2
008580     FILE STATUS IS WS-SW-FSTATUS.                                CVSTBL.2
008600 DATA DIVISION.                                                   CVSTBL.2
008700 FILE SECTION.                                                    CVSTBL.2
008800 FD  SOURCE-LIST-FILE.                                            CVSTBL.2
008909 01  SOURCE-LIST-REC PIC X(120).                                  CVSTBL.2
008919 FD  SOURCE-FILE.                                                 CVSTBL.2
008929 01  SOURCE-REC PIC X(256).                                       CVSTBL.2
009200 FD  TABLE-REPORT-FILE.                                           CVSTBL.2
009300 01  TABLE-REPORT-REC PIC X(100).                                 CVSTBL.2
009400 FD  STALE-LOG-FILE.                                              CVSTBL.2
009500 01  STALE-LOG-REC PIC X(160).                                    CVSTBL.2
009600 FD  STALE-VERDICT-FILE.                                          CVSTBL.2
009700 01  STALE-VERDICT-REC PIC X(100).                                CVSTBL.2
009709 FD  SHOP-DIR-FILE.                                               CVSTBL.2
009718 01  SHOP-DIR-REC PIC X(100).                                     CVSTBL.2
009727 FD  SHOP-PHR-FILE.                                               CVSTBL.2
009736 01  SHOP-PHR-REC PIC X(100).                                     CVSTBL.2
009745 FD  SHOP-STC-FILE.                                               CVSTBL.2
009754 01  SHOP-STC-REC PIC X(100).                                     CVSTBL.2
009763 FD  SHOP-ALT-FILE.                                               CVSTBL.2
009772 01  SHOP-ALT-REC PIC X(100).                                     CVSTBL.2
009781 FD  SHOP-FLO-FILE.                                               CVSTBL.2
009790 01  SHOP-FLO-REC PIC X(100).                                     CVSTBL.2
009800 SD  TBL-SORT-WORK.                                               CVSTBL.2
009900 01  TBL-SORT-REC.                                                CVSTBL.2
010000     02  TS-TABLE        PIC 9(1).                                CVSTBL.2
010100     02  TS-KEY          PIC X(60).                               CVSTBL.2
010200     02  TS-SIDE         PIC X(1).                                CVSTBL.2
010300     02  TS-SEQ          PIC 9(7).                                CVSTBL.2
010400     02  TS-ATTR         PIC X(60).                               CVSTBL.2
010500 WORKING-STORAGE SECTION.                                         CVSTBL.2
010600 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
010700 77  WS-SF-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
010800 77  WS-TR-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
010900 77  WS-LG-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
011000 77  WS-VD-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
011010 77  WS-SD-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
011020 77  WS-SP-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
011030 77  WS-SS-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
011040 77  WS-SA-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
011050 77  WS-SW-FSTATUS       PIC XX VALUE SPACE.                      CVSTBL.2
011100 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSTBL.2
011200 77  WS-LIST-EOF         PIC X  VALUE "N".                        CVSTBL.2
011300 77  WS-SORT-EOF         PIC X  VALUE "N".                        CVSTBL.2
011400 77  WS-CENSUS-SW        PIC X  VALUE "N".                        CVSTBL.2
011500 77  WS-HIT-SWITCH       PIC X  VALUE "N".                        CVSTBL.2
011600 77  WS-HIT-CT           PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
011700 77  WS-QUOTE-CT         PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
011800 77  WS-IN-QUOTE         PIC X  VALUE "N".                        CVSTBL.2
011900 77  WS-PTR              PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012000 77  WS-OUT-PTR          PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012100 77  WS-CH-SUB           PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
012200 77  WS-SCAN-POS         PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012300 77  WS-WORK-POS         PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012400 77  WS-WORK-LEN         PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012500 77  WS-TOK-SUB          PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012600 77  WS-NEXT-SUB         PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012700 77  WS-SCAN-SUB         PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012800 77  WS-TOK-START        PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
012900 77  WS-TOK-SIZE         PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
013000 77  WS-TBL-SUB          PIC 9(2) COMP VALUE ZERO.                CVSTBL.2
013100 77  WS-LINE-SUB         PIC 9(5) COMP VALUE ZERO.                CVSTBL.2
013200 77  WS-LOOK-SUB         PIC 9(5) COMP VALUE ZERO.                CVSTBL.2
013300 77  WS-LOOK-COUNT       PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
013400 77  WS-SRC-COUNT        PIC 9(5) COMP VALUE ZERO.                CVSTBL.2
013500 77  WS-FILE-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
013600 77  WS-REL-SEQ          PIC 9(7) VALUE ZERO.                     CVSTBL.2
013700 77  WS-DIFF-TOTAL       PIC 9(6) VALUE ZERO.                     CVSTBL.2
013800 77  WS-STALE-TABLES     PIC 9(1) VALUE ZERO.                     CVSTBL.2
013900 77  WS-MISSING-TABLES   PIC 9(1) VALUE ZERO.                     CVSTBL.2
014009 01  WS-SYS-CMD          PIC X(200) VALUE SPACE.                  CVSTBL.2
014019 01  WS-LIST-FNAME       PIC X(20) VALUE "table_scan.lst".        CVSTBL.2
014029 01  WS-SRC-FNAME        PIC X(120) VALUE SPACE.                  CVSTBL.2
014200 01  WS-RPT-FNAME        PIC X(60) VALUE SPACE.                   CVSTBL.2
014300 01  WS-HYPHENS          PIC X(72) VALUE ALL "-".                 CVSTBL.2
014400*                                                                 CVSTBL.2
014500*    THE SEVEN TABLE PROGRAMS, IN THE ORDER THEIR ROWS SORT.      CVSTBL.2
014600*                                                                 CVSTBL.2
014700 01  WS-DEFAULT-TABLES.                                           CVSTBL.2
014800     02  FILLER          PIC X(28) VALUE                          CVSTBL.2
014900         "CCVSANS PAR-NAME CITATIONS".                            CVSTBL.2
015000     02  FILLER          PIC X(28) VALUE                          CVSTBL.2
015100         "CCVSFSD STATUS COMPARISONS".                            CVSTBL.2
015200     02  FILLER          PIC X(28) VALUE                          CVSTBL.2
015300         "CCVSPHR I-O PHRASES".                                   CVSTBL.2
015400     02  FILLER          PIC X(28) VALUE                          CVSTBL.2
015500         "CCVSXRF X-CARD REFERENCES".                             CVSTBL.2
015600     02  FILLER          PIC X(28) VALUE                          CVSTBL.2
015700         "CCVSSTC ST COVERAGE FLAGS".                             CVSTBL.2
015800     02  FILLER          PIC X(28) VALUE                          CVSTBL.2
015900         "CCVSALT ALTER STATEMENTS".                              CVSTBL.2
016000     02  FILLER          PIC X(28) VALUE                          CVSTBL.2
016100         "CCVSFLO PERFORM/GO TO CENSUS".                          CVSTBL.2
016200 01  FILLER REDEFINES WS-DEFAULT-TABLES.                          CVSTBL.2
016300     02  WS-TBL-NAMES OCCURS 7 TIMES.                             CVSTBL.2
016400         03  WS-TBL-PGM      PIC X(8).                            CVSTBL.2
016500         03  WS-TBL-TITLE    PIC X(20).                           CVSTBL.2
016600 01  WS-TALLY-TABLE.                                              CVSTBL.2
016700     02  WS-TALLY-ENTRY OCCURS 7 TIMES.                           CVSTBL.2
016800         03  WS-TBL-ROWS     PIC 9(6).                            CVSTBL.2
016900         03  WS-TBL-SRC-ROWS PIC 9(6).                            CVSTBL.2
017000         03  WS-TBL-ADDED    PIC 9(6).                            CVSTBL.2
017100         03  WS-TBL-REMOVED  PIC 9(6).                            CVSTBL.2
017200         03  WS-TBL-MOVED    PIC 9(6).                            CVSTBL.2
017300         03  WS-TBL-REPORTED PIC X(1).                            CVSTBL.2
017400*                                                                 CVSTBL.2
017500*    ONE ROW ON ITS WAY TO THE SORT.                              CVSTBL.2
017600*                                                                 CVSTBL.2
017700 01  WS-ROW-TABLE        PIC 9(1) VALUE ZERO.                     CVSTBL.2
017800 01  WS-ROW-SIDE         PIC X(1) VALUE SPACE.                    CVSTBL.2
017900 01  WS-ROW-KEY          PIC X(60) VALUE SPACE.                   CVSTBL.2
018000 01  WS-ROW-ATTR         PIC X(60) VALUE SPACE.                   CVSTBL.2
018100 01  WS-FIELD-1          PIC X(30) VALUE SPACE.                   CVSTBL.2
018200 01  WS-FIELD-2          PIC X(30) VALUE SPACE.                   CVSTBL.2
018300 01  WS-FIELD-3          PIC X(30) VALUE SPACE.                   CVSTBL.2
018400 01  WS-FIELD-4          PIC X(30) VALUE SPACE.                   CVSTBL.2
018500 01  WS-FIELD-5          PIC X(30) VALUE SPACE.                   CVSTBL.2
018600*                                                                 CVSTBL.2
018700*    THE SOURCE BEING SCANNED, HELD WHOLE SO THE I-O PHRASE       CVSTBL.2
018800*    RULE CAN LOOK AHEAD OF THE CURRENT LINE.                     CVSTBL.2
018900*                                                                 CVSTBL.2
019009 01  WS-CUR-PGM          PIC X(30) VALUE SPACE.                   CVSTBL.2
019100 01  WS-HARNESS-SW       PIC X(1) VALUE "N".                      CVSTBL.2
019200 01  WS-FILE-IO-SW       PIC X(1) VALUE "N".                      CVSTBL.2
019300 01  WS-ST-SW            PIC X(1) VALUE "N".                      CVSTBL.2
019400 01  WS-PROC-SW          PIC X(1) VALUE "N".                      CVSTBL.2
019500 01  WS-CUR-ORG          PIC X(8) VALUE SPACE.                    CVSTBL.2
019600 01  WS-SOURCE-TABLE.                                             CVSTBL.2
019700     02  WS-SRC-LINE     PIC X(80) OCCURS 6000 TIMES.             CVSTBL.2
019800 01  WS-CUR-LINE         PIC X(80) VALUE SPACE.                   CVSTBL.2
019900 01  WS-LINE-WORK.                                                CVSTBL.2
020000     02  WS-INDICATOR    PIC X(1).                                CVSTBL.2
020100     02  WS-RAW-TEXT     PIC X(65).                               CVSTBL.2
020200     02  WS-BLANK-TEXT   PIC X(65).                               CVSTBL.2
020300     02  WS-TOK-COUNT    PIC 9(2).                                CVSTBL.2
020400     02  WS-TOK-AREA.                                             CVSTBL.2
020500         03  WS-TOK-ENTRY OCCURS 45 TIMES.                        CVSTBL.2
020600             04  WS-TOK      PIC X(30).                           CVSTBL.2
020700             04  WS-TOK-POS  PIC 9(2).                            CVSTBL.2
020800             04  WS-TOK-LEN  PIC 9(2).                            CVSTBL.2
020900             04  WS-TOK-DOT  PIC X(1).                            CVSTBL.2
021000 01  WS-LINE-SAVE        PIC X(1708).                             CVSTBL.2
021100 01  WS-TOK-WORK         PIC X(65) VALUE SPACE.                   CVSTBL.2
021200 01  WS-CH               PIC X(1) VALUE SPACE.                    CVSTBL.2
021300     88  WS-CH-WORD      VALUE "A" THRU "Z" "0" THRU "9" "-".     CVSTBL.2
021400 01  WS-WORD-SW          PIC X(1) VALUE "N".                      CVSTBL.2
021500*                                                                 CVSTBL.2
021600*    PER-TABLE SCAN STATE, RESET FOR EACH SOURCE.                 CVSTBL.2
021700*                                                                 CVSTBL.2
021800 01  WS-CUR-CITE         PIC X(60) VALUE SPACE.                   CVSTBL.2
021900 01  WS-LIT-VALUE        PIC X(65) VALUE SPACE.                   CVSTBL.2
022000 01  WS-CUR-SENSE        PIC X(4) VALUE SPACE.                    CVSTBL.2
022100 01  WS-CUR-VERB         PIC X(8) VALUE SPACE.                    CVSTBL.2
022200 01  WS-PHR-VERB         PIC X(8) VALUE SPACE.                    CVSTBL.2
022300 01  WS-PHR-OBJ          PIC X(30) VALUE SPACE.                   CVSTBL.2
022400 01  WS-PHRASE-SW        PIC X(1) VALUE "N".                      CVSTBL.2
022500 01  WS-PERIOD-SW        PIC X(1) VALUE "N".                      CVSTBL.2
022600 01  WS-AT-PENDING       PIC X(1) VALUE "N".                      CVSTBL.2
022700 01  WS-STOP-SW          PIC X(1) VALUE "N".                      CVSTBL.2
022800 01  WS-LOOK-DONE        PIC X(1) VALUE "N".                      CVSTBL.2
022900 01  WS-CODE-SW          PIC X(1) VALUE "N".                      CVSTBL.2
023000 01  WS-XCARD-NUM        PIC 9(3) VALUE ZERO.                     CVSTBL.2
023100 01  WS-XCARD-FLAGS.                                              CVSTBL.2
023200     02  WS-XCARD-FLAG   PIC X(1) OCCURS 1000 TIMES.              CVSTBL.2
023300 01  WS-ST-LAST          PIC X(8) VALUE SPACE.                    CVSTBL.2
023400 01  WS-ST-COUNTS.                                                CVSTBL.2
023500     02  WS-ST-COUNT     PIC 9(4) COMP OCCURS 9 TIMES.            CVSTBL.2
023600 77  WS-ST-SUB           PIC 9(2) COMP VALUE ZERO.                CVSTBL.2
023700 77  WS-PAREN-OPEN       PIC X  VALUE "N".                        CVSTBL.2
023800 77  WS-PAREN-COLON      PIC X  VALUE "N".                        CVSTBL.2
023900 01  WS-CUR-SECTION      PIC X(30) VALUE SPACE.                   CVSTBL.2
024000 01  WS-FLO-STATE        PIC 9(1) VALUE ZERO.                     CVSTBL.2
024100 01  WS-PRIOR-STATE      PIC 9(1) VALUE ZERO.                     CVSTBL.2
024200 01  WS-RANGE-PAIR.                                               CVSTBL.2
024300     02  WS-RANGE-FIRST  PIC X(30).                               CVSTBL.2
024400     02  WS-RANGE-LAST   PIC X(30).                               CVSTBL.2
024500 01  WS-RANGE-TABLE.                                              CVSTBL.2
024600     02  WS-RANGE-ENTRY  PIC X(60) OCCURS 400 TIMES.              CVSTBL.2
024700 77  WS-RANGE-COUNT      PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
024800 77  WS-RANGE-SUB        PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
024900 77  WS-GOTO-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
025000 01  WS-FLO-RANGES       PIC 9(4) VALUE ZERO.                     CVSTBL.2
025100 01  WS-FLO-GOTOS        PIC 9(4) VALUE ZERO.                     CVSTBL.2
025200*                                                                 CVSTBL.2
025300*    ONE KEY GROUP COMING BACK FROM THE SORT.                     CVSTBL.2
025400*                                                                 CVSTBL.2
025500 01  WS-GRP-TABLE        PIC 9(1) VALUE ZERO.                     CVSTBL.2
025600 01  WS-GRP-KEY          PIC X(60) VALUE SPACE.                   CVSTBL.2
025700 77  WS-GRP-E-COUNT      PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
025800 77  WS-GRP-S-COUNT      PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
025900 77  WS-GRP-SUB          PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026000 01  WS-GRP-E-TABLE.                                              CVSTBL.2
026100     02  WS-GRP-E-ATTR   PIC X(60) OCCURS 200 TIMES.              CVSTBL.2
026200 01  WS-DIFF-KIND        PIC X(7) VALUE SPACE.                    CVSTBL.2
026300 01  WS-WAS-ATTR         PIC X(60) VALUE SPACE.                   CVSTBL.2
026400 01  WS-NOW-ATTR         PIC X(60) VALUE SPACE.                   CVSTBL.2
026500 01  WS-EDIT-COUNT       PIC ZZZZZ9.                              CVSTBL.2
026600 01  WS-VERDICT-LINE     PIC X(100) VALUE SPACE.                  CVSTBL.2
026601*                                                                 CVSTBL.2
026602*    SHOP-SOURCE PASS.  A SOURCE IS READ ONCE TO SETTLE ITS       CVSTBL.2
026603*    FORMAT ("F" FIXED, "R" FREE) AND AGAIN TO LOAD IT; EACH LINE CVSTBL.2
026604*    IS NORMALIZED IN WS-SHOP-TEXT BEFORE IT IS STORED.           CVSTBL.2
026605*                                                                 CVSTBL.2
026606 01  WS-SHOP-SW          PIC X(1) VALUE "N".                      CVSTBL.2
026607 01  WS-SRC-FORMAT       PIC X(1) VALUE "F".                      CVSTBL.2
026608 01  WS-EXEC-SW          PIC X(1) VALUE "N".                      CVSTBL.2
026609 01  WS-SHOP-DELIM       PIC X(1) VALUE SPACE.                    CVSTBL.2
026610 01  WS-SHOP-TEXT        PIC X(264) VALUE SPACE.                  CVSTBL.2
026611 01  WS-SHOP-REST        PIC X(264) VALUE SPACE.                  CVSTBL.2
026612 01  WS-SHOP-DIR         PIC X(100) VALUE SPACE.                  CVSTBL.2
026612 77  WS-SHOP-POS         PIC 9(3) COMP VALUE ZERO.                CVSTBL.2
026613 77  WS-SHOP-INDENT      PIC 9(1) COMP VALUE ZERO.                CVSTBL.2
026614 77  WS-SHOP-WIDTH       PIC 9(2) COMP VALUE ZERO.                CVSTBL.2
026615 77  WS-SHOP-CUT         PIC 9(2) COMP VALUE ZERO.                CVSTBL.2
026616 77  WS-SHOP-NO-PHRASE   PIC 9(4) VALUE ZERO.                     CVSTBL.2
026617 77  WS-SHOP-PHR-ROWS    PIC 9(4) VALUE ZERO.                     CVSTBL.2
026618 77  WS-SHOP-HAZARDS     PIC 9(4) VALUE ZERO.                     CVSTBL.2
026619 01  WS-LOWER-CASE       PIC X(26) VALUE                          CVSTBL.2
026620     "abcdefghijklmnopqrstuvwxyz".                                CVSTBL.2
026621 01  WS-UPPER-CASE       PIC X(26) VALUE                          CVSTBL.2
026622     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                                CVSTBL.2
026623*                                                                 CVSTBL.2
026624*    PARAGRAPHS AND GO TO TARGETS OF THE SHOP MODULE BEING        CVSTBL.2
026625*    SCANNED, FOR THE RANGE-ENTRY HAZARD CHECK.                   CVSTBL.2
026626*                                                                 CVSTBL.2
026627 01  WS-PARA-TABLE.                                               CVSTBL.2
026628     02  WS-PARA-NAME    PIC X(30) OCCURS 1000 TIMES.             CVSTBL.2
026629 77  WS-PARA-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026630 77  WS-PARA-SUB         PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026631 77  WS-PARA-HIT         PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026632 01  WS-JUMP-TABLE.                                               CVSTBL.2
026633     02  WS-JUMP-ENTRY   OCCURS 2000 TIMES.                       CVSTBL.2
026634         03  WS-JUMP-FROM    PIC 9(4) COMP.                       CVSTBL.2
026635         03  WS-JUMP-TO-IX   PIC 9(4) COMP.                       CVSTBL.2
026636         03  WS-JUMP-TO      PIC X(30).                           CVSTBL.2
026637 77  WS-JUMP-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026638 77  WS-JUMP-SUB         PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026639 77  WS-RANGE-FROM-IX    PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026640 77  WS-RANGE-THRU-IX    PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026641 01  WS-FIND-NAME        PIC X(30) VALUE SPACE.                   CVSTBL.2
026642 01  WS-HAZ-TEXT         PIC X(60) VALUE SPACE.                   CVSTBL.2
026643 01  WS-HAZ-TABLE.                                                CVSTBL.2
026644     02  WS-HAZ-ENTRY    PIC X(60) OCCURS 200 TIMES.              CVSTBL.2
026645 77  WS-HAZ-COUNT        PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026646 77  WS-HAZ-SUB          PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026647 01  WS-FLO-HAZARDS      PIC 9(4) VALUE ZERO.                     CVSTBL.2
026648 01  WS-SHOP-CENSUS.                                              CVSTBL.2
026649     02  WS-SHOP-CEN-ROW PIC X(60) OCCURS 500 TIMES.              CVSTBL.2
026650 77  WS-SHOP-CEN-COUNT   PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026651 77  WS-SHOP-CEN-SUB     PIC 9(4) COMP VALUE ZERO.                CVSTBL.2
026700 PROCEDURE DIVISION.                                              CVSTBL.2
026800 CCVSTBL-MAIN SECTION.                                            CVSTBL.2
026900 CCVSTBL-START.                                                   CVSTBL.2
027000     INITIALIZE WS-TALLY-TABLE.                                   CVSTBL.2
027100     PERFORM  LIST-CURRENT-SOURCES.                               CVSTBL.2
027200     PERFORM  CAPTURE-TABLE-REPORT                                CVSTBL.2
027300              VARYING WS-TBL-SUB FROM 1 BY 1                      CVSTBL.2
027400              UNTIL WS-TBL-SUB > 7.                               CVSTBL.2
027500     OPEN     OUTPUT STALE-LOG-FILE.                              CVSTBL.2
027600     MOVE     "CCVS85 DERIVED-TABLE STALENESS CHECK"              CVSTBL.2
027700              TO STALE-LOG-REC.                                   CVSTBL.2
027800     WRITE    STALE-LOG-REC.                                      CVSTBL.2
027900     MOVE     WS-HYPHENS TO STALE-LOG-REC.                        CVSTBL.2
028000     WRITE    STALE-LOG-REC.                                      CVSTBL.2
028100     SORT     TBL-SORT-WORK                                       CVSTBL.2
028200              ON ASCENDING KEY TS-TABLE TS-KEY TS-SIDE TS-SEQ     CVSTBL.2
028300              INPUT PROCEDURE IS GATHER-TABLE-ROWS                CVSTBL.2
028400              OUTPUT PROCEDURE IS COMPARE-SORTED-ROWS.            CVSTBL.2
028500     PERFORM  WRITE-TABLE-SUMMARY.                                CVSTBL.2
028600     PERFORM  WRITE-STALENESS-VERDICT.                            CVSTBL.2
028700     MOVE     WS-HYPHENS TO STALE-LOG-REC.                        CVSTBL.2
028800     WRITE    STALE-LOG-REC.                                      CVSTBL.2
028900     MOVE     WS-VERDICT-LINE TO STALE-LOG-REC.                   CVSTBL.2
029000     WRITE    STALE-LOG-REC.                                      CVSTBL.2
029100     CLOSE    STALE-LOG-FILE.                                     CVSTBL.2
029200     DISPLAY  "CCVSTBL: " WS-VERDICT-LINE.                        CVSTBL.2
029250     PERFORM  SCAN-SHOP-SOURCES.                                  CVSTBL.2
029300     STOP     RUN.                                                CVSTBL.2
029400*                                                                 CVSTBL.2
029500*    THE SOURCE LIST AND THE SEVEN EMBEDDED-TABLE REPORTS ARE     CVSTBL.2
029600*    TAKEN FRESH ON EVERY RUN.                                    CVSTBL.2
029700*                                                                 CVSTBL.2
029800 LIST-CURRENT-SOURCES.                                            CVSTBL.2
029900     MOVE     SPACE TO WS-SYS-CMD.                                CVSTBL.2
030000     STRING   "(cd .. && LC_ALL=C ls *.cob)"                      CVSTBL.2
030100              " >table_scan.lst 2>/dev/null"                      CVSTBL.2
030200              DELIMITED BY SIZE INTO WS-SYS-CMD.                  CVSTBL.2
030300     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSTBL.2
030400 CAPTURE-TABLE-REPORT.                                            CVSTBL.2
030500     MOVE     SPACE TO WS-SYS-CMD.                                CVSTBL.2
030600     STRING   "./" WS-TBL-PGM (WS-TBL-SUB) " </dev/null >tbl_"    CVSTBL.2
030700              DELIMITED BY SIZE                                   CVSTBL.2
030800              WS-TBL-PGM (WS-TBL-SUB) DELIMITED BY SPACE          CVSTBL.2
030900              ".lst 2>/dev/null" DELIMITED BY SIZE                CVSTBL.2
031000              INTO WS-SYS-CMD.                                    CVSTBL.2
031100     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSTBL.2
031200*                                                                 CVSTBL.2
031300*    SORT INPUT: EVERY EMBEDDED ROW ("E" SIDE), THEN EVERY ROW    CVSTBL.2
031400*    THE CURRENT SOURCE YIELDS ("S" SIDE).                        CVSTBL.2
031500*                                                                 CVSTBL.2
031600 GATHER-TABLE-ROWS.                                               CVSTBL.2
031700     PERFORM  RELEASE-EMBEDDED-TABLE                              CVSTBL.2
031800              THRU RELEASE-EMBEDDED-TABLE-EX                      CVSTBL.2
031900              VARYING WS-TBL-SUB FROM 1 BY 1                      CVSTBL.2
032000              UNTIL WS-TBL-SUB > 7.                               CVSTBL.2
032100     OPEN     INPUT SOURCE-LIST-FILE.                             CVSTBL.2
032200     IF       WS-SL-FSTATUS = "00"                                CVSTBL.2
032300              MOVE "N" TO WS-LIST-EOF                             CVSTBL.2
032400              PERFORM READ-SOURCE-LIST                            CVSTBL.2
032500              PERFORM SCAN-ONE-SOURCE                             CVSTBL.2
032600                      UNTIL WS-LIST-EOF = "Y"                     CVSTBL.2
032700              CLOSE SOURCE-LIST-FILE                              CVSTBL.2
032800     END-IF.                                                      CVSTBL.2
032900 RELEASE-EMBEDDED-TABLE.                                          CVSTBL.2
033000     MOVE     SPACE TO WS-RPT-FNAME.                              CVSTBL.2
033100     STRING   "tbl_" WS-TBL-PGM (WS-TBL-SUB) DELIMITED BY SPACE   CVSTBL.2
033200              ".lst" DELIMITED BY SIZE INTO WS-RPT-FNAME.         CVSTBL.2
033300     MOVE     "N" TO WS-TBL-REPORTED (WS-TBL-SUB).                CVSTBL.2
033400     MOVE     "N" TO WS-CENSUS-SW.                                CVSTBL.2
033500     OPEN     INPUT TABLE-REPORT-FILE.                            CVSTBL.2
033600     IF       WS-TR-FSTATUS NOT = "00"                            CVSTBL.2
033700              GO TO RELEASE-EMBEDDED-TABLE-EX.                    CVSTBL.2
033800     MOVE     "N" TO WS-EOF-SWITCH.                               CVSTBL.2
033900     PERFORM  READ-TABLE-REPORT.                                  CVSTBL.2
034000     PERFORM  PARSE-REPORT-LINE                                   CVSTBL.2
034100              THRU PARSE-REPORT-LINE-EX                           CVSTBL.2
034200              UNTIL WS-EOF-SWITCH = "Y".                          CVSTBL.2
034300     CLOSE    TABLE-REPORT-FILE.                                  CVSTBL.2
034400     IF       WS-TBL-ROWS (WS-TBL-SUB) > ZERO                     CVSTBL.2
034500              MOVE "Y" TO WS-TBL-REPORTED (WS-TBL-SUB).           CVSTBL.2
034600 RELEASE-EMBEDDED-TABLE-EX.                                       CVSTBL.2
034700     EXIT.                                                        CVSTBL.2
034800 READ-TABLE-REPORT.                                               CVSTBL.2
034900     READ     TABLE-REPORT-FILE                                   CVSTBL.2
035000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSTBL.2
035100 PARSE-REPORT-LINE.                                               CVSTBL.2
035200     IF       TABLE-REPORT-REC = SPACE                            CVSTBL.2
035300              OR TABLE-REPORT-REC (1:6) = "CCVS85"                CVSTBL.2
035400              OR TABLE-REPORT-REC (1:5) = "-----"                 CVSTBL.2
035500              GO TO PARSE-REPORT-LINE-NEXT.                       CVSTBL.2
035600     MOVE     WS-TBL-SUB TO WS-ROW-TABLE.                         CVSTBL.2
035700     MOVE     "E" TO WS-ROW-SIDE.                                 CVSTBL.2
035800     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
035900     MOVE     ZERO TO WS-HIT-CT.                                  CVSTBL.2
036000     MOVE     1 TO WS-PTR.                                        CVSTBL.2
036100     IF       WS-TBL-SUB = 1                                      CVSTBL.2
036200              PERFORM PARSE-CITATION-LINE.                        CVSTBL.2
036300     IF       WS-TBL-SUB = 2                                      CVSTBL.2
036400              PERFORM PARSE-STATUS-LINE.                          CVSTBL.2
036500     IF       WS-TBL-SUB = 3                                      CVSTBL.2
036600              PERFORM PARSE-PHRASE-LINE.                          CVSTBL.2
036700     IF       WS-TBL-SUB = 4                                      CVSTBL.2
036800              PERFORM PARSE-CITATION-LINE.                        CVSTBL.2
036900     IF       WS-TBL-SUB = 5                                      CVSTBL.2
037000              PERFORM PARSE-ST-FLAG-LINE.                         CVSTBL.2
037100     IF       WS-TBL-SUB = 6                                      CVSTBL.2
037200              PERFORM PARSE-ALTER-LINE.                           CVSTBL.2
037300     IF       WS-TBL-SUB = 7                                      CVSTBL.2
037400              PERFORM PARSE-CENSUS-LINE.                          CVSTBL.2
037500     IF       WS-ROW-KEY NOT = SPACE                              CVSTBL.2
037600              ADD 1 TO WS-TBL-ROWS (WS-TBL-SUB)                   CVSTBL.2
037700              PERFORM RELEASE-ONE-ROW.                            CVSTBL.2
037800 PARSE-REPORT-LINE-NEXT.                                          CVSTBL.2
037900     PERFORM  READ-TABLE-REPORT.                                  CVSTBL.2
038000 PARSE-REPORT-LINE-EX.                                            CVSTBL.2
038100     EXIT.                                                        CVSTBL.2
038200 PARSE-CITATION-LINE.                                             CVSTBL.2
038300*    "PGM:PARAGRAPH: CITATION" AND "PGM: CARD,CARD".              CVSTBL.2
038400     INSPECT  TABLE-REPORT-REC TALLYING WS-HIT-CT FOR ALL ": ".   CVSTBL.2
038500     IF       WS-HIT-CT > ZERO                                    CVSTBL.2
038600              UNSTRING TABLE-REPORT-REC DELIMITED BY ": "         CVSTBL.2
038700                  INTO WS-ROW-KEY WITH POINTER WS-PTR             CVSTBL.2
038800              MOVE TABLE-REPORT-REC (WS-PTR:) TO WS-ROW-ATTR.     CVSTBL.2
038900 PARSE-STATUS-LINE.                                               CVSTBL.2
039000*    "ORG STATUS SENSE nn AFTER VERB -- SEE PGM".                 CVSTBL.2
039100     INSPECT  TABLE-REPORT-REC TALLYING WS-HIT-CT                 CVSTBL.2
039200              FOR ALL " -- SEE ".                                 CVSTBL.2
039300     IF       WS-HIT-CT > ZERO                                    CVSTBL.2
039400              UNSTRING TABLE-REPORT-REC DELIMITED BY " -- SEE "   CVSTBL.2
039500                  INTO WS-ROW-KEY WITH POINTER WS-PTR             CVSTBL.2
039600              MOVE TABLE-REPORT-REC (WS-PTR:) TO WS-ROW-ATTR.     CVSTBL.2
039700 PARSE-PHRASE-LINE.                                               CVSTBL.2
039800*    "PGM: VERB OBJECT: PH=xxx ST=xxx".                           CVSTBL.2
039900     INSPECT  TABLE-REPORT-REC TALLYING WS-HIT-CT FOR ALL ": PH=".CVSTBL.2
040000     IF       WS-HIT-CT > ZERO                                    CVSTBL.2
040100              UNSTRING TABLE-REPORT-REC DELIMITED BY ": PH="      CVSTBL.2
040200                  INTO WS-ROW-KEY WITH POINTER WS-PTR             CVSTBL.2
040300              STRING "PH=" DELIMITED BY SIZE                      CVSTBL.2
040400                  TABLE-REPORT-REC (WS-PTR:3) DELIMITED BY SPACE  CVSTBL.2
040500                  INTO WS-ROW-ATTR.                               CVSTBL.2
040600 PARSE-ST-FLAG-LINE.                                              CVSTBL.2
040700*    "PGM    NO YES ..." - NINE FOUR-BYTE FLAG COLUMNS.           CVSTBL.2
040800     IF       TABLE-REPORT-REC (1:2) = "ST"                       CVSTBL.2
040900              AND (TABLE-REPORT-REC (7:4) = "  NO"                CVSTBL.2
041000                   OR TABLE-REPORT-REC (7:4) = " YES")            CVSTBL.2
041100              UNSTRING TABLE-REPORT-REC DELIMITED BY SPACE        CVSTBL.2
041200                  INTO WS-ROW-KEY                                 CVSTBL.2
041300              MOVE TABLE-REPORT-REC (7:36) TO WS-ROW-ATTR.        CVSTBL.2
041400 PARSE-ALTER-LINE.                                                CVSTBL.2
041500*    "PGM SECTION PARA -> TARGET".                                CVSTBL.2
041600     INSPECT  TABLE-REPORT-REC TALLYING WS-HIT-CT FOR ALL " -> ". CVSTBL.2
041700     IF       WS-HIT-CT > ZERO                                    CVSTBL.2
041800              UNSTRING TABLE-REPORT-REC DELIMITED BY ALL SPACE    CVSTBL.2
041900                  INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3           CVSTBL.2
042000                       WS-FIELD-4 WS-FIELD-5                      CVSTBL.2
042100              MOVE WS-FIELD-2 TO WS-ROW-ATTR                      CVSTBL.2
042200              PERFORM BUILD-ALTER-KEY.                            CVSTBL.2
042300 PARSE-CENSUS-LINE.                                               CVSTBL.2
042400*    "PGM RRRR GGGG HHHH" ROWS AFTER THE CENSUS HEADING.          CVSTBL.2
042500     IF       WS-CENSUS-SW = "Y"                                  CVSTBL.2
042600              UNSTRING TABLE-REPORT-REC DELIMITED BY ALL SPACE    CVSTBL.2
042700                  INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3           CVSTBL.2
042800              MOVE WS-FIELD-1 TO WS-ROW-KEY                       CVSTBL.2
042900              STRING WS-FIELD-2 DELIMITED BY SPACE                CVSTBL.2
043000                  " " DELIMITED BY SIZE                           CVSTBL.2
043100                  WS-FIELD-3 DELIMITED BY SPACE                   CVSTBL.2
043200                  INTO WS-ROW-ATTR.                               CVSTBL.2
043300     IF       TABLE-REPORT-REC (1:17) = "PER-MODULE CENSUS"       CVSTBL.2
043400              MOVE "Y" TO WS-CENSUS-SW.                           CVSTBL.2
043500 BUILD-ALTER-KEY.                                                 CVSTBL.2
043600     STRING   WS-FIELD-1 DELIMITED BY SPACE                       CVSTBL.2
043700              " " DELIMITED BY SIZE                               CVSTBL.2
043800              WS-FIELD-3 DELIMITED BY SPACE                       CVSTBL.2
043900              " -> " DELIMITED BY SIZE                            CVSTBL.2
044000              WS-FIELD-5 DELIMITED BY SPACE                       CVSTBL.2
044100              INTO WS-ROW-KEY.                                    CVSTBL.2
044200 RELEASE-ONE-ROW.                                                 CVSTBL.2
044300     ADD      1 TO WS-REL-SEQ.                                    CVSTBL.2
044400     MOVE     WS-ROW-TABLE TO TS-TABLE.                           CVSTBL.2
044500     MOVE     WS-ROW-KEY TO TS-KEY.                               CVSTBL.2
044600     MOVE     WS-ROW-SIDE TO TS-SIDE.                             CVSTBL.2
044700     MOVE     WS-REL-SEQ TO TS-SEQ.                               CVSTBL.2
044800     MOVE     WS-ROW-ATTR TO TS-ATTR.                             CVSTBL.2
044900     RELEASE  TBL-SORT-REC.                                       CVSTBL.2
045000 RELEASE-SOURCE-ROW.                                              CVSTBL.2
045109     IF       WS-SHOP-SW = "Y"                                    CVSTBL.2
045119              PERFORM WRITE-SHOP-ROW                              CVSTBL.2
045129     ELSE                                                         CVSTBL.2
045139              MOVE "S" TO WS-ROW-SIDE                             CVSTBL.2
045149              ADD 1 TO WS-TBL-SRC-ROWS (WS-ROW-TABLE)             CVSTBL.2
045159              PERFORM RELEASE-ONE-ROW                             CVSTBL.2
045169     END-IF.                                                      CVSTBL.2
045400 READ-SOURCE-LIST.                                                CVSTBL.2
045500     READ     SOURCE-LIST-FILE                                    CVSTBL.2
045600              AT END MOVE "Y" TO WS-LIST-EOF.                     CVSTBL.2
045700*                                                                 CVSTBL.2
045800*    ONE SOURCE: LOAD IT, CLASSIFY IT BY PROGRAM PREFIX, SCAN     CVSTBL.2
045900*    IT LINE BY LINE, THEN RELEASE ITS WHOLE-MODULE ROWS.         CVSTBL.2
046000*                                                                 CVSTBL.2
046100 SCAN-ONE-SOURCE.                                                 CVSTBL.2
046200     IF       SOURCE-LIST-REC NOT = SPACE                         CVSTBL.2
046309              IF WS-SHOP-SW = "Y"                                 CVSTBL.2
046319                  PERFORM LOAD-SHOP-SOURCE                        CVSTBL.2
046329                      THRU LOAD-SHOP-SOURCE-EX                    CVSTBL.2
046339              ELSE                                                CVSTBL.2
046349                  PERFORM LOAD-SOURCE-FILE                        CVSTBL.2
046359                      THRU LOAD-SOURCE-FILE-EX                    CVSTBL.2
046369              END-IF                                              CVSTBL.2
046400              IF WS-SRC-COUNT > ZERO                              CVSTBL.2
046500                  ADD 1 TO WS-FILE-COUNT                          CVSTBL.2
046600                  PERFORM RESET-SOURCE-STATE                      CVSTBL.2
046700                  PERFORM SCAN-ONE-LINE                           CVSTBL.2
046800                      VARYING WS-LINE-SUB FROM 1 BY 1             CVSTBL.2
046900                      UNTIL WS-LINE-SUB > WS-SRC-COUNT            CVSTBL.2
047000                  PERFORM RELEASE-MODULE-ROWS                     CVSTBL.2
047100              END-IF                                              CVSTBL.2
047200     END-IF.                                                      CVSTBL.2
047300     PERFORM  READ-SOURCE-LIST.                                   CVSTBL.2
047400 LOAD-SOURCE-FILE.                                                CVSTBL.2
047500     MOVE     ZERO TO WS-SRC-COUNT.                               CVSTBL.2
047600     MOVE     SPACE TO WS-CUR-PGM WS-SRC-FNAME.                   CVSTBL.2
047700     UNSTRING SOURCE-LIST-REC DELIMITED BY ".cob"                 CVSTBL.2
047800              INTO WS-CUR-PGM.                                    CVSTBL.2
047900     STRING   "../" SOURCE-LIST-REC DELIMITED BY SPACE            CVSTBL.2
048000              INTO WS-SRC-FNAME.                                  CVSTBL.2
048100     OPEN     INPUT SOURCE-FILE.                                  CVSTBL.2
048200     IF       WS-SF-FSTATUS NOT = "00"                            CVSTBL.2
048300              GO TO LOAD-SOURCE-FILE-EX.                          CVSTBL.2
048400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSTBL.2
048500     PERFORM  READ-SOURCE-LINE.                                   CVSTBL.2
048600     PERFORM  STORE-SOURCE-LINE                                   CVSTBL.2
048700              UNTIL WS-EOF-SWITCH = "Y".                          CVSTBL.2
048800     CLOSE    SOURCE-FILE.                                        CVSTBL.2
048900 LOAD-SOURCE-FILE-EX.                                             CVSTBL.2
049000     EXIT.                                                        CVSTBL.2
049100 READ-SOURCE-LINE.                                                CVSTBL.2
049200     READ     SOURCE-FILE                                         CVSTBL.2
049300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSTBL.2
049400 STORE-SOURCE-LINE.                                               CVSTBL.2
049500     IF       WS-SRC-COUNT < 6000                                 CVSTBL.2
049600              ADD 1 TO WS-SRC-COUNT                               CVSTBL.2
049700              MOVE SOURCE-REC TO WS-SRC-LINE (WS-SRC-COUNT).      CVSTBL.2
049800     PERFORM  READ-SOURCE-LINE.                                   CVSTBL.2
049900 RESET-SOURCE-STATE.                                              CVSTBL.2
050000     MOVE     "N" TO WS-HARNESS-SW WS-FILE-IO-SW WS-ST-SW         CVSTBL.2
050100                     WS-PROC-SW.                                  CVSTBL.2
050200     MOVE     SPACE TO WS-CUR-ORG WS-CUR-SECTION WS-ST-LAST.      CVSTBL.2
050300     IF       WS-CUR-PGM (1:4) = "CCVS"                           CVSTBL.2
050400              MOVE "Y" TO WS-HARNESS-SW.                          CVSTBL.2
050500     IF       WS-CUR-PGM (1:2) = "RL"                             CVSTBL.2
050600              MOVE "RELATIVE" TO WS-CUR-ORG.                      CVSTBL.2
050700     IF       WS-CUR-PGM (1:2) = "IX"                             CVSTBL.2
050800              MOVE "INDEXED" TO WS-CUR-ORG.                       CVSTBL.2
050900     IF       WS-CUR-PGM (1:2) = "SQ" OR WS-CUR-PGM (1:2) = "OB"  CVSTBL.2
051000              MOVE "SEQNTL" TO WS-CUR-ORG.                        CVSTBL.2
051100     IF       WS-CUR-ORG NOT = SPACE                              CVSTBL.2
051200              MOVE "Y" TO WS-FILE-IO-SW.                          CVSTBL.2
051300     IF       WS-CUR-PGM (1:2) = "ST"                             CVSTBL.2
051400              MOVE "Y" TO WS-ST-SW.                               CVSTBL.2
051410     IF       WS-SHOP-SW = "Y"                                    CVSTBL.2
051420              MOVE "N" TO WS-HARNESS-SW                           CVSTBL.2
051430              MOVE "SHOP" TO WS-CUR-ORG                           CVSTBL.2
051440              MOVE "Y" TO WS-FILE-IO-SW WS-ST-SW.                 CVSTBL.2
051500     MOVE     "UNKNOWN" TO WS-CUR-CITE.                           CVSTBL.2
051600     MOVE     "(NONE)" TO WS-CUR-VERB.                            CVSTBL.2
051700     MOVE     ALL "N" TO WS-XCARD-FLAGS.                          CVSTBL.2
051800     INITIALIZE WS-ST-COUNTS.                                     CVSTBL.2
051900     MOVE     ZERO TO WS-FLO-STATE WS-RANGE-COUNT WS-GOTO-COUNT.  CVSTBL.2
051910     MOVE     ZERO TO WS-PARA-COUNT WS-JUMP-COUNT WS-HAZ-COUNT.   CVSTBL.2
052000 SCAN-ONE-LINE.                                                   CVSTBL.2
052100     MOVE     WS-SRC-LINE (WS-LINE-SUB) TO WS-CUR-LINE.           CVSTBL.2
052200     IF       WS-CUR-LINE (7:66) NOT = SPACE                      CVSTBL.2
052300              PERFORM PREPARE-CURRENT-LINE                        CVSTBL.2
052400              PERFORM DISPATCH-LINE-SCANS                         CVSTBL.2
052500                      THRU DISPATCH-LINE-SCANS-EX.                CVSTBL.2
052600 PREPARE-CURRENT-LINE.                                            CVSTBL.2
052700     MOVE     WS-CUR-LINE (7:1) TO WS-INDICATOR.                  CVSTBL.2
052800     MOVE     WS-CUR-LINE (8:65) TO WS-RAW-TEXT.                  CVSTBL.2
052900     PERFORM  BLANK-QUOTED-TEXT.                                  CVSTBL.2
053000     PERFORM  TOKENIZE-TEXT.                                      CVSTBL.2
053100 DISPATCH-LINE-SCANS.                                             CVSTBL.2
053200     IF       WS-HARNESS-SW = "N"                                 CVSTBL.2
053300              PERFORM SCAN-X-CARD-REFERENCES.                     CVSTBL.2
053400     IF       WS-INDICATOR NOT = "-"                              CVSTBL.2
053500              PERFORM CHECK-CITATION-TOKEN                        CVSTBL.2
053600                      VARYING WS-TOK-SUB FROM 1 BY 1              CVSTBL.2
053700                      UNTIL WS-TOK-SUB > WS-TOK-COUNT.            CVSTBL.2
053800     IF       WS-INDICATOR = "*" OR WS-INDICATOR = "/"            CVSTBL.2
053900              OR WS-INDICATOR = "-"                               CVSTBL.2
054000              GO TO DISPATCH-LINE-SCANS-EX.                       CVSTBL.2
054100     IF       WS-RAW-TEXT (1:1) NOT = SPACE                       CVSTBL.2
054200              AND WS-TOK (1) = "PROCEDURE"                        CVSTBL.2
054300              AND WS-TOK (2) = "DIVISION"                         CVSTBL.2
054400              MOVE "Y" TO WS-PROC-SW.                             CVSTBL.2
054410     IF       WS-SHOP-SW = "Y" AND WS-PROC-SW = "Y"               CVSTBL.2
054420              PERFORM NOTE-SHOP-FLOW.                             CVSTBL.2
054500     IF       WS-FILE-IO-SW = "Y"                                 CVSTBL.2
054600              PERFORM SCAN-STATUS-COMPARISONS.                    CVSTBL.2
054700     IF       WS-FILE-IO-SW = "Y" AND WS-PROC-SW = "Y"            CVSTBL.2
054800              PERFORM CHECK-I-O-VERB-TOKEN                        CVSTBL.2
054900                      VARYING WS-TOK-SUB FROM 1 BY 1              CVSTBL.2
055000                      UNTIL WS-TOK-SUB NOT < WS-TOK-COUNT.        CVSTBL.2
055100     IF       WS-ST-SW = "Y" AND WS-PROC-SW = "Y"                 CVSTBL.2
055200              PERFORM SCAN-ST-COVERAGE.                           CVSTBL.2
055300     IF       WS-HARNESS-SW = "N"                                 CVSTBL.2
055400              PERFORM SCAN-ALTER-STATEMENTS.                      CVSTBL.2
055500     PERFORM  STEP-RANGE-STATE                                    CVSTBL.2
055600              VARYING WS-TOK-SUB FROM 1 BY 1                      CVSTBL.2
055700              UNTIL WS-TOK-SUB > WS-TOK-COUNT.                    CVSTBL.2
055800     PERFORM  COUNT-GO-TO-PHRASES.                                CVSTBL.2
055900 DISPATCH-LINE-SCANS-EX.                                          CVSTBL.2
056000     EXIT.                                                        CVSTBL.2
056100*                                                                 CVSTBL.2
056200*    TEXT PREPARATION.  LITERAL CONTENTS ARE MASKED WITH "#" SO   CVSTBL.2
056300*    A WORD INSIDE A LITERAL IS NEVER TAKEN FOR A VERB; TOKENS    CVSTBL.2
056400*    KEEP THEIR POSITION SO THE LITERAL CAN STILL BE RECOVERED    CVSTBL.2
056500*    FROM THE RAW TEXT.  A TRAILING PERIOD IS STRIPPED AND        CVSTBL.2
056600*    REMEMBERED IN WS-TOK-DOT.                                    CVSTBL.2
056700*                                                                 CVSTBL.2
056800 BLANK-QUOTED-TEXT.                                               CVSTBL.2
056900     MOVE     WS-RAW-TEXT TO WS-BLANK-TEXT.                       CVSTBL.2
057000     MOVE     ZERO TO WS-QUOTE-CT.                                CVSTBL.2
057100     INSPECT  WS-RAW-TEXT TALLYING WS-QUOTE-CT FOR ALL QUOTE.     CVSTBL.2
057200     IF       WS-QUOTE-CT > ZERO                                  CVSTBL.2
057300              MOVE "N" TO WS-IN-QUOTE                             CVSTBL.2
057400              PERFORM BLANK-ONE-CHARACTER                         CVSTBL.2
057500                      VARYING WS-CH-SUB FROM 1 BY 1               CVSTBL.2
057600                      UNTIL WS-CH-SUB > 65.                       CVSTBL.2
057700 BLANK-ONE-CHARACTER.                                             CVSTBL.2
057800     IF       WS-RAW-TEXT (WS-CH-SUB:1) = QUOTE                   CVSTBL.2
057900              IF WS-IN-QUOTE = "Y"                                CVSTBL.2
058000                  MOVE "N" TO WS-IN-QUOTE                         CVSTBL.2
058100              ELSE                                                CVSTBL.2
058200                  MOVE "Y" TO WS-IN-QUOTE                         CVSTBL.2
058300              END-IF                                              CVSTBL.2
058400     ELSE                                                         CVSTBL.2
058500              IF WS-IN-QUOTE = "Y"                                CVSTBL.2
058600                  MOVE "#" TO WS-BLANK-TEXT (WS-CH-SUB:1)         CVSTBL.2
058700              END-IF                                              CVSTBL.2
058800     END-IF.                                                      CVSTBL.2
058900 TOKENIZE-TEXT.                                                   CVSTBL.2
059000     MOVE     ZERO TO WS-TOK-COUNT.                               CVSTBL.2
059100     MOVE     SPACE TO WS-TOK-AREA.                               CVSTBL.2
059200     MOVE     1 TO WS-PTR.                                        CVSTBL.2
059300     PERFORM  TAKE-NEXT-TOKEN                                     CVSTBL.2
059400              UNTIL WS-PTR > 65.                                  CVSTBL.2
059500 TAKE-NEXT-TOKEN.                                                 CVSTBL.2
059600     PERFORM  SKIP-ONE-BLANK                                      CVSTBL.2
059700              UNTIL WS-PTR > 65                                   CVSTBL.2
059800              OR WS-BLANK-TEXT (WS-PTR:1) NOT = SPACE.            CVSTBL.2
059900     IF       WS-PTR NOT > 65                                     CVSTBL.2
060000              PERFORM STORE-NEXT-TOKEN.                           CVSTBL.2
060100 SKIP-ONE-BLANK.                                                  CVSTBL.2
060200     ADD      1 TO WS-PTR.                                        CVSTBL.2
060300 STORE-NEXT-TOKEN.                                                CVSTBL.2
060400     MOVE     WS-PTR TO WS-TOK-START.                             CVSTBL.2
060500     MOVE     SPACE TO WS-TOK-WORK.                               CVSTBL.2
060600     MOVE     ZERO TO WS-TOK-SIZE.                                CVSTBL.2
060700     UNSTRING WS-BLANK-TEXT DELIMITED BY SPACE                    CVSTBL.2
060800              INTO WS-TOK-WORK COUNT IN WS-TOK-SIZE               CVSTBL.2
060900              WITH POINTER WS-PTR.                                CVSTBL.2
061000     IF       WS-TOK-WORK = "."                                   CVSTBL.2
061100              IF WS-TOK-COUNT > ZERO                              CVSTBL.2
061200                  MOVE "Y" TO WS-TOK-DOT (WS-TOK-COUNT)           CVSTBL.2
061300              END-IF                                              CVSTBL.2
061400     ELSE                                                         CVSTBL.2
061500              IF WS-TOK-COUNT < 40                                CVSTBL.2
061600                  PERFORM ADD-ONE-TOKEN                           CVSTBL.2
061700              END-IF                                              CVSTBL.2
061800     END-IF.                                                      CVSTBL.2
061900 ADD-ONE-TOKEN.                                                   CVSTBL.2
062000     ADD      1 TO WS-TOK-COUNT.                                  CVSTBL.2
062100     MOVE     "N" TO WS-TOK-DOT (WS-TOK-COUNT).                   CVSTBL.2
062200     IF       WS-TOK-SIZE > 1                                     CVSTBL.2
062300              AND WS-TOK-WORK (WS-TOK-SIZE:1) = "."               CVSTBL.2
062400              MOVE SPACE TO WS-TOK-WORK (WS-TOK-SIZE:1)           CVSTBL.2
062500              SUBTRACT 1 FROM WS-TOK-SIZE                         CVSTBL.2
062600              MOVE "Y" TO WS-TOK-DOT (WS-TOK-COUNT).              CVSTBL.2
062700     MOVE     WS-TOK-WORK TO WS-TOK (WS-TOK-COUNT).               CVSTBL.2
062800     MOVE     WS-TOK-START TO WS-TOK-POS (WS-TOK-COUNT).          CVSTBL.2
062900     MOVE     WS-TOK-SIZE TO WS-TOK-LEN (WS-TOK-COUNT).           CVSTBL.2
063000*                                                                 CVSTBL.2
063100*    PAR-NAME CITATIONS.                                          CVSTBL.2
063200*                                                                 CVSTBL.2
063300 CHECK-CITATION-TOKEN.                                            CVSTBL.2
063400     IF       WS-TOK (WS-TOK-SUB) = "MOVE"                        CVSTBL.2
063500              AND WS-TOK (WS-TOK-SUB + 1) (1:1) = QUOTE           CVSTBL.2
063600              AND WS-TOK (WS-TOK-SUB + 2) = "TO"                  CVSTBL.2
063700              AND WS-TOK-DOT (WS-TOK-SUB + 3) = "Y"               CVSTBL.2
063800              PERFORM CHECK-CITATION-MOVE.                        CVSTBL.2
063900 CHECK-CITATION-MOVE.                                             CVSTBL.2
064000     COMPUTE  WS-NEXT-SUB = WS-TOK-SUB + 1.                       CVSTBL.2
064100     PERFORM  EXTRACT-LITERAL-VALUE.                              CVSTBL.2
064200     COMPUTE  WS-NEXT-SUB = WS-TOK-SUB + 3.                       CVSTBL.2
064300     IF       WS-TOK (WS-NEXT-SUB) = "ANSI-REFERENCE"             CVSTBL.2
064400              MOVE WS-LIT-VALUE TO WS-CUR-CITE.                   CVSTBL.2
064500     IF       WS-TOK (WS-NEXT-SUB) = "PAR-NAME"                   CVSTBL.2
064600              AND WS-TOK-POS (WS-NEXT-SUB) =                      CVSTBL.2
064700                  WS-TOK-POS (WS-TOK-SUB + 2) + 3                 CVSTBL.2
064800              PERFORM RELEASE-CITATION-ROW.                       CVSTBL.2
064900 EXTRACT-LITERAL-VALUE.                                           CVSTBL.2
065000*    THE LITERAL AT TOKEN WS-NEXT-SUB, LEADING SPACES DROPPED.    CVSTBL.2
065100     MOVE     SPACE TO WS-LIT-VALUE.                              CVSTBL.2
065200     MOVE     WS-TOK-POS (WS-NEXT-SUB) TO WS-WORK-POS.            CVSTBL.2
065300     MOVE     WS-TOK-LEN (WS-NEXT-SUB) TO WS-WORK-LEN.            CVSTBL.2
065400     IF       WS-WORK-LEN > 2                                     CVSTBL.2
065500              ADD 1 TO WS-WORK-POS                                CVSTBL.2
065600              SUBTRACT 2 FROM WS-WORK-LEN                         CVSTBL.2
065700              PERFORM SKIP-LITERAL-BLANK                          CVSTBL.2
065800                  UNTIL WS-WORK-LEN = ZERO                        CVSTBL.2
065900                  OR WS-RAW-TEXT (WS-WORK-POS:1) NOT = SPACE      CVSTBL.2
066000              IF WS-WORK-LEN > ZERO                               CVSTBL.2
066100                  MOVE WS-RAW-TEXT (WS-WORK-POS:WS-WORK-LEN)      CVSTBL.2
066200                      TO WS-LIT-VALUE                             CVSTBL.2
066300              END-IF                                              CVSTBL.2
066400     END-IF.                                                      CVSTBL.2
066500 SKIP-LITERAL-BLANK.                                              CVSTBL.2
066600     ADD      1 TO WS-WORK-POS.                                   CVSTBL.2
066700     SUBTRACT 1 FROM WS-WORK-LEN.                                 CVSTBL.2
066800 RELEASE-CITATION-ROW.                                            CVSTBL.2
066900     MOVE     1 TO WS-ROW-TABLE.                                  CVSTBL.2
067000     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
067100     STRING   WS-CUR-PGM DELIMITED BY SPACE                       CVSTBL.2
067200              ":" DELIMITED BY SIZE                               CVSTBL.2
067300              WS-LIT-VALUE (1:24) DELIMITED BY SPACE              CVSTBL.2
067400              INTO WS-ROW-KEY.                                    CVSTBL.2
067500     MOVE     WS-CUR-CITE (1:24) TO WS-ROW-ATTR.                  CVSTBL.2
067600     PERFORM  RELEASE-SOURCE-ROW.                                 CVSTBL.2
067700*                                                                 CVSTBL.2
067800*    STATUS COMPARISONS.                                          CVSTBL.2
067900*                                                                 CVSTBL.2
068000 SCAN-STATUS-COMPARISONS.                                         CVSTBL.2
068100     MOVE     "N" TO WS-HIT-SWITCH.                               CVSTBL.2
068200     PERFORM  CHECK-STATUS-TOKEN                                  CVSTBL.2
068300              VARYING WS-TOK-SUB FROM 1 BY 1                      CVSTBL.2
068400              UNTIL WS-TOK-SUB > WS-TOK-COUNT                     CVSTBL.2
068500              OR WS-HIT-SWITCH = "Y".                             CVSTBL.2
068600     PERFORM  NOTE-I-O-VERB                                       CVSTBL.2
068700              VARYING WS-TOK-SUB FROM 1 BY 1                      CVSTBL.2
068800              UNTIL WS-TOK-SUB > WS-TOK-COUNT.                    CVSTBL.2
068900 CHECK-STATUS-TOKEN.                                              CVSTBL.2
069000     MOVE     WS-TOK-LEN (WS-TOK-SUB) TO WS-WORK-LEN.             CVSTBL.2
069100     IF       WS-WORK-LEN > 5 AND WS-WORK-LEN < 31                CVSTBL.2
069200              AND WS-TOK-DOT (WS-TOK-SUB) = "N"                   CVSTBL.2
069300              AND WS-TOK (WS-TOK-SUB) (WS-WORK-LEN - 5:6)         CVSTBL.2
069400                  = "STATUS"                                      CVSTBL.2
069500              PERFORM CHECK-STATUS-PHRASE.                        CVSTBL.2
069600 CHECK-STATUS-PHRASE.                                             CVSTBL.2
069700     MOVE     "EQ =" TO WS-CUR-SENSE.                             CVSTBL.2
069800     COMPUTE  WS-NEXT-SUB = WS-TOK-SUB + 1.                       CVSTBL.2
069900     IF       WS-TOK (WS-NEXT-SUB) = "NOT"                        CVSTBL.2
070000              MOVE "NOT=" TO WS-CUR-SENSE                         CVSTBL.2
070100              ADD 1 TO WS-NEXT-SUB.                               CVSTBL.2
070200     IF       WS-TOK (WS-NEXT-SUB) = "EQUAL"                      CVSTBL.2
070300              AND WS-TOK (WS-NEXT-SUB + 1) = "TO"                 CVSTBL.2
070400              AND WS-TOK (WS-NEXT-SUB + 2) (1:1) = QUOTE          CVSTBL.2
070500              AND WS-TOK-LEN (WS-NEXT-SUB + 2) = 4                CVSTBL.2
070600              COMPUTE WS-WORK-POS =                               CVSTBL.2
070700                  WS-TOK-POS (WS-NEXT-SUB + 2) + 1                CVSTBL.2
070800              IF WS-RAW-TEXT (WS-WORK-POS:2) IS NUMERIC           CVSTBL.2
070900                  PERFORM RELEASE-STATUS-ROW                      CVSTBL.2
071000              END-IF                                              CVSTBL.2
071100     END-IF.                                                      CVSTBL.2
071200 RELEASE-STATUS-ROW.                                              CVSTBL.2
071300     MOVE     "Y" TO WS-HIT-SWITCH.                               CVSTBL.2
071400     MOVE     2 TO WS-ROW-TABLE.                                  CVSTBL.2
071500     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
071600     STRING   WS-CUR-ORG DELIMITED BY SPACE                       CVSTBL.2
071700              " STATUS " DELIMITED BY SIZE                        CVSTBL.2
071800              WS-CUR-SENSE DELIMITED BY SIZE                      CVSTBL.2
071900              WS-RAW-TEXT (WS-WORK-POS:2) DELIMITED BY SIZE       CVSTBL.2
072000              " AFTER " DELIMITED BY SIZE                         CVSTBL.2
072100              WS-CUR-VERB DELIMITED BY SPACE                      CVSTBL.2
072200              INTO WS-ROW-KEY.                                    CVSTBL.2
072300     MOVE     WS-CUR-PGM TO WS-ROW-ATTR.                          CVSTBL.2
072400     PERFORM  RELEASE-SOURCE-ROW.                                 CVSTBL.2
072500 NOTE-I-O-VERB.                                                   CVSTBL.2
072600     IF       WS-TOK (WS-TOK-SUB) = "OPEN" OR "READ" OR "WRITE"   CVSTBL.2
072700              OR "REWRITE" OR "DELETE" OR "START" OR "CLOSE"      CVSTBL.2
072800              MOVE WS-TOK (WS-TOK-SUB) TO WS-CUR-VERB.            CVSTBL.2
072900*                                                                 CVSTBL.2
073000*    I-O PHRASES.  THE STATEMENT RUNS ON TO FOLLOWING LINES UNTIL CVSTBL.2
073100*    A PERIOD OR THE NEXT STATEMENT VERB; THE NEXT CODE LINE IS   CVSTBL.2
073200*    ALWAYS LOOKED AT FOR THE PHRASE.                             CVSTBL.2
073300*                                                                 CVSTBL.2
073400 CHECK-I-O-VERB-TOKEN.                                            CVSTBL.2
073500     IF       (WS-TOK (WS-TOK-SUB) = "READ" OR "WRITE"            CVSTBL.2
073600               OR "REWRITE" OR "DELETE" OR "START")               CVSTBL.2
073700              AND WS-TOK-DOT (WS-TOK-SUB) = "N"                   CVSTBL.2
073800              PERFORM CHECK-I-O-OBJECT.                           CVSTBL.2
073900 CHECK-I-O-OBJECT.                                                CVSTBL.2
074000     COMPUTE  WS-NEXT-SUB = WS-TOK-SUB + 1.                       CVSTBL.2
074100     MOVE     WS-TOK (WS-TOK-SUB) TO WS-PHR-VERB.                 CVSTBL.2
074200     MOVE     WS-TOK (WS-NEXT-SUB) TO WS-PHR-OBJ.                 CVSTBL.2
074300     MOVE     WS-PHR-OBJ (1:1) TO WS-CH.                          CVSTBL.2
074400     IF       WS-CH-WORD AND WS-CH NOT = "-"                      CVSTBL.2
074500              AND WS-PHR-OBJ NOT = "XCARD-PARM-FILE"              CVSTBL.2
074600              AND WS-PHR-OBJ NOT = "CSV-RESULTS-REC"              CVSTBL.2
074700              AND WS-PHR-OBJ NOT = "NEGATIVE-PATH-REC"            CVSTBL.2
074800              AND WS-PHR-OBJ NOT = "SUITE-SUMMARY-REC"            CVSTBL.2
074900              AND WS-PHR-OBJ NOT = "RL-STATUS-REC"                CVSTBL.2
075000              PERFORM CLASSIFY-I-O-PHRASE                         CVSTBL.2
075100              PERFORM RELEASE-PHRASE-ROW.                         CVSTBL.2
075200 CLASSIFY-I-O-PHRASE.                                             CVSTBL.2
075300     MOVE     "N" TO WS-PHRASE-SW WS-PERIOD-SW WS-AT-PENDING.     CVSTBL.2
075400     MOVE     WS-LINE-SUB TO WS-LOOK-SUB.                         CVSTBL.2
075500     IF       WS-TOK-DOT (WS-NEXT-SUB) = "Y"                      CVSTBL.2
075600              MOVE "Y" TO WS-PERIOD-SW.                           CVSTBL.2
075700     COMPUTE  WS-SCAN-SUB = WS-NEXT-SUB + 1.                      CVSTBL.2
075800     PERFORM  CHECK-PHRASE-TOKEN                                  CVSTBL.2
075900              VARYING WS-SCAN-SUB FROM WS-SCAN-SUB BY 1           CVSTBL.2
076000              UNTIL WS-SCAN-SUB > WS-TOK-COUNT.                   CVSTBL.2
076100     MOVE     WS-LINE-WORK TO WS-LINE-SAVE.                       CVSTBL.2
076200     MOVE     ZERO TO WS-LOOK-COUNT.                              CVSTBL.2
076300     MOVE     "N" TO WS-LOOK-DONE.                                CVSTBL.2
076400     PERFORM  FIND-NEXT-CODE-LINE.                                CVSTBL.2
076500     IF       WS-CODE-SW = "Y"                                    CVSTBL.2
076600              PERFORM PREPARE-CURRENT-LINE                        CVSTBL.2
076700              PERFORM CHECK-PHRASE-TOKEN                          CVSTBL.2
076800                      VARYING WS-SCAN-SUB FROM 1 BY 1             CVSTBL.2
076900                      UNTIL WS-SCAN-SUB > WS-TOK-COUNT            CVSTBL.2
077000     ELSE                                                         CVSTBL.2
077100              MOVE "Y" TO WS-LOOK-DONE                            CVSTBL.2
077200     END-IF.                                                      CVSTBL.2
077300     PERFORM  LOOK-AHEAD-ONE-LINE                                 CVSTBL.2
077400              UNTIL WS-LOOK-DONE = "Y".                           CVSTBL.2
077500     MOVE     WS-LINE-SAVE TO WS-LINE-WORK.                       CVSTBL.2
077600 LOOK-AHEAD-ONE-LINE.                                             CVSTBL.2
077700     MOVE     "N" TO WS-STOP-SW.                                  CVSTBL.2
077800     PERFORM  CHECK-STOP-VERB                                     CVSTBL.2
077900              VARYING WS-SCAN-SUB FROM 1 BY 1                     CVSTBL.2
078000              UNTIL WS-SCAN-SUB > WS-TOK-COUNT.                   CVSTBL.2
078100     IF       WS-PERIOD-SW = "Y" OR WS-STOP-SW = "Y"              CVSTBL.2
078200              OR WS-LOOK-COUNT > 50                               CVSTBL.2
078300              MOVE "Y" TO WS-LOOK-DONE                            CVSTBL.2
078400     ELSE                                                         CVSTBL.2
078500              ADD 1 TO WS-LOOK-COUNT                              CVSTBL.2
078600              PERFORM CHECK-PHRASE-TOKEN                          CVSTBL.2
078700                      VARYING WS-SCAN-SUB FROM 1 BY 1             CVSTBL.2
078800                      UNTIL WS-SCAN-SUB > WS-TOK-COUNT            CVSTBL.2
078900              PERFORM NOTE-LINE-PERIOD                            CVSTBL.2
079000                      VARYING WS-SCAN-SUB FROM 1 BY 1             CVSTBL.2
079100                      UNTIL WS-SCAN-SUB > WS-TOK-COUNT            CVSTBL.2
079200              PERFORM FIND-NEXT-CODE-LINE                         CVSTBL.2
079300              IF WS-CODE-SW = "Y"                                 CVSTBL.2
079400                  PERFORM PREPARE-CURRENT-LINE                    CVSTBL.2
079500              ELSE                                                CVSTBL.2
079600                  MOVE "Y" TO WS-LOOK-DONE                        CVSTBL.2
079700              END-IF                                              CVSTBL.2
079800     END-IF.                                                      CVSTBL.2
079900 FIND-NEXT-CODE-LINE.                                             CVSTBL.2
080000     MOVE     "N" TO WS-CODE-SW.                                  CVSTBL.2
080100     PERFORM  STEP-LOOK-LINE                                      CVSTBL.2
080200              UNTIL WS-CODE-SW = "Y"                              CVSTBL.2
080300              OR WS-LOOK-SUB NOT < WS-SRC-COUNT.                  CVSTBL.2
080400 STEP-LOOK-LINE.                                                  CVSTBL.2
080500     ADD      1 TO WS-LOOK-SUB.                                   CVSTBL.2
080600     MOVE     WS-SRC-LINE (WS-LOOK-SUB) TO WS-CUR-LINE.           CVSTBL.2
080700     IF       WS-CUR-LINE (7:66) NOT = SPACE                      CVSTBL.2
080800              AND WS-CUR-LINE (7:1) NOT = "*"                     CVSTBL.2
080900              AND WS-CUR-LINE (7:1) NOT = "/"                     CVSTBL.2
081000              MOVE "Y" TO WS-CODE-SW.                             CVSTBL.2
081100 CHECK-PHRASE-TOKEN.                                              CVSTBL.2
081200     IF       WS-TOK (WS-SCAN-SUB) (1:7) = "INVALID"              CVSTBL.2
081300              OR WS-TOK (WS-SCAN-SUB) (1:11) = "END-OF-PAGE"      CVSTBL.2
081400              OR WS-TOK (WS-SCAN-SUB) (1:3) = "EOP"               CVSTBL.2
081500              MOVE "Y" TO WS-PHRASE-SW.                           CVSTBL.2
081600     IF       WS-AT-PENDING = "Y"                                 CVSTBL.2
081700              AND WS-TOK (WS-SCAN-SUB) (1:3) = "END"              CVSTBL.2
081800              MOVE "Y" TO WS-PHRASE-SW.                           CVSTBL.2
081900     MOVE     "N" TO WS-AT-PENDING.                               CVSTBL.2
082000     IF       WS-TOK (WS-SCAN-SUB) = "AT"                         CVSTBL.2
082100              AND WS-TOK-DOT (WS-SCAN-SUB) = "N"                  CVSTBL.2
082200              MOVE "Y" TO WS-AT-PENDING.                          CVSTBL.2
082300     IF       WS-TOK-DOT (WS-SCAN-SUB) = "Y"                      CVSTBL.2
082400              AND WS-LOOK-SUB = WS-LINE-SUB                       CVSTBL.2
082500              MOVE "Y" TO WS-PERIOD-SW.                           CVSTBL.2
082600 NOTE-LINE-PERIOD.                                                CVSTBL.2
082700     IF       WS-TOK-DOT (WS-SCAN-SUB) = "Y"                      CVSTBL.2
082800              MOVE "Y" TO WS-PERIOD-SW.                           CVSTBL.2
082900 CHECK-STOP-VERB.                                                 CVSTBL.2
083000     IF       WS-TOK (WS-SCAN-SUB) = "READ" OR "WRITE"            CVSTBL.2
083100              OR "REWRITE" OR "DELETE" OR "START" OR "MOVE"       CVSTBL.2
083200              OR "PERFORM"                                        CVSTBL.2
083300              OR "IF" OR "GO" OR "ADD" OR "OPEN" OR "CLOSE"       CVSTBL.2
083400              OR "DISPLAY" OR "ELSE"                              CVSTBL.2
083500              MOVE "Y" TO WS-STOP-SW.                             CVSTBL.2
083600 RELEASE-PHRASE-ROW.                                              CVSTBL.2
083700     MOVE     3 TO WS-ROW-TABLE.                                  CVSTBL.2
083800     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
083900     STRING   WS-CUR-PGM DELIMITED BY SPACE                       CVSTBL.2
084000              ": " DELIMITED BY SIZE                              CVSTBL.2
084100              WS-PHR-VERB DELIMITED BY SPACE                      CVSTBL.2
084200              " " DELIMITED BY SIZE                               CVSTBL.2
084300              WS-PHR-OBJ (1:20) DELIMITED BY SPACE                CVSTBL.2
084400              INTO WS-ROW-KEY.                                    CVSTBL.2
084500     IF       WS-PHRASE-SW = "Y"                                  CVSTBL.2
084600              MOVE "PH=YES" TO WS-ROW-ATTR                        CVSTBL.2
084700     ELSE                                                         CVSTBL.2
084800              MOVE "PH=NO" TO WS-ROW-ATTR                         CVSTBL.2
084900     END-IF.                                                      CVSTBL.2
085000     PERFORM  RELEASE-SOURCE-ROW.                                 CVSTBL.2
085100*                                                                 CVSTBL.2
085200*    X-CARD REFERENCES, TALLIED PER MODULE.                       CVSTBL.2
085300*                                                                 CVSTBL.2
085400 SCAN-X-CARD-REFERENCES.                                          CVSTBL.2
085500     MOVE     ZERO TO WS-HIT-CT.                                  CVSTBL.2
085600     INSPECT  WS-CUR-LINE (7:66) TALLYING WS-HIT-CT               CVSTBL.2
085700              FOR ALL "XXXXX".                                    CVSTBL.2
085800     IF       WS-HIT-CT > ZERO                                    CVSTBL.2
085900              PERFORM CHECK-X-CARD-POSITION                       CVSTBL.2
086000                      VARYING WS-CH-SUB FROM 7 BY 1               CVSTBL.2
086100                      UNTIL WS-CH-SUB > 65.                       CVSTBL.2
086200 CHECK-X-CARD-POSITION.                                           CVSTBL.2
086300     IF       WS-CUR-LINE (WS-CH-SUB:5) = "XXXXX"                 CVSTBL.2
086400              AND WS-CUR-LINE (WS-CH-SUB + 5:3) IS NUMERIC        CVSTBL.2
086500              MOVE WS-CUR-LINE (WS-CH-SUB + 5:3) TO WS-XCARD-NUM  CVSTBL.2
086600              MOVE "Y" TO WS-XCARD-FLAG (WS-XCARD-NUM + 1).       CVSTBL.2
086700 BUILD-X-CARD-ROW.                                                CVSTBL.2
086800     MOVE     4 TO WS-ROW-TABLE.                                  CVSTBL.2
086900     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
087000     MOVE     WS-CUR-PGM TO WS-ROW-KEY.                           CVSTBL.2
087100     MOVE     1 TO WS-OUT-PTR.                                    CVSTBL.2
087200     PERFORM  APPEND-X-CARD-NUMBER                                CVSTBL.2
087300              VARYING WS-CH-SUB FROM 1 BY 1                       CVSTBL.2
087400              UNTIL WS-CH-SUB > 1000.                             CVSTBL.2
087500     IF       WS-OUT-PTR = 1                                      CVSTBL.2
087600              MOVE "NONE" TO WS-ROW-ATTR.                         CVSTBL.2
087700     MOVE     SPACE TO WS-ROW-ATTR (37:24).                       CVSTBL.2
087800     PERFORM  RELEASE-SOURCE-ROW.                                 CVSTBL.2
087900 APPEND-X-CARD-NUMBER.                                            CVSTBL.2
088000     IF       WS-XCARD-FLAG (WS-CH-SUB) = "Y"                     CVSTBL.2
088100              AND WS-OUT-PTR < 57                                 CVSTBL.2
088200              IF WS-OUT-PTR > 1                                   CVSTBL.2
088300                  STRING "," DELIMITED BY SIZE                    CVSTBL.2
088400                      INTO WS-ROW-ATTR WITH POINTER WS-OUT-PTR    CVSTBL.2
088500              END-IF                                              CVSTBL.2
088600              COMPUTE WS-XCARD-NUM = WS-CH-SUB - 1                CVSTBL.2
088700              STRING WS-XCARD-NUM DELIMITED BY SIZE               CVSTBL.2
088800                  INTO WS-ROW-ATTR WITH POINTER WS-OUT-PTR        CVSTBL.2
088900     END-IF.                                                      CVSTBL.2
089000*                                                                 CVSTBL.2
089100*    ST COVERAGE FLAGS.  COLUMNS: INSP-TALLY INSP-REPL INSP-CONV  CVSTBL.2
089200*    STRING STR-PTR UNSTRING UNSTR-ALL UNSTR-PTR REF-MOD.         CVSTBL.2
089300*                                                                 CVSTBL.2
089400 SCAN-ST-COVERAGE.                                                CVSTBL.2
089500     MOVE     ZERO TO WS-HIT-CT.                                  CVSTBL.2
089600     INSPECT  WS-RAW-TEXT TALLYING WS-HIT-CT                      CVSTBL.2
089700              FOR ALL "WS-" ALL "CCVS-PGM-ID" ALL "ANSI-REFERENCE"CVSTBL.2
089800                  ALL "XCARD" ALL "RANDOM SEED".                  CVSTBL.2
089810     IF       WS-SHOP-SW = "Y"                                    CVSTBL.2
089820              MOVE ZERO TO WS-HIT-CT.                             CVSTBL.2
089900     IF       WS-HIT-CT = ZERO                                    CVSTBL.2
090000              PERFORM COUNT-ST-TOKEN                              CVSTBL.2
090100                      VARYING WS-TOK-SUB FROM 1 BY 1              CVSTBL.2
090200                      UNTIL WS-TOK-SUB > WS-TOK-COUNT             CVSTBL.2
090300              MOVE "N" TO WS-PAREN-OPEN WS-PAREN-COLON            CVSTBL.2
090400              PERFORM COUNT-REF-MOD-CHARACTER                     CVSTBL.2
090500                      VARYING WS-CH-SUB FROM 1 BY 1               CVSTBL.2
090600                      UNTIL WS-CH-SUB > 65.                       CVSTBL.2
090700 COUNT-ST-TOKEN.                                                  CVSTBL.2
090800     IF       WS-TOK (WS-TOK-SUB) = "STRING" OR "UNSTRING"        CVSTBL.2
090900              OR "INSPECT"                                        CVSTBL.2
091000              MOVE WS-TOK (WS-TOK-SUB) TO WS-ST-LAST.             CVSTBL.2
091100     IF       WS-TOK (WS-TOK-SUB) = "TALLYING"                    CVSTBL.2
091200              ADD 1 TO WS-ST-COUNT (1).                           CVSTBL.2
091300     IF       WS-TOK (WS-TOK-SUB) = "REPLACING"                   CVSTBL.2
091400              ADD 1 TO WS-ST-COUNT (2).                           CVSTBL.2
091500     IF       WS-TOK (WS-TOK-SUB) = "CONVERTING"                  CVSTBL.2
091600              ADD 1 TO WS-ST-COUNT (3).                           CVSTBL.2
091700     IF       WS-TOK (WS-TOK-SUB) = "STRING"                      CVSTBL.2
091800              ADD 1 TO WS-ST-COUNT (4).                           CVSTBL.2
091900     IF       WS-TOK (WS-TOK-SUB) = "POINTER"                     CVSTBL.2
092000              IF WS-ST-LAST = "STRING"                            CVSTBL.2
092100                  ADD 1 TO WS-ST-COUNT (5)                        CVSTBL.2
092200              ELSE                                                CVSTBL.2
092300                  ADD 1 TO WS-ST-COUNT (8)                        CVSTBL.2
092400              END-IF                                              CVSTBL.2
092500     END-IF.                                                      CVSTBL.2
092600     IF       WS-TOK (WS-TOK-SUB) = "UNSTRING"                    CVSTBL.2
092700              ADD 1 TO WS-ST-COUNT (6).                           CVSTBL.2
092800     IF       WS-TOK (WS-TOK-SUB) = "ALL" AND WS-TOK-SUB > 2      CVSTBL.2
092900              AND WS-ST-LAST = "UNSTRING"                         CVSTBL.2
093000              IF WS-TOK (WS-TOK-SUB - 1) = "BY"                   CVSTBL.2
093100                 AND WS-TOK (WS-TOK-SUB - 2) = "DELIMITED"        CVSTBL.2
093200                  ADD 1 TO WS-ST-COUNT (7)                        CVSTBL.2
093300              END-IF                                              CVSTBL.2
093400     END-IF.                                                      CVSTBL.2
093500 COUNT-REF-MOD-CHARACTER.                                         CVSTBL.2
093600     IF       WS-BLANK-TEXT (WS-CH-SUB:1) = "("                   CVSTBL.2
093700              MOVE "Y" TO WS-PAREN-OPEN                           CVSTBL.2
093800              MOVE "N" TO WS-PAREN-COLON.                         CVSTBL.2
093900     IF       WS-BLANK-TEXT (WS-CH-SUB:1) = ":"                   CVSTBL.2
094000              AND WS-PAREN-OPEN = "Y"                             CVSTBL.2
094100              MOVE "Y" TO WS-PAREN-COLON.                         CVSTBL.2
094200     IF       WS-BLANK-TEXT (WS-CH-SUB:1) = ")"                   CVSTBL.2
094300              IF WS-PAREN-COLON = "Y"                             CVSTBL.2
094400                  ADD 1 TO WS-ST-COUNT (9)                        CVSTBL.2
094500              END-IF                                              CVSTBL.2
094600              MOVE "N" TO WS-PAREN-OPEN WS-PAREN-COLON            CVSTBL.2
094700     END-IF.                                                      CVSTBL.2
094800 BUILD-ST-FLAG-ROW.                                               CVSTBL.2
094900     MOVE     5 TO WS-ROW-TABLE.                                  CVSTBL.2
095000     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
095100     MOVE     WS-CUR-PGM TO WS-ROW-KEY.                           CVSTBL.2
095200     PERFORM  SET-ONE-ST-FLAG                                     CVSTBL.2
095300              VARYING WS-ST-SUB FROM 1 BY 1                       CVSTBL.2
095400              UNTIL WS-ST-SUB > 9.                                CVSTBL.2
095500     PERFORM  RELEASE-SOURCE-ROW.                                 CVSTBL.2
095600 SET-ONE-ST-FLAG.                                                 CVSTBL.2
095700     COMPUTE  WS-OUT-PTR = WS-ST-SUB * 4 - 3.                     CVSTBL.2
095800     IF       WS-ST-COUNT (WS-ST-SUB) > ZERO                      CVSTBL.2
095900              MOVE " YES" TO WS-ROW-ATTR (WS-OUT-PTR:4)           CVSTBL.2
096000     ELSE                                                         CVSTBL.2
096100              MOVE "  NO" TO WS-ROW-ATTR (WS-OUT-PTR:4)           CVSTBL.2
096200     END-IF.                                                      CVSTBL.2
096300*                                                                 CVSTBL.2
096400*    ALTER STATEMENTS, EACH WITH THE SECTION IT IS CODED IN.      CVSTBL.2
096500*                                                                 CVSTBL.2
096600 SCAN-ALTER-STATEMENTS.                                           CVSTBL.2
096700     IF       WS-RAW-TEXT (1:1) NOT = SPACE                       CVSTBL.2
096800              AND WS-TOK (2) = "SECTION"                          CVSTBL.2
096900              MOVE WS-TOK (1) TO WS-CUR-SECTION.                  CVSTBL.2
097000     PERFORM  CHECK-ALTER-TOKEN                                   CVSTBL.2
097100              VARYING WS-TOK-SUB FROM 1 BY 1                      CVSTBL.2
097200              UNTIL WS-TOK-SUB > WS-TOK-COUNT.                    CVSTBL.2
097300 CHECK-ALTER-TOKEN.                                               CVSTBL.2
097400     IF       WS-TOK (WS-TOK-SUB) = "ALTER"                       CVSTBL.2
097500              AND WS-TOK (WS-TOK-SUB + 2) = "TO"                  CVSTBL.2
097600              COMPUTE WS-NEXT-SUB = WS-TOK-SUB + 3                CVSTBL.2
097700              IF WS-TOK (WS-NEXT-SUB) = "PROCEED"                 CVSTBL.2
097800                 AND WS-TOK (WS-NEXT-SUB + 1) = "TO"              CVSTBL.2
097900                  ADD 2 TO WS-NEXT-SUB                            CVSTBL.2
098000              END-IF                                              CVSTBL.2
098100              IF WS-TOK (WS-NEXT-SUB) NOT = SPACE                 CVSTBL.2
098200                  PERFORM RELEASE-ALTER-ROW                       CVSTBL.2
098300              END-IF                                              CVSTBL.2
098400     END-IF.                                                      CVSTBL.2
098500 RELEASE-ALTER-ROW.                                               CVSTBL.2
098600     MOVE     6 TO WS-ROW-TABLE.                                  CVSTBL.2
098700     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
098800     MOVE     WS-CUR-PGM TO WS-FIELD-1.                           CVSTBL.2
098900     MOVE     WS-TOK (WS-TOK-SUB + 1) (1:10) TO WS-FIELD-3.       CVSTBL.2
099000     MOVE     WS-TOK (WS-NEXT-SUB) (1:10) TO WS-FIELD-5.          CVSTBL.2
099100     PERFORM  BUILD-ALTER-KEY.                                    CVSTBL.2
099200     MOVE     WS-CUR-SECTION (1:8) TO WS-ROW-ATTR.                CVSTBL.2
099300     PERFORM  RELEASE-SOURCE-ROW.                                 CVSTBL.2
099400*                                                                 CVSTBL.2
099500*    PERFORM ... THRU RANGES (DISTINCT PER MODULE, FOLLOWED       CVSTBL.2
099600*    ACROSS LINES) AND GO TO PHRASES.                             CVSTBL.2
099700*                                                                 CVSTBL.2
099800 STEP-RANGE-STATE.                                                CVSTBL.2
099900     MOVE     WS-FLO-STATE TO WS-PRIOR-STATE.                     CVSTBL.2
100000     MOVE     ZERO TO WS-FLO-STATE.                               CVSTBL.2
100100     IF       WS-PRIOR-STATE = 1                                  CVSTBL.2
100200              AND WS-TOK-DOT (WS-TOK-SUB) = "N"                   CVSTBL.2
100300              MOVE WS-TOK (WS-TOK-SUB) TO WS-RANGE-FIRST          CVSTBL.2
100400              MOVE 2 TO WS-FLO-STATE.                             CVSTBL.2
100500     IF       WS-PRIOR-STATE = 2                                  CVSTBL.2
100600              AND WS-TOK-DOT (WS-TOK-SUB) = "N"                   CVSTBL.2
100700              AND (WS-TOK (WS-TOK-SUB) = "THRU"                   CVSTBL.2
100800                   OR WS-TOK (WS-TOK-SUB) = "THROUGH")            CVSTBL.2
100900              MOVE 3 TO WS-FLO-STATE.                             CVSTBL.2
101000     IF       WS-PRIOR-STATE = 3                                  CVSTBL.2
101100              MOVE WS-TOK (WS-TOK-SUB) TO WS-RANGE-LAST           CVSTBL.2
101200              PERFORM RECORD-RANGE-PAIR.                          CVSTBL.2
101300     IF       WS-TOK (WS-TOK-SUB) = "PERFORM"                     CVSTBL.2
101400              MOVE 1 TO WS-FLO-STATE.                             CVSTBL.2
101500 RECORD-RANGE-PAIR.                                               CVSTBL.2
101600     MOVE     "N" TO WS-HIT-SWITCH.                               CVSTBL.2
101700     PERFORM  MATCH-RANGE-PAIR                                    CVSTBL.2
101800              VARYING WS-RANGE-SUB FROM 1 BY 1                    CVSTBL.2
101900              UNTIL WS-RANGE-SUB > WS-RANGE-COUNT                 CVSTBL.2
102000              OR WS-HIT-SWITCH = "Y".                             CVSTBL.2
102100     IF       WS-HIT-SWITCH = "N" AND WS-RANGE-COUNT < 400        CVSTBL.2
102200              ADD 1 TO WS-RANGE-COUNT                             CVSTBL.2
102300              MOVE WS-RANGE-PAIR                                  CVSTBL.2
102400                  TO WS-RANGE-ENTRY (WS-RANGE-COUNT).             CVSTBL.2
102500 MATCH-RANGE-PAIR.                                                CVSTBL.2
102600     IF       WS-RANGE-ENTRY (WS-RANGE-SUB) = WS-RANGE-PAIR       CVSTBL.2
102700              MOVE "Y" TO WS-HIT-SWITCH.                          CVSTBL.2
102800 COUNT-GO-TO-PHRASES.                                             CVSTBL.2
102900*    COUNTED ON THE RAW TEXT, AS THE CENSUS ALWAYS HAS BEEN.      CVSTBL.2
103000     MOVE     ZERO TO WS-HIT-CT.                                  CVSTBL.2
103100     INSPECT  WS-RAW-TEXT TALLYING WS-HIT-CT FOR ALL "GO ".       CVSTBL.2
103200     IF       WS-HIT-CT > ZERO                                    CVSTBL.2
103300              PERFORM CHECK-GO-TO-POSITION                        CVSTBL.2
103400                      VARYING WS-CH-SUB FROM 1 BY 1               CVSTBL.2
103500                      UNTIL WS-CH-SUB > 61.                       CVSTBL.2
103600 CHECK-GO-TO-POSITION.                                            CVSTBL.2
103700     IF       WS-RAW-TEXT (WS-CH-SUB:3) = "GO "                   CVSTBL.2
103800              PERFORM CHECK-GO-TO-WORDS.                          CVSTBL.2
103900 CHECK-GO-TO-WORDS.                                               CVSTBL.2
104000     MOVE     "Y" TO WS-WORD-SW.                                  CVSTBL.2
104100     IF       WS-CH-SUB > 1                                       CVSTBL.2
104200              MOVE WS-RAW-TEXT (WS-CH-SUB - 1:1) TO WS-CH         CVSTBL.2
104300              IF WS-CH-WORD                                       CVSTBL.2
104400                  MOVE "N" TO WS-WORD-SW                          CVSTBL.2
104500              END-IF                                              CVSTBL.2
104600     END-IF.                                                      CVSTBL.2
104700     COMPUTE  WS-SCAN-POS = WS-CH-SUB + 3.                        CVSTBL.2
104800     PERFORM  SKIP-GO-TO-BLANK                                    CVSTBL.2
104900              UNTIL WS-SCAN-POS > 64                              CVSTBL.2
105000              OR WS-RAW-TEXT (WS-SCAN-POS:1) NOT = SPACE.         CVSTBL.2
105100     IF       WS-WORD-SW = "Y" AND WS-SCAN-POS < 65               CVSTBL.2
105200              AND WS-RAW-TEXT (WS-SCAN-POS:2) = "TO"              CVSTBL.2
105300              MOVE SPACE TO WS-CH                                 CVSTBL.2
105400              IF WS-SCAN-POS < 64                                 CVSTBL.2
105500                  MOVE WS-RAW-TEXT (WS-SCAN-POS + 2:1) TO WS-CH   CVSTBL.2
105600              END-IF                                              CVSTBL.2
105700              IF NOT WS-CH-WORD                                   CVSTBL.2
105800                  ADD 1 TO WS-GOTO-COUNT                          CVSTBL.2
105900              END-IF                                              CVSTBL.2
106000     END-IF.                                                      CVSTBL.2
106100 SKIP-GO-TO-BLANK.                                                CVSTBL.2
106200     ADD      1 TO WS-SCAN-POS.                                   CVSTBL.2
106300 BUILD-CENSUS-ROW.                                                CVSTBL.2
106400     MOVE     7 TO WS-ROW-TABLE.                                  CVSTBL.2
106500     MOVE     SPACE TO WS-ROW-KEY WS-ROW-ATTR.                    CVSTBL.2
106600     MOVE     WS-CUR-PGM TO WS-ROW-KEY.                           CVSTBL.2
106700     MOVE     WS-RANGE-COUNT TO WS-FLO-RANGES.                    CVSTBL.2
106800     MOVE     WS-GOTO-COUNT TO WS-FLO-GOTOS.                      CVSTBL.2
106900     STRING   WS-FLO-RANGES " " WS-FLO-GOTOS                      CVSTBL.2
107000              DELIMITED BY SIZE INTO WS-ROW-ATTR.                 CVSTBL.2
107100     PERFORM  RELEASE-SOURCE-ROW.                                 CVSTBL.2
107200 RELEASE-MODULE-ROWS.                                             CVSTBL.2
107300     IF       WS-HARNESS-SW = "N"                                 CVSTBL.2
107400              PERFORM BUILD-X-CARD-ROW.                           CVSTBL.2
107500     IF       WS-ST-SW = "Y"                                      CVSTBL.2
107600              PERFORM BUILD-ST-FLAG-ROW.                          CVSTBL.2
107709     IF       WS-SHOP-SW = "Y"                                    CVSTBL.2
107719              PERFORM WRITE-SHOP-FLOW-ROWS.                       CVSTBL.2
107729     IF       WS-RANGE-COUNT > ZERO OR WS-GOTO-COUNT > ZERO       CVSTBL.2
107739              OR WS-SHOP-SW = "Y"                                 CVSTBL.2
107749              PERFORM BUILD-CENSUS-ROW.                           CVSTBL.2
107900*                                                                 CVSTBL.2
108000*    SORT OUTPUT: EACH KEY GROUP HOLDS THE EMBEDDED ROWS FIRST,   CVSTBL.2
108100*    THEN THE SOURCE ROWS, EACH SIDE IN ITS ORIGINAL ORDER.  THE  CVSTBL.2
108200*    N-TH SOURCE ROW IS PAIRED WITH THE N-TH EMBEDDED ROW.  A     CVSTBL.2
108300*    STATUS COMPARISON NAMES ONLY THE FIRST MODULE SHOWING IT,    CVSTBL.2
108400*    SO THERE ONLY THE FIRST SOURCE ROW COUNTS.                   CVSTBL.2
108500*                                                                 CVSTBL.2
108600 COMPARE-SORTED-ROWS.                                             CVSTBL.2
108700     MOVE     ZERO TO WS-GRP-TABLE WS-GRP-E-COUNT WS-GRP-S-COUNT. CVSTBL.2
108800     MOVE     SPACE TO WS-GRP-KEY.                                CVSTBL.2
108900     MOVE     "N" TO WS-SORT-EOF.                                 CVSTBL.2
109000     PERFORM  RETURN-SORTED-ROW.                                  CVSTBL.2
109100     PERFORM  TAKE-SORTED-ROW                                     CVSTBL.2
109200              UNTIL WS-SORT-EOF = "Y".                            CVSTBL.2
109300     PERFORM  FLUSH-KEY-GROUP.                                    CVSTBL.2
109400 RETURN-SORTED-ROW.                                               CVSTBL.2
109500     RETURN   TBL-SORT-WORK                                       CVSTBL.2
109600              AT END MOVE "Y" TO WS-SORT-EOF.                     CVSTBL.2
109700 TAKE-SORTED-ROW.                                                 CVSTBL.2
109800     IF       TS-TABLE NOT = WS-GRP-TABLE                         CVSTBL.2
109900              OR TS-KEY NOT = WS-GRP-KEY                          CVSTBL.2
110000              PERFORM FLUSH-KEY-GROUP                             CVSTBL.2
110100              MOVE TS-TABLE TO WS-GRP-TABLE                       CVSTBL.2
110200              MOVE TS-KEY TO WS-GRP-KEY.                          CVSTBL.2
110300     IF       TS-SIDE = "E"                                       CVSTBL.2
110400              ADD 1 TO WS-GRP-E-COUNT                             CVSTBL.2
110500              IF WS-GRP-E-COUNT NOT > 200                         CVSTBL.2
110600                  MOVE TS-ATTR TO WS-GRP-E-ATTR (WS-GRP-E-COUNT)  CVSTBL.2
110700              END-IF                                              CVSTBL.2
110800     ELSE                                                         CVSTBL.2
110900              PERFORM MATCH-SOURCE-ROW                            CVSTBL.2
111000     END-IF.                                                      CVSTBL.2
111100     PERFORM  RETURN-SORTED-ROW.                                  CVSTBL.2
111200 MATCH-SOURCE-ROW.                                                CVSTBL.2
111300     ADD      1 TO WS-GRP-S-COUNT.                                CVSTBL.2
111400     IF       WS-GRP-TABLE = 2 AND WS-GRP-S-COUNT > 1             CVSTBL.2
111500              MOVE 1 TO WS-GRP-S-COUNT                            CVSTBL.2
111600     ELSE                                                         CVSTBL.2
111700              IF WS-GRP-S-COUNT > WS-GRP-E-COUNT                  CVSTBL.2
111800                  MOVE "ADDED" TO WS-DIFF-KIND                    CVSTBL.2
111900                  MOVE SPACE TO WS-WAS-ATTR                       CVSTBL.2
112000                  MOVE TS-ATTR TO WS-NOW-ATTR                     CVSTBL.2
112100                  ADD 1 TO WS-TBL-ADDED (WS-GRP-TABLE)            CVSTBL.2
112200                  PERFORM WRITE-DIFFERENCE-LINE                   CVSTBL.2
112300              ELSE                                                CVSTBL.2
112400                  PERFORM COMPARE-PAIRED-ROW                      CVSTBL.2
112500              END-IF                                              CVSTBL.2
112600     END-IF.                                                      CVSTBL.2
112700 COMPARE-PAIRED-ROW.                                              CVSTBL.2
112800     IF       WS-GRP-S-COUNT NOT > 200                            CVSTBL.2
112900              AND WS-GRP-E-ATTR (WS-GRP-S-COUNT) NOT = TS-ATTR    CVSTBL.2
113000              MOVE "MOVED" TO WS-DIFF-KIND                        CVSTBL.2
113100              MOVE WS-GRP-E-ATTR (WS-GRP-S-COUNT) TO WS-WAS-ATTR  CVSTBL.2
113200              MOVE TS-ATTR TO WS-NOW-ATTR                         CVSTBL.2
113300              ADD 1 TO WS-TBL-MOVED (WS-GRP-TABLE)                CVSTBL.2
113400              PERFORM WRITE-DIFFERENCE-LINE.                      CVSTBL.2
113500 FLUSH-KEY-GROUP.                                                 CVSTBL.2
113600     IF       WS-GRP-TABLE > ZERO                                 CVSTBL.2
113700              COMPUTE WS-GRP-SUB = WS-GRP-S-COUNT + 1             CVSTBL.2
113800              PERFORM REPORT-REMOVED-ROW                          CVSTBL.2
113900                      VARYING WS-GRP-SUB FROM WS-GRP-SUB BY 1     CVSTBL.2
114000                      UNTIL WS-GRP-SUB > WS-GRP-E-COUNT.          CVSTBL.2
114100     MOVE     ZERO TO WS-GRP-E-COUNT WS-GRP-S-COUNT.              CVSTBL.2
114200 REPORT-REMOVED-ROW.                                              CVSTBL.2
114300     MOVE     "REMOVED" TO WS-DIFF-KIND.                          CVSTBL.2
114400     MOVE     SPACE TO WS-WAS-ATTR WS-NOW-ATTR.                   CVSTBL.2
114500     IF       WS-GRP-SUB NOT > 200                                CVSTBL.2
114600              MOVE WS-GRP-E-ATTR (WS-GRP-SUB) TO WS-WAS-ATTR.     CVSTBL.2
114700     ADD      1 TO WS-TBL-REMOVED (WS-GRP-TABLE).                 CVSTBL.2
114800     PERFORM  WRITE-DIFFERENCE-LINE.                              CVSTBL.2
114900 WRITE-DIFFERENCE-LINE.                                           CVSTBL.2
115000     ADD      1 TO WS-DIFF-TOTAL.                                 CVSTBL.2
115100     MOVE     SPACE TO STALE-LOG-REC.                             CVSTBL.2
115200     MOVE     1 TO WS-OUT-PTR.                                    CVSTBL.2
115300     STRING   WS-TBL-TITLE (WS-GRP-TABLE) DELIMITED BY SIZE       CVSTBL.2
115400              " " WS-DIFF-KIND " " DELIMITED BY SIZE              CVSTBL.2
115500              WS-GRP-KEY DELIMITED BY "  "                        CVSTBL.2
115600              INTO STALE-LOG-REC WITH POINTER WS-OUT-PTR.         CVSTBL.2
115700     IF       WS-DIFF-KIND NOT = "ADDED"                          CVSTBL.2
115800              STRING "  WAS=" DELIMITED BY SIZE                   CVSTBL.2
115900                  WS-WAS-ATTR DELIMITED BY "  "                   CVSTBL.2
116000                  INTO STALE-LOG-REC WITH POINTER WS-OUT-PTR.     CVSTBL.2
116100     IF       WS-DIFF-KIND NOT = "REMOVED"                        CVSTBL.2
116200              STRING "  NOW=" DELIMITED BY SIZE                   CVSTBL.2
116300                  WS-NOW-ATTR DELIMITED BY "  "                   CVSTBL.2
116400                  INTO STALE-LOG-REC WITH POINTER WS-OUT-PTR.     CVSTBL.2
116500     WRITE    STALE-LOG-REC.                                      CVSTBL.2
116600*                                                                 CVSTBL.2
116700*    PER-TABLE SUMMARY AND THE ONE-LINE VERDICT.                  CVSTBL.2
116800*                                                                 CVSTBL.2
116900 WRITE-TABLE-SUMMARY.                                             CVSTBL.2
117000     MOVE     WS-HYPHENS TO STALE-LOG-REC.                        CVSTBL.2
117100     WRITE    STALE-LOG-REC.                                      CVSTBL.2
117200     MOVE     SPACE TO STALE-LOG-REC.                             CVSTBL.2
117300     MOVE     "TABLE                PROGRAM  TABLE ROWS"          CVSTBL.2
117400              TO STALE-LOG-REC (1:40).                            CVSTBL.2
117500     MOVE     "  SOURCE ROWS  ADDED  REMOVED  MOVED  STATE"       CVSTBL.2
117600              TO STALE-LOG-REC (41:43).                           CVSTBL.2
117700     WRITE    STALE-LOG-REC.                                      CVSTBL.2
117800     PERFORM  WRITE-ONE-TABLE-SUMMARY                             CVSTBL.2
117900              VARYING WS-TBL-SUB FROM 1 BY 1                      CVSTBL.2
118000              UNTIL WS-TBL-SUB > 7.                               CVSTBL.2
118100     MOVE     "SOURCES SCANNED: " TO STALE-LOG-REC.               CVSTBL.2
118200     MOVE     WS-FILE-COUNT TO WS-EDIT-COUNT.                     CVSTBL.2
118300     MOVE     WS-EDIT-COUNT TO STALE-LOG-REC (18:6).              CVSTBL.2
118400     WRITE    STALE-LOG-REC.                                      CVSTBL.2
118500 WRITE-ONE-TABLE-SUMMARY.                                         CVSTBL.2
118600     MOVE     SPACE TO STALE-LOG-REC.                             CVSTBL.2
118700     MOVE     WS-TBL-TITLE (WS-TBL-SUB) TO STALE-LOG-REC (1:20).  CVSTBL.2
118800     MOVE     WS-TBL-PGM (WS-TBL-SUB) TO STALE-LOG-REC (22:8).    CVSTBL.2
118900     MOVE     WS-TBL-ROWS (WS-TBL-SUB) TO WS-EDIT-COUNT.          CVSTBL.2
119000     MOVE     WS-EDIT-COUNT TO STALE-LOG-REC (33:6).              CVSTBL.2
119100     MOVE     WS-TBL-SRC-ROWS (WS-TBL-SUB) TO WS-EDIT-COUNT.      CVSTBL.2
119200     MOVE     WS-EDIT-COUNT TO STALE-LOG-REC (46:6).              CVSTBL.2
119300     MOVE     WS-TBL-ADDED (WS-TBL-SUB) TO WS-EDIT-COUNT.         CVSTBL.2
119400     MOVE     WS-EDIT-COUNT TO STALE-LOG-REC (53:6).              CVSTBL.2
119500     MOVE     WS-TBL-REMOVED (WS-TBL-SUB) TO WS-EDIT-COUNT.       CVSTBL.2
119600     MOVE     WS-EDIT-COUNT TO STALE-LOG-REC (62:6).              CVSTBL.2
119700     MOVE     WS-TBL-MOVED (WS-TBL-SUB) TO WS-EDIT-COUNT.         CVSTBL.2
119800     MOVE     WS-EDIT-COUNT TO STALE-LOG-REC (68:6).              CVSTBL.2
119900     IF       WS-TBL-REPORTED (WS-TBL-SUB) NOT = "Y"              CVSTBL.2
120000              ADD 1 TO WS-MISSING-TABLES                          CVSTBL.2
120100              MOVE "NO REPORT" TO STALE-LOG-REC (76:9)            CVSTBL.2
120200     ELSE                                                         CVSTBL.2
120300              IF WS-TBL-ADDED (WS-TBL-SUB) = ZERO                 CVSTBL.2
120400                 AND WS-TBL-REMOVED (WS-TBL-SUB) = ZERO           CVSTBL.2
120500                 AND WS-TBL-MOVED (WS-TBL-SUB) = ZERO             CVSTBL.2
120600                  MOVE "CURRENT" TO STALE-LOG-REC (76:7)          CVSTBL.2
120700              ELSE                                                CVSTBL.2
120800                  ADD 1 TO WS-STALE-TABLES                        CVSTBL.2
120900                  MOVE "STALE" TO STALE-LOG-REC (76:5)            CVSTBL.2
121000              END-IF                                              CVSTBL.2
121100     END-IF.                                                      CVSTBL.2
121200     WRITE    STALE-LOG-REC.                                      CVSTBL.2
121300 WRITE-STALENESS-VERDICT.                                         CVSTBL.2
121400     MOVE     SPACE TO WS-VERDICT-LINE.                           CVSTBL.2
121500     MOVE     WS-DIFF-TOTAL TO WS-EDIT-COUNT.                     CVSTBL.2
121600     IF       WS-MISSING-TABLES > ZERO OR WS-FILE-COUNT = ZERO    CVSTBL.2
121700              STRING "SOURCE TABLES: UNVERIFIED -- "              CVSTBL.2
121800                  WS-MISSING-TABLES " OF 7 TABLE REPORTS MISSING" CVSTBL.2
121900                  " (SEE table_staleness.log)"                    CVSTBL.2
122000                  DELIMITED BY SIZE INTO WS-VERDICT-LINE          CVSTBL.2
122100     ELSE                                                         CVSTBL.2
122200              IF WS-DIFF-TOTAL = ZERO                             CVSTBL.2
122300                  STRING "SOURCE TABLES: CURRENT -- "             CVSTBL.2
122400                      "ALL 7 TABLES MATCH SOURCE"                 CVSTBL.2
122500                      DELIMITED BY SIZE INTO WS-VERDICT-LINE      CVSTBL.2
122600              ELSE                                                CVSTBL.2
122700                  STRING "SOURCE TABLES: STALE -- " WS-DIFF-TOTAL CVSTBL.2
122800                      " DIFFERENCES IN " WS-STALE-TABLES          CVSTBL.2
122900                      " OF 7 TABLES (SEE table_staleness.log)"    CVSTBL.2
123000                      DELIMITED BY SIZE INTO WS-VERDICT-LINE      CVSTBL.2
123100              END-IF                                              CVSTBL.2
123200     END-IF.                                                      CVSTBL.2
123300     OPEN     OUTPUT STALE-VERDICT-FILE.                          CVSTBL.2
123400     MOVE     WS-VERDICT-LINE TO STALE-VERDICT-REC.               CVSTBL.2
123500     WRITE    STALE-VERDICT-REC.                                  CVSTBL.2
123600     CLOSE    STALE-VERDICT-FILE.                                 CVSTBL.2
123610*                                                                 CVSTBL.2
123620*    SHOP-SOURCE PASS.  THE SHOP DIRECTORIES ARE LISTED INTO      CVSTBL.2
123630*    shop_scan.lst AND EVERY SOURCE IS SCANNED BY THE SAME        CVSTBL.2
123640*    PARAGRAPHS AS ABOVE; WITH WS-SHOP-SW ON, RELEASE-SOURCE-ROW  CVSTBL.2
123650*    WRITES THE ROW TO ITS SHOP REPORT INSTEAD OF THE SORT.       CVSTBL.2
123660*                                                                 CVSTBL.2
123670 SCAN-SHOP-SOURCES.                                               CVSTBL.2
123680     PERFORM  LIST-SHOP-SOURCES.                                  CVSTBL.2
123690     MOVE     "shop_scan.lst" TO WS-LIST-FNAME.                   CVSTBL.2
123700     MOVE     "Y" TO WS-SHOP-SW.                                  CVSTBL.2
123710     MOVE     ZERO TO WS-FILE-COUNT WS-SHOP-CEN-COUNT.            CVSTBL.2
123720     PERFORM  OPEN-SHOP-REPORTS.                                  CVSTBL.2
123730     OPEN     INPUT SOURCE-LIST-FILE.                             CVSTBL.2
123740     IF       WS-SL-FSTATUS = "00"                                CVSTBL.2
123750              MOVE "N" TO WS-LIST-EOF                             CVSTBL.2
123760              PERFORM READ-SOURCE-LIST                            CVSTBL.2
123770              PERFORM SCAN-ONE-SOURCE                             CVSTBL.2
123780                      UNTIL WS-LIST-EOF = "Y"                     CVSTBL.2
123790              CLOSE SOURCE-LIST-FILE                              CVSTBL.2
123800     END-IF.                                                      CVSTBL.2
123810     PERFORM  CLOSE-SHOP-REPORTS.                                 CVSTBL.2
123820     MOVE     WS-FILE-COUNT TO WS-EDIT-COUNT.                     CVSTBL.2
123830     DISPLAY  "CCVSTBL: SHOP SOURCES SCANNED: " WS-EDIT-COUNT     CVSTBL.2
123840              " (SEE shop_flo/phr/alt/stc.rpt)".                  CVSTBL.2
123850 LIST-SHOP-SOURCES.                                               CVSTBL.2
123860     MOVE     SPACE TO WS-SYS-CMD.                                CVSTBL.2
123870     MOVE     ": >shop_scan.lst" TO WS-SYS-CMD.                   CVSTBL.2
123880     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSTBL.2
123890     OPEN     INPUT SHOP-DIR-FILE.                                CVSTBL.2
123900     IF       WS-SD-FSTATUS = "00"                                CVSTBL.2
123910              MOVE "N" TO WS-EOF-SWITCH                           CVSTBL.2
123920              PERFORM READ-SHOP-DIR                               CVSTBL.2
123930              PERFORM LIST-ONE-SHOP-DIR                           CVSTBL.2
123940                      UNTIL WS-EOF-SWITCH = "Y"                   CVSTBL.2
123950              CLOSE SHOP-DIR-FILE                                 CVSTBL.2
123960     ELSE                                                         CVSTBL.2
123970              MOVE "../../TestFiles" TO WS-SHOP-DIR               CVSTBL.2
123980              PERFORM LIST-SHOP-DIRECTORY                         CVSTBL.2
123990     END-IF.                                                      CVSTBL.2
124000 READ-SHOP-DIR.                                                   CVSTBL.2
124010     READ     SHOP-DIR-FILE                                       CVSTBL.2
124020              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSTBL.2
124030 LIST-ONE-SHOP-DIR.                                               CVSTBL.2
124040     IF       SHOP-DIR-REC NOT = SPACE                            CVSTBL.2
124050              AND SHOP-DIR-REC (1:1) NOT = "*"                    CVSTBL.2
124060              MOVE SHOP-DIR-REC TO WS-SHOP-DIR                    CVSTBL.2
124070              PERFORM LIST-SHOP-DIRECTORY.                        CVSTBL.2
124080     PERFORM  READ-SHOP-DIR.                                      CVSTBL.2
124090 LIST-SHOP-DIRECTORY.                                             CVSTBL.2
124100     MOVE     SPACE TO WS-SYS-CMD.                                CVSTBL.2
124110     STRING   "find " DELIMITED BY SIZE                           CVSTBL.2
124120              WS-SHOP-DIR DELIMITED BY SPACE                      CVSTBL.2
124130              " -type f \( -iname '*.cob' -o -iname '*.cbl' \)"   CVSTBL.2
124140              " 2>/dev/null | LC_ALL=C sort >>shop_scan.lst"      CVSTBL.2
124150              DELIMITED BY SIZE INTO WS-SYS-CMD.                  CVSTBL.2
124160     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSTBL.2
124170 OPEN-SHOP-REPORTS.                                               CVSTBL.2
124180     OPEN     OUTPUT SHOP-PHR-FILE SHOP-STC-FILE SHOP-ALT-FILE    CVSTBL.2
124190                     SHOP-FLO-FILE.                               CVSTBL.2
124200     MOVE     ZERO TO WS-SHOP-NO-PHRASE WS-SHOP-PHR-ROWS          CVSTBL.2
124210                      WS-SHOP-HAZARDS.                            CVSTBL.2
124220     MOVE     "CCVS85 AT END/INVALID KEY PHRASE INVENTORY"        CVSTBL.2
124230              TO SHOP-PHR-REC.                                    CVSTBL.2
124240     MOVE     "-- SHOP SOURCES" TO SHOP-PHR-REC (44:15).          CVSTBL.2
124250     WRITE    SHOP-PHR-REC.                                       CVSTBL.2
124260     MOVE     WS-HYPHENS TO SHOP-PHR-REC.                         CVSTBL.2
124270     WRITE    SHOP-PHR-REC.                                       CVSTBL.2
124280     MOVE     "CCVS85 STRING/UNSTRING/INSPECT COVERAGE"           CVSTBL.2
124290              TO SHOP-STC-REC.                                    CVSTBL.2
124300     MOVE     "-- SHOP SOURCES" TO SHOP-STC-REC (41:15).          CVSTBL.2
124310     WRITE    SHOP-STC-REC.                                       CVSTBL.2
124320     MOVE     WS-HYPHENS TO SHOP-STC-REC.                         CVSTBL.2
124330     WRITE    SHOP-STC-REC.                                       CVSTBL.2
124340     MOVE     "COLUMNS: INSP-TALLY INSP-REPL INSP-CONV"           CVSTBL.2
124350              TO SHOP-STC-REC.                                    CVSTBL.2
124360     WRITE    SHOP-STC-REC.                                       CVSTBL.2
124370     MOVE     "  STRING STR-PTR UNSTRING UNSTR-ALL"               CVSTBL.2
124380              TO SHOP-STC-REC.                                    CVSTBL.2
124390     WRITE    SHOP-STC-REC.                                       CVSTBL.2
124400     MOVE     "  UNSTR-PTR REF-MOD" TO SHOP-STC-REC.              CVSTBL.2
124410     WRITE    SHOP-STC-REC.                                       CVSTBL.2
124420     MOVE     WS-HYPHENS TO SHOP-STC-REC.                         CVSTBL.2
124430     WRITE    SHOP-STC-REC.                                       CVSTBL.2
124440     MOVE     "CCVS85 ALTER-STATEMENT SCAN -- SHOP SOURCES"       CVSTBL.2
124450              TO SHOP-ALT-REC.                                    CVSTBL.2
124460     WRITE    SHOP-ALT-REC.                                       CVSTBL.2
124470     MOVE     WS-HYPHENS TO SHOP-ALT-REC.                         CVSTBL.2
124480     WRITE    SHOP-ALT-REC.                                       CVSTBL.2
124490     MOVE     "CCVS85 PERFORM THRU / GO TO AUDIT -- SHOP SOURCES" CVSTBL.2
124500              TO SHOP-FLO-REC.                                    CVSTBL.2
124510     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
124520     MOVE     WS-HYPHENS TO SHOP-FLO-REC.                         CVSTBL.2
124530     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
124540 CLOSE-SHOP-REPORTS.                                              CVSTBL.2
124550     MOVE     WS-HYPHENS TO SHOP-PHR-REC.                         CVSTBL.2
124560     WRITE    SHOP-PHR-REC.                                       CVSTBL.2
124570     MOVE     SPACE TO SHOP-PHR-REC.                              CVSTBL.2
124580     STRING   "NO PHRASE: " WS-SHOP-NO-PHRASE                     CVSTBL.2
124590              "  STATEMENTS: " WS-SHOP-PHR-ROWS                   CVSTBL.2
124600              DELIMITED BY SIZE INTO SHOP-PHR-REC.                CVSTBL.2
124610     WRITE    SHOP-PHR-REC.                                       CVSTBL.2
124620     MOVE     WS-HYPHENS TO SHOP-STC-REC.                         CVSTBL.2
124630     WRITE    SHOP-STC-REC.                                       CVSTBL.2
124640     MOVE     WS-HYPHENS TO SHOP-ALT-REC.                         CVSTBL.2
124650     WRITE    SHOP-ALT-REC.                                       CVSTBL.2
124660     MOVE     WS-HYPHENS TO SHOP-FLO-REC.                         CVSTBL.2
124670     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
124680     MOVE     "PER-MODULE CENSUS: RANGES / GO TOS / HAZARDS"      CVSTBL.2
124690              TO SHOP-FLO-REC.                                    CVSTBL.2
124700     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
124710     PERFORM  WRITE-SHOP-CENSUS-ROW                               CVSTBL.2
124720              VARYING WS-SHOP-CEN-SUB FROM 1 BY 1                 CVSTBL.2
124730              UNTIL WS-SHOP-CEN-SUB > WS-SHOP-CEN-COUNT.          CVSTBL.2
124740     MOVE     WS-HYPHENS TO SHOP-FLO-REC.                         CVSTBL.2
124750     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
124760     MOVE     SPACE TO SHOP-FLO-REC.                              CVSTBL.2
124770     STRING   "RANGE-ENTRY HAZARDS: " WS-SHOP-HAZARDS             CVSTBL.2
124780              DELIMITED BY SIZE INTO SHOP-FLO-REC.                CVSTBL.2
124790     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
124800     CLOSE    SHOP-PHR-FILE SHOP-STC-FILE SHOP-ALT-FILE           CVSTBL.2
124810              SHOP-FLO-FILE.                                      CVSTBL.2
124820 WRITE-SHOP-CENSUS-ROW.                                           CVSTBL.2
124830     MOVE     WS-SHOP-CEN-ROW (WS-SHOP-CEN-SUB) TO SHOP-FLO-REC.  CVSTBL.2
124840     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
124850*                                                                 CVSTBL.2
124860*    ONE SHOP ROW, IN THE LAYOUT OF THE TABLE PROGRAM IT MIRRORS. CVSTBL.2
124870*    CITATION, STATUS AND X-CARD ROWS DESCRIBE THE SUITE ONLY AND CVSTBL.2
124880*    ARE NOT KEPT FOR SHOP SOURCES.                               CVSTBL.2
124890*                                                                 CVSTBL.2
124900 WRITE-SHOP-ROW.                                                  CVSTBL.2
124910     IF       WS-ROW-TABLE = 3                                    CVSTBL.2
124920              PERFORM WRITE-SHOP-PHRASE-ROW.                      CVSTBL.2
124930     IF       WS-ROW-TABLE = 5                                    CVSTBL.2
124940              MOVE SPACE TO SHOP-STC-REC                          CVSTBL.2
124950              MOVE WS-CUR-PGM TO SHOP-STC-REC (1:30)              CVSTBL.2
124960              MOVE WS-ROW-ATTR (1:36) TO SHOP-STC-REC (31:36)     CVSTBL.2
124970              WRITE SHOP-STC-REC.                                 CVSTBL.2
124980     IF       WS-ROW-TABLE = 6                                    CVSTBL.2
124990              PERFORM WRITE-SHOP-ALTER-ROW.                       CVSTBL.2
125000     IF       WS-ROW-TABLE = 7                                    CVSTBL.2
125010              PERFORM SAVE-SHOP-CENSUS-ROW.                       CVSTBL.2
125020 WRITE-SHOP-PHRASE-ROW.                                           CVSTBL.2
125030     ADD      1 TO WS-SHOP-PHR-ROWS.                              CVSTBL.2
125040     IF       WS-PHRASE-SW = "N"                                  CVSTBL.2
125050              ADD 1 TO WS-SHOP-NO-PHRASE.                         CVSTBL.2
125060     MOVE     SPACE TO SHOP-PHR-REC.                              CVSTBL.2
125070     STRING   WS-ROW-KEY DELIMITED BY "  "                        CVSTBL.2
125080              ": " DELIMITED BY SIZE                              CVSTBL.2
125090              WS-ROW-ATTR DELIMITED BY SPACE                      CVSTBL.2
125100              INTO SHOP-PHR-REC.                                  CVSTBL.2
125110     WRITE    SHOP-PHR-REC.                                       CVSTBL.2
125120 WRITE-SHOP-ALTER-ROW.                                            CVSTBL.2
125130     MOVE     SPACE TO SHOP-ALT-REC.                              CVSTBL.2
125140     MOVE     WS-CUR-SECTION TO WS-FIELD-2.                       CVSTBL.2
125150     IF       WS-FIELD-2 = SPACE                                  CVSTBL.2
125160              MOVE "(NONE)" TO WS-FIELD-2.                        CVSTBL.2
125170     STRING   WS-CUR-PGM DELIMITED BY SPACE                       CVSTBL.2
125180              " " DELIMITED BY SIZE                               CVSTBL.2
125190              WS-FIELD-2 DELIMITED BY SPACE                       CVSTBL.2
125200              " " DELIMITED BY SIZE                               CVSTBL.2
125210              WS-TOK (WS-TOK-SUB + 1) DELIMITED BY SPACE          CVSTBL.2
125220              " -> " DELIMITED BY SIZE                            CVSTBL.2
125230              WS-TOK (WS-NEXT-SUB) DELIMITED BY SPACE             CVSTBL.2
125240              INTO SHOP-ALT-REC.                                  CVSTBL.2
125250     WRITE    SHOP-ALT-REC.                                       CVSTBL.2
125260 SAVE-SHOP-CENSUS-ROW.                                            CVSTBL.2
125270     IF       WS-SHOP-CEN-COUNT < 500                             CVSTBL.2
125280              ADD 1 TO WS-SHOP-CEN-COUNT                          CVSTBL.2
125290              MOVE WS-HAZ-COUNT TO WS-FLO-HAZARDS                 CVSTBL.2
125300              MOVE SPACE TO WS-SHOP-CEN-ROW (WS-SHOP-CEN-COUNT)   CVSTBL.2
125310              STRING WS-CUR-PGM DELIMITED BY SPACE                CVSTBL.2
125320                  " " WS-FLO-RANGES " " WS-FLO-GOTOS              CVSTBL.2
125330                  " " WS-FLO-HAZARDS DELIMITED BY SIZE            CVSTBL.2
125340                  INTO WS-SHOP-CEN-ROW (WS-SHOP-CEN-COUNT).       CVSTBL.2
125350*                                                                 CVSTBL.2
125360*    SHOP SOURCE LOADING.  THE FORMAT IS FIXED UNLESS SOME LINE   CVSTBL.2
125370*    CARRIES CODE IN THE INDICATOR COLUMN.  A FREE-FORMAT LINE    CVSTBL.2
125380*    STARTING BY COLUMN 11 GOES TO AREA A, ANY OTHER TO AREA B,   CVSTBL.2
125390*    AND A LINE TOO LONG FOR ONE CARD IS FOLDED AT A SPACE.       CVSTBL.2
125400*                                                                 CVSTBL.2
125410 LOAD-SHOP-SOURCE.                                                CVSTBL.2
125420     MOVE     ZERO TO WS-SRC-COUNT.                               CVSTBL.2
125430     MOVE     SPACE TO WS-CUR-PGM.                                CVSTBL.2
125440     MOVE     SOURCE-LIST-REC TO WS-SRC-FNAME.                    CVSTBL.2
125450     MOVE     ZERO TO WS-WORK-POS.                                CVSTBL.2
125460     PERFORM  NOTE-PATH-SLASH                                     CVSTBL.2
125470              VARYING WS-CH-SUB FROM 1 BY 1                       CVSTBL.2
125480              UNTIL WS-CH-SUB > 119.                              CVSTBL.2
125490     ADD      1 TO WS-WORK-POS.                                   CVSTBL.2
125500     UNSTRING WS-SRC-FNAME (WS-WORK-POS:)                         CVSTBL.2
125510              DELIMITED BY "." OR SPACE INTO WS-CUR-PGM.          CVSTBL.2
125520     MOVE     "F" TO WS-SRC-FORMAT.                               CVSTBL.2
125530     OPEN     INPUT SOURCE-FILE.                                  CVSTBL.2
125540     IF       WS-SF-FSTATUS NOT = "00"                            CVSTBL.2
125550              GO TO LOAD-SHOP-SOURCE-EX.                          CVSTBL.2
125560     MOVE     "N" TO WS-EOF-SWITCH.                               CVSTBL.2
125570     PERFORM  READ-SOURCE-LINE.                                   CVSTBL.2
125580     PERFORM  CHECK-SOURCE-FORMAT                                 CVSTBL.2
125590              UNTIL WS-EOF-SWITCH = "Y".                          CVSTBL.2
125600     CLOSE    SOURCE-FILE.                                        CVSTBL.2
125610     OPEN     INPUT SOURCE-FILE.                                  CVSTBL.2
125620     MOVE     "N" TO WS-EOF-SWITCH WS-EXEC-SW.                    CVSTBL.2
125630     PERFORM  READ-SOURCE-LINE.                                   CVSTBL.2
125640     PERFORM  STORE-SHOP-LINE                                     CVSTBL.2
125650              UNTIL WS-EOF-SWITCH = "Y".                          CVSTBL.2
125660     CLOSE    SOURCE-FILE.                                        CVSTBL.2
125670 LOAD-SHOP-SOURCE-EX.                                             CVSTBL.2
125680     EXIT.                                                        CVSTBL.2
125690 NOTE-PATH-SLASH.                                                 CVSTBL.2
125700     IF       WS-SRC-FNAME (WS-CH-SUB:1) = "/"                    CVSTBL.2
125710              MOVE WS-CH-SUB TO WS-WORK-POS.                      CVSTBL.2
125720 CHECK-SOURCE-FORMAT.                                             CVSTBL.2
125730     INSPECT  SOURCE-REC REPLACING ALL X"09" BY SPACE.            CVSTBL.2
125740     IF       SOURCE-REC (7:1) NOT = SPACE                        CVSTBL.2
125750              AND SOURCE-REC (7:1) NOT = "*"                      CVSTBL.2
125760              AND SOURCE-REC (7:1) NOT = "/"                      CVSTBL.2
125770              AND SOURCE-REC (7:1) NOT = "-"                      CVSTBL.2
125780              AND SOURCE-REC (7:1) NOT = "D"                      CVSTBL.2
125790              AND SOURCE-REC (7:1) NOT = "d"                      CVSTBL.2
125800              MOVE "R" TO WS-SRC-FORMAT.                          CVSTBL.2
125810     PERFORM  READ-SOURCE-LINE.                                   CVSTBL.2
125820 STORE-SHOP-LINE.                                                 CVSTBL.2
125830     INSPECT  SOURCE-REC REPLACING ALL X"09" BY SPACE.            CVSTBL.2
125840     IF       WS-SRC-FORMAT = "F"                                 CVSTBL.2
125850              PERFORM STORE-FIXED-LINE                            CVSTBL.2
125860     ELSE                                                         CVSTBL.2
125870              PERFORM STORE-FREE-LINE THRU STORE-FREE-LINE-EX     CVSTBL.2
125880     END-IF.                                                      CVSTBL.2
125890     PERFORM  READ-SOURCE-LINE.                                   CVSTBL.2
125900 STORE-FIXED-LINE.                                                CVSTBL.2
125910     MOVE     SPACE TO WS-CUR-LINE.                               CVSTBL.2
125920     MOVE     SOURCE-REC (1:72) TO WS-CUR-LINE (1:72).            CVSTBL.2
125930     IF       WS-CUR-LINE (7:1) = "d"                             CVSTBL.2
125940              MOVE "D" TO WS-CUR-LINE (7:1).                      CVSTBL.2
125950     IF       WS-CUR-LINE (7:1) NOT = "*"                         CVSTBL.2
125960              AND WS-CUR-LINE (7:1) NOT = "/"                     CVSTBL.2
125970              MOVE SPACE TO WS-SHOP-TEXT                          CVSTBL.2
125980              MOVE WS-CUR-LINE (8:65) TO WS-SHOP-TEXT             CVSTBL.2
125990              PERFORM NORMALIZE-SHOP-TEXT                         CVSTBL.2
126000              MOVE WS-SHOP-TEXT (1:65) TO WS-CUR-LINE (8:65).     CVSTBL.2
126010     PERFORM  ADD-SHOP-LINE.                                      CVSTBL.2
126020 ADD-SHOP-LINE.                                                   CVSTBL.2
126030     IF       WS-SRC-COUNT < 6000                                 CVSTBL.2
126040              ADD 1 TO WS-SRC-COUNT                               CVSTBL.2
126050              MOVE WS-CUR-LINE TO WS-SRC-LINE (WS-SRC-COUNT).     CVSTBL.2
126060 STORE-FREE-LINE.                                                 CVSTBL.2
126070     MOVE     SPACE TO WS-CUR-LINE.                               CVSTBL.2
126080     MOVE     1 TO WS-SHOP-POS.                                   CVSTBL.2
126090     PERFORM  SKIP-SHOP-BLANK                                     CVSTBL.2
126100              UNTIL WS-SHOP-POS > 255                             CVSTBL.2
126110              OR SOURCE-REC (WS-SHOP-POS:1) NOT = SPACE.          CVSTBL.2
126120     IF       WS-SHOP-POS > 255                                   CVSTBL.2
126130              PERFORM ADD-SHOP-LINE                               CVSTBL.2
126140              GO TO STORE-FREE-LINE-EX.                           CVSTBL.2
126150     IF       SOURCE-REC (WS-SHOP-POS:2) = "*>"                   CVSTBL.2
126160              OR (WS-SHOP-POS = 7 AND SOURCE-REC (7:1) = "*")     CVSTBL.2
126170              OR (WS-SHOP-POS = 7 AND SOURCE-REC (7:1) = "/")     CVSTBL.2
126180              MOVE "*" TO WS-CUR-LINE (7:1)                       CVSTBL.2
126190              MOVE SOURCE-REC (WS-SHOP-POS:) TO WS-CUR-LINE (8:65)CVSTBL.2
126200              PERFORM ADD-SHOP-LINE                               CVSTBL.2
126210              GO TO STORE-FREE-LINE-EX.                           CVSTBL.2
126220     MOVE     ZERO TO WS-SHOP-INDENT.                             CVSTBL.2
126230     IF       WS-SHOP-POS > 11                                    CVSTBL.2
126240              MOVE 4 TO WS-SHOP-INDENT.                           CVSTBL.2
126250     MOVE     SPACE TO WS-SHOP-TEXT.                              CVSTBL.2
126260     MOVE     SOURCE-REC (WS-SHOP-POS:) TO WS-SHOP-TEXT.          CVSTBL.2
126270     PERFORM  NORMALIZE-SHOP-TEXT.                                CVSTBL.2
126280     PERFORM  EMIT-FREE-CHUNK                                     CVSTBL.2
126290              UNTIL WS-SHOP-TEXT = SPACE.                         CVSTBL.2
126300 STORE-FREE-LINE-EX.                                              CVSTBL.2
126310     EXIT.                                                        CVSTBL.2
126320 SKIP-SHOP-BLANK.                                                 CVSTBL.2
126330     ADD      1 TO WS-SHOP-POS.                                   CVSTBL.2
126340 EMIT-FREE-CHUNK.                                                 CVSTBL.2
126350     PERFORM  SHIFT-SHOP-TEXT                                     CVSTBL.2
126360              UNTIL WS-SHOP-TEXT (1:1) NOT = SPACE.               CVSTBL.2
126370     COMPUTE  WS-SHOP-WIDTH = 65 - WS-SHOP-INDENT.                CVSTBL.2
126380     MOVE     WS-SHOP-WIDTH TO WS-SHOP-CUT.                       CVSTBL.2
126390     IF       WS-SHOP-TEXT (WS-SHOP-WIDTH + 1:) NOT = SPACE       CVSTBL.2
126400              PERFORM BACK-UP-SHOP-CUT                            CVSTBL.2
126410                      UNTIL WS-SHOP-CUT < 2                       CVSTBL.2
126420                      OR WS-SHOP-TEXT (WS-SHOP-CUT:1) = SPACE     CVSTBL.2
126430              IF WS-SHOP-CUT < 2                                  CVSTBL.2
126440                  MOVE WS-SHOP-WIDTH TO WS-SHOP-CUT               CVSTBL.2
126450              END-IF                                              CVSTBL.2
126460     END-IF.                                                      CVSTBL.2
126470     MOVE     SPACE TO WS-CUR-LINE.                               CVSTBL.2
126480     MOVE     WS-SHOP-TEXT (1:WS-SHOP-CUT)                        CVSTBL.2
126490              TO WS-CUR-LINE (8 + WS-SHOP-INDENT:WS-SHOP-CUT).    CVSTBL.2
126500     PERFORM  ADD-SHOP-LINE.                                      CVSTBL.2
126510     MOVE     WS-SHOP-TEXT (WS-SHOP-CUT + 1:) TO WS-SHOP-REST.    CVSTBL.2
126520     MOVE     WS-SHOP-REST TO WS-SHOP-TEXT.                       CVSTBL.2
126530     MOVE     4 TO WS-SHOP-INDENT.                                CVSTBL.2
126540 SHIFT-SHOP-TEXT.                                                 CVSTBL.2
126550     MOVE     WS-SHOP-TEXT (2:) TO WS-SHOP-REST.                  CVSTBL.2
126560     MOVE     WS-SHOP-REST TO WS-SHOP-TEXT.                       CVSTBL.2
126570 BACK-UP-SHOP-CUT.                                                CVSTBL.2
126580     SUBTRACT 1 FROM WS-SHOP-CUT.                                 CVSTBL.2
126590*                                                                 CVSTBL.2
126600*    NORMALIZATION.  OUTSIDE LITERALS WORDS ARE UPPER-CASED AND A CVSTBL.2
126610*    *> COMMENT IS DROPPED; AN APOSTROPHE-DELIMITED LITERAL IS    CVSTBL.2
126620*    GIVEN QUOTE DELIMITERS SO THE LITERAL MASKING ABOVE SEES IT. CVSTBL.2
126630*    THEN EVERY EXEC ... END-EXEC BLOCK IS BLANKED, CARRYING      CVSTBL.2
126640*    WS-EXEC-SW FROM LINE TO LINE; CODE AROUND IT (AND A PERIOD   CVSTBL.2
126650*    AFTER END-EXEC) IS KEPT.                                     CVSTBL.2
126660*                                                                 CVSTBL.2
126670 NORMALIZE-SHOP-TEXT.                                             CVSTBL.2
126680     MOVE     SPACE TO WS-SHOP-DELIM.                             CVSTBL.2
126690     PERFORM  NORMALIZE-ONE-CHARACTER                             CVSTBL.2
126700              VARYING WS-CH-SUB FROM 1 BY 1                       CVSTBL.2
126710              UNTIL WS-CH-SUB > 256.                              CVSTBL.2
126720     MOVE     "N" TO WS-IN-QUOTE.                                 CVSTBL.2
126730     MOVE     SPACE TO WS-CH.                                     CVSTBL.2
126740     PERFORM  BLANK-EXEC-CHARACTER                                CVSTBL.2
126750              VARYING WS-CH-SUB FROM 1 BY 1                       CVSTBL.2
126760              UNTIL WS-CH-SUB > 256.                              CVSTBL.2
126770 NORMALIZE-ONE-CHARACTER.                                         CVSTBL.2
126780     MOVE     WS-SHOP-TEXT (WS-CH-SUB:1) TO WS-CH.                CVSTBL.2
126790     IF       WS-SHOP-DELIM = SPACE                               CVSTBL.2
126800              IF WS-CH = QUOTE OR WS-CH = "'"                     CVSTBL.2
126810                  MOVE WS-CH TO WS-SHOP-DELIM                     CVSTBL.2
126820                  MOVE QUOTE TO WS-SHOP-TEXT (WS-CH-SUB:1)        CVSTBL.2
126830              ELSE                                                CVSTBL.2
126840                  IF WS-SHOP-TEXT (WS-CH-SUB:2) = "*>"            CVSTBL.2
126850                      MOVE SPACE TO WS-SHOP-TEXT (WS-CH-SUB:)     CVSTBL.2
126860                  ELSE                                            CVSTBL.2
126870                      INSPECT WS-SHOP-TEXT (WS-CH-SUB:1)          CVSTBL.2
126880                          CONVERTING WS-LOWER-CASE                CVSTBL.2
126890                          TO WS-UPPER-CASE                        CVSTBL.2
126900                  END-IF                                          CVSTBL.2
126910              END-IF                                              CVSTBL.2
126920     ELSE                                                         CVSTBL.2
126930              IF WS-CH = WS-SHOP-DELIM                            CVSTBL.2
126940                  MOVE SPACE TO WS-SHOP-DELIM                     CVSTBL.2
126950                  MOVE QUOTE TO WS-SHOP-TEXT (WS-CH-SUB:1)        CVSTBL.2
126960              ELSE                                                CVSTBL.2
126970                  IF WS-CH = QUOTE                                CVSTBL.2
126980                      MOVE "'" TO WS-SHOP-TEXT (WS-CH-SUB:1)      CVSTBL.2
126990                  END-IF                                          CVSTBL.2
127000              END-IF                                              CVSTBL.2
127010     END-IF.                                                      CVSTBL.2
127020 BLANK-EXEC-CHARACTER.                                            CVSTBL.2
127037     IF       WS-SHOP-TEXT (WS-CH-SUB:1) = QUOTE                  CVSTBL.2
127045              IF WS-IN-QUOTE = "Y"                                CVSTBL.2
127053                  MOVE "N" TO WS-IN-QUOTE                         CVSTBL.2
127061              ELSE                                                CVSTBL.2
127069                  MOVE "Y" TO WS-IN-QUOTE                         CVSTBL.2
127077              END-IF                                              CVSTBL.2
127085              IF WS-EXEC-SW = "Y"                                 CVSTBL.2
127093                  MOVE SPACE TO WS-SHOP-TEXT (WS-CH-SUB:1)        CVSTBL.2
127101              END-IF                                              CVSTBL.2
127109     ELSE                                                         CVSTBL.2
127117              IF WS-EXEC-SW = "Y"                                 CVSTBL.2
127125                  IF WS-IN-QUOTE = "N"                            CVSTBL.2
127133                     AND WS-SHOP-TEXT (WS-CH-SUB:8) = "END-EXEC"  CVSTBL.2
127141                      MOVE SPACE TO WS-SHOP-TEXT (WS-CH-SUB:8)    CVSTBL.2
127149                      ADD 7 TO WS-CH-SUB                          CVSTBL.2
127157                      MOVE "N" TO WS-EXEC-SW                      CVSTBL.2
127165                  ELSE                                            CVSTBL.2
127173                      MOVE SPACE TO WS-SHOP-TEXT (WS-CH-SUB:1)    CVSTBL.2
127181                  END-IF                                          CVSTBL.2
127189              ELSE                                                CVSTBL.2
127197                  IF WS-IN-QUOTE = "N" AND WS-CH = SPACE          CVSTBL.2
127205                     AND WS-SHOP-TEXT (WS-CH-SUB:5) = "EXEC "     CVSTBL.2
127213                      MOVE "Y" TO WS-EXEC-SW                      CVSTBL.2
127221                      MOVE SPACE TO WS-SHOP-TEXT (WS-CH-SUB:4)    CVSTBL.2
127229                      ADD 3 TO WS-CH-SUB                          CVSTBL.2
127237                  END-IF                                          CVSTBL.2
127245              END-IF                                              CVSTBL.2
127253     END-IF.                                                      CVSTBL.2
127270     MOVE     WS-SHOP-TEXT (WS-CH-SUB:1) TO WS-CH.                CVSTBL.2
127280*                                                                 CVSTBL.2
127290*    PARAGRAPHS AND GO TO TARGETS OF A SHOP MODULE.  A PARAGRAPH  CVSTBL.2
127300*    (OR SECTION) HEADER IS A LONE NAME IN AREA A; EVERY NAME     CVSTBL.2
127310*    AFTER GO TO IS A TARGET, UP TO DEPENDING OR THE NEXT VERB.   CVSTBL.2
127320*                                                                 CVSTBL.2
127330 NOTE-SHOP-FLOW.                                                  CVSTBL.2
127333     IF       WS-TOK (1) = "PROCEDURE" AND WS-TOK (2) = "DIVISION"CVSTBL.2
127336              MOVE SPACE TO WS-CUR-SECTION.                       CVSTBL.2
127340     IF       WS-RAW-TEXT (1:1) NOT = SPACE                       CVSTBL.2
127350              AND ((WS-TOK-COUNT = 1 AND WS-TOK-DOT (1) = "Y")    CVSTBL.2
127360                OR (WS-TOK-COUNT = 2 AND WS-TOK (2) = "SECTION"   CVSTBL.2
127370                    AND WS-TOK-DOT (2) = "Y"))                    CVSTBL.2
127380              AND WS-TOK (1) NOT = "EXIT"                         CVSTBL.2
127390              AND WS-TOK (1) NOT = "GOBACK"                       CVSTBL.2
127400              AND WS-TOK (1) NOT = "CONTINUE"                     CVSTBL.2
127410              AND WS-TOK (1) (1:4) NOT = "END-"                   CVSTBL.2
127420              AND WS-PARA-COUNT < 1000                            CVSTBL.2
127430              ADD 1 TO WS-PARA-COUNT                              CVSTBL.2
127440              MOVE WS-TOK (1) TO WS-PARA-NAME (WS-PARA-COUNT).    CVSTBL.2
127450     PERFORM  NOTE-GO-TO-TARGETS                                  CVSTBL.2
127460              VARYING WS-TOK-SUB FROM 1 BY 1                      CVSTBL.2
127470              UNTIL WS-TOK-SUB NOT < WS-TOK-COUNT.                CVSTBL.2
127480 NOTE-GO-TO-TARGETS.                                              CVSTBL.2
127490     IF       WS-TOK (WS-TOK-SUB) = "GO"                          CVSTBL.2
127500              AND WS-TOK-DOT (WS-TOK-SUB) = "N"                   CVSTBL.2
127510              AND WS-TOK (WS-TOK-SUB + 1) = "TO"                  CVSTBL.2
127520              AND WS-TOK-DOT (WS-TOK-SUB + 1) = "N"               CVSTBL.2
127530              COMPUTE WS-SCAN-SUB = WS-TOK-SUB + 2                CVSTBL.2
127540              MOVE "N" TO WS-STOP-SW                              CVSTBL.2
127550              PERFORM RECORD-GO-TO-TARGET                         CVSTBL.2
127560                      UNTIL WS-STOP-SW = "Y"                      CVSTBL.2
127570                      OR WS-SCAN-SUB > WS-TOK-COUNT               CVSTBL.2
127580     END-IF.                                                      CVSTBL.2
127590 RECORD-GO-TO-TARGET.                                             CVSTBL.2
127600     PERFORM  CHECK-STOP-VERB.                                    CVSTBL.2
127610     IF       WS-TOK (WS-SCAN-SUB) = "DEPENDING" OR "WHEN"        CVSTBL.2
127620              OR WS-TOK (WS-SCAN-SUB) (1:4) = "END-"              CVSTBL.2
127630              MOVE "Y" TO WS-STOP-SW.                             CVSTBL.2
127640     IF       WS-STOP-SW = "N" AND WS-JUMP-COUNT < 2000           CVSTBL.2
127650              ADD 1 TO WS-JUMP-COUNT                              CVSTBL.2
127660              MOVE WS-PARA-COUNT TO WS-JUMP-FROM (WS-JUMP-COUNT)  CVSTBL.2
127670              MOVE WS-TOK (WS-SCAN-SUB)                           CVSTBL.2
127680                  TO WS-JUMP-TO (WS-JUMP-COUNT).                  CVSTBL.2
127690     IF       WS-TOK-DOT (WS-SCAN-SUB) = "Y"                      CVSTBL.2
127700              MOVE "Y" TO WS-STOP-SW.                             CVSTBL.2
127710     ADD      1 TO WS-SCAN-SUB.                                   CVSTBL.2
127720*                                                                 CVSTBL.2
127730*    RANGE ROWS AND RANGE-ENTRY HAZARDS.  A HAZARD IS A GO TO,    CVSTBL.2
127740*    CODED OUTSIDE  PERFORM a THRU b , WHOSE TARGET LIES AFTER a  CVSTBL.2
127750*    AND NOT AFTER b; EACH TARGET/ORIGIN PAIR IS REPORTED ONCE.   CVSTBL.2
127760*                                                                 CVSTBL.2
127770 WRITE-SHOP-FLOW-ROWS.                                            CVSTBL.2
127780     PERFORM  RESOLVE-JUMP-TARGET                                 CVSTBL.2
127790              VARYING WS-JUMP-SUB FROM 1 BY 1                     CVSTBL.2
127800              UNTIL WS-JUMP-SUB > WS-JUMP-COUNT.                  CVSTBL.2
127810     PERFORM  WRITE-SHOP-RANGE-ROW                                CVSTBL.2
127820              VARYING WS-RANGE-SUB FROM 1 BY 1                    CVSTBL.2
127830              UNTIL WS-RANGE-SUB > WS-RANGE-COUNT.                CVSTBL.2
127840 RESOLVE-JUMP-TARGET.                                             CVSTBL.2
127850     MOVE     WS-JUMP-TO (WS-JUMP-SUB) TO WS-FIND-NAME.           CVSTBL.2
127860     PERFORM  FIND-PARAGRAPH.                                     CVSTBL.2
127870     MOVE     WS-PARA-HIT TO WS-JUMP-TO-IX (WS-JUMP-SUB).         CVSTBL.2
127880 FIND-PARAGRAPH.                                                  CVSTBL.2
127890     MOVE     ZERO TO WS-PARA-HIT.                                CVSTBL.2
127900     PERFORM  MATCH-PARAGRAPH                                     CVSTBL.2
127910              VARYING WS-PARA-SUB FROM 1 BY 1                     CVSTBL.2
127920              UNTIL WS-PARA-SUB > WS-PARA-COUNT                   CVSTBL.2
127930              OR WS-PARA-HIT > ZERO.                              CVSTBL.2
127940 MATCH-PARAGRAPH.                                                 CVSTBL.2
127950     IF       WS-PARA-NAME (WS-PARA-SUB) = WS-FIND-NAME           CVSTBL.2
127960              MOVE WS-PARA-SUB TO WS-PARA-HIT.                    CVSTBL.2
127970 WRITE-SHOP-RANGE-ROW.                                            CVSTBL.2
127980     MOVE     WS-RANGE-ENTRY (WS-RANGE-SUB) TO WS-RANGE-PAIR.     CVSTBL.2
127990     MOVE     SPACE TO SHOP-FLO-REC.                              CVSTBL.2
128000     STRING   WS-CUR-PGM DELIMITED BY SPACE                       CVSTBL.2
128010              ": RANGE: " DELIMITED BY SIZE                       CVSTBL.2
128020              WS-RANGE-FIRST DELIMITED BY SPACE                   CVSTBL.2
128030              " THRU " DELIMITED BY SIZE                          CVSTBL.2
128040              WS-RANGE-LAST DELIMITED BY SPACE                    CVSTBL.2
128050              INTO SHOP-FLO-REC.                                  CVSTBL.2
128060     WRITE    SHOP-FLO-REC.                                       CVSTBL.2
128070     MOVE     WS-RANGE-FIRST TO WS-FIND-NAME.                     CVSTBL.2
128080     PERFORM  FIND-PARAGRAPH.                                     CVSTBL.2
128090     MOVE     WS-PARA-HIT TO WS-RANGE-FROM-IX.                    CVSTBL.2
128100     MOVE     WS-RANGE-LAST TO WS-FIND-NAME.                      CVSTBL.2
128110     PERFORM  FIND-PARAGRAPH.                                     CVSTBL.2
128120     MOVE     WS-PARA-HIT TO WS-RANGE-THRU-IX.                    CVSTBL.2
128130     IF       WS-RANGE-FROM-IX > ZERO                             CVSTBL.2
128140              AND WS-RANGE-THRU-IX > WS-RANGE-FROM-IX             CVSTBL.2
128150              PERFORM CHECK-RANGE-ENTRY                           CVSTBL.2
128160                      VARYING WS-JUMP-SUB FROM 1 BY 1             CVSTBL.2
128170                      UNTIL WS-JUMP-SUB > WS-JUMP-COUNT.          CVSTBL.2
128180 CHECK-RANGE-ENTRY.                                               CVSTBL.2
128190     IF       WS-JUMP-TO-IX (WS-JUMP-SUB) > WS-RANGE-FROM-IX      CVSTBL.2
128200              AND WS-JUMP-TO-IX (WS-JUMP-SUB)                     CVSTBL.2
128210                  NOT > WS-RANGE-THRU-IX                          CVSTBL.2
128220              AND (WS-JUMP-FROM (WS-JUMP-SUB) < WS-RANGE-FROM-IX  CVSTBL.2
128230                OR WS-JUMP-FROM (WS-JUMP-SUB) > WS-RANGE-THRU-IX) CVSTBL.2
128240              PERFORM WRITE-SHOP-HAZARD-ROW.                      CVSTBL.2
128250 WRITE-SHOP-HAZARD-ROW.                                           CVSTBL.2
128260     MOVE     SPACE TO WS-HAZ-TEXT.                               CVSTBL.2
128270     MOVE     "(NONE)" TO WS-FIND-NAME.                           CVSTBL.2
128280     MOVE     WS-JUMP-FROM (WS-JUMP-SUB) TO WS-PARA-SUB.          CVSTBL.2
128290     IF       WS-PARA-SUB > ZERO                                  CVSTBL.2
128300              MOVE WS-PARA-NAME (WS-PARA-SUB) TO WS-FIND-NAME.    CVSTBL.2
128310     STRING   WS-JUMP-TO (WS-JUMP-SUB) DELIMITED BY SPACE         CVSTBL.2
128320              " ENTERED BY GO TO FROM " DELIMITED BY SIZE         CVSTBL.2
128330              WS-FIND-NAME DELIMITED BY SPACE                     CVSTBL.2
128340              INTO WS-HAZ-TEXT.                                   CVSTBL.2
128350     MOVE     "N" TO WS-HIT-SWITCH.                               CVSTBL.2
128360     PERFORM  MATCH-HAZARD-TEXT                                   CVSTBL.2
128370              VARYING WS-HAZ-SUB FROM 1 BY 1                      CVSTBL.2
128380              UNTIL WS-HAZ-SUB > WS-HAZ-COUNT                     CVSTBL.2
128390              OR WS-HIT-SWITCH = "Y".                             CVSTBL.2
128400     IF       WS-HIT-SWITCH = "N" AND WS-HAZ-COUNT < 200          CVSTBL.2
128410              ADD 1 TO WS-HAZ-COUNT WS-SHOP-HAZARDS               CVSTBL.2
128420              MOVE WS-HAZ-TEXT TO WS-HAZ-ENTRY (WS-HAZ-COUNT)     CVSTBL.2
128430              MOVE SPACE TO SHOP-FLO-REC                          CVSTBL.2
128440              STRING WS-CUR-PGM DELIMITED BY SPACE                CVSTBL.2
128450                  ": HAZARD: " DELIMITED BY SIZE                  CVSTBL.2
128460                  WS-HAZ-TEXT DELIMITED BY "  "                   CVSTBL.2
128470                  INTO SHOP-FLO-REC                               CVSTBL.2
128480              WRITE SHOP-FLO-REC.                                 CVSTBL.2
128490 MATCH-HAZARD-TEXT.                                               CVSTBL.2
128500     IF       WS-HAZ-ENTRY (WS-HAZ-SUB) = WS-HAZ-TEXT             CVSTBL.2
128510              MOVE "Y" TO WS-HIT-SWITCH.                          CVSTBL.2
