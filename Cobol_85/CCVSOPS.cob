000100 IDENTIFICATION DIVISION.                                         CVSOPS.2
000200 PROGRAM-ID.                                                      CVSOPS.2
000300     CCVSOPS.                                                     CVSOPS.2
000400****************************************************************  CVSOPS.2
000500*                                                              *  CVSOPS.2
000600*    OPERATIONS MASTER MENU ACROSS THE CCVS UTILITIES.         *  CVSOPS.2
000700*                                                              *  CVSOPS.2
000800*    EVERY UTILITY HAS ITS OWN PROMPTS AND MODE LETTERS AND A  *  CVSOPS.2
000900*    NEW OPERATOR HAD TO KNOW WHICH EXECUTABLE DID WHAT.  THIS *  CVSOPS.2
001000*    MENU LISTS THE OPERATIONS GROUPED AS PRE-RUN, IN-RUN,     *  CVSOPS.2
001100*    POST-RUN, ANALYSIS AND ADMINISTRATION AND LAUNCHES THE    *  CVSOPS.2
001200*    RIGHT UTILITY IN THE RIGHT MODE.  EACH MENU ENTRY IS ONE  *  CVSOPS.2
001300*    OF FOUR KINDS:                                            *  CVSOPS.2
001400*                                                              *  CVSOPS.2
001500*        N  NO CONSOLE INPUT; THE UTILITY IS SIMPLY RUN,       *  CVSOPS.2
001600*        P  THE MODE LETTER IS PIPED IN, AS CCVSDRV DOES,      *  CVSOPS.2
001700*        F  THE MENU ASKS THE ONE FOLLOW-UP QUESTION ITSELF    *  CVSOPS.2
001800*           AND FEEDS MODE AND ANSWER IN FROM                  *  CVSOPS.2
001900*           ops_menu_input.tmp,                                *  CVSOPS.2
002000*        I  INTERACTIVE; THE UTILITY RUNS ON THE CONSOLE AND   *  CVSOPS.2
002100*           THE MENU SAYS WHICH MODE LETTER TO ANSWER.         *  CVSOPS.2
002200*                                                              *  CVSOPS.2
002300*    THE TOP OF EVERY MENU PAGE SHOWS THE CURRENT RUN STATE:   *  CVSOPS.2
002400*    THE ACTIVE REGISTRATION IN run_registry.dat (OR THE LAST  *  CVSOPS.2
002500*    ONE WHEN NO RUN IS LIVE) AND THE MODULE COUNTS AND LAST   *  CVSOPS.2
002600*    HEARTBEAT FROM progress.dat.                              *  CVSOPS.2
002700*                                                              *  CVSOPS.2
002800*    EVERY SELECTION IS JOURNALED TO THE AUDIT JOURNAL AS A    *  CVSOPS.2
002900*    MNU RECORD (CCVSAUD MODE M) BEFORE THE UTILITY STARTS.    *  CVSOPS.2
003000*    Q OR A BLANK ANSWER LEAVES THE MENU.                      *  CVSOPS.2
003100*                                                              *  CVSOPS.2
003200****************************************************************  CVSOPS.2
003300 ENVIRONMENT DIVISION.                                            CVSOPS.2
003400 CONFIGURATION SECTION.                                           CVSOPS.2
003500 SOURCE-COMPUTER.                                                 CVSOPS.2
003600     COPY CCVSTRG.                                                CVSOPS.2
003700 OBJECT-COMPUTER.                                                 CVSOPS.2
003800     COPY CCVSTRG.                                                CVSOPS.2
003900 INPUT-OUTPUT SECTION.                                            CVSOPS.2
004000 FILE-CONTROL.                                                    CVSOPS.2
004100     SELECT   REGISTRY-FILE ASSIGN TO                             CVSOPS.2
004200     "run_registry.dat"                                           CVSOPS.2
004300     ORGANIZATION LINE SEQUENTIAL                                 CVSOPS.2
004400     FILE STATUS IS WS-RG-FSTATUS.                                CVSOPS.2
004500     SELECT   PROGRESS-FILE ASSIGN TO                             CVSOPS.2
004600     "progress.dat"                                               CVSOPS.2
004700     FILE STATUS IS WS-PG-FSTATUS.                                CVSOPS.2
004800     SELECT   MENU-INPUT-FILE ASSIGN TO                           CVSOPS.2
004900     "ops_menu_input.tmp"                                         CVSOPS.2
005000     ORGANIZATION LINE SEQUENTIAL                                 CVSOPS.2
005100     FILE STATUS IS WS-MI-FSTATUS.                                CVSOPS.2
005200 DATA DIVISION.                                                   CVSOPS.2
005300 FILE SECTION.                                                    CVSOPS.2
005400 FD  REGISTRY-FILE.                                               CVSOPS.2
005500 01  REGISTRY-REC PIC X(100).                                     CVSOPS.2
005600 FD  PROGRESS-FILE.                                               CVSOPS.2
005700 01  PROGRESS-REC PIC X(80).                                      CVSOPS.2
005800 FD  MENU-INPUT-FILE.                                             CVSOPS.2
005900 01  MENU-INPUT-REC PIC X(80).                                    CVSOPS.2
006000 WORKING-STORAGE SECTION.                                         CVSOPS.2
006100 77  WS-RG-FSTATUS       PIC XX VALUE SPACE.                      CVSOPS.2
006200 77  WS-PG-FSTATUS       PIC XX VALUE SPACE.                      CVSOPS.2
006300 77  WS-MI-FSTATUS       PIC XX VALUE SPACE.                      CVSOPS.2
006400 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSOPS.2
006500 77  WS-QUIT-SW          PIC X  VALUE "N".                        CVSOPS.2
006600 77  WS-GROUP-SHOWN      PIC 9  VALUE ZERO.                       CVSOPS.2
006700 77  WS-ENTRY-SUB        PIC 9(2) COMP VALUE ZERO.                CVSOPS.2
006800 77  WS-ENTRY-COUNT      PIC 9(2) VALUE 86.                       CVSOPS.2
006900 77  WS-CHOICE           PIC 9(2) VALUE ZERO.                     CVSOPS.2
007000 77  WS-ACTIVE-CT        PIC 9(3) VALUE ZERO.                     CVSOPS.2
007100 77  WS-OPEN-CT          PIC 9(3) VALUE ZERO.                     CVSOPS.2
007200 77  WS-CLOSE-CT         PIC 9(3) VALUE ZERO.                     CVSOPS.2
007300 01  WS-SYS-CMD          PIC X(100) VALUE SPACE.                  CVSOPS.2
007400 01  WS-HYPHENS          PIC X(72) VALUE ALL "-".                 CVSOPS.2
007500 01  WS-ANSWER           PIC X(8) VALUE SPACE.                    CVSOPS.2
007600 01  WS-CHOICE-TEXT      PIC X(2) JUSTIFIED RIGHT VALUE SPACE.    CVSOPS.2
007700 01  WS-FOLLOW-UP        PIC X(60) VALUE SPACE.                   CVSOPS.2
007800 01  WS-MENU-LINE        PIC X(72) VALUE SPACE.                   CVSOPS.2
007900 01  WS-NOTE-TEXT        PIC X(80) VALUE SPACE.                   CVSOPS.2
008000 01  WS-WORK-REC         PIC X(100).                              CVSOPS.2
008100 01  WS-RG-FIELDS.                                                CVSOPS.2
008200     02  WS-RG-FIELD     PIC X(16) OCCURS 7 TIMES.                CVSOPS.2
008300 01  WS-LAST-ACTIVE      PIC X(100) VALUE SPACE.                  CVSOPS.2
008400 01  WS-LAST-ANY         PIC X(100) VALUE SPACE.                  CVSOPS.2
008500 01  WS-LAST-BEAT        PIC X(80) VALUE SPACE.                   CVSOPS.2
008600 01  WS-PG-FIELDS.                                                CVSOPS.2
008700     02  WS-PG-FIELD     PIC X(10) OCCURS 4 TIMES.                CVSOPS.2
008800 01  WS-GROUP-NAMES.                                              CVSOPS.2
008900     02  FILLER PIC X(16) VALUE "PRE-RUN".                        CVSOPS.2
009000     02  FILLER PIC X(16) VALUE "IN-RUN".                         CVSOPS.2
009100     02  FILLER PIC X(16) VALUE "POST-RUN".                       CVSOPS.2
009200     02  FILLER PIC X(16) VALUE "ANALYSIS".                       CVSOPS.2
009300     02  FILLER PIC X(16) VALUE "ADMINISTRATION".                 CVSOPS.2
009400 01  FILLER REDEFINES WS-GROUP-NAMES.                             CVSOPS.2
009500     02  WS-GROUP-NAME   PIC X(16) OCCURS 5 TIMES.                CVSOPS.2
009600*                                                                 CVSOPS.2
009700*    THE MENU.  EACH ENTRY:  GROUP (1), PROGRAM (8), KIND (1),    CVSOPS.2
009800*    MODE LETTER (1), DESCRIPTION (30), THEN THE FOLLOW-UP        CVSOPS.2
009900*    QUESTION FOR A KIND F ENTRY (30).  ENTRIES ARE NUMBERED IN   CVSOPS.2
010000*    TABLE ORDER, SO A GROUP'S ENTRIES MUST STAY TOGETHER.        CVSOPS.2
010100*                                                                 CVSOPS.2
010200 01  WS-MENU-VALUES.                                              CVSOPS.2
010300     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
010400         "1CCVSAPV I A RECORD A RUN APPROVAL".                    CVSOPS.2
010500     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
010600     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
010700         "1CCVSAPV P V VERIFY THE RUN APPROVAL".                  CVSOPS.2
010800     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
010900     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
011000         "1CCVSCAL F   CHECK THE RUN CALENDAR".                   CVSOPS.2
011100     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
011200         "RUN CLASS (FULL/PART/STRESS)?".                         CVSOPS.2
011300     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
011400         "1CCVSSPC P R RECORD TEST-BED SIZES".                    CVSOPS.2
011500     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
011600     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
011700         "1CCVSSPC I F DISK-SPACE FORECAST".                      CVSOPS.2
011800     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
011900     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
012000         "1CCVSPLN F   PLAN RUN PARTITIONS".                      CVSOPS.2
012100     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
012200         "HOW MANY PARTITIONS (1-9)?".                            CVSOPS.2
012300     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
012400         "1CCVSPRF F S SELECT A QUALIFICATION PROFILE".           CVSOPS.2
012500     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
012600         "PROFILE NAME?".                                         CVSOPS.2
012700     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
012800         "1CCVSSNP P S SNAPSHOT THE TEST BEDS".                   CVSOPS.2
012900     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
013000     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
013100         "1CCVSSNP P L LIST TEST-BED SNAPSHOTS".                  CVSOPS.2
013200     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
013300     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
013400         "1CCVSSNP F R RESTORE A TEST-BED SNAPSHOT".              CVSOPS.2
013500     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
013600         "IMAGE NAME TO RESTORE?".                                CVSOPS.2
013700     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
013800         "1CCVSCAT P C CAPTURE THE ASSERTION CATALOG".            CVSOPS.2
013900     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
013910     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
013920         "1CCVSKIT F V VERIFY AN IMPORTED SITE KIT".              CVSOPS.2
013930     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
013940         "SITE KIT DIRECTORY?".                                   CVSOPS.2
014000     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
014100         "2CCVSDRV N   RUN THE SUITE DRIVER".                     CVSOPS.2
014200     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
014300     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
014400         "2CCVSMON N   LIVE PROGRESS MONITOR".                    CVSOPS.2
014500     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
014600     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
014700         "2CCVSWDG N   HUNG-MODULE WATCHDOG".                     CVSOPS.2
014800     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
014900     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
015000         "2CCVSBGT N   BATCH-WINDOW BUDGET CHECK".                CVSOPS.2
015100     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
015200     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
015300         "2CCVSHND N   SHIFT-HANDOVER PAGE".                      CVSOPS.2
015400     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
015500     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
015600         "2CCVSREG P Q QUERY ACTIVE RUNS".                        CVSOPS.2
015700     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
015800     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
015900         "2CCVSFOV I   ORPHANED-PARTITION FAILOVER".              CVSOPS.2
016000     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016010     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016020         "2CCVSRQQ P D DISPATCH NEXT RUN REQUEST".                CVSOPS.2
016030     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016040     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016050         "2CCVSRQQ P L LIST RUN REQUESTS".                        CVSOPS.2
016060     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016070     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016080         "2CCVSRQQ I   ENTER OR CANCEL A RUN REQUEST".            CVSOPS.2
016090     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016091     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016092         "2CCVSQRN P L LIST QUARANTINED MODULES".                 CVSOPS.2
016093     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016094     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016095         "2CCVSKPI P R TURNAROUND KPI REPORT".                    CVSOPS.2
016096     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016097     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016098         "2CCVSKPI F A RECORD A BUILD ARRIVAL".                   CVSOPS.2
016099     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
016099         "BUILD IDENTIFIER?".                                     CVSOPS.2
016100     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016200         "3CCVSCLO N   FULL POST-RUN CLOSE-OUT JOB".              CVSOPS.2
016300     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016400     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016500         "3CCVSTOT N   SUITE-WIDE ROLLUP".                        CVSOPS.2
016600     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
016700     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
016800         "3CCVSRCN N   THREE-WAY RECONCILIATION".                 CVSOPS.2
016900     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
017000     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
017100         "3CCVSCAT P R RECONCILE ASSERTION CATALOG".              CVSOPS.2
017200     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
017300     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
017400         "3CCVSWVR N   JUDGE FAILURES AGAINST WAIVERS".           CVSOPS.2
017500     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
017600     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
017700         "3CCVSPOL N   QUALITY-GATE POLICY VERDICT".              CVSOPS.2
017800     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
017900     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
018000         "3CCVSPKG N   BUILD THE EVIDENCE PACKAGE".               CVSOPS.2
018100     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
018200     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
018300         "3CCVSVLT P C VAULT THE FINISHED RUN".                   CVSOPS.2
018400     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
018410     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
018420         "3CCVSOSR N   OFF-SITE REPLICATION".                     CVSOPS.2
018430     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
018500     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
018600         "3CCVSREG P D DEREGISTER THE ACTIVE RUN".                CVSOPS.2
018700     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
018800     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
018900         "4CCVSWRK I   INTERACTIVE RESULTS WORKBENCH".            CVSOPS.2
019000     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
019100     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
019200         "4CCVSCOV N   ANSI-CLAUSE COVERAGE REPORT".              CVSOPS.2
019300     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
019400     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
019500         "4CCVSLDG N   FAILURE LIFECYCLE LEDGER".                 CVSOPS.2
019600     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
019700     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
019800         "4CCVSDOS N   FAILURE DOSSIERS".                         CVSOPS.2
019900     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020000     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020100         "4CCVSCCA N   COMMON-CAUSE FAILURE ANALYSIS".            CVSOPS.2
020200     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020300     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020400         "4CCVSFLK I   FLAKY-ASSERTION DETECTOR".                 CVSOPS.2
020500     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020600     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020700         "4CCVSRPK I   VENDOR REPRODUCTION KIT".                  CVSOPS.2
020800     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020804     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020808         "4CCVSVDC I A REGISTER A VENDOR DEFECT CASE".            CVSOPS.2
020812     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020816     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020820         "4CCVSVDC I U UPDATE A VENDOR DEFECT CASE".              CVSOPS.2
020824     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020828     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020832         "4CCVSVDC P S VENDOR DEFECT CASE SWEEP".                 CVSOPS.2
020836     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020840     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020844         "4CCVSTRI P S TRIAGE WORKLIST SYNC".                     CVSOPS.2
020848     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020852     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020856         "4CCVSTRI I A ASSIGN A FAILURE TO AN ANALYST".           CVSOPS.2
020860     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020864     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020868         "4CCVSTRI I D RECORD A FAILURE DISPOSITION".             CVSOPS.2
020872     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020876     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
020880         "4CCVSTRI P L LIST THE TRIAGE WORKLIST".                 CVSOPS.2
020884     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
020900     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021000         "4CCVSIXM P L LOAD THE RESULTS MASTER".                  CVSOPS.2
021100     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
021200     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021300         "4CCVSIXM I Q QUERY THE RESULTS MASTER".                 CVSOPS.2
021400     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
021410     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021420         "4CCVSQRY F R RUN A SAVED RESULTS QUERY".                CVSOPS.2
021430     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
021440         "SAVED QUERY NAME?".                                     CVSOPS.2
021450     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021460         "4CCVSQRY I A AD HOC CROSS-RUN QUERY".                   CVSOPS.2
021470     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
021480     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021490         "4CCVSQRY P L LIST THE SAVED QUERIES".                   CVSOPS.2
021495     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
021500     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021600         "4CCVSPRF P V LEVEL-SCOPED PROFILE VERDICT".             CVSOPS.2
021700     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
021710     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021720         "4CCVSVSC N   VENDOR RELEASE SCORECARD".                 CVSOPS.2
021730     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
021800     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
021900         "4CCVSVLT F R RETRIEVE A VAULTED RUN".                   CVSOPS.2
022000     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022100         "RUN-ID TO RETRIEVE?".                                   CVSOPS.2
022110     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022120         "4CCVSXPM F M CROSS-PLATFORM MATRIX".                    CVSOPS.2
022130     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022140         "RUN-IDS (BLANK=LATEST BUILD)?".                         CVSOPS.2
022150     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022160         "4CCVSXPM P L LIST VAULTED RUNS BY PLATFORM".            CVSOPS.2
022170     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
022180     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022185         "4CCVSPCM I   PRINT-IMAGE COMPARISON".                   CVSOPS.2
022190     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
022192     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022194         "4CCVSOPM F   COMPILER OPTION-PROFILE MATRIX".           CVSOPS.2
022196     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022198         "MODULES (BLANK=SELECTED SET)?".                         CVSOPS.2
022200     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022202         "4CCVSLTZ F   LOCALE AND TIME-ZONE SWEEP".               CVSOPS.2
022204     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022206         "MODULES (BLANK=SELECTED SET)?".                         CVSOPS.2
022207     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022208         "4CCVSCTR F   COMPILE-TIME AND SIZE TRENDS".             CVSOPS.2
022209     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022209         "TOLERANCE PERCENT (BLANK=50)?".                         CVSOPS.2
022210     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022211         "4CCVSRRS F   RERUN-SAFETY CHECK".                       CVSOPS.2
022212     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022213         "MODULES (BLANK=SELECTED SET)?".                         CVSOPS.2
022214     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022215         "4CCVSSHF F   SEEDED SHUFFLED-ORDER RUN".                CVSOPS.2
022216     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022217         "MODULES (BLANK=SELECTED SET)?".                         CVSOPS.2
022218     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022219         "4CCVSIOH N   I-O STATUS HISTOGRAM BY BUILD".            CVSOPS.2
022219     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
022219     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022219         "4CCVSBFL I   BACKFILL FEEDS FROM OLD LOGS".             CVSOPS.2
022219     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
022219     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022219         "4CCVSIXM F H LOAD A BACKFILLED RUN".                    CVSOPS.2
022219     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
022219         "HISTORICAL RUN-ID?".                                    CVSOPS.2
022219     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022219         "4CCVSIXH N   INDEXED-FILE HANDLER MATRIX".              CVSOPS.2
022219     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
022200     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022300         "5CCVSMNT I   MAINTAIN THE CONTROL DECKS".               CVSOPS.2
022400     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
022500     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022600         "5CCVSMRG I R REGISTER A TEST MODULE".                   CVSOPS.2
022700     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
022800     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
022900         "5CCVSMRG P L LIST THE MODULE REGISTRY".                 CVSOPS.2
023000     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
023100     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
023200         "5CCVSMRG P V VALIDATE THE MODULE REGISTRY".             CVSOPS.2
023300     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
023400     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
023500         "5CCVSVFY P J VERIFY THE AUDIT JOURNAL CHAIN".           CVSOPS.2
023600     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
023700     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
023800         "5CCVSVFY F P VERIFY AN EVIDENCE PACKAGE".               CVSOPS.2
023900     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
024000         "EVIDENCE BUNDLE DIRECTORY?".                            CVSOPS.2
024010     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024020         "5CCVSCRT I I ISSUE A RELEASE CERTIFICATE".              CVSOPS.2
024030     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024040     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024050         "5CCVSCRT P N NIGHTLY CERTIFICATE CHECK".                CVSOPS.2
024060     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024070     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024080         "5CCVSCRT P L LIST THE CERTIFICATE REGISTER".            CVSOPS.2
024090     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024100     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024200         "5CCVSTBL N   DERIVED-TABLE STALENESS CHECK".            CVSOPS.2
024300     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024400     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024500         "5CCVSTRN I   OPERATOR TRAINING REHEARSAL".              CVSOPS.2
024600     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024605     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024610         "5CCVSCMP I N OPEN A QUALIFICATION CAMPAIGN".            CVSOPS.2
024615     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024620     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024625         "5CCVSCMP I A ADD A RERUN TO A CAMPAIGN".                CVSOPS.2
024630     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024635     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024640         "5CCVSCMP F E EVALUATE A CAMPAIGN".                      CVSOPS.2
024645     02  FILLER PIC X(30) VALUE                                   CVSOPS.2
024650         "COMPILER RELEASE?".                                     CVSOPS.2
024655     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024660         "5CCVSCMP P L LIST THE CAMPAIGNS".                       CVSOPS.2
024665     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024670     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024675         "5CCVSKIT P E EXPORT A SITE DEPLOYMENT KIT".             CVSOPS.2
024680     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024685     02  FILLER PIC X(43) VALUE                                   CVSOPS.2
024690         "5CCVSHJS I   EXPORT THE HOST JOB STREAM".               CVSOPS.2
024695     02  FILLER PIC X(30) VALUE SPACE.                            CVSOPS.2
024700 01  FILLER REDEFINES WS-MENU-VALUES.                             CVSOPS.2
024800     02  WS-MENU-ENTRY OCCURS 86 TIMES.                           CVSOPS.2
024900         03  WS-MENU-GROUP   PIC 9.                               CVSOPS.2
025000         03  WS-MENU-PGM     PIC X(8).                            CVSOPS.2
025100         03  WS-MENU-KIND    PIC X.                               CVSOPS.2
025200         03  FILLER          PIC X.                               CVSOPS.2
025300         03  WS-MENU-MODE    PIC X.                               CVSOPS.2
025400         03  FILLER          PIC X.                               CVSOPS.2
025500         03  WS-MENU-DESC    PIC X(30).                           CVSOPS.2
025600         03  WS-MENU-ASK     PIC X(30).                           CVSOPS.2
025700 01  WS-SHOWN-NO         PIC Z9.                                  CVSOPS.2
025800 PROCEDURE DIVISION.                                              CVSOPS.2
025900 CCVSOPS-MAIN SECTION.                                            CVSOPS.2
026000 CCVSOPS-START.                                                   CVSOPS.2
026100     PERFORM  MENU-CYCLE THRU MENU-CYCLE-EX                       CVSOPS.2
026200              UNTIL WS-QUIT-SW = "Y".                             CVSOPS.2
026300     DISPLAY  "CCVSOPS: MENU CLOSED".                             CVSOPS.2
026400     STOP     RUN.                                                CVSOPS.2
026500 MENU-CYCLE.                                                      CVSOPS.2
026600     PERFORM  SHOW-RUN-STATE.                                     CVSOPS.2
026700     PERFORM  SHOW-MENU-PAGE.                                     CVSOPS.2
026800     DISPLAY  "CCVSOPS: SELECTION NUMBER (Q=QUIT)?".              CVSOPS.2
026900     MOVE     SPACE TO WS-ANSWER.                                 CVSOPS.2
027000     ACCEPT   WS-ANSWER.                                          CVSOPS.2
027100     IF       WS-ANSWER = SPACE                                   CVSOPS.2
027200              OR WS-ANSWER = "Q"                                  CVSOPS.2
027300              OR WS-ANSWER = "q"                                  CVSOPS.2
027400              MOVE "Y" TO WS-QUIT-SW                              CVSOPS.2
027500              GO TO MENU-CYCLE-EX.                                CVSOPS.2
027600     MOVE     SPACE TO WS-CHOICE-TEXT.                            CVSOPS.2
027700     UNSTRING WS-ANSWER DELIMITED BY SPACE                        CVSOPS.2
027800              INTO WS-CHOICE-TEXT.                                CVSOPS.2
027900     INSPECT  WS-CHOICE-TEXT REPLACING LEADING SPACE BY ZERO.     CVSOPS.2
028000     IF       WS-CHOICE-TEXT NOT NUMERIC                          CVSOPS.2
028100              DISPLAY "CCVSOPS: NO SUCH SELECTION -- " WS-ANSWER  CVSOPS.2
028200              GO TO MENU-CYCLE-EX.                                CVSOPS.2
028300     MOVE     WS-CHOICE-TEXT TO WS-CHOICE.                        CVSOPS.2
028400     IF       WS-CHOICE = ZERO                                    CVSOPS.2
028500              OR WS-CHOICE > WS-ENTRY-COUNT                       CVSOPS.2
028600              DISPLAY "CCVSOPS: NO SUCH SELECTION -- " WS-ANSWER  CVSOPS.2
028700              GO TO MENU-CYCLE-EX.                                CVSOPS.2
028800     MOVE     WS-CHOICE TO WS-ENTRY-SUB.                          CVSOPS.2
028900     MOVE     SPACE TO WS-FOLLOW-UP.                              CVSOPS.2
029000     IF       WS-MENU-KIND (WS-ENTRY-SUB) = "F"                   CVSOPS.2
029100              DISPLAY "CCVSOPS: " WS-MENU-ASK (WS-ENTRY-SUB)      CVSOPS.2
029200              ACCEPT WS-FOLLOW-UP.                                CVSOPS.2
029300     PERFORM  JOURNAL-SELECTION.                                  CVSOPS.2
029400     PERFORM  LAUNCH-SELECTION.                                   CVSOPS.2
029500 MENU-CYCLE-EX.                                                   CVSOPS.2
029600     EXIT.                                                        CVSOPS.2
029700*                                                                 CVSOPS.2
029800*    RUN STATE FROM THE ACTIVE-RUN REGISTRY AND THE HEARTBEAT     CVSOPS.2
029900*    TRAIL, AS AT THE MOMENT THE PAGE IS DRAWN.                   CVSOPS.2
030000*                                                                 CVSOPS.2
030100 SHOW-RUN-STATE.                                                  CVSOPS.2
030200     DISPLAY  " ".                                                CVSOPS.2
030300     DISPLAY  "CCVS85 OPERATIONS MENU".                           CVSOPS.2
030400     DISPLAY  WS-HYPHENS.                                         CVSOPS.2
030500     PERFORM  SCAN-RUN-REGISTRY THRU SCAN-RUN-REGISTRY-EX.        CVSOPS.2
030600     PERFORM  SCAN-PROGRESS-TRAIL THRU SCAN-PROGRESS-TRAIL-EX.    CVSOPS.2
030700     DISPLAY  WS-HYPHENS.                                         CVSOPS.2
030800 SCAN-RUN-REGISTRY.                                               CVSOPS.2
030900     MOVE     ZERO TO WS-ACTIVE-CT.                               CVSOPS.2
031000     MOVE     SPACE TO WS-LAST-ACTIVE WS-LAST-ANY.                CVSOPS.2
031100     OPEN     INPUT REGISTRY-FILE.                                CVSOPS.2
031200     IF       WS-RG-FSTATUS NOT = "00"                            CVSOPS.2
031300              DISPLAY "RUN STATE: NO RUN REGISTERED"              CVSOPS.2
031400              GO TO SCAN-RUN-REGISTRY-EX.                         CVSOPS.2
031500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOPS.2
031600     PERFORM  READ-REGISTRY-LINE.                                 CVSOPS.2
031700     PERFORM  TRACK-REGISTRY-LINE                                 CVSOPS.2
031800              UNTIL WS-EOF-SWITCH = "Y".                          CVSOPS.2
031900     CLOSE    REGISTRY-FILE.                                      CVSOPS.2
032000     IF       WS-ACTIVE-CT > ZERO                                 CVSOPS.2
032100              MOVE WS-LAST-ACTIVE TO WS-WORK-REC                  CVSOPS.2
032200     ELSE                                                         CVSOPS.2
032300              MOVE WS-LAST-ANY TO WS-WORK-REC                     CVSOPS.2
032400     END-IF.                                                      CVSOPS.2
032500     IF       WS-WORK-REC = SPACE                                 CVSOPS.2
032600              DISPLAY "RUN STATE: NO RUN REGISTERED"              CVSOPS.2
032700              GO TO SCAN-RUN-REGISTRY-EX.                         CVSOPS.2
032800     MOVE     SPACE TO WS-RG-FIELDS.                              CVSOPS.2
032900     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSOPS.2
033000              INTO WS-RG-FIELD (1) WS-RG-FIELD (2)                CVSOPS.2
033100                   WS-RG-FIELD (3) WS-RG-FIELD (4)                CVSOPS.2
033200                   WS-RG-FIELD (5) WS-RG-FIELD (6)                CVSOPS.2
033300                   WS-RG-FIELD (7).                               CVSOPS.2
033400     MOVE     SPACE TO WS-MENU-LINE.                              CVSOPS.2
033500     IF       WS-ACTIVE-CT > ZERO                                 CVSOPS.2
033600              STRING "RUN STATE: ACTIVE RUN " DELIMITED BY SIZE   CVSOPS.2
033700                  WS-RG-FIELD (2) DELIMITED BY SPACE              CVSOPS.2
033800                  " BY " DELIMITED BY SIZE                        CVSOPS.2
033900                  WS-RG-FIELD (3) DELIMITED BY SPACE              CVSOPS.2
034000                  INTO WS-MENU-LINE                               CVSOPS.2
034100              DISPLAY WS-MENU-LINE                                CVSOPS.2
034200              MOVE SPACE TO WS-MENU-LINE                          CVSOPS.2
034300              STRING "           BUILD " DELIMITED BY SIZE        CVSOPS.2
034400                  WS-RG-FIELD (4) DELIMITED BY SPACE              CVSOPS.2
034500                  " MODE " DELIMITED BY SIZE                      CVSOPS.2
034600                  WS-RG-FIELD (5) DELIMITED BY SPACE              CVSOPS.2
034700                  " SINCE " DELIMITED BY SIZE                     CVSOPS.2
034800                  WS-RG-FIELD (6) DELIMITED BY SPACE              CVSOPS.2
034900                  " " DELIMITED BY SIZE                           CVSOPS.2
035000                  WS-RG-FIELD (7) DELIMITED BY SPACE              CVSOPS.2
035100                  INTO WS-MENU-LINE                               CVSOPS.2
035200     ELSE                                                         CVSOPS.2
035300              STRING "RUN STATE: NO ACTIVE RUN -- LAST "          CVSOPS.2
035400                  DELIMITED BY SIZE                               CVSOPS.2
035500                  WS-RG-FIELD (1) DELIMITED BY SPACE              CVSOPS.2
035600                  " " DELIMITED BY SIZE                           CVSOPS.2
035700                  WS-RG-FIELD (2) DELIMITED BY SPACE              CVSOPS.2
035800                  " BY " DELIMITED BY SIZE                        CVSOPS.2
035900                  WS-RG-FIELD (3) DELIMITED BY SPACE              CVSOPS.2
036000                  INTO WS-MENU-LINE                               CVSOPS.2
036100     END-IF.                                                      CVSOPS.2
036200     DISPLAY  WS-MENU-LINE.                                       CVSOPS.2
036300     IF       WS-ACTIVE-CT > 1                                    CVSOPS.2
036400              DISPLAY "RUN STATE: *** " WS-ACTIVE-CT              CVSOPS.2
036500                  " ACTIVE REGISTRATIONS -- SEE CCVSREG Q ***".   CVSOPS.2
036600 SCAN-RUN-REGISTRY-EX.                                            CVSOPS.2
036700     EXIT.                                                        CVSOPS.2
036800 READ-REGISTRY-LINE.                                              CVSOPS.2
036900     READ     REGISTRY-FILE                                       CVSOPS.2
037000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOPS.2
037100 TRACK-REGISTRY-LINE.                                             CVSOPS.2
037200     IF       REGISTRY-REC NOT = SPACE                            CVSOPS.2
037300              MOVE REGISTRY-REC TO WS-LAST-ANY.                   CVSOPS.2
037400     IF       REGISTRY-REC (1:7) = "ACTIVE|"                      CVSOPS.2
037500              ADD 1 TO WS-ACTIVE-CT                               CVSOPS.2
037600              MOVE REGISTRY-REC TO WS-LAST-ACTIVE.                CVSOPS.2
037700     PERFORM  READ-REGISTRY-LINE.                                 CVSOPS.2
037800 SCAN-PROGRESS-TRAIL.                                             CVSOPS.2
037900     MOVE     ZERO TO WS-OPEN-CT WS-CLOSE-CT.                     CVSOPS.2
038000     MOVE     SPACE TO WS-LAST-BEAT.                              CVSOPS.2
038100     OPEN     INPUT PROGRESS-FILE.                                CVSOPS.2
038200     IF       WS-PG-FSTATUS NOT = "00"                            CVSOPS.2
038300              DISPLAY "PROGRESS:  NO HEARTBEAT TRAIL"             CVSOPS.2
038400              GO TO SCAN-PROGRESS-TRAIL-EX.                       CVSOPS.2
038500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOPS.2
038600     PERFORM  READ-PROGRESS-LINE.                                 CVSOPS.2
038700     PERFORM  TRACK-PROGRESS-LINE                                 CVSOPS.2
038800              UNTIL WS-EOF-SWITCH = "Y".                          CVSOPS.2
038900     CLOSE    PROGRESS-FILE.                                      CVSOPS.2
039000     MOVE     SPACE TO WS-PG-FIELDS.                              CVSOPS.2
039100     UNSTRING WS-LAST-BEAT DELIMITED BY ","                       CVSOPS.2
039200              INTO WS-PG-FIELD (1) WS-PG-FIELD (2)                CVSOPS.2
039300                   WS-PG-FIELD (3) WS-PG-FIELD (4).               CVSOPS.2
039400     DISPLAY  "PROGRESS:  " WS-CLOSE-CT " MODULE(S) CLOSED, "     CVSOPS.2
039500              WS-OPEN-CT " OPENED".                               CVSOPS.2
039600     IF       WS-LAST-BEAT = SPACE                                CVSOPS.2
039700              GO TO SCAN-PROGRESS-TRAIL-EX.                       CVSOPS.2
039800     MOVE     SPACE TO WS-MENU-LINE.                              CVSOPS.2
039900     STRING   "           LAST HEARTBEAT " DELIMITED BY SIZE      CVSOPS.2
040000              WS-PG-FIELD (1) DELIMITED BY SPACE                  CVSOPS.2
040100              " " DELIMITED BY SIZE                               CVSOPS.2
040200              WS-PG-FIELD (2) DELIMITED BY SPACE                  CVSOPS.2
040300              " " DELIMITED BY SIZE                               CVSOPS.2
040400              WS-PG-FIELD (3) DELIMITED BY SPACE                  CVSOPS.2
040500              " " DELIMITED BY SIZE                               CVSOPS.2
040600              WS-PG-FIELD (4) DELIMITED BY SPACE                  CVSOPS.2
040700              INTO WS-MENU-LINE.                                  CVSOPS.2
040800     DISPLAY  WS-MENU-LINE.                                       CVSOPS.2
040900 SCAN-PROGRESS-TRAIL-EX.                                          CVSOPS.2
041000     EXIT.                                                        CVSOPS.2
041100 READ-PROGRESS-LINE.                                              CVSOPS.2
041200     READ     PROGRESS-FILE                                       CVSOPS.2
041300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOPS.2
041400 TRACK-PROGRESS-LINE.                                             CVSOPS.2
041500     IF       PROGRESS-REC NOT = SPACE                            CVSOPS.2
041600              MOVE PROGRESS-REC TO WS-LAST-BEAT.                  CVSOPS.2
041700     MOVE     SPACE TO WS-PG-FIELDS.                              CVSOPS.2
041800     UNSTRING PROGRESS-REC DELIMITED BY ","                       CVSOPS.2
041900              INTO WS-PG-FIELD (1) WS-PG-FIELD (2).               CVSOPS.2
042000     IF       WS-PG-FIELD (2) (1:5) = "CLOSE"                     CVSOPS.2
042100              ADD 1 TO WS-CLOSE-CT.                               CVSOPS.2
042200     IF       WS-PG-FIELD (2) (1:4) = "OPEN"                      CVSOPS.2
042300              ADD 1 TO WS-OPEN-CT.                                CVSOPS.2
042400     PERFORM  READ-PROGRESS-LINE.                                 CVSOPS.2
042500 SHOW-MENU-PAGE.                                                  CVSOPS.2
042600     MOVE     ZERO TO WS-GROUP-SHOWN.                             CVSOPS.2
042700     PERFORM  SHOW-MENU-ENTRY                                     CVSOPS.2
042800              VARYING WS-ENTRY-SUB FROM 1 BY 1                    CVSOPS.2
042900              UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.                CVSOPS.2
043000     DISPLAY  WS-HYPHENS.                                         CVSOPS.2
043100 SHOW-MENU-ENTRY.                                                 CVSOPS.2
043200     IF       WS-MENU-GROUP (WS-ENTRY-SUB) NOT = WS-GROUP-SHOWN   CVSOPS.2
043300              MOVE WS-MENU-GROUP (WS-ENTRY-SUB) TO WS-GROUP-SHOWN CVSOPS.2
043400              DISPLAY WS-GROUP-NAME (WS-GROUP-SHOWN).             CVSOPS.2
043500     MOVE     WS-ENTRY-SUB TO WS-SHOWN-NO.                        CVSOPS.2
043600     MOVE     SPACE TO WS-MENU-LINE.                              CVSOPS.2
043700     STRING   "   " WS-SHOWN-NO "  " DELIMITED BY SIZE            CVSOPS.2
043800              WS-MENU-DESC (WS-ENTRY-SUB) DELIMITED BY SIZE       CVSOPS.2
043900              " " WS-MENU-PGM (WS-ENTRY-SUB) DELIMITED BY SIZE    CVSOPS.2
044000              " " WS-MENU-MODE (WS-ENTRY-SUB) DELIMITED BY SIZE   CVSOPS.2
044100              INTO WS-MENU-LINE.                                  CVSOPS.2
044200     DISPLAY  WS-MENU-LINE.                                       CVSOPS.2
044300*                                                                 CVSOPS.2
044400*    THE SELECTION IS JOURNALED FIRST, SO A UTILITY THAT HANGS    CVSOPS.2
044500*    OR ABENDS STILL LEAVES ITS LAUNCH ON THE RECORD.             CVSOPS.2
044600*                                                                 CVSOPS.2
044700 JOURNAL-SELECTION.                                               CVSOPS.2
044800     MOVE     WS-ENTRY-SUB TO WS-SHOWN-NO.                        CVSOPS.2
044900     MOVE     SPACE TO WS-NOTE-TEXT.                              CVSOPS.2
045000     STRING   "MENU " WS-SHOWN-NO " " DELIMITED BY SIZE           CVSOPS.2
045100              WS-MENU-PGM (WS-ENTRY-SUB) DELIMITED BY SPACE       CVSOPS.2
045200              " " WS-MENU-MODE (WS-ENTRY-SUB) " "                 CVSOPS.2
045300                  DELIMITED BY SIZE                               CVSOPS.2
045400              WS-MENU-DESC (WS-ENTRY-SUB) DELIMITED BY SIZE       CVSOPS.2
045500              " " WS-FOLLOW-UP DELIMITED BY SIZE                  CVSOPS.2
045600              INTO WS-NOTE-TEXT.                                  CVSOPS.2
045700     OPEN     OUTPUT MENU-INPUT-FILE.                             CVSOPS.2
045800     MOVE     "M" TO MENU-INPUT-REC.                              CVSOPS.2
045900     WRITE    MENU-INPUT-REC.                                     CVSOPS.2
046000     MOVE     WS-NOTE-TEXT TO MENU-INPUT-REC.                     CVSOPS.2
046100     WRITE    MENU-INPUT-REC.                                     CVSOPS.2
046200     CLOSE    MENU-INPUT-FILE.                                    CVSOPS.2
046300     MOVE     "./CCVSAUD <ops_menu_input.tmp >/dev/null"          CVSOPS.2
046400              TO WS-SYS-CMD.                                      CVSOPS.2
046500     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSOPS.2
046600 LAUNCH-SELECTION.                                                CVSOPS.2
046700     MOVE     SPACE TO WS-SYS-CMD.                                CVSOPS.2
046800     EVALUATE WS-MENU-KIND (WS-ENTRY-SUB)                         CVSOPS.2
046900         WHEN "P"                                                 CVSOPS.2
047000             STRING "echo " WS-MENU-MODE (WS-ENTRY-SUB)           CVSOPS.2
047100                     " | ./" DELIMITED BY SIZE                    CVSOPS.2
047200                 WS-MENU-PGM (WS-ENTRY-SUB) DELIMITED BY SPACE    CVSOPS.2
047300                 INTO WS-SYS-CMD                                  CVSOPS.2
047400         WHEN "F"                                                 CVSOPS.2
047500             OPEN OUTPUT MENU-INPUT-FILE                          CVSOPS.2
047600             IF WS-MENU-MODE (WS-ENTRY-SUB) NOT = SPACE           CVSOPS.2
047700                 MOVE WS-MENU-MODE (WS-ENTRY-SUB)                 CVSOPS.2
047800                     TO MENU-INPUT-REC                            CVSOPS.2
047900                 WRITE MENU-INPUT-REC                             CVSOPS.2
048000             END-IF                                               CVSOPS.2
048100             MOVE WS-FOLLOW-UP TO MENU-INPUT-REC                  CVSOPS.2
048200             WRITE MENU-INPUT-REC                                 CVSOPS.2
048300             CLOSE MENU-INPUT-FILE                                CVSOPS.2
048400             STRING "./" DELIMITED BY SIZE                        CVSOPS.2
048500                 WS-MENU-PGM (WS-ENTRY-SUB) DELIMITED BY SPACE    CVSOPS.2
048600                 " <ops_menu_input.tmp" DELIMITED BY SIZE         CVSOPS.2
048700                 INTO WS-SYS-CMD                                  CVSOPS.2
048800         WHEN OTHER                                               CVSOPS.2
048900             STRING "./" DELIMITED BY SIZE                        CVSOPS.2
049000                 WS-MENU-PGM (WS-ENTRY-SUB) DELIMITED BY SPACE    CVSOPS.2
049100                 INTO WS-SYS-CMD                                  CVSOPS.2
049200     END-EVALUATE.                                                CVSOPS.2
049300     IF       WS-MENU-KIND (WS-ENTRY-SUB) = "I"                   CVSOPS.2
049400              AND WS-MENU-MODE (WS-ENTRY-SUB) NOT = SPACE         CVSOPS.2
049500              DISPLAY "CCVSOPS: ANSWER "                          CVSOPS.2
049600                  WS-MENU-MODE (WS-ENTRY-SUB) " AT THE "          CVSOPS.2
049700                  WS-MENU-PGM (WS-ENTRY-SUB) " MODE PROMPT".      CVSOPS.2
049800     DISPLAY  "CCVSOPS: STARTING " WS-MENU-PGM (WS-ENTRY-SUB).    CVSOPS.2
049900     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSOPS.2
050000     DISPLAY  "CCVSOPS: " WS-MENU-PGM (WS-ENTRY-SUB) " ENDED".    CVSOPS.2
