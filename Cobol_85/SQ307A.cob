000100 IDENTIFICATION DIVISION.                                         SQ3074.2
000200 PROGRAM-ID.                                                      SQ3074.2
000300     SQ307A.                                                      SQ3074.2
000400****************************************************************  SQ3074.2
000500*                                                              *  SQ3074.2
000600*    VALIDATION FOR:-                                          *  SQ3074.2
000700*                                                              *  SQ3074.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ3074.2
000900*                                                              *  SQ3074.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ3074.2
001100*                                                              *  SQ3074.2
001200****************************************************************  SQ3074.2
001300*                                                              *  SQ3074.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SQ3074.2
001500*                                                              *  SQ3074.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SQ3074.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  SQ3074.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  SQ3074.2
001900*                                                              *  SQ3074.2
002000****************************************************************  SQ3074.2
002100*                                                              *  SQ3074.2
002169*    SQ307A CODES THE PADDING CHARACTER AND RECORD DELIMITER   *  SQ3074.2
002238*    CLAUSES OF THE FILE-CONTROL ENTRY, WHICH NO OTHER SQ      *  SQ3074.2
002307*    MODULE USES.  EACH BED IS WRITTEN, RE-READ THROUGH THE    *  SQ3074.2
002376*    SAME DECLARATION, AND THEN READ AGAIN AS A RAW BYTE       *  SQ3074.2
002445*    STREAM SO THE PHYSICAL RECORD COUNT CAN BE ASSERTED       *  SQ3074.2
002514*    ALONGSIDE THE LOGICAL CONTENTS:                           *  SQ3074.2
002583*                                                              *  SQ3074.2
002652*      - XXXXX072  PADDING CHARACTER IS A LITERAL,             *  SQ3074.2
002721*      - XXXXX073  PADDING CHARACTER IS A DATA-NAME,           *  SQ3074.2
002790*            BOTH 120-BYTE BLOCKED BEDS WITH AN ODD            *  SQ3074.2
002859*            RECORD COUNT SO THE LAST BLOCK IS SHORT;          *  SQ3074.2
002928*            ANY PADDING THE IMPLEMENTOR ADDS MUST BE          *  SQ3074.2
002997*            THE NAMED CHARACTER AND NEVER COME BACK           *  SQ3074.2
003066*            AS A RECORD,                                      *  SQ3074.2
003135*      - XXXXX076  RECORD DELIMITER IS STANDARD-1,             *  SQ3074.2
003204*      - XXXXX077  RECORD DELIMITER IS LINE-SEQUENTIAL         *  SQ3074.2
003273*            (THE IMPLEMENTOR-NAME), BOTH VARIABLE-            *  SQ3074.2
003342*            LENGTH BEDS OF 1 TO 80 CHARACTERS.                *  SQ3074.2
003411*                                                              *  SQ3074.2
003480*    THE BEDS ARE LEFT IN PLACE FOR THE CCVSSCW SIDECAR        *  SQ3074.2
003549*    SWEEP (SEE sidecar_beds.dat).                             *  SQ3074.2
003618*                                                              *  SQ3074.2
003700****************************************************************  SQ3074.2
003800 ENVIRONMENT DIVISION.                                            SQ3074.2
003900 CONFIGURATION SECTION.                                           SQ3074.2
004000 SOURCE-COMPUTER.                                                 SQ3074.2
004100     COPY CCVSTRG.                                                SQ3074.2
004200 OBJECT-COMPUTER.                                                 SQ3074.2
004300     COPY CCVSTRG.                                                SQ3074.2
004400 INPUT-OUTPUT SECTION.                                            SQ3074.2
004500 FILE-CONTROL.                                                    SQ3074.2
004600     SELECT PRINT-FILE ASSIGN TO                                  SQ3074.2
004700     "report.log".                                                SQ3074.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          SQ3074.2
004900     "results.csv".                                               SQ3074.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        SQ3074.2
005100     "suite_summary.csv"                                          SQ3074.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            SQ3074.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        SQ3074.2
005400     "negative_path.csv"                                          SQ3074.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            SQ3074.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           SQ3074.2
005700     "xcard.dat"                                                  SQ3074.2
005800     ORGANIZATION LINE SEQUENTIAL                                 SQ3074.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             SQ3074.2
005903     SELECT   PDL-LIT-FILE ASSIGN TO                              SQ3074.2
005906     "XXXXX072"                                                   SQ3074.2
005909     ORGANIZATION IS SEQUENTIAL                                   SQ3074.2
005912     PADDING CHARACTER IS "*"                                     SQ3074.2
005915     FILE STATUS IS PDL-LT-FSTATUS.                               SQ3074.2
005918     SELECT   PDL-DN-FILE ASSIGN TO                               SQ3074.2
005921     "XXXXX073"                                                   SQ3074.2
005924     ORGANIZATION IS SEQUENTIAL                                   SQ3074.2
005927     PADDING CHARACTER IS PDL-PAD-CHAR                            SQ3074.2
005930     FILE STATUS IS PDL-DN-FSTATUS.                               SQ3074.2
005933     SELECT   PDL-STD-FILE ASSIGN TO                              SQ3074.2
005936     "XXXXX076"                                                   SQ3074.2
005939     ORGANIZATION IS SEQUENTIAL                                   SQ3074.2
005942     RECORD DELIMITER IS STANDARD-1                               SQ3074.2
005945     FILE STATUS IS PDL-ST-FSTATUS.                               SQ3074.2
005948     SELECT   PDL-IMP-FILE ASSIGN TO                              SQ3074.2
005951     "XXXXX077"                                                   SQ3074.2
005954     ORGANIZATION IS SEQUENTIAL                                   SQ3074.2
005957     RECORD DELIMITER IS LINE-SEQUENTIAL                          SQ3074.2
005960     FILE STATUS IS PDL-IM-FSTATUS.                               SQ3074.2
005963     SELECT   PDL-RAW-LIT-FILE ASSIGN TO                          SQ3074.2
005966     "XXXXX072"                                                   SQ3074.2
005969     FILE STATUS IS PDL-RW-FSTATUS.                               SQ3074.2
005972     SELECT   PDL-RAW-DN-FILE ASSIGN TO                           SQ3074.2
005975     "XXXXX073"                                                   SQ3074.2
005978     FILE STATUS IS PDL-RW-FSTATUS.                               SQ3074.2
005981     SELECT   PDL-RAW-STD-FILE ASSIGN TO                          SQ3074.2
005984     "XXXXX076"                                                   SQ3074.2
005987     FILE STATUS IS PDL-RW-FSTATUS.                               SQ3074.2
005990     SELECT   PDL-RAW-IMP-FILE ASSIGN TO                          SQ3074.2
005993     "XXXXX077"                                                   SQ3074.2
005996     FILE STATUS IS PDL-RW-FSTATUS.                               SQ3074.2
006000 DATA DIVISION.                                                   SQ3074.2
006100 FILE SECTION.                                                    SQ3074.2
006200 FD  PRINT-FILE.                                                  SQ3074.2
006300 01  PRINT-REC PICTURE X(120).                                    SQ3074.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 SQ3074.2
006500 FD  CSV-RESULTS-FILE.                                            SQ3074.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              SQ3074.2
006700 FD  SUITE-SUMMARY-FILE.                                          SQ3074.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             SQ3074.2
006900 FD  NEGATIVE-PATH-FILE.                                          SQ3074.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            SQ3074.2
007100 FD  XCARD-PARM-FILE.                                             SQ3074.2
007200 01  XCARD-PARM-REC PIC X(80).                                    SQ3074.2
007204 FD  PDL-LIT-FILE                                                 SQ3074.2
007208     BLOCK CONTAINS 2 RECORDS                                     SQ3074.2
007212     RECORD CONTAINS 120 CHARACTERS.                              SQ3074.2
007216 01  PDL-LIT-REC PIC X(120).                                      SQ3074.2
007220 FD  PDL-DN-FILE                                                  SQ3074.2
007224     BLOCK CONTAINS 2 RECORDS                                     SQ3074.2
007228     RECORD CONTAINS 120 CHARACTERS.                              SQ3074.2
007232 01  PDL-DN-REC PIC X(120).                                       SQ3074.2
007236 FD  PDL-STD-FILE                                                 SQ3074.2
007240     RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS            SQ3074.2
007244     DEPENDING ON PDL-STD-LEN.                                    SQ3074.2
007248 01  PDL-STD-REC PIC X(80).                                       SQ3074.2
007252 FD  PDL-IMP-FILE                                                 SQ3074.2
007256     RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS            SQ3074.2
007260     DEPENDING ON PDL-IMP-LEN.                                    SQ3074.2
007264 01  PDL-IMP-REC PIC X(80).                                       SQ3074.2
007268 FD  PDL-RAW-LIT-FILE.                                            SQ3074.2
007272 01  PDL-RAW-LIT-REC PIC X.                                       SQ3074.2
007276 FD  PDL-RAW-DN-FILE.                                             SQ3074.2
007280 01  PDL-RAW-DN-REC PIC X.                                        SQ3074.2
007284 FD  PDL-RAW-STD-FILE.                                            SQ3074.2
007288 01  PDL-RAW-STD-REC PIC X.                                       SQ3074.2
007292 FD  PDL-RAW-IMP-FILE.                                            SQ3074.2
007296 01  PDL-RAW-IMP-REC PIC X.                                       SQ3074.2
007300 WORKING-STORAGE SECTION.                                         SQ3074.2
007400 77  PDL-LT-FSTATUS        PIC XX    VALUE SPACE.                 SQ3074.2
007410 77  PDL-DN-FSTATUS        PIC XX    VALUE SPACE.                 SQ3074.2
007420 77  PDL-ST-FSTATUS        PIC XX    VALUE SPACE.                 SQ3074.2
007430 77  PDL-IM-FSTATUS        PIC XX    VALUE SPACE.                 SQ3074.2
007440 77  PDL-RW-FSTATUS        PIC XX    VALUE SPACE.                 SQ3074.2
007450 77  PDL-PAD-CHAR          PIC X     VALUE "#".                   SQ3074.2
007460 77  PDL-EXPECT-PAD        PIC X     VALUE SPACE.                 SQ3074.2
007470 77  PDL-BYTE              PIC X     VALUE SPACE.                 SQ3074.2
007480 77  PDL-EOF               PIC X     VALUE SPACE.                 SQ3074.2
007490 77  PDL-I                 PIC 9(2)  VALUE ZERO.                  SQ3074.2
007500 77  PDL-DIGIT             PIC 9     VALUE ZERO.                  SQ3074.2
007510 77  PDL-READ-CNT          PIC 9(3)  VALUE ZERO.                  SQ3074.2
007520 77  PDL-BAD-CNT           PIC 9(3)  VALUE ZERO.                  SQ3074.2
007530 77  PDL-STD-LEN           PIC 9(3)  VALUE ZERO.                  SQ3074.2
007540 77  PDL-IMP-LEN           PIC 9(3)  VALUE ZERO.                  SQ3074.2
007550 77  PDL-VAR-LEN           PIC 9(3)  VALUE ZERO.                  SQ3074.2
007560 77  PDL-IN-LEN            PIC 9(3)  VALUE ZERO.                  SQ3074.2
007570 77  PDL-RAW-BYTES         PIC 9(5)  VALUE ZERO.                  SQ3074.2
007580 77  PDL-RAW-LF            PIC 9(3)  VALUE ZERO.                  SQ3074.2
007590 77  PDL-RAW-BADPAD        PIC 9(5)  VALUE ZERO.                  SQ3074.2
007600 77  PDL-PHYS-CNT          PIC S9(5) VALUE ZERO.                  SQ3074.2
007610 77  PDL-PAD-RECS          PIC S9(5) VALUE ZERO.                  SQ3074.2
007620 77  PDL-REMAINDER         PIC S9(5) VALUE ZERO.                  SQ3074.2
007630 77  PDL-OVERHEAD          PIC S9(5) VALUE ZERO.                  SQ3074.2
007640*    FIVE 120-BYTE RECORDS GO TO EACH PADDING BED; THE SIX        SQ3074.2
007650*    VARIABLE-LENGTH RECORDS OF THE DELIMITER BEDS CARRY          SQ3074.2
007660*    1+17+80+40+2+63 = 203 DATA BYTES.                            SQ3074.2
007670 77  PDL-FIXED-RECS        PIC 9(3)  VALUE 5.                     SQ3074.2
007680 77  PDL-FIXED-BYTES       PIC 9(5)  VALUE 600.                   SQ3074.2
007690 77  PDL-VAR-RECS          PIC 9(3)  VALUE 6.                     SQ3074.2
007700 77  PDL-VAR-BYTES         PIC 9(5)  VALUE 203.                   SQ3074.2
007710 01  PDL-PATTERN.                                                 SQ3074.2
007720     02 FILLER PIC X(40) VALUE                                    SQ3074.2
007730            "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789+-*/".           SQ3074.2
007740     02 FILLER PIC X(40) VALUE                                    SQ3074.2
007750            "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210=<>$".           SQ3074.2
007760 01  PDL-LENGTH-VALUES.                                           SQ3074.2
007770     02 FILLER PIC X(18) VALUE "001017080040002063".              SQ3074.2
007780 01  PDL-LENGTH-TABLE REDEFINES PDL-LENGTH-VALUES.                SQ3074.2
007790     02 PDL-LENGTH         PIC 9(3)  OCCURS 6 TIMES.              SQ3074.2
007800 01  PDL-FIXED-REC.                                               SQ3074.2
007810     02 PDL-FX-SEQ         PIC 9(5).                              SQ3074.2
007820     02 PDL-FX-TEXT        PIC X(114).                            SQ3074.2
007830     02 PDL-FX-MARK        PIC X.                                 SQ3074.2
007840 01  PDL-INPUT-REC         PIC X(120) VALUE SPACE.                SQ3074.2
007850 01  PDL-VAR-EXPECT        PIC X(80)  VALUE SPACE.                SQ3074.2
007860 01  PDL-VAR-INPUT         PIC X(80)  VALUE SPACE.                SQ3074.2
008100 01  TEST-RESULTS.                                                SQ3074.2
008200     02 FILLER                   PIC X      VALUE SPACE.          SQ3074.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          SQ3074.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        SQ3074.2
008500     02 FILLER                   PIC X      VALUE SPACE.          SQ3074.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SQ3074.2
008700     02 FILLER                   PIC X      VALUE SPACE.          SQ3074.2
008800     02  PAR-NAME.                                                SQ3074.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          SQ3074.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          SQ3074.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           SQ3074.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          SQ3074.2
009300     02 RE-MARK                  PIC X(61).                       SQ3074.2
009400 01  TEST-COMPUTED.                                               SQ3074.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          SQ3074.2
009600     02 FILLER                   PIC X(17)  VALUE                 SQ3074.2
009700            "       COMPUTED=".                                   SQ3074.2
009800     02 COMPUTED-X.                                               SQ3074.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SQ3074.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             SQ3074.2
010100                                 PIC -9(9).9(9).                  SQ3074.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SQ3074.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SQ3074.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SQ3074.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       SQ3074.2
010600         04 COMPUTED-18V0                    PIC -9(18).          SQ3074.2
010700         04 FILLER                           PIC X.               SQ3074.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             SQ3074.2
010900 01  TEST-CORRECT.                                                SQ3074.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             SQ3074.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                SQ3074.2
011200     02 CORRECT-X.                                                SQ3074.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SQ3074.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SQ3074.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SQ3074.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SQ3074.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SQ3074.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         SQ3074.2
011900         04 CORRECT-18V0                     PIC -9(18).          SQ3074.2
012000         04 FILLER                           PIC X.               SQ3074.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              SQ3074.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SQ3074.2
012300 01  CCVS-C-1.                                                    SQ3074.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASQ3074.2
012500-    "SS  PARAGRAPH-NAME                                          SQ3074.2
012600-    "       REMARKS".                                            SQ3074.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      SQ3074.2
012800 01  CCVS-C-2.                                                    SQ3074.2
012900     02 FILLER                     PIC X        VALUE SPACE.      SQ3074.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   SQ3074.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      SQ3074.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     SQ3074.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      SQ3074.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SQ3074.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       SQ3074.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SQ3074.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SQ3074.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SQ3074.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SQ3074.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SQ3074.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SQ3074.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SQ3074.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SQ3074.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    SQ3074.2
014500 01  WS-PAGE-LINES REDEFINES                                      SQ3074.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                SQ3074.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SQ3074.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      SQ3074.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    SQ3074.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    SQ3074.2
015100 01  CCVS-H-1.                                                    SQ3074.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ3074.2
015300     02  FILLER                    PIC X(42)    VALUE             SQ3074.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SQ3074.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ3074.2
015600 01  CCVS-H-2A.                                                   SQ3074.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      SQ3074.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SQ3074.2
015900   02  FILLER                        PIC XXXX   VALUE             SQ3074.2
016000     "4.2 ".                                                      SQ3074.2
016100   02  FILLER                        PIC X(28)  VALUE             SQ3074.2
016200            " COPY - NOT FOR DISTRIBUTION".                       SQ3074.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      SQ3074.2
016400                                                                  SQ3074.2
016500 01  CCVS-H-2B.                                                   SQ3074.2
016600   02  FILLER                        PIC X(15)  VALUE             SQ3074.2
016700            "TEST RESULT OF ".                                    SQ3074.2
016800   02  TEST-ID                       PIC X(9).                    SQ3074.2
016900   02  FILLER                        PIC X(4)   VALUE             SQ3074.2
017000            " IN ".                                               SQ3074.2
017100   02  FILLER                        PIC X(12)  VALUE             SQ3074.2
017200     " HIGH       ".                                              SQ3074.2
017300   02  FILLER                        PIC X(22)  VALUE             SQ3074.2
017400            " LEVEL VALIDATION FOR ".                             SQ3074.2
017500   02  FILLER                        PIC X(58)  VALUE             SQ3074.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ3074.2
017700 01  CCVS-H-3.                                                    SQ3074.2
017800     02  FILLER                      PIC X(34)  VALUE             SQ3074.2
017900            " FOR OFFICIAL USE ONLY    ".                         SQ3074.2
018000     02  FILLER                      PIC X(58)  VALUE             SQ3074.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ3074.2
018200     02  FILLER                      PIC X(28)  VALUE             SQ3074.2
018300            "  COPYRIGHT   1985 ".                                SQ3074.2
018400 01  CCVS-H-4.                                                    SQ3074.2
018500     02  FILLER                      PIC X(15)  VALUE             SQ3074.2
018600            "COMPILED DATE: ".                                    SQ3074.2
018700     02  H4-BUILD-ID                 PIC X(16).                   SQ3074.2
018800     02  FILLER                      PIC X(10)  VALUE             SQ3074.2
018900            "  RUN ON: ".                                         SQ3074.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    SQ3074.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      SQ3074.2
019200 01  CCVS-E-1.                                                    SQ3074.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      SQ3074.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SQ3074.2
019500     02 ID-AGAIN                     PIC X(9).                    SQ3074.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     SQ3074.2
019700 01  CCVS-E-2.                                                    SQ3074.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      SQ3074.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      SQ3074.2
020000     02 CCVS-E-2-2.                                               SQ3074.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SQ3074.2
020200         03 FILLER                   PIC X      VALUE SPACE.      SQ3074.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             SQ3074.2
020400            "ERRORS ENCOUNTERED".                                 SQ3074.2
020500 01  CCVS-E-3.                                                    SQ3074.2
020600     02  FILLER                      PIC X(22)  VALUE             SQ3074.2
020700            " FOR OFFICIAL USE ONLY".                             SQ3074.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      SQ3074.2
020900     02  FILLER                      PIC X(58)  VALUE             SQ3074.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ3074.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      SQ3074.2
021200     02 FILLER                       PIC X(15)  VALUE             SQ3074.2
021300             " COPYRIGHT 1985".                                   SQ3074.2
021400 01  CCVS-E-4.                                                    SQ3074.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SQ3074.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     SQ3074.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SQ3074.2
021800     02 FILLER                       PIC X(40)  VALUE             SQ3074.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SQ3074.2
022000 01  XXINFO.                                                      SQ3074.2
022100     02 FILLER                       PIC X(19)  VALUE             SQ3074.2
022200            "*** INFORMATION ***".                                SQ3074.2
022300     02 INFO-TEXT.                                                SQ3074.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      SQ3074.2
022500       04 XXCOMPUTED                 PIC X(20).                   SQ3074.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      SQ3074.2
022700       04 XXCORRECT                  PIC X(20).                   SQ3074.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   SQ3074.2
022900 01  HYPHEN-LINE.                                                 SQ3074.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          SQ3074.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************SQ3074.2
023200-    "*****************************************".                 SQ3074.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************SQ3074.2
023400-    "******************************".                            SQ3074.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          SQ3074.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       SQ3074.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           SQ3074.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    SQ3074.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        SQ3074.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               SQ3074.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           SQ3074.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             SQ3074.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           SQ3074.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             SQ3074.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         SQ3074.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         SQ3074.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   SQ3074.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   SQ3074.2
024900     COPY     CCVSSED.                                            SQ3074.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3074.2
025100     "SQ307A".                                                    SQ3074.2
025171     COPY CCVSIOK.                                                SQ3074.2
025200 PROCEDURE DIVISION.                                              SQ3074.2
025300 CCVS1 SECTION.                                                   SQ3074.2
025400 OPEN-FILES.                                                      SQ3074.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SQ3074.2
025400              BY CONTENT "OPEN ".                                 SQ3074.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  SQ3074.2
025600     OPEN     OUTPUT PRINT-FILE.                                  SQ3074.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          SQ3074.2
025800     IF       WS-SS-FILE-STATUS = "35"                            SQ3074.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      SQ3074.2
026000     END-IF.                                                      SQ3074.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          SQ3074.2
026200     IF       WS-NP-FILE-STATUS = "35"                            SQ3074.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      SQ3074.2
026400     END-IF.                                                      SQ3074.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           SQ3074.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQ3074.2
026700     ACCEPT WS-START-TIME FROM TIME.                              SQ3074.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             SQ3074.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             SQ3074.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            SQ3074.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                SQ3074.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ3074.2
027300     MOVE    SPACE TO TEST-RESULTS.                               SQ3074.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ3074.2
027500     GO TO CCVS1-EXIT.                                            SQ3074.2
027600 CLOSE-FILES.                                                     SQ3074.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SQ3074.2
027600              BY CONTENT "CLOSE".                                 SQ3074.2
027700     ACCEPT WS-END-TIME FROM TIME.                                SQ3074.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ3074.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 SQ3074.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 SQ3074.2
028100     CLOSE    CSV-RESULTS-FILE.                                   SQ3074.2
028200 TERMINATE-CCVS.                                                  SQ3074.2
028300*S   EXIT PROGRAM.                                                SQ3074.2
028400*SERMINATE-CALL.                                                  SQ3074.2
028500     EVALUATE TRUE                                                SQ3074.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     SQ3074.2
028700             MOVE 16 TO RETURN-CODE                               SQ3074.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    SQ3074.2
028900             MOVE 8 TO RETURN-CODE                                SQ3074.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   SQ3074.2
029100             MOVE 4 TO RETURN-CODE                                SQ3074.2
029200         WHEN OTHER                                               SQ3074.2
029300             MOVE 0 TO RETURN-CODE                                SQ3074.2
029400     END-EVALUATE.                                                SQ3074.2
029500     STOP     RUN.                                                SQ3074.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         SQ3074.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          SQ3074.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   SQ3074.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              SQ3074.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                SQ3074.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  SQ3074.2
030200         ADD 1 TO WS-ANSI-IDX                                     SQ3074.2
030300     END-PERFORM.                                                 SQ3074.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              SQ3074.2
030500     IF       WS-ANSI-LEN > 0                                     SQ3074.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 SQ3074.2
030700                      TO ANSI-CLAUSE-NUM                          SQ3074.2
030800     END-IF.                                                      SQ3074.2
030900 LOAD-X-CARD-PARMS.                                               SQ3074.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              SQ3074.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         SQ3074.2
031200              PERFORM READ-XCARD-PARM-LINE                        SQ3074.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       SQ3074.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    SQ3074.2
031500              CLOSE XCARD-PARM-FILE                               SQ3074.2
031600     END-IF.                                                      SQ3074.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SQ3074.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   SQ3074.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    SQ3074.2
031700              INTO DUMMY-RECORD.                                  SQ3074.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         SQ3074.2
031700              DUMMY-RECORD.                                       SQ3074.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SQ3074.2
031800 READ-XCARD-PARM-LINE.                                            SQ3074.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 SQ3074.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    SQ3074.2
032100 APPLY-XCARD-PARM-LINE.                                           SQ3074.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     SQ3074.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  SQ3074.2
032400     EVALUATE WS-XCARD-CODE                                       SQ3074.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          SQ3074.2
032600         TO WS-PAGE-LINES-ALPHA                                   SQ3074.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 SQ3074.2
032800         WHEN OTHER CONTINUE                                      SQ3074.2
032900     END-EVALUATE.                                                SQ3074.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               SQ3074.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SQ3074.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SQ3074.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SQ3074.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SQ3074.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      SQ3074.2
033600 PRINT-DETAIL.                                                    SQ3074.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  SQ3074.2
033800             MOVE "." TO PARDOT-X                                 SQ3074.2
033900             MOVE REC-CT TO DOTVALUE.                             SQ3074.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SQ3074.2
034100     PERFORM WRITE-CSV-LINE.                                      SQ3074.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SQ3074.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SQ3074.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SQ3074.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SQ3074.2
034600     MOVE SPACE TO CORRECT-X.                                     SQ3074.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SQ3074.2
034800     MOVE     SPACE TO RE-MARK.                                   SQ3074.2
034900 HEAD-ROUTINE.                                                    SQ3074.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ3074.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ3074.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ3074.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ3074.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3074.2
035500 COLUMN-NAMES-ROUTINE.                                            SQ3074.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3074.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3074.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ3074.2
035900 END-ROUTINE.                                                     SQ3074.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SQ3074.2
036100 END-RTN-EXIT.                                                    SQ3074.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3074.2
036300 END-ROUTINE-1.                                                   SQ3074.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SQ3074.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SQ3074.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             SQ3074.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             SQ3074.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SQ3074.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               SQ3074.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               SQ3074.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               SQ3074.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               SQ3074.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                SQ3074.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                SQ3074.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 SQ3074.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     SQ3074.2
037700            INTO SUITE-SUMMARY-REC.                               SQ3074.2
037800     WRITE SUITE-SUMMARY-REC.                                     SQ3074.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   SQ3074.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SQ3074.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SQ3074.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SQ3074.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SQ3074.2
038400  END-ROUTINE-12.                                                 SQ3074.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SQ3074.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SQ3074.2
038700         MOVE "NO " TO ERROR-TOTAL                                SQ3074.2
038800         ELSE                                                     SQ3074.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SQ3074.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SQ3074.2
039100     PERFORM WRITE-LINE.                                          SQ3074.2
039200 END-ROUTINE-13.                                                  SQ3074.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           SQ3074.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ3074.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SQ3074.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SQ3074.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3074.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          SQ3074.2
039900          MOVE "NO " TO ERROR-TOTAL                               SQ3074.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SQ3074.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SQ3074.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SQ3074.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3074.2
040400 WRITE-LINE.                                                      SQ3074.2
040500     ADD 1 TO RECORD-COUNT.                                       SQ3074.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        SQ3074.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SQ3074.2
040800         MOVE SPACE TO DUMMY-RECORD                               SQ3074.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               SQ3074.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ3074.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ3074.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ3074.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ3074.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             SQ3074.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SQ3074.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SQ3074.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SQ3074.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          SQ3074.2
041900         MOVE ZERO TO RECORD-COUNT.                               SQ3074.2
042000     PERFORM WRT-LN.                                              SQ3074.2
042100 WRT-LN.                                                          SQ3074.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               SQ3074.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  SQ3074.2
042400 DERIVE-FEATURE-CODE.                                             SQ3074.2
042500         MOVE SPACES TO FEATURE-CODE.                             SQ3074.2
042600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
042800             FOR ALL "UNSTRING".                                  SQ3074.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     SQ3074.2
043100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
043300             FOR ALL "REWRITE".                                   SQ3074.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      SQ3074.2
043600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
043800             FOR ALL "SORT".                                      SQ3074.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
044000             MOVE "SORT" TO FEATURE-CODE.                         SQ3074.2
044100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
044300             FOR ALL "MERGE".                                     SQ3074.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        SQ3074.2
044600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
044800             FOR ALL "WRITE".                                     SQ3074.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        SQ3074.2
045100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
045300             FOR ALL "DELETE".                                    SQ3074.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       SQ3074.2
045600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
045800             FOR ALL "READ".                                      SQ3074.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
046000             MOVE "READ" TO FEATURE-CODE.                         SQ3074.2
046100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
046300             FOR ALL "OPEN".                                      SQ3074.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         SQ3074.2
046600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
046800             FOR ALL "CLOSE".                                     SQ3074.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        SQ3074.2
047100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
047300             FOR ALL "START".                                     SQ3074.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
047500             MOVE "START" TO FEATURE-CODE.                        SQ3074.2
047600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
047800             FOR ALL "CALL".                                      SQ3074.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
048000             MOVE "CALL" TO FEATURE-CODE.                         SQ3074.2
048100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
048300             FOR ALL "STRING".                                    SQ3074.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
048500             MOVE "STRING" TO FEATURE-CODE.                       SQ3074.2
048600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
048800             FOR ALL "INSPECT".                                   SQ3074.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      SQ3074.2
049100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
049300             FOR ALL "COPY".                                      SQ3074.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
049500             MOVE "COPY" TO FEATURE-CODE.                         SQ3074.2
049600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
049800             FOR ALL "SEG".                                       SQ3074.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      SQ3074.2
050100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
050300             FOR ALL "KEY".                                       SQ3074.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
050500             MOVE "KEY" TO FEATURE-CODE.                          SQ3074.2
050600         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
050800             FOR ALL "COMPARE".                                   SQ3074.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      SQ3074.2
051100         MOVE ZERO TO WS-FC-CNT.                                  SQ3074.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3074.2
051300             FOR ALL "CONDITION".                                 SQ3074.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3074.2
051500             MOVE "COND" TO FEATURE-CODE.                         SQ3074.2
051600         IF FEATURE-CODE = SPACE                                  SQ3074.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        SQ3074.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        SQ3074.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             SQ3074.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SQ3074.2
052100            FEATURE         DELIMITED BY SIZE  ","                SQ3074.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                SQ3074.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                SQ3074.2
052400            P-OR-F          DELIMITED BY SPACE                    SQ3074.2
052500            INTO NEGATIVE-PATH-REC.                               SQ3074.2
052600     WRITE NEGATIVE-PATH-REC.                                     SQ3074.2
052700 WRITE-CSV-LINE.                                                  SQ3074.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 SQ3074.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               SQ3074.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SQ3074.2
053100            FEATURE         DELIMITED BY SIZE  ","                SQ3074.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                SQ3074.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                SQ3074.2
053400            P-OR-F          DELIMITED BY SPACE ","                SQ3074.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                SQ3074.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                SQ3074.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 SQ3074.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     SQ3074.2
053900            INTO CSV-RESULTS-REC.                                 SQ3074.2
054000     WRITE CSV-RESULTS-REC.                                       SQ3074.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      SQ3074.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        SQ3074.2
054300 BLANK-LINE-PRINT.                                                SQ3074.2
054400     PERFORM WRT-LN.                                              SQ3074.2
054500 FAIL-ROUTINE.                                                    SQ3074.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            SQ3074.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         SQ3074.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           SQ3074.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SQ3074.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ3074.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SQ3074.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3074.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ3074.2
055400     GO TO  FAIL-ROUTINE-EX.                                      SQ3074.2
055500 FAIL-ROUTINE-WRITE.                                              SQ3074.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SQ3074.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SQ3074.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SQ3074.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SQ3074.2
056000 FAIL-ROUTINE-EX. EXIT.                                           SQ3074.2
056100 BAIL-OUT.                                                        SQ3074.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SQ3074.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SQ3074.2
056400 BAIL-OUT-WRITE.                                                  SQ3074.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SQ3074.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ3074.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3074.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ3074.2
056900 BAIL-OUT-EX. EXIT.                                               SQ3074.2
057000 CCVS1-EXIT.                                                      SQ3074.2
057100     EXIT.                                                        SQ3074.2
057200 SECT-SQ307A-001 SECTION.                                         SQ3074.2
057300 PDL-INIT-307-1.                                                  SQ3074.2
057400     MOVE     "PADDING CHARACTER" TO FEATURE.                     SQ3074.2
057500     MOVE     "VII-5 2.3.4(6) PADDING" TO ANSI-REFERENCE.         SQ3074.2
057600*    LITERAL PADDING CHARACTER: FIVE RECORDS IN BLOCKS OF TWO.    SQ3074.2
057700     OPEN     OUTPUT PDL-LIT-FILE                                 SQ3074.2
057771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
057772         PDL-LT-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
057773         BY CONTENT "OPEN   PDL-LIT-FILE    S0001T ".             SQ3074.2
057800     PERFORM  PDL-WRITE-LIT                                       SQ3074.2
057900              VARYING PDL-I FROM 1 BY 1 UNTIL PDL-I > 5.          SQ3074.2
058000     CLOSE    PDL-LIT-FILE                                        SQ3074.2
058071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
058072         PDL-LT-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
058073         BY CONTENT "CLOSE  PDL-LIT-FILE    S0002T ".             SQ3074.2
058100     OPEN     INPUT PDL-LIT-FILE                                  SQ3074.2
058171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
058172         PDL-LT-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
058173         BY CONTENT "OPEN   PDL-LIT-FILE    S0003T ".             SQ3074.2
058200     MOVE     SPACE TO PDL-EOF.                                   SQ3074.2
058300     MOVE     ZERO TO PDL-READ-CNT PDL-BAD-CNT.                   SQ3074.2
058400     PERFORM  PDL-READ-LIT UNTIL PDL-EOF = "Y".                   SQ3074.2
058500     CLOSE    PDL-LIT-FILE                                        SQ3074.2
058571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
058572         PDL-LT-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
058573         BY CONTENT "CLOSE  PDL-LIT-FILE    S0004T ".             SQ3074.2
058600     MOVE     "*" TO PDL-EXPECT-PAD.                              SQ3074.2
058700     PERFORM  PDL-RAW-RESET.                                      SQ3074.2
058800     OPEN     INPUT PDL-RAW-LIT-FILE                              SQ3074.2
058871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
058872         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
058873         BY CONTENT "OPEN   PDL-RAW-LIT-FILES0005T ".             SQ3074.2
058900     PERFORM  PDL-RAW-READ-LIT UNTIL PDL-EOF = "Y".               SQ3074.2
059000     CLOSE    PDL-RAW-LIT-FILE                                    SQ3074.2
059071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
059072         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
059073         BY CONTENT "CLOSE  PDL-RAW-LIT-FILES0006T ".             SQ3074.2
059100     PERFORM  PDL-PHYSICAL-FIXED.                                 SQ3074.2
059200 PDL-TEST-307-1.                                                  SQ3074.2
059300*    ALL FIVE RECORDS CAME BACK INTACT; THE SHORT LAST BLOCK      SQ3074.2
059400*    YIELDED NO EXTRA RECORD.                                     SQ3074.2
059500     MOVE     "PDL-TEST-307-1" TO PAR-NAME.                       SQ3074.2
059600     IF       PDL-READ-CNT = PDL-FIXED-RECS                       SQ3074.2
059700              AND PDL-BAD-CNT = ZERO                              SQ3074.2
059800              PERFORM PASS                                        SQ3074.2
059900              GO TO PDL-WRITE-307-1.                              SQ3074.2
060000     MOVE     PDL-READ-CNT TO COMPUTED-18V0.                      SQ3074.2
060100     MOVE     PDL-FIXED-RECS TO CORRECT-18V0.                     SQ3074.2
060200     MOVE     "LITERAL-PADDED RECORDS LOST OR ALTERED" TO RE-MARK.SQ3074.2
060300     PERFORM  FAIL.                                               SQ3074.2
060400 PDL-WRITE-307-1.                                                 SQ3074.2
060500     PERFORM  PRINT-DETAIL.                                       SQ3074.2
060600 PDL-TEST-307-2.                                                  SQ3074.2
060700*    THE BED HOLDS FIVE PHYSICAL 120-BYTE DATA RECORDS AND AT     SQ3074.2
060800*    MOST ONE RECORD'S WORTH OF "*" PADDING IN THE LAST BLOCK.    SQ3074.2
060900     MOVE     "PDL-TEST-307-2" TO PAR-NAME.                       SQ3074.2
061000     IF       PDL-REMAINDER = ZERO                                SQ3074.2
061100              AND PDL-PHYS-CNT NOT < PDL-FIXED-RECS               SQ3074.2
061200              AND PDL-PAD-RECS NOT > 1                            SQ3074.2
061300              AND PDL-RAW-BADPAD = ZERO                           SQ3074.2
061400              PERFORM PASS                                        SQ3074.2
061500              GO TO PDL-WRITE-307-2.                              SQ3074.2
061600     MOVE     PDL-PHYS-CNT TO COMPUTED-18V0.                      SQ3074.2
061700     MOVE     PDL-FIXED-RECS TO CORRECT-18V0.                     SQ3074.2
061800     MOVE     "PHYSICAL RECORDS WRONG IN LITERAL-PADDED BED"      SQ3074.2
061900              TO RE-MARK.                                         SQ3074.2
062000     PERFORM  FAIL.                                               SQ3074.2
062100 PDL-WRITE-307-2.                                                 SQ3074.2
062200     PERFORM  PRINT-DETAIL.                                       SQ3074.2
062300 PDL-INIT-307-3.                                                  SQ3074.2
062400*    DATA-NAME PADDING CHARACTER, SAME SHAPE AS ABOVE.            SQ3074.2
062500     OPEN     OUTPUT PDL-DN-FILE                                  SQ3074.2
062571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
062572         PDL-DN-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
062573         BY CONTENT "OPEN   PDL-DN-FILE     S0007T ".             SQ3074.2
062600     PERFORM  PDL-WRITE-DN                                        SQ3074.2
062700              VARYING PDL-I FROM 1 BY 1 UNTIL PDL-I > 5.          SQ3074.2
062800     CLOSE    PDL-DN-FILE                                         SQ3074.2
062871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
062872         PDL-DN-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
062873         BY CONTENT "CLOSE  PDL-DN-FILE     S0008T ".             SQ3074.2
062900     OPEN     INPUT PDL-DN-FILE                                   SQ3074.2
062971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
062972         PDL-DN-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
062973         BY CONTENT "OPEN   PDL-DN-FILE     S0009T ".             SQ3074.2
063000     MOVE     SPACE TO PDL-EOF.                                   SQ3074.2
063100     MOVE     ZERO TO PDL-READ-CNT PDL-BAD-CNT.                   SQ3074.2
063200     PERFORM  PDL-READ-DN UNTIL PDL-EOF = "Y".                    SQ3074.2
063300     CLOSE    PDL-DN-FILE                                         SQ3074.2
063371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
063372         PDL-DN-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
063373         BY CONTENT "CLOSE  PDL-DN-FILE     S0010T ".             SQ3074.2
063400     MOVE     PDL-PAD-CHAR TO PDL-EXPECT-PAD.                     SQ3074.2
063500     PERFORM  PDL-RAW-RESET.                                      SQ3074.2
063600     OPEN     INPUT PDL-RAW-DN-FILE                               SQ3074.2
063671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
063672         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
063673         BY CONTENT "OPEN   PDL-RAW-DN-FILE S0011T ".             SQ3074.2
063700     PERFORM  PDL-RAW-READ-DN UNTIL PDL-EOF = "Y".                SQ3074.2
063800     CLOSE    PDL-RAW-DN-FILE                                     SQ3074.2
063871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
063872         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
063873         BY CONTENT "CLOSE  PDL-RAW-DN-FILE S0012T ".             SQ3074.2
063900     PERFORM  PDL-PHYSICAL-FIXED.                                 SQ3074.2
064000 PDL-TEST-307-3.                                                  SQ3074.2
064100     MOVE     "PDL-TEST-307-3" TO PAR-NAME.                       SQ3074.2
064200     IF       PDL-READ-CNT = PDL-FIXED-RECS                       SQ3074.2
064300              AND PDL-BAD-CNT = ZERO                              SQ3074.2
064400              PERFORM PASS                                        SQ3074.2
064500              GO TO PDL-WRITE-307-3.                              SQ3074.2
064600     MOVE     PDL-READ-CNT TO COMPUTED-18V0.                      SQ3074.2
064700     MOVE     PDL-FIXED-RECS TO CORRECT-18V0.                     SQ3074.2
064800     MOVE     "DATA-NAME-PADDED RECORDS LOST OR ALTERED"          SQ3074.2
064900              TO RE-MARK.                                         SQ3074.2
065000     PERFORM  FAIL.                                               SQ3074.2
065100 PDL-WRITE-307-3.                                                 SQ3074.2
065200     PERFORM  PRINT-DETAIL.                                       SQ3074.2
065300 PDL-TEST-307-4.                                                  SQ3074.2
065400     MOVE     "PDL-TEST-307-4" TO PAR-NAME.                       SQ3074.2
065500     IF       PDL-REMAINDER = ZERO                                SQ3074.2
065600              AND PDL-PHYS-CNT NOT < PDL-FIXED-RECS               SQ3074.2
065700              AND PDL-PAD-RECS NOT > 1                            SQ3074.2
065800              AND PDL-RAW-BADPAD = ZERO                           SQ3074.2
065900              PERFORM PASS                                        SQ3074.2
066000              GO TO PDL-WRITE-307-4.                              SQ3074.2
066100     MOVE     PDL-PHYS-CNT TO COMPUTED-18V0.                      SQ3074.2
066200     MOVE     PDL-FIXED-RECS TO CORRECT-18V0.                     SQ3074.2
066300     MOVE     "PHYSICAL RECORDS WRONG IN DATA-NAME-PADDED BED"    SQ3074.2
066400              TO RE-MARK.                                         SQ3074.2
066500     PERFORM  FAIL.                                               SQ3074.2
066600 PDL-WRITE-307-4.                                                 SQ3074.2
066700     PERFORM  PRINT-DETAIL.                                       SQ3074.2
066800 PDL-INIT-307-5.                                                  SQ3074.2
066900     MOVE     "RECORD DELIMITER" TO FEATURE.                      SQ3074.2
067000     MOVE     "VII-6 2.3.4(8) DELIMITER" TO ANSI-REFERENCE.       SQ3074.2
067100*    STANDARD-1 DELIMITER: SIX RECORDS OF 1 TO 80 CHARACTERS.     SQ3074.2
067200     OPEN     OUTPUT PDL-STD-FILE                                 SQ3074.2
067271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
067272         PDL-ST-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
067273         BY CONTENT "OPEN   PDL-STD-FILE    S0013T ".             SQ3074.2
067300     PERFORM  PDL-WRITE-STD                                       SQ3074.2
067400              VARYING PDL-I FROM 1 BY 1 UNTIL PDL-I > 6.          SQ3074.2
067500     CLOSE    PDL-STD-FILE                                        SQ3074.2
067571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
067572         PDL-ST-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
067573         BY CONTENT "CLOSE  PDL-STD-FILE    S0014T ".             SQ3074.2
067600     OPEN     INPUT PDL-STD-FILE                                  SQ3074.2
067671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
067672         PDL-ST-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
067673         BY CONTENT "OPEN   PDL-STD-FILE    S0015T ".             SQ3074.2
067700     MOVE     SPACE TO PDL-EOF.                                   SQ3074.2
067800     MOVE     ZERO TO PDL-READ-CNT PDL-BAD-CNT.                   SQ3074.2
067900     PERFORM  PDL-READ-STD UNTIL PDL-EOF = "Y".                   SQ3074.2
068000     CLOSE    PDL-STD-FILE                                        SQ3074.2
068071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
068072         PDL-ST-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
068073         BY CONTENT "CLOSE  PDL-STD-FILE    S0016T ".             SQ3074.2
068100     MOVE     SPACE TO PDL-EXPECT-PAD.                            SQ3074.2
068200     PERFORM  PDL-RAW-RESET.                                      SQ3074.2
068300     OPEN     INPUT PDL-RAW-STD-FILE                              SQ3074.2
068371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
068372         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
068373         BY CONTENT "OPEN   PDL-RAW-STD-FILES0017T ".             SQ3074.2
068400     PERFORM  PDL-RAW-READ-STD UNTIL PDL-EOF = "Y".               SQ3074.2
068500     CLOSE    PDL-RAW-STD-FILE                                    SQ3074.2
068571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
068572         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
068573         BY CONTENT "CLOSE  PDL-RAW-STD-FILES0018T ".             SQ3074.2
068600 PDL-TEST-307-5.                                                  SQ3074.2
068700*    EVERY RECORD CAME BACK WITH ITS OWN LENGTH AND TEXT.         SQ3074.2
068800     MOVE     "PDL-TEST-307-5" TO PAR-NAME.                       SQ3074.2
068900     IF       PDL-READ-CNT = PDL-VAR-RECS                         SQ3074.2
069000              AND PDL-BAD-CNT = ZERO                              SQ3074.2
069100              PERFORM PASS                                        SQ3074.2
069200              GO TO PDL-WRITE-307-5.                              SQ3074.2
069300     MOVE     PDL-BAD-CNT TO COMPUTED-18V0.                       SQ3074.2
069400     MOVE     ZERO TO CORRECT-18V0.                               SQ3074.2
069500     MOVE     "STANDARD-1 RECORDS LOST OR ALTERED" TO RE-MARK.    SQ3074.2
069600     PERFORM  FAIL.                                               SQ3074.2
069700 PDL-WRITE-307-5.                                                 SQ3074.2
069800     PERFORM  PRINT-DETAIL.                                       SQ3074.2
069900 PDL-TEST-307-6.                                                  SQ3074.2
070000*    STANDARD-1 FRAMES EVERY PHYSICAL RECORD WITH A FOUR-BYTE     SQ3074.2
070100*    RECORD CONTROL WORD, SO THE BYTES BEYOND THE DATA COUNT      SQ3074.2
070200*    THE PHYSICAL RECORDS.                                        SQ3074.2
070300     MOVE     "PDL-TEST-307-6" TO PAR-NAME.                       SQ3074.2
070400     COMPUTE  PDL-OVERHEAD = PDL-RAW-BYTES - PDL-VAR-BYTES.       SQ3074.2
070500     DIVIDE   PDL-OVERHEAD BY 4 GIVING PDL-PHYS-CNT               SQ3074.2
070600              REMAINDER PDL-REMAINDER.                            SQ3074.2
070700     IF       PDL-REMAINDER = ZERO                                SQ3074.2
070800              AND PDL-PHYS-CNT = PDL-VAR-RECS                     SQ3074.2
070900              PERFORM PASS                                        SQ3074.2
071000              GO TO PDL-WRITE-307-6.                              SQ3074.2
071100     MOVE     PDL-PHYS-CNT TO COMPUTED-18V0.                      SQ3074.2
071200     MOVE     PDL-VAR-RECS TO CORRECT-18V0.                       SQ3074.2
071300     MOVE     "PHYSICAL RECORDS WRONG IN STANDARD-1 BED"          SQ3074.2
071400              TO RE-MARK.                                         SQ3074.2
071500     PERFORM  FAIL.                                               SQ3074.2
071600 PDL-WRITE-307-6.                                                 SQ3074.2
071700     PERFORM  PRINT-DETAIL.                                       SQ3074.2
071800 PDL-INIT-307-7.                                                  SQ3074.2
071900*    IMPLEMENTOR-NAME DELIMITER, SAME RECORDS AS ABOVE.           SQ3074.2
072000     OPEN     OUTPUT PDL-IMP-FILE                                 SQ3074.2
072071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
072072         PDL-IM-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
072073         BY CONTENT "OPEN   PDL-IMP-FILE    S0019T ".             SQ3074.2
072100     PERFORM  PDL-WRITE-IMP                                       SQ3074.2
072200              VARYING PDL-I FROM 1 BY 1 UNTIL PDL-I > 6.          SQ3074.2
072300     CLOSE    PDL-IMP-FILE                                        SQ3074.2
072371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
072372         PDL-IM-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
072373         BY CONTENT "CLOSE  PDL-IMP-FILE    S0020T ".             SQ3074.2
072400     OPEN     INPUT PDL-IMP-FILE                                  SQ3074.2
072471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
072472         PDL-IM-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
072473         BY CONTENT "OPEN   PDL-IMP-FILE    S0021T ".             SQ3074.2
072500     MOVE     SPACE TO PDL-EOF.                                   SQ3074.2
072600     MOVE     ZERO TO PDL-READ-CNT PDL-BAD-CNT.                   SQ3074.2
072700     PERFORM  PDL-READ-IMP UNTIL PDL-EOF = "Y".                   SQ3074.2
072800     CLOSE    PDL-IMP-FILE                                        SQ3074.2
072871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
072872         PDL-IM-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
072873         BY CONTENT "CLOSE  PDL-IMP-FILE    S0022T ".             SQ3074.2
072900     PERFORM  PDL-RAW-RESET.                                      SQ3074.2
073000     OPEN     INPUT PDL-RAW-IMP-FILE                              SQ3074.2
073071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
073072         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
073073         BY CONTENT "OPEN   PDL-RAW-IMP-FILES0023T ".             SQ3074.2
073100     PERFORM  PDL-RAW-READ-IMP UNTIL PDL-EOF = "Y".               SQ3074.2
073200     CLOSE    PDL-RAW-IMP-FILE                                    SQ3074.2
073271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
073272         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
073273         BY CONTENT "CLOSE  PDL-RAW-IMP-FILES0024T ".             SQ3074.2
073300 PDL-TEST-307-7.                                                  SQ3074.2
073400     MOVE     "PDL-TEST-307-7" TO PAR-NAME.                       SQ3074.2
073500     IF       PDL-READ-CNT = PDL-VAR-RECS                         SQ3074.2
073600              AND PDL-BAD-CNT = ZERO                              SQ3074.2
073700              PERFORM PASS                                        SQ3074.2
073800              GO TO PDL-WRITE-307-7.                              SQ3074.2
073900     MOVE     PDL-BAD-CNT TO COMPUTED-18V0.                       SQ3074.2
074000     MOVE     ZERO TO CORRECT-18V0.                               SQ3074.2
074100     MOVE     "LINE-DELIMITED RECORDS LOST OR ALTERED" TO RE-MARK.SQ3074.2
074200     PERFORM  FAIL.                                               SQ3074.2
074300 PDL-WRITE-307-7.                                                 SQ3074.2
074400     PERFORM  PRINT-DETAIL.                                       SQ3074.2
074500 PDL-TEST-307-8.                                                  SQ3074.2
074600*    ONE LINE TERMINATOR PER PHYSICAL RECORD (A CR-LF PAIR        SQ3074.2
074700*    STILL ENDS IN ONE X"0A").                                    SQ3074.2
074800     MOVE     "PDL-TEST-307-8" TO PAR-NAME.                       SQ3074.2
074900     IF       PDL-RAW-LF = PDL-VAR-RECS                           SQ3074.2
075000              PERFORM PASS                                        SQ3074.2
075100              GO TO PDL-WRITE-307-8.                              SQ3074.2
075200     MOVE     PDL-RAW-LF TO COMPUTED-18V0.                        SQ3074.2
075300     MOVE     PDL-VAR-RECS TO CORRECT-18V0.                       SQ3074.2
075400     MOVE     "PHYSICAL RECORDS WRONG IN LINE-DELIMITED BED"      SQ3074.2
075500              TO RE-MARK.                                         SQ3074.2
075600     PERFORM  FAIL.                                               SQ3074.2
075700 PDL-WRITE-307-8.                                                 SQ3074.2
075800     PERFORM  PRINT-DETAIL.                                       SQ3074.2
075900     GO       TO CCVS-999999.                                     SQ3074.2
076000 PDL-BUILD-FIXED.                                                 SQ3074.2
076100     MOVE     PDL-I TO PDL-FX-SEQ.                                SQ3074.2
076200     MOVE     PDL-PATTERN TO PDL-FX-TEXT.                         SQ3074.2
076300     MOVE     "!" TO PDL-FX-MARK.                                 SQ3074.2
076400 PDL-WRITE-LIT.                                                   SQ3074.2
076500     PERFORM  PDL-BUILD-FIXED.                                    SQ3074.2
076600     WRITE    PDL-LIT-REC FROM PDL-FIXED-REC                      SQ3074.2
076671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
076672         PDL-LT-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
076673         BY CONTENT "WRITE  PDL-LIT-FILE    S0025T ".             SQ3074.2
076700 PDL-WRITE-DN.                                                    SQ3074.2
076800     PERFORM  PDL-BUILD-FIXED.                                    SQ3074.2
076900     WRITE    PDL-DN-REC FROM PDL-FIXED-REC                       SQ3074.2
076971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
076972         PDL-DN-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
076973         BY CONTENT "WRITE  PDL-DN-FILE     S0026T ".             SQ3074.2
077000 PDL-READ-LIT.                                                    SQ3074.2
077071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
077072         PDL-LT-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
077073         BY CONTENT "READ   PDL-LIT-FILE    S0027B "              SQ3074.2
077100     READ     PDL-LIT-FILE INTO PDL-INPUT-REC                     SQ3074.2
077200              AT END                                              SQ3074.2
077271                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
077272                     PDL-LT-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
077273                     BY CONTENT "READ   PDL-LIT-FILE    S0027P "  SQ3074.2
077274                 MOVE "Y" TO PDL-EOF                              SQ3074.2
077300              NOT AT END                                          SQ3074.2
077371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
077372                     PDL-LT-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
077373                     BY CONTENT "READ   PDL-LIT-FILE    S0027P "  SQ3074.2
077374                 PERFORM PDL-CHECK-FIXED                          SQ3074.2
077400     END-READ                                                     SQ3074.2
077471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
077472         PDL-LT-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
077473         BY CONTENT "READ   PDL-LIT-FILE    S0027T ".             SQ3074.2
077500 PDL-READ-DN.                                                     SQ3074.2
077571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
077572         PDL-DN-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
077573         BY CONTENT "READ   PDL-DN-FILE     S0028B "              SQ3074.2
077600     READ     PDL-DN-FILE INTO PDL-INPUT-REC                      SQ3074.2
077700              AT END                                              SQ3074.2
077771                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
077772                     PDL-DN-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
077773                     BY CONTENT "READ   PDL-DN-FILE     S0028P "  SQ3074.2
077774                 MOVE "Y" TO PDL-EOF                              SQ3074.2
077800              NOT AT END                                          SQ3074.2
077871                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
077872                     PDL-DN-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
077873                     BY CONTENT "READ   PDL-DN-FILE     S0028P "  SQ3074.2
077874                 PERFORM PDL-CHECK-FIXED                          SQ3074.2
077900     END-READ                                                     SQ3074.2
077971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
077972         PDL-DN-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
077973         BY CONTENT "READ   PDL-DN-FILE     S0028T ".             SQ3074.2
078000 PDL-CHECK-FIXED.                                                 SQ3074.2
078100     ADD      1 TO PDL-READ-CNT.                                  SQ3074.2
078200     MOVE     PDL-READ-CNT TO PDL-I.                              SQ3074.2
078300     PERFORM  PDL-BUILD-FIXED.                                    SQ3074.2
078400     IF       PDL-INPUT-REC NOT = PDL-FIXED-REC                   SQ3074.2
078500              ADD 1 TO PDL-BAD-CNT.                               SQ3074.2
078600 PDL-BUILD-VAR.                                                   SQ3074.2
078700*    RECORD N IS THE DIGIT N FOLLOWED BY THE PATTERN, CUT TO      SQ3074.2
078800*    THE NTH TABLE LENGTH; NO RECORD ENDS IN A SPACE.             SQ3074.2
078900     MOVE     PDL-LENGTH (PDL-I) TO PDL-VAR-LEN.                  SQ3074.2
079000     MOVE     SPACE TO PDL-VAR-EXPECT.                            SQ3074.2
079100     MOVE     PDL-PATTERN (1:PDL-VAR-LEN)                         SQ3074.2
079200              TO PDL-VAR-EXPECT (1:PDL-VAR-LEN).                  SQ3074.2
079300     MOVE     PDL-I TO PDL-DIGIT.                                 SQ3074.2
079400     MOVE     PDL-DIGIT TO PDL-VAR-EXPECT (1:1).                  SQ3074.2
079500 PDL-WRITE-STD.                                                   SQ3074.2
079600     PERFORM  PDL-BUILD-VAR.                                      SQ3074.2
079700     MOVE     PDL-VAR-LEN TO PDL-STD-LEN.                         SQ3074.2
079800     WRITE    PDL-STD-REC FROM PDL-VAR-EXPECT                     SQ3074.2
079871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
079872         PDL-ST-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
079873         BY CONTENT "WRITE  PDL-STD-FILE    S0029T ".             SQ3074.2
079900 PDL-WRITE-IMP.                                                   SQ3074.2
080000     PERFORM  PDL-BUILD-VAR.                                      SQ3074.2
080100     MOVE     PDL-VAR-LEN TO PDL-IMP-LEN.                         SQ3074.2
080200     WRITE    PDL-IMP-REC FROM PDL-VAR-EXPECT                     SQ3074.2
080271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
080272         PDL-IM-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
080273         BY CONTENT "WRITE  PDL-IMP-FILE    S0030T ".             SQ3074.2
080300 PDL-READ-STD.                                                    SQ3074.2
080371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
080372         PDL-ST-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
080373         BY CONTENT "READ   PDL-STD-FILE    S0031B "              SQ3074.2
080400     READ     PDL-STD-FILE                                        SQ3074.2
080500              AT END                                              SQ3074.2
080571                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
080572                     PDL-ST-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
080573                     BY CONTENT "READ   PDL-STD-FILE    S0031P "  SQ3074.2
080574                 MOVE "Y" TO PDL-EOF                              SQ3074.2
080600              NOT AT END                                          SQ3074.2
080671                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
080672                     PDL-ST-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
080673                     BY CONTENT "READ   PDL-STD-FILE    S0031P "  SQ3074.2
080700                  MOVE PDL-STD-REC TO PDL-VAR-INPUT               SQ3074.2
080800                  MOVE PDL-STD-LEN TO PDL-IN-LEN                  SQ3074.2
080900                  PERFORM PDL-CHECK-VAR                           SQ3074.2
081000                      THRU PDL-CHECK-VAR-EXIT                     SQ3074.2
081100     END-READ                                                     SQ3074.2
081171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
081172         PDL-ST-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
081173         BY CONTENT "READ   PDL-STD-FILE    S0031T ".             SQ3074.2
081200 PDL-READ-IMP.                                                    SQ3074.2
081271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
081272         PDL-IM-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
081273         BY CONTENT "READ   PDL-IMP-FILE    S0032B "              SQ3074.2
081300     READ     PDL-IMP-FILE                                        SQ3074.2
081400              AT END                                              SQ3074.2
081471                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
081472                     PDL-IM-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
081473                     BY CONTENT "READ   PDL-IMP-FILE    S0032P "  SQ3074.2
081474                 MOVE "Y" TO PDL-EOF                              SQ3074.2
081500              NOT AT END                                          SQ3074.2
081571                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
081572                     PDL-IM-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
081573                     BY CONTENT "READ   PDL-IMP-FILE    S0032P "  SQ3074.2
081600                  MOVE PDL-IMP-REC TO PDL-VAR-INPUT               SQ3074.2
081700                  MOVE PDL-IMP-LEN TO PDL-IN-LEN                  SQ3074.2
081800                  PERFORM PDL-CHECK-VAR                           SQ3074.2
081900                      THRU PDL-CHECK-VAR-EXIT                     SQ3074.2
082000     END-READ                                                     SQ3074.2
082071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
082072         PDL-IM-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
082073         BY CONTENT "READ   PDL-IMP-FILE    S0032T ".             SQ3074.2
082100 PDL-CHECK-VAR.                                                   SQ3074.2
082200     ADD      1 TO PDL-READ-CNT.                                  SQ3074.2
082300     IF       PDL-READ-CNT > PDL-VAR-RECS                         SQ3074.2
082400              ADD 1 TO PDL-BAD-CNT                                SQ3074.2
082500              GO TO PDL-CHECK-VAR-EXIT.                           SQ3074.2
082600     MOVE     PDL-READ-CNT TO PDL-I.                              SQ3074.2
082700     PERFORM  PDL-BUILD-VAR.                                      SQ3074.2
082800     IF       PDL-IN-LEN NOT = PDL-VAR-LEN                        SQ3074.2
082900              ADD 1 TO PDL-BAD-CNT                                SQ3074.2
083000              GO TO PDL-CHECK-VAR-EXIT.                           SQ3074.2
083100     IF       PDL-VAR-INPUT (1:PDL-VAR-LEN)                       SQ3074.2
083200              NOT = PDL-VAR-EXPECT (1:PDL-VAR-LEN)                SQ3074.2
083300              ADD 1 TO PDL-BAD-CNT.                               SQ3074.2
083400 PDL-CHECK-VAR-EXIT.                                              SQ3074.2
083500     EXIT.                                                        SQ3074.2
083600 PDL-RAW-RESET.                                                   SQ3074.2
083700     MOVE     SPACE TO PDL-EOF.                                   SQ3074.2
083800     MOVE     ZERO TO PDL-RAW-BYTES PDL-RAW-LF PDL-RAW-BADPAD.    SQ3074.2
083900 PDL-RAW-READ-LIT.                                                SQ3074.2
083971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
083972         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
083973         BY CONTENT "READ   PDL-RAW-LIT-FILES0033B "              SQ3074.2
084000     READ     PDL-RAW-LIT-FILE                                    SQ3074.2
084100              AT END                                              SQ3074.2
084171                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
084172                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
084173                     BY CONTENT "READ   PDL-RAW-LIT-FILES0033P "  SQ3074.2
084174                 MOVE "Y" TO PDL-EOF                              SQ3074.2
084200              NOT AT END                                          SQ3074.2
084271                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
084272                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
084273                     BY CONTENT "READ   PDL-RAW-LIT-FILES0033P "  SQ3074.2
084300                  MOVE PDL-RAW-LIT-REC TO PDL-BYTE                SQ3074.2
084400                  PERFORM PDL-TALLY-BYTE                          SQ3074.2
084500     END-READ                                                     SQ3074.2
084571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
084572         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
084573         BY CONTENT "READ   PDL-RAW-LIT-FILES0033T ".             SQ3074.2
084600 PDL-RAW-READ-DN.                                                 SQ3074.2
084671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
084672         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
084673         BY CONTENT "READ   PDL-RAW-DN-FILE S0034B "              SQ3074.2
084700     READ     PDL-RAW-DN-FILE                                     SQ3074.2
084800              AT END                                              SQ3074.2
084871                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
084872                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
084873                     BY CONTENT "READ   PDL-RAW-DN-FILE S0034P "  SQ3074.2
084874                 MOVE "Y" TO PDL-EOF                              SQ3074.2
084900              NOT AT END                                          SQ3074.2
084971                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
084972                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
084973                     BY CONTENT "READ   PDL-RAW-DN-FILE S0034P "  SQ3074.2
085000                  MOVE PDL-RAW-DN-REC TO PDL-BYTE                 SQ3074.2
085100                  PERFORM PDL-TALLY-BYTE                          SQ3074.2
085200     END-READ                                                     SQ3074.2
085271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
085272         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
085273         BY CONTENT "READ   PDL-RAW-DN-FILE S0034T ".             SQ3074.2
085300 PDL-RAW-READ-STD.                                                SQ3074.2
085371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
085372         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
085373         BY CONTENT "READ   PDL-RAW-STD-FILES0035B "              SQ3074.2
085400     READ     PDL-RAW-STD-FILE                                    SQ3074.2
085500              AT END                                              SQ3074.2
085571                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
085572                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
085573                     BY CONTENT "READ   PDL-RAW-STD-FILES0035P "  SQ3074.2
085574                 MOVE "Y" TO PDL-EOF                              SQ3074.2
085600              NOT AT END                                          SQ3074.2
085671                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
085672                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
085673                     BY CONTENT "READ   PDL-RAW-STD-FILES0035P "  SQ3074.2
085700                  MOVE PDL-RAW-STD-REC TO PDL-BYTE                SQ3074.2
085800                  PERFORM PDL-TALLY-BYTE                          SQ3074.2
085900     END-READ                                                     SQ3074.2
085971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
085972         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
085973         BY CONTENT "READ   PDL-RAW-STD-FILES0035T ".             SQ3074.2
086000 PDL-RAW-READ-IMP.                                                SQ3074.2
086071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
086072         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
086073         BY CONTENT "READ   PDL-RAW-IMP-FILES0036B "              SQ3074.2
086100     READ     PDL-RAW-IMP-FILE                                    SQ3074.2
086200              AT END                                              SQ3074.2
086271                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
086272                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
086273                     BY CONTENT "READ   PDL-RAW-IMP-FILES0036P "  SQ3074.2
086274                 MOVE "Y" TO PDL-EOF                              SQ3074.2
086300              NOT AT END                                          SQ3074.2
086371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3074.2
086372                     PDL-RW-FSTATUS CCVS-IOT-NOKEY                SQ3074.2
086373                     BY CONTENT "READ   PDL-RAW-IMP-FILES0036P "  SQ3074.2
086400                  MOVE PDL-RAW-IMP-REC TO PDL-BYTE                SQ3074.2
086500                  PERFORM PDL-TALLY-BYTE                          SQ3074.2
086600     END-READ                                                     SQ3074.2
086671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3074.2
086672         PDL-RW-FSTATUS CCVS-IOT-NOKEY                            SQ3074.2
086673         BY CONTENT "READ   PDL-RAW-IMP-FILES0036T ".             SQ3074.2
086700 PDL-TALLY-BYTE.                                                  SQ3074.2
086800*    BYTES PAST THE FIVE DATA RECORDS OF A PADDING BED CAN        SQ3074.2
086900*    ONLY BE THE DECLARED PADDING CHARACTER.                      SQ3074.2
087000     ADD      1 TO PDL-RAW-BYTES.                                 SQ3074.2
087100     IF       PDL-BYTE = X"0A"                                    SQ3074.2
087200              ADD 1 TO PDL-RAW-LF.                                SQ3074.2
087300     IF       PDL-RAW-BYTES > PDL-FIXED-BYTES                     SQ3074.2
087400              AND PDL-BYTE NOT = PDL-EXPECT-PAD                   SQ3074.2
087500              ADD 1 TO PDL-RAW-BADPAD.                            SQ3074.2
087600 PDL-PHYSICAL-FIXED.                                              SQ3074.2
087700     DIVIDE   PDL-RAW-BYTES BY 120 GIVING PDL-PHYS-CNT            SQ3074.2
087800              REMAINDER PDL-REMAINDER.                            SQ3074.2
087900     COMPUTE  PDL-PAD-RECS = PDL-PHYS-CNT - PDL-FIXED-RECS.       SQ3074.2
088000 CCVS-EXIT SECTION.                                               SQ3074.2
088100 CCVS-999999.                                                     SQ3074.2
088200     GO TO CLOSE-FILES.                                           SQ3074.2
