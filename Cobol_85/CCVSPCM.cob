000100 IDENTIFICATION DIVISION.                                         CVSPCM.2
000200 PROGRAM-ID.                                                      CVSPCM.2
000300     CCVSPCM.                                                     CVSPCM.2
000400****************************************************************  CVSPCM.2
000500*                                                              *  CVSPCM.2
000600*    MASKED PRINT-IMAGE COMPARISON OF TWO report.log FILES.    *  CVSPCM.2
000700*                                                              *  CVSPCM.2
000800*    CCVSDIF AND CCVSXPM COMPARE THE results.csv FEED, WHICH   *  CVSPCM.2
000900*    CARRIES NO RE-MARK TEXT, NO COMPUTED=/CORRECT= EVIDENCE   *  CVSPCM.2
001000*    AND NO CCVS-E-1 TRAILER COUNTS.  A HAND DIFF OF TWO       *  CVSPCM.2
001100*    PRINT IMAGES DROWNS IN DATES, BUILD STAMPS AND PAGE       *  CVSPCM.2
001200*    BREAKS.  THIS PROGRAM:                                    *  CVSPCM.2
001300*                                                              *  CVSPCM.2
001400*      - SPLITS EACH PRINT IMAGE INTO PER-MODULE SECTIONS ON   *  CVSPCM.2
001500*        THE CCVS-H-2B "TEST RESULT OF" STAMP, AS CCVSASM      *  CVSPCM.2
001600*        DOES, AND COMPARES THE TWO LOGS MODULE BY MODULE,     *  CVSPCM.2
001700*      - COMPARES A MODULE'S OPENING HEADER BLOCK BUT DROPS    *  CVSPCM.2
001800*        THE HEADER BLOCKS REPEATED AT LATER PAGE BREAKS, AND  *  CVSPCM.2
001900*        IGNORES BLANK LINES, SO PAGINATION NEVER SHOWS UP AS  *  CVSPCM.2
002000*        A DIFFERENCE,                                         *  CVSPCM.2
002100*      - MASKS THE VOLATILE COLUMNS NAMED IN "print_mask.dat"  *  CVSPCM.2
002200*        BEFORE COMPARING.  ONE DEFINITION PER LINE:           *  CVSPCM.2
002300*                                                              *  CVSPCM.2
002400*            MODULE|ANCHOR|FROM|LENGTH                         *  CVSPCM.2
002500*                                                              *  CVSPCM.2
002600*        MODULE IS A PROGRAM-ID OR * FOR EVERY MODULE, ANCHOR  *  CVSPCM.2
002700*        IS TEXT THE LINE MUST CONTAIN (* FOR EVERY LINE),     *  CVSPCM.2
002800*        FROM AND LENGTH THE PRINT COLUMNS OVERWRITTEN WITH #. *  CVSPCM.2
002900*        LENGTH 0 DROPS THE WHOLE LINE.  LINES STARTING WITH * *  CVSPCM.2
003000*        AND NO | AFTER IT ARE COMMENTS.  WITH NO MASK FILE    *  CVSPCM.2
003100*        THE BUILT-IN SET MASKS THE CCVS-H-4 BUILD STAMP AND   *  CVSPCM.2
003200*        RUN DATE AND DROPS THE APPROVAL WATERMARK, THE        *  CVSPCM.2
003300*        REPLAY-OF MARK AND THE MASTER-REPORT PAGE STAMP,      *  CVSPCM.2
003400*      - RE-SYNCHRONISES AFTER INSERTED OR REMOVED LINES BY    *  CVSPCM.2
003500*        LOOKING UP TO 20 LINES AHEAD IN EITHER LOG, AND       *  CVSPCM.2
003600*        REPORTS EACH SUBSTANTIVE DIFFERENCE (CHANGED, ADDED,  *  CVSPCM.2
003700*        DROPPED) UNDER ITS MODULE WITH THE PAR-NAME OF THE    *  CVSPCM.2
003800*        TEST RESULT LINE IT FOLLOWS, IN print_compare.rpt.    *  CVSPCM.2
003900*                                                              *  CVSPCM.2
004000*    THE TWO LOGS ARE NAMED AT THE CONSOLE; BLANK TAKES        *  CVSPCM.2
004100*    "report_old.log" AND "report_new.log" (A VAULTED RUN'S    *  CVSPCM.2
004200*    LOG IS vault/run_<ID>/report.log).                        *  CVSPCM.2
004300*                                                              *  CVSPCM.2
004400*    RETURN-CODE 0 WHEN THE IMAGES MATCH, 4 WHEN THEY DIFFER,  *  CVSPCM.2
004500*    8 WHEN A LOG CANNOT BE READ.                              *  CVSPCM.2
004600*                                                              *  CVSPCM.2
004700****************************************************************  CVSPCM.2
004800 ENVIRONMENT DIVISION.                                            CVSPCM.2
004900 CONFIGURATION SECTION.                                           CVSPCM.2
005000 SOURCE-COMPUTER.                                                 CVSPCM.2
005100     COPY CCVSTRG.                                                CVSPCM.2
005200 OBJECT-COMPUTER.                                                 CVSPCM.2
005300     COPY CCVSTRG.                                                CVSPCM.2
005400 INPUT-OUTPUT SECTION.                                            CVSPCM.2
005500 FILE-CONTROL.                                                    CVSPCM.2
005600     SELECT   PRINT-IMAGE-FILE ASSIGN TO                          CVSPCM.2
005700     DYNAMIC WS-IMAGE-FNAME                                       CVSPCM.2
005800     ORGANIZATION LINE SEQUENTIAL                                 CVSPCM.2
005900     FILE STATUS IS WS-PI-FSTATUS.                                CVSPCM.2
006000     SELECT   PRINT-MASK-FILE ASSIGN TO                           CVSPCM.2
006100     "print_mask.dat"                                             CVSPCM.2
006200     ORGANIZATION LINE SEQUENTIAL                                 CVSPCM.2
006300     FILE STATUS IS WS-PM-FSTATUS.                                CVSPCM.2
006400     SELECT   COMPARE-RPT-FILE ASSIGN TO                          CVSPCM.2
006500     "print_compare.rpt"                                          CVSPCM.2
006600     ORGANIZATION LINE SEQUENTIAL                                 CVSPCM.2
006700     FILE STATUS IS WS-CR-FSTATUS.                                CVSPCM.2
006800 DATA DIVISION.                                                   CVSPCM.2
006900 FILE SECTION.                                                    CVSPCM.2
007000 FD  PRINT-IMAGE-FILE.                                            CVSPCM.2
007100 01  PRINT-IMAGE-REC PIC X(120).                                  CVSPCM.2
007200 FD  PRINT-MASK-FILE.                                             CVSPCM.2
007300 01  PRINT-MASK-REC PIC X(80).                                    CVSPCM.2
007400 FD  COMPARE-RPT-FILE.                                            CVSPCM.2
007500 01  COMPARE-RPT-REC PIC X(132).                                  CVSPCM.2
007600 WORKING-STORAGE SECTION.                                         CVSPCM.2
007700 77  WS-PI-FSTATUS      PIC XX VALUE SPACE.                       CVSPCM.2
007800 77  WS-PM-FSTATUS      PIC XX VALUE SPACE.                       CVSPCM.2
007900 77  WS-CR-FSTATUS      PIC XX VALUE SPACE.                       CVSPCM.2
008000 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSPCM.2
008100 77  WS-LOAD-SWITCH     PIC X  VALUE "Y".                         CVSPCM.2
008200     88  WS-LOAD-OK         VALUE "Y".                            CVSPCM.2
008300 77  WS-HIT-SWITCH      PIC X  VALUE "N".                         CVSPCM.2
008400 77  WS-HEADER-SWITCH   PIC X  VALUE "N".                         CVSPCM.2
008500 77  WS-BODY-SWITCH     PIC X  VALUE "N".                         CVSPCM.2
008600 77  WS-DROP-SWITCH     PIC X  VALUE "N".                         CVSPCM.2
008700 77  WS-MOD-SHOWN       PIC X  VALUE "N".                         CVSPCM.2
008800 77  WS-SHIFT-SIDE      PIC X  VALUE SPACE.                       CVSPCM.2
008900 77  WS-SIDE            PIC 9  VALUE ZERO.                        CVSPCM.2
009000 77  WS-MASK-CT         PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
009100 77  WS-MASK-SUB        PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
009200 77  WS-MASK-CT-OUT     PIC ZZ9.                                  CVSPCM.2
009300 77  WS-MOD-CT          PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
009400 77  WS-MOD-SUB         PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
009500 77  WS-MOD-FOUND       PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
009600 77  WS-CUR-MOD         PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
009700 77  WS-LAST-MOD        PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
009800 77  WS-LINE-SUB        PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
009900 77  WS-OI              PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010000 77  WS-NI              PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010100 77  WS-STOP-AT         PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010200 77  WS-OX              PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010300 77  WS-NX              PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010400 77  WS-AHEAD           PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010500 77  WS-AX              PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010600 77  WS-PICK-SUB        PIC 9(5) COMP VALUE ZERO.                 CVSPCM.2
010700 77  WS-SHIFT           PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
010800 77  WS-LOOK            PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
010900 77  WS-SCAN-POS        PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
011000 77  WS-SCAN-LIM        PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
011100 77  WS-KEY-LEN         PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
011200 77  WS-MASK-LEN        PIC 9(3) COMP VALUE ZERO.                 CVSPCM.2
011300 77  WS-MASKED-CT       PIC 9(6) VALUE ZERO.                      CVSPCM.2
011400 77  WS-DROPPED-CT      PIC 9(6) VALUE ZERO.                      CVSPCM.2
011500 77  WS-SAME-CT         PIC 9(6) VALUE ZERO.                      CVSPCM.2
011600 77  WS-CHANGED-CT      PIC 9(5) VALUE ZERO.                      CVSPCM.2
011700 77  WS-ADDED-CT        PIC 9(5) VALUE ZERO.                      CVSPCM.2
011800 77  WS-REMOVED-CT      PIC 9(5) VALUE ZERO.                      CVSPCM.2
011900 77  WS-BOTH-CT         PIC 9(3) VALUE ZERO.                      CVSPCM.2
012000 77  WS-DIFF-MOD-CT     PIC 9(3) VALUE ZERO.                      CVSPCM.2
012100 77  WS-ONLY-OLD-CT     PIC 9(3) VALUE ZERO.                      CVSPCM.2
012200 77  WS-ONLY-NEW-CT     PIC 9(3) VALUE ZERO.                      CVSPCM.2
012300 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSPCM.2
012400 01  WS-ANSWER          PIC X(60) VALUE SPACE.                    CVSPCM.2
012500 01  WS-IMAGE-FNAME     PIC X(60) VALUE SPACE.                    CVSPCM.2
012600 01  WS-OLD-FNAME       PIC X(60) VALUE "report_old.log".         CVSPCM.2
012700 01  WS-NEW-FNAME       PIC X(60) VALUE "report_new.log".         CVSPCM.2
012800 01  WS-MASK-SOURCE     PIC X(30) VALUE SPACE.                    CVSPCM.2
012900 01  WS-LINE            PIC X(120) VALUE SPACE.                   CVSPCM.2
013000 01  WS-CUR-PAR         PIC X(22) VALUE SPACE.                    CVSPCM.2
013100 01  WS-HOLD-NAME       PIC X(9) VALUE SPACE.                     CVSPCM.2
013200 01  WS-SCAN-KEY        PIC X(40) VALUE SPACE.                    CVSPCM.2
013300 01  WS-MASK-FIELDS.                                              CVSPCM.2
013400     02  WS-MF-MODULE   PIC X(9).                                 CVSPCM.2
013500     02  WS-MF-ANCHOR   PIC X(40).                                CVSPCM.2
013600     02  WS-MF-FROM     PIC X(4).                                 CVSPCM.2
013700     02  WS-MF-LENGTH   PIC X(4).                                 CVSPCM.2
013800*                                                                 CVSPCM.2
013900*    THE BUILT-IN MASK SET, IN THE print_mask.dat LAYOUT.         CVSPCM.2
014000*                                                                 CVSPCM.2
014100 01  WS-DEFAULT-MASKS.                                            CVSPCM.2
014200     02  FILLER PIC X(50) VALUE "*|COMPILED DATE: |16|16".        CVSPCM.2
014300     02  FILLER PIC X(50) VALUE "*|COMPILED DATE: |42|8".         CVSPCM.2
014400     02  FILLER PIC X(50) VALUE "*|APPROVED RUN -- |1|0".         CVSPCM.2
014500     02  FILLER PIC X(50) VALUE "*|*** UNOFFICIAL RUN|1|0".       CVSPCM.2
014600     02  FILLER PIC X(50) VALUE "*|REPLAY-OF |1|0".               CVSPCM.2
014700     02  FILLER PIC X(50) VALUE "*|CCVS85 MASTER REPORT|1|0".     CVSPCM.2
014800 01  FILLER REDEFINES WS-DEFAULT-MASKS.                           CVSPCM.2
014900     02  WS-DEFAULT-MASK PIC X(50) OCCURS 6 TIMES.                CVSPCM.2
015000 01  WS-MASK-TABLE.                                               CVSPCM.2
015100     02  WS-MASK OCCURS 50 TIMES.                                 CVSPCM.2
015200         03  WS-K-MODULE    PIC X(9).                             CVSPCM.2
015300         03  WS-K-ANCHOR    PIC X(40).                            CVSPCM.2
015400         03  WS-K-ANCHOR-LEN PIC 9(3) COMP.                       CVSPCM.2
015500         03  WS-K-FROM      PIC 9(3) COMP.                        CVSPCM.2
015600         03  WS-K-LENGTH    PIC 9(3) COMP.                        CVSPCM.2
015700*                                                                 CVSPCM.2
015800*    BOTH PRINT IMAGES, MASKED, WITHOUT BLANK LINES OR REPEATED   CVSPCM.2
015900*    PAGE HEADERS.  EACH LINE CARRIES ITS MODULE AND THE          CVSPCM.2
016000*    PAR-NAME OF THE TEST RESULT LINE AT OR BEFORE IT.            CVSPCM.2
016100*                                                                 CVSPCM.2
016200 01  WS-MODULE-TABLE.                                             CVSPCM.2
016300     02  WS-MOD OCCURS 200 TIMES.                                 CVSPCM.2
016400         03  WS-M-NAME      PIC X(9).                             CVSPCM.2
016500         03  WS-M-SEEN      PIC X OCCURS 2 TIMES.                 CVSPCM.2
016600 01  WS-IMAGE-TABLE.                                              CVSPCM.2
016700     02  WS-IMAGE OCCURS 2 TIMES.                                 CVSPCM.2
016800         03  WS-I-COUNT     PIC 9(5) COMP.                        CVSPCM.2
016900         03  WS-I-LINE OCCURS 30000 TIMES.                        CVSPCM.2
017000             04  WS-I-MOD   PIC 9(3) COMP.                        CVSPCM.2
017100             04  WS-I-PAR   PIC X(22).                            CVSPCM.2
017200             04  WS-I-TEXT  PIC X(120).                           CVSPCM.2
017300 01  WS-PICK-TABLE.                                               CVSPCM.2
017400     02  WS-PICK OCCURS 2 TIMES.                                  CVSPCM.2
017500         03  WS-P-COUNT     PIC 9(5) COMP.                        CVSPCM.2
017600         03  WS-P-IDX       PIC 9(5) COMP OCCURS 8000 TIMES.      CVSPCM.2
017700 PROCEDURE DIVISION.                                              CVSPCM.2
017800 CCVSPCM-MAIN SECTION.                                            CVSPCM.2
017900 CCVSPCM-START.                                                   CVSPCM.2
018000     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSPCM.2
018100     DISPLAY  "CCVSPCM: OLD PRINT IMAGE"                          CVSPCM.2
018200              " (BLANK = report_old.log)?".                       CVSPCM.2
018300     MOVE     SPACE TO WS-ANSWER.                                 CVSPCM.2
018400     ACCEPT   WS-ANSWER.                                          CVSPCM.2
018500     IF       WS-ANSWER NOT = SPACE                               CVSPCM.2
018600              MOVE WS-ANSWER TO WS-OLD-FNAME.                     CVSPCM.2
018700     DISPLAY  "CCVSPCM: NEW PRINT IMAGE"                          CVSPCM.2
018800              " (BLANK = report_new.log)?".                       CVSPCM.2
018900     MOVE     SPACE TO WS-ANSWER.                                 CVSPCM.2
019000     ACCEPT   WS-ANSWER.                                          CVSPCM.2
019100     IF       WS-ANSWER NOT = SPACE                               CVSPCM.2
019200              MOVE WS-ANSWER TO WS-NEW-FNAME.                     CVSPCM.2
019300     PERFORM  LOAD-PRINT-MASKS THRU LOAD-PRINT-MASKS-EX.          CVSPCM.2
019400     MOVE     1 TO WS-MOD-CT.                                     CVSPCM.2
019500     MOVE     "(HEADING)" TO WS-M-NAME (1).                       CVSPCM.2
019600     MOVE     "N" TO WS-M-SEEN (1, 1) WS-M-SEEN (1, 2).           CVSPCM.2
019700     MOVE     1 TO WS-SIDE.                                       CVSPCM.2
019800     MOVE     WS-OLD-FNAME TO WS-IMAGE-FNAME.                     CVSPCM.2
019900     PERFORM  LOAD-PRINT-IMAGE THRU LOAD-PRINT-IMAGE-EX.          CVSPCM.2
020000     MOVE     2 TO WS-SIDE.                                       CVSPCM.2
020100     MOVE     WS-NEW-FNAME TO WS-IMAGE-FNAME.                     CVSPCM.2
020200     PERFORM  LOAD-PRINT-IMAGE THRU LOAD-PRINT-IMAGE-EX.          CVSPCM.2
020300     IF       NOT WS-LOAD-OK                                      CVSPCM.2
020400              MOVE 8 TO RETURN-CODE                               CVSPCM.2
020500              STOP RUN.                                           CVSPCM.2
020600     OPEN     OUTPUT COMPARE-RPT-FILE.                            CVSPCM.2
020700     PERFORM  WRITE-REPORT-HEADING.                               CVSPCM.2
020800     PERFORM  COMPARE-ONE-MODULE                                  CVSPCM.2
020900              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSPCM.2
021000              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSPCM.2
021100     PERFORM  WRITE-REPORT-TOTALS.                                CVSPCM.2
021200     CLOSE    COMPARE-RPT-FILE.                                   CVSPCM.2
021300     MOVE     ZERO TO RETURN-CODE.                                CVSPCM.2
021400     IF       WS-DIFF-MOD-CT > ZERO OR WS-ONLY-OLD-CT > ZERO      CVSPCM.2
021500              OR WS-ONLY-NEW-CT > ZERO                            CVSPCM.2
021600              MOVE 4 TO RETURN-CODE.                              CVSPCM.2
021700     DISPLAY  "CCVSPCM: " WS-BOTH-CT " MODULE(S) COMPARED, "      CVSPCM.2
021800              WS-DIFF-MOD-CT " DIFFER -- " WS-CHANGED-CT          CVSPCM.2
021900              " CHANGED, " WS-ADDED-CT " ADDED, " WS-REMOVED-CT   CVSPCM.2
022000              " DROPPED LINE(S) -- SEE print_compare.rpt".        CVSPCM.2
022100     STOP     RUN.                                                CVSPCM.2
022200*                                                                 CVSPCM.2
022300*    THE MASK DEFINITIONS -- print_mask.dat OR THE BUILT-IN SET.  CVSPCM.2
022400*                                                                 CVSPCM.2
022500 LOAD-PRINT-MASKS.                                                CVSPCM.2
022600     OPEN     INPUT PRINT-MASK-FILE.                              CVSPCM.2
022700     IF       WS-PM-FSTATUS NOT = "00"                            CVSPCM.2
022800              MOVE "BUILT-IN MASK SET" TO WS-MASK-SOURCE          CVSPCM.2
022900              PERFORM STORE-DEFAULT-MASK                          CVSPCM.2
023000                  VARYING WS-MASK-SUB FROM 1 BY 1                 CVSPCM.2
023100                  UNTIL WS-MASK-SUB > 6                           CVSPCM.2
023200              GO TO LOAD-PRINT-MASKS-EX.                          CVSPCM.2
023300     MOVE     "print_mask.dat" TO WS-MASK-SOURCE.                 CVSPCM.2
023400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSPCM.2
023500     PERFORM  READ-MASK-LINE.                                     CVSPCM.2
023600     PERFORM  STORE-MASK-LINE                                     CVSPCM.2
023700              UNTIL WS-EOF-SWITCH = "Y".                          CVSPCM.2
023800     CLOSE    PRINT-MASK-FILE.                                    CVSPCM.2
023900 LOAD-PRINT-MASKS-EX.                                             CVSPCM.2
024000     EXIT.                                                        CVSPCM.2
024100 READ-MASK-LINE.                                                  CVSPCM.2
024200     READ     PRINT-MASK-FILE                                     CVSPCM.2
024300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSPCM.2
024400 STORE-DEFAULT-MASK.                                              CVSPCM.2
024500     MOVE     WS-DEFAULT-MASK (WS-MASK-SUB) TO PRINT-MASK-REC.    CVSPCM.2
024600     PERFORM  PARSE-MASK-LINE.                                    CVSPCM.2
024700 STORE-MASK-LINE.                                                 CVSPCM.2
024800     IF       PRINT-MASK-REC NOT = SPACE                          CVSPCM.2
024900              AND NOT (PRINT-MASK-REC (1:1) = "*"                 CVSPCM.2
025000                       AND PRINT-MASK-REC (2:1) NOT = "|")        CVSPCM.2
025100              PERFORM PARSE-MASK-LINE.                            CVSPCM.2
025200     PERFORM  READ-MASK-LINE.                                     CVSPCM.2
025300 PARSE-MASK-LINE.                                                 CVSPCM.2
025400     MOVE     SPACE TO WS-MASK-FIELDS.                            CVSPCM.2
025500     UNSTRING PRINT-MASK-REC DELIMITED BY "|"                     CVSPCM.2
025600              INTO WS-MF-MODULE WS-MF-ANCHOR WS-MF-FROM           CVSPCM.2
025700                   WS-MF-LENGTH.                                  CVSPCM.2
025800     IF       WS-MF-MODULE = SPACE OR WS-MF-ANCHOR = SPACE        CVSPCM.2
025900              OR WS-MF-FROM = SPACE OR WS-MF-LENGTH = SPACE       CVSPCM.2
026000              OR WS-MASK-CT NOT < 50                              CVSPCM.2
026100              DISPLAY "CCVSPCM: MASK DEFINITION IGNORED -- "      CVSPCM.2
026200                  PRINT-MASK-REC                                  CVSPCM.2
026300     ELSE                                                         CVSPCM.2
026400              ADD 1 TO WS-MASK-CT                                 CVSPCM.2
026500              MOVE WS-MF-MODULE TO WS-K-MODULE (WS-MASK-CT)       CVSPCM.2
026600              MOVE WS-MF-ANCHOR TO WS-K-ANCHOR (WS-MASK-CT)       CVSPCM.2
026700              MOVE WS-MF-ANCHOR TO WS-SCAN-KEY                    CVSPCM.2
026800              PERFORM SIZE-SCAN-KEY                               CVSPCM.2
026900              MOVE WS-KEY-LEN TO WS-K-ANCHOR-LEN (WS-MASK-CT)     CVSPCM.2
027000              COMPUTE WS-K-FROM (WS-MASK-CT) =                    CVSPCM.2
027100                  FUNCTION NUMVAL (WS-MF-FROM)                    CVSPCM.2
027200              COMPUTE WS-K-LENGTH (WS-MASK-CT) =                  CVSPCM.2
027300                  FUNCTION NUMVAL (WS-MF-LENGTH)                  CVSPCM.2
027400              IF  WS-K-FROM (WS-MASK-CT) < 1                      CVSPCM.2
027500                  OR WS-K-FROM (WS-MASK-CT) > 120                 CVSPCM.2
027600                  DISPLAY "CCVSPCM: MASK DEFINITION IGNORED -- "  CVSPCM.2
027700                      PRINT-MASK-REC                              CVSPCM.2
027800                  SUBTRACT 1 FROM WS-MASK-CT                      CVSPCM.2
027900              END-IF                                              CVSPCM.2
028000     END-IF.                                                      CVSPCM.2
028100 SIZE-SCAN-KEY.                                                   CVSPCM.2
028200     MOVE     40 TO WS-KEY-LEN.                                   CVSPCM.2
028300     PERFORM  TRIM-SCAN-KEY                                       CVSPCM.2
028400              UNTIL WS-KEY-LEN = ZERO                             CVSPCM.2
028500              OR WS-SCAN-KEY (WS-KEY-LEN:1) NOT = SPACE.          CVSPCM.2
028600 TRIM-SCAN-KEY.                                                   CVSPCM.2
028700     SUBTRACT 1 FROM WS-KEY-LEN.                                  CVSPCM.2
028800*                                                                 CVSPCM.2
028900*    ONE PRINT IMAGE INTO ITS SIDE OF THE IMAGE TABLE.            CVSPCM.2
029000*                                                                 CVSPCM.2
029100 LOAD-PRINT-IMAGE.                                                CVSPCM.2
029200     MOVE     ZERO TO WS-I-COUNT (WS-SIDE).                       CVSPCM.2
029300     OPEN     INPUT PRINT-IMAGE-FILE.                             CVSPCM.2
029400     IF       WS-PI-FSTATUS NOT = "00"                            CVSPCM.2
029500              DISPLAY "CCVSPCM: CANNOT READ " WS-IMAGE-FNAME      CVSPCM.2
029600              MOVE "N" TO WS-LOAD-SWITCH                          CVSPCM.2
029700              GO TO LOAD-PRINT-IMAGE-EX.                          CVSPCM.2
029800     MOVE     1 TO WS-CUR-MOD.                                    CVSPCM.2
029900     MOVE     "N" TO WS-BODY-SWITCH.                              CVSPCM.2
030000     MOVE     "(MODULE HEADING)" TO WS-CUR-PAR.                   CVSPCM.2
030100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSPCM.2
030200     PERFORM  READ-IMAGE-LINE.                                    CVSPCM.2
030300     PERFORM  STORE-IMAGE-LINE                                    CVSPCM.2
030400              UNTIL WS-EOF-SWITCH = "Y".                          CVSPCM.2
030500     CLOSE    PRINT-IMAGE-FILE.                                   CVSPCM.2
030600 LOAD-PRINT-IMAGE-EX.                                             CVSPCM.2
030700     EXIT.                                                        CVSPCM.2
030800 READ-IMAGE-LINE.                                                 CVSPCM.2
030900     READ     PRINT-IMAGE-FILE                                    CVSPCM.2
031000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSPCM.2
031100 STORE-IMAGE-LINE.                                                CVSPCM.2
031200     MOVE     PRINT-IMAGE-REC TO WS-LINE.                         CVSPCM.2
031300     IF       WS-LINE NOT = SPACE                                 CVSPCM.2
031400              PERFORM CLASSIFY-IMAGE-LINE                         CVSPCM.2
031500              IF  WS-HEADER-SWITCH = "N" OR WS-BODY-SWITCH = "N"  CVSPCM.2
031600                  PERFORM APPLY-PRINT-MASKS                       CVSPCM.2
031700                  IF  WS-DROP-SWITCH = "N"                        CVSPCM.2
031800                      PERFORM KEEP-IMAGE-LINE                     CVSPCM.2
031900                  END-IF                                          CVSPCM.2
032000              END-IF                                              CVSPCM.2
032100     END-IF.                                                      CVSPCM.2
032200     PERFORM  READ-IMAGE-LINE.                                    CVSPCM.2
032300*                                                                 CVSPCM.2
032400*    A "TEST RESULT OF" STAMP OPENS A MODULE SECTION.  THE OTHER  CVSPCM.2
032500*    PAGE-HEADER LINES ARE KEPT ONLY UNTIL THE MODULE'S FIRST     CVSPCM.2
032600*    BODY LINE; AFTER THAT THEY ARE PAGE-BREAK REPEATS.  A TEST   CVSPCM.2
032700*    RESULT LINE (P-OR-F IN COLUMN 31, OR COLUMN 23 IN MODULES    CVSPCM.2
032800*    WITHOUT THE FEATURE CODE) SETS THE PAR-NAME CONTEXT.         CVSPCM.2
032900*                                                                 CVSPCM.2
033000 CLASSIFY-IMAGE-LINE.                                             CVSPCM.2
033100     MOVE     "TEST RESULT OF " TO WS-SCAN-KEY.                   CVSPCM.2
033200     MOVE     15 TO WS-KEY-LEN.                                   CVSPCM.2
033300     PERFORM  SCAN-LINE-FOR-KEY.                                  CVSPCM.2
033400     IF       WS-HIT-SWITCH = "Y"                                 CVSPCM.2
033500              MOVE WS-CUR-MOD TO WS-LAST-MOD                      CVSPCM.2
033600              PERFORM REGISTER-MODULE-NAME                        CVSPCM.2
033700              IF  WS-CUR-MOD NOT = WS-LAST-MOD                    CVSPCM.2
033800                  MOVE "N" TO WS-BODY-SWITCH                      CVSPCM.2
033900                  MOVE "(MODULE HEADING)" TO WS-CUR-PAR           CVSPCM.2
034000              END-IF                                              CVSPCM.2
034100     END-IF.                                                      CVSPCM.2
034200     PERFORM  TEST-HEADER-LINE.                                   CVSPCM.2
034300     IF       WS-HEADER-SWITCH = "N"                              CVSPCM.2
034400              MOVE "Y" TO WS-BODY-SWITCH                          CVSPCM.2
034500              PERFORM TAKE-PAR-CONTEXT.                           CVSPCM.2
034600 TEST-HEADER-LINE.                                                CVSPCM.2
034700     MOVE     "N" TO WS-HEADER-SWITCH.                            CVSPCM.2
034800     IF       WS-HIT-SWITCH = "Y"                                 CVSPCM.2
034900              OR WS-LINE (1:22) = " FOR OFFICIAL USE ONLY"        CVSPCM.2
035000              OR WS-LINE (1:15) = "COMPILED DATE: "               CVSPCM.2
035100              OR WS-LINE (1:9) = " FEATURE "                      CVSPCM.2
035200              OR WS-LINE (1:7) = " TESTED"                        CVSPCM.2
035300              OR WS-LINE (2:20) = ALL "*"                         CVSPCM.2
035400              MOVE "Y" TO WS-HEADER-SWITCH.                       CVSPCM.2
035500     IF       WS-HEADER-SWITCH = "N"                              CVSPCM.2
035600              MOVE "OFFICIAL COBOL COMPILER V" TO WS-SCAN-KEY     CVSPCM.2
035700              MOVE 25 TO WS-KEY-LEN                               CVSPCM.2
035800              PERFORM SCAN-LINE-FOR-KEY                           CVSPCM.2
035900              MOVE WS-HIT-SWITCH TO WS-HEADER-SWITCH.             CVSPCM.2
036000     IF       WS-HEADER-SWITCH = "N"                              CVSPCM.2
036100              MOVE " COPY - NOT FOR DISTRIBUTION" TO WS-SCAN-KEY  CVSPCM.2
036200              MOVE 28 TO WS-KEY-LEN                               CVSPCM.2
036300              PERFORM SCAN-LINE-FOR-KEY                           CVSPCM.2
036400              MOVE WS-HIT-SWITCH TO WS-HEADER-SWITCH.             CVSPCM.2
036500 TAKE-PAR-CONTEXT.                                                CVSPCM.2
036600     EVALUATE TRUE                                                CVSPCM.2
036700         WHEN WS-LINE (31:5) = "PASS " OR "FAIL*" OR "*****"      CVSPCM.2
036800                            OR "INSPT"                            CVSPCM.2
036900             MOVE WS-LINE (37:22) TO WS-CUR-PAR                   CVSPCM.2
037000         WHEN WS-LINE (23:5) = "PASS " OR "FAIL*" OR "*****"      CVSPCM.2
037100                            OR "INSPT"                            CVSPCM.2
037200             MOVE WS-LINE (29:22) TO WS-CUR-PAR                   CVSPCM.2
037300         WHEN OTHER                                               CVSPCM.2
037400             MOVE "END OF TEST-" TO WS-SCAN-KEY                   CVSPCM.2
037500             MOVE 12 TO WS-KEY-LEN                                CVSPCM.2
037600             PERFORM SCAN-LINE-FOR-KEY                            CVSPCM.2
037700             IF  WS-HIT-SWITCH = "Y"                              CVSPCM.2
037800                 MOVE "(CCVS-E-1 TRAILER)" TO WS-CUR-PAR          CVSPCM.2
037900             END-IF                                               CVSPCM.2
038000     END-EVALUATE.                                                CVSPCM.2
038100 SCAN-LINE-FOR-KEY.                                               CVSPCM.2
038200     MOVE     "N" TO WS-HIT-SWITCH.                               CVSPCM.2
038300     IF       WS-KEY-LEN > ZERO                                   CVSPCM.2
038400              COMPUTE WS-SCAN-LIM = 121 - WS-KEY-LEN              CVSPCM.2
038500              PERFORM SCAN-ONE-POSITION                           CVSPCM.2
038600                  VARYING WS-SCAN-POS FROM 1 BY 1                 CVSPCM.2
038700                  UNTIL WS-SCAN-POS > WS-SCAN-LIM                 CVSPCM.2
038800                  OR WS-HIT-SWITCH = "Y".                         CVSPCM.2
038900 SCAN-ONE-POSITION.                                               CVSPCM.2
039000     IF       WS-LINE (WS-SCAN-POS:WS-KEY-LEN) =                  CVSPCM.2
039100              WS-SCAN-KEY (1:WS-KEY-LEN)                          CVSPCM.2
039200              MOVE "Y" TO WS-HIT-SWITCH.                          CVSPCM.2
039300 REGISTER-MODULE-NAME.                                            CVSPCM.2
039400     COMPUTE  WS-SCAN-POS = WS-SCAN-POS + 14.                     CVSPCM.2
039500     MOVE     WS-LINE (WS-SCAN-POS:9) TO WS-HOLD-NAME.            CVSPCM.2
039600     MOVE     ZERO TO WS-MOD-FOUND.                               CVSPCM.2
039700     PERFORM  MATCH-MODULE-SLOT                                   CVSPCM.2
039800              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSPCM.2
039900              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSPCM.2
040000     IF       WS-MOD-FOUND = ZERO                                 CVSPCM.2
040100              AND WS-MOD-CT < 200                                 CVSPCM.2
040200              ADD 1 TO WS-MOD-CT                                  CVSPCM.2
040300              MOVE WS-HOLD-NAME TO WS-M-NAME (WS-MOD-CT)          CVSPCM.2
040400              MOVE "N" TO WS-M-SEEN (WS-MOD-CT, 1)                CVSPCM.2
040500                  WS-M-SEEN (WS-MOD-CT, 2)                        CVSPCM.2
040600              MOVE WS-MOD-CT TO WS-MOD-FOUND.                     CVSPCM.2
040700     IF       WS-MOD-FOUND NOT = ZERO                             CVSPCM.2
040800              MOVE WS-MOD-FOUND TO WS-CUR-MOD.                    CVSPCM.2
040900 MATCH-MODULE-SLOT.                                               CVSPCM.2
041000     IF       WS-M-NAME (WS-MOD-SUB) = WS-HOLD-NAME               CVSPCM.2
041100              MOVE WS-MOD-SUB TO WS-MOD-FOUND.                    CVSPCM.2
041200 APPLY-PRINT-MASKS.                                               CVSPCM.2
041300     MOVE     "N" TO WS-DROP-SWITCH.                              CVSPCM.2
041400     PERFORM  APPLY-ONE-MASK                                      CVSPCM.2
041500              VARYING WS-MASK-SUB FROM 1 BY 1                     CVSPCM.2
041600              UNTIL WS-MASK-SUB > WS-MASK-CT                      CVSPCM.2
041700              OR WS-DROP-SWITCH = "Y".                            CVSPCM.2
041800 APPLY-ONE-MASK.                                                  CVSPCM.2
041900     IF       WS-K-MODULE (WS-MASK-SUB) = "*"                     CVSPCM.2
042000              OR WS-K-MODULE (WS-MASK-SUB) =                      CVSPCM.2
042100                 WS-M-NAME (WS-CUR-MOD)                           CVSPCM.2
042200              IF  WS-K-ANCHOR (WS-MASK-SUB) = "*"                 CVSPCM.2
042300                  MOVE "Y" TO WS-HIT-SWITCH                       CVSPCM.2
042400              ELSE                                                CVSPCM.2
042500                  MOVE WS-K-ANCHOR (WS-MASK-SUB) TO WS-SCAN-KEY   CVSPCM.2
042600                  MOVE WS-K-ANCHOR-LEN (WS-MASK-SUB) TO WS-KEY-LENCVSPCM.2
042700                  PERFORM SCAN-LINE-FOR-KEY                       CVSPCM.2
042800              END-IF                                              CVSPCM.2
042900              IF  WS-HIT-SWITCH = "Y"                             CVSPCM.2
043000                  PERFORM MASK-LINE-COLUMNS                       CVSPCM.2
043100              END-IF                                              CVSPCM.2
043200     END-IF.                                                      CVSPCM.2
043300 MASK-LINE-COLUMNS.                                               CVSPCM.2
043400     ADD      1 TO WS-MASKED-CT.                                  CVSPCM.2
043500     IF       WS-K-LENGTH (WS-MASK-SUB) = ZERO                    CVSPCM.2
043600              MOVE "Y" TO WS-DROP-SWITCH                          CVSPCM.2
043700              ADD 1 TO WS-DROPPED-CT                              CVSPCM.2
043800     ELSE                                                         CVSPCM.2
043900              MOVE WS-K-LENGTH (WS-MASK-SUB) TO WS-MASK-LEN       CVSPCM.2
044000              IF  WS-K-FROM (WS-MASK-SUB) + WS-MASK-LEN > 121     CVSPCM.2
044100                  COMPUTE WS-MASK-LEN =                           CVSPCM.2
044200                      121 - WS-K-FROM (WS-MASK-SUB)               CVSPCM.2
044300              END-IF                                              CVSPCM.2
044400              MOVE ALL "#" TO                                     CVSPCM.2
044500                  WS-LINE (WS-K-FROM (WS-MASK-SUB):WS-MASK-LEN)   CVSPCM.2
044600     END-IF.                                                      CVSPCM.2
044700 KEEP-IMAGE-LINE.                                                 CVSPCM.2
044800     IF       WS-I-COUNT (WS-SIDE) < 30000                        CVSPCM.2
044900              ADD 1 TO WS-I-COUNT (WS-SIDE)                       CVSPCM.2
045000              MOVE WS-I-COUNT (WS-SIDE) TO WS-LINE-SUB            CVSPCM.2
045100              MOVE WS-CUR-MOD TO WS-I-MOD (WS-SIDE, WS-LINE-SUB)  CVSPCM.2
045200              MOVE WS-CUR-PAR TO WS-I-PAR (WS-SIDE, WS-LINE-SUB)  CVSPCM.2
045300              MOVE WS-LINE TO WS-I-TEXT (WS-SIDE, WS-LINE-SUB)    CVSPCM.2
045400              MOVE "Y" TO WS-M-SEEN (WS-CUR-MOD, WS-SIDE).        CVSPCM.2
045500*                                                                 CVSPCM.2
045600*    MODULE BY MODULE: GATHER EACH SIDE'S LINES, THEN WALK THE    CVSPCM.2
045700*    TWO TOGETHER.  ON A MISMATCH THE NEAREST RE-SYNCHRONISING    CVSPCM.2
045800*    LINE WITHIN 20 DECIDES BETWEEN ADDED AND DROPPED LINES;      CVSPCM.2
045900*    WITH NONE THE PAIR IS REPORTED AS CHANGED.                   CVSPCM.2
046000*                                                                 CVSPCM.2
046100 COMPARE-ONE-MODULE.                                              CVSPCM.2
046200     MOVE     "N" TO WS-MOD-SHOWN.                                CVSPCM.2
046300     EVALUATE TRUE                                                CVSPCM.2
046400         WHEN WS-M-SEEN (WS-MOD-SUB, 1) = "N"                     CVSPCM.2
046500              AND WS-M-SEEN (WS-MOD-SUB, 2) = "N"                 CVSPCM.2
046600             CONTINUE                                             CVSPCM.2
046700         WHEN WS-M-SEEN (WS-MOD-SUB, 2) = "N"                     CVSPCM.2
046800             ADD 1 TO WS-ONLY-OLD-CT                              CVSPCM.2
046900             STRING "MODULE " DELIMITED BY SIZE                   CVSPCM.2
047000                 WS-M-NAME (WS-MOD-SUB) DELIMITED BY SPACE        CVSPCM.2
047100                 " IS ONLY IN THE OLD PRINT IMAGE"                CVSPCM.2
047200                     DELIMITED BY SIZE                            CVSPCM.2
047300                 INTO COMPARE-RPT-REC                             CVSPCM.2
047400             PERFORM WRITE-REPORT-LINE                            CVSPCM.2
047500         WHEN WS-M-SEEN (WS-MOD-SUB, 1) = "N"                     CVSPCM.2
047600             ADD 1 TO WS-ONLY-NEW-CT                              CVSPCM.2
047700             STRING "MODULE " DELIMITED BY SIZE                   CVSPCM.2
047800                 WS-M-NAME (WS-MOD-SUB) DELIMITED BY SPACE        CVSPCM.2
047900                 " IS ONLY IN THE NEW PRINT IMAGE"                CVSPCM.2
048000                     DELIMITED BY SIZE                            CVSPCM.2
048100                 INTO COMPARE-RPT-REC                             CVSPCM.2
048200             PERFORM WRITE-REPORT-LINE                            CVSPCM.2
048300         WHEN OTHER                                               CVSPCM.2
048400             ADD 1 TO WS-BOTH-CT                                  CVSPCM.2
048500             PERFORM GATHER-MODULE-LINES                          CVSPCM.2
048600             PERFORM WALK-MODULE-LINES                            CVSPCM.2
048700     END-EVALUATE.                                                CVSPCM.2
048800 GATHER-MODULE-LINES.                                             CVSPCM.2
048900     MOVE     ZERO TO WS-P-COUNT (1) WS-P-COUNT (2).              CVSPCM.2
049000     MOVE     1 TO WS-SIDE.                                       CVSPCM.2
049100     PERFORM  PICK-ONE-LINE                                       CVSPCM.2
049200              VARYING WS-LINE-SUB FROM 1 BY 1                     CVSPCM.2
049300              UNTIL WS-LINE-SUB > WS-I-COUNT (1).                 CVSPCM.2
049400     MOVE     2 TO WS-SIDE.                                       CVSPCM.2
049500     PERFORM  PICK-ONE-LINE                                       CVSPCM.2
049600              VARYING WS-LINE-SUB FROM 1 BY 1                     CVSPCM.2
049700              UNTIL WS-LINE-SUB > WS-I-COUNT (2).                 CVSPCM.2
049800 PICK-ONE-LINE.                                                   CVSPCM.2
049900     IF       WS-I-MOD (WS-SIDE, WS-LINE-SUB) = WS-MOD-SUB        CVSPCM.2
050000              AND WS-P-COUNT (WS-SIDE) < 8000                     CVSPCM.2
050100              ADD 1 TO WS-P-COUNT (WS-SIDE)                       CVSPCM.2
050200              MOVE WS-P-COUNT (WS-SIDE) TO WS-PICK-SUB            CVSPCM.2
050300              MOVE WS-LINE-SUB TO WS-P-IDX (WS-SIDE, WS-PICK-SUB).CVSPCM.2
050400 WALK-MODULE-LINES.                                               CVSPCM.2
050500     MOVE     1 TO WS-OI WS-NI.                                   CVSPCM.2
050600     PERFORM  WALK-ONE-STEP                                       CVSPCM.2
050700              UNTIL WS-OI > WS-P-COUNT (1)                        CVSPCM.2
050800              OR WS-NI > WS-P-COUNT (2).                          CVSPCM.2
050900     PERFORM  REPORT-DROPPED-LINE                                 CVSPCM.2
051000              UNTIL WS-OI > WS-P-COUNT (1).                       CVSPCM.2
051100     PERFORM  REPORT-ADDED-LINE                                   CVSPCM.2
051200              UNTIL WS-NI > WS-P-COUNT (2).                       CVSPCM.2
051300     IF       WS-MOD-SHOWN = "Y"                                  CVSPCM.2
051400              ADD 1 TO WS-DIFF-MOD-CT                             CVSPCM.2
051500              PERFORM WRITE-REPORT-LINE.                          CVSPCM.2
051600 WALK-ONE-STEP.                                                   CVSPCM.2
051700     PERFORM  POINT-AT-PAIR.                                      CVSPCM.2
051800     IF       WS-I-TEXT (1, WS-OX) = WS-I-TEXT (2, WS-NX)         CVSPCM.2
051900              ADD 1 TO WS-SAME-CT                                 CVSPCM.2
052000              ADD 1 TO WS-OI WS-NI                                CVSPCM.2
052100     ELSE                                                         CVSPCM.2
052200              MOVE ZERO TO WS-SHIFT                               CVSPCM.2
052300              MOVE SPACE TO WS-SHIFT-SIDE                         CVSPCM.2
052400              PERFORM TRY-RESYNC                                  CVSPCM.2
052500                  VARYING WS-LOOK FROM 1 BY 1                     CVSPCM.2
052600                  UNTIL WS-LOOK > 20 OR WS-SHIFT > ZERO           CVSPCM.2
052700              EVALUATE WS-SHIFT-SIDE                              CVSPCM.2
052800                  WHEN "O"                                        CVSPCM.2
052900                      COMPUTE WS-STOP-AT = WS-OI + WS-SHIFT       CVSPCM.2
053000                      PERFORM REPORT-DROPPED-LINE                 CVSPCM.2
053100                          UNTIL WS-OI = WS-STOP-AT                CVSPCM.2
053200                  WHEN "N"                                        CVSPCM.2
053300                      COMPUTE WS-STOP-AT = WS-NI + WS-SHIFT       CVSPCM.2
053400                      PERFORM REPORT-ADDED-LINE                   CVSPCM.2
053500                          UNTIL WS-NI = WS-STOP-AT                CVSPCM.2
053600                  WHEN OTHER                                      CVSPCM.2
053700                      PERFORM REPORT-CHANGED-LINE                 CVSPCM.2
053800              END-EVALUATE                                        CVSPCM.2
053900     END-IF.                                                      CVSPCM.2
054000 POINT-AT-PAIR.                                                   CVSPCM.2
054100     MOVE     ZERO TO WS-OX WS-NX.                                CVSPCM.2
054200     IF       WS-OI NOT > WS-P-COUNT (1)                          CVSPCM.2
054300              MOVE WS-P-IDX (1, WS-OI) TO WS-OX.                  CVSPCM.2
054400     IF       WS-NI NOT > WS-P-COUNT (2)                          CVSPCM.2
054500              MOVE WS-P-IDX (2, WS-NI) TO WS-NX.                  CVSPCM.2
054600 TRY-RESYNC.                                                      CVSPCM.2
054700     COMPUTE  WS-AHEAD = WS-OI + WS-LOOK.                         CVSPCM.2
054800     IF       WS-AHEAD NOT > WS-P-COUNT (1)                       CVSPCM.2
054900              MOVE WS-P-IDX (1, WS-AHEAD) TO WS-AX                CVSPCM.2
055000              IF  WS-I-TEXT (1, WS-AX) = WS-I-TEXT (2, WS-NX)     CVSPCM.2
055100                  MOVE WS-LOOK TO WS-SHIFT                        CVSPCM.2
055200                  MOVE "O" TO WS-SHIFT-SIDE                       CVSPCM.2
055300              END-IF                                              CVSPCM.2
055400     END-IF.                                                      CVSPCM.2
055500     COMPUTE  WS-AHEAD = WS-NI + WS-LOOK.                         CVSPCM.2
055600     IF       WS-SHIFT = ZERO                                     CVSPCM.2
055700              AND WS-AHEAD NOT > WS-P-COUNT (2)                   CVSPCM.2
055800              MOVE WS-P-IDX (2, WS-AHEAD) TO WS-AX                CVSPCM.2
055900              IF  WS-I-TEXT (2, WS-AX) = WS-I-TEXT (1, WS-OX)     CVSPCM.2
056000                  MOVE WS-LOOK TO WS-SHIFT                        CVSPCM.2
056100                  MOVE "N" TO WS-SHIFT-SIDE                       CVSPCM.2
056200              END-IF                                              CVSPCM.2
056300     END-IF.                                                      CVSPCM.2
056400*                                                                 CVSPCM.2
056500*    THE COMPARISON REPORT.                                       CVSPCM.2
056600*                                                                 CVSPCM.2
056700 WRITE-REPORT-HEADING.                                            CVSPCM.2
056800     MOVE     WS-MASK-CT TO WS-MASK-CT-OUT.                       CVSPCM.2
056900     MOVE     SPACE TO COMPARE-RPT-REC.                           CVSPCM.2
057000     STRING   "MASKED PRINT-IMAGE COMPARISON -- DATE "            CVSPCM.2
057100                  DELIMITED BY SIZE                               CVSPCM.2
057200              WS-TODAY DELIMITED BY SIZE                          CVSPCM.2
057300              INTO COMPARE-RPT-REC.                               CVSPCM.2
057400     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
057500     STRING   "OLD=" DELIMITED BY SIZE                            CVSPCM.2
057600              WS-OLD-FNAME DELIMITED BY SPACE                     CVSPCM.2
057700              "  NEW=" DELIMITED BY SIZE                          CVSPCM.2
057800              WS-NEW-FNAME DELIMITED BY SPACE                     CVSPCM.2
057900              INTO COMPARE-RPT-REC.                               CVSPCM.2
058000     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
058100     STRING   "MASKS: " DELIMITED BY SIZE                         CVSPCM.2
058200              WS-MASK-SOURCE DELIMITED BY "  "                    CVSPCM.2
058300              ", " DELIMITED BY SIZE                              CVSPCM.2
058400              WS-MASK-CT-OUT DELIMITED BY SIZE                    CVSPCM.2
058500              " DEFINITION(S); MASKED COLUMNS SHOW AS #"          CVSPCM.2
058600                  DELIMITED BY SIZE                               CVSPCM.2
058700              INTO COMPARE-RPT-REC.                               CVSPCM.2
058800     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
058900     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
059000 WRITE-REPORT-LINE.                                               CVSPCM.2
059100     WRITE    COMPARE-RPT-REC.                                    CVSPCM.2
059200     MOVE     SPACE TO COMPARE-RPT-REC.                           CVSPCM.2
059300 SHOW-MODULE-HEAD.                                                CVSPCM.2
059400     IF       WS-MOD-SHOWN = "N"                                  CVSPCM.2
059500              MOVE "Y" TO WS-MOD-SHOWN                            CVSPCM.2
059600              STRING "MODULE " DELIMITED BY SIZE                  CVSPCM.2
059700                  WS-M-NAME (WS-MOD-SUB) DELIMITED BY SPACE       CVSPCM.2
059800                  INTO COMPARE-RPT-REC                            CVSPCM.2
059900              PERFORM WRITE-REPORT-LINE.                          CVSPCM.2
060000 REPORT-CHANGED-LINE.                                             CVSPCM.2
060100     PERFORM  POINT-AT-PAIR.                                      CVSPCM.2
060200     PERFORM  SHOW-MODULE-HEAD.                                   CVSPCM.2
060300     ADD      1 TO WS-CHANGED-CT.                                 CVSPCM.2
060400     STRING   "  CHANGED  AT " DELIMITED BY SIZE                  CVSPCM.2
060500              WS-I-PAR (2, WS-NX) DELIMITED BY SIZE               CVSPCM.2
060600              INTO COMPARE-RPT-REC.                               CVSPCM.2
060700     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
060800     MOVE     "    OLD: " TO COMPARE-RPT-REC (1:9).               CVSPCM.2
060900     MOVE     WS-I-TEXT (1, WS-OX)                                CVSPCM.2
061000              TO COMPARE-RPT-REC (10:120).                        CVSPCM.2
061100     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
061200     MOVE     "    NEW: " TO COMPARE-RPT-REC (1:9).               CVSPCM.2
061300     MOVE     WS-I-TEXT (2, WS-NX)                                CVSPCM.2
061400              TO COMPARE-RPT-REC (10:120).                        CVSPCM.2
061500     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
061600     ADD      1 TO WS-OI WS-NI.                                   CVSPCM.2
061700 REPORT-ADDED-LINE.                                               CVSPCM.2
061800     PERFORM  POINT-AT-PAIR.                                      CVSPCM.2
061900     PERFORM  SHOW-MODULE-HEAD.                                   CVSPCM.2
062000     ADD      1 TO WS-ADDED-CT.                                   CVSPCM.2
062100     STRING   "  ADDED    AT " DELIMITED BY SIZE                  CVSPCM.2
062200              WS-I-PAR (2, WS-NX) DELIMITED BY SIZE               CVSPCM.2
062300              INTO COMPARE-RPT-REC.                               CVSPCM.2
062400     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
062500     MOVE     "    NEW: " TO COMPARE-RPT-REC (1:9).               CVSPCM.2
062600     MOVE     WS-I-TEXT (2, WS-NX)                                CVSPCM.2
062700              TO COMPARE-RPT-REC (10:120).                        CVSPCM.2
062800     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
062900     ADD      1 TO WS-NI.                                         CVSPCM.2
063000 REPORT-DROPPED-LINE.                                             CVSPCM.2
063100     PERFORM  POINT-AT-PAIR.                                      CVSPCM.2
063200     PERFORM  SHOW-MODULE-HEAD.                                   CVSPCM.2
063300     ADD      1 TO WS-REMOVED-CT.                                 CVSPCM.2
063400     STRING   "  DROPPED  AT " DELIMITED BY SIZE                  CVSPCM.2
063500              WS-I-PAR (1, WS-OX) DELIMITED BY SIZE               CVSPCM.2
063600              INTO COMPARE-RPT-REC.                               CVSPCM.2
063700     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
063800     MOVE     "    OLD: " TO COMPARE-RPT-REC (1:9).               CVSPCM.2
063900     MOVE     WS-I-TEXT (1, WS-OX)                                CVSPCM.2
064000              TO COMPARE-RPT-REC (10:120).                        CVSPCM.2
064100     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
064200     ADD      1 TO WS-OI.                                         CVSPCM.2
064300 WRITE-REPORT-TOTALS.                                             CVSPCM.2
064400     IF       WS-DIFF-MOD-CT = ZERO AND WS-ONLY-OLD-CT = ZERO     CVSPCM.2
064500              AND WS-ONLY-NEW-CT = ZERO                           CVSPCM.2
064600              MOVE "NO SUBSTANTIVE DIFFERENCES" TO COMPARE-RPT-RECCVSPCM.2
064700              PERFORM WRITE-REPORT-LINE                           CVSPCM.2
064800              PERFORM WRITE-REPORT-LINE.                          CVSPCM.2
064900     STRING   "MODULES COMPARED " DELIMITED BY SIZE               CVSPCM.2
065000              WS-BOTH-CT DELIMITED BY SIZE                        CVSPCM.2
065100              "  DIFFERING " DELIMITED BY SIZE                    CVSPCM.2
065200              WS-DIFF-MOD-CT DELIMITED BY SIZE                    CVSPCM.2
065300              "  ONLY IN OLD " DELIMITED BY SIZE                  CVSPCM.2
065400              WS-ONLY-OLD-CT DELIMITED BY SIZE                    CVSPCM.2
065500              "  ONLY IN NEW " DELIMITED BY SIZE                  CVSPCM.2
065600              WS-ONLY-NEW-CT DELIMITED BY SIZE                    CVSPCM.2
065700              INTO COMPARE-RPT-REC.                               CVSPCM.2
065800     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
065900     STRING   "LINES MATCHED " DELIMITED BY SIZE                  CVSPCM.2
066000              WS-SAME-CT DELIMITED BY SIZE                        CVSPCM.2
066100              "  CHANGED " DELIMITED BY SIZE                      CVSPCM.2
066200              WS-CHANGED-CT DELIMITED BY SIZE                     CVSPCM.2
066300              "  ADDED " DELIMITED BY SIZE                        CVSPCM.2
066400              WS-ADDED-CT DELIMITED BY SIZE                       CVSPCM.2
066500              "  DROPPED " DELIMITED BY SIZE                      CVSPCM.2
066600              WS-REMOVED-CT DELIMITED BY SIZE                     CVSPCM.2
066700              INTO COMPARE-RPT-REC.                               CVSPCM.2
066800     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
066900     STRING   "MASKS APPLIED " DELIMITED BY SIZE                  CVSPCM.2
067000              WS-MASKED-CT DELIMITED BY SIZE                      CVSPCM.2
067100              " TIME(S), " DELIMITED BY SIZE                      CVSPCM.2
067200              WS-DROPPED-CT DELIMITED BY SIZE                     CVSPCM.2
067300              " LINE(S) DROPPED BY A MASK" DELIMITED BY SIZE      CVSPCM.2
067400              INTO COMPARE-RPT-REC.                               CVSPCM.2
067500     PERFORM  WRITE-REPORT-LINE.                                  CVSPCM.2
