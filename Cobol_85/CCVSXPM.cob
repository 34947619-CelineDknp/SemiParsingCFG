000100 IDENTIFICATION DIVISION.                                         CVSXPM.2
000200 PROGRAM-ID.                                                      CVSXPM.2
000300     CCVSXPM.                                                     CVSXPM.2
000400****************************************************************  CVSXPM.2
000500*                                                              *  CVSXPM.2
000600*    CROSS-PLATFORM CONFORMANCE MATRIX FROM VAULTED RUNS.      *  CVSXPM.2
000700*                                                              *  CVSXPM.2
000800*    CCVSDIF COMPARES TWO RESULT FEEDS.  WHEN ONE COMPILER     *  CVSXPM.2
000900*    RELEASE IS QUALIFIED ON SEVERAL PLATFORMS (LINUX ON       *  CVSXPM.2
001000*    X86, LINUX ON Z, A CONTAINER BASE ...) THE RUNS HAVE TO   *  CVSXPM.2
001100*    BE READ SIDE BY SIDE TO TELL PLATFORM-DEPENDENT           *  CVSXPM.2
001200*    BEHAVIOUR FROM COMPILER DEFECTS.  THIS PROGRAM TAKES UP   *  CVSXPM.2
001300*    TO SIX RUNS FILED IN THE VAULT BY CCVSVLT, ONE COLUMN    *   CVSXPM.2
001400*    PER RUN:                                                  *  CVSXPM.2
001500*                                                              *  CVSXPM.2
001600*      - THE RUNS ARE NAMED BY AUDIT-JOURNAL RUN-ID.  WITH     *  CVSXPM.2
001700*        NONE NAMED, EVERY VAULTED RUN OF THE MOST RECENTLY    *  CVSXPM.2
001800*        VAULTED BUILD IS TAKEN, ONE COLUMN PER DISTINCT       *  CVSXPM.2
001900*        ENVIRONMENT FINGERPRINT (THE LATEST RUN ON EACH),     *  CVSXPM.2
002000*      - EACH COLUMN IS LABELLED FROM THE RUN'S FINGERPRINT    *  CVSXPM.2
002100*        (vault/run_<ID>/ENVIRONMENT, THE uname LINE): THE     *  CVSXPM.2
002200*        HARDWARE NAME IN FRONT OF THE OPERATING SYSTEM NAME.  *  CVSXPM.2
002300*        THE FULL FINGERPRINT IS PRINTED IN THE LEGEND, AND    *  CVSXPM.2
002400*        TWO COLUMNS WITH ONE FINGERPRINT, OR A BUILD OTHER    *  CVSXPM.2
002500*        THAN THE FIRST COLUMN'S, ARE FLAGGED THERE,           *  CVSXPM.2
002600*      - THE MATRIX IS KEYED BY PGM-ID/PAR-NAME FROM EACH      *  CVSXPM.2
002700*        RUN'S results.csv AND SHOWS ONLY THE ROWS WHERE THE   *  CVSXPM.2
002800*        PLATFORMS DISAGREE, OR WHERE A ROW WAS NOT RUN ON     *  CVSXPM.2
002900*        EVERY PLATFORM (SHOWN --),                            *  CVSXPM.2
003000*      - PER SERIES (module_registry.dat, ELSE THE FIRST TWO   *  CVSXPM.2
003100*        LETTERS OF THE PGM-ID) IT COUNTS THE ROWS, THE ROWS   *  CVSXPM.2
003200*        THAT AGREE, THE COMMON FAILURES (FAIL* ON EVERY       *  CVSXPM.2
003300*        PLATFORM -- A COMPILER DEFECT, NOT A PLATFORM ONE),   *  CVSXPM.2
003400*        THE DISAGREEMENTS AND THE ROWS NOT RUN EVERYWHERE.    *  CVSXPM.2
003500*                                                              *  CVSXPM.2
003600*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSXPM.2
003700*        M  BUILD platform_matrix.rpt FROM THE RUN-IDS GIVEN   *  CVSXPM.2
003800*           ON ONE LINE, SEPARATED BY SPACES (BLANK FOR THE    *  CVSXPM.2
003900*           LATEST BUILD'S PLATFORMS),                         *  CVSXPM.2
004000*        L  LIST THE VAULTED RUNS WITH THEIR PLATFORM LABELS.  *  CVSXPM.2
004100*                                                              *  CVSXPM.2
004200*    RETURN-CODE 0 WHEN THE PLATFORMS AGREE, 4 WHEN SOME ROW   *  CVSXPM.2
004300*    DISAGREES OR WAS NOT RUN EVERYWHERE, 8 WHEN THE RUNS      *  CVSXPM.2
004400*    CANNOT BE COMPARED.                                       *  CVSXPM.2
004500*                                                              *  CVSXPM.2
004600****************************************************************  CVSXPM.2
004700 ENVIRONMENT DIVISION.                                            CVSXPM.2
004800 CONFIGURATION SECTION.                                           CVSXPM.2
004900 SOURCE-COMPUTER.                                                 CVSXPM.2
005000     COPY CCVSTRG.                                                CVSXPM.2
005100 OBJECT-COMPUTER.                                                 CVSXPM.2
005200     COPY CCVSTRG.                                                CVSXPM.2
005300 INPUT-OUTPUT SECTION.                                            CVSXPM.2
005400 FILE-CONTROL.                                                    CVSXPM.2
005500     SELECT   VAULT-INDEX-FILE ASSIGN TO                          CVSXPM.2
005600     "vault_index.dat"                                            CVSXPM.2
005700     ORGANIZATION LINE SEQUENTIAL                                 CVSXPM.2
005800     FILE STATUS IS WS-VI-FSTATUS.                                CVSXPM.2
005900     SELECT   ENVIRONMENT-FILE ASSIGN TO                          CVSXPM.2
006000     DYNAMIC WS-ENV-FNAME                                         CVSXPM.2
006100     ORGANIZATION LINE SEQUENTIAL                                 CVSXPM.2
006200     FILE STATUS IS WS-EV-FSTATUS.                                CVSXPM.2
006300     SELECT   RUN-RESULTS-FILE ASSIGN TO                          CVSXPM.2
006400     DYNAMIC WS-RES-FNAME                                         CVSXPM.2
006500     FILE STATUS IS WS-RR-FSTATUS.                                CVSXPM.2
006600     SELECT   MATRIX-RPT-FILE ASSIGN TO                           CVSXPM.2
006700     "platform_matrix.rpt"                                        CVSXPM.2
006800     ORGANIZATION LINE SEQUENTIAL                                 CVSXPM.2
006900     FILE STATUS IS WS-MX-FSTATUS.                                CVSXPM.2
007000 DATA DIVISION.                                                   CVSXPM.2
007100 FILE SECTION.                                                    CVSXPM.2
007200 FD  VAULT-INDEX-FILE.                                            CVSXPM.2
007300 01  VAULT-INDEX-REC PIC X(120).                                  CVSXPM.2
007400 FD  ENVIRONMENT-FILE.                                            CVSXPM.2
007500 01  ENVIRONMENT-REC PIC X(200).                                  CVSXPM.2
007600 FD  RUN-RESULTS-FILE.                                            CVSXPM.2
007700 01  RUN-RESULTS-REC PIC X(200).                                  CVSXPM.2
007800 FD  MATRIX-RPT-FILE.                                             CVSXPM.2
007900 01  MATRIX-RPT-REC PIC X(100).                                   CVSXPM.2
008000 WORKING-STORAGE SECTION.                                         CVSXPM.2
008100 77  WS-VI-FSTATUS      PIC XX VALUE SPACE.                       CVSXPM.2
008200 77  WS-EV-FSTATUS      PIC XX VALUE SPACE.                       CVSXPM.2
008300 77  WS-RR-FSTATUS      PIC XX VALUE SPACE.                       CVSXPM.2
008400 77  WS-MX-FSTATUS      PIC XX VALUE SPACE.                       CVSXPM.2
008500 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSXPM.2
008600 77  WS-MODE            PIC X  VALUE SPACE.                       CVSXPM.2
008700 77  WS-PICK-SWITCH     PIC X  VALUE "Y".                         CVSXPM.2
008800     88  WS-PICK-OK         VALUE "Y".                            CVSXPM.2
008900 77  WS-ROW-STATE       PIC X  VALUE SPACE.                       CVSXPM.2
009000     88  WS-ROW-AGREES      VALUE "A".                            CVSXPM.2
009100     88  WS-ROW-DISAGREES   VALUE "D".                            CVSXPM.2
009200     88  WS-ROW-PARTIAL     VALUE "P".                            CVSXPM.2
009300 77  WS-VAULT-CT        PIC 9(3) COMP VALUE ZERO.                 CVSXPM.2
009400 77  WS-COL-CT          PIC 9(3) COMP VALUE ZERO.                 CVSXPM.2
009500 77  WS-ROW-CT          PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
009600 77  WS-SER-CT          PIC 9(3) COMP VALUE ZERO.                 CVSXPM.2
009700 77  WS-SUB             PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
009800 77  WS-SUB2            PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
009900 77  WS-CSUB            PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010000 77  WS-ASUB            PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010100 77  WS-VFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010200 77  WS-CFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010300 77  WS-RFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010400 77  WS-SFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010500 77  WS-LAST-R          PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010600 77  WS-PTR             PIC 9(4) COMP VALUE ZERO.                 CVSXPM.2
010700 77  WS-PRESENT-CT      PIC 9(3) COMP VALUE ZERO.                 CVSXPM.2
010800 77  WS-FAILING-CT      PIC 9(3) COMP VALUE ZERO.                 CVSXPM.2
010900 77  WS-SKIP-CT         PIC 9(3) VALUE ZERO.                      CVSXPM.2
011000 77  WS-AGREE-CT        PIC 9(5) VALUE ZERO.                      CVSXPM.2
011100 77  WS-COMMON-CT       PIC 9(5) VALUE ZERO.                      CVSXPM.2
011200 77  WS-DISAGREE-CT     PIC 9(5) VALUE ZERO.                      CVSXPM.2
011300 77  WS-PARTIAL-CT      PIC 9(5) VALUE ZERO.                      CVSXPM.2
011400 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSXPM.2
011500 01  WS-ANSWER          PIC X(80) VALUE SPACE.                    CVSXPM.2
011600 01  WS-RUN-KEY         PIC X(8) VALUE SPACE.                     CVSXPM.2
011700 01  WS-BUILD           PIC X(16) VALUE SPACE.                    CVSXPM.2
011800 01  WS-PRINT-RUN       PIC X(4) VALUE SPACE.                     CVSXPM.2
011900 01  WS-PRINT-LINE      PIC X(200) VALUE SPACE.                   CVSXPM.2
012000 01  WS-LABEL           PIC X(8) VALUE SPACE.                     CVSXPM.2
012100 01  WS-TOKEN           PIC X(40) VALUE SPACE.                    CVSXPM.2
012200 01  WS-LAST-TOKEN      PIC X(40) VALUE SPACE.                    CVSXPM.2
012300 01  WS-PRIOR-TOKEN     PIC X(40) VALUE SPACE.                    CVSXPM.2
012400 01  WS-KEY-PGM         PIC X(10) VALUE SPACE.                    CVSXPM.2
012500 01  WS-KEY-PAR         PIC X(24) VALUE SPACE.                    CVSXPM.2
012600 01  WS-KEY-STATUS      PIC X(5) VALUE SPACE.                     CVSXPM.2
012700 01  WS-FIRST-STATUS    PIC X(5) VALUE SPACE.                     CVSXPM.2
012800 01  WS-CELL            PIC X(8) VALUE SPACE.                     CVSXPM.2
012900 01  WS-COUNT-EDIT      PIC ZZZZ9.                                CVSXPM.2
013000 01  WS-COL-EDIT        PIC 9.                                    CVSXPM.2
013100 01  WS-ENV-FNAME       PIC X(60) VALUE SPACE.                    CVSXPM.2
013200 01  WS-RES-FNAME       PIC X(60) VALUE SPACE.                    CVSXPM.2
013300 01  WS-FIELD-TABLE.                                              CVSXPM.2
013400     02  WS-FIELD       PIC X(24) OCCURS 5 TIMES.                 CVSXPM.2
013500 01  WS-ASK-TABLE.                                                CVSXPM.2
013600     02  WS-ASK-RUN     PIC X(8) OCCURS 8 TIMES.                  CVSXPM.2
013700 01  WS-VAULT-TABLE.                                              CVSXPM.2
013800     02  WS-VAULT OCCURS 500 TIMES.                               CVSXPM.2
013900         03  WS-V-RUN       PIC X(4).                             CVSXPM.2
014000         03  WS-V-DATE      PIC X(8).                             CVSXPM.2
014100         03  WS-V-BUILD     PIC X(16).                            CVSXPM.2
014200*                                                                 CVSXPM.2
014300*    ONE COLUMN PER RUN COMPARED, AND ONE ROW PER PGM-ID/         CVSXPM.2
014400*    PAR-NAME SEEN IN ANY OF THEM WITH ITS RESULT PER COLUMN      CVSXPM.2
014500*    (SPACES WHERE THAT RUN DID NOT PRODUCE IT).                  CVSXPM.2
014600*                                                                 CVSXPM.2
014700 01  WS-COLUMN-TABLE.                                             CVSXPM.2
014800     02  WS-COL OCCURS 6 TIMES.                                   CVSXPM.2
014900         03  WS-X-RUN       PIC X(4).                             CVSXPM.2
015000         03  WS-X-DATE      PIC X(8).                             CVSXPM.2
015100         03  WS-X-BUILD     PIC X(16).                            CVSXPM.2
015200         03  WS-X-LABEL     PIC X(8).                             CVSXPM.2
015300         03  WS-X-PRINT     PIC X(200).                           CVSXPM.2
015400         03  WS-X-ROWS      PIC 9(5).                             CVSXPM.2
015500 01  WS-ROW-TABLE.                                                CVSXPM.2
015600     02  WS-ROW OCCURS 6000 TIMES.                                CVSXPM.2
015700         03  WS-R-PGM       PIC X(10).                            CVSXPM.2
015800         03  WS-R-PAR       PIC X(24).                            CVSXPM.2
015900         03  WS-R-SERIES    PIC X(4).                             CVSXPM.2
016000         03  WS-R-STATUS    PIC X(5) OCCURS 6 TIMES.              CVSXPM.2
016100 01  WS-SERIES-TABLE.                                             CVSXPM.2
016200     02  WS-SER OCCURS 60 TIMES.                                  CVSXPM.2
016300         03  WS-S-NAME      PIC X(4).                             CVSXPM.2
016400         03  WS-S-ROWS      PIC 9(5).                             CVSXPM.2
016500         03  WS-S-AGREE     PIC 9(5).                             CVSXPM.2
016600         03  WS-S-COMMON    PIC 9(5).                             CVSXPM.2
016700         03  WS-S-DISAGREE  PIC 9(5).                             CVSXPM.2
016800         03  WS-S-PARTIAL   PIC 9(5).                             CVSXPM.2
016900     COPY CCVSMRT.                                                CVSXPM.2
017000 PROCEDURE DIVISION.                                              CVSXPM.2
017100 CCVSXPM-MAIN SECTION.                                            CVSXPM.2
017200 CCVSXPM-START.                                                   CVSXPM.2
017300     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSXPM.2
017400     PERFORM  LOAD-VAULT-INDEX THRU LOAD-VAULT-INDEX-EX.          CVSXPM.2
017500     DISPLAY  "CCVSXPM: M=PLATFORM MATRIX, L=LIST VAULTED RUNS?". CVSXPM.2
017600     ACCEPT   WS-MODE.                                            CVSXPM.2
017700     EVALUATE WS-MODE                                             CVSXPM.2
017800         WHEN "M"                                                 CVSXPM.2
017900         WHEN "m"                                                 CVSXPM.2
018000             PERFORM BUILD-PLATFORM-MATRIX                        CVSXPM.2
018100                 THRU BUILD-PLATFORM-MATRIX-EX                    CVSXPM.2
018200         WHEN "L"                                                 CVSXPM.2
018300         WHEN "l"                                                 CVSXPM.2
018400             PERFORM LIST-ONE-VAULT-RUN                           CVSXPM.2
018500                 VARYING WS-SUB FROM 1 BY 1                       CVSXPM.2
018600                 UNTIL WS-SUB > WS-VAULT-CT                       CVSXPM.2
018700             IF  WS-VAULT-CT = ZERO                               CVSXPM.2
018800                 DISPLAY "CCVSXPM: VAULT INDEX EMPTY"             CVSXPM.2
018900             END-IF                                               CVSXPM.2
019000         WHEN OTHER                                               CVSXPM.2
019100             DISPLAY "CCVSXPM: NO SUCH MODE"                      CVSXPM.2
019200     END-EVALUATE.                                                CVSXPM.2
019300     STOP     RUN.                                                CVSXPM.2
019400 LOAD-VAULT-INDEX.                                                CVSXPM.2
019500     OPEN     INPUT VAULT-INDEX-FILE.                             CVSXPM.2
019600     IF       WS-VI-FSTATUS NOT = "00"                            CVSXPM.2
019700              GO TO LOAD-VAULT-INDEX-EX.                          CVSXPM.2
019800     MOVE     "N" TO WS-EOF-SWITCH.                               CVSXPM.2
019900     PERFORM  READ-VAULT-INDEX-LINE.                              CVSXPM.2
020000     PERFORM  STORE-VAULT-INDEX-LINE                              CVSXPM.2
020100              UNTIL WS-EOF-SWITCH = "Y".                          CVSXPM.2
020200     CLOSE    VAULT-INDEX-FILE.                                   CVSXPM.2
020300 LOAD-VAULT-INDEX-EX.                                             CVSXPM.2
020400     EXIT.                                                        CVSXPM.2
020500 READ-VAULT-INDEX-LINE.                                           CVSXPM.2
020600     READ     VAULT-INDEX-FILE                                    CVSXPM.2
020700              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSXPM.2
020800 STORE-VAULT-INDEX-LINE.                                          CVSXPM.2
020900     IF       VAULT-INDEX-REC (1:4) IS NUMERIC                    CVSXPM.2
021000              AND WS-VAULT-CT < 500                               CVSXPM.2
021100              ADD 1 TO WS-VAULT-CT                                CVSXPM.2
021200              MOVE SPACE TO WS-FIELD-TABLE                        CVSXPM.2
021300              UNSTRING VAULT-INDEX-REC DELIMITED BY "|"           CVSXPM.2
021400                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSXPM.2
021500              MOVE WS-FIELD (1) TO WS-V-RUN (WS-VAULT-CT)         CVSXPM.2
021600              MOVE WS-FIELD (2) TO WS-V-DATE (WS-VAULT-CT)        CVSXPM.2
021700              MOVE WS-FIELD (3) TO WS-V-BUILD (WS-VAULT-CT).      CVSXPM.2
021800     PERFORM  READ-VAULT-INDEX-LINE.                              CVSXPM.2
021900*                                                                 CVSXPM.2
022000*    THE FINGERPRINT IS THE FIRST LINE OF THE ENVIRONMENT         CVSXPM.2
022100*    MEMBER CCVSVLT FILED WITH THE RUN; SPACES IF NONE.  THE      CVSXPM.2
022200*    LABEL IS ITS LAST WORD, OR THE WORD BEFORE IT WHEN THE       CVSXPM.2
022300*    LAST WORD NAMES THE OPERATING SYSTEM (uname -a ENDS          CVSXPM.2
022400*    "... x86_64 GNU/Linux" OR "... s390x GNU/Linux").            CVSXPM.2
022500*                                                                 CVSXPM.2
022600 READ-FINGERPRINT.                                                CVSXPM.2
022700     MOVE     SPACE TO WS-PRINT-LINE WS-ENV-FNAME.                CVSXPM.2
022800     STRING   "vault/run_" DELIMITED BY SIZE                      CVSXPM.2
022900              WS-PRINT-RUN DELIMITED BY SIZE                      CVSXPM.2
023000              "/ENVIRONMENT" DELIMITED BY SIZE                    CVSXPM.2
023100              INTO WS-ENV-FNAME.                                  CVSXPM.2
023200     OPEN     INPUT ENVIRONMENT-FILE.                             CVSXPM.2
023300     IF       WS-EV-FSTATUS NOT = "00"                            CVSXPM.2
023400              GO TO READ-FINGERPRINT-EX.                          CVSXPM.2
023500     READ     ENVIRONMENT-FILE                                    CVSXPM.2
023600              AT END MOVE SPACE TO ENVIRONMENT-REC.               CVSXPM.2
023700     MOVE     ENVIRONMENT-REC TO WS-PRINT-LINE.                   CVSXPM.2
023800     CLOSE    ENVIRONMENT-FILE.                                   CVSXPM.2
023900 READ-FINGERPRINT-EX.                                             CVSXPM.2
024000     EXIT.                                                        CVSXPM.2
024100 DERIVE-PLATFORM-LABEL.                                           CVSXPM.2
024200     MOVE     SPACE TO WS-LAST-TOKEN WS-PRIOR-TOKEN.              CVSXPM.2
024300     MOVE     1 TO WS-PTR.                                        CVSXPM.2
024400     PERFORM  TAKE-FINGERPRINT-WORD                               CVSXPM.2
024500              UNTIL WS-PTR > 200.                                 CVSXPM.2
024600     IF       WS-LAST-TOKEN = "GNU/Linux" OR "Linux"              CVSXPM.2
024700              MOVE WS-PRIOR-TOKEN TO WS-LABEL                     CVSXPM.2
024800     ELSE                                                         CVSXPM.2
024900              MOVE WS-LAST-TOKEN TO WS-LABEL.                     CVSXPM.2
025000     IF       WS-LABEL = SPACE                                    CVSXPM.2
025100              MOVE "UNKNOWN" TO WS-LABEL.                         CVSXPM.2
025200 TAKE-FINGERPRINT-WORD.                                           CVSXPM.2
025300     MOVE     SPACE TO WS-TOKEN.                                  CVSXPM.2
025400     UNSTRING WS-PRINT-LINE DELIMITED BY ALL SPACE                CVSXPM.2
025500              INTO WS-TOKEN WITH POINTER WS-PTR.                  CVSXPM.2
025600     IF       WS-TOKEN NOT = SPACE                                CVSXPM.2
025700              MOVE WS-LAST-TOKEN TO WS-PRIOR-TOKEN                CVSXPM.2
025800              MOVE WS-TOKEN TO WS-LAST-TOKEN.                     CVSXPM.2
025900*                                                                 CVSXPM.2
026000*    MODE L.                                                      CVSXPM.2
026100*                                                                 CVSXPM.2
026200 LIST-ONE-VAULT-RUN.                                              CVSXPM.2
026300     MOVE     WS-V-RUN (WS-SUB) TO WS-PRINT-RUN.                  CVSXPM.2
026400     PERFORM  READ-FINGERPRINT THRU READ-FINGERPRINT-EX.          CVSXPM.2
026500     PERFORM  DERIVE-PLATFORM-LABEL.                              CVSXPM.2
026600     DISPLAY  "  RUN " WS-V-RUN (WS-SUB) "  " WS-V-DATE (WS-SUB)  CVSXPM.2
026700              "  " WS-V-BUILD (WS-SUB) "  " WS-LABEL.             CVSXPM.2
026800*                                                                 CVSXPM.2
026900*    MODE M -- CHOOSE THE COLUMNS, LOAD EVERY COLUMN'S RESULT     CVSXPM.2
027000*    FEED INTO THE ROW TABLE, THEN CLASSIFY AND REPORT.           CVSXPM.2
027100*                                                                 CVSXPM.2
027200 BUILD-PLATFORM-MATRIX.                                           CVSXPM.2
027300     DISPLAY  "CCVSXPM: RUN-IDS TO COMPARE, SEPARATED BY SPACES " CVSXPM.2
027400              "(BLANK = EVERY PLATFORM OF THE LATEST BUILD)?".    CVSXPM.2
027500     MOVE     SPACE TO WS-ANSWER.                                 CVSXPM.2
027600     ACCEPT   WS-ANSWER.                                          CVSXPM.2
027700     MOVE     "Y" TO WS-PICK-SWITCH.                              CVSXPM.2
027800     IF       WS-ANSWER = SPACE                                   CVSXPM.2
027900              PERFORM PICK-LATEST-BUILD-RUNS                      CVSXPM.2
028000                  THRU PICK-LATEST-BUILD-RUNS-EX                  CVSXPM.2
028100     ELSE                                                         CVSXPM.2
028200              PERFORM PICK-NAMED-RUNS THRU PICK-NAMED-RUNS-EX.    CVSXPM.2
028300     IF       NOT WS-PICK-OK                                      CVSXPM.2
028400              MOVE 8 TO RETURN-CODE                               CVSXPM.2
028500              GO TO BUILD-PLATFORM-MATRIX-EX.                     CVSXPM.2
028600     IF       WS-COL-CT < 2                                       CVSXPM.2
028700              DISPLAY "CCVSXPM: AT LEAST TWO VAULTED RUNS ARE "   CVSXPM.2
028800                  "NEEDED FOR A MATRIX"                           CVSXPM.2
028900              MOVE 8 TO RETURN-CODE                               CVSXPM.2
029000              GO TO BUILD-PLATFORM-MATRIX-EX.                     CVSXPM.2
029100     PERFORM  LABEL-ONE-COLUMN                                    CVSXPM.2
029200              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
029300              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
029400     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSXPM.2
029500     MOVE     ZERO TO WS-ROW-CT WS-LAST-R WS-SER-CT.              CVSXPM.2
029600     PERFORM  LOAD-ONE-COLUMN THRU LOAD-ONE-COLUMN-EX             CVSXPM.2
029700              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
029800              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
029900     PERFORM  CLASSIFY-ONE-ROW                                    CVSXPM.2
030000              VARYING WS-SUB FROM 1 BY 1                          CVSXPM.2
030100              UNTIL WS-SUB > WS-ROW-CT.                           CVSXPM.2
030200     PERFORM  WRITE-MATRIX-REPORT.                                CVSXPM.2
030300     MOVE     ZERO TO RETURN-CODE.                                CVSXPM.2
030400     IF       WS-DISAGREE-CT > ZERO OR WS-PARTIAL-CT > ZERO       CVSXPM.2
030500              MOVE 4 TO RETURN-CODE.                              CVSXPM.2
030600     DISPLAY  "CCVSXPM: " WS-COL-CT " PLATFORM(S), " WS-ROW-CT    CVSXPM.2
030700              " ROW(S) -- " WS-DISAGREE-CT " DISAGREE, "          CVSXPM.2
030800              WS-PARTIAL-CT " NOT RUN EVERYWHERE, "               CVSXPM.2
030900              WS-COMMON-CT " FAIL EVERYWHERE -- SEE "             CVSXPM.2
031000              "platform_matrix.rpt".                              CVSXPM.2
031100 BUILD-PLATFORM-MATRIX-EX.                                        CVSXPM.2
031200     EXIT.                                                        CVSXPM.2
031300*                                                                 CVSXPM.2
031400*    NAMED RUNS MUST BE IN vault_index.dat; A RUN FILED INTO      CVSXPM.2
031500*    THE VAULT TWICE IS TAKEN AT ITS LATEST FILING, AND A RUN     CVSXPM.2
031600*    NAMED TWICE IS ONE COLUMN.                                   CVSXPM.2
031700*                                                                 CVSXPM.2
031800 PICK-NAMED-RUNS.                                                 CVSXPM.2
031900     MOVE     SPACE TO WS-ASK-TABLE.                              CVSXPM.2
032000     UNSTRING WS-ANSWER DELIMITED BY ALL SPACE                    CVSXPM.2
032100              INTO WS-ASK-RUN (1) WS-ASK-RUN (2) WS-ASK-RUN (3)   CVSXPM.2
032200                   WS-ASK-RUN (4) WS-ASK-RUN (5) WS-ASK-RUN (6)   CVSXPM.2
032300                   WS-ASK-RUN (7) WS-ASK-RUN (8).                 CVSXPM.2
032400     PERFORM  PICK-ONE-NAMED-RUN                                  CVSXPM.2
032500              VARYING WS-ASUB FROM 1 BY 1                         CVSXPM.2
032600              UNTIL WS-ASUB > 8 OR NOT WS-PICK-OK.                CVSXPM.2
032700 PICK-NAMED-RUNS-EX.                                              CVSXPM.2
032800     EXIT.                                                        CVSXPM.2
032900 PICK-ONE-NAMED-RUN.                                              CVSXPM.2
033000     MOVE     WS-ASK-RUN (WS-ASUB) TO WS-RUN-KEY.                 CVSXPM.2
033100     IF       WS-RUN-KEY NOT = SPACE                              CVSXPM.2
033200              PERFORM FIND-VAULT-RUN                              CVSXPM.2
033300              IF  WS-VFOUND = ZERO                                CVSXPM.2
033400                  DISPLAY "CCVSXPM: RUN " WS-RUN-KEY              CVSXPM.2
033500                      " IS NOT IN vault_index.dat -- FILE IT "    CVSXPM.2
033600                      "WITH CCVSVLT MODE C FIRST"                 CVSXPM.2
033700                  MOVE "N" TO WS-PICK-SWITCH                      CVSXPM.2
033800              ELSE                                                CVSXPM.2
033900                  PERFORM FIND-RUN-COLUMN                         CVSXPM.2
034000                  IF  WS-CFOUND = ZERO                            CVSXPM.2
034100                      PERFORM ADD-RUN-COLUMN                      CVSXPM.2
034200                  END-IF                                          CVSXPM.2
034300              END-IF                                              CVSXPM.2
034400     END-IF.                                                      CVSXPM.2
034500 FIND-VAULT-RUN.                                                  CVSXPM.2
034600     MOVE     ZERO TO WS-VFOUND.                                  CVSXPM.2
034700     IF       WS-RUN-KEY (1:4) IS NUMERIC                         CVSXPM.2
034800              AND WS-RUN-KEY (5:) = SPACE                         CVSXPM.2
034900              PERFORM MATCH-ONE-VAULT-RUN                         CVSXPM.2
035000                  VARYING WS-SUB FROM 1 BY 1                      CVSXPM.2
035100                  UNTIL WS-SUB > WS-VAULT-CT.                     CVSXPM.2
035200 MATCH-ONE-VAULT-RUN.                                             CVSXPM.2
035300     IF       WS-V-RUN (WS-SUB) = WS-RUN-KEY (1:4)                CVSXPM.2
035400              MOVE WS-SUB TO WS-VFOUND.                           CVSXPM.2
035500 FIND-RUN-COLUMN.                                                 CVSXPM.2
035600     MOVE     ZERO TO WS-CFOUND.                                  CVSXPM.2
035700     PERFORM  MATCH-ONE-RUN-COLUMN                                CVSXPM.2
035800              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
035900              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
036000 MATCH-ONE-RUN-COLUMN.                                            CVSXPM.2
036100     IF       WS-X-RUN (WS-CSUB) = WS-V-RUN (WS-VFOUND)           CVSXPM.2
036200              MOVE WS-CSUB TO WS-CFOUND.                          CVSXPM.2
036300 ADD-RUN-COLUMN.                                                  CVSXPM.2
036400     IF       WS-COL-CT NOT < 6                                   CVSXPM.2
036500              DISPLAY "CCVSXPM: AT MOST SIX RUNS FIT THE MATRIX"  CVSXPM.2
036600              MOVE "N" TO WS-PICK-SWITCH                          CVSXPM.2
036700     ELSE                                                         CVSXPM.2
036800              ADD 1 TO WS-COL-CT                                  CVSXPM.2
036900              MOVE WS-COL-CT TO WS-CFOUND                         CVSXPM.2
037000              PERFORM FILL-RUN-COLUMN.                            CVSXPM.2
037100 FILL-RUN-COLUMN.                                                 CVSXPM.2
037200     MOVE     WS-V-RUN (WS-VFOUND) TO WS-X-RUN (WS-CFOUND).       CVSXPM.2
037300     MOVE     WS-V-DATE (WS-VFOUND) TO WS-X-DATE (WS-CFOUND).     CVSXPM.2
037400     MOVE     WS-V-BUILD (WS-VFOUND) TO WS-X-BUILD (WS-CFOUND).   CVSXPM.2
037500     MOVE     ZERO TO WS-X-ROWS (WS-CFOUND).                      CVSXPM.2
037600*                                                                 CVSXPM.2
037700*    NO RUNS NAMED -- THE BUILD LAST FILED INTO THE VAULT, ONE    CVSXPM.2
037800*    COLUMN PER FINGERPRINT, A LATER RUN ON THE SAME              CVSXPM.2
037900*    FINGERPRINT REPLACING AN EARLIER ONE.                        CVSXPM.2
038000*                                                                 CVSXPM.2
038100 PICK-LATEST-BUILD-RUNS.                                          CVSXPM.2
038200     IF       WS-VAULT-CT = ZERO                                  CVSXPM.2
038300              DISPLAY "CCVSXPM: VAULT INDEX EMPTY"                CVSXPM.2
038400              MOVE "N" TO WS-PICK-SWITCH                          CVSXPM.2
038500              GO TO PICK-LATEST-BUILD-RUNS-EX.                    CVSXPM.2
038600     MOVE     WS-V-BUILD (WS-VAULT-CT) TO WS-BUILD.               CVSXPM.2
038700     DISPLAY  "CCVSXPM: COMPARING THE PLATFORMS OF BUILD "        CVSXPM.2
038800              WS-BUILD.                                           CVSXPM.2
038900     MOVE     ZERO TO WS-SKIP-CT.                                 CVSXPM.2
039000     PERFORM  PICK-ONE-BUILD-RUN                                  CVSXPM.2
039100              VARYING WS-SUB2 FROM 1 BY 1                         CVSXPM.2
039200              UNTIL WS-SUB2 > WS-VAULT-CT.                        CVSXPM.2
039300     IF       WS-SKIP-CT > ZERO                                   CVSXPM.2
039400              DISPLAY "CCVSXPM: " WS-SKIP-CT                      CVSXPM.2
039500                  " FURTHER PLATFORM(S) LEFT OUT -- NAME THE "    CVSXPM.2
039600                  "RUNS TO CHOOSE SIX".                           CVSXPM.2
039700 PICK-LATEST-BUILD-RUNS-EX.                                       CVSXPM.2
039800     EXIT.                                                        CVSXPM.2
039900 PICK-ONE-BUILD-RUN.                                              CVSXPM.2
040000     IF       WS-V-BUILD (WS-SUB2) = WS-BUILD                     CVSXPM.2
040100              MOVE WS-SUB2 TO WS-VFOUND                           CVSXPM.2
040200              MOVE WS-V-RUN (WS-SUB2) TO WS-PRINT-RUN             CVSXPM.2
040300              PERFORM READ-FINGERPRINT THRU READ-FINGERPRINT-EX   CVSXPM.2
040400              PERFORM FIND-PRINT-COLUMN                           CVSXPM.2
040500              IF  WS-CFOUND NOT = ZERO                            CVSXPM.2
040600                  PERFORM FILL-RUN-COLUMN                         CVSXPM.2
040700              ELSE                                                CVSXPM.2
040800                  IF  WS-COL-CT < 6                               CVSXPM.2
040900                      ADD 1 TO WS-COL-CT                          CVSXPM.2
041000                      MOVE WS-COL-CT TO WS-CFOUND                 CVSXPM.2
041100                      PERFORM FILL-RUN-COLUMN                     CVSXPM.2
041200                      MOVE WS-PRINT-LINE TO WS-X-PRINT (WS-CFOUND)CVSXPM.2
041300                  ELSE                                            CVSXPM.2
041400                      ADD 1 TO WS-SKIP-CT                         CVSXPM.2
041500                  END-IF                                          CVSXPM.2
041600              END-IF                                              CVSXPM.2
041700     END-IF.                                                      CVSXPM.2
041800 FIND-PRINT-COLUMN.                                               CVSXPM.2
041900     MOVE     ZERO TO WS-CFOUND.                                  CVSXPM.2
042000     PERFORM  MATCH-ONE-PRINT-COLUMN                              CVSXPM.2
042100              VARYING WS-ASUB FROM 1 BY 1                         CVSXPM.2
042200              UNTIL WS-ASUB > WS-COL-CT                           CVSXPM.2
042300              OR WS-CFOUND NOT = ZERO.                            CVSXPM.2
042400 MATCH-ONE-PRINT-COLUMN.                                          CVSXPM.2
042500     IF       WS-X-PRINT (WS-ASUB) = WS-PRINT-LINE                CVSXPM.2
042600              MOVE WS-ASUB TO WS-CFOUND.                          CVSXPM.2
042700 LABEL-ONE-COLUMN.                                                CVSXPM.2
042800     MOVE     WS-X-RUN (WS-CSUB) TO WS-PRINT-RUN.                 CVSXPM.2
042900     PERFORM  READ-FINGERPRINT THRU READ-FINGERPRINT-EX.          CVSXPM.2
043000     MOVE     WS-PRINT-LINE TO WS-X-PRINT (WS-CSUB).              CVSXPM.2
043100     PERFORM  DERIVE-PLATFORM-LABEL.                              CVSXPM.2
043200     MOVE     WS-LABEL TO WS-X-LABEL (WS-CSUB).                   CVSXPM.2
043300*                                                                 CVSXPM.2
043400*    RUNS LIST THEIR PAR-NAMES IN THE SAME ORDER, SO THE SLOT     CVSXPM.2
043500*    AFTER THE LAST ONE MATCHED IS TRIED BEFORE A FULL SEARCH.    CVSXPM.2
043600*                                                                 CVSXPM.2
043700 LOAD-ONE-COLUMN.                                                 CVSXPM.2
043800     MOVE     SPACE TO WS-RES-FNAME.                              CVSXPM.2
043900     STRING   "vault/run_" DELIMITED BY SIZE                      CVSXPM.2
044000              WS-X-RUN (WS-CSUB) DELIMITED BY SIZE                CVSXPM.2
044100              "/results.csv" DELIMITED BY SIZE                    CVSXPM.2
044200              INTO WS-RES-FNAME.                                  CVSXPM.2
044300     OPEN     INPUT RUN-RESULTS-FILE.                             CVSXPM.2
044400     IF       WS-RR-FSTATUS NOT = "00"                            CVSXPM.2
044500              DISPLAY "CCVSXPM: RUN " WS-X-RUN (WS-CSUB)          CVSXPM.2
044600                  " HAS NO results.csv IN THE VAULT"              CVSXPM.2
044700              GO TO LOAD-ONE-COLUMN-EX.                           CVSXPM.2
044800     MOVE     ZERO TO WS-LAST-R.                                  CVSXPM.2
044900     MOVE     "N" TO WS-EOF-SWITCH.                               CVSXPM.2
045000     PERFORM  READ-RUN-RESULT.                                    CVSXPM.2
045100     PERFORM  STORE-ONE-RESULT                                    CVSXPM.2
045200              UNTIL WS-EOF-SWITCH = "Y".                          CVSXPM.2
045300     CLOSE    RUN-RESULTS-FILE.                                   CVSXPM.2
045400 LOAD-ONE-COLUMN-EX.                                              CVSXPM.2
045500     EXIT.                                                        CVSXPM.2
045600 READ-RUN-RESULT.                                                 CVSXPM.2
045700     READ     RUN-RESULTS-FILE                                    CVSXPM.2
045800              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSXPM.2
045900 STORE-ONE-RESULT.                                                CVSXPM.2
046000     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSXPM.2
046100     UNSTRING RUN-RESULTS-REC DELIMITED BY ","                    CVSXPM.2
046200              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSXPM.2
046300                   WS-FIELD (4) WS-FIELD (5).                     CVSXPM.2
046400     MOVE     WS-FIELD (5) (1:5) TO WS-KEY-STATUS.                CVSXPM.2
046500     IF       WS-KEY-STATUS (1:4) = "PASS"                        CVSXPM.2
046600              OR WS-KEY-STATUS = "FAIL*"                          CVSXPM.2
046700              OR WS-KEY-STATUS = "*****"                          CVSXPM.2
046800              OR WS-KEY-STATUS = "INSPT"                          CVSXPM.2
046900              MOVE WS-FIELD (1) TO WS-KEY-PGM                     CVSXPM.2
047000              MOVE WS-FIELD (4) TO WS-KEY-PAR                     CVSXPM.2
047100              PERFORM FIND-MATRIX-ROW                             CVSXPM.2
047200              IF  WS-RFOUND NOT = ZERO                            CVSXPM.2
047300                  MOVE WS-KEY-STATUS                              CVSXPM.2
047400                      TO WS-R-STATUS (WS-RFOUND, WS-CSUB)         CVSXPM.2
047500                  ADD 1 TO WS-X-ROWS (WS-CSUB)                    CVSXPM.2
047600                  MOVE WS-RFOUND TO WS-LAST-R                     CVSXPM.2
047700              END-IF                                              CVSXPM.2
047800     END-IF.                                                      CVSXPM.2
047900     PERFORM  READ-RUN-RESULT.                                    CVSXPM.2
048000 FIND-MATRIX-ROW.                                                 CVSXPM.2
048100     MOVE     ZERO TO WS-RFOUND.                                  CVSXPM.2
048200     IF       WS-LAST-R < WS-ROW-CT                               CVSXPM.2
048300              AND WS-R-PGM (WS-LAST-R + 1) = WS-KEY-PGM           CVSXPM.2
048400              AND WS-R-PAR (WS-LAST-R + 1) = WS-KEY-PAR           CVSXPM.2
048500              COMPUTE WS-RFOUND = WS-LAST-R + 1.                  CVSXPM.2
048600     IF       WS-RFOUND = ZERO                                    CVSXPM.2
048700              PERFORM MATCH-ONE-ROW                               CVSXPM.2
048800                  VARYING WS-SUB FROM 1 BY 1                      CVSXPM.2
048900                  UNTIL WS-SUB > WS-ROW-CT                        CVSXPM.2
049000                  OR WS-RFOUND NOT = ZERO.                        CVSXPM.2
049100     IF       WS-RFOUND = ZERO                                    CVSXPM.2
049200              IF  WS-ROW-CT < 6000                                CVSXPM.2
049300                  ADD 1 TO WS-ROW-CT                              CVSXPM.2
049400                  MOVE WS-ROW-CT TO WS-RFOUND                     CVSXPM.2
049500                  MOVE SPACE TO WS-ROW (WS-RFOUND)                CVSXPM.2
049600                  MOVE WS-KEY-PGM TO WS-R-PGM (WS-RFOUND)         CVSXPM.2
049700                  MOVE WS-KEY-PAR TO WS-R-PAR (WS-RFOUND)         CVSXPM.2
049800                  PERFORM FIND-ROW-SERIES                         CVSXPM.2
049900              ELSE                                                CVSXPM.2
050000                  DISPLAY "CCVSXPM: RESULT TABLE FULL -- "        CVSXPM.2
050100                      WS-KEY-PGM " " WS-KEY-PAR " NOT COMPARED"   CVSXPM.2
050200              END-IF                                              CVSXPM.2
050300     END-IF.                                                      CVSXPM.2
050400 MATCH-ONE-ROW.                                                   CVSXPM.2
050500     IF       WS-R-PGM (WS-SUB) = WS-KEY-PGM                      CVSXPM.2
050600              AND WS-R-PAR (WS-SUB) = WS-KEY-PAR                  CVSXPM.2
050700              MOVE WS-SUB TO WS-RFOUND.                           CVSXPM.2
050800 FIND-ROW-SERIES.                                                 CVSXPM.2
050900     MOVE     WS-KEY-PGM (1:2) TO WS-R-SERIES (WS-RFOUND).        CVSXPM.2
051000     PERFORM  MATCH-ONE-REGISTRY-MODULE                           CVSXPM.2
051100              VARYING WS-SUB FROM 1 BY 1                          CVSXPM.2
051200              UNTIL WS-SUB > WS-MR-COUNT.                         CVSXPM.2
051300 MATCH-ONE-REGISTRY-MODULE.                                       CVSXPM.2
051400     IF       WS-MR-MODULE (WS-SUB) = WS-KEY-PGM                  CVSXPM.2
051500              AND WS-MR-SERIES (WS-SUB) NOT = SPACE               CVSXPM.2
051600              MOVE WS-MR-SERIES (WS-SUB)                          CVSXPM.2
051700                  TO WS-R-SERIES (WS-RFOUND).                     CVSXPM.2
051800*                                                                 CVSXPM.2
051900*    A ROW AGREES WHEN EVERY COLUMN HAS THE SAME RESULT FOR IT.   CVSXPM.2
052000*    IT DISAGREES WHEN TWO COLUMNS THAT RAN IT DIFFER, AND IS     CVSXPM.2
052100*    PARTIAL WHEN THE COLUMNS THAT RAN IT AGREE BUT SOME COLUMN   CVSXPM.2
052200*    NEVER RAN IT.                                                CVSXPM.2
052300*                                                                 CVSXPM.2
052400 CLASSIFY-ONE-ROW.                                                CVSXPM.2
052500     MOVE     ZERO TO WS-PRESENT-CT WS-FAILING-CT.                CVSXPM.2
052600     MOVE     SPACE TO WS-FIRST-STATUS.                           CVSXPM.2
052700     MOVE     "A" TO WS-ROW-STATE.                                CVSXPM.2
052800     PERFORM  CLASSIFY-ONE-CELL                                   CVSXPM.2
052900              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
053000              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
053100     IF       WS-ROW-AGREES AND WS-PRESENT-CT < WS-COL-CT         CVSXPM.2
053200              MOVE "P" TO WS-ROW-STATE.                           CVSXPM.2
053300     PERFORM  FIND-SERIES.                                        CVSXPM.2
053400     IF       WS-SFOUND NOT = ZERO                                CVSXPM.2
053500              ADD 1 TO WS-S-ROWS (WS-SFOUND).                     CVSXPM.2
053600     EVALUATE TRUE                                                CVSXPM.2
053700         WHEN WS-ROW-DISAGREES                                    CVSXPM.2
053800             ADD 1 TO WS-DISAGREE-CT                              CVSXPM.2
053900             IF  WS-SFOUND NOT = ZERO                             CVSXPM.2
054000                 ADD 1 TO WS-S-DISAGREE (WS-SFOUND)               CVSXPM.2
054100             END-IF                                               CVSXPM.2
054200         WHEN WS-ROW-PARTIAL                                      CVSXPM.2
054300             ADD 1 TO WS-PARTIAL-CT                               CVSXPM.2
054400             IF  WS-SFOUND NOT = ZERO                             CVSXPM.2
054500                 ADD 1 TO WS-S-PARTIAL (WS-SFOUND)                CVSXPM.2
054600             END-IF                                               CVSXPM.2
054700         WHEN OTHER                                               CVSXPM.2
054800             ADD 1 TO WS-AGREE-CT                                 CVSXPM.2
054900             IF  WS-SFOUND NOT = ZERO                             CVSXPM.2
055000                 ADD 1 TO WS-S-AGREE (WS-SFOUND)                  CVSXPM.2
055100             END-IF                                               CVSXPM.2
055200             IF  WS-FAILING-CT = WS-COL-CT                        CVSXPM.2
055300                 ADD 1 TO WS-COMMON-CT                            CVSXPM.2
055400                 IF  WS-SFOUND NOT = ZERO                         CVSXPM.2
055500                     ADD 1 TO WS-S-COMMON (WS-SFOUND)             CVSXPM.2
055600                 END-IF                                           CVSXPM.2
055700             END-IF                                               CVSXPM.2
055800     END-EVALUATE.                                                CVSXPM.2
055900 CLASSIFY-ONE-CELL.                                               CVSXPM.2
056000     IF       WS-R-STATUS (WS-SUB, WS-CSUB) NOT = SPACE           CVSXPM.2
056100              ADD 1 TO WS-PRESENT-CT                              CVSXPM.2
056200              IF  WS-R-STATUS (WS-SUB, WS-CSUB) = "FAIL*"         CVSXPM.2
056300                  ADD 1 TO WS-FAILING-CT                          CVSXPM.2
056400              END-IF                                              CVSXPM.2
056500              IF  WS-FIRST-STATUS = SPACE                         CVSXPM.2
056600                  MOVE WS-R-STATUS (WS-SUB, WS-CSUB)              CVSXPM.2
056700                      TO WS-FIRST-STATUS                          CVSXPM.2
056800              ELSE                                                CVSXPM.2
056900                  IF  WS-R-STATUS (WS-SUB, WS-CSUB)               CVSXPM.2
057000                          NOT = WS-FIRST-STATUS                   CVSXPM.2
057100                      MOVE "D" TO WS-ROW-STATE                    CVSXPM.2
057200                  END-IF                                          CVSXPM.2
057300              END-IF                                              CVSXPM.2
057400     END-IF.                                                      CVSXPM.2
057500 FIND-SERIES.                                                     CVSXPM.2
057600     MOVE     ZERO TO WS-SFOUND.                                  CVSXPM.2
057700     PERFORM  MATCH-ONE-SERIES                                    CVSXPM.2
057800              VARYING WS-SUB2 FROM 1 BY 1                         CVSXPM.2
057900              UNTIL WS-SUB2 > WS-SER-CT                           CVSXPM.2
058000              OR WS-SFOUND NOT = ZERO.                            CVSXPM.2
058100     IF       WS-SFOUND = ZERO AND WS-SER-CT < 60                 CVSXPM.2
058200              ADD 1 TO WS-SER-CT                                  CVSXPM.2
058300              MOVE WS-SER-CT TO WS-SFOUND                         CVSXPM.2
058400              MOVE WS-R-SERIES (WS-SUB) TO WS-S-NAME (WS-SFOUND)  CVSXPM.2
058500              MOVE ZERO TO WS-S-ROWS (WS-SFOUND)                  CVSXPM.2
058600                  WS-S-AGREE (WS-SFOUND) WS-S-COMMON (WS-SFOUND)  CVSXPM.2
058700                  WS-S-DISAGREE (WS-SFOUND)                       CVSXPM.2
058800                  WS-S-PARTIAL (WS-SFOUND).                       CVSXPM.2
058900 MATCH-ONE-SERIES.                                                CVSXPM.2
059000     IF       WS-S-NAME (WS-SUB2) = WS-R-SERIES (WS-SUB)          CVSXPM.2
059100              MOVE WS-SUB2 TO WS-SFOUND.                          CVSXPM.2
059200*                                                                 CVSXPM.2
059300*    THE MATRIX REPORT.                                           CVSXPM.2
059400*                                                                 CVSXPM.2
059500 WRITE-MATRIX-REPORT.                                             CVSXPM.2
059600     OPEN     OUTPUT MATRIX-RPT-FILE.                             CVSXPM.2
059700     MOVE     SPACE TO MATRIX-RPT-REC.                            CVSXPM.2
059800     STRING   "CROSS-PLATFORM CONFORMANCE MATRIX -- DATE "        CVSXPM.2
059900                  DELIMITED BY SIZE                               CVSXPM.2
060000              WS-TODAY DELIMITED BY SIZE                          CVSXPM.2
060100              INTO MATRIX-RPT-REC.                                CVSXPM.2
060200     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
060300     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
060400     MOVE     "PLATFORMS (ONE COLUMN PER VAULTED RUN):"           CVSXPM.2
060500              TO MATRIX-RPT-REC.                                  CVSXPM.2
060600     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
060700     MOVE     "  COL" TO MATRIX-RPT-REC (1:6).                    CVSXPM.2
060800     MOVE     "RUN" TO MATRIX-RPT-REC (7:6).                      CVSXPM.2
060900     MOVE     "BUILD" TO MATRIX-RPT-REC (13:17).                  CVSXPM.2
061000     MOVE     "VAULTED" TO MATRIX-RPT-REC (30:10).                CVSXPM.2
061100     MOVE     "PLATFORM" TO MATRIX-RPT-REC (40:10).               CVSXPM.2
061200     MOVE     "RESULTS" TO MATRIX-RPT-REC (50:7).                 CVSXPM.2
061300     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
061400     PERFORM  WRITE-ONE-LEGEND-ROW                                CVSXPM.2
061500              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
061600              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
061700     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
061800     MOVE     "ROWS WHERE THE PLATFORMS DISAGREE (-- = NOT RUN "  CVSXPM.2
061900              TO MATRIX-RPT-REC.                                  CVSXPM.2
062000     MOVE     "THERE):" TO MATRIX-RPT-REC (49:7).                 CVSXPM.2
062100     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
062200     MOVE     "  PGM-ID" TO MATRIX-RPT-REC (1:11).                CVSXPM.2
062300     MOVE     "PAR-NAME" TO MATRIX-RPT-REC (12:23).               CVSXPM.2
062400     PERFORM  WRITE-COLUMN-RUN-HEAD                               CVSXPM.2
062500              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
062600              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
062700     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
062800     PERFORM  WRITE-COLUMN-LABEL-HEAD                             CVSXPM.2
062900              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
063000              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
063100     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
063200     PERFORM  WRITE-ONE-MATRIX-ROW                                CVSXPM.2
063300              VARYING WS-SUB FROM 1 BY 1                          CVSXPM.2
063400              UNTIL WS-SUB > WS-ROW-CT.                           CVSXPM.2
063500     IF       WS-DISAGREE-CT = ZERO AND WS-PARTIAL-CT = ZERO      CVSXPM.2
063600              MOVE "  NONE -- EVERY PLATFORM AGREES ON EVERY ROW" CVSXPM.2
063700                  TO MATRIX-RPT-REC                               CVSXPM.2
063800              PERFORM WRITE-REPORT-LINE.                          CVSXPM.2
063900     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
064000     MOVE     "DISAGREEMENTS BY SERIES:" TO MATRIX-RPT-REC.       CVSXPM.2
064100     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
064200     MOVE     "  SERIES" TO MATRIX-RPT-REC (1:10).                CVSXPM.2
064300     MOVE     " ROWS" TO MATRIX-RPT-REC (11:8).                   CVSXPM.2
064400     MOVE     "AGREE" TO MATRIX-RPT-REC (19:8).                   CVSXPM.2
064500     MOVE     "FAIL-ALL" TO MATRIX-RPT-REC (27:10).               CVSXPM.2
064600     MOVE     "DISAGREE" TO MATRIX-RPT-REC (37:10).               CVSXPM.2
064700     MOVE     "NOT RUN EVERYWHERE" TO MATRIX-RPT-REC (47:18).     CVSXPM.2
064800     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
064900     PERFORM  WRITE-ONE-SERIES-ROW                                CVSXPM.2
065000              VARYING WS-SUB FROM 1 BY 1                          CVSXPM.2
065100              UNTIL WS-SUB > WS-SER-CT.                           CVSXPM.2
065200     MOVE     "  TOTAL" TO MATRIX-RPT-REC (1:10).                 CVSXPM.2
065300     MOVE     WS-ROW-CT TO WS-COUNT-EDIT.                         CVSXPM.2
065400     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (11:5).             CVSXPM.2
065500     MOVE     WS-AGREE-CT TO WS-COUNT-EDIT.                       CVSXPM.2
065600     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (19:5).             CVSXPM.2
065700     MOVE     WS-COMMON-CT TO WS-COUNT-EDIT.                      CVSXPM.2
065800     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (27:5).             CVSXPM.2
065900     MOVE     WS-DISAGREE-CT TO WS-COUNT-EDIT.                    CVSXPM.2
066000     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (37:5).             CVSXPM.2
066100     MOVE     WS-PARTIAL-CT TO WS-COUNT-EDIT.                     CVSXPM.2
066200     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (47:5).             CVSXPM.2
066300     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
066400     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
066500     MOVE     "FAIL-ALL ROWS FAIL ON EVERY PLATFORM AND POINT AT "CVSXPM.2
066600              TO MATRIX-RPT-REC.                                  CVSXPM.2
066700     MOVE     "THE COMPILER;" TO MATRIX-RPT-REC (51:13).          CVSXPM.2
066800     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
066900     MOVE     "DISAGREEMENTS ARE PLATFORM-DEPENDENT BEHAVIOUR."   CVSXPM.2
067000              TO MATRIX-RPT-REC.                                  CVSXPM.2
067100     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
067200     CLOSE    MATRIX-RPT-FILE.                                    CVSXPM.2
067300 WRITE-REPORT-LINE.                                               CVSXPM.2
067400     WRITE    MATRIX-RPT-REC.                                     CVSXPM.2
067500     MOVE     SPACE TO MATRIX-RPT-REC.                            CVSXPM.2
067600 WRITE-ONE-LEGEND-ROW.                                            CVSXPM.2
067700     MOVE     WS-CSUB TO WS-COL-EDIT.                             CVSXPM.2
067800     MOVE     WS-COL-EDIT TO MATRIX-RPT-REC (4:1).                CVSXPM.2
067900     MOVE     WS-X-RUN (WS-CSUB) TO MATRIX-RPT-REC (7:4).         CVSXPM.2
068000     MOVE     WS-X-BUILD (WS-CSUB) TO MATRIX-RPT-REC (13:16).     CVSXPM.2
068100     MOVE     WS-X-DATE (WS-CSUB) TO MATRIX-RPT-REC (30:8).       CVSXPM.2
068200     MOVE     WS-X-LABEL (WS-CSUB) TO MATRIX-RPT-REC (40:8).      CVSXPM.2
068300     MOVE     WS-X-ROWS (WS-CSUB) TO WS-COUNT-EDIT.               CVSXPM.2
068400     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (52:5).             CVSXPM.2
068500     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
068600     IF       WS-X-PRINT (WS-CSUB) = SPACE                        CVSXPM.2
068700              MOVE "      NO ENVIRONMENT FINGERPRINT IN THE VAULT"CVSXPM.2
068800                  TO MATRIX-RPT-REC                               CVSXPM.2
068900     ELSE                                                         CVSXPM.2
069000              MOVE WS-X-PRINT (WS-CSUB) TO MATRIX-RPT-REC (7:94). CVSXPM.2
069100     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
069200     MOVE     WS-X-PRINT (WS-CSUB) TO WS-PRINT-LINE.              CVSXPM.2
069300     PERFORM  FIND-PRINT-COLUMN.                                  CVSXPM.2
069400     IF       WS-CFOUND NOT = WS-CSUB                             CVSXPM.2
069500              AND WS-X-PRINT (WS-CSUB) NOT = SPACE                CVSXPM.2
069600              MOVE WS-CFOUND TO WS-COL-EDIT                       CVSXPM.2
069700              STRING "      *** SAME FINGERPRINT AS COLUMN "      CVSXPM.2
069800                      DELIMITED BY SIZE                           CVSXPM.2
069900                  WS-COL-EDIT DELIMITED BY SIZE                   CVSXPM.2
070000                  " -- NOT A SEPARATE PLATFORM" DELIMITED BY SIZE CVSXPM.2
070100                  INTO MATRIX-RPT-REC                             CVSXPM.2
070200              PERFORM WRITE-REPORT-LINE.                          CVSXPM.2
070300     IF       WS-X-BUILD (WS-CSUB) NOT = WS-X-BUILD (1)           CVSXPM.2
070400              MOVE "      *** BUILD DIFFERS FROM COLUMN 1"        CVSXPM.2
070500                  TO MATRIX-RPT-REC                               CVSXPM.2
070600              PERFORM WRITE-REPORT-LINE.                          CVSXPM.2
070700 WRITE-COLUMN-RUN-HEAD.                                           CVSXPM.2
070800     COMPUTE  WS-PTR = 36 + (WS-CSUB - 1) * 9.                    CVSXPM.2
070900     MOVE     WS-X-RUN (WS-CSUB) TO MATRIX-RPT-REC (WS-PTR:4).    CVSXPM.2
071000 WRITE-COLUMN-LABEL-HEAD.                                         CVSXPM.2
071100     COMPUTE  WS-PTR = 36 + (WS-CSUB - 1) * 9.                    CVSXPM.2
071200     MOVE     WS-X-LABEL (WS-CSUB) TO MATRIX-RPT-REC (WS-PTR:8).  CVSXPM.2
071300 WRITE-ONE-MATRIX-ROW.                                            CVSXPM.2
071400     PERFORM  CLASSIFY-ROW-AGAIN.                                 CVSXPM.2
071500     IF       NOT WS-ROW-AGREES                                   CVSXPM.2
071600              MOVE WS-R-PGM (WS-SUB) TO MATRIX-RPT-REC (3:8)      CVSXPM.2
071700              MOVE WS-R-PAR (WS-SUB) TO MATRIX-RPT-REC (12:23)    CVSXPM.2
071800              PERFORM WRITE-ONE-MATRIX-CELL                       CVSXPM.2
071900                  VARYING WS-CSUB FROM 1 BY 1                     CVSXPM.2
072000                  UNTIL WS-CSUB > WS-COL-CT                       CVSXPM.2
072100              PERFORM WRITE-REPORT-LINE.                          CVSXPM.2
072200 CLASSIFY-ROW-AGAIN.                                              CVSXPM.2
072300     MOVE     ZERO TO WS-PRESENT-CT WS-FAILING-CT.                CVSXPM.2
072400     MOVE     SPACE TO WS-FIRST-STATUS.                           CVSXPM.2
072500     MOVE     "A" TO WS-ROW-STATE.                                CVSXPM.2
072600     PERFORM  CLASSIFY-ONE-CELL                                   CVSXPM.2
072700              VARYING WS-CSUB FROM 1 BY 1                         CVSXPM.2
072800              UNTIL WS-CSUB > WS-COL-CT.                          CVSXPM.2
072900     IF       WS-ROW-AGREES AND WS-PRESENT-CT < WS-COL-CT         CVSXPM.2
073000              MOVE "P" TO WS-ROW-STATE.                           CVSXPM.2
073100 WRITE-ONE-MATRIX-CELL.                                           CVSXPM.2
073200     EVALUATE WS-R-STATUS (WS-SUB, WS-CSUB)                       CVSXPM.2
073300         WHEN SPACE                                               CVSXPM.2
073400             MOVE "--" TO WS-CELL                                 CVSXPM.2
073500         WHEN "*****"                                             CVSXPM.2
073600             MOVE "DELETED" TO WS-CELL                            CVSXPM.2
073700         WHEN OTHER                                               CVSXPM.2
073800             MOVE WS-R-STATUS (WS-SUB, WS-CSUB) TO WS-CELL        CVSXPM.2
073900     END-EVALUATE.                                                CVSXPM.2
074000     COMPUTE  WS-PTR = 36 + (WS-CSUB - 1) * 9.                    CVSXPM.2
074100     MOVE     WS-CELL TO MATRIX-RPT-REC (WS-PTR:8).               CVSXPM.2
074200 WRITE-ONE-SERIES-ROW.                                            CVSXPM.2
074300     MOVE     WS-S-NAME (WS-SUB) TO MATRIX-RPT-REC (3:4).         CVSXPM.2
074400     MOVE     WS-S-ROWS (WS-SUB) TO WS-COUNT-EDIT.                CVSXPM.2
074500     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (11:5).             CVSXPM.2
074600     MOVE     WS-S-AGREE (WS-SUB) TO WS-COUNT-EDIT.               CVSXPM.2
074700     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (19:5).             CVSXPM.2
074800     MOVE     WS-S-COMMON (WS-SUB) TO WS-COUNT-EDIT.              CVSXPM.2
074900     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (27:5).             CVSXPM.2
075000     MOVE     WS-S-DISAGREE (WS-SUB) TO WS-COUNT-EDIT.            CVSXPM.2
075100     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (37:5).             CVSXPM.2
075200     MOVE     WS-S-PARTIAL (WS-SUB) TO WS-COUNT-EDIT.             CVSXPM.2
075300     MOVE     WS-COUNT-EDIT TO MATRIX-RPT-REC (47:5).             CVSXPM.2
075400     PERFORM  WRITE-REPORT-LINE.                                  CVSXPM.2
