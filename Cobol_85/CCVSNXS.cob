000100 IDENTIFICATION DIVISION.                                         CVSNXS.2
000200 PROGRAM-ID.                                                      CVSNXS.2
000300     CCVSNXS.                                                     CVSNXS.2
000400****************************************************************  CVSNXS.2
000500*                                                              *  CVSNXS.2
000600*    NEXT SENTENCE HAZARD SCAN OVER Cobol_85 AND TestFiles.    *  CVSNXS.2
000700*                                                              *  CVSNXS.2
000800*    NEXT SENTENCE TRANSFERS CONTROL TO THE STATEMENT AFTER    *  CVSNXS.2
000900*    THE NEXT SEPARATOR PERIOD, NOT TO THE STATEMENT AFTER     *  CVSNXS.2
001000*    THE END-IF, END-EVALUATE OR END-SEARCH THAT CLOSES THE    *  CVSNXS.2
001100*    CONSTRUCT IT SITS IN.  WHEN THAT TERMINATOR IS FOLLOWED   *  CVSNXS.2
001200*    BY MORE CODE IN THE SAME SENTENCE THE CODE IS SKIPPED,    *  CVSNXS.2
001300*    WHICH IS RARELY WHAT THE WRITER MEANT (SEE THE if_squish  *  CVSNXS.2
001400*    AND next_sentence CASES IN TestFiles).  THIS PROGRAM:     *  CVSNXS.2
001500*                                                              *  CVSNXS.2
001600*      - LISTS EVERY ../*.cob SOURCE AND EVERY .cob / .COB     *  CVSNXS.2
001700*        SOURCE UNDER ../../TestFiles,                         *  CVSNXS.2
001800*      - WALKS THE PROCEDURE DIVISION OF EACH ONE, TRACKING    *  CVSNXS.2
001900*        THE OPEN IF / EVALUATE / SEARCH SCOPES OF THE         *  CVSNXS.2
002000*        CURRENT SENTENCE, HOW EACH IS CLOSED (BY ITS OWN      *  CVSNXS.2
002100*        TERMINATOR, BY ELSE / WHEN, OR BY THE PERIOD),        *  CVSNXS.2
002200*      - WRITES ONE NEXTSN ROW PER NEXT SENTENCE GIVING THE    *  CVSNXS.2
002300*        INNERMOST EXPLICIT SCOPE TERMINATOR, IF ANY, AND      *  CVSNXS.2
002400*        WHERE CONTROL ACTUALLY LANDS,                         *  CVSNXS.2
002500*      - WRITES A HAZARD ROW WHEN CODE FOLLOWS THAT            *  CVSNXS.2
002600*        TERMINATOR ON THE FALL-THROUGH PATH BEFORE THE        *  CVSNXS.2
002700*        PERIOD, I.E. WHEN THE LANDING POINT DIFFERS FROM      *  CVSNXS.2
002800*        THE TERMINATOR'S SUCCESSOR.                           *  CVSNXS.2
002900*                                                              *  CVSNXS.2
003000*    THE ROWS USE THE SAME "SOURCE: KIND: TEXT" LAYOUT AS THE  *  CVSNXS.2
003100*    CCVSFLO RANGE AND HAZARD ROWS, FOLLOWED BY A PER-SOURCE   *  CVSNXS.2
003200*    CENSUS.  OUTPUT IS next_sentence.rpt; RETURN-CODE IS 4    *  CVSNXS.2
003300*    WHEN ANY HAZARD WAS FOUND, OTHERWISE 0.                   *  CVSNXS.2
003400*                                                              *  CVSNXS.2
003500****************************************************************  CVSNXS.2
003600 ENVIRONMENT DIVISION.                                            CVSNXS.2
003700 CONFIGURATION SECTION.                                           CVSNXS.2
003800 SOURCE-COMPUTER.                                                 CVSNXS.2
003900     COPY CCVSTRG.                                                CVSNXS.2
004000 OBJECT-COMPUTER.                                                 CVSNXS.2
004100     COPY CCVSTRG.                                                CVSNXS.2
004200 INPUT-OUTPUT SECTION.                                            CVSNXS.2
004300 FILE-CONTROL.                                                    CVSNXS.2
004400     SELECT   SOURCE-LIST-FILE ASSIGN TO                          CVSNXS.2
004500     "next_sentence.lst"                                          CVSNXS.2
004600     ORGANIZATION LINE SEQUENTIAL                                 CVSNXS.2
004700     FILE STATUS IS WS-SL-FSTATUS.                                CVSNXS.2
004800     SELECT   SOURCE-FILE ASSIGN TO                               CVSNXS.2
004900     DYNAMIC WS-SRC-FNAME                                         CVSNXS.2
005000     ORGANIZATION LINE SEQUENTIAL                                 CVSNXS.2
005100     FILE STATUS IS WS-SF-FSTATUS.                                CVSNXS.2
005200     SELECT   SCAN-REPORT-FILE ASSIGN TO                          CVSNXS.2
005300     "next_sentence.rpt"                                          CVSNXS.2
005400     ORGANIZATION LINE SEQUENTIAL                                 CVSNXS.2
005500     FILE STATUS IS WS-RP-FSTATUS.                                CVSNXS.2
005600 DATA DIVISION.                                                   CVSNXS.2
005700 FILE SECTION.                                                    CVSNXS.2
005800 FD  SOURCE-LIST-FILE.                                            CVSNXS.2
005900 01  SOURCE-LIST-REC PIC X(80).                                   CVSNXS.2
006000 FD  SOURCE-FILE.                                                 CVSNXS.2
006100 01  SOURCE-REC PIC X(80).                                        CVSNXS.2
006200 FD  SCAN-REPORT-FILE.                                            CVSNXS.2
006300 01  SCAN-REPORT-REC PIC X(132).                                  CVSNXS.2
006400 WORKING-STORAGE SECTION.                                         CVSNXS.2
006500 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSNXS.2
006600 77  WS-SF-FSTATUS       PIC XX VALUE SPACE.                      CVSNXS.2
006700 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSNXS.2
006800 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSNXS.2
006900 77  WS-LIST-EOF         PIC X  VALUE "N".                        CVSNXS.2
007000 77  WS-PROC-SW          PIC X  VALUE "N".                        CVSNXS.2
007100 77  WS-LIT-SW           PIC X  VALUE "N".                        CVSNXS.2
007200 77  WS-CONT-SW          PIC X  VALUE "N".                        CVSNXS.2
007300 77  WS-POP-EXPLICIT     PIC X  VALUE "N".                        CVSNXS.2
007400 77  WS-QUOTE-CHAR       PIC X  VALUE SPACE.                      CVSNXS.2
007500 77  WS-CH               PIC X  VALUE SPACE.                      CVSNXS.2
007600 77  WS-POS              PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
007700 77  WS-SLASH-POS        PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
007800 77  WS-WORD-LEN         PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
007900 77  WS-DEPTH            PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
008000 77  WS-NS-SUB           PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
008100 77  WS-NS-COUNT         PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
008200 77  WS-SRC-SUB          PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
008300 77  WS-SRC-COUNT        PIC 9(3) COMP VALUE ZERO.                CVSNXS.2
008400 77  WS-SRC-SCANNED      PIC 9(4) VALUE ZERO.                     CVSNXS.2
008500 77  WS-LINE-NO          PIC 9(6) VALUE ZERO.                     CVSNXS.2
008600 77  WS-LAND-LINE        PIC 9(6) VALUE ZERO.                     CVSNXS.2
008700 77  WS-TOTAL-NS         PIC 9(4) VALUE ZERO.                     CVSNXS.2
008800 77  WS-TOTAL-SCOPED     PIC 9(4) VALUE ZERO.                     CVSNXS.2
008900 77  WS-TOTAL-HAZ        PIC 9(4) VALUE ZERO.                     CVSNXS.2
009000 01  WS-SYS-CMD          PIC X(200) VALUE SPACE.                  CVSNXS.2
009100 01  WS-SRC-FNAME        PIC X(80) VALUE SPACE.                   CVSNXS.2
009200 01  WS-SRC-NAME         PIC X(30) VALUE SPACE.                   CVSNXS.2
009300 01  WS-HYPHENS          PIC X(72) VALUE ALL "-".                 CVSNXS.2
009400 01  WS-CUR-LINE         PIC X(80) VALUE SPACE.                   CVSNXS.2
009500 01  WS-WORD             PIC X(30) VALUE SPACE.                   CVSNXS.2
009600 01  WS-PREV-WORD        PIC X(30) VALUE SPACE.                   CVSNXS.2
009700 01  WS-CLOSE-KIND       PIC X(8) VALUE SPACE.                    CVSNXS.2
009800 01  WS-LAND-KIND        PIC X(9) VALUE SPACE.                    CVSNXS.2
009900 01  WS-ROW-KIND         PIC X(6) VALUE SPACE.                    CVSNXS.2
010000 01  WS-ROW-TEXT         PIC X(80) VALUE SPACE.                   CVSNXS.2
010100 01  WS-SCOPE-TEXT       PIC X(40) VALUE SPACE.                   CVSNXS.2
010200 01  WS-LAND-TEXT        PIC X(30) VALUE SPACE.                   CVSNXS.2
010300 01  WS-EDIT-LINE        PIC 9(6).                                CVSNXS.2
010400 01  WS-EDIT-LINE-2      PIC 9(6).                                CVSNXS.2
010500 01  WS-EDIT-LINE-3      PIC 9(6).                                CVSNXS.2
010600 01  WS-EDIT-COUNT       PIC ZZZ9.                                CVSNXS.2
010700 01  WS-EDIT-COUNT-2     PIC ZZZ9.                                CVSNXS.2
010800 01  WS-EDIT-COUNT-3     PIC ZZZ9.                                CVSNXS.2
010900 01  WS-EDIT-COUNT-4     PIC ZZZ9.                                CVSNXS.2
011000*                                                                 CVSNXS.2
011100*    THE IF / EVALUATE / SEARCH SCOPES OPEN IN THE CURRENT        CVSNXS.2
011200*    SENTENCE, INNERMOST LAST.                                    CVSNXS.2
011300*                                                                 CVSNXS.2
011400 01  WS-SCOPE-TABLE.                                              CVSNXS.2
011500     02  WS-SC-ENTRY OCCURS 40 TIMES.                             CVSNXS.2
011600         03  WS-SC-KIND      PIC X(8).                            CVSNXS.2
011700         03  WS-SC-ELSE      PIC X.                               CVSNXS.2
011800*                                                                 CVSNXS.2
011900*    THE NEXT SENTENCE STATEMENTS OF THE CURRENT SENTENCE.        CVSNXS.2
012000*    NS-LIVE IS THE DEPTH OF THE INNERMOST SCOPE STILL OPEN       CVSNXS.2
012100*    AROUND THE STATEMENT; NS-SKIP-LVL IS THE DEPTH OF AN         CVSNXS.2
012200*    ENCLOSING SCOPE WHOSE OTHER BRANCH (ELSE / WHEN) IS BEING    CVSNXS.2
012300*    READ, WHICH THE FALL-THROUGH PATH WOULD NOT EXECUTE.         CVSNXS.2
012400*                                                                 CVSNXS.2
012500 01  WS-NS-TABLE.                                                 CVSNXS.2
012600     02  WS-NS-ENTRY OCCURS 20 TIMES.                             CVSNXS.2
012700         03  WS-NS-LINE      PIC 9(6).                            CVSNXS.2
012800         03  WS-NS-DEPTH     PIC 9(3).                            CVSNXS.2
012900         03  WS-NS-KIND      PIC X(8).                            CVSNXS.2
013000         03  WS-NS-LIVE      PIC 9(3).                            CVSNXS.2
013100         03  WS-NS-SKIP-LVL  PIC 9(3).                            CVSNXS.2
013200         03  WS-NS-TERM-LINE PIC 9(6).                            CVSNXS.2
013300         03  WS-NS-TERM-WORD PIC X(12).                           CVSNXS.2
013400         03  WS-NS-SKIP-FROM PIC 9(6).                            CVSNXS.2
013500*                                                                 CVSNXS.2
013600*    ONE CENSUS ROW PER SOURCE THAT CONTAINS NEXT SENTENCE.       CVSNXS.2
013700*                                                                 CVSNXS.2
013800 01  WS-SOURCE-TABLE.                                             CVSNXS.2
013900     02  WS-SRC-ENTRY OCCURS 200 TIMES.                           CVSNXS.2
014000         03  WS-SRC-TBL-NAME PIC X(30).                           CVSNXS.2
014100         03  WS-SRC-NS       PIC 9(4).                            CVSNXS.2
014200         03  WS-SRC-SCOPED   PIC 9(4).                            CVSNXS.2
014300         03  WS-SRC-HAZ      PIC 9(4).                            CVSNXS.2
014400 PROCEDURE DIVISION.                                              CVSNXS.2
014500 CCVSNXS-MAIN SECTION.                                            CVSNXS.2
014600 CCVSNXS-START.                                                   CVSNXS.2
014700     INITIALIZE WS-SOURCE-TABLE.                                  CVSNXS.2
014800     MOVE     SPACE TO WS-SYS-CMD.                                CVSNXS.2
014900     STRING   "LC_ALL=C ls ../*.cob >next_sentence.lst"           CVSNXS.2
015000              " 2>/dev/null; find ../../TestFiles -type f"        CVSNXS.2
015100              " -iname '*.cob' 2>/dev/null | LC_ALL=C sort"       CVSNXS.2
015200              " >>next_sentence.lst"                              CVSNXS.2
015300              DELIMITED BY SIZE INTO WS-SYS-CMD.                  CVSNXS.2
015400     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSNXS.2
015500     OPEN     OUTPUT SCAN-REPORT-FILE.                            CVSNXS.2
015600     MOVE     "CCVS85 NEXT SENTENCE HAZARD SCAN"                  CVSNXS.2
015700              TO SCAN-REPORT-REC.                                 CVSNXS.2
015800     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
015900     MOVE     WS-HYPHENS TO SCAN-REPORT-REC.                      CVSNXS.2
016000     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
016100     OPEN     INPUT SOURCE-LIST-FILE.                             CVSNXS.2
016200     IF       WS-SL-FSTATUS = "00"                                CVSNXS.2
016300              MOVE "N" TO WS-LIST-EOF                             CVSNXS.2
016400              PERFORM READ-SOURCE-LIST                            CVSNXS.2
016500              PERFORM SCAN-ONE-SOURCE                             CVSNXS.2
016600                      UNTIL WS-LIST-EOF = "Y"                     CVSNXS.2
016700              CLOSE SOURCE-LIST-FILE                              CVSNXS.2
016800     END-IF.                                                      CVSNXS.2
016900     MOVE     WS-HYPHENS TO SCAN-REPORT-REC.                      CVSNXS.2
017000     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
017100     MOVE     "PER-SOURCE CENSUS: NEXT SENTENCE / SCOPE-"         CVSNXS.2
017200              TO SCAN-REPORT-REC.                                 CVSNXS.2
017300     MOVE     "TERMINATED / HAZARDS" TO SCAN-REPORT-REC (42:20).  CVSNXS.2
017400     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
017500     PERFORM  WRITE-CENSUS-ROW                                    CVSNXS.2
017600              VARYING WS-SRC-SUB FROM 1 BY 1                      CVSNXS.2
017700              UNTIL WS-SRC-SUB > WS-SRC-COUNT.                    CVSNXS.2
017800     MOVE     WS-HYPHENS TO SCAN-REPORT-REC.                      CVSNXS.2
017900     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
018000     MOVE     WS-SRC-SCANNED TO WS-EDIT-COUNT.                    CVSNXS.2
018100     MOVE     WS-TOTAL-NS TO WS-EDIT-COUNT-2.                     CVSNXS.2
018200     MOVE     WS-TOTAL-SCOPED TO WS-EDIT-COUNT-3.                 CVSNXS.2
018300     MOVE     WS-TOTAL-HAZ TO WS-EDIT-COUNT-4.                    CVSNXS.2
018400     MOVE     SPACE TO WS-ROW-TEXT.                               CVSNXS.2
018500     STRING   "SOURCES " WS-EDIT-COUNT                            CVSNXS.2
018600              "  NEXT SENTENCE " WS-EDIT-COUNT-2                  CVSNXS.2
018700              "  SCOPE-TERMINATED " WS-EDIT-COUNT-3               CVSNXS.2
018800              "  HAZARDS " WS-EDIT-COUNT-4                        CVSNXS.2
018900              DELIMITED BY SIZE INTO WS-ROW-TEXT.                 CVSNXS.2
019000     MOVE     WS-ROW-TEXT TO SCAN-REPORT-REC.                     CVSNXS.2
019100     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
019200     CLOSE    SCAN-REPORT-FILE.                                   CVSNXS.2
019300     DISPLAY  "CCVSNXS: " WS-ROW-TEXT.                            CVSNXS.2
019400     IF       WS-TOTAL-HAZ > ZERO                                 CVSNXS.2
019500              MOVE 4 TO RETURN-CODE                               CVSNXS.2
019600     ELSE                                                         CVSNXS.2
019700              MOVE 0 TO RETURN-CODE                               CVSNXS.2
019800     END-IF.                                                      CVSNXS.2
019900     STOP     RUN.                                                CVSNXS.2
020000 READ-SOURCE-LIST.                                                CVSNXS.2
020100     MOVE     SPACE TO SOURCE-LIST-REC.                           CVSNXS.2
020200     READ     SOURCE-LIST-FILE                                    CVSNXS.2
020300              AT END MOVE "Y" TO WS-LIST-EOF.                     CVSNXS.2
020400 SCAN-ONE-SOURCE.                                                 CVSNXS.2
020500     IF       SOURCE-LIST-REC NOT = SPACE                         CVSNXS.2
020600              PERFORM SCAN-SOURCE THRU SCAN-SOURCE-EX.            CVSNXS.2
020700     PERFORM  READ-SOURCE-LIST.                                   CVSNXS.2
020800 SCAN-SOURCE.                                                     CVSNXS.2
020900     MOVE     SOURCE-LIST-REC TO WS-SRC-FNAME.                    CVSNXS.2
021000     OPEN     INPUT SOURCE-FILE.                                  CVSNXS.2
021100     IF       WS-SF-FSTATUS NOT = "00"                            CVSNXS.2
021200              GO TO SCAN-SOURCE-EX.                               CVSNXS.2
021300     ADD      1 TO WS-SRC-SCANNED.                                CVSNXS.2
021400     MOVE     ZERO TO WS-SLASH-POS.                               CVSNXS.2
021500     PERFORM  FIND-LAST-SLASH                                     CVSNXS.2
021600              VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 80.       CVSNXS.2
021700     MOVE     SPACE TO WS-SRC-NAME.                               CVSNXS.2
021800     UNSTRING WS-SRC-FNAME (WS-SLASH-POS + 1:) DELIMITED BY "."   CVSNXS.2
021900              INTO WS-SRC-NAME.                                   CVSNXS.2
022000     MOVE     ZERO TO WS-SRC-SUB WS-LINE-NO WS-DEPTH WS-NS-COUNT. CVSNXS.2
022100     MOVE     "N" TO WS-PROC-SW WS-LIT-SW WS-CONT-SW.             CVSNXS.2
022200     MOVE     SPACE TO WS-WORD WS-PREV-WORD.                      CVSNXS.2
022300     MOVE     ZERO TO WS-WORD-LEN.                                CVSNXS.2
022400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSNXS.2
022500     PERFORM  READ-SOURCE-LINE.                                   CVSNXS.2
022600     PERFORM  SCAN-ONE-LINE THRU SCAN-ONE-LINE-EX                 CVSNXS.2
022700              UNTIL WS-EOF-SWITCH = "Y".                          CVSNXS.2
022800     CLOSE    SOURCE-FILE.                                        CVSNXS.2
022900     MOVE     "EOF" TO WS-LAND-KIND.                              CVSNXS.2
023000     MOVE     WS-LINE-NO TO WS-LAND-LINE.                         CVSNXS.2
023100     PERFORM  END-OF-SENTENCE.                                    CVSNXS.2
023200 SCAN-SOURCE-EX.                                                  CVSNXS.2
023300     EXIT.                                                        CVSNXS.2
023400 FIND-LAST-SLASH.                                                 CVSNXS.2
023500     IF       WS-SRC-FNAME (WS-POS:1) = "/"                       CVSNXS.2
023600              MOVE WS-POS TO WS-SLASH-POS.                        CVSNXS.2
023700 READ-SOURCE-LINE.                                                CVSNXS.2
023800     MOVE     SPACE TO SOURCE-REC.                                CVSNXS.2
023900     READ     SOURCE-FILE                                         CVSNXS.2
024000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSNXS.2
024100*                                                                 CVSNXS.2
024200*    COMMENT LINES ARE PASSED OVER.  IN THE PROCEDURE DIVISION A  CVSNXS.2
024300*    NAME IN AREA A STARTS A NEW PARAGRAPH OR SECTION, WHICH ALSO CVSNXS.2
024400*    ENDS A SENTENCE LEFT WITHOUT ITS PERIOD.                     CVSNXS.2
024500*                                                                 CVSNXS.2
024600 SCAN-ONE-LINE.                                                   CVSNXS.2
024700     ADD      1 TO WS-LINE-NO.                                    CVSNXS.2
024800     MOVE     SOURCE-REC TO WS-CUR-LINE.                          CVSNXS.2
024900     IF       WS-CUR-LINE (7:1) = "*" OR WS-CUR-LINE (7:1) = "/"  CVSNXS.2
025000              GO TO SCAN-ONE-LINE-NEXT.                           CVSNXS.2
025100     INSPECT  WS-CUR-LINE CONVERTING "abcdefghijklmnopqrstuvwxyz" CVSNXS.2
025200              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                    CVSNXS.2
025300     IF       WS-CUR-LINE (7:1) = "-"                             CVSNXS.2
025400              IF WS-LIT-SW = "Y"                                  CVSNXS.2
025500                  MOVE "Y" TO WS-CONT-SW                          CVSNXS.2
025600              END-IF                                              CVSNXS.2
025700     ELSE                                                         CVSNXS.2
025800              MOVE "N" TO WS-LIT-SW WS-CONT-SW                    CVSNXS.2
025900     END-IF.                                                      CVSNXS.2
026000     IF       WS-PROC-SW = "Y"                                    CVSNXS.2
026100              AND WS-CUR-LINE (7:1) = SPACE                       CVSNXS.2
026200              AND WS-CUR-LINE (8:1) NOT = SPACE                   CVSNXS.2
026300              MOVE "PARAGRAPH" TO WS-LAND-KIND                    CVSNXS.2
026400              MOVE WS-LINE-NO TO WS-LAND-LINE                     CVSNXS.2
026500              PERFORM END-OF-SENTENCE                             CVSNXS.2
026600     END-IF.                                                      CVSNXS.2
026700     PERFORM  SCAN-ONE-CHAR THRU SCAN-ONE-CHAR-EX                 CVSNXS.2
026800              VARYING WS-POS FROM 8 BY 1 UNTIL WS-POS > 72.       CVSNXS.2
026900     PERFORM  TAKE-WORD.                                          CVSNXS.2
027000 SCAN-ONE-LINE-NEXT.                                              CVSNXS.2
027100     PERFORM  READ-SOURCE-LINE.                                   CVSNXS.2
027200 SCAN-ONE-LINE-EX.                                                CVSNXS.2
027300     EXIT.                                                        CVSNXS.2
027400*                                                                 CVSNXS.2
027500*    LITERALS ARE SKIPPED (A CONTINUED LITERAL RESUMES AFTER THE  CVSNXS.2
027600*    QUOTE ON THE CONTINUATION LINE).  A PERIOD FOLLOWED BY A     CVSNXS.2
027700*    SPACE, OR IN COLUMN 72, IS A SEPARATOR PERIOD.               CVSNXS.2
027800*                                                                 CVSNXS.2
027900 SCAN-ONE-CHAR.                                                   CVSNXS.2
028000     MOVE     WS-CUR-LINE (WS-POS:1) TO WS-CH.                    CVSNXS.2
028100     IF       WS-CONT-SW = "Y"                                    CVSNXS.2
028200              IF WS-CH = WS-QUOTE-CHAR                            CVSNXS.2
028300                  MOVE "N" TO WS-CONT-SW                          CVSNXS.2
028400              END-IF                                              CVSNXS.2
028500              GO TO SCAN-ONE-CHAR-EX.                             CVSNXS.2
028600     IF       WS-LIT-SW = "Y"                                     CVSNXS.2
028700              IF WS-CH = WS-QUOTE-CHAR                            CVSNXS.2
028800                  MOVE "N" TO WS-LIT-SW                           CVSNXS.2
028900              END-IF                                              CVSNXS.2
029000              GO TO SCAN-ONE-CHAR-EX.                             CVSNXS.2
029100     IF       WS-CH = QUOTE OR WS-CH = "'"                        CVSNXS.2
029200              PERFORM TAKE-WORD                                   CVSNXS.2
029300              MOVE "Y" TO WS-LIT-SW                               CVSNXS.2
029400              MOVE WS-CH TO WS-QUOTE-CHAR                         CVSNXS.2
029500              GO TO SCAN-ONE-CHAR-EX.                             CVSNXS.2
029600     IF       WS-CH = SPACE OR WS-CH = "," OR WS-CH = ";"         CVSNXS.2
029700              OR WS-CH = "(" OR WS-CH = ")"                       CVSNXS.2
029800              PERFORM TAKE-WORD                                   CVSNXS.2
029900              GO TO SCAN-ONE-CHAR-EX.                             CVSNXS.2
030000     IF       WS-CH = "."                                         CVSNXS.2
030100              AND (WS-POS = 72                                    CVSNXS.2
030200                   OR WS-CUR-LINE (WS-POS + 1:1) = SPACE)         CVSNXS.2
030300              PERFORM TAKE-WORD                                   CVSNXS.2
030400              IF WS-PROC-SW = "Y"                                 CVSNXS.2
030500                  MOVE "PERIOD" TO WS-LAND-KIND                   CVSNXS.2
030600                  MOVE WS-LINE-NO TO WS-LAND-LINE                 CVSNXS.2
030700                  PERFORM END-OF-SENTENCE                         CVSNXS.2
030800              END-IF                                              CVSNXS.2
030900              GO TO SCAN-ONE-CHAR-EX.                             CVSNXS.2
031000     IF       WS-WORD-LEN < 30                                    CVSNXS.2
031100              ADD 1 TO WS-WORD-LEN                                CVSNXS.2
031200              MOVE WS-CH TO WS-WORD (WS-WORD-LEN:1).              CVSNXS.2
031300 SCAN-ONE-CHAR-EX.                                                CVSNXS.2
031400     EXIT.                                                        CVSNXS.2
031500 TAKE-WORD.                                                       CVSNXS.2
031600     IF       WS-WORD-LEN > ZERO                                  CVSNXS.2
031700              PERFORM CLASSIFY-WORD THRU CLASSIFY-WORD-EX         CVSNXS.2
031800              MOVE WS-WORD TO WS-PREV-WORD                        CVSNXS.2
031900              MOVE SPACE TO WS-WORD                               CVSNXS.2
032000              MOVE ZERO TO WS-WORD-LEN                            CVSNXS.2
032100     END-IF.                                                      CVSNXS.2
032200*                                                                 CVSNXS.2
032300*    OUTSIDE THE PROCEDURE DIVISION ONLY ITS HEADER MATTERS.  A   CVSNXS.2
032400*    NESTED OR FOLLOWING IDENTIFICATION DIVISION ENDS IT.         CVSNXS.2
032500*                                                                 CVSNXS.2
032600 CLASSIFY-WORD.                                                   CVSNXS.2
032700     IF       WS-PROC-SW = "N"                                    CVSNXS.2
032800              IF WS-PREV-WORD = "PROCEDURE"                       CVSNXS.2
032900                 AND WS-WORD = "DIVISION"                         CVSNXS.2
033000                  MOVE "Y" TO WS-PROC-SW                          CVSNXS.2
033100              END-IF                                              CVSNXS.2
033200              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
033300     IF       WS-WORD = "DIVISION"                                CVSNXS.2
033400              AND (WS-PREV-WORD = "IDENTIFICATION"                CVSNXS.2
033500                   OR WS-PREV-WORD = "ID")                        CVSNXS.2
033600              MOVE "EOF" TO WS-LAND-KIND                          CVSNXS.2
033700              MOVE WS-LINE-NO TO WS-LAND-LINE                     CVSNXS.2
033800              PERFORM END-OF-SENTENCE                             CVSNXS.2
033900              MOVE "N" TO WS-PROC-SW                              CVSNXS.2
034000              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
034100     IF       WS-WORD = "SENTENCE" AND WS-PREV-WORD = "NEXT"      CVSNXS.2
034200              PERFORM NOTE-NEXT-SENTENCE                          CVSNXS.2
034300              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
034400     IF       WS-WORD = "IF" OR WS-WORD = "EVALUATE"              CVSNXS.2
034500              OR WS-WORD = "SEARCH"                               CVSNXS.2
034600              PERFORM NOTE-STATEMENT-WORD                         CVSNXS.2
034700                      VARYING WS-NS-SUB FROM 1 BY 1               CVSNXS.2
034800                      UNTIL WS-NS-SUB > WS-NS-COUNT               CVSNXS.2
034900              PERFORM PUSH-SCOPE                                  CVSNXS.2
035000              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
035100     IF       WS-WORD = "ELSE"                                    CVSNXS.2
035200              PERFORM ELSE-SEEN                                   CVSNXS.2
035300              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
035400     IF       WS-WORD = "WHEN"                                    CVSNXS.2
035500              PERFORM WHEN-SEEN                                   CVSNXS.2
035600              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
035700     IF       WS-WORD = "END-IF"                                  CVSNXS.2
035800              MOVE "IF" TO WS-CLOSE-KIND                          CVSNXS.2
035900              PERFORM CLOSE-SCOPE                                 CVSNXS.2
036000              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
036100     IF       WS-WORD = "END-EVALUATE"                            CVSNXS.2
036200              MOVE "EVALUATE" TO WS-CLOSE-KIND                    CVSNXS.2
036300              PERFORM CLOSE-SCOPE                                 CVSNXS.2
036400              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
036500     IF       WS-WORD = "END-SEARCH"                              CVSNXS.2
036600              MOVE "SEARCH" TO WS-CLOSE-KIND                      CVSNXS.2
036700              PERFORM CLOSE-SCOPE                                 CVSNXS.2
036800              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
036900     IF       WS-WORD (1:4) = "END-"                              CVSNXS.2
037000              GO TO CLASSIFY-WORD-EX.                             CVSNXS.2
037100     PERFORM  NOTE-STATEMENT-WORD                                 CVSNXS.2
037200              VARYING WS-NS-SUB FROM 1 BY 1                       CVSNXS.2
037300              UNTIL WS-NS-SUB > WS-NS-COUNT.                      CVSNXS.2
037400 CLASSIFY-WORD-EX.                                                CVSNXS.2
037500     EXIT.                                                        CVSNXS.2
037600 PUSH-SCOPE.                                                      CVSNXS.2
037700     IF       WS-DEPTH < 40                                       CVSNXS.2
037800              ADD 1 TO WS-DEPTH                                   CVSNXS.2
037900              MOVE WS-WORD TO WS-SC-KIND (WS-DEPTH)               CVSNXS.2
038000              MOVE "N" TO WS-SC-ELSE (WS-DEPTH)                   CVSNXS.2
038100     END-IF.                                                      CVSNXS.2
038200*                                                                 CVSNXS.2
038300*    AN ELSE BELONGS TO THE INNERMOST IF THAT HAS NONE YET; ANY   CVSNXS.2
038400*    IF ALREADY PAST ITS ELSE IS CLOSED BY IT IMPLICITLY.         CVSNXS.2
038500*                                                                 CVSNXS.2
038600 ELSE-SEEN.                                                       CVSNXS.2
038700     MOVE     "N" TO WS-POP-EXPLICIT.                             CVSNXS.2
038800     PERFORM  POP-SCOPE                                           CVSNXS.2
038900              UNTIL WS-DEPTH = ZERO                               CVSNXS.2
039000                 OR WS-SC-KIND (WS-DEPTH) NOT = "IF"              CVSNXS.2
039100                 OR WS-SC-ELSE (WS-DEPTH) = "N".                  CVSNXS.2
039200     IF       WS-DEPTH > ZERO                                     CVSNXS.2
039300              IF WS-SC-KIND (WS-DEPTH) = "IF"                     CVSNXS.2
039400                  MOVE "Y" TO WS-SC-ELSE (WS-DEPTH)               CVSNXS.2
039500                  PERFORM BRANCH-SEEN                             CVSNXS.2
039600                          VARYING WS-NS-SUB FROM 1 BY 1           CVSNXS.2
039700                          UNTIL WS-NS-SUB > WS-NS-COUNT           CVSNXS.2
039800              END-IF                                              CVSNXS.2
039900     END-IF.                                                      CVSNXS.2
040000 WHEN-SEEN.                                                       CVSNXS.2
040100     MOVE     "N" TO WS-POP-EXPLICIT.                             CVSNXS.2
040200     PERFORM  POP-SCOPE                                           CVSNXS.2
040300              UNTIL WS-DEPTH = ZERO                               CVSNXS.2
040400                 OR WS-SC-KIND (WS-DEPTH) NOT = "IF".             CVSNXS.2
040500     IF       WS-DEPTH > ZERO                                     CVSNXS.2
040600              PERFORM BRANCH-SEEN                                 CVSNXS.2
040700                      VARYING WS-NS-SUB FROM 1 BY 1               CVSNXS.2
040800                      UNTIL WS-NS-SUB > WS-NS-COUNT               CVSNXS.2
040900     END-IF.                                                      CVSNXS.2
041000*                                                                 CVSNXS.2
041100*    A TERMINATOR CLOSES THE INNERMOST SCOPE OF ITS OWN KIND;     CVSNXS.2
041200*    ANYTHING OPEN INSIDE THAT IS CLOSED IMPLICITLY.              CVSNXS.2
041300*                                                                 CVSNXS.2
041400 CLOSE-SCOPE.                                                     CVSNXS.2
041500     MOVE     "N" TO WS-POP-EXPLICIT.                             CVSNXS.2
041600     PERFORM  POP-SCOPE                                           CVSNXS.2
041700              UNTIL WS-DEPTH = ZERO                               CVSNXS.2
041800                 OR WS-SC-KIND (WS-DEPTH) = WS-CLOSE-KIND.        CVSNXS.2
041900     IF       WS-DEPTH > ZERO                                     CVSNXS.2
042000              MOVE "Y" TO WS-POP-EXPLICIT                         CVSNXS.2
042100              PERFORM POP-SCOPE                                   CVSNXS.2
042200     END-IF.                                                      CVSNXS.2
042300 POP-SCOPE.                                                       CVSNXS.2
042400     PERFORM  ADJUST-NS-ON-POP                                    CVSNXS.2
042500              VARYING WS-NS-SUB FROM 1 BY 1                       CVSNXS.2
042600              UNTIL WS-NS-SUB > WS-NS-COUNT.                      CVSNXS.2
042700     SUBTRACT 1 FROM WS-DEPTH.                                    CVSNXS.2
042800 ADJUST-NS-ON-POP.                                                CVSNXS.2
042900     IF       WS-NS-SKIP-LVL (WS-NS-SUB) NOT < WS-DEPTH           CVSNXS.2
043000              MOVE ZERO TO WS-NS-SKIP-LVL (WS-NS-SUB).            CVSNXS.2
043100     IF       WS-NS-LIVE (WS-NS-SUB) NOT < WS-DEPTH               CVSNXS.2
043200              COMPUTE WS-NS-LIVE (WS-NS-SUB) = WS-DEPTH - 1       CVSNXS.2
043300              IF WS-POP-EXPLICIT = "Y"                            CVSNXS.2
043400                 AND WS-NS-TERM-LINE (WS-NS-SUB) = ZERO           CVSNXS.2
043500                  MOVE WS-LINE-NO TO WS-NS-TERM-LINE (WS-NS-SUB)  CVSNXS.2
043600                  MOVE WS-WORD TO WS-NS-TERM-WORD (WS-NS-SUB)     CVSNXS.2
043700              END-IF                                              CVSNXS.2
043800     END-IF.                                                      CVSNXS.2
043900*                                                                 CVSNXS.2
044000*    THE OTHER BRANCH OF A SCOPE ENCLOSING THE NEXT SENTENCE IS   CVSNXS.2
044100*    NOT ON ITS FALL-THROUGH PATH UNTIL THAT SCOPE CLOSES.        CVSNXS.2
044200*                                                                 CVSNXS.2
044300 BRANCH-SEEN.                                                     CVSNXS.2
044400     IF       WS-NS-LIVE (WS-NS-SUB) NOT < WS-DEPTH               CVSNXS.2
044500              AND WS-NS-SKIP-LVL (WS-NS-SUB) = ZERO               CVSNXS.2
044600              MOVE WS-DEPTH TO WS-NS-SKIP-LVL (WS-NS-SUB).        CVSNXS.2
044700 NOTE-STATEMENT-WORD.                                             CVSNXS.2
044800     IF       WS-NS-TERM-LINE (WS-NS-SUB) > ZERO                  CVSNXS.2
044900              AND WS-NS-SKIP-LVL (WS-NS-SUB) = ZERO               CVSNXS.2
045000              AND WS-NS-SKIP-FROM (WS-NS-SUB) = ZERO              CVSNXS.2
045100              MOVE WS-LINE-NO TO WS-NS-SKIP-FROM (WS-NS-SUB).     CVSNXS.2
045200 NOTE-NEXT-SENTENCE.                                              CVSNXS.2
045300     IF       WS-NS-COUNT < 20                                    CVSNXS.2
045400              ADD 1 TO WS-NS-COUNT                                CVSNXS.2
045500              MOVE WS-LINE-NO TO WS-NS-LINE (WS-NS-COUNT)         CVSNXS.2
045600              MOVE WS-DEPTH TO WS-NS-DEPTH (WS-NS-COUNT)          CVSNXS.2
045700                               WS-NS-LIVE (WS-NS-COUNT)           CVSNXS.2
045800              MOVE SPACE TO WS-NS-KIND (WS-NS-COUNT)              CVSNXS.2
045900              IF WS-DEPTH > ZERO                                  CVSNXS.2
046000                  MOVE WS-SC-KIND (WS-DEPTH)                      CVSNXS.2
046100                       TO WS-NS-KIND (WS-NS-COUNT)                CVSNXS.2
046200              END-IF                                              CVSNXS.2
046300              MOVE ZERO TO WS-NS-SKIP-LVL (WS-NS-COUNT)           CVSNXS.2
046400                           WS-NS-TERM-LINE (WS-NS-COUNT)          CVSNXS.2
046500                           WS-NS-SKIP-FROM (WS-NS-COUNT)          CVSNXS.2
046600              MOVE SPACE TO WS-NS-TERM-WORD (WS-NS-COUNT)         CVSNXS.2
046700     END-IF.                                                      CVSNXS.2
046800 END-OF-SENTENCE.                                                 CVSNXS.2
046900     PERFORM  WRITE-NS-ROWS THRU WRITE-NS-ROWS-EX                 CVSNXS.2
047000              VARYING WS-NS-SUB FROM 1 BY 1                       CVSNXS.2
047100              UNTIL WS-NS-SUB > WS-NS-COUNT.                      CVSNXS.2
047200     MOVE     ZERO TO WS-NS-COUNT WS-DEPTH.                       CVSNXS.2
047300*                                                                 CVSNXS.2
047400*    ONE NEXTSN ROW PER STATEMENT, AND A HAZARD ROW WHEN CODE     CVSNXS.2
047500*    AFTER THE SCOPE TERMINATOR IS JUMPED OVER.                   CVSNXS.2
047600*                                                                 CVSNXS.2
047700 WRITE-NS-ROWS.                                                   CVSNXS.2
047800     IF       WS-SRC-SUB = ZERO                                   CVSNXS.2
047900              PERFORM ADD-SOURCE-ROW.                             CVSNXS.2
048000     ADD      1 TO WS-TOTAL-NS.                                   CVSNXS.2
048100     IF       WS-SRC-SUB > ZERO                                   CVSNXS.2
048200              ADD 1 TO WS-SRC-NS (WS-SRC-SUB).                    CVSNXS.2
048300     MOVE     SPACE TO WS-SCOPE-TEXT WS-LAND-TEXT.                CVSNXS.2
048400     MOVE     WS-NS-TERM-LINE (WS-NS-SUB) TO WS-EDIT-LINE.        CVSNXS.2
048500     IF       WS-NS-TERM-LINE (WS-NS-SUB) > ZERO                  CVSNXS.2
048600              ADD 1 TO WS-TOTAL-SCOPED                            CVSNXS.2
048700              IF WS-SRC-SUB > ZERO                                CVSNXS.2
048800                  ADD 1 TO WS-SRC-SCOPED (WS-SRC-SUB)             CVSNXS.2
048900              END-IF                                              CVSNXS.2
049000              STRING "SCOPE CLOSED BY " DELIMITED BY SIZE         CVSNXS.2
049100                     WS-NS-TERM-WORD (WS-NS-SUB)                  CVSNXS.2
049200                     DELIMITED BY SPACE                           CVSNXS.2
049300                     " AT " WS-EDIT-LINE DELIMITED BY SIZE        CVSNXS.2
049400                     INTO WS-SCOPE-TEXT                           CVSNXS.2
049500     ELSE                                                         CVSNXS.2
049600              IF WS-NS-DEPTH (WS-NS-SUB) > ZERO                   CVSNXS.2
049700                  STRING "IN " DELIMITED BY SIZE                  CVSNXS.2
049800                         WS-NS-KIND (WS-NS-SUB) DELIMITED BY SPACECVSNXS.2
049900                         " WITHOUT TERMINATOR" DELIMITED BY SIZE  CVSNXS.2
050000                         INTO WS-SCOPE-TEXT                       CVSNXS.2
050100              ELSE                                                CVSNXS.2
050200                  MOVE "OUTSIDE ANY IF" TO WS-SCOPE-TEXT          CVSNXS.2
050300              END-IF                                              CVSNXS.2
050400     END-IF.                                                      CVSNXS.2
050500     MOVE     WS-LAND-LINE TO WS-EDIT-LINE-2.                     CVSNXS.2
050600     IF       WS-LAND-KIND = "PERIOD"                             CVSNXS.2
050700              STRING "LANDS AFTER PERIOD AT " WS-EDIT-LINE-2      CVSNXS.2
050800                     DELIMITED BY SIZE INTO WS-LAND-TEXT          CVSNXS.2
050900     ELSE                                                         CVSNXS.2
051000              IF WS-LAND-KIND = "PARAGRAPH"                       CVSNXS.2
051100                  STRING "LANDS AT PARAGRAPH " WS-EDIT-LINE-2     CVSNXS.2
051200                         DELIMITED BY SIZE INTO WS-LAND-TEXT      CVSNXS.2
051300              ELSE                                                CVSNXS.2
051400                  MOVE "LANDS AT END OF PROGRAM" TO WS-LAND-TEXT  CVSNXS.2
051500              END-IF                                              CVSNXS.2
051600     END-IF.                                                      CVSNXS.2
051700     MOVE     WS-NS-LINE (WS-NS-SUB) TO WS-EDIT-LINE.             CVSNXS.2
051800     MOVE     SPACE TO WS-ROW-TEXT.                               CVSNXS.2
051900     STRING   "LINE " WS-EDIT-LINE " " DELIMITED BY SIZE          CVSNXS.2
052000              WS-SCOPE-TEXT DELIMITED BY "  "                     CVSNXS.2
052100              ", " WS-LAND-TEXT DELIMITED BY SIZE                 CVSNXS.2
052200              INTO WS-ROW-TEXT.                                   CVSNXS.2
052300     MOVE     "NEXTSN" TO WS-ROW-KIND.                            CVSNXS.2
052400     PERFORM  WRITE-SCAN-ROW.                                     CVSNXS.2
052500     IF       WS-NS-TERM-LINE (WS-NS-SUB) = ZERO                  CVSNXS.2
052600              OR WS-NS-SKIP-FROM (WS-NS-SUB) = ZERO               CVSNXS.2
052700              GO TO WRITE-NS-ROWS-EX.                             CVSNXS.2
052800     ADD      1 TO WS-TOTAL-HAZ.                                  CVSNXS.2
052900     IF       WS-SRC-SUB > ZERO                                   CVSNXS.2
053000              ADD 1 TO WS-SRC-HAZ (WS-SRC-SUB).                   CVSNXS.2
053100     MOVE     WS-NS-SKIP-FROM (WS-NS-SUB) TO WS-EDIT-LINE-2.      CVSNXS.2
053200     MOVE     WS-NS-TERM-LINE (WS-NS-SUB) TO WS-EDIT-LINE-3.      CVSNXS.2
053300     MOVE     SPACE TO WS-ROW-TEXT.                               CVSNXS.2
053400     STRING   "LINE " WS-EDIT-LINE " SKIPS CODE FROM "            CVSNXS.2
053500              WS-EDIT-LINE-2 " PAST " DELIMITED BY SIZE           CVSNXS.2
053600              WS-NS-TERM-WORD (WS-NS-SUB) DELIMITED BY SPACE      CVSNXS.2
053700              " AT " WS-EDIT-LINE-3 DELIMITED BY SIZE             CVSNXS.2
053800              INTO WS-ROW-TEXT.                                   CVSNXS.2
053900     MOVE     "HAZARD" TO WS-ROW-KIND.                            CVSNXS.2
054000     PERFORM  WRITE-SCAN-ROW.                                     CVSNXS.2
054100     DISPLAY  "CCVSNXS: " SCAN-REPORT-REC.                        CVSNXS.2
054200 WRITE-NS-ROWS-EX.                                                CVSNXS.2
054300     EXIT.                                                        CVSNXS.2
054400 ADD-SOURCE-ROW.                                                  CVSNXS.2
054500     IF       WS-SRC-COUNT < 200                                  CVSNXS.2
054600              ADD 1 TO WS-SRC-COUNT                               CVSNXS.2
054700              MOVE WS-SRC-COUNT TO WS-SRC-SUB                     CVSNXS.2
054800              MOVE WS-SRC-NAME TO WS-SRC-TBL-NAME (WS-SRC-SUB)    CVSNXS.2
054900     END-IF.                                                      CVSNXS.2
055000 WRITE-SCAN-ROW.                                                  CVSNXS.2
055100     MOVE     SPACE TO SCAN-REPORT-REC.                           CVSNXS.2
055200     STRING   WS-SRC-NAME DELIMITED BY SPACE                      CVSNXS.2
055300              ": " DELIMITED BY SIZE                              CVSNXS.2
055400              WS-ROW-KIND DELIMITED BY SPACE                      CVSNXS.2
055500              ": " WS-ROW-TEXT DELIMITED BY SIZE                  CVSNXS.2
055600              INTO SCAN-REPORT-REC.                               CVSNXS.2
055700     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
055800 WRITE-CENSUS-ROW.                                                CVSNXS.2
055900     MOVE     WS-SRC-NS (WS-SRC-SUB) TO WS-EDIT-COUNT.            CVSNXS.2
056000     MOVE     WS-SRC-SCOPED (WS-SRC-SUB) TO WS-EDIT-COUNT-2.      CVSNXS.2
056100     MOVE     WS-SRC-HAZ (WS-SRC-SUB) TO WS-EDIT-COUNT-3.         CVSNXS.2
056200     MOVE     SPACE TO SCAN-REPORT-REC.                           CVSNXS.2
056300     STRING   WS-SRC-TBL-NAME (WS-SRC-SUB) " "                    CVSNXS.2
056400              WS-EDIT-COUNT " " WS-EDIT-COUNT-2 " "               CVSNXS.2
056500              WS-EDIT-COUNT-3                                     CVSNXS.2
056600              DELIMITED BY SIZE INTO SCAN-REPORT-REC.             CVSNXS.2
056700     WRITE    SCAN-REPORT-REC.                                    CVSNXS.2
