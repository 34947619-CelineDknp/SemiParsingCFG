000100 IDENTIFICATION DIVISION.                                         CVSPED.2
000200 PROGRAM-ID.                                                      CVSPED.2
000300     CCVSPED.                                                     CVSPED.2
000400****************************************************************  CVSPED.2
000500*                                                              *  CVSPED.2
000600*    HARNESS-INSERTION PEDIGREE AUDIT FOR EVERY TEST MODULE.   *  CVSPED.2
000700*                                                              *  CVSPED.2
000800*    THE NIST SOURCES ARE NUMBERED IN STEPS OF 100 IN          *  CVSPED.2
000900*    COLUMNS 1-6 AND TAGGED IN COLUMNS 73-80.  EVERY HOOK THE  *  CVSPED.2
001000*    HARNESS ADDED (THE CSV, SUITE-SUMMARY, FEATURE-CODE AND   *  CVSPED.2
001100*    NEGATIVE-PATH WRITERS, CCVS-H-4, THE CCVSHBT / CCVSLOG /  *  CVSPED.2
001200*    CCVSUPJ CALLS AND SO ON) WAS KEYED WITH A SEQUENCE        *  CVSPED.2
001300*    NUMBER THAT BREAKS THAT PATTERN, SO THE PEDIGREE OF EACH  *  CVSPED.2
001400*    LINE CAN BE READ STRAIGHT OFF THE SOURCE:                 *  CVSPED.2
001500*                                                              *  CVSPED.2
001600*      ORIGINAL - A ...00 NUMBER THAT CONTINUES THE ASCENDING  *  CVSPED.2
001700*                 NIST SEQUENCE, TAG INTACT,                   *  CVSPED.2
001800*      INSERTED - ANY OTHER NUMBER (...11, A STEP-10 RUN, A    *  CVSPED.2
001900*                 REPEATED OR OUT-OF-ORDER ...00, A FAR JUMP   *  CVSPED.2
002000*                 SUCH AS 633000 OR 900021) OR NO NUMBER,      *  CVSPED.2
002100*      CHANGED  - AN ORIGINAL NUMBER WHOSE TAG WAS PUSHED OUT  *  CVSPED.2
002200*                 OF COLUMNS 73-80 BY AN EDIT, OR WHOSE        *  CVSPED.2
002300*                 SEQUENCE FIELD WAS OVERKEYED.                *  CVSPED.2
002400*                                                              *  CVSPED.2
002500*    EACH INSERTED OR CHANGED LINE IS THEN PLACED BY REGION:   *  CVSPED.2
002600*    DATA (AHEAD OF THE PROCEDURE DIVISION), HARNESS (THE      *  CVSPED.2
002700*    CCVS1 SECTION, THE BOILERPLATE PARAGRAPHS -- HEAD-        *  CVSPED.2
002800*    ROUTINE, END-ROUTINE, PASS / FAIL, WRITE-LINE AND THE     *  CVSPED.2
002900*    REST, WITH THEIR DECLARATIVES COPIES -- OR A PARAGRAPH    *  CVSPED.2
003000*    THE HARNESS ADDED WHOLE) OR TEST.  A NON-COMMENT LINE IN  *  CVSPED.2
003100*    THE TEST REGION MEANS TEST LOGIC ITSELF WAS TOUCHED AND   *  CVSPED.2
003200*    IS FLAGGED.                                               *  CVSPED.2
003300*                                                              *  CVSPED.2
003400*    OUTPUT:                                                   *  CVSPED.2
003500*                                                              *  CVSPED.2
003600*      pedigree_report.log  - THE FLAGGED LINES, A PER-MODULE  *  CVSPED.2
003700*                             COUNT OF ORIGINAL / INSERTED /   *  CVSPED.2
003800*                             CHANGED LINES AND THE VERDICT,   *  CVSPED.2
003900*      pedigree_lines.csv   - ONE ROW PER INSERTED OR CHANGED  *  CVSPED.2
004000*                             LINE WITH ITS REGION,            *  CVSPED.2
004100*      pedigree_verdict.dat - THE ONE-LINE VERDICT CARRIED IN  *  CVSPED.2
004200*                             THE CCVSPKG EVIDENCE MANIFEST.   *  CVSPED.2
004300*                                                              *  CVSPED.2
004400****************************************************************  CVSPED.2
004500 ENVIRONMENT DIVISION.                                            CVSPED.2
004600 CONFIGURATION SECTION.                                           CVSPED.2
004700 SOURCE-COMPUTER.                                                 CVSPED.2
004800     COPY CCVSTRG.                                                CVSPED.2
004900 OBJECT-COMPUTER.                                                 CVSPED.2
005000     COPY CCVSTRG.                                                CVSPED.2
005100 INPUT-OUTPUT SECTION.                                            CVSPED.2
005200 FILE-CONTROL.                                                    CVSPED.2
005300     SELECT   SOURCE-LIST-FILE ASSIGN TO                          CVSPED.2
005400     "pedigree_scan.lst"                                          CVSPED.2
005500     ORGANIZATION LINE SEQUENTIAL                                 CVSPED.2
005600     FILE STATUS IS WS-SL-FSTATUS.                                CVSPED.2
005700     SELECT   SOURCE-FILE ASSIGN TO                               CVSPED.2
005800     DYNAMIC WS-SRC-FNAME                                         CVSPED.2
005900     ORGANIZATION LINE SEQUENTIAL                                 CVSPED.2
006000     FILE STATUS IS WS-SF-FSTATUS.                                CVSPED.2
006100     SELECT   PEDIGREE-LOG-FILE ASSIGN TO                         CVSPED.2
006200     "pedigree_report.log"                                        CVSPED.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSPED.2
006400     FILE STATUS IS WS-LG-FSTATUS.                                CVSPED.2
006500     SELECT   PEDIGREE-CSV-FILE ASSIGN TO                         CVSPED.2
006600     "pedigree_lines.csv"                                         CVSPED.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSPED.2
006800     FILE STATUS IS WS-CS-FSTATUS.                                CVSPED.2
006900     SELECT   PEDIGREE-VERDICT-FILE ASSIGN TO                     CVSPED.2
007000     "pedigree_verdict.dat"                                       CVSPED.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSPED.2
007200     FILE STATUS IS WS-VD-FSTATUS.                                CVSPED.2
007300 DATA DIVISION.                                                   CVSPED.2
007400 FILE SECTION.                                                    CVSPED.2
007500 FD  SOURCE-LIST-FILE.                                            CVSPED.2
007600 01  SOURCE-LIST-REC PIC X(40).                                   CVSPED.2
007700 FD  SOURCE-FILE.                                                 CVSPED.2
007800 01  SOURCE-REC PIC X(80).                                        CVSPED.2
007900 FD  PEDIGREE-LOG-FILE.                                           CVSPED.2
008000 01  PEDIGREE-LOG-REC PIC X(132).                                 CVSPED.2
008100 FD  PEDIGREE-CSV-FILE.                                           CVSPED.2
008200 01  PEDIGREE-CSV-REC PIC X(80).                                  CVSPED.2
008300 FD  PEDIGREE-VERDICT-FILE.                                       CVSPED.2
008400 01  PEDIGREE-VERDICT-REC PIC X(100).                             CVSPED.2
008500 WORKING-STORAGE SECTION.                                         CVSPED.2
008600 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSPED.2
008700 77  WS-SF-FSTATUS       PIC XX VALUE SPACE.                      CVSPED.2
008800 77  WS-LG-FSTATUS       PIC XX VALUE SPACE.                      CVSPED.2
008900 77  WS-CS-FSTATUS       PIC XX VALUE SPACE.                      CVSPED.2
009000 77  WS-VD-FSTATUS       PIC XX VALUE SPACE.                      CVSPED.2
009100 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSPED.2
009200 77  WS-LIST-EOF         PIC X  VALUE "N".                        CVSPED.2
009300 77  WS-FIRST-LINE       PIC X  VALUE "Y".                        CVSPED.2
009400 77  WS-PROC-SW          PIC X  VALUE "N".                        CVSPED.2
009500 77  WS-CCVS1-SW         PIC X  VALUE "N".                        CVSPED.2
009600 77  WS-HARNESS-PARA     PIC X  VALUE "Y".                        CVSPED.2
009700 77  WS-PREV-SW          PIC X  VALUE "N".                        CVSPED.2
009800 77  WS-BP-HIT           PIC X  VALUE "N".                        CVSPED.2
009900 77  WS-BP-SUB           PIC 9(2) COMP VALUE ZERO.                CVSPED.2
010000 77  WS-NAME-LEN         PIC 9(2) COMP VALUE ZERO.                CVSPED.2
010100 77  WS-MOD-SUB          PIC 9(3) COMP VALUE ZERO.                CVSPED.2
010200 77  WS-MOD-COUNT        PIC 9(3) COMP VALUE ZERO.                CVSPED.2
010300 77  WS-SEQ-NUM          PIC 9(6) VALUE ZERO.                     CVSPED.2
010400 77  WS-LAST-ORIG        PIC 9(6) VALUE ZERO.                     CVSPED.2
010500 77  WS-PREV-SEQ         PIC 9(6) VALUE ZERO.                     CVSPED.2
010600 77  WS-TOTAL-ORIG       PIC 9(6) VALUE ZERO.                     CVSPED.2
010700 77  WS-TOTAL-INS        PIC 9(6) VALUE ZERO.                     CVSPED.2
010800 77  WS-TOTAL-CHG        PIC 9(6) VALUE ZERO.                     CVSPED.2
010900 77  WS-TOTAL-TEST       PIC 9(6) VALUE ZERO.                     CVSPED.2
011000 77  WS-TOUCHED-MODS     PIC 9(3) VALUE ZERO.                     CVSPED.2
011100 77  WS-MOD-SHOWN        PIC 9(3) VALUE ZERO.                     CVSPED.2
011200 01  WS-SYS-CMD          PIC X(100) VALUE SPACE.                  CVSPED.2
011300 01  WS-SRC-FNAME        PIC X(60) VALUE SPACE.                   CVSPED.2
011400 01  WS-HYPHENS          PIC X(72) VALUE ALL "-".                 CVSPED.2
011500 01  WS-CUR-PGM          PIC X(10) VALUE SPACE.                   CVSPED.2
011600 01  WS-MOD-TAG          PIC X(8) VALUE SPACE.                    CVSPED.2
011700 01  WS-CUR-LINE         PIC X(80) VALUE SPACE.                   CVSPED.2
011800 01  WS-LINE-KIND        PIC X(8) VALUE SPACE.                    CVSPED.2
011900 01  WS-REGION           PIC X(7) VALUE SPACE.                    CVSPED.2
012000 01  WS-CUR-PARA         PIC X(30) VALUE SPACE.                   CVSPED.2
012100 01  WS-WORD-1           PIC X(30) VALUE SPACE.                   CVSPED.2
012200 01  WS-WORD-2           PIC X(30) VALUE SPACE.                   CVSPED.2
012300 01  WS-DELIM-1          PIC X(1) VALUE SPACE.                    CVSPED.2
012400 01  WS-BASE-NAME        PIC X(30) VALUE SPACE.                   CVSPED.2
012500*                                                                 CVSPED.2
012600*    THE NIST BOILERPLATE PARAGRAPHS EVERY MODULE CARRIES.  A     CVSPED.2
012700*    DECLARATIVES COPY (D-xxx, D1-xxx, DECL-xxx, xxx-DECL) IS     CVSPED.2
012800*    MATCHED ON ITS BASE NAME.                                    CVSPED.2
012900*                                                                 CVSPED.2
013000 01  WS-BOILERPLATE-NAMES.                                        CVSPED.2
013100     02  FILLER PIC X(20) VALUE "OPEN-FILES".                     CVSPED.2
013200     02  FILLER PIC X(20) VALUE "CCVS-INIT-FILE".                 CVSPED.2
013300     02  FILLER PIC X(20) VALUE "CCVS-INIT-EXIT".                 CVSPED.2
013400     02  FILLER PIC X(20) VALUE "CLOSE-FILES".                    CVSPED.2
013500     02  FILLER PIC X(20) VALUE "TERMINATE-CCVS".                 CVSPED.2
013600     02  FILLER PIC X(20) VALUE "TERMINATE-CALL".                 CVSPED.2
013700     02  FILLER PIC X(20) VALUE "INSPT".                          CVSPED.2
013800     02  FILLER PIC X(20) VALUE "PASS".                           CVSPED.2
013900     02  FILLER PIC X(20) VALUE "FAIL".                           CVSPED.2
014000     02  FILLER PIC X(20) VALUE "DE-LETE".                        CVSPED.2
014100     02  FILLER PIC X(20) VALUE "PRINT-DETAIL".                   CVSPED.2
014200     02  FILLER PIC X(20) VALUE "HEAD-ROUTINE".                   CVSPED.2
014300     02  FILLER PIC X(20) VALUE "COLUMN-NAMES-ROUTINE".           CVSPED.2
014400     02  FILLER PIC X(20) VALUE "END-ROUTINE".                    CVSPED.2
014500     02  FILLER PIC X(20) VALUE "END-RTN-EXIT".                   CVSPED.2
014600     02  FILLER PIC X(20) VALUE "END-ROUTINE-1".                  CVSPED.2
014700     02  FILLER PIC X(20) VALUE "END-ROUTINE-12".                 CVSPED.2
014800     02  FILLER PIC X(20) VALUE "END-ROUTINE-13".                 CVSPED.2
014900     02  FILLER PIC X(20) VALUE "WRITE-LINE".                     CVSPED.2
015000     02  FILLER PIC X(20) VALUE "WRITE-LINE-1".                   CVSPED.2
015100     02  FILLER PIC X(20) VALUE "WRITE-LINE-2".                   CVSPED.2
015200     02  FILLER PIC X(20) VALUE "WRT-LN".                         CVSPED.2
015300     02  FILLER PIC X(20) VALUE "BLANK-LINE-PRINT".               CVSPED.2
015400     02  FILLER PIC X(20) VALUE "FAIL-ROUTINE".                   CVSPED.2
015500     02  FILLER PIC X(20) VALUE "FAIL-ROUTINE-WRITE".             CVSPED.2
015600     02  FILLER PIC X(20) VALUE "FAIL-ROUTINE-EX".                CVSPED.2
015700     02  FILLER PIC X(20) VALUE "BAIL-OUT".                       CVSPED.2
015800     02  FILLER PIC X(20) VALUE "BAIL-OUT-WRITE".                 CVSPED.2
015900     02  FILLER PIC X(20) VALUE "BAIL-OUT-EX".                    CVSPED.2
016000     02  FILLER PIC X(20) VALUE "CCVS1-EXIT".                     CVSPED.2
016100     02  FILLER PIC X(20) VALUE "CCVS-999999".                    CVSPED.2
016200 01  FILLER REDEFINES WS-BOILERPLATE-NAMES.                       CVSPED.2
016300     02  WS-BP-NAME PIC X(20) OCCURS 31 TIMES.                    CVSPED.2
016400*                                                                 CVSPED.2
016500*    ONE SUMMARY ROW PER MODULE SCANNED.                          CVSPED.2
016600*                                                                 CVSPED.2
016700 01  WS-MODULE-TABLE.                                             CVSPED.2
016800     02  WS-MOD-ENTRY OCCURS 300 TIMES.                           CVSPED.2
016900         03  WS-MOD-NAME     PIC X(10).                           CVSPED.2
017000         03  WS-MOD-ORIG     PIC 9(6).                            CVSPED.2
017100         03  WS-MOD-INS      PIC 9(6).                            CVSPED.2
017200         03  WS-MOD-CHG      PIC 9(6).                            CVSPED.2
017300         03  WS-MOD-TEST     PIC 9(6).                            CVSPED.2
017400 01  WS-EDIT-COUNT       PIC ZZZZZ9.                              CVSPED.2
017500 01  WS-VERDICT-LINE     PIC X(100) VALUE SPACE.                  CVSPED.2
017600 PROCEDURE DIVISION.                                              CVSPED.2
017700 CCVSPED-MAIN SECTION.                                            CVSPED.2
017800 CCVSPED-START.                                                   CVSPED.2
017900     INITIALIZE WS-MODULE-TABLE.                                  CVSPED.2
018000     MOVE     SPACE TO WS-SYS-CMD.                                CVSPED.2
018100     STRING   "(cd .. && LC_ALL=C ls *.cob)"                      CVSPED.2
018200              " >pedigree_scan.lst 2>/dev/null"                   CVSPED.2
018300              DELIMITED BY SIZE INTO WS-SYS-CMD.                  CVSPED.2
018400     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSPED.2
018500     OPEN     OUTPUT PEDIGREE-LOG-FILE.                           CVSPED.2
018600     OPEN     OUTPUT PEDIGREE-CSV-FILE.                           CVSPED.2
018700     MOVE     "MODULE,SEQUENCE,PEDIGREE,REGION,PARAGRAPH"         CVSPED.2
018800              TO PEDIGREE-CSV-REC.                                CVSPED.2
018900     WRITE    PEDIGREE-CSV-REC.                                   CVSPED.2
019000     MOVE     "CCVS85 HARNESS-INSERTION PEDIGREE AUDIT"           CVSPED.2
019100              TO PEDIGREE-LOG-REC.                                CVSPED.2
019200     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
019300     MOVE     WS-HYPHENS TO PEDIGREE-LOG-REC.                     CVSPED.2
019400     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
019500     MOVE     "INSERTED OR CHANGED LINES INSIDE TEST PARAGRAPHS:" CVSPED.2
019600              TO PEDIGREE-LOG-REC.                                CVSPED.2
019700     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
019800     MOVE     SPACE TO PEDIGREE-LOG-REC.                          CVSPED.2
019900     MOVE     "MODULE     SEQ    PEDIGREE PARAGRAPH"              CVSPED.2
020000              TO PEDIGREE-LOG-REC.                                CVSPED.2
020100     MOVE     "SOURCE TEXT" TO PEDIGREE-LOG-REC (59:11).          CVSPED.2
020200     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
020300     OPEN     INPUT SOURCE-LIST-FILE.                             CVSPED.2
020400     IF       WS-SL-FSTATUS = "00"                                CVSPED.2
020500              MOVE "N" TO WS-LIST-EOF                             CVSPED.2
020600              PERFORM READ-SOURCE-LIST                            CVSPED.2
020700              PERFORM AUDIT-ONE-SOURCE                            CVSPED.2
020800                      UNTIL WS-LIST-EOF = "Y"                     CVSPED.2
020900              CLOSE SOURCE-LIST-FILE                              CVSPED.2
021000     END-IF.                                                      CVSPED.2
021100     CLOSE    PEDIGREE-CSV-FILE.                                  CVSPED.2
021200     PERFORM  WRITE-MODULE-SUMMARY.                               CVSPED.2
021300     PERFORM  WRITE-PEDIGREE-VERDICT.                             CVSPED.2
021400     MOVE     WS-HYPHENS TO PEDIGREE-LOG-REC.                     CVSPED.2
021500     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
021600     MOVE     WS-VERDICT-LINE TO PEDIGREE-LOG-REC.                CVSPED.2
021700     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
021800     CLOSE    PEDIGREE-LOG-FILE.                                  CVSPED.2
021900     DISPLAY  "CCVSPED: " WS-VERDICT-LINE.                        CVSPED.2
022000     STOP     RUN.                                                CVSPED.2
022100 READ-SOURCE-LIST.                                                CVSPED.2
022200     READ     SOURCE-LIST-FILE                                    CVSPED.2
022300              AT END MOVE "Y" TO WS-LIST-EOF.                     CVSPED.2
022400*                                                                 CVSPED.2
022500*    THE HARNESS UTILITIES THEMSELVES (CCVSxxx) HAVE NO NIST      CVSPED.2
022600*    PEDIGREE AND ARE PASSED OVER.                                CVSPED.2
022700*                                                                 CVSPED.2
022800 AUDIT-ONE-SOURCE.                                                CVSPED.2
022900     IF       SOURCE-LIST-REC NOT = SPACE                         CVSPED.2
023000              AND SOURCE-LIST-REC (1:4) NOT = "CCVS"              CVSPED.2
023100              AND WS-MOD-COUNT < 300                              CVSPED.2
023200              PERFORM AUDIT-MODULE THRU AUDIT-MODULE-EX.          CVSPED.2
023300     PERFORM  READ-SOURCE-LIST.                                   CVSPED.2
023400 AUDIT-MODULE.                                                    CVSPED.2
023500     MOVE     SPACE TO WS-CUR-PGM WS-SRC-FNAME.                   CVSPED.2
023600     UNSTRING SOURCE-LIST-REC DELIMITED BY ".cob"                 CVSPED.2
023700              INTO WS-CUR-PGM.                                    CVSPED.2
023800     STRING   "../" SOURCE-LIST-REC DELIMITED BY SPACE            CVSPED.2
023900              INTO WS-SRC-FNAME.                                  CVSPED.2
024000     OPEN     INPUT SOURCE-FILE.                                  CVSPED.2
024100     IF       WS-SF-FSTATUS NOT = "00"                            CVSPED.2
024200              GO TO AUDIT-MODULE-EX.                              CVSPED.2
024300     ADD      1 TO WS-MOD-COUNT.                                  CVSPED.2
024400     MOVE     WS-MOD-COUNT TO WS-MOD-SUB.                         CVSPED.2
024500     MOVE     WS-CUR-PGM TO WS-MOD-NAME (WS-MOD-SUB).             CVSPED.2
024600     MOVE     "Y" TO WS-FIRST-LINE WS-HARNESS-PARA.               CVSPED.2
024700     MOVE     "N" TO WS-PROC-SW WS-CCVS1-SW WS-PREV-SW.           CVSPED.2
024800     MOVE     ZERO TO WS-LAST-ORIG WS-PREV-SEQ.                   CVSPED.2
024900     MOVE     SPACE TO WS-MOD-TAG WS-CUR-PARA.                    CVSPED.2
025000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSPED.2
025100     PERFORM  READ-SOURCE-LINE.                                   CVSPED.2
025200     PERFORM  AUDIT-ONE-LINE THRU AUDIT-ONE-LINE-EX               CVSPED.2
025300              UNTIL WS-EOF-SWITCH = "Y".                          CVSPED.2
025400     CLOSE    SOURCE-FILE.                                        CVSPED.2
025500     ADD      WS-MOD-ORIG (WS-MOD-SUB) TO WS-TOTAL-ORIG.          CVSPED.2
025600     ADD      WS-MOD-INS (WS-MOD-SUB) TO WS-TOTAL-INS.            CVSPED.2
025700     ADD      WS-MOD-CHG (WS-MOD-SUB) TO WS-TOTAL-CHG.            CVSPED.2
025800     ADD      WS-MOD-TEST (WS-MOD-SUB) TO WS-TOTAL-TEST.          CVSPED.2
025900     IF       WS-MOD-TEST (WS-MOD-SUB) > ZERO                     CVSPED.2
026000              ADD 1 TO WS-TOUCHED-MODS.                           CVSPED.2
026100 AUDIT-MODULE-EX.                                                 CVSPED.2
026200     EXIT.                                                        CVSPED.2
026300 READ-SOURCE-LINE.                                                CVSPED.2
026400     MOVE     SPACE TO SOURCE-REC.                                CVSPED.2
026500     READ     SOURCE-FILE                                         CVSPED.2
026600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSPED.2
026700 AUDIT-ONE-LINE.                                                  CVSPED.2
026800     MOVE     SOURCE-REC TO WS-CUR-LINE.                          CVSPED.2
026900     IF       WS-CUR-LINE = SPACE                                 CVSPED.2
027000              GO TO AUDIT-ONE-LINE-NEXT.                          CVSPED.2
027100     IF       WS-FIRST-LINE = "Y"                                 CVSPED.2
027200              MOVE WS-CUR-LINE (73:8) TO WS-MOD-TAG               CVSPED.2
027300              MOVE "N" TO WS-FIRST-LINE.                          CVSPED.2
027400     PERFORM  CLASSIFY-LINE THRU CLASSIFY-LINE-EX.                CVSPED.2
027500     PERFORM  TRACK-PARAGRAPH THRU TRACK-PARAGRAPH-EX.            CVSPED.2
027600     IF       WS-LINE-KIND = "ORIGINAL"                           CVSPED.2
027700              ADD 1 TO WS-MOD-ORIG (WS-MOD-SUB)                   CVSPED.2
027800              GO TO AUDIT-ONE-LINE-NEXT.                          CVSPED.2
027900     IF       WS-LINE-KIND = "INSERTED"                           CVSPED.2
028000              ADD 1 TO WS-MOD-INS (WS-MOD-SUB)                    CVSPED.2
028100     ELSE                                                         CVSPED.2
028200              ADD 1 TO WS-MOD-CHG (WS-MOD-SUB)                    CVSPED.2
028300     END-IF.                                                      CVSPED.2
028400     IF       WS-PROC-SW = "N"                                    CVSPED.2
028500              MOVE "DATA" TO WS-REGION                            CVSPED.2
028600     ELSE                                                         CVSPED.2
028700              IF WS-HARNESS-PARA = "Y"                            CVSPED.2
028800                 OR WS-CUR-LINE (7:1) = "*"                       CVSPED.2
028900                 OR WS-CUR-LINE (7:1) = "/"                       CVSPED.2
029000                  MOVE "HARNESS" TO WS-REGION                     CVSPED.2
029100              ELSE                                                CVSPED.2
029200                  MOVE "TEST" TO WS-REGION                        CVSPED.2
029300                  ADD 1 TO WS-MOD-TEST (WS-MOD-SUB)               CVSPED.2
029400                  PERFORM WRITE-FLAGGED-LINE                      CVSPED.2
029500              END-IF                                              CVSPED.2
029600     END-IF.                                                      CVSPED.2
029700     MOVE     SPACE TO PEDIGREE-CSV-REC.                          CVSPED.2
029800     STRING   WS-CUR-PGM DELIMITED BY SPACE                       CVSPED.2
029900              "," DELIMITED BY SIZE                               CVSPED.2
030000              WS-CUR-LINE (1:6) DELIMITED BY SPACE                CVSPED.2
030100              "," DELIMITED BY SIZE                               CVSPED.2
030200              WS-LINE-KIND DELIMITED BY SPACE                     CVSPED.2
030300              "," DELIMITED BY SIZE                               CVSPED.2
030400              WS-REGION DELIMITED BY SPACE                        CVSPED.2
030500              "," DELIMITED BY SIZE                               CVSPED.2
030600              WS-CUR-PARA DELIMITED BY SPACE                      CVSPED.2
030700              INTO PEDIGREE-CSV-REC.                              CVSPED.2
030800     WRITE    PEDIGREE-CSV-REC.                                   CVSPED.2
030900 AUDIT-ONE-LINE-NEXT.                                             CVSPED.2
031000     PERFORM  READ-SOURCE-LINE.                                   CVSPED.2
031100 AUDIT-ONE-LINE-EX.                                               CVSPED.2
031200     EXIT.                                                        CVSPED.2
031300*                                                                 CVSPED.2
031400*    A ...00 NUMBER IS ORIGINAL ONLY IF IT CARRIES ON THE NIST    CVSPED.2
031500*    SEQUENCE: ABOVE THE LAST ORIGINAL LINE, NOT A FAR JUMP       CVSPED.2
031600*    AWAY FROM IT, AND NOT THE NEXT STEP OF A STEP-10 RUN.        CVSPED.2
031700*                                                                 CVSPED.2
031800 CLASSIFY-LINE.                                                   CVSPED.2
031900     IF       WS-CUR-LINE (1:6) = SPACE                           CVSPED.2
032000              MOVE "INSERTED" TO WS-LINE-KIND                     CVSPED.2
032100              GO TO CLASSIFY-LINE-EX.                             CVSPED.2
032200     IF       WS-CUR-LINE (1:6) NOT NUMERIC                       CVSPED.2
032300              IF WS-CUR-LINE (7:66) = SPACE                       CVSPED.2
032400                  MOVE "ORIGINAL" TO WS-LINE-KIND                 CVSPED.2
032500              ELSE                                                CVSPED.2
032600                  MOVE "CHANGED" TO WS-LINE-KIND                  CVSPED.2
032700              END-IF                                              CVSPED.2
032800              GO TO CLASSIFY-LINE-EX.                             CVSPED.2
032900     MOVE     WS-CUR-LINE (1:6) TO WS-SEQ-NUM.                    CVSPED.2
033000     MOVE     "INSERTED" TO WS-LINE-KIND.                         CVSPED.2
033100     IF       WS-CUR-LINE (5:2) = "00"                            CVSPED.2
033200              AND WS-SEQ-NUM > WS-LAST-ORIG                       CVSPED.2
033300              AND (WS-LAST-ORIG = ZERO                            CVSPED.2
033400                   OR WS-SEQ-NUM NOT > WS-LAST-ORIG + 5000)       CVSPED.2
033500              MOVE "ORIGINAL" TO WS-LINE-KIND                     CVSPED.2
033600              IF WS-PREV-SW = "Y"                                 CVSPED.2
033700                 AND WS-PREV-SEQ + 10 = WS-SEQ-NUM                CVSPED.2
033800                  MOVE "INSERTED" TO WS-LINE-KIND                 CVSPED.2
033900              END-IF                                              CVSPED.2
034000     END-IF.                                                      CVSPED.2
034100     IF       WS-LINE-KIND = "ORIGINAL"                           CVSPED.2
034200              MOVE WS-SEQ-NUM TO WS-LAST-ORIG                     CVSPED.2
034300              IF WS-CUR-LINE (73:8) NOT = WS-MOD-TAG              CVSPED.2
034400                  MOVE "CHANGED" TO WS-LINE-KIND                  CVSPED.2
034500              END-IF                                              CVSPED.2
034600              MOVE "N" TO WS-PREV-SW                              CVSPED.2
034700     ELSE                                                         CVSPED.2
034800              MOVE "Y" TO WS-PREV-SW                              CVSPED.2
034900     END-IF.                                                      CVSPED.2
035000     MOVE     WS-SEQ-NUM TO WS-PREV-SEQ.                          CVSPED.2
035100 CLASSIFY-LINE-EX.                                                CVSPED.2
035200     EXIT.                                                        CVSPED.2
035300*                                                                 CVSPED.2
035400*    AREA-A NAMES IN THE PROCEDURE DIVISION OPEN A NEW SECTION    CVSPED.2
035500*    OR PARAGRAPH AND DECIDE WHETHER WHAT FOLLOWS IS HARNESS      CVSPED.2
035600*    OR TEST CODE.                                                CVSPED.2
035700*                                                                 CVSPED.2
035800 TRACK-PARAGRAPH.                                                 CVSPED.2
035900     IF       WS-CUR-LINE (7:1) NOT = SPACE                       CVSPED.2
036000              OR WS-CUR-LINE (8:1) = SPACE                        CVSPED.2
036100              GO TO TRACK-PARAGRAPH-EX.                           CVSPED.2
036200     MOVE     SPACE TO WS-WORD-1 WS-WORD-2 WS-DELIM-1.            CVSPED.2
036300     UNSTRING WS-CUR-LINE (8:65) DELIMITED BY "." OR ALL SPACE    CVSPED.2
036400              INTO WS-WORD-1 DELIMITER IN WS-DELIM-1              CVSPED.2
036500                   WS-WORD-2.                                     CVSPED.2
036600     IF       WS-PROC-SW = "N"                                    CVSPED.2
036700              IF WS-WORD-1 = "PROCEDURE"                          CVSPED.2
036800                 AND WS-WORD-2 = "DIVISION"                       CVSPED.2
036900                  MOVE "Y" TO WS-PROC-SW WS-HARNESS-PARA          CVSPED.2
037000                  MOVE "PROCEDURE" TO WS-CUR-PARA                 CVSPED.2
037100              END-IF                                              CVSPED.2
037200              GO TO TRACK-PARAGRAPH-EX.                           CVSPED.2
037300     IF       WS-WORD-1 = "DECLARATIVES" OR WS-WORD-1 = "END"     CVSPED.2
037400              MOVE "Y" TO WS-HARNESS-PARA                         CVSPED.2
037500              MOVE WS-WORD-1 TO WS-CUR-PARA                       CVSPED.2
037600              GO TO TRACK-PARAGRAPH-EX.                           CVSPED.2
037700     IF       WS-WORD-2 = "SECTION"                               CVSPED.2
037800              MOVE WS-WORD-1 TO WS-CUR-PARA                       CVSPED.2
037900              MOVE "N" TO WS-CCVS1-SW WS-HARNESS-PARA             CVSPED.2
038000              IF WS-WORD-1 = "CCVS1"                              CVSPED.2
038100                  MOVE "Y" TO WS-CCVS1-SW                         CVSPED.2
038200              END-IF                                              CVSPED.2
038300              IF WS-CCVS1-SW = "Y" OR WS-WORD-1 = "CCVS-EXIT"     CVSPED.2
038400                 OR WS-LINE-KIND NOT = "ORIGINAL"                 CVSPED.2
038500                  MOVE "Y" TO WS-HARNESS-PARA                     CVSPED.2
038600              END-IF                                              CVSPED.2
038700              GO TO TRACK-PARAGRAPH-EX.                           CVSPED.2
038800     IF       WS-DELIM-1 NOT = "."                                CVSPED.2
038900              GO TO TRACK-PARAGRAPH-EX.                           CVSPED.2
039000     MOVE     WS-WORD-1 TO WS-CUR-PARA.                           CVSPED.2
039100     MOVE     "N" TO WS-HARNESS-PARA.                             CVSPED.2
039200     IF       WS-CCVS1-SW = "Y" OR WS-LINE-KIND NOT = "ORIGINAL"  CVSPED.2
039300              MOVE "Y" TO WS-HARNESS-PARA                         CVSPED.2
039400              GO TO TRACK-PARAGRAPH-EX.                           CVSPED.2
039500     PERFORM  DERIVE-BASE-NAME.                                   CVSPED.2
039600     MOVE     "N" TO WS-BP-HIT.                                   CVSPED.2
039700     PERFORM  MATCH-BOILERPLATE-NAME                              CVSPED.2
039800              VARYING WS-BP-SUB FROM 1 BY 1                       CVSPED.2
039900              UNTIL WS-BP-SUB > 31 OR WS-BP-HIT = "Y".            CVSPED.2
040000     MOVE     WS-BP-HIT TO WS-HARNESS-PARA.                       CVSPED.2
040100 TRACK-PARAGRAPH-EX.                                              CVSPED.2
040200     EXIT.                                                        CVSPED.2
040300 DERIVE-BASE-NAME.                                                CVSPED.2
040400     MOVE     WS-WORD-1 TO WS-BASE-NAME.                          CVSPED.2
040500     IF       WS-WORD-1 (1:2) = "D-"                              CVSPED.2
040600              MOVE WS-WORD-1 (3:28) TO WS-BASE-NAME.              CVSPED.2
040700     IF       WS-WORD-1 (1:1) = "D" AND WS-WORD-1 (2:1) NUMERIC   CVSPED.2
040800              AND WS-WORD-1 (3:1) = "-"                           CVSPED.2
040900              MOVE WS-WORD-1 (4:27) TO WS-BASE-NAME.              CVSPED.2
041000     IF       WS-WORD-1 (1:5) = "DECL-"                           CVSPED.2
041100              MOVE WS-WORD-1 (6:25) TO WS-BASE-NAME.              CVSPED.2
041200     MOVE     ZERO TO WS-NAME-LEN.                                CVSPED.2
041300     INSPECT  WS-BASE-NAME TALLYING WS-NAME-LEN                   CVSPED.2
041400              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSPED.2
041500     IF       WS-NAME-LEN > 5                                     CVSPED.2
041600              IF WS-BASE-NAME (WS-NAME-LEN - 4:5) = "-DECL"       CVSPED.2
041700                  MOVE SPACE TO WS-BASE-NAME (WS-NAME-LEN - 4:5)  CVSPED.2
041800              END-IF                                              CVSPED.2
041900     END-IF.                                                      CVSPED.2
042000 MATCH-BOILERPLATE-NAME.                                          CVSPED.2
042100     IF       WS-BASE-NAME = WS-BP-NAME (WS-BP-SUB)               CVSPED.2
042200              MOVE "Y" TO WS-BP-HIT.                              CVSPED.2
042300 WRITE-FLAGGED-LINE.                                              CVSPED.2
042400     MOVE     SPACE TO PEDIGREE-LOG-REC.                          CVSPED.2
042500     MOVE     WS-CUR-PGM TO PEDIGREE-LOG-REC (1:10).              CVSPED.2
042600     MOVE     WS-CUR-LINE (1:6) TO PEDIGREE-LOG-REC (12:6).       CVSPED.2
042700     MOVE     WS-LINE-KIND TO PEDIGREE-LOG-REC (19:8).            CVSPED.2
042800     MOVE     WS-CUR-PARA TO PEDIGREE-LOG-REC (28:30).            CVSPED.2
042900     MOVE     WS-CUR-LINE (8:65) TO PEDIGREE-LOG-REC (59:65).     CVSPED.2
043000     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
043100*                                                                 CVSPED.2
043200*    PER-MODULE COUNTS AND THE ONE-LINE VERDICT.                  CVSPED.2
043300*                                                                 CVSPED.2
043400 WRITE-MODULE-SUMMARY.                                            CVSPED.2
043500     MOVE     WS-HYPHENS TO PEDIGREE-LOG-REC.                     CVSPED.2
043600     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
043700     MOVE     SPACE TO PEDIGREE-LOG-REC.                          CVSPED.2
043800     MOVE     "MODULE      ORIGINAL  INSERTED   CHANGED   IN TEST"CVSPED.2
043900              TO PEDIGREE-LOG-REC (1:50).                         CVSPED.2
044000     MOVE     "  PEDIGREE" TO PEDIGREE-LOG-REC (51:10).           CVSPED.2
044100     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
044200     PERFORM  WRITE-ONE-MODULE-SUMMARY                            CVSPED.2
044300              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSPED.2
044400              UNTIL WS-MOD-SUB > WS-MOD-COUNT.                    CVSPED.2
044500     MOVE     SPACE TO PEDIGREE-LOG-REC.                          CVSPED.2
044600     MOVE     "TOTAL" TO PEDIGREE-LOG-REC (1:5).                  CVSPED.2
044700     MOVE     WS-TOTAL-ORIG TO WS-EDIT-COUNT.                     CVSPED.2
044800     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (15:6).           CVSPED.2
044900     MOVE     WS-TOTAL-INS TO WS-EDIT-COUNT.                      CVSPED.2
045000     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (25:6).           CVSPED.2
045100     MOVE     WS-TOTAL-CHG TO WS-EDIT-COUNT.                      CVSPED.2
045200     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (35:6).           CVSPED.2
045300     MOVE     WS-TOTAL-TEST TO WS-EDIT-COUNT.                     CVSPED.2
045400     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (45:6).           CVSPED.2
045500     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
045600 WRITE-ONE-MODULE-SUMMARY.                                        CVSPED.2
045700     MOVE     SPACE TO PEDIGREE-LOG-REC.                          CVSPED.2
045800     MOVE     WS-MOD-NAME (WS-MOD-SUB) TO PEDIGREE-LOG-REC (1:10).CVSPED.2
045900     MOVE     WS-MOD-ORIG (WS-MOD-SUB) TO WS-EDIT-COUNT.          CVSPED.2
046000     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (15:6).           CVSPED.2
046100     MOVE     WS-MOD-INS (WS-MOD-SUB) TO WS-EDIT-COUNT.           CVSPED.2
046200     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (25:6).           CVSPED.2
046300     MOVE     WS-MOD-CHG (WS-MOD-SUB) TO WS-EDIT-COUNT.           CVSPED.2
046400     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (35:6).           CVSPED.2
046500     MOVE     WS-MOD-TEST (WS-MOD-SUB) TO WS-EDIT-COUNT.          CVSPED.2
046600     MOVE     WS-EDIT-COUNT TO PEDIGREE-LOG-REC (45:6).           CVSPED.2
046700     IF       WS-MOD-TEST (WS-MOD-SUB) > ZERO                     CVSPED.2
046800              MOVE "TEST LOGIC TOUCHED"                           CVSPED.2
046900                  TO PEDIGREE-LOG-REC (53:18)                     CVSPED.2
047000     ELSE                                                         CVSPED.2
047100              IF WS-MOD-INS (WS-MOD-SUB) = ZERO                   CVSPED.2
047200                 AND WS-MOD-CHG (WS-MOD-SUB) = ZERO               CVSPED.2
047300                  MOVE "UNTOUCHED" TO PEDIGREE-LOG-REC (53:9)     CVSPED.2
047400              ELSE                                                CVSPED.2
047500                  MOVE "HOOKS ONLY" TO PEDIGREE-LOG-REC (53:10)   CVSPED.2
047600              END-IF                                              CVSPED.2
047700     END-IF.                                                      CVSPED.2
047800     WRITE    PEDIGREE-LOG-REC.                                   CVSPED.2
047900 WRITE-PEDIGREE-VERDICT.                                          CVSPED.2
048000     MOVE     SPACE TO WS-VERDICT-LINE.                           CVSPED.2
048100     MOVE     WS-MOD-COUNT TO WS-MOD-SHOWN.                       CVSPED.2
048200     IF       WS-MOD-COUNT = ZERO                                 CVSPED.2
048300              MOVE "HARNESS PEDIGREE: UNVERIFIED -- NO MODULES"   CVSPED.2
048400                  TO WS-VERDICT-LINE                              CVSPED.2
048500     ELSE                                                         CVSPED.2
048600              IF WS-TOTAL-TEST = ZERO                             CVSPED.2
048700                  STRING "HARNESS PEDIGREE: CLEAN -- "            CVSPED.2
048800                      WS-MOD-SHOWN " MODULES -- ALL HARNESS LINES"CVSPED.2
048900                      " OUTSIDE TEST PARAGRAPHS"                  CVSPED.2
049000                      DELIMITED BY SIZE INTO WS-VERDICT-LINE      CVSPED.2
049100              ELSE                                                CVSPED.2
049200                  STRING "HARNESS PEDIGREE: FLAGGED -- "          CVSPED.2
049300                      WS-TOTAL-TEST                               CVSPED.2
049400                      " LINES IN TEST PARAGRAPHS OF "             CVSPED.2
049500                      WS-TOUCHED-MODS " MODULES"                  CVSPED.2
049600                      DELIMITED BY SIZE INTO WS-VERDICT-LINE      CVSPED.2
049700              END-IF                                              CVSPED.2
049800     END-IF.                                                      CVSPED.2
049900     OPEN     OUTPUT PEDIGREE-VERDICT-FILE.                       CVSPED.2
050000     MOVE     WS-VERDICT-LINE TO PEDIGREE-VERDICT-REC.            CVSPED.2
050100     WRITE    PEDIGREE-VERDICT-REC.                               CVSPED.2
050200     CLOSE    PEDIGREE-VERDICT-FILE.                              CVSPED.2
