000100 IDENTIFICATION DIVISION.                                         CVSVDC.2
000200 PROGRAM-ID.                                                      CVSVDC.2
000300     CCVSVDC.                                                     CVSVDC.2
000400****************************************************************  CVSVDC.2
000500*                                                              *  CVSVDC.2
000600*    VENDOR DEFECT CASE REGISTER.                              *  CVSVDC.2
000700*                                                              *  CVSVDC.2
000800*    ONCE A repro_<PAR-NAME>/ KIT FROM CCVSRPK GOES TO THE     *  CVSVDC.2
000900*    VENDOR, THE TICKET NUMBER, THE PROMISED FIX RELEASE AND   *  CVSVDC.2
001000*    THE TICKET'S STATUS USED TO LIVE ONLY IN E-MAIL.  THIS    *  CVSVDC.2
001100*    PROGRAM KEEPS THEM IN "defect_cases.dat", KEYED BY THE    *  CVSVDC.2
001200*    VENDOR TICKET:                                            *  CVSVDC.2
001300*                                                              *  CVSVDC.2
001400*        C|TICKET|STATE|VENDOR STATUS|PROMISED RELEASE|        *  CVSVDC.2
001500*          PROMISED CCYYMMDD|OPENED CCYYMMDD|OPENED BUILD|     *  CVSVDC.2
001600*          CLOSED BUILD|TITLE                                  *  CVSVDC.2
001700*        L|TICKET|PGM-ID|PAR-NAME|REPRO KIT DIRECTORY          *  CVSVDC.2
001800*                                                              *  CVSVDC.2
001900*    ONE C RECORD PER CASE, FOLLOWED BY ONE L RECORD PER       *  CVSVDC.2
002000*    PGM-ID/PAR-NAME PAIR THE CASE COVERS.                     *  CVSVDC.2
002100*                                                              *  CVSVDC.2
002200*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSVDC.2
002300*        A  OPEN A CASE, OR LINK MORE PAIRS TO AN OPEN ONE     *  CVSVDC.2
002400*           (THE KIT DEFAULTS TO repro_<PAR-NAME>/),           *  CVSVDC.2
002500*        U  UPDATE THE VENDOR STATUS AND PROMISED RELEASE,     *  CVSVDC.2
002600*        S  SWEEP AFTER A RUN: AN OPEN CASE WHOSE LINKED       *  CVSVDC.2
002700*           PAR-NAMES ALL PASS IN THIS RUN'S results.csv ON A  *  CVSVDC.2
002800*           LATER BUILD THAN THE ONE IT WAS OPENED ON CLOSES   *  CVSVDC.2
002900*           ITSELF; A CLOSED CASE FAILING AGAIN RE-OPENS.  THE *  CVSVDC.2
003000*           REGISTER IS THEN PRINTED TO defect_cases.rpt WITH  *  CVSVDC.2
003100*           EACH PAIR'S KIT, ANY WAIVER IN waivers.dat AND ITS *  CVSVDC.2
003200*           failure_ledger.csv ENTRY, FOLLOWED BY THE AGING    *  CVSVDC.2
003300*           LIST OF OPEN CASES PAST THEIR PROMISED RELEASE,    *  CVSVDC.2
003400*           MOST OVERDUE FIRST.                                *  CVSVDC.2
003500*                                                              *  CVSVDC.2
003600*    THE BUILD IDENTITY IS THE ONE THE MODULES PUT IN          *  CVSVDC.2
003700*    suite_summary.csv, AS IN CCVSLDG.                         *  CVSVDC.2
003800*                                                              *  CVSVDC.2
003900****************************************************************  CVSVDC.2
004000 ENVIRONMENT DIVISION.                                            CVSVDC.2
004100 CONFIGURATION SECTION.                                           CVSVDC.2
004200 SOURCE-COMPUTER.                                                 CVSVDC.2
004300     COPY CCVSTRG.                                                CVSVDC.2
004400 OBJECT-COMPUTER.                                                 CVSVDC.2
004500     COPY CCVSTRG.                                                CVSVDC.2
004600 INPUT-OUTPUT SECTION.                                            CVSVDC.2
004700 FILE-CONTROL.                                                    CVSVDC.2
004800     SELECT   CASE-FILE ASSIGN TO                                 CVSVDC.2
004900     "defect_cases.dat"                                           CVSVDC.2
005000     ORGANIZATION LINE SEQUENTIAL                                 CVSVDC.2
005100     FILE STATUS IS WS-CF-FSTATUS.                                CVSVDC.2
005200     SELECT   CSV-RESULTS-FILE ASSIGN TO                          CVSVDC.2
005300     "results.csv"                                                CVSVDC.2
005400     FILE STATUS IS WS-RS-FSTATUS.                                CVSVDC.2
005500     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        CVSVDC.2
005600     "suite_summary.csv"                                          CVSVDC.2
005700     FILE STATUS IS WS-SS-FSTATUS.                                CVSVDC.2
005800     SELECT   WAIVER-CTL-FILE ASSIGN TO                           CVSVDC.2
005900     "waivers.dat"                                                CVSVDC.2
006000     ORGANIZATION LINE SEQUENTIAL                                 CVSVDC.2
006100     FILE STATUS IS WS-WC-FSTATUS.                                CVSVDC.2
006200     SELECT   LEDGER-FILE ASSIGN TO                               CVSVDC.2
006300     "failure_ledger.csv"                                         CVSVDC.2
006400     ORGANIZATION LINE SEQUENTIAL                                 CVSVDC.2
006500     FILE STATUS IS WS-LF-FSTATUS.                                CVSVDC.2
006600     SELECT   CASE-RPT-FILE ASSIGN TO                             CVSVDC.2
006700     "defect_cases.rpt"                                           CVSVDC.2
006800     ORGANIZATION LINE SEQUENTIAL                                 CVSVDC.2
006900     FILE STATUS IS WS-CR-FSTATUS.                                CVSVDC.2
007000 DATA DIVISION.                                                   CVSVDC.2
007100 FILE SECTION.                                                    CVSVDC.2
007200 FD  CASE-FILE.                                                   CVSVDC.2
007300 01  CASE-REC PIC X(200).                                         CVSVDC.2
007400 FD  CSV-RESULTS-FILE.                                            CVSVDC.2
007500 01  CSV-RESULTS-REC PIC X(200).                                  CVSVDC.2
007600 FD  SUITE-SUMMARY-FILE.                                          CVSVDC.2
007700 01  SUITE-SUMMARY-REC PIC X(80).                                 CVSVDC.2
007800 FD  WAIVER-CTL-FILE.                                             CVSVDC.2
007900 01  WAIVER-CTL-REC PIC X(120).                                   CVSVDC.2
008000 FD  LEDGER-FILE.                                                 CVSVDC.2
008100 01  LEDGER-REC PIC X(100).                                       CVSVDC.2
008200 FD  CASE-RPT-FILE.                                               CVSVDC.2
008300 01  CASE-RPT-REC PIC X(120).                                     CVSVDC.2
008400 WORKING-STORAGE SECTION.                                         CVSVDC.2
008500 77  WS-CF-FSTATUS      PIC XX VALUE SPACE.                       CVSVDC.2
008600 77  WS-RS-FSTATUS      PIC XX VALUE SPACE.                       CVSVDC.2
008700 77  WS-SS-FSTATUS      PIC XX VALUE SPACE.                       CVSVDC.2
008800 77  WS-WC-FSTATUS      PIC XX VALUE SPACE.                       CVSVDC.2
008900 77  WS-LF-FSTATUS      PIC XX VALUE SPACE.                       CVSVDC.2
009000 77  WS-CR-FSTATUS      PIC XX VALUE SPACE.                       CVSVDC.2
009100 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSVDC.2
009200 77  WS-DONE-SWITCH     PIC X  VALUE "N".                         CVSVDC.2
009300 77  WS-MODE            PIC X  VALUE SPACE.                       CVSVDC.2
009400 77  WS-CASE-CT         PIC 9(3) COMP VALUE ZERO.                 CVSVDC.2
009500 77  WS-LINK-CT         PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
009600 77  WS-WAIVER-CT       PIC 9(3) COMP VALUE ZERO.                 CVSVDC.2
009700 77  WS-LEDGER-CT       PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
009800 77  WS-SUB             PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
009900 77  WS-SUB2            PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
010000 77  WS-CSUB            PIC 9(3) COMP VALUE ZERO.                 CVSVDC.2
010100 77  WS-FOUND           PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
010200 77  WS-ORD-HOLD        PIC 9(3) COMP VALUE ZERO.                 CVSVDC.2
010300 77  WS-PASS-CT         PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
010400 77  WS-FAIL-CT         PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
010500 77  WS-PAIR-CT         PIC 9(4) COMP VALUE ZERO.                 CVSVDC.2
010600 77  WS-OPEN-CT         PIC 9(3) VALUE ZERO.                      CVSVDC.2
010700 77  WS-CLOSED-NOW-CT   PIC 9(3) VALUE ZERO.                      CVSVDC.2
010800 77  WS-REOPEN-CT       PIC 9(3) VALUE ZERO.                      CVSVDC.2
010900 77  WS-OVERDUE-CT      PIC 9(3) VALUE ZERO.                      CVSVDC.2
011000 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSVDC.2
011100 01  WS-BUILD-ID        PIC X(16) VALUE "UNKNOWN".                CVSVDC.2
011200 01  WS-TICKET          PIC X(16) VALUE SPACE.                    CVSVDC.2
011300 01  WS-ANSWER          PIC X(80) VALUE SPACE.                    CVSVDC.2
011400 01  WS-WORK-REC        PIC X(200).                               CVSVDC.2
011500 01  WS-FIELD-TABLE.                                              CVSVDC.2
011600     02  WS-FIELD       PIC X(40) OCCURS 10 TIMES.                CVSVDC.2
011700 01  WS-DAYS-TEXT       PIC ZZZZ9.                                CVSVDC.2
011800 01  WS-SURV-TEXT       PIC ZZZ9.                                 CVSVDC.2
011900 01  WS-AGE-TEXT        PIC X(12) VALUE SPACE.                    CVSVDC.2
012000*                                                                 CVSVDC.2
012100*    THE REGISTER, HELD WHOLE WHILE IT IS WORKED ON.              CVSVDC.2
012200*                                                                 CVSVDC.2
012300 01  WS-CASE-TABLE.                                               CVSVDC.2
012400     02  WS-CASE OCCURS 200 TIMES.                                CVSVDC.2
012500         03  WS-C-TICKET    PIC X(16).                            CVSVDC.2
012600         03  WS-C-STATE     PIC X(6).                             CVSVDC.2
012700         03  WS-C-VSTAT     PIC X(16).                            CVSVDC.2
012800         03  WS-C-RELEASE   PIC X(16).                            CVSVDC.2
012900         03  WS-C-DUE       PIC 9(8).                             CVSVDC.2
013000         03  WS-C-OPENED    PIC 9(8).                             CVSVDC.2
013100         03  WS-C-OBUILD    PIC X(16).                            CVSVDC.2
013200         03  WS-C-CBUILD    PIC X(16).                            CVSVDC.2
013300         03  WS-C-TITLE     PIC X(40).                            CVSVDC.2
013400         03  WS-C-OVERDUE   PIC 9(5).                             CVSVDC.2
013500 01  WS-LINK-TABLE.                                               CVSVDC.2
013600     02  WS-LINK OCCURS 800 TIMES.                                CVSVDC.2
013700         03  WS-L-TICKET    PIC X(16).                            CVSVDC.2
013800         03  WS-L-PGM       PIC X(10).                            CVSVDC.2
013900         03  WS-L-PAR       PIC X(24).                            CVSVDC.2
014000         03  WS-L-KIT       PIC X(32).                            CVSVDC.2
014100         03  WS-L-PASS      PIC X.                                CVSVDC.2
014200         03  WS-L-FAIL      PIC X.                                CVSVDC.2
014300 01  WS-ORDER-TABLE.                                              CVSVDC.2
014400     02  WS-ORD         PIC 9(3) COMP OCCURS 200 TIMES.           CVSVDC.2
014500*                                                                 CVSVDC.2
014600*    THE WAIVER LEDGER AND THE FAILURE LEDGER, FOR THE REPORT.    CVSVDC.2
014700*                                                                 CVSVDC.2
014800 01  WS-WAIVER-TABLE.                                             CVSVDC.2
014900     02  WS-WAIVER OCCURS 100 TIMES.                              CVSVDC.2
015000         03  WS-W-PGM       PIC X(10).                            CVSVDC.2
015100         03  WS-W-PAR       PIC X(24).                            CVSVDC.2
015200         03  WS-W-EXPIRY    PIC X(8).                             CVSVDC.2
015300         03  WS-W-AUTHOR    PIC X(16).                            CVSVDC.2
015400 01  WS-LEDGER-TABLE.                                             CVSVDC.2
015500     02  WS-LEDGER OCCURS 800 TIMES.                              CVSVDC.2
015600         03  WS-G-PGM       PIC X(10).                            CVSVDC.2
015700         03  WS-G-PAR       PIC X(24).                            CVSVDC.2
015800         03  WS-G-STATE     PIC X(6).                             CVSVDC.2
015900         03  WS-G-FIRST     PIC X(16).                            CVSVDC.2
016000         03  WS-G-LAST      PIC X(16).                            CVSVDC.2
016100         03  WS-G-SURVIVED  PIC 9(4).                             CVSVDC.2
016200 01  WS-RES-PGM         PIC X(10) VALUE SPACE.                    CVSVDC.2
016300 01  WS-RES-PAR         PIC X(24) VALUE SPACE.                    CVSVDC.2
016400 01  WS-RES-VERDICT     PIC X(5)  VALUE SPACE.                    CVSVDC.2
016500 PROCEDURE DIVISION.                                              CVSVDC.2
016600 CCVSVDC-MAIN SECTION.                                            CVSVDC.2
016700 CCVSVDC-START.                                                   CVSVDC.2
016800     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSVDC.2
016900     PERFORM  FIND-CURRENT-BUILD-ID                               CVSVDC.2
017000              THRU FIND-CURRENT-BUILD-ID-EX.                      CVSVDC.2
017100     PERFORM  LOAD-CASE-REGISTER                                  CVSVDC.2
017200              THRU LOAD-CASE-REGISTER-EX.                         CVSVDC.2
017300     DISPLAY  "CCVSVDC: A=OPEN/LINK A CASE, U=UPDATE A CASE, "    CVSVDC.2
017400              "S=SWEEP AND REPORT?".                              CVSVDC.2
017500     ACCEPT   WS-MODE.                                            CVSVDC.2
017600     EVALUATE WS-MODE                                             CVSVDC.2
017700         WHEN "A"                                                 CVSVDC.2
017800         WHEN "a"                                                 CVSVDC.2
017900             PERFORM OPEN-OR-LINK-CASE                            CVSVDC.2
018000                 THRU OPEN-OR-LINK-CASE-EX                        CVSVDC.2
018100         WHEN "U"                                                 CVSVDC.2
018200         WHEN "u"                                                 CVSVDC.2
018300             PERFORM UPDATE-CASE                                  CVSVDC.2
018400                 THRU UPDATE-CASE-EX                              CVSVDC.2
018500         WHEN "S"                                                 CVSVDC.2
018600         WHEN "s"                                                 CVSVDC.2
018700             PERFORM SWEEP-CASES                                  CVSVDC.2
018800                 THRU SWEEP-CASES-EX                              CVSVDC.2
018900             PERFORM WRITE-CASE-REPORT                            CVSVDC.2
019000         WHEN OTHER                                               CVSVDC.2
019100             DISPLAY "CCVSVDC: NO SUCH MODE"                      CVSVDC.2
019200     END-EVALUATE.                                                CVSVDC.2
019300     STOP     RUN.                                                CVSVDC.2
019400 FIND-CURRENT-BUILD-ID.                                           CVSVDC.2
019500     OPEN     INPUT SUITE-SUMMARY-FILE.                           CVSVDC.2
019600     IF       WS-SS-FSTATUS NOT = "00"                            CVSVDC.2
019700              GO TO FIND-CURRENT-BUILD-ID-EX.                     CVSVDC.2
019800     MOVE     SPACE TO WS-WORK-REC.                               CVSVDC.2
019900     READ     SUITE-SUMMARY-FILE INTO WS-WORK-REC                 CVSVDC.2
020000              AT END CONTINUE                                     CVSVDC.2
020100     END-READ.                                                    CVSVDC.2
020200     CLOSE    SUITE-SUMMARY-FILE.                                 CVSVDC.2
020300     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSVDC.2
020400     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSVDC.2
020500              INTO WS-FIELD (1) WS-FIELD (2).                     CVSVDC.2
020600     IF       WS-FIELD (2) NOT = SPACE                            CVSVDC.2
020700              MOVE WS-FIELD (2) TO WS-BUILD-ID.                   CVSVDC.2
020800 FIND-CURRENT-BUILD-ID-EX.                                        CVSVDC.2
020900     EXIT.                                                        CVSVDC.2
021000 LOAD-CASE-REGISTER.                                              CVSVDC.2
021100     OPEN     INPUT CASE-FILE.                                    CVSVDC.2
021200     IF       WS-CF-FSTATUS NOT = "00"                            CVSVDC.2
021300              GO TO LOAD-CASE-REGISTER-EX.                        CVSVDC.2
021400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVDC.2
021500     PERFORM  READ-CASE-LINE.                                     CVSVDC.2
021600     PERFORM  STORE-CASE-LINE                                     CVSVDC.2
021700              UNTIL WS-EOF-SWITCH = "Y".                          CVSVDC.2
021800     CLOSE    CASE-FILE.                                          CVSVDC.2
021900 LOAD-CASE-REGISTER-EX.                                           CVSVDC.2
022000     EXIT.                                                        CVSVDC.2
022100 READ-CASE-LINE.                                                  CVSVDC.2
022200     READ     CASE-FILE                                           CVSVDC.2
022300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVDC.2
022400 STORE-CASE-LINE.                                                 CVSVDC.2
022500     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSVDC.2
022600     UNSTRING CASE-REC DELIMITED BY "|"                           CVSVDC.2
022700              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSVDC.2
022800                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSVDC.2
022900                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9)         CVSVDC.2
023000                   WS-FIELD (10).                                 CVSVDC.2
023100     IF       WS-FIELD (1) = "C"                                  CVSVDC.2
023200              AND WS-CASE-CT < 200                                CVSVDC.2
023300              ADD 1 TO WS-CASE-CT                                 CVSVDC.2
023400              MOVE WS-FIELD (2) TO WS-C-TICKET (WS-CASE-CT)       CVSVDC.2
023500              MOVE WS-FIELD (3) TO WS-C-STATE (WS-CASE-CT)        CVSVDC.2
023600              MOVE WS-FIELD (4) TO WS-C-VSTAT (WS-CASE-CT)        CVSVDC.2
023700              MOVE WS-FIELD (5) TO WS-C-RELEASE (WS-CASE-CT)      CVSVDC.2
023800              MOVE ZERO TO WS-C-DUE (WS-CASE-CT)                  CVSVDC.2
023900                  WS-C-OPENED (WS-CASE-CT)                        CVSVDC.2
024000                  WS-C-OVERDUE (WS-CASE-CT)                       CVSVDC.2
024100              IF  WS-FIELD (6) (1:8) IS NUMERIC                   CVSVDC.2
024200                  MOVE WS-FIELD (6) (1:8) TO WS-C-DUE (WS-CASE-CT)CVSVDC.2
024300              END-IF                                              CVSVDC.2
024400              IF  WS-FIELD (7) (1:8) IS NUMERIC                   CVSVDC.2
024500                  MOVE WS-FIELD (7) (1:8)                         CVSVDC.2
024600                      TO WS-C-OPENED (WS-CASE-CT)                 CVSVDC.2
024700              END-IF                                              CVSVDC.2
024800              MOVE WS-FIELD (8) TO WS-C-OBUILD (WS-CASE-CT)       CVSVDC.2
024900              MOVE WS-FIELD (9) TO WS-C-CBUILD (WS-CASE-CT)       CVSVDC.2
025000              MOVE WS-FIELD (10) TO WS-C-TITLE (WS-CASE-CT)       CVSVDC.2
025100     END-IF.                                                      CVSVDC.2
025200     IF       WS-FIELD (1) = "L"                                  CVSVDC.2
025300              AND WS-LINK-CT < 800                                CVSVDC.2
025400              ADD 1 TO WS-LINK-CT                                 CVSVDC.2
025500              MOVE WS-FIELD (2) TO WS-L-TICKET (WS-LINK-CT)       CVSVDC.2
025600              MOVE WS-FIELD (3) TO WS-L-PGM (WS-LINK-CT)          CVSVDC.2
025700              MOVE WS-FIELD (4) TO WS-L-PAR (WS-LINK-CT)          CVSVDC.2
025800              MOVE WS-FIELD (5) TO WS-L-KIT (WS-LINK-CT)          CVSVDC.2
025900              MOVE "N" TO WS-L-PASS (WS-LINK-CT)                  CVSVDC.2
026000              MOVE "N" TO WS-L-FAIL (WS-LINK-CT)                  CVSVDC.2
026100     END-IF.                                                      CVSVDC.2
026200     PERFORM  READ-CASE-LINE.                                     CVSVDC.2
026300 FIND-CASE.                                                       CVSVDC.2
026400     MOVE     ZERO TO WS-FOUND.                                   CVSVDC.2
026500     PERFORM  MATCH-ONE-CASE                                      CVSVDC.2
026600              VARYING WS-SUB FROM 1 BY 1                          CVSVDC.2
026700              UNTIL WS-SUB > WS-CASE-CT.                          CVSVDC.2
026800 MATCH-ONE-CASE.                                                  CVSVDC.2
026900     IF       WS-C-TICKET (WS-SUB) = WS-TICKET                    CVSVDC.2
027000              MOVE WS-SUB TO WS-FOUND.                            CVSVDC.2
027100*                                                                 CVSVDC.2
027200*    MODE A -- A NEW TICKET OPENS A CASE; A TICKET ALREADY ON     CVSVDC.2
027300*    FILE JUST TAKES MORE PGM-ID/PAR-NAME PAIRS.                  CVSVDC.2
027400*                                                                 CVSVDC.2
027500 OPEN-OR-LINK-CASE.                                               CVSVDC.2
027600     DISPLAY  "CCVSVDC: VENDOR TICKET?".                          CVSVDC.2
027700     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
027800     ACCEPT   WS-ANSWER.                                          CVSVDC.2
027900     MOVE     WS-ANSWER TO WS-TICKET.                             CVSVDC.2
028000     IF       WS-TICKET = SPACE                                   CVSVDC.2
028100              GO TO OPEN-OR-LINK-CASE-EX.                         CVSVDC.2
028200     PERFORM  FIND-CASE.                                          CVSVDC.2
028300     IF       WS-FOUND > ZERO                                     CVSVDC.2
028400              DISPLAY "CCVSVDC: LINKING TO CASE " WS-TICKET       CVSVDC.2
028500              GO TO OPEN-OR-LINK-CASE-LINKS.                      CVSVDC.2
028600     IF       WS-CASE-CT NOT < 200                                CVSVDC.2
028700              DISPLAY "CCVSVDC: REGISTER FULL"                    CVSVDC.2
028800              GO TO OPEN-OR-LINK-CASE-EX.                         CVSVDC.2
028900     ADD      1 TO WS-CASE-CT.                                    CVSVDC.2
029000     MOVE     WS-CASE-CT TO WS-FOUND.                             CVSVDC.2
029100     MOVE     WS-TICKET TO WS-C-TICKET (WS-FOUND).                CVSVDC.2
029200     MOVE     "OPEN" TO WS-C-STATE (WS-FOUND).                    CVSVDC.2
029300     MOVE     "REPORTED" TO WS-C-VSTAT (WS-FOUND).                CVSVDC.2
029400     MOVE     WS-TODAY TO WS-C-OPENED (WS-FOUND).                 CVSVDC.2
029500     MOVE     WS-BUILD-ID TO WS-C-OBUILD (WS-FOUND).              CVSVDC.2
029600     MOVE     SPACE TO WS-C-CBUILD (WS-FOUND).                    CVSVDC.2
029700     DISPLAY  "CCVSVDC: ONE-LINE TITLE?".                         CVSVDC.2
029800     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
029900     ACCEPT   WS-ANSWER.                                          CVSVDC.2
030000     MOVE     WS-ANSWER TO WS-C-TITLE (WS-FOUND).                 CVSVDC.2
030100     DISPLAY  "CCVSVDC: PROMISED FIX RELEASE?".                   CVSVDC.2
030200     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
030300     ACCEPT   WS-ANSWER.                                          CVSVDC.2
030400     MOVE     WS-ANSWER TO WS-C-RELEASE (WS-FOUND).               CVSVDC.2
030500     DISPLAY  "CCVSVDC: PROMISED BY (CCYYMMDD)?".                 CVSVDC.2
030600     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
030700     ACCEPT   WS-ANSWER.                                          CVSVDC.2
030800     MOVE     ZERO TO WS-C-DUE (WS-FOUND).                        CVSVDC.2
030900     IF       WS-ANSWER (1:8) IS NUMERIC                          CVSVDC.2
031000              MOVE WS-ANSWER (1:8) TO WS-C-DUE (WS-FOUND).        CVSVDC.2
031100     MOVE     ZERO TO WS-C-OVERDUE (WS-FOUND).                    CVSVDC.2
031200 OPEN-OR-LINK-CASE-LINKS.                                         CVSVDC.2
031300     MOVE     "N" TO WS-DONE-SWITCH.                              CVSVDC.2
031400     PERFORM  LINK-ONE-PAIR                                       CVSVDC.2
031500              UNTIL WS-DONE-SWITCH = "Y".                         CVSVDC.2
031600     PERFORM  REWRITE-CASE-REGISTER.                              CVSVDC.2
031700     DISPLAY  "CCVSVDC: CASE " WS-TICKET " RECORDED".             CVSVDC.2
031800 OPEN-OR-LINK-CASE-EX.                                            CVSVDC.2
031900     EXIT.                                                        CVSVDC.2
032000 LINK-ONE-PAIR.                                                   CVSVDC.2
032100     DISPLAY  "CCVSVDC: PGM-ID,PAR-NAME TO LINK (BLANK=DONE)?".   CVSVDC.2
032200     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
032300     ACCEPT   WS-ANSWER.                                          CVSVDC.2
032400     IF       WS-ANSWER = SPACE                                   CVSVDC.2
032500              MOVE "Y" TO WS-DONE-SWITCH                          CVSVDC.2
032600     ELSE                                                         CVSVDC.2
032700              MOVE SPACE TO WS-FIELD-TABLE                        CVSVDC.2
032800              UNSTRING WS-ANSWER DELIMITED BY ","                 CVSVDC.2
032900                  INTO WS-FIELD (1) WS-FIELD (2)                  CVSVDC.2
033000              IF  WS-FIELD (2) = SPACE                            CVSVDC.2
033100                  DISPLAY "CCVSVDC: ENTER PGM-ID,PAR-NAME"        CVSVDC.2
033200              ELSE                                                CVSVDC.2
033300                  PERFORM STORE-ONE-PAIR                          CVSVDC.2
033400              END-IF                                              CVSVDC.2
033500     END-IF.                                                      CVSVDC.2
033600 STORE-ONE-PAIR.                                                  CVSVDC.2
033700     IF       WS-LINK-CT NOT < 800                                CVSVDC.2
033800              DISPLAY "CCVSVDC: LINK TABLE FULL"                  CVSVDC.2
033900              MOVE "Y" TO WS-DONE-SWITCH                          CVSVDC.2
034000     ELSE                                                         CVSVDC.2
034100              ADD 1 TO WS-LINK-CT                                 CVSVDC.2
034200              MOVE WS-TICKET TO WS-L-TICKET (WS-LINK-CT)          CVSVDC.2
034300              MOVE WS-FIELD (1) TO WS-L-PGM (WS-LINK-CT)          CVSVDC.2
034400              MOVE WS-FIELD (2) TO WS-L-PAR (WS-LINK-CT)          CVSVDC.2
034500              MOVE SPACE TO WS-L-KIT (WS-LINK-CT)                 CVSVDC.2
034600              STRING "repro_" DELIMITED BY SIZE                   CVSVDC.2
034700                  WS-FIELD (2) DELIMITED BY SPACE                 CVSVDC.2
034800                  "/" DELIMITED BY SIZE                           CVSVDC.2
034900                  INTO WS-L-KIT (WS-LINK-CT)                      CVSVDC.2
035000              MOVE "N" TO WS-L-PASS (WS-LINK-CT)                  CVSVDC.2
035100              MOVE "N" TO WS-L-FAIL (WS-LINK-CT)                  CVSVDC.2
035200     END-IF.                                                      CVSVDC.2
035300*                                                                 CVSVDC.2
035400*    MODE U -- THE VENDOR'S SIDE OF THE CASE.  A BLANK ANSWER     CVSVDC.2
035500*    KEEPS WHAT IS ON FILE.                                       CVSVDC.2
035600*                                                                 CVSVDC.2
035700 UPDATE-CASE.                                                     CVSVDC.2
035800     DISPLAY  "CCVSVDC: VENDOR TICKET?".                          CVSVDC.2
035900     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
036000     ACCEPT   WS-ANSWER.                                          CVSVDC.2
036100     MOVE     WS-ANSWER TO WS-TICKET.                             CVSVDC.2
036200     PERFORM  FIND-CASE.                                          CVSVDC.2
036300     IF       WS-FOUND = ZERO                                     CVSVDC.2
036400              DISPLAY "CCVSVDC: NO SUCH CASE -- " WS-TICKET       CVSVDC.2
036500              GO TO UPDATE-CASE-EX.                               CVSVDC.2
036600     DISPLAY  "CCVSVDC: VENDOR STATUS (NOW "                      CVSVDC.2
036700              WS-C-VSTAT (WS-FOUND) ")?".                         CVSVDC.2
036800     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
036900     ACCEPT   WS-ANSWER.                                          CVSVDC.2
037000     IF       WS-ANSWER NOT = SPACE                               CVSVDC.2
037100              MOVE WS-ANSWER TO WS-C-VSTAT (WS-FOUND).            CVSVDC.2
037200     DISPLAY  "CCVSVDC: PROMISED FIX RELEASE (NOW "               CVSVDC.2
037300              WS-C-RELEASE (WS-FOUND) ")?".                       CVSVDC.2
037400     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
037500     ACCEPT   WS-ANSWER.                                          CVSVDC.2
037600     IF       WS-ANSWER NOT = SPACE                               CVSVDC.2
037700              MOVE WS-ANSWER TO WS-C-RELEASE (WS-FOUND).          CVSVDC.2
037800     DISPLAY  "CCVSVDC: PROMISED BY (NOW "                        CVSVDC.2
037900              WS-C-DUE (WS-FOUND) ")?".                           CVSVDC.2
038000     MOVE     SPACE TO WS-ANSWER.                                 CVSVDC.2
038100     ACCEPT   WS-ANSWER.                                          CVSVDC.2
038200     IF       WS-ANSWER (1:8) IS NUMERIC                          CVSVDC.2
038300              MOVE WS-ANSWER (1:8) TO WS-C-DUE (WS-FOUND).        CVSVDC.2
038400     PERFORM  REWRITE-CASE-REGISTER.                              CVSVDC.2
038500     DISPLAY  "CCVSVDC: CASE " WS-TICKET " UPDATED".              CVSVDC.2
038600 UPDATE-CASE-EX.                                                  CVSVDC.2
038700     EXIT.                                                        CVSVDC.2
038800*                                                                 CVSVDC.2
038900*    MODE S -- FOLD THIS RUN'S VERDICTS INTO THE LINKS, THEN      CVSVDC.2
039000*    CLOSE (OR RE-OPEN) WHOLE CASES.                              CVSVDC.2
039100*                                                                 CVSVDC.2
039200 SWEEP-CASES.                                                     CVSVDC.2
039300     IF       WS-CASE-CT = ZERO                                   CVSVDC.2
039400              DISPLAY "CCVSVDC: NO CASES ON FILE"                 CVSVDC.2
039500              GO TO SWEEP-CASES-EX.                               CVSVDC.2
039600     OPEN     INPUT CSV-RESULTS-FILE.                             CVSVDC.2
039700     IF       WS-RS-FSTATUS NOT = "00"                            CVSVDC.2
039800              DISPLAY "CCVSVDC: NO results.csv -- NO CASE CLOSED" CVSVDC.2
039900              GO TO SWEEP-CASES-EX.                               CVSVDC.2
040000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVDC.2
040100     PERFORM  READ-RESULTS-LINE.                                  CVSVDC.2
040200     PERFORM  FOLD-RESULTS-LINE                                   CVSVDC.2
040300              UNTIL WS-EOF-SWITCH = "Y".                          CVSVDC.2
040400     CLOSE    CSV-RESULTS-FILE.                                   CVSVDC.2
040500     PERFORM  JUDGE-ONE-CASE                                      CVSVDC.2
040600              VARYING WS-CSUB FROM 1 BY 1                         CVSVDC.2
040700              UNTIL WS-CSUB > WS-CASE-CT.                         CVSVDC.2
040800     PERFORM  REWRITE-CASE-REGISTER.                              CVSVDC.2
040900 SWEEP-CASES-EX.                                                  CVSVDC.2
041000     EXIT.                                                        CVSVDC.2
041100 READ-RESULTS-LINE.                                               CVSVDC.2
041200     READ     CSV-RESULTS-FILE INTO WS-WORK-REC                   CVSVDC.2
041300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVDC.2
041400 FOLD-RESULTS-LINE.                                               CVSVDC.2
041500     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSVDC.2
041600     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSVDC.2
041700              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSVDC.2
041800                   WS-FIELD (4) WS-FIELD (5).                     CVSVDC.2
041900     MOVE     WS-FIELD (1) TO WS-RES-PGM.                         CVSVDC.2
042000     MOVE     WS-FIELD (4) TO WS-RES-PAR.                         CVSVDC.2
042100     MOVE     WS-FIELD (5) TO WS-RES-VERDICT.                     CVSVDC.2
042200     IF       WS-RES-PGM NOT = "PGM-ID"                           CVSVDC.2
042300              AND WS-RES-PAR NOT = SPACE                          CVSVDC.2
042400              PERFORM MARK-ONE-LINK                               CVSVDC.2
042500                  VARYING WS-SUB FROM 1 BY 1                      CVSVDC.2
042600                  UNTIL WS-SUB > WS-LINK-CT.                      CVSVDC.2
042700     PERFORM  READ-RESULTS-LINE.                                  CVSVDC.2
042800 MARK-ONE-LINK.                                                   CVSVDC.2
042900     IF       WS-L-PGM (WS-SUB) = WS-RES-PGM                      CVSVDC.2
043000              AND WS-L-PAR (WS-SUB) = WS-RES-PAR                  CVSVDC.2
043100              IF  WS-RES-VERDICT (1:4) = "PASS"                   CVSVDC.2
043200                  MOVE "Y" TO WS-L-PASS (WS-SUB)                  CVSVDC.2
043300              END-IF                                              CVSVDC.2
043400              IF  WS-RES-VERDICT = "FAIL*"                        CVSVDC.2
043500                  MOVE "Y" TO WS-L-FAIL (WS-SUB)                  CVSVDC.2
043600              END-IF                                              CVSVDC.2
043700     END-IF.                                                      CVSVDC.2
043800 JUDGE-ONE-CASE.                                                  CVSVDC.2
043900     MOVE     ZERO TO WS-PAIR-CT WS-PASS-CT WS-FAIL-CT.           CVSVDC.2
044000     PERFORM  COUNT-ONE-LINK                                      CVSVDC.2
044100              VARYING WS-SUB FROM 1 BY 1                          CVSVDC.2
044200              UNTIL WS-SUB > WS-LINK-CT.                          CVSVDC.2
044300     IF       WS-C-STATE (WS-CSUB) = "OPEN"                       CVSVDC.2
044400              AND WS-PAIR-CT > ZERO                               CVSVDC.2
044500              AND WS-PASS-CT = WS-PAIR-CT                         CVSVDC.2
044600              AND WS-FAIL-CT = ZERO                               CVSVDC.2
044700              AND WS-BUILD-ID NOT = "UNKNOWN"                     CVSVDC.2
044800              AND WS-BUILD-ID NOT = WS-C-OBUILD (WS-CSUB)         CVSVDC.2
044900              MOVE "CLOSED" TO WS-C-STATE (WS-CSUB)               CVSVDC.2
045000              MOVE WS-BUILD-ID TO WS-C-CBUILD (WS-CSUB)           CVSVDC.2
045100              ADD 1 TO WS-CLOSED-NOW-CT                           CVSVDC.2
045200              DISPLAY "CCVSVDC: CASE " WS-C-TICKET (WS-CSUB)      CVSVDC.2
045300                  " CLOSED -- ALL LINKED PAR-NAMES PASS ON "      CVSVDC.2
045400                  WS-BUILD-ID                                     CVSVDC.2
045500     END-IF.                                                      CVSVDC.2
045600     IF       WS-C-STATE (WS-CSUB) = "CLOSED"                     CVSVDC.2
045700              AND WS-FAIL-CT > ZERO                               CVSVDC.2
045800              MOVE "OPEN" TO WS-C-STATE (WS-CSUB)                 CVSVDC.2
045900              MOVE SPACE TO WS-C-CBUILD (WS-CSUB)                 CVSVDC.2
046000              ADD 1 TO WS-REOPEN-CT                               CVSVDC.2
046100              DISPLAY "CCVSVDC: CASE " WS-C-TICKET (WS-CSUB)      CVSVDC.2
046200                  " RE-OPENED -- A LINKED PAR-NAME FAILS AGAIN"   CVSVDC.2
046300     END-IF.                                                      CVSVDC.2
046400 COUNT-ONE-LINK.                                                  CVSVDC.2
046500     IF       WS-L-TICKET (WS-SUB) = WS-C-TICKET (WS-CSUB)        CVSVDC.2
046600              ADD 1 TO WS-PAIR-CT                                 CVSVDC.2
046700              IF  WS-L-PASS (WS-SUB) = "Y"                        CVSVDC.2
046800                  ADD 1 TO WS-PASS-CT                             CVSVDC.2
046900              END-IF                                              CVSVDC.2
047000              IF  WS-L-FAIL (WS-SUB) = "Y"                        CVSVDC.2
047100                  ADD 1 TO WS-FAIL-CT                             CVSVDC.2
047200              END-IF                                              CVSVDC.2
047300     END-IF.                                                      CVSVDC.2
047400*                                                                 CVSVDC.2
047500*    THE REGISTER IS REWRITTEN WHOLE, EACH CASE FOLLOWED BY       CVSVDC.2
047600*    ITS LINKS.                                                   CVSVDC.2
047700*                                                                 CVSVDC.2
047800 REWRITE-CASE-REGISTER.                                           CVSVDC.2
047900     OPEN     OUTPUT CASE-FILE.                                   CVSVDC.2
048000     PERFORM  WRITE-ONE-CASE                                      CVSVDC.2
048100              VARYING WS-CSUB FROM 1 BY 1                         CVSVDC.2
048200              UNTIL WS-CSUB > WS-CASE-CT.                         CVSVDC.2
048300     CLOSE    CASE-FILE.                                          CVSVDC.2
048400 WRITE-ONE-CASE.                                                  CVSVDC.2
048500     MOVE     SPACE TO CASE-REC.                                  CVSVDC.2
048600     STRING   "C|" DELIMITED BY SIZE                              CVSVDC.2
048700              WS-C-TICKET (WS-CSUB) DELIMITED BY SPACE            CVSVDC.2
048800              "|" DELIMITED BY SIZE                               CVSVDC.2
048900              WS-C-STATE (WS-CSUB) DELIMITED BY SPACE             CVSVDC.2
049000              "|" DELIMITED BY SIZE                               CVSVDC.2
049100              WS-C-VSTAT (WS-CSUB) DELIMITED BY "  "              CVSVDC.2
049200              "|" DELIMITED BY SIZE                               CVSVDC.2
049300              WS-C-RELEASE (WS-CSUB) DELIMITED BY SPACE           CVSVDC.2
049400              "|" DELIMITED BY SIZE                               CVSVDC.2
049500              WS-C-DUE (WS-CSUB) DELIMITED BY SIZE                CVSVDC.2
049600              "|" DELIMITED BY SIZE                               CVSVDC.2
049700              WS-C-OPENED (WS-CSUB) DELIMITED BY SIZE             CVSVDC.2
049800              "|" DELIMITED BY SIZE                               CVSVDC.2
049900              WS-C-OBUILD (WS-CSUB) DELIMITED BY SPACE            CVSVDC.2
050000              "|" DELIMITED BY SIZE                               CVSVDC.2
050100              WS-C-CBUILD (WS-CSUB) DELIMITED BY SPACE            CVSVDC.2
050200              "|" DELIMITED BY SIZE                               CVSVDC.2
050300              WS-C-TITLE (WS-CSUB) DELIMITED BY SIZE              CVSVDC.2
050400              INTO CASE-REC.                                      CVSVDC.2
050500     WRITE    CASE-REC.                                           CVSVDC.2
050600     PERFORM  WRITE-ONE-LINK                                      CVSVDC.2
050700              VARYING WS-SUB FROM 1 BY 1                          CVSVDC.2
050800              UNTIL WS-SUB > WS-LINK-CT.                          CVSVDC.2
050900 WRITE-ONE-LINK.                                                  CVSVDC.2
051000     IF       WS-L-TICKET (WS-SUB) = WS-C-TICKET (WS-CSUB)        CVSVDC.2
051100              MOVE SPACE TO CASE-REC                              CVSVDC.2
051200              STRING "L|" DELIMITED BY SIZE                       CVSVDC.2
051300                  WS-L-TICKET (WS-SUB) DELIMITED BY SPACE         CVSVDC.2
051400                  "|" DELIMITED BY SIZE                           CVSVDC.2
051500                  WS-L-PGM (WS-SUB) DELIMITED BY SPACE            CVSVDC.2
051600                  "|" DELIMITED BY SIZE                           CVSVDC.2
051700                  WS-L-PAR (WS-SUB) DELIMITED BY SPACE            CVSVDC.2
051800                  "|" DELIMITED BY SIZE                           CVSVDC.2
051900                  WS-L-KIT (WS-SUB) DELIMITED BY SPACE            CVSVDC.2
052000                  INTO CASE-REC                                   CVSVDC.2
052100              WRITE CASE-REC                                      CVSVDC.2
052200     END-IF.                                                      CVSVDC.2
052300*                                                                 CVSVDC.2
052400*    THE REPORT -- EVERY CASE WITH ITS LINKS, THEN THE AGING      CVSVDC.2
052500*    LIST OF OPEN CASES PAST THEIR PROMISED RELEASE.              CVSVDC.2
052600*                                                                 CVSVDC.2
052700 WRITE-CASE-REPORT.                                               CVSVDC.2
052800     PERFORM  LOAD-WAIVERS THRU LOAD-WAIVERS-EX.                  CVSVDC.2
052900     PERFORM  LOAD-FAILURE-LEDGER THRU LOAD-FAILURE-LEDGER-EX.    CVSVDC.2
053000     OPEN     OUTPUT CASE-RPT-FILE.                               CVSVDC.2
053100     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
053200     STRING   "VENDOR DEFECT CASE REGISTER -- BUILD "             CVSVDC.2
053300                  DELIMITED BY SIZE                               CVSVDC.2
053400              WS-BUILD-ID DELIMITED BY SPACE                      CVSVDC.2
053500              "  DATE " DELIMITED BY SIZE                         CVSVDC.2
053600              WS-TODAY DELIMITED BY SIZE                          CVSVDC.2
053700              INTO CASE-RPT-REC.                                  CVSVDC.2
053800     WRITE    CASE-RPT-REC.                                       CVSVDC.2
053900     PERFORM  REPORT-ONE-CASE                                     CVSVDC.2
054000              VARYING WS-CSUB FROM 1 BY 1                         CVSVDC.2
054100              UNTIL WS-CSUB > WS-CASE-CT.                         CVSVDC.2
054200     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
054300     WRITE    CASE-RPT-REC.                                       CVSVDC.2
054400     MOVE     "OPEN CASES PAST THEIR PROMISED RELEASE:"           CVSVDC.2
054500              TO CASE-RPT-REC.                                    CVSVDC.2
054600     WRITE    CASE-RPT-REC.                                       CVSVDC.2
054700     PERFORM  INIT-ONE-ORDER-SLOT                                 CVSVDC.2
054800              VARYING WS-CSUB FROM 1 BY 1                         CVSVDC.2
054900              UNTIL WS-CSUB > WS-CASE-CT.                         CVSVDC.2
055000     PERFORM  AGE-EXCHANGE-PASS                                   CVSVDC.2
055100              VARYING WS-SUB FROM 1 BY 1                          CVSVDC.2
055200              UNTIL WS-SUB NOT < WS-CASE-CT.                      CVSVDC.2
055300     PERFORM  WRITE-ONE-AGING-ROW                                 CVSVDC.2
055400              VARYING WS-SUB FROM 1 BY 1                          CVSVDC.2
055500              UNTIL WS-SUB > WS-CASE-CT.                          CVSVDC.2
055600     IF       WS-OVERDUE-CT = ZERO                                CVSVDC.2
055700              MOVE "  NONE" TO CASE-RPT-REC                       CVSVDC.2
055800              WRITE CASE-RPT-REC.                                 CVSVDC.2
055900     CLOSE    CASE-RPT-FILE.                                      CVSVDC.2
056000     DISPLAY  "CCVSVDC: " WS-OPEN-CT " OPEN CASE(S), "            CVSVDC.2
056100              WS-CLOSED-NOW-CT " CLOSED AND "                     CVSVDC.2
056200              WS-REOPEN-CT " RE-OPENED THIS BUILD, "              CVSVDC.2
056300              WS-OVERDUE-CT " PAST PROMISED RELEASE".             CVSVDC.2
056400     DISPLAY  "CCVSVDC: REGISTER PRINTED TO defect_cases.rpt".    CVSVDC.2
056500 REPORT-ONE-CASE.                                                 CVSVDC.2
056600     IF       WS-C-STATE (WS-CSUB) = "OPEN"                       CVSVDC.2
056700              ADD 1 TO WS-OPEN-CT                                 CVSVDC.2
056800              PERFORM COMPUTE-CASE-OVERDUE.                       CVSVDC.2
056900     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
057000     WRITE    CASE-RPT-REC.                                       CVSVDC.2
057100     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
057200     STRING   "TICKET " DELIMITED BY SIZE                         CVSVDC.2
057300              WS-C-TICKET (WS-CSUB) DELIMITED BY SPACE            CVSVDC.2
057400              "  " DELIMITED BY SIZE                              CVSVDC.2
057500              WS-C-STATE (WS-CSUB) DELIMITED BY SPACE             CVSVDC.2
057600              "  VENDOR: " DELIMITED BY SIZE                      CVSVDC.2
057700              WS-C-VSTAT (WS-CSUB) DELIMITED BY "  "              CVSVDC.2
057800              "  PROMISED: " DELIMITED BY SIZE                    CVSVDC.2
057900              WS-C-RELEASE (WS-CSUB) DELIMITED BY SPACE           CVSVDC.2
058000              " BY " DELIMITED BY SIZE                            CVSVDC.2
058100              WS-C-DUE (WS-CSUB) DELIMITED BY SIZE                CVSVDC.2
058200              INTO CASE-RPT-REC.                                  CVSVDC.2
058300     WRITE    CASE-RPT-REC.                                       CVSVDC.2
058400     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
058500     STRING   "  " DELIMITED BY SIZE                              CVSVDC.2
058600              WS-C-TITLE (WS-CSUB) DELIMITED BY "  "              CVSVDC.2
058700              "  (OPENED " DELIMITED BY SIZE                      CVSVDC.2
058800              WS-C-OPENED (WS-CSUB) DELIMITED BY SIZE             CVSVDC.2
058900              " ON BUILD " DELIMITED BY SIZE                      CVSVDC.2
059000              WS-C-OBUILD (WS-CSUB) DELIMITED BY SPACE            CVSVDC.2
059100              ")" DELIMITED BY SIZE                               CVSVDC.2
059200              INTO CASE-RPT-REC.                                  CVSVDC.2
059300     WRITE    CASE-RPT-REC.                                       CVSVDC.2
059400     IF       WS-C-STATE (WS-CSUB) = "CLOSED"                     CVSVDC.2
059500              MOVE SPACE TO CASE-RPT-REC                          CVSVDC.2
059600              STRING "  CLOSED ON BUILD " DELIMITED BY SIZE       CVSVDC.2
059700                  WS-C-CBUILD (WS-CSUB) DELIMITED BY SPACE        CVSVDC.2
059800                  INTO CASE-RPT-REC                               CVSVDC.2
059900              WRITE CASE-RPT-REC.                                 CVSVDC.2
060000     PERFORM  REPORT-ONE-LINK THRU REPORT-ONE-LINK-EX             CVSVDC.2
060100              VARYING WS-SUB FROM 1 BY 1                          CVSVDC.2
060200              UNTIL WS-SUB > WS-LINK-CT.                          CVSVDC.2
060300 REPORT-ONE-LINK.                                                 CVSVDC.2
060400     IF       WS-L-TICKET (WS-SUB) NOT = WS-C-TICKET (WS-CSUB)    CVSVDC.2
060500              GO TO REPORT-ONE-LINK-EX.                           CVSVDC.2
060600     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
060700     STRING   "    " DELIMITED BY SIZE                            CVSVDC.2
060800              WS-L-PGM (WS-SUB) DELIMITED BY SPACE                CVSVDC.2
060900              " " DELIMITED BY SIZE                               CVSVDC.2
061000              WS-L-PAR (WS-SUB) DELIMITED BY SPACE                CVSVDC.2
061100              "  KIT " DELIMITED BY SIZE                          CVSVDC.2
061200              WS-L-KIT (WS-SUB) DELIMITED BY SPACE                CVSVDC.2
061300              INTO CASE-RPT-REC.                                  CVSVDC.2
061400     WRITE    CASE-RPT-REC.                                       CVSVDC.2
061500     MOVE     ZERO TO WS-FOUND.                                   CVSVDC.2
061600     PERFORM  MATCH-ONE-WAIVER                                    CVSVDC.2
061700              VARYING WS-SUB2 FROM 1 BY 1                         CVSVDC.2
061800              UNTIL WS-SUB2 > WS-WAIVER-CT.                       CVSVDC.2
061900     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
062000     IF       WS-FOUND = ZERO                                     CVSVDC.2
062100              MOVE "      WAIVER: NONE" TO CASE-RPT-REC           CVSVDC.2
062200     ELSE                                                         CVSVDC.2
062300              STRING "      WAIVER: EXPIRES " DELIMITED BY SIZE   CVSVDC.2
062400                  WS-W-EXPIRY (WS-FOUND) DELIMITED BY SIZE        CVSVDC.2
062500                  " AUTHOR " DELIMITED BY SIZE                    CVSVDC.2
062600                  WS-W-AUTHOR (WS-FOUND) DELIMITED BY SPACE       CVSVDC.2
062700                  INTO CASE-RPT-REC                               CVSVDC.2
062800     END-IF.                                                      CVSVDC.2
062900     WRITE    CASE-RPT-REC.                                       CVSVDC.2
063000     MOVE     ZERO TO WS-FOUND.                                   CVSVDC.2
063100     PERFORM  MATCH-ONE-LEDGER-ENTRY                              CVSVDC.2
063200              VARYING WS-SUB2 FROM 1 BY 1                         CVSVDC.2
063300              UNTIL WS-SUB2 > WS-LEDGER-CT.                       CVSVDC.2
063400     MOVE     SPACE TO CASE-RPT-REC.                              CVSVDC.2
063500     IF       WS-FOUND = ZERO                                     CVSVDC.2
063600              MOVE "      LEDGER: NO ENTRY" TO CASE-RPT-REC       CVSVDC.2
063700     ELSE                                                         CVSVDC.2
063800              MOVE WS-G-SURVIVED (WS-FOUND) TO WS-SURV-TEXT       CVSVDC.2
063900              STRING "      LEDGER: " DELIMITED BY SIZE           CVSVDC.2
064000                  WS-G-STATE (WS-FOUND) DELIMITED BY SPACE        CVSVDC.2
064100                  ", FIRST " DELIMITED BY SIZE                    CVSVDC.2
064200                  WS-G-FIRST (WS-FOUND) DELIMITED BY SPACE        CVSVDC.2
064300                  ", LAST " DELIMITED BY SIZE                     CVSVDC.2
064400                  WS-G-LAST (WS-FOUND) DELIMITED BY SPACE         CVSVDC.2
064500                  ", SURVIVED" DELIMITED BY SIZE                  CVSVDC.2
064600                  WS-SURV-TEXT DELIMITED BY SIZE                  CVSVDC.2
064700                  " BUILD(S)" DELIMITED BY SIZE                   CVSVDC.2
064800                  INTO CASE-RPT-REC                               CVSVDC.2
064900     END-IF.                                                      CVSVDC.2
065000     WRITE    CASE-RPT-REC.                                       CVSVDC.2
065100 REPORT-ONE-LINK-EX.                                              CVSVDC.2
065200     EXIT.                                                        CVSVDC.2
065300 MATCH-ONE-WAIVER.                                                CVSVDC.2
065400     IF       WS-W-PGM (WS-SUB2) = WS-L-PGM (WS-SUB)              CVSVDC.2
065500              AND WS-W-PAR (WS-SUB2) (1:16) =                     CVSVDC.2
065600                  WS-L-PAR (WS-SUB) (1:16)                        CVSVDC.2
065700              MOVE WS-SUB2 TO WS-FOUND.                           CVSVDC.2
065800 MATCH-ONE-LEDGER-ENTRY.                                          CVSVDC.2
065900     IF       WS-G-PGM (WS-SUB2) = WS-L-PGM (WS-SUB)              CVSVDC.2
066000              AND WS-G-PAR (WS-SUB2) = WS-L-PAR (WS-SUB)          CVSVDC.2
066100              MOVE WS-SUB2 TO WS-FOUND.                           CVSVDC.2
066200*                                                                 CVSVDC.2
066300*    DAYS PAST THE PROMISED DATE.  A CASE WHOSE PROMISED RELEASE  CVSVDC.2
066400*    IS THE BUILD JUST RUN, YET IS STILL OPEN, IS OVERDUE TOO.    CVSVDC.2
066500*                                                                 CVSVDC.2
066600 COMPUTE-CASE-OVERDUE.                                            CVSVDC.2
066700     MOVE     ZERO TO WS-C-OVERDUE (WS-CSUB).                     CVSVDC.2
066800     IF       WS-C-DUE (WS-CSUB) > 16010101                       CVSVDC.2
066900              AND WS-C-DUE (WS-CSUB) < WS-TODAY                   CVSVDC.2
067000              COMPUTE WS-C-OVERDUE (WS-CSUB) =                    CVSVDC.2
067100                  FUNCTION INTEGER-OF-DATE (WS-TODAY)             CVSVDC.2
067200                  - FUNCTION INTEGER-OF-DATE (WS-C-DUE (WS-CSUB)).CVSVDC.2
067300     IF       WS-C-OVERDUE (WS-CSUB) = ZERO                       CVSVDC.2
067400              AND WS-C-RELEASE (WS-CSUB) = WS-BUILD-ID            CVSVDC.2
067500              AND WS-BUILD-ID NOT = "UNKNOWN"                     CVSVDC.2
067600              MOVE 1 TO WS-C-OVERDUE (WS-CSUB).                   CVSVDC.2
067700 INIT-ONE-ORDER-SLOT.                                             CVSVDC.2
067800     MOVE     WS-CSUB TO WS-ORD (WS-CSUB).                        CVSVDC.2
067900 AGE-EXCHANGE-PASS.                                               CVSVDC.2
068000     PERFORM  AGE-EXCHANGE-COMPARE                                CVSVDC.2
068100              VARYING WS-SUB2 FROM 1 BY 1                         CVSVDC.2
068200              UNTIL WS-SUB2 NOT < WS-CASE-CT.                     CVSVDC.2
068300 AGE-EXCHANGE-COMPARE.                                            CVSVDC.2
068400     IF       WS-SUB2 < WS-CASE-CT                                CVSVDC.2
068500              AND WS-C-OVERDUE (WS-ORD (WS-SUB2)) <               CVSVDC.2
068600                  WS-C-OVERDUE (WS-ORD (WS-SUB2 + 1))             CVSVDC.2
068700              MOVE WS-ORD (WS-SUB2) TO WS-ORD-HOLD                CVSVDC.2
068800              MOVE WS-ORD (WS-SUB2 + 1)                           CVSVDC.2
068900                  TO WS-ORD (WS-SUB2)                             CVSVDC.2
069000              MOVE WS-ORD-HOLD TO WS-ORD (WS-SUB2 + 1).           CVSVDC.2
069100 WRITE-ONE-AGING-ROW.                                             CVSVDC.2
069200     MOVE     WS-ORD (WS-SUB) TO WS-CSUB.                         CVSVDC.2
069300     IF       WS-C-STATE (WS-CSUB) = "OPEN"                       CVSVDC.2
069400              AND WS-C-OVERDUE (WS-CSUB) > ZERO                   CVSVDC.2
069500              ADD 1 TO WS-OVERDUE-CT                              CVSVDC.2
069600              MOVE WS-C-OVERDUE (WS-CSUB) TO WS-DAYS-TEXT         CVSVDC.2
069700              MOVE SPACE TO WS-AGE-TEXT                           CVSVDC.2
069800              STRING WS-DAYS-TEXT DELIMITED BY SIZE               CVSVDC.2
069900                  " DAY(S)" DELIMITED BY SIZE                     CVSVDC.2
070000                  INTO WS-AGE-TEXT                                CVSVDC.2
070100              IF  WS-C-DUE (WS-CSUB) NOT < WS-TODAY               CVSVDC.2
070200                  OR WS-C-DUE (WS-CSUB) NOT > 16010101            CVSVDC.2
070300                  MOVE "RELEASE RUN" TO WS-AGE-TEXT               CVSVDC.2
070400              END-IF                                              CVSVDC.2
070500              MOVE SPACE TO CASE-RPT-REC                          CVSVDC.2
070600              STRING "  " DELIMITED BY SIZE                       CVSVDC.2
070700                  WS-AGE-TEXT DELIMITED BY SIZE                   CVSVDC.2
070800                  "  " DELIMITED BY SIZE                          CVSVDC.2
070900                  WS-C-TICKET (WS-CSUB) DELIMITED BY SPACE        CVSVDC.2
071000                  "  PROMISED " DELIMITED BY SIZE                 CVSVDC.2
071100                  WS-C-RELEASE (WS-CSUB) DELIMITED BY SPACE       CVSVDC.2
071200                  " BY " DELIMITED BY SIZE                        CVSVDC.2
071300                  WS-C-DUE (WS-CSUB) DELIMITED BY SIZE            CVSVDC.2
071400                  "  VENDOR: " DELIMITED BY SIZE                  CVSVDC.2
071500                  WS-C-VSTAT (WS-CSUB) DELIMITED BY "  "          CVSVDC.2
071600                  INTO CASE-RPT-REC                               CVSVDC.2
071700              WRITE CASE-RPT-REC.                                 CVSVDC.2
071800 LOAD-WAIVERS.                                                    CVSVDC.2
071900     OPEN     INPUT WAIVER-CTL-FILE.                              CVSVDC.2
072000     IF       WS-WC-FSTATUS NOT = "00"                            CVSVDC.2
072100              GO TO LOAD-WAIVERS-EX.                              CVSVDC.2
072200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVDC.2
072300     PERFORM  READ-WAIVER-LINE.                                   CVSVDC.2
072400     PERFORM  STORE-WAIVER-LINE                                   CVSVDC.2
072500              UNTIL WS-EOF-SWITCH = "Y".                          CVSVDC.2
072600     CLOSE    WAIVER-CTL-FILE.                                    CVSVDC.2
072700 LOAD-WAIVERS-EX.                                                 CVSVDC.2
072800     EXIT.                                                        CVSVDC.2
072900 READ-WAIVER-LINE.                                                CVSVDC.2
073000     READ     WAIVER-CTL-FILE                                     CVSVDC.2
073100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVDC.2
073200 STORE-WAIVER-LINE.                                               CVSVDC.2
073300     IF       WAIVER-CTL-REC NOT = SPACE                          CVSVDC.2
073400              AND WS-WAIVER-CT < 100                              CVSVDC.2
073500              ADD 1 TO WS-WAIVER-CT                               CVSVDC.2
073600              MOVE SPACE TO WS-FIELD-TABLE                        CVSVDC.2
073700              UNSTRING WAIVER-CTL-REC DELIMITED BY ","            CVSVDC.2
073800                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSVDC.2
073900                       WS-FIELD (4) WS-FIELD (5)                  CVSVDC.2
074000              MOVE WS-FIELD (1) TO WS-W-PGM (WS-WAIVER-CT)        CVSVDC.2
074100              MOVE WS-FIELD (2) TO WS-W-PAR (WS-WAIVER-CT)        CVSVDC.2
074200              MOVE WS-FIELD (3) TO WS-W-EXPIRY (WS-WAIVER-CT)     CVSVDC.2
074300              MOVE WS-FIELD (5) TO WS-W-AUTHOR (WS-WAIVER-CT)     CVSVDC.2
074400     END-IF.                                                      CVSVDC.2
074500     PERFORM  READ-WAIVER-LINE.                                   CVSVDC.2
074600 LOAD-FAILURE-LEDGER.                                             CVSVDC.2
074700     OPEN     INPUT LEDGER-FILE.                                  CVSVDC.2
074800     IF       WS-LF-FSTATUS NOT = "00"                            CVSVDC.2
074900              GO TO LOAD-FAILURE-LEDGER-EX.                       CVSVDC.2
075000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVDC.2
075100     PERFORM  READ-LEDGER-LINE.                                   CVSVDC.2
075200     PERFORM  STORE-LEDGER-LINE                                   CVSVDC.2
075300              UNTIL WS-EOF-SWITCH = "Y".                          CVSVDC.2
075400     CLOSE    LEDGER-FILE.                                        CVSVDC.2
075500 LOAD-FAILURE-LEDGER-EX.                                          CVSVDC.2
075600     EXIT.                                                        CVSVDC.2
075700 READ-LEDGER-LINE.                                                CVSVDC.2
075800     READ     LEDGER-FILE                                         CVSVDC.2
075900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVDC.2
076000 STORE-LEDGER-LINE.                                               CVSVDC.2
076100     IF       LEDGER-REC NOT = SPACE                              CVSVDC.2
076200              AND LEDGER-REC (1:6) NOT = "PGM-ID"                 CVSVDC.2
076300              AND WS-LEDGER-CT < 800                              CVSVDC.2
076400              ADD 1 TO WS-LEDGER-CT                               CVSVDC.2
076500              MOVE SPACE TO WS-FIELD-TABLE                        CVSVDC.2
076600              UNSTRING LEDGER-REC DELIMITED BY ","                CVSVDC.2
076700                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSVDC.2
076800                       WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)     CVSVDC.2
076900              MOVE WS-FIELD (1) TO WS-G-PGM (WS-LEDGER-CT)        CVSVDC.2
077000              MOVE WS-FIELD (2) TO WS-G-PAR (WS-LEDGER-CT)        CVSVDC.2
077100              MOVE WS-FIELD (3) TO WS-G-STATE (WS-LEDGER-CT)      CVSVDC.2
077200              MOVE WS-FIELD (4) TO WS-G-FIRST (WS-LEDGER-CT)      CVSVDC.2
077300              MOVE WS-FIELD (5) TO WS-G-LAST (WS-LEDGER-CT)       CVSVDC.2
077400              MOVE ZERO TO WS-G-SURVIVED (WS-LEDGER-CT)           CVSVDC.2
077500              IF  WS-FIELD (6) (1:4) IS NUMERIC                   CVSVDC.2
077600                  MOVE WS-FIELD (6) (1:4)                         CVSVDC.2
077700                      TO WS-G-SURVIVED (WS-LEDGER-CT)             CVSVDC.2
077800              END-IF                                              CVSVDC.2
077900     END-IF.                                                      CVSVDC.2
078000     PERFORM  READ-LEDGER-LINE.                                   CVSVDC.2
