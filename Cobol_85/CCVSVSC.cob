000100 IDENTIFICATION DIVISION.                                         CVSVSC.2
000200 PROGRAM-ID.                                                      CVSVSC.2
000300     CCVSVSC.                                                     CVSVSC.2
000400****************************************************************  CVSVSC.2
000500*                                                              *  CVSVSC.2
000600*    VENDOR RELEASE SCORECARD.                                 *  CVSVSC.2
000700*                                                              *  CVSVSC.2
000800*    EVERY QUARTER SOMEONE ASKS WHETHER THE COMPILER VENDOR    *  CVSVSC.2
000900*    IS GETTING BETTER OR WORSE, AND THE ANSWER WAS SPREAD     *  CVSVSC.2
001000*    ACROSS THE FAILURE LEDGER, THE WAIVERS, THE FLAKY         *  CVSVSC.2
001100*    REPORTS, THE COMPILE DIAGNOSTICS AND THE REPRO KITS.      *  CVSVSC.2
001200*    THIS PROGRAM GATHERS IT, ONE VENDOR RELEASE PER           *  CVSVSC.2
001300*    CAMPAIGN IN "campaigns.dat" (SEE CCVSCMP), IN THE ORDER   *  CVSVSC.2
001400*    THE CAMPAIGNS WERE OPENED.  A RELEASE IS KNOWN BY ITS     *  CVSVSC.2
001500*    CAMPAIGN'S BUILD-ID; PER RELEASE:                         *  CVSVSC.2
001600*                                                              *  CVSVSC.2
001700*      - NEW FAILURES: failure_ledger.csv ENTRIES (CCVSLDG)    *  CVSVSC.2
001800*        FIRST SEEN ON THE RELEASE'S BUILD,                    *  CVSVSC.2
001900*      - FIXED: ENTRIES CLOSED ON THE RELEASE'S BUILD,         *  CVSVSC.2
002000*      - CARRIED FORWARD: ENTRIES FIRST SEEN ON AN EARLIER     *  CVSVSC.2
002100*        RELEASE AND STILL FAILING ON THIS ONE,                *  CVSVSC.2
002200*      - WAIVERS NEEDED: THE WAIVED FAILURES IN THE BASE RUN'S *  CVSVSC.2
002300*        vault/run_<ID>/waiver_report.rpt (CCVSWVR),           *  CVSVSC.2
002400*      - FLAKY ASSERTIONS: THE UNSTABLE ASSERTIONS IN THE BASE *  CVSVSC.2
002500*        RUN'S vault/run_<ID>/flaky_report.rpt (CCVSFLK),      *  CVSVSC.2
002600*      - COMPILE DIAGNOSTICS ON CLEAN SOURCE: THE DIAGNOSTIC   *  CVSVSC.2
002700*        LINES OF THE BASE RUN'S vault/run_<ID>/               *  CVSVSC.2
002800*        compile_diagnostics.csv, MUST-REJECT (XR) ROWS        *  CVSVSC.2
002900*        EXCLUDED,                                             *  CVSVSC.2
003000*      - MEAN DAYS FROM REPRO KIT TO FIX: OVER THE CASES IN    *  CVSVSC.2
003100*        defect_cases.dat (CCVSVDC) CLOSED ON THE RELEASE'S    *  CVSVSC.2
003200*        BUILD, THE DAYS FROM THE CASE BEING OPENED TO THE     *  CVSVSC.2
003300*        RELEASE'S CAMPAIGN BEING OPENED.                      *  CVSVSC.2
003400*                                                              *  CVSVSC.2
003500*    EACH FIGURE IS SET AGAINST THE PREVIOUS RELEASE'S.  A     *  CVSVSC.2
003600*    FIGURE WHOSE SOURCE IS NOT ON FILE PRINTS AS N/A, AND A   *  CVSVSC.2
003700*    LEDGER ENTRY WHOSE BUILDS ARE NOT A CAMPAIGN'S BUILD IS   *  CVSVSC.2
003800*    NOT COUNTED.  vendor_scorecard.rpt GETS ONE 60-LINE PAGE  *  CVSVSC.2
003900*    PER RELEASE AND A CLOSING SUMMARY TABLE ACROSS ALL OF     *  CVSVSC.2
004000*    THEM.  RETURN-CODE 8 IF NO CAMPAIGN IS ON FILE.           *  CVSVSC.2
004100*                                                              *  CVSVSC.2
004200****************************************************************  CVSVSC.2
004300 ENVIRONMENT DIVISION.                                            CVSVSC.2
004400 CONFIGURATION SECTION.                                           CVSVSC.2
004500 SOURCE-COMPUTER.                                                 CVSVSC.2
004600     COPY CCVSTRG.                                                CVSVSC.2
004700 OBJECT-COMPUTER.                                                 CVSVSC.2
004800     COPY CCVSTRG.                                                CVSVSC.2
004900 INPUT-OUTPUT SECTION.                                            CVSVSC.2
005000 FILE-CONTROL.                                                    CVSVSC.2
005100     SELECT   CAMPAIGN-FILE ASSIGN TO                             CVSVSC.2
005200     "campaigns.dat"                                              CVSVSC.2
005300     ORGANIZATION LINE SEQUENTIAL                                 CVSVSC.2
005400     FILE STATUS IS WS-CP-FSTATUS.                                CVSVSC.2
005500     SELECT   LEDGER-FILE ASSIGN TO                               CVSVSC.2
005600     "failure_ledger.csv"                                         CVSVSC.2
005700     ORGANIZATION LINE SEQUENTIAL                                 CVSVSC.2
005800     FILE STATUS IS WS-LG-FSTATUS.                                CVSVSC.2
005900     SELECT   CASE-FILE ASSIGN TO                                 CVSVSC.2
006000     "defect_cases.dat"                                           CVSVSC.2
006100     ORGANIZATION LINE SEQUENTIAL                                 CVSVSC.2
006200     FILE STATUS IS WS-CF-FSTATUS.                                CVSVSC.2
006300     SELECT   VAULT-MEMBER-FILE ASSIGN TO                         CVSVSC.2
006400     DYNAMIC WS-MEMBER-FNAME                                      CVSVSC.2
006500     ORGANIZATION LINE SEQUENTIAL                                 CVSVSC.2
006600     FILE STATUS IS WS-VM-FSTATUS.                                CVSVSC.2
006700     SELECT   SCORECARD-FILE ASSIGN TO                            CVSVSC.2
006800     "vendor_scorecard.rpt"                                       CVSVSC.2
006900     ORGANIZATION LINE SEQUENTIAL                                 CVSVSC.2
007000     FILE STATUS IS WS-SC-FSTATUS.                                CVSVSC.2
007100 DATA DIVISION.                                                   CVSVSC.2
007200 FILE SECTION.                                                    CVSVSC.2
007300 FD  CAMPAIGN-FILE.                                               CVSVSC.2
007400 01  CAMPAIGN-REC PIC X(120).                                     CVSVSC.2
007500 FD  LEDGER-FILE.                                                 CVSVSC.2
007600 01  LEDGER-REC PIC X(120).                                       CVSVSC.2
007700 FD  CASE-FILE.                                                   CVSVSC.2
007800 01  CASE-REC PIC X(200).                                         CVSVSC.2
007900 FD  VAULT-MEMBER-FILE.                                           CVSVSC.2
008000 01  VAULT-MEMBER-REC PIC X(200).                                 CVSVSC.2
008100 FD  SCORECARD-FILE.                                              CVSVSC.2
008200 01  SCORECARD-REC PIC X(100).                                    CVSVSC.2
008300 WORKING-STORAGE SECTION.                                         CVSVSC.2
008400 77  WS-CP-FSTATUS      PIC XX VALUE SPACE.                       CVSVSC.2
008500 77  WS-LG-FSTATUS      PIC XX VALUE SPACE.                       CVSVSC.2
008600 77  WS-CF-FSTATUS      PIC XX VALUE SPACE.                       CVSVSC.2
008700 77  WS-VM-FSTATUS      PIC XX VALUE SPACE.                       CVSVSC.2
008800 77  WS-SC-FSTATUS      PIC XX VALUE SPACE.                       CVSVSC.2
008900 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSVSC.2
009000 77  WS-LEDGER-SW       PIC X  VALUE "N".                         CVSVSC.2
009100 77  WS-SECTION-SW      PIC X  VALUE "N".                         CVSVSC.2
009200 77  WS-CAMP-CT         PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
009300 77  WS-LEDGER-CT       PIC 9(4) COMP VALUE ZERO.                 CVSVSC.2
009400 77  WS-CASE-CT         PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
009500 77  WS-REL             PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
009600 77  WS-PREV            PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
009700 77  WS-FIG             PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
009800 77  WS-SUB             PIC 9(4) COMP VALUE ZERO.                 CVSVSC.2
009900 77  WS-FOUND           PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
010000 77  WS-LEN             PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
010100 77  WS-TALLY           PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
010200 77  WS-LIST-CT         PIC 9(4) COMP VALUE ZERO.                 CVSVSC.2
010300 77  WS-PAGE-LINE-CT    PIC 9(3) COMP VALUE ZERO.                 CVSVSC.2
010400 77  WS-PAGE-NUMBER     PIC 9(4) VALUE ZERO.                      CVSVSC.2
010500 77  WS-MEMBER-CT       PIC 9(5) VALUE ZERO.                      CVSVSC.2
010600 77  WS-FIXED-CT        PIC 9(5) VALUE ZERO.                      CVSVSC.2
010700 77  WS-DAYS            PIC S9(7) VALUE ZERO.                     CVSVSC.2
010800 77  WS-DAYS-TOTAL      PIC 9(9) VALUE ZERO.                      CVSVSC.2
010900 77  WS-NUMBER          PIC 9(5) VALUE ZERO.                      CVSVSC.2
011000 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSVSC.2
011100 01  WS-OPENED-DATE     PIC 9(8) VALUE ZERO.                      CVSVSC.2
011200 01  WS-BUILD-KEY       PIC X(16) VALUE SPACE.                    CVSVSC.2
011300 01  WS-LIST-KIND       PIC X(5) VALUE SPACE.                     CVSVSC.2
011400 01  WS-MEMBER-NAME     PIC X(30) VALUE SPACE.                    CVSVSC.2
011500 01  WS-MEMBER-FNAME    PIC X(60) VALUE SPACE.                    CVSVSC.2
011600 01  WS-PRINT-LINE      PIC X(100) VALUE SPACE.                   CVSVSC.2
011700 01  WS-DIFF            PIC S9(5)V9 VALUE ZERO.                   CVSVSC.2
011800 01  WS-INT-EDIT        PIC Z(9)9.                                CVSVSC.2
011900 01  WS-DEC-EDIT        PIC Z(7)9.9.                              CVSVSC.2
012000 01  WS-CHG-INT-EDIT    PIC +(9)9.                                CVSVSC.2
012100 01  WS-CHG-DEC-EDIT    PIC +(7)9.9.                              CVSVSC.2
012200 01  WS-MORE-EDIT       PIC ZZZ9.                                 CVSVSC.2
012300 01  WS-COL-EDIT        PIC ZZZZZ9.                               CVSVSC.2
012400 01  WS-DAY-COL-EDIT    PIC ZZZZ9.9.                              CVSVSC.2
012500 01  WS-FIELD-TABLE.                                              CVSVSC.2
012600     02  WS-FIELD       PIC X(40) OCCURS 10 TIMES.                CVSVSC.2
012700*                                                                 CVSVSC.2
012800*    THE RELEASES, IN CAMPAIGN ORDER, WITH THEIR SEVEN FIGURES    CVSVSC.2
012900*    AND WHETHER EACH FIGURE'S SOURCE WAS ON FILE.                CVSVSC.2
013000*                                                                 CVSVSC.2
013100 01  WS-CAMPAIGN-TABLE.                                           CVSVSC.2
013200     02  WS-CAMP OCCURS 50 TIMES.                                 CVSVSC.2
013300         03  WS-C-RELEASE   PIC X(16).                            CVSVSC.2
013400         03  WS-C-BASE      PIC X(4).                             CVSVSC.2
013500         03  WS-C-BUILD     PIC X(16).                            CVSVSC.2
013600         03  WS-C-OPENED    PIC X(8).                             CVSVSC.2
013700         03  WS-C-VERDICT   PIC X(10).                            CVSVSC.2
013800         03  WS-C-FIG       PIC 9(5)V9 OCCURS 7 TIMES.            CVSVSC.2
013900         03  WS-C-HAVE      PIC X OCCURS 7 TIMES.                 CVSVSC.2
014000 01  WS-FIGURE-NAMES.                                             CVSVSC.2
014100     02  FILLER PIC X(36) VALUE "NEW FAILURES INTRODUCED".        CVSVSC.2
014200     02  FILLER PIC X(36) VALUE "FAILURES FIXED".                 CVSVSC.2
014300     02  FILLER PIC X(36) VALUE "FAILURES CARRIED FORWARD".       CVSVSC.2
014400     02  FILLER PIC X(36) VALUE "WAIVERS NEEDED".                 CVSVSC.2
014500     02  FILLER PIC X(36) VALUE "FLAKY ASSERTIONS".               CVSVSC.2
014600     02  FILLER PIC X(36) VALUE                                   CVSVSC.2
014700         "COMPILE DIAGNOSTICS ON CLEAN SOURCE".                   CVSVSC.2
014800     02  FILLER PIC X(36) VALUE "MEAN DAYS FROM REPRO KIT TO FIX".CVSVSC.2
014900 01  WS-FIGURE-NAME-TABLE REDEFINES WS-FIGURE-NAMES.              CVSVSC.2
015000     02  WS-FIGURE-NAME PIC X(36) OCCURS 7 TIMES.                 CVSVSC.2
015100 01  WS-LEDGER-TABLE.                                             CVSVSC.2
015200     02  WS-LEDGER OCCURS 800 TIMES.                              CVSVSC.2
015300         03  WS-G-PGM       PIC X(10).                            CVSVSC.2
015400         03  WS-G-PAR       PIC X(24).                            CVSVSC.2
015500         03  WS-G-STATE     PIC X(6).                             CVSVSC.2
015600         03  WS-G-FIRST-REL PIC 9(3) COMP.                        CVSVSC.2
015700         03  WS-G-LAST-REL  PIC 9(3) COMP.                        CVSVSC.2
015800 01  WS-CASE-TABLE.                                               CVSVSC.2
015900     02  WS-CASE OCCURS 200 TIMES.                                CVSVSC.2
016000         03  WS-K-STATE     PIC X(6).                             CVSVSC.2
016100         03  WS-K-OPENED    PIC 9(8).                             CVSVSC.2
016200         03  WS-K-CBUILD    PIC X(16).                            CVSVSC.2
016300 01  WS-PAGE-STAMP.                                               CVSVSC.2
016400     02  FILLER          PIC X(34) VALUE                          CVSVSC.2
016500         "CCVS85 VENDOR RELEASE SCORECARD".                       CVSVSC.2
016600     02  FILLER          PIC X(22) VALUE SPACE.                   CVSVSC.2
016700     02  FILLER          PIC X(6) VALUE "PAGE  ".                 CVSVSC.2
016800     02  WS-PS-NUMBER    PIC ZZZ9.                                CVSVSC.2
016900     02  FILLER          PIC X(34) VALUE SPACE.                   CVSVSC.2
017000 01  WS-FIGURE-LINE.                                              CVSVSC.2
017100     02  WS-FL-LABEL     PIC X(36).                               CVSVSC.2
017200     02  WS-FL-THIS      PIC X(10).                               CVSVSC.2
017300     02  FILLER          PIC X(2).                                CVSVSC.2
017400     02  WS-FL-PREV      PIC X(10).                               CVSVSC.2
017500     02  FILLER          PIC X(2).                                CVSVSC.2
017600     02  WS-FL-CHANGE    PIC X(10).                               CVSVSC.2
017700     02  FILLER          PIC X(3).                                CVSVSC.2
017800     02  WS-FL-TREND     PIC X(6).                                CVSVSC.2
017900     02  FILLER          PIC X(21).                               CVSVSC.2
018000 01  WS-SUMMARY-LINE.                                             CVSVSC.2
018100     02  WS-SL-RELEASE   PIC X(17).                               CVSVSC.2
018200     02  WS-SL-COL       PIC X(8) OCCURS 6 TIMES.                 CVSVSC.2
018300     02  WS-SL-DAYS      PIC X(8).                                CVSVSC.2
018400     02  FILLER          PIC X(27).                               CVSVSC.2
018500 PROCEDURE DIVISION.                                              CVSVSC.2
018600 CCVSVSC-MAIN SECTION.                                            CVSVSC.2
018700 CCVSVSC-START.                                                   CVSVSC.2
018800     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSVSC.2
018900     PERFORM  LOAD-CAMPAIGNS THRU LOAD-CAMPAIGNS-EX.              CVSVSC.2
019000     IF       WS-CAMP-CT = ZERO                                   CVSVSC.2
019100              DISPLAY "CCVSVSC: NO CAMPAIGNS IN campaigns.dat "   CVSVSC.2
019200                  "-- NOTHING TO SCORE"                           CVSVSC.2
019300              MOVE 8 TO RETURN-CODE                               CVSVSC.2
019400              STOP RUN.                                           CVSVSC.2
019500     PERFORM  LOAD-LEDGER THRU LOAD-LEDGER-EX.                    CVSVSC.2
019600     PERFORM  LOAD-CASES THRU LOAD-CASES-EX.                      CVSVSC.2
019700     PERFORM  SCORE-ONE-RELEASE                                   CVSVSC.2
019800              VARYING WS-REL FROM 1 BY 1                          CVSVSC.2
019900              UNTIL WS-REL > WS-CAMP-CT.                          CVSVSC.2
020000     OPEN     OUTPUT SCORECARD-FILE.                              CVSVSC.2
020100     IF       WS-SC-FSTATUS NOT = "00"                            CVSVSC.2
020200              DISPLAY "CCVSVSC: CANNOT OPEN vendor_scorecard.rpt" CVSVSC.2
020300              MOVE 8 TO RETURN-CODE                               CVSVSC.2
020400              STOP RUN.                                           CVSVSC.2
020500     MOVE     ZERO TO WS-PAGE-NUMBER WS-PAGE-LINE-CT.             CVSVSC.2
020600     PERFORM  WRITE-RELEASE-PAGE                                  CVSVSC.2
020700              VARYING WS-REL FROM 1 BY 1                          CVSVSC.2
020800              UNTIL WS-REL > WS-CAMP-CT.                          CVSVSC.2
020900     PERFORM  WRITE-SUMMARY-PAGE.                                 CVSVSC.2
021000     CLOSE    SCORECARD-FILE.                                     CVSVSC.2
021100     DISPLAY  "CCVSVSC: " WS-CAMP-CT " RELEASE(S) SCORED ON "     CVSVSC.2
021200              WS-PAGE-NUMBER " PAGE(S) -- SEE "                   CVSVSC.2
021300              "vendor_scorecard.rpt".                             CVSVSC.2
021400     STOP     RUN.                                                CVSVSC.2
021500*                                                                 CVSVSC.2
021600*    THE CAMPAIGN REGISTER: ONE RELEASE PER C RECORD.             CVSVSC.2
021700*                                                                 CVSVSC.2
021800 LOAD-CAMPAIGNS.                                                  CVSVSC.2
021900     OPEN     INPUT CAMPAIGN-FILE.                                CVSVSC.2
022000     IF       WS-CP-FSTATUS NOT = "00"                            CVSVSC.2
022100              GO TO LOAD-CAMPAIGNS-EX.                            CVSVSC.2
022200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVSC.2
022300     PERFORM  READ-CAMPAIGN-LINE.                                 CVSVSC.2
022400     PERFORM  STORE-CAMPAIGN-LINE                                 CVSVSC.2
022500              UNTIL WS-EOF-SWITCH = "Y".                          CVSVSC.2
022600     CLOSE    CAMPAIGN-FILE.                                      CVSVSC.2
022700 LOAD-CAMPAIGNS-EX.                                               CVSVSC.2
022800     EXIT.                                                        CVSVSC.2
022900 READ-CAMPAIGN-LINE.                                              CVSVSC.2
023000     READ     CAMPAIGN-FILE                                       CVSVSC.2
023100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVSC.2
023200 STORE-CAMPAIGN-LINE.                                             CVSVSC.2
023300     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSVSC.2
023400     UNSTRING CAMPAIGN-REC DELIMITED BY "|"                       CVSVSC.2
023500              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSVSC.2
023600                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6).        CVSVSC.2
023700     IF       WS-FIELD (1) = "C" AND WS-CAMP-CT < 50              CVSVSC.2
023800              ADD 1 TO WS-CAMP-CT                                 CVSVSC.2
023900              MOVE WS-FIELD (2) TO WS-C-RELEASE (WS-CAMP-CT)      CVSVSC.2
024000              MOVE WS-FIELD (3) TO WS-C-BASE (WS-CAMP-CT)         CVSVSC.2
024100              MOVE WS-FIELD (4) TO WS-C-BUILD (WS-CAMP-CT)        CVSVSC.2
024200              MOVE WS-FIELD (5) TO WS-C-OPENED (WS-CAMP-CT)       CVSVSC.2
024300              MOVE WS-FIELD (6) TO WS-C-VERDICT (WS-CAMP-CT).     CVSVSC.2
024400     PERFORM  READ-CAMPAIGN-LINE.                                 CVSVSC.2
024500*                                                                 CVSVSC.2
024600*    THE FAILURE LEDGER, EACH ENTRY'S FIRST AND LAST BUILD        CVSVSC.2
024700*    TRANSLATED TO A RELEASE POSITION (ZERO IF NO RELEASE).       CVSVSC.2
024800*                                                                 CVSVSC.2
024900 LOAD-LEDGER.                                                     CVSVSC.2
025000     OPEN     INPUT LEDGER-FILE.                                  CVSVSC.2
025100     IF       WS-LG-FSTATUS NOT = "00"                            CVSVSC.2
025200              DISPLAY "CCVSVSC: NO failure_ledger.csv -- LEDGER " CVSVSC.2
025300                  "FIGURES N/A"                                   CVSVSC.2
025400              GO TO LOAD-LEDGER-EX.                               CVSVSC.2
025500     MOVE     "Y" TO WS-LEDGER-SW.                                CVSVSC.2
025600     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVSC.2
025700     PERFORM  READ-LEDGER-LINE.                                   CVSVSC.2
025800     PERFORM  STORE-LEDGER-LINE                                   CVSVSC.2
025900              UNTIL WS-EOF-SWITCH = "Y".                          CVSVSC.2
026000     CLOSE    LEDGER-FILE.                                        CVSVSC.2
026100 LOAD-LEDGER-EX.                                                  CVSVSC.2
026200     EXIT.                                                        CVSVSC.2
026300 READ-LEDGER-LINE.                                                CVSVSC.2
026400     READ     LEDGER-FILE                                         CVSVSC.2
026500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVSC.2
026600 STORE-LEDGER-LINE.                                               CVSVSC.2
026700     IF       LEDGER-REC NOT = SPACE                              CVSVSC.2
026800              AND LEDGER-REC (1:6) NOT = "PGM-ID"                 CVSVSC.2
026900              AND WS-LEDGER-CT < 800                              CVSVSC.2
027000              ADD 1 TO WS-LEDGER-CT                               CVSVSC.2
027100              MOVE SPACE TO WS-FIELD-TABLE                        CVSVSC.2
027200              UNSTRING LEDGER-REC DELIMITED BY ","                CVSVSC.2
027300                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSVSC.2
027400                       WS-FIELD (4) WS-FIELD (5)                  CVSVSC.2
027500              MOVE WS-FIELD (1) TO WS-G-PGM (WS-LEDGER-CT)        CVSVSC.2
027600              MOVE WS-FIELD (2) TO WS-G-PAR (WS-LEDGER-CT)        CVSVSC.2
027700              MOVE WS-FIELD (3) TO WS-G-STATE (WS-LEDGER-CT)      CVSVSC.2
027800              MOVE WS-FIELD (4) TO WS-BUILD-KEY                   CVSVSC.2
027900              PERFORM FIND-BUILD-RELEASE                          CVSVSC.2
028000              MOVE WS-FOUND TO WS-G-FIRST-REL (WS-LEDGER-CT)      CVSVSC.2
028100              MOVE WS-FIELD (5) TO WS-BUILD-KEY                   CVSVSC.2
028200              PERFORM FIND-BUILD-RELEASE                          CVSVSC.2
028300              MOVE WS-FOUND TO WS-G-LAST-REL (WS-LEDGER-CT).      CVSVSC.2
028400     PERFORM  READ-LEDGER-LINE.                                   CVSVSC.2
028500 FIND-BUILD-RELEASE.                                              CVSVSC.2
028600     MOVE     ZERO TO WS-FOUND.                                   CVSVSC.2
028700     IF       WS-BUILD-KEY NOT = SPACE                            CVSVSC.2
028800              PERFORM MATCH-BUILD-RELEASE                         CVSVSC.2
028900                  VARYING WS-SUB FROM WS-CAMP-CT BY -1            CVSVSC.2
029000                  UNTIL WS-SUB < 1.                               CVSVSC.2
029100 MATCH-BUILD-RELEASE.                                             CVSVSC.2
029200     IF       WS-C-BUILD (WS-SUB) = WS-BUILD-KEY                  CVSVSC.2
029300              MOVE WS-SUB TO WS-FOUND.                            CVSVSC.2
029400*                                                                 CVSVSC.2
029500*    THE VENDOR DEFECT CASES; ONLY THE C RECORDS MATTER HERE.     CVSVSC.2
029600*                                                                 CVSVSC.2
029700 LOAD-CASES.                                                      CVSVSC.2
029800     OPEN     INPUT CASE-FILE.                                    CVSVSC.2
029900     IF       WS-CF-FSTATUS NOT = "00"                            CVSVSC.2
030000              GO TO LOAD-CASES-EX.                                CVSVSC.2
030100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVSC.2
030200     PERFORM  READ-CASE-LINE.                                     CVSVSC.2
030300     PERFORM  STORE-CASE-LINE                                     CVSVSC.2
030400              UNTIL WS-EOF-SWITCH = "Y".                          CVSVSC.2
030500     CLOSE    CASE-FILE.                                          CVSVSC.2
030600 LOAD-CASES-EX.                                                   CVSVSC.2
030700     EXIT.                                                        CVSVSC.2
030800 READ-CASE-LINE.                                                  CVSVSC.2
030900     READ     CASE-FILE                                           CVSVSC.2
031000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVSC.2
031100 STORE-CASE-LINE.                                                 CVSVSC.2
031200     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSVSC.2
031300     UNSTRING CASE-REC DELIMITED BY "|"                           CVSVSC.2
031400              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSVSC.2
031500                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSVSC.2
031600                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9).        CVSVSC.2
031700     IF       WS-FIELD (1) = "C"                                  CVSVSC.2
031800              AND WS-CASE-CT < 200                                CVSVSC.2
031900              ADD 1 TO WS-CASE-CT                                 CVSVSC.2
032000              MOVE WS-FIELD (3) TO WS-K-STATE (WS-CASE-CT)        CVSVSC.2
032100              MOVE ZERO TO WS-K-OPENED (WS-CASE-CT)               CVSVSC.2
032200              IF  WS-FIELD (7) (1:8) IS NUMERIC                   CVSVSC.2
032300                  MOVE WS-FIELD (7) (1:8)                         CVSVSC.2
032400                      TO WS-K-OPENED (WS-CASE-CT)                 CVSVSC.2
032500              END-IF                                              CVSVSC.2
032600              MOVE WS-FIELD (9) TO WS-K-CBUILD (WS-CASE-CT)       CVSVSC.2
032700     END-IF.                                                      CVSVSC.2
032800     PERFORM  READ-CASE-LINE.                                     CVSVSC.2
032900*                                                                 CVSVSC.2
033000*    THE SEVEN FIGURES FOR RELEASE WS-REL.                        CVSVSC.2
033100*                                                                 CVSVSC.2
033200 SCORE-ONE-RELEASE.                                               CVSVSC.2
033300     PERFORM  CLEAR-ONE-FIGURE                                    CVSVSC.2
033400              VARYING WS-FIG FROM 1 BY 1                          CVSVSC.2
033500              UNTIL WS-FIG > 7.                                   CVSVSC.2
033600     IF       WS-LEDGER-SW = "Y"                                  CVSVSC.2
033700              MOVE "Y" TO WS-C-HAVE (WS-REL, 1)                   CVSVSC.2
033800                  WS-C-HAVE (WS-REL, 2) WS-C-HAVE (WS-REL, 3)     CVSVSC.2
033900              PERFORM TALLY-LEDGER-ENTRY                          CVSVSC.2
034000                  VARYING WS-SUB FROM 1 BY 1                      CVSVSC.2
034100                  UNTIL WS-SUB > WS-LEDGER-CT.                    CVSVSC.2
034200     PERFORM  COUNT-WAIVED-FAILURES                               CVSVSC.2
034300              THRU COUNT-WAIVED-FAILURES-EX.                      CVSVSC.2
034400     PERFORM  COUNT-FLAKY-ASSERTIONS                              CVSVSC.2
034500              THRU COUNT-FLAKY-ASSERTIONS-EX.                     CVSVSC.2
034600     PERFORM  COUNT-CLEAN-DIAGNOSTICS                             CVSVSC.2
034700              THRU COUNT-CLEAN-DIAGNOSTICS-EX.                    CVSVSC.2
034800     PERFORM  MEASURE-DAYS-TO-FIX                                 CVSVSC.2
034900              THRU MEASURE-DAYS-TO-FIX-EX.                        CVSVSC.2
035000 CLEAR-ONE-FIGURE.                                                CVSVSC.2
035100     MOVE     ZERO TO WS-C-FIG (WS-REL, WS-FIG).                  CVSVSC.2
035200     MOVE     "N" TO WS-C-HAVE (WS-REL, WS-FIG).                  CVSVSC.2
035300 TALLY-LEDGER-ENTRY.                                              CVSVSC.2
035400     IF       WS-G-FIRST-REL (WS-SUB) = WS-REL                    CVSVSC.2
035500              ADD 1 TO WS-C-FIG (WS-REL, 1).                      CVSVSC.2
035600     IF       WS-G-STATE (WS-SUB) = "CLOSED"                      CVSVSC.2
035700              AND WS-G-LAST-REL (WS-SUB) = WS-REL                 CVSVSC.2
035800              ADD 1 TO WS-C-FIG (WS-REL, 2).                      CVSVSC.2
035900     IF       WS-G-FIRST-REL (WS-SUB) > ZERO                      CVSVSC.2
036000              AND WS-G-FIRST-REL (WS-SUB) < WS-REL                CVSVSC.2
036100              IF  (WS-G-STATE (WS-SUB) = "OPEN"                   CVSVSC.2
036200                  AND WS-G-LAST-REL (WS-SUB) NOT < WS-REL)        CVSVSC.2
036300                  OR (WS-G-STATE (WS-SUB) = "CLOSED"              CVSVSC.2
036400                  AND WS-G-LAST-REL (WS-SUB) > WS-REL)            CVSVSC.2
036500                  ADD 1 TO WS-C-FIG (WS-REL, 3)                   CVSVSC.2
036600              END-IF                                              CVSVSC.2
036700     END-IF.                                                      CVSVSC.2
036800*                                                                 CVSVSC.2
036900*    THE VAULTED MEMBERS OF THE RELEASE'S BASE RUN.  A MEMBER     CVSVSC.2
037000*    NOT IN THE VAULT LEAVES ITS FIGURE N/A.                      CVSVSC.2
037100*                                                                 CVSVSC.2
037200 OPEN-VAULT-MEMBER.                                               CVSVSC.2
037300     MOVE     SPACE TO WS-MEMBER-FNAME.                           CVSVSC.2
037400     STRING   "vault/run_" DELIMITED BY SIZE                      CVSVSC.2
037500              WS-C-BASE (WS-REL) DELIMITED BY SPACE               CVSVSC.2
037600              "/" DELIMITED BY SIZE                               CVSVSC.2
037700              WS-MEMBER-NAME DELIMITED BY SPACE                   CVSVSC.2
037800              INTO WS-MEMBER-FNAME.                               CVSVSC.2
037900     MOVE     "99" TO WS-VM-FSTATUS.                              CVSVSC.2
038000     MOVE     ZERO TO WS-MEMBER-CT.                               CVSVSC.2
038100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSVSC.2
038200     IF       WS-C-BASE (WS-REL) NOT = SPACE                      CVSVSC.2
038300              OPEN INPUT VAULT-MEMBER-FILE.                       CVSVSC.2
038400 READ-VAULT-MEMBER.                                               CVSVSC.2
038500     READ     VAULT-MEMBER-FILE                                   CVSVSC.2
038600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSVSC.2
038700 COUNT-WAIVED-FAILURES.                                           CVSVSC.2
038800     MOVE     "waiver_report.rpt" TO WS-MEMBER-NAME.              CVSVSC.2
038900     PERFORM  OPEN-VAULT-MEMBER.                                  CVSVSC.2
039000     IF       WS-VM-FSTATUS NOT = "00"                            CVSVSC.2
039100              GO TO COUNT-WAIVED-FAILURES-EX.                     CVSVSC.2
039200     MOVE     "N" TO WS-SECTION-SW.                               CVSVSC.2
039300     PERFORM  READ-VAULT-MEMBER.                                  CVSVSC.2
039400     PERFORM  COUNT-ONE-WAIVER-LINE                               CVSVSC.2
039500              UNTIL WS-EOF-SWITCH = "Y".                          CVSVSC.2
039600     CLOSE    VAULT-MEMBER-FILE.                                  CVSVSC.2
039700     MOVE     WS-MEMBER-CT TO WS-C-FIG (WS-REL, 4).               CVSVSC.2
039800     MOVE     "Y" TO WS-C-HAVE (WS-REL, 4).                       CVSVSC.2
039900 COUNT-WAIVED-FAILURES-EX.                                        CVSVSC.2
040000     EXIT.                                                        CVSVSC.2
040100 COUNT-ONE-WAIVER-LINE.                                           CVSVSC.2
040200     IF       VAULT-MEMBER-REC (1:22) = "WAIVER LEDGER HYGIENE:"  CVSVSC.2
040300              MOVE "N" TO WS-SECTION-SW.                          CVSVSC.2
040400     IF       WS-SECTION-SW = "Y"                                 CVSVSC.2
040500              AND VAULT-MEMBER-REC (1:2) = SPACE                  CVSVSC.2
040600              AND VAULT-MEMBER-REC (3:1) NOT = SPACE              CVSVSC.2
040700              AND VAULT-MEMBER-REC (3:1) NOT = "("                CVSVSC.2
040800              ADD 1 TO WS-MEMBER-CT.                              CVSVSC.2
040900     IF       VAULT-MEMBER-REC (1:25) =                           CVSVSC.2
041000              "WAIVED FAILURES THIS RUN:"                         CVSVSC.2
041100              MOVE "Y" TO WS-SECTION-SW.                          CVSVSC.2
041200     PERFORM  READ-VAULT-MEMBER.                                  CVSVSC.2
041300 COUNT-FLAKY-ASSERTIONS.                                          CVSVSC.2
041400     MOVE     "flaky_report.rpt" TO WS-MEMBER-NAME.               CVSVSC.2
041500     PERFORM  OPEN-VAULT-MEMBER.                                  CVSVSC.2
041600     IF       WS-VM-FSTATUS NOT = "00"                            CVSVSC.2
041700              GO TO COUNT-FLAKY-ASSERTIONS-EX.                    CVSVSC.2
041800     PERFORM  READ-VAULT-MEMBER.                                  CVSVSC.2
041900     PERFORM  COUNT-ONE-FLAKY-LINE                                CVSVSC.2
042000              UNTIL WS-EOF-SWITCH = "Y".                          CVSVSC.2
042100     CLOSE    VAULT-MEMBER-FILE.                                  CVSVSC.2
042200     MOVE     WS-MEMBER-CT TO WS-C-FIG (WS-REL, 5).               CVSVSC.2
042300     MOVE     "Y" TO WS-C-HAVE (WS-REL, 5).                       CVSVSC.2
042400 COUNT-FLAKY-ASSERTIONS-EX.                                       CVSVSC.2
042500     EXIT.                                                        CVSVSC.2
042600 COUNT-ONE-FLAKY-LINE.                                            CVSVSC.2
042700     MOVE     ZERO TO WS-TALLY.                                   CVSVSC.2
042800     INSPECT  VAULT-MEMBER-REC TALLYING WS-TALLY                  CVSVSC.2
042900              FOR ALL " OUTCOME VARIES ACROSS ITERATIONS".        CVSVSC.2
043000     IF       WS-TALLY > ZERO                                     CVSVSC.2
043100              ADD 1 TO WS-MEMBER-CT.                              CVSVSC.2
043200     PERFORM  READ-VAULT-MEMBER.                                  CVSVSC.2
043300 COUNT-CLEAN-DIAGNOSTICS.                                         CVSVSC.2
043400     MOVE     "compile_diagnostics.csv" TO WS-MEMBER-NAME.        CVSVSC.2
043500     PERFORM  OPEN-VAULT-MEMBER.                                  CVSVSC.2
043600     IF       WS-VM-FSTATUS NOT = "00"                            CVSVSC.2
043700              GO TO COUNT-CLEAN-DIAGNOSTICS-EX.                   CVSVSC.2
043800     PERFORM  READ-VAULT-MEMBER.                                  CVSVSC.2
043900     PERFORM  COUNT-ONE-DIAGNOSTIC-ROW                            CVSVSC.2
044000              UNTIL WS-EOF-SWITCH = "Y".                          CVSVSC.2
044100     CLOSE    VAULT-MEMBER-FILE.                                  CVSVSC.2
044200     MOVE     WS-MEMBER-CT TO WS-C-FIG (WS-REL, 6).               CVSVSC.2
044300     MOVE     "Y" TO WS-C-HAVE (WS-REL, 6).                       CVSVSC.2
044400 COUNT-CLEAN-DIAGNOSTICS-EX.                                      CVSVSC.2
044500     EXIT.                                                        CVSVSC.2
044600 COUNT-ONE-DIAGNOSTIC-ROW.                                        CVSVSC.2
044700*    MODULE,DIAGNOSTIC-LINES,RETURN-CODE; THE XR SOURCES ARE      CVSVSC.2
044800*    MEANT TO DRAW DIAGNOSTICS AND ARE LEFT OUT.                  CVSVSC.2
044900     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSVSC.2
045000     UNSTRING VAULT-MEMBER-REC DELIMITED BY ","                   CVSVSC.2
045100              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3).        CVSVSC.2
045200     MOVE     ZERO TO WS-LEN.                                     CVSVSC.2
045300     INSPECT  WS-FIELD (2) TALLYING WS-LEN                        CVSVSC.2
045400              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSVSC.2
045500     IF       WS-FIELD (1) (1:2) NOT = "XR"                       CVSVSC.2
045600              AND WS-LEN > ZERO AND WS-LEN < 6                    CVSVSC.2
045700              AND WS-FIELD (2) (1:WS-LEN) IS NUMERIC              CVSVSC.2
045800              MOVE WS-FIELD (2) (1:WS-LEN) TO WS-NUMBER           CVSVSC.2
045900              ADD WS-NUMBER TO WS-MEMBER-CT.                      CVSVSC.2
046000     PERFORM  READ-VAULT-MEMBER.                                  CVSVSC.2
046100*                                                                 CVSVSC.2
046200*    A CASE IS TAKEN AS FIXED IN THE RELEASE WHOSE BUILD CLOSED   CVSVSC.2
046300*    IT; ITS KIT-TO-FIX TIME RUNS TO THAT CAMPAIGN'S OPENING.     CVSVSC.2
046400*                                                                 CVSVSC.2
046500 MEASURE-DAYS-TO-FIX.                                             CVSVSC.2
046600     MOVE     ZERO TO WS-FIXED-CT WS-DAYS-TOTAL.                  CVSVSC.2
046700     IF       WS-C-OPENED (WS-REL) IS NOT NUMERIC                 CVSVSC.2
046800              GO TO MEASURE-DAYS-TO-FIX-EX.                       CVSVSC.2
046900     MOVE     WS-C-OPENED (WS-REL) TO WS-OPENED-DATE.             CVSVSC.2
047000     PERFORM  MEASURE-ONE-CASE                                    CVSVSC.2
047100              VARYING WS-SUB FROM 1 BY 1                          CVSVSC.2
047200              UNTIL WS-SUB > WS-CASE-CT.                          CVSVSC.2
047300     IF       WS-FIXED-CT > ZERO                                  CVSVSC.2
047400              COMPUTE WS-C-FIG (WS-REL, 7) ROUNDED =              CVSVSC.2
047500                  WS-DAYS-TOTAL / WS-FIXED-CT                     CVSVSC.2
047600              MOVE "Y" TO WS-C-HAVE (WS-REL, 7).                  CVSVSC.2
047700 MEASURE-DAYS-TO-FIX-EX.                                          CVSVSC.2
047800     EXIT.                                                        CVSVSC.2
047900 MEASURE-ONE-CASE.                                                CVSVSC.2
048000     IF       WS-K-STATE (WS-SUB) = "CLOSED"                      CVSVSC.2
048100              AND WS-K-CBUILD (WS-SUB) = WS-C-BUILD (WS-REL)      CVSVSC.2
048200              AND WS-K-OPENED (WS-SUB) > ZERO                     CVSVSC.2
048300              ADD 1 TO WS-FIXED-CT                                CVSVSC.2
048400              COMPUTE WS-DAYS =                                   CVSVSC.2
048500                  FUNCTION INTEGER-OF-DATE (WS-OPENED-DATE)       CVSVSC.2
048600                  - FUNCTION INTEGER-OF-DATE                      CVSVSC.2
048700                      (WS-K-OPENED (WS-SUB))                      CVSVSC.2
048800              IF  WS-DAYS > ZERO                                  CVSVSC.2
048900                  ADD WS-DAYS TO WS-DAYS-TOTAL                    CVSVSC.2
049000              END-IF                                              CVSVSC.2
049100     END-IF.                                                      CVSVSC.2
049200*                                                                 CVSVSC.2
049300*    ONE PAGE PER RELEASE: THE FIGURES AGAINST THE PREVIOUS       CVSVSC.2
049400*    RELEASE, THEN THE FAILURES IT INTRODUCED AND FIXED.          CVSVSC.2
049500*                                                                 CVSVSC.2
049600 WRITE-RELEASE-PAGE.                                              CVSVSC.2
049700     COMPUTE  WS-PREV = WS-REL - 1.                               CVSVSC.2
049800     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
049900     STRING   "RELEASE:       " DELIMITED BY SIZE                 CVSVSC.2
050000              WS-C-RELEASE (WS-REL) DELIMITED BY SIZE             CVSVSC.2
050100              "  BUILD: " DELIMITED BY SIZE                       CVSVSC.2
050200              WS-C-BUILD (WS-REL) DELIMITED BY SIZE               CVSVSC.2
050300              INTO WS-PRINT-LINE.                                 CVSVSC.2
050400     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
050500     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
050600     STRING   "OPENED:        " DELIMITED BY SIZE                 CVSVSC.2
050700              WS-C-OPENED (WS-REL) DELIMITED BY SIZE              CVSVSC.2
050800              "          BASE RUN: " DELIMITED BY SIZE            CVSVSC.2
050900              WS-C-BASE (WS-REL) DELIMITED BY SIZE                CVSVSC.2
051000              "  VERDICT: " DELIMITED BY SIZE                     CVSVSC.2
051100              WS-C-VERDICT (WS-REL) DELIMITED BY SIZE             CVSVSC.2
051200              INTO WS-PRINT-LINE.                                 CVSVSC.2
051300     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
051400     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
051500     IF       WS-PREV = ZERO                                      CVSVSC.2
051600              MOVE "COMPARED WITH: (NONE -- FIRST RELEASE)"       CVSVSC.2
051700                  TO WS-PRINT-LINE                                CVSVSC.2
051800     ELSE                                                         CVSVSC.2
051900              STRING "COMPARED WITH: " DELIMITED BY SIZE          CVSVSC.2
052000                  WS-C-RELEASE (WS-PREV) DELIMITED BY SIZE        CVSVSC.2
052100                  "  BUILD: " DELIMITED BY SIZE                   CVSVSC.2
052200                  WS-C-BUILD (WS-PREV) DELIMITED BY SIZE          CVSVSC.2
052300                  INTO WS-PRINT-LINE.                             CVSVSC.2
052400     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
052500     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
052600     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
052700     MOVE     SPACE TO WS-FIGURE-LINE.                            CVSVSC.2
052800     MOVE     "FIGURE" TO WS-FL-LABEL.                            CVSVSC.2
052900     MOVE     "   RELEASE" TO WS-FL-THIS.                         CVSVSC.2
053000     MOVE     "  PREVIOUS" TO WS-FL-PREV.                         CVSVSC.2
053100     MOVE     "    CHANGE" TO WS-FL-CHANGE.                       CVSVSC.2
053200     MOVE     "TREND" TO WS-FL-TREND.                             CVSVSC.2
053300     MOVE     WS-FIGURE-LINE TO WS-PRINT-LINE.                    CVSVSC.2
053400     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
053500     MOVE     ALL "-" TO WS-PRINT-LINE (1:79).                    CVSVSC.2
053600     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
053700     PERFORM  WRITE-FIGURE-LINE                                   CVSVSC.2
053800              VARYING WS-FIG FROM 1 BY 1                          CVSVSC.2
053900              UNTIL WS-FIG > 7.                                   CVSVSC.2
054000     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
054100     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
054200     MOVE     "NEW" TO WS-LIST-KIND.                              CVSVSC.2
054300     MOVE     "NEW FAILURES INTRODUCED:" TO WS-PRINT-LINE.        CVSVSC.2
054400     PERFORM  WRITE-FAILURE-LIST.                                 CVSVSC.2
054500     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
054600     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
054700     MOVE     "FIXED" TO WS-LIST-KIND.                            CVSVSC.2
054800     MOVE     "FAILURES FIXED:" TO WS-PRINT-LINE.                 CVSVSC.2
054900     PERFORM  WRITE-FAILURE-LIST.                                 CVSVSC.2
055000     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
055100     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
055200     MOVE     "N/A = SOURCE NOT ON FILE FOR THE RELEASE."         CVSVSC.2
055300              TO WS-PRINT-LINE.                                   CVSVSC.2
055400     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
055500     PERFORM  FINISH-PAGE.                                        CVSVSC.2
055600 WRITE-FIGURE-LINE.                                               CVSVSC.2
055700     MOVE     SPACE TO WS-FIGURE-LINE.                            CVSVSC.2
055800     MOVE     WS-FIGURE-NAME (WS-FIG) TO WS-FL-LABEL.             CVSVSC.2
055900     MOVE     "       N/A" TO WS-FL-THIS WS-FL-PREV.              CVSVSC.2
056000     MOVE     "        --" TO WS-FL-CHANGE.                       CVSVSC.2
056100     MOVE     "--" TO WS-FL-TREND.                                CVSVSC.2
056200     IF       WS-C-HAVE (WS-REL, WS-FIG) = "Y"                    CVSVSC.2
056300              MOVE WS-C-FIG (WS-REL, WS-FIG) TO WS-INT-EDIT       CVSVSC.2
056400                  WS-DEC-EDIT                                     CVSVSC.2
056500              MOVE WS-INT-EDIT TO WS-FL-THIS                      CVSVSC.2
056600              IF  WS-FIG = 7                                      CVSVSC.2
056700                  MOVE WS-DEC-EDIT TO WS-FL-THIS                  CVSVSC.2
056800              END-IF                                              CVSVSC.2
056900     END-IF.                                                      CVSVSC.2
057000     IF       WS-PREV > ZERO                                      CVSVSC.2
057100              IF  WS-C-HAVE (WS-PREV, WS-FIG) = "Y"               CVSVSC.2
057200                  MOVE WS-C-FIG (WS-PREV, WS-FIG) TO WS-INT-EDIT  CVSVSC.2
057300                      WS-DEC-EDIT                                 CVSVSC.2
057400                  MOVE WS-INT-EDIT TO WS-FL-PREV                  CVSVSC.2
057500                  IF  WS-FIG = 7                                  CVSVSC.2
057600                      MOVE WS-DEC-EDIT TO WS-FL-PREV              CVSVSC.2
057700                  END-IF                                          CVSVSC.2
057800              END-IF                                              CVSVSC.2
057900     END-IF.                                                      CVSVSC.2
058000     IF       WS-PREV > ZERO                                      CVSVSC.2
058100              AND WS-C-HAVE (WS-REL, WS-FIG) = "Y"                CVSVSC.2
058200              AND WS-C-HAVE (WS-PREV, WS-FIG) = "Y"               CVSVSC.2
058300              PERFORM SET-FIGURE-CHANGE.                          CVSVSC.2
058400     MOVE     WS-FIGURE-LINE TO WS-PRINT-LINE.                    CVSVSC.2
058500     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
058600 SET-FIGURE-CHANGE.                                               CVSVSC.2
058700*    MORE FIXES IS BETTER; MORE OF ANYTHING ELSE IS WORSE.        CVSVSC.2
058800     COMPUTE  WS-DIFF = WS-C-FIG (WS-REL, WS-FIG)                 CVSVSC.2
058900              - WS-C-FIG (WS-PREV, WS-FIG).                       CVSVSC.2
059000     MOVE     WS-DIFF TO WS-CHG-INT-EDIT WS-CHG-DEC-EDIT.         CVSVSC.2
059100     MOVE     WS-CHG-INT-EDIT TO WS-FL-CHANGE.                    CVSVSC.2
059200     IF       WS-FIG = 7                                          CVSVSC.2
059300              MOVE WS-CHG-DEC-EDIT TO WS-FL-CHANGE.               CVSVSC.2
059400     IF       WS-DIFF = ZERO                                      CVSVSC.2
059500              MOVE "         0" TO WS-FL-CHANGE.                  CVSVSC.2
059600     IF       WS-DIFF = ZERO                                      CVSVSC.2
059700              MOVE "SAME" TO WS-FL-TREND                          CVSVSC.2
059800     ELSE                                                         CVSVSC.2
059900              IF  (WS-DIFF > ZERO AND WS-FIG NOT = 2)             CVSVSC.2
060000                  OR (WS-DIFF < ZERO AND WS-FIG = 2)              CVSVSC.2
060100                  MOVE "WORSE" TO WS-FL-TREND                     CVSVSC.2
060200              ELSE                                                CVSVSC.2
060300                  MOVE "BETTER" TO WS-FL-TREND.                   CVSVSC.2
060400*                                                                 CVSVSC.2
060500*    AT MOST 18 PAIRS PER LIST, SO THE PAGE STAYS ONE PAGE.       CVSVSC.2
060600*                                                                 CVSVSC.2
060700 WRITE-FAILURE-LIST.                                              CVSVSC.2
060800     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
060900     MOVE     ZERO TO WS-LIST-CT.                                 CVSVSC.2
061000     IF       WS-LEDGER-SW = "Y"                                  CVSVSC.2
061100              PERFORM LIST-ONE-FAILURE                            CVSVSC.2
061200                  VARYING WS-SUB FROM 1 BY 1                      CVSVSC.2
061300                  UNTIL WS-SUB > WS-LEDGER-CT.                    CVSVSC.2
061400     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
061500     IF       WS-LEDGER-SW NOT = "Y"                              CVSVSC.2
061600              MOVE "  (N/A -- NO failure_ledger.csv)"             CVSVSC.2
061700                  TO WS-PRINT-LINE                                CVSVSC.2
061800              PERFORM WRITE-PAGE-LINE                             CVSVSC.2
061900     ELSE                                                         CVSVSC.2
062000              IF  WS-LIST-CT = ZERO                               CVSVSC.2
062100                  MOVE "  (NONE)" TO WS-PRINT-LINE                CVSVSC.2
062200                  PERFORM WRITE-PAGE-LINE                         CVSVSC.2
062300              END-IF                                              CVSVSC.2
062400              IF  WS-LIST-CT > 18                                 CVSVSC.2
062500                  COMPUTE WS-MORE-EDIT = WS-LIST-CT - 18          CVSVSC.2
062600                  STRING "  ... AND " DELIMITED BY SIZE           CVSVSC.2
062700                      WS-MORE-EDIT DELIMITED BY SIZE              CVSVSC.2
062800                      " MORE -- SEE failure_ledger.csv"           CVSVSC.2
062900                          DELIMITED BY SIZE                       CVSVSC.2
063000                      INTO WS-PRINT-LINE                          CVSVSC.2
063100                  PERFORM WRITE-PAGE-LINE                         CVSVSC.2
063200              END-IF                                              CVSVSC.2
063300     END-IF.                                                      CVSVSC.2
063400 LIST-ONE-FAILURE.                                                CVSVSC.2
063500     IF       (WS-LIST-KIND = "NEW"                               CVSVSC.2
063600              AND WS-G-FIRST-REL (WS-SUB) = WS-REL)               CVSVSC.2
063700              OR (WS-LIST-KIND = "FIXED"                          CVSVSC.2
063800              AND WS-G-STATE (WS-SUB) = "CLOSED"                  CVSVSC.2
063900              AND WS-G-LAST-REL (WS-SUB) = WS-REL)                CVSVSC.2
064000              ADD 1 TO WS-LIST-CT                                 CVSVSC.2
064100              IF  WS-LIST-CT NOT > 18                             CVSVSC.2
064200                  MOVE SPACE TO WS-PRINT-LINE                     CVSVSC.2
064300                  STRING "  " DELIMITED BY SIZE                   CVSVSC.2
064400                      WS-G-PGM (WS-SUB) DELIMITED BY SPACE        CVSVSC.2
064500                      " " DELIMITED BY SIZE                       CVSVSC.2
064600                      WS-G-PAR (WS-SUB) DELIMITED BY SPACE        CVSVSC.2
064700                      INTO WS-PRINT-LINE                          CVSVSC.2
064800                  PERFORM WRITE-PAGE-LINE                         CVSVSC.2
064900              END-IF                                              CVSVSC.2
065000     END-IF.                                                      CVSVSC.2
065100*                                                                 CVSVSC.2
065200*    THE SUMMARY TABLE: ONE ROW PER RELEASE, ALL SEVEN FIGURES.   CVSVSC.2
065300*                                                                 CVSVSC.2
065400 WRITE-SUMMARY-PAGE.                                              CVSVSC.2
065500     MOVE     "SUMMARY ACROSS RELEASES, IN CAMPAIGN ORDER:"       CVSVSC.2
065600              TO WS-PRINT-LINE.                                   CVSVSC.2
065700     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
065800     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
065900     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
066000     MOVE     SPACE TO WS-SUMMARY-LINE.                           CVSVSC.2
066100     MOVE     "RELEASE" TO WS-SL-RELEASE.                         CVSVSC.2
066200     MOVE     "     NEW" TO WS-SL-COL (1).                        CVSVSC.2
066300     MOVE     "   FIXED" TO WS-SL-COL (2).                        CVSVSC.2
066400     MOVE     " CARRIED" TO WS-SL-COL (3).                        CVSVSC.2
066500     MOVE     " WAIVERS" TO WS-SL-COL (4).                        CVSVSC.2
066600     MOVE     "   FLAKY" TO WS-SL-COL (5).                        CVSVSC.2
066700     MOVE     "   DIAGS" TO WS-SL-COL (6).                        CVSVSC.2
066800     MOVE     "    DAYS" TO WS-SL-DAYS.                           CVSVSC.2
066900     MOVE     WS-SUMMARY-LINE TO WS-PRINT-LINE.                   CVSVSC.2
067000     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
067100     MOVE     ALL "-" TO WS-PRINT-LINE (1:73).                    CVSVSC.2
067200     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
067300     PERFORM  WRITE-SUMMARY-ROW                                   CVSVSC.2
067400              VARYING WS-REL FROM 1 BY 1                          CVSVSC.2
067500              UNTIL WS-REL > WS-CAMP-CT.                          CVSVSC.2
067600     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
067700     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
067800     MOVE     "NEW/FIXED/CARRIED: failure_ledger.csv.  WAIVERS,"  CVSVSC.2
067900              TO WS-PRINT-LINE.                                   CVSVSC.2
068000     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
068100     MOVE     "FLAKY, DIAGS: BASE RUN'S VAULT.  DAYS: KIT TO FIX."CVSVSC.2
068200              TO WS-PRINT-LINE.                                   CVSVSC.2
068300     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
068400     PERFORM  FINISH-PAGE.                                        CVSVSC.2
068500 WRITE-SUMMARY-ROW.                                               CVSVSC.2
068600     MOVE     SPACE TO WS-SUMMARY-LINE.                           CVSVSC.2
068700     MOVE     WS-C-RELEASE (WS-REL) TO WS-SL-RELEASE.             CVSVSC.2
068800     PERFORM  SET-SUMMARY-COLUMN                                  CVSVSC.2
068900              VARYING WS-FIG FROM 1 BY 1                          CVSVSC.2
069000              UNTIL WS-FIG > 6.                                   CVSVSC.2
069100     MOVE     "     N/A" TO WS-SL-DAYS.                           CVSVSC.2
069200     IF       WS-C-HAVE (WS-REL, 7) = "Y"                         CVSVSC.2
069300              MOVE WS-C-FIG (WS-REL, 7) TO WS-DAY-COL-EDIT        CVSVSC.2
069400              MOVE WS-DAY-COL-EDIT TO WS-SL-DAYS (2:7).           CVSVSC.2
069500     MOVE     WS-SUMMARY-LINE TO WS-PRINT-LINE.                   CVSVSC.2
069600     PERFORM  WRITE-PAGE-LINE.                                    CVSVSC.2
069700 SET-SUMMARY-COLUMN.                                              CVSVSC.2
069800     MOVE     "     N/A" TO WS-SL-COL (WS-FIG).                   CVSVSC.2
069900     IF       WS-C-HAVE (WS-REL, WS-FIG) = "Y"                    CVSVSC.2
070000              MOVE WS-C-FIG (WS-REL, WS-FIG) TO WS-COL-EDIT       CVSVSC.2
070100              MOVE WS-COL-EDIT TO WS-SL-COL (WS-FIG) (3:6).       CVSVSC.2
070200*                                                                 CVSVSC.2
070300*    60-LINE PAGES, EACH OPENED BY THE PAGE STAMP; A PAGE IS      CVSVSC.2
070400*    FINISHED WITH BLANK LINES SO THE NEXT STARTS AT THE TOP.     CVSVSC.2
070500*                                                                 CVSVSC.2
070600 WRITE-PAGE-LINE.                                                 CVSVSC.2
070700     IF       WS-PAGE-LINE-CT = ZERO                              CVSVSC.2
070800              ADD 1 TO WS-PAGE-NUMBER                             CVSVSC.2
070900              MOVE WS-PAGE-NUMBER TO WS-PS-NUMBER                 CVSVSC.2
071000              MOVE WS-PAGE-STAMP TO SCORECARD-REC                 CVSVSC.2
071100              WRITE SCORECARD-REC                                 CVSVSC.2
071200              MOVE SPACE TO SCORECARD-REC                         CVSVSC.2
071300              WRITE SCORECARD-REC                                 CVSVSC.2
071400              MOVE 2 TO WS-PAGE-LINE-CT.                          CVSVSC.2
071500     MOVE     WS-PRINT-LINE TO SCORECARD-REC.                     CVSVSC.2
071600     WRITE    SCORECARD-REC.                                      CVSVSC.2
071700     MOVE     SPACE TO WS-PRINT-LINE.                             CVSVSC.2
071800     ADD      1 TO WS-PAGE-LINE-CT.                               CVSVSC.2
071900     IF       WS-PAGE-LINE-CT NOT < 60                            CVSVSC.2
072000              MOVE ZERO TO WS-PAGE-LINE-CT.                       CVSVSC.2
072100 FINISH-PAGE.                                                     CVSVSC.2
072200     PERFORM  WRITE-BLANK-LINE                                    CVSVSC.2
072300              UNTIL WS-PAGE-LINE-CT = ZERO.                       CVSVSC.2
072400 WRITE-BLANK-LINE.                                                CVSVSC.2
072500     MOVE     SPACE TO SCORECARD-REC.                             CVSVSC.2
072600     WRITE    SCORECARD-REC.                                      CVSVSC.2
072700     ADD      1 TO WS-PAGE-LINE-CT.                               CVSVSC.2
072800     IF       WS-PAGE-LINE-CT NOT < 60                            CVSVSC.2
072900              MOVE ZERO TO WS-PAGE-LINE-CT.                       CVSVSC.2
