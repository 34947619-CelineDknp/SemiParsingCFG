000100 IDENTIFICATION DIVISION.                                         CVSTRI.2
000200 PROGRAM-ID.                                                      CVSTRI.2
000300     CCVSTRI.                                                     CVSTRI.2
000400****************************************************************  CVSTRI.2
000500*                                                              *  CVSTRI.2
000600*    FAILURE TRIAGE WORKLIST.                                  *  CVSTRI.2
000700*                                                              *  CVSTRI.2
000800*    CCVSDOS BUILDS A DOSSIER FOR EVERY FAILURE AND CCVSLDG    *  CVSTRI.2
000900*    DATES IT, BUT WHO WAS WORKING A FAILURE AND WHAT THEY     *  CVSTRI.2
001000*    CONCLUDED WAS KEPT NOWHERE.  THE WORKLIST HOLDS ONE       *  CVSTRI.2
001100*    RECORD PER FAILING PGM-ID/PAR-NAME IN                     *  CVSTRI.2
001200*    "triage_worklist.dat":                                    *  CVSTRI.2
001300*                                                              *  CVSTRI.2
001400*        PGM-ID|PAR-NAME|STATE|ANALYST|DISPOSITION|            *  CVSTRI.2
001500*          DUPLICATE OF|FIRST SEEN|ASSIGNED CCYYMMDD           *  CVSTRI.2
001600*                                                              *  CVSTRI.2
001700*    STATE IS OPEN OR CLOSED.  THE DISPOSITION IS ONE OF       *  CVSTRI.2
001800*                                                              *  CVSTRI.2
001900*        C  COMPILER-DEFECT      T  TEST-SUITE-DEFECT          *  CVSTRI.2
002000*        E  ENVIRONMENT          W  NEEDS-WAIVER               *  CVSTRI.2
002100*        D  DUPLICATE (OF ANOTHER CASE -- A VENDOR TICKET OR   *  CVSTRI.2
002200*           PGM-ID/PAR-NAME, KEPT IN "DUPLICATE OF")           *  CVSTRI.2
002300*                                                              *  CVSTRI.2
002400*    AND IS UNTRIAGED UNTIL AN ANALYST SETS IT.  A NEW CASE    *  CVSTRI.2
002500*    IS ASSIGNED BY SERIES (THE FIRST TWO LETTERS OF THE       *  CVSTRI.2
002600*    PGM-ID) FROM "triage_owners.dat":                         *  CVSTRI.2
002700*                                                              *  CVSTRI.2
002800*        SERIES,ANALYST        E.G.  RL,JMARSH                 *  CVSTRI.2
002900*        DEFAULT,ANALYST             (ANY OTHER SERIES)        *  CVSTRI.2
003000*                                    (* IN COLUMN 1 = NOTE)    *  CVSTRI.2
003100*                                                              *  CVSTRI.2
003200*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSTRI.2
003300*        S  SYNC WITH failure_ledger.csv AFTER CCVSLDG: EVERY  *  CVSTRI.2
003400*           OPEN LEDGER ENTRY NOT ON THE WORKLIST LANDS ON IT, *  CVSTRI.2
003500*           A CASE THE LEDGER HAS CLOSED IS CLOSED, AND A      *  CVSTRI.2
003600*           CLOSED CASE THE LEDGER RE-OPENS COMES BACK         *  CVSTRI.2
003700*           UNTRIAGED TO THE SAME ANALYST,                     *  CVSTRI.2
003800*        A  ASSIGN (OR RE-ASSIGN) A CASE TO AN ANALYST,        *  CVSTRI.2
003900*        D  RECORD A CASE'S DISPOSITION,                       *  CVSTRI.2
004000*        L  LIST THE WORKLIST.                                 *  CVSTRI.2
004100*                                                              *  CVSTRI.2
004200*    THE OPEN CASES ARE PRINTED TO triage_worklist.rpt BY      *  CVSTRI.2
004300*    ANALYST AFTER EVERY MODE.  CCVSDOS AND CCVSHND SHOW       *  CVSTRI.2
004400*    EACH CASE'S CURRENT DISPOSITION FROM THE SAME FILE.       *  CVSTRI.2
004500*                                                              *  CVSTRI.2
004600****************************************************************  CVSTRI.2
004700 ENVIRONMENT DIVISION.                                            CVSTRI.2
004800 CONFIGURATION SECTION.                                           CVSTRI.2
004900 SOURCE-COMPUTER.                                                 CVSTRI.2
005000     COPY CCVSTRG.                                                CVSTRI.2
005100 OBJECT-COMPUTER.                                                 CVSTRI.2
005200     COPY CCVSTRG.                                                CVSTRI.2
005300 INPUT-OUTPUT SECTION.                                            CVSTRI.2
005400 FILE-CONTROL.                                                    CVSTRI.2
005500     SELECT   WORKLIST-FILE ASSIGN TO                             CVSTRI.2
005600     "triage_worklist.dat"                                        CVSTRI.2
005700     ORGANIZATION LINE SEQUENTIAL                                 CVSTRI.2
005800     FILE STATUS IS WS-TW-FSTATUS.                                CVSTRI.2
005900     SELECT   OWNERS-FILE ASSIGN TO                               CVSTRI.2
006000     "triage_owners.dat"                                          CVSTRI.2
006100     ORGANIZATION LINE SEQUENTIAL                                 CVSTRI.2
006200     FILE STATUS IS WS-TO-FSTATUS.                                CVSTRI.2
006300     SELECT   LEDGER-FILE ASSIGN TO                               CVSTRI.2
006400     "failure_ledger.csv"                                         CVSTRI.2
006500     ORGANIZATION LINE SEQUENTIAL                                 CVSTRI.2
006600     FILE STATUS IS WS-LF-FSTATUS.                                CVSTRI.2
006700     SELECT   TRIAGE-RPT-FILE ASSIGN TO                           CVSTRI.2
006800     "triage_worklist.rpt"                                        CVSTRI.2
006900     ORGANIZATION LINE SEQUENTIAL                                 CVSTRI.2
007000     FILE STATUS IS WS-TR-FSTATUS.                                CVSTRI.2
007100 DATA DIVISION.                                                   CVSTRI.2
007200 FILE SECTION.                                                    CVSTRI.2
007300 FD  WORKLIST-FILE.                                               CVSTRI.2
007400 01  WORKLIST-REC PIC X(150).                                     CVSTRI.2
007500 FD  OWNERS-FILE.                                                 CVSTRI.2
007600 01  OWNERS-REC PIC X(80).                                        CVSTRI.2
007700 FD  LEDGER-FILE.                                                 CVSTRI.2
007800 01  LEDGER-REC PIC X(100).                                       CVSTRI.2
007900 FD  TRIAGE-RPT-FILE.                                             CVSTRI.2
008000 01  TRIAGE-RPT-REC PIC X(120).                                   CVSTRI.2
008100 WORKING-STORAGE SECTION.                                         CVSTRI.2
008200 77  WS-TW-FSTATUS      PIC XX VALUE SPACE.                       CVSTRI.2
008300 77  WS-TO-FSTATUS      PIC XX VALUE SPACE.                       CVSTRI.2
008400 77  WS-LF-FSTATUS      PIC XX VALUE SPACE.                       CVSTRI.2
008500 77  WS-TR-FSTATUS      PIC XX VALUE SPACE.                       CVSTRI.2
008600 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSTRI.2
008700 77  WS-MODE            PIC X  VALUE SPACE.                       CVSTRI.2
008800 77  WS-CODE            PIC X  VALUE SPACE.                       CVSTRI.2
008900 77  WS-CASE-CT         PIC 9(4) COMP VALUE ZERO.                 CVSTRI.2
009000 77  WS-OWNER-CT        PIC 9(3) COMP VALUE ZERO.                 CVSTRI.2
009100 77  WS-LEDGER-CT       PIC 9(4) COMP VALUE ZERO.                 CVSTRI.2
009200 77  WS-SUB             PIC 9(4) COMP VALUE ZERO.                 CVSTRI.2
009300 77  WS-SUB2            PIC 9(4) COMP VALUE ZERO.                 CVSTRI.2
009400 77  WS-FOUND           PIC 9(4) COMP VALUE ZERO.                 CVSTRI.2
009500 77  WS-ORD-HOLD        PIC 9(4) COMP VALUE ZERO.                 CVSTRI.2
009600 77  WS-OPEN-CT         PIC 9(4) VALUE ZERO.                      CVSTRI.2
009700 77  WS-UNTRIAGED-CT    PIC 9(4) VALUE ZERO.                      CVSTRI.2
009800 77  WS-ADDED-CT        PIC 9(4) VALUE ZERO.                      CVSTRI.2
009900 77  WS-CLOSED-CT       PIC 9(4) VALUE ZERO.                      CVSTRI.2
010000 77  WS-REOPEN-CT       PIC 9(4) VALUE ZERO.                      CVSTRI.2
010100 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSTRI.2
010200 01  WS-DEFAULT-OWNER   PIC X(16) VALUE "UNASSIGNED".             CVSTRI.2
010300 01  WS-KEY-PGM         PIC X(10) VALUE SPACE.                    CVSTRI.2
010400 01  WS-KEY-PAR         PIC X(24) VALUE SPACE.                    CVSTRI.2
010500 01  WS-ANSWER          PIC X(80) VALUE SPACE.                    CVSTRI.2
010600 01  WS-FIELD-TABLE.                                              CVSTRI.2
010700     02  WS-FIELD       PIC X(24) OCCURS 8 TIMES.                 CVSTRI.2
010800*                                                                 CVSTRI.2
010900*    THE WORKLIST, HELD WHOLE WHILE IT IS WORKED ON.              CVSTRI.2
011000*                                                                 CVSTRI.2
011100 01  WS-CASE-TABLE.                                               CVSTRI.2
011200     02  WS-CASE OCCURS 800 TIMES.                                CVSTRI.2
011300         03  WS-T-PGM       PIC X(10).                            CVSTRI.2
011400         03  WS-T-PAR       PIC X(24).                            CVSTRI.2
011500         03  WS-T-STATE     PIC X(6).                             CVSTRI.2
011600         03  WS-T-ANALYST   PIC X(16).                            CVSTRI.2
011700         03  WS-T-DISP      PIC X(18).                            CVSTRI.2
011800         03  WS-T-DUP-OF    PIC X(24).                            CVSTRI.2
011900         03  WS-T-FIRST     PIC X(16).                            CVSTRI.2
012000         03  WS-T-ASSIGNED  PIC 9(8).                             CVSTRI.2
012100         03  WS-T-SEEN      PIC X.                                CVSTRI.2
012200 01  WS-ORDER-TABLE.                                              CVSTRI.2
012300     02  WS-ORD         PIC 9(4) COMP OCCURS 800 TIMES.           CVSTRI.2
012400 01  WS-OWNER-TABLE.                                              CVSTRI.2
012500     02  WS-OWNER OCCURS 50 TIMES.                                CVSTRI.2
012600         03  WS-O-SERIES    PIC XX.                               CVSTRI.2
012700         03  WS-O-ANALYST   PIC X(16).                            CVSTRI.2
012800 01  WS-LEDGER-TABLE.                                             CVSTRI.2
012900     02  WS-LEDGER OCCURS 800 TIMES.                              CVSTRI.2
013000         03  WS-G-PGM       PIC X(10).                            CVSTRI.2
013100         03  WS-G-PAR       PIC X(24).                            CVSTRI.2
013200         03  WS-G-STATE     PIC X(6).                             CVSTRI.2
013300         03  WS-G-FIRST     PIC X(16).                            CVSTRI.2
013400 PROCEDURE DIVISION.                                              CVSTRI.2
013500 CCVSTRI-MAIN SECTION.                                            CVSTRI.2
013600 CCVSTRI-START.                                                   CVSTRI.2
013700     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSTRI.2
013800     PERFORM  LOAD-WORKLIST THRU LOAD-WORKLIST-EX.                CVSTRI.2
013900     PERFORM  LOAD-OWNERS THRU LOAD-OWNERS-EX.                    CVSTRI.2
014000     DISPLAY  "CCVSTRI: S=SYNC WITH THE LEDGER, A=ASSIGN, "       CVSTRI.2
014100              "D=DISPOSITION, L=LIST?".                           CVSTRI.2
014200     ACCEPT   WS-MODE.                                            CVSTRI.2
014300     EVALUATE WS-MODE                                             CVSTRI.2
014400         WHEN "S"                                                 CVSTRI.2
014500         WHEN "s"                                                 CVSTRI.2
014600             PERFORM SYNC-WITH-LEDGER                             CVSTRI.2
014700                 THRU SYNC-WITH-LEDGER-EX                         CVSTRI.2
014800         WHEN "A"                                                 CVSTRI.2
014900         WHEN "a"                                                 CVSTRI.2
015000             PERFORM ASSIGN-CASE THRU ASSIGN-CASE-EX              CVSTRI.2
015100         WHEN "D"                                                 CVSTRI.2
015200         WHEN "d"                                                 CVSTRI.2
015300             PERFORM DISPOSE-CASE THRU DISPOSE-CASE-EX            CVSTRI.2
015400         WHEN "L"                                                 CVSTRI.2
015500         WHEN "l"                                                 CVSTRI.2
015600             CONTINUE                                             CVSTRI.2
015700         WHEN OTHER                                               CVSTRI.2
015800             DISPLAY "CCVSTRI: NO SUCH MODE"                      CVSTRI.2
015900             STOP RUN                                             CVSTRI.2
016000     END-EVALUATE.                                                CVSTRI.2
016100     PERFORM  WRITE-TRIAGE-REPORT.                                CVSTRI.2
016200     STOP     RUN.                                                CVSTRI.2
016300 LOAD-WORKLIST.                                                   CVSTRI.2
016400     OPEN     INPUT WORKLIST-FILE.                                CVSTRI.2
016500     IF       WS-TW-FSTATUS NOT = "00"                            CVSTRI.2
016600              GO TO LOAD-WORKLIST-EX.                             CVSTRI.2
016700     MOVE     "N" TO WS-EOF-SWITCH.                               CVSTRI.2
016800     PERFORM  READ-WORKLIST-LINE.                                 CVSTRI.2
016900     PERFORM  STORE-WORKLIST-LINE                                 CVSTRI.2
017000              UNTIL WS-EOF-SWITCH = "Y".                          CVSTRI.2
017100     CLOSE    WORKLIST-FILE.                                      CVSTRI.2
017200 LOAD-WORKLIST-EX.                                                CVSTRI.2
017300     EXIT.                                                        CVSTRI.2
017400 READ-WORKLIST-LINE.                                              CVSTRI.2
017500     READ     WORKLIST-FILE                                       CVSTRI.2
017600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSTRI.2
017700 STORE-WORKLIST-LINE.                                             CVSTRI.2
017800     IF       WORKLIST-REC NOT = SPACE                            CVSTRI.2
017900              AND WS-CASE-CT < 800                                CVSTRI.2
018000              ADD 1 TO WS-CASE-CT                                 CVSTRI.2
018100              MOVE SPACE TO WS-FIELD-TABLE                        CVSTRI.2
018200              UNSTRING WORKLIST-REC DELIMITED BY "|"              CVSTRI.2
018300                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSTRI.2
018400                       WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)     CVSTRI.2
018500                       WS-FIELD (7) WS-FIELD (8)                  CVSTRI.2
018600              MOVE WS-FIELD (1) TO WS-T-PGM (WS-CASE-CT)          CVSTRI.2
018700              MOVE WS-FIELD (2) TO WS-T-PAR (WS-CASE-CT)          CVSTRI.2
018800              MOVE WS-FIELD (3) TO WS-T-STATE (WS-CASE-CT)        CVSTRI.2
018900              MOVE WS-FIELD (4) TO WS-T-ANALYST (WS-CASE-CT)      CVSTRI.2
019000              MOVE WS-FIELD (5) TO WS-T-DISP (WS-CASE-CT)         CVSTRI.2
019100              MOVE WS-FIELD (6) TO WS-T-DUP-OF (WS-CASE-CT)       CVSTRI.2
019200              MOVE WS-FIELD (7) TO WS-T-FIRST (WS-CASE-CT)        CVSTRI.2
019300              MOVE ZERO TO WS-T-ASSIGNED (WS-CASE-CT)             CVSTRI.2
019400              IF  WS-FIELD (8) (1:8) IS NUMERIC                   CVSTRI.2
019500                  MOVE WS-FIELD (8) (1:8)                         CVSTRI.2
019600                      TO WS-T-ASSIGNED (WS-CASE-CT)               CVSTRI.2
019700              END-IF                                              CVSTRI.2
019800              MOVE "N" TO WS-T-SEEN (WS-CASE-CT)                  CVSTRI.2
019900     END-IF.                                                      CVSTRI.2
020000     PERFORM  READ-WORKLIST-LINE.                                 CVSTRI.2
020100 LOAD-OWNERS.                                                     CVSTRI.2
020200     OPEN     INPUT OWNERS-FILE.                                  CVSTRI.2
020300     IF       WS-TO-FSTATUS NOT = "00"                            CVSTRI.2
020400              GO TO LOAD-OWNERS-EX.                               CVSTRI.2
020500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSTRI.2
020600     PERFORM  READ-OWNERS-LINE.                                   CVSTRI.2
020700     PERFORM  STORE-OWNERS-LINE                                   CVSTRI.2
020800              UNTIL WS-EOF-SWITCH = "Y".                          CVSTRI.2
020900     CLOSE    OWNERS-FILE.                                        CVSTRI.2
021000 LOAD-OWNERS-EX.                                                  CVSTRI.2
021100     EXIT.                                                        CVSTRI.2
021200 READ-OWNERS-LINE.                                                CVSTRI.2
021300     READ     OWNERS-FILE                                         CVSTRI.2
021400              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSTRI.2
021500 STORE-OWNERS-LINE.                                               CVSTRI.2
021600     IF       OWNERS-REC NOT = SPACE                              CVSTRI.2
021700              AND OWNERS-REC (1:1) NOT = "*"                      CVSTRI.2
021800              MOVE SPACE TO WS-FIELD-TABLE                        CVSTRI.2
021900              UNSTRING OWNERS-REC DELIMITED BY ","                CVSTRI.2
022000                  INTO WS-FIELD (1) WS-FIELD (2)                  CVSTRI.2
022100              IF  WS-FIELD (1) = "DEFAULT"                        CVSTRI.2
022200                  MOVE WS-FIELD (2) TO WS-DEFAULT-OWNER           CVSTRI.2
022300              ELSE                                                CVSTRI.2
022400                  IF  WS-OWNER-CT < 50                            CVSTRI.2
022500                      ADD 1 TO WS-OWNER-CT                        CVSTRI.2
022600                      MOVE WS-FIELD (1)                           CVSTRI.2
022700                          TO WS-O-SERIES (WS-OWNER-CT)            CVSTRI.2
022800                      MOVE WS-FIELD (2)                           CVSTRI.2
022900                          TO WS-O-ANALYST (WS-OWNER-CT)           CVSTRI.2
023000                  END-IF                                          CVSTRI.2
023100              END-IF                                              CVSTRI.2
023200     END-IF.                                                      CVSTRI.2
023300     PERFORM  READ-OWNERS-LINE.                                   CVSTRI.2
023400 FIND-CASE.                                                       CVSTRI.2
023500     MOVE     ZERO TO WS-FOUND.                                   CVSTRI.2
023600     PERFORM  MATCH-ONE-CASE                                      CVSTRI.2
023700              VARYING WS-SUB FROM 1 BY 1                          CVSTRI.2
023800              UNTIL WS-SUB > WS-CASE-CT.                          CVSTRI.2
023900 MATCH-ONE-CASE.                                                  CVSTRI.2
024000     IF       WS-T-PGM (WS-SUB) = WS-KEY-PGM                      CVSTRI.2
024100              AND WS-T-PAR (WS-SUB) = WS-KEY-PAR                  CVSTRI.2
024200              MOVE WS-SUB TO WS-FOUND.                            CVSTRI.2
024300*                                                                 CVSTRI.2
024400*    MODE S -- THE LEDGER DECIDES WHICH CASES ARE OPEN.           CVSTRI.2
024500*                                                                 CVSTRI.2
024600 SYNC-WITH-LEDGER.                                                CVSTRI.2
024700     OPEN     INPUT LEDGER-FILE.                                  CVSTRI.2
024800     IF       WS-LF-FSTATUS NOT = "00"                            CVSTRI.2
024900              DISPLAY "CCVSTRI: NO failure_ledger.csv -- "        CVSTRI.2
025000                  "RUN CCVSLDG FIRST"                             CVSTRI.2
025100              GO TO SYNC-WITH-LEDGER-EX.                          CVSTRI.2
025200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSTRI.2
025300     PERFORM  READ-LEDGER-LINE.                                   CVSTRI.2
025400     PERFORM  STORE-LEDGER-LINE                                   CVSTRI.2
025500              UNTIL WS-EOF-SWITCH = "Y".                          CVSTRI.2
025600     CLOSE    LEDGER-FILE.                                        CVSTRI.2
025700     PERFORM  SYNC-ONE-LEDGER-ENTRY                               CVSTRI.2
025800              THRU SYNC-ONE-LEDGER-ENTRY-EX                       CVSTRI.2
025900              VARYING WS-SUB2 FROM 1 BY 1                         CVSTRI.2
026000              UNTIL WS-SUB2 > WS-LEDGER-CT.                       CVSTRI.2
026100     PERFORM  CLOSE-UNSEEN-CASE                                   CVSTRI.2
026200              VARYING WS-SUB FROM 1 BY 1                          CVSTRI.2
026300              UNTIL WS-SUB > WS-CASE-CT.                          CVSTRI.2
026400     PERFORM  REWRITE-WORKLIST.                                   CVSTRI.2
026500     DISPLAY  "CCVSTRI: " WS-ADDED-CT " NEW, "                    CVSTRI.2
026600              WS-REOPEN-CT " RE-OPENED, "                         CVSTRI.2
026700              WS-CLOSED-CT " CLOSED".                             CVSTRI.2
026800 SYNC-WITH-LEDGER-EX.                                             CVSTRI.2
026900     EXIT.                                                        CVSTRI.2
027000 READ-LEDGER-LINE.                                                CVSTRI.2
027100     READ     LEDGER-FILE                                         CVSTRI.2
027200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSTRI.2
027300 STORE-LEDGER-LINE.                                               CVSTRI.2
027400     IF       LEDGER-REC NOT = SPACE                              CVSTRI.2
027500              AND LEDGER-REC (1:6) NOT = "PGM-ID"                 CVSTRI.2
027600              AND WS-LEDGER-CT < 800                              CVSTRI.2
027700              ADD 1 TO WS-LEDGER-CT                               CVSTRI.2
027800              MOVE SPACE TO WS-FIELD-TABLE                        CVSTRI.2
027900              UNSTRING LEDGER-REC DELIMITED BY ","                CVSTRI.2
028000                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSTRI.2
028100                       WS-FIELD (4)                               CVSTRI.2
028200              MOVE WS-FIELD (1) TO WS-G-PGM (WS-LEDGER-CT)        CVSTRI.2
028300              MOVE WS-FIELD (2) TO WS-G-PAR (WS-LEDGER-CT)        CVSTRI.2
028400              MOVE WS-FIELD (3) TO WS-G-STATE (WS-LEDGER-CT)      CVSTRI.2
028500              MOVE WS-FIELD (4) TO WS-G-FIRST (WS-LEDGER-CT)      CVSTRI.2
028600     END-IF.                                                      CVSTRI.2
028700     PERFORM  READ-LEDGER-LINE.                                   CVSTRI.2
028800 SYNC-ONE-LEDGER-ENTRY.                                           CVSTRI.2
028900     IF       WS-G-STATE (WS-SUB2) NOT = "OPEN"                   CVSTRI.2
029000              GO TO SYNC-ONE-LEDGER-ENTRY-EX.                     CVSTRI.2
029100     MOVE     WS-G-PGM (WS-SUB2) TO WS-KEY-PGM.                   CVSTRI.2
029200     MOVE     WS-G-PAR (WS-SUB2) TO WS-KEY-PAR.                   CVSTRI.2
029300     PERFORM  FIND-CASE.                                          CVSTRI.2
029400     IF       WS-FOUND = ZERO                                     CVSTRI.2
029500              PERFORM ADD-NEW-CASE                                CVSTRI.2
029600              GO TO SYNC-ONE-LEDGER-ENTRY-EX.                     CVSTRI.2
029700     MOVE     "Y" TO WS-T-SEEN (WS-FOUND).                        CVSTRI.2
029800     IF       WS-T-STATE (WS-FOUND) = "CLOSED"                    CVSTRI.2
029900              MOVE "OPEN" TO WS-T-STATE (WS-FOUND)                CVSTRI.2
030000              MOVE "UNTRIAGED" TO WS-T-DISP (WS-FOUND)            CVSTRI.2
030100              MOVE SPACE TO WS-T-DUP-OF (WS-FOUND)                CVSTRI.2
030200              MOVE WS-G-FIRST (WS-SUB2) TO WS-T-FIRST (WS-FOUND)  CVSTRI.2
030300              ADD 1 TO WS-REOPEN-CT.                              CVSTRI.2
030400 SYNC-ONE-LEDGER-ENTRY-EX.                                        CVSTRI.2
030500     EXIT.                                                        CVSTRI.2
030600 ADD-NEW-CASE.                                                    CVSTRI.2
030700     IF       WS-CASE-CT NOT < 800                                CVSTRI.2
030800              DISPLAY "CCVSTRI: WORKLIST FULL"                    CVSTRI.2
030900     ELSE                                                         CVSTRI.2
031000              ADD 1 TO WS-CASE-CT WS-ADDED-CT                     CVSTRI.2
031100              MOVE WS-KEY-PGM TO WS-T-PGM (WS-CASE-CT)            CVSTRI.2
031200              MOVE WS-KEY-PAR TO WS-T-PAR (WS-CASE-CT)            CVSTRI.2
031300              MOVE "OPEN" TO WS-T-STATE (WS-CASE-CT)              CVSTRI.2
031400              MOVE "UNTRIAGED" TO WS-T-DISP (WS-CASE-CT)          CVSTRI.2
031500              MOVE SPACE TO WS-T-DUP-OF (WS-CASE-CT)              CVSTRI.2
031600              MOVE WS-G-FIRST (WS-SUB2) TO WS-T-FIRST (WS-CASE-CT)CVSTRI.2
031700              MOVE WS-TODAY TO WS-T-ASSIGNED (WS-CASE-CT)         CVSTRI.2
031800              MOVE "Y" TO WS-T-SEEN (WS-CASE-CT)                  CVSTRI.2
031900              MOVE WS-DEFAULT-OWNER TO WS-T-ANALYST (WS-CASE-CT)  CVSTRI.2
032000              PERFORM MATCH-ONE-OWNER                             CVSTRI.2
032100                  VARYING WS-SUB FROM 1 BY 1                      CVSTRI.2
032200                  UNTIL WS-SUB > WS-OWNER-CT                      CVSTRI.2
032300     END-IF.                                                      CVSTRI.2
032400 MATCH-ONE-OWNER.                                                 CVSTRI.2
032500     IF       WS-O-SERIES (WS-SUB) = WS-KEY-PGM (1:2)             CVSTRI.2
032600              MOVE WS-O-ANALYST (WS-SUB)                          CVSTRI.2
032700                  TO WS-T-ANALYST (WS-CASE-CT).                   CVSTRI.2
032800*                                                                 CVSTRI.2
032900*    AN OPEN CASE THE LEDGER NO LONGER HOLDS OPEN HAS PASSED.     CVSTRI.2
033000*                                                                 CVSTRI.2
033100 CLOSE-UNSEEN-CASE.                                               CVSTRI.2
033200     IF       WS-T-STATE (WS-SUB) = "OPEN"                        CVSTRI.2
033300              AND WS-T-SEEN (WS-SUB) = "N"                        CVSTRI.2
033400              MOVE "CLOSED" TO WS-T-STATE (WS-SUB)                CVSTRI.2
033500              ADD 1 TO WS-CLOSED-CT.                              CVSTRI.2
033600*                                                                 CVSTRI.2
033700*    MODES A AND D -- THE ANALYST'S SIDE OF THE CASE.             CVSTRI.2
033800*                                                                 CVSTRI.2
033900 ASK-FOR-CASE.                                                    CVSTRI.2
034000     DISPLAY  "CCVSTRI: PGM-ID,PAR-NAME?".                        CVSTRI.2
034100     MOVE     SPACE TO WS-ANSWER.                                 CVSTRI.2
034200     ACCEPT   WS-ANSWER.                                          CVSTRI.2
034300     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSTRI.2
034400     UNSTRING WS-ANSWER DELIMITED BY ","                          CVSTRI.2
034500              INTO WS-FIELD (1) WS-FIELD (2).                     CVSTRI.2
034600     MOVE     WS-FIELD (1) TO WS-KEY-PGM.                         CVSTRI.2
034700     MOVE     WS-FIELD (2) TO WS-KEY-PAR.                         CVSTRI.2
034800     PERFORM  FIND-CASE.                                          CVSTRI.2
034900     IF       WS-FOUND = ZERO                                     CVSTRI.2
035000              DISPLAY "CCVSTRI: NOT ON THE WORKLIST -- "          CVSTRI.2
035100                  WS-KEY-PGM " " WS-KEY-PAR.                      CVSTRI.2
035200 ASSIGN-CASE.                                                     CVSTRI.2
035300     PERFORM  ASK-FOR-CASE.                                       CVSTRI.2
035400     IF       WS-FOUND = ZERO                                     CVSTRI.2
035500              GO TO ASSIGN-CASE-EX.                               CVSTRI.2
035600     DISPLAY  "CCVSTRI: ANALYST (NOW "                            CVSTRI.2
035700              WS-T-ANALYST (WS-FOUND) ")?".                       CVSTRI.2
035800     MOVE     SPACE TO WS-ANSWER.                                 CVSTRI.2
035900     ACCEPT   WS-ANSWER.                                          CVSTRI.2
036000     IF       WS-ANSWER = SPACE                                   CVSTRI.2
036100              GO TO ASSIGN-CASE-EX.                               CVSTRI.2
036200     MOVE     WS-ANSWER TO WS-T-ANALYST (WS-FOUND).               CVSTRI.2
036300     MOVE     WS-TODAY TO WS-T-ASSIGNED (WS-FOUND).               CVSTRI.2
036400     PERFORM  REWRITE-WORKLIST.                                   CVSTRI.2
036500     DISPLAY  "CCVSTRI: " WS-KEY-PGM " " WS-KEY-PAR               CVSTRI.2
036600              " ASSIGNED".                                        CVSTRI.2
036700 ASSIGN-CASE-EX.                                                  CVSTRI.2
036800     EXIT.                                                        CVSTRI.2
036900 DISPOSE-CASE.                                                    CVSTRI.2
037000     PERFORM  ASK-FOR-CASE.                                       CVSTRI.2
037100     IF       WS-FOUND = ZERO                                     CVSTRI.2
037200              GO TO DISPOSE-CASE-EX.                              CVSTRI.2
037300     DISPLAY  "CCVSTRI: DISPOSITION (NOW "                        CVSTRI.2
037400              WS-T-DISP (WS-FOUND) ")?".                          CVSTRI.2
037500     DISPLAY  "CCVSTRI: C=COMPILER DEFECT, T=TEST-SUITE DEFECT, " CVSTRI.2
037600              "E=ENVIRONMENT, W=NEEDS WAIVER, D=DUPLICATE".       CVSTRI.2
037700     ACCEPT   WS-CODE.                                            CVSTRI.2
037800     EVALUATE WS-CODE                                             CVSTRI.2
037900         WHEN "C"                                                 CVSTRI.2
038000         WHEN "c"                                                 CVSTRI.2
038100             MOVE "COMPILER-DEFECT" TO WS-T-DISP (WS-FOUND)       CVSTRI.2
038200         WHEN "T"                                                 CVSTRI.2
038300         WHEN "t"                                                 CVSTRI.2
038400             MOVE "TEST-SUITE-DEFECT" TO WS-T-DISP (WS-FOUND)     CVSTRI.2
038500         WHEN "E"                                                 CVSTRI.2
038600         WHEN "e"                                                 CVSTRI.2
038700             MOVE "ENVIRONMENT" TO WS-T-DISP (WS-FOUND)           CVSTRI.2
038800         WHEN "W"                                                 CVSTRI.2
038900         WHEN "w"                                                 CVSTRI.2
039000             MOVE "NEEDS-WAIVER" TO WS-T-DISP (WS-FOUND)          CVSTRI.2
039100         WHEN "D"                                                 CVSTRI.2
039200         WHEN "d"                                                 CVSTRI.2
039300             PERFORM ASK-DUPLICATE-OF                             CVSTRI.2
039400         WHEN OTHER                                               CVSTRI.2
039500             DISPLAY "CCVSTRI: NO SUCH DISPOSITION"               CVSTRI.2
039600             GO TO DISPOSE-CASE-EX                                CVSTRI.2
039700     END-EVALUATE.                                                CVSTRI.2
039800     IF       WS-T-DISP (WS-FOUND) NOT = "DUPLICATE"              CVSTRI.2
039900              MOVE SPACE TO WS-T-DUP-OF (WS-FOUND).               CVSTRI.2
040000     PERFORM  REWRITE-WORKLIST.                                   CVSTRI.2
040100     DISPLAY  "CCVSTRI: " WS-KEY-PGM " " WS-KEY-PAR " "           CVSTRI.2
040200              WS-T-DISP (WS-FOUND).                               CVSTRI.2
040300 DISPOSE-CASE-EX.                                                 CVSTRI.2
040400     EXIT.                                                        CVSTRI.2
040500 ASK-DUPLICATE-OF.                                                CVSTRI.2
040600     DISPLAY  "CCVSTRI: DUPLICATE OF (VENDOR TICKET OR "          CVSTRI.2
040700              "PGM-ID/PAR-NAME)?".                                CVSTRI.2
040800     MOVE     SPACE TO WS-ANSWER.                                 CVSTRI.2
040900     ACCEPT   WS-ANSWER.                                          CVSTRI.2
041000     IF       WS-ANSWER = SPACE                                   CVSTRI.2
041100              DISPLAY "CCVSTRI: A DUPLICATE MUST NAME ITS CASE"   CVSTRI.2
041200     ELSE                                                         CVSTRI.2
041300              MOVE "DUPLICATE" TO WS-T-DISP (WS-FOUND)            CVSTRI.2
041400              MOVE WS-ANSWER TO WS-T-DUP-OF (WS-FOUND)            CVSTRI.2
041500     END-IF.                                                      CVSTRI.2
041600*                                                                 CVSTRI.2
041700*    THE WORKLIST IS REWRITTEN WHOLE.                             CVSTRI.2
041800*                                                                 CVSTRI.2
041900 REWRITE-WORKLIST.                                                CVSTRI.2
042000     OPEN     OUTPUT WORKLIST-FILE.                               CVSTRI.2
042100     PERFORM  WRITE-ONE-CASE                                      CVSTRI.2
042200              VARYING WS-SUB FROM 1 BY 1                          CVSTRI.2
042300              UNTIL WS-SUB > WS-CASE-CT.                          CVSTRI.2
042400     CLOSE    WORKLIST-FILE.                                      CVSTRI.2
042500 WRITE-ONE-CASE.                                                  CVSTRI.2
042600     MOVE     SPACE TO WORKLIST-REC.                              CVSTRI.2
042700     STRING   WS-T-PGM (WS-SUB) DELIMITED BY SPACE                CVSTRI.2
042800              "|" DELIMITED BY SIZE                               CVSTRI.2
042900              WS-T-PAR (WS-SUB) DELIMITED BY SPACE                CVSTRI.2
043000              "|" DELIMITED BY SIZE                               CVSTRI.2
043100              WS-T-STATE (WS-SUB) DELIMITED BY SPACE              CVSTRI.2
043200              "|" DELIMITED BY SIZE                               CVSTRI.2
043300              WS-T-ANALYST (WS-SUB) DELIMITED BY SPACE            CVSTRI.2
043400              "|" DELIMITED BY SIZE                               CVSTRI.2
043500              WS-T-DISP (WS-SUB) DELIMITED BY SPACE               CVSTRI.2
043600              "|" DELIMITED BY SIZE                               CVSTRI.2
043700              WS-T-DUP-OF (WS-SUB) DELIMITED BY SPACE             CVSTRI.2
043800              "|" DELIMITED BY SIZE                               CVSTRI.2
043900              WS-T-FIRST (WS-SUB) DELIMITED BY SPACE              CVSTRI.2
044000              "|" DELIMITED BY SIZE                               CVSTRI.2
044100              WS-T-ASSIGNED (WS-SUB) DELIMITED BY SIZE            CVSTRI.2
044200              INTO WORKLIST-REC.                                  CVSTRI.2
044300     WRITE    WORKLIST-REC.                                       CVSTRI.2
044400*                                                                 CVSTRI.2
044500*    THE PRINTED WORKLIST -- OPEN CASES ONLY, BY ANALYST.         CVSTRI.2
044600*                                                                 CVSTRI.2
044700 WRITE-TRIAGE-REPORT.                                             CVSTRI.2
044800     OPEN     OUTPUT TRIAGE-RPT-FILE.                             CVSTRI.2
044900     MOVE     SPACE TO TRIAGE-RPT-REC.                            CVSTRI.2
045000     STRING   "FAILURE TRIAGE WORKLIST -- DATE " DELIMITED BY SIZECVSTRI.2
045100              WS-TODAY DELIMITED BY SIZE                          CVSTRI.2
045200              INTO TRIAGE-RPT-REC.                                CVSTRI.2
045300     WRITE    TRIAGE-RPT-REC.                                     CVSTRI.2
045400     MOVE     SPACE TO TRIAGE-RPT-REC.                            CVSTRI.2
045500     WRITE    TRIAGE-RPT-REC.                                     CVSTRI.2
045600     MOVE     SPACE TO TRIAGE-RPT-REC.                            CVSTRI.2
045700     MOVE     "ANALYST" TO TRIAGE-RPT-REC (1:16).                 CVSTRI.2
045800     MOVE     "PGM-ID" TO TRIAGE-RPT-REC (18:10).                 CVSTRI.2
045900     MOVE     "PAR-NAME" TO TRIAGE-RPT-REC (29:24).               CVSTRI.2
046000     MOVE     "DISPOSITION" TO TRIAGE-RPT-REC (55:18).            CVSTRI.2
046100     MOVE     "FIRST SEEN" TO TRIAGE-RPT-REC (74:16).             CVSTRI.2
046200     WRITE    TRIAGE-RPT-REC.                                     CVSTRI.2
046300     PERFORM  INIT-ONE-ORDER-SLOT                                 CVSTRI.2
046400              VARYING WS-SUB FROM 1 BY 1                          CVSTRI.2
046500              UNTIL WS-SUB > WS-CASE-CT.                          CVSTRI.2
046600     PERFORM  ANALYST-EXCHANGE-PASS                               CVSTRI.2
046700              VARYING WS-SUB FROM 1 BY 1                          CVSTRI.2
046800              UNTIL WS-SUB NOT < WS-CASE-CT.                      CVSTRI.2
046900     PERFORM  WRITE-ONE-REPORT-ROW                                CVSTRI.2
047000              VARYING WS-SUB FROM 1 BY 1                          CVSTRI.2
047100              UNTIL WS-SUB > WS-CASE-CT.                          CVSTRI.2
047200     IF       WS-OPEN-CT = ZERO                                   CVSTRI.2
047300              MOVE "  NO OPEN CASES" TO TRIAGE-RPT-REC            CVSTRI.2
047400              WRITE TRIAGE-RPT-REC.                               CVSTRI.2
047500     CLOSE    TRIAGE-RPT-FILE.                                    CVSTRI.2
047600     DISPLAY  "CCVSTRI: " WS-OPEN-CT " OPEN CASE(S), "            CVSTRI.2
047700              WS-UNTRIAGED-CT " UNTRIAGED -- SEE "                CVSTRI.2
047800              "triage_worklist.rpt".                              CVSTRI.2
047900 INIT-ONE-ORDER-SLOT.                                             CVSTRI.2
048000     MOVE     WS-SUB TO WS-ORD (WS-SUB).                          CVSTRI.2
048100 ANALYST-EXCHANGE-PASS.                                           CVSTRI.2
048200     PERFORM  ANALYST-EXCHANGE-COMPARE                            CVSTRI.2
048300              VARYING WS-SUB2 FROM 1 BY 1                         CVSTRI.2
048400              UNTIL WS-SUB2 NOT < WS-CASE-CT.                     CVSTRI.2
048500 ANALYST-EXCHANGE-COMPARE.                                        CVSTRI.2
048600     IF       WS-T-ANALYST (WS-ORD (WS-SUB2)) >                   CVSTRI.2
048700              WS-T-ANALYST (WS-ORD (WS-SUB2 + 1))                 CVSTRI.2
048800              MOVE WS-ORD (WS-SUB2) TO WS-ORD-HOLD                CVSTRI.2
048900              MOVE WS-ORD (WS-SUB2 + 1) TO WS-ORD (WS-SUB2)       CVSTRI.2
049000              MOVE WS-ORD-HOLD TO WS-ORD (WS-SUB2 + 1).           CVSTRI.2
049100 WRITE-ONE-REPORT-ROW.                                            CVSTRI.2
049200     MOVE     WS-ORD (WS-SUB) TO WS-SUB2.                         CVSTRI.2
049300     IF       WS-T-STATE (WS-SUB2) = "OPEN"                       CVSTRI.2
049400              ADD 1 TO WS-OPEN-CT                                 CVSTRI.2
049500              IF  WS-T-DISP (WS-SUB2) = "UNTRIAGED"               CVSTRI.2
049600                  ADD 1 TO WS-UNTRIAGED-CT                        CVSTRI.2
049700              END-IF                                              CVSTRI.2
049800              MOVE SPACE TO TRIAGE-RPT-REC                        CVSTRI.2
049900              MOVE WS-T-ANALYST (WS-SUB2) TO TRIAGE-RPT-REC (1:16)CVSTRI.2
050000              MOVE WS-T-PGM (WS-SUB2) TO TRIAGE-RPT-REC (18:10)   CVSTRI.2
050100              MOVE WS-T-PAR (WS-SUB2) TO TRIAGE-RPT-REC (29:24)   CVSTRI.2
050200              MOVE WS-T-DISP (WS-SUB2) TO TRIAGE-RPT-REC (55:18)  CVSTRI.2
050300              MOVE WS-T-FIRST (WS-SUB2) TO TRIAGE-RPT-REC (74:16) CVSTRI.2
050400              IF  WS-T-DUP-OF (WS-SUB2) NOT = SPACE               CVSTRI.2
050500                  STRING "OF " DELIMITED BY SIZE                  CVSTRI.2
050600                      WS-T-DUP-OF (WS-SUB2) DELIMITED BY SPACE    CVSTRI.2
050700                      INTO TRIAGE-RPT-REC (91:30)                 CVSTRI.2
050800              END-IF                                              CVSTRI.2
050900              WRITE TRIAGE-RPT-REC.                               CVSTRI.2
