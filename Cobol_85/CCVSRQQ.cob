000100 IDENTIFICATION DIVISION.                                         CVSRQQ.2
000200 PROGRAM-ID.                                                      CVSRQQ.2
000300     CCVSRQQ.                                                     CVSRQQ.2
000400****************************************************************  CVSRQQ.2
000500*                                                              *  CVSRQQ.2
000600*    RUN REQUEST INTAKE QUEUE AND PRIORITY DISPATCHER.         *  CVSRQQ.2
000700*                                                              *  CVSRQQ.2
000800*    REQUESTS FOR RUNS USED TO ARRIVE BY PHONE AND CHAT        *  CVSRQQ.2
000900*    ("RERUN IX FOR BUILD 52", "FULL SOAK BEFORE MONTH END")   *  CVSRQQ.2
001000*    AND LIVE IN THE MEMORY OF THE OPERATOR ON SHIFT.  THEY    *  CVSRQQ.2
001100*    NOW GO INTO run_requests.dat, ONE PIPE-DELIMITED LINE     *  CVSRQQ.2
001200*    PER REQUEST:                                              *  CVSRQQ.2
001300*                                                              *  CVSRQQ.2
001400*      ID|STATE|PRIORITY|REQUESTER|BUILD|KIND|SCOPE|CLASS|     *  CVSRQQ.2
001500*      OFFICIAL|REQUIRED-BY|ENTERED|RUN-ID|OUTCOME|NOTE        *  CVSRQQ.2
001600*                                                              *  CVSRQQ.2
001700*    KIND P = A STANDARD PROFILE (SEE CCVSPRF), M = A MODULE   *  CVSRQQ.2
001800*    LIST, I = AN IMPACT LIST OF CLAUSES (SEE CCVSIMP).  CLASS *  CVSRQQ.2
001900*    IS FULL, PART, STRESS OR SOAK.  PRIORITY 1 IS MOST        *  CVSRQQ.2
002000*    URGENT.  STATE IS QUEUED, RUNNING, DONE, CANCELLED OR     *  CVSRQQ.2
002100*    REJECTED.                                                 *  CVSRQQ.2
002200*                                                              *  CVSRQQ.2
002300*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSRQQ.2
002400*        E  ENTER A REQUEST (THE FIELDS ARE PROMPTED FOR),     *  CVSRQQ.2
002500*        D  DISPATCH THE NEXT ELIGIBLE REQUEST,                *  CVSRQQ.2
002600*        L  LIST THE QUEUE, ALSO TO run_requests.rpt, SO A     *  CVSRQQ.2
002700*           REQUESTER CAN SEE STATE, RUN-ID AND OUTCOME        *  CVSRQQ.2
002800*           WITHOUT ASKING.  A WAITING REQUEST PAST ITS        *  CVSRQQ.2
002900*           REQUIRED-BY DATE IS FLAGGED LATE,                  *  CVSRQQ.2
003000*        C  CANCEL A QUEUED REQUEST.                           *  CVSRQQ.2
003100*                                                              *  CVSRQQ.2
003200*    DISPATCH TAKES QUEUED REQUESTS BY PRIORITY, THEN          *  CVSRQQ.2
003300*    REQUIRED-BY DATE, THEN ID.  A REQUEST WHOSE CLASS THE RUN *  CVSRQQ.2
003400*    CALENDAR WOULD REFUSE (CCVSCAL PROBE), OR AN OFFICIAL     *  CVSRQQ.2
003500*    REQUEST WITH NO run_approval.dat FOR ITS BUILD, IS HELD   *  CVSRQQ.2
003600*    AND THE NEXT ONE TRIED.  THE FIRST ELIGIBLE REQUEST GETS  *  CVSRQQ.2
003700*    ITS OWN driver.dat -- THE STANDING CARDS LESS ANY         *  CVSRQQ.2
003800*    INCLUDE=/PROFILE=/RERUN=, PLUS THE REQUEST'S SCOPE -- AND *  CVSRQQ.2
003900*    CCVSDRV (CCVSSOK FOR SOAK) IS LAUNCHED; THE STANDING      *  CVSRQQ.2
004000*    driver.dat IS PUT BACK AFTERWARDS.  THE DRIVER'S OWN      *  CVSRQQ.2
004100*    SPACE AND WORKSPACE GATES ARE READ FROM run_request.log:  *  CVSRQQ.2
004200*    A SPACE REFUSAL HOLDS THE REQUEST AND THE NEXT IS TRIED,  *  CVSRQQ.2
004300*    A BUSY WORKSPACE STOPS THE DISPATCH.  A RUN THAT OPENS IS *  CVSRQQ.2
004400*    WRITTEN BACK DONE WITH ITS RUN-ID (THE JOURNAL SEQUENCE)  *  CVSRQQ.2
004500*    AND THE OUTCOME FROM ITS SEV RECORD, AND THE DISPATCH IS  *  CVSRQQ.2
004600*    JOURNALED.  RETURN-CODE 0 = A RUN WAS LAUNCHED, 4 =       *  CVSRQQ.2
004700*    NOTHING ELIGIBLE, 8 = A BAD ENTRY OR NO SUCH REQUEST.     *  CVSRQQ.2
004800*                                                              *  CVSRQQ.2
004900****************************************************************  CVSRQQ.2
005000 ENVIRONMENT DIVISION.                                            CVSRQQ.2
005100 CONFIGURATION SECTION.                                           CVSRQQ.2
005200 SOURCE-COMPUTER.                                                 CVSRQQ.2
005300     COPY CCVSTRG.                                                CVSRQQ.2
005400 OBJECT-COMPUTER.                                                 CVSRQQ.2
005500     COPY CCVSTRG.                                                CVSRQQ.2
005600 INPUT-OUTPUT SECTION.                                            CVSRQQ.2
005700 FILE-CONTROL.                                                    CVSRQQ.2
005800     SELECT   REQUEST-FILE ASSIGN TO                              CVSRQQ.2
005900     "run_requests.dat"                                           CVSRQQ.2
006000     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
006100     FILE STATUS IS WS-RQ-FSTATUS.                                CVSRQQ.2
006200     SELECT   REQUEST-REPORT-FILE ASSIGN TO                       CVSRQQ.2
006300     "run_requests.rpt"                                           CVSRQQ.2
006400     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
006500     FILE STATUS IS WS-RP-FSTATUS.                                CVSRQQ.2
006600     SELECT   DRIVER-CTL-FILE ASSIGN TO                           CVSRQQ.2
006700     "driver.dat"                                                 CVSRQQ.2
006800     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
006900     FILE STATUS IS WS-DC-FSTATUS.                                CVSRQQ.2
007000     SELECT   APPROVAL-FILE ASSIGN TO                             CVSRQQ.2
007100     "run_approval.dat"                                           CVSRQQ.2
007200     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
007300     FILE STATUS IS WS-AP-FSTATUS.                                CVSRQQ.2
007400     SELECT   CLAUSE-LIST-FILE ASSIGN TO                          CVSRQQ.2
007500     "clause_list.dat"                                            CVSRQQ.2
007600     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
007700     FILE STATUS IS WS-CL-FSTATUS.                                CVSRQQ.2
007800     SELECT   IMPACT-INCLUDE-FILE ASSIGN TO                       CVSRQQ.2
007900     "impact_include.dat"                                         CVSRQQ.2
008000     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
008100     FILE STATUS IS WS-II-FSTATUS.                                CVSRQQ.2
008200     SELECT   AUDIT-JOURNAL-FILE ASSIGN TO                        CVSRQQ.2
008300     "audit_journal.dat"                                          CVSRQQ.2
008400     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
008500     FILE STATUS IS WS-AJ-FSTATUS.                                CVSRQQ.2
008600     SELECT   RUN-LOG-FILE ASSIGN TO                              CVSRQQ.2
008700     "run_request.log"                                            CVSRQQ.2
008800     ORGANIZATION LINE SEQUENTIAL                                 CVSRQQ.2
008900     FILE STATUS IS WS-LG-FSTATUS.                                CVSRQQ.2
009000 DATA DIVISION.                                                   CVSRQQ.2
009100 FILE SECTION.                                                    CVSRQQ.2
009200 FD  REQUEST-FILE.                                                CVSRQQ.2
009300 01  REQUEST-REC PIC X(240).                                      CVSRQQ.2
009400 FD  REQUEST-REPORT-FILE.                                         CVSRQQ.2
009500 01  REQUEST-REPORT-REC PIC X(132).                               CVSRQQ.2
009600 FD  DRIVER-CTL-FILE.                                             CVSRQQ.2
009700 01  DRIVER-CTL-REC PIC X(80).                                    CVSRQQ.2
009800 FD  APPROVAL-FILE.                                               CVSRQQ.2
009900 01  APPROVAL-REC PIC X(100).                                     CVSRQQ.2
010000 FD  CLAUSE-LIST-FILE.                                            CVSRQQ.2
010100 01  CLAUSE-LIST-REC PIC X(40).                                   CVSRQQ.2
010200 FD  IMPACT-INCLUDE-FILE.                                         CVSRQQ.2
010300 01  IMPACT-INCLUDE-REC PIC X(20).                                CVSRQQ.2
010400 FD  AUDIT-JOURNAL-FILE.                                          CVSRQQ.2
010500 01  AUDIT-JOURNAL-REC PIC X(100).                                CVSRQQ.2
010600 FD  RUN-LOG-FILE.                                                CVSRQQ.2
010700 01  RUN-LOG-REC PIC X(200).                                      CVSRQQ.2
010800 WORKING-STORAGE SECTION.                                         CVSRQQ.2
010900 77  WS-RQ-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011000 77  WS-RP-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011100 77  WS-DC-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011200 77  WS-AP-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011300 77  WS-CL-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011400 77  WS-II-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011500 77  WS-AJ-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011600 77  WS-LG-FSTATUS  PIC XX VALUE SPACE.                           CVSRQQ.2
011700 77  WS-MODE        PIC X  VALUE SPACE.                           CVSRQQ.2
011800 77  WS-EOF-SWITCH  PIC X  VALUE "N".                             CVSRQQ.2
011900 77  WS-SUB         PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
012000 77  WS-BEST        PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
012100 77  WS-REQ-COUNT   PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
012200 77  WS-REQ-MAX     PIC 9(4) COMP VALUE 300.                      CVSRQQ.2
012300 77  WS-NEXT-ID     PIC 9(4) VALUE ZERO.                          CVSRQQ.2
012400 77  WS-DRV-COUNT   PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
012500 77  WS-DRV-HAD     PIC X  VALUE "N".                             CVSRQQ.2
012600 77  WS-CL-COUNT    PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
012700 77  WS-CL-HAD      PIC X  VALUE "N".                             CVSRQQ.2
012800 77  WS-TOKEN-COUNT PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
012900 77  WS-PTR         PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
013000 77  WS-INC-COUNT   PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
013100 77  WS-HIT-COUNT   PIC 9(4) COMP VALUE ZERO.                     CVSRQQ.2
013200 77  WS-LAUNCHED    PIC X  VALUE "N".                             CVSRQQ.2
013300 77  WS-STOP-DISPATCH PIC X VALUE "N".                            CVSRQQ.2
013400 77  WS-ENTRY-OK    PIC X  VALUE "Y".                             CVSRQQ.2
013500 77  WS-BEG-BEFORE  PIC 9(4) VALUE ZERO.                          CVSRQQ.2
013600 77  WS-BEG-AFTER   PIC 9(4) VALUE ZERO.                          CVSRQQ.2
013700 77  WS-SEV-TEXT    PIC XX VALUE SPACE.                           CVSRQQ.2
013800 77  WS-TODAY       PIC 9(8) VALUE ZERO.                          CVSRQQ.2
013900 77  WS-MM          PIC 99 VALUE ZERO.                            CVSRQQ.2
014000 77  WS-DD          PIC 99 VALUE ZERO.                            CVSRQQ.2
014100 01  WS-OPERATOR    PIC X(16) VALUE SPACE.                        CVSRQQ.2
014200 01  WS-ANSWER      PIC X(60) VALUE SPACE.                        CVSRQQ.2
014300 01  WS-CANCEL-ID   PIC X(4) VALUE SPACE.                         CVSRQQ.2
014400 01  WS-CANCEL-NUM  PIC 9(4) VALUE ZERO.                          CVSRQQ.2
014500 01  WS-HOLD-NOTE   PIC X(40) VALUE SPACE.                        CVSRQQ.2
014600 01  WS-LATE-FLAG   PIC X(4) VALUE SPACE.                         CVSRQQ.2
014700 01  WS-CMD         PIC X(200) VALUE SPACE.                       CVSRQQ.2
014800 01  WS-WORK-REC    PIC X(240) VALUE SPACE.                       CVSRQQ.2
014900 01  WS-FIELD-TABLE.                                              CVSRQQ.2
015000     02  WS-FIELD   PIC X(60) OCCURS 14 TIMES.                    CVSRQQ.2
015100 01  WS-APV-TABLE.                                                CVSRQQ.2
015200     02  WS-APV-FIELD PIC X(20) OCCURS 4 TIMES.                   CVSRQQ.2
015300 01  WS-TOKEN-TABLE.                                              CVSRQQ.2
015400     02  WS-TOKEN   PIC X(20) OCCURS 30 TIMES.                    CVSRQQ.2
015500 01  WS-NEW-REQUEST.                                              CVSRQQ.2
015600     02  WS-NEW-PRIORITY  PIC X.                                  CVSRQQ.2
015700     02  WS-NEW-REQUESTER PIC X(16).                              CVSRQQ.2
015800     02  WS-NEW-BUILD     PIC X(16).                              CVSRQQ.2
015900     02  WS-NEW-KIND      PIC X.                                  CVSRQQ.2
016000     02  WS-NEW-SCOPE     PIC X(60).                              CVSRQQ.2
016100     02  WS-NEW-CLASS     PIC X(6).                               CVSRQQ.2
016200     02  WS-NEW-OFFICIAL  PIC X.                                  CVSRQQ.2
016300     02  WS-NEW-REQ-BY    PIC X(8).                               CVSRQQ.2
016400 01  WS-REQUEST-TABLE.                                            CVSRQQ.2
016500     02  WS-RQ-ENTRY OCCURS 300 TIMES.                            CVSRQQ.2
016600         03  WS-RQ-ID        PIC 9(4).                            CVSRQQ.2
016700         03  WS-RQ-STATE     PIC X(9).                            CVSRQQ.2
016800         03  WS-RQ-PRIORITY  PIC X.                               CVSRQQ.2
016900         03  WS-RQ-REQUESTER PIC X(16).                           CVSRQQ.2
017000         03  WS-RQ-BUILD     PIC X(16).                           CVSRQQ.2
017100         03  WS-RQ-KIND      PIC X.                               CVSRQQ.2
017200         03  WS-RQ-SCOPE     PIC X(60).                           CVSRQQ.2
017300         03  WS-RQ-CLASS     PIC X(6).                            CVSRQQ.2
017400         03  WS-RQ-OFFICIAL  PIC X.                               CVSRQQ.2
017500         03  WS-RQ-REQ-BY    PIC X(8).                            CVSRQQ.2
017600         03  WS-RQ-ENTERED   PIC X(8).                            CVSRQQ.2
017700         03  WS-RQ-RUN-ID    PIC X(4).                            CVSRQQ.2
017800         03  WS-RQ-OUTCOME   PIC X(10).                           CVSRQQ.2
017900         03  WS-RQ-NOTE      PIC X(40).                           CVSRQQ.2
018000         03  WS-RQ-TRIED     PIC X.                               CVSRQQ.2
018100 01  WS-DRIVER-TABLE.                                             CVSRQQ.2
018200     02  WS-DRV-LINE PIC X(80) OCCURS 200 TIMES.                  CVSRQQ.2
018300 01  WS-CLAUSE-TABLE.                                             CVSRQQ.2
018400     02  WS-CL-LINE  PIC X(40) OCCURS 200 TIMES.                  CVSRQQ.2
018500 01  WS-BEST-KEY.                                                 CVSRQQ.2
018600     02  WS-BEST-PRIORITY PIC X.                                  CVSRQQ.2
018700     02  WS-BEST-REQ-BY   PIC X(8).                               CVSRQQ.2
018800 01  WS-THIS-KEY.                                                 CVSRQQ.2
018900     02  WS-THIS-PRIORITY PIC X.                                  CVSRQQ.2
019000     02  WS-THIS-REQ-BY   PIC X(8).                               CVSRQQ.2
019100 01  WS-LIST-LINE.                                                CVSRQQ.2
019200     02  WS-LL-ID        PIC 9(4).                                CVSRQQ.2
019300     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
019400     02  WS-LL-STATE     PIC X(9).                                CVSRQQ.2
019500     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
019600     02  WS-LL-LATE      PIC X(4).                                CVSRQQ.2
019700     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
019800     02  WS-LL-PRIORITY  PIC X.                                   CVSRQQ.2
019900     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
020000     02  WS-LL-REQUESTER PIC X(12).                               CVSRQQ.2
020100     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
020200     02  WS-LL-BUILD     PIC X(10).                               CVSRQQ.2
020300     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
020400     02  WS-LL-CLASS     PIC X(6).                                CVSRQQ.2
020500     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
020600     02  WS-LL-REQ-BY    PIC X(8).                                CVSRQQ.2
020700     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
020800     02  WS-LL-RUN-ID    PIC X(4).                                CVSRQQ.2
020900     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
021000     02  WS-LL-OUTCOME   PIC X(10).                               CVSRQQ.2
021100     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
021200     02  WS-LL-NOTE      PIC X(40).                               CVSRQQ.2
021300 01  WS-LIST-HEAD.                                                CVSRQQ.2
021400     02  FILLER PIC X(41) VALUE                                   CVSRQQ.2
021500         "ID   STATE     LATE P REQUESTER    BUILD ".             CVSRQQ.2
021600     02  FILLER PIC X(41) VALUE                                   CVSRQQ.2
021700         "     CLASS  REQ-BY   RUN  OUTCOME    NOTE".             CVSRQQ.2
021800 01  WS-LIST-SCOPE.                                               CVSRQQ.2
021900     02  FILLER          PIC X(10) VALUE SPACE.                   CVSRQQ.2
022000     02  FILLER          PIC X(7) VALUE "SCOPE ".                 CVSRQQ.2
022100     02  WS-LS-KIND      PIC X.                                   CVSRQQ.2
022200     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
022300     02  WS-LS-SCOPE     PIC X(60).                               CVSRQQ.2
022400     02  FILLER          PIC X(10) VALUE "  OFFICIAL".            CVSRQQ.2
022500     02  FILLER          PIC X VALUE SPACE.                       CVSRQQ.2
022600     02  WS-LS-OFFICIAL  PIC X.                                   CVSRQQ.2
022700 PROCEDURE DIVISION.                                              CVSRQQ.2
022800 CCVSRQQ-MAIN SECTION.                                            CVSRQQ.2
022900 CCVSRQQ-START.                                                   CVSRQQ.2
023000     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSRQQ.2
023100     ACCEPT   WS-OPERATOR FROM ENVIRONMENT "USER".                CVSRQQ.2
023200     IF       WS-OPERATOR = SPACE                                 CVSRQQ.2
023300              MOVE "UNKNOWN" TO WS-OPERATOR.                      CVSRQQ.2
023400     MOVE     0 TO RETURN-CODE.                                   CVSRQQ.2
023500     DISPLAY  "CCVSRQQ: E=ENTER REQUEST, D=DISPATCH, L=LIST, "    CVSRQQ.2
023600              "C=CANCEL?".                                        CVSRQQ.2
023700     ACCEPT   WS-MODE.                                            CVSRQQ.2
023800     EVALUATE WS-MODE                                             CVSRQQ.2
023900         WHEN "E"                                                 CVSRQQ.2
024000         WHEN "e"                                                 CVSRQQ.2
024100             PERFORM ENTER-REQUEST                                CVSRQQ.2
024200                 THRU ENTER-REQUEST-EX                            CVSRQQ.2
024300         WHEN "D"                                                 CVSRQQ.2
024400         WHEN "d"                                                 CVSRQQ.2
024500             PERFORM DISPATCH-REQUESTS                            CVSRQQ.2
024600                 THRU DISPATCH-REQUESTS-EX                        CVSRQQ.2
024700         WHEN "L"                                                 CVSRQQ.2
024800         WHEN "l"                                                 CVSRQQ.2
024900             PERFORM LIST-REQUESTS                                CVSRQQ.2
025000                 THRU LIST-REQUESTS-EX                            CVSRQQ.2
025100         WHEN "C"                                                 CVSRQQ.2
025200         WHEN "c"                                                 CVSRQQ.2
025300             PERFORM CANCEL-REQUEST                               CVSRQQ.2
025400                 THRU CANCEL-REQUEST-EX                           CVSRQQ.2
025500         WHEN OTHER                                               CVSRQQ.2
025600             DISPLAY "CCVSRQQ: NO SUCH MODE"                      CVSRQQ.2
025700             MOVE 8 TO RETURN-CODE                                CVSRQQ.2
025800     END-EVALUATE.                                                CVSRQQ.2
025900     STOP     RUN.                                                CVSRQQ.2
026000****************************************************************  CVSRQQ.2
026100*    THE QUEUE IS HELD IN CORE AND WRITTEN BACK WHOLE AFTER    *  CVSRQQ.2
026200*    EVERY CHANGE OF STATE, SO A LISTING TAKEN WHILE A RUN IS  *  CVSRQQ.2
026300*    LIVE SHOWS IT RUNNING.                                    *  CVSRQQ.2
026400****************************************************************  CVSRQQ.2
026500 LOAD-REQUESTS.                                                   CVSRQQ.2
026600     MOVE     ZERO TO WS-REQ-COUNT WS-NEXT-ID.                    CVSRQQ.2
026700     OPEN     INPUT REQUEST-FILE.                                 CVSRQQ.2
026800     IF       WS-RQ-FSTATUS NOT = "00"                            CVSRQQ.2
026900              GO TO LOAD-REQUESTS-EX.                             CVSRQQ.2
027000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSRQQ.2
027100     PERFORM  READ-REQUEST-LINE.                                  CVSRQQ.2
027200     PERFORM  STORE-REQUEST-LINE                                  CVSRQQ.2
027300              UNTIL WS-EOF-SWITCH = "Y".                          CVSRQQ.2
027400     CLOSE    REQUEST-FILE.                                       CVSRQQ.2
027500 LOAD-REQUESTS-EX.                                                CVSRQQ.2
027600     EXIT.                                                        CVSRQQ.2
027700 READ-REQUEST-LINE.                                               CVSRQQ.2
027800     READ     REQUEST-FILE INTO WS-WORK-REC                       CVSRQQ.2
027900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRQQ.2
028000 STORE-REQUEST-LINE.                                              CVSRQQ.2
028100     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSRQQ.2
028200     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSRQQ.2
028300              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSRQQ.2
028400                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSRQQ.2
028500                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9)         CVSRQQ.2
028600                   WS-FIELD (10) WS-FIELD (11) WS-FIELD (12)      CVSRQQ.2
028700                   WS-FIELD (13) WS-FIELD (14).                   CVSRQQ.2
028800     IF       WS-FIELD (1) (1:4) IS NUMERIC                       CVSRQQ.2
028900              AND WS-REQ-COUNT < WS-REQ-MAX                       CVSRQQ.2
029000              ADD 1 TO WS-REQ-COUNT                               CVSRQQ.2
029100              MOVE WS-FIELD (1) (1:4) TO WS-RQ-ID (WS-REQ-COUNT)  CVSRQQ.2
029200              MOVE WS-FIELD (2) TO WS-RQ-STATE (WS-REQ-COUNT)     CVSRQQ.2
029300              MOVE WS-FIELD (3) TO WS-RQ-PRIORITY (WS-REQ-COUNT)  CVSRQQ.2
029400              MOVE WS-FIELD (4) TO WS-RQ-REQUESTER (WS-REQ-COUNT) CVSRQQ.2
029500              MOVE WS-FIELD (5) TO WS-RQ-BUILD (WS-REQ-COUNT)     CVSRQQ.2
029600              MOVE WS-FIELD (6) TO WS-RQ-KIND (WS-REQ-COUNT)      CVSRQQ.2
029700              MOVE WS-FIELD (7) TO WS-RQ-SCOPE (WS-REQ-COUNT)     CVSRQQ.2
029800              MOVE WS-FIELD (8) TO WS-RQ-CLASS (WS-REQ-COUNT)     CVSRQQ.2
029900              MOVE WS-FIELD (9) TO WS-RQ-OFFICIAL (WS-REQ-COUNT)  CVSRQQ.2
030000              MOVE WS-FIELD (10) TO WS-RQ-REQ-BY (WS-REQ-COUNT)   CVSRQQ.2
030100              MOVE WS-FIELD (11) TO WS-RQ-ENTERED (WS-REQ-COUNT)  CVSRQQ.2
030200              MOVE WS-FIELD (12) TO WS-RQ-RUN-ID (WS-REQ-COUNT)   CVSRQQ.2
030300              MOVE WS-FIELD (13) TO WS-RQ-OUTCOME (WS-REQ-COUNT)  CVSRQQ.2
030400              MOVE WS-FIELD (14) TO WS-RQ-NOTE (WS-REQ-COUNT)     CVSRQQ.2
030500              MOVE "N" TO WS-RQ-TRIED (WS-REQ-COUNT)              CVSRQQ.2
030600              IF WS-RQ-ID (WS-REQ-COUNT) > WS-NEXT-ID             CVSRQQ.2
030700                  MOVE WS-RQ-ID (WS-REQ-COUNT) TO WS-NEXT-ID      CVSRQQ.2
030800              END-IF                                              CVSRQQ.2
030900     END-IF.                                                      CVSRQQ.2
031000     PERFORM  READ-REQUEST-LINE.                                  CVSRQQ.2
031100 SAVE-REQUESTS.                                                   CVSRQQ.2
031200     OPEN     OUTPUT REQUEST-FILE.                                CVSRQQ.2
031300     PERFORM  WRITE-REQUEST-LINE                                  CVSRQQ.2
031400              VARYING WS-SUB FROM 1 BY 1                          CVSRQQ.2
031500              UNTIL WS-SUB > WS-REQ-COUNT.                        CVSRQQ.2
031600     CLOSE    REQUEST-FILE.                                       CVSRQQ.2
031700 WRITE-REQUEST-LINE.                                              CVSRQQ.2
031800     MOVE     SPACE TO REQUEST-REC.                               CVSRQQ.2
031900     STRING   WS-RQ-ID (WS-SUB) DELIMITED BY SIZE                 CVSRQQ.2
032000              "|" DELIMITED BY SIZE                               CVSRQQ.2
032100              WS-RQ-STATE (WS-SUB) DELIMITED BY SPACE             CVSRQQ.2
032200              "|" DELIMITED BY SIZE                               CVSRQQ.2
032300              WS-RQ-PRIORITY (WS-SUB) DELIMITED BY SIZE           CVSRQQ.2
032400              "|" DELIMITED BY SIZE                               CVSRQQ.2
032500              WS-RQ-REQUESTER (WS-SUB) DELIMITED BY SPACE         CVSRQQ.2
032600              "|" DELIMITED BY SIZE                               CVSRQQ.2
032700              WS-RQ-BUILD (WS-SUB) DELIMITED BY SPACE             CVSRQQ.2
032800              "|" DELIMITED BY SIZE                               CVSRQQ.2
032900              WS-RQ-KIND (WS-SUB) DELIMITED BY SIZE               CVSRQQ.2
033000              "|" DELIMITED BY SIZE                               CVSRQQ.2
033100              WS-RQ-SCOPE (WS-SUB) DELIMITED BY "  "              CVSRQQ.2
033200              "|" DELIMITED BY SIZE                               CVSRQQ.2
033300              WS-RQ-CLASS (WS-SUB) DELIMITED BY SPACE             CVSRQQ.2
033400              "|" DELIMITED BY SIZE                               CVSRQQ.2
033500              WS-RQ-OFFICIAL (WS-SUB) DELIMITED BY SIZE           CVSRQQ.2
033600              "|" DELIMITED BY SIZE                               CVSRQQ.2
033700              WS-RQ-REQ-BY (WS-SUB) DELIMITED BY SPACE            CVSRQQ.2
033800              "|" DELIMITED BY SIZE                               CVSRQQ.2
033900              WS-RQ-ENTERED (WS-SUB) DELIMITED BY SPACE           CVSRQQ.2
034000              "|" DELIMITED BY SIZE                               CVSRQQ.2
034100              WS-RQ-RUN-ID (WS-SUB) DELIMITED BY SPACE            CVSRQQ.2
034200              "|" DELIMITED BY SIZE                               CVSRQQ.2
034300              WS-RQ-OUTCOME (WS-SUB) DELIMITED BY SPACE           CVSRQQ.2
034400              "|" DELIMITED BY SIZE                               CVSRQQ.2
034500              WS-RQ-NOTE (WS-SUB) DELIMITED BY "  "               CVSRQQ.2
034600              INTO REQUEST-REC.                                   CVSRQQ.2
034700     WRITE    REQUEST-REC.                                        CVSRQQ.2
034800****************************************************************  CVSRQQ.2
034900*    E -- ENTER A REQUEST.  A BAD FIELD REFUSES THE WHOLE      *  CVSRQQ.2
035000*    ENTRY (RETURN-CODE 8) RATHER THAN QUEUE A GUESS.          *  CVSRQQ.2
035100****************************************************************  CVSRQQ.2
035200 ENTER-REQUEST.                                                   CVSRQQ.2
035300     MOVE     SPACES TO WS-NEW-REQUEST.                           CVSRQQ.2
035400     MOVE     "Y" TO WS-ENTRY-OK.                                 CVSRQQ.2
035500     DISPLAY  "CCVSRQQ: REQUESTER (BLANK = YOURSELF)?".           CVSRQQ.2
035600     ACCEPT   WS-NEW-REQUESTER.                                   CVSRQQ.2
035700     IF       WS-NEW-REQUESTER = SPACE                            CVSRQQ.2
035800              MOVE WS-OPERATOR TO WS-NEW-REQUESTER.               CVSRQQ.2
035900     DISPLAY  "CCVSRQQ: BUILD IDENTIFIER?".                       CVSRQQ.2
036000     ACCEPT   WS-NEW-BUILD.                                       CVSRQQ.2
036100     DISPLAY  "CCVSRQQ: SCOPE KIND (P=PROFILE, M=MODULE LIST, "   CVSRQQ.2
036200              "I=IMPACT CLAUSE LIST)?".                           CVSRQQ.2
036300     ACCEPT   WS-NEW-KIND.                                        CVSRQQ.2
036400     DISPLAY  "CCVSRQQ: SCOPE (PROFILE NAME, OR MODULES / "       CVSRQQ.2
036500              "CLAUSES SEPARATED BY SPACES OR COMMAS)?".          CVSRQQ.2
036600     ACCEPT   WS-NEW-SCOPE.                                       CVSRQQ.2
036700     DISPLAY  "CCVSRQQ: RUN CLASS (FULL/PART/STRESS/SOAK)?".      CVSRQQ.2
036800     ACCEPT   WS-NEW-CLASS.                                       CVSRQQ.2
036900     DISPLAY  "CCVSRQQ: PRIORITY (1 = MOST URGENT .. 9, "         CVSRQQ.2
037000              "BLANK = 5)?".                                      CVSRQQ.2
037100     ACCEPT   WS-NEW-PRIORITY.                                    CVSRQQ.2
037200     DISPLAY  "CCVSRQQ: OFFICIAL QUALIFICATION RUN (Y/N)?".       CVSRQQ.2
037300     ACCEPT   WS-NEW-OFFICIAL.                                    CVSRQQ.2
037400     DISPLAY  "CCVSRQQ: REQUIRED BY (CCYYMMDD, BLANK = NONE)?".   CVSRQQ.2
037500     ACCEPT   WS-NEW-REQ-BY.                                      CVSRQQ.2
037600     INSPECT  WS-NEW-KIND CONVERTING "pmi" TO "PMI".              CVSRQQ.2
037700     INSPECT  WS-NEW-OFFICIAL CONVERTING "yn" TO "YN".            CVSRQQ.2
037800     INSPECT  WS-NEW-CLASS CONVERTING                             CVSRQQ.2
037900              "abcdefghijklmnopqrstuvwxyz"                        CVSRQQ.2
038000              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                    CVSRQQ.2
038100     IF       WS-NEW-PRIORITY = SPACE                             CVSRQQ.2
038200              MOVE "5" TO WS-NEW-PRIORITY.                        CVSRQQ.2
038300     IF       WS-NEW-OFFICIAL NOT = "Y"                           CVSRQQ.2
038400              MOVE "N" TO WS-NEW-OFFICIAL.                        CVSRQQ.2
038500     IF       WS-NEW-BUILD = SPACE                                CVSRQQ.2
038600              DISPLAY "CCVSRQQ: A BUILD IDENTIFIER IS REQUIRED"   CVSRQQ.2
038700              MOVE "N" TO WS-ENTRY-OK.                            CVSRQQ.2
038800     IF       WS-NEW-KIND NOT = "P" AND NOT = "M" AND NOT = "I"   CVSRQQ.2
038900              DISPLAY "CCVSRQQ: SCOPE KIND MUST BE P, M OR I"     CVSRQQ.2
039000              MOVE "N" TO WS-ENTRY-OK.                            CVSRQQ.2
039100     IF       WS-NEW-SCOPE = SPACE                                CVSRQQ.2
039200              DISPLAY "CCVSRQQ: A SCOPE IS REQUIRED"              CVSRQQ.2
039300              MOVE "N" TO WS-ENTRY-OK.                            CVSRQQ.2
039400     IF       WS-NEW-CLASS NOT = "FULL" AND NOT = "PART"          CVSRQQ.2
039500              AND NOT = "STRESS" AND NOT = "SOAK"                 CVSRQQ.2
039600              DISPLAY "CCVSRQQ: NO SUCH RUN CLASS"                CVSRQQ.2
039700              MOVE "N" TO WS-ENTRY-OK.                            CVSRQQ.2
039800     IF       WS-NEW-PRIORITY IS NOT NUMERIC                      CVSRQQ.2
039900              OR WS-NEW-PRIORITY = "0"                            CVSRQQ.2
040000              DISPLAY "CCVSRQQ: PRIORITY MUST BE 1 TO 9"          CVSRQQ.2
040100              MOVE "N" TO WS-ENTRY-OK.                            CVSRQQ.2
040200     IF       WS-NEW-REQ-BY NOT = SPACE                           CVSRQQ.2
040300              PERFORM CHECK-REQUIRED-BY.                          CVSRQQ.2
040400     IF       WS-ENTRY-OK = "N"                                   CVSRQQ.2
040500              DISPLAY "CCVSRQQ: REQUEST NOT QUEUED"               CVSRQQ.2
040600              MOVE 8 TO RETURN-CODE                               CVSRQQ.2
040700              GO TO ENTER-REQUEST-EX.                             CVSRQQ.2
040800     PERFORM  LOAD-REQUESTS THRU LOAD-REQUESTS-EX.                CVSRQQ.2
040900     IF       WS-REQ-COUNT NOT < WS-REQ-MAX                       CVSRQQ.2
041000              DISPLAY "CCVSRQQ: QUEUE FULL -- PURGE FINISHED "    CVSRQQ.2
041100                  "REQUESTS FROM run_requests.dat"                CVSRQQ.2
041200              MOVE 8 TO RETURN-CODE                               CVSRQQ.2
041300              GO TO ENTER-REQUEST-EX.                             CVSRQQ.2
041400     ADD      1 TO WS-NEXT-ID.                                    CVSRQQ.2
041500     ADD      1 TO WS-REQ-COUNT.                                  CVSRQQ.2
041600     MOVE     WS-REQ-COUNT TO WS-SUB.                             CVSRQQ.2
041700     MOVE     WS-NEXT-ID TO WS-RQ-ID (WS-SUB).                    CVSRQQ.2
041800     MOVE     "QUEUED" TO WS-RQ-STATE (WS-SUB).                   CVSRQQ.2
041900     MOVE     WS-NEW-PRIORITY TO WS-RQ-PRIORITY (WS-SUB).         CVSRQQ.2
042000     MOVE     WS-NEW-REQUESTER TO WS-RQ-REQUESTER (WS-SUB).       CVSRQQ.2
042100     MOVE     WS-NEW-BUILD TO WS-RQ-BUILD (WS-SUB).               CVSRQQ.2
042200     MOVE     WS-NEW-KIND TO WS-RQ-KIND (WS-SUB).                 CVSRQQ.2
042300     MOVE     WS-NEW-SCOPE TO WS-RQ-SCOPE (WS-SUB).               CVSRQQ.2
042400     MOVE     WS-NEW-CLASS TO WS-RQ-CLASS (WS-SUB).               CVSRQQ.2
042500     MOVE     WS-NEW-OFFICIAL TO WS-RQ-OFFICIAL (WS-SUB).         CVSRQQ.2
042600     MOVE     WS-NEW-REQ-BY TO WS-RQ-REQ-BY (WS-SUB).             CVSRQQ.2
042700     MOVE     WS-TODAY TO WS-RQ-ENTERED (WS-SUB).                 CVSRQQ.2
042800     MOVE     SPACES TO WS-RQ-RUN-ID (WS-SUB)                     CVSRQQ.2
042900              WS-RQ-OUTCOME (WS-SUB) WS-RQ-NOTE (WS-SUB).         CVSRQQ.2
043000     OPEN     EXTEND REQUEST-FILE.                                CVSRQQ.2
043100     IF       WS-RQ-FSTATUS = "35"                                CVSRQQ.2
043200              OPEN OUTPUT REQUEST-FILE.                           CVSRQQ.2
043300     PERFORM  WRITE-REQUEST-LINE.                                 CVSRQQ.2
043400     CLOSE    REQUEST-FILE.                                       CVSRQQ.2
043500     DISPLAY  "CCVSRQQ: REQUEST " WS-NEXT-ID " QUEUED FOR "       CVSRQQ.2
043600              WS-NEW-REQUESTER.                                   CVSRQQ.2
043700 ENTER-REQUEST-EX.                                                CVSRQQ.2
043800     EXIT.                                                        CVSRQQ.2
043900 CHECK-REQUIRED-BY.                                               CVSRQQ.2
044000     IF       WS-NEW-REQ-BY IS NOT NUMERIC                        CVSRQQ.2
044100              DISPLAY "CCVSRQQ: REQUIRED-BY MUST BE CCYYMMDD"     CVSRQQ.2
044200              MOVE "N" TO WS-ENTRY-OK                             CVSRQQ.2
044300     ELSE                                                         CVSRQQ.2
044400              MOVE WS-NEW-REQ-BY (5:2) TO WS-MM                   CVSRQQ.2
044500              MOVE WS-NEW-REQ-BY (7:2) TO WS-DD                   CVSRQQ.2
044600              IF WS-MM < 1 OR WS-MM > 12                          CVSRQQ.2
044700                  OR WS-DD < 1 OR WS-DD > 31                      CVSRQQ.2
044800                  DISPLAY "CCVSRQQ: REQUIRED-BY IS NOT A DATE"    CVSRQQ.2
044900                  MOVE "N" TO WS-ENTRY-OK                         CVSRQQ.2
045000              END-IF                                              CVSRQQ.2
045100     END-IF.                                                      CVSRQQ.2
045200****************************************************************  CVSRQQ.2
045300*    L -- LIST THE QUEUE TO THE CONSOLE AND run_requests.rpt.  *  CVSRQQ.2
045400****************************************************************  CVSRQQ.2
045500 LIST-REQUESTS.                                                   CVSRQQ.2
045600     PERFORM  LOAD-REQUESTS THRU LOAD-REQUESTS-EX.                CVSRQQ.2
045700     OPEN     OUTPUT REQUEST-REPORT-FILE.                         CVSRQQ.2
045800     MOVE     SPACE TO REQUEST-REPORT-REC.                        CVSRQQ.2
045900     STRING   "RUN REQUEST QUEUE AS OF " DELIMITED BY SIZE        CVSRQQ.2
046000              WS-TODAY DELIMITED BY SIZE                          CVSRQQ.2
046100              INTO REQUEST-REPORT-REC.                            CVSRQQ.2
046200     PERFORM  PUT-LIST-LINE.                                      CVSRQQ.2
046300     MOVE     WS-LIST-HEAD TO REQUEST-REPORT-REC.                 CVSRQQ.2
046400     PERFORM  PUT-LIST-LINE.                                      CVSRQQ.2
046500     PERFORM  LIST-ONE-REQUEST                                    CVSRQQ.2
046600              VARYING WS-SUB FROM 1 BY 1                          CVSRQQ.2
046700              UNTIL WS-SUB > WS-REQ-COUNT.                        CVSRQQ.2
046800     IF       WS-REQ-COUNT = ZERO                                 CVSRQQ.2
046900              MOVE "NO RUN REQUESTS ON FILE" TO REQUEST-REPORT-RECCVSRQQ.2
047000              PERFORM PUT-LIST-LINE.                              CVSRQQ.2
047100     CLOSE    REQUEST-REPORT-FILE.                                CVSRQQ.2
047200 LIST-REQUESTS-EX.                                                CVSRQQ.2
047300     EXIT.                                                        CVSRQQ.2
047400 LIST-ONE-REQUEST.                                                CVSRQQ.2
047500     MOVE     SPACE TO WS-LATE-FLAG.                              CVSRQQ.2
047600     IF       (WS-RQ-STATE (WS-SUB) = "QUEUED"                    CVSRQQ.2
047700              OR WS-RQ-STATE (WS-SUB) = "RUNNING")                CVSRQQ.2
047800              AND WS-RQ-REQ-BY (WS-SUB) IS NUMERIC                CVSRQQ.2
047900              AND WS-RQ-REQ-BY (WS-SUB) < WS-TODAY                CVSRQQ.2
048000              MOVE "LATE" TO WS-LATE-FLAG.                        CVSRQQ.2
048100     MOVE     WS-RQ-ID (WS-SUB) TO WS-LL-ID.                      CVSRQQ.2
048200     MOVE     WS-RQ-STATE (WS-SUB) TO WS-LL-STATE.                CVSRQQ.2
048300     MOVE     WS-LATE-FLAG TO WS-LL-LATE.                         CVSRQQ.2
048400     MOVE     WS-RQ-PRIORITY (WS-SUB) TO WS-LL-PRIORITY.          CVSRQQ.2
048500     MOVE     WS-RQ-REQUESTER (WS-SUB) TO WS-LL-REQUESTER.        CVSRQQ.2
048600     MOVE     WS-RQ-BUILD (WS-SUB) TO WS-LL-BUILD.                CVSRQQ.2
048700     MOVE     WS-RQ-CLASS (WS-SUB) TO WS-LL-CLASS.                CVSRQQ.2
048800     MOVE     WS-RQ-REQ-BY (WS-SUB) TO WS-LL-REQ-BY.              CVSRQQ.2
048900     MOVE     WS-RQ-RUN-ID (WS-SUB) TO WS-LL-RUN-ID.              CVSRQQ.2
049000     MOVE     WS-RQ-OUTCOME (WS-SUB) TO WS-LL-OUTCOME.            CVSRQQ.2
049100     MOVE     WS-RQ-NOTE (WS-SUB) TO WS-LL-NOTE.                  CVSRQQ.2
049200     MOVE     WS-LIST-LINE TO REQUEST-REPORT-REC.                 CVSRQQ.2
049300     PERFORM  PUT-LIST-LINE.                                      CVSRQQ.2
049400     MOVE     WS-RQ-KIND (WS-SUB) TO WS-LS-KIND.                  CVSRQQ.2
049500     MOVE     WS-RQ-SCOPE (WS-SUB) TO WS-LS-SCOPE.                CVSRQQ.2
049600     MOVE     WS-RQ-OFFICIAL (WS-SUB) TO WS-LS-OFFICIAL.          CVSRQQ.2
049700     MOVE     WS-LIST-SCOPE TO REQUEST-REPORT-REC.                CVSRQQ.2
049800     PERFORM  PUT-LIST-LINE.                                      CVSRQQ.2
049900 PUT-LIST-LINE.                                                   CVSRQQ.2
050000     WRITE    REQUEST-REPORT-REC.                                 CVSRQQ.2
050100     DISPLAY  REQUEST-REPORT-REC.                                 CVSRQQ.2
050200     MOVE     SPACE TO REQUEST-REPORT-REC.                        CVSRQQ.2
050300****************************************************************  CVSRQQ.2
050400*    C -- CANCEL.  ONLY A REQUEST STILL WAITING CAN BE         *  CVSRQQ.2
050500*    CANCELLED; A RUNNING OR FINISHED ONE STAYS AS IT IS.      *  CVSRQQ.2
050600****************************************************************  CVSRQQ.2
050700 CANCEL-REQUEST.                                                  CVSRQQ.2
050800     DISPLAY  "CCVSRQQ: REQUEST ID TO CANCEL?".                   CVSRQQ.2
050900     ACCEPT   WS-CANCEL-ID.                                       CVSRQQ.2
051000     PERFORM  LOAD-REQUESTS THRU LOAD-REQUESTS-EX.                CVSRQQ.2
051100     MOVE     ZERO TO WS-BEST WS-CANCEL-NUM.                      CVSRQQ.2
051200     IF       WS-CANCEL-ID NOT = SPACE                            CVSRQQ.2
051300              COMPUTE WS-CANCEL-NUM =                             CVSRQQ.2
051400                  FUNCTION NUMVAL (WS-CANCEL-ID).                 CVSRQQ.2
051500     PERFORM  FIND-CANCEL-ID                                      CVSRQQ.2
051600              VARYING WS-SUB FROM 1 BY 1                          CVSRQQ.2
051700              UNTIL WS-SUB > WS-REQ-COUNT.                        CVSRQQ.2
051800     IF       WS-BEST = ZERO                                      CVSRQQ.2
051900              DISPLAY "CCVSRQQ: NO SUCH REQUEST " WS-CANCEL-NUM   CVSRQQ.2
052000              MOVE 8 TO RETURN-CODE                               CVSRQQ.2
052100              GO TO CANCEL-REQUEST-EX.                            CVSRQQ.2
052200     IF       WS-RQ-STATE (WS-BEST) NOT = "QUEUED"                CVSRQQ.2
052300              DISPLAY "CCVSRQQ: REQUEST " WS-CANCEL-NUM " IS "    CVSRQQ.2
052400                  WS-RQ-STATE (WS-BEST)                           CVSRQQ.2
052500              DISPLAY "CCVSRQQ: ONLY A QUEUED REQUEST CAN BE "    CVSRQQ.2
052600                  "CANCELLED"                                     CVSRQQ.2
052700              MOVE 8 TO RETURN-CODE                               CVSRQQ.2
052800              GO TO CANCEL-REQUEST-EX.                            CVSRQQ.2
052900     MOVE     "CANCELLED" TO WS-RQ-STATE (WS-BEST).               CVSRQQ.2
053000     MOVE     SPACE TO WS-RQ-NOTE (WS-BEST).                      CVSRQQ.2
053100     STRING   "CANCELLED BY " DELIMITED BY SIZE                   CVSRQQ.2
053200              WS-OPERATOR DELIMITED BY SPACE                      CVSRQQ.2
053300              INTO WS-RQ-NOTE (WS-BEST).                          CVSRQQ.2
053400     PERFORM  SAVE-REQUESTS.                                      CVSRQQ.2
053500     DISPLAY  "CCVSRQQ: REQUEST " WS-CANCEL-NUM " CANCELLED".     CVSRQQ.2
053600 CANCEL-REQUEST-EX.                                               CVSRQQ.2
053700     EXIT.                                                        CVSRQQ.2
053800 FIND-CANCEL-ID.                                                  CVSRQQ.2
053900     IF       WS-CANCEL-NUM NOT = ZERO                            CVSRQQ.2
054000              AND WS-RQ-ID (WS-SUB) = WS-CANCEL-NUM               CVSRQQ.2
054100              MOVE WS-SUB TO WS-BEST.                             CVSRQQ.2
054200****************************************************************  CVSRQQ.2
054300*    D -- DISPATCH.  EACH WAITING REQUEST IS TRIED AT MOST     *  CVSRQQ.2
054400*    ONCE PER DISPATCH; THE FIRST ONE THAT OPENS A RUN ENDS    *  CVSRQQ.2
054500*    IT.  A REQUEST LEFT RUNNING BY A DISPATCH THAT DIED IS    *  CVSRQQ.2
054600*    NOT RETRIED HERE -- THE OPERATOR CANCELS OR RE-ENTERS IT. *  CVSRQQ.2
054700****************************************************************  CVSRQQ.2
054800 DISPATCH-REQUESTS.                                               CVSRQQ.2
054900     PERFORM  LOAD-REQUESTS THRU LOAD-REQUESTS-EX.                CVSRQQ.2
055000     MOVE     "N" TO WS-LAUNCHED WS-STOP-DISPATCH.                CVSRQQ.2
055100     PERFORM  DISPATCH-NEXT-REQUEST                               CVSRQQ.2
055200              THRU DISPATCH-NEXT-REQUEST-EX                       CVSRQQ.2
055300              UNTIL WS-LAUNCHED = "Y"                             CVSRQQ.2
055400              OR WS-STOP-DISPATCH = "Y".                          CVSRQQ.2
055500     IF       WS-LAUNCHED = "Y"                                   CVSRQQ.2
055600              MOVE 0 TO RETURN-CODE                               CVSRQQ.2
055700     ELSE                                                         CVSRQQ.2
055800              DISPLAY "CCVSRQQ: NO RUN REQUEST DISPATCHED"        CVSRQQ.2
055900              MOVE 4 TO RETURN-CODE                               CVSRQQ.2
056000     END-IF.                                                      CVSRQQ.2
056100 DISPATCH-REQUESTS-EX.                                            CVSRQQ.2
056200     EXIT.                                                        CVSRQQ.2
056300 DISPATCH-NEXT-REQUEST.                                           CVSRQQ.2
056400     MOVE     ZERO TO WS-BEST.                                    CVSRQQ.2
056500     PERFORM  PICK-BEST-REQUEST                                   CVSRQQ.2
056600              VARYING WS-SUB FROM 1 BY 1                          CVSRQQ.2
056700              UNTIL WS-SUB > WS-REQ-COUNT.                        CVSRQQ.2
056800     IF       WS-BEST = ZERO                                      CVSRQQ.2
056900              MOVE "Y" TO WS-STOP-DISPATCH                        CVSRQQ.2
057000              GO TO DISPATCH-NEXT-REQUEST-EX.                     CVSRQQ.2
057100     MOVE     "Y" TO WS-RQ-TRIED (WS-BEST).                       CVSRQQ.2
057200     DISPLAY  "CCVSRQQ: CONSIDERING REQUEST " WS-RQ-ID (WS-BEST)  CVSRQQ.2
057300              " PRIORITY " WS-RQ-PRIORITY (WS-BEST)               CVSRQQ.2
057400              " FOR " WS-RQ-REQUESTER (WS-BEST).                  CVSRQQ.2
057500*    THE CALENDAR IS ASKED AS A PROBE SO A STANDING OVERRIDE      CVSRQQ.2
057600*    IS LEFT FOR THE DRIVER, WHICH CONSUMES AND JOURNALS IT.      CVSRQQ.2
057700     MOVE     SPACE TO WS-CMD.                                    CVSRQQ.2
057800     STRING   "echo ?" DELIMITED BY SIZE                          CVSRQQ.2
057900              WS-RQ-CLASS (WS-BEST) DELIMITED BY SPACE            CVSRQQ.2
058000              " | ./CCVSCAL" DELIMITED BY SIZE                    CVSRQQ.2
058100              INTO WS-CMD.                                        CVSRQQ.2
058200     CALL     "SYSTEM" USING WS-CMD.                              CVSRQQ.2
058300     IF       RETURN-CODE NOT = 0                                 CVSRQQ.2
058400              MOVE "HELD: OUTSIDE RUN CALENDAR" TO WS-HOLD-NOTE   CVSRQQ.2
058500              PERFORM HOLD-REQUEST                                CVSRQQ.2
058600              GO TO DISPATCH-NEXT-REQUEST-EX.                     CVSRQQ.2
058700     IF       WS-RQ-OFFICIAL (WS-BEST) = "Y"                      CVSRQQ.2
058800              PERFORM CHECK-REQUEST-APPROVAL                      CVSRQQ.2
058900                  THRU CHECK-REQUEST-APPROVAL-EX                  CVSRQQ.2
059000              IF WS-APV-FIELD (3) NOT = WS-RQ-BUILD (WS-BEST)     CVSRQQ.2
059100                  MOVE "HELD: AWAITING APPROVAL" TO WS-HOLD-NOTE  CVSRQQ.2
059200                  PERFORM HOLD-REQUEST                            CVSRQQ.2
059300                  GO TO DISPATCH-NEXT-REQUEST-EX                  CVSRQQ.2
059400              END-IF                                              CVSRQQ.2
059500     END-IF.                                                      CVSRQQ.2
059600     MOVE     "RUNNING" TO WS-RQ-STATE (WS-BEST).                 CVSRQQ.2
059700     MOVE     SPACE TO WS-RQ-NOTE (WS-BEST).                      CVSRQQ.2
059800     PERFORM  SAVE-REQUESTS.                                      CVSRQQ.2
059900     PERFORM  BUILD-REQUEST-DRIVER-CTL                            CVSRQQ.2
060000              THRU BUILD-REQUEST-DRIVER-CTL-EX.                   CVSRQQ.2
060100     IF       WS-RQ-STATE (WS-BEST) = "REJECTED"                  CVSRQQ.2
060200              PERFORM RESTORE-DRIVER-CTL                          CVSRQQ.2
060300              PERFORM SAVE-REQUESTS                               CVSRQQ.2
060400              GO TO DISPATCH-NEXT-REQUEST-EX.                     CVSRQQ.2
060500     PERFORM  FIND-LATEST-BEG.                                    CVSRQQ.2
060600     MOVE     WS-BEG-AFTER TO WS-BEG-BEFORE.                      CVSRQQ.2
060700     MOVE     SPACE TO WS-CMD.                                    CVSRQQ.2
060800     IF       WS-RQ-CLASS (WS-BEST) = "SOAK"                      CVSRQQ.2
060900              STRING "rm -f suite_summary.csv;echo 3 | "          CVSRQQ.2
061000                  DELIMITED BY SIZE                               CVSRQQ.2
061100                  "./CCVSSOK 2>&1 | tee run_request.log"          CVSRQQ.2
061200                  DELIMITED BY SIZE                               CVSRQQ.2
061300                  INTO WS-CMD                                     CVSRQQ.2
061400     ELSE                                                         CVSRQQ.2
061500              STRING "rm -f suite_summary.csv;./CCVSDRV 2>&1"     CVSRQQ.2
061600                  DELIMITED BY SIZE                               CVSRQQ.2
061700                  " | tee run_request.log" DELIMITED BY SIZE      CVSRQQ.2
061800                  INTO WS-CMD                                     CVSRQQ.2
061900     END-IF.                                                      CVSRQQ.2
062000     DISPLAY  "CCVSRQQ: LAUNCHING REQUEST " WS-RQ-ID (WS-BEST).   CVSRQQ.2
062100     CALL     "SYSTEM" USING WS-CMD.                              CVSRQQ.2
062200     PERFORM  RESTORE-DRIVER-CTL.                                 CVSRQQ.2
062300     PERFORM  CLASSIFY-REQUEST-RUN                                CVSRQQ.2
062400              THRU CLASSIFY-REQUEST-RUN-EX.                       CVSRQQ.2
062500     PERFORM  SAVE-REQUESTS.                                      CVSRQQ.2
062600 DISPATCH-NEXT-REQUEST-EX.                                        CVSRQQ.2
062700     EXIT.                                                        CVSRQQ.2
062800 PICK-BEST-REQUEST.                                               CVSRQQ.2
062900     IF       WS-RQ-STATE (WS-SUB) NOT = "QUEUED"                 CVSRQQ.2
063000              OR WS-RQ-TRIED (WS-SUB) = "Y"                       CVSRQQ.2
063100              NEXT SENTENCE                                       CVSRQQ.2
063200     ELSE                                                         CVSRQQ.2
063300              MOVE WS-RQ-PRIORITY (WS-SUB) TO WS-THIS-PRIORITY    CVSRQQ.2
063400              MOVE WS-RQ-REQ-BY (WS-SUB) TO WS-THIS-REQ-BY        CVSRQQ.2
063500              IF WS-THIS-REQ-BY = SPACE                           CVSRQQ.2
063600                  MOVE "99999999" TO WS-THIS-REQ-BY               CVSRQQ.2
063700              END-IF                                              CVSRQQ.2
063800              IF WS-BEST = ZERO                                   CVSRQQ.2
063900                  OR WS-THIS-KEY < WS-BEST-KEY                    CVSRQQ.2
064000                  MOVE WS-SUB TO WS-BEST                          CVSRQQ.2
064100                  MOVE WS-THIS-KEY TO WS-BEST-KEY                 CVSRQQ.2
064200              END-IF                                              CVSRQQ.2
064300     END-IF.                                                      CVSRQQ.2
064400 HOLD-REQUEST.                                                    CVSRQQ.2
064500     DISPLAY  "CCVSRQQ: REQUEST " WS-RQ-ID (WS-BEST) " "          CVSRQQ.2
064600              WS-HOLD-NOTE.                                       CVSRQQ.2
064700     MOVE     "QUEUED" TO WS-RQ-STATE (WS-BEST).                  CVSRQQ.2
064800     MOVE     WS-HOLD-NOTE TO WS-RQ-NOTE (WS-BEST).               CVSRQQ.2
064900     PERFORM  SAVE-REQUESTS.                                      CVSRQQ.2
065000 CHECK-REQUEST-APPROVAL.                                          CVSRQQ.2
065100     MOVE     SPACES TO WS-APV-TABLE.                             CVSRQQ.2
065200     OPEN     INPUT APPROVAL-FILE.                                CVSRQQ.2
065300     IF       WS-AP-FSTATUS NOT = "00"                            CVSRQQ.2
065400              GO TO CHECK-REQUEST-APPROVAL-EX.                    CVSRQQ.2
065500     MOVE     SPACE TO WS-WORK-REC.                               CVSRQQ.2
065600     READ     APPROVAL-FILE INTO WS-WORK-REC                      CVSRQQ.2
065700              AT END CONTINUE                                     CVSRQQ.2
065800     END-READ.                                                    CVSRQQ.2
065900     CLOSE    APPROVAL-FILE.                                      CVSRQQ.2
066000     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSRQQ.2
066100              INTO WS-APV-FIELD (1) WS-APV-FIELD (2)              CVSRQQ.2
066200                   WS-APV-FIELD (3) WS-APV-FIELD (4).             CVSRQQ.2
066300     IF       WS-APV-FIELD (3) = SPACE                            CVSRQQ.2
066400              MOVE "-" TO WS-APV-FIELD (3).                       CVSRQQ.2
066500 CHECK-REQUEST-APPROVAL-EX.                                       CVSRQQ.2
066600     EXIT.                                                        CVSRQQ.2
066700****************************************************************  CVSRQQ.2
066800*    THE REQUEST'S driver.dat: THE STANDING CARDS ARE KEPT IN  *  CVSRQQ.2
066900*    CORE, WRITTEN BACK LESS THEIR SCOPE CARDS WITH THE        *  CVSRQQ.2
067000*    REQUEST'S SCOPE ADDED, AND PUT BACK AFTER THE RUN.        *  CVSRQQ.2
067100****************************************************************  CVSRQQ.2
067200 BUILD-REQUEST-DRIVER-CTL.                                        CVSRQQ.2
067300     MOVE     ZERO TO WS-DRV-COUNT.                               CVSRQQ.2
067400     MOVE     "N" TO WS-DRV-HAD.                                  CVSRQQ.2
067500     OPEN     INPUT DRIVER-CTL-FILE.                              CVSRQQ.2
067600     IF       WS-DC-FSTATUS = "00"                                CVSRQQ.2
067700              MOVE "Y" TO WS-DRV-HAD                              CVSRQQ.2
067800              MOVE "N" TO WS-EOF-SWITCH                           CVSRQQ.2
067900              PERFORM READ-DRIVER-CTL-LINE                        CVSRQQ.2
068000              PERFORM STORE-DRIVER-CTL-LINE                       CVSRQQ.2
068100                  UNTIL WS-EOF-SWITCH = "Y"                       CVSRQQ.2
068200              CLOSE DRIVER-CTL-FILE                               CVSRQQ.2
068300     END-IF.                                                      CVSRQQ.2
068400     OPEN     OUTPUT DRIVER-CTL-FILE.                             CVSRQQ.2
068500     PERFORM  COPY-STANDING-CARD                                  CVSRQQ.2
068600              VARYING WS-SUB FROM 1 BY 1                          CVSRQQ.2
068700              UNTIL WS-SUB > WS-DRV-COUNT.                        CVSRQQ.2
068800     PERFORM  SPLIT-REQUEST-SCOPE.                                CVSRQQ.2
068900     EVALUATE WS-RQ-KIND (WS-BEST)                                CVSRQQ.2
069000         WHEN "P"                                                 CVSRQQ.2
069100             MOVE SPACE TO DRIVER-CTL-REC                         CVSRQQ.2
069200             STRING "PROFILE=" DELIMITED BY SIZE                  CVSRQQ.2
069300                 WS-TOKEN (1) DELIMITED BY SPACE                  CVSRQQ.2
069400                 INTO DRIVER-CTL-REC                              CVSRQQ.2
069500             WRITE DRIVER-CTL-REC                                 CVSRQQ.2
069600         WHEN "M"                                                 CVSRQQ.2
069700             PERFORM WRITE-MODULE-CARD                            CVSRQQ.2
069800                 VARYING WS-SUB FROM 1 BY 1                       CVSRQQ.2
069900                 UNTIL WS-SUB > WS-TOKEN-COUNT                    CVSRQQ.2
070000         WHEN OTHER                                               CVSRQQ.2
070100             CONTINUE                                             CVSRQQ.2
070200     END-EVALUATE.                                                CVSRQQ.2
070300     CLOSE    DRIVER-CTL-FILE.                                    CVSRQQ.2
070400     IF       WS-RQ-KIND (WS-BEST) = "I"                          CVSRQQ.2
070500              PERFORM RUN-IMPACT-SELECTION                        CVSRQQ.2
070600                  THRU RUN-IMPACT-SELECTION-EX.                   CVSRQQ.2
070700 BUILD-REQUEST-DRIVER-CTL-EX.                                     CVSRQQ.2
070800     EXIT.                                                        CVSRQQ.2
070900 READ-DRIVER-CTL-LINE.                                            CVSRQQ.2
071000     READ     DRIVER-CTL-FILE                                     CVSRQQ.2
071100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRQQ.2
071200 STORE-DRIVER-CTL-LINE.                                           CVSRQQ.2
071300     IF       WS-DRV-COUNT < 200                                  CVSRQQ.2
071400              ADD 1 TO WS-DRV-COUNT                               CVSRQQ.2
071500              MOVE DRIVER-CTL-REC TO WS-DRV-LINE (WS-DRV-COUNT).  CVSRQQ.2
071600     PERFORM  READ-DRIVER-CTL-LINE.                               CVSRQQ.2
071700 COPY-STANDING-CARD.                                              CVSRQQ.2
071800     IF       WS-DRV-LINE (WS-SUB) (1:8) NOT = "INCLUDE="         CVSRQQ.2
071900              AND WS-DRV-LINE (WS-SUB) (1:8) NOT = "PROFILE="     CVSRQQ.2
072000              AND WS-DRV-LINE (WS-SUB) (1:6) NOT = "RERUN="       CVSRQQ.2
072100              MOVE WS-DRV-LINE (WS-SUB) TO DRIVER-CTL-REC         CVSRQQ.2
072200              WRITE DRIVER-CTL-REC.                               CVSRQQ.2
072300 SPLIT-REQUEST-SCOPE.                                             CVSRQQ.2
072400     MOVE     SPACES TO WS-TOKEN-TABLE.                           CVSRQQ.2
072500     MOVE     ZERO TO WS-TOKEN-COUNT.                             CVSRQQ.2
072600     MOVE     WS-RQ-SCOPE (WS-BEST) TO WS-ANSWER.                 CVSRQQ.2
072700     INSPECT  WS-ANSWER REPLACING ALL "," BY SPACE.               CVSRQQ.2
072800     MOVE     1 TO WS-PTR.                                        CVSRQQ.2
072900     PERFORM  TAKE-SCOPE-TOKEN                                    CVSRQQ.2
073000              UNTIL WS-PTR > 60 OR WS-TOKEN-COUNT = 30.           CVSRQQ.2
073100 TAKE-SCOPE-TOKEN.                                                CVSRQQ.2
073200     IF       WS-ANSWER (WS-PTR:1) = SPACE                        CVSRQQ.2
073300              ADD 1 TO WS-PTR                                     CVSRQQ.2
073400     ELSE                                                         CVSRQQ.2
073500              ADD 1 TO WS-TOKEN-COUNT                             CVSRQQ.2
073600              UNSTRING WS-ANSWER DELIMITED BY SPACE               CVSRQQ.2
073700                  INTO WS-TOKEN (WS-TOKEN-COUNT)                  CVSRQQ.2
073800                  WITH POINTER WS-PTR                             CVSRQQ.2
073900     END-IF.                                                      CVSRQQ.2
074000 WRITE-MODULE-CARD.                                               CVSRQQ.2
074100     MOVE     SPACE TO DRIVER-CTL-REC.                            CVSRQQ.2
074200     STRING   "INCLUDE=" DELIMITED BY SIZE                        CVSRQQ.2
074300              WS-TOKEN (WS-SUB) DELIMITED BY SPACE                CVSRQQ.2
074400              INTO DRIVER-CTL-REC.                                CVSRQQ.2
074500     WRITE    DRIVER-CTL-REC.                                     CVSRQQ.2
074600*    AN IMPACT REQUEST NAMES CLAUSES; CCVSIMP TURNS THEM INTO     CVSRQQ.2
074700*    THE impact_include.dat THE DRIVER MERGES AND CONSUMES.       CVSRQQ.2
074800*    THE STANDING clause_list.dat IS PUT BACK AFTERWARDS.         CVSRQQ.2
074900 RUN-IMPACT-SELECTION.                                            CVSRQQ.2
075000     MOVE     ZERO TO WS-CL-COUNT.                                CVSRQQ.2
075100     MOVE     "N" TO WS-CL-HAD.                                   CVSRQQ.2
075200     OPEN     INPUT CLAUSE-LIST-FILE.                             CVSRQQ.2
075300     IF       WS-CL-FSTATUS = "00"                                CVSRQQ.2
075400              MOVE "Y" TO WS-CL-HAD                               CVSRQQ.2
075500              MOVE "N" TO WS-EOF-SWITCH                           CVSRQQ.2
075600              PERFORM READ-CLAUSE-LINE                            CVSRQQ.2
075700              PERFORM STORE-CLAUSE-LINE                           CVSRQQ.2
075800                  UNTIL WS-EOF-SWITCH = "Y"                       CVSRQQ.2
075900              CLOSE CLAUSE-LIST-FILE                              CVSRQQ.2
076000     END-IF.                                                      CVSRQQ.2
076100     OPEN     OUTPUT CLAUSE-LIST-FILE.                            CVSRQQ.2
076200     PERFORM  WRITE-CLAUSE-TOKEN                                  CVSRQQ.2
076300              VARYING WS-SUB FROM 1 BY 1                          CVSRQQ.2
076400              UNTIL WS-SUB > WS-TOKEN-COUNT.                      CVSRQQ.2
076500     CLOSE    CLAUSE-LIST-FILE.                                   CVSRQQ.2
076600     MOVE     "rm -f impact_include.dat;./CCVSIMP" TO WS-CMD.     CVSRQQ.2
076700     CALL     "SYSTEM" USING WS-CMD.                              CVSRQQ.2
076800     IF       WS-CL-HAD = "Y"                                     CVSRQQ.2
076900              OPEN OUTPUT CLAUSE-LIST-FILE                        CVSRQQ.2
077000              PERFORM WRITE-CLAUSE-LINE                           CVSRQQ.2
077100                  VARYING WS-SUB FROM 1 BY 1                      CVSRQQ.2
077200                  UNTIL WS-SUB > WS-CL-COUNT                      CVSRQQ.2
077300              CLOSE CLAUSE-LIST-FILE                              CVSRQQ.2
077400     ELSE                                                         CVSRQQ.2
077500              MOVE "rm -f clause_list.dat" TO WS-CMD              CVSRQQ.2
077600              CALL "SYSTEM" USING WS-CMD                          CVSRQQ.2
077700     END-IF.                                                      CVSRQQ.2
077800     MOVE     ZERO TO WS-INC-COUNT.                               CVSRQQ.2
077900     OPEN     INPUT IMPACT-INCLUDE-FILE.                          CVSRQQ.2
078000     IF       WS-II-FSTATUS = "00"                                CVSRQQ.2
078100              MOVE "N" TO WS-EOF-SWITCH                           CVSRQQ.2
078200              PERFORM READ-IMPACT-LINE                            CVSRQQ.2
078300              PERFORM COUNT-IMPACT-LINE                           CVSRQQ.2
078400                  UNTIL WS-EOF-SWITCH = "Y"                       CVSRQQ.2
078500              CLOSE IMPACT-INCLUDE-FILE                           CVSRQQ.2
078600     END-IF.                                                      CVSRQQ.2
078700     IF       WS-INC-COUNT = ZERO                                 CVSRQQ.2
078800              MOVE "REJECTED" TO WS-RQ-STATE (WS-BEST)            CVSRQQ.2
078900              MOVE "NO MODULES MATCHED THE CLAUSES"               CVSRQQ.2
079000                  TO WS-RQ-NOTE (WS-BEST)                         CVSRQQ.2
079100              DISPLAY "CCVSRQQ: REQUEST " WS-RQ-ID (WS-BEST)      CVSRQQ.2
079200                  " REJECTED -- NO MODULES MATCHED THE CLAUSES"   CVSRQQ.2
079300              MOVE "rm -f impact_include.dat" TO WS-CMD           CVSRQQ.2
079400              CALL "SYSTEM" USING WS-CMD.                         CVSRQQ.2
079500 RUN-IMPACT-SELECTION-EX.                                         CVSRQQ.2
079600     EXIT.                                                        CVSRQQ.2
079700 READ-CLAUSE-LINE.                                                CVSRQQ.2
079800     READ     CLAUSE-LIST-FILE                                    CVSRQQ.2
079900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRQQ.2
080000 STORE-CLAUSE-LINE.                                               CVSRQQ.2
080100     IF       WS-CL-COUNT < 200                                   CVSRQQ.2
080200              ADD 1 TO WS-CL-COUNT                                CVSRQQ.2
080300              MOVE CLAUSE-LIST-REC TO WS-CL-LINE (WS-CL-COUNT).   CVSRQQ.2
080400     PERFORM  READ-CLAUSE-LINE.                                   CVSRQQ.2
080500 WRITE-CLAUSE-TOKEN.                                              CVSRQQ.2
080600     MOVE     WS-TOKEN (WS-SUB) TO CLAUSE-LIST-REC.               CVSRQQ.2
080700     WRITE    CLAUSE-LIST-REC.                                    CVSRQQ.2
080800 WRITE-CLAUSE-LINE.                                               CVSRQQ.2
080900     MOVE     WS-CL-LINE (WS-SUB) TO CLAUSE-LIST-REC.             CVSRQQ.2
081000     WRITE    CLAUSE-LIST-REC.                                    CVSRQQ.2
081100 READ-IMPACT-LINE.                                                CVSRQQ.2
081200     READ     IMPACT-INCLUDE-FILE                                 CVSRQQ.2
081300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRQQ.2
081400 COUNT-IMPACT-LINE.                                               CVSRQQ.2
081500     IF       IMPACT-INCLUDE-REC (1:8) = "INCLUDE="               CVSRQQ.2
081600              ADD 1 TO WS-INC-COUNT.                              CVSRQQ.2
081700     PERFORM  READ-IMPACT-LINE.                                   CVSRQQ.2
081800 RESTORE-DRIVER-CTL.                                              CVSRQQ.2
081900     IF       WS-DRV-HAD = "Y"                                    CVSRQQ.2
082000              OPEN OUTPUT DRIVER-CTL-FILE                         CVSRQQ.2
082100              PERFORM RESTORE-DRIVER-CTL-LINE                     CVSRQQ.2
082200                  VARYING WS-SUB FROM 1 BY 1                      CVSRQQ.2
082300                  UNTIL WS-SUB > WS-DRV-COUNT                     CVSRQQ.2
082400              CLOSE DRIVER-CTL-FILE                               CVSRQQ.2
082500     ELSE                                                         CVSRQQ.2
082600              MOVE "rm -f driver.dat" TO WS-CMD                   CVSRQQ.2
082700              CALL "SYSTEM" USING WS-CMD                          CVSRQQ.2
082800     END-IF.                                                      CVSRQQ.2
082900 RESTORE-DRIVER-CTL-LINE.                                         CVSRQQ.2
083000     MOVE     WS-DRV-LINE (WS-SUB) TO DRIVER-CTL-REC.             CVSRQQ.2
083100     WRITE    DRIVER-CTL-REC.                                     CVSRQQ.2
083200****************************************************************  CVSRQQ.2
083300*    WHAT BECAME OF THE LAUNCH.  THE DRIVER'S REFUSALS ARE     *  CVSRQQ.2
083400*    READ FROM ITS CONSOLE LOG; A RUN THAT OPENED IS KNOWN BY  *  CVSRQQ.2
083500*    THE NEW BEG RECORD IN THE AUDIT JOURNAL, AND ITS OUTCOME  *  CVSRQQ.2
083600*    BY THE SEV RECORD THAT CLOSED IT.  FOR A SOAK THE RUN-ID  *  CVSRQQ.2
083700*    IS THE FINAL ITERATION'S.                                 *  CVSRQQ.2
083800****************************************************************  CVSRQQ.2
083900 CLASSIFY-REQUEST-RUN.                                            CVSRQQ.2
084000     MOVE     SPACE TO WS-HOLD-NOTE.                              CVSRQQ.2
084100     MOVE     ZERO TO WS-HIT-COUNT.                               CVSRQQ.2
084200     OPEN     INPUT RUN-LOG-FILE.                                 CVSRQQ.2
084300     IF       WS-LG-FSTATUS = "00"                                CVSRQQ.2
084400              MOVE "N" TO WS-EOF-SWITCH                           CVSRQQ.2
084500              PERFORM READ-RUN-LOG-LINE                           CVSRQQ.2
084600              PERFORM SCAN-RUN-LOG-LINE                           CVSRQQ.2
084700                  UNTIL WS-EOF-SWITCH = "Y"                       CVSRQQ.2
084800              CLOSE RUN-LOG-FILE                                  CVSRQQ.2
084900     END-IF.                                                      CVSRQQ.2
085000     IF       WS-HOLD-NOTE NOT = SPACE                            CVSRQQ.2
085100              PERFORM HOLD-REQUEST                                CVSRQQ.2
085200              GO TO CLASSIFY-REQUEST-RUN-EX.                      CVSRQQ.2
085300     PERFORM  FIND-LATEST-BEG.                                    CVSRQQ.2
085400     IF       WS-BEG-AFTER NOT > WS-BEG-BEFORE                    CVSRQQ.2
085500              MOVE "HELD: DRIVER OPENED NO RUN" TO WS-HOLD-NOTE   CVSRQQ.2
085600              PERFORM HOLD-REQUEST                                CVSRQQ.2
085700              GO TO CLASSIFY-REQUEST-RUN-EX.                      CVSRQQ.2
085800     MOVE     "Y" TO WS-LAUNCHED.                                 CVSRQQ.2
085900     MOVE     "DONE" TO WS-RQ-STATE (WS-BEST).                    CVSRQQ.2
086000     MOVE     WS-BEG-AFTER TO WS-RQ-RUN-ID (WS-BEST).             CVSRQQ.2
086100     PERFORM  FIND-RUN-SEVERITY.                                  CVSRQQ.2
086200     EVALUATE WS-SEV-TEXT                                         CVSRQQ.2
086300         WHEN "00"                                                CVSRQQ.2
086400             MOVE "CLEAN" TO WS-RQ-OUTCOME (WS-BEST)              CVSRQQ.2
086500         WHEN "04"                                                CVSRQQ.2
086600             MOVE "INSPECT" TO WS-RQ-OUTCOME (WS-BEST)            CVSRQQ.2
086700         WHEN "08"                                                CVSRQQ.2
086800             MOVE "DELETIONS" TO WS-RQ-OUTCOME (WS-BEST)          CVSRQQ.2
086900         WHEN "16"                                                CVSRQQ.2
087000             MOVE "FAILURES" TO WS-RQ-OUTCOME (WS-BEST)           CVSRQQ.2
087100         WHEN OTHER                                               CVSRQQ.2
087200             MOVE "NO VERDICT" TO WS-RQ-OUTCOME (WS-BEST)         CVSRQQ.2
087300     END-EVALUATE.                                                CVSRQQ.2
087400     DISPLAY  "CCVSRQQ: REQUEST " WS-RQ-ID (WS-BEST)              CVSRQQ.2
087500              " DONE -- RUN " WS-BEG-AFTER " "                    CVSRQQ.2
087600              WS-RQ-OUTCOME (WS-BEST).                            CVSRQQ.2
087700     MOVE     SPACE TO WS-CMD.                                    CVSRQQ.2
087800     STRING   "printf 'O\nDISPATCHED FROM RUN REQUEST "           CVSRQQ.2
087900                  DELIMITED BY SIZE                               CVSRQQ.2
088000              WS-RQ-ID (WS-BEST) DELIMITED BY SIZE                CVSRQQ.2
088100              " FOR " DELIMITED BY SIZE                           CVSRQQ.2
088200              WS-RQ-REQUESTER (WS-BEST) DELIMITED BY SPACE        CVSRQQ.2
088300              " BUILD " DELIMITED BY SIZE                         CVSRQQ.2
088400              WS-RQ-BUILD (WS-BEST) DELIMITED BY SPACE            CVSRQQ.2
088500              "\n' | ./CCVSAUD" DELIMITED BY SIZE                 CVSRQQ.2
088600              INTO WS-CMD.                                        CVSRQQ.2
088700     CALL     "SYSTEM" USING WS-CMD.                              CVSRQQ.2
088800 CLASSIFY-REQUEST-RUN-EX.                                         CVSRQQ.2
088900     EXIT.                                                        CVSRQQ.2
089000 READ-RUN-LOG-LINE.                                               CVSRQQ.2
089100     READ     RUN-LOG-FILE                                        CVSRQQ.2
089200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRQQ.2
089300 SCAN-RUN-LOG-LINE.                                               CVSRQQ.2
089400     MOVE     ZERO TO WS-HIT-COUNT.                               CVSRQQ.2
089500     INSPECT  RUN-LOG-REC TALLYING WS-HIT-COUNT                   CVSRQQ.2
089600              FOR ALL "WORKSPACE ALREADY CLAIMED".                CVSRQQ.2
089700     IF       WS-HIT-COUNT > ZERO                                 CVSRQQ.2
089800              MOVE "HELD: WORKSPACE BUSY" TO WS-HOLD-NOTE         CVSRQQ.2
089900              MOVE "Y" TO WS-STOP-DISPATCH.                       CVSRQQ.2
090000     MOVE     ZERO TO WS-HIT-COUNT.                               CVSRQQ.2
090100     INSPECT  RUN-LOG-REC TALLYING WS-HIT-COUNT                   CVSRQQ.2
090200              FOR ALL "REFUSED BY THE SPACE".                     CVSRQQ.2
090300     IF       WS-HIT-COUNT > ZERO                                 CVSRQQ.2
090400              MOVE "HELD: REFUSED BY SPACE GATE" TO WS-HOLD-NOTE. CVSRQQ.2
090500     MOVE     ZERO TO WS-HIT-COUNT.                               CVSRQQ.2
090600     INSPECT  RUN-LOG-REC TALLYING WS-HIT-COUNT                   CVSRQQ.2
090700              FOR ALL "LAUNCH REFUSED BY THE RUN".                CVSRQQ.2
090800     IF       WS-HIT-COUNT > ZERO                                 CVSRQQ.2
090900              MOVE "HELD: OUTSIDE RUN CALENDAR" TO WS-HOLD-NOTE.  CVSRQQ.2
091000     PERFORM  READ-RUN-LOG-LINE.                                  CVSRQQ.2
091100 FIND-LATEST-BEG.                                                 CVSRQQ.2
091200     MOVE     ZERO TO WS-BEG-AFTER.                               CVSRQQ.2
091300     OPEN     INPUT AUDIT-JOURNAL-FILE.                           CVSRQQ.2
091400     IF       WS-AJ-FSTATUS = "00"                                CVSRQQ.2
091500              MOVE "N" TO WS-EOF-SWITCH                           CVSRQQ.2
091600              PERFORM READ-JOURNAL-LINE                           CVSRQQ.2
091700              PERFORM NOTE-BEG-LINE                               CVSRQQ.2
091800                  UNTIL WS-EOF-SWITCH = "Y"                       CVSRQQ.2
091900              CLOSE AUDIT-JOURNAL-FILE                            CVSRQQ.2
092000     END-IF.                                                      CVSRQQ.2
092100 NOTE-BEG-LINE.                                                   CVSRQQ.2
092200     IF       AUDIT-JOURNAL-REC (1:4) IS NUMERIC                  CVSRQQ.2
092300              AND AUDIT-JOURNAL-REC (6:3) = "BEG"                 CVSRQQ.2
092400              MOVE AUDIT-JOURNAL-REC (1:4) TO WS-BEG-AFTER.       CVSRQQ.2
092500     PERFORM  READ-JOURNAL-LINE.                                  CVSRQQ.2
092600 READ-JOURNAL-LINE.                                               CVSRQQ.2
092700     READ     AUDIT-JOURNAL-FILE                                  CVSRQQ.2
092800              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRQQ.2
092900 FIND-RUN-SEVERITY.                                               CVSRQQ.2
093000     MOVE     SPACE TO WS-SEV-TEXT.                               CVSRQQ.2
093100     OPEN     INPUT AUDIT-JOURNAL-FILE.                           CVSRQQ.2
093200     IF       WS-AJ-FSTATUS = "00"                                CVSRQQ.2
093300              MOVE "N" TO WS-EOF-SWITCH                           CVSRQQ.2
093400              PERFORM READ-JOURNAL-LINE                           CVSRQQ.2
093500              PERFORM NOTE-SEV-LINE                               CVSRQQ.2
093600                  UNTIL WS-EOF-SWITCH = "Y"                       CVSRQQ.2
093700              CLOSE AUDIT-JOURNAL-FILE                            CVSRQQ.2
093800     END-IF.                                                      CVSRQQ.2
093900 NOTE-SEV-LINE.                                                   CVSRQQ.2
094000     IF       AUDIT-JOURNAL-REC (1:4) = WS-BEG-AFTER              CVSRQQ.2
094100              AND AUDIT-JOURNAL-REC (6:3) = "SEV"                 CVSRQQ.2
094200              MOVE AUDIT-JOURNAL-REC (10:2) TO WS-SEV-TEXT.       CVSRQQ.2
094300     PERFORM  READ-JOURNAL-LINE.                                  CVSRQQ.2
