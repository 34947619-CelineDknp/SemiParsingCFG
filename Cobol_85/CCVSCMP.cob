000100 IDENTIFICATION DIVISION.                                         CVSCMP.2
000200 PROGRAM-ID.                                                      CVSCMP.2
000300     CCVSCMP.                                                     CVSCMP.2
000400****************************************************************  CVSCMP.2
000500*                                                              *  CVSCMP.2
000600*    QUALIFICATION CAMPAIGN MANAGER.                           *  CVSCMP.2
000700*                                                              *  CVSCMP.2
000800*    NO RELEASE IS QUALIFIED IN ONE CLEAN RUN: A FULL RUN IS   *  CVSCMP.2
000900*    FOLLOWED BY A RERUN OF ONE SERIES AFTER A HANDLER FIX     *  CVSCMP.2
001000*    AND BY TARGETED RERUNS OF A FEW PAR-NAMES, AND THE        *  CVSCMP.2
001100*    RESULTS WERE BEING MERGED BY HAND.  A CAMPAIGN NAMES,     *  CVSCMP.2
001200*    PER COMPILER RELEASE, THE VAULTED RUNS (BY AUDIT-JOURNAL  *  CVSCMP.2
001300*    RUN-ID, SEE CCVSVLT) THAT COUNT TOWARD IT, IN             *  CVSCMP.2
001400*    "campaigns.dat":                                          *  CVSCMP.2
001500*                                                              *  CVSCMP.2
001600*        C|RELEASE|BASE RUN|BUILD|OPENED|VERDICT|EVALUATED     *  CVSCMP.2
001700*        R|RELEASE|RUN-ID|ADDED|NOTE                           *  CVSCMP.2
001800*                                                              *  CVSCMP.2
001900*    THE RULES:                                                *  CVSCMP.2
002000*      - THE FIRST RUN NAMED IS THE BASE RUN.  EVERY RUN       *  CVSCMP.2
002100*        ADDED AFTER IT MUST CARRY THE SAME BUILD-ID IN        *  CVSCMP.2
002200*        vault_index.dat AND THE SAME ENVIRONMENT              *  CVSCMP.2
002300*        FINGERPRINT (vault/run_<ID>/ENVIRONMENT) OR IT IS     *  CVSCMP.2
002400*        REFUSED,                                              *  CVSCMP.2
002500*      - PER PGM-ID/PAR-NAME THE LATEST COUNTED RUN (HIGHEST   *  CVSCMP.2
002600*        RUN-ID) THAT PRODUCED A RESULT SUPPLIES THE           *  CVSCMP.2
002700*        QUALIFYING RESULT,                                    *  CVSCMP.2
002800*      - A MODULE IS COVERED WHEN SOME COUNTED RUN PRODUCED    *  CVSCMP.2
002900*        ANY RESULT FOR IT.  EVERY ACTIVE MODULE IN            *  CVSCMP.2
003000*        module_registry.dat (CCVSMRL) MUST BE COVERED.        *  CVSCMP.2
003100*                                                              *  CVSCMP.2
003200*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSCMP.2
003300*        N  OPEN A CAMPAIGN ON ITS BASE RUN,                   *  CVSCMP.2
003400*        A  ADD A RERUN TO A CAMPAIGN,                         *  CVSCMP.2
003500*        E  EVALUATE A CAMPAIGN: WRITE campaign_report.rpt     *  CVSCMP.2
003600*           (COUNTED RUNS, OUTSTANDING FAILURES, COVERAGE MAP  *  CVSCMP.2
003700*           AND THE VERDICT) AND THE MERGED RESULT FEED        *  CVSCMP.2
003800*           campaign_results.csv, AND RECORD THE VERDICT,      *  CVSCMP.2
003900*        L  LIST THE CAMPAIGNS.                                *  CVSCMP.2
004000*                                                              *  CVSCMP.2
004100*    THE VERDICT IS QUALIFIED, INCOMPLETE (SOME ACTIVE MODULE  *  CVSCMP.2
004200*    UNCOVERED) OR FAILED (SOME QUALIFYING RESULT IS FAIL*);   *  CVSCMP.2
004300*    RETURN-CODE 0, 4 OR 8.  A REFUSED ADDITION IS ALSO 8.     *  CVSCMP.2
004400*                                                              *  CVSCMP.2
004500****************************************************************  CVSCMP.2
004600 ENVIRONMENT DIVISION.                                            CVSCMP.2
004700 CONFIGURATION SECTION.                                           CVSCMP.2
004800 SOURCE-COMPUTER.                                                 CVSCMP.2
004900     COPY CCVSTRG.                                                CVSCMP.2
005000 OBJECT-COMPUTER.                                                 CVSCMP.2
005100     COPY CCVSTRG.                                                CVSCMP.2
005200 INPUT-OUTPUT SECTION.                                            CVSCMP.2
005300 FILE-CONTROL.                                                    CVSCMP.2
005400     SELECT   CAMPAIGN-FILE ASSIGN TO                             CVSCMP.2
005500     "campaigns.dat"                                              CVSCMP.2
005600     ORGANIZATION LINE SEQUENTIAL                                 CVSCMP.2
005700     FILE STATUS IS WS-CP-FSTATUS.                                CVSCMP.2
005800     SELECT   VAULT-INDEX-FILE ASSIGN TO                          CVSCMP.2
005900     "vault_index.dat"                                            CVSCMP.2
006000     ORGANIZATION LINE SEQUENTIAL                                 CVSCMP.2
006100     FILE STATUS IS WS-VI-FSTATUS.                                CVSCMP.2
006200     SELECT   ENVIRONMENT-FILE ASSIGN TO                          CVSCMP.2
006300     DYNAMIC WS-ENV-FNAME                                         CVSCMP.2
006400     ORGANIZATION LINE SEQUENTIAL                                 CVSCMP.2
006500     FILE STATUS IS WS-EV-FSTATUS.                                CVSCMP.2
006600     SELECT   RUN-RESULTS-FILE ASSIGN TO                          CVSCMP.2
006700     DYNAMIC WS-RES-FNAME                                         CVSCMP.2
006800     FILE STATUS IS WS-RR-FSTATUS.                                CVSCMP.2
006900     SELECT   CAMPAIGN-RPT-FILE ASSIGN TO                         CVSCMP.2
007000     "campaign_report.rpt"                                        CVSCMP.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSCMP.2
007200     FILE STATUS IS WS-CR-FSTATUS.                                CVSCMP.2
007300     SELECT   CAMPAIGN-CSV-FILE ASSIGN TO                         CVSCMP.2
007400     "campaign_results.csv"                                       CVSCMP.2
007500     ORGANIZATION LINE SEQUENTIAL                                 CVSCMP.2
007600     FILE STATUS IS WS-CC-FSTATUS.                                CVSCMP.2
007700 DATA DIVISION.                                                   CVSCMP.2
007800 FILE SECTION.                                                    CVSCMP.2
007900 FD  CAMPAIGN-FILE.                                               CVSCMP.2
008000 01  CAMPAIGN-REC PIC X(120).                                     CVSCMP.2
008100 FD  VAULT-INDEX-FILE.                                            CVSCMP.2
008200 01  VAULT-INDEX-REC PIC X(120).                                  CVSCMP.2
008300 FD  ENVIRONMENT-FILE.                                            CVSCMP.2
008400 01  ENVIRONMENT-REC PIC X(200).                                  CVSCMP.2
008500 FD  RUN-RESULTS-FILE.                                            CVSCMP.2
008600 01  RUN-RESULTS-REC PIC X(200).                                  CVSCMP.2
008700 FD  CAMPAIGN-RPT-FILE.                                           CVSCMP.2
008800 01  CAMPAIGN-RPT-REC PIC X(100).                                 CVSCMP.2
008900 FD  CAMPAIGN-CSV-FILE.                                           CVSCMP.2
009000 01  CAMPAIGN-CSV-REC PIC X(80).                                  CVSCMP.2
009100 WORKING-STORAGE SECTION.                                         CVSCMP.2
009200 77  WS-CP-FSTATUS      PIC XX VALUE SPACE.                       CVSCMP.2
009300 77  WS-VI-FSTATUS      PIC XX VALUE SPACE.                       CVSCMP.2
009400 77  WS-EV-FSTATUS      PIC XX VALUE SPACE.                       CVSCMP.2
009500 77  WS-RR-FSTATUS      PIC XX VALUE SPACE.                       CVSCMP.2
009600 77  WS-CR-FSTATUS      PIC XX VALUE SPACE.                       CVSCMP.2
009700 77  WS-CC-FSTATUS      PIC XX VALUE SPACE.                       CVSCMP.2
009800 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSCMP.2
009900 77  WS-MODE            PIC X  VALUE SPACE.                       CVSCMP.2
010000 77  WS-CAMP-CT         PIC 9(3) COMP VALUE ZERO.                 CVSCMP.2
010100 77  WS-RUN-CT          PIC 9(3) COMP VALUE ZERO.                 CVSCMP.2
010200 77  WS-VAULT-CT        PIC 9(3) COMP VALUE ZERO.                 CVSCMP.2
010300 77  WS-EVAL-CT         PIC 9(3) COMP VALUE ZERO.                 CVSCMP.2
010400 77  WS-MERGE-CT        PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
010500 77  WS-MOD-CT          PIC 9(3) COMP VALUE ZERO.                 CVSCMP.2
010600 77  WS-SUB             PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
010700 77  WS-SUB2            PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
010800 77  WS-RSUB            PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
010900 77  WS-FOUND           PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
011000 77  WS-VFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
011100 77  WS-RFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
011200 77  WS-MFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
011300 77  WS-KFOUND          PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
011400 77  WS-LAST-M          PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
011500 77  WS-ORD-HOLD        PIC 9(4) COMP VALUE ZERO.                 CVSCMP.2
011600 77  WS-PASS-CT         PIC 9(5) VALUE ZERO.                      CVSCMP.2
011700 77  WS-FAIL-CT         PIC 9(5) VALUE ZERO.                      CVSCMP.2
011800 77  WS-DEL-CT          PIC 9(5) VALUE ZERO.                      CVSCMP.2
011900 77  WS-INSP-CT         PIC 9(5) VALUE ZERO.                      CVSCMP.2
012000 77  WS-ACTIVE-CT       PIC 9(3) VALUE ZERO.                      CVSCMP.2
012100 77  WS-COVERED-CT      PIC 9(3) VALUE ZERO.                      CVSCMP.2
012200 77  WS-UNCOVERED-CT    PIC 9(3) VALUE ZERO.                      CVSCMP.2
012300 77  WS-MISSING-CT      PIC 9(3) VALUE ZERO.                      CVSCMP.2
012400 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSCMP.2
012500 01  WS-RELEASE         PIC X(16) VALUE SPACE.                    CVSCMP.2
012600 01  WS-RUN-KEY         PIC X(4) VALUE SPACE.                     CVSCMP.2
012700 01  WS-PRINT-RUN       PIC X(4) VALUE SPACE.                     CVSCMP.2
012800 01  WS-PRINT-LINE      PIC X(200) VALUE SPACE.                   CVSCMP.2
012900 01  WS-BASE-PRINT      PIC X(200) VALUE SPACE.                   CVSCMP.2
013000 01  WS-KEY-PGM         PIC X(10) VALUE SPACE.                    CVSCMP.2
013100 01  WS-KEY-PAR         PIC X(24) VALUE SPACE.                    CVSCMP.2
013200 01  WS-KEY-STATUS      PIC X(5) VALUE SPACE.                     CVSCMP.2
013300 01  WS-VERDICT         PIC X(10) VALUE SPACE.                    CVSCMP.2
013400 01  WS-ROWS-EDIT       PIC ZZZZ9.                                CVSCMP.2
013500 01  WS-ANSWER          PIC X(80) VALUE SPACE.                    CVSCMP.2
013600 01  WS-ENV-FNAME       PIC X(60) VALUE SPACE.                    CVSCMP.2
013700 01  WS-RES-FNAME       PIC X(60) VALUE SPACE.                    CVSCMP.2
013800 01  WS-FIELD-TABLE.                                              CVSCMP.2
013900     02  WS-FIELD       PIC X(24) OCCURS 7 TIMES.                 CVSCMP.2
014000*                                                                 CVSCMP.2
014100*    THE CAMPAIGN REGISTER, HELD WHOLE WHILE IT IS WORKED ON.     CVSCMP.2
014200*                                                                 CVSCMP.2
014300 01  WS-CAMPAIGN-TABLE.                                           CVSCMP.2
014400     02  WS-CAMP OCCURS 50 TIMES.                                 CVSCMP.2
014500         03  WS-C-RELEASE   PIC X(16).                            CVSCMP.2
014600         03  WS-C-BASE      PIC X(4).                             CVSCMP.2
014700         03  WS-C-BUILD     PIC X(16).                            CVSCMP.2
014800         03  WS-C-OPENED    PIC X(8).                             CVSCMP.2
014900         03  WS-C-VERDICT   PIC X(10).                            CVSCMP.2
015000         03  WS-C-EVALUATED PIC X(8).                             CVSCMP.2
015100 01  WS-RUN-TABLE.                                                CVSCMP.2
015200     02  WS-RUN OCCURS 400 TIMES.                                 CVSCMP.2
015300         03  WS-R-RELEASE   PIC X(16).                            CVSCMP.2
015400         03  WS-R-RUN       PIC X(4).                             CVSCMP.2
015500         03  WS-R-ADDED     PIC X(8).                             CVSCMP.2
015600         03  WS-R-NOTE      PIC X(30).                            CVSCMP.2
015700         03  WS-R-ROWS      PIC 9(5).                             CVSCMP.2
015800 01  WS-VAULT-TABLE.                                              CVSCMP.2
015900     02  WS-VAULT OCCURS 500 TIMES.                               CVSCMP.2
016000         03  WS-V-RUN       PIC X(4).                             CVSCMP.2
016100         03  WS-V-DATE      PIC X(8).                             CVSCMP.2
016200         03  WS-V-BUILD     PIC X(16).                            CVSCMP.2
016300*                                                                 CVSCMP.2
016400*    ONE EVALUATION: THE COUNTED RUNS IN RUN-ID ORDER, THE        CVSCMP.2
016500*    QUALIFYING RESULT PER PAR-NAME AND THE LAST RUN PER MODULE.  CVSCMP.2
016600*                                                                 CVSCMP.2
016700 01  WS-EVAL-TABLE.                                               CVSCMP.2
016800     02  WS-E-IDX       PIC 9(4) COMP OCCURS 100 TIMES.           CVSCMP.2
016900 01  WS-MERGE-TABLE.                                              CVSCMP.2
017000     02  WS-MERGE OCCURS 6000 TIMES.                              CVSCMP.2
017100         03  WS-M-PGM       PIC X(10).                            CVSCMP.2
017200         03  WS-M-PAR       PIC X(24).                            CVSCMP.2
017300         03  WS-M-STATUS    PIC X(5).                             CVSCMP.2
017400         03  WS-M-RUN       PIC X(4).                             CVSCMP.2
017500 01  WS-MODULE-TABLE.                                             CVSCMP.2
017600     02  WS-MODULE OCCURS 300 TIMES.                              CVSCMP.2
017700         03  WS-K-PGM       PIC X(10).                            CVSCMP.2
017800         03  WS-K-RUN       PIC X(4).                             CVSCMP.2
017900     COPY CCVSMRT.                                                CVSCMP.2
018000 PROCEDURE DIVISION.                                              CVSCMP.2
018100 CCVSCMP-MAIN SECTION.                                            CVSCMP.2
018200 CCVSCMP-START.                                                   CVSCMP.2
018300     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSCMP.2
018400     PERFORM  LOAD-CAMPAIGNS THRU LOAD-CAMPAIGNS-EX.              CVSCMP.2
018500     PERFORM  LOAD-VAULT-INDEX THRU LOAD-VAULT-INDEX-EX.          CVSCMP.2
018600     DISPLAY  "CCVSCMP: N=NEW CAMPAIGN, A=ADD A RERUN, "          CVSCMP.2
018700              "E=EVALUATE, L=LIST?".                              CVSCMP.2
018800     ACCEPT   WS-MODE.                                            CVSCMP.2
018900     EVALUATE WS-MODE                                             CVSCMP.2
019000         WHEN "N"                                                 CVSCMP.2
019100         WHEN "n"                                                 CVSCMP.2
019200             PERFORM OPEN-CAMPAIGN THRU OPEN-CAMPAIGN-EX          CVSCMP.2
019300         WHEN "A"                                                 CVSCMP.2
019400         WHEN "a"                                                 CVSCMP.2
019500             PERFORM ADD-CAMPAIGN-RUN THRU ADD-CAMPAIGN-RUN-EX    CVSCMP.2
019600         WHEN "E"                                                 CVSCMP.2
019700         WHEN "e"                                                 CVSCMP.2
019800             PERFORM EVALUATE-CAMPAIGN                            CVSCMP.2
019900                 THRU EVALUATE-CAMPAIGN-EX                        CVSCMP.2
020000         WHEN "L"                                                 CVSCMP.2
020100         WHEN "l"                                                 CVSCMP.2
020200             PERFORM LIST-ONE-CAMPAIGN                            CVSCMP.2
020300                 VARYING WS-SUB FROM 1 BY 1                       CVSCMP.2
020400                 UNTIL WS-SUB > WS-CAMP-CT                        CVSCMP.2
020500             IF  WS-CAMP-CT = ZERO                                CVSCMP.2
020600                 DISPLAY "CCVSCMP: NO CAMPAIGNS ON FILE"          CVSCMP.2
020700             END-IF                                               CVSCMP.2
020800         WHEN OTHER                                               CVSCMP.2
020900             DISPLAY "CCVSCMP: NO SUCH MODE"                      CVSCMP.2
021000     END-EVALUATE.                                                CVSCMP.2
021100     STOP     RUN.                                                CVSCMP.2
021200 LOAD-CAMPAIGNS.                                                  CVSCMP.2
021300     OPEN     INPUT CAMPAIGN-FILE.                                CVSCMP.2
021400     IF       WS-CP-FSTATUS NOT = "00"                            CVSCMP.2
021500              GO TO LOAD-CAMPAIGNS-EX.                            CVSCMP.2
021600     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCMP.2
021700     PERFORM  READ-CAMPAIGN-LINE.                                 CVSCMP.2
021800     PERFORM  STORE-CAMPAIGN-LINE                                 CVSCMP.2
021900              UNTIL WS-EOF-SWITCH = "Y".                          CVSCMP.2
022000     CLOSE    CAMPAIGN-FILE.                                      CVSCMP.2
022100 LOAD-CAMPAIGNS-EX.                                               CVSCMP.2
022200     EXIT.                                                        CVSCMP.2
022300 READ-CAMPAIGN-LINE.                                              CVSCMP.2
022400     READ     CAMPAIGN-FILE                                       CVSCMP.2
022500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCMP.2
022600 STORE-CAMPAIGN-LINE.                                             CVSCMP.2
022700     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSCMP.2
022800     UNSTRING CAMPAIGN-REC DELIMITED BY "|"                       CVSCMP.2
022900              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSCMP.2
023000                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSCMP.2
023100                   WS-FIELD (7).                                  CVSCMP.2
023200     IF       WS-FIELD (1) = "C" AND WS-CAMP-CT < 50              CVSCMP.2
023300              ADD 1 TO WS-CAMP-CT                                 CVSCMP.2
023400              MOVE WS-FIELD (2) TO WS-C-RELEASE (WS-CAMP-CT)      CVSCMP.2
023500              MOVE WS-FIELD (3) TO WS-C-BASE (WS-CAMP-CT)         CVSCMP.2
023600              MOVE WS-FIELD (4) TO WS-C-BUILD (WS-CAMP-CT)        CVSCMP.2
023700              MOVE WS-FIELD (5) TO WS-C-OPENED (WS-CAMP-CT)       CVSCMP.2
023800              MOVE WS-FIELD (6) TO WS-C-VERDICT (WS-CAMP-CT)      CVSCMP.2
023900              MOVE WS-FIELD (7) TO WS-C-EVALUATED (WS-CAMP-CT).   CVSCMP.2
024000     IF       WS-FIELD (1) = "R" AND WS-RUN-CT < 400              CVSCMP.2
024100              ADD 1 TO WS-RUN-CT                                  CVSCMP.2
024200              MOVE WS-FIELD (2) TO WS-R-RELEASE (WS-RUN-CT)       CVSCMP.2
024300              MOVE WS-FIELD (3) TO WS-R-RUN (WS-RUN-CT)           CVSCMP.2
024400              MOVE WS-FIELD (4) TO WS-R-ADDED (WS-RUN-CT)         CVSCMP.2
024500              MOVE SPACE TO WS-R-NOTE (WS-RUN-CT)                 CVSCMP.2
024600              UNSTRING CAMPAIGN-REC DELIMITED BY "|"              CVSCMP.2
024700                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSCMP.2
024800                       WS-FIELD (4) WS-R-NOTE (WS-RUN-CT)         CVSCMP.2
024900              MOVE ZERO TO WS-R-ROWS (WS-RUN-CT).                 CVSCMP.2
025000     PERFORM  READ-CAMPAIGN-LINE.                                 CVSCMP.2
025100 LOAD-VAULT-INDEX.                                                CVSCMP.2
025200     OPEN     INPUT VAULT-INDEX-FILE.                             CVSCMP.2
025300     IF       WS-VI-FSTATUS NOT = "00"                            CVSCMP.2
025400              GO TO LOAD-VAULT-INDEX-EX.                          CVSCMP.2
025500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCMP.2
025600     PERFORM  READ-VAULT-INDEX-LINE.                              CVSCMP.2
025700     PERFORM  STORE-VAULT-INDEX-LINE                              CVSCMP.2
025800              UNTIL WS-EOF-SWITCH = "Y".                          CVSCMP.2
025900     CLOSE    VAULT-INDEX-FILE.                                   CVSCMP.2
026000 LOAD-VAULT-INDEX-EX.                                             CVSCMP.2
026100     EXIT.                                                        CVSCMP.2
026200 READ-VAULT-INDEX-LINE.                                           CVSCMP.2
026300     READ     VAULT-INDEX-FILE                                    CVSCMP.2
026400              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCMP.2
026500 STORE-VAULT-INDEX-LINE.                                          CVSCMP.2
026600     IF       VAULT-INDEX-REC (1:4) IS NUMERIC                    CVSCMP.2
026700              AND WS-VAULT-CT < 500                               CVSCMP.2
026800              ADD 1 TO WS-VAULT-CT                                CVSCMP.2
026900              MOVE SPACE TO WS-FIELD-TABLE                        CVSCMP.2
027000              UNSTRING VAULT-INDEX-REC DELIMITED BY "|"           CVSCMP.2
027100                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSCMP.2
027200              MOVE WS-FIELD (1) TO WS-V-RUN (WS-VAULT-CT)         CVSCMP.2
027300              MOVE WS-FIELD (2) TO WS-V-DATE (WS-VAULT-CT)        CVSCMP.2
027400              MOVE WS-FIELD (3) TO WS-V-BUILD (WS-VAULT-CT).      CVSCMP.2
027500     PERFORM  READ-VAULT-INDEX-LINE.                              CVSCMP.2
027600*                                                                 CVSCMP.2
027700*    PROMPTS AND LOOK-UPS SHARED BY THE MODES.  A RUN FILED       CVSCMP.2
027800*    INTO THE VAULT TWICE IS TAKEN AT ITS LATEST FILING.          CVSCMP.2
027900*                                                                 CVSCMP.2
028000 ASK-RELEASE.                                                     CVSCMP.2
028100     DISPLAY  "CCVSCMP: COMPILER RELEASE?".                       CVSCMP.2
028200     MOVE     SPACE TO WS-ANSWER.                                 CVSCMP.2
028300     ACCEPT   WS-ANSWER.                                          CVSCMP.2
028400     MOVE     WS-ANSWER TO WS-RELEASE.                            CVSCMP.2
028500     MOVE     ZERO TO WS-FOUND.                                   CVSCMP.2
028600     PERFORM  MATCH-ONE-CAMPAIGN                                  CVSCMP.2
028700              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
028800              UNTIL WS-SUB > WS-CAMP-CT.                          CVSCMP.2
028900 MATCH-ONE-CAMPAIGN.                                              CVSCMP.2
029000     IF       WS-C-RELEASE (WS-SUB) = WS-RELEASE                  CVSCMP.2
029100              MOVE WS-SUB TO WS-FOUND.                            CVSCMP.2
029200 ASK-RUN-ID.                                                      CVSCMP.2
029300     DISPLAY  "CCVSCMP: AUDIT-JOURNAL RUN-ID (4 DIGITS)?".        CVSCMP.2
029400     MOVE     SPACE TO WS-ANSWER.                                 CVSCMP.2
029500     ACCEPT   WS-ANSWER.                                          CVSCMP.2
029600     MOVE     WS-ANSWER (1:4) TO WS-RUN-KEY.                      CVSCMP.2
029700     MOVE     ZERO TO WS-VFOUND.                                  CVSCMP.2
029800     IF       WS-RUN-KEY IS NUMERIC                               CVSCMP.2
029900              AND WS-ANSWER (5:) = SPACE                          CVSCMP.2
030000              PERFORM MATCH-ONE-VAULT-RUN                         CVSCMP.2
030100                  VARYING WS-SUB FROM 1 BY 1                      CVSCMP.2
030200                  UNTIL WS-SUB > WS-VAULT-CT.                     CVSCMP.2
030300     IF       WS-VFOUND = ZERO                                    CVSCMP.2
030400              DISPLAY "CCVSCMP: RUN " WS-RUN-KEY                  CVSCMP.2
030500                  " IS NOT IN vault_index.dat -- FILE IT "        CVSCMP.2
030600                  "WITH CCVSVLT MODE C FIRST"                     CVSCMP.2
030700              MOVE 8 TO RETURN-CODE.                              CVSCMP.2
030800 MATCH-ONE-VAULT-RUN.                                             CVSCMP.2
030900     IF       WS-V-RUN (WS-SUB) = WS-RUN-KEY                      CVSCMP.2
031000              MOVE WS-SUB TO WS-VFOUND.                           CVSCMP.2
031100 FIND-CAMPAIGN-RUN.                                               CVSCMP.2
031200     MOVE     ZERO TO WS-RFOUND.                                  CVSCMP.2
031300     PERFORM  MATCH-ONE-CAMPAIGN-RUN                              CVSCMP.2
031400              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
031500              UNTIL WS-SUB > WS-RUN-CT.                           CVSCMP.2
031600 MATCH-ONE-CAMPAIGN-RUN.                                          CVSCMP.2
031700     IF       WS-R-RELEASE (WS-SUB) = WS-RELEASE                  CVSCMP.2
031800              AND WS-R-RUN (WS-SUB) = WS-RUN-KEY                  CVSCMP.2
031900              MOVE WS-SUB TO WS-RFOUND.                           CVSCMP.2
032000*                                                                 CVSCMP.2
032100*    THE FINGERPRINT IS THE FIRST LINE OF THE ENVIRONMENT         CVSCMP.2
032200*    MEMBER CCVSVLT FILED WITH THE RUN; SPACES IF NONE.           CVSCMP.2
032300*                                                                 CVSCMP.2
032400 READ-FINGERPRINT.                                                CVSCMP.2
032500     MOVE     SPACE TO WS-PRINT-LINE WS-ENV-FNAME.                CVSCMP.2
032600     STRING   "vault/run_" DELIMITED BY SIZE                      CVSCMP.2
032700              WS-PRINT-RUN DELIMITED BY SIZE                      CVSCMP.2
032800              "/ENVIRONMENT" DELIMITED BY SIZE                    CVSCMP.2
032900              INTO WS-ENV-FNAME.                                  CVSCMP.2
033000     OPEN     INPUT ENVIRONMENT-FILE.                             CVSCMP.2
033100     IF       WS-EV-FSTATUS NOT = "00"                            CVSCMP.2
033200              GO TO READ-FINGERPRINT-EX.                          CVSCMP.2
033300     READ     ENVIRONMENT-FILE                                    CVSCMP.2
033400              AT END MOVE SPACE TO ENVIRONMENT-REC.               CVSCMP.2
033500     MOVE     ENVIRONMENT-REC TO WS-PRINT-LINE.                   CVSCMP.2
033600     CLOSE    ENVIRONMENT-FILE.                                   CVSCMP.2
033700 READ-FINGERPRINT-EX.                                             CVSCMP.2
033800     EXIT.                                                        CVSCMP.2
033900 ASK-RUN-NOTE.                                                    CVSCMP.2
034000     DISPLAY  "CCVSCMP: NOTE FOR THIS RUN (E.G. FULL RUN, "       CVSCMP.2
034100              "IX RERUN)?".                                       CVSCMP.2
034200     MOVE     SPACE TO WS-ANSWER.                                 CVSCMP.2
034300     ACCEPT   WS-ANSWER.                                          CVSCMP.2
034400 ADD-RUN-ENTRY.                                                   CVSCMP.2
034500     ADD      1 TO WS-RUN-CT.                                     CVSCMP.2
034600     MOVE     WS-RELEASE TO WS-R-RELEASE (WS-RUN-CT).             CVSCMP.2
034700     MOVE     WS-RUN-KEY TO WS-R-RUN (WS-RUN-CT).                 CVSCMP.2
034800     MOVE     WS-TODAY TO WS-R-ADDED (WS-RUN-CT).                 CVSCMP.2
034900     MOVE     WS-ANSWER TO WS-R-NOTE (WS-RUN-CT).                 CVSCMP.2
035000     MOVE     ZERO TO WS-R-ROWS (WS-RUN-CT).                      CVSCMP.2
035100*                                                                 CVSCMP.2
035200*    MODE N -- A CAMPAIGN OPENS ON ITS BASE RUN, WHICH FIXES      CVSCMP.2
035300*    THE BUILD AND THE FINGERPRINT FOR EVERY LATER RERUN.         CVSCMP.2
035400*                                                                 CVSCMP.2
035500 OPEN-CAMPAIGN.                                                   CVSCMP.2
035600     PERFORM  ASK-RELEASE.                                        CVSCMP.2
035700     IF       WS-RELEASE = SPACE                                  CVSCMP.2
035800              GO TO OPEN-CAMPAIGN-EX.                             CVSCMP.2
035900     IF       WS-FOUND NOT = ZERO                                 CVSCMP.2
036000              DISPLAY "CCVSCMP: A CAMPAIGN FOR " WS-RELEASE       CVSCMP.2
036100                  " IS ALREADY OPEN"                              CVSCMP.2
036200              MOVE 8 TO RETURN-CODE                               CVSCMP.2
036300              GO TO OPEN-CAMPAIGN-EX.                             CVSCMP.2
036400     IF       WS-CAMP-CT NOT < 50 OR WS-RUN-CT NOT < 400          CVSCMP.2
036500              DISPLAY "CCVSCMP: CAMPAIGN REGISTER FULL"           CVSCMP.2
036600              MOVE 8 TO RETURN-CODE                               CVSCMP.2
036700              GO TO OPEN-CAMPAIGN-EX.                             CVSCMP.2
036800     PERFORM  ASK-RUN-ID.                                         CVSCMP.2
036900     IF       WS-VFOUND = ZERO                                    CVSCMP.2
037000              GO TO OPEN-CAMPAIGN-EX.                             CVSCMP.2
037100     MOVE     WS-RUN-KEY TO WS-PRINT-RUN.                         CVSCMP.2
037200     PERFORM  READ-FINGERPRINT THRU READ-FINGERPRINT-EX.          CVSCMP.2
037300     IF       WS-PRINT-LINE = SPACE                               CVSCMP.2
037400              DISPLAY "CCVSCMP: RUN " WS-RUN-KEY                  CVSCMP.2
037500                  " HAS NO ENVIRONMENT FINGERPRINT IN THE VAULT"  CVSCMP.2
037600              MOVE 8 TO RETURN-CODE                               CVSCMP.2
037700              GO TO OPEN-CAMPAIGN-EX.                             CVSCMP.2
037800     PERFORM  ASK-RUN-NOTE.                                       CVSCMP.2
037900     ADD      1 TO WS-CAMP-CT.                                    CVSCMP.2
038000     MOVE     WS-RELEASE TO WS-C-RELEASE (WS-CAMP-CT).            CVSCMP.2
038100     MOVE     WS-RUN-KEY TO WS-C-BASE (WS-CAMP-CT).               CVSCMP.2
038200     MOVE     WS-V-BUILD (WS-VFOUND) TO WS-C-BUILD (WS-CAMP-CT).  CVSCMP.2
038300     MOVE     WS-TODAY TO WS-C-OPENED (WS-CAMP-CT).               CVSCMP.2
038400     MOVE     "PENDING" TO WS-C-VERDICT (WS-CAMP-CT).             CVSCMP.2
038500     MOVE     SPACE TO WS-C-EVALUATED (WS-CAMP-CT).               CVSCMP.2
038600     PERFORM  ADD-RUN-ENTRY.                                      CVSCMP.2
038700     PERFORM  REWRITE-CAMPAIGNS.                                  CVSCMP.2
038800     DISPLAY  "CCVSCMP: CAMPAIGN " WS-RELEASE " OPENED ON RUN "   CVSCMP.2
038900              WS-RUN-KEY " BUILD " WS-C-BUILD (WS-CAMP-CT).       CVSCMP.2
039000 OPEN-CAMPAIGN-EX.                                                CVSCMP.2
039100     EXIT.                                                        CVSCMP.2
039200*                                                                 CVSCMP.2
039300*    MODE A -- A RERUN COUNTS ONLY ON THE BASE RUN'S BUILD AND    CVSCMP.2
039400*    FINGERPRINT.                                                 CVSCMP.2
039500*                                                                 CVSCMP.2
039600 ADD-CAMPAIGN-RUN.                                                CVSCMP.2
039700     PERFORM  ASK-RELEASE.                                        CVSCMP.2
039800     IF       WS-FOUND = ZERO                                     CVSCMP.2
039900              DISPLAY "CCVSCMP: NO CAMPAIGN FOR " WS-RELEASE      CVSCMP.2
040000              MOVE 8 TO RETURN-CODE                               CVSCMP.2
040100              GO TO ADD-CAMPAIGN-RUN-EX.                          CVSCMP.2
040200     IF       WS-RUN-CT NOT < 400                                 CVSCMP.2
040300              DISPLAY "CCVSCMP: CAMPAIGN REGISTER FULL"           CVSCMP.2
040400              MOVE 8 TO RETURN-CODE                               CVSCMP.2
040500              GO TO ADD-CAMPAIGN-RUN-EX.                          CVSCMP.2
040600     PERFORM  ASK-RUN-ID.                                         CVSCMP.2
040700     IF       WS-VFOUND = ZERO                                    CVSCMP.2
040800              GO TO ADD-CAMPAIGN-RUN-EX.                          CVSCMP.2
040900     PERFORM  FIND-CAMPAIGN-RUN.                                  CVSCMP.2
041000     IF       WS-RFOUND NOT = ZERO                                CVSCMP.2
041100              DISPLAY "CCVSCMP: RUN " WS-RUN-KEY                  CVSCMP.2
041200                  " ALREADY COUNTS TOWARD " WS-RELEASE            CVSCMP.2
041300              GO TO ADD-CAMPAIGN-RUN-EX.                          CVSCMP.2
041400     IF       WS-V-BUILD (WS-VFOUND) NOT = WS-C-BUILD (WS-FOUND)  CVSCMP.2
041500              DISPLAY "CCVSCMP: RUN " WS-RUN-KEY " IS BUILD "     CVSCMP.2
041600                  WS-V-BUILD (WS-VFOUND)                          CVSCMP.2
041700              DISPLAY "CCVSCMP: CAMPAIGN " WS-RELEASE             CVSCMP.2
041800                  " IS BUILD " WS-C-BUILD (WS-FOUND)              CVSCMP.2
041900                  " -- RERUN REFUSED"                             CVSCMP.2
042000              MOVE 8 TO RETURN-CODE                               CVSCMP.2
042100              GO TO ADD-CAMPAIGN-RUN-EX.                          CVSCMP.2
042200     MOVE     WS-C-BASE (WS-FOUND) TO WS-PRINT-RUN.               CVSCMP.2
042300     PERFORM  READ-FINGERPRINT THRU READ-FINGERPRINT-EX.          CVSCMP.2
042400     MOVE     WS-PRINT-LINE TO WS-BASE-PRINT.                     CVSCMP.2
042500     MOVE     WS-RUN-KEY TO WS-PRINT-RUN.                         CVSCMP.2
042600     PERFORM  READ-FINGERPRINT THRU READ-FINGERPRINT-EX.          CVSCMP.2
042700     IF       WS-PRINT-LINE = SPACE                               CVSCMP.2
042800              OR WS-PRINT-LINE NOT = WS-BASE-PRINT                CVSCMP.2
042900              DISPLAY "CCVSCMP: RUN " WS-RUN-KEY                  CVSCMP.2
043000                  " FINGERPRINT DIFFERS FROM BASE RUN "           CVSCMP.2
043100                  WS-C-BASE (WS-FOUND) " -- RERUN REFUSED"        CVSCMP.2
043200              MOVE 8 TO RETURN-CODE                               CVSCMP.2
043300              GO TO ADD-CAMPAIGN-RUN-EX.                          CVSCMP.2
043400     PERFORM  ASK-RUN-NOTE.                                       CVSCMP.2
043500     PERFORM  ADD-RUN-ENTRY.                                      CVSCMP.2
043600     MOVE     "PENDING" TO WS-C-VERDICT (WS-FOUND).               CVSCMP.2
043700     PERFORM  REWRITE-CAMPAIGNS.                                  CVSCMP.2
043800     DISPLAY  "CCVSCMP: RUN " WS-RUN-KEY " NOW COUNTS TOWARD "    CVSCMP.2
043900              WS-RELEASE.                                         CVSCMP.2
044000 ADD-CAMPAIGN-RUN-EX.                                             CVSCMP.2
044100     EXIT.                                                        CVSCMP.2
044200*                                                                 CVSCMP.2
044300*    MODE E -- MERGE THE COUNTED RUNS OLDEST FIRST, SO THAT       CVSCMP.2
044400*    EACH LATER RUN OVERWRITES WHAT IT RERAN.                     CVSCMP.2
044500*                                                                 CVSCMP.2
044600 EVALUATE-CAMPAIGN.                                               CVSCMP.2
044700     PERFORM  ASK-RELEASE.                                        CVSCMP.2
044800     IF       WS-FOUND = ZERO                                     CVSCMP.2
044900              DISPLAY "CCVSCMP: NO CAMPAIGN FOR " WS-RELEASE      CVSCMP.2
045000              MOVE 8 TO RETURN-CODE                               CVSCMP.2
045100              GO TO EVALUATE-CAMPAIGN-EX.                         CVSCMP.2
045200     MOVE     ZERO TO WS-EVAL-CT WS-MERGE-CT WS-MOD-CT            CVSCMP.2
045300              WS-LAST-M.                                          CVSCMP.2
045400     PERFORM  COLLECT-CAMPAIGN-RUN                                CVSCMP.2
045500              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
045600              UNTIL WS-SUB > WS-RUN-CT.                           CVSCMP.2
045700     PERFORM  RUN-EXCHANGE-PASS                                   CVSCMP.2
045800              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
045900              UNTIL WS-SUB NOT < WS-EVAL-CT.                      CVSCMP.2
046000     PERFORM  MERGE-ONE-RUN THRU MERGE-ONE-RUN-EX                 CVSCMP.2
046100              VARYING WS-SUB2 FROM 1 BY 1                         CVSCMP.2
046200              UNTIL WS-SUB2 > WS-EVAL-CT.                         CVSCMP.2
046300     PERFORM  TALLY-ONE-RESULT                                    CVSCMP.2
046400              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
046500              UNTIL WS-SUB > WS-MERGE-CT.                         CVSCMP.2
046600     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSCMP.2
046700     PERFORM  CHECK-ONE-MODULE                                    CVSCMP.2
046800              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
046900              UNTIL WS-SUB > WS-MR-COUNT.                         CVSCMP.2
047000     MOVE     "QUALIFIED" TO WS-VERDICT.                          CVSCMP.2
047100     MOVE     ZERO TO RETURN-CODE.                                CVSCMP.2
047200     IF       WS-UNCOVERED-CT > ZERO OR WS-MERGE-CT = ZERO        CVSCMP.2
047300              MOVE "INCOMPLETE" TO WS-VERDICT                     CVSCMP.2
047400              MOVE 4 TO RETURN-CODE.                              CVSCMP.2
047500     IF       WS-FAIL-CT > ZERO                                   CVSCMP.2
047600              MOVE "FAILED" TO WS-VERDICT                         CVSCMP.2
047700              MOVE 8 TO RETURN-CODE.                              CVSCMP.2
047800     PERFORM  WRITE-CAMPAIGN-REPORT.                              CVSCMP.2
047900     PERFORM  WRITE-CAMPAIGN-FEED.                                CVSCMP.2
048000     MOVE     WS-VERDICT TO WS-C-VERDICT (WS-FOUND).              CVSCMP.2
048100     MOVE     WS-TODAY TO WS-C-EVALUATED (WS-FOUND).              CVSCMP.2
048200     PERFORM  REWRITE-CAMPAIGNS.                                  CVSCMP.2
048300     DISPLAY  "CCVSCMP: CAMPAIGN " WS-RELEASE " "                 CVSCMP.2
048400              WS-VERDICT " -- " WS-FAIL-CT " FAILING, "           CVSCMP.2
048500              WS-UNCOVERED-CT " MODULE(S) UNCOVERED -- SEE "      CVSCMP.2
048600              "campaign_report.rpt".                              CVSCMP.2
048700 EVALUATE-CAMPAIGN-EX.                                            CVSCMP.2
048800     EXIT.                                                        CVSCMP.2
048900 COLLECT-CAMPAIGN-RUN.                                            CVSCMP.2
049000     IF       WS-R-RELEASE (WS-SUB) = WS-RELEASE                  CVSCMP.2
049100              AND WS-EVAL-CT < 100                                CVSCMP.2
049200              ADD 1 TO WS-EVAL-CT                                 CVSCMP.2
049300              MOVE WS-SUB TO WS-E-IDX (WS-EVAL-CT).               CVSCMP.2
049400 RUN-EXCHANGE-PASS.                                               CVSCMP.2
049500     PERFORM  RUN-EXCHANGE-COMPARE                                CVSCMP.2
049600              VARYING WS-RSUB FROM 1 BY 1                         CVSCMP.2
049700              UNTIL WS-RSUB NOT < WS-EVAL-CT.                     CVSCMP.2
049800 RUN-EXCHANGE-COMPARE.                                            CVSCMP.2
049900     IF       WS-R-RUN (WS-E-IDX (WS-RSUB)) >                     CVSCMP.2
050000              WS-R-RUN (WS-E-IDX (WS-RSUB + 1))                   CVSCMP.2
050100              MOVE WS-E-IDX (WS-RSUB) TO WS-ORD-HOLD              CVSCMP.2
050200              MOVE WS-E-IDX (WS-RSUB + 1) TO WS-E-IDX (WS-RSUB)   CVSCMP.2
050300              MOVE WS-ORD-HOLD TO WS-E-IDX (WS-RSUB + 1).         CVSCMP.2
050400 MERGE-ONE-RUN.                                                   CVSCMP.2
050500     MOVE     WS-E-IDX (WS-SUB2) TO WS-RSUB.                      CVSCMP.2
050600     MOVE     SPACE TO WS-RES-FNAME.                              CVSCMP.2
050700     STRING   "vault/run_" DELIMITED BY SIZE                      CVSCMP.2
050800              WS-R-RUN (WS-RSUB) DELIMITED BY SIZE                CVSCMP.2
050900              "/results.csv" DELIMITED BY SIZE                    CVSCMP.2
051000              INTO WS-RES-FNAME.                                  CVSCMP.2
051100     OPEN     INPUT RUN-RESULTS-FILE.                             CVSCMP.2
051200     IF       WS-RR-FSTATUS NOT = "00"                            CVSCMP.2
051300              DISPLAY "CCVSCMP: RUN " WS-R-RUN (WS-RSUB)          CVSCMP.2
051400                  " HAS NO results.csv IN THE VAULT"              CVSCMP.2
051500              ADD 1 TO WS-MISSING-CT                              CVSCMP.2
051600              GO TO MERGE-ONE-RUN-EX.                             CVSCMP.2
051700     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCMP.2
051800     PERFORM  READ-RUN-RESULT.                                    CVSCMP.2
051900     PERFORM  MERGE-ONE-RESULT                                    CVSCMP.2
052000              UNTIL WS-EOF-SWITCH = "Y".                          CVSCMP.2
052100     CLOSE    RUN-RESULTS-FILE.                                   CVSCMP.2
052200 MERGE-ONE-RUN-EX.                                                CVSCMP.2
052300     EXIT.                                                        CVSCMP.2
052400 READ-RUN-RESULT.                                                 CVSCMP.2
052500     READ     RUN-RESULTS-FILE                                    CVSCMP.2
052600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCMP.2
052700 MERGE-ONE-RESULT.                                                CVSCMP.2
052800     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSCMP.2
052900     UNSTRING RUN-RESULTS-REC DELIMITED BY ","                    CVSCMP.2
053000              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSCMP.2
053100                   WS-FIELD (4) WS-FIELD (5).                     CVSCMP.2
053200     MOVE     WS-FIELD (5) (1:5) TO WS-KEY-STATUS.                CVSCMP.2
053300     IF       WS-KEY-STATUS (1:4) = "PASS"                        CVSCMP.2
053400              OR WS-KEY-STATUS = "FAIL*"                          CVSCMP.2
053500              OR WS-KEY-STATUS = "*****"                          CVSCMP.2
053600              OR WS-KEY-STATUS = "INSPT"                          CVSCMP.2
053700              MOVE WS-FIELD (1) TO WS-KEY-PGM                     CVSCMP.2
053800              MOVE WS-FIELD (4) TO WS-KEY-PAR                     CVSCMP.2
053900              PERFORM STORE-QUALIFYING-RESULT                     CVSCMP.2
054000              PERFORM STORE-MODULE-COVERAGE.                      CVSCMP.2
054100     PERFORM  READ-RUN-RESULT.                                    CVSCMP.2
054200*                                                                 CVSCMP.2
054300*    RUNS LIST THEIR PAR-NAMES IN THE SAME ORDER, SO THE SLOT     CVSCMP.2
054400*    AFTER THE LAST ONE MATCHED IS TRIED BEFORE A FULL SEARCH.    CVSCMP.2
054500*                                                                 CVSCMP.2
054600 STORE-QUALIFYING-RESULT.                                         CVSCMP.2
054700     MOVE     ZERO TO WS-MFOUND.                                  CVSCMP.2
054800     IF       WS-LAST-M < WS-MERGE-CT                             CVSCMP.2
054900              AND WS-M-PGM (WS-LAST-M + 1) = WS-KEY-PGM           CVSCMP.2
055000              AND WS-M-PAR (WS-LAST-M + 1) = WS-KEY-PAR           CVSCMP.2
055100              COMPUTE WS-MFOUND = WS-LAST-M + 1.                  CVSCMP.2
055200     IF       WS-MFOUND = ZERO                                    CVSCMP.2
055300              PERFORM MATCH-ONE-MERGED                            CVSCMP.2
055400                  VARYING WS-SUB FROM 1 BY 1                      CVSCMP.2
055500                  UNTIL WS-SUB > WS-MERGE-CT                      CVSCMP.2
055600                  OR WS-MFOUND NOT = ZERO.                        CVSCMP.2
055700     IF       WS-MFOUND = ZERO                                    CVSCMP.2
055800              IF  WS-MERGE-CT < 6000                              CVSCMP.2
055900                  ADD 1 TO WS-MERGE-CT                            CVSCMP.2
056000                  MOVE WS-MERGE-CT TO WS-MFOUND                   CVSCMP.2
056100                  MOVE WS-KEY-PGM TO WS-M-PGM (WS-MFOUND)         CVSCMP.2
056200                  MOVE WS-KEY-PAR TO WS-M-PAR (WS-MFOUND)         CVSCMP.2
056300              ELSE                                                CVSCMP.2
056400                  DISPLAY "CCVSCMP: RESULT TABLE FULL -- "        CVSCMP.2
056500                      WS-KEY-PGM " " WS-KEY-PAR " NOT COUNTED"    CVSCMP.2
056600              END-IF                                              CVSCMP.2
056700     END-IF.                                                      CVSCMP.2
056800     IF       WS-MFOUND NOT = ZERO                                CVSCMP.2
056900              MOVE WS-KEY-STATUS TO WS-M-STATUS (WS-MFOUND)       CVSCMP.2
057000              MOVE WS-R-RUN (WS-RSUB) TO WS-M-RUN (WS-MFOUND)     CVSCMP.2
057100              MOVE WS-MFOUND TO WS-LAST-M.                        CVSCMP.2
057200 MATCH-ONE-MERGED.                                                CVSCMP.2
057300     IF       WS-M-PGM (WS-SUB) = WS-KEY-PGM                      CVSCMP.2
057400              AND WS-M-PAR (WS-SUB) = WS-KEY-PAR                  CVSCMP.2
057500              MOVE WS-SUB TO WS-MFOUND.                           CVSCMP.2
057600 STORE-MODULE-COVERAGE.                                           CVSCMP.2
057700     PERFORM  FIND-MODULE.                                        CVSCMP.2
057800     IF       WS-KFOUND = ZERO AND WS-MOD-CT < 300                CVSCMP.2
057900              ADD 1 TO WS-MOD-CT                                  CVSCMP.2
058000              MOVE WS-MOD-CT TO WS-KFOUND                         CVSCMP.2
058100              MOVE WS-KEY-PGM TO WS-K-PGM (WS-KFOUND).            CVSCMP.2
058200     IF       WS-KFOUND NOT = ZERO                                CVSCMP.2
058300              MOVE WS-R-RUN (WS-RSUB) TO WS-K-RUN (WS-KFOUND).    CVSCMP.2
058400 FIND-MODULE.                                                     CVSCMP.2
058500     MOVE     ZERO TO WS-KFOUND.                                  CVSCMP.2
058600     PERFORM  MATCH-ONE-MODULE                                    CVSCMP.2
058700              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
058800              UNTIL WS-SUB > WS-MOD-CT                            CVSCMP.2
058900              OR WS-KFOUND NOT = ZERO.                            CVSCMP.2
059000 MATCH-ONE-MODULE.                                                CVSCMP.2
059100     IF       WS-K-PGM (WS-SUB) = WS-KEY-PGM                      CVSCMP.2
059200              MOVE WS-SUB TO WS-KFOUND.                           CVSCMP.2
059300 TALLY-ONE-RESULT.                                                CVSCMP.2
059400     EVALUATE TRUE                                                CVSCMP.2
059500         WHEN WS-M-STATUS (WS-SUB) = "FAIL*"                      CVSCMP.2
059600             ADD 1 TO WS-FAIL-CT                                  CVSCMP.2
059700         WHEN WS-M-STATUS (WS-SUB) = "*****"                      CVSCMP.2
059800             ADD 1 TO WS-DEL-CT                                   CVSCMP.2
059900         WHEN WS-M-STATUS (WS-SUB) = "INSPT"                      CVSCMP.2
060000             ADD 1 TO WS-INSP-CT                                  CVSCMP.2
060100         WHEN OTHER                                               CVSCMP.2
060200             ADD 1 TO WS-PASS-CT                                  CVSCMP.2
060300     END-EVALUATE.                                                CVSCMP.2
060400     PERFORM  CREDIT-SUPPLYING-RUN                                CVSCMP.2
060500              VARYING WS-SUB2 FROM 1 BY 1                         CVSCMP.2
060600              UNTIL WS-SUB2 > WS-EVAL-CT.                         CVSCMP.2
060700 CREDIT-SUPPLYING-RUN.                                            CVSCMP.2
060800     IF       WS-R-RUN (WS-E-IDX (WS-SUB2)) = WS-M-RUN (WS-SUB)   CVSCMP.2
060900              ADD 1 TO WS-R-ROWS (WS-E-IDX (WS-SUB2)).            CVSCMP.2
061000 CHECK-ONE-MODULE.                                                CVSCMP.2
061100     IF       WS-MR-STATUS (WS-SUB) = "A"                         CVSCMP.2
061200              ADD 1 TO WS-ACTIVE-CT                               CVSCMP.2
061300              MOVE WS-MR-MODULE (WS-SUB) TO WS-KEY-PGM            CVSCMP.2
061400              MOVE WS-SUB TO WS-SUB2                              CVSCMP.2
061500              PERFORM FIND-MODULE                                 CVSCMP.2
061600              MOVE WS-SUB2 TO WS-SUB                              CVSCMP.2
061700              IF  WS-KFOUND = ZERO                                CVSCMP.2
061800                  ADD 1 TO WS-UNCOVERED-CT                        CVSCMP.2
061900              ELSE                                                CVSCMP.2
062000                  ADD 1 TO WS-COVERED-CT                          CVSCMP.2
062100              END-IF                                              CVSCMP.2
062200     END-IF.                                                      CVSCMP.2
062300*                                                                 CVSCMP.2
062400*    THE CAMPAIGN REPORT.                                         CVSCMP.2
062500*                                                                 CVSCMP.2
062600 WRITE-CAMPAIGN-REPORT.                                           CVSCMP.2
062700     OPEN     OUTPUT CAMPAIGN-RPT-FILE.                           CVSCMP.2
062800     MOVE     SPACE TO CAMPAIGN-RPT-REC.                          CVSCMP.2
062900     STRING   "QUALIFICATION CAMPAIGN -- RELEASE "                CVSCMP.2
063000                  DELIMITED BY SIZE                               CVSCMP.2
063100              WS-RELEASE DELIMITED BY "  "                        CVSCMP.2
063200              " -- DATE " DELIMITED BY SIZE                       CVSCMP.2
063300              WS-TODAY DELIMITED BY SIZE                          CVSCMP.2
063400              INTO CAMPAIGN-RPT-REC.                              CVSCMP.2
063500     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
063600     STRING   "BUILD " DELIMITED BY SIZE                          CVSCMP.2
063700              WS-C-BUILD (WS-FOUND) DELIMITED BY SPACE            CVSCMP.2
063800              ", BASE RUN " DELIMITED BY SIZE                     CVSCMP.2
063900              WS-C-BASE (WS-FOUND) DELIMITED BY SIZE              CVSCMP.2
064000              "; EVERY RERUN ON THE SAME BUILD AND FINGERPRINT"   CVSCMP.2
064100                  DELIMITED BY SIZE                               CVSCMP.2
064200              INTO CAMPAIGN-RPT-REC.                              CVSCMP.2
064300     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
064400     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
064500     MOVE     "COUNTED RUNS (LATEST RUN-ID WINS PER PAR-NAME):"   CVSCMP.2
064600              TO CAMPAIGN-RPT-REC.                                CVSCMP.2
064700     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
064800     MOVE     "  RUN" TO CAMPAIGN-RPT-REC (1:8).                  CVSCMP.2
064900     MOVE     "ADDED" TO CAMPAIGN-RPT-REC (9:10).                 CVSCMP.2
065000     MOVE     "RESULTS SUPPLIED" TO CAMPAIGN-RPT-REC (19:18).     CVSCMP.2
065100     MOVE     "NOTE" TO CAMPAIGN-RPT-REC (38:30).                 CVSCMP.2
065200     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
065300     PERFORM  WRITE-ONE-RUN-ROW                                   CVSCMP.2
065400              VARYING WS-SUB2 FROM 1 BY 1                         CVSCMP.2
065500              UNTIL WS-SUB2 > WS-EVAL-CT.                         CVSCMP.2
065600     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
065700     STRING   "QUALIFYING RESULTS: PASS " DELIMITED BY SIZE       CVSCMP.2
065800              WS-PASS-CT DELIMITED BY SIZE                        CVSCMP.2
065900              "  FAIL " DELIMITED BY SIZE                         CVSCMP.2
066000              WS-FAIL-CT DELIMITED BY SIZE                        CVSCMP.2
066100              "  DELETED " DELIMITED BY SIZE                      CVSCMP.2
066200              WS-DEL-CT DELIMITED BY SIZE                         CVSCMP.2
066300              "  INSPECT " DELIMITED BY SIZE                      CVSCMP.2
066400              WS-INSP-CT DELIMITED BY SIZE                        CVSCMP.2
066500              INTO CAMPAIGN-RPT-REC.                              CVSCMP.2
066600     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
066700     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
066800     MOVE     "OUTSTANDING FAILURES:" TO CAMPAIGN-RPT-REC.        CVSCMP.2
066900     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
067000     PERFORM  WRITE-ONE-FAILURE-ROW                               CVSCMP.2
067100              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
067200              UNTIL WS-SUB > WS-MERGE-CT.                         CVSCMP.2
067300     IF       WS-FAIL-CT = ZERO                                   CVSCMP.2
067400              MOVE "  NONE" TO CAMPAIGN-RPT-REC                   CVSCMP.2
067500              PERFORM WRITE-REPORT-LINE.                          CVSCMP.2
067600     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
067700     MOVE     "COVERAGE MAP (ACTIVE MODULES IN "                  CVSCMP.2
067800              TO CAMPAIGN-RPT-REC.                                CVSCMP.2
067900     MOVE     "module_registry.dat):" TO CAMPAIGN-RPT-REC (33:21).CVSCMP.2
068000     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
068100     PERFORM  WRITE-ONE-COVERAGE-ROW                              CVSCMP.2
068200              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
068300              UNTIL WS-SUB > WS-MR-COUNT.                         CVSCMP.2
068400     IF       WS-MR-COUNT = ZERO                                  CVSCMP.2
068500              MOVE "  (NO module_registry.dat -- NOT CHECKED)"    CVSCMP.2
068600                  TO CAMPAIGN-RPT-REC                             CVSCMP.2
068700              PERFORM WRITE-REPORT-LINE.                          CVSCMP.2
068800     STRING   "MODULES COVERED " DELIMITED BY SIZE                CVSCMP.2
068900              WS-COVERED-CT DELIMITED BY SIZE                     CVSCMP.2
069000              " OF " DELIMITED BY SIZE                            CVSCMP.2
069100              WS-ACTIVE-CT DELIMITED BY SIZE                      CVSCMP.2
069200              INTO CAMPAIGN-RPT-REC.                              CVSCMP.2
069300     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
069400     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
069500     STRING   "CAMPAIGN VERDICT: " DELIMITED BY SIZE              CVSCMP.2
069600              WS-VERDICT DELIMITED BY SPACE                       CVSCMP.2
069700              INTO CAMPAIGN-RPT-REC.                              CVSCMP.2
069800     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
069900     CLOSE    CAMPAIGN-RPT-FILE.                                  CVSCMP.2
070000 WRITE-REPORT-LINE.                                               CVSCMP.2
070100     WRITE    CAMPAIGN-RPT-REC.                                   CVSCMP.2
070200     MOVE     SPACE TO CAMPAIGN-RPT-REC.                          CVSCMP.2
070300 WRITE-ONE-RUN-ROW.                                               CVSCMP.2
070400     MOVE     WS-E-IDX (WS-SUB2) TO WS-RSUB.                      CVSCMP.2
070500     MOVE     WS-R-RUN (WS-RSUB) TO CAMPAIGN-RPT-REC (3:4).       CVSCMP.2
070600     MOVE     WS-R-ADDED (WS-RSUB) TO CAMPAIGN-RPT-REC (9:8).     CVSCMP.2
070700     MOVE     WS-R-ROWS (WS-RSUB) TO WS-ROWS-EDIT.                CVSCMP.2
070800     MOVE     WS-ROWS-EDIT TO CAMPAIGN-RPT-REC (19:5).            CVSCMP.2
070900     MOVE     WS-R-NOTE (WS-RSUB) TO CAMPAIGN-RPT-REC (38:30).    CVSCMP.2
071000     PERFORM  WRITE-REPORT-LINE.                                  CVSCMP.2
071100 WRITE-ONE-FAILURE-ROW.                                           CVSCMP.2
071200     IF       WS-M-STATUS (WS-SUB) = "FAIL*"                      CVSCMP.2
071300              MOVE WS-M-PGM (WS-SUB) TO CAMPAIGN-RPT-REC (3:10)   CVSCMP.2
071400              MOVE WS-M-PAR (WS-SUB) TO CAMPAIGN-RPT-REC (14:24)  CVSCMP.2
071500              STRING "FROM RUN " DELIMITED BY SIZE                CVSCMP.2
071600                  WS-M-RUN (WS-SUB) DELIMITED BY SIZE             CVSCMP.2
071700                  INTO CAMPAIGN-RPT-REC (39:13)                   CVSCMP.2
071800              PERFORM WRITE-REPORT-LINE.                          CVSCMP.2
071900 WRITE-ONE-COVERAGE-ROW.                                          CVSCMP.2
072000     IF       WS-MR-STATUS (WS-SUB) = "A"                         CVSCMP.2
072100              MOVE WS-MR-MODULE (WS-SUB) TO WS-KEY-PGM            CVSCMP.2
072200              MOVE WS-SUB TO WS-SUB2                              CVSCMP.2
072300              PERFORM FIND-MODULE                                 CVSCMP.2
072400              MOVE WS-SUB2 TO WS-SUB                              CVSCMP.2
072500              MOVE WS-KEY-PGM TO CAMPAIGN-RPT-REC (3:10)          CVSCMP.2
072600              IF  WS-KFOUND = ZERO                                CVSCMP.2
072700                  MOVE "*** NOT COVERED BY ANY COUNTED RUN"       CVSCMP.2
072800                      TO CAMPAIGN-RPT-REC (14:40)                 CVSCMP.2
072900              ELSE                                                CVSCMP.2
073000                  STRING "COVERED, LAST BY RUN " DELIMITED BY SIZECVSCMP.2
073100                      WS-K-RUN (WS-KFOUND) DELIMITED BY SIZE      CVSCMP.2
073200                      INTO CAMPAIGN-RPT-REC (14:40)               CVSCMP.2
073300              END-IF                                              CVSCMP.2
073400              PERFORM WRITE-REPORT-LINE.                          CVSCMP.2
073500*                                                                 CVSCMP.2
073600*    THE MERGED FEED -- ONE QUALIFYING RESULT PER PAR-NAME.       CVSCMP.2
073700*                                                                 CVSCMP.2
073800 WRITE-CAMPAIGN-FEED.                                             CVSCMP.2
073900     OPEN     OUTPUT CAMPAIGN-CSV-FILE.                           CVSCMP.2
074000     MOVE     "PGM-ID,PAR-NAME,P-OR-F,RUN-ID" TO CAMPAIGN-CSV-REC.CVSCMP.2
074100     WRITE    CAMPAIGN-CSV-REC.                                   CVSCMP.2
074200     PERFORM  WRITE-ONE-FEED-ROW                                  CVSCMP.2
074300              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
074400              UNTIL WS-SUB > WS-MERGE-CT.                         CVSCMP.2
074500     CLOSE    CAMPAIGN-CSV-FILE.                                  CVSCMP.2
074600 WRITE-ONE-FEED-ROW.                                              CVSCMP.2
074700     MOVE     SPACE TO CAMPAIGN-CSV-REC.                          CVSCMP.2
074800     STRING   WS-M-PGM (WS-SUB) DELIMITED BY SPACE                CVSCMP.2
074900              "," DELIMITED BY SIZE                               CVSCMP.2
075000              WS-M-PAR (WS-SUB) DELIMITED BY SPACE                CVSCMP.2
075100              "," DELIMITED BY SIZE                               CVSCMP.2
075200              WS-M-STATUS (WS-SUB) DELIMITED BY SPACE             CVSCMP.2
075300              "," DELIMITED BY SIZE                               CVSCMP.2
075400              WS-M-RUN (WS-SUB) DELIMITED BY SIZE                 CVSCMP.2
075500              INTO CAMPAIGN-CSV-REC.                              CVSCMP.2
075600     WRITE    CAMPAIGN-CSV-REC.                                   CVSCMP.2
075700*                                                                 CVSCMP.2
075800*    MODE L, AND THE REGISTER REWRITTEN WHOLE.                    CVSCMP.2
075900*                                                                 CVSCMP.2
076000 LIST-ONE-CAMPAIGN.                                               CVSCMP.2
076100     DISPLAY  "CAMPAIGN " WS-C-RELEASE (WS-SUB)                   CVSCMP.2
076200              " BUILD " WS-C-BUILD (WS-SUB)                       CVSCMP.2
076300              " OPENED " WS-C-OPENED (WS-SUB)                     CVSCMP.2
076400              " " WS-C-VERDICT (WS-SUB)                           CVSCMP.2
076500              " " WS-C-EVALUATED (WS-SUB).                        CVSCMP.2
076600     MOVE     WS-C-RELEASE (WS-SUB) TO WS-RELEASE.                CVSCMP.2
076700     PERFORM  LIST-ONE-CAMPAIGN-RUN                               CVSCMP.2
076800              VARYING WS-SUB2 FROM 1 BY 1                         CVSCMP.2
076900              UNTIL WS-SUB2 > WS-RUN-CT.                          CVSCMP.2
077000 LIST-ONE-CAMPAIGN-RUN.                                           CVSCMP.2
077100     IF       WS-R-RELEASE (WS-SUB2) = WS-RELEASE                 CVSCMP.2
077200              DISPLAY "    RUN " WS-R-RUN (WS-SUB2)               CVSCMP.2
077300                  " ADDED " WS-R-ADDED (WS-SUB2)                  CVSCMP.2
077400                  " " WS-R-NOTE (WS-SUB2).                        CVSCMP.2
077500 REWRITE-CAMPAIGNS.                                               CVSCMP.2
077600     OPEN     OUTPUT CAMPAIGN-FILE.                               CVSCMP.2
077700     PERFORM  WRITE-ONE-CAMPAIGN                                  CVSCMP.2
077800              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
077900              UNTIL WS-SUB > WS-CAMP-CT.                          CVSCMP.2
078000     PERFORM  WRITE-ONE-CAMPAIGN-RUN                              CVSCMP.2
078100              VARYING WS-SUB FROM 1 BY 1                          CVSCMP.2
078200              UNTIL WS-SUB > WS-RUN-CT.                           CVSCMP.2
078300     CLOSE    CAMPAIGN-FILE.                                      CVSCMP.2
078400 WRITE-ONE-CAMPAIGN.                                              CVSCMP.2
078500     MOVE     SPACE TO CAMPAIGN-REC.                              CVSCMP.2
078600     STRING   "C|" DELIMITED BY SIZE                              CVSCMP.2
078700              WS-C-RELEASE (WS-SUB) DELIMITED BY "  "             CVSCMP.2
078800              "|" DELIMITED BY SIZE                               CVSCMP.2
078900              WS-C-BASE (WS-SUB) DELIMITED BY SIZE                CVSCMP.2
079000              "|" DELIMITED BY SIZE                               CVSCMP.2
079100              WS-C-BUILD (WS-SUB) DELIMITED BY SPACE              CVSCMP.2
079200              "|" DELIMITED BY SIZE                               CVSCMP.2
079300              WS-C-OPENED (WS-SUB) DELIMITED BY SIZE              CVSCMP.2
079400              "|" DELIMITED BY SIZE                               CVSCMP.2
079500              WS-C-VERDICT (WS-SUB) DELIMITED BY SPACE            CVSCMP.2
079600              "|" DELIMITED BY SIZE                               CVSCMP.2
079700              WS-C-EVALUATED (WS-SUB) DELIMITED BY SPACE          CVSCMP.2
079800              INTO CAMPAIGN-REC.                                  CVSCMP.2
079900     WRITE    CAMPAIGN-REC.                                       CVSCMP.2
080000 WRITE-ONE-CAMPAIGN-RUN.                                          CVSCMP.2
080100     MOVE     SPACE TO CAMPAIGN-REC.                              CVSCMP.2
080200     STRING   "R|" DELIMITED BY SIZE                              CVSCMP.2
080300              WS-R-RELEASE (WS-SUB) DELIMITED BY "  "             CVSCMP.2
080400              "|" DELIMITED BY SIZE                               CVSCMP.2
080500              WS-R-RUN (WS-SUB) DELIMITED BY SIZE                 CVSCMP.2
080600              "|" DELIMITED BY SIZE                               CVSCMP.2
080700              WS-R-ADDED (WS-SUB) DELIMITED BY SIZE               CVSCMP.2
080800              "|" DELIMITED BY SIZE                               CVSCMP.2
080900              WS-R-NOTE (WS-SUB) DELIMITED BY "  "                CVSCMP.2
081000              INTO CAMPAIGN-REC.                                  CVSCMP.2
081100     WRITE    CAMPAIGN-REC.                                       CVSCMP.2
