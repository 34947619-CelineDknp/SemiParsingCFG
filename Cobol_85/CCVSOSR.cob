000100 IDENTIFICATION DIVISION.                                         CVSOSR.2
000200 PROGRAM-ID.                                                      CVSOSR.2
000300     CCVSOSR.                                                     CVSOSR.2
000400****************************************************************  CVSOSR.2
000500*                                                              *  CVSOSR.2
000600*    OFF-SITE REPLICATION OF THE RUN VAULT AND AUDIT JOURNAL.  *  CVSOSR.2
000700*                                                              *  CVSOSR.2
000800*    THE VAULT, audit_journal.dat, THE EVIDENCE BUNDLES AND    *  CVSOSR.2
000900*    CERTIFICATE REGISTER AND THE BED SNAPSHOTS ALL LIVE ON    *  CVSOSR.2
001000*    ONE FILESYSTEM; LOSE IT AND EVERY QUALIFICATION EVER      *  CVSOSR.2
001100*    SIGNED GOES WITH IT.  THIS JOB (THE LAST CLOSE-OUT STEP,  *  CVSOSR.2
001200*    SEE CCVSCLO) COPIES THEM TO THE SECONDARY LOCATION NAMED  *  CVSOSR.2
001300*    IN offsite_target.dat (ONE LINE, A DIRECTORY PATH; LINES  *  CVSOSR.2
001400*    STARTING * ARE COMMENTS):                                 *  CVSOSR.2
001500*                                                              *  CVSOSR.2
001600*      - vault/, vault_index.dat, qual_certificates.dat,       *  CVSOSR.2
001700*        bed_snapshots/ AND THE evidence_* BUNDLES ARE COPIED  *  CVSOSR.2
001800*        WHERE NEWER THAN THE COPY ALREADY THERE,              *  CVSOSR.2
001900*      - THE JOURNAL IS REPLICATED BY ITS TAIL: ONLY THE       *  CVSOSR.2
002000*        RECORDS PAST THE COPY'S OWN LENGTH ARE APPENDED, SO   *  CVSOSR.2
002100*        THE COPY IS NEVER REWRITTEN FROM A DAMAGED ORIGINAL,  *  CVSOSR.2
002200*      - THE COPY'S JOURNAL CHAIN IS RE-VERIFIED BY CCVSVFY    *  CVSOSR.2
002300*        (MODE J) RUNNING IN THE TARGET DIRECTORY,             *  CVSOSR.2
002400*      - EACH VAULTED RUN NOT YET REPLICATED IS CHECKED: ITS    * CVSOSR.2
002500*        vault/run_<ID>/ COPY MUST MATCH THE ORIGINAL FILE FOR *  CVSOSR.2
002600*        FILE, AND EVERY EVIDENCE BUNDLE OF THE RUN'S DATE     *  CVSOSR.2
002700*        MUST VERIFY ON THE COPY UNDER CCVSVFY (MODE P).       *  CVSOSR.2
002800*                                                              *  CVSOSR.2
002900*    THE OUTCOME IS KEPT IN replication_status.dat:            *  CVSOSR.2
003000*                                                              *  CVSOSR.2
003100*        J|STATE|CCYYMMDD|HHMMSS|DETAIL        (THE JOURNAL)   *  CVSOSR.2
003200*        R|RUN-ID|STATE|VAULTED CCYYMMDD|CCYYMMDD|HHMMSS|      *  CVSOSR.2
003300*          DETAIL                              (EACH RUN)      *  CVSOSR.2
003400*                                                              *  CVSOSR.2
003500*    STATE IS REPLICATED, FAILED OR PENDING.  A REPLICATED     *  CVSOSR.2
003600*    RUN IS NOT CHECKED AGAIN.  THROUGH THE ALERT OUTBOX       *  CVSOSR.2
003700*    (SEE CCVSALR) GO:                                         *  CVSOSR.2
003800*        REPLFAIL  A RUN WHOSE COPY FAILED VERIFICATION,       *  CVSOSR.2
003900*        REPLLAG   A RUN VAULTED MORE THAN A DAY AGO AND       *  CVSOSR.2
004000*                  STILL NOT REPLICATED,                       *  CVSOSR.2
004100*        REPLJRNL  THE JOURNAL CHAIN BROKEN ON THE COPY,       *  CVSOSR.2
004200*        REPLCOPY  NO TARGET CONFIGURED, OR THE COPY ITSELF    *  CVSOSR.2
004300*                  FAILED.                                     *  CVSOSR.2
004400*                                                              *  CVSOSR.2
004500*    RETURN CODE 0 WHEN EVERYTHING IS REPLICATED, 4 WHEN A     *  CVSOSR.2
004600*    RUN OR THE JOURNAL IS FAILED OR BEHIND, 8 WHEN NOTHING    *  CVSOSR.2
004700*    COULD BE COPIED.                                          *  CVSOSR.2
004800*                                                              *  CVSOSR.2
004900****************************************************************  CVSOSR.2
005000 ENVIRONMENT DIVISION.                                            CVSOSR.2
005100 CONFIGURATION SECTION.                                           CVSOSR.2
005200 SOURCE-COMPUTER.                                                 CVSOSR.2
005300     COPY CCVSTRG.                                                CVSOSR.2
005400 OBJECT-COMPUTER.                                                 CVSOSR.2
005500     COPY CCVSTRG.                                                CVSOSR.2
005600 INPUT-OUTPUT SECTION.                                            CVSOSR.2
005700 FILE-CONTROL.                                                    CVSOSR.2
005800     SELECT   TARGET-CTL-FILE ASSIGN TO                           CVSOSR.2
005900     "offsite_target.dat"                                         CVSOSR.2
006000     ORGANIZATION LINE SEQUENTIAL                                 CVSOSR.2
006100     FILE STATUS IS WS-TC-FSTATUS.                                CVSOSR.2
006200     SELECT   VAULT-INDEX-FILE ASSIGN TO                          CVSOSR.2
006300     "vault_index.dat"                                            CVSOSR.2
006400     ORGANIZATION LINE SEQUENTIAL                                 CVSOSR.2
006500     FILE STATUS IS WS-VI-FSTATUS.                                CVSOSR.2
006600     SELECT   REPLICA-STATUS-FILE ASSIGN TO                       CVSOSR.2
006700     "replication_status.dat"                                     CVSOSR.2
006800     ORGANIZATION LINE SEQUENTIAL                                 CVSOSR.2
006900     FILE STATUS IS WS-RS-FSTATUS.                                CVSOSR.2
007000     SELECT   REPLICA-OUT-FILE ASSIGN TO                          CVSOSR.2
007100     DYNAMIC WS-OUT-FNAME                                         CVSOSR.2
007200     ORGANIZATION LINE SEQUENTIAL                                 CVSOSR.2
007300     FILE STATUS IS WS-RO-FSTATUS.                                CVSOSR.2
007400 DATA DIVISION.                                                   CVSOSR.2
007500 FILE SECTION.                                                    CVSOSR.2
007600 FD  TARGET-CTL-FILE.                                             CVSOSR.2
007700 01  TARGET-CTL-REC PIC X(80).                                    CVSOSR.2
007800 FD  VAULT-INDEX-FILE.                                            CVSOSR.2
007900 01  VAULT-INDEX-REC PIC X(120).                                  CVSOSR.2
008000 FD  REPLICA-STATUS-FILE.                                         CVSOSR.2
008100 01  REPLICA-STATUS-REC PIC X(100).                               CVSOSR.2
008200 FD  REPLICA-OUT-FILE.                                            CVSOSR.2
008300 01  REPLICA-OUT-REC PIC X(100).                                  CVSOSR.2
008400 WORKING-STORAGE SECTION.                                         CVSOSR.2
008500 77  WS-TC-FSTATUS      PIC XX VALUE SPACE.                       CVSOSR.2
008600 77  WS-VI-FSTATUS      PIC XX VALUE SPACE.                       CVSOSR.2
008700 77  WS-RS-FSTATUS      PIC XX VALUE SPACE.                       CVSOSR.2
008800 77  WS-RO-FSTATUS      PIC XX VALUE SPACE.                       CVSOSR.2
008900 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSOSR.2
009000 77  WS-COPY-OK-SW      PIC X  VALUE "Y".                         CVSOSR.2
009100 77  WS-HIT-SW          PIC X  VALUE "N".                         CVSOSR.2
009200 77  WS-RUN-COUNT       PIC 9(3) VALUE ZERO.                      CVSOSR.2
009300 77  WS-RUN-SUB         PIC 9(3) COMP VALUE ZERO.                 CVSOSR.2
009400 77  WS-RUN-FOUND       PIC 9(3) COMP VALUE ZERO.                 CVSOSR.2
009500 77  WS-HIT-CT          PIC 9(3) COMP VALUE ZERO.                 CVSOSR.2
009600 77  WS-RUN-ID          PIC 9(4) VALUE ZERO.                      CVSOSR.2
009700 77  WS-REPL-CT         PIC 9(3) VALUE ZERO.                      CVSOSR.2
009800 77  WS-FAIL-CT         PIC 9(3) VALUE ZERO.                      CVSOSR.2
009900 77  WS-LAG-CT          PIC 9(3) VALUE ZERO.                      CVSOSR.2
010000 77  WS-CHECKED-CT      PIC 9(3) VALUE ZERO.                      CVSOSR.2
010100 77  WS-JOB-RC          PIC 9(2) VALUE ZERO.                      CVSOSR.2
010200 77  WS-TODAY-INT       PIC 9(7) VALUE ZERO.                      CVSOSR.2
010300 77  WS-VAULT-INT       PIC 9(7) VALUE ZERO.                      CVSOSR.2
010400 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSOSR.2
010500 01  WS-NOW             PIC 9(8) VALUE ZERO.                      CVSOSR.2
010600 01  WS-TARGET          PIC X(60) VALUE SPACE.                    CVSOSR.2
010700 01  WS-OUT-FNAME       PIC X(30) VALUE SPACE.                    CVSOSR.2
010800 01  WS-CMD             PIC X(700) VALUE SPACE.                   CVSOSR.2
010900 01  WS-CMD-PTR         PIC 9(3) VALUE 1.                         CVSOSR.2
011000 01  WS-WORK-REC        PIC X(120).                               CVSOSR.2
011100 01  WS-FIELD-TABLE.                                              CVSOSR.2
011200     02  WS-FIELD       PIC X(30) OCCURS 7 TIMES.                 CVSOSR.2
011300 01  WS-JRNL-STATE      PIC X(10) VALUE "PENDING".                CVSOSR.2
011400 01  WS-JRNL-DETAIL     PIC X(30) VALUE SPACE.                    CVSOSR.2
011500 01  WS-CHECK-COPY      PIC X(9) VALUE SPACE.                     CVSOSR.2
011600 01  WS-CHECK-SEAL      PIC X(9) VALUE SPACE.                     CVSOSR.2
011700 01  WS-ALERT-TYPE      PIC X(8)  VALUE SPACE.                    CVSOSR.2
011800 01  WS-ALERT-MODULE    PIC X(9)  VALUE SPACE.                    CVSOSR.2
011900 01  WS-ALERT-SEV       PIC X(4)  VALUE SPACE.                    CVSOSR.2
012000 01  WS-ALERT-DETAIL    PIC X(60) VALUE SPACE.                    CVSOSR.2
012100 01  WS-RUN-TABLE.                                                CVSOSR.2
012200     02  WS-RS-ENTRY OCCURS 500 TIMES.                            CVSOSR.2
012300         03  WS-RS-ID       PIC 9(4).                             CVSOSR.2
012400         03  WS-RS-STATE    PIC X(10).                            CVSOSR.2
012500         03  WS-RS-VDATE    PIC 9(8).                             CVSOSR.2
012600         03  WS-RS-CDATE    PIC 9(8).                             CVSOSR.2
012700         03  WS-RS-CTIME    PIC X(6).                             CVSOSR.2
012800         03  WS-RS-DETAIL   PIC X(30).                            CVSOSR.2
012900 PROCEDURE DIVISION.                                              CVSOSR.2
013000 CCVSOSR-MAIN SECTION.                                            CVSOSR.2
013100 CCVSOSR-START.                                                   CVSOSR.2
013200     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSOSR.2
013300     ACCEPT   WS-NOW FROM TIME.                                   CVSOSR.2
013400     COMPUTE  WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY). CVSOSR.2
013500     PERFORM  LOAD-TARGET THRU LOAD-TARGET-EX.                    CVSOSR.2
013600     PERFORM  LOAD-REPLICA-STATUS THRU LOAD-REPLICA-STATUS-EX.    CVSOSR.2
013700     PERFORM  LOAD-VAULT-INDEX THRU LOAD-VAULT-INDEX-EX.          CVSOSR.2
013800     IF       WS-TARGET = SPACE                                   CVSOSR.2
013900              DISPLAY "CCVSOSR: NO TARGET IN offsite_target.dat " CVSOSR.2
014000                  "-- NOTHING REPLICATED"                         CVSOSR.2
014100              MOVE 8 TO WS-JOB-RC                                 CVSOSR.2
014200              MOVE "NO OFF-SITE TARGET" TO WS-JRNL-DETAIL         CVSOSR.2
014300              MOVE "REPLCOPY" TO WS-ALERT-TYPE                    CVSOSR.2
014400              MOVE "OFFSITE" TO WS-ALERT-MODULE                   CVSOSR.2
014500              MOVE "08" TO WS-ALERT-SEV                           CVSOSR.2
014600              MOVE "NO OFF-SITE TARGET CONFIGURED"                CVSOSR.2
014700                  TO WS-ALERT-DETAIL                              CVSOSR.2
014800              PERFORM RAISE-ALERT                                 CVSOSR.2
014900              GO TO CCVSOSR-FINISH.                               CVSOSR.2
015000     DISPLAY  "CCVSOSR: REPLICATING TO " WS-TARGET.               CVSOSR.2
015100     PERFORM  COPY-TO-TARGET THRU COPY-TO-TARGET-EX.              CVSOSR.2
015200     PERFORM  VERIFY-JOURNAL-COPY THRU VERIFY-JOURNAL-COPY-EX.    CVSOSR.2
015300     PERFORM  CHECK-ONE-RUN THRU CHECK-ONE-RUN-EX                 CVSOSR.2
015400              VARYING WS-RUN-SUB FROM 1 BY 1                      CVSOSR.2
015500              UNTIL WS-RUN-SUB > WS-RUN-COUNT.                    CVSOSR.2
015600 CCVSOSR-FINISH.                                                  CVSOSR.2
015700     PERFORM  JUDGE-RUN-LAG THRU JUDGE-RUN-LAG-EX                 CVSOSR.2
015800              VARYING WS-RUN-SUB FROM 1 BY 1                      CVSOSR.2
015900              UNTIL WS-RUN-SUB > WS-RUN-COUNT.                    CVSOSR.2
016000     PERFORM  WRITE-REPLICA-STATUS.                               CVSOSR.2
016100     DISPLAY  "CCVSOSR: " WS-RUN-COUNT " VAULTED RUN(S), "        CVSOSR.2
016200              WS-CHECKED-CT " CHECKED THIS PASS, "                CVSOSR.2
016300              WS-REPL-CT " REPLICATED, "                          CVSOSR.2
016400              WS-FAIL-CT " FAILED, " WS-LAG-CT " BEHIND".         CVSOSR.2
016500     DISPLAY  "CCVSOSR: JOURNAL COPY " WS-JRNL-STATE " "          CVSOSR.2
016600              WS-JRNL-DETAIL.                                     CVSOSR.2
016700     IF       WS-JOB-RC = ZERO                                    CVSOSR.2
016800              AND (WS-FAIL-CT > ZERO OR WS-LAG-CT > ZERO          CVSOSR.2
016900                   OR WS-JRNL-STATE NOT = "REPLICATED")           CVSOSR.2
017000              MOVE 4 TO WS-JOB-RC.                                CVSOSR.2
017100     MOVE     WS-JOB-RC TO RETURN-CODE.                           CVSOSR.2
017200     STOP     RUN.                                                CVSOSR.2
017300 LOAD-TARGET.                                                     CVSOSR.2
017400     OPEN     INPUT TARGET-CTL-FILE.                              CVSOSR.2
017500     IF       WS-TC-FSTATUS NOT = "00"                            CVSOSR.2
017600              GO TO LOAD-TARGET-EX.                               CVSOSR.2
017700     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOSR.2
017800     PERFORM  READ-TARGET-LINE.                                   CVSOSR.2
017900     PERFORM  APPLY-TARGET-LINE UNTIL WS-EOF-SWITCH = "Y".        CVSOSR.2
018000     CLOSE    TARGET-CTL-FILE.                                    CVSOSR.2
018100 LOAD-TARGET-EX.                                                  CVSOSR.2
018200     EXIT.                                                        CVSOSR.2
018300 READ-TARGET-LINE.                                                CVSOSR.2
018400     READ     TARGET-CTL-FILE                                     CVSOSR.2
018500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOSR.2
018600 APPLY-TARGET-LINE.                                               CVSOSR.2
018700     IF       WS-TARGET = SPACE                                   CVSOSR.2
018800              AND TARGET-CTL-REC (1:1) NOT = "*"                  CVSOSR.2
018900              AND TARGET-CTL-REC NOT = SPACE                      CVSOSR.2
019000              MOVE TARGET-CTL-REC (1:60) TO WS-TARGET.            CVSOSR.2
019100     PERFORM  READ-TARGET-LINE.                                   CVSOSR.2
019200 LOAD-REPLICA-STATUS.                                             CVSOSR.2
019300*    THE PREVIOUS PASS'S ROWS: A RUN ALREADY REPLICATED KEEPS     CVSOSR.2
019400*    ITS ROW AND IS NOT CHECKED AGAIN.                            CVSOSR.2
019500     OPEN     INPUT REPLICA-STATUS-FILE.                          CVSOSR.2
019600     IF       WS-RS-FSTATUS NOT = "00"                            CVSOSR.2
019700              GO TO LOAD-REPLICA-STATUS-EX.                       CVSOSR.2
019800     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOSR.2
019900     PERFORM  READ-STATUS-LINE.                                   CVSOSR.2
020000     PERFORM  FILE-STATUS-LINE UNTIL WS-EOF-SWITCH = "Y".         CVSOSR.2
020100     CLOSE    REPLICA-STATUS-FILE.                                CVSOSR.2
020200 LOAD-REPLICA-STATUS-EX.                                          CVSOSR.2
020300     EXIT.                                                        CVSOSR.2
020400 READ-STATUS-LINE.                                                CVSOSR.2
020500     READ     REPLICA-STATUS-FILE INTO WS-WORK-REC                CVSOSR.2
020600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOSR.2
020700 FILE-STATUS-LINE.                                                CVSOSR.2
020800     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSOSR.2
020900     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSOSR.2
021000              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSOSR.2
021100                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSOSR.2
021200                   WS-FIELD (7).                                  CVSOSR.2
021300     IF       WS-FIELD (1) = "R"                                  CVSOSR.2
021400              AND WS-FIELD (2) (1:4) IS NUMERIC                   CVSOSR.2
021500              AND WS-FIELD (4) (1:8) IS NUMERIC                   CVSOSR.2
021600              AND WS-RUN-COUNT < 500                              CVSOSR.2
021700              ADD 1 TO WS-RUN-COUNT                               CVSOSR.2
021800              MOVE WS-FIELD (2) (1:4) TO WS-RS-ID (WS-RUN-COUNT)  CVSOSR.2
021900              MOVE WS-FIELD (3) TO WS-RS-STATE (WS-RUN-COUNT)     CVSOSR.2
022000              MOVE WS-FIELD (4) (1:8)                             CVSOSR.2
022100                  TO WS-RS-VDATE (WS-RUN-COUNT)                   CVSOSR.2
022200              MOVE ZERO TO WS-RS-CDATE (WS-RUN-COUNT)             CVSOSR.2
022300              IF WS-FIELD (5) (1:8) IS NUMERIC                    CVSOSR.2
022400                  MOVE WS-FIELD (5) (1:8)                         CVSOSR.2
022500                      TO WS-RS-CDATE (WS-RUN-COUNT)               CVSOSR.2
022600              END-IF                                              CVSOSR.2
022700              MOVE WS-FIELD (6) (1:6)                             CVSOSR.2
022800                  TO WS-RS-CTIME (WS-RUN-COUNT)                   CVSOSR.2
022900              MOVE WS-FIELD (7) TO WS-RS-DETAIL (WS-RUN-COUNT).   CVSOSR.2
023000     PERFORM  READ-STATUS-LINE.                                   CVSOSR.2
023100 LOAD-VAULT-INDEX.                                                CVSOSR.2
023200*    EVERY VAULTED RUN NOT YET IN THE STATUS TABLE IS ADDED AS    CVSOSR.2
023300*    PENDING, CARRYING ITS VAULT DATE FOR THE LAG TEST.           CVSOSR.2
023400     OPEN     INPUT VAULT-INDEX-FILE.                             CVSOSR.2
023500     IF       WS-VI-FSTATUS NOT = "00"                            CVSOSR.2
023600              GO TO LOAD-VAULT-INDEX-EX.                          CVSOSR.2
023700     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOSR.2
023800     PERFORM  READ-INDEX-LINE.                                    CVSOSR.2
023900     PERFORM  FILE-INDEX-LINE UNTIL WS-EOF-SWITCH = "Y".          CVSOSR.2
024000     CLOSE    VAULT-INDEX-FILE.                                   CVSOSR.2
024100 LOAD-VAULT-INDEX-EX.                                             CVSOSR.2
024200     EXIT.                                                        CVSOSR.2
024300 READ-INDEX-LINE.                                                 CVSOSR.2
024400     READ     VAULT-INDEX-FILE INTO WS-WORK-REC                   CVSOSR.2
024500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOSR.2
024600 FILE-INDEX-LINE.                                                 CVSOSR.2
024700     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSOSR.2
024800     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSOSR.2
024900              INTO WS-FIELD (1) WS-FIELD (2).                     CVSOSR.2
025000     IF       WS-FIELD (1) (1:4) IS NUMERIC                       CVSOSR.2
025100              AND WS-FIELD (2) (1:8) IS NUMERIC                   CVSOSR.2
025200              MOVE WS-FIELD (1) (1:4) TO WS-RUN-ID                CVSOSR.2
025300              MOVE ZERO TO WS-RUN-FOUND                           CVSOSR.2
025400              PERFORM MATCH-RUN-ENTRY                             CVSOSR.2
025500                  VARYING WS-RUN-SUB FROM 1 BY 1                  CVSOSR.2
025600                  UNTIL WS-RUN-SUB > WS-RUN-COUNT                 CVSOSR.2
025700                  OR WS-RUN-FOUND > ZERO                          CVSOSR.2
025800              IF  WS-RUN-FOUND = ZERO                             CVSOSR.2
025900                  AND WS-RUN-COUNT < 500                          CVSOSR.2
026000                  ADD 1 TO WS-RUN-COUNT                           CVSOSR.2
026100                  MOVE WS-RUN-ID TO WS-RS-ID (WS-RUN-COUNT)       CVSOSR.2
026200                  MOVE "PENDING" TO WS-RS-STATE (WS-RUN-COUNT)    CVSOSR.2
026300                  MOVE WS-FIELD (2) (1:8)                         CVSOSR.2
026400                      TO WS-RS-VDATE (WS-RUN-COUNT)               CVSOSR.2
026500                  MOVE ZERO TO WS-RS-CDATE (WS-RUN-COUNT)         CVSOSR.2
026600                  MOVE SPACE TO WS-RS-CTIME (WS-RUN-COUNT)        CVSOSR.2
026700                  MOVE "NOT YET COPIED"                           CVSOSR.2
026800                      TO WS-RS-DETAIL (WS-RUN-COUNT)              CVSOSR.2
026900              END-IF                                              CVSOSR.2
027000     END-IF.                                                      CVSOSR.2
027100     PERFORM  READ-INDEX-LINE.                                    CVSOSR.2
027200 MATCH-RUN-ENTRY.                                                 CVSOSR.2
027300     IF       WS-RS-ID (WS-RUN-SUB) = WS-RUN-ID                   CVSOSR.2
027400              MOVE WS-RUN-SUB TO WS-RUN-FOUND.                    CVSOSR.2
027500 COPY-TO-TARGET.                                                  CVSOSR.2
027600*    cp -u ONLY REPLACES WHAT IS NEWER HERE THAN THERE; THE       CVSOSR.2
027700*    JOURNAL GETS ONLY THE RECORDS PAST THE COPY'S LENGTH.        CVSOSR.2
027800     MOVE     SPACE TO WS-CMD.                                    CVSOSR.2
027900     MOVE     1 TO WS-CMD-PTR.                                    CVSOSR.2
028000     STRING   "rm -f replica_rc.tmp;r=0;T=" DELIMITED BY SIZE     CVSOSR.2
028100              WS-TARGET DELIMITED BY SPACE                        CVSOSR.2
028200              ";mkdir -p $T||r=1;for d in vault vault_index.dat " CVSOSR.2
028300                  DELIMITED BY SIZE                               CVSOSR.2
028400              "qual_certificates.dat bed_snapshots evidence_*;"   CVSOSR.2
028500                  DELIMITED BY SIZE                               CVSOSR.2
028600              "do [ ! -e $d ]||cp -Rpu $d $T/||r=1;done;"         CVSOSR.2
028700                  DELIMITED BY SIZE                               CVSOSR.2
028800              "[ ! -f audit_journal.dat ]||{ n=$( (wc -l "        CVSOSR.2
028900                  DELIMITED BY SIZE                               CVSOSR.2
029000              "<$T/audit_journal.dat) 2>/dev/null||echo 0);"      CVSOSR.2
029100                  DELIMITED BY SIZE                               CVSOSR.2
029200              "tail -n +$((n+1)) audit_journal.dat "              CVSOSR.2
029300                  DELIMITED BY SIZE                               CVSOSR.2
029400              ">>$T/audit_journal.dat||r=1;};"                    CVSOSR.2
029500                  DELIMITED BY SIZE                               CVSOSR.2
029600              "echo $r >replica_rc.tmp" DELIMITED BY SIZE         CVSOSR.2
029700              INTO WS-CMD WITH POINTER WS-CMD-PTR.                CVSOSR.2
029800     CALL     "SYSTEM" USING WS-CMD.                              CVSOSR.2
029900     MOVE     "replica_rc.tmp" TO WS-OUT-FNAME.                   CVSOSR.2
030000     MOVE     "N" TO WS-COPY-OK-SW.                               CVSOSR.2
030100     OPEN     INPUT REPLICA-OUT-FILE.                             CVSOSR.2
030200     IF       WS-RO-FSTATUS = "00"                                CVSOSR.2
030300              READ REPLICA-OUT-FILE                               CVSOSR.2
030400                  AT END MOVE SPACE TO REPLICA-OUT-REC            CVSOSR.2
030500              END-READ                                            CVSOSR.2
030600              IF REPLICA-OUT-REC (1:1) = "0"                      CVSOSR.2
030700                  MOVE "Y" TO WS-COPY-OK-SW                       CVSOSR.2
030800              END-IF                                              CVSOSR.2
030900              CLOSE REPLICA-OUT-FILE                              CVSOSR.2
031000     END-IF.                                                      CVSOSR.2
031100     IF       WS-COPY-OK-SW = "Y"                                 CVSOSR.2
031200              GO TO COPY-TO-TARGET-EX.                            CVSOSR.2
031300     DISPLAY  "CCVSOSR: *** COPY TO " WS-TARGET " FAILED ***".    CVSOSR.2
031400     MOVE     8 TO WS-JOB-RC.                                     CVSOSR.2
031500     MOVE     "REPLCOPY" TO WS-ALERT-TYPE.                        CVSOSR.2
031600     MOVE     "OFFSITE" TO WS-ALERT-MODULE.                       CVSOSR.2
031700     MOVE     "16" TO WS-ALERT-SEV.                               CVSOSR.2
031800     MOVE     SPACE TO WS-ALERT-DETAIL.                           CVSOSR.2
031900     STRING   "COPY FAILED TO " DELIMITED BY SIZE                 CVSOSR.2
032000              WS-TARGET DELIMITED BY SPACE                        CVSOSR.2
032100              INTO WS-ALERT-DETAIL.                               CVSOSR.2
032200     PERFORM  RAISE-ALERT.                                        CVSOSR.2
032300 COPY-TO-TARGET-EX.                                               CVSOSR.2
032400     EXIT.                                                        CVSOSR.2
032500 VERIFY-JOURNAL-COPY.                                             CVSOSR.2
032600*    CCVSVFY RUNS IN THE TARGET DIRECTORY, SO IT WALKS THE        CVSOSR.2
032700*    COPY'S audit_journal.dat, NOT THIS ONE.                      CVSOSR.2
032800     MOVE     SPACE TO WS-CMD.                                    CVSOSR.2
032900     MOVE     1 TO WS-CMD-PTR.                                    CVSOSR.2
033000     STRING   "rm -f replica_verify.tmp;H=$(pwd);cd "             CVSOSR.2
033100                  DELIMITED BY SIZE                               CVSOSR.2
033200              WS-TARGET DELIMITED BY SPACE                        CVSOSR.2
033300              " 2>/dev/null&&echo J|COB_LIBRARY_PATH=$H "         CVSOSR.2
033400                  DELIMITED BY SIZE                               CVSOSR.2
033500              "$H/CCVSVFY >$H/replica_verify.tmp 2>&1"            CVSOSR.2
033600                  DELIMITED BY SIZE                               CVSOSR.2
033700              INTO WS-CMD WITH POINTER WS-CMD-PTR.                CVSOSR.2
033800     CALL     "SYSTEM" USING WS-CMD.                              CVSOSR.2
033900     MOVE     "FAILED" TO WS-JRNL-STATE.                          CVSOSR.2
034000     MOVE     "NOT VERIFIED ON THE COPY" TO WS-JRNL-DETAIL.       CVSOSR.2
034100     MOVE     "replica_verify.tmp" TO WS-OUT-FNAME.               CVSOSR.2
034200     OPEN     INPUT REPLICA-OUT-FILE.                             CVSOSR.2
034300     IF       WS-RO-FSTATUS NOT = "00"                            CVSOSR.2
034400              GO TO VERIFY-JOURNAL-COPY-ALERT.                    CVSOSR.2
034500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOSR.2
034600     PERFORM  READ-REPLICA-OUT-LINE.                              CVSOSR.2
034700     PERFORM  JUDGE-VERIFY-LINE UNTIL WS-EOF-SWITCH = "Y".        CVSOSR.2
034800     CLOSE    REPLICA-OUT-FILE.                                   CVSOSR.2
034900     IF       WS-JRNL-STATE = "REPLICATED"                        CVSOSR.2
035000              GO TO VERIFY-JOURNAL-COPY-EX.                       CVSOSR.2
035100 VERIFY-JOURNAL-COPY-ALERT.                                       CVSOSR.2
035200     DISPLAY  "CCVSOSR: *** JOURNAL COPY " WS-JRNL-DETAIL " ***". CVSOSR.2
035300     MOVE     "REPLJRNL" TO WS-ALERT-TYPE.                        CVSOSR.2
035400     MOVE     "JOURNAL" TO WS-ALERT-MODULE.                       CVSOSR.2
035500     MOVE     "16" TO WS-ALERT-SEV.                               CVSOSR.2
035600     MOVE     SPACE TO WS-ALERT-DETAIL.                           CVSOSR.2
035700     STRING   "AUDIT JOURNAL COPY " DELIMITED BY SIZE             CVSOSR.2
035800              WS-JRNL-DETAIL DELIMITED BY SIZE                    CVSOSR.2
035900              INTO WS-ALERT-DETAIL.                               CVSOSR.2
036000     PERFORM  RAISE-ALERT.                                        CVSOSR.2
036100 VERIFY-JOURNAL-COPY-EX.                                          CVSOSR.2
036200     EXIT.                                                        CVSOSR.2
036300 READ-REPLICA-OUT-LINE.                                           CVSOSR.2
036400     READ     REPLICA-OUT-FILE                                    CVSOSR.2
036500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOSR.2
036600 JUDGE-VERIFY-LINE.                                               CVSOSR.2
036700     MOVE     ZERO TO WS-HIT-CT.                                  CVSOSR.2
036800     INSPECT  REPLICA-OUT-REC TALLYING WS-HIT-CT                  CVSOSR.2
036900              FOR ALL "CHAIN INTACT".                             CVSOSR.2
037000     IF       WS-HIT-CT > ZERO                                    CVSOSR.2
037100              MOVE "REPLICATED" TO WS-JRNL-STATE                  CVSOSR.2
037200              MOVE "CHAIN INTACT ON THE COPY" TO WS-JRNL-DETAIL.  CVSOSR.2
037300     MOVE     ZERO TO WS-HIT-CT.                                  CVSOSR.2
037400     INSPECT  REPLICA-OUT-REC TALLYING WS-HIT-CT                  CVSOSR.2
037500              FOR ALL "CHAIN BROKEN".                             CVSOSR.2
037600     IF       WS-HIT-CT > ZERO                                    CVSOSR.2
037700              MOVE "FAILED" TO WS-JRNL-STATE                      CVSOSR.2
037800              MOVE "CHAIN BROKEN ON THE COPY" TO WS-JRNL-DETAIL.  CVSOSR.2
037900     PERFORM  READ-REPLICA-OUT-LINE.                              CVSOSR.2
038000 CHECK-ONE-RUN.                                                   CVSOSR.2
038100*    THE RUN'S VAULT DIRECTORY MUST MATCH ITS COPY FILE FOR       CVSOSR.2
038200*    FILE, AND EVERY BUNDLE OF THE RUN'S DATE HERE MUST BE        CVSOSR.2
038300*    THERE AND VERIFY THERE.                                      CVSOSR.2
038400     IF       WS-RS-STATE (WS-RUN-SUB) = "REPLICATED"             CVSOSR.2
038500              GO TO CHECK-ONE-RUN-EX.                             CVSOSR.2
038600     ADD      1 TO WS-CHECKED-CT.                                 CVSOSR.2
038700     MOVE     SPACE TO WS-CMD.                                    CVSOSR.2
038800     MOVE     1 TO WS-CMD-PTR.                                    CVSOSR.2
038900     STRING   "H=$(pwd);c=COPY-BAD;s=SEAL-NONE;cd "               CVSOSR.2
039000                  DELIMITED BY SIZE                               CVSOSR.2
039100              WS-TARGET DELIMITED BY SPACE                        CVSOSR.2
039200              " 2>/dev/null&&{ diff -rq $H/vault/run_"            CVSOSR.2
039300                  DELIMITED BY SIZE                               CVSOSR.2
039400              WS-RS-ID (WS-RUN-SUB) DELIMITED BY SIZE             CVSOSR.2
039500              " vault/run_" DELIMITED BY SIZE                     CVSOSR.2
039600              WS-RS-ID (WS-RUN-SUB) DELIMITED BY SIZE             CVSOSR.2
039700              " >/dev/null 2>&1&&c=COPY-OK;for p in $H/evidence_" CVSOSR.2
039800                  DELIMITED BY SIZE                               CVSOSR.2
039900              WS-RS-VDATE (WS-RUN-SUB) DELIMITED BY SIZE          CVSOSR.2
040000              "_*;do [ -d $p ]||continue;b=$(basename $p);"       CVSOSR.2
040100                  DELIMITED BY SIZE                               CVSOSR.2
040200              "if [ -d $b ]&&(echo P;echo $b)|" DELIMITED BY SIZE CVSOSR.2
040300              "COB_LIBRARY_PATH=$H "                              CVSOSR.2
040400                  DELIMITED BY SIZE                               CVSOSR.2
040500              "$H/CCVSVFY 2>&1|grep -q 'BUNDLE VERIFIED';"        CVSOSR.2
040600                  DELIMITED BY SIZE                               CVSOSR.2
040700              "then [ $s = SEAL-BAD ]||s=SEAL-OK;else s=SEAL-BAD;"CVSOSR.2
040800                  DELIMITED BY SIZE                               CVSOSR.2
040900              "fi;done;};echo $c $s >$H/replica_check.tmp"        CVSOSR.2
041000                  DELIMITED BY SIZE                               CVSOSR.2
041100              INTO WS-CMD WITH POINTER WS-CMD-PTR.                CVSOSR.2
041200     CALL     "SYSTEM" USING WS-CMD.                              CVSOSR.2
041300     MOVE     "COPY-BAD" TO WS-CHECK-COPY.                        CVSOSR.2
041400     MOVE     "SEAL-NONE" TO WS-CHECK-SEAL.                       CVSOSR.2
041500     MOVE     "replica_check.tmp" TO WS-OUT-FNAME.                CVSOSR.2
041600     OPEN     INPUT REPLICA-OUT-FILE.                             CVSOSR.2
041700     IF       WS-RO-FSTATUS = "00"                                CVSOSR.2
041800              READ REPLICA-OUT-FILE                               CVSOSR.2
041900                  AT END MOVE SPACE TO REPLICA-OUT-REC            CVSOSR.2
042000              END-READ                                            CVSOSR.2
042100              IF REPLICA-OUT-REC NOT = SPACE                      CVSOSR.2
042200                  UNSTRING REPLICA-OUT-REC DELIMITED BY ALL SPACE CVSOSR.2
042300                      INTO WS-CHECK-COPY WS-CHECK-SEAL            CVSOSR.2
042400              END-IF                                              CVSOSR.2
042500              CLOSE REPLICA-OUT-FILE                              CVSOSR.2
042600     END-IF.                                                      CVSOSR.2
042700     MOVE     WS-TODAY TO WS-RS-CDATE (WS-RUN-SUB).               CVSOSR.2
042800     MOVE     WS-NOW (1:6) TO WS-RS-CTIME (WS-RUN-SUB).           CVSOSR.2
042900     EVALUATE TRUE                                                CVSOSR.2
043000         WHEN WS-CHECK-COPY NOT = "COPY-OK"                       CVSOSR.2
043100             MOVE "FAILED" TO WS-RS-STATE (WS-RUN-SUB)            CVSOSR.2
043200             MOVE "VAULT COPY MISSING OR DIFFERS"                 CVSOSR.2
043300                 TO WS-RS-DETAIL (WS-RUN-SUB)                     CVSOSR.2
043400         WHEN WS-CHECK-SEAL = "SEAL-BAD"                          CVSOSR.2
043500             MOVE "FAILED" TO WS-RS-STATE (WS-RUN-SUB)            CVSOSR.2
043600             MOVE "BUNDLE SEAL FAILS ON THE COPY"                 CVSOSR.2
043700                 TO WS-RS-DETAIL (WS-RUN-SUB)                     CVSOSR.2
043800         WHEN WS-CHECK-SEAL = "SEAL-OK"                           CVSOSR.2
043900             MOVE "REPLICATED" TO WS-RS-STATE (WS-RUN-SUB)        CVSOSR.2
044000             MOVE "VAULT AND BUNDLE SEAL VERIFIED"                CVSOSR.2
044100                 TO WS-RS-DETAIL (WS-RUN-SUB)                     CVSOSR.2
044200         WHEN OTHER                                               CVSOSR.2
044300             MOVE "REPLICATED" TO WS-RS-STATE (WS-RUN-SUB)        CVSOSR.2
044400             MOVE "VAULT VERIFIED, NO BUNDLE"                     CVSOSR.2
044500                 TO WS-RS-DETAIL (WS-RUN-SUB)                     CVSOSR.2
044600     END-EVALUATE.                                                CVSOSR.2
044700     IF       WS-RS-STATE (WS-RUN-SUB) = "REPLICATED"             CVSOSR.2
044800              GO TO CHECK-ONE-RUN-EX.                             CVSOSR.2
044900     DISPLAY  "CCVSOSR: *** RUN " WS-RS-ID (WS-RUN-SUB) " "       CVSOSR.2
045000              WS-RS-DETAIL (WS-RUN-SUB) " ***".                   CVSOSR.2
045100     MOVE     "REPLFAIL" TO WS-ALERT-TYPE.                        CVSOSR.2
045200     MOVE     SPACE TO WS-ALERT-MODULE.                           CVSOSR.2
045300     STRING   "RUN-" WS-RS-ID (WS-RUN-SUB) DELIMITED BY SIZE      CVSOSR.2
045400              INTO WS-ALERT-MODULE.                               CVSOSR.2
045500     MOVE     "16" TO WS-ALERT-SEV.                               CVSOSR.2
045600     MOVE     WS-RS-DETAIL (WS-RUN-SUB) TO WS-ALERT-DETAIL.       CVSOSR.2
045700     PERFORM  RAISE-ALERT.                                        CVSOSR.2
045800 CHECK-ONE-RUN-EX.                                                CVSOSR.2
045900     EXIT.                                                        CVSOSR.2
046000 JUDGE-RUN-LAG.                                                   CVSOSR.2
046100*    TALLY EACH RUN'S STATE; ONE VAULTED BEFORE YESTERDAY AND     CVSOSR.2
046200*    STILL NOT REPLICATED IS BEHIND.                              CVSOSR.2
046300     IF       WS-RS-STATE (WS-RUN-SUB) = "REPLICATED"             CVSOSR.2
046400              ADD 1 TO WS-REPL-CT                                 CVSOSR.2
046500              GO TO JUDGE-RUN-LAG-EX.                             CVSOSR.2
046600     IF       WS-RS-STATE (WS-RUN-SUB) = "FAILED"                 CVSOSR.2
046700              ADD 1 TO WS-FAIL-CT.                                CVSOSR.2
046800     COMPUTE  WS-VAULT-INT = FUNCTION INTEGER-OF-DATE             CVSOSR.2
046900              (WS-RS-VDATE (WS-RUN-SUB)).                         CVSOSR.2
047000     IF       WS-TODAY-INT - WS-VAULT-INT NOT > 1                 CVSOSR.2
047100              GO TO JUDGE-RUN-LAG-EX.                             CVSOSR.2
047200     ADD      1 TO WS-LAG-CT.                                     CVSOSR.2
047300     MOVE     "REPLLAG" TO WS-ALERT-TYPE.                         CVSOSR.2
047400     MOVE     SPACE TO WS-ALERT-MODULE.                           CVSOSR.2
047500     STRING   "RUN-" WS-RS-ID (WS-RUN-SUB) DELIMITED BY SIZE      CVSOSR.2
047600              INTO WS-ALERT-MODULE.                               CVSOSR.2
047700     MOVE     "08" TO WS-ALERT-SEV.                               CVSOSR.2
047800     MOVE     SPACE TO WS-ALERT-DETAIL.                           CVSOSR.2
047900     STRING   "VAULTED " DELIMITED BY SIZE                        CVSOSR.2
048000              WS-RS-VDATE (WS-RUN-SUB) DELIMITED BY SIZE          CVSOSR.2
048100              ", NOT REPLICATED OFF-SITE" DELIMITED BY SIZE       CVSOSR.2
048200              INTO WS-ALERT-DETAIL.                               CVSOSR.2
048300     PERFORM  RAISE-ALERT.                                        CVSOSR.2
048400 JUDGE-RUN-LAG-EX.                                                CVSOSR.2
048500     EXIT.                                                        CVSOSR.2
048600 RAISE-ALERT.                                                     CVSOSR.2
048700     CALL     "CCVSALR" USING WS-ALERT-TYPE                       CVSOSR.2
048800              WS-ALERT-MODULE WS-ALERT-SEV WS-ALERT-DETAIL.       CVSOSR.2
048900 WRITE-REPLICA-STATUS.                                            CVSOSR.2
049000     OPEN     OUTPUT REPLICA-STATUS-FILE.                         CVSOSR.2
049100     MOVE     SPACE TO REPLICA-STATUS-REC.                        CVSOSR.2
049200     STRING   "J|" DELIMITED BY SIZE                              CVSOSR.2
049300              WS-JRNL-STATE DELIMITED BY SPACE                    CVSOSR.2
049400              "|" DELIMITED BY SIZE                               CVSOSR.2
049500              WS-TODAY DELIMITED BY SIZE                          CVSOSR.2
049600              "|" DELIMITED BY SIZE                               CVSOSR.2
049700              WS-NOW (1:6) DELIMITED BY SIZE                      CVSOSR.2
049800              "|" DELIMITED BY SIZE                               CVSOSR.2
049900              WS-JRNL-DETAIL DELIMITED BY SIZE                    CVSOSR.2
050000              INTO REPLICA-STATUS-REC.                            CVSOSR.2
050100     WRITE    REPLICA-STATUS-REC.                                 CVSOSR.2
050200     PERFORM  WRITE-ONE-RUN-STATUS                                CVSOSR.2
050300              VARYING WS-RUN-SUB FROM 1 BY 1                      CVSOSR.2
050400              UNTIL WS-RUN-SUB > WS-RUN-COUNT.                    CVSOSR.2
050500     CLOSE    REPLICA-STATUS-FILE.                                CVSOSR.2
050600 WRITE-ONE-RUN-STATUS.                                            CVSOSR.2
050700     MOVE     SPACE TO REPLICA-STATUS-REC.                        CVSOSR.2
050800     STRING   "R|" DELIMITED BY SIZE                              CVSOSR.2
050900              WS-RS-ID (WS-RUN-SUB) DELIMITED BY SIZE             CVSOSR.2
051000              "|" DELIMITED BY SIZE                               CVSOSR.2
051100              WS-RS-STATE (WS-RUN-SUB) DELIMITED BY SPACE         CVSOSR.2
051200              "|" DELIMITED BY SIZE                               CVSOSR.2
051300              WS-RS-VDATE (WS-RUN-SUB) DELIMITED BY SIZE          CVSOSR.2
051400              "|" DELIMITED BY SIZE                               CVSOSR.2
051500              WS-RS-CDATE (WS-RUN-SUB) DELIMITED BY SIZE          CVSOSR.2
051600              "|" DELIMITED BY SIZE                               CVSOSR.2
051700              WS-RS-CTIME (WS-RUN-SUB) DELIMITED BY SIZE          CVSOSR.2
051800              "|" DELIMITED BY SIZE                               CVSOSR.2
051900              WS-RS-DETAIL (WS-RUN-SUB) DELIMITED BY SIZE         CVSOSR.2
052000              INTO REPLICA-STATUS-REC.                            CVSOSR.2
052100     WRITE    REPLICA-STATUS-REC.                                 CVSOSR.2
