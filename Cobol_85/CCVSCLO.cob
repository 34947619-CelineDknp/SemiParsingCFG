000100 IDENTIFICATION DIVISION.                                         CVSCLO.2
000200 PROGRAM-ID.                                                      CVSCLO.2
000300     CCVSCLO.                                                     CVSCLO.2
000400****************************************************************  CVSCLO.2
000500*                                                              *  CVSCLO.2
000600*    POST-RUN CLOSE-OUT JOB WITH STEP-LEVEL RESTART.           *  CVSCLO.2
000700*                                                              *  CVSCLO.2
000800*    AFTER EVERY RUN THE SAME POST-RUN UTILITIES HAVE TO BE    *  CVSCLO.2
000900*    RUN, AND IN THE RIGHT ORDER -- THE COLLECTOR BEFORE       *  CVSCLO.2
001000*    ANYTHING THAT READS THE CANONICAL FEEDS, CCVSANS AND      *  CVSCLO.2
001100*    CCVSFSD BEFORE THE COVERAGE REPORT AND THE DOSSIERS,      *  CVSCLO.2
001200*    THE VERDICT PROGRAMS BEFORE THE EVIDENCE BUNDLE, AND      *  CVSCLO.2
001300*    THE VAULT AND ITS OFF-SITE REPLICA LAST OF ALL.  DONE BY  *  CVSCLO.2
001400*    HAND A STEP WAS SOMETIMES SKIPPED OR RUN OUT OF TURN.     *  CVSCLO.2
001450*    THIS JOB RUNS THEM FROM ONE DECLARED STEP TABLE:          *  CVSCLO.2
001600*                                                              *  CVSCLO.2
001700*        STEP, PROGRAM, CONSOLE MODE PIPED IN (IF ANY),        *  CVSCLO.2
001800*        HIGHEST ACCEPTABLE EXIT STATUS, UP TO THREE           *  CVSCLO.2
001900*        PREREQUISITE STEPS                                    *  CVSCLO.2
002000*                                                              *  CVSCLO.2
002100*    AN EXIT STATUS UP TO THE STEP'S CEILING IS A VERDICT,     *  CVSCLO.2
002200*    NOT A BREAKDOWN (CCVSRCN 8 ON A MISMATCH, CCVSWVR AND     *  CVSCLO.2
002300*    CCVSPOL 16 ON UNWAIVED FAILURES OR A NO-SHIP), SO THE     *  CVSCLO.2
002400*    STEP COUNTS AS COMPLETE.  ANYTHING HIGHER -- A MISSING    *  CVSCLO.2
002500*    EXECUTABLE, A RUNTIME ABEND -- STOPS THE JOB AT THAT      *  CVSCLO.2
002600*    STEP.  A STEP WHOSE PREREQUISITES ARE NOT COMPLETE IS     *  CVSCLO.2
002700*    NOT ATTEMPTED.                                            *  CVSCLO.2
002800*                                                              *  CVSCLO.2
002900*    EACH COMPLETED OR FAILED STEP IS APPENDED TO              *  CVSCLO.2
003000*    closeout_checkpoint.dat, WHICH IS HEADED BY THE RUN'S     *  CVSCLO.2
003100*    AUDIT-JOURNAL SEQUENCE:                                   *  CVSCLO.2
003200*                                                              *  CVSCLO.2
003300*        RUN|nnnn|date|time                                    *  CVSCLO.2
003400*        nn|CCVSxxx|DONE|rrr|date|time     (OR FAIL)           *  CVSCLO.2
003500*                                                              *  CVSCLO.2
003600*    RERUN AFTER A FAILURE, THE JOB SKIPS EVERY STEP ALREADY   *  CVSCLO.2
003700*    DONE FOR THE SAME RUN AND RESUMES AT THE FAILED ONE.  A   *  CVSCLO.2
003800*    CHECKPOINT LEFT BY AN EARLIER RUN IS DISCARDED; DELETE    *  CVSCLO.2
003900*    THE FILE TO FORCE A FULL CLOSE-OUT OF THE SAME RUN.       *  CVSCLO.2
004000*                                                              *  CVSCLO.2
004100*    THE JOB ENDS WITH ONE STATUS LINE IN closeout_status.dat  *  CVSCLO.2
004200*    (COMPLETE, OR FAILED AT A NAMED STEP) WHICH IS JOURNALED  *  CVSCLO.2
004300*    AS A CLO RECORD (CCVSAUD MODE C) AND PRINTED ON THE       *  CVSCLO.2
004400*    CCVSHND HANDOVER PAGE.  RETURN-CODE IS 16 ON A FAILURE.   *  CVSCLO.2
004500*                                                              *  CVSCLO.2
004600****************************************************************  CVSCLO.2
004700 ENVIRONMENT DIVISION.                                            CVSCLO.2
004800 CONFIGURATION SECTION.                                           CVSCLO.2
004900 SOURCE-COMPUTER.                                                 CVSCLO.2
005000     COPY CCVSTRG.                                                CVSCLO.2
005100 OBJECT-COMPUTER.                                                 CVSCLO.2
005200     COPY CCVSTRG.                                                CVSCLO.2
005300 INPUT-OUTPUT SECTION.                                            CVSCLO.2
005400 FILE-CONTROL.                                                    CVSCLO.2
005500     SELECT   AUDIT-JOURNAL-FILE ASSIGN TO                        CVSCLO.2
005600     "audit_journal.dat"                                          CVSCLO.2
005700     ORGANIZATION LINE SEQUENTIAL                                 CVSCLO.2
005800     FILE STATUS IS WS-AJ-FSTATUS.                                CVSCLO.2
005900     SELECT   CHECKPOINT-FILE ASSIGN TO                           CVSCLO.2
006000     "closeout_checkpoint.dat"                                    CVSCLO.2
006100     ORGANIZATION LINE SEQUENTIAL                                 CVSCLO.2
006200     FILE STATUS IS WS-CP-FSTATUS.                                CVSCLO.2
006300     SELECT   STEP-RC-FILE ASSIGN TO                              CVSCLO.2
006400     "closeout_rc.tmp"                                            CVSCLO.2
006500     ORGANIZATION LINE SEQUENTIAL                                 CVSCLO.2
006600     FILE STATUS IS WS-RC-FSTATUS.                                CVSCLO.2
006700     SELECT   CLOSEOUT-STATUS-FILE ASSIGN TO                      CVSCLO.2
006800     "closeout_status.dat"                                        CVSCLO.2
006900     ORGANIZATION LINE SEQUENTIAL                                 CVSCLO.2
007000     FILE STATUS IS WS-CS-FSTATUS.                                CVSCLO.2
007100 DATA DIVISION.                                                   CVSCLO.2
007200 FILE SECTION.                                                    CVSCLO.2
007300 FD  AUDIT-JOURNAL-FILE.                                          CVSCLO.2
007400 01  AUDIT-JOURNAL-REC PIC X(100).                                CVSCLO.2
007500 FD  CHECKPOINT-FILE.                                             CVSCLO.2
007600 01  CHECKPOINT-REC PIC X(80).                                    CVSCLO.2
007700 FD  STEP-RC-FILE.                                                CVSCLO.2
007800 01  STEP-RC-REC PIC X(10).                                       CVSCLO.2
007900 FD  CLOSEOUT-STATUS-FILE.                                        CVSCLO.2
008000 01  CLOSEOUT-STATUS-REC PIC X(80).                               CVSCLO.2
008100 WORKING-STORAGE SECTION.                                         CVSCLO.2
008200 77  WS-AJ-FSTATUS       PIC XX VALUE SPACE.                      CVSCLO.2
008300 77  WS-CP-FSTATUS       PIC XX VALUE SPACE.                      CVSCLO.2
008400 77  WS-RC-FSTATUS       PIC XX VALUE SPACE.                      CVSCLO.2
008500 77  WS-CS-FSTATUS       PIC XX VALUE SPACE.                      CVSCLO.2
008600 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSCLO.2
008700 77  WS-FAILED-SW        PIC X  VALUE "N".                        CVSCLO.2
008800 77  WS-PREREQ-SW        PIC X  VALUE "Y".                        CVSCLO.2
008900 77  WS-STEP-SUB         PIC 9(2) COMP VALUE ZERO.                CVSCLO.2
009000 77  WS-PRE-SUB          PIC 9(2) COMP VALUE ZERO.                CVSCLO.2
009100 77  WS-PRE-STEP         PIC 9(2) COMP VALUE ZERO.                CVSCLO.2
009200 77  WS-STEP-COUNT       PIC 9(2) VALUE 18.                       CVSCLO.2
009300 77  WS-DONE-COUNT       PIC 9(2) VALUE ZERO.                     CVSCLO.2
009400 77  WS-SKIP-COUNT       PIC 9(2) VALUE ZERO.                     CVSCLO.2
009500 77  WS-FAIL-STEP        PIC 9(2) VALUE ZERO.                     CVSCLO.2
009600 77  WS-RUN-SEQ          PIC 9(4) VALUE ZERO.                     CVSCLO.2
009700 77  WS-STEP-RC          PIC 9(3) VALUE ZERO.                     CVSCLO.2
009800 01  WS-SYS-CMD          PIC X(100) VALUE SPACE.                  CVSCLO.2
009900 01  WS-HYPHENS          PIC X(72) VALUE ALL "-".                 CVSCLO.2
010000 01  WS-STAMP-DATE       PIC 9(8) VALUE ZERO.                     CVSCLO.2
010100 01  WS-STAMP-TIME       PIC 9(8) VALUE ZERO.                     CVSCLO.2
010200 01  WS-RC-TEXT          PIC X(3) JUSTIFIED RIGHT VALUE SPACE.    CVSCLO.2
010300 01  WS-FAIL-REASON      PIC X(20) VALUE SPACE.                   CVSCLO.2
010400 01  WS-CP-FIELDS.                                                CVSCLO.2
010500     02  WS-CP-FIELD     PIC X(10) OCCURS 6 TIMES.                CVSCLO.2
010600 01  WS-STATUS-LINE      PIC X(80) VALUE SPACE.                   CVSCLO.2
010700*                                                                 CVSCLO.2
010800*    THE DECLARED CLOSE-OUT ORDER.  EACH ROW:  STEP (2), PROGRAM  CVSCLO.2
010900*    (8), CONSOLE MODE (1), CEILING EXIT STATUS (3), THREE        CVSCLO.2
011000*    PREREQUISITE STEPS (2 EACH, 00 = NONE) AND A DESCRIPTION.    CVSCLO.2
011100*                                                                 CVSCLO.2
011200 01  WS-STEP-VALUES.                                              CVSCLO.2
011300     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
011400         "01CCVSCOL  000000000COLLECT PARTITIONED FEEDS".         CVSCLO.2
011500     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
011600         "02CCVSTOT  000010000SUITE-WIDE ROLLUP".                 CVSCLO.2
011700     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
011800         "03CCVSRCN  008010000THREE-WAY RECONCILIATION".          CVSCLO.2
011900     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
012000         "04CCVSCAT R000010000CATALOG RECONCILIATION".            CVSCLO.2
012100     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
012200         "05CCVSANS  000000000ANSI CITATION MAP".                 CVSCLO.2
012300     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
012400         "06CCVSFSD  000000000FILE-STATUS DICTIONARY MAP".        CVSCLO.2
012500     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
012600         "07CCVSCOV  000010500ANSI-CLAUSE COVERAGE".              CVSCLO.2
012700     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
012800         "08CCVSWVR  016010000KNOWN-FAILURE WAIVERS".             CVSCLO.2
012900     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
013000         "09CCVSLDG  000010000FAILURE LIFECYCLE LEDGER".          CVSCLO.2
013010     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
013020         "10CCVSTRI S000090000FAILURE TRIAGE WORKLIST".           CVSCLO.2
013100     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
013200         "11CCVSPOL  016010800QUALITY-GATE POLICY".               CVSCLO.2
013300     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
013400         "12CCVSDOS  000050610FAILURE DOSSIERS".                  CVSCLO.2
013500     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
013600         "13CCVSVDC S000090800VENDOR DEFECT CASES".               CVSCLO.2
013700     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
013800         "14CCVSTBL  000000000DERIVED-TABLE STALENESS".           CVSCLO.2
013900     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
014000         "15CCVSPED  000000000HARNESS PEDIGREE".                  CVSCLO.2
014100     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
014200         "16CCVSPKG  000031415EVIDENCE BUNDLE".                   CVSCLO.2
014210     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
014220         "17CCVSVLT C000160000RUN ARTIFACT VAULT".                CVSCLO.2
014230     02  FILLER PIC X(48) VALUE                                   CVSCLO.2
014240         "18CCVSOSR  008170000OFF-SITE REPLICATION".              CVSCLO.2
014300 01  FILLER REDEFINES WS-STEP-VALUES.                             CVSCLO.2
014400     02  WS-STEP-ENTRY OCCURS 18 TIMES.                           CVSCLO.2
014500         03  WS-STEP-NO      PIC 9(2).                            CVSCLO.2
014600         03  WS-STEP-PGM     PIC X(8).                            CVSCLO.2
014700         03  WS-STEP-MODE    PIC X(1).                            CVSCLO.2
014800         03  WS-STEP-CEILING PIC 9(3).                            CVSCLO.2
014900         03  WS-STEP-PRE     PIC 9(2) OCCURS 3 TIMES.             CVSCLO.2
015000         03  WS-STEP-DESC    PIC X(28).                           CVSCLO.2
015100 01  WS-STEP-DONE-TABLE.                                          CVSCLO.2
015200     02  WS-STEP-DONE    PIC X OCCURS 18 TIMES.                   CVSCLO.2
015300 PROCEDURE DIVISION.                                              CVSCLO.2
015400 CCVSCLO-MAIN SECTION.                                            CVSCLO.2
015500 CCVSCLO-START.                                                   CVSCLO.2
015600     MOVE     ALL "N" TO WS-STEP-DONE-TABLE.                      CVSCLO.2
015700     PERFORM  FIND-RUN-SEQUENCE THRU FIND-RUN-SEQUENCE-EX.        CVSCLO.2
015800     PERFORM  LOAD-CHECKPOINT THRU LOAD-CHECKPOINT-EX.            CVSCLO.2
015900     DISPLAY  "CCVSCLO: CLOSE-OUT OF RUN " WS-RUN-SEQ.            CVSCLO.2
016000     DISPLAY  WS-HYPHENS.                                         CVSCLO.2
016100     PERFORM  RUN-ONE-STEP THRU RUN-ONE-STEP-EX                   CVSCLO.2
016200              VARYING WS-STEP-SUB FROM 1 BY 1                     CVSCLO.2
016300              UNTIL WS-STEP-SUB > WS-STEP-COUNT                   CVSCLO.2
016400                 OR WS-FAILED-SW = "Y".                           CVSCLO.2
016500     DISPLAY  WS-HYPHENS.                                         CVSCLO.2
016600     PERFORM  WRITE-CLOSEOUT-STATUS.                              CVSCLO.2
016700     MOVE     "echo C | ./CCVSAUD" TO WS-SYS-CMD.                 CVSCLO.2
016800     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSCLO.2
016810     IF       WS-FAILED-SW NOT = "Y"                              CVSCLO.2
016820              MOVE "printf 'S\nCLOSED\n\n' | ./CCVSKPI"           CVSCLO.2
016830                  TO WS-SYS-CMD                                   CVSCLO.2
016840              CALL "SYSTEM" USING WS-SYS-CMD                      CVSCLO.2
016850     END-IF.                                                      CVSCLO.2
016900     DISPLAY  "CCVSCLO: " WS-STATUS-LINE.                         CVSCLO.2
017000     IF       WS-FAILED-SW = "Y"                                  CVSCLO.2
017100              MOVE 16 TO RETURN-CODE                              CVSCLO.2
017200     ELSE                                                         CVSCLO.2
017300              MOVE 0 TO RETURN-CODE                               CVSCLO.2
017400     END-IF.                                                      CVSCLO.2
017500     STOP     RUN.                                                CVSCLO.2
017600*                                                                 CVSCLO.2
017700*    THE RUN BEING CLOSED OUT IS THE LATEST ENTRY IN THE AUDIT    CVSCLO.2
017800*    JOURNAL (ZERO WHEN NO JOURNAL HAS BEEN KEPT).                CVSCLO.2
017900*                                                                 CVSCLO.2
018000 FIND-RUN-SEQUENCE.                                               CVSCLO.2
018100     OPEN     INPUT AUDIT-JOURNAL-FILE.                           CVSCLO.2
018200     IF       WS-AJ-FSTATUS NOT = "00"                            CVSCLO.2
018300              GO TO FIND-RUN-SEQUENCE-EX.                         CVSCLO.2
018400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCLO.2
018500     PERFORM  READ-JOURNAL-LINE.                                  CVSCLO.2
018600     PERFORM  TRACK-RUN-SEQUENCE                                  CVSCLO.2
018700              UNTIL WS-EOF-SWITCH = "Y".                          CVSCLO.2
018800     CLOSE    AUDIT-JOURNAL-FILE.                                 CVSCLO.2
018900 FIND-RUN-SEQUENCE-EX.                                            CVSCLO.2
019000     EXIT.                                                        CVSCLO.2
019100 READ-JOURNAL-LINE.                                               CVSCLO.2
019200     READ     AUDIT-JOURNAL-FILE                                  CVSCLO.2
019300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCLO.2
019400 TRACK-RUN-SEQUENCE.                                              CVSCLO.2
019500     IF       AUDIT-JOURNAL-REC (1:4) IS NUMERIC                  CVSCLO.2
019600              MOVE AUDIT-JOURNAL-REC (1:4) TO WS-RUN-SEQ.         CVSCLO.2
019700     PERFORM  READ-JOURNAL-LINE.                                  CVSCLO.2
019800*                                                                 CVSCLO.2
019900*    A CHECKPOINT HEADED BY THIS RUN'S SEQUENCE IS RESUMED; ANY   CVSCLO.2
020000*    OTHER (OR NONE) STARTS A FRESH ONE.                          CVSCLO.2
020100*                                                                 CVSCLO.2
020200 LOAD-CHECKPOINT.                                                 CVSCLO.2
020300     OPEN     INPUT CHECKPOINT-FILE.                              CVSCLO.2
020400     IF       WS-CP-FSTATUS NOT = "00"                            CVSCLO.2
020500              GO TO LOAD-CHECKPOINT-NEW.                          CVSCLO.2
020600     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCLO.2
020700     PERFORM  READ-CHECKPOINT-LINE.                               CVSCLO.2
020800     PERFORM  SPLIT-CHECKPOINT-LINE.                              CVSCLO.2
020900     IF       WS-EOF-SWITCH = "Y"                                 CVSCLO.2
021000              OR WS-CP-FIELD (1) NOT = "RUN"                      CVSCLO.2
021100              OR WS-CP-FIELD (2) (1:4) NOT = WS-RUN-SEQ           CVSCLO.2
021200              CLOSE CHECKPOINT-FILE                               CVSCLO.2
021300              GO TO LOAD-CHECKPOINT-NEW.                          CVSCLO.2
021400     PERFORM  READ-CHECKPOINT-LINE.                               CVSCLO.2
021500     PERFORM  APPLY-CHECKPOINT-LINE                               CVSCLO.2
021600              UNTIL WS-EOF-SWITCH = "Y".                          CVSCLO.2
021700     CLOSE    CHECKPOINT-FILE.                                    CVSCLO.2
021800     DISPLAY  "CCVSCLO: RESUMING FROM closeout_checkpoint.dat".   CVSCLO.2
021900     GO TO    LOAD-CHECKPOINT-EX.                                 CVSCLO.2
022000 LOAD-CHECKPOINT-NEW.                                             CVSCLO.2
022100     ACCEPT   WS-STAMP-DATE FROM DATE YYYYMMDD.                   CVSCLO.2
022200     ACCEPT   WS-STAMP-TIME FROM TIME.                            CVSCLO.2
022300     OPEN     OUTPUT CHECKPOINT-FILE.                             CVSCLO.2
022400     MOVE     SPACE TO CHECKPOINT-REC.                            CVSCLO.2
022500     STRING   "RUN|" DELIMITED BY SIZE                            CVSCLO.2
022600              WS-RUN-SEQ DELIMITED BY SIZE                        CVSCLO.2
022700              "|" DELIMITED BY SIZE                               CVSCLO.2
022800              WS-STAMP-DATE DELIMITED BY SIZE                     CVSCLO.2
022900              "|" DELIMITED BY SIZE                               CVSCLO.2
023000              WS-STAMP-TIME (1:6) DELIMITED BY SIZE               CVSCLO.2
023100              INTO CHECKPOINT-REC.                                CVSCLO.2
023200     WRITE    CHECKPOINT-REC.                                     CVSCLO.2
023300     CLOSE    CHECKPOINT-FILE.                                    CVSCLO.2
023400 LOAD-CHECKPOINT-EX.                                              CVSCLO.2
023500     EXIT.                                                        CVSCLO.2
023600 READ-CHECKPOINT-LINE.                                            CVSCLO.2
023700     READ     CHECKPOINT-FILE                                     CVSCLO.2
023800              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCLO.2
023900 SPLIT-CHECKPOINT-LINE.                                           CVSCLO.2
024000     MOVE     SPACE TO WS-CP-FIELDS.                              CVSCLO.2
024100     UNSTRING CHECKPOINT-REC DELIMITED BY "|"                     CVSCLO.2
024200              INTO WS-CP-FIELD (1) WS-CP-FIELD (2)                CVSCLO.2
024300                   WS-CP-FIELD (3) WS-CP-FIELD (4)                CVSCLO.2
024400                   WS-CP-FIELD (5) WS-CP-FIELD (6).               CVSCLO.2
024500*                                                                 CVSCLO.2
024600*    ONLY A DONE RECORD MARKS A STEP COMPLETE; A FAIL RECORD IS   CVSCLO.2
024700*    HISTORY AND THE STEP IS RUN AGAIN.                           CVSCLO.2
024800*                                                                 CVSCLO.2
024900 APPLY-CHECKPOINT-LINE.                                           CVSCLO.2
025000     PERFORM  SPLIT-CHECKPOINT-LINE.                              CVSCLO.2
025100     IF       WS-CP-FIELD (1) (1:2) IS NUMERIC                    CVSCLO.2
025200              AND WS-CP-FIELD (3) = "DONE"                        CVSCLO.2
025300              MOVE WS-CP-FIELD (1) (1:2) TO WS-PRE-STEP           CVSCLO.2
025400              IF WS-PRE-STEP > ZERO                               CVSCLO.2
025500                 AND WS-PRE-STEP NOT > WS-STEP-COUNT              CVSCLO.2
025600                  MOVE "Y" TO WS-STEP-DONE (WS-PRE-STEP)          CVSCLO.2
025700              END-IF                                              CVSCLO.2
025800     END-IF.                                                      CVSCLO.2
025900     PERFORM  READ-CHECKPOINT-LINE.                               CVSCLO.2
026000 RUN-ONE-STEP.                                                    CVSCLO.2
026100     IF       WS-STEP-DONE (WS-STEP-SUB) = "Y"                    CVSCLO.2
026200              ADD 1 TO WS-SKIP-COUNT WS-DONE-COUNT                CVSCLO.2
026300              DISPLAY "CCVSCLO: STEP " WS-STEP-NO (WS-STEP-SUB)   CVSCLO.2
026400                  " " WS-STEP-PGM (WS-STEP-SUB)                   CVSCLO.2
026500                  " ALREADY DONE -- SKIPPED"                      CVSCLO.2
026600              GO TO RUN-ONE-STEP-EX.                              CVSCLO.2
026700     MOVE     "Y" TO WS-PREREQ-SW.                                CVSCLO.2
026800     PERFORM  CHECK-ONE-PREREQ                                    CVSCLO.2
026900              VARYING WS-PRE-SUB FROM 1 BY 1                      CVSCLO.2
027000              UNTIL WS-PRE-SUB > 3.                               CVSCLO.2
027100     IF       WS-PREREQ-SW = "N"                                  CVSCLO.2
027200              MOVE 999 TO WS-STEP-RC                              CVSCLO.2
027300              MOVE "PREREQUISITE OPEN" TO WS-FAIL-REASON          CVSCLO.2
027400              GO TO RUN-ONE-STEP-FAIL.                            CVSCLO.2
027500     DISPLAY  "CCVSCLO: STEP " WS-STEP-NO (WS-STEP-SUB) " "       CVSCLO.2
027600              WS-STEP-PGM (WS-STEP-SUB) " "                       CVSCLO.2
027700              WS-STEP-DESC (WS-STEP-SUB).                         CVSCLO.2
027800     MOVE     SPACE TO WS-SYS-CMD.                                CVSCLO.2
027900     IF       WS-STEP-MODE (WS-STEP-SUB) = SPACE                  CVSCLO.2
028000              STRING "rm -f closeout_rc.tmp; ./"                  CVSCLO.2
028100                  DELIMITED BY SIZE                               CVSCLO.2
028200                  WS-STEP-PGM (WS-STEP-SUB) DELIMITED BY SPACE    CVSCLO.2
028300                  "; echo $? >closeout_rc.tmp"                    CVSCLO.2
028400                  DELIMITED BY SIZE                               CVSCLO.2
028500                  INTO WS-SYS-CMD                                 CVSCLO.2
028600     ELSE                                                         CVSCLO.2
028700              STRING "rm -f closeout_rc.tmp; echo "               CVSCLO.2
028800                  DELIMITED BY SIZE                               CVSCLO.2
028900                  WS-STEP-MODE (WS-STEP-SUB) DELIMITED BY SIZE    CVSCLO.2
029000                  " | ./" DELIMITED BY SIZE                       CVSCLO.2
029100                  WS-STEP-PGM (WS-STEP-SUB) DELIMITED BY SPACE    CVSCLO.2
029200                  "; echo $? >closeout_rc.tmp"                    CVSCLO.2
029300                  DELIMITED BY SIZE                               CVSCLO.2
029400                  INTO WS-SYS-CMD                                 CVSCLO.2
029500     END-IF.                                                      CVSCLO.2
029600     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSCLO.2
029700     PERFORM  READ-STEP-STATUS THRU READ-STEP-STATUS-EX.          CVSCLO.2
029800     IF       WS-STEP-RC > WS-STEP-CEILING (WS-STEP-SUB)          CVSCLO.2
029900              MOVE "EXIT STATUS" TO WS-FAIL-REASON                CVSCLO.2
030000              GO TO RUN-ONE-STEP-FAIL.                            CVSCLO.2
030100     MOVE     "Y" TO WS-STEP-DONE (WS-STEP-SUB).                  CVSCLO.2
030200     ADD      1 TO WS-DONE-COUNT.                                 CVSCLO.2
030300     MOVE     "DONE" TO WS-CP-FIELD (3).                          CVSCLO.2
030400     PERFORM  APPEND-CHECKPOINT.                                  CVSCLO.2
030500     GO TO    RUN-ONE-STEP-EX.                                    CVSCLO.2
030600 RUN-ONE-STEP-FAIL.                                               CVSCLO.2
030700     MOVE     "Y" TO WS-FAILED-SW.                                CVSCLO.2
030800     MOVE     WS-STEP-NO (WS-STEP-SUB) TO WS-FAIL-STEP.           CVSCLO.2
030900     MOVE     "FAIL" TO WS-CP-FIELD (3).                          CVSCLO.2
031000     PERFORM  APPEND-CHECKPOINT.                                  CVSCLO.2
031100     DISPLAY  "CCVSCLO: STEP " WS-STEP-NO (WS-STEP-SUB) " "       CVSCLO.2
031200              WS-STEP-PGM (WS-STEP-SUB) " FAILED -- "             CVSCLO.2
031300              WS-FAIL-REASON " " WS-STEP-RC.                      CVSCLO.2
031400 RUN-ONE-STEP-EX.                                                 CVSCLO.2
031500     EXIT.                                                        CVSCLO.2
031600 CHECK-ONE-PREREQ.                                                CVSCLO.2
031700     MOVE     WS-STEP-PRE (WS-STEP-SUB, WS-PRE-SUB)               CVSCLO.2
031800              TO WS-PRE-STEP.                                     CVSCLO.2
031900     IF       WS-PRE-STEP > ZERO                                  CVSCLO.2
032000              AND WS-STEP-DONE (WS-PRE-STEP) NOT = "Y"            CVSCLO.2
032100              MOVE "N" TO WS-PREREQ-SW.                           CVSCLO.2
032200*                                                                 CVSCLO.2
032300*    THE STEP'S SHELL EXIT STATUS, AS LEFT IN closeout_rc.tmp.    CVSCLO.2
032400*    NO FILE, OR NOTHING NUMERIC IN IT, COUNTS AS 999.            CVSCLO.2
032500*                                                                 CVSCLO.2
032600 READ-STEP-STATUS.                                                CVSCLO.2
032700     MOVE     999 TO WS-STEP-RC.                                  CVSCLO.2
032800     OPEN     INPUT STEP-RC-FILE.                                 CVSCLO.2
032900     IF       WS-RC-FSTATUS NOT = "00"                            CVSCLO.2
033000              GO TO READ-STEP-STATUS-EX.                          CVSCLO.2
033100     MOVE     SPACE TO STEP-RC-REC.                               CVSCLO.2
033200     READ     STEP-RC-FILE                                        CVSCLO.2
033300              AT END MOVE SPACE TO STEP-RC-REC.                   CVSCLO.2
033400     CLOSE    STEP-RC-FILE.                                       CVSCLO.2
033500     MOVE     SPACE TO WS-RC-TEXT.                                CVSCLO.2
033600     UNSTRING STEP-RC-REC DELIMITED BY SPACE                      CVSCLO.2
033700              INTO WS-RC-TEXT.                                    CVSCLO.2
033800     INSPECT  WS-RC-TEXT REPLACING LEADING SPACE BY ZERO.         CVSCLO.2
033900     IF       WS-RC-TEXT IS NUMERIC                               CVSCLO.2
034000              MOVE WS-RC-TEXT TO WS-STEP-RC.                      CVSCLO.2
034100 READ-STEP-STATUS-EX.                                             CVSCLO.2
034200     EXIT.                                                        CVSCLO.2
034300 APPEND-CHECKPOINT.                                               CVSCLO.2
034400     ACCEPT   WS-STAMP-DATE FROM DATE YYYYMMDD.                   CVSCLO.2
034500     ACCEPT   WS-STAMP-TIME FROM TIME.                            CVSCLO.2
034600     OPEN     EXTEND CHECKPOINT-FILE.                             CVSCLO.2
034700     IF       WS-CP-FSTATUS = "35"                                CVSCLO.2
034800              OPEN OUTPUT CHECKPOINT-FILE.                        CVSCLO.2
034900     MOVE     SPACE TO CHECKPOINT-REC.                            CVSCLO.2
035000     STRING   WS-STEP-NO (WS-STEP-SUB) DELIMITED BY SIZE          CVSCLO.2
035100              "|" DELIMITED BY SIZE                               CVSCLO.2
035200              WS-STEP-PGM (WS-STEP-SUB) DELIMITED BY SPACE        CVSCLO.2
035300              "|" DELIMITED BY SIZE                               CVSCLO.2
035400              WS-CP-FIELD (3) DELIMITED BY SPACE                  CVSCLO.2
035500              "|" DELIMITED BY SIZE                               CVSCLO.2
035600              WS-STEP-RC DELIMITED BY SIZE                        CVSCLO.2
035700              "|" DELIMITED BY SIZE                               CVSCLO.2
035800              WS-STAMP-DATE DELIMITED BY SIZE                     CVSCLO.2
035900              "|" DELIMITED BY SIZE                               CVSCLO.2
036000              WS-STAMP-TIME (1:6) DELIMITED BY SIZE               CVSCLO.2
036100              INTO CHECKPOINT-REC.                                CVSCLO.2
036200     WRITE    CHECKPOINT-REC.                                     CVSCLO.2
036300     CLOSE    CHECKPOINT-FILE.                                    CVSCLO.2
036400 WRITE-CLOSEOUT-STATUS.                                           CVSCLO.2
036500     MOVE     SPACE TO WS-STATUS-LINE.                            CVSCLO.2
036600     IF       WS-FAILED-SW = "Y"                                  CVSCLO.2
036700              STRING "CLOSE-OUT: FAILED AT STEP "                 CVSCLO.2
036800                  DELIMITED BY SIZE                               CVSCLO.2
036900                  WS-FAIL-STEP DELIMITED BY SIZE                  CVSCLO.2
037000                  " " DELIMITED BY SIZE                           CVSCLO.2
037100                  WS-STEP-PGM (WS-FAIL-STEP) DELIMITED BY SPACE   CVSCLO.2
037200                  " RC " DELIMITED BY SIZE                        CVSCLO.2
037300                  WS-STEP-RC DELIMITED BY SIZE                    CVSCLO.2
037400                  " -- RUN " DELIMITED BY SIZE                    CVSCLO.2
037500                  WS-RUN-SEQ DELIMITED BY SIZE                    CVSCLO.2
037600                  " -- " DELIMITED BY SIZE                        CVSCLO.2
037700                  WS-DONE-COUNT DELIMITED BY SIZE                 CVSCLO.2
037800                  " OF " DELIMITED BY SIZE                        CVSCLO.2
037900                  WS-STEP-COUNT DELIMITED BY SIZE                 CVSCLO.2
038000                  " DONE" DELIMITED BY SIZE                       CVSCLO.2
038100                  INTO WS-STATUS-LINE                             CVSCLO.2
038200     ELSE                                                         CVSCLO.2
038300              STRING "CLOSE-OUT: COMPLETE -- RUN "                CVSCLO.2
038400                  DELIMITED BY SIZE                               CVSCLO.2
038500                  WS-RUN-SEQ DELIMITED BY SIZE                    CVSCLO.2
038600                  " -- " DELIMITED BY SIZE                        CVSCLO.2
038700                  WS-DONE-COUNT DELIMITED BY SIZE                 CVSCLO.2
038800                  " OF " DELIMITED BY SIZE                        CVSCLO.2
038900                  WS-STEP-COUNT DELIMITED BY SIZE                 CVSCLO.2
039000                  " STEPS (" DELIMITED BY SIZE                    CVSCLO.2
039100                  WS-SKIP-COUNT DELIMITED BY SIZE                 CVSCLO.2
039200                  " RESUMED)" DELIMITED BY SIZE                   CVSCLO.2
039300                  INTO WS-STATUS-LINE                             CVSCLO.2
039400     END-IF.                                                      CVSCLO.2
039500     OPEN     OUTPUT CLOSEOUT-STATUS-FILE.                        CVSCLO.2
039600     MOVE     WS-STATUS-LINE TO CLOSEOUT-STATUS-REC.              CVSCLO.2
039700     WRITE    CLOSEOUT-STATUS-REC.                                CVSCLO.2
039800     CLOSE    CLOSEOUT-STATUS-FILE.                               CVSCLO.2
