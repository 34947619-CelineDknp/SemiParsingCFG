000100 IDENTIFICATION DIVISION.                                         CVSCRT.2
000200 PROGRAM-ID.                                                      CVSCRT.2
000300     CCVSCRT.                                                     CVSCRT.2
000400****************************************************************  CVSCRT.2
000500*                                                              *  CVSCRT.2
000600*    QUALIFICATION CERTIFICATE REGISTER WITH REVOCATION.       *  CVSCRT.2
000700*                                                              *  CVSCRT.2
000800*    A SIGN-OFF IS ISSUED FOR EACH COMPILER RELEASE, BUT       *  CVSCRT.2
000900*    NOTHING SAID WHICH OF THEM STILL HOLD -- A CERTIFICATE    *  CVSCRT.2
001000*    STOPS HOLDING WHEN A WAIVER IT RELIED ON EXPIRES, WHEN    *  CVSCRT.2
001100*    ITS EVIDENCE BUNDLE NO LONGER VERIFIES, OR WHEN THE       *  CVSCRT.2
001200*    FAILURE LEDGER RE-OPENS A FAILURE IT COUNTED AS FIXED.    *  CVSCRT.2
001300*    EVERY ISSUED QUALIFICATION IS KEPT IN                     *  CVSCRT.2
001400*    "qual_certificates.dat":                                  *  CVSCRT.2
001500*                                                              *  CVSCRT.2
001600*        Q|CERT-ID|STATE|RELEASE|PROFILE|RUN-ID|BUNDLE|SEAL|   *  CVSCRT.2
001700*          ISSUED CCYYMMDD|ISSUED BY|STATE CCYYMMDD|REASON     *  CVSCRT.2
001800*        W|CERT-ID|PGM-ID|PAR-NAME|WAIVER EXPIRY CCYYMMDD      *  CVSCRT.2
001900*        F|CERT-ID|PGM-ID|PAR-NAME                             *  CVSCRT.2
002000*                                                              *  CVSCRT.2
002100*    ONE Q RECORD PER CERTIFICATE (STATE VALID, SUSPENDED      *  CVSCRT.2
002200*    OR REVOKED), FOLLOWED BY THE WAIVERS IT RELIED ON (W)     *  CVSCRT.2
002300*    AND THE LEDGER FAILURES IT COUNTED AS FIXED (F).          *  CVSCRT.2
002400*                                                              *  CVSCRT.2
002500*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSCRT.2
002600*        I  ISSUE: RELEASE, SCOPE PROFILE (DEFAULT THE ONE     *  CVSCRT.2
002700*           IN profile_scope.dat, SEE CCVSPRF), RUN-ID AND     *  CVSCRT.2
002800*           EVIDENCE BUNDLE ARE TAKEN; THE BUNDLE MUST BE      *  CVSCRT.2
002900*           SEALED AND MUST VERIFY UNDER CCVSVFY.  THE         *  CVSCRT.2
003000*           WAIVERS IN FORCE OVER THE RUN'S FAILURES AND THE   *  CVSCRT.2
003100*           CLOSED failure_ledger.csv ENTRIES ARE RECORDED.    *  CVSCRT.2
003200*           THE ISSUER MUST HOLD SIGNER AUTHORITY (CCVSSOD),   *  CVSCRT.2
003300*        N  NIGHTLY CHECK OF EVERY CERTIFICATE NOT REVOKED:    *  CVSCRT.2
003400*             - SEAL CHANGED OR NO LONGER VERIFYING, OR A      *  CVSCRT.2
003500*               FIXED FAILURE OPEN AGAIN     --> REVOKED,      *  CVSCRT.2
003600*             - A RELIED-ON WAIVER GONE OR EXPIRED             *  CVSCRT.2
003700*                                            --> SUSPENDED,    *  CVSCRT.2
003800*             - A SUSPENDED CERTIFICATE WHOSE WAIVERS ARE      *  CVSCRT.2
003900*               ALL IN FORCE AGAIN            --> VALID.       *  CVSCRT.2
004000*           EACH SUSPENSION OR REVOCATION IS RAISED AS AN      *  CVSCRT.2
004100*           OPERATOR ALERT THROUGH CCVSALR.  RETURN-CODE IS 8  *  CVSCRT.2
004200*           WHEN ANY CERTIFICATE WAS SUSPENDED OR REVOKED,     *  CVSCRT.2
004300*        L  LIST THE REGISTER.                                 *  CVSCRT.2
004400*                                                              *  CVSCRT.2
004500*    THE REGISTER IS PRINTED TO qual_certificates.rpt AFTER    *  CVSCRT.2
004600*    MODES N AND L.                                            *  CVSCRT.2
004700*                                                              *  CVSCRT.2
004800****************************************************************  CVSCRT.2
004900 ENVIRONMENT DIVISION.                                            CVSCRT.2
005000 CONFIGURATION SECTION.                                           CVSCRT.2
005100 SOURCE-COMPUTER.                                                 CVSCRT.2
005200     COPY CCVSTRG.                                                CVSCRT.2
005300 OBJECT-COMPUTER.                                                 CVSCRT.2
005400     COPY CCVSTRG.                                                CVSCRT.2
005500 INPUT-OUTPUT SECTION.                                            CVSCRT.2
005600 FILE-CONTROL.                                                    CVSCRT.2
005700     SELECT   CERT-FILE ASSIGN TO                                 CVSCRT.2
005800     "qual_certificates.dat"                                      CVSCRT.2
005900     ORGANIZATION LINE SEQUENTIAL                                 CVSCRT.2
006000     FILE STATUS IS WS-QC-FSTATUS.                                CVSCRT.2
006100     SELECT   PROFILE-SCOPE-FILE ASSIGN TO                        CVSCRT.2
006200     "profile_scope.dat"                                          CVSCRT.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSCRT.2
006400     FILE STATUS IS WS-PS-FSTATUS.                                CVSCRT.2
006500     SELECT   CSV-RESULTS-FILE ASSIGN TO                          CVSCRT.2
006600     "results.csv"                                                CVSCRT.2
006700     FILE STATUS IS WS-RS-FSTATUS.                                CVSCRT.2
006800     SELECT   WAIVER-CTL-FILE ASSIGN TO                           CVSCRT.2
006900     "waivers.dat"                                                CVSCRT.2
007000     ORGANIZATION LINE SEQUENTIAL                                 CVSCRT.2
007100     FILE STATUS IS WS-WC-FSTATUS.                                CVSCRT.2
007200     SELECT   LEDGER-FILE ASSIGN TO                               CVSCRT.2
007300     "failure_ledger.csv"                                         CVSCRT.2
007400     ORGANIZATION LINE SEQUENTIAL                                 CVSCRT.2
007500     FILE STATUS IS WS-LF-FSTATUS.                                CVSCRT.2
007600     SELECT   MANIFEST-FILE ASSIGN TO                             CVSCRT.2
007700     DYNAMIC WS-MANIFEST-FNAME                                    CVSCRT.2
007800     ORGANIZATION LINE SEQUENTIAL                                 CVSCRT.2
007900     FILE STATUS IS WS-MF-FSTATUS.                                CVSCRT.2
008000     SELECT   VERIFY-OUT-FILE ASSIGN TO                           CVSCRT.2
008100     "cert_verify.tmp"                                            CVSCRT.2
008200     ORGANIZATION LINE SEQUENTIAL                                 CVSCRT.2
008300     FILE STATUS IS WS-VO-FSTATUS.                                CVSCRT.2
008400     SELECT   CERT-RPT-FILE ASSIGN TO                             CVSCRT.2
008500     "qual_certificates.rpt"                                      CVSCRT.2
008600     ORGANIZATION LINE SEQUENTIAL                                 CVSCRT.2
008700     FILE STATUS IS WS-QR-FSTATUS.                                CVSCRT.2
008800 DATA DIVISION.                                                   CVSCRT.2
008900 FILE SECTION.                                                    CVSCRT.2
009000 FD  CERT-FILE.                                                   CVSCRT.2
009100 01  CERT-REC PIC X(250).                                         CVSCRT.2
009200 FD  PROFILE-SCOPE-FILE.                                          CVSCRT.2
009300 01  PROFILE-SCOPE-REC PIC X(30).                                 CVSCRT.2
009400 FD  CSV-RESULTS-FILE.                                            CVSCRT.2
009500 01  CSV-RESULTS-REC PIC X(200).                                  CVSCRT.2
009600 FD  WAIVER-CTL-FILE.                                             CVSCRT.2
009700 01  WAIVER-CTL-REC PIC X(120).                                   CVSCRT.2
009800 FD  LEDGER-FILE.                                                 CVSCRT.2
009900 01  LEDGER-REC PIC X(100).                                       CVSCRT.2
010000 FD  MANIFEST-FILE.                                               CVSCRT.2
010100 01  MANIFEST-REC PIC X(100).                                     CVSCRT.2
010200 FD  VERIFY-OUT-FILE.                                             CVSCRT.2
010300 01  VERIFY-OUT-REC PIC X(120).                                   CVSCRT.2
010400 FD  CERT-RPT-FILE.                                               CVSCRT.2
010500 01  CERT-RPT-REC PIC X(120).                                     CVSCRT.2
010600 WORKING-STORAGE SECTION.                                         CVSCRT.2
010700 77  WS-QC-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
010800 77  WS-PS-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
010900 77  WS-RS-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
011000 77  WS-WC-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
011100 77  WS-LF-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
011200 77  WS-MF-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
011300 77  WS-VO-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
011400 77  WS-QR-FSTATUS      PIC XX VALUE SPACE.                       CVSCRT.2
011500 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSCRT.2
011600 77  WS-MODE            PIC X  VALUE SPACE.                       CVSCRT.2
011700 77  WS-RESULTS-SW      PIC X  VALUE "N".                         CVSCRT.2
011800 77  WS-VERIFIED-SW     PIC X  VALUE "N".                         CVSCRT.2
011900 77  WS-CERT-CT         PIC 9(3) COMP VALUE ZERO.                 CVSCRT.2
012000 77  WS-ITEM-CT         PIC 9(4) COMP VALUE ZERO.                 CVSCRT.2
012100 77  WS-WAIVER-CT       PIC 9(3) COMP VALUE ZERO.                 CVSCRT.2
012200 77  WS-LEDGER-CT       PIC 9(4) COMP VALUE ZERO.                 CVSCRT.2
012300 77  WS-FAILED-CT       PIC 9(4) COMP VALUE ZERO.                 CVSCRT.2
012400 77  WS-SUB             PIC 9(4) COMP VALUE ZERO.                 CVSCRT.2
012500 77  WS-SUB2            PIC 9(4) COMP VALUE ZERO.                 CVSCRT.2
012600 77  WS-CSUB            PIC 9(3) COMP VALUE ZERO.                 CVSCRT.2
012700 77  WS-FOUND           PIC 9(4) COMP VALUE ZERO.                 CVSCRT.2
012800 77  WS-HIT-CT          PIC 9(3) COMP VALUE ZERO.                 CVSCRT.2
012900 77  WS-LAST-NO         PIC 9(4) VALUE ZERO.                      CVSCRT.2
013000 77  WS-CERT-NO         PIC 9(4) VALUE ZERO.                      CVSCRT.2
013100 77  WS-VALID-CT        PIC 9(3) VALUE ZERO.                      CVSCRT.2
013200 77  WS-SUSPENDED-CT    PIC 9(3) VALUE ZERO.                      CVSCRT.2
013300 77  WS-REVOKED-CT      PIC 9(3) VALUE ZERO.                      CVSCRT.2
013400 77  WS-CHANGED-CT      PIC 9(3) VALUE ZERO.                      CVSCRT.2
013500 77  WS-REINSTATED-CT   PIC 9(3) VALUE ZERO.                      CVSCRT.2
013600 77  WS-RELIED-CT       PIC 9(4) VALUE ZERO.                      CVSCRT.2
013700 77  WS-FIXED-CT        PIC 9(4) VALUE ZERO.                      CVSCRT.2
013800 01  WS-TODAY           PIC 9(8) VALUE ZERO.                      CVSCRT.2
013900 01  WS-OPERATOR        PIC X(16) VALUE SPACE.                    CVSCRT.2
014000 01  WS-PROFILE         PIC X(20) VALUE SPACE.                    CVSCRT.2
014100 01  WS-BUNDLE-DIR      PIC X(40) VALUE SPACE.                    CVSCRT.2
014200 01  WS-SEAL            PIC X(10) VALUE SPACE.                    CVSCRT.2
014300 01  WS-NEW-STATE       PIC X(9)  VALUE SPACE.                    CVSCRT.2
014400 01  WS-NEW-REASON      PIC X(40) VALUE SPACE.                    CVSCRT.2
014500 01  WS-MANIFEST-FNAME  PIC X(60) VALUE SPACE.                    CVSCRT.2
014600 01  WS-CMD             PIC X(200) VALUE SPACE.                   CVSCRT.2
014700 01  WS-ANSWER          PIC X(80) VALUE SPACE.                    CVSCRT.2
014800 01  WS-WORK-REC        PIC X(250).                               CVSCRT.2
014900 01  WS-FIELD-TABLE.                                              CVSCRT.2
015000     02  WS-FIELD       PIC X(40) OCCURS 12 TIMES.                CVSCRT.2
015100 01  WS-RES-PGM         PIC X(10) VALUE SPACE.                    CVSCRT.2
015200 01  WS-RES-PAR         PIC X(24) VALUE SPACE.                    CVSCRT.2
015300 01  WS-SOD-FUNCTION    PIC X VALUE SPACE.                        CVSCRT.2
015400 01  WS-SOD-OPERATOR    PIC X(16) VALUE SPACE.                    CVSCRT.2
015500 01  WS-SOD-ROLE        PIC X  VALUE SPACE.                       CVSCRT.2
015600 01  WS-SOD-CALLER      PIC X(8) VALUE "CCVSCRT".                 CVSCRT.2
015700 01  WS-SOD-RESULT      PIC X  VALUE SPACE.                       CVSCRT.2
015800 01  WS-SOD-DETAIL      PIC X(70) VALUE SPACE.                    CVSCRT.2
015900 01  WS-ALERT-TYPE      PIC X(8)  VALUE SPACE.                    CVSCRT.2
016000 01  WS-ALERT-MODULE    PIC X(9)  VALUE SPACE.                    CVSCRT.2
016100 01  WS-ALERT-SEV       PIC X(4)  VALUE SPACE.                    CVSCRT.2
016200 01  WS-ALERT-DETAIL    PIC X(60) VALUE SPACE.                    CVSCRT.2
016300*                                                                 CVSCRT.2
016400*    THE REGISTER, HELD WHOLE WHILE IT IS WORKED ON.              CVSCRT.2
016500*                                                                 CVSCRT.2
016600 01  WS-CERT-TABLE.                                               CVSCRT.2
016700     02  WS-CERT OCCURS 200 TIMES.                                CVSCRT.2
016800         03  WS-Q-ID        PIC X(9).                             CVSCRT.2
016900         03  WS-Q-STATE     PIC X(9).                             CVSCRT.2
017000         03  WS-Q-RELEASE   PIC X(16).                            CVSCRT.2
017100         03  WS-Q-PROFILE   PIC X(20).                            CVSCRT.2
017200         03  WS-Q-RUN-ID    PIC X(8).                             CVSCRT.2
017300         03  WS-Q-BUNDLE    PIC X(40).                            CVSCRT.2
017400         03  WS-Q-SEAL      PIC X(10).                            CVSCRT.2
017500         03  WS-Q-ISSUED    PIC 9(8).                             CVSCRT.2
017600         03  WS-Q-ISSUER    PIC X(16).                            CVSCRT.2
017700         03  WS-Q-STAMPED   PIC 9(8).                             CVSCRT.2
017800         03  WS-Q-REASON    PIC X(40).                            CVSCRT.2
017900 01  WS-ITEM-TABLE.                                               CVSCRT.2
018000     02  WS-ITEM OCCURS 2000 TIMES.                               CVSCRT.2
018100         03  WS-I-TYPE      PIC X.                                CVSCRT.2
018200         03  WS-I-ID        PIC X(9).                             CVSCRT.2
018300         03  WS-I-PGM       PIC X(10).                            CVSCRT.2
018400         03  WS-I-PAR       PIC X(24).                            CVSCRT.2
018500         03  WS-I-EXPIRY    PIC X(8).                             CVSCRT.2
018600*                                                                 CVSCRT.2
018700*    THE WAIVER LEDGER, THE FAILURE LEDGER AND (AT ISSUE) THE     CVSCRT.2
018800*    RUN'S FAILING PAIRS.                                         CVSCRT.2
018900*                                                                 CVSCRT.2
019000 01  WS-WAIVER-TABLE.                                             CVSCRT.2
019100     02  WS-WAIVER OCCURS 100 TIMES.                              CVSCRT.2
019200         03  WS-W-PGM       PIC X(10).                            CVSCRT.2
019300         03  WS-W-PAR       PIC X(24).                            CVSCRT.2
019400         03  WS-W-EXPIRY    PIC X(8).                             CVSCRT.2
019500 01  WS-LEDGER-TABLE.                                             CVSCRT.2
019600     02  WS-LEDGER OCCURS 800 TIMES.                              CVSCRT.2
019700         03  WS-G-PGM       PIC X(10).                            CVSCRT.2
019800         03  WS-G-PAR       PIC X(24).                            CVSCRT.2
019900         03  WS-G-STATE     PIC X(6).                             CVSCRT.2
020000 01  WS-FAILED-TABLE.                                             CVSCRT.2
020100     02  WS-FAILED OCCURS 800 TIMES.                              CVSCRT.2
020200         03  WS-X-PGM       PIC X(10).                            CVSCRT.2
020300         03  WS-X-PAR       PIC X(24).                            CVSCRT.2
020400 PROCEDURE DIVISION.                                              CVSCRT.2
020500 CCVSCRT-MAIN SECTION.                                            CVSCRT.2
020600 CCVSCRT-START.                                                   CVSCRT.2
020700     ACCEPT   WS-TODAY FROM DATE YYYYMMDD.                        CVSCRT.2
020800     PERFORM  LOAD-CERT-REGISTER                                  CVSCRT.2
020900              THRU LOAD-CERT-REGISTER-EX.                         CVSCRT.2
021000     DISPLAY  "CCVSCRT: I=ISSUE A CERTIFICATE, N=NIGHTLY CHECK, " CVSCRT.2
021100              "L=LIST THE REGISTER?".                             CVSCRT.2
021200     ACCEPT   WS-MODE.                                            CVSCRT.2
021300     EVALUATE WS-MODE                                             CVSCRT.2
021400         WHEN "I"                                                 CVSCRT.2
021500         WHEN "i"                                                 CVSCRT.2
021600             PERFORM ISSUE-CERTIFICATE                            CVSCRT.2
021700                 THRU ISSUE-CERTIFICATE-EX                        CVSCRT.2
021800         WHEN "N"                                                 CVSCRT.2
021900         WHEN "n"                                                 CVSCRT.2
022000             PERFORM NIGHTLY-CHECK                                CVSCRT.2
022100                 THRU NIGHTLY-CHECK-EX                            CVSCRT.2
022200             PERFORM WRITE-CERT-REPORT                            CVSCRT.2
022300         WHEN "L"                                                 CVSCRT.2
022400         WHEN "l"                                                 CVSCRT.2
022500             PERFORM WRITE-CERT-REPORT                            CVSCRT.2
022600         WHEN OTHER                                               CVSCRT.2
022700             DISPLAY "CCVSCRT: NO SUCH MODE"                      CVSCRT.2
022800     END-EVALUATE.                                                CVSCRT.2
022900     STOP     RUN.                                                CVSCRT.2
023000 LOAD-CERT-REGISTER.                                              CVSCRT.2
023100     OPEN     INPUT CERT-FILE.                                    CVSCRT.2
023200     IF       WS-QC-FSTATUS NOT = "00"                            CVSCRT.2
023300              GO TO LOAD-CERT-REGISTER-EX.                        CVSCRT.2
023400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCRT.2
023500     PERFORM  READ-CERT-LINE.                                     CVSCRT.2
023600     PERFORM  STORE-CERT-LINE                                     CVSCRT.2
023700              UNTIL WS-EOF-SWITCH = "Y".                          CVSCRT.2
023800     CLOSE    CERT-FILE.                                          CVSCRT.2
023900 LOAD-CERT-REGISTER-EX.                                           CVSCRT.2
024000     EXIT.                                                        CVSCRT.2
024100 READ-CERT-LINE.                                                  CVSCRT.2
024200     READ     CERT-FILE                                           CVSCRT.2
024300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCRT.2
024400 STORE-CERT-LINE.                                                 CVSCRT.2
024500     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSCRT.2
024600     UNSTRING CERT-REC DELIMITED BY "|"                           CVSCRT.2
024700              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSCRT.2
024800                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSCRT.2
024900                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9)         CVSCRT.2
025000                   WS-FIELD (10) WS-FIELD (11) WS-FIELD (12).     CVSCRT.2
025100     IF       WS-FIELD (1) = "Q"                                  CVSCRT.2
025200              AND WS-CERT-CT < 200                                CVSCRT.2
025300              ADD 1 TO WS-CERT-CT                                 CVSCRT.2
025400              MOVE WS-FIELD (2) TO WS-Q-ID (WS-CERT-CT)           CVSCRT.2
025500              MOVE WS-FIELD (3) TO WS-Q-STATE (WS-CERT-CT)        CVSCRT.2
025600              MOVE WS-FIELD (4) TO WS-Q-RELEASE (WS-CERT-CT)      CVSCRT.2
025700              MOVE WS-FIELD (5) TO WS-Q-PROFILE (WS-CERT-CT)      CVSCRT.2
025800              MOVE WS-FIELD (6) TO WS-Q-RUN-ID (WS-CERT-CT)       CVSCRT.2
025900              MOVE WS-FIELD (7) TO WS-Q-BUNDLE (WS-CERT-CT)       CVSCRT.2
026000              MOVE WS-FIELD (8) TO WS-Q-SEAL (WS-CERT-CT)         CVSCRT.2
026100              MOVE ZERO TO WS-Q-ISSUED (WS-CERT-CT)               CVSCRT.2
026200                  WS-Q-STAMPED (WS-CERT-CT)                       CVSCRT.2
026300              IF  WS-FIELD (9) (1:8) IS NUMERIC                   CVSCRT.2
026400                  MOVE WS-FIELD (9) (1:8)                         CVSCRT.2
026500                      TO WS-Q-ISSUED (WS-CERT-CT)                 CVSCRT.2
026600              END-IF                                              CVSCRT.2
026700              MOVE WS-FIELD (10) TO WS-Q-ISSUER (WS-CERT-CT)      CVSCRT.2
026800              IF  WS-FIELD (11) (1:8) IS NUMERIC                  CVSCRT.2
026900                  MOVE WS-FIELD (11) (1:8)                        CVSCRT.2
027000                      TO WS-Q-STAMPED (WS-CERT-CT)                CVSCRT.2
027100              END-IF                                              CVSCRT.2
027200              MOVE WS-FIELD (12) TO WS-Q-REASON (WS-CERT-CT)      CVSCRT.2
027300              IF  WS-FIELD (2) (2:4) IS NUMERIC                   CVSCRT.2
027400                  AND WS-FIELD (2) (2:4) > WS-LAST-NO             CVSCRT.2
027500                  MOVE WS-FIELD (2) (2:4) TO WS-LAST-NO           CVSCRT.2
027600              END-IF                                              CVSCRT.2
027700     END-IF.                                                      CVSCRT.2
027800     IF       (WS-FIELD (1) = "W" OR WS-FIELD (1) = "F")          CVSCRT.2
027900              AND WS-ITEM-CT < 2000                               CVSCRT.2
028000              ADD 1 TO WS-ITEM-CT                                 CVSCRT.2
028100              MOVE WS-FIELD (1) TO WS-I-TYPE (WS-ITEM-CT)         CVSCRT.2
028200              MOVE WS-FIELD (2) TO WS-I-ID (WS-ITEM-CT)           CVSCRT.2
028300              MOVE WS-FIELD (3) TO WS-I-PGM (WS-ITEM-CT)          CVSCRT.2
028400              MOVE WS-FIELD (4) TO WS-I-PAR (WS-ITEM-CT)          CVSCRT.2
028500              MOVE WS-FIELD (5) TO WS-I-EXPIRY (WS-ITEM-CT)       CVSCRT.2
028600     END-IF.                                                      CVSCRT.2
028700     PERFORM  READ-CERT-LINE.                                     CVSCRT.2
028800*                                                                 CVSCRT.2
028900*    MODE I -- ISSUE.  NOTHING IS RECORDED UNLESS THE ISSUER      CVSCRT.2
029000*    MAY SIGN AND THE BUNDLE'S SEAL VERIFIES.                     CVSCRT.2
029100*                                                                 CVSCRT.2
029200 ISSUE-CERTIFICATE.                                               CVSCRT.2
029300     ACCEPT   WS-OPERATOR FROM ENVIRONMENT "USER".                CVSCRT.2
029400     MOVE     "R" TO WS-SOD-FUNCTION.                             CVSCRT.2
029500     MOVE     WS-OPERATOR TO WS-SOD-OPERATOR.                     CVSCRT.2
029600     MOVE     "S" TO WS-SOD-ROLE.                                 CVSCRT.2
029700     CALL     "CCVSSOD" USING WS-SOD-FUNCTION WS-SOD-OPERATOR     CVSCRT.2
029800              WS-SOD-ROLE WS-SOD-CALLER WS-SOD-RESULT             CVSCRT.2
029900              WS-SOD-DETAIL.                                      CVSCRT.2
030000     IF       WS-SOD-RESULT = "N"                                 CVSCRT.2
030100              DISPLAY "CCVSCRT: CERTIFICATE NOT ISSUED"           CVSCRT.2
030200              GO TO ISSUE-CERTIFICATE-EX.                         CVSCRT.2
030300     IF       WS-SOD-RESULT = "U"                                 CVSCRT.2
030400              DISPLAY "CCVSCRT: NO operator_authority.dat -- "    CVSCRT.2
030500                  "SIGNER AUTHORITY NOT ENFORCED".                CVSCRT.2
030600     IF       WS-CERT-CT NOT < 200                                CVSCRT.2
030700              DISPLAY "CCVSCRT: REGISTER FULL"                    CVSCRT.2
030800              GO TO ISSUE-CERTIFICATE-EX.                         CVSCRT.2
030900     DISPLAY  "CCVSCRT: COMPILER RELEASE?".                       CVSCRT.2
031000     MOVE     SPACE TO WS-ANSWER.                                 CVSCRT.2
031100     ACCEPT   WS-ANSWER.                                          CVSCRT.2
031200     IF       WS-ANSWER = SPACE                                   CVSCRT.2
031300              GO TO ISSUE-CERTIFICATE-EX.                         CVSCRT.2
031400     ADD      1 TO WS-CERT-CT.                                    CVSCRT.2
031500     MOVE     WS-CERT-CT TO WS-CSUB.                              CVSCRT.2
031600     MOVE     WS-ANSWER TO WS-Q-RELEASE (WS-CSUB).                CVSCRT.2
031700     PERFORM  READ-PROFILE-SCOPE THRU READ-PROFILE-SCOPE-EX.      CVSCRT.2
031800     DISPLAY  "CCVSCRT: SCOPE PROFILE (BLANK = "                  CVSCRT.2
031900              WS-PROFILE ")?".                                    CVSCRT.2
032000     MOVE     SPACE TO WS-ANSWER.                                 CVSCRT.2
032100     ACCEPT   WS-ANSWER.                                          CVSCRT.2
032200     IF       WS-ANSWER NOT = SPACE                               CVSCRT.2
032300              MOVE WS-ANSWER TO WS-PROFILE.                       CVSCRT.2
032400     MOVE     WS-PROFILE TO WS-Q-PROFILE (WS-CSUB).               CVSCRT.2
032500     DISPLAY  "CCVSCRT: RUN-ID?".                                 CVSCRT.2
032600     MOVE     SPACE TO WS-ANSWER.                                 CVSCRT.2
032700     ACCEPT   WS-ANSWER.                                          CVSCRT.2
032800     MOVE     WS-ANSWER TO WS-Q-RUN-ID (WS-CSUB).                 CVSCRT.2
032900     DISPLAY  "CCVSCRT: EVIDENCE BUNDLE DIRECTORY?".              CVSCRT.2
033000     MOVE     SPACE TO WS-ANSWER.                                 CVSCRT.2
033100     ACCEPT   WS-ANSWER.                                          CVSCRT.2
033200     MOVE     WS-ANSWER TO WS-BUNDLE-DIR.                         CVSCRT.2
033300     MOVE     WS-BUNDLE-DIR TO WS-Q-BUNDLE (WS-CSUB).             CVSCRT.2
033400     PERFORM  READ-BUNDLE-SEAL THRU READ-BUNDLE-SEAL-EX.          CVSCRT.2
033500     IF       WS-SEAL = SPACE                                     CVSCRT.2
033600              SUBTRACT 1 FROM WS-CERT-CT                          CVSCRT.2
033700              DISPLAY "CCVSCRT: " WS-BUNDLE-DIR                   CVSCRT.2
033800                  " CARRIES NO SEAL -- CERTIFICATE NOT ISSUED"    CVSCRT.2
033900              GO TO ISSUE-CERTIFICATE-EX.                         CVSCRT.2
034000     PERFORM  VERIFY-BUNDLE THRU VERIFY-BUNDLE-EX.                CVSCRT.2
034100     IF       WS-VERIFIED-SW NOT = "Y"                            CVSCRT.2
034200              SUBTRACT 1 FROM WS-CERT-CT                          CVSCRT.2
034300              DISPLAY "CCVSCRT: " WS-BUNDLE-DIR                   CVSCRT.2
034400                  " FAILS VERIFICATION -- CERTIFICATE NOT ISSUED" CVSCRT.2
034500              GO TO ISSUE-CERTIFICATE-EX.                         CVSCRT.2
034600     ADD      1 TO WS-LAST-NO.                                    CVSCRT.2
034700     MOVE     WS-LAST-NO TO WS-CERT-NO.                           CVSCRT.2
034800     MOVE     SPACE TO WS-Q-ID (WS-CSUB).                         CVSCRT.2
034900     STRING   "Q" DELIMITED BY SIZE                               CVSCRT.2
035000              WS-CERT-NO DELIMITED BY SIZE                        CVSCRT.2
035100              INTO WS-Q-ID (WS-CSUB).                             CVSCRT.2
035200     MOVE     "VALID" TO WS-Q-STATE (WS-CSUB).                    CVSCRT.2
035300     MOVE     WS-SEAL TO WS-Q-SEAL (WS-CSUB).                     CVSCRT.2
035400     MOVE     WS-TODAY TO WS-Q-ISSUED (WS-CSUB)                   CVSCRT.2
035500              WS-Q-STAMPED (WS-CSUB).                             CVSCRT.2
035600     MOVE     WS-OPERATOR TO WS-Q-ISSUER (WS-CSUB).               CVSCRT.2
035700     MOVE     "ISSUED" TO WS-Q-REASON (WS-CSUB).                  CVSCRT.2
035800     PERFORM  LOAD-WAIVERS THRU LOAD-WAIVERS-EX.                  CVSCRT.2
035900     PERFORM  LOAD-FAILURE-LEDGER THRU LOAD-FAILURE-LEDGER-EX.    CVSCRT.2
036000     PERFORM  LOAD-RUN-FAILURES THRU LOAD-RUN-FAILURES-EX.        CVSCRT.2
036100     PERFORM  RECORD-RELIED-WAIVER                                CVSCRT.2
036200              VARYING WS-SUB2 FROM 1 BY 1                         CVSCRT.2
036300              UNTIL WS-SUB2 > WS-WAIVER-CT.                       CVSCRT.2
036400     PERFORM  RECORD-FIXED-FAILURE                                CVSCRT.2
036500              VARYING WS-SUB2 FROM 1 BY 1                         CVSCRT.2
036600              UNTIL WS-SUB2 > WS-LEDGER-CT.                       CVSCRT.2
036700     DISPLAY  "CCVSCRT: CERTIFICATE " WS-Q-ID (WS-CSUB)           CVSCRT.2
036800              " ISSUED FOR " WS-Q-RELEASE (WS-CSUB).              CVSCRT.2
036900     DISPLAY  "CCVSCRT: RELIES ON " WS-RELIED-CT                  CVSCRT.2
037000              " WAIVER(S), " WS-FIXED-CT " FIXED FAILURE(S)".     CVSCRT.2
037100     PERFORM  REWRITE-CERT-REGISTER.                              CVSCRT.2
037200 ISSUE-CERTIFICATE-EX.                                            CVSCRT.2
037300     EXIT.                                                        CVSCRT.2
037400 READ-PROFILE-SCOPE.                                              CVSCRT.2
037500     MOVE     "FULL SUITE" TO WS-PROFILE.                         CVSCRT.2
037600     OPEN     INPUT PROFILE-SCOPE-FILE.                           CVSCRT.2
037700     IF       WS-PS-FSTATUS NOT = "00"                            CVSCRT.2
037800              GO TO READ-PROFILE-SCOPE-EX.                        CVSCRT.2
037900     MOVE     SPACE TO PROFILE-SCOPE-REC.                         CVSCRT.2
038000     READ     PROFILE-SCOPE-FILE                                  CVSCRT.2
038100              AT END CONTINUE                                     CVSCRT.2
038200     END-READ.                                                    CVSCRT.2
038300     CLOSE    PROFILE-SCOPE-FILE.                                 CVSCRT.2
038400     IF       PROFILE-SCOPE-REC (1:20) NOT = SPACE                CVSCRT.2
038500              MOVE PROFILE-SCOPE-REC (1:20) TO WS-PROFILE.        CVSCRT.2
038600 READ-PROFILE-SCOPE-EX.                                           CVSCRT.2
038700     EXIT.                                                        CVSCRT.2
038800*                                                                 CVSCRT.2
038900*    A WAIVER IS RELIED ON WHEN IT IS IN FORCE TODAY AND COVERS   CVSCRT.2
039000*    A PAIR THAT FAILED IN THE RUN (EVERY WAIVER IN FORCE WHEN    CVSCRT.2
039100*    THE RUN'S results.csv IS NOT AT HAND).                       CVSCRT.2
039200*                                                                 CVSCRT.2
039300 RECORD-RELIED-WAIVER.                                            CVSCRT.2
039400     IF       WS-W-EXPIRY (WS-SUB2) IS NUMERIC                    CVSCRT.2
039500              AND WS-W-EXPIRY (WS-SUB2) NOT < WS-TODAY            CVSCRT.2
039600              MOVE ZERO TO WS-FOUND                               CVSCRT.2
039700              IF  WS-RESULTS-SW = "Y"                             CVSCRT.2
039800                  PERFORM MATCH-ONE-RUN-FAILURE                   CVSCRT.2
039900                      VARYING WS-SUB FROM 1 BY 1                  CVSCRT.2
040000                      UNTIL WS-SUB > WS-FAILED-CT                 CVSCRT.2
040100              ELSE                                                CVSCRT.2
040200                  MOVE 1 TO WS-FOUND                              CVSCRT.2
040300              END-IF                                              CVSCRT.2
040400              IF  WS-FOUND > ZERO                                 CVSCRT.2
040500                  AND WS-ITEM-CT < 2000                           CVSCRT.2
040600                  ADD 1 TO WS-ITEM-CT WS-RELIED-CT                CVSCRT.2
040700                  MOVE "W" TO WS-I-TYPE (WS-ITEM-CT)              CVSCRT.2
040800                  MOVE WS-Q-ID (WS-CSUB) TO WS-I-ID (WS-ITEM-CT)  CVSCRT.2
040900                  MOVE WS-W-PGM (WS-SUB2) TO WS-I-PGM (WS-ITEM-CT)CVSCRT.2
041000                  MOVE WS-W-PAR (WS-SUB2) TO WS-I-PAR (WS-ITEM-CT)CVSCRT.2
041100                  MOVE WS-W-EXPIRY (WS-SUB2)                      CVSCRT.2
041200                      TO WS-I-EXPIRY (WS-ITEM-CT)                 CVSCRT.2
041300              END-IF                                              CVSCRT.2
041400     END-IF.                                                      CVSCRT.2
041500 MATCH-ONE-RUN-FAILURE.                                           CVSCRT.2
041600     IF       WS-X-PGM (WS-SUB) = WS-W-PGM (WS-SUB2)              CVSCRT.2
041700              AND WS-X-PAR (WS-SUB) (1:16) =                      CVSCRT.2
041800                  WS-W-PAR (WS-SUB2) (1:16)                       CVSCRT.2
041900              MOVE WS-SUB TO WS-FOUND.                            CVSCRT.2
042000 RECORD-FIXED-FAILURE.                                            CVSCRT.2
042100     IF       WS-G-STATE (WS-SUB2) = "CLOSED"                     CVSCRT.2
042200              AND WS-ITEM-CT < 2000                               CVSCRT.2
042300              ADD 1 TO WS-ITEM-CT WS-FIXED-CT                     CVSCRT.2
042400              MOVE "F" TO WS-I-TYPE (WS-ITEM-CT)                  CVSCRT.2
042500              MOVE WS-Q-ID (WS-CSUB) TO WS-I-ID (WS-ITEM-CT)      CVSCRT.2
042600              MOVE WS-G-PGM (WS-SUB2) TO WS-I-PGM (WS-ITEM-CT)    CVSCRT.2
042700              MOVE WS-G-PAR (WS-SUB2) TO WS-I-PAR (WS-ITEM-CT)    CVSCRT.2
042800              MOVE SPACE TO WS-I-EXPIRY (WS-ITEM-CT).             CVSCRT.2
042900*                                                                 CVSCRT.2
043000*    THE SEAL IS THE CLOSING "SEAL," ROW CCVSPKG WRITES TO THE    CVSCRT.2
043100*    BUNDLE'S MANIFEST.                                           CVSCRT.2
043200*                                                                 CVSCRT.2
043300 READ-BUNDLE-SEAL.                                                CVSCRT.2
043400     MOVE     SPACE TO WS-SEAL.                                   CVSCRT.2
043500     MOVE     SPACE TO WS-MANIFEST-FNAME.                         CVSCRT.2
043600     STRING   WS-BUNDLE-DIR DELIMITED BY SPACE                    CVSCRT.2
043700              "/MANIFEST" DELIMITED BY SIZE                       CVSCRT.2
043800              INTO WS-MANIFEST-FNAME.                             CVSCRT.2
043900     OPEN     INPUT MANIFEST-FILE.                                CVSCRT.2
044000     IF       WS-MF-FSTATUS NOT = "00"                            CVSCRT.2
044100              GO TO READ-BUNDLE-SEAL-EX.                          CVSCRT.2
044200     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCRT.2
044300     PERFORM  READ-MANIFEST-LINE.                                 CVSCRT.2
044400     PERFORM  FIND-SEAL-ROW UNTIL WS-EOF-SWITCH = "Y".            CVSCRT.2
044500     CLOSE    MANIFEST-FILE.                                      CVSCRT.2
044600 READ-BUNDLE-SEAL-EX.                                             CVSCRT.2
044700     EXIT.                                                        CVSCRT.2
044800 READ-MANIFEST-LINE.                                              CVSCRT.2
044900     READ     MANIFEST-FILE                                       CVSCRT.2
045000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCRT.2
045100 FIND-SEAL-ROW.                                                   CVSCRT.2
045200     IF       MANIFEST-REC (1:5) = "SEAL,"                        CVSCRT.2
045300              MOVE SPACE TO WS-FIELD-TABLE                        CVSCRT.2
045400              UNSTRING MANIFEST-REC DELIMITED BY ","              CVSCRT.2
045500                  INTO WS-FIELD (1) WS-FIELD (2)                  CVSCRT.2
045600              MOVE WS-FIELD (2) (1:10) TO WS-SEAL.                CVSCRT.2
045700     PERFORM  READ-MANIFEST-LINE.                                 CVSCRT.2
045800*                                                                 CVSCRT.2
045900*    THE BUNDLE IS RE-DERIVED BY CCVSVFY ITSELF (MODE P) SO THE   CVSCRT.2
046000*    CERTIFICATE STANDS OR FALLS BY THE SAME PROOF.               CVSCRT.2
046100*                                                                 CVSCRT.2
046200 VERIFY-BUNDLE.                                                   CVSCRT.2
046300     MOVE     "N" TO WS-VERIFIED-SW.                              CVSCRT.2
046400     MOVE     SPACE TO WS-CMD.                                    CVSCRT.2
046500     STRING   "(echo P; echo " DELIMITED BY SIZE                  CVSCRT.2
046600              WS-BUNDLE-DIR DELIMITED BY SPACE                    CVSCRT.2
046700              ") | ./CCVSVFY >cert_verify.tmp 2>&1"               CVSCRT.2
046800                  DELIMITED BY SIZE                               CVSCRT.2
046900              INTO WS-CMD.                                        CVSCRT.2
047000     CALL     "SYSTEM" USING WS-CMD.                              CVSCRT.2
047100     OPEN     INPUT VERIFY-OUT-FILE.                              CVSCRT.2
047200     IF       WS-VO-FSTATUS NOT = "00"                            CVSCRT.2
047300              GO TO VERIFY-BUNDLE-EX.                             CVSCRT.2
047400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCRT.2
047500     PERFORM  READ-VERIFY-LINE.                                   CVSCRT.2
047600     PERFORM  JUDGE-VERIFY-LINE UNTIL WS-EOF-SWITCH = "Y".        CVSCRT.2
047700     CLOSE    VERIFY-OUT-FILE.                                    CVSCRT.2
047800 VERIFY-BUNDLE-EX.                                                CVSCRT.2
047900     EXIT.                                                        CVSCRT.2
048000 READ-VERIFY-LINE.                                                CVSCRT.2
048100     READ     VERIFY-OUT-FILE                                     CVSCRT.2
048200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCRT.2
048300 JUDGE-VERIFY-LINE.                                               CVSCRT.2
048400     MOVE     ZERO TO WS-HIT-CT.                                  CVSCRT.2
048500     INSPECT  VERIFY-OUT-REC TALLYING WS-HIT-CT                   CVSCRT.2
048600              FOR ALL "BUNDLE VERIFIED".                          CVSCRT.2
048700     IF       WS-HIT-CT > ZERO                                    CVSCRT.2
048800              MOVE "Y" TO WS-VERIFIED-SW.                         CVSCRT.2
048900     PERFORM  READ-VERIFY-LINE.                                   CVSCRT.2
049000*                                                                 CVSCRT.2
049100*    MODE N -- THE NIGHTLY CHECK.  A REVOKED CERTIFICATE IS       CVSCRT.2
049200*    FINAL; A SUSPENDED ONE IS RE-JUDGED AND MAY BE REINSTATED.   CVSCRT.2
049300*                                                                 CVSCRT.2
049400 NIGHTLY-CHECK.                                                   CVSCRT.2
049500     IF       WS-CERT-CT = ZERO                                   CVSCRT.2
049600              DISPLAY "CCVSCRT: NO CERTIFICATES ON FILE"          CVSCRT.2
049700              GO TO NIGHTLY-CHECK-EX.                             CVSCRT.2
049800     PERFORM  LOAD-WAIVERS THRU LOAD-WAIVERS-EX.                  CVSCRT.2
049900     PERFORM  LOAD-FAILURE-LEDGER THRU LOAD-FAILURE-LEDGER-EX.    CVSCRT.2
050000     PERFORM  CHECK-ONE-CERTIFICATE                               CVSCRT.2
050100              THRU CHECK-ONE-CERTIFICATE-EX                       CVSCRT.2
050200              VARYING WS-CSUB FROM 1 BY 1                         CVSCRT.2
050300              UNTIL WS-CSUB > WS-CERT-CT.                         CVSCRT.2
050400     PERFORM  REWRITE-CERT-REGISTER.                              CVSCRT.2
050500     IF       WS-CHANGED-CT > ZERO                                CVSCRT.2
050600              MOVE 8 TO RETURN-CODE.                              CVSCRT.2
050700 NIGHTLY-CHECK-EX.                                                CVSCRT.2
050800     EXIT.                                                        CVSCRT.2
050900 CHECK-ONE-CERTIFICATE.                                           CVSCRT.2
051000     IF       WS-Q-STATE (WS-CSUB) = "REVOKED"                    CVSCRT.2
051100              GO TO CHECK-ONE-CERTIFICATE-EX.                     CVSCRT.2
051200     MOVE     "VALID" TO WS-NEW-STATE.                            CVSCRT.2
051300     MOVE     SPACE TO WS-NEW-REASON.                             CVSCRT.2
051400     MOVE     WS-Q-BUNDLE (WS-CSUB) TO WS-BUNDLE-DIR.             CVSCRT.2
051500     PERFORM  READ-BUNDLE-SEAL THRU READ-BUNDLE-SEAL-EX.          CVSCRT.2
051600     IF       WS-SEAL = SPACE                                     CVSCRT.2
051700              MOVE "REVOKED" TO WS-NEW-STATE                      CVSCRT.2
051800              MOVE "EVIDENCE BUNDLE OR ITS SEAL MISSING"          CVSCRT.2
051900                  TO WS-NEW-REASON                                CVSCRT.2
052000              GO TO CHECK-ONE-CERTIFICATE-SET.                    CVSCRT.2
052100     IF       WS-SEAL NOT = WS-Q-SEAL (WS-CSUB)                   CVSCRT.2
052200              MOVE "REVOKED" TO WS-NEW-STATE                      CVSCRT.2
052300              MOVE "EVIDENCE SEAL CHANGED SINCE ISSUE"            CVSCRT.2
052400                  TO WS-NEW-REASON                                CVSCRT.2
052500              GO TO CHECK-ONE-CERTIFICATE-SET.                    CVSCRT.2
052600     PERFORM  VERIFY-BUNDLE THRU VERIFY-BUNDLE-EX.                CVSCRT.2
052700     IF       WS-VERIFIED-SW NOT = "Y"                            CVSCRT.2
052800              MOVE "REVOKED" TO WS-NEW-STATE                      CVSCRT.2
052900              MOVE "EVIDENCE SEAL NO LONGER VERIFIES"             CVSCRT.2
053000                  TO WS-NEW-REASON                                CVSCRT.2
053100              GO TO CHECK-ONE-CERTIFICATE-SET.                    CVSCRT.2
053200     PERFORM  CHECK-ONE-ITEM                                      CVSCRT.2
053300              VARYING WS-SUB FROM 1 BY 1                          CVSCRT.2
053400              UNTIL WS-SUB > WS-ITEM-CT.                          CVSCRT.2
053500 CHECK-ONE-CERTIFICATE-SET.                                       CVSCRT.2
053600     IF       WS-NEW-STATE = WS-Q-STATE (WS-CSUB)                 CVSCRT.2
053700              GO TO CHECK-ONE-CERTIFICATE-EX.                     CVSCRT.2
053800     IF       WS-NEW-STATE = "VALID"                              CVSCRT.2
053900              MOVE "REINSTATED -- WAIVERS IN FORCE AGAIN"         CVSCRT.2
054000                  TO WS-NEW-REASON                                CVSCRT.2
054100              ADD 1 TO WS-REINSTATED-CT                           CVSCRT.2
054200     ELSE                                                         CVSCRT.2
054300              ADD 1 TO WS-CHANGED-CT                              CVSCRT.2
054400     END-IF.                                                      CVSCRT.2
054500     MOVE     WS-NEW-STATE TO WS-Q-STATE (WS-CSUB).               CVSCRT.2
054600     MOVE     WS-NEW-REASON TO WS-Q-REASON (WS-CSUB).             CVSCRT.2
054700     MOVE     WS-TODAY TO WS-Q-STAMPED (WS-CSUB).                 CVSCRT.2
054800     DISPLAY  "CCVSCRT: CERTIFICATE " WS-Q-ID (WS-CSUB) " "       CVSCRT.2
054900              WS-NEW-STATE " -- " WS-NEW-REASON.                  CVSCRT.2
055000     IF       WS-NEW-STATE = "VALID"                              CVSCRT.2
055100              GO TO CHECK-ONE-CERTIFICATE-EX.                     CVSCRT.2
055200*    A SUSPENSION OR REVOCATION IS AN OPERATOR-ALERT EVENT FOR    CVSCRT.2
055300*    THE PAGING FEED.  SEE CCVSALR.                               CVSCRT.2
055400     IF       WS-NEW-STATE = "REVOKED"                            CVSCRT.2
055500              MOVE "CERTREVK" TO WS-ALERT-TYPE                    CVSCRT.2
055600              MOVE "16" TO WS-ALERT-SEV                           CVSCRT.2
055700     ELSE                                                         CVSCRT.2
055800              MOVE "CERTSUSP" TO WS-ALERT-TYPE                    CVSCRT.2
055900              MOVE "08" TO WS-ALERT-SEV                           CVSCRT.2
056000     END-IF.                                                      CVSCRT.2
056100     MOVE     WS-Q-ID (WS-CSUB) TO WS-ALERT-MODULE.               CVSCRT.2
056200     MOVE     SPACE TO WS-ALERT-DETAIL.                           CVSCRT.2
056300     STRING   WS-Q-RELEASE (WS-CSUB) DELIMITED BY SPACE           CVSCRT.2
056400              ": " DELIMITED BY SIZE                              CVSCRT.2
056500              WS-NEW-REASON DELIMITED BY SIZE                     CVSCRT.2
056600              INTO WS-ALERT-DETAIL.                               CVSCRT.2
056700     CALL     "CCVSALR" USING WS-ALERT-TYPE                       CVSCRT.2
056800              WS-ALERT-MODULE WS-ALERT-SEV WS-ALERT-DETAIL.       CVSCRT.2
056900 CHECK-ONE-CERTIFICATE-EX.                                        CVSCRT.2
057000     EXIT.                                                        CVSCRT.2
057100*                                                                 CVSCRT.2
057200*    A FIXED FAILURE OPEN AGAIN REVOKES; A RELIED-ON WAIVER NO    CVSCRT.2
057300*    LONGER IN FORCE (GONE, OR EXPIRED AND NOT RENEWED)           CVSCRT.2
057400*    SUSPENDS, UNLESS THE CERTIFICATE IS ALREADY REVOKED.         CVSCRT.2
057500*                                                                 CVSCRT.2
057600 CHECK-ONE-ITEM.                                                  CVSCRT.2
057700     IF       WS-I-ID (WS-SUB) = WS-Q-ID (WS-CSUB)                CVSCRT.2
057800              AND WS-I-TYPE (WS-SUB) = "F"                        CVSCRT.2
057900              MOVE ZERO TO WS-FOUND                               CVSCRT.2
058000              PERFORM MATCH-ONE-LEDGER-ENTRY                      CVSCRT.2
058100                  VARYING WS-SUB2 FROM 1 BY 1                     CVSCRT.2
058200                  UNTIL WS-SUB2 > WS-LEDGER-CT                    CVSCRT.2
058300              IF  WS-FOUND > ZERO                                 CVSCRT.2
058400                  AND WS-G-STATE (WS-FOUND) = "OPEN"              CVSCRT.2
058500                  MOVE "REVOKED" TO WS-NEW-STATE                  CVSCRT.2
058600                  MOVE SPACE TO WS-NEW-REASON                     CVSCRT.2
058700                  STRING "FIXED FAILURE RE-OPENED: "              CVSCRT.2
058800                      DELIMITED BY SIZE                           CVSCRT.2
058900                      WS-I-PGM (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
059000                      " " DELIMITED BY SIZE                       CVSCRT.2
059100                      WS-I-PAR (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
059200                      INTO WS-NEW-REASON                          CVSCRT.2
059300              END-IF                                              CVSCRT.2
059400     END-IF.                                                      CVSCRT.2
059500     IF       WS-I-ID (WS-SUB) = WS-Q-ID (WS-CSUB)                CVSCRT.2
059600              AND WS-I-TYPE (WS-SUB) = "W"                        CVSCRT.2
059700              AND WS-NEW-STATE = "VALID"                          CVSCRT.2
059800              MOVE ZERO TO WS-FOUND                               CVSCRT.2
059900              PERFORM MATCH-ONE-WAIVER                            CVSCRT.2
060000                  VARYING WS-SUB2 FROM 1 BY 1                     CVSCRT.2
060100                  UNTIL WS-SUB2 > WS-WAIVER-CT                    CVSCRT.2
060200              IF  WS-FOUND = ZERO                                 CVSCRT.2
060300                  MOVE "SUSPENDED" TO WS-NEW-STATE                CVSCRT.2
060400                  MOVE SPACE TO WS-NEW-REASON                     CVSCRT.2
060500                  STRING "WAIVER EXPIRED: " DELIMITED BY SIZE     CVSCRT.2
060600                      WS-I-PGM (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
060700                      " " DELIMITED BY SIZE                       CVSCRT.2
060800                      WS-I-PAR (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
060900                      INTO WS-NEW-REASON                          CVSCRT.2
061000              END-IF                                              CVSCRT.2
061100     END-IF.                                                      CVSCRT.2
061200 MATCH-ONE-LEDGER-ENTRY.                                          CVSCRT.2
061300     IF       WS-G-PGM (WS-SUB2) = WS-I-PGM (WS-SUB)              CVSCRT.2
061400              AND WS-G-PAR (WS-SUB2) = WS-I-PAR (WS-SUB)          CVSCRT.2
061500              MOVE WS-SUB2 TO WS-FOUND.                           CVSCRT.2
061600 MATCH-ONE-WAIVER.                                                CVSCRT.2
061700     IF       WS-W-PGM (WS-SUB2) = WS-I-PGM (WS-SUB)              CVSCRT.2
061800              AND WS-W-PAR (WS-SUB2) (1:16) =                     CVSCRT.2
061900                  WS-I-PAR (WS-SUB) (1:16)                        CVSCRT.2
062000              AND WS-W-EXPIRY (WS-SUB2) IS NUMERIC                CVSCRT.2
062100              AND WS-W-EXPIRY (WS-SUB2) NOT < WS-TODAY            CVSCRT.2
062200              MOVE WS-SUB2 TO WS-FOUND.                           CVSCRT.2
062300*                                                                 CVSCRT.2
062400*    THE REGISTER IS REWRITTEN WHOLE, EACH CERTIFICATE FOLLOWED   CVSCRT.2
062500*    BY ITS WAIVERS AND FIXED FAILURES.                           CVSCRT.2
062600*                                                                 CVSCRT.2
062700 REWRITE-CERT-REGISTER.                                           CVSCRT.2
062800     OPEN     OUTPUT CERT-FILE.                                   CVSCRT.2
062900     PERFORM  WRITE-ONE-CERT                                      CVSCRT.2
063000              VARYING WS-CSUB FROM 1 BY 1                         CVSCRT.2
063100              UNTIL WS-CSUB > WS-CERT-CT.                         CVSCRT.2
063200     CLOSE    CERT-FILE.                                          CVSCRT.2
063300 WRITE-ONE-CERT.                                                  CVSCRT.2
063400     MOVE     SPACE TO CERT-REC.                                  CVSCRT.2
063500     STRING   "Q|" DELIMITED BY SIZE                              CVSCRT.2
063600              WS-Q-ID (WS-CSUB) DELIMITED BY SPACE                CVSCRT.2
063700              "|" DELIMITED BY SIZE                               CVSCRT.2
063800              WS-Q-STATE (WS-CSUB) DELIMITED BY SPACE             CVSCRT.2
063900              "|" DELIMITED BY SIZE                               CVSCRT.2
064000              WS-Q-RELEASE (WS-CSUB) DELIMITED BY SPACE           CVSCRT.2
064100              "|" DELIMITED BY SIZE                               CVSCRT.2
064200              WS-Q-PROFILE (WS-CSUB) DELIMITED BY SPACE           CVSCRT.2
064300              "|" DELIMITED BY SIZE                               CVSCRT.2
064400              WS-Q-RUN-ID (WS-CSUB) DELIMITED BY SPACE            CVSCRT.2
064500              "|" DELIMITED BY SIZE                               CVSCRT.2
064600              WS-Q-BUNDLE (WS-CSUB) DELIMITED BY SPACE            CVSCRT.2
064700              "|" DELIMITED BY SIZE                               CVSCRT.2
064800              WS-Q-SEAL (WS-CSUB) DELIMITED BY SPACE              CVSCRT.2
064900              "|" DELIMITED BY SIZE                               CVSCRT.2
065000              WS-Q-ISSUED (WS-CSUB) DELIMITED BY SIZE             CVSCRT.2
065100              "|" DELIMITED BY SIZE                               CVSCRT.2
065200              WS-Q-ISSUER (WS-CSUB) DELIMITED BY SPACE            CVSCRT.2
065300              "|" DELIMITED BY SIZE                               CVSCRT.2
065400              WS-Q-STAMPED (WS-CSUB) DELIMITED BY SIZE            CVSCRT.2
065500              "|" DELIMITED BY SIZE                               CVSCRT.2
065600              WS-Q-REASON (WS-CSUB) DELIMITED BY SIZE             CVSCRT.2
065700              INTO CERT-REC.                                      CVSCRT.2
065800     WRITE    CERT-REC.                                           CVSCRT.2
065900     PERFORM  WRITE-ONE-ITEM                                      CVSCRT.2
066000              VARYING WS-SUB FROM 1 BY 1                          CVSCRT.2
066100              UNTIL WS-SUB > WS-ITEM-CT.                          CVSCRT.2
066200 WRITE-ONE-ITEM.                                                  CVSCRT.2
066300     IF       WS-I-ID (WS-SUB) = WS-Q-ID (WS-CSUB)                CVSCRT.2
066400              MOVE SPACE TO CERT-REC                              CVSCRT.2
066500              STRING WS-I-TYPE (WS-SUB) DELIMITED BY SIZE         CVSCRT.2
066600                  "|" DELIMITED BY SIZE                           CVSCRT.2
066700                  WS-I-ID (WS-SUB) DELIMITED BY SPACE             CVSCRT.2
066800                  "|" DELIMITED BY SIZE                           CVSCRT.2
066900                  WS-I-PGM (WS-SUB) DELIMITED BY SPACE            CVSCRT.2
067000                  "|" DELIMITED BY SIZE                           CVSCRT.2
067100                  WS-I-PAR (WS-SUB) DELIMITED BY SPACE            CVSCRT.2
067200                  "|" DELIMITED BY SIZE                           CVSCRT.2
067300                  WS-I-EXPIRY (WS-SUB) DELIMITED BY SPACE         CVSCRT.2
067400                  INTO CERT-REC                                   CVSCRT.2
067500              WRITE CERT-REC                                      CVSCRT.2
067600     END-IF.                                                      CVSCRT.2
067700*                                                                 CVSCRT.2
067800*    THE PRINTED REGISTER.                                        CVSCRT.2
067900*                                                                 CVSCRT.2
068000 WRITE-CERT-REPORT.                                               CVSCRT.2
068100     OPEN     OUTPUT CERT-RPT-FILE.                               CVSCRT.2
068200     MOVE     SPACE TO CERT-RPT-REC.                              CVSCRT.2
068300     STRING   "QUALIFICATION CERTIFICATE REGISTER -- DATE "       CVSCRT.2
068400                  DELIMITED BY SIZE                               CVSCRT.2
068500              WS-TODAY DELIMITED BY SIZE                          CVSCRT.2
068600              INTO CERT-RPT-REC.                                  CVSCRT.2
068700     WRITE    CERT-RPT-REC.                                       CVSCRT.2
068800     PERFORM  REPORT-ONE-CERT                                     CVSCRT.2
068900              VARYING WS-CSUB FROM 1 BY 1                         CVSCRT.2
069000              UNTIL WS-CSUB > WS-CERT-CT.                         CVSCRT.2
069100     CLOSE    CERT-RPT-FILE.                                      CVSCRT.2
069200     DISPLAY  "CCVSCRT: " WS-VALID-CT " VALID, "                  CVSCRT.2
069300              WS-SUSPENDED-CT " SUSPENDED, "                      CVSCRT.2
069400              WS-REVOKED-CT " REVOKED; "                          CVSCRT.2
069500              WS-CHANGED-CT " SUSPENDED OR REVOKED AND "          CVSCRT.2
069600              WS-REINSTATED-CT " REINSTATED TODAY".               CVSCRT.2
069700     DISPLAY  "CCVSCRT: REGISTER PRINTED TO "                     CVSCRT.2
069800              "qual_certificates.rpt".                            CVSCRT.2
069900 REPORT-ONE-CERT.                                                 CVSCRT.2
070000     EVALUATE WS-Q-STATE (WS-CSUB)                                CVSCRT.2
070100         WHEN "VALID"     ADD 1 TO WS-VALID-CT                    CVSCRT.2
070200         WHEN "SUSPENDED" ADD 1 TO WS-SUSPENDED-CT                CVSCRT.2
070300         WHEN "REVOKED"   ADD 1 TO WS-REVOKED-CT                  CVSCRT.2
070400     END-EVALUATE.                                                CVSCRT.2
070500     MOVE     SPACE TO CERT-RPT-REC.                              CVSCRT.2
070600     WRITE    CERT-RPT-REC.                                       CVSCRT.2
070700     MOVE     SPACE TO CERT-RPT-REC.                              CVSCRT.2
070800     STRING   "CERTIFICATE " DELIMITED BY SIZE                    CVSCRT.2
070900              WS-Q-ID (WS-CSUB) DELIMITED BY SPACE                CVSCRT.2
071000              "  " DELIMITED BY SIZE                              CVSCRT.2
071100              WS-Q-STATE (WS-CSUB) DELIMITED BY SPACE             CVSCRT.2
071200              "  RELEASE " DELIMITED BY SIZE                      CVSCRT.2
071300              WS-Q-RELEASE (WS-CSUB) DELIMITED BY SPACE           CVSCRT.2
071400              "  PROFILE " DELIMITED BY SIZE                      CVSCRT.2
071500              WS-Q-PROFILE (WS-CSUB) DELIMITED BY SPACE           CVSCRT.2
071600              "  RUN " DELIMITED BY SIZE                          CVSCRT.2
071700              WS-Q-RUN-ID (WS-CSUB) DELIMITED BY SPACE            CVSCRT.2
071800              INTO CERT-RPT-REC.                                  CVSCRT.2
071900     WRITE    CERT-RPT-REC.                                       CVSCRT.2
072000     MOVE     SPACE TO CERT-RPT-REC.                              CVSCRT.2
072100     STRING   "  ISSUED " DELIMITED BY SIZE                       CVSCRT.2
072200              WS-Q-ISSUED (WS-CSUB) DELIMITED BY SIZE             CVSCRT.2
072300              " BY " DELIMITED BY SIZE                            CVSCRT.2
072400              WS-Q-ISSUER (WS-CSUB) DELIMITED BY SPACE            CVSCRT.2
072500              "  BUNDLE " DELIMITED BY SIZE                       CVSCRT.2
072600              WS-Q-BUNDLE (WS-CSUB) DELIMITED BY SPACE            CVSCRT.2
072700              "  SEAL " DELIMITED BY SIZE                         CVSCRT.2
072800              WS-Q-SEAL (WS-CSUB) DELIMITED BY SPACE              CVSCRT.2
072900              INTO CERT-RPT-REC.                                  CVSCRT.2
073000     WRITE    CERT-RPT-REC.                                       CVSCRT.2
073100     MOVE     SPACE TO CERT-RPT-REC.                              CVSCRT.2
073200     STRING   "  AS OF " DELIMITED BY SIZE                        CVSCRT.2
073300              WS-Q-STAMPED (WS-CSUB) DELIMITED BY SIZE            CVSCRT.2
073400              ": " DELIMITED BY SIZE                              CVSCRT.2
073500              WS-Q-REASON (WS-CSUB) DELIMITED BY SIZE             CVSCRT.2
073600              INTO CERT-RPT-REC.                                  CVSCRT.2
073700     WRITE    CERT-RPT-REC.                                       CVSCRT.2
073800     PERFORM  REPORT-ONE-ITEM                                     CVSCRT.2
073900              VARYING WS-SUB FROM 1 BY 1                          CVSCRT.2
074000              UNTIL WS-SUB > WS-ITEM-CT.                          CVSCRT.2
074100 REPORT-ONE-ITEM.                                                 CVSCRT.2
074200     IF       WS-I-ID (WS-SUB) = WS-Q-ID (WS-CSUB)                CVSCRT.2
074300              MOVE SPACE TO CERT-RPT-REC                          CVSCRT.2
074400              IF  WS-I-TYPE (WS-SUB) = "W"                        CVSCRT.2
074500                  STRING "    RELIES ON WAIVER " DELIMITED BY SIZECVSCRT.2
074600                      WS-I-PGM (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
074700                      " " DELIMITED BY SIZE                       CVSCRT.2
074800                      WS-I-PAR (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
074900                      " EXPIRING " DELIMITED BY SIZE              CVSCRT.2
075000                      WS-I-EXPIRY (WS-SUB) DELIMITED BY SPACE     CVSCRT.2
075100                      INTO CERT-RPT-REC                           CVSCRT.2
075200              ELSE                                                CVSCRT.2
075300                  STRING "    COUNTS AS FIXED " DELIMITED BY SIZE CVSCRT.2
075400                      WS-I-PGM (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
075500                      " " DELIMITED BY SIZE                       CVSCRT.2
075600                      WS-I-PAR (WS-SUB) DELIMITED BY SPACE        CVSCRT.2
075700                      INTO CERT-RPT-REC                           CVSCRT.2
075800              END-IF                                              CVSCRT.2
075900              WRITE CERT-RPT-REC                                  CVSCRT.2
076000     END-IF.                                                      CVSCRT.2
076100 LOAD-WAIVERS.                                                    CVSCRT.2
076200     OPEN     INPUT WAIVER-CTL-FILE.                              CVSCRT.2
076300     IF       WS-WC-FSTATUS NOT = "00"                            CVSCRT.2
076400              GO TO LOAD-WAIVERS-EX.                              CVSCRT.2
076500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCRT.2
076600     PERFORM  READ-WAIVER-LINE.                                   CVSCRT.2
076700     PERFORM  STORE-WAIVER-LINE                                   CVSCRT.2
076800              UNTIL WS-EOF-SWITCH = "Y".                          CVSCRT.2
076900     CLOSE    WAIVER-CTL-FILE.                                    CVSCRT.2
077000 LOAD-WAIVERS-EX.                                                 CVSCRT.2
077100     EXIT.                                                        CVSCRT.2
077200 READ-WAIVER-LINE.                                                CVSCRT.2
077300     READ     WAIVER-CTL-FILE                                     CVSCRT.2
077400              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCRT.2
077500 STORE-WAIVER-LINE.                                               CVSCRT.2
077600     IF       WAIVER-CTL-REC NOT = SPACE                          CVSCRT.2
077700              AND WS-WAIVER-CT < 100                              CVSCRT.2
077800              ADD 1 TO WS-WAIVER-CT                               CVSCRT.2
077900              MOVE SPACE TO WS-FIELD-TABLE                        CVSCRT.2
078000              UNSTRING WAIVER-CTL-REC DELIMITED BY ","            CVSCRT.2
078100                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSCRT.2
078200              MOVE WS-FIELD (1) TO WS-W-PGM (WS-WAIVER-CT)        CVSCRT.2
078300              MOVE WS-FIELD (2) TO WS-W-PAR (WS-WAIVER-CT)        CVSCRT.2
078400              MOVE WS-FIELD (3) TO WS-W-EXPIRY (WS-WAIVER-CT)     CVSCRT.2
078500     END-IF.                                                      CVSCRT.2
078600     PERFORM  READ-WAIVER-LINE.                                   CVSCRT.2
078700 LOAD-FAILURE-LEDGER.                                             CVSCRT.2
078800     OPEN     INPUT LEDGER-FILE.                                  CVSCRT.2
078900     IF       WS-LF-FSTATUS NOT = "00"                            CVSCRT.2
079000              GO TO LOAD-FAILURE-LEDGER-EX.                       CVSCRT.2
079100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCRT.2
079200     PERFORM  READ-LEDGER-LINE.                                   CVSCRT.2
079300     PERFORM  STORE-LEDGER-LINE                                   CVSCRT.2
079400              UNTIL WS-EOF-SWITCH = "Y".                          CVSCRT.2
079500     CLOSE    LEDGER-FILE.                                        CVSCRT.2
079600 LOAD-FAILURE-LEDGER-EX.                                          CVSCRT.2
079700     EXIT.                                                        CVSCRT.2
079800 READ-LEDGER-LINE.                                                CVSCRT.2
079900     READ     LEDGER-FILE                                         CVSCRT.2
080000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCRT.2
080100 STORE-LEDGER-LINE.                                               CVSCRT.2
080200     IF       LEDGER-REC NOT = SPACE                              CVSCRT.2
080300              AND LEDGER-REC (1:6) NOT = "PGM-ID"                 CVSCRT.2
080400              AND WS-LEDGER-CT < 800                              CVSCRT.2
080500              ADD 1 TO WS-LEDGER-CT                               CVSCRT.2
080600              MOVE SPACE TO WS-FIELD-TABLE                        CVSCRT.2
080700              UNSTRING LEDGER-REC DELIMITED BY ","                CVSCRT.2
080800                  INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)     CVSCRT.2
080900              MOVE WS-FIELD (1) TO WS-G-PGM (WS-LEDGER-CT)        CVSCRT.2
081000              MOVE WS-FIELD (2) TO WS-G-PAR (WS-LEDGER-CT)        CVSCRT.2
081100              MOVE WS-FIELD (3) TO WS-G-STATE (WS-LEDGER-CT)      CVSCRT.2
081200     END-IF.                                                      CVSCRT.2
081300     PERFORM  READ-LEDGER-LINE.                                   CVSCRT.2
081400 LOAD-RUN-FAILURES.                                               CVSCRT.2
081500     MOVE     "N" TO WS-RESULTS-SW.                               CVSCRT.2
081600     OPEN     INPUT CSV-RESULTS-FILE.                             CVSCRT.2
081700     IF       WS-RS-FSTATUS NOT = "00"                            CVSCRT.2
081800              GO TO LOAD-RUN-FAILURES-EX.                         CVSCRT.2
081900     MOVE     "Y" TO WS-RESULTS-SW.                               CVSCRT.2
082000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCRT.2
082100     PERFORM  READ-RESULTS-LINE.                                  CVSCRT.2
082200     PERFORM  STORE-RUN-FAILURE                                   CVSCRT.2
082300              UNTIL WS-EOF-SWITCH = "Y".                          CVSCRT.2
082400     CLOSE    CSV-RESULTS-FILE.                                   CVSCRT.2
082500 LOAD-RUN-FAILURES-EX.                                            CVSCRT.2
082600     EXIT.                                                        CVSCRT.2
082700 READ-RESULTS-LINE.                                               CVSCRT.2
082800     READ     CSV-RESULTS-FILE INTO WS-WORK-REC                   CVSCRT.2
082900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCRT.2
083000 STORE-RUN-FAILURE.                                               CVSCRT.2
083100     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSCRT.2
083200     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSCRT.2
083300              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSCRT.2
083400                   WS-FIELD (4) WS-FIELD (5).                     CVSCRT.2
083500     MOVE     WS-FIELD (1) TO WS-RES-PGM.                         CVSCRT.2
083600     MOVE     WS-FIELD (4) TO WS-RES-PAR.                         CVSCRT.2
083700     IF       WS-RES-PGM NOT = "PGM-ID"                           CVSCRT.2
083800              AND WS-FIELD (5) (1:5) = "FAIL*"                    CVSCRT.2
083900              AND WS-FAILED-CT < 800                              CVSCRT.2
084000              ADD 1 TO WS-FAILED-CT                               CVSCRT.2
084100              MOVE WS-RES-PGM TO WS-X-PGM (WS-FAILED-CT)          CVSCRT.2
084200              MOVE WS-RES-PAR TO WS-X-PAR (WS-FAILED-CT).         CVSCRT.2
084300     PERFORM  READ-RESULTS-LINE.                                  CVSCRT.2
