000100 IDENTIFICATION DIVISION.                                         CVSSOD.2
000200 PROGRAM-ID.                                                      CVSSOD.2
000300         CCVSSOD.                                                 CVSSOD.2
000400*        THIS PROGRAM FORMS PART OF THE COBOL COMPILER VALIDATION CVSSOD.2
000500*        SYSTEM (CCVS).  IT IS THE SHARED SEPARATION-OF-DUTIES    CVSSOD.2
000600*        CHECK.  THE SAME OPERATOR ID COULD REQUEST A RUN,        CVSSOD.2
000700*        APPROVE IT, WAIVE THE FAILURES IT PRODUCED AND SIGN IT   CVSSOD.2
000800*        OFF; THE AUDITORS FLAGGED THAT AS A CONTROL WEAKNESS.    CVSSOD.2
000900*        EVERY OPERATOR'S ROLES NOW LIVE IN                       CVSSOD.2
001000*                                                                 CVSSOD.2
001100*            operator_authority.dat                               CVSSOD.2
001200*            OPERATOR-ID,ROLE LETTERS      (* IN COLUMN 1 = NOTE) CVSSOD.2
001300*                                                                 CVSSOD.2
001400*                R  REQUESTER          A  APPROVER                CVSSOD.2
001500*                W  WAIVER AUTHOR      M  DECK MAINTAINER         CVSSOD.2
001600*                S  SIGNER                                        CVSSOD.2
001700*                                                                 CVSSOD.2
001800*        AND CCVSAPV, CCVSWVR, CCVSMNT AND THE CCVSDRV SIGN-OFF   CVSSOD.2
001900*        STEP CALL HERE BEFORE ACTING.  FUNCTIONS:                CVSSOD.2
002000*                                                                 CVSSOD.2
002100*            R  DOES SOD-OPERATOR HOLD ROLE SOD-ROLE,             CVSSOD.2
002200*            W  IS SOD-OPERATOR THE AUTHOR OF NO WAIVER IN        CVSSOD.2
002300*               FORCE TODAY (waivers.dat FIFTH FIELD),            CVSSOD.2
002400*            J  JOURNAL THE CALLER'S OWN REFUSAL IN SOD-DETAIL.   CVSSOD.2
002500*                                                                 CVSSOD.2
002600*        SOD-RESULT COMES BACK "Y" (ALLOWED), "N" (REFUSED) OR    CVSSOD.2
002700*        "U" (NO AUTHORITY FILE -- NOT ENFORCED, AS BEFORE).      CVSSOD.2
002800*        EVERY REFUSAL IS JOURNALED AS A SOD RECORD THROUGH       CVSSOD.2
002900*        CCVSAUD MODE R, AND SOD-DETAIL CARRIES ITS TEXT BACK.    CVSSOD.2
003000 ENVIRONMENT DIVISION.                                            CVSSOD.2
003100 CONFIGURATION SECTION.                                           CVSSOD.2
003200     SOURCE-COMPUTER.                                             CVSSOD.2
003300     COPY CCVSTRG.                                                CVSSOD.2
003400     OBJECT-COMPUTER.                                             CVSSOD.2
003500     COPY CCVSTRG.                                                CVSSOD.2
003600 INPUT-OUTPUT SECTION.                                            CVSSOD.2
003700 FILE-CONTROL.                                                    CVSSOD.2
003800     SELECT   AUTHORITY-FILE ASSIGN TO                            CVSSOD.2
003900     "operator_authority.dat"                                     CVSSOD.2
004000     ORGANIZATION LINE SEQUENTIAL                                 CVSSOD.2
004100     FILE STATUS IS WS-AU-FSTATUS.                                CVSSOD.2
004200     SELECT   WAIVER-CTL-FILE ASSIGN TO                           CVSSOD.2
004300     "waivers.dat"                                                CVSSOD.2
004400     ORGANIZATION LINE SEQUENTIAL                                 CVSSOD.2
004500     FILE STATUS IS WS-WC-FSTATUS.                                CVSSOD.2
004600     SELECT   REFUSAL-NOTE-FILE ASSIGN TO                         CVSSOD.2
004700     "sod_refusal.tmp"                                            CVSSOD.2
004800     ORGANIZATION LINE SEQUENTIAL                                 CVSSOD.2
004900     FILE STATUS IS WS-RN-FSTATUS.                                CVSSOD.2
005000 DATA DIVISION.                                                   CVSSOD.2
005100 FILE SECTION.                                                    CVSSOD.2
005200 FD  AUTHORITY-FILE.                                              CVSSOD.2
005300 01  AUTHORITY-REC PIC X(80).                                     CVSSOD.2
005400 FD  WAIVER-CTL-FILE.                                             CVSSOD.2
005500 01  WAIVER-CTL-REC PIC X(120).                                   CVSSOD.2
005600 FD  REFUSAL-NOTE-FILE.                                           CVSSOD.2
005700 01  REFUSAL-NOTE-REC PIC X(90).                                  CVSSOD.2
005800 WORKING-STORAGE SECTION.                                         CVSSOD.2
005900 77  WS-AU-FSTATUS  PIC XX VALUE SPACE.                           CVSSOD.2
006000 77  WS-WC-FSTATUS  PIC XX VALUE SPACE.                           CVSSOD.2
006100 77  WS-RN-FSTATUS  PIC XX VALUE SPACE.                           CVSSOD.2
006200 77  WS-EOF-SWITCH  PIC X  VALUE "N".                             CVSSOD.2
006300 77  WS-FOUND-SW    PIC X  VALUE "N".                             CVSSOD.2
006400 77  WS-ROLE-CT     PIC 9(2) COMP VALUE ZERO.                     CVSSOD.2
006500 77  WS-WAIVER-CT   PIC 9(3) COMP VALUE ZERO.                     CVSSOD.2
006600 01  WS-SOD-DATE    PIC 9(8) VALUE ZERO.                          CVSSOD.2
006700 01  WS-ROLE-NAME   PIC X(18) VALUE SPACE.                        CVSSOD.2
006800 01  WS-ROLES       PIC X(20) VALUE SPACE.                        CVSSOD.2
006900 01  WS-SYS-CMD     PIC X(60) VALUE SPACE.                        CVSSOD.2
007000 01  WS-FIELD-TABLE.                                              CVSSOD.2
007100     02  WS-FIELD   PIC X(60) OCCURS 5 TIMES.                     CVSSOD.2
007200 LINKAGE SECTION.                                                 CVSSOD.2
007300 01  SOD-FUNCTION   PIC X.                                        CVSSOD.2
007400 01  SOD-OPERATOR   PIC X(16).                                    CVSSOD.2
007500 01  SOD-ROLE       PIC X.                                        CVSSOD.2
007600 01  SOD-CALLER     PIC X(8).                                     CVSSOD.2
007700 01  SOD-RESULT     PIC X.                                        CVSSOD.2
007800 01  SOD-DETAIL     PIC X(70).                                    CVSSOD.2
007900 PROCEDURE DIVISION USING SOD-FUNCTION SOD-OPERATOR               CVSSOD.2
008000         SOD-ROLE SOD-CALLER SOD-RESULT SOD-DETAIL.               CVSSOD.2
008100 SECT-CCVSSOD-001 SECTION.                                        CVSSOD.2
008200 SOD-CHECK-001.                                                   CVSSOD.2
008300     IF       SOD-FUNCTION = "J"                                  CVSSOD.2
008400              MOVE "N" TO SOD-RESULT                              CVSSOD.2
008500              PERFORM JOURNAL-REFUSAL                             CVSSOD.2
008600              GO TO SOD-EXIT-001.                                 CVSSOD.2
008700     MOVE     "U" TO SOD-RESULT.                                  CVSSOD.2
008800     MOVE     SPACE TO WS-ROLES.                                  CVSSOD.2
008900     MOVE     "N" TO WS-FOUND-SW.                                 CVSSOD.2
009000     OPEN     INPUT AUTHORITY-FILE.                               CVSSOD.2
009100     IF       WS-AU-FSTATUS NOT = "00"                            CVSSOD.2
009200              GO TO SOD-EXIT-001.                                 CVSSOD.2
009300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSSOD.2
009400     PERFORM  READ-AUTHORITY-LINE.                                CVSSOD.2
009500     PERFORM  MATCH-AUTHORITY-LINE                                CVSSOD.2
009600              UNTIL WS-EOF-SWITCH = "Y".                          CVSSOD.2
009700     CLOSE    AUTHORITY-FILE.                                     CVSSOD.2
009800     MOVE     "Y" TO SOD-RESULT.                                  CVSSOD.2
009900     IF       SOD-FUNCTION = "W"                                  CVSSOD.2
010000              GO TO SOD-WAIVER-001.                               CVSSOD.2
010100     MOVE     ZERO TO WS-ROLE-CT.                                 CVSSOD.2
010200     IF       SOD-ROLE NOT = SPACE                                CVSSOD.2
010300              INSPECT WS-ROLES TALLYING WS-ROLE-CT                CVSSOD.2
010400                  FOR ALL SOD-ROLE.                               CVSSOD.2
010500     IF       WS-ROLE-CT > ZERO                                   CVSSOD.2
010600              GO TO SOD-EXIT-001.                                 CVSSOD.2
010700     PERFORM  NAME-THE-ROLE.                                      CVSSOD.2
010800     MOVE     SPACE TO SOD-DETAIL.                                CVSSOD.2
010900     STRING   SOD-CALLER DELIMITED BY SPACE                       CVSSOD.2
011000              ": " DELIMITED BY SIZE                              CVSSOD.2
011100              SOD-OPERATOR DELIMITED BY SPACE                     CVSSOD.2
011200              " HOLDS NO " DELIMITED BY SIZE                      CVSSOD.2
011300              WS-ROLE-NAME DELIMITED BY "  "                      CVSSOD.2
011400              " AUTHORITY" DELIMITED BY SIZE                      CVSSOD.2
011500              INTO SOD-DETAIL.                                    CVSSOD.2
011600     IF       WS-FOUND-SW = "N"                                   CVSSOD.2
011700              MOVE SPACE TO SOD-DETAIL                            CVSSOD.2
011800              STRING SOD-CALLER DELIMITED BY SPACE                CVSSOD.2
011900                  ": " DELIMITED BY SIZE                          CVSSOD.2
012000                  SOD-OPERATOR DELIMITED BY SPACE                 CVSSOD.2
012100                  " NOT IN operator_authority.dat"                CVSSOD.2
012200                  DELIMITED BY SIZE                               CVSSOD.2
012300                  INTO SOD-DETAIL.                                CVSSOD.2
012400     MOVE     "N" TO SOD-RESULT.                                  CVSSOD.2
012500     PERFORM  JOURNAL-REFUSAL.                                    CVSSOD.2
012600     GO TO    SOD-EXIT-001.                                       CVSSOD.2
012700*                                                                 CVSSOD.2
012800*        AN UNEXPIRED WAIVER NAMING THE OPERATOR AS ITS AUTHOR    CVSSOD.2
012900*        BARS THAT OPERATOR FROM SIGNING THE RUN OFF.             CVSSOD.2
013000*                                                                 CVSSOD.2
013100 SOD-WAIVER-001.                                                  CVSSOD.2
013200     ACCEPT   WS-SOD-DATE FROM DATE YYYYMMDD.                     CVSSOD.2
013300     MOVE     ZERO TO WS-WAIVER-CT.                               CVSSOD.2
013400     OPEN     INPUT WAIVER-CTL-FILE.                              CVSSOD.2
013500     IF       WS-WC-FSTATUS NOT = "00"                            CVSSOD.2
013600              GO TO SOD-EXIT-001.                                 CVSSOD.2
013700     MOVE     "N" TO WS-EOF-SWITCH.                               CVSSOD.2
013800     PERFORM  READ-WAIVER-LINE.                                   CVSSOD.2
013900     PERFORM  MATCH-WAIVER-AUTHOR                                 CVSSOD.2
014000              UNTIL WS-EOF-SWITCH = "Y".                          CVSSOD.2
014100     CLOSE    WAIVER-CTL-FILE.                                    CVSSOD.2
014200     IF       WS-WAIVER-CT = ZERO                                 CVSSOD.2
014300              GO TO SOD-EXIT-001.                                 CVSSOD.2
014400     MOVE     SPACE TO SOD-DETAIL.                                CVSSOD.2
014500     STRING   SOD-CALLER DELIMITED BY SPACE                       CVSSOD.2
014600              ": " DELIMITED BY SIZE                              CVSSOD.2
014700              SOD-OPERATOR DELIMITED BY SPACE                     CVSSOD.2
014800              " AUTHORED A WAIVER IN FORCE FOR THIS RUN"          CVSSOD.2
014900              DELIMITED BY SIZE                                   CVSSOD.2
015000              INTO SOD-DETAIL.                                    CVSSOD.2
015100     MOVE     "N" TO SOD-RESULT.                                  CVSSOD.2
015200     PERFORM  JOURNAL-REFUSAL.                                    CVSSOD.2
015300 SOD-EXIT-001.                                                    CVSSOD.2
015400     EXIT PROGRAM.                                                CVSSOD.2
015500 READ-AUTHORITY-LINE.                                             CVSSOD.2
015600     READ     AUTHORITY-FILE                                      CVSSOD.2
015700              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSSOD.2
015800 MATCH-AUTHORITY-LINE.                                            CVSSOD.2
015900     IF       AUTHORITY-REC (1:1) NOT = "*"                       CVSSOD.2
016000              MOVE SPACES TO WS-FIELD-TABLE                       CVSSOD.2
016100              UNSTRING AUTHORITY-REC DELIMITED BY ","             CVSSOD.2
016200                  INTO WS-FIELD (1) WS-FIELD (2)                  CVSSOD.2
016300              IF  WS-FIELD (1) (1:16) = SOD-OPERATOR              CVSSOD.2
016400                  AND SOD-OPERATOR NOT = SPACE                    CVSSOD.2
016500                  MOVE "Y" TO WS-FOUND-SW                         CVSSOD.2
016600                  MOVE WS-FIELD (2) TO WS-ROLES                   CVSSOD.2
016700              END-IF                                              CVSSOD.2
016800     END-IF.                                                      CVSSOD.2
016900     PERFORM  READ-AUTHORITY-LINE.                                CVSSOD.2
017000 READ-WAIVER-LINE.                                                CVSSOD.2
017100     READ     WAIVER-CTL-FILE                                     CVSSOD.2
017200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSSOD.2
017300 MATCH-WAIVER-AUTHOR.                                             CVSSOD.2
017400     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSSOD.2
017500     UNSTRING WAIVER-CTL-REC DELIMITED BY ","                     CVSSOD.2
017600              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSSOD.2
017700                   WS-FIELD (4) WS-FIELD (5).                     CVSSOD.2
017800     IF       WS-FIELD (5) (1:16) = SOD-OPERATOR                  CVSSOD.2
017900              AND SOD-OPERATOR NOT = SPACE                        CVSSOD.2
018000              AND WS-FIELD (3) (1:8) IS NUMERIC                   CVSSOD.2
018100              AND WS-FIELD (3) (1:8) NOT < WS-SOD-DATE            CVSSOD.2
018200              ADD 1 TO WS-WAIVER-CT.                              CVSSOD.2
018300     PERFORM  READ-WAIVER-LINE.                                   CVSSOD.2
018400 NAME-THE-ROLE.                                                   CVSSOD.2
018500     EVALUATE SOD-ROLE                                            CVSSOD.2
018600         WHEN "R" MOVE "REQUESTER" TO WS-ROLE-NAME                CVSSOD.2
018700         WHEN "A" MOVE "APPROVER" TO WS-ROLE-NAME                 CVSSOD.2
018800         WHEN "W" MOVE "WAIVER AUTHOR" TO WS-ROLE-NAME            CVSSOD.2
018900         WHEN "M" MOVE "DECK MAINTAINER" TO WS-ROLE-NAME          CVSSOD.2
019000         WHEN "S" MOVE "SIGNER" TO WS-ROLE-NAME                   CVSSOD.2
019100         WHEN OTHER MOVE "SUCH" TO WS-ROLE-NAME                   CVSSOD.2
019200     END-EVALUATE.                                                CVSSOD.2
019300*                                                                 CVSSOD.2
019400*        THE REFUSAL TEXT IS HANDED TO THE JOURNAL THROUGH A      CVSSOD.2
019500*        SCRATCH FILE SO CCVSAUD KEEPS SOLE CHARGE OF THE CHAIN.  CVSSOD.2
019600*                                                                 CVSSOD.2
019700 JOURNAL-REFUSAL.                                                 CVSSOD.2
019800     DISPLAY  "*** REFUSED -- " SOD-DETAIL.                       CVSSOD.2
019900     OPEN     OUTPUT REFUSAL-NOTE-FILE.                           CVSSOD.2
020000     MOVE     "R" TO REFUSAL-NOTE-REC.                            CVSSOD.2
020100     WRITE    REFUSAL-NOTE-REC.                                   CVSSOD.2
020200     MOVE     SOD-DETAIL TO REFUSAL-NOTE-REC.                     CVSSOD.2
020300     WRITE    REFUSAL-NOTE-REC.                                   CVSSOD.2
020400     CLOSE    REFUSAL-NOTE-FILE.                                  CVSSOD.2
020500     MOVE     "./CCVSAUD <sod_refusal.tmp >/dev/null"             CVSSOD.2
020600              TO WS-SYS-CMD.                                      CVSSOD.2
020700     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSSOD.2
