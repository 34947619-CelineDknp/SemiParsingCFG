002400*           STAMP NAMES REQUESTER, APPROVER, BUILD AND SCOPE;  *  CVSAPV.2
002500*           WITHOUT ONE THE RUN STILL EXECUTES BUT EVERY       *  CVSAPV.2
002600*           OUTPUT IS WATERMARKED UNOFFICIAL.                  *  CVSAPV.2
002610*                                                              *  CVSAPV.2
002620*    SEPARATION OF DUTIES: AN APPROVAL IS REFUSED (AND THE     *  CVSAPV.2
002630*    REFUSAL JOURNALED) WHEN THE REQUESTER AND APPROVER ARE    *  CVSAPV.2
002640*    THE SAME PERSON OR THE REQUESTER IS THE ONE KEYING IT IN, *  CVSAPV.2
002650*    AND -- ONCE operator_authority.dat EXISTS -- WHEN THE     *  CVSAPV.2
002660*    REQUESTER LACKS ROLE R OR THE APPROVER LACKS ROLE A.  A   *  CVSAPV.2
002670*    SELF-APPROVED RECORD FOUND AT VERIFY IS STAMPED           *  CVSAPV.2
002680*    UNOFFICIAL.  SEE CCVSSOD.                                 *  CVSAPV.2
002700*                                                              *  CVSAPV.2
002800****************************************************************  CVSAPV.2
002900 ENVIRONMENT DIVISION.                                            CVSAPV.2
005600 01  WS-APPROVER    PIC X(16) VALUE SPACE.                        CVSAPV.2
005700 01  WS-BUILD-ID    PIC X(16) VALUE SPACE.                        CVSAPV.2
005800 01  WS-SCOPE       PIC X(20) VALUE SPACE.                        CVSAPV.2
005810 01  WS-OPERATOR    PIC X(16) VALUE SPACE.                        CVSAPV.2
005820 01  WS-SOD-FUNCTION PIC X VALUE SPACE.                           CVSAPV.2
005830 01  WS-SOD-OPERATOR PIC X(16) VALUE SPACE.                       CVSAPV.2
005840 01  WS-SOD-ROLE    PIC X  VALUE SPACE.                           CVSAPV.2
005850 01  WS-SOD-CALLER  PIC X(8) VALUE "CCVSAPV".                     CVSAPV.2
005860 01  WS-SOD-RESULT  PIC X  VALUE SPACE.                           CVSAPV.2
005870 01  WS-SOD-DETAIL  PIC X(70) VALUE SPACE.                        CVSAPV.2
005880 01  WS-KPI-CMD     PIC X(60) VALUE SPACE.                        CVSAPV.2
005900 01  WS-WORK-REC    PIC X(100).                                   CVSAPV.2
006000 01  WS-FIELD-TABLE.                                              CVSAPV.2
006100     02  WS-FIELD   PIC X(20) OCCURS 4 TIMES.                     CVSAPV.2
006800         WHEN "A"                                                 CVSAPV.2
006900         WHEN "a"                                                 CVSAPV.2
007000             PERFORM RECORD-APPROVAL                              CVSAPV.2
007010                 THRU RECORD-APPROVAL-EX                          CVSAPV.2
007100         WHEN "V"                                                 CVSAPV.2
007200         WHEN "v"                                                 CVSAPV.2
007300             PERFORM VERIFY-APPROVAL                              CVSAPV.2
008500     ACCEPT   WS-BUILD-ID.                                        CVSAPV.2
008600     DISPLAY  "CCVSAPV: SCOPE (FULL/PARTIAL/LEVEL)?".             CVSAPV.2
008700     ACCEPT   WS-SCOPE.                                           CVSAPV.2
008701     ACCEPT   WS-OPERATOR FROM ENVIRONMENT "USER".                CVSAPV.2
008702     IF       WS-REQUESTER = WS-APPROVER                          CVSAPV.2
008703              OR WS-OPERATOR = WS-REQUESTER                       CVSAPV.2
008704              MOVE SPACE TO WS-SOD-DETAIL                         CVSAPV.2
008705              STRING "CCVSAPV: REQUESTER " DELIMITED BY SIZE      CVSAPV.2
008706                  WS-REQUESTER DELIMITED BY SPACE                 CVSAPV.2
008707                  " MAY NOT APPROVE THE RUN" DELIMITED BY SIZE    CVSAPV.2
008708                  INTO WS-SOD-DETAIL                              CVSAPV.2
008709              MOVE "J" TO WS-SOD-FUNCTION                         CVSAPV.2
008710              PERFORM CALL-SOD-CHECK                              CVSAPV.2
008711              GO TO RECORD-APPROVAL-EX.                           CVSAPV.2
008712     MOVE     "R" TO WS-SOD-FUNCTION.                             CVSAPV.2
008713     MOVE     WS-REQUESTER TO WS-SOD-OPERATOR.                    CVSAPV.2
008714     MOVE     "R" TO WS-SOD-ROLE.                                 CVSAPV.2
008715     PERFORM  CALL-SOD-CHECK.                                     CVSAPV.2
008716     IF       WS-SOD-RESULT = "N"                                 CVSAPV.2
008717              GO TO RECORD-APPROVAL-EX.                           CVSAPV.2
008718     MOVE     WS-APPROVER TO WS-SOD-OPERATOR.                     CVSAPV.2
008719     MOVE     "A" TO WS-SOD-ROLE.                                 CVSAPV.2
008720     PERFORM  CALL-SOD-CHECK.                                     CVSAPV.2
008721     IF       WS-SOD-RESULT = "N"                                 CVSAPV.2
008722              GO TO RECORD-APPROVAL-EX.                           CVSAPV.2
008723     IF       WS-SOD-RESULT = "U"                                 CVSAPV.2
008724              DISPLAY "CCVSAPV: NO operator_authority.dat -- "    CVSAPV.2
008725                  "ROLES NOT ENFORCED".                           CVSAPV.2
008800     OPEN     OUTPUT APPROVAL-FILE.                               CVSAPV.2
008900     MOVE     SPACE TO APPROVAL-REC.                              CVSAPV.2
009000     STRING   WS-REQUESTER DELIMITED BY SPACE                     CVSAPV.2
009800     WRITE    APPROVAL-REC.                                       CVSAPV.2
009900     CLOSE    APPROVAL-FILE.                                      CVSAPV.2
010000     DISPLAY  "CCVSAPV: APPROVAL RECORDED".                       CVSAPV.2
010001*    THE APPROVAL TIME IS THE START OF THE WAIT FOR A WINDOW IN   CVSAPV.2
010002*    THE TURNAROUND KPI (CCVSKPI).                                CVSAPV.2
010003     MOVE     SPACE TO WS-KPI-CMD.                                CVSAPV.2
010004     STRING   "printf 'S\nAPPROVED\n%s\n' '" DELIMITED BY SIZE    CVSAPV.2
010005              WS-BUILD-ID DELIMITED BY SPACE                      CVSAPV.2
010006              "' | ./CCVSKPI" DELIMITED BY SIZE                   CVSAPV.2
010007              INTO WS-KPI-CMD.                                    CVSAPV.2
010008     CALL     "SYSTEM" USING WS-KPI-CMD.                          CVSAPV.2
010009     MOVE     0 TO RETURN-CODE.                                   CVSAPV.2
010010 RECORD-APPROVAL-EX.                                              CVSAPV.2
010020     EXIT.                                                        CVSAPV.2
010100 VERIFY-APPROVAL.                                                 CVSAPV.2
010200     OPEN     INPUT APPROVAL-FILE.                                CVSAPV.2
010300     IF       WS-AP-FSTATUS NOT = "00"                            CVSAPV.2
011300              INTO WS-FIELD (1) WS-FIELD (2)                      CVSAPV.2
011400                   WS-FIELD (3) WS-FIELD (4).                     CVSAPV.2
011500     IF       WS-FIELD (1) = SPACE OR WS-FIELD (2) = SPACE        CVSAPV.2
011510              OR WS-FIELD (1) = WS-FIELD (2)                      CVSAPV.2
011600              PERFORM STAMP-UNOFFICIAL                            CVSAPV.2
011700              GO TO VERIFY-APPROVAL-EX.                           CVSAPV.2
011800     OPEN     OUTPUT STAMP-FILE.                                  CVSAPV.2
014000     CLOSE    STAMP-FILE.                                         CVSAPV.2
014100     DISPLAY  "CCVSAPV: NO APPROVAL ON FILE -- OUTPUTS "          CVSAPV.2
014200              "WATERMARKED UNOFFICIAL".                           CVSAPV.2
014300 CALL-SOD-CHECK.                                                  CVSAPV.2
014400     CALL     "CCVSSOD" USING WS-SOD-FUNCTION WS-SOD-OPERATOR     CVSAPV.2
014500              WS-SOD-ROLE WS-SOD-CALLER WS-SOD-RESULT             CVSAPV.2
014600              WS-SOD-DETAIL.                                      CVSAPV.2
