001100*    RED EXIT STATUS.  THIS PROGRAM READS "waivers.dat",       *  CVSWVR.2
001200*    ONE WAIVER PER LINE:                                      *  CVSWVR.2
001300*                                                              *  CVSWVR.2
001400*        PGM-ID,PAR-NAME,EXPIRY-CCYYMMDD,REASON TEXT,AUTHOR    *  CVSWVR.2
001500*                                                              *  CVSWVR.2
001600*    AND JUDGES THE RUN'S results.csv AGAINST IT:              *  CVSWVR.2
001700*                                                              *  CVSWVR.2
002200*        16),                                                  *  CVSWVR.2
002300*      - A WAIVER PAST ITS EXPIRY DATE, OR MATCHING NO ROW     *  CVSWVR.2
002400*        AT ALL, IS FLAGGED IN ITS OWN SECTION SO DEAD         *  CVSWVR.2
002500*        WAIVERS CANNOT QUIETLY PILE UP,                       *  CVSWVR.2
002510*      - ONCE operator_authority.dat EXISTS, A WAIVER WHOSE    *  CVSWVR.2
002520*        AUTHOR DOES NOT HOLD THE WAIVER-AUTHOR ROLE (W) IS    *  CVSWVR.2
002530*        NOT HONORED; IT IS LISTED AS UNAUTHORIZED AND THE     *  CVSWVR.2
002540*        REFUSAL JOURNALED.  SEE CCVSSOD.                      *  CVSWVR.2
002600*                                                              *  CVSWVR.2
002700****************************************************************  CVSWVR.2
002800 ENVIRONMENT DIVISION.                                            CVSWVR.2
006300 77  WS-NEW-FAIL-CT     PIC 9(4) VALUE ZERO.                      CVSWVR.2
006400 77  WS-EXPIRED-CT      PIC 9(3) VALUE ZERO.                      CVSWVR.2
006500 77  WS-UNMATCHED-CT    PIC 9(3) VALUE ZERO.                      CVSWVR.2
006510 77  WS-UNAUTH-CT       PIC 9(3) VALUE ZERO.                      CVSWVR.2
006600 77  WS-MATCHED-SW      PIC X VALUE "N".                          CVSWVR.2
006700 01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.                      CVSWVR.2
006800 01  WS-WORK-REC        PIC X(200).                               CVSWVR.2
006900 01  WS-FIELD-TABLE.                                              CVSWVR.2
007000     02  WS-FIELD       PIC X(24) OCCURS 9 TIMES.                 CVSWVR.2
007100 01  WS-REASON-FIELD    PIC X(60) VALUE SPACE.                    CVSWVR.2
007110 01  WS-AUTHOR-FIELD    PIC X(16) VALUE SPACE.                    CVSWVR.2
007200 01  WS-WAIVER-TABLE.                                             CVSWVR.2
007300     02  WS-ENTRY OCCURS 100 TIMES.                               CVSWVR.2
007400         03  WS-PGM         PIC X(10).                            CVSWVR.2
007700         03  WS-REASON      PIC X(60).                            CVSWVR.2
007800         03  WS-USED        PIC X.                                CVSWVR.2
007900         03  WS-EXPIRED     PIC X.                                CVSWVR.2
007910         03  WS-AUTHOR      PIC X(16).                            CVSWVR.2
007920         03  WS-AUTHORIZED  PIC X.                                CVSWVR.2
008000 01  WS-FAIL-PGM        PIC X(10) VALUE SPACE.                    CVSWVR.2
008100 01  WS-FAIL-PAR        PIC X(24) VALUE SPACE.                    CVSWVR.2
008110 01  WS-SOD-FUNCTION    PIC X VALUE "R".                          CVSWVR.2
008120 01  WS-SOD-OPERATOR    PIC X(16) VALUE SPACE.                    CVSWVR.2
008130 01  WS-SOD-ROLE        PIC X VALUE "W".                          CVSWVR.2
008140 01  WS-SOD-CALLER      PIC X(8) VALUE "CCVSWVR".                 CVSWVR.2
008150 01  WS-SOD-RESULT      PIC X VALUE SPACE.                        CVSWVR.2
008160 01  WS-SOD-DETAIL      PIC X(70) VALUE SPACE.                    CVSWVR.2
008200 PROCEDURE DIVISION.                                              CVSWVR.2
008300 CCVSWVR-MAIN SECTION.                                            CVSWVR.2
008400 CCVSWVR-START.                                                   CVSWVR.2
010200     DISPLAY  "CCVSWVR: WAIVED " WS-WAIVED-CT                     CVSWVR.2
010300              ", NEW FAILURES " WS-NEW-FAIL-CT                    CVSWVR.2
010400              ", EXPIRED WAIVERS " WS-EXPIRED-CT                  CVSWVR.2
010500              ", UNMATCHED WAIVERS " WS-UNMATCHED-CT              CVSWVR.2
010510              ", UNAUTHORIZED WAIVERS " WS-UNAUTH-CT.             CVSWVR.2
010600     IF       WS-NEW-FAIL-CT > ZERO                               CVSWVR.2
010700              MOVE 16 TO RETURN-CODE                              CVSWVR.2
010800     ELSE                                                         CVSWVR.2
012700              AND WS-COUNT < 100                                  CVSWVR.2
012800              ADD 1 TO WS-COUNT                                   CVSWVR.2
012900              MOVE SPACE TO WS-FIELD-TABLE                        CVSWVR.2
013000                  WS-REASON-FIELD WS-AUTHOR-FIELD                 CVSWVR.2
013100              UNSTRING WAIVER-CTL-REC DELIMITED BY ","            CVSWVR.2
013200                  INTO WS-FIELD (1) WS-FIELD (2)                  CVSWVR.2
013300                       WS-FIELD (3) WS-REASON-FIELD               CVSWVR.2
013310                       WS-AUTHOR-FIELD                            CVSWVR.2
013400              MOVE WS-FIELD (1) TO WS-PGM (WS-COUNT)              CVSWVR.2
013500              MOVE WS-FIELD (2) TO WS-PAR (WS-COUNT)              CVSWVR.2
013600              MOVE ZERO TO WS-EXPIRY (WS-COUNT)                   CVSWVR.2
014500              IF  WS-EXPIRY (WS-COUNT) < WS-RUN-DATE              CVSWVR.2
014600                  MOVE "Y" TO WS-EXPIRED (WS-COUNT)               CVSWVR.2
014700              END-IF                                              CVSWVR.2
014710              MOVE WS-AUTHOR-FIELD TO WS-AUTHOR (WS-COUNT)        CVSWVR.2
014720              PERFORM CHECK-WAIVER-AUTHOR                         CVSWVR.2
014800     END-IF.                                                      CVSWVR.2
014900     PERFORM  READ-WAIVER-LINE.                                   CVSWVR.2
014910 CHECK-WAIVER-AUTHOR.                                             CVSWVR.2
014915     MOVE     WS-AUTHOR-FIELD TO WS-SOD-OPERATOR.                 CVSWVR.2
014920     IF       WS-SOD-OPERATOR = SPACE                             CVSWVR.2
014925              MOVE "(UNNAMED)" TO WS-SOD-OPERATOR.                CVSWVR.2
014930     CALL     "CCVSSOD" USING WS-SOD-FUNCTION WS-SOD-OPERATOR     CVSWVR.2
014935              WS-SOD-ROLE WS-SOD-CALLER WS-SOD-RESULT             CVSWVR.2
014940              WS-SOD-DETAIL.                                      CVSWVR.2
014945     IF       WS-SOD-RESULT = "N"                                 CVSWVR.2
014950              MOVE "N" TO WS-AUTHORIZED (WS-COUNT)                CVSWVR.2
014955     ELSE                                                         CVSWVR.2
014960              MOVE "Y" TO WS-AUTHORIZED (WS-COUNT).               CVSWVR.2
015000 READ-RESULTS-LINE.                                               CVSWVR.2
015100     READ     CSV-RESULTS-FILE INTO WS-WORK-REC                   CVSWVR.2
015200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSWVR.2
017900              AND WS-PAR (WS-SUB) (1:16) =                        CVSWVR.2
018000                  WS-FAIL-PAR (1:16)                              CVSWVR.2
018100              AND WS-EXPIRED (WS-SUB) = "N"                       CVSWVR.2
018110              AND WS-AUTHORIZED (WS-SUB) = "Y"                    CVSWVR.2
018200              MOVE "Y" TO WS-MATCHED-SW                           CVSWVR.2
018300              MOVE "Y" TO WS-USED (WS-SUB)                        CVSWVR.2
018400              MOVE SPACE TO WAIVER-RPT-REC                        CVSWVR.2
019800              VARYING WS-SUB FROM 1 BY 1                          CVSWVR.2
019900              UNTIL WS-SUB > WS-COUNT.                            CVSWVR.2
020000 REPORT-ONE-WAIVER.                                               CVSWVR.2
020010     IF       WS-AUTHORIZED (WS-SUB) = "N"                        CVSWVR.2
020015              ADD 1 TO WS-UNAUTH-CT                               CVSWVR.2
020020              MOVE SPACE TO WAIVER-RPT-REC                        CVSWVR.2
020025              STRING "  UNAUTHORIZED: " DELIMITED BY SIZE         CVSWVR.2
020030                  WS-PGM (WS-SUB) DELIMITED BY SPACE              CVSWVR.2
020035                  " " DELIMITED BY SIZE                           CVSWVR.2
020040                  WS-PAR (WS-SUB) DELIMITED BY SPACE              CVSWVR.2
020045                  " BY " DELIMITED BY SIZE                        CVSWVR.2
020050                  WS-AUTHOR (WS-SUB) DELIMITED BY SIZE            CVSWVR.2
020055                  INTO WAIVER-RPT-REC                             CVSWVR.2
020060              WRITE WAIVER-RPT-REC                                CVSWVR.2
020065     END-IF.                                                      CVSWVR.2
020100     IF       WS-EXPIRED (WS-SUB) = "Y"                           CVSWVR.2
020200              ADD 1 TO WS-EXPIRED-CT                              CVSWVR.2
020300              MOVE SPACE TO WAIVER-RPT-REC                        CVSWVR.2
020900              WRITE WAIVER-RPT-REC                                CVSWVR.2
021000     ELSE                                                         CVSWVR.2
021100              IF  WS-USED (WS-SUB) = "N"                          CVSWVR.2
021110                  AND WS-AUTHORIZED (WS-SUB) = "Y"                CVSWVR.2
021200                  ADD 1 TO WS-UNMATCHED-CT                        CVSWVR.2
021300                  MOVE SPACE TO WAIVER-RPT-REC                    CVSWVR.2
021400                  STRING "  UNMATCHED: " DELIMITED BY SIZE        CVSWVR.2
