002300*    AND JOURNALED THROUGH CCVSAUD SO THE OVERRIDE IS ON THE   *  CVSCAL.2
002400*    AUDIT RECORD.  WITH NO CALENDAR DECK PRESENT EVERY        *  CVSCAL.2
002500*    LAUNCH IS ADMITTED -- PURELY ADDITIVE, LIKE driver.dat.   *  CVSCAL.2
002510*                                                              *  CVSCAL.2
002511*    A CLASS PIPED IN WITH A LEADING "?" (E.G. "?SOAK") IS A   *  CVSCAL.2
002512*    PROBE: THE SAME JUDGEMENT IS MADE, BUT A STANDING         *  CVSCAL.2
002513*    OVERRIDE IS ONLY REPORTED, NOT CONSUMED OR JOURNALED --   *  CVSCAL.2
002514*    THE RUN-REQUEST DISPATCHER (CCVSRQQ) ASKS THIS WAY        *  CVSCAL.2
002515*    BEFORE IT LAUNCHES THE DRIVER THAT WILL ASK FOR REAL.     *  CVSCAL.2
002600*                                                              *  CVSCAL.2
002700****************************************************************  CVSCAL.2
002800 ENVIRONMENT DIVISION.                                            CVSCAL.2
005800 77  WS-DOW             PIC 9 VALUE ZERO.                         CVSCAL.2
005900 77  WS-DATE-INT        PIC 9(8) COMP VALUE ZERO.                 CVSCAL.2
006000 01  WS-RUN-CLASS       PIC X(6) VALUE SPACE.                     CVSCAL.2
006010 01  WS-CLASS-ANSWER    PIC X(8) VALUE SPACE.                     CVSCAL.2
006020 01  WS-PROBE-SW        PIC X VALUE "N".                          CVSCAL.2
006100 01  WS-STAMP-DATE      PIC 9(8) VALUE ZERO.                      CVSCAL.2
006200 01  WS-STAMP-TIME      PIC 9(8) VALUE ZERO.                      CVSCAL.2
006300 01  WS-NOW-HHMM        PIC 9(4) VALUE ZERO.                      CVSCAL.2
007300 PROCEDURE DIVISION.                                              CVSCAL.2
007400 CCVSCAL-MAIN SECTION.                                            CVSCAL.2
007500 CCVSCAL-START.                                                   CVSCAL.2
007600     ACCEPT   WS-CLASS-ANSWER.                                    CVSCAL.2
007610     MOVE     WS-CLASS-ANSWER TO WS-RUN-CLASS.                    CVSCAL.2
007620     IF       WS-CLASS-ANSWER (1:1) = "?"                         CVSCAL.2
007630              MOVE "Y" TO WS-PROBE-SW                             CVSCAL.2
007640              MOVE WS-CLASS-ANSWER (2:6) TO WS-RUN-CLASS.         CVSCAL.2
007700     IF       WS-RUN-CLASS = SPACE                                CVSCAL.2
007800              MOVE "FULL" TO WS-RUN-CLASS.                        CVSCAL.2
007900     ACCEPT   WS-STAMP-DATE FROM DATE YYYYMMDD.                   CVSCAL.2
010500                  " LAUNCH ADMITTED"                              CVSCAL.2
010600              MOVE 0 TO RETURN-CODE                               CVSCAL.2
010700              STOP RUN.                                           CVSCAL.2
010710     IF       WS-PROBE-SW = "Y"                                   CVSCAL.2
010720              PERFORM PROBE-STANDING-OVERRIDE                     CVSCAL.2
010730              STOP RUN.                                           CVSCAL.2
010800     PERFORM  CHECK-STANDING-OVERRIDE                             CVSCAL.2
010900              THRU CHECK-STANDING-OVERRIDE-EX.                    CVSCAL.2
011000     IF       WS-ADMIT-SW = "Y"                                   CVSCAL.2
017700     CALL     "SYSTEM" USING WS-CMD.                              CVSCAL.2
017800 CHECK-STANDING-OVERRIDE-EX.                                      CVSCAL.2
017900     EXIT.                                                        CVSCAL.2
017910 PROBE-STANDING-OVERRIDE.                                         CVSCAL.2
017915     OPEN     INPUT OVERRIDE-FILE.                                CVSCAL.2
017920     IF       WS-OV-FSTATUS = "00"                                CVSCAL.2
017925              CLOSE OVERRIDE-FILE                                 CVSCAL.2
017930              DISPLAY "CCVSCAL: " WS-RUN-CLASS                    CVSCAL.2
017935                  " OUTSIDE POLICY -- OVERRIDE STANDING"          CVSCAL.2
017940              MOVE 0 TO RETURN-CODE                               CVSCAL.2
017945     ELSE                                                         CVSCAL.2
017950              DISPLAY "CCVSCAL: " WS-RUN-CLASS                    CVSCAL.2
017955                  " WOULD BE REFUSED -- " WS-REFUSE-WHY           CVSCAL.2
017960              MOVE 8 TO RETURN-CODE                               CVSCAL.2
017965     END-IF.                                                      CVSCAL.2
