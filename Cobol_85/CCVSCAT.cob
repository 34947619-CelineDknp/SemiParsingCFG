002100*        R  RECONCILE: EVERY CATALOGED PAR-NAME WHOSE MODULE   *  CVSCAT.2
002200*           RAN THIS TIME BUT WHICH PRODUCED NO results.csv    *  CVSCAT.2
002300*           LINE IS REPORTED AS MISSING, SEVERITY MISS.        *  CVSCAT.2
002400*           MODULES NOT SELECTED THIS RUN ARE NOT CHARGED,     *  CVSCAT.2
002401*           NOR ARE MODULES RETIRED IN module_registry.dat     *  CVSCAT.2
002402*           (SEE CCVSMRG), WHATEVER THE CATALOG STILL HOLDS.   *  CVSCAT.2
002500*                                                              *  CVSCAT.2
002600*    SILENT SKIPS ARE THE SCARIEST GAP IN THE QUALIFICATION    *  CVSCAT.2
002700*    STORY; AFTER THIS, A SKIP IS A REPORTED RESULT.           *  CVSCAT.2
007800         03  WS-CAT-SEEN    PIC X.                                CVSCAT.2
007900 01  WS-RAN-TABLE.                                                CVSCAT.2
008000     02  WS-RAN-MODULE PIC X(8) OCCURS 200 TIMES.                 CVSCAT.2
008001     COPY CCVSMRT.                                                CVSCAT.2
008100 PROCEDURE DIVISION.                                              CVSCAT.2
008200 CCVSCAT-MAIN SECTION.                                            CVSCAT.2
008300 CCVSCAT-START.                                                   CVSCAT.2
013400                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSCAT.2
013500                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9).        CVSCAT.2
013600 RECONCILE-RUN.                                                   CVSCAT.2
013601     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSCAT.2
013700     PERFORM  LOAD-CATALOG THRU LOAD-CATALOG-EX.                  CVSCAT.2
013800     IF       WS-CAT-COUNT = ZERO                                 CVSCAT.2
013900              DISPLAY "CCVSCAT: NO CATALOG -- RUN CAPTURE "       CVSCAT.2
023000             MOVE "Y" TO WS-MODULE-RAN                            CVSCAT.2
023100         END-IF                                                   CVSCAT.2
023200     END-PERFORM.                                                 CVSCAT.2
023201     PERFORM  VARYING WS-SUB2 FROM 1 BY 1                         CVSCAT.2
023202              UNTIL WS-SUB2 > WS-MR-COUNT                         CVSCAT.2
023203         IF WS-MR-MODULE (WS-SUB2) = WS-CAT-MODULE (WS-SUB)       CVSCAT.2
023204             AND WS-MR-STATUS (WS-SUB2) = "R"                     CVSCAT.2
023205             MOVE "N" TO WS-MODULE-RAN                            CVSCAT.2
023206         END-IF                                                   CVSCAT.2
023207     END-PERFORM.                                                 CVSCAT.2
023300     IF       WS-MODULE-RAN = "Y"                                 CVSCAT.2
023400              ADD 1 TO WS-MISS-COUNT                              CVSCAT.2
023500              MOVE SPACE TO MISSING-REC                           CVSCAT.2
