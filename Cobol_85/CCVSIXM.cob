002500*           STARTS AT THE KEY AND READS NEXT UNTIL THE         *  CVSIXM.2
002600*           MODULE CHANGES -- A KEYED START/READ NEXT          *  CVSIXM.2
002700*           INSTEAD OF A FULL-FILE SCAN.                       *  CVSIXM.2
002700*        H  LOAD THE CURRENT results.csv UNDER A RUN-ID        *  CVSIXM.2
002700*           GIVEN AT THE CONSOLE -- FOR A RUN THAT             *  CVSIXM.2
002700*           PREDATES THE JOURNAL (FEEDS REBUILT FROM           *  CVSIXM.2
002700*           AN ARCHIVED PRINT IMAGE BY CCVSBFL) AND SO         *  CVSIXM.2
002700*           HAS NO SEQUENCE OF ITS OWN.                        *  CVSIXM.2
002800*                                                              *  CVSIXM.2
002900****************************************************************  CVSIXM.2
003000 ENVIRONMENT DIVISION.                                            CVSIXM.2
008400 PROCEDURE DIVISION.                                              CVSIXM.2
008500 CCVSIXM-MAIN SECTION.                                            CVSIXM.2
008600 CCVSIXM-START.                                                   CVSIXM.2
008700     DISPLAY  "CCVSIXM: L=LOAD RESULTS, Q=KEYED QUERY,"           CVSIXM.2
008700              " H=LOAD HISTORICAL RUN?".                          CVSIXM.2
008800     ACCEPT   WS-MODE.                                            CVSIXM.2
008900     PERFORM  FIND-LATEST-RUN-ID                                  CVSIXM.2
009000              THRU FIND-LATEST-RUN-ID-EX.                         CVSIXM.2
009300         WHEN "l"                                                 CVSIXM.2
009400             PERFORM LOAD-RESULTS-MASTER                          CVSIXM.2
009500                 THRU LOAD-RESULTS-MASTER-EX                      CVSIXM.2
009600         WHEN "H"                                                 CVSIXM.2
009600         WHEN "h"                                                 CVSIXM.2
009600             PERFORM ASK-HISTORICAL-RUN-ID                        CVSIXM.2
009600                 THRU ASK-HISTORICAL-RUN-ID-EX                    CVSIXM.2
009600             IF  WS-RUN-ID NOT = ZERO                             CVSIXM.2
009600                 PERFORM LOAD-RESULTS-MASTER                      CVSIXM.2
009600                     THRU LOAD-RESULTS-MASTER-EX                  CVSIXM.2
009600             END-IF                                               CVSIXM.2
009600         WHEN "Q"                                                 CVSIXM.2
009700         WHEN "q"                                                 CVSIXM.2
009800             PERFORM QUERY-RESULTS-MASTER                         CVSIXM.2
012100     IF       WS-WORK-REC (1:4) IS NUMERIC                        CVSIXM.2
012200              MOVE WS-WORK-REC (1:4) TO WS-RUN-ID.                CVSIXM.2
012300     PERFORM  READ-JOURNAL-LINE.                                  CVSIXM.2
012400 ASK-HISTORICAL-RUN-ID.                                           CVSIXM.2
012400     DISPLAY  "CCVSIXM: HISTORICAL RUN-ID TO LOAD UNDER?".        CVSIXM.2
012400     ACCEPT   WS-ANSWER.                                          CVSIXM.2
012400     PERFORM  SIZE-ANSWER.                                        CVSIXM.2
012400     MOVE     ZERO TO WS-RUN-ID.                                  CVSIXM.2
012400     IF       WS-ANS-LEN > ZERO                                   CVSIXM.2
012400              MOVE WS-ANSWER (1:WS-ANS-LEN) TO WS-RUN-ID.         CVSIXM.2
012400     IF       WS-RUN-ID = ZERO                                    CVSIXM.2
012400              DISPLAY "CCVSIXM: A NON-ZERO RUN-ID IS NEEDED"      CVSIXM.2
012400              MOVE 8 TO RETURN-CODE.                              CVSIXM.2
012400 ASK-HISTORICAL-RUN-ID-EX.                                        CVSIXM.2
012400     EXIT.                                                        CVSIXM.2
012400 LOAD-RESULTS-MASTER.                                             CVSIXM.2
012500     OPEN     I-O RESULTS-MASTER-FILE.                            CVSIXM.2
012600     IF       WS-IXM-FSTATUS = "35"                               CVSIXM.2
