000400*    *************************************************************CVSNAB.2
000500*    *                                                            CVSNAB.2
000600*    *   NUCLEUS ARITHMETIC REGRESSION BASELINE COMPARATOR FOR    CVSNAB.2
000700*    *   NC103A, NC109M, NC114M, NC211A AND NC320A.               CVSNAB.2
000800*    *                                                            CVSNAB.2
000900*    *   EACH NC MODULE WRITES ITS OWN ncarith_<SUFFIX>.csv EVERY CVSNAB.2
001000*    *   (ONE ROW PER TEST-CHECK ASSERTION THAT ACTUALLY SET A    CVSNAB.2
006100     PERFORM  COMPARE-109.                                        CVSNAB.2
006200     PERFORM  COMPARE-114.                                        CVSNAB.2
006300     PERFORM  COMPARE-211.                                        CVSNAB.2
006350     PERFORM  COMPARE-320.                                        CVSNAB.2
006400     STOP     RUN.                                                CVSNAB.2
006500 COMPARE-103.                                                     CVSNAB.2
006600     MOVE     "NC103A" TO WS-MODULE-LABEL.                        CVSNAB.2
008200     MOVE     "ncarith_211.csv" TO WS-LIVE-FNAME.                 CVSNAB.2
008300     MOVE     "ncarith_211.base" TO WS-BASE-FNAME.                CVSNAB.2
008400     PERFORM  COMPARE-ONE-MODULE.                                 CVSNAB.2
008410 COMPARE-320.                                                     CVSNAB.2
008420     MOVE     "NC320A" TO WS-MODULE-LABEL.                        CVSNAB.2
008430     MOVE     "ncarith_320.csv" TO WS-LIVE-FNAME.                 CVSNAB.2
008440     MOVE     "ncarith_320.base" TO WS-BASE-FNAME.                CVSNAB.2
008450     PERFORM  COMPARE-ONE-MODULE.                                 CVSNAB.2
008500 COMPARE-ONE-MODULE.                                              CVSNAB.2
008600     MOVE     ZERO TO WS-ROW-COUNT WS-MISMATCH-COUNT.             CVSNAB.2
008700     MOVE     "N" TO WS-LIVE-EOF.                                 CVSNAB.2
