000100******************************************************************CVSMRT.2
000200**  CCVSMRT.CPY -- MODULE REGISTRY TABLE AS RETURNED BY CCVSMRL.  CVSMRT.2
000300**                                                                CVSMRT.2
000400**  ONE ENTRY PER module_registry.dat ROW, IN FILE ORDER (WHICH   CVSMRT.2
000500**  IS ALSO THE ORDER THE DRIVER RUNS THEM):                      CVSMRT.2
000600**                                                                CVSMRT.2
000700**      WS-MR-MODULE      PROGRAM-ID                              CVSMRT.2
000800**      WS-MR-SERIES      FAMILY PREFIX (NC, SQ, IX, RL ...)      CVSMRT.2
000900**      WS-MR-LEVEL       SUBSET LEVEL 1, 2 OR 3                  CVSMRT.2
001000**      WS-MR-COMPANIONS  SPLIT-OUT HALVES COMPILED WITH IT,      CVSMRT.2
001100**                        SEMICOLON-SEPARATED (IC303A-1;IC303A-2) CVSMRT.2
001200**      WS-MR-BEDS-BUILT  SHARED TEST BEDS THIS MODULE WRITES     CVSMRT.2
001300**      WS-MR-BEDS-USED   SHARED TEST BEDS THIS MODULE READS      CVSMRT.2
001400**      WS-MR-STATUS      A ACTIVE, R RETIRED                     CVSMRT.2
001500**                                                                CVSMRT.2
001600**  "NONE" IN THE FILE COMES BACK AS SPACES.  WS-MR-COUNT OF      CVSMRT.2
001700**  ZERO MEANS NO REGISTRY IS PRESENT AND THE CALLER FALLS BACK   CVSMRT.2
001800**  TO ITS OWN BUILT-IN LIST.                                     CVSMRT.2
001900******************************************************************CVSMRT.2
002000 01  WS-MR-REGISTRY.                                              CVSMRT.2
002100     02  WS-MR-COUNT           PIC 9(3) COMP.                     CVSMRT.2
002200     02  WS-MR-ACTIVE-COUNT    PIC 9(3) COMP.                     CVSMRT.2
002300     02  WS-MR-ENTRY OCCURS 150 TIMES.                            CVSMRT.2
002400         03  WS-MR-MODULE      PIC X(8).                          CVSMRT.2
002500         03  WS-MR-SERIES      PIC X(4).                          CVSMRT.2
002600         03  WS-MR-LEVEL       PIC X.                             CVSMRT.2
002700         03  WS-MR-COMPANIONS  PIC X(30).                         CVSMRT.2
002800         03  WS-MR-BEDS-BUILT  PIC X(30).                         CVSMRT.2
002900         03  WS-MR-BEDS-USED   PIC X(30).                         CVSMRT.2
003000         03  WS-MR-STATUS      PIC X.                             CVSMRT.2
