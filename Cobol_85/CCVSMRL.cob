000100 IDENTIFICATION DIVISION.                                         CVSMRL.2
000200 PROGRAM-ID.                                                      CVSMRL.2
000300         CCVSMRL.                                                 CVSMRL.2
000400*        THIS PROGRAM FORMS PART OF THE COBOL COMPILER VALIDATION CVSMRL.2
000500*        SYSTEM (CCVS).  IT IS THE SHARED MODULE-REGISTRY LOADER: CVSMRL.2
000600*        EVERY HARNESS TOOL THAT NEEDS THE LIST OF TEST MODULES   CVSMRL.2
000700*        (CCVSDRV, CCVSPRF, CCVSPLN, CCVSMNT, CCVSCAT, CCVSMRG)   CVSMRL.2
000800*        CALLS HERE INSTEAD OF CARRYING ITS OWN TABLE, SO A NEW   CVSMRL.2
000900*        MODULE IS KEYED ONCE, INTO "module_registry.dat":        CVSMRL.2
001000*            MODULE,SERIES,LEVEL,COMPANIONS,BEDS-BUILT,           CVSMRL.2
001100*            BEDS-USED,STATUS                                     CVSMRL.2
001200*        LIST FIELDS ARE SEMICOLON-SEPARATED AND "NONE" WHEN      CVSMRL.2
001300*        EMPTY; A LINE STARTING "*" IS COMMENTARY.  THE TABLE     CVSMRL.2
001400*        LAYOUT IS COPY MEMBER CCVSMRT.  WITH NO REGISTRY FILE    CVSMRL.2
001500*        PRESENT THE CALLER GETS A ZERO COUNT AND KEEPS USING ITS CVSMRL.2
001600*        BUILT-IN LIST -- PURELY ADDITIVE, LIKE driver.dat.       CVSMRL.2
001700 ENVIRONMENT DIVISION.                                            CVSMRL.2
001800 CONFIGURATION SECTION.                                           CVSMRL.2
001900     SOURCE-COMPUTER.                                             CVSMRL.2
002000     COPY CCVSTRG.                                                CVSMRL.2
002100     OBJECT-COMPUTER.                                             CVSMRL.2
002200     COPY CCVSTRG.                                                CVSMRL.2
002300 INPUT-OUTPUT SECTION.                                            CVSMRL.2
002400 FILE-CONTROL.                                                    CVSMRL.2
002500     SELECT   REGISTRY-FILE ASSIGN TO                             CVSMRL.2
002600     "module_registry.dat"                                        CVSMRL.2
002700     ORGANIZATION LINE SEQUENTIAL                                 CVSMRL.2
002800     FILE STATUS IS WS-MR-FSTATUS.                                CVSMRL.2
002900 DATA DIVISION.                                                   CVSMRL.2
003000 FILE SECTION.                                                    CVSMRL.2
003100 FD  REGISTRY-FILE.                                               CVSMRL.2
003200 01  REGISTRY-REC PIC X(160).                                     CVSMRL.2
003300 WORKING-STORAGE SECTION.                                         CVSMRL.2
003400 77  WS-MR-FSTATUS  PIC XX VALUE SPACE.                           CVSMRL.2
003500 77  WS-MR-EOF      PIC X  VALUE "N".                             CVSMRL.2
003600 01  WS-MR-FIELD-TABLE.                                           CVSMRL.2
003700     02  WS-MR-FIELD PIC X(30) OCCURS 7 TIMES.                    CVSMRL.2
003800 LINKAGE SECTION.                                                 CVSMRL.2
003900     COPY CCVSMRT.                                                CVSMRL.2
004000 PROCEDURE DIVISION USING WS-MR-REGISTRY.                         CVSMRL.2
004100 SECT-CCVSMRL-001 SECTION.                                        CVSMRL.2
004200 LOAD-REGISTRY-001.                                               CVSMRL.2
004300     MOVE     ZERO TO WS-MR-COUNT WS-MR-ACTIVE-COUNT.             CVSMRL.2
004400     MOVE     "N" TO WS-MR-EOF.                                   CVSMRL.2
004500     OPEN     INPUT REGISTRY-FILE.                                CVSMRL.2
004600     IF       WS-MR-FSTATUS NOT = "00"                            CVSMRL.2
004700              GO TO LOAD-REGISTRY-EXIT-001.                       CVSMRL.2
004800     PERFORM  READ-REGISTRY-001.                                  CVSMRL.2
004900     PERFORM  STORE-REGISTRY-001                                  CVSMRL.2
005000              THRU STORE-REGISTRY-EXIT-001                        CVSMRL.2
005100              UNTIL WS-MR-EOF = "Y".                              CVSMRL.2
005200     CLOSE    REGISTRY-FILE.                                      CVSMRL.2
005300     GO TO    LOAD-REGISTRY-EXIT-001.                             CVSMRL.2
005400 READ-REGISTRY-001.                                               CVSMRL.2
005500     READ     REGISTRY-FILE                                       CVSMRL.2
005600              AT END MOVE "Y" TO WS-MR-EOF.                       CVSMRL.2
005700 STORE-REGISTRY-001.                                              CVSMRL.2
005800     IF       REGISTRY-REC (1:1) = "*" OR REGISTRY-REC = SPACE    CVSMRL.2
005900              OR WS-MR-COUNT NOT < 150                            CVSMRL.2
006000              PERFORM READ-REGISTRY-001                           CVSMRL.2
006100              GO TO STORE-REGISTRY-EXIT-001.                      CVSMRL.2
006200     MOVE     SPACES TO WS-MR-FIELD-TABLE.                        CVSMRL.2
006300     UNSTRING REGISTRY-REC DELIMITED BY ","                       CVSMRL.2
006400              INTO WS-MR-FIELD (1) WS-MR-FIELD (2) WS-MR-FIELD (3)CVSMRL.2
006500                   WS-MR-FIELD (4) WS-MR-FIELD (5) WS-MR-FIELD (6)CVSMRL.2
006600                   WS-MR-FIELD (7).                               CVSMRL.2
006700     IF       WS-MR-FIELD (4) = "NONE"                            CVSMRL.2
006800              MOVE SPACE TO WS-MR-FIELD (4).                      CVSMRL.2
006900     IF       WS-MR-FIELD (5) = "NONE"                            CVSMRL.2
007000              MOVE SPACE TO WS-MR-FIELD (5).                      CVSMRL.2
007100     IF       WS-MR-FIELD (6) = "NONE"                            CVSMRL.2
007200              MOVE SPACE TO WS-MR-FIELD (6).                      CVSMRL.2
007300     ADD      1 TO WS-MR-COUNT.                                   CVSMRL.2
007400     MOVE     WS-MR-FIELD (1) TO WS-MR-MODULE (WS-MR-COUNT).      CVSMRL.2
007500     MOVE     WS-MR-FIELD (2) TO WS-MR-SERIES (WS-MR-COUNT).      CVSMRL.2
007600     MOVE     WS-MR-FIELD (3) TO WS-MR-LEVEL (WS-MR-COUNT).       CVSMRL.2
007700     MOVE     WS-MR-FIELD (4) TO WS-MR-COMPANIONS (WS-MR-COUNT).  CVSMRL.2
007800     MOVE     WS-MR-FIELD (5) TO WS-MR-BEDS-BUILT (WS-MR-COUNT).  CVSMRL.2
007900     MOVE     WS-MR-FIELD (6) TO WS-MR-BEDS-USED (WS-MR-COUNT).   CVSMRL.2
008000     MOVE     WS-MR-FIELD (7) TO WS-MR-STATUS (WS-MR-COUNT).      CVSMRL.2
008100     IF       WS-MR-STATUS (WS-MR-COUNT) = "A"                    CVSMRL.2
008200              ADD 1 TO WS-MR-ACTIVE-COUNT.                        CVSMRL.2
008300     PERFORM  READ-REGISTRY-001.                                  CVSMRL.2
008400 STORE-REGISTRY-EXIT-001.                                         CVSMRL.2
008500     EXIT.                                                        CVSMRL.2
008600 LOAD-REGISTRY-EXIT-001.                                          CVSMRL.2
008700     EXIT PROGRAM.                                                CVSMRL.2
