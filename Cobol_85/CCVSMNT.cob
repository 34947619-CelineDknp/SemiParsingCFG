001800*        NAME; KEEP=, WATCH=, CYCLE= AND CANEVERY= VALUES      *  CVSMNT.2
001810*        MUST BE NUMERIC; TAG= TAKES A SHORT BUILD TAG,        *  CVSMNT.2
001820*        PROFILE= A SUBSET LEVEL (MINIMUM/INTERMEDIATE/        *  CVSMNT.2
001830*        HIGH, OPTIONALLY +RW/+SG), FRESH= IS A FLAG CARD,     *  CVSMNT.2
001840*        BASIS= (THE CCVSPLN PLANNING BASIS) IS CPU OR         *  CVSMNT.2
001850*        ELAPSED.                                              *  CVSMNT.2
001900*                                                              *  CVSMNT.2
002000*    NOTHING TOUCHES THE DECK ON DISK UNTIL THE EXPLICIT S     *  CVSMNT.2
002100*    (SAVE) STEP; Q ABANDONS THE SESSION'S CHANGES.  MODULE    *  CVSMNT.2
002200*    PREFIXES ARE CHECKED AGAINST THE ACTIVE ENTRIES OF        *  CVSMNT.2
002300*    module_registry.dat (SEE CCVSMRG) WHEN IT IS PRESENT,     *  CVSMNT.2
002310*    ELSE AGAINST THE BUILT-IN TABLE BELOW.  BOTH REFERENCE    *  CVSMNT.2
002320*    TABLES BELOW ARE DERIVED FROM CCVSXRF AND THE CCVSDRV     *  CVSMNT.2
002400*    MODULE TABLE -- RE-DERIVE THEM WHENEVER THOSE CHANGE.     *  CVSMNT.2
002410*                                                              *  CVSMNT.2
002420*    ONCE operator_authority.dat EXISTS, ONLY AN OPERATOR      *  CVSMNT.2
002430*    HOLDING THE DECK-MAINTAINER ROLE (M) MAY OPEN A SESSION;  *  CVSMNT.2
002440*    ANY OTHER IS REFUSED AND THE REFUSAL JOURNALED.  SEE      *  CVSMNT.2
002450*    CCVSSOD.                                                  *  CVSMNT.2
002500*                                                              *  CVSMNT.2
002600****************************************************************  CVSMNT.2
002700 ENVIRONMENT DIVISION.                                            CVSMNT.2
005100 77  WS-VALID-SW        PIC X  VALUE "N".                         CVSMNT.2
005200 77  WS-CARD-SUB        PIC 9(2) COMP VALUE ZERO.                 CVSMNT.2
005300 77  WS-MOD-SUB         PIC 9(3) COMP VALUE ZERO.                 CVSMNT.2
005301 77  WS-MOD-COUNT       PIC 9(3) COMP VALUE 131.                  CVSMNT.2
005302 77  WS-MR-SUB          PIC 9(3) COMP VALUE ZERO.                 CVSMNT.2
005400 77  WS-ANS-LEN         PIC 9(2) COMP VALUE ZERO.                 CVSMNT.2
005500 77  WS-PFX-LEN         PIC 9(2) COMP VALUE ZERO.                 CVSMNT.2
005600 01  WS-DECK-FNAME      PIC X(20) VALUE SPACE.                    CVSMNT.2
005910 01  WS-WIN-CLASS       PIC X(6)  VALUE SPACE.                    CVSMNT.2
005920 01  WS-WIN-OPEN        PIC X(4)  VALUE SPACE.                    CVSMNT.2
005930 01  WS-WIN-CLOSE       PIC X(4)  VALUE SPACE.                    CVSMNT.2
005940 01  WS-SOD-FUNCTION    PIC X     VALUE "R".                      CVSMNT.2
005941 01  WS-SOD-OPERATOR    PIC X(16) VALUE SPACE.                    CVSMNT.2
005942 01  WS-SOD-ROLE        PIC X     VALUE "M".                      CVSMNT.2
005943 01  WS-SOD-CALLER      PIC X(8)  VALUE "CCVSMNT".                CVSMNT.2
005944 01  WS-SOD-RESULT      PIC X     VALUE SPACE.                    CVSMNT.2
005945 01  WS-SOD-DETAIL      PIC X(70) VALUE SPACE.                    CVSMNT.2
006000 01  WS-DECK-LINES.                                               CVSMNT.2
006100     02  WS-DECK-LINE   PIC X(80) OCCURS 200 TIMES.               CVSMNT.2
006200 01  WS-KNOWN-CARDS.                                              CVSMNT.2
008900     02  WS-KNOWN-CARD  PIC X(3) OCCURS 25 TIMES.                 CVSMNT.2
009000 01  WS-MODULE-NAMES.                                             CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "CCVSSLF".                CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "CM101A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "IC112A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "IC222A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "IC224A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "IX301A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "IX303A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "IX304A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "IX305A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC103A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC109M".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC114M".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC315A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC316A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC317A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC318A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC319A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC320A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC321A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC322A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC323A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "NC324A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "OBSQ1A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "RL103A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "RL104A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "RL213A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "RL301A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "RL302A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "RL303A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "RW101A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SG101A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SG201A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SM302A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SM303A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SM304A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SM305A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SM306A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SM307A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ101M".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ102A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ103A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ304A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ305A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ306A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ307A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "SQ308A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "ST107A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "ST111A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "ST114M".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "ST140A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "ST301A".                 CVSMNT.2
009000     02  FILLER          PIC X(8) VALUE "ST302A".                 CVSMNT.2
009001     02  FILLER          PIC X(152) VALUE SPACE.                  CVSMNT.2
009000 01  FILLER REDEFINES WS-MODULE-NAMES.                            CVSMNT.2
009000     02  WS-MODULE-NAME PIC X(8) OCCURS 150 TIMES.                CVSMNT.2
009001     COPY CCVSMRT.                                                CVSMNT.2
018100 PROCEDURE DIVISION.                                              CVSMNT.2
018200 CCVSMNT-MAIN SECTION.                                            CVSMNT.2
018300 CCVSMNT-START.                                                   CVSMNT.2
018301     PERFORM  LOAD-MODULE-REGISTRY.                               CVSMNT.2
018302     ACCEPT   WS-SOD-OPERATOR FROM ENVIRONMENT "USER".            CVSMNT.2
018303     CALL     "CCVSSOD" USING WS-SOD-FUNCTION WS-SOD-OPERATOR     CVSMNT.2
018304              WS-SOD-ROLE WS-SOD-CALLER WS-SOD-RESULT             CVSMNT.2
018305              WS-SOD-DETAIL.                                      CVSMNT.2
018306     IF       WS-SOD-RESULT = "N"                                 CVSMNT.2
018307              DISPLAY "CCVSMNT: DECK MAINTENANCE REFUSED"         CVSMNT.2
018308              MOVE 16 TO RETURN-CODE                              CVSMNT.2
018309              STOP RUN.                                           CVSMNT.2
018310     IF       WS-SOD-RESULT = "U"                                 CVSMNT.2
018311              DISPLAY "CCVSMNT: NO operator_authority.dat -- "    CVSMNT.2
018312                  "ROLES NOT ENFORCED".                           CVSMNT.2
018400     DISPLAY  "CCVSMNT: EDIT X=xcard.dat, D=driver.dat"           CVSMNT.2
018410              " OR C=run_calendar.dat?".                          CVSMNT.2
018500     ACCEPT   WS-ANSWER.                                          CVSMNT.2
037930             END-IF                                               CVSMNT.2
037931         WHEN "FRESH"                                             CVSMNT.2
037932             MOVE "Y" TO WS-VALID-SW                              CVSMNT.2
037933         WHEN "BASIS"                                             CVSMNT.2
037934             IF WS-CTL-VALUE = "CPU" OR "ELAPSED"                 CVSMNT.2
037935                 MOVE "Y" TO WS-VALID-SW                          CVSMNT.2
037936             ELSE                                                 CVSMNT.2
037937                 DISPLAY "CCVSMNT: BASIS NEEDS CPU OR ELAPSED"    CVSMNT.2
037938             END-IF                                               CVSMNT.2
038000         WHEN OTHER                                               CVSMNT.2
038100             DISPLAY "CCVSMNT: UNKNOWN DRIVER KEYWORD"            CVSMNT.2
038200     END-EVALUATE.                                                CVSMNT.2
038900              GO TO VALIDATE-MODULE-PREFIX-EX.                    CVSMNT.2
039000     PERFORM  MATCH-MODULE-PREFIX                                 CVSMNT.2
039100              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSMNT.2
039200              UNTIL WS-MOD-SUB > WS-MOD-COUNT                     CVSMNT.2
039300              OR WS-VALID-SW = "Y".                               CVSMNT.2
039400     IF       WS-VALID-SW = "N"                                   CVSMNT.2
039500              DISPLAY "CCVSMNT: PREFIX MATCHES NO MODULE".        CVSMNT.2
039900     IF       WS-MODULE-NAME (WS-MOD-SUB) (1:WS-PFX-LEN) =        CVSMNT.2
040000              WS-CTL-VALUE (1:WS-PFX-LEN)                         CVSMNT.2
040100              MOVE "Y" TO WS-VALID-SW.                            CVSMNT.2
040101 LOAD-MODULE-REGISTRY.                                            CVSMNT.2
040102     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSMNT.2
040103     IF       WS-MR-COUNT > 0                                     CVSMNT.2
040104              MOVE SPACES TO WS-MODULE-NAMES                      CVSMNT.2
040105              MOVE ZERO TO WS-MOD-COUNT                           CVSMNT.2
040106              PERFORM LOAD-REGISTRY-MODULE                        CVSMNT.2
040107                  VARYING WS-MR-SUB FROM 1 BY 1                   CVSMNT.2
040108                  UNTIL WS-MR-SUB > WS-MR-COUNT.                  CVSMNT.2
040109 LOAD-REGISTRY-MODULE.                                            CVSMNT.2
040110     IF       WS-MR-STATUS (WS-MR-SUB) = "A"                      CVSMNT.2
040111              ADD 1 TO WS-MOD-COUNT                               CVSMNT.2
040112              MOVE WS-MR-MODULE (WS-MR-SUB)                       CVSMNT.2
040113                  TO WS-MODULE-NAME (WS-MOD-COUNT).               CVSMNT.2
040200 SAVE-DECK.                                                       CVSMNT.2
040300     OPEN     OUTPUT DECK-FILE.                                   CVSMNT.2
040400     PERFORM  SAVE-ONE-DECK-LINE                                  CVSMNT.2
