000100 IDENTIFICATION DIVISION.                                         CVSKIT.2
000200 PROGRAM-ID.                                                      CVSKIT.2
000300     CCVSKIT.                                                     CVSKIT.2
000400****************************************************************  CVSKIT.2
000500*                                                              *  CVSKIT.2
000600*    SITE DEPLOYMENT KIT -- EXPORT AND IMPORT VERIFICATION.    *  CVSKIT.2
000700*                                                              *  CVSKIT.2
000800*    A REMOTE SITE (THE SECOND DATA CENTRE, A CUSTOMER SITE)   *  CVSKIT.2
000900*    QUALIFYING ON ITS OWN HARDWARE MUST RUN AGAINST EXACTLY   *  CVSKIT.2
001000*    THE MATERIAL THE HOME SITE RUNS.  THIS PROGRAM PACKAGES   *  CVSKIT.2
001100*    THAT MATERIAL AS ONE SEALED KIT AND PROVES AT THE FAR     *  CVSKIT.2
001200*    END THAT IT ARRIVED INTACT:                               *  CVSKIT.2
001300*                                                              *  CVSKIT.2
001400*      - THE KIT CONTENTS COME FROM "kit_list.dat" (o,name     *  CVSKIT.2
001500*        LINES, o BEING CCVSSCK'S ORGANIZATION CODE, name A    *  CVSKIT.2
001600*        FILE OR A SHELL PATTERN) OR, WITH NO LIST FILE, THE   *  CVSKIT.2
001700*        BUILT-IN DEFAULT: THE PROGRAM SOURCES, THE COPYBOOK   *  CVSKIT.2
001800*        LIBRARY, THE MUST-REJECT SOURCES, THE CONTROL DECKS   *  CVSKIT.2
001900*        (driver.dat, xcard.dat, compile_cmd.dat, THE OPTION   *  CVSKIT.2
001950*        PROFILES IN option_profiles.dat), THE MODULE          *  CVSKIT.2
002000*        REGISTRY, THE EXPECTED-ASSERTION CATALOG, THE QUALITY *  CVSKIT.2
002100*        POLICY, THE EXPECTATION FILES, THE PRINT-IMAGE MASKS, *  CVSKIT.2
002120*        THE LOCALE AND TIME-ZONE SETTINGS                     *  CVSKIT.2
002150*        AND THE SHIPPED TEST INPUTS.  RAW BYTE ORGANIZATION   *  CVSKIT.2
002200*        (B) IS USED THROUGHOUT BECAUSE SOURCE LINES MAY RUN   *  CVSKIT.2
002300*        PAST COLUMN 80,                                       *  CVSKIT.2
002400*      - EXPORT (MODE E) COPIES EVERY PRESENT FILE INTO        *  CVSKIT.2
002500*        sitekit_<date>_<time>/ UNDER ITS OWN RELATIVE PATH,   *  CVSKIT.2
002600*        WRITES A MANIFEST IN THE CCVSPKG LAYOUT (ONE          *  CVSKIT.2
002700*        FILE,RECORDS,CONTROL-TOTAL,ORG ROW PER FILE, ABSENT   *  CVSKIT.2
002800*        ROWS FOR LISTED FILES NOT FOUND, A CLOSING SEAL ROW)  *  CVSKIT.2
002900*        AND SHIPS THE DIRECTORY AS sitekit_<date>_<time>.tar, *  CVSKIT.2
003000*      - THE KIT IDENTITY IS THE KIT-ID (SK + EXPORT DATE AND  *  CVSKIT.2
003100*        TIME) AND THE SEAL; IT IS KEPT IN kit_identity.dat    *  CVSKIT.2
003200*        AT THE HOME SITE (EXPORTED) AND INSIDE THE KIT (NOT   *  CVSKIT.2
003300*        YET VERIFIED), AND CCVSPKG CARRIES IT INTO EVERY      *  CVSKIT.2
003400*        EVIDENCE MANIFEST, SO TWO SITES' PACKAGES WITH THE    *  CVSKIT.2
003500*        SAME KIT-ID AND SEAL QUALIFIED AGAINST IDENTICAL      *  CVSKIT.2
003600*        MATERIAL,                                             *  CVSKIT.2
003700*      - VERIFY (MODE V, AT THE REMOTE SITE, ON THE UNPACKED   *  CVSKIT.2
003800*        KIT DIRECTORY) RE-DERIVES EVERY ROW THROUGH CCVSSCK,  *  CVSKIT.2
003900*        THE SAME ALGORITHM THAT MADE IT, AND RE-FOLDS THE     *  CVSKIT.2
004000*        SEAL; THE KIT'S kit_identity.dat BECOMES VERIFIED OR  *  CVSKIT.2
004100*        FAILED AND THE OUTCOME IS JOURNALED,                  *  CVSKIT.2
004200*      - CHECK (MODE C) IS CCVSDRV'S PRE-RUN GATE: A           *  CVSKIT.2
004300*        WORKSPACE HOLDING A kit_identity.dat THAT IS NEITHER  *  CVSKIT.2
004400*        EXPORTED NOR VERIFIED MAY NOT RUN.  A WORKSPACE WITH  *  CVSKIT.2
004500*        NO kit_identity.dat IS NOT A KIT AND IS NOT GATED.    *  CVSKIT.2
004600*                                                              *  CVSKIT.2
004700*    CCVSVFY MODE P ALSO ACCEPTS A KIT DIRECTORY, SINCE THE    *  CVSKIT.2
004800*    MANIFEST LAYOUT IS THE EVIDENCE BUNDLE'S.                 *  CVSKIT.2
004900*                                                              *  CVSKIT.2
005000*    RETURN-CODE 16 WHEN A KIT FAILS VERIFICATION OR THE       *  CVSKIT.2
005100*    GATE REFUSES, 8 WHEN THERE IS NO KIT MANIFEST TO VERIFY.  *  CVSKIT.2
005200*                                                              *  CVSKIT.2
005300****************************************************************  CVSKIT.2
005400 ENVIRONMENT DIVISION.                                            CVSKIT.2
005500 CONFIGURATION SECTION.                                           CVSKIT.2
005600 SOURCE-COMPUTER.                                                 CVSKIT.2
005700     COPY CCVSTRG.                                                CVSKIT.2
005800 OBJECT-COMPUTER.                                                 CVSKIT.2
005900     COPY CCVSTRG.                                                CVSKIT.2
006000 INPUT-OUTPUT SECTION.                                            CVSKIT.2
006100 FILE-CONTROL.                                                    CVSKIT.2
006200     SELECT   KIT-LIST-FILE ASSIGN TO                             CVSKIT.2
006300     "kit_list.dat"                                               CVSKIT.2
006400     ORGANIZATION LINE SEQUENTIAL                                 CVSKIT.2
006500     FILE STATUS IS WS-KL-FSTATUS.                                CVSKIT.2
006600     SELECT   KIT-FILES-FILE ASSIGN TO                            CVSKIT.2
006700     "kit_files.tmp"                                              CVSKIT.2
006800     ORGANIZATION LINE SEQUENTIAL                                 CVSKIT.2
006900     FILE STATUS IS WS-KF-FSTATUS.                                CVSKIT.2
007000     SELECT   SIDECAR-IN-FILE ASSIGN TO                           CVSKIT.2
007100     DYNAMIC WS-SIDECAR-FNAME                                     CVSKIT.2
007200     ORGANIZATION LINE SEQUENTIAL                                 CVSKIT.2
007300     FILE STATUS IS WS-SC-FSTATUS.                                CVSKIT.2
007400     SELECT   MANIFEST-FILE ASSIGN TO                             CVSKIT.2
007500     DYNAMIC WS-MANIFEST-FNAME                                    CVSKIT.2
007600     ORGANIZATION LINE SEQUENTIAL                                 CVSKIT.2
007700     FILE STATUS IS WS-MF-FSTATUS.                                CVSKIT.2
007800     SELECT   IDENTITY-FILE ASSIGN TO                             CVSKIT.2
007900     DYNAMIC WS-IDENTITY-FNAME                                    CVSKIT.2
008000     ORGANIZATION LINE SEQUENTIAL                                 CVSKIT.2
008100     FILE STATUS IS WS-ID-FSTATUS.                                CVSKIT.2
008200 DATA DIVISION.                                                   CVSKIT.2
008300 FILE SECTION.                                                    CVSKIT.2
008400 FD  KIT-LIST-FILE.                                               CVSKIT.2
008500 01  KIT-LIST-REC PIC X(70).                                      CVSKIT.2
008600 FD  KIT-FILES-FILE.                                              CVSKIT.2
008700 01  KIT-FILES-REC PIC X(70).                                     CVSKIT.2
008800 FD  SIDECAR-IN-FILE.                                             CVSKIT.2
008900 01  SIDECAR-IN-REC PIC X(40).                                    CVSKIT.2
009000 FD  MANIFEST-FILE.                                               CVSKIT.2
009100 01  MANIFEST-REC PIC X(100).                                     CVSKIT.2
009200 FD  IDENTITY-FILE.                                               CVSKIT.2
009300 01  IDENTITY-REC PIC X(80).                                      CVSKIT.2
009400 WORKING-STORAGE SECTION.                                         CVSKIT.2
009500 77  WS-KL-FSTATUS      PIC XX VALUE SPACE.                       CVSKIT.2
009600 77  WS-KF-FSTATUS      PIC XX VALUE SPACE.                       CVSKIT.2
009700 77  WS-SC-FSTATUS      PIC XX VALUE SPACE.                       CVSKIT.2
009800 77  WS-MF-FSTATUS      PIC XX VALUE SPACE.                       CVSKIT.2
009900 77  WS-ID-FSTATUS      PIC XX VALUE SPACE.                       CVSKIT.2
010000 77  WS-MODE            PIC X  VALUE SPACE.                       CVSKIT.2
010100 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSKIT.2
010200 77  WS-FILES-IN        PIC 9(5) VALUE ZERO.                      CVSKIT.2
010300 77  WS-FILES-MISSING   PIC 9(5) VALUE ZERO.                      CVSKIT.2
010400 77  WS-ROW-CT          PIC 9(5) VALUE ZERO.                      CVSKIT.2
010500 77  WS-BAD-ROW-CT      PIC 9(5) VALUE ZERO.                      CVSKIT.2
010600 77  WS-SEAL-SEEN       PIC X  VALUE "N".                         CVSKIT.2
010700 77  WS-LIST-SUB        PIC 9(2) COMP VALUE ZERO.                 CVSKIT.2
010800 77  WS-WILD-CT         PIC 9(3) COMP VALUE ZERO.                 CVSKIT.2
010900 77  WS-SEAL-TOTAL      PIC 9(10) VALUE ZERO.                     CVSKIT.2
011000 77  WS-SEAL-WORK       PIC 9(10) VALUE ZERO.                     CVSKIT.2
011100 77  WS-SEAL-STATED     PIC 9(10) VALUE ZERO.                     CVSKIT.2
011200 01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.                      CVSKIT.2
011300 01  WS-RUN-TIME        PIC 9(8) VALUE ZERO.                      CVSKIT.2
011400 01  WS-KIT-DIR         PIC X(40) VALUE SPACE.                    CVSKIT.2
011500 01  WS-SIDECAR-FNAME   PIC X(70) VALUE SPACE.                    CVSKIT.2
011600 01  WS-MANIFEST-FNAME  PIC X(60) VALUE SPACE.                    CVSKIT.2
011700 01  WS-IDENTITY-FNAME  PIC X(60) VALUE SPACE.                    CVSKIT.2
011800 01  WS-CMD             PIC X(250) VALUE SPACE.                   CVSKIT.2
011900 01  WS-WORK-REC        PIC X(100) VALUE SPACE.                   CVSKIT.2
012000 01  WS-FIELD-TABLE.                                              CVSKIT.2
012100     02  WS-FIELD       PIC X(40) OCCURS 4 TIMES.                 CVSKIT.2
012200 01  WS-SCK-MODE        PIC X  VALUE "W".                         CVSKIT.2
012300 01  WS-SCK-ORG         PIC X  VALUE SPACE.                       CVSKIT.2
012400 01  WS-SCK-FNAME       PIC X(60) VALUE SPACE.                    CVSKIT.2
012500 01  WS-SCK-STATUS      PIC XX VALUE SPACE.                       CVSKIT.2
012600 01  WS-ITEM-ORG        PIC X  VALUE SPACE.                       CVSKIT.2
012700 01  WS-ITEM-NAME       PIC X(60) VALUE SPACE.                    CVSKIT.2
012800 01  WS-SIDE-RECORDS    PIC X(12) VALUE SPACE.                    CVSKIT.2
012900 01  WS-SIDE-CHECKSUM   PIC X(12) VALUE SPACE.                    CVSKIT.2
013000*    THE IDENTITY RECORD, IN kit_identity.dat AND IN EVERY        CVSKIT.2
013100*    EVIDENCE MANIFEST.  STATUS IS EXPORTED (HOME SITE),          CVSKIT.2
013200*    UNVERIFIED (AS SHIPPED), VERIFIED OR FAILED.                 CVSKIT.2
013300 01  WS-IDENTITY.                                                 CVSKIT.2
013400     02  FILLER         PIC X(9) VALUE "SITE KIT ".               CVSKIT.2
013500     02  WS-ID-KIT      PIC X(16) VALUE SPACE.                    CVSKIT.2
013600     02  FILLER         PIC X(6) VALUE " SEAL ".                  CVSKIT.2
013700     02  WS-ID-SEAL     PIC X(10) VALUE SPACE.                    CVSKIT.2
013800     02  FILLER         PIC X VALUE SPACE.                        CVSKIT.2
013900     02  WS-ID-STATUS   PIC X(10) VALUE SPACE.                    CVSKIT.2
014000     02  FILLER         PIC X VALUE SPACE.                        CVSKIT.2
014100     02  WS-ID-DATE     PIC X(8) VALUE SPACE.                     CVSKIT.2
014200 01  WS-DEFAULT-LIST.                                             CVSKIT.2
014300     02  FILLER  PIC X(30) VALUE "B,*.cob".                       CVSKIT.2
014400     02  FILLER  PIC X(30) VALUE "B,copybooks/*".                 CVSKIT.2
014500     02  FILLER  PIC X(30) VALUE "B,copybooks/*/*".               CVSKIT.2
014600     02  FILLER  PIC X(30) VALUE "B,reject/*".                    CVSKIT.2
014700     02  FILLER  PIC X(30) VALUE "B,driver.dat".                  CVSKIT.2
014800     02  FILLER  PIC X(30) VALUE "B,xcard.dat".                   CVSKIT.2
014900     02  FILLER  PIC X(30) VALUE "B,compile_cmd.dat".             CVSKIT.2
014950     02  FILLER  PIC X(30) VALUE "B,option_profiles.dat".         CVSKIT.2
015000     02  FILLER  PIC X(30) VALUE "B,module_registry.dat".         CVSKIT.2
015100     02  FILLER  PIC X(30) VALUE "B,expected_assertions.dat".     CVSKIT.2
015200     02  FILLER  PIC X(30) VALUE "B,quality_policy.dat".          CVSKIT.2
015300     02  FILLER  PIC X(30) VALUE "B,reject_expect.dat".           CVSKIT.2
015400     02  FILLER  PIC X(30) VALUE "B,cfg_expect.dat".              CVSKIT.2
015500     02  FILLER  PIC X(30) VALUE "B,sidecar_beds.dat".            CVSKIT.2
015600     02  FILLER  PIC X(30) VALUE "B,nc109m.dat".                  CVSKIT.2
015700     02  FILLER  PIC X(30) VALUE "B,nc324a.dat".                  CVSKIT.2
015750     02  FILLER  PIC X(30) VALUE "B,print_mask.dat".              CVSKIT.2
015760     02  FILLER  PIC X(30) VALUE "B,env_settings.dat".            CVSKIT.2
015800 01  FILLER REDEFINES WS-DEFAULT-LIST.                            CVSKIT.2
015900     02  WS-DEFAULT-ITEM PIC X(30) OCCURS 18 TIMES.               CVSKIT.2
016000 PROCEDURE DIVISION.                                              CVSKIT.2
016100 CCVSKIT-MAIN SECTION.                                            CVSKIT.2
016200 CCVSKIT-START.                                                   CVSKIT.2
016300     DISPLAY  "CCVSKIT: E=EXPORT A SITE KIT, V=VERIFY A KIT, "    CVSKIT.2
016400              "C=CHECK THIS WORKSPACE?".                          CVSKIT.2
016500     ACCEPT   WS-MODE.                                            CVSKIT.2
016600     ACCEPT   WS-RUN-DATE FROM DATE YYYYMMDD.                     CVSKIT.2
016700     ACCEPT   WS-RUN-TIME FROM TIME.                              CVSKIT.2
016800     EVALUATE WS-MODE                                             CVSKIT.2
016900         WHEN "E"                                                 CVSKIT.2
017000         WHEN "e"                                                 CVSKIT.2
017100             PERFORM EXPORT-KIT                                   CVSKIT.2
017200         WHEN "V"                                                 CVSKIT.2
017300         WHEN "v"                                                 CVSKIT.2
017400             PERFORM VERIFY-KIT THRU VERIFY-KIT-EX                CVSKIT.2
017500         WHEN "C"                                                 CVSKIT.2
017600         WHEN "c"                                                 CVSKIT.2
017700             PERFORM CHECK-WORKSPACE THRU CHECK-WORKSPACE-EX      CVSKIT.2
017800         WHEN OTHER                                               CVSKIT.2
017900             DISPLAY "CCVSKIT: NO SUCH MODE"                      CVSKIT.2
018000             MOVE 8 TO RETURN-CODE                                CVSKIT.2
018100     END-EVALUATE.                                                CVSKIT.2
018200     STOP     RUN.                                                CVSKIT.2
018300****************************************************************  CVSKIT.2
018400*    E -- EXPORT.                                              *  CVSKIT.2
018500****************************************************************  CVSKIT.2
018600 EXPORT-KIT.                                                      CVSKIT.2
018700     MOVE     SPACE TO WS-ID-KIT.                                 CVSKIT.2
018800     STRING   "SK" DELIMITED BY SIZE                              CVSKIT.2
018900              WS-RUN-DATE DELIMITED BY SIZE                       CVSKIT.2
019000              WS-RUN-TIME (1:6) DELIMITED BY SIZE                 CVSKIT.2
019100              INTO WS-ID-KIT.                                     CVSKIT.2
019200     MOVE     SPACE TO WS-KIT-DIR.                                CVSKIT.2
019300     STRING   "sitekit_" DELIMITED BY SIZE                        CVSKIT.2
019400              WS-RUN-DATE DELIMITED BY SIZE                       CVSKIT.2
019500              "_" DELIMITED BY SIZE                               CVSKIT.2
019600              WS-RUN-TIME (1:6) DELIMITED BY SIZE                 CVSKIT.2
019700              INTO WS-KIT-DIR.                                    CVSKIT.2
019800     MOVE     SPACE TO WS-CMD.                                    CVSKIT.2
019900     STRING   "mkdir -p " DELIMITED BY SIZE                       CVSKIT.2
020000              WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
020100              ";rm -f kit_files.tmp" DELIMITED BY SIZE            CVSKIT.2
020200              INTO WS-CMD.                                        CVSKIT.2
020300     CALL     "SYSTEM" USING WS-CMD.                              CVSKIT.2
020400     PERFORM  EXPAND-KIT-LIST.                                    CVSKIT.2
020500     MOVE     SPACE TO WS-MANIFEST-FNAME.                         CVSKIT.2
020600     STRING   WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
020700              "/MANIFEST" DELIMITED BY SIZE                       CVSKIT.2
020800              INTO WS-MANIFEST-FNAME.                             CVSKIT.2
020900     OPEN     OUTPUT MANIFEST-FILE.                               CVSKIT.2
021000     MOVE     SPACE TO MANIFEST-REC.                              CVSKIT.2
021100     STRING   "SITE KIT " DELIMITED BY SIZE                       CVSKIT.2
021200              WS-ID-KIT DELIMITED BY SIZE                         CVSKIT.2
021300              " EXPORTED " DELIMITED BY SIZE                      CVSKIT.2
021400              WS-RUN-DATE DELIMITED BY SIZE                       CVSKIT.2
021500              INTO MANIFEST-REC.                                  CVSKIT.2
021600     WRITE    MANIFEST-REC.                                       CVSKIT.2
021700     MOVE     "FILE,RECORDS,CONTROL-TOTAL,ORG" TO MANIFEST-REC.   CVSKIT.2
021800     WRITE    MANIFEST-REC.                                       CVSKIT.2
021900     OPEN     INPUT KIT-FILES-FILE.                               CVSKIT.2
022000     IF       WS-KF-FSTATUS = "00"                                CVSKIT.2
022100              MOVE "N" TO WS-EOF-SWITCH                           CVSKIT.2
022200              PERFORM READ-KIT-FILES-LINE                         CVSKIT.2
022300              PERFORM PACK-KIT-FILES-LINE                         CVSKIT.2
022400                  UNTIL WS-EOF-SWITCH = "Y"                       CVSKIT.2
022500              CLOSE KIT-FILES-FILE                                CVSKIT.2
022600     END-IF.                                                      CVSKIT.2
022700     MOVE     SPACE TO MANIFEST-REC.                              CVSKIT.2
022800     STRING   "SEAL," DELIMITED BY SIZE                           CVSKIT.2
022900              WS-SEAL-TOTAL DELIMITED BY SIZE                     CVSKIT.2
023000              "," DELIMITED BY SIZE                               CVSKIT.2
023100              WS-RUN-DATE DELIMITED BY SIZE                       CVSKIT.2
023200              INTO MANIFEST-REC.                                  CVSKIT.2
023300     WRITE    MANIFEST-REC.                                       CVSKIT.2
023400     CLOSE    MANIFEST-FILE.                                      CVSKIT.2
023500*    THE COPY SHIPPED IN THE KIT STAYS UNVERIFIED UNTIL MODE V    CVSKIT.2
023600*    HAS RUN AT THE FAR END; THE HOME SITE'S COPY IS EXPORTED.    CVSKIT.2
023700     MOVE     WS-SEAL-TOTAL TO WS-ID-SEAL.                        CVSKIT.2
023800     MOVE     WS-RUN-DATE TO WS-ID-DATE.                          CVSKIT.2
023900     MOVE     SPACE TO WS-IDENTITY-FNAME.                         CVSKIT.2
024000     STRING   WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
024100              "/kit_identity.dat" DELIMITED BY SIZE               CVSKIT.2
024200              INTO WS-IDENTITY-FNAME.                             CVSKIT.2
024300     MOVE     "UNVERIFIED" TO WS-ID-STATUS.                       CVSKIT.2
024400     PERFORM  WRITE-IDENTITY.                                     CVSKIT.2
024500     MOVE     "kit_identity.dat" TO WS-IDENTITY-FNAME.            CVSKIT.2
024600     MOVE     "EXPORTED" TO WS-ID-STATUS.                         CVSKIT.2
024700     PERFORM  WRITE-IDENTITY.                                     CVSKIT.2
024800     MOVE     SPACE TO WS-CMD.                                    CVSKIT.2
024900     STRING   "rm -f kit_files.tmp;tar -cf " DELIMITED BY SIZE    CVSKIT.2
025000              WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
025100              ".tar " DELIMITED BY SIZE                           CVSKIT.2
025200              WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
025300              INTO WS-CMD.                                        CVSKIT.2
025400     CALL     "SYSTEM" USING WS-CMD.                              CVSKIT.2
025500     PERFORM  JOURNAL-IDENTITY.                                   CVSKIT.2
025600     MOVE     0 TO RETURN-CODE.                                   CVSKIT.2
025700     DISPLAY  "CCVSKIT: " WS-FILES-IN " FILE(S) IN "              CVSKIT.2
025800              WS-KIT-DIR.                                         CVSKIT.2
025900     DISPLAY  "CCVSKIT: " WS-IDENTITY.                            CVSKIT.2
026000     IF       WS-FILES-MISSING > ZERO                             CVSKIT.2
026100              DISPLAY "CCVSKIT: " WS-FILES-MISSING                CVSKIT.2
026200                      " LISTED FILE(S) NOT PRESENT -- "           CVSKIT.2
026300                      "NOT SHIPPED".                              CVSKIT.2
026400     DISPLAY  "CCVSKIT: SHIP " WS-KIT-DIR (1:23) ".tar".          CVSKIT.2
026500*    EVERY kit_list.dat LINE (OR DEFAULT ITEM) BECOMES ONE OR     CVSKIT.2
026600*    MORE o,name LINES IN kit_files.tmp.  A PATTERN IS EXPANDED   CVSKIT.2
026700*    BY THE SHELL TO THE REGULAR FILES IT MATCHES; A PLAIN NAME   CVSKIT.2
026800*    IS LISTED AS IS, SO A MISSING ONE SHOWS AS ABSENT.           CVSKIT.2
026900 EXPAND-KIT-LIST.                                                 CVSKIT.2
027000     OPEN     INPUT KIT-LIST-FILE.                                CVSKIT.2
027100     IF       WS-KL-FSTATUS = "35"                                CVSKIT.2
027200              PERFORM EXPAND-DEFAULT-ITEM                         CVSKIT.2
027300                  VARYING WS-LIST-SUB FROM 1 BY 1                 CVSKIT.2
027400                  UNTIL WS-LIST-SUB > 18                          CVSKIT.2
027500     ELSE                                                         CVSKIT.2
027600              MOVE "N" TO WS-EOF-SWITCH                           CVSKIT.2
027700              PERFORM READ-KIT-LIST-LINE                          CVSKIT.2
027800              PERFORM EXPAND-KIT-LIST-LINE                        CVSKIT.2
027900                  UNTIL WS-EOF-SWITCH = "Y"                       CVSKIT.2
028000              CLOSE KIT-LIST-FILE                                 CVSKIT.2
028100     END-IF.                                                      CVSKIT.2
028200 EXPAND-DEFAULT-ITEM.                                             CVSKIT.2
028300     MOVE     SPACE TO WS-ITEM-ORG WS-ITEM-NAME.                  CVSKIT.2
028400     UNSTRING WS-DEFAULT-ITEM (WS-LIST-SUB) DELIMITED BY ","      CVSKIT.2
028500              INTO WS-ITEM-ORG WS-ITEM-NAME.                      CVSKIT.2
028600     PERFORM  EXPAND-ONE-ITEM.                                    CVSKIT.2
028700 READ-KIT-LIST-LINE.                                              CVSKIT.2
028800     READ     KIT-LIST-FILE                                       CVSKIT.2
028900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSKIT.2
029000 EXPAND-KIT-LIST-LINE.                                            CVSKIT.2
029100     IF       KIT-LIST-REC NOT = SPACE                            CVSKIT.2
029200              AND KIT-LIST-REC (1:1) NOT = "*"                    CVSKIT.2
029300              MOVE SPACE TO WS-ITEM-ORG WS-ITEM-NAME              CVSKIT.2
029400              UNSTRING KIT-LIST-REC DELIMITED BY ","              CVSKIT.2
029500                  INTO WS-ITEM-ORG WS-ITEM-NAME                   CVSKIT.2
029600              PERFORM EXPAND-ONE-ITEM.                            CVSKIT.2
029700     PERFORM  READ-KIT-LIST-LINE.                                 CVSKIT.2
029800 EXPAND-ONE-ITEM.                                                 CVSKIT.2
029900     MOVE     ZERO TO WS-WILD-CT.                                 CVSKIT.2
030000     INSPECT  WS-ITEM-NAME TALLYING WS-WILD-CT FOR ALL "*"        CVSKIT.2
030100              WS-WILD-CT FOR ALL "?".                             CVSKIT.2
030200     MOVE     SPACE TO WS-CMD.                                    CVSKIT.2
030300     IF       WS-WILD-CT > ZERO                                   CVSKIT.2
030400              STRING "for f in " DELIMITED BY SIZE                CVSKIT.2
030500                  WS-ITEM-NAME DELIMITED BY SPACE                 CVSKIT.2
030600                  ";do [ -f $f ] && echo " DELIMITED BY SIZE      CVSKIT.2
030700                  WS-ITEM-ORG DELIMITED BY SIZE                   CVSKIT.2
030800                  ",$f;done >>kit_files.tmp" DELIMITED BY SIZE    CVSKIT.2
030900                  INTO WS-CMD                                     CVSKIT.2
031000     ELSE                                                         CVSKIT.2
031100              STRING "echo " DELIMITED BY SIZE                    CVSKIT.2
031200                  WS-ITEM-ORG DELIMITED BY SIZE                   CVSKIT.2
031300                  "," DELIMITED BY SIZE                           CVSKIT.2
031400                  WS-ITEM-NAME DELIMITED BY SPACE                 CVSKIT.2
031500                  " >>kit_files.tmp" DELIMITED BY SIZE            CVSKIT.2
031600                  INTO WS-CMD                                     CVSKIT.2
031700     END-IF.                                                      CVSKIT.2
031800     CALL     "SYSTEM" USING WS-CMD.                              CVSKIT.2
031900 READ-KIT-FILES-LINE.                                             CVSKIT.2
032000     READ     KIT-FILES-FILE                                      CVSKIT.2
032100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSKIT.2
032200 PACK-KIT-FILES-LINE.                                             CVSKIT.2
032300     IF       KIT-FILES-REC NOT = SPACE                           CVSKIT.2
032400              MOVE SPACE TO WS-SCK-ORG WS-SCK-FNAME               CVSKIT.2
032500              UNSTRING KIT-FILES-REC DELIMITED BY ","             CVSKIT.2
032600                  INTO WS-SCK-ORG WS-SCK-FNAME                    CVSKIT.2
032700              PERFORM PACK-ONE-FILE THRU PACK-ONE-FILE-EX.        CVSKIT.2
032800     PERFORM  READ-KIT-FILES-LINE.                                CVSKIT.2
032900 PACK-ONE-FILE.                                                   CVSKIT.2
033000     MOVE     "W" TO WS-SCK-MODE.                                 CVSKIT.2
033100     CALL     "CCVSSCK" USING WS-SCK-MODE WS-SCK-ORG              CVSKIT.2
033200              WS-SCK-FNAME WS-SCK-STATUS.                         CVSKIT.2
033300     IF       WS-SCK-STATUS NOT = "00"                            CVSKIT.2
033400              ADD 1 TO WS-FILES-MISSING                           CVSKIT.2
033500              MOVE SPACE TO MANIFEST-REC                          CVSKIT.2
033600              STRING WS-SCK-FNAME DELIMITED BY SPACE              CVSKIT.2
033700                  ",ABSENT," DELIMITED BY SIZE                    CVSKIT.2
033800                  WS-SCK-STATUS DELIMITED BY SIZE                 CVSKIT.2
033900                  INTO MANIFEST-REC                               CVSKIT.2
034000              WRITE MANIFEST-REC                                  CVSKIT.2
034100              GO TO PACK-ONE-FILE-EX.                             CVSKIT.2
034200     PERFORM  READ-BACK-SIDECAR THRU READ-BACK-SIDECAR-EX.        CVSKIT.2
034300     ADD      1 TO WS-FILES-IN.                                   CVSKIT.2
034400     MOVE     SPACE TO MANIFEST-REC.                              CVSKIT.2
034500     STRING   WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
034600              "," DELIMITED BY SIZE                               CVSKIT.2
034700              WS-SIDE-RECORDS DELIMITED BY SPACE                  CVSKIT.2
034800              "," DELIMITED BY SIZE                               CVSKIT.2
034900              WS-SIDE-CHECKSUM DELIMITED BY SPACE                 CVSKIT.2
035000              "," DELIMITED BY SIZE                               CVSKIT.2
035100              WS-SCK-ORG DELIMITED BY SIZE                        CVSKIT.2
035200              INTO MANIFEST-REC.                                  CVSKIT.2
035300     WRITE    MANIFEST-REC.                                       CVSKIT.2
035400     PERFORM  FOLD-INTO-SEAL.                                     CVSKIT.2
035500     MOVE     SPACE TO WS-CMD.                                    CVSKIT.2
035600     STRING   "d=$(dirname " DELIMITED BY SIZE                    CVSKIT.2
035700              WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
035800              ");mkdir -p " DELIMITED BY SIZE                     CVSKIT.2
035900              WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
036000              "/$d;cp -f " DELIMITED BY SIZE                      CVSKIT.2
036100              WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
036200              " " DELIMITED BY SIZE                               CVSKIT.2
036300              WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
036400              "/$d;rm -f " DELIMITED BY SIZE                      CVSKIT.2
036500              WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
036600              ".ctl" DELIMITED BY SIZE                            CVSKIT.2
036700              INTO WS-CMD.                                        CVSKIT.2
036800     CALL     "SYSTEM" USING WS-CMD.                              CVSKIT.2
036900 PACK-ONE-FILE-EX.                                                CVSKIT.2
037000     EXIT.                                                        CVSKIT.2
037100*    NUMVAL TOLERATES THE SIDECAR FIELDS' TRAILING SPACES, SO     CVSKIT.2
037200*    THE FOLD IS UNCONDITIONAL.  SAME FOLD AS CCVSPKG.            CVSKIT.2
037300 FOLD-INTO-SEAL.                                                  CVSKIT.2
037400     ADD      FUNCTION NUMVAL (WS-SIDE-RECORDS)                   CVSKIT.2
037500              TO WS-SEAL-TOTAL.                                   CVSKIT.2
037600     COMPUTE  WS-SEAL-WORK = FUNCTION NUMVAL                      CVSKIT.2
037700              (WS-SIDE-CHECKSUM).                                 CVSKIT.2
037800     ADD      WS-SEAL-WORK TO WS-SEAL-TOTAL.                      CVSKIT.2
037900     COMPUTE  WS-SEAL-TOTAL = FUNCTION MOD                        CVSKIT.2
038000              (WS-SEAL-TOTAL, 10000000000).                       CVSKIT.2
038100 READ-BACK-SIDECAR.                                               CVSKIT.2
038200     MOVE     SPACE TO WS-SIDECAR-FNAME.                          CVSKIT.2
038300     STRING   WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
038400              ".ctl" DELIMITED BY SIZE                            CVSKIT.2
038500              INTO WS-SIDECAR-FNAME.                              CVSKIT.2
038600     MOVE     SPACE TO WS-SIDE-RECORDS WS-SIDE-CHECKSUM.          CVSKIT.2
038700     OPEN     INPUT SIDECAR-IN-FILE.                              CVSKIT.2
038800     IF       WS-SC-FSTATUS NOT = "00"                            CVSKIT.2
038900              GO TO READ-BACK-SIDECAR-EX.                         CVSKIT.2
039000     READ     SIDECAR-IN-FILE                                     CVSKIT.2
039100              AT END CONTINUE                                     CVSKIT.2
039200     END-READ.                                                    CVSKIT.2
039300     IF       SIDECAR-IN-REC (1:8) = "RECORDS="                   CVSKIT.2
039400              MOVE SIDECAR-IN-REC (9:10) TO WS-SIDE-RECORDS.      CVSKIT.2
039500     READ     SIDECAR-IN-FILE                                     CVSKIT.2
039600              AT END CONTINUE                                     CVSKIT.2
039700     END-READ.                                                    CVSKIT.2
039800     IF       SIDECAR-IN-REC (1:9) = "CHECKSUM="                  CVSKIT.2
039900              MOVE SIDECAR-IN-REC (10:12) TO WS-SIDE-CHECKSUM.    CVSKIT.2
040000     CLOSE    SIDECAR-IN-FILE.                                    CVSKIT.2
040100 READ-BACK-SIDECAR-EX.                                            CVSKIT.2
040200     EXIT.                                                        CVSKIT.2
040300 WRITE-IDENTITY.                                                  CVSKIT.2
040400     OPEN     OUTPUT IDENTITY-FILE.                               CVSKIT.2
040500     MOVE     WS-IDENTITY TO IDENTITY-REC.                        CVSKIT.2
040600     WRITE    IDENTITY-REC.                                       CVSKIT.2
040700     CLOSE    IDENTITY-FILE.                                      CVSKIT.2
040800 JOURNAL-IDENTITY.                                                CVSKIT.2
040900     MOVE     SPACE TO WS-CMD.                                    CVSKIT.2
041000     STRING   "printf 'O\n" DELIMITED BY SIZE                     CVSKIT.2
041100              WS-IDENTITY DELIMITED BY SIZE                       CVSKIT.2
041200              "\n' | ./CCVSAUD >/dev/null" DELIMITED BY SIZE      CVSKIT.2
041300              INTO WS-CMD.                                        CVSKIT.2
041400     CALL     "SYSTEM" USING WS-CMD.                              CVSKIT.2
041500****************************************************************  CVSKIT.2
041600*    V -- IMPORT VERIFICATION AT THE REMOTE SITE.              *  CVSKIT.2
041700****************************************************************  CVSKIT.2
041800 VERIFY-KIT.                                                      CVSKIT.2
041900     DISPLAY  "CCVSKIT: SITE KIT DIRECTORY (BLANK = HERE)?".      CVSKIT.2
042000     ACCEPT   WS-KIT-DIR.                                         CVSKIT.2
042100     IF       WS-KIT-DIR = SPACE                                  CVSKIT.2
042200              MOVE "." TO WS-KIT-DIR.                             CVSKIT.2
042300     MOVE     SPACE TO WS-MANIFEST-FNAME.                         CVSKIT.2
042400     STRING   WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
042500              "/MANIFEST" DELIMITED BY SIZE                       CVSKIT.2
042600              INTO WS-MANIFEST-FNAME.                             CVSKIT.2
042700     OPEN     INPUT MANIFEST-FILE.                                CVSKIT.2
042800     IF       WS-MF-FSTATUS NOT = "00"                            CVSKIT.2
042900              DISPLAY "CCVSKIT: NO MANIFEST IN " WS-KIT-DIR       CVSKIT.2
043000              MOVE 8 TO RETURN-CODE                               CVSKIT.2
043100              GO TO VERIFY-KIT-EX.                                CVSKIT.2
043200     MOVE     SPACE TO WS-WORK-REC.                               CVSKIT.2
043300     READ     MANIFEST-FILE INTO WS-WORK-REC                      CVSKIT.2
043400              AT END CONTINUE                                     CVSKIT.2
043500     END-READ.                                                    CVSKIT.2
043600     IF       WS-WORK-REC (1:9) NOT = "SITE KIT "                 CVSKIT.2
043700              CLOSE MANIFEST-FILE                                 CVSKIT.2
043800              DISPLAY "CCVSKIT: " WS-KIT-DIR (1:30)               CVSKIT.2
043900                  " IS NOT A SITE KIT"                            CVSKIT.2
044000              MOVE 8 TO RETURN-CODE                               CVSKIT.2
044100              GO TO VERIFY-KIT-EX.                                CVSKIT.2
044200     MOVE     WS-WORK-REC (10:16) TO WS-ID-KIT.                   CVSKIT.2
044300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSKIT.2
044400     PERFORM  READ-MANIFEST-LINE.                                 CVSKIT.2
044500     PERFORM  VERIFY-ONE-ROW UNTIL WS-EOF-SWITCH = "Y".           CVSKIT.2
044600     CLOSE    MANIFEST-FILE.                                      CVSKIT.2
044700     IF       WS-SEAL-SEEN = "N"                                  CVSKIT.2
044800              ADD 1 TO WS-BAD-ROW-CT                              CVSKIT.2
044900              DISPLAY "CCVSKIT: *** NO SEAL RECORD -- "           CVSKIT.2
045000                  "MANIFEST WAS CUT ***".                         CVSKIT.2
045100     MOVE     WS-SEAL-STATED TO WS-ID-SEAL.                       CVSKIT.2
045200     MOVE     WS-RUN-DATE TO WS-ID-DATE.                          CVSKIT.2
045300     IF       WS-BAD-ROW-CT = ZERO                                CVSKIT.2
045400              MOVE "VERIFIED" TO WS-ID-STATUS                     CVSKIT.2
045500              DISPLAY "CCVSKIT: KIT ARRIVED INTACT, "             CVSKIT.2
045600                  WS-ROW-CT " FILE(S) RE-DERIVED CLEAN"           CVSKIT.2
045700     ELSE                                                         CVSKIT.2
045800              MOVE "FAILED" TO WS-ID-STATUS                       CVSKIT.2
045900              DISPLAY "CCVSKIT: *** " WS-BAD-ROW-CT               CVSKIT.2
046000                  " CHECK(S) FAILED -- DO NOT RUN FROM "          CVSKIT.2
046100                  "THIS KIT ***"                                  CVSKIT.2
046200     END-IF.                                                      CVSKIT.2
046300     IF       WS-FILES-MISSING > ZERO                             CVSKIT.2
046400              DISPLAY "CCVSKIT: " WS-FILES-MISSING                CVSKIT.2
046500                  " LISTED FILE(S) WERE NOT SHIPPED BY "          CVSKIT.2
046600                  "THE HOME SITE".                                CVSKIT.2
046700     MOVE     SPACE TO WS-IDENTITY-FNAME.                         CVSKIT.2
046800     STRING   WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
046900              "/kit_identity.dat" DELIMITED BY SIZE               CVSKIT.2
047000              INTO WS-IDENTITY-FNAME.                             CVSKIT.2
047100     PERFORM  WRITE-IDENTITY.                                     CVSKIT.2
047200     PERFORM  JOURNAL-IDENTITY.                                   CVSKIT.2
047300     DISPLAY  "CCVSKIT: " WS-IDENTITY.                            CVSKIT.2
047400     IF       WS-ID-STATUS = "VERIFIED"                           CVSKIT.2
047500              MOVE 0 TO RETURN-CODE                               CVSKIT.2
047600     ELSE                                                         CVSKIT.2
047700              MOVE 16 TO RETURN-CODE                              CVSKIT.2
047800     END-IF.                                                      CVSKIT.2
047900 VERIFY-KIT-EX.                                                   CVSKIT.2
048000     EXIT.                                                        CVSKIT.2
048100 READ-MANIFEST-LINE.                                              CVSKIT.2
048200     READ     MANIFEST-FILE INTO WS-WORK-REC                      CVSKIT.2
048300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSKIT.2
048400 VERIFY-ONE-ROW.                                                  CVSKIT.2
048500     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSKIT.2
048600     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSKIT.2
048700              INTO WS-FIELD (1) WS-FIELD (2)                      CVSKIT.2
048800                   WS-FIELD (3) WS-FIELD (4).                     CVSKIT.2
048900     EVALUATE TRUE                                                CVSKIT.2
049000         WHEN WS-FIELD (1) = "SEAL"                               CVSKIT.2
049100             PERFORM JUDGE-SEAL-ROW                               CVSKIT.2
049200         WHEN WS-FIELD (2) = "ABSENT"                             CVSKIT.2
049300             ADD 1 TO WS-FILES-MISSING                            CVSKIT.2
049400         WHEN WS-FIELD (2) (1:7) IS NUMERIC                       CVSKIT.2
049500             AND WS-FIELD (4) NOT = SPACE                         CVSKIT.2
049600             PERFORM REDERIVE-ONE-FILE                            CVSKIT.2
049700                 THRU REDERIVE-ONE-FILE-EX                        CVSKIT.2
049800         WHEN OTHER                                               CVSKIT.2
049900             CONTINUE                                             CVSKIT.2
050000     END-EVALUATE.                                                CVSKIT.2
050100     PERFORM  READ-MANIFEST-LINE.                                 CVSKIT.2
050200 JUDGE-SEAL-ROW.                                                  CVSKIT.2
050300     MOVE     "Y" TO WS-SEAL-SEEN.                                CVSKIT.2
050400     IF       WS-FIELD (2) (1:10) IS NUMERIC                      CVSKIT.2
050500              MOVE WS-FIELD (2) (1:10) TO WS-SEAL-STATED.         CVSKIT.2
050600     IF       WS-SEAL-STATED NOT = WS-SEAL-TOTAL                  CVSKIT.2
050700              ADD 1 TO WS-BAD-ROW-CT                              CVSKIT.2
050800              DISPLAY "CCVSKIT: *** SEAL MISMATCH -- "            CVSKIT.2
050900                  "STATED " WS-SEAL-STATED                        CVSKIT.2
051000                  " RE-DERIVED " WS-SEAL-TOTAL " ***".            CVSKIT.2
051100*    A SCRATCH .vfy COPY OF EACH KIT FILE IS RE-SIDECARED WITH    CVSKIT.2
051200*    CCVSSCK AND THE FRESH COUNT AND TOTAL COMPARED TO THE ROW,   CVSKIT.2
051300*    AS CCVSVFY DOES FOR AN EVIDENCE BUNDLE.                      CVSKIT.2
051400 REDERIVE-ONE-FILE.                                               CVSKIT.2
051500     ADD      1 TO WS-ROW-CT.                                     CVSKIT.2
051600     MOVE     WS-FIELD (4) (1:1) TO WS-SCK-ORG.                   CVSKIT.2
051700     MOVE     SPACE TO WS-SCK-FNAME.                              CVSKIT.2
051800     STRING   WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
051900              "/" DELIMITED BY SIZE                               CVSKIT.2
052000              WS-FIELD (1) DELIMITED BY SPACE                     CVSKIT.2
052100              ".vfy" DELIMITED BY SIZE                            CVSKIT.2
052200              INTO WS-SCK-FNAME.                                  CVSKIT.2
052300     MOVE     SPACE TO WS-CMD.                                    CVSKIT.2
052400     STRING   "cp -f " DELIMITED BY SIZE                          CVSKIT.2
052500              WS-KIT-DIR DELIMITED BY SPACE                       CVSKIT.2
052600              "/" DELIMITED BY SIZE                               CVSKIT.2
052700              WS-FIELD (1) DELIMITED BY SPACE                     CVSKIT.2
052800              " " DELIMITED BY SIZE                               CVSKIT.2
052900              WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
053000              " 2>/dev/null" DELIMITED BY SIZE                    CVSKIT.2
053100              INTO WS-CMD.                                        CVSKIT.2
053200     CALL     "SYSTEM" USING WS-CMD.                              CVSKIT.2
053300     MOVE     "W" TO WS-SCK-MODE.                                 CVSKIT.2
053400     CALL     "CCVSSCK" USING WS-SCK-MODE WS-SCK-ORG              CVSKIT.2
053500              WS-SCK-FNAME WS-SCK-STATUS.                         CVSKIT.2
053600     IF       WS-SCK-STATUS NOT = "00"                            CVSKIT.2
053700              ADD 1 TO WS-BAD-ROW-CT                              CVSKIT.2
053800              DISPLAY "CCVSKIT: *** " WS-FIELD (1)                CVSKIT.2
053900                  " MISSING FROM THE KIT ***"                     CVSKIT.2
054000              GO TO REDERIVE-ONE-FILE-EX.                         CVSKIT.2
054100     PERFORM  READ-BACK-SIDECAR THRU READ-BACK-SIDECAR-EX.        CVSKIT.2
054200     IF       WS-SIDE-RECORDS (1:7) = WS-FIELD (2) (1:7)          CVSKIT.2
054300              AND WS-SIDE-CHECKSUM (1:10) = WS-FIELD (3) (1:10)   CVSKIT.2
054400              CONTINUE                                            CVSKIT.2
054500     ELSE                                                         CVSKIT.2
054600              ADD 1 TO WS-BAD-ROW-CT                              CVSKIT.2
054700              DISPLAY "CCVSKIT: *** " WS-FIELD (1)                CVSKIT.2
054800                  " ALTERED IN TRANSIT ***"                       CVSKIT.2
054900     END-IF.                                                      CVSKIT.2
055000     MOVE     SPACE TO WS-CMD.                                    CVSKIT.2
055100     STRING   "rm -f " DELIMITED BY SIZE                          CVSKIT.2
055200              WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
055300              " " DELIMITED BY SIZE                               CVSKIT.2
055400              WS-SCK-FNAME DELIMITED BY SPACE                     CVSKIT.2
055500              ".ctl" DELIMITED BY SIZE                            CVSKIT.2
055600              INTO WS-CMD.                                        CVSKIT.2
055700     CALL     "SYSTEM" USING WS-CMD.                              CVSKIT.2
055800     PERFORM  FOLD-INTO-SEAL.                                     CVSKIT.2
055900 REDERIVE-ONE-FILE-EX.                                            CVSKIT.2
056000     EXIT.                                                        CVSKIT.2
056100****************************************************************  CVSKIT.2
056200*    C -- PRE-RUN GATE FOR CCVSDRV.                            *  CVSKIT.2
056300****************************************************************  CVSKIT.2
056400 CHECK-WORKSPACE.                                                 CVSKIT.2
056500     MOVE     "kit_identity.dat" TO WS-IDENTITY-FNAME.            CVSKIT.2
056600     OPEN     INPUT IDENTITY-FILE.                                CVSKIT.2
056700     IF       WS-ID-FSTATUS NOT = "00"                            CVSKIT.2
056800              MOVE 0 TO RETURN-CODE                               CVSKIT.2
056900              GO TO CHECK-WORKSPACE-EX.                           CVSKIT.2
057000     MOVE     SPACE TO IDENTITY-REC.                              CVSKIT.2
057100     READ     IDENTITY-FILE                                       CVSKIT.2
057200              AT END CONTINUE                                     CVSKIT.2
057300     END-READ.                                                    CVSKIT.2
057400     CLOSE    IDENTITY-FILE.                                      CVSKIT.2
057500     MOVE     IDENTITY-REC TO WS-IDENTITY.                        CVSKIT.2
057600     IF       WS-ID-STATUS = "VERIFIED" OR "EXPORTED"             CVSKIT.2
057700              DISPLAY "CCVSKIT: " WS-IDENTITY                     CVSKIT.2
057800              MOVE 0 TO RETURN-CODE                               CVSKIT.2
057900     ELSE                                                         CVSKIT.2
058000              MOVE SPACE TO WS-WORK-REC                           CVSKIT.2
058100              STRING "CCVSKIT: *** SITE KIT " DELIMITED BY SIZE   CVSKIT.2
058200                  WS-ID-KIT DELIMITED BY SPACE                    CVSKIT.2
058300                  " IS " DELIMITED BY SIZE                        CVSKIT.2
058400                  WS-ID-STATUS DELIMITED BY SPACE                 CVSKIT.2
058500                  " -- VERIFY IT (MODE V) BEFORE ANY RUN ***"     CVSKIT.2
058600                      DELIMITED BY SIZE                           CVSKIT.2
058700                  INTO WS-WORK-REC                                CVSKIT.2
058800              DISPLAY WS-WORK-REC                                 CVSKIT.2
058900              MOVE 16 TO RETURN-CODE                              CVSKIT.2
059000     END-IF.                                                      CVSKIT.2
059100 CHECK-WORKSPACE-EX.                                              CVSKIT.2
059200     EXIT.                                                        CVSKIT.2
