001500*        COVERING THE CORE FEEDS (report.log, results.csv,     *  CVSPKG.2
001600*        suite_summary.csv, negative_path.csv,                 *  CVSPKG.2
001700*        ncarith_109.csv, rl_status_recon.csv,                 *  CVSPKG.2
001800*        recon_report.csv, table_staleness.log,                *  CVSPKG.2
001810*        pedigree_report.log, io_status.rpt),                  *  CVSPKG.2
001900*      - EACH PRESENT ARTIFACT IS COPIED IN, AND ITS RECORD    *  CVSPKG.2
002000*        COUNT AND CCVSSCK CONTROL TOTAL GO INTO MANIFEST      *  CVSPKG.2
002100*        (ONE LINE PER FILE) -- ANY POST-RUN ALTERATION        *  CVSPKG.2
002200*        BREAKS THE TOTAL,                                     *  CVSPKG.2
002300*      - THE BUNDLE IS STAMPED WITH THE RUN'S BUILD-ID (FROM   *  CVSPKG.2
002400*        suite_summary.csv) AND AN ENVIRONMENT FINGERPRINT     *  CVSPKG.2
002500*        (uname CAPTURE) IN THE ENVIRONMENT MEMBER,            *  CVSPKG.2
002510*      - THE MANIFEST CARRIES CCVSTBL'S SOURCE-TABLE VERDICT   *  CVSPKG.2
002520*        AND CCVSPED'S HARNESS-PEDIGREE VERDICT, SO A BUNDLE   *  CVSPKG.2
002530*        BUILT ON A STALE CLAUSE MAP OR ON ALTERED TEST LOGIC  *  CVSPKG.2
002540*        SAYS SO,                                              *  CVSPKG.2
002550*      - WHEN THE RUN WORKSPACE CAME FROM A SITE KIT (OR IS    *  CVSPKG.2
002560*        THE HOME SITE THAT EXPORTED ONE), THE KIT IDENTITY    *  CVSPKG.2
002570*        FROM kit_identity.dat IS THE FIFTH MANIFEST LINE,     *  CVSPKG.2
002580*        SO TWO SITES' BUNDLES SHOW WHETHER THEY QUALIFIED     *  CVSPKG.2
002590*        AGAINST THE SAME MATERIAL.  SEE CCVSKIT.              *  CVSPKG.2
002600*                                                              *  CVSPKG.2
002700****************************************************************  CVSPKG.2
002800 ENVIRONMENT DIVISION.                                            CVSPKG.2
005020     "approval_stamp.dat"                                         CVSPKG.2
005030     ORGANIZATION LINE SEQUENTIAL                                 CVSPKG.2
005040     FILE STATUS IS WS-STP-FSTATUS.                               CVSPKG.2
005050     SELECT   STALE-VERDICT-FILE ASSIGN TO                        CVSPKG.2
005060     "table_staleness.dat"                                        CVSPKG.2
005070     ORGANIZATION LINE SEQUENTIAL                                 CVSPKG.2
005080     FILE STATUS IS WS-TSV-FSTATUS.                               CVSPKG.2
005090     SELECT   PEDIGREE-VERDICT-FILE ASSIGN TO                     CVSPKG.2
005091     "pedigree_verdict.dat"                                       CVSPKG.2
005092     ORGANIZATION LINE SEQUENTIAL                                 CVSPKG.2
005093     FILE STATUS IS WS-PGV-FSTATUS.                               CVSPKG.2
005094     SELECT   KIT-IDENTITY-FILE ASSIGN TO                         CVSPKG.2
005095     "kit_identity.dat"                                           CVSPKG.2
005096     ORGANIZATION LINE SEQUENTIAL                                 CVSPKG.2
005097     FILE STATUS IS WS-KIT-FSTATUS.                               CVSPKG.2
005100 DATA DIVISION.                                                   CVSPKG.2
005200 FILE SECTION.                                                    CVSPKG.2
005300 FD  EVIDENCE-LIST-FILE.                                          CVSPKG.2
006000 01  MANIFEST-REC PIC X(100).                                     CVSPKG.2
006010 FD  STAMP-FILE.                                                  CVSPKG.2
006020 01  STAMP-REC PIC X(120).                                        CVSPKG.2
006030 FD  STALE-VERDICT-FILE.                                          CVSPKG.2
006040 01  STALE-VERDICT-REC PIC X(100).                                CVSPKG.2
006050 FD  PEDIGREE-VERDICT-FILE.                                       CVSPKG.2
006060 01  PEDIGREE-VERDICT-REC PIC X(100).                             CVSPKG.2
006070 FD  KIT-IDENTITY-FILE.                                           CVSPKG.2
006080 01  KIT-IDENTITY-REC PIC X(80).                                  CVSPKG.2
006100 WORKING-STORAGE SECTION.                                         CVSPKG.2
006200 77  WS-EL-FSTATUS      PIC XX VALUE SPACE.                       CVSPKG.2
006300 77  WS-SS-FSTATUS      PIC XX VALUE SPACE.                       CVSPKG.2
007300 01  WS-SIDECAR-FNAME   PIC X(70) VALUE SPACE.                    CVSPKG.2
007400 01  WS-MANIFEST-FNAME  PIC X(60) VALUE SPACE.                    CVSPKG.2
007410 77  WS-STP-FSTATUS     PIC XX VALUE SPACE.                       CVSPKG.2
007415 77  WS-TSV-FSTATUS     PIC XX VALUE SPACE.                       CVSPKG.2
007417 77  WS-PGV-FSTATUS     PIC XX VALUE SPACE.                       CVSPKG.2
007418 77  WS-KIT-FSTATUS     PIC XX VALUE SPACE.                       CVSPKG.2
007420 77  WS-SEAL-TOTAL      PIC 9(10) VALUE ZERO.                     CVSPKG.2
007430 77  WS-SEAL-WORK       PIC 9(10) VALUE ZERO.                     CVSPKG.2
007500 01  WS-CMD             PIC X(250) VALUE SPACE.                   CVSPKG.2
009200     02  FILLER  PIC X(30) VALUE "1,ncarith_109.csv".             CVSPKG.2
009300     02  FILLER  PIC X(30) VALUE "4,rl_status_recon.csv".         CVSPKG.2
009400     02  FILLER  PIC X(30) VALUE "L,recon_report.csv".            CVSPKG.2
009450     02  FILLER  PIC X(30) VALUE "L,table_staleness.log".         CVSPKG.2
009460     02  FILLER  PIC X(30) VALUE "L,pedigree_report.log".         CVSPKG.2
009470     02  FILLER  PIC X(30) VALUE "L,io_status.rpt".               CVSPKG.2
009500 01  FILLER REDEFINES WS-DEFAULT-LIST.                            CVSPKG.2
009600     02  WS-DEFAULT-ITEM PIC X(30) OCCURS 10 TIMES.               CVSPKG.2
009700 PROCEDURE DIVISION.                                              CVSPKG.2
009800 CCVSPKG-MAIN SECTION.                                            CVSPKG.2
009900 CCVSPKG-START.                                                   CVSPKG.2
015394                  TO MANIFEST-REC                                 CVSPKG.2
015395     END-IF.                                                      CVSPKG.2
015396     WRITE    MANIFEST-REC.                                       CVSPKG.2
015397*    THE SOURCE-TABLE STALENESS VERDICT IS THE THIRD LINE.        CVSPKG.2
015398*    SEE CCVSTBL.                                                 CVSPKG.2
015399     OPEN     INPUT STALE-VERDICT-FILE.                           CVSPKG.2
015400     IF       WS-TSV-FSTATUS = "00"                               CVSPKG.2
015401              MOVE SPACE TO STALE-VERDICT-REC                     CVSPKG.2
015402              READ STALE-VERDICT-FILE                             CVSPKG.2
015403                  AT END CONTINUE                                 CVSPKG.2
015404              END-READ                                            CVSPKG.2
015405              MOVE STALE-VERDICT-REC TO MANIFEST-REC              CVSPKG.2
015406              CLOSE STALE-VERDICT-FILE                            CVSPKG.2
015407     ELSE                                                         CVSPKG.2
015408              MOVE "SOURCE TABLES: NOT CHECKED"                   CVSPKG.2
015409                  TO MANIFEST-REC                                 CVSPKG.2
015410     END-IF.                                                      CVSPKG.2
015411     WRITE    MANIFEST-REC.                                       CVSPKG.2
015412*    THE HARNESS-PEDIGREE VERDICT IS THE FOURTH.  SEE CCVSPED.    CVSPKG.2
015413     OPEN     INPUT PEDIGREE-VERDICT-FILE.                        CVSPKG.2
015414     IF       WS-PGV-FSTATUS = "00"                               CVSPKG.2
015415              MOVE SPACE TO PEDIGREE-VERDICT-REC                  CVSPKG.2
015416              READ PEDIGREE-VERDICT-FILE                          CVSPKG.2
015417                  AT END CONTINUE                                 CVSPKG.2
015418              END-READ                                            CVSPKG.2
015419              MOVE PEDIGREE-VERDICT-REC TO MANIFEST-REC           CVSPKG.2
015420              CLOSE PEDIGREE-VERDICT-FILE                         CVSPKG.2
015421     ELSE                                                         CVSPKG.2
015422              MOVE "HARNESS PEDIGREE: NOT CHECKED"                CVSPKG.2
015423                  TO MANIFEST-REC                                 CVSPKG.2
015424     END-IF.                                                      CVSPKG.2
015425     WRITE    MANIFEST-REC.                                       CVSPKG.2
015426*    THE SITE-KIT IDENTITY IS THE FIFTH.  SEE CCVSKIT.            CVSPKG.2
015427     OPEN     INPUT KIT-IDENTITY-FILE.                            CVSPKG.2
015428     IF       WS-KIT-FSTATUS = "00"                               CVSPKG.2
015429              MOVE SPACE TO KIT-IDENTITY-REC                      CVSPKG.2
015430              READ KIT-IDENTITY-FILE                              CVSPKG.2
015431                  AT END CONTINUE                                 CVSPKG.2
015432              END-READ                                            CVSPKG.2
015433              MOVE KIT-IDENTITY-REC TO MANIFEST-REC               CVSPKG.2
015434              CLOSE KIT-IDENTITY-FILE                             CVSPKG.2
015435     ELSE                                                         CVSPKG.2
015436              MOVE "SITE KIT: NONE -- NOT A KIT WORKSPACE"        CVSPKG.2
015437                  TO MANIFEST-REC                                 CVSPKG.2
015438     END-IF.                                                      CVSPKG.2
015439     WRITE    MANIFEST-REC.                                       CVSPKG.2
015400     MOVE     "FILE,RECORDS,CONTROL-TOTAL,ORG"                    CVSPKG.2
015410              TO MANIFEST-REC.                                    CVSPKG.2
015500     WRITE    MANIFEST-REC.                                       CVSPKG.2
016700 PACK-DEFAULT-LIST.                                               CVSPKG.2
016800     PERFORM  PACK-ONE-DEFAULT                                    CVSPKG.2
016900              VARYING WS-LIST-SUB FROM 1 BY 1                     CVSPKG.2
017000              UNTIL WS-LIST-SUB > 10.                             CVSPKG.2
017100 PACK-ONE-DEFAULT.                                                CVSPKG.2
017200     MOVE     SPACE TO WS-SCK-ORG WS-SCK-FNAME.                   CVSPKG.2
017300     UNSTRING WS-DEFAULT-ITEM (WS-LIST-SUB)                       CVSPKG.2
