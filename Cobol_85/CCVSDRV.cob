000500**                                                                CVSDRV.2
000600**    SELECTIVE TEST-MODULE DRIVER FOR THE CCVS85 HARNESS.        CVSDRV.2
000700**                                                                CVSDRV.2
000800**    RUNS A CHOSEN SUBSET OF THE STANDALONE CCVS86 TEST MODULES  CVSDRV.2
000801**    IN SEQUENCE, RATHER THAN REQUIRING EACH ONE TO BE           CVSDRV.2
001000**    LAUNCHED BY HAND. THE SUBSET IS CONTROLLED BY AN OPTIONAL   CVSDRV.2
001100**    "driver.dat" FILE OF "INCLUDE=xxx" / "EXCLUDE=xxx" LINES,   CVSDRV.2
001200**    WHERE xxx IS EITHER A FULL PROGRAM-ID (E.G. "ST107A") OR A  CVSDRV.2
003596**    ONE INSTEAD, PRUNING ARCHIVES OLDER THAN THE "KEEP="        CVSDRV.2
003597**    WINDOW SET IN driver.dat (DEFAULT 5 RUNS).                  CVSDRV.2
003580**                                                                CVSDRV.2
003581**    MODULE REGISTRY: THE MODULES RUN, AND THE COMPANION         CVSDRV.2
003582**    HALVES CHECKED ABOVE, COME FROM module_registry.dat (ONE    CVSDRV.2
003583**    ENTRY PER MODULE -- SERIES, LEVEL, COMPANIONS, BEDS BUILT   CVSDRV.2
003584**    AND CONSUMED, ACTIVE/RETIRED), MAINTAINED THROUGH CCVSMRG   CVSDRV.2
003585**    AND LOADED BY CCVSMRL. RETIRED ENTRIES ARE NEVER RUN. WITH  CVSDRV.2
003586**    NO REGISTRY PRESENT THE BUILT-IN 131-MODULE TABLE IS USED.  CVSDRV.2
003598**                                                                CVSDRV.2
003599**    RECOMPILE STEP: COMPILE-QUEUED-MODULES REBUILDS EVERY       CVSDRV.2
003600**    SELECTED MODULE BEFORE THE RUN, CAPTURING DIAGNOSTIC        CVSDRV.2
003601**    COUNTS AND THE COMPILE RETURN CODE PER MODULE. A NON-ZERO   CVSDRV.2
003611**    RETURN CODE IS COUNTED AS A REJECTION; A REJECTED CM-       CVSDRV.2
003612**    SERIES MODULE IS REPORTED AS COMMUNICATION MODULE NOT       CVSDRV.2
003613**    SUPPORTED. THE ACTUAL COMPILE COMMAND LINE IS NOT           CVSDRV.2
003602**    BUILT INTO THIS PROGRAM -- IT COMES FROM THE OPTIONAL       CVSDRV.2
003603**    "compile_cmd.dat" CONTROL FILE, ONE LINE GIVING THE         CVSDRV.2
003604**    PER-MODULE COMPILE COMMAND WITH $m STANDING FOR THE         CVSDRV.2
003605**    MODULE NAME. WITH NO compile_cmd.dat PRESENT THE STEP       CVSDRV.2
003606**    IS SIMPLY SKIPPED, THE SAME "PURELY ADDITIVE" WAY driver.   CVSDRV.2
003607**    dat AND xcard.dat WORK.                                     CVSDRV.2
003608**    CCVSMRJ THEN PUTS THE MUST-REJECT (XR) SOURCES THROUGH      CVSDRV.2
003609**    THE SAME COMMAND; AN XR SOURCE THE COMPILER ACCEPTS, OR     CVSDRV.2
003610**    DIAGNOSES AT THE WRONG LINE, IS A CONFORMANCE FAILURE.      CVSDRV.2
003611**    EVERY COMPILE ALSO APPENDS A compile_history.csv ROW:       CVSDRV.2
003611**    MODULE,BUILD-STAMP,RC,COMPILE-HUNDREDTHS,OBJECT-BYTES,      CVSDRV.2
003611**    CODE-BYTES (THE TEXT SEGMENT WHERE size CAN READ THE        CVSDRV.2
003611**    OBJECT, ELSE 0).  PROGRAMS NAMED ONE PER LINE IN AN         CVSDRV.2
003611**    OPTIONAL compile_track.dat (THE HARNESS'S OWN BIG           CVSDRV.2
003611**    TABLE PROGRAMS, SAY) ARE REBUILT WITH THE SAME COMMAND      CVSDRV.2
003611**    FOR THE HISTORY ONLY.  CCVSCTR REPORTS THE TRENDS.          CVSDRV.2
003614**                                                                CVSDRV.2
003615**    QUARANTINE: A MODULE CCVSQRN HAS QUARANTINED (REPEATED      CVSDRV.2
003616**    WATCHDOG KILLS OR ABENDS, SEE quarantine.dat) IS HELD       CVSDRV.2
003617**    OUT OF ANY RUN WITHOUT AN "ATTENDED=Y" CARD AND             CVSDRV.2
003618**    COUNTED SEPARATELY IN THE SUMMARY. CCVSQRN IS RUN AFTER     CVSDRV.2
003619**    EVERY RUN TO COUNT STRIKES AND TO RELEASE A MODULE THAT     CVSDRV.2
003619**    RAN CLEANLY UNDER SUPERVISION.                              CVSDRV.2
003620**                                                                CVSDRV.2
003621**    SITE KITS: A WORKSPACE UNPACKED FROM A CCVSKIT SITE KIT     CVSDRV.2
003622**    CARRIES kit_identity.dat; UNTIL CCVSKIT HAS VERIFIED        CVSDRV.2
003623**    THE KIT THERE, THE RUN IS REFUSED BEFORE ANYTHING STARTS.   CVSDRV.2
003624**                                                                CVSDRV.2
003624**    I-O TRACE: THE RL, IX AND SQ MODULES CALL CCVSIOT AROUND    CVSDRV.2
003624**    EVERY STATEMENT ON A FILE UNDER TEST (SO THEIR BUILD        CVSDRV.2
003624**    LINKS CCVSIOT AS IT DOES CCVSHBT AND CCVSLOG).  EACH        CVSDRV.2
003624**    WORKSPACE'S io_trace.csv IS FOLDED UP WITH THE OTHER        CVSDRV.2
003624**    SHARED FEEDS AND CCVSIOH FILES ITS STATUS HISTOGRAM.        CVSDRV.2
003600******************************************************************CVSDRV.2
003700 ENVIRONMENT DIVISION.                                            CVSDRV.2
003800 CONFIGURATION SECTION.                                           CVSDRV.2
492860     "impact_include.dat"                                         CVSDRV.2
492870     ORGANIZATION LINE SEQUENTIAL                                 CVSDRV.2
492880     FILE STATUS IS WS-IMP-FSTATUS.                               CVSDRV.2
492890     SELECT   QUARANTINE-FILE ASSIGN TO                           CVSDRV.2
492900     "quarantine.dat"                                             CVSDRV.2
492910     ORGANIZATION LINE SEQUENTIAL                                 CVSDRV.2
492920     FILE STATUS IS WS-QRN-FSTATUS.                               CVSDRV.2
005200 DATA DIVISION.                                                   CVSDRV.2
005300 FILE SECTION.                                                    CVSDRV.2
005400 FD  DRIVER-CTL-FILE.                                             CVSDRV.2
561600 01  PROFILE-INCLUDE-REC PIC X(20).                               CVSDRV.2
561700 FD  IMPACT-INCLUDE-FILE.                                         CVSDRV.2
561800 01  IMPACT-INCLUDE-REC PIC X(20).                                CVSDRV.2
561900 FD  QUARANTINE-FILE.                                             CVSDRV.2
562000 01  QUARANTINE-REC PIC X(100).                                   CVSDRV.2
005800 WORKING-STORAGE SECTION.                                         CVSDRV.2
005900 01  WS-MODULE-TABLE.                                             CVSDRV.2
005900     02  FILLER PIC X(8) VALUE "CCVSSLF".                         CVSDRV.2
005900     02  FILLER PIC X(8) VALUE "CM101A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "IC112A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "IC222A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "IC224A".                          CVSDRV.2
006400     02  FILLER PIC X(8) VALUE "IX301A".                          CVSDRV.2
006400     02  FILLER PIC X(8) VALUE "IX303A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "IX304A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "IX305A".                          CVSDRV.2
006500     02  FILLER PIC X(8) VALUE "NC103A".                          CVSDRV.2
006600     02  FILLER PIC X(8) VALUE "NC109M".                          CVSDRV.2
006700     02  FILLER PIC X(8) VALUE "NC114M".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC315A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC316A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC317A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC318A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC319A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC320A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC321A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC322A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC323A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "NC324A".                          CVSDRV.2
006900     02  FILLER PIC X(8) VALUE "OBSQ1A".                          CVSDRV.2
007000     02  FILLER PIC X(8) VALUE "RL103A".                          CVSDRV.2
007100     02  FILLER PIC X(8) VALUE "RL104A".                          CVSDRV.2
008800     02  FILLER PIC X(8) VALUE "RL213A".                          CVSDRV.2
008800     02  FILLER PIC X(8) VALUE "RL301A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "RL302A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "RL303A".                          CVSDRV.2
008800     02  FILLER PIC X(8) VALUE "RW101A".                          CVSDRV.2
008900     02  FILLER PIC X(8) VALUE "SG101A".                          CVSDRV.2
009000     02  FILLER PIC X(8) VALUE "SG201A".                          CVSDRV.2
009600     02  FILLER PIC X(8) VALUE "SM302A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SM303A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SM304A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SM305A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SM306A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SM307A".                          CVSDRV.2
009700     02  FILLER PIC X(8) VALUE "SQ101M".                          CVSDRV.2
009800     02  FILLER PIC X(8) VALUE "SQ102A".                          CVSDRV.2
009900     02  FILLER PIC X(8) VALUE "SQ103A".                          CVSDRV.2
011800     02  FILLER PIC X(8) VALUE "SQ304A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SQ305A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SQ306A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SQ307A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "SQ308A".                          CVSDRV.2
011900     02  FILLER PIC X(8) VALUE "ST107A".                          CVSDRV.2
012000     02  FILLER PIC X(8) VALUE "ST111A".                          CVSDRV.2
012100     02  FILLER PIC X(8) VALUE "ST114M".                          CVSDRV.2
012800     02  FILLER PIC X(8) VALUE "ST140A".                          CVSDRV.2
012800     02  FILLER PIC X(8) VALUE "ST301A".                          CVSDRV.2
006000     02  FILLER PIC X(8) VALUE "ST302A".                          CVSDRV.2
006001     02  FILLER PIC X(152) VALUE SPACE.                           CVSDRV.2
012900 01  WS-MODULE-NAMES REDEFINES WS-MODULE-TABLE.                   CVSDRV.2
013000     02  WS-MODULE-NAME PIC X(8) OCCURS 150 TIMES.                CVSDRV.2
013001 01  WS-MODULE-COUNT   PIC 9(3) VALUE 131.                        CVSDRV.2
013002     COPY CCVSMRT.                                                CVSDRV.2
013003 01  WS-MR-SUB         PIC 9(3) COMP.                             CVSDRV.2
013004 01  WS-MR-HALF-TABLE.                                            CVSDRV.2
013005     02  WS-MR-HALF PIC X(10) OCCURS 3 TIMES.                     CVSDRV.2
013100 01  WS-CTL-FSTATUS    PIC XX VALUE SPACE.                        CVSDRV.2
013200 01  WS-CTL-EOF        PIC X  VALUE SPACE.                        CVSDRV.2
013300 01  WS-CTL-VERB       PIC X(8).                                  CVSDRV.2
159300 01  WS-CD-EOF         PIC X  VALUE SPACE.                        CVSDRV.2
159400 01  WS-CD-WORK-REC    PIC X(80).                                 CVSDRV.2
159500 01  WS-CD-FIELD-TABLE.                                           CVSDRV.2
159600     02  WS-CD-FIELD PIC X(20) OCCURS 4 TIMES.                    CVSDRV.2
159700 01  WS-CD-CLEAN-COUNT PIC 9(5) VALUE ZERO.                       CVSDRV.2
159800 01  WS-CD-WARN-COUNT  PIC 9(5) VALUE ZERO.                       CVSDRV.2
159810 01  WS-CD-REJECT-COUNT PIC 9(5) VALUE ZERO.                      CVSDRV.2
159811 01  WS-XR-GOOD-COUNT  PIC 9(5) VALUE ZERO.                       CVSDRV.2
159812 01  WS-XR-BAD-COUNT   PIC 9(5) VALUE ZERO.                       CVSDRV.2
159900 01  WS-COMPILE-CMD    PIC X(700) VALUE SPACE.                    CVSDRV.2
159901 01  WS-CH-PTR         PIC 9(3) VALUE 1.                          CVSDRV.2
159902 01  WS-CH-DATE        PIC 9(8) VALUE ZERO.                       CVSDRV.2
159903 01  WS-CH-TIME        PIC 9(8) VALUE ZERO.                       CVSDRV.2
159910 01  WS-CCC-FSTATUS    PIC XX VALUE SPACE.                        CVSDRV.2
159920 01  WS-COMPILE-TEMPLATE PIC X(120) VALUE SPACE.                  CVSDRV.2
159930 01  WS-TEMPLATE-LEN   PIC 9(3) VALUE ZERO.                       CVSDRV.2
160600 01  WS-ICCHK-OK-COUNT PIC 9(3) VALUE ZERO.                       CVSDRV.2
160700 01  WS-ICCHK-MISMATCH-COUNT PIC 9(3) VALUE ZERO.                 CVSDRV.2
160800 01  WS-ICCHK-MISSING-COUNT PIC 9(3) VALUE ZERO.                  CVSDRV.2
160900 01  WS-ICCHK-CMD PIC X(700) VALUE SPACE.                         CVSDRV.2
160901 01  WS-ICCHK-LIST PIC X(400) VALUE SPACE.                        CVSDRV.2
160902 01  WS-ICCHK-PTR  PIC 9(3) VALUE 1.                              CVSDRV.2
161100 01  WS-RETAIN-RUNS   PIC 9(3) VALUE 5.                           CVSDRV.2
161200 01  WS-KEEP-PLUS1    PIC 9(3) VALUE 6.                           CVSDRV.2
161300 01  WS-FAM-FAILED    PIC X   VALUE "N".                          CVSDRV.2
162600 01  WS-SQPDF-MARK-COUNT PIC 9(3) VALUE ZERO.                     CVSDRV.2
162700 01  WS-SQPDF-MATCH PIC X VALUE SPACE.                            CVSDRV.2
162800 01  WS-SQPDF-CMD PIC X(250) VALUE SPACE.                         CVSDRV.2
162900 01  WS-COVER-CMD PIC X(700) VALUE SPACE.                         CVSDRV.2
162910 01  WS-SOD-FUNCTION PIC X VALUE SPACE.                           CVSDRV.2
162920 01  WS-SOD-OPERATOR PIC X(16) VALUE SPACE.                       CVSDRV.2
162930 01  WS-SOD-ROLE PIC X VALUE "S".                                 CVSDRV.2
162940 01  WS-SOD-CALLER PIC X(8) VALUE "CCVSDRV".                      CVSDRV.2
162950 01  WS-SOD-RESULT PIC X VALUE SPACE.                             CVSDRV.2
162960 01  WS-SOD-DETAIL PIC X(70) VALUE SPACE.                         CVSDRV.2
016100 01  WS-CKPT-SKIP-COUNT PIC 9(5) VALUE ZERO.                      CVSDRV.2
016105 01  WS-PREREQ-BLOCKED  PIC X  VALUE "N".                         CVSDRV.2
016106 01  WS-PREREQ-SKIP-COUNT PIC 9(5) VALUE ZERO.                    CVSDRV.2
016049 01  WS-FRESH-BEDS PIC X VALUE "N".                               CVSDRV.2
016050 01  WS-IMP-FSTATUS PIC XX VALUE SPACE.                           CVSDRV.2
016051 01  WS-IMP-EOF PIC X VALUE SPACE.                                CVSDRV.2
016052 01  WS-QRN-FSTATUS PIC XX VALUE SPACE.                           CVSDRV.2
016053 01  WS-QRN-EOF PIC X VALUE SPACE.                                CVSDRV.2
016054 01  WS-SUPERVISED PIC X VALUE "N".                               CVSDRV.2
016055 01  WS-QUARANTINED PIC X VALUE "N".                              CVSDRV.2
016056 01  WS-QRN-SKIP-COUNT PIC 9(5) VALUE ZERO.                       CVSDRV.2
016057 01  WS-QRN-COUNT PIC 9(3) VALUE ZERO.                            CVSDRV.2
016058 01  WS-QRN-NAME PIC X(8) VALUE SPACE.                            CVSDRV.2
016059 01  WS-QRN-STATE PIC X(11) VALUE SPACE.                          CVSDRV.2
016060 01  WS-QRN-TABLE.                                                CVSDRV.2
016061     02  WS-QRN-MODULE PIC X(8) OCCURS 200 TIMES.                 CVSDRV.2
016200 PROCEDURE DIVISION.                                              CVSDRV.2
016300 CCVSDRV-MAIN SECTION.                                            CVSDRV.2
016400 CCVSDRV-START.                                                   CVSDRV.2
016450*    THE NEXT RUN AND CANNOT SILENTLY CONSTRAIN LATER ONES.       CVSDRV.2
016450     PERFORM  LOAD-IMPACT-INCLUDES                                CVSDRV.2
016450              THRU LOAD-IMPACT-INCLUDES-EX.                       CVSDRV.2
016450*    MODULES CCVSQRN HAS QUARANTINED FOR REPEATED WATCHDOG        CVSDRV.2
016450*    KILLS OR ABENDS ARE LEFT OUT OF EVERY RUN THAT IS NOT        CVSDRV.2
016450*    MARKED ATTENDED=Y.                                           CVSDRV.2
016450     PERFORM  LOAD-QUARANTINE THRU LOAD-QUARANTINE-EX.            CVSDRV.2
016450*    A WORKSPACE UNPACKED FROM A SITE KIT MAY NOT RUN UNTIL       CVSDRV.2
016450*    THE KIT HAS BEEN VERIFIED INTACT.  SEE CCVSKIT.              CVSDRV.2
016450     MOVE     SPACES TO WS-TAG-CMD.                               CVSDRV.2
016450     STRING   "[ ! -f kit_identity.dat ] || echo C | ./CCVSKIT"   CVSDRV.2
016450                  DELIMITED BY SIZE                               CVSDRV.2
016450              INTO WS-TAG-CMD.                                    CVSDRV.2
016450     CALL     "SYSTEM" USING WS-TAG-CMD.                          CVSDRV.2
016450     IF       RETURN-CODE NOT = 0                                 CVSDRV.2
016450         DISPLAY "CCVSDRV: RUN REFUSED -- SITE KIT NOT"           CVSDRV.2
016450             " VERIFIED, SEE kit_identity.dat"                    CVSDRV.2
016450         MOVE 0 TO RETURN-CODE                                    CVSDRV.2
016450         STOP RUN                                                 CVSDRV.2
016450     END-IF.                                                      CVSDRV.2
016450     CALL     "CCVSTAG" USING WS-ACTIVE-TAG.                      CVSDRV.2
016450     IF       WS-BUILD-TAG NOT = SPACES                           CVSDRV.2
016450              AND WS-ACTIVE-TAG = SPACES                          CVSDRV.2
016508         MOVE 0 TO RETURN-CODE                                    CVSDRV.2
016509         STOP RUN                                                 CVSDRV.2
016509     END-IF.                                                      CVSDRV.2
016510     PERFORM  LOAD-MODULE-REGISTRY.                               CVSDRV.2
016510     PERFORM  LOAD-COMPILE-CTL.                                   CVSDRV.2
164550     PERFORM  CHECK-IC-COMPANIONS.                                CVSDRV.2
164560     PERFORM  WRITE-PARNAME-FILTER.                               CVSDRV.2
016650              UNTIL WS-PRM-SUB > WS-PROMOTE-COUNT.                CVSDRV.2
016700     PERFORM  SELECT-AND-RUN-MODULES                              CVSDRV.2
016710              THRU SELECT-AND-RUN-MODULES-EX                      CVSDRV.2
016800              VARYING WS-IDX FROM 1 BY 1                          CVSDRV.2
016800              UNTIL WS-IDX > WS-MODULE-COUNT.                     CVSDRV.2
168050     CLOSE    SELECTED-MODULES-FILE.                              CVSDRV.2
168060     PERFORM  COMPILE-QUEUED-MODULES.                             CVSDRV.2
168070     PERFORM  LOAD-COMPILE-DIAGNOSTICS.                           CVSDRV.2
018212     PERFORM  LAUNCH-PARALLEL-STREAMS.                            CVSDRV.2
018213     PERFORM  MERGE-STREAM-SUMMARIES.                             CVSDRV.2
018213     PERFORM  FOLD-SHARED-FEEDS.                                  CVSDRV.2
018213*    WATCHDOG KILLS AND ABENDS ARE COUNTED AGAINST EACH           CVSDRV.2
018213*    MODULE AND QUARANTINES APPLIED OR RELEASED.  SEE CCVSQRN.    CVSDRV.2
018213     MOVE     "echo U | ./CCVSQRN" TO WS-AUDIT-CMD.               CVSDRV.2
018213     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
018214*    WORKSPACE SIZES ARE SWEPT INTO THE FORECAST HISTORY          CVSDRV.2
018214*    WHILE THE STREAM DIRECTORIES STILL EXIST.                    CVSDRV.2
018214     MOVE     "echo R | ./CCVSSPC" TO WS-AUDIT-CMD.               CVSDRV.2
018215*    RUN.  SEE CCVSCHG.                                           CVSDRV.2
018215     MOVE     "./CCVSCHG" TO WS-AUDIT-CMD.                        CVSDRV.2
018215     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
018216*    THE VERB BENCHMARK IS TIMED AFTER THE STREAMS HAVE           CVSDRV.2
018216*    FINISHED, SO NOTHING COMPETES WITH IT FOR THE MACHINE;       CVSDRV.2
018216*    A VERB SLOWER THAN UNDER THE PREVIOUS BUILD IS FLAGGED       CVSDRV.2
018216*    IN verb_benchmark.rpt.  SEE CCVSBEN.                         CVSDRV.2
018216     MOVE     "./CCVSBEN" TO WS-AUDIT-CMD.                        CVSDRV.2
018216     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
018217*    EVERY I-O STATEMENT THE RL, IX AND SQ MODULES RAN HAS        CVSDRV.2
018217*    BEEN TRACED TO io_trace.csv; ITS STATUS HISTOGRAM IS         CVSDRV.2
018217*    FILED FOR THIS BUILD AND SET AGAINST THE PREVIOUS            CVSDRV.2
018217*    BUILD'S IN io_status.rpt.  SEE CCVSIOH.                      CVSDRV.2
018217     MOVE     "./CCVSIOH" TO WS-AUDIT-CMD.                        CVSDRV.2
018217     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
182130     PERFORM  CHECK-SQ-PDF-LAYOUT.                                CVSDRV.2
182140     PERFORM  LOAD-CHECKPOINT.                                    CVSDRV.2
182150     PERFORM  RETAIN-RL.                                          CVSDRV.2
182186*    AN ANOMALOUS CANARY ANNOTATES THE WHOLE RUN.                 CVSDRV.2
182186     MOVE     "echo A | ./CCVSCAN" TO WS-AUDIT-CMD.               CVSDRV.2
182186     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
182187*    THE CLAUSE TABLES COMPILED INTO CCVSANS, CCVSFSD, CCVSPHR,   CVSDRV.2
182188*    CCVSXRF, CCVSSTC, CCVSALT AND CCVSFLO ARE RE-CHECKED         CVSDRV.2
182189*    AGAINST THE CURRENT SOURCES SO THE COVER SHEET CAN SAY       CVSDRV.2
182190*    WHETHER THE CLAUSE MAP IS STALE; THE SAME RULES ARE THEN     CVSDRV.2
182190*    RUN OVER THE SHOP SOURCES (shop_*.rpt).  SEE CCVSTBL.        CVSDRV.2
182191     MOVE     "./CCVSTBL" TO WS-AUDIT-CMD.                        CVSDRV.2
182192     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
182192*    THE HARNESS-INSERTION PEDIGREE OF EVERY MODULE IS TAKEN      CVSDRV.2
182192*    IN THE SAME PASS FOR THE EVIDENCE MANIFEST.  SEE CCVSPED.    CVSDRV.2
182192     MOVE     "./CCVSPED" TO WS-AUDIT-CMD.                        CVSDRV.2
182192     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
182193*    EVERY NEXT SENTENCE IN Cobol_85 AND TestFiles IS CHECKED     CVSDRV.2
182193*    FOR A SCOPE TERMINATOR WHOSE SUCCESSOR IT JUMPS PAST.        CVSDRV.2
182193*    SEE CCVSNXS.                                                 CVSDRV.2
182193     MOVE     "./CCVSNXS" TO WS-AUDIT-CMD.                        CVSDRV.2
182193     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
182194*    A PARAGRAPH-LEVEL CONTROL-FLOW GRAPH OF EVERY PROGRAM IS     CVSDRV.2
182194*    WRITTEN TO cfg/, AND THE GRAPHS OF THE TestFiles/pytest      CVSDRV.2
182194*    PROGRAMS ARE CHECKED AGAINST cfg_expect.dat.  SEE CCVSCFG.   CVSDRV.2
182194     MOVE     "./CCVSCFG" TO WS-AUDIT-CMD.                        CVSDRV.2
182194     CALL     "SYSTEM" USING WS-AUDIT-CMD.                        CVSDRV.2
182190     PERFORM  GENERATE-SIGNOFF-COVER-SHEET.                       CVSDRV.2
182191*    UNDER A PROFILE, THE FINAL VERDICT IS SCOPED TO THE          CVSDRV.2
182191*    SELECTED SUBSET LEVEL.  SEE CCVSPRF.                         CVSDRV.2
017063                   DELIMITED BY SIZE                              CVSDRV.2
017064              "window_budget.dat waivers.dat "                    CVSDRV.2
017065                   DELIMITED BY SIZE                              CVSDRV.2
017066              "module_registry.dat " DELIMITED BY SIZE            CVSDRV.2
017066              "quarantine.dat " DELIMITED BY SIZE                 CVSDRV.2
017066              "kit_identity.dat " DELIMITED BY SIZE               CVSDRV.2
017066              "expected_assertions.dat build_"                    CVSDRV.2
017067                   DELIMITED BY SIZE                              CVSDRV.2
017068              WS-BUILD-TAG DELIMITED BY SPACE                     CVSDRV.2
019095         END-IF                                                   CVSDRV.2
019101     WHEN "FRESH"                                                 CVSDRV.2
019102         MOVE "Y" TO WS-FRESH-BEDS                                CVSDRV.2
019103     WHEN "ATTENDED"                                              CVSDRV.2
019104         IF WS-CTL-PATTERN (1:1) = "Y" OR "y"                     CVSDRV.2
019105             MOVE "Y" TO WS-SUPERVISED                            CVSDRV.2
019106         END-IF                                                   CVSDRV.2
019096     WHEN "PROFILE"                                               CVSDRV.2
019097         UNSTRING DRIVER-CTL-REC DELIMITED BY "="                 CVSDRV.2
019098                  INTO WS-CTL-VERB WS-PROFILE-VALUE               CVSDRV.2
020440              SUBTRACT 1 FROM WS-TEMPLATE-LEN                     CVSDRV.2
020450     END-PERFORM.                                                 CVSDRV.2
236100 CHECK-IC-COMPANIONS.                                             CVSDRV.2
236101*    WITH A MODULE REGISTRY PRESENT THE PAIRS CHECKED ARE         CVSDRV.2
236102*    EVERY ACTIVE MODULE'S DECLARED COMPANION HALVES (SEE         CVSDRV.2
236103*    CCVSMRG); WITHOUT ONE, THE FOUR ORIGINAL IC SPLIT PAIRS.     CVSDRV.2
236104     MOVE     SPACES TO WS-ICCHK-LIST.                            CVSDRV.2
236105     MOVE     1 TO WS-ICCHK-PTR.                                  CVSDRV.2
236106     IF       WS-MR-COUNT > 0                                     CVSDRV.2
236107         PERFORM LIST-REGISTRY-COMPANIONS                         CVSDRV.2
236108             VARYING WS-MR-SUB FROM 1 BY 1                        CVSDRV.2
236109             UNTIL WS-MR-SUB > WS-MR-COUNT                        CVSDRV.2
236110     ELSE                                                         CVSDRV.2
236111         STRING "IC222A:IC222A-1 IC224A:IC224A-1 "                CVSDRV.2
236112                    DELIMITED BY SIZE                             CVSDRV.2
236113                "IC226A:IC226A-1 IC227A:IC227A-1"                 CVSDRV.2
236114                    DELIMITED BY SIZE                             CVSDRV.2
236115                INTO WS-ICCHK-LIST                                CVSDRV.2
236116     END-IF.                                                      CVSDRV.2
236117     STRING   "for q in " DELIMITED BY SIZE                       CVSDRV.2
236118              WS-ICCHK-LIST DELIMITED BY "  "                     CVSDRV.2
236119              ";do p=${q%%:*};a=../$p.cob;"                       CVSDRV.2
236120                   DELIMITED BY SIZE                              CVSDRV.2
236121              "b=../${q#*:}.cob;if [ ! -f $a"                     CVSDRV.2
236122                   DELIMITED BY SIZE                              CVSDRV.2
236123              " -o ! -f $b ];then echo $p"                        CVSDRV.2
236124                   DELIMITED BY SIZE                              CVSDRV.2
236125              ",MISSING;elif [ $a -nt $b "                        CVSDRV.2
236126                   DELIMITED BY SIZE                              CVSDRV.2
236127              "-o $b -nt $a ];then echo $"                        CVSDRV.2
236128                   DELIMITED BY SIZE                              CVSDRV.2
236129              "p,MISMATCH;else echo $p,OK"                        CVSDRV.2
236130                   DELIMITED BY SIZE                              CVSDRV.2
236131              ";fi;done >>ic_companion_ch"                        CVSDRV.2
236132                   DELIMITED BY SIZE                              CVSDRV.2
236133              "eck.csv" DELIMITED BY SIZE                         CVSDRV.2
236134              INTO WS-ICCHK-CMD.                                  CVSDRV.2
238000     CALL     "SYSTEM" USING WS-ICCHK-CMD.                        CVSDRV.2
238100     PERFORM  LOAD-IC-COMPANION-RESULTS.                          CVSDRV.2
238101 LIST-REGISTRY-COMPANIONS.                                        CVSDRV.2
238102     IF       WS-MR-STATUS (WS-MR-SUB) = "A"                      CVSDRV.2
238103              AND WS-MR-COMPANIONS (WS-MR-SUB) NOT = SPACES       CVSDRV.2
238104         MOVE SPACES TO WS-MR-HALF-TABLE                          CVSDRV.2
238105         UNSTRING WS-MR-COMPANIONS (WS-MR-SUB) DELIMITED BY ";"   CVSDRV.2
238106             INTO WS-MR-HALF (1) WS-MR-HALF (2) WS-MR-HALF (3)    CVSDRV.2
238107         PERFORM LIST-ONE-COMPANION                               CVSDRV.2
238108             VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > 3        CVSDRV.2
238109     END-IF.                                                      CVSDRV.2
238110 LIST-ONE-COMPANION.                                              CVSDRV.2
238111     IF       WS-MR-HALF (WS-IDX2) NOT = SPACES                   CVSDRV.2
238112         STRING WS-MR-MODULE (WS-MR-SUB) DELIMITED BY SPACE       CVSDRV.2
238113                ":" DELIMITED BY SIZE                             CVSDRV.2
238114                WS-MR-HALF (WS-IDX2) DELIMITED BY SPACE           CVSDRV.2
238115                " " DELIMITED BY SIZE                             CVSDRV.2
238116                INTO WS-ICCHK-LIST WITH POINTER WS-ICCHK-PTR      CVSDRV.2
238117     END-IF.                                                      CVSDRV.2
238118 LOAD-MODULE-REGISTRY.                                            CVSDRV.2
238119*    THE MODULE LIST RUN IS THE ACTIVE ENTRIES OF                 CVSDRV.2
238120*    module_registry.dat, IN REGISTRY ORDER, WHEN THAT FILE IS    CVSDRV.2
238121*    PRESENT (SEE CCVSMRG).  WITHOUT IT THE BUILT-IN TABLE        CVSDRV.2
238122*    ABOVE IS USED UNCHANGED.                                     CVSDRV.2
238123     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSDRV.2
238124     IF       WS-MR-COUNT > 0                                     CVSDRV.2
238125         MOVE SPACES TO WS-MODULE-TABLE                           CVSDRV.2
238126         MOVE ZERO TO WS-MODULE-COUNT                             CVSDRV.2
238127         PERFORM LOAD-REGISTRY-MODULE                             CVSDRV.2
238128             VARYING WS-MR-SUB FROM 1 BY 1                        CVSDRV.2
238129             UNTIL WS-MR-SUB > WS-MR-COUNT                        CVSDRV.2
238130         DISPLAY "CCVSDRV: MODULE LIST FROM module_registry.dat"  CVSDRV.2
238131             " -- " WS-MODULE-COUNT " ACTIVE"                     CVSDRV.2
238132     END-IF.                                                      CVSDRV.2
238133 LOAD-REGISTRY-MODULE.                                            CVSDRV.2
238134     IF       WS-MR-STATUS (WS-MR-SUB) = "A"                      CVSDRV.2
238135         ADD 1 TO WS-MODULE-COUNT                                 CVSDRV.2
238136         MOVE WS-MR-MODULE (WS-MR-SUB)                            CVSDRV.2
238137             TO WS-MODULE-NAME (WS-MODULE-COUNT)                  CVSDRV.2
238138     END-IF.                                                      CVSDRV.2
238150 WRITE-PARNAME-FILTER.                                            CVSDRV.2
238151     IF       WS-RERUN-MODULE NOT = SPACES                        CVSDRV.2
238152         OPEN OUTPUT PARNAME-FILTER-FILE                          CVSDRV.2
020800             PERFORM SKIP-CHECKPOINTED-MODULE                     CVSDRV.2
020850         WHEN WS-PREREQ-BLOCKED = "Y"                             CVSDRV.2
020860             PERFORM SKIP-PREREQ-MODULE                           CVSDRV.2
020870         WHEN WS-QUARANTINED = "Y"                                CVSDRV.2
020880             PERFORM SKIP-QUARANTINED-MODULE                      CVSDRV.2
020900         WHEN WS-MATCHED = "Y"                                    CVSDRV.2
022600     PERFORM QUEUE-MODULE                                         CVSDRV.2
021100         WHEN OTHER                                               CVSDRV.2
021310     MOVE     "Y" TO WS-MOD-HANDLED (WS-IDX).                     CVSDRV.2
021320 SELECT-AND-RUN-MODULES-EX.                                       CVSDRV.2
021330     EXIT.                                                        CVSDRV.2
021331 LOAD-QUARANTINE.                                                 CVSDRV.2
021331     MOVE     ZERO TO WS-QRN-COUNT.                               CVSDRV.2
021331     IF       WS-SUPERVISED = "Y"                                 CVSDRV.2
021331         DISPLAY "CCVSDRV: SUPERVISED RUN -- QUARANTINED "        CVSDRV.2
021331             "MODULES ARE NOT HELD BACK"                          CVSDRV.2
021331         GO TO LOAD-QUARANTINE-EX                                 CVSDRV.2
021331     END-IF.                                                      CVSDRV.2
021331     OPEN     INPUT QUARANTINE-FILE.                              CVSDRV.2
021331     IF       WS-QRN-FSTATUS NOT = "00"                           CVSDRV.2
021331              GO TO LOAD-QUARANTINE-EX.                           CVSDRV.2
021331     MOVE     "N" TO WS-QRN-EOF.                                  CVSDRV.2
021331     PERFORM  READ-QUARANTINE-LINE.                               CVSDRV.2
021331     PERFORM  APPLY-QUARANTINE-LINE                               CVSDRV.2
021331              UNTIL WS-QRN-EOF = "Y".                             CVSDRV.2
021331     CLOSE    QUARANTINE-FILE.                                    CVSDRV.2
021331 LOAD-QUARANTINE-EX.                                              CVSDRV.2
021331     EXIT.                                                        CVSDRV.2
021332 READ-QUARANTINE-LINE.                                            CVSDRV.2
021332     READ     QUARANTINE-FILE                                     CVSDRV.2
021332              AT END MOVE "Y" TO WS-QRN-EOF.                      CVSDRV.2
021333 APPLY-QUARANTINE-LINE.                                           CVSDRV.2
021333     MOVE     SPACE TO WS-QRN-NAME WS-QRN-STATE.                  CVSDRV.2
021333     UNSTRING QUARANTINE-REC DELIMITED BY "|"                     CVSDRV.2
021333              INTO WS-QRN-NAME WS-QRN-STATE.                      CVSDRV.2
021333     IF       WS-QRN-STATE = "QUARANTINED"                        CVSDRV.2
021333              AND WS-QRN-COUNT < 200                              CVSDRV.2
021333         ADD 1 TO WS-QRN-COUNT                                    CVSDRV.2
021333         MOVE WS-QRN-NAME TO WS-QRN-MODULE (WS-QRN-COUNT)         CVSDRV.2
021333     END-IF.                                                      CVSDRV.2
021333     PERFORM  READ-QUARANTINE-LINE.                               CVSDRV.2
021334 CHECK-QUARANTINE.                                                CVSDRV.2
021334     MOVE     "N" TO WS-QUARANTINED.                              CVSDRV.2
021334     PERFORM  MATCH-QUARANTINE                                    CVSDRV.2
021334              VARYING WS-IDX2 FROM 1 BY 1                         CVSDRV.2
021334              UNTIL WS-IDX2 > WS-QRN-COUNT.                       CVSDRV.2
021334     IF       WS-QUARANTINED = "Y"                                CVSDRV.2
021334         MOVE "N" TO WS-MATCHED.                                  CVSDRV.2
021335 MATCH-QUARANTINE.                                                CVSDRV.2
021335     IF       WS-MODULE-NAME (WS-IDX) = WS-QRN-MODULE (WS-IDX2)   CVSDRV.2
021335         MOVE "Y" TO WS-QUARANTINED.                              CVSDRV.2
021340 LOAD-DIRECTIVE-PROMOTES.                                         CVSDRV.2
021341     OPEN     INPUT DIRECTIVE-FILE.                               CVSDRV.2
021342     IF       WS-DIR-FSTATUS NOT = "00"                           CVSDRV.2
021363     PERFORM  READ-DIRECTIVE-LINE.                                CVSDRV.2
021364 PROMOTE-PASS.                                                    CVSDRV.2
021365     PERFORM  VARYING WS-IDX FROM 1 BY 1                          CVSDRV.2
021366              UNTIL WS-IDX > WS-MODULE-COUNT                      CVSDRV.2
021367         IF WS-MODULE-NAME (WS-IDX)                               CVSDRV.2
021368             = WS-PROMOTE-MOD (WS-PRM-SUB)                        CVSDRV.2
021369             PERFORM SELECT-AND-RUN-MODULES                       CVSDRV.2
233105     IF       WS-TEMPLATE-LEN NOT = ZERO                          CVSDRV.2
233110         DISPLAY  "CCVSDRV: RECOMPILING SELECTED MODULES,"        CVSDRV.2
233120             " CAPTURING DIAGNOSTICS"                             CVSDRV.2
233121         ACCEPT   WS-CH-DATE FROM DATE YYYYMMDD                   CVSDRV.2
233122         ACCEPT   WS-CH-TIME FROM TIME                            CVSDRV.2
233123         MOVE     SPACE TO WS-COMPILE-CMD                         CVSDRV.2
233124         MOVE     1 TO WS-CH-PTR                                  CVSDRV.2
233125         PERFORM  APPEND-COMPILE-STAMP                            CVSDRV.2
233130         STRING   "while read m; do "                             CVSDRV.2
233140                  DELIMITED BY SIZE                               CVSDRV.2
233141             "s=$(date +%s%N);" DELIMITED BY SIZE                 CVSDRV.2
233150             WS-COMPILE-TEMPLATE (1:WS-TEMPLATE-LEN)              CVSDRV.2
233160                  DELIMITED BY SIZE                               CVSDRV.2
233170             "; r=$?; e=$(date +%s%N);" DELIMITED BY SIZE         CVSDRV.2
233171             " n=$(wc -l <$m.diag); echo $"                       CVSDRV.2
233180                  DELIMITED BY SIZE                               CVSDRV.2
233190             "m,$n,$r >>compile_diagnostics"                      CVSDRV.2
233200                  DELIMITED BY SIZE                               CVSDRV.2
233210             ".csv;" DELIMITED BY SIZE                            CVSDRV.2
233211             INTO WS-COMPILE-CMD WITH POINTER WS-CH-PTR           CVSDRV.2
233212         PERFORM  APPEND-COMPILE-MEASURE                          CVSDRV.2
233213         STRING   " done <driver_selecte"                         CVSDRV.2
233220                  DELIMITED BY SIZE                               CVSDRV.2
233230             "d.dat" DELIMITED BY SIZE                            CVSDRV.2
233240             INTO WS-COMPILE-CMD WITH POINTER WS-CH-PTR           CVSDRV.2
233250         CALL     "SYSTEM" USING WS-COMPILE-CMD                   CVSDRV.2
233251*        THE MUST-REJECT SERIES GOES THROUGH THE SAME COMPILE     CVSDRV.2
233252*        COMMAND AND ADDS ITS VERDICTS TO THE SAME CSV.           CVSDRV.2
233253         MOVE     "./CCVSMRJ" TO WS-AUDIT-CMD                     CVSDRV.2
233254         CALL     "SYSTEM" USING WS-AUDIT-CMD                     CVSDRV.2
233255         PERFORM  COMPILE-TRACKED-PROGRAMS                        CVSDRV.2
233260     ELSE                                                         CVSDRV.2
233270         DISPLAY  "CCVSDRV: NO compile_cmd.dat FOUND -- "         CVSDRV.2
233280             "SKIPPING RECOMPILE STEP"                            CVSDRV.2
233290     END-IF.                                                      CVSDRV.2
233291 COMPILE-TRACKED-PROGRAMS.                                        CVSDRV.2
233292     MOVE     SPACE TO WS-COMPILE-CMD.                            CVSDRV.2
233293     MOVE     1 TO WS-CH-PTR.                                     CVSDRV.2
233294     STRING   "[ -f compile_track.dat ] || exit 0;"               CVSDRV.2
233295                  DELIMITED BY SIZE                               CVSDRV.2
233296              INTO WS-COMPILE-CMD WITH POINTER WS-CH-PTR.         CVSDRV.2
233297     PERFORM  APPEND-COMPILE-STAMP.                               CVSDRV.2
233298     STRING   "while read m; do s=$(date +%s%N);"                 CVSDRV.2
233299                  DELIMITED BY SIZE                               CVSDRV.2
233300              WS-COMPILE-TEMPLATE (1:WS-TEMPLATE-LEN)             CVSDRV.2
233301                  DELIMITED BY SIZE                               CVSDRV.2
233302              "; r=$?; e=$(date +%s%N);" DELIMITED BY SIZE        CVSDRV.2
233303              INTO WS-COMPILE-CMD WITH POINTER WS-CH-PTR.         CVSDRV.2
233304     PERFORM  APPEND-COMPILE-MEASURE.                             CVSDRV.2
233305     STRING   " done <compile_track.dat" DELIMITED BY SIZE        CVSDRV.2
233306              INTO WS-COMPILE-CMD WITH POINTER WS-CH-PTR.         CVSDRV.2
233307     CALL     "SYSTEM" USING WS-COMPILE-CMD.                      CVSDRV.2
233308 APPEND-COMPILE-STAMP.                                            CVSDRV.2
233309*    ONE BUILD STAMP (YYYYMMDDHHMM) COVERS THE WHOLE STEP.        CVSDRV.2
233310     STRING   "b=" DELIMITED BY SIZE                              CVSDRV.2
233311              WS-CH-DATE DELIMITED BY SIZE                        CVSDRV.2
233312              WS-CH-TIME (1:4) DELIMITED BY SIZE                  CVSDRV.2
233313              ";" DELIMITED BY SIZE                               CVSDRV.2
233314              INTO WS-COMPILE-CMD WITH POINTER WS-CH-PTR.         CVSDRV.2
233315 APPEND-COMPILE-MEASURE.                                          CVSDRV.2
233316*    THE FIRST OF $m, $m.so, $m.o, $m.exe, $m.dll PRESENT IS      CVSDRV.2
233317*    THE OBJECT; size GIVES ITS TEXT SEGMENT WHERE IT CAN.        CVSDRV.2
233318     STRING   "z=0;c=0;for f in $m $m.so $m.o $m.exe $m.dll;"     CVSDRV.2
233319                  DELIMITED BY SIZE                               CVSDRV.2
233320              "do [ -f $f ]&&{ z=$(wc -c <$f);c=$(size $f"        CVSDRV.2
233321                  DELIMITED BY SIZE                               CVSDRV.2
233322              " 2>/dev/null|awk 'NR==2{print $1}');break;};"      CVSDRV.2
233323                  DELIMITED BY SIZE                               CVSDRV.2
233324              "done;echo $m,$b,$r,$(((e-s)/10000000)),$z,"        CVSDRV.2
233325                  DELIMITED BY SIZE                               CVSDRV.2
233326              "${c:-0} >>compile_history.csv;" DELIMITED BY SIZE  CVSDRV.2
233327              INTO WS-COMPILE-CMD WITH POINTER WS-CH-PTR.         CVSDRV.2
233500 LOAD-COMPILE-DIAGNOSTICS.                                        CVSDRV.2
233600     OPEN     INPUT COMPILE-DIAG-FILE.                            CVSDRV.2
233700     IF       WS-CD-FSTATUS NOT = "35"                            CVSDRV.2
234500 TALLY-CD-LINE.                                                   CVSDRV.2
234600     MOVE     SPACES TO WS-CD-FIELD-TABLE.                        CVSDRV.2
234700     UNSTRING WS-CD-WORK-REC DELIMITED BY ","                     CVSDRV.2
234800              INTO WS-CD-FIELD (1) WS-CD-FIELD (2)                CVSDRV.2
234810                   WS-CD-FIELD (3) WS-CD-FIELD (4).               CVSDRV.2
234820     IF       WS-CD-FIELD (1) (1:2) = "XR"                        CVSDRV.2
234830         PERFORM TALLY-XR-LINE                                    CVSDRV.2
234840     ELSE                                                         CVSDRV.2
234850         PERFORM TALLY-MODULE-CD-LINE                             CVSDRV.2
234860     END-IF.                                                      CVSDRV.2
235500     PERFORM  READ-CD-LINE.                                       CVSDRV.2
235510 TALLY-MODULE-CD-LINE.                                            CVSDRV.2
234900     IF       WS-CD-FIELD (2) (1:1) = "0" AND                     CVSDRV.2
235000              WS-CD-FIELD (2) (2:1) = SPACE                       CVSDRV.2
235100         ADD 1 TO WS-CD-CLEAN-COUNT                               CVSDRV.2
235200     ELSE                                                         CVSDRV.2
235300         ADD 1 TO WS-CD-WARN-COUNT                                CVSDRV.2
235400     END-IF.                                                      CVSDRV.2
235410     IF       WS-CD-FIELD (3) NOT = SPACE AND                     CVSDRV.2
235420              WS-CD-FIELD (3) (1:1) NOT = "0"                     CVSDRV.2
235430         ADD 1 TO WS-CD-REJECT-COUNT                              CVSDRV.2
235440         IF WS-CD-FIELD (1) (1:2) = "CM"                          CVSDRV.2
235450             DISPLAY "CCVSDRV: " WS-CD-FIELD (1) (1:6)            CVSDRV.2
235460                 " REJECTED AT COMPILE -- COMMUNICATION "         CVSDRV.2
235470                 "MODULE NOT SUPPORTED"                           CVSDRV.2
235480         ELSE                                                     CVSDRV.2
235490             DISPLAY "CCVSDRV: " WS-CD-FIELD (1) (1:6)            CVSDRV.2
235491                 " REJECTED AT COMPILE"                           CVSDRV.2
235492         END-IF                                                   CVSDRV.2
235493     END-IF.                                                      CVSDRV.2
235520 TALLY-XR-LINE.                                                   CVSDRV.2
235530*    A MUST-REJECT SOURCE IS A CONFORMANCE FAILURE WHEN THE       CVSDRV.2
235540*    COMPILER ACCEPTED IT OR DIAGNOSED THE WRONG LINE.            CVSDRV.2
235550     IF       WS-CD-FIELD (4) (1:8) = "REJECTED"                  CVSDRV.2
235560              OR WS-CD-FIELD (4) (1:9) = "DIAGNOSED"              CVSDRV.2
235570         ADD 1 TO WS-XR-GOOD-COUNT                                CVSDRV.2
235580     ELSE                                                         CVSDRV.2
235590         ADD 1 TO WS-XR-BAD-COUNT                                 CVSDRV.2
235591         DISPLAY "CCVSDRV: MUST-REJECT " WS-CD-FIELD (1) (1:6)    CVSDRV.2
235592             " " WS-CD-FIELD (4) (1:9)                            CVSDRV.2
235593             " -- CONFORMANCE FAILURE"                            CVSDRV.2
235594     END-IF.                                                      CVSDRV.2
023300 DECIDE-SELECTION.                                                CVSDRV.2
023400     MOVE     "N" TO WS-MATCHED.                                  CVSDRV.2
023500     MOVE     "N" TO WS-EXCLUDED.                                 CVSDRV.2
025600     END-IF.                                                      CVSDRV.2
025700     IF       WS-EXCLUDED = "Y"                                   CVSDRV.2
025800         MOVE "N" TO WS-MATCHED.                                  CVSDRV.2
025810     MOVE     "N" TO WS-QUARANTINED.                              CVSDRV.2
025820     IF       WS-MATCHED = "Y" AND WS-DONE NOT = "Y"              CVSDRV.2
025830         PERFORM CHECK-QUARANTINE                                 CVSDRV.2
025840     END-IF.                                                      CVSDRV.2
025850     PERFORM  CHECK-SM-PREREQ.                                    CVSDRV.2
025900 CHECK-CHECKPOINT.                                                CVSDRV.2
026000     MOVE     "N" TO WS-DONE.                                     CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "gative_path.csv w_IXBED/rl_st"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "atus_recon.csv w_IXBED/io_tra"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "ce.csv w_IXBED/ncarit"                         CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "h_*.csv;do [ -f $f ] && cat $f"                CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "gative_path.csv w_RLBED/rl_st"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "atus_recon.csv w_RLBED/io_tra"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "ce.csv w_RLBED/ncarit"                         CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "h_*.csv;do [ -f $f ] && cat $f"                CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "sv w_SMBED/rl_status_recon.cs"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "v w_SMBED/io_trace.csv w_SMBED"                CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "/ncarith_*.csv;do"                             CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  " [ -f $f ] && cat $f >> ${f##"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "gative_path.csv w_SMBED/rl_st"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "atus_recon.csv w_SMBED/io_tra"                 CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "ce.csv w_SMBED/ncarit"                         CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064                  "h_*.csv;do [ -f $f ] && cat $f"                CVSDRV.2
283064                  DELIMITED BY SIZE                               CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/rl_status_recon.csv w_" DELIMITED BY SIZE         CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/io_trace.csv w_" DELIMITED BY SIZE                CVSDRV.2
283064              WS-MODULE-NAME (WS-IDX) DELIMITED BY SPACE          CVSDRV.2
283064              "/ncarith_*.csv;do [ -f $f"                         CVSDRV.2
283064                   DELIMITED BY SIZE                              CVSDRV.2
283064              " ] && cat $f >" DELIMITED BY SIZE                  CVSDRV.2
242000     MOVE     SPACES TO WS-FOLD-CMD.                              CVSDRV.2
242000     STRING   "for f in stream_*/negative_p" DELIMITED BY SIZE    CVSDRV.2
242000              "ath.csv stream_*/rl_status_r" DELIMITED BY SIZE    CVSDRV.2
242000              "econ.csv stream_*/io_trace.c" DELIMITED BY SIZE    CVSDRV.2
242000              "sv stream_*/ncarith_*." DELIMITED BY SIZE          CVSDRV.2
242000              "csv;do [ -f $f ] && cat $f"                        CVSDRV.2
242000                   DELIMITED BY SIZE                              CVSDRV.2
242000              " >> ${f##*/} &&" DELIMITED BY SIZE                 CVSDRV.2
240910     IF       WS-RL-CMD NOT = SPACES                              CVSDRV.2
240920     MOVE     "N" TO WS-FAM-FAILED                                CVSDRV.2
240930     PERFORM  VARYING WS-IDX FROM 1 BY 1                          CVSDRV.2
240940              UNTIL WS-IDX > WS-MODULE-COUNT                      CVSDRV.2
240950         IF WS-MODULE-NAME (WS-IDX) (1:2) = "RL"                  CVSDRV.2
240960             PERFORM VARYING WS-IDX2 FROM 1 BY 1                  CVSDRV.2
240970                UNTIL WS-IDX2 > WS-DONE-COUNT                     CVSDRV.2
241470     IF       WS-IX-CMD NOT = SPACES                              CVSDRV.2
241480     MOVE     "N" TO WS-FAM-FAILED                                CVSDRV.2
241490     PERFORM  VARYING WS-IDX FROM 1 BY 1                          CVSDRV.2
241500              UNTIL WS-IDX > WS-MODULE-COUNT                      CVSDRV.2
241510         IF WS-MODULE-NAME (WS-IDX) (1:2) = "IX"                  CVSDRV.2
241520             PERFORM VARYING WS-IDX2 FROM 1 BY 1                  CVSDRV.2
241530                UNTIL WS-IDX2 > WS-DONE-COUNT                     CVSDRV.2
242030     IF       WS-SQ-CMD NOT = SPACES                              CVSDRV.2
242040     MOVE     "N" TO WS-FAM-FAILED                                CVSDRV.2
242050     PERFORM  VARYING WS-IDX FROM 1 BY 1                          CVSDRV.2
242060              UNTIL WS-IDX > WS-MODULE-COUNT                      CVSDRV.2
242070         IF WS-MODULE-NAME (WS-IDX) (1:2) = "SQ"                  CVSDRV.2
242080             PERFORM VARYING WS-IDX2 FROM 1 BY 1                  CVSDRV.2
242090                UNTIL WS-IDX2 > WS-DONE-COUNT                     CVSDRV.2
242590     IF       WS-OBSQ-CMD NOT = SPACES                            CVSDRV.2
242600     MOVE     "N" TO WS-FAM-FAILED                                CVSDRV.2
242610     PERFORM  VARYING WS-IDX FROM 1 BY 1                          CVSDRV.2
242620              UNTIL WS-IDX > WS-MODULE-COUNT                      CVSDRV.2
242630         IF WS-MODULE-NAME (WS-IDX) (1:4) = "OBSQ"                CVSDRV.2
242640             PERFORM VARYING WS-IDX2 FROM 1 BY 1                  CVSDRV.2
242650                UNTIL WS-IDX2 > WS-DONE-COUNT                     CVSDRV.2
027760     ADD      1 TO WS-PREREQ-SKIP-COUNT.                          CVSDRV.2
027770     DISPLAY  "CCVSDRV: HOLDING " WS-MODULE-NAME (WS-IDX)         CVSDRV.2
027780              " -- PREREQUISITE SM201A NOT YET COMPLETE".         CVSDRV.2
027790 SKIP-QUARANTINED-MODULE.                                         CVSDRV.2
027791     ADD      1 TO WS-QRN-SKIP-COUNT.                             CVSDRV.2
027792     DISPLAY  "CCVSDRV: HOLDING " WS-MODULE-NAME (WS-IDX)         CVSDRV.2
027793              " -- QUARANTINED, NOT RUN UNATTENDED".              CVSDRV.2
027800 SKIP-CHECKPOINTED-MODULE.                                        CVSDRV.2
027900     ADD      1 TO WS-CKPT-SKIP-COUNT.                            CVSDRV.2
028000     DISPLAY  "CCVSDRV: ALREADY DONE " WS-MODULE-NAME (WS-IDX).   CVSDRV.2
242132                   DELIMITED BY SIZE                              CVSDRV.2
242133              "t p,e,d,i}' suite_summar"                          CVSDRV.2
242134                   DELIMITED BY SIZE                              CVSDRV.2
242135              "y.csv; if [ -f table_sta"                          CVSDRV.2
242136                   DELIMITED BY SIZE                              CVSDRV.2
242137              "leness.dat ]; then cat t"                          CVSDRV.2
242138                   DELIMITED BY SIZE                              CVSDRV.2
242139              "able_staleness.dat; else"                          CVSDRV.2
242140                   DELIMITED BY SIZE                              CVSDRV.2
242141              " echo SOURCE TABLES: NOT"                          CVSDRV.2
242142                   DELIMITED BY SIZE                              CVSDRV.2
242143              " CHECKED; fi; if [ -f as"                          CVSDRV.2
242144                   DELIMITED BY SIZE                              CVSDRV.2
242143              "sertion_sensitivity.dat "                          CVSDRV.2
242144                   DELIMITED BY SIZE                              CVSDRV.2
242143              "]; then cat assertion_se"                          CVSDRV.2
242144                   DELIMITED BY SIZE                              CVSDRV.2
242143              "nsitivity.dat; else echo"                          CVSDRV.2
242144                   DELIMITED BY SIZE                              CVSDRV.2
242143              " ASSERTION SENSITIVITY: "                          CVSDRV.2
242144                   DELIMITED BY SIZE                              CVSDRV.2
242143              "NOT SWEPT; fi; } >signoff"                         CVSDRV.2
242144                   DELIMITED BY SIZE                              CVSDRV.2
242145              "_coversheet.txt"                                   CVSDRV.2
242146                   DELIMITED BY SIZE                              CVSDRV.2
242139              INTO WS-COVER-CMD.                                  CVSDRV.2
242140     CALL     "SYSTEM" USING WS-COVER-CMD.                        CVSDRV.2
242141     DISPLAY  "SIGN-OFF COVER SHEET WRITTEN TO "                  CVSDRV.2
242142         "signoff_coversheet.txt".                                CVSDRV.2
242143     MOVE     SPACE TO WS-COVER-CMD.                              CVSDRV.2
242144     STRING   "if [ -f quarantine_status.dat ]; then cat "        CVSDRV.2
242145                   DELIMITED BY SIZE                              CVSDRV.2
242146              "quarantine_status.dat; else echo QUARANTINED "     CVSDRV.2
242147                   DELIMITED BY SIZE                              CVSDRV.2
242148              "MODULES: NONE; fi >>signoff_coversheet.txt"        CVSDRV.2
242149                   DELIMITED BY SIZE                              CVSDRV.2
242149              INTO WS-COVER-CMD.                                  CVSDRV.2
242149     CALL     "SYSTEM" USING WS-COVER-CMD.                        CVSDRV.2
242150*    THE SIGNER MUST HOLD ROLE S AND MUST NOT HAVE AUTHORED ANY   CVSDRV.2
242151*    WAIVER IN FORCE FOR THIS RUN (SEE CCVSSOD); THE OUTCOME IS   CVSDRV.2
242152*    THE LAST LINE OF THE COVER SHEET.                            CVSDRV.2
242153     ACCEPT   WS-SOD-OPERATOR FROM ENVIRONMENT "USER".            CVSDRV.2
242154     MOVE     "R" TO WS-SOD-FUNCTION.                             CVSDRV.2
242155     PERFORM  CALL-SOD-CHECK.                                     CVSDRV.2
242156     IF       WS-SOD-RESULT = "Y"                                 CVSDRV.2
242157              MOVE "W" TO WS-SOD-FUNCTION                         CVSDRV.2
242158              PERFORM CALL-SOD-CHECK                              CVSDRV.2
242159     END-IF.                                                      CVSDRV.2
242159*    AN APOSTROPHE IN THE NAME OR THE REFUSAL TEXT WOULD CLOSE    CVSDRV.2
242159*    THE QUOTED ECHO BELOW, SO IT IS WRITTEN AS A BACKQUOTE.      CVSDRV.2
242159     INSPECT  WS-SOD-OPERATOR REPLACING ALL "'" BY "`".           CVSDRV.2
242159     INSPECT  WS-SOD-DETAIL REPLACING ALL "'" BY "`".             CVSDRV.2
242160     MOVE     SPACE TO WS-COVER-CMD.                              CVSDRV.2
242161     EVALUATE WS-SOD-RESULT                                       CVSDRV.2
242162         WHEN "N"                                                 CVSDRV.2
242163             STRING "echo 'SIGN-OFF REFUSED -- " DELIMITED BY SIZECVSDRV.2
242164                 WS-SOD-DETAIL DELIMITED BY "  "                  CVSDRV.2
242165                 "' >>signoff_coversheet.txt" DELIMITED BY SIZE   CVSDRV.2
242166                 INTO WS-COVER-CMD                                CVSDRV.2
242167             DISPLAY "SIGN-OFF REFUSED -- SEE audit_journal.dat"  CVSDRV.2
242168         WHEN "U"                                                 CVSDRV.2
242169             STRING "echo 'SIGNED OFF BY: " DELIMITED BY SIZE     CVSDRV.2
242170                 WS-SOD-OPERATOR DELIMITED BY SPACE               CVSDRV.2
242171                 " (ROLES NOT ENFORCED)' >>signoff_coversheet.txt"CVSDRV.2
242172                     DELIMITED BY SIZE                            CVSDRV.2
242173                 INTO WS-COVER-CMD                                CVSDRV.2
242174         WHEN OTHER                                               CVSDRV.2
242175             STRING "echo 'SIGNED OFF BY: " DELIMITED BY SIZE     CVSDRV.2
242176                 WS-SOD-OPERATOR DELIMITED BY SPACE               CVSDRV.2
242177                 "' >>signoff_coversheet.txt" DELIMITED BY SIZE   CVSDRV.2
242178                 INTO WS-COVER-CMD                                CVSDRV.2
242179     END-EVALUATE.                                                CVSDRV.2
242180     CALL     "SYSTEM" USING WS-COVER-CMD.                        CVSDRV.2
242180     IF       WS-SOD-RESULT NOT = "N"                             CVSDRV.2
242180              MOVE "printf 'S\nSIGNED\n\n' | ./CCVSKPI"           CVSDRV.2
242180                  TO WS-COVER-CMD                                 CVSDRV.2
242180              CALL "SYSTEM" USING WS-COVER-CMD                    CVSDRV.2
242180     END-IF.                                                      CVSDRV.2
242181 CALL-SOD-CHECK.                                                  CVSDRV.2
242182     CALL     "CCVSSOD" USING WS-SOD-FUNCTION WS-SOD-OPERATOR     CVSDRV.2
242183              WS-SOD-ROLE WS-SOD-CALLER WS-SOD-RESULT             CVSDRV.2
242184              WS-SOD-DETAIL.                                      CVSDRV.2
028100 DISPLAY-DRIVER-SUMMARY.                                          CVSDRV.2
028200     DISPLAY  "CCVS85 SELECTIVE DRIVER SUMMARY".                  CVSDRV.2
028300     DISPLAY  "MODULES RUN:             " WS-RUN-COUNT.           CVSDRV.2
028400     DISPLAY  "MODULES SKIPPED:         " WS-SKIP-COUNT.          CVSDRV.2
028500     DISPLAY  "MODULES ALREADY DONE:    " WS-CKPT-SKIP-COUNT.     CVSDRV.2
028550     DISPLAY  "MODULES HELD ON PREREQ:  " WS-PREREQ-SKIP-COUNT.   CVSDRV.2
028560     DISPLAY  "MODULES QUARANTINED:     " WS-QRN-SKIP-COUNT.      CVSDRV.2
285510     DISPLAY  "MODULES COMPILED CLEAN:   "                        CVSDRV.2
285520              WS-CD-CLEAN-COUNT.                                  CVSDRV.2
285530     DISPLAY  "MODULES WITH COMPILE WARNINGS: " WS-CD-WARN-COUNT. CVSDRV.2
285535     DISPLAY  "MODULES REJECTED AT COMPILE:   "                   CVSDRV.2
285536              WS-CD-REJECT-COUNT.                                 CVSDRV.2
285537     DISPLAY  "MUST-REJECT SOURCES DIAGNOSED: "                   CVSDRV.2
285538              WS-XR-GOOD-COUNT.                                   CVSDRV.2
285539     DISPLAY  "MUST-REJECT SOURCES FAILED:    "                   CVSDRV.2
285539              WS-XR-BAD-COUNT.                                    CVSDRV.2
285540     DISPLAY  "SEE compile_diagnostics.csv FOR PER-MODULE DETAIL".CVSDRV.2
285610     DISPLAY  "IC COMPANION PAIRS OK:      "                      CVSDRV.2
285620              WS-ICCHK-OK-COUNT.                                  CVSDRV.2
