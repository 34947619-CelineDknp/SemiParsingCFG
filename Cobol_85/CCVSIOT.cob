000100 IDENTIFICATION DIVISION.                                         CVSIOT.2
000200 PROGRAM-ID.                                                      CVSIOT.2
000300         CCVSIOT.                                                 CVSIOT.2
000400*        THIS PROGRAM FORMS PART OF THE COBOL COMPILER VALIDATION CVSIOT.2
000500*        SYSTEM (CCVS).  IT IS THE SHARED I-O STATUS TRACE WRITER CVSIOT.2
000600*        CALLED BY THE RL, IX AND SQ MODULES AROUND EVERY OPEN,   CVSIOT.2
000700*        READ, WRITE, REWRITE, DELETE, START AND CLOSE ON A FILE  CVSIOT.2
000800*        UNDER TEST, SO THAT WHAT EACH STATEMENT ACTUALLY RETURNEDCVSIOT.2
000900*        IS ON RECORD WHETHER OR NOT THE TEST CHECKED IT.         CVSIOT.2
001000*                                                                 CVSIOT.2
001100*        EACH TRACED STATEMENT APPENDS ONE RECORD TO              CVSIOT.2
001200*        "io_trace.csv" IN THE CURRENT DIRECTORY:                 CVSIOT.2
001300*            PGM-ID,PAR-NAME,VERB,FILE,ORG,KEY,STATUS             CVSIOT.2
001400*        ORG IS S SEQUENTIAL, L LINE SEQUENTIAL, R RELATIVE OR    CVSIOT.2
001500*        I INDEXED.  KEY IS THE RELATIVE OR RECORD KEY (OR THE    CVSIOT.2
001600*        KEY OF REFERENCE ON A START) AS IT STOOD AT THE TIME,    CVSIOT.2
001700*        BLANK FOR SEQUENTIAL FILES AND FOR OPEN AND CLOSE.       CVSIOT.2
001800*        THE FILE IS OPENED EXTEND AND CLOSED ON EVERY CALL, AS   CVSIOT.2
001900*        CCVSHBT DOES WITH progress.dat, SO A MODULE THAT DIES    CVSIOT.2
002000*        MID-RUN STILL LEAVES EVERY STATUS UP TO THE FAILURE.     CVSIOT.2
002100*                                                                 CVSIOT.2
002200*        THE LAST OPERAND DESCRIBES THE CALL SITE:                CVSIOT.2
002300*            VERB(7) FILE(16) ORG(1) SITE(4) WHEN(1) CHECK(1)     CVSIOT.2
002400*        A STATEMENT WITH NO AT END / INVALID KEY / END-OF-PAGE   CVSIOT.2
002500*        PHRASE IS TRACED ONCE AFTER IT RUNS (WHEN "T").  ONE     CVSIOT.2
002600*        WITH SUCH A PHRASE IS BRACKETED: "B" BEFORE THE STATEMENTCVSIOT.2
002700*        CLEARS THE SITE, "P" AT THE HEAD OF EACH PHRASE TRACES   CVSIOT.2
002800*        AND MARKS IT (THE PHRASE MAY WELL GO TO ELSEWHERE), AND  CVSIOT.2
002900*        THE "T" AFTER THE STATEMENT TRACES ONLY IF NO PHRASE DID,CVSIOT.2
003000*        SO EACH EXECUTION GIVES EXACTLY ONE ROW.                 CVSIOT.2
003100*                                                                 CVSIOT.2
003200*        A FILE THAT HAD NO FILE STATUS CLAUSE OF ITS OWN BEFORE  CVSIOT.2
003300*        TRACING WAS ADDED WOULD HAVE ENDED THE RUN ON AN I-O     CVSIOT.2
003400*        ERROR NOTHING ELSE HANDLED.  ITS "T" SITES CARRY A CHECK CVSIOT.2
003500*        BYTE SO THAT STILL HAPPENS: "F" ENDS THE RUN ON ANY      CVSIOT.2
003600*        STATUS NOT OF CLASS 0, "E" (A STATEMENT WITH AT END OR   CVSIOT.2
003700*        INVALID KEY) ON ANY STATUS NOT OF CLASS 0, 1 OR 2.       CVSIOT.2
003800 ENVIRONMENT DIVISION.                                            CVSIOT.2
003900 CONFIGURATION SECTION.                                           CVSIOT.2
004000     SOURCE-COMPUTER.                                             CVSIOT.2
004100     COPY CCVSTRG.                                                CVSIOT.2
004200     OBJECT-COMPUTER.                                             CVSIOT.2
004300     COPY CCVSTRG.                                                CVSIOT.2
004400 INPUT-OUTPUT SECTION.                                            CVSIOT.2
004500 FILE-CONTROL.                                                    CVSIOT.2
004600     SELECT   IO-TRACE-FILE ASSIGN TO                             CVSIOT.2
004700     "io_trace.csv"                                               CVSIOT.2
004800     ORGANIZATION LINE SEQUENTIAL                                 CVSIOT.2
004900     FILE STATUS IS WS-IT-FSTATUS.                                CVSIOT.2
005000 DATA DIVISION.                                                   CVSIOT.2
005100 FILE SECTION.                                                    CVSIOT.2
005200 FD  IO-TRACE-FILE.                                               CVSIOT.2
005300 01  IO-TRACE-REC PIC X(120).                                     CVSIOT.2
005400 WORKING-STORAGE SECTION.                                         CVSIOT.2
005500 01  WS-IT-FSTATUS  PIC XX VALUE SPACE.                           CVSIOT.2
005600 01  WS-IT-KEY      PIC X(30) VALUE SPACE.                        CVSIOT.2
005700 01  WS-IT-SITES    PIC X(9999) VALUE SPACE.                      CVSIOT.2
005800 01  FILLER REDEFINES WS-IT-SITES.                                CVSIOT.2
005900     02  WS-IT-SITE-FLAG PIC X OCCURS 9999 TIMES.                 CVSIOT.2
006000 LINKAGE SECTION.                                                 CVSIOT.2
006100 01  IT-PGM-ID      PIC X(6).                                     CVSIOT.2
006200 01  IT-PAR-NAME    PIC X(22).                                    CVSIOT.2
006300 01  IT-STATUS      PIC XX.                                       CVSIOT.2
006400 01  IT-KEY         PIC X(30).                                    CVSIOT.2
006500 01  IT-SITE.                                                     CVSIOT.2
006600     02  IT-VERB    PIC X(7).                                     CVSIOT.2
006700     02  IT-FILE    PIC X(16).                                    CVSIOT.2
006800     02  IT-ORG     PIC X.                                        CVSIOT.2
006900     02  IT-SITE-NO PIC 9(4).                                     CVSIOT.2
007000     02  IT-WHEN    PIC X.                                        CVSIOT.2
007100     02  IT-CHECK   PIC X.                                        CVSIOT.2
007200 PROCEDURE DIVISION USING IT-PGM-ID IT-PAR-NAME IT-STATUS         CVSIOT.2
007300     IT-KEY IT-SITE.                                              CVSIOT.2
007400 SECT-CCVSIOT-001 SECTION.                                        CVSIOT.2
007500 TRACE-001.                                                       CVSIOT.2
007600     IF       IT-SITE-NO NOT NUMERIC OR IT-SITE-NO = ZERO         CVSIOT.2
007700              GO TO TRACE-EXIT-001.                               CVSIOT.2
007800     IF       IT-WHEN = "B"                                       CVSIOT.2
007900              MOVE SPACE TO WS-IT-SITE-FLAG (IT-SITE-NO)          CVSIOT.2
008000              GO TO TRACE-EXIT-001.                               CVSIOT.2
008100     IF       IT-WHEN = "T" AND WS-IT-SITE-FLAG (IT-SITE-NO) = "P"CVSIOT.2
008200              MOVE SPACE TO WS-IT-SITE-FLAG (IT-SITE-NO)          CVSIOT.2
008300              GO TO TRACE-EXIT-001.                               CVSIOT.2
008400     IF       IT-WHEN = "P"                                       CVSIOT.2
008500              MOVE "P" TO WS-IT-SITE-FLAG (IT-SITE-NO).           CVSIOT.2
008600     MOVE     IT-KEY TO WS-IT-KEY.                                CVSIOT.2
008700     INSPECT  WS-IT-KEY REPLACING ALL "," BY ";".                 CVSIOT.2
008800     OPEN     EXTEND IO-TRACE-FILE.                               CVSIOT.2
008900     IF       WS-IT-FSTATUS = "35"                                CVSIOT.2
009000              OPEN OUTPUT IO-TRACE-FILE.                          CVSIOT.2
009100     IF       WS-IT-FSTATUS NOT = "00"                            CVSIOT.2
009200              GO TO CHECK-001.                                    CVSIOT.2
009300     MOVE     SPACE TO IO-TRACE-REC.                              CVSIOT.2
009400     STRING   IT-PGM-ID   DELIMITED BY SPACE ","                  CVSIOT.2
009500              IT-PAR-NAME DELIMITED BY SIZE  ","                  CVSIOT.2
009600              IT-VERB     DELIMITED BY SPACE ","                  CVSIOT.2
009700              IT-FILE     DELIMITED BY SPACE ","                  CVSIOT.2
009800              IT-ORG      DELIMITED BY SIZE  ","                  CVSIOT.2
009900              WS-IT-KEY   DELIMITED BY SPACE ","                  CVSIOT.2
010000              IT-STATUS   DELIMITED BY SIZE                       CVSIOT.2
010100              INTO IO-TRACE-REC.                                  CVSIOT.2
010200     WRITE    IO-TRACE-REC.                                       CVSIOT.2
010300     CLOSE    IO-TRACE-FILE.                                      CVSIOT.2
010400 CHECK-001.                                                       CVSIOT.2
010500     IF       IT-CHECK NOT = "F" AND NOT = "E"                    CVSIOT.2
010600              GO TO TRACE-EXIT-001.                               CVSIOT.2
010700     IF       IT-STATUS (1:1) = "0"                               CVSIOT.2
010800              GO TO TRACE-EXIT-001.                               CVSIOT.2
010900     IF       IT-CHECK = "E" AND                                  CVSIOT.2
011000              (IT-STATUS (1:1) = "1" OR IT-STATUS (1:1) = "2")    CVSIOT.2
011100              GO TO TRACE-EXIT-001.                               CVSIOT.2
011200     DISPLAY  IT-PGM-ID " I-O ERROR STATUS " IT-STATUS " ON "     CVSIOT.2
011300              IT-VERB " " IT-FILE " - RUN ENDED".                 CVSIOT.2
011400     MOVE     1 TO RETURN-CODE.                                   CVSIOT.2
011500     STOP     RUN.                                                CVSIOT.2
011600 TRACE-EXIT-001.                                                  CVSIOT.2
011700     EXIT PROGRAM.                                                CVSIOT.2
