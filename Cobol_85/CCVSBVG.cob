000100 IDENTIFICATION DIVISION.                                         CVSBVG.2
000200 PROGRAM-ID.                                                      CVSBVG.2
000300     CCVSBVG.                                                     CVSBVG.2
000400****************************************************************  CVSBVG.2
000500*                                                              *  CVSBVG.2
000600*    LAYOUT-DRIVEN BOUNDARY-VALUE TEST-BED GENERATOR.          *  CVSBVG.2
000700*                                                              *  CVSBVG.2
000800*    THE NIST BEDS CARRY ORDINARY DATA ONLY, AND CCVSVOL CAN   *  CVSBVG.2
000900*    ONLY TURN OUT THE 120-BYTE SHAPE WITH RANDOM KEYS.  THIS  *  CVSBVG.2
001000*    GENERATOR BUILDS EDGE-OF-FIELD BEDS FOR ANY FILE          *  CVSBVG.2
001100*    CATALOGUED IN THE CONVERTER'S ebcdic_layouts.dat:         *  CVSBVG.2
001200*                                                              *  CVSBVG.2
001300*      - THE RECORD SHAPE (ORGANIZATION L/1/2/3/4/X AND        *  CVSBVG.2
001400*        LENGTH) COMES FROM THE FILE'S LAYOUT ROW,             *  CVSBVG.2
001500*      - THE FIELDS COME FROM field_names.dat                  *  CVSBVG.2
001600*        (filename,start,len,name,picture) -- THE PICTURE      *  CVSBVG.2
001700*        COLUMN MAY CARRY THE USAGE, E.G. "S9(7) COMP-3" OR    *  CVSBVG.2
001800*        "9(4) BINARY"; WITHOUT ENTRIES THE LAYOUT'S DISPLAY   *  CVSBVG.2
001900*        RANGES ARE USED AS ALPHANUMERIC FIELDS, AS CCVSINS    *  CVSBVG.2
002000*        DOES.                                                 *  CVSBVG.2
002100*                                                              *  CVSBVG.2
002200*    RECORD 1 OF THE BOUNDARY BED IS A BASELINE IN WHICH       *  CVSBVG.2
002300*    EVERY FIELD HOLDS A NOMINAL VALUE (THE RECORD NUMBER).    *  CVSBVG.2
002400*    EACH FURTHER RECORD REPEATS THE BASELINE WITH ONE FIELD   *  CVSBVG.2
002500*    SET TO ONE BOUNDARY CLASS:                                *  CVSBVG.2
002600*                                                              *  CVSBVG.2
002700*      ZERO         ALL ZEROS IN THE FIELD'S OWN USAGE,        *  CVSBVG.2
002800*      MAXIMUM      ALL NINES (ALL "Z" FOR ALPHANUMERIC,       *  CVSBVG.2
002900*                   HIGHEST POSITIVE FOR BINARY),              *  CVSBVG.2
003000*      NEGATIVE     THE MAXIMUM MAGNITUDE, NEGATIVE,           *  CVSBVG.2
003100*      SPACES, LOW-VALUES, HIGH-VALUES.                        *  CVSBVG.2
003200*                                                              *  CVSBVG.2
003300*    A CLASS THAT IS LEGAL FOR THE FIELD'S PICTURE GOES TO     *  CVSBVG.2
003400*    THE BOUNDARY BED; ONE THAT IS NOT (SPACES IN A NUMERIC,   *  CVSBVG.2
003500*    A SIGN IN AN UNSIGNED FIELD, LOW- OR HIGH-VALUES IN       *  CVSBVG.2
003600*    DISPLAY DATA) GOES TO A SEPARATE INVALID BED.  NEGATIVE   *  CVSBVG.2
003700*    DOES NOT APPLY TO ALPHANUMERIC FIELDS, NOR LOW- AND       *  CVSBVG.2
003800*    HIGH-VALUES TO BINARY ONES (THEY ARE ZERO AND MINUS ONE). *  CVSBVG.2
003900*                                                              *  CVSBVG.2
004000*    FOR A SUITE BED XXXXXnnn THE BEDS ARE BOUNDnnn AND        *  CVSBVG.2
004100*    INVALnnn, SO A READ MODULE TAKES EITHER AS ITS INPUT      *  CVSBVG.2
004200*    THROUGH THE USUAL "nnn=" X-CARD; ANY OTHER BED GETS       *  CVSBVG.2
004300*    <name>.bnd AND <name>.inv.  INDEXED BEDS (ORG X) ARE      *  CVSBVG.2
004400*    BUILT IN THE IX-FS1 SHAPE WITH THE RECORD NUMBER IN THE   *  CVSBVG.2
004500*    PRIME KEY.  BOTH BEDS GET A CCVSSCK SIDECAR, AND EVERY    *  CVSBVG.2
004600*    RECORD WRITTEN IS LISTED IN boundary_beds.rpt BY BED,     *  CVSBVG.2
004700*    RECORD NUMBER, FIELD AND CLASS.                           *  CVSBVG.2
004800*                                                              *  CVSBVG.2
004900*    RETURN CODE 0 WHEN BOTH BEDS ARE BUILT, 8 WHEN THE FILE   *  CVSBVG.2
005000*    HAS NO USABLE LAYOUT OR A BED CANNOT BE WRITTEN.          *  CVSBVG.2
005100*                                                              *  CVSBVG.2
005200****************************************************************  CVSBVG.2
005300 ENVIRONMENT DIVISION.                                            CVSBVG.2
005400 CONFIGURATION SECTION.                                           CVSBVG.2
005500 SOURCE-COMPUTER.                                                 CVSBVG.2
005600     COPY CCVSTRG.                                                CVSBVG.2
005700 OBJECT-COMPUTER.                                                 CVSBVG.2
005800     COPY CCVSTRG.                                                CVSBVG.2
005900 INPUT-OUTPUT SECTION.                                            CVSBVG.2
006000 FILE-CONTROL.                                                    CVSBVG.2
006100     SELECT   LAYOUT-CTL-FILE ASSIGN TO                           CVSBVG.2
006200     "ebcdic_layouts.dat"                                         CVSBVG.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSBVG.2
006400     FILE STATUS IS WS-LC-FSTATUS.                                CVSBVG.2
006500     SELECT   FIELD-DICT-FILE ASSIGN TO                           CVSBVG.2
006600     "field_names.dat"                                            CVSBVG.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSBVG.2
006800     FILE STATUS IS WS-FD-FSTATUS.                                CVSBVG.2
006900     SELECT   OUT-LS-FILE ASSIGN TO                               CVSBVG.2
007000     DYNAMIC WS-OUT-FNAME                                         CVSBVG.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSBVG.2
007200     FILE STATUS IS WS-OUT-FSTATUS.                               CVSBVG.2
007300     SELECT   OUT-80-FILE ASSIGN TO                               CVSBVG.2
007400     DYNAMIC WS-OUT-FNAME                                         CVSBVG.2
007500     FILE STATUS IS WS-OUT-FSTATUS.                               CVSBVG.2
007600     SELECT   OUT-120-FILE ASSIGN TO                              CVSBVG.2
007700     DYNAMIC WS-OUT-FNAME                                         CVSBVG.2
007800     FILE STATUS IS WS-OUT-FSTATUS.                               CVSBVG.2
007900     SELECT   OUT-200-FILE ASSIGN TO                              CVSBVG.2
008000     DYNAMIC WS-OUT-FNAME                                         CVSBVG.2
008100     FILE STATUS IS WS-OUT-FSTATUS.                               CVSBVG.2
008200     SELECT   OUT-240-FILE ASSIGN TO                              CVSBVG.2
008300     DYNAMIC WS-OUT-FNAME                                         CVSBVG.2
008400     FILE STATUS IS WS-OUT-FSTATUS.                               CVSBVG.2
008500     SELECT   OUT-IX-FILE                                         CVSBVG.2
008600     ACCESS MODE IS  RANDOM                                       CVSBVG.2
008700     ALTERNATE RECORD  OUT-IX-ALTKEY1                             CVSBVG.2
008800              WITH  DUPLICATES                                    CVSBVG.2
008900     FILE STATUS WS-OUT-FSTATUS                                   CVSBVG.2
009000     RECORD KEY IS  OUT-IX-KEY                                    CVSBVG.2
009100     ORGANIZATION  IS INDEXED                                     CVSBVG.2
009200     ASSIGN TO                                                    CVSBVG.2
009300     DYNAMIC WS-OUT-FNAME.                                        CVSBVG.2
009400     SELECT   BOUNDARY-RPT-FILE ASSIGN TO                         CVSBVG.2
009500     "boundary_beds.rpt"                                          CVSBVG.2
009600     ORGANIZATION LINE SEQUENTIAL                                 CVSBVG.2
009700     FILE STATUS IS WS-BR-FSTATUS.                                CVSBVG.2
009800 DATA DIVISION.                                                   CVSBVG.2
009900 FILE SECTION.                                                    CVSBVG.2
010000 FD  LAYOUT-CTL-FILE.                                             CVSBVG.2
010100 01  LAYOUT-CTL-REC PIC X(120).                                   CVSBVG.2
010200 FD  FIELD-DICT-FILE.                                             CVSBVG.2
010300 01  FIELD-DICT-REC PIC X(80).                                    CVSBVG.2
010400 FD  OUT-LS-FILE.                                                 CVSBVG.2
010500 01  OUT-LS-REC PIC X(240).                                       CVSBVG.2
010600 FD  OUT-80-FILE.                                                 CVSBVG.2
010700 01  OUT-80-REC PIC X(80).                                        CVSBVG.2
010800 FD  OUT-120-FILE.                                                CVSBVG.2
010900 01  OUT-120-REC PIC X(120).                                      CVSBVG.2
011000 FD  OUT-200-FILE.                                                CVSBVG.2
011100 01  OUT-200-REC PIC X(200).                                      CVSBVG.2
011200 FD  OUT-240-FILE.                                                CVSBVG.2
011300 01  OUT-240-REC PIC X(240).                                      CVSBVG.2
011400 FD  OUT-IX-FILE                                                  CVSBVG.2
011500     RECORD CONTAINS  240 CHARACTERS.                             CVSBVG.2
011600 01  OUT-IX-REC.                                                  CVSBVG.2
011700     05  FILLER                   PIC X(128).                     CVSBVG.2
011800     05  OUT-IX-KEY.                                              CVSBVG.2
011900         10  OUT-IX-KEYNUM        PIC 9(5).                       CVSBVG.2
012000         10  FILLER               PIC X(24).                      CVSBVG.2
012100     05  FILLER                   PIC X(9).                       CVSBVG.2
012200     05  OUT-IX-ALTKEY1           PIC X(29).                      CVSBVG.2
012300     05  FILLER                   PIC X(45).                      CVSBVG.2
012400 FD  BOUNDARY-RPT-FILE.                                           CVSBVG.2
012500 01  BOUNDARY-RPT-REC PIC X(80).                                  CVSBVG.2
012600 WORKING-STORAGE SECTION.                                         CVSBVG.2
012700 77  WS-LC-FSTATUS      PIC XX VALUE SPACE.                       CVSBVG.2
012800 77  WS-FD-FSTATUS      PIC XX VALUE SPACE.                       CVSBVG.2
012900 77  WS-OUT-FSTATUS     PIC XX VALUE SPACE.                       CVSBVG.2
013000 77  WS-BR-FSTATUS      PIC XX VALUE SPACE.                       CVSBVG.2
013100 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSBVG.2
013200 77  WS-REC-LEN         PIC 9(3) VALUE 80.                        CVSBVG.2
013300 77  WS-ORG-CODE        PIC X VALUE "L".                          CVSBVG.2
013400 77  WS-LAYOUT-FOUND    PIC X VALUE "N".                          CVSBVG.2
013500 77  WS-FIELD-COUNT     PIC 9(2) COMP VALUE ZERO.                 CVSBVG.2
013600 77  WS-SKIP-COUNT      PIC 9(2) VALUE ZERO.                      CVSBVG.2
013700 77  WS-SUB             PIC 9(3) COMP VALUE ZERO.                 CVSBVG.2
013800 77  WS-SUB2            PIC 9(3) COMP VALUE ZERO.                 CVSBVG.2
013900 77  WS-CLASS-SUB       PIC 9(3) COMP VALUE ZERO.                 CVSBVG.2
014000 77  WS-LEN             PIC 9(3) COMP VALUE ZERO.                 CVSBVG.2
014100 77  WS-TALLY           PIC 9(3) COMP VALUE ZERO.                 CVSBVG.2
014200 77  WS-PASS            PIC X VALUE "V".                          CVSBVG.2
014300 77  WS-CLASS-VALID     PIC X VALUE "N".                          CVSBVG.2
014400 77  WS-WRITE-OK        PIC X VALUE "Y".                          CVSBVG.2
014500 77  WS-SEQ             PIC 9(7) VALUE ZERO.                      CVSBVG.2
014600 77  WS-KEY-SEQ         PIC 9(5) VALUE ZERO.                      CVSBVG.2
014700 77  WS-VALID-COUNT     PIC 9(7) VALUE ZERO.                      CVSBVG.2
014800 77  WS-INVALID-COUNT   PIC 9(7) VALUE ZERO.                      CVSBVG.2
014900 77  WS-DUP-COUNT       PIC 9(7) VALUE ZERO.                      CVSBVG.2
015000 01  WS-BED-FNAME       PIC X(40) VALUE SPACE.                    CVSBVG.2
015100 01  WS-OUT-FNAME       PIC X(60) VALUE SPACE.                    CVSBVG.2
015200 01  WS-VALID-FNAME     PIC X(60) VALUE SPACE.                    CVSBVG.2
015300 01  WS-INVALID-FNAME   PIC X(60) VALUE SPACE.                    CVSBVG.2
015400 01  WS-XCARD-CODE      PIC X(3) VALUE SPACE.                     CVSBVG.2
015500 01  WS-SCK-MODE        PIC X  VALUE "W".                         CVSBVG.2
015600 01  WS-SCK-ORG         PIC X  VALUE SPACE.                       CVSBVG.2
015700 01  WS-SCK-FNAME       PIC X(60) VALUE SPACE.                    CVSBVG.2
015800 01  WS-SCK-STATUS      PIC XX VALUE SPACE.                       CVSBVG.2
015900 01  WS-WORK-REC        PIC X(240).                               CVSBVG.2
016000 01  WS-BV-VALUE        PIC X(240).                               CVSBVG.2
016100 01  WS-BV-NINES        PIC 9(18) VALUE ZERO.                     CVSBVG.2
016200 01  WS-BV-SIGNED       PIC S9(18) VALUE ZERO.                    CVSBVG.2
016300 01  WS-BV-SIGNED-X REDEFINES WS-BV-SIGNED PIC X(18).             CVSBVG.2
016400 01  WS-DIGIT-SRC       PIC X(18) VALUE SPACE.                    CVSBVG.2
016500 01  WS-NOMINAL.                                                  CVSBVG.2
016600     02  FILLER         PIC X VALUE "R".                          CVSBVG.2
016700     02  WS-NOM-SEQ     PIC 9(7) VALUE ZERO.                      CVSBVG.2
016800 01  WS-RANGE-LIST      PIC X(80) VALUE SPACE.                    CVSBVG.2
016900 01  WS-RANGE-ITEM      PIC X(12) VALUE SPACE.                    CVSBVG.2
017000 01  WS-RANGE-FROM      PIC X(4) VALUE SPACE.                     CVSBVG.2
017100 01  WS-RANGE-TO        PIC X(4) VALUE SPACE.                     CVSBVG.2
017200 01  WS-UNS-PTR         PIC 9(3) VALUE 1.                         CVSBVG.2
017300 01  WS-FIELD-TABLE-X.                                            CVSBVG.2
017400     02  WS-FIELD       PIC X(30) OCCURS 6 TIMES.                 CVSBVG.2
017500 01  WS-FLD-TABLE.                                                CVSBVG.2
017600     02 WS-FL-ENTRY OCCURS 40 TIMES.                              CVSBVG.2
017700         03 WS-FL-NAME  PIC X(16).                                CVSBVG.2
017800         03 WS-FL-PIC   PIC X(20).                                CVSBVG.2
017900         03 WS-FL-START PIC 9(3).                                 CVSBVG.2
018000         03 WS-FL-LEN   PIC 9(3).                                 CVSBVG.2
018100         03 WS-FL-KIND  PIC X.                                    CVSBVG.2
018200         03 WS-FL-SIGN  PIC X.                                    CVSBVG.2
018300 01  WS-CLASS-VALUES.                                             CVSBVG.2
018400     02  FILLER PIC X(12) VALUE "ZERO".                           CVSBVG.2
018500     02  FILLER PIC X(12) VALUE "MAXIMUM".                        CVSBVG.2
018600     02  FILLER PIC X(12) VALUE "NEGATIVE".                       CVSBVG.2
018700     02  FILLER PIC X(12) VALUE "SPACES".                         CVSBVG.2
018800     02  FILLER PIC X(12) VALUE "LOW-VALUES".                     CVSBVG.2
018900     02  FILLER PIC X(12) VALUE "HIGH-VALUES".                    CVSBVG.2
019000 01  FILLER REDEFINES WS-CLASS-VALUES.                            CVSBVG.2
019100     02  WS-CLASS-NAME  PIC X(12) OCCURS 6 TIMES.                 CVSBVG.2
019200 01  WS-RPT-LINE.                                                 CVSBVG.2
019300     02  BR-BED         PIC X(12).                                CVSBVG.2
019400     02  BR-SEQ         PIC Z(6)9.                                CVSBVG.2
019500     02  FILLER         PIC X(2) VALUE SPACE.                     CVSBVG.2
019600     02  BR-FIELD       PIC X(16).                                CVSBVG.2
019700     02  FILLER         PIC X VALUE SPACE.                        CVSBVG.2
019800     02  BR-START       PIC ZZ9.                                  CVSBVG.2
019900     02  FILLER         PIC X VALUE SPACE.                        CVSBVG.2
020000     02  BR-PIC         PIC X(20).                                CVSBVG.2
020100     02  FILLER         PIC X VALUE SPACE.                        CVSBVG.2
020200     02  BR-CLASS       PIC X(12).                                CVSBVG.2
020300     02  FILLER         PIC X(5) VALUE SPACE.                     CVSBVG.2
020400 PROCEDURE DIVISION.                                              CVSBVG.2
020500 CCVSBVG-MAIN SECTION.                                            CVSBVG.2
020600 CCVSBVG-START.                                                   CVSBVG.2
020700     DISPLAY  "CCVSBVG: BED FILE NAME?".                          CVSBVG.2
020800     ACCEPT   WS-BED-FNAME.                                       CVSBVG.2
020900     PERFORM  FIND-LAYOUT-ROW THRU FIND-LAYOUT-ROW-EX.            CVSBVG.2
021000     IF       WS-LAYOUT-FOUND = "N"                               CVSBVG.2
021100              DISPLAY "CCVSBVG: NO ebcdic_layouts.dat ROW "       CVSBVG.2
021200                  "FOR THAT BED"                                  CVSBVG.2
021300              MOVE 8 TO RETURN-CODE                               CVSBVG.2
021400              STOP RUN.                                           CVSBVG.2
021500     PERFORM  SET-RECORD-SHAPE THRU SET-RECORD-SHAPE-EX.          CVSBVG.2
021600     IF       WS-REC-LEN = ZERO                                   CVSBVG.2
021700              DISPLAY "CCVSBVG: ORGANIZATION " WS-ORG-CODE        CVSBVG.2
021800                  " IS NOT ONE THE GENERATOR CAN WRITE"           CVSBVG.2
021900              MOVE 8 TO RETURN-CODE                               CVSBVG.2
022000              STOP RUN.                                           CVSBVG.2
022100     PERFORM  LOAD-FIELD-DICTIONARY                               CVSBVG.2
022200              THRU LOAD-FIELD-DICTIONARY-EX.                      CVSBVG.2
022300     PERFORM  CLASSIFY-FIELD                                      CVSBVG.2
022400              VARYING WS-SUB FROM 1 BY 1                          CVSBVG.2
022500              UNTIL WS-SUB > WS-FIELD-COUNT.                      CVSBVG.2
022600     IF       WS-SKIP-COUNT > ZERO                                CVSBVG.2
022700              DISPLAY "CCVSBVG: " WS-SKIP-COUNT " FIELD(S) RUN "  CVSBVG.2
022800                  "PAST THE RECORD AND ARE LEFT OUT".             CVSBVG.2
022900     IF       WS-FIELD-COUNT = WS-SKIP-COUNT                      CVSBVG.2
023000              DISPLAY "CCVSBVG: NO FIELDS TO GENERATE FOR "       CVSBVG.2
023100                  "THAT BED"                                      CVSBVG.2
023200              MOVE 8 TO RETURN-CODE                               CVSBVG.2
023300              STOP RUN.                                           CVSBVG.2
023400     PERFORM  NAME-OUTPUT-BEDS.                                   CVSBVG.2
023500     OPEN     OUTPUT BOUNDARY-RPT-FILE.                           CVSBVG.2
023600     PERFORM  WRITE-REPORT-HEADING.                               CVSBVG.2
023700     MOVE     "V" TO WS-PASS.                                     CVSBVG.2
023800     MOVE     WS-VALID-FNAME TO WS-OUT-FNAME.                     CVSBVG.2
023900     PERFORM  GENERATE-BED THRU GENERATE-BED-EX.                  CVSBVG.2
024000     MOVE     "I" TO WS-PASS.                                     CVSBVG.2
024100     MOVE     WS-INVALID-FNAME TO WS-OUT-FNAME.                   CVSBVG.2
024200     PERFORM  GENERATE-BED THRU GENERATE-BED-EX.                  CVSBVG.2
024300     CLOSE    BOUNDARY-RPT-FILE.                                  CVSBVG.2
024400     DISPLAY  "CCVSBVG: " WS-VALID-COUNT " BOUNDARY RECORDS TO "  CVSBVG.2
024500              WS-VALID-FNAME.                                     CVSBVG.2
024600     DISPLAY  "CCVSBVG: " WS-INVALID-COUNT " INVALID RECORDS TO " CVSBVG.2
024700              WS-INVALID-FNAME.                                   CVSBVG.2
024800     IF       WS-DUP-COUNT > ZERO                                 CVSBVG.2
024900              DISPLAY "CCVSBVG: " WS-DUP-COUNT " RECORD(S) "      CVSBVG.2
025000                  "DROPPED ON A DUPLICATE PRIME KEY".             CVSBVG.2
025100     IF       WS-XCARD-CODE NOT = SPACE                           CVSBVG.2
025200              DISPLAY "CCVSBVG: SUBSTITUTE EITHER BED WITH THE "  CVSBVG.2
025300                  "X-CARD " WS-XCARD-CODE "=" WS-VALID-FNAME (1:8)CVSBVG.2
025400                  " OR " WS-XCARD-CODE "=" WS-INVALID-FNAME (1:8).CVSBVG.2
025500     DISPLAY  "CCVSBVG: RECORD MAP IN boundary_beds.rpt".         CVSBVG.2
025600     STOP     RUN.                                                CVSBVG.2
025700 FIND-LAYOUT-ROW.                                                 CVSBVG.2
025800     OPEN     INPUT LAYOUT-CTL-FILE.                              CVSBVG.2
025900     IF       WS-LC-FSTATUS NOT = "00"                            CVSBVG.2
026000              GO TO FIND-LAYOUT-ROW-EX.                           CVSBVG.2
026100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSBVG.2
026200     PERFORM  READ-LAYOUT-LINE.                                   CVSBVG.2
026300     PERFORM  MATCH-LAYOUT-LINE UNTIL WS-EOF-SWITCH = "Y".        CVSBVG.2
026400     CLOSE    LAYOUT-CTL-FILE.                                    CVSBVG.2
026500 FIND-LAYOUT-ROW-EX.                                              CVSBVG.2
026600     EXIT.                                                        CVSBVG.2
026700 READ-LAYOUT-LINE.                                                CVSBVG.2
026800     READ     LAYOUT-CTL-FILE                                     CVSBVG.2
026900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSBVG.2
027000 MATCH-LAYOUT-LINE.                                               CVSBVG.2
027100     MOVE     SPACES TO WS-FIELD-TABLE-X.                         CVSBVG.2
027200     UNSTRING LAYOUT-CTL-REC DELIMITED BY ","                     CVSBVG.2
027300              INTO WS-FIELD (1) WS-FIELD (2)                      CVSBVG.2
027400                   WS-FIELD (3) WS-FIELD (4).                     CVSBVG.2
027500     IF       WS-FIELD (1) (1:30) = WS-BED-FNAME (1:30)           CVSBVG.2
027600              MOVE "Y" TO WS-LAYOUT-FOUND                         CVSBVG.2
027700              MOVE WS-FIELD (2) (1:1) TO WS-ORG-CODE              CVSBVG.2
027800              IF WS-FIELD (3) (1:3) IS NUMERIC                    CVSBVG.2
027900                  MOVE WS-FIELD (3) (1:3) TO WS-REC-LEN           CVSBVG.2
028000              END-IF                                              CVSBVG.2
028100              MOVE WS-FIELD (4) (1:30) TO WS-RANGE-LIST           CVSBVG.2
028200     END-IF.                                                      CVSBVG.2
028300     PERFORM  READ-LAYOUT-LINE.                                   CVSBVG.2
028400 SET-RECORD-SHAPE.                                                CVSBVG.2
028500*    THE FIXED ORGANIZATIONS HAVE ONE LENGTH EACH, WHATEVER THE   CVSBVG.2
028600*    LAYOUT ROW SAYS; ONLY A LINE SEQUENTIAL BED TAKES ITS        CVSBVG.2
028700*    LENGTH FROM THE ROW.                                         CVSBVG.2
028800     EVALUATE WS-ORG-CODE                                         CVSBVG.2
028900         WHEN "L"                                                 CVSBVG.2
029000             IF  WS-REC-LEN = ZERO OR WS-REC-LEN > 240            CVSBVG.2
029100                 MOVE 80 TO WS-REC-LEN                            CVSBVG.2
029200             END-IF                                               CVSBVG.2
029300         WHEN "1"                                                 CVSBVG.2
029400             MOVE 80 TO WS-REC-LEN                                CVSBVG.2
029500         WHEN "2"                                                 CVSBVG.2
029600             MOVE 120 TO WS-REC-LEN                               CVSBVG.2
029700         WHEN "3"                                                 CVSBVG.2
029800             MOVE 240 TO WS-REC-LEN                               CVSBVG.2
029900         WHEN "4"                                                 CVSBVG.2
030000             MOVE 200 TO WS-REC-LEN                               CVSBVG.2
030100         WHEN "X"                                                 CVSBVG.2
030200             MOVE 240 TO WS-REC-LEN                               CVSBVG.2
030300         WHEN OTHER                                               CVSBVG.2
030400             MOVE ZERO TO WS-REC-LEN                              CVSBVG.2
030500     END-EVALUATE.                                                CVSBVG.2
030600 SET-RECORD-SHAPE-EX.                                             CVSBVG.2
030700     EXIT.                                                        CVSBVG.2
030800 LOAD-FIELD-DICTIONARY.                                           CVSBVG.2
030900     OPEN     INPUT FIELD-DICT-FILE.                              CVSBVG.2
031000     IF       WS-FD-FSTATUS NOT = "00"                            CVSBVG.2
031100              PERFORM DERIVE-FIELDS-FROM-RANGES                   CVSBVG.2
031200              GO TO LOAD-FIELD-DICTIONARY-EX.                     CVSBVG.2
031300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSBVG.2
031400     PERFORM  READ-DICT-LINE.                                     CVSBVG.2
031500     PERFORM  FILE-DICT-LINE UNTIL WS-EOF-SWITCH = "Y".           CVSBVG.2
031600     CLOSE    FIELD-DICT-FILE.                                    CVSBVG.2
031700     IF       WS-FIELD-COUNT = ZERO                               CVSBVG.2
031800              PERFORM DERIVE-FIELDS-FROM-RANGES.                  CVSBVG.2
031900 LOAD-FIELD-DICTIONARY-EX.                                        CVSBVG.2
032000     EXIT.                                                        CVSBVG.2
032100 READ-DICT-LINE.                                                  CVSBVG.2
032200     READ     FIELD-DICT-FILE                                     CVSBVG.2
032300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSBVG.2
032400 FILE-DICT-LINE.                                                  CVSBVG.2
032500     MOVE     SPACES TO WS-FIELD-TABLE-X.                         CVSBVG.2
032600     UNSTRING FIELD-DICT-REC DELIMITED BY ","                     CVSBVG.2
032700              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSBVG.2
032800                   WS-FIELD (4) WS-FIELD (5).                     CVSBVG.2
032900     IF       WS-FIELD (1) (1:30) = WS-BED-FNAME (1:30)           CVSBVG.2
033000              AND WS-FIELD (2) (1:3) IS NUMERIC                   CVSBVG.2
033100              AND WS-FIELD (3) (1:3) IS NUMERIC                   CVSBVG.2
033200              AND WS-FIELD-COUNT < 40                             CVSBVG.2
033300              ADD 1 TO WS-FIELD-COUNT                             CVSBVG.2
033400              MOVE WS-FIELD (4) (1:16)                            CVSBVG.2
033500                  TO WS-FL-NAME (WS-FIELD-COUNT)                  CVSBVG.2
033600              MOVE WS-FIELD (5) (1:20)                            CVSBVG.2
033700                  TO WS-FL-PIC (WS-FIELD-COUNT)                   CVSBVG.2
033800              MOVE WS-FIELD (2) (1:3)                             CVSBVG.2
033900                  TO WS-FL-START (WS-FIELD-COUNT)                 CVSBVG.2
034000              MOVE WS-FIELD (3) (1:3)                             CVSBVG.2
034100                  TO WS-FL-LEN (WS-FIELD-COUNT).                  CVSBVG.2
034200     PERFORM  READ-DICT-LINE.                                     CVSBVG.2
034300 DERIVE-FIELDS-FROM-RANGES.                                       CVSBVG.2
034400*    NO DICTIONARY: THE LAYOUT'S DISPLAY RANGES BECOME            CVSBVG.2
034500*    GENERATED X FIELDS, AS IN CCVSINS.                           CVSBVG.2
034600     MOVE     1 TO WS-UNS-PTR.                                    CVSBVG.2
034700     PERFORM  DERIVE-ONE-RANGE                                    CVSBVG.2
034800              UNTIL WS-UNS-PTR > 79                               CVSBVG.2
034900              OR WS-RANGE-LIST (WS-UNS-PTR:1) = SPACE.            CVSBVG.2
035000 DERIVE-ONE-RANGE.                                                CVSBVG.2
035100     MOVE     SPACE TO WS-RANGE-ITEM.                             CVSBVG.2
035200     UNSTRING WS-RANGE-LIST DELIMITED BY ";"                      CVSBVG.2
035300              INTO WS-RANGE-ITEM                                  CVSBVG.2
035400              WITH POINTER WS-UNS-PTR.                            CVSBVG.2
035500     MOVE     SPACE TO WS-RANGE-FROM WS-RANGE-TO.                 CVSBVG.2
035600     UNSTRING WS-RANGE-ITEM DELIMITED BY "-"                      CVSBVG.2
035700              INTO WS-RANGE-FROM WS-RANGE-TO.                     CVSBVG.2
035800     IF       WS-RANGE-FROM (1:3) IS NUMERIC                      CVSBVG.2
035900              AND WS-RANGE-TO (1:3) IS NUMERIC                    CVSBVG.2
036000              AND WS-FIELD-COUNT < 40                             CVSBVG.2
036100              ADD 1 TO WS-FIELD-COUNT                             CVSBVG.2
036200              MOVE "DISPLAY-RANGE"                                CVSBVG.2
036300                  TO WS-FL-NAME (WS-FIELD-COUNT)                  CVSBVG.2
036400              MOVE "X" TO WS-FL-PIC (WS-FIELD-COUNT)              CVSBVG.2
036500              MOVE WS-RANGE-FROM (1:3)                            CVSBVG.2
036600                  TO WS-FL-START (WS-FIELD-COUNT)                 CVSBVG.2
036700              COMPUTE WS-FL-LEN (WS-FIELD-COUNT) =                CVSBVG.2
036800                  FUNCTION NUMVAL (WS-RANGE-TO)                   CVSBVG.2
036900                  - FUNCTION NUMVAL (WS-RANGE-FROM) + 1.          CVSBVG.2
037000 CLASSIFY-FIELD.                                                  CVSBVG.2
037100*    KIND X ALPHANUMERIC, 9 DISPLAY NUMERIC, P PACKED, B BINARY;  CVSBVG.2
037200*    SIGN "S" WHEN THE PICTURE OPENS WITH S.  A FIELD RUNNING     CVSBVG.2
037300*    PAST THE RECORD GETS LENGTH ZERO AND IS LEFT OUT.            CVSBVG.2
037400     MOVE     "X" TO WS-FL-KIND (WS-SUB).                         CVSBVG.2
037500     MOVE     SPACE TO WS-FL-SIGN (WS-SUB).                       CVSBVG.2
037600     IF       WS-FL-PIC (WS-SUB) (1:1) = "S"                      CVSBVG.2
037700              MOVE "S" TO WS-FL-SIGN (WS-SUB).                    CVSBVG.2
037800     IF       WS-FL-PIC (WS-SUB) (1:1) = "9"                      CVSBVG.2
037900              OR WS-FL-PIC (WS-SUB) (1:2) = "S9"                  CVSBVG.2
038000              MOVE "9" TO WS-FL-KIND (WS-SUB).                    CVSBVG.2
038100     MOVE     ZERO TO WS-TALLY.                                   CVSBVG.2
038200     INSPECT  WS-FL-PIC (WS-SUB) TALLYING WS-TALLY                CVSBVG.2
038300              FOR ALL "COMP-3" ALL "PACKED".                      CVSBVG.2
038400     IF       WS-TALLY > ZERO AND WS-FL-KIND (WS-SUB) = "9"       CVSBVG.2
038500              MOVE "P" TO WS-FL-KIND (WS-SUB).                    CVSBVG.2
038600     MOVE     ZERO TO WS-TALLY.                                   CVSBVG.2
038700     INSPECT  WS-FL-PIC (WS-SUB) TALLYING WS-TALLY                CVSBVG.2
038800              FOR ALL "COMP" ALL "BINARY".                        CVSBVG.2
038900     IF       WS-TALLY > ZERO AND WS-FL-KIND (WS-SUB) = "9"       CVSBVG.2
039000              MOVE "B" TO WS-FL-KIND (WS-SUB).                    CVSBVG.2
039100     IF       WS-FL-START (WS-SUB) = ZERO                         CVSBVG.2
039200              OR WS-FL-START (WS-SUB) + WS-FL-LEN (WS-SUB) - 1    CVSBVG.2
039300                  > WS-REC-LEN                                    CVSBVG.2
039400              MOVE ZERO TO WS-FL-LEN (WS-SUB).                    CVSBVG.2
039500     IF       WS-FL-LEN (WS-SUB) = ZERO                           CVSBVG.2
039600              ADD 1 TO WS-SKIP-COUNT.                             CVSBVG.2
039700 NAME-OUTPUT-BEDS.                                                CVSBVG.2
039800     MOVE     SPACE TO WS-VALID-FNAME WS-INVALID-FNAME.           CVSBVG.2
039900     IF       WS-BED-FNAME (1:5) = "XXXXX"                        CVSBVG.2
040000              AND WS-BED-FNAME (6:3) IS NUMERIC                   CVSBVG.2
040100              AND WS-BED-FNAME (9:1) = SPACE                      CVSBVG.2
040200              MOVE WS-BED-FNAME (6:3) TO WS-XCARD-CODE            CVSBVG.2
040300              STRING "BOUND" WS-XCARD-CODE DELIMITED BY SIZE      CVSBVG.2
040400                  INTO WS-VALID-FNAME                             CVSBVG.2
040500              STRING "INVAL" WS-XCARD-CODE DELIMITED BY SIZE      CVSBVG.2
040600                  INTO WS-INVALID-FNAME                           CVSBVG.2
040700     ELSE                                                         CVSBVG.2
040800              STRING WS-BED-FNAME DELIMITED BY SPACE              CVSBVG.2
040900                  ".bnd" DELIMITED BY SIZE                        CVSBVG.2
041000                  INTO WS-VALID-FNAME                             CVSBVG.2
041100              STRING WS-BED-FNAME DELIMITED BY SPACE              CVSBVG.2
041200                  ".inv" DELIMITED BY SIZE                        CVSBVG.2
041300                  INTO WS-INVALID-FNAME                           CVSBVG.2
041400     END-IF.                                                      CVSBVG.2
041500 WRITE-REPORT-HEADING.                                            CVSBVG.2
041600     MOVE     SPACE TO BOUNDARY-RPT-REC.                          CVSBVG.2
041700     STRING   "CCVS85 BOUNDARY-VALUE BEDS FOR " DELIMITED BY SIZE CVSBVG.2
041800              WS-BED-FNAME DELIMITED BY SPACE                     CVSBVG.2
041900              INTO BOUNDARY-RPT-REC.                              CVSBVG.2
042000     WRITE    BOUNDARY-RPT-REC.                                   CVSBVG.2
042100     MOVE     ALL "-" TO BOUNDARY-RPT-REC.                        CVSBVG.2
042200     WRITE    BOUNDARY-RPT-REC.                                   CVSBVG.2
042300     MOVE     SPACE TO BOUNDARY-RPT-REC.                          CVSBVG.2
042400     MOVE     "BED" TO BOUNDARY-RPT-REC (1:3).                    CVSBVG.2
042500     MOVE     "RECORD" TO BOUNDARY-RPT-REC (14:6).                CVSBVG.2
042600     MOVE     "FIELD" TO BOUNDARY-RPT-REC (22:5).                 CVSBVG.2
042700     MOVE     "POS" TO BOUNDARY-RPT-REC (39:3).                   CVSBVG.2
042800     MOVE     "PICTURE" TO BOUNDARY-RPT-REC (43:7).               CVSBVG.2
042900     MOVE     "CLASS" TO BOUNDARY-RPT-REC (64:5).                 CVSBVG.2
043000     WRITE    BOUNDARY-RPT-REC.                                   CVSBVG.2
043100     MOVE     ALL "-" TO BOUNDARY-RPT-REC.                        CVSBVG.2
043200     WRITE    BOUNDARY-RPT-REC.                                   CVSBVG.2
043300 GENERATE-BED.                                                    CVSBVG.2
043400*    ONE PASS PER BED: THE BOUNDARY PASS (V) WRITES THE BASELINE  CVSBVG.2
043500*    AND EVERY LEGAL CLASS, THE INVALID PASS (I) EVERY ILLEGAL    CVSBVG.2
043600*    ONE.  THE SIDECAR IS WRITTEN ONCE THE BED IS CLOSED.         CVSBVG.2
043700     MOVE     ZERO TO WS-SEQ.                                     CVSBVG.2
043800     PERFORM  OPEN-OUT-BED.                                       CVSBVG.2
043900     IF       WS-OUT-FSTATUS NOT = "00"                           CVSBVG.2
044000              DISPLAY "CCVSBVG: CANNOT WRITE " WS-OUT-FNAME (1:40)CVSBVG.2
044100                  " STATUS " WS-OUT-FSTATUS                       CVSBVG.2
044200              MOVE 8 TO RETURN-CODE                               CVSBVG.2
044300              GO TO GENERATE-BED-EX.                              CVSBVG.2
044400     IF       WS-PASS = "V"                                       CVSBVG.2
044500              ADD 1 TO WS-SEQ                                     CVSBVG.2
044600              PERFORM BUILD-BASE-RECORD                           CVSBVG.2
044700              MOVE "(BASELINE)" TO BR-FIELD                       CVSBVG.2
044800              MOVE ZERO TO BR-START                               CVSBVG.2
044900              MOVE "ALL FIELDS" TO BR-PIC                         CVSBVG.2
045000              MOVE "NOMINAL" TO BR-CLASS                          CVSBVG.2
045100              PERFORM WRITE-BED-RECORD.                           CVSBVG.2
045200     PERFORM  GENERATE-FIELD-RECORDS                              CVSBVG.2
045300              VARYING WS-SUB FROM 1 BY 1                          CVSBVG.2
045400              UNTIL WS-SUB > WS-FIELD-COUNT.                      CVSBVG.2
045500     PERFORM  CLOSE-OUT-BED.                                      CVSBVG.2
045600     MOVE     WS-ORG-CODE TO WS-SCK-ORG.                          CVSBVG.2
045700     MOVE     WS-OUT-FNAME TO WS-SCK-FNAME.                       CVSBVG.2
045800     CALL     "CCVSSCK" USING WS-SCK-MODE WS-SCK-ORG              CVSBVG.2
045900              WS-SCK-FNAME WS-SCK-STATUS.                         CVSBVG.2
046000     IF       WS-SCK-STATUS NOT = "00"                            CVSBVG.2
046100              DISPLAY "CCVSBVG: NO SIDECAR FOR "                  CVSBVG.2
046200                  WS-OUT-FNAME (1:40) " STATUS " WS-SCK-STATUS.   CVSBVG.2
046300 GENERATE-BED-EX.                                                 CVSBVG.2
046400     EXIT.                                                        CVSBVG.2
046500 GENERATE-FIELD-RECORDS.                                          CVSBVG.2
046600     IF       WS-FL-LEN (WS-SUB) > ZERO                           CVSBVG.2
046700              PERFORM GENERATE-ONE-CLASS                          CVSBVG.2
046800                  THRU GENERATE-ONE-CLASS-EX                      CVSBVG.2
046900                  VARYING WS-CLASS-SUB FROM 1 BY 1                CVSBVG.2
047000                  UNTIL WS-CLASS-SUB > 6.                         CVSBVG.2
047100 GENERATE-ONE-CLASS.                                              CVSBVG.2
047200     PERFORM  JUDGE-CLASS.                                        CVSBVG.2
047300     IF       WS-CLASS-VALID = "-"                                CVSBVG.2
047400              GO TO GENERATE-ONE-CLASS-EX.                        CVSBVG.2
047500     IF       WS-PASS = "V" AND WS-CLASS-VALID = "N"              CVSBVG.2
047600              GO TO GENERATE-ONE-CLASS-EX.                        CVSBVG.2
047700     IF       WS-PASS = "I" AND WS-CLASS-VALID = "Y"              CVSBVG.2
047800              GO TO GENERATE-ONE-CLASS-EX.                        CVSBVG.2
047900     ADD      1 TO WS-SEQ.                                        CVSBVG.2
048000     PERFORM  BUILD-BASE-RECORD.                                  CVSBVG.2
048100     PERFORM  BUILD-CLASS-VALUE.                                  CVSBVG.2
048200     MOVE     WS-FL-LEN (WS-SUB) TO WS-LEN.                       CVSBVG.2
048300     MOVE     WS-BV-VALUE (1:WS-LEN)                              CVSBVG.2
048400              TO WS-WORK-REC (WS-FL-START (WS-SUB):WS-LEN).       CVSBVG.2
048500     MOVE     WS-FL-NAME (WS-SUB) TO BR-FIELD.                    CVSBVG.2
048600     MOVE     WS-FL-START (WS-SUB) TO BR-START.                   CVSBVG.2
048700     MOVE     WS-FL-PIC (WS-SUB) TO BR-PIC.                       CVSBVG.2
048800     MOVE     WS-CLASS-NAME (WS-CLASS-SUB) TO BR-CLASS.           CVSBVG.2
048900     PERFORM  WRITE-BED-RECORD.                                   CVSBVG.2
049000 GENERATE-ONE-CLASS-EX.                                           CVSBVG.2
049100     EXIT.                                                        CVSBVG.2
049200 JUDGE-CLASS.                                                     CVSBVG.2
049300*    Y LEGAL FOR THE PICTURE, N ILLEGAL, - NOT APPLICABLE.        CVSBVG.2
049400     MOVE     "N" TO WS-CLASS-VALID.                              CVSBVG.2
049500     EVALUATE WS-CLASS-SUB                                        CVSBVG.2
049600         WHEN 1                                                   CVSBVG.2
049700         WHEN 2                                                   CVSBVG.2
049800             MOVE "Y" TO WS-CLASS-VALID                           CVSBVG.2
049900         WHEN 3                                                   CVSBVG.2
050000             IF  WS-FL-KIND (WS-SUB) = "X"                        CVSBVG.2
050100                 MOVE "-" TO WS-CLASS-VALID                       CVSBVG.2
050200             ELSE                                                 CVSBVG.2
050300                 IF  WS-FL-SIGN (WS-SUB) = "S"                    CVSBVG.2
050400                     MOVE "Y" TO WS-CLASS-VALID                   CVSBVG.2
050500                 END-IF                                           CVSBVG.2
050600             END-IF                                               CVSBVG.2
050700         WHEN 4                                                   CVSBVG.2
050800             IF  WS-FL-KIND (WS-SUB) = "X"                        CVSBVG.2
050900                 MOVE "Y" TO WS-CLASS-VALID                       CVSBVG.2
051000             END-IF                                               CVSBVG.2
051100         WHEN OTHER                                               CVSBVG.2
051200             IF  WS-FL-KIND (WS-SUB) = "B"                        CVSBVG.2
051300                 MOVE "-" TO WS-CLASS-VALID                       CVSBVG.2
051400             END-IF                                               CVSBVG.2
051500     END-EVALUATE.                                                CVSBVG.2
051600 BUILD-BASE-RECORD.                                               CVSBVG.2
051700*    EVERY FIELD AT ITS NOMINAL VALUE; AN INDEXED BED ALSO        CVSBVG.2
051800*    CARRIES THE RECORD NUMBER IN THE PRIME KEY.                  CVSBVG.2
051900     MOVE     SPACE TO WS-WORK-REC.                               CVSBVG.2
052000     MOVE     WS-SEQ TO WS-NOM-SEQ.                               CVSBVG.2
052100     IF       WS-ORG-CODE = "X"                                   CVSBVG.2
052200              MOVE WS-SEQ TO WS-KEY-SEQ                           CVSBVG.2
052300              MOVE WS-KEY-SEQ TO WS-WORK-REC (129:5).             CVSBVG.2
052400     PERFORM  FILL-NOMINAL-FIELD                                  CVSBVG.2
052500              VARYING WS-SUB2 FROM 1 BY 1                         CVSBVG.2
052600              UNTIL WS-SUB2 > WS-FIELD-COUNT.                     CVSBVG.2
052700 FILL-NOMINAL-FIELD.                                              CVSBVG.2
052800     MOVE     WS-FL-LEN (WS-SUB2) TO WS-LEN.                      CVSBVG.2
052900     IF       WS-LEN = ZERO                                       CVSBVG.2
053000              NEXT SENTENCE                                       CVSBVG.2
053100     ELSE                                                         CVSBVG.2
053200              EVALUATE WS-FL-KIND (WS-SUB2)                       CVSBVG.2
053300                  WHEN "X"                                        CVSBVG.2
053400                      MOVE WS-NOMINAL TO WS-BV-VALUE              CVSBVG.2
053500                  WHEN "9"                                        CVSBVG.2
053600                      MOVE WS-SEQ TO WS-BV-SIGNED                 CVSBVG.2
053700                      MOVE WS-BV-SIGNED-X TO WS-DIGIT-SRC         CVSBVG.2
053800                      IF  WS-FL-SIGN (WS-SUB2) NOT = "S"          CVSBVG.2
053900                          MOVE WS-SEQ TO WS-BV-NINES              CVSBVG.2
054000                          MOVE WS-BV-NINES TO WS-DIGIT-SRC        CVSBVG.2
054100                      END-IF                                      CVSBVG.2
054200                      PERFORM PLACE-DIGITS                        CVSBVG.2
054300                  WHEN "P"                                        CVSBVG.2
054400                      MOVE ALL X"00" TO WS-BV-VALUE               CVSBVG.2
054500                      MOVE X"0C" TO WS-BV-VALUE (WS-LEN:1)        CVSBVG.2
054600                      IF  WS-FL-SIGN (WS-SUB2) NOT = "S"          CVSBVG.2
054700                          MOVE X"0F" TO WS-BV-VALUE (WS-LEN:1)    CVSBVG.2
054800                      END-IF                                      CVSBVG.2
054900                  WHEN OTHER                                      CVSBVG.2
055000                      MOVE ALL X"00" TO WS-BV-VALUE               CVSBVG.2
055100              END-EVALUATE                                        CVSBVG.2
055200              MOVE WS-BV-VALUE (1:WS-LEN) TO                      CVSBVG.2
055300                  WS-WORK-REC (WS-FL-START (WS-SUB2):WS-LEN)      CVSBVG.2
055400     END-IF.                                                      CVSBVG.2
055500 BUILD-CLASS-VALUE.                                               CVSBVG.2
055600     MOVE     WS-FL-LEN (WS-SUB) TO WS-LEN.                       CVSBVG.2
055700     EVALUATE WS-CLASS-SUB                                        CVSBVG.2
055800         WHEN 4                                                   CVSBVG.2
055900             MOVE SPACES TO WS-BV-VALUE                           CVSBVG.2
056000         WHEN 5                                                   CVSBVG.2
056100             MOVE LOW-VALUES TO WS-BV-VALUE                       CVSBVG.2
056200         WHEN 6                                                   CVSBVG.2
056300             MOVE HIGH-VALUES TO WS-BV-VALUE                      CVSBVG.2
056400         WHEN OTHER                                               CVSBVG.2
056500             EVALUATE WS-FL-KIND (WS-SUB)                         CVSBVG.2
056600                 WHEN "X"                                         CVSBVG.2
056700                     PERFORM BUILD-ALPHA-VALUE                    CVSBVG.2
056800                 WHEN "9"                                         CVSBVG.2
056900                     PERFORM BUILD-DISPLAY-VALUE                  CVSBVG.2
057000                 WHEN "P"                                         CVSBVG.2
057100                     PERFORM BUILD-PACKED-VALUE                   CVSBVG.2
057200                 WHEN OTHER                                       CVSBVG.2
057300                     PERFORM BUILD-BINARY-VALUE                   CVSBVG.2
057400             END-EVALUATE                                         CVSBVG.2
057500     END-EVALUATE.                                                CVSBVG.2
057600 BUILD-ALPHA-VALUE.                                               CVSBVG.2
057700     IF       WS-CLASS-SUB = 1                                    CVSBVG.2
057800              MOVE ALL "0" TO WS-BV-VALUE                         CVSBVG.2
057900     ELSE                                                         CVSBVG.2
058000              MOVE ALL "Z" TO WS-BV-VALUE.                        CVSBVG.2
058100 BUILD-DISPLAY-VALUE.                                             CVSBVG.2
058200*    THE SIGNED FORMS ARE TAKEN FROM A MOVE TO AN S9(18) ITEM,    CVSBVG.2
058300*    SO THE SIGN IS CARRIED EXACTLY AS THIS COMPILER CARRIES      CVSBVG.2
058400*    IT.  NEGATIVE IN AN UNSIGNED FIELD IS THE INVALID FORM.      CVSBVG.2
058500     MOVE     ZERO TO WS-BV-NINES.                                CVSBVG.2
058600     IF       WS-CLASS-SUB NOT = 1                                CVSBVG.2
058700              MOVE ALL "9" TO WS-BV-NINES.                        CVSBVG.2
058800     IF       WS-CLASS-SUB = 3                                    CVSBVG.2
058900              COMPUTE WS-BV-SIGNED = ZERO - WS-BV-NINES           CVSBVG.2
059000              MOVE WS-BV-SIGNED-X TO WS-DIGIT-SRC                 CVSBVG.2
059100     ELSE                                                         CVSBVG.2
059200              IF  WS-FL-SIGN (WS-SUB) = "S"                       CVSBVG.2
059300                  MOVE WS-BV-NINES TO WS-BV-SIGNED                CVSBVG.2
059400                  MOVE WS-BV-SIGNED-X TO WS-DIGIT-SRC             CVSBVG.2
059500              ELSE                                                CVSBVG.2
059600                  MOVE WS-BV-NINES TO WS-DIGIT-SRC                CVSBVG.2
059700              END-IF                                              CVSBVG.2
059800     END-IF.                                                      CVSBVG.2
059900     PERFORM  PLACE-DIGITS.                                       CVSBVG.2
060000 PLACE-DIGITS.                                                    CVSBVG.2
060100*    THE LOW-ORDER DIGITS OF THE 18-DIGIT SOURCE, ZERO-FILLED     CVSBVG.2
060200*    ON THE LEFT FOR A FIELD LONGER THAN 18.                      CVSBVG.2
060300     MOVE     ALL "0" TO WS-BV-VALUE.                             CVSBVG.2
060400     IF       WS-LEN < 19                                         CVSBVG.2
060500              MOVE WS-DIGIT-SRC (19 - WS-LEN:WS-LEN)              CVSBVG.2
060600                  TO WS-BV-VALUE (1:WS-LEN)                       CVSBVG.2
060700     ELSE                                                         CVSBVG.2
060800              MOVE WS-DIGIT-SRC TO WS-BV-VALUE (WS-LEN - 17:18).  CVSBVG.2
060900 BUILD-PACKED-VALUE.                                              CVSBVG.2
061000     IF       WS-CLASS-SUB = 1                                    CVSBVG.2
061100              MOVE ALL X"00" TO WS-BV-VALUE                       CVSBVG.2
061200              MOVE X"0C" TO WS-BV-VALUE (WS-LEN:1)                CVSBVG.2
061300              IF  WS-FL-SIGN (WS-SUB) NOT = "S"                   CVSBVG.2
061400                  MOVE X"0F" TO WS-BV-VALUE (WS-LEN:1)            CVSBVG.2
061500              END-IF                                              CVSBVG.2
061600     ELSE                                                         CVSBVG.2
061700              MOVE ALL X"99" TO WS-BV-VALUE                       CVSBVG.2
061800              MOVE X"9C" TO WS-BV-VALUE (WS-LEN:1)                CVSBVG.2
061900              IF  WS-FL-SIGN (WS-SUB) NOT = "S"                   CVSBVG.2
062000                  MOVE X"9F" TO WS-BV-VALUE (WS-LEN:1)            CVSBVG.2
062100              END-IF                                              CVSBVG.2
062200              IF  WS-CLASS-SUB = 3                                CVSBVG.2
062300                  MOVE X"9D" TO WS-BV-VALUE (WS-LEN:1)            CVSBVG.2
062400              END-IF                                              CVSBVG.2
062500     END-IF.                                                      CVSBVG.2
062600 BUILD-BINARY-VALUE.                                              CVSBVG.2
062700*    BIG-ENDIAN TWO'S COMPLEMENT: ZERO, THE HIGHEST POSITIVE      CVSBVG.2
062800*    (ALL ONES UNSIGNED) AND THE MOST NEGATIVE VALUE.             CVSBVG.2
062900     EVALUATE WS-CLASS-SUB                                        CVSBVG.2
063000         WHEN 1                                                   CVSBVG.2
063100             MOVE ALL X"00" TO WS-BV-VALUE                        CVSBVG.2
063200         WHEN 2                                                   CVSBVG.2
063300             MOVE ALL X"FF" TO WS-BV-VALUE                        CVSBVG.2
063400             IF  WS-FL-SIGN (WS-SUB) = "S"                        CVSBVG.2
063500                 MOVE X"7F" TO WS-BV-VALUE (1:1)                  CVSBVG.2
063600             END-IF                                               CVSBVG.2
063700         WHEN OTHER                                               CVSBVG.2
063800             MOVE ALL X"00" TO WS-BV-VALUE                        CVSBVG.2
063900             MOVE X"80" TO WS-BV-VALUE (1:1)                      CVSBVG.2
064000     END-EVALUATE.                                                CVSBVG.2
064100 OPEN-OUT-BED.                                                    CVSBVG.2
064200     EVALUATE WS-ORG-CODE                                         CVSBVG.2
064300         WHEN "L"                                                 CVSBVG.2
064400             OPEN OUTPUT OUT-LS-FILE                              CVSBVG.2
064500         WHEN "1"                                                 CVSBVG.2
064600             OPEN OUTPUT OUT-80-FILE                              CVSBVG.2
064700         WHEN "2"                                                 CVSBVG.2
064800             OPEN OUTPUT OUT-120-FILE                             CVSBVG.2
064900         WHEN "4"                                                 CVSBVG.2
065000             OPEN OUTPUT OUT-200-FILE                             CVSBVG.2
065100         WHEN "3"                                                 CVSBVG.2
065200             OPEN OUTPUT OUT-240-FILE                             CVSBVG.2
065300         WHEN OTHER                                               CVSBVG.2
065400             OPEN OUTPUT OUT-IX-FILE                              CVSBVG.2
065500     END-EVALUATE.                                                CVSBVG.2
065600 CLOSE-OUT-BED.                                                   CVSBVG.2
065700     EVALUATE WS-ORG-CODE                                         CVSBVG.2
065800         WHEN "L"                                                 CVSBVG.2
065900             CLOSE OUT-LS-FILE                                    CVSBVG.2
066000         WHEN "1"                                                 CVSBVG.2
066100             CLOSE OUT-80-FILE                                    CVSBVG.2
066200         WHEN "2"                                                 CVSBVG.2
066300             CLOSE OUT-120-FILE                                   CVSBVG.2
066400         WHEN "4"                                                 CVSBVG.2
066500             CLOSE OUT-200-FILE                                   CVSBVG.2
066600         WHEN "3"                                                 CVSBVG.2
066700             CLOSE OUT-240-FILE                                   CVSBVG.2
066800         WHEN OTHER                                               CVSBVG.2
066900             CLOSE OUT-IX-FILE                                    CVSBVG.2
067000     END-EVALUATE.                                                CVSBVG.2
067100 WRITE-BED-RECORD.                                                CVSBVG.2
067200     MOVE     "Y" TO WS-WRITE-OK.                                 CVSBVG.2
067300     EVALUATE WS-ORG-CODE                                         CVSBVG.2
067400         WHEN "L"                                                 CVSBVG.2
067500             MOVE SPACE TO OUT-LS-REC                             CVSBVG.2
067600             MOVE WS-WORK-REC (1:WS-REC-LEN) TO OUT-LS-REC        CVSBVG.2
067700             WRITE OUT-LS-REC                                     CVSBVG.2
067800         WHEN "1"                                                 CVSBVG.2
067900             MOVE WS-WORK-REC TO OUT-80-REC                       CVSBVG.2
068000             WRITE OUT-80-REC                                     CVSBVG.2
068100         WHEN "2"                                                 CVSBVG.2
068200             MOVE WS-WORK-REC TO OUT-120-REC                      CVSBVG.2
068300             WRITE OUT-120-REC                                    CVSBVG.2
068400         WHEN "4"                                                 CVSBVG.2
068500             MOVE WS-WORK-REC TO OUT-200-REC                      CVSBVG.2
068600             WRITE OUT-200-REC                                    CVSBVG.2
068700         WHEN "3"                                                 CVSBVG.2
068800             MOVE WS-WORK-REC TO OUT-240-REC                      CVSBVG.2
068900             WRITE OUT-240-REC                                    CVSBVG.2
069000         WHEN OTHER                                               CVSBVG.2
069100             MOVE WS-WORK-REC TO OUT-IX-REC                       CVSBVG.2
069200             WRITE OUT-IX-REC                                     CVSBVG.2
069300                 INVALID KEY                                      CVSBVG.2
069400                     MOVE "N" TO WS-WRITE-OK                      CVSBVG.2
069500                     ADD 1 TO WS-DUP-COUNT                        CVSBVG.2
069600             END-WRITE                                            CVSBVG.2
069700     END-EVALUATE.                                                CVSBVG.2
069800     IF       WS-WRITE-OK = "Y"                                   CVSBVG.2
069900              IF  WS-PASS = "V"                                   CVSBVG.2
070000                  ADD 1 TO WS-VALID-COUNT                         CVSBVG.2
070100              ELSE                                                CVSBVG.2
070200                  ADD 1 TO WS-INVALID-COUNT                       CVSBVG.2
070300              END-IF                                              CVSBVG.2
070400              MOVE WS-OUT-FNAME TO BR-BED                         CVSBVG.2
070500              MOVE WS-SEQ TO BR-SEQ                               CVSBVG.2
070600              MOVE WS-RPT-LINE TO BOUNDARY-RPT-REC                CVSBVG.2
070700              WRITE BOUNDARY-RPT-REC                              CVSBVG.2
070800     END-IF.                                                      CVSBVG.2
