001700*        "CLOSE" RECORD IS THEREFORE EITHER STILL RUNNING OR      CVSHBT.2
001800*        WEDGED -- THAT DISTINCTION IS THE MONITOR'S JOB, NOT     CVSHBT.2
001900*        THIS WRITER'S.                                           CVSHBT.2
001910*                                                                 CVSHBT.2
001920*        THE "CLOSE" CALL ALSO APPENDS ONE ROW TO                 CVSHBT.2
001930*        "resource_history.csv", KEPT BESIDE progress.dat (SO A   CVSHBT.2
001940*        NAMESPACED BED LINKED TO THE PARENT'S progress.dat       CVSHBT.2
001950*        FEEDS THE PARENT'S HISTORY):                             CVSHBT.2
001960*            PGM-ID,DATE,TIME,USER-CPU,SYSTEM-CPU,PEAK-KB         CVSHBT.2
001970*        CPU IS IN HUNDREDTHS OF A SECOND AND PEAK-KB IS THE      CVSHBT.2
001980*        PEAK RESIDENT SET OF THE MODULE'S OWN PROCESS, BOTH      CVSHBT.2
001990*        READ FROM /proc FOR THE CALLING PROCESS.  DATE/TIME      CVSHBT.2
001991*        FALL INSIDE THE MODULE'S suite_summary.csv START/END     CVSHBT.2
001992*        STAMPS, WHICH IS HOW CCVSCHG AND CCVSPLN PAIR THEM.      CVSHBT.2
001993*        WHERE /proc IS NOT AVAILABLE NO ROW IS WRITTEN.          CVSHBT.2
002000 ENVIRONMENT DIVISION.                                            CVSHBT.2
002100 CONFIGURATION SECTION.                                           CVSHBT.2
002200     SOURCE-COMPUTER.                                             CVSHBT.2
003600 01  WS-PG-FSTATUS  PIC XX VALUE SPACE.                           CVSHBT.2
003700 01  WS-HB-DATE     PIC 9(8) VALUE ZERO.                          CVSHBT.2
003800 01  WS-HB-TIME     PIC 9(8) VALUE ZERO.                          CVSHBT.2
003810 01  WS-HB-CMD      PIC X(400) VALUE SPACE.                       CVSHBT.2
003900 LINKAGE SECTION.                                                 CVSHBT.2
004000 01  HB-PGM-ID      PIC X(9).                                     CVSHBT.2
004100 01  HB-STATE       PIC X(5).                                     CVSHBT.2
004800     IF       WS-PG-FSTATUS = "35"                                CVSHBT.2
004900              OPEN OUTPUT PROGRESS-FILE.                          CVSHBT.2
005000     IF       WS-PG-FSTATUS NOT = "00"                            CVSHBT.2
005100              GO TO RESOURCE-001.                                 CVSHBT.2
005200     MOVE     SPACE TO PROGRESS-REC.                              CVSHBT.2
005300     STRING   HB-PGM-ID  DELIMITED BY SPACE ","                   CVSHBT.2
005400              HB-STATE   DELIMITED BY SPACE ","                   CVSHBT.2
005700              INTO PROGRESS-REC.                                  CVSHBT.2
005800     WRITE    PROGRESS-REC.                                       CVSHBT.2
005900     CLOSE    PROGRESS-FILE.                                      CVSHBT.2
005910 RESOURCE-001.                                                    CVSHBT.2
005920     IF       HB-STATE NOT = "CLOSE"                              CVSHBT.2
005930              GO TO HEARTBEAT-EXIT-001.                           CVSHBT.2
005940     MOVE     SPACE TO WS-HB-CMD.                                 CVSHBT.2
005950     STRING   "d=$(dirname $(readlink -f progress.dat 2>/dev/"    CVSHBT.2
005951                  DELIMITED BY SIZE                               CVSHBT.2
005952              "null||echo progress.dat));t=$(getconf CLK_TCK "    CVSHBT.2
005953                  DELIMITED BY SIZE                               CVSHBT.2
005954              "2>/dev/null||echo 100);awk -v t=$t -v OFS=, -v p=" CVSHBT.2
005955                  DELIMITED BY SIZE                               CVSHBT.2
005956              HB-PGM-ID  DELIMITED BY SPACE ","                   CVSHBT.2
005957              WS-HB-DATE DELIMITED BY SIZE  ","                   CVSHBT.2
005958              WS-HB-TIME DELIMITED BY SIZE                        CVSHBT.2
005959              " 'FNR==NR{u=$14;s=$15;next}/^VmHWM/{k=$2}"         CVSHBT.2
005960                  DELIMITED BY SIZE                               CVSHBT.2
005961              "END{if(length(u))print p,int(u*100/t),"            CVSHBT.2
005962                  DELIMITED BY SIZE                               CVSHBT.2
005963              "int(s*100/t),k+0}' /proc/$PPID/stat"               CVSHBT.2
005964                  DELIMITED BY SIZE                               CVSHBT.2
005965              " /proc/$PPID/status >>$d/resource_history.csv"     CVSHBT.2
005966                  DELIMITED BY SIZE                               CVSHBT.2
005967              " 2>/dev/null" DELIMITED BY SIZE                    CVSHBT.2
005968              INTO WS-HB-CMD.                                     CVSHBT.2
005969     CALL     "SYSTEM" USING WS-HB-CMD.                           CVSHBT.2
006000 HEARTBEAT-EXIT-001.                                              CVSHBT.2
006100     EXIT PROGRAM.                                                CVSHBT.2
