000100******************************************************************CVSIOT.2
000200**  CCVSIOK.CPY -- I-O STATUS TRACE ARGUMENTS FOR CCVSIOT.        CVSIOT.2
000300**                                                                CVSIOT.2
000400**  EVERY OPEN, READ, WRITE, REWRITE, DELETE, START AND CLOSE ON  CVSIOT.2
000500**  A FILE UNDER TEST IN THE RL, IX AND SQ MODULES IS FOLLOWED BY CVSIOT.2
000600**  A CALL TO CCVSIOT, WHICH APPENDS ONE ROW TO io_trace.csv:     CVSIOT.2
000700**                                                                CVSIOT.2
000800**      PGM-ID,PAR-NAME,VERB,FILE,ORG,KEY,STATUS                  CVSIOT.2
000900**                                                                CVSIOT.2
001000**  CCVS-IOT-KEY CARRIES THE RELATIVE OR RECORD KEY (OR THE KEY OFCVSIOT.2
001100**  REFERENCE ON A START) AS IT STOOD WHEN THE STATEMENT RAN;     CVSIOT.2
001200**  CCVS-IOT-NOKEY IS PASSED FOR SEQUENTIAL FILES AND FOR OPEN ANDCVSIOT.2
001300**  CLOSE.  SUCCESSFUL OPERATIONS ARE TRACED AS WELL AS FAILURES. CVSIOT.2
001400******************************************************************CVSIOT.2
001500 01  CCVS-IOT-KEY   PIC X(30) VALUE SPACE.                        CVSIOT.2
001600 01  CCVS-IOT-NOKEY PIC X(30) VALUE SPACE.                        CVSIOT.2
