000700*    *   SERIES.                                                  CVSRLR.2
000800*    *                                                            CVSRLR.2
000900*    *   READS RL-STATUS-FILE ("rl_status_recon.csv"), TO WHICH   CVSRLR.2
001000*    *   RL104A, RL111A-RL117A, RL303A -- THE ONLY RL MODULES THATCVSRLR.2
001100*    *   COMPARE A 2-CHAR FILE STATUS VALUE AGAINST AN EXPECTED COCVSRLR.2
001200*    *   RATHER THAN TESTING INVALID KEY CONDITION-NAMES OR RECORDCVSRLR.2
001300*    *   COUNTS -- APPEND ONE LINE PER FAILED STATUS CHECK, AND PRCVSRLR.2
