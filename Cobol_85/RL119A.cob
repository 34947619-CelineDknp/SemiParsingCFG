033111     COPY     CCVSSED.                                            RL1194.2
028300 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1194.2
028400     "RL119A".                                                    RL1194.2
028471     COPY CCVSIOK.                                                RL1194.2
028500 PROCEDURE DIVISION.                                              RL1194.2
028600 DECLARATIVES.                                                    RL1194.2
028700 RL-FD3-01 SECTION.                                               RL1194.2
052000     MOVE   "REL-TEST-1" TO PAR-NAME.                             RL1194.2
052100     MOVE   "VIII-4 1.3.4 4B" TO ANSI-REFERENCE.                  RL1194.2
052200     MOVE    SPACE TO RL-FD3-STATUS.                              RL1194.2
052300     OPEN    I-O RL-FD3                                           RL1194.2
052371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1194.2
052372         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1194.2
052373         BY CONTENT "OPEN   RL-FD3          R0001T ".             RL1194.2
052400     GO TO   REL-TEST-1.                                          RL1194.2
052500 REL-DELETE-1.                                                    RL1194.2
052600     PERFORM DE-LETE.                                             RL1194.2
