005700 01  PX-LM-FSTATUS       PIC XX VALUE SPACE.                      IX3024.2
005800 01  PX-RL-KEY           PIC 9(8) VALUE ZERO.                     IX3024.2
005900 01  PX-ATTEMPT          PIC X(12) VALUE SPACE.                   IX3024.2
005971 01  PX-PGM-ID           PIC X(6) VALUE "IX302A".                 IX3024.2
005972 01  PX-PAR-NAME         PIC X(22) VALUE SPACE.                   IX3024.2
005973     COPY CCVSIOK.                                                IX3024.2
006000 LINKAGE SECTION.                                                 IX3024.2
006100 01  PX-PHASE            PIC XX.                                  IX3024.2
006200 PROCEDURE DIVISION USING PX-PHASE.                               IX3024.2
007000 PARTNER-EXIT-001.                                                IX3024.2
007100     EXIT PROGRAM.                                                IX3024.2
007200 PARTNER-IX-SWEEP.                                                IX3024.2
007201     MOVE "PARTNER-IX-SWEEP" TO PX-PAR-NAME.                      IX3024.2
007300     MOVE "OPEN-INPUT" TO PX-ATTEMPT.                             IX3024.2
007400     OPEN INPUT PX-IX-FILE                                        IX3024.2
007471     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
007472         PX-FSTATUS CCVS-IOT-NOKEY                                IX3024.2
007473         BY CONTENT "OPEN   PX-IX-FILE      I5001T ".             IX3024.2
007500     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
007600     IF PX-FSTATUS = "00"                                         IX3024.2
007700         CLOSE PX-IX-FILE                                         IX3024.2
007771         CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME               IX3024.2
007772             PX-FSTATUS CCVS-IOT-NOKEY                            IX3024.2
007773             BY CONTENT "CLOSE  PX-IX-FILE      I5002T ".         IX3024.2
007800     MOVE "OPEN-I-O" TO PX-ATTEMPT.                               IX3024.2
007900     OPEN I-O PX-IX-FILE                                          IX3024.2
007971     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
007972         PX-FSTATUS CCVS-IOT-NOKEY                                IX3024.2
007973         BY CONTENT "OPEN   PX-IX-FILE      I5003T ".             IX3024.2
008000     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
008100     MOVE "READ" TO PX-ATTEMPT.                                   IX3024.2
008200     MOVE "KEY-00001" TO PX-IX-KEY.                               IX3024.2
008271     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
008272         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
008273         BY CONTENT "READ   PX-IX-FILE      I5004B "              IX3024.2
008300     READ PX-IX-FILE                                              IX3024.2
008400         INVALID KEY                                              IX3024.2
008471             MOVE PX-IX-KEY TO CCVS-IOT-KEY                       IX3024.2
008472             CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME           IX3024.2
008473                 PX-FSTATUS CCVS-IOT-KEY                          IX3024.2
008474                 BY CONTENT "READ   PX-IX-FILE      I5004P "      IX3024.2
008475             CONTINUE                                             IX3024.2
008500     END-READ                                                     IX3024.2
008571     MOVE PX-IX-KEY TO CCVS-IOT-KEY                               IX3024.2
008572     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
008573         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
008574         BY CONTENT "READ   PX-IX-FILE      I5004T ".             IX3024.2
008600     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
008700     MOVE "REWRITE" TO PX-ATTEMPT.                                IX3024.2
008771     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
008772         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
008773         BY CONTENT "REWRITEPX-IX-FILE      I5005B "              IX3024.2
008800     REWRITE PX-IX-RECORD                                         IX3024.2
008900         INVALID KEY                                              IX3024.2
008971             MOVE PX-IX-KEY TO CCVS-IOT-KEY                       IX3024.2
008972             CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME           IX3024.2
008973                 PX-FSTATUS CCVS-IOT-KEY                          IX3024.2
008974                 BY CONTENT "REWRITEPX-IX-FILE      I5005P "      IX3024.2
008975             CONTINUE                                             IX3024.2
009000     END-REWRITE                                                  IX3024.2
009071     MOVE PX-IX-KEY TO CCVS-IOT-KEY                               IX3024.2
009072     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
009073         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
009074         BY CONTENT "REWRITEPX-IX-FILE      I5005T ".             IX3024.2
009100     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
009200     CLOSE PX-IX-FILE                                             IX3024.2
009271     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
009272         PX-FSTATUS CCVS-IOT-NOKEY                                IX3024.2
009273         BY CONTENT "CLOSE  PX-IX-FILE      I5006T ".             IX3024.2
009300 PARTNER-RL-SWEEP.                                                IX3024.2
009301     MOVE "PARTNER-RL-SWEEP" TO PX-PAR-NAME.                      IX3024.2
009400     MOVE "OPEN-INPUT" TO PX-ATTEMPT.                             IX3024.2
009500     OPEN INPUT PX-RL-FILE                                        IX3024.2
009571     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
009572         PX-FSTATUS CCVS-IOT-NOKEY                                IX3024.2
009573         BY CONTENT "OPEN   PX-RL-FILE      R5007T ".             IX3024.2
009600     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
009700     IF PX-FSTATUS = "00"                                         IX3024.2
009800         CLOSE PX-RL-FILE                                         IX3024.2
009871         CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME               IX3024.2
009872             PX-FSTATUS CCVS-IOT-NOKEY                            IX3024.2
009873             BY CONTENT "CLOSE  PX-RL-FILE      R5008T ".         IX3024.2
009900     MOVE "OPEN-I-O" TO PX-ATTEMPT.                               IX3024.2
010000     OPEN I-O PX-RL-FILE                                          IX3024.2
010071     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
010072         PX-FSTATUS CCVS-IOT-NOKEY                                IX3024.2
010073         BY CONTENT "OPEN   PX-RL-FILE      R5009T ".             IX3024.2
010100     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
010200     MOVE "READ" TO PX-ATTEMPT.                                   IX3024.2
010300     MOVE 1 TO PX-RL-KEY.                                         IX3024.2
010371     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
010372         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
010373         BY CONTENT "READ   PX-RL-FILE      R5010B "              IX3024.2
010400     READ PX-RL-FILE                                              IX3024.2
010500         INVALID KEY                                              IX3024.2
010571             MOVE PX-RL-KEY TO CCVS-IOT-KEY                       IX3024.2
010572             CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME           IX3024.2
010573                 PX-FSTATUS CCVS-IOT-KEY                          IX3024.2
010574                 BY CONTENT "READ   PX-RL-FILE      R5010P "      IX3024.2
010575             CONTINUE                                             IX3024.2
010600     END-READ                                                     IX3024.2
010671     MOVE PX-RL-KEY TO CCVS-IOT-KEY                               IX3024.2
010672     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
010673         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
010674         BY CONTENT "READ   PX-RL-FILE      R5010T ".             IX3024.2
010700     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
010800     MOVE "REWRITE" TO PX-ATTEMPT.                                IX3024.2
010871     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
010872         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
010873         BY CONTENT "REWRITEPX-RL-FILE      R5011B "              IX3024.2
010900     REWRITE PX-RL-RECORD                                         IX3024.2
011000         INVALID KEY                                              IX3024.2
011071             MOVE PX-RL-KEY TO CCVS-IOT-KEY                       IX3024.2
011072             CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME           IX3024.2
011073                 PX-FSTATUS CCVS-IOT-KEY                          IX3024.2
011074                 BY CONTENT "REWRITEPX-RL-FILE      R5011P "      IX3024.2
011075             CONTINUE                                             IX3024.2
011100     END-REWRITE                                                  IX3024.2
011171     MOVE PX-RL-KEY TO CCVS-IOT-KEY                               IX3024.2
011172     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
011173         PX-FSTATUS CCVS-IOT-KEY                                  IX3024.2
011174         BY CONTENT "REWRITEPX-RL-FILE      R5011T ".             IX3024.2
011200     PERFORM RECORD-ATTEMPT-ROW.                                  IX3024.2
011300     CLOSE PX-RL-FILE                                             IX3024.2
011371     CALL "CCVSIOT" USING PX-PGM-ID PX-PAR-NAME                   IX3024.2
011372         PX-FSTATUS CCVS-IOT-NOKEY                                IX3024.2
011373         BY CONTENT "CLOSE  PX-RL-FILE      R5012T ".             IX3024.2
011400 RECORD-ATTEMPT-ROW.                                              IX3024.2
011500     OPEN EXTEND LOCK-MATRIX-FILE.                                IX3024.2
011600     IF PX-LM-FSTATUS = "35"                                      IX3024.2
