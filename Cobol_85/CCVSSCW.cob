000700*                                                              *  CVSSCW.2
000800*    RUN THIS AFTER THE BED-BUILDING STEP OF A RUN (THE RL     *  CVSSCW.2
000900*    RELATIVE FILES, IX207A'S IX-FS1, THE 120-BYTE SQ BEDS,    *  CVSSCW.2
001000*    SQ307A'S PADDING AND DELIMITER BEDS, nc109m.dat).  IT     *  CVSSCW.2
001100*    READS "sidecar_beds.dat", ONE LINE PER BED IN THE FORM    *  CVSSCW.2
001200*        o,filename                                            *  CVSSCW.2
001300*    WHERE o IS CCVSSCK'S ORGANIZATION CODE (L LINE            *  CVSSCW.2
001400*    SEQUENTIAL, 1/2/3 FOR 80/120/240-BYTE RECORDS, B FOR A    *  CVSSCW.2
001500*    RAW BYTE STREAM, X FOR THE IX-FS1 SHAPE), AND CALLS       *  CVSSCW.2
001600*    CCVSSCK IN WRITE MODE FOR EACH, LEAVING A "<BED>.ctl"     *  CVSSCW.2
001700*    COUNT/CHECKSUM SIDECAR NEXT TO EVERY BED.  CONSUMING      *  CVSSCW.2
001800*    MODULES VERIFY THE SIDECAR BEFORE THEIR FIRST READ AND    *  CVSSCW.2
001900*    FAIL FAST ON DAMAGE.                                      *  CVSSCW.2
002000*                                                              *  CVSSCW.2
002100*    WITH NO sidecar_beds.dat PRESENT THE DEFAULT SWEEP        *  CVSSCW.2
002200*    COVERS nc109m.dat ONLY -- THE LIST IS SITE POLICY, NOT    *  CVSSCW.2
002210*    PROGRAM KNOWLEDGE.  THE LIST SHIPPED WITH THE SUITE       *  CVSSCW.2
002220*    NAMES nc109m.dat AND THE SQ307A BEDS.                     *  CVSSCW.2
002300*                                                              *  CVSSCW.2
002400****************************************************************  CVSSCW.2
002500 ENVIRONMENT DIVISION.                                            CVSSCW.2
