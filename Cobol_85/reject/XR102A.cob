000100 IDENTIFICATION DIVISION.                                         XR1024.2
000200 PROGRAM-ID.                                                      XR1024.2
000300     XR102A.                                                      XR1024.2
000400****************************************************************  XR1024.2
000500*                                                              *  XR1024.2
000600*    XR102A IS A MUST-REJECT SOURCE.  IT IS DELIBERATELY       *  XR1024.2
000700*    NON-CONFORMING IN ONE RESPECT ONLY:                       *  XR1024.2
000800*                                                              *  XR1024.2
000900*      ALTER NAMES A PARAGRAPH THAT DOES NOT CONSIST OF        *  XR1024.2
001000*      A SINGLE GO TO STATEMENT.                               *  XR1024.2
001100*                                                              *  XR1024.2
001200*    reject_expect.dat RECORDS THE DIAGNOSTIC CLASS (ERROR)    *  XR1024.2
001300*    AND THE LINE IT MUST POINT AT.  CCVSMRJ COMPILES IT       *  XR1024.2
001400*    AND FOLDS THE OUTCOME INTO compile_diagnostics.csv.       *  XR1024.2
001500*    DO NOT "FIX" THIS SOURCE.                                 *  XR1024.2
001600*                                                              *  XR1024.2
001700****************************************************************  XR1024.2
001800 ENVIRONMENT DIVISION.                                            XR1024.2
001900 CONFIGURATION SECTION.                                           XR1024.2
002000 SOURCE-COMPUTER.                                                 XR1024.2
002100     COPY CCVSTRG.                                                XR1024.2
002200 OBJECT-COMPUTER.                                                 XR1024.2
002300     COPY CCVSTRG.                                                XR1024.2
002400 DATA DIVISION.                                                   XR1024.2
002500 WORKING-STORAGE SECTION.                                         XR1024.2
002600 01  XR2-COUNT PIC 9(3) VALUE ZERO.                               XR1024.2
002700 PROCEDURE DIVISION.                                              XR1024.2
002800 XR2-MAIN SECTION.                                                XR1024.2
002900 XR2-START.                                                       XR1024.2
003000     ALTER    XR2-NOT-GO TO PROCEED TO XR2-FINISH.                XR1024.2
003100     GO       TO XR2-NOT-GO.                                      XR1024.2
003200 XR2-NOT-GO.                                                      XR1024.2
003300     ADD      1 TO XR2-COUNT.                                     XR1024.2
003400 XR2-FINISH.                                                      XR1024.2
003500     STOP     RUN.                                                XR1024.2
