000100 IDENTIFICATION DIVISION.                                         XR1054.2
000200 PROGRAM-ID.                                                      XR1054.2
000300     XR105A.                                                      XR1054.2
000400****************************************************************  XR1054.2
000500*                                                              *  XR1054.2
000600*    XR105A IS A MUST-REJECT SOURCE.  IT IS DELIBERATELY       *  XR1054.2
000700*    NON-CONFORMING IN ONE RESPECT ONLY:                       *  XR1054.2
000800*                                                              *  XR1054.2
000900*      A PROCEDURE DIVISION STATEMENT REFERENCES A DATA        *  XR1054.2
001000*      NAME THAT IS NEVER DEFINED.                             *  XR1054.2
001100*                                                              *  XR1054.2
001200*    reject_expect.dat RECORDS THE DIAGNOSTIC CLASS (ERROR)    *  XR1054.2
001300*    AND THE LINE IT MUST POINT AT.  CCVSMRJ COMPILES IT       *  XR1054.2
001400*    AND FOLDS THE OUTCOME INTO compile_diagnostics.csv.       *  XR1054.2
001500*    DO NOT "FIX" THIS SOURCE.                                 *  XR1054.2
001600*                                                              *  XR1054.2
001700****************************************************************  XR1054.2
001800 ENVIRONMENT DIVISION.                                            XR1054.2
001900 CONFIGURATION SECTION.                                           XR1054.2
002000 SOURCE-COMPUTER.                                                 XR1054.2
002100     COPY CCVSTRG.                                                XR1054.2
002200 OBJECT-COMPUTER.                                                 XR1054.2
002300     COPY CCVSTRG.                                                XR1054.2
002400 DATA DIVISION.                                                   XR1054.2
002500 WORKING-STORAGE SECTION.                                         XR1054.2
002600 01  XR5-TARGET PIC X(8) VALUE SPACE.                             XR1054.2
002700 PROCEDURE DIVISION.                                              XR1054.2
002800 XR5-MAIN SECTION.                                                XR1054.2
002900 XR5-START.                                                       XR1054.2
003000     MOVE     XR5-NEVER-DEFINED TO XR5-TARGET.                    XR1054.2
003100     STOP     RUN.                                                XR1054.2
