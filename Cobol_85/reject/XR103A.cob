000100 IDENTIFICATION DIVISION.                                         XR1034.2
000200 PROGRAM-ID.                                                      XR1034.2
000300     XR103A.                                                      XR1034.2
000400****************************************************************  XR1034.2
000500*                                                              *  XR1034.2
000600*    XR103A IS A MUST-REJECT SOURCE.  IT IS DELIBERATELY       *  XR1034.2
000700*    NON-CONFORMING IN ONE RESPECT ONLY:                       *  XR1034.2
000800*                                                              *  XR1034.2
000900*      A LEVEL-88 CONDITION-NAME HAS NO VALUE CLAUSE.          *  XR1034.2
001000*                                                              *  XR1034.2
001100*    reject_expect.dat RECORDS THE DIAGNOSTIC CLASS (ERROR)    *  XR1034.2
001200*    AND THE LINE IT MUST POINT AT.  CCVSMRJ COMPILES IT       *  XR1034.2
001300*    AND FOLDS THE OUTCOME INTO compile_diagnostics.csv.       *  XR1034.2
001400*    DO NOT "FIX" THIS SOURCE.                                 *  XR1034.2
001500*                                                              *  XR1034.2
001600****************************************************************  XR1034.2
001700 ENVIRONMENT DIVISION.                                            XR1034.2
001800 CONFIGURATION SECTION.                                           XR1034.2
001900 SOURCE-COMPUTER.                                                 XR1034.2
002000     COPY CCVSTRG.                                                XR1034.2
002100 OBJECT-COMPUTER.                                                 XR1034.2
002200     COPY CCVSTRG.                                                XR1034.2
002300 DATA DIVISION.                                                   XR1034.2
002400 WORKING-STORAGE SECTION.                                         XR1034.2
002500 01  XR3-SWITCH PIC X VALUE "N".                                  XR1034.2
002600     88  XR3-ON.                                                  XR1034.2
002700 PROCEDURE DIVISION.                                              XR1034.2
002800 XR3-MAIN SECTION.                                                XR1034.2
002900 XR3-START.                                                       XR1034.2
003000     IF       XR3-ON                                              XR1034.2
003100              DISPLAY "XR103A ON".                                XR1034.2
003200     STOP     RUN.                                                XR1034.2
