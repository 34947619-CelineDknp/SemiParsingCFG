000100 IDENTIFICATION DIVISION.                                         XR1014.2
000200 PROGRAM-ID.                                                      XR1014.2
000300     XR101A.                                                      XR1014.2
000400****************************************************************  XR1014.2
000500*                                                              *  XR1014.2
000600*    XR101A IS A MUST-REJECT SOURCE.  IT IS DELIBERATELY       *  XR1014.2
000700*    NON-CONFORMING IN ONE RESPECT ONLY:                       *  XR1014.2
000800*                                                              *  XR1014.2
000900*      TWO PARAGRAPHS OF ONE SECTION SHARE A NAME, AND         *  XR1014.2
001000*      THE PERFORM THAT REFERENCES THE NAME CANNOT BE          *  XR1014.2
001100*      RESOLVED.                                               *  XR1014.2
001200*                                                              *  XR1014.2
001300*    reject_expect.dat RECORDS THE DIAGNOSTIC CLASS (ERROR)    *  XR1014.2
001400*    AND THE LINE IT MUST POINT AT.  CCVSMRJ COMPILES IT       *  XR1014.2
001500*    AND FOLDS THE OUTCOME INTO compile_diagnostics.csv.       *  XR1014.2
001600*    DO NOT "FIX" THIS SOURCE.                                 *  XR1014.2
001700*                                                              *  XR1014.2
001800****************************************************************  XR1014.2
001900 ENVIRONMENT DIVISION.                                            XR1014.2
002000 CONFIGURATION SECTION.                                           XR1014.2
002100 SOURCE-COMPUTER.                                                 XR1014.2
002200     COPY CCVSTRG.                                                XR1014.2
002300 OBJECT-COMPUTER.                                                 XR1014.2
002400     COPY CCVSTRG.                                                XR1014.2
002500 DATA DIVISION.                                                   XR1014.2
002600 WORKING-STORAGE SECTION.                                         XR1014.2
002700 01  XR1-COUNT PIC 9(3) VALUE ZERO.                               XR1014.2
002800 PROCEDURE DIVISION.                                              XR1014.2
002900 XR1-MAIN SECTION.                                                XR1014.2
003000 XR1-START.                                                       XR1014.2
003100     PERFORM  XR1-TALLY.                                          XR1014.2
003200     STOP     RUN.                                                XR1014.2
003300 XR1-TALLY.                                                       XR1014.2
003400     ADD      1 TO XR1-COUNT.                                     XR1014.2
003500 XR1-TALLY.                                                       XR1014.2
003600     ADD      2 TO XR1-COUNT.                                     XR1014.2
