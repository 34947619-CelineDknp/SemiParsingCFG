000100 IDENTIFICATION DIVISION.                                         XR1064.2
000200 PROGRAM-ID.                                                      XR1064.2
000300     XR106A.                                                      XR1064.2
000400****************************************************************  XR1064.2
000500*                                                              *  XR1064.2
000600*    XR106A IS A MUST-REJECT SOURCE.  IT IS DELIBERATELY       *  XR1064.2
000700*    NON-CONFORMING IN ONE RESPECT ONLY:                       *  XR1064.2
000800*                                                              *  XR1064.2
000900*      THE VALUE CLAUSE OF A NUMERIC ITEM IS A                 *  XR1064.2
001000*      NONNUMERIC LITERAL.  SOME IMPLEMENTATIONS ONLY          *  XR1064.2
001100*      WARN, SO THE RECORD EXPECTS AT LEAST A WARNING.         *  XR1064.2
001200*                                                              *  XR1064.2
001300*    reject_expect.dat RECORDS THE DIAGNOSTIC CLASS (WARNING)  *  XR1064.2
001400*    AND THE LINE IT MUST POINT AT.  CCVSMRJ COMPILES IT       *  XR1064.2
001500*    AND FOLDS THE OUTCOME INTO compile_diagnostics.csv.       *  XR1064.2
001600*    DO NOT "FIX" THIS SOURCE.                                 *  XR1064.2
001700*                                                              *  XR1064.2
001800****************************************************************  XR1064.2
001900 ENVIRONMENT DIVISION.                                            XR1064.2
002000 CONFIGURATION SECTION.                                           XR1064.2
002100 SOURCE-COMPUTER.                                                 XR1064.2
002200     COPY CCVSTRG.                                                XR1064.2
002300 OBJECT-COMPUTER.                                                 XR1064.2
002400     COPY CCVSTRG.                                                XR1064.2
002500 DATA DIVISION.                                                   XR1064.2
002600 WORKING-STORAGE SECTION.                                         XR1064.2
002700 01  XR6-AMOUNT PIC 9(3) VALUE "ABC".                             XR1064.2
002800 PROCEDURE DIVISION.                                              XR1064.2
002900 XR6-MAIN SECTION.                                                XR1064.2
003000 XR6-START.                                                       XR1064.2
003100     DISPLAY  XR6-AMOUNT.                                         XR1064.2
003200     STOP     RUN.                                                XR1064.2
