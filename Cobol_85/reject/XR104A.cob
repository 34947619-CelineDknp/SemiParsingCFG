000100 IDENTIFICATION DIVISION.                                         XR1044.2
000200 PROGRAM-ID.                                                      XR1044.2
000300     XR104A.                                                      XR1044.2
000400****************************************************************  XR1044.2
000500*                                                              *  XR1044.2
000600*    XR104A IS A MUST-REJECT SOURCE.  IT IS DELIBERATELY       *  XR1044.2
000700*    NON-CONFORMING IN ONE RESPECT ONLY:                       *  XR1044.2
000800*                                                              *  XR1044.2
000900*      SEARCH ALL NAMES A TABLE WHOSE OCCURS CLAUSE HAS        *  XR1044.2
001000*      NO ASCENDING/DESCENDING KEY PHRASE.                     *  XR1044.2
001100*                                                              *  XR1044.2
001200*    reject_expect.dat RECORDS THE DIAGNOSTIC CLASS (ERROR)    *  XR1044.2
001300*    AND THE LINE IT MUST POINT AT.  CCVSMRJ COMPILES IT       *  XR1044.2
001400*    AND FOLDS THE OUTCOME INTO compile_diagnostics.csv.       *  XR1044.2
001500*    DO NOT "FIX" THIS SOURCE.                                 *  XR1044.2
001600*                                                              *  XR1044.2
001700****************************************************************  XR1044.2
001800 ENVIRONMENT DIVISION.                                            XR1044.2
001900 CONFIGURATION SECTION.                                           XR1044.2
002000 SOURCE-COMPUTER.                                                 XR1044.2
002100     COPY CCVSTRG.                                                XR1044.2
002200 OBJECT-COMPUTER.                                                 XR1044.2
002300     COPY CCVSTRG.                                                XR1044.2
002400 DATA DIVISION.                                                   XR1044.2
002500 WORKING-STORAGE SECTION.                                         XR1044.2
002600 01  XR4-TABLE.                                                   XR1044.2
002700     02  XR4-ENTRY PIC X(4) OCCURS 5 TIMES                        XR1044.2
002800                   INDEXED BY XR4-IX.                             XR1044.2
002900 PROCEDURE DIVISION.                                              XR1044.2
003000 XR4-MAIN SECTION.                                                XR1044.2
003100 XR4-START.                                                       XR1044.2
003200     SEARCH   ALL XR4-ENTRY                                       XR1044.2
003300              AT END DISPLAY "XR104A NOT FOUND"                   XR1044.2
003400              WHEN XR4-ENTRY (XR4-IX) = "ABCD"                    XR1044.2
003500              DISPLAY "XR104A FOUND".                             XR1044.2
003600     STOP     RUN.                                                XR1044.2
