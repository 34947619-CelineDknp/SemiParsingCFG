008200 77  WS-NOSHIP-SW       PIC X VALUE "N".                          CVSPOL.2
008300 77  WS-EFF-FAILS       PIC S9(5) VALUE ZERO.                     CVSPOL.2
008400 01  WS-WORK-REC        PIC X(80).                                CVSPOL.2
008410 01  WS-KPI-CMD         PIC X(40) VALUE SPACE.                    CVSPOL.2
008500 01  WS-FIELD-TABLE.                                              CVSPOL.2
008600     02  WS-FIELD       PIC X(20) OCCURS 9 TIMES.                 CVSPOL.2
008700 01  WS-POLICY-TABLE.                                             CVSPOL.2
010300     PERFORM  CHARGE-SUMMARY THRU CHARGE-SUMMARY-EX.              CVSPOL.2
010400     PERFORM  CREDIT-WAIVERS THRU CREDIT-WAIVERS-EX.              CVSPOL.2
010500     PERFORM  RENDER-VERDICTS.                                    CVSPOL.2
010510     MOVE     "printf 'S\nVERDICT\n\n' | ./CCVSKPI" TO WS-KPI-CMD.CVSPOL.2
010520     CALL     "SYSTEM" USING WS-KPI-CMD.                          CVSPOL.2
010600     IF       WS-NOSHIP-SW = "Y"                                  CVSPOL.2
010700              MOVE 16 TO RETURN-CODE                              CVSPOL.2
010800              DISPLAY "CCVSPOL: *** OVERALL VERDICT "             CVSPOL.2
