006500 01  WS-FIELD-TABLE.                                              CVSCOV.2
006600     02  WS-FIELD       PIC X(24) OCCURS 9 TIMES.                 CVSCOV.2
006700 01  WS-MAP-TABLE.                                                CVSCOV.2
006800     02  WS-MAP-ENTRY OCCURS 2000 TIMES.                          CVSCOV.2
006900         03  WS-MAP-PGM     PIC X(10).                            CVSCOV.2
007000         03  WS-MAP-PAR     PIC X(24).                            CVSCOV.2
007100         03  WS-MAP-CITE    PIC X(24).                            CVSCOV.2
011200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCOV.2
011300 STORE-ANSI-MAP-LINE.                                             CVSCOV.2
011400     IF       ANSI-MAP-REC NOT = SPACE                            CVSCOV.2
011500              AND WS-MAP-COUNT < 2000                             CVSCOV.2
011600              ADD 1 TO WS-MAP-COUNT                               CVSCOV.2
011700              MOVE SPACE TO WS-FIELD-TABLE                        CVSCOV.2
011800              UNSTRING ANSI-MAP-REC DELIMITED BY ","              CVSCOV.2
