000100*    NESTED-COPY OUTER MEMBER FOR SM307A: IT COPIES K3SMF INTO    K3SME4.2
000200*    THE MIDDLE OF ITS OWN GROUP.  THE REPLACING PHRASE OF THE    K3SME4.2
000300*    COPY THAT BRINGS THIS MEMBER IN APPLIES TO BOTH MEMBERS.     K3SME4.2
000400 01  NSE-GROUP.                                                   K3SME4.2
000500     02 NSE-OUTER-ITEM PIC X(6) VALUE "OUTERA".                   K3SME4.2
000600     02 NSE-OUTER-NUM PIC 9(4) VALUE 1111.                        K3SME4.2
000700     COPY K3SMF.                                                  K3SME4.2
000800     02 NSE-TRAILER PIC X(4) VALUE "TAIL".                        K3SME4.2
