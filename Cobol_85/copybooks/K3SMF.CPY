000100*    NESTED-COPY INNER MEMBER FOR SM307A.  IT IS COPIED ONLY      K3SMF4.2
000200*    FROM WITHIN THE OUTER MEMBER K3SME.                          K3SMF4.2
000300     02 NSF-INNER-ITEM PIC X(6) VALUE "INNERA".                   K3SMF4.2
000400     02 NSF-INNER-NUM PIC 9(4) VALUE 2222.                        K3SMF4.2
