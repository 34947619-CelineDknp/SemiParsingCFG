000100*    LIBRARY K3LIBB COPY OF MEMBER K3SMG FOR SM307A.  LIBRARY     K3SMG4.2
000200*    K3LIBA HOLDS A MEMBER OF THE SAME NAME AND LAYOUT WITH       K3SMG4.2
000300*    DIFFERENT VALUES.                                            K3SMG4.2
000400 01  NSG-GROUP.                                                   K3SMG4.2
000500     02 NSG-LIBRARY PIC X(6) VALUE "K3LIBB".                      K3SMG4.2
000600     02 NSG-NUM PIC 9(4) VALUE 3202.                              K3SMG4.2
