011100                  DELIMITED BY SIZE                               CVSCCA.2
011200              "K1WKA K1WKB K2PRA K2SEA K501A K5SDA "              CVSCCA.2
011300                  DELIMITED BY SIZE                               CVSCCA.2
011400              "K3SMA K3SMB K3SMC K3SMD K3SME K3SMG "              CVSCCA.2
011410                  DELIMITED BY SIZE                               CVSCCA.2
011420              "CCVSSED;do "                                       CVSCCA.2
011500                  DELIMITED BY SIZE                               CVSCCA.2
011600              "grep -l "" COPY  *$k"" ../*.cob 2>/dev"            CVSCCA.2
011700                  DELIMITED BY SIZE                               CVSCCA.2
