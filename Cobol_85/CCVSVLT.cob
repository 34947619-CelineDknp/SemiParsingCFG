001700*           RUN INTO vault/run_<ID>/ (ID = THE AUDIT-JOURNAL   *  CVSVLT.2
001800*           SEQUENCE) AND APPEND AN INDEX RECORD TO            *  CVSVLT.2
001900*           vault_index.dat: ID|DATE|BUILD|VERDICT|ARTIFACTS,  *  CVSVLT.2
001910*           WITH THE HOST'S uname LINE FILED BESIDE THEM AS    *  CVSVLT.2
001920*           ENVIRONMENT (THE RUN'S FINGERPRINT, WHICH CCVSCMP  *  CVSVLT.2
001930*           HOLDS A CAMPAIGN'S RERUNS TO),                     *  CVSVLT.2
002000*        R  RETRIEVE: RESTORE A VAULTED RUN INTO               *  CVSVLT.2
002100*           vault_work_<ID>/ WHERE THE INTERACTIVE WORKBENCH   *  CVSVLT.2
002200*           CAN BROWSE IT AS IF IT HAD JUST FINISHED,          *  CVSVLT.2
011000                  DELIMITED BY SIZE                               CVSVLT.2
011100              "handover_report.rpt compile_diagnostics.csv "      CVSVLT.2
011200                  DELIMITED BY SIZE                               CVSVLT.2
011210              "flaky_report.rpt "                                 CVSVLT.2
011220                  DELIMITED BY SIZE                               CVSVLT.2
011300              "vault/run_" DELIMITED BY SIZE                      CVSVLT.2
011400              WS-RUN-ID DELIMITED BY SIZE                         CVSVLT.2
011500              " 2>/dev/null;uname -a >vault/run_"                 CVSVLT.2
011600                  DELIMITED BY SIZE                               CVSVLT.2
011610              WS-RUN-ID DELIMITED BY SIZE                         CVSVLT.2
011620              "/ENVIRONMENT;ls vault/run_"                        CVSVLT.2
011630                  DELIMITED BY SIZE                               CVSVLT.2
011700              WS-RUN-ID DELIMITED BY SIZE                         CVSVLT.2
011800              " | wc -l > vault_count.tmp"                        CVSVLT.2
011900                  DELIMITED BY SIZE                               CVSVLT.2
