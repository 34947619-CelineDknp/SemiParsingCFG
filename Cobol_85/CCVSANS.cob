002800 01  WS-REPORT-LINE PIC X(80).                                    CVSANS.2
002900 01  WS-HYPHENS     PIC X(72) VALUE ALL "-".                      CVSANS.2
003000 01  WS-WS-TABLE.                                                 CVSANS.2
003100         02  WS-WS-ENT OCCURS 1487 TIMES.                         CVSANS.2
003200             03  WS-WS-PGM  PIC X(10).                            CVSANS.2
003300             03  WS-WS-PAR  PIC X(24).                            CVSANS.2
003400             03  WS-WS-CITE PIC X(24).                            CVSANS.2
302900         MOVE     "IX304A" TO WS-WS-PGM (1254).                   CVSANS.2
302900         MOVE     "STX-TEST-304-11" TO WS-WS-PAR (1254).          CVSANS.2
302900         MOVE     "VIII-55 6.4.9 START" TO WS-WS-CITE (1254).     CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1255).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-1" TO WS-WS-PAR (1255).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1255).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1256).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-2" TO WS-WS-PAR (1256).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1256).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1257).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-3" TO WS-WS-PAR (1257).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1257).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1258).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-4" TO WS-WS-PAR (1258).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1258).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1259).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-5" TO WS-WS-PAR (1259).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1259).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1260).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-6" TO WS-WS-PAR (1260).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1260).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1261).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-7" TO WS-WS-PAR (1261).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1261).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1262).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-8" TO WS-WS-PAR (1262).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1262).    CVSANS.2
302900         MOVE     "NC318A" TO WS-WS-PGM (1263).                   CVSANS.2
302900         MOVE     "SYM-TEST-318-9" TO WS-WS-PAR (1263).           CVSANS.2
302900         MOVE     "VI-14 4.5.2 SYMBOLIC" TO WS-WS-CITE (1263).    CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1264).                   CVSANS.2
302900         MOVE     "BWZ-TEST-319-1" TO WS-WS-PAR (1264).           CVSANS.2
302900         MOVE     "VI-24 5.5 BLANK WHEN" TO WS-WS-CITE (1264).    CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1265).                   CVSANS.2
302900         MOVE     "BWZ-TEST-319-2" TO WS-WS-PAR (1265).           CVSANS.2
302900         MOVE     "VI-24 5.5 BLANK WHEN" TO WS-WS-CITE (1265).    CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1266).                   CVSANS.2
302900         MOVE     "BWZ-TEST-319-3" TO WS-WS-PAR (1266).           CVSANS.2
302900         MOVE     "VI-24 5.5 BLANK WHEN" TO WS-WS-CITE (1266).    CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1267).                   CVSANS.2
302900         MOVE     "BWZ-TEST-319-4" TO WS-WS-PAR (1267).           CVSANS.2
302900         MOVE     "VI-24 5.5 BLANK WHEN" TO WS-WS-CITE (1267).    CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1268).                   CVSANS.2
302900         MOVE     "BWZ-TEST-319-5" TO WS-WS-PAR (1268).           CVSANS.2
302900         MOVE     "VI-24 5.5 BLANK WHEN" TO WS-WS-CITE (1268).    CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1269).                   CVSANS.2
302900         MOVE     "JUS-TEST-319-1" TO WS-WS-PAR (1269).           CVSANS.2
302900         MOVE     "VI-29 5.9 JUSTIFIED" TO WS-WS-CITE (1269).     CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1270).                   CVSANS.2
302900         MOVE     "JUS-TEST-319-2" TO WS-WS-PAR (1270).           CVSANS.2
302900         MOVE     "VI-29 5.9 JUSTIFIED" TO WS-WS-CITE (1270).     CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1271).                   CVSANS.2
302900         MOVE     "JUS-TEST-319-3" TO WS-WS-PAR (1271).           CVSANS.2
302900         MOVE     "VI-29 5.9 JUSTIFIED" TO WS-WS-CITE (1271).     CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1272).                   CVSANS.2
302900         MOVE     "JUS-TEST-319-4" TO WS-WS-PAR (1272).           CVSANS.2
302900         MOVE     "VI-29 5.9 JUSTIFIED" TO WS-WS-CITE (1272).     CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1273).                   CVSANS.2
302900         MOVE     "SYN-TEST-319-1" TO WS-WS-PAR (1273).           CVSANS.2
302900         MOVE     "VI-38 5.16 SYNCHRONIZED" TO WS-WS-CITE (1273). CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1274).                   CVSANS.2
302900         MOVE     "SYN-TEST-319-2" TO WS-WS-PAR (1274).           CVSANS.2
302900         MOVE     "VI-38 5.16 SYNCHRONIZED" TO WS-WS-CITE (1274). CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1275).                   CVSANS.2
302900         MOVE     "SYN-TEST-319-3" TO WS-WS-PAR (1275).           CVSANS.2
302900         MOVE     "VI-38 5.16 SYNCHRONIZED" TO WS-WS-CITE (1275). CVSANS.2
302900         MOVE     "NC319A" TO WS-WS-PGM (1276).                   CVSANS.2
302900         MOVE     "SYN-TEST-319-4" TO WS-WS-PAR (1276).           CVSANS.2
302900         MOVE     "VI-38 5.16 SYNCHRONIZED" TO WS-WS-CITE (1276). CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1277).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-1" TO WS-WS-PAR (1277).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1277).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1278).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-2" TO WS-WS-PAR (1278).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1278).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1279).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-3" TO WS-WS-PAR (1279).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1279).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1280).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-4" TO WS-WS-PAR (1280).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1280).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1281).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-5" TO WS-WS-PAR (1281).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1281).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1282).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-6" TO WS-WS-PAR (1282).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1282).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1283).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-7" TO WS-WS-PAR (1283).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1283).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1284).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-8" TO WS-WS-PAR (1284).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1284).       CVSANS.2
302900         MOVE     "SM305A" TO WS-WS-PGM (1285).                   CVSANS.2
302900         MOVE     "RPS-TEST-305-9" TO WS-WS-PAR (1285).           CVSANS.2
302900         MOVE     "XII-7 3.4 REPLACE" TO WS-WS-CITE (1285).       CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1286).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-1" TO WS-WS-PAR (1286).           CVSANS.2
302900         MOVE     "VII-5 2.3.4(6) PADDING" TO WS-WS-CITE (1286).  CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1287).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-2" TO WS-WS-PAR (1287).           CVSANS.2
302900         MOVE     "VII-5 2.3.4(6) PADDING" TO WS-WS-CITE (1287).  CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1288).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-3" TO WS-WS-PAR (1288).           CVSANS.2
302900         MOVE     "VII-5 2.3.4(6) PADDING" TO WS-WS-CITE (1288).  CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1289).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-4" TO WS-WS-PAR (1289).           CVSANS.2
302900         MOVE     "VII-5 2.3.4(6) PADDING" TO WS-WS-CITE (1289).  CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1290).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-5" TO WS-WS-PAR (1290).           CVSANS.2
302900         MOVE     "VII-6 2.3.4(8) DELIMITER" TO WS-WS-CITE (1290).CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1291).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-6" TO WS-WS-PAR (1291).           CVSANS.2
302900         MOVE     "VII-6 2.3.4(8) DELIMITER" TO WS-WS-CITE (1291).CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1292).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-7" TO WS-WS-PAR (1292).           CVSANS.2
302900         MOVE     "VII-6 2.3.4(8) DELIMITER" TO WS-WS-CITE (1292).CVSANS.2
302900         MOVE     "SQ307A" TO WS-WS-PGM (1293).                   CVSANS.2
302900         MOVE     "PDL-TEST-307-8" TO WS-WS-PAR (1293).           CVSANS.2
302900         MOVE     "VII-6 2.3.4(8) DELIMITER" TO WS-WS-CITE (1293).CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1294).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-1" TO WS-WS-PAR (1294).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1294).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1295).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-2" TO WS-WS-PAR (1295).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1295).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1296).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-3" TO WS-WS-PAR (1296).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1296).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1297).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-4" TO WS-WS-PAR (1297).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1297).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1298).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-5" TO WS-WS-PAR (1298).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1298).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1299).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-6" TO WS-WS-PAR (1299).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1299).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1300).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-7" TO WS-WS-PAR (1300).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1300).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1301).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-8" TO WS-WS-PAR (1301).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1301).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1302).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-9" TO WS-WS-PAR (1302).           CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1302).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1303).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-10" TO WS-WS-PAR (1303).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1303).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1304).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-11" TO WS-WS-PAR (1304).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1304).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1305).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-12" TO WS-WS-PAR (1305).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1305).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1306).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-13" TO WS-WS-PAR (1306).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1306).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1307).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-14" TO WS-WS-PAR (1307).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1307).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1308).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-15" TO WS-WS-PAR (1308).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1308).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1309).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-16" TO WS-WS-PAR (1309).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1309).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1310).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-17" TO WS-WS-PAR (1310).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1310).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1311).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-18" TO WS-WS-PAR (1311).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1311).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1312).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-19" TO WS-WS-PAR (1312).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1312).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1313).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-20" TO WS-WS-PAR (1313).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1313).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1314).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-21" TO WS-WS-PAR (1314).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1314).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1315).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-22" TO WS-WS-PAR (1315).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1315).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1316).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-23" TO WS-WS-PAR (1316).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1316).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1317).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-24" TO WS-WS-PAR (1317).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1317).  CVSANS.2
302900         MOVE     "NC320A" TO WS-WS-PGM (1318).                   CVSANS.2
302900         MOVE     "PSC-TEST-320-25" TO WS-WS-PAR (1318).          CVSANS.2
302900         MOVE     "VI-33 5.12.4 PICTURE P" TO WS-WS-CITE (1318).  CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1319).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-1" TO WS-WS-PAR (1319).           CVSANS.2
302900         MOVE     "VI-36 5.12.6.2 SIMPLE" TO WS-WS-CITE (1319).   CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1320).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-2" TO WS-WS-PAR (1320).           CVSANS.2
302900         MOVE     "VI-36 5.12.6.2 SIMPLE" TO WS-WS-CITE (1320).   CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1321).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-3" TO WS-WS-PAR (1321).           CVSANS.2
302900         MOVE     "VI-36 5.12.6.2 SIMPLE" TO WS-WS-CITE (1321).   CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1322).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-4" TO WS-WS-PAR (1322).           CVSANS.2
302900         MOVE     "VI-36 5.12.6.2 SIMPLE" TO WS-WS-CITE (1322).   CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1323).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-5" TO WS-WS-PAR (1323).           CVSANS.2
302900         MOVE     "VI-36 5.12.6.2 SIMPLE" TO WS-WS-CITE (1323).   CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1324).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-6" TO WS-WS-PAR (1324).           CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1324).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1325).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-7" TO WS-WS-PAR (1325).           CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1325).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1326).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-8" TO WS-WS-PAR (1326).           CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1326).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1327).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-9" TO WS-WS-PAR (1327).           CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1327).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1328).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-10" TO WS-WS-PAR (1328).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1328).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1329).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-11" TO WS-WS-PAR (1329).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1329).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1330).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-12" TO WS-WS-PAR (1330).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1330).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1331).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-13" TO WS-WS-PAR (1331).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1331).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1332).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-14" TO WS-WS-PAR (1332).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1332).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1333).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-15" TO WS-WS-PAR (1333).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1333).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1334).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-16" TO WS-WS-PAR (1334).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1334).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1335).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-17" TO WS-WS-PAR (1335).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1335).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1336).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-18" TO WS-WS-PAR (1336).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1336).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1337).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-19" TO WS-WS-PAR (1337).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1337).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1338).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-20" TO WS-WS-PAR (1338).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 FIXED" TO WS-WS-CITE (1338).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1339).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-21" TO WS-WS-PAR (1339).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1339).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1340).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-22" TO WS-WS-PAR (1340).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1340).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1341).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-23" TO WS-WS-PAR (1341).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1341).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1342).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-24" TO WS-WS-PAR (1342).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1342).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1343).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-25" TO WS-WS-PAR (1343).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1343).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1344).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-26" TO WS-WS-PAR (1344).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1344).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1345).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-27" TO WS-WS-PAR (1345).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1345).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1346).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-28" TO WS-WS-PAR (1346).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1346).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1347).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-29" TO WS-WS-PAR (1347).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1347).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1348).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-30" TO WS-WS-PAR (1348).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.4 CR DB" TO WS-WS-CITE (1348).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1349).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-31" TO WS-WS-PAR (1349).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1349).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1350).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-32" TO WS-WS-PAR (1350).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1350).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1351).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-33" TO WS-WS-PAR (1351).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1351).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1352).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-34" TO WS-WS-PAR (1352).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1352).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1353).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-35" TO WS-WS-PAR (1353).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1353).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1354).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-36" TO WS-WS-PAR (1354).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1354).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1355).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-37" TO WS-WS-PAR (1355).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1355).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1356).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-38" TO WS-WS-PAR (1356).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1356).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1357).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-39" TO WS-WS-PAR (1357).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1357).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1358).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-40" TO WS-WS-PAR (1358).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1358).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1359).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-41" TO WS-WS-PAR (1359).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1359).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1360).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-42" TO WS-WS-PAR (1360).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1360).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1361).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-43" TO WS-WS-PAR (1361).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1361).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1362).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-44" TO WS-WS-PAR (1362).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1362).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1363).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-45" TO WS-WS-PAR (1363).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1363).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1364).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-46" TO WS-WS-PAR (1364).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1364).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1365).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-47" TO WS-WS-PAR (1365).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1365).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1366).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-48" TO WS-WS-PAR (1366).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1366).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1367).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-49" TO WS-WS-PAR (1367).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1367).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1368).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-50" TO WS-WS-PAR (1368).          CVSANS.2
302900         MOVE     "VI-37 5.12.6.5 FLOAT" TO WS-WS-CITE (1368).    CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1369).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-51" TO WS-WS-PAR (1369).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1369). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1370).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-52" TO WS-WS-PAR (1370).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1370). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1371).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-53" TO WS-WS-PAR (1371).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1371). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1372).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-54" TO WS-WS-PAR (1372).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1372). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1373).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-55" TO WS-WS-PAR (1373).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1373). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1374).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-56" TO WS-WS-PAR (1374).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1374). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1375).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-57" TO WS-WS-PAR (1375).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1375). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1376).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-58" TO WS-WS-PAR (1376).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1376). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1377).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-59" TO WS-WS-PAR (1377).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1377). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1378).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-60" TO WS-WS-PAR (1378).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1378). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1379).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-61" TO WS-WS-PAR (1379).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1379). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1380).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-62" TO WS-WS-PAR (1380).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1380). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1381).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-63" TO WS-WS-PAR (1381).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1381). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1382).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-64" TO WS-WS-PAR (1382).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1382). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1383).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-65" TO WS-WS-PAR (1383).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1383). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1384).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-66" TO WS-WS-PAR (1384).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1384). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1385).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-67" TO WS-WS-PAR (1385).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1385). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1386).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-68" TO WS-WS-PAR (1386).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1386). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1387).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-69" TO WS-WS-PAR (1387).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1387). CVSANS.2
302900         MOVE     "NC321A" TO WS-WS-PGM (1388).                   CVSANS.2
302900         MOVE     "EDM-TEST-321-70" TO WS-WS-PAR (1388).          CVSANS.2
302900         MOVE     "VI-38 5.12.6.6 ZERO SUP" TO WS-WS-CITE (1388). CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1389).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-1" TO WS-WS-PAR (1389).           CVSANS.2
302900         MOVE     "VI-42 5.17 USAGE INDEX" TO WS-WS-CITE (1389).  CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1390).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-2" TO WS-WS-PAR (1390).           CVSANS.2
302900         MOVE     "VI-42 5.17 USAGE INDEX" TO WS-WS-CITE (1390).  CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1391).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-3" TO WS-WS-PAR (1391).           CVSANS.2
302900         MOVE     "VI-126 6.27 SET" TO WS-WS-CITE (1391).         CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1392).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-4" TO WS-WS-PAR (1392).           CVSANS.2
302900         MOVE     "VI-126 6.27 SET" TO WS-WS-CITE (1392).         CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1393).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-5" TO WS-WS-PAR (1393).           CVSANS.2
302900         MOVE     "VI-126 6.27 SET" TO WS-WS-CITE (1393).         CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1394).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-6" TO WS-WS-PAR (1394).           CVSANS.2
302900         MOVE     "VI-126 6.27 SET" TO WS-WS-CITE (1394).         CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1395).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-7" TO WS-WS-PAR (1395).           CVSANS.2
302900         MOVE     "VI-54 6.3.4.6 INDEX" TO WS-WS-CITE (1395).     CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1396).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-8" TO WS-WS-PAR (1396).           CVSANS.2
302900         MOVE     "VI-54 6.3.4.6 INDEX" TO WS-WS-CITE (1396).     CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1397).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-9" TO WS-WS-PAR (1397).           CVSANS.2
302900         MOVE     "VI-54 6.3.4.6 INDEX" TO WS-WS-CITE (1397).     CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1398).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-10" TO WS-WS-PAR (1398).          CVSANS.2
302900         MOVE     "VI-126 6.27 SET" TO WS-WS-CITE (1398).         CVSANS.2
302900         MOVE     "NC322A" TO WS-WS-PGM (1399).                   CVSANS.2
302900         MOVE     "IXD-TEST-322-11" TO WS-WS-PAR (1399).          CVSANS.2
302900         MOVE     "VI-126 6.27 SET" TO WS-WS-CITE (1399).         CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1400).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-1" TO WS-WS-PAR (1400).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1400).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1401).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-2" TO WS-WS-PAR (1401).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1401).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1402).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-3" TO WS-WS-PAR (1402).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1402).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1403).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-4" TO WS-WS-PAR (1403).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1403).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1404).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-5" TO WS-WS-PAR (1404).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1404).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1405).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-6" TO WS-WS-PAR (1405).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1405).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1406).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-7" TO WS-WS-PAR (1406).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1406).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1407).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-8" TO WS-WS-PAR (1407).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1407).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1408).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-9" TO WS-WS-PAR (1408).           CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1408).        CVSANS.2
302900         MOVE     "NC323A" TO WS-WS-PGM (1409).                   CVSANS.2
302900         MOVE     "ADT-TEST-323-10" TO WS-WS-PAR (1409).          CVSANS.2
302900         MOVE     "VI-67 6.5 ACCEPT" TO WS-WS-CITE (1409).        CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1410).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-1" TO WS-WS-PAR (1410).           CVSANS.2
302900         MOVE     "VII-39 4.3 CLOSE" TO WS-WS-CITE (1410).        CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1411).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-2" TO WS-WS-PAR (1411).           CVSANS.2
302900         MOVE     "VII-39 4.3 CLOSE" TO WS-WS-CITE (1411).        CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1412).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-3" TO WS-WS-PAR (1412).           CVSANS.2
302900         MOVE     "VII-39 4.3 CLOSE" TO WS-WS-CITE (1412).        CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1413).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-4" TO WS-WS-PAR (1413).           CVSANS.2
302900         MOVE     "VII-49 4.6 READ" TO WS-WS-CITE (1413).         CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1414).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-5" TO WS-WS-PAR (1414).           CVSANS.2
302900         MOVE     "VII-49 4.6 READ" TO WS-WS-CITE (1414).         CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1415).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-6" TO WS-WS-PAR (1415).           CVSANS.2
302900         MOVE     "VII-49 4.6 READ" TO WS-WS-CITE (1415).         CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1416).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-7" TO WS-WS-PAR (1416).           CVSANS.2
302900         MOVE     "VII-49 4.6 READ" TO WS-WS-CITE (1416).         CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1417).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-8" TO WS-WS-PAR (1417).           CVSANS.2
302900         MOVE     "VII-39 4.3 CLOSE" TO WS-WS-CITE (1417).        CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1418).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-9" TO WS-WS-PAR (1418).           CVSANS.2
302900         MOVE     "VII-39 4.3 CLOSE" TO WS-WS-CITE (1418).        CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1419).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-10" TO WS-WS-PAR (1419).          CVSANS.2
302900         MOVE     "VII-39 4.3 CLOSE" TO WS-WS-CITE (1419).        CVSANS.2
302900         MOVE     "SQ308A" TO WS-WS-PGM (1420).                   CVSANS.2
302900         MOVE     "RLC-TEST-308-11" TO WS-WS-PAR (1420).          CVSANS.2
302900         MOVE     "VII-39 4.3 CLOSE" TO WS-WS-CITE (1420).        CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1421).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-1" TO WS-WS-PAR (1421).           CVSANS.2
302900         MOVE     "XIV-27 4.4 ENABLE" TO WS-WS-CITE (1421).       CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1422).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-2" TO WS-WS-PAR (1422).           CVSANS.2
302900         MOVE     "XIV-22 4.2 ACCEPT MSG" TO WS-WS-CITE (1422).   CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1423).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-3" TO WS-WS-PAR (1423).           CVSANS.2
302900         MOVE     "XIV-31 4.6 RECEIVE" TO WS-WS-CITE (1423).      CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1424).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-4" TO WS-WS-PAR (1424).           CVSANS.2
302900         MOVE     "XIV-31 4.6 RECEIVE" TO WS-WS-CITE (1424).      CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1425).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-5" TO WS-WS-PAR (1425).           CVSANS.2
302900         MOVE     "XIV-31 4.6 RECEIVE" TO WS-WS-CITE (1425).      CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1426).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-6" TO WS-WS-PAR (1426).           CVSANS.2
302900         MOVE     "XIV-27 4.4 ENABLE" TO WS-WS-CITE (1426).       CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1427).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-7" TO WS-WS-PAR (1427).           CVSANS.2
302900         MOVE     "XIV-35 4.7 SEND" TO WS-WS-CITE (1427).         CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1428).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-8" TO WS-WS-PAR (1428).           CVSANS.2
302900         MOVE     "XIV-35 4.7 SEND" TO WS-WS-CITE (1428).         CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1429).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-9" TO WS-WS-PAR (1429).           CVSANS.2
302900         MOVE     "XIV-24 4.3 DISABLE" TO WS-WS-CITE (1429).      CVSANS.2
302900         MOVE     "CM101A" TO WS-WS-PGM (1430).                   CVSANS.2
302900         MOVE     "CMQ-TEST-101-10" TO WS-WS-PAR (1430).          CVSANS.2
302900         MOVE     "XIV-35 4.7 SEND" TO WS-WS-CITE (1430).         CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1431).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-1" TO WS-WS-PAR (1431).           CVSANS.2
302900         MOVE     "VIII-18 3.2 FD VARYING" TO WS-WS-CITE (1431).  CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1432).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-2" TO WS-WS-PAR (1432).           CVSANS.2
302900         MOVE     "VIII-33 4.6 REWRITE" TO WS-WS-CITE (1432).     CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1433).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-3" TO WS-WS-PAR (1433).           CVSANS.2
302900         MOVE     "VIII-33 4.6 REWRITE" TO WS-WS-CITE (1433).     CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1434).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-4" TO WS-WS-PAR (1434).           CVSANS.2
302900         MOVE     "VIII-33 4.6 REWRITE" TO WS-WS-CITE (1434).     CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1435).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-5" TO WS-WS-PAR (1435).           CVSANS.2
302900         MOVE     "VIII-33 4.6 REWRITE" TO WS-WS-CITE (1435).     CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1436).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-6" TO WS-WS-PAR (1436).           CVSANS.2
302900         MOVE     "VIII-33 4.6 REWRITE" TO WS-WS-CITE (1436).     CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1437).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-7" TO WS-WS-PAR (1437).           CVSANS.2
302900         MOVE     "VIII-33 4.6 REWRITE" TO WS-WS-CITE (1437).     CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1438).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-8" TO WS-WS-PAR (1438).           CVSANS.2
302900         MOVE     "VIII-4 1.3.4 4B" TO WS-WS-CITE (1438).         CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1439).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-9" TO WS-WS-PAR (1439).           CVSANS.2
302900         MOVE     "VIII-4 1.3.4 4B" TO WS-WS-CITE (1439).         CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1440).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-10" TO WS-WS-PAR (1440).          CVSANS.2
302900         MOVE     "VIII-4 1.3.4 4B" TO WS-WS-CITE (1440).         CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1441).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-11" TO WS-WS-PAR (1441).          CVSANS.2
302900         MOVE     "VIII-4 1.3.4 4B" TO WS-WS-CITE (1441).         CVSANS.2
302900         MOVE     "RL303A" TO WS-WS-PGM (1442).                   CVSANS.2
302900         MOVE     "RLV-TEST-303-12" TO WS-WS-PAR (1442).          CVSANS.2
302900         MOVE     "VIII-33 4.6 REWRITE" TO WS-WS-CITE (1442).     CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1443).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-1" TO WS-WS-PAR (1443).           CVSANS.2
302900         MOVE     "IX-19 3.2 FD VARYING" TO WS-WS-CITE (1443).    CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1444).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-2" TO WS-WS-PAR (1444).           CVSANS.2
302900         MOVE     "IX-36 4.7 REWRITE" TO WS-WS-CITE (1444).       CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1445).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-3" TO WS-WS-PAR (1445).           CVSANS.2
302900         MOVE     "IX-36 4.7 REWRITE" TO WS-WS-CITE (1445).       CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1446).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-4" TO WS-WS-PAR (1446).           CVSANS.2
302900         MOVE     "IX-36 4.7 REWRITE" TO WS-WS-CITE (1446).       CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1447).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-5" TO WS-WS-PAR (1447).           CVSANS.2
302900         MOVE     "IX-36 4.7 REWRITE" TO WS-WS-CITE (1447).       CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1448).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-6" TO WS-WS-PAR (1448).           CVSANS.2
302900         MOVE     "IX-36 4.7 REWRITE" TO WS-WS-CITE (1448).       CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1449).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-7" TO WS-WS-PAR (1449).           CVSANS.2
302900         MOVE     "IX-36 4.7 REWRITE" TO WS-WS-CITE (1449).       CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1450).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-8" TO WS-WS-PAR (1450).           CVSANS.2
302900         MOVE     "IX-4 1.3.4 4B" TO WS-WS-CITE (1450).           CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1451).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-9" TO WS-WS-PAR (1451).           CVSANS.2
302900         MOVE     "IX-4 1.3.4 4B" TO WS-WS-CITE (1451).           CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1452).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-10" TO WS-WS-PAR (1452).          CVSANS.2
302900         MOVE     "IX-4 1.3.4 4B" TO WS-WS-CITE (1452).           CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1453).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-11" TO WS-WS-PAR (1453).          CVSANS.2
302900         MOVE     "IX-4 1.3.4 4B" TO WS-WS-CITE (1453).           CVSANS.2
302900         MOVE     "IX305A" TO WS-WS-PGM (1454).                   CVSANS.2
302900         MOVE     "IXV-TEST-305-12" TO WS-WS-PAR (1454).          CVSANS.2
302900         MOVE     "IX-36 4.7 REWRITE" TO WS-WS-CITE (1454).       CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1455).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-1" TO WS-WS-PAR (1455).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1455).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1456).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-2" TO WS-WS-PAR (1456).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1456).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1457).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-3" TO WS-WS-PAR (1457).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1457).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1458).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-4" TO WS-WS-PAR (1458).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1458).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1459).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-5" TO WS-WS-PAR (1459).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1459).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1460).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-6" TO WS-WS-PAR (1460).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1460).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1461).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-7" TO WS-WS-PAR (1461).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1461).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1462).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-8" TO WS-WS-PAR (1462).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1462).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1463).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-9" TO WS-WS-PAR (1463).           CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1463).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1464).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-10" TO WS-WS-PAR (1464).          CVSANS.2
302900         MOVE     "XI-13 4.4 SORT GR13" TO WS-WS-CITE (1464).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1465).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-11" TO WS-WS-PAR (1465).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1465).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1466).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-12" TO WS-WS-PAR (1466).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1466).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1467).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-13" TO WS-WS-PAR (1467).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1467).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1468).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-14" TO WS-WS-PAR (1468).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1468).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1469).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-15" TO WS-WS-PAR (1469).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1469).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1470).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-16" TO WS-WS-PAR (1470).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1470).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1471).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-17" TO WS-WS-PAR (1471).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1471).     CVSANS.2
302900         MOVE     "SM306A" TO WS-WS-PGM (1472).                   CVSANS.2
302900         MOVE     "SMS-TEST-306-18" TO WS-WS-PAR (1472).          CVSANS.2
302900         MOVE     "XI-9 4.3 MERGE GR11" TO WS-WS-CITE (1472).     CVSANS.2
302900         MOVE     "SM307A" TO WS-WS-PGM (1473).                   CVSANS.2
302900         MOVE     "NST-TEST-307-1" TO WS-WS-PAR (1473).           CVSANS.2
302900         MOVE     "IV-38 D.2 COPY GR5" TO WS-WS-CITE (1473).      CVSANS.2
302900         MOVE     "SM307A" TO WS-WS-PGM (1474).                   CVSANS.2
302900         MOVE     "NST-TEST-307-2" TO WS-WS-PAR (1474).           CVSANS.2
302900         MOVE     "IV-38 D.2 COPY GR5" TO WS-WS-CITE (1474).      CVSANS.2
302900         MOVE     "SM307A" TO WS-WS-PGM (1475).                   CVSANS.2
302900         MOVE     "NST-TEST-307-3" TO WS-WS-PAR (1475).           CVSANS.2
302900         MOVE     "IV-38 D.2 COPY GR5" TO WS-WS-CITE (1475).      CVSANS.2
302900         MOVE     "SM307A" TO WS-WS-PGM (1476).                   CVSANS.2
302900         MOVE     "NST-TEST-307-4" TO WS-WS-PAR (1476).           CVSANS.2
302900         MOVE     "IV-38 D.2 COPY GR5" TO WS-WS-CITE (1476).      CVSANS.2
302900         MOVE     "SM307A" TO WS-WS-PGM (1477).                   CVSANS.2
302900         MOVE     "NST-TEST-307-5" TO WS-WS-PAR (1477).           CVSANS.2
302900         MOVE     "IV-37 D.2 COPY GR2" TO WS-WS-CITE (1477).      CVSANS.2
302900         MOVE     "SM307A" TO WS-WS-PGM (1478).                   CVSANS.2
302900         MOVE     "NST-TEST-307-6" TO WS-WS-PAR (1478).           CVSANS.2
302900         MOVE     "IV-37 D.2 COPY GR2" TO WS-WS-CITE (1478).      CVSANS.2
302900         MOVE     "SM307A" TO WS-WS-PGM (1479).                   CVSANS.2
302900         MOVE     "NST-TEST-307-7" TO WS-WS-PAR (1479).           CVSANS.2
302900         MOVE     "IV-37 D.2 COPY GR2" TO WS-WS-CITE (1479).      CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1480).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-1" TO WS-WS-PAR (1480).           CVSANS.2
302900         MOVE     "VI-87 6.11 DISPLAY GR4" TO WS-WS-CITE (1480).  CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1481).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-2" TO WS-WS-PAR (1481).           CVSANS.2
302900         MOVE     "VI-87 6.11 DISPLAY GR4" TO WS-WS-CITE (1481).  CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1482).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-3" TO WS-WS-PAR (1482).           CVSANS.2
302900         MOVE     "VI-87 6.11 DISPLAY GR4" TO WS-WS-CITE (1482).  CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1483).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-4" TO WS-WS-PAR (1483).           CVSANS.2
302900         MOVE     "VI-87 6.11 DISPLAY GR4" TO WS-WS-CITE (1483).  CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1484).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-5" TO WS-WS-PAR (1484).           CVSANS.2
302900         MOVE     "VI-87 6.11 DISPLAY GR4" TO WS-WS-CITE (1484).  CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1485).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-6" TO WS-WS-PAR (1485).           CVSANS.2
302900         MOVE     "VI-74 6.5 ACCEPT GR2" TO WS-WS-CITE (1485).    CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1486).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-7" TO WS-WS-PAR (1486).           CVSANS.2
302900         MOVE     "VI-74 6.5 ACCEPT GR2" TO WS-WS-CITE (1486).    CVSANS.2
302900         MOVE     "NC324A" TO WS-WS-PGM (1487).                   CVSANS.2
302900         MOVE     "DRT-TEST-324-8" TO WS-WS-PAR (1487).           CVSANS.2
302900         MOVE     "VI-74 6.5 ACCEPT GR2" TO WS-WS-CITE (1487).    CVSANS.2
303000*    THE SAME TABLE IN MACHINE-READABLE FORM, FOR CCVSDOS         CVSANS.2
303000*    AND CCVSCOV TO JOIN AGAINST LIVE RUN RESULTS.                CVSANS.2
303000 WRITE-WS-MAP-CSV.                                                CVSANS.2
303000         OPEN     OUTPUT ANSI-MAP-FILE.                           CVSANS.2
303000         PERFORM  VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 1487  CVSANS.2
303000             PERFORM WRITE-ONE-WS-MAP-ROW                         CVSANS.2
303000         END-PERFORM.                                             CVSANS.2
303000         CLOSE    ANSI-MAP-FILE.                                  CVSANS.2
303000 DISPLAY-WS-REPORT.                                               CVSANS.2
303100         DISPLAY  "CCVS85 ANSI-REFERENCE CROSS-REFERENCE".        CVSANS.2
303200         DISPLAY  WS-HYPHENS.                                     CVSANS.2
303300         PERFORM  VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 1487  CVSANS.2
303400             PERFORM DISPLAY-ONE-WS-ROW                           CVSANS.2
303500         END-PERFORM.                                             CVSANS.2
303600         DISPLAY  WS-HYPHENS.                                     CVSANS.2
