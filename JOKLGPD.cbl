000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKLGPD.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - DATA-SUBJECT EXPORT  *
000110*                   AND ANONYMIZATION (LGPD).               *
000113*  2026-10-15  RA   MOVE-TENDENCY SUMMARY (SCOUTSUM) ADDED  *
000116*                   TO THE FILES EXPORTED AND ANONYMIZED.   *
000117*  2026-10-15  RA   EVENT SIGN-UPS (JOKEVREG) ADDED TO THE  *
000118*                   FILES EXPORTED AND ANONYMIZED.          *
000119*  2026-10-15  RA   TOURNAMENT INDEX (JOKTIDX) ADDED TO THE *
000120*                   FILES EXPORTED AND ANONYMIZED.          *
000121*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000122*                   AT END OF RUN FOR THE MORNING REPORT.   *
000123*----------------------------------------------------------*
000130*  RUN ON DEMAND FOR ONE PLAYER ID WHEN A MEMBER ASKS FOR   *
000140*  EVERYTHING THE HALL HOLDS ON THEM, OR ASKS TO BE         *
000150*  FORGOTTEN.  TWO MODES:                                   *
000160*                                                           *
000170*  EXPORTA   - PRINTS ONE DOSSIER (LGPDRPT) WITH EVERY      *
000180*              RECORD THAT NAMES THE PLAYER: MASTER RECORD, *
000190*              NETWORK MASTER, SEASON HISTORY, SERIE,       *
000200*              RATING, MOVE TENDENCIES, CREDIT ACCOUNT,     *
000205*              CHARGES, REFUNDS, PRIZES AND TOP-UPS, ROUNDS *
000210*              ON EVERY ARCHIVE GENERATION AND ON THE LIVE  *
000220*              LOG (WITH THE TRAILERS AND VOIDS OF THE      *
000230*              PLAYER'S TOURNAMENTS), BRACKET, SCREENING    *
000240*              FLAGS, EVENT SIGN-UPS, TOURNAMENT INDEX      *
000245*              ENTRIES AND AUDIT ENTRIES.                   *
000250*              NOTHING IS CHANGED.                          *
000260*                                                           *
000270*  ANONIMIZA - REPLACES THE PLAYER ID (AND THE NAME, WHERE  *
000280*              A FILE CARRIES ONE) WITH A PSEUDONYM ANONNNN *
000290*              NNN IN EVERY ONE OF THOSE FILES.  COUNTERS,  *
000300*              AMOUNTS, RESULTS AND RECORD COUNTS ARE LEFT  *
000310*              AS THEY ARE, SO SEASON TOTALS, LEDGER        *
000320*              BALANCES, CREDIT BALANCES AND THE ARCHIVE    *
000330*              CONTROL TOTALS STILL BALANCE - THE REPORT    *
000340*              SHOWS RECORDS READ AND WRITTEN PER FILE AND  *
000350*              THE BEFORE AND AFTER FOOTINGS OF THE HISTORY *
000360*              TOTALS, LEDGER AMOUNTS AND LOG ROUNDS.       *
000370*                                                           *
000380*  THE PSEUDONYM IS TAKEN FROM THE ERASURE REGISTER         *
000390*  (LGPDREG): ONE "I" RECORD IS WRITTEN BEFORE ANY FILE IS  *
000400*  TOUCHED AND ONE "C" RECORD WHEN EVERY FILE IS DONE, EACH *
000410*  WITH DATE, TIME AND OPERATOR.  THE REGISTER NEVER HOLDS  *
000420*  THE OLD ID - ONLY A HASH OF IT - SO A RUN THAT STOPPED   *
000430*  HALF-WAY IS RESUMED UNDER THE SAME PSEUDONYM BY RUNNING  *
000440*  IT AGAIN FOR THE SAME ID.  THE ERASURE IS ALSO AUDITED   *
000450*  ON JOKAUD (ANONIMIZ), AND AN EXPORT AS EXPORTA.          *
000460*                                                           *
000470*  ARCHIVE GENERATIONS ARE FOUND THROUGH THE ARCHIVE INDEX  *
000480*  (ARCIDX), COPIED TO THE FIXED WORK NAME ARCGEN TO BE     *
000490*  READ, AND COPIED BACK FROM DSRWORK ONLY WHEN SOMETHING   *
000500*  IN THEM CHANGED.  IN AUDIT IMAGES THE ID IS REPLACED     *
000510*  WHERE THE LAYOUT OF THE ACTION PUTS IT; FREE-TEXT NOTES  *
000520*  AND VOID REASONS ARE LISTED BUT NOT REWRITTEN.           *
000530*                                                           *
000540*  RC=8 WHEN THE PARAMETERS ARE MISSING, THE PLAYER IS NOT  *
000550*  ON THE MASTER (ANONIMIZA), A FILE COULD NOT BE OPENED OR *
000560*  REWRITTEN, OR A FILE DID NOT FOOT - THE REGISTER IS LEFT *
000570*  OPEN AND THE RUN MUST BE REPEATED.  RC=4 WHEN AN EXPORT  *
000580*  FOUND NOTHING ON THE PLAYER.                             *
000590*                                                           *
000600*  ENVIRONMENT:                                             *
000610*    JOKENPO_LGPDMODE - EXPORTA OR ANONIMIZA                *
000620*    JOKENPO_LGPDID   - THE PLAYER ID OF THE DATA SUBJECT   *
000630*    JOKENPO_OPERATOR - OPERATOR HANDLING THE REQUEST       *
000640*----------------------------------------------------------*
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000710     RECORD KEY IS PM-PLAYER-ID
000720     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000730     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000740     ORGANIZATION IS INDEXED
000750     ACCESS MODE IS DYNAMIC
000760     RECORD KEY IS CA-PLAYER-ID
000770     FILE STATUS IS WS-CREDIT-STATUS.
000780     SELECT DIVISION-FILE ASSIGN TO "JOKDIVS"
000790     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000810     RECORD KEY IS DV-PLAYER-ID
000820     FILE STATUS IS WS-DIVISION-STATUS.
000821     SELECT EVENT-SIGNUPS ASSIGN TO "JOKEVREG"
000822     ORGANIZATION IS INDEXED
000823     ACCESS MODE IS DYNAMIC
000824     RECORD KEY IS ER-KEY
000825     FILE STATUS IS WS-SIGNUP-STATUS.
000826     SELECT TOURNAMENT-INDEX ASSIGN TO "JOKTIDX"
000827     ORGANIZATION IS INDEXED
000828     ACCESS MODE IS DYNAMIC
000829     RECORD KEY IS TX-KEY
000830     FILE STATUS IS WS-TOURN-INDEX-STATUS.
000831     SELECT SEASON-HISTORY ASSIGN TO "SEAHIST"
000840     ORGANIZATION IS LINE SEQUENTIAL
000850     FILE STATUS IS WS-SOURCE-STATUS.
000860     SELECT JOKENPO-LOG ASSIGN TO "JOKLOG"
000870     ORGANIZATION IS LINE SEQUENTIAL
000880     FILE STATUS IS WS-SOURCE-STATUS.
000890     SELECT ARCHIVE-GENERATION ASSIGN TO "ARCGEN"
000900     ORGANIZATION IS LINE SEQUENTIAL
000910     FILE STATUS IS WS-SOURCE-STATUS.
000920     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000930     ORGANIZATION IS LINE SEQUENTIAL
000940     FILE STATUS IS WS-SOURCE-STATUS.
000950     SELECT AUDIT-FILE ASSIGN TO "JOKAUD"
000960     ORGANIZATION IS LINE SEQUENTIAL
000970     FILE STATUS IS WS-SOURCE-STATUS.
000980     SELECT RATING-FILE ASSIGN TO "RATINGS"
000990     ORGANIZATION IS LINE SEQUENTIAL
001000     FILE STATUS IS WS-SOURCE-STATUS.
001002     SELECT SCOUT-SUMMARY ASSIGN TO "SCOUTSUM"
001004     ORGANIZATION IS LINE SEQUENTIAL
001006     FILE STATUS IS WS-SOURCE-STATUS.
001010     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
001020     ORGANIZATION IS LINE SEQUENTIAL
001030     FILE STATUS IS WS-SOURCE-STATUS.
001040     SELECT NETWORK-MASTER ASSIGN TO "NETMAST"
001050     ORGANIZATION IS LINE SEQUENTIAL
001060     FILE STATUS IS WS-SOURCE-STATUS.
001070     SELECT SCREEN-FLAGS ASSIGN TO "JOKFLAG"
001080     ORGANIZATION IS LINE SEQUENTIAL
001090     FILE STATUS IS WS-SOURCE-STATUS.
001100     SELECT ARCHIVE-INDEX ASSIGN TO "ARCIDX"
001110     ORGANIZATION IS LINE SEQUENTIAL
001120     FILE STATUS IS WS-ARCHIVE-INDEX-STATUS.
001130     SELECT DSR-WORK ASSIGN TO "DSRWORK"
001140     ORGANIZATION IS LINE SEQUENTIAL
001150     FILE STATUS IS WS-DSR-WORK-STATUS.
001160     SELECT ERASURE-REGISTER ASSIGN TO "LGPDREG"
001170     ORGANIZATION IS LINE SEQUENTIAL
001180     FILE STATUS IS WS-REGISTER-STATUS.
001190     SELECT DSR-REPORT ASSIGN TO "LGPDRPT"
001200     ORGANIZATION IS LINE SEQUENTIAL.
001202     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
001204     ORGANIZATION IS LINE SEQUENTIAL
001206     FILE STATUS IS WS-RUN-CONTROL-STATUS.
001210
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  PLAYER-MASTER.
001250     COPY JOKPMREC.
001260
001270 FD  CREDIT-ACCOUNTS.
001280     COPY JOKCRDRC.
001290
001300 FD  DIVISION-FILE.
001310     COPY JOKDIVRC.
001312
001314 FD  EVENT-SIGNUPS.
001316     COPY JOKEVRRC.
001317
001318 FD  TOURNAMENT-INDEX.
001319     COPY JOKTIXRC.
001320
001330 FD  SEASON-HISTORY.
001340 01  SH-FILE-RECORD              PIC X(56).
001350
001360 FD  JOKENPO-LOG.
001370 01  LOG-RECORD                  PIC X(120).
001380
001390 FD  ARCHIVE-GENERATION.
001400 01  ARG-RECORD                  PIC X(120).
001410
001420 FD  CASH-LEDGER.
001430 01  LEDGER-RECORD               PIC X(50).
001440
001450 FD  AUDIT-FILE.
001460 01  AUD-FILE-RECORD             PIC X(167).
001470
001480 FD  RATING-FILE.
001490 01  RATING-FILE-RECORD          PIC X(22).
001492
001494 FD  SCOUT-SUMMARY.
001496 01  SCOUT-FILE-RECORD           PIC X(151).
001500
001510 FD  BRACKET-FILE.
001520 01  BRACKET-FILE-RECORD         PIC X(47).
001530
001540 FD  NETWORK-MASTER.
001550 01  NETWORK-MASTER-RECORD       PIC X(62).
001560
001570 FD  SCREEN-FLAGS.
001580 01  FLAG-RECORD                 PIC X(120).
001590
001600 FD  ARCHIVE-INDEX.
001610 01  ARCHIVE-INDEX-RECORD.
001620     05  AIX-DATE                PIC 9(08).
001630     05  FILLER                  PIC X(01).
001640     05  AIX-FILE-NAME           PIC X(30).
001650
001660 FD  DSR-WORK.
001670 01  DSR-WORK-RECORD             PIC X(170).
001680
001690*    ERASURE REGISTER - ONE "I" RECORD WHEN AN ERASURE
001700*    STARTS AND ONE "C" RECORD WHEN IT IS COMPLETE.  THE OLD
001710*    PLAYER ID IS NEVER WRITTEN HERE, ONLY ITS HASH
001720 FD  ERASURE-REGISTER.
001730 01  REGISTER-RECORD.
001740     05  RG-RECORD-TYPE          PIC X(01).
001750         88  RG-STARTED                    VALUE "I".
001760         88  RG-COMPLETED                  VALUE "C".
001770     05  FILLER                  PIC X(01).
001780     05  RG-PSEUDONYM            PIC X(10).
001790     05  FILLER                  PIC X(01).
001800     05  RG-ID-HASH              PIC 9(09).
001810     05  FILLER                  PIC X(01).
001820     05  RG-DATE                 PIC 9(08).
001830     05  FILLER                  PIC X(01).
001840     05  RG-TIME                 PIC 9(06).
001850     05  FILLER                  PIC X(01).
001860     05  RG-OPERATOR-ID          PIC X(10).
001870     05  FILLER                  PIC X(01).
001880     05  RG-RECORDS-CHANGED      PIC 9(07).
001890
001900 FD  DSR-REPORT.
001910 01  RPT-RECORD                  PIC X(132).
001920
001922 FD  RUN-CONTROL.
001924     COPY JOKRUNRC.
001926
001930 WORKING-STORAGE SECTION.
001940*----------------------------------------------------------*
001950*  RECORD LAYOUTS OF THE FILES SCANNED - EACH RECORD READ   *
001960*  IS MOVED TO THE LAYOUT ITS FILE USES                     *
001970*----------------------------------------------------------*
001980     COPY JOKSEAHS.
001990     COPY JOKLOGRC.
002000     COPY JOKLEDRC.
002010     COPY JOKAUDRC.
002020     COPY JOKRATRC.
002025     COPY JOKSCTRC.
002030     COPY JOKFLGRC.
002040*    OLD FLAT LOG LINE STILL FOUND ON OLD ARCHIVES
002050 01  WS-LEGACY-LOG-RECORD.
002060     05  LOG-TIMESTAMP           PIC X(21).
002070     05  FILLER                  PIC X(01).
002080     05  LOG-PLAYER              PIC A(10).
002090     05  FILLER                  PIC X(01).
002100     05  LOG-PC                  PIC A(10).
002110     05  FILLER                  PIC X(01).
002120     05  LOG-RESULTADO           PIC A(20).
002130     05  FILLER                  PIC X(01).
002140     05  LOG-SEED-USED           PIC 9(10).
002150     05  FILLER                  PIC X(01).
002160     05  LOG-PLAYER-ID           PIC X(10).
002170*    BRACKET FILE LAYOUT (SAME AS JOKBRKT)
002180 01  WS-BRACKET-RECORD.
002190     05  BK-ROUND                PIC 9(02).
002200     05  FILLER                  PIC X(01).
002210     05  BK-MATCH-NUMBER         PIC 9(03).
002220     05  FILLER                  PIC X(01).
002230     05  BK-PLAYER-1-ID          PIC X(10).
002240     05  FILLER                  PIC X(01).
002250     05  BK-PLAYER-2-ID          PIC X(10).
002260     05  FILLER                  PIC X(01).
002270     05  BK-SCORE-1              PIC 9(02).
002280     05  FILLER                  PIC X(01).
002290     05  BK-SCORE-2              PIC 9(02).
002300     05  FILLER                  PIC X(01).
002310     05  BK-STATUS               PIC X(01).
002320     05  FILLER                  PIC X(01).
002330     05  BK-WINNER-ID            PIC X(10).
002340*    MASTER RECORD IMAGE - NETWORK MASTER LINES AND THE
002350*    BEFORE IMAGE OF THE EXPORT AUDIT
002360     COPY JOKPMREC
002370         REPLACING ==PLAYER-MASTER-RECORD==
002380             BY ==PLAYER-IMAGE==
002390         LEADING ==PM-== BY ==PI-==.
002400*----------------------------------------------------------*
002410*  FILE STATUS FIELDS AND RUN SWITCHES                      *
002420*----------------------------------------------------------*
002423 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
002426 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
002430 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
002440 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
002450 01  WS-DIVISION-STATUS      PIC X(02)  VALUE SPACES.
002455 01  WS-SIGNUP-STATUS        PIC X(02)  VALUE SPACES.
002457 01  WS-TOURN-INDEX-STATUS   PIC X(02)  VALUE SPACES.
002460 01  WS-SOURCE-STATUS        PIC X(02)  VALUE SPACES.
002470 01  WS-ARCHIVE-INDEX-STATUS PIC X(02)  VALUE SPACES.
002480 01  WS-DSR-WORK-STATUS      PIC X(02)  VALUE SPACES.
002490 01  WS-REGISTER-STATUS      PIC X(02)  VALUE SPACES.
002500 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
002510     88  WS-ABORT-RUN                   VALUE "Y".
002520 01  WS-INCOMPLETE-SW        PIC X(01)  VALUE "N".
002530     88  WS-INCOMPLETE                  VALUE "Y".
002540 01  WS-MASTER-OPEN-SW       PIC X(01)  VALUE "N".
002550     88  WS-MASTER-OPEN                 VALUE "Y".
002560 01  WS-CREDIT-OPEN-SW       PIC X(01)  VALUE "N".
002570     88  WS-CREDIT-OPEN                 VALUE "Y".
002580 01  WS-DIVISION-OPEN-SW     PIC X(01)  VALUE "N".
002590     88  WS-DIVISION-OPEN               VALUE "Y".
002592 01  WS-SIGNUP-OPEN-SW       PIC X(01)  VALUE "N".
002594     88  WS-SIGNUP-OPEN                 VALUE "Y".
002596 01  WS-SIGNUP-EOF-SW        PIC X(01)  VALUE "N".
002598     88  WS-SIGNUP-EOF                  VALUE "Y".
002599 01  WS-TIDX-OPEN-SW         PIC X(01)  VALUE "N".
002600     88  WS-TIDX-OPEN                   VALUE "Y".
002601 01  WS-TIDX-EOF-SW          PIC X(01)  VALUE "N".
002602     88  WS-TIDX-EOF                    VALUE "Y".
002603 01  WS-REPORT-OPEN-SW       PIC X(01)  VALUE "N".
002610     88  WS-REPORT-OPEN                 VALUE "Y".
002620 01  WS-SEQ-EOF-SW           PIC X(01)  VALUE "N".
002630     88  WS-SEQ-EOF                     VALUE "Y".
002640 01  WS-INDEX-EOF-SW         PIC X(01)  VALUE "N".
002650     88  WS-INDEX-EOF                   VALUE "Y".
002660 01  WS-REGISTER-EOF-SW      PIC X(01)  VALUE "N".
002670     88  WS-REGISTER-EOF                VALUE "Y".
002680 01  WS-RECORD-HIT-SW        PIC X(01)  VALUE "N".
002690     88  WS-RECORD-HIT                  VALUE "Y".
002700 01  WS-GEN-HEADING-SW       PIC X(01)  VALUE "N".
002710     88  WS-GEN-HEADING-DONE            VALUE "Y".
002720 01  WS-PSEUDONYM-FREE-SW    PIC X(01)  VALUE "N".
002730     88  WS-PSEUDONYM-FREE              VALUE "Y".
002740 01  WS-RESUMING-SW          PIC X(01)  VALUE "N".
002750     88  WS-RESUMING                    VALUE "Y".
002760 01  WS-TRN-FOUND-SW         PIC X(01)  VALUE "N".
002770     88  WS-TRN-FOUND                   VALUE "Y".
002780*----------------------------------------------------------*
002790*  REQUEST PARAMETERS                                       *
002800*----------------------------------------------------------*
002810 01  WS-MODE-ENV             PIC X(10).
002820 01  WS-MODE-SW              PIC X(01)  VALUE SPACE.
002830     88  WS-EXPORT-MODE                 VALUE "E".
002840     88  WS-ERASE-MODE                  VALUE "A".
002850 01  WS-SUBJECT-ID           PIC X(10)  VALUE SPACES.
002860 01  WS-OPERATOR-ID          PIC X(10)  VALUE SPACES.
002870 01  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
002880 01  WS-RUN-TIME             PIC 9(06)  VALUE ZERO.
002890*----------------------------------------------------------*
002900*  PSEUDONYM AND THE HASH OF THE OLD ID                     *
002910*----------------------------------------------------------*
002920 01  WS-PSEUDONYM            PIC X(10)  VALUE SPACES.
002930 01  WS-PSEUDONYM-BUILD.
002940     05  FILLER              PIC X(04)  VALUE "ANON".
002950     05  WS-PSN-NUMBER       PIC 9(06)  VALUE ZERO.
002960 01  WS-OPEN-PSEUDONYM       PIC X(10)  VALUE SPACES.
002970 01  WS-ID-HASH              PIC 9(09)  VALUE ZERO.
002980 77  WS-HASH-WORK            PIC 9(18)  COMP  VALUE ZERO.
002990 77  WS-HASH-QUOTIENT        PIC 9(18)  COMP  VALUE ZERO.
003000 77  WS-CHAR-IDX             PIC 9(04)  COMP  VALUE ZERO.
003010 77  WS-REG-STARTED          PIC 9(06)  COMP  VALUE ZERO.
003020*----------------------------------------------------------*
003030*  THE FILE BEING SCANNED                                   *
003040*----------------------------------------------------------*
003050 01  WS-FILE-CODE            PIC X(02)  VALUE SPACES.
003060     88  WS-FILE-HISTORY                VALUE "SH".
003070     88  WS-FILE-LOG                    VALUE "LG".
003080     88  WS-FILE-GENERATION             VALUE "AG".
003090     88  WS-FILE-LEDGER                 VALUE "LE".
003100     88  WS-FILE-AUDIT                  VALUE "AU".
003110     88  WS-FILE-RATINGS                VALUE "RT".
003115     88  WS-FILE-SCOUT                  VALUE "SC".
003120     88  WS-FILE-BRACKET                VALUE "BK".
003130     88  WS-FILE-NETWORK                VALUE "NM".
003140     88  WS-FILE-FLAGS                  VALUE "FL".
003150 01  WS-FILE-NAME            PIC X(30)  VALUE SPACES.
003160 01  WS-SECTION-TITLE        PIC X(60)  VALUE SPACES.
003170 01  WS-DSR-LINE             PIC X(170) VALUE SPACES.
003180 01  WS-AUD-IMAGE            PIC X(62)  VALUE SPACES.
003190 01  WS-FOOT-LABEL           PIC X(26)  VALUE SPACES.
003200 77  WS-FILE-READ            PIC 9(07)  COMP  VALUE ZERO.
003210 77  WS-FILE-WRITTEN         PIC 9(07)  COMP  VALUE ZERO.
003220 77  WS-FILE-CHANGED         PIC 9(07)  COMP  VALUE ZERO.
003230 77  WS-FILE-LISTED          PIC 9(07)  COMP  VALUE ZERO.
003240 77  WS-WORK-WRITTEN         PIC 9(07)  COMP  VALUE ZERO.
003250 77  WS-FOOT-VALUE           PIC S9(09)V9(02) COMP-3 VALUE ZERO.
003260 77  WS-FOOT-BEFORE          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
003270 77  WS-FOOT-AFTER           PIC S9(11)V9(02) COMP-3 VALUE ZERO.
003280*----------------------------------------------------------*
003290*  ARCHIVE GENERATIONS - LISTED FROM THE ARCHIVE INDEX,     *
003300*  COPIED TO A FIXED WORK NAME TO BE READ AND COPIED BACK   *
003310*  FROM DSRWORK WHEN CHANGED                                *
003320*----------------------------------------------------------*
003330 01  WS-ARCGEN-NAME          PIC X(30)  VALUE "ARCGEN".
003340 01  WS-DSRWORK-NAME         PIC X(30)  VALUE "DSRWORK".
003350 77  WS-COPY-STATUS          PIC 9(09)  COMP  VALUE ZERO.
003360 77  WS-DELETE-STATUS        PIC 9(09)  COMP  VALUE ZERO.
003370 77  WS-INDEX-COUNT          PIC 9(03)  COMP  VALUE ZERO.
003380 77  WS-INDEX-IDX            PIC 9(03)  COMP  VALUE ZERO.
003390 77  WS-INDEX-OVERFLOW       PIC 9(05)  COMP  VALUE ZERO.
003400 01  WS-INDEX-TABLE.
003410     05  WS-INDEX-ENTRY      OCCURS 400 TIMES.
003420         10  WS-IX-FILE-NAME PIC X(30).
003430*----------------------------------------------------------*
003440*  THE PLAYER'S TOURNAMENTS - THEIR TRAILERS AND VOIDS GO   *
003450*  ON THE DOSSIER WITH THE PLAYER'S ROUNDS                  *
003460*----------------------------------------------------------*
003470 77  WS-TRN-COUNT            PIC 9(05)  COMP  VALUE ZERO.
003480 77  WS-TRN-IDX              PIC 9(05)  COMP  VALUE ZERO.
003490 77  WS-TRN-OVERFLOW         PIC 9(05)  COMP  VALUE ZERO.
003500 01  WS-TRN-SEARCH-ID        PIC X(14)  VALUE SPACES.
003510 01  WS-TRN-TABLE.
003520     05  WS-TRN-ID           PIC X(14)  OCCURS 2000 TIMES.
003521*----------------------------------------------------------*
003522*  THE PLAYER'S EVENT SIGN-UPS - KEYS GATHERED FIRST, THEN  *
003523*  EACH ONE MOVED TO THE PSEUDONYM                          *
003524*----------------------------------------------------------*
003525 77  WS-SGN-COUNT            PIC 9(04)  COMP  VALUE ZERO.
003526 77  WS-SGN-IDX              PIC 9(04)  COMP  VALUE ZERO.
003527 77  WS-SGN-OVERFLOW         PIC 9(05)  COMP  VALUE ZERO.
003528 01  WS-SGN-TABLE.
003529     05  WS-SGN-KEY          PIC X(22)  OCCURS 500 TIMES.
003530*----------------------------------------------------------*
003531*  TOURNAMENT INDEX ENTRIES NAMING THE PLAYER - THEIR OWN P *
003532*  ENTRIES (ID IN THE KEY) AND EVERY ENTRY OF A TOURNAMENT  *
003533*  THEY PLAYED ON THE HEADER OF (ID IN THE PLAYER FIELDS)   *
003534*----------------------------------------------------------*
003535 77  WS-TXK-COUNT            PIC 9(04)  COMP  VALUE ZERO.
003536 77  WS-TXK-IDX              PIC 9(04)  COMP  VALUE ZERO.
003537 77  WS-TXK-OVERFLOW         PIC 9(05)  COMP  VALUE ZERO.
003538 01  WS-TXK-TABLE.
003539     05  WS-TXK-KEY          PIC X(33)  OCCURS 2000 TIMES.
003540 01  WS-TXK-OLD-KEY          PIC X(33)  VALUE SPACES.
003541*----------------------------------------------------------*
003542*  RUN TOTALS                                               *
003550*----------------------------------------------------------*
003560 77  WS-ITEMS-LISTED         PIC 9(07)  COMP  VALUE ZERO.
003570 77  WS-TOTAL-CHANGED        PIC 9(07)  COMP  VALUE ZERO.
003580 77  WS-LINES-PRINTED        PIC 9(07)  COMP  VALUE ZERO.
003590 77  WS-ITEMS-LISTED-GEN     PIC 9(07)  COMP  VALUE ZERO.
003600 77  WS-FILES-UNAVAILABLE    PIC 9(05)  COMP  VALUE ZERO.
003610 01  WS-UNAVAIL-TEXT         PIC X(40)  VALUE SPACES.
003620*----------------------------------------------------------*
003630*  AUDIT TRAIL FIELDS                                       *
003640*----------------------------------------------------------*
003650 01  WS-AUD-ACTION           PIC X(08).
003660 01  WS-AUD-BEFORE           PIC X(62).
003670 01  WS-AUD-AFTER            PIC X(62).
003680 01  WS-AUD-ERASE-IMAGE.
003690     05  WS-AEI-PSEUDONYM    PIC X(10).
003700     05  FILLER              PIC X(01)  VALUE SPACE.
003710     05  WS-AEI-DATE         PIC 9(08).
003720     05  FILLER              PIC X(01)  VALUE SPACE.
003730     05  WS-AEI-HASH         PIC 9(09).
003740     05  FILLER              PIC X(33)  VALUE SPACES.
003750 01  WS-AUD-COUNT-IMAGE.
003760     05  WS-ACI-LABEL        PIC X(10).
003770     05  WS-ACI-COUNT        PIC 9(07).
003780     05  FILLER              PIC X(45)  VALUE SPACES.
003790*----------------------------------------------------------*
003800*  REPORT LINES                                             *
003810*----------------------------------------------------------*
003820 01  WS-RPT-LINE             PIC X(132).
003830 01  WS-RPT-TITLE-LINE.
003840     05  FILLER              PIC X(10)  VALUE "JOKLGPD - ".
003850     05  WS-RTL-TITLE        PIC X(50).
003860     05  FILLER              PIC X(72)  VALUE SPACES.
003870 01  WS-RPT-INFO-LINE.
003880     05  WS-RIL-LABEL        PIC X(12).
003890     05  WS-RIL-ID           PIC X(10).
003900     05  FILLER              PIC X(14)  VALUE "   Emitido em ".
003910     05  WS-RIL-DATE         PIC 9(08).
003920     05  FILLER              PIC X(13)  VALUE "   Operador: ".
003930     05  WS-RIL-OPERATOR     PIC X(10).
003940     05  FILLER              PIC X(65)  VALUE SPACES.
003950 01  WS-RPT-SECTION-LINE.
003960     05  FILLER              PIC X(04)  VALUE "--- ".
003970     05  WS-RSL-TITLE        PIC X(60).
003980     05  FILLER              PIC X(68)  VALUE SPACES.
003990 01  WS-RPT-LABEL-LINE.
004000     05  FILLER              PIC X(02)  VALUE SPACES.
004010     05  WS-RLL-LABEL        PIC X(24).
004020     05  WS-RLL-VALUE        PIC X(40).
004030     05  FILLER              PIC X(66)  VALUE SPACES.
004040 01  WS-RPT-RAW-LINE.
004050     05  WS-RRL-INDENT       PIC X(02)  VALUE SPACES.
004060     05  WS-RRL-MARK         PIC X(09).
004070     05  WS-RRL-TEXT         PIC X(121).
004080 01  WS-RPT-AUDIT-LINE.
004090     05  FILLER              PIC X(02)  VALUE SPACES.
004100     05  WS-RAL-TIMESTAMP    PIC X(21).
004110     05  FILLER              PIC X(02)  VALUE SPACES.
004120     05  WS-RAL-OPERATOR     PIC X(10).
004130     05  FILLER              PIC X(02)  VALUE SPACES.
004140     05  WS-RAL-ACTION       PIC X(08).
004150     05  FILLER              PIC X(87)  VALUE SPACES.
004160 01  WS-RPT-IMAGE-LINE.
004170     05  FILLER              PIC X(06)  VALUE SPACES.
004180     05  WS-RIM-LABEL        PIC X(08).
004190     05  WS-RIM-IMAGE        PIC X(62).
004200     05  FILLER              PIC X(56)  VALUE SPACES.
004210 01  WS-RPT-FILE-LINE.
004220     05  FILLER              PIC X(02)  VALUE SPACES.
004230     05  WS-RFL-NAME         PIC X(30).
004240     05  FILLER              PIC X(07)  VALUE " lidos ".
004250     05  WS-RFL-READ         PIC ZZZZZZ9.
004260     05  FILLER              PIC X(10)  VALUE " gravados ".
004270     05  WS-RFL-WRITTEN      PIC ZZZZZZ9.
004280     05  FILLER              PIC X(11)  VALUE " alterados ".
004290     05  WS-RFL-CHANGED      PIC ZZZZZZ9.
004300     05  FILLER              PIC X(02)  VALUE SPACES.
004310     05  WS-RFL-RESULT       PIC X(24).
004320     05  FILLER              PIC X(25)  VALUE SPACES.
004330 01  WS-RPT-FOOT-LINE.
004340     05  FILLER              PIC X(06)  VALUE SPACES.
004350     05  WS-RFT-LABEL        PIC X(26).
004360     05  FILLER              PIC X(07)  VALUE " antes ".
004370     05  WS-RFT-BEFORE       PIC -ZZZZZZZZZ9.99.
004380     05  FILLER              PIC X(08)  VALUE " depois ".
004390     05  WS-RFT-AFTER        PIC -ZZZZZZZZZ9.99.
004400     05  FILLER              PIC X(02)  VALUE SPACES.
004410     05  WS-RFT-RESULT       PIC X(12).
004420     05  FILLER              PIC X(43)  VALUE SPACES.
004430 01  WS-RPT-TOTAL-LINE.
004440     05  FILLER              PIC X(02)  VALUE SPACES.
004450     05  WS-RTT-LABEL        PIC X(40).
004460     05  WS-RTT-COUNT        PIC ZZZZZZ9.
004470     05  FILLER              PIC X(83)  VALUE SPACES.
004480 01  WS-EDIT-COUNT           PIC ZZZZZZ9.
004490 01  WS-EDIT-MONEY           PIC -ZZZZZZ9.99.
004500 01  WS-EDIT-RATING          PIC ZZZZ9.
004510
004520 PROCEDURE DIVISION.
004530*----------------------------------------------------------*
004540*  0000-MAINLINE - THE MASTER FIRST, THEN EVERY OTHER FILE  *
004550*  IN THE ORDER THE DOSSIER PRINTS THEM                     *
004560*----------------------------------------------------------*
004570 0000-MAINLINE.
004575     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
004580     PERFORM 1000-INITIALIZE
004590     THRU 1000-EXIT.
004600     IF WS-ABORT-RUN
004610     GO TO 0000-WRAP-UP
004620     END-IF.
004630     PERFORM 2000-PROCESS-MASTER
004640     THRU 2000-EXIT.
004650     MOVE "NM" TO WS-FILE-CODE.
004660     PERFORM 3000-PROCESS-SEQ-FILE
004670     THRU 3000-EXIT.
004680     MOVE "SH" TO WS-FILE-CODE.
004690     PERFORM 3000-PROCESS-SEQ-FILE
004700     THRU 3000-EXIT.
004710     PERFORM 2200-PROCESS-DIVISION
004720     THRU 2200-EXIT.
004730     MOVE "RT" TO WS-FILE-CODE.
004740     PERFORM 3000-PROCESS-SEQ-FILE
004750     THRU 3000-EXIT.
004752     MOVE "SC" TO WS-FILE-CODE.
004754     PERFORM 3000-PROCESS-SEQ-FILE
004756     THRU 3000-EXIT.
004760     PERFORM 2100-PROCESS-CREDIT
004770     THRU 2100-EXIT.
004780     MOVE "LE" TO WS-FILE-CODE.
004790     PERFORM 3000-PROCESS-SEQ-FILE
004800     THRU 3000-EXIT.
004810     PERFORM 4000-PROCESS-ARCHIVES
004820     THRU 4000-EXIT.
004830     MOVE "LG" TO WS-FILE-CODE.
004840     PERFORM 3000-PROCESS-SEQ-FILE
004850     THRU 3000-EXIT.
004860     MOVE "BK" TO WS-FILE-CODE.
004870     PERFORM 3000-PROCESS-SEQ-FILE
004880     THRU 3000-EXIT.
004890     MOVE "FL" TO WS-FILE-CODE.
004900     PERFORM 3000-PROCESS-SEQ-FILE
004910     THRU 3000-EXIT.
004913     PERFORM 2300-PROCESS-EVENT-SIGNUPS
004916     THRU 2300-EXIT.
004917     PERFORM 2400-PROCESS-TOURN-INDEX
004918     THRU 2400-EXIT.
004920     MOVE "AU" TO WS-FILE-CODE.
004930     PERFORM 3000-PROCESS-SEQ-FILE
004940     THRU 3000-EXIT.
004950     PERFORM 5000-FINISH-REQUEST
004960     THRU 5000-EXIT.
004970 0000-WRAP-UP.
004980     PERFORM 9999-TERMINATE
004990     THRU 9999-EXIT.
004993     PERFORM 9900-WRITE-RUN-CONTROL
004996     THRU 9900-EXIT.
005000     STOP RUN.
005010
005020*----------------------------------------------------------*
005030*  1000-INITIALIZE - PICK UP THE REQUEST, OPEN THE KEYED    *
005040*  FILES AND, FOR AN ERASURE, SETTLE THE PSEUDONYM AND      *
005050*  REGISTER THE START BEFORE ANY FILE IS TOUCHED            *
005060*----------------------------------------------------------*
005070 1000-INITIALIZE.
005080     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
005090     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
005100     ACCEPT WS-MODE-ENV FROM ENVIRONMENT "JOKENPO_LGPDMODE".
005110     ACCEPT WS-SUBJECT-ID FROM ENVIRONMENT "JOKENPO_LGPDID".
005120     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "JOKENPO_OPERATOR".
005130     EVALUATE WS-MODE-ENV
005140     WHEN "EXPORTA"
005150     MOVE "E" TO WS-MODE-SW
005160     WHEN "ANONIMIZA"
005170     MOVE "A" TO WS-MODE-SW
005180     WHEN OTHER
005190     DISPLAY "JOKLGPD - JOKENPO_LGPDMODE deve ser EXPORTA "
005200         "ou ANONIMIZA."
005210     MOVE "Y" TO WS-ABORT-SW
005220     GO TO 1000-EXIT
005230     END-EVALUATE.
005240     IF WS-SUBJECT-ID = SPACES
005250         DISPLAY "JOKLGPD - informe o jogador em JOKENPO_LGPDID."
005260         MOVE "Y" TO WS-ABORT-SW
005270         GO TO 1000-EXIT
005280     END-IF.
005290     IF WS-OPERATOR-ID = SPACES
005300         DISPLAY "JOKLGPD - informe o operador em "
005310             "JOKENPO_OPERATOR."
005320         MOVE "Y" TO WS-ABORT-SW
005330         GO TO 1000-EXIT
005340     END-IF.
005350     IF WS-ERASE-MODE
005360         AND WS-SUBJECT-ID(1:4) = "ANON"
005370         AND WS-SUBJECT-ID(5:6) IS NUMERIC
005380         DISPLAY "JOKLGPD - " WS-SUBJECT-ID
005390             " ja e um pseudonimo."
005400         MOVE "Y" TO WS-ABORT-SW
005410         GO TO 1000-EXIT
005420     END-IF.
005430     PERFORM 1100-OPEN-KEYED-FILES
005440     THRU 1100-EXIT.
005450     IF WS-ABORT-RUN
005460         GO TO 1000-EXIT
005470     END-IF.
005480     IF WS-ERASE-MODE
005490         PERFORM 1200-START-ERASURE
005500         THRU 1200-EXIT
005510     END-IF.
005520     IF WS-ABORT-RUN
005530         GO TO 1000-EXIT
005540     END-IF.
005550     OPEN OUTPUT DSR-REPORT.
005560     MOVE "Y" TO WS-REPORT-OPEN-SW.
005570     PERFORM 7000-PRINT-HEADING
005580     THRU 7000-EXIT.
005590     GO TO 1000-EXIT.
005600 1000-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------*
005640*  1100-OPEN-KEYED-FILES - THE MASTER MUST OPEN; A CREDIT,  *
005650*  LADDER OR SIGN-UP FILE NOT YET CREATED HOLDS NOTHING ON  *
005655*  ANYONE                                                   *
005660*----------------------------------------------------------*
005670 1100-OPEN-KEYED-FILES.
005680     IF WS-ERASE-MODE
005690         OPEN I-O PLAYER-MASTER
005700     ELSE
005710         OPEN INPUT PLAYER-MASTER
005720     END-IF.
005730     IF WS-PLAYER-MASTER-STATUS NOT = "00"
005740         DISPLAY "JOKLGPD - cadastro indisponivel, status "
005750             WS-PLAYER-MASTER-STATUS
005760         MOVE "Y" TO WS-ABORT-SW
005770         GO TO 1100-EXIT
005780     END-IF.
005790     MOVE "Y" TO WS-MASTER-OPEN-SW.
005800     IF WS-ERASE-MODE
005810         OPEN I-O CREDIT-ACCOUNTS
005820     ELSE
005830         OPEN INPUT CREDIT-ACCOUNTS
005840     END-IF.
005850     EVALUATE WS-CREDIT-STATUS
005860     WHEN "00"
005870     MOVE "Y" TO WS-CREDIT-OPEN-SW
005880     WHEN "35"
005890     CONTINUE
005900     WHEN OTHER
005910     DISPLAY "JOKLGPD - contas pre-pagas indisponiveis, "
005920         "status " WS-CREDIT-STATUS
005930     MOVE "Y" TO WS-ABORT-SW
005940     GO TO 1100-EXIT
005950     END-EVALUATE.
005960     IF WS-ERASE-MODE
005970         OPEN I-O DIVISION-FILE
005980     ELSE
005990         OPEN INPUT DIVISION-FILE
006000     END-IF.
006010     EVALUATE WS-DIVISION-STATUS
006020     WHEN "00"
006030     MOVE "Y" TO WS-DIVISION-OPEN-SW
006040     WHEN "35"
006050     CONTINUE
006060     WHEN OTHER
006070     DISPLAY "JOKLGPD - escada de series indisponivel, "
006080         "status " WS-DIVISION-STATUS
006090     MOVE "Y" TO WS-ABORT-SW
006100     GO TO 1100-EXIT
006110     END-EVALUATE.
006111     IF WS-ERASE-MODE
006112         OPEN I-O EVENT-SIGNUPS
006113     ELSE
006114         OPEN INPUT EVENT-SIGNUPS
006115     END-IF.
006116     EVALUATE WS-SIGNUP-STATUS
006117     WHEN "00"
006118     MOVE "Y" TO WS-SIGNUP-OPEN-SW
006119     WHEN "35"
006120     CONTINUE
006121     WHEN OTHER
006122     DISPLAY "JOKLGPD - inscricoes em eventos indisponiveis, "
006123         "status " WS-SIGNUP-STATUS
006124     MOVE "Y" TO WS-ABORT-SW
006125     GO TO 1100-EXIT
006126     END-EVALUATE.
006127     IF WS-ERASE-MODE
006128         OPEN I-O TOURNAMENT-INDEX
006129     ELSE
006130         OPEN INPUT TOURNAMENT-INDEX
006131     END-IF.
006132     EVALUATE WS-TOURN-INDEX-STATUS
006133     WHEN "00"
006134     MOVE "Y" TO WS-TIDX-OPEN-SW
006135     WHEN "35"
006136     CONTINUE
006137     WHEN OTHER
006138     DISPLAY "JOKLGPD - indice de torneios indisponivel, "
006139         "status " WS-TOURN-INDEX-STATUS
006140     MOVE "Y" TO WS-ABORT-SW
006141     GO TO 1100-EXIT
006142     END-EVALUATE.
006143     GO TO 1100-EXIT.
006144 1100-EXIT.
006145     EXIT.
006150
006160*----------------------------------------------------------*
006170*  1200-START-ERASURE - AN ERASURE LEFT OPEN ON THE         *
006180*  REGISTER FOR THIS ID IS RESUMED UNDER ITS PSEUDONYM;     *
006190*  OTHERWISE THE PLAYER MUST BE ON THE MASTER AND THE NEXT  *
006200*  FREE PSEUDONYM IS TAKEN.  THE "I" RECORD GOES OUT FIRST  *
006210*----------------------------------------------------------*
006220 1200-START-ERASURE.
006230     PERFORM 1210-HASH-SUBJECT-ID
006240     THRU 1210-EXIT.
006250     PERFORM 1300-READ-REGISTER
006260     THRU 1300-EXIT.
006270     IF WS-ABORT-RUN
006280         GO TO 1200-EXIT
006290     END-IF.
006300     IF WS-OPEN-PSEUDONYM NOT = SPACES
006310         MOVE WS-OPEN-PSEUDONYM TO WS-PSEUDONYM
006320         MOVE "Y" TO WS-RESUMING-SW
006330         DISPLAY "JOKLGPD - retomando a anonimizacao aberta sob "
006340             WS-PSEUDONYM
006350         GO TO 1200-EXIT
006360     END-IF.
006370     MOVE WS-SUBJECT-ID TO PM-PLAYER-ID.
006380     READ PLAYER-MASTER
006390         INVALID KEY
006400             DISPLAY "JOKLGPD - jogador " WS-SUBJECT-ID
006410                 " nao cadastrado - nada a anonimizar."
006420             MOVE "Y" TO WS-ABORT-SW
006430             GO TO 1200-EXIT
006440     END-READ.
006450     COMPUTE WS-PSN-NUMBER = WS-REG-STARTED + 1.
006460     MOVE "N" TO WS-PSEUDONYM-FREE-SW.
006470     PERFORM 1220-TRY-PSEUDONYM
006480     THRU 1220-EXIT
006490     UNTIL WS-PSEUDONYM-FREE.
006500     MOVE WS-PSEUDONYM-BUILD TO WS-PSEUDONYM.
006510     MOVE SPACES TO REGISTER-RECORD.
006520     MOVE "I" TO RG-RECORD-TYPE.
006530     MOVE ZERO TO RG-RECORDS-CHANGED.
006540     PERFORM 1400-WRITE-REGISTER
006550     THRU 1400-EXIT.
006560     GO TO 1200-EXIT.
006570 1200-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------*
006610*  1210-HASH-SUBJECT-ID - HASH OF THE OLD ID, KEPT ON THE   *
006620*  REGISTER SO AN INTERRUPTED ERASURE CAN BE MATCHED UP     *
006630*  WITHOUT KEEPING THE ID ITSELF                            *
006640*----------------------------------------------------------*
006650 1210-HASH-SUBJECT-ID.
006660     MOVE ZERO TO WS-ID-HASH.
006670     PERFORM 1211-HASH-ONE-CHAR
006680     THRU 1211-EXIT
006690     VARYING WS-CHAR-IDX FROM 1 BY 1
006700     UNTIL WS-CHAR-IDX > 10.
006710     GO TO 1210-EXIT.
006720 1210-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------*
006760*  1211-HASH-ONE-CHAR                                       *
006770*----------------------------------------------------------*
006780 1211-HASH-ONE-CHAR.
006790     COMPUTE WS-HASH-WORK = WS-ID-HASH * 31
006800         + FUNCTION ORD(WS-SUBJECT-ID(WS-CHAR-IDX:1)).
006810     DIVIDE WS-HASH-WORK BY 999999937
006820         GIVING WS-HASH-QUOTIENT
006830         REMAINDER WS-ID-HASH.
006840     GO TO 1211-EXIT.
006850 1211-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------*
006890*  1220-TRY-PSEUDONYM - THE PSEUDONYM MUST NOT ALREADY BE A *
006900*  KEY ON THE MASTER, THE CREDIT ACCOUNTS OR THE LADDER     *
006910*----------------------------------------------------------*
006920 1220-TRY-PSEUDONYM.
006930     MOVE "Y" TO WS-PSEUDONYM-FREE-SW.
006940     MOVE WS-PSEUDONYM-BUILD TO PM-PLAYER-ID.
006950     READ PLAYER-MASTER
006960         NOT INVALID KEY
006970             MOVE "N" TO WS-PSEUDONYM-FREE-SW
006980     END-READ.
006990     IF WS-CREDIT-OPEN
007000         MOVE WS-PSEUDONYM-BUILD TO CA-PLAYER-ID
007010         READ CREDIT-ACCOUNTS
007020             NOT INVALID KEY
007030                 MOVE "N" TO WS-PSEUDONYM-FREE-SW
007040         END-READ
007050     END-IF.
007060     IF WS-DIVISION-OPEN
007070         MOVE WS-PSEUDONYM-BUILD TO DV-PLAYER-ID
007080         READ DIVISION-FILE
007090             NOT INVALID KEY
007100                 MOVE "N" TO WS-PSEUDONYM-FREE-SW
007110         END-READ
007120     END-IF.
007130     IF NOT WS-PSEUDONYM-FREE
007140         ADD 1 TO WS-PSN-NUMBER
007150     END-IF.
007160     GO TO 1220-EXIT.
007170 1220-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------*
007210*  1300-READ-REGISTER - COUNT THE ERASURES STARTED AND LOOK *
007220*  FOR ONE STARTED FOR THIS ID AND NEVER COMPLETED          *
007230*----------------------------------------------------------*
007240 1300-READ-REGISTER.
007250     MOVE ZERO TO WS-REG-STARTED.
007260     MOVE SPACES TO WS-OPEN-PSEUDONYM.
007270     MOVE "N" TO WS-REGISTER-EOF-SW.
007280     OPEN INPUT ERASURE-REGISTER.
007290     IF WS-REGISTER-STATUS = "35"
007300         GO TO 1300-EXIT
007310     END-IF.
007320     IF WS-REGISTER-STATUS NOT = "00"
007330         DISPLAY "JOKLGPD - registro de anonimizacoes "
007340             "indisponivel, status " WS-REGISTER-STATUS
007350         MOVE "Y" TO WS-ABORT-SW
007360         GO TO 1300-EXIT
007370     END-IF.
007380     PERFORM 1310-READ-ONE-REGISTER
007390     THRU 1310-EXIT
007400     UNTIL WS-REGISTER-EOF.
007410     CLOSE ERASURE-REGISTER.
007420     GO TO 1300-EXIT.
007430 1300-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------*
007470*  1310-READ-ONE-REGISTER                                   *
007480*----------------------------------------------------------*
007490 1310-READ-ONE-REGISTER.
007500     READ ERASURE-REGISTER
007510     AT END
007520     MOVE "Y" TO WS-REGISTER-EOF-SW
007530     GO TO 1310-EXIT
007540     END-READ.
007550     EVALUATE TRUE
007560     WHEN RG-STARTED
007570     ADD 1 TO WS-REG-STARTED
007580     IF RG-ID-HASH = WS-ID-HASH
007590     MOVE RG-PSEUDONYM TO WS-OPEN-PSEUDONYM
007600     END-IF
007610     WHEN RG-COMPLETED
007620     IF RG-PSEUDONYM = WS-OPEN-PSEUDONYM
007630     MOVE SPACES TO WS-OPEN-PSEUDONYM
007640     END-IF
007650     WHEN OTHER
007660     CONTINUE
007670     END-EVALUATE.
007680     GO TO 1310-EXIT.
007690 1310-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------*
007730*  1400-WRITE-REGISTER - APPEND ONE REGISTER RECORD (TYPE   *
007740*  AND COUNT SET BY THE CALLER) AND CLOSE AT ONCE SO IT IS  *
007750*  ON DISK WHATEVER HAPPENS NEXT                            *
007760*----------------------------------------------------------*
007770 1400-WRITE-REGISTER.
007780     MOVE WS-PSEUDONYM TO RG-PSEUDONYM.
007790     MOVE WS-ID-HASH TO RG-ID-HASH.
007800     MOVE FUNCTION CURRENT-DATE(1:8) TO RG-DATE.
007810     MOVE FUNCTION CURRENT-DATE(9:6) TO RG-TIME.
007820     MOVE WS-OPERATOR-ID TO RG-OPERATOR-ID.
007830     OPEN EXTEND ERASURE-REGISTER.
007840     IF WS-REGISTER-STATUS = "35"
007850         OPEN OUTPUT ERASURE-REGISTER
007860     END-IF.
007870     IF WS-REGISTER-STATUS NOT = "00"
007880         DISPLAY "JOKLGPD - registro de anonimizacoes "
007890             "indisponivel, status " WS-REGISTER-STATUS
007900         MOVE "Y" TO WS-ABORT-SW
007910         GO TO 1400-EXIT
007920     END-IF.
007930     WRITE REGISTER-RECORD.
007940     CLOSE ERASURE-REGISTER.
007950     GO TO 1400-EXIT.
007960 1400-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------*
008000*  2000-PROCESS-MASTER - LIST THE MASTER RECORD, OR WRITE   *
008010*  IT UNDER THE PSEUDONYM (COUNTERS AND DATES KEPT) AND     *
008020*  DELETE THE OLD KEY                                       *
008030*----------------------------------------------------------*
008040 2000-PROCESS-MASTER.
008050     MOVE "CADASTRO (PLAYERMS)" TO WS-SECTION-TITLE.
008060     MOVE "PLAYERMS" TO WS-FILE-NAME.
008070     PERFORM 7010-PRINT-SECTION
008080     THRU 7010-EXIT.
008090     MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-CHANGED.
008100     MOVE WS-SUBJECT-ID TO PM-PLAYER-ID.
008110     READ PLAYER-MASTER
008120         INVALID KEY
008130             PERFORM 7030-PRINT-NOTHING
008140             THRU 7030-EXIT
008150             GO TO 2000-EXIT
008160     END-READ.
008170     ADD 1 TO WS-FILE-READ.
008180     IF WS-EXPORT-MODE
008190         ADD 1 TO WS-ITEMS-LISTED
008200         MOVE PLAYER-MASTER-RECORD TO PLAYER-IMAGE
008210         PERFORM 7100-PRINT-PLAYER-IMAGE
008220         THRU 7100-EXIT
008230         GO TO 2000-EXIT
008240     END-IF.
008250     MOVE WS-PSEUDONYM TO PM-PLAYER-ID.
008260     MOVE WS-PSEUDONYM TO PM-PLAYER-NAME.
008270     WRITE PLAYER-MASTER-RECORD
008280         INVALID KEY
008290             CONTINUE
008300     END-WRITE.
008310     IF WS-PLAYER-MASTER-STATUS NOT = "00"
008320         AND WS-PLAYER-MASTER-STATUS NOT = "22"
008330         DISPLAY "JOKLGPD - falha ao gravar o cadastro, status "
008340             WS-PLAYER-MASTER-STATUS
008350         MOVE "Y" TO WS-INCOMPLETE-SW
008360         GO TO 2000-EXIT
008370     END-IF.
008380     MOVE WS-SUBJECT-ID TO PM-PLAYER-ID.
008390     DELETE PLAYER-MASTER RECORD
008400         INVALID KEY
008410             DISPLAY "JOKLGPD - falha ao excluir o cadastro, "
008420                 "status " WS-PLAYER-MASTER-STATUS
008430             MOVE "Y" TO WS-INCOMPLETE-SW
008440             GO TO 2000-EXIT
008450     END-DELETE.
008460     PERFORM 2900-PRINT-KEYED-CHANGE
008470     THRU 2900-EXIT.
008480     GO TO 2000-EXIT.
008490 2000-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------*
008530*  2100-PROCESS-CREDIT - THE PREPAID ACCOUNT; THE BALANCE   *
008540*  MOVES WITH THE KEY SO THE LEDGER STILL TIES TO JOKCRED   *
008550*----------------------------------------------------------*
008560 2100-PROCESS-CREDIT.
008570     MOVE "CONTA PRE-PAGA (JOKCRED)" TO WS-SECTION-TITLE.
008580     MOVE "JOKCRED" TO WS-FILE-NAME.
008590     PERFORM 7010-PRINT-SECTION
008600     THRU 7010-EXIT.
008610     MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-CHANGED.
008620     IF NOT WS-CREDIT-OPEN
008630         PERFORM 7030-PRINT-NOTHING
008640         THRU 7030-EXIT
008650         GO TO 2100-EXIT
008660     END-IF.
008670     MOVE WS-SUBJECT-ID TO CA-PLAYER-ID.
008680     READ CREDIT-ACCOUNTS
008690         INVALID KEY
008700             PERFORM 7030-PRINT-NOTHING
008710             THRU 7030-EXIT
008720             GO TO 2100-EXIT
008730     END-READ.
008740     ADD 1 TO WS-FILE-READ.
008750     IF WS-EXPORT-MODE
008760         ADD 1 TO WS-ITEMS-LISTED
008770         MOVE "Saldo" TO WS-RLL-LABEL
008780         MOVE CA-BALANCE TO WS-EDIT-MONEY
008790         MOVE WS-EDIT-MONEY TO WS-RLL-VALUE
008800         PERFORM 7050-PRINT-LABEL-LINE
008810         THRU 7050-EXIT
008820         MOVE "Aberta em" TO WS-RLL-LABEL
008830         MOVE CA-OPENED-DATE TO WS-RLL-VALUE
008840         PERFORM 7050-PRINT-LABEL-LINE
008850         THRU 7050-EXIT
008860         MOVE "Ultimo movimento em" TO WS-RLL-LABEL
008870         MOVE CA-LAST-MOVE-DATE TO WS-RLL-VALUE
008880         PERFORM 7050-PRINT-LABEL-LINE
008890         THRU 7050-EXIT
008900         GO TO 2100-EXIT
008910     END-IF.
008920     MOVE WS-PSEUDONYM TO CA-PLAYER-ID.
008930     WRITE CREDIT-ACCOUNT-RECORD
008940         INVALID KEY
008950             CONTINUE
008960     END-WRITE.
008970     IF WS-CREDIT-STATUS NOT = "00"
008980         AND WS-CREDIT-STATUS NOT = "22"
008990         DISPLAY "JOKLGPD - falha ao gravar a conta, status "
009000             WS-CREDIT-STATUS
009010         MOVE "Y" TO WS-INCOMPLETE-SW
009020         GO TO 2100-EXIT
009030     END-IF.
009040     MOVE WS-SUBJECT-ID TO CA-PLAYER-ID.
009050     DELETE CREDIT-ACCOUNTS RECORD
009060         INVALID KEY
009070             DISPLAY "JOKLGPD - falha ao excluir a conta, "
009080                 "status " WS-CREDIT-STATUS
009090             MOVE "Y" TO WS-INCOMPLETE-SW
009100             GO TO 2100-EXIT
009110     END-DELETE.
009120     PERFORM 2900-PRINT-KEYED-CHANGE
009130     THRU 2900-EXIT.
009140     GO TO 2100-EXIT.
009150 2100-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------*
009190*  2200-PROCESS-DIVISION - THE PLAYER'S PLACE ON THE        *
009200*  DIVISION LADDER                                          *
009210*----------------------------------------------------------*
009220 2200-PROCESS-DIVISION.
009230     MOVE "ESCADA DE SERIES (JOKDIVS)" TO WS-SECTION-TITLE.
009240     MOVE "JOKDIVS" TO WS-FILE-NAME.
009250     PERFORM 7010-PRINT-SECTION
009260     THRU 7010-EXIT.
009270     MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-CHANGED.
009280     IF NOT WS-DIVISION-OPEN
009290         PERFORM 7030-PRINT-NOTHING
009300         THRU 7030-EXIT
009310         GO TO 2200-EXIT
009320     END-IF.
009330     MOVE WS-SUBJECT-ID TO DV-PLAYER-ID.
009340     READ DIVISION-FILE
009350         INVALID KEY
009360             PERFORM 7030-PRINT-NOTHING
009370             THRU 7030-EXIT
009380             GO TO 2200-EXIT
009390     END-READ.
009400     ADD 1 TO WS-FILE-READ.
009410     IF WS-EXPORT-MODE
009420         ADD 1 TO WS-ITEMS-LISTED
009430         MOVE "Serie" TO WS-RLL-LABEL
009440         MOVE DV-DIVISION TO WS-RLL-VALUE
009450         PERFORM 7050-PRINT-LABEL-LINE
009460         THRU 7050-EXIT
009470         MOVE "Desde o fechamento de" TO WS-RLL-LABEL
009480         MOVE DV-SINCE-SEASON TO WS-RLL-VALUE
009490         PERFORM 7050-PRINT-LABEL-LINE
009500         THRU 7050-EXIT
009510         MOVE "Ultimo movimento" TO WS-RLL-LABEL
009520         EVALUATE TRUE
009530         WHEN DV-PROMOTED
009540         MOVE "SUBIU" TO WS-RLL-VALUE
009550         WHEN DV-RELEGATED
009560         MOVE "DESCEU" TO WS-RLL-VALUE
009570         WHEN DV-NEWLY-PLACED
009580         MOVE "ESTREOU" TO WS-RLL-VALUE
009590         WHEN OTHER
009600         MOVE "PERMANECEU" TO WS-RLL-VALUE
009610         END-EVALUATE
009620         PERFORM 7050-PRINT-LABEL-LINE
009630         THRU 7050-EXIT
009640         MOVE "Ultima temporada" TO WS-RLL-LABEL
009650         MOVE DV-LAST-SEASON TO WS-RLL-VALUE
009660         PERFORM 7050-PRINT-LABEL-LINE
009670         THRU 7050-EXIT
009680         GO TO 2200-EXIT
009690     END-IF.
009700     MOVE WS-PSEUDONYM TO DV-PLAYER-ID.
009710     WRITE DIVISION-RECORD
009720         INVALID KEY
009730             CONTINUE
009740     END-WRITE.
009750     IF WS-DIVISION-STATUS NOT = "00"
009760         AND WS-DIVISION-STATUS NOT = "22"
009770         DISPLAY "JOKLGPD - falha ao gravar a escada, status "
009780             WS-DIVISION-STATUS
009790         MOVE "Y" TO WS-INCOMPLETE-SW
009800         GO TO 2200-EXIT
009810     END-IF.
009820     MOVE WS-SUBJECT-ID TO DV-PLAYER-ID.
009830     DELETE DIVISION-FILE RECORD
009840         INVALID KEY
009850             DISPLAY "JOKLGPD - falha ao excluir da escada, "
009860                 "status " WS-DIVISION-STATUS
009870             MOVE "Y" TO WS-INCOMPLETE-SW
009880             GO TO 2200-EXIT
009890     END-DELETE.
009900     PERFORM 2900-PRINT-KEYED-CHANGE
009910     THRU 2900-EXIT.
009920     GO TO 2200-EXIT.
009930 2200-EXIT.
009940     EXIT.
009941
009942*----------------------------------------------------------*
009943*  2300-PROCESS-EVENT-SIGNUPS - THE PLAYER'S SIGN-UPS FOR   *
009944*  THE COMPETITION NIGHTS.  THE ID IS PART OF THE KEY, SO   *
009945*  THE KEYS ARE GATHERED ON ONE PASS AND EACH RECORD IS     *
009946*  THEN WRITTEN UNDER THE PSEUDONYM AND THE OLD KEY DELETED *
009947*----------------------------------------------------------*
009948 2300-PROCESS-EVENT-SIGNUPS.
009949     MOVE "INSCRICOES EM EVENTOS (JOKEVREG)" TO WS-SECTION-TITLE.
009950     MOVE "JOKEVREG" TO WS-FILE-NAME.
009951     MOVE SPACES TO WS-FOOT-LABEL.
009952     PERFORM 7010-PRINT-SECTION
009953     THRU 7010-EXIT.
009954     MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-CHANGED.
009955     MOVE ZERO TO WS-SGN-COUNT.
009956     IF NOT WS-SIGNUP-OPEN
009957         PERFORM 7030-PRINT-NOTHING
009958         THRU 7030-EXIT
009959         GO TO 2300-EXIT
009960     END-IF.
009961     MOVE "N" TO WS-SIGNUP-EOF-SW.
009962     MOVE LOW-VALUES TO ER-KEY.
009963     START EVENT-SIGNUPS KEY NOT < ER-KEY
009964         INVALID KEY
009965             MOVE "Y" TO WS-SIGNUP-EOF-SW
009966     END-START.
009967     PERFORM 2310-SCAN-ONE-SIGNUP
009968     THRU 2310-EXIT
009969     UNTIL WS-SIGNUP-EOF.
009970     IF WS-FILE-READ = ZERO
009971         PERFORM 7030-PRINT-NOTHING
009972         THRU 7030-EXIT
009973         GO TO 2300-EXIT
009974     END-IF.
009975     IF WS-EXPORT-MODE
009976         GO TO 2300-EXIT
009977     END-IF.
009978     IF WS-SGN-OVERFLOW > ZERO
009979         DISPLAY "JOKLGPD - inscricoes fora da tabela: "
009980             WS-SGN-OVERFLOW
009981         MOVE "Y" TO WS-INCOMPLETE-SW
009982     END-IF.
009983     PERFORM 2320-MOVE-ONE-SIGNUP
009984     THRU 2320-EXIT
009985     VARYING WS-SGN-IDX FROM 1 BY 1
009986     UNTIL WS-SGN-IDX > WS-SGN-COUNT.
009987     ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED.
009988     PERFORM 3700-PRINT-FILE-TOTALS
009989     THRU 3700-EXIT.
009990     GO TO 2300-EXIT.
009991 2300-EXIT.
009992     EXIT.
009993
009994*----------------------------------------------------------*
009995*  2310-SCAN-ONE-SIGNUP - LIST THE PLAYER'S SIGN-UP, OR     *
009996*  NOTE ITS KEY FOR THE ERASURE                             *
009997*----------------------------------------------------------*
009998 2310-SCAN-ONE-SIGNUP.
009999     READ EVENT-SIGNUPS NEXT RECORD
010000     AT END
010001     MOVE "Y" TO WS-SIGNUP-EOF-SW
010002     GO TO 2310-EXIT
010003     END-READ.
010004     IF ER-PLAYER-ID NOT = WS-SUBJECT-ID
010005         GO TO 2310-EXIT
010006     END-IF.
010007     ADD 1 TO WS-FILE-READ.
010008     IF WS-ERASE-MODE
010009         IF WS-SGN-COUNT < 500
010010             ADD 1 TO WS-SGN-COUNT
010011             MOVE ER-KEY TO WS-SGN-KEY(WS-SGN-COUNT)
010012         ELSE
010013             ADD 1 TO WS-SGN-OVERFLOW
010014         END-IF
010015         GO TO 2310-EXIT
010016     END-IF.
010017     ADD 1 TO WS-FILE-LISTED.
010018     ADD 1 TO WS-ITEMS-LISTED.
010019     EVALUATE TRUE
010020     WHEN ER-HAS-PLACE
010021     MOVE "COM VAGA" TO WS-RRL-MARK
010022     WHEN ER-WAITLISTED
010023     MOVE "ESPERA" TO WS-RRL-MARK
010024     WHEN ER-WITHDRAWN
010025     MOVE "DESISTIU" TO WS-RRL-MARK
010026     WHEN ER-PLAYED
010027     MOVE "JOGOU" TO WS-RRL-MARK
010028     WHEN ER-NO-SHOW
010029     MOVE "FALTOU" TO WS-RRL-MARK
010030     WHEN ER-NO-PLACE
010031     MOVE "SEM VAGA" TO WS-RRL-MARK
010032     WHEN OTHER
010033     MOVE SPACES TO WS-RRL-MARK
010034     END-EVALUATE.
010035     MOVE EVENT-SIGNUP-RECORD TO WS-RRL-TEXT.
010036     MOVE WS-RPT-RAW-LINE TO WS-RPT-LINE.
010037     PERFORM 7900-WRITE-REPORT-LINE
010038     THRU 7900-EXIT.
010039     GO TO 2310-EXIT.
010040 2310-EXIT.
010041     EXIT.
010042
010043*----------------------------------------------------------*
010044*  2320-MOVE-ONE-SIGNUP - A STATUS 22 ON THE WRITE MEANS A  *
010045*  RESUMED RUN HAD ALREADY WRITTEN IT                       *
010046*----------------------------------------------------------*
010047 2320-MOVE-ONE-SIGNUP.
010048     MOVE WS-SGN-KEY(WS-SGN-IDX) TO ER-KEY.
010049     READ EVENT-SIGNUPS
010050         INVALID KEY
010051             DISPLAY "JOKLGPD - inscricao sumiu durante a "
010052                 "anonimizacao, status " WS-SIGNUP-STATUS
010053             MOVE "Y" TO WS-INCOMPLETE-SW
010054             GO TO 2320-EXIT
010055     END-READ.
010056     MOVE WS-PSEUDONYM TO ER-PLAYER-ID.
010057     WRITE EVENT-SIGNUP-RECORD
010058         INVALID KEY
010059             CONTINUE
010060     END-WRITE.
010061     IF WS-SIGNUP-STATUS NOT = "00"
010062         AND WS-SIGNUP-STATUS NOT = "22"
010063         DISPLAY "JOKLGPD - falha ao gravar a inscricao, status "
010064             WS-SIGNUP-STATUS
010065         MOVE "Y" TO WS-INCOMPLETE-SW
010066         GO TO 2320-EXIT
010067     END-IF.
010068     MOVE WS-SGN-KEY(WS-SGN-IDX) TO ER-KEY.
010069     DELETE EVENT-SIGNUPS RECORD
010070         INVALID KEY
010071             DISPLAY "JOKLGPD - falha ao excluir a inscricao, "
010072                 "status " WS-SIGNUP-STATUS
010073             MOVE "Y" TO WS-INCOMPLETE-SW
010074             GO TO 2320-EXIT
010075     END-DELETE.
010076     ADD 1 TO WS-FILE-WRITTEN.
010077     ADD 1 TO WS-FILE-CHANGED.
010078     GO TO 2320-EXIT.
010079 2320-EXIT.
010080     EXIT.
010081
010082*----------------------------------------------------------*
010083*  2400-PROCESS-TOURN-INDEX - THE ENTRIES OF THE PLAYER'S   *
010084*  ARCHIVED TOURNAMENTS.  A P ENTRY CARRIES THE ID IN ITS   *
010085*  KEY AND IS WRITTEN UNDER THE PSEUDONYM AND THE OLD KEY   *
010086*  DELETED; ANY ENTRY NAMING THE PLAYER AS PLAYER 1 OR 2 IS *
010087*  CHANGED IN PLACE.  THE KEYS ARE GATHERED ON ONE PASS     *
010088*----------------------------------------------------------*
010089 2400-PROCESS-TOURN-INDEX.
010090     MOVE "INDICE DE TORNEIOS (JOKTIDX)" TO WS-SECTION-TITLE.
010091     MOVE "JOKTIDX" TO WS-FILE-NAME.
010092     MOVE SPACES TO WS-FOOT-LABEL.
010093     PERFORM 7010-PRINT-SECTION
010094     THRU 7010-EXIT.
010095     MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-CHANGED.
010096     MOVE ZERO TO WS-TXK-COUNT.
010097     IF NOT WS-TIDX-OPEN
010098         PERFORM 7030-PRINT-NOTHING
010099         THRU 7030-EXIT
010100         GO TO 2400-EXIT
010101     END-IF.
010102     MOVE "N" TO WS-TIDX-EOF-SW.
010103     MOVE LOW-VALUES TO TX-KEY.
010104     START TOURNAMENT-INDEX KEY NOT < TX-KEY
010105         INVALID KEY
010106             MOVE "Y" TO WS-TIDX-EOF-SW
010107     END-START.
010108     PERFORM 2410-SCAN-ONE-TIDX-ENTRY
010109     THRU 2410-EXIT
010110     UNTIL WS-TIDX-EOF.
010111     IF WS-FILE-READ = ZERO
010112         PERFORM 7030-PRINT-NOTHING
010113         THRU 7030-EXIT
010114         GO TO 2400-EXIT
010115     END-IF.
010116     IF WS-EXPORT-MODE
010117         GO TO 2400-EXIT
010118     END-IF.
010119     IF WS-TXK-OVERFLOW > ZERO
010120         DISPLAY "JOKLGPD - entradas do indice fora da tabela: "
010121             WS-TXK-OVERFLOW
010122         MOVE "Y" TO WS-INCOMPLETE-SW
010123     END-IF.
010124     PERFORM 2420-MOVE-ONE-TIDX-ENTRY
010125     THRU 2420-EXIT
010126     VARYING WS-TXK-IDX FROM 1 BY 1
010127     UNTIL WS-TXK-IDX > WS-TXK-COUNT.
010128     ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED.
010129     PERFORM 3700-PRINT-FILE-TOTALS
010130     THRU 3700-EXIT.
010131     GO TO 2400-EXIT.
010132 2400-EXIT.
010133     EXIT.
010134
010135*----------------------------------------------------------*
010136*  2410-SCAN-ONE-TIDX-ENTRY - LIST THE ENTRY, OR NOTE ITS   *
010137*  KEY FOR THE ERASURE                                      *
010138*----------------------------------------------------------*
010139 2410-SCAN-ONE-TIDX-ENTRY.
010140     READ TOURNAMENT-INDEX NEXT RECORD
010141     AT END
010142     MOVE "Y" TO WS-TIDX-EOF-SW
010143     GO TO 2410-EXIT
010144     END-READ.
010145     IF TX-PLAYER-1-ID NOT = WS-SUBJECT-ID
010146         AND TX-PLAYER-2-ID NOT = WS-SUBJECT-ID
010147         AND (NOT TX-BY-PLAYER
010148         OR TX-P-PLAYER-ID NOT = WS-SUBJECT-ID)
010149         GO TO 2410-EXIT
010150     END-IF.
010151     ADD 1 TO WS-FILE-READ.
010152     IF WS-ERASE-MODE
010153         IF WS-TXK-COUNT < 2000
010154             ADD 1 TO WS-TXK-COUNT
010155             MOVE TX-KEY TO WS-TXK-KEY(WS-TXK-COUNT)
010156         ELSE
010157             ADD 1 TO WS-TXK-OVERFLOW
010158         END-IF
010159         GO TO 2410-EXIT
010160     END-IF.
010161     ADD 1 TO WS-FILE-LISTED.
010162     ADD 1 TO WS-ITEMS-LISTED.
010163     IF TX-BY-TOURNAMENT
010164         MOVE "TORNEIO" TO WS-RRL-MARK
010165     ELSE
010166         MOVE "JOGADOR" TO WS-RRL-MARK
010167     END-IF.
010168     MOVE TOURNAMENT-INDEX-RECORD TO WS-RRL-TEXT.
010169     MOVE WS-RPT-RAW-LINE TO WS-RPT-LINE.
010170     PERFORM 7900-WRITE-REPORT-LINE
010171     THRU 7900-EXIT.
010172     GO TO 2410-EXIT.
010173 2410-EXIT.
010174     EXIT.
010175
010176*----------------------------------------------------------*
010177*  2420-MOVE-ONE-TIDX-ENTRY - A STATUS 22 ON THE WRITE      *
010178*  MEANS A RESUMED RUN HAD ALREADY WRITTEN IT               *
010179*----------------------------------------------------------*
010180 2420-MOVE-ONE-TIDX-ENTRY.
010181     MOVE WS-TXK-KEY(WS-TXK-IDX) TO TX-KEY.
010182     READ TOURNAMENT-INDEX
010183         INVALID KEY
010184             DISPLAY "JOKLGPD - entrada do indice sumiu na "
010185                 "anonimizacao, status " WS-TOURN-INDEX-STATUS
010186             MOVE "Y" TO WS-INCOMPLETE-SW
010187             GO TO 2420-EXIT
010188     END-READ.
010189     IF TX-PLAYER-1-ID = WS-SUBJECT-ID
010190         MOVE WS-PSEUDONYM TO TX-PLAYER-1-ID
010191     END-IF.
010192     IF TX-PLAYER-2-ID = WS-SUBJECT-ID
010193         MOVE WS-PSEUDONYM TO TX-PLAYER-2-ID
010194     END-IF.
010195     IF NOT TX-BY-PLAYER
010196         OR TX-P-PLAYER-ID NOT = WS-SUBJECT-ID
010197         REWRITE TOURNAMENT-INDEX-RECORD
010198             INVALID KEY
010199                 DISPLAY "JOKLGPD - falha ao regravar o indice "
010200                     "de torneios, status " WS-TOURN-INDEX-STATUS
010201                 MOVE "Y" TO WS-INCOMPLETE-SW
010202                 GO TO 2420-EXIT
010203         END-REWRITE
010204         ADD 1 TO WS-FILE-WRITTEN
010205         ADD 1 TO WS-FILE-CHANGED
010206         GO TO 2420-EXIT
010207     END-IF.
010208     MOVE TX-KEY TO WS-TXK-OLD-KEY.
010209     MOVE WS-PSEUDONYM TO TX-P-PLAYER-ID.
010210     WRITE TOURNAMENT-INDEX-RECORD
010211         INVALID KEY
010212             CONTINUE
010213     END-WRITE.
010214     IF WS-TOURN-INDEX-STATUS NOT = "00"
010215         AND WS-TOURN-INDEX-STATUS NOT = "22"
010216         DISPLAY "JOKLGPD - falha ao gravar o indice de "
010217             "torneios, status " WS-TOURN-INDEX-STATUS
010218         MOVE "Y" TO WS-INCOMPLETE-SW
010219         GO TO 2420-EXIT
010220     END-IF.
010221     MOVE WS-TXK-OLD-KEY TO TX-KEY.
010222     DELETE TOURNAMENT-INDEX RECORD
010223         INVALID KEY
010224             DISPLAY "JOKLGPD - falha ao excluir do indice de "
010225                 "torneios, status " WS-TOURN-INDEX-STATUS
010226             MOVE "Y" TO WS-INCOMPLETE-SW
010227             GO TO 2420-EXIT
010228     END-DELETE.
010229     ADD 1 TO WS-FILE-WRITTEN.
010230     ADD 1 TO WS-FILE-CHANGED.
010231     GO TO 2420-EXIT.
010232 2420-EXIT.
010233     EXIT.
010234
010235*----------------------------------------------------------*
010236*  2900-PRINT-KEYED-CHANGE - ONE KEYED RECORD MOVED TO THE  *
010237*  PSEUDONYM (A STATUS 22 ON THE WRITE MEANS A RESUMED RUN  *
010238*  HAD ALREADY WRITTEN IT)                                  *
010239*----------------------------------------------------------*
010240 2900-PRINT-KEYED-CHANGE.
010241     MOVE 1 TO WS-FILE-WRITTEN.
010242     MOVE 1 TO WS-FILE-CHANGED.
010243     ADD 1 TO WS-TOTAL-CHANGED.
010244     MOVE WS-FILE-NAME TO WS-RFL-NAME.
010245     MOVE WS-FILE-READ TO WS-RFL-READ.
010246     MOVE WS-FILE-WRITTEN TO WS-RFL-WRITTEN.
010247     MOVE WS-FILE-CHANGED TO WS-RFL-CHANGED.
010248     MOVE "CHAVE TROCADA - CONFERE" TO WS-RFL-RESULT.
010249     MOVE WS-RPT-FILE-LINE TO WS-RPT-LINE.
010250     PERFORM 7900-WRITE-REPORT-LINE
010251     THRU 7900-EXIT.
010252     GO TO 2900-EXIT.
010253 2900-EXIT.
010254     EXIT.
010255
010256*----------------------------------------------------------*
010257*  3000-PROCESS-SEQ-FILE - SCAN ONE SEQUENTIAL FILE (SET BY *
010258*  WS-FILE-CODE).  AN EXPORT LISTS THE RECORDS THAT NAME    *
010259*  THE PLAYER; AN ERASURE COPIES THE FILE TO DSRWORK WITH   *
010260*  THE ID REPLACED, THEN COPIES IT BACK IF ANYTHING CHANGED *
010261*----------------------------------------------------------*
010262 3000-PROCESS-SEQ-FILE.
010263     IF WS-ABORT-RUN
010264         GO TO 3000-EXIT
010265     END-IF.
010270     PERFORM 3050-NAME-THE-FILE
010280     THRU 3050-EXIT.
010290     IF NOT WS-FILE-GENERATION
010300         PERFORM 7010-PRINT-SECTION
010310         THRU 7010-EXIT
010320     END-IF.
010330     MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-CHANGED
010340         WS-FILE-LISTED WS-WORK-WRITTEN.
010350     MOVE ZERO TO WS-FOOT-BEFORE WS-FOOT-AFTER.
010360     MOVE "N" TO WS-SEQ-EOF-SW.
010370     MOVE "N" TO WS-GEN-HEADING-SW.
010380     PERFORM 3100-OPEN-SOURCE
010390     THRU 3100-EXIT.
010400     IF WS-SOURCE-STATUS NOT = "00"
010410         PERFORM 3060-SOURCE-UNAVAILABLE
010420         THRU 3060-EXIT
010430         GO TO 3000-EXIT
010440     END-IF.
010450     IF WS-ERASE-MODE
010460         OPEN OUTPUT DSR-WORK
010470         IF WS-DSR-WORK-STATUS NOT = "00"
010480             DISPLAY "JOKLGPD - DSRWORK indisponivel, status "
010490                 WS-DSR-WORK-STATUS
010500             PERFORM 3150-CLOSE-SOURCE
010510             THRU 3150-EXIT
010520             MOVE "Y" TO WS-INCOMPLETE-SW
010530             MOVE "Y" TO WS-ABORT-SW
010540             GO TO 3000-EXIT
010550         END-IF
010560     END-IF.
010570     PERFORM 3200-READ-SOURCE
010580     THRU 3200-EXIT.
010590     PERFORM 3300-SCRUB-ONE-RECORD
010600     THRU 3300-EXIT
010610     UNTIL WS-SEQ-EOF.
010620     PERFORM 3150-CLOSE-SOURCE
010630     THRU 3150-EXIT.
010640     IF WS-EXPORT-MODE
010650         IF WS-FILE-LISTED = ZERO
010660             AND NOT WS-FILE-GENERATION
010670             PERFORM 7030-PRINT-NOTHING
010680             THRU 7030-EXIT
010690         END-IF
010700         GO TO 3000-EXIT
010710     END-IF.
010720     CLOSE DSR-WORK.
010730     IF WS-FILE-CHANGED = ZERO
010740         MOVE WS-FILE-READ TO WS-FILE-WRITTEN
010750     ELSE
010760         PERFORM 3500-WRITE-BACK
010770         THRU 3500-EXIT
010780     END-IF.
010790     ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED.
010800     PERFORM 3700-PRINT-FILE-TOTALS
010810     THRU 3700-EXIT.
010820     GO TO 3000-EXIT.
010830 3000-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------*
010870*  3050-NAME-THE-FILE - DOSSIER SECTION AND REPORT NAME OF  *
010880*  THE FILE (A GENERATION IS NAMED BY 4000)                 *
010890*----------------------------------------------------------*
010900 3050-NAME-THE-FILE.
010910     MOVE SPACES TO WS-FOOT-LABEL.
010920     EVALUATE TRUE
010930     WHEN WS-FILE-NETWORK
010940     MOVE "CADASTRO DA REDE (NETMAST)" TO WS-SECTION-TITLE
010950     MOVE "NETMAST" TO WS-FILE-NAME
010960     WHEN WS-FILE-HISTORY
010970     MOVE "HISTORICO DE TEMPORADAS (SEAHIST)"
010980         TO WS-SECTION-TITLE
010990     MOVE "SEAHIST" TO WS-FILE-NAME
011000     MOVE "vitorias+derrotas+empates" TO WS-FOOT-LABEL
011010     WHEN WS-FILE-RATINGS
011020     MOVE "RATING (RATINGS)" TO WS-SECTION-TITLE
011030     MOVE "RATINGS" TO WS-FILE-NAME
011032     WHEN WS-FILE-SCOUT
011034     MOVE "TENDENCIAS DE JOGADA (SCOUTSUM)" TO WS-SECTION-TITLE
011036     MOVE "SCOUTSUM" TO WS-FILE-NAME
011040     WHEN WS-FILE-LEDGER
011050     MOVE "LANCAMENTOS DE CAIXA (JOKLEDG)" TO WS-SECTION-TITLE
011060     MOVE "JOKLEDG" TO WS-FILE-NAME
011070     MOVE "valores lancados" TO WS-FOOT-LABEL
011080     WHEN WS-FILE-GENERATION
011090     MOVE "rodadas" TO WS-FOOT-LABEL
011100     WHEN WS-FILE-LOG
011110     MOVE "RODADAS - LOG DO DIA (JOKLOG)" TO WS-SECTION-TITLE
011120     MOVE "JOKLOG" TO WS-FILE-NAME
011130     MOVE "rodadas" TO WS-FOOT-LABEL
011140     WHEN WS-FILE-BRACKET
011150     MOVE "CHAVEAMENTO (BRACKET)" TO WS-SECTION-TITLE
011160     MOVE "BRACKET" TO WS-FILE-NAME
011170     WHEN WS-FILE-FLAGS
011180     MOVE "TRIAGEM DE CONLUIO (JOKFLAG)" TO WS-SECTION-TITLE
011190     MOVE "JOKFLAG" TO WS-FILE-NAME
011200     WHEN WS-FILE-AUDIT
011210     MOVE "TRILHA DE AUDITORIA (JOKAUD)" TO WS-SECTION-TITLE
011220     MOVE "JOKAUD" TO WS-FILE-NAME
011230     END-EVALUATE.
011240     GO TO 3050-EXIT.
011250 3050-EXIT.
011260     EXIT.
011270
011280*----------------------------------------------------------*
011290*  3060-SOURCE-UNAVAILABLE - A FILE NOT YET CREATED HOLDS   *
011300*  NOTHING; ANY OTHER OPEN FAILURE LEAVES AN ERASURE OPEN   *
011310*----------------------------------------------------------*
011320 3060-SOURCE-UNAVAILABLE.
011330     IF WS-SOURCE-STATUS = "35"
011340         MOVE "(arquivo inexistente)" TO WS-UNAVAIL-TEXT
011350     ELSE
011360         MOVE SPACES TO WS-UNAVAIL-TEXT
011370         STRING "(arquivo indisponivel, status "
011380             WS-SOURCE-STATUS ")"
011390             DELIMITED BY SIZE INTO WS-UNAVAIL-TEXT
011400         END-STRING
011410         ADD 1 TO WS-FILES-UNAVAILABLE
011420         DISPLAY "JOKLGPD - " WS-FILE-NAME
011430             " indisponivel, status " WS-SOURCE-STATUS
011440         IF WS-ERASE-MODE
011450             MOVE "Y" TO WS-INCOMPLETE-SW
011460         END-IF
011470     END-IF.
011480     MOVE SPACES TO WS-RPT-LINE.
011490     IF WS-ERASE-MODE OR WS-FILE-GENERATION
011500         STRING "  " DELIMITED BY SIZE
011510             WS-FILE-NAME DELIMITED BY SPACE
011520             " " WS-UNAVAIL-TEXT DELIMITED BY SIZE
011530             INTO WS-RPT-LINE
011540         END-STRING
011550     ELSE
011560         STRING "  " WS-UNAVAIL-TEXT
011570             DELIMITED BY SIZE INTO WS-RPT-LINE
011580         END-STRING
011590     END-IF.
011600     PERFORM 7900-WRITE-REPORT-LINE
011610     THRU 7900-EXIT.
011620     GO TO 3060-EXIT.
011630 3060-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------*
011670*  3100-OPEN-SOURCE                                         *
011680*----------------------------------------------------------*
011690 3100-OPEN-SOURCE.
011700     EVALUATE TRUE
011710     WHEN WS-FILE-HISTORY
011720     OPEN INPUT SEASON-HISTORY
011730     WHEN WS-FILE-LOG
011740     OPEN INPUT JOKENPO-LOG
011750     WHEN WS-FILE-GENERATION
011760     OPEN INPUT ARCHIVE-GENERATION
011770     WHEN WS-FILE-LEDGER
011780     OPEN INPUT CASH-LEDGER
011790     WHEN WS-FILE-AUDIT
011800     OPEN INPUT AUDIT-FILE
011810     WHEN WS-FILE-RATINGS
011820     OPEN INPUT RATING-FILE
011823     WHEN WS-FILE-SCOUT
011826     OPEN INPUT SCOUT-SUMMARY
011830     WHEN WS-FILE-BRACKET
011840     OPEN INPUT BRACKET-FILE
011850     WHEN WS-FILE-NETWORK
011860     OPEN INPUT NETWORK-MASTER
011870     WHEN WS-FILE-FLAGS
011880     OPEN INPUT SCREEN-FLAGS
011890     END-EVALUATE.
011900     GO TO 3100-EXIT.
011910 3100-EXIT.
011920     EXIT.
011930
011940*----------------------------------------------------------*
011950*  3150-CLOSE-SOURCE                                        *
011960*----------------------------------------------------------*
011970 3150-CLOSE-SOURCE.
011980     EVALUATE TRUE
011990     WHEN WS-FILE-HISTORY
012000     CLOSE SEASON-HISTORY
012010     WHEN WS-FILE-LOG
012020     CLOSE JOKENPO-LOG
012030     WHEN WS-FILE-GENERATION
012040     CLOSE ARCHIVE-GENERATION
012050     WHEN WS-FILE-LEDGER
012060     CLOSE CASH-LEDGER
012070     WHEN WS-FILE-AUDIT
012080     CLOSE AUDIT-FILE
012090     WHEN WS-FILE-RATINGS
012100     CLOSE RATING-FILE
012103     WHEN WS-FILE-SCOUT
012106     CLOSE SCOUT-SUMMARY
012110     WHEN WS-FILE-BRACKET
012120     CLOSE BRACKET-FILE
012130     WHEN WS-FILE-NETWORK
012140     CLOSE NETWORK-MASTER
012150     WHEN WS-FILE-FLAGS
012160     CLOSE SCREEN-FLAGS
012170     END-EVALUATE.
012180     GO TO 3150-EXIT.
012190 3150-EXIT.
012200     EXIT.
012210
012220*----------------------------------------------------------*
012230*  3200-READ-SOURCE - NEXT RECORD INTO WS-DSR-LINE, FOOTED  *
012240*  AS IT WAS BEFORE ANY CHANGE                              *
012250*----------------------------------------------------------*
012260 3200-READ-SOURCE.
012270     EVALUATE TRUE
012280     WHEN WS-FILE-HISTORY
012290     READ SEASON-HISTORY INTO WS-DSR-LINE
012300         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012310     END-READ
012320     WHEN WS-FILE-LOG
012330     READ JOKENPO-LOG INTO WS-DSR-LINE
012340         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012350     END-READ
012360     WHEN WS-FILE-GENERATION
012370     READ ARCHIVE-GENERATION INTO WS-DSR-LINE
012380         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012390     END-READ
012400     WHEN WS-FILE-LEDGER
012410     READ CASH-LEDGER INTO WS-DSR-LINE
012420         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012430     END-READ
012440     WHEN WS-FILE-AUDIT
012450     READ AUDIT-FILE INTO WS-DSR-LINE
012460         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012470     END-READ
012480     WHEN WS-FILE-RATINGS
012490     READ RATING-FILE INTO WS-DSR-LINE
012500         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012510     END-READ
012512     WHEN WS-FILE-SCOUT
012514     READ SCOUT-SUMMARY INTO WS-DSR-LINE
012516         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012518     END-READ
012520     WHEN WS-FILE-BRACKET
012530     READ BRACKET-FILE INTO WS-DSR-LINE
012540         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012550     END-READ
012560     WHEN WS-FILE-NETWORK
012570     READ NETWORK-MASTER INTO WS-DSR-LINE
012580         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012590     END-READ
012600     WHEN WS-FILE-FLAGS
012610     READ SCREEN-FLAGS INTO WS-DSR-LINE
012620         AT END MOVE "Y" TO WS-SEQ-EOF-SW
012630     END-READ
012640     END-EVALUATE.
012650     IF WS-SEQ-EOF
012660         GO TO 3200-EXIT
012670     END-IF.
012680     ADD 1 TO WS-FILE-READ.
012690     PERFORM 3600-FOOT-RECORD
012700     THRU 3600-EXIT.
012710     ADD WS-FOOT-VALUE TO WS-FOOT-BEFORE.
012720     GO TO 3200-EXIT.
012730 3200-EXIT.
012740     EXIT.
012750
012760*----------------------------------------------------------*
012770*  3300-SCRUB-ONE-RECORD - MATCH THE RECORD AGAINST THE     *
012780*  PLAYER BY ITS FILE'S LAYOUT, THEN LIST IT (EXPORT) OR    *
012790*  PASS IT TO DSRWORK, CHANGED OR NOT (ERASURE)             *
012800*----------------------------------------------------------*
012810 3300-SCRUB-ONE-RECORD.
012820     MOVE "N" TO WS-RECORD-HIT-SW.
012830     EVALUATE TRUE
012840     WHEN WS-FILE-HISTORY
012850     PERFORM 3410-SCRUB-HISTORY
012860     THRU 3410-EXIT
012870     WHEN WS-FILE-LOG
012880     PERFORM 3420-SCRUB-LOG
012890     THRU 3420-EXIT
012900     WHEN WS-FILE-GENERATION
012910     PERFORM 3420-SCRUB-LOG
012920     THRU 3420-EXIT
012930     WHEN WS-FILE-LEDGER
012940     PERFORM 3430-SCRUB-LEDGER
012950     THRU 3430-EXIT
012960     WHEN WS-FILE-AUDIT
012970     PERFORM 3440-SCRUB-AUDIT
012980     THRU 3440-EXIT
012990     WHEN WS-FILE-RATINGS
013000     PERFORM 3450-SCRUB-RATING
013010     THRU 3450-EXIT
013012     WHEN WS-FILE-SCOUT
013014     PERFORM 3490-SCRUB-SCOUT
013016     THRU 3490-EXIT
013020     WHEN WS-FILE-BRACKET
013030     PERFORM 3460-SCRUB-BRACKET
013040     THRU 3460-EXIT
013050     WHEN WS-FILE-NETWORK
013060     PERFORM 3470-SCRUB-NETWORK
013070     THRU 3470-EXIT
013080     WHEN WS-FILE-FLAGS
013090     PERFORM 3480-SCRUB-FLAG
013100     THRU 3480-EXIT
013110     END-EVALUATE.
013120     IF WS-EXPORT-MODE
013130         IF WS-RECORD-HIT
013140             PERFORM 7200-LIST-RECORD
013150             THRU 7200-EXIT
013160         END-IF
013170         GO TO 3300-READ-NEXT
013180     END-IF.
013190     IF WS-RECORD-HIT
013200         ADD 1 TO WS-FILE-CHANGED
013210     END-IF.
013220     PERFORM 3600-FOOT-RECORD
013230     THRU 3600-EXIT.
013240     ADD WS-FOOT-VALUE TO WS-FOOT-AFTER.
013250     WRITE DSR-WORK-RECORD FROM WS-DSR-LINE.
013260     ADD 1 TO WS-WORK-WRITTEN.
013270 3300-READ-NEXT.
013280     PERFORM 3200-READ-SOURCE
013290     THRU 3200-EXIT.
013300     GO TO 3300-EXIT.
013310 3300-EXIT.
013320     EXIT.
013330
013340*----------------------------------------------------------*
013350*  3410-SCRUB-HISTORY - ID AND NAME                         *
013360*----------------------------------------------------------*
013370 3410-SCRUB-HISTORY.
013380     MOVE WS-DSR-LINE TO SEASON-HISTORY-RECORD.
013390     IF SH-PLAYER-ID NOT = WS-SUBJECT-ID
013400         GO TO 3410-EXIT
013410     END-IF.
013420     MOVE "Y" TO WS-RECORD-HIT-SW.
013430     IF WS-ERASE-MODE
013440         MOVE WS-PSEUDONYM TO SH-PLAYER-ID
013450         MOVE WS-PSEUDONYM TO SH-PLAYER-NAME
013460         MOVE SEASON-HISTORY-RECORD TO WS-DSR-LINE
013470     END-IF.
013480     GO TO 3410-EXIT.
013490 3410-EXIT.
013500     EXIT.
013510
013520*----------------------------------------------------------*
013530*  3420-SCRUB-LOG - THE PLAYER'S HEADERS, DETAILS AND       *
013540*  TRAILERS WON, AND OLD FLAT LINES.  AN EXPORT ALSO LISTS  *
013550*  THE TRAILERS AND VOIDS OF THE PLAYER'S TOURNAMENTS       *
013560*----------------------------------------------------------*
013570 3420-SCRUB-LOG.
013580     EVALUATE WS-DSR-LINE(1:1)
013590     WHEN "H"
013600     MOVE WS-DSR-LINE TO LOG-HEADER-RECORD
013610     IF LH-PLAYER-1-ID = WS-SUBJECT-ID
013620     MOVE "Y" TO WS-RECORD-HIT-SW
013630     IF WS-ERASE-MODE
013640     MOVE WS-PSEUDONYM TO LH-PLAYER-1-ID
013650     END-IF
013660     END-IF
013670     IF LH-PLAYER-2-ID = WS-SUBJECT-ID
013680     MOVE "Y" TO WS-RECORD-HIT-SW
013690     IF WS-ERASE-MODE
013700     MOVE WS-PSEUDONYM TO LH-PLAYER-2-ID
013710     END-IF
013720     END-IF
013730     IF WS-RECORD-HIT
013740     IF WS-ERASE-MODE
013750     MOVE LOG-HEADER-RECORD TO WS-DSR-LINE
013760     ELSE
013770     PERFORM 3425-NOTE-TOURNAMENT
013780     THRU 3425-EXIT
013790     END-IF
013800     END-IF
013810     WHEN "D"
013820     MOVE WS-DSR-LINE TO LOG-DETAIL-RECORD
013830     IF LD-PLAYER-ID = WS-SUBJECT-ID
013840     MOVE "Y" TO WS-RECORD-HIT-SW
013850     IF WS-ERASE-MODE
013860     MOVE WS-PSEUDONYM TO LD-PLAYER-ID
013870     MOVE LOG-DETAIL-RECORD TO WS-DSR-LINE
013880     END-IF
013890     END-IF
013900     WHEN "T"
013910     MOVE WS-DSR-LINE TO LOG-TRAILER-RECORD
013920     IF LT-WINNER-ID = WS-SUBJECT-ID
013930     MOVE "Y" TO WS-RECORD-HIT-SW
013940     IF WS-ERASE-MODE
013950     MOVE WS-PSEUDONYM TO LT-WINNER-ID
013960     MOVE LOG-TRAILER-RECORD TO WS-DSR-LINE
013970     END-IF
013980     ELSE
013990     IF WS-EXPORT-MODE
014000     MOVE LT-TOURNAMENT-ID TO WS-TRN-SEARCH-ID
014010     PERFORM 3426-FIND-TOURNAMENT
014020     THRU 3426-EXIT
014030     IF WS-TRN-FOUND
014040     MOVE "Y" TO WS-RECORD-HIT-SW
014050     END-IF
014060     END-IF
014070     END-IF
014080     WHEN "V"
014090     IF WS-EXPORT-MODE
014100     MOVE WS-DSR-LINE TO LOG-VOID-RECORD
014110     MOVE LV-TOURNAMENT-ID TO WS-TRN-SEARCH-ID
014120     PERFORM 3426-FIND-TOURNAMENT
014130     THRU 3426-EXIT
014140     IF WS-TRN-FOUND
014150     MOVE "Y" TO WS-RECORD-HIT-SW
014160     END-IF
014170     END-IF
014180     WHEN OTHER
014190     MOVE WS-DSR-LINE TO WS-LEGACY-LOG-RECORD
014200     IF LOG-PLAYER-ID = WS-SUBJECT-ID
014210     MOVE "Y" TO WS-RECORD-HIT-SW
014220     IF WS-ERASE-MODE
014230     MOVE WS-PSEUDONYM TO LOG-PLAYER-ID
014240     MOVE WS-LEGACY-LOG-RECORD TO WS-DSR-LINE
014250     END-IF
014260     END-IF
014270     END-EVALUATE.
014280     GO TO 3420-EXIT.
014290 3420-EXIT.
014300     EXIT.
014310
014320*----------------------------------------------------------*
014330*  3425-NOTE-TOURNAMENT - REMEMBER ONE OF THE PLAYER'S      *
014340*  TOURNAMENTS FOR ITS TRAILER AND ANY LATER VOID           *
014350*----------------------------------------------------------*
014360 3425-NOTE-TOURNAMENT.
014370     MOVE LH-TOURNAMENT-ID TO WS-TRN-SEARCH-ID.
014380     PERFORM 3426-FIND-TOURNAMENT
014390     THRU 3426-EXIT.
014400     IF WS-TRN-FOUND
014410         GO TO 3425-EXIT
014420     END-IF.
014430     IF WS-TRN-COUNT NOT < 2000
014440         ADD 1 TO WS-TRN-OVERFLOW
014450         GO TO 3425-EXIT
014460     END-IF.
014470     ADD 1 TO WS-TRN-COUNT.
014480     MOVE LH-TOURNAMENT-ID TO WS-TRN-ID(WS-TRN-COUNT).
014490     GO TO 3425-EXIT.
014500 3425-EXIT.
014510     EXIT.
014520
014530*----------------------------------------------------------*
014540*  3426-FIND-TOURNAMENT                                     *
014550*----------------------------------------------------------*
014560 3426-FIND-TOURNAMENT.
014570     MOVE "N" TO WS-TRN-FOUND-SW.
014580     PERFORM 3427-CHECK-ONE-TOURNAMENT
014590     THRU 3427-EXIT
014600     VARYING WS-TRN-IDX FROM 1 BY 1
014610     UNTIL WS-TRN-IDX > WS-TRN-COUNT
014620     OR WS-TRN-FOUND.
014630     GO TO 3426-EXIT.
014640 3426-EXIT.
014650     EXIT.
014660
014670*----------------------------------------------------------*
014680*  3427-CHECK-ONE-TOURNAMENT                                *
014690*----------------------------------------------------------*
014700 3427-CHECK-ONE-TOURNAMENT.
014710     IF WS-TRN-ID(WS-TRN-IDX) = WS-TRN-SEARCH-ID
014720         MOVE "Y" TO WS-TRN-FOUND-SW
014730     END-IF.
014740     GO TO 3427-EXIT.
014750 3427-EXIT.
014760     EXIT.
014770
014780*----------------------------------------------------------*
014790*  3430-SCRUB-LEDGER - THE PLAYER ON CHARGES, REFUNDS,      *
014800*  PRIZES AND TOP-UPS.  AMOUNTS ARE NOT TOUCHED             *
014810*----------------------------------------------------------*
014820 3430-SCRUB-LEDGER.
014830     EVALUATE WS-DSR-LINE(1:1)
014840     WHEN "C"
014850     MOVE WS-DSR-LINE TO LEDGER-CHARGE-RECORD
014860     IF LC-PLAYER-ID = WS-SUBJECT-ID
014870     MOVE "Y" TO WS-RECORD-HIT-SW
014880     MOVE WS-PSEUDONYM TO LC-PLAYER-ID
014890     IF WS-ERASE-MODE
014900     MOVE LEDGER-CHARGE-RECORD TO WS-DSR-LINE
014910     END-IF
014920     END-IF
014930     WHEN "R"
014940     MOVE WS-DSR-LINE TO LEDGER-REFUND-RECORD
014950     IF LR-PLAYER-ID = WS-SUBJECT-ID
014960     MOVE "Y" TO WS-RECORD-HIT-SW
014970     MOVE WS-PSEUDONYM TO LR-PLAYER-ID
014980     IF WS-ERASE-MODE
014990     MOVE LEDGER-REFUND-RECORD TO WS-DSR-LINE
015000     END-IF
015010     END-IF
015020     WHEN "P"
015030     MOVE WS-DSR-LINE TO LEDGER-PAYOUT-RECORD
015040     IF LP-PLAYER-ID = WS-SUBJECT-ID
015050     MOVE "Y" TO WS-RECORD-HIT-SW
015060     MOVE WS-PSEUDONYM TO LP-PLAYER-ID
015070     IF WS-ERASE-MODE
015080     MOVE LEDGER-PAYOUT-RECORD TO WS-DSR-LINE
015090     END-IF
015100     END-IF
015110     WHEN "U"
015120     MOVE WS-DSR-LINE TO LEDGER-TOPUP-RECORD
015130     IF LU-PLAYER-ID = WS-SUBJECT-ID
015140     MOVE "Y" TO WS-RECORD-HIT-SW
015150     MOVE WS-PSEUDONYM TO LU-PLAYER-ID
015160     IF WS-ERASE-MODE
015170     MOVE LEDGER-TOPUP-RECORD TO WS-DSR-LINE
015180     END-IF
015190     END-IF
015200     WHEN OTHER
015210     CONTINUE
015220     END-EVALUATE.
015230     GO TO 3430-EXIT.
015240 3430-EXIT.
015250     EXIT.
015260
015270*----------------------------------------------------------*
015280*  3440-SCRUB-AUDIT - BOTH IMAGES OF THE AUDIT RECORD.  THE *
015290*  OPERATOR FIELD IS THE DESK'S, NOT THE PLAYER'S           *
015300*----------------------------------------------------------*
015310 3440-SCRUB-AUDIT.
015320     MOVE WS-DSR-LINE TO AUDIT-RECORD.
015330     MOVE AUD-BEFORE-IMAGE TO WS-AUD-IMAGE.
015340     PERFORM 3445-SCRUB-AUDIT-IMAGE
015350     THRU 3445-EXIT.
015360     MOVE WS-AUD-IMAGE TO AUD-BEFORE-IMAGE.
015370     MOVE AUD-AFTER-IMAGE TO WS-AUD-IMAGE.
015380     PERFORM 3445-SCRUB-AUDIT-IMAGE
015390     THRU 3445-EXIT.
015400     MOVE WS-AUD-IMAGE TO AUD-AFTER-IMAGE.
015410     IF WS-RECORD-HIT AND WS-ERASE-MODE
015420         MOVE AUDIT-RECORD TO WS-DSR-LINE
015430     END-IF.
015440     GO TO 3440-EXIT.
015450 3440-EXIT.
015460     EXIT.
015470
015480*----------------------------------------------------------*
015490*  3445-SCRUB-AUDIT-IMAGE - WHERE THE ACTION PUTS THE ID:   *
015500*    TRIAGEM - FLAG IMAGE, PLAYER AND OPPONENT AT 15 AND 26 *
015510*    ANULA   - VOID IMAGE (NUMERIC TOURNAMENT ID FIRST),    *
015520*              PLAYERS AT 25 AND 36; OTHERWISE AS BELOW     *
015530*    OTHERS  - ID FIRST: A MASTER IMAGE (NAME AT 11) OR A   *
015540*              CREDIT IMAGE (BALANCE AT 11)                 *
015550*----------------------------------------------------------*
015560 3445-SCRUB-AUDIT-IMAGE.
015570     EVALUATE TRUE
015580     WHEN AUD-ACTION = "TRIAGEM"
015590     IF WS-AUD-IMAGE(15:10) = WS-SUBJECT-ID
015600     MOVE "Y" TO WS-RECORD-HIT-SW
015610     MOVE WS-PSEUDONYM TO WS-AUD-IMAGE(15:10)
015620     END-IF
015630     IF WS-AUD-IMAGE(26:10) = WS-SUBJECT-ID
015640     MOVE "Y" TO WS-RECORD-HIT-SW
015650     MOVE WS-PSEUDONYM TO WS-AUD-IMAGE(26:10)
015660     END-IF
015670     WHEN AUD-ACTION = "ANULA"
015680         AND WS-AUD-IMAGE(1:14) IS NUMERIC
015690     IF WS-AUD-IMAGE(25:10) = WS-SUBJECT-ID
015700     MOVE "Y" TO WS-RECORD-HIT-SW
015710     MOVE WS-PSEUDONYM TO WS-AUD-IMAGE(25:10)
015720     END-IF
015730     IF WS-AUD-IMAGE(36:10) = WS-SUBJECT-ID
015740     MOVE "Y" TO WS-RECORD-HIT-SW
015750     MOVE WS-PSEUDONYM TO WS-AUD-IMAGE(36:10)
015760     END-IF
015770     WHEN OTHER
015780     IF WS-AUD-IMAGE(1:10) = WS-SUBJECT-ID
015790     MOVE "Y" TO WS-RECORD-HIT-SW
015800     MOVE WS-PSEUDONYM TO WS-AUD-IMAGE(1:10)
015810     IF WS-AUD-IMAGE(11:1) IS NOT NUMERIC
015820     MOVE WS-PSEUDONYM TO WS-AUD-IMAGE(11:20)
015830     END-IF
015840     END-IF
015850     END-EVALUATE.
015860     GO TO 3445-EXIT.
015870 3445-EXIT.
015880     EXIT.
015890
015900*----------------------------------------------------------*
015910*  3450-SCRUB-RATING                                        *
015920*----------------------------------------------------------*
015930 3450-SCRUB-RATING.
015940     MOVE WS-DSR-LINE TO RATING-RECORD.
015950     IF RT-PLAYER-ID NOT = WS-SUBJECT-ID
015960         GO TO 3450-EXIT
015970     END-IF.
015980     MOVE "Y" TO WS-RECORD-HIT-SW.
015990     IF WS-ERASE-MODE
016000         MOVE WS-PSEUDONYM TO RT-PLAYER-ID
016010         MOVE RATING-RECORD TO WS-DSR-LINE
016020     END-IF.
016030     GO TO 3450-EXIT.
016040 3450-EXIT.
016050     EXIT.
016060
016070*----------------------------------------------------------*
016080*  3460-SCRUB-BRACKET - EITHER SIDE OF A MATCH AND ITS      *
016090*  WINNER                                                   *
016100*----------------------------------------------------------*
016110 3460-SCRUB-BRACKET.
016120     MOVE WS-DSR-LINE TO WS-BRACKET-RECORD.
016130     IF BK-PLAYER-1-ID = WS-SUBJECT-ID
016140         MOVE "Y" TO WS-RECORD-HIT-SW
016150         MOVE WS-PSEUDONYM TO BK-PLAYER-1-ID
016160     END-IF.
016170     IF BK-PLAYER-2-ID = WS-SUBJECT-ID
016180         MOVE "Y" TO WS-RECORD-HIT-SW
016190         MOVE WS-PSEUDONYM TO BK-PLAYER-2-ID
016200     END-IF.
016210     IF BK-WINNER-ID = WS-SUBJECT-ID
016220         MOVE "Y" TO WS-RECORD-HIT-SW
016230         MOVE WS-PSEUDONYM TO BK-WINNER-ID
016240     END-IF.
016250     IF WS-RECORD-HIT AND WS-ERASE-MODE
016260         MOVE WS-BRACKET-RECORD TO WS-DSR-LINE
016270     END-IF.
016280     GO TO 3460-EXIT.
016290 3460-EXIT.
016300     EXIT.
016310
016320*----------------------------------------------------------*
016330*  3470-SCRUB-NETWORK - MASTER IMAGE, ID AND NAME           *
016340*----------------------------------------------------------*
016350 3470-SCRUB-NETWORK.
016360     MOVE WS-DSR-LINE TO PLAYER-IMAGE.
016370     IF PI-PLAYER-ID NOT = WS-SUBJECT-ID
016380         GO TO 3470-EXIT
016390     END-IF.
016400     MOVE "Y" TO WS-RECORD-HIT-SW.
016410     IF WS-ERASE-MODE
016420         MOVE WS-PSEUDONYM TO PI-PLAYER-ID
016430         MOVE WS-PSEUDONYM TO PI-PLAYER-NAME
016440         MOVE PLAYER-IMAGE TO WS-DSR-LINE
016450     END-IF.
016460     GO TO 3470-EXIT.
016470 3470-EXIT.
016480     EXIT.
016490
016500*----------------------------------------------------------*
016510*  3480-SCRUB-FLAG - PLAYER OR OPPONENT ON A FLAG RECORD    *
016520*----------------------------------------------------------*
016530 3480-SCRUB-FLAG.
016540     IF WS-DSR-LINE(1:1) NOT = "F"
016550         GO TO 3480-EXIT
016560     END-IF.
016570     MOVE WS-DSR-LINE TO SCREEN-FLAG-RECORD.
016580     IF FL-PLAYER-ID = WS-SUBJECT-ID
016590         MOVE "Y" TO WS-RECORD-HIT-SW
016600         MOVE WS-PSEUDONYM TO FL-PLAYER-ID
016610     END-IF.
016620     IF FL-OPPONENT-ID = WS-SUBJECT-ID
016630         MOVE "Y" TO WS-RECORD-HIT-SW
016640         MOVE WS-PSEUDONYM TO FL-OPPONENT-ID
016650     END-IF.
016660     IF WS-RECORD-HIT AND WS-ERASE-MODE
016670         MOVE SCREEN-FLAG-RECORD TO WS-DSR-LINE
016680     END-IF.
016690     GO TO 3480-EXIT.
016700 3480-EXIT.
016710     EXIT.
016720
016721*----------------------------------------------------------*
016722*  3490-SCRUB-SCOUT - MOVE-TENDENCY SUMMARY ENTRY           *
016723*----------------------------------------------------------*
016724 3490-SCRUB-SCOUT.
016725     MOVE WS-DSR-LINE TO SCOUT-RECORD.
016726     IF SC-PLAYER-ID NOT = WS-SUBJECT-ID
016727         GO TO 3490-EXIT
016728     END-IF.
016729     MOVE "Y" TO WS-RECORD-HIT-SW.
016730     IF WS-ERASE-MODE
016731         MOVE WS-PSEUDONYM TO SC-PLAYER-ID
016732         MOVE SCOUT-RECORD TO WS-DSR-LINE
016733     END-IF.
016734     GO TO 3490-EXIT.
016735 3490-EXIT.
016736     EXIT.
016737
016738*----------------------------------------------------------*
016740*  3500-WRITE-BACK - REPLACE THE FILE WITH THE SCRUBBED     *
016750*  COPY ON DSRWORK.  A GENERATION IS COPIED BACK BY NAME    *
016760*----------------------------------------------------------*
016770 3500-WRITE-BACK.
016780     IF WS-FILE-GENERATION
016790         CALL "CBL_COPY_FILE" USING WS-DSRWORK-NAME
016800             WS-FILE-NAME
016810             RETURNING WS-COPY-STATUS
016820         END-CALL
016830         IF WS-COPY-STATUS NOT = ZERO
016840             DISPLAY "JOKLGPD - falha ao regravar " WS-FILE-NAME
016850                 ", status " WS-COPY-STATUS
016860             MOVE "Y" TO WS-INCOMPLETE-SW
016870             MOVE "Y" TO WS-ABORT-SW
016880         ELSE
016890             MOVE WS-WORK-WRITTEN TO WS-FILE-WRITTEN
016900         END-IF
016910         GO TO 3500-EXIT
016920     END-IF.
016930     OPEN INPUT DSR-WORK.
016940     EVALUATE TRUE
016950     WHEN WS-FILE-HISTORY
016960     OPEN OUTPUT SEASON-HISTORY
016970     WHEN WS-FILE-LOG
016980     OPEN OUTPUT JOKENPO-LOG
016990     WHEN WS-FILE-LEDGER
017000     OPEN OUTPUT CASH-LEDGER
017010     WHEN WS-FILE-AUDIT
017020     OPEN OUTPUT AUDIT-FILE
017030     WHEN WS-FILE-RATINGS
017040     OPEN OUTPUT RATING-FILE
017043     WHEN WS-FILE-SCOUT
017046     OPEN OUTPUT SCOUT-SUMMARY
017050     WHEN WS-FILE-BRACKET
017060     OPEN OUTPUT BRACKET-FILE
017070     WHEN WS-FILE-NETWORK
017080     OPEN OUTPUT NETWORK-MASTER
017090     WHEN WS-FILE-FLAGS
017100     OPEN OUTPUT SCREEN-FLAGS
017110     END-EVALUATE.
017120     IF WS-SOURCE-STATUS NOT = "00"
017130         DISPLAY "JOKLGPD - falha ao regravar " WS-FILE-NAME
017140             ", status " WS-SOURCE-STATUS
017150             " - a copia anonimizada ficou em DSRWORK"
017160         CLOSE DSR-WORK
017170         MOVE "Y" TO WS-INCOMPLETE-SW
017180         MOVE "Y" TO WS-ABORT-SW
017190         GO TO 3500-EXIT
017200     END-IF.
017210     MOVE "N" TO WS-SEQ-EOF-SW.
017220     PERFORM 3510-COPY-ONE-BACK
017230     THRU 3510-EXIT
017240     UNTIL WS-SEQ-EOF.
017250     CLOSE DSR-WORK.
017260     PERFORM 3150-CLOSE-SOURCE
017270     THRU 3150-EXIT.
017280     GO TO 3500-EXIT.
017290 3500-EXIT.
017300     EXIT.
017310
017320*----------------------------------------------------------*
017330*  3510-COPY-ONE-BACK                                       *
017340*----------------------------------------------------------*
017350 3510-COPY-ONE-BACK.
017360     READ DSR-WORK INTO WS-DSR-LINE
017370     AT END
017380     MOVE "Y" TO WS-SEQ-EOF-SW
017390     GO TO 3510-EXIT
017400     END-READ.
017410     EVALUATE TRUE
017420     WHEN WS-FILE-HISTORY
017430     WRITE SH-FILE-RECORD FROM WS-DSR-LINE
017440     WHEN WS-FILE-LOG
017450     WRITE LOG-RECORD FROM WS-DSR-LINE
017460     WHEN WS-FILE-LEDGER
017470     WRITE LEDGER-RECORD FROM WS-DSR-LINE
017480     WHEN WS-FILE-AUDIT
017490     WRITE AUD-FILE-RECORD FROM WS-DSR-LINE
017500     WHEN WS-FILE-RATINGS
017510     WRITE RATING-FILE-RECORD FROM WS-DSR-LINE
017513     WHEN WS-FILE-SCOUT
017516     WRITE SCOUT-FILE-RECORD FROM WS-DSR-LINE
017520     WHEN WS-FILE-BRACKET
017530     WRITE BRACKET-FILE-RECORD FROM WS-DSR-LINE
017540     WHEN WS-FILE-NETWORK
017550     WRITE NETWORK-MASTER-RECORD FROM WS-DSR-LINE
017560     WHEN WS-FILE-FLAGS
017570     WRITE FLAG-RECORD FROM WS-DSR-LINE
017580     END-EVALUATE.
017590     ADD 1 TO WS-FILE-WRITTEN.
017600     GO TO 3510-EXIT.
017610 3510-EXIT.
017620     EXIT.
017630
017640*----------------------------------------------------------*
017650*  3600-FOOT-RECORD - WHAT THE RECORD ADDS TO ITS FILE'S    *
017660*  FOOTING: HISTORY W+L+T, LEDGER AMOUNT, LOG ROUND         *
017670*----------------------------------------------------------*
017680 3600-FOOT-RECORD.
017690     MOVE ZERO TO WS-FOOT-VALUE.
017700     EVALUATE TRUE
017710     WHEN WS-FILE-HISTORY
017720     MOVE WS-DSR-LINE TO SEASON-HISTORY-RECORD
017730     IF SH-WINS IS NUMERIC AND SH-LOSSES IS NUMERIC
017740         AND SH-TIES IS NUMERIC
017750     COMPUTE WS-FOOT-VALUE = SH-WINS + SH-LOSSES + SH-TIES
017760     END-IF
017770     WHEN WS-FILE-LEDGER
017780     PERFORM 3610-FOOT-LEDGER
017790     THRU 3610-EXIT
017800     WHEN WS-FILE-LOG
017810     IF WS-DSR-LINE(1:1) = "D"
017820     MOVE 1 TO WS-FOOT-VALUE
017830     END-IF
017840     WHEN WS-FILE-GENERATION
017850     IF WS-DSR-LINE(1:1) = "D"
017860     MOVE 1 TO WS-FOOT-VALUE
017870     END-IF
017880     WHEN OTHER
017890     CONTINUE
017900     END-EVALUATE.
017910     GO TO 3600-EXIT.
017920 3600-EXIT.
017930     EXIT.
017940
017950*----------------------------------------------------------*
017960*  3610-FOOT-LEDGER                                         *
017970*----------------------------------------------------------*
017980 3610-FOOT-LEDGER.
017990     EVALUATE WS-DSR-LINE(1:1)
018000     WHEN "C"
018010     MOVE WS-DSR-LINE TO LEDGER-CHARGE-RECORD
018020     IF LC-AMOUNT IS NUMERIC
018030     MOVE LC-AMOUNT TO WS-FOOT-VALUE
018040     END-IF
018050     WHEN "R"
018060     MOVE WS-DSR-LINE TO LEDGER-REFUND-RECORD
018070     IF LR-AMOUNT IS NUMERIC
018080     MOVE LR-AMOUNT TO WS-FOOT-VALUE
018090     END-IF
018100     WHEN "P"
018110     MOVE WS-DSR-LINE TO LEDGER-PAYOUT-RECORD
018120     IF LP-AMOUNT IS NUMERIC
018130     MOVE LP-AMOUNT TO WS-FOOT-VALUE
018140     END-IF
018150     WHEN "U"
018160     MOVE WS-DSR-LINE TO LEDGER-TOPUP-RECORD
018170     IF LU-AMOUNT IS NUMERIC
018180     MOVE LU-AMOUNT TO WS-FOOT-VALUE
018190     END-IF
018200     WHEN OTHER
018210     CONTINUE
018220     END-EVALUATE.
018230     GO TO 3610-EXIT.
018240 3610-EXIT.
018250     EXIT.
018260
018270*----------------------------------------------------------*
018280*  3700-PRINT-FILE-TOTALS - RECORDS READ, WRITTEN AND       *
018290*  CHANGED, AND THE FOOTING BEFORE AND AFTER.  A FILE THAT  *
018300*  DOES NOT FOOT LEAVES THE ERASURE OPEN                    *
018310*----------------------------------------------------------*
018320 3700-PRINT-FILE-TOTALS.
018330     MOVE WS-FILE-NAME TO WS-RFL-NAME.
018340     MOVE WS-FILE-READ TO WS-RFL-READ.
018350     MOVE WS-FILE-WRITTEN TO WS-RFL-WRITTEN.
018360     MOVE WS-FILE-CHANGED TO WS-RFL-CHANGED.
018370     EVALUATE TRUE
018380     WHEN WS-ABORT-RUN
018390     MOVE "NAO REGRAVADO" TO WS-RFL-RESULT
018400     WHEN WS-FILE-READ NOT = WS-FILE-WRITTEN
018410     MOVE "NAO CONFERE" TO WS-RFL-RESULT
018420     MOVE "Y" TO WS-INCOMPLETE-SW
018430     WHEN WS-FILE-CHANGED = ZERO
018440     MOVE "INALTERADO" TO WS-RFL-RESULT
018450     WHEN OTHER
018460     MOVE "CONFERE" TO WS-RFL-RESULT
018470     END-EVALUATE.
018480     MOVE WS-RPT-FILE-LINE TO WS-RPT-LINE.
018490     PERFORM 7900-WRITE-REPORT-LINE
018500     THRU 7900-EXIT.
018510     IF WS-FOOT-LABEL = SPACES
018520         GO TO 3700-EXIT
018530     END-IF.
018540     MOVE WS-FOOT-LABEL TO WS-RFT-LABEL.
018550     MOVE WS-FOOT-BEFORE TO WS-RFT-BEFORE.
018560     MOVE WS-FOOT-AFTER TO WS-RFT-AFTER.
018570     IF WS-FOOT-BEFORE = WS-FOOT-AFTER
018580         MOVE "CONFERE" TO WS-RFT-RESULT
018590     ELSE
018600         MOVE "NAO CONFERE" TO WS-RFT-RESULT
018610         MOVE "Y" TO WS-INCOMPLETE-SW
018620     END-IF.
018630     MOVE WS-RPT-FOOT-LINE TO WS-RPT-LINE.
018640     PERFORM 7900-WRITE-REPORT-LINE
018650     THRU 7900-EXIT.
018660     GO TO 3700-EXIT.
018670 3700-EXIT.
018680     EXIT.
018690
018700*----------------------------------------------------------*
018710*  4000-PROCESS-ARCHIVES - EVERY GENERATION ON THE ARCHIVE  *
018720*  INDEX, OLDEST FIRST, THROUGH THE ARCGEN WORK NAME        *
018730*----------------------------------------------------------*
018740 4000-PROCESS-ARCHIVES.
018750     IF WS-ABORT-RUN
018760         GO TO 4000-EXIT
018770     END-IF.
018780     MOVE "RODADAS - GERACOES ARQUIVADAS (ARCIDX)"
018790         TO WS-SECTION-TITLE.
018800     MOVE "ARCIDX" TO WS-FILE-NAME.
018810     PERFORM 7010-PRINT-SECTION
018820     THRU 7010-EXIT.
018830     MOVE ZERO TO WS-INDEX-COUNT.
018840     MOVE "N" TO WS-INDEX-EOF-SW.
018850     OPEN INPUT ARCHIVE-INDEX.
018860     IF WS-ARCHIVE-INDEX-STATUS NOT = "00"
018870         MOVE WS-ARCHIVE-INDEX-STATUS TO WS-SOURCE-STATUS
018880         MOVE SPACES TO WS-FILE-CODE
018890         PERFORM 3060-SOURCE-UNAVAILABLE
018900         THRU 3060-EXIT
018910         GO TO 4000-EXIT
018920     END-IF.
018930     PERFORM 4100-LOAD-ONE-INDEX
018940     THRU 4100-EXIT
018950     UNTIL WS-INDEX-EOF.
018960     CLOSE ARCHIVE-INDEX.
018970     MOVE ZERO TO WS-ITEMS-LISTED-GEN.
018980     PERFORM 4200-PROCESS-ONE-GENERATION
018990     THRU 4200-EXIT
019000     VARYING WS-INDEX-IDX FROM 1 BY 1
019010     UNTIL WS-INDEX-IDX > WS-INDEX-COUNT
019020     OR WS-ABORT-RUN.
019030     IF WS-EXPORT-MODE AND WS-ITEMS-LISTED-GEN = ZERO
019040         PERFORM 7030-PRINT-NOTHING
019050         THRU 7030-EXIT
019060     END-IF.
019070     IF WS-INDEX-OVERFLOW > ZERO
019080         DISPLAY "JOKLGPD - geracoes fora da tabela: "
019090             WS-INDEX-OVERFLOW
019100         MOVE "Y" TO WS-INCOMPLETE-SW
019110     END-IF.
019120     GO TO 4000-EXIT.
019130 4000-EXIT.
019140     EXIT.
019150
019160*----------------------------------------------------------*
019170*  4100-LOAD-ONE-INDEX                                      *
019180*----------------------------------------------------------*
019190 4100-LOAD-ONE-INDEX.
019200     READ ARCHIVE-INDEX
019210     AT END
019220     MOVE "Y" TO WS-INDEX-EOF-SW
019230     GO TO 4100-EXIT
019240     END-READ.
019250     IF AIX-FILE-NAME = SPACES
019260         GO TO 4100-EXIT
019270     END-IF.
019280     IF WS-INDEX-COUNT NOT < 400
019290         ADD 1 TO WS-INDEX-OVERFLOW
019300         GO TO 4100-EXIT
019310     END-IF.
019320     ADD 1 TO WS-INDEX-COUNT.
019330     MOVE AIX-FILE-NAME TO WS-IX-FILE-NAME(WS-INDEX-COUNT).
019340     GO TO 4100-EXIT.
019350 4100-EXIT.
019360     EXIT.
019370
019380*----------------------------------------------------------*
019390*  4200-PROCESS-ONE-GENERATION                              *
019400*----------------------------------------------------------*
019410 4200-PROCESS-ONE-GENERATION.
019420     MOVE WS-IX-FILE-NAME(WS-INDEX-IDX) TO WS-FILE-NAME.
019430     MOVE "AG" TO WS-FILE-CODE.
019440     CALL "CBL_COPY_FILE" USING WS-FILE-NAME
019450         WS-ARCGEN-NAME
019460         RETURNING WS-COPY-STATUS
019470     END-CALL.
019480     IF WS-COPY-STATUS NOT = ZERO
019490         MOVE "99" TO WS-SOURCE-STATUS
019500         PERFORM 3060-SOURCE-UNAVAILABLE
019510         THRU 3060-EXIT
019520         GO TO 4200-EXIT
019530     END-IF.
019540     PERFORM 3000-PROCESS-SEQ-FILE
019550     THRU 3000-EXIT.
019560     ADD WS-FILE-LISTED TO WS-ITEMS-LISTED-GEN.
019570     CALL "CBL_DELETE_FILE" USING WS-ARCGEN-NAME
019580         RETURNING WS-DELETE-STATUS
019590     END-CALL.
019600     GO TO 4200-EXIT.
019610 4200-EXIT.
019620     EXIT.
019630
019640*----------------------------------------------------------*
019650*  5000-FINISH-REQUEST - CLOSE THE REGISTER ENTRY AND AUDIT *
019660*  THE ERASURE, OR AUDIT THE EXPORT                         *
019670*----------------------------------------------------------*
019680 5000-FINISH-REQUEST.
019690     MOVE SPACES TO WS-RPT-LINE.
019700     PERFORM 7900-WRITE-REPORT-LINE
019710     THRU 7900-EXIT.
019720     IF WS-EXPORT-MODE
019730         MOVE "Registros listados no dossie:" TO WS-RTT-LABEL
019740         MOVE WS-ITEMS-LISTED TO WS-RTT-COUNT
019750         MOVE WS-RPT-TOTAL-LINE TO WS-RPT-LINE
019760         PERFORM 7900-WRITE-REPORT-LINE
019770         THRU 7900-EXIT
019780         MOVE "EXPORTA" TO WS-AUD-ACTION
019790         MOVE WS-SUBJECT-ID TO PM-PLAYER-ID
019800         READ PLAYER-MASTER
019810             INVALID KEY
019820                 MOVE SPACES TO PLAYER-MASTER-RECORD
019830                 MOVE WS-SUBJECT-ID TO PM-PLAYER-ID
019840         END-READ
019850         MOVE PLAYER-MASTER-RECORD TO WS-AUD-BEFORE
019860         MOVE "registros" TO WS-ACI-LABEL
019870         MOVE WS-ITEMS-LISTED TO WS-ACI-COUNT
019880         MOVE WS-AUD-COUNT-IMAGE TO WS-AUD-AFTER
019890         PERFORM 8000-WRITE-AUDIT
019900         THRU 8000-EXIT
019910         GO TO 5000-EXIT
019920     END-IF.
019930     MOVE "Registros alterados:" TO WS-RTT-LABEL.
019940     MOVE WS-TOTAL-CHANGED TO WS-RTT-COUNT.
019950     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-LINE.
019960     PERFORM 7900-WRITE-REPORT-LINE
019970     THRU 7900-EXIT.
019980     IF WS-INCOMPLETE
019990         MOVE "*** ANONIMIZACAO INCOMPLETA - RODE DE NOVO"
020000             TO WS-RPT-LINE
020010         PERFORM 7900-WRITE-REPORT-LINE
020020         THRU 7900-EXIT
020030         GO TO 5000-EXIT
020040     END-IF.
020050     MOVE SPACES TO REGISTER-RECORD.
020060     MOVE "C" TO RG-RECORD-TYPE.
020070     MOVE WS-TOTAL-CHANGED TO RG-RECORDS-CHANGED.
020080     PERFORM 1400-WRITE-REGISTER
020090     THRU 1400-EXIT.
020100     IF WS-ABORT-RUN
020110         GO TO 5000-EXIT
020120     END-IF.
020130     MOVE "ANONIMIZ" TO WS-AUD-ACTION.
020140     MOVE WS-PSEUDONYM TO WS-AEI-PSEUDONYM.
020150     MOVE WS-RUN-DATE TO WS-AEI-DATE.
020160     MOVE WS-ID-HASH TO WS-AEI-HASH.
020170     MOVE WS-AUD-ERASE-IMAGE TO WS-AUD-BEFORE.
020180     MOVE "alterados" TO WS-ACI-LABEL.
020190     MOVE WS-TOTAL-CHANGED TO WS-ACI-COUNT.
020200     MOVE WS-AUD-COUNT-IMAGE TO WS-AUD-AFTER.
020210     PERFORM 8000-WRITE-AUDIT
020220     THRU 8000-EXIT.
020230     MOVE "ANONIMIZACAO CONCLUIDA E REGISTRADA" TO WS-RPT-LINE.
020240     PERFORM 7900-WRITE-REPORT-LINE
020250     THRU 7900-EXIT.
020260     GO TO 5000-EXIT.
020270 5000-EXIT.
020280     EXIT.
020290
020300*----------------------------------------------------------*
020310*  7000-PRINT-HEADING                                       *
020320*----------------------------------------------------------*
020330 7000-PRINT-HEADING.
020340     IF WS-EXPORT-MODE
020350         MOVE "DOSSIE DO TITULAR DE DADOS (LGPD)" TO WS-RTL-TITLE
020360         MOVE "Jogador...: " TO WS-RIL-LABEL
020370         MOVE WS-SUBJECT-ID TO WS-RIL-ID
020380     ELSE
020390         MOVE "ANONIMIZACAO DE TITULAR DE DADOS (LGPD)"
020400             TO WS-RTL-TITLE
020410         MOVE "Pseudonimo: " TO WS-RIL-LABEL
020420         MOVE WS-PSEUDONYM TO WS-RIL-ID
020430     END-IF.
020440     MOVE WS-RUN-DATE TO WS-RIL-DATE.
020450     MOVE WS-OPERATOR-ID TO WS-RIL-OPERATOR.
020460     MOVE WS-RPT-TITLE-LINE TO WS-RPT-LINE.
020470     PERFORM 7900-WRITE-REPORT-LINE
020480     THRU 7900-EXIT.
020490     MOVE WS-RPT-INFO-LINE TO WS-RPT-LINE.
020500     PERFORM 7900-WRITE-REPORT-LINE
020510     THRU 7900-EXIT.
020520     IF WS-RESUMING
020530         MOVE "(retomada de uma anonimizacao interrompida)"
020540             TO WS-RPT-LINE
020550         PERFORM 7900-WRITE-REPORT-LINE
020560         THRU 7900-EXIT
020570     END-IF.
020580     GO TO 7000-EXIT.
020590 7000-EXIT.
020600     EXIT.
020610
020620*----------------------------------------------------------*
020630*  7010-PRINT-SECTION - ONE SECTION PER FILE ON THE DOSSIER *
020640*----------------------------------------------------------*
020650 7010-PRINT-SECTION.
020660     IF WS-ERASE-MODE
020670         GO TO 7010-EXIT
020680     END-IF.
020690     MOVE SPACES TO WS-RPT-LINE.
020700     PERFORM 7900-WRITE-REPORT-LINE
020710     THRU 7900-EXIT.
020720     MOVE WS-SECTION-TITLE TO WS-RSL-TITLE.
020730     MOVE WS-RPT-SECTION-LINE TO WS-RPT-LINE.
020740     PERFORM 7900-WRITE-REPORT-LINE
020750     THRU 7900-EXIT.
020760     GO TO 7010-EXIT.
020770 7010-EXIT.
020780     EXIT.
020790
020800*----------------------------------------------------------*
020810*  7030-PRINT-NOTHING - NOTHING ON THE PLAYER IN THIS FILE  *
020820*----------------------------------------------------------*
020830 7030-PRINT-NOTHING.
020840     IF WS-EXPORT-MODE
020850         MOVE "  (nada)" TO WS-RPT-LINE
020860     ELSE
020870         MOVE SPACES TO WS-RPT-LINE
020880         STRING "  " DELIMITED BY SIZE
020890             WS-FILE-NAME DELIMITED BY SPACE
020900             " nada a alterar" DELIMITED BY SIZE
020910             INTO WS-RPT-LINE
020920         END-STRING
020930     END-IF.
020940     PERFORM 7900-WRITE-REPORT-LINE
020950     THRU 7900-EXIT.
020960     GO TO 7030-EXIT.
020970 7030-EXIT.
020980     EXIT.
020990
021000*----------------------------------------------------------*
021010*  7050-PRINT-LABEL-LINE                                    *
021020*----------------------------------------------------------*
021030 7050-PRINT-LABEL-LINE.
021040     MOVE WS-RPT-LABEL-LINE TO WS-RPT-LINE.
021050     PERFORM 7900-WRITE-REPORT-LINE
021060     THRU 7900-EXIT.
021070     MOVE SPACES TO WS-RLL-VALUE.
021080     GO TO 7050-EXIT.
021090 7050-EXIT.
021100     EXIT.
021110
021120*----------------------------------------------------------*
021130*  7100-PRINT-PLAYER-IMAGE - A MASTER RECORD, FIELD BY      *
021140*  FIELD                                                    *
021150*----------------------------------------------------------*
021160 7100-PRINT-PLAYER-IMAGE.
021170     MOVE "ID" TO WS-RLL-LABEL.
021180     MOVE PI-PLAYER-ID TO WS-RLL-VALUE.
021190     PERFORM 7050-PRINT-LABEL-LINE
021200     THRU 7050-EXIT.
021210     MOVE "Nome" TO WS-RLL-LABEL.
021220     MOVE PI-PLAYER-NAME TO WS-RLL-VALUE.
021230     PERFORM 7050-PRINT-LABEL-LINE
021240     THRU 7050-EXIT.
021250     MOVE "Vitorias" TO WS-RLL-LABEL.
021260     MOVE PI-WINS TO WS-EDIT-COUNT.
021270     MOVE WS-EDIT-COUNT TO WS-RLL-VALUE.
021280     PERFORM 7050-PRINT-LABEL-LINE
021290     THRU 7050-EXIT.
021300     MOVE "Derrotas" TO WS-RLL-LABEL.
021310     MOVE PI-LOSSES TO WS-EDIT-COUNT.
021320     MOVE WS-EDIT-COUNT TO WS-RLL-VALUE.
021330     PERFORM 7050-PRINT-LABEL-LINE
021340     THRU 7050-EXIT.
021350     MOVE "Empates" TO WS-RLL-LABEL.
021360     MOVE PI-TIES TO WS-EDIT-COUNT.
021370     MOVE WS-EDIT-COUNT TO WS-RLL-VALUE.
021380     PERFORM 7050-PRINT-LABEL-LINE
021390     THRU 7050-EXIT.
021400     MOVE "Cadastrado em" TO WS-RLL-LABEL.
021410     MOVE PI-REGISTERED-DATE TO WS-RLL-VALUE.
021420     PERFORM 7050-PRINT-LABEL-LINE
021430     THRU 7050-EXIT.
021440     MOVE "Ultimo jogo em" TO WS-RLL-LABEL.
021450     MOVE PI-LAST-PLAYED-DATE TO WS-RLL-VALUE.
021460     PERFORM 7050-PRINT-LABEL-LINE
021470     THRU 7050-EXIT.
021480     MOVE "Situacao" TO WS-RLL-LABEL.
021490     EVALUATE TRUE
021500     WHEN PI-STATUS-ACTIVE
021510     MOVE "ATIVO" TO WS-RLL-VALUE
021520     WHEN PI-STATUS-DORMANT
021530     MOVE "DORMENTE" TO WS-RLL-VALUE
021540     WHEN PI-STATUS-SUSPENDED
021550     MOVE "SUSPENSO" TO WS-RLL-VALUE
021560     WHEN OTHER
021570     MOVE PI-STATUS TO WS-RLL-VALUE
021580     END-EVALUATE.
021590     PERFORM 7050-PRINT-LABEL-LINE
021600     THRU 7050-EXIT.
021610     GO TO 7100-EXIT.
021620 7100-EXIT.
021630     EXIT.
021640
021650*----------------------------------------------------------*
021660*  7200-LIST-RECORD - ONE RECORD THAT NAMES THE PLAYER, AS  *
021670*  IT STANDS ON FILE                                        *
021680*----------------------------------------------------------*
021690 7200-LIST-RECORD.
021700     ADD 1 TO WS-FILE-LISTED.
021710     ADD 1 TO WS-ITEMS-LISTED.
021720     MOVE SPACES TO WS-RRL-MARK.
021730     MOVE WS-DSR-LINE TO WS-RRL-TEXT.
021740     EVALUATE TRUE
021750     WHEN WS-FILE-NETWORK
021760     PERFORM 7100-PRINT-PLAYER-IMAGE
021770     THRU 7100-EXIT
021780     GO TO 7200-EXIT
021790     WHEN WS-FILE-AUDIT
021800     PERFORM 7210-LIST-AUDIT-RECORD
021810     THRU 7210-EXIT
021820     GO TO 7200-EXIT
021830     WHEN WS-FILE-LEDGER
021840     EVALUATE WS-DSR-LINE(1:1)
021850     WHEN "C"
021860     MOVE "TAXA" TO WS-RRL-MARK
021870     WHEN "R"
021880     MOVE "ESTORNO" TO WS-RRL-MARK
021890     WHEN "P"
021900     MOVE "PREMIO" TO WS-RRL-MARK
021910     WHEN "U"
021920     MOVE "RECARGA" TO WS-RRL-MARK
021930     END-EVALUATE
021940     WHEN WS-FILE-GENERATION
021950     IF NOT WS-GEN-HEADING-DONE
021960     MOVE SPACES TO WS-RPT-LINE
021970     STRING "  Geracao " WS-FILE-NAME
021980         DELIMITED BY SIZE INTO WS-RPT-LINE
021990     END-STRING
022000     PERFORM 7900-WRITE-REPORT-LINE
022010     THRU 7900-EXIT
022020     MOVE "Y" TO WS-GEN-HEADING-SW
022030     END-IF
022040     END-EVALUATE.
022050     IF WS-DSR-LINE(1:1) = "V"
022060         AND (WS-FILE-LOG OR WS-FILE-GENERATION)
022070         MOVE "ANULADO" TO WS-RRL-MARK
022080     END-IF.
022090     MOVE WS-RPT-RAW-LINE TO WS-RPT-LINE.
022100     PERFORM 7900-WRITE-REPORT-LINE
022110     THRU 7900-EXIT.
022120     GO TO 7200-EXIT.
022130 7200-EXIT.
022140     EXIT.
022150
022160*----------------------------------------------------------*
022170*  7210-LIST-AUDIT-RECORD - WHO, WHEN AND WHAT, THEN THE    *
022180*  TWO IMAGES ON LINES OF THEIR OWN                         *
022190*----------------------------------------------------------*
022200 7210-LIST-AUDIT-RECORD.
022210     MOVE WS-DSR-LINE TO AUDIT-RECORD.
022220     MOVE AUD-TIMESTAMP TO WS-RAL-TIMESTAMP.
022230     MOVE AUD-OPERATOR TO WS-RAL-OPERATOR.
022240     MOVE AUD-ACTION TO WS-RAL-ACTION.
022250     MOVE WS-RPT-AUDIT-LINE TO WS-RPT-LINE.
022260     PERFORM 7900-WRITE-REPORT-LINE
022270     THRU 7900-EXIT.
022280     MOVE "antes : " TO WS-RIM-LABEL.
022290     MOVE AUD-BEFORE-IMAGE TO WS-RIM-IMAGE.
022300     MOVE WS-RPT-IMAGE-LINE TO WS-RPT-LINE.
022310     PERFORM 7900-WRITE-REPORT-LINE
022320     THRU 7900-EXIT.
022330     MOVE "depois: " TO WS-RIM-LABEL.
022340     MOVE AUD-AFTER-IMAGE TO WS-RIM-IMAGE.
022350     MOVE WS-RPT-IMAGE-LINE TO WS-RPT-LINE.
022360     PERFORM 7900-WRITE-REPORT-LINE
022370     THRU 7900-EXIT.
022380     GO TO 7210-EXIT.
022390 7210-EXIT.
022400     EXIT.
022410
022420*----------------------------------------------------------*
022430*  7900-WRITE-REPORT-LINE                                   *
022440*----------------------------------------------------------*
022450 7900-WRITE-REPORT-LINE.
022460     WRITE RPT-RECORD FROM WS-RPT-LINE.
022470     ADD 1 TO WS-LINES-PRINTED.
022480     MOVE SPACES TO WS-RPT-LINE.
022490     GO TO 7900-EXIT.
022500 7900-EXIT.
022510     EXIT.
022520
022530*----------------------------------------------------------*
022540*  8000-WRITE-AUDIT - APPEND TO THE AUDIT TRAIL, AFTER IT   *
022550*  HAS BEEN SCANNED                                         *
022560*----------------------------------------------------------*
022570 8000-WRITE-AUDIT.
022580     OPEN EXTEND AUDIT-FILE.
022590     IF WS-SOURCE-STATUS = "35"
022600         OPEN OUTPUT AUDIT-FILE
022610     END-IF.
022620     IF WS-SOURCE-STATUS NOT = "00"
022630         DISPLAY "JOKLGPD - trilha de auditoria indisponivel, "
022640             "status " WS-SOURCE-STATUS
022650         GO TO 8000-EXIT
022660     END-IF.
022670     MOVE SPACES TO AUDIT-RECORD.
022680     MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
022690     MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
022700     MOVE WS-AUD-ACTION TO AUD-ACTION.
022710     MOVE WS-AUD-BEFORE TO AUD-BEFORE-IMAGE.
022720     MOVE WS-AUD-AFTER TO AUD-AFTER-IMAGE.
022730     WRITE AUD-FILE-RECORD FROM AUDIT-RECORD.
022740     CLOSE AUDIT-FILE.
022750     GO TO 8000-EXIT.
022760 8000-EXIT.
022770     EXIT.
022780
022790*----------------------------------------------------------*
022800*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
022810*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
022820*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
022830*  LEAVES THE RETURN CODE AS IT IS                          *
022840*----------------------------------------------------------*
022850 9900-WRITE-RUN-CONTROL.
022860     OPEN EXTEND RUN-CONTROL.
022870     IF WS-RUN-CONTROL-STATUS = "35"
022880         OPEN OUTPUT RUN-CONTROL
022890         CLOSE RUN-CONTROL
022900         OPEN EXTEND RUN-CONTROL
022910     END-IF.
022920     IF WS-RUN-CONTROL-STATUS NOT = "00"
022930         DISPLAY "JOKLGPD - controle de execucao indisponivel, "
022940             "status " WS-RUN-CONTROL-STATUS
022950         GO TO 9900-EXIT
022960     END-IF.
022970     MOVE SPACES TO RUN-CONTROL-RECORD.
022980     MOVE "JOKLGPD" TO RN-PROGRAM.
022990     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
023000     MOVE RN-START-DATE TO RN-RUN-DATE.
023010     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
023020     MOVE RETURN-CODE TO RN-RETURN-CODE.
023030     MOVE "LISTADOS" TO RN-COUNT-LABEL(1).
023040     MOVE WS-ITEMS-LISTED TO RN-COUNT-VALUE(1).
023050     MOVE "ALTERADO" TO RN-COUNT-LABEL(2).
023060     MOVE WS-TOTAL-CHANGED TO RN-COUNT-VALUE(2).
023070     WRITE RUN-CONTROL-RECORD.
023080     CLOSE RUN-CONTROL.
023090     GO TO 9900-EXIT.
023100 9900-EXIT.
023110     EXIT.
023120
023130*----------------------------------------------------------*
023140*  9999-TERMINATE                                           *
023150*----------------------------------------------------------*
023160 9999-TERMINATE.
023170     IF WS-MASTER-OPEN
023180         CLOSE PLAYER-MASTER
023190     END-IF.
023200     IF WS-CREDIT-OPEN
023210         CLOSE CREDIT-ACCOUNTS
023220     END-IF.
023230     IF WS-DIVISION-OPEN
023240         CLOSE DIVISION-FILE
023250     END-IF.
023260     IF WS-SIGNUP-OPEN
023270         CLOSE EVENT-SIGNUPS
023280     END-IF.
023290     IF WS-TIDX-OPEN
023300         CLOSE TOURNAMENT-INDEX
023310     END-IF.
023320     IF WS-REPORT-OPEN
023330         CLOSE DSR-REPORT
023340     END-IF.
023350     IF WS-EXPORT-MODE
023360         DISPLAY "JOKLGPD - dossie de " WS-SUBJECT-ID
023370             ", registros listados: " WS-ITEMS-LISTED
023380     END-IF.
023390     IF WS-ERASE-MODE AND WS-PSEUDONYM NOT = SPACES
023400         DISPLAY "JOKLGPD - pseudonimo " WS-PSEUDONYM
023410             ", registros alterados: " WS-TOTAL-CHANGED
023420     END-IF.
023430     IF WS-TRN-OVERFLOW > ZERO
023440         DISPLAY "JOKLGPD - torneios fora da tabela: "
023450             WS-TRN-OVERFLOW
023460     END-IF.
023470     EVALUATE TRUE
023480     WHEN WS-ABORT-RUN
023490     MOVE 8 TO RETURN-CODE
023500     WHEN WS-ERASE-MODE AND WS-INCOMPLETE
023510     DISPLAY "JOKLGPD - anonimizacao incompleta - rode de "
023520         "novo para o mesmo jogador."
023530     MOVE 8 TO RETURN-CODE
023540     WHEN WS-EXPORT-MODE AND WS-ITEMS-LISTED = ZERO
023550     DISPLAY "JOKLGPD - nada encontrado sobre o jogador."
023560     MOVE 4 TO RETURN-CODE
023570     WHEN WS-EXPORT-MODE AND WS-FILES-UNAVAILABLE > ZERO
023580     MOVE 4 TO RETURN-CODE
023590     WHEN OTHER
023600     CONTINUE
023610     END-EVALUATE.
023620     GO TO 9999-EXIT.
023630 9999-EXIT.
023640     EXIT.
