000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKSCOUT.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - MOVE-TENDENCY        *
000110*                   (SCOUTING) REPORT BUILT FROM THE ROUND  *
000120*                   DETAILS ON THE TRANSACTION LOG.         *
000123*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000126*                   AT END OF RUN FOR THE MORNING REPORT.   *
000130*----------------------------------------------------------*
000140*  ANSWERS "O QUE O FULANO COSTUMA JOGAR".  EVERY ROUND     *
000150*  DETAIL (LD-PLAYER-MOVE) IS CREDITED TO ITS PLAYER ID     *
000160*  AND TO THE GAME MODE OF ITS TOURNAMENT'S HEADER, AND     *
000170*  FOR EACH PLAYER AND MODE THE REPORT PRINTS:              *
000180*    - THE SHARE OF EACH THROW;                             *
000190*    - WHAT THE PLAYER THROWS IN THE NEXT ROUND AFTER A     *
000200*      WIN, A LOSS AND A TIE, AND HOW OFTEN THEY REPEAT     *
000210*      THE SAME THROW (WIN-STAY / LOSE-SHIFT);              *
000220*    - THE MOST COMMON OPENING THROW OF A TOURNAMENT;       *
000230*    - A PREDICTABILITY INDEX: THE DISTANCE OF THE THROW    *
000240*      SHARES FROM AN EVEN SPREAD OVER THE MODE'S THROWS,   *
000250*      0 = EVEN, 100 = ALWAYS THE SAME THROW.               *
000260*  JOKENPO_SCOUTID LIMITS THE PRINTED REPORT TO ONE PLAYER; *
000270*  THE SUMMARY FILE (SCOUTSUM, JOKSCTRC) ALWAYS CARRIES     *
000280*  EVERY PLAYER AND IS WHAT THE BRACKET PROGRAM PRINTS THE  *
000290*  COMMENTATOR'S SHEET FROM.                                *
000300*                                                           *
000310*  POINT SCTLOG AT THE ARCHIVE GENERATIONS CONCATENATED     *
000320*  AHEAD OF THE LIVE LOG, AS THE RATING AND RIVALRY JOBS    *
000330*  DO.  VOIDED TOURNAMENTS ARE SKIPPED.  OLD FLAT LOG LINES *
000340*  CARRY NO TOURNAMENT OR GAME MODE AND ARE NOT COUNTED.    *
000350*  "AFTER A RESULT" AND THE OPENING THROW ARE TAKEN WITHIN  *
000360*  ONE TOURNAMENT - THE FIRST ROUND OF A NEW TOURNAMENT     *
000370*  DOES NOT FOLLOW ON FROM THE LAST ROUND OF THE PREVIOUS   *
000380*  ONE.  AN UNREADABLE LOG LEAVES THE OLD SUMMARY IN PLACE  *
000390*  (RC=8).                                                  *
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SCOUT-LOG ASSIGN TO "SCTLOG"
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-SCOUT-LOG-STATUS.
000470     SELECT SCOUT-SUMMARY ASSIGN TO "SCOUTSUM"
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-SCOUT-SUM-STATUS.
000500     SELECT SCOUT-REPORT ASSIGN TO "SCTRPT"
000510     ORGANIZATION IS LINE SEQUENTIAL.
000512     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000514     ORGANIZATION IS LINE SEQUENTIAL
000516     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SCOUT-LOG.
000560 01  LOG-RECORD                  PIC X(120).
000570
000580 FD  SCOUT-SUMMARY.
000590     COPY JOKSCTRC.
000600
000610 FD  SCOUT-REPORT.
000620 01  SCR-RECORD                  PIC X(100).
000630
000632 FD  RUN-CONTROL.
000634     COPY JOKRUNRC.
000636
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------*
000660*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000670*----------------------------------------------------------*
000680     COPY JOKLOGRC.
000690*----------------------------------------------------------*
000700*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000710*----------------------------------------------------------*
000713 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000716 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000720 01  WS-SCOUT-LOG-STATUS     PIC X(02)  VALUE SPACES.
000730 01  WS-SCOUT-SUM-STATUS     PIC X(02)  VALUE SPACES.
000740 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000750     88  WS-LOG-EOF                     VALUE "Y".
000760 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000770     88  WS-RUN-ABORTED                 VALUE "Y".
000780 01  WS-SCOUT-ID-ENV         PIC X(10)  VALUE SPACES.
000790 01  WS-SCOUT-ID             PIC X(10)  VALUE SPACES.
000800*----------------------------------------------------------*
000810*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
000820*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
000830*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
000840*----------------------------------------------------------*
000850 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
000860     88  WS-VOID-EOF                    VALUE "Y".
000870 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
000880     88  WS-TRN-VOIDED                  VALUE "Y".
000890 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000900 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
000910 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
000920 01  WS-VOID-TABLE.
000930     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
000940     10  WS-VOID-TRN-ID   PIC X(14).
000950 01  WS-LOOKUP-VOID-ID       PIC X(14).
000960*----------------------------------------------------------*
000970*  THE FIVE CANONICAL THROWS, IN THE GAME PROGRAMS' CHOICE  *
000980*  ORDER.  CLASSICO USES THE FIRST THREE.                   *
000990*----------------------------------------------------------*
001000 01  ROCK                    PIC A(08)  VALUE "Pedra".
001010 01  SISSORS                 PIC A(08)  VALUE "Tesoura".
001020 01  PAPPER                  PIC A(08)  VALUE "Papel".
001030 01  LAGARTO                 PIC A(08)  VALUE "Lagarto".
001040 01  SPOCK                   PIC A(08)  VALUE "Spock".
001050 01  WS-THROW-TABLE.
001060     05  WS-THROW-NAME       PIC A(10)  OCCURS 5 TIMES.
001070 01  WS-SCAN-MOVE            PIC A(10)  VALUE SPACES.
001080 77  WS-THROW-IDX            PIC 9(01)  COMP  VALUE ZERO.
001090 77  WS-MOVE-IDX             PIC 9(01)  COMP  VALUE ZERO.
001100 77  WS-RESULT-IDX           PIC 9(01)  COMP  VALUE ZERO.
001110 77  WS-AFT-IDX              PIC 9(01)  COMP  VALUE ZERO.
001120*----------------------------------------------------------*
001130*  OPEN TOURNAMENT TABLE - HEADERS WAITING FOR THEIR        *
001140*  TRAILER, HOLDING THE GAME MODE FOR THEIR DETAILS.  THE   *
001150*  TRAILER FREES THE SLOT (ID BACK TO SPACES) FOR REUSE.    *
001160*----------------------------------------------------------*
001170 77  WS-TRN-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001180 77  WS-TRN-IDX              PIC 9(04)  COMP  VALUE ZERO.
001190 77  WS-TRN-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
001200 01  WS-TRN-TABLE.
001210     05  WS-TRN-ENTRY        OCCURS 1000 TIMES.
001220     10  WS-TRN-ID        PIC X(14).
001230     10  WS-TRN-GAME-MODE PIC 9(01).
001240 01  WS-LOOKUP-TRN-ID        PIC X(14).
001250*----------------------------------------------------------*
001260*  PLAYER-IN-TOURNAMENT STATE - THE LAST THROW AND RESULT   *
001270*  OF EACH PLAYER IN AN OPEN TOURNAMENT.  NO ENTRY YET      *
001280*  MEANS THE NEXT DETAIL IS THE PLAYER'S OPENING THROW.     *
001290*  RESULT 1 = WIN, 2 = LOSS, 3 = TIE, 0 = NONE.             *
001300*----------------------------------------------------------*
001310 77  WS-PTS-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001320 77  WS-PTS-IDX              PIC 9(04)  COMP  VALUE ZERO.
001330 77  WS-PTS-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
001340 77  WS-PTS-FREE-IDX         PIC 9(04)  COMP  VALUE ZERO.
001350 01  WS-PTS-NEW-SW           PIC X(01)  VALUE "N".
001360     88  WS-PTS-NEW                     VALUE "Y".
001370 01  WS-PTS-TABLE.
001380     05  WS-PTS-ENTRY        OCCURS 1000 TIMES.
001390     10  WS-PTS-TRN-ID    PIC X(14).
001400     10  WS-PTS-PLAYER-ID PIC X(10).
001410     10  WS-PTS-LAST-IDX  PIC 9(01)  COMP.
001420     10  WS-PTS-LAST-RSLT PIC 9(01)  COMP.
001430*----------------------------------------------------------*
001440*  TENDENCY TABLE, ONE ENTRY PER PLAYER ID AND GAME MODE,   *
001450*  KEPT IN KEY ORDER AS ENTRIES ARE ADDED SO THE REPORT     *
001460*  AND THE SUMMARY FILE COME OUT BY PLAYER ID               *
001470*----------------------------------------------------------*
001480 77  WS-STAT-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001490 77  WS-STAT-IDX             PIC 9(04)  COMP  VALUE ZERO.
001500 77  WS-STAT-FOUND-IDX       PIC 9(04)  COMP  VALUE ZERO.
001510 77  WS-STAT-INS-IDX         PIC 9(04)  COMP  VALUE ZERO.
001520 01  WS-SEARCH-KEY.
001530     05  WS-SK-PLAYER-ID     PIC X(10).
001540     05  WS-SK-GAME-MODE     PIC 9(01).
001550 01  WS-STAT-TABLE.
001560     05  WS-STAT-ENTRY       OCCURS 2000 TIMES.
001570     10  WS-ST-KEY.
001580     15  WS-ST-PLAYER-ID PIC X(10).
001590     15  WS-ST-GAME-MODE PIC 9(01).
001600     10  WS-ST-TOURNAMENTS PIC 9(05)  COMP.
001610     10  WS-ST-ROUNDS     PIC 9(07)  COMP.
001620     10  WS-ST-THROW-COUNT PIC 9(07) COMP  OCCURS 5 TIMES.
001630     10  WS-ST-OPEN-COUNT PIC 9(05)  COMP  OCCURS 5 TIMES.
001640     10  WS-ST-AFTER      OCCURS 3 TIMES.
001650     15  WS-ST-AFT-ROUNDS PIC 9(07)  COMP.
001660     15  WS-ST-AFT-STAYS  PIC 9(07)  COMP.
001670     15  WS-ST-AFT-NEXT   PIC 9(07)  COMP  OCCURS 5 TIMES.
001680*----------------------------------------------------------*
001690*  FIGURE WORK FIELDS                                       *
001700*----------------------------------------------------------*
001710 77  WS-CHOICE-COUNT         PIC 9(01)  COMP  VALUE 3.
001720 01  WS-CANDIDATES.
001730     05  WS-CAND-COUNT       PIC 9(07)  COMP  OCCURS 5 TIMES.
001740 77  WS-TOP-IDX              PIC 9(01)  COMP  VALUE ZERO.
001750 77  WS-TOP-COUNT            PIC 9(07)  COMP  VALUE ZERO.
001760 77  WS-BASE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
001770 77  WS-PCT-WORK             PIC 9(03)  COMP  VALUE ZERO.
001780 77  WS-DEVIATION            PIC S9(09) COMP  VALUE ZERO.
001790 77  WS-DEV-SUM              PIC 9(09)  COMP  VALUE ZERO.
001800*    BELOW THIS MANY ROUNDS THE SHARES ARE MOSTLY NOISE
001810 77  WS-MIN-ROUNDS           PIC 9(03)  COMP  VALUE 20.
001820*----------------------------------------------------------*
001830*  RUN COUNTERS                                             *
001840*----------------------------------------------------------*
001850 77  WS-LOG-RECORDS-READ     PIC 9(07)  COMP  VALUE ZERO.
001860 77  WS-ROUNDS-COUNTED       PIC 9(07)  COMP  VALUE ZERO.
001870 77  WS-VOIDED-ROUNDS        PIC 9(07)  COMP  VALUE ZERO.
001880 77  WS-ORPHAN-ROUNDS        PIC 9(07)  COMP  VALUE ZERO.
001890 77  WS-UNKNOWN-MOVES        PIC 9(07)  COMP  VALUE ZERO.
001900 77  WS-TRN-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001910 77  WS-PTS-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001920 77  WS-STAT-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
001930 77  WS-SUMMARY-WRITTEN      PIC 9(07)  COMP  VALUE ZERO.
001940 77  WS-ENTRIES-PRINTED      PIC 9(07)  COMP  VALUE ZERO.
001950*----------------------------------------------------------*
001960*  REPORT LINES                                             *
001970*----------------------------------------------------------*
001980 01  WS-SCR-HEADER-1         PIC X(100)  VALUE
001990     "TENDENCIA DE JOGADAS - JOKENPO".
002000 01  WS-SCR-FILTER-LINE.
002010     05  FILLER              PIC X(09)  VALUE "JOGADOR: ".
002020     05  WS-SCR-FILTER-ID    PIC X(10).
002030     05  FILLER              PIC X(81)  VALUE SPACES.
002040 01  WS-SCR-PLAYER-LINE.
002050     05  FILLER              PIC X(08)  VALUE "JOGADOR ".
002060     05  WS-SCR-PLAYER-ID    PIC X(10).
002070     05  FILLER              PIC X(07)  VALUE "  MODO ".
002080     05  WS-SCR-MODE-TEXT    PIC X(13).
002090     05  FILLER              PIC X(11)  VALUE "  TORNEIOS ".
002100     05  WS-SCR-TOURNAMENTS  PIC ZZZZ9.
002110     05  FILLER              PIC X(10)  VALUE "  RODADAS ".
002120     05  WS-SCR-ROUNDS       PIC ZZZZZZ9.
002130     05  FILLER              PIC X(29)  VALUE SPACES.
002140 01  WS-SCR-THROW-HEADER.
002150     05  FILLER              PIC X(12)  VALUE "  JOGADA".
002160     05  FILLER              PIC X(10)  VALUE "     VEZES".
002170     05  FILLER              PIC X(06)  VALUE "     %".
002180     05  FILLER              PIC X(11)  VALUE "  ABERTURAS".
002190     05  FILLER              PIC X(61)  VALUE SPACES.
002200 01  WS-SCR-THROW-LINE.
002210     05  FILLER              PIC X(02)  VALUE SPACES.
002220     05  WS-SCR-THROW-NAME   PIC X(10).
002230     05  WS-SCR-THROW-COUNT  PIC ZZZZZZZZZ9.
002240     05  FILLER              PIC X(03)  VALUE SPACES.
002250     05  WS-SCR-THROW-PCT    PIC ZZ9.
002260     05  FILLER              PIC X(02)  VALUE SPACES.
002270     05  WS-SCR-OPEN-COUNT   PIC ZZZZZZZZ9.
002280     05  FILLER              PIC X(61)  VALUE SPACES.
002290 01  WS-SCR-AFTER-HEADER.
002300     05  FILLER              PIC X(12)  VALUE "  NA RODADA".
002310     05  FILLER              PIC X(10)  VALUE "   RODADAS".
002320     05  FILLER              PIC X(09)  VALUE "  REPETE%".
002330     05  FILLER              PIC X(09)  VALUE "   PEDRA%".
002340     05  FILLER              PIC X(09)  VALUE " TESOURA%".
002350     05  FILLER              PIC X(09)  VALUE "   PAPEL%".
002360     05  FILLER              PIC X(09)  VALUE " LAGARTO%".
002370     05  FILLER              PIC X(09)  VALUE "   SPOCK%".
002380     05  FILLER              PIC X(24)  VALUE SPACES.
002390 01  WS-SCR-AFTER-LINE.
002400     05  FILLER              PIC X(02)  VALUE SPACES.
002410     05  WS-SCR-AFT-LABEL    PIC X(10).
002420     05  WS-SCR-AFT-ROUNDS   PIC ZZZZZZZZZ9.
002430     05  FILLER              PIC X(06)  VALUE SPACES.
002440     05  WS-SCR-AFT-STAY     PIC ZZ9.
002450     05  WS-SCR-AFT-CELLS.
002460     10  WS-SCR-AFT-CELL  PIC X(09)  OCCURS 5 TIMES.
002470     05  FILLER              PIC X(24)  VALUE SPACES.
002480 01  WS-SCR-PCT-EDIT         PIC ZZ9.
002490 01  WS-SCR-OPEN-LINE.
002500     05  FILLER              PIC X(23)  VALUE
002510         "  ABERTURA MAIS COMUM: ".
002520     05  WS-SCR-OPEN-NAME    PIC X(10).
002530     05  FILLER              PIC X(02)  VALUE " (".
002540     05  WS-SCR-OPEN-TIMES   PIC ZZZZ9.
002550     05  FILLER              PIC X(04)  VALUE " DE ".
002560     05  WS-SCR-OPEN-OF      PIC ZZZZ9.
002570     05  FILLER              PIC X(10)  VALUE " TORNEIOS)".
002580     05  FILLER              PIC X(41)  VALUE SPACES.
002590 01  WS-SCR-PREDICT-LINE.
002600     05  FILLER              PIC X(19)  VALUE
002610         "  PREVISIBILIDADE: ".
002620     05  WS-SCR-PREDICT      PIC ZZ9.
002630     05  FILLER              PIC X(48)  VALUE
002640         "  (0 = EQUILIBRADO, 100 = SEMPRE A MESMA JOGADA)".
002650     05  WS-SCR-SMALL-SAMPLE PIC X(20).
002660     05  FILLER              PIC X(10)  VALUE SPACES.
002670
002680 PROCEDURE DIVISION.
002690*----------------------------------------------------------*
002700*  0000-MAINLINE                                            *
002710*----------------------------------------------------------*
002720 0000-MAINLINE.
002725     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
002730     PERFORM 1000-INITIALIZE
002740     THRU 1000-EXIT.
002750     IF NOT WS-RUN-ABORTED
002760         PERFORM 2000-SCAN-LOG
002770         THRU 2000-EXIT
002780         PERFORM 3000-WRITE-SUMMARY
002790         THRU 3000-EXIT
002800     END-IF.
002810     PERFORM 9999-TERMINATE
002820     THRU 9999-EXIT.
002823     PERFORM 9900-WRITE-RUN-CONTROL
002826     THRU 9900-EXIT.
002830     STOP RUN.
002840
002850*----------------------------------------------------------*
002860*  1000-INITIALIZE - LOAD THE THROW NAMES, TABLE THE VOIDS  *
002870*  AND OPEN THE FILES.  THE SUMMARY IS ONLY REWRITTEN WHEN  *
002880*  THE LOG CAN BE READ.                                     *
002890*----------------------------------------------------------*
002900 1000-INITIALIZE.
002910     MOVE ROCK    TO WS-THROW-NAME(1).
002920     MOVE SISSORS TO WS-THROW-NAME(2).
002930     MOVE PAPPER  TO WS-THROW-NAME(3).
002940     MOVE LAGARTO TO WS-THROW-NAME(4).
002950     MOVE SPOCK   TO WS-THROW-NAME(5).
002960     ACCEPT WS-SCOUT-ID-ENV FROM ENVIRONMENT "JOKENPO_SCOUTID".
002970     IF WS-SCOUT-ID-ENV NOT = SPACES
002980         MOVE WS-SCOUT-ID-ENV TO WS-SCOUT-ID
002990     END-IF.
003000     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
003010     THRU 1200-EXIT.
003020     OPEN INPUT SCOUT-LOG.
003030     IF WS-SCOUT-LOG-STATUS NOT = "00"
003040         DISPLAY "JOKSCOUT - log indisponivel, status "
003050             WS-SCOUT-LOG-STATUS
003060         MOVE "Y" TO WS-ABORT-SW
003070         GO TO 1000-EXIT
003080     END-IF.
003090     OPEN OUTPUT SCOUT-SUMMARY.
003100     OPEN OUTPUT SCOUT-REPORT.
003110     MOVE WS-SCR-HEADER-1 TO SCR-RECORD.
003120     WRITE SCR-RECORD.
003130     IF WS-SCOUT-ID NOT = SPACES
003140         MOVE WS-SCOUT-ID TO WS-SCR-FILTER-ID
003150         MOVE WS-SCR-FILTER-LINE TO SCR-RECORD
003160         WRITE SCR-RECORD
003170     END-IF.
003180     GO TO 1000-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------*
003230*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
003240*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
003250*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
003260*----------------------------------------------------------*
003270 1200-LOAD-VOIDED-TOURNAMENTS.
003280     OPEN INPUT SCOUT-LOG.
003290     IF WS-SCOUT-LOG-STATUS NOT = "00"
003300         GO TO 1200-EXIT
003310     END-IF.
003320     PERFORM 1210-TABLE-ONE-VOID
003330     THRU 1210-EXIT
003340     UNTIL WS-VOID-EOF.
003350     CLOSE SCOUT-LOG.
003360     GO TO 1200-EXIT.
003370 1200-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------*
003410*  1210-TABLE-ONE-VOID                                      *
003420*----------------------------------------------------------*
003430 1210-TABLE-ONE-VOID.
003440     READ SCOUT-LOG
003450     AT END
003460     MOVE "Y" TO WS-VOID-EOF-SW
003470     GO TO 1210-EXIT
003480     END-READ.
003490     IF LOG-RECORD(1:1) NOT = "V"
003500         GO TO 1210-EXIT
003510     END-IF.
003520     MOVE LOG-RECORD TO LOG-VOID-RECORD.
003530     IF WS-VOID-COUNT NOT < 500
003540         ADD 1 TO WS-VOID-OVERFLOW
003550         GO TO 1210-EXIT
003560     END-IF.
003570     ADD 1 TO WS-VOID-COUNT.
003580     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
003590     GO TO 1210-EXIT.
003600 1210-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------*
003640*  2000-SCAN-LOG - ONE PASS OVER THE CONCATENATED LOG       *
003650*----------------------------------------------------------*
003660 2000-SCAN-LOG.
003670     PERFORM 2100-READ-LOG
003680     THRU 2100-EXIT.
003690     PERFORM 2200-PROCESS-ONE-RECORD
003700     THRU 2200-EXIT
003710     UNTIL WS-LOG-EOF.
003720     CLOSE SCOUT-LOG.
003730     GO TO 2000-EXIT.
003740 2000-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------*
003780*  2100-READ-LOG                                            *
003790*----------------------------------------------------------*
003800 2100-READ-LOG.
003810     READ SCOUT-LOG
003820     AT END
003830     MOVE "Y" TO WS-LOG-EOF-SW
003840     NOT AT END
003850     ADD 1 TO WS-LOG-RECORDS-READ
003860     END-READ.
003870     GO TO 2100-EXIT.
003880 2100-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  2200-PROCESS-ONE-RECORD - DISPATCH BY RECORD TYPE.  V    *
003930*  RECORDS WERE TABLED ON THE FIRST PASS; OLD FLAT LINES    *
003940*  HAVE NO TOURNAMENT OR MODE AND ARE SKIPPED.              *
003950*----------------------------------------------------------*
003960 2200-PROCESS-ONE-RECORD.
003970     EVALUATE LOG-RECORD(1:1)
003980     WHEN "H"
003990     PERFORM 2300-TABLE-HEADER
004000     THRU 2300-EXIT
004010     WHEN "D"
004020     PERFORM 2400-POST-DETAIL
004030     THRU 2400-EXIT
004040     WHEN "T"
004050     PERFORM 2500-CLOSE-TOURNAMENT
004060     THRU 2500-EXIT
004070     WHEN OTHER
004080     CONTINUE
004090     END-EVALUATE.
004100     PERFORM 2100-READ-LOG
004110     THRU 2100-EXIT.
004120     GO TO 2200-EXIT.
004130 2200-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170*  2300-TABLE-HEADER - OPEN THE TOURNAMENT ON THE TABLE     *
004180*  WITH ITS GAME MODE, IN THE FIRST FREE SLOT               *
004190*----------------------------------------------------------*
004200 2300-TABLE-HEADER.
004210     MOVE LOG-RECORD TO LOG-HEADER-RECORD.
004220     MOVE LH-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
004230     PERFORM 2650-CHECK-VOIDED
004240     THRU 2650-EXIT.
004250     IF WS-TRN-VOIDED
004260         GO TO 2300-EXIT
004270     END-IF.
004280     MOVE SPACES TO WS-LOOKUP-TRN-ID.
004290     PERFORM 2600-FIND-TOURNAMENT
004300     THRU 2600-EXIT.
004310     IF WS-TRN-FOUND-IDX = ZERO
004320         IF WS-TRN-COUNT >= 1000
004330             ADD 1 TO WS-TRN-OVERFLOW
004340             GO TO 2300-EXIT
004350         END-IF
004360         ADD 1 TO WS-TRN-COUNT
004370         MOVE WS-TRN-COUNT TO WS-TRN-FOUND-IDX
004380     END-IF.
004390     MOVE LH-TOURNAMENT-ID TO WS-TRN-ID(WS-TRN-FOUND-IDX).
004400     IF LH-GAME-MODE = 2
004410         MOVE 2 TO WS-TRN-GAME-MODE(WS-TRN-FOUND-IDX)
004420     ELSE
004430         MOVE 1 TO WS-TRN-GAME-MODE(WS-TRN-FOUND-IDX)
004440     END-IF.
004450     GO TO 2300-EXIT.
004460 2300-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------*
004500*  2400-POST-DETAIL - CREDIT THE THROW TO ITS PLAYER AND    *
004510*  MODE: SHARE, OPENING THROW, AND WHAT FOLLOWED THE        *
004520*  PLAYER'S PREVIOUS RESULT IN THE SAME TOURNAMENT          *
004530*----------------------------------------------------------*
004540 2400-POST-DETAIL.
004550     MOVE LOG-RECORD TO LOG-DETAIL-RECORD.
004560     MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
004570     PERFORM 2600-FIND-TOURNAMENT
004580     THRU 2600-EXIT.
004590     IF WS-TRN-FOUND-IDX = ZERO
004600         MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID
004610         PERFORM 2650-CHECK-VOIDED
004620         THRU 2650-EXIT
004630         IF WS-TRN-VOIDED
004640             ADD 1 TO WS-VOIDED-ROUNDS
004650         ELSE
004660             ADD 1 TO WS-ORPHAN-ROUNDS
004670         END-IF
004680         GO TO 2400-EXIT
004690     END-IF.
004700     IF LD-PLAYER-ID = SPACES
004710         ADD 1 TO WS-ORPHAN-ROUNDS
004720         GO TO 2400-EXIT
004730     END-IF.
004740     MOVE LD-PLAYER-MOVE TO WS-SCAN-MOVE.
004750     PERFORM 2700-FIND-THROW
004760     THRU 2700-EXIT.
004770     IF WS-MOVE-IDX = ZERO
004780         OR (WS-TRN-GAME-MODE(WS-TRN-FOUND-IDX) = 1
004790         AND WS-MOVE-IDX > 3)
004800         ADD 1 TO WS-UNKNOWN-MOVES
004810         GO TO 2400-EXIT
004820     END-IF.
004830     MOVE LD-PLAYER-ID TO WS-SK-PLAYER-ID.
004840     MOVE WS-TRN-GAME-MODE(WS-TRN-FOUND-IDX) TO WS-SK-GAME-MODE.
004850     PERFORM 2900-LOCATE-OR-CREATE-STAT
004860     THRU 2900-EXIT.
004870     IF WS-STAT-FOUND-IDX = ZERO
004880         ADD 1 TO WS-STAT-OVERFLOW
004890         GO TO 2400-EXIT
004900     END-IF.
004910     ADD 1 TO WS-ROUNDS-COUNTED.
004920     ADD 1 TO WS-ST-ROUNDS(WS-STAT-FOUND-IDX).
004930     ADD 1 TO WS-ST-THROW-COUNT(WS-STAT-FOUND-IDX WS-MOVE-IDX).
004940
004950*    OPENING THROW AND "AFTER A RESULT" NEED THE PLAYER'S
004960*    PLACE IN THE TOURNAMENT; A FULL STATE TABLE STILL
004970*    LEAVES THE SHARE ABOVE COUNTED
004980     PERFORM 2800-LOCATE-OR-CREATE-STATE
004990     THRU 2800-EXIT.
005000     IF WS-PTS-FOUND-IDX = ZERO
005010         ADD 1 TO WS-PTS-OVERFLOW
005020         GO TO 2400-EXIT
005030     END-IF.
005040     IF WS-PTS-NEW
005050         ADD 1 TO WS-ST-TOURNAMENTS(WS-STAT-FOUND-IDX)
005060         ADD 1 TO WS-ST-OPEN-COUNT(WS-STAT-FOUND-IDX WS-MOVE-IDX)
005070     ELSE
005080         MOVE WS-PTS-LAST-RSLT(WS-PTS-FOUND-IDX) TO WS-AFT-IDX
005090         IF WS-AFT-IDX > ZERO
005100             ADD 1 TO WS-ST-AFT-ROUNDS(WS-STAT-FOUND-IDX
005110                 WS-AFT-IDX)
005120             ADD 1 TO WS-ST-AFT-NEXT(WS-STAT-FOUND-IDX
005130                 WS-AFT-IDX WS-MOVE-IDX)
005140             IF WS-MOVE-IDX = WS-PTS-LAST-IDX(WS-PTS-FOUND-IDX)
005150                 ADD 1 TO WS-ST-AFT-STAYS(WS-STAT-FOUND-IDX
005160                     WS-AFT-IDX)
005170             END-IF
005180         END-IF
005190     END-IF.
005200     EVALUATE LD-RESULT-IND
005210     WHEN "W"
005220     MOVE 1 TO WS-RESULT-IDX
005230     WHEN "L"
005240     MOVE 2 TO WS-RESULT-IDX
005250     WHEN "T"
005260     MOVE 3 TO WS-RESULT-IDX
005270     WHEN OTHER
005280     MOVE ZERO TO WS-RESULT-IDX
005290     END-EVALUATE.
005300     MOVE WS-MOVE-IDX TO WS-PTS-LAST-IDX(WS-PTS-FOUND-IDX).
005310     MOVE WS-RESULT-IDX TO WS-PTS-LAST-RSLT(WS-PTS-FOUND-IDX).
005320     GO TO 2400-EXIT.
005330 2400-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------*
005370*  2500-CLOSE-TOURNAMENT - THE TRAILER FREES THE            *
005380*  TOURNAMENT'S SLOT AND ITS PLAYERS' STATE ENTRIES         *
005390*----------------------------------------------------------*
005400 2500-CLOSE-TOURNAMENT.
005410     MOVE LOG-RECORD TO LOG-TRAILER-RECORD.
005420     MOVE LT-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
005430     PERFORM 2600-FIND-TOURNAMENT
005440     THRU 2600-EXIT.
005450     IF WS-TRN-FOUND-IDX = ZERO
005460         GO TO 2500-EXIT
005470     END-IF.
005480     MOVE SPACES TO WS-TRN-ID(WS-TRN-FOUND-IDX).
005490     PERFORM 2510-FREE-ONE-STATE
005500     THRU 2510-EXIT
005510     VARYING WS-PTS-IDX FROM 1 BY 1
005520     UNTIL WS-PTS-IDX > WS-PTS-COUNT.
005530     GO TO 2500-EXIT.
005540 2500-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580*  2510-FREE-ONE-STATE                                      *
005590*----------------------------------------------------------*
005600 2510-FREE-ONE-STATE.
005610     IF WS-PTS-TRN-ID(WS-PTS-IDX) = LT-TOURNAMENT-ID
005620     MOVE SPACES TO WS-PTS-TRN-ID(WS-PTS-IDX)
005630     END-IF.
005640     GO TO 2510-EXIT.
005650 2510-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------*
005690*  2600-FIND-TOURNAMENT - LOCATE THE OPEN TOURNAMENT ENTRY  *
005700*  FOR THE ID IN WS-LOOKUP-TRN-ID (SPACES FINDS A FREED     *
005710*  SLOT)                                                    *
005720*----------------------------------------------------------*
005730 2600-FIND-TOURNAMENT.
005740     MOVE ZERO TO WS-TRN-FOUND-IDX.
005750     PERFORM 2610-CHECK-ONE-TOURNAMENT
005760     THRU 2610-EXIT
005770     VARYING WS-TRN-IDX FROM 1 BY 1
005780     UNTIL WS-TRN-IDX > WS-TRN-COUNT
005790     OR WS-TRN-FOUND-IDX > ZERO.
005800     GO TO 2600-EXIT.
005810 2600-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------*
005850*  2610-CHECK-ONE-TOURNAMENT                                *
005860*----------------------------------------------------------*
005870 2610-CHECK-ONE-TOURNAMENT.
005880     IF WS-TRN-ID(WS-TRN-IDX) = WS-LOOKUP-TRN-ID
005890     MOVE WS-TRN-IDX TO WS-TRN-FOUND-IDX
005900     END-IF.
005910     GO TO 2610-EXIT.
005920 2610-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960*  2650-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
005970*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
005980*----------------------------------------------------------*
005990 2650-CHECK-VOIDED.
006000     MOVE "N" TO WS-VOIDED-SW.
006010     PERFORM 2660-CHECK-ONE-VOID
006020     THRU 2660-EXIT
006030     VARYING WS-VOID-IDX FROM 1 BY 1
006040     UNTIL WS-VOID-IDX > WS-VOID-COUNT
006050     OR WS-TRN-VOIDED.
006060     GO TO 2650-EXIT.
006070 2650-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------*
006110*  2660-CHECK-ONE-VOID                                      *
006120*----------------------------------------------------------*
006130 2660-CHECK-ONE-VOID.
006140     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
006150     MOVE "Y" TO WS-VOIDED-SW
006160     END-IF.
006170     GO TO 2660-EXIT.
006180 2660-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------*
006220*  2700-FIND-THROW - SUBSCRIPT OF WS-SCAN-MOVE ON THE       *
006230*  THROW TABLE, ZERO WHEN IT IS NOT A CANONICAL THROW       *
006240*----------------------------------------------------------*
006250 2700-FIND-THROW.
006260     MOVE ZERO TO WS-MOVE-IDX.
006270     PERFORM 2710-CHECK-ONE-THROW
006280     THRU 2710-EXIT
006290     VARYING WS-THROW-IDX FROM 1 BY 1
006300     UNTIL WS-THROW-IDX > 5.
006310     GO TO 2700-EXIT.
006320 2700-EXIT.
006330     EXIT.
006340
006350 2710-CHECK-ONE-THROW.
006360     IF WS-SCAN-MOVE = WS-THROW-NAME(WS-THROW-IDX)
006370     MOVE WS-THROW-IDX TO WS-MOVE-IDX
006380     END-IF.
006390     GO TO 2710-EXIT.
006400 2710-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------*
006440*  2800-LOCATE-OR-CREATE-STATE - THE PLAYER'S STATE ENTRY   *
006450*  IN THE DETAIL'S TOURNAMENT.  A NEW ENTRY (WS-PTS-NEW)    *
006460*  TAKES THE FIRST FREED SLOT, OR THE NEXT ONE ON THE END.  *
006470*----------------------------------------------------------*
006480 2800-LOCATE-OR-CREATE-STATE.
006490     MOVE ZERO TO WS-PTS-FOUND-IDX.
006500     MOVE ZERO TO WS-PTS-FREE-IDX.
006510     MOVE "N" TO WS-PTS-NEW-SW.
006520     PERFORM 2810-CHECK-ONE-STATE
006530     THRU 2810-EXIT
006540     VARYING WS-PTS-IDX FROM 1 BY 1
006550     UNTIL WS-PTS-IDX > WS-PTS-COUNT
006560     OR WS-PTS-FOUND-IDX > ZERO.
006570     IF WS-PTS-FOUND-IDX > ZERO
006580         GO TO 2800-EXIT
006590     END-IF.
006600     IF WS-PTS-FREE-IDX = ZERO
006610         IF WS-PTS-COUNT >= 1000
006620             GO TO 2800-EXIT
006630         END-IF
006640         ADD 1 TO WS-PTS-COUNT
006650         MOVE WS-PTS-COUNT TO WS-PTS-FREE-IDX
006660     END-IF.
006670     MOVE WS-PTS-FREE-IDX TO WS-PTS-FOUND-IDX.
006680     MOVE "Y" TO WS-PTS-NEW-SW.
006690     MOVE LD-TOURNAMENT-ID TO WS-PTS-TRN-ID(WS-PTS-FOUND-IDX).
006700     MOVE LD-PLAYER-ID TO WS-PTS-PLAYER-ID(WS-PTS-FOUND-IDX).
006710     MOVE ZERO TO WS-PTS-LAST-IDX(WS-PTS-FOUND-IDX).
006720     MOVE ZERO TO WS-PTS-LAST-RSLT(WS-PTS-FOUND-IDX).
006730     GO TO 2800-EXIT.
006740 2800-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------*
006780*  2810-CHECK-ONE-STATE                                     *
006790*----------------------------------------------------------*
006800 2810-CHECK-ONE-STATE.
006810     IF WS-PTS-TRN-ID(WS-PTS-IDX) = SPACES
006820         IF WS-PTS-FREE-IDX = ZERO
006830             MOVE WS-PTS-IDX TO WS-PTS-FREE-IDX
006840         END-IF
006850         GO TO 2810-EXIT
006860     END-IF.
006870     IF WS-PTS-TRN-ID(WS-PTS-IDX) = LD-TOURNAMENT-ID
006880         AND WS-PTS-PLAYER-ID(WS-PTS-IDX) = LD-PLAYER-ID
006890         MOVE WS-PTS-IDX TO WS-PTS-FOUND-IDX
006900     END-IF.
006910     GO TO 2810-EXIT.
006920 2810-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------*
006960*  2900-LOCATE-OR-CREATE-STAT - THE TENDENCY ENTRY FOR      *
006970*  WS-SEARCH-KEY.  A NEW KEY IS SLOTTED IN KEY ORDER,       *
006980*  MOVING THE HIGHER ENTRIES DOWN ONE PLACE.                *
006990*----------------------------------------------------------*
007000 2900-LOCATE-OR-CREATE-STAT.
007010     MOVE ZERO TO WS-STAT-FOUND-IDX.
007020     MOVE ZERO TO WS-STAT-INS-IDX.
007030     PERFORM 2910-CHECK-ONE-STAT
007040     THRU 2910-EXIT
007050     VARYING WS-STAT-IDX FROM 1 BY 1
007060     UNTIL WS-STAT-IDX > WS-STAT-COUNT
007070     OR WS-STAT-FOUND-IDX > ZERO
007080     OR WS-STAT-INS-IDX > ZERO.
007090     IF WS-STAT-FOUND-IDX > ZERO
007100         GO TO 2900-EXIT
007110     END-IF.
007120     IF WS-STAT-COUNT >= 2000
007130         GO TO 2900-EXIT
007140     END-IF.
007150     IF WS-STAT-INS-IDX = ZERO
007160         COMPUTE WS-STAT-INS-IDX = WS-STAT-COUNT + 1
007170     ELSE
007180         PERFORM 2920-MOVE-ONE-STAT-DOWN
007190         THRU 2920-EXIT
007200         VARYING WS-STAT-IDX FROM WS-STAT-COUNT BY -1
007210         UNTIL WS-STAT-IDX < WS-STAT-INS-IDX
007220     END-IF.
007230     ADD 1 TO WS-STAT-COUNT.
007240     MOVE WS-STAT-INS-IDX TO WS-STAT-FOUND-IDX.
007250     INITIALIZE WS-STAT-ENTRY(WS-STAT-FOUND-IDX).
007260     MOVE WS-SEARCH-KEY TO WS-ST-KEY(WS-STAT-FOUND-IDX).
007270     GO TO 2900-EXIT.
007280 2900-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------*
007320*  2910-CHECK-ONE-STAT                                      *
007330*----------------------------------------------------------*
007340 2910-CHECK-ONE-STAT.
007350     IF WS-ST-KEY(WS-STAT-IDX) = WS-SEARCH-KEY
007360         MOVE WS-STAT-IDX TO WS-STAT-FOUND-IDX
007370         GO TO 2910-EXIT
007380     END-IF.
007390     IF WS-ST-KEY(WS-STAT-IDX) > WS-SEARCH-KEY
007400         MOVE WS-STAT-IDX TO WS-STAT-INS-IDX
007410     END-IF.
007420     GO TO 2910-EXIT.
007430 2910-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------*
007470*  2920-MOVE-ONE-STAT-DOWN                                  *
007480*----------------------------------------------------------*
007490 2920-MOVE-ONE-STAT-DOWN.
007500     MOVE WS-STAT-ENTRY(WS-STAT-IDX)
007510         TO WS-STAT-ENTRY(WS-STAT-IDX + 1).
007520     GO TO 2920-EXIT.
007530 2920-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------*
007570*  3000-WRITE-SUMMARY - ONE SUMMARY RECORD PER TENDENCY     *
007580*  ENTRY, PRINTED AS WELL WHEN IT IS THE PLAYER ASKED FOR   *
007590*  (OR EVERY PLAYER WHEN NONE WAS)                          *
007600*----------------------------------------------------------*
007610 3000-WRITE-SUMMARY.
007620     PERFORM 3100-FINISH-ONE-ENTRY
007630     THRU 3100-EXIT
007640     VARYING WS-STAT-IDX FROM 1 BY 1
007650     UNTIL WS-STAT-IDX > WS-STAT-COUNT.
007660     IF WS-ENTRIES-PRINTED = ZERO
007670         MOVE SPACES TO SCR-RECORD
007680         WRITE SCR-RECORD
007690         MOVE "Nenhuma jogada registrada." TO SCR-RECORD
007700         WRITE SCR-RECORD
007710     END-IF.
007720     GO TO 3000-EXIT.
007730 3000-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------*
007770*  3100-FINISH-ONE-ENTRY - WORK OUT THE SHARES, THE TOP     *
007780*  THROWS AND THE PREDICTABILITY INDEX FOR ONE PLAYER AND   *
007790*  MODE AND WRITE THE SUMMARY RECORD                        *
007800*----------------------------------------------------------*
007810 3100-FINISH-ONE-ENTRY.
007820     MOVE SPACES TO SCOUT-RECORD.
007830     MOVE WS-ST-PLAYER-ID(WS-STAT-IDX) TO SC-PLAYER-ID.
007840     MOVE WS-ST-GAME-MODE(WS-STAT-IDX) TO SC-GAME-MODE.
007850     MOVE WS-ST-TOURNAMENTS(WS-STAT-IDX) TO SC-TOURNAMENTS.
007860     MOVE WS-ST-ROUNDS(WS-STAT-IDX) TO SC-ROUNDS.
007870     IF WS-ST-GAME-MODE(WS-STAT-IDX) = 2
007880         MOVE 5 TO WS-CHOICE-COUNT
007890     ELSE
007900         MOVE 3 TO WS-CHOICE-COUNT
007910     END-IF.
007920     PERFORM 3110-FINISH-ONE-THROW
007930     THRU 3110-EXIT
007940     VARYING WS-THROW-IDX FROM 1 BY 1
007950     UNTIL WS-THROW-IDX > 5.
007960
007970*    MOST COMMON OPENING THROW
007980     PERFORM 3120-LOAD-OPEN-CANDIDATE
007990     THRU 3120-EXIT
008000     VARYING WS-THROW-IDX FROM 1 BY 1
008010     UNTIL WS-THROW-IDX > 5.
008020     PERFORM 3300-FIND-TOP-THROW
008030     THRU 3300-EXIT.
008040     MOVE WS-TOP-IDX TO SC-OPEN-TOP-IDX.
008050
008060     PERFORM 3130-FINISH-ONE-AFTER
008070     THRU 3130-EXIT
008080     VARYING WS-AFT-IDX FROM 1 BY 1
008090     UNTIL WS-AFT-IDX > 3.
008100     PERFORM 3400-PREDICTABILITY
008110     THRU 3400-EXIT.
008120     WRITE SCOUT-RECORD.
008130     ADD 1 TO WS-SUMMARY-WRITTEN.
008140     IF WS-SCOUT-ID = SPACES
008150         OR WS-SCOUT-ID = WS-ST-PLAYER-ID(WS-STAT-IDX)
008160         PERFORM 3500-PRINT-ENTRY
008170         THRU 3500-EXIT
008180     END-IF.
008190     GO TO 3100-EXIT.
008200 3100-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------*
008240*  3110-FINISH-ONE-THROW                                    *
008250*----------------------------------------------------------*
008260 3110-FINISH-ONE-THROW.
008270     MOVE WS-ST-THROW-COUNT(WS-STAT-IDX WS-THROW-IDX)
008280         TO SC-THROW-COUNT(WS-THROW-IDX).
008290     MOVE WS-ST-OPEN-COUNT(WS-STAT-IDX WS-THROW-IDX)
008300         TO SC-OPEN-COUNT(WS-THROW-IDX).
008310     MOVE ZERO TO SC-THROW-PCT(WS-THROW-IDX).
008320     IF WS-ST-ROUNDS(WS-STAT-IDX) > ZERO
008330         COMPUTE SC-THROW-PCT(WS-THROW-IDX) ROUNDED =
008340             WS-ST-THROW-COUNT(WS-STAT-IDX WS-THROW-IDX) * 100
008350             / WS-ST-ROUNDS(WS-STAT-IDX)
008360     END-IF.
008370     GO TO 3110-EXIT.
008380 3110-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------*
008420*  3120-LOAD-OPEN-CANDIDATE                                 *
008430*----------------------------------------------------------*
008440 3120-LOAD-OPEN-CANDIDATE.
008450     MOVE WS-ST-OPEN-COUNT(WS-STAT-IDX WS-THROW-IDX)
008460         TO WS-CAND-COUNT(WS-THROW-IDX).
008470     GO TO 3120-EXIT.
008480 3120-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------*
008520*  3130-FINISH-ONE-AFTER - ROUNDS THAT FOLLOWED A WIN       *
008530*  (1), LOSS (2) OR TIE (3): HOW OFTEN THE SAME THROW CAME  *
008540*  BACK, AND THE THROW MOST OFTEN CHOSEN NEXT               *
008550*----------------------------------------------------------*
008560 3130-FINISH-ONE-AFTER.
008570     MOVE WS-ST-AFT-ROUNDS(WS-STAT-IDX WS-AFT-IDX)
008580         TO SC-AFT-ROUNDS(WS-AFT-IDX).
008590     MOVE ZERO TO SC-AFT-STAY-PCT(WS-AFT-IDX).
008600     MOVE ZERO TO SC-AFT-TOP-IDX(WS-AFT-IDX).
008610     MOVE ZERO TO SC-AFT-TOP-PCT(WS-AFT-IDX).
008620     IF WS-ST-AFT-ROUNDS(WS-STAT-IDX WS-AFT-IDX) = ZERO
008630         GO TO 3130-EXIT
008640     END-IF.
008650     COMPUTE SC-AFT-STAY-PCT(WS-AFT-IDX) ROUNDED =
008660         WS-ST-AFT-STAYS(WS-STAT-IDX WS-AFT-IDX) * 100
008670         / WS-ST-AFT-ROUNDS(WS-STAT-IDX WS-AFT-IDX).
008680     PERFORM 3140-LOAD-NEXT-CANDIDATE
008690     THRU 3140-EXIT
008700     VARYING WS-THROW-IDX FROM 1 BY 1
008710     UNTIL WS-THROW-IDX > 5.
008720     PERFORM 3300-FIND-TOP-THROW
008730     THRU 3300-EXIT.
008740     MOVE WS-TOP-IDX TO SC-AFT-TOP-IDX(WS-AFT-IDX).
008750     COMPUTE SC-AFT-TOP-PCT(WS-AFT-IDX) ROUNDED =
008760         WS-TOP-COUNT * 100
008770         / WS-ST-AFT-ROUNDS(WS-STAT-IDX WS-AFT-IDX).
008780     GO TO 3130-EXIT.
008790 3130-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------*
008830*  3140-LOAD-NEXT-CANDIDATE                                 *
008840*----------------------------------------------------------*
008850 3140-LOAD-NEXT-CANDIDATE.
008860     MOVE WS-ST-AFT-NEXT(WS-STAT-IDX WS-AFT-IDX WS-THROW-IDX)
008870         TO WS-CAND-COUNT(WS-THROW-IDX).
008880     GO TO 3140-EXIT.
008890 3140-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------*
008930*  3300-FIND-TOP-THROW - HIGHEST OF THE MODE'S CANDIDATE    *
008940*  COUNTS; A TIE GOES TO THE EARLIER THROW, AND ALL ZERO    *
008950*  LEAVES WS-TOP-IDX AT ZERO                                *
008960*----------------------------------------------------------*
008970 3300-FIND-TOP-THROW.
008980     MOVE ZERO TO WS-TOP-IDX.
008990     MOVE ZERO TO WS-TOP-COUNT.
009000     PERFORM 3310-CHECK-ONE-CANDIDATE
009010     THRU 3310-EXIT
009020     VARYING WS-THROW-IDX FROM 1 BY 1
009030     UNTIL WS-THROW-IDX > WS-CHOICE-COUNT.
009040     GO TO 3300-EXIT.
009050 3300-EXIT.
009060     EXIT.
009070
009080 3310-CHECK-ONE-CANDIDATE.
009090     IF WS-CAND-COUNT(WS-THROW-IDX) > WS-TOP-COUNT
009100     MOVE WS-CAND-COUNT(WS-THROW-IDX) TO WS-TOP-COUNT
009110     MOVE WS-THROW-IDX TO WS-TOP-IDX
009120     END-IF.
009130     GO TO 3310-EXIT.
009140 3310-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------*
009180*  3400-PREDICTABILITY - DISTANCE OF THE THROW SHARES FROM  *
009190*  AN EVEN SPREAD OVER THE MODE'S K THROWS, SCALED SO THAT  *
009200*  ALWAYS THE SAME THROW IS 100:                            *
009210*      SUM OF ABS(K X COUNT - ROUNDS) / (2 X ROUNDS X (K-1))*
009220*----------------------------------------------------------*
009230 3400-PREDICTABILITY.
009240     MOVE ZERO TO SC-PREDICT-INDEX.
009250     MOVE ZERO TO WS-DEV-SUM.
009260     IF WS-ST-ROUNDS(WS-STAT-IDX) = ZERO
009270         GO TO 3400-EXIT
009280     END-IF.
009290     PERFORM 3410-ADD-ONE-DEVIATION
009300     THRU 3410-EXIT
009310     VARYING WS-THROW-IDX FROM 1 BY 1
009320     UNTIL WS-THROW-IDX > WS-CHOICE-COUNT.
009330     COMPUTE SC-PREDICT-INDEX ROUNDED =
009340         WS-DEV-SUM * 100
009350         / (2 * WS-ST-ROUNDS(WS-STAT-IDX)
009360         * (WS-CHOICE-COUNT - 1)).
009370     GO TO 3400-EXIT.
009380 3400-EXIT.
009390     EXIT.
009400
009410 3410-ADD-ONE-DEVIATION.
009420     COMPUTE WS-DEVIATION =
009430         WS-CHOICE-COUNT
009440         * WS-ST-THROW-COUNT(WS-STAT-IDX WS-THROW-IDX)
009450         - WS-ST-ROUNDS(WS-STAT-IDX).
009460     IF WS-DEVIATION < ZERO
009470         COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
009480     END-IF.
009490     ADD WS-DEVIATION TO WS-DEV-SUM.
009500     GO TO 3410-EXIT.
009510 3410-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------*
009550*  3500-PRINT-ENTRY - ONE PLAYER AND MODE ON THE REPORT,    *
009560*  FROM THE SUMMARY RECORD JUST WRITTEN                     *
009570*----------------------------------------------------------*
009580 3500-PRINT-ENTRY.
009590     ADD 1 TO WS-ENTRIES-PRINTED.
009600     MOVE SPACES TO SCR-RECORD.
009610     WRITE SCR-RECORD.
009620     MOVE SC-PLAYER-ID TO WS-SCR-PLAYER-ID.
009630     IF SC-GAME-MODE = 2
009640         MOVE "LAGARTO-SPOCK" TO WS-SCR-MODE-TEXT
009650     ELSE
009660         MOVE "CLASSICO" TO WS-SCR-MODE-TEXT
009670     END-IF.
009680     MOVE SC-TOURNAMENTS TO WS-SCR-TOURNAMENTS.
009690     MOVE SC-ROUNDS TO WS-SCR-ROUNDS.
009700     MOVE WS-SCR-PLAYER-LINE TO SCR-RECORD.
009710     WRITE SCR-RECORD.
009720     MOVE WS-SCR-THROW-HEADER TO SCR-RECORD.
009730     WRITE SCR-RECORD.
009740     PERFORM 3510-PRINT-ONE-THROW
009750     THRU 3510-EXIT
009760     VARYING WS-THROW-IDX FROM 1 BY 1
009770     UNTIL WS-THROW-IDX > WS-CHOICE-COUNT.
009780
009790     MOVE WS-SCR-AFTER-HEADER TO SCR-RECORD.
009800     WRITE SCR-RECORD.
009810     PERFORM 3520-PRINT-ONE-AFTER
009820     THRU 3520-EXIT
009830     VARYING WS-AFT-IDX FROM 1 BY 1
009840     UNTIL WS-AFT-IDX > 3.
009850
009860     IF SC-OPEN-TOP-IDX = ZERO
009870         MOVE "-" TO WS-SCR-OPEN-NAME
009880         MOVE ZERO TO WS-SCR-OPEN-TIMES
009890     ELSE
009900         MOVE WS-THROW-NAME(SC-OPEN-TOP-IDX) TO WS-SCR-OPEN-NAME
009910         MOVE SC-OPEN-COUNT(SC-OPEN-TOP-IDX) TO WS-SCR-OPEN-TIMES
009920     END-IF.
009930     MOVE SC-TOURNAMENTS TO WS-SCR-OPEN-OF.
009940     MOVE WS-SCR-OPEN-LINE TO SCR-RECORD.
009950     WRITE SCR-RECORD.
009960     MOVE SC-PREDICT-INDEX TO WS-SCR-PREDICT.
009970     IF SC-ROUNDS < WS-MIN-ROUNDS
009980         MOVE " - AMOSTRA PEQUENA" TO WS-SCR-SMALL-SAMPLE
009990     ELSE
010000         MOVE SPACES TO WS-SCR-SMALL-SAMPLE
010010     END-IF.
010020     MOVE WS-SCR-PREDICT-LINE TO SCR-RECORD.
010030     WRITE SCR-RECORD.
010040     GO TO 3500-EXIT.
010050 3500-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------*
010090*  3510-PRINT-ONE-THROW                                     *
010100*----------------------------------------------------------*
010110 3510-PRINT-ONE-THROW.
010120     MOVE WS-THROW-NAME(WS-THROW-IDX) TO WS-SCR-THROW-NAME.
010130     MOVE SC-THROW-COUNT(WS-THROW-IDX) TO WS-SCR-THROW-COUNT.
010140     MOVE SC-THROW-PCT(WS-THROW-IDX) TO WS-SCR-THROW-PCT.
010150     MOVE SC-OPEN-COUNT(WS-THROW-IDX) TO WS-SCR-OPEN-COUNT.
010160     MOVE WS-SCR-THROW-LINE TO SCR-RECORD.
010170     WRITE SCR-RECORD.
010180     GO TO 3510-EXIT.
010190 3510-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------*
010230*  3520-PRINT-ONE-AFTER - THE NEXT-THROW SHARES AFTER ONE   *
010240*  RESULT; CLASSICO LEAVES THE LAGARTO AND SPOCK COLUMNS    *
010250*  BLANK                                                    *
010260*----------------------------------------------------------*
010270 3520-PRINT-ONE-AFTER.
010280     EVALUATE WS-AFT-IDX
010290     WHEN 1
010300     MOVE "APOS VIT." TO WS-SCR-AFT-LABEL
010310     WHEN 2
010320     MOVE "APOS DER." TO WS-SCR-AFT-LABEL
010330     WHEN OTHER
010340     MOVE "APOS EMP." TO WS-SCR-AFT-LABEL
010350     END-EVALUATE.
010360     MOVE SC-AFT-ROUNDS(WS-AFT-IDX) TO WS-SCR-AFT-ROUNDS.
010370     MOVE SC-AFT-STAY-PCT(WS-AFT-IDX) TO WS-SCR-AFT-STAY.
010380     MOVE SPACES TO WS-SCR-AFT-CELLS.
010390     PERFORM 3530-PRINT-ONE-NEXT-CELL
010400     THRU 3530-EXIT
010410     VARYING WS-THROW-IDX FROM 1 BY 1
010420     UNTIL WS-THROW-IDX > WS-CHOICE-COUNT.
010430     MOVE WS-SCR-AFTER-LINE TO SCR-RECORD.
010440     WRITE SCR-RECORD.
010450     GO TO 3520-EXIT.
010460 3520-EXIT.
010470     EXIT.
010480
010490*----------------------------------------------------------*
010500*  3530-PRINT-ONE-NEXT-CELL                                 *
010510*----------------------------------------------------------*
010520 3530-PRINT-ONE-NEXT-CELL.
010530     MOVE ZERO TO WS-PCT-WORK.
010540     IF SC-AFT-ROUNDS(WS-AFT-IDX) > ZERO
010550         COMPUTE WS-PCT-WORK ROUNDED =
010560             WS-ST-AFT-NEXT(WS-STAT-IDX WS-AFT-IDX WS-THROW-IDX)
010570             * 100 / SC-AFT-ROUNDS(WS-AFT-IDX)
010580     END-IF.
010590     MOVE WS-PCT-WORK TO WS-SCR-PCT-EDIT.
010600     MOVE WS-SCR-PCT-EDIT TO WS-SCR-AFT-CELL(WS-THROW-IDX)(7:3).
010610     GO TO 3530-EXIT.
010620 3530-EXIT.
010630     EXIT.
010640
010650*----------------------------------------------------------*
010660*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
010670*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
010680*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
010690*  LEAVES THE RETURN CODE AS IT IS                          *
010700*----------------------------------------------------------*
010710 9900-WRITE-RUN-CONTROL.
010720     OPEN EXTEND RUN-CONTROL.
010730     IF WS-RUN-CONTROL-STATUS = "35"
010740         OPEN OUTPUT RUN-CONTROL
010750         CLOSE RUN-CONTROL
010760         OPEN EXTEND RUN-CONTROL
010770     END-IF.
010780     IF WS-RUN-CONTROL-STATUS NOT = "00"
010790         DISPLAY "JOKSCOUT - controle de execucao indisponivel, "
010800             "status " WS-RUN-CONTROL-STATUS
010810         GO TO 9900-EXIT
010820     END-IF.
010830     MOVE SPACES TO RUN-CONTROL-RECORD.
010840     MOVE "JOKSCOUT" TO RN-PROGRAM.
010850     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
010860     MOVE RN-START-DATE TO RN-RUN-DATE.
010870     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
010880     MOVE RETURN-CODE TO RN-RETURN-CODE.
010890     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
010900     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(1).
010910     MOVE "CONTADAS" TO RN-COUNT-LABEL(2).
010920     MOVE WS-ROUNDS-COUNTED TO RN-COUNT-VALUE(2).
010930     MOVE "ANULADAS" TO RN-COUNT-LABEL(3).
010940     MOVE WS-VOIDED-ROUNDS TO RN-COUNT-VALUE(3).
010950     MOVE "FICHAS" TO RN-COUNT-LABEL(4).
010960     MOVE WS-SUMMARY-WRITTEN TO RN-COUNT-VALUE(4).
010970     WRITE RUN-CONTROL-RECORD.
010980     CLOSE RUN-CONTROL.
010990     GO TO 9900-EXIT.
011000 9900-EXIT.
011010     EXIT.
011020
011030*----------------------------------------------------------*
011040*  9999-TERMINATE                                           *
011050*----------------------------------------------------------*
011060 9999-TERMINATE.
011070     IF WS-RUN-ABORTED
011080         MOVE 8 TO RETURN-CODE
011090         GO TO 9999-EXIT
011100     END-IF.
011110     CLOSE SCOUT-SUMMARY.
011120     CLOSE SCOUT-REPORT.
011130     DISPLAY "JOKSCOUT - registros de log lidos: "
011140         WS-LOG-RECORDS-READ.
011150     DISPLAY "JOKSCOUT - rodadas contadas......: "
011160         WS-ROUNDS-COUNTED.
011170     DISPLAY "JOKSCOUT - rodadas anuladas......: "
011180         WS-VOIDED-ROUNDS.
011190     DISPLAY "JOKSCOUT - rodadas sem cabecalho.: "
011200         WS-ORPHAN-ROUNDS.
011210     DISPLAY "JOKSCOUT - jogadas desconhecidas.: "
011220         WS-UNKNOWN-MOVES.
011230     DISPLAY "JOKSCOUT - fichas gravadas.......: "
011240         WS-SUMMARY-WRITTEN.
011250     IF WS-SCOUT-ID NOT = SPACES
011260         AND WS-ENTRIES-PRINTED = ZERO
011270         DISPLAY "JOKSCOUT - nenhuma jogada de " WS-SCOUT-ID
011280         MOVE 4 TO RETURN-CODE
011290     END-IF.
011300     IF WS-VOID-OVERFLOW > ZERO
011310         DISPLAY "JOKSCOUT - anulacoes sem tabela..: "
011320             WS-VOID-OVERFLOW
011330         MOVE 4 TO RETURN-CODE
011340     END-IF.
011350     IF WS-TRN-OVERFLOW > ZERO
011360         DISPLAY "JOKSCOUT - torneios sem tabela...: "
011370             WS-TRN-OVERFLOW
011380         MOVE 4 TO RETURN-CODE
011390     END-IF.
011400     IF WS-PTS-OVERFLOW > ZERO
011410         DISPLAY "JOKSCOUT - rodadas sem sequencia.: "
011420             WS-PTS-OVERFLOW
011430         MOVE 4 TO RETURN-CODE
011440     END-IF.
011450     IF WS-STAT-OVERFLOW > ZERO
011460         DISPLAY "JOKSCOUT - jogadores sem tabela..: "
011470             WS-STAT-OVERFLOW
011480         MOVE 4 TO RETURN-CODE
011490     END-IF.
011500     GO TO 9999-EXIT.
011510 9999-EXIT.
011520     EXIT.
