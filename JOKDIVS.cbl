000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKDIVS.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - DIVISION LADDER      *
000110*                   WITH PROMOTION AND RELEGATION AT THE    *
000120*                   SEASON CLOSE.                           *
000123*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000126*                   AT END OF RUN FOR THE MORNING REPORT.   *
000130*----------------------------------------------------------*
000140*  RUNS AFTER THE SEASON CLOSE (JOKSEASN) HAS WRITTEN THE   *
000150*  SEASON HISTORY FILE AND KEEPS THE DIVISION LADDER ON     *
000160*  JOKDIVS (COPYBOOK JOKDIVRC) - SERIE A, B AND C.  FOR     *
000170*  EVERY PLAYER ON THE CLOSING SEASON'S HISTORY:            *
000180*    - A DORMANT PLAYER (OR ONE NO LONGER ON THE MASTER)    *
000190*      DROPS OUT OF THE LADDER;                             *
000200*    - A PLAYER NOT YET ON THE LADDER WHO PLAYED IN THE     *
000210*      SEASON IS PLACED BY RATING (RATINGS FILE, 1000 FOR   *
000220*      AN UNRATED PLAYER): SERIE A FROM 1150, SERIE B FROM  *
000230*      1050, SERIE C BELOW THAT.  NOT HAVING PLAYED IN A    *
000240*      SERIE YET, THE NEWCOMER DOES NOT MOVE AT THIS CLOSE; *
000250*    - EVERY OTHER PLAYER IS RANKED WITHIN THE SERIE ON THE *
000260*      SEASON JUST CLOSED (WINS DESCENDING, THEN LOSSES     *
000270*      ASCENDING, THEN ID).  THE TOP N OF SERIE B AND C GO  *
000280*      UP ONE SERIE AND THE BOTTOM N OF SERIE A AND B GO    *
000290*      DOWN ONE.  N IS NEVER MORE THAN HALF THE SERIE, SO A *
000300*      SMALL SERIE DOES NOT EMPTY ITSELF.                   *
000310*  A LADDER RECORD WHOSE PLAYER IS NOT ON THE SEASON'S      *
000320*  HISTORY AT ALL (DELETED FROM THE MASTER) IS DROPPED TOO. *
000330*                                                           *
000340*  PRINTS THE STANDINGS PER SERIE (DIVSTAND) AND THE        *
000350*  PROMOTIONS AND RELEGATIONS NOTICE FOR THE HALL           *
000360*  NOTICEBOARD (DIVAVISO).  A SEASON THE LADDER HAS         *
000370*  ALREADY PROCESSED IS REFUSED WITH RC=8, AS IS A SEASON   *
000380*  WITH NO HISTORY RECORDS.  RC=4 WHEN THE NOTICE TABLE     *
000390*  OVERFLOWED (THE LADDER ITSELF IS COMPLETE).              *
000400*                                                           *
000410*  ENVIRONMENT:                                             *
000420*    JOKENPO_SEASON  - SEASON YYYYMM (DEFAULT: CURRENT),    *
000430*                      SET IT TO MATCH THE JOKSEASN STEP    *
000440*    JOKENPO_DIVMOVE - PLAYERS PROMOTED AND RELEGATED PER   *
000450*                      SERIE (DEFAULT 3)                    *
000460*----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SEASON-HISTORY ASSIGN TO "SEAHIST"
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS WS-SEASON-HIST-STATUS.
000530     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS PM-PLAYER-ID
000570     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000580     SELECT DIVISION-FILE ASSIGN TO "JOKDIVS"
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS DYNAMIC
000610     RECORD KEY IS DV-PLAYER-ID
000620     FILE STATUS IS WS-DIVISION-STATUS.
000630     SELECT RATING-FILE ASSIGN TO "RATINGS"
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS WS-RATING-FILE-STATUS.
000660     SELECT DIVISION-REPORT ASSIGN TO "DIVSTAND"
000670     ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT NOTICE-REPORT ASSIGN TO "DIVAVISO"
000690     ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT SORT-WORK ASSIGN TO "SRTWK01".
000702     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000704     ORGANIZATION IS LINE SEQUENTIAL
000706     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SEASON-HISTORY.
000750     COPY JOKSEAHS.
000760
000770 FD  PLAYER-MASTER.
000780     COPY JOKPMREC.
000790
000800 FD  DIVISION-FILE.
000810     COPY JOKDIVRC.
000820
000830 FD  RATING-FILE.
000840     COPY JOKRATRC.
000850
000860 FD  DIVISION-REPORT.
000870 01  DST-RECORD                  PIC X(80).
000880
000890 FD  NOTICE-REPORT.
000900 01  NTC-RECORD                  PIC X(80).
000910
000920 SD  SORT-WORK.
000930 01  SORT-RECORD.
000940     05  SRT-DIVISION            PIC X(01).
000950     05  SRT-WINS                PIC 9(05).
000960     05  SRT-LOSSES              PIC 9(05).
000970     05  SRT-TIES                PIC 9(05).
000980     05  SRT-PLAYER-ID           PIC X(10).
000990     05  SRT-PLAYER-NAME         PIC X(20).
001000
001002 FD  RUN-CONTROL.
001004     COPY JOKRUNRC.
001006
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------*
001030*  FILE STATUS FIELDS AND RUN SWITCHES                      *
001040*----------------------------------------------------------*
001043 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
001046 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
001050 01  WS-SEASON-HIST-STATUS   PIC X(02)  VALUE SPACES.
001060 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
001070 01  WS-DIVISION-STATUS      PIC X(02)  VALUE SPACES.
001080 01  WS-RATING-FILE-STATUS   PIC X(02)  VALUE SPACES.
001090 01  WS-HIST-EOF-SW          PIC X(01)  VALUE "N".
001100     88  WS-HIST-EOF                    VALUE "Y".
001110 01  WS-DIVISION-EOF-SW      PIC X(01)  VALUE "N".
001120     88  WS-DIVISION-EOF                VALUE "Y".
001130 01  WS-RATING-EOF-SW        PIC X(01)  VALUE "N".
001140     88  WS-RATING-EOF                  VALUE "Y".
001150 01  WS-SORT-EOF-SW          PIC X(01)  VALUE "N".
001160     88  WS-SORT-EOF                    VALUE "Y".
001170 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
001180     88  WS-ABORT-RUN                   VALUE "Y".
001190 01  WS-FILES-OPEN-SW        PIC X(01)  VALUE "N".
001200     88  WS-FILES-OPEN                  VALUE "Y".
001210 01  WS-LADDER-FOUND-SW      PIC X(01)  VALUE "N".
001220     88  WS-LADDER-FOUND                VALUE "Y".
001230 01  WS-PLAYER-GONE-SW       PIC X(01)  VALUE "N".
001240     88  WS-PLAYER-GONE                 VALUE "Y".
001250*----------------------------------------------------------*
001260*  SEASON SELECTION AND LADDER PARAMETERS                   *
001270*----------------------------------------------------------*
001280 01  WS-SEASON-ENV           PIC X(06).
001290 01  WS-SEASON               PIC 9(06)  VALUE ZERO.
001300 01  WS-DIVMOVE-ENV          PIC X(04).
001310 77  WS-MOVES-PER-SERIE      PIC 9(04)  COMP  VALUE 3.
001320 77  WS-SERIE-A-RATING       PIC 9(05)  COMP  VALUE 1150.
001330 77  WS-SERIE-B-RATING       PIC 9(05)  COMP  VALUE 1050.
001340 77  WS-START-RATING         PIC 9(05)  COMP  VALUE 1000.
001350*----------------------------------------------------------*
001360*  THE THREE SERIES - PLAYERS RANKED AND PLAYERS MOVED      *
001370*----------------------------------------------------------*
001380 01  WS-SERIE-CODES          PIC X(03)  VALUE "ABC".
001390 01  WS-SERIE-TABLE.
001400     05  WS-SERIE-ENTRY      OCCURS 3 TIMES.
001410     10  WS-SER-COUNT     PIC 9(05)  COMP.
001420     10  WS-SER-MOVES     PIC 9(05)  COMP.
001430 77  WS-SER-IDX              PIC 9(01)  COMP  VALUE ZERO.
001440 01  WS-CURRENT-SERIE        PIC X(01)  VALUE SPACE.
001450 77  WS-SERIE-POSITION       PIC 9(05)  COMP  VALUE ZERO.
001460 01  WS-NEW-SERIE            PIC X(01)  VALUE SPACE.
001470 01  WS-MOVE-CODE            PIC X(01)  VALUE SPACE.
001480*----------------------------------------------------------*
001490*  RATINGS FOR FIRST PLACEMENT                              *
001500*----------------------------------------------------------*
001510 77  WS-RATE-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001520 77  WS-RATE-IDX             PIC 9(04)  COMP  VALUE ZERO.
001530 77  WS-RATE-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
001540 01  WS-RATE-TABLE.
001550     05  WS-RATE-ENTRY       OCCURS 2000 TIMES.
001560     10  WS-RTE-ID        PIC X(10).
001570     10  WS-RTE-RATING    PIC 9(05).
001580 77  WS-PLAYER-RATING        PIC 9(05)  COMP  VALUE ZERO.
001590 01  WS-RATING-FOUND-SW      PIC X(01)  VALUE "N".
001600     88  WS-RATING-FOUND                VALUE "Y".
001610*----------------------------------------------------------*
001620*  NOTICEBOARD ENTRIES - P PROMOTED, R RELEGATED, N NEWLY   *
001630*  PLACED, S LEFT THE LADDER; THE SERIE IS THE ONE THE      *
001640*  PLAYER GOES TO (FOR S, THE ONE LEFT)                     *
001650*----------------------------------------------------------*
001660 77  WS-NTC-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001670 77  WS-NTC-IDX              PIC 9(04)  COMP  VALUE ZERO.
001680 77  WS-NTC-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001690 77  WS-NTC-LISTED           PIC 9(04)  COMP  VALUE ZERO.
001700 01  WS-NTC-TABLE.
001710     05  WS-NTC-ENTRY        OCCURS 500 TIMES.
001720     10  WS-NTC-KIND      PIC X(01).
001730     10  WS-NTC-SERIE     PIC X(01).
001740     10  WS-NTC-ID        PIC X(10).
001750     10  WS-NTC-NAME      PIC X(20).
001760 01  WS-NTC-NEW-KIND         PIC X(01)  VALUE SPACE.
001770 01  WS-NTC-NEW-SERIE        PIC X(01)  VALUE SPACE.
001780 01  WS-NTC-NEW-ID           PIC X(10)  VALUE SPACES.
001790 01  WS-NTC-NEW-NAME         PIC X(20)  VALUE SPACES.
001800 01  WS-SECTION-KIND         PIC X(01)  VALUE SPACE.
001810 01  WS-SECTION-SERIE        PIC X(01)  VALUE SPACE.
001820*----------------------------------------------------------*
001830*  RUN COUNTERS                                             *
001840*----------------------------------------------------------*
001850 77  WS-HIST-READ            PIC 9(07)  COMP  VALUE ZERO.
001860 77  WS-PLAYERS-RANKED       PIC 9(05)  COMP  VALUE ZERO.
001870 77  WS-PLAYERS-PLACED       PIC 9(05)  COMP  VALUE ZERO.
001880 77  WS-PLAYERS-PROMOTED     PIC 9(05)  COMP  VALUE ZERO.
001890 77  WS-PLAYERS-RELEGATED    PIC 9(05)  COMP  VALUE ZERO.
001900 77  WS-PLAYERS-DROPPED      PIC 9(05)  COMP  VALUE ZERO.
001910*----------------------------------------------------------*
001920*  DIVISION STANDINGS REPORT LINES                          *
001930*----------------------------------------------------------*
001940 01  WS-DST-HEADER-LINE.
001950     05  FILLER              PIC X(36)  VALUE
001960         "CLASSIFICACAO POR SERIE - TEMPORADA".
001970     05  FILLER              PIC X(01)  VALUE SPACE.
001980     05  WS-DST-HDR-SEASON   PIC 9(06).
001990     05  FILLER              PIC X(37)  VALUE SPACES.
002000 01  WS-DST-SERIE-LINE.
002010     05  FILLER              PIC X(06)  VALUE "SERIE ".
002020     05  WS-DST-SERIE        PIC X(01).
002030     05  FILLER              PIC X(03)  VALUE " - ".
002040     05  WS-DST-SERIE-COUNT  PIC ZZZZ9.
002050     05  FILLER              PIC X(30)  VALUE
002060         " jogadores - sobem/descem ate ".
002070     05  WS-DST-SERIE-MOVES  PIC ZZZZ9.
002080     05  FILLER              PIC X(30)  VALUE SPACES.
002090 01  WS-DST-COL-HEADER.
002100     05  FILLER              PIC X(06)  VALUE "  POS ".
002110     05  FILLER              PIC X(11)  VALUE "JOGADOR".
002120     05  FILLER              PIC X(20)  VALUE "NOME".
002130     05  FILLER              PIC X(09)  VALUE " VITORIAS".
002140     05  FILLER              PIC X(09)  VALUE " DERROTAS".
002150     05  FILLER              PIC X(09)  VALUE "  EMPATES".
002160     05  FILLER              PIC X(16)  VALUE "  MOVIMENTO".
002170 01  WS-DST-DETAIL.
002180     05  WS-DST-POSITION     PIC ZZZZ9.
002190     05  FILLER              PIC X(01)  VALUE SPACE.
002200     05  WS-DST-PLAYER-ID    PIC X(10).
002210     05  FILLER              PIC X(01)  VALUE SPACE.
002220     05  WS-DST-PLAYER-NAME  PIC X(20).
002230     05  WS-DST-WINS         PIC ZZZZZZZZ9.
002240     05  WS-DST-LOSSES       PIC ZZZZZZZZ9.
002250     05  WS-DST-TIES         PIC ZZZZZZZZ9.
002260     05  FILLER              PIC X(02)  VALUE SPACES.
002270     05  WS-DST-MOVEMENT     PIC X(12).
002280     05  FILLER              PIC X(02)  VALUE SPACES.
002290 01  WS-DST-EMPTY-LINE       PIC X(80)  VALUE
002300     "  (nenhum jogador nesta serie)".
002310*----------------------------------------------------------*
002320*  NOTICEBOARD REPORT LINES                                 *
002330*----------------------------------------------------------*
002340 01  WS-NTC-HEADER-LINE.
002350     05  FILLER              PIC X(40)  VALUE
002360         "ESCADA DE SERIES - FECHAMENTO TEMPORADA".
002370     05  FILLER              PIC X(01)  VALUE SPACE.
002380     05  WS-NTC-HDR-SEASON   PIC 9(06).
002390     05  FILLER              PIC X(33)  VALUE SPACES.
002400 01  WS-NTC-SECTION-LINE     PIC X(80).
002410 01  WS-NTC-DETAIL.
002420     05  FILLER              PIC X(04)  VALUE SPACES.
002430     05  WS-NTC-DTL-ID       PIC X(10).
002440     05  FILLER              PIC X(01)  VALUE SPACE.
002450     05  WS-NTC-DTL-NAME     PIC X(20).
002460     05  FILLER              PIC X(02)  VALUE SPACES.
002470     05  WS-NTC-DTL-SERIE-TX PIC X(06).
002480     05  WS-NTC-DTL-SERIE    PIC X(01).
002490     05  FILLER              PIC X(36)  VALUE SPACES.
002500 01  WS-NTC-NONE-LINE        PIC X(80)  VALUE
002510     "    (ninguem)".
002520 01  WS-NTC-OVERFLOW-LINE.
002530     05  FILLER              PIC X(32)  VALUE
002540         "  *** AVISO INCOMPLETO - FALTAM ".
002550     05  WS-NTC-OVF-COUNT    PIC ZZZZZZ9.
002560     05  FILLER              PIC X(41)  VALUE " NOMES".
002570
002580 PROCEDURE DIVISION.
002590*----------------------------------------------------------*
002600*  0000-MAINLINE                                            *
002610*----------------------------------------------------------*
002620 0000-MAINLINE.
002625     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
002630     PERFORM 1000-INITIALIZE
002640     THRU 1000-EXIT.
002650     IF NOT WS-ABORT-RUN
002660     PERFORM 2000-RUN-LADDER
002670     THRU 2000-EXIT
002680     END-IF.
002690     PERFORM 9999-TERMINATE
002700     THRU 9999-EXIT.
002703     PERFORM 9900-WRITE-RUN-CONTROL
002706     THRU 9900-EXIT.
002710     STOP RUN.
002720
002730*----------------------------------------------------------*
002740*  1000-INITIALIZE - OPEN THE FILES, REFUSE A SEASON THE    *
002750*  LADDER HAS ALREADY PROCESSED AND LOAD THE RATINGS        *
002760*----------------------------------------------------------*
002770 1000-INITIALIZE.
002780     ACCEPT WS-SEASON-ENV FROM ENVIRONMENT "JOKENPO_SEASON".
002790     IF WS-SEASON-ENV NOT = SPACES
002800         AND FUNCTION TEST-NUMVAL(WS-SEASON-ENV) = 0
002810         MOVE FUNCTION NUMVAL(WS-SEASON-ENV) TO WS-SEASON
002820     ELSE
002830         MOVE FUNCTION CURRENT-DATE(1:6) TO WS-SEASON
002840     END-IF.
002850     ACCEPT WS-DIVMOVE-ENV FROM ENVIRONMENT "JOKENPO_DIVMOVE".
002860     IF WS-DIVMOVE-ENV NOT = SPACES
002870         AND FUNCTION TEST-NUMVAL(WS-DIVMOVE-ENV) = 0
002880         MOVE FUNCTION NUMVAL(WS-DIVMOVE-ENV)
002890             TO WS-MOVES-PER-SERIE
002900     END-IF.
002910     OPEN INPUT SEASON-HISTORY.
002920     IF WS-SEASON-HIST-STATUS NOT = "00"
002930         DISPLAY "JOKDIVS - historico indisponivel, status "
002940             WS-SEASON-HIST-STATUS
002950         MOVE "Y" TO WS-ABORT-SW
002960         GO TO 1000-EXIT
002970     END-IF.
002980     OPEN INPUT PLAYER-MASTER.
002990     IF WS-PLAYER-MASTER-STATUS NOT = "00"
003000         DISPLAY "JOKDIVS - cadastro indisponivel, status "
003010             WS-PLAYER-MASTER-STATUS
003020         CLOSE SEASON-HISTORY
003030         MOVE "Y" TO WS-ABORT-SW
003040         GO TO 1000-EXIT
003050     END-IF.
003060     OPEN I-O DIVISION-FILE.
003070     IF WS-DIVISION-STATUS = "35"
003080         OPEN OUTPUT DIVISION-FILE
003090         CLOSE DIVISION-FILE
003100         OPEN I-O DIVISION-FILE
003110     END-IF.
003120     IF WS-DIVISION-STATUS NOT = "00"
003130         DISPLAY "JOKDIVS - escada indisponivel, status "
003140             WS-DIVISION-STATUS
003150         CLOSE SEASON-HISTORY
003160         CLOSE PLAYER-MASTER
003170         MOVE "Y" TO WS-ABORT-SW
003180         GO TO 1000-EXIT
003190     END-IF.
003200     MOVE "Y" TO WS-FILES-OPEN-SW.
003210     PERFORM 1100-CHECK-ALREADY-RUN
003220     THRU 1100-EXIT.
003230     IF WS-ABORT-RUN
003240         GO TO 1000-EXIT
003250     END-IF.
003260     PERFORM 1200-LOAD-RATINGS
003270     THRU 1200-EXIT.
003280     GO TO 1000-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------*
003330*  1100-CHECK-ALREADY-RUN - EVERY RECORD THE CLOSE TOUCHES  *
003340*  CARRIES THE SEASON, SO ONE AT OR PAST IT MEANS THIS      *
003350*  SEASON (OR A LATER ONE) WAS ALREADY PROCESSED            *
003360*----------------------------------------------------------*
003370 1100-CHECK-ALREADY-RUN.
003380     MOVE "N" TO WS-DIVISION-EOF-SW.
003390     MOVE LOW-VALUES TO DV-PLAYER-ID.
003400     START DIVISION-FILE KEY NOT < DV-PLAYER-ID
003410         INVALID KEY
003420             MOVE "Y" TO WS-DIVISION-EOF-SW
003430     END-START.
003440     PERFORM 1110-CHECK-ONE-LADDER-RECORD
003450     THRU 1110-EXIT
003460     UNTIL WS-DIVISION-EOF
003470     OR WS-ABORT-RUN.
003480     IF WS-ABORT-RUN
003490         DISPLAY "JOKDIVS - escada ja processada para a "
003500             "temporada " DV-LAST-SEASON
003510         DISPLAY "JOKDIVS - nao e possivel processar "
003520             WS-SEASON " de novo."
003530     END-IF.
003540     GO TO 1100-EXIT.
003550 1100-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------*
003590*  1110-CHECK-ONE-LADDER-RECORD                             *
003600*----------------------------------------------------------*
003610 1110-CHECK-ONE-LADDER-RECORD.
003620     READ DIVISION-FILE NEXT RECORD
003630     AT END
003640     MOVE "Y" TO WS-DIVISION-EOF-SW
003650     NOT AT END
003660     IF DV-LAST-SEASON NOT < WS-SEASON
003670     MOVE "Y" TO WS-ABORT-SW
003680     END-IF
003690     END-READ.
003700     GO TO 1110-EXIT.
003710 1110-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------*
003750*  1200-LOAD-RATINGS - READ THE RATING FILE INTO THE TABLE; *
003760*  AN ABSENT FILE LEAVES EVERY NEWCOMER ON THE START RATING *
003770*----------------------------------------------------------*
003780 1200-LOAD-RATINGS.
003790     MOVE ZERO TO WS-RATE-COUNT.
003800     MOVE "N" TO WS-RATING-EOF-SW.
003810     OPEN INPUT RATING-FILE.
003820     IF WS-RATING-FILE-STATUS NOT = "00"
003830         DISPLAY "JOKDIVS - sem arquivo de rating, status "
003840             WS-RATING-FILE-STATUS
003850         GO TO 1200-EXIT
003860     END-IF.
003870     PERFORM 1210-LOAD-ONE-RATING
003880     THRU 1210-EXIT
003890     UNTIL WS-RATING-EOF.
003900     CLOSE RATING-FILE.
003910     GO TO 1200-EXIT.
003920 1200-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960*  1210-LOAD-ONE-RATING                                     *
003970*----------------------------------------------------------*
003980 1210-LOAD-ONE-RATING.
003990     READ RATING-FILE
004000     AT END
004010     MOVE "Y" TO WS-RATING-EOF-SW
004020     GO TO 1210-EXIT
004030     END-READ.
004040     IF RT-PLAYER-ID = SPACES
004050         GO TO 1210-EXIT
004060     END-IF.
004070     IF WS-RATE-COUNT NOT < 2000
004080         ADD 1 TO WS-RATE-OVERFLOW
004090         GO TO 1210-EXIT
004100     END-IF.
004110     ADD 1 TO WS-RATE-COUNT.
004120     MOVE RT-PLAYER-ID TO WS-RTE-ID(WS-RATE-COUNT).
004130     MOVE RT-RATING TO WS-RTE-RATING(WS-RATE-COUNT).
004140     GO TO 1210-EXIT.
004150 1210-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------*
004190*  2000-RUN-LADDER - SORT THE LADDER BY SERIE AND CLOSING   *
004200*  STANDING, MOVE THE PLAYERS, DROP THE ORPHANS AND PRINT   *
004210*  THE NOTICE                                               *
004220*----------------------------------------------------------*
004230 2000-RUN-LADDER.
004240     MOVE ZERO TO WS-SER-COUNT(1) WS-SER-COUNT(2)
004250         WS-SER-COUNT(3).
004260     MOVE ZERO TO WS-SER-MOVES(1) WS-SER-MOVES(2)
004270         WS-SER-MOVES(3).
004280     OPEN OUTPUT DIVISION-REPORT.
004290     MOVE WS-SEASON TO WS-DST-HDR-SEASON.
004300     MOVE WS-DST-HEADER-LINE TO DST-RECORD.
004310     WRITE DST-RECORD.
004320     SORT SORT-WORK
004330         ON ASCENDING KEY SRT-DIVISION
004340         ON DESCENDING KEY SRT-WINS
004350         ON ASCENDING KEY SRT-LOSSES SRT-PLAYER-ID
004360         INPUT PROCEDURE IS 2100-SELECT-LADDER
004370         THRU 2100-EXIT
004380         OUTPUT PROCEDURE IS 3000-RANK-AND-MOVE
004390         THRU 3000-EXIT.
004400     CLOSE DIVISION-REPORT.
004410     IF WS-HIST-READ = ZERO
004420         DISPLAY "JOKDIVS - temporada " WS-SEASON
004430             " sem registros no historico."
004440         MOVE "Y" TO WS-ABORT-SW
004450         GO TO 2000-EXIT
004460     END-IF.
004470     PERFORM 4000-DROP-ORPHANS
004480     THRU 4000-EXIT.
004490     PERFORM 5000-PRINT-NOTICE
004500     THRU 5000-EXIT.
004510     GO TO 2000-EXIT.
004520 2000-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------*
004560*  2100-SELECT-LADDER - ONE PASS OVER THE SEASON'S HISTORY  *
004570*----------------------------------------------------------*
004580 2100-SELECT-LADDER.
004590     MOVE "N" TO WS-HIST-EOF-SW.
004600     PERFORM 2200-SELECT-ONE-PLAYER
004610     THRU 2200-EXIT
004620     UNTIL WS-HIST-EOF.
004630     GO TO 2100-EXIT.
004640 2100-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------*
004680*  2200-SELECT-ONE-PLAYER - DROP THE DORMANT, PLACE THE     *
004690*  NEWCOMERS AND RELEASE EVERYONE ELSE UNDER THEIR SERIE    *
004700*----------------------------------------------------------*
004710 2200-SELECT-ONE-PLAYER.
004720     READ SEASON-HISTORY
004730     AT END
004740     MOVE "Y" TO WS-HIST-EOF-SW
004750     GO TO 2200-EXIT
004760     END-READ.
004770     IF SH-SEASON NOT = WS-SEASON
004780         GO TO 2200-EXIT
004790     END-IF.
004800     ADD 1 TO WS-HIST-READ.
004810     MOVE "N" TO WS-PLAYER-GONE-SW.
004820     MOVE SH-PLAYER-ID TO PM-PLAYER-ID.
004830     READ PLAYER-MASTER
004840         INVALID KEY
004850             MOVE "Y" TO WS-PLAYER-GONE-SW
004860     END-READ.
004870     IF NOT WS-PLAYER-GONE
004880         IF PM-STATUS-DORMANT
004890             MOVE "Y" TO WS-PLAYER-GONE-SW
004900         END-IF
004910     END-IF.
004920     MOVE "Y" TO WS-LADDER-FOUND-SW.
004930     MOVE SH-PLAYER-ID TO DV-PLAYER-ID.
004940     READ DIVISION-FILE
004950         INVALID KEY
004960             MOVE "N" TO WS-LADDER-FOUND-SW
004970     END-READ.
004980     IF WS-PLAYER-GONE
004990         IF WS-LADDER-FOUND
005000             PERFORM 2300-DROP-PLAYER
005010             THRU 2300-EXIT
005020         END-IF
005030         GO TO 2200-EXIT
005040     END-IF.
005050     IF NOT WS-LADDER-FOUND
005060         IF SH-WINS + SH-LOSSES + SH-TIES > ZERO
005070             PERFORM 2400-PLACE-PLAYER
005080             THRU 2400-EXIT
005090         END-IF
005100         GO TO 2200-EXIT
005110     END-IF.
005120     MOVE DV-DIVISION TO SRT-DIVISION.
005130     MOVE SH-WINS TO SRT-WINS.
005140     MOVE SH-LOSSES TO SRT-LOSSES.
005150     MOVE SH-TIES TO SRT-TIES.
005160     MOVE SH-PLAYER-ID TO SRT-PLAYER-ID.
005170     MOVE SH-PLAYER-NAME TO SRT-PLAYER-NAME.
005180     PERFORM 2250-FIND-SERIE
005190     THRU 2250-EXIT.
005200     MOVE WS-SERIE-CODES(WS-SER-IDX:1) TO SRT-DIVISION.
005210     RELEASE SORT-RECORD.
005220     ADD 1 TO WS-SER-COUNT(WS-SER-IDX).
005230     ADD 1 TO WS-PLAYERS-RANKED.
005240     GO TO 2200-EXIT.
005250 2200-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290*  2250-FIND-SERIE - SUBSCRIPT OF DV-DIVISION; ANYTHING     *
005300*  UNRECOGNISED IS TREATED AS SERIE C                       *
005310*----------------------------------------------------------*
005320 2250-FIND-SERIE.
005330     EVALUATE TRUE
005340     WHEN DV-SERIE-A
005350     MOVE 1 TO WS-SER-IDX
005360     WHEN DV-SERIE-B
005370     MOVE 2 TO WS-SER-IDX
005380     WHEN OTHER
005390     MOVE 3 TO WS-SER-IDX
005400     END-EVALUATE.
005410     GO TO 2250-EXIT.
005420 2250-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------*
005460*  2300-DROP-PLAYER - A DORMANT PLAYER LEAVES THE LADDER    *
005470*----------------------------------------------------------*
005480 2300-DROP-PLAYER.
005490     MOVE "S" TO WS-NTC-NEW-KIND.
005500     MOVE DV-DIVISION TO WS-NTC-NEW-SERIE.
005510     MOVE SH-PLAYER-ID TO WS-NTC-NEW-ID.
005520     MOVE SH-PLAYER-NAME TO WS-NTC-NEW-NAME.
005530     DELETE DIVISION-FILE RECORD
005540         INVALID KEY
005550             DISPLAY "JOKDIVS - falha ao retirar " DV-PLAYER-ID
005560                 ", status " WS-DIVISION-STATUS
005570             GO TO 2300-EXIT
005580     END-DELETE.
005590     ADD 1 TO WS-PLAYERS-DROPPED.
005600     PERFORM 6000-ADD-NOTICE
005610     THRU 6000-EXIT.
005620     GO TO 2300-EXIT.
005630 2300-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670*  2400-PLACE-PLAYER - FIRST PLACEMENT BY RATING            *
005680*----------------------------------------------------------*
005690 2400-PLACE-PLAYER.
005700     MOVE WS-START-RATING TO WS-PLAYER-RATING.
005710     MOVE "N" TO WS-RATING-FOUND-SW.
005720     PERFORM 2410-CHECK-ONE-RATING
005730     THRU 2410-EXIT
005740     VARYING WS-RATE-IDX FROM 1 BY 1
005750     UNTIL WS-RATE-IDX > WS-RATE-COUNT
005760     OR WS-RATING-FOUND.
005770     MOVE SH-PLAYER-ID TO DV-PLAYER-ID.
005780     EVALUATE TRUE
005790     WHEN WS-PLAYER-RATING NOT < WS-SERIE-A-RATING
005800     MOVE "A" TO DV-DIVISION
005810     WHEN WS-PLAYER-RATING NOT < WS-SERIE-B-RATING
005820     MOVE "B" TO DV-DIVISION
005830     WHEN OTHER
005840     MOVE "C" TO DV-DIVISION
005850     END-EVALUATE.
005860     MOVE WS-SEASON TO DV-SINCE-SEASON.
005870     MOVE "N" TO DV-LAST-MOVE.
005880     MOVE WS-SEASON TO DV-LAST-SEASON.
005890     WRITE DIVISION-RECORD
005900         INVALID KEY
005910             DISPLAY "JOKDIVS - falha ao incluir " DV-PLAYER-ID
005920                 ", status " WS-DIVISION-STATUS
005930             GO TO 2400-EXIT
005940     END-WRITE.
005950     ADD 1 TO WS-PLAYERS-PLACED.
005960     MOVE "N" TO WS-NTC-NEW-KIND.
005970     MOVE DV-DIVISION TO WS-NTC-NEW-SERIE.
005980     MOVE SH-PLAYER-ID TO WS-NTC-NEW-ID.
005990     MOVE SH-PLAYER-NAME TO WS-NTC-NEW-NAME.
006000     PERFORM 6000-ADD-NOTICE
006010     THRU 6000-EXIT.
006020     GO TO 2400-EXIT.
006030 2400-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------*
006070*  2410-CHECK-ONE-RATING                                    *
006080*----------------------------------------------------------*
006090 2410-CHECK-ONE-RATING.
006100     IF WS-RTE-ID(WS-RATE-IDX) = SH-PLAYER-ID
006110     MOVE WS-RTE-RATING(WS-RATE-IDX) TO WS-PLAYER-RATING
006120     MOVE "Y" TO WS-RATING-FOUND-SW
006130     END-IF.
006140     GO TO 2410-EXIT.
006150 2410-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------*
006190*  3000-RANK-AND-MOVE - CONTROL BREAK ON THE SERIE.  THE    *
006200*  MOVES PER SERIE ARE CAPPED AT HALF ITS PLAYERS FIRST.    *
006210*----------------------------------------------------------*
006220 3000-RANK-AND-MOVE.
006230     PERFORM 3050-CAP-ONE-SERIE
006240     THRU 3050-EXIT
006250     VARYING WS-SER-IDX FROM 1 BY 1
006260     UNTIL WS-SER-IDX > 3.
006270     MOVE SPACE TO WS-CURRENT-SERIE.
006280     MOVE "N" TO WS-SORT-EOF-SW.
006290     PERFORM 3100-RETURN-ONE-PLAYER
006300     THRU 3100-EXIT
006310     UNTIL WS-SORT-EOF.
006320     GO TO 3000-EXIT.
006330 3000-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------*
006370*  3050-CAP-ONE-SERIE                                       *
006380*----------------------------------------------------------*
006390 3050-CAP-ONE-SERIE.
006400     COMPUTE WS-SER-MOVES(WS-SER-IDX) =
006410         WS-SER-COUNT(WS-SER-IDX) / 2.
006420     IF WS-SER-MOVES(WS-SER-IDX) > WS-MOVES-PER-SERIE
006430     MOVE WS-MOVES-PER-SERIE TO WS-SER-MOVES(WS-SER-IDX)
006440     END-IF.
006450     GO TO 3050-EXIT.
006460 3050-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------*
006500*  3100-RETURN-ONE-PLAYER - RANK THE PLAYER IN THE SERIE,   *
006510*  DECIDE THE MOVE, UPDATE THE LADDER AND PRINT THE LINE.   *
006520*  THE TOP OF SERIE A AND THE BOTTOM OF SERIE C STAY PUT.   *
006530*----------------------------------------------------------*
006540 3100-RETURN-ONE-PLAYER.
006550     RETURN SORT-WORK
006560         AT END
006570             MOVE "Y" TO WS-SORT-EOF-SW
006580             GO TO 3100-EXIT
006590     END-RETURN.
006600     IF SRT-DIVISION NOT = WS-CURRENT-SERIE
006610         PERFORM 3200-START-SERIE
006620         THRU 3200-EXIT
006630     END-IF.
006640     ADD 1 TO WS-SERIE-POSITION.
006650     MOVE SPACE TO WS-MOVE-CODE.
006660     MOVE SRT-DIVISION TO WS-NEW-SERIE.
006670     IF WS-SERIE-POSITION NOT > WS-SER-MOVES(WS-SER-IDX)
006680         AND WS-SER-IDX > 1
006690         MOVE "P" TO WS-MOVE-CODE
006700         MOVE WS-SERIE-CODES(WS-SER-IDX - 1:1) TO WS-NEW-SERIE
006710     END-IF.
006720     IF WS-SERIE-POSITION > WS-SER-COUNT(WS-SER-IDX)
006730         - WS-SER-MOVES(WS-SER-IDX)
006740         AND WS-SER-IDX < 3
006750         MOVE "R" TO WS-MOVE-CODE
006760         MOVE WS-SERIE-CODES(WS-SER-IDX + 1:1) TO WS-NEW-SERIE
006770     END-IF.
006780     PERFORM 3300-UPDATE-LADDER
006790     THRU 3300-EXIT.
006800     MOVE SPACES TO WS-DST-DETAIL.
006810     MOVE WS-SERIE-POSITION TO WS-DST-POSITION.
006820     MOVE SRT-PLAYER-ID TO WS-DST-PLAYER-ID.
006830     MOVE SRT-PLAYER-NAME TO WS-DST-PLAYER-NAME.
006840     MOVE SRT-WINS TO WS-DST-WINS.
006850     MOVE SRT-LOSSES TO WS-DST-LOSSES.
006860     MOVE SRT-TIES TO WS-DST-TIES.
006870     EVALUATE WS-MOVE-CODE
006880     WHEN "P"
006890     MOVE "SOBE P/" TO WS-DST-MOVEMENT
006900     MOVE WS-NEW-SERIE TO WS-DST-MOVEMENT(9:1)
006910     WHEN "R"
006920     MOVE "DESCE P/" TO WS-DST-MOVEMENT
006930     MOVE WS-NEW-SERIE TO WS-DST-MOVEMENT(10:1)
006940     WHEN OTHER
006950     CONTINUE
006960     END-EVALUATE.
006970     MOVE WS-DST-DETAIL TO DST-RECORD.
006980     WRITE DST-RECORD.
006990     GO TO 3100-EXIT.
007000 3100-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------*
007040*  3200-START-SERIE - HEADINGS FOR THE NEXT SERIE ON THE    *
007050*  SORT                                                     *
007060*----------------------------------------------------------*
007070 3200-START-SERIE.
007080     MOVE SRT-DIVISION TO WS-CURRENT-SERIE.
007090     MOVE SRT-DIVISION TO DV-DIVISION.
007100     PERFORM 2250-FIND-SERIE
007110     THRU 2250-EXIT.
007120     MOVE ZERO TO WS-SERIE-POSITION.
007130     MOVE SPACES TO DST-RECORD.
007140     WRITE DST-RECORD.
007150     MOVE WS-SERIE-CODES(WS-SER-IDX:1) TO WS-DST-SERIE.
007160     MOVE WS-SER-COUNT(WS-SER-IDX) TO WS-DST-SERIE-COUNT.
007170     MOVE WS-SER-MOVES(WS-SER-IDX) TO WS-DST-SERIE-MOVES.
007180     MOVE WS-DST-SERIE-LINE TO DST-RECORD.
007190     WRITE DST-RECORD.
007200     MOVE WS-DST-COL-HEADER TO DST-RECORD.
007210     WRITE DST-RECORD.
007220     GO TO 3200-EXIT.
007230 3200-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------*
007270*  3300-UPDATE-LADDER - REWRITE THE PLAYER'S LADDER RECORD  *
007280*  AND NOTE A MOVE FOR THE NOTICEBOARD                      *
007290*----------------------------------------------------------*
007300 3300-UPDATE-LADDER.
007310     MOVE SRT-PLAYER-ID TO DV-PLAYER-ID.
007320     READ DIVISION-FILE
007330         INVALID KEY
007340             DISPLAY "JOKDIVS - escada sem " SRT-PLAYER-ID
007350                 ", status " WS-DIVISION-STATUS
007360             GO TO 3300-EXIT
007370     END-READ.
007380     MOVE WS-MOVE-CODE TO DV-LAST-MOVE.
007390     MOVE WS-SEASON TO DV-LAST-SEASON.
007400     IF WS-MOVE-CODE NOT = SPACE
007410         MOVE WS-NEW-SERIE TO DV-DIVISION
007420         MOVE WS-SEASON TO DV-SINCE-SEASON
007430     END-IF.
007440     REWRITE DIVISION-RECORD
007450         INVALID KEY
007460             DISPLAY "JOKDIVS - falha ao regravar " DV-PLAYER-ID
007470                 ", status " WS-DIVISION-STATUS
007480             GO TO 3300-EXIT
007490     END-REWRITE.
007500     IF WS-MOVE-CODE = SPACE
007510         GO TO 3300-EXIT
007520     END-IF.
007530     IF WS-MOVE-CODE = "P"
007540         ADD 1 TO WS-PLAYERS-PROMOTED
007550     ELSE
007560         ADD 1 TO WS-PLAYERS-RELEGATED
007570     END-IF.
007580     MOVE WS-MOVE-CODE TO WS-NTC-NEW-KIND.
007590     MOVE WS-NEW-SERIE TO WS-NTC-NEW-SERIE.
007600     MOVE SRT-PLAYER-ID TO WS-NTC-NEW-ID.
007610     MOVE SRT-PLAYER-NAME TO WS-NTC-NEW-NAME.
007620     PERFORM 6000-ADD-NOTICE
007630     THRU 6000-EXIT.
007640     GO TO 3300-EXIT.
007650 3300-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------*
007690*  4000-DROP-ORPHANS - A LADDER RECORD THE CLOSE DID NOT    *
007700*  TOUCH BELONGS TO A PLAYER NO LONGER ON THE HISTORY       *
007710*----------------------------------------------------------*
007720 4000-DROP-ORPHANS.
007730     MOVE "N" TO WS-DIVISION-EOF-SW.
007740     MOVE LOW-VALUES TO DV-PLAYER-ID.
007750     START DIVISION-FILE KEY NOT < DV-PLAYER-ID
007760         INVALID KEY
007770             MOVE "Y" TO WS-DIVISION-EOF-SW
007780     END-START.
007790     PERFORM 4100-CHECK-ONE-ORPHAN
007800     THRU 4100-EXIT
007810     UNTIL WS-DIVISION-EOF.
007820     GO TO 4000-EXIT.
007830 4000-EXIT.
007840     EXIT.
007850
007860*----------------------------------------------------------*
007870*  4100-CHECK-ONE-ORPHAN                                    *
007880*----------------------------------------------------------*
007890 4100-CHECK-ONE-ORPHAN.
007900     READ DIVISION-FILE NEXT RECORD
007910     AT END
007920     MOVE "Y" TO WS-DIVISION-EOF-SW
007930     GO TO 4100-EXIT
007940     END-READ.
007950     IF DV-LAST-SEASON = WS-SEASON
007960         GO TO 4100-EXIT
007970     END-IF.
007980     MOVE "S" TO WS-NTC-NEW-KIND.
007990     MOVE DV-DIVISION TO WS-NTC-NEW-SERIE.
008000     MOVE DV-PLAYER-ID TO WS-NTC-NEW-ID.
008010     MOVE "(fora do cadastro)" TO WS-NTC-NEW-NAME.
008020     DELETE DIVISION-FILE RECORD
008030         INVALID KEY
008040             DISPLAY "JOKDIVS - falha ao retirar " DV-PLAYER-ID
008050                 ", status " WS-DIVISION-STATUS
008060             GO TO 4100-EXIT
008070     END-DELETE.
008080     ADD 1 TO WS-PLAYERS-DROPPED.
008090     PERFORM 6000-ADD-NOTICE
008100     THRU 6000-EXIT.
008110     GO TO 4100-EXIT.
008120 4100-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------*
008160*  5000-PRINT-NOTICE - ONE SECTION PER KIND OF MOVE, IN     *
008170*  THE ORDER THE NOTICEBOARD READS BEST                     *
008180*----------------------------------------------------------*
008190 5000-PRINT-NOTICE.
008200     OPEN OUTPUT NOTICE-REPORT.
008210     MOVE WS-SEASON TO WS-NTC-HDR-SEASON.
008220     MOVE WS-NTC-HEADER-LINE TO NTC-RECORD.
008230     WRITE NTC-RECORD.
008240     MOVE "P" TO WS-SECTION-KIND.
008250     MOVE "A" TO WS-SECTION-SERIE.
008260     MOVE "  SOBEM PARA A SERIE A:" TO WS-NTC-SECTION-LINE.
008270     PERFORM 5100-PRINT-SECTION
008280     THRU 5100-EXIT.
008290     MOVE "B" TO WS-SECTION-SERIE.
008300     MOVE "  SOBEM PARA A SERIE B:" TO WS-NTC-SECTION-LINE.
008310     PERFORM 5100-PRINT-SECTION
008320     THRU 5100-EXIT.
008330     MOVE "R" TO WS-SECTION-KIND.
008340     MOVE "  CAEM PARA A SERIE B:" TO WS-NTC-SECTION-LINE.
008350     PERFORM 5100-PRINT-SECTION
008360     THRU 5100-EXIT.
008370     MOVE "C" TO WS-SECTION-SERIE.
008380     MOVE "  CAEM PARA A SERIE C:" TO WS-NTC-SECTION-LINE.
008390     PERFORM 5100-PRINT-SECTION
008400     THRU 5100-EXIT.
008410     MOVE "N" TO WS-SECTION-KIND.
008420     MOVE SPACE TO WS-SECTION-SERIE.
008430     MOVE "  ESTREIAM NA ESCADA:" TO WS-NTC-SECTION-LINE.
008440     PERFORM 5100-PRINT-SECTION
008450     THRU 5100-EXIT.
008460     MOVE "S" TO WS-SECTION-KIND.
008470     MOVE "  DEIXAM A ESCADA:" TO WS-NTC-SECTION-LINE.
008480     PERFORM 5100-PRINT-SECTION
008490     THRU 5100-EXIT.
008500     IF WS-NTC-OVERFLOW > ZERO
008510         MOVE SPACES TO NTC-RECORD
008520         WRITE NTC-RECORD
008530         MOVE WS-NTC-OVERFLOW TO WS-NTC-OVF-COUNT
008540         MOVE WS-NTC-OVERFLOW-LINE TO NTC-RECORD
008550         WRITE NTC-RECORD
008560     END-IF.
008570     CLOSE NOTICE-REPORT.
008580     GO TO 5000-EXIT.
008590 5000-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------*
008630*  5100-PRINT-SECTION - THE ENTRIES OF WS-SECTION-KIND      *
008640*  GOING TO WS-SECTION-SERIE (A BLANK SERIE TAKES THEM ALL, *
008650*  SHOWING EACH ONE'S SERIE)                                *
008660*----------------------------------------------------------*
008670 5100-PRINT-SECTION.
008680     MOVE SPACES TO NTC-RECORD.
008690     WRITE NTC-RECORD.
008700     MOVE WS-NTC-SECTION-LINE TO NTC-RECORD.
008710     WRITE NTC-RECORD.
008720     MOVE ZERO TO WS-NTC-LISTED.
008730     PERFORM 5200-PRINT-ONE-ENTRY
008740     THRU 5200-EXIT
008750     VARYING WS-NTC-IDX FROM 1 BY 1
008760     UNTIL WS-NTC-IDX > WS-NTC-COUNT.
008770     IF WS-NTC-LISTED = ZERO
008780         MOVE WS-NTC-NONE-LINE TO NTC-RECORD
008790         WRITE NTC-RECORD
008800     END-IF.
008810     GO TO 5100-EXIT.
008820 5100-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------*
008860*  5200-PRINT-ONE-ENTRY                                     *
008870*----------------------------------------------------------*
008880 5200-PRINT-ONE-ENTRY.
008890     IF WS-NTC-KIND(WS-NTC-IDX) NOT = WS-SECTION-KIND
008900         GO TO 5200-EXIT
008910     END-IF.
008920     IF WS-SECTION-SERIE NOT = SPACE
008930         AND WS-NTC-SERIE(WS-NTC-IDX) NOT = WS-SECTION-SERIE
008940         GO TO 5200-EXIT
008950     END-IF.
008960     MOVE SPACES TO WS-NTC-DETAIL.
008970     MOVE WS-NTC-ID(WS-NTC-IDX) TO WS-NTC-DTL-ID.
008980     MOVE WS-NTC-NAME(WS-NTC-IDX) TO WS-NTC-DTL-NAME.
008990     IF WS-SECTION-SERIE = SPACE
009000         MOVE "SERIE " TO WS-NTC-DTL-SERIE-TX
009010         MOVE WS-NTC-SERIE(WS-NTC-IDX) TO WS-NTC-DTL-SERIE
009020     END-IF.
009030     MOVE WS-NTC-DETAIL TO NTC-RECORD.
009040     WRITE NTC-RECORD.
009050     ADD 1 TO WS-NTC-LISTED.
009060     GO TO 5200-EXIT.
009070 5200-EXIT.
009080     EXIT.
009090
009100*----------------------------------------------------------*
009110*  6000-ADD-NOTICE - TABLE WS-NTC-NEW-xxx FOR THE NOTICE;   *
009120*  PAST THE TABLE THE MOVE IS STILL MADE, ONLY NOT POSTED   *
009130*----------------------------------------------------------*
009140 6000-ADD-NOTICE.
009150     IF WS-NTC-COUNT NOT < 500
009160         ADD 1 TO WS-NTC-OVERFLOW
009170         GO TO 6000-EXIT
009180     END-IF.
009190     ADD 1 TO WS-NTC-COUNT.
009200     MOVE WS-NTC-NEW-KIND TO WS-NTC-KIND(WS-NTC-COUNT).
009210     MOVE WS-NTC-NEW-SERIE TO WS-NTC-SERIE(WS-NTC-COUNT).
009220     MOVE WS-NTC-NEW-ID TO WS-NTC-ID(WS-NTC-COUNT).
009230     MOVE WS-NTC-NEW-NAME TO WS-NTC-NAME(WS-NTC-COUNT).
009240     GO TO 6000-EXIT.
009250 6000-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------*
009290*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
009300*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
009310*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
009320*  LEAVES THE RETURN CODE AS IT IS                          *
009330*----------------------------------------------------------*
009340 9900-WRITE-RUN-CONTROL.
009350     OPEN EXTEND RUN-CONTROL.
009360     IF WS-RUN-CONTROL-STATUS = "35"
009370         OPEN OUTPUT RUN-CONTROL
009380         CLOSE RUN-CONTROL
009390         OPEN EXTEND RUN-CONTROL
009400     END-IF.
009410     IF WS-RUN-CONTROL-STATUS NOT = "00"
009420         DISPLAY "JOKDIVS - controle de execucao indisponivel, "
009430             "status " WS-RUN-CONTROL-STATUS
009440         GO TO 9900-EXIT
009450     END-IF.
009460     MOVE SPACES TO RUN-CONTROL-RECORD.
009470     MOVE "JOKDIVS" TO RN-PROGRAM.
009480     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
009490     MOVE RN-START-DATE TO RN-RUN-DATE.
009500     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
009510     MOVE RETURN-CODE TO RN-RETURN-CODE.
009520     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
009530     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
009540     MOVE "ESCADA" TO RN-COUNT-LABEL(2).
009550     MOVE WS-PLAYERS-RANKED TO RN-COUNT-VALUE(2).
009560     MOVE "SOBEM" TO RN-COUNT-LABEL(3).
009570     MOVE WS-PLAYERS-PROMOTED TO RN-COUNT-VALUE(3).
009580     MOVE "DESCEM" TO RN-COUNT-LABEL(4).
009590     MOVE WS-PLAYERS-RELEGATED TO RN-COUNT-VALUE(4).
009600     MOVE "ESTREIAM" TO RN-COUNT-LABEL(5).
009610     MOVE WS-PLAYERS-PLACED TO RN-COUNT-VALUE(5).
009620     MOVE "DEIXAM" TO RN-COUNT-LABEL(6).
009630     MOVE WS-PLAYERS-DROPPED TO RN-COUNT-VALUE(6).
009640     WRITE RUN-CONTROL-RECORD.
009650     CLOSE RUN-CONTROL.
009660     GO TO 9900-EXIT.
009670 9900-EXIT.
009680     EXIT.
009690
009700*----------------------------------------------------------*
009710*  9999-TERMINATE                                           *
009720*----------------------------------------------------------*
009730 9999-TERMINATE.
009740     IF WS-FILES-OPEN
009750         CLOSE SEASON-HISTORY
009760         CLOSE PLAYER-MASTER
009770         CLOSE DIVISION-FILE
009780     END-IF.
009790     DISPLAY "JOKDIVS - temporada..........: " WS-SEASON.
009800     DISPLAY "JOKDIVS - jogadores na escada: " WS-PLAYERS-RANKED.
009810     DISPLAY "JOKDIVS - sobem..............: "
009820         WS-PLAYERS-PROMOTED.
009830     DISPLAY "JOKDIVS - descem.............: "
009840         WS-PLAYERS-RELEGATED.
009850     DISPLAY "JOKDIVS - estreiam...........: " WS-PLAYERS-PLACED.
009860     DISPLAY "JOKDIVS - deixam a escada....: " WS-PLAYERS-DROPPED.
009870     IF WS-RATE-OVERFLOW > ZERO
009880         DISPLAY "JOKDIVS - ratings fora da tabela: "
009890             WS-RATE-OVERFLOW
009900     END-IF.
009910     EVALUATE TRUE
009920     WHEN WS-ABORT-RUN
009930     MOVE 8 TO RETURN-CODE
009940     WHEN WS-NTC-OVERFLOW > ZERO
009950     DISPLAY "JOKDIVS - aviso incompleto, faltam "
009960         WS-NTC-OVERFLOW " nomes."
009970     MOVE 4 TO RETURN-CODE
009980     WHEN OTHER
009990     CONTINUE
010000     END-EVALUATE.
010010     GO TO 9999-EXIT.
010020 9999-EXIT.
010030     EXIT.
