000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKSCRN.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - COLLUSION AND PRIZE  *
000110*                   FARMING SCREEN, RUN WITH THE SEASON     *
000120*                   CLOSE AHEAD OF THE PRIZE POSTING.       *
000123*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000126*                   AT END OF RUN FOR THE MORNING REPORT.   *
000130*----------------------------------------------------------*
000140*  THE PRIZE POSTING PAYS THE TOP THREE BY WINS, AND WINS   *
000150*  CAN BE FARMED: TWO MEMBERS SIT AT A PVP TABLE (OR PUT    *
000160*  FIXTURES ON THE LEAGUE SHEET) AND ONE THROWS EVERY       *
000170*  MATCH TO THE OTHER.  THIS JOB READS THE CLOSING          *
000180*  SEASON'S HEADERS, DETAILS AND TRAILERS AND RAISES A      *
000190*  FLAG FOR:                                                *
000200*    E - A PVP PAIR THAT MET AT LEAST WS-MIN-MEETINGS TIMES *
000210*        AND WS-FREQ-FACTOR TIMES THE HALL AVERAGE OF       *
000220*        MEETINGS PER PAIR                                  *
000230*    S - A RUN OF WS-MIN-STREAK OR MORE STRAIGHT MATCHES    *
000240*        WON BY THE SAME SIDE OF A PVP PAIR                 *
000250*    J - A PVP MATCH OF WS-MIN-THROW-ROUNDS OR MORE ROUNDS  *
000260*        LOST BY A SIDE THAT THREW THE SAME THING IN        *
000270*        WS-THROW-PCT PERCENT OF THEM                       *
000280*    A - A PRIZE CONTENDER WITH WS-MIN-CONC-WINS OR MORE    *
000290*        ROUND WINS, WS-CONC-PCT PERCENT OF THEM OFF ONE    *
000300*        OPPONENT                                           *
000310*  CONTENDERS ARE THE TOP FIVE OF THE CLOSING STANDINGS ON  *
000320*  THE SEASON HISTORY FILE (TIES INCLUDED), SO A POSITION   *
000330*  VACATED BY A DISQUALIFICATION IS STILL FILLED BY A       *
000340*  SCREENED PLAYER.  WINS AGAINST THE COMPUTER COUNT IN THE *
000350*  CONTENDER'S TOTAL BUT NEVER AS THE SINGLE OPPONENT.      *
000360*                                                           *
000370*  A TOURNAMENT BELONGS TO THE SEASON OF ITS HEADER DATE.   *
000380*  VOIDED TOURNAMENTS ARE SKIPPED, AS EVERY LOG READER      *
000390*  DOES.  BATCH RUN HEADERS (BLANK PLAYER IDS) ARE NOT      *
000400*  SCREENED.  A FLAG IS EVIDENCE FOR THE DESK, NOT A        *
000410*  VERDICT: THE FLAGS GO TO JOKFLAG AS PENDING, THE DESK    *
000420*  CLEARS OR UPHOLDS THEM WITH JOKTRIA, AND JOKPRIZE WILL   *
000430*  NOT PAY A POSITION WHOSE PLAYER IS NAMED ON A FLAG STILL *
000440*  PENDING.  RERUNNING THE SCREEN FOR THE SAME SEASON KEEPS *
000450*  THE DECISIONS ALREADY TAKEN ON FLAGS RAISED AGAIN.       *
000460*                                                           *
000470*  RETURN CODES: 0 NOTHING PENDING, 4 FLAGS PENDING AT THE  *
000480*  DESK, 8 SCREEN INCOMPLETE (LOG OR HISTORY UNREADABLE, A  *
000490*  TABLE FULL) - THE CONTROL RECORD SAYS SO AND JOKPRIZE    *
000500*  REFUSES TO PAY ON AN INCOMPLETE SCREEN.                  *
000510*                                                           *
000520*  POINT SCRNLOG AT THE ARCHIVE GENERATIONS CONCATENATED    *
000530*  AHEAD OF THE LIVE LOG, AS THE RIVALRY REPORT DOES.       *
000540*                                                           *
000550*  ENVIRONMENT OVERRIDES:                                   *
000560*    JOKENPO_SEASON - SEASON YYYYMM (DEFAULT: CURRENT),     *
000570*                     SET IT TO MATCH THE JOKSEASN STEP     *
000580*----------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT SCREEN-LOG ASSIGN TO "SCRNLOG"
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS WS-SCREEN-LOG-STATUS.
000650     SELECT SEASON-HISTORY ASSIGN TO "SEAHIST"
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS WS-SEASON-HIST-STATUS.
000680     SELECT SCREEN-FLAGS ASSIGN TO "JOKFLAG"
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-SCREEN-FLAGS-STATUS.
000710     SELECT SCREEN-REPORT ASSIGN TO "SCRNRPT"
000720     ORGANIZATION IS LINE SEQUENTIAL.
000722     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000724     ORGANIZATION IS LINE SEQUENTIAL
000726     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SCREEN-LOG.
000770 01  LOG-RECORD                  PIC X(120).
000780
000790 FD  SEASON-HISTORY.
000800     COPY JOKSEAHS.
000810
000820 FD  SCREEN-FLAGS.
000830 01  FLAG-RECORD                 PIC X(120).
000840
000850 FD  SCREEN-REPORT.
000860 01  SCR-RECORD                  PIC X(90).
000870
000872 FD  RUN-CONTROL.
000874     COPY JOKRUNRC.
000876
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------*
000900*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000910*----------------------------------------------------------*
000920     COPY JOKLOGRC.
000930*----------------------------------------------------------*
000940*  SCREENING CONTROL AND FLAG RECORDS                       *
000950*----------------------------------------------------------*
000960     COPY JOKFLGRC.
000970*----------------------------------------------------------*
000980*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000990*----------------------------------------------------------*
000993 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000996 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
001000 01  WS-SCREEN-LOG-STATUS    PIC X(02)  VALUE SPACES.
001010 01  WS-SEASON-HIST-STATUS   PIC X(02)  VALUE SPACES.
001020 01  WS-SCREEN-FLAGS-STATUS  PIC X(02)  VALUE SPACES.
001030 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
001040     88  WS-LOG-EOF                     VALUE "Y".
001050 01  WS-HIST-EOF-SW          PIC X(01)  VALUE "N".
001060     88  WS-HIST-EOF                    VALUE "Y".
001070 01  WS-FLAG-EOF-SW          PIC X(01)  VALUE "N".
001080     88  WS-FLAG-EOF                    VALUE "Y".
001090 01  WS-INCOMPLETE-SW        PIC X(01)  VALUE "N".
001100     88  WS-SCREEN-INCOMPLETE           VALUE "Y".
001110*----------------------------------------------------------*
001120*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
001130*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
001140*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
001150*----------------------------------------------------------*
001160 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
001170     88  WS-VOID-EOF                    VALUE "Y".
001180 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
001190     88  WS-TRN-VOIDED                  VALUE "Y".
001200 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001210 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
001220 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
001230 01  WS-VOID-TABLE.
001240     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
001250     10  WS-VOID-TRN-ID   PIC X(14).
001260 01  WS-LOOKUP-VOID-ID       PIC X(14).
001270*----------------------------------------------------------*
001280*  SEASON IDENTIFICATION                                    *
001290*----------------------------------------------------------*
001300 01  WS-SEASON-ENV           PIC X(06).
001310 01  WS-SEASON               PIC 9(06)  VALUE ZERO.
001320 01  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001330*----------------------------------------------------------*
001340*  SCREENING THRESHOLDS                                     *
001350*----------------------------------------------------------*
001360 01  WS-MIN-MEETINGS         PIC 9(03)  VALUE 5.
001370 01  WS-FREQ-FACTOR          PIC 9(02)  VALUE 3.
001380 01  WS-MIN-STREAK           PIC 9(03)  VALUE 5.
001390 01  WS-MIN-THROW-ROUNDS     PIC 9(03)  VALUE 5.
001400 01  WS-THROW-PCT            PIC 9(03)  VALUE 90.
001410 01  WS-MIN-CONC-WINS        PIC 9(05)  VALUE 10.
001420 01  WS-CONC-PCT             PIC 9(03)  VALUE 60.
001430*----------------------------------------------------------*
001440*  THE FIVE CANONICAL THROWS, AS THE FAIRNESS REPORT KEEPS  *
001450*  THEM.  A THROW NOT ON THE LIST COUNTS AS A ROUND BUT     *
001460*  NEVER AS A REPEATED THROW.                               *
001470*----------------------------------------------------------*
001480 01  ROCK                    PIC A(08)  VALUE "Pedra".
001490 01  SISSORS                 PIC A(08)  VALUE "Tesoura".
001500 01  PAPPER                  PIC A(08)  VALUE "Papel".
001510 01  LAGARTO                 PIC A(08)  VALUE "Lagarto".
001520 01  SPOCK                   PIC A(08)  VALUE "Spock".
001530 01  WS-THROW-TABLE.
001540     05  WS-THROW-NAME       PIC A(10)  OCCURS 5 TIMES.
001550 01  WS-SCAN-MOVE            PIC A(10)  VALUE SPACES.
001560 77  WS-THROW-IDX            PIC 9(01)  COMP  VALUE ZERO.
001570 77  WS-THROW-FOUND-IDX      PIC 9(01)  COMP  VALUE ZERO.
001580 77  WS-THROW-TOP            PIC 9(05)  COMP  VALUE ZERO.
001590*----------------------------------------------------------*
001600*  SEASON TOURNAMENT TABLE - EVERY HEADER OF THE SEASON     *
001610*  WITH TWO PLAYER IDS.  THE THROWS ARE TALLIED OFF THE     *
001620*  PLAYER-1 DETAIL ONLY, WHICH CARRIES BOTH SIDES' MOVES;   *
001630*  BRACKET AND LEAGUE MATCHES LOG ONE DETAIL PER PLAYER.    *
001640*----------------------------------------------------------*
001650 77  WS-TRN-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001660 77  WS-TRN-IDX              PIC 9(04)  COMP  VALUE ZERO.
001670 77  WS-TRN-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
001680 01  WS-TRN-TABLE.
001690     05  WS-TRN-ENTRY        OCCURS 2000 TIMES.
001700     10  WS-TRN-ID        PIC X(14).
001710     10  WS-TRN-P1-ID     PIC X(10).
001720     10  WS-TRN-P2-ID     PIC X(10).
001730     10  WS-TRN-OPP-MODE  PIC 9(01).
001740     10  WS-TRN-ROUNDS    PIC 9(05)  COMP.
001750     10  WS-TRN-CLOSED-SW PIC X(01).
001760     10  WS-TRN-P1-THROW  PIC 9(05)  COMP  OCCURS 5 TIMES.
001770     10  WS-TRN-P2-THROW  PIC 9(05)  COMP  OCCURS 5 TIMES.
001780 01  WS-LOOKUP-TRN-ID        PIC X(14).
001790*----------------------------------------------------------*
001800*  PVP PAIR TABLE.  THE TWO IDS ARE HELD IN COLLATING       *
001810*  ORDER SO A X B AND B X A LAND ON THE SAME ENTRY.  THE    *
001820*  RUN FIELDS FOLLOW THE CURRENT STREAK (A, B OR SPACE      *
001830*  AFTER A DRAWN MATCH); THE BEST FIELDS KEEP THE LONGEST.  *
001840*----------------------------------------------------------*
001850 77  WS-PAIR-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001860 77  WS-PAIR-IDX             PIC 9(04)  COMP  VALUE ZERO.
001870 77  WS-PAIR-FOUND-IDX       PIC 9(04)  COMP  VALUE ZERO.
001880 01  WS-PAIR-TABLE.
001890     05  WS-PAIR-ENTRY       OCCURS 500 TIMES.
001900     10  WS-PAIR-ID-A     PIC X(10).
001910     10  WS-PAIR-ID-B     PIC X(10).
001920     10  WS-PAIR-MATCHES  PIC 9(05)  COMP.
001930     10  WS-PAIR-RUN-SIDE PIC X(01).
001940     10  WS-PAIR-RUN-LEN  PIC 9(05)  COMP.
001950     10  WS-PAIR-BEST-SIDE PIC X(01).
001960     10  WS-PAIR-BEST-LEN PIC 9(05)  COMP.
001970 01  WS-SIDE-A-ID            PIC X(10).
001980 01  WS-SIDE-B-ID            PIC X(10).
001990 01  WS-HALL-AVERAGE         PIC 9(03)V9(02)  VALUE ZERO.
002000 01  WS-FREQ-LIMIT           PIC 9(05)V9(02)  VALUE ZERO.
002010*----------------------------------------------------------*
002020*  PRIZE CONTENDERS AND THE ROUND WINS EACH TOOK OFF EACH   *
002030*  HUMAN OPPONENT DURING THE SEASON                         *
002040*----------------------------------------------------------*
002050 01  WS-TOP-WINS-TABLE.
002060     05  WS-TOP-WINS         PIC 9(05)  OCCURS 5 TIMES.
002070 77  WS-TOP-IDX              PIC 9(01)  COMP  VALUE ZERO.
002080 77  WS-CON-COUNT            PIC 9(04)  COMP  VALUE ZERO.
002090 77  WS-CON-IDX              PIC 9(04)  COMP  VALUE ZERO.
002100 77  WS-CON-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
002110 01  WS-CON-TABLE.
002120     05  WS-CON-ENTRY        OCCURS 50 TIMES.
002130     10  WS-CON-PLAYER-ID PIC X(10).
002140     10  WS-CON-LOG-WINS  PIC 9(05)  COMP.
002150 77  WS-OPW-COUNT            PIC 9(04)  COMP  VALUE ZERO.
002160 77  WS-OPW-IDX              PIC 9(04)  COMP  VALUE ZERO.
002170 77  WS-OPW-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
002180 77  WS-OPW-TOP-IDX          PIC 9(04)  COMP  VALUE ZERO.
002190 01  WS-OPW-TABLE.
002200     05  WS-OPW-ENTRY        OCCURS 500 TIMES.
002210     10  WS-OPW-CON-IDX   PIC 9(04)  COMP.
002220     10  WS-OPW-OPPONENT-ID PIC X(10).
002230     10  WS-OPW-WINS      PIC 9(05)  COMP.
002240 01  WS-OPPONENT-ID          PIC X(10).
002250*----------------------------------------------------------*
002260*  FLAGS RAISED THIS RUN                                    *
002270*----------------------------------------------------------*
002280 77  WS-FLG-COUNT            PIC 9(04)  COMP  VALUE ZERO.
002290 77  WS-FLG-IDX              PIC 9(04)  COMP  VALUE ZERO.
002300 01  WS-FLG-TABLE.
002310     05  WS-FLG-ENTRY        OCCURS 200 TIMES.
002320     10  WS-FLG-TYPE      PIC X(01).
002330     10  WS-FLG-PLAYER-ID PIC X(10).
002340     10  WS-FLG-OPPONENT-ID PIC X(10).
002350     10  WS-FLG-TRN-ID    PIC X(14).
002360     10  WS-FLG-COUNT-VAL PIC 9(05).
002370     10  WS-FLG-BASE-VAL  PIC 9(05).
002380 01  WS-NEW-FLAG.
002390     05  WS-NEW-TYPE         PIC X(01).
002400     05  WS-NEW-PLAYER-ID    PIC X(10).
002410     05  WS-NEW-OPPONENT-ID  PIC X(10).
002420     05  WS-NEW-TRN-ID       PIC X(14).
002430     05  WS-NEW-COUNT        PIC 9(05).
002440     05  WS-NEW-BASE         PIC 9(05).
002450*----------------------------------------------------------*
002460*  DECISIONS ALREADY TAKEN AT THE DESK ON A PREVIOUS SCREEN *
002470*  OF THE SAME SEASON, CARRIED ONTO THE FLAGS RAISED AGAIN  *
002480*----------------------------------------------------------*
002490 77  WS-PRIOR-COUNT          PIC 9(04)  COMP  VALUE ZERO.
002500 77  WS-PRIOR-IDX            PIC 9(04)  COMP  VALUE ZERO.
002510 77  WS-PRIOR-FOUND-IDX      PIC 9(04)  COMP  VALUE ZERO.
002520 01  WS-PRIOR-TABLE.
002530     05  WS-PRIOR-ENTRY      OCCURS 200 TIMES.
002540     10  WS-PRI-TYPE      PIC X(01).
002550     10  WS-PRI-PLAYER-ID PIC X(10).
002560     10  WS-PRI-OPPONENT-ID PIC X(10).
002570     10  WS-PRI-TRN-ID    PIC X(14).
002580     10  WS-PRI-STATUS    PIC X(01).
002590     10  WS-PRI-DECIDED-BY PIC X(10).
002600     10  WS-PRI-DECIDED-DATE PIC 9(08).
002610     10  WS-PRI-NOTE      PIC X(30).
002620*----------------------------------------------------------*
002630*  RUN COUNTERS                                             *
002640*----------------------------------------------------------*
002650 77  WS-LOG-RECORDS-READ     PIC 9(07)  COMP  VALUE ZERO.
002660 77  WS-SEASON-TOURNAMENTS   PIC 9(07)  COMP  VALUE ZERO.
002670 77  WS-PVP-MATCHES          PIC 9(07)  COMP  VALUE ZERO.
002680 77  WS-VOIDED-SKIPPED       PIC 9(07)  COMP  VALUE ZERO.
002690 77  WS-TRN-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
002700 77  WS-PAIR-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
002710 77  WS-CON-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
002720 77  WS-OPW-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
002730 77  WS-FLG-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
002740 77  WS-FLAGS-PENDING        PIC 9(05)  COMP  VALUE ZERO.
002750 77  WS-FLAGS-CARRIED        PIC 9(05)  COMP  VALUE ZERO.
002760*----------------------------------------------------------*
002770*  REPORT LINES                                             *
002780*----------------------------------------------------------*
002790 01  WS-SCR-HEADER-LINE.
002800     05  FILLER              PIC X(38)  VALUE
002810         "TRIAGEM DE CONLUIO - TEMPORADA".
002820     05  WS-SCR-HDR-SEASON   PIC 9(06).
002830     05  FILLER              PIC X(46)  VALUE SPACES.
002840 01  WS-SCR-SUMMARY-LINE.
002850     05  WS-SCR-SUM-LABEL    PIC X(38).
002860     05  WS-SCR-SUM-VALUE    PIC ZZZZZZ9.
002870     05  FILLER              PIC X(45)  VALUE SPACES.
002880 01  WS-SCR-AVERAGE-LINE.
002890     05  FILLER              PIC X(38)  VALUE
002900         "Media de encontros por par..........: ".
002910     05  WS-SCR-AVERAGE      PIC ZZ9.99.
002920     05  FILLER              PIC X(46)  VALUE SPACES.
002930 01  WS-SCR-COL-HEADER.
002940     05  FILLER              PIC X(05)  VALUE "NUM".
002950     05  FILLER              PIC X(23)  VALUE "ALERTA".
002960     05  FILLER              PIC X(11)  VALUE "JOGADOR".
002970     05  FILLER              PIC X(11)  VALUE "ADVERSARIO".
002980     05  FILLER              PIC X(15)  VALUE "TORNEIO".
002990     05  FILLER              PIC X(06)  VALUE "  QTD".
003000     05  FILLER              PIC X(06)  VALUE " BASE".
003010     05  FILLER              PIC X(13)  VALUE "SITUACAO".
003020 01  WS-SCR-DETAIL.
003030     05  WS-SCR-SEQ          PIC ZZZ9.
003040     05  FILLER              PIC X(01)  VALUE SPACE.
003050     05  WS-SCR-TYPE-TEXT    PIC X(22).
003060     05  FILLER              PIC X(01)  VALUE SPACE.
003070     05  WS-SCR-PLAYER-ID    PIC X(10).
003080     05  FILLER              PIC X(01)  VALUE SPACE.
003090     05  WS-SCR-OPPONENT-ID  PIC X(10).
003100     05  FILLER              PIC X(01)  VALUE SPACE.
003110     05  WS-SCR-TRN-ID       PIC X(14).
003120     05  FILLER              PIC X(01)  VALUE SPACE.
003130     05  WS-SCR-COUNT        PIC ZZZZ9.
003140     05  FILLER              PIC X(01)  VALUE SPACE.
003150     05  WS-SCR-BASE         PIC ZZZZ9.
003160     05  FILLER              PIC X(01)  VALUE SPACE.
003170     05  WS-SCR-STATUS-TEXT  PIC X(09).
003180     05  FILLER              PIC X(04)  VALUE SPACES.
003190
003200 PROCEDURE DIVISION.
003210*----------------------------------------------------------*
003220*  0000-MAINLINE                                            *
003230*----------------------------------------------------------*
003240 0000-MAINLINE.
003245     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
003250     PERFORM 1000-INITIALIZE
003260     THRU 1000-EXIT.
003270     PERFORM 2000-SCAN-LOG
003280     THRU 2000-EXIT.
003290     PERFORM 3000-SCREEN-PAIRS
003300     THRU 3000-EXIT.
003310     PERFORM 3500-SCREEN-CONTENDERS
003320     THRU 3500-EXIT.
003330     PERFORM 4000-WRITE-FLAGS
003340     THRU 4000-EXIT.
003350     PERFORM 9999-TERMINATE
003360     THRU 9999-EXIT.
003363     PERFORM 9900-WRITE-RUN-CONTROL
003366     THRU 9900-EXIT.
003370     STOP RUN.
003380
003390*----------------------------------------------------------*
003400*  1000-INITIALIZE - DETERMINE THE CLOSING SEASON, PICK UP  *
003410*  EARLIER DECISIONS, TABLE THE VOIDS AND THE CONTENDERS,   *
003420*  AND OPEN THE LOG                                         *
003430*----------------------------------------------------------*
003440 1000-INITIALIZE.
003450     ACCEPT WS-SEASON-ENV FROM ENVIRONMENT "JOKENPO_SEASON".
003460     IF WS-SEASON-ENV NOT = SPACES
003470         AND FUNCTION TEST-NUMVAL(WS-SEASON-ENV) = 0
003480         MOVE FUNCTION NUMVAL(WS-SEASON-ENV) TO WS-SEASON
003490     ELSE
003500         MOVE FUNCTION CURRENT-DATE(1:6) TO WS-SEASON
003510     END-IF.
003520     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
003530     MOVE ROCK    TO WS-THROW-NAME(1).
003540     MOVE SISSORS TO WS-THROW-NAME(2).
003550     MOVE PAPPER  TO WS-THROW-NAME(3).
003560     MOVE LAGARTO TO WS-THROW-NAME(4).
003570     MOVE SPOCK   TO WS-THROW-NAME(5).
003580     PERFORM 1100-LOAD-PRIOR-DECISIONS
003590     THRU 1100-EXIT.
003600     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
003610     THRU 1200-EXIT.
003620     PERFORM 1300-LOAD-CONTENDERS
003630     THRU 1300-EXIT.
003640     OPEN INPUT SCREEN-LOG.
003650     IF WS-SCREEN-LOG-STATUS NOT = "00"
003660         DISPLAY "JOKSCRN - log indisponivel, status "
003670             WS-SCREEN-LOG-STATUS
003680         MOVE "Y" TO WS-LOG-EOF-SW
003690         MOVE "Y" TO WS-INCOMPLETE-SW
003700     END-IF.
003710     GO TO 1000-EXIT.
003720 1000-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003760*  1100-LOAD-PRIOR-DECISIONS - A FLAG FILE LEFT BY AN       *
003770*  EARLIER SCREEN OF THE SAME SEASON MAY HOLD DECISIONS     *
003780*  ALREADY TAKEN AT THE DESK.  NO FILE IS A FIRST RUN.      *
003790*----------------------------------------------------------*
003800 1100-LOAD-PRIOR-DECISIONS.
003810     OPEN INPUT SCREEN-FLAGS.
003820     IF WS-SCREEN-FLAGS-STATUS NOT = "00"
003830         GO TO 1100-EXIT
003840     END-IF.
003850     PERFORM 1110-LOAD-ONE-DECISION
003860     THRU 1110-EXIT
003870     UNTIL WS-FLAG-EOF.
003880     CLOSE SCREEN-FLAGS.
003890     GO TO 1100-EXIT.
003900 1100-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940*  1110-LOAD-ONE-DECISION                                   *
003950*----------------------------------------------------------*
003960 1110-LOAD-ONE-DECISION.
003970     READ SCREEN-FLAGS
003980     AT END
003990     MOVE "Y" TO WS-FLAG-EOF-SW
004000     GO TO 1110-EXIT
004010     END-READ.
004020     IF FLAG-RECORD(1:1) NOT = "F"
004030         GO TO 1110-EXIT
004040     END-IF.
004050     MOVE FLAG-RECORD TO SCREEN-FLAG-RECORD.
004060     IF FL-SEASON NOT = WS-SEASON
004070         OR FL-PENDING
004080         GO TO 1110-EXIT
004090     END-IF.
004100     IF WS-PRIOR-COUNT NOT < 200
004110         GO TO 1110-EXIT
004120     END-IF.
004130     ADD 1 TO WS-PRIOR-COUNT.
004140     MOVE FL-FLAG-TYPE TO WS-PRI-TYPE(WS-PRIOR-COUNT).
004150     MOVE FL-PLAYER-ID TO WS-PRI-PLAYER-ID(WS-PRIOR-COUNT).
004160     MOVE FL-OPPONENT-ID TO WS-PRI-OPPONENT-ID(WS-PRIOR-COUNT).
004170     MOVE FL-TOURNAMENT-ID TO WS-PRI-TRN-ID(WS-PRIOR-COUNT).
004180     MOVE FL-STATUS TO WS-PRI-STATUS(WS-PRIOR-COUNT).
004190     MOVE FL-DECIDED-BY TO WS-PRI-DECIDED-BY(WS-PRIOR-COUNT).
004200     MOVE FL-DECIDED-DATE TO WS-PRI-DECIDED-DATE(WS-PRIOR-COUNT).
004210     MOVE FL-DECISION-NOTE TO WS-PRI-NOTE(WS-PRIOR-COUNT).
004220     GO TO 1110-EXIT.
004230 1110-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------*
004270*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
004280*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
004290*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
004300*----------------------------------------------------------*
004310 1200-LOAD-VOIDED-TOURNAMENTS.
004320     OPEN INPUT SCREEN-LOG.
004330     IF WS-SCREEN-LOG-STATUS NOT = "00"
004340         GO TO 1200-EXIT
004350     END-IF.
004360     PERFORM 1210-TABLE-ONE-VOID
004370     THRU 1210-EXIT
004380     UNTIL WS-VOID-EOF.
004390     CLOSE SCREEN-LOG.
004400     GO TO 1200-EXIT.
004410 1200-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------*
004450*  1210-TABLE-ONE-VOID                                      *
004460*----------------------------------------------------------*
004470 1210-TABLE-ONE-VOID.
004480     READ SCREEN-LOG
004490     AT END
004500     MOVE "Y" TO WS-VOID-EOF-SW
004510     GO TO 1210-EXIT
004520     END-READ.
004530     IF LOG-RECORD(1:1) NOT = "V"
004540         GO TO 1210-EXIT
004550     END-IF.
004560     MOVE LOG-RECORD TO LOG-VOID-RECORD.
004570     IF WS-VOID-COUNT NOT < 500
004580         ADD 1 TO WS-VOID-OVERFLOW
004590         GO TO 1210-EXIT
004600     END-IF.
004610     ADD 1 TO WS-VOID-COUNT.
004620     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
004630     GO TO 1210-EXIT.
004640 1210-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------*
004680*  1300-LOAD-CONTENDERS - TWO PASSES OVER THE SEASON        *
004690*  HISTORY: THE FIRST FINDS THE FIVE HIGHEST WIN COUNTS OF  *
004700*  THE SEASON, THE SECOND TABLES EVERY PLAYER WHO REACHED   *
004710*  THE FIFTH OF THEM, SO TIES ON THE CUT ARE ALL SCREENED   *
004720*----------------------------------------------------------*
004730 1300-LOAD-CONTENDERS.
004740     MOVE ZERO TO WS-TOP-WINS(1).
004750     MOVE ZERO TO WS-TOP-WINS(2).
004760     MOVE ZERO TO WS-TOP-WINS(3).
004770     MOVE ZERO TO WS-TOP-WINS(4).
004780     MOVE ZERO TO WS-TOP-WINS(5).
004790     OPEN INPUT SEASON-HISTORY.
004800     IF WS-SEASON-HIST-STATUS NOT = "00"
004810         DISPLAY "JOKSCRN - historico indisponivel, status "
004820             WS-SEASON-HIST-STATUS
004830         MOVE "Y" TO WS-INCOMPLETE-SW
004840         GO TO 1300-EXIT
004850     END-IF.
004860     PERFORM 1310-RANK-ONE-STANDING
004870     THRU 1310-EXIT
004880     UNTIL WS-HIST-EOF.
004890     CLOSE SEASON-HISTORY.
004900     MOVE "N" TO WS-HIST-EOF-SW.
004910     OPEN INPUT SEASON-HISTORY.
004920     PERFORM 1330-TABLE-ONE-CONTENDER
004930     THRU 1330-EXIT
004940     UNTIL WS-HIST-EOF.
004950     CLOSE SEASON-HISTORY.
004960     GO TO 1300-EXIT.
004970 1300-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------*
005010*  1310-RANK-ONE-STANDING - SLOT THE RECORD'S WINS INTO     *
005020*  THE TOP-FIVE LIST, WHICH IS KEPT IN DESCENDING ORDER     *
005030*----------------------------------------------------------*
005040 1310-RANK-ONE-STANDING.
005050     READ SEASON-HISTORY
005060     AT END
005070     MOVE "Y" TO WS-HIST-EOF-SW
005080     GO TO 1310-EXIT
005090     END-READ.
005100     IF SH-SEASON NOT = WS-SEASON
005110         OR SH-WINS NOT > WS-TOP-WINS(5)
005120         GO TO 1310-EXIT
005130     END-IF.
005140     MOVE 5 TO WS-TOP-IDX.
005150     PERFORM 1320-SHIFT-ONE-TOP
005160     THRU 1320-EXIT
005170     UNTIL WS-TOP-IDX = 1
005180     OR WS-TOP-WINS(WS-TOP-IDX - 1) NOT < SH-WINS.
005190     MOVE SH-WINS TO WS-TOP-WINS(WS-TOP-IDX).
005200     GO TO 1310-EXIT.
005210 1310-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------*
005250*  1320-SHIFT-ONE-TOP                                       *
005260*----------------------------------------------------------*
005270 1320-SHIFT-ONE-TOP.
005280     MOVE WS-TOP-WINS(WS-TOP-IDX - 1) TO WS-TOP-WINS(WS-TOP-IDX).
005290     SUBTRACT 1 FROM WS-TOP-IDX.
005300     GO TO 1320-EXIT.
005310 1320-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350*  1330-TABLE-ONE-CONTENDER                                 *
005360*----------------------------------------------------------*
005370 1330-TABLE-ONE-CONTENDER.
005380     READ SEASON-HISTORY
005390     AT END
005400     MOVE "Y" TO WS-HIST-EOF-SW
005410     GO TO 1330-EXIT
005420     END-READ.
005430     IF SH-SEASON NOT = WS-SEASON
005440         OR SH-WINS = ZERO
005450         OR SH-WINS < WS-TOP-WINS(5)
005460         GO TO 1330-EXIT
005470     END-IF.
005480     IF WS-CON-COUNT NOT < 50
005490         ADD 1 TO WS-CON-OVERFLOW
005500         GO TO 1330-EXIT
005510     END-IF.
005520     ADD 1 TO WS-CON-COUNT.
005530     MOVE SH-PLAYER-ID TO WS-CON-PLAYER-ID(WS-CON-COUNT).
005540     MOVE ZERO TO WS-CON-LOG-WINS(WS-CON-COUNT).
005550     GO TO 1330-EXIT.
005560 1330-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------*
005600*  2000-SCAN-LOG - ONE PASS OVER THE CONCATENATED LOG,      *
005610*  TABLING THE SEASON'S HEADERS, TALLYING THE DETAILS AND   *
005620*  POSTING THE TRAILERS                                     *
005630*----------------------------------------------------------*
005640 2000-SCAN-LOG.
005650     IF WS-LOG-EOF
005660         GO TO 2000-EXIT
005670     END-IF.
005680     PERFORM 2100-READ-LOG
005690     THRU 2100-EXIT.
005700     PERFORM 2200-PROCESS-ONE-RECORD
005710     THRU 2200-EXIT
005720     UNTIL WS-LOG-EOF.
005730     CLOSE SCREEN-LOG.
005740     GO TO 2000-EXIT.
005750 2000-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------*
005790*  2100-READ-LOG                                            *
005800*----------------------------------------------------------*
005810 2100-READ-LOG.
005820     READ SCREEN-LOG
005830     AT END
005840     MOVE "Y" TO WS-LOG-EOF-SW
005850     NOT AT END
005860     ADD 1 TO WS-LOG-RECORDS-READ
005870     END-READ.
005880     GO TO 2100-EXIT.
005890 2100-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------*
005930*  2200-PROCESS-ONE-RECORD - DISPATCH BY RECORD TYPE; OLD   *
005940*  FLAT LINES AND V RECORDS ARE SKIPPED                     *
005950*----------------------------------------------------------*
005960 2200-PROCESS-ONE-RECORD.
005970     EVALUATE LOG-RECORD(1:1)
005980     WHEN "H"
005990     PERFORM 2300-TABLE-HEADER
006000     THRU 2300-EXIT
006010     WHEN "D"
006020     PERFORM 2400-TALLY-DETAIL
006030     THRU 2400-EXIT
006040     WHEN "T"
006050     PERFORM 2500-POST-TRAILER
006060     THRU 2500-EXIT
006070     WHEN OTHER
006080     CONTINUE
006090     END-EVALUATE.
006100     PERFORM 2100-READ-LOG
006110     THRU 2100-EXIT.
006120     GO TO 2200-EXIT.
006130 2200-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------*
006170*  2300-TABLE-HEADER - OPEN A TOURNAMENT OF THE SEASON ON   *
006180*  THE TABLE.  BATCH RUN HEADERS (BLANK PLAYER IDS) AND     *
006190*  VOIDED TOURNAMENTS ARE LEFT OFF.                         *
006200*----------------------------------------------------------*
006210 2300-TABLE-HEADER.
006220     MOVE LOG-RECORD TO LOG-HEADER-RECORD.
006230     IF LH-DATE(1:6) NOT = WS-SEASON
006240         GO TO 2300-EXIT
006250     END-IF.
006260     IF LH-PLAYER-1-ID = SPACES
006270         OR LH-PLAYER-2-ID = SPACES
006280         GO TO 2300-EXIT
006290     END-IF.
006300     MOVE LH-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
006310     PERFORM 2350-CHECK-VOIDED
006320     THRU 2350-EXIT.
006330     IF WS-TRN-VOIDED
006340         ADD 1 TO WS-VOIDED-SKIPPED
006350         GO TO 2300-EXIT
006360     END-IF.
006370     IF WS-TRN-COUNT >= 2000
006380         ADD 1 TO WS-TRN-OVERFLOW
006390         GO TO 2300-EXIT
006400     END-IF.
006410     ADD 1 TO WS-TRN-COUNT.
006420     ADD 1 TO WS-SEASON-TOURNAMENTS.
006430     MOVE LH-TOURNAMENT-ID TO WS-TRN-ID(WS-TRN-COUNT).
006440     MOVE LH-PLAYER-1-ID TO WS-TRN-P1-ID(WS-TRN-COUNT).
006450     MOVE LH-PLAYER-2-ID TO WS-TRN-P2-ID(WS-TRN-COUNT).
006460     MOVE LH-OPPONENT-MODE TO WS-TRN-OPP-MODE(WS-TRN-COUNT).
006470     MOVE ZERO TO WS-TRN-ROUNDS(WS-TRN-COUNT).
006480     MOVE "N" TO WS-TRN-CLOSED-SW(WS-TRN-COUNT).
006490     PERFORM 2310-CLEAR-ONE-THROW
006500     THRU 2310-EXIT
006510     VARYING WS-THROW-IDX FROM 1 BY 1
006520     UNTIL WS-THROW-IDX > 5.
006530     GO TO 2300-EXIT.
006540 2300-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------*
006580*  2310-CLEAR-ONE-THROW                                     *
006590*----------------------------------------------------------*
006600 2310-CLEAR-ONE-THROW.
006610     MOVE ZERO TO WS-TRN-P1-THROW(WS-TRN-COUNT WS-THROW-IDX).
006620     MOVE ZERO TO WS-TRN-P2-THROW(WS-TRN-COUNT WS-THROW-IDX).
006630     GO TO 2310-EXIT.
006640 2310-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------*
006680*  2350-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
006690*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
006700*----------------------------------------------------------*
006710 2350-CHECK-VOIDED.
006720     MOVE "N" TO WS-VOIDED-SW.
006730     PERFORM 2360-CHECK-ONE-VOID
006740     THRU 2360-EXIT
006750     VARYING WS-VOID-IDX FROM 1 BY 1
006760     UNTIL WS-VOID-IDX > WS-VOID-COUNT
006770     OR WS-TRN-VOIDED.
006780     GO TO 2350-EXIT.
006790 2350-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830*  2360-CHECK-ONE-VOID                                      *
006840*----------------------------------------------------------*
006850 2360-CHECK-ONE-VOID.
006860     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
006870     MOVE "Y" TO WS-VOIDED-SW
006880     END-IF.
006890     GO TO 2360-EXIT.
006900 2360-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------*
006940*  2400-TALLY-DETAIL - THE PLAYER-1 DETAIL COUNTS THE ROUND *
006950*  AND BOTH SIDES' THROWS; ANY DETAIL WON BY A CONTENDER    *
006960*  IS CREDITED AGAINST THE OTHER ID OF THE TOURNAMENT       *
006970*----------------------------------------------------------*
006980 2400-TALLY-DETAIL.
006990     MOVE LOG-RECORD TO LOG-DETAIL-RECORD.
007000     MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
007010     PERFORM 2600-FIND-TOURNAMENT
007020     THRU 2600-EXIT.
007030     IF WS-TRN-FOUND-IDX = ZERO
007040         GO TO 2400-EXIT
007050     END-IF.
007060     IF LD-PLAYER-ID = WS-TRN-P1-ID(WS-TRN-FOUND-IDX)
007070         ADD 1 TO WS-TRN-ROUNDS(WS-TRN-FOUND-IDX)
007080         MOVE LD-PLAYER-MOVE TO WS-SCAN-MOVE
007090         PERFORM 2450-FIND-THROW
007100         THRU 2450-EXIT
007110         IF WS-THROW-FOUND-IDX > ZERO
007120             ADD 1 TO WS-TRN-P1-THROW(WS-TRN-FOUND-IDX
007130                 WS-THROW-FOUND-IDX)
007140         END-IF
007150         MOVE LD-PC-MOVE TO WS-SCAN-MOVE
007160         PERFORM 2450-FIND-THROW
007170         THRU 2450-EXIT
007180         IF WS-THROW-FOUND-IDX > ZERO
007190             ADD 1 TO WS-TRN-P2-THROW(WS-TRN-FOUND-IDX
007200                 WS-THROW-FOUND-IDX)
007210         END-IF
007220     END-IF.
007230     IF LD-RESULT-IND NOT = "W"
007240         GO TO 2400-EXIT
007250     END-IF.
007260     PERFORM 2800-FIND-CONTENDER
007270     THRU 2800-EXIT.
007280     IF WS-CON-FOUND-IDX = ZERO
007290         GO TO 2400-EXIT
007300     END-IF.
007310     ADD 1 TO WS-CON-LOG-WINS(WS-CON-FOUND-IDX).
007320     IF LD-PLAYER-ID = WS-TRN-P1-ID(WS-TRN-FOUND-IDX)
007330         MOVE WS-TRN-P2-ID(WS-TRN-FOUND-IDX) TO WS-OPPONENT-ID
007340     ELSE
007350         MOVE WS-TRN-P1-ID(WS-TRN-FOUND-IDX) TO WS-OPPONENT-ID
007360     END-IF.
007370*    THE COMPUTER IS NEVER THE SINGLE OPPONENT OF A FARMED
007380*    SEASON - ITS ROUNDS ONLY SWELL THE CONTENDER'S TOTAL
007390     IF WS-TRN-OPP-MODE(WS-TRN-FOUND-IDX) NOT = 2
007400         GO TO 2400-EXIT
007410     END-IF.
007420     PERFORM 2850-LOCATE-OR-CREATE-OPW
007430     THRU 2850-EXIT.
007440     IF WS-OPW-FOUND-IDX = ZERO
007450         ADD 1 TO WS-OPW-OVERFLOW
007460         GO TO 2400-EXIT
007470     END-IF.
007480     ADD 1 TO WS-OPW-WINS(WS-OPW-FOUND-IDX).
007490     GO TO 2400-EXIT.
007500 2400-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------*
007540*  2450-FIND-THROW - INDEX OF WS-SCAN-MOVE ON THE THROW     *
007550*  TABLE, ZERO WHEN IT IS NOT A CANONICAL THROW             *
007560*----------------------------------------------------------*
007570 2450-FIND-THROW.
007580     MOVE ZERO TO WS-THROW-FOUND-IDX.
007590     PERFORM 2460-CHECK-ONE-THROW
007600     THRU 2460-EXIT
007610     VARYING WS-THROW-IDX FROM 1 BY 1
007620     UNTIL WS-THROW-IDX > 5
007630     OR WS-THROW-FOUND-IDX > ZERO.
007640     GO TO 2450-EXIT.
007650 2450-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------*
007690*  2460-CHECK-ONE-THROW                                     *
007700*----------------------------------------------------------*
007710 2460-CHECK-ONE-THROW.
007720     IF WS-SCAN-MOVE = WS-THROW-NAME(WS-THROW-IDX)
007730     MOVE WS-THROW-IDX TO WS-THROW-FOUND-IDX
007740     END-IF.
007750     GO TO 2460-EXIT.
007760 2460-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------*
007800*  2500-POST-TRAILER - A PVP MATCH IS COMPLETE: ROLL IT     *
007810*  INTO ITS PAIR AND LOOK AT THE LOSER'S THROWS             *
007820*----------------------------------------------------------*
007830 2500-POST-TRAILER.
007840     MOVE LOG-RECORD TO LOG-TRAILER-RECORD.
007850     MOVE LT-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
007860     PERFORM 2600-FIND-TOURNAMENT
007870     THRU 2600-EXIT.
007880     IF WS-TRN-FOUND-IDX = ZERO
007890         GO TO 2500-EXIT
007900     END-IF.
007910     IF WS-TRN-CLOSED-SW(WS-TRN-FOUND-IDX) = "Y"
007920         GO TO 2500-EXIT
007930     END-IF.
007940     MOVE "Y" TO WS-TRN-CLOSED-SW(WS-TRN-FOUND-IDX).
007950     IF WS-TRN-OPP-MODE(WS-TRN-FOUND-IDX) NOT = 2
007960         GO TO 2500-EXIT
007970     END-IF.
007980     ADD 1 TO WS-PVP-MATCHES.
007990
008000*    THE TWO IDS GO INTO COLLATING ORDER SO A X B AND
008010*    B X A ACCUMULATE ON THE SAME PAIR ENTRY
008020     IF WS-TRN-P1-ID(WS-TRN-FOUND-IDX)
008030         < WS-TRN-P2-ID(WS-TRN-FOUND-IDX)
008040         MOVE WS-TRN-P1-ID(WS-TRN-FOUND-IDX) TO WS-SIDE-A-ID
008050         MOVE WS-TRN-P2-ID(WS-TRN-FOUND-IDX) TO WS-SIDE-B-ID
008060     ELSE
008070         MOVE WS-TRN-P2-ID(WS-TRN-FOUND-IDX) TO WS-SIDE-A-ID
008080         MOVE WS-TRN-P1-ID(WS-TRN-FOUND-IDX) TO WS-SIDE-B-ID
008090     END-IF.
008100     PERFORM 2700-LOCATE-OR-CREATE-PAIR
008110     THRU 2700-EXIT.
008120     IF WS-PAIR-FOUND-IDX = ZERO
008130         ADD 1 TO WS-PAIR-OVERFLOW
008140     ELSE
008150         PERFORM 2550-POST-PAIR-RESULT
008160         THRU 2550-EXIT
008170     END-IF.
008180
008190     IF LT-WINNER-ID = WS-TRN-P2-ID(WS-TRN-FOUND-IDX)
008200         PERFORM 2560-CHECK-P1-THROWS
008210         THRU 2560-EXIT
008220     END-IF.
008230     IF LT-WINNER-ID = WS-TRN-P1-ID(WS-TRN-FOUND-IDX)
008240         PERFORM 2570-CHECK-P2-THROWS
008250         THRU 2570-EXIT
008260     END-IF.
008270     GO TO 2500-EXIT.
008280 2500-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------*
008320*  2550-POST-PAIR-RESULT - COUNT THE MEETING AND CARRY THE  *
008330*  STREAK: A WIN BY THE SIDE ALREADY ON A RUN EXTENDS IT,   *
008340*  A WIN BY THE OTHER SIDE STARTS A NEW ONE, A DRAWN MATCH  *
008350*  ENDS IT                                                  *
008360*----------------------------------------------------------*
008370 2550-POST-PAIR-RESULT.
008380     ADD 1 TO WS-PAIR-MATCHES(WS-PAIR-FOUND-IDX).
008390     EVALUATE TRUE
008400     WHEN LT-WINNER-ID = WS-SIDE-A-ID
008410     IF WS-PAIR-RUN-SIDE(WS-PAIR-FOUND-IDX) = "A"
008420     ADD 1 TO WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
008430     ELSE
008440     MOVE "A" TO WS-PAIR-RUN-SIDE(WS-PAIR-FOUND-IDX)
008450     MOVE 1 TO WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
008460     END-IF
008470     WHEN LT-WINNER-ID = WS-SIDE-B-ID
008480     IF WS-PAIR-RUN-SIDE(WS-PAIR-FOUND-IDX) = "B"
008490     ADD 1 TO WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
008500     ELSE
008510     MOVE "B" TO WS-PAIR-RUN-SIDE(WS-PAIR-FOUND-IDX)
008520     MOVE 1 TO WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
008530     END-IF
008540     WHEN OTHER
008550     MOVE SPACE TO WS-PAIR-RUN-SIDE(WS-PAIR-FOUND-IDX)
008560     MOVE ZERO TO WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
008570     END-EVALUATE.
008580     IF WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
008590         > WS-PAIR-BEST-LEN(WS-PAIR-FOUND-IDX)
008600         MOVE WS-PAIR-RUN-SIDE(WS-PAIR-FOUND-IDX)
008610             TO WS-PAIR-BEST-SIDE(WS-PAIR-FOUND-IDX)
008620         MOVE WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
008630             TO WS-PAIR-BEST-LEN(WS-PAIR-FOUND-IDX)
008640     END-IF.
008650     GO TO 2550-EXIT.
008660 2550-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------*
008700*  2560-CHECK-P1-THROWS - PLAYER 1 LOST; FLAG THE MATCH     *
008710*  WHEN ONE THROW FILLS WS-THROW-PCT OF PLAYER 1'S ROUNDS   *
008720*----------------------------------------------------------*
008730 2560-CHECK-P1-THROWS.
008740     IF WS-TRN-ROUNDS(WS-TRN-FOUND-IDX) < WS-MIN-THROW-ROUNDS
008750         GO TO 2560-EXIT
008760     END-IF.
008770     MOVE ZERO TO WS-THROW-TOP.
008780     PERFORM 2565-TOP-ONE-P1-THROW
008790     THRU 2565-EXIT
008800     VARYING WS-THROW-IDX FROM 1 BY 1
008810     UNTIL WS-THROW-IDX > 5.
008820     IF WS-THROW-TOP * 100
008830         < WS-TRN-ROUNDS(WS-TRN-FOUND-IDX) * WS-THROW-PCT
008840         GO TO 2560-EXIT
008850     END-IF.
008860     MOVE "J" TO WS-NEW-TYPE.
008870     MOVE WS-TRN-P1-ID(WS-TRN-FOUND-IDX) TO WS-NEW-PLAYER-ID.
008880     MOVE WS-TRN-P2-ID(WS-TRN-FOUND-IDX) TO WS-NEW-OPPONENT-ID.
008890     MOVE WS-TRN-ID(WS-TRN-FOUND-IDX) TO WS-NEW-TRN-ID.
008900     MOVE WS-THROW-TOP TO WS-NEW-COUNT.
008910     MOVE WS-TRN-ROUNDS(WS-TRN-FOUND-IDX) TO WS-NEW-BASE.
008920     PERFORM 2900-ADD-FLAG
008930     THRU 2900-EXIT.
008940     GO TO 2560-EXIT.
008950 2560-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------*
008990*  2565-TOP-ONE-P1-THROW                                    *
009000*----------------------------------------------------------*
009010 2565-TOP-ONE-P1-THROW.
009020     IF WS-TRN-P1-THROW(WS-TRN-FOUND-IDX WS-THROW-IDX)
009030     > WS-THROW-TOP
009040     MOVE WS-TRN-P1-THROW(WS-TRN-FOUND-IDX WS-THROW-IDX)
009050     TO WS-THROW-TOP
009060     END-IF.
009070     GO TO 2565-EXIT.
009080 2565-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------*
009120*  2570-CHECK-P2-THROWS - PLAYER 2 LOST; THE SAME TEST ON   *
009130*  PLAYER 2'S SIDE OF THE ROUNDS                            *
009140*----------------------------------------------------------*
009150 2570-CHECK-P2-THROWS.
009160     IF WS-TRN-ROUNDS(WS-TRN-FOUND-IDX) < WS-MIN-THROW-ROUNDS
009170         GO TO 2570-EXIT
009180     END-IF.
009190     MOVE ZERO TO WS-THROW-TOP.
009200     PERFORM 2575-TOP-ONE-P2-THROW
009210     THRU 2575-EXIT
009220     VARYING WS-THROW-IDX FROM 1 BY 1
009230     UNTIL WS-THROW-IDX > 5.
009240     IF WS-THROW-TOP * 100
009250         < WS-TRN-ROUNDS(WS-TRN-FOUND-IDX) * WS-THROW-PCT
009260         GO TO 2570-EXIT
009270     END-IF.
009280     MOVE "J" TO WS-NEW-TYPE.
009290     MOVE WS-TRN-P2-ID(WS-TRN-FOUND-IDX) TO WS-NEW-PLAYER-ID.
009300     MOVE WS-TRN-P1-ID(WS-TRN-FOUND-IDX) TO WS-NEW-OPPONENT-ID.
009310     MOVE WS-TRN-ID(WS-TRN-FOUND-IDX) TO WS-NEW-TRN-ID.
009320     MOVE WS-THROW-TOP TO WS-NEW-COUNT.
009330     MOVE WS-TRN-ROUNDS(WS-TRN-FOUND-IDX) TO WS-NEW-BASE.
009340     PERFORM 2900-ADD-FLAG
009350     THRU 2900-EXIT.
009360     GO TO 2570-EXIT.
009370 2570-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------*
009410*  2575-TOP-ONE-P2-THROW                                    *
009420*----------------------------------------------------------*
009430 2575-TOP-ONE-P2-THROW.
009440     IF WS-TRN-P2-THROW(WS-TRN-FOUND-IDX WS-THROW-IDX)
009450     > WS-THROW-TOP
009460     MOVE WS-TRN-P2-THROW(WS-TRN-FOUND-IDX WS-THROW-IDX)
009470     TO WS-THROW-TOP
009480     END-IF.
009490     GO TO 2575-EXIT.
009500 2575-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------*
009540*  2600-FIND-TOURNAMENT - LOCATE THE TOURNAMENT ENTRY FOR   *
009550*  THE ID IN WS-LOOKUP-TRN-ID                               *
009560*----------------------------------------------------------*
009570 2600-FIND-TOURNAMENT.
009580     MOVE ZERO TO WS-TRN-FOUND-IDX.
009590     PERFORM 2610-CHECK-ONE-TOURNAMENT
009600     THRU 2610-EXIT
009610     VARYING WS-TRN-IDX FROM 1 BY 1
009620     UNTIL WS-TRN-IDX > WS-TRN-COUNT
009630     OR WS-TRN-FOUND-IDX > ZERO.
009640     GO TO 2600-EXIT.
009650 2600-EXIT.
009660     EXIT.
009670
009680*----------------------------------------------------------*
009690*  2610-CHECK-ONE-TOURNAMENT                                *
009700*----------------------------------------------------------*
009710 2610-CHECK-ONE-TOURNAMENT.
009720     IF WS-TRN-ID(WS-TRN-IDX) = WS-LOOKUP-TRN-ID
009730     MOVE WS-TRN-IDX TO WS-TRN-FOUND-IDX
009740     END-IF.
009750     GO TO 2610-EXIT.
009760 2610-EXIT.
009770     EXIT.
009780
009790*----------------------------------------------------------*
009800*  2700-LOCATE-OR-CREATE-PAIR - FIND THE PAIR ENTRY FOR     *
009810*  WS-SIDE-A-ID X WS-SIDE-B-ID, OPENING A NEW ONE WHEN THE  *
009820*  TWO IDS HAVE NOT MET YET THIS SEASON                     *
009830*----------------------------------------------------------*
009840 2700-LOCATE-OR-CREATE-PAIR.
009850     MOVE ZERO TO WS-PAIR-FOUND-IDX.
009860     PERFORM 2710-CHECK-ONE-PAIR
009870     THRU 2710-EXIT
009880     VARYING WS-PAIR-IDX FROM 1 BY 1
009890     UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
009900     OR WS-PAIR-FOUND-IDX > ZERO.
009910     IF WS-PAIR-FOUND-IDX = ZERO
009920         AND WS-PAIR-COUNT < 500
009930         ADD 1 TO WS-PAIR-COUNT
009940         MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-IDX
009950         MOVE WS-SIDE-A-ID TO WS-PAIR-ID-A(WS-PAIR-FOUND-IDX)
009960         MOVE WS-SIDE-B-ID TO WS-PAIR-ID-B(WS-PAIR-FOUND-IDX)
009970         MOVE ZERO TO WS-PAIR-MATCHES(WS-PAIR-FOUND-IDX)
009980         MOVE SPACE TO WS-PAIR-RUN-SIDE(WS-PAIR-FOUND-IDX)
009990         MOVE ZERO TO WS-PAIR-RUN-LEN(WS-PAIR-FOUND-IDX)
010000         MOVE SPACE TO WS-PAIR-BEST-SIDE(WS-PAIR-FOUND-IDX)
010010         MOVE ZERO TO WS-PAIR-BEST-LEN(WS-PAIR-FOUND-IDX)
010020     END-IF.
010030     GO TO 2700-EXIT.
010040 2700-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------*
010080*  2710-CHECK-ONE-PAIR                                      *
010090*----------------------------------------------------------*
010100 2710-CHECK-ONE-PAIR.
010110     IF WS-PAIR-ID-A(WS-PAIR-IDX) = WS-SIDE-A-ID
010120     AND WS-PAIR-ID-B(WS-PAIR-IDX) = WS-SIDE-B-ID
010130     MOVE WS-PAIR-IDX TO WS-PAIR-FOUND-IDX
010140     END-IF.
010150     GO TO 2710-EXIT.
010160 2710-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------*
010200*  2800-FIND-CONTENDER - IS LD-PLAYER-ID ON THE CONTENDER   *
010210*  TABLE                                                    *
010220*----------------------------------------------------------*
010230 2800-FIND-CONTENDER.
010240     MOVE ZERO TO WS-CON-FOUND-IDX.
010250     PERFORM 2810-CHECK-ONE-CONTENDER
010260     THRU 2810-EXIT
010270     VARYING WS-CON-IDX FROM 1 BY 1
010280     UNTIL WS-CON-IDX > WS-CON-COUNT
010290     OR WS-CON-FOUND-IDX > ZERO.
010300     GO TO 2800-EXIT.
010310 2800-EXIT.
010320     EXIT.
010330
010340*----------------------------------------------------------*
010350*  2810-CHECK-ONE-CONTENDER                                 *
010360*----------------------------------------------------------*
010370 2810-CHECK-ONE-CONTENDER.
010380     IF WS-CON-PLAYER-ID(WS-CON-IDX) = LD-PLAYER-ID
010390     MOVE WS-CON-IDX TO WS-CON-FOUND-IDX
010400     END-IF.
010410     GO TO 2810-EXIT.
010420 2810-EXIT.
010430     EXIT.
010440
010450*----------------------------------------------------------*
010460*  2850-LOCATE-OR-CREATE-OPW - FIND THE WINS ENTRY FOR THE  *
010470*  CONTENDER AT WS-CON-FOUND-IDX AGAINST WS-OPPONENT-ID,    *
010480*  OPENING A NEW ONE ON THE FIRST WIN OFF THAT OPPONENT     *
010490*----------------------------------------------------------*
010500 2850-LOCATE-OR-CREATE-OPW.
010510     MOVE ZERO TO WS-OPW-FOUND-IDX.
010520     PERFORM 2860-CHECK-ONE-OPW
010530     THRU 2860-EXIT
010540     VARYING WS-OPW-IDX FROM 1 BY 1
010550     UNTIL WS-OPW-IDX > WS-OPW-COUNT
010560     OR WS-OPW-FOUND-IDX > ZERO.
010570     IF WS-OPW-FOUND-IDX = ZERO
010580         AND WS-OPW-COUNT < 500
010590         ADD 1 TO WS-OPW-COUNT
010600         MOVE WS-OPW-COUNT TO WS-OPW-FOUND-IDX
010610         MOVE WS-CON-FOUND-IDX TO WS-OPW-CON-IDX(WS-OPW-FOUND-IDX)
010620         MOVE WS-OPPONENT-ID
010630             TO WS-OPW-OPPONENT-ID(WS-OPW-FOUND-IDX)
010640         MOVE ZERO TO WS-OPW-WINS(WS-OPW-FOUND-IDX)
010650     END-IF.
010660     GO TO 2850-EXIT.
010670 2850-EXIT.
010680     EXIT.
010690
010700*----------------------------------------------------------*
010710*  2860-CHECK-ONE-OPW                                       *
010720*----------------------------------------------------------*
010730 2860-CHECK-ONE-OPW.
010740     IF WS-OPW-CON-IDX(WS-OPW-IDX) = WS-CON-FOUND-IDX
010750     AND WS-OPW-OPPONENT-ID(WS-OPW-IDX) = WS-OPPONENT-ID
010760     MOVE WS-OPW-IDX TO WS-OPW-FOUND-IDX
010770     END-IF.
010780     GO TO 2860-EXIT.
010790 2860-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------*
010830*  2900-ADD-FLAG - TABLE THE FLAG BUILT IN WS-NEW-FLAG.  A  *
010840*  FULL TABLE LEAVES THE SCREEN INCOMPLETE.                 *
010850*----------------------------------------------------------*
010860 2900-ADD-FLAG.
010870     IF WS-FLG-COUNT NOT < 200
010880         ADD 1 TO WS-FLG-OVERFLOW
010890         GO TO 2900-EXIT
010900     END-IF.
010910     ADD 1 TO WS-FLG-COUNT.
010920     MOVE WS-NEW-TYPE TO WS-FLG-TYPE(WS-FLG-COUNT).
010930     MOVE WS-NEW-PLAYER-ID TO WS-FLG-PLAYER-ID(WS-FLG-COUNT).
010940     MOVE WS-NEW-OPPONENT-ID TO WS-FLG-OPPONENT-ID(WS-FLG-COUNT).
010950     MOVE WS-NEW-TRN-ID TO WS-FLG-TRN-ID(WS-FLG-COUNT).
010960     MOVE WS-NEW-COUNT TO WS-FLG-COUNT-VAL(WS-FLG-COUNT).
010970     MOVE WS-NEW-BASE TO WS-FLG-BASE-VAL(WS-FLG-COUNT).
010980     GO TO 2900-EXIT.
010990 2900-EXIT.
011000     EXIT.
011010
011020*----------------------------------------------------------*
011030*  3000-SCREEN-PAIRS - WORK OUT THE HALL AVERAGE OF         *
011040*  MEETINGS PER PVP PAIR, THEN TEST EVERY PAIR AGAINST IT   *
011050*  AND FOR A ONE-SIDED STREAK                               *
011060*----------------------------------------------------------*
011070 3000-SCREEN-PAIRS.
011080     IF WS-PAIR-COUNT = ZERO
011090         GO TO 3000-EXIT
011100     END-IF.
011110     COMPUTE WS-HALL-AVERAGE ROUNDED =
011120         WS-PVP-MATCHES / WS-PAIR-COUNT.
011130     COMPUTE WS-FREQ-LIMIT = WS-HALL-AVERAGE * WS-FREQ-FACTOR.
011140     PERFORM 3100-SCREEN-ONE-PAIR
011150     THRU 3100-EXIT
011160     VARYING WS-PAIR-IDX FROM 1 BY 1
011170     UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
011180     GO TO 3000-EXIT.
011190 3000-EXIT.
011200     EXIT.
011210
011220*----------------------------------------------------------*
011230*  3100-SCREEN-ONE-PAIR                                     *
011240*----------------------------------------------------------*
011250 3100-SCREEN-ONE-PAIR.
011260     IF WS-PAIR-MATCHES(WS-PAIR-IDX) NOT < WS-MIN-MEETINGS
011270         AND WS-PAIR-MATCHES(WS-PAIR-IDX) NOT < WS-FREQ-LIMIT
011280         MOVE "E" TO WS-NEW-TYPE
011290         MOVE WS-PAIR-ID-A(WS-PAIR-IDX) TO WS-NEW-PLAYER-ID
011300         MOVE WS-PAIR-ID-B(WS-PAIR-IDX) TO WS-NEW-OPPONENT-ID
011310         MOVE SPACES TO WS-NEW-TRN-ID
011320         MOVE WS-PAIR-MATCHES(WS-PAIR-IDX) TO WS-NEW-COUNT
011330         COMPUTE WS-NEW-BASE ROUNDED = WS-HALL-AVERAGE
011340         PERFORM 2900-ADD-FLAG
011350         THRU 2900-EXIT
011360     END-IF.
011370     IF WS-PAIR-BEST-LEN(WS-PAIR-IDX) < WS-MIN-STREAK
011380         GO TO 3100-EXIT
011390     END-IF.
011400     MOVE "S" TO WS-NEW-TYPE.
011410     IF WS-PAIR-BEST-SIDE(WS-PAIR-IDX) = "A"
011420         MOVE WS-PAIR-ID-A(WS-PAIR-IDX) TO WS-NEW-PLAYER-ID
011430         MOVE WS-PAIR-ID-B(WS-PAIR-IDX) TO WS-NEW-OPPONENT-ID
011440     ELSE
011450         MOVE WS-PAIR-ID-B(WS-PAIR-IDX) TO WS-NEW-PLAYER-ID
011460         MOVE WS-PAIR-ID-A(WS-PAIR-IDX) TO WS-NEW-OPPONENT-ID
011470     END-IF.
011480     MOVE SPACES TO WS-NEW-TRN-ID.
011490     MOVE WS-PAIR-BEST-LEN(WS-PAIR-IDX) TO WS-NEW-COUNT.
011500     MOVE WS-PAIR-MATCHES(WS-PAIR-IDX) TO WS-NEW-BASE.
011510     PERFORM 2900-ADD-FLAG
011520     THRU 2900-EXIT.
011530     GO TO 3100-EXIT.
011540 3100-EXIT.
011550     EXIT.
011560
011570*----------------------------------------------------------*
011580*  3500-SCREEN-CONTENDERS - FOR EVERY CONTENDER WITH ENOUGH *
011590*  WINS ON THE LOG, FIND THE HUMAN OPPONENT WHO GAVE UP     *
011600*  THE MOST OF THEM AND TEST ITS SHARE                      *
011610*----------------------------------------------------------*
011620 3500-SCREEN-CONTENDERS.
011630     PERFORM 3600-SCREEN-ONE-CONTENDER
011640     THRU 3600-EXIT
011650     VARYING WS-CON-IDX FROM 1 BY 1
011660     UNTIL WS-CON-IDX > WS-CON-COUNT.
011670     GO TO 3500-EXIT.
011680 3500-EXIT.
011690     EXIT.
011700
011710*----------------------------------------------------------*
011720*  3600-SCREEN-ONE-CONTENDER                                *
011730*----------------------------------------------------------*
011740 3600-SCREEN-ONE-CONTENDER.
011750     IF WS-CON-LOG-WINS(WS-CON-IDX) < WS-MIN-CONC-WINS
011760         GO TO 3600-EXIT
011770     END-IF.
011780     MOVE ZERO TO WS-OPW-TOP-IDX.
011790     PERFORM 3610-TOP-ONE-OPW
011800     THRU 3610-EXIT
011810     VARYING WS-OPW-IDX FROM 1 BY 1
011820     UNTIL WS-OPW-IDX > WS-OPW-COUNT.
011830     IF WS-OPW-TOP-IDX = ZERO
011840         GO TO 3600-EXIT
011850     END-IF.
011860     IF WS-OPW-WINS(WS-OPW-TOP-IDX) * 100
011870         < WS-CON-LOG-WINS(WS-CON-IDX) * WS-CONC-PCT
011880         GO TO 3600-EXIT
011890     END-IF.
011900     MOVE "A" TO WS-NEW-TYPE.
011910     MOVE WS-CON-PLAYER-ID(WS-CON-IDX) TO WS-NEW-PLAYER-ID.
011920     MOVE WS-OPW-OPPONENT-ID(WS-OPW-TOP-IDX)
011930         TO WS-NEW-OPPONENT-ID.
011940     MOVE SPACES TO WS-NEW-TRN-ID.
011950     MOVE WS-OPW-WINS(WS-OPW-TOP-IDX) TO WS-NEW-COUNT.
011960     MOVE WS-CON-LOG-WINS(WS-CON-IDX) TO WS-NEW-BASE.
011970     PERFORM 2900-ADD-FLAG
011980     THRU 2900-EXIT.
011990     GO TO 3600-EXIT.
012000 3600-EXIT.
012010     EXIT.
012020
012030*----------------------------------------------------------*
012040*  3610-TOP-ONE-OPW                                         *
012050*----------------------------------------------------------*
012060 3610-TOP-ONE-OPW.
012070     IF WS-OPW-CON-IDX(WS-OPW-IDX) = WS-CON-IDX
012080     IF WS-OPW-TOP-IDX = ZERO
012090     MOVE WS-OPW-IDX TO WS-OPW-TOP-IDX
012100     ELSE
012110     IF WS-OPW-WINS(WS-OPW-IDX) > WS-OPW-WINS(WS-OPW-TOP-IDX)
012120     MOVE WS-OPW-IDX TO WS-OPW-TOP-IDX
012130     END-IF
012140     END-IF
012150     END-IF.
012160     GO TO 3610-EXIT.
012170 3610-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------*
012210*  4000-WRITE-FLAGS - REWRITE THE FLAG FILE FOR THE SEASON: *
012220*  THE CONTROL RECORD, THEN ONE RECORD PER FLAG, EACH ALSO  *
012230*  LISTED ON THE SCREENING REPORT                           *
012240*----------------------------------------------------------*
012250 4000-WRITE-FLAGS.
012260     IF WS-VOID-OVERFLOW > ZERO
012270         OR WS-TRN-OVERFLOW > ZERO
012280         OR WS-PAIR-OVERFLOW > ZERO
012290         OR WS-CON-OVERFLOW > ZERO
012300         OR WS-OPW-OVERFLOW > ZERO
012310         OR WS-FLG-OVERFLOW > ZERO
012320         MOVE "Y" TO WS-INCOMPLETE-SW
012330     END-IF.
012340     OPEN OUTPUT SCREEN-FLAGS.
012350     IF WS-SCREEN-FLAGS-STATUS NOT = "00"
012360         DISPLAY "JOKSCRN - arquivo de alertas indisponivel, "
012370             "status " WS-SCREEN-FLAGS-STATUS
012380         MOVE "Y" TO WS-INCOMPLETE-SW
012390         GO TO 4000-EXIT
012400     END-IF.
012410     OPEN OUTPUT SCREEN-REPORT.
012420     MOVE WS-SEASON TO WS-SCR-HDR-SEASON.
012430     MOVE WS-SCR-HEADER-LINE TO SCR-RECORD.
012440     WRITE SCR-RECORD.
012450     MOVE SPACES TO SCR-RECORD.
012460     WRITE SCR-RECORD.
012470
012480     MOVE SPACES TO SCREEN-CONTROL-RECORD.
012490     MOVE "C" TO FC-RECORD-TYPE.
012500     MOVE WS-SEASON TO FC-SEASON.
012510     MOVE WS-RUN-DATE TO FC-RUN-DATE.
012520     IF WS-SCREEN-INCOMPLETE
012530         MOVE "N" TO FC-COMPLETE-SW
012540     ELSE
012550         MOVE "Y" TO FC-COMPLETE-SW
012560     END-IF.
012570     MOVE WS-FLG-COUNT TO FC-FLAG-COUNT.
012580     MOVE WS-PVP-MATCHES TO FC-MATCHES.
012590     MOVE WS-PAIR-COUNT TO FC-PAIRS.
012600     MOVE WS-HALL-AVERAGE TO FC-HALL-AVERAGE.
012610     MOVE SPACES TO FLAG-RECORD.
012620     MOVE SCREEN-CONTROL-RECORD TO FLAG-RECORD.
012630     WRITE FLAG-RECORD.
012640
012650     MOVE WS-SCR-COL-HEADER TO SCR-RECORD.
012660     WRITE SCR-RECORD.
012670     PERFORM 4100-WRITE-ONE-FLAG
012680     THRU 4100-EXIT
012690     VARYING WS-FLG-IDX FROM 1 BY 1
012700     UNTIL WS-FLG-IDX > WS-FLG-COUNT.
012710     IF WS-FLG-COUNT = ZERO
012720         MOVE "Nenhum alerta levantado." TO SCR-RECORD
012730         WRITE SCR-RECORD
012740     END-IF.
012750     PERFORM 4300-WRITE-SUMMARY
012760     THRU 4300-EXIT.
012770     CLOSE SCREEN-REPORT.
012780     CLOSE SCREEN-FLAGS.
012790     GO TO 4000-EXIT.
012800 4000-EXIT.
012810     EXIT.
012820
012830*----------------------------------------------------------*
012840*  4100-WRITE-ONE-FLAG - A FLAG ALREADY DECIDED ON AN       *
012850*  EARLIER SCREEN OF THE SEASON KEEPS ITS DECISION; ANY     *
012860*  OTHER FLAG GOES OUT PENDING                              *
012870*----------------------------------------------------------*
012880 4100-WRITE-ONE-FLAG.
012890     MOVE SPACES TO SCREEN-FLAG-RECORD.
012900     MOVE "F" TO FL-RECORD-TYPE.
012910     MOVE WS-SEASON TO FL-SEASON.
012920     MOVE WS-FLG-IDX TO FL-SEQ.
012930     MOVE WS-FLG-TYPE(WS-FLG-IDX) TO FL-FLAG-TYPE.
012940     MOVE WS-FLG-PLAYER-ID(WS-FLG-IDX) TO FL-PLAYER-ID.
012950     MOVE WS-FLG-OPPONENT-ID(WS-FLG-IDX) TO FL-OPPONENT-ID.
012960     MOVE WS-FLG-TRN-ID(WS-FLG-IDX) TO FL-TOURNAMENT-ID.
012970     MOVE WS-FLG-COUNT-VAL(WS-FLG-IDX) TO FL-COUNT.
012980     MOVE WS-FLG-BASE-VAL(WS-FLG-IDX) TO FL-BASE.
012990     MOVE "P" TO FL-STATUS.
013000     MOVE ZERO TO FL-DECIDED-DATE.
013010     PERFORM 4200-FIND-PRIOR-DECISION
013020     THRU 4200-EXIT.
013030     IF WS-PRIOR-FOUND-IDX > ZERO
013040         MOVE WS-PRI-STATUS(WS-PRIOR-FOUND-IDX) TO FL-STATUS
013050         MOVE WS-PRI-DECIDED-BY(WS-PRIOR-FOUND-IDX)
013060             TO FL-DECIDED-BY
013070         MOVE WS-PRI-DECIDED-DATE(WS-PRIOR-FOUND-IDX)
013080             TO FL-DECIDED-DATE
013090         MOVE WS-PRI-NOTE(WS-PRIOR-FOUND-IDX) TO FL-DECISION-NOTE
013100         ADD 1 TO WS-FLAGS-CARRIED
013110     ELSE
013120         ADD 1 TO WS-FLAGS-PENDING
013130     END-IF.
013140     MOVE SPACES TO FLAG-RECORD.
013150     MOVE SCREEN-FLAG-RECORD TO FLAG-RECORD.
013160     WRITE FLAG-RECORD.
013170
013180     MOVE FL-SEQ TO WS-SCR-SEQ.
013190     EVALUATE TRUE
013200     WHEN FL-FREQUENT-PAIR
013210     MOVE "Encontros frequentes" TO WS-SCR-TYPE-TEXT
013220     WHEN FL-ONE-SIDED-STREAK
013230     MOVE "Sequencia unilateral" TO WS-SCR-TYPE-TEXT
013240     WHEN FL-CONSTANT-THROWS
013250     MOVE "Jogadas constantes" TO WS-SCR-TYPE-TEXT
013260     WHEN OTHER
013270     MOVE "Vitorias de um so adv." TO WS-SCR-TYPE-TEXT
013280     END-EVALUATE.
013290     MOVE FL-PLAYER-ID TO WS-SCR-PLAYER-ID.
013300     MOVE FL-OPPONENT-ID TO WS-SCR-OPPONENT-ID.
013310     MOVE FL-TOURNAMENT-ID TO WS-SCR-TRN-ID.
013320     MOVE FL-COUNT TO WS-SCR-COUNT.
013330     MOVE FL-BASE TO WS-SCR-BASE.
013340     EVALUATE TRUE
013350     WHEN FL-CLEARED
013360     MOVE "Liberado" TO WS-SCR-STATUS-TEXT
013370     WHEN FL-UPHELD
013380     MOVE "Mantido" TO WS-SCR-STATUS-TEXT
013390     WHEN OTHER
013400     MOVE "Pendente" TO WS-SCR-STATUS-TEXT
013410     END-EVALUATE.
013420     MOVE WS-SCR-DETAIL TO SCR-RECORD.
013430     WRITE SCR-RECORD.
013440     GO TO 4100-EXIT.
013450 4100-EXIT.
013460     EXIT.
013470
013480*----------------------------------------------------------*
013490*  4200-FIND-PRIOR-DECISION - THE SAME FLAG IS THE SAME     *
013500*  TYPE ON THE SAME IDS AND TOURNAMENT                      *
013510*----------------------------------------------------------*
013520 4200-FIND-PRIOR-DECISION.
013530     MOVE ZERO TO WS-PRIOR-FOUND-IDX.
013540     PERFORM 4210-CHECK-ONE-PRIOR
013550     THRU 4210-EXIT
013560     VARYING WS-PRIOR-IDX FROM 1 BY 1
013570     UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
013580     OR WS-PRIOR-FOUND-IDX > ZERO.
013590     GO TO 4200-EXIT.
013600 4200-EXIT.
013610     EXIT.
013620
013630*----------------------------------------------------------*
013640*  4210-CHECK-ONE-PRIOR                                     *
013650*----------------------------------------------------------*
013660 4210-CHECK-ONE-PRIOR.
013670     IF WS-PRI-TYPE(WS-PRIOR-IDX) = FL-FLAG-TYPE
013680     AND WS-PRI-PLAYER-ID(WS-PRIOR-IDX) = FL-PLAYER-ID
013690     AND WS-PRI-OPPONENT-ID(WS-PRIOR-IDX) = FL-OPPONENT-ID
013700     AND WS-PRI-TRN-ID(WS-PRIOR-IDX) = FL-TOURNAMENT-ID
013710     MOVE WS-PRIOR-IDX TO WS-PRIOR-FOUND-IDX
013720     END-IF.
013730     GO TO 4210-EXIT.
013740 4210-EXIT.
013750     EXIT.
013760
013770*----------------------------------------------------------*
013780*  4300-WRITE-SUMMARY - SEASON TOTALS AT THE FOOT OF THE    *
013790*  REPORT                                                   *
013800*----------------------------------------------------------*
013810 4300-WRITE-SUMMARY.
013820     MOVE SPACES TO SCR-RECORD.
013830     WRITE SCR-RECORD.
013840     MOVE "Torneios da temporada...............: "
013850         TO WS-SCR-SUM-LABEL.
013860     MOVE WS-SEASON-TOURNAMENTS TO WS-SCR-SUM-VALUE.
013870     MOVE WS-SCR-SUMMARY-LINE TO SCR-RECORD.
013880     WRITE SCR-RECORD.
013890     MOVE "Partidas entre jogadores............: "
013900         TO WS-SCR-SUM-LABEL.
013910     MOVE WS-PVP-MATCHES TO WS-SCR-SUM-VALUE.
013920     MOVE WS-SCR-SUMMARY-LINE TO SCR-RECORD.
013930     WRITE SCR-RECORD.
013940     MOVE "Pares de jogadores..................: "
013950         TO WS-SCR-SUM-LABEL.
013960     MOVE WS-PAIR-COUNT TO WS-SCR-SUM-VALUE.
013970     MOVE WS-SCR-SUMMARY-LINE TO SCR-RECORD.
013980     WRITE SCR-RECORD.
013990     MOVE WS-HALL-AVERAGE TO WS-SCR-AVERAGE.
014000     MOVE WS-SCR-AVERAGE-LINE TO SCR-RECORD.
014010     WRITE SCR-RECORD.
014020     MOVE "Candidatos ao premio triados........: "
014030         TO WS-SCR-SUM-LABEL.
014040     MOVE WS-CON-COUNT TO WS-SCR-SUM-VALUE.
014050     MOVE WS-SCR-SUMMARY-LINE TO SCR-RECORD.
014060     WRITE SCR-RECORD.
014070     MOVE "Alertas pendentes de decisao........: "
014080         TO WS-SCR-SUM-LABEL.
014090     MOVE WS-FLAGS-PENDING TO WS-SCR-SUM-VALUE.
014100     MOVE WS-SCR-SUMMARY-LINE TO SCR-RECORD.
014110     WRITE SCR-RECORD.
014120     IF WS-SCREEN-INCOMPLETE
014130         MOVE "TRIAGEM INCOMPLETA - A PREMIACAO SERA RECUSADA."
014140             TO SCR-RECORD
014150         WRITE SCR-RECORD
014160     END-IF.
014170     GO TO 4300-EXIT.
014180 4300-EXIT.
014190     EXIT.
014200
014210*----------------------------------------------------------*
014220*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
014230*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
014240*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
014250*  LEAVES THE RETURN CODE AS IT IS                          *
014260*----------------------------------------------------------*
014270 9900-WRITE-RUN-CONTROL.
014280     OPEN EXTEND RUN-CONTROL.
014290     IF WS-RUN-CONTROL-STATUS = "35"
014300         OPEN OUTPUT RUN-CONTROL
014310         CLOSE RUN-CONTROL
014320         OPEN EXTEND RUN-CONTROL
014330     END-IF.
014340     IF WS-RUN-CONTROL-STATUS NOT = "00"
014350         DISPLAY "JOKSCRN - controle de execucao indisponivel, "
014360             "status " WS-RUN-CONTROL-STATUS
014370         GO TO 9900-EXIT
014380     END-IF.
014390     MOVE SPACES TO RUN-CONTROL-RECORD.
014400     MOVE "JOKSCRN" TO RN-PROGRAM.
014410     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
014420     MOVE RN-START-DATE TO RN-RUN-DATE.
014430     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
014440     MOVE RETURN-CODE TO RN-RETURN-CODE.
014450     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
014460     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
014470     MOVE "LIDOS" TO RN-COUNT-LABEL(2).
014480     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(2).
014490     MOVE "PARTIDAS" TO RN-COUNT-LABEL(3).
014500     MOVE WS-PVP-MATCHES TO RN-COUNT-VALUE(3).
014510     MOVE "ALERTAS" TO RN-COUNT-LABEL(4).
014520     MOVE WS-FLG-COUNT TO RN-COUNT-VALUE(4).
014530     MOVE "PENDENT" TO RN-COUNT-LABEL(5).
014540     MOVE WS-FLAGS-PENDING TO RN-COUNT-VALUE(5).
014550     WRITE RUN-CONTROL-RECORD.
014560     CLOSE RUN-CONTROL.
014570     GO TO 9900-EXIT.
014580 9900-EXIT.
014590     EXIT.
014600
014610*----------------------------------------------------------*
014620*  9999-TERMINATE                                           *
014630*----------------------------------------------------------*
014640 9999-TERMINATE.
014650     DISPLAY "JOKSCRN - temporada...............: " WS-SEASON.
014660     DISPLAY "JOKSCRN - registros de log lidos..: "
014670         WS-LOG-RECORDS-READ.
014680     DISPLAY "JOKSCRN - torneios anulados.......: "
014690         WS-VOIDED-SKIPPED.
014700     DISPLAY "JOKSCRN - partidas entre jogadores: "
014710         WS-PVP-MATCHES.
014720     DISPLAY "JOKSCRN - alertas levantados......: "
014730         WS-FLG-COUNT.
014740     DISPLAY "JOKSCRN - decisoes mantidas.......: "
014750         WS-FLAGS-CARRIED.
014760     DISPLAY "JOKSCRN - alertas pendentes.......: "
014770         WS-FLAGS-PENDING.
014780     IF WS-VOID-OVERFLOW > ZERO
014790         DISPLAY "JOKSCRN - anulacoes sem tabela....: "
014800             WS-VOID-OVERFLOW
014810     END-IF.
014820     IF WS-TRN-OVERFLOW > ZERO
014830         DISPLAY "JOKSCRN - torneios sem tabela.....: "
014840             WS-TRN-OVERFLOW
014850     END-IF.
014860     IF WS-PAIR-OVERFLOW > ZERO
014870         DISPLAY "JOKSCRN - pares sem tabela........: "
014880             WS-PAIR-OVERFLOW
014890     END-IF.
014900     IF WS-CON-OVERFLOW > ZERO
014910         DISPLAY "JOKSCRN - candidatos sem tabela...: "
014920             WS-CON-OVERFLOW
014930     END-IF.
014940     IF WS-OPW-OVERFLOW > ZERO
014950         DISPLAY "JOKSCRN - adversarios sem tabela..: "
014960             WS-OPW-OVERFLOW
014970     END-IF.
014980     IF WS-FLG-OVERFLOW > ZERO
014990         DISPLAY "JOKSCRN - alertas sem tabela......: "
015000             WS-FLG-OVERFLOW
015010     END-IF.
015020     IF WS-SCREEN-INCOMPLETE
015030         DISPLAY "JOKSCRN - triagem incompleta."
015040         MOVE 8 TO RETURN-CODE
015050     ELSE
015060         IF WS-FLAGS-PENDING > ZERO
015070             MOVE 4 TO RETURN-CODE
015080         END-IF
015090     END-IF.
015100     GO TO 9999-EXIT.
015110 9999-EXIT.
015120     EXIT.
