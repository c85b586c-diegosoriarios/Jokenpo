000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKNOSHW.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - NO-SHOW REPORT FOR   *
000110*                   THE COMPETITION NIGHTS.                 *
000113*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000116*                   AT END OF RUN FOR THE MORNING REPORT.   *
000120*----------------------------------------------------------*
000130*  RUN THE MORNING AFTER A COMPETITION NIGHT.  FOR EVERY    *
000140*  EVENT OF THE DATE IN JOKENPO_EVENTDATE (DEFAULT TODAY)   *
000150*  AT THE HALL IN JOKENPO_HALL (DEFAULT EVERY HALL) WHOSE   *
000160*  CHECK-IN WAS CLOSED, NOSHWRPT SHOWS THE PLACES, WHO      *
000170*  PLAYED, WHO CAME OFF THE WAITLIST AND WHO WAS LEFT       *
000180*  WITHOUT A PLACE, AND LISTS THE NO-SHOWS - PLAYERS WHO    *
000190*  HELD A PLACE AND DID NOT TURN UP - EACH WITH THEIR       *
000200*  NO-SHOWS TO DATE OUT OF THE EVENTS THEY HELD A PLACE AT. *
000210*  A SECOND SECTION LISTS EVERY PLAYER WITH AT LEAST        *
000220*  JOKENPO_NOSHOWMIN NO-SHOWS (DEFAULT 2) ON THE WHOLE      *
000230*  SIGN-UP FILE, MOST FIRST, FOR THE DESK TO DECIDE WHO     *
000240*  LOSES PRIORITY SIGN-UP.  WAITLISTED PLAYERS LEFT WITHOUT *
000250*  A PLACE ARE NEVER COUNTED AS NO-SHOWS.                   *
000260*                                                           *
000270*  RC=8 WHEN THE CALENDAR OR THE SIGN-UPS CANNOT BE READ;   *
000280*  RC=4 WHEN NO EVENT OF THE DATE HAS A CLOSED CHECK-IN OR  *
000290*  THE PLAYER TABLE OVERFLOWS.                              *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000350     ORGANIZATION IS INDEXED
000360     ACCESS MODE IS DYNAMIC
000370     RECORD KEY IS PM-PLAYER-ID
000380     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000390     SELECT EVENT-FILE ASSIGN TO "JOKEVENT"
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS DYNAMIC
000420     RECORD KEY IS EV-EVENT-KEY
000430     FILE STATUS IS WS-EVENT-STATUS.
000440     SELECT SIGNUP-FILE ASSIGN TO "JOKEVREG"
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS ER-KEY
000480     FILE STATUS IS WS-SIGNUP-STATUS.
000490     SELECT NOSHOW-REPORT ASSIGN TO "NOSHWRPT"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000502     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000504     ORGANIZATION IS LINE SEQUENTIAL
000506     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PLAYER-MASTER.
000550     COPY JOKPMREC.
000560
000570 FD  EVENT-FILE.
000580     COPY JOKEVTRC.
000590
000600 FD  SIGNUP-FILE.
000610     COPY JOKEVRRC.
000620
000630 FD  NOSHOW-REPORT.
000640 01  NSR-RECORD                  PIC X(100).
000650
000652 FD  RUN-CONTROL.
000654     COPY JOKRUNRC.
000656
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------*
000680*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000690*----------------------------------------------------------*
000693 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000696 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000700 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000710 01  WS-EVENT-STATUS         PIC X(02)  VALUE SPACES.
000720 01  WS-SIGNUP-STATUS        PIC X(02)  VALUE SPACES.
000730 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000740     88  WS-RUN-ABORTED                 VALUE "Y".
000750 01  WS-MASTER-OPEN-SW       PIC X(01)  VALUE "N".
000760     88  WS-MASTER-OPEN                 VALUE "Y".
000770 01  WS-SIGNUP-EOF-SW        PIC X(01)  VALUE "N".
000780     88  WS-SIGNUP-EOF                  VALUE "Y".
000790 01  WS-EVENT-EOF-SW         PIC X(01)  VALUE "N".
000800     88  WS-EVENT-EOF                   VALUE "Y".
000810*----------------------------------------------------------*
000820*  RUN PARAMETERS                                           *
000830*----------------------------------------------------------*
000840 01  WS-DATE-ENV             PIC X(08)  VALUE SPACES.
000850 01  WS-HALL-ENV             PIC X(04)  VALUE SPACES.
000860 01  WS-MIN-ENV              PIC X(02)  VALUE SPACES.
000870 01  WS-REPORT-DATE          PIC 9(08)  VALUE ZERO.
000880 01  WS-REPORT-HALL          PIC X(04)  VALUE SPACES.
000890 77  WS-REPEAT-MIN           PIC 9(02)  COMP  VALUE 2.
000900*----------------------------------------------------------*
000910*  PLAYER TABLE - NO-SHOWS AND PLACES HELD AT SETTLED       *
000920*  EVENTS, ONE ENTRY PER PLAYER ID                          *
000930*----------------------------------------------------------*
000940 77  WS-NS-COUNT             PIC 9(04)  COMP  VALUE ZERO.
000950 77  WS-NS-IDX               PIC 9(04)  COMP  VALUE ZERO.
000960 77  WS-NS-FOUND-IDX         PIC 9(04)  COMP  VALUE ZERO.
000970 77  WS-NS-BEST-IDX          PIC 9(04)  COMP  VALUE ZERO.
000980 77  WS-NS-OVERFLOW          PIC 9(07)  COMP  VALUE ZERO.
000990 01  WS-NS-TABLE.
001000     05  WS-NS-ENTRY         OCCURS 2000 TIMES.
001010     10  WS-NS-PLAYER-ID  PIC X(10).
001020     10  WS-NS-NOSHOWS    PIC 9(03)  COMP.
001030     10  WS-NS-HELD       PIC 9(03)  COMP.
001040     10  WS-NS-LAST-DATE  PIC 9(08).
001050     10  WS-NS-PRINTED    PIC X(01).
001060 01  WS-LOOKUP-ID            PIC X(10)  VALUE SPACES.
001070*----------------------------------------------------------*
001080*  PER-EVENT FIGURES                                        *
001090*----------------------------------------------------------*
001100 77  WS-EV-HELD              PIC 9(03)  COMP  VALUE ZERO.
001110 77  WS-EV-PLAYED            PIC 9(03)  COMP  VALUE ZERO.
001120 77  WS-EV-PROMOTED          PIC 9(03)  COMP  VALUE ZERO.
001130 77  WS-EV-NOSHOWS           PIC 9(03)  COMP  VALUE ZERO.
001140 77  WS-EV-NO-PLACE          PIC 9(03)  COMP  VALUE ZERO.
001150 77  WS-EV-WITHDRAWN         PIC 9(03)  COMP  VALUE ZERO.
001160*----------------------------------------------------------*
001170*  RUN COUNTERS                                             *
001180*----------------------------------------------------------*
001190 77  WS-SIGNUPS-READ         PIC 9(07)  COMP  VALUE ZERO.
001200 77  WS-EVENTS-REPORTED      PIC 9(05)  COMP  VALUE ZERO.
001210 77  WS-EVENTS-OPEN          PIC 9(05)  COMP  VALUE ZERO.
001220 77  WS-NOSHOWS-LISTED       PIC 9(05)  COMP  VALUE ZERO.
001230 77  WS-REPEATS-LISTED       PIC 9(05)  COMP  VALUE ZERO.
001240*----------------------------------------------------------*
001250*  REPORT LINES                                             *
001260*----------------------------------------------------------*
001270 01  WS-NSR-HEADER-1         PIC X(100)  VALUE
001280     "FALTAS NAS NOITES DE COMPETICAO - JOKENPO".
001290 01  WS-NSR-PARM-LINE.
001300     05  FILLER              PIC X(07)  VALUE "DATA:  ".
001310     05  WS-NSR-PARM-DATE    PIC 9(08).
001320     05  FILLER              PIC X(09)  VALUE "   SALAO ".
001330     05  WS-NSR-PARM-HALL    PIC X(06).
001340     05  FILLER              PIC X(70)  VALUE SPACES.
001350 01  WS-NSR-EVENT-LINE.
001360     05  FILLER              PIC X(07)  VALUE "EVENTO ".
001370     05  WS-NSR-EV-DATE      PIC 9(08).
001380     05  FILLER              PIC X(01)  VALUE SPACE.
001390     05  WS-NSR-EV-HALL      PIC X(04).
001400     05  FILLER              PIC X(02)  VALUE SPACES.
001410     05  WS-NSR-EV-MODE      PIC X(12).
001420     05  FILLER              PIC X(07)  VALUE "  VAGAS".
001430     05  WS-NSR-EV-CAPACITY  PIC ZZZ9.
001440     05  FILLER              PIC X(12)  VALUE "  CHECK-IN: ".
001450     05  WS-NSR-EV-CLOSED-BY PIC X(10).
001460     05  FILLER              PIC X(33)  VALUE SPACES.
001470 01  WS-NSR-OPEN-LINE        PIC X(100)  VALUE
001480     "  CHECK-IN NAO ENCERRADO - EVENTO FORA DO RELATORIO".
001490 01  WS-NSR-COUNT-LINE.
001500     05  FILLER              PIC X(11)  VALUE "  COM VAGA ".
001510     05  WS-NSR-HELD         PIC ZZ9.
001520     05  FILLER              PIC X(10)  VALUE "   JOGARAM".
001530     05  WS-NSR-PLAYED       PIC ZZ9.
001540     05  FILLER              PIC X(14)  VALUE "   DA ESPERA ".
001550     05  WS-NSR-PROMOTED     PIC ZZ9.
001560     05  FILLER              PIC X(09)  VALUE "   FALTAS".
001570     05  WS-NSR-NOSHOWS      PIC ZZZ9.
001580     05  FILLER              PIC X(12)  VALUE "   SEM VAGA ".
001590     05  WS-NSR-NO-PLACE     PIC ZZ9.
001600     05  FILLER              PIC X(12)  VALUE "   DESISTIU".
001610     05  WS-NSR-WITHDRAWN    PIC ZZ9.
001620     05  FILLER              PIC X(13)  VALUE SPACES.
001630 01  WS-NSR-NOSHOW-HEADER.
001640     05  FILLER              PIC X(14)  VALUE "  FALTOU".
001650     05  FILLER              PIC X(22)  VALUE "NOME".
001660     05  FILLER              PIC X(12)  VALUE "INSCRITO EM".
001670     05  FILLER              PIC X(21)  VALUE
001680         "FALTAS/VAGAS ATE HOJE".
001690     05  FILLER              PIC X(31)  VALUE SPACES.
001700 01  WS-NSR-NOSHOW-LINE.
001710     05  FILLER              PIC X(02)  VALUE SPACES.
001720     05  WS-NSR-NS-ID        PIC X(10).
001730     05  FILLER              PIC X(02)  VALUE SPACES.
001740     05  WS-NSR-NS-NAME      PIC X(20).
001750     05  FILLER              PIC X(02)  VALUE SPACES.
001760     05  WS-NSR-NS-SIGNUP    PIC 9(08).
001770     05  FILLER              PIC X(06)  VALUE SPACES.
001780     05  WS-NSR-NS-TOTAL     PIC ZZ9.
001790     05  FILLER              PIC X(01)  VALUE "/".
001800     05  WS-NSR-NS-HELD      PIC ZZ9.
001810     05  FILLER              PIC X(43)  VALUE SPACES.
001820 01  WS-NSR-NONE-LINE        PIC X(100)  VALUE
001830     "  NENHUMA FALTA".
001840 01  WS-NSR-NO-EVENT-LINE    PIC X(100)  VALUE
001850     "NENHUM EVENTO DA DATA COM CHECK-IN ENCERRADO".
001860 01  WS-NSR-REPEAT-TITLE.
001870     05  FILLER              PIC X(26)  VALUE
001880         "FALTAS REINCIDENTES (PELO ".
001890     05  FILLER              PIC X(07)  VALUE "MENOS ".
001900     05  WS-NSR-RPT-MIN      PIC Z9.
001910     05  FILLER              PIC X(65)  VALUE
001920         " FALTAS EM TODOS OS EVENTOS)".
001930 01  WS-NSR-REPEAT-HEADER.
001940     05  FILLER              PIC X(14)  VALUE "  JOGADOR".
001950     05  FILLER              PIC X(22)  VALUE "NOME".
001960     05  FILLER              PIC X(08)  VALUE "FALTAS".
001970     05  FILLER              PIC X(07)  VALUE "VAGAS".
001980     05  FILLER              PIC X(14)  VALUE "ULTIMA FALTA".
001990     05  FILLER              PIC X(35)  VALUE SPACES.
002000 01  WS-NSR-REPEAT-LINE.
002010     05  FILLER              PIC X(02)  VALUE SPACES.
002020     05  WS-NSR-RP-ID        PIC X(10).
002030     05  FILLER              PIC X(02)  VALUE SPACES.
002040     05  WS-NSR-RP-NAME      PIC X(20).
002050     05  FILLER              PIC X(02)  VALUE SPACES.
002060     05  WS-NSR-RP-NOSHOWS   PIC ZZZZ9.
002070     05  FILLER              PIC X(03)  VALUE SPACES.
002080     05  WS-NSR-RP-HELD      PIC ZZZZ9.
002090     05  FILLER              PIC X(02)  VALUE SPACES.
002100     05  WS-NSR-RP-LAST      PIC 9(08).
002110     05  FILLER              PIC X(41)  VALUE SPACES.
002120 01  WS-NSR-NO-REPEAT-LINE   PIC X(100)  VALUE
002130     "  NENHUM JOGADOR".
002140 01  WS-MODE-NAMES.
002150     05  FILLER              PIC X(12)  VALUE "Classico".
002160     05  FILLER              PIC X(12)  VALUE "Lizard-Spock".
002170 01  FILLER REDEFINES WS-MODE-NAMES.
002180     05  WS-MODE-NAME        PIC X(12)  OCCURS 2 TIMES.
002190
002200 PROCEDURE DIVISION.
002210*----------------------------------------------------------*
002220*  0000-MAINLINE                                            *
002230*----------------------------------------------------------*
002240 0000-MAINLINE.
002245     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
002250     PERFORM 1000-INITIALIZE
002260     THRU 1000-EXIT.
002270     IF NOT WS-RUN-ABORTED
002280         PERFORM 2000-TALLY-NO-SHOWS
002290         THRU 2000-EXIT
002300         PERFORM 3000-REPORT-EVENTS
002310         THRU 3000-EXIT
002320         PERFORM 4000-REPORT-REPEATS
002330         THRU 4000-EXIT
002340     END-IF.
002350     PERFORM 9999-TERMINATE
002360     THRU 9999-EXIT.
002363     PERFORM 9900-WRITE-RUN-CONTROL
002366     THRU 9900-EXIT.
002370     STOP RUN.
002380
002390*----------------------------------------------------------*
002400*  1000-INITIALIZE - TAKE THE PARAMETERS AND OPEN THE       *
002410*  FILES.  WITHOUT THE MASTER THE NAMES ARE LEFT BLANK.     *
002420*----------------------------------------------------------*
002430 1000-INITIALIZE.
002440     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
002450     ACCEPT WS-DATE-ENV FROM ENVIRONMENT "JOKENPO_EVENTDATE".
002460     IF WS-DATE-ENV NOT = SPACES
002470         IF WS-DATE-ENV IS NOT NUMERIC
002480             DISPLAY "JOKNOSHW - JOKENPO_EVENTDATE invalida: "
002490                 WS-DATE-ENV
002500             MOVE "Y" TO WS-ABORT-SW
002510             GO TO 1000-EXIT
002520         END-IF
002530         MOVE WS-DATE-ENV TO WS-REPORT-DATE
002540     END-IF.
002550     ACCEPT WS-HALL-ENV FROM ENVIRONMENT "JOKENPO_HALL".
002560     MOVE WS-HALL-ENV TO WS-REPORT-HALL.
002570     ACCEPT WS-MIN-ENV FROM ENVIRONMENT "JOKENPO_NOSHOWMIN".
002580     IF WS-MIN-ENV NOT = SPACES
002590         IF WS-MIN-ENV IS NUMERIC AND WS-MIN-ENV NOT = "00"
002600             MOVE WS-MIN-ENV TO WS-REPEAT-MIN
002610         ELSE
002620             DISPLAY "JOKNOSHW - JOKENPO_NOSHOWMIN invalido - "
002630                 "usando 2"
002640         END-IF
002650     END-IF.
002660     OPEN INPUT EVENT-FILE.
002670     IF WS-EVENT-STATUS NOT = "00"
002680         DISPLAY "JOKNOSHW - calendario indisponivel, status "
002690             WS-EVENT-STATUS
002700         MOVE "Y" TO WS-ABORT-SW
002710         GO TO 1000-EXIT
002720     END-IF.
002730     OPEN INPUT SIGNUP-FILE.
002740     IF WS-SIGNUP-STATUS NOT = "00"
002750         DISPLAY "JOKNOSHW - inscricoes indisponiveis, status "
002760             WS-SIGNUP-STATUS
002770         CLOSE EVENT-FILE
002780         MOVE "Y" TO WS-ABORT-SW
002790         GO TO 1000-EXIT
002800     END-IF.
002810     OPEN INPUT PLAYER-MASTER.
002820     IF WS-PLAYER-MASTER-STATUS = "00"
002830         MOVE "Y" TO WS-MASTER-OPEN-SW
002840     ELSE
002850         DISPLAY "JOKNOSHW - cadastro indisponivel, status "
002860             WS-PLAYER-MASTER-STATUS " - relatorio sem nomes"
002870     END-IF.
002880     OPEN OUTPUT NOSHOW-REPORT.
002890     MOVE WS-NSR-HEADER-1 TO NSR-RECORD.
002900     WRITE NSR-RECORD.
002910     MOVE WS-REPORT-DATE TO WS-NSR-PARM-DATE.
002920     IF WS-REPORT-HALL = SPACES
002930         MOVE "TODOS" TO WS-NSR-PARM-HALL
002940     ELSE
002950         MOVE WS-REPORT-HALL TO WS-NSR-PARM-HALL
002960     END-IF.
002970     MOVE WS-NSR-PARM-LINE TO NSR-RECORD.
002980     WRITE NSR-RECORD.
002990     GO TO 1000-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------*
003040*  2000-TALLY-NO-SHOWS - ONE PASS OVER EVERY SIGN-UP ON     *
003050*  FILE, COUNTING PER PLAYER THE PLACES HELD AT SETTLED     *
003060*  EVENTS AND THE NO-SHOWS AMONG THEM                       *
003070*----------------------------------------------------------*
003080 2000-TALLY-NO-SHOWS.
003090     MOVE "N" TO WS-SIGNUP-EOF-SW.
003100     MOVE LOW-VALUES TO ER-KEY.
003110     START SIGNUP-FILE KEY NOT < ER-KEY
003120         INVALID KEY
003130             MOVE "Y" TO WS-SIGNUP-EOF-SW
003140     END-START.
003150     PERFORM 2100-TALLY-ONE-SIGNUP
003160     THRU 2100-EXIT
003170     UNTIL WS-SIGNUP-EOF.
003180     GO TO 2000-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------*
003230*  2100-TALLY-ONE-SIGNUP - A PLAYER WHO PLAYED OR FAILED TO *
003240*  TURN UP HELD A PLACE; A NO-SHOW IS ALSO COUNTED AS SUCH  *
003250*----------------------------------------------------------*
003260 2100-TALLY-ONE-SIGNUP.
003270     READ SIGNUP-FILE NEXT RECORD
003280     AT END
003290     MOVE "Y" TO WS-SIGNUP-EOF-SW
003300     GO TO 2100-EXIT
003310     END-READ.
003320     ADD 1 TO WS-SIGNUPS-READ.
003330     IF NOT ER-PLAYED AND NOT ER-NO-SHOW
003340         GO TO 2100-EXIT
003350     END-IF.
003360     MOVE ER-PLAYER-ID TO WS-LOOKUP-ID.
003370     PERFORM 2200-FIND-PLAYER
003380     THRU 2200-EXIT.
003390     IF WS-NS-FOUND-IDX = ZERO
003400         GO TO 2100-EXIT
003410     END-IF.
003420     ADD 1 TO WS-NS-HELD(WS-NS-FOUND-IDX).
003430     IF ER-NO-SHOW
003440         ADD 1 TO WS-NS-NOSHOWS(WS-NS-FOUND-IDX)
003450         IF ER-EVENT-DATE > WS-NS-LAST-DATE(WS-NS-FOUND-IDX)
003460             MOVE ER-EVENT-DATE
003470                 TO WS-NS-LAST-DATE(WS-NS-FOUND-IDX)
003480         END-IF
003490     END-IF.
003500     GO TO 2100-EXIT.
003510 2100-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------*
003550*  2200-FIND-PLAYER - LOCATE WS-LOOKUP-ID, ADDING IT WHEN   *
003560*  NEW.  ZERO WHEN THE TABLE IS FULL.                       *
003570*----------------------------------------------------------*
003580 2200-FIND-PLAYER.
003590     MOVE ZERO TO WS-NS-FOUND-IDX.
003600     PERFORM 2210-CHECK-ONE-PLAYER
003610     THRU 2210-EXIT
003620     VARYING WS-NS-IDX FROM 1 BY 1
003630     UNTIL WS-NS-IDX > WS-NS-COUNT
003640     OR WS-NS-FOUND-IDX > ZERO.
003650     IF WS-NS-FOUND-IDX > ZERO
003660         GO TO 2200-EXIT
003670     END-IF.
003680     IF WS-NS-COUNT NOT < 2000
003690         ADD 1 TO WS-NS-OVERFLOW
003700         GO TO 2200-EXIT
003710     END-IF.
003720     ADD 1 TO WS-NS-COUNT.
003730     MOVE WS-NS-COUNT TO WS-NS-FOUND-IDX.
003740     MOVE WS-LOOKUP-ID TO WS-NS-PLAYER-ID(WS-NS-FOUND-IDX).
003750     MOVE ZERO TO WS-NS-NOSHOWS(WS-NS-FOUND-IDX).
003760     MOVE ZERO TO WS-NS-HELD(WS-NS-FOUND-IDX).
003770     MOVE ZERO TO WS-NS-LAST-DATE(WS-NS-FOUND-IDX).
003780     MOVE "N" TO WS-NS-PRINTED(WS-NS-FOUND-IDX).
003790     GO TO 2200-EXIT.
003800 2200-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840*  2210-CHECK-ONE-PLAYER                                    *
003850*----------------------------------------------------------*
003860 2210-CHECK-ONE-PLAYER.
003870     IF WS-NS-PLAYER-ID(WS-NS-IDX) = WS-LOOKUP-ID
003880         MOVE WS-NS-IDX TO WS-NS-FOUND-IDX
003890     END-IF.
003900     GO TO 2210-EXIT.
003910 2210-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------*
003950*  3000-REPORT-EVENTS - EVERY EVENT OF THE REPORT DATE (AT  *
003960*  THE CHOSEN HALL, OR AT ALL)                              *
003970*----------------------------------------------------------*
003980 3000-REPORT-EVENTS.
003990     MOVE "N" TO WS-EVENT-EOF-SW.
004000     MOVE WS-REPORT-DATE TO EV-EVENT-DATE.
004010     MOVE LOW-VALUES TO EV-HALL-ID.
004020     START EVENT-FILE KEY NOT < EV-EVENT-KEY
004030         INVALID KEY
004040             MOVE "Y" TO WS-EVENT-EOF-SW
004050     END-START.
004060     PERFORM 3100-REPORT-ONE-EVENT
004070     THRU 3100-EXIT
004080     UNTIL WS-EVENT-EOF.
004090     IF WS-EVENTS-REPORTED = ZERO
004100         MOVE SPACES TO NSR-RECORD
004110         WRITE NSR-RECORD
004120         MOVE WS-NSR-NO-EVENT-LINE TO NSR-RECORD
004130         WRITE NSR-RECORD
004140     END-IF.
004150     GO TO 3000-EXIT.
004160 3000-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------*
004200*  3100-REPORT-ONE-EVENT - COUNTS AND NO-SHOWS OF ONE       *
004210*  EVENT WHOSE CHECK-IN WAS CLOSED                          *
004220*----------------------------------------------------------*
004230 3100-REPORT-ONE-EVENT.
004240     READ EVENT-FILE NEXT RECORD
004250     AT END
004260     MOVE "Y" TO WS-EVENT-EOF-SW
004270     GO TO 3100-EXIT
004280     END-READ.
004290     IF EV-EVENT-DATE NOT = WS-REPORT-DATE
004300         MOVE "Y" TO WS-EVENT-EOF-SW
004310         GO TO 3100-EXIT
004320     END-IF.
004330     IF WS-REPORT-HALL NOT = SPACES
004340         AND EV-HALL-ID NOT = WS-REPORT-HALL
004350         GO TO 3100-EXIT
004360     END-IF.
004370     MOVE SPACES TO NSR-RECORD.
004380     WRITE NSR-RECORD.
004390     MOVE EV-EVENT-DATE TO WS-NSR-EV-DATE.
004400     MOVE EV-HALL-ID TO WS-NSR-EV-HALL.
004410     MOVE WS-MODE-NAME(EV-GAME-MODE) TO WS-NSR-EV-MODE.
004420     MOVE EV-CAPACITY TO WS-NSR-EV-CAPACITY.
004430     MOVE EV-CLOSED-BY TO WS-NSR-EV-CLOSED-BY.
004440     MOVE WS-NSR-EVENT-LINE TO NSR-RECORD.
004450     WRITE NSR-RECORD.
004460     IF NOT EV-CHECKED-IN
004470         ADD 1 TO WS-EVENTS-OPEN
004480         MOVE WS-NSR-OPEN-LINE TO NSR-RECORD
004490         WRITE NSR-RECORD
004500         GO TO 3100-EXIT
004510     END-IF.
004520     ADD 1 TO WS-EVENTS-REPORTED.
004530     PERFORM 3200-COUNT-EVENT
004540     THRU 3200-EXIT.
004550     MOVE WS-EV-HELD TO WS-NSR-HELD.
004560     MOVE WS-EV-PLAYED TO WS-NSR-PLAYED.
004570     MOVE WS-EV-PROMOTED TO WS-NSR-PROMOTED.
004580     MOVE WS-EV-NOSHOWS TO WS-NSR-NOSHOWS.
004590     MOVE WS-EV-NO-PLACE TO WS-NSR-NO-PLACE.
004600     MOVE WS-EV-WITHDRAWN TO WS-NSR-WITHDRAWN.
004610     MOVE WS-NSR-COUNT-LINE TO NSR-RECORD.
004620     WRITE NSR-RECORD.
004630     IF WS-EV-NOSHOWS = ZERO
004640         MOVE WS-NSR-NONE-LINE TO NSR-RECORD
004650         WRITE NSR-RECORD
004660         GO TO 3100-EXIT
004670     END-IF.
004680     MOVE WS-NSR-NOSHOW-HEADER TO NSR-RECORD.
004690     WRITE NSR-RECORD.
004700     PERFORM 3300-LIST-EVENT-NO-SHOWS
004710     THRU 3300-EXIT.
004720     GO TO 3100-EXIT.
004730 3100-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770*  3200-COUNT-EVENT - HOW THE EVENT'S SIGN-UPS WERE SETTLED *
004780*----------------------------------------------------------*
004790 3200-COUNT-EVENT.
004800     MOVE ZERO TO WS-EV-HELD WS-EV-PLAYED WS-EV-PROMOTED
004810         WS-EV-NOSHOWS WS-EV-NO-PLACE WS-EV-WITHDRAWN.
004820     PERFORM 3500-START-EVENT-SIGNUPS
004830     THRU 3500-EXIT.
004840     PERFORM 3210-COUNT-ONE-SIGNUP
004850     THRU 3210-EXIT
004860     UNTIL WS-SIGNUP-EOF.
004870     GO TO 3200-EXIT.
004880 3200-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920*  3210-COUNT-ONE-SIGNUP - "COM VAGA" IS EVERY PLACE THAT   *
004930*  WAS FILLED OR FORFEITED; "DA ESPERA" IS THE PLAYERS WHO  *
004940*  PLAYED AFTER COMING OFF THE WAITLIST                     *
004950*----------------------------------------------------------*
004960 3210-COUNT-ONE-SIGNUP.
004970     PERFORM 3510-READ-EVENT-SIGNUP
004980     THRU 3510-EXIT.
004990     IF WS-SIGNUP-EOF
005000         GO TO 3210-EXIT
005010     END-IF.
005020     EVALUATE TRUE
005030     WHEN ER-PLAYED
005040     ADD 1 TO WS-EV-PLAYED
005050     ADD 1 TO WS-EV-HELD
005060     IF ER-PROMOTED
005070     ADD 1 TO WS-EV-PROMOTED
005080     END-IF
005090     WHEN ER-NO-SHOW
005100     ADD 1 TO WS-EV-NOSHOWS
005110     ADD 1 TO WS-EV-HELD
005120     WHEN ER-NO-PLACE
005130     ADD 1 TO WS-EV-NO-PLACE
005140     WHEN ER-WITHDRAWN
005150     ADD 1 TO WS-EV-WITHDRAWN
005160     END-EVALUATE.
005170     GO TO 3210-EXIT.
005180 3210-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------*
005220*  3300-LIST-EVENT-NO-SHOWS                                 *
005230*----------------------------------------------------------*
005240 3300-LIST-EVENT-NO-SHOWS.
005250     PERFORM 3500-START-EVENT-SIGNUPS
005260     THRU 3500-EXIT.
005270     PERFORM 3310-LIST-ONE-NO-SHOW
005280     THRU 3310-EXIT
005290     UNTIL WS-SIGNUP-EOF.
005300     GO TO 3300-EXIT.
005310 3300-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350*  3310-LIST-ONE-NO-SHOW                                    *
005360*----------------------------------------------------------*
005370 3310-LIST-ONE-NO-SHOW.
005380     PERFORM 3510-READ-EVENT-SIGNUP
005390     THRU 3510-EXIT.
005400     IF WS-SIGNUP-EOF
005410         GO TO 3310-EXIT
005420     END-IF.
005430     IF NOT ER-NO-SHOW
005440         GO TO 3310-EXIT
005450     END-IF.
005460     ADD 1 TO WS-NOSHOWS-LISTED.
005470     MOVE ER-PLAYER-ID TO WS-NSR-NS-ID.
005480     MOVE ER-SIGNUP-DATE TO WS-NSR-NS-SIGNUP.
005490     MOVE ER-PLAYER-ID TO WS-LOOKUP-ID.
005500     PERFORM 7000-GET-NAME
005510     THRU 7000-EXIT.
005520     MOVE PM-PLAYER-NAME TO WS-NSR-NS-NAME.
005530     PERFORM 2200-FIND-PLAYER
005540     THRU 2200-EXIT.
005550     IF WS-NS-FOUND-IDX = ZERO
005560         MOVE ZERO TO WS-NSR-NS-TOTAL
005570         MOVE ZERO TO WS-NSR-NS-HELD
005580     ELSE
005590         MOVE WS-NS-NOSHOWS(WS-NS-FOUND-IDX) TO WS-NSR-NS-TOTAL
005600         MOVE WS-NS-HELD(WS-NS-FOUND-IDX) TO WS-NSR-NS-HELD
005610     END-IF.
005620     MOVE WS-NSR-NOSHOW-LINE TO NSR-RECORD.
005630     WRITE NSR-RECORD.
005640     GO TO 3310-EXIT.
005650 3310-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------*
005690*  3500-START-EVENT-SIGNUPS - POSITION ON THE FIRST SIGN-UP *
005700*  OF THE EVENT ON EVENT-RECORD                             *
005710*----------------------------------------------------------*
005720 3500-START-EVENT-SIGNUPS.
005730     MOVE "N" TO WS-SIGNUP-EOF-SW.
005740     MOVE EV-EVENT-DATE TO ER-EVENT-DATE.
005750     MOVE EV-HALL-ID TO ER-HALL-ID.
005760     MOVE LOW-VALUES TO ER-PLAYER-ID.
005770     START SIGNUP-FILE KEY NOT < ER-KEY
005780         INVALID KEY
005790             MOVE "Y" TO WS-SIGNUP-EOF-SW
005800     END-START.
005810     GO TO 3500-EXIT.
005820 3500-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860*  3510-READ-EVENT-SIGNUP - NEXT SIGN-UP, END AT THE NEXT   *
005870*  EVENT                                                    *
005880*----------------------------------------------------------*
005890 3510-READ-EVENT-SIGNUP.
005900     IF WS-SIGNUP-EOF
005910         GO TO 3510-EXIT
005920     END-IF.
005930     READ SIGNUP-FILE NEXT RECORD
005940     AT END
005950     MOVE "Y" TO WS-SIGNUP-EOF-SW
005960     GO TO 3510-EXIT
005970     END-READ.
005980     IF ER-EVENT-DATE NOT = EV-EVENT-DATE
005990         OR ER-HALL-ID NOT = EV-HALL-ID
006000         MOVE "Y" TO WS-SIGNUP-EOF-SW
006010     END-IF.
006020     GO TO 3510-EXIT.
006030 3510-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------*
006070*  4000-REPORT-REPEATS - PLAYERS AT OR OVER THE REPEAT      *
006080*  THRESHOLD, MOST NO-SHOWS FIRST, THEN BY ID               *
006090*----------------------------------------------------------*
006100 4000-REPORT-REPEATS.
006110     MOVE SPACES TO NSR-RECORD.
006120     WRITE NSR-RECORD.
006130     MOVE WS-REPEAT-MIN TO WS-NSR-RPT-MIN.
006140     MOVE WS-NSR-REPEAT-TITLE TO NSR-RECORD.
006150     WRITE NSR-RECORD.
006160     MOVE WS-NSR-REPEAT-HEADER TO NSR-RECORD.
006170     WRITE NSR-RECORD.
006180     MOVE 1 TO WS-NS-BEST-IDX.
006190     PERFORM 4100-PRINT-NEXT-REPEAT
006200     THRU 4100-EXIT
006210     UNTIL WS-NS-BEST-IDX = ZERO.
006220     IF WS-REPEATS-LISTED = ZERO
006230         MOVE WS-NSR-NO-REPEAT-LINE TO NSR-RECORD
006240         WRITE NSR-RECORD
006250     END-IF.
006260     GO TO 4000-EXIT.
006270 4000-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310*  4100-PRINT-NEXT-REPEAT - PICK THE BEST PLAYER NOT YET    *
006320*  PRINTED; ZERO WHEN NONE IS LEFT AT THE THRESHOLD         *
006330*----------------------------------------------------------*
006340 4100-PRINT-NEXT-REPEAT.
006350     MOVE ZERO TO WS-NS-BEST-IDX.
006360     PERFORM 4110-CHECK-ONE-REPEAT
006370     THRU 4110-EXIT
006380     VARYING WS-NS-IDX FROM 1 BY 1
006390     UNTIL WS-NS-IDX > WS-NS-COUNT.
006400     IF WS-NS-BEST-IDX = ZERO
006410         GO TO 4100-EXIT
006420     END-IF.
006430     MOVE "Y" TO WS-NS-PRINTED(WS-NS-BEST-IDX).
006440     ADD 1 TO WS-REPEATS-LISTED.
006450     MOVE WS-NS-PLAYER-ID(WS-NS-BEST-IDX) TO WS-NSR-RP-ID.
006460     MOVE WS-NS-PLAYER-ID(WS-NS-BEST-IDX) TO WS-LOOKUP-ID.
006470     PERFORM 7000-GET-NAME
006480     THRU 7000-EXIT.
006490     MOVE PM-PLAYER-NAME TO WS-NSR-RP-NAME.
006500     MOVE WS-NS-NOSHOWS(WS-NS-BEST-IDX) TO WS-NSR-RP-NOSHOWS.
006510     MOVE WS-NS-HELD(WS-NS-BEST-IDX) TO WS-NSR-RP-HELD.
006520     MOVE WS-NS-LAST-DATE(WS-NS-BEST-IDX) TO WS-NSR-RP-LAST.
006530     MOVE WS-NSR-REPEAT-LINE TO NSR-RECORD.
006540     WRITE NSR-RECORD.
006550     GO TO 4100-EXIT.
006560 4100-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------*
006600*  4110-CHECK-ONE-REPEAT                                    *
006610*----------------------------------------------------------*
006620 4110-CHECK-ONE-REPEAT.
006630     IF WS-NS-PRINTED(WS-NS-IDX) = "Y"
006640         OR WS-NS-NOSHOWS(WS-NS-IDX) < WS-REPEAT-MIN
006650         GO TO 4110-EXIT
006660     END-IF.
006670     IF WS-NS-BEST-IDX = ZERO
006680         MOVE WS-NS-IDX TO WS-NS-BEST-IDX
006690         GO TO 4110-EXIT
006700     END-IF.
006710     IF WS-NS-NOSHOWS(WS-NS-IDX) > WS-NS-NOSHOWS(WS-NS-BEST-IDX)
006720         MOVE WS-NS-IDX TO WS-NS-BEST-IDX
006730         GO TO 4110-EXIT
006740     END-IF.
006750     IF WS-NS-NOSHOWS(WS-NS-IDX) = WS-NS-NOSHOWS(WS-NS-BEST-IDX)
006760         AND WS-NS-PLAYER-ID(WS-NS-IDX)
006770             < WS-NS-PLAYER-ID(WS-NS-BEST-IDX)
006780         MOVE WS-NS-IDX TO WS-NS-BEST-IDX
006790     END-IF.
006800     GO TO 4110-EXIT.
006810 4110-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------*
006850*  7000-GET-NAME - PLAYER NAME FOR WS-LOOKUP-ID; BLANK WHEN *
006860*  THE MASTER IS NOT OPEN OR THE PLAYER IS GONE FROM IT     *
006870*----------------------------------------------------------*
006880 7000-GET-NAME.
006890     IF NOT WS-MASTER-OPEN
006900         MOVE SPACES TO PM-PLAYER-NAME
006910         GO TO 7000-EXIT
006920     END-IF.
006930     MOVE WS-LOOKUP-ID TO PM-PLAYER-ID.
006940     READ PLAYER-MASTER
006950         INVALID KEY
006960             MOVE SPACES TO PM-PLAYER-NAME
006970     END-READ.
006980     GO TO 7000-EXIT.
006990 7000-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------*
007030*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
007040*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
007050*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
007060*  LEAVES THE RETURN CODE AS IT IS                          *
007070*----------------------------------------------------------*
007080 9900-WRITE-RUN-CONTROL.
007090     OPEN EXTEND RUN-CONTROL.
007100     IF WS-RUN-CONTROL-STATUS = "35"
007110         OPEN OUTPUT RUN-CONTROL
007120         CLOSE RUN-CONTROL
007130         OPEN EXTEND RUN-CONTROL
007140     END-IF.
007150     IF WS-RUN-CONTROL-STATUS NOT = "00"
007160         DISPLAY "JOKNOSHW - controle de execucao indisponivel, "
007170             "status " WS-RUN-CONTROL-STATUS
007180         GO TO 9900-EXIT
007190     END-IF.
007200     MOVE SPACES TO RUN-CONTROL-RECORD.
007210     MOVE "JOKNOSHW" TO RN-PROGRAM.
007220     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
007230     MOVE WS-REPORT-DATE TO RN-RUN-DATE.
007240     MOVE WS-REPORT-HALL TO RN-HALL-ID.
007250     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
007260     MOVE RETURN-CODE TO RN-RETURN-CODE.
007270     MOVE "INSCRIC" TO RN-COUNT-LABEL(1).
007280     MOVE WS-SIGNUPS-READ TO RN-COUNT-VALUE(1).
007290     MOVE "EVENTOS" TO RN-COUNT-LABEL(2).
007300     MOVE WS-EVENTS-REPORTED TO RN-COUNT-VALUE(2).
007310     MOVE "ABERTOS" TO RN-COUNT-LABEL(3).
007320     MOVE WS-EVENTS-OPEN TO RN-COUNT-VALUE(3).
007330     MOVE "FALTAS" TO RN-COUNT-LABEL(4).
007340     MOVE WS-NOSHOWS-LISTED TO RN-COUNT-VALUE(4).
007350     MOVE "REINCID" TO RN-COUNT-LABEL(5).
007360     MOVE WS-REPEATS-LISTED TO RN-COUNT-VALUE(5).
007370     WRITE RUN-CONTROL-RECORD.
007380     CLOSE RUN-CONTROL.
007390     GO TO 9900-EXIT.
007400 9900-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------*
007440*  9999-TERMINATE                                           *
007450*----------------------------------------------------------*
007460 9999-TERMINATE.
007470     IF WS-RUN-ABORTED
007480         MOVE 8 TO RETURN-CODE
007490         GO TO 9999-EXIT
007500     END-IF.
007510     CLOSE EVENT-FILE.
007520     CLOSE SIGNUP-FILE.
007530     IF WS-MASTER-OPEN
007540         CLOSE PLAYER-MASTER
007550     END-IF.
007560     CLOSE NOSHOW-REPORT.
007570     DISPLAY "JOKNOSHW - inscricoes lidas......: "
007580         WS-SIGNUPS-READ.
007590     DISPLAY "JOKNOSHW - eventos no relatorio..: "
007600         WS-EVENTS-REPORTED.
007610     DISPLAY "JOKNOSHW - eventos sem check-in..: " WS-EVENTS-OPEN.
007620     DISPLAY "JOKNOSHW - faltas listadas.......: "
007630         WS-NOSHOWS-LISTED.
007640     DISPLAY "JOKNOSHW - reincidentes listados.: "
007650         WS-REPEATS-LISTED.
007660     IF WS-EVENTS-REPORTED = ZERO
007670         DISPLAY "JOKNOSHW - nenhum evento de " WS-REPORT-DATE
007680             " com check-in encerrado"
007690         MOVE 4 TO RETURN-CODE
007700     END-IF.
007710     IF WS-NS-OVERFLOW > ZERO
007720         DISPLAY "JOKNOSHW - jogadores sem tabela..: "
007730             WS-NS-OVERFLOW
007740         MOVE 4 TO RETURN-CODE
007750     END-IF.
007760     GO TO 9999-EXIT.
007770 9999-EXIT.
007780     EXIT.
