000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKCHKIN.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - CHECK-IN ON A        *
000110*                   COMPETITION NIGHT, WRITING THE ENTRANTS *
000120*                   FILE FOR THE BRACKET.                   *
000130*----------------------------------------------------------*
000140*  RUN AT THE DOOR ON THE NIGHT OF AN EVENT SET UP WITH     *
000150*  JOKEVNT (TODAY AND THIS HALL UNLESS ANOTHER IS KEYED).   *
000160*  AS PLAYERS TURN UP THE DESK KEYS THEIR ID AND THE        *
000170*  ARRIVAL IS MARKED ON THE SIGN-UP - A WAITLISTED PLAYER   *
000180*  WHO COMES ON THE CHANCE OF A PLACE IS MARKED THE SAME    *
000190*  WAY.  A PLAYER WHO DID NOT SIGN UP IS SIGNED UP FIRST AT *
000200*  THE DESK (JOKEVNT) AND JOINS THE BACK OF THE WAITLIST.   *
000210*                                                           *
000220*  CLOSING THE CHECK-IN SETTLES EVERY SIGN-UP:              *
000230*    - A PLAYER WITH A PLACE WHO ARRIVED PLAYS (P);         *
000240*    - A PLAYER WITH A PLACE WHO DID NOT IS A NO-SHOW (F);  *
000250*    - THE PLACES LEFT BY NO-SHOWS GO TO THE WAITLISTED     *
000260*      PLAYERS WHO ARRIVED, IN THE ORDER THEY SIGNED UP     *
000270*      (P, MARKED AS PROMOTED);                             *
000280*    - THE REST OF THE WAITLIST IS LEFT WITHOUT A PLACE (S) *
000290*      - THAT IS NOT A NO-SHOW.                             *
000300*  THE PLAYERS WHO PLAY ARE WRITTEN TO ENTRANTS, IN SIGN-UP *
000310*  ORDER, FOR JOKBRKT TO SEED AND PAIR; THE EVENT IS THEN   *
000320*  MARKED CHECKED IN AND TAKES NO MORE SIGN-UPS.  ENTRANTS  *
000330*  IS WRITTEN BEFORE ANY SIGN-UP IS SETTLED, SO A FAILURE   *
000340*  TO WRITE IT LEAVES THE CHECK-IN OPEN TO CLOSE AGAIN.     *
000350*  THE DESK IS WARNED AT ARRIVAL OF A PLAYER SUSPENDED      *
000360*  SINCE SIGNING UP OR WHOSE CREDIT WILL NOT COVER THE FEE  *
000370*  - THE BRACKET REFUSES BOTH AT SETUP.                     *
000380*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS PM-PLAYER-ID
000460     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000470     SELECT EVENT-FILE ASSIGN TO "JOKEVENT"
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS EV-EVENT-KEY
000510     FILE STATUS IS WS-EVENT-STATUS.
000520     SELECT SIGNUP-FILE ASSIGN TO "JOKEVREG"
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS DYNAMIC
000550     RECORD KEY IS ER-KEY
000560     FILE STATUS IS WS-SIGNUP-STATUS.
000570     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000580     ORGANIZATION IS INDEXED
000590     ACCESS MODE IS DYNAMIC
000600     RECORD KEY IS CA-PLAYER-ID
000610     FILE STATUS IS WS-CREDIT-STATUS.
000620     SELECT FEE-TABLE ASSIGN TO "JOKFEES"
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS WS-FEE-TABLE-STATUS.
000650     SELECT ENTRANTS-FILE ASSIGN TO "ENTRANTS"
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS WS-ENTRANTS-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PLAYER-MASTER.
000720     COPY JOKPMREC.
000730
000740 FD  EVENT-FILE.
000750     COPY JOKEVTRC.
000760
000770 FD  SIGNUP-FILE.
000780     COPY JOKEVRRC.
000790
000800 FD  CREDIT-ACCOUNTS.
000810     COPY JOKCRDRC.
000820
000830 FD  FEE-TABLE.
000840 01  FEE-RECORD.
000850     05  FE-CATEGORY             PIC 9(01).
000860     05  FILLER                  PIC X(01).
000870     05  FE-AMOUNT               PIC 9(05)V9(02).
000880
000890 FD  ENTRANTS-FILE.
000900 01  ENTRANT-RECORD.
000910     05  ENT-PLAYER-ID           PIC X(10).
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------*
000950*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000960*----------------------------------------------------------*
000970 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000980 01  WS-EVENT-STATUS         PIC X(02)  VALUE SPACES.
000990 01  WS-SIGNUP-STATUS        PIC X(02)  VALUE SPACES.
001000 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
001010 01  WS-FEE-TABLE-STATUS     PIC X(02)  VALUE SPACES.
001020 01  WS-ENTRANTS-STATUS      PIC X(02)  VALUE SPACES.
001030 01  WS-EXIT-SW              PIC X(01)  VALUE "N".
001040     88  WS-EXIT-REQUESTED              VALUE "Y".
001050 01  WS-FILES-OPEN-SW        PIC X(01)  VALUE "N".
001060     88  WS-FILES-OPEN                  VALUE "Y".
001070 01  WS-CREDIT-OPEN-SW       PIC X(01)  VALUE "N".
001080     88  WS-CREDIT-OPEN                 VALUE "Y".
001090 01  WS-FEE-EOF-SW           PIC X(01)  VALUE "N".
001100     88  WS-FEE-EOF                     VALUE "Y".
001110 01  WS-RECORD-FOUND-SW      PIC X(01)  VALUE "N".
001120     88  WS-RECORD-FOUND                VALUE "Y".
001130 01  WS-EVENT-FOUND-SW       PIC X(01)  VALUE "N".
001140     88  WS-EVENT-FOUND                 VALUE "Y".
001150 01  WS-SIGNUP-FOUND-SW      PIC X(01)  VALUE "N".
001160     88  WS-SIGNUP-FOUND                VALUE "Y".
001170 01  WS-SIGNUP-EOF-SW        PIC X(01)  VALUE "N".
001180     88  WS-SIGNUP-EOF                  VALUE "Y".
001190 01  WS-SHIFT-DONE-SW        PIC X(01)  VALUE "N".
001200     88  WS-SHIFT-DONE                  VALUE "Y".
001210 01  WS-POSITION-FOUND-SW    PIC X(01)  VALUE "N".
001220     88  WS-POSITION-FOUND              VALUE "Y".
001230*----------------------------------------------------------*
001240*  OPERATOR DIALOGUE FIELDS                                 *
001250*----------------------------------------------------------*
001260 01  WS-OPERATOR-ID          PIC X(10).
001270 01  WS-MENU-OPTION          PIC 9(01)  VALUE ZERO.
001280 01  WS-TARGET-ID            PIC X(10).
001290 01  WS-CONFIRM              PIC X(01).
001300 01  WS-DATE-IN              PIC X(08)  VALUE SPACES.
001310 01  WS-HALL-IN              PIC X(04)  VALUE SPACES.
001320*----------------------------------------------------------*
001330*  THE EVENT BEING CHECKED IN.  THE HALL DEFAULTS TO THE    *
001340*  MAIN LOCATION; JOKENPO_HALL OVERRIDES IT, AS AT THE      *
001350*  GAME PROGRAMS.                                           *
001360*----------------------------------------------------------*
001370 01  WS-HALL-ENV             PIC X(04)  VALUE SPACES.
001380 01  WS-HALL-ID              PIC X(04)  VALUE "SEDE".
001390 01  WS-TODAY                PIC 9(08)  VALUE ZERO.
001400 01  WS-CUR-EVENT-KEY.
001410     05  WS-CUR-EVENT-DATE   PIC 9(08).
001420     05  WS-CUR-HALL-ID      PIC X(04).
001430 01  WS-MODE-NAMES.
001440     05  FILLER              PIC X(12)  VALUE "Classico".
001450     05  FILLER              PIC X(12)  VALUE "Lizard-Spock".
001460 01  FILLER REDEFINES WS-MODE-NAMES.
001470     05  WS-MODE-NAME        PIC X(12)  OCCURS 2 TIMES.
001480 01  WS-FEE-AMOUNTS.
001490     05  WS-FEE-AMOUNT       PIC 9(05)V9(02)  OCCURS 3 TIMES.
001500 01  WS-BALANCE-DISPLAY      PIC -ZZZZZZ9.99.
001510*----------------------------------------------------------*
001520*  SIGN-UPS OF THE EVENT IN SIGN-UP ORDER, WITH THE STATUS  *
001530*  EACH ONE IS SETTLED TO WHEN THE CHECK-IN IS CLOSED       *
001540*----------------------------------------------------------*
001550 77  WS-SU-COUNT             PIC 9(03)  COMP  VALUE ZERO.
001560 77  WS-SU-IDX               PIC 9(03)  COMP  VALUE ZERO.
001570 77  WS-SU-INS-IDX           PIC 9(03)  COMP  VALUE ZERO.
001580 77  WS-SU-OVERFLOW          PIC 9(05)  COMP  VALUE ZERO.
001590 01  WS-SU-TABLE.
001600     05  WS-SU-ENTRY         OCCURS 300 TIMES.
001610     10  WS-SU-PLAYER-ID  PIC X(10).
001620     10  WS-SU-SEQ        PIC 9(05).
001630     10  WS-SU-STATUS     PIC X(01).
001640     10  WS-SU-ARRIVED    PIC X(01).
001650     10  WS-SU-PROMOTED   PIC X(01).
001660     10  WS-SU-NEW-STATUS PIC X(01).
001670*----------------------------------------------------------*
001680*  CHECK-IN FIGURES                                         *
001690*----------------------------------------------------------*
001700 77  WS-PLACES-TAKEN         PIC 9(03)  COMP  VALUE ZERO.
001710 77  WS-WAITLIST-COUNT       PIC 9(03)  COMP  VALUE ZERO.
001720 77  WS-PLACE-ARRIVED        PIC 9(03)  COMP  VALUE ZERO.
001730 77  WS-WAIT-ARRIVED         PIC 9(03)  COMP  VALUE ZERO.
001740 77  WS-WAIT-POSITION        PIC 9(03)  COMP  VALUE ZERO.
001750 77  WS-FREE-PLACES          PIC 9(03)  COMP  VALUE ZERO.
001760 77  WS-PLAYING-COUNT        PIC 9(03)  COMP  VALUE ZERO.
001770 77  WS-NOSHOW-COUNT         PIC 9(03)  COMP  VALUE ZERO.
001780 77  WS-PROMOTED-COUNT       PIC 9(03)  COMP  VALUE ZERO.
001790 77  WS-NO-PLACE-COUNT       PIC 9(03)  COMP  VALUE ZERO.
001800 77  WS-SETTLE-ERRORS        PIC 9(03)  COMP  VALUE ZERO.
001810 01  WS-EDIT-COUNT           PIC ZZ9.
001820 01  WS-EDIT-COUNT-2         PIC ZZ9.
001830 01  WS-EDIT-CAPACITY        PIC ZZ9.
001840 77  WS-ARRIVALS-MARKED      PIC 9(05)  COMP  VALUE ZERO.
001850*    THE FEWEST PLAYERS THE BRACKET WILL OPEN WITH
001860 77  WS-MIN-ENTRANTS         PIC 9(03)  COMP  VALUE 2.
001870
001880 PROCEDURE DIVISION.
001890*----------------------------------------------------------*
001900*  0000-MAINLINE                                            *
001910*----------------------------------------------------------*
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940     THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-MENU
001960     THRU 2000-EXIT
001970     UNTIL WS-EXIT-REQUESTED.
001980     PERFORM 9999-TERMINATE
001990     THRU 9999-EXIT.
002000     STOP RUN.
002010
002020*----------------------------------------------------------*
002030*  1000-INITIALIZE - OPEN THE FILES, IDENTIFY THE OPERATOR  *
002040*  AND PICK THE EVENT.  THE CREDIT ACCOUNTS ARE ONLY        *
002050*  LOOKED AT - WITHOUT THEM THERE IS NO WARNING.            *
002060*----------------------------------------------------------*
002070 1000-INITIALIZE.
002080     ACCEPT WS-HALL-ENV FROM ENVIRONMENT "JOKENPO_HALL".
002090     IF WS-HALL-ENV NOT = SPACES
002100         MOVE WS-HALL-ENV TO WS-HALL-ID
002110     END-IF.
002120     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
002130     OPEN INPUT PLAYER-MASTER.
002140     IF WS-PLAYER-MASTER-STATUS NOT = "00"
002150         DISPLAY "JOKCHKIN - cadastro indisponivel, status "
002160             WS-PLAYER-MASTER-STATUS
002170         MOVE "Y" TO WS-EXIT-SW
002180         GO TO 1000-EXIT
002190     END-IF.
002200     OPEN I-O EVENT-FILE.
002210     IF WS-EVENT-STATUS NOT = "00"
002220         DISPLAY "JOKCHKIN - calendario indisponivel, status "
002230             WS-EVENT-STATUS
002240         CLOSE PLAYER-MASTER
002250         MOVE "Y" TO WS-EXIT-SW
002260         GO TO 1000-EXIT
002270     END-IF.
002280     OPEN I-O SIGNUP-FILE.
002290     IF WS-SIGNUP-STATUS NOT = "00"
002300         DISPLAY "JOKCHKIN - inscricoes indisponiveis, status "
002310             WS-SIGNUP-STATUS
002320         CLOSE PLAYER-MASTER
002330         CLOSE EVENT-FILE
002340         MOVE "Y" TO WS-EXIT-SW
002350         GO TO 1000-EXIT
002360     END-IF.
002370     OPEN INPUT CREDIT-ACCOUNTS.
002380     IF WS-CREDIT-STATUS = "00"
002390         MOVE "Y" TO WS-CREDIT-OPEN-SW
002400     END-IF.
002410     MOVE "Y" TO WS-FILES-OPEN-SW.
002420     PERFORM 1100-LOAD-FEES
002430     THRU 1100-EXIT.
002440     DISPLAY "Check-in da noite de competicao".
002450     DISPLAY "Digite o ID do operador:".
002460     ACCEPT WS-OPERATOR-ID.
002470     IF WS-OPERATOR-ID = SPACES
002480         DISPLAY "JOKCHKIN - operador obrigatorio - nada feito."
002490         MOVE "Y" TO WS-EXIT-SW
002500         GO TO 1000-EXIT
002510     END-IF.
002520     PERFORM 1200-SELECT-EVENT
002530     THRU 1200-EXIT.
002540     GO TO 1000-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------*
002590*  1100-LOAD-FEES - AN ABSENT FEE TABLE MEANS NO FEE        *
002600*----------------------------------------------------------*
002610 1100-LOAD-FEES.
002620     MOVE ZERO TO WS-FEE-AMOUNT(1).
002630     MOVE ZERO TO WS-FEE-AMOUNT(2).
002640     MOVE ZERO TO WS-FEE-AMOUNT(3).
002650     MOVE "N" TO WS-FEE-EOF-SW.
002660     OPEN INPUT FEE-TABLE.
002670     IF WS-FEE-TABLE-STATUS NOT = "00"
002680         GO TO 1100-EXIT
002690     END-IF.
002700     PERFORM 1110-LOAD-ONE-FEE
002710     THRU 1110-EXIT
002720     UNTIL WS-FEE-EOF.
002730     CLOSE FEE-TABLE.
002740     GO TO 1100-EXIT.
002750 1100-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790*  1110-LOAD-ONE-FEE                                        *
002800*----------------------------------------------------------*
002810 1110-LOAD-ONE-FEE.
002820     READ FEE-TABLE
002830     AT END
002840     MOVE "Y" TO WS-FEE-EOF-SW
002850     NOT AT END
002860     IF FE-CATEGORY >= 1 AND FE-CATEGORY <= 3
002870     MOVE FE-AMOUNT TO WS-FEE-AMOUNT(FE-CATEGORY)
002880     END-IF
002890     END-READ.
002900     GO TO 1110-EXIT.
002910 1110-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------*
002950*  1200-SELECT-EVENT - TODAY AND THIS HALL UNLESS ANOTHER   *
002960*  IS KEYED.  ONLY AN EVENT STILL OPEN CAN BE CHECKED IN.   *
002970*----------------------------------------------------------*
002980 1200-SELECT-EVENT.
002990     DISPLAY "Data do evento (AAAAMMDD, Enter = hoje):".
003000     MOVE SPACES TO WS-DATE-IN.
003010     ACCEPT WS-DATE-IN.
003020     IF WS-DATE-IN = SPACES
003030         MOVE WS-TODAY TO WS-CUR-EVENT-DATE
003040     ELSE
003050         IF WS-DATE-IN IS NOT NUMERIC
003060             DISPLAY "Data invalida - nada feito."
003070             MOVE "Y" TO WS-EXIT-SW
003080             GO TO 1200-EXIT
003090         END-IF
003100         MOVE WS-DATE-IN TO WS-CUR-EVENT-DATE
003110     END-IF.
003120     DISPLAY "Salao (Enter = " WS-HALL-ID "):".
003130     MOVE SPACES TO WS-HALL-IN.
003140     ACCEPT WS-HALL-IN.
003150     IF WS-HALL-IN = SPACES
003160         MOVE WS-HALL-ID TO WS-HALL-IN
003170     END-IF.
003180     MOVE WS-HALL-IN TO WS-CUR-HALL-ID.
003190     PERFORM 7100-READ-EVENT
003200     THRU 7100-EXIT.
003210     IF NOT WS-EVENT-FOUND
003220         DISPLAY "Nenhum evento em " WS-CUR-EVENT-DATE
003230             " no salao " WS-CUR-HALL-ID " - nada feito."
003240         MOVE "Y" TO WS-EXIT-SW
003250         GO TO 1200-EXIT
003260     END-IF.
003270     IF NOT EV-OPEN
003280         DISPLAY "Check-in deste evento ja encerrado em "
003290             EV-CLOSED-DATE " por " EV-CLOSED-BY "."
003300         MOVE "Y" TO WS-EXIT-SW
003310         GO TO 1200-EXIT
003320     END-IF.
003330     PERFORM 7300-LOAD-SIGNUPS
003340     THRU 7300-EXIT.
003350     MOVE EV-CAPACITY TO WS-EDIT-CAPACITY.
003360     MOVE WS-PLACES-TAKEN TO WS-EDIT-COUNT.
003370     MOVE WS-WAITLIST-COUNT TO WS-EDIT-COUNT-2.
003380     DISPLAY "Evento " EV-EVENT-DATE " salao " EV-HALL-ID " "
003390         WS-MODE-NAME(EV-GAME-MODE) " - vagas " WS-EDIT-CAPACITY
003400         ", com vaga " WS-EDIT-COUNT ", espera " WS-EDIT-COUNT-2.
003410     GO TO 1200-EXIT.
003420 1200-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003460*  2000-PROCESS-MENU - SHOW THE MENU AND DISPATCH ONE       *
003470*  OPERATOR ACTION                                          *
003480*----------------------------------------------------------*
003490 2000-PROCESS-MENU.
003500     DISPLAY " ".
003510     DISPLAY "Opcoes:".
003520     DISPLAY "  1 - Registrar chegada".
003530     DISPLAY "  2 - Situacao do check-in".
003540     DISPLAY "  3 - Encerrar check-in e gravar ENTRANTS".
003550     DISPLAY "  9 - Sair (o check-in continua aberto)".
003560     ACCEPT WS-MENU-OPTION.
003570     EVALUATE WS-MENU-OPTION
003580     WHEN 1
003590     PERFORM 3000-MARK-ARRIVAL
003600     THRU 3000-EXIT
003610     WHEN 2
003620     PERFORM 4000-SHOW-STATUS
003630     THRU 4000-EXIT
003640     WHEN 3
003650     PERFORM 5000-CLOSE-CHECK-IN
003660     THRU 5000-EXIT
003670     WHEN 9
003680     MOVE "Y" TO WS-EXIT-SW
003690     WHEN OTHER
003700     DISPLAY "Opcao invalida - tente novamente."
003710     END-EVALUATE.
003720     GO TO 2000-EXIT.
003730 2000-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------*
003770*  3000-MARK-ARRIVAL - ONE PLAYER AT THE DOOR               *
003780*----------------------------------------------------------*
003790 3000-MARK-ARRIVAL.
003800     DISPLAY "ID do jogador:".
003810     ACCEPT WS-TARGET-ID.
003820     PERFORM 7600-READ-SIGNUP
003830     THRU 7600-EXIT.
003840     IF NOT WS-SIGNUP-FOUND
003850         OR (NOT ER-HAS-PLACE AND NOT ER-WAITLISTED)
003860         DISPLAY "Jogador " WS-TARGET-ID
003870             " nao inscrito neste evento - inscrever na mesa."
003880         GO TO 3000-EXIT
003890     END-IF.
003900     IF ER-ARRIVED
003910         DISPLAY "Chegada de " WS-TARGET-ID " ja registrada."
003920         GO TO 3000-EXIT
003930     END-IF.
003940     MOVE "Y" TO ER-ARRIVED-SW.
003950     MOVE FUNCTION CURRENT-DATE(9:6) TO ER-ARRIVAL-TIME.
003960     REWRITE EVENT-SIGNUP-RECORD
003970         INVALID KEY
003980             DISPLAY "JOKCHKIN - falha ao gravar a chegada, "
003990                 "status " WS-SIGNUP-STATUS
004000             GO TO 3000-EXIT
004010     END-REWRITE.
004020     ADD 1 TO WS-ARRIVALS-MARKED.
004030     IF ER-HAS-PLACE
004040         DISPLAY "Chegada registrada - " WS-TARGET-ID " tem vaga."
004050     ELSE
004060         PERFORM 7300-LOAD-SIGNUPS
004070         THRU 7300-EXIT
004080         MOVE ZERO TO WS-WAIT-POSITION
004090         MOVE "N" TO WS-POSITION-FOUND-SW
004100         PERFORM 3100-FIND-WAIT-POSITION
004110         THRU 3100-EXIT
004120         VARYING WS-SU-IDX FROM 1 BY 1
004130         UNTIL WS-SU-IDX > WS-SU-COUNT
004140         OR WS-POSITION-FOUND
004150         MOVE WS-WAIT-POSITION TO WS-EDIT-COUNT
004160         DISPLAY "Chegada registrada - " WS-TARGET-ID
004170             " na lista de espera, posicao " WS-EDIT-COUNT
004180             " - joga se sobrar vaga."
004190     END-IF.
004200     MOVE "N" TO WS-RECORD-FOUND-SW.
004210     MOVE WS-TARGET-ID TO PM-PLAYER-ID.
004220     READ PLAYER-MASTER
004230         INVALID KEY
004240             CONTINUE
004250         NOT INVALID KEY
004260             MOVE "Y" TO WS-RECORD-FOUND-SW
004270     END-READ.
004280     IF NOT WS-RECORD-FOUND
004290         DISPLAY "Atencao: " WS-TARGET-ID
004300             " nao esta mais no cadastro - o chaveamento recusa."
004310         GO TO 3000-EXIT
004320     END-IF.
004330     IF PM-STATUS-SUSPENDED
004340         DISPLAY "Atencao: " WS-TARGET-ID
004350             " suspenso - o chaveamento recusa."
004360     END-IF.
004370     PERFORM 7500-CHECK-CREDIT
004380     THRU 7500-EXIT.
004390     GO TO 3000-EXIT.
004400 3000-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440*  3100-FIND-WAIT-POSITION - COUNT THE WAITLIST UP TO AND   *
004450*  INCLUDING WS-TARGET-ID                                   *
004460*----------------------------------------------------------*
004470 3100-FIND-WAIT-POSITION.
004480     IF WS-SU-STATUS(WS-SU-IDX) = "E"
004490         ADD 1 TO WS-WAIT-POSITION
004500     END-IF.
004510     IF WS-SU-PLAYER-ID(WS-SU-IDX) = WS-TARGET-ID
004520         MOVE "Y" TO WS-POSITION-FOUND-SW
004530     END-IF.
004540     GO TO 3100-EXIT.
004550 3100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------*
004590*  4000-SHOW-STATUS - WHO HAS ARRIVED AND WHO IS STILL      *
004600*  EXPECTED                                                 *
004610*----------------------------------------------------------*
004620 4000-SHOW-STATUS.
004630     PERFORM 7300-LOAD-SIGNUPS
004640     THRU 7300-EXIT.
004650     PERFORM 7700-COUNT-ARRIVALS
004660     THRU 7700-EXIT.
004670     MOVE WS-PLACE-ARRIVED TO WS-EDIT-COUNT.
004680     MOVE WS-PLACES-TAKEN TO WS-EDIT-COUNT-2.
004690     DISPLAY "Com vaga: chegaram " WS-EDIT-COUNT " de "
004700         WS-EDIT-COUNT-2.
004710     MOVE WS-WAIT-ARRIVED TO WS-EDIT-COUNT.
004720     MOVE WS-WAITLIST-COUNT TO WS-EDIT-COUNT-2.
004730     DISPLAY "Lista de espera: chegaram " WS-EDIT-COUNT " de "
004740         WS-EDIT-COUNT-2.
004750     IF WS-PLACE-ARRIVED < WS-PLACES-TAKEN
004760         DISPLAY "Com vaga e ainda nao chegaram:"
004770         PERFORM 4100-SHOW-ONE-EXPECTED
004780         THRU 4100-EXIT
004790         VARYING WS-SU-IDX FROM 1 BY 1
004800         UNTIL WS-SU-IDX > WS-SU-COUNT
004810     END-IF.
004820     GO TO 4000-EXIT.
004830 4000-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------*
004870*  4100-SHOW-ONE-EXPECTED                                   *
004880*----------------------------------------------------------*
004890 4100-SHOW-ONE-EXPECTED.
004900     IF WS-SU-STATUS(WS-SU-IDX) = "I"
004910         AND WS-SU-ARRIVED(WS-SU-IDX) NOT = "Y"
004920         DISPLAY "  " WS-SU-PLAYER-ID(WS-SU-IDX)
004930     END-IF.
004940     GO TO 4100-EXIT.
004950 4100-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------*
004990*  5000-CLOSE-CHECK-IN - SETTLE EVERY SIGN-UP, WRITE        *
005000*  ENTRANTS AND CLOSE THE EVENT                             *
005010*----------------------------------------------------------*
005020 5000-CLOSE-CHECK-IN.
005030     PERFORM 7300-LOAD-SIGNUPS
005040     THRU 7300-EXIT.
005050     IF WS-SU-OVERFLOW > ZERO
005060         DISPLAY "JOKCHKIN - inscricoes alem da tabela - "
005070             "check-in nao encerrado."
005080         GO TO 5000-EXIT
005090     END-IF.
005100     PERFORM 7700-COUNT-ARRIVALS
005110     THRU 7700-EXIT.
005120     MOVE ZERO TO WS-PLAYING-COUNT.
005130     MOVE ZERO TO WS-NOSHOW-COUNT.
005140     MOVE ZERO TO WS-PROMOTED-COUNT.
005150     MOVE ZERO TO WS-NO-PLACE-COUNT.
005160     COMPUTE WS-FREE-PLACES = EV-CAPACITY - WS-PLACE-ARRIVED.
005170     PERFORM 5100-SETTLE-ONE-SIGNUP
005180     THRU 5100-EXIT
005190     VARYING WS-SU-IDX FROM 1 BY 1
005200     UNTIL WS-SU-IDX > WS-SU-COUNT.
005210     MOVE WS-PLAYING-COUNT TO WS-EDIT-COUNT.
005220     MOVE WS-PROMOTED-COUNT TO WS-EDIT-COUNT-2.
005230     DISPLAY "Jogam " WS-EDIT-COUNT " (da espera: "
005240         WS-EDIT-COUNT-2 ")".
005250     MOVE WS-NOSHOW-COUNT TO WS-EDIT-COUNT.
005260     MOVE WS-NO-PLACE-COUNT TO WS-EDIT-COUNT-2.
005270     DISPLAY "Faltas " WS-EDIT-COUNT ", espera sem vaga "
005280         WS-EDIT-COUNT-2.
005290     IF WS-PLAYING-COUNT < WS-MIN-ENTRANTS
005300         DISPLAY "Atencao: menos de 2 jogadores - o chaveamento "
005310             "nao abre."
005320     END-IF.
005330     DISPLAY "Encerrar o check-in e gravar ENTRANTS - confirma? "
005340         "(S/N)".
005350     ACCEPT WS-CONFIRM.
005360     IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
005370         DISPLAY "Check-in continua aberto."
005380         GO TO 5000-EXIT
005390     END-IF.
005400     OPEN OUTPUT ENTRANTS-FILE.
005410     IF WS-ENTRANTS-STATUS NOT = "00"
005420         DISPLAY "JOKCHKIN - ENTRANTS indisponivel, status "
005430             WS-ENTRANTS-STATUS " - check-in continua aberto."
005440         GO TO 5000-EXIT
005450     END-IF.
005460     PERFORM 5200-WRITE-ONE-ENTRANT
005470     THRU 5200-EXIT
005480     VARYING WS-SU-IDX FROM 1 BY 1
005490     UNTIL WS-SU-IDX > WS-SU-COUNT.
005500     CLOSE ENTRANTS-FILE.
005510     MOVE ZERO TO WS-SETTLE-ERRORS.
005520     PERFORM 5300-REWRITE-ONE-SIGNUP
005530     THRU 5300-EXIT
005540     VARYING WS-SU-IDX FROM 1 BY 1
005550     UNTIL WS-SU-IDX > WS-SU-COUNT.
005560     PERFORM 7100-READ-EVENT
005570     THRU 7100-EXIT.
005580     MOVE "C" TO EV-STATUS.
005590     MOVE FUNCTION CURRENT-DATE(1:8) TO EV-CLOSED-DATE.
005600     MOVE FUNCTION CURRENT-DATE(9:6) TO EV-CLOSED-TIME.
005610     MOVE WS-OPERATOR-ID TO EV-CLOSED-BY.
005620     REWRITE EVENT-RECORD
005630         INVALID KEY
005640             DISPLAY "JOKCHKIN - falha ao encerrar o evento, "
005650                 "status " WS-EVENT-STATUS
005660             GO TO 5000-EXIT
005670     END-REWRITE.
005680     IF WS-SETTLE-ERRORS > ZERO
005690         DISPLAY "JOKCHKIN - " WS-SETTLE-ERRORS
005700             " inscricao(oes) nao gravada(s) - conferir."
005710     END-IF.
005720     DISPLAY "Check-in encerrado - ENTRANTS gravado para o "
005730         "chaveamento.".
005740     MOVE "Y" TO WS-EXIT-SW.
005750     GO TO 5000-EXIT.
005760 5000-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------*
005800*  5100-SETTLE-ONE-SIGNUP - IN SIGN-UP ORDER, SO THE FREE   *
005810*  PLACES GO TO THE EARLIEST WAITLISTED ARRIVALS            *
005820*----------------------------------------------------------*
005830 5100-SETTLE-ONE-SIGNUP.
005840     MOVE WS-SU-STATUS(WS-SU-IDX) TO WS-SU-NEW-STATUS(WS-SU-IDX).
005850     EVALUATE WS-SU-STATUS(WS-SU-IDX)
005860     WHEN "I"
005870     IF WS-SU-ARRIVED(WS-SU-IDX) = "Y"
005880     MOVE "P" TO WS-SU-NEW-STATUS(WS-SU-IDX)
005890     ADD 1 TO WS-PLAYING-COUNT
005900     ELSE
005910     MOVE "F" TO WS-SU-NEW-STATUS(WS-SU-IDX)
005920     ADD 1 TO WS-NOSHOW-COUNT
005930     END-IF
005940     WHEN "E"
005950     IF WS-SU-ARRIVED(WS-SU-IDX) = "Y"
005960         AND WS-FREE-PLACES > ZERO
005970     MOVE "P" TO WS-SU-NEW-STATUS(WS-SU-IDX)
005980     MOVE "Y" TO WS-SU-PROMOTED(WS-SU-IDX)
005990     SUBTRACT 1 FROM WS-FREE-PLACES
006000     ADD 1 TO WS-PLAYING-COUNT
006010     ADD 1 TO WS-PROMOTED-COUNT
006020     ELSE
006030     MOVE "S" TO WS-SU-NEW-STATUS(WS-SU-IDX)
006040     ADD 1 TO WS-NO-PLACE-COUNT
006050     END-IF
006060     END-EVALUATE.
006070     GO TO 5100-EXIT.
006080 5100-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------*
006120*  5200-WRITE-ONE-ENTRANT                                   *
006130*----------------------------------------------------------*
006140 5200-WRITE-ONE-ENTRANT.
006150     IF WS-SU-NEW-STATUS(WS-SU-IDX) NOT = "P"
006160         GO TO 5200-EXIT
006170     END-IF.
006180     MOVE SPACES TO ENTRANT-RECORD.
006190     MOVE WS-SU-PLAYER-ID(WS-SU-IDX) TO ENT-PLAYER-ID.
006200     WRITE ENTRANT-RECORD.
006210     GO TO 5200-EXIT.
006220 5200-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------*
006260*  5300-REWRITE-ONE-SIGNUP - RECORD THE SETTLED STATUS      *
006270*----------------------------------------------------------*
006280 5300-REWRITE-ONE-SIGNUP.
006290     IF WS-SU-NEW-STATUS(WS-SU-IDX) = WS-SU-STATUS(WS-SU-IDX)
006300         GO TO 5300-EXIT
006310     END-IF.
006320     MOVE WS-SU-PLAYER-ID(WS-SU-IDX) TO WS-TARGET-ID.
006330     PERFORM 7600-READ-SIGNUP
006340     THRU 7600-EXIT.
006350     IF NOT WS-SIGNUP-FOUND
006360         ADD 1 TO WS-SETTLE-ERRORS
006370         GO TO 5300-EXIT
006380     END-IF.
006390     MOVE WS-SU-NEW-STATUS(WS-SU-IDX) TO ER-STATUS.
006400     MOVE WS-SU-PROMOTED(WS-SU-IDX) TO ER-PROMOTED-SW.
006410     REWRITE EVENT-SIGNUP-RECORD
006420         INVALID KEY
006430             ADD 1 TO WS-SETTLE-ERRORS
006440     END-REWRITE.
006450     GO TO 5300-EXIT.
006460 5300-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------*
006500*  7100-READ-EVENT - RANDOM READ BY WS-CUR-EVENT-KEY        *
006510*----------------------------------------------------------*
006520 7100-READ-EVENT.
006530     MOVE "N" TO WS-EVENT-FOUND-SW.
006540     MOVE WS-CUR-EVENT-KEY TO EV-EVENT-KEY.
006550     READ EVENT-FILE
006560         INVALID KEY
006570             CONTINUE
006580         NOT INVALID KEY
006590             MOVE "Y" TO WS-EVENT-FOUND-SW
006600     END-READ.
006610     GO TO 7100-EXIT.
006620 7100-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------*
006660*  7300-LOAD-SIGNUPS - TABLE THE SIGN-UPS OF THE EVENT IN   *
006670*  SIGN-UP ORDER AND COUNT PLACES TAKEN AND WAITLIST        *
006680*----------------------------------------------------------*
006690 7300-LOAD-SIGNUPS.
006700     MOVE ZERO TO WS-SU-COUNT.
006710     MOVE ZERO TO WS-SU-OVERFLOW.
006720     MOVE ZERO TO WS-PLACES-TAKEN.
006730     MOVE ZERO TO WS-WAITLIST-COUNT.
006740     MOVE "N" TO WS-SIGNUP-EOF-SW.
006750     MOVE WS-CUR-EVENT-DATE TO ER-EVENT-DATE.
006760     MOVE WS-CUR-HALL-ID TO ER-HALL-ID.
006770     MOVE LOW-VALUES TO ER-PLAYER-ID.
006780     START SIGNUP-FILE KEY NOT < ER-KEY
006790         INVALID KEY
006800             MOVE "Y" TO WS-SIGNUP-EOF-SW
006810     END-START.
006820     PERFORM 7310-LOAD-ONE-SIGNUP
006830     THRU 7310-EXIT
006840     UNTIL WS-SIGNUP-EOF.
006850     GO TO 7300-EXIT.
006860 7300-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------*
006900*  7310-LOAD-ONE-SIGNUP                                     *
006910*----------------------------------------------------------*
006920 7310-LOAD-ONE-SIGNUP.
006930     READ SIGNUP-FILE NEXT RECORD
006940     AT END
006950     MOVE "Y" TO WS-SIGNUP-EOF-SW
006960     GO TO 7310-EXIT
006970     END-READ.
006980     IF ER-EVENT-DATE NOT = WS-CUR-EVENT-DATE
006990         OR ER-HALL-ID NOT = WS-CUR-HALL-ID
007000         MOVE "Y" TO WS-SIGNUP-EOF-SW
007010         GO TO 7310-EXIT
007020     END-IF.
007030     IF ER-HAS-PLACE
007040         ADD 1 TO WS-PLACES-TAKEN
007050     END-IF.
007060     IF ER-WAITLISTED
007070         ADD 1 TO WS-WAITLIST-COUNT
007080     END-IF.
007090     IF WS-SU-COUNT NOT < 300
007100         ADD 1 TO WS-SU-OVERFLOW
007110         GO TO 7310-EXIT
007120     END-IF.
007130     ADD 1 TO WS-SU-COUNT.
007140     MOVE WS-SU-COUNT TO WS-SU-INS-IDX.
007150     MOVE "N" TO WS-SHIFT-DONE-SW.
007160     PERFORM 7320-SHIFT-ONE-SIGNUP
007170     THRU 7320-EXIT
007180     UNTIL WS-SHIFT-DONE.
007190     MOVE ER-PLAYER-ID TO WS-SU-PLAYER-ID(WS-SU-INS-IDX).
007200     MOVE ER-SIGNUP-SEQ TO WS-SU-SEQ(WS-SU-INS-IDX).
007210     MOVE ER-STATUS TO WS-SU-STATUS(WS-SU-INS-IDX).
007220     MOVE ER-ARRIVED-SW TO WS-SU-ARRIVED(WS-SU-INS-IDX).
007230     MOVE ER-PROMOTED-SW TO WS-SU-PROMOTED(WS-SU-INS-IDX).
007240     MOVE ER-STATUS TO WS-SU-NEW-STATUS(WS-SU-INS-IDX).
007250     GO TO 7310-EXIT.
007260 7310-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------*
007300*  7320-SHIFT-ONE-SIGNUP - MOVE A LATER SIGN-UP DOWN ONE    *
007310*  SLOT TO MAKE ROOM FOR AN EARLIER ONE                     *
007320*----------------------------------------------------------*
007330 7320-SHIFT-ONE-SIGNUP.
007340     IF WS-SU-INS-IDX = 1
007350         MOVE "Y" TO WS-SHIFT-DONE-SW
007360         GO TO 7320-EXIT
007370     END-IF.
007380     IF WS-SU-SEQ(WS-SU-INS-IDX - 1) NOT > ER-SIGNUP-SEQ
007390         MOVE "Y" TO WS-SHIFT-DONE-SW
007400         GO TO 7320-EXIT
007410     END-IF.
007420     MOVE WS-SU-ENTRY(WS-SU-INS-IDX - 1)
007430         TO WS-SU-ENTRY(WS-SU-INS-IDX).
007440     SUBTRACT 1 FROM WS-SU-INS-IDX.
007450     GO TO 7320-EXIT.
007460 7320-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------*
007500*  7500-CHECK-CREDIT - WARN WHEN THE CREDIT ACCOUNT WILL    *
007510*  NOT COVER THE EVENT'S FEE                                *
007520*----------------------------------------------------------*
007530 7500-CHECK-CREDIT.
007540     IF NOT WS-CREDIT-OPEN
007550         GO TO 7500-EXIT
007560     END-IF.
007570     IF WS-FEE-AMOUNT(EV-FEE-CATEGORY) = ZERO
007580         GO TO 7500-EXIT
007590     END-IF.
007600     MOVE WS-TARGET-ID TO CA-PLAYER-ID.
007610     READ CREDIT-ACCOUNTS
007620         INVALID KEY
007630             MOVE ZERO TO CA-BALANCE
007640     END-READ.
007650     IF CA-BALANCE < WS-FEE-AMOUNT(EV-FEE-CATEGORY)
007660         MOVE CA-BALANCE TO WS-BALANCE-DISPLAY
007670         DISPLAY "Atencao: saldo " WS-BALANCE-DISPLAY
007680             " abaixo da taxa - recarregar antes do chaveamento."
007690     END-IF.
007700     GO TO 7500-EXIT.
007710 7500-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------*
007750*  7600-READ-SIGNUP - RANDOM READ OF WS-TARGET-ID'S SIGN-UP *
007760*  FOR THE EVENT BEING CHECKED IN                           *
007770*----------------------------------------------------------*
007780 7600-READ-SIGNUP.
007790     MOVE "N" TO WS-SIGNUP-FOUND-SW.
007800     MOVE WS-CUR-EVENT-DATE TO ER-EVENT-DATE.
007810     MOVE WS-CUR-HALL-ID TO ER-HALL-ID.
007820     MOVE WS-TARGET-ID TO ER-PLAYER-ID.
007830     READ SIGNUP-FILE
007840         INVALID KEY
007850             CONTINUE
007860         NOT INVALID KEY
007870             MOVE "Y" TO WS-SIGNUP-FOUND-SW
007880     END-READ.
007890     GO TO 7600-EXIT.
007900 7600-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------*
007940*  7700-COUNT-ARRIVALS - ARRIVALS WITH A PLACE AND ON THE   *
007950*  WAITLIST                                                 *
007960*----------------------------------------------------------*
007970 7700-COUNT-ARRIVALS.
007980     MOVE ZERO TO WS-PLACE-ARRIVED.
007990     MOVE ZERO TO WS-WAIT-ARRIVED.
008000     PERFORM 7710-COUNT-ONE-ARRIVAL
008010     THRU 7710-EXIT
008020     VARYING WS-SU-IDX FROM 1 BY 1
008030     UNTIL WS-SU-IDX > WS-SU-COUNT.
008040     GO TO 7700-EXIT.
008050 7700-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------*
008090*  7710-COUNT-ONE-ARRIVAL                                   *
008100*----------------------------------------------------------*
008110 7710-COUNT-ONE-ARRIVAL.
008120     IF WS-SU-ARRIVED(WS-SU-IDX) NOT = "Y"
008130         GO TO 7710-EXIT
008140     END-IF.
008150     IF WS-SU-STATUS(WS-SU-IDX) = "I"
008160         ADD 1 TO WS-PLACE-ARRIVED
008170     END-IF.
008180     IF WS-SU-STATUS(WS-SU-IDX) = "E"
008190         ADD 1 TO WS-WAIT-ARRIVED
008200     END-IF.
008210     GO TO 7710-EXIT.
008220 7710-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------*
008260*  9999-TERMINATE - CLOSE UP                                *
008270*----------------------------------------------------------*
008280 9999-TERMINATE.
008290     IF WS-FILES-OPEN
008300         CLOSE PLAYER-MASTER
008310         CLOSE EVENT-FILE
008320         CLOSE SIGNUP-FILE
008330         IF WS-CREDIT-OPEN
008340             CLOSE CREDIT-ACCOUNTS
008350         END-IF
008360     END-IF.
008370     DISPLAY "JOKCHKIN - chegadas registradas..: "
008380         WS-ARRIVALS-MARKED.
008390     GO TO 9999-EXIT.
008400 9999-EXIT.
008410     EXIT.
