000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKEVNT.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - COMPETITION-NIGHT    *
000110*                   CALENDAR AND DESK SIGN-UP WITH WAITLIST.*
000120*----------------------------------------------------------*
000130*  THE DESK ANNOUNCES COMPETITION NIGHTS HERE AND TAKES     *
000140*  THE SIGN-UPS FOR THEM.                                   *
000150*    - AN EVENT (JOKEVENT, JOKEVTRC) IS ONE NIGHT AT ONE    *
000160*      HALL: GAME MODE, NUMBER OF PLACES (UP TO THE 64 THE  *
000170*      BRACKET HOLDS) AND THE ENTRY FEE CATEGORY OF THE FEE *
000180*      TABLE (JOKFEES).                                     *
000190*    - A SIGN-UP (JOKEVREG, JOKEVRRC) MUST BE ON PLAYERMS   *
000200*      AND NOT SUSPENDED.  WHILE PLACES ARE LEFT IT GETS    *
000210*      ONE; AFTER THAT IT GOES ON THE WAITLIST IN THE ORDER *
000220*      SIGNED UP.  THE DESK IS SHOWN THE PLAYER'S NO-SHOWS  *
000230*      AT EARLIER EVENTS, AND WARNED WHEN THE CREDIT        *
000240*      ACCOUNT WILL NOT COVER THE FEE (THE BRACKET REFUSES  *
000250*      AN ENTRANT WITHOUT CREDIT).                          *
000260*    - A PLAYER WHO WITHDRAWS GIVES THE PLACE TO THE FIRST  *
000270*      ON THE WAITLIST, WHO THE DESK THEN TELLS.            *
000280*  SIGN-UPS STAY OPEN UNTIL THE CHECK-IN ON THE NIGHT       *
000290*  (JOKCHKIN) IS CLOSED; THE CHECK-IN SETTLES WHO PLAYED,   *
000300*  WHO DID NOT TURN UP AND WHO WAS LEFT ON THE WAITLIST,    *
000310*  AND WRITES THE ENTRANTS FILE FOR JOKBRKT.  THE OPERATOR  *
000320*  ID IS REQUIRED AND IS STAMPED ON WHAT IS RECORDED.       *
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000380     ORGANIZATION IS INDEXED
000390     ACCESS MODE IS DYNAMIC
000400     RECORD KEY IS PM-PLAYER-ID
000410     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000420     SELECT EVENT-FILE ASSIGN TO "JOKEVENT"
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS EV-EVENT-KEY
000460     FILE STATUS IS WS-EVENT-STATUS.
000470     SELECT SIGNUP-FILE ASSIGN TO "JOKEVREG"
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS ER-KEY
000510     FILE STATUS IS WS-SIGNUP-STATUS.
000520     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS DYNAMIC
000550     RECORD KEY IS CA-PLAYER-ID
000560     FILE STATUS IS WS-CREDIT-STATUS.
000570     SELECT FEE-TABLE ASSIGN TO "JOKFEES"
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     FILE STATUS IS WS-FEE-TABLE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PLAYER-MASTER.
000640     COPY JOKPMREC.
000650
000660 FD  EVENT-FILE.
000670     COPY JOKEVTRC.
000680
000690 FD  SIGNUP-FILE.
000700     COPY JOKEVRRC.
000710
000720 FD  CREDIT-ACCOUNTS.
000730     COPY JOKCRDRC.
000740
000750 FD  FEE-TABLE.
000760 01  FEE-RECORD.
000770     05  FE-CATEGORY             PIC 9(01).
000780     05  FILLER                  PIC X(01).
000790     05  FE-AMOUNT               PIC 9(05)V9(02).
000800
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------*
000830*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000840*----------------------------------------------------------*
000850 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000860 01  WS-EVENT-STATUS         PIC X(02)  VALUE SPACES.
000870 01  WS-SIGNUP-STATUS        PIC X(02)  VALUE SPACES.
000880 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
000890 01  WS-FEE-TABLE-STATUS     PIC X(02)  VALUE SPACES.
000900 01  WS-EXIT-SW              PIC X(01)  VALUE "N".
000910     88  WS-EXIT-REQUESTED              VALUE "Y".
000920 01  WS-FILES-OPEN-SW        PIC X(01)  VALUE "N".
000930     88  WS-FILES-OPEN                  VALUE "Y".
000940 01  WS-CREDIT-OPEN-SW       PIC X(01)  VALUE "N".
000950     88  WS-CREDIT-OPEN                 VALUE "Y".
000960 01  WS-FEE-EOF-SW           PIC X(01)  VALUE "N".
000970     88  WS-FEE-EOF                     VALUE "Y".
000980 01  WS-RECORD-FOUND-SW      PIC X(01)  VALUE "N".
000990     88  WS-RECORD-FOUND                VALUE "Y".
001000 01  WS-EVENT-FOUND-SW       PIC X(01)  VALUE "N".
001010     88  WS-EVENT-FOUND                 VALUE "Y".
001020 01  WS-SIGNUP-FOUND-SW      PIC X(01)  VALUE "N".
001030     88  WS-SIGNUP-FOUND                VALUE "Y".
001040 01  WS-SIGNUP-EOF-SW        PIC X(01)  VALUE "N".
001050     88  WS-SIGNUP-EOF                  VALUE "Y".
001060 01  WS-EVENT-EOF-SW         PIC X(01)  VALUE "N".
001070     88  WS-EVENT-EOF                   VALUE "Y".
001080 01  WS-KEY-OK-SW            PIC X(01)  VALUE "N".
001090     88  WS-KEY-OK                      VALUE "Y".
001100 01  WS-SHIFT-DONE-SW        PIC X(01)  VALUE "N".
001110     88  WS-SHIFT-DONE                  VALUE "Y".
001120 01  WS-HAD-PLACE-SW         PIC X(01)  VALUE "N".
001130     88  WS-HAD-PLACE                   VALUE "Y".
001140*----------------------------------------------------------*
001150*  OPERATOR DIALOGUE FIELDS                                 *
001160*----------------------------------------------------------*
001170 01  WS-OPERATOR-ID          PIC X(10).
001180 01  WS-MENU-OPTION          PIC 9(01)  VALUE ZERO.
001190 01  WS-TARGET-ID            PIC X(10).
001200 01  WS-CONFIRM              PIC X(01).
001210 01  WS-DATE-IN              PIC X(08)  VALUE SPACES.
001220 01  WS-HALL-IN              PIC X(04)  VALUE SPACES.
001230 01  WS-MODE-IN              PIC X(01)  VALUE SPACES.
001240 01  WS-CATEGORY-IN          PIC X(01)  VALUE SPACES.
001250 01  WS-CAPACITY-IN          PIC X(05)  VALUE SPACES.
001260 01  WS-CAPACITY-CHECK       PIC 9(05)  VALUE ZERO.
001270*----------------------------------------------------------*
001280*  THE HALL DEFAULTS TO THE MAIN LOCATION; JOKENPO_HALL     *
001290*  OVERRIDES IT AT THE SECOND LOCATION, AS AT THE GAME      *
001300*  PROGRAMS.  A DATE IS CHECKED FOR A PLAUSIBLE MONTH AND   *
001310*  DAY ONLY.                                                *
001320*----------------------------------------------------------*
001330 01  WS-HALL-ENV             PIC X(04)  VALUE SPACES.
001340 01  WS-HALL-ID              PIC X(04)  VALUE "SEDE".
001350 01  WS-TODAY                PIC 9(08)  VALUE ZERO.
001360 01  WS-DATE-CHECK           PIC 9(08)  VALUE ZERO.
001370 01  FILLER REDEFINES WS-DATE-CHECK.
001380     05  WS-DC-YEAR          PIC 9(04).
001390     05  WS-DC-MONTH         PIC 9(02).
001400     05  WS-DC-DAY           PIC 9(02).
001410 01  WS-CUR-EVENT-KEY.
001420     05  WS-CUR-EVENT-DATE   PIC 9(08).
001430     05  WS-CUR-HALL-ID      PIC X(04).
001440*    THE MOST PLAYERS THE BRACKET TAKES
001450 77  WS-MAX-CAPACITY         PIC 9(03)  COMP  VALUE 64.
001460*----------------------------------------------------------*
001470*  FEE TABLE, ONE SLOT PER CATEGORY, AND THE NAMES SHOWN    *
001480*----------------------------------------------------------*
001490 77  WS-CATEGORY-IDX         PIC 9(01)  COMP  VALUE ZERO.
001500 01  WS-FEE-AMOUNTS.
001510     05  WS-FEE-AMOUNT       PIC 9(05)V9(02)  OCCURS 3 TIMES.
001520 01  WS-CATEGORY-NAMES.
001530     05  FILLER              PIC X(20)  VALUE "Classico".
001540     05  FILLER              PIC X(20)  VALUE "Lizard-Spock".
001550     05  FILLER              PIC X(20)  VALUE
001560         "Competicao (partida)".
001570 01  FILLER REDEFINES WS-CATEGORY-NAMES.
001580     05  WS-CATEGORY-NAME    PIC X(20)  OCCURS 3 TIMES.
001590 01  WS-MODE-NAMES.
001600     05  FILLER              PIC X(12)  VALUE "Classico".
001610     05  FILLER              PIC X(12)  VALUE "Lizard-Spock".
001620 01  FILLER REDEFINES WS-MODE-NAMES.
001630     05  WS-MODE-NAME        PIC X(12)  OCCURS 2 TIMES.
001640 01  WS-AMOUNT-DISPLAY       PIC ZZZZ9.99.
001650 01  WS-BALANCE-DISPLAY      PIC -ZZZZZZ9.99.
001660*----------------------------------------------------------*
001670*  SIGN-UPS OF ONE EVENT, IN THE ORDER SIGNED UP (THE FILE  *
001680*  COMES BACK IN PLAYER ID ORDER WITHIN THE EVENT, SO EACH  *
001690*  ENTRY IS SHIFTED INTO PLACE AS IT IS LOADED)             *
001700*----------------------------------------------------------*
001710 77  WS-SU-COUNT             PIC 9(03)  COMP  VALUE ZERO.
001720 77  WS-SU-IDX               PIC 9(03)  COMP  VALUE ZERO.
001730 77  WS-SU-INS-IDX           PIC 9(03)  COMP  VALUE ZERO.
001740 77  WS-SU-OVERFLOW          PIC 9(05)  COMP  VALUE ZERO.
001750 01  WS-SU-TABLE.
001760     05  WS-SU-ENTRY         OCCURS 300 TIMES.
001770     10  WS-SU-PLAYER-ID  PIC X(10).
001780     10  WS-SU-SEQ        PIC 9(05).
001790     10  WS-SU-STATUS     PIC X(01).
001800     10  WS-SU-ARRIVED    PIC X(01).
001810     10  WS-SU-PROMOTED   PIC X(01).
001820 77  WS-PLACES-TAKEN         PIC 9(03)  COMP  VALUE ZERO.
001830 77  WS-WAITLIST-COUNT       PIC 9(03)  COMP  VALUE ZERO.
001840 77  WS-WAITLIST-POS         PIC 9(03)  COMP  VALUE ZERO.
001850 77  WS-PROMOTE-IDX          PIC 9(03)  COMP  VALUE ZERO.
001860 01  WS-STATUS-TEXT          PIC X(12)  VALUE SPACES.
001870 01  WS-EDIT-COUNT           PIC ZZ9.
001880 01  WS-EDIT-CAPACITY        PIC ZZ9.
001890 01  WS-EDIT-WAITLIST        PIC ZZ9.
001900 01  WS-EDIT-SEQ             PIC ZZZZ9.
001910*----------------------------------------------------------*
001920*  NO-SHOWS OF ONE PLAYER AT EARLIER EVENTS                 *
001930*----------------------------------------------------------*
001940 77  WS-NOSHOW-COUNT         PIC 9(03)  COMP  VALUE ZERO.
001950 01  WS-LAST-NOSHOW-DATE     PIC 9(08)  VALUE ZERO.
001960*----------------------------------------------------------*
001970*  COUNTERS                                                 *
001980*----------------------------------------------------------*
001990 77  WS-EVENTS-CREATED       PIC 9(05)  COMP  VALUE ZERO.
002000 77  WS-SIGNUPS-DONE         PIC 9(05)  COMP  VALUE ZERO.
002010 77  WS-WITHDRAWALS-DONE     PIC 9(05)  COMP  VALUE ZERO.
002020
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------*
002050*  0000-MAINLINE                                            *
002060*----------------------------------------------------------*
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE
002090     THRU 1000-EXIT.
002100     PERFORM 2000-PROCESS-MENU
002110     THRU 2000-EXIT
002120     UNTIL WS-EXIT-REQUESTED.
002130     PERFORM 9999-TERMINATE
002140     THRU 9999-EXIT.
002150     STOP RUN.
002160
002170*----------------------------------------------------------*
002180*  1000-INITIALIZE - OPEN THE MASTER, THE CALENDAR AND THE  *
002190*  SIGN-UPS (CREATING THE LAST TWO ON FIRST USE), LOAD THE  *
002200*  FEES AND IDENTIFY THE OPERATOR.  THE CREDIT ACCOUNTS     *
002210*  ARE ONLY LOOKED AT - WITHOUT THEM THERE IS NO WARNING.   *
002220*----------------------------------------------------------*
002230 1000-INITIALIZE.
002240     ACCEPT WS-HALL-ENV FROM ENVIRONMENT "JOKENPO_HALL".
002250     IF WS-HALL-ENV NOT = SPACES
002260         MOVE WS-HALL-ENV TO WS-HALL-ID
002270     END-IF.
002280     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
002290     OPEN INPUT PLAYER-MASTER.
002300     IF WS-PLAYER-MASTER-STATUS NOT = "00"
002310         DISPLAY "JOKEVNT - cadastro indisponivel, status "
002320             WS-PLAYER-MASTER-STATUS
002330         MOVE "Y" TO WS-EXIT-SW
002340         GO TO 1000-EXIT
002350     END-IF.
002360     OPEN I-O EVENT-FILE.
002370     IF WS-EVENT-STATUS = "35"
002380         OPEN OUTPUT EVENT-FILE
002390         CLOSE EVENT-FILE
002400         OPEN I-O EVENT-FILE
002410     END-IF.
002420     IF WS-EVENT-STATUS NOT = "00"
002430         DISPLAY "JOKEVNT - calendario indisponivel, status "
002440             WS-EVENT-STATUS
002450         CLOSE PLAYER-MASTER
002460         MOVE "Y" TO WS-EXIT-SW
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN I-O SIGNUP-FILE.
002500     IF WS-SIGNUP-STATUS = "35"
002510         OPEN OUTPUT SIGNUP-FILE
002520         CLOSE SIGNUP-FILE
002530         OPEN I-O SIGNUP-FILE
002540     END-IF.
002550     IF WS-SIGNUP-STATUS NOT = "00"
002560         DISPLAY "JOKEVNT - inscricoes indisponiveis, status "
002570             WS-SIGNUP-STATUS
002580         CLOSE PLAYER-MASTER
002590         CLOSE EVENT-FILE
002600         MOVE "Y" TO WS-EXIT-SW
002610         GO TO 1000-EXIT
002620     END-IF.
002630     OPEN INPUT CREDIT-ACCOUNTS.
002640     IF WS-CREDIT-STATUS = "00"
002650         MOVE "Y" TO WS-CREDIT-OPEN-SW
002660     END-IF.
002670     MOVE "Y" TO WS-FILES-OPEN-SW.
002680     PERFORM 1100-LOAD-FEES
002690     THRU 1100-EXIT.
002700     DISPLAY "Calendario de noites de competicao - salao "
002710         WS-HALL-ID.
002720     DISPLAY "Digite o ID do operador:".
002730     ACCEPT WS-OPERATOR-ID.
002740     IF WS-OPERATOR-ID = SPACES
002750         DISPLAY "JOKEVNT - operador obrigatorio - nada feito."
002760         MOVE "Y" TO WS-EXIT-SW
002770     END-IF.
002780     GO TO 1000-EXIT.
002790 1000-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------*
002830*  1100-LOAD-FEES - AN ABSENT FEE TABLE SHOWS EVERY         *
002840*  CATEGORY AT ZERO                                         *
002850*----------------------------------------------------------*
002860 1100-LOAD-FEES.
002870     MOVE ZERO TO WS-FEE-AMOUNT(1).
002880     MOVE ZERO TO WS-FEE-AMOUNT(2).
002890     MOVE ZERO TO WS-FEE-AMOUNT(3).
002900     MOVE "N" TO WS-FEE-EOF-SW.
002910     OPEN INPUT FEE-TABLE.
002920     IF WS-FEE-TABLE-STATUS NOT = "00"
002930         GO TO 1100-EXIT
002940     END-IF.
002950     PERFORM 1110-LOAD-ONE-FEE
002960     THRU 1110-EXIT
002970     UNTIL WS-FEE-EOF.
002980     CLOSE FEE-TABLE.
002990     GO TO 1100-EXIT.
003000 1100-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------*
003040*  1110-LOAD-ONE-FEE                                        *
003050*----------------------------------------------------------*
003060 1110-LOAD-ONE-FEE.
003070     READ FEE-TABLE
003080     AT END
003090     MOVE "Y" TO WS-FEE-EOF-SW
003100     NOT AT END
003110     IF FE-CATEGORY >= 1 AND FE-CATEGORY <= 3
003120     MOVE FE-AMOUNT TO WS-FEE-AMOUNT(FE-CATEGORY)
003130     END-IF
003140     END-READ.
003150     GO TO 1110-EXIT.
003160 1110-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------*
003200*  2000-PROCESS-MENU - SHOW THE MENU AND DISPATCH ONE       *
003210*  OPERATOR ACTION                                          *
003220*----------------------------------------------------------*
003230 2000-PROCESS-MENU.
003240     DISPLAY " ".
003250     DISPLAY "Opcoes:".
003260     DISPLAY "  1 - Cadastrar evento".
003270     DISPLAY "  2 - Listar proximos eventos".
003280     DISPLAY "  3 - Inscrever jogador".
003290     DISPLAY "  4 - Cancelar inscricao".
003300     DISPLAY "  5 - Listar inscritos de um evento".
003310     DISPLAY "  9 - Sair".
003320     ACCEPT WS-MENU-OPTION.
003330     EVALUATE WS-MENU-OPTION
003340     WHEN 1
003350     PERFORM 3000-CREATE-EVENT
003360     THRU 3000-EXIT
003370     WHEN 2
003380     PERFORM 3500-LIST-EVENTS
003390     THRU 3500-EXIT
003400     WHEN 3
003410     PERFORM 4000-SIGN-UP
003420     THRU 4000-EXIT
003430     WHEN 4
003440     PERFORM 4500-WITHDRAW
003450     THRU 4500-EXIT
003460     WHEN 5
003470     PERFORM 5000-LIST-SIGNUPS
003480     THRU 5000-EXIT
003490     WHEN 9
003500     MOVE "Y" TO WS-EXIT-SW
003510     WHEN OTHER
003520     DISPLAY "Opcao invalida - tente novamente."
003530     END-EVALUATE.
003540     GO TO 2000-EXIT.
003550 2000-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------*
003590*  3000-CREATE-EVENT - DATE AND HALL, THEN MODE, PLACES     *
003600*  AND FEE CATEGORY; CONFIRMED BEFORE IT IS WRITTEN         *
003610*----------------------------------------------------------*
003620 3000-CREATE-EVENT.
003630     PERFORM 7000-ASK-EVENT-KEY
003640     THRU 7000-EXIT.
003650     IF NOT WS-KEY-OK
003660         GO TO 3000-EXIT
003670     END-IF.
003680     IF WS-CUR-EVENT-DATE < WS-TODAY
003690         DISPLAY "Data ja passou - evento nao cadastrado."
003700         GO TO 3000-EXIT
003710     END-IF.
003720     PERFORM 7100-READ-EVENT
003730     THRU 7100-EXIT.
003740     IF WS-EVENT-FOUND
003750         DISPLAY "Ja existe evento em " WS-CUR-EVENT-DATE
003760             " no salao " WS-CUR-HALL-ID "."
003770         GO TO 3000-EXIT
003780     END-IF.
003790     DISPLAY "Modo de jogo (1 - Classico, 2 - Lizard-Spock):".
003800     ACCEPT WS-MODE-IN.
003810     IF WS-MODE-IN NOT = "1" AND WS-MODE-IN NOT = "2"
003820         DISPLAY "Modo invalido - evento nao cadastrado."
003830         GO TO 3000-EXIT
003840     END-IF.
003850     DISPLAY "Numero de vagas (2 a 64):".
003860     ACCEPT WS-CAPACITY-IN.
003870     IF WS-CAPACITY-IN = SPACES
003880         OR FUNCTION TEST-NUMVAL(WS-CAPACITY-IN) NOT = 0
003890         DISPLAY "Numero de vagas invalido - "
003900             "evento nao cadastrado."
003910         GO TO 3000-EXIT
003920     END-IF.
003930     MOVE FUNCTION NUMVAL(WS-CAPACITY-IN) TO WS-CAPACITY-CHECK.
003940     IF WS-CAPACITY-CHECK < 2
003950         OR WS-CAPACITY-CHECK > WS-MAX-CAPACITY
003960         DISPLAY "Numero de vagas invalido - "
003970             "evento nao cadastrado."
003980         GO TO 3000-EXIT
003990     END-IF.
004000     DISPLAY "Categoria da taxa de inscricao:".
004010     PERFORM 3100-SHOW-ONE-CATEGORY
004020     THRU 3100-EXIT
004030     VARYING WS-CATEGORY-IDX FROM 1 BY 1
004040     UNTIL WS-CATEGORY-IDX > 3.
004050     ACCEPT WS-CATEGORY-IN.
004060     IF WS-CATEGORY-IN < "1" OR WS-CATEGORY-IN > "3"
004070         DISPLAY "Categoria invalida - evento nao cadastrado."
004080         GO TO 3000-EXIT
004090     END-IF.
004100     MOVE SPACES TO EVENT-RECORD.
004110     MOVE WS-CUR-EVENT-KEY TO EV-EVENT-KEY.
004120     MOVE WS-MODE-IN TO EV-GAME-MODE.
004130     MOVE WS-CAPACITY-CHECK TO EV-CAPACITY.
004140     MOVE WS-CATEGORY-IN TO EV-FEE-CATEGORY.
004150     MOVE "A" TO EV-STATUS.
004160     MOVE ZERO TO EV-LAST-SIGNUP-SEQ.
004170     MOVE WS-TODAY TO EV-CREATED-DATE.
004180     MOVE WS-OPERATOR-ID TO EV-CREATED-BY.
004190     MOVE ZERO TO EV-CLOSED-DATE.
004200     MOVE ZERO TO EV-CLOSED-TIME.
004210     MOVE EV-CAPACITY TO WS-EDIT-CAPACITY.
004220     MOVE WS-FEE-AMOUNT(EV-FEE-CATEGORY) TO WS-AMOUNT-DISPLAY.
004230     DISPLAY "Evento " EV-EVENT-DATE " salao " EV-HALL-ID ", "
004240         WS-MODE-NAME(EV-GAME-MODE) ", " WS-EDIT-CAPACITY
004250         " vagas, taxa " WS-AMOUNT-DISPLAY " - confirma? (S/N)".
004260     ACCEPT WS-CONFIRM.
004270     IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
004280         DISPLAY "Evento nao cadastrado."
004290         GO TO 3000-EXIT
004300     END-IF.
004310     WRITE EVENT-RECORD
004320         INVALID KEY
004330             DISPLAY "JOKEVNT - falha ao gravar o evento, status "
004340                 WS-EVENT-STATUS
004350             GO TO 3000-EXIT
004360     END-WRITE.
004370     ADD 1 TO WS-EVENTS-CREATED.
004380     DISPLAY "Evento cadastrado - inscricoes abertas.".
004390     GO TO 3000-EXIT.
004400 3000-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440*  3100-SHOW-ONE-CATEGORY                                   *
004450*----------------------------------------------------------*
004460 3100-SHOW-ONE-CATEGORY.
004470     MOVE WS-FEE-AMOUNT(WS-CATEGORY-IDX) TO WS-AMOUNT-DISPLAY.
004480     DISPLAY "  " WS-CATEGORY-IDX " - "
004490         WS-CATEGORY-NAME(WS-CATEGORY-IDX) " " WS-AMOUNT-DISPLAY.
004500     GO TO 3100-EXIT.
004510 3100-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------*
004550*  3500-LIST-EVENTS - EVERY EVENT FROM TODAY ON, AT EVERY   *
004560*  HALL, WITH PLACES TAKEN AND THE WAITLIST                 *
004570*----------------------------------------------------------*
004580 3500-LIST-EVENTS.
004590     MOVE "N" TO WS-EVENT-EOF-SW.
004600     MOVE WS-TODAY TO EV-EVENT-DATE.
004610     MOVE LOW-VALUES TO EV-HALL-ID.
004620     START EVENT-FILE KEY NOT < EV-EVENT-KEY
004630         INVALID KEY
004640             MOVE "Y" TO WS-EVENT-EOF-SW
004650     END-START.
004660     IF WS-EVENT-EOF
004670         DISPLAY "Nenhum evento a partir de hoje."
004680         GO TO 3500-EXIT
004690     END-IF.
004700     PERFORM 3510-LIST-ONE-EVENT
004710     THRU 3510-EXIT
004720     UNTIL WS-EVENT-EOF.
004730     GO TO 3500-EXIT.
004740 3500-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------*
004780*  3510-LIST-ONE-EVENT                                      *
004790*----------------------------------------------------------*
004800 3510-LIST-ONE-EVENT.
004810     READ EVENT-FILE NEXT RECORD
004820     AT END
004830     MOVE "Y" TO WS-EVENT-EOF-SW
004840     GO TO 3510-EXIT
004850     END-READ.
004860     MOVE EV-EVENT-KEY TO WS-CUR-EVENT-KEY.
004870     PERFORM 7300-LOAD-SIGNUPS
004880     THRU 7300-EXIT.
004890     MOVE EV-CAPACITY TO WS-EDIT-CAPACITY.
004900     MOVE WS-PLACES-TAKEN TO WS-EDIT-COUNT.
004910     MOVE WS-WAITLIST-COUNT TO WS-EDIT-WAITLIST.
004920     IF EV-OPEN
004930         MOVE "ABERTO" TO WS-STATUS-TEXT
004940     ELSE
004950         MOVE "ENCERRADO" TO WS-STATUS-TEXT
004960     END-IF.
004970     MOVE WS-FEE-AMOUNT(EV-FEE-CATEGORY) TO WS-AMOUNT-DISPLAY.
004980     DISPLAY EV-EVENT-DATE " " EV-HALL-ID " "
004990         WS-MODE-NAME(EV-GAME-MODE)
005000         " VAGAS:" WS-EDIT-CAPACITY
005010         " INSCR:" WS-EDIT-COUNT
005020         " ESPERA:" WS-EDIT-WAITLIST
005030         " TAXA:" WS-AMOUNT-DISPLAY
005040         " " WS-STATUS-TEXT.
005050     GO TO 3510-EXIT.
005060 3510-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------*
005100*  4000-SIGN-UP - ONE PLAYER FOR ONE OPEN EVENT: A PLACE    *
005110*  WHILE ANY ARE LEFT, OTHERWISE THE END OF THE WAITLIST.   *
005120*  A PLAYER WHO WITHDREW MAY SIGN UP AGAIN, AT THE BACK.    *
005130*----------------------------------------------------------*
005140 4000-SIGN-UP.
005150     PERFORM 7000-ASK-EVENT-KEY
005160     THRU 7000-EXIT.
005170     IF NOT WS-KEY-OK
005180         GO TO 4000-EXIT
005190     END-IF.
005200     PERFORM 7100-READ-EVENT
005210     THRU 7100-EXIT.
005220     IF NOT WS-EVENT-FOUND
005230         DISPLAY "Evento nao cadastrado."
005240         GO TO 4000-EXIT
005250     END-IF.
005260     IF NOT EV-OPEN
005270         DISPLAY "Check-in ja encerrado - inscricoes fechadas."
005280         GO TO 4000-EXIT
005290     END-IF.
005300     DISPLAY "ID do jogador:".
005310     ACCEPT WS-TARGET-ID.
005320     PERFORM 7200-READ-PLAYER
005330     THRU 7200-EXIT.
005340     IF NOT WS-RECORD-FOUND
005350         GO TO 4000-EXIT
005360     END-IF.
005370     IF PM-STATUS-SUSPENDED
005380         DISPLAY "Jogador suspenso - inscricao recusada."
005390         GO TO 4000-EXIT
005400     END-IF.
005410     PERFORM 7300-LOAD-SIGNUPS
005420     THRU 7300-EXIT.
005430     PERFORM 7400-COUNT-NO-SHOWS
005440     THRU 7400-EXIT.
005450     PERFORM 7600-READ-SIGNUP
005460     THRU 7600-EXIT.
005470     IF WS-SIGNUP-FOUND
005480         AND (ER-HAS-PLACE OR ER-WAITLISTED)
005490         DISPLAY "Jogador " WS-TARGET-ID
005500             " ja inscrito neste evento."
005510         GO TO 4000-EXIT
005520     END-IF.
005530     DISPLAY PM-PLAYER-ID " " PM-PLAYER-NAME.
005540     IF WS-NOSHOW-COUNT > ZERO
005550         MOVE WS-NOSHOW-COUNT TO WS-EDIT-COUNT
005560         DISPLAY "Atencao: " WS-EDIT-COUNT
005570             " falta(s) em eventos anteriores, a ultima em "
005580             WS-LAST-NOSHOW-DATE "."
005590     END-IF.
005600     PERFORM 7500-CHECK-CREDIT
005610     THRU 7500-EXIT.
005620     ADD 1 TO EV-LAST-SIGNUP-SEQ.
005630     MOVE WS-CUR-EVENT-DATE TO ER-EVENT-DATE.
005640     MOVE WS-CUR-HALL-ID TO ER-HALL-ID.
005650     MOVE WS-TARGET-ID TO ER-PLAYER-ID.
005660     MOVE EV-LAST-SIGNUP-SEQ TO ER-SIGNUP-SEQ.
005670     IF WS-PLACES-TAKEN < EV-CAPACITY
005680         MOVE "I" TO ER-STATUS
005690     ELSE
005700         MOVE "E" TO ER-STATUS
005710     END-IF.
005720     MOVE "N" TO ER-ARRIVED-SW.
005730     MOVE "N" TO ER-PROMOTED-SW.
005740     MOVE WS-TODAY TO ER-SIGNUP-DATE.
005750     MOVE FUNCTION CURRENT-DATE(9:6) TO ER-SIGNUP-TIME.
005760     MOVE WS-OPERATOR-ID TO ER-SIGNUP-BY.
005770     MOVE ZERO TO ER-ARRIVAL-TIME.
005780     IF WS-SIGNUP-FOUND
005790         REWRITE EVENT-SIGNUP-RECORD
005800             INVALID KEY
005810                 DISPLAY "JOKEVNT - falha ao gravar a inscricao, "
005820                     "status " WS-SIGNUP-STATUS
005830                 GO TO 4000-EXIT
005840         END-REWRITE
005850     ELSE
005860         WRITE EVENT-SIGNUP-RECORD
005870             INVALID KEY
005880                 DISPLAY "JOKEVNT - falha ao gravar a inscricao, "
005890                     "status " WS-SIGNUP-STATUS
005900                 GO TO 4000-EXIT
005910         END-WRITE
005920     END-IF.
005930     REWRITE EVENT-RECORD
005940         INVALID KEY
005950             DISPLAY "JOKEVNT - falha ao gravar o evento, status "
005960                 WS-EVENT-STATUS
005970     END-REWRITE.
005980     ADD 1 TO WS-SIGNUPS-DONE.
005990     IF ER-HAS-PLACE
006000         COMPUTE WS-EDIT-COUNT = WS-PLACES-TAKEN + 1
006010         MOVE EV-CAPACITY TO WS-EDIT-CAPACITY
006020         DISPLAY "Inscrito - vaga " WS-EDIT-COUNT " de "
006030             WS-EDIT-CAPACITY "."
006040     ELSE
006050         COMPUTE WS-EDIT-WAITLIST = WS-WAITLIST-COUNT + 1
006060         DISPLAY "Vagas esgotadas - lista de espera, posicao "
006070             WS-EDIT-WAITLIST "."
006080     END-IF.
006090     GO TO 4000-EXIT.
006100 4000-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140*  4500-WITHDRAW - CANCEL A SIGN-UP BEFORE THE NIGHT.  A    *
006150*  PLACE GIVEN UP GOES TO THE FIRST ON THE WAITLIST.        *
006160*----------------------------------------------------------*
006170 4500-WITHDRAW.
006180     PERFORM 7000-ASK-EVENT-KEY
006190     THRU 7000-EXIT.
006200     IF NOT WS-KEY-OK
006210         GO TO 4500-EXIT
006220     END-IF.
006230     PERFORM 7100-READ-EVENT
006240     THRU 7100-EXIT.
006250     IF NOT WS-EVENT-FOUND
006260         DISPLAY "Evento nao cadastrado."
006270         GO TO 4500-EXIT
006280     END-IF.
006290     IF NOT EV-OPEN
006300         DISPLAY "Check-in ja encerrado - nada a cancelar."
006310         GO TO 4500-EXIT
006320     END-IF.
006330     DISPLAY "ID do jogador:".
006340     ACCEPT WS-TARGET-ID.
006350     PERFORM 7600-READ-SIGNUP
006360     THRU 7600-EXIT.
006370     IF NOT WS-SIGNUP-FOUND
006380         OR (NOT ER-HAS-PLACE AND NOT ER-WAITLISTED)
006390         DISPLAY "Jogador " WS-TARGET-ID
006400             " nao inscrito neste evento."
006410         GO TO 4500-EXIT
006420     END-IF.
006430     DISPLAY "Cancelar a inscricao de " WS-TARGET-ID
006440         " - confirma? (S/N)".
006450     ACCEPT WS-CONFIRM.
006460     IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
006470         DISPLAY "Inscricao mantida."
006480         GO TO 4500-EXIT
006490     END-IF.
006500     MOVE "N" TO WS-HAD-PLACE-SW.
006510     IF ER-HAS-PLACE
006520         MOVE "Y" TO WS-HAD-PLACE-SW
006530     END-IF.
006540     MOVE "X" TO ER-STATUS.
006550     REWRITE EVENT-SIGNUP-RECORD
006560         INVALID KEY
006570             DISPLAY "JOKEVNT - falha ao gravar a inscricao, "
006580                 "status " WS-SIGNUP-STATUS
006590             GO TO 4500-EXIT
006600     END-REWRITE.
006610     ADD 1 TO WS-WITHDRAWALS-DONE.
006620     DISPLAY "Inscricao cancelada.".
006630     IF NOT WS-HAD-PLACE
006640         GO TO 4500-EXIT
006650     END-IF.
006660     PERFORM 7300-LOAD-SIGNUPS
006670     THRU 7300-EXIT.
006680     MOVE ZERO TO WS-PROMOTE-IDX.
006690     PERFORM 4510-FIND-FIRST-WAITING
006700     THRU 4510-EXIT
006710     VARYING WS-SU-IDX FROM 1 BY 1
006720     UNTIL WS-SU-IDX > WS-SU-COUNT
006730     OR WS-PROMOTE-IDX > ZERO.
006740     IF WS-PROMOTE-IDX = ZERO
006750         GO TO 4500-EXIT
006760     END-IF.
006770     MOVE WS-SU-PLAYER-ID(WS-PROMOTE-IDX) TO WS-TARGET-ID.
006780     PERFORM 7600-READ-SIGNUP
006790     THRU 7600-EXIT.
006800     IF NOT WS-SIGNUP-FOUND
006810         GO TO 4500-EXIT
006820     END-IF.
006830     MOVE "I" TO ER-STATUS.
006840     MOVE "Y" TO ER-PROMOTED-SW.
006850     REWRITE EVENT-SIGNUP-RECORD
006860         INVALID KEY
006870             DISPLAY "JOKEVNT - falha ao gravar a inscricao de "
006880                 WS-TARGET-ID ", status " WS-SIGNUP-STATUS
006890             GO TO 4500-EXIT
006900     END-REWRITE.
006910     DISPLAY "Jogador " WS-TARGET-ID
006920         " sai da lista de espera e fica com a vaga - avisar.".
006930     GO TO 4500-EXIT.
006940 4500-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------*
006980*  4510-FIND-FIRST-WAITING                                  *
006990*----------------------------------------------------------*
007000 4510-FIND-FIRST-WAITING.
007010     IF WS-SU-STATUS(WS-SU-IDX) = "E"
007020         MOVE WS-SU-IDX TO WS-PROMOTE-IDX
007030     END-IF.
007040     GO TO 4510-EXIT.
007050 4510-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------*
007090*  5000-LIST-SIGNUPS - ONE EVENT'S SIGN-UPS IN THE ORDER    *
007100*  THEY WERE TAKEN                                          *
007110*----------------------------------------------------------*
007120 5000-LIST-SIGNUPS.
007130     PERFORM 7000-ASK-EVENT-KEY
007140     THRU 7000-EXIT.
007150     IF NOT WS-KEY-OK
007160         GO TO 5000-EXIT
007170     END-IF.
007180     PERFORM 7100-READ-EVENT
007190     THRU 7100-EXIT.
007200     IF NOT WS-EVENT-FOUND
007210         DISPLAY "Evento nao cadastrado."
007220         GO TO 5000-EXIT
007230     END-IF.
007240     PERFORM 7300-LOAD-SIGNUPS
007250     THRU 7300-EXIT.
007260     MOVE EV-CAPACITY TO WS-EDIT-CAPACITY.
007270     MOVE WS-PLACES-TAKEN TO WS-EDIT-COUNT.
007280     MOVE WS-WAITLIST-COUNT TO WS-EDIT-WAITLIST.
007290     DISPLAY "Evento " EV-EVENT-DATE " salao " EV-HALL-ID " "
007300         WS-MODE-NAME(EV-GAME-MODE) " - vagas " WS-EDIT-CAPACITY
007310         ", com vaga " WS-EDIT-COUNT ", espera " WS-EDIT-WAITLIST.
007320     IF WS-SU-COUNT = ZERO
007330         DISPLAY "Nenhuma inscricao."
007340         GO TO 5000-EXIT
007350     END-IF.
007360     MOVE ZERO TO WS-WAITLIST-POS.
007370     PERFORM 5100-LIST-ONE-SIGNUP
007380     THRU 5100-EXIT
007390     VARYING WS-SU-IDX FROM 1 BY 1
007400     UNTIL WS-SU-IDX > WS-SU-COUNT.
007410     GO TO 5000-EXIT.
007420 5000-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------*
007460*  5100-LIST-ONE-SIGNUP                                     *
007470*----------------------------------------------------------*
007480 5100-LIST-ONE-SIGNUP.
007490     EVALUATE WS-SU-STATUS(WS-SU-IDX)
007500     WHEN "I"
007510     MOVE "COM VAGA" TO WS-STATUS-TEXT
007520     WHEN "E"
007530     ADD 1 TO WS-WAITLIST-POS
007540     MOVE WS-WAITLIST-POS TO WS-EDIT-WAITLIST
007550     MOVE SPACES TO WS-STATUS-TEXT
007560     STRING "ESPERA " WS-EDIT-WAITLIST
007570         DELIMITED BY SIZE INTO WS-STATUS-TEXT
007580     END-STRING
007590     WHEN "X"
007600     MOVE "DESISTIU" TO WS-STATUS-TEXT
007610     WHEN "P"
007620     MOVE "JOGOU" TO WS-STATUS-TEXT
007630     WHEN "F"
007640     MOVE "FALTOU" TO WS-STATUS-TEXT
007650     WHEN "S"
007660     MOVE "SEM VAGA" TO WS-STATUS-TEXT
007670     WHEN OTHER
007680     MOVE "?" TO WS-STATUS-TEXT
007690     END-EVALUATE.
007700     MOVE WS-SU-SEQ(WS-SU-IDX) TO WS-EDIT-SEQ.
007710     DISPLAY WS-EDIT-SEQ " " WS-SU-PLAYER-ID(WS-SU-IDX) " "
007720         WS-STATUS-TEXT
007730         " CHEGOU:" WS-SU-ARRIVED(WS-SU-IDX)
007740         " DA ESPERA:" WS-SU-PROMOTED(WS-SU-IDX).
007750     GO TO 5100-EXIT.
007760 5100-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------*
007800*  7000-ASK-EVENT-KEY - DATE AND HALL OF AN EVENT; A BLANK  *
007810*  HALL IS THIS ONE                                         *
007820*----------------------------------------------------------*
007830 7000-ASK-EVENT-KEY.
007840     MOVE "N" TO WS-KEY-OK-SW.
007850     DISPLAY "Data do evento (AAAAMMDD):".
007860     ACCEPT WS-DATE-IN.
007870     IF WS-DATE-IN IS NOT NUMERIC
007880         DISPLAY "Data invalida."
007890         GO TO 7000-EXIT
007900     END-IF.
007910     MOVE WS-DATE-IN TO WS-DATE-CHECK.
007920     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
007930         OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
007940         DISPLAY "Data invalida."
007950         GO TO 7000-EXIT
007960     END-IF.
007970     DISPLAY "Salao (Enter = " WS-HALL-ID "):".
007980     MOVE SPACES TO WS-HALL-IN.
007990     ACCEPT WS-HALL-IN.
008000     IF WS-HALL-IN = SPACES
008010         MOVE WS-HALL-ID TO WS-HALL-IN
008020     END-IF.
008030     MOVE WS-DATE-CHECK TO WS-CUR-EVENT-DATE.
008040     MOVE WS-HALL-IN TO WS-CUR-HALL-ID.
008050     MOVE "Y" TO WS-KEY-OK-SW.
008060     GO TO 7000-EXIT.
008070 7000-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------*
008110*  7100-READ-EVENT - RANDOM READ BY WS-CUR-EVENT-KEY        *
008120*----------------------------------------------------------*
008130 7100-READ-EVENT.
008140     MOVE "N" TO WS-EVENT-FOUND-SW.
008150     MOVE WS-CUR-EVENT-KEY TO EV-EVENT-KEY.
008160     READ EVENT-FILE
008170         INVALID KEY
008180             CONTINUE
008190         NOT INVALID KEY
008200             MOVE "Y" TO WS-EVENT-FOUND-SW
008210     END-READ.
008220     GO TO 7100-EXIT.
008230 7100-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------*
008270*  7200-READ-PLAYER - RANDOM READ BY WS-TARGET-ID           *
008280*----------------------------------------------------------*
008290 7200-READ-PLAYER.
008300     MOVE "N" TO WS-RECORD-FOUND-SW.
008310     MOVE WS-TARGET-ID TO PM-PLAYER-ID.
008320     READ PLAYER-MASTER
008330         INVALID KEY
008340             DISPLAY "Jogador " WS-TARGET-ID " nao encontrado."
008350         NOT INVALID KEY
008360             MOVE "Y" TO WS-RECORD-FOUND-SW
008370     END-READ.
008380     GO TO 7200-EXIT.
008390 7200-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------*
008430*  7300-LOAD-SIGNUPS - TABLE THE SIGN-UPS OF THE EVENT IN   *
008440*  WS-CUR-EVENT-KEY AND COUNT PLACES TAKEN AND WAITLIST     *
008450*----------------------------------------------------------*
008460 7300-LOAD-SIGNUPS.
008470     MOVE ZERO TO WS-SU-COUNT.
008480     MOVE ZERO TO WS-PLACES-TAKEN.
008490     MOVE ZERO TO WS-WAITLIST-COUNT.
008500     MOVE "N" TO WS-SIGNUP-EOF-SW.
008510     MOVE WS-CUR-EVENT-DATE TO ER-EVENT-DATE.
008520     MOVE WS-CUR-HALL-ID TO ER-HALL-ID.
008530     MOVE LOW-VALUES TO ER-PLAYER-ID.
008540     START SIGNUP-FILE KEY NOT < ER-KEY
008550         INVALID KEY
008560             MOVE "Y" TO WS-SIGNUP-EOF-SW
008570     END-START.
008580     PERFORM 7310-LOAD-ONE-SIGNUP
008590     THRU 7310-EXIT
008600     UNTIL WS-SIGNUP-EOF.
008610     GO TO 7300-EXIT.
008620 7300-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------*
008660*  7310-LOAD-ONE-SIGNUP                                     *
008670*----------------------------------------------------------*
008680 7310-LOAD-ONE-SIGNUP.
008690     READ SIGNUP-FILE NEXT RECORD
008700     AT END
008710     MOVE "Y" TO WS-SIGNUP-EOF-SW
008720     GO TO 7310-EXIT
008730     END-READ.
008740     IF ER-EVENT-DATE NOT = WS-CUR-EVENT-DATE
008750         OR ER-HALL-ID NOT = WS-CUR-HALL-ID
008760         MOVE "Y" TO WS-SIGNUP-EOF-SW
008770         GO TO 7310-EXIT
008780     END-IF.
008790     IF ER-HAS-PLACE
008800         ADD 1 TO WS-PLACES-TAKEN
008810     END-IF.
008820     IF ER-WAITLISTED
008830         ADD 1 TO WS-WAITLIST-COUNT
008840     END-IF.
008850     IF WS-SU-COUNT NOT < 300
008860         ADD 1 TO WS-SU-OVERFLOW
008870         DISPLAY "JOKEVNT - mais de 300 inscricoes - "
008880             ER-PLAYER-ID " fora da lista."
008890         GO TO 7310-EXIT
008900     END-IF.
008910     ADD 1 TO WS-SU-COUNT.
008920     MOVE WS-SU-COUNT TO WS-SU-INS-IDX.
008930     MOVE "N" TO WS-SHIFT-DONE-SW.
008940     PERFORM 7320-SHIFT-ONE-SIGNUP
008950     THRU 7320-EXIT
008960     UNTIL WS-SHIFT-DONE.
008970     MOVE ER-PLAYER-ID TO WS-SU-PLAYER-ID(WS-SU-INS-IDX).
008980     MOVE ER-SIGNUP-SEQ TO WS-SU-SEQ(WS-SU-INS-IDX).
008990     MOVE ER-STATUS TO WS-SU-STATUS(WS-SU-INS-IDX).
009000     MOVE ER-ARRIVED-SW TO WS-SU-ARRIVED(WS-SU-INS-IDX).
009010     MOVE ER-PROMOTED-SW TO WS-SU-PROMOTED(WS-SU-INS-IDX).
009020     GO TO 7310-EXIT.
009030 7310-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------*
009070*  7320-SHIFT-ONE-SIGNUP - MOVE A LATER SIGN-UP DOWN ONE    *
009080*  SLOT TO MAKE ROOM FOR AN EARLIER ONE                     *
009090*----------------------------------------------------------*
009100 7320-SHIFT-ONE-SIGNUP.
009110     IF WS-SU-INS-IDX = 1
009120         MOVE "Y" TO WS-SHIFT-DONE-SW
009130         GO TO 7320-EXIT
009140     END-IF.
009150     IF WS-SU-SEQ(WS-SU-INS-IDX - 1) NOT > ER-SIGNUP-SEQ
009160         MOVE "Y" TO WS-SHIFT-DONE-SW
009170         GO TO 7320-EXIT
009180     END-IF.
009190     MOVE WS-SU-ENTRY(WS-SU-INS-IDX - 1)
009200         TO WS-SU-ENTRY(WS-SU-INS-IDX).
009210     SUBTRACT 1 FROM WS-SU-INS-IDX.
009220     GO TO 7320-EXIT.
009230 7320-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------*
009270*  7400-COUNT-NO-SHOWS - THE PLAYER'S NO-SHOWS AT EVERY     *
009280*  EVENT ON FILE                                            *
009290*----------------------------------------------------------*
009300 7400-COUNT-NO-SHOWS.
009310     MOVE ZERO TO WS-NOSHOW-COUNT.
009320     MOVE ZERO TO WS-LAST-NOSHOW-DATE.
009330     MOVE "N" TO WS-SIGNUP-EOF-SW.
009340     MOVE LOW-VALUES TO ER-KEY.
009350     START SIGNUP-FILE KEY NOT < ER-KEY
009360         INVALID KEY
009370             MOVE "Y" TO WS-SIGNUP-EOF-SW
009380     END-START.
009390     PERFORM 7410-CHECK-ONE-SIGNUP
009400     THRU 7410-EXIT
009410     UNTIL WS-SIGNUP-EOF.
009420     GO TO 7400-EXIT.
009430 7400-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------*
009470*  7410-CHECK-ONE-SIGNUP                                    *
009480*----------------------------------------------------------*
009490 7410-CHECK-ONE-SIGNUP.
009500     READ SIGNUP-FILE NEXT RECORD
009510     AT END
009520     MOVE "Y" TO WS-SIGNUP-EOF-SW
009530     GO TO 7410-EXIT
009540     END-READ.
009550     IF ER-PLAYER-ID = WS-TARGET-ID
009560         AND ER-NO-SHOW
009570         ADD 1 TO WS-NOSHOW-COUNT
009580         IF ER-EVENT-DATE > WS-LAST-NOSHOW-DATE
009590             MOVE ER-EVENT-DATE TO WS-LAST-NOSHOW-DATE
009600         END-IF
009610     END-IF.
009620     GO TO 7410-EXIT.
009630 7410-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------*
009670*  7500-CHECK-CREDIT - WARN WHEN THE CREDIT ACCOUNT WILL    *
009680*  NOT COVER THE EVENT'S FEE.  NOTHING IS CHARGED HERE.     *
009690*----------------------------------------------------------*
009700 7500-CHECK-CREDIT.
009710     IF NOT WS-CREDIT-OPEN
009720         GO TO 7500-EXIT
009730     END-IF.
009740     IF WS-FEE-AMOUNT(EV-FEE-CATEGORY) = ZERO
009750         GO TO 7500-EXIT
009760     END-IF.
009770     MOVE WS-TARGET-ID TO CA-PLAYER-ID.
009780     READ CREDIT-ACCOUNTS
009790         INVALID KEY
009800             MOVE ZERO TO CA-BALANCE
009810     END-READ.
009820     IF CA-BALANCE < WS-FEE-AMOUNT(EV-FEE-CATEGORY)
009830         MOVE CA-BALANCE TO WS-BALANCE-DISPLAY
009840         DISPLAY "Atencao: saldo " WS-BALANCE-DISPLAY
009850             " abaixo da taxa - recarregar antes do evento."
009860     END-IF.
009870     GO TO 7500-EXIT.
009880 7500-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------*
009920*  7600-READ-SIGNUP - RANDOM READ OF WS-TARGET-ID'S SIGN-UP *
009930*  FOR THE EVENT IN WS-CUR-EVENT-KEY                        *
009940*----------------------------------------------------------*
009950 7600-READ-SIGNUP.
009960     MOVE "N" TO WS-SIGNUP-FOUND-SW.
009970     MOVE WS-CUR-EVENT-DATE TO ER-EVENT-DATE.
009980     MOVE WS-CUR-HALL-ID TO ER-HALL-ID.
009990     MOVE WS-TARGET-ID TO ER-PLAYER-ID.
010000     READ SIGNUP-FILE
010010         INVALID KEY
010020             CONTINUE
010030         NOT INVALID KEY
010040             MOVE "Y" TO WS-SIGNUP-FOUND-SW
010050     END-READ.
010060     GO TO 7600-EXIT.
010070 7600-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------*
010110*  9999-TERMINATE - CLOSE UP AND SHOW THE SESSION'S WORK    *
010120*----------------------------------------------------------*
010130 9999-TERMINATE.
010140     IF WS-FILES-OPEN
010150         CLOSE PLAYER-MASTER
010160         CLOSE EVENT-FILE
010170         CLOSE SIGNUP-FILE
010180         IF WS-CREDIT-OPEN
010190             CLOSE CREDIT-ACCOUNTS
010200         END-IF
010210     END-IF.
010220     DISPLAY "JOKEVNT - eventos cadastrados....: "
010230         WS-EVENTS-CREATED.
010240     DISPLAY "JOKEVNT - inscricoes feitas......: "
010250         WS-SIGNUPS-DONE.
010260     DISPLAY "JOKEVNT - inscricoes canceladas..: "
010270         WS-WITHDRAWALS-DONE.
010280     GO TO 9999-EXIT.
010290 9999-EXIT.
010300     EXIT.
