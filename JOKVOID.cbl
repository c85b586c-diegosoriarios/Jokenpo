000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKVOID.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - DESK VOID OF A       *
000110*                   DISPUTED TOURNAMENT BY TOURNAMENT ID.   *
000112*  2026-10-15  RA   CREDIT A REFUND BACK TO THE PLAYER'S    *
000114*                   PREPAID ACCOUNT (JOKCRED) WHEN THE FEE  *
000116*                   WAS DEBITED FROM IT.                    *
000120*----------------------------------------------------------*
000130*  WHEN THE DESK RULES THAT A TOURNAMENT SHOULD NEVER HAVE  *
000140*  COUNTED (WRONG PLAYER SIGNED ON, TERMINAL FAULT MID-     *
000150*  MATCH, A COMPETITION-NIGHT MATCH RULED OUT) THE          *
000160*  OPERATOR TYPES ITS TOURNAMENT ID AND A REASON, AND THIS  *
000170*  PROGRAM:                                                 *
000180*    - APPENDS A VOID RECORD (V) TO THE LIVE LOG.  EVERY    *
000190*      LOG READER SKIPS THE HEADER, DETAILS AND TRAILER OF  *
000200*      A TOURNAMENT THAT HAS ONE, WHICHEVER GENERATION      *
000210*      THEY ARE ON;                                         *
000220*    - BACKS EVERY DETAIL'S RESULT OUT OF THE ACTING        *
000230*      PLAYER'S PLAYERMS COUNTERS - THE SAME ROUNDS THE     *
000240*      RECONCILIATION JOB TALLIES - SO THE MASTER STILL     *
000250*      BALANCES AGAINST THE LOG;                            *
000260*    - POSTS A REFUND (R) TO THE CASH LEDGER AGAINST EACH   *
000270*      CHARGE CARRYING THE TOURNAMENT ID;                   *
000273*    - CREDITS THAT REFUND BACK TO THE PLAYER'S PREPAID     *
000276*      ACCOUNT WHEN THE CHARGE WAS SETTLED FROM IT;         *
000280*    - WRITES THE MASTER AND ACCOUNT CHANGES AND THE VOID   *
000290*      ITSELF, WITH THE OPERATOR ID AND THE REASON, TO THE  *
000295*      AUDIT TRAIL.                                         *
000300*  THE LAST-PLAYED DATE AND A DORMANT-TO-ACTIVE STATUS      *
000310*  CHANGE ARE LEFT AS THEY ARE; FIX THEM IN JOKPMNT IF THE  *
000320*  DESK WANTS THEM BACK.  A BRACKET ALREADY ADVANCED ON A   *
000330*  VOIDED MATCH IS NOT REWOUND.                             *
000340*                                                           *
000350*  A VOID IS REFUSED WHEN THE TOURNAMENT IS NOT ON THE LOG, *
000360*  IS ALREADY VOIDED OR REFUNDED, HAS ITS ID ON MORE THAN   *
000370*  ONE HEADER (TWO HALLS STARTING IN THE SAME SECOND), OR   *
000380*  HAS ROUNDS IN A SEASON ALREADY CLOSED ON SEAHIST - THOSE *
000390*  COUNTERS WERE SNAPSHOT AND RESET AND THE PRIZES MAY      *
000400*  HAVE BEEN PAID, SO THE CORRECTION IS A MANUAL ONE.       *
000410*                                                           *
000420*  POINT VOIDLOG AT THE ARCHIVE GENERATIONS CONCATENATED    *
000430*  AHEAD OF THE LIVE LOG, AS THE RECONCILIATION JOB DOES,   *
000440*  AND JOKLOG AT THE LIVE LOG ITSELF (THE V RECORD IS       *
000450*  APPENDED THERE).                                         *
000460*----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT VOID-SCAN-LOG ASSIGN TO "VOIDLOG"
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS WS-VOID-SCAN-LOG-STATUS.
000530     SELECT JOKENPO-LOG ASSIGN TO "JOKLOG"
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-JOKENPO-LOG-STATUS.
000560     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000570     ORGANIZATION IS INDEXED
000580     ACCESS MODE IS DYNAMIC
000590     RECORD KEY IS PM-PLAYER-ID
000600     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000610     SELECT SEASON-HISTORY ASSIGN TO "SEAHIST"
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS WS-SEASON-HIST-STATUS.
000640     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000670     SELECT AUDIT-FILE ASSIGN TO "JOKAUD"
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS WS-AUDIT-FILE-STATUS.
000691     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000692     ORGANIZATION IS INDEXED
000693     ACCESS MODE IS DYNAMIC
000694     RECORD KEY IS CA-PLAYER-ID
000695     FILE STATUS IS WS-CREDIT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  VOID-SCAN-LOG.
000740 01  SCAN-RECORD                 PIC X(120).
000750
000760 FD  JOKENPO-LOG.
000770 01  LOG-RECORD                  PIC X(120).
000780
000790 FD  PLAYER-MASTER.
000800     COPY JOKPMREC.
000810
000820 FD  SEASON-HISTORY.
000830     COPY JOKSEAHS.
000840
000850 FD  CASH-LEDGER.
000860 01  LEDGER-RECORD               PIC X(50).
000870
000880 FD  AUDIT-FILE.
000890     COPY JOKAUDRC.
000900
000902 FD  CREDIT-ACCOUNTS.
000904     COPY JOKCRDRC.
000906
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------*
000930*  TYPED TRANSACTION LOG AND CASH LEDGER RECORDS            *
000940*----------------------------------------------------------*
000950     COPY JOKLOGRC.
000960     COPY JOKLEDRC.
000970*----------------------------------------------------------*
000980*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000990*----------------------------------------------------------*
001000 01  WS-VOID-SCAN-LOG-STATUS PIC X(02)  VALUE SPACES.
001010 01  WS-JOKENPO-LOG-STATUS   PIC X(02)  VALUE SPACES.
001020 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
001030 01  WS-SEASON-HIST-STATUS   PIC X(02)  VALUE SPACES.
001040 01  WS-CASH-LEDGER-STATUS   PIC X(02)  VALUE SPACES.
001050 01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE SPACES.
001052 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
001054 01  WS-ACCOUNT-FOUND-SW     PIC X(01)  VALUE "N".
001056     88  WS-ACCOUNT-FOUND               VALUE "Y".
001060 01  WS-EXIT-SW              PIC X(01)  VALUE "N".
001070     88  WS-EXIT-REQUESTED              VALUE "Y".
001080 01  WS-FILES-OPEN-SW        PIC X(01)  VALUE "N".
001090     88  WS-FILES-OPEN                  VALUE "Y".
001100 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
001110     88  WS-LOG-EOF                     VALUE "Y".
001120 01  WS-HIST-EOF-SW          PIC X(01)  VALUE "N".
001130     88  WS-HIST-EOF                    VALUE "Y".
001140 01  WS-LEDGER-EOF-SW        PIC X(01)  VALUE "N".
001150     88  WS-LEDGER-EOF                  VALUE "Y".
001160 01  WS-LOG-READABLE-SW      PIC X(01)  VALUE "N".
001170     88  WS-LOG-READABLE                VALUE "Y".
001180 01  WS-TRAILER-FOUND-SW     PIC X(01)  VALUE "N".
001190     88  WS-TRAILER-FOUND               VALUE "Y".
001200 01  WS-ALREADY-VOIDED-SW    PIC X(01)  VALUE "N".
001210     88  WS-ALREADY-VOIDED              VALUE "Y".
001220 01  WS-ALREADY-REFUNDED-SW  PIC X(01)  VALUE "N".
001230     88  WS-ALREADY-REFUNDED            VALUE "Y".
001240 01  WS-CLOSED-ROUND-SW      PIC X(01)  VALUE "N".
001250     88  WS-CLOSED-ROUND                VALUE "Y".
001260 01  WS-VOID-WRITTEN-SW      PIC X(01)  VALUE "N".
001270     88  WS-VOID-WRITTEN                VALUE "Y".
001280*----------------------------------------------------------*
001290*  OPERATOR DIALOGUE FIELDS                                 *
001300*----------------------------------------------------------*
001310 01  WS-OPERATOR-ID          PIC X(10).
001320 01  WS-TARGET-TRN-ID        PIC X(14).
001330 01  WS-VOID-REASON          PIC X(40).
001340 01  WS-CONFIRM              PIC X(01).
001350*----------------------------------------------------------*
001360*  LATEST CLOSED SEASON - ROUNDS DATED IN OR BEFORE IT ARE  *
001370*  ALREADY ON THE HISTORY FILE AND CANNOT BE VOIDED HERE    *
001380*----------------------------------------------------------*
001390 01  WS-LATEST-SEASON        PIC 9(06)  VALUE ZERO.
001400 01  WS-ROUND-SEASON-X       PIC X(06)  VALUE SPACES.
001410 01  WS-ROUND-SEASON         PIC 9(06)  VALUE ZERO.
001420*----------------------------------------------------------*
001430*  THE TOURNAMENT UNDER VOID, AS FOUND ON THE LOG           *
001440*----------------------------------------------------------*
001450 77  WS-HEADERS-FOUND        PIC 9(03)  COMP  VALUE ZERO.
001460 77  WS-DETAILS-FOUND        PIC 9(05)  COMP  VALUE ZERO.
001470 01  WS-TRN-DATE             PIC 9(08)  VALUE ZERO.
001480 01  WS-TRN-HALL-ID          PIC X(04)  VALUE SPACES.
001490 01  WS-TRN-P1-ID            PIC X(10)  VALUE SPACES.
001500 01  WS-TRN-P2-ID            PIC X(10)  VALUE SPACES.
001510 01  WS-TRN-SCORE-1          PIC 9(03)  VALUE ZERO.
001520 01  WS-TRN-SCORE-2          PIC 9(03)  VALUE ZERO.
001530 01  WS-TRN-WINNER-ID        PIC X(10)  VALUE SPACES.
001540*----------------------------------------------------------*
001550*  RESULTS TO BACK OUT, ONE ENTRY PER ACTING PLAYER ID ON   *
001560*  THE TOURNAMENT'S DETAILS (A BATCH RUN CAN CARRY MANY)    *
001570*----------------------------------------------------------*
001580 77  WS-BACK-COUNT           PIC 9(03)  COMP  VALUE ZERO.
001590 77  WS-BACK-IDX             PIC 9(03)  COMP  VALUE ZERO.
001600 77  WS-BACK-FOUND-IDX       PIC 9(03)  COMP  VALUE ZERO.
001610 77  WS-BACK-OVERFLOW        PIC 9(05)  COMP  VALUE ZERO.
001620 01  WS-BACK-TABLE.
001630     05  WS-BACK-ENTRY       OCCURS 500 TIMES.
001640     10  WS-BCK-PLAYER-ID PIC X(10).
001650     10  WS-BCK-WINS      PIC 9(05)  COMP.
001660     10  WS-BCK-LOSSES    PIC 9(05)  COMP.
001670     10  WS-BCK-TIES      PIC 9(05)  COMP.
001680 01  WS-LOOKUP-PLAYER-ID     PIC X(10).
001690*----------------------------------------------------------*
001700*  THE TOURNAMENT'S CHARGES ON THE CASH LEDGER              *
001710*----------------------------------------------------------*
001720 77  WS-CHARGE-COUNT         PIC 9(02)  COMP  VALUE ZERO.
001730 77  WS-CHARGE-IDX           PIC 9(02)  COMP  VALUE ZERO.
001740 01  WS-CHARGE-TABLE.
001750     05  WS-CHARGE-ENTRY     OCCURS 20 TIMES.
001760     10  WS-CHG-RECORD    PIC X(50).
001770 01  WS-REFUND-TOTAL         PIC 9(07)V9(02)  VALUE ZERO.
001780 01  WS-REFUND-DISPLAY       PIC ZZZZZZ9.99.
001790*----------------------------------------------------------*
001800*  AUDIT IMAGES.  A MASTER CHANGE CARRIES THE PLAYERMS      *
001810*  RECORD BEFORE AND AFTER, AN ACCOUNT CREDIT THE JOKCRED   *
001815*  RECORD BEFORE AND AFTER; THE VOID ITSELF CARRIES THE     *
001820*  TOURNAMENT (ID, DATE, PLAYERS, SCORE) BEFORE AND THE     *
001830*  OPERATOR'S REASON AFTER.                                 *
001840*----------------------------------------------------------*
001850 01  WS-AUD-ACTION           PIC X(08).
001860 01  WS-AUD-BEFORE           PIC X(62).
001870 01  WS-AUD-AFTER            PIC X(62).
001880 01  WS-AUD-VOID-IMAGE.
001890     05  WS-AVI-TRN-ID       PIC X(14).
001900     05  FILLER              PIC X(01)  VALUE SPACE.
001910     05  WS-AVI-DATE         PIC 9(08).
001920     05  FILLER              PIC X(01)  VALUE SPACE.
001930     05  WS-AVI-P1-ID        PIC X(10).
001940     05  FILLER              PIC X(01)  VALUE SPACE.
001950     05  WS-AVI-P2-ID        PIC X(10).
001960     05  FILLER              PIC X(01)  VALUE SPACE.
001970     05  WS-AVI-SCORE-1      PIC 9(03).
001980     05  FILLER              PIC X(01)  VALUE "-".
001990     05  WS-AVI-SCORE-2      PIC 9(03).
002000     05  FILLER              PIC X(09)  VALUE SPACES.
002010*----------------------------------------------------------*
002020*  COUNTERS                                                 *
002030*----------------------------------------------------------*
002040 77  WS-VOIDS-DONE           PIC 9(05)  COMP  VALUE ZERO.
002050 77  WS-CHANGES-MADE         PIC 9(05)  COMP  VALUE ZERO.
002060 77  WS-MASTERS-MISSING      PIC 9(05)  COMP  VALUE ZERO.
002070 77  WS-COUNTER-UNDERFLOW    PIC 9(05)  COMP  VALUE ZERO.
002075 77  WS-ACCOUNTS-CREDITED    PIC 9(05)  COMP  VALUE ZERO.
002080
002090 PROCEDURE DIVISION.
002100*----------------------------------------------------------*
002110*  0000-MAINLINE                                            *
002120*----------------------------------------------------------*
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE
002150     THRU 1000-EXIT.
002160     PERFORM 2000-PROCESS-ONE-VOID
002170     THRU 2000-EXIT
002180     UNTIL WS-EXIT-REQUESTED.
002190     PERFORM 9999-TERMINATE
002200     THRU 9999-EXIT.
002210     STOP RUN.
002220
002230*----------------------------------------------------------*
002240*  1000-INITIALIZE - OPEN THE MASTER AND THE AUDIT TRAIL,   *
002250*  FIND THE LATEST CLOSED SEASON AND IDENTIFY THE OPERATOR  *
002260*----------------------------------------------------------*
002270 1000-INITIALIZE.
002280     OPEN I-O PLAYER-MASTER.
002290     IF WS-PLAYER-MASTER-STATUS NOT = "00"
002300         DISPLAY "JOKVOID - cadastro indisponivel, status "
002310             WS-PLAYER-MASTER-STATUS
002320         MOVE "Y" TO WS-EXIT-SW
002330         GO TO 1000-EXIT
002340     END-IF.
002350     OPEN EXTEND AUDIT-FILE.
002360     IF WS-AUDIT-FILE-STATUS = "35"
002370         OPEN OUTPUT AUDIT-FILE
002380         CLOSE AUDIT-FILE
002390         OPEN EXTEND AUDIT-FILE
002400     END-IF.
002401     OPEN I-O CREDIT-ACCOUNTS.
002402     IF WS-CREDIT-STATUS = "35"
002403         OPEN OUTPUT CREDIT-ACCOUNTS
002404         CLOSE CREDIT-ACCOUNTS
002405         OPEN I-O CREDIT-ACCOUNTS
002406     END-IF.
002410     MOVE "Y" TO WS-FILES-OPEN-SW.
002420     PERFORM 1100-FIND-LATEST-SEASON
002430     THRU 1100-EXIT.
002440     DISPLAY "Anulacao de torneios".
002450     DISPLAY "Digite o ID do operador:".
002460     ACCEPT WS-OPERATOR-ID.
002470     IF WS-OPERATOR-ID = SPACES
002480         DISPLAY "JOKVOID - operador obrigatorio - nada feito."
002490         MOVE "Y" TO WS-EXIT-SW
002500     END-IF.
002510     GO TO 1000-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------*
002560*  1100-FIND-LATEST-SEASON - SCAN THE SEASON HISTORY FILE   *
002570*  FOR THE LATEST CLOSED SEASON.  NO HISTORY FILE MEANS NO  *
002580*  SEASON WAS CLOSED YET.                                   *
002590*----------------------------------------------------------*
002600 1100-FIND-LATEST-SEASON.
002610     OPEN INPUT SEASON-HISTORY.
002620     IF WS-SEASON-HIST-STATUS NOT = "00"
002630         GO TO 1100-EXIT
002640     END-IF.
002650     PERFORM 1110-SCAN-ONE-HISTORY-RECORD
002660     THRU 1110-EXIT
002670     UNTIL WS-HIST-EOF.
002680     CLOSE SEASON-HISTORY.
002690     GO TO 1100-EXIT.
002700 1100-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------*
002740*  1110-SCAN-ONE-HISTORY-RECORD                              *
002750*----------------------------------------------------------*
002760 1110-SCAN-ONE-HISTORY-RECORD.
002770     READ SEASON-HISTORY
002780         AT END
002790             MOVE "Y" TO WS-HIST-EOF-SW
002800             GO TO 1110-EXIT
002810     END-READ.
002820     IF SH-SEASON > WS-LATEST-SEASON
002830         MOVE SH-SEASON TO WS-LATEST-SEASON
002840     END-IF.
002850     GO TO 1110-EXIT.
002860 1110-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------*
002900*  2000-PROCESS-ONE-VOID - ASK FOR A TOURNAMENT ID, CHECK   *
002910*  IT CAN BE VOIDED, SHOW IT, TAKE THE REASON AND THE       *
002920*  CONFIRMATION, THEN POST THE VOID EVERYWHERE              *
002930*----------------------------------------------------------*
002940 2000-PROCESS-ONE-VOID.
002950     DISPLAY " ".
002960     DISPLAY "ID do torneio a anular (vazio ou FIM para sair):".
002970     ACCEPT WS-TARGET-TRN-ID.
002980     IF WS-TARGET-TRN-ID = SPACES
002990         OR WS-TARGET-TRN-ID = "FIM"
003000         OR WS-TARGET-TRN-ID = "fim"
003010         MOVE "Y" TO WS-EXIT-SW
003020         GO TO 2000-EXIT
003030     END-IF.
003040
003050     PERFORM 3000-SCAN-LOG
003060     THRU 3000-EXIT.
003070     IF NOT WS-LOG-READABLE
003080         GO TO 2000-EXIT
003090     END-IF.
003100     IF WS-HEADERS-FOUND = ZERO
003110         DISPLAY "Torneio " WS-TARGET-TRN-ID
003120             " nao encontrado no log."
003130         GO TO 2000-EXIT
003140     END-IF.
003150     IF WS-ALREADY-VOIDED
003160         DISPLAY "Torneio " WS-TARGET-TRN-ID " ja anulado."
003170         GO TO 2000-EXIT
003180     END-IF.
003190     IF WS-HEADERS-FOUND > 1
003200         DISPLAY "ID " WS-TARGET-TRN-ID " em mais de um "
003210             "cabecalho - anulacao manual."
003220         GO TO 2000-EXIT
003230     END-IF.
003240     IF WS-CLOSED-ROUND
003250         DISPLAY "Torneio com rodadas em temporada encerrada ("
003260             WS-LATEST-SEASON ") - anulacao recusada."
003270         GO TO 2000-EXIT
003280     END-IF.
003290     IF WS-BACK-OVERFLOW > ZERO
003300         DISPLAY "Jogadores demais no torneio - anulacao manual."
003310         GO TO 2000-EXIT
003320     END-IF.
003330
003340     PERFORM 4000-SCAN-LEDGER
003350     THRU 4000-EXIT.
003360     IF WS-ALREADY-REFUNDED
003370         DISPLAY "Estorno ja lancado no caixa para "
003380             WS-TARGET-TRN-ID " - verifique antes de anular."
003390         GO TO 2000-EXIT
003400     END-IF.
003410
003420     PERFORM 2100-SHOW-TOURNAMENT
003430     THRU 2100-EXIT.
003440     DISPLAY "Motivo da anulacao:".
003450     ACCEPT WS-VOID-REASON.
003460     IF WS-VOID-REASON = SPACES
003470         DISPLAY "Motivo obrigatorio - nada feito."
003480         GO TO 2000-EXIT
003490     END-IF.
003500     DISPLAY "Anular o torneio " WS-TARGET-TRN-ID
003510         " - confirma? (S/N)".
003520     ACCEPT WS-CONFIRM.
003530     IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
003540         DISPLAY "Anulacao cancelada."
003550         GO TO 2000-EXIT
003560     END-IF.
003570
003580*    THE V RECORD GOES FIRST: ONCE IT IS ON THE LOG A SECOND
003590*    ATTEMPT IS REFUSED, SO AN INTERRUPTED VOID IS FINISHED
003600*    BY HAND FROM THE AUDIT TRAIL, NEVER POSTED TWICE
003610     PERFORM 5000-WRITE-VOID-RECORD
003620     THRU 5000-EXIT.
003630     IF NOT WS-VOID-WRITTEN
003640         GO TO 2000-EXIT
003650     END-IF.
003660     PERFORM 6000-BACK-OUT-MASTERS
003670     THRU 6000-EXIT.
003680     PERFORM 7000-WRITE-REFUNDS
003690     THRU 7000-EXIT.
003700     PERFORM 8100-AUDIT-VOID
003710     THRU 8100-EXIT.
003720     ADD 1 TO WS-VOIDS-DONE.
003730     DISPLAY "Torneio " WS-TARGET-TRN-ID " anulado.".
003740     GO TO 2000-EXIT.
003750 2000-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790*  2100-SHOW-TOURNAMENT - WHAT THE OPERATOR IS ABOUT TO     *
003800*  VOID, AND WHAT IT WILL REVERSE                           *
003810*----------------------------------------------------------*
003820 2100-SHOW-TOURNAMENT.
003830     DISPLAY "Torneio " WS-TARGET-TRN-ID " de " WS-TRN-DATE
003840         " salao " WS-TRN-HALL-ID.
003850     DISPLAY "  Jogadores: " WS-TRN-P1-ID " x " WS-TRN-P2-ID.
003860     DISPLAY "  Rodadas no log: " WS-DETAILS-FOUND.
003870     IF WS-TRAILER-FOUND
003880         DISPLAY "  Placar: " WS-TRN-SCORE-1 " x "
003890             WS-TRN-SCORE-2 "  vencedor: " WS-TRN-WINNER-ID
003900     ELSE
003910         DISPLAY "  Sem trailer - torneio interrompido."
003920     END-IF.
003930     DISPLAY "  Jogadores a estornar no cadastro: "
003940         WS-BACK-COUNT.
003950     MOVE ZERO TO WS-REFUND-TOTAL.
003960     PERFORM 2110-ADD-ONE-CHARGE
003970     THRU 2110-EXIT
003980     VARYING WS-CHARGE-IDX FROM 1 BY 1
003990     UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT.
004000     MOVE WS-REFUND-TOTAL TO WS-REFUND-DISPLAY.
004010     IF WS-CHARGE-COUNT = ZERO
004020         DISPLAY "  Sem taxa no caixa - nada a estornar."
004030     ELSE
004040         DISPLAY "  Taxas a estornar: " WS-CHARGE-COUNT
004050             "  valor: " WS-REFUND-DISPLAY
004060     END-IF.
004070     GO TO 2100-EXIT.
004080 2100-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120*  2110-ADD-ONE-CHARGE                                       *
004130*----------------------------------------------------------*
004140 2110-ADD-ONE-CHARGE.
004150     MOVE WS-CHG-RECORD(WS-CHARGE-IDX) TO LEDGER-CHARGE-RECORD.
004160     ADD LC-AMOUNT TO WS-REFUND-TOTAL.
004170     GO TO 2110-EXIT.
004180 2110-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------*
004220*  3000-SCAN-LOG - ONE PASS OVER THE CONCATENATED LOG,      *
004230*  PICKING UP THE TOURNAMENT'S HEADER, TRAILER, ANY EARLIER *
004240*  VOID, AND THE RESULTS ON ITS DETAILS BY PLAYER           *
004250*----------------------------------------------------------*
004260 3000-SCAN-LOG.
004270     MOVE "N" TO WS-LOG-READABLE-SW.
004280     MOVE "N" TO WS-LOG-EOF-SW.
004290     MOVE "N" TO WS-TRAILER-FOUND-SW.
004300     MOVE "N" TO WS-ALREADY-VOIDED-SW.
004310     MOVE "N" TO WS-CLOSED-ROUND-SW.
004320     MOVE ZERO TO WS-HEADERS-FOUND.
004330     MOVE ZERO TO WS-DETAILS-FOUND.
004340     MOVE ZERO TO WS-BACK-COUNT.
004350     MOVE ZERO TO WS-BACK-OVERFLOW.
004360     MOVE ZERO TO WS-TRN-DATE.
004370     MOVE SPACES TO WS-TRN-HALL-ID.
004380     MOVE SPACES TO WS-TRN-P1-ID.
004390     MOVE SPACES TO WS-TRN-P2-ID.
004400     MOVE ZERO TO WS-TRN-SCORE-1.
004410     MOVE ZERO TO WS-TRN-SCORE-2.
004420     MOVE SPACES TO WS-TRN-WINNER-ID.
004430     OPEN INPUT VOID-SCAN-LOG.
004440     IF WS-VOID-SCAN-LOG-STATUS NOT = "00"
004450         DISPLAY "JOKVOID - log indisponivel, status "
004460             WS-VOID-SCAN-LOG-STATUS
004470         GO TO 3000-EXIT
004480     END-IF.
004490     MOVE "Y" TO WS-LOG-READABLE-SW.
004500     PERFORM 3100-SCAN-ONE-LOG-RECORD
004510     THRU 3100-EXIT
004520     UNTIL WS-LOG-EOF.
004530     CLOSE VOID-SCAN-LOG.
004540     GO TO 3000-EXIT.
004550 3000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------*
004590*  3100-SCAN-ONE-LOG-RECORD - ONLY THE TYPED RECORDS OF THE *
004600*  TOURNAMENT MATTER; OLD FLAT LINES CARRY NO TOURNAMENT ID *
004610*----------------------------------------------------------*
004620 3100-SCAN-ONE-LOG-RECORD.
004630     READ VOID-SCAN-LOG
004640     AT END
004650     MOVE "Y" TO WS-LOG-EOF-SW
004660     GO TO 3100-EXIT
004670     END-READ.
004680     EVALUATE SCAN-RECORD(1:1)
004690     WHEN "H"
004700     PERFORM 3200-CHECK-HEADER
004710     THRU 3200-EXIT
004720     WHEN "D"
004730     PERFORM 3300-CHECK-DETAIL
004740     THRU 3300-EXIT
004750     WHEN "T"
004760     PERFORM 3400-CHECK-TRAILER
004770     THRU 3400-EXIT
004780     WHEN "V"
004790     MOVE SCAN-RECORD TO LOG-VOID-RECORD
004800     IF LV-TOURNAMENT-ID = WS-TARGET-TRN-ID
004810     MOVE "Y" TO WS-ALREADY-VOIDED-SW
004820     END-IF
004830     WHEN OTHER
004840     CONTINUE
004850     END-EVALUATE.
004860     GO TO 3100-EXIT.
004870 3100-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------*
004910*  3200-CHECK-HEADER                                         *
004920*----------------------------------------------------------*
004930 3200-CHECK-HEADER.
004940     MOVE SCAN-RECORD TO LOG-HEADER-RECORD.
004950     IF LH-TOURNAMENT-ID NOT = WS-TARGET-TRN-ID
004960         GO TO 3200-EXIT
004970     END-IF.
004980     ADD 1 TO WS-HEADERS-FOUND.
004990     MOVE LH-DATE TO WS-TRN-DATE.
005000     MOVE LH-HALL-ID TO WS-TRN-HALL-ID.
005010     MOVE LH-PLAYER-1-ID TO WS-TRN-P1-ID.
005020     MOVE LH-PLAYER-2-ID TO WS-TRN-P2-ID.
005030     GO TO 3200-EXIT.
005040 3200-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------*
005080*  3300-CHECK-DETAIL - TALLY THE ROUND AGAINST ITS ACTING   *
005090*  PLAYER, AND NOTE A ROUND DATED IN A CLOSED SEASON        *
005100*----------------------------------------------------------*
005110 3300-CHECK-DETAIL.
005120     MOVE SCAN-RECORD TO LOG-DETAIL-RECORD.
005130     IF LD-TOURNAMENT-ID NOT = WS-TARGET-TRN-ID
005140         GO TO 3300-EXIT
005150     END-IF.
005160     ADD 1 TO WS-DETAILS-FOUND.
005170     MOVE LD-TIMESTAMP(1:6) TO WS-ROUND-SEASON-X.
005180     IF WS-ROUND-SEASON-X IS NUMERIC
005190         MOVE WS-ROUND-SEASON-X TO WS-ROUND-SEASON
005200         IF WS-ROUND-SEASON <= WS-LATEST-SEASON
005210             MOVE "Y" TO WS-CLOSED-ROUND-SW
005220         END-IF
005230     END-IF.
005240     IF LD-PLAYER-ID = SPACES
005250         GO TO 3300-EXIT
005260     END-IF.
005270     MOVE LD-PLAYER-ID TO WS-LOOKUP-PLAYER-ID.
005280     PERFORM 3500-LOCATE-OR-CREATE-BACK
005290     THRU 3500-EXIT.
005300     IF WS-BACK-FOUND-IDX = ZERO
005310         ADD 1 TO WS-BACK-OVERFLOW
005320         GO TO 3300-EXIT
005330     END-IF.
005340     EVALUATE TRUE
005350     WHEN LD-RESULT-IND = "W"
005360     ADD 1 TO WS-BCK-WINS(WS-BACK-FOUND-IDX)
005370     WHEN LD-RESULT-IND = "L"
005380     ADD 1 TO WS-BCK-LOSSES(WS-BACK-FOUND-IDX)
005390     WHEN LD-RESULT-IND = "T"
005400     ADD 1 TO WS-BCK-TIES(WS-BACK-FOUND-IDX)
005410     END-EVALUATE.
005420     GO TO 3300-EXIT.
005430 3300-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------*
005470*  3400-CHECK-TRAILER                                        *
005480*----------------------------------------------------------*
005490 3400-CHECK-TRAILER.
005500     MOVE SCAN-RECORD TO LOG-TRAILER-RECORD.
005510     IF LT-TOURNAMENT-ID NOT = WS-TARGET-TRN-ID
005520         GO TO 3400-EXIT
005530     END-IF.
005540     MOVE "Y" TO WS-TRAILER-FOUND-SW.
005550     MOVE LT-PLAYER-1-SCORE TO WS-TRN-SCORE-1.
005560     MOVE LT-PLAYER-2-SCORE TO WS-TRN-SCORE-2.
005570     MOVE LT-WINNER-ID TO WS-TRN-WINNER-ID.
005580     GO TO 3400-EXIT.
005590 3400-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------*
005630*  3500-LOCATE-OR-CREATE-BACK - FIND THE PLAYER IN          *
005640*  WS-LOOKUP-PLAYER-ID ON THE BACK-OUT TABLE, OPENING AN    *
005650*  ENTRY IF THERE IS ROOM                                   *
005660*----------------------------------------------------------*
005670 3500-LOCATE-OR-CREATE-BACK.
005680     MOVE ZERO TO WS-BACK-FOUND-IDX.
005690     PERFORM 3510-CHECK-ONE-BACK-ENTRY
005700     THRU 3510-EXIT
005710     VARYING WS-BACK-IDX FROM 1 BY 1
005720     UNTIL WS-BACK-IDX > WS-BACK-COUNT
005730     OR WS-BACK-FOUND-IDX > ZERO.
005740     IF WS-BACK-FOUND-IDX = ZERO
005750         AND WS-BACK-COUNT < 500
005760         ADD 1 TO WS-BACK-COUNT
005770         MOVE WS-BACK-COUNT TO WS-BACK-FOUND-IDX
005780         MOVE WS-LOOKUP-PLAYER-ID
005790             TO WS-BCK-PLAYER-ID(WS-BACK-FOUND-IDX)
005800         MOVE ZERO TO WS-BCK-WINS(WS-BACK-FOUND-IDX)
005810         MOVE ZERO TO WS-BCK-LOSSES(WS-BACK-FOUND-IDX)
005820         MOVE ZERO TO WS-BCK-TIES(WS-BACK-FOUND-IDX)
005830     END-IF.
005840     GO TO 3500-EXIT.
005850 3500-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------*
005890*  3510-CHECK-ONE-BACK-ENTRY                                 *
005900*----------------------------------------------------------*
005910 3510-CHECK-ONE-BACK-ENTRY.
005920     IF WS-BCK-PLAYER-ID(WS-BACK-IDX) = WS-LOOKUP-PLAYER-ID
005930     MOVE WS-BACK-IDX TO WS-BACK-FOUND-IDX
005940     END-IF.
005950     GO TO 3510-EXIT.
005960 3510-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------*
006000*  4000-SCAN-LEDGER - TABLE THE CHARGES CARRYING THE        *
006010*  TOURNAMENT ID AND NOTE ANY REFUND ALREADY POSTED.  NO    *
006020*  LEDGER MEANS NO CHARGES (BATCH RUNS ARE NEVER CHARGED).  *
006030*----------------------------------------------------------*
006040 4000-SCAN-LEDGER.
006050     MOVE ZERO TO WS-CHARGE-COUNT.
006060     MOVE "N" TO WS-ALREADY-REFUNDED-SW.
006070     MOVE "N" TO WS-LEDGER-EOF-SW.
006080     OPEN INPUT CASH-LEDGER.
006090     IF WS-CASH-LEDGER-STATUS NOT = "00"
006100         GO TO 4000-EXIT
006110     END-IF.
006120     PERFORM 4100-SCAN-ONE-LEDGER-RECORD
006130     THRU 4100-EXIT
006140     UNTIL WS-LEDGER-EOF.
006150     CLOSE CASH-LEDGER.
006160     GO TO 4000-EXIT.
006170 4000-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------*
006210*  4100-SCAN-ONE-LEDGER-RECORD                               *
006220*----------------------------------------------------------*
006230 4100-SCAN-ONE-LEDGER-RECORD.
006240     READ CASH-LEDGER
006250     AT END
006260     MOVE "Y" TO WS-LEDGER-EOF-SW
006270     GO TO 4100-EXIT
006280     END-READ.
006290     EVALUATE LEDGER-RECORD(1:1)
006300     WHEN "C"
006310     MOVE LEDGER-RECORD TO LEDGER-CHARGE-RECORD
006320     IF LC-TOURNAMENT-ID = WS-TARGET-TRN-ID
006330     AND WS-CHARGE-COUNT < 20
006340     ADD 1 TO WS-CHARGE-COUNT
006350     MOVE LEDGER-RECORD TO WS-CHG-RECORD(WS-CHARGE-COUNT)
006360     END-IF
006370     WHEN "R"
006380     MOVE LEDGER-RECORD TO LEDGER-REFUND-RECORD
006390     IF LR-TOURNAMENT-ID = WS-TARGET-TRN-ID
006400     MOVE "Y" TO WS-ALREADY-REFUNDED-SW
006410     END-IF
006420     WHEN OTHER
006430     CONTINUE
006440     END-EVALUATE.
006450     GO TO 4100-EXIT.
006460 4100-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------*
006500*  5000-WRITE-VOID-RECORD - APPEND THE V RECORD TO THE      *
006510*  LIVE LOG; IT TRAVELS TO THE ARCHIVE WITH THE REST OF     *
006520*  THE DAY                                                  *
006530*----------------------------------------------------------*
006540 5000-WRITE-VOID-RECORD.
006550     MOVE "N" TO WS-VOID-WRITTEN-SW.
006560     OPEN EXTEND JOKENPO-LOG.
006570     IF WS-JOKENPO-LOG-STATUS = "35"
006580         OPEN OUTPUT JOKENPO-LOG
006590         CLOSE JOKENPO-LOG
006600         OPEN EXTEND JOKENPO-LOG
006610     END-IF.
006620     IF WS-JOKENPO-LOG-STATUS NOT = "00"
006630         DISPLAY "JOKVOID - log ao vivo indisponivel, status "
006640             WS-JOKENPO-LOG-STATUS " - nada feito."
006650         GO TO 5000-EXIT
006660     END-IF.
006670     MOVE SPACES TO LOG-VOID-RECORD.
006680     MOVE "V" TO LV-RECORD-TYPE.
006690     MOVE WS-TARGET-TRN-ID TO LV-TOURNAMENT-ID.
006700     MOVE FUNCTION CURRENT-DATE(1:14) TO LV-VOID-TIMESTAMP.
006710     MOVE WS-OPERATOR-ID TO LV-OPERATOR-ID.
006720     MOVE WS-VOID-REASON TO LV-REASON.
006730     MOVE SPACES TO LOG-RECORD.
006740     MOVE LOG-VOID-RECORD TO LOG-RECORD.
006750     WRITE LOG-RECORD.
006760     CLOSE JOKENPO-LOG.
006770     MOVE "Y" TO WS-VOID-WRITTEN-SW.
006780     GO TO 5000-EXIT.
006790 5000-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830*  6000-BACK-OUT-MASTERS - TAKE EACH PLAYER'S ROUNDS OFF    *
006840*  THEIR SEASON COUNTERS                                    *
006850*----------------------------------------------------------*
006860 6000-BACK-OUT-MASTERS.
006870     PERFORM 6100-BACK-OUT-ONE-PLAYER
006880     THRU 6100-EXIT
006890     VARYING WS-BACK-IDX FROM 1 BY 1
006900     UNTIL WS-BACK-IDX > WS-BACK-COUNT.
006910     GO TO 6000-EXIT.
006920 6000-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------*
006960*  6100-BACK-OUT-ONE-PLAYER - A COUNTER THAT WOULD GO       *
006970*  BELOW ZERO STOPS AT ZERO AND IS REPORTED; THE            *
006980*  RECONCILIATION JOB WILL SHOW WHERE IT CAME FROM          *
006990*----------------------------------------------------------*
007000 6100-BACK-OUT-ONE-PLAYER.
007010     MOVE WS-BCK-PLAYER-ID(WS-BACK-IDX) TO PM-PLAYER-ID.
007020     READ PLAYER-MASTER
007030         INVALID KEY
007040             ADD 1 TO WS-MASTERS-MISSING
007050             DISPLAY "Jogador " WS-BCK-PLAYER-ID(WS-BACK-IDX)
007060                 " fora do cadastro - nada a estornar."
007070             GO TO 6100-EXIT
007080     END-READ.
007090     MOVE PLAYER-MASTER-RECORD TO WS-AUD-BEFORE.
007100     IF WS-BCK-WINS(WS-BACK-IDX) > PM-WINS
007110         ADD 1 TO WS-COUNTER-UNDERFLOW
007120         MOVE ZERO TO PM-WINS
007130     ELSE
007140         SUBTRACT WS-BCK-WINS(WS-BACK-IDX) FROM PM-WINS
007150     END-IF.
007160     IF WS-BCK-LOSSES(WS-BACK-IDX) > PM-LOSSES
007170         ADD 1 TO WS-COUNTER-UNDERFLOW
007180         MOVE ZERO TO PM-LOSSES
007190     ELSE
007200         SUBTRACT WS-BCK-LOSSES(WS-BACK-IDX) FROM PM-LOSSES
007210     END-IF.
007220     IF WS-BCK-TIES(WS-BACK-IDX) > PM-TIES
007230         ADD 1 TO WS-COUNTER-UNDERFLOW
007240         MOVE ZERO TO PM-TIES
007250     ELSE
007260         SUBTRACT WS-BCK-TIES(WS-BACK-IDX) FROM PM-TIES
007270     END-IF.
007280     MOVE PLAYER-MASTER-RECORD TO WS-AUD-AFTER.
007290     REWRITE PLAYER-MASTER-RECORD.
007300     MOVE "ANULA   " TO WS-AUD-ACTION.
007310     PERFORM 8000-WRITE-AUDIT
007320     THRU 8000-EXIT.
007330     GO TO 6100-EXIT.
007340 6100-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------*
007380*  7000-WRITE-REFUNDS - ONE R RECORD PER CHARGE FOUND,      *
007390*  MIRRORING THE CHARGE IT REVERSES                         *
007400*----------------------------------------------------------*
007410 7000-WRITE-REFUNDS.
007420     IF WS-CHARGE-COUNT = ZERO
007430         GO TO 7000-EXIT
007440     END-IF.
007450     OPEN EXTEND CASH-LEDGER.
007460     IF WS-CASH-LEDGER-STATUS NOT = "00"
007470         DISPLAY "JOKVOID - caixa indisponivel, status "
007480             WS-CASH-LEDGER-STATUS " - lance o estorno a mao."
007490         GO TO 7000-EXIT
007500     END-IF.
007510     PERFORM 7100-WRITE-ONE-REFUND
007520     THRU 7100-EXIT
007530     VARYING WS-CHARGE-IDX FROM 1 BY 1
007540     UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT.
007550     CLOSE CASH-LEDGER.
007560     GO TO 7000-EXIT.
007570 7000-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------*
007610*  7100-WRITE-ONE-REFUND                                     *
007620*----------------------------------------------------------*
007630 7100-WRITE-ONE-REFUND.
007640     MOVE WS-CHG-RECORD(WS-CHARGE-IDX) TO LEDGER-CHARGE-RECORD.
007650     MOVE SPACES TO LEDGER-REFUND-RECORD.
007660     MOVE "R" TO LR-RECORD-TYPE.
007670     MOVE LC-TOURNAMENT-ID TO LR-TOURNAMENT-ID.
007680     MOVE LC-DATE TO LR-DATE.
007690     MOVE LC-CATEGORY TO LR-CATEGORY.
007700     MOVE LC-AMOUNT TO LR-AMOUNT.
007710     MOVE LC-PLAYER-ID TO LR-PLAYER-ID.
007715     MOVE LC-SETTLEMENT TO LR-SETTLEMENT.
007720     MOVE SPACES TO LEDGER-RECORD.
007730     MOVE LEDGER-REFUND-RECORD TO LEDGER-RECORD.
007740     WRITE LEDGER-RECORD.
007742     IF LC-ON-ACCOUNT
007744         PERFORM 7200-CREDIT-ACCOUNT
007746         THRU 7200-EXIT
007748     END-IF.
007750     GO TO 7100-EXIT.
007760 7100-EXIT.
007770     EXIT.
007771
007772*----------------------------------------------------------*
007773*  7200-CREDIT-ACCOUNT - THE FEE WAS DEBITED FROM THE       *
007774*  PLAYER'S PREPAID ACCOUNT, SO THE REFUND GOES BACK THERE  *
007775*  RATHER THAN OVER THE COUNTER                             *
007776*----------------------------------------------------------*
007777 7200-CREDIT-ACCOUNT.
007778     IF WS-CREDIT-STATUS NOT = "00"
007779         DISPLAY "JOKVOID - contas indisponiveis, status "
007780             WS-CREDIT-STATUS " - credite " LR-PLAYER-ID " a mao."
007781         GO TO 7200-EXIT
007782     END-IF.
007783     MOVE "Y" TO WS-ACCOUNT-FOUND-SW.
007784     MOVE LR-PLAYER-ID TO CA-PLAYER-ID.
007785     READ CREDIT-ACCOUNTS
007786         INVALID KEY
007787             MOVE "N" TO WS-ACCOUNT-FOUND-SW
007788     END-READ.
007789     IF WS-ACCOUNT-FOUND
007790         MOVE CREDIT-ACCOUNT-RECORD TO WS-AUD-BEFORE
007791     ELSE
007792         MOVE SPACES TO WS-AUD-BEFORE
007793         MOVE LR-PLAYER-ID TO CA-PLAYER-ID
007794         MOVE ZERO TO CA-BALANCE
007795         MOVE FUNCTION CURRENT-DATE(1:8) TO CA-OPENED-DATE
007796     END-IF.
007797     ADD LR-AMOUNT TO CA-BALANCE.
007798     MOVE FUNCTION CURRENT-DATE(1:8) TO CA-LAST-MOVE-DATE.
007799     IF WS-ACCOUNT-FOUND
007800         REWRITE CREDIT-ACCOUNT-RECORD
007801     ELSE
007802         WRITE CREDIT-ACCOUNT-RECORD
007803     END-IF.
007804     MOVE CREDIT-ACCOUNT-RECORD TO WS-AUD-AFTER.
007805     MOVE "ANULA   " TO WS-AUD-ACTION.
007806     PERFORM 8000-WRITE-AUDIT
007807     THRU 8000-EXIT.
007808     ADD 1 TO WS-ACCOUNTS-CREDITED.
007809     GO TO 7200-EXIT.
007810 7200-EXIT.
007811     EXIT.
007812
007813*----------------------------------------------------------*
007814*  8000-WRITE-AUDIT - ONE AUDIT RECORD PER CHANGE, WITH     *
007815*  BEFORE AND AFTER IMAGES, THE OPERATOR AND A TIMESTAMP    *
007820*----------------------------------------------------------*
007830 8000-WRITE-AUDIT.
007840     MOVE SPACES TO AUDIT-RECORD.
007850     MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
007860     MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
007870     MOVE WS-AUD-ACTION TO AUD-ACTION.
007880     MOVE WS-AUD-BEFORE TO AUD-BEFORE-IMAGE.
007890     MOVE WS-AUD-AFTER TO AUD-AFTER-IMAGE.
007900     WRITE AUDIT-RECORD.
007910     ADD 1 TO WS-CHANGES-MADE.
007920     GO TO 8000-EXIT.
007930 8000-EXIT.
007940     EXIT.
007950
007960*----------------------------------------------------------*
007970*  8100-AUDIT-VOID - THE VOID ITSELF: THE TOURNAMENT BEFORE *
007980*  AND THE OPERATOR'S REASON AFTER                          *
007990*----------------------------------------------------------*
008000 8100-AUDIT-VOID.
008010     MOVE WS-TARGET-TRN-ID TO WS-AVI-TRN-ID.
008020     MOVE WS-TRN-DATE TO WS-AVI-DATE.
008030     MOVE WS-TRN-P1-ID TO WS-AVI-P1-ID.
008040     MOVE WS-TRN-P2-ID TO WS-AVI-P2-ID.
008050     MOVE WS-TRN-SCORE-1 TO WS-AVI-SCORE-1.
008060     MOVE WS-TRN-SCORE-2 TO WS-AVI-SCORE-2.
008070     MOVE WS-AUD-VOID-IMAGE TO WS-AUD-BEFORE.
008080     MOVE WS-VOID-REASON TO WS-AUD-AFTER.
008090     MOVE "ANULA   " TO WS-AUD-ACTION.
008100     PERFORM 8000-WRITE-AUDIT
008110     THRU 8000-EXIT.
008120     GO TO 8100-EXIT.
008130 8100-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------*
008170*  9999-TERMINATE                                           *
008180*----------------------------------------------------------*
008190 9999-TERMINATE.
008200     IF WS-FILES-OPEN
008210         CLOSE PLAYER-MASTER
008220         CLOSE AUDIT-FILE
008225         CLOSE CREDIT-ACCOUNTS
008230     END-IF.
008240     DISPLAY "JOKVOID - torneios anulados.....: " WS-VOIDS-DONE.
008250     DISPLAY "JOKVOID - registros de auditoria: "
008260         WS-CHANGES-MADE.
008262     IF WS-ACCOUNTS-CREDITED > ZERO
008264         DISPLAY "JOKVOID - estornos em conta.....: "
008266             WS-ACCOUNTS-CREDITED
008268     END-IF.
008270     IF WS-MASTERS-MISSING > ZERO
008280         DISPLAY "JOKVOID - jogadores sem cadastro: "
008290             WS-MASTERS-MISSING
008300     END-IF.
008310     IF WS-COUNTER-UNDERFLOW > ZERO
008320         DISPLAY "JOKVOID - contadores zerados....: "
008330             WS-COUNTER-UNDERFLOW
008340         DISPLAY "JOKVOID - rode a conciliacao (JOKRECON)."
008350     END-IF.
008360     GO TO 9999-EXIT.
008370 9999-EXIT.
008380     EXIT.
