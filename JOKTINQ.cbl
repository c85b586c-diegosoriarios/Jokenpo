000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKTINQ.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - DISPUTE DESK LOOKUP  *
000110*                   OF A TOURNAMENT ON THE ARCHIVE BY ID OR *
000120*                   BY PLAYER AND DATE.                     *
000130*----------------------------------------------------------*
000140*  THE DESK TYPES A TOURNAMENT ID, OR A PLAYER ID AND A     *
000150*  DATE AND PICKS ONE OF THAT PLAYER'S TOURNAMENTS OF THE   *
000160*  DAY, AND THE SCREEN SHOWS, WHILE THE CUSTOMER IS AT THE  *
000170*  COUNTER:                                                 *
000180*    - THE HEADER (DATE, HALL, MODES, PLAYERS) AND WHERE    *
000190*      THE TOURNAMENT WAS FOUND;                            *
000200*    - EVERY ROUND WITH THE PLAYER, BOTH MOVES, THE RESULT  *
000210*      AND THE SEED USED (LD-SEED-USED), TO REPLAY IT;      *
000220*    - THE TRAILER (SCORES AND WINNER);                     *
000230*    - THE VOID, IF THE TOURNAMENT WAS VOIDED;              *
000240*    - THE CHARGES AND REFUNDS ON THE CASH LEDGER CARRYING  *
000250*      ITS TOURNAMENT ID.                                   *
000260*  THE TOURNAMENT INDEX (JOKTIDX, KEPT BY THE NIGHTLY       *
000270*  ARCHIVE JOKLGARC) NAMES THE GENERATION AND THE RECORD    *
000280*  NUMBER OF THE HEADER; THE GENERATION IS COPIED TO THE    *
000290*  FIXED WORK NAME TINQGEN TO BE READ.  TODAY'S PLAY IS NOT *
000300*  ARCHIVED YET, SO WHAT THE INDEX DOES NOT HOLD IS LOOKED  *
000310*  FOR ON THE LIVE LOG, AND A VOID KEYED SINCE THE LAST     *
000320*  ARCHIVE IS PICKED UP FROM THE LIVE LOG TOO.  OLD FLAT    *
000330*  LINES CARRY NO TOURNAMENT AND ARE NOT INDEXED.           *
000340*  STRICTLY READ-ONLY.  "FIM" OR 9 ENDS THE SESSION.        *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TOURNAMENT-INDEX ASSIGN TO "JOKTIDX"
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS DYNAMIC
000420     RECORD KEY IS TX-KEY
000430     FILE STATUS IS WS-TOURN-INDEX-STATUS.
000440     SELECT ARCHIVE-GENERATION ASSIGN TO "TINQGEN"
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-ARCHIVE-GEN-STATUS.
000470     SELECT JOKENPO-LOG ASSIGN TO "JOKLOG"
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-JOKENPO-LOG-STATUS.
000500     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  TOURNAMENT-INDEX.
000570     COPY JOKTIXRC.
000580
000590 FD  ARCHIVE-GENERATION.
000600 01  GEN-RECORD                  PIC X(120).
000610
000620 FD  JOKENPO-LOG.
000630 01  LOG-RECORD                  PIC X(120).
000640
000650 FD  CASH-LEDGER.
000660 01  LEDGER-RECORD               PIC X(50).
000670
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------*
000700*  TYPED TRANSACTION LOG AND CASH LEDGER RECORDS            *
000710*----------------------------------------------------------*
000720     COPY JOKLOGRC.
000730     COPY JOKLEDRC.
000740*----------------------------------------------------------*
000750*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000760*----------------------------------------------------------*
000770 01  WS-TOURN-INDEX-STATUS   PIC X(02)  VALUE SPACES.
000780 01  WS-ARCHIVE-GEN-STATUS   PIC X(02)  VALUE SPACES.
000790 01  WS-JOKENPO-LOG-STATUS   PIC X(02)  VALUE SPACES.
000800 01  WS-CASH-LEDGER-STATUS   PIC X(02)  VALUE SPACES.
000810 01  WS-EXIT-SW              PIC X(01)  VALUE "N".
000820     88  WS-EXIT-REQUESTED              VALUE "Y".
000830 01  WS-INDEX-OPEN-SW        PIC X(01)  VALUE "N".
000840     88  WS-INDEX-OPEN                  VALUE "Y".
000850 01  WS-INDEX-EOF-SW         PIC X(01)  VALUE "N".
000860     88  WS-INDEX-EOF                   VALUE "Y".
000870 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000880     88  WS-LOG-EOF                     VALUE "Y".
000890 01  WS-SOURCE-EOF-SW        PIC X(01)  VALUE "N".
000900     88  WS-SOURCE-EOF                  VALUE "Y".
000910 01  WS-LEDGER-EOF-SW        PIC X(01)  VALUE "N".
000920     88  WS-LEDGER-EOF                  VALUE "Y".
000930 01  WS-FOUND-SW             PIC X(01)  VALUE "N".
000940     88  WS-TRN-FOUND                   VALUE "Y".
000950 01  WS-HEADER-FOUND-SW      PIC X(01)  VALUE "N".
000960     88  WS-HEADER-FOUND                VALUE "Y".
000970 01  WS-TRAILER-FOUND-SW     PIC X(01)  VALUE "N".
000980     88  WS-TRAILER-FOUND               VALUE "Y".
000990 01  WS-STOP-SW              PIC X(01)  VALUE "N".
001000     88  WS-STOP-LISTING                VALUE "Y".
001010 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
001020     88  WS-TRN-VOIDED                  VALUE "Y".
001030*----------------------------------------------------------*
001040*  WHERE THE TOURNAMENT WAS FOUND - AN ARCHIVE GENERATION   *
001050*  (A) NAMED BY THE INDEX, OR THE LIVE LOG (L)              *
001060*----------------------------------------------------------*
001070 01  WS-SOURCE-SW            PIC X(01)  VALUE SPACE.
001080     88  WS-FROM-ARCHIVE                VALUE "A".
001090     88  WS-FROM-LIVE-LOG               VALUE "L".
001100 01  WS-GEN-FILE-NAME        PIC X(30)  VALUE SPACES.
001110 01  WS-WORK-GEN-NAME        PIC X(30)  VALUE "TINQGEN".
001120 77  WS-COPY-STATUS          PIC 9(09)  COMP  VALUE ZERO.
001130 77  WS-DELETE-STATUS        PIC 9(09)  COMP  VALUE ZERO.
001140 77  WS-HEADER-SEQ           PIC 9(07)  COMP  VALUE ZERO.
001150 77  WS-RECORD-SEQ           PIC 9(07)  COMP  VALUE ZERO.
001160 01  WS-LINE                 PIC X(120) VALUE SPACES.
001170*----------------------------------------------------------*
001180*  OPERATOR INPUT                                           *
001190*----------------------------------------------------------*
001200 01  WS-MENU-OPTION          PIC X(03)  VALUE SPACES.
001210 01  WS-TARGET-TRN-ID        PIC X(14)  VALUE SPACES.
001220 01  WS-TARGET-PLAYER-ID     PIC X(10)  VALUE SPACES.
001230 01  WS-TARGET-DATE          PIC 9(08)  VALUE ZERO.
001240 01  WS-DATE-IN              PIC X(08)  VALUE SPACES.
001250 01  WS-PICK-IN              PIC X(02)  VALUE SPACES.
001260 77  WS-PICK                 PIC 9(02)  COMP  VALUE ZERO.
001270 01  WS-PAUSE-IN             PIC X(01)  VALUE SPACE.
001280 01  WS-TODAY                PIC 9(08)  VALUE ZERO.
001290*----------------------------------------------------------*
001300*  THE TOURNAMENT ON SCREEN - OFF ITS T ENTRY, OR OFF THE   *
001310*  LIVE LOG HEADER AND VOID                                 *
001320*----------------------------------------------------------*
001330 01  WS-VOID-TIMESTAMP       PIC X(14)  VALUE SPACES.
001340 01  WS-VOID-OPERATOR        PIC X(10)  VALUE SPACES.
001350 01  WS-VOID-REASON          PIC X(40)  VALUE SPACES.
001360 77  WS-ROUNDS-SHOWN         PIC 9(05)  COMP  VALUE ZERO.
001370 77  WS-PAGE-LINES           PIC 9(02)  COMP  VALUE ZERO.
001380 77  WS-PAGE-MAX             PIC 9(02)  COMP  VALUE 20.
001390 77  WS-CHARGES-SHOWN        PIC 9(03)  COMP  VALUE ZERO.
001400 01  WS-AMOUNT-DISPLAY       PIC ZZZZ9.99.
001410 01  WS-SETTLEMENT-TEXT      PIC X(08)  VALUE SPACES.
001420*----------------------------------------------------------*
001430*  THE PLAYER'S TOURNAMENTS OF THE DAY, FOR THE OPERATOR    *
001440*  TO PICK FROM - INDEXED ONES FIRST, THEN THOSE STILL ON   *
001450*  THE LIVE LOG                                             *
001460*----------------------------------------------------------*
001470 77  WS-LIST-MAX             PIC 9(02)  COMP  VALUE 50.
001480 77  WS-LIST-COUNT           PIC 9(02)  COMP  VALUE ZERO.
001490 77  WS-LIST-IDX             PIC 9(02)  COMP  VALUE ZERO.
001500 77  WS-LIST-OVERFLOW        PIC 9(05)  COMP  VALUE ZERO.
001510 01  WS-LIST-NUMBER          PIC Z9.
001520 01  WS-LIST-NOTE            PIC X(15)  VALUE SPACES.
001530 01  WS-LIST-TABLE.
001540     05  WS-LIST-ENTRY       OCCURS 50 TIMES.
001550     10  WS-LST-TRN-ID    PIC X(14).
001560     10  WS-LST-HALL-ID   PIC X(04).
001570     10  WS-LST-P1-ID     PIC X(10).
001580     10  WS-LST-P2-ID     PIC X(10).
001590     10  WS-LST-SOURCE    PIC X(01).
001600     10  WS-LST-VOID-SW   PIC X(01).
001610 01  WS-LISTED-SW            PIC X(01)  VALUE "N".
001620     88  WS-ALREADY-LISTED              VALUE "Y".
001630*----------------------------------------------------------*
001640*  LIVE LOG SCAN FOR THE PLAYER - THE HEADER LAST SEEN      *
001650*----------------------------------------------------------*
001660 01  WS-SCAN-TRN-ID          PIC X(14)  VALUE SPACES.
001670 01  WS-SCAN-DATE            PIC 9(08)  VALUE ZERO.
001680 01  WS-SCAN-HALL-ID         PIC X(04)  VALUE SPACES.
001690 01  WS-SCAN-P1-ID           PIC X(10)  VALUE SPACES.
001700 01  WS-SCAN-P2-ID           PIC X(10)  VALUE SPACES.
001710 01  WS-SCAN-ADD-TRN-ID      PIC X(14)  VALUE SPACES.
001720
001730 PROCEDURE DIVISION.
001740*----------------------------------------------------------*
001750*  0000-MAINLINE                                            *
001760*----------------------------------------------------------*
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE
001790     THRU 1000-EXIT.
001800     PERFORM 2000-PROCESS-MENU
001810     THRU 2000-EXIT
001820     UNTIL WS-EXIT-REQUESTED.
001830     PERFORM 9999-TERMINATE
001840     THRU 9999-EXIT.
001850     STOP RUN.
001860
001870*----------------------------------------------------------*
001880*  1000-INITIALIZE - WITHOUT THE INDEX THE DESK CAN STILL   *
001890*  LOOK UP TODAY'S PLAY ON THE LIVE LOG                     *
001900*----------------------------------------------------------*
001910 1000-INITIALIZE.
001920     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
001930     OPEN INPUT TOURNAMENT-INDEX.
001940     IF WS-TOURN-INDEX-STATUS = "00"
001950         MOVE "Y" TO WS-INDEX-OPEN-SW
001960     ELSE
001970         DISPLAY "JOKTINQ - indice de torneios indisponivel, "
001980             "status " WS-TOURN-INDEX-STATUS
001990         DISPLAY "JOKTINQ - consultando somente o log ao vivo."
002000     END-IF.
002010     DISPLAY "Consulta de torneios - balcao de disputas - "
002020         "somente leitura".
002030     GO TO 1000-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060
002070*----------------------------------------------------------*
002080*  2000-PROCESS-MENU - SHOW THE MENU AND DISPATCH ONE       *
002090*  LOOKUP                                                   *
002100*----------------------------------------------------------*
002110 2000-PROCESS-MENU.
002120     DISPLAY " ".
002130     DISPLAY "Opcoes:".
002140     DISPLAY "  1 - Consultar pelo ID do torneio".
002150     DISPLAY "  2 - Consultar por jogador e data".
002160     DISPLAY "  9 - Sair (ou FIM)".
002170     MOVE SPACES TO WS-MENU-OPTION.
002180     ACCEPT WS-MENU-OPTION.
002190     MOVE SPACES TO WS-TARGET-TRN-ID.
002200     EVALUATE WS-MENU-OPTION
002210     WHEN "1"
002220     PERFORM 2100-ASK-TOURNAMENT-ID
002230     THRU 2100-EXIT
002240     WHEN "2"
002250     PERFORM 2200-ASK-PLAYER-AND-DATE
002260     THRU 2200-EXIT
002270     WHEN "9"
002280     WHEN "FIM"
002290     WHEN "fim"
002300     MOVE "Y" TO WS-EXIT-SW
002310     WHEN OTHER
002320     DISPLAY "Opcao invalida - tente novamente."
002330     END-EVALUATE.
002340     IF WS-TARGET-TRN-ID NOT = SPACES
002350         PERFORM 3000-SHOW-TOURNAMENT
002360         THRU 3000-EXIT
002370     END-IF.
002380     GO TO 2000-EXIT.
002390 2000-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------*
002430*  2100-ASK-TOURNAMENT-ID                                   *
002440*----------------------------------------------------------*
002450 2100-ASK-TOURNAMENT-ID.
002460     DISPLAY "ID do torneio (vazio para voltar):".
002470     ACCEPT WS-TARGET-TRN-ID.
002480     GO TO 2100-EXIT.
002490 2100-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530*  2200-ASK-PLAYER-AND-DATE - LIST THE PLAYER'S TOURNAMENTS *
002540*  OF THE DAY AND LET THE OPERATOR PICK ONE                 *
002550*----------------------------------------------------------*
002560 2200-ASK-PLAYER-AND-DATE.
002570     DISPLAY "ID do jogador (vazio para voltar):".
002580     MOVE SPACES TO WS-TARGET-PLAYER-ID.
002590     ACCEPT WS-TARGET-PLAYER-ID.
002600     IF WS-TARGET-PLAYER-ID = SPACES
002610         GO TO 2200-EXIT
002620     END-IF.
002630     DISPLAY "Data dos torneios (AAAAMMDD, Enter = hoje):".
002640     MOVE SPACES TO WS-DATE-IN.
002650     ACCEPT WS-DATE-IN.
002660     IF WS-DATE-IN = SPACES
002670         MOVE WS-TODAY TO WS-TARGET-DATE
002680     ELSE
002690         IF WS-DATE-IN IS NOT NUMERIC
002700             DISPLAY "Data invalida - nada feito."
002710             GO TO 2200-EXIT
002720         END-IF
002730         MOVE WS-DATE-IN TO WS-TARGET-DATE
002740     END-IF.
002750     MOVE ZERO TO WS-LIST-COUNT WS-LIST-OVERFLOW.
002760     PERFORM 2300-LIST-FROM-INDEX
002770     THRU 2300-EXIT.
002780     PERFORM 2400-LIST-FROM-LIVE-LOG
002790     THRU 2400-EXIT.
002800     IF WS-LIST-COUNT = ZERO
002810         DISPLAY "Nenhum torneio de " WS-TARGET-PLAYER-ID
002820             " em " WS-TARGET-DATE "."
002830         GO TO 2200-EXIT
002840     END-IF.
002850     DISPLAY "Torneios de " WS-TARGET-PLAYER-ID " em "
002860         WS-TARGET-DATE ":".
002870     PERFORM 2500-SHOW-ONE-LISTED
002880     THRU 2500-EXIT
002890     VARYING WS-LIST-IDX FROM 1 BY 1
002900     UNTIL WS-LIST-IDX > WS-LIST-COUNT.
002910     IF WS-LIST-OVERFLOW > ZERO
002920         DISPLAY "  ... e mais " WS-LIST-OVERFLOW
002930             " - consulte pelo ID do torneio."
002940     END-IF.
002950     DISPLAY "Numero do torneio (vazio para voltar):".
002960     MOVE SPACES TO WS-PICK-IN.
002970     ACCEPT WS-PICK-IN.
002980     IF WS-PICK-IN = SPACES
002990         GO TO 2200-EXIT
003000     END-IF.
003010     IF FUNCTION TEST-NUMVAL(WS-PICK-IN) NOT = 0
003020         DISPLAY "Numero invalido - nada feito."
003030         GO TO 2200-EXIT
003040     END-IF.
003050     MOVE FUNCTION NUMVAL(WS-PICK-IN) TO WS-PICK.
003060     IF WS-PICK < 1 OR WS-PICK > WS-LIST-COUNT
003070         DISPLAY "Numero invalido - nada feito."
003080         GO TO 2200-EXIT
003090     END-IF.
003100     MOVE WS-LST-TRN-ID(WS-PICK) TO WS-TARGET-TRN-ID.
003110     GO TO 2200-EXIT.
003120 2200-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160*  2300-LIST-FROM-INDEX - THE PLAYER'S P ENTRIES OF THE     *
003170*  DAY, IN TOURNAMENT ID ORDER                              *
003180*----------------------------------------------------------*
003190 2300-LIST-FROM-INDEX.
003200     IF NOT WS-INDEX-OPEN
003210         GO TO 2300-EXIT
003220     END-IF.
003230     MOVE "N" TO WS-INDEX-EOF-SW.
003240     MOVE SPACES TO TX-KEY.
003250     MOVE "P" TO TX-ENTRY-TYPE.
003260     MOVE WS-TARGET-PLAYER-ID TO TX-P-PLAYER-ID.
003270     MOVE WS-TARGET-DATE TO TX-P-DATE.
003280     START TOURNAMENT-INDEX KEY NOT < TX-KEY
003290         INVALID KEY
003300             MOVE "Y" TO WS-INDEX-EOF-SW
003310     END-START.
003320     PERFORM 2310-LIST-ONE-INDEX-ENTRY
003330     THRU 2310-EXIT
003340     UNTIL WS-INDEX-EOF.
003350     GO TO 2300-EXIT.
003360 2300-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
003400*  2310-LIST-ONE-INDEX-ENTRY                                *
003410*----------------------------------------------------------*
003420 2310-LIST-ONE-INDEX-ENTRY.
003430     READ TOURNAMENT-INDEX NEXT RECORD
003440     AT END
003450     MOVE "Y" TO WS-INDEX-EOF-SW
003460     GO TO 2310-EXIT
003470     END-READ.
003480     IF NOT TX-BY-PLAYER
003490         OR TX-P-PLAYER-ID NOT = WS-TARGET-PLAYER-ID
003500         OR TX-P-DATE NOT = WS-TARGET-DATE
003510         MOVE "Y" TO WS-INDEX-EOF-SW
003520         GO TO 2310-EXIT
003530     END-IF.
003540     IF WS-LIST-COUNT >= WS-LIST-MAX
003550         ADD 1 TO WS-LIST-OVERFLOW
003560         GO TO 2310-EXIT
003570     END-IF.
003580     ADD 1 TO WS-LIST-COUNT.
003590     MOVE TX-P-TOURNAMENT-ID TO WS-LST-TRN-ID(WS-LIST-COUNT).
003600     MOVE TX-HALL-ID TO WS-LST-HALL-ID(WS-LIST-COUNT).
003610     MOVE TX-PLAYER-1-ID TO WS-LST-P1-ID(WS-LIST-COUNT).
003620     MOVE TX-PLAYER-2-ID TO WS-LST-P2-ID(WS-LIST-COUNT).
003630     MOVE "A" TO WS-LST-SOURCE(WS-LIST-COUNT).
003640     MOVE TX-VOID-SW TO WS-LST-VOID-SW(WS-LIST-COUNT).
003650     GO TO 2310-EXIT.
003660 2310-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------*
003700*  2400-LIST-FROM-LIVE-LOG - TOURNAMENTS OF THE DAY NOT YET *
003710*  ARCHIVED WHERE THE PLAYER IS ON THE HEADER OR ON A       *
003720*  DETAIL (BATCH RUNS NAME THE PLAYER ON THE DETAILS ONLY)  *
003730*----------------------------------------------------------*
003740 2400-LIST-FROM-LIVE-LOG.
003750     MOVE "N" TO WS-LOG-EOF-SW.
003760     MOVE SPACES TO WS-SCAN-TRN-ID WS-SCAN-ADD-TRN-ID.
003770     OPEN INPUT JOKENPO-LOG.
003780     IF WS-JOKENPO-LOG-STATUS NOT = "00"
003790         GO TO 2400-EXIT
003800     END-IF.
003810     PERFORM 2410-SCAN-ONE-LOG-RECORD
003820     THRU 2410-EXIT
003830     UNTIL WS-LOG-EOF.
003840     CLOSE JOKENPO-LOG.
003850     GO TO 2400-EXIT.
003860 2400-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900*  2410-SCAN-ONE-LOG-RECORD                                 *
003910*----------------------------------------------------------*
003920 2410-SCAN-ONE-LOG-RECORD.
003930     READ JOKENPO-LOG
003940     AT END
003950     MOVE "Y" TO WS-LOG-EOF-SW
003960     GO TO 2410-EXIT
003970     END-READ.
003980     EVALUATE LOG-RECORD(1:1)
003990     WHEN "H"
004000     MOVE LOG-RECORD TO LOG-HEADER-RECORD
004010     MOVE LH-TOURNAMENT-ID TO WS-SCAN-TRN-ID
004020     MOVE ZERO TO WS-SCAN-DATE
004030     IF LH-DATE IS NUMERIC
004040     MOVE LH-DATE TO WS-SCAN-DATE
004050     END-IF
004060     MOVE LH-HALL-ID TO WS-SCAN-HALL-ID
004070     MOVE LH-PLAYER-1-ID TO WS-SCAN-P1-ID
004080     MOVE LH-PLAYER-2-ID TO WS-SCAN-P2-ID
004090     IF WS-SCAN-DATE = WS-TARGET-DATE
004100     AND (LH-PLAYER-1-ID = WS-TARGET-PLAYER-ID
004110     OR LH-PLAYER-2-ID = WS-TARGET-PLAYER-ID)
004120     PERFORM 2420-ADD-LIVE-TOURNAMENT
004130     THRU 2420-EXIT
004140     END-IF
004150     WHEN "D"
004160     MOVE LOG-RECORD TO LOG-DETAIL-RECORD
004170     IF LD-TOURNAMENT-ID = WS-SCAN-TRN-ID
004180     AND LD-PLAYER-ID = WS-TARGET-PLAYER-ID
004190     AND WS-SCAN-DATE = WS-TARGET-DATE
004200     PERFORM 2420-ADD-LIVE-TOURNAMENT
004210     THRU 2420-EXIT
004220     END-IF
004230     WHEN OTHER
004240     CONTINUE
004250     END-EVALUATE.
004260     GO TO 2410-EXIT.
004270 2410-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------*
004310*  2420-ADD-LIVE-TOURNAMENT - ONCE PER TOURNAMENT, AND NOT  *
004320*  WHEN THE INDEX ALREADY LISTED IT                         *
004330*----------------------------------------------------------*
004340 2420-ADD-LIVE-TOURNAMENT.
004350     IF WS-SCAN-TRN-ID = WS-SCAN-ADD-TRN-ID
004360         GO TO 2420-EXIT
004370     END-IF.
004380     MOVE WS-SCAN-TRN-ID TO WS-SCAN-ADD-TRN-ID.
004390     MOVE "N" TO WS-LISTED-SW.
004400     PERFORM 2430-CHECK-ONE-LISTED
004410     THRU 2430-EXIT
004420     VARYING WS-LIST-IDX FROM 1 BY 1
004430     UNTIL WS-LIST-IDX > WS-LIST-COUNT
004440     OR WS-ALREADY-LISTED.
004450     IF WS-ALREADY-LISTED
004460         GO TO 2420-EXIT
004470     END-IF.
004480     IF WS-LIST-COUNT >= WS-LIST-MAX
004490         ADD 1 TO WS-LIST-OVERFLOW
004500         GO TO 2420-EXIT
004510     END-IF.
004520     ADD 1 TO WS-LIST-COUNT.
004530     MOVE WS-SCAN-TRN-ID TO WS-LST-TRN-ID(WS-LIST-COUNT).
004540     MOVE WS-SCAN-HALL-ID TO WS-LST-HALL-ID(WS-LIST-COUNT).
004550     MOVE WS-SCAN-P1-ID TO WS-LST-P1-ID(WS-LIST-COUNT).
004560     MOVE WS-SCAN-P2-ID TO WS-LST-P2-ID(WS-LIST-COUNT).
004570     MOVE "L" TO WS-LST-SOURCE(WS-LIST-COUNT).
004580     MOVE "N" TO WS-LST-VOID-SW(WS-LIST-COUNT).
004590     GO TO 2420-EXIT.
004600 2420-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------*
004640*  2430-CHECK-ONE-LISTED                                    *
004650*----------------------------------------------------------*
004660 2430-CHECK-ONE-LISTED.
004670     IF WS-LST-TRN-ID(WS-LIST-IDX) = WS-SCAN-TRN-ID
004680         MOVE "Y" TO WS-LISTED-SW
004690     END-IF.
004700     GO TO 2430-EXIT.
004710 2430-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------*
004750*  2500-SHOW-ONE-LISTED                                     *
004760*----------------------------------------------------------*
004770 2500-SHOW-ONE-LISTED.
004780     MOVE WS-LIST-IDX TO WS-LIST-NUMBER.
004790     MOVE SPACES TO WS-LIST-NOTE.
004800     IF WS-LST-VOID-SW(WS-LIST-IDX) = "Y"
004810         MOVE "ANULADO" TO WS-LIST-NOTE
004820     END-IF.
004830     IF WS-LST-SOURCE(WS-LIST-IDX) = "L"
004840         MOVE "(log ao vivo)" TO WS-LIST-NOTE
004850     END-IF.
004860     DISPLAY "  " WS-LIST-NUMBER " - " WS-LST-TRN-ID(WS-LIST-IDX)
004870         " salao " WS-LST-HALL-ID(WS-LIST-IDX) "  "
004880         WS-LST-P1-ID(WS-LIST-IDX) " x "
004890         WS-LST-P2-ID(WS-LIST-IDX) "  " WS-LIST-NOTE.
004900     GO TO 2500-EXIT.
004910 2500-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950*  3000-SHOW-TOURNAMENT - FIND THE TOURNAMENT, SHOW ITS     *
004960*  RECORDS, ITS VOID AND ITS MONEY                          *
004970*----------------------------------------------------------*
004980 3000-SHOW-TOURNAMENT.
004990     MOVE "N" TO WS-FOUND-SW WS-VOIDED-SW.
005000     MOVE SPACES TO WS-SOURCE-SW.
005010     PERFORM 3100-FIND-IN-INDEX
005020     THRU 3100-EXIT.
005030     IF NOT WS-TRN-FOUND
005040         PERFORM 3200-FIND-ON-LIVE-LOG
005050         THRU 3200-EXIT
005060     END-IF.
005070     IF NOT WS-TRN-FOUND
005080         DISPLAY "Torneio " WS-TARGET-TRN-ID
005090             " nao encontrado no indice nem no log ao vivo."
005100         GO TO 3000-EXIT
005110     END-IF.
005120     PERFORM 4000-SHOW-RECORDS
005130     THRU 4000-EXIT.
005140     IF NOT WS-TRN-VOIDED
005150         PERFORM 5000-CHECK-LIVE-VOID
005160         THRU 5000-EXIT
005170     END-IF.
005180     IF WS-TRN-VOIDED
005190         DISPLAY "ANULADO em " WS-VOID-TIMESTAMP
005200             " por " WS-VOID-OPERATOR
005210         DISPLAY "  Motivo: " WS-VOID-REASON
005220     ELSE
005230         DISPLAY "Torneio nao anulado."
005240     END-IF.
005250     PERFORM 6000-SHOW-LEDGER
005260     THRU 6000-EXIT.
005270     GO TO 3000-EXIT.
005280 3000-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------*
005320*  3100-FIND-IN-INDEX - THE T ENTRY NAMES THE GENERATION,   *
005330*  THE HEADER'S RECORD NUMBER AND ANY VOID                  *
005340*----------------------------------------------------------*
005350 3100-FIND-IN-INDEX.
005360     IF NOT WS-INDEX-OPEN
005370         GO TO 3100-EXIT
005380     END-IF.
005390     MOVE SPACES TO TX-KEY.
005400     MOVE "T" TO TX-ENTRY-TYPE.
005410     MOVE WS-TARGET-TRN-ID TO TX-T-TOURNAMENT-ID.
005420     READ TOURNAMENT-INDEX
005430         INVALID KEY
005440             GO TO 3100-EXIT
005450     END-READ.
005460     MOVE "Y" TO WS-FOUND-SW.
005470     MOVE "A" TO WS-SOURCE-SW.
005480     MOVE TX-GEN-FILE-NAME TO WS-GEN-FILE-NAME.
005490     MOVE TX-HEADER-SEQ TO WS-HEADER-SEQ.
005500     IF TX-VOIDED
005510         MOVE "Y" TO WS-VOIDED-SW
005520         MOVE TX-VOID-TIMESTAMP TO WS-VOID-TIMESTAMP
005530         MOVE TX-VOID-OPERATOR TO WS-VOID-OPERATOR
005540         MOVE TX-VOID-REASON TO WS-VOID-REASON
005550     END-IF.
005560     GO TO 3100-EXIT.
005570 3100-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------*
005610*  3200-FIND-ON-LIVE-LOG - TODAY'S PLAY (OR ANYTHING THE    *
005620*  INDEX MISSED) BY ITS HEADER ON THE LIVE LOG              *
005630*----------------------------------------------------------*
005640 3200-FIND-ON-LIVE-LOG.
005650     MOVE "N" TO WS-LOG-EOF-SW.
005660     MOVE ZERO TO WS-RECORD-SEQ.
005670     OPEN INPUT JOKENPO-LOG.
005680     IF WS-JOKENPO-LOG-STATUS NOT = "00"
005690         GO TO 3200-EXIT
005700     END-IF.
005710     PERFORM 3210-FIND-ONE-LOG-RECORD
005720     THRU 3210-EXIT
005730     UNTIL WS-LOG-EOF
005740     OR WS-TRN-FOUND.
005750     CLOSE JOKENPO-LOG.
005760     GO TO 3200-EXIT.
005770 3200-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------*
005810*  3210-FIND-ONE-LOG-RECORD                                 *
005820*----------------------------------------------------------*
005830 3210-FIND-ONE-LOG-RECORD.
005840     READ JOKENPO-LOG
005850     AT END
005860     MOVE "Y" TO WS-LOG-EOF-SW
005870     GO TO 3210-EXIT
005880     END-READ.
005890     ADD 1 TO WS-RECORD-SEQ.
005900     IF LOG-RECORD(1:1) NOT = "H"
005910         GO TO 3210-EXIT
005920     END-IF.
005930     MOVE LOG-RECORD TO LOG-HEADER-RECORD.
005940     IF LH-TOURNAMENT-ID = WS-TARGET-TRN-ID
005950         MOVE "Y" TO WS-FOUND-SW
005960         MOVE "L" TO WS-SOURCE-SW
005970         MOVE WS-RECORD-SEQ TO WS-HEADER-SEQ
005980     END-IF.
005990     GO TO 3210-EXIT.
006000 3210-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------*
006040*  4000-SHOW-RECORDS - OPEN WHERE THE TOURNAMENT IS, SKIP   *
006050*  TO ITS HEADER AND SHOW ITS RECORDS UP TO THE TRAILER.    *
006060*  OTHER HALLS' TOURNAMENTS MAY BE INTERLEAVED, SO ONLY     *
006070*  RECORDS CARRYING ITS ID ARE SHOWN                        *
006080*----------------------------------------------------------*
006090 4000-SHOW-RECORDS.
006100     PERFORM 4100-OPEN-SOURCE
006110     THRU 4100-EXIT.
006120     IF WS-SOURCE-EOF
006130         GO TO 4000-EXIT
006140     END-IF.
006150     MOVE ZERO TO WS-RECORD-SEQ WS-ROUNDS-SHOWN WS-PAGE-LINES.
006160     MOVE "N" TO WS-HEADER-FOUND-SW WS-TRAILER-FOUND-SW
006170         WS-STOP-SW.
006180     PERFORM 4200-SKIP-ONE-RECORD
006190     THRU 4200-EXIT
006200     UNTIL WS-SOURCE-EOF
006210     OR WS-RECORD-SEQ >= WS-HEADER-SEQ - 1.
006220     PERFORM 4300-SHOW-ONE-RECORD
006230     THRU 4300-EXIT
006240     UNTIL WS-SOURCE-EOF
006250     OR WS-TRAILER-FOUND
006260     OR WS-STOP-LISTING.
006270     PERFORM 4900-CLOSE-SOURCE
006280     THRU 4900-EXIT.
006290     IF NOT WS-HEADER-FOUND
006300         DISPLAY "Cabecalho do torneio nao encontrado em "
006310             WS-GEN-FILE-NAME
006320         GO TO 4000-EXIT
006330     END-IF.
006340     IF NOT WS-TRAILER-FOUND AND NOT WS-STOP-LISTING
006350         DISPLAY "Sem trailer - torneio interrompido."
006360     END-IF.
006370     DISPLAY "Rodadas mostradas: " WS-ROUNDS-SHOWN.
006380     GO TO 4000-EXIT.
006390 4000-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------*
006430*  4100-OPEN-SOURCE - AN ARCHIVE GENERATION IS COPIED TO    *
006440*  THE WORK NAME FIRST, AS THE OTHER ARCHIVE READERS DO     *
006450*----------------------------------------------------------*
006460 4100-OPEN-SOURCE.
006470     MOVE "N" TO WS-SOURCE-EOF-SW.
006480     IF WS-FROM-LIVE-LOG
006490         MOVE "JOKLOG (log ao vivo)" TO WS-GEN-FILE-NAME
006500         OPEN INPUT JOKENPO-LOG
006510         IF WS-JOKENPO-LOG-STATUS NOT = "00"
006520             DISPLAY "JOKTINQ - log ao vivo ilegivel, status "
006530                 WS-JOKENPO-LOG-STATUS
006540             MOVE "Y" TO WS-SOURCE-EOF-SW
006550         END-IF
006560         GO TO 4100-EXIT
006570     END-IF.
006580     CALL "CBL_COPY_FILE" USING WS-GEN-FILE-NAME
006590         WS-WORK-GEN-NAME
006600         RETURNING WS-COPY-STATUS
006610     END-CALL.
006620     IF WS-COPY-STATUS NOT = ZERO
006630         DISPLAY "JOKTINQ - geracao " WS-GEN-FILE-NAME
006640             " nao encontrada no disco."
006650         MOVE "Y" TO WS-SOURCE-EOF-SW
006660         GO TO 4100-EXIT
006670     END-IF.
006680     OPEN INPUT ARCHIVE-GENERATION.
006690     IF WS-ARCHIVE-GEN-STATUS NOT = "00"
006700         DISPLAY "JOKTINQ - geracao " WS-GEN-FILE-NAME
006710             " ilegivel, status " WS-ARCHIVE-GEN-STATUS
006720         CALL "CBL_DELETE_FILE" USING WS-WORK-GEN-NAME
006730             RETURNING WS-DELETE-STATUS
006740         END-CALL
006750         MOVE "Y" TO WS-SOURCE-EOF-SW
006760     END-IF.
006770     GO TO 4100-EXIT.
006780 4100-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------*
006820*  4150-READ-SOURCE - NEXT RECORD INTO WS-LINE              *
006830*----------------------------------------------------------*
006840 4150-READ-SOURCE.
006850     IF WS-FROM-LIVE-LOG
006860         READ JOKENPO-LOG INTO WS-LINE
006870             AT END
006880                 MOVE "Y" TO WS-SOURCE-EOF-SW
006890         END-READ
006900     ELSE
006910         READ ARCHIVE-GENERATION INTO WS-LINE
006920             AT END
006930                 MOVE "Y" TO WS-SOURCE-EOF-SW
006940         END-READ
006950     END-IF.
006960     IF NOT WS-SOURCE-EOF
006970         ADD 1 TO WS-RECORD-SEQ
006980     END-IF.
006990     GO TO 4150-EXIT.
007000 4150-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------*
007040*  4200-SKIP-ONE-RECORD - UP TO THE RECORD BEFORE THE       *
007050*  HEADER NAMED BY THE INDEX                                *
007060*----------------------------------------------------------*
007070 4200-SKIP-ONE-RECORD.
007080     PERFORM 4150-READ-SOURCE
007090     THRU 4150-EXIT.
007100     GO TO 4200-EXIT.
007110 4200-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------*
007150*  4300-SHOW-ONE-RECORD - THE HEADER IS LOOKED FOR FROM     *
007160*  THE INDEXED POSITION ON, SO A POSITION THAT NO LONGER    *
007170*  MATCHES STILL FINDS IT FURTHER DOWN                      *
007180*----------------------------------------------------------*
007190 4300-SHOW-ONE-RECORD.
007200     PERFORM 4150-READ-SOURCE
007210     THRU 4150-EXIT.
007220     IF WS-SOURCE-EOF
007230         GO TO 4300-EXIT
007240     END-IF.
007250     EVALUATE WS-LINE(1:1)
007260     WHEN "H"
007270     MOVE WS-LINE TO LOG-HEADER-RECORD
007280     IF LH-TOURNAMENT-ID = WS-TARGET-TRN-ID
007290     AND NOT WS-HEADER-FOUND
007300     PERFORM 4310-SHOW-HEADER
007310     THRU 4310-EXIT
007320     END-IF
007330     WHEN "D"
007340     MOVE WS-LINE TO LOG-DETAIL-RECORD
007350     IF LD-TOURNAMENT-ID = WS-TARGET-TRN-ID
007360     AND WS-HEADER-FOUND
007370     PERFORM 4320-SHOW-DETAIL
007380     THRU 4320-EXIT
007390     END-IF
007400     WHEN "T"
007410     MOVE WS-LINE TO LOG-TRAILER-RECORD
007420     IF LT-TOURNAMENT-ID = WS-TARGET-TRN-ID
007430     AND WS-HEADER-FOUND
007440     PERFORM 4330-SHOW-TRAILER
007450     THRU 4330-EXIT
007460     END-IF
007470     WHEN OTHER
007480     CONTINUE
007490     END-EVALUATE.
007500     GO TO 4300-EXIT.
007510 4300-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------*
007550*  4310-SHOW-HEADER                                         *
007560*----------------------------------------------------------*
007570 4310-SHOW-HEADER.
007580     MOVE "Y" TO WS-HEADER-FOUND-SW.
007590     DISPLAY " ".
007600     DISPLAY "Torneio " LH-TOURNAMENT-ID " de " LH-DATE
007610         " salao " LH-HALL-ID.
007620     DISPLAY "  Origem: " WS-GEN-FILE-NAME
007630         " registro " WS-RECORD-SEQ.
007640     DISPLAY "  Modo de jogo: " LH-GAME-MODE
007650         "  adversario: " LH-OPPONENT-MODE.
007660     DISPLAY "  Jogadores: " LH-PLAYER-1-ID " x " LH-PLAYER-2-ID.
007670     DISPLAY "  Rodada Jogador    Jogada     Adversario Resultado"
007680         "            Semente".
007690     GO TO 4310-EXIT.
007700 4310-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------*
007740*  4320-SHOW-DETAIL - ONE ROUND, WITH THE SEED TO REPLAY IT *
007750*----------------------------------------------------------*
007760 4320-SHOW-DETAIL.
007770     IF WS-PAGE-LINES >= WS-PAGE-MAX
007780         PERFORM 4400-PAUSE-PAGE
007790         THRU 4400-EXIT
007800         IF WS-STOP-LISTING
007810             GO TO 4320-EXIT
007820         END-IF
007830     END-IF.
007840     DISPLAY "  " LD-ROUND-NUMBER "  " LD-PLAYER-ID " "
007850         LD-PLAYER-MOVE " " LD-PC-MOVE " " LD-RESULT-TEXT " "
007860         LD-SEED-USED.
007870     ADD 1 TO WS-ROUNDS-SHOWN WS-PAGE-LINES.
007880     GO TO 4320-EXIT.
007890 4320-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------*
007930*  4330-SHOW-TRAILER                                        *
007940*----------------------------------------------------------*
007950 4330-SHOW-TRAILER.
007960     MOVE "Y" TO WS-TRAILER-FOUND-SW.
007970     DISPLAY "  Placar: " LT-PLAYER-1-SCORE " x "
007980         LT-PLAYER-2-SCORE "  vencedor: " LT-WINNER-ID.
007990     GO TO 4330-EXIT.
008000 4330-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------*
008040*  4400-PAUSE-PAGE - F STOPS THE ROUND LISTING; THE VOID    *
008050*  AND THE LEDGER ARE STILL SHOWN                           *
008060*----------------------------------------------------------*
008070 4400-PAUSE-PAGE.
008080     DISPLAY "-- Enter continua, F encerra a lista --".
008090     MOVE SPACE TO WS-PAUSE-IN.
008100     ACCEPT WS-PAUSE-IN.
008110     IF WS-PAUSE-IN = "F" OR WS-PAUSE-IN = "f"
008120         MOVE "Y" TO WS-STOP-SW
008130         DISPLAY "  (lista de rodadas interrompida)"
008140     END-IF.
008150     MOVE ZERO TO WS-PAGE-LINES.
008160     GO TO 4400-EXIT.
008170 4400-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------*
008210*  4900-CLOSE-SOURCE                                        *
008220*----------------------------------------------------------*
008230 4900-CLOSE-SOURCE.
008240     IF WS-FROM-LIVE-LOG
008250         CLOSE JOKENPO-LOG
008260         GO TO 4900-EXIT
008270     END-IF.
008280     CLOSE ARCHIVE-GENERATION.
008290     CALL "CBL_DELETE_FILE" USING WS-WORK-GEN-NAME
008300         RETURNING WS-DELETE-STATUS
008310     END-CALL.
008320     GO TO 4900-EXIT.
008330 4900-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------*
008370*  5000-CHECK-LIVE-VOID - A VOID KEYED SINCE THE LAST       *
008380*  ARCHIVE IS ONLY ON THE LIVE LOG                          *
008390*----------------------------------------------------------*
008400 5000-CHECK-LIVE-VOID.
008410     MOVE "N" TO WS-LOG-EOF-SW.
008420     OPEN INPUT JOKENPO-LOG.
008430     IF WS-JOKENPO-LOG-STATUS NOT = "00"
008440         GO TO 5000-EXIT
008450     END-IF.
008460     PERFORM 5100-CHECK-ONE-LOG-RECORD
008470     THRU 5100-EXIT
008480     UNTIL WS-LOG-EOF
008490     OR WS-TRN-VOIDED.
008500     CLOSE JOKENPO-LOG.
008510     GO TO 5000-EXIT.
008520 5000-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------*
008560*  5100-CHECK-ONE-LOG-RECORD                                *
008570*----------------------------------------------------------*
008580 5100-CHECK-ONE-LOG-RECORD.
008590     READ JOKENPO-LOG
008600     AT END
008610     MOVE "Y" TO WS-LOG-EOF-SW
008620     GO TO 5100-EXIT
008630     END-READ.
008640     IF LOG-RECORD(1:1) NOT = "V"
008650         GO TO 5100-EXIT
008660     END-IF.
008670     MOVE LOG-RECORD TO LOG-VOID-RECORD.
008680     IF LV-TOURNAMENT-ID = WS-TARGET-TRN-ID
008690         MOVE "Y" TO WS-VOIDED-SW
008700         MOVE LV-VOID-TIMESTAMP TO WS-VOID-TIMESTAMP
008710         MOVE LV-OPERATOR-ID TO WS-VOID-OPERATOR
008720         MOVE LV-REASON TO WS-VOID-REASON
008730     END-IF.
008740     GO TO 5100-EXIT.
008750 5100-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------*
008790*  6000-SHOW-LEDGER - EVERY CHARGE AND REFUND CARRYING THE  *
008800*  TOURNAMENT ID                                            *
008810*----------------------------------------------------------*
008820 6000-SHOW-LEDGER.
008830     MOVE ZERO TO WS-CHARGES-SHOWN.
008840     MOVE "N" TO WS-LEDGER-EOF-SW.
008850     OPEN INPUT CASH-LEDGER.
008860     IF WS-CASH-LEDGER-STATUS NOT = "00"
008870         DISPLAY "Caixa (JOKLEDG) indisponivel, status "
008880             WS-CASH-LEDGER-STATUS
008890         GO TO 6000-EXIT
008900     END-IF.
008910     DISPLAY "Caixa:".
008920     PERFORM 6100-SHOW-ONE-LEDGER-RECORD
008930     THRU 6100-EXIT
008940     UNTIL WS-LEDGER-EOF.
008950     CLOSE CASH-LEDGER.
008960     IF WS-CHARGES-SHOWN = ZERO
008970         DISPLAY "  Nenhuma cobranca no caixa para este torneio."
008980     END-IF.
008990     GO TO 6000-EXIT.
009000 6000-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------*
009040*  6100-SHOW-ONE-LEDGER-RECORD                              *
009050*----------------------------------------------------------*
009060 6100-SHOW-ONE-LEDGER-RECORD.
009070     READ CASH-LEDGER
009080     AT END
009090     MOVE "Y" TO WS-LEDGER-EOF-SW
009100     GO TO 6100-EXIT
009110     END-READ.
009120     EVALUATE LEDGER-RECORD(1:1)
009130     WHEN "C"
009140     MOVE LEDGER-RECORD TO LEDGER-CHARGE-RECORD
009150     IF LC-TOURNAMENT-ID = WS-TARGET-TRN-ID
009160     MOVE LC-AMOUNT TO WS-AMOUNT-DISPLAY
009170     MOVE "dinheiro" TO WS-SETTLEMENT-TEXT
009180     IF LC-ON-ACCOUNT
009190     MOVE "conta" TO WS-SETTLEMENT-TEXT
009200     END-IF
009210     DISPLAY "  Cobranca " LC-DATE " jogador " LC-PLAYER-ID
009220     " categoria " LC-CATEGORY " valor " WS-AMOUNT-DISPLAY
009230     " " WS-SETTLEMENT-TEXT
009240     ADD 1 TO WS-CHARGES-SHOWN
009250     END-IF
009260     WHEN "R"
009270     MOVE LEDGER-RECORD TO LEDGER-REFUND-RECORD
009280     IF LR-TOURNAMENT-ID = WS-TARGET-TRN-ID
009290     MOVE LR-AMOUNT TO WS-AMOUNT-DISPLAY
009300     MOVE "dinheiro" TO WS-SETTLEMENT-TEXT
009310     IF LR-ON-ACCOUNT
009320     MOVE "conta" TO WS-SETTLEMENT-TEXT
009330     END-IF
009340     DISPLAY "  Estorno  " LR-DATE " jogador " LR-PLAYER-ID
009350     " categoria " LR-CATEGORY " valor " WS-AMOUNT-DISPLAY
009360     " " WS-SETTLEMENT-TEXT
009370     ADD 1 TO WS-CHARGES-SHOWN
009380     END-IF
009390     WHEN OTHER
009400     CONTINUE
009410     END-EVALUATE.
009420     GO TO 6100-EXIT.
009430 6100-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------*
009470*  9999-TERMINATE                                           *
009480*----------------------------------------------------------*
009490 9999-TERMINATE.
009500     IF WS-INDEX-OPEN
009510         CLOSE TOURNAMENT-INDEX
009520     END-IF.
009530     DISPLAY "JOKTINQ - ate logo.".
009540     GO TO 9999-EXIT.
009550 9999-EXIT.
009560     EXIT.
