000290*  2026-09-01  RA   CARRY THE HALL CODE (JOKENPO_HALL,      *
000300*                   DEFAULT SEDE) ON THE LOG HEADERS AND    *
000310*                   DETAILS FOR SECOND-LOCATION SUPPORT.    *
000311*  2026-10-15  RA   DEBIT THE MATCH FEE FROM PLAYER 1'S     *
000312*                   PREPAID CREDIT ACCOUNT (JOKCRED); AN    *
000313*                   ENTRANT WITHOUT CREDIT FOR ONE MATCH IS *
000314*                   REJECTED AT SETUP, AND A MATCH WHOSE    *
000315*                   PLAYER 1 HAS RUN SHORT IS HELD OPEN.    *
000316*  2026-10-15  RA   PRINT THE COMMENTATOR'S SCOUTING SHEET  *
000317*                   (SCOUTSHT), ONE PER PAIRING, WHEN A     *
000318*                   ROUND IS PAIRED OR FROM THE MENU, OUT   *
000319*                   OF THE MOVE-TENDENCY SUMMARY (JOKSCOUT).*
000320*----------------------------------------------------------*
000330*  THE BRACKET LIVES ON ITS OWN FILE, REWRITTEN AFTER      *
000340*  EVERY COMPLETED MATCH, SO AN EVENT INTERRUPTED AT       *
000710     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000731     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000732     ORGANIZATION IS INDEXED
000733     ACCESS MODE IS DYNAMIC
000734     RECORD KEY IS CA-PLAYER-ID
000735     FILE STATUS IS WS-CREDIT-STATUS.
000736     SELECT SCOUT-SUMMARY ASSIGN TO "SCOUTSUM"
000737     ORGANIZATION IS LINE SEQUENTIAL
000738     FILE STATUS IS WS-SCOUT-SUM-STATUS.
000739     SELECT SCOUT-SHEET ASSIGN TO "SCOUTSHT"
000740     ORGANIZATION IS LINE SEQUENTIAL.
000741
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PLAYER-MASTER.
001230 FD  CASH-LEDGER.
001240 01  LEDGER-RECORD               PIC X(50).
001250
001252 FD  CREDIT-ACCOUNTS.
001254     COPY JOKCRDRC.
001256
001257 FD  SCOUT-SUMMARY.
001258 01  SCOUT-FILE-RECORD           PIC X(151).
001259
001260 FD  SCOUT-SHEET.
001261 01  SCS-RECORD                  PIC X(80).
001262
001263 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------*
001280*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
001290*----------------------------------------------------------*
002950 01  WS-FEE-EOF-SW           PIC X(01)  VALUE "N".
002960     88  WS-FEE-EOF                     VALUE "Y".
002970 01  WS-MATCH-FEE            PIC 9(05)V9(02)  VALUE ZERO.
002971*----------------------------------------------------------*
002972*  PREPAID CREDIT ACCOUNT (JOKCRED) - THE MATCH FEE COMES   *
002973*  OFF PLAYER 1'S BALANCE WHEN THE MATCH OPENS              *
002974*----------------------------------------------------------*
002975 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
002976 01  WS-ACCOUNT-FOUND-SW     PIC X(01)  VALUE "N".
002977     88  WS-ACCOUNT-FOUND               VALUE "Y".
002978 01  WS-CREDIT-OK-SW         PIC X(01)  VALUE "N".
002979     88  WS-CREDIT-OK                   VALUE "Y".
002980 01  WS-CREDIT-ID            PIC X(10).
002981 01  WS-CREDIT-DISPLAY       PIC -ZZZZZZ9.99.
002982*----------------------------------------------------------*
002983*  COMMENTATOR'S SCOUTING SHEET - ONE PAGE PER PAIRING,     *
002984*  BOTH ENTRANTS, BOTH GAME MODES, FROM THE MOVE-TENDENCY   *
002985*  SUMMARY (JOKSCOUT).  A MISSING SUMMARY STILL PRINTS THE  *
002986*  SHEETS, MARKED WITHOUT DATA.                             *
002987*----------------------------------------------------------*
002988     COPY JOKSCTRC.
002989 01  WS-SCOUT-SUM-STATUS     PIC X(02)  VALUE SPACES.
002990 01  WS-SCT-EOF-SW           PIC X(01)  VALUE "N".
002991     88  WS-SCT-EOF                     VALUE "Y".
002992 77  WS-SCT-COUNT            PIC 9(04)  COMP  VALUE ZERO.
002993 77  WS-SCT-IDX              PIC 9(04)  COMP  VALUE ZERO.
002994 77  WS-SCT-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
002995 01  WS-SCT-TABLE.
002996     05  WS-SCT-ENTRY        OCCURS 2000 TIMES.
002997     10  WS-SCT-PLAYER-ID PIC X(10).
002998     10  FILLER           PIC X(01).
002999     10  WS-SCT-GAME-MODE PIC 9(01).
003000     10  FILLER           PIC X(139).
003001 01  WS-SCT-THROWS.
003002     05  WS-SCT-THROW-NAME   PIC A(08)  OCCURS 5 TIMES.
003003 77  WS-SCT-THROW-IDX        PIC 9(01)  COMP  VALUE ZERO.
003004 77  WS-SCT-AFT-IDX          PIC 9(01)  COMP  VALUE ZERO.
003005 77  WS-SHEET-ROUND          PIC 9(02)  COMP  VALUE ZERO.
003006 77  WS-SHEET-MODE           PIC 9(01)  COMP  VALUE ZERO.
003007 77  WS-SHEETS-PRINTED       PIC 9(03)  COMP  VALUE ZERO.
003008 01  WS-SHEET-ID             PIC X(10).
003009*    BELOW THIS MANY ROUNDS THE SHARES ARE MOSTLY NOISE
003010 77  WS-SCT-MIN-ROUNDS       PIC 9(03)  COMP  VALUE 20.
003011 01  WS-SCS-RULE             PIC X(80)  VALUE ALL "=".
003012 01  WS-SCS-TITLE.
003013     05  FILLER              PIC X(29)  VALUE
003014         "FICHA DE OBSERVACAO - RODADA ".
003015     05  WS-SCS-ROUND        PIC Z9.
003016     05  FILLER              PIC X(10)  VALUE "  PARTIDA ".
003017     05  WS-SCS-MATCH        PIC ZZ9.
003018     05  FILLER              PIC X(36)  VALUE SPACES.
003019 01  WS-SCS-PAIRING.
003020     05  FILLER              PIC X(02)  VALUE SPACES.
003021     05  WS-SCS-P1           PIC X(10).
003022     05  FILLER              PIC X(03)  VALUE " x ".
003023     05  WS-SCS-P2           PIC X(10).
003024     05  FILLER              PIC X(55)  VALUE SPACES.
003025 01  WS-SCS-PLAYER-LINE.
003026     05  FILLER              PIC X(08)  VALUE "JOGADOR ".
003027     05  WS-SCS-PLAYER-ID    PIC X(10).
003028     05  FILLER              PIC X(62)  VALUE SPACES.
003029 01  WS-SCS-MODE-LINE.
003030     05  FILLER              PIC X(02)  VALUE SPACES.
003031     05  WS-SCS-MODE-TEXT    PIC X(13).
003032     05  FILLER              PIC X(11)  VALUE "  TORNEIOS ".
003033     05  WS-SCS-TOURNAMENTS  PIC ZZZZ9.
003034     05  FILLER              PIC X(10)  VALUE "  RODADAS ".
003035     05  WS-SCS-ROUNDS       PIC ZZZZZZ9.
003036     05  FILLER              PIC X(12)  VALUE "  PREVISIB. ".
003037     05  WS-SCS-PREDICT      PIC ZZ9.
003038     05  WS-SCS-SMALL-SAMPLE PIC X(17).
003039 01  WS-SCS-NODATA-LINE.
003040     05  FILLER              PIC X(02)  VALUE SPACES.
003041     05  WS-SCS-NODATA-MODE  PIC X(13).
003042     05  FILLER              PIC X(22)  VALUE
003043         "  sem ficha disponivel".
003044     05  FILLER              PIC X(43)  VALUE SPACES.
003045 01  WS-SCS-THROW-LINE.
003046     05  FILLER              PIC X(12)  VALUE "    JOGADAS ".
003047     05  WS-SCS-THROW-CELLS.
003048     10  WS-SCS-THROW-CELL PIC X(13)  OCCURS 5 TIMES.
003049     05  FILLER              PIC X(03)  VALUE SPACES.
003050 01  WS-SCS-PCT-EDIT         PIC ZZ9.
003051 01  WS-SCS-OPEN-LINE.
003052     05  FILLER              PIC X(25)  VALUE
003053         "    ABERTURA MAIS COMUM: ".
003054     05  WS-SCS-OPEN-NAME    PIC X(10).
003055     05  FILLER              PIC X(45)  VALUE SPACES.
003056 01  WS-SCS-AFTER-LINE.
003057     05  FILLER              PIC X(04)  VALUE SPACES.
003058     05  WS-SCS-AFT-LABEL    PIC X(13).
003059     05  FILLER              PIC X(08)  VALUE " REPETE ".
003060     05  WS-SCS-AFT-STAY     PIC ZZ9.
003061     05  FILLER              PIC X(11)  VALUE "%  PREFERE ".
003062     05  WS-SCS-AFT-NAME     PIC X(10).
003063     05  WS-SCS-AFT-PCT      PIC ZZ9.
003064     05  FILLER              PIC X(04)  VALUE "%  (".
003065     05  WS-SCS-AFT-ROUNDS   PIC ZZZZZZ9.
003066     05  FILLER              PIC X(09)  VALUE " RODADAS)".
003067     05  FILLER              PIC X(08)  VALUE SPACES.
003068*----------------------------------------------------------*
003069*  REPORT LINES                                             *
003070*----------------------------------------------------------*
003071 01  WS-BRR-DETAIL.
003072     05  FILLER              PIC X(07)  VALUE "Rodada ".
003073     05  WS-BRR-ROUND        PIC 9(02).
003074     05  FILLER              PIC X(09)  VALUE "  Partida".
003075     05  WS-BRR-MATCH        PIC ZZZ9.
003076     05  FILLER              PIC X(01)  VALUE SPACE.
003077     05  WS-BRR-P1           PIC X(10).
003080     05  FILLER              PIC X(03)  VALUE " x ".
003090     05  WS-BRR-P2           PIC X(10).
003100     05  FILLER              PIC X(01)  VALUE SPACE.
003590         CLOSE CASH-LEDGER
003600         OPEN EXTEND CASH-LEDGER
003610     END-IF.
003611     OPEN I-O CREDIT-ACCOUNTS.
003612     IF WS-CREDIT-STATUS = "35"
003613         OPEN OUTPUT CREDIT-ACCOUNTS
003614         CLOSE CREDIT-ACCOUNTS
003615         OPEN I-O CREDIT-ACCOUNTS
003616     END-IF.
003620     MOVE "Y" TO WS-FILES-OPEN-SW.
003630     PERFORM 1200-LOAD-BRACKET
003640     THRU 1200-EXIT.
005050     DISPLAY "  1 - Montar chave a partir dos inscritos".
005060     DISPLAY "  2 - Jogar partidas abertas".
005070     DISPLAY "  3 - Relatorio da chave".
005075     DISPLAY "  4 - Fichas de observacao da rodada".
005080     DISPLAY "  9 - Sair".
005090     ACCEPT WS-MENU-OPTION.
005100     EVALUATE WS-MENU-OPTION
005170     WHEN 3
005180     PERFORM 5000-REPORT-BRACKET
005190     THRU 5000-EXIT
005192     WHEN 4
005194     PERFORM 5450-REPRINT-SCOUT-SHEETS
005196     THRU 5450-EXIT
005200     WHEN 9
005210     MOVE "Y" TO WS-EXIT-SW
005220     WHEN OTHER
005690     THRU 8500-EXIT.
005700     DISPLAY "Chave montada com " WS-ADV-COUNT
005710         " jogadores; rejeitados: " WS-ENTRANTS-REJECTED.
005713     PERFORM 5400-OFFER-SCOUT-SHEETS
005716     THRU 5400-EXIT.
005720     GO TO 3000-EXIT.
005730 3000-EXIT.
005740     EXIT.
006060         ADD 1 TO WS-ENTRANTS-REJECTED
006070         GO TO 3100-EXIT
006080     END-IF.
006081     MOVE ENT-PLAYER-ID TO WS-CREDIT-ID.
006082     PERFORM 4150-CHECK-CREDIT
006083     THRU 4150-EXIT.
006084     IF NOT WS-CREDIT-OK
006085         DISPLAY "Inscrito " ENT-PLAYER-ID
006086             " sem credito para uma partida - ignorado."
006087         ADD 1 TO WS-ENTRANTS-REJECTED
006088         GO TO 3100-EXIT
006089     END-IF.
006090     IF WS-ADV-COUNT < 64
006100         ADD 1 TO WS-ADV-COUNT
006110         MOVE ENT-PLAYER-ID TO WS-ADV-PLAYER-ID(WS-ADV-COUNT)
009330 4100-EXIT.
009340     EXIT.
009350
009351*----------------------------------------------------------*
009352*  4150-CHECK-CREDIT - DOES WS-CREDIT-ID HAVE THE MATCH FEE *
009353*  ON ACCOUNT?  NO ACCOUNT ON FILE IS A ZERO BALANCE; A     *
009354*  NIGHT WITHOUT A FEE NEEDS NO CREDIT.                     *
009355*----------------------------------------------------------*
009356 4150-CHECK-CREDIT.
009357     MOVE "Y" TO WS-CREDIT-OK-SW.
009358     IF WS-MATCH-FEE = ZERO
009359         GO TO 4150-EXIT
009360     END-IF.
009361     MOVE WS-CREDIT-ID TO CA-PLAYER-ID.
009362     READ CREDIT-ACCOUNTS
009363         INVALID KEY
009364             MOVE ZERO TO CA-BALANCE
009365     END-READ.
009366     IF CA-BALANCE < WS-MATCH-FEE
009367         MOVE "N" TO WS-CREDIT-OK-SW
009368     END-IF.
009369     GO TO 4150-EXIT.
009370 4150-EXIT.
009371     EXIT.
009372
009373*----------------------------------------------------------*
009374*  4200-PLAY-ONE-MATCH - BEST-OF-N PVP USING THE SAME       *
009380*  ROUND LOGIC AS THE INTERACTIVE PROGRAM, LOGGED AS ONE    *
009390*  TOURNAMENT AND POSTED TO BOTH PLAYERS' MASTER RECORDS    *
009400*----------------------------------------------------------*
009490     DISPLAY "Partida " WS-BM-NUMBER(WS-PLAY-IDX) ": "
009500         WS-M1-ID " x " WS-M2-ID
009510         " (melhor de " WS-BEST-OF-N ")".
009511*    THE FEE IS CHARGED TO PLAYER 1 AS THE MATCH OPENS; SHORT
009512*    OF CREDIT, THE MATCH STAYS OPEN UNTIL THE DESK TOPS UP
009513     MOVE WS-M1-ID TO WS-CREDIT-ID.
009514     PERFORM 4150-CHECK-CREDIT
009515     THRU 4150-EXIT.
009516     IF NOT WS-CREDIT-OK
009517         MOVE CA-BALANCE TO WS-CREDIT-DISPLAY
009518         DISPLAY "Partida adiada - " WS-M1-ID
009519             " sem credito (saldo " WS-CREDIT-DISPLAY ")."
009520         GO TO 4200-EXIT
009521     END-IF.
009522     PERFORM 4500-WRITE-MATCH-HEADER
009530     THRU 4500-EXIT.
009540     PERFORM 4300-PLAY-ONE-ROUND
009550     THRU 4300-EXIT
011650     MOVE 3 TO LC-CATEGORY.
011660     MOVE WS-MATCH-FEE TO LC-AMOUNT.
011670     MOVE WS-M1-ID TO LC-PLAYER-ID.
011675     MOVE "A" TO LC-SETTLEMENT.
011680     MOVE SPACES TO LEDGER-RECORD.
011690     MOVE LEDGER-CHARGE-RECORD TO LEDGER-RECORD.
011700     WRITE LEDGER-RECORD.
011703     PERFORM 4530-DEBIT-CREDIT
011706     THRU 4530-EXIT.
011710     GO TO 4520-EXIT.
011720 4520-EXIT.
011730     EXIT.
011731
011732*----------------------------------------------------------*
011733*  4530-DEBIT-CREDIT - TAKE THE MATCH FEE OFF PLAYER 1'S    *
011734*  ACCOUNT, CHECKED JUST BEFORE THE MATCH OPENED            *
011735*----------------------------------------------------------*
011736 4530-DEBIT-CREDIT.
011737     MOVE "Y" TO WS-ACCOUNT-FOUND-SW.
011738     MOVE WS-M1-ID TO CA-PLAYER-ID.
011739     READ CREDIT-ACCOUNTS
011740         INVALID KEY
011741             MOVE "N" TO WS-ACCOUNT-FOUND-SW
011742     END-READ.
011743     IF NOT WS-ACCOUNT-FOUND
011744         MOVE WS-M1-ID TO CA-PLAYER-ID
011745         MOVE ZERO TO CA-BALANCE
011746         MOVE FUNCTION CURRENT-DATE(1:8) TO CA-OPENED-DATE
011747     END-IF.
011748     SUBTRACT WS-MATCH-FEE FROM CA-BALANCE.
011749     MOVE FUNCTION CURRENT-DATE(1:8) TO CA-LAST-MOVE-DATE.
011750     IF WS-ACCOUNT-FOUND
011751         REWRITE CREDIT-ACCOUNT-RECORD
011752     ELSE
011753         WRITE CREDIT-ACCOUNT-RECORD
011754     END-IF.
011755     GO TO 4530-EXIT.
011756 4530-EXIT.
011757     EXIT.
011758
011759*----------------------------------------------------------*
011760*  4550-WRITE-ROUND-DETAILS - ONE DETAIL PER PLAYER SO THE  *
011770*  RECONCILIATION SEES BOTH SIDES OF THE TABLE              *
011780*----------------------------------------------------------*
013160     THRU 8500-EXIT.
013170     DISPLAY "Rodada " WS-NEW-ROUND
013180         " gerada - use a opcao 2 para jogar.".
013183     PERFORM 5400-OFFER-SCOUT-SHEETS
013186     THRU 5400-EXIT.
013190     GO TO 4800-EXIT.
013200 4800-EXIT.
013210     EXIT.
015200     EXIT.
015210
015220*----------------------------------------------------------*
015230*  5400-OFFER-SCOUT-SHEETS - A ROUND HAS JUST BEEN PAIRED;  *
015240*  THE OPERATOR MAY PRINT THE COMMENTATOR'S SHEETS FOR IT   *
015250*----------------------------------------------------------*
015260 5400-OFFER-SCOUT-SHEETS.
015270     DISPLAY "Imprimir as fichas de observacao da rodada? (S/N)".
015280     ACCEPT WS-CONFIRM.
015290     IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
015300         GO TO 5400-EXIT
015310     END-IF.
015320     MOVE WS-NEW-ROUND TO WS-SHEET-ROUND.
015330     PERFORM 5500-PRINT-SCOUT-SHEETS
015340     THRU 5500-EXIT.
015350     GO TO 5400-EXIT.
015360 5400-EXIT.
015370     EXIT.
015380
015390*----------------------------------------------------------*
015400*  5450-REPRINT-SCOUT-SHEETS - SHEETS FOR THE LATEST ROUND  *
015410*  ON THE TABLE, FROM THE MENU                              *
015420*----------------------------------------------------------*
015430 5450-REPRINT-SCOUT-SHEETS.
015440     IF WS-MATCH-COUNT = ZERO
015450         DISPLAY "Nenhuma chave aberta."
015460         GO TO 5450-EXIT
015470     END-IF.
015480     PERFORM 4050-FIND-CURRENT-ROUND
015490     THRU 4050-EXIT.
015500     MOVE WS-CURRENT-ROUND TO WS-SHEET-ROUND.
015510     PERFORM 5500-PRINT-SCOUT-SHEETS
015520     THRU 5500-EXIT.
015530     GO TO 5450-EXIT.
015540 5450-EXIT.
015550     EXIT.
015560
015570*----------------------------------------------------------*
015580*  5500-PRINT-SCOUT-SHEETS - ONE SHEET PER PAIRING OF ROUND *
015590*  WS-SHEET-ROUND (BYES HAVE NO OPPONENT AND GET NONE)      *
015600*----------------------------------------------------------*
015610 5500-PRINT-SCOUT-SHEETS.
015620     MOVE ROCK    TO WS-SCT-THROW-NAME(1).
015630     MOVE SISSORS TO WS-SCT-THROW-NAME(2).
015640     MOVE PAPPER  TO WS-SCT-THROW-NAME(3).
015650     MOVE LAGARTO TO WS-SCT-THROW-NAME(4).
015660     MOVE SPOCK   TO WS-SCT-THROW-NAME(5).
015670     PERFORM 5510-LOAD-SCOUT-SUMMARY
015680     THRU 5510-EXIT.
015690     MOVE ZERO TO WS-SHEETS-PRINTED.
015700     OPEN OUTPUT SCOUT-SHEET.
015710     PERFORM 5520-SHEET-ONE-MATCH
015720     THRU 5520-EXIT
015730     VARYING WS-MATCH-IDX FROM 1 BY 1
015740     UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
015750     CLOSE SCOUT-SHEET.
015760     DISPLAY "Fichas de observacao gravadas em SCOUTSHT: "
015770         WS-SHEETS-PRINTED.
015780     GO TO 5500-EXIT.
015790 5500-EXIT.
015800     EXIT.
015810
015820*----------------------------------------------------------*
015830*  5510-LOAD-SCOUT-SUMMARY - THE SUMMARY IS REREAD EVERY    *
015840*  TIME SO A FRESH JOKSCOUT RUN IS PICKED UP MID-EVENT      *
015850*----------------------------------------------------------*
015860 5510-LOAD-SCOUT-SUMMARY.
015870     MOVE ZERO TO WS-SCT-COUNT.
015880     MOVE "N" TO WS-SCT-EOF-SW.
015890     OPEN INPUT SCOUT-SUMMARY.
015900     IF WS-SCOUT-SUM-STATUS NOT = "00"
015910         DISPLAY "JOKBRKT - resumo de tendencias indisponivel, "
015920             "status " WS-SCOUT-SUM-STATUS
015930         GO TO 5510-EXIT
015940     END-IF.
015950     PERFORM 5511-LOAD-ONE-SUMMARY
015960     THRU 5511-EXIT
015970     UNTIL WS-SCT-EOF.
015980     CLOSE SCOUT-SUMMARY.
015990     GO TO 5510-EXIT.
016000 5510-EXIT.
016010     EXIT.
016020
016030*----------------------------------------------------------*
016040*  5511-LOAD-ONE-SUMMARY                                    *
016050*----------------------------------------------------------*
016060 5511-LOAD-ONE-SUMMARY.
016070     READ SCOUT-SUMMARY
016080     AT END
016090     MOVE "Y" TO WS-SCT-EOF-SW
016100     NOT AT END
016110     IF WS-SCT-COUNT < 2000
016120     ADD 1 TO WS-SCT-COUNT
016130     MOVE SCOUT-FILE-RECORD TO WS-SCT-ENTRY(WS-SCT-COUNT)
016140     END-IF
016150     END-READ.
016160     GO TO 5511-EXIT.
016170 5511-EXIT.
016180     EXIT.
016190
016200*----------------------------------------------------------*
016210*  5520-SHEET-ONE-MATCH                                     *
016220*----------------------------------------------------------*
016230 5520-SHEET-ONE-MATCH.
016240     IF WS-BM-ROUND(WS-MATCH-IDX) NOT = WS-SHEET-ROUND
016250         OR WS-BM-STATUS(WS-MATCH-IDX) = "B"
016260         GO TO 5520-EXIT
016270     END-IF.
016280     IF WS-SHEETS-PRINTED > ZERO
016290         MOVE SPACES TO SCS-RECORD
016300         WRITE SCS-RECORD
016310     END-IF.
016320     MOVE WS-SCS-RULE TO SCS-RECORD.
016330     WRITE SCS-RECORD.
016340     MOVE WS-SHEET-ROUND TO WS-SCS-ROUND.
016350     MOVE WS-BM-NUMBER(WS-MATCH-IDX) TO WS-SCS-MATCH.
016360     MOVE WS-SCS-TITLE TO SCS-RECORD.
016370     WRITE SCS-RECORD.
016380     MOVE WS-BM-P1-ID(WS-MATCH-IDX) TO WS-SCS-P1.
016390     MOVE WS-BM-P2-ID(WS-MATCH-IDX) TO WS-SCS-P2.
016400     MOVE WS-SCS-PAIRING TO SCS-RECORD.
016410     WRITE SCS-RECORD.
016420     MOVE WS-SCS-RULE TO SCS-RECORD.
016430     WRITE SCS-RECORD.
016440     MOVE WS-BM-P1-ID(WS-MATCH-IDX) TO WS-SHEET-ID.
016450     PERFORM 5530-SHEET-ONE-PLAYER
016460     THRU 5530-EXIT.
016470     MOVE WS-BM-P2-ID(WS-MATCH-IDX) TO WS-SHEET-ID.
016480     PERFORM 5530-SHEET-ONE-PLAYER
016490     THRU 5530-EXIT.
016500     ADD 1 TO WS-SHEETS-PRINTED.
016510     GO TO 5520-EXIT.
016520 5520-EXIT.
016530     EXIT.
016540
016550*----------------------------------------------------------*
016560*  5530-SHEET-ONE-PLAYER - CLASSICO, THEN LAGARTO-SPOCK     *
016570*----------------------------------------------------------*
016580 5530-SHEET-ONE-PLAYER.
016590     MOVE SPACES TO SCS-RECORD.
016600     WRITE SCS-RECORD.
016610     MOVE WS-SHEET-ID TO WS-SCS-PLAYER-ID.
016620     MOVE WS-SCS-PLAYER-LINE TO SCS-RECORD.
016630     WRITE SCS-RECORD.
016640     PERFORM 5540-SHEET-ONE-MODE
016650     THRU 5540-EXIT
016660     VARYING WS-SHEET-MODE FROM 1 BY 1
016670     UNTIL WS-SHEET-MODE > 2.
016680     GO TO 5530-EXIT.
016690 5530-EXIT.
016700     EXIT.
016710
016720*----------------------------------------------------------*
016730*  5540-SHEET-ONE-MODE - SHARES, OPENING THROW, WHAT COMES  *
016740*  AFTER A WIN, LOSS AND TIE, AND PREDICTABILITY            *
016750*----------------------------------------------------------*
016760 5540-SHEET-ONE-MODE.
016770     IF WS-SHEET-MODE = 2
016780         MOVE "LAGARTO-SPOCK" TO WS-SCS-MODE-TEXT
016790         MOVE 5 TO WS-CHOICE-COUNT
016800     ELSE
016810         MOVE "CLASSICO" TO WS-SCS-MODE-TEXT
016820         MOVE 3 TO WS-CHOICE-COUNT
016830     END-IF.
016840     PERFORM 5550-FIND-SCOUT-ENTRY
016850     THRU 5550-EXIT.
016860     IF WS-SCT-FOUND-IDX = ZERO
016870         MOVE WS-SCS-MODE-TEXT TO WS-SCS-NODATA-MODE
016880         MOVE WS-SCS-NODATA-LINE TO SCS-RECORD
016890         WRITE SCS-RECORD
016900         GO TO 5540-EXIT
016910     END-IF.
016920     MOVE WS-SCT-ENTRY(WS-SCT-FOUND-IDX) TO SCOUT-RECORD.
016930     MOVE SC-TOURNAMENTS TO WS-SCS-TOURNAMENTS.
016940     MOVE SC-ROUNDS TO WS-SCS-ROUNDS.
016950     MOVE SC-PREDICT-INDEX TO WS-SCS-PREDICT.
016960     IF SC-ROUNDS < WS-SCT-MIN-ROUNDS
016970         MOVE "  AMOSTRA PEQUENA" TO WS-SCS-SMALL-SAMPLE
016980     ELSE
016990         MOVE SPACES TO WS-SCS-SMALL-SAMPLE
017000     END-IF.
017010     MOVE WS-SCS-MODE-LINE TO SCS-RECORD.
017020     WRITE SCS-RECORD.
017030     MOVE SPACES TO WS-SCS-THROW-CELLS.
017040     PERFORM 5560-SHEET-ONE-THROW
017050     THRU 5560-EXIT
017060     VARYING WS-SCT-THROW-IDX FROM 1 BY 1
017070     UNTIL WS-SCT-THROW-IDX > WS-CHOICE-COUNT.
017080     MOVE WS-SCS-THROW-LINE TO SCS-RECORD.
017090     WRITE SCS-RECORD.
017100     IF SC-OPEN-TOP-IDX = ZERO
017110         MOVE "-" TO WS-SCS-OPEN-NAME
017120     ELSE
017130         MOVE WS-SCT-THROW-NAME(SC-OPEN-TOP-IDX)
017140             TO WS-SCS-OPEN-NAME
017150     END-IF.
017160     MOVE WS-SCS-OPEN-LINE TO SCS-RECORD.
017170     WRITE SCS-RECORD.
017180     PERFORM 5570-SHEET-ONE-AFTER
017190     THRU 5570-EXIT
017200     VARYING WS-SCT-AFT-IDX FROM 1 BY 1
017210     UNTIL WS-SCT-AFT-IDX > 3.
017220     GO TO 5540-EXIT.
017230 5540-EXIT.
017240     EXIT.
017250
017260*----------------------------------------------------------*
017270*  5550-FIND-SCOUT-ENTRY - WS-SHEET-ID IN WS-SHEET-MODE     *
017280*----------------------------------------------------------*
017290 5550-FIND-SCOUT-ENTRY.
017300     MOVE ZERO TO WS-SCT-FOUND-IDX.
017310     PERFORM 5551-CHECK-ONE-SCOUT-ENTRY
017320     THRU 5551-EXIT
017330     VARYING WS-SCT-IDX FROM 1 BY 1
017340     UNTIL WS-SCT-IDX > WS-SCT-COUNT
017350     OR WS-SCT-FOUND-IDX > ZERO.
017360     GO TO 5550-EXIT.
017370 5550-EXIT.
017380     EXIT.
017390
017400*----------------------------------------------------------*
017410*  5551-CHECK-ONE-SCOUT-ENTRY                               *
017420*----------------------------------------------------------*
017430 5551-CHECK-ONE-SCOUT-ENTRY.
017440     IF WS-SCT-PLAYER-ID(WS-SCT-IDX) = WS-SHEET-ID
017450     AND WS-SCT-GAME-MODE(WS-SCT-IDX) = WS-SHEET-MODE
017460     MOVE WS-SCT-IDX TO WS-SCT-FOUND-IDX
017470     END-IF.
017480     GO TO 5551-EXIT.
017490 5551-EXIT.
017500     EXIT.
017510
017520*----------------------------------------------------------*
017530*  5560-SHEET-ONE-THROW - "PEDRA    47%" AND SO ON          *
017540*----------------------------------------------------------*
017550 5560-SHEET-ONE-THROW.
017560     MOVE SC-THROW-PCT(WS-SCT-THROW-IDX) TO WS-SCS-PCT-EDIT.
017570     MOVE WS-SCT-THROW-NAME(WS-SCT-THROW-IDX)
017580         TO WS-SCS-THROW-CELL(WS-SCT-THROW-IDX)(1:8).
017590     MOVE WS-SCS-PCT-EDIT
017600         TO WS-SCS-THROW-CELL(WS-SCT-THROW-IDX)(9:3).
017610     MOVE "%" TO WS-SCS-THROW-CELL(WS-SCT-THROW-IDX)(12:1).
017620     GO TO 5560-EXIT.
017630 5560-EXIT.
017640     EXIT.
017650
017660*----------------------------------------------------------*
017670*  5570-SHEET-ONE-AFTER                                     *
017680*----------------------------------------------------------*
017690 5570-SHEET-ONE-AFTER.
017700     EVALUATE WS-SCT-AFT-IDX
017710     WHEN 1
017720     MOVE "APOS VITORIA:" TO WS-SCS-AFT-LABEL
017730     WHEN 2
017740     MOVE "APOS DERROTA:" TO WS-SCS-AFT-LABEL
017750     WHEN OTHER
017760     MOVE "APOS EMPATE:" TO WS-SCS-AFT-LABEL
017770     END-EVALUATE.
017780     MOVE SC-AFT-STAY-PCT(WS-SCT-AFT-IDX) TO WS-SCS-AFT-STAY.
017790     MOVE SC-AFT-TOP-PCT(WS-SCT-AFT-IDX) TO WS-SCS-AFT-PCT.
017800     MOVE SC-AFT-ROUNDS(WS-SCT-AFT-IDX) TO WS-SCS-AFT-ROUNDS.
017810     IF SC-AFT-TOP-IDX(WS-SCT-AFT-IDX) = ZERO
017820         MOVE "-" TO WS-SCS-AFT-NAME
017830     ELSE
017840         MOVE WS-SCT-THROW-NAME(SC-AFT-TOP-IDX(WS-SCT-AFT-IDX))
017850             TO WS-SCS-AFT-NAME
017860     END-IF.
017870     MOVE WS-SCS-AFTER-LINE TO SCS-RECORD.
017880     WRITE SCS-RECORD.
017890     GO TO 5570-EXIT.
017900 5570-EXIT.
017910     EXIT.
017920
017930*----------------------------------------------------------*
017940*  9999-TERMINATE                                           *
017950*----------------------------------------------------------*
017960 9999-TERMINATE.
017970     IF WS-FILES-OPEN
017980         CLOSE PLAYER-MASTER
017990         CLOSE JOKENPO-LOG
018000         CLOSE CASH-LEDGER
018010         CLOSE CREDIT-ACCOUNTS
018020     END-IF.
018030     DISPLAY "JOKBRKT - ate a proxima competicao.".
018040     GO TO 9999-EXIT.
018050 9999-EXIT.
018060     EXIT.
