000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKTRIA.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - DESK DECISION ON THE *
000110*                   FLAGS RAISED BY THE COLLUSION SCREEN.   *
000120*----------------------------------------------------------*
000130*  THE COLLUSION SCREEN (JOKSCRN) LEAVES ITS FLAGS ON       *
000140*  JOKFLAG AS PENDING, AND THE PRIZE POSTING WILL NOT PAY   *
000150*  A POSITION WHOSE PLAYER IS NAMED ON A PENDING FLAG.      *
000160*  THIS PROGRAM LISTS THE FLAGS AND LETS THE OPERATOR       *
000170*  DECIDE EACH ONE:                                         *
000180*    L - LIBERAR: THE PLAY WAS GENUINE, THE FLAG NO LONGER  *
000190*        HOLDS THE PRIZE BACK;                              *
000200*    M - MANTER: THE FLAG STANDS, AND JOKPRIZE LEAVES EVERY *
000210*        PLAYER NAMED ON IT OUT OF THE PAID POSITIONS.      *
000220*  A REASON IS REQUIRED.  THE DECISION IS WRITTEN ONTO THE  *
000230*  FLAG (OPERATOR, DATE, REASON) AND TO THE AUDIT TRAIL     *
000240*  WITH ACTION TRIAGEM: THE BEFORE IMAGE IS THE FLAG AS IT  *
000250*  STOOD, THE AFTER IMAGE THE NEW DECISION.  A FLAG ALREADY *
000260*  DECIDED MAY BE DECIDED AGAIN (ON APPEAL); BOTH RULINGS   *
000270*  STAY ON THE AUDIT TRAIL.  RERUN THE PRIZE POSTING ONCE   *
000280*  NO FLAG ON A PRIZE POSITION IS LEFT PENDING.             *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SCREEN-FLAGS ASSIGN TO "JOKFLAG"
000340     ORGANIZATION IS LINE SEQUENTIAL
000350     FILE STATUS IS WS-SCREEN-FLAGS-STATUS.
000360     SELECT AUDIT-FILE ASSIGN TO "JOKAUD"
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-AUDIT-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  SCREEN-FLAGS.
000430 01  FLAG-RECORD                 PIC X(120).
000440
000450 FD  AUDIT-FILE.
000460     COPY JOKAUDRC.
000470
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------*
000500*  SCREENING CONTROL AND FLAG RECORDS                       *
000510*----------------------------------------------------------*
000520     COPY JOKFLGRC.
000530*----------------------------------------------------------*
000540*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000550*----------------------------------------------------------*
000560 01  WS-SCREEN-FLAGS-STATUS  PIC X(02)  VALUE SPACES.
000570 01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE SPACES.
000580 01  WS-EXIT-SW              PIC X(01)  VALUE "N".
000590     88  WS-EXIT-REQUESTED              VALUE "Y".
000600 01  WS-FLAG-EOF-SW          PIC X(01)  VALUE "N".
000610     88  WS-FLAG-EOF                    VALUE "Y".
000620 01  WS-FILES-OPEN-SW        PIC X(01)  VALUE "N".
000630     88  WS-FILES-OPEN                  VALUE "Y".
000640 01  WS-CONTROL-FOUND-SW     PIC X(01)  VALUE "N".
000650     88  WS-CONTROL-FOUND               VALUE "Y".
000660 01  WS-SAVE-FAILED-SW       PIC X(01)  VALUE "N".
000670     88  WS-SAVE-FAILED                 VALUE "Y".
000680*----------------------------------------------------------*
000690*  OPERATOR DIALOGUE FIELDS                                 *
000700*----------------------------------------------------------*
000710 01  WS-OPERATOR-ID          PIC X(10).
000720 01  WS-MENU-OPTION          PIC 9(01)  VALUE ZERO.
000730 01  WS-SEQ-IN               PIC X(04)  VALUE SPACES.
000740 01  WS-TARGET-SEQ           PIC 9(04)  VALUE ZERO.
000750 01  WS-DECISION             PIC X(01).
000760 01  WS-NOTE                 PIC X(30).
000770 01  WS-CONFIRM              PIC X(01).
000780 01  WS-LIST-MODE            PIC X(01)  VALUE "T".
000790     88  WS-LIST-PENDING-ONLY           VALUE "P".
000800 01  WS-TYPE-TEXT            PIC X(22).
000810*----------------------------------------------------------*
000820*  IN-CORE COPY OF THE FLAG FILE, REWRITTEN AFTER EVERY     *
000830*  DECISION                                                 *
000840*----------------------------------------------------------*
000850 01  WS-CONTROL-IMAGE        PIC X(120).
000860 77  WS-FLAG-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000870 77  WS-FLAG-IDX             PIC 9(04)  COMP  VALUE ZERO.
000880 77  WS-FLAG-FOUND-IDX       PIC 9(04)  COMP  VALUE ZERO.
000890 77  WS-FLAG-OVERFLOW        PIC 9(05)  COMP  VALUE ZERO.
000900 01  WS-FLAG-TABLE.
000910     05  WS-FLAG-IMAGE       PIC X(120)  OCCURS 200 TIMES.
000920 01  WS-SAVE-IMAGE           PIC X(120).
000930*----------------------------------------------------------*
000940*  AUDIT IMAGES - THE FLAG BEFORE, THE DECISION AFTER       *
000950*----------------------------------------------------------*
000960 01  WS-AUD-ACTION           PIC X(08).
000970 01  WS-AUD-BEFORE           PIC X(62).
000980 01  WS-AUD-AFTER            PIC X(62).
000990 01  WS-AUD-FLAG-IMAGE.
001000     05  WS-AFI-SEASON       PIC 9(06).
001010     05  FILLER              PIC X(01)  VALUE SPACE.
001020     05  WS-AFI-SEQ          PIC 9(04).
001030     05  FILLER              PIC X(01)  VALUE SPACE.
001040     05  WS-AFI-TYPE         PIC X(01).
001050     05  FILLER              PIC X(01)  VALUE SPACE.
001060     05  WS-AFI-PLAYER-ID    PIC X(10).
001070     05  FILLER              PIC X(01)  VALUE SPACE.
001080     05  WS-AFI-OPPONENT-ID  PIC X(10).
001090     05  FILLER              PIC X(01)  VALUE SPACE.
001100     05  WS-AFI-TRN-ID       PIC X(14).
001110     05  FILLER              PIC X(01)  VALUE SPACE.
001120     05  WS-AFI-STATUS       PIC X(01).
001130 01  WS-AUD-DECISION-IMAGE.
001140     05  WS-ADI-STATUS       PIC X(01).
001150     05  FILLER              PIC X(01)  VALUE SPACE.
001160     05  WS-ADI-DATE         PIC 9(08).
001170     05  FILLER              PIC X(01)  VALUE SPACE.
001180     05  WS-ADI-NOTE         PIC X(30).
001190*----------------------------------------------------------*
001200*  COUNTERS                                                 *
001210*----------------------------------------------------------*
001220 77  WS-FLAGS-LISTED         PIC 9(05)  COMP  VALUE ZERO.
001230 77  WS-FLAGS-PENDING        PIC 9(05)  COMP  VALUE ZERO.
001240 77  WS-DECISIONS-MADE       PIC 9(05)  COMP  VALUE ZERO.
001250
001260 PROCEDURE DIVISION.
001270*----------------------------------------------------------*
001280*  0000-MAINLINE                                            *
001290*----------------------------------------------------------*
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE
001320     THRU 1000-EXIT.
001330     PERFORM 2000-PROCESS-MENU
001340     THRU 2000-EXIT
001350     UNTIL WS-EXIT-REQUESTED.
001360     PERFORM 9999-TERMINATE
001370     THRU 9999-EXIT.
001380     STOP RUN.
001390
001400*----------------------------------------------------------*
001410*  1000-INITIALIZE - LOAD THE FLAG FILE, OPEN THE AUDIT     *
001420*  TRAIL AND IDENTIFY THE OPERATOR                          *
001430*----------------------------------------------------------*
001440 1000-INITIALIZE.
001450     OPEN INPUT SCREEN-FLAGS.
001460     IF WS-SCREEN-FLAGS-STATUS NOT = "00"
001470         DISPLAY "JOKTRIA - arquivo de alertas indisponivel, "
001480             "status " WS-SCREEN-FLAGS-STATUS
001490         MOVE "Y" TO WS-EXIT-SW
001500         GO TO 1000-EXIT
001510     END-IF.
001520     PERFORM 1100-LOAD-ONE-RECORD
001530     THRU 1100-EXIT
001540     UNTIL WS-FLAG-EOF.
001550     CLOSE SCREEN-FLAGS.
001560     IF NOT WS-CONTROL-FOUND
001570         DISPLAY "JOKTRIA - triagem nao executada - nada a "
001580             "decidir."
001590         MOVE "Y" TO WS-EXIT-SW
001600         GO TO 1000-EXIT
001610     END-IF.
001620     IF WS-FLAG-OVERFLOW > ZERO
001630         DISPLAY "JOKTRIA - alertas alem da tabela: "
001640             WS-FLAG-OVERFLOW " - nada feito."
001650         MOVE "Y" TO WS-EXIT-SW
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN EXTEND AUDIT-FILE.
001690     IF WS-AUDIT-FILE-STATUS = "35"
001700         OPEN OUTPUT AUDIT-FILE
001710         CLOSE AUDIT-FILE
001720         OPEN EXTEND AUDIT-FILE
001730     END-IF.
001740     MOVE "Y" TO WS-FILES-OPEN-SW.
001750     MOVE WS-CONTROL-IMAGE TO SCREEN-CONTROL-RECORD.
001760     DISPLAY "Triagem de conluio - temporada " FC-SEASON
001770         " (triada em " FC-RUN-DATE ")".
001780     IF NOT FC-SCREEN-COMPLETE
001790         DISPLAY "ATENCAO: triagem incompleta - a premiacao "
001800             "sera recusada ate nova triagem."
001810     END-IF.
001820     DISPLAY "Digite o ID do operador:".
001830     ACCEPT WS-OPERATOR-ID.
001840     IF WS-OPERATOR-ID = SPACES
001850         DISPLAY "JOKTRIA - operador obrigatorio - nada feito."
001860         MOVE "Y" TO WS-EXIT-SW
001870     END-IF.
001880     GO TO 1000-EXIT.
001890 1000-EXIT.
001900     EXIT.
001910
001920*----------------------------------------------------------*
001930*  1100-LOAD-ONE-RECORD - THE CONTROL RECORD IS KEPT APART; *
001940*  FLAG RECORDS GO ON THE TABLE IN FILE ORDER               *
001950*----------------------------------------------------------*
001960 1100-LOAD-ONE-RECORD.
001970     READ SCREEN-FLAGS
001980     AT END
001990     MOVE "Y" TO WS-FLAG-EOF-SW
002000     GO TO 1100-EXIT
002010     END-READ.
002020     EVALUATE FLAG-RECORD(1:1)
002030     WHEN "C"
002040     MOVE FLAG-RECORD TO WS-CONTROL-IMAGE
002050     MOVE "Y" TO WS-CONTROL-FOUND-SW
002060     WHEN "F"
002070     IF WS-FLAG-COUNT < 200
002080     ADD 1 TO WS-FLAG-COUNT
002090     MOVE FLAG-RECORD TO WS-FLAG-IMAGE(WS-FLAG-COUNT)
002100     ELSE
002110     ADD 1 TO WS-FLAG-OVERFLOW
002120     END-IF
002130     WHEN OTHER
002140     CONTINUE
002150     END-EVALUATE.
002160     GO TO 1100-EXIT.
002170 1100-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------*
002210*  2000-PROCESS-MENU - SHOW THE MENU AND DISPATCH ONE       *
002220*  OPERATOR ACTION                                          *
002230*----------------------------------------------------------*
002240 2000-PROCESS-MENU.
002250     DISPLAY " ".
002260     DISPLAY "Opcoes:".
002270     DISPLAY "  1 - Listar alertas pendentes".
002280     DISPLAY "  2 - Listar todos os alertas".
002290     DISPLAY "  3 - Decidir um alerta".
002300     DISPLAY "  9 - Sair".
002310     ACCEPT WS-MENU-OPTION.
002320     EVALUATE WS-MENU-OPTION
002330     WHEN 1
002340     MOVE "P" TO WS-LIST-MODE
002350     PERFORM 3000-LIST-FLAGS
002360     THRU 3000-EXIT
002370     WHEN 2
002380     MOVE "T" TO WS-LIST-MODE
002390     PERFORM 3000-LIST-FLAGS
002400     THRU 3000-EXIT
002410     WHEN 3
002420     PERFORM 4000-DECIDE-FLAG
002430     THRU 4000-EXIT
002440     WHEN 9
002450     MOVE "Y" TO WS-EXIT-SW
002460     WHEN OTHER
002470     DISPLAY "Opcao invalida - tente novamente."
002480     END-EVALUATE.
002490     GO TO 2000-EXIT.
002500 2000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------*
002540*  3000-LIST-FLAGS - EVERY FLAG, OR ONLY THE PENDING ONES   *
002550*----------------------------------------------------------*
002560 3000-LIST-FLAGS.
002570     MOVE ZERO TO WS-FLAGS-LISTED.
002580     PERFORM 3100-LIST-ONE-FLAG
002590     THRU 3100-EXIT
002600     VARYING WS-FLAG-IDX FROM 1 BY 1
002610     UNTIL WS-FLAG-IDX > WS-FLAG-COUNT.
002620     DISPLAY "Alertas listados: " WS-FLAGS-LISTED.
002630     GO TO 3000-EXIT.
002640 3000-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------*
002680*  3100-LIST-ONE-FLAG                                       *
002690*----------------------------------------------------------*
002700 3100-LIST-ONE-FLAG.
002710     MOVE WS-FLAG-IMAGE(WS-FLAG-IDX) TO SCREEN-FLAG-RECORD.
002720     IF WS-LIST-PENDING-ONLY AND NOT FL-PENDING
002730         GO TO 3100-EXIT
002740     END-IF.
002750     ADD 1 TO WS-FLAGS-LISTED.
002760     PERFORM 3200-SET-TYPE-TEXT
002770     THRU 3200-EXIT.
002780     DISPLAY FL-SEQ " " WS-TYPE-TEXT " " FL-PLAYER-ID
002790         " X " FL-OPPONENT-ID " " FL-TOURNAMENT-ID
002800         " QTD:" FL-COUNT " BASE:" FL-BASE
002810         " SIT:" FL-STATUS.
002820     GO TO 3100-EXIT.
002830 3100-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------*
002870*  3200-SET-TYPE-TEXT - READABLE NAME OF THE FLAG TYPE      *
002880*----------------------------------------------------------*
002890 3200-SET-TYPE-TEXT.
002900     EVALUATE TRUE
002910     WHEN FL-FREQUENT-PAIR
002920     MOVE "Encontros frequentes" TO WS-TYPE-TEXT
002930     WHEN FL-ONE-SIDED-STREAK
002940     MOVE "Sequencia unilateral" TO WS-TYPE-TEXT
002950     WHEN FL-CONSTANT-THROWS
002960     MOVE "Jogadas constantes" TO WS-TYPE-TEXT
002970     WHEN OTHER
002980     MOVE "Vitorias de um so adv." TO WS-TYPE-TEXT
002990     END-EVALUATE.
003000     GO TO 3200-EXIT.
003010 3200-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050*  4000-DECIDE-FLAG - CLEAR OR UPHOLD ONE FLAG BY ITS       *
003060*  NUMBER, WITH A REASON, AFTER CONFIRMATION                *
003070*----------------------------------------------------------*
003080 4000-DECIDE-FLAG.
003090     DISPLAY "Numero do alerta:".
003100     ACCEPT WS-SEQ-IN.
003110     IF WS-SEQ-IN = SPACES
003120         OR FUNCTION TEST-NUMVAL(WS-SEQ-IN) NOT = 0
003130         DISPLAY "Numero invalido - nada alterado."
003140         GO TO 4000-EXIT
003150     END-IF.
003160     MOVE FUNCTION NUMVAL(WS-SEQ-IN) TO WS-TARGET-SEQ.
003170     PERFORM 4100-FIND-FLAG
003180     THRU 4100-EXIT.
003190     IF WS-FLAG-FOUND-IDX = ZERO
003200         DISPLAY "Alerta " WS-TARGET-SEQ " nao encontrado."
003210         GO TO 4000-EXIT
003220     END-IF.
003230     MOVE WS-FLAG-IMAGE(WS-FLAG-FOUND-IDX) TO SCREEN-FLAG-RECORD.
003240     PERFORM 3200-SET-TYPE-TEXT
003250     THRU 3200-EXIT.
003260     DISPLAY "Alerta " FL-SEQ ": " WS-TYPE-TEXT.
003270     DISPLAY "  Jogador.....: " FL-PLAYER-ID.
003280     DISPLAY "  Adversario..: " FL-OPPONENT-ID.
003290     IF FL-TOURNAMENT-ID NOT = SPACES
003300         DISPLAY "  Torneio.....: " FL-TOURNAMENT-ID
003310     END-IF.
003320     DISPLAY "  Qtd / base..: " FL-COUNT " / " FL-BASE.
003330     IF NOT FL-PENDING
003340         DISPLAY "  Ja decidido (" FL-STATUS ") por "
003350             FL-DECIDED-BY " em " FL-DECIDED-DATE ": "
003360             FL-DECISION-NOTE
003370         DISPLAY "  A nova decisao substitui a anterior."
003380     END-IF.
003390     DISPLAY "Decisao (L=liberar M=manter):".
003400     ACCEPT WS-DECISION.
003410     IF WS-DECISION NOT = "L"
003420         AND WS-DECISION NOT = "M"
003430         DISPLAY "Decisao invalida - nada alterado."
003440         GO TO 4000-EXIT
003450     END-IF.
003460     DISPLAY "Motivo da decisao:".
003470     ACCEPT WS-NOTE.
003480     IF WS-NOTE = SPACES
003490         DISPLAY "Motivo obrigatorio - nada alterado."
003500         GO TO 4000-EXIT
003510     END-IF.
003520     DISPLAY "Gravar decisao " WS-DECISION " no alerta " FL-SEQ
003530         " - confirma? (S/N)".
003540     ACCEPT WS-CONFIRM.
003550     IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
003560         DISPLAY "Decisao cancelada."
003570         GO TO 4000-EXIT
003580     END-IF.
003590
003600     MOVE FL-SEASON TO WS-AFI-SEASON.
003610     MOVE FL-SEQ TO WS-AFI-SEQ.
003620     MOVE FL-FLAG-TYPE TO WS-AFI-TYPE.
003630     MOVE FL-PLAYER-ID TO WS-AFI-PLAYER-ID.
003640     MOVE FL-OPPONENT-ID TO WS-AFI-OPPONENT-ID.
003650     MOVE FL-TOURNAMENT-ID TO WS-AFI-TRN-ID.
003660     MOVE FL-STATUS TO WS-AFI-STATUS.
003670     MOVE WS-DECISION TO FL-STATUS.
003680     MOVE WS-OPERATOR-ID TO FL-DECIDED-BY.
003690     MOVE FUNCTION CURRENT-DATE(1:8) TO FL-DECIDED-DATE.
003700     MOVE WS-NOTE TO FL-DECISION-NOTE.
003710     MOVE WS-FLAG-IMAGE(WS-FLAG-FOUND-IDX) TO WS-SAVE-IMAGE.
003720     MOVE SCREEN-FLAG-RECORD TO WS-FLAG-IMAGE(WS-FLAG-FOUND-IDX).
003730     PERFORM 5000-SAVE-FLAGS
003740     THRU 5000-EXIT.
003750     IF WS-SAVE-FAILED
003760         GO TO 4000-EXIT
003770     END-IF.
003780     MOVE FL-STATUS TO WS-ADI-STATUS.
003790     MOVE FL-DECIDED-DATE TO WS-ADI-DATE.
003800     MOVE FL-DECISION-NOTE TO WS-ADI-NOTE.
003810     MOVE WS-AUD-FLAG-IMAGE TO WS-AUD-BEFORE.
003820     MOVE WS-AUD-DECISION-IMAGE TO WS-AUD-AFTER.
003830     MOVE "TRIAGEM " TO WS-AUD-ACTION.
003840     PERFORM 8000-WRITE-AUDIT
003850     THRU 8000-EXIT.
003860     DISPLAY "Decisao gravada.".
003870     GO TO 4000-EXIT.
003880 4000-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  4100-FIND-FLAG - LOCATE THE FLAG NUMBERED WS-TARGET-SEQ  *
003930*----------------------------------------------------------*
003940 4100-FIND-FLAG.
003950     MOVE ZERO TO WS-FLAG-FOUND-IDX.
003960     PERFORM 4110-CHECK-ONE-FLAG
003970     THRU 4110-EXIT
003980     VARYING WS-FLAG-IDX FROM 1 BY 1
003990     UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
004000     OR WS-FLAG-FOUND-IDX > ZERO.
004010     GO TO 4100-EXIT.
004020 4100-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060*  4110-CHECK-ONE-FLAG                                      *
004070*----------------------------------------------------------*
004080 4110-CHECK-ONE-FLAG.
004090     MOVE WS-FLAG-IMAGE(WS-FLAG-IDX) TO SCREEN-FLAG-RECORD.
004100     IF FL-SEQ = WS-TARGET-SEQ
004110     MOVE WS-FLAG-IDX TO WS-FLAG-FOUND-IDX
004120     END-IF.
004130     GO TO 4110-EXIT.
004140 4110-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------*
004180*  5000-SAVE-FLAGS - REWRITE THE WHOLE FLAG FILE: THE       *
004190*  CONTROL RECORD, THEN THE FLAGS IN THEIR ORIGINAL ORDER.  *
004200*  IF THE FILE CANNOT BE OPENED THE FLAG GOES BACK TO THE   *
004210*  IMAGE SAVED BEFORE THE DECISION.                         *
004220*----------------------------------------------------------*
004230 5000-SAVE-FLAGS.
004240     MOVE "N" TO WS-SAVE-FAILED-SW.
004250     OPEN OUTPUT SCREEN-FLAGS.
004260     IF WS-SCREEN-FLAGS-STATUS NOT = "00"
004270         DISPLAY "JOKTRIA - falha ao gravar alertas, status "
004280             WS-SCREEN-FLAGS-STATUS
004290         MOVE "Y" TO WS-SAVE-FAILED-SW
004300         MOVE WS-SAVE-IMAGE TO WS-FLAG-IMAGE(WS-FLAG-FOUND-IDX)
004310         GO TO 5000-EXIT
004320     END-IF.
004330     MOVE WS-CONTROL-IMAGE TO FLAG-RECORD.
004340     WRITE FLAG-RECORD.
004350     PERFORM 5100-SAVE-ONE-FLAG
004360     THRU 5100-EXIT
004370     VARYING WS-FLAG-IDX FROM 1 BY 1
004380     UNTIL WS-FLAG-IDX > WS-FLAG-COUNT.
004390     CLOSE SCREEN-FLAGS.
004400     GO TO 5000-EXIT.
004410 5000-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------*
004450*  5100-SAVE-ONE-FLAG                                       *
004460*----------------------------------------------------------*
004470 5100-SAVE-ONE-FLAG.
004480     MOVE WS-FLAG-IMAGE(WS-FLAG-IDX) TO FLAG-RECORD.
004490     WRITE FLAG-RECORD.
004500     GO TO 5100-EXIT.
004510 5100-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------*
004550*  8000-WRITE-AUDIT - ONE AUDIT RECORD PER DECISION, WITH   *
004560*  BEFORE AND AFTER IMAGES, THE OPERATOR AND A TIMESTAMP    *
004570*----------------------------------------------------------*
004580 8000-WRITE-AUDIT.
004590     MOVE SPACES TO AUDIT-RECORD.
004600     MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
004610     MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
004620     MOVE WS-AUD-ACTION TO AUD-ACTION.
004630     MOVE WS-AUD-BEFORE TO AUD-BEFORE-IMAGE.
004640     MOVE WS-AUD-AFTER TO AUD-AFTER-IMAGE.
004650     WRITE AUDIT-RECORD.
004660     ADD 1 TO WS-DECISIONS-MADE.
004670     GO TO 8000-EXIT.
004680 8000-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------*
004720*  9999-TERMINATE - CLOSE UP AND SAY HOW MANY FLAGS ARE     *
004730*  STILL WAITING FOR A DECISION                             *
004740*----------------------------------------------------------*
004750 9999-TERMINATE.
004760     IF WS-FILES-OPEN
004770         CLOSE AUDIT-FILE
004780     END-IF.
004790     MOVE ZERO TO WS-FLAGS-PENDING.
004800     PERFORM 9100-COUNT-ONE-PENDING
004810     THRU 9100-EXIT
004820     VARYING WS-FLAG-IDX FROM 1 BY 1
004830     UNTIL WS-FLAG-IDX > WS-FLAG-COUNT.
004840     DISPLAY "JOKTRIA - decisoes gravadas: " WS-DECISIONS-MADE.
004850     DISPLAY "JOKTRIA - alertas pendentes: " WS-FLAGS-PENDING.
004860     GO TO 9999-EXIT.
004870 9999-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------*
004910*  9100-COUNT-ONE-PENDING                                   *
004920*----------------------------------------------------------*
004930 9100-COUNT-ONE-PENDING.
004940     MOVE WS-FLAG-IMAGE(WS-FLAG-IDX) TO SCREEN-FLAG-RECORD.
004950     IF FL-PENDING
004960     ADD 1 TO WS-FLAGS-PENDING
004970     END-IF.
004980     GO TO 9100-EXIT.
004990 9100-EXIT.
005000     EXIT.
