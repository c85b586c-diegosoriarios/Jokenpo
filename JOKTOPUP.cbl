000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKTOPUP.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - DESK TOP-UP OF A     *
000110*                   PLAYER'S PREPAID CREDIT ACCOUNT.        *
000120*----------------------------------------------------------*
000130*  THE DESK RECORDS HERE THE MONEY IT TAKES IN FOR A        *
000140*  PLAYER'S PREPAID CREDIT ACCOUNT.  FOR EACH TOP-UP THIS   *
000150*  PROGRAM:                                                 *
000160*    - CHECKS THE PLAYER ID IS ON PLAYERMS;                 *
000170*    - APPENDS A TOP-UP RECORD (U) TO THE CASH LEDGER WITH  *
000180*      THE AMOUNT, THE DATE AND TIME AND THE OPERATOR ID;   *
000190*    - ADDS THE AMOUNT TO THE BALANCE ON JOKCRED, OPENING   *
000200*      THE ACCOUNT ON THE PLAYER'S FIRST TOP-UP;            *
000210*    - WRITES THE ACCOUNT BEFORE AND AFTER TO THE AUDIT     *
000220*      TRAIL (ACTION RECARGA).                              *
000230*  THE LEDGER RECORD IS WRITTEN FIRST: IF THE ACCOUNT       *
000240*  UPDATE THEN FAILS, THE CASH STATEMENT (JOKCASH) SHOWS    *
000250*  THE DIFFERENCE AND THE ACCOUNT IS PUT RIGHT BY HAND.     *
000260*  A BALANCE CAN ALSO BE LOOKED UP WITHOUT CHANGING IT.     *
000270*  THERE IS NO REVERSAL - A TOP-UP KEYED IN ERROR IS        *
000280*  HANDED BACK OVER THE COUNTER AND NOTED ON THE TILL.      *
000290*                                                           *
000300*  THE OPERATOR ID IS REQUIRED; THE SESSION'S TOTAL TAKEN   *
000310*  IN IS SHOWN ON EXIT FOR THE CASH-UP.                     *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000370     ORGANIZATION IS INDEXED
000380     ACCESS MODE IS DYNAMIC
000390     RECORD KEY IS PM-PLAYER-ID
000400     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000410     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS DYNAMIC
000440     RECORD KEY IS CA-PLAYER-ID
000450     FILE STATUS IS WS-CREDIT-STATUS.
000460     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000490     SELECT AUDIT-FILE ASSIGN TO "JOKAUD"
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-AUDIT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PLAYER-MASTER.
000560     COPY JOKPMREC.
000570
000580 FD  CREDIT-ACCOUNTS.
000590     COPY JOKCRDRC.
000600
000610 FD  CASH-LEDGER.
000620 01  LEDGER-RECORD               PIC X(50).
000630
000640 FD  AUDIT-FILE.
000650     COPY JOKAUDRC.
000660
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------*
000690*  TYPED CASH LEDGER RECORDS                                *
000700*----------------------------------------------------------*
000710     COPY JOKLEDRC.
000720*----------------------------------------------------------*
000730*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000740*----------------------------------------------------------*
000750 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000760 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
000770 01  WS-CASH-LEDGER-STATUS   PIC X(02)  VALUE SPACES.
000780 01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE SPACES.
000790 01  WS-EXIT-SW              PIC X(01)  VALUE "N".
000800     88  WS-EXIT-REQUESTED              VALUE "Y".
000810 01  WS-FILES-OPEN-SW        PIC X(01)  VALUE "N".
000820     88  WS-FILES-OPEN                  VALUE "Y".
000830 01  WS-RECORD-FOUND-SW      PIC X(01)  VALUE "N".
000840     88  WS-RECORD-FOUND                VALUE "Y".
000850 01  WS-ACCOUNT-FOUND-SW     PIC X(01)  VALUE "N".
000860     88  WS-ACCOUNT-FOUND               VALUE "Y".
000870*----------------------------------------------------------*
000880*  OPERATOR DIALOGUE FIELDS                                 *
000890*----------------------------------------------------------*
000900 01  WS-OPERATOR-ID          PIC X(10).
000910 01  WS-MENU-OPTION          PIC 9(01)  VALUE ZERO.
000920 01  WS-TARGET-ID            PIC X(10).
000930 01  WS-CONFIRM              PIC X(01).
000940 01  WS-AMOUNT-IN            PIC X(09)  VALUE SPACES.
000950*----------------------------------------------------------*
000960*  AMOUNTS.  THE KEYED VALUE IS CHECKED IN A WIDER FIELD SO *
000970*  AN AMOUNT TOO BIG FOR THE LEDGER IS REFUSED, NOT CUT.    *
000980*----------------------------------------------------------*
000990 01  WS-AMOUNT-CHECK         PIC 9(07)V9(02)  VALUE ZERO.
001000 01  WS-TOPUP-AMOUNT         PIC 9(05)V9(02)  VALUE ZERO.
001010 01  WS-TOPUP-TOTAL          PIC 9(07)V9(02)  VALUE ZERO.
001020 01  WS-AMOUNT-DISPLAY       PIC ZZZZ9.99.
001030 01  WS-BALANCE-DISPLAY      PIC -ZZZZZZ9.99.
001040 01  WS-TOTAL-DISPLAY        PIC ZZZZZZ9.99.
001050*----------------------------------------------------------*
001060*  AUDIT IMAGES - THE JOKCRED RECORD BEFORE AND AFTER       *
001070*  (BLANK BEFORE WHEN THE TOP-UP OPENED THE ACCOUNT)        *
001080*----------------------------------------------------------*
001090 01  WS-AUD-ACTION           PIC X(08).
001100 01  WS-AUD-BEFORE           PIC X(62).
001110 01  WS-AUD-AFTER            PIC X(62).
001120*----------------------------------------------------------*
001130*  COUNTERS                                                 *
001140*----------------------------------------------------------*
001150 77  WS-TOPUPS-DONE          PIC 9(05)  COMP  VALUE ZERO.
001160 77  WS-CHANGES-MADE         PIC 9(05)  COMP  VALUE ZERO.
001170
001180 PROCEDURE DIVISION.
001190*----------------------------------------------------------*
001200*  0000-MAINLINE                                            *
001210*----------------------------------------------------------*
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE
001240     THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-MENU
001260     THRU 2000-EXIT
001270     UNTIL WS-EXIT-REQUESTED.
001280     PERFORM 9999-TERMINATE
001290     THRU 9999-EXIT.
001300     STOP RUN.
001310
001320*----------------------------------------------------------*
001330*  1000-INITIALIZE - OPEN THE MASTER, THE ACCOUNTS AND THE  *
001340*  AUDIT TRAIL AND IDENTIFY THE OPERATOR                    *
001350*----------------------------------------------------------*
001360 1000-INITIALIZE.
001370     OPEN INPUT PLAYER-MASTER.
001380     IF WS-PLAYER-MASTER-STATUS NOT = "00"
001390         DISPLAY "JOKTOPUP - cadastro indisponivel, status "
001400             WS-PLAYER-MASTER-STATUS
001410         MOVE "Y" TO WS-EXIT-SW
001420         GO TO 1000-EXIT
001430     END-IF.
001440     OPEN I-O CREDIT-ACCOUNTS.
001450     IF WS-CREDIT-STATUS = "35"
001460         OPEN OUTPUT CREDIT-ACCOUNTS
001470         CLOSE CREDIT-ACCOUNTS
001480         OPEN I-O CREDIT-ACCOUNTS
001490     END-IF.
001500     IF WS-CREDIT-STATUS NOT = "00"
001510         DISPLAY "JOKTOPUP - contas indisponiveis, status "
001520             WS-CREDIT-STATUS
001530         CLOSE PLAYER-MASTER
001540         MOVE "Y" TO WS-EXIT-SW
001550         GO TO 1000-EXIT
001560     END-IF.
001570     OPEN EXTEND AUDIT-FILE.
001580     IF WS-AUDIT-FILE-STATUS = "35"
001590         OPEN OUTPUT AUDIT-FILE
001600         CLOSE AUDIT-FILE
001610         OPEN EXTEND AUDIT-FILE
001620     END-IF.
001630     MOVE "Y" TO WS-FILES-OPEN-SW.
001640     DISPLAY "Recarga de credito dos jogadores".
001650     DISPLAY "Digite o ID do operador:".
001660     ACCEPT WS-OPERATOR-ID.
001670     IF WS-OPERATOR-ID = SPACES
001680         DISPLAY "JOKTOPUP - operador obrigatorio - nada feito."
001690         MOVE "Y" TO WS-EXIT-SW
001700     END-IF.
001710     GO TO 1000-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------*
001760*  2000-PROCESS-MENU - SHOW THE MENU AND DISPATCH ONE       *
001770*  OPERATOR ACTION                                          *
001780*----------------------------------------------------------*
001790 2000-PROCESS-MENU.
001800     DISPLAY " ".
001810     DISPLAY "Opcoes:".
001820     DISPLAY "  1 - Recarregar credito".
001830     DISPLAY "  2 - Consultar saldo".
001840     DISPLAY "  9 - Sair".
001850     ACCEPT WS-MENU-OPTION.
001860     EVALUATE WS-MENU-OPTION
001870     WHEN 1
001880     PERFORM 3000-TOP-UP
001890     THRU 3000-EXIT
001900     WHEN 2
001910     PERFORM 4000-SHOW-BALANCE
001920     THRU 4000-EXIT
001930     WHEN 9
001940     MOVE "Y" TO WS-EXIT-SW
001950     WHEN OTHER
001960     DISPLAY "Opcao invalida - tente novamente."
001970     END-EVALUATE.
001980     GO TO 2000-EXIT.
001990 2000-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------*
002030*  3000-TOP-UP - TAKE THE PLAYER AND THE AMOUNT, CONFIRM,   *
002040*  THEN POST THE LEDGER, THE ACCOUNT AND THE AUDIT TRAIL    *
002050*----------------------------------------------------------*
002060 3000-TOP-UP.
002070     DISPLAY "ID do jogador:".
002080     ACCEPT WS-TARGET-ID.
002090     PERFORM 7000-READ-PLAYER
002100     THRU 7000-EXIT.
002110     IF NOT WS-RECORD-FOUND
002120         GO TO 3000-EXIT
002130     END-IF.
002140     PERFORM 7100-READ-ACCOUNT
002150     THRU 7100-EXIT.
002160     MOVE CA-BALANCE TO WS-BALANCE-DISPLAY.
002170     DISPLAY PM-PLAYER-ID " " PM-PLAYER-NAME
002180         " - saldo atual: " WS-BALANCE-DISPLAY.
002190     IF PM-STATUS-SUSPENDED
002200         DISPLAY "Atencao: jogador suspenso - nao podera jogar."
002210     END-IF.
002220     DISPLAY "Valor da recarga (ex: 20.00):".
002230     ACCEPT WS-AMOUNT-IN.
002240     IF WS-AMOUNT-IN = SPACES
002250         OR FUNCTION TEST-NUMVAL(WS-AMOUNT-IN) NOT = 0
002260         DISPLAY "Valor invalido - nada lancado."
002270         GO TO 3000-EXIT
002280     END-IF.
002290     MOVE FUNCTION NUMVAL(WS-AMOUNT-IN) TO WS-AMOUNT-CHECK.
002300     IF WS-AMOUNT-CHECK = ZERO
002310         OR WS-AMOUNT-CHECK > 99999.99
002320         DISPLAY "Valor invalido - nada lancado."
002330         GO TO 3000-EXIT
002340     END-IF.
002350     MOVE WS-AMOUNT-CHECK TO WS-TOPUP-AMOUNT.
002360     MOVE WS-TOPUP-AMOUNT TO WS-AMOUNT-DISPLAY.
002370     DISPLAY "Recarga de " WS-AMOUNT-DISPLAY " para "
002380         PM-PLAYER-ID " - confirma? (S/N)".
002390     ACCEPT WS-CONFIRM.
002400     IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
002410         DISPLAY "Recarga cancelada."
002420         GO TO 3000-EXIT
002430     END-IF.
002440     PERFORM 3100-WRITE-LEDGER-TOPUP
002450     THRU 3100-EXIT.
002460     IF WS-CASH-LEDGER-STATUS NOT = "00"
002470         GO TO 3000-EXIT
002480     END-IF.
002490     PERFORM 3200-CREDIT-ACCOUNT
002500     THRU 3200-EXIT.
002510     ADD 1 TO WS-TOPUPS-DONE.
002520     ADD WS-TOPUP-AMOUNT TO WS-TOPUP-TOTAL.
002530     GO TO 3000-EXIT.
002540 3000-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------*
002580*  3100-WRITE-LEDGER-TOPUP - ONE U RECORD ON THE CASH       *
002590*  LEDGER.  NOTHING IS CREDITED UNLESS IT IS WRITTEN.       *
002600*----------------------------------------------------------*
002610 3100-WRITE-LEDGER-TOPUP.
002620     OPEN EXTEND CASH-LEDGER.
002630     IF WS-CASH-LEDGER-STATUS = "35"
002640         OPEN OUTPUT CASH-LEDGER
002650         CLOSE CASH-LEDGER
002660         OPEN EXTEND CASH-LEDGER
002670     END-IF.
002680     IF WS-CASH-LEDGER-STATUS NOT = "00"
002690         DISPLAY "JOKTOPUP - caixa indisponivel, status "
002700             WS-CASH-LEDGER-STATUS " - nada lancado."
002710         GO TO 3100-EXIT
002720     END-IF.
002730     MOVE SPACES TO LEDGER-TOPUP-RECORD.
002740     MOVE "U" TO LU-RECORD-TYPE.
002750     MOVE FUNCTION CURRENT-DATE(1:8) TO LU-DATE.
002760     MOVE FUNCTION CURRENT-DATE(9:6) TO LU-TIME.
002770     MOVE PM-PLAYER-ID TO LU-PLAYER-ID.
002780     MOVE WS-TOPUP-AMOUNT TO LU-AMOUNT.
002790     MOVE WS-OPERATOR-ID TO LU-OPERATOR-ID.
002800     MOVE SPACES TO LEDGER-RECORD.
002810     MOVE LEDGER-TOPUP-RECORD TO LEDGER-RECORD.
002820     WRITE LEDGER-RECORD.
002830     CLOSE CASH-LEDGER.
002840     GO TO 3100-EXIT.
002850 3100-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------*
002890*  3200-CREDIT-ACCOUNT - ADD THE TOP-UP TO THE BALANCE,     *
002900*  OPENING THE ACCOUNT IF THIS IS THE PLAYER'S FIRST        *
002910*----------------------------------------------------------*
002920 3200-CREDIT-ACCOUNT.
002930     PERFORM 7100-READ-ACCOUNT
002940     THRU 7100-EXIT.
002950     IF WS-ACCOUNT-FOUND
002960         MOVE CREDIT-ACCOUNT-RECORD TO WS-AUD-BEFORE
002970     ELSE
002980         MOVE SPACES TO WS-AUD-BEFORE
002990         MOVE FUNCTION CURRENT-DATE(1:8) TO CA-OPENED-DATE
003000     END-IF.
003010     ADD WS-TOPUP-AMOUNT TO CA-BALANCE.
003020     MOVE FUNCTION CURRENT-DATE(1:8) TO CA-LAST-MOVE-DATE.
003030     IF WS-ACCOUNT-FOUND
003040         REWRITE CREDIT-ACCOUNT-RECORD
003050             INVALID KEY
003060                 DISPLAY "JOKTOPUP - falha ao gravar a conta de "
003070                     CA-PLAYER-ID " - acerte a mao."
003080                 GO TO 3200-EXIT
003090         END-REWRITE
003100     ELSE
003110         WRITE CREDIT-ACCOUNT-RECORD
003120             INVALID KEY
003130                 DISPLAY "JOKTOPUP - falha ao gravar a conta de "
003140                     CA-PLAYER-ID " - acerte a mao."
003150                 GO TO 3200-EXIT
003160         END-WRITE
003170     END-IF.
003180     MOVE CREDIT-ACCOUNT-RECORD TO WS-AUD-AFTER.
003190     MOVE "RECARGA " TO WS-AUD-ACTION.
003200     PERFORM 8000-WRITE-AUDIT
003210     THRU 8000-EXIT.
003220     MOVE CA-BALANCE TO WS-BALANCE-DISPLAY.
003230     DISPLAY "Recarga lancada - novo saldo: " WS-BALANCE-DISPLAY.
003240     GO TO 3200-EXIT.
003250 3200-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------*
003290*  4000-SHOW-BALANCE - LOOK UP AN ACCOUNT WITHOUT CHANGING  *
003300*  IT                                                       *
003310*----------------------------------------------------------*
003320 4000-SHOW-BALANCE.
003330     DISPLAY "ID do jogador:".
003340     ACCEPT WS-TARGET-ID.
003350     PERFORM 7100-READ-ACCOUNT
003360     THRU 7100-EXIT.
003370     IF NOT WS-ACCOUNT-FOUND
003380         DISPLAY "Jogador " WS-TARGET-ID " sem conta de credito."
003390         GO TO 4000-EXIT
003400     END-IF.
003410     MOVE CA-BALANCE TO WS-BALANCE-DISPLAY.
003420     DISPLAY CA-PLAYER-ID " saldo: " WS-BALANCE-DISPLAY
003430         " ABERTA:" CA-OPENED-DATE
003440         " ULT:" CA-LAST-MOVE-DATE.
003450     GO TO 4000-EXIT.
003460 4000-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------*
003500*  7000-READ-PLAYER - RANDOM READ BY WS-TARGET-ID           *
003510*----------------------------------------------------------*
003520 7000-READ-PLAYER.
003530     MOVE "N" TO WS-RECORD-FOUND-SW.
003540     MOVE WS-TARGET-ID TO PM-PLAYER-ID.
003550     READ PLAYER-MASTER
003560         INVALID KEY
003570             DISPLAY "Jogador " WS-TARGET-ID " nao encontrado."
003580         NOT INVALID KEY
003590             MOVE "Y" TO WS-RECORD-FOUND-SW
003600     END-READ.
003610     GO TO 7000-EXIT.
003620 7000-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------*
003660*  7100-READ-ACCOUNT - RANDOM READ BY WS-TARGET-ID.  WITH   *
003670*  NO ACCOUNT THE RECORD AREA IS LEFT AS A NEW, EMPTY ONE.  *
003680*----------------------------------------------------------*
003690 7100-READ-ACCOUNT.
003700     MOVE "Y" TO WS-ACCOUNT-FOUND-SW.
003710     MOVE WS-TARGET-ID TO CA-PLAYER-ID.
003720     READ CREDIT-ACCOUNTS
003730         INVALID KEY
003740             MOVE "N" TO WS-ACCOUNT-FOUND-SW
003750     END-READ.
003760     IF NOT WS-ACCOUNT-FOUND
003770         MOVE WS-TARGET-ID TO CA-PLAYER-ID
003780         MOVE ZERO TO CA-BALANCE
003790         MOVE ZERO TO CA-OPENED-DATE
003800         MOVE ZERO TO CA-LAST-MOVE-DATE
003810     END-IF.
003820     GO TO 7100-EXIT.
003830 7100-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------*
003870*  8000-WRITE-AUDIT - ONE AUDIT RECORD PER CHANGE, WITH     *
003880*  BEFORE AND AFTER IMAGES, THE OPERATOR AND A TIMESTAMP    *
003890*----------------------------------------------------------*
003900 8000-WRITE-AUDIT.
003910     MOVE SPACES TO AUDIT-RECORD.
003920     MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
003930     MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
003940     MOVE WS-AUD-ACTION TO AUD-ACTION.
003950     MOVE WS-AUD-BEFORE TO AUD-BEFORE-IMAGE.
003960     MOVE WS-AUD-AFTER TO AUD-AFTER-IMAGE.
003970     WRITE AUDIT-RECORD.
003980     ADD 1 TO WS-CHANGES-MADE.
003990     GO TO 8000-EXIT.
004000 8000-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------*
004040*  9999-TERMINATE - CLOSE UP AND SHOW THE SESSION'S TAKINGS *
004050*  FOR THE CASH-UP                                          *
004060*----------------------------------------------------------*
004070 9999-TERMINATE.
004080     IF WS-FILES-OPEN
004090         CLOSE PLAYER-MASTER
004100         CLOSE CREDIT-ACCOUNTS
004110         CLOSE AUDIT-FILE
004120     END-IF.
004130     MOVE WS-TOPUP-TOTAL TO WS-TOTAL-DISPLAY.
004140     DISPLAY "JOKTOPUP - recargas lancadas.....: " WS-TOPUPS-DONE.
004150     DISPLAY "JOKTOPUP - total recebido........: "
004160         WS-TOTAL-DISPLAY.
004170     DISPLAY "JOKTOPUP - registros de auditoria: "
004180         WS-CHANGES-MADE.
004190     GO TO 9999-EXIT.
004200 9999-EXIT.
004210     EXIT.
