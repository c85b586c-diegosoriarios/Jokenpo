000090*----------------------------------------------------------*
000100*  2026-09-01  RA   ORIGINAL VERSION - MONTHLY CASH         *
000110*                   STATEMENT FROM THE LEDGER (JOKLEDG).    *
000112*  2026-10-15  RA   LIST THE REFUNDS OF VOIDED TOURNAMENTS  *
000114*                   IN THEIR OWN SECTION AND TAKE THEM OFF  *
000116*                   THE BALANCE.                            *
000117*  2026-10-15  RA   PREPAID CREDIT ACCOUNTS: LIST THE       *
000118*                   MONTH'S TOP-UPS, MARK FEES AND REFUNDS  *
000119*                   SETTLED ON ACCOUNT, SHOW THE MONEY HELD *
000120*                   ON ACCOUNT APART FROM THE FEES EARNED   *
000121*                   AND TIE IT TO THE BALANCES ON JOKCRED.  *
000122*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000123*                   AT END OF RUN FOR THE MORNING REPORT.   *
000124*----------------------------------------------------------*
000130*  BALANCES THE MONTH FOR THE ACCOUNTANT: EVERY ENTRY FEE   *
000140*  CHARGE DATED INSIDE THE SEASON NAMED IN JOKENPO_SEASON   *
000150*  (YYYYMM) IS LISTED WITH ITS TOURNAMENT ID - THE SAME ID  *
000160*  THAT IS ON THE TRANSACTION LOG HEADER, SO EVERY LINE     *
000170*  TIES BACK TO A TOURNAMENT - FOLLOWED BY THE SEASON'S     *
000180*  PRIZE PAYOUTS AND THE CLOSING BALANCE (FEES COLLECTED    *
000184*  MINUS FEES REFUNDED ON VOIDED TOURNAMENTS MINUS PRIZES   *
000188*  PAID).  A REFUND CARRIES THE DATE OF THE CHARGE IT       *
000192*  REVERSES, SO IT FALLS IN THE SAME MONTH AS THE FEE.      *
000196*  RC=8 WHEN NO SEASON WAS GIVEN OR THE LEDGER IS MISSING,  *
000200*  RC=4 WHEN THE SEASON HAS NO MOVEMENT (PROBABLY A TYPO).  *
000201*                                                           *
000202*  MONEY TAKEN IN FOR THE PLAYERS' PREPAID CREDIT ACCOUNTS  *
000203*  IS HELD FOR THEM, NOT EARNED, SO IT STAYS OUT OF THE     *
000204*  MONTH'S BALANCE.  IT IS SHOWN AFTER IT: THE MONTH'S      *
000205*  TOP-UPS (U), THEN THE MONTH'S MOVEMENT ON ACCOUNT (TOP-  *
000206*  UPS LESS FEES DEBITED PLUS REFUNDS AND PRIZES CREDITED - *
000207*  THE RECORDS WHOSE SETTLEMENT BYTE IS "A"), THEN THE      *
000208*  MONEY HELD ON ACCOUNT TODAY FROM THE WHOLE LEDGER, SET   *
000209*  AGAINST THE SUM OF THE BALANCES ON JOKCRED.  A           *
000210*  DIFFERENCE IS PRINTED AS NAO CONFERE AND GIVES RC=4.     *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000280     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000290     SELECT CASH-REPORT ASSIGN TO "CSHRPT"
000300     ORGANIZATION IS LINE SEQUENTIAL.
000301     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000302     ORGANIZATION IS INDEXED
000303     ACCESS MODE IS SEQUENTIAL
000304     RECORD KEY IS CA-PLAYER-ID
000305     FILE STATUS IS WS-CREDIT-STATUS.
000306     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000307     ORGANIZATION IS LINE SEQUENTIAL
000308     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000370 FD  CASH-REPORT.
000380 01  CSH-RECORD                  PIC X(80).
000390
000392 FD  CREDIT-ACCOUNTS.
000394     COPY JOKCRDRC.
000396
000397 FD  RUN-CONTROL.
000398     COPY JOKRUNRC.
000399
000400 WORKING-STORAGE SECTION.
000410*----------------------------------------------------------*
000420*  TYPED CASH LEDGER RECORDS (CHARGE/PAYOUT/REFUND/TOP-UP)  *
000430*----------------------------------------------------------*
000440     COPY JOKLEDRC.
000450*----------------------------------------------------------*
000460*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000470*----------------------------------------------------------*
000473 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000476 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000480 01  WS-CASH-LEDGER-STATUS   PIC X(02)  VALUE SPACES.
000490 01  WS-LEDGER-EOF-SW        PIC X(01)  VALUE "N".
000500     88  WS-LEDGER-EOF                  VALUE "Y".
000510 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000520     88  WS-ABORT-RUN                   VALUE "Y".
000521 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
000522 01  WS-ACCOUNT-EOF-SW       PIC X(01)  VALUE "N".
000523     88  WS-ACCOUNT-EOF                 VALUE "Y".
000524 01  WS-OUT-OF-BALANCE-SW    PIC X(01)  VALUE "N".
000525     88  WS-OUT-OF-BALANCE              VALUE "Y".
000530*----------------------------------------------------------*
000540*  SEASON SELECTION                                         *
000550*----------------------------------------------------------*
000560 01  WS-SEASON-ENV           PIC X(06).
000570 01  WS-SEASON               PIC 9(06)  VALUE ZERO.
000580*----------------------------------------------------------*
000590*  STATEMENT TOTALS.  THE LEDGER IS READ ONCE PER SECTION: *
000600*  CHARGES, REFUNDS, PAYOUTS, TOP-UPS, THEN THE MONEY ON    *
000603*  ACCOUNT (PASS "A", EVERY RECORD TYPE), SO THE STATEMENT  *
000606*  READS THE WAY                                            *
000610*  THE ACCOUNTANT CHECKS IT.                                *
000620*----------------------------------------------------------*
000630 01  WS-TOTAL-FEES           PIC 9(07)V9(02)  VALUE ZERO.
000640 01  WS-TOTAL-PRIZES         PIC 9(07)V9(02)  VALUE ZERO.
000645 01  WS-TOTAL-REFUNDS        PIC 9(07)V9(02)  VALUE ZERO.
000650 01  WS-BALANCE              PIC S9(07)V9(02) VALUE ZERO.
000660 77  WS-CHARGES-LISTED       PIC 9(05)  COMP  VALUE ZERO.
000670 77  WS-PAYOUTS-LISTED       PIC 9(05)  COMP  VALUE ZERO.
000675 77  WS-REFUNDS-LISTED       PIC 9(05)  COMP  VALUE ZERO.
000680 01  WS-PASS-TYPE            PIC X(01)  VALUE "C".
000681*----------------------------------------------------------*
000682*  PREPAID CREDIT ACCOUNTS - THE MONTH'S MOVEMENT, THE      *
000683*  MONEY HELD ACCORDING TO THE WHOLE LEDGER AND THE SUM OF  *
000684*  THE BALANCES ON JOKCRED                                  *
000685*----------------------------------------------------------*
000686 01  WS-TOTAL-TOPUPS         PIC 9(07)V9(02)  VALUE ZERO.
000687 01  WS-ACCT-FEES            PIC 9(07)V9(02)  VALUE ZERO.
000688 01  WS-ACCT-REFUNDS         PIC 9(07)V9(02)  VALUE ZERO.
000689 01  WS-ACCT-PRIZES          PIC 9(07)V9(02)  VALUE ZERO.
000690 01  WS-ACCT-MOVEMENT        PIC S9(07)V9(02) VALUE ZERO.
000691 01  WS-HELD-BY-LEDGER       PIC S9(07)V9(02) VALUE ZERO.
000692 01  WS-HELD-BY-ACCOUNTS     PIC S9(07)V9(02) VALUE ZERO.
000693 01  WS-HELD-DIFFERENCE      PIC S9(07)V9(02) VALUE ZERO.
000694 77  WS-TOPUPS-LISTED        PIC 9(05)  COMP  VALUE ZERO.
000695 77  WS-ACCOUNTS-READ        PIC 9(05)  COMP  VALUE ZERO.
000696*----------------------------------------------------------*
000700*  REPORT LINES                                             *
000710*----------------------------------------------------------*
000720 01  WS-CSH-HEADER-LINE.
000780     "TAXAS DE INSCRICAO COBRADAS".
000790 01  WS-CSH-SECTION-PRIZES   PIC X(80)  VALUE
000800     "PREMIOS PAGOS".
000803 01  WS-CSH-SECTION-REFUNDS  PIC X(80)  VALUE
000806     "TAXAS ESTORNADAS (TORNEIOS ANULADOS)".
000807 01  WS-CSH-SECTION-TOPUPS   PIC X(80)  VALUE
000808     "RECARGAS DE CREDITO (DINHEIRO EM CONTA, NAO RECEITA)".
000809 01  WS-CSH-SECTION-ACCOUNT  PIC X(80)  VALUE
000810     "CONTA PRE-PAGA DOS JOGADORES".
000811 01  WS-CSH-ACCOUNT-OK       PIC X(80)  VALUE
000812     "CONTA PRE-PAGA CONFERE COM JOKCRED".
000813 01  WS-CSH-ACCOUNT-BAD      PIC X(80)  VALUE
000814     "*** CONTA PRE-PAGA NAO CONFERE COM JOKCRED - VERIFIQUE ***".
000815 01  WS-CSH-CHARGE-DETAIL.
000820     05  WS-CSH-TRN-ID       PIC X(14).
000830     05  FILLER              PIC X(01)  VALUE SPACE.
000840     05  WS-CSH-DATE         PIC 9(08).
000870     05  FILLER              PIC X(01)  VALUE SPACE.
000880     05  WS-CSH-PLAYER-ID    PIC X(10).
000890     05  WS-CSH-CHG-AMOUNT   PIC ZZZZZZ9.99.
000893     05  FILLER              PIC X(01)  VALUE SPACE.
000896     05  WS-CSH-SETTLEMENT   PIC X(05).
000900     05  FILLER              PIC X(24)  VALUE SPACES.
000910 01  WS-CSH-PAYOUT-DETAIL.
000920     05  FILLER              PIC X(09)  VALUE "POSICAO ".
000930     05  WS-CSH-POSITION     PIC 9(01).
000950     05  WS-CSH-PAY-ID       PIC X(10).
000960     05  WS-CSH-PAY-AMOUNT   PIC ZZZZZZ9.99.
000970     05  FILLER              PIC X(49)  VALUE SPACES.
000971 01  WS-CSH-TOPUP-DETAIL.
000972     05  WS-CSH-TOP-DATE     PIC 9(08).
000973     05  FILLER              PIC X(01)  VALUE SPACE.
000974     05  WS-CSH-TOP-TIME     PIC 9(06).
000975     05  FILLER              PIC X(01)  VALUE SPACE.
000976     05  WS-CSH-TOP-ID       PIC X(10).
000977     05  FILLER              PIC X(06)  VALUE " OPER ".
000978     05  WS-CSH-TOP-OPERATOR PIC X(10).
000979     05  WS-CSH-TOP-AMOUNT   PIC ZZZZZZ9.99.
000980     05  FILLER              PIC X(28)  VALUE SPACES.
000981 01  WS-CSH-TOTAL-LINE.
000990     05  WS-CSH-TOTAL-LABEL  PIC X(24).
001000     05  WS-CSH-TOTAL-AMT    PIC -ZZZZZZ9.99.
001010     05  FILLER              PIC X(45)  VALUE SPACES.
001050*  0000-MAINLINE                                            *
001060*----------------------------------------------------------*
001070 0000-MAINLINE.
001075     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001080     PERFORM 1000-INITIALIZE
001090     THRU 1000-EXIT.
001100     IF NOT WS-ABORT-RUN
001110     PERFORM 2000-LIST-CHARGES
001120     THRU 2000-EXIT
001130     END-IF.
001132     IF NOT WS-ABORT-RUN
001134     PERFORM 2500-LIST-REFUNDS
001136     THRU 2500-EXIT
001138     END-IF.
001140     IF NOT WS-ABORT-RUN
001150     PERFORM 3000-LIST-PAYOUTS
001160     THRU 3000-EXIT
001190     PERFORM 4000-WRITE-BALANCE
001200     THRU 4000-EXIT
001210     END-IF.
001211     IF NOT WS-ABORT-RUN
001212     PERFORM 4500-LIST-TOPUPS
001213     THRU 4500-EXIT
001214     END-IF.
001215     IF NOT WS-ABORT-RUN
001216     PERFORM 4600-WRITE-ON-ACCOUNT
001217     THRU 4600-EXIT
001218     END-IF.
001220     PERFORM 9999-TERMINATE
001230     THRU 9999-EXIT.
001233     PERFORM 9900-WRITE-RUN-CONTROL
001236     THRU 9900-EXIT.
001240     STOP RUN.
001250
001260*----------------------------------------------------------*
001630 2000-EXIT.
001640     EXIT.
001650
001651*----------------------------------------------------------*
001652*  2500-LIST-REFUNDS - SECOND PASS: FEES GIVEN BACK ON      *
001653*  TOURNAMENTS VOIDED AT THE DESK                           *
001654*----------------------------------------------------------*
001655 2500-LIST-REFUNDS.
001656     MOVE SPACES TO CSH-RECORD.
001657     WRITE CSH-RECORD.
001658     MOVE WS-CSH-SECTION-REFUNDS TO CSH-RECORD.
001659     WRITE CSH-RECORD.
001660     MOVE "R" TO WS-PASS-TYPE.
001661     PERFORM 5000-SCAN-LEDGER
001662     THRU 5000-EXIT.
001663     MOVE "Total de estornos.....: " TO WS-CSH-TOTAL-LABEL.
001664     MOVE WS-TOTAL-REFUNDS TO WS-CSH-TOTAL-AMT.
001665     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
001666     WRITE CSH-RECORD.
001667     GO TO 2500-EXIT.
001668 2500-EXIT.
001669     EXIT.
001670
001671*----------------------------------------------------------*
001672*  3000-LIST-PAYOUTS - THIRD PASS: THE SEASON'S PRIZES      *
001680*----------------------------------------------------------*
001690 3000-LIST-PAYOUTS.
001700     MOVE SPACES TO CSH-RECORD.
001860*  4000-WRITE-BALANCE                                        *
001870*----------------------------------------------------------*
001880 4000-WRITE-BALANCE.
001890     COMPUTE WS-BALANCE = WS-TOTAL-FEES - WS-TOTAL-REFUNDS
001895         - WS-TOTAL-PRIZES.
001900     MOVE SPACES TO CSH-RECORD.
001910     WRITE CSH-RECORD.
001920     MOVE "Saldo do mes..........: " TO WS-CSH-TOTAL-LABEL.
001970 4000-EXIT.
001980     EXIT.
001990
001991*----------------------------------------------------------*
001992*  4500-LIST-TOPUPS - FOURTH PASS: MONEY THE DESK TOOK IN   *
001993*  FOR THE PREPAID ACCOUNTS DURING THE MONTH                *
001994*----------------------------------------------------------*
001995 4500-LIST-TOPUPS.
001996     MOVE SPACES TO CSH-RECORD.
001997     WRITE CSH-RECORD.
001998     MOVE WS-CSH-SECTION-TOPUPS TO CSH-RECORD.
001999     WRITE CSH-RECORD.
002000     MOVE "U" TO WS-PASS-TYPE.
002001     PERFORM 5000-SCAN-LEDGER
002002     THRU 5000-EXIT.
002003     MOVE "Total de recargas.....: " TO WS-CSH-TOTAL-LABEL.
002004     MOVE WS-TOTAL-TOPUPS TO WS-CSH-TOTAL-AMT.
002005     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002006     WRITE CSH-RECORD.
002007     GO TO 4500-EXIT.
002008 4500-EXIT.
002009     EXIT.
002010
002011*----------------------------------------------------------*
002012*  4600-WRITE-ON-ACCOUNT - LAST PASS OVER THE WHOLE LEDGER  *
002013*  FOR THE MONEY ON ACCOUNT, THEN THE SUM OF THE BALANCES   *
002014*  ON JOKCRED AND THE DIFFERENCE BETWEEN THE TWO            *
002015*----------------------------------------------------------*
002016 4600-WRITE-ON-ACCOUNT.
002017     MOVE "A" TO WS-PASS-TYPE.
002018     PERFORM 5000-SCAN-LEDGER
002019     THRU 5000-EXIT.
002020     IF WS-ABORT-RUN
002021         GO TO 4600-EXIT
002022     END-IF.
002023     PERFORM 4700-SUM-ACCOUNTS
002024     THRU 4700-EXIT.
002025     COMPUTE WS-ACCT-MOVEMENT = WS-TOTAL-TOPUPS - WS-ACCT-FEES
002026         + WS-ACCT-REFUNDS + WS-ACCT-PRIZES.
002027     COMPUTE WS-HELD-DIFFERENCE = WS-HELD-BY-ACCOUNTS
002028         - WS-HELD-BY-LEDGER.
002029     MOVE SPACES TO CSH-RECORD.
002030     WRITE CSH-RECORD.
002031     MOVE WS-CSH-SECTION-ACCOUNT TO CSH-RECORD.
002032     WRITE CSH-RECORD.
002033     MOVE "Recargas do mes.......: " TO WS-CSH-TOTAL-LABEL.
002034     MOVE WS-TOTAL-TOPUPS TO WS-CSH-TOTAL-AMT.
002035     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002036     WRITE CSH-RECORD.
002037     MOVE "Taxas debitadas.......: " TO WS-CSH-TOTAL-LABEL.
002038     MOVE WS-ACCT-FEES TO WS-CSH-TOTAL-AMT.
002039     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002040     WRITE CSH-RECORD.
002041     MOVE "Estornos creditados...: " TO WS-CSH-TOTAL-LABEL.
002042     MOVE WS-ACCT-REFUNDS TO WS-CSH-TOTAL-AMT.
002043     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002044     WRITE CSH-RECORD.
002045     MOVE "Premios creditados....: " TO WS-CSH-TOTAL-LABEL.
002046     MOVE WS-ACCT-PRIZES TO WS-CSH-TOTAL-AMT.
002047     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002048     WRITE CSH-RECORD.
002049     MOVE "Movimento do mes......: " TO WS-CSH-TOTAL-LABEL.
002050     MOVE WS-ACCT-MOVEMENT TO WS-CSH-TOTAL-AMT.
002051     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002052     WRITE CSH-RECORD.
002053     MOVE SPACES TO CSH-RECORD.
002054     WRITE CSH-RECORD.
002055     MOVE "Em conta hoje (caixa).: " TO WS-CSH-TOTAL-LABEL.
002056     MOVE WS-HELD-BY-LEDGER TO WS-CSH-TOTAL-AMT.
002057     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002058     WRITE CSH-RECORD.
002059     MOVE "Soma dos saldos.......: " TO WS-CSH-TOTAL-LABEL.
002060     MOVE WS-HELD-BY-ACCOUNTS TO WS-CSH-TOTAL-AMT.
002061     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002062     WRITE CSH-RECORD.
002063     MOVE "Diferenca.............: " TO WS-CSH-TOTAL-LABEL.
002064     MOVE WS-HELD-DIFFERENCE TO WS-CSH-TOTAL-AMT.
002065     MOVE WS-CSH-TOTAL-LINE TO CSH-RECORD.
002066     WRITE CSH-RECORD.
002067     IF WS-HELD-DIFFERENCE = ZERO
002068         MOVE WS-CSH-ACCOUNT-OK TO CSH-RECORD
002069     ELSE
002070         MOVE "Y" TO WS-OUT-OF-BALANCE-SW
002071         MOVE WS-CSH-ACCOUNT-BAD TO CSH-RECORD
002072     END-IF.
002073     WRITE CSH-RECORD.
002074     GO TO 4600-EXIT.
002075 4600-EXIT.
002076     EXIT.
002077
002078*----------------------------------------------------------*
002079*  4700-SUM-ACCOUNTS - ADD UP EVERY BALANCE ON JOKCRED.  NO *
002080*  ACCOUNT FILE YET MEANS NOTHING IS HELD.                  *
002081*----------------------------------------------------------*
002082 4700-SUM-ACCOUNTS.
002083     MOVE "N" TO WS-ACCOUNT-EOF-SW.
002084     OPEN INPUT CREDIT-ACCOUNTS.
002085     IF WS-CREDIT-STATUS = "35"
002086         GO TO 4700-EXIT
002087     END-IF.
002088     IF WS-CREDIT-STATUS NOT = "00"
002089         DISPLAY "JOKCASH - contas indisponiveis, status "
002090             WS-CREDIT-STATUS
002091         MOVE "Y" TO WS-OUT-OF-BALANCE-SW
002092         GO TO 4700-EXIT
002093     END-IF.
002094     PERFORM 4710-SUM-ONE-ACCOUNT
002095     THRU 4710-EXIT
002096     UNTIL WS-ACCOUNT-EOF.
002097     CLOSE CREDIT-ACCOUNTS.
002098     GO TO 4700-EXIT.
002099 4700-EXIT.
002100     EXIT.
002101
002102*----------------------------------------------------------*
002103*  4710-SUM-ONE-ACCOUNT                                     *
002104*----------------------------------------------------------*
002105 4710-SUM-ONE-ACCOUNT.
002106     READ CREDIT-ACCOUNTS
002107     AT END
002108     MOVE "Y" TO WS-ACCOUNT-EOF-SW
002109     GO TO 4710-EXIT
002110     END-READ.
002111     ADD CA-BALANCE TO WS-HELD-BY-ACCOUNTS.
002112     ADD 1 TO WS-ACCOUNTS-READ.
002113     GO TO 4710-EXIT.
002114 4710-EXIT.
002115     EXIT.
002116
002117*----------------------------------------------------------*
002118*  5000-SCAN-LEDGER - ONE FULL PASS, PRINTING THE RECORDS   *
002119*  OF THE TYPE AND SEASON THE CALLER ASKED FOR              *
002120*----------------------------------------------------------*
002121 5000-SCAN-LEDGER.
002122     MOVE "N" TO WS-LEDGER-EOF-SW.
002123     OPEN INPUT CASH-LEDGER.
002124     IF WS-CASH-LEDGER-STATUS NOT = "00"
002125         DISPLAY "JOKCASH - caixa indisponivel, status "
002126             WS-CASH-LEDGER-STATUS
002127         MOVE "Y" TO WS-ABORT-SW
002128         GO TO 5000-EXIT
002129     END-IF.
002130     PERFORM 5100-SCAN-ONE-RECORD
002140     THRU 5100-EXIT
002150     UNTIL WS-LEDGER-EOF.
002270     MOVE "Y" TO WS-LEDGER-EOF-SW
002280     GO TO 5100-EXIT
002290     END-READ.
002291     IF WS-PASS-TYPE = "A"
002292         PERFORM 5400-ADD-ON-ACCOUNT
002293         THRU 5400-EXIT
002294         GO TO 5100-EXIT
002295     END-IF.
002300     IF LEDGER-RECORD(1:1) NOT = WS-PASS-TYPE
002310         GO TO 5100-EXIT
002320     END-IF.
002326     EVALUATE WS-PASS-TYPE
002332     WHEN "C"
002338     PERFORM 5200-PRINT-ONE-CHARGE
002344     THRU 5200-EXIT
002350     WHEN "R"
002356     PERFORM 5250-PRINT-ONE-REFUND
002362     THRU 5250-EXIT
002363     WHEN "U"
002364     PERFORM 5270-PRINT-ONE-TOPUP
002365     THRU 5270-EXIT
002368     WHEN OTHER
002374     PERFORM 5300-PRINT-ONE-PAYOUT
002380     THRU 5300-EXIT
002386     END-EVALUATE.
002400     GO TO 5100-EXIT.
002410 5100-EXIT.
002420     EXIT.
002560     MOVE LC-CATEGORY TO WS-CSH-CATEGORY.
002570     MOVE LC-PLAYER-ID TO WS-CSH-PLAYER-ID.
002580     MOVE LC-AMOUNT TO WS-CSH-CHG-AMOUNT.
002582     IF LC-ON-ACCOUNT
002584         MOVE "CONTA" TO WS-CSH-SETTLEMENT
002586     END-IF.
002590     MOVE WS-CSH-CHARGE-DETAIL TO CSH-RECORD.
002600     WRITE CSH-RECORD.
002610     ADD LC-AMOUNT TO WS-TOTAL-FEES.
002640 5200-EXIT.
002650     EXIT.
002660
002661*----------------------------------------------------------*
002662*  5250-PRINT-ONE-REFUND - SAME LINE AS THE CHARGE IT       *
002663*  REVERSES                                                 *
002664*----------------------------------------------------------*
002665 5250-PRINT-ONE-REFUND.
002666     MOVE LEDGER-RECORD TO LEDGER-REFUND-RECORD.
002667     IF LR-DATE(1:6) NOT = WS-SEASON(1:6)
002668         GO TO 5250-EXIT
002669     END-IF.
002670     MOVE SPACES TO WS-CSH-CHARGE-DETAIL.
002671     MOVE LR-TOURNAMENT-ID TO WS-CSH-TRN-ID.
002672     MOVE LR-DATE TO WS-CSH-DATE.
002673     MOVE " CAT " TO WS-CSH-CHARGE-DETAIL(24:5).
002674     MOVE LR-CATEGORY TO WS-CSH-CATEGORY.
002675     MOVE LR-PLAYER-ID TO WS-CSH-PLAYER-ID.
002676     MOVE LR-AMOUNT TO WS-CSH-CHG-AMOUNT.
002677     IF LR-ON-ACCOUNT
002678         MOVE "CONTA" TO WS-CSH-SETTLEMENT
002679     END-IF.
002680     MOVE WS-CSH-CHARGE-DETAIL TO CSH-RECORD.
002681     WRITE CSH-RECORD.
002682     ADD LR-AMOUNT TO WS-TOTAL-REFUNDS.
002683     ADD 1 TO WS-REFUNDS-LISTED.
002684     GO TO 5250-EXIT.
002685 5250-EXIT.
002686     EXIT.
002687
002688*----------------------------------------------------------*
002689*  5270-PRINT-ONE-TOPUP                                     *
002690*----------------------------------------------------------*
002691 5270-PRINT-ONE-TOPUP.
002692     MOVE LEDGER-RECORD TO LEDGER-TOPUP-RECORD.
002693     IF LU-DATE(1:6) NOT = WS-SEASON(1:6)
002694         GO TO 5270-EXIT
002695     END-IF.
002696     MOVE SPACES TO WS-CSH-TOPUP-DETAIL.
002697     MOVE LU-DATE TO WS-CSH-TOP-DATE.
002698     MOVE LU-TIME TO WS-CSH-TOP-TIME.
002699     MOVE LU-PLAYER-ID TO WS-CSH-TOP-ID.
002700     MOVE " OPER " TO WS-CSH-TOPUP-DETAIL(27:6).
002701     MOVE LU-OPERATOR-ID TO WS-CSH-TOP-OPERATOR.
002702     MOVE LU-AMOUNT TO WS-CSH-TOP-AMOUNT.
002703     MOVE WS-CSH-TOPUP-DETAIL TO CSH-RECORD.
002704     WRITE CSH-RECORD.
002705     ADD LU-AMOUNT TO WS-TOTAL-TOPUPS.
002706     ADD 1 TO WS-TOPUPS-LISTED.
002707     GO TO 5270-EXIT.
002708 5270-EXIT.
002709     EXIT.
002710
002711*----------------------------------------------------------*
002712*  5300-PRINT-ONE-PAYOUT                                     *
002713*----------------------------------------------------------*
002714 5300-PRINT-ONE-PAYOUT.
002715     MOVE LEDGER-RECORD TO LEDGER-PAYOUT-RECORD.
002720     IF LP-SEASON NOT = WS-SEASON
002730         GO TO 5300-EXIT
002740     END-IF.
002850 5300-EXIT.
002860     EXIT.
002870
002871*----------------------------------------------------------*
002872*  5400-ADD-ON-ACCOUNT - EVERY TOP-UP AND EVERY RECORD      *
002873*  SETTLED ON ACCOUNT, WHATEVER ITS DATE, MAKES UP THE      *
002874*  MONEY HELD; THOSE OF THE MONTH MAKE UP ITS MOVEMENT      *
002875*  (THE TOP-UPS WERE TOTALLED ON THEIR OWN PASS)            *
002876*----------------------------------------------------------*
002877 5400-ADD-ON-ACCOUNT.
002878     EVALUATE LEDGER-RECORD(1:1)
002879     WHEN "U"
002880     MOVE LEDGER-RECORD TO LEDGER-TOPUP-RECORD
002881     ADD LU-AMOUNT TO WS-HELD-BY-LEDGER
002882     WHEN "C"
002883     MOVE LEDGER-RECORD TO LEDGER-CHARGE-RECORD
002884     IF LC-ON-ACCOUNT
002885         SUBTRACT LC-AMOUNT FROM WS-HELD-BY-LEDGER
002886         IF LC-DATE(1:6) = WS-SEASON(1:6)
002887             ADD LC-AMOUNT TO WS-ACCT-FEES
002888         END-IF
002889     END-IF
002890     WHEN "R"
002891     MOVE LEDGER-RECORD TO LEDGER-REFUND-RECORD
002892     IF LR-ON-ACCOUNT
002893         ADD LR-AMOUNT TO WS-HELD-BY-LEDGER
002894         IF LR-DATE(1:6) = WS-SEASON(1:6)
002895             ADD LR-AMOUNT TO WS-ACCT-REFUNDS
002896         END-IF
002897     END-IF
002898     WHEN "P"
002899     MOVE LEDGER-RECORD TO LEDGER-PAYOUT-RECORD
002900     IF LP-ON-ACCOUNT
002901         ADD LP-AMOUNT TO WS-HELD-BY-LEDGER
002902         IF LP-SEASON = WS-SEASON
002903             ADD LP-AMOUNT TO WS-ACCT-PRIZES
002904         END-IF
002905     END-IF
002906     WHEN OTHER
002907     CONTINUE
002908     END-EVALUATE.
002909     GO TO 5400-EXIT.
002910 5400-EXIT.
002911     EXIT.
002912
002922*----------------------------------------------------------*
002932*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
002942*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
002952*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
002962*  LEAVES THE RETURN CODE AS IT IS                          *
002972*----------------------------------------------------------*
002982 9900-WRITE-RUN-CONTROL.
002992     OPEN EXTEND RUN-CONTROL.
003002     IF WS-RUN-CONTROL-STATUS = "35"
003012         OPEN OUTPUT RUN-CONTROL
003022         CLOSE RUN-CONTROL
003032         OPEN EXTEND RUN-CONTROL
003042     END-IF.
003052     IF WS-RUN-CONTROL-STATUS NOT = "00"
003062         DISPLAY "JOKCASH - controle de execucao indisponivel, "
003072             "status " WS-RUN-CONTROL-STATUS
003082         GO TO 9900-EXIT
003092     END-IF.
003102     MOVE SPACES TO RUN-CONTROL-RECORD.
003112     MOVE "JOKCASH" TO RN-PROGRAM.
003122     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
003132     MOVE RN-START-DATE TO RN-RUN-DATE.
003142     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
003152     MOVE RETURN-CODE TO RN-RETURN-CODE.
003162     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
003172     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
003182     MOVE "CONTAS" TO RN-COUNT-LABEL(2).
003192     MOVE WS-ACCOUNTS-READ TO RN-COUNT-VALUE(2).
003202     MOVE "TAXAS" TO RN-COUNT-LABEL(3).
003212     MOVE WS-CHARGES-LISTED TO RN-COUNT-VALUE(3).
003222     MOVE "ESTORNOS" TO RN-COUNT-LABEL(4).
003232     MOVE WS-REFUNDS-LISTED TO RN-COUNT-VALUE(4).
003242     MOVE "PREMIOS" TO RN-COUNT-LABEL(5).
003252     MOVE WS-PAYOUTS-LISTED TO RN-COUNT-VALUE(5).
003262     MOVE "RECARGAS" TO RN-COUNT-LABEL(6).
003272     MOVE WS-TOPUPS-LISTED TO RN-COUNT-VALUE(6).
003282     WRITE RUN-CONTROL-RECORD.
003292     CLOSE RUN-CONTROL.
003302     GO TO 9900-EXIT.
003312 9900-EXIT.
003322     EXIT.
003332
003342*----------------------------------------------------------*
003352*  9999-TERMINATE                                           *
003362*----------------------------------------------------------*
003372 9999-TERMINATE.
003382     IF NOT WS-ABORT-RUN
003392         CLOSE CASH-REPORT
003402     END-IF.
003412     DISPLAY "JOKCASH - temporada..........: " WS-SEASON.
003422     DISPLAY "JOKCASH - taxas listadas.....: "
003432         WS-CHARGES-LISTED.
003442     DISPLAY "JOKCASH - estornos listados..: "
003452         WS-REFUNDS-LISTED.
003462     DISPLAY "JOKCASH - premios listados...: "
003472         WS-PAYOUTS-LISTED.
003482     DISPLAY "JOKCASH - recargas listadas..: "
003492         WS-TOPUPS-LISTED.
003502     DISPLAY "JOKCASH - contas somadas.....: "
003512         WS-ACCOUNTS-READ.
003522     EVALUATE TRUE
003532     WHEN WS-ABORT-RUN
003542     MOVE 8 TO RETURN-CODE
003552     WHEN WS-CHARGES-LISTED = ZERO
003562     AND WS-PAYOUTS-LISTED = ZERO
003572     AND WS-REFUNDS-LISTED = ZERO
003582     AND WS-TOPUPS-LISTED = ZERO
003592     DISPLAY "JOKCASH - mes sem movimento."
003602     MOVE 4 TO RETURN-CODE
003612     WHEN WS-OUT-OF-BALANCE
003622     DISPLAY "JOKCASH - conta pre-paga nao confere com JOKCRED."
003632     MOVE 4 TO RETURN-CODE
003642     WHEN OTHER
003652     CONTINUE
003662     END-EVALUATE.
003672     GO TO 9999-EXIT.
003682 9999-EXIT.
003692     EXIT.
