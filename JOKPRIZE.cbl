000090*----------------------------------------------------------*
000100*  2026-09-01  RA   ORIGINAL VERSION - MONTHLY PRIZE        *
000110*                   POSTING, RUN WITH THE SEASON CLOSE.     *
000113*  2026-10-15  RA   FEES REFUNDED ON VOIDED TOURNAMENTS     *
000116*                   COME OFF THE POOL.                      *
000117*  2026-10-15  RA   PAYS ONLY OFF A COMPLETE COLLUSION      *
000118*                   SCREEN (JOKSCRN); UPHELD FLAGS          *
000119*                   DISQUALIFY, A PENDING FLAG ON A WINNER  *
000120*                   HOLDS THE RUN.                          *
000121*  2026-10-15  RA   PAYOUTS ARE CREDITED TO THE WINNER'S    *
000122*                   PREPAID ACCOUNT (JOKCRED).              *
000123*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000124*                   AT END OF RUN FOR THE MORNING REPORT.   *
000125*----------------------------------------------------------*
000130*  RUN AS THE SECOND STEP OF THE SEASON CLOSE JOB, AFTER    *
000140*  JOKSEASN HAS SNAPSHOT THE CLOSING STANDINGS ONTO THE     *
000150*  SEASON HISTORY FILE.  THE PRIZE POOL IS THE SUM OF THE   *
000160*  ENTRY FEE CHARGES ON THE CASH LEDGER DATED INSIDE THE    *
000170*  CLOSING SEASON, LESS THE REFUNDS POSTED AGAINST THEM     *
000175*  WHEN A TOURNAMENT WAS VOIDED (A REFUND CARRIES THE DATE  *
000180*  OF THE CHARGE IT REVERSES), SPLIT 50/30/20 OVER THE TOP  *
000185*  THREE OF THE CLOSING STANDINGS (WINS DESCENDING, AS THE  *
000190*  STANDINGS REPORT ORDERS THEM).  EACH PAYOUT IS POSTED    *
000200*  TO THE LEDGER AS A P RECORD AND PRINTED ON THE PRIZE     *
000210*  REPORT FOR THE TILL.  A POSITION WITHOUT A PLAYER (A     *
000220*  SHORT FIELD) IS SIMPLY NOT PAID.  A SEASON THAT ALREADY  *
000230*  HAS PAYOUTS ON THE LEDGER IS REFUSED WITH RC=8 SO A      *
000240*  RERUN CANNOT PAY THE MONTH TWICE.                        *
000241*                                                           *
000242*  EACH PAYOUT IS CREDITED TO THE WINNER'S PREPAID ACCOUNT  *
000243*  ON JOKCRED (OPENED IF THE WINNER HAS NONE) AND THE P     *
000244*  RECORD IS MARKED AS SETTLED ON ACCOUNT, SO THE MONTHLY   *
000245*  STATEMENT AND THE CASH REPORT CARRY IT.  IF THE ACCOUNT  *
000246*  FILE CANNOT BE OPENED NOTHING IS POSTED (RC=8).          *
000247*                                                           *
000248*  THE COLLUSION SCREEN (JOKSCRN) MUST HAVE RUN COMPLETE FOR *
000249*  THE SEASON.  A PLAYER NAMED ON A FLAG THE DESK UPHELD    *
000250*  (JOKTRIA) IS DISQUALIFIED AND THE NEXT PLAYER MOVES UP;  *
000251*  CLEARED FLAGS ARE IGNORED.  IF ANY PLAYER TO BE PAID IS  *
000252*  STILL NAMED ON A PENDING FLAG THE WHOLE RUN IS REFUSED   *
000253*  WITH RC=8 AND NOTHING IS POSTED, SO THE SEASON CAN BE    *
000254*  PAID IN FULL ONCE THE DESK HAS DECIDED.                  *
000255*                                                           *
000260*  ENVIRONMENT OVERRIDES:                                   *
000270*    JOKENPO_SEASON - SEASON YYYYMM (DEFAULT: CURRENT),     *
000280*                     SET IT TO MATCH THE JOKSEASN STEP     *
000380     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000390     SELECT PRIZE-REPORT ASSIGN TO "PRZRPT"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000402     SELECT SCREEN-FLAGS ASSIGN TO "JOKFLAG"
000404     ORGANIZATION IS LINE SEQUENTIAL
000406     FILE STATUS IS WS-SCREEN-FLAGS-STATUS.
000407     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000408     ORGANIZATION IS INDEXED
000409     ACCESS MODE IS DYNAMIC
000410     RECORD KEY IS CA-PLAYER-ID
000411     FILE STATUS IS WS-CREDIT-STATUS.
000412     SELECT SORT-WORK ASSIGN TO "SRTWK01".
000414     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000416     ORGANIZATION IS LINE SEQUENTIAL
000418     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000510 FD  PRIZE-REPORT.
000520 01  PRZ-RECORD                  PIC X(80).
000530
000532 FD  SCREEN-FLAGS.
000534 01  FLAG-RECORD                 PIC X(120).
000536
000537 FD  CREDIT-ACCOUNTS.
000538     COPY JOKCRDRC.
000539
000540 SD  SORT-WORK.
000550 01  SORT-RECORD.
000560     05  SRT-PLAYER-ID           PIC X(10).
000570     05  SRT-PLAYER-NAME         PIC A(20).
000580     05  SRT-WINS                PIC 9(05).
000590
000592 FD  RUN-CONTROL.
000594     COPY JOKRUNRC.
000596
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------*
000620*  TYPED CASH LEDGER RECORDS (CHARGE/PAYOUT)                *
000630*----------------------------------------------------------*
000640     COPY JOKLEDRC.
000642*----------------------------------------------------------*
000644*  COLLUSION SCREEN CONTROL AND FLAG RECORDS                *
000646*----------------------------------------------------------*
000648     COPY JOKFLGRC.
000650*----------------------------------------------------------*
000660*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000670*----------------------------------------------------------*
000673 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000676 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000680 01  WS-SEASON-HIST-STATUS   PIC X(02)  VALUE SPACES.
000690 01  WS-CASH-LEDGER-STATUS   PIC X(02)  VALUE SPACES.
000695 01  WS-SCREEN-FLAGS-STATUS  PIC X(02)  VALUE SPACES.
000696 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
000697 01  WS-ACCOUNT-FOUND-SW     PIC X(01)  VALUE "N".
000698     88  WS-ACCOUNT-FOUND               VALUE "Y".
000700 01  WS-HIST-EOF-SW          PIC X(01)  VALUE "N".
000710     88  WS-HIST-EOF                    VALUE "Y".
000720 01  WS-LEDGER-EOF-SW        PIC X(01)  VALUE "N".
000750     88  WS-SORT-EOF                    VALUE "Y".
000760 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000770     88  WS-ABORT-RUN                   VALUE "Y".
000771 01  WS-FLAG-EOF-SW          PIC X(01)  VALUE "N".
000772     88  WS-FLAG-EOF                    VALUE "Y".
000773 01  WS-CONTROL-FOUND-SW     PIC X(01)  VALUE "N".
000774     88  WS-CONTROL-FOUND               VALUE "Y".
000775 01  WS-PENDING-HOLD-SW      PIC X(01)  VALUE "N".
000776     88  WS-PENDING-HOLD                VALUE "Y".
000780*----------------------------------------------------------*
000790*  SEASON IDENTIFICATION                                    *
000800*----------------------------------------------------------*
000930 01  FILLER REDEFINES WS-SHARE-PCTS.
000940     05  WS-SHARE-PCT        PIC 9(02)  OCCURS 3 TIMES.
000950 01  WS-PAYOUT-AMOUNT        PIC 9(05)V9(02)  VALUE ZERO.
000955 01  WS-REFUND-TOTAL         PIC 9(07)V9(02)  VALUE ZERO.
000960*----------------------------------------------------------*
000970*  TOP OF THE CLOSING STANDINGS                             *
000980*----------------------------------------------------------*
001020     05  WS-WINNER-ENTRY     OCCURS 3 TIMES.
001030     10  WS-WIN-PLAYER-ID PIC X(10).
001040     10  WS-WIN-NAME      PIC X(20).
001041     10  WS-WIN-FLAG-STATE PIC X(01).
001042         88  WS-WIN-PENDING             VALUE "P".
001043*----------------------------------------------------------*
001044*  PLAYERS NAMED ON UNCLEARED SCREEN FLAGS.  A PLAYER ON AN *
001045*  UPHELD FLAG STAYS UPHELD WHATEVER ELSE IS PENDING.       *
001046*----------------------------------------------------------*
001047 77  WS-FLAGGED-MAX          PIC 9(04)  COMP  VALUE 400.
001048 77  WS-FLAGGED-COUNT        PIC 9(04)  COMP  VALUE ZERO.
001049 77  WS-FLAGGED-IDX          PIC 9(04)  COMP  VALUE ZERO.
001050 77  WS-FLAGGED-FOUND-IDX    PIC 9(04)  COMP  VALUE ZERO.
001051 77  WS-FLAGGED-OVERFLOW     PIC 9(05)  COMP  VALUE ZERO.
001052 01  WS-FLAGGED-TABLE.
001053     05  WS-FLAGGED-ENTRY    OCCURS 400 TIMES.
001054     10  WS-FLG-PLAYER-ID PIC X(10).
001055     10  WS-FLG-STATE     PIC X(01).
001056         88  WS-FLG-PENDING             VALUE "P".
001057         88  WS-FLG-UPHELD              VALUE "M".
001058 01  WS-FLAG-PLAYER-ID       PIC X(10)  VALUE SPACES.
001059*----------------------------------------------------------*
001060*  CONTENDERS PASSED OVER ON AN UPHELD FLAG, FOR THE REPORT *
001061*----------------------------------------------------------*
001062 77  WS-DISQ-COUNT           PIC 9(05)  COMP  VALUE ZERO.
001063 77  WS-DISQ-IDX             PIC 9(02)  COMP  VALUE ZERO.
001064 01  WS-DISQ-TABLE.
001065     05  WS-DISQ-ENTRY       OCCURS 20 TIMES.
001066     10  WS-DISQ-PLAYER-ID PIC X(10).
001067     10  WS-DISQ-NAME      PIC X(20).
001068*----------------------------------------------------------*
001069*  RUN COUNTERS                                             *
001070*----------------------------------------------------------*
001080 77  WS-CHARGES-SUMMED       PIC 9(05)  COMP  VALUE ZERO.
001090 77  WS-PAYOUTS-POSTED       PIC 9(05)  COMP  VALUE ZERO.
001095 77  WS-REFUNDS-SUMMED       PIC 9(05)  COMP  VALUE ZERO.
001097 77  WS-FLAGS-READ           PIC 9(05)  COMP  VALUE ZERO.
001100*----------------------------------------------------------*
001110*  REPORT LINES                                             *
001120*----------------------------------------------------------*
001280     05  WS-PRZ-NAME         PIC X(20).
001290     05  WS-PRZ-AMOUNT       PIC ZZZZZZ9.99.
001300     05  FILLER              PIC X(36)  VALUE SPACES.
001301 01  WS-PRZ-DISQ-LINE.
001302     05  FILLER              PIC X(28)  VALUE
001303         "Desclassificado na triagem: ".
001304     05  WS-PRZ-DISQ-ID      PIC X(10).
001305     05  FILLER              PIC X(01)  VALUE SPACE.
001306     05  WS-PRZ-DISQ-NAME    PIC X(20).
001307     05  FILLER              PIC X(21)  VALUE SPACES.
001310
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------*
001340*  0000-MAINLINE                                            *
001350*----------------------------------------------------------*
001360 0000-MAINLINE.
001365     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001370     PERFORM 1000-INITIALIZE
001380     THRU 1000-EXIT.
001382     IF NOT WS-ABORT-RUN
001384     PERFORM 1500-LOAD-SCREEN-FLAGS
001386     THRU 1500-EXIT
001388     END-IF.
001390     IF NOT WS-ABORT-RUN
001400     PERFORM 2000-SUM-SEASON-CHARGES
001410     THRU 2000-EXIT
001500     END-IF.
001510     PERFORM 9999-TERMINATE
001520     THRU 9999-EXIT.
001523     PERFORM 9900-WRITE-RUN-CONTROL
001526     THRU 9900-EXIT.
001530     STOP RUN.
001540
001550*----------------------------------------------------------*
001670 1000-EXIT.
001680     EXIT.
001690
001691*----------------------------------------------------------*
001692*  1500-LOAD-SCREEN-FLAGS - THE SCREEN MUST HAVE RUN        *
001693*  COMPLETE FOR THIS SEASON; TABLE THE PLAYERS NAMED ON     *
001694*  FLAGS NOT YET CLEARED                                    *
001695*----------------------------------------------------------*
001696 1500-LOAD-SCREEN-FLAGS.
001697     OPEN INPUT SCREEN-FLAGS.
001698     IF WS-SCREEN-FLAGS-STATUS NOT = "00"
001699         DISPLAY "JOKPRIZE - triagem indisponivel, status "
001700             WS-SCREEN-FLAGS-STATUS " - nada feito."
001701         MOVE "Y" TO WS-ABORT-SW
001702         GO TO 1500-EXIT
001703     END-IF.
001704     PERFORM 1600-LOAD-ONE-FLAG
001705     THRU 1600-EXIT
001706     UNTIL WS-FLAG-EOF.
001707     CLOSE SCREEN-FLAGS.
001708     IF NOT WS-CONTROL-FOUND
001709         DISPLAY "JOKPRIZE - temporada " WS-SEASON
001710             " sem triagem de conluio - nada feito."
001711         MOVE "Y" TO WS-ABORT-SW
001712         GO TO 1500-EXIT
001713     END-IF.
001714     IF NOT FC-SCREEN-COMPLETE
001715         DISPLAY "JOKPRIZE - triagem da temporada " WS-SEASON
001716             " incompleta - nada feito."
001717         MOVE "Y" TO WS-ABORT-SW
001718         GO TO 1500-EXIT
001719     END-IF.
001720     IF WS-FLAGGED-OVERFLOW > ZERO
001721         DISPLAY "JOKPRIZE - jogadores alertados alem da tabela: "
001722             WS-FLAGGED-OVERFLOW " - nada feito."
001723         MOVE "Y" TO WS-ABORT-SW
001724     END-IF.
001725     GO TO 1500-EXIT.
001726 1500-EXIT.
001727     EXIT.
001728
001729*----------------------------------------------------------*
001730*  1600-LOAD-ONE-FLAG - A CONTROL RECORD FOR ANOTHER SEASON *
001731*  IS NOT THIS SEASON'S SCREEN                              *
001732*----------------------------------------------------------*
001733 1600-LOAD-ONE-FLAG.
001734     READ SCREEN-FLAGS
001735     AT END
001736     MOVE "Y" TO WS-FLAG-EOF-SW
001737     GO TO 1600-EXIT
001738     END-READ.
001739     EVALUATE FLAG-RECORD(1:1)
001740     WHEN "C"
001741     MOVE FLAG-RECORD TO SCREEN-CONTROL-RECORD
001742     IF FC-SEASON = WS-SEASON
001743     MOVE "Y" TO WS-CONTROL-FOUND-SW
001744     END-IF
001745     WHEN "F"
001746     MOVE FLAG-RECORD TO SCREEN-FLAG-RECORD
001747     IF FL-SEASON = WS-SEASON
001748     AND NOT FL-CLEARED
001749     ADD 1 TO WS-FLAGS-READ
001750     MOVE FL-PLAYER-ID TO WS-FLAG-PLAYER-ID
001751     PERFORM 1700-TABLE-FLAGGED-PLAYER
001752     THRU 1700-EXIT
001753     MOVE FL-OPPONENT-ID TO WS-FLAG-PLAYER-ID
001754     PERFORM 1700-TABLE-FLAGGED-PLAYER
001755     THRU 1700-EXIT
001756     END-IF
001757     WHEN OTHER
001758     CONTINUE
001759     END-EVALUATE.
001760     GO TO 1600-EXIT.
001761 1600-EXIT.
001762     EXIT.
001763
001764*----------------------------------------------------------*
001765*  1700-TABLE-FLAGGED-PLAYER - AN UPHELD FLAG OUTRANKS A    *
001766*  PENDING ONE FOR THE SAME PLAYER                          *
001767*----------------------------------------------------------*
001768 1700-TABLE-FLAGGED-PLAYER.
001769     IF WS-FLAG-PLAYER-ID = SPACES
001770         GO TO 1700-EXIT
001771     END-IF.
001772     PERFORM 1800-FIND-FLAGGED
001773     THRU 1800-EXIT.
001774     IF WS-FLAGGED-FOUND-IDX = ZERO
001775         IF WS-FLAGGED-COUNT NOT < WS-FLAGGED-MAX
001776             ADD 1 TO WS-FLAGGED-OVERFLOW
001777             GO TO 1700-EXIT
001778         END-IF
001779         ADD 1 TO WS-FLAGGED-COUNT
001780         MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-FOUND-IDX
001781         MOVE WS-FLAG-PLAYER-ID
001782             TO WS-FLG-PLAYER-ID(WS-FLAGGED-FOUND-IDX)
001783         MOVE FL-STATUS TO WS-FLG-STATE(WS-FLAGGED-FOUND-IDX)
001784     END-IF.
001785     IF FL-UPHELD
001786         MOVE "M" TO WS-FLG-STATE(WS-FLAGGED-FOUND-IDX)
001787     END-IF.
001788     GO TO 1700-EXIT.
001789 1700-EXIT.
001790     EXIT.
001791
001792*----------------------------------------------------------*
001793*  1800-FIND-FLAGGED - LOCATE WS-FLAG-PLAYER-ID IN THE      *
001794*  FLAGGED TABLE (ZERO IF NOT THERE)                        *
001795*----------------------------------------------------------*
001796 1800-FIND-FLAGGED.
001797     MOVE ZERO TO WS-FLAGGED-FOUND-IDX.
001798     PERFORM 1810-CHECK-ONE-FLAGGED
001799     THRU 1810-EXIT
001800     VARYING WS-FLAGGED-IDX FROM 1 BY 1
001801     UNTIL WS-FLAGGED-IDX > WS-FLAGGED-COUNT
001802     OR WS-FLAGGED-FOUND-IDX NOT = ZERO.
001803     GO TO 1800-EXIT.
001804 1800-EXIT.
001805     EXIT.
001806
001807*----------------------------------------------------------*
001808*  1810-CHECK-ONE-FLAGGED                                   *
001809*----------------------------------------------------------*
001810 1810-CHECK-ONE-FLAGGED.
001811     IF WS-FLG-PLAYER-ID(WS-FLAGGED-IDX) = WS-FLAG-PLAYER-ID
001812     MOVE WS-FLAGGED-IDX TO WS-FLAGGED-FOUND-IDX
001813     END-IF.
001814     GO TO 1810-EXIT.
001815 1810-EXIT.
001816     EXIT.
001817
001818*----------------------------------------------------------*
001819*  2000-SUM-SEASON-CHARGES - ONE PASS OVER THE LEDGER: SUM  *
001820*  THE SEASON'S ENTRY FEES INTO THE POOL AND REFUSE THE     *
001821*  RUN IF THE SEASON ALREADY HAS PAYOUTS POSTED             *
001822*----------------------------------------------------------*
001823 2000-SUM-SEASON-CHARGES.
001824     OPEN INPUT CASH-LEDGER.
001825     IF WS-CASH-LEDGER-STATUS NOT = "00"
001826         DISPLAY "JOKPRIZE - caixa indisponivel, status "
001827             WS-CASH-LEDGER-STATUS
001828         MOVE "Y" TO WS-ABORT-SW
001829         GO TO 2000-EXIT
001830     END-IF.
001831     PERFORM 2100-SCAN-ONE-LEDGER-RECORD
001840     THRU 2100-EXIT
001850     UNTIL WS-LEDGER-EOF OR WS-ABORT-RUN.
001860     CLOSE CASH-LEDGER.
001870     IF WS-ABORT-RUN
001880         GO TO 2000-EXIT
001890     END-IF.
001891     IF WS-REFUND-TOTAL > WS-PRIZE-POOL
001892         MOVE ZERO TO WS-PRIZE-POOL
001893     ELSE
001894         SUBTRACT WS-REFUND-TOTAL FROM WS-PRIZE-POOL
001895     END-IF.
001900     IF WS-PRIZE-POOL = ZERO
001910         DISPLAY "JOKPRIZE - sem taxas no periodo - "
001920             "nada a premiar."
002120     ADD LC-AMOUNT TO WS-PRIZE-POOL
002130     ADD 1 TO WS-CHARGES-SUMMED
002140     END-IF
002141     WHEN "R"
002142     MOVE LEDGER-RECORD TO LEDGER-REFUND-RECORD
002143     IF LR-DATE(1:6) = WS-SEASON(1:6)
002144     ADD LR-AMOUNT TO WS-REFUND-TOTAL
002145     ADD 1 TO WS-REFUNDS-SUMMED
002146     END-IF
002150     WHEN "P"
002160     MOVE LEDGER-RECORD TO LEDGER-PAYOUT-RECORD
002170     IF LP-SEASON = WS-SEASON
002500             " sem classificados - nada feito."
002510         MOVE "Y" TO WS-ABORT-SW
002520     END-IF.
002521     IF WS-PENDING-HOLD
002522         PERFORM 3050-SHOW-PENDING-WINNER
002523         THRU 3050-EXIT
002524         VARYING WS-WINNER-IDX FROM 1 BY 1
002525         UNTIL WS-WINNER-IDX > WS-WINNER-COUNT
002526         DISPLAY "JOKPRIZE - alertas pendentes na triagem - "
002527             "nada feito."
002528         MOVE "Y" TO WS-ABORT-SW
002529     END-IF.
002530     GO TO 3000-EXIT.
002540 3000-EXIT.
002550     EXIT.
002560
002561*----------------------------------------------------------*
002562*  3050-SHOW-PENDING-WINNER                                 *
002563*----------------------------------------------------------*
002564 3050-SHOW-PENDING-WINNER.
002565     IF WS-WIN-PENDING(WS-WINNER-IDX)
002566     MOVE WS-WINNER-IDX TO WS-PRZ-POSITION
002567     DISPLAY "JOKPRIZE - " WS-PRZ-POSITION "o lugar "
002568         WS-WIN-PLAYER-ID(WS-WINNER-IDX)
002569         " com alerta pendente (JOKTRIA)"
002570     END-IF.
002571     GO TO 3050-EXIT.
002572 3050-EXIT.
002573     EXIT.
002574
002575*----------------------------------------------------------*
002580*  3100-SELECT-SEASON - RELEASE ONLY THE CLOSING SEASON     *
002590*----------------------------------------------------------*
002600 3100-SELECT-SEASON.
002980
002990*----------------------------------------------------------*
003000*  3400-RETURN-ONE-STANDING - ONLY THE FIRST THREE MATTER;  *
003010*  THE REST OF THE SORT IS DRAINED AND DROPPED.  A PLAYER   *
003015*  ON AN UPHELD FLAG IS PASSED OVER FOR THE NEXT ONE        *
003020*----------------------------------------------------------*
003030 3400-RETURN-ONE-STANDING.
003040     RETURN SORT-WORK
003050         AT END
003060             MOVE "Y" TO WS-SORT-EOF-SW
003061             GO TO 3400-EXIT
003062     END-RETURN.
003063     IF WS-WINNER-COUNT NOT < 3
003064         GO TO 3400-EXIT
003065     END-IF.
003066     MOVE SRT-PLAYER-ID TO WS-FLAG-PLAYER-ID.
003067     PERFORM 1800-FIND-FLAGGED
003068     THRU 1800-EXIT.
003069     IF WS-FLAGGED-FOUND-IDX NOT = ZERO
003070         IF WS-FLG-UPHELD(WS-FLAGGED-FOUND-IDX)
003071             ADD 1 TO WS-DISQ-COUNT
003072             IF WS-DISQ-COUNT NOT > 20
003073                 MOVE SRT-PLAYER-ID
003074                     TO WS-DISQ-PLAYER-ID(WS-DISQ-COUNT)
003075                 MOVE SRT-PLAYER-NAME
003076                     TO WS-DISQ-NAME(WS-DISQ-COUNT)
003077             END-IF
003078             GO TO 3400-EXIT
003079         END-IF
003080     END-IF.
003090     ADD 1 TO WS-WINNER-COUNT.
003100     MOVE SRT-PLAYER-ID
003110         TO WS-WIN-PLAYER-ID(WS-WINNER-COUNT).
003120     MOVE SRT-PLAYER-NAME
003130         TO WS-WIN-NAME(WS-WINNER-COUNT).
003131     MOVE SPACE TO WS-WIN-FLAG-STATE(WS-WINNER-COUNT).
003132     IF WS-FLAGGED-FOUND-IDX NOT = ZERO
003133         MOVE "P" TO WS-WIN-FLAG-STATE(WS-WINNER-COUNT)
003134         MOVE "Y" TO WS-PENDING-HOLD-SW
003135     END-IF.
003160     GO TO 3400-EXIT.
003170 3400-EXIT.
003180     EXIT.
003290         MOVE "Y" TO WS-ABORT-SW
003300         GO TO 4000-EXIT
003310     END-IF.
003311     OPEN I-O CREDIT-ACCOUNTS.
003312     IF WS-CREDIT-STATUS = "35"
003313         OPEN OUTPUT CREDIT-ACCOUNTS
003314         CLOSE CREDIT-ACCOUNTS
003315         OPEN I-O CREDIT-ACCOUNTS
003316     END-IF.
003317     IF WS-CREDIT-STATUS NOT = "00"
003318         DISPLAY "JOKPRIZE - contas indisponiveis, status "
003319             WS-CREDIT-STATUS
003320         CLOSE CASH-LEDGER
003321         MOVE "Y" TO WS-ABORT-SW
003322         GO TO 4000-EXIT
003323     END-IF.
003324     OPEN OUTPUT PRIZE-REPORT.
003330     MOVE WS-SEASON TO WS-PRZ-HDR-SEASON.
003340     MOVE WS-PRZ-HEADER-LINE TO PRZ-RECORD.
003350     WRITE PRZ-RECORD.
003360     MOVE WS-PRIZE-POOL TO WS-PRZ-POOL.
003370     MOVE WS-PRZ-POOL-LINE TO PRZ-RECORD.
003380     WRITE PRZ-RECORD.
003381     PERFORM 4050-LIST-ONE-DISQUALIFIED
003382     THRU 4050-EXIT
003383     VARYING WS-DISQ-IDX FROM 1 BY 1
003384     UNTIL WS-DISQ-IDX > WS-DISQ-COUNT
003385     OR WS-DISQ-IDX > 20.
003390     PERFORM 4100-POST-ONE-PAYOUT
003400     THRU 4100-EXIT
003410     VARYING WS-WINNER-IDX FROM 1 BY 1
003420     UNTIL WS-WINNER-IDX > WS-WINNER-COUNT.
003430     CLOSE PRIZE-REPORT.
003440     CLOSE CASH-LEDGER.
003445     CLOSE CREDIT-ACCOUNTS.
003450     GO TO 4000-EXIT.
003460 4000-EXIT.
003470     EXIT.
003480
003481*----------------------------------------------------------*
003482*  4050-LIST-ONE-DISQUALIFIED                               *
003483*----------------------------------------------------------*
003484 4050-LIST-ONE-DISQUALIFIED.
003485     MOVE WS-DISQ-PLAYER-ID(WS-DISQ-IDX) TO WS-PRZ-DISQ-ID.
003486     MOVE WS-DISQ-NAME(WS-DISQ-IDX) TO WS-PRZ-DISQ-NAME.
003487     MOVE WS-PRZ-DISQ-LINE TO PRZ-RECORD.
003488     WRITE PRZ-RECORD.
003489     GO TO 4050-EXIT.
003490 4050-EXIT.
003491     EXIT.
003492
003493*----------------------------------------------------------*
003500*  4100-POST-ONE-PAYOUT                                      *
003510*----------------------------------------------------------*
003520 4100-POST-ONE-PAYOUT.
003580     MOVE WS-WIN-PLAYER-ID(WS-WINNER-IDX) TO LP-PLAYER-ID.
003590     MOVE WS-WINNER-IDX TO LP-POSITION.
003600     MOVE WS-PAYOUT-AMOUNT TO LP-AMOUNT.
003605     MOVE "A" TO LP-SETTLEMENT.
003610     MOVE SPACES TO LEDGER-RECORD.
003620     MOVE LEDGER-PAYOUT-RECORD TO LEDGER-RECORD.
003630     WRITE LEDGER-RECORD.
003640     ADD 1 TO WS-PAYOUTS-POSTED.
003643     PERFORM 4150-CREDIT-ACCOUNT
003646     THRU 4150-EXIT.
003650     MOVE SPACES TO WS-PRZ-DETAIL.
003660     MOVE WS-WINNER-IDX TO WS-PRZ-POSITION.
003670     MOVE "o " TO WS-PRZ-DETAIL(2:2).
003740 4100-EXIT.
003750     EXIT.
003760
003761*----------------------------------------------------------*
003762*  4150-CREDIT-ACCOUNT - CREDIT THE PAYOUT TO THE WINNER'S  *
003763*  PREPAID ACCOUNT, OPENING ONE IF NEEDED                   *
003764*----------------------------------------------------------*
003765 4150-CREDIT-ACCOUNT.
003766     MOVE "Y" TO WS-ACCOUNT-FOUND-SW.
003767     MOVE LP-PLAYER-ID TO CA-PLAYER-ID.
003768     READ CREDIT-ACCOUNTS
003769         INVALID KEY
003770             MOVE "N" TO WS-ACCOUNT-FOUND-SW
003771     END-READ.
003772     IF NOT WS-ACCOUNT-FOUND
003773         MOVE LP-PLAYER-ID TO CA-PLAYER-ID
003774         MOVE ZERO TO CA-BALANCE
003775         MOVE FUNCTION CURRENT-DATE(1:8) TO CA-OPENED-DATE
003776     END-IF.
003777     ADD LP-AMOUNT TO CA-BALANCE.
003778     MOVE FUNCTION CURRENT-DATE(1:8) TO CA-LAST-MOVE-DATE.
003779     IF WS-ACCOUNT-FOUND
003780         REWRITE CREDIT-ACCOUNT-RECORD
003781     ELSE
003782         WRITE CREDIT-ACCOUNT-RECORD
003783     END-IF.
003784     GO TO 4150-EXIT.
003785 4150-EXIT.
003786     EXIT.
003787
003797*----------------------------------------------------------*
003807*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
003817*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
003827*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
003837*  LEAVES THE RETURN CODE AS IT IS                          *
003847*----------------------------------------------------------*
003857 9900-WRITE-RUN-CONTROL.
003867     OPEN EXTEND RUN-CONTROL.
003877     IF WS-RUN-CONTROL-STATUS = "35"
003887         OPEN OUTPUT RUN-CONTROL
003897         CLOSE RUN-CONTROL
003907         OPEN EXTEND RUN-CONTROL
003917     END-IF.
003927     IF WS-RUN-CONTROL-STATUS NOT = "00"
003937         DISPLAY "JOKPRIZE - controle de execucao indisponivel, "
003947             "status " WS-RUN-CONTROL-STATUS
003957         GO TO 9900-EXIT
003967     END-IF.
003977     MOVE SPACES TO RUN-CONTROL-RECORD.
003987     MOVE "JOKPRIZE" TO RN-PROGRAM.
003997     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
004007     MOVE RN-START-DATE TO RN-RUN-DATE.
004017     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
004027     MOVE RETURN-CODE TO RN-RETURN-CODE.
004037     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
004047     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
004057     MOVE "TAXAS" TO RN-COUNT-LABEL(2).
004067     MOVE WS-CHARGES-SUMMED TO RN-COUNT-VALUE(2).
004077     MOVE "ESTORNOS" TO RN-COUNT-LABEL(3).
004087     MOVE WS-REFUNDS-SUMMED TO RN-COUNT-VALUE(3).
004097     MOVE "DESCLASS" TO RN-COUNT-LABEL(4).
004107     MOVE WS-DISQ-COUNT TO RN-COUNT-VALUE(4).
004117     MOVE "PREMIOS" TO RN-COUNT-LABEL(5).
004127     MOVE WS-PAYOUTS-POSTED TO RN-COUNT-VALUE(5).
004137     WRITE RUN-CONTROL-RECORD.
004147     CLOSE RUN-CONTROL.
004157     GO TO 9900-EXIT.
004167 9900-EXIT.
004177     EXIT.
004187
004197*----------------------------------------------------------*
004207*  9999-TERMINATE                                           *
004217*----------------------------------------------------------*
004227 9999-TERMINATE.
004237     DISPLAY "JOKPRIZE - temporada..........: " WS-SEASON.
004247     DISPLAY "JOKPRIZE - taxas somadas......: "
004257         WS-CHARGES-SUMMED.
004267     DISPLAY "JOKPRIZE - estornos abatidos..: "
004277         WS-REFUNDS-SUMMED.
004287     DISPLAY "JOKPRIZE - alertas em aberto..: "
004297         WS-FLAGS-READ.
004307     DISPLAY "JOKPRIZE - desclassificados...: "
004317         WS-DISQ-COUNT.
004327     DISPLAY "JOKPRIZE - premios postados...: "
004337         WS-PAYOUTS-POSTED.
004347     IF WS-ABORT-RUN
004357         MOVE 8 TO RETURN-CODE
004367     END-IF.
004377     GO TO 9999-EXIT.
004387 9999-EXIT.
004397     EXIT.
