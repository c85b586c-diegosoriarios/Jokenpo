000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKSTMT.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - MONTHLY STATEMENT OF *
000110*                   THE PREPAID CREDIT ACCOUNTS.            *
000113*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000116*                   AT END OF RUN FOR THE MORNING REPORT.   *
000120*----------------------------------------------------------*
000130*  PRINTS ONE STATEMENT PER PLAYER WITH MONEY ON ACCOUNT    *
000140*  FOR THE SEASON NAMED IN JOKENPO_SEASON (YYYYMM): THE     *
000150*  OPENING BALANCE, EVERY TOP-UP, ENTRY FEE DEBITED, FEE    *
000160*  REFUNDED ON A VOIDED TOURNAMENT AND PRIZE CREDITED IN    *
000170*  THE MONTH WITH THE RUNNING BALANCE, THEN THE MONTH'S     *
000180*  TOTALS AND THE CLOSING BALANCE.                          *
000190*                                                           *
000200*  THE STATEMENT IS BUILT FROM THE CASH LEDGER ALONE: THE   *
000210*  TOP-UPS (U) AND THE CHARGES, REFUNDS AND PAYOUTS WHOSE   *
000220*  SETTLEMENT BYTE IS "A".  CASH CHARGES ARE NOT ON IT.     *
000230*  EVERYTHING DATED BEFORE THE MONTH MAKES UP THE OPENING   *
000240*  BALANCE; ANYTHING AFTER IT IS LEFT FOR THE NEXT          *
000250*  STATEMENT.  A REFUND CARRIES THE DATE OF THE CHARGE IT   *
000260*  REVERSES AND A PRIZE IS CREDITED AT THE END OF ITS       *
000270*  SEASON.  THE CLOSING BALANCES ADD UP TO THE MONEY HELD   *
000280*  ON ACCOUNT THAT THE CASH STATEMENT (JOKCASH) SHOWS FOR   *
000290*  THE SAME MONTH WHEN IT IS RUN AT MONTH END.              *
000300*                                                           *
000310*  A PLAYER WITH NOTHING ON ACCOUNT AND NO MOVEMENT IN THE  *
000320*  MONTH GETS NO STATEMENT.  RC=8 WHEN NO SEASON WAS GIVEN  *
000330*  OR THE LEDGER IS MISSING, RC=4 WHEN NO STATEMENT WAS     *
000340*  PRINTED.                                                 *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000420     SELECT PLAYER-MASTER ASSIGN TO "PLAYERMS"
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS PM-PLAYER-ID
000460     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000470     SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
000480     ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT SORT-WORK ASSIGN TO "SRTWK01".
000492     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000494     ORGANIZATION IS LINE SEQUENTIAL
000496     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CASH-LEDGER.
000540 01  LEDGER-RECORD               PIC X(50).
000550
000560 FD  PLAYER-MASTER.
000570     COPY JOKPMREC.
000580
000590 FD  STATEMENT-REPORT.
000600 01  STM-RECORD                  PIC X(80).
000610
000620 SD  SORT-WORK.
000630 01  SORT-RECORD.
000640     05  SRT-PLAYER-ID           PIC X(10).
000650     05  SRT-DATE                PIC 9(08).
000660     05  SRT-TIME                PIC 9(06).
000670     05  SRT-TYPE                PIC X(01).
000680     05  SRT-REFERENCE           PIC X(16).
000690     05  SRT-POSITION            PIC 9(01).
000700     05  SRT-AMOUNT              PIC S9(05)V9(02).
000710
000712 FD  RUN-CONTROL.
000714     COPY JOKRUNRC.
000716
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------*
000740*  TYPED CASH LEDGER RECORDS                                *
000750*----------------------------------------------------------*
000760     COPY JOKLEDRC.
000770*----------------------------------------------------------*
000780*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000790*----------------------------------------------------------*
000793 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000796 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000800 01  WS-CASH-LEDGER-STATUS   PIC X(02)  VALUE SPACES.
000810 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000820 01  WS-LEDGER-EOF-SW        PIC X(01)  VALUE "N".
000830     88  WS-LEDGER-EOF                  VALUE "Y".
000840 01  WS-SORT-EOF-SW          PIC X(01)  VALUE "N".
000850     88  WS-SORT-EOF                    VALUE "Y".
000860 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000870     88  WS-ABORT-RUN                   VALUE "Y".
000880 01  WS-MASTER-OPEN-SW       PIC X(01)  VALUE "N".
000890     88  WS-MASTER-OPEN                 VALUE "Y".
000900 01  WS-HEADER-DONE-SW       PIC X(01)  VALUE "N".
000910     88  WS-HEADER-DONE                 VALUE "Y".
000920*----------------------------------------------------------*
000930*  SEASON SELECTION                                         *
000940*----------------------------------------------------------*
000950 01  WS-SEASON-ENV           PIC X(06).
000960 01  WS-SEASON               PIC 9(06)  VALUE ZERO.
000970 01  WS-MOVE-SEASON          PIC 9(06)  VALUE ZERO.
000980*----------------------------------------------------------*
000990*  THE PLAYER WHOSE STATEMENT IS BEING BUILT                *
001000*----------------------------------------------------------*
001010 01  WS-CURRENT-ID           PIC X(10)  VALUE SPACES.
001020 01  WS-CURRENT-NAME         PIC X(20)  VALUE SPACES.
001030 01  WS-OPENING-BALANCE      PIC S9(07)V9(02) VALUE ZERO.
001040 01  WS-RUNNING-BALANCE      PIC S9(07)V9(02) VALUE ZERO.
001050 01  WS-MONTH-TOPUPS         PIC 9(07)V9(02)  VALUE ZERO.
001060 01  WS-MONTH-FEES           PIC 9(07)V9(02)  VALUE ZERO.
001070 01  WS-MONTH-REFUNDS        PIC 9(07)V9(02)  VALUE ZERO.
001080 01  WS-MONTH-PRIZES         PIC 9(07)V9(02)  VALUE ZERO.
001090*----------------------------------------------------------*
001100*  RUN TOTALS                                               *
001110*----------------------------------------------------------*
001120 01  WS-TOTAL-CLOSING        PIC S9(07)V9(02) VALUE ZERO.
001130 77  WS-LEDGER-READ          PIC 9(07)  COMP  VALUE ZERO.
001140 77  WS-MOVES-SELECTED       PIC 9(07)  COMP  VALUE ZERO.
001150 77  WS-STATEMENTS-PRINTED   PIC 9(05)  COMP  VALUE ZERO.
001160*----------------------------------------------------------*
001170*  REPORT LINES                                             *
001180*----------------------------------------------------------*
001190 01  WS-STM-HEADER-LINE.
001200     05  FILLER              PIC X(32)  VALUE
001210         "EXTRATO DA CONTA PRE-PAGA - MES ".
001220     05  WS-STM-HDR-SEASON   PIC 9(06).
001230     05  FILLER              PIC X(42)  VALUE SPACES.
001240 01  WS-STM-PLAYER-LINE.
001250     05  FILLER              PIC X(08)  VALUE "JOGADOR ".
001260     05  WS-STM-PLAYER-ID    PIC X(10).
001270     05  FILLER              PIC X(01)  VALUE SPACE.
001280     05  WS-STM-PLAYER-NAME  PIC X(20).
001290     05  FILLER              PIC X(41)  VALUE SPACES.
001300 01  WS-STM-DETAIL.
001310     05  FILLER              PIC X(02)  VALUE SPACES.
001320     05  WS-STM-DATE         PIC X(08).
001330     05  FILLER              PIC X(01)  VALUE SPACE.
001340     05  WS-STM-DESCRIPTION  PIC X(10).
001350     05  FILLER              PIC X(01)  VALUE SPACE.
001360     05  WS-STM-REFERENCE    PIC X(16).
001370     05  FILLER              PIC X(01)  VALUE SPACE.
001380     05  WS-STM-AMOUNT       PIC -ZZZZ9.99.
001390     05  FILLER              PIC X(02)  VALUE SPACES.
001400     05  WS-STM-BALANCE      PIC -ZZZZZZ9.99.
001410     05  FILLER              PIC X(19)  VALUE SPACES.
001420 01  WS-STM-TOTAL-LINE.
001430     05  FILLER              PIC X(02)  VALUE SPACES.
001440     05  WS-STM-TOTAL-LABEL  PIC X(24).
001450     05  WS-STM-TOTAL-AMT    PIC -ZZZZZZ9.99.
001460     05  FILLER              PIC X(43)  VALUE SPACES.
001470 01  WS-STM-COUNT-LINE.
001480     05  FILLER              PIC X(26)  VALUE
001490         "  Extratos emitidos.....: ".
001500     05  WS-STM-COUNT        PIC ZZZZ9.
001510     05  FILLER              PIC X(49)  VALUE SPACES.
001520 01  WS-STM-NO-MOVEMENT      PIC X(80)  VALUE
001530     "  Sem movimento no mes.".
001540
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------*
001570*  0000-MAINLINE                                            *
001580*----------------------------------------------------------*
001590 0000-MAINLINE.
001595     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001600     PERFORM 1000-INITIALIZE
001610     THRU 1000-EXIT.
001620     IF NOT WS-ABORT-RUN
001630     PERFORM 2000-BUILD-STATEMENTS
001640     THRU 2000-EXIT
001650     END-IF.
001660     PERFORM 9999-TERMINATE
001670     THRU 9999-EXIT.
001673     PERFORM 9900-WRITE-RUN-CONTROL
001676     THRU 9900-EXIT.
001680     STOP RUN.
001690
001700*----------------------------------------------------------*
001710*  1000-INITIALIZE - THE SEASON IS REQUIRED.  THE MASTER    *
001720*  ONLY SUPPLIES THE NAMES, SO THE RUN GOES ON WITHOUT IT.  *
001730*----------------------------------------------------------*
001740 1000-INITIALIZE.
001750     ACCEPT WS-SEASON-ENV FROM ENVIRONMENT "JOKENPO_SEASON".
001760     IF WS-SEASON-ENV = SPACES
001770         OR FUNCTION TEST-NUMVAL(WS-SEASON-ENV) NOT = 0
001780         DISPLAY "JOKSTMT - informe JOKENPO_SEASON (AAAAMM)."
001790         MOVE "Y" TO WS-ABORT-SW
001800         GO TO 1000-EXIT
001810     END-IF.
001820     MOVE FUNCTION NUMVAL(WS-SEASON-ENV) TO WS-SEASON.
001830     OPEN INPUT PLAYER-MASTER.
001840     IF WS-PLAYER-MASTER-STATUS = "00"
001850         MOVE "Y" TO WS-MASTER-OPEN-SW
001860     ELSE
001870         DISPLAY "JOKSTMT - cadastro indisponivel, status "
001880             WS-PLAYER-MASTER-STATUS " - extratos sem nome."
001890     END-IF.
001900     GO TO 1000-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930
001940*----------------------------------------------------------*
001950*  2000-BUILD-STATEMENTS - SORT THE ACCOUNT MOVEMENTS BY    *
001960*  PLAYER AND DATE AND PRINT THEM WITH A BREAK PER PLAYER   *
001970*----------------------------------------------------------*
001980 2000-BUILD-STATEMENTS.
001990     OPEN INPUT CASH-LEDGER.
002000     IF WS-CASH-LEDGER-STATUS NOT = "00"
002010         DISPLAY "JOKSTMT - caixa indisponivel, status "
002020             WS-CASH-LEDGER-STATUS
002030         MOVE "Y" TO WS-ABORT-SW
002040         GO TO 2000-EXIT
002050     END-IF.
002060     OPEN OUTPUT STATEMENT-REPORT.
002070     MOVE WS-SEASON TO WS-STM-HDR-SEASON.
002080     MOVE WS-STM-HEADER-LINE TO STM-RECORD.
002090     WRITE STM-RECORD.
002100     SORT SORT-WORK
002110         ON ASCENDING KEY SRT-PLAYER-ID SRT-DATE SRT-TIME
002120         INPUT PROCEDURE IS 2100-SELECT-MOVEMENTS
002130         THRU 2100-EXIT
002140         OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
002150         THRU 3000-EXIT.
002160     MOVE SPACES TO STM-RECORD.
002170     WRITE STM-RECORD.
002180     MOVE WS-STATEMENTS-PRINTED TO WS-STM-COUNT.
002190     MOVE WS-STM-COUNT-LINE TO STM-RECORD.
002200     WRITE STM-RECORD.
002210     MOVE "Saldo total em conta..: " TO WS-STM-TOTAL-LABEL.
002220     MOVE WS-TOTAL-CLOSING TO WS-STM-TOTAL-AMT.
002230     MOVE WS-STM-TOTAL-LINE TO STM-RECORD.
002240     WRITE STM-RECORD.
002250     CLOSE STATEMENT-REPORT.
002260     GO TO 2000-EXIT.
002270 2000-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------*
002310*  2100-SELECT-MOVEMENTS - RELEASE EVERY ACCOUNT MOVEMENT   *
002320*  UP TO THE END OF THE MONTH                               *
002330*----------------------------------------------------------*
002340 2100-SELECT-MOVEMENTS.
002350     PERFORM 2200-READ-ONE-LEDGER-RECORD
002360     THRU 2200-EXIT
002370     UNTIL WS-LEDGER-EOF.
002380     CLOSE CASH-LEDGER.
002390     GO TO 2100-EXIT.
002400 2100-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------*
002440*  2200-READ-ONE-LEDGER-RECORD - A DEBIT GOES TO THE SORT   *
002450*  NEGATIVE.  A FEE OR REFUND TAKES ITS TIME OF DAY FROM    *
002460*  THE TOURNAMENT ID (YYYYMMDDHHMM...) SO IT SORTS AMONG    *
002470*  THE DAY'S TOP-UPS.  A PRIZE HAS NO DAY OF ITS OWN, SO IT *
002480*  IS DATED DAY 99 OF ITS SEASON, AFTER THE MONTH'S PLAY.   *
002490*----------------------------------------------------------*
002500 2200-READ-ONE-LEDGER-RECORD.
002510     READ CASH-LEDGER
002520     AT END
002530     MOVE "Y" TO WS-LEDGER-EOF-SW
002540     GO TO 2200-EXIT
002550     END-READ.
002560     ADD 1 TO WS-LEDGER-READ.
002570     MOVE SPACES TO SORT-RECORD.
002580     MOVE ZERO TO SRT-TIME.
002590     MOVE ZERO TO SRT-POSITION.
002600     EVALUATE LEDGER-RECORD(1:1)
002610     WHEN "U"
002620     MOVE LEDGER-RECORD TO LEDGER-TOPUP-RECORD
002630     MOVE LU-PLAYER-ID TO SRT-PLAYER-ID
002640     MOVE LU-DATE TO SRT-DATE
002650     MOVE LU-TIME TO SRT-TIME
002660     MOVE LU-OPERATOR-ID TO SRT-REFERENCE
002670     COMPUTE SRT-AMOUNT = LU-AMOUNT
002680     WHEN "C"
002690     MOVE LEDGER-RECORD TO LEDGER-CHARGE-RECORD
002700     IF NOT LC-ON-ACCOUNT
002710         GO TO 2200-EXIT
002720     END-IF
002730     MOVE LC-PLAYER-ID TO SRT-PLAYER-ID
002740     MOVE LC-DATE TO SRT-DATE
002750     MOVE LC-TOURNAMENT-ID TO SRT-REFERENCE
002760     IF LC-TOURNAMENT-ID(9:4) IS NUMERIC
002770         MOVE LC-TOURNAMENT-ID(9:4) TO SRT-TIME(1:4)
002780     END-IF
002790     COMPUTE SRT-AMOUNT = ZERO - LC-AMOUNT
002800     WHEN "R"
002810     MOVE LEDGER-RECORD TO LEDGER-REFUND-RECORD
002820     IF NOT LR-ON-ACCOUNT
002830         GO TO 2200-EXIT
002840     END-IF
002850     MOVE LR-PLAYER-ID TO SRT-PLAYER-ID
002860     MOVE LR-DATE TO SRT-DATE
002870     MOVE LR-TOURNAMENT-ID TO SRT-REFERENCE
002880     IF LR-TOURNAMENT-ID(9:4) IS NUMERIC
002890         MOVE LR-TOURNAMENT-ID(9:4) TO SRT-TIME(1:4)
002900     END-IF
002910     COMPUTE SRT-AMOUNT = LR-AMOUNT
002920     WHEN "P"
002930     MOVE LEDGER-RECORD TO LEDGER-PAYOUT-RECORD
002940     IF NOT LP-ON-ACCOUNT
002950         GO TO 2200-EXIT
002960     END-IF
002970     MOVE LP-PLAYER-ID TO SRT-PLAYER-ID
002980     COMPUTE SRT-DATE = LP-SEASON * 100 + 99
002990     MOVE "TEMPORADA" TO SRT-REFERENCE
003000     MOVE LP-SEASON TO SRT-REFERENCE(11:6)
003010     MOVE LP-POSITION TO SRT-POSITION
003020     COMPUTE SRT-AMOUNT = LP-AMOUNT
003030     WHEN OTHER
003040     GO TO 2200-EXIT
003050     END-EVALUATE.
003060     MOVE LEDGER-RECORD(1:1) TO SRT-TYPE.
003070     MOVE SRT-DATE(1:6) TO WS-MOVE-SEASON.
003080     IF WS-MOVE-SEASON > WS-SEASON
003090         GO TO 2200-EXIT
003100     END-IF.
003110     RELEASE SORT-RECORD.
003120     ADD 1 TO WS-MOVES-SELECTED.
003130     GO TO 2200-EXIT.
003140 2200-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------*
003180*  3000-PRINT-STATEMENTS - CONTROL BREAK ON THE PLAYER ID   *
003190*----------------------------------------------------------*
003200 3000-PRINT-STATEMENTS.
003210     MOVE SPACES TO WS-CURRENT-ID.
003220     PERFORM 3100-RETURN-ONE-MOVEMENT
003230     THRU 3100-EXIT
003240     UNTIL WS-SORT-EOF.
003250     IF WS-CURRENT-ID NOT = SPACES
003260         PERFORM 3400-END-PLAYER
003270         THRU 3400-EXIT
003280     END-IF.
003290     GO TO 3000-EXIT.
003300 3000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340*  3100-RETURN-ONE-MOVEMENT - A MOVEMENT BEFORE THE MONTH   *
003350*  ONLY ADDS TO THE OPENING BALANCE; ONE IN THE MONTH IS    *
003360*  PRINTED, HEADED BY THE PLAYER AND THE OPENING BALANCE    *
003370*  THE FIRST TIME                                           *
003380*----------------------------------------------------------*
003390 3100-RETURN-ONE-MOVEMENT.
003400     RETURN SORT-WORK
003410         AT END
003420             MOVE "Y" TO WS-SORT-EOF-SW
003430             GO TO 3100-EXIT
003440     END-RETURN.
003450     IF SRT-PLAYER-ID NOT = WS-CURRENT-ID
003460         IF WS-CURRENT-ID NOT = SPACES
003470             PERFORM 3400-END-PLAYER
003480             THRU 3400-EXIT
003490         END-IF
003500         PERFORM 3200-START-PLAYER
003510         THRU 3200-EXIT
003520     END-IF.
003530     MOVE SRT-DATE(1:6) TO WS-MOVE-SEASON.
003540     IF WS-MOVE-SEASON < WS-SEASON
003550         ADD SRT-AMOUNT TO WS-OPENING-BALANCE
003560         GO TO 3100-EXIT
003570     END-IF.
003580     IF NOT WS-HEADER-DONE
003590         PERFORM 3300-PRINT-PLAYER-HEADER
003600         THRU 3300-EXIT
003610     END-IF.
003620     ADD SRT-AMOUNT TO WS-RUNNING-BALANCE.
003630     MOVE SPACES TO WS-STM-DETAIL.
003640     MOVE SRT-DATE TO WS-STM-DATE.
003650     MOVE SRT-REFERENCE TO WS-STM-REFERENCE.
003660     MOVE SRT-AMOUNT TO WS-STM-AMOUNT.
003670     MOVE WS-RUNNING-BALANCE TO WS-STM-BALANCE.
003680     EVALUATE SRT-TYPE
003690     WHEN "U"
003700     MOVE "RECARGA" TO WS-STM-DESCRIPTION
003710     ADD SRT-AMOUNT TO WS-MONTH-TOPUPS
003720     WHEN "C"
003730     MOVE "TAXA" TO WS-STM-DESCRIPTION
003740     SUBTRACT SRT-AMOUNT FROM WS-MONTH-FEES
003750     WHEN "R"
003760     MOVE "ESTORNO" TO WS-STM-DESCRIPTION
003770     ADD SRT-AMOUNT TO WS-MONTH-REFUNDS
003780     WHEN OTHER
003790     MOVE "FIM MES" TO WS-STM-DATE
003800     MOVE "PREMIO" TO WS-STM-DESCRIPTION
003810     MOVE SRT-POSITION TO WS-STM-DESCRIPTION(8:1)
003820     MOVE "o" TO WS-STM-DESCRIPTION(9:1)
003830     ADD SRT-AMOUNT TO WS-MONTH-PRIZES
003840     END-EVALUATE.
003850     MOVE WS-STM-DETAIL TO STM-RECORD.
003860     WRITE STM-RECORD.
003870     GO TO 3100-EXIT.
003880 3100-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  3200-START-PLAYER - RESET THE PLAYER'S FIGURES           *
003930*----------------------------------------------------------*
003940 3200-START-PLAYER.
003950     MOVE SRT-PLAYER-ID TO WS-CURRENT-ID.
003960     MOVE "N" TO WS-HEADER-DONE-SW.
003970     MOVE ZERO TO WS-OPENING-BALANCE.
003980     MOVE ZERO TO WS-RUNNING-BALANCE.
003990     MOVE ZERO TO WS-MONTH-TOPUPS.
004000     MOVE ZERO TO WS-MONTH-FEES.
004010     MOVE ZERO TO WS-MONTH-REFUNDS.
004020     MOVE ZERO TO WS-MONTH-PRIZES.
004030     GO TO 3200-EXIT.
004040 3200-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------*
004080*  3300-PRINT-PLAYER-HEADER - THE PLAYER'S NAME AND THE     *
004090*  OPENING BALANCE, WHICH IS COMPLETE BY NOW BECAUSE THE    *
004100*  EARLIER MONTHS SORT FIRST                                *
004110*----------------------------------------------------------*
004120 3300-PRINT-PLAYER-HEADER.
004130     MOVE "(sem cadastro)" TO WS-CURRENT-NAME.
004140     IF WS-MASTER-OPEN
004150         MOVE WS-CURRENT-ID TO PM-PLAYER-ID
004160         READ PLAYER-MASTER
004170             INVALID KEY
004180                 CONTINUE
004190             NOT INVALID KEY
004200                 MOVE PM-PLAYER-NAME TO WS-CURRENT-NAME
004210         END-READ
004220     END-IF.
004230     MOVE SPACES TO STM-RECORD.
004240     WRITE STM-RECORD.
004250     MOVE WS-CURRENT-ID TO WS-STM-PLAYER-ID.
004260     MOVE WS-CURRENT-NAME TO WS-STM-PLAYER-NAME.
004270     MOVE WS-STM-PLAYER-LINE TO STM-RECORD.
004280     WRITE STM-RECORD.
004290     MOVE "Saldo anterior........: " TO WS-STM-TOTAL-LABEL.
004300     MOVE WS-OPENING-BALANCE TO WS-STM-TOTAL-AMT.
004310     MOVE WS-STM-TOTAL-LINE TO STM-RECORD.
004320     WRITE STM-RECORD.
004330     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
004340     MOVE "Y" TO WS-HEADER-DONE-SW.
004350     GO TO 3300-EXIT.
004360 3300-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------*
004400*  3400-END-PLAYER - THE MONTH'S TOTALS AND THE CLOSING     *
004410*  BALANCE.  NOTHING ON ACCOUNT AND NO MOVEMENT IN THE      *
004420*  MONTH MEANS NO STATEMENT AT ALL.                         *
004430*----------------------------------------------------------*
004440 3400-END-PLAYER.
004450     IF NOT WS-HEADER-DONE
004460         IF WS-OPENING-BALANCE = ZERO
004470             GO TO 3400-EXIT
004480         END-IF
004490         PERFORM 3300-PRINT-PLAYER-HEADER
004500         THRU 3300-EXIT
004510         MOVE WS-STM-NO-MOVEMENT TO STM-RECORD
004520         WRITE STM-RECORD
004530     END-IF.
004540     MOVE "Recargas..............: " TO WS-STM-TOTAL-LABEL.
004550     MOVE WS-MONTH-TOPUPS TO WS-STM-TOTAL-AMT.
004560     MOVE WS-STM-TOTAL-LINE TO STM-RECORD.
004570     WRITE STM-RECORD.
004580     MOVE "Taxas debitadas.......: " TO WS-STM-TOTAL-LABEL.
004590     MOVE WS-MONTH-FEES TO WS-STM-TOTAL-AMT.
004600     MOVE WS-STM-TOTAL-LINE TO STM-RECORD.
004610     WRITE STM-RECORD.
004620     MOVE "Estornos..............: " TO WS-STM-TOTAL-LABEL.
004630     MOVE WS-MONTH-REFUNDS TO WS-STM-TOTAL-AMT.
004640     MOVE WS-STM-TOTAL-LINE TO STM-RECORD.
004650     WRITE STM-RECORD.
004660     MOVE "Premios creditados....: " TO WS-STM-TOTAL-LABEL.
004670     MOVE WS-MONTH-PRIZES TO WS-STM-TOTAL-AMT.
004680     MOVE WS-STM-TOTAL-LINE TO STM-RECORD.
004690     WRITE STM-RECORD.
004700     MOVE "Saldo final...........: " TO WS-STM-TOTAL-LABEL.
004710     MOVE WS-RUNNING-BALANCE TO WS-STM-TOTAL-AMT.
004720     MOVE WS-STM-TOTAL-LINE TO STM-RECORD.
004730     WRITE STM-RECORD.
004740     ADD WS-RUNNING-BALANCE TO WS-TOTAL-CLOSING.
004750     ADD 1 TO WS-STATEMENTS-PRINTED.
004760     GO TO 3400-EXIT.
004770 3400-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
004820*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
004830*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
004840*  LEAVES THE RETURN CODE AS IT IS                          *
004850*----------------------------------------------------------*
004860 9900-WRITE-RUN-CONTROL.
004870     OPEN EXTEND RUN-CONTROL.
004880     IF WS-RUN-CONTROL-STATUS = "35"
004890         OPEN OUTPUT RUN-CONTROL
004900         CLOSE RUN-CONTROL
004910         OPEN EXTEND RUN-CONTROL
004920     END-IF.
004930     IF WS-RUN-CONTROL-STATUS NOT = "00"
004940         DISPLAY "JOKSTMT - controle de execucao indisponivel, "
004950             "status " WS-RUN-CONTROL-STATUS
004960         GO TO 9900-EXIT
004970     END-IF.
004980     MOVE SPACES TO RUN-CONTROL-RECORD.
004990     MOVE "JOKSTMT" TO RN-PROGRAM.
005000     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
005010     MOVE RN-START-DATE TO RN-RUN-DATE.
005020     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
005030     MOVE RETURN-CODE TO RN-RETURN-CODE.
005040     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
005050     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
005060     MOVE "CAIXA" TO RN-COUNT-LABEL(2).
005070     MOVE WS-LEDGER-READ TO RN-COUNT-VALUE(2).
005080     MOVE "MOVIMENT" TO RN-COUNT-LABEL(3).
005090     MOVE WS-MOVES-SELECTED TO RN-COUNT-VALUE(3).
005100     MOVE "EXTRATOS" TO RN-COUNT-LABEL(4).
005110     MOVE WS-STATEMENTS-PRINTED TO RN-COUNT-VALUE(4).
005120     WRITE RUN-CONTROL-RECORD.
005130     CLOSE RUN-CONTROL.
005140     GO TO 9900-EXIT.
005150 9900-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190*  9999-TERMINATE                                           *
005200*----------------------------------------------------------*
005210 9999-TERMINATE.
005220     IF WS-MASTER-OPEN
005230         CLOSE PLAYER-MASTER
005240     END-IF.
005250     DISPLAY "JOKSTMT - temporada..........: " WS-SEASON.
005260     DISPLAY "JOKSTMT - registros do caixa.: " WS-LEDGER-READ.
005270     DISPLAY "JOKSTMT - movimentos em conta: " WS-MOVES-SELECTED.
005280     DISPLAY "JOKSTMT - extratos emitidos..: "
005290         WS-STATEMENTS-PRINTED.
005300     EVALUATE TRUE
005310     WHEN WS-ABORT-RUN
005320     MOVE 8 TO RETURN-CODE
005330     WHEN WS-STATEMENTS-PRINTED = ZERO
005340     DISPLAY "JOKSTMT - nenhum extrato no mes."
005350     MOVE 4 TO RETURN-CODE
005360     WHEN OTHER
005370     CONTINUE
005380     END-EVALUATE.
005390     GO TO 9999-EXIT.
005400 9999-EXIT.
005410     EXIT.
