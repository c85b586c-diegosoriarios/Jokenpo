000600*  2026-09-01  RA   CARRY THE HALL CODE (JOKENPO_HALL,        *
000610*                   DEFAULT SEDE) ON EVERY LOG HEADER AND     *
000620*                   DETAIL FOR SECOND-LOCATION SUPPORT.       *
000622*  2026-10-15  RA   DEBIT THE ENTRY FEE FROM THE PLAYER'S     *
000624*                   PREPAID CREDIT ACCOUNT (JOKCRED) WHEN THE *
000626*                   TOURNAMENT OPENS, AND REFUSE THE SIGN-ON  *
000628*                   WHEN THE BALANCE IS SHORT OF THE FEE.     *
000630*----------------------------------------------------------*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000850     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000860     ORGANIZATION IS LINE SEQUENTIAL
000870     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000871     SELECT CREDIT-ACCOUNTS ASSIGN TO "JOKCRED"
000872     ORGANIZATION IS INDEXED
000873     ACCESS MODE IS DYNAMIC
000874     RECORD KEY IS CA-PLAYER-ID
000875     FILE STATUS IS WS-CREDIT-STATUS.
000880     SELECT SESSION-STATE ASSIGN TO "JOKSESS"
000890     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS WS-SESSION-STATE-STATUS.
001100 FD  CASH-LEDGER.
001110 01  LEDGER-RECORD               PIC X(50).
001120
001122 FD  CREDIT-ACCOUNTS.
001124     COPY JOKCRDRC.
001126
001130 FD  SESSION-STATE.
001140 01  SESSION-STATE-RECORD.
001150     05  SS-TOURNAMENT-ID        PIC X(14).
002880 01  WS-FEE-EOF-SW           PIC X(01)  VALUE "N".
002890     88  WS-FEE-EOF                     VALUE "Y".
002900 01  WS-TOURNAMENT-FEE       PIC 9(05)V9(02)  VALUE ZERO.
002901*----------------------------------------------------------*
002902*  PREPAID CREDIT ACCOUNT (JOKCRED) - CHECKED AT SIGN-ON    *
002903*  AGAINST THE MODE'S FEE, DEBITED AS THE TOURNAMENT OPENS  *
002904*----------------------------------------------------------*
002905 01  WS-CREDIT-STATUS        PIC X(02)  VALUE SPACES.
002906 01  WS-ACCOUNT-FOUND-SW     PIC X(01)  VALUE "N".
002907     88  WS-ACCOUNT-FOUND               VALUE "Y".
002908 01  WS-CREDIT-BALANCE       PIC S9(07)V9(02)  VALUE ZERO.
002909 01  WS-CREDIT-DISPLAY       PIC -ZZZZZZ9.99.
002910 01  WS-FEE-DISPLAY          PIC ZZZZ9.99.
002911*----------------------------------------------------------*
002920*  SESSION STATE (JOKSESS) - THE IN-FLIGHT TOURNAMENT IS    *
002930*  REWRITTEN HERE EVERY ROUND SO A POWER CUT OR TERMINAL    *
002940*  CRASH RESUMES UNDER THE ORIGINAL TOURNAMENT ID, THE WAY  *
003600     END-IF.
003610     PERFORM 1250-LOAD-MOVE-ALIASES
003620     THRU 1250-EXIT.
003622     PERFORM 1540-LOAD-TOURNAMENT-FEE
003624     THRU 1540-EXIT.
003626     PERFORM 1070-CHECK-CREDIT
003628     THRU 1070-EXIT.
003630
003640     DISPLAY "Adversario:".
003650     DISPLAY "  1 - Contra o computador".
006830 1065-EXIT.
006840     EXIT.
006850
006851*----------------------------------------------------------*
006852*  1070-CHECK-CREDIT - THE FEE COMES OFF THE PLAYER'S       *
006853*  PREPAID ACCOUNT WHEN THE TOURNAMENT OPENS, SO A BALANCE  *
006854*  SHORT OF THIS MODE'S FEE IS REFUSED HERE THE SAME WAY A  *
006855*  SUSPENDED ID IS.  NO ACCOUNT ON FILE IS A ZERO BALANCE;  *
006856*  A MODE WITHOUT A FEE NEEDS NO CREDIT.  IN PVP THE FEE IS *
006857*  CHARGED TO PLAYER 1, SO ONLY PLAYER 1 IS CHECKED.        *
006858*----------------------------------------------------------*
006859 1070-CHECK-CREDIT.
006860     IF WS-TOURNAMENT-FEE = ZERO
006861         GO TO 1070-EXIT
006862     END-IF.
006863     MOVE ZERO TO WS-CREDIT-BALANCE.
006864     OPEN INPUT CREDIT-ACCOUNTS.
006865     IF WS-CREDIT-STATUS = "00"
006866         MOVE WS-PLAYER-ID TO CA-PLAYER-ID
006867         READ CREDIT-ACCOUNTS
006868             INVALID KEY
006869                 MOVE ZERO TO CA-BALANCE
006870         END-READ
006871         MOVE CA-BALANCE TO WS-CREDIT-BALANCE
006872         CLOSE CREDIT-ACCOUNTS
006873     END-IF.
006874     IF WS-CREDIT-BALANCE < WS-TOURNAMENT-FEE
006875         MOVE WS-CREDIT-BALANCE TO WS-CREDIT-DISPLAY
006876         MOVE WS-TOURNAMENT-FEE TO WS-FEE-DISPLAY
006877         DISPLAY "Credito insuficiente - saldo " WS-CREDIT-DISPLAY
006878             ", taxa " WS-FEE-DISPLAY "."
006879         DISPLAY "Procure o caixa para recarregar."
006880         CLOSE PLAYER-MASTER
006881         CLOSE JOKENPO-LOG
006882         MOVE 8 TO RETURN-CODE
006883         STOP RUN
006884     END-IF.
006885     GO TO 1070-EXIT.
006886 1070-EXIT.
006887     EXIT.
006888
006889*----------------------------------------------------------*
006890*  1300-INIT-RANDOM-SEED - SEED FUNCTION RANDOM ONCE FOR THE *
006891*  WHOLE TOURNAMENT.  JOKENPO_SEED, WHEN SET TO A NUMERIC    *
006892*  VALUE IN THE ENVIRONMENT, OVERRIDES THE TIME-OF-DAY SEED  *
006900*  SO A DISPUTED ROUND CAN BE REPLAYED EXACTLY.              *
006910*----------------------------------------------------------*
006920 1300-INIT-RANDOM-SEED.
008230     EXIT.
008240
008250*----------------------------------------------------------*
008260*  1540-LOAD-TOURNAMENT-FEE - THE FEE COMES FROM THE        *
008270*  OPERATOR TABLE BY GAME MODE; NO TABLE OR A ZERO FEE      *
008280*  MEANS NOTHING IS CHARGED, AND PLAY GOES ON.  LOADED AS   *
008290*  SOON AS THE MODE IS CHOSEN SO SIGN-ON CAN CHECK CREDIT.  *
008300*----------------------------------------------------------*
008310 1540-LOAD-TOURNAMENT-FEE.
008330     MOVE ZERO TO WS-TOURNAMENT-FEE.
008340     MOVE "N" TO WS-FEE-EOF-SW.
008350     OPEN INPUT FEE-TABLE.
008420     IF WS-FEE-TABLE-STATUS = "00"
008430         CLOSE FEE-TABLE
008440     END-IF.
008441     GO TO 1540-EXIT.
008442 1540-EXIT.
008443     EXIT.
008444
008445*----------------------------------------------------------*
008446*  1550-WRITE-LEDGER-CHARGE - THE ENTRY FEE FOR THIS        *
008447*  TOURNAMENT GOES TO THE CASH LEDGER UNDER THE SAME        *
008448*  TOURNAMENT ID AS THE LOG HEADER, SETTLED FROM THE        *
008449*  PLAYER'S PREPAID ACCOUNT, WHICH IS DEBITED IN TURN       *
008450*----------------------------------------------------------*
008451 1550-WRITE-LEDGER-CHARGE.
008452     IF WS-TOURNAMENT-FEE = ZERO
008460         GO TO 1550-EXIT
008470     END-IF.
008480     OPEN EXTEND CASH-LEDGER.
008580     MOVE WS-GAME-MODE TO LC-CATEGORY.
008590     MOVE WS-TOURNAMENT-FEE TO LC-AMOUNT.
008600     MOVE WS-PLAYER-ID TO LC-PLAYER-ID.
008605     MOVE "A" TO LC-SETTLEMENT.
008610     MOVE SPACES TO LEDGER-RECORD.
008620     MOVE LEDGER-CHARGE-RECORD TO LEDGER-RECORD.
008630     WRITE LEDGER-RECORD.
008640     CLOSE CASH-LEDGER.
008643     PERFORM 1570-DEBIT-CREDIT
008646     THRU 1570-EXIT.
008650     GO TO 1550-EXIT.
008660 1550-EXIT.
008670     EXIT.
008820     GO TO 1560-EXIT.
008830 1560-EXIT.
008840     EXIT.
008841
008842*----------------------------------------------------------*
008843*  1570-DEBIT-CREDIT - TAKE THE FEE OFF THE ACCOUNT SIGN-ON *
008844*  CHECKED.  THE CHARGE IS ALREADY ON THE LEDGER, SO THE    *
008845*  DEBIT IS MADE EVEN IF ANOTHER TERMINAL SPENT THE CREDIT  *
008846*  IN THE MEANTIME - THE BALANCE GOES NEGATIVE AND THE NEXT *
008847*  SIGN-ON IS REFUSED UNTIL THE DESK TOPS IT UP.            *
008848*----------------------------------------------------------*
008849 1570-DEBIT-CREDIT.
008850     OPEN I-O CREDIT-ACCOUNTS.
008851     IF WS-CREDIT-STATUS = "35"
008852         OPEN OUTPUT CREDIT-ACCOUNTS
008853         CLOSE CREDIT-ACCOUNTS
008854         OPEN I-O CREDIT-ACCOUNTS
008855     END-IF.
008856     IF WS-CREDIT-STATUS NOT = "00"
008857         DISPLAY "JOKENPO - contas indisponiveis, status "
008858             WS-CREDIT-STATUS " - avise o caixa."
008859         GO TO 1570-EXIT
008860     END-IF.
008861     MOVE "Y" TO WS-ACCOUNT-FOUND-SW.
008862     MOVE WS-PLAYER-ID TO CA-PLAYER-ID.
008863     READ CREDIT-ACCOUNTS
008864         INVALID KEY
008865             MOVE "N" TO WS-ACCOUNT-FOUND-SW
008866     END-READ.
008867     IF NOT WS-ACCOUNT-FOUND
008868         MOVE WS-PLAYER-ID TO CA-PLAYER-ID
008869         MOVE ZERO TO CA-BALANCE
008870         MOVE FUNCTION CURRENT-DATE(1:8) TO CA-OPENED-DATE
008871     END-IF.
008872     SUBTRACT WS-TOURNAMENT-FEE FROM CA-BALANCE.
008873     MOVE FUNCTION CURRENT-DATE(1:8) TO CA-LAST-MOVE-DATE.
008874     IF WS-ACCOUNT-FOUND
008875         REWRITE CREDIT-ACCOUNT-RECORD
008876     ELSE
008877         WRITE CREDIT-ACCOUNT-RECORD
008878     END-IF.
008879     CLOSE CREDIT-ACCOUNTS.
008880     MOVE CA-BALANCE TO WS-CREDIT-DISPLAY.
008881     DISPLAY "Taxa debitada - saldo restante " WS-CREDIT-DISPLAY.
008882     GO TO 1570-EXIT.
008883 1570-EXIT.
008884     EXIT.
008885
008886*----------------------------------------------------------*
008887*  2000-PLAY-TOURNAMENT - KEEP PLAYING ROUNDS UNTIL ONE     *
008888*  SIDE REACHES THE NUMBER OF WINS NEEDED TO TAKE THE       *
008890*  TOURNAMENT                                               *
008900*----------------------------------------------------------*
008910 2000-PLAY-TOURNAMENT.
