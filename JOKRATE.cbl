000110*                   REBUILDS THE RATING FILE FROM THE       *
000120*                   TOURNAMENT TRAILERS ON THE TRANSACTION  *
000130*                   LOG AND PRINTS THE RATING REPORT.       *
000132*  2026-10-15  RA   A VOIDED TOURNAMENT IS NOT RATED.  THE V *
000134*                   RECORDS ARE TABLED ON A FIRST PASS AND  *
000136*                   THE TOURNAMENT'S HEADER IS NOT TABLED.  *
000137*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000138*                   AT END OF RUN FOR THE MORNING REPORT.   *
000140*----------------------------------------------------------*
000150*  THE WINS-DESCENDING LEADERBOARD REWARDS VOLUME, NOT      *
000160*  SKILL.  THIS JOB MAINTAINS A CHESS-STYLE RATING PER      *
000550     SELECT RATING-REPORT ASSIGN TO "RATERPT"
000560     ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT SORT-WORK ASSIGN TO "SRTWK01".
000572     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000574     ORGANIZATION IS LINE SEQUENTIAL
000576     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000730     05  SRT-RATING              PIC 9(05).
000740     05  SRT-MATCHES             PIC 9(05).
000750
000752 FD  RUN-CONTROL.
000754     COPY JOKRUNRC.
000756
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------*
000780*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000810*----------------------------------------------------------*
000820*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000830*----------------------------------------------------------*
000833 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000836 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000840 01  WS-RATE-LOG-STATUS      PIC X(02)  VALUE SPACES.
000850 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000860     88  WS-LOG-EOF                     VALUE "Y".
000870 01  WS-SORT-EOF-SW          PIC X(01)  VALUE "N".
000880     88  WS-SORT-EOF                    VALUE "Y".
000881*----------------------------------------------------------*
000882*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
000883*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
000884*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
000885*----------------------------------------------------------*
000886 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
000887     88  WS-VOID-EOF                    VALUE "Y".
000888 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
000889     88  WS-TRN-VOIDED                  VALUE "Y".
000890 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000891 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
000892 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
000893 01  WS-VOID-TABLE.
000894     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
000895     10  WS-VOID-TRN-ID   PIC X(14).
000896 01  WS-LOOKUP-VOID-ID       PIC X(14).
000897*----------------------------------------------------------*
000900*  OPEN TOURNAMENT TABLE - HEADERS WAITING FOR THEIR        *
000910*  TRAILER, AS IN THE RIVALRY JOB                           *
000920*----------------------------------------------------------*
001320 77  WS-MATCHES-RATED        PIC 9(07)  COMP  VALUE ZERO.
001330 77  WS-TRN-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001340 77  WS-RATE-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
001345 77  WS-VOIDED-SKIPPED       PIC 9(07)  COMP  VALUE ZERO.
001350 77  WS-RANK-POSITION        PIC 9(05)  COMP  VALUE ZERO.
001360*----------------------------------------------------------*
001370*  REPORT LINES                                             *
001570*  0000-MAINLINE                                            *
001580*----------------------------------------------------------*
001590 0000-MAINLINE.
001595     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001600     PERFORM 1000-INITIALIZE
001610     THRU 1000-EXIT.
001620     PERFORM 2000-SCAN-LOG
001650     THRU 3000-EXIT.
001660     PERFORM 9999-TERMINATE
001670     THRU 9999-EXIT.
001673     PERFORM 9900-WRITE-RUN-CONTROL
001676     THRU 9900-EXIT.
001680     STOP RUN.
001690
001700*----------------------------------------------------------*
001710*  1000-INITIALIZE - OPEN THE LOG FOR THE SCAN              *
001720*----------------------------------------------------------*
001730 1000-INITIALIZE.
001733     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
001736     THRU 1200-EXIT.
001740     OPEN INPUT RATE-LOG.
001750     IF WS-RATE-LOG-STATUS NOT = "00"
001760         DISPLAY "JOKRATE - log indisponivel, status "
001810 1000-EXIT.
001820     EXIT.
001830
001831*----------------------------------------------------------*
001832*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
001833*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
001834*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
001835*----------------------------------------------------------*
001836 1200-LOAD-VOIDED-TOURNAMENTS.
001837     OPEN INPUT RATE-LOG.
001838     IF WS-RATE-LOG-STATUS NOT = "00"
001839         GO TO 1200-EXIT
001840     END-IF.
001841     PERFORM 1210-TABLE-ONE-VOID
001842     THRU 1210-EXIT
001843     UNTIL WS-VOID-EOF.
001844     CLOSE RATE-LOG.
001845     GO TO 1200-EXIT.
001846 1200-EXIT.
001847     EXIT.
001848
001849*----------------------------------------------------------*
001850*  1210-TABLE-ONE-VOID                                      *
001851*----------------------------------------------------------*
001852 1210-TABLE-ONE-VOID.
001853     READ RATE-LOG
001854     AT END
001855     MOVE "Y" TO WS-VOID-EOF-SW
001856     GO TO 1210-EXIT
001857     END-READ.
001858     IF LOG-RECORD(1:1) NOT = "V"
001859         GO TO 1210-EXIT
001860     END-IF.
001861     MOVE LOG-RECORD TO LOG-VOID-RECORD.
001862     IF WS-VOID-COUNT NOT < 500
001863         ADD 1 TO WS-VOID-OVERFLOW
001864         GO TO 1210-EXIT
001865     END-IF.
001866     ADD 1 TO WS-VOID-COUNT.
001867     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
001868     GO TO 1210-EXIT.
001869 1210-EXIT.
001870     EXIT.
001871
001872*----------------------------------------------------------*
001873*  2000-SCAN-LOG - ONE PASS OVER THE CONCATENATED LOG,      *
001874*  TABLING HEADERS AND RATING EACH TRAILER AS IT CLOSES     *
001875*  ITS TOURNAMENT, IN PLAYING ORDER                         *
001880*----------------------------------------------------------*
001890 2000-SCAN-LOG.
001900     IF WS-LOG-EOF
002460         OR LH-PLAYER-2-ID = SPACES
002470         GO TO 2300-EXIT
002480     END-IF.
002481     MOVE LH-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
002482     PERFORM 2350-CHECK-VOIDED
002483     THRU 2350-EXIT.
002484     IF WS-TRN-VOIDED
002485         ADD 1 TO WS-VOIDED-SKIPPED
002486         GO TO 2300-EXIT
002487     END-IF.
002490     IF WS-TRN-COUNT >= 1000
002500         ADD 1 TO WS-TRN-OVERFLOW
002510         GO TO 2300-EXIT
002590 2300-EXIT.
002600     EXIT.
002610
002611*----------------------------------------------------------*
002612*  2350-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
002613*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
002614*----------------------------------------------------------*
002615 2350-CHECK-VOIDED.
002616     MOVE "N" TO WS-VOIDED-SW.
002617     PERFORM 2360-CHECK-ONE-VOID
002618     THRU 2360-EXIT
002619     VARYING WS-VOID-IDX FROM 1 BY 1
002620     UNTIL WS-VOID-IDX > WS-VOID-COUNT
002621     OR WS-TRN-VOIDED.
002622     GO TO 2350-EXIT.
002623 2350-EXIT.
002624     EXIT.
002625
002626*----------------------------------------------------------*
002627*  2360-CHECK-ONE-VOID                                      *
002628*----------------------------------------------------------*
002629 2360-CHECK-ONE-VOID.
002630     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
002631     MOVE "Y" TO WS-VOIDED-SW
002632     END-IF.
002633     GO TO 2360-EXIT.
002634 2360-EXIT.
002635     EXIT.
002636
002637*----------------------------------------------------------*
002638*  2500-RATE-TRAILER - THE TOURNAMENT IS COMPLETE; MOVE     *
002640*  BOTH PLAYERS' RATINGS BY K TIMES SCORE MINUS EXPECTATION *
002650*----------------------------------------------------------*
002660 2500-RATE-TRAILER.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
004960*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
004970*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
004980*  LEAVES THE RETURN CODE AS IT IS                          *
004990*----------------------------------------------------------*
005000 9900-WRITE-RUN-CONTROL.
005010     OPEN EXTEND RUN-CONTROL.
005020     IF WS-RUN-CONTROL-STATUS = "35"
005030         OPEN OUTPUT RUN-CONTROL
005040         CLOSE RUN-CONTROL
005050         OPEN EXTEND RUN-CONTROL
005060     END-IF.
005070     IF WS-RUN-CONTROL-STATUS NOT = "00"
005080         DISPLAY "JOKRATE - controle de execucao indisponivel, "
005090             "status " WS-RUN-CONTROL-STATUS
005100         GO TO 9900-EXIT
005110     END-IF.
005120     MOVE SPACES TO RUN-CONTROL-RECORD.
005130     MOVE "JOKRATE" TO RN-PROGRAM.
005140     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
005150     MOVE RN-START-DATE TO RN-RUN-DATE.
005160     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
005170     MOVE RETURN-CODE TO RN-RETURN-CODE.
005180     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
005190     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(1).
005200     MOVE "PARTIDAS" TO RN-COUNT-LABEL(2).
005210     MOVE WS-MATCHES-RATED TO RN-COUNT-VALUE(2).
005220     MOVE "JOGADOR" TO RN-COUNT-LABEL(3).
005230     MOVE WS-RATE-COUNT TO RN-COUNT-VALUE(3).
005240     MOVE "ANULADOS" TO RN-COUNT-LABEL(4).
005250     MOVE WS-VOIDED-SKIPPED TO RN-COUNT-VALUE(4).
005260     WRITE RUN-CONTROL-RECORD.
005270     CLOSE RUN-CONTROL.
005280     GO TO 9900-EXIT.
005290 9900-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------*
005330*  9999-TERMINATE                                           *
005340*----------------------------------------------------------*
005350 9999-TERMINATE.
005360     DISPLAY "JOKRATE - registros de log lidos: "
005370         WS-LOG-RECORDS-READ.
005380     DISPLAY "JOKRATE - partidas avaliadas....: "
005390         WS-MATCHES-RATED.
005400     DISPLAY "JOKRATE - jogadores avaliados...: "
005410         WS-RATE-COUNT.
005420     DISPLAY "JOKRATE - torneios anulados.....: "
005430         WS-VOIDED-SKIPPED.
005440     IF WS-VOID-OVERFLOW > ZERO
005450         DISPLAY "JOKRATE - anulacoes sem tabela..: "
005460             WS-VOID-OVERFLOW
005470         MOVE 4 TO RETURN-CODE
005480     END-IF.
005490     IF WS-TRN-OVERFLOW > ZERO
005500         DISPLAY "JOKRATE - torneios sem tabela...: "
005510             WS-TRN-OVERFLOW
005520         MOVE 4 TO RETURN-CODE
005530     END-IF.
005540     IF WS-RATE-OVERFLOW > ZERO
005550         DISPLAY "JOKRATE - jogadores sem tabela..: "
005560             WS-RATE-OVERFLOW
005570         MOVE 4 TO RETURN-CODE
005580     END-IF.
005590     GO TO 9999-EXIT.
005600 9999-EXIT.
005610     EXIT.
