000130*                   (JOKLOGRC); OLD FLAT LOG LINES FROM     *
000140*                   REMAINING ARCHIVE GENERATIONS ARE STILL *
000150*                   UNDERSTOOD.                             *
000152*  2026-10-15  RA   SKIP THE ROUNDS OF A VOIDED TOURNAMENT. *
000154*                   THE V RECORDS ARE TABLED ON A FIRST     *
000156*                   PASS, SINCE A VOID FOLLOWS ITS          *
000158*                   TOURNAMENT ON THE LOG.                  *
000159*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000160*                   AT END OF RUN FOR THE MORNING REPORT.   *
000161*----------------------------------------------------------*
000170*  ANSWERS THE "O COMPUTADOR SO TIRA PEDRA" COMPLAINT WITH  *
000180*  NUMBERS: FOR EVERY ROUND PLAYED AGAINST THE COMPUTER     *
000190*  (SEED NONZERO ON THE LOG LINE - PVP ROUNDS LOG SEED 0)   *
000360     FILE STATUS IS WS-FAIR-LOG-STATUS.
000370     SELECT FAIR-REPORT ASSIGN TO "FAIRRPT"
000380     ORGANIZATION IS LINE SEQUENTIAL.
000382     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000384     ORGANIZATION IS LINE SEQUENTIAL
000386     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000450 FD  FAIR-REPORT.
000460 01  FAIR-RECORD                 PIC X(80).
000470
000472 FD  RUN-CONTROL.
000474     COPY JOKRUNRC.
000476
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------*
000500*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000660*----------------------------------------------------------*
000670*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000680*----------------------------------------------------------*
000683 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000686 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000690 01  WS-FAIR-LOG-STATUS      PIC X(02)  VALUE SPACES.
000700 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000710     88  WS-LOG-EOF                     VALUE "Y".
000720 01  WS-ALERT-SW             PIC X(01)  VALUE "N".
000730     88  WS-ALERT-RAISED                VALUE "Y".
000731*----------------------------------------------------------*
000732*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
000733*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
000734*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
000735*----------------------------------------------------------*
000736 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
000737     88  WS-VOID-EOF                    VALUE "Y".
000738 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
000739     88  WS-TRN-VOIDED                  VALUE "Y".
000740 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000741 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
000742 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
000743 01  WS-VOID-TABLE.
000744     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
000745     10  WS-VOID-TRN-ID   PIC X(14).
000746 01  WS-LOOKUP-VOID-ID       PIC X(14).
000747*----------------------------------------------------------*
000750*  THE FIVE CANONICAL THROWS.  COUNTS ARE KEPT PER THROW    *
000760*  AND PER PLAYER-MOVE X COMPUTER-MOVE COMBINATION.         *
000770*----------------------------------------------------------*
001020*----------------------------------------------------------*
001030 77  WS-LOG-RECORDS-READ     PIC 9(07)  COMP  VALUE ZERO.
001040 77  WS-PC-ROUNDS            PIC 9(07)  COMP  VALUE ZERO.
001045 77  WS-VOIDED-ROUNDS        PIC 9(07)  COMP  VALUE ZERO.
001050 77  WS-ACTIVE-THROWS        PIC 9(01)  COMP  VALUE 5.
001060 01  WS-TOLPCT-ENV           PIC X(06).
001070 01  WS-TOLERANCE            PIC 9(03)V99 VALUE 5.
001570*  0000-MAINLINE                                            *
001580*----------------------------------------------------------*
001590 0000-MAINLINE.
001595     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001600     PERFORM 1000-INITIALIZE
001610     THRU 1000-EXIT.
001620     PERFORM 2000-COUNT-LOG
001650     THRU 3000-EXIT.
001660     PERFORM 9999-TERMINATE
001670     THRU 9999-EXIT.
001673     PERFORM 9900-WRITE-RUN-CONTROL
001676     THRU 9900-EXIT.
001680     STOP RUN.
001690
001700*----------------------------------------------------------*
001840         AND FUNCTION TEST-NUMVAL(WS-TOLPCT-ENV) = 0
001850         MOVE FUNCTION NUMVAL(WS-TOLPCT-ENV) TO WS-TOLERANCE
001860     END-IF.
001863     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
001866     THRU 1200-EXIT.
001870     OPEN INPUT FAIR-LOG.
001880     IF WS-FAIR-LOG-STATUS NOT = "00"
001890         DISPLAY "JOKFAIR - log indisponivel, status "
001950 1000-EXIT.
001960     EXIT.
001970
001971*----------------------------------------------------------*
001972*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
001973*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
001974*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
001975*----------------------------------------------------------*
001976 1200-LOAD-VOIDED-TOURNAMENTS.
001977     OPEN INPUT FAIR-LOG.
001978     IF WS-FAIR-LOG-STATUS NOT = "00"
001979         GO TO 1200-EXIT
001980     END-IF.
001981     PERFORM 1210-TABLE-ONE-VOID
001982     THRU 1210-EXIT
001983     UNTIL WS-VOID-EOF.
001984     CLOSE FAIR-LOG.
001985     GO TO 1200-EXIT.
001986 1200-EXIT.
001987     EXIT.
001988
001989*----------------------------------------------------------*
001990*  1210-TABLE-ONE-VOID                                      *
001991*----------------------------------------------------------*
001992 1210-TABLE-ONE-VOID.
001993     READ FAIR-LOG
001994     AT END
001995     MOVE "Y" TO WS-VOID-EOF-SW
001996     GO TO 1210-EXIT
001997     END-READ.
001998     IF LOG-RECORD(1:1) NOT = "V"
001999         GO TO 1210-EXIT
002000     END-IF.
002001     MOVE LOG-RECORD TO LOG-VOID-RECORD.
002002     IF WS-VOID-COUNT NOT < 500
002003         ADD 1 TO WS-VOID-OVERFLOW
002004         GO TO 1210-EXIT
002005     END-IF.
002006     ADD 1 TO WS-VOID-COUNT.
002007     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
002008     GO TO 1210-EXIT.
002009 1210-EXIT.
002010     EXIT.
002011
002012*----------------------------------------------------------*
002013*  2000-COUNT-LOG - ACCUMULATE THROW AND COMBINATION COUNTS *
002014*  OVER EVERY COMPUTER ROUND ON THE LOG                     *
002015*----------------------------------------------------------*
002020 2000-COUNT-LOG.
002030     IF WS-LOG-EOF
002040         GO TO 2000-EXIT
002130 2000-EXIT.
002140     EXIT.
002150
002151*----------------------------------------------------------*
002152*  2050-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
002153*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
002154*----------------------------------------------------------*
002155 2050-CHECK-VOIDED.
002156     MOVE "N" TO WS-VOIDED-SW.
002157     PERFORM 2060-CHECK-ONE-VOID
002158     THRU 2060-EXIT
002159     VARYING WS-VOID-IDX FROM 1 BY 1
002160     UNTIL WS-VOID-IDX > WS-VOID-COUNT
002161     OR WS-TRN-VOIDED.
002162     GO TO 2050-EXIT.
002163 2050-EXIT.
002164     EXIT.
002165
002166*----------------------------------------------------------*
002167*  2060-CHECK-ONE-VOID                                      *
002168*----------------------------------------------------------*
002169 2060-CHECK-ONE-VOID.
002170     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
002171     MOVE "Y" TO WS-VOIDED-SW
002172     END-IF.
002173     GO TO 2060-EXIT.
002174 2060-EXIT.
002175     EXIT.
002176
002177*----------------------------------------------------------*
002178*  2100-READ-LOG                                            *
002180*----------------------------------------------------------*
002190 2100-READ-LOG.
002200     READ FAIR-LOG
002420     CONTINUE
002430     WHEN "T"
002440     CONTINUE
002443     WHEN "V"
002446     CONTINUE
002450     WHEN OTHER
002460     PERFORM 2230-COUNT-LEGACY-RECORD
002470     THRU 2230-EXIT
002580*----------------------------------------------------------*
002590 2220-COUNT-DETAIL-RECORD.
002600     MOVE LOG-RECORD TO LOG-DETAIL-RECORD.
002601     MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
002602     PERFORM 2050-CHECK-VOIDED
002603     THRU 2050-EXIT.
002604     IF WS-TRN-VOIDED
002605         ADD 1 TO WS-VOIDED-ROUNDS
002606         GO TO 2220-EXIT
002607     END-IF.
002610     IF LD-SEED-USED = ZERO
002620         GO TO 2220-EXIT
002630     END-IF.
004790     EXIT.
004800
004810*----------------------------------------------------------*
004820*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
004830*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
004840*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
004850*  LEAVES THE RETURN CODE AS IT IS                          *
004860*----------------------------------------------------------*
004870 9900-WRITE-RUN-CONTROL.
004880     OPEN EXTEND RUN-CONTROL.
004890     IF WS-RUN-CONTROL-STATUS = "35"
004900         OPEN OUTPUT RUN-CONTROL
004910         CLOSE RUN-CONTROL
004920         OPEN EXTEND RUN-CONTROL
004930     END-IF.
004940     IF WS-RUN-CONTROL-STATUS NOT = "00"
004950         DISPLAY "JOKFAIR - controle de execucao indisponivel, "
004960             "status " WS-RUN-CONTROL-STATUS
004970         GO TO 9900-EXIT
004980     END-IF.
004990     MOVE SPACES TO RUN-CONTROL-RECORD.
005000     MOVE "JOKFAIR" TO RN-PROGRAM.
005010     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
005020     MOVE RN-START-DATE TO RN-RUN-DATE.
005030     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
005040     MOVE RETURN-CODE TO RN-RETURN-CODE.
005050     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
005060     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(1).
005070     MOVE "RODPC" TO RN-COUNT-LABEL(2).
005080     MOVE WS-PC-ROUNDS TO RN-COUNT-VALUE(2).
005090     MOVE "ANULADAS" TO RN-COUNT-LABEL(3).
005100     MOVE WS-VOIDED-ROUNDS TO RN-COUNT-VALUE(3).
005110     WRITE RUN-CONTROL-RECORD.
005120     CLOSE RUN-CONTROL.
005130     GO TO 9900-EXIT.
005140 9900-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------*
005180*  9999-TERMINATE                                           *
005190*----------------------------------------------------------*
005200 9999-TERMINATE.
005210     CLOSE FAIR-REPORT.
005220     DISPLAY "JOKFAIR - registros de log lidos: "
005230         WS-LOG-RECORDS-READ.
005240     DISPLAY "JOKFAIR - rodadas contra o PC...: "
005250         WS-PC-ROUNDS.
005260     DISPLAY "JOKFAIR - rodadas anuladas......: "
005270         WS-VOIDED-ROUNDS.
005280     IF WS-VOID-OVERFLOW > ZERO
005290         DISPLAY "JOKFAIR - anulacoes sem tabela..: "
005300             WS-VOID-OVERFLOW
005310         MOVE 4 TO RETURN-CODE
005320     END-IF.
005330     IF WS-ALERT-RAISED
005340         DISPLAY "JOKFAIR - distribuicao fora da tolerancia."
005350         MOVE 4 TO RETURN-CODE
005360     END-IF.
005370     GO TO 9999-EXIT.
005380 9999-EXIT.
005390     EXIT.
