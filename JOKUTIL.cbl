000150*                   DETAIL PER PLAYER PER ROUND) AND TOTAL  *
000160*                   LEAGUE SCORING RUNS (RESERVED HALL      *
000170*                   CODE LOTE) WITH THE BATCH ROUNDS.       *
000172*  2026-10-15  RA   SKIP THE ROUNDS OF A VOIDED TOURNAMENT. *
000174*                   THE V RECORDS ARE TABLED ON A FIRST     *
000176*                   PASS, SINCE A VOID FOLLOWS ITS          *
000178*                   TOURNAMENT ON THE LOG.                  *
000179*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000180*                   AT END OF RUN FOR THE MORNING REPORT.   *
000181*----------------------------------------------------------*
000190*  STAFFING AND COMPETITION-NIGHT SCHEDULING RUN ON GUT     *
000200*  FEELING TODAY; THE TIMESTAMP ALREADY WRITTEN ON EVERY    *
000210*  LOG DETAIL CAN SETTLE IT.  EVERY ROUND PLAYED IN THE     *
000480     FILE STATUS IS WS-UTIL-LOG-STATUS.
000490     SELECT UTIL-REPORT ASSIGN TO "UTILRPT"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000502     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000504     ORGANIZATION IS LINE SEQUENTIAL
000506     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000570 FD  UTIL-REPORT.
000580 01  UTL-RECORD                  PIC X(80).
000590
000592 FD  RUN-CONTROL.
000594     COPY JOKRUNRC.
000596
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------*
000620*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000780*----------------------------------------------------------*
000790*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000800*----------------------------------------------------------*
000803 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000806 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000810 01  WS-UTIL-LOG-STATUS      PIC X(02)  VALUE SPACES.
000820 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000830     88  WS-LOG-EOF                     VALUE "Y".
000831*----------------------------------------------------------*
000832*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
000833*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
000834*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
000835*----------------------------------------------------------*
000836 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
000837     88  WS-VOID-EOF                    VALUE "Y".
000838 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
000839     88  WS-TRN-VOIDED                  VALUE "Y".
000840 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000841 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
000842 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
000843 01  WS-VOID-TABLE.
000844     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
000845     10  WS-VOID-TRN-ID   PIC X(14).
000846 01  WS-LOOKUP-VOID-ID       PIC X(14).
000847*----------------------------------------------------------*
000850*  HEADER TABLE - EVERY TYPED HEADER GOES ON, WITH ITS      *
000860*  PLAYER-1 ID AND A BATCH MARK (BLANK PLAYER IDS).  THE    *
000870*  DETAILS LOOK THEIR HEADER UP TO TELL BATCH ROUNDS FROM   *
001360 77  WS-BATCH-ROUNDS         PIC 9(07)  COMP  VALUE ZERO.
001370 77  WS-BAD-STAMPS           PIC 9(07)  COMP  VALUE ZERO.
001380 77  WS-HDR-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001385 77  WS-VOIDED-ROUNDS        PIC 9(07)  COMP  VALUE ZERO.
001390*----------------------------------------------------------*
001400*  REPORT LINES                                             *
001410*----------------------------------------------------------*
001870*  0000-MAINLINE                                            *
001880*----------------------------------------------------------*
001890 0000-MAINLINE.
001895     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001900     PERFORM 1000-INITIALIZE
001910     THRU 1000-EXIT.
001920     PERFORM 2000-SCAN-LOG
001950     THRU 3000-EXIT.
001960     PERFORM 9999-TERMINATE
001970     THRU 9999-EXIT.
001973     PERFORM 9900-WRITE-RUN-CONTROL
001976     THRU 9900-EXIT.
001980     STOP RUN.
001990
002000*----------------------------------------------------------*
002010*  1000-INITIALIZE - OPEN THE LOG AND THE REPORT            *
002020*----------------------------------------------------------*
002030 1000-INITIALIZE.
002033     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
002036     THRU 1200-EXIT.
002040     OPEN INPUT UTIL-LOG.
002050     IF WS-UTIL-LOG-STATUS NOT = "00"
002060         DISPLAY "JOKUTIL - log indisponivel, status "
002120 1000-EXIT.
002130     EXIT.
002140
002141*----------------------------------------------------------*
002142*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
002143*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
002144*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
002145*----------------------------------------------------------*
002146 1200-LOAD-VOIDED-TOURNAMENTS.
002147     OPEN INPUT UTIL-LOG.
002148     IF WS-UTIL-LOG-STATUS NOT = "00"
002149         GO TO 1200-EXIT
002150     END-IF.
002151     PERFORM 1210-TABLE-ONE-VOID
002152     THRU 1210-EXIT
002153     UNTIL WS-VOID-EOF.
002154     CLOSE UTIL-LOG.
002155     GO TO 1200-EXIT.
002156 1200-EXIT.
002157     EXIT.
002158
002159*----------------------------------------------------------*
002160*  1210-TABLE-ONE-VOID                                      *
002161*----------------------------------------------------------*
002162 1210-TABLE-ONE-VOID.
002163     READ UTIL-LOG
002164     AT END
002165     MOVE "Y" TO WS-VOID-EOF-SW
002166     GO TO 1210-EXIT
002167     END-READ.
002168     IF LOG-RECORD(1:1) NOT = "V"
002169         GO TO 1210-EXIT
002170     END-IF.
002171     MOVE LOG-RECORD TO LOG-VOID-RECORD.
002172     IF WS-VOID-COUNT NOT < 500
002173         ADD 1 TO WS-VOID-OVERFLOW
002174         GO TO 1210-EXIT
002175     END-IF.
002176     ADD 1 TO WS-VOID-COUNT.
002177     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
002178     GO TO 1210-EXIT.
002179 1210-EXIT.
002180     EXIT.
002181
002182*----------------------------------------------------------*
002183*  2000-SCAN-LOG - ONE PASS OVER THE CONCATENATED LOG       *
002184*----------------------------------------------------------*
002185 2000-SCAN-LOG.
002190     IF WS-LOG-EOF
002200         GO TO 2000-EXIT
002210     END-IF.
002290 2000-EXIT.
002300     EXIT.
002310
002311*----------------------------------------------------------*
002312*  2050-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
002313*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
002314*----------------------------------------------------------*
002315 2050-CHECK-VOIDED.
002316     MOVE "N" TO WS-VOIDED-SW.
002317     PERFORM 2060-CHECK-ONE-VOID
002318     THRU 2060-EXIT
002319     VARYING WS-VOID-IDX FROM 1 BY 1
002320     UNTIL WS-VOID-IDX > WS-VOID-COUNT
002321     OR WS-TRN-VOIDED.
002322     GO TO 2050-EXIT.
002323 2050-EXIT.
002324     EXIT.
002325
002326*----------------------------------------------------------*
002327*  2060-CHECK-ONE-VOID                                      *
002328*----------------------------------------------------------*
002329 2060-CHECK-ONE-VOID.
002330     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
002331     MOVE "Y" TO WS-VOIDED-SW
002332     END-IF.
002333     GO TO 2060-EXIT.
002334 2060-EXIT.
002335     EXIT.
002336
002337*----------------------------------------------------------*
002338*  2100-READ-LOG                                            *
002340*----------------------------------------------------------*
002350 2100-READ-LOG.
002360     READ UTIL-LOG
002590     THRU 2400-EXIT
002600     WHEN "T"
002610     CONTINUE
002613     WHEN "V"
002616     CONTINUE
002620     WHEN OTHER
002630     PERFORM 2500-BUCKET-LEGACY-LINE
002640     THRU 2500-EXIT
003020*----------------------------------------------------------*
003030 2400-BUCKET-DETAIL.
003040     MOVE LOG-RECORD TO LOG-DETAIL-RECORD.
003041     MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
003042     PERFORM 2050-CHECK-VOIDED
003043     THRU 2050-EXIT.
003044     IF WS-TRN-VOIDED
003045         ADD 1 TO WS-VOIDED-ROUNDS
003046         GO TO 2400-EXIT
003047     END-IF.
003050     IF LD-HALL-ID = "LOTE"
003060         ADD 1 TO WS-BATCH-ROUNDS
003070         GO TO 2400-EXIT
005150     EXIT.
005160
005170*----------------------------------------------------------*
005180*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
005190*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
005200*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
005210*  LEAVES THE RETURN CODE AS IT IS                          *
005220*----------------------------------------------------------*
005230 9900-WRITE-RUN-CONTROL.
005240     OPEN EXTEND RUN-CONTROL.
005250     IF WS-RUN-CONTROL-STATUS = "35"
005260         OPEN OUTPUT RUN-CONTROL
005270         CLOSE RUN-CONTROL
005280         OPEN EXTEND RUN-CONTROL
005290     END-IF.
005300     IF WS-RUN-CONTROL-STATUS NOT = "00"
005310         DISPLAY "JOKUTIL - controle de execucao indisponivel, "
005320             "status " WS-RUN-CONTROL-STATUS
005330         GO TO 9900-EXIT
005340     END-IF.
005350     MOVE SPACES TO RUN-CONTROL-RECORD.
005360     MOVE "JOKUTIL" TO RN-PROGRAM.
005370     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
005380     MOVE RN-START-DATE TO RN-RUN-DATE.
005390     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
005400     MOVE RETURN-CODE TO RN-RETURN-CODE.
005410     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
005420     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(1).
005430     MOVE "RODSALA" TO RN-COUNT-LABEL(2).
005440     MOVE WS-HALL-ROUNDS TO RN-COUNT-VALUE(2).
005450     MOVE "RODLOTE" TO RN-COUNT-LABEL(3).
005460     MOVE WS-BATCH-ROUNDS TO RN-COUNT-VALUE(3).
005470     MOVE "ANULADAS" TO RN-COUNT-LABEL(4).
005480     MOVE WS-VOIDED-ROUNDS TO RN-COUNT-VALUE(4).
005490     WRITE RUN-CONTROL-RECORD.
005500     CLOSE RUN-CONTROL.
005510     GO TO 9900-EXIT.
005520 9900-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------*
005560*  9999-TERMINATE                                           *
005570*----------------------------------------------------------*
005580 9999-TERMINATE.
005590     CLOSE UTIL-REPORT.
005600     DISPLAY "JOKUTIL - registros de log lidos: "
005610         WS-LOG-RECORDS-READ.
005620     DISPLAY "JOKUTIL - rodadas no salao......: "
005630         WS-HALL-ROUNDS.
005640     DISPLAY "JOKUTIL - rodadas em lote.......: "
005650         WS-BATCH-ROUNDS.
005660     DISPLAY "JOKUTIL - rodadas anuladas......: "
005670         WS-VOIDED-ROUNDS.
005680     IF WS-VOID-OVERFLOW > ZERO
005690         DISPLAY "JOKUTIL - anulacoes sem tabela..: "
005700             WS-VOID-OVERFLOW
005710         MOVE 4 TO RETURN-CODE
005720     END-IF.
005730     IF WS-BAD-STAMPS > ZERO
005740         DISPLAY "JOKUTIL - marcas ilegiveis......: "
005750             WS-BAD-STAMPS
005760         MOVE 4 TO RETURN-CODE
005770     END-IF.
005780     IF WS-HDR-OVERFLOW > ZERO
005790         DISPLAY "JOKUTIL - cabecalhos sem tabela.: "
005800             WS-HDR-OVERFLOW
005810         MOVE 4 TO RETURN-CODE
005820     END-IF.
005830     GO TO 9999-EXIT.
005840 9999-EXIT.
005850     EXIT.
