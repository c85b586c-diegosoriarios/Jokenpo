000110*                   RIVALRY REPORT BUILT FROM THE           *
000120*                   TOURNAMENT HEADERS AND TRAILERS ON THE  *
000130*                   TRANSACTION LOG.                        *
000132*  2026-10-15  RA   A VOIDED TOURNAMENT IS NOT A MATCH.  THE *
000134*                   V RECORDS ARE TABLED ON A FIRST PASS AND *
000136*                   THE TOURNAMENT'S HEADER IS NOT TABLED.  *
000137*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000138*                   AT END OF RUN FOR THE MORNING REPORT.   *
000140*----------------------------------------------------------*
000150*  ANSWERS "QUAL E O MEU RETROSPECTO CONTRA FULANO".  EACH  *
000160*  TOURNAMENT HEADER (PLAYER 1 AND PLAYER 2 IDS) IS PAIRED  *
000360     FILE STATUS IS WS-RIVAL-LOG-STATUS.
000370     SELECT RIVAL-REPORT ASSIGN TO "RIVRPT"
000380     ORGANIZATION IS LINE SEQUENTIAL.
000382     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000384     ORGANIZATION IS LINE SEQUENTIAL
000386     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000450 FD  RIVAL-REPORT.
000460 01  RIV-RECORD                  PIC X(90).
000470
000472 FD  RUN-CONTROL.
000474     COPY JOKRUNRC.
000476
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------*
000500*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000530*----------------------------------------------------------*
000540*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000550*----------------------------------------------------------*
000553 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000556 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000560 01  WS-RIVAL-LOG-STATUS     PIC X(02)  VALUE SPACES.
000570 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000580     88  WS-LOG-EOF                     VALUE "Y".
000581*----------------------------------------------------------*
000582*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
000583*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
000584*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
000585*----------------------------------------------------------*
000586 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
000587     88  WS-VOID-EOF                    VALUE "Y".
000588 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
000589     88  WS-TRN-VOIDED                  VALUE "Y".
000590 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000591 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
000592 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
000593 01  WS-VOID-TABLE.
000594     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
000595     10  WS-VOID-TRN-ID   PIC X(14).
000596 01  WS-LOOKUP-VOID-ID       PIC X(14).
000597*----------------------------------------------------------*
000600*  OPEN TOURNAMENT TABLE - HEADERS WAITING FOR THEIR        *
000610*  TRAILER.  THE DETAILS BUMP THE ROUND COUNT AS THEY GO    *
000620*  BY; ONLY THE PLAYER-1 DETAIL COUNTS, BECAUSE PVP         *
001000 77  WS-MATCHES-PAIRED       PIC 9(07)  COMP  VALUE ZERO.
001010 77  WS-TRN-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001020 77  WS-PAIR-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
001025 77  WS-VOIDED-SKIPPED       PIC 9(07)  COMP  VALUE ZERO.
001030 77  WS-LINES-PRINTED        PIC 9(05)  COMP  VALUE ZERO.
001040 01  WS-SECTION-TYPE         PIC X(01)  VALUE "P".
001050*----------------------------------------------------------*
001340*  0000-MAINLINE                                            *
001350*----------------------------------------------------------*
001360 0000-MAINLINE.
001365     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001370     PERFORM 1000-INITIALIZE
001380     THRU 1000-EXIT.
001390     PERFORM 2000-SCAN-LOG
001420     THRU 3000-EXIT.
001430     PERFORM 9999-TERMINATE
001440     THRU 9999-EXIT.
001443     PERFORM 9900-WRITE-RUN-CONTROL
001446     THRU 9900-EXIT.
001450     STOP RUN.
001460
001470*----------------------------------------------------------*
001480*  1000-INITIALIZE - OPEN THE LOG AND THE REPORT            *
001490*----------------------------------------------------------*
001500 1000-INITIALIZE.
001503     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
001506     THRU 1200-EXIT.
001510     OPEN INPUT RIVAL-LOG.
001520     IF WS-RIVAL-LOG-STATUS NOT = "00"
001530         DISPLAY "JOKRIVAL - log indisponivel, status "
001610 1000-EXIT.
001620     EXIT.
001630
001631*----------------------------------------------------------*
001632*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
001633*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
001634*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
001635*----------------------------------------------------------*
001636 1200-LOAD-VOIDED-TOURNAMENTS.
001637     OPEN INPUT RIVAL-LOG.
001638     IF WS-RIVAL-LOG-STATUS NOT = "00"
001639         GO TO 1200-EXIT
001640     END-IF.
001641     PERFORM 1210-TABLE-ONE-VOID
001642     THRU 1210-EXIT
001643     UNTIL WS-VOID-EOF.
001644     CLOSE RIVAL-LOG.
001645     GO TO 1200-EXIT.
001646 1200-EXIT.
001647     EXIT.
001648
001649*----------------------------------------------------------*
001650*  1210-TABLE-ONE-VOID                                      *
001651*----------------------------------------------------------*
001652 1210-TABLE-ONE-VOID.
001653     READ RIVAL-LOG
001654     AT END
001655     MOVE "Y" TO WS-VOID-EOF-SW
001656     GO TO 1210-EXIT
001657     END-READ.
001658     IF LOG-RECORD(1:1) NOT = "V"
001659         GO TO 1210-EXIT
001660     END-IF.
001661     MOVE LOG-RECORD TO LOG-VOID-RECORD.
001662     IF WS-VOID-COUNT NOT < 500
001663         ADD 1 TO WS-VOID-OVERFLOW
001664         GO TO 1210-EXIT
001665     END-IF.
001666     ADD 1 TO WS-VOID-COUNT.
001667     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
001668     GO TO 1210-EXIT.
001669 1210-EXIT.
001670     EXIT.
001671
001672*----------------------------------------------------------*
001673*  2000-SCAN-LOG - ONE PASS OVER THE CONCATENATED LOG,      *
001674*  TABLING HEADERS, COUNTING DETAILS AND POSTING TRAILERS   *
001675*----------------------------------------------------------*
001680 2000-SCAN-LOG.
001690     IF WS-LOG-EOF
001700         GO TO 2000-EXIT
002280         OR LH-PLAYER-2-ID = SPACES
002290         GO TO 2300-EXIT
002300     END-IF.
002301     MOVE LH-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
002302     PERFORM 2350-CHECK-VOIDED
002303     THRU 2350-EXIT.
002304     IF WS-TRN-VOIDED
002305         ADD 1 TO WS-VOIDED-SKIPPED
002306         GO TO 2300-EXIT
002307     END-IF.
002310     IF WS-TRN-COUNT >= 1000
002320         ADD 1 TO WS-TRN-OVERFLOW
002330         GO TO 2300-EXIT
002430 2300-EXIT.
002440     EXIT.
002450
002451*----------------------------------------------------------*
002452*  2350-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
002453*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
002454*----------------------------------------------------------*
002455 2350-CHECK-VOIDED.
002456     MOVE "N" TO WS-VOIDED-SW.
002457     PERFORM 2360-CHECK-ONE-VOID
002458     THRU 2360-EXIT
002459     VARYING WS-VOID-IDX FROM 1 BY 1
002460     UNTIL WS-VOID-IDX > WS-VOID-COUNT
002461     OR WS-TRN-VOIDED.
002462     GO TO 2350-EXIT.
002463 2350-EXIT.
002464     EXIT.
002465
002466*----------------------------------------------------------*
002467*  2360-CHECK-ONE-VOID                                      *
002468*----------------------------------------------------------*
002469 2360-CHECK-ONE-VOID.
002470     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
002471     MOVE "Y" TO WS-VOIDED-SW
002472     END-IF.
002473     GO TO 2360-EXIT.
002474 2360-EXIT.
002475     EXIT.
002476
002477*----------------------------------------------------------*
002478*  2400-COUNT-DETAIL - BUMP THE TOURNAMENT'S ROUND COUNT.   *
002480*  ONLY THE PLAYER-1 DETAIL COUNTS: BRACKET AND LEAGUE      *
002490*  MATCHES LOG ONE DETAIL PER ROUND FOR EACH PLAYER.        *
002500*----------------------------------------------------------*
004470     EXIT.
004480
004490*----------------------------------------------------------*
004500*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
004510*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
004520*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
004530*  LEAVES THE RETURN CODE AS IT IS                          *
004540*----------------------------------------------------------*
004550 9900-WRITE-RUN-CONTROL.
004560     OPEN EXTEND RUN-CONTROL.
004570     IF WS-RUN-CONTROL-STATUS = "35"
004580         OPEN OUTPUT RUN-CONTROL
004590         CLOSE RUN-CONTROL
004600         OPEN EXTEND RUN-CONTROL
004610     END-IF.
004620     IF WS-RUN-CONTROL-STATUS NOT = "00"
004630         DISPLAY "JOKRIVAL - controle de execucao indisponivel, "
004640             "status " WS-RUN-CONTROL-STATUS
004650         GO TO 9900-EXIT
004660     END-IF.
004670     MOVE SPACES TO RUN-CONTROL-RECORD.
004680     MOVE "JOKRIVAL" TO RN-PROGRAM.
004690     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
004700     MOVE RN-START-DATE TO RN-RUN-DATE.
004710     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
004720     MOVE RETURN-CODE TO RN-RETURN-CODE.
004730     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
004740     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(1).
004750     MOVE "PARTIDAS" TO RN-COUNT-LABEL(2).
004760     MOVE WS-MATCHES-PAIRED TO RN-COUNT-VALUE(2).
004770     MOVE "ANULADOS" TO RN-COUNT-LABEL(3).
004780     MOVE WS-VOIDED-SKIPPED TO RN-COUNT-VALUE(3).
004790     WRITE RUN-CONTROL-RECORD.
004800     CLOSE RUN-CONTROL.
004810     GO TO 9900-EXIT.
004820 9900-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------*
004860*  9999-TERMINATE                                           *
004870*----------------------------------------------------------*
004880 9999-TERMINATE.
004890     CLOSE RIVAL-REPORT.
004900     DISPLAY "JOKRIVAL - registros de log lidos: "
004910         WS-LOG-RECORDS-READ.
004920     DISPLAY "JOKRIVAL - partidas casadas......: "
004930         WS-MATCHES-PAIRED.
004940     DISPLAY "JOKRIVAL - torneios anulados.....: "
004950         WS-VOIDED-SKIPPED.
004960     IF WS-VOID-OVERFLOW > ZERO
004970         DISPLAY "JOKRIVAL - anulacoes sem tabela..: "
004980             WS-VOID-OVERFLOW
004990         MOVE 4 TO RETURN-CODE
005000     END-IF.
005010     IF WS-TRN-OVERFLOW > ZERO
005020         DISPLAY "JOKRIVAL - torneios sem tabela...: "
005030             WS-TRN-OVERFLOW
005040         MOVE 4 TO RETURN-CODE
005050     END-IF.
005060     IF WS-PAIR-OVERFLOW > ZERO
005070         DISPLAY "JOKRIVAL - confrontos sem tabela.: "
005080             WS-PAIR-OVERFLOW
005090         MOVE 4 TO RETURN-CODE
005100     END-IF.
005110     GO TO 9999-EXIT.
005120 9999-EXIT.
005130     EXIT.
