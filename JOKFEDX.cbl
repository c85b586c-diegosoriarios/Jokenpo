000100*  2026-09-01  RA   ORIGINAL VERSION - MONTHLY RESULTS      *
000110*                   EXTRACT FOR THE CITY LEAGUE             *
000120*                   FEDERATION, WITH CONTROL TOTALS.        *
000122*  2026-10-15  RA   A VOIDED TOURNAMENT IS NOT SUBMITTED.   *
000124*                   THE V RECORDS ARE TABLED ON A FIRST     *
000126*                   PASS AND THE TOURNAMENT'S HEADER IS NOT *
000128*                   TABLED.                                 *
000129*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000130*                   AT END OF RUN FOR THE MORNING REPORT.   *
000131*----------------------------------------------------------*
000140*  THE FEDERATION TAKES OUR RESULTS IN A FIXED-LAYOUT       *
000150*  INTERCHANGE FILE; UNTIL NOW SOMEONE RETYPED THE MONTH'S  *
000160*  TRAILERS INTO A SPREADSHEET AND TWO SUBMISSIONS BOUNCED  *
000470     ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT FED-REPORT ASSIGN TO "FEDRPT"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000492     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000494     ORGANIZATION IS LINE SEQUENTIAL
000496     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000800 FD  FED-REPORT.
000810 01  FED-RECORD                  PIC X(80).
000820
000822 FD  RUN-CONTROL.
000824     COPY JOKRUNRC.
000826
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------*
000850*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000880*----------------------------------------------------------*
000890*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000900*----------------------------------------------------------*
000903 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000906 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000910 01  WS-FED-LOG-STATUS       PIC X(02)  VALUE SPACES.
000920 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000930 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000940     88  WS-LOG-EOF                     VALUE "Y".
000950 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000960     88  WS-ABORT-RUN                   VALUE "Y".
000961*----------------------------------------------------------*
000962*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
000963*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
000964*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
000965*----------------------------------------------------------*
000966 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
000967     88  WS-VOID-EOF                    VALUE "Y".
000968 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
000969     88  WS-TRN-VOIDED                  VALUE "Y".
000970 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
000971 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
000972 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
000973 01  WS-VOID-TABLE.
000974     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
000975     10  WS-VOID-TRN-ID   PIC X(14).
000976 01  WS-LOOKUP-VOID-ID       PIC X(14).
000977*----------------------------------------------------------*
000980*  SEASON SELECTION                                         *
000990*----------------------------------------------------------*
001000 01  WS-SEASON-ENV           PIC X(06).
001310 77  WS-SCORE-2-TOTAL        PIC 9(07)  COMP  VALUE ZERO.
001320 77  WS-LOG-RECORDS-READ     PIC 9(07)  COMP  VALUE ZERO.
001330 77  WS-TRN-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001335 77  WS-VOIDED-SKIPPED       PIC 9(07)  COMP  VALUE ZERO.
001340*----------------------------------------------------------*
001350*  CONTROL REPORT LINES                                     *
001360*----------------------------------------------------------*
001560*  0000-MAINLINE                                            *
001570*----------------------------------------------------------*
001580 0000-MAINLINE.
001585     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001590     PERFORM 1000-INITIALIZE
001600     THRU 1000-EXIT.
001610     IF NOT WS-ABORT-RUN
001680     END-IF.
001690     PERFORM 9999-TERMINATE
001700     THRU 9999-EXIT.
001703     PERFORM 9900-WRITE-RUN-CONTROL
001706     THRU 9900-EXIT.
001710     STOP RUN.
001720
001730*----------------------------------------------------------*
001820         GO TO 1000-EXIT
001830     END-IF.
001840     MOVE FUNCTION NUMVAL(WS-SEASON-ENV) TO WS-SEASON.
001843     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
001846     THRU 1200-EXIT.
001850     OPEN INPUT FED-LOG.
001860     IF WS-FED-LOG-STATUS NOT = "00"
001870         DISPLAY "JOKFEDX - log indisponivel, status "
002060 1000-EXIT.
002070     EXIT.
002080
002081*----------------------------------------------------------*
002082*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
002083*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
002084*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
002085*----------------------------------------------------------*
002086 1200-LOAD-VOIDED-TOURNAMENTS.
002087     OPEN INPUT FED-LOG.
002088     IF WS-FED-LOG-STATUS NOT = "00"
002089         GO TO 1200-EXIT
002090     END-IF.
002091     PERFORM 1210-TABLE-ONE-VOID
002092     THRU 1210-EXIT
002093     UNTIL WS-VOID-EOF.
002094     CLOSE FED-LOG.
002095     GO TO 1200-EXIT.
002096 1200-EXIT.
002097     EXIT.
002098
002099*----------------------------------------------------------*
002100*  1210-TABLE-ONE-VOID                                      *
002101*----------------------------------------------------------*
002102 1210-TABLE-ONE-VOID.
002103     READ FED-LOG
002104     AT END
002105     MOVE "Y" TO WS-VOID-EOF-SW
002106     GO TO 1210-EXIT
002107     END-READ.
002108     IF LOG-RECORD(1:1) NOT = "V"
002109         GO TO 1210-EXIT
002110     END-IF.
002111     MOVE LOG-RECORD TO LOG-VOID-RECORD.
002112     IF WS-VOID-COUNT NOT < 500
002113         ADD 1 TO WS-VOID-OVERFLOW
002114         GO TO 1210-EXIT
002115     END-IF.
002116     ADD 1 TO WS-VOID-COUNT.
002117     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
002118     GO TO 1210-EXIT.
002119 1210-EXIT.
002120     EXIT.
002121
002122*----------------------------------------------------------*
002123*  2000-SCAN-LOG - ONE PASS OVER THE CONCATENATED LOG,      *
002124*  TABLING THE SEASON'S PVP HEADERS AND EXTRACTING EACH     *
002125*  TRAILER AS IT CLOSES ITS TOURNAMENT                      *
002130*----------------------------------------------------------*
002140 2000-SCAN-LOG.
002150     PERFORM 2100-READ-LOG
002740     IF LH-DATE(1:6) NOT = WS-SEASON(1:6)
002750         GO TO 2300-EXIT
002760     END-IF.
002761     MOVE LH-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
002762     PERFORM 2350-CHECK-VOIDED
002763     THRU 2350-EXIT.
002764     IF WS-TRN-VOIDED
002765         ADD 1 TO WS-VOIDED-SKIPPED
002766         GO TO 2300-EXIT
002767     END-IF.
002770     IF WS-TRN-COUNT >= 1000
002780         ADD 1 TO WS-TRN-OVERFLOW
002790         GO TO 2300-EXIT
002880 2300-EXIT.
002890     EXIT.
002900
002901*----------------------------------------------------------*
002902*  2350-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
002903*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
002904*----------------------------------------------------------*
002905 2350-CHECK-VOIDED.
002906     MOVE "N" TO WS-VOIDED-SW.
002907     PERFORM 2360-CHECK-ONE-VOID
002908     THRU 2360-EXIT
002909     VARYING WS-VOID-IDX FROM 1 BY 1
002910     UNTIL WS-VOID-IDX > WS-VOID-COUNT
002911     OR WS-TRN-VOIDED.
002912     GO TO 2350-EXIT.
002913 2350-EXIT.
002914     EXIT.
002915
002916*----------------------------------------------------------*
002917*  2360-CHECK-ONE-VOID                                      *
002918*----------------------------------------------------------*
002919 2360-CHECK-ONE-VOID.
002920     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
002921     MOVE "Y" TO WS-VOIDED-SW
002922     END-IF.
002923     GO TO 2360-EXIT.
002924 2360-EXIT.
002925     EXIT.
002926
002927*----------------------------------------------------------*
002928*  2500-EXTRACT-TRAILER - THE MATCH IS COMPLETE; ONE D      *
002930*  RECORD TO THE INTERCHANGE FILE WITH THE NAMES JOINED     *
002940*  FROM THE MASTER                                          *
002950*----------------------------------------------------------*
004260     EXIT.
004270
004280*----------------------------------------------------------*
004290*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
004300*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
004310*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
004320*  LEAVES THE RETURN CODE AS IT IS                          *
004330*----------------------------------------------------------*
004340 9900-WRITE-RUN-CONTROL.
004350     OPEN EXTEND RUN-CONTROL.
004360     IF WS-RUN-CONTROL-STATUS = "35"
004370         OPEN OUTPUT RUN-CONTROL
004380         CLOSE RUN-CONTROL
004390         OPEN EXTEND RUN-CONTROL
004400     END-IF.
004410     IF WS-RUN-CONTROL-STATUS NOT = "00"
004420         DISPLAY "JOKFEDX - controle de execucao indisponivel, "
004430             "status " WS-RUN-CONTROL-STATUS
004440         GO TO 9900-EXIT
004450     END-IF.
004460     MOVE SPACES TO RUN-CONTROL-RECORD.
004470     MOVE "JOKFEDX" TO RN-PROGRAM.
004480     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
004490     MOVE RN-START-DATE TO RN-RUN-DATE.
004500     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
004510     MOVE RETURN-CODE TO RN-RETURN-CODE.
004520     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
004530     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
004540     MOVE "LIDOS" TO RN-COUNT-LABEL(2).
004550     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(2).
004560     MOVE "PARTIDAS" TO RN-COUNT-LABEL(3).
004570     MOVE WS-MATCHES-EXTRACTED TO RN-COUNT-VALUE(3).
004580     MOVE "ANULADOS" TO RN-COUNT-LABEL(4).
004590     MOVE WS-VOIDED-SKIPPED TO RN-COUNT-VALUE(4).
004600     WRITE RUN-CONTROL-RECORD.
004610     CLOSE RUN-CONTROL.
004620     GO TO 9900-EXIT.
004630 9900-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------*
004670*  9999-TERMINATE                                           *
004680*----------------------------------------------------------*
004690 9999-TERMINATE.
004700     IF NOT WS-ABORT-RUN
004710         CLOSE PLAYER-MASTER
004720     END-IF.
004730     DISPLAY "JOKFEDX - temporada............: " WS-SEASON.
004740     DISPLAY "JOKFEDX - registros de log lidos: "
004750         WS-LOG-RECORDS-READ.
004760     DISPLAY "JOKFEDX - partidas extraidas...: "
004770         WS-MATCHES-EXTRACTED.
004780     DISPLAY "JOKFEDX - torneios anulados....: "
004790         WS-VOIDED-SKIPPED.
004800     EVALUATE TRUE
004810     WHEN WS-ABORT-RUN
004820     MOVE 8 TO RETURN-CODE
004830     WHEN WS-MATCHES-EXTRACTED = ZERO
004840     DISPLAY "JOKFEDX - mes sem partidas."
004850     MOVE 4 TO RETURN-CODE
004860     WHEN WS-NAMES-MISSING > ZERO
004870     DISPLAY "JOKFEDX - nomes ausentes.......: "
004880         WS-NAMES-MISSING
004890     MOVE 4 TO RETURN-CODE
004900     WHEN OTHER
004910     CONTINUE
004920     END-EVALUATE.
004930     IF WS-TRN-OVERFLOW > ZERO
004940         DISPLAY "JOKFEDX - torneios sem tabela..: "
004950             WS-TRN-OVERFLOW
004960         MOVE 4 TO RETURN-CODE
004970     END-IF.
004980     IF WS-VOID-OVERFLOW > ZERO
004990         DISPLAY "JOKFEDX - anulacoes sem tabela.: "
005000             WS-VOID-OVERFLOW
005010         MOVE 4 TO RETURN-CODE
005020     END-IF.
005030     GO TO 9999-EXIT.
005040 9999-EXIT.
005050     EXIT.
