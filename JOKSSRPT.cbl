000100*  2026-08-22  RA   ORIGINAL VERSION - STANDINGS REPORT FOR *
000110*                   ANY CLOSED SEASON FROM THE SEASON       *
000120*                   HISTORY FILE.                           *
000123*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000126*                   AT END OF RUN FOR THE MORNING REPORT.   *
000130*----------------------------------------------------------*
000140*  PRINTS THE STANDINGS (WINS DESCENDING) OF THE SEASON     *
000150*  NAMED IN JOKENPO_SEASON (YYYYMM), READ BACK FROM THE     *
000260     SELECT SEASON-REPORT ASSIGN TO "SEARPT"
000270     ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT SORT-WORK ASSIGN TO "SRTWK01".
000282     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000284     ORGANIZATION IS LINE SEQUENTIAL
000286     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000430     05  SRT-LOSSES              PIC 9(05).
000440     05  SRT-TIES                PIC 9(05).
000450
000452 FD  RUN-CONTROL.
000454     COPY JOKRUNRC.
000456
000460 WORKING-STORAGE SECTION.
000470*----------------------------------------------------------*
000480*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000490*----------------------------------------------------------*
000493 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000496 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000500 01  WS-SEASON-HIST-STATUS   PIC X(02)  VALUE SPACES.
000510 01  WS-HIST-EOF-SW          PIC X(01)  VALUE "N".
000520     88  WS-HIST-EOF                    VALUE "Y".
000970*  0000-MAINLINE                                            *
000980*----------------------------------------------------------*
000990 0000-MAINLINE.
000995     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001000     PERFORM 1000-INITIALIZE
001010     THRU 1000-EXIT.
001020     IF NOT WS-ABORT-RUN
001050     END-IF.
001060     PERFORM 9999-TERMINATE
001070     THRU 9999-EXIT.
001073     PERFORM 9900-WRITE-RUN-CONTROL
001076     THRU 9900-EXIT.
001080     STOP RUN.
001090
001100*----------------------------------------------------------*
002230     EXIT.
002240
002250*----------------------------------------------------------*
002260*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
002270*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
002280*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
002290*  LEAVES THE RETURN CODE AS IT IS                          *
002300*----------------------------------------------------------*
002310 9900-WRITE-RUN-CONTROL.
002320     OPEN EXTEND RUN-CONTROL.
002330     IF WS-RUN-CONTROL-STATUS = "35"
002340         OPEN OUTPUT RUN-CONTROL
002350         CLOSE RUN-CONTROL
002360         OPEN EXTEND RUN-CONTROL
002370     END-IF.
002380     IF WS-RUN-CONTROL-STATUS NOT = "00"
002390         DISPLAY "JOKSSRPT - controle de execucao indisponivel, "
002400             "status " WS-RUN-CONTROL-STATUS
002410         GO TO 9900-EXIT
002420     END-IF.
002430     MOVE SPACES TO RUN-CONTROL-RECORD.
002440     MOVE "JOKSSRPT" TO RN-PROGRAM.
002450     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
002460     MOVE RN-START-DATE TO RN-RUN-DATE.
002470     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
002480     MOVE RETURN-CODE TO RN-RETURN-CODE.
002490     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
002500     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
002510     MOVE "JOGADOR" TO RN-COUNT-LABEL(2).
002520     MOVE WS-RECORDS-PRINTED TO RN-COUNT-VALUE(2).
002530     WRITE RUN-CONTROL-RECORD.
002540     CLOSE RUN-CONTROL.
002550     GO TO 9900-EXIT.
002560 9900-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------*
002600*  9999-TERMINATE                                           *
002610*----------------------------------------------------------*
002620 9999-TERMINATE.
002630     IF NOT WS-ABORT-RUN
002640         CLOSE SEASON-REPORT
002650     END-IF.
002660     DISPLAY "JOKSSRPT - temporada.........: " WS-SEASON.
002670     DISPLAY "JOKSSRPT - jogadores listados: "
002680         WS-RECORDS-PRINTED.
002690     EVALUATE TRUE
002700     WHEN WS-ABORT-RUN
002710     MOVE 8 TO RETURN-CODE
002720     WHEN WS-RECORDS-PRINTED = ZERO
002730     DISPLAY "JOKSSRPT - temporada sem registros."
002740     MOVE 4 TO RETURN-CODE
002750     WHEN OTHER
002760     CONTINUE
002770     END-EVALUATE.
002780     GO TO 9999-EXIT.
002790 9999-EXIT.
002800     EXIT.
