000150*  2026-09-01  RA   TAKE THE MASTER RECORD FROM THE SHARED  *
000160*                   COPYBOOK (JOKPMREC); THE NEW DATES AND  *
000170*                   STATUS RIDE THROUGH THE RESET UNTOUCHED.*
000173*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000176*                   AT END OF RUN FOR THE MORNING REPORT.   *
000180*----------------------------------------------------------*
000190*  RUN ONCE AT MONTH END.  EVERY PLAYERMS RECORD IS COPIED  *
000200*  TO THE SEASON HISTORY FILE KEYED BY SEASON AND PLAYER,   *
000410     SELECT SEASON-STANDINGS ASSIGN TO "SEASTAND"
000420     ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT SORT-WORK ASSIGN TO "SRTWK01".
000432     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000434     ORGANIZATION IS LINE SEQUENTIAL
000436     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000610     05  SRT-LOSSES              PIC 9(05).
000620     05  SRT-TIES                PIC 9(05).
000630
000632 FD  RUN-CONTROL.
000634     COPY JOKRUNRC.
000636
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------*
000660*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000670*----------------------------------------------------------*
000673 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000676 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000680 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000690 01  WS-SEASON-HIST-STATUS   PIC X(02)  VALUE SPACES.
000700 01  WS-MASTER-EOF-SW        PIC X(01)  VALUE "N".
001180*  0000-MAINLINE                                            *
001190*----------------------------------------------------------*
001200 0000-MAINLINE.
001205     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001210     PERFORM 1000-INITIALIZE
001220     THRU 1000-EXIT.
001230     IF NOT WS-ABORT-RUN
001260     END-IF.
001270     PERFORM 9999-TERMINATE
001280     THRU 9999-EXIT.
001283     PERFORM 9900-WRITE-RUN-CONTROL
001286     THRU 9900-EXIT.
001290     STOP RUN.
001300
001310*----------------------------------------------------------*
003240     EXIT.
003250
003260*----------------------------------------------------------*
003270*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
003280*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
003290*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
003300*  LEAVES THE RETURN CODE AS IT IS                          *
003310*----------------------------------------------------------*
003320 9900-WRITE-RUN-CONTROL.
003330     OPEN EXTEND RUN-CONTROL.
003340     IF WS-RUN-CONTROL-STATUS = "35"
003350         OPEN OUTPUT RUN-CONTROL
003360         CLOSE RUN-CONTROL
003370         OPEN EXTEND RUN-CONTROL
003380     END-IF.
003390     IF WS-RUN-CONTROL-STATUS NOT = "00"
003400         DISPLAY "JOKSEASN - controle de execucao indisponivel, "
003410             "status " WS-RUN-CONTROL-STATUS
003420         GO TO 9900-EXIT
003430     END-IF.
003440     MOVE SPACES TO RUN-CONTROL-RECORD.
003450     MOVE "JOKSEASN" TO RN-PROGRAM.
003460     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
003470     MOVE RN-START-DATE TO RN-RUN-DATE.
003480     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
003490     MOVE RETURN-CODE TO RN-RETURN-CODE.
003500     MOVE "TEMPORAD" TO RN-COUNT-LABEL(1).
003510     MOVE WS-SEASON TO RN-COUNT-VALUE(1).
003520     MOVE "JOGADOR" TO RN-COUNT-LABEL(2).
003530     MOVE WS-PLAYERS-CLOSED TO RN-COUNT-VALUE(2).
003540     WRITE RUN-CONTROL-RECORD.
003550     CLOSE RUN-CONTROL.
003560     GO TO 9900-EXIT.
003570 9900-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------*
003610*  9999-TERMINATE                                           *
003620*----------------------------------------------------------*
003630 9999-TERMINATE.
003640     IF NOT WS-ABORT-RUN
003650         CLOSE PLAYER-MASTER
003660         CLOSE SEASON-HISTORY
003670         CLOSE SEASON-STANDINGS
003680     END-IF.
003690     DISPLAY "JOKSEASN - temporada encerrada..: " WS-SEASON.
003700     DISPLAY "JOKSEASN - jogadores encerrados.: "
003710         WS-PLAYERS-CLOSED.
003720     IF WS-ABORT-RUN
003730         MOVE 8 TO RETURN-CODE
003740     END-IF.
003750     GO TO 9999-EXIT.
003760 9999-EXIT.
003770     EXIT.
