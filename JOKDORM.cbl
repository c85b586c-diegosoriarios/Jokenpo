000090*----------------------------------------------------------*
000100*  2026-09-01  RA   ORIGINAL VERSION - PERIODIC DORMANCY    *
000110*                   JOB OVER THE PLAYER MASTER FILE.        *
000113*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000116*                   AT END OF RUN FOR THE MORNING REPORT.   *
000120*----------------------------------------------------------*
000130*  WALKS EVERY PLAYERMS RECORD AND REPORTS THE ACTIVE       *
000140*  PLAYERS WITH NO PLAY IN THE LAST N DAYS, MARKING THEM    *
000340     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000350     SELECT DORMANCY-REPORT ASSIGN TO "DORMRPT"
000360     ORGANIZATION IS LINE SEQUENTIAL.
000362     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000364     ORGANIZATION IS LINE SEQUENTIAL
000366     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000430 FD  DORMANCY-REPORT.
000440 01  DRM-RECORD                  PIC X(80).
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
000500 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000510 01  WS-MASTER-EOF-SW        PIC X(01)  VALUE "N".
000520     88  WS-MASTER-EOF                  VALUE "Y".
000980*  0000-MAINLINE                                            *
000990*----------------------------------------------------------*
001000 0000-MAINLINE.
001005     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001010     PERFORM 1000-INITIALIZE
001020     THRU 1000-EXIT.
001030     IF NOT WS-ABORT-RUN
001060     END-IF.
001070     PERFORM 9999-TERMINATE
001080     THRU 9999-EXIT.
001083     PERFORM 9900-WRITE-RUN-CONTROL
001086     THRU 9900-EXIT.
001090     STOP RUN.
001100
001110*----------------------------------------------------------*
002310     EXIT.
002320
002330*----------------------------------------------------------*
002340*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
002350*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
002360*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
002370*  LEAVES THE RETURN CODE AS IT IS                          *
002380*----------------------------------------------------------*
002390 9900-WRITE-RUN-CONTROL.
002400     OPEN EXTEND RUN-CONTROL.
002410     IF WS-RUN-CONTROL-STATUS = "35"
002420         OPEN OUTPUT RUN-CONTROL
002430         CLOSE RUN-CONTROL
002440         OPEN EXTEND RUN-CONTROL
002450     END-IF.
002460     IF WS-RUN-CONTROL-STATUS NOT = "00"
002470         DISPLAY "JOKDORM - controle de execucao indisponivel, "
002480             "status " WS-RUN-CONTROL-STATUS
002490         GO TO 9900-EXIT
002500     END-IF.
002510     MOVE SPACES TO RUN-CONTROL-RECORD.
002520     MOVE "JOKDORM" TO RN-PROGRAM.
002530     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
002540     MOVE RN-START-DATE TO RN-RUN-DATE.
002550     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
002560     MOVE RETURN-CODE TO RN-RETURN-CODE.
002570     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
002580     MOVE WS-PLAYERS-READ TO RN-COUNT-VALUE(1).
002590     MOVE "DORMENTE" TO RN-COUNT-LABEL(2).
002600     MOVE WS-PLAYERS-MARKED TO RN-COUNT-VALUE(2).
002610     MOVE "SEMDATA" TO RN-COUNT-LABEL(3).
002620     MOVE WS-PLAYERS-NO-DATE TO RN-COUNT-VALUE(3).
002630     WRITE RUN-CONTROL-RECORD.
002640     CLOSE RUN-CONTROL.
002650     GO TO 9900-EXIT.
002660 9900-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*
002700*  9999-TERMINATE                                           *
002710*----------------------------------------------------------*
002720 9999-TERMINATE.
002730     IF NOT WS-ABORT-RUN
002740         CLOSE PLAYER-MASTER
002750         CLOSE DORMANCY-REPORT
002760     END-IF.
002770     DISPLAY "JOKDORM - jogadores lidos......: "
002780         WS-PLAYERS-READ.
002790     DISPLAY "JOKDORM - marcados dormentes...: "
002800         WS-PLAYERS-MARKED.
002810     IF WS-PLAYERS-NO-DATE > ZERO
002820         DISPLAY "JOKDORM - sem data no cadastro.: "
002830             WS-PLAYERS-NO-DATE
002840         MOVE 4 TO RETURN-CODE
002850     END-IF.
002860     IF WS-ABORT-RUN
002870         MOVE 8 TO RETURN-CODE
002880     END-IF.
002890     GO TO 9999-EXIT.
002900 9999-EXIT.
002910     EXIT.
