000100*  2026-09-01  RA   ORIGINAL VERSION - ABSENTEE LEAGUE      *
000110*                   SCORER: MEMBER AGAINST MEMBER FROM      *
000120*                   SHEETS OF PAIRED MOVES, OVERNIGHT.      *
000123*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000126*                   AT END OF RUN FOR THE MORNING REPORT.   *
000130*----------------------------------------------------------*
000140*  THE BATCH RUNNER (JOKENPOB) ONLY KNOWS ONE PLAYER PER    *
000150*  RECORD AND ALWAYS THROWS A COMPUTER MOVE; LEAGUE NIGHT   *
000590     SELECT JOKENPO-LOG ASSIGN TO "JOKLOG"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS WS-JOKENPO-LOG-STATUS.
000612     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000614     ORGANIZATION IS LINE SEQUENTIAL
000616     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
001060 FD  JOKENPO-LOG.
001070 01  LOG-RECORD               PIC X(120).
001080
001082 FD  RUN-CONTROL.
001084     COPY JOKRUNRC.
001086
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------*
001110*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
001190*----------------------------------------------------------*
001200*  FILE STATUS FIELDS AND RUN SWITCHES                      *
001210*----------------------------------------------------------*
001213 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
001216 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
001220 01  WS-LEAGUE-IN-STATUS     PIC X(02)  VALUE SPACES.
001230 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
001240 01  WS-JOKENPO-LOG-STATUS   PIC X(02)  VALUE SPACES.
001730 77  WS-FIXTURES-READ        PIC 9(05)  COMP  VALUE ZERO.
001740 77  WS-FIXTURES-SCORED      PIC 9(05)  COMP  VALUE ZERO.
001750 77  WS-FIXTURES-REJECTED    PIC 9(05)  COMP  VALUE ZERO.
001755 77  WS-ROUNDS-POSTED        PIC 9(07)  COMP  VALUE ZERO.
001760 01  WS-P1-MOVE              PIC A(10).
001770 01  WS-P2-MOVE              PIC A(10).
001780 77  WS-P1-IDX               PIC 9(01)  COMP  VALUE ZERO.
001930*  0000-MAINLINE                                            *
001940*----------------------------------------------------------*
001950 0000-MAINLINE.
001955     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001960     PERFORM 1000-INITIALIZE
001970     THRU 1000-EXIT.
001980     IF NOT WS-ABORT-RUN
002020     END-IF.
002030     PERFORM 9999-TERMINATE
002040     THRU 9999-EXIT.
002043     PERFORM 9900-WRITE-RUN-CONTROL
002046     THRU 9900-EXIT.
002050     STOP RUN.
002060
002070*----------------------------------------------------------*
006500     MOVE SPACES TO LOG-RECORD.
006510     MOVE LOG-DETAIL-RECORD TO LOG-RECORD.
006520     WRITE LOG-RECORD.
006525     ADD 1 TO WS-ROUNDS-POSTED.
006530
006540     MOVE SPACES TO LOG-DETAIL-RECORD.
006550     MOVE "D" TO LD-RECORD-TYPE.
006750     MOVE SPACES TO LOG-RECORD.
006760     MOVE LOG-DETAIL-RECORD TO LOG-RECORD.
006770     WRITE LOG-RECORD.
006775     ADD 1 TO WS-ROUNDS-POSTED.
006780
006790     MOVE SPACES TO LOG-TRAILER-RECORD.
006800     MOVE "T" TO LT-RECORD-TYPE.
007150     EXIT.
007160
007170*----------------------------------------------------------*
007180*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
007190*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
007200*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
007210*  LEAVES THE RETURN CODE AS IT IS                          *
007220*----------------------------------------------------------*
007230 9900-WRITE-RUN-CONTROL.
007240     OPEN EXTEND RUN-CONTROL.
007250     IF WS-RUN-CONTROL-STATUS = "35"
007260         OPEN OUTPUT RUN-CONTROL
007270         CLOSE RUN-CONTROL
007280         OPEN EXTEND RUN-CONTROL
007290     END-IF.
007300     IF WS-RUN-CONTROL-STATUS NOT = "00"
007310         DISPLAY "JOKLEAGB - controle de execucao indisponivel, "
007320             "status " WS-RUN-CONTROL-STATUS
007330         GO TO 9900-EXIT
007340     END-IF.
007350     MOVE SPACES TO RUN-CONTROL-RECORD.
007360     MOVE "JOKLEAGB" TO RN-PROGRAM.
007370     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
007380     MOVE RN-START-DATE TO RN-RUN-DATE.
007390     MOVE WS-HALL-ID TO RN-HALL-ID.
007400     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
007410     MOVE RETURN-CODE TO RN-RETURN-CODE.
007420     MOVE "CONFRONT" TO RN-COUNT-LABEL(1).
007430     MOVE WS-FIXTURES-READ TO RN-COUNT-VALUE(1).
007440     MOVE "APURADOS" TO RN-COUNT-LABEL(2).
007450     MOVE WS-FIXTURES-SCORED TO RN-COUNT-VALUE(2).
007460     MOVE "REJEIT" TO RN-COUNT-LABEL(3).
007470     MOVE WS-FIXTURES-REJECTED TO RN-COUNT-VALUE(3).
007480     MOVE "RODADAS" TO RN-COUNT-LABEL(4).
007490     MOVE WS-ROUNDS-POSTED TO RN-COUNT-VALUE(4).
007500     WRITE RUN-CONTROL-RECORD.
007510     CLOSE RUN-CONTROL.
007520     GO TO 9900-EXIT.
007530 9900-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------*
007570*  9999-TERMINATE                                           *
007580*----------------------------------------------------------*
007590 9999-TERMINATE.
007600     IF NOT WS-ABORT-RUN
007610         CLOSE LEAGUE-IN
007620         CLOSE LEAGUE-OUT
007630         CLOSE LEAGUE-ERR
007640         CLOSE PLAYER-MASTER
007650         CLOSE JOKENPO-LOG
007660     END-IF.
007670     DISPLAY "JOKLEAGB - fixtures lidas......: "
007680         WS-FIXTURES-READ.
007690     DISPLAY "JOKLEAGB - fixtures apuradas...: "
007700         WS-FIXTURES-SCORED.
007710     DISPLAY "JOKLEAGB - fixtures rejeitadas.: "
007720         WS-FIXTURES-REJECTED.
007730     IF WS-ABORT-RUN
007740         MOVE 8 TO RETURN-CODE
007750     END-IF.
007760     GO TO 9999-EXIT.
007770 9999-EXIT.
007780     EXIT.
