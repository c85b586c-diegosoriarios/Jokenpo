000460*  2026-09-01  RA   CARRY THE HALL CODE (JOKENPO_HALL,       *
000470*                   DEFAULT SEDE) ON THE LOG HEADER AND     *
000480*                   DETAILS FOR SECOND-LOCATION SUPPORT.    *
000483*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000486*                   AT END OF RUN FOR THE MORNING REPORT.   *
000490*----------------------------------------------------------*
000500*  THIS PROGRAM PLAYS THE CLASSIC (PEDRA, PAPEL, TESOURA)   *
000510*  GAME IN BATCH, DRIVEN BY JCL.  EACH RECORD ON MOVES-IN   *
000770     ACCESS MODE IS DYNAMIC
000780     RECORD KEY IS PM-PLAYER-ID
000790     FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000792     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000794     ORGANIZATION IS LINE SEQUENTIAL
000796     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
001280     05  FILLER               PIC X(01).
001290     05  CK-COMPLETE-IND      PIC X(01).
001300
001302 FD  RUN-CONTROL.
001304     COPY JOKRUNRC.
001306
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------*
001330*  GAME FIELDS (CLASSIC MODE ONLY - PEDRA, PAPEL, TESOURA)  *
001590*----------------------------------------------------------*
001600     COPY JOKLOGRC.
001610 01  WS-TOURNAMENT-ID          PIC X(14).
001613 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
001616 01  WS-RUN-START-STAMP        PIC X(14)  VALUE SPACES.
001620 01  WS-JOKENPO-LOG-STATUS     PIC X(02)  VALUE SPACES.
001630*----------------------------------------------------------*
001640*  BATCH RUN CONTROLS                                       *
001670     88  WS-EOF                           VALUE "Y".
001680 77  WS-RECORDS-READ           PIC 9(07)  COMP  VALUE ZERO.
001690 77  WS-RECORDS-REJECTED       PIC 9(05)  COMP  VALUE ZERO.
001695 77  WS-ROUNDS-POSTED          PIC 9(07)  COMP  VALUE ZERO.
001700*----------------------------------------------------------*
001710*  PLAYER MASTER LOOKUP CONTROLS                            *
001720*----------------------------------------------------------*
002320*  0000-MAINLINE                                            *
002330*----------------------------------------------------------*
002340 0000-MAINLINE.
002345     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
002350     PERFORM 1000-INITIALIZE
002360     THRU 1000-EXIT.
002370     PERFORM 2000-PROCESS-ONE-MOVE
002390     UNTIL WS-EOF.
002400     PERFORM 9999-TERMINATE
002410     THRU 9999-EXIT.
002413     PERFORM 9900-WRITE-RUN-CONTROL
002416     THRU 9900-EXIT.
002420     STOP RUN.
002430
002440*----------------------------------------------------------*
007830     MOVE SPACES TO LOG-RECORD.
007840     MOVE LOG-DETAIL-RECORD TO LOG-RECORD.
007850     WRITE LOG-RECORD.
007855     ADD 1 TO WS-ROUNDS-POSTED.
007860     GO TO 2460-EXIT.
007870 2460-EXIT.
007880     EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------*
008100*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
008110*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
008120*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
008130*  LEAVES THE RETURN CODE AS IT IS                          *
008140*----------------------------------------------------------*
008150 9900-WRITE-RUN-CONTROL.
008160     OPEN EXTEND RUN-CONTROL.
008170     IF WS-RUN-CONTROL-STATUS = "35"
008180         OPEN OUTPUT RUN-CONTROL
008190         CLOSE RUN-CONTROL
008200         OPEN EXTEND RUN-CONTROL
008210     END-IF.
008220     IF WS-RUN-CONTROL-STATUS NOT = "00"
008230         DISPLAY "JOKENPOB - controle de execucao indisponivel, "
008240             "status " WS-RUN-CONTROL-STATUS
008250         GO TO 9900-EXIT
008260     END-IF.
008270     MOVE SPACES TO RUN-CONTROL-RECORD.
008280     MOVE "JOKENPOB" TO RN-PROGRAM.
008290     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
008300     MOVE RN-START-DATE TO RN-RUN-DATE.
008310     MOVE WS-HALL-ID TO RN-HALL-ID.
008320     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
008330     MOVE RETURN-CODE TO RN-RETURN-CODE.
008340     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
008350     MOVE WS-RECORDS-READ TO RN-COUNT-VALUE(1).
008360     MOVE "REJEIT" TO RN-COUNT-LABEL(2).
008370     MOVE WS-RECORDS-REJECTED TO RN-COUNT-VALUE(2).
008380     MOVE "SEMCAD" TO RN-COUNT-LABEL(3).
008390     MOVE WS-UNKNOWN-PLAYERS TO RN-COUNT-VALUE(3).
008400     MOVE "RODADAS" TO RN-COUNT-LABEL(4).
008410     MOVE WS-ROUNDS-POSTED TO RN-COUNT-VALUE(4).
008420     WRITE RUN-CONTROL-RECORD.
008430     CLOSE RUN-CONTROL.
008440     GO TO 9900-EXIT.
008450 9900-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------*
008490*  9999-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS   *
008500*----------------------------------------------------------*
008510 9999-TERMINATE.
008520     MOVE SPACES TO LOG-TRAILER-RECORD.
008530     MOVE "T" TO LT-RECORD-TYPE.
008540     MOVE WS-TOURNAMENT-ID TO LT-TOURNAMENT-ID.
008550     MOVE ZERO TO LT-PLAYER-1-SCORE.
008560     MOVE ZERO TO LT-PLAYER-2-SCORE.
008570     MOVE SPACES TO LOG-RECORD.
008580     MOVE LOG-TRAILER-RECORD TO LOG-RECORD.
008590     WRITE LOG-RECORD.
008600     CLOSE MOVES-IN.
008610     CLOSE MOVES-OUT.
008620     CLOSE MOVES-ERR.
008630     CLOSE PLAYER-MASTER.
008640     CLOSE JOKENPO-LOG.
008650     MOVE "S" TO WS-CKP-COMPLETE-IND.
008660     PERFORM 2500-WRITE-CHECKPOINT
008670     THRU 2500-EXIT.
008680     DISPLAY "JOKENPOB - registros lidos.: " WS-RECORDS-READ.
008690     DISPLAY "JOKENPOB - rejeitados......: " WS-RECORDS-REJECTED.
008700     DISPLAY "JOKENPOB - sem cadastro....: " WS-UNKNOWN-PLAYERS.
008710     GO TO 9999-EXIT.
008720 9999-EXIT.
008730     EXIT.
008740
