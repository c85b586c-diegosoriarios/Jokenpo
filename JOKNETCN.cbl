000090*----------------------------------------------------------*
000100*  2026-09-01  RA   ORIGINAL VERSION - TWO-HALL NETWORK     *
000110*                   CONSOLIDATION OF THE PLAYER MASTERS.    *
000113*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000116*                   AT END OF RUN FOR THE MORNING REPORT.   *
000120*----------------------------------------------------------*
000130*  EACH HALL RUNS ITS OWN PLAYERMS AND JOKLOG, BUT MEMBERS  *
000140*  PLAY AT BOTH AND WANT ONE LEADERBOARD.  THIS JOB TAKES   *
000470     SELECT NET-REPORT ASSIGN TO "NETRPT"
000480     ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT SORT-WORK ASSIGN TO "SRTWK01".
000492     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000494     ORGANIZATION IS LINE SEQUENTIAL
000496     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000740     05  SRT-LOSSES          PIC 9(07).
000750     05  SRT-TIES            PIC 9(07).
000760
000762 FD  RUN-CONTROL.
000764     COPY JOKRUNRC.
000766
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------*
000790*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000800*----------------------------------------------------------*
000803 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000806 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000810 01  WS-SITE1-STATUS         PIC X(02)  VALUE SPACES.
000820 01  WS-SITE2-STATUS         PIC X(02)  VALUE SPACES.
000830 01  WS-SITE1-EOF-SW         PIC X(01)  VALUE "N".
001550*  0000-MAINLINE                                            *
001560*----------------------------------------------------------*
001570 0000-MAINLINE.
001575     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001580     PERFORM 1000-INITIALIZE
001590     THRU 1000-EXIT.
001600     IF NOT WS-ABORT-RUN
001730     END-IF.
001740     PERFORM 9999-TERMINATE
001750     THRU 9999-EXIT.
001753     PERFORM 9900-WRITE-RUN-CONTROL
001756     THRU 9900-EXIT.
001760     STOP RUN.
001770
001780*----------------------------------------------------------*
005080     EXIT.
005090
005100*----------------------------------------------------------*
005110*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
005120*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
005130*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
005140*  LEAVES THE RETURN CODE AS IT IS                          *
005150*----------------------------------------------------------*
005160 9900-WRITE-RUN-CONTROL.
005170     OPEN EXTEND RUN-CONTROL.
005180     IF WS-RUN-CONTROL-STATUS = "35"
005190         OPEN OUTPUT RUN-CONTROL
005200         CLOSE RUN-CONTROL
005210         OPEN EXTEND RUN-CONTROL
005220     END-IF.
005230     IF WS-RUN-CONTROL-STATUS NOT = "00"
005240         DISPLAY "JOKNETCN - controle de execucao indisponivel, "
005250             "status " WS-RUN-CONTROL-STATUS
005260         GO TO 9900-EXIT
005270     END-IF.
005280     MOVE SPACES TO RUN-CONTROL-RECORD.
005290     MOVE "JOKNETCN" TO RN-PROGRAM.
005300     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
005310     MOVE RN-START-DATE TO RN-RUN-DATE.
005320     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
005330     MOVE RETURN-CODE TO RN-RETURN-CODE.
005340     MOVE "SEDE" TO RN-COUNT-LABEL(1).
005350     MOVE WS-SITE1-READ TO RN-COUNT-VALUE(1).
005360     MOVE "FILIAL" TO RN-COUNT-LABEL(2).
005370     MOVE WS-SITE2-READ TO RN-COUNT-VALUE(2).
005380     MOVE "INCORP" TO RN-COUNT-LABEL(3).
005390     MOVE WS-PLAYERS-MERGED TO RN-COUNT-VALUE(3).
005400     MOVE "NOVOS" TO RN-COUNT-LABEL(4).
005410     MOVE WS-PLAYERS-ADDED TO RN-COUNT-VALUE(4).
005420     MOVE "COLISOES" TO RN-COUNT-LABEL(5).
005430     MOVE WS-COLLISIONS TO RN-COUNT-VALUE(5).
005440     WRITE RUN-CONTROL-RECORD.
005450     CLOSE RUN-CONTROL.
005460     GO TO 9900-EXIT.
005470 9900-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------*
005510*  9999-TERMINATE                                           *
005520*----------------------------------------------------------*
005530 9999-TERMINATE.
005540     IF NOT WS-ABORT-RUN
005550         CLOSE NET-REPORT
005560     END-IF.
005570     DISPLAY "JOKNETCN - sede lidos..........: "
005580         WS-SITE1-READ.
005590     DISPLAY "JOKNETCN - filial lidos........: "
005600         WS-SITE2-READ.
005610     DISPLAY "JOKNETCN - incorporados........: "
005620         WS-PLAYERS-MERGED.
005630     DISPLAY "JOKNETCN - novos na rede.......: "
005640         WS-PLAYERS-ADDED.
005650     DISPLAY "JOKNETCN - colisoes de ID......: "
005660         WS-COLLISIONS.
005670     IF WS-NET-OVERFLOW > ZERO
005680         DISPLAY "JOKNETCN - sem lugar na tabela.: "
005690             WS-NET-OVERFLOW
005700         MOVE 4 TO RETURN-CODE
005710     END-IF.
005720     IF WS-COLLISIONS > ZERO
005730         OR WS-ABORT-RUN
005740         MOVE 8 TO RETURN-CODE
005750     END-IF.
005760     GO TO 9999-EXIT.
005770 9999-EXIT.
005780     EXIT.
