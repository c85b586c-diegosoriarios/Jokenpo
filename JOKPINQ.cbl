000110*                   INQUIRY: ONE SCREEN FOR THE SEASON      *
000120*                   COUNTERS, THE SEASON HISTORY AND THE    *
000130*                   MOST RECENT ROUNDS.                     *
000133*  2026-10-15  RA   LEAVE THE ROUNDS OF A VOIDED TOURNAMENT *
000136*                   OFF THE RECENT ROUNDS.                  *
000137*  2026-10-15  RA   SHOW THE PLAYER'S SERIE ON THE DIVISION *
000138*                   LADDER.                                 *
000140*----------------------------------------------------------*
000150*  ANSWERS "COMO EU ESTOU INDO" WITHOUT RUNNING THREE       *
000160*  JOBS.  TYPE A PLAYER ID AND THE SCREEN SHOWS:            *
000170*    - THE PLAYERMS RECORD (CURRENT-SEASON WINS, LOSSES,    *
000180*      TIES, DATES AND STATUS) AND THE RANK POSITION ON     *
000190*      THE WINS-DESCENDING LEADERBOARD;                     *
000193*    - THE PLAYER'S CURRENT SERIE ON THE DIVISION LADDER    *
000196*      (JOKDIVS) AND THE SEASON CLOSE THAT PUT IT THERE;    *
000200*    - THE CLOSED-SEASON LINES FROM THE SEASON HISTORY      *
000210*      FILE, AND THE LIFETIME TOTAL THE HISTORY COPYBOOK    *
000220*      PROMISES (SUM OF HISTORY PLUS ACTIVE COUNTERS);      *
000380     SELECT JOKENPO-LOG ASSIGN TO "JOKLOG"
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-JOKENPO-LOG-STATUS.
000401     SELECT DIVISION-FILE ASSIGN TO "JOKDIVS"
000402     ORGANIZATION IS INDEXED
000403     ACCESS MODE IS RANDOM
000404     RECORD KEY IS DV-PLAYER-ID
000405     FILE STATUS IS WS-DIVISION-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000500 FD  JOKENPO-LOG.
000510 01  LOG-RECORD                  PIC X(120).
000520
000522 FD  DIVISION-FILE.
000524     COPY JOKDIVRC.
000526
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------*
000550*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000610 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
000620 01  WS-SEASON-HIST-STATUS   PIC X(02)  VALUE SPACES.
000630 01  WS-JOKENPO-LOG-STATUS   PIC X(02)  VALUE SPACES.
000635 01  WS-DIVISION-STATUS      PIC X(02)  VALUE SPACES.
000640 01  WS-EXIT-SW              PIC X(01)  VALUE "N".
000650     88  WS-EXIT-REQUESTED              VALUE "Y".
000660 01  WS-MASTER-EOF-SW        PIC X(01)  VALUE "N".
000710     88  WS-LOG-EOF                     VALUE "Y".
000720 01  WS-RECORD-FOUND-SW      PIC X(01)  VALUE "N".
000730     88  WS-RECORD-FOUND                VALUE "Y".
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
000750*  THE PLAYER UNDER INQUIRY - SAVED OFF THE RECORD BUFFER   *
000760*  BEFORE THE RANK SCAN REUSES IT                           *
000770*----------------------------------------------------------*
001600     END-IF.
001610     PERFORM 4000-SHOW-RANK-POSITION
001620     THRU 4000-EXIT.
001623     PERFORM 4500-SHOW-DIVISION
001626     THRU 4500-EXIT.
001630     PERFORM 5000-SHOW-SEASON-HISTORY
001640     THRU 5000-EXIT.
001650     PERFORM 6000-SHOW-RECENT-ROUNDS
002390 4100-EXIT.
002400     EXIT.
002410
002411*----------------------------------------------------------*
002412*  4500-SHOW-DIVISION - THE PLAYER'S SERIE ON THE LADDER;   *
002413*  A PLAYER NOT YET PLACED (OR DROPPED ON GOING DORMANT)    *
002414*  IS SHOWN AS OFF THE LADDER                               *
002415*----------------------------------------------------------*
002416 4500-SHOW-DIVISION.
002417     OPEN INPUT DIVISION-FILE.
002418     IF WS-DIVISION-STATUS NOT = "00"
002419         DISPLAY "Divisao: escada de series nao disponivel."
002420         GO TO 4500-EXIT
002421     END-IF.
002422     MOVE WS-INQUIRY-ID TO DV-PLAYER-ID.
002423     READ DIVISION-FILE
002424         INVALID KEY
002425             DISPLAY "Divisao: fora da escada de series."
002426         NOT INVALID KEY
002427             DISPLAY "Divisao: Serie " DV-DIVISION
002428                 " desde o fechamento de " DV-SINCE-SEASON
002429     END-READ.
002430     CLOSE DIVISION-FILE.
002431     GO TO 4500-EXIT.
002432 4500-EXIT.
002433     EXIT.
002434
002435*----------------------------------------------------------*
002436*  5000-SHOW-SEASON-HISTORY - THE PLAYER'S CLOSED SEASONS   *
002440*  AND THE LIFETIME TOTAL (HISTORY PLUS ACTIVE COUNTERS)    *
002450*----------------------------------------------------------*
002460 5000-SHOW-SEASON-HISTORY.
003010     MOVE ZERO TO WS-RECENT-COUNT.
003020     MOVE 1 TO WS-RECENT-NEXT.
003030     MOVE "N" TO WS-LOG-EOF-SW.
003032     MOVE ZERO TO WS-VOID-COUNT.
003034     MOVE "N" TO WS-VOID-EOF-SW.
003036     PERFORM 6050-LOAD-VOIDED-TOURNAMENTS
003038     THRU 6050-EXIT.
003040     OPEN INPUT JOKENPO-LOG.
003050     IF WS-JOKENPO-LOG-STATUS NOT = "00"
003060         DISPLAY "Sem rodadas no log ao vivo."
003280 6000-EXIT.
003290     EXIT.
003300
003301*----------------------------------------------------------*
003302*  6050-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
003303*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
003304*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
003305*----------------------------------------------------------*
003306 6050-LOAD-VOIDED-TOURNAMENTS.
003307     OPEN INPUT JOKENPO-LOG.
003308     IF WS-JOKENPO-LOG-STATUS NOT = "00"
003309         GO TO 6050-EXIT
003310     END-IF.
003311     PERFORM 6060-TABLE-ONE-VOID
003312     THRU 6060-EXIT
003313     UNTIL WS-VOID-EOF.
003314     CLOSE JOKENPO-LOG.
003315     GO TO 6050-EXIT.
003316 6050-EXIT.
003317     EXIT.
003318
003319*----------------------------------------------------------*
003320*  6060-TABLE-ONE-VOID                                      *
003321*----------------------------------------------------------*
003322 6060-TABLE-ONE-VOID.
003323     READ JOKENPO-LOG
003324     AT END
003325     MOVE "Y" TO WS-VOID-EOF-SW
003326     GO TO 6060-EXIT
003327     END-READ.
003328     IF LOG-RECORD(1:1) NOT = "V"
003329         GO TO 6060-EXIT
003330     END-IF.
003331     MOVE LOG-RECORD TO LOG-VOID-RECORD.
003332     IF WS-VOID-COUNT NOT < 500
003333         ADD 1 TO WS-VOID-OVERFLOW
003334         GO TO 6060-EXIT
003335     END-IF.
003336     ADD 1 TO WS-VOID-COUNT.
003337     MOVE LV-TOURNAMENT-ID TO WS-VOID-TRN-ID(WS-VOID-COUNT).
003338     GO TO 6060-EXIT.
003339 6060-EXIT.
003340     EXIT.
003341
003342*----------------------------------------------------------*
003343*  6100-SCAN-ONE-LOG-RECORD - ONLY THE PLAYER'S TYPED       *
003344*  DETAILS MATTER; THE LIVE LOG HAS CARRIED TYPED RECORDS   *
003345*  SINCE THE RESTRUCTURE, OLD FLAT LINES LIVE ON ARCHIVES   *
003350*----------------------------------------------------------*
003360 6100-SCAN-ONE-LOG-RECORD.
003370     READ JOKENPO-LOG
003460     IF LD-PLAYER-ID NOT = WS-INQUIRY-ID
003470         GO TO 6100-EXIT
003480     END-IF.
003481     MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
003482     PERFORM 6150-CHECK-VOIDED
003483     THRU 6150-EXIT.
003484     IF WS-TRN-VOIDED
003485         GO TO 6100-EXIT
003486     END-IF.
003490     MOVE LD-TIMESTAMP TO WS-REC-TIMESTAMP(WS-RECENT-NEXT).
003500     MOVE LD-PLAYER-MOVE TO WS-REC-MOVE(WS-RECENT-NEXT).
003510     MOVE LD-PC-MOVE TO WS-REC-OPP-MOVE(WS-RECENT-NEXT).
003610 6100-EXIT.
003620     EXIT.
003630
003631*----------------------------------------------------------*
003632*  6150-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
003633*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
003634*----------------------------------------------------------*
003635 6150-CHECK-VOIDED.
003636     MOVE "N" TO WS-VOIDED-SW.
003637     PERFORM 6160-CHECK-ONE-VOID
003638     THRU 6160-EXIT
003639     VARYING WS-VOID-IDX FROM 1 BY 1
003640     UNTIL WS-VOID-IDX > WS-VOID-COUNT
003641     OR WS-TRN-VOIDED.
003642     GO TO 6150-EXIT.
003643 6150-EXIT.
003644     EXIT.
003645
003646*----------------------------------------------------------*
003647*  6160-CHECK-ONE-VOID                                      *
003648*----------------------------------------------------------*
003649 6160-CHECK-ONE-VOID.
003650     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
003651     MOVE "Y" TO WS-VOIDED-SW
003652     END-IF.
003653     GO TO 6160-EXIT.
003654 6160-EXIT.
003655     EXIT.
003656
003657*----------------------------------------------------------*
003658*  6200-SHOW-ONE-ROUND                                       *
003660*----------------------------------------------------------*
003670 6200-SHOW-ONE-ROUND.
003680     DISPLAY "  " WS-REC-TIMESTAMP(WS-RECENT-IDX)
