000220*                   EXPIRES OLD ARCHIVE GENERATIONS.        *
000230*  2026-09-01  RA   TAKE THE MASTER RECORD FROM THE SHARED  *
000240*                   COPYBOOK (JOKPMREC).                    *
000242*  2026-10-15  RA   SKIP THE ROUNDS OF A VOIDED TOURNAMENT. *
000244*                   THE V RECORDS ARE TABLED ON A FIRST     *
000246*                   PASS, SINCE A VOID FOLLOWS ITS          *
000248*                   TOURNAMENT ON THE LOG.                  *
000249*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000250*                   AT END OF RUN FOR THE MORNING REPORT.   *
000251*----------------------------------------------------------*
000260*  RE-TALLIES WINS, LOSSES AND TIES PER PLAYER FROM THE     *
000270*  TRANSACTION LOG AND COMPARES THEM AGAINST EACH PLAYERMS  *
000280*  RECORD.  EVERY PLAYER WHOSE MASTER COUNTERS DO NOT MATCH *
000590     FILE STATUS IS WS-SEASON-HIST-STATUS.
000600     SELECT RECON-REPORT ASSIGN TO "RCNRPT"
000610     ORGANIZATION IS LINE SEQUENTIAL.
000612     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000614     ORGANIZATION IS LINE SEQUENTIAL
000616     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000740 FD  RECON-REPORT.
000750 01  RCN-RECORD                  PIC X(90).
000760
000762 FD  RUN-CONTROL.
000764     COPY JOKRUNRC.
000766
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------*
000790*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000950*----------------------------------------------------------*
000960*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000970*----------------------------------------------------------*
000973 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000976 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000980 01  WS-RECON-LOG-STATUS     PIC X(02)  VALUE SPACES.
000990 01  WS-PLAYER-MASTER-STATUS PIC X(02)  VALUE SPACES.
001000 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
001080     88  WS-HIST-EOF                    VALUE "Y".
001090 01  WS-ROUND-CLOSED-SW      PIC X(01)  VALUE "N".
001100     88  WS-ROUND-CLOSED                VALUE "Y".
001101*----------------------------------------------------------*
001102*  VOIDED TOURNAMENTS - V RECORDS FOLLOW THEIR TOURNAMENT   *
001103*  ON THE LOG, SO THEY ARE TABLED ON A FIRST PASS AND THE   *
001104*  TOURNAMENT'S RECORDS ARE SKIPPED ON THE SECOND           *
001105*----------------------------------------------------------*
001106 01  WS-VOID-EOF-SW          PIC X(01)  VALUE "N".
001107     88  WS-VOID-EOF                    VALUE "Y".
001108 01  WS-VOIDED-SW            PIC X(01)  VALUE "N".
001109     88  WS-TRN-VOIDED                  VALUE "Y".
001110 77  WS-VOID-COUNT           PIC 9(04)  COMP  VALUE ZERO.
001111 77  WS-VOID-IDX             PIC 9(04)  COMP  VALUE ZERO.
001112 77  WS-VOID-OVERFLOW        PIC 9(07)  COMP  VALUE ZERO.
001113 01  WS-VOID-TABLE.
001114     05  WS-VOID-ENTRY       OCCURS 500 TIMES.
001115     10  WS-VOID-TRN-ID   PIC X(14).
001116 01  WS-LOOKUP-VOID-ID       PIC X(14).
001117*----------------------------------------------------------*
001120*  LATEST CLOSED SEASON - LOG ROUNDS DATED IN OR BEFORE IT  *
001130*  WERE SNAPSHOT BY A SEASON CLOSE AND ARE SKIPPED          *
001140*----------------------------------------------------------*
001360 77  WS-MASTER-RECORDS-READ  PIC 9(07)  COMP  VALUE ZERO.
001370 77  WS-DISCREPANCY-COUNT    PIC 9(05)  COMP  VALUE ZERO.
001380 77  WS-TALLY-OVERFLOW       PIC 9(07)  COMP  VALUE ZERO.
001385 77  WS-VOIDED-ROUNDS        PIC 9(07)  COMP  VALUE ZERO.
001390*----------------------------------------------------------*
001400*  DISCREPANCY REPORT DETAIL LINE                           *
001410*----------------------------------------------------------*
001700*  0000-MAINLINE                                            *
001710*----------------------------------------------------------*
001720 0000-MAINLINE.
001725     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001730     PERFORM 1000-INITIALIZE
001740     THRU 1000-EXIT.
001750     PERFORM 1500-FIND-LATEST-SEASON
001820     THRU 4000-EXIT.
001830     PERFORM 9999-TERMINATE
001840     THRU 9999-EXIT.
001843     PERFORM 9900-WRITE-RUN-CONTROL
001846     THRU 9900-EXIT.
001850     STOP RUN.
001860
001870*----------------------------------------------------------*
001890*  HEADINGS                                                 *
001900*----------------------------------------------------------*
001910 1000-INITIALIZE.
001913     PERFORM 1200-LOAD-VOIDED-TOURNAMENTS
001916     THRU 1200-EXIT.
001920     OPEN INPUT RECON-LOG.
001930     IF WS-RECON-LOG-STATUS NOT = "00"
001940         DISPLAY "JOKRECON - log indisponivel, status "
002120 1000-EXIT.
002130     EXIT.
002140
002141*----------------------------------------------------------*
002142*  1200-LOAD-VOIDED-TOURNAMENTS - FIRST PASS OVER THE LOG,  *
002143*  TABLING THE TOURNAMENT ID OF EVERY V RECORD.  AN         *
002144*  UNREADABLE LOG IS REPORTED BY THE MAIN OPEN.             *
002145*----------------------------------------------------------*
002146 1200-LOAD-VOIDED-TOURNAMENTS.
002147     OPEN INPUT RECON-LOG.
002148     IF WS-RECON-LOG-STATUS NOT = "00"
002149         GO TO 1200-EXIT
002150     END-IF.
002151     PERFORM 1210-TABLE-ONE-VOID
002152     THRU 1210-EXIT
002153     UNTIL WS-VOID-EOF.
002154     CLOSE RECON-LOG.
002155     GO TO 1200-EXIT.
002156 1200-EXIT.
002157     EXIT.
002158
002159*----------------------------------------------------------*
002160*  1210-TABLE-ONE-VOID                                      *
002161*----------------------------------------------------------*
002162 1210-TABLE-ONE-VOID.
002163     READ RECON-LOG
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
002183*  1500-FIND-LATEST-SEASON - SCAN THE SEASON HISTORY FILE   *
002184*  FOR THE LATEST CLOSED SEASON; LOG ROUNDS DATED IN OR     *
002185*  BEFORE IT WERE SNAPSHOT BY THAT CLOSE AND NO LONGER      *
002190*  LIVE ON THE MASTER COUNTERS.  NO HISTORY FILE MEANS NO   *
002200*  SEASON WAS CLOSED YET AND THE FULL LOG IS TALLIED.       *
002210*----------------------------------------------------------*
002680 2000-EXIT.
002690     EXIT.
002700
002701*----------------------------------------------------------*
002702*  2050-CHECK-VOIDED - IS THE TOURNAMENT IN                 *
002703*  WS-LOOKUP-VOID-ID ON THE VOIDED TABLE                    *
002704*----------------------------------------------------------*
002705 2050-CHECK-VOIDED.
002706     MOVE "N" TO WS-VOIDED-SW.
002707     PERFORM 2060-CHECK-ONE-VOID
002708     THRU 2060-EXIT
002709     VARYING WS-VOID-IDX FROM 1 BY 1
002710     UNTIL WS-VOID-IDX > WS-VOID-COUNT
002711     OR WS-TRN-VOIDED.
002712     GO TO 2050-EXIT.
002713 2050-EXIT.
002714     EXIT.
002715
002716*----------------------------------------------------------*
002717*  2060-CHECK-ONE-VOID                                      *
002718*----------------------------------------------------------*
002719 2060-CHECK-ONE-VOID.
002720     IF WS-VOID-TRN-ID(WS-VOID-IDX) = WS-LOOKUP-VOID-ID
002721     MOVE "Y" TO WS-VOIDED-SW
002722     END-IF.
002723     GO TO 2060-EXIT.
002724 2060-EXIT.
002725     EXIT.
002726
002727*----------------------------------------------------------*
002728*  2100-READ-LOG                                            *
002730*----------------------------------------------------------*
002740 2100-READ-LOG.
002750     READ RECON-LOG
002980     CONTINUE
002990     WHEN "T"
003000     CONTINUE
003003     WHEN "V"
003006     CONTINUE
003010     WHEN OTHER
003020     PERFORM 2260-TALLY-LEGACY-RECORD
003030     THRU 2260-EXIT
003170     IF LD-PLAYER-ID = SPACES
003180         GO TO 2250-EXIT
003190     END-IF.
003191     MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-VOID-ID.
003192     PERFORM 2050-CHECK-VOIDED
003193     THRU 2050-EXIT.
003194     IF WS-TRN-VOIDED
003195         ADD 1 TO WS-VOIDED-ROUNDS
003196         GO TO 2250-EXIT
003197     END-IF.
003200     MOVE LD-TIMESTAMP(1:6) TO WS-LOG-SEASON-X.
003210     PERFORM 2270-CHECK-SEASON-CLOSED
003220     THRU 2270-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------*
005970*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
005980*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
005990*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
006000*  LEAVES THE RETURN CODE AS IT IS                          *
006010*----------------------------------------------------------*
006020 9900-WRITE-RUN-CONTROL.
006030     OPEN EXTEND RUN-CONTROL.
006040     IF WS-RUN-CONTROL-STATUS = "35"
006050         OPEN OUTPUT RUN-CONTROL
006060         CLOSE RUN-CONTROL
006070         OPEN EXTEND RUN-CONTROL
006080     END-IF.
006090     IF WS-RUN-CONTROL-STATUS NOT = "00"
006100         DISPLAY "JOKRECON - controle de execucao indisponivel, "
006110             "status " WS-RUN-CONTROL-STATUS
006120         GO TO 9900-EXIT
006130     END-IF.
006140     MOVE SPACES TO RUN-CONTROL-RECORD.
006150     MOVE "JOKRECON" TO RN-PROGRAM.
006160     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
006170     MOVE RN-START-DATE TO RN-RUN-DATE.
006180     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
006190     MOVE RETURN-CODE TO RN-RETURN-CODE.
006200     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
006210     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(1).
006220     MOVE "CADASTRO" TO RN-COUNT-LABEL(2).
006230     MOVE WS-MASTER-RECORDS-READ TO RN-COUNT-VALUE(2).
006240     MOVE "DIVERG" TO RN-COUNT-LABEL(3).
006250     MOVE WS-DISCREPANCY-COUNT TO RN-COUNT-VALUE(3).
006260     MOVE "ANULADAS" TO RN-COUNT-LABEL(4).
006270     MOVE WS-VOIDED-ROUNDS TO RN-COUNT-VALUE(4).
006280     WRITE RUN-CONTROL-RECORD.
006290     CLOSE RUN-CONTROL.
006300     GO TO 9900-EXIT.
006310 9900-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350*  9999-TERMINATE - CLOSE THE REPORT AND SET THE RETURN     *
006360*  CODE FOR THE SCHEDULER                                   *
006370*----------------------------------------------------------*
006380 9999-TERMINATE.
006390     CLOSE RECON-REPORT.
006400     DISPLAY "JOKRECON - registros de log lidos: "
006410         WS-LOG-RECORDS-READ.
006420     DISPLAY "JOKRECON - jogadores no cadastro.: "
006430         WS-MASTER-RECORDS-READ.
006440     DISPLAY "JOKRECON - divergencias..........: "
006450         WS-DISCREPANCY-COUNT.
006460     DISPLAY "JOKRECON - rodadas anuladas......: "
006470         WS-VOIDED-ROUNDS.
006480     IF WS-VOID-OVERFLOW > ZERO
006490         DISPLAY "JOKRECON - anulacoes sem tabela..: "
006500             WS-VOID-OVERFLOW
006510         MOVE "N" TO WS-IN-BALANCE-SW
006520     END-IF.
006530     IF WS-TALLY-OVERFLOW > ZERO
006540         DISPLAY "JOKRECON - registros sem tabela..: "
006550             WS-TALLY-OVERFLOW
006560         MOVE "N" TO WS-IN-BALANCE-SW
006570     END-IF.
006580     IF NOT WS-IN-BALANCE
006590         MOVE 8 TO RETURN-CODE
006600     END-IF.
006610     GO TO 9999-EXIT.
006620 9999-EXIT.
006630     EXIT.
