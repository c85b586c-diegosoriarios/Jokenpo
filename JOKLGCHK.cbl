000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKLGCHK.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - STRUCTURAL CHECK OF  *
000110*                   THE LIVE LOG AHEAD OF THE NIGHTLY       *
000120*                   ARCHIVE.                                *
000123*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000126*                   AT END OF RUN FOR THE MORNING REPORT.   *
000130*----------------------------------------------------------*
000140*  RUN AS THE FIRST STEP OF THE NIGHTLY ARCHIVE JOB, BEFORE *
000150*  JOKLGARC COPIES AND RESETS THE LIVE LOG.  EVERY READER   *
000160*  DOWNSTREAM QUIETLY SKIPS WHAT IT CANNOT PAIR UP, SO THE  *
000170*  LOG IS CHECKED HERE THE SAME NIGHT.  REPORTED:           *
000180*    - A RECORD TYPE OTHER THAN H, D, T OR V, A BLANK       *
000190*      TOURNAMENT ID, A NON-NUMERIC DATE, ROUND OR SCORE,   *
000200*      OR A DETAIL RESULT OTHER THAN W, L OR T              *
000210*    - A HEADER WITH NO TRAILER, A DETAIL OR TRAILER WITH   *
000220*      NO HEADER, A REPEATED HEADER OR TRAILER, A DETAIL    *
000230*      AHEAD OF ITS HEADER AND A RECORD AFTER THE TRAILER   *
000240*    - GAPS AND DUPLICATES IN LD-ROUND-NUMBER, TAKEN PER    *
000250*      SIDE OF THE TABLE (BRACKET AND LEAGUE MATCHES LOG    *
000260*      ONE DETAIL PER PLAYER PER ROUND)                     *
000270*    - A TRAILER WHOSE SCORES DISAGREE WITH THE W/L ON THE  *
000280*      PLAYER-1 DETAILS, OR PLAYER-2 DETAILS THAT DO NOT    *
000290*      MIRROR THE PLAYER-1 ONES                             *
000300*    - A TOURNAMENT ID REUSED BY ANOTHER HALL               *
000310*  A BATCH RUN (HEADER WITH BLANK PLAYER IDS, JOKENPOB)     *
000320*  NUMBERS ITS DETAILS BY INPUT RECORD AND SKIPS REJECTED   *
000330*  ONES, AND ITS TRAILER CARRIES NO SCORE, SO ONLY ITS      *
000340*  DUPLICATES ARE CHECKED.  A V RECORD IS VALID AND NEEDS   *
000350*  NO HEADER ON THIS LOG (THE VOID MAY BE FOR AN EARLIER    *
000360*  DAY); THE PROBLEMS OF A VOIDED TOURNAMENT ARE LISTED     *
000370*  BUT DO NOT HOLD THE ARCHIVE, SINCE EVERY READER SKIPS    *
000380*  IT ANYWAY.                                               *
000390*                                                           *
000400*  RETURN CODES: 0 LOG SOUND (OR NO LOG), 4 PROBLEMS ONLY   *
000410*  ON VOIDED TOURNAMENTS, 8 LOG DAMAGED, UNREADABLE OR TOO  *
000420*  BIG FOR THE TOURNAMENT TABLE - THE JOB'S COND HOLDS THE  *
000430*  ARCHIVE ON 8.  A TOURNAMENT RESUMED AFTER THE ARCHIVE    *
000440*  RAN (JOKSESS) HAS ITS HEADER IN THE EARLIER GENERATION   *
000450*  AND IS REPORTED HERE; ONCE THE REPORT HAS BEEN REVIEWED  *
000460*  THE ARCHIVE IS RELEASED BY RESTARTING AT ITS OWN STEP.   *
000470*                                                           *
000480*  ENVIRONMENT OVERRIDES:                                   *
000490*    JOKENPO_ARCDATE - DATE STAMP YYYYMMDD FOR A RERUN      *
000500*                      (DEFAULT: TODAY), AS JOKLGARC        *
000510*----------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT JOKENPO-LOG ASSIGN TO "JOKLOG"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-JOKENPO-LOG-STATUS.
000580     SELECT CHECK-REPORT ASSIGN TO "LGCRPT"
000590     ORGANIZATION IS LINE SEQUENTIAL.
000592     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000594     ORGANIZATION IS LINE SEQUENTIAL
000596     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  JOKENPO-LOG.
000640 01  LOG-RECORD                  PIC X(120).
000650
000660 FD  CHECK-REPORT.
000670 01  LGC-RECORD                  PIC X(90).
000680
000682 FD  RUN-CONTROL.
000684     COPY JOKRUNRC.
000686
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------*
000710*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000720*----------------------------------------------------------*
000730     COPY JOKLOGRC.
000740*----------------------------------------------------------*
000750*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000760*----------------------------------------------------------*
000763 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000766 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000770 01  WS-JOKENPO-LOG-STATUS   PIC X(02)  VALUE SPACES.
000780 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000790     88  WS-LOG-EOF                     VALUE "Y".
000800 01  WS-LOG-PRESENT-SW       PIC X(01)  VALUE "Y".
000810     88  WS-LOG-PRESENT                 VALUE "Y".
000820 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000830     88  WS-ABORT-RUN                   VALUE "Y".
000840 01  WS-ARCDATE-ENV          PIC X(08).
000850 01  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
000860*----------------------------------------------------------*
000870*  TOURNAMENT TABLE - ONE ENTRY PER TOURNAMENT ID SEEN ON   *
000880*  THE LOG.  THE LAST-ROUND FIELDS FOLLOW EACH SIDE OF THE  *
000890*  TABLE SO THE NEXT DETAIL CAN BE CHECKED AGAINST THEM;    *
000900*  THE W/L TALLIES ARE SET AGAINST THE TRAILER AT THE END.  *
000910*----------------------------------------------------------*
000920 77  WS-TRN-MAX              PIC 9(04)  COMP  VALUE 2000.
000930 77  WS-TRN-COUNT            PIC 9(04)  COMP  VALUE ZERO.
000940 77  WS-TRN-IDX              PIC 9(04)  COMP  VALUE ZERO.
000950 77  WS-TRN-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
000960 01  WS-TRN-TABLE.
000970     05  WS-TRN-ENTRY        OCCURS 2000 TIMES.
000980     10  WS-TRN-ID        PIC X(14).
000990     10  WS-TRN-HALL-ID   PIC X(04).
001000     10  WS-TRN-P1-ID     PIC X(10).
001010     10  WS-TRN-P2-ID     PIC X(10).
001020     10  WS-TRN-BATCH-SW  PIC X(01).
001030         88  WS-TRN-BATCH               VALUE "Y".
001040     10  WS-TRN-VOID-SW   PIC X(01).
001050         88  WS-TRN-VOIDED              VALUE "Y".
001060     10  WS-TRN-HEADERS   PIC 9(03)  COMP.
001070     10  WS-TRN-TRAILERS  PIC 9(03)  COMP.
001080     10  WS-TRN-DETAILS   PIC 9(05)  COMP.
001090     10  WS-TRN-EARLY     PIC 9(05)  COMP.
001100     10  WS-TRN-LATE      PIC 9(05)  COMP.
001110     10  WS-TRN-HALL-CONFLICTS PIC 9(05)  COMP.
001120     10  WS-TRN-LAST-ROUND-1 PIC 9(05)  COMP.
001130     10  WS-TRN-LAST-ROUND-2 PIC 9(05)  COMP.
001140     10  WS-TRN-GAPS      PIC 9(05)  COMP.
001150     10  WS-TRN-DUPS      PIC 9(05)  COMP.
001160     10  WS-TRN-BAD-ROUND PIC 9(05)  COMP.
001170     10  WS-TRN-P1-WINS   PIC 9(05)  COMP.
001180     10  WS-TRN-P1-LOSSES PIC 9(05)  COMP.
001190     10  WS-TRN-P2-DETAILS PIC 9(05)  COMP.
001200     10  WS-TRN-P2-WINS   PIC 9(05)  COMP.
001210     10  WS-TRN-P2-LOSSES PIC 9(05)  COMP.
001220     10  WS-TRN-SCORE-1   PIC 9(03).
001230     10  WS-TRN-SCORE-2   PIC 9(03).
001240 01  WS-LOOKUP-TRN-ID        PIC X(14).
001250 77  WS-LAST-ROUND           PIC 9(05)  COMP  VALUE ZERO.
001260*----------------------------------------------------------*
001270*  RUN COUNTERS                                             *
001280*----------------------------------------------------------*
001290 77  WS-LOG-RECORDS-READ     PIC 9(07)  COMP  VALUE ZERO.
001300 77  WS-MALFORMED            PIC 9(07)  COMP  VALUE ZERO.
001310 77  WS-CHECKED-TRNS         PIC 9(07)  COMP  VALUE ZERO.
001320 77  WS-DAMAGED-TRNS         PIC 9(07)  COMP  VALUE ZERO.
001330 77  WS-VOIDED-TRNS          PIC 9(07)  COMP  VALUE ZERO.
001340 77  WS-PROBLEM-LINES        PIC 9(07)  COMP  VALUE ZERO.
001350 77  WS-WARNING-LINES        PIC 9(07)  COMP  VALUE ZERO.
001360 77  WS-TRN-OVERFLOW         PIC 9(07)  COMP  VALUE ZERO.
001370 77  WS-TRN-PROBLEMS         PIC 9(05)  COMP  VALUE ZERO.
001380*----------------------------------------------------------*
001390*  REPORT LINES                                             *
001400*----------------------------------------------------------*
001410 01  WS-LGC-HEADER-LINE.
001420     05  FILLER              PIC X(38)  VALUE
001430         "VALIDACAO DO LOG - JOKENPO - DATA".
001440     05  WS-LGC-HDR-DATE     PIC 9(08).
001450     05  FILLER              PIC X(44)  VALUE SPACES.
001460 01  WS-LGC-COL-HEADER.
001470     05  FILLER              PIC X(15)  VALUE "TORNEIO".
001480     05  FILLER              PIC X(05)  VALUE "SALA".
001490     05  FILLER              PIC X(31)  VALUE "PROBLEMA".
001500     05  FILLER              PIC X(08)  VALUE "    QTD".
001510     05  FILLER              PIC X(08)  VALUE "   BASE".
001520     05  FILLER              PIC X(23)  VALUE "OBSERVACAO".
001530 01  WS-LGC-DETAIL.
001540     05  WS-LGC-TRN-ID       PIC X(14).
001550     05  FILLER              PIC X(01)  VALUE SPACE.
001560     05  WS-LGC-HALL-ID      PIC X(04).
001570     05  FILLER              PIC X(01)  VALUE SPACE.
001580     05  WS-LGC-PROBLEM      PIC X(30).
001590     05  FILLER              PIC X(01)  VALUE SPACE.
001600     05  WS-LGC-COUNT        PIC ZZZZZZ9.
001610     05  FILLER              PIC X(01)  VALUE SPACE.
001620     05  WS-LGC-BASE         PIC ZZZZZZ9.
001630     05  FILLER              PIC X(01)  VALUE SPACE.
001640     05  WS-LGC-NOTE         PIC X(22).
001650     05  FILLER              PIC X(01)  VALUE SPACES.
001660 01  WS-LGC-SUMMARY-LINE.
001670     05  WS-LGC-SUM-LABEL    PIC X(38).
001680     05  WS-LGC-SUM-VALUE    PIC ZZZZZZ9.
001690     05  FILLER              PIC X(45)  VALUE SPACES.
001700 01  WS-LGC-RESULT-LINE.
001710     05  FILLER              PIC X(13)  VALUE "RESULTADO: ".
001720     05  WS-LGC-RESULT-TEXT  PIC X(50).
001730     05  FILLER              PIC X(27)  VALUE SPACES.
001740
001750 PROCEDURE DIVISION.
001760*----------------------------------------------------------*
001770*  0000-MAINLINE                                            *
001780*----------------------------------------------------------*
001790 0000-MAINLINE.
001795     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001800     PERFORM 1000-INITIALIZE
001810     THRU 1000-EXIT.
001820     IF WS-LOG-PRESENT
001830     PERFORM 2000-SCAN-LOG
001840     THRU 2000-EXIT
001850     PERFORM 3000-CHECK-TOURNAMENTS
001860     THRU 3000-EXIT
001870     END-IF.
001880     PERFORM 4000-WRITE-SUMMARY
001890     THRU 4000-EXIT.
001900     PERFORM 9999-TERMINATE
001910     THRU 9999-EXIT.
001913     PERFORM 9900-WRITE-RUN-CONTROL
001916     THRU 9900-EXIT.
001920     STOP RUN.
001930
001940*----------------------------------------------------------*
001950*  1000-INITIALIZE - DATE THE REPORT, OPEN THE LOG.  NO LOG *
001960*  MEANS NOTHING TO ARCHIVE; ANY OTHER OPEN FAILURE HOLDS   *
001970*  THE ARCHIVE                                              *
001980*----------------------------------------------------------*
001990 1000-INITIALIZE.
002000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
002010     ACCEPT WS-ARCDATE-ENV FROM ENVIRONMENT "JOKENPO_ARCDATE".
002020     IF WS-ARCDATE-ENV NOT = SPACES
002030         AND FUNCTION TEST-NUMVAL(WS-ARCDATE-ENV) = 0
002040         MOVE FUNCTION NUMVAL(WS-ARCDATE-ENV) TO WS-RUN-DATE
002050     END-IF.
002060     OPEN OUTPUT CHECK-REPORT.
002070     MOVE WS-RUN-DATE TO WS-LGC-HDR-DATE.
002080     MOVE WS-LGC-HEADER-LINE TO LGC-RECORD.
002090     WRITE LGC-RECORD.
002100     MOVE SPACES TO LGC-RECORD.
002110     WRITE LGC-RECORD.
002120     MOVE WS-LGC-COL-HEADER TO LGC-RECORD.
002130     WRITE LGC-RECORD.
002140     OPEN INPUT JOKENPO-LOG.
002150     IF WS-JOKENPO-LOG-STATUS = "35"
002160         MOVE "N" TO WS-LOG-PRESENT-SW
002170         DISPLAY "JOKLGCHK - log inexistente - nada a validar."
002180         GO TO 1000-EXIT
002190     END-IF.
002200     IF WS-JOKENPO-LOG-STATUS NOT = "00"
002210         MOVE "N" TO WS-LOG-PRESENT-SW
002220         MOVE "Y" TO WS-ABORT-SW
002230         DISPLAY "JOKLGCHK - log indisponivel, status "
002240             WS-JOKENPO-LOG-STATUS
002250     END-IF.
002260     GO TO 1000-EXIT.
002270 1000-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------*
002310*  2000-SCAN-LOG - ONE PASS OVER THE LIVE LOG               *
002320*----------------------------------------------------------*
002330 2000-SCAN-LOG.
002340     PERFORM 2100-READ-LOG
002350     THRU 2100-EXIT.
002360     PERFORM 2200-CHECK-ONE-RECORD
002370     THRU 2200-EXIT
002380     UNTIL WS-LOG-EOF.
002390     CLOSE JOKENPO-LOG.
002400     GO TO 2000-EXIT.
002410 2000-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------*
002450*  2100-READ-LOG                                            *
002460*----------------------------------------------------------*
002470 2100-READ-LOG.
002480     READ JOKENPO-LOG
002490     AT END
002500     MOVE "Y" TO WS-LOG-EOF-SW
002510     NOT AT END
002520     ADD 1 TO WS-LOG-RECORDS-READ
002530     END-READ.
002540     GO TO 2100-EXIT.
002550 2100-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------*
002590*  2200-CHECK-ONE-RECORD - A RECORD THAT FAILS ITS FIELD    *
002600*  CHECK IS REPORTED AS MALFORMED AND NOT TABLED            *
002610*----------------------------------------------------------*
002620 2200-CHECK-ONE-RECORD.
002630     IF LOG-RECORD(3:14) = SPACES
002640         MOVE "ID de torneio em branco" TO WS-LGC-PROBLEM
002650         PERFORM 2900-REPORT-MALFORMED
002660         THRU 2900-EXIT
002670         GO TO 2200-READ-NEXT
002680     END-IF.
002690     EVALUATE LOG-RECORD(1:1)
002700     WHEN "H"
002710     MOVE LOG-RECORD TO LOG-HEADER-RECORD
002720     PERFORM 2300-CHECK-HEADER
002730     THRU 2300-EXIT
002740     WHEN "D"
002750     MOVE LOG-RECORD TO LOG-DETAIL-RECORD
002760     PERFORM 2400-CHECK-DETAIL
002770     THRU 2400-EXIT
002780     WHEN "T"
002790     MOVE LOG-RECORD TO LOG-TRAILER-RECORD
002800     PERFORM 2500-CHECK-TRAILER
002810     THRU 2500-EXIT
002820     WHEN "V"
002830     MOVE LOG-RECORD TO LOG-VOID-RECORD
002840     PERFORM 2600-CHECK-VOID
002850     THRU 2600-EXIT
002860     WHEN OTHER
002870     MOVE "Tipo de registro invalido" TO WS-LGC-PROBLEM
002880     PERFORM 2900-REPORT-MALFORMED
002890     THRU 2900-EXIT
002900     END-EVALUATE.
002910 2200-READ-NEXT.
002920     PERFORM 2100-READ-LOG
002930     THRU 2100-EXIT.
002940     GO TO 2200-EXIT.
002950 2200-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------*
002990*  2300-CHECK-HEADER - A SECOND HEADER UNDER THE SAME ID    *
003000*  IS A REPEAT FROM THE SAME HALL AND A REUSED ID FROM      *
003010*  ANOTHER ONE                                              *
003020*----------------------------------------------------------*
003030 2300-CHECK-HEADER.
003040     IF LH-DATE NOT NUMERIC
003050         OR LH-OPPONENT-MODE NOT NUMERIC
003060         MOVE "Cabecalho com campo invalido" TO WS-LGC-PROBLEM
003070         PERFORM 2900-REPORT-MALFORMED
003080         THRU 2900-EXIT
003090         GO TO 2300-EXIT
003100     END-IF.
003110     MOVE LH-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
003120     PERFORM 2700-LOCATE-TOURNAMENT
003130     THRU 2700-EXIT.
003140     IF WS-TRN-FOUND-IDX = ZERO
003150         GO TO 2300-EXIT
003160     END-IF.
003170     ADD 1 TO WS-TRN-HEADERS(WS-TRN-FOUND-IDX).
003180     IF WS-TRN-HEADERS(WS-TRN-FOUND-IDX) > 1
003190         IF LH-HALL-ID NOT = WS-TRN-HALL-ID(WS-TRN-FOUND-IDX)
003200             ADD 1 TO WS-TRN-HALL-CONFLICTS(WS-TRN-FOUND-IDX)
003210         END-IF
003220         GO TO 2300-EXIT
003230     END-IF.
003240     MOVE LH-HALL-ID TO WS-TRN-HALL-ID(WS-TRN-FOUND-IDX).
003250     MOVE LH-PLAYER-1-ID TO WS-TRN-P1-ID(WS-TRN-FOUND-IDX).
003260     MOVE LH-PLAYER-2-ID TO WS-TRN-P2-ID(WS-TRN-FOUND-IDX).
003270     IF LH-PLAYER-1-ID = SPACES
003280         MOVE "Y" TO WS-TRN-BATCH-SW(WS-TRN-FOUND-IDX)
003290     END-IF.
003300     IF WS-TRN-DETAILS(WS-TRN-FOUND-IDX) > ZERO
003310         MOVE WS-TRN-DETAILS(WS-TRN-FOUND-IDX)
003320             TO WS-TRN-EARLY(WS-TRN-FOUND-IDX)
003330     END-IF.
003340     GO TO 2300-EXIT.
003350 2300-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390*  2400-CHECK-DETAIL - ROUND SEQUENCE AND W/L TALLY BY      *
003400*  SIDE.  A DETAIL IS PLAYER 2'S WHEN IT CARRIES THE        *
003410*  HEADER'S SECOND ID (AND THAT ID IS NOT ALSO THE FIRST).  *
003420*----------------------------------------------------------*
003430 2400-CHECK-DETAIL.
003440     IF LD-ROUND-NUMBER NOT NUMERIC
003450         MOVE "Detalhe com rodada invalida" TO WS-LGC-PROBLEM
003460         PERFORM 2900-REPORT-MALFORMED
003470         THRU 2900-EXIT
003480         GO TO 2400-EXIT
003490     END-IF.
003500     IF LD-RESULT-IND NOT = "W" AND NOT = "L" AND NOT = "T"
003510         MOVE "Detalhe com resultado invalido" TO WS-LGC-PROBLEM
003520         PERFORM 2900-REPORT-MALFORMED
003530         THRU 2900-EXIT
003540         GO TO 2400-EXIT
003550     END-IF.
003560     MOVE LD-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
003570     PERFORM 2700-LOCATE-TOURNAMENT
003580     THRU 2700-EXIT.
003590     IF WS-TRN-FOUND-IDX = ZERO
003600         GO TO 2400-EXIT
003610     END-IF.
003620     ADD 1 TO WS-TRN-DETAILS(WS-TRN-FOUND-IDX).
003630     IF WS-TRN-TRAILERS(WS-TRN-FOUND-IDX) > ZERO
003640         ADD 1 TO WS-TRN-LATE(WS-TRN-FOUND-IDX)
003650     END-IF.
003660     IF WS-TRN-HEADERS(WS-TRN-FOUND-IDX) > ZERO
003670         AND LD-HALL-ID NOT = WS-TRN-HALL-ID(WS-TRN-FOUND-IDX)
003680         ADD 1 TO WS-TRN-HALL-CONFLICTS(WS-TRN-FOUND-IDX)
003690     END-IF.
003700     IF LD-PLAYER-ID = WS-TRN-P2-ID(WS-TRN-FOUND-IDX)
003710         AND LD-PLAYER-ID NOT = WS-TRN-P1-ID(WS-TRN-FOUND-IDX)
003720         AND LD-PLAYER-ID NOT = SPACES
003730         ADD 1 TO WS-TRN-P2-DETAILS(WS-TRN-FOUND-IDX)
003740         MOVE WS-TRN-LAST-ROUND-2(WS-TRN-FOUND-IDX)
003750             TO WS-LAST-ROUND
003760         PERFORM 2450-CHECK-ROUND
003770         THRU 2450-EXIT
003780         MOVE LD-ROUND-NUMBER
003790             TO WS-TRN-LAST-ROUND-2(WS-TRN-FOUND-IDX)
003800         IF LD-RESULT-IND = "W"
003810             ADD 1 TO WS-TRN-P2-WINS(WS-TRN-FOUND-IDX)
003820         END-IF
003830         IF LD-RESULT-IND = "L"
003840             ADD 1 TO WS-TRN-P2-LOSSES(WS-TRN-FOUND-IDX)
003850         END-IF
003860         GO TO 2400-EXIT
003870     END-IF.
003880     MOVE WS-TRN-LAST-ROUND-1(WS-TRN-FOUND-IDX) TO WS-LAST-ROUND.
003890     PERFORM 2450-CHECK-ROUND
003900     THRU 2450-EXIT.
003910     MOVE LD-ROUND-NUMBER
003920         TO WS-TRN-LAST-ROUND-1(WS-TRN-FOUND-IDX).
003930     IF LD-RESULT-IND = "W"
003940         ADD 1 TO WS-TRN-P1-WINS(WS-TRN-FOUND-IDX)
003950     END-IF.
003960     IF LD-RESULT-IND = "L"
003970         ADD 1 TO WS-TRN-P1-LOSSES(WS-TRN-FOUND-IDX)
003980     END-IF.
003990     GO TO 2400-EXIT.
004000 2400-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------*
004040*  2450-CHECK-ROUND - THE NEXT ROUND ON A SIDE MUST BE ONE  *
004050*  MORE THAN THE LAST; A ROUND NOT PAST THE LAST IS A       *
004060*  DUPLICATE.  BATCH RUNS ARE CHECKED FOR DUPLICATES ONLY.  *
004070*  THE FIRST OFFENDING ROUND IS KEPT FOR THE REPORT.        *
004080*----------------------------------------------------------*
004090 2450-CHECK-ROUND.
004100     IF LD-ROUND-NUMBER NOT > WS-LAST-ROUND
004110         ADD 1 TO WS-TRN-DUPS(WS-TRN-FOUND-IDX)
004120         IF WS-TRN-BAD-ROUND(WS-TRN-FOUND-IDX) = ZERO
004130             MOVE LD-ROUND-NUMBER
004140                 TO WS-TRN-BAD-ROUND(WS-TRN-FOUND-IDX)
004150         END-IF
004160         GO TO 2450-EXIT
004170     END-IF.
004180     IF WS-TRN-BATCH(WS-TRN-FOUND-IDX)
004190         GO TO 2450-EXIT
004200     END-IF.
004210     IF LD-ROUND-NUMBER NOT = WS-LAST-ROUND + 1
004220         ADD 1 TO WS-TRN-GAPS(WS-TRN-FOUND-IDX)
004230         IF WS-TRN-BAD-ROUND(WS-TRN-FOUND-IDX) = ZERO
004240             MOVE LD-ROUND-NUMBER
004250                 TO WS-TRN-BAD-ROUND(WS-TRN-FOUND-IDX)
004260         END-IF
004270     END-IF.
004280     GO TO 2450-EXIT.
004290 2450-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330*  2500-CHECK-TRAILER - THE FIRST TRAILER'S SCORES ARE KEPT *
004340*  FOR THE SCORE CHECK                                      *
004350*----------------------------------------------------------*
004360 2500-CHECK-TRAILER.
004370     IF LT-PLAYER-1-SCORE NOT NUMERIC
004380         OR LT-PLAYER-2-SCORE NOT NUMERIC
004390         MOVE "Trailer com placar invalido" TO WS-LGC-PROBLEM
004400         PERFORM 2900-REPORT-MALFORMED
004410         THRU 2900-EXIT
004420         GO TO 2500-EXIT
004430     END-IF.
004440     MOVE LT-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
004450     PERFORM 2700-LOCATE-TOURNAMENT
004460     THRU 2700-EXIT.
004470     IF WS-TRN-FOUND-IDX = ZERO
004480         GO TO 2500-EXIT
004490     END-IF.
004500     ADD 1 TO WS-TRN-TRAILERS(WS-TRN-FOUND-IDX).
004510     IF WS-TRN-TRAILERS(WS-TRN-FOUND-IDX) = 1
004520         MOVE LT-PLAYER-1-SCORE
004530             TO WS-TRN-SCORE-1(WS-TRN-FOUND-IDX)
004540         MOVE LT-PLAYER-2-SCORE
004550             TO WS-TRN-SCORE-2(WS-TRN-FOUND-IDX)
004560     END-IF.
004570     GO TO 2500-EXIT.
004580 2500-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------*
004620*  2600-CHECK-VOID - MARK THE TOURNAMENT VOIDED             *
004630*----------------------------------------------------------*
004640 2600-CHECK-VOID.
004650     MOVE LV-TOURNAMENT-ID TO WS-LOOKUP-TRN-ID.
004660     PERFORM 2700-LOCATE-TOURNAMENT
004670     THRU 2700-EXIT.
004680     IF WS-TRN-FOUND-IDX NOT = ZERO
004690         MOVE "Y" TO WS-TRN-VOID-SW(WS-TRN-FOUND-IDX)
004700     END-IF.
004710     GO TO 2600-EXIT.
004720 2600-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------*
004760*  2700-LOCATE-TOURNAMENT - FIND WS-LOOKUP-TRN-ID OR ADD    *
004770*  IT; ZERO WHEN THE TABLE IS FULL (COUNTED, HOLDS THE      *
004780*  ARCHIVE)                                                 *
004790*----------------------------------------------------------*
004800 2700-LOCATE-TOURNAMENT.
004810     MOVE ZERO TO WS-TRN-FOUND-IDX.
004820     PERFORM 2710-CHECK-ONE-TOURNAMENT
004830     THRU 2710-EXIT
004840     VARYING WS-TRN-IDX FROM 1 BY 1
004850     UNTIL WS-TRN-IDX > WS-TRN-COUNT
004860     OR WS-TRN-FOUND-IDX NOT = ZERO.
004870     IF WS-TRN-FOUND-IDX NOT = ZERO
004880         GO TO 2700-EXIT
004890     END-IF.
004900     IF WS-TRN-COUNT NOT < WS-TRN-MAX
004910         ADD 1 TO WS-TRN-OVERFLOW
004920         GO TO 2700-EXIT
004930     END-IF.
004940     ADD 1 TO WS-TRN-COUNT.
004950     MOVE WS-TRN-COUNT TO WS-TRN-FOUND-IDX.
004960     INITIALIZE WS-TRN-ENTRY(WS-TRN-FOUND-IDX).
004970     MOVE WS-LOOKUP-TRN-ID TO WS-TRN-ID(WS-TRN-FOUND-IDX).
004980     MOVE "N" TO WS-TRN-BATCH-SW(WS-TRN-FOUND-IDX).
004990     MOVE "N" TO WS-TRN-VOID-SW(WS-TRN-FOUND-IDX).
005000     GO TO 2700-EXIT.
005010 2700-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------*
005050*  2710-CHECK-ONE-TOURNAMENT                                *
005060*----------------------------------------------------------*
005070 2710-CHECK-ONE-TOURNAMENT.
005080     IF WS-TRN-ID(WS-TRN-IDX) = WS-LOOKUP-TRN-ID
005090     MOVE WS-TRN-IDX TO WS-TRN-FOUND-IDX
005100     END-IF.
005110     GO TO 2710-EXIT.
005120 2710-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160*  2900-REPORT-MALFORMED - ONE LINE PER BAD RECORD: ITS     *
005170*  POSITION ON THE LOG AND ITS FIRST BYTES                  *
005180*----------------------------------------------------------*
005190 2900-REPORT-MALFORMED.
005200     ADD 1 TO WS-MALFORMED.
005210     ADD 1 TO WS-PROBLEM-LINES.
005220     MOVE LOG-RECORD(3:14) TO WS-LGC-TRN-ID.
005230     MOVE SPACES TO WS-LGC-HALL-ID.
005240     MOVE WS-LOG-RECORDS-READ TO WS-LGC-COUNT.
005250     MOVE ZERO TO WS-LGC-BASE.
005260     MOVE LOG-RECORD(1:22) TO WS-LGC-NOTE.
005270     MOVE WS-LGC-DETAIL TO LGC-RECORD.
005280     WRITE LGC-RECORD.
005290     GO TO 2900-EXIT.
005300 2900-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------*
005340*  3000-CHECK-TOURNAMENTS - ONE REPORT LINE PER PROBLEM     *
005350*  FOUND ON EACH TOURNAMENT                                 *
005360*----------------------------------------------------------*
005370 3000-CHECK-TOURNAMENTS.
005380     PERFORM 3100-CHECK-ONE-TOURNAMENT
005390     THRU 3100-EXIT
005400     VARYING WS-TRN-IDX FROM 1 BY 1
005410     UNTIL WS-TRN-IDX > WS-TRN-COUNT.
005420     GO TO 3000-EXIT.
005430 3000-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------*
005470*  3100-CHECK-ONE-TOURNAMENT - A V RECORD ALONE IS THE VOID *
005480*  OF AN EARLIER DAY'S TOURNAMENT AND IS NOT CHECKED        *
005490*----------------------------------------------------------*
005500 3100-CHECK-ONE-TOURNAMENT.
005510     IF WS-TRN-HEADERS(WS-TRN-IDX) = ZERO
005520         AND WS-TRN-DETAILS(WS-TRN-IDX) = ZERO
005530         AND WS-TRN-TRAILERS(WS-TRN-IDX) = ZERO
005540         GO TO 3100-EXIT
005550     END-IF.
005560     ADD 1 TO WS-CHECKED-TRNS.
005570     IF WS-TRN-VOIDED(WS-TRN-IDX)
005580         ADD 1 TO WS-VOIDED-TRNS
005590     END-IF.
005600     MOVE ZERO TO WS-TRN-PROBLEMS.
005610     MOVE SPACES TO WS-LGC-NOTE.
005620     MOVE ZERO TO WS-LGC-BASE.
005630     IF WS-TRN-HEADERS(WS-TRN-IDX) = ZERO
005640         AND WS-TRN-DETAILS(WS-TRN-IDX) > ZERO
005650         MOVE "Detalhe sem cabecalho" TO WS-LGC-PROBLEM
005660         MOVE WS-TRN-DETAILS(WS-TRN-IDX) TO WS-LGC-COUNT
005670         PERFORM 3900-WRITE-PROBLEM
005680         THRU 3900-EXIT
005690     END-IF.
005700     IF WS-TRN-HEADERS(WS-TRN-IDX) = ZERO
005710         AND WS-TRN-TRAILERS(WS-TRN-IDX) > ZERO
005720         MOVE "Trailer sem cabecalho" TO WS-LGC-PROBLEM
005730         MOVE WS-TRN-TRAILERS(WS-TRN-IDX) TO WS-LGC-COUNT
005740         PERFORM 3900-WRITE-PROBLEM
005750         THRU 3900-EXIT
005760     END-IF.
005770     IF WS-TRN-HEADERS(WS-TRN-IDX) > ZERO
005780         AND WS-TRN-TRAILERS(WS-TRN-IDX) = ZERO
005790         MOVE "Cabecalho sem trailer" TO WS-LGC-PROBLEM
005800         MOVE WS-TRN-DETAILS(WS-TRN-IDX) TO WS-LGC-COUNT
005810         MOVE "detalhes lidos" TO WS-LGC-NOTE
005820         PERFORM 3900-WRITE-PROBLEM
005830         THRU 3900-EXIT
005840     END-IF.
005850     IF WS-TRN-HALL-CONFLICTS(WS-TRN-IDX) > ZERO
005860         MOVE "ID de torneio em outra sala" TO WS-LGC-PROBLEM
005870         MOVE WS-TRN-HALL-CONFLICTS(WS-TRN-IDX) TO WS-LGC-COUNT
005880         PERFORM 3900-WRITE-PROBLEM
005890         THRU 3900-EXIT
005900     END-IF.
005910     IF WS-TRN-HEADERS(WS-TRN-IDX) > 1
005920         MOVE "Cabecalho repetido" TO WS-LGC-PROBLEM
005930         MOVE WS-TRN-HEADERS(WS-TRN-IDX) TO WS-LGC-COUNT
005940         PERFORM 3900-WRITE-PROBLEM
005950         THRU 3900-EXIT
005960     END-IF.
005970     IF WS-TRN-TRAILERS(WS-TRN-IDX) > 1
005980         MOVE "Trailer repetido" TO WS-LGC-PROBLEM
005990         MOVE WS-TRN-TRAILERS(WS-TRN-IDX) TO WS-LGC-COUNT
006000         PERFORM 3900-WRITE-PROBLEM
006010         THRU 3900-EXIT
006020     END-IF.
006030     IF WS-TRN-EARLY(WS-TRN-IDX) > ZERO
006040         MOVE "Detalhe antes do cabecalho" TO WS-LGC-PROBLEM
006050         MOVE WS-TRN-EARLY(WS-TRN-IDX) TO WS-LGC-COUNT
006060         PERFORM 3900-WRITE-PROBLEM
006070         THRU 3900-EXIT
006080     END-IF.
006090     IF WS-TRN-LATE(WS-TRN-IDX) > ZERO
006100         MOVE "Detalhe apos o trailer" TO WS-LGC-PROBLEM
006110         MOVE WS-TRN-LATE(WS-TRN-IDX) TO WS-LGC-COUNT
006120         PERFORM 3900-WRITE-PROBLEM
006130         THRU 3900-EXIT
006140     END-IF.
006150     IF WS-TRN-GAPS(WS-TRN-IDX) > ZERO
006160         MOVE "Lacuna na sequencia de rodadas" TO WS-LGC-PROBLEM
006170         MOVE WS-TRN-GAPS(WS-TRN-IDX) TO WS-LGC-COUNT
006180         MOVE WS-TRN-BAD-ROUND(WS-TRN-IDX) TO WS-LGC-BASE
006190         MOVE "base: 1a rodada ruim" TO WS-LGC-NOTE
006200         PERFORM 3900-WRITE-PROBLEM
006210         THRU 3900-EXIT
006220     END-IF.
006230     IF WS-TRN-DUPS(WS-TRN-IDX) > ZERO
006240         MOVE "Rodada duplicada" TO WS-LGC-PROBLEM
006250         MOVE WS-TRN-DUPS(WS-TRN-IDX) TO WS-LGC-COUNT
006260         MOVE WS-TRN-BAD-ROUND(WS-TRN-IDX) TO WS-LGC-BASE
006270         MOVE "base: 1a rodada ruim" TO WS-LGC-NOTE
006280         PERFORM 3900-WRITE-PROBLEM
006290         THRU 3900-EXIT
006300     END-IF.
006310     PERFORM 3200-CHECK-SCORES
006320     THRU 3200-EXIT.
006330     IF WS-TRN-PROBLEMS > ZERO
006340         AND NOT WS-TRN-VOIDED(WS-TRN-IDX)
006350         ADD 1 TO WS-DAMAGED-TRNS
006360     END-IF.
006370     GO TO 3100-EXIT.
006380 3100-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------*
006420*  3200-CHECK-SCORES - PLAYER 1'S SCORE IS THE W AND PLAYER *
006430*  2'S THE L ON THE PLAYER-1 DETAILS; PLAYER-2 DETAILS, IF  *
006440*  ANY, MUST SAY THE SAME FROM THE OTHER SIDE.  BATCH RUNS  *
006450*  AND TOURNAMENTS WITHOUT A TRAILER ARE NOT SCORED.        *
006460*----------------------------------------------------------*
006470 3200-CHECK-SCORES.
006480     IF WS-TRN-BATCH(WS-TRN-IDX)
006490         OR WS-TRN-TRAILERS(WS-TRN-IDX) = ZERO
006500         GO TO 3200-EXIT
006510     END-IF.
006520     MOVE SPACES TO WS-LGC-NOTE.
006530     IF WS-TRN-SCORE-1(WS-TRN-IDX)
006540         NOT = WS-TRN-P1-WINS(WS-TRN-IDX)
006550         MOVE "Placar do jogador 1 diverge" TO WS-LGC-PROBLEM
006560         MOVE WS-TRN-SCORE-1(WS-TRN-IDX) TO WS-LGC-COUNT
006570         MOVE WS-TRN-P1-WINS(WS-TRN-IDX) TO WS-LGC-BASE
006580         MOVE "trailer / detalhes" TO WS-LGC-NOTE
006590         PERFORM 3900-WRITE-PROBLEM
006600         THRU 3900-EXIT
006610     END-IF.
006620     IF WS-TRN-SCORE-2(WS-TRN-IDX)
006630         NOT = WS-TRN-P1-LOSSES(WS-TRN-IDX)
006640         MOVE "Placar do jogador 2 diverge" TO WS-LGC-PROBLEM
006650         MOVE WS-TRN-SCORE-2(WS-TRN-IDX) TO WS-LGC-COUNT
006660         MOVE WS-TRN-P1-LOSSES(WS-TRN-IDX) TO WS-LGC-BASE
006670         MOVE "trailer / detalhes" TO WS-LGC-NOTE
006680         PERFORM 3900-WRITE-PROBLEM
006690         THRU 3900-EXIT
006700     END-IF.
006710     IF WS-TRN-P2-DETAILS(WS-TRN-IDX) = ZERO
006720         GO TO 3200-EXIT
006730     END-IF.
006740     IF WS-TRN-P2-WINS(WS-TRN-IDX)
006750         NOT = WS-TRN-P1-LOSSES(WS-TRN-IDX)
006760         OR WS-TRN-P2-LOSSES(WS-TRN-IDX)
006770             NOT = WS-TRN-P1-WINS(WS-TRN-IDX)
006780         MOVE "Detalhes dos lados divergem" TO WS-LGC-PROBLEM
006790         MOVE WS-TRN-P2-DETAILS(WS-TRN-IDX) TO WS-LGC-COUNT
006800         MOVE WS-TRN-DETAILS(WS-TRN-IDX) TO WS-LGC-BASE
006810         MOVE "jogador 2 / total" TO WS-LGC-NOTE
006820         PERFORM 3900-WRITE-PROBLEM
006830         THRU 3900-EXIT
006840     END-IF.
006850     GO TO 3200-EXIT.
006860 3200-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------*
006900*  3900-WRITE-PROBLEM - A PROBLEM ON A VOIDED TOURNAMENT IS *
006910*  MARKED AS SUCH AND ONLY WARNS                            *
006920*----------------------------------------------------------*
006930 3900-WRITE-PROBLEM.
006940     ADD 1 TO WS-TRN-PROBLEMS.
006950     MOVE WS-TRN-ID(WS-TRN-IDX) TO WS-LGC-TRN-ID.
006960     MOVE WS-TRN-HALL-ID(WS-TRN-IDX) TO WS-LGC-HALL-ID.
006970     IF WS-TRN-VOIDED(WS-TRN-IDX)
006980         MOVE "anulado - so aviso" TO WS-LGC-NOTE
006990         ADD 1 TO WS-WARNING-LINES
007000     ELSE
007010         ADD 1 TO WS-PROBLEM-LINES
007020     END-IF.
007030     MOVE WS-LGC-DETAIL TO LGC-RECORD.
007040     WRITE LGC-RECORD.
007050     MOVE SPACES TO WS-LGC-NOTE.
007060     MOVE ZERO TO WS-LGC-BASE.
007070     GO TO 3900-EXIT.
007080 3900-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------*
007120*  4000-WRITE-SUMMARY - COUNTS AND THE VERDICT FOR THE      *
007130*  OPERATOR                                                 *
007140*----------------------------------------------------------*
007150 4000-WRITE-SUMMARY.
007160     IF WS-TRN-OVERFLOW > ZERO
007170         MOVE "Y" TO WS-ABORT-SW
007180     END-IF.
007190     MOVE SPACES TO LGC-RECORD.
007200     WRITE LGC-RECORD.
007210     MOVE "Registros lidos.....................: "
007220         TO WS-LGC-SUM-LABEL.
007230     MOVE WS-LOG-RECORDS-READ TO WS-LGC-SUM-VALUE.
007240     MOVE WS-LGC-SUMMARY-LINE TO LGC-RECORD.
007250     WRITE LGC-RECORD.
007260     MOVE "Torneios no log.....................: "
007270         TO WS-LGC-SUM-LABEL.
007280     MOVE WS-CHECKED-TRNS TO WS-LGC-SUM-VALUE.
007290     MOVE WS-LGC-SUMMARY-LINE TO LGC-RECORD.
007300     WRITE LGC-RECORD.
007310     MOVE "Registros malformados...............: "
007320         TO WS-LGC-SUM-LABEL.
007330     MOVE WS-MALFORMED TO WS-LGC-SUM-VALUE.
007340     MOVE WS-LGC-SUMMARY-LINE TO LGC-RECORD.
007350     WRITE LGC-RECORD.
007360     MOVE "Torneios danificados................: "
007370         TO WS-LGC-SUM-LABEL.
007380     MOVE WS-DAMAGED-TRNS TO WS-LGC-SUM-VALUE.
007390     MOVE WS-LGC-SUMMARY-LINE TO LGC-RECORD.
007400     WRITE LGC-RECORD.
007410     MOVE "Torneios anulados...................: "
007420         TO WS-LGC-SUM-LABEL.
007430     MOVE WS-VOIDED-TRNS TO WS-LGC-SUM-VALUE.
007440     MOVE WS-LGC-SUMMARY-LINE TO LGC-RECORD.
007450     WRITE LGC-RECORD.
007460     MOVE "Avisos em torneios anulados.........: "
007470         TO WS-LGC-SUM-LABEL.
007480     MOVE WS-WARNING-LINES TO WS-LGC-SUM-VALUE.
007490     MOVE WS-LGC-SUMMARY-LINE TO LGC-RECORD.
007500     WRITE LGC-RECORD.
007510     MOVE "Torneios alem da tabela.............: "
007520         TO WS-LGC-SUM-LABEL.
007530     MOVE WS-TRN-OVERFLOW TO WS-LGC-SUM-VALUE.
007540     MOVE WS-LGC-SUMMARY-LINE TO LGC-RECORD.
007550     WRITE LGC-RECORD.
007560     MOVE SPACES TO LGC-RECORD.
007570     WRITE LGC-RECORD.
007580     EVALUATE TRUE
007590     WHEN WS-ABORT-RUN
007600     MOVE "LOG NAO VALIDADO - ARQUIVAMENTO RETIDO"
007610         TO WS-LGC-RESULT-TEXT
007620     WHEN WS-PROBLEM-LINES > ZERO
007630     MOVE "LOG DANIFICADO - ARQUIVAMENTO RETIDO"
007640         TO WS-LGC-RESULT-TEXT
007650     WHEN WS-WARNING-LINES > ZERO
007660     MOVE "LOG INTEGRO COM AVISOS - ARQUIVAR"
007670         TO WS-LGC-RESULT-TEXT
007680     WHEN OTHER
007690     MOVE "LOG INTEGRO - ARQUIVAR" TO WS-LGC-RESULT-TEXT
007700     END-EVALUATE.
007710     MOVE WS-LGC-RESULT-LINE TO LGC-RECORD.
007720     WRITE LGC-RECORD.
007730     CLOSE CHECK-REPORT.
007740     GO TO 4000-EXIT.
007750 4000-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------*
007790*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
007800*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
007810*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
007820*  LEAVES THE RETURN CODE AS IT IS                          *
007830*----------------------------------------------------------*
007840 9900-WRITE-RUN-CONTROL.
007850     OPEN EXTEND RUN-CONTROL.
007860     IF WS-RUN-CONTROL-STATUS = "35"
007870         OPEN OUTPUT RUN-CONTROL
007880         CLOSE RUN-CONTROL
007890         OPEN EXTEND RUN-CONTROL
007900     END-IF.
007910     IF WS-RUN-CONTROL-STATUS NOT = "00"
007920         DISPLAY "JOKLGCHK - controle de execucao indisponivel, "
007930             "status " WS-RUN-CONTROL-STATUS
007940         GO TO 9900-EXIT
007950     END-IF.
007960     MOVE SPACES TO RUN-CONTROL-RECORD.
007970     MOVE "JOKLGCHK" TO RN-PROGRAM.
007980     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
007990     MOVE WS-RUN-DATE TO RN-RUN-DATE.
008000     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
008010     MOVE RETURN-CODE TO RN-RETURN-CODE.
008020     MOVE "LIDOS" TO RN-COUNT-LABEL(1).
008030     MOVE WS-LOG-RECORDS-READ TO RN-COUNT-VALUE(1).
008040     MOVE "MALFORM" TO RN-COUNT-LABEL(2).
008050     MOVE WS-MALFORMED TO RN-COUNT-VALUE(2).
008060     MOVE "DANIFIC" TO RN-COUNT-LABEL(3).
008070     MOVE WS-DAMAGED-TRNS TO RN-COUNT-VALUE(3).
008080     MOVE "AVISOS" TO RN-COUNT-LABEL(4).
008090     MOVE WS-WARNING-LINES TO RN-COUNT-VALUE(4).
008100     WRITE RUN-CONTROL-RECORD.
008110     CLOSE RUN-CONTROL.
008120     GO TO 9900-EXIT.
008130 9900-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------*
008170*  9999-TERMINATE - REPORT THE RUN TOTALS AND SET THE RC    *
008180*----------------------------------------------------------*
008190 9999-TERMINATE.
008200     DISPLAY "JOKLGCHK - registros lidos.....: "
008210         WS-LOG-RECORDS-READ.
008220     DISPLAY "JOKLGCHK - registros malformados: " WS-MALFORMED.
008230     DISPLAY "JOKLGCHK - torneios danificados: " WS-DAMAGED-TRNS.
008240     DISPLAY "JOKLGCHK - avisos (anulados)...: " WS-WARNING-LINES.
008250     IF WS-TRN-OVERFLOW > ZERO
008260         DISPLAY "JOKLGCHK - tabela de torneios cheia: "
008270             WS-TRN-OVERFLOW " registros sem validar."
008280     END-IF.
008290     EVALUATE TRUE
008300     WHEN WS-ABORT-RUN
008310     MOVE 8 TO RETURN-CODE
008320     WHEN WS-PROBLEM-LINES > ZERO
008330     DISPLAY "JOKLGCHK - log danificado - arquivamento retido."
008340     MOVE 8 TO RETURN-CODE
008350     WHEN WS-WARNING-LINES > ZERO
008360     MOVE 4 TO RETURN-CODE
008370     WHEN OTHER
008380     MOVE ZERO TO RETURN-CODE
008390     END-EVALUATE.
008400     GO TO 9999-EXIT.
008410 9999-EXIT.
008420     EXIT.
