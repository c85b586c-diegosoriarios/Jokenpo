000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOKMORN.
000030 AUTHOR.        R. ALMEIDA.
000040 INSTALLATION.  SALAO DE JOGOS - TI.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - MORNING OPERATIONS   *
000110*                   REPORT OVER THE RUN-CONTROL FILE.       *
000120*----------------------------------------------------------*
000130*  RUN EACH MORNING BEFORE THE HALL OPENS.  EVERY BATCH JOB *
000140*  APPENDS A RECORD TO THE RUN-CONTROL FILE (JOKRUNC,       *
000150*  JOKRUNRC) AS IT ENDS.  THIS REPORT TAKES THE RUNS OF ONE *
000160*  OPERATIONS DAY - THOSE STARTED FROM THE CUT-OFF HOUR ON  *
000170*  THE DATE IN JOKENPO_RUNDATE (DEFAULT YESTERDAY) UNTIL    *
000180*  THE CUT-OFF HOUR ON THE DAY AFTER, SO THE NIGHT STREAM   *
000190*  RUNNING PAST MIDNIGHT COUNTS FOR THE DAY IT CLOSES.      *
000200*  JOKENPO_CUTOFF (HHMM, DEFAULT 0600) MOVES THE CUT-OFF.   *
000210*                                                           *
000220*  MORNRPT THEN SHOWS:                                      *
000230*    - EVERY JOB ON THE SCHEDULE (JOKSCHED, JOKSCHRC) DUE   *
000240*      THAT DAY OR RUN THAT DAY, WITH THE LAST RUN'S RETURN *
000250*      CODE, TIMES AND COUNTS: OK (RC 0), AVISO (RC 4),     *
000260*      FALHOU (RC 8 OR MORE) OR NAO RODOU.  A JOB THAT      *
000270*      ABENDED WROTE NO RECORD AND SHOWS AS NAO RODOU;      *
000280*    - RUNS OF JOBS NOT ON THE SCHEDULE;                    *
000290*    - THE CROSS-FOOTS: BATCH ROUNDS POSTED BY JOKENPOB AND *
000300*      JOKLEAGB AGAINST BATCH ROUNDS ARCHIVED BY JOKLGARC,  *
000310*      AND THE DAY'S CHARGES ON THE CASH LEDGER (JOKLEDG)   *
000320*      AGAINST THE HALL TOURNAMENTS OF THE DAY ON THE       *
000330*      TOURNAMENT INDEX (JOKTIDX), EACH WAY BY TOURNAMENT   *
000340*      ID.  A TOURNAMENT WITHOUT A CHARGE IS ONLY OUT WHEN  *
000350*      THE FEE TABLE (JOKFEES) HAS A FEE FOR ITS GAME MODE; *
000360*      A PLAYER-VS-PLAYER TOURNAMENT MAY BE A COMPETITION   *
000370*      NIGHT MATCH, SO IT IS ALSO LEFT ALONE WHEN THE MATCH *
000380*      FEE (CATEGORY 3) IS ZERO;                            *
000390*    - LAST, EVERYTHING OUT AS AN EXCEPTION FOR THE         *
000400*      OPERATOR, ALSO SHOWN ON SYSOUT.                      *
000410*                                                           *
000420*  RC=8 WHEN THE RUN-CONTROL FILE CANNOT BE READ; RC=4 WHEN *
000430*  THERE IS ANY EXCEPTION.  THE JOB ONLY READS, AND ADDS    *
000440*  ITS OWN RUN-CONTROL RECORD.                              *
000450*----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000520     SELECT SCHEDULE-FILE ASSIGN TO "JOKSCHED"
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-SCHEDULE-STATUS.
000550     SELECT CASH-LEDGER ASSIGN TO "JOKLEDG"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-CASH-LEDGER-STATUS.
000580     SELECT FEE-TABLE ASSIGN TO "JOKFEES"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS WS-FEE-TABLE-STATUS.
000610     SELECT TOURNAMENT-INDEX ASSIGN TO "JOKTIDX"
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS DYNAMIC
000640     RECORD KEY IS TX-KEY
000650     FILE STATUS IS WS-TOURN-INDEX-STATUS.
000660     SELECT MORNING-REPORT ASSIGN TO "MORNRPT"
000670     ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  RUN-CONTROL.
000720     COPY JOKRUNRC.
000730
000740 FD  SCHEDULE-FILE.
000750     COPY JOKSCHRC.
000760
000770 FD  CASH-LEDGER.
000780 01  LEDGER-RECORD               PIC X(50).
000790
000800 FD  FEE-TABLE.
000810 01  FEE-RECORD.
000820     05  FE-CATEGORY             PIC 9(01).
000830     05  FILLER                  PIC X(01).
000840     05  FE-AMOUNT               PIC 9(05)V9(02).
000850
000860 FD  TOURNAMENT-INDEX.
000870     COPY JOKTIXRC.
000880
000890 FD  MORNING-REPORT.
000900 01  MRN-RECORD                  PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------*
000940*  TYPED CASH LEDGER RECORDS                                *
000950*----------------------------------------------------------*
000960     COPY JOKLEDRC.
000970*----------------------------------------------------------*
000980*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000990*----------------------------------------------------------*
001000 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
001010 01  WS-SCHEDULE-STATUS      PIC X(02)  VALUE SPACES.
001020 01  WS-CASH-LEDGER-STATUS   PIC X(02)  VALUE SPACES.
001030 01  WS-FEE-TABLE-STATUS     PIC X(02)  VALUE SPACES.
001040 01  WS-TOURN-INDEX-STATUS   PIC X(02)  VALUE SPACES.
001050 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
001060 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
001070     88  WS-RUN-ABORTED                 VALUE "Y".
001080 01  WS-REPORT-OPEN-SW       PIC X(01)  VALUE "N".
001090     88  WS-REPORT-OPEN                 VALUE "Y".
001100 01  WS-RUNC-EOF-SW          PIC X(01)  VALUE "N".
001110     88  WS-RUNC-EOF                    VALUE "Y".
001120 01  WS-SCHED-EOF-SW         PIC X(01)  VALUE "N".
001130     88  WS-SCHED-EOF                   VALUE "Y".
001140 01  WS-LEDGER-EOF-SW        PIC X(01)  VALUE "N".
001150     88  WS-LEDGER-EOF                  VALUE "Y".
001160 01  WS-FEE-EOF-SW           PIC X(01)  VALUE "N".
001170     88  WS-FEE-EOF                     VALUE "Y".
001180 01  WS-TIDX-EOF-SW          PIC X(01)  VALUE "N".
001190     88  WS-TIDX-EOF                    VALUE "Y".
001200 01  WS-EXPECTED-SW          PIC X(01)  VALUE "N".
001210     88  WS-JOB-EXPECTED                VALUE "Y".
001220 01  WS-ARCHIVE-SEEN-SW      PIC X(01)  VALUE "N".
001230     88  WS-ARCHIVE-SEEN                VALUE "Y".
001240*----------------------------------------------------------*
001250*  RUN PARAMETERS AND THE OPERATIONS-DAY WINDOW             *
001260*----------------------------------------------------------*
001270 01  WS-DATE-ENV             PIC X(08)  VALUE SPACES.
001280 01  WS-CUTOFF-ENV           PIC X(04)  VALUE SPACES.
001290 01  WS-TODAY-DATE           PIC 9(08)  VALUE ZERO.
001300 01  WS-REPORT-DATE          PIC 9(08)  VALUE ZERO.
001310 01  FILLER REDEFINES WS-REPORT-DATE.
001320     05  FILLER              PIC 9(06).
001330     05  WS-REPORT-DAY       PIC 9(02).
001340 01  WS-NEXT-DATE            PIC 9(08)  VALUE ZERO.
001350 01  FILLER REDEFINES WS-NEXT-DATE.
001360     05  FILLER              PIC 9(06).
001370     05  WS-NEXT-DAY         PIC 9(02).
001380 01  WS-CUTOFF               PIC 9(04)  VALUE 0600.
001390 01  FILLER REDEFINES WS-CUTOFF.
001400     05  WS-CUTOFF-HOUR      PIC 9(02).
001410     05  WS-CUTOFF-MINUTE    PIC 9(02).
001420 77  WS-DATE-INT             PIC 9(07)  COMP  VALUE ZERO.
001430 77  WS-WEEKDAY              PIC 9(01)  COMP  VALUE ZERO.
001440 01  WS-WINDOW-FROM.
001450     05  WS-WF-DATE          PIC 9(08).
001460     05  WS-WF-HHMM          PIC 9(04).
001470     05  FILLER              PIC 9(02)  VALUE ZERO.
001480 01  WS-WINDOW-TO.
001490     05  WS-WT-DATE          PIC 9(08).
001500     05  WS-WT-HHMM          PIC 9(04).
001510     05  FILLER              PIC 9(02)  VALUE ZERO.
001520*----------------------------------------------------------*
001530*  RUNS OF THE DAY, IN THE ORDER THEY WERE WRITTEN.  A RUN  *
001540*  IS MARKED ONCE A SCHEDULE ENTRY HAS CLAIMED IT; THE REST *
001550*  ARE LISTED AS OUTSIDE THE SCHEDULE                       *
001560*----------------------------------------------------------*
001570 77  WS-RUNC-READ            PIC 9(07)  COMP  VALUE ZERO.
001580 77  WS-RUN-COUNT            PIC 9(03)  COMP  VALUE ZERO.
001590 77  WS-RUN-IDX              PIC 9(03)  COMP  VALUE ZERO.
001600 77  WS-RUN-FOUND-IDX        PIC 9(03)  COMP  VALUE ZERO.
001610 77  WS-RUN-MATCHES          PIC 9(03)  COMP  VALUE ZERO.
001620 77  WS-RUN-OVERFLOW         PIC 9(05)  COMP  VALUE ZERO.
001630 01  WS-RUN-TABLE.
001640     05  WS-RUN-ENTRY        OCCURS 500 TIMES.
001650     10  WS-RUN-LINE      PIC X(170).
001660     10  WS-RUN-CLAIMED   PIC X(01).
001670     COPY JOKRUNRC
001680         REPLACING ==RUN-CONTROL-RECORD==
001690             BY ==WS-CUR-RUN==
001700         LEADING ==RN-== BY ==CR-==.
001710 77  WS-CT-IDX               PIC 9(01)  COMP  VALUE ZERO.
001720*----------------------------------------------------------*
001730*  FEES BY CATEGORY (1 CLASSICO, 2 LIZARD-SPOCK, 3 NOITE DE *
001740*  COMPETICAO) AND THE DAY'S CHARGES                        *
001750*----------------------------------------------------------*
001760 01  WS-FEE-TABLE.
001770     05  WS-FEE-AMOUNT       PIC 9(05)V9(02)  OCCURS 3 TIMES.
001780 01  WS-MODE-FEE             PIC 9(05)V9(02)  VALUE ZERO.
001790 77  WS-CHG-COUNT            PIC 9(04)  COMP  VALUE ZERO.
001800 77  WS-CHG-IDX              PIC 9(04)  COMP  VALUE ZERO.
001810 77  WS-CHG-FOUND-IDX        PIC 9(04)  COMP  VALUE ZERO.
001820 77  WS-CHG-OVERFLOW         PIC 9(05)  COMP  VALUE ZERO.
001830 01  WS-CHG-TABLE.
001840     05  WS-CHG-ENTRY        OCCURS 2000 TIMES.
001850     10  WS-CHG-TRN-ID    PIC X(14).
001860     10  WS-CHG-AMOUNT    PIC 9(05)V9(02).
001870*----------------------------------------------------------*
001880*  RUN COUNTERS AND CROSS-FOOT TOTALS                       *
001890*----------------------------------------------------------*
001900 77  WS-JOBS-EXPECTED        PIC 9(05)  COMP  VALUE ZERO.
001910 77  WS-JOBS-OK              PIC 9(05)  COMP  VALUE ZERO.
001920 77  WS-JOBS-WARNED          PIC 9(05)  COMP  VALUE ZERO.
001930 77  WS-JOBS-FAILED          PIC 9(05)  COMP  VALUE ZERO.
001940 77  WS-JOBS-MISSING         PIC 9(05)  COMP  VALUE ZERO.
001950 77  WS-RUNS-UNSCHEDULED     PIC 9(05)  COMP  VALUE ZERO.
001960 77  WS-ROUNDS-POSTED        PIC 9(09)  COMP  VALUE ZERO.
001970 77  WS-ROUNDS-ARCHIVED      PIC 9(09)  COMP  VALUE ZERO.
001980 77  WS-CHARGES-OF-DAY       PIC 9(07)  COMP  VALUE ZERO.
001990 01  WS-CHARGES-AMOUNT       PIC 9(09)V9(02)  VALUE ZERO.
002000 77  WS-HALL-TOURNAMENTS     PIC 9(07)  COMP  VALUE ZERO.
002010 77  WS-CHARGES-UNMATCHED    PIC 9(07)  COMP  VALUE ZERO.
002020 77  WS-TOURNAMENTS-UNPAID   PIC 9(07)  COMP  VALUE ZERO.
002030*----------------------------------------------------------*
002040*  EXCEPTIONS, KEPT FOR THE LAST SECTION OF THE REPORT      *
002050*----------------------------------------------------------*
002060 77  WS-EXC-TOTAL            PIC 9(05)  COMP  VALUE ZERO.
002070 77  WS-EXC-COUNT            PIC 9(03)  COMP  VALUE ZERO.
002080 77  WS-EXC-IDX              PIC 9(03)  COMP  VALUE ZERO.
002090 01  WS-EXC-TEXT             PIC X(100) VALUE SPACES.
002100 01  WS-EXC-TABLE.
002110     05  WS-EXC-ENTRY        PIC X(100) OCCURS 300 TIMES.
002120 01  WS-EDIT-COUNT           PIC Z(8)9.
002130 01  WS-EDIT-COUNT-2         PIC Z(8)9.
002140 01  WS-EDIT-AMOUNT          PIC ZZZZZZ9.99.
002150 01  WS-EDIT-HALL            PIC X(04)  VALUE SPACES.
002160*----------------------------------------------------------*
002170*  REPORT LINES                                             *
002180*----------------------------------------------------------*
002190 01  WS-MRN-HEADER-1         PIC X(132)  VALUE
002200     "RELATORIO DA MANHA - OPERACAO BATCH - JOKENPO".
002210 01  WS-MRN-PARM-LINE.
002220     05  FILLER              PIC X(17)  VALUE "DIA OPERACIONAL: ".
002230     05  WS-MRN-PARM-DATE    PIC 9(08).
002240     05  FILLER              PIC X(26)  VALUE
002250         "   EXECUCOES INICIADAS DE ".
002260     05  WS-MRN-PARM-FROM-D  PIC 9(08).
002270     05  FILLER              PIC X(01)  VALUE SPACE.
002280     05  WS-MRN-PARM-FROM-T  PIC 9(04).
002290     05  FILLER              PIC X(05)  VALUE " ATE ".
002300     05  WS-MRN-PARM-TO-D    PIC 9(08).
002310     05  FILLER              PIC X(01)  VALUE SPACE.
002320     05  WS-MRN-PARM-TO-T    PIC 9(04).
002330     05  FILLER              PIC X(50)  VALUE SPACES.
002340 01  WS-MRN-SCHED-TITLE      PIC X(132)  VALUE
002350     "JOBS DA AGENDA".
002360 01  WS-MRN-EXTRA-TITLE      PIC X(132)  VALUE
002370     "EXECUCOES FORA DA AGENDA".
002380 01  WS-MRN-XF-TITLE         PIC X(132)  VALUE
002390     "CONFERENCIAS CRUZADAS".
002400 01  WS-MRN-EXC-TITLE        PIC X(132)  VALUE
002410     "EXCECOES PARA O OPERADOR".
002420 01  WS-MRN-COLUMN-HEADER.
002430     05  FILLER              PIC X(12)  VALUE "  PROGRAMA  ".
002440     05  FILLER              PIC X(06)  VALUE "SALAO ".
002450     05  FILLER              PIC X(10)  VALUE "FREQ.".
002460     05  FILLER              PIC X(12)  VALUE "SITUACAO".
002470     05  FILLER              PIC X(05)  VALUE "RC".
002480     05  FILLER              PIC X(17)  VALUE "INICIO".
002490     05  FILLER              PIC X(17)  VALUE "FIM".
002500     05  FILLER              PIC X(04)  VALUE "EX.".
002510     05  FILLER              PIC X(49)  VALUE "DESCRICAO".
002520 01  WS-MRN-JOB-LINE.
002530     05  FILLER              PIC X(02)  VALUE SPACES.
002540     05  WS-MRN-PROGRAM      PIC X(08).
002550     05  FILLER              PIC X(02)  VALUE SPACES.
002560     05  WS-MRN-HALL         PIC X(04).
002570     05  FILLER              PIC X(02)  VALUE SPACES.
002580     05  WS-MRN-FREQUENCY    PIC X(08).
002590     05  FILLER              PIC X(02)  VALUE SPACES.
002600     05  WS-MRN-STATUS       PIC X(10).
002610     05  FILLER              PIC X(02)  VALUE SPACES.
002620     05  WS-MRN-RC           PIC X(03).
002630     05  FILLER              PIC X(02)  VALUE SPACES.
002640     05  WS-MRN-START        PIC X(15).
002650     05  FILLER              PIC X(02)  VALUE SPACES.
002660     05  WS-MRN-END          PIC X(15).
002670     05  FILLER              PIC X(02)  VALUE SPACES.
002680     05  WS-MRN-RUNS         PIC Z9.
002690     05  FILLER              PIC X(02)  VALUE SPACES.
002700     05  WS-MRN-DESCRIPTION  PIC X(30).
002710     05  FILLER              PIC X(19)  VALUE SPACES.
002720 01  WS-MRN-COUNT-LINE.
002730     05  FILLER              PIC X(12).
002740     05  WS-MRN-CT-ENTRY     OCCURS 6 TIMES.
002750     10  WS-MRN-CT-LABEL  PIC X(08).
002760     10  FILLER           PIC X(01).
002770     10  WS-MRN-CT-VALUE  PIC Z(8)9.
002780     10  FILLER           PIC X(02).
002790 01  WS-STAMP-EDIT.
002800     05  WS-SE-DATE          PIC X(08).
002810     05  FILLER              PIC X(01)  VALUE SPACE.
002820     05  WS-SE-TIME          PIC X(06).
002830 01  WS-MRN-XF-LINE.
002840     05  FILLER              PIC X(02)  VALUE SPACES.
002850     05  WS-MRN-XF-LABEL     PIC X(48).
002860     05  WS-MRN-XF-VALUE     PIC Z(8)9.
002870     05  FILLER              PIC X(02)  VALUE SPACES.
002880     05  WS-MRN-XF-NOTE      PIC X(40).
002890     05  FILLER              PIC X(31)  VALUE SPACES.
002900 01  WS-MRN-EXC-LINE.
002910     05  FILLER              PIC X(02)  VALUE SPACES.
002920     05  WS-MRN-EXC-TEXT     PIC X(100).
002930     05  FILLER              PIC X(30)  VALUE SPACES.
002940 01  WS-MRN-NONE-LINE        PIC X(132)  VALUE
002950     "  NENHUMA".
002960 01  WS-MRN-NO-EXC-LINE      PIC X(132)  VALUE
002970     "  NENHUMA EXCECAO - OPERACAO DA NOITE CONFERIDA".
002980 01  WS-MRN-NO-SCHED-LINE    PIC X(132)  VALUE
002990     "  AGENDA INDISPONIVEL - EXECUCOES LISTADAS SEM CONFERENCIA".
003000
003010 PROCEDURE DIVISION.
003020*----------------------------------------------------------*
003030*  0000-MAINLINE                                            *
003040*----------------------------------------------------------*
003050 0000-MAINLINE.
003060     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
003070     PERFORM 1000-INITIALIZE
003080     THRU 1000-EXIT.
003090     IF NOT WS-RUN-ABORTED
003100         PERFORM 2000-LOAD-RUNS
003110         THRU 2000-EXIT
003120     END-IF.
003130     IF NOT WS-RUN-ABORTED
003140         PERFORM 3000-CHECK-SCHEDULE
003150         THRU 3000-EXIT
003160         PERFORM 4000-LIST-UNSCHEDULED
003170         THRU 4000-EXIT
003180         PERFORM 5000-CROSS-FOOT-ROUNDS
003190         THRU 5000-EXIT
003200         PERFORM 6000-CROSS-FOOT-CHARGES
003210         THRU 6000-EXIT
003220     END-IF.
003230     IF WS-REPORT-OPEN
003240         PERFORM 7000-PRINT-EXCEPTIONS
003250         THRU 7000-EXIT
003260     END-IF.
003270     PERFORM 9999-TERMINATE
003280     THRU 9999-EXIT.
003290     PERFORM 9900-WRITE-RUN-CONTROL
003300     THRU 9900-EXIT.
003310     STOP RUN.
003320
003330*----------------------------------------------------------*
003340*  1000-INITIALIZE - TAKE THE PARAMETERS, WORK OUT THE      *
003350*  WINDOW AND THE DAY OF THE WEEK, LOAD THE FEES AND START  *
003360*  THE REPORT                                               *
003370*----------------------------------------------------------*
003380 1000-INITIALIZE.
003390     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
003400     COMPUTE WS-DATE-INT =
003410         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1.
003420     COMPUTE WS-REPORT-DATE =
003430         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003440     ACCEPT WS-DATE-ENV FROM ENVIRONMENT "JOKENPO_RUNDATE".
003450     IF WS-DATE-ENV NOT = SPACES
003460         IF WS-DATE-ENV IS NOT NUMERIC
003470             DISPLAY "JOKMORN - JOKENPO_RUNDATE invalida: "
003480                 WS-DATE-ENV
003490             MOVE "Y" TO WS-ABORT-SW
003500             GO TO 1000-EXIT
003510         END-IF
003520         MOVE WS-DATE-ENV TO WS-REPORT-DATE
003530         COMPUTE WS-DATE-INT =
003540             FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
003550         IF WS-DATE-INT = ZERO
003560             DISPLAY "JOKMORN - JOKENPO_RUNDATE invalida: "
003570                 WS-DATE-ENV
003580             MOVE "Y" TO WS-ABORT-SW
003590             GO TO 1000-EXIT
003600         END-IF
003610     END-IF.
003620     ACCEPT WS-CUTOFF-ENV FROM ENVIRONMENT "JOKENPO_CUTOFF".
003630     IF WS-CUTOFF-ENV NOT = SPACES
003640         IF WS-CUTOFF-ENV IS NUMERIC
003650             AND WS-CUTOFF-ENV(1:2) < "24"
003660             AND WS-CUTOFF-ENV(3:2) < "60"
003670             MOVE WS-CUTOFF-ENV TO WS-CUTOFF
003680         ELSE
003690             DISPLAY "JOKMORN - JOKENPO_CUTOFF invalido - "
003700                 "usando 0600"
003710         END-IF
003720     END-IF.
003730     COMPUTE WS-NEXT-DATE =
003740         FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1).
003750     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT, 7).
003760     IF WS-WEEKDAY = ZERO
003770         MOVE 7 TO WS-WEEKDAY
003780     END-IF.
003790     MOVE WS-REPORT-DATE TO WS-WF-DATE.
003800     MOVE WS-CUTOFF TO WS-WF-HHMM.
003810     MOVE WS-NEXT-DATE TO WS-WT-DATE.
003820     MOVE WS-CUTOFF TO WS-WT-HHMM.
003830     PERFORM 1100-LOAD-FEES
003840     THRU 1100-EXIT.
003850     OPEN OUTPUT MORNING-REPORT.
003860     MOVE "Y" TO WS-REPORT-OPEN-SW.
003870     MOVE WS-MRN-HEADER-1 TO MRN-RECORD.
003880     WRITE MRN-RECORD.
003890     MOVE WS-REPORT-DATE TO WS-MRN-PARM-DATE.
003900     MOVE WS-WF-DATE TO WS-MRN-PARM-FROM-D.
003910     MOVE WS-WF-HHMM TO WS-MRN-PARM-FROM-T.
003920     MOVE WS-WT-DATE TO WS-MRN-PARM-TO-D.
003930     MOVE WS-WT-HHMM TO WS-MRN-PARM-TO-T.
003940     MOVE WS-MRN-PARM-LINE TO MRN-RECORD.
003950     WRITE MRN-RECORD.
003960     GO TO 1000-EXIT.
003970 1000-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------*
004010*  1100-LOAD-FEES - AN ABSENT FEE TABLE LEAVES EVERY        *
004020*  CATEGORY AT ZERO, SO NO TOURNAMENT IS OWED A CHARGE      *
004030*----------------------------------------------------------*
004040 1100-LOAD-FEES.
004050     MOVE ZERO TO WS-FEE-AMOUNT(1).
004060     MOVE ZERO TO WS-FEE-AMOUNT(2).
004070     MOVE ZERO TO WS-FEE-AMOUNT(3).
004080     MOVE "N" TO WS-FEE-EOF-SW.
004090     OPEN INPUT FEE-TABLE.
004100     IF WS-FEE-TABLE-STATUS NOT = "00"
004110         GO TO 1100-EXIT
004120     END-IF.
004130     PERFORM 1110-LOAD-ONE-FEE
004140     THRU 1110-EXIT
004150     UNTIL WS-FEE-EOF.
004160     CLOSE FEE-TABLE.
004170     GO TO 1100-EXIT.
004180 1100-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------*
004220*  1110-LOAD-ONE-FEE                                        *
004230*----------------------------------------------------------*
004240 1110-LOAD-ONE-FEE.
004250     READ FEE-TABLE
004260     AT END
004270     MOVE "Y" TO WS-FEE-EOF-SW
004280     NOT AT END
004290     IF FE-CATEGORY >= 1 AND FE-CATEGORY <= 3
004300     MOVE FE-AMOUNT TO WS-FEE-AMOUNT(FE-CATEGORY)
004310     END-IF
004320     END-READ.
004330     GO TO 1110-EXIT.
004340 1110-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------*
004380*  2000-LOAD-RUNS - KEEP EVERY RUN STARTED INSIDE THE       *
004390*  WINDOW.  WITHOUT THE RUN-CONTROL FILE NOTHING CAN BE     *
004400*  CHECKED AND THE REPORT CARRIES ONLY THAT EXCEPTION       *
004410*----------------------------------------------------------*
004420 2000-LOAD-RUNS.
004430     OPEN INPUT RUN-CONTROL.
004440     IF WS-RUN-CONTROL-STATUS NOT = "00"
004450         MOVE SPACES TO WS-EXC-TEXT
004460         STRING "CONTROLE DE EXECUCAO (JOKRUNC) ILEGIVEL, STATUS "
004470             WS-RUN-CONTROL-STATUS " - NADA CONFERIDO"
004480             DELIMITED BY SIZE INTO WS-EXC-TEXT
004490         END-STRING
004500         PERFORM 8000-ADD-EXCEPTION
004510         THRU 8000-EXIT
004520         MOVE "Y" TO WS-ABORT-SW
004530         GO TO 2000-EXIT
004540     END-IF.
004550     PERFORM 2100-LOAD-ONE-RUN
004560     THRU 2100-EXIT
004570     UNTIL WS-RUNC-EOF.
004580     CLOSE RUN-CONTROL.
004590     IF WS-RUN-OVERFLOW > ZERO
004600         MOVE WS-RUN-OVERFLOW TO WS-EDIT-COUNT
004610         MOVE SPACES TO WS-EXC-TEXT
004620         STRING "EXECUCOES ALEM DA TABELA, NAO CONFERIDAS:"
004630             WS-EDIT-COUNT
004640             DELIMITED BY SIZE INTO WS-EXC-TEXT
004650         END-STRING
004660         PERFORM 8000-ADD-EXCEPTION
004670         THRU 8000-EXIT
004680     END-IF.
004690     GO TO 2000-EXIT.
004700 2000-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740*  2100-LOAD-ONE-RUN                                        *
004750*----------------------------------------------------------*
004760 2100-LOAD-ONE-RUN.
004770     READ RUN-CONTROL
004780     AT END
004790     MOVE "Y" TO WS-RUNC-EOF-SW
004800     GO TO 2100-EXIT
004810     END-READ.
004820     ADD 1 TO WS-RUNC-READ.
004830     IF RN-START-STAMP < WS-WINDOW-FROM
004840         OR RN-START-STAMP NOT < WS-WINDOW-TO
004850         GO TO 2100-EXIT
004860     END-IF.
004870     IF WS-RUN-COUNT NOT < 500
004880         ADD 1 TO WS-RUN-OVERFLOW
004890         GO TO 2100-EXIT
004900     END-IF.
004910     ADD 1 TO WS-RUN-COUNT.
004920     MOVE RUN-CONTROL-RECORD TO WS-RUN-LINE(WS-RUN-COUNT).
004930     MOVE "N" TO WS-RUN-CLAIMED(WS-RUN-COUNT).
004940     GO TO 2100-EXIT.
004950 2100-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------*
004990*  3000-CHECK-SCHEDULE - ONE LINE PER SCHEDULE ENTRY DUE    *
005000*  ON THE DAY OR RUN ON THE DAY.  WITHOUT A SCHEDULE EVERY  *
005010*  RUN FALLS TO THE NEXT SECTION                            *
005020*----------------------------------------------------------*
005030 3000-CHECK-SCHEDULE.
005040     MOVE SPACES TO MRN-RECORD.
005050     WRITE MRN-RECORD.
005060     MOVE WS-MRN-SCHED-TITLE TO MRN-RECORD.
005070     WRITE MRN-RECORD.
005080     OPEN INPUT SCHEDULE-FILE.
005090     IF WS-SCHEDULE-STATUS NOT = "00"
005100         MOVE WS-MRN-NO-SCHED-LINE TO MRN-RECORD
005110         WRITE MRN-RECORD
005120         MOVE SPACES TO WS-EXC-TEXT
005130         STRING "AGENDA (JOKSCHED) INDISPONIVEL, STATUS "
005140             WS-SCHEDULE-STATUS " - JOBS NAO CONFERIDOS"
005150             DELIMITED BY SIZE INTO WS-EXC-TEXT
005160         END-STRING
005170         PERFORM 8000-ADD-EXCEPTION
005180         THRU 8000-EXIT
005190         GO TO 3000-EXIT
005200     END-IF.
005210     MOVE WS-MRN-COLUMN-HEADER TO MRN-RECORD.
005220     WRITE MRN-RECORD.
005230     PERFORM 3100-CHECK-ONE-JOB
005240     THRU 3100-EXIT
005250     UNTIL WS-SCHED-EOF.
005260     CLOSE SCHEDULE-FILE.
005270     GO TO 3000-EXIT.
005280 3000-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------*
005320*  3100-CHECK-ONE-JOB - IS THE JOB DUE TODAY, AND WHAT DID  *
005330*  ITS LAST RUN OF THE DAY RETURN.  BLANK LINES AND LINES   *
005340*  STARTING WITH * ARE THE OPERATOR'S NOTES                 *
005350*----------------------------------------------------------*
005360 3100-CHECK-ONE-JOB.
005370     READ SCHEDULE-FILE
005380     AT END
005390     MOVE "Y" TO WS-SCHED-EOF-SW
005400     GO TO 3100-EXIT
005410     END-READ.
005420     IF SC-PROGRAM = SPACES OR SC-PROGRAM(1:1) = "*"
005430         GO TO 3100-EXIT
005440     END-IF.
005450     MOVE "N" TO WS-EXPECTED-SW.
005460     EVALUATE TRUE
005470     WHEN SC-DAILY
005480     MOVE "Y" TO WS-EXPECTED-SW
005490     MOVE "DIARIO" TO WS-MRN-FREQUENCY
005500     WHEN SC-WEEKLY
005510     IF SC-DAY = WS-WEEKDAY
005520         MOVE "Y" TO WS-EXPECTED-SW
005530     END-IF
005540     MOVE "SEMANAL" TO WS-MRN-FREQUENCY
005550     WHEN SC-MONTHLY
005560     IF SC-DAY = WS-REPORT-DAY
005570         OR (SC-LAST-DAY AND WS-NEXT-DAY = 1)
005580         MOVE "Y" TO WS-EXPECTED-SW
005590     END-IF
005600     MOVE "MENSAL" TO WS-MRN-FREQUENCY
005610     WHEN SC-ON-DEMAND
005620     MOVE "EVENTUAL" TO WS-MRN-FREQUENCY
005630     WHEN OTHER
005640     MOVE SPACES TO WS-EXC-TEXT
005650     STRING "AGENDA (JOKSCHED) COM FREQUENCIA INVALIDA PARA "
005660         SC-PROGRAM
005670         DELIMITED BY SIZE INTO WS-EXC-TEXT
005680     END-STRING
005690     PERFORM 8000-ADD-EXCEPTION
005700     THRU 8000-EXIT
005710     GO TO 3100-EXIT
005720     END-EVALUATE.
005730     MOVE ZERO TO WS-RUN-MATCHES.
005740     MOVE ZERO TO WS-RUN-FOUND-IDX.
005750     PERFORM 3200-CLAIM-ONE-RUN
005760     THRU 3200-EXIT
005770     VARYING WS-RUN-IDX FROM 1 BY 1
005780     UNTIL WS-RUN-IDX > WS-RUN-COUNT.
005790     IF NOT WS-JOB-EXPECTED AND WS-RUN-MATCHES = ZERO
005800         GO TO 3100-EXIT
005810     END-IF.
005820     IF WS-JOB-EXPECTED
005830         ADD 1 TO WS-JOBS-EXPECTED
005840     END-IF.
005850     MOVE SC-PROGRAM TO WS-MRN-PROGRAM.
005860     MOVE SC-HALL-ID TO WS-MRN-HALL.
005870     MOVE SC-DESCRIPTION TO WS-MRN-DESCRIPTION.
005880     MOVE WS-RUN-MATCHES TO WS-MRN-RUNS.
005890     IF WS-RUN-MATCHES = ZERO
005900         MOVE "NAO RODOU" TO WS-MRN-STATUS
005910         MOVE SPACES TO WS-MRN-RC WS-MRN-START WS-MRN-END
005920         MOVE WS-MRN-JOB-LINE TO MRN-RECORD
005930         WRITE MRN-RECORD
005940         ADD 1 TO WS-JOBS-MISSING
005950         MOVE SPACES TO WS-EXC-TEXT
005960         STRING "NAO RODOU  " SC-PROGRAM " " SC-HALL-ID "  "
005970             SC-DESCRIPTION
005980             DELIMITED BY SIZE INTO WS-EXC-TEXT
005990         END-STRING
006000         PERFORM 8000-ADD-EXCEPTION
006010         THRU 8000-EXIT
006020         GO TO 3100-EXIT
006030     END-IF.
006040     MOVE WS-RUN-LINE(WS-RUN-FOUND-IDX) TO WS-CUR-RUN.
006050     PERFORM 3300-WRITE-RUN-LINES
006060     THRU 3300-EXIT.
006070     GO TO 3100-EXIT.
006080 3100-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------*
006120*  3200-CLAIM-ONE-RUN - A RUN OF THE SCHEDULED PROGRAM (FOR *
006130*  THE SCHEDULED HALL, WHEN ONE IS NAMED) BELONGS TO THE    *
006140*  ENTRY.  THE LAST ONE FOUND IS THE LAST RUN OF THE DAY    *
006150*----------------------------------------------------------*
006160 3200-CLAIM-ONE-RUN.
006170     MOVE WS-RUN-LINE(WS-RUN-IDX) TO WS-CUR-RUN.
006180     IF CR-PROGRAM NOT = SC-PROGRAM
006190         GO TO 3200-EXIT
006200     END-IF.
006210     IF SC-HALL-ID NOT = SPACES
006220         AND SC-HALL-ID NOT = CR-HALL-ID
006230         GO TO 3200-EXIT
006240     END-IF.
006250     ADD 1 TO WS-RUN-MATCHES.
006260     MOVE WS-RUN-IDX TO WS-RUN-FOUND-IDX.
006270     MOVE "Y" TO WS-RUN-CLAIMED(WS-RUN-IDX).
006280     GO TO 3200-EXIT.
006290 3200-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------*
006330*  3300-WRITE-RUN-LINES - THE JOB LINE ALREADY CARRIES THE  *
006340*  PROGRAM, HALL, FREQUENCY, RUNS AND DESCRIPTION; ADD THE  *
006350*  OUTCOME OF THE RUN IN WS-CUR-RUN AND ITS COUNTS.  A      *
006360*  FAILED RUN IS AN EXCEPTION                               *
006370*----------------------------------------------------------*
006380 3300-WRITE-RUN-LINES.
006390     EVALUATE TRUE
006400     WHEN CR-RETURN-CODE = ZERO
006410     MOVE "OK" TO WS-MRN-STATUS
006420     ADD 1 TO WS-JOBS-OK
006430     WHEN CR-RETURN-CODE < 8
006440     MOVE "AVISO" TO WS-MRN-STATUS
006450     ADD 1 TO WS-JOBS-WARNED
006460     WHEN OTHER
006470     MOVE "FALHOU" TO WS-MRN-STATUS
006480     ADD 1 TO WS-JOBS-FAILED
006490     END-EVALUATE.
006500     MOVE CR-RETURN-CODE TO WS-MRN-RC.
006510     MOVE CR-START-DATE TO WS-SE-DATE.
006520     MOVE CR-START-TIME TO WS-SE-TIME.
006530     MOVE WS-STAMP-EDIT TO WS-MRN-START.
006540     MOVE CR-END-DATE TO WS-SE-DATE.
006550     MOVE CR-END-TIME TO WS-SE-TIME.
006560     MOVE WS-STAMP-EDIT TO WS-MRN-END.
006570     MOVE WS-MRN-JOB-LINE TO MRN-RECORD.
006580     WRITE MRN-RECORD.
006590     MOVE SPACES TO WS-MRN-COUNT-LINE.
006600     PERFORM 3310-EDIT-ONE-COUNT
006610     THRU 3310-EXIT
006620     VARYING WS-CT-IDX FROM 1 BY 1
006630     UNTIL WS-CT-IDX > 6.
006640     IF WS-MRN-COUNT-LINE NOT = SPACES
006650         MOVE WS-MRN-COUNT-LINE TO MRN-RECORD
006660         WRITE MRN-RECORD
006670     END-IF.
006680     IF CR-RETURN-CODE NOT < 8
006690         MOVE SPACES TO WS-EXC-TEXT
006700         STRING "FALHOU     " CR-PROGRAM " " CR-HALL-ID
006710             "  RC " WS-MRN-RC "  INICIO " WS-MRN-START
006720             DELIMITED BY SIZE INTO WS-EXC-TEXT
006730         END-STRING
006740         PERFORM 8000-ADD-EXCEPTION
006750         THRU 8000-EXIT
006760     END-IF.
006770     GO TO 3300-EXIT.
006780 3300-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------*
006820*  3310-EDIT-ONE-COUNT                                      *
006830*----------------------------------------------------------*
006840 3310-EDIT-ONE-COUNT.
006850     IF CR-COUNT-LABEL(WS-CT-IDX) = SPACES
006860         GO TO 3310-EXIT
006870     END-IF.
006880     MOVE CR-COUNT-LABEL(WS-CT-IDX) TO WS-MRN-CT-LABEL(WS-CT-IDX).
006890     IF CR-COUNT-VALUE(WS-CT-IDX) IS NUMERIC
006900         MOVE CR-COUNT-VALUE(WS-CT-IDX)
006910             TO WS-MRN-CT-VALUE(WS-CT-IDX)
006920     END-IF.
006930     GO TO 3310-EXIT.
006940 3310-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------*
006980*  4000-LIST-UNSCHEDULED - EVERY RUN NO SCHEDULE ENTRY      *
006990*  CLAIMED, ONE LINE PER RUN                                *
007000*----------------------------------------------------------*
007010 4000-LIST-UNSCHEDULED.
007020     MOVE SPACES TO MRN-RECORD.
007030     WRITE MRN-RECORD.
007040     MOVE WS-MRN-EXTRA-TITLE TO MRN-RECORD.
007050     WRITE MRN-RECORD.
007060     MOVE WS-MRN-COLUMN-HEADER TO MRN-RECORD.
007070     WRITE MRN-RECORD.
007080     PERFORM 4100-LIST-ONE-RUN
007090     THRU 4100-EXIT
007100     VARYING WS-RUN-IDX FROM 1 BY 1
007110     UNTIL WS-RUN-IDX > WS-RUN-COUNT.
007120     IF WS-RUNS-UNSCHEDULED = ZERO
007130         MOVE WS-MRN-NONE-LINE TO MRN-RECORD
007140         WRITE MRN-RECORD
007150     END-IF.
007160     GO TO 4000-EXIT.
007170 4000-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------*
007210*  4100-LIST-ONE-RUN                                        *
007220*----------------------------------------------------------*
007230 4100-LIST-ONE-RUN.
007240     IF WS-RUN-CLAIMED(WS-RUN-IDX) = "Y"
007250         GO TO 4100-EXIT
007260     END-IF.
007270     ADD 1 TO WS-RUNS-UNSCHEDULED.
007280     MOVE WS-RUN-LINE(WS-RUN-IDX) TO WS-CUR-RUN.
007290     MOVE CR-PROGRAM TO WS-MRN-PROGRAM.
007300     MOVE CR-HALL-ID TO WS-MRN-HALL.
007310     MOVE "-" TO WS-MRN-FREQUENCY.
007320     MOVE 1 TO WS-MRN-RUNS.
007330     MOVE SPACES TO WS-MRN-DESCRIPTION.
007340     PERFORM 3300-WRITE-RUN-LINES
007350     THRU 3300-EXIT.
007360     GO TO 4100-EXIT.
007370 4100-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------*
007410*  5000-CROSS-FOOT-ROUNDS - THE BATCH ROUNDS POSTED TO THE  *
007420*  LOG BY JOKENPOB AND JOKLEAGB DURING THE DAY MUST ALL BE  *
007430*  ARCHIVED BY THE NIGHT'S JOKLGARC.  A RESTART AFTER AN    *
007440*  ABEND, OR A BATCH RUN AFTER THE ARCHIVE, SHOWS HERE      *
007450*----------------------------------------------------------*
007460 5000-CROSS-FOOT-ROUNDS.
007470     MOVE SPACES TO MRN-RECORD.
007480     WRITE MRN-RECORD.
007490     MOVE WS-MRN-XF-TITLE TO MRN-RECORD.
007500     WRITE MRN-RECORD.
007510     PERFORM 5100-ADD-ONE-RUN
007520     THRU 5100-EXIT
007530     VARYING WS-RUN-IDX FROM 1 BY 1
007540     UNTIL WS-RUN-IDX > WS-RUN-COUNT.
007550     MOVE SPACES TO WS-MRN-XF-NOTE.
007560     MOVE "RODADAS EM LOTE POSTADAS (JOKENPOB + JOKLEAGB)"
007570         TO WS-MRN-XF-LABEL.
007580     MOVE WS-ROUNDS-POSTED TO WS-MRN-XF-VALUE.
007590     MOVE WS-MRN-XF-LINE TO MRN-RECORD.
007600     WRITE MRN-RECORD.
007610     MOVE "RODADAS EM LOTE ARQUIVADAS (JOKLGARC)"
007620         TO WS-MRN-XF-LABEL.
007630     MOVE WS-ROUNDS-ARCHIVED TO WS-MRN-XF-VALUE.
007640     EVALUATE TRUE
007650     WHEN NOT WS-ARCHIVE-SEEN
007660     MOVE "SEM ARQUIVAMENTO NO DIA" TO WS-MRN-XF-NOTE
007670     WHEN WS-ROUNDS-ARCHIVED = WS-ROUNDS-POSTED
007680     MOVE "CONFERE" TO WS-MRN-XF-NOTE
007690     WHEN OTHER
007700     MOVE "NAO CONFERE" TO WS-MRN-XF-NOTE
007710     END-EVALUATE.
007720     MOVE WS-MRN-XF-LINE TO MRN-RECORD.
007730     WRITE MRN-RECORD.
007740     IF WS-ARCHIVE-SEEN
007750         AND WS-ROUNDS-ARCHIVED = WS-ROUNDS-POSTED
007760         GO TO 5000-EXIT
007770     END-IF.
007780     IF NOT WS-ARCHIVE-SEEN AND WS-ROUNDS-POSTED = ZERO
007790         GO TO 5000-EXIT
007800     END-IF.
007810     MOVE WS-ROUNDS-POSTED TO WS-EDIT-COUNT.
007820     MOVE WS-ROUNDS-ARCHIVED TO WS-EDIT-COUNT-2.
007830     MOVE SPACES TO WS-EXC-TEXT.
007840     STRING "RODADAS EM LOTE NAO CONFEREM - POSTADAS"
007850         WS-EDIT-COUNT "  ARQUIVADAS" WS-EDIT-COUNT-2
007860         DELIMITED BY SIZE INTO WS-EXC-TEXT
007870     END-STRING.
007880     PERFORM 8000-ADD-EXCEPTION
007890     THRU 8000-EXIT.
007900     GO TO 5000-EXIT.
007910 5000-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------*
007950*  5100-ADD-ONE-RUN - PICK THE RODADAS COUNT OFF THE BATCH  *
007960*  JOBS AND THE RODLOTE COUNT OFF THE ARCHIVE.  AN INDEX    *
007970*  REBUILD RUN OF JOKLGARC CARRIES NO RODLOTE               *
007980*----------------------------------------------------------*
007990 5100-ADD-ONE-RUN.
008000     MOVE WS-RUN-LINE(WS-RUN-IDX) TO WS-CUR-RUN.
008010     PERFORM 5110-ADD-ONE-COUNT
008020     THRU 5110-EXIT
008030     VARYING WS-CT-IDX FROM 1 BY 1
008040     UNTIL WS-CT-IDX > 6.
008050     GO TO 5100-EXIT.
008060 5100-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------*
008100*  5110-ADD-ONE-COUNT                                       *
008110*----------------------------------------------------------*
008120 5110-ADD-ONE-COUNT.
008130     IF CR-COUNT-VALUE(WS-CT-IDX) IS NOT NUMERIC
008140         GO TO 5110-EXIT
008150     END-IF.
008160     IF (CR-PROGRAM = "JOKENPOB" OR CR-PROGRAM = "JOKLEAGB")
008170         AND CR-COUNT-LABEL(WS-CT-IDX) = "RODADAS"
008180         ADD CR-COUNT-VALUE(WS-CT-IDX) TO WS-ROUNDS-POSTED
008190     END-IF.
008200     IF CR-PROGRAM = "JOKLGARC"
008210         AND CR-COUNT-LABEL(WS-CT-IDX) = "RODLOTE"
008220         ADD CR-COUNT-VALUE(WS-CT-IDX) TO WS-ROUNDS-ARCHIVED
008230         IF CR-RETURN-CODE < 8
008240             MOVE "Y" TO WS-ARCHIVE-SEEN-SW
008250         END-IF
008260     END-IF.
008270     GO TO 5110-EXIT.
008280 5110-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------*
008320*  6000-CROSS-FOOT-CHARGES - EVERY CHARGE DATED ON THE DAY  *
008330*  MUST BELONG TO A TOURNAMENT ON THE INDEX, AND EVERY HALL *
008340*  TOURNAMENT OF THE DAY THAT OWED A FEE MUST HAVE ITS      *
008350*  CHARGE.  THE DAY'S TOURNAMENTS ARE ONLY ON THE INDEX     *
008360*  ONCE THE NIGHT'S ARCHIVE HAS RUN                         *
008370*----------------------------------------------------------*
008380 6000-CROSS-FOOT-CHARGES.
008390     OPEN INPUT CASH-LEDGER.
008400     IF WS-CASH-LEDGER-STATUS = "35"
008410         GO TO 6000-COMPARE
008420     END-IF.
008430     IF WS-CASH-LEDGER-STATUS NOT = "00"
008440         MOVE SPACES TO WS-EXC-TEXT
008450         STRING "CAIXA (JOKLEDG) ILEGIVEL, STATUS "
008460             WS-CASH-LEDGER-STATUS " - COBRANCAS NAO CONFERIDAS"
008470             DELIMITED BY SIZE INTO WS-EXC-TEXT
008480         END-STRING
008490         PERFORM 8000-ADD-EXCEPTION
008500         THRU 8000-EXIT
008510         GO TO 6000-EXIT
008520     END-IF.
008530     PERFORM 6100-LOAD-ONE-CHARGE
008540     THRU 6100-EXIT
008550     UNTIL WS-LEDGER-EOF.
008560     CLOSE CASH-LEDGER.
008570 6000-COMPARE.
008580     MOVE SPACES TO WS-MRN-XF-NOTE.
008590     MOVE "COBRANCAS DO DIA NO CAIXA (JOKLEDG)"
008600         TO WS-MRN-XF-LABEL.
008610     MOVE WS-CHARGES-OF-DAY TO WS-MRN-XF-VALUE.
008620     MOVE WS-CHARGES-AMOUNT TO WS-EDIT-AMOUNT.
008630     STRING "VALOR " WS-EDIT-AMOUNT
008640         DELIMITED BY SIZE INTO WS-MRN-XF-NOTE
008650     END-STRING.
008660     MOVE WS-MRN-XF-LINE TO MRN-RECORD.
008670     WRITE MRN-RECORD.
008680     IF WS-CHG-OVERFLOW > ZERO
008690         MOVE WS-CHG-OVERFLOW TO WS-EDIT-COUNT
008700         MOVE SPACES TO WS-EXC-TEXT
008710         STRING "COBRANCAS ALEM DA TABELA, NAO CONFERIDAS:"
008720             WS-EDIT-COUNT
008730             DELIMITED BY SIZE INTO WS-EXC-TEXT
008740         END-STRING
008750         PERFORM 8000-ADD-EXCEPTION
008760         THRU 8000-EXIT
008770     END-IF.
008780     IF NOT WS-ARCHIVE-SEEN
008790         MOVE SPACES TO WS-MRN-XF-NOTE
008800         MOVE "TORNEIOS DO SALAO NAO CONFERIDOS"
008810             TO WS-MRN-XF-LABEL
008820         MOVE ZERO TO WS-MRN-XF-VALUE
008830         MOVE "SEM ARQUIVAMENTO NO DIA" TO WS-MRN-XF-NOTE
008840         MOVE WS-MRN-XF-LINE TO MRN-RECORD
008850         WRITE MRN-RECORD
008860         GO TO 6000-EXIT
008870     END-IF.
008880     OPEN INPUT TOURNAMENT-INDEX.
008890     IF WS-TOURN-INDEX-STATUS NOT = "00"
008900         MOVE SPACES TO WS-EXC-TEXT
008910         STRING "INDICE DE TORNEIOS (JOKTIDX) INDISPONIVEL, "
008920             "STATUS "
008930             WS-TOURN-INDEX-STATUS " - COBRANCAS NAO CONFERIDAS"
008940             DELIMITED BY SIZE INTO WS-EXC-TEXT
008950         END-STRING
008960         PERFORM 8000-ADD-EXCEPTION
008970         THRU 8000-EXIT
008980         GO TO 6000-EXIT
008990     END-IF.
009000     PERFORM 6200-CHECK-ONE-CHARGE
009010     THRU 6200-EXIT
009020     VARYING WS-CHG-IDX FROM 1 BY 1
009030     UNTIL WS-CHG-IDX > WS-CHG-COUNT.
009040     MOVE "N" TO WS-TIDX-EOF-SW.
009050     MOVE SPACES TO TX-KEY.
009060     MOVE "T" TO TX-ENTRY-TYPE.
009070     MOVE WS-REPORT-DATE TO TX-T-TOURNAMENT-ID(1:8).
009080     START TOURNAMENT-INDEX KEY NOT < TX-KEY
009090         INVALID KEY
009100             MOVE "Y" TO WS-TIDX-EOF-SW
009110     END-START.
009120     PERFORM 6300-CHECK-ONE-TOURNAMENT
009130     THRU 6300-EXIT
009140     UNTIL WS-TIDX-EOF.
009150     CLOSE TOURNAMENT-INDEX.
009160     MOVE SPACES TO WS-MRN-XF-NOTE.
009170     MOVE "TORNEIOS DO SALAO DO DIA NO INDICE (JOKTIDX)"
009180         TO WS-MRN-XF-LABEL.
009190     MOVE WS-HALL-TOURNAMENTS TO WS-MRN-XF-VALUE.
009200     MOVE WS-MRN-XF-LINE TO MRN-RECORD.
009210     WRITE MRN-RECORD.
009220     MOVE "COBRANCAS SEM TORNEIO" TO WS-MRN-XF-LABEL.
009230     MOVE WS-CHARGES-UNMATCHED TO WS-MRN-XF-VALUE.
009240     MOVE WS-MRN-XF-LINE TO MRN-RECORD.
009250     WRITE MRN-RECORD.
009260     MOVE "TORNEIOS SEM COBRANCA" TO WS-MRN-XF-LABEL.
009270     MOVE WS-TOURNAMENTS-UNPAID TO WS-MRN-XF-VALUE.
009280     MOVE WS-MRN-XF-LINE TO MRN-RECORD.
009290     WRITE MRN-RECORD.
009300     GO TO 6000-EXIT.
009310 6000-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------*
009350*  6100-LOAD-ONE-CHARGE - ONLY CHARGES DATED ON THE DAY     *
009360*----------------------------------------------------------*
009370 6100-LOAD-ONE-CHARGE.
009380     READ CASH-LEDGER
009390     AT END
009400     MOVE "Y" TO WS-LEDGER-EOF-SW
009410     GO TO 6100-EXIT
009420     END-READ.
009430     IF LEDGER-RECORD(1:1) NOT = "C"
009440         GO TO 6100-EXIT
009450     END-IF.
009460     MOVE LEDGER-RECORD TO LEDGER-CHARGE-RECORD.
009470     IF LC-DATE NOT = WS-REPORT-DATE
009480         GO TO 6100-EXIT
009490     END-IF.
009500     ADD 1 TO WS-CHARGES-OF-DAY.
009510     ADD LC-AMOUNT TO WS-CHARGES-AMOUNT.
009520     IF WS-CHG-COUNT NOT < 2000
009530         ADD 1 TO WS-CHG-OVERFLOW
009540         GO TO 6100-EXIT
009550     END-IF.
009560     ADD 1 TO WS-CHG-COUNT.
009570     MOVE LC-TOURNAMENT-ID TO WS-CHG-TRN-ID(WS-CHG-COUNT).
009580     MOVE LC-AMOUNT TO WS-CHG-AMOUNT(WS-CHG-COUNT).
009590     GO TO 6100-EXIT.
009600 6100-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------*
009640*  6200-CHECK-ONE-CHARGE - THE CHARGE'S TOURNAMENT MUST BE  *
009650*  ON THE INDEX                                             *
009660*----------------------------------------------------------*
009670 6200-CHECK-ONE-CHARGE.
009680     MOVE SPACES TO TX-KEY.
009690     MOVE "T" TO TX-ENTRY-TYPE.
009700     MOVE WS-CHG-TRN-ID(WS-CHG-IDX) TO TX-T-TOURNAMENT-ID.
009710     READ TOURNAMENT-INDEX
009720         INVALID KEY
009730             CONTINUE
009740     END-READ.
009750     IF WS-TOURN-INDEX-STATUS = "00"
009760         GO TO 6200-EXIT
009770     END-IF.
009780     ADD 1 TO WS-CHARGES-UNMATCHED.
009790     MOVE WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-EDIT-AMOUNT.
009800     MOVE SPACES TO WS-EXC-TEXT.
009810     STRING "COBRANCA SEM TORNEIO - TORNEIO "
009820         WS-CHG-TRN-ID(WS-CHG-IDX) "  VALOR " WS-EDIT-AMOUNT
009830         DELIMITED BY SIZE INTO WS-EXC-TEXT
009840     END-STRING.
009850     PERFORM 8000-ADD-EXCEPTION
009860     THRU 8000-EXIT.
009870     GO TO 6200-EXIT.
009880 6200-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------*
009920*  6300-CHECK-ONE-TOURNAMENT - THE T ENTRIES OF THE DAY'S   *
009930*  TOURNAMENTS COME IN ID ORDER.  BATCH TOURNAMENTS (NO     *
009940*  PLAYER 1, OR HALL LOTE) ARE NEVER CHARGED                *
009950*----------------------------------------------------------*
009960 6300-CHECK-ONE-TOURNAMENT.
009970     READ TOURNAMENT-INDEX NEXT RECORD
009980     AT END
009990     MOVE "Y" TO WS-TIDX-EOF-SW
010000     GO TO 6300-EXIT
010010     END-READ.
010020     IF NOT TX-BY-TOURNAMENT
010030         OR TX-T-TOURNAMENT-ID(1:8) NOT = WS-REPORT-DATE
010040         MOVE "Y" TO WS-TIDX-EOF-SW
010050         GO TO 6300-EXIT
010060     END-IF.
010070     IF TX-PLAYER-1-ID = SPACES OR TX-HALL-ID = "LOTE"
010080         GO TO 6300-EXIT
010090     END-IF.
010100     ADD 1 TO WS-HALL-TOURNAMENTS.
010110     MOVE ZERO TO WS-CHG-FOUND-IDX.
010120     PERFORM 6310-FIND-ONE-CHARGE
010130     THRU 6310-EXIT
010140     VARYING WS-CHG-IDX FROM 1 BY 1
010150     UNTIL WS-CHG-IDX > WS-CHG-COUNT
010160     OR WS-CHG-FOUND-IDX > ZERO.
010170     IF WS-CHG-FOUND-IDX > ZERO
010180         GO TO 6300-EXIT
010190     END-IF.
010200     MOVE ZERO TO WS-MODE-FEE.
010210     IF TX-GAME-MODE >= 1 AND TX-GAME-MODE <= 2
010220         MOVE WS-FEE-AMOUNT(TX-GAME-MODE) TO WS-MODE-FEE
010230     END-IF.
010240     IF WS-MODE-FEE = ZERO
010250         GO TO 6300-EXIT
010260     END-IF.
010270     IF TX-OPPONENT-MODE = 2 AND WS-FEE-AMOUNT(3) = ZERO
010280         GO TO 6300-EXIT
010290     END-IF.
010300     ADD 1 TO WS-TOURNAMENTS-UNPAID.
010310     MOVE SPACES TO WS-EXC-TEXT.
010320     STRING "TORNEIO SEM COBRANCA - TORNEIO " TX-T-TOURNAMENT-ID
010330         "  SALAO " TX-HALL-ID "  JOGADOR " TX-PLAYER-1-ID
010340         DELIMITED BY SIZE INTO WS-EXC-TEXT
010350     END-STRING.
010360     PERFORM 8000-ADD-EXCEPTION
010370     THRU 8000-EXIT.
010380     GO TO 6300-EXIT.
010390 6300-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------*
010430*  6310-FIND-ONE-CHARGE                                     *
010440*----------------------------------------------------------*
010450 6310-FIND-ONE-CHARGE.
010460     IF WS-CHG-TRN-ID(WS-CHG-IDX) = TX-T-TOURNAMENT-ID
010470         MOVE WS-CHG-IDX TO WS-CHG-FOUND-IDX
010480     END-IF.
010490     GO TO 6310-EXIT.
010500 6310-EXIT.
010510     EXIT.
010520
010530*----------------------------------------------------------*
010540*  7000-PRINT-EXCEPTIONS - THE LAST SECTION, FOR THE        *
010550*  OPERATOR TO CLEAR BEFORE THE HALL OPENS                  *
010560*----------------------------------------------------------*
010570 7000-PRINT-EXCEPTIONS.
010580     MOVE SPACES TO MRN-RECORD.
010590     WRITE MRN-RECORD.
010600     MOVE WS-MRN-EXC-TITLE TO MRN-RECORD.
010610     WRITE MRN-RECORD.
010620     IF WS-EXC-TOTAL = ZERO
010630         MOVE WS-MRN-NO-EXC-LINE TO MRN-RECORD
010640         WRITE MRN-RECORD
010650         GO TO 7000-EXIT
010660     END-IF.
010670     PERFORM 7100-PRINT-ONE-EXCEPTION
010680     THRU 7100-EXIT
010690     VARYING WS-EXC-IDX FROM 1 BY 1
010700     UNTIL WS-EXC-IDX > WS-EXC-COUNT.
010710     IF WS-EXC-TOTAL > WS-EXC-COUNT
010720         COMPUTE WS-EDIT-COUNT = WS-EXC-TOTAL - WS-EXC-COUNT
010730         MOVE SPACES TO WS-MRN-EXC-TEXT
010740         STRING "MAIS" WS-EDIT-COUNT " EXCECOES - VER A SYSOUT"
010750             DELIMITED BY SIZE INTO WS-MRN-EXC-TEXT
010760         END-STRING
010770         MOVE WS-MRN-EXC-LINE TO MRN-RECORD
010780         WRITE MRN-RECORD
010790     END-IF.
010800     GO TO 7000-EXIT.
010810 7000-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------*
010850*  7100-PRINT-ONE-EXCEPTION                                 *
010860*----------------------------------------------------------*
010870 7100-PRINT-ONE-EXCEPTION.
010880     MOVE WS-EXC-ENTRY(WS-EXC-IDX) TO WS-MRN-EXC-TEXT.
010890     MOVE WS-MRN-EXC-LINE TO MRN-RECORD.
010900     WRITE MRN-RECORD.
010910     GO TO 7100-EXIT.
010920 7100-EXIT.
010930     EXIT.
010940
010950*----------------------------------------------------------*
010960*  8000-ADD-EXCEPTION - SHOW WS-EXC-TEXT ON SYSOUT AND KEEP *
010970*  IT FOR THE REPORT                                        *
010980*----------------------------------------------------------*
010990 8000-ADD-EXCEPTION.
011000     ADD 1 TO WS-EXC-TOTAL.
011010     DISPLAY "JOKMORN - " WS-EXC-TEXT.
011020     IF WS-EXC-COUNT < 300
011030         ADD 1 TO WS-EXC-COUNT
011040         MOVE WS-EXC-TEXT TO WS-EXC-ENTRY(WS-EXC-COUNT)
011050     END-IF.
011060     GO TO 8000-EXIT.
011070 8000-EXIT.
011080     EXIT.
011090
011100*----------------------------------------------------------*
011110*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
011120*  RUN-CONTROL FILE (JOKRUNC), AFTER IT HAS BEEN READ       *
011130*----------------------------------------------------------*
011140 9900-WRITE-RUN-CONTROL.
011150     OPEN EXTEND RUN-CONTROL.
011160     IF WS-RUN-CONTROL-STATUS = "35"
011170         OPEN OUTPUT RUN-CONTROL
011180         CLOSE RUN-CONTROL
011190         OPEN EXTEND RUN-CONTROL
011200     END-IF.
011210     IF WS-RUN-CONTROL-STATUS NOT = "00"
011220         DISPLAY "JOKMORN - controle de execucao indisponivel, "
011230             "status " WS-RUN-CONTROL-STATUS
011240         GO TO 9900-EXIT
011250     END-IF.
011260     MOVE SPACES TO RUN-CONTROL-RECORD.
011270     MOVE "JOKMORN" TO RN-PROGRAM.
011280     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
011290     MOVE WS-REPORT-DATE TO RN-RUN-DATE.
011300     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
011310     MOVE RETURN-CODE TO RN-RETURN-CODE.
011320     MOVE "EXECUC" TO RN-COUNT-LABEL(1).
011330     MOVE WS-RUN-COUNT TO RN-COUNT-VALUE(1).
011340     MOVE "FALHAS" TO RN-COUNT-LABEL(2).
011350     MOVE WS-JOBS-FAILED TO RN-COUNT-VALUE(2).
011360     MOVE "AUSENTES" TO RN-COUNT-LABEL(3).
011370     MOVE WS-JOBS-MISSING TO RN-COUNT-VALUE(3).
011380     MOVE "EXCECOES" TO RN-COUNT-LABEL(4).
011390     MOVE WS-EXC-TOTAL TO RN-COUNT-VALUE(4).
011400     WRITE RUN-CONTROL-RECORD.
011410     CLOSE RUN-CONTROL.
011420     GO TO 9900-EXIT.
011430 9900-EXIT.
011440     EXIT.
011450
011460*----------------------------------------------------------*
011470*  9999-TERMINATE                                           *
011480*----------------------------------------------------------*
011490 9999-TERMINATE.
011500     IF WS-REPORT-OPEN
011510         CLOSE MORNING-REPORT
011520     END-IF.
011530     DISPLAY "JOKMORN - dia operacional.......: " WS-REPORT-DATE.
011540     DISPLAY "JOKMORN - execucoes no dia......: " WS-RUN-COUNT.
011550     DISPLAY "JOKMORN - jobs esperados........: "
011560         WS-JOBS-EXPECTED.
011570     DISPLAY "JOKMORN - jobs que falharam.....: " WS-JOBS-FAILED.
011580     DISPLAY "JOKMORN - jobs que nao rodaram..: " WS-JOBS-MISSING.
011590     DISPLAY "JOKMORN - execucoes fora agenda.: "
011600         WS-RUNS-UNSCHEDULED.
011610     DISPLAY "JOKMORN - excecoes..............: " WS-EXC-TOTAL.
011620     EVALUATE TRUE
011630     WHEN WS-RUN-ABORTED
011640     MOVE 8 TO RETURN-CODE
011650     WHEN WS-EXC-TOTAL > ZERO
011660     MOVE 4 TO RETURN-CODE
011670     WHEN OTHER
011680     CONTINUE
011690     END-EVALUATE.
011700     GO TO 9999-EXIT.
011710 9999-EXIT.
011720     EXIT.
