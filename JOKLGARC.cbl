000160*                   RENAME USED TO OVERWRITE THE DAY'S      *
000170*                   GENERATION WITH AN EMPTY COPY AFTER     *
000180*                   THE FIRST RUN HAD RESET THE LIVE LOG.   *
000182*  2026-10-15  RA   COUNT VOID RECORDS (V) ON THEIR OWN     *
000184*                   CONTROL LINE.  THE VOIDED TOURNAMENT'S  *
000186*                   RECORDS ARE ARCHIVED AS THEY STAND - THE *
000188*                   READERS SKIP THEM.                      *
000189*  2026-10-15  RA   KEEP THE TOURNAMENT INDEX (JOKTIDX) FOR *
000190*                   THE DISPUTE DESK: EVERY TOURNAMENT      *
000191*                   ARCHIVED IS ENTERED BY ID AND BY PLAYER *
000192*                   AND DATE, VOIDS ARE MARKED ON IT, AND   *
000193*                   THE ENTRIES OF EXPIRED GENERATIONS ARE  *
000194*                   DROPPED.  JOKENPO_IDXREBUILD=S REBUILDS *
000195*                   IT FROM THE GENERATIONS ON DISK.        *
000196*  2026-10-15  RA   APPEND A RUN-CONTROL RECORD (JOKRUNC)   *
000197*                   AT END OF RUN FOR THE MORNING REPORT.   *
000198*----------------------------------------------------------*
000200*  RUN AFTER CLOSING.  THE LIVE JOKENPO.LOG IS COPIED TO A  *
000210*  DATE-STAMPED ARCHIVE GENERATION, A CONTROL TOTAL (RECORD *
000220*  COUNT BY RESULT) IS WRITTEN FOR THE DAY ARCHIVED, AND    *
000240*  MORNING.  ARCHIVE GENERATIONS OLDER THAN THE RETENTION   *
000250*  PERIOD ARE DELETED, DRIVEN BY AN INDEX FILE THAT LISTS   *
000260*  EVERY GENERATION STILL ON DISK.                          *
000261*                                                           *
000262*  EVERY TOURNAMENT COPIED TO THE NEW GENERATION IS ENTERED *
000263*  ON THE TOURNAMENT INDEX (JOKTIDX, LAYOUT JOKTIXRC) BY ID *
000264*  AND BY EACH PLAYER AND DATE, POINTING AT THE GENERATION  *
000265*  AND THE RECORD NUMBER OF ITS FIRST RECORD; A VOID ON     *
000266*  TONIGHT'S LOG IS MARKED ON ITS TOURNAMENT'S ENTRY.  ONCE *
000267*  THE PURGE IS DONE, EVERY ENTRY WHOSE GENERATION IS NO    *
000268*  LONGER ON THE ARCHIVE INDEX IS DELETED.  AN INDEX THAT   *
000269*  CANNOT BE UPDATED DOES NOT HOLD THE ARCHIVE (RC=4).      *
000270*  WITH JOKENPO_IDXREBUILD=S NOTHING IS ARCHIVED: THE       *
000271*  TOURNAMENT INDEX IS EMPTIED AND REBUILT FROM EVERY       *
000272*  GENERATION ON THE ARCHIVE INDEX, EACH COPIED TO THE      *
000273*  FIXED WORK NAME IDXGEN TO BE READ.                       *
000274*                                                           *
000280*  ENVIRONMENT OVERRIDES:                                   *
000290*    JOKENPO_RETDAYS - RETENTION IN DAYS (DEFAULT 30)       *
000300*    JOKENPO_ARCDATE - DATE STAMP YYYYMMDD FOR A RERUN      *
000310*                      (DEFAULT: TODAY)                     *
000315*    JOKENPO_IDXREBUILD - S TO REBUILD THE TOURNAMENT INDEX *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000430     FILE STATUS IS WS-ARCHIVE-INDEX-STATUS.
000440     SELECT ARCHIVE-CONTROL ASSIGN TO "ARCCTL"
000450     ORGANIZATION IS LINE SEQUENTIAL.
000451     SELECT TOURNAMENT-INDEX ASSIGN TO "JOKTIDX"
000452     ORGANIZATION IS INDEXED
000453     ACCESS MODE IS DYNAMIC
000454     RECORD KEY IS TX-KEY
000455     FILE STATUS IS WS-TOURN-INDEX-STATUS.
000456     SELECT INDEX-GENERATION ASSIGN TO "IDXGEN"
000457     ORGANIZATION IS LINE SEQUENTIAL
000458     FILE STATUS IS WS-IDXGEN-STATUS.
000459     SELECT RUN-CONTROL ASSIGN TO "JOKRUNC"
000460     ORGANIZATION IS LINE SEQUENTIAL
000461     FILE STATUS IS WS-RUN-CONTROL-STATUS.
000462
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  JOKENPO-LOG.
000630     05  CTL-LABEL           PIC X(36).
000640     05  CTL-VALUE           PIC ZZZZ9.
000650     05  FILLER              PIC X(25).
000651
000652 FD  TOURNAMENT-INDEX.
000653     COPY JOKTIXRC.
000654
000655 FD  INDEX-GENERATION.
000656 01  IDXGEN-RECORD           PIC X(120).
000660
000662 FD  RUN-CONTROL.
000664     COPY JOKRUNRC.
000666
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------*
000690*  TYPED TRANSACTION LOG RECORDS (HEADER/DETAIL/TRAILER)    *
000720*----------------------------------------------------------*
000730*  FILE STATUS FIELDS AND RUN SWITCHES                      *
000740*----------------------------------------------------------*
000743 01  WS-RUN-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
000746 01  WS-RUN-START-STAMP      PIC X(14)  VALUE SPACES.
000750 01  WS-JOKENPO-LOG-STATUS   PIC X(02)  VALUE SPACES.
000760 01  WS-ARCHIVE-INDEX-STATUS PIC X(02)  VALUE SPACES.
000763 01  WS-TOURN-INDEX-STATUS   PIC X(02)  VALUE SPACES.
000766 01  WS-IDXGEN-STATUS        PIC X(02)  VALUE SPACES.
000770 01  WS-LOG-EOF-SW           PIC X(01)  VALUE "N".
000780     88  WS-LOG-EOF                     VALUE "Y".
000790 01  WS-INDEX-EOF-SW         PIC X(01)  VALUE "N".
000860     88  WS-GEN-INDEXED                 VALUE "Y".
000870 01  WS-ABORT-SW             PIC X(01)  VALUE "N".
000880     88  WS-ABORT-RUN                   VALUE "Y".
000881 01  WS-TIDX-OPEN-SW         PIC X(01)  VALUE "N".
000882     88  WS-TIDX-OPEN                   VALUE "Y".
000883 01  WS-TIDX-EOF-SW          PIC X(01)  VALUE "N".
000884     88  WS-TIDX-EOF                    VALUE "Y".
000885 01  WS-IDXGEN-EOF-SW        PIC X(01)  VALUE "N".
000886     88  WS-IDXGEN-EOF                  VALUE "Y".
000887 01  WS-REBUILD-ENV          PIC X(01)  VALUE SPACE.
000888 01  WS-REBUILD-SW           PIC X(01)  VALUE "N".
000889     88  WS-REBUILD-RUN                 VALUE "Y".
000890*----------------------------------------------------------*
000900*  ARCHIVE GENERATION NAMING - THE ARCHIVE IS WRITTEN TO A  *
000910*  FIXED WORK NAME AND RENAMED TO ITS DATED GENERATION NAME *
001120 77  WS-COUNT-LOSSES         PIC 9(07)  COMP  VALUE ZERO.
001130 77  WS-COUNT-TIES           PIC 9(07)  COMP  VALUE ZERO.
001140 77  WS-COUNT-OTHER          PIC 9(07)  COMP  VALUE ZERO.
001145 77  WS-COUNT-VOIDS          PIC 9(07)  COMP  VALUE ZERO.
001150 01  WS-LOG-RESULT-TEXT      PIC X(20).
001151*    ROUNDS AND TOURNAMENTS FOR THE RUN-CONTROL RECORD.  A
001152*    BATCH TOURNAMENT (JOKENPOB, JOKLEAGB) HAS NO PLAYER 1 ON
001153*    ITS HEADER OR IS PLAYED AT THE RESERVED HALL LOTE
001154 77  WS-ROUNDS-ARCHIVED      PIC 9(07)  COMP  VALUE ZERO.
001155 77  WS-BATCH-ROUNDS         PIC 9(07)  COMP  VALUE ZERO.
001156 77  WS-TOURNAMENTS-ARCHIVED PIC 9(07)  COMP  VALUE ZERO.
001157 77  WS-HALL-TOURNAMENTS     PIC 9(07)  COMP  VALUE ZERO.
001158 01  WS-BATCH-TRN-ID         PIC X(14)  VALUE HIGH-VALUES.
001160*----------------------------------------------------------*
001170*  IN-CORE COPY OF THE ARCHIVE INDEX, REWRITTEN AFTER THE   *
001180*  PURGE PASS SO DELETED GENERATIONS DROP OFF THE INDEX     *
001290 77  WS-DELETE-STATUS        PIC 9(09)  COMP  VALUE ZERO.
001300 77  WS-RENAME-STATUS        PIC 9(09)  COMP  VALUE ZERO.
001310 01  WS-RENAME-TO-NAME       PIC X(30).
001311*----------------------------------------------------------*
001312*  TOURNAMENT INDEX UPKEEP - THE RECORD BEING ENTERED, ITS  *
001313*  GENERATION AND RECORD NUMBER, AND THE ENTRY OF THE LAST  *
001314*  TOURNAMENT SEEN (ITS DETAILS USUALLY FOLLOW IT)          *
001315*----------------------------------------------------------*
001316 01  WS-IDX-LINE             PIC X(120) VALUE SPACES.
001317 01  WS-IDX-GEN-NAME         PIC X(30)  VALUE SPACES.
001318 01  WS-IDX-GEN-DATE         PIC 9(08)  VALUE ZERO.
001319 77  WS-IDX-SEQ              PIC 9(07)  COMP  VALUE ZERO.
001320 01  WS-IDXGEN-NAME          PIC X(30)  VALUE "IDXGEN".
001321 77  WS-COPY-STATUS          PIC 9(09)  COMP  VALUE ZERO.
001322 01  WS-CUR-TRN-ID           PIC X(14)  VALUE SPACES.
001323 01  WS-CUR-LAST-PLAYER      PIC X(10)  VALUE SPACES.
001324 01  WS-ENTRY-PLAYER-ID      PIC X(10)  VALUE SPACES.
001325 01  WS-LAST-GEN-CHECKED     PIC X(30)  VALUE SPACES.
001326 01  WS-LAST-GEN-KEPT-SW     PIC X(01)  VALUE "N".
001327     88  WS-LAST-GEN-KEPT               VALUE "Y".
001328     COPY JOKTIXRC
001329         REPLACING ==TOURNAMENT-INDEX-RECORD==
001330             BY ==WS-CUR-ENTRY==
001331         LEADING ==TX-== BY ==CX-==.
001332 77  WS-IDX-TOURNAMENTS      PIC 9(07)  COMP  VALUE ZERO.
001333 77  WS-IDX-PLAYER-ENTRIES   PIC 9(07)  COMP  VALUE ZERO.
001334 77  WS-IDX-VOIDS            PIC 9(05)  COMP  VALUE ZERO.
001335 77  WS-IDX-DUPLICATES       PIC 9(05)  COMP  VALUE ZERO.
001336 77  WS-IDX-ERRORS           PIC 9(05)  COMP  VALUE ZERO.
001337 77  WS-IDX-DROPPED          PIC 9(07)  COMP  VALUE ZERO.
001338 77  WS-IDX-GENERATIONS      PIC 9(03)  COMP  VALUE ZERO.
001339 77  WS-IDX-GEN-MISSING      PIC 9(03)  COMP  VALUE ZERO.
001340*----------------------------------------------------------*
001341*  DATE LINE FOR THE CONTROL REPORT                         *
001342*----------------------------------------------------------*
001350 01  WS-CTL-DATE-LINE.
001360     05  FILLER              PIC X(24)
001370         VALUE "Data arquivada........: ".
001430*  0000-MAINLINE                                            *
001440*----------------------------------------------------------*
001450 0000-MAINLINE.
001455     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
001460     PERFORM 1000-INITIALIZE
001470     THRU 1000-EXIT.
001480     IF WS-ABORT-RUN
001490     GO TO 0000-WRAP-UP
001500     END-IF.
001501     IF WS-REBUILD-RUN
001502     PERFORM 7000-REBUILD-TOURN-INDEX
001503     THRU 7000-EXIT
001504     GO TO 0000-WRAP-UP
001505     END-IF.
001506     PERFORM 6000-OPEN-TOURN-INDEX
001507     THRU 6000-EXIT.
001510     IF WS-LOG-PRESENT
001520     PERFORM 2000-ARCHIVE-LOG
001530     THRU 2000-EXIT
001600     END-IF.
001610     PERFORM 5000-PURGE-OLD-ARCHIVES
001620     THRU 5000-EXIT.
001623     PERFORM 6500-DROP-EXPIRED-ENTRIES
001626     THRU 6500-EXIT.
001630 0000-WRAP-UP.
001640     PERFORM 9999-TERMINATE
001650     THRU 9999-EXIT.
001653     PERFORM 9900-WRITE-RUN-CONTROL
001656     THRU 9900-EXIT.
001660     STOP RUN.
001670
001680*----------------------------------------------------------*
001690*  1000-INITIALIZE - PICK UP THE RUN DATE AND RETENTION     *
001700*  OVERRIDES AND BUILD THE DATED ARCHIVE GENERATION NAME.   *
001703*  A REBUILD OF THE TOURNAMENT INDEX ONLY NEEDS THE ARCHIVE *
001706*  INDEX.                                                   *
001710*----------------------------------------------------------*
001720 1000-INITIALIZE.
001730     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
001790     MOVE WS-RUN-DATE TO WS-ARC-NAME-DATE.
001800     COMPUTE WS-RUN-DATE-INT =
001810         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
001811     ACCEPT WS-REBUILD-ENV FROM ENVIRONMENT "JOKENPO_IDXREBUILD".
001812     IF WS-REBUILD-ENV = "S" OR WS-REBUILD-ENV = "s"
001813         MOVE "Y" TO WS-REBUILD-SW
001814         PERFORM 5100-LOAD-INDEX
001815         THRU 5100-EXIT
001816         GO TO 1000-EXIT
001817     END-IF.
001820
001830*    A GENERATION ALREADY ON THE INDEX MEANS THIS DATE WAS
001840*    ARCHIVED (AND THE LIVE LOG RESET); RUNNING AGAIN WOULD
002770     MOVE LOG-RECORD TO ARC-RECORD.
002780     WRITE ARC-RECORD.
002790     ADD 1 TO WS-RECORDS-ARCHIVED.
002791     IF WS-TIDX-OPEN
002792         MOVE LOG-RECORD TO WS-IDX-LINE
002793         MOVE WS-RECORDS-ARCHIVED TO WS-IDX-SEQ
002794         PERFORM 6100-INDEX-ONE-RECORD
002795         THRU 6100-EXIT
002796     END-IF.
002800     EVALUATE LOG-RECORD(1:1)
002810     WHEN "D"
002820     MOVE LOG-RECORD TO LOG-DETAIL-RECORD
002822     ADD 1 TO WS-ROUNDS-ARCHIVED
002824     IF LD-HALL-ID = "LOTE" OR LD-TOURNAMENT-ID = WS-BATCH-TRN-ID
002826         ADD 1 TO WS-BATCH-ROUNDS
002828     END-IF
002830     EVALUATE TRUE
002840     WHEN LD-RESULT-IND = "W"
002850     ADD 1 TO WS-COUNT-WINS
002920     END-EVALUATE
002930     WHEN "H"
002940     ADD 1 TO WS-COUNT-OTHER
002941     MOVE LOG-RECORD TO LOG-HEADER-RECORD
002942     ADD 1 TO WS-TOURNAMENTS-ARCHIVED
002943     IF LH-PLAYER-1-ID = SPACES OR LH-HALL-ID = "LOTE"
002944         MOVE LH-TOURNAMENT-ID TO WS-BATCH-TRN-ID
002945     ELSE
002946         ADD 1 TO WS-HALL-TOURNAMENTS
002947         MOVE HIGH-VALUES TO WS-BATCH-TRN-ID
002948     END-IF
002950     WHEN "T"
002960     ADD 1 TO WS-COUNT-OTHER
002963     WHEN "V"
002966     ADD 1 TO WS-COUNT-VOIDS
002970     WHEN OTHER
002980     MOVE LOG-RECORD(45:20) TO WS-LOG-RESULT-TEXT
002990     EVALUATE TRUE
003560     MOVE "Outros registros......:" TO CTL-LABEL.
003570     MOVE WS-COUNT-OTHER TO CTL-VALUE.
003580     WRITE CTL-RECORD.
003581
003582     MOVE SPACES TO CTL-RECORD.
003583     MOVE "Anulacoes registradas.:" TO CTL-LABEL.
003584     MOVE WS-COUNT-VOIDS TO CTL-VALUE.
003585     WRITE CTL-RECORD.
003586
003587     MOVE SPACES TO CTL-RECORD.
003588     MOVE "Torneios indexados....:" TO CTL-LABEL.
003589     MOVE WS-IDX-TOURNAMENTS TO CTL-VALUE.
003590     WRITE CTL-RECORD.
003591
003600     CLOSE ARCHIVE-CONTROL.
003610     GO TO 3000-EXIT.
003620 3000-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------*
005230*  6000-OPEN-TOURN-INDEX - OPEN THE TOURNAMENT INDEX FOR    *
005240*  TONIGHT'S GENERATION, CREATING IT ON FIRST USE.  IF IT   *
005250*  CANNOT BE OPENED THE ARCHIVE GOES ON WITHOUT IT          *
005260*----------------------------------------------------------*
005270 6000-OPEN-TOURN-INDEX.
005280     MOVE WS-ARCHIVE-NAME TO WS-IDX-GEN-NAME.
005290     MOVE WS-RUN-DATE TO WS-IDX-GEN-DATE.
005300     MOVE SPACES TO WS-CUR-TRN-ID.
005310     OPEN I-O TOURNAMENT-INDEX.
005320     IF WS-TOURN-INDEX-STATUS = "35"
005330         OPEN OUTPUT TOURNAMENT-INDEX
005340         CLOSE TOURNAMENT-INDEX
005350         OPEN I-O TOURNAMENT-INDEX
005360     END-IF.
005370     IF WS-TOURN-INDEX-STATUS NOT = "00"
005380         DISPLAY "JOKLGARC - indice de torneios indisponivel, "
005390             "status " WS-TOURN-INDEX-STATUS
005400         DISPLAY "JOKLGARC - arquivando sem indexar - rode "
005410             "JOKENPO_IDXREBUILD=S depois."
005420         ADD 1 TO WS-IDX-ERRORS
005430         GO TO 6000-EXIT
005440     END-IF.
005450     MOVE "Y" TO WS-TIDX-OPEN-SW.
005460     GO TO 6000-EXIT.
005470 6000-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------*
005510*  6100-INDEX-ONE-RECORD - ENTER THE RECORD IN WS-IDX-LINE  *
005520*  (RECORD NUMBER WS-IDX-SEQ OF GENERATION WS-IDX-GEN-NAME) *
005530*  ON THE TOURNAMENT INDEX.  TRAILERS ADD NOTHING AND OLD   *
005540*  FLAT LINES CARRY NO TOURNAMENT                           *
005550*----------------------------------------------------------*
005560 6100-INDEX-ONE-RECORD.
005570     EVALUATE WS-IDX-LINE(1:1)
005580     WHEN "H"
005590     PERFORM 6110-INDEX-HEADER
005600     THRU 6110-EXIT
005610     WHEN "D"
005620     PERFORM 6120-INDEX-DETAIL
005630     THRU 6120-EXIT
005640     WHEN "V"
005650     PERFORM 6130-INDEX-VOID
005660     THRU 6130-EXIT
005670     WHEN OTHER
005680     CONTINUE
005690     END-EVALUATE.
005700     GO TO 6100-EXIT.
005710 6100-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------*
005750*  6110-INDEX-HEADER - THE TOURNAMENT'S T ENTRY AND A P     *
005760*  ENTRY FOR EACH PLAYER NAMED ON THE HEADER.  A REUSED ID  *
005770*  KEEPS ITS FIRST ENTRY (THE LOG CHECK REPORTS THE REUSE)  *
005780*----------------------------------------------------------*
005790 6110-INDEX-HEADER.
005800     MOVE WS-IDX-LINE TO LOG-HEADER-RECORD.
005810     IF LH-TOURNAMENT-ID = SPACES
005820         GO TO 6110-EXIT
005830     END-IF.
005840     MOVE SPACES TO TOURNAMENT-INDEX-RECORD.
005850     MOVE "T" TO TX-ENTRY-TYPE.
005860     MOVE LH-TOURNAMENT-ID TO TX-T-TOURNAMENT-ID.
005870     MOVE WS-IDX-GEN-DATE TO TX-GEN-DATE.
005880     MOVE WS-IDX-GEN-NAME TO TX-GEN-FILE-NAME.
005890     MOVE WS-IDX-SEQ TO TX-HEADER-SEQ.
005900     IF LH-DATE IS NUMERIC
005910         MOVE LH-DATE TO TX-TRN-DATE
005920     ELSE
005930         MOVE WS-IDX-GEN-DATE TO TX-TRN-DATE
005940     END-IF.
005950     MOVE LH-HALL-ID TO TX-HALL-ID.
005960     MOVE ZERO TO TX-GAME-MODE TX-OPPONENT-MODE.
005970     IF LH-GAME-MODE IS NUMERIC
005980         MOVE LH-GAME-MODE TO TX-GAME-MODE
005990     END-IF.
006000     IF LH-OPPONENT-MODE IS NUMERIC
006010         MOVE LH-OPPONENT-MODE TO TX-OPPONENT-MODE
006020     END-IF.
006030     MOVE LH-PLAYER-1-ID TO TX-PLAYER-1-ID.
006040     MOVE LH-PLAYER-2-ID TO TX-PLAYER-2-ID.
006050     MOVE "N" TO TX-VOID-SW.
006060     WRITE TOURNAMENT-INDEX-RECORD
006070         INVALID KEY
006080             CONTINUE
006090     END-WRITE.
006100     IF WS-TOURN-INDEX-STATUS = "22"
006110         ADD 1 TO WS-IDX-DUPLICATES
006120         GO TO 6110-EXIT
006130     END-IF.
006140     IF WS-TOURN-INDEX-STATUS NOT = "00"
006150         ADD 1 TO WS-IDX-ERRORS
006160         GO TO 6110-EXIT
006170     END-IF.
006180     ADD 1 TO WS-IDX-TOURNAMENTS.
006190     MOVE TOURNAMENT-INDEX-RECORD TO WS-CUR-ENTRY.
006200     MOVE LH-TOURNAMENT-ID TO WS-CUR-TRN-ID.
006210     MOVE SPACES TO WS-CUR-LAST-PLAYER.
006220     IF CX-PLAYER-1-ID NOT = SPACES
006230         MOVE CX-PLAYER-1-ID TO WS-ENTRY-PLAYER-ID
006240         PERFORM 6150-WRITE-PLAYER-ENTRY
006250         THRU 6150-EXIT
006260     END-IF.
006270     IF CX-PLAYER-2-ID NOT = SPACES
006280         AND CX-PLAYER-2-ID NOT = CX-PLAYER-1-ID
006290         MOVE CX-PLAYER-2-ID TO WS-ENTRY-PLAYER-ID
006300         PERFORM 6150-WRITE-PLAYER-ENTRY
006310         THRU 6150-EXIT
006320     END-IF.
006330     GO TO 6110-EXIT.
006340 6110-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380*  6120-INDEX-DETAIL - A PLAYER ON A DETAIL WHO IS NOT ON   *
006390*  THE HEADER (EVERY PLAYER OF A BATCH RUN) GETS A P ENTRY  *
006400*  OF THEIR OWN.  A DETAIL WHOSE TOURNAMENT WAS NEVER       *
006410*  ENTERED IS LEFT OUT                                      *
006420*----------------------------------------------------------*
006430 6120-INDEX-DETAIL.
006440     MOVE WS-IDX-LINE TO LOG-DETAIL-RECORD.
006450     IF LD-TOURNAMENT-ID = SPACES
006460         OR LD-PLAYER-ID = SPACES
006470         GO TO 6120-EXIT
006480     END-IF.
006490     IF LD-TOURNAMENT-ID NOT = WS-CUR-TRN-ID
006500         MOVE SPACES TO TX-KEY
006510         MOVE "T" TO TX-ENTRY-TYPE
006520         MOVE LD-TOURNAMENT-ID TO TX-T-TOURNAMENT-ID
006530         READ TOURNAMENT-INDEX
006540             INVALID KEY
006550                 GO TO 6120-EXIT
006560         END-READ
006570         MOVE TOURNAMENT-INDEX-RECORD TO WS-CUR-ENTRY
006580         MOVE LD-TOURNAMENT-ID TO WS-CUR-TRN-ID
006590         MOVE SPACES TO WS-CUR-LAST-PLAYER
006600     END-IF.
006610     IF LD-PLAYER-ID = WS-CUR-LAST-PLAYER
006620         OR LD-PLAYER-ID = CX-PLAYER-1-ID
006630         OR LD-PLAYER-ID = CX-PLAYER-2-ID
006640         GO TO 6120-EXIT
006650     END-IF.
006660     MOVE LD-PLAYER-ID TO WS-CUR-LAST-PLAYER.
006670     MOVE LD-PLAYER-ID TO WS-ENTRY-PLAYER-ID.
006680     PERFORM 6150-WRITE-PLAYER-ENTRY
006690     THRU 6150-EXIT.
006700     GO TO 6120-EXIT.
006710 6120-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------*
006750*  6130-INDEX-VOID - MARK THE VOID ON THE TOURNAMENT'S T    *
006760*  ENTRY; A TOURNAMENT WHOSE GENERATION HAS EXPIRED IS NO   *
006770*  LONGER ON THE INDEX                                      *
006780*----------------------------------------------------------*
006790 6130-INDEX-VOID.
006800     MOVE WS-IDX-LINE TO LOG-VOID-RECORD.
006810     MOVE SPACES TO TX-KEY.
006820     MOVE "T" TO TX-ENTRY-TYPE.
006830     MOVE LV-TOURNAMENT-ID TO TX-T-TOURNAMENT-ID.
006840     READ TOURNAMENT-INDEX
006850         INVALID KEY
006860             GO TO 6130-EXIT
006870     END-READ.
006880     MOVE "Y" TO TX-VOID-SW.
006890     MOVE LV-VOID-TIMESTAMP TO TX-VOID-TIMESTAMP.
006900     MOVE LV-OPERATOR-ID TO TX-VOID-OPERATOR.
006910     MOVE LV-REASON TO TX-VOID-REASON.
006920     REWRITE TOURNAMENT-INDEX-RECORD
006930         INVALID KEY
006940             ADD 1 TO WS-IDX-ERRORS
006950             GO TO 6130-EXIT
006960     END-REWRITE.
006970     ADD 1 TO WS-IDX-VOIDS.
006980     IF LV-TOURNAMENT-ID = WS-CUR-TRN-ID
006990         MOVE TOURNAMENT-INDEX-RECORD TO WS-CUR-ENTRY
007000     END-IF.
007010     GO TO 6130-EXIT.
007020 6130-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------*
007060*  6150-WRITE-PLAYER-ENTRY - P ENTRY FOR WS-ENTRY-PLAYER-ID *
007070*  IN THE TOURNAMENT HELD IN WS-CUR-ENTRY.  ONE ALREADY ON  *
007080*  FILE (STATUS 22) IS FINE                                 *
007090*----------------------------------------------------------*
007100 6150-WRITE-PLAYER-ENTRY.
007110     MOVE WS-CUR-ENTRY TO TOURNAMENT-INDEX-RECORD.
007120     MOVE "P" TO TX-ENTRY-TYPE.
007130     MOVE SPACES TO TX-KEY-BODY.
007140     MOVE WS-ENTRY-PLAYER-ID TO TX-P-PLAYER-ID.
007150     MOVE CX-TRN-DATE TO TX-P-DATE.
007160     MOVE CX-T-TOURNAMENT-ID TO TX-P-TOURNAMENT-ID.
007170     WRITE TOURNAMENT-INDEX-RECORD
007180         INVALID KEY
007190             CONTINUE
007200     END-WRITE.
007210     EVALUATE WS-TOURN-INDEX-STATUS
007220     WHEN "00"
007230     ADD 1 TO WS-IDX-PLAYER-ENTRIES
007240     WHEN "22"
007250     CONTINUE
007260     WHEN OTHER
007270     ADD 1 TO WS-IDX-ERRORS
007280     END-EVALUATE.
007290     GO TO 6150-EXIT.
007300 6150-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------*
007340*  6500-DROP-EXPIRED-ENTRIES - ONE PASS OVER THE TOURNAMENT *
007350*  INDEX AFTER THE PURGE, DELETING EVERY ENTRY WHOSE        *
007360*  GENERATION IS NOT AMONG THE SURVIVORS ON THE ARCHIVE     *
007370*  INDEX (EXPIRED TONIGHT, REMOVED BY HAND, OR NEVER        *
007380*  NAMED BECAUSE ITS RENAME FAILED)                         *
007390*----------------------------------------------------------*
007400 6500-DROP-EXPIRED-ENTRIES.
007410     IF NOT WS-TIDX-OPEN
007420         GO TO 6500-EXIT
007430     END-IF.
007440     MOVE SPACES TO WS-LAST-GEN-CHECKED.
007450     MOVE "N" TO WS-TIDX-EOF-SW.
007460     MOVE LOW-VALUES TO TX-KEY.
007470     START TOURNAMENT-INDEX KEY NOT < TX-KEY
007480         INVALID KEY
007490             MOVE "Y" TO WS-TIDX-EOF-SW
007500     END-START.
007510     PERFORM 6510-CHECK-ONE-ENTRY
007520     THRU 6510-EXIT
007530     UNTIL WS-TIDX-EOF.
007540     GO TO 6500-EXIT.
007550 6500-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------*
007590*  6510-CHECK-ONE-ENTRY - THE LAST GENERATION LOOKED UP IS  *
007600*  REMEMBERED, AS NEIGHBOURING ENTRIES USUALLY SHARE IT     *
007610*----------------------------------------------------------*
007620 6510-CHECK-ONE-ENTRY.
007630     READ TOURNAMENT-INDEX NEXT RECORD
007640     AT END
007650     MOVE "Y" TO WS-TIDX-EOF-SW
007660     GO TO 6510-EXIT
007670     END-READ.
007680     IF TX-GEN-FILE-NAME NOT = WS-LAST-GEN-CHECKED
007690         MOVE TX-GEN-FILE-NAME TO WS-LAST-GEN-CHECKED
007700         MOVE "N" TO WS-LAST-GEN-KEPT-SW
007710         PERFORM 6520-CHECK-ONE-SURVIVOR
007720         THRU 6520-EXIT
007730         VARYING WS-INDEX-IDX FROM 1 BY 1
007740         UNTIL WS-INDEX-IDX > WS-INDEX-COUNT
007750         OR WS-LAST-GEN-KEPT
007760     END-IF.
007770     IF WS-LAST-GEN-KEPT
007780         GO TO 6510-EXIT
007790     END-IF.
007800     DELETE TOURNAMENT-INDEX RECORD
007810         INVALID KEY
007820             ADD 1 TO WS-IDX-ERRORS
007830             GO TO 6510-EXIT
007840     END-DELETE.
007850     ADD 1 TO WS-IDX-DROPPED.
007860     GO TO 6510-EXIT.
007870 6510-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------*
007910*  6520-CHECK-ONE-SURVIVOR                                  *
007920*----------------------------------------------------------*
007930 6520-CHECK-ONE-SURVIVOR.
007940     IF WS-IX-FILE-NAME(WS-INDEX-IDX) = WS-LAST-GEN-CHECKED
007950         AND WS-IX-KEEP-SW(WS-INDEX-IDX) = "Y"
007960         MOVE "Y" TO WS-LAST-GEN-KEPT-SW
007970     END-IF.
007980     GO TO 6520-EXIT.
007990 6520-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------*
008030*  7000-REBUILD-TOURN-INDEX - EMPTY THE TOURNAMENT INDEX    *
008040*  AND ENTER EVERY GENERATION ON THE ARCHIVE INDEX, OLDEST  *
008050*  FIRST SO A VOID FINDS ITS TOURNAMENT ALREADY ENTERED     *
008060*----------------------------------------------------------*
008070 7000-REBUILD-TOURN-INDEX.
008080     OPEN OUTPUT TOURNAMENT-INDEX.
008090     IF WS-TOURN-INDEX-STATUS = "00"
008100         CLOSE TOURNAMENT-INDEX
008110         OPEN I-O TOURNAMENT-INDEX
008120     END-IF.
008130     IF WS-TOURN-INDEX-STATUS NOT = "00"
008140         DISPLAY "JOKLGARC - indice de torneios indisponivel, "
008150             "status " WS-TOURN-INDEX-STATUS
008160         MOVE "Y" TO WS-ABORT-SW
008170         GO TO 7000-EXIT
008180     END-IF.
008190     MOVE "Y" TO WS-TIDX-OPEN-SW.
008200     PERFORM 7100-INDEX-ONE-GENERATION
008210     THRU 7100-EXIT
008220     VARYING WS-INDEX-IDX FROM 1 BY 1
008230     UNTIL WS-INDEX-IDX > WS-INDEX-COUNT.
008240     GO TO 7000-EXIT.
008250 7000-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------*
008290*  7100-INDEX-ONE-GENERATION - COPY THE GENERATION TO THE   *
008300*  FIXED WORK NAME AND ENTER EACH OF ITS RECORDS            *
008310*----------------------------------------------------------*
008320 7100-INDEX-ONE-GENERATION.
008330     MOVE WS-IX-FILE-NAME(WS-INDEX-IDX) TO WS-IDX-GEN-NAME.
008340     MOVE WS-IX-DATE(WS-INDEX-IDX) TO WS-IDX-GEN-DATE.
008350     CALL "CBL_COPY_FILE" USING WS-IDX-GEN-NAME
008360         WS-IDXGEN-NAME
008370         RETURNING WS-COPY-STATUS
008380     END-CALL.
008390     IF WS-COPY-STATUS NOT = ZERO
008400         DISPLAY "JOKLGARC - geracao " WS-IDX-GEN-NAME
008410             " nao encontrada"
008420         ADD 1 TO WS-IDX-GEN-MISSING
008430         GO TO 7100-EXIT
008440     END-IF.
008450     OPEN INPUT INDEX-GENERATION.
008460     IF WS-IDXGEN-STATUS NOT = "00"
008470         DISPLAY "JOKLGARC - geracao " WS-IDX-GEN-NAME
008480             " ilegivel, status " WS-IDXGEN-STATUS
008490         ADD 1 TO WS-IDX-GEN-MISSING
008500         GO TO 7100-EXIT
008510     END-IF.
008520     MOVE ZERO TO WS-IDX-SEQ.
008530     MOVE SPACES TO WS-CUR-TRN-ID.
008540     MOVE "N" TO WS-IDXGEN-EOF-SW.
008550     PERFORM 7110-INDEX-ONE-GEN-RECORD
008560     THRU 7110-EXIT
008570     UNTIL WS-IDXGEN-EOF.
008580     CLOSE INDEX-GENERATION.
008590     CALL "CBL_DELETE_FILE" USING WS-IDXGEN-NAME
008600         RETURNING WS-DELETE-STATUS
008610     END-CALL.
008620     ADD 1 TO WS-IDX-GENERATIONS.
008630     GO TO 7100-EXIT.
008640 7100-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------*
008680*  7110-INDEX-ONE-GEN-RECORD                                *
008690*----------------------------------------------------------*
008700 7110-INDEX-ONE-GEN-RECORD.
008710     READ INDEX-GENERATION INTO WS-IDX-LINE
008720     AT END
008730     MOVE "Y" TO WS-IDXGEN-EOF-SW
008740     GO TO 7110-EXIT
008750     END-READ.
008760     ADD 1 TO WS-IDX-SEQ.
008770     PERFORM 6100-INDEX-ONE-RECORD
008780     THRU 6100-EXIT.
008790     GO TO 7110-EXIT.
008800 7110-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------*
008840*  9900-WRITE-RUN-CONTROL - APPEND THIS RUN'S RECORD TO THE *
008850*  RUN-CONTROL FILE (JOKRUNC) FOR THE MORNING OPERATIONS    *
008860*  REPORT.  A FILE THAT CANNOT BE OPENED IS REPORTED AND    *
008870*  LEAVES THE RETURN CODE AS IT IS                          *
008880*----------------------------------------------------------*
008890 9900-WRITE-RUN-CONTROL.
008900     OPEN EXTEND RUN-CONTROL.
008910     IF WS-RUN-CONTROL-STATUS = "35"
008920         OPEN OUTPUT RUN-CONTROL
008930         CLOSE RUN-CONTROL
008940         OPEN EXTEND RUN-CONTROL
008950     END-IF.
008960     IF WS-RUN-CONTROL-STATUS NOT = "00"
008970         DISPLAY "JOKLGARC - controle de execucao indisponivel, "
008980             "status " WS-RUN-CONTROL-STATUS
008990         GO TO 9900-EXIT
009000     END-IF.
009010     MOVE SPACES TO RUN-CONTROL-RECORD.
009020     MOVE "JOKLGARC" TO RN-PROGRAM.
009030     MOVE WS-RUN-START-STAMP TO RN-START-STAMP.
009040     MOVE WS-RUN-DATE TO RN-RUN-DATE.
009050     MOVE FUNCTION CURRENT-DATE(1:14) TO RN-END-STAMP.
009060     MOVE RETURN-CODE TO RN-RETURN-CODE.
009062     IF WS-REBUILD-RUN
009064         GO TO 9900-REBUILD-COUNTS
009066     END-IF.
009070     MOVE "ARQUIV" TO RN-COUNT-LABEL(1).
009080     MOVE WS-RECORDS-ARCHIVED TO RN-COUNT-VALUE(1).
009090     MOVE "RODADAS" TO RN-COUNT-LABEL(2).
009100     MOVE WS-ROUNDS-ARCHIVED TO RN-COUNT-VALUE(2).
009110     MOVE "RODLOTE" TO RN-COUNT-LABEL(3).
009120     MOVE WS-BATCH-ROUNDS TO RN-COUNT-VALUE(3).
009130     MOVE "TORNEIOS" TO RN-COUNT-LABEL(4).
009140     MOVE WS-TOURNAMENTS-ARCHIVED TO RN-COUNT-VALUE(4).
009150     MOVE "TORNSALA" TO RN-COUNT-LABEL(5).
009160     MOVE WS-HALL-TOURNAMENTS TO RN-COUNT-VALUE(5).
009170     MOVE "EXPURG" TO RN-COUNT-LABEL(6).
009180     MOVE WS-GENERATIONS-PURGED TO RN-COUNT-VALUE(6).
009181     GO TO 9900-WRITE-RECORD.
009182 9900-REBUILD-COUNTS.
009183     MOVE "GERACOES" TO RN-COUNT-LABEL(1).
009184     MOVE WS-IDX-GENERATIONS TO RN-COUNT-VALUE(1).
009185     MOVE "AUSENTES" TO RN-COUNT-LABEL(2).
009186     MOVE WS-IDX-GEN-MISSING TO RN-COUNT-VALUE(2).
009187     MOVE "TORNIDX" TO RN-COUNT-LABEL(3).
009188     MOVE WS-IDX-TOURNAMENTS TO RN-COUNT-VALUE(3).
009189 9900-WRITE-RECORD.
009190     WRITE RUN-CONTROL-RECORD.
009200     CLOSE RUN-CONTROL.
009210     GO TO 9900-EXIT.
009220 9900-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------*
009260*  9999-TERMINATE - REPORT THE RUN TOTALS                   *
009270*----------------------------------------------------------*
009280 9999-TERMINATE.
009290     IF WS-TIDX-OPEN
009300         CLOSE TOURNAMENT-INDEX
009310     END-IF.
009320     IF WS-REBUILD-RUN
009330         GO TO 9999-REBUILD-TOTALS
009340     END-IF.
009350     DISPLAY "JOKLGARC - registros arquivados: "
009360         WS-RECORDS-ARCHIVED.
009370     DISPLAY "JOKLGARC - geracoes expurgadas.: "
009380         WS-GENERATIONS-PURGED.
009390     DISPLAY "JOKLGARC - torneios indexados..: "
009400         WS-IDX-TOURNAMENTS.
009410     DISPLAY "JOKLGARC - entradas expurgadas.: "
009420         WS-IDX-DROPPED.
009430     GO TO 9999-INDEX-TOTALS.
009440 9999-REBUILD-TOTALS.
009450     DISPLAY "JOKLGARC - indice de torneios reconstruido".
009460     DISPLAY "JOKLGARC - geracoes indexadas..: "
009470         WS-IDX-GENERATIONS.
009480     DISPLAY "JOKLGARC - geracoes ausentes...: "
009490         WS-IDX-GEN-MISSING.
009500     DISPLAY "JOKLGARC - torneios indexados..: "
009510         WS-IDX-TOURNAMENTS.
009520 9999-INDEX-TOTALS.
009530     DISPLAY "JOKLGARC - entradas de jogador.: "
009540         WS-IDX-PLAYER-ENTRIES.
009550     DISPLAY "JOKLGARC - anulacoes marcadas..: " WS-IDX-VOIDS.
009560     IF WS-IDX-DUPLICATES > ZERO
009570         DISPLAY "JOKLGARC - ids de torneio repetidos: "
009580             WS-IDX-DUPLICATES
009590     END-IF.
009600     IF WS-IDX-ERRORS > ZERO
009610         DISPLAY "JOKLGARC - falhas no indice de torneios: "
009620             WS-IDX-ERRORS
009630     END-IF.
009640     EVALUATE TRUE
009650     WHEN WS-ABORT-RUN
009660     MOVE 8 TO RETURN-CODE
009670     WHEN WS-IDX-ERRORS > ZERO
009680     MOVE 4 TO RETURN-CODE
009690     WHEN WS-IDX-GEN-MISSING > ZERO
009700     MOVE 4 TO RETURN-CODE
009710     WHEN OTHER
009720     CONTINUE
009730     END-EVALUATE.
009740     GO TO 9999-EXIT.
009750 9999-EXIT.
009760     EXIT.
