000010*----------------------------------------------------------*
000020*  JOKTIXRC - TOURNAMENT INDEX OVER THE ARCHIVE GENERATIONS *
000030*  (JOKTIDX, INDEXED BY TX-KEY).  TWO KINDS OF ENTRY SHARE  *
000040*  THE FILE:                                                *
000050*    T + TOURNAMENT ID               - ONE PER TOURNAMENT   *
000060*    P + PLAYER ID + DATE + TOURN.ID - ONE PER PLAYER WHO   *
000070*                                      PLAYED IN IT         *
000080*  BOTH POINT AT THE GENERATION (JOKENPO.YYYYMMDD.ARC) AND  *
000090*  THE RECORD NUMBER OF THE TOURNAMENT'S FIRST RECORD ON    *
000100*  IT, AND CARRY THE HEADER'S DATE, HALL, MODES AND         *
000110*  PLAYERS.  A BATCH RUN (JOKENPOB) HAS NO PLAYERS ON ITS   *
000120*  HEADER, SO ITS P ENTRIES COME FROM THE DETAILS.  THE T   *
000130*  ENTRY ALSO CARRIES THE DESK VOID (V) WHEN ONE IS         *
000140*  ARCHIVED, WHICHEVER NIGHT THAT IS.                       *
000150*                                                           *
000160*  BUILT BY THE NIGHTLY ARCHIVE (JOKLGARC) AS IT COPIES THE *
000170*  LIVE LOG, WHICH ALSO DROPS THE ENTRIES OF EVERY          *
000180*  GENERATION NO LONGER ON THE ARCHIVE INDEX (ARCIDX).      *
000190*  READ BY THE DISPUTE DESK (JOKTINQ).  OLD FLAT LOG LINES  *
000200*  CARRY NO TOURNAMENT AND ARE NOT INDEXED.                 *
000210*----------------------------------------------------------*
000220*  2026-10-15  RA   ORIGINAL VERSION.                       *
000230*----------------------------------------------------------*
000240 01  TOURNAMENT-INDEX-RECORD.
000250     05  TX-KEY.
000260     10  TX-ENTRY-TYPE            PIC X(01).
000270         88  TX-BY-TOURNAMENT               VALUE "T".
000280         88  TX-BY-PLAYER                   VALUE "P".
000290     10  TX-KEY-BODY              PIC X(32).
000300     10  TX-TOURNAMENT-KEY REDEFINES TX-KEY-BODY.
000310     15  TX-T-TOURNAMENT-ID       PIC X(14).
000320     15  FILLER                   PIC X(18).
000330     10  TX-PLAYER-KEY REDEFINES TX-KEY-BODY.
000340     15  TX-P-PLAYER-ID           PIC X(10).
000350     15  TX-P-DATE                PIC 9(08).
000360     15  TX-P-TOURNAMENT-ID       PIC X(14).
000370     05  TX-GEN-DATE              PIC 9(08).
000380     05  TX-GEN-FILE-NAME         PIC X(30).
000390     05  TX-HEADER-SEQ            PIC 9(07).
000400     05  TX-TRN-DATE              PIC 9(08).
000410     05  TX-HALL-ID               PIC X(04).
000420     05  TX-GAME-MODE             PIC 9(01).
000430     05  TX-OPPONENT-MODE         PIC 9(01).
000440     05  TX-PLAYER-1-ID           PIC X(10).
000450     05  TX-PLAYER-2-ID           PIC X(10).
000460     05  TX-VOID-SW               PIC X(01).
000470         88  TX-VOIDED                      VALUE "Y".
000480     05  TX-VOID-TIMESTAMP        PIC X(14).
000490     05  TX-VOID-OPERATOR         PIC X(10).
000500     05  TX-VOID-REASON           PIC X(40).
