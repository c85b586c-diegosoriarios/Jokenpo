000010*----------------------------------------------------------*
000020*  JOKFLGRC - PRIZE SCREENING FLAG FILE (JOKFLAG).  WRITTEN *
000030*  BY THE COLLUSION SCREEN (JOKSCRN) FOR ONE CLOSING        *
000040*  SEASON: ONE CONTROL RECORD (C) FIRST, THEN ONE FLAG      *
000050*  RECORD (F) PER SUSPICION RAISED.  THE DESK DECISION      *
000060*  PROGRAM (JOKTRIA) CLEARS OR UPHOLDS EACH FLAG, AND THE   *
000070*  PRIZE POSTING (JOKPRIZE) WILL NOT PAY A POSITION WHOSE   *
000080*  PLAYER IS NAMED ON A FLAG STILL PENDING.                 *
000090*                                                           *
000100*  FLAG TYPES:                                              *
000110*    E - THE PAIR MET FAR MORE OFTEN THAN THE HALL AVERAGE  *
000120*    S - ONE-SIDED STREAK; PLAYER WON IT OVER OPPONENT      *
000130*    J - PLAYER'S THROWS IN ONE LOST MATCH WERE CONSTANT    *
000140*    A - CONTENDER'S WINS CAME MOSTLY FROM ONE OPPONENT     *
000150*  FL-COUNT AND FL-BASE HOLD THE EVIDENCE: MEETINGS AND     *
000160*  HALL AVERAGE (E), STREAK AND MEETINGS (S), REPEATED      *
000170*  THROWS AND ROUNDS (J), WINS OFF THE OPPONENT AND TOTAL   *
000180*  WINS (A).                                                *
000190*----------------------------------------------------------*
000200*  2026-10-15  RA   ORIGINAL VERSION.                       *
000210*----------------------------------------------------------*
000220 01  SCREEN-CONTROL-RECORD.
000230     05  FC-RECORD-TYPE           PIC X(01).
000240     05  FILLER                   PIC X(01).
000250     05  FC-SEASON                PIC 9(06).
000260     05  FILLER                   PIC X(01).
000270     05  FC-RUN-DATE              PIC 9(08).
000280     05  FILLER                   PIC X(01).
000290     05  FC-COMPLETE-SW           PIC X(01).
000300         88  FC-SCREEN-COMPLETE            VALUE "Y".
000310     05  FILLER                   PIC X(01).
000320     05  FC-FLAG-COUNT            PIC 9(05).
000330     05  FILLER                   PIC X(01).
000340     05  FC-MATCHES               PIC 9(05).
000350     05  FILLER                   PIC X(01).
000360     05  FC-PAIRS                 PIC 9(05).
000370     05  FILLER                   PIC X(01).
000380     05  FC-HALL-AVERAGE          PIC 9(03)V9(02).
000390 01  SCREEN-FLAG-RECORD.
000400     05  FL-RECORD-TYPE           PIC X(01).
000410     05  FILLER                   PIC X(01).
000420     05  FL-SEASON                PIC 9(06).
000430     05  FILLER                   PIC X(01).
000440     05  FL-SEQ                   PIC 9(04).
000450     05  FILLER                   PIC X(01).
000460     05  FL-FLAG-TYPE             PIC X(01).
000470         88  FL-FREQUENT-PAIR              VALUE "E".
000480         88  FL-ONE-SIDED-STREAK           VALUE "S".
000490         88  FL-CONSTANT-THROWS            VALUE "J".
000500         88  FL-SINGLE-OPPONENT            VALUE "A".
000510     05  FILLER                   PIC X(01).
000520     05  FL-PLAYER-ID             PIC X(10).
000530     05  FILLER                   PIC X(01).
000540     05  FL-OPPONENT-ID           PIC X(10).
000550     05  FILLER                   PIC X(01).
000560     05  FL-TOURNAMENT-ID         PIC X(14).
000570     05  FILLER                   PIC X(01).
000580     05  FL-COUNT                 PIC 9(05).
000590     05  FILLER                   PIC X(01).
000600     05  FL-BASE                  PIC 9(05).
000610     05  FILLER                   PIC X(01).
000620     05  FL-STATUS                PIC X(01).
000630         88  FL-PENDING                    VALUE "P".
000640         88  FL-CLEARED                    VALUE "L".
000650         88  FL-UPHELD                     VALUE "M".
000660     05  FILLER                   PIC X(01).
000670     05  FL-DECIDED-BY            PIC X(10).
000680     05  FILLER                   PIC X(01).
000690     05  FL-DECIDED-DATE          PIC 9(08).
000700     05  FILLER                   PIC X(01).
000710     05  FL-DECISION-NOTE         PIC X(30).
