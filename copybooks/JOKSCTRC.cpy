000010*----------------------------------------------------------*
000020*  JOKSCTRC - SCOUTING SUMMARY RECORD, ONE PER PLAYER ID    *
000030*  AND GAME MODE.  WRITTEN BY THE MOVE-TENDENCY JOB         *
000040*  (JOKSCOUT), WHICH REBUILDS THE FILE FROM THE ROUND       *
000050*  DETAILS ON THE TRANSACTION LOG, AND READ BY THE BRACKET  *
000060*  PROGRAM (JOKBRKT) FOR THE COMMENTATOR'S SHEET.           *
000070*                                                           *
000080*  THROWS ARE SUBSCRIPTED IN THE GAME PROGRAMS' CHOICE      *
000090*  ORDER: 1 PEDRA, 2 TESOURA, 3 PAPEL, 4 LAGARTO, 5 SPOCK.  *
000100*  THE AFTER-RESULT ENTRIES ARE 1 AFTER A WIN, 2 AFTER A    *
000110*  LOSS, 3 AFTER A TIE.  PERCENTAGES ARE ROUNDED WHOLE      *
000120*  NUMBERS; A THROW INDEX OF ZERO MEANS NO ROUNDS TO GO BY. *
000130*  PREDICTABILITY IS 0 FOR AN EVEN SPREAD OVER THE MODE'S   *
000140*  THROWS AND 100 FOR A PLAYER WHO ALWAYS THROWS THE SAME.  *
000150*----------------------------------------------------------*
000160*  2026-10-15  RA   ORIGINAL VERSION.                       *
000170*----------------------------------------------------------*
000180 01  SCOUT-RECORD.
000190     05  SC-PLAYER-ID             PIC X(10).
000200     05  FILLER                   PIC X(01).
000210     05  SC-GAME-MODE             PIC 9(01).
000220     05  FILLER                   PIC X(01).
000230     05  SC-TOURNAMENTS           PIC 9(05).
000240     05  FILLER                   PIC X(01).
000250     05  SC-ROUNDS                PIC 9(07).
000260     05  FILLER                   PIC X(01).
000270     05  SC-THROW-TABLE.
000280     10  SC-THROW                 OCCURS 5 TIMES.
000290     15  SC-THROW-COUNT           PIC 9(07).
000300     15  SC-THROW-PCT             PIC 9(03).
000310     15  SC-OPEN-COUNT            PIC 9(05).
000320     05  FILLER                   PIC X(01).
000330     05  SC-AFTER-TABLE.
000340     10  SC-AFTER                 OCCURS 3 TIMES.
000350     15  SC-AFT-ROUNDS            PIC 9(07).
000360     15  SC-AFT-STAY-PCT          PIC 9(03).
000370     15  SC-AFT-TOP-IDX           PIC 9(01).
000380     15  SC-AFT-TOP-PCT           PIC 9(03).
000390     05  FILLER                   PIC X(01).
000400     05  SC-OPEN-TOP-IDX          PIC 9(01).
000410     05  FILLER                   PIC X(01).
000420     05  SC-PREDICT-INDEX         PIC 9(03).
