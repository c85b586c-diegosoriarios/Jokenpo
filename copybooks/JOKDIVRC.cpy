000010*----------------------------------------------------------*
000020*  JOKDIVRC - DIVISION LADDER RECORD (JOKDIVS, INDEXED BY   *
000030*  DV-PLAYER-ID).  ONE RECORD PER PLAYER ON THE LADDER,     *
000040*  MAINTAINED ONLY BY THE SEASON CLOSE (JOKDIVS): A PLAYER  *
000050*  IS FIRST PLACED BY RATING, MOVES ONE SERIE UP OR DOWN    *
000060*  ON THE CLOSING STANDINGS OF THAT SERIE, AND IS DROPPED   *
000070*  ON GOING DORMANT.  DV-SINCE-SEASON IS THE CLOSE THAT PUT *
000080*  THE PLAYER IN THE CURRENT SERIE; DV-LAST-SEASON IS THE   *
000090*  LAST CLOSE THAT PROCESSED THE RECORD AND GUARDS AGAINST  *
000100*  A RERUN OF THE SAME SEASON.                              *
000110*----------------------------------------------------------*
000120*  2026-10-15  RA   ORIGINAL VERSION.                       *
000130*----------------------------------------------------------*
000140 01  DIVISION-RECORD.
000150     05  DV-PLAYER-ID             PIC X(10).
000160     05  DV-DIVISION              PIC X(01).
000170         88  DV-SERIE-A                     VALUE "A".
000180         88  DV-SERIE-B                     VALUE "B".
000190         88  DV-SERIE-C                     VALUE "C".
000200     05  DV-SINCE-SEASON          PIC 9(06).
000210     05  DV-LAST-MOVE             PIC X(01).
000220         88  DV-PROMOTED                    VALUE "P".
000230         88  DV-RELEGATED                   VALUE "R".
000240         88  DV-NEWLY-PLACED                VALUE "N".
000250         88  DV-STAYED                      VALUE SPACE.
000260     05  DV-LAST-SEASON           PIC 9(06).
