000010*----------------------------------------------------------*
000020*  JOKEVTRC - COMPETITION-NIGHT CALENDAR (JOKEVENT, INDEXED *
000030*  BY EV-EVENT-KEY: DATE AND HALL, SO ONE EVENT PER HALL    *
000040*  PER NIGHT).  SET UP AT THE DESK (JOKEVNT) WITH THE GAME  *
000050*  MODE, THE NUMBER OF PLACES AND THE ENTRY FEE CATEGORY OF *
000060*  THE FEE TABLE (JOKFEES: 1 CLASSICO, 2 LIZARD-SPOCK, 3    *
000070*  COMPETICAO POR PARTIDA).  AN EVENT IS OPEN FOR SIGN-UP   *
000080*  UNTIL THE CHECK-IN ON THE NIGHT (JOKCHKIN) CLOSES IT AND *
000090*  WRITES THE ENTRANTS FILE FOR THE BRACKET (JOKBRKT).      *
000100*  EV-LAST-SIGNUP-SEQ NUMBERS THE SIGN-UPS IN ARRIVAL ORDER *
000110*  - THE WAITLIST IS WORKED IN THAT ORDER.                  *
000120*----------------------------------------------------------*
000130*  2026-10-15  RA   ORIGINAL VERSION.                       *
000140*----------------------------------------------------------*
000150 01  EVENT-RECORD.
000160     05  EV-EVENT-KEY.
000170     10  EV-EVENT-DATE            PIC 9(08).
000180     10  EV-HALL-ID               PIC X(04).
000190     05  EV-GAME-MODE             PIC 9(01).
000200         88  EV-MODE-CLASSIC                VALUE 1.
000210         88  EV-MODE-LIZARD-SPOCK           VALUE 2.
000220     05  EV-CAPACITY              PIC 9(03).
000230     05  EV-FEE-CATEGORY          PIC 9(01).
000240     05  EV-STATUS                PIC X(01).
000250         88  EV-OPEN                        VALUE "A".
000260         88  EV-CHECKED-IN                  VALUE "C".
000270     05  EV-LAST-SIGNUP-SEQ       PIC 9(05).
000280     05  EV-CREATED-DATE          PIC 9(08).
000290     05  EV-CREATED-BY            PIC X(10).
000300     05  EV-CLOSED-DATE           PIC 9(08).
000310     05  EV-CLOSED-TIME           PIC 9(06).
000320     05  EV-CLOSED-BY             PIC X(10).
