000010*----------------------------------------------------------*
000020*  JOKEVRRC - SIGN-UP FOR A COMPETITION NIGHT (JOKEVREG,    *
000030*  INDEXED BY ER-KEY: THE EVENT KEY OF JOKEVTRC AND THE     *
000040*  PLAYER ID).  WRITTEN BY THE DESK SIGN-UP (JOKEVNT),      *
000050*  MARKED BY THE CHECK-IN (JOKCHKIN) AND READ BY THE NO-    *
000060*  SHOW REPORT (JOKNOSHW).                                  *
000070*                                                           *
000080*  STATUS BEFORE THE NIGHT:  I = HAS A PLACE, E = ON THE    *
000090*  WAITLIST, X = WITHDRAWN AT THE DESK (A PLACE GIVEN UP    *
000100*  GOES TO THE FIRST ON THE WAITLIST).  THE CHECK-IN MARKS  *
000110*  ER-ARRIVED AS PLAYERS TURN UP AND, ON CLOSING, SETTLES   *
000120*  EVERY SIGN-UP:  P = PLAYED (WRITTEN TO ENTRANTS), F =    *
000130*  HAD A PLACE AND DID NOT TURN UP (A NO-SHOW), S = LEFT ON *
000140*  THE WAITLIST WITHOUT A PLACE.  ER-PROMOTED IS SET WHEN   *
000150*  A WAITLISTED PLAYER WAS GIVEN A PLACE.                   *
000160*----------------------------------------------------------*
000170*  2026-10-15  RA   ORIGINAL VERSION.                       *
000180*----------------------------------------------------------*
000190 01  EVENT-SIGNUP-RECORD.
000200     05  ER-KEY.
000210     10  ER-EVENT-DATE            PIC 9(08).
000220     10  ER-HALL-ID               PIC X(04).
000230     10  ER-PLAYER-ID             PIC X(10).
000240     05  ER-SIGNUP-SEQ            PIC 9(05).
000250     05  ER-STATUS                PIC X(01).
000260         88  ER-HAS-PLACE                   VALUE "I".
000270         88  ER-WAITLISTED                  VALUE "E".
000280         88  ER-WITHDRAWN                   VALUE "X".
000290         88  ER-PLAYED                      VALUE "P".
000300         88  ER-NO-SHOW                     VALUE "F".
000310         88  ER-NO-PLACE                    VALUE "S".
000320     05  ER-ARRIVED-SW            PIC X(01).
000330         88  ER-ARRIVED                     VALUE "Y".
000340     05  ER-PROMOTED-SW           PIC X(01).
000350         88  ER-PROMOTED                    VALUE "Y".
000360     05  ER-SIGNUP-DATE           PIC 9(08).
000370     05  ER-SIGNUP-TIME           PIC 9(06).
000380     05  ER-SIGNUP-BY             PIC X(10).
000390     05  ER-ARRIVAL-TIME          PIC 9(06).
