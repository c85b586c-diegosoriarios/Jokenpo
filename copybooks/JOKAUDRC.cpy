000010*----------------------------------------------------------*
000020*  JOKAUDRC - OPERATOR AUDIT TRAIL RECORD (JOKAUD).  ONE    *
000030*  RECORD PER CHANGE MADE AT THE DESK, WITH THE OPERATOR    *
000040*  ID, A TIMESTAMP, THE ACTION AND BEFORE/AFTER IMAGES.     *
000050*  FOR A MASTER CHANGE THE IMAGES ARE THE PLAYERMS RECORD;  *
000060*  OTHER ACTIONS SAY IN THEIR OWN PROGRAM WHAT THE IMAGES   *
000070*  HOLD.  ACTIONS: ALTERA, EXCLUI, INCORP, SITUACAO         *
000080*  (JOKPMNT), ANULA (JOKVOID), TRIAGEM (JOKTRIA), RECARGA   *
000085*  (JOKTOPUP), EXPORTA, ANONIMIZ (JOKLGPD).                 *
000090*----------------------------------------------------------*
000100*  2026-10-15  RA   ORIGINAL VERSION - LAYOUT LIFTED FROM   *
000110*                   JOKPMNT SO THE VOID PROGRAM WRITES THE  *
000120*                   SAME TRAIL.                             *
000122*  2026-10-15  RA   ADD TRIAGEM, THE DESK'S DECISION ON A   *
000124*                   COLLUSION SCREEN FLAG.                  *
000125*  2026-10-15  RA   ADD RECARGA, A TOP-UP OF A PREPAID      *
000126*                   CREDIT ACCOUNT.                         *
000128*  2026-10-15  RA   ADD EXPORTA AND ANONIMIZ, A PLAYER'S    *
000129*                   DATA-SUBJECT EXPORT AND ERASURE.        *
000130*----------------------------------------------------------*
000140 01  AUDIT-RECORD.
000150     05  AUD-TIMESTAMP            PIC X(21).
000160     05  FILLER                   PIC X(01).
000170     05  AUD-OPERATOR             PIC X(10).
000180     05  FILLER                   PIC X(01).
000190     05  AUD-ACTION               PIC X(08).
000200     05  FILLER                   PIC X(01).
000210     05  AUD-BEFORE-IMAGE         PIC X(62).
000220     05  FILLER                   PIC X(01).
000230     05  AUD-AFTER-IMAGE          PIC X(62).
