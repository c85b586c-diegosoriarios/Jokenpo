000010*----------------------------------------------------------*
000020*  JOKCRDRC - PREPAID CREDIT ACCOUNT (JOKCRED, INDEXED BY   *
000030*  CA-PLAYER-ID).  ONE RECORD PER PLAYER WHO EVER HAD MONEY *
000040*  ON ACCOUNT; IT IS OPENED BY THE FIRST TOP-UP AT THE DESK *
000050*  (JOKTOPUP) OR THE FIRST PRIZE CREDITED (JOKPRIZE).  THE  *
000060*  ENTRY FEE IS DEBITED WHEN A TOURNAMENT OPENS (JOKENPO,   *
000070*  JOKBRKT) AND CREDITED BACK WHEN THE DESK VOIDS IT        *
000080*  (JOKVOID).  EVERY MOVEMENT IS ALSO ON THE CASH LEDGER    *
000090*  (JOKLEDG) - THE STATEMENT (JOKSTMT) IS BUILT FROM THERE  *
000100*  AND THE CASH STATEMENT (JOKCASH) TIES THE TWO.  THE      *
000110*  BALANCE IS SIGNED ONLY SO THAT TWO TERMINALS DEBITING    *
000120*  THE SAME PLAYER AT ONCE CANNOT WRAP IT; SIGN-ON REFUSES  *
000130*  A BALANCE BELOW THE FEE.                                 *
000140*----------------------------------------------------------*
000150*  2026-10-15  RA   ORIGINAL VERSION.                       *
000160*----------------------------------------------------------*
000170 01  CREDIT-ACCOUNT-RECORD.
000180     05  CA-PLAYER-ID             PIC X(10).
000190     05  CA-BALANCE               PIC S9(07)V9(02).
000200     05  CA-OPENED-DATE           PIC 9(08).
000210     05  CA-LAST-MOVE-DATE        PIC 9(08).
