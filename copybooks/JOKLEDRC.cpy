000080*  AMOUNTS ARE HELD IN CENTAVOS BEHIND AN IMPLIED DECIMAL.  *
000090*  FEE CATEGORIES: 1 = CLASSICO, 2 = LIZARD-SPOCK,          *
000100*  3 = NOITE DE COMPETICAO (PER MATCH PLAYED).              *
000101*                                                           *
000102*  A TOP-UP (U) IS MONEY THE DESK TOOK IN FOR A PLAYER'S    *
000103*  PREPAID CREDIT ACCOUNT (JOKCRED).  THE SETTLEMENT BYTE   *
000104*  ON A CHARGE, REFUND OR PAYOUT IS "A" WHEN IT WAS DEBITED *
000105*  FROM OR CREDITED TO THAT ACCOUNT; BLANK IS CASH OVER THE *
000106*  COUNTER (EVERY RECORD WRITTEN BEFORE THE ACCOUNTS).  THE *
000107*  BALANCES ON JOKCRED ADD UP TO THE TOP-UPS LESS THE "A"   *
000108*  CHARGES PLUS THE "A" REFUNDS AND PAYOUTS.                *
000110*----------------------------------------------------------*
000120*  2026-09-01  RA   ORIGINAL VERSION.                       *
000122*  2026-10-15  RA   ADD THE REFUND (R), WRITTEN WHEN THE    *
000124*                   DESK VOIDS A TOURNAMENT.  IT MIRRORS    *
000126*                   THE CHARGE IT REVERSES - SAME ID, DATE, *
000128*                   CATEGORY, AMOUNT AND PLAYER - SO IT     *
000129*                   NETS OFF THE SAME SEASON'S FEES.        *
000130*  2026-10-15  RA   ADD THE TOP-UP (U) AND THE SETTLEMENT   *
000131*                   BYTE FOR THE PREPAID CREDIT ACCOUNTS.   *
000132*----------------------------------------------------------*
000140 01  LEDGER-CHARGE-RECORD.
000150     05  LC-RECORD-TYPE           PIC X(01).
000160     05  FILLER                   PIC X(01).
000230     05  LC-AMOUNT                PIC 9(05)V9(02).
000240     05  FILLER                   PIC X(01).
000250     05  LC-PLAYER-ID             PIC X(10).
000252     05  FILLER                   PIC X(01).
000254     05  LC-SETTLEMENT            PIC X(01).
000256         88  LC-ON-ACCOUNT                 VALUE "A".
000260 01  LEDGER-PAYOUT-RECORD.
000270     05  LP-RECORD-TYPE           PIC X(01).
000280     05  FILLER                   PIC X(01).
000330     05  LP-POSITION              PIC 9(01).
000340     05  FILLER                   PIC X(01).
000350     05  LP-AMOUNT                PIC 9(05)V9(02).
000352     05  FILLER                   PIC X(01).
000354     05  LP-SETTLEMENT            PIC X(01).
000356         88  LP-ON-ACCOUNT                 VALUE "A".
000360 01  LEDGER-REFUND-RECORD.
000370     05  LR-RECORD-TYPE           PIC X(01).
000380     05  FILLER                   PIC X(01).
000390     05  LR-TOURNAMENT-ID         PIC X(14).
000400     05  FILLER                   PIC X(01).
000410     05  LR-DATE                  PIC 9(08).
000420     05  FILLER                   PIC X(01).
000430     05  LR-CATEGORY              PIC 9(01).
000440     05  FILLER                   PIC X(01).
000450     05  LR-AMOUNT                PIC 9(05)V9(02).
000460     05  FILLER                   PIC X(01).
000470     05  LR-PLAYER-ID             PIC X(10).
000480     05  FILLER                   PIC X(01).
000490     05  LR-SETTLEMENT            PIC X(01).
000500         88  LR-ON-ACCOUNT                 VALUE "A".
000510 01  LEDGER-TOPUP-RECORD.
000520     05  LU-RECORD-TYPE           PIC X(01).
000530     05  FILLER                   PIC X(01).
000540     05  LU-DATE                  PIC 9(08).
000550     05  FILLER                   PIC X(01).
000560     05  LU-TIME                  PIC 9(06).
000570     05  FILLER                   PIC X(01).
000580     05  LU-PLAYER-ID             PIC X(10).
000590     05  FILLER                   PIC X(01).
000600     05  LU-AMOUNT                PIC 9(05)V9(02).
000610     05  FILLER                   PIC X(01).
000620     05  LU-OPERATOR-ID           PIC X(10).
