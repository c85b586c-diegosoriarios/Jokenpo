000144*                   PLAY, SO THE UTILIZATION REPORT TOTALS  *
000145*                   LOTE ROUNDS APART FROM HALL TRAFFIC.    *
000146*                   DO NOT USE LOTE AS A REAL HALL CODE.    *
000147*  2026-10-15  RA   ADD THE VOID RECORD (V).  IT IS WRITTEN *
000148*                   BY THE DESK VOID (JOKVOID) AFTER THE    *
000149*                   TOURNAMENT'S TRAILER, AND EVERY READER  *
000151*                   SKIPS THE H, D AND T OF A TOURNAMENT    *
000152*                   THAT HAS ONE, AS IF IT WAS NEVER        *
000153*                   PLAYED.  READERS THAT TAKE UNTYPED      *
000154*                   LINES AS THE OLD FLAT LAYOUT MUST TEST  *
000155*                   FOR V FIRST.                            *
000140*----------------------------------------------------------*
000150 01  LOG-HEADER-RECORD.
000160     05  LH-RECORD-TYPE           PIC X(01).
000560     05  LT-PLAYER-2-SCORE        PIC 9(03).
000570     05  FILLER                   PIC X(01).
000580     05  LT-WINNER-ID             PIC X(10).
000590 01  LOG-VOID-RECORD.
000600     05  LV-RECORD-TYPE           PIC X(01).
000610     05  FILLER                   PIC X(01).
000620     05  LV-TOURNAMENT-ID         PIC X(14).
000630     05  FILLER                   PIC X(01).
000640     05  LV-VOID-TIMESTAMP        PIC X(14).
000650     05  FILLER                   PIC X(01).
000660     05  LV-OPERATOR-ID           PIC X(10).
000670     05  FILLER                   PIC X(01).
000680     05  LV-REASON                PIC X(40).
