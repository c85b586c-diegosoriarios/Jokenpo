000010*----------------------------------------------------------*
000020*  JOKRUNRC - RUN-CONTROL RECORD (JOKRUNC).  EVERY BATCH    *
000030*  JOB APPENDS ONE RECORD AS IT ENDS: THE PROGRAM, THE      *
000040*  BUSINESS DATE IT PROCESSED, THE HALL WHEN THE RUN IS     *
000050*  FOR ONE HALL, START AND END STAMPS, THE RETURN CODE AND  *
000060*  UP TO SIX KEY COUNTS, EACH UNDER A SHORT LABEL OF ITS    *
000070*  OWN (LIDOS, RODADAS, ...).  A JOB THAT ABENDS WRITES     *
000080*  NOTHING.  READ EACH MORNING BY JOKMORN.                  *
000090*                                                           *
000100*  COUNT LABELS THE MORNING REPORT CROSS-FOOTS:             *
000110*    JOKENPOB, JOKLEAGB  RODADAS  - ROUND RECORDS POSTED TO *
000120*                                   THE LOG (JOKLEAGB: TWO  *
000130*                                   PER FIXTURE)            *
000140*    JOKLGARC            RODLOTE  - BATCH ROUND RECORDS     *
000150*                                   ARCHIVED                *
000160*----------------------------------------------------------*
000170*  2026-10-15  RA   ORIGINAL VERSION.                       *
000180*----------------------------------------------------------*
000190 01  RUN-CONTROL-RECORD.
000200     05  RN-PROGRAM               PIC X(08).
000210     05  FILLER                   PIC X(01).
000220     05  RN-RUN-DATE              PIC 9(08).
000230     05  FILLER                   PIC X(01).
000240     05  RN-HALL-ID               PIC X(04).
000250     05  FILLER                   PIC X(01).
000260     05  RN-START-STAMP.
000270     10  RN-START-DATE            PIC 9(08).
000280     10  RN-START-TIME            PIC 9(06).
000290     05  FILLER                   PIC X(01).
000300     05  RN-END-STAMP.
000310     10  RN-END-DATE              PIC 9(08).
000320     10  RN-END-TIME              PIC 9(06).
000330     05  FILLER                   PIC X(01).
000340     05  RN-RETURN-CODE           PIC 9(03).
000350     05  RN-COUNT-ENTRY           OCCURS 6 TIMES.
000360     10  FILLER                   PIC X(01).
000370     10  RN-COUNT-LABEL           PIC X(08).
000380     10  FILLER                   PIC X(01).
000390     10  RN-COUNT-VALUE           PIC 9(09).
