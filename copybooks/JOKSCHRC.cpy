000010*----------------------------------------------------------*
000020*  JOKSCHRC - BATCH SCHEDULE RECORD (JOKSCHED).  ONE        *
000030*  RECORD PER JOB THE OPERATOR EXPECTS TO SEE ON THE        *
000040*  MORNING REPORT (JOKMORN), KEPT BY HAND:                  *
000050*    D - EVERY DAY                                          *
000060*    S - WEEKLY, SC-DAY 1 (MONDAY) TO 7 (SUNDAY)            *
000070*    M - MONTHLY, SC-DAY = DAY OF THE MONTH, 99 = LAST DAY  *
000080*    E - ON DEMAND, NEVER EXPECTED, NOT REPORTED AS OUTSIDE *
000090*        THE SCHEDULE WHEN IT RUNS                          *
000100*  SC-HALL-ID NAMES THE HALL THE RUN MUST BE FOR, SPACES    *
000110*  FOR ANY.                                                 *
000120*----------------------------------------------------------*
000130*  2026-10-15  RA   ORIGINAL VERSION.                       *
000140*----------------------------------------------------------*
000150 01  SCHEDULE-RECORD.
000160     05  SC-PROGRAM               PIC X(08).
000170     05  FILLER                   PIC X(01).
000180     05  SC-FREQUENCY             PIC X(01).
000190         88  SC-DAILY                       VALUE "D".
000200         88  SC-WEEKLY                      VALUE "S".
000210         88  SC-MONTHLY                     VALUE "M".
000220         88  SC-ON-DEMAND                   VALUE "E".
000230     05  FILLER                   PIC X(01).
000240     05  SC-DAY                   PIC 9(02).
000250         88  SC-LAST-DAY                    VALUE 99.
000260     05  FILLER                   PIC X(01).
000270     05  SC-HALL-ID               PIC X(04).
000280     05  FILLER                   PIC X(01).
000290     05  SC-DESCRIPTION           PIC X(30).
