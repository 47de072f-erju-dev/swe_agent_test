000010*----------------------------------------------------------------
000020* CDCAL.CPY
000030*
000040* BUSINESS-DAY CALENDAR RECORD -- ONE RECORD PER CALENDAR DATE,
000050* IN DATE ORDER WITH NO GAPS, MAINTAINED BY CONDCALM. A
000060* BUSINESS DAY ('B') IS A DAY A FILE IS TRANSMITTED AND POSTED.
000070* A HOLIDAY ('H') OR OTHER NON-PROCESSING DAY ('N' -- WEEKENDS,
000080* A DECLARED OUTAGE) IS NOT: NOTHING IS EXPECTED, NOTHING AGES.
000090*
000100* CONDHOLD, CONDESCD AND CONDSUSP AGE THEIR QUEUES IN BUSINESS
000110* DAYS FROM IT, CONDACKR AGES UNACKNOWLEDGED PASS DETAILS ON
000120* IT, THE SCORING RUN USES IT TO TELL A MISSED BUSINESS DAY
000125* FROM A HOLIDAY ON A CATCH-UP, AND CONDTRND USES IT TO SHOW
000130* NON-PROCESSING DAYS ON THE MONTHLY TREND.
000140*
000150* CD-CAL-WEEKDAY IS 1 (MONDAY) THROUGH 7 (SUNDAY).
000160*
000170* MAINTENANCE HISTORY.
000180*     10/15/2026  DL   ORIGINAL COPYBOOK.
000185*     10/15/2026  DL   CONDACKR NOW AGES ITS DETAILS ON IT.
000190*----------------------------------------------------------------
000200 01  CD-CAL-RECORD.
000210     05  CD-CAL-DATE          PIC 9(08).
000220     05  CD-CAL-DAY-TYPE      PIC X(01).
000230         88  CD-CAL-BUSINESS      VALUE 'B'.
000240         88  CD-CAL-HOLIDAY       VALUE 'H'.
000250         88  CD-CAL-NON-PROC      VALUE 'N'.
000260     05  CD-CAL-WEEKDAY       PIC 9(01).
000270     05  CD-CAL-DESC          PIC X(20).
000280     05  FILLER               PIC X(10).
