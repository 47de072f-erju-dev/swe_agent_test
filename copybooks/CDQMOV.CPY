000010*----------------------------------------------------------------
000020* CDQMOV.CPY
000030*
000040* DAILY QUEUE-MOVEMENT RECORD -- ONE RECORD PER RUN OF A
000050* QUEUE PROGRAM, WRITTEN TO THE PROGRAM'S WORK FILE (CDQMOVF)
000060* AT NORMAL END OF RUN AND APPENDED TO THE SHARED
000070* QUEUE-MOVEMENT FILE BY THE JOB ONCE THE STEP ENDS CLEANLY.
000080* CONDHOLD WRITES QUEUE 'HOLD', CONDESCD 'ESC ' AND CONDSUSP
000090* 'SUSP'; A CONDBACK BACKOUT WRITES ONE FOR EACH QUEUE IT
000100* PULLS ITEMS FROM. THE CONDQROL MONTH-END ROLL-FORWARD
000110* PROVES THE QUEUES FROM IT.
000120*
000130* CD-QM-OPENING IS THE COUNT OF THE CARRY-FORWARD THE RUN
000140* READ BEHIND THE DAY'S NEW ITEMS; CD-QM-READ IS EVERYTHING
000150* READ, SO NEW ITEMS ARE READ LESS OPENING. EVERY ITEM READ
000160* LEAVES AS ONE OF THE TWO CLEARED TYPES (NAMED IN THE TYPE
000170* FIELDS -- PASS/FAIL, PASS/WOFF, RPRS FOR A RE-PRESENTED
000180* SUSPENSE ITEM), AS AGED/DROPPED, AS BACKED OUT, OR ON THE
000190* NEW CARRY-FORWARD (CD-QM-CLOSING). THE NEXT RUN'S OPENING
000200* MUST EQUAL THIS RUN'S CLOSING.
000210*
000220* THE AGE BANDS SPLIT THE CLOSING ITEMS BY BUSINESS DAYS HELD --
000230* 0-2, 3-5, 6-10, 11-30 AND OVER 30 -- AND CD-QM-AGED-OPEN
000240* COUNTS THE CLOSING ITEMS OVER THE QUEUE'S AGING LIMIT.
000250*
000260* CD-QM-RUN-DATE IS THE DATE THE RUN WAS MADE; CD-QM-BUS-DATE IS
000270* THE BUSINESS DAY IT WORKED (ITS RUN-CONTROL DAY). AN AUTHORIZED
000280* RERUN OF A DAY WRITES A SECOND RECORD FOR THE SAME QUEUE,
000290* PROGRAM AND BUSINESS DAY, AND CONDQROL ROLLS ONLY THE LAST ONE.
000300* A CONDBACK RECORD CARRIES ZERO THERE AND IS NEVER REPLACED, AND
000310* RECORDS WRITTEN BEFORE THE FIELD WAS ADDED CARRY SPACES.
000320*
000330* MAINTENANCE HISTORY.
000340*     10/15/2026  DL   ORIGINAL COPYBOOK.
000350*     10/15/2026  DL   ADDED CD-QM-BUS-DATE FROM THE FILLER SO A
000360*                      RERUN'S RECORD CAN REPLACE THE ONE IT
000370*                      REDOES.
000380*----------------------------------------------------------------
000390 01  CD-QM-RECORD.
000400     05  CD-QM-QUEUE          PIC X(04).
000410     05  CD-QM-PROGRAM        PIC X(08).
000420     05  CD-QM-RUN-DATE       PIC 9(08).
000430     05  CD-QM-OPENING        PIC 9(07).
000440     05  CD-QM-READ           PIC 9(07).
000450     05  CD-QM-CLR1-TYPE      PIC X(04).
000460     05  CD-QM-CLR1-COUNT     PIC 9(07).
000470     05  CD-QM-CLR2-TYPE      PIC X(04).
000480     05  CD-QM-CLR2-COUNT     PIC 9(07).
000490     05  CD-QM-DROPPED        PIC 9(07).
000500     05  CD-QM-BACKED-OUT     PIC 9(07).
000510     05  CD-QM-CLOSING        PIC 9(07).
000520     05  CD-QM-AGE-LIMIT      PIC 9(03).
000530     05  CD-QM-AGED-OPEN      PIC 9(07).
000540     05  CD-QM-AGE-BAND OCCURS 5 TIMES
000550                              PIC 9(07).
000560     05  CD-QM-BUS-DATE       PIC 9(08).
000570     05  FILLER               PIC X(02).
