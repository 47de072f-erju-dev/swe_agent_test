000010*----------------------------------------------------------------
000020* CDRUNC.CPY
000030*
000040* RUN-CONTROL RECORD -- THE SHARED RUN-CONTROL FILE (CDRUNCF)
000050* IS AN APPEND-ONLY LOG OF THE BUSINESS DAYS CONDHOLD, CONDESCD,
000060* CONDSUSP AND CONDRSUB HAVE WORKED. EACH RUN WRITES ONE RECORD
000070* WHEN IT STARTS, BEFORE ANY OUTPUT IS OPENED, AND ONE MORE
000080* WHEN IT COMPLETES OR IS REFUSED:
000090*
000100*     S  START OF A BUSINESS DAY NOT WORKED BEFORE
000110*     R  RESTART OF A DAY WHOSE LAST START NEVER COMPLETED
000120*     A  AUTHORIZED RERUN OF A DAY ALREADY COMPLETED (THE
000130*        AUTHORIZING USER ID IS ON THE RECORD)
000140*     C  THE DAY COMPLETED
000150*     X  RUN REFUSED -- THE DAY WAS ALREADY COMPLETED
000160*
000170* THE HIGHEST 'C' DAY FOR A PROGRAM IS THE LAST BUSINESS DAY IT
000180* COMPLETED; A START WITH NO 'C' BEHIND IT FOR THE SAME DAY IS
000190* A RUN THAT DIED PARTWAY. CD-RC-RUN-DATE AND CD-RC-START-TIME
000200* MATCH THE RUN'S CDRUNSF RECORD SO CONDOPSR CAN FLAG THE STEP.
000210*
000220* MAINTENANCE HISTORY.
000230*     10/15/2026  DL   ORIGINAL COPYBOOK.
000240*----------------------------------------------------------------
000250 01  CD-RC-RECORD.
000260     05  CD-RC-PROGRAM        PIC X(08).
000270     05  CD-RC-BUS-DATE       PIC 9(08).
000280     05  CD-RC-EVENT          PIC X(01).
000290         88  CD-RC-STARTED        VALUE 'S' 'R' 'A'.
000300         88  CD-RC-RESTARTED      VALUE 'R'.
000310         88  CD-RC-RERUN          VALUE 'A'.
000320         88  CD-RC-COMPLETED      VALUE 'C'.
000330         88  CD-RC-REFUSED        VALUE 'X'.
000340     05  CD-RC-RUN-DATE       PIC 9(08).
000350     05  CD-RC-START-TIME     PIC 9(06).
000360     05  CD-RC-EVENT-TIME     PIC 9(06).
000370     05  CD-RC-AUTH-USER      PIC X(08).
000380     05  FILLER               PIC X(15).
