000140*                      DEFINITION WITH THE SCORING RUN.
000142*     09/02/2026  DL   ADDED CD-AM-TIER FOR THE PER-TIER
000144*                      SCORING BANDS.
000145*     10/15/2026  DL   ADDED CD-AM-NOTICE-FLAG SO THE CUSTOMER
000146*                      NOTICE EXTRACT CAN SKIP OPTED-OUT AND
000147*                      DECEASED CUSTOMERS (RECORD 42 TO 43).
000150*----------------------------------------------------------------
000160 01  CD-ACCT-MASTER-RECORD.
000170     05  CD-AM-ACCT-NO        PIC 9(10).
000250* RECORD) IS STANDARD AND SCORES UNDER THE GLOBAL CDPARMF
000260* BANDS.
000270     05  CD-AM-TIER           PIC 9(01).
000280* CUSTOMER NOTICE FLAG -- CONTROLS WHETHER CONDNOTC MAILS THE
000290* CUSTOMER A NOTICE OF A FAILED OR WRITTEN-OFF VALUE SET. N
000300* (OR BLANK ON AN OLD RECORD) IS NORMAL; O IS A CUSTOMER WHO
000310* HAS OPTED OUT OF MAILINGS; D IS A DECEASED CUSTOMER.
000320     05  CD-AM-NOTICE-FLAG    PIC X(01).
000330         88  CD-AM-NOTICE-NORMAL  VALUE 'N' ' '.
000340         88  CD-AM-NOTICE-OPTOUT  VALUE 'O'.
000350         88  CD-AM-NOTICE-DECEASED VALUE 'D'.
