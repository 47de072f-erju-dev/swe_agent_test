000010*----------------------------------------------------------------
000020* CDRSN.CPY
000030*
000040* STANDARD REJECT REASON CODES -- ONE CODE FOR EVERY PATH BY
000050* WHICH THE SCORING RUN REFUSES A TRANSMITTER'S WORK. THE
000060* CODE IS STAMPED ON EVERY RECORD WRITTEN TO THE ERROR FILE
000070* (CDERRF), THE EXCEPTIONS FILE (CDEXCF), THE UNKNOWN-ACCOUNT
000080* SUSPENSE FILE (CDSUSPF) AND THE SUSPECT DUPLICATES FILE
000090* (CDDUPF), AND IS WHAT THE CONDRTRN RETURN FILES CARRY BACK
000100* TO EACH TRANSMITTER, SO A SHOP SEES THE SAME CODE FOR THE
000110* SAME FAULT WHICHEVER FILE THE RECORD LANDED ON.
000120*
000130* CD-RSN-SCOPE TELLS WHAT WAS REFUSED -- 'A' THE WHOLE
000140* TRANSACTION RECORD (NONE OF ITS VALUE SETS WAS SCORED), 'V'
000150* ONE VALUE SET (THE REST OF THE RECORD WAS SCORED AS USUAL).
000160*
000170* NEW CODES ARE ADDED AT THE END AND CD-RSN-ENTRIES RAISED TO
000180* MATCH. A CODE IS NEVER REUSED FOR A DIFFERENT FAULT -- THE
000190* TRANSMITTERS KEY THEIR OWN CORRECTION WORK ON IT.
000200*
000210* MAINTENANCE HISTORY.
000220*     10/15/2026  DL   ORIGINAL COPYBOOK.
000230*----------------------------------------------------------------
000240 01  CD-RSN-VALUES.
000250     05  CD-RSN-NEGATIVE      PIC X(04) VALUE 'RJ01'.
000260     05  FILLER               PIC X(01) VALUE 'V'.
000270     05  FILLER               PIC X(30)
000280             VALUE 'NEGATIVE NUM1 OR NUM2'.
000290     05  CD-RSN-CLASS-ALPHA   PIC X(04) VALUE 'RJ02'.
000300     05  FILLER               PIC X(01) VALUE 'V'.
000310     05  FILLER               PIC X(30)
000320             VALUE 'NON-ALPHABETIC CLASS1'.
000330     05  CD-RSN-CLASS-UNAPPR  PIC X(04) VALUE 'RJ03'.
000340     05  FILLER               PIC X(01) VALUE 'V'.
000350     05  FILLER               PIC X(30)
000360             VALUE 'CLASS1 CODE NOT APPROVED'.
000370     05  CD-RSN-BAD-COUNT     PIC X(04) VALUE 'RJ04'.
000380     05  FILLER               PIC X(01) VALUE 'A'.
000390     05  FILLER               PIC X(30)
000400             VALUE 'VALUE-SET COUNT INVALID'.
000410     05  CD-RSN-ACCT-CLOSED   PIC X(04) VALUE 'RJ05'.
000420     05  FILLER               PIC X(01) VALUE 'A'.
000430     05  FILLER               PIC X(30)
000440             VALUE 'ACCOUNT CLOSED'.
000450     05  CD-RSN-ACCT-SUSP     PIC X(04) VALUE 'RJ06'.
000460     05  FILLER               PIC X(01) VALUE 'A'.
000470     05  FILLER               PIC X(30)
000480             VALUE 'ACCOUNT SUSPENDED'.
000490     05  CD-RSN-ACCT-UNKNOWN  PIC X(04) VALUE 'RJ07'.
000500     05  FILLER               PIC X(01) VALUE 'A'.
000510     05  FILLER               PIC X(30)
000520             VALUE 'ACCOUNT NOT ON MASTER - HELD'.
000530     05  CD-RSN-SUSPECT-DUP   PIC X(04) VALUE 'RJ08'.
000540     05  FILLER               PIC X(01) VALUE 'V'.
000550     05  FILLER               PIC X(30)
000560             VALUE 'SUSPECT CROSS-DAY DUPLICATE'.
000570     05  CD-RSN-CHECK-RANGE   PIC X(04) VALUE 'RJ09'.
000580     05  FILLER               PIC X(01) VALUE 'V'.
000590     05  FILLER               PIC X(30)
000600             VALUE 'CHECK-VAL OUTSIDE ALL BANDS'.
000610 01  CD-RSN-TABLE REDEFINES CD-RSN-VALUES.
000620     05  CD-RSN-ENTRY OCCURS 9 TIMES.
000630         10  CD-RSN-CODE      PIC X(04).
000640         10  CD-RSN-SCOPE     PIC X(01).
000650             88  CD-RSN-WHOLE-RECORD  VALUE 'A'.
000660             88  CD-RSN-ONE-SET       VALUE 'V'.
000670         10  CD-RSN-TEXT      PIC X(30).
000680 01  CD-RSN-ENTRIES       PIC 9(02) COMP VALUE 9.
