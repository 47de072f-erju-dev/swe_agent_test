000152*     09/02/2026  DL   ADDED CD-SU-SOURCE-ID SO A RE-PRESENTED
000154*                      RECORD KEEPS THE TRANSMITTER SOURCE THE
000156*                      FRAMED CDTRANF NOW CARRIES.
000157*     10/15/2026  DL   ADDED CD-SU-REC-TYPE AND THE CDRSN REASON
000158*                      CODE SO A SUSPENDED RECORD CAN GO BACK ON
000159*                      ITS TRANSMITTER'S RETURN FILE.
000160*----------------------------------------------------------------
000170 01  CD-SUSP-RECORD.
000180     05  CD-SU-ACCT-NO        PIC 9(10).
000270         10  CD-SU-CHECK-VAL      PIC 9(03).
000280     05  CD-SU-SUSP-DATE      PIC 9(08).
000290     05  CD-SU-SOURCE-ID      PIC X(03).
000300     05  CD-SU-REC-TYPE       PIC X(01).
000310     05  CD-SU-REASON-CD      PIC X(04).
