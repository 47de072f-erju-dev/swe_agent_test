000170*                      TRANSMITTERS' FRAMES IN ONE BUSINESS
000171*                      DAY, EACH BALANCED AGAINST ITS OWN
000172*                      TRAILER.
000173*     10/15/2026  DL   ADDED CD-CTL-DUP-COUNT (SUSPECT CROSS-DAY
000174*                      DUPLICATES HELD OUT TO CDDUPF) AND
000175*                      CD-CTL-WATCH-REV-COUNT (PASS-BAND SETS HELD
000176*                      FOR THE WATCHLIST, APART FROM THE REVIEW
000177*                      COUNT) SO CONDBAL CAN PROVE BOTH FILES.
000178*----------------------------------------------------------------
000179 01  CD-CTL-RECORD.
000180     05  CD-CTL-RUN-DATE      PIC 9(08).
000190     05  CD-CTL-RECORD-COUNT  PIC 9(07).
000200     05  CD-CTL-XMIT-COUNT    PIC 9(07).
000550         10  CD-CTL-SRC-COUNT PIC 9(07).
000560     05  CD-CTL-PASS-XTR-COUNT
000570                              PIC 9(07).
000580     05  CD-CTL-DUP-COUNT     PIC 9(07).
000590     05  CD-CTL-WATCH-REV-COUNT
000600                              PIC 9(07).
