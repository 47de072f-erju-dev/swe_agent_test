000010*----------------------------------------------------------------
000020* CDWATCH.CPY
000030*
000040* ACCOUNT WATCHLIST RECORD -- ONE RECORD PER WATCHLIST ENTRY
000050* ON THE WATCHLIST REFERENCE FILE (CDWATCHF), MAINTAINED BY
000060* CONDWLSM. WHILE THE RUN DATE FALLS INSIDE AN ENTRY'S
000070* EFFECTIVE/EXPIRY WINDOW, EVERY VALUE SET THE ACCOUNT SCORES
000080* IN THE PASS BAND GOES TO THE HOLD QUEUE FOR A MANUAL LOOK
000090* INSTEAD OF THE PASS EXTRACT. AN OPEN-ENDED ENTRY CARRIES
000100* EXPIRY 99991231.
000110*
000120* CD-WL-REASON IS THE REQUESTING AREA'S SHORT REASON CODE
000130* (FOR EXAMPLE DISP FOR A DISPUTED ACCOUNT, PROB FOR A NEW
000140* CUSTOMER ON PROBATION). IT RIDES THE HOLD RECORD SO THE
000150* REVIEWER SEES WHY THE ITEM WAS HELD. CD-WL-REQ-BY IS THE
000160* USER ID OF WHOEVER ASKED FOR THE ENTRY.
000170*
000180* MAINTENANCE HISTORY.
000190*     10/15/2026  DL   ORIGINAL COPYBOOK.
000200*----------------------------------------------------------------
000210 01  CD-WATCH-RECORD.
000220     05  CD-WL-ACCT-NO        PIC 9(10).
000230     05  CD-WL-REASON         PIC X(04).
000240     05  CD-WL-REQ-BY         PIC X(08).
000250     05  CD-WL-EFF-DATE       PIC 9(08).
000260     05  CD-WL-EXP-DATE       PIC 9(08).
