000403*     09/02/2026  DL   SUMS THE PER-SOURCE DETAIL COUNTS THE
000404*                      MULTI-TRANSMITTER CDCTL RECORDS CARRY
000405*                      AND PRINTS THEM ON THE COMBINED SUMMARY.
000406*     10/15/2026  DL   SUMS AND PRINTS THE CROSS-DAY SUSPECT
000407*                      DUPLICATE COUNT THE CDCTL RECORDS NOW
000408*                      CARRY, AND GRADES IT WITH THE REJECTS.
000410*     10/15/2026  DL   SUMS AND PRINTS THE WATCHLIST FORCED
000412*                      REVIEW COUNT AND CARRIES IT IN THE
000414*                      COMBINED DISPOSITION TOTAL.
000416*----------------------------------------------------------------

000418 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CD-CTL-FILE    ASSIGN TO CDCTLF
000972 01  CD-CB-REJECT-COUNT   PIC 9(09) COMP VALUE ZERO.
000975 01  CD-CB-TOTAL-DISPOSITIONS
000980                          PIC 9(09) COMP VALUE ZERO.
000982 01  CD-CB-DUP-COUNT      PIC 9(09) COMP VALUE ZERO.
000984 01  CD-CB-WATCH-REV-COUNT
000986                          PIC 9(09) COMP VALUE ZERO.
000990* THE RUN DATE AND BANDS EVERY STREAM MUST AGREE ON.
001000 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
001002* STEP TIMING FOR THE RUN-STATUS RECORD.
003050         TO CD-CB-CLASS-REJECT-COUNT.
003060     ADD CD-CTL-BAD-COUNT-REJECT-COUNT
003070         TO CD-CB-BAD-COUNT-REJECT-COUNT.
003074     ADD CD-CTL-DUP-COUNT TO CD-CB-DUP-COUNT.
003076     ADD CD-CTL-WATCH-REV-COUNT TO CD-CB-WATCH-REV-COUNT.
003080     ADD CD-CTL-ACCT-REJECT-COUNT
003090         TO CD-CB-ACCT-REJECT-COUNT.
003092     ADD CD-CTL-INACT-REJECT-COUNT
003790     MOVE CD-CB-REVIEW-COUNT   TO CD-SL-COUNT.
003800     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
003810     WRITE CD-RPT-RECORD.
003812     MOVE 'WATCHLIST FORCED REVIEW' TO CD-SL-LABEL.
003814     MOVE CD-CB-WATCH-REV-COUNT TO CD-SL-COUNT.
003816     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
003818     WRITE CD-RPT-RECORD.
003820     MOVE 'FAIL'               TO CD-SL-LABEL.
003830     MOVE CD-CB-FAIL-COUNT     TO CD-SL-COUNT.
003840     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
003990     MOVE CD-CB-BAD-COUNT-REJECT-COUNT TO CD-SL-COUNT.
004000     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
004010     WRITE CD-RPT-RECORD.
004012     MOVE 'SUSPECT-DUP (CDDUPF)' TO CD-SL-LABEL.
004014     MOVE CD-CB-DUP-COUNT      TO CD-SL-COUNT.
004016     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
004018     WRITE CD-RPT-RECORD.
004020     MOVE 'UNKNOWN ACCTS TO SUSPENSE' TO CD-SL-LABEL.
004030     MOVE CD-CB-ACCT-REJECT-COUNT TO CD-SL-COUNT.
004040     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
004950         + CD-CB-CLASS-REJECT-COUNT
004960         + CD-CB-BAD-COUNT-REJECT-COUNT
004970         + CD-CB-ACCT-REJECT-COUNT
004975         + CD-CB-INACT-REJECT-COUNT
004977         + CD-CB-DUP-COUNT.
004980     COMPUTE CD-CB-TOTAL-DISPOSITIONS =
004990         CD-CB-PASS-COUNT + CD-CB-REVIEW-COUNT
005000         + CD-CB-FAIL-COUNT + CD-CB-REJECT-COUNT
005005         + CD-CB-WATCH-REV-COUNT.
005010     IF CD-RECON-PASS-WARN OR CD-RECON-FAIL-WARN
005020         MOVE 8 TO RETURN-CODE
005030         DISPLAY 'ENDING RC 8 -- RECONCILIATION WARNING'
