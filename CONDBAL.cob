000210*     THE CHECKS --
000220*       VALUE SETS SCORED = PASS + REVIEW + FAIL + EXCEPTIONS
000230*           + NEGATIVE ERRORS + CLASS REJECTS
000235*           + SUSPECT DUPLICATES + WATCHLIST FORCED REVIEW
000240*       CDTRANF RECOUNT OF RECORDS, TRANSMITTER DETAILS,
000250*           TRAILER COUNT, VALUE SETS AND HASH TOTALS EACH
000260*           EQUAL TO THE CONTROL TOTALS
000270*       CDHOLDF COUNT = REVIEW + WATCHLIST FORCED REVIEW,
000275*           CDERRF = NEGATIVE ERRORS,
000280*           CDFAILF = FAIL, CDEXCF = CLASS + VALUE-SET COUNT
000290*           + INACTIVE-ACCOUNT REJECTS + EXCEPTIONS,
000291*           CDSUSPF = UNKNOWN-ACCOUNT REJECTS,
000292*           CDDUPF = SUSPECT DUPLICATES
000300*
000310* MAINTENANCE HISTORY.
000320*     08/22/2026  DL   ORIGINAL PROGRAM.
000336*                      SUSPENSE FILE, SO CDSUSPF IS COUNTED AND
000337*                      PROVEN AGAINST THE NEW SPLIT OF THE
000338*                      ACCT/INACTIVE REJECT COUNTERS ON CDCTL.
000339*     10/15/2026  DL   COUNTS THE CROSS-DAY SUSPECT DUPLICATES
000340*                      FILE (CDDUPF), PROVES IT AGAINST THE NEW
000341*                      CDCTL DUPLICATE COUNT, AND CARRIES THE
000342*                      DUPLICATES IN THE VALUE-SET CROSSFOOT.
000343*     10/15/2026  DL   WATCHLIST FORCED REVIEWS JOIN THE
000344*                      VALUE-SET CROSSFOOT AND THE CDHOLDF
000345*                      PROOF. HOLD RECORD WIDENED TO 65 BYTES.
000346*     10/15/2026  DL   REJECT RECORDS NOW END WITH THE SOURCE,
000347*                      RECORD TYPE AND CDRSN REASON CODE (ERR
000348*                      71, EXC 84, SUSP 458, DUP 86), AND THE
000349*                      CHECK-VAL OUT-OF-RANGE EXCEPTIONS NOW
000350*                      LAND ON CDEXCF, SO THE CDEXCF PROOF
000351*                      ADDS THE CDCTL EXCEPTION COUNT.
000352*----------------------------------------------------------------

000353 ENVIRONMENT DIVISION.
000354 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CD-CTL-FILE    ASSIGN TO CDCTLF
000380         ORGANIZATION IS LINE SEQUENTIAL.
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT CD-EXC-FILE    ASSIGN TO CDEXCF
000460         ORGANIZATION IS LINE SEQUENTIAL.
000463     SELECT CD-DUP-FILE    ASSIGN TO CDDUPF
000466         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT CD-FAIL-FILE   ASSIGN TO CDFAILF
000480         ORGANIZATION IS LINE SEQUENTIAL.
000482     SELECT CD-SUSP-FILE   ASSIGN TO CDSUSPF
000730* THE FOUR OUTPUT FILES -- ONLY COUNTED HERE, SO ONE
000740* GENERIC-LENGTH RECORD PER FILE IS ALL THAT IS NEEDED.
000750 FD  CD-HOLD-FILE.
000760 01  CD-HOLD-RECORD       PIC X(65).
000770 FD  CD-ERR-FILE.
000780 01  CD-ERR-RECORD        PIC X(71).
000790 FD  CD-EXC-FILE.
000800 01  CD-EXC-RECORD        PIC X(84).
000802 FD  CD-DUP-FILE.
000805 01  CD-DUP-RECORD        PIC X(86).
000810 FD  CD-FAIL-FILE.
000820 01  CD-FAIL-RECORD       PIC X(56).
000822 FD  CD-SUSP-FILE.
000824 01  CD-SUSP-RECORD       PIC X(458).

000826* PASS INTERFACE EXTRACT -- ONLY THE TYPE BYTE AND THE
000827* TRAILER COUNT ARE LOOKED AT HERE.
001002 01  CD-BR-SUSP-COUNT     PIC 9(07) COMP VALUE ZERO.
001004 01  CD-BR-PASS-XTR-COUNT PIC 9(07) COMP VALUE ZERO.
001006 01  CD-BR-PASS-TRAILER   PIC 9(07) COMP VALUE ZERO.
001008 01  CD-BR-DUP-COUNT      PIC 9(07) COMP VALUE ZERO.
001010* RUN CONTROL SWITCHES AND WORK FIELDS.
001020 01  CD-TRANS-EOF-SW      PIC X(01) VALUE 'N'.
001030         88  CD-TRANS-EOF-YES     VALUE 'Y'.
002320     PERFORM 2130-COUNT-ONE-EXC THRU 2130-EXIT
002330         UNTIL CD-WORK-EOF-YES.
002340     CLOSE CD-EXC-FILE.
002341     OPEN INPUT CD-DUP-FILE.
002342     MOVE 'N' TO CD-WORK-EOF-SW.
002343     PERFORM 2170-COUNT-ONE-DUP THRU 2170-EXIT
002344         UNTIL CD-WORK-EOF-YES.
002345     CLOSE CD-DUP-FILE.
002350     OPEN INPUT CD-FAIL-FILE.
002360     MOVE 'N' TO CD-WORK-EOF-SW.
002370     PERFORM 2140-COUNT-ONE-FAIL THRU 2140-EXIT
003160     COMPUTE CD-WRK-EXPECTED =
003170         CD-CTL-PASS-COUNT + CD-CTL-REVIEW-COUNT
003180         + CD-CTL-FAIL-COUNT + CD-CTL-EXCEPTION-COUNT
003190         + CD-CTL-NEG-ERROR-COUNT + CD-CTL-CLASS-REJECT-COUNT
003195         + CD-CTL-DUP-COUNT + CD-CTL-WATCH-REV-COUNT.
003200     MOVE CD-CTL-VS-SCORED TO CD-WRK-ACTUAL.
003210     MOVE 'VALUE SETS = DISPOSITIONS ' TO CD-BD-LABEL.
003220     PERFORM 3010-CHECK-ONE THRU 3010-EXIT.
003520     MOVE CD-BR-HASH-NUM4     TO CD-WRK-ACTUAL.
003530     MOVE 'HASH TOTAL NUM4           ' TO CD-BD-LABEL.
003540     PERFORM 3010-CHECK-ONE THRU 3010-EXIT.
003550     COMPUTE CD-WRK-EXPECTED =
003555         CD-CTL-REVIEW-COUNT + CD-CTL-WATCH-REV-COUNT.
003560     MOVE CD-BR-HOLD-COUNT    TO CD-WRK-ACTUAL.
003570     MOVE 'HOLD QUEUE RECORDS        ' TO CD-BD-LABEL.
003580     PERFORM 3010-CHECK-ONE THRU 3010-EXIT.
003630     COMPUTE CD-WRK-EXPECTED =
003640         CD-CTL-CLASS-REJECT-COUNT
003650         + CD-CTL-BAD-COUNT-REJECT-COUNT
003660         + CD-CTL-INACT-REJECT-COUNT
003665         + CD-CTL-EXCEPTION-COUNT.
003670     MOVE CD-BR-EXC-COUNT     TO CD-WRK-ACTUAL.
003680     MOVE 'EXCEPTION FILE RECORDS    ' TO CD-BD-LABEL.
003690     PERFORM 3010-CHECK-ONE THRU 3010-EXIT.
003710     MOVE CD-BR-FAIL-COUNT    TO CD-WRK-ACTUAL.
003720     MOVE 'FAIL EXTRACT RECORDS      ' TO CD-BD-LABEL.
003730     PERFORM 3010-CHECK-ONE THRU 3010-EXIT.
003732     MOVE CD-CTL-DUP-COUNT    TO CD-WRK-EXPECTED.
003734     MOVE CD-BR-DUP-COUNT     TO CD-WRK-ACTUAL.
003736     MOVE 'SUSPECT DUPLICATE RECORDS ' TO CD-BD-LABEL.
003738     PERFORM 3010-CHECK-ONE THRU 3010-EXIT.
003740     MOVE SPACES TO CD-BAL-RECORD.
003750     WRITE CD-BAL-RECORD.
003760     IF CD-IN-BALANCE
004290     CLOSE CD-RUNS-FILE.
004300 3900-EXIT.
004310     EXIT.

004320*----------------------------------------------------------------
004330* 2170-COUNT-ONE-DUP
004340*     COUNTS ONE CROSS-DAY SUSPECT DUPLICATE RECORD.
004350*----------------------------------------------------------------
004360 2170-COUNT-ONE-DUP.
004370     READ CD-DUP-FILE
004380         AT END
004390             MOVE 'Y' TO CD-WORK-EOF-SW
004400         NOT AT END
004410             ADD 1 TO CD-BR-DUP-COUNT
004420     END-READ.
004430 2170-EXIT.
004440     EXIT.
