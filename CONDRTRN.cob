000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDRTRN.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     END-OF-DAY TRANSMITTER REJECT RETURN RUN. EACH SHOP THAT
000100*     SENDS A FRAME ON CDTRANF USED TO LEARN ABOUT ITS BAD
000110*     RECORDS ONLY WHEN SOMEONE MAILED IT A SPREADSHEET PIECED
000120*     TOGETHER FROM THE ERROR, EXCEPTIONS AND SUSPENSE FILES.
000130*     THIS RUN READS THE DAY'S FOUR REJECT FILES -- CDERRF,
000140*     CDEXCF, CDSUSPF AND CDDUPF, EVERY RECORD NOW STAMPED BY
000150*     THE SCORING RUN WITH ITS CDRSN REASON CODE, SOURCE ID AND
000160*     CDTRANF RECORD TYPE -- AND BUILDS ONE FRAMED RETURN FILE
000170*     PER TRANSMITTER SOURCE HOLDING THAT SOURCE'S REJECTS.
000180*
000190*     THE SOURCES ARE TAKEN FROM THE DAY'S CONTROL-TOTALS
000200*     RECORD(S) ON CDCTLF IN THE ORDER THEY APPEAR THERE; A
000210*     SOURCE SEEN ONLY ON A RE-PRESENTED ('R') REJECT IS ADDED
000220*     BEHIND THEM. THE FIRST SOURCE GOES TO CDRTN1, THE SECOND
000230*     TO CDRTN2 AND SO ON (FIVE AT MOST, THE SAME LIMIT AS THE
000240*     FRAMED CDTRANF); THE HEADER OF EACH FILE NAMES ITS
000250*     SOURCE, AND A SLOT WITH NO SOURCE IS LEFT EMPTY. A SOURCE
000260*     WITH NOTHING REFUSED STILL GETS ITS HEADER AND TRAILER SO
000270*     THE SHOP HAS OUR WORD FOR WHAT IT SENT.
000280*
000290*     THE SUMMARY REPORT (CDRTNRPT) SHOWS PER SOURCE THE 'D'
000300*     RECORDS RECEIVED (FROM THE CD-CTL-SOURCE-ENTRY COUNTS),
000310*     HOW MANY WERE ACCEPTED, HOW MANY WHOLE RECORDS AND SINGLE
000320*     VALUE SETS WERE REFUSED, THE RE-PRESENTED ITEMS REFUSED
000330*     AGAIN, AND THE COUNT BY REASON CODE. IT THEN TIES THE
000340*     REASON-CODE TOTALS BACK TO THE SCORING RUN'S OWN REJECT
000350*     COUNTERS AND THE SOURCE COUNTS BACK TO ITS TRANSMITTER
000360*     DETAIL COUNT. ANY BREAK -- A TIE THAT DOES NOT AGREE, A
000370*     REJECT WITHOUT A KNOWN REASON CODE, A 'D' REJECT FROM A
000380*     SOURCE NOT ON THE CONTROL RECORD, OR MORE WHOLE RECORDS
000390*     REFUSED THAN A SOURCE SENT -- ENDS THE RUN RC 16 SO THE
000400*     RETURN FILES ARE HELD UNTIL IT IS EXPLAINED.
000410*
000420*     ON A SPLIT NIGHT CDCTLF IS THE CONCATENATION OF THE
000430*     STREAM CONTROL FILES; THE COUNTS ARE SUMMED ACROSS THEM.
000440*     RUN AFTER CONDBAL (OR CONDMRGE) AND BEFORE THE NEXT
000450*     SCORING RUN REWRITES THE REJECT FILES.
000460*
000470* MAINTENANCE HISTORY.
000480*     10/15/2026  DL   ORIGINAL PROGRAM -- TRANSMITTERS WERE
000490*                      BEING TOLD ABOUT THEIR REJECTS BY HAND.
000500*----------------------------------------------------------------

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CD-CTL-FILE    ASSIGN TO CDCTLF
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CD-CTL-STATUS.
000570     SELECT CD-ERR-FILE    ASSIGN TO CDERRF
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CD-ERR-STATUS.
000600     SELECT CD-EXC-FILE    ASSIGN TO CDEXCF
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CD-EXC-STATUS.
000630     SELECT CD-SUSP-FILE   ASSIGN TO CDSUSPF
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CD-SUSP-STATUS.
000660     SELECT CD-DUP-FILE    ASSIGN TO CDDUPF
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CD-DUP-STATUS.
000690     SELECT CD-RTN1-FILE   ASSIGN TO CDRTN1
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT CD-RTN2-FILE   ASSIGN TO CDRTN2
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT CD-RTN3-FILE   ASSIGN TO CDRTN3
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT CD-RTN4-FILE   ASSIGN TO CDRTN4
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT CD-RTN5-FILE   ASSIGN TO CDRTN5
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT CD-RPT-FILE    ASSIGN TO CDRTNRPT
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT CD-RUNS-FILE   ASSIGN TO CDRUNSF
000820         ORGANIZATION IS LINE SEQUENTIAL.

000830 DATA DIVISION.
000840 FILE SECTION.
000850* CONTROL TOTALS WRITTEN BY THE SCORING RUN (ONE RECORD, OR
000860* ONE PER STREAM ON A SPLIT NIGHT).
000870 FD  CD-CTL-FILE.
000880 COPY CDCTL.

000890* NEGATIVE-VALUE ERROR FILE -- SAME LAYOUT THE SCORING RUN
000900* WRITES.
000910 FD  CD-ERR-FILE.
000920 COPY CDSCORE REPLACING
000930         ==CD-SCORE-RECORD== BY ==CD-ERR-RECORD==
000940         ==NUM1==             BY ==CD-E-NUM1==
000950         ==NUM2==             BY ==CD-E-NUM2==
000960         ==NUM3==             BY ==CD-E-NUM3==
000970         ==NUM4==             BY ==CD-E-NUM4==
000980         ==CLASS1               PIC X(9) VALUE 'ABCD '==
000990             BY ==CD-E-CLASS1          PIC X(9)==
001000         ==CHECK-VAL==        BY ==CD-E-CHECK-VAL==
001010         ==PASS==             BY ==CD-E-PASS==
001020         ==REVIEW==           BY ==CD-E-REVIEW==
001030         ==FAIL==             BY ==CD-E-FAIL==
001040     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001050         .
001060     05  CD-E-SENTINEL        PIC S9(09) SIGN IS LEADING SEPARATE.
001070     05  CD-E-ACCT-NO         PIC 9(10).
001080     05  CD-E-SOURCE-ID       PIC X(03).
001090     05  CD-E-REC-TYPE        PIC X(01).
001100     05  CD-E-REASON-CD       PIC X(04).

001110* EXCEPTIONS FILE -- SAME LAYOUT THE SCORING RUN WRITES.
001120 FD  CD-EXC-FILE.
001130 COPY CDSCORE REPLACING
001140         ==CD-SCORE-RECORD== BY ==CD-EXC-RECORD==
001150         ==NUM1==             BY ==CD-X-NUM1==
001160         ==NUM2==             BY ==CD-X-NUM2==
001170         ==NUM3==             BY ==CD-X-NUM3==
001180         ==NUM4==             BY ==CD-X-NUM4==
001190         ==CLASS1               PIC X(9) VALUE 'ABCD '==
001200             BY ==CD-X-CLASS1          PIC X(9)==
001210         ==CHECK-VAL==        BY ==CD-X-CHECK-VAL==
001220         ==PASS==             BY ==CD-X-PASS==
001230         ==REVIEW==           BY ==CD-X-REVIEW==
001240         ==FAIL==             BY ==CD-X-FAIL==
001250     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001260         .
001270     05  CD-X-REASON          PIC X(23).
001280     05  CD-X-ACCT-NO         PIC 9(10).
001290     05  CD-X-SOURCE-ID       PIC X(03).
001300     05  CD-X-REC-TYPE        PIC X(01).
001310     05  CD-X-REASON-CD       PIC X(04).

001320* UNKNOWN-ACCOUNT SUSPENSE FILE -- THE DAY'S NEW SUSPENSE ITEMS.
001330 FD  CD-SUSP-FILE.
001340 COPY CDSUSP.

001350* SUSPECT DUPLICATES FILE -- SAME LAYOUT THE SCORING RUN
001360* WRITES.
001370 FD  CD-DUP-FILE.
001380 COPY CDSCORE REPLACING
001390         ==CD-SCORE-RECORD== BY ==CD-DUP-RECORD==
001400         ==NUM1==             BY ==CD-U-NUM1==
001410         ==NUM2==             BY ==CD-U-NUM2==
001420         ==NUM3==             BY ==CD-U-NUM3==
001430         ==NUM4==             BY ==CD-U-NUM4==
001440         ==CLASS1               PIC X(9) VALUE 'ABCD '==
001450             BY ==CD-U-CLASS1          PIC X(9)==
001460         ==CHECK-VAL==        BY ==CD-U-CHECK-VAL==
001470         ==PASS==             BY ==CD-U-PASS==
001480         ==REVIEW==           BY ==CD-U-REVIEW==
001490         ==FAIL==             BY ==CD-U-FAIL==
001500     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001510         .
001520     05  CD-U-ACCT-NO         PIC 9(10).
001530     05  CD-U-SOURCE-ID       PIC X(03).
001540     05  CD-U-RUN-DATE        PIC 9(08).
001550     05  CD-U-PRIOR-DATE      PIC 9(08).
001560     05  CD-U-PRIOR-DISP      PIC X(09).
001570     05  CD-U-REC-TYPE        PIC X(01).
001580     05  CD-U-REASON-CD       PIC X(04).

001590* THE FIVE RETURN FILE SLOTS -- ONE PER TRANSMITTER SOURCE.
001600* THE RECORD IS BUILT IN WORKING-STORAGE (CD-RTN-HEADER,
001610* CD-RTN-DETAIL, CD-RTN-TRAILER) AND MOVED TO THE SLOT.
001620 FD  CD-RTN1-FILE.
001630 01  CD-R1-RECORD         PIC X(100).
001640 FD  CD-RTN2-FILE.
001650 01  CD-R2-RECORD         PIC X(100).
001660 FD  CD-RTN3-FILE.
001670 01  CD-R3-RECORD         PIC X(100).
001680 FD  CD-RTN4-FILE.
001690 01  CD-R4-RECORD         PIC X(100).
001700 FD  CD-RTN5-FILE.
001710 01  CD-R5-RECORD         PIC X(100).

001720* PER-SOURCE REJECT SUMMARY REPORT.
001730 FD  CD-RPT-FILE.
001740 01  CD-RPT-RECORD        PIC X(80).

001750* NIGHTLY RUN-STATUS FILE -- ONE STEP RECORD APPENDED AT END
001760* OF RUN FOR THE CONDOPSR OPERATIONS FLOW REPORT.
001770 FD  CD-RUNS-FILE.
001780 COPY CDRUNST.

001790 WORKING-STORAGE SECTION.
001800* STANDARD REJECT REASON CODES.
001810 COPY CDRSN.
001820* RETURN FILE RECORDS -- FIXED 100 BYTES. 'H' HEADER WITH THE
001830* BUSINESS DATE AND THE SOURCE; 'D' DETAIL, ONE PER REJECT,
001840* WITH THE RECORD TYPE IT ARRIVED AS, THE ACCOUNT, THE REASON
001850* CODE, ITS SCOPE (A WHOLE RECORD, V ONE VALUE SET) AND TEXT,
001860* AND THE VALUE SET REFUSED (THE FIRST ONE SENT WHEN THE WHOLE
001870* RECORD WAS REFUSED); 'T' TRAILER WITH THE DETAIL COUNT, THE
001880* RECEIVED/ACCEPTED/REFUSED COUNTS AND THE TOTAL RECORD COUNT
001890* INCLUDING THE HEADER AND THE TRAILER.
001900 01  CD-RTN-HEADER.
001910     05  CD-RH-REC-TYPE       PIC X(01).
001920     05  CD-RH-FILE-DATE      PIC 9(08).
001930     05  CD-RH-SOURCE-ID      PIC X(03).
001940     05  FILLER               PIC X(88).
001950 01  CD-RTN-DETAIL.
001960     05  CD-RD-REC-TYPE       PIC X(01).
001970     05  CD-RD-SOURCE-ID      PIC X(03).
001980     05  CD-RD-ORIG-TYPE      PIC X(01).
001990     05  CD-RD-ACCT-NO        PIC 9(10).
002000     05  CD-RD-REASON-CD      PIC X(04).
002010     05  CD-RD-SCOPE          PIC X(01).
002020     05  CD-RD-REASON-TEXT    PIC X(30).
002030     05  CD-RD-NUM1 PIC S9(09) SIGN IS LEADING SEPARATE.
002040     05  CD-RD-NUM2 PIC S9(09) SIGN IS LEADING SEPARATE.
002050     05  CD-RD-NUM3           PIC 9(05).
002060     05  CD-RD-NUM4           PIC 9(06).
002070     05  CD-RD-CLASS1         PIC X(09).
002080     05  CD-RD-CHECK-VAL      PIC 9(03).
002090     05  FILLER               PIC X(07).
002100 01  CD-RTN-TRAILER.
002110     05  CD-RT-REC-TYPE       PIC X(01).
002120     05  CD-RT-SOURCE-ID      PIC X(03).
002130     05  CD-RT-DETAIL-COUNT   PIC 9(07).
002140     05  CD-RT-RECEIVED       PIC 9(07).
002150     05  CD-RT-ACCEPTED       PIC 9(07).
002160     05  CD-RT-WHOLE-REFUSED  PIC 9(07).
002170     05  CD-RT-SETS-REFUSED   PIC 9(07).
002180     05  CD-RT-RESUB-REFUSED  PIC 9(07).
002190     05  CD-RT-RECORD-COUNT   PIC 9(09).
002200     05  FILLER               PIC X(45).
002210 01  CD-RTN-OUT           PIC X(100).
002220* ONE ENTRY PER TRANSMITTER SOURCE, IN RETURN-SLOT ORDER --
002230* THE 'D' DETAILS RECEIVED PER THE CONTROL RECORD, WHAT WAS
002240* REFUSED, AND THE COUNT BY REASON CODE (IN CDRSN ORDER).
002250 01  CD-SRC-TABLE-AREA.
002260     05  CD-SRC-COUNT         PIC 9(02) COMP VALUE ZERO.
002270     05  CD-SRC-ENTRY OCCURS 5 TIMES.
002280         10  CD-SRC-ID            PIC X(03).
002290         10  CD-SRC-ON-CTL-SW     PIC X(01).
002300             88  CD-SRC-ON-CTL        VALUE 'Y'.
002310         10  CD-SRC-RECEIVED      PIC 9(07).
002320         10  CD-SRC-WHOLE-REFUSED PIC 9(07).
002330         10  CD-SRC-SETS-REFUSED  PIC 9(07).
002340         10  CD-SRC-RESUB-REFUSED PIC 9(07).
002350         10  CD-SRC-DETAILS       PIC 9(07).
002360         10  CD-SRC-RECORDS       PIC 9(09).
002370         10  CD-SRC-RSN-COUNT     PIC 9(07) OCCURS 9 TIMES.
002380 01  CD-SR-IDX            PIC 9(02) COMP.
002390 01  CD-CS-IDX            PIC 9(02) COMP.
002400 01  CD-SRC-HIT-IDX       PIC 9(02) COMP.
002410 01  CD-SRC-HIT-SW        PIC X(01) VALUE 'N'.
002420         88  CD-SRC-HIT           VALUE 'Y'.
002430 01  CD-WRK-SRC-ID        PIC X(03) VALUE SPACES.
002440* REJECTS BY REASON CODE OVER ALL SOURCES (IN CDRSN ORDER).
002450 01  CD-RSN-TOTAL-AREA.
002460     05  CD-RSN-TOTAL         PIC 9(07) OCCURS 9 TIMES.
002470 01  CD-RN-IDX            PIC 9(02) COMP.
002480 01  CD-RSN-HIT-IDX       PIC 9(02) COMP.
002490 01  CD-RSN-HIT-SW        PIC X(01) VALUE 'N'.
002500         88  CD-RSN-HIT           VALUE 'Y'.
002510* THE CURRENT REJECT, WHICHEVER FILE IT CAME FROM.
002520 01  CD-REJECT-WORK.
002530     05  CD-RJ-SOURCE-ID      PIC X(03).
002540     05  CD-RJ-REC-TYPE       PIC X(01).
002550     05  CD-RJ-ACCT-NO        PIC 9(10).
002560     05  CD-RJ-REASON-CD      PIC X(04).
002570     05  CD-RJ-NUM1           PIC S9(09).
002580     05  CD-RJ-NUM2           PIC S9(09).
002590     05  CD-RJ-NUM3           PIC 9(05).
002600     05  CD-RJ-NUM4           PIC 9(06).
002610     05  CD-RJ-CLASS1         PIC X(09).
002620     05  CD-RJ-CHECK-VAL      PIC 9(03).
002630* THE SCORING RUN'S REJECT COUNTERS, SUMMED OVER EVERY
002640* CONTROL RECORD ON CDCTLF.
002650 01  CD-CT-XMIT-COUNT     PIC 9(07) COMP VALUE ZERO.
002660 01  CD-CT-NEG-COUNT      PIC 9(07) COMP VALUE ZERO.
002670 01  CD-CT-CLASS-COUNT    PIC 9(07) COMP VALUE ZERO.
002680 01  CD-CT-BAD-COUNT      PIC 9(07) COMP VALUE ZERO.
002690 01  CD-CT-INACT-COUNT    PIC 9(07) COMP VALUE ZERO.
002700 01  CD-CT-ACCT-COUNT     PIC 9(07) COMP VALUE ZERO.
002710 01  CD-CT-DUP-COUNT      PIC 9(07) COMP VALUE ZERO.
002720 01  CD-CT-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
002730* RUN CONTROL SWITCHES AND COUNTERS.
002740 01  CD-CTL-STATUS        PIC X(02) VALUE SPACES.
002750 01  CD-ERR-STATUS        PIC X(02) VALUE SPACES.
002760 01  CD-EXC-STATUS        PIC X(02) VALUE SPACES.
002770 01  CD-SUSP-STATUS       PIC X(02) VALUE SPACES.
002780 01  CD-DUP-STATUS        PIC X(02) VALUE SPACES.
002790 01  CD-CTL-EOF-SW        PIC X(01) VALUE 'N'.
002800         88  CD-CTL-EOF-YES       VALUE 'Y'.
002810 01  CD-ERR-EOF-SW        PIC X(01) VALUE 'N'.
002820         88  CD-ERR-EOF-YES       VALUE 'Y'.
002830 01  CD-EXC-EOF-SW        PIC X(01) VALUE 'N'.
002840         88  CD-EXC-EOF-YES       VALUE 'Y'.
002850 01  CD-SUSP-EOF-SW       PIC X(01) VALUE 'N'.
002860         88  CD-SUSP-EOF-YES      VALUE 'Y'.
002870 01  CD-DUP-EOF-SW        PIC X(01) VALUE 'N'.
002880         88  CD-DUP-EOF-YES       VALUE 'Y'.
002890* 'T' -- FIRST PASS OVER THE REJECT FILES, TALLYING AND
002900* REGISTERING SOURCES; 'W' -- SECOND PASS, WRITING DETAILS.
002910 01  CD-PHASE-SW          PIC X(01) VALUE 'T'.
002920         88  CD-PHASE-TALLY       VALUE 'T'.
002930         88  CD-PHASE-WRITE       VALUE 'W'.
002940 01  CD-BALANCE-SW        PIC X(01) VALUE 'Y'.
002950         88  CD-IN-BALANCE        VALUE 'Y'.
002960 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
002970* STEP TIMING FOR THE RUN-STATUS RECORD.
002980 01  CD-WRK-TIME          PIC 9(08) VALUE ZERO.
002990 01  CD-WRK-TIME-R REDEFINES CD-WRK-TIME.
003000     05  CD-WT-HHMMSS         PIC 9(06).
003010     05  FILLER               PIC 9(02).
003020 01  CD-START-TIME        PIC 9(06) VALUE ZERO.
003030 01  CD-CTL-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
003040 01  CD-ERR-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
003050 01  CD-EXC-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
003060 01  CD-SUSP-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
003070 01  CD-DUP-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
003080 01  CD-REJECT-READ-COUNT PIC 9(09) COMP VALUE ZERO.
003090 01  CD-DETAIL-TOTAL      PIC 9(09) COMP VALUE ZERO.
003100 01  CD-UNCODED-COUNT     PIC 9(07) COMP VALUE ZERO.
003110 01  CD-UNATTRIB-COUNT    PIC 9(07) COMP VALUE ZERO.
003120 01  CD-SRC-RECEIVED-SUM  PIC 9(07) COMP VALUE ZERO.
003130 01  CD-WRK-FILES         PIC 9(07) VALUE ZERO.
003140 01  CD-WRK-CTL           PIC 9(07) VALUE ZERO.
003150* REPORT LINES.
003160 01  CD-RPT-RUN-DATE-LINE.
003170     05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
003180     05  CD-RL-DATE           PIC 9(08).
003190     05  FILLER               PIC X(58) VALUE SPACES.
003200 01  CD-RPT-SOURCE-LINE.
003210     05  FILLER               PIC X(07) VALUE 'SOURCE '.
003220     05  CD-RL-SOURCE-ID      PIC X(03).
003230     05  FILLER               PIC X(15) VALUE
003240             '   RETURN FILE '.
003250     05  FILLER               PIC X(05) VALUE 'CDRTN'.
003260     05  CD-RL-SLOT           PIC 9(01).
003270     05  FILLER               PIC X(03) VALUE SPACES.
003280     05  CD-RL-SOURCE-NOTE    PIC X(46).
003290 01  CD-RPT-REASON-LINE.
003300     05  FILLER               PIC X(04) VALUE SPACES.
003310     05  CD-RL-CODE           PIC X(04).
003320     05  FILLER               PIC X(02) VALUE SPACES.
003330     05  CD-RL-TEXT           PIC X(30).
003340     05  CD-RL-COUNT          PIC Z,ZZZ,ZZ9.
003350     05  FILLER               PIC X(31) VALUE SPACES.
003360 01  CD-RPT-TIE-HEADING.
003370     05  FILLER               PIC X(30)
003380             VALUE 'CONTROL TIE'.
003390     05  FILLER               PIC X(12) VALUE ' REJECT RECS'.
003400     05  FILLER               PIC X(12) VALUE '   CTL COUNT'.
003410     05  FILLER               PIC X(03) VALUE SPACES.
003420     05  FILLER               PIC X(13) VALUE 'STATUS'.
003430 01  CD-RPT-TIE-LINE.
003440     05  CD-TL-LABEL          PIC X(30).
003450     05  FILLER               PIC X(03) VALUE SPACES.
003460     05  CD-TL-FILES          PIC Z,ZZZ,ZZ9.
003470     05  FILLER               PIC X(03) VALUE SPACES.
003480     05  CD-TL-CTL            PIC Z,ZZZ,ZZ9.
003490     05  FILLER               PIC X(03) VALUE SPACES.
003500     05  CD-TL-FLAG           PIC X(13).
003510* EDITED LINE USED TO BUILD THE REPORT TOTALS.
003520 01  CD-SUMMARY-LINE.
003530     05  CD-SL-LABEL          PIC X(30).
003540     05  CD-SL-COUNT          PIC Z,ZZZ,ZZ9.

003550 PROCEDURE DIVISION.

003560*----------------------------------------------------------------
003570* 0000-MAINLINE
003580*     LOADS THE CONTROL TOTALS, TALLIES THE REJECT FILES, THEN
003590*     READS THEM AGAIN TO WRITE THE RETURN FILES, AND CLOSES
003600*     WITH THE SUMMARY AND THE CONTROL TIE.
003610*----------------------------------------------------------------
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003640     MOVE 'T' TO CD-PHASE-SW.
003650     PERFORM 2000-READ-REJECT-FILES THRU 2000-EXIT.
003660     PERFORM 3000-OPEN-RETURN-FILES THRU 3000-EXIT.
003670     MOVE 'W' TO CD-PHASE-SW.
003680     PERFORM 2000-READ-REJECT-FILES THRU 2000-EXIT.
003690     PERFORM 4000-TERMINATE THRU 4000-EXIT.
003700     STOP RUN.

003710*----------------------------------------------------------------
003720* 1000-INITIALIZE
003730*     LOADS THE DAY'S CONTROL TOTALS AND STARTS THE SUMMARY
003740*     REPORT.
003750*----------------------------------------------------------------
003760 1000-INITIALIZE.
003770     ACCEPT CD-WRK-TIME FROM TIME.
003780     MOVE CD-WT-HHMMSS TO CD-START-TIME.
003790     MOVE ZERO TO CD-RSN-TOTAL-AREA.
003800     PERFORM 1010-LOAD-CONTROL THRU 1010-EXIT.
003810     OPEN OUTPUT CD-RPT-FILE.
003820     MOVE 'CONDRTRN -- TRANSMITTER REJECT RETURN SUMMARY'
003830         TO CD-RPT-RECORD.
003840     WRITE CD-RPT-RECORD.
003850     MOVE CD-RUN-DATE          TO CD-RL-DATE.
003860     MOVE CD-RPT-RUN-DATE-LINE TO CD-RPT-RECORD.
003870     WRITE CD-RPT-RECORD.
003880 1000-EXIT.
003890     EXIT.

003900*----------------------------------------------------------------
003910* 1010-LOAD-CONTROL
003920*     READS EVERY CONTROL-TOTALS RECORD ON CDCTLF, SUMMING THE
003930*     REJECT COUNTERS AND REGISTERING EACH SOURCE WITH ITS
003940*     'D' DETAIL COUNT. WITHOUT THE CONTROL RECORD THERE IS
003950*     NOTHING TO TIE THE RETURN FILES TO, SO A MISSING OR EMPTY
003960*     FILE CANCELS THE RUN.
003970*----------------------------------------------------------------
003980 1010-LOAD-CONTROL.
003990     OPEN INPUT CD-CTL-FILE.
004000     IF CD-CTL-STATUS NOT = '00'
004010         DISPLAY 'CDCTLF OPEN FAILED, STATUS ' CD-CTL-STATUS
004020         DISPLAY 'CONTROL TOTALS ARE REQUIRED -- RUN CANCELLED'
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     MOVE 'N' TO CD-CTL-EOF-SW.
004070     PERFORM 1015-READ-ONE-CTL THRU 1015-EXIT
004080         UNTIL CD-CTL-EOF-YES.
004090     CLOSE CD-CTL-FILE.
004100     IF CD-CTL-READ-COUNT = ZERO
004110         DISPLAY 'CDCTLF IS EMPTY -- RUN CANCELLED'
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     DISPLAY 'CONTROL RECORDS READ ' CD-CTL-READ-COUNT
004160         ', SOURCES ' CD-SRC-COUNT.
004170 1010-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------
004200* 1015-READ-ONE-CTL
004210*     FOLDS ONE CONTROL RECORD INTO THE RUN TOTALS. EVERY
004220*     RECORD MUST CARRY THE SAME BUSINESS DATE -- A STALE
004230*     STREAM CONTROL FILE IN THE CONCATENATION WOULD RETURN
004240*     ANOTHER DAY'S COUNTS TO THE SHOPS.
004250*----------------------------------------------------------------
004260 1015-READ-ONE-CTL.
004270     READ CD-CTL-FILE
004280         AT END
004290             MOVE 'Y' TO CD-CTL-EOF-SW
004300             GO TO 1015-EXIT
004310     END-READ.
004320     ADD 1 TO CD-CTL-READ-COUNT.
004330     IF CD-CTL-READ-COUNT = 1
004340         MOVE CD-CTL-RUN-DATE TO CD-RUN-DATE
004350     END-IF.
004360     IF CD-CTL-RUN-DATE NOT = CD-RUN-DATE
004370         DISPLAY 'CONTROL RECORD DATED ' CD-CTL-RUN-DATE
004380             ' DOES NOT MATCH ' CD-RUN-DATE
004390             ' -- RUN CANCELLED'
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430     ADD CD-CTL-XMIT-COUNT            TO CD-CT-XMIT-COUNT.
004440     ADD CD-CTL-NEG-ERROR-COUNT       TO CD-CT-NEG-COUNT.
004450     ADD CD-CTL-CLASS-REJECT-COUNT    TO CD-CT-CLASS-COUNT.
004460     ADD CD-CTL-BAD-COUNT-REJECT-COUNT TO CD-CT-BAD-COUNT.
004470     ADD CD-CTL-INACT-REJECT-COUNT    TO CD-CT-INACT-COUNT.
004480     ADD CD-CTL-ACCT-REJECT-COUNT     TO CD-CT-ACCT-COUNT.
004490     ADD CD-CTL-DUP-COUNT             TO CD-CT-DUP-COUNT.
004500     ADD CD-CTL-EXCEPTION-COUNT       TO CD-CT-EXCEPTION-COUNT.
004510     PERFORM 1020-NOTE-CTL-SOURCE THRU 1020-EXIT
004520         VARYING CD-CS-IDX FROM 1 BY 1
004530         UNTIL CD-CS-IDX > 5.
004540 1015-EXIT.
004550     EXIT.

004560*----------------------------------------------------------------
004570* 1020-NOTE-CTL-SOURCE
004580*     REGISTERS ONE CONTROL RECORD SOURCE ENTRY AND ADDS ITS
004590*     'D' DETAIL COUNT TO THE SOURCE'S RECEIVED COUNT. UNUSED
004600*     ENTRIES (SPACES AND ZERO) ARE SKIPPED.
004610*----------------------------------------------------------------
004620 1020-NOTE-CTL-SOURCE.
004630     IF CD-CTL-SRC-ID (CD-CS-IDX) = SPACES
004640        AND CD-CTL-SRC-COUNT (CD-CS-IDX) = ZERO
004650         GO TO 1020-EXIT
004660     END-IF.
004670     MOVE CD-CTL-SRC-ID (CD-CS-IDX) TO CD-WRK-SRC-ID.
004680     PERFORM 2600-FIND-SOURCE THRU 2600-EXIT.
004690     MOVE 'Y' TO CD-SRC-ON-CTL-SW (CD-SRC-HIT-IDX).
004700     ADD CD-CTL-SRC-COUNT (CD-CS-IDX)
004710         TO CD-SRC-RECEIVED (CD-SRC-HIT-IDX).
004720     ADD CD-CTL-SRC-COUNT (CD-CS-IDX) TO CD-SRC-RECEIVED-SUM.
004730 1020-EXIT.
004740     EXIT.

004750*----------------------------------------------------------------
004760* 2000-READ-REJECT-FILES
004770*     ONE PASS OVER ALL FOUR REJECT FILES. THE PHASE SWITCH
004780*     DECIDES WHETHER EACH REJECT IS TALLIED OR WRITTEN.
004790*----------------------------------------------------------------
004800 2000-READ-REJECT-FILES.
004810     PERFORM 2100-READ-ERR-FILE THRU 2100-EXIT.
004820     PERFORM 2200-READ-EXC-FILE THRU 2200-EXIT.
004830     PERFORM 2300-READ-SUSP-FILE THRU 2300-EXIT.
004840     PERFORM 2400-READ-DUP-FILE THRU 2400-EXIT.
004850 2000-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------
004880* 2100-READ-ERR-FILE
004890*     READS THE NEGATIVE-VALUE ERROR FILE. A MISSING REJECT
004900*     FILE WOULD SILENTLY SHORT EVERY SHOP'S RETURN, SO IT
004910*     CANCELS THE RUN.
004920*----------------------------------------------------------------
004930 2100-READ-ERR-FILE.
004940     OPEN INPUT CD-ERR-FILE.
004950     IF CD-ERR-STATUS NOT = '00'
004960         DISPLAY 'CDERRF OPEN FAILED, STATUS ' CD-ERR-STATUS
004970         DISPLAY 'ERROR FILE IS REQUIRED -- RUN CANCELLED'
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010     MOVE 'N' TO CD-ERR-EOF-SW.
005020     PERFORM 2110-READ-ONE-ERR THRU 2110-EXIT
005030         UNTIL CD-ERR-EOF-YES.
005040     CLOSE CD-ERR-FILE.
005050 2100-EXIT.
005060     EXIT.

005070*----------------------------------------------------------------
005080* 2110-READ-ONE-ERR
005090*     READS ONE ERROR FILE RECORD INTO THE REJECT WORK AREA.
005100*----------------------------------------------------------------
005110 2110-READ-ONE-ERR.
005120     READ CD-ERR-FILE
005130         AT END
005140             MOVE 'Y' TO CD-ERR-EOF-SW
005150             GO TO 2110-EXIT
005160     END-READ.
005170     IF CD-PHASE-TALLY
005180         ADD 1 TO CD-ERR-READ-COUNT
005190     END-IF.
005200     MOVE CD-E-SOURCE-ID     TO CD-RJ-SOURCE-ID.
005210     MOVE CD-E-REC-TYPE      TO CD-RJ-REC-TYPE.
005220     MOVE CD-E-ACCT-NO       TO CD-RJ-ACCT-NO.
005230     MOVE CD-E-REASON-CD     TO CD-RJ-REASON-CD.
005240     MOVE CD-E-NUM1          TO CD-RJ-NUM1.
005250     MOVE CD-E-NUM2          TO CD-RJ-NUM2.
005260     MOVE CD-E-NUM3          TO CD-RJ-NUM3.
005270     MOVE CD-E-NUM4          TO CD-RJ-NUM4.
005280     MOVE CD-E-CLASS1        TO CD-RJ-CLASS1.
005290     MOVE CD-E-CHECK-VAL     TO CD-RJ-CHECK-VAL.
005300     PERFORM 2500-APPLY-REJECT THRU 2500-EXIT.
005310 2110-EXIT.
005320     EXIT.

005330*----------------------------------------------------------------
005340* 2200-READ-EXC-FILE
005350*     READS THE EXCEPTIONS FILE.
005360*----------------------------------------------------------------
005370 2200-READ-EXC-FILE.
005380     OPEN INPUT CD-EXC-FILE.
005390     IF CD-EXC-STATUS NOT = '00'
005400         DISPLAY 'CDEXCF OPEN FAILED, STATUS ' CD-EXC-STATUS
005410         DISPLAY 'EXCEPTIONS FILE IS REQUIRED -- RUN CANCELLED'
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450     MOVE 'N' TO CD-EXC-EOF-SW.
005460     PERFORM 2210-READ-ONE-EXC THRU 2210-EXIT
005470         UNTIL CD-EXC-EOF-YES.
005480     CLOSE CD-EXC-FILE.
005490 2200-EXIT.
005500     EXIT.

005510*----------------------------------------------------------------
005520* 2210-READ-ONE-EXC
005530*     READS ONE EXCEPTIONS FILE RECORD INTO THE REJECT WORK
005540*     AREA.
005550*----------------------------------------------------------------
005560 2210-READ-ONE-EXC.
005570     READ CD-EXC-FILE
005580         AT END
005590             MOVE 'Y' TO CD-EXC-EOF-SW
005600             GO TO 2210-EXIT
005610     END-READ.
005620     IF CD-PHASE-TALLY
005630         ADD 1 TO CD-EXC-READ-COUNT
005640     END-IF.
005650     MOVE CD-X-SOURCE-ID     TO CD-RJ-SOURCE-ID.
005660     MOVE CD-X-REC-TYPE      TO CD-RJ-REC-TYPE.
005670     MOVE CD-X-ACCT-NO       TO CD-RJ-ACCT-NO.
005680     MOVE CD-X-REASON-CD     TO CD-RJ-REASON-CD.
005690     MOVE CD-X-NUM1          TO CD-RJ-NUM1.
005700     MOVE CD-X-NUM2          TO CD-RJ-NUM2.
005710     MOVE CD-X-NUM3          TO CD-RJ-NUM3.
005720     MOVE CD-X-NUM4          TO CD-RJ-NUM4.
005730     MOVE CD-X-CLASS1        TO CD-RJ-CLASS1.
005740     MOVE CD-X-CHECK-VAL     TO CD-RJ-CHECK-VAL.
005750     PERFORM 2500-APPLY-REJECT THRU 2500-EXIT.
005760 2210-EXIT.
005770     EXIT.

005780*----------------------------------------------------------------
005790* 2300-READ-SUSP-FILE
005800*     READS THE DAY'S UNKNOWN-ACCOUNT SUSPENSE FILE.
005810*----------------------------------------------------------------
005820 2300-READ-SUSP-FILE.
005830     OPEN INPUT CD-SUSP-FILE.
005840     IF CD-SUSP-STATUS NOT = '00'
005850         DISPLAY 'CDSUSPF OPEN FAILED, STATUS ' CD-SUSP-STATUS
005860         DISPLAY 'SUSPENSE FILE IS REQUIRED -- RUN CANCELLED'
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     MOVE 'N' TO CD-SUSP-EOF-SW.
005910     PERFORM 2310-READ-ONE-SUSP THRU 2310-EXIT
005920         UNTIL CD-SUSP-EOF-YES.
005930     CLOSE CD-SUSP-FILE.
005940 2300-EXIT.
005950     EXIT.

005960*----------------------------------------------------------------
005970* 2310-READ-ONE-SUSP
005980*     READS ONE SUSPENSE RECORD INTO THE REJECT WORK AREA. THE
005990*     WHOLE RECORD WAS REFUSED; THE FIRST VALUE SET SENT
006000*     STANDS FOR IT ON THE RETURN FILE.
006010*----------------------------------------------------------------
006020 2310-READ-ONE-SUSP.
006030     READ CD-SUSP-FILE
006040         AT END
006050             MOVE 'Y' TO CD-SUSP-EOF-SW
006060             GO TO 2310-EXIT
006070     END-READ.
006080     IF CD-PHASE-TALLY
006090         ADD 1 TO CD-SUSP-READ-COUNT
006100     END-IF.
006110     MOVE CD-SU-SOURCE-ID    TO CD-RJ-SOURCE-ID.
006120     MOVE CD-SU-REC-TYPE     TO CD-RJ-REC-TYPE.
006130     MOVE CD-SU-ACCT-NO      TO CD-RJ-ACCT-NO.
006140     MOVE CD-SU-REASON-CD    TO CD-RJ-REASON-CD.
006150     MOVE CD-SU-NUM1 (1)     TO CD-RJ-NUM1.
006160     MOVE CD-SU-NUM2 (1)     TO CD-RJ-NUM2.
006170     MOVE CD-SU-NUM3 (1)     TO CD-RJ-NUM3.
006180     MOVE CD-SU-NUM4 (1)     TO CD-RJ-NUM4.
006190     MOVE CD-SU-CLASS1 (1)   TO CD-RJ-CLASS1.
006200     MOVE CD-SU-CHECK-VAL (1) TO CD-RJ-CHECK-VAL.
006210     PERFORM 2500-APPLY-REJECT THRU 2500-EXIT.
006220 2310-EXIT.
006230     EXIT.

006240*----------------------------------------------------------------
006250* 2400-READ-DUP-FILE
006260*     READS THE SUSPECT DUPLICATES FILE.
006270*----------------------------------------------------------------
006280 2400-READ-DUP-FILE.
006290     OPEN INPUT CD-DUP-FILE.
006300     IF CD-DUP-STATUS NOT = '00'
006310         DISPLAY 'CDDUPF OPEN FAILED, STATUS ' CD-DUP-STATUS
006320         DISPLAY 'DUPLICATES FILE IS REQUIRED -- RUN CANCELLED'
006330         MOVE 16 TO RETURN-CODE
006340         STOP RUN
006350     END-IF.
006360     MOVE 'N' TO CD-DUP-EOF-SW.
006370     PERFORM 2410-READ-ONE-DUP THRU 2410-EXIT
006380         UNTIL CD-DUP-EOF-YES.
006390     CLOSE CD-DUP-FILE.
006400 2400-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------
006430* 2410-READ-ONE-DUP
006440*     READS ONE SUSPECT DUPLICATE INTO THE REJECT WORK AREA.
006450*----------------------------------------------------------------
006460 2410-READ-ONE-DUP.
006470     READ CD-DUP-FILE
006480         AT END
006490             MOVE 'Y' TO CD-DUP-EOF-SW
006500             GO TO 2410-EXIT
006510     END-READ.
006520     IF CD-PHASE-TALLY
006530         ADD 1 TO CD-DUP-READ-COUNT
006540     END-IF.
006550     MOVE CD-U-SOURCE-ID     TO CD-RJ-SOURCE-ID.
006560     MOVE CD-U-REC-TYPE      TO CD-RJ-REC-TYPE.
006570     MOVE CD-U-ACCT-NO       TO CD-RJ-ACCT-NO.
006580     MOVE CD-U-REASON-CD     TO CD-RJ-REASON-CD.
006590     MOVE CD-U-NUM1          TO CD-RJ-NUM1.
006600     MOVE CD-U-NUM2          TO CD-RJ-NUM2.
006610     MOVE CD-U-NUM3          TO CD-RJ-NUM3.
006620     MOVE CD-U-NUM4          TO CD-RJ-NUM4.
006630     MOVE CD-U-CLASS1        TO CD-RJ-CLASS1.
006640     MOVE CD-U-CHECK-VAL     TO CD-RJ-CHECK-VAL.
006650     PERFORM 2500-APPLY-REJECT THRU 2500-EXIT.
006660 2410-EXIT.
006670     EXIT.

006680*----------------------------------------------------------------
006690* 2500-APPLY-REJECT
006700*     LOOKS UP THE REJECT'S REASON CODE AND SOURCE. ON THE
006710*     TALLY PASS IT IS COUNTED BY REASON AND AGAINST ITS
006720*     SOURCE -- A RE-PRESENTED ('R') ITEM APART FROM THE DAY'S
006730*     OWN 'D' RECORDS, AND A 'D' REJECT AS A WHOLE RECORD OR A
006740*     SINGLE VALUE SET BY ITS REASON'S SCOPE. ON THE WRITE PASS
006750*     IT GOES TO ITS SOURCE'S RETURN FILE. A REJECT WITH NO
006760*     KNOWN REASON CODE CANNOT BE EXPLAINED TO THE SHOP; IT IS
006770*     COUNTED AS A BREAK AND NOT RETURNED.
006780*----------------------------------------------------------------
006790 2500-APPLY-REJECT.
006800     PERFORM 2510-FIND-REASON THRU 2510-EXIT.
006810     IF NOT CD-RSN-HIT
006820         IF CD-PHASE-TALLY
006830             ADD 1 TO CD-UNCODED-COUNT
006840             ADD 1 TO CD-REJECT-READ-COUNT
006850             DISPLAY 'ACCOUNT ' CD-RJ-ACCT-NO ' SOURCE '
006860                 CD-RJ-SOURCE-ID ' -- REJECT CARRIES NO KNOWN'
006870                 ' REASON CODE (' CD-RJ-REASON-CD ')'
006880         END-IF
006890         GO TO 2500-EXIT
006900     END-IF.
006910     MOVE CD-RJ-SOURCE-ID TO CD-WRK-SRC-ID.
006920     PERFORM 2600-FIND-SOURCE THRU 2600-EXIT.
006930     IF CD-PHASE-WRITE
006940         PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
006950         GO TO 2500-EXIT
006960     END-IF.
006970     ADD 1 TO CD-REJECT-READ-COUNT.
006980     ADD 1 TO CD-RSN-TOTAL (CD-RSN-HIT-IDX).
006990     ADD 1 TO CD-SRC-RSN-COUNT (CD-SRC-HIT-IDX, CD-RSN-HIT-IDX).
007000     IF CD-RJ-REC-TYPE = 'R'
007010         ADD 1 TO CD-SRC-RESUB-REFUSED (CD-SRC-HIT-IDX)
007020         GO TO 2500-EXIT
007030     END-IF.
007040     IF NOT CD-SRC-ON-CTL (CD-SRC-HIT-IDX)
007050         ADD 1 TO CD-UNATTRIB-COUNT
007060         DISPLAY 'ACCOUNT ' CD-RJ-ACCT-NO ' SOURCE '
007070             CD-RJ-SOURCE-ID ' -- REJECTED DETAIL FROM A SOURCE'
007080             ' NOT ON THE CONTROL RECORD'
007090     END-IF.
007100     IF CD-RSN-WHOLE-RECORD (CD-RSN-HIT-IDX)
007110         ADD 1 TO CD-SRC-WHOLE-REFUSED (CD-SRC-HIT-IDX)
007120     ELSE
007130         ADD 1 TO CD-SRC-SETS-REFUSED (CD-SRC-HIT-IDX)
007140     END-IF.
007150 2500-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------
007180* 2510-FIND-REASON
007190*     FINDS THE REJECT'S REASON CODE IN THE CDRSN TABLE.
007200*----------------------------------------------------------------
007210 2510-FIND-REASON.
007220     MOVE 'N'  TO CD-RSN-HIT-SW.
007230     MOVE ZERO TO CD-RSN-HIT-IDX.
007240     PERFORM 2515-TEST-ONE-REASON THRU 2515-EXIT
007250         VARYING CD-RN-IDX FROM 1 BY 1
007260         UNTIL CD-RN-IDX > CD-RSN-ENTRIES
007270             OR CD-RSN-HIT.
007280 2510-EXIT.
007290     EXIT.

007300*----------------------------------------------------------------
007310* 2515-TEST-ONE-REASON
007320*     TESTS ONE CDRSN TABLE ENTRY AGAINST THE REJECT'S CODE.
007330*----------------------------------------------------------------
007340 2515-TEST-ONE-REASON.
007350     IF CD-RSN-CODE (CD-RN-IDX) = CD-RJ-REASON-CD
007360         MOVE 'Y' TO CD-RSN-HIT-SW
007370         MOVE CD-RN-IDX TO CD-RSN-HIT-IDX.
007380 2515-EXIT.
007390     EXIT.

007400*----------------------------------------------------------------
007410* 2600-FIND-SOURCE
007420*     FINDS CD-WRK-SRC-ID'S ENTRY, REGISTERING A NEW SOURCE IN
007430*     THE NEXT RETURN SLOT THE FIRST TIME IT IS SEEN. A SIXTH
007440*     SOURCE HAS NO RETURN FILE TO GO TO AND CANCELS THE RUN.
007450*----------------------------------------------------------------
007460 2600-FIND-SOURCE.
007470     MOVE 'N'  TO CD-SRC-HIT-SW.
007480     MOVE ZERO TO CD-SRC-HIT-IDX.
007490     PERFORM 2610-TEST-ONE-SOURCE THRU 2610-EXIT
007500         VARYING CD-SR-IDX FROM 1 BY 1
007510         UNTIL CD-SR-IDX > CD-SRC-COUNT
007520             OR CD-SRC-HIT.
007530     IF CD-SRC-HIT
007540         GO TO 2600-EXIT
007550     END-IF.
007560     IF CD-SRC-COUNT >= 5
007570         DISPLAY 'SOURCE ' CD-WRK-SRC-ID ' IS A SIXTH'
007580             ' TRANSMITTER SOURCE -- RUN CANCELLED.'
007590         MOVE 16 TO RETURN-CODE
007600         STOP RUN
007610     END-IF.
007620     ADD 1 TO CD-SRC-COUNT.
007630     MOVE CD-SRC-COUNT  TO CD-SRC-HIT-IDX.
007640     MOVE CD-WRK-SRC-ID TO CD-SRC-ID (CD-SRC-HIT-IDX).
007650     MOVE 'N'  TO CD-SRC-ON-CTL-SW (CD-SRC-HIT-IDX).
007660     MOVE ZERO TO CD-SRC-RECEIVED (CD-SRC-HIT-IDX).
007670     MOVE ZERO TO CD-SRC-WHOLE-REFUSED (CD-SRC-HIT-IDX).
007680     MOVE ZERO TO CD-SRC-SETS-REFUSED (CD-SRC-HIT-IDX).
007690     MOVE ZERO TO CD-SRC-RESUB-REFUSED (CD-SRC-HIT-IDX).
007700     MOVE ZERO TO CD-SRC-DETAILS (CD-SRC-HIT-IDX).
007710     MOVE ZERO TO CD-SRC-RECORDS (CD-SRC-HIT-IDX).
007720     PERFORM 2620-CLEAR-ONE-REASON THRU 2620-EXIT
007730         VARYING CD-RN-IDX FROM 1 BY 1
007740         UNTIL CD-RN-IDX > 9.
007750 2600-EXIT.
007760     EXIT.

007770*----------------------------------------------------------------
007780* 2610-TEST-ONE-SOURCE
007790*     TESTS ONE SOURCE TABLE ENTRY AGAINST CD-WRK-SRC-ID.
007800*----------------------------------------------------------------
007810 2610-TEST-ONE-SOURCE.
007820     IF CD-SRC-ID (CD-SR-IDX) = CD-WRK-SRC-ID
007830         MOVE 'Y' TO CD-SRC-HIT-SW
007840         MOVE CD-SR-IDX TO CD-SRC-HIT-IDX.
007850 2610-EXIT.
007860     EXIT.

007870*----------------------------------------------------------------
007880* 2620-CLEAR-ONE-REASON
007890*     ZEROES ONE REASON COUNT ON A NEWLY REGISTERED SOURCE.
007900*----------------------------------------------------------------
007910 2620-CLEAR-ONE-REASON.
007920     MOVE ZERO TO CD-SRC-RSN-COUNT (CD-SRC-HIT-IDX, CD-RN-IDX).
007930 2620-EXIT.
007940     EXIT.

007950*----------------------------------------------------------------
007960* 2700-WRITE-DETAIL
007970*     WRITES ONE 'D' DETAIL TO THE REJECT'S SOURCE RETURN FILE
007980*     WITH THE STANDARD REASON TEXT.
007990*----------------------------------------------------------------
008000 2700-WRITE-DETAIL.
008010     MOVE SPACES             TO CD-RTN-DETAIL.
008020     MOVE 'D'                TO CD-RD-REC-TYPE.
008030     MOVE CD-RJ-SOURCE-ID    TO CD-RD-SOURCE-ID.
008040     IF CD-RJ-REC-TYPE = 'R'
008050         MOVE 'R'            TO CD-RD-ORIG-TYPE
008060     ELSE
008070         MOVE 'D'            TO CD-RD-ORIG-TYPE
008080     END-IF.
008090     MOVE CD-RJ-ACCT-NO      TO CD-RD-ACCT-NO.
008100     MOVE CD-RSN-CODE (CD-RSN-HIT-IDX)  TO CD-RD-REASON-CD.
008110     MOVE CD-RSN-SCOPE (CD-RSN-HIT-IDX) TO CD-RD-SCOPE.
008120     MOVE CD-RSN-TEXT (CD-RSN-HIT-IDX)  TO CD-RD-REASON-TEXT.
008130     MOVE CD-RJ-NUM1         TO CD-RD-NUM1.
008140     MOVE CD-RJ-NUM2         TO CD-RD-NUM2.
008150     MOVE CD-RJ-NUM3         TO CD-RD-NUM3.
008160     MOVE CD-RJ-NUM4         TO CD-RD-NUM4.
008170     MOVE CD-RJ-CLASS1       TO CD-RD-CLASS1.
008180     MOVE CD-RJ-CHECK-VAL    TO CD-RD-CHECK-VAL.
008190     MOVE CD-RTN-DETAIL      TO CD-RTN-OUT.
008200     PERFORM 2900-WRITE-RETURN THRU 2900-EXIT.
008210     ADD 1 TO CD-SRC-DETAILS (CD-SRC-HIT-IDX).
008220     ADD 1 TO CD-DETAIL-TOTAL.
008230 2700-EXIT.
008240     EXIT.

008250*----------------------------------------------------------------
008260* 2900-WRITE-RETURN
008270*     WRITES CD-RTN-OUT TO THE RETURN FILE OF THE SOURCE IN
008280*     CD-SRC-HIT-IDX AND COUNTS IT FOR THAT FILE'S TRAILER.
008290*----------------------------------------------------------------
008300 2900-WRITE-RETURN.
008310     EVALUATE CD-SRC-HIT-IDX
008320         WHEN 1
008330             MOVE CD-RTN-OUT TO CD-R1-RECORD
008340             WRITE CD-R1-RECORD
008350         WHEN 2
008360             MOVE CD-RTN-OUT TO CD-R2-RECORD
008370             WRITE CD-R2-RECORD
008380         WHEN 3
008390             MOVE CD-RTN-OUT TO CD-R3-RECORD
008400             WRITE CD-R3-RECORD
008410         WHEN 4
008420             MOVE CD-RTN-OUT TO CD-R4-RECORD
008430             WRITE CD-R4-RECORD
008440         WHEN 5
008450             MOVE CD-RTN-OUT TO CD-R5-RECORD
008460             WRITE CD-R5-RECORD
008470     END-EVALUATE.
008480     ADD 1 TO CD-SRC-RECORDS (CD-SRC-HIT-IDX).
008490 2900-EXIT.
008500     EXIT.

008510*----------------------------------------------------------------
008520* 3000-OPEN-RETURN-FILES
008530*     OPENS ALL FIVE RETURN SLOTS (AN UNUSED SLOT IS LEFT
008540*     EMPTY) AND WRITES EACH SOURCE'S DATED HEADER.
008550*----------------------------------------------------------------
008560 3000-OPEN-RETURN-FILES.
008570     OPEN OUTPUT CD-RTN1-FILE.
008580     OPEN OUTPUT CD-RTN2-FILE.
008590     OPEN OUTPUT CD-RTN3-FILE.
008600     OPEN OUTPUT CD-RTN4-FILE.
008610     OPEN OUTPUT CD-RTN5-FILE.
008620     PERFORM 3010-WRITE-HEADER THRU 3010-EXIT
008630         VARYING CD-SR-IDX FROM 1 BY 1
008640         UNTIL CD-SR-IDX > CD-SRC-COUNT.
008650 3000-EXIT.
008660     EXIT.

008670*----------------------------------------------------------------
008680* 3010-WRITE-HEADER
008690*     WRITES THE 'H' HEADER FOR ONE SOURCE'S RETURN FILE.
008700*----------------------------------------------------------------
008710 3010-WRITE-HEADER.
008720     MOVE CD-SR-IDX          TO CD-SRC-HIT-IDX.
008730     MOVE SPACES             TO CD-RTN-HEADER.
008740     MOVE 'H'                TO CD-RH-REC-TYPE.
008750     MOVE CD-RUN-DATE        TO CD-RH-FILE-DATE.
008760     MOVE CD-SRC-ID (CD-SR-IDX) TO CD-RH-SOURCE-ID.
008770     MOVE CD-RTN-HEADER      TO CD-RTN-OUT.
008780     PERFORM 2900-WRITE-RETURN THRU 2900-EXIT.
008790 3010-EXIT.
008800     EXIT.

008810*----------------------------------------------------------------
008820* 4000-TERMINATE
008830*     CLOSES EACH RETURN FILE WITH ITS COUNTED TRAILER, PRINTS
008840*     THE PER-SOURCE SUMMARY AND THE CONTROL TIE, AND SETS THE
008850*     CONDITION CODE -- RC 16 ON ANY BREAK.
008860*----------------------------------------------------------------
008870 4000-TERMINATE.
008880     PERFORM 4010-FINISH-SOURCE THRU 4010-EXIT
008890         VARYING CD-SR-IDX FROM 1 BY 1
008900         UNTIL CD-SR-IDX > CD-SRC-COUNT.
008910     CLOSE CD-RTN1-FILE.
008920     CLOSE CD-RTN2-FILE.
008930     CLOSE CD-RTN3-FILE.
008940     CLOSE CD-RTN4-FILE.
008950     CLOSE CD-RTN5-FILE.
008960     PERFORM 4100-WRITE-CONTROL-TIE THRU 4100-EXIT.
008970     MOVE SPACES               TO CD-RPT-RECORD.
008980     WRITE CD-RPT-RECORD.
008990     MOVE 'CONTROL RECORDS READ' TO CD-SL-LABEL.
009000     MOVE CD-CTL-READ-COUNT    TO CD-SL-COUNT.
009010     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009020     MOVE 'ERROR FILE RECORDS' TO CD-SL-LABEL.
009030     MOVE CD-ERR-READ-COUNT    TO CD-SL-COUNT.
009040     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009050     MOVE 'EXCEPTIONS FILE RECORDS' TO CD-SL-LABEL.
009060     MOVE CD-EXC-READ-COUNT    TO CD-SL-COUNT.
009070     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009080     MOVE 'SUSPENSE FILE RECORDS' TO CD-SL-LABEL.
009090     MOVE CD-SUSP-READ-COUNT   TO CD-SL-COUNT.
009100     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009110     MOVE 'DUPLICATES FILE RECORDS' TO CD-SL-LABEL.
009120     MOVE CD-DUP-READ-COUNT    TO CD-SL-COUNT.
009130     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009140     MOVE 'REJECTS WITHOUT A REASON CODE' TO CD-SL-LABEL.
009150     MOVE CD-UNCODED-COUNT     TO CD-SL-COUNT.
009160     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009170     MOVE 'REJECTS FROM UNLISTED SOURCES' TO CD-SL-LABEL.
009180     MOVE CD-UNATTRIB-COUNT    TO CD-SL-COUNT.
009190     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009200     MOVE 'RETURN FILE DETAILS WRITTEN' TO CD-SL-LABEL.
009210     MOVE CD-DETAIL-TOTAL      TO CD-SL-COUNT.
009220     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009230     IF CD-UNCODED-COUNT > ZERO
009240        OR CD-UNATTRIB-COUNT > ZERO
009250         MOVE 'N' TO CD-BALANCE-SW
009260     END-IF.
009270     MOVE SPACES TO CD-RPT-RECORD.
009280     WRITE CD-RPT-RECORD.
009290     IF CD-IN-BALANCE
009300         MOVE 'RETURN FILES TIE TO THE SCORING RUN CONTROLS'
009310             TO CD-RPT-RECORD
009320     ELSE
009330         MOVE '*** RETURN FILES OUT OF BALANCE -- HOLD THEM ***'
009340             TO CD-RPT-RECORD
009350         MOVE 16 TO RETURN-CODE
009360     END-IF.
009370     WRITE CD-RPT-RECORD.
009380     CLOSE CD-RPT-FILE.
009390     DISPLAY 'CONDRTRN COMPLETE -- SOURCES ' CD-SRC-COUNT
009400         ' REJECTS ' CD-REJECT-READ-COUNT
009410         ' RETURNED ' CD-DETAIL-TOTAL
009420         ' BALANCED ' CD-BALANCE-SW '.'.
009430     PERFORM 4950-WRITE-RUN-STATUS THRU 4950-EXIT.
009440 4000-EXIT.
009450     EXIT.

009460*----------------------------------------------------------------
009470* 4010-FINISH-SOURCE
009480*     WRITES ONE SOURCE'S 'T' TRAILER AND ITS BLOCK OF THE
009490*     SUMMARY REPORT. RECORDS ACCEPTED ARE THE 'D' RECORDS
009500*     RECEIVED LESS THOSE REFUSED WHOLE; MORE REFUSED THAN
009510*     RECEIVED IS A BREAK.
009520*----------------------------------------------------------------
009530 4010-FINISH-SOURCE.
009540     MOVE CD-SR-IDX TO CD-SRC-HIT-IDX.
009550     MOVE SPACES               TO CD-RTN-TRAILER.
009560     MOVE 'T'                  TO CD-RT-REC-TYPE.
009570     MOVE CD-SRC-ID (CD-SR-IDX) TO CD-RT-SOURCE-ID.
009580     MOVE CD-SRC-DETAILS (CD-SR-IDX) TO CD-RT-DETAIL-COUNT.
009590     MOVE CD-SRC-RECEIVED (CD-SR-IDX) TO CD-RT-RECEIVED.
009600     IF CD-SRC-WHOLE-REFUSED (CD-SR-IDX)
009610             > CD-SRC-RECEIVED (CD-SR-IDX)
009620         MOVE ZERO TO CD-RT-ACCEPTED
009630         MOVE 'N'  TO CD-BALANCE-SW
009640         DISPLAY 'SOURCE ' CD-SRC-ID (CD-SR-IDX)
009650             ' -- MORE RECORDS REFUSED THAN RECEIVED'
009660     ELSE
009670         COMPUTE CD-RT-ACCEPTED = CD-SRC-RECEIVED (CD-SR-IDX)
009680             - CD-SRC-WHOLE-REFUSED (CD-SR-IDX)
009690     END-IF.
009700     MOVE CD-SRC-WHOLE-REFUSED (CD-SR-IDX)
009710         TO CD-RT-WHOLE-REFUSED.
009720     MOVE CD-SRC-SETS-REFUSED (CD-SR-IDX) TO CD-RT-SETS-REFUSED.
009730     MOVE CD-SRC-RESUB-REFUSED (CD-SR-IDX)
009740         TO CD-RT-RESUB-REFUSED.
009750     COMPUTE CD-RT-RECORD-COUNT = CD-SRC-RECORDS (CD-SR-IDX) + 1.
009760     MOVE CD-RTN-TRAILER       TO CD-RTN-OUT.
009770     PERFORM 2900-WRITE-RETURN THRU 2900-EXIT.
009780     MOVE SPACES               TO CD-RPT-RECORD.
009790     WRITE CD-RPT-RECORD.
009800     MOVE CD-SRC-ID (CD-SR-IDX) TO CD-RL-SOURCE-ID.
009810     MOVE CD-SR-IDX            TO CD-RL-SLOT.
009820     IF CD-SRC-ON-CTL (CD-SR-IDX)
009830         MOVE SPACES TO CD-RL-SOURCE-NOTE
009840     ELSE
009850         MOVE 'NOT ON TODAY''S CONTROL RECORD'
009860             TO CD-RL-SOURCE-NOTE
009870     END-IF.
009880     MOVE CD-RPT-SOURCE-LINE   TO CD-RPT-RECORD.
009890     WRITE CD-RPT-RECORD.
009900     MOVE '  RECORDS RECEIVED'  TO CD-SL-LABEL.
009910     MOVE CD-RT-RECEIVED       TO CD-SL-COUNT.
009920     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009930     MOVE '  RECORDS ACCEPTED'  TO CD-SL-LABEL.
009940     MOVE CD-RT-ACCEPTED       TO CD-SL-COUNT.
009950     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009960     MOVE '  WHOLE RECORDS REFUSED' TO CD-SL-LABEL.
009970     MOVE CD-RT-WHOLE-REFUSED  TO CD-SL-COUNT.
009980     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
009990     MOVE '  VALUE SETS REFUSED' TO CD-SL-LABEL.
010000     MOVE CD-RT-SETS-REFUSED   TO CD-SL-COUNT.
010010     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
010020     MOVE '  RE-PRESENTED ITEMS REFUSED' TO CD-SL-LABEL.
010030     MOVE CD-RT-RESUB-REFUSED  TO CD-SL-COUNT.
010040     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
010050     MOVE '  RETURN FILE DETAILS' TO CD-SL-LABEL.
010060     MOVE CD-RT-DETAIL-COUNT   TO CD-SL-COUNT.
010070     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
010080     PERFORM 4020-WRITE-REASON-LINE THRU 4020-EXIT
010090         VARYING CD-RN-IDX FROM 1 BY 1
010100         UNTIL CD-RN-IDX > CD-RSN-ENTRIES.
010110 4010-EXIT.
010120     EXIT.

010130*----------------------------------------------------------------
010140* 4020-WRITE-REASON-LINE
010150*     PRINTS ONE REASON CODE'S COUNT FOR THE CURRENT SOURCE,
010160*     WHEN THERE IS ONE.
010170*----------------------------------------------------------------
010180 4020-WRITE-REASON-LINE.
010190     IF CD-SRC-RSN-COUNT (CD-SR-IDX, CD-RN-IDX) = ZERO
010200         GO TO 4020-EXIT
010210     END-IF.
010220     MOVE CD-RSN-CODE (CD-RN-IDX) TO CD-RL-CODE.
010230     MOVE CD-RSN-TEXT (CD-RN-IDX) TO CD-RL-TEXT.
010240     MOVE CD-SRC-RSN-COUNT (CD-SR-IDX, CD-RN-IDX)
010250         TO CD-RL-COUNT.
010260     MOVE CD-RPT-REASON-LINE TO CD-RPT-RECORD.
010270     WRITE CD-RPT-RECORD.
010280 4020-EXIT.
010290     EXIT.

010300*----------------------------------------------------------------
010310* 4100-WRITE-CONTROL-TIE
010320*     TIES THE REASON-CODE TOTALS TO THE SCORING RUN'S OWN
010330*     REJECT COUNTERS (EACH COUNTER COVERS ONE OR TWO CODES, IN
010340*     CDRSN ORDER) AND THE PER-SOURCE RECEIVED COUNTS TO ITS
010350*     TRANSMITTER DETAIL COUNT.
010360*----------------------------------------------------------------
010370 4100-WRITE-CONTROL-TIE.
010380     MOVE SPACES TO CD-RPT-RECORD.
010390     WRITE CD-RPT-RECORD.
010400     MOVE CD-RPT-TIE-HEADING TO CD-RPT-RECORD.
010410     WRITE CD-RPT-RECORD.
010420     MOVE CD-RSN-TOTAL (1)     TO CD-WRK-FILES.
010430     MOVE CD-CT-NEG-COUNT      TO CD-WRK-CTL.
010440     MOVE 'RJ01 NEGATIVE VALUE ERRORS' TO CD-TL-LABEL.
010450     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010460     COMPUTE CD-WRK-FILES = CD-RSN-TOTAL (2) + CD-RSN-TOTAL (3).
010470     MOVE CD-CT-CLASS-COUNT    TO CD-WRK-CTL.
010480     MOVE 'RJ02-03 CLASS REJECTS' TO CD-TL-LABEL.
010490     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010500     MOVE CD-RSN-TOTAL (4)     TO CD-WRK-FILES.
010510     MOVE CD-CT-BAD-COUNT      TO CD-WRK-CTL.
010520     MOVE 'RJ04 VALUE-SET COUNT REJECTS' TO CD-TL-LABEL.
010530     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010540     COMPUTE CD-WRK-FILES = CD-RSN-TOTAL (5) + CD-RSN-TOTAL (6).
010550     MOVE CD-CT-INACT-COUNT    TO CD-WRK-CTL.
010560     MOVE 'RJ05-06 INACTIVE ACCOUNTS' TO CD-TL-LABEL.
010570     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010580     MOVE CD-RSN-TOTAL (7)     TO CD-WRK-FILES.
010590     MOVE CD-CT-ACCT-COUNT     TO CD-WRK-CTL.
010600     MOVE 'RJ07 UNKNOWN ACCOUNTS' TO CD-TL-LABEL.
010610     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010620     MOVE CD-RSN-TOTAL (8)     TO CD-WRK-FILES.
010630     MOVE CD-CT-DUP-COUNT      TO CD-WRK-CTL.
010640     MOVE 'RJ08 SUSPECT DUPLICATES' TO CD-TL-LABEL.
010650     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010660     MOVE CD-RSN-TOTAL (9)     TO CD-WRK-FILES.
010670     MOVE CD-CT-EXCEPTION-COUNT TO CD-WRK-CTL.
010680     MOVE 'RJ09 CHECK-VAL OUT OF RANGE' TO CD-TL-LABEL.
010690     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010700     MOVE CD-SRC-RECEIVED-SUM  TO CD-WRK-FILES.
010710     MOVE CD-CT-XMIT-COUNT     TO CD-WRK-CTL.
010720     MOVE 'RECEIVED BY SOURCE = DETAILS' TO CD-TL-LABEL.
010730     PERFORM 4110-CHECK-ONE THRU 4110-EXIT.
010740 4100-EXIT.
010750     EXIT.

010760*----------------------------------------------------------------
010770* 4110-CHECK-ONE
010780*     PRINTS ONE CONTROL TIE LINE AND FLAGS A DISAGREEMENT.
010790*----------------------------------------------------------------
010800 4110-CHECK-ONE.
010810     MOVE CD-WRK-FILES TO CD-TL-FILES.
010820     MOVE CD-WRK-CTL   TO CD-TL-CTL.
010830     IF CD-WRK-FILES = CD-WRK-CTL
010840         MOVE 'OK'            TO CD-TL-FLAG
010850     ELSE
010860         MOVE '*** OUT ***'   TO CD-TL-FLAG
010870         MOVE 'N' TO CD-BALANCE-SW
010880     END-IF.
010890     MOVE CD-RPT-TIE-LINE TO CD-RPT-RECORD.
010900     WRITE CD-RPT-RECORD.
010910 4110-EXIT.
010920     EXIT.

010930*----------------------------------------------------------------
010940* 4900-WRITE-TOTAL
010950*     WRITES ONE TOTAL LINE TO THE SUMMARY REPORT.
010960*----------------------------------------------------------------
010970 4900-WRITE-TOTAL.
010980     MOVE CD-SUMMARY-LINE TO CD-RPT-RECORD.
010990     WRITE CD-RPT-RECORD.
011000 4900-EXIT.
011010     EXIT.

011020*----------------------------------------------------------------
011030* 4950-WRITE-RUN-STATUS
011040*     APPENDS THIS STEP'S RECORD TO THE SHARED RUN-STATUS
011050*     FILE FOR THE CONDOPSR OPERATIONS FLOW REPORT.
011060*----------------------------------------------------------------
011070 4950-WRITE-RUN-STATUS.
011080     OPEN EXTEND CD-RUNS-FILE.
011090     MOVE 'CONDRTRN'       TO CD-RS-PROGRAM.
011100     MOVE ZERO             TO CD-RS-STREAM-ID.
011110     MOVE CD-RUN-DATE      TO CD-RS-RUN-DATE.
011120     MOVE CD-START-TIME    TO CD-RS-START-TIME.
011130     ACCEPT CD-WRK-TIME FROM TIME.
011140     MOVE CD-WT-HHMMSS     TO CD-RS-END-TIME.
011150     MOVE RETURN-CODE      TO CD-RS-RETURN-CODE.
011160     MOVE CD-REJECT-READ-COUNT TO CD-RS-IN-COUNT.
011170     MOVE CD-DETAIL-TOTAL  TO CD-RS-OUT-COUNT.
011180     WRITE CD-RS-RECORD.
011190     CLOSE CD-RUNS-FILE.
011200 4950-EXIT.
011210     EXIT.
