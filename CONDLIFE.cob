000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDLIFE.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     SINGLE-ACCOUNT LIFECYCLE INQUIRY. "WHERE IS THIS
000100*     ACCOUNT'S ITEM?" USED TO MEAN A CONDAUDQ EXTRACT PLUS A
000110*     LOOK THROUGH EVERY OPEN QUEUE BY HAND. THIS RUN TAKES AN
000120*     ACCOUNT NUMBER AND A DATE RANGE ON A CARD AND PRINTS, IN
000130*     DATE ORDER, EVERY VALUE SET THE ACCOUNT HAD WITH ITS
000140*     WHOLE DISPOSITION CHAIN -- SCORED, HELD, PASSED OR FAILED
000150*     ON REVIEW, SENT TO CORRECTION, CORRECTED, RESUBMITTED,
000160*     ESCALATED, WRITTEN OFF OR STILL SUSPENDED -- AND FLAGS
000170*     EVERY CHAIN THAT ENDS WITHOUT A FINAL DISPOSITION.
000180*
000190*     THE HISTORY COMES FROM THE AUDIT MASTER (CDAUDM) FOR THE
000200*     DATE RANGE. THE CURRENT STATE COMES FROM THE OPEN
000210*     QUEUES -- THE HOLD QUEUE AND ITS CARRY-FORWARD (CDCARRYF),
000220*     THE ESCALATIONS AND THEIR CARRY-FORWARD (CDSCARYF), THE
000230*     SUSPENSE FILE AND ITS CARRY-FORWARD (CDSCFWD), THE FAIL
000240*     EXTRACT AWAITING CORRECTION (CDFAILF) AND THE CORRECTED
000250*     RECORDS AWAITING RESUBMISSION (CDCORRF). THE TOP OF THE
000260*     REPORT SHOWS THE ACCOUNT MASTER STATUS, TIER AND NOTICE
000270*     FLAG AND THE CONDACTM CHANGES TO THE ACCOUNT IN THE
000280*     PERIOD.
000290*
000300*     A VALUE SET IS FOLLOWED FROM STEP TO STEP BY ITS NUM1,
000310*     NUM2, NUM3, NUM4 AND CLASS1 -- THE FIELDS THE HOLD,
000320*     ESCALATION AND SUSPENSE RUNS CARRY UNCHANGED. CHECK-VAL
000330*     IS LEFT OUT SO A CORRECTION THAT FIXES ONLY THE SCORE
000340*     STAYS ON ITS CHAIN; A CORRECTION THAT CHANGES ANY OTHER
000350*     FIELD STARTS A CHAIN OF ITS OWN. A LINE JOINS THE MOST
000360*     RECENT CHAIN FOR ITS VALUE SET THAT HAS NOT REACHED A
000370*     FINAL DISPOSITION; A SUSPECT DUPLICATE ALWAYS STANDS
000380*     ALONE. AN OPEN-QUEUE ITEM WHOSE CHAIN ALREADY ENDED FINAL
000390*     HAS BEEN WORKED AND IS IGNORED, EXCEPT A CORRECTION,
000400*     WHICH REOPENS IT (A PASS REFUSED BY THE POSTING SYSTEM
000410*     COMES BACK THAT WAY).
000420*
000430*     INQUIRY CARD -- FROM DATE 9(8), TO DATE 9(8), ACCOUNT
000440*     9(10). THE RUN ENDS RC 4 WHEN ANY CHAIN IS LEFT WITHOUT
000450*     A FINAL DISPOSITION OR A QUEUE FILE COULD NOT BE READ,
000460*     RC 16 ON A BAD CARD OR NO AUDIT MASTER. IT WRITES ONLY
000470*     THE REPORT.
000480*
000490* MAINTENANCE HISTORY.
000500*     10/15/2026  DL   ORIGINAL PROGRAM -- AN ACCOUNT'S ITEM
000510*                      USED TO BE TRACED THROUGH FIVE PLACES
000520*                      BY HAND.
000530*----------------------------------------------------------------

000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CD-LPARM-FILE  ASSIGN TO CDLPARM
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT CD-AUDM-FILE   ASSIGN TO CDAUDM
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CD-AX-KEY
000630         FILE STATUS IS CD-AUDM-STATUS.
000640     SELECT CD-ACCT-FILE   ASSIGN TO CDACCTF
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CD-ACCT-STATUS.
000670     SELECT CD-AAUD-FILE   ASSIGN TO CDACTAUD
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CD-AAUD-STATUS.
000700     SELECT CD-HOLD-FILE   ASSIGN TO CDCARRYF
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CD-HOLD-STATUS.
000730     SELECT CD-ESC-FILE    ASSIGN TO CDSCARYF
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CD-ESC-STATUS.
000760     SELECT CD-SUSP-FILE   ASSIGN TO CDSCFWD
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CD-SUSP-STATUS.
000790     SELECT CD-FAIL-FILE   ASSIGN TO CDFAILF
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CD-FAIL-STATUS.
000820     SELECT CD-CORR-FILE   ASSIGN TO CDCORRF
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CD-CORR-STATUS.
000850     SELECT CD-LRPT-FILE   ASSIGN TO CDLRPT
000860         ORGANIZATION IS LINE SEQUENTIAL.

000870 DATA DIVISION.
000880 FILE SECTION.
000890* INQUIRY CARD.
000900 FD  CD-LPARM-FILE.
000910 01  CD-LPARM-RECORD.
000920     05  CD-L-FROM-DATE       PIC 9(08).
000930     05  CD-L-TO-DATE         PIC 9(08).
000940     05  CD-L-ACCT-NO         PIC 9(10).
000950     05  FILLER               PIC X(54).

000960* CUMULATIVE AUDIT MASTER IN -- THE INDEXED FORM OF THE AUDIT
000970* LINES, AS MAINTAINED IN PLACE BY CONDAUDA.
000980 FD  CD-AUDM-FILE.
000990 COPY CDAUDM.

001000* CUSTOMER ACCOUNT MASTER.
001010 FD  CD-ACCT-FILE.
001020 COPY CDACCT.

001030* ACCOUNT MAINTENANCE AUDIT TRAIL -- SAME LAYOUT CONDACTM
001040* APPENDS.
001050 FD  CD-AAUD-FILE.
001060 01  CD-AAUD-RECORD.
001070     05  CD-AA-DATE           PIC 9(08).
001080     05  CD-AA-USER           PIC X(08).
001090     05  CD-AA-ACTION         PIC X(03).
001100     05  CD-AA-ACCT-NO        PIC 9(10).
001110     05  CD-AA-NAME           PIC X(30).
001120     05  CD-AA-STATUS         PIC X(01).
001130     05  CD-AA-TIER           PIC 9(01).
001140     05  CD-AA-NOTICE-FLAG    PIC X(01).

001150* HOLD QUEUE -- TODAY'S CDHOLDF PLUS THE CARRY-FORWARD, SAME
001160* LAYOUT CONDHOLD READS.
001170 FD  CD-HOLD-FILE.
001180 COPY CDSCORE REPLACING
001190         ==CD-SCORE-RECORD== BY ==CD-HOLD-RECORD==
001200         ==NUM1==             BY ==CD-H-NUM1==
001210         ==NUM2==             BY ==CD-H-NUM2==
001220         ==NUM3==             BY ==CD-H-NUM3==
001230         ==NUM4==             BY ==CD-H-NUM4==
001240         ==CLASS1               PIC X(9) VALUE 'ABCD '==
001250             BY ==CD-H-CLASS1          PIC X(9)==
001260         ==CHECK-VAL==        BY ==CD-H-CHECK-VAL==
001270         ==PASS==             BY ==CD-H-PASS==
001280         ==REVIEW==           BY ==CD-H-REVIEW==
001290         ==FAIL==             BY ==CD-H-FAIL==
001300     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001310         .
001320     05  CD-H-ACCT-NO         PIC 9(10).
001330     05  CD-H-HOLD-DATE       PIC 9(08).
001340     05  CD-H-WATCH-REASON    PIC X(04).

001350* SUPERVISOR ESCALATIONS -- TODAY'S CDESCF PLUS THE
001360* CARRY-FORWARD, SAME LAYOUT CONDESCD READS.
001370 FD  CD-ESC-FILE.
001380 COPY CDSCORE REPLACING
001390         ==CD-SCORE-RECORD== BY ==CD-ESC-RECORD==
001400         ==NUM1==             BY ==CD-S-NUM1==
001410         ==NUM2==             BY ==CD-S-NUM2==
001420         ==NUM3==             BY ==CD-S-NUM3==
001430         ==NUM4==             BY ==CD-S-NUM4==
001440         ==CLASS1               PIC X(9) VALUE 'ABCD '==
001450             BY ==CD-S-CLASS1          PIC X(9)==
001460         ==CHECK-VAL==        BY ==CD-S-CHECK-VAL==
001470         ==PASS==             BY ==CD-S-PASS==
001480         ==REVIEW==           BY ==CD-S-REVIEW==
001490         ==FAIL==             BY ==CD-S-FAIL==
001500     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001510         .
001520     05  CD-S-ACCT-NO         PIC 9(10).
001530     05  CD-S-REASON          PIC X(23).
001540     05  CD-S-ESC-DATE        PIC 9(08).

001550* UNKNOWN-ACCOUNT SUSPENSE -- TODAY'S CDSUSPF PLUS THE
001560* CARRY-FORWARD, SAME LAYOUT CONDSUSP READS.
001570 FD  CD-SUSP-FILE.
001580 COPY CDSUSP.

001590* FAIL EXTRACT AWAITING CORRECTION -- SAME LAYOUT THE SCORING
001600* RUN WRITES.
001610 FD  CD-FAIL-FILE.
001620 COPY CDSCORE REPLACING
001630         ==CD-SCORE-RECORD== BY ==CD-FAIL-RECORD==
001640         ==NUM1==             BY ==CD-F-NUM1==
001650         ==NUM2==             BY ==CD-F-NUM2==
001660         ==NUM3==             BY ==CD-F-NUM3==
001670         ==NUM4==             BY ==CD-F-NUM4==
001680         ==CLASS1               PIC X(9) VALUE 'ABCD '==
001690             BY ==CD-F-CLASS1          PIC X(9)==
001700         ==CHECK-VAL==        BY ==CD-F-CHECK-VAL==
001710         ==PASS==             BY ==CD-F-PASS==
001720         ==REVIEW==           BY ==CD-F-REVIEW==
001730         ==FAIL==             BY ==CD-F-FAIL==
001740     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001750         .
001760     05  CD-F-ACCT-NO         PIC 9(10).
001770     05  CD-F-SOURCE-ID       PIC X(03).

001780* CORRECTED RECORDS AWAITING RESUBMISSION -- SAME LAYOUT
001790* CONDRSUB READS.
001800 FD  CD-CORR-FILE.
001810 COPY CDSCORE REPLACING
001820         ==CD-SCORE-RECORD== BY ==CD-CORR-RECORD==
001830         ==NUM1==             BY ==CD-R-NUM1==
001840         ==NUM2==             BY ==CD-R-NUM2==
001850         ==NUM3==             BY ==CD-R-NUM3==
001860         ==NUM4==             BY ==CD-R-NUM4==
001870         ==CLASS1               PIC X(9) VALUE 'ABCD '==
001880             BY ==CD-R-CLASS1          PIC X(9)==
001890         ==CHECK-VAL==        BY ==CD-R-CHECK-VAL==
001900         ==PASS==             BY ==CD-R-PASS==
001910         ==REVIEW==           BY ==CD-R-REVIEW==
001920         ==FAIL==             BY ==CD-R-FAIL==
001930     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001940         .
001950     05  CD-R-ACCT-NO         PIC 9(10).
001960     05  CD-R-SOURCE-ID       PIC X(03).

001970* LIFECYCLE REPORT.
001980 FD  CD-LRPT-FILE.
001990 01  CD-LRPT-RECORD       PIC X(80).

002000 WORKING-STORAGE SECTION.
002010* STEP TYPES -- ONE PER AUDIT DISPOSITION AND ONE PER OPEN
002020* QUEUE, WITH WHETHER THE STEP ENDS THE CHAIN ('F' FINAL) OR
002030* LEAVES IT WAITING ON SOMEONE ('O' OPEN), AND THE TEXT THE
002040* REPORT PRINTS. TYPES 01-06 ARE SCORING-RUN DISPOSITIONS,
002050* 07-10 HOLD AND ESCALATION RE-DISPOSITIONS, 11-15 OPEN
002060* QUEUES. THE KEY IS THE AUDIT DISPOSITION FOR 01-10.
002070 01  CD-STEP-VALUES.
002080     05  FILLER               PIC X(09) VALUE 'PASS'.
002090     05  FILLER               PIC X(01) VALUE 'F'.
002100     05  FILLER               PIC X(30)
002110             VALUE 'SCORED PASS'.
002120     05  FILLER               PIC X(09) VALUE 'REVIEW'.
002130     05  FILLER               PIC X(01) VALUE 'O'.
002140     05  FILLER               PIC X(30)
002150             VALUE 'SCORED REVIEW - TO HOLD QUEUE'.
002160     05  FILLER               PIC X(09) VALUE 'WATCH-REV'.
002170     05  FILLER               PIC X(01) VALUE 'O'.
002180     05  FILLER               PIC X(30)
002190             VALUE 'WATCHLIST REVIEW - TO HOLD'.
002200     05  FILLER               PIC X(09) VALUE 'FAIL'.
002210     05  FILLER               PIC X(01) VALUE 'O'.
002220     05  FILLER               PIC X(30)
002230             VALUE 'SCORED FAIL - TO CORRECTION'.
002240     05  FILLER               PIC X(09) VALUE 'EXCEPTION'.
002250     05  FILLER               PIC X(01) VALUE 'F'.
002260     05  FILLER               PIC X(30)
002270             VALUE 'OUT OF RANGE - RETURNED'.
002280     05  FILLER               PIC X(09) VALUE 'SUSPCTDUP'.
002290     05  FILLER               PIC X(01) VALUE 'F'.
002300     05  FILLER               PIC X(30)
002310             VALUE 'SUSPECT DUPLICATE - RETURNED'.
002320     05  FILLER               PIC X(09) VALUE 'HOLD-PASS'.
002330     05  FILLER               PIC X(01) VALUE 'F'.
002340     05  FILLER               PIC X(30)
002350             VALUE 'PASSED ON REVIEW'.
002360     05  FILLER               PIC X(09) VALUE 'HOLD-FAIL'.
002370     05  FILLER               PIC X(01) VALUE 'F'.
002380     05  FILLER               PIC X(30)
002390             VALUE 'FAILED ON REVIEW'.
002400     05  FILLER               PIC X(09) VALUE 'ESC-PASS'.
002410     05  FILLER               PIC X(01) VALUE 'F'.
002420     05  FILLER               PIC X(30)
002430             VALUE 'PASSED BY SUPERVISOR'.
002440     05  FILLER               PIC X(09) VALUE 'ESC-WOFF'.
002450     05  FILLER               PIC X(01) VALUE 'F'.
002460     05  FILLER               PIC X(30)
002470             VALUE 'WRITTEN OFF'.
002480     05  FILLER               PIC X(09) VALUE 'ON-HOLD'.
002490     05  FILLER               PIC X(01) VALUE 'O'.
002500     05  FILLER               PIC X(30)
002510             VALUE 'STILL ON HOLD QUEUE'.
002520     05  FILLER               PIC X(09) VALUE 'ESCALATED'.
002530     05  FILLER               PIC X(01) VALUE 'O'.
002540     05  FILLER               PIC X(30)
002550             VALUE 'ESCALATED - WITH SUPERVISOR'.
002560     05  FILLER               PIC X(09) VALUE 'SUSPENDED'.
002570     05  FILLER               PIC X(01) VALUE 'O'.
002580     05  FILLER               PIC X(30)
002590             VALUE 'STILL SUSPENDED - NO ACCOUNT'.
002600     05  FILLER               PIC X(09) VALUE 'FAILFILE'.
002610     05  FILLER               PIC X(01) VALUE 'O'.
002620     05  FILLER               PIC X(30)
002630             VALUE 'AWAITING CORRECTION'.
002640     05  FILLER               PIC X(09) VALUE 'CORRECTED'.
002650     05  FILLER               PIC X(01) VALUE 'O'.
002660     05  FILLER               PIC X(30)
002670             VALUE 'CORRECTED - AWAITING RESUBMIT'.
002680 01  CD-STEP-TABLE REDEFINES CD-STEP-VALUES.
002690     05  CD-STEP-ENTRY OCCURS 15 TIMES.
002700         10  CD-STP-KEY       PIC X(09).
002710         10  CD-STP-END       PIC X(01).
002720             88  CD-STP-FINAL         VALUE 'F'.
002730         10  CD-STP-TEXT      PIC X(30).
002740* STEP TYPE NUMBERS USED BY NAME IN THE CODE.
002750 01  CD-TYPE-SUSPCTDUP    PIC 9(02) COMP VALUE 6.
002760 01  CD-TYPE-LAST-AUDIT   PIC 9(02) COMP VALUE 10.
002770 01  CD-TYPE-ON-HOLD      PIC 9(02) COMP VALUE 11.
002780 01  CD-TYPE-ESCALATED    PIC 9(02) COMP VALUE 12.
002790 01  CD-TYPE-SUSPENDED    PIC 9(02) COMP VALUE 13.
002800 01  CD-TYPE-FAILFILE     PIC 9(02) COMP VALUE 14.
002810 01  CD-TYPE-CORRECTED    PIC 9(02) COMP VALUE 15.
002820 01  CD-TY-IDX            PIC 9(02) COMP.
002830* VALUE-SET CHAINS FOR THE ACCOUNT, IN THE ORDER THEY WERE
002840* FIRST SEEN. UP TO EIGHT STEPS ARE KEPT PER CHAIN; A LONGER
002850* CHAIN IS COUNTED, ITS OPEN/FINAL STATE STILL FOLLOWS ITS
002860* LAST STEP, AND THE REPORT SAYS HOW MANY STEPS WERE NOT
002870* SHOWN. A FIRST DATE OF 99999999 IS AN ITEM ONLY SEEN ON AN
002880* UNDATED QUEUE (FAIL EXTRACT OR CORRECTIONS).
002890 01  CD-CHAIN-TABLE-AREA.
002900     05  CD-CHAIN-COUNT       PIC 9(04) COMP VALUE ZERO.
002910     05  CD-CHAIN-ENTRY OCCURS 300 TIMES.
002920         10  CD-CH-FIRST-DATE PIC 9(08).
002930         10  CD-CH-NUM1       PIC S9(09).
002940         10  CD-CH-NUM2       PIC S9(09).
002950         10  CD-CH-NUM3       PIC 9(05).
002960         10  CD-CH-NUM4       PIC 9(06).
002970         10  CD-CH-CLASS1     PIC X(09).
002980         10  CD-CH-LAST-TYPE  PIC 9(02) COMP.
002990         10  CD-CH-OPEN-SW    PIC X(01).
003000             88  CD-CH-OPEN           VALUE 'Y'.
003010         10  CD-CH-PRINTED-SW PIC X(01).
003020             88  CD-CH-PRINTED        VALUE 'Y'.
003030         10  CD-CH-STEP-COUNT PIC 9(04) COMP.
003040         10  CD-CH-STEP OCCURS 8 TIMES.
003050             15  CD-CS-DATE       PIC 9(08).
003060             15  CD-CS-TYPE       PIC 9(02) COMP.
003070             15  CD-CS-CHECK-VAL  PIC 9(03).
003080             15  CD-CS-SOURCE-ID  PIC X(03).
003090             15  CD-CS-TIER       PIC 9(01).
003100             15  CD-CS-VIA-SW     PIC X(01).
003110                 88  CD-CS-RESUBMITTED    VALUE 'R'.
003120 01  CD-CH-IDX            PIC 9(04) COMP.
003130 01  CD-CHAIN-HIT-IDX     PIC 9(04) COMP.
003140 01  CD-CHAIN-HIT-SW      PIC X(01) VALUE 'N'.
003150         88  CD-CHAIN-HIT         VALUE 'Y'.
003160 01  CD-OPEN-ONLY-SW      PIC X(01) VALUE 'N'.
003170         88  CD-OPEN-ONLY         VALUE 'Y'.
003180 01  CD-ST-IDX            PIC 9(04) COMP.
003190 01  CD-PICK-IDX          PIC 9(04) COMP.
003200 01  CD-PICK-DATE         PIC 9(08).
003210 01  CD-PRINT-SEQ         PIC 9(04) COMP VALUE ZERO.
003220 01  CD-VS-IDX            PIC 9(02) COMP.
003230* THE CURRENT EVENT, WHICHEVER FILE IT CAME FROM.
003240 01  CD-EVENT-WORK.
003250     05  CD-EV-DATE           PIC 9(08).
003260     05  CD-EV-TYPE           PIC 9(02) COMP.
003270     05  CD-EV-NUM1           PIC S9(09).
003280     05  CD-EV-NUM2           PIC S9(09).
003290     05  CD-EV-NUM3           PIC 9(05).
003300     05  CD-EV-NUM4           PIC 9(06).
003310     05  CD-EV-CLASS1         PIC X(09).
003320     05  CD-EV-CHECK-VAL      PIC 9(03).
003330     05  CD-EV-SOURCE-ID      PIC X(03).
003340     05  CD-EV-TIER           PIC 9(01).
003350     05  CD-EV-VIA-SW         PIC X(01).
003360* RUN CONTROL SWITCHES AND COUNTERS.
003370 01  CD-AUDM-STATUS       PIC X(02) VALUE SPACES.
003380 01  CD-ACCT-STATUS       PIC X(02) VALUE SPACES.
003390 01  CD-AAUD-STATUS       PIC X(02) VALUE SPACES.
003400 01  CD-HOLD-STATUS       PIC X(02) VALUE SPACES.
003410 01  CD-ESC-STATUS        PIC X(02) VALUE SPACES.
003420 01  CD-SUSP-STATUS       PIC X(02) VALUE SPACES.
003430 01  CD-FAIL-STATUS       PIC X(02) VALUE SPACES.
003440 01  CD-CORR-STATUS       PIC X(02) VALUE SPACES.
003450 01  CD-EOF-SW            PIC X(01) VALUE 'N'.
003460         88  CD-EOF-YES           VALUE 'Y'.
003470 01  CD-ACCT-FOUND-SW     PIC X(01) VALUE 'N'.
003480         88  CD-ACCT-FOUND        VALUE 'Y'.
003490 01  CD-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
003500         88  CD-TABLE-FULL        VALUE 'Y'.
003510 01  CD-MISSING-FILE-SW   PIC X(01) VALUE 'N'.
003520         88  CD-MISSING-FILE      VALUE 'Y'.
003530 01  CD-AUDM-SCAN-COUNT   PIC 9(09) COMP VALUE ZERO.
003540 01  CD-AUDM-ACCT-COUNT   PIC 9(07) COMP VALUE ZERO.
003550 01  CD-MAINT-COUNT       PIC 9(07) COMP VALUE ZERO.
003560 01  CD-QUEUE-USED-COUNT  PIC 9(07) COMP VALUE ZERO.
003570 01  CD-QUEUE-STALE-COUNT PIC 9(07) COMP VALUE ZERO.
003580 01  CD-QUEUE-OUT-COUNT   PIC 9(07) COMP VALUE ZERO.
003590 01  CD-FINAL-COUNT       PIC 9(07) COMP VALUE ZERO.
003600 01  CD-OPEN-COUNT        PIC 9(07) COMP VALUE ZERO.
003620* REPORT LINES.
003630 01  CD-LRPT-CARD-LINE.
003640     05  FILLER               PIC X(08) VALUE 'ACCOUNT '.
003650     05  CD-LC-ACCT-NO        PIC 9(10).
003660     05  FILLER               PIC X(07) VALUE '  FROM '.
003670     05  CD-LC-FROM-DATE      PIC 9(08).
003680     05  FILLER               PIC X(04) VALUE ' TO '.
003690     05  CD-LC-TO-DATE        PIC 9(08).
003700     05  FILLER               PIC X(35) VALUE SPACES.
003710 01  CD-LRPT-MASTER-LINE.
003720     05  FILLER               PIC X(08) VALUE 'NAME    '.
003730     05  CD-LM-NAME           PIC X(30).
003740     05  FILLER               PIC X(09) VALUE ' STATUS  '.
003750     05  CD-LM-STATUS         PIC X(01).
003760     05  FILLER               PIC X(01) VALUE SPACE.
003770     05  CD-LM-STATUS-TEXT    PIC X(09).
003780     05  FILLER               PIC X(06) VALUE ' TIER '.
003790     05  CD-LM-TIER           PIC 9(01).
003800     05  FILLER               PIC X(08) VALUE ' NOTICE '.
003810     05  CD-LM-NOTICE         PIC X(01).
003820     05  FILLER               PIC X(06) VALUE SPACES.
003830 01  CD-LRPT-MAINT-HEADING.
003840     05  FILLER               PIC X(04) VALUE SPACES.
003850     05  FILLER               PIC X(10) VALUE 'DATE'.
003860     05  FILLER               PIC X(09) VALUE 'USER'.
003870     05  FILLER               PIC X(04) VALUE 'ACT'.
003880     05  FILLER               PIC X(31) VALUE 'NAME'.
003890     05  FILLER               PIC X(04) VALUE 'STA'.
003900     05  FILLER               PIC X(05) VALUE 'TIER'.
003910     05  FILLER               PIC X(13) VALUE 'NTC'.
003920 01  CD-LRPT-MAINT-LINE.
003930     05  FILLER               PIC X(04) VALUE SPACES.
003940     05  CD-LA-DATE           PIC 9(08).
003950     05  FILLER               PIC X(02) VALUE SPACES.
003960     05  CD-LA-USER           PIC X(08).
003970     05  FILLER               PIC X(01) VALUE SPACE.
003980     05  CD-LA-ACTION         PIC X(03).
003990     05  FILLER               PIC X(01) VALUE SPACE.
004000     05  CD-LA-NAME           PIC X(30).
004010     05  FILLER               PIC X(01) VALUE SPACE.
004020     05  CD-LA-STATUS         PIC X(01).
004030     05  FILLER               PIC X(03) VALUE SPACES.
004040     05  CD-LA-TIER           PIC 9(01).
004050     05  FILLER               PIC X(04) VALUE SPACES.
004060     05  CD-LA-NOTICE         PIC X(01).
004070     05  FILLER               PIC X(12) VALUE SPACES.
004080 01  CD-LRPT-CHAIN-LINE.
004090     05  FILLER               PIC X(10) VALUE 'VALUE SET '.
004100     05  CD-LH-SEQ            PIC 9(03).
004110     05  FILLER               PIC X(08) VALUE '  CLASS1'.
004120     05  FILLER               PIC X(01) VALUE SPACE.
004130     05  CD-LH-CLASS1         PIC X(09).
004140     05  FILLER               PIC X(06) VALUE ' NUM1 '.
004150     05  CD-LH-NUM1           PIC -(9)9.
004160     05  FILLER               PIC X(06) VALUE ' NUM2 '.
004170     05  CD-LH-NUM2           PIC -(9)9.
004180     05  FILLER               PIC X(01) VALUE SPACE.
004190     05  CD-LH-NUM3           PIC 9(05).
004200     05  FILLER               PIC X(01) VALUE SPACE.
004210     05  CD-LH-NUM4           PIC 9(06).
004220     05  FILLER               PIC X(04) VALUE SPACES.
004230 01  CD-LRPT-STEP-LINE.
004240     05  FILLER               PIC X(04) VALUE SPACES.
004250     05  CD-LS-DATE           PIC X(08).
004260     05  FILLER               PIC X(02) VALUE SPACES.
004270     05  CD-LS-TEXT           PIC X(30).
004280     05  FILLER               PIC X(05) VALUE ' CHK '.
004290     05  CD-LS-CHECK-VAL      PIC 9(03).
004300     05  FILLER               PIC X(05) VALUE ' SRC '.
004310     05  CD-LS-SOURCE-ID      PIC X(03).
004320     05  FILLER               PIC X(06) VALUE ' TIER '.
004330     05  CD-LS-TIER           PIC 9(01).
004340     05  FILLER               PIC X(01) VALUE SPACE.
004350     05  CD-LS-VIA            PIC X(08).
004360     05  FILLER               PIC X(04) VALUE SPACES.
004370 01  CD-LRPT-OPEN-LINE.
004380     05  FILLER               PIC X(04) VALUE SPACES.
004390     05  FILLER               PIC X(32)
004400             VALUE '*** NO FINAL DISPOSITION -- LAST'.
004410     05  FILLER               PIC X(01) VALUE SPACE.
004420     05  CD-LO-TEXT           PIC X(30).
004430     05  FILLER               PIC X(13) VALUE ' ***'.
004440 01  CD-LRPT-MORE-LINE.
004450     05  FILLER               PIC X(04) VALUE SPACES.
004460     05  CD-LX-COUNT          PIC ZZZ9.
004470     05  FILLER               PIC X(40)
004480             VALUE ' FURTHER STEPS NOT SHOWN'.
004490     05  FILLER               PIC X(32) VALUE SPACES.
004500* EDITED LINE USED TO BUILD THE REPORT TOTALS.
004510 01  CD-SUMMARY-LINE.
004520     05  CD-SL-LABEL          PIC X(30).
004530     05  CD-SL-COUNT          PIC ZZZ,ZZZ,ZZ9.

004540 PROCEDURE DIVISION.

004550*----------------------------------------------------------------
004560* 0000-MAINLINE
004570*     DRIVES THE INQUIRY FROM CARD THROUGH REPORT.
004580*----------------------------------------------------------------
004590 0000-MAINLINE.
004600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004610     PERFORM 1100-SHOW-ACCOUNT THRU 1100-EXIT.
004620     PERFORM 1200-SHOW-MAINTENANCE THRU 1200-EXIT.
004630     PERFORM 2000-SCAN-AUDIT-MASTER THRU 2000-EXIT.
004640     PERFORM 3000-SCAN-QUEUES THRU 3000-EXIT.
004650     PERFORM 4000-PRINT-CHAINS THRU 4000-EXIT.
004660     PERFORM 5000-TERMINATE THRU 5000-EXIT.
004670     STOP RUN.

004680*----------------------------------------------------------------
004690* 1000-INITIALIZE
004700*     READS AND VALIDATES THE INQUIRY CARD AND STARTS THE
004710*     REPORT WITH THE CARD ECHOED ON TOP.
004720*----------------------------------------------------------------
004730 1000-INITIALIZE.
004740     OPEN INPUT CD-LPARM-FILE.
004750     READ CD-LPARM-FILE
004760         AT END
004770             DISPLAY 'CDLPARM IS EMPTY -- NO INQUIRY CARD. RUN'
004780                 ' CANCELLED.'
004790             MOVE 16 TO RETURN-CODE
004800             STOP RUN
004810     END-READ.
004820     CLOSE CD-LPARM-FILE.
004830     IF CD-L-FROM-DATE IS NOT NUMERIC
004840        OR CD-L-TO-DATE IS NOT NUMERIC
004850        OR CD-L-ACCT-NO IS NOT NUMERIC
004860         DISPLAY 'CDLPARM INQUIRY CARD IS NOT NUMERIC -- RUN'
004870             ' CANCELLED.'
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     IF CD-L-ACCT-NO = ZERO
004920         DISPLAY 'CDLPARM ACCOUNT NUMBER IS ZERO -- THE INQUIRY'
004930             ' IS FOR ONE ACCOUNT. RUN CANCELLED.'
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970     IF CD-L-FROM-DATE > CD-L-TO-DATE
004980         DISPLAY 'CDLPARM FROM DATE IS AFTER THE TO DATE --'
004990             ' RUN CANCELLED.'
005000         MOVE 16 TO RETURN-CODE
005010         STOP RUN
005020     END-IF.
005030     OPEN OUTPUT CD-LRPT-FILE.
005040     MOVE 'CONDLIFE -- ACCOUNT LIFECYCLE INQUIRY'
005050         TO CD-LRPT-RECORD.
005060     WRITE CD-LRPT-RECORD.
005070     MOVE CD-L-ACCT-NO      TO CD-LC-ACCT-NO.
005080     MOVE CD-L-FROM-DATE    TO CD-LC-FROM-DATE.
005090     MOVE CD-L-TO-DATE      TO CD-LC-TO-DATE.
005100     MOVE CD-LRPT-CARD-LINE TO CD-LRPT-RECORD.
005110     WRITE CD-LRPT-RECORD.
005120 1000-EXIT.
005130     EXIT.

005140*----------------------------------------------------------------
005150* 1100-SHOW-ACCOUNT
005160*     FINDS THE ACCOUNT ON THE MASTER AND PRINTS ITS NAME,
005170*     STATUS, TIER AND NOTICE FLAG AS THEY STAND TODAY.
005180*----------------------------------------------------------------
005190 1100-SHOW-ACCOUNT.
005200     OPEN INPUT CD-ACCT-FILE.
005210     IF CD-ACCT-STATUS NOT = '00'
005220         MOVE 'ACCOUNT MASTER NOT AVAILABLE -- STATUS NOT SHOWN'
005230             TO CD-LRPT-RECORD
005240         WRITE CD-LRPT-RECORD
005250         MOVE 'Y' TO CD-MISSING-FILE-SW
005260         GO TO 1100-EXIT
005270     END-IF.
005280     MOVE 'N' TO CD-EOF-SW.
005290     PERFORM 1110-READ-ONE-ACCOUNT THRU 1110-EXIT
005300         UNTIL CD-EOF-YES OR CD-ACCT-FOUND.
005310     CLOSE CD-ACCT-FILE.
005320     IF NOT CD-ACCT-FOUND
005330         MOVE 'ACCOUNT IS NOT ON THE ACCOUNT MASTER'
005340             TO CD-LRPT-RECORD
005350         WRITE CD-LRPT-RECORD
005360         GO TO 1100-EXIT
005370     END-IF.
005380     MOVE CD-AM-NAME        TO CD-LM-NAME.
005390     MOVE CD-AM-STATUS      TO CD-LM-STATUS.
005400     EVALUATE TRUE
005410         WHEN CD-AM-ACTIVE
005420             MOVE 'ACTIVE'    TO CD-LM-STATUS-TEXT
005430         WHEN CD-AM-SUSPENDED
005440             MOVE 'SUSPENDED' TO CD-LM-STATUS-TEXT
005450         WHEN CD-AM-CLOSED
005460             MOVE 'CLOSED'    TO CD-LM-STATUS-TEXT
005470         WHEN OTHER
005480             MOVE 'UNKNOWN'   TO CD-LM-STATUS-TEXT
005490     END-EVALUATE.
005500     IF CD-AM-TIER IS NUMERIC
005510         MOVE CD-AM-TIER    TO CD-LM-TIER
005520     ELSE
005530         MOVE ZERO          TO CD-LM-TIER
005540     END-IF.
005550     MOVE CD-AM-NOTICE-FLAG TO CD-LM-NOTICE.
005560     MOVE CD-LRPT-MASTER-LINE TO CD-LRPT-RECORD.
005570     WRITE CD-LRPT-RECORD.
005580 1100-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------
005610* 1110-READ-ONE-ACCOUNT
005620*     READS ONE ACCOUNT MASTER RECORD, STOPPING ON A MATCH.
005630*----------------------------------------------------------------
005640 1110-READ-ONE-ACCOUNT.
005650     READ CD-ACCT-FILE
005660         AT END
005670             MOVE 'Y' TO CD-EOF-SW
005680             GO TO 1110-EXIT
005690     END-READ.
005700     IF CD-AM-ACCT-NO = CD-L-ACCT-NO
005710         MOVE 'Y' TO CD-ACCT-FOUND-SW.
005720 1110-EXIT.
005730     EXIT.

005740*----------------------------------------------------------------
005750* 1200-SHOW-MAINTENANCE
005760*     LISTS THE ACCOUNT MAINTENANCE AUDIT TRAIL LINES FOR THE
005770*     ACCOUNT DATED INSIDE THE INQUIRY RANGE.
005780*----------------------------------------------------------------
005790 1200-SHOW-MAINTENANCE.
005800     MOVE SPACES TO CD-LRPT-RECORD.
005810     WRITE CD-LRPT-RECORD.
005820     MOVE 'ACCOUNT MAINTENANCE IN THE PERIOD' TO CD-LRPT-RECORD.
005830     WRITE CD-LRPT-RECORD.
005840     OPEN INPUT CD-AAUD-FILE.
005850     IF CD-AAUD-STATUS NOT = '00'
005860         MOVE '    ACCOUNT AUDIT TRAIL NOT AVAILABLE'
005870             TO CD-LRPT-RECORD
005880         WRITE CD-LRPT-RECORD
005890         MOVE 'Y' TO CD-MISSING-FILE-SW
005900         GO TO 1200-EXIT
005910     END-IF.
005920     MOVE CD-LRPT-MAINT-HEADING TO CD-LRPT-RECORD.
005930     WRITE CD-LRPT-RECORD.
005940     MOVE 'N' TO CD-EOF-SW.
005950     PERFORM 1210-READ-ONE-MAINT THRU 1210-EXIT
005960         UNTIL CD-EOF-YES.
005970     CLOSE CD-AAUD-FILE.
005980     IF CD-MAINT-COUNT = ZERO
005990         MOVE '    NO CHANGES' TO CD-LRPT-RECORD
006000         WRITE CD-LRPT-RECORD
006010     END-IF.
006020 1200-EXIT.
006030     EXIT.

006040*----------------------------------------------------------------
006050* 1210-READ-ONE-MAINT
006060*     READS ONE AUDIT TRAIL LINE AND PRINTS IT WHEN IT IS FOR
006070*     THE ACCOUNT AND INSIDE THE RANGE.
006080*----------------------------------------------------------------
006090 1210-READ-ONE-MAINT.
006100     READ CD-AAUD-FILE
006110         AT END
006120             MOVE 'Y' TO CD-EOF-SW
006130             GO TO 1210-EXIT
006140     END-READ.
006150     IF CD-AA-ACCT-NO NOT = CD-L-ACCT-NO
006160        OR CD-AA-DATE < CD-L-FROM-DATE
006170        OR CD-AA-DATE > CD-L-TO-DATE
006180         GO TO 1210-EXIT
006190     END-IF.
006200     ADD 1 TO CD-MAINT-COUNT.
006210     MOVE CD-AA-DATE        TO CD-LA-DATE.
006220     MOVE CD-AA-USER        TO CD-LA-USER.
006230     MOVE CD-AA-ACTION      TO CD-LA-ACTION.
006240     MOVE CD-AA-NAME        TO CD-LA-NAME.
006250     MOVE CD-AA-STATUS      TO CD-LA-STATUS.
006260     MOVE CD-AA-TIER        TO CD-LA-TIER.
006270     MOVE CD-AA-NOTICE-FLAG TO CD-LA-NOTICE.
006280     MOVE CD-LRPT-MAINT-LINE TO CD-LRPT-RECORD.
006290     WRITE CD-LRPT-RECORD.
006300 1210-EXIT.
006310     EXIT.

006320*----------------------------------------------------------------
006330* 2000-SCAN-AUDIT-MASTER
006340*     POSITIONS THE AUDIT MASTER ON THE FROM DATE AND APPLIES
006350*     EVERY LINE FOR THE ACCOUNT THROUGH THE TO DATE, IN DATE
006360*     ORDER, TO THE CHAIN TABLE.
006370*----------------------------------------------------------------
006380 2000-SCAN-AUDIT-MASTER.
006390     OPEN INPUT CD-AUDM-FILE.
006400     IF CD-AUDM-STATUS NOT = '00'
006410         DISPLAY 'CDAUDM OPEN FAILED, STATUS ' CD-AUDM-STATUS
006420             ' -- RUN CANCELLED.'
006430         MOVE 16 TO RETURN-CODE
006440         STOP RUN
006450     END-IF.
006460     MOVE 'N' TO CD-EOF-SW.
006470     MOVE CD-L-FROM-DATE TO CD-AX-DATE.
006480     MOVE ZERO           TO CD-AX-ACCT-NO.
006490     MOVE ZERO           TO CD-AX-SEQ.
006500     START CD-AUDM-FILE KEY NOT < CD-AX-KEY
006510         INVALID KEY
006520             MOVE 'Y' TO CD-EOF-SW
006530     END-START.
006540     PERFORM 2100-READ-ONE-AUDIT THRU 2100-EXIT
006550         UNTIL CD-EOF-YES.
006560     CLOSE CD-AUDM-FILE.
006570 2000-EXIT.
006580     EXIT.

006590*----------------------------------------------------------------
006600* 2100-READ-ONE-AUDIT
006610*     READS THE NEXT AUDIT MASTER LINE; THE FIRST LINE PAST THE
006620*     TO DATE ENDS THE SCAN. A LINE FOR THE ACCOUNT BECOMES A
006630*     STEP ON ITS VALUE SET'S CHAIN.
006640*----------------------------------------------------------------
006650 2100-READ-ONE-AUDIT.
006660     READ CD-AUDM-FILE NEXT
006670         AT END
006680             MOVE 'Y' TO CD-EOF-SW
006690             GO TO 2100-EXIT
006700     END-READ.
006710     IF CD-AX-DATE > CD-L-TO-DATE
006720         MOVE 'Y' TO CD-EOF-SW
006730         GO TO 2100-EXIT
006740     END-IF.
006750     ADD 1 TO CD-AUDM-SCAN-COUNT.
006760     IF CD-AX-ACCT-NO NOT = CD-L-ACCT-NO
006770         GO TO 2100-EXIT
006780     END-IF.
006790     ADD 1 TO CD-AUDM-ACCT-COUNT.
006800     MOVE CD-AX-DATE         TO CD-EV-DATE.
006810     MOVE CD-AX-NUM1         TO CD-EV-NUM1.
006820     MOVE CD-AX-NUM2         TO CD-EV-NUM2.
006830     MOVE CD-AX-NUM3         TO CD-EV-NUM3.
006840     MOVE CD-AX-NUM4         TO CD-EV-NUM4.
006850     MOVE CD-AX-CLASS1       TO CD-EV-CLASS1.
006860     MOVE CD-AX-CHECK-VAL    TO CD-EV-CHECK-VAL.
006870     MOVE CD-AX-SOURCE-ID    TO CD-EV-SOURCE-ID.
006880     MOVE CD-AX-TIER         TO CD-EV-TIER.
006890     MOVE SPACE              TO CD-EV-VIA-SW.
006900     PERFORM 2200-FIND-STEP-TYPE THRU 2200-EXIT.
006910     PERFORM 2300-APPLY-AUDIT-LINE THRU 2300-EXIT.
006920 2100-EXIT.
006930     EXIT.

006940*----------------------------------------------------------------
006950* 2200-FIND-STEP-TYPE
006960*     LOOKS THE AUDIT DISPOSITION UP IN THE STEP TABLE. A
006970*     DISPOSITION NOT IN THE TABLE IS TREATED AS AN OPEN
006980*     SCORING STEP AND SHOWN AS IT STANDS ON THE LINE.
006990*----------------------------------------------------------------
007000 2200-FIND-STEP-TYPE.
007010     MOVE ZERO TO CD-EV-TYPE.
007020     PERFORM 2210-TEST-ONE-TYPE THRU 2210-EXIT
007030         VARYING CD-TY-IDX FROM 1 BY 1
007040         UNTIL CD-TY-IDX > CD-TYPE-LAST-AUDIT
007050             OR CD-EV-TYPE > ZERO.
007060 2200-EXIT.
007070     EXIT.

007080*----------------------------------------------------------------
007090* 2210-TEST-ONE-TYPE
007100*     TESTS ONE STEP TABLE KEY AGAINST THE AUDIT DISPOSITION.
007110*----------------------------------------------------------------
007120 2210-TEST-ONE-TYPE.
007130     IF CD-STP-KEY (CD-TY-IDX) = CD-AX-DISPOSITION
007140         MOVE CD-TY-IDX TO CD-EV-TYPE.
007150 2210-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------
007180* 2300-APPLY-AUDIT-LINE
007190*     ADDS AN AUDIT LINE TO THE MOST RECENT OPEN CHAIN FOR ITS
007200*     VALUE SET, OR STARTS A NEW CHAIN. A SCORING LINE THAT
007210*     JOINS AN OPEN CHAIN IS THE VALUE SET COMING BACK THROUGH
007220*     THE SCORING RUN AND IS MARKED RESUBMITTED. A SUSPECT
007230*     DUPLICATE IS NEVER JOINED TO ANOTHER CHAIN -- IT WAS NOT
007240*     SCORED AND DID NOT CHANGE WHAT HAPPENED TO THE ORIGINAL.
007250*----------------------------------------------------------------
007260 2300-APPLY-AUDIT-LINE.
007270     IF CD-EV-TYPE = CD-TYPE-SUSPCTDUP
007280         PERFORM 2600-NEW-CHAIN THRU 2600-EXIT
007290         GO TO 2300-EXIT
007300     END-IF.
007310     MOVE 'Y' TO CD-OPEN-ONLY-SW.
007320     PERFORM 2500-FIND-CHAIN THRU 2500-EXIT.
007330     IF NOT CD-CHAIN-HIT
007340         PERFORM 2600-NEW-CHAIN THRU 2600-EXIT
007350         GO TO 2300-EXIT
007360     END-IF.
007370     IF CD-EV-TYPE < CD-TYPE-SUSPCTDUP
007380         MOVE 'R' TO CD-EV-VIA-SW
007390     END-IF.
007400     PERFORM 2700-ADD-STEP THRU 2700-EXIT.
007410 2300-EXIT.
007420     EXIT.

007430*----------------------------------------------------------------
007440* 2500-FIND-CHAIN
007450*     SEARCHES THE CHAIN TABLE FROM THE NEWEST CHAIN BACK FOR
007460*     ONE WITH THE EVENT'S VALUE SET -- ONLY AN OPEN CHAIN
007470*     WHEN CD-OPEN-ONLY IS SET.
007480*----------------------------------------------------------------
007490 2500-FIND-CHAIN.
007500     MOVE 'N'  TO CD-CHAIN-HIT-SW.
007510     MOVE ZERO TO CD-CHAIN-HIT-IDX.
007520     PERFORM 2510-TEST-ONE-CHAIN THRU 2510-EXIT
007530         VARYING CD-CH-IDX FROM CD-CHAIN-COUNT BY -1
007540         UNTIL CD-CH-IDX < 1
007550             OR CD-CHAIN-HIT.
007560 2500-EXIT.
007570     EXIT.

007580*----------------------------------------------------------------
007590* 2510-TEST-ONE-CHAIN
007600*     TESTS ONE CHAIN AGAINST THE EVENT'S VALUE SET.
007610*----------------------------------------------------------------
007620 2510-TEST-ONE-CHAIN.
007630     IF CD-OPEN-ONLY
007640        AND NOT CD-CH-OPEN (CD-CH-IDX)
007650         GO TO 2510-EXIT
007660     END-IF.
007670     IF CD-CH-NUM1 (CD-CH-IDX)   = CD-EV-NUM1
007680        AND CD-CH-NUM2 (CD-CH-IDX)   = CD-EV-NUM2
007690        AND CD-CH-NUM3 (CD-CH-IDX)   = CD-EV-NUM3
007700        AND CD-CH-NUM4 (CD-CH-IDX)   = CD-EV-NUM4
007710        AND CD-CH-CLASS1 (CD-CH-IDX) = CD-EV-CLASS1
007720         MOVE 'Y' TO CD-CHAIN-HIT-SW
007730         MOVE CD-CH-IDX TO CD-CHAIN-HIT-IDX
007740     END-IF.
007750 2510-EXIT.
007760     EXIT.

007770*----------------------------------------------------------------
007780* 2600-NEW-CHAIN
007790*     STARTS A CHAIN FOR THE EVENT'S VALUE SET WITH THE EVENT
007800*     AS ITS FIRST STEP. WHEN THE TABLE IS FULL THE EVENT IS
007810*     DROPPED AND THE REPORT SAYS SO.
007820*----------------------------------------------------------------
007830 2600-NEW-CHAIN.
007840     IF CD-CHAIN-COUNT >= 300
007850         IF NOT CD-TABLE-FULL
007860             DISPLAY 'CHAIN TABLE FULL AT 300 VALUE SETS --'
007870                 ' NARROW THE DATE RANGE.'
007880         END-IF
007890         MOVE 'Y' TO CD-TABLE-FULL-SW
007900         GO TO 2600-EXIT
007910     END-IF.
007920     ADD 1 TO CD-CHAIN-COUNT.
007930     MOVE CD-CHAIN-COUNT TO CD-CHAIN-HIT-IDX.
007940     IF CD-EV-DATE = ZERO
007950         MOVE 99999999  TO CD-CH-FIRST-DATE (CD-CHAIN-HIT-IDX)
007960     ELSE
007970         MOVE CD-EV-DATE TO CD-CH-FIRST-DATE (CD-CHAIN-HIT-IDX)
007980     END-IF.
007990     MOVE CD-EV-NUM1   TO CD-CH-NUM1 (CD-CHAIN-HIT-IDX).
008000     MOVE CD-EV-NUM2   TO CD-CH-NUM2 (CD-CHAIN-HIT-IDX).
008010     MOVE CD-EV-NUM3   TO CD-CH-NUM3 (CD-CHAIN-HIT-IDX).
008020     MOVE CD-EV-NUM4   TO CD-CH-NUM4 (CD-CHAIN-HIT-IDX).
008030     MOVE CD-EV-CLASS1 TO CD-CH-CLASS1 (CD-CHAIN-HIT-IDX).
008040     MOVE 'N'          TO CD-CH-PRINTED-SW (CD-CHAIN-HIT-IDX).
008050     MOVE ZERO         TO CD-CH-STEP-COUNT (CD-CHAIN-HIT-IDX).
008060     PERFORM 2700-ADD-STEP THRU 2700-EXIT.
008070 2600-EXIT.
008080     EXIT.

008090*----------------------------------------------------------------
008100* 2700-ADD-STEP
008110*     ADDS THE EVENT AS THE NEXT STEP ON CHAIN
008120*     CD-CHAIN-HIT-IDX AND MOVES THE CHAIN'S OPEN/FINAL STATE
008130*     TO FOLLOW IT.
008140*----------------------------------------------------------------
008150 2700-ADD-STEP.
008160     ADD 1 TO CD-CH-STEP-COUNT (CD-CHAIN-HIT-IDX).
008170     MOVE CD-EV-TYPE TO CD-CH-LAST-TYPE (CD-CHAIN-HIT-IDX).
008180     IF CD-EV-TYPE > ZERO
008190        AND CD-STP-FINAL (CD-EV-TYPE)
008200         MOVE 'N' TO CD-CH-OPEN-SW (CD-CHAIN-HIT-IDX)
008210     ELSE
008220         MOVE 'Y' TO CD-CH-OPEN-SW (CD-CHAIN-HIT-IDX)
008230     END-IF.
008240     IF CD-CH-STEP-COUNT (CD-CHAIN-HIT-IDX) > 8
008250         GO TO 2700-EXIT
008260     END-IF.
008270     MOVE CD-CH-STEP-COUNT (CD-CHAIN-HIT-IDX) TO CD-ST-IDX.
008280     MOVE CD-EV-DATE
008290         TO CD-CS-DATE (CD-CHAIN-HIT-IDX, CD-ST-IDX).
008300     MOVE CD-EV-TYPE
008310         TO CD-CS-TYPE (CD-CHAIN-HIT-IDX, CD-ST-IDX).
008320     MOVE CD-EV-CHECK-VAL
008330         TO CD-CS-CHECK-VAL (CD-CHAIN-HIT-IDX, CD-ST-IDX).
008340     MOVE CD-EV-SOURCE-ID
008350         TO CD-CS-SOURCE-ID (CD-CHAIN-HIT-IDX, CD-ST-IDX).
008360     MOVE CD-EV-TIER
008370         TO CD-CS-TIER (CD-CHAIN-HIT-IDX, CD-ST-IDX).
008380     MOVE CD-EV-VIA-SW
008390         TO CD-CS-VIA-SW (CD-CHAIN-HIT-IDX, CD-ST-IDX).
008400 2700-EXIT.
008410     EXIT.

008420*----------------------------------------------------------------
008430* 3000-SCAN-QUEUES
008440*     READS EACH OPEN QUEUE FOR THE ACCOUNT'S ITEMS. A QUEUE
008450*     FILE THAT CANNOT BE OPENED IS NOTED ON THE REPORT AND
008460*     THE INQUIRY CARRIES ON WITHOUT IT.
008470*----------------------------------------------------------------
008480 3000-SCAN-QUEUES.
008490     PERFORM 3100-SCAN-HOLD-QUEUE THRU 3100-EXIT.
008500     PERFORM 3200-SCAN-ESCALATIONS THRU 3200-EXIT.
008510     PERFORM 3300-SCAN-SUSPENSE THRU 3300-EXIT.
008520     PERFORM 3400-SCAN-FAIL-EXTRACT THRU 3400-EXIT.
008530     PERFORM 3500-SCAN-CORRECTIONS THRU 3500-EXIT.
008540 3000-EXIT.
008550     EXIT.

008560*----------------------------------------------------------------
008570* 3100-SCAN-HOLD-QUEUE
008580*     HOLD QUEUE ITEMS FOR THE ACCOUNT, DATED THE DAY THEY
008590*     WERE HELD.
008600*----------------------------------------------------------------
008610 3100-SCAN-HOLD-QUEUE.
008620     OPEN INPUT CD-HOLD-FILE.
008630     IF CD-HOLD-STATUS NOT = '00'
008640         DISPLAY 'CDCARRYF OPEN FAILED, STATUS ' CD-HOLD-STATUS
008650             ' -- HOLD QUEUE NOT SEARCHED.'
008660         MOVE 'Y' TO CD-MISSING-FILE-SW
008670         GO TO 3100-EXIT
008680     END-IF.
008690     MOVE 'N' TO CD-EOF-SW.
008700     PERFORM 3110-READ-ONE-HOLD THRU 3110-EXIT
008710         UNTIL CD-EOF-YES.
008720     CLOSE CD-HOLD-FILE.
008730 3100-EXIT.
008740     EXIT.

008750*----------------------------------------------------------------
008760* 3110-READ-ONE-HOLD
008770*     READS ONE HOLD QUEUE RECORD.
008780*----------------------------------------------------------------
008790 3110-READ-ONE-HOLD.
008800     READ CD-HOLD-FILE
008810         AT END
008820             MOVE 'Y' TO CD-EOF-SW
008830             GO TO 3110-EXIT
008840     END-READ.
008850     IF CD-H-ACCT-NO NOT = CD-L-ACCT-NO
008860         GO TO 3110-EXIT
008870     END-IF.
008880     MOVE CD-H-HOLD-DATE     TO CD-EV-DATE.
008890     MOVE CD-TYPE-ON-HOLD    TO CD-EV-TYPE.
008900     MOVE CD-H-NUM1          TO CD-EV-NUM1.
008910     MOVE CD-H-NUM2          TO CD-EV-NUM2.
008920     MOVE CD-H-NUM3          TO CD-EV-NUM3.
008930     MOVE CD-H-NUM4          TO CD-EV-NUM4.
008940     MOVE CD-H-CLASS1        TO CD-EV-CLASS1.
008950     MOVE CD-H-CHECK-VAL     TO CD-EV-CHECK-VAL.
008960     MOVE SPACES             TO CD-EV-SOURCE-ID.
008970     MOVE ZERO               TO CD-EV-TIER.
008980     PERFORM 3900-APPLY-QUEUE-ITEM THRU 3900-EXIT.
008990 3110-EXIT.
009000     EXIT.

009010*----------------------------------------------------------------
009020* 3200-SCAN-ESCALATIONS
009030*     SUPERVISOR ESCALATIONS FOR THE ACCOUNT, DATED THE DAY
009040*     THEY ESCALATED.
009050*----------------------------------------------------------------
009060 3200-SCAN-ESCALATIONS.
009070     OPEN INPUT CD-ESC-FILE.
009080     IF CD-ESC-STATUS NOT = '00'
009090         DISPLAY 'CDSCARYF OPEN FAILED, STATUS ' CD-ESC-STATUS
009100             ' -- ESCALATIONS NOT SEARCHED.'
009110         MOVE 'Y' TO CD-MISSING-FILE-SW
009120         GO TO 3200-EXIT
009130     END-IF.
009140     MOVE 'N' TO CD-EOF-SW.
009150     PERFORM 3210-READ-ONE-ESC THRU 3210-EXIT
009160         UNTIL CD-EOF-YES.
009170     CLOSE CD-ESC-FILE.
009180 3200-EXIT.
009190     EXIT.

009200*----------------------------------------------------------------
009210* 3210-READ-ONE-ESC
009220*     READS ONE ESCALATION RECORD.
009230*----------------------------------------------------------------
009240 3210-READ-ONE-ESC.
009250     READ CD-ESC-FILE
009260         AT END
009270             MOVE 'Y' TO CD-EOF-SW
009280             GO TO 3210-EXIT
009290     END-READ.
009300     IF CD-S-ACCT-NO NOT = CD-L-ACCT-NO
009310         GO TO 3210-EXIT
009320     END-IF.
009330     IF CD-S-ESC-DATE IS NUMERIC
009340         MOVE CD-S-ESC-DATE  TO CD-EV-DATE
009350     ELSE
009360         MOVE ZERO           TO CD-EV-DATE
009370     END-IF.
009380     MOVE CD-TYPE-ESCALATED  TO CD-EV-TYPE.
009390     MOVE CD-S-NUM1          TO CD-EV-NUM1.
009400     MOVE CD-S-NUM2          TO CD-EV-NUM2.
009410     MOVE CD-S-NUM3          TO CD-EV-NUM3.
009420     MOVE CD-S-NUM4          TO CD-EV-NUM4.
009430     MOVE CD-S-CLASS1        TO CD-EV-CLASS1.
009440     MOVE CD-S-CHECK-VAL     TO CD-EV-CHECK-VAL.
009450     MOVE SPACES             TO CD-EV-SOURCE-ID.
009460     MOVE ZERO               TO CD-EV-TIER.
009470     PERFORM 3900-APPLY-QUEUE-ITEM THRU 3900-EXIT.
009480 3210-EXIT.
009490     EXIT.

009500*----------------------------------------------------------------
009510* 3300-SCAN-SUSPENSE
009520*     UNKNOWN-ACCOUNT SUSPENSE ITEMS FOR THE ACCOUNT -- EVERY
009530*     VALUE SET ON THE SUSPENDED RECORD, DATED THE DAY IT WAS
009540*     SUSPENDED.
009550*----------------------------------------------------------------
009560 3300-SCAN-SUSPENSE.
009570     OPEN INPUT CD-SUSP-FILE.
009580     IF CD-SUSP-STATUS NOT = '00'
009590         DISPLAY 'CDSCFWD OPEN FAILED, STATUS ' CD-SUSP-STATUS
009600             ' -- SUSPENSE NOT SEARCHED.'
009610         MOVE 'Y' TO CD-MISSING-FILE-SW
009620         GO TO 3300-EXIT
009630     END-IF.
009640     MOVE 'N' TO CD-EOF-SW.
009650     PERFORM 3310-READ-ONE-SUSP THRU 3310-EXIT
009660         UNTIL CD-EOF-YES.
009670     CLOSE CD-SUSP-FILE.
009680 3300-EXIT.
009690     EXIT.

009700*----------------------------------------------------------------
009710* 3310-READ-ONE-SUSP
009720*     READS ONE SUSPENSE RECORD AND APPLIES EACH OF ITS VALUE
009730*     SETS.
009740*----------------------------------------------------------------
009750 3310-READ-ONE-SUSP.
009760     READ CD-SUSP-FILE
009770         AT END
009780             MOVE 'Y' TO CD-EOF-SW
009790             GO TO 3310-EXIT
009800     END-READ.
009810     IF CD-SU-ACCT-NO NOT = CD-L-ACCT-NO
009820         GO TO 3310-EXIT
009830     END-IF.
009840     IF CD-SU-VALUE-SET-COUNT IS NOT NUMERIC
009850        OR CD-SU-VALUE-SET-COUNT > 10
009860         GO TO 3310-EXIT
009870     END-IF.
009880     PERFORM 3320-APPLY-ONE-SUSP-SET THRU 3320-EXIT
009890         VARYING CD-VS-IDX FROM 1 BY 1
009900         UNTIL CD-VS-IDX > CD-SU-VALUE-SET-COUNT.
009910 3310-EXIT.
009920     EXIT.

009930*----------------------------------------------------------------
009940* 3320-APPLY-ONE-SUSP-SET
009950*     APPLIES ONE VALUE SET OF A SUSPENDED RECORD.
009960*----------------------------------------------------------------
009970 3320-APPLY-ONE-SUSP-SET.
009980     IF CD-SU-SUSP-DATE IS NUMERIC
009990         MOVE CD-SU-SUSP-DATE TO CD-EV-DATE
010000     ELSE
010010         MOVE ZERO            TO CD-EV-DATE
010020     END-IF.
010030     MOVE CD-TYPE-SUSPENDED  TO CD-EV-TYPE.
010040     MOVE CD-SU-NUM1 (CD-VS-IDX)      TO CD-EV-NUM1.
010050     MOVE CD-SU-NUM2 (CD-VS-IDX)      TO CD-EV-NUM2.
010060     MOVE CD-SU-NUM3 (CD-VS-IDX)      TO CD-EV-NUM3.
010070     MOVE CD-SU-NUM4 (CD-VS-IDX)      TO CD-EV-NUM4.
010080     MOVE CD-SU-CLASS1 (CD-VS-IDX)    TO CD-EV-CLASS1.
010090     MOVE CD-SU-CHECK-VAL (CD-VS-IDX) TO CD-EV-CHECK-VAL.
010100     MOVE CD-SU-SOURCE-ID    TO CD-EV-SOURCE-ID.
010110     MOVE ZERO               TO CD-EV-TIER.
010120     PERFORM 3900-APPLY-QUEUE-ITEM THRU 3900-EXIT.
010130 3320-EXIT.
010140     EXIT.

010150*----------------------------------------------------------------
010160* 3400-SCAN-FAIL-EXTRACT
010170*     FAILED VALUE SETS FOR THE ACCOUNT STILL WAITING ON THE
010180*     CORRECTION SHOP. THE EXTRACT CARRIES NO DATE.
010190*----------------------------------------------------------------
010200 3400-SCAN-FAIL-EXTRACT.
010210     OPEN INPUT CD-FAIL-FILE.
010220     IF CD-FAIL-STATUS NOT = '00'
010230         DISPLAY 'CDFAILF OPEN FAILED, STATUS ' CD-FAIL-STATUS
010240             ' -- FAIL EXTRACT NOT SEARCHED.'
010250         MOVE 'Y' TO CD-MISSING-FILE-SW
010260         GO TO 3400-EXIT
010270     END-IF.
010280     MOVE 'N' TO CD-EOF-SW.
010290     PERFORM 3410-READ-ONE-FAIL THRU 3410-EXIT
010300         UNTIL CD-EOF-YES.
010310     CLOSE CD-FAIL-FILE.
010320 3400-EXIT.
010330     EXIT.

010340*----------------------------------------------------------------
010350* 3410-READ-ONE-FAIL
010360*     READS ONE FAIL EXTRACT RECORD.
010370*----------------------------------------------------------------
010380 3410-READ-ONE-FAIL.
010390     READ CD-FAIL-FILE
010400         AT END
010410             MOVE 'Y' TO CD-EOF-SW
010420             GO TO 3410-EXIT
010430     END-READ.
010440     IF CD-F-ACCT-NO NOT = CD-L-ACCT-NO
010450         GO TO 3410-EXIT
010460     END-IF.
010470     MOVE ZERO               TO CD-EV-DATE.
010480     MOVE CD-TYPE-FAILFILE   TO CD-EV-TYPE.
010490     MOVE CD-F-NUM1          TO CD-EV-NUM1.
010500     MOVE CD-F-NUM2          TO CD-EV-NUM2.
010510     MOVE CD-F-NUM3          TO CD-EV-NUM3.
010520     MOVE CD-F-NUM4          TO CD-EV-NUM4.
010530     MOVE CD-F-CLASS1        TO CD-EV-CLASS1.
010540     MOVE CD-F-CHECK-VAL     TO CD-EV-CHECK-VAL.
010550     MOVE CD-F-SOURCE-ID     TO CD-EV-SOURCE-ID.
010560     MOVE ZERO               TO CD-EV-TIER.
010570     PERFORM 3900-APPLY-QUEUE-ITEM THRU 3900-EXIT.
010580 3410-EXIT.
010590     EXIT.

010600*----------------------------------------------------------------
010610* 3500-SCAN-CORRECTIONS
010620*     CORRECTED RECORDS FOR THE ACCOUNT WAITING ON THE NEXT
010630*     CONDRSUB RUN. THE FILE CARRIES NO DATE.
010640*----------------------------------------------------------------
010650 3500-SCAN-CORRECTIONS.
010660     OPEN INPUT CD-CORR-FILE.
010670     IF CD-CORR-STATUS NOT = '00'
010680         DISPLAY 'CDCORRF OPEN FAILED, STATUS ' CD-CORR-STATUS
010690             ' -- CORRECTIONS NOT SEARCHED.'
010700         MOVE 'Y' TO CD-MISSING-FILE-SW
010710         GO TO 3500-EXIT
010720     END-IF.
010730     MOVE 'N' TO CD-EOF-SW.
010740     PERFORM 3510-READ-ONE-CORR THRU 3510-EXIT
010750         UNTIL CD-EOF-YES.
010760     CLOSE CD-CORR-FILE.
010770 3500-EXIT.
010780     EXIT.

010790*----------------------------------------------------------------
010800* 3510-READ-ONE-CORR
010810*     READS ONE CORRECTED RECORD.
010820*----------------------------------------------------------------
010830 3510-READ-ONE-CORR.
010840     READ CD-CORR-FILE
010850         AT END
010860             MOVE 'Y' TO CD-EOF-SW
010870             GO TO 3510-EXIT
010880     END-READ.
010890     IF CD-R-ACCT-NO NOT = CD-L-ACCT-NO
010900         GO TO 3510-EXIT
010910     END-IF.
010920     MOVE ZERO               TO CD-EV-DATE.
010930     MOVE CD-TYPE-CORRECTED  TO CD-EV-TYPE.
010940     MOVE CD-R-NUM1          TO CD-EV-NUM1.
010950     MOVE CD-R-NUM2          TO CD-EV-NUM2.
010960     MOVE CD-R-NUM3          TO CD-EV-NUM3.
010970     MOVE CD-R-NUM4          TO CD-EV-NUM4.
010980     MOVE CD-R-CLASS1        TO CD-EV-CLASS1.
010990     MOVE CD-R-CHECK-VAL     TO CD-EV-CHECK-VAL.
011000     MOVE CD-R-SOURCE-ID     TO CD-EV-SOURCE-ID.
011010     MOVE ZERO               TO CD-EV-TIER.
011020     PERFORM 3900-APPLY-QUEUE-ITEM THRU 3900-EXIT.
011030 3510-EXIT.
011040     EXIT.

011050*----------------------------------------------------------------
011060* 3900-APPLY-QUEUE-ITEM
011070*     ADDS AN OPEN-QUEUE ITEM TO THE MOST RECENT CHAIN FOR ITS
011080*     VALUE SET. THE SAME ITEM READ TWICE (TODAY'S FILE AND
011090*     THE CARRY-FORWARD BOTH HOLD IT) IS TAKEN ONCE. AN ITEM
011100*     WHOSE CHAIN ALREADY ENDED FINAL WAS WORKED AFTER THE
011110*     QUEUE WAS WRITTEN AND IS IGNORED -- EXCEPT A CORRECTION,
011120*     WHICH REOPENS THE CHAIN. AN ITEM WITH NO CHAIN STARTS ONE
011130*     WHEN IT IS DATED INSIDE THE RANGE OR CARRIES NO DATE.
011140*----------------------------------------------------------------
011150 3900-APPLY-QUEUE-ITEM.
011160     MOVE SPACE TO CD-EV-VIA-SW.
011170     MOVE 'N'   TO CD-OPEN-ONLY-SW.
011180     PERFORM 2500-FIND-CHAIN THRU 2500-EXIT.
011190     IF NOT CD-CHAIN-HIT
011200         IF CD-EV-DATE NOT = ZERO
011210            AND (CD-EV-DATE < CD-L-FROM-DATE
011220                 OR CD-EV-DATE > CD-L-TO-DATE)
011230             ADD 1 TO CD-QUEUE-OUT-COUNT
011240             GO TO 3900-EXIT
011250         END-IF
011260         ADD 1 TO CD-QUEUE-USED-COUNT
011270         PERFORM 2600-NEW-CHAIN THRU 2600-EXIT
011280         GO TO 3900-EXIT
011290     END-IF.
011300     IF CD-CH-LAST-TYPE (CD-CHAIN-HIT-IDX) = CD-EV-TYPE
011310         GO TO 3900-EXIT
011320     END-IF.
011330     IF NOT CD-CH-OPEN (CD-CHAIN-HIT-IDX)
011340        AND CD-EV-TYPE NOT = CD-TYPE-CORRECTED
011350         ADD 1 TO CD-QUEUE-STALE-COUNT
011360         GO TO 3900-EXIT
011370     END-IF.
011380     ADD 1 TO CD-QUEUE-USED-COUNT.
011390     PERFORM 2700-ADD-STEP THRU 2700-EXIT.
011400 3900-EXIT.
011410     EXIT.

011420*----------------------------------------------------------------
011430* 4000-PRINT-CHAINS
011440*     PRINTS THE CHAINS IN ORDER OF THE DATE EACH WAS FIRST
011450*     SEEN -- EACH PASS PICKS THE EARLIEST CHAIN NOT YET
011460*     PRINTED.
011470*----------------------------------------------------------------
011480 4000-PRINT-CHAINS.
011490     MOVE SPACES TO CD-LRPT-RECORD.
011500     WRITE CD-LRPT-RECORD.
011510     MOVE 'VALUE SETS IN DATE ORDER' TO CD-LRPT-RECORD.
011520     WRITE CD-LRPT-RECORD.
011530     IF CD-CHAIN-COUNT = ZERO
011540         MOVE '    NONE FOUND' TO CD-LRPT-RECORD
011550         WRITE CD-LRPT-RECORD
011560         GO TO 4000-EXIT
011570     END-IF.
011580     PERFORM 4100-PRINT-NEXT-CHAIN THRU 4100-EXIT
011590         CD-CHAIN-COUNT TIMES.
011600 4000-EXIT.
011610     EXIT.

011620*----------------------------------------------------------------
011630* 4100-PRINT-NEXT-CHAIN
011640*     FINDS THE EARLIEST UNPRINTED CHAIN AND PRINTS IT.
011650*----------------------------------------------------------------
011660 4100-PRINT-NEXT-CHAIN.
011670     MOVE ZERO     TO CD-PICK-IDX.
011680     MOVE 99999999 TO CD-PICK-DATE.
011690     PERFORM 4110-TEST-ONE-PICK THRU 4110-EXIT
011700         VARYING CD-CH-IDX FROM 1 BY 1
011710         UNTIL CD-CH-IDX > CD-CHAIN-COUNT.
011720     IF CD-PICK-IDX = ZERO
011730         GO TO 4100-EXIT
011740     END-IF.
011750     MOVE 'Y' TO CD-CH-PRINTED-SW (CD-PICK-IDX).
011760     PERFORM 4200-PRINT-ONE-CHAIN THRU 4200-EXIT.
011770 4100-EXIT.
011780     EXIT.

011790*----------------------------------------------------------------
011800* 4110-TEST-ONE-PICK
011810*     KEEPS THE EARLIEST UNPRINTED CHAIN SEEN SO FAR; A TIE
011820*     GOES TO THE CHAIN SEEN FIRST.
011830*----------------------------------------------------------------
011840 4110-TEST-ONE-PICK.
011850     IF CD-CH-PRINTED (CD-CH-IDX)
011860         GO TO 4110-EXIT
011870     END-IF.
011880     IF CD-PICK-IDX = ZERO
011890        OR CD-CH-FIRST-DATE (CD-CH-IDX) < CD-PICK-DATE
011900         MOVE CD-CH-IDX TO CD-PICK-IDX
011910         MOVE CD-CH-FIRST-DATE (CD-CH-IDX) TO CD-PICK-DATE
011920     END-IF.
011930 4110-EXIT.
011940     EXIT.

011950*----------------------------------------------------------------
011960* 4200-PRINT-ONE-CHAIN
011970*     PRINTS ONE VALUE SET, ITS STEPS, AND THE FLAG WHEN THE
011980*     CHAIN HAS NO FINAL DISPOSITION.
011990*----------------------------------------------------------------
012000 4200-PRINT-ONE-CHAIN.
012010     ADD 1 TO CD-PRINT-SEQ.
012020     MOVE SPACES TO CD-LRPT-RECORD.
012030     WRITE CD-LRPT-RECORD.
012040     MOVE CD-PRINT-SEQ                TO CD-LH-SEQ.
012050     MOVE CD-CH-CLASS1 (CD-PICK-IDX)  TO CD-LH-CLASS1.
012060     MOVE CD-CH-NUM1 (CD-PICK-IDX)    TO CD-LH-NUM1.
012070     MOVE CD-CH-NUM2 (CD-PICK-IDX)    TO CD-LH-NUM2.
012080     MOVE CD-CH-NUM3 (CD-PICK-IDX)    TO CD-LH-NUM3.
012090     MOVE CD-CH-NUM4 (CD-PICK-IDX)    TO CD-LH-NUM4.
012100     MOVE CD-LRPT-CHAIN-LINE TO CD-LRPT-RECORD.
012110     WRITE CD-LRPT-RECORD.
012120     PERFORM 4300-PRINT-ONE-STEP THRU 4300-EXIT
012130         VARYING CD-ST-IDX FROM 1 BY 1
012140         UNTIL CD-ST-IDX > CD-CH-STEP-COUNT (CD-PICK-IDX)
012150             OR CD-ST-IDX > 8.
012160     IF CD-CH-STEP-COUNT (CD-PICK-IDX) > 8
012170         COMPUTE CD-LX-COUNT = CD-CH-STEP-COUNT (CD-PICK-IDX)
012180             - 8
012200         MOVE CD-LRPT-MORE-LINE TO CD-LRPT-RECORD
012210         WRITE CD-LRPT-RECORD
012220     END-IF.
012230     IF NOT CD-CH-OPEN (CD-PICK-IDX)
012240         ADD 1 TO CD-FINAL-COUNT
012250         GO TO 4200-EXIT
012260     END-IF.
012270     ADD 1 TO CD-OPEN-COUNT.
012280     MOVE CD-CH-LAST-TYPE (CD-PICK-IDX) TO CD-TY-IDX.
012290     IF CD-TY-IDX > ZERO
012300         MOVE CD-STP-TEXT (CD-TY-IDX) TO CD-LO-TEXT
012310     ELSE
012320         MOVE 'UNRECOGNIZED DISPOSITION' TO CD-LO-TEXT
012330     END-IF.
012340     MOVE CD-LRPT-OPEN-LINE TO CD-LRPT-RECORD.
012350     WRITE CD-LRPT-RECORD.
012360 4200-EXIT.
012370     EXIT.

012380*----------------------------------------------------------------
012390* 4300-PRINT-ONE-STEP
012400*     PRINTS ONE STEP OF THE CHAIN BEING PRINTED. AN UNDATED
012410*     QUEUE STEP SHOWS AS CURRENT.
012420*----------------------------------------------------------------
012430 4300-PRINT-ONE-STEP.
012440     IF CD-CS-DATE (CD-PICK-IDX, CD-ST-IDX) = ZERO
012450         MOVE 'CURRENT' TO CD-LS-DATE
012460     ELSE
012470         MOVE CD-CS-DATE (CD-PICK-IDX, CD-ST-IDX) TO CD-LS-DATE
012480     END-IF.
012490     MOVE CD-CS-TYPE (CD-PICK-IDX, CD-ST-IDX) TO CD-TY-IDX.
012500     IF CD-TY-IDX > ZERO
012510         MOVE CD-STP-TEXT (CD-TY-IDX) TO CD-LS-TEXT
012520     ELSE
012530         MOVE 'UNRECOGNIZED DISPOSITION' TO CD-LS-TEXT
012540     END-IF.
012550     MOVE CD-CS-CHECK-VAL (CD-PICK-IDX, CD-ST-IDX)
012560         TO CD-LS-CHECK-VAL.
012570     MOVE CD-CS-SOURCE-ID (CD-PICK-IDX, CD-ST-IDX)
012580         TO CD-LS-SOURCE-ID.
012590     MOVE CD-CS-TIER (CD-PICK-IDX, CD-ST-IDX) TO CD-LS-TIER.
012600     IF CD-CS-RESUBMITTED (CD-PICK-IDX, CD-ST-IDX)
012610         MOVE 'RESUBMIT' TO CD-LS-VIA
012620     ELSE
012630         MOVE SPACES     TO CD-LS-VIA
012640     END-IF.
012650     MOVE CD-LRPT-STEP-LINE TO CD-LRPT-RECORD.
012660     WRITE CD-LRPT-RECORD.
012670 4300-EXIT.
012680     EXIT.

012690*----------------------------------------------------------------
012700* 5000-TERMINATE
012710*     APPENDS THE TALLY, CLOSES THE REPORT, AND SETS RC 4 WHEN
012720*     A CHAIN IS LEFT OPEN, A QUEUE COULD NOT BE READ OR THE
012730*     CHAIN TABLE FILLED.
012740*----------------------------------------------------------------
012750 5000-TERMINATE.
012760     MOVE SPACES               TO CD-LRPT-RECORD.
012770     WRITE CD-LRPT-RECORD.
012780     MOVE 'AUDIT LINES SCANNED'  TO CD-SL-LABEL.
012790     MOVE CD-AUDM-SCAN-COUNT   TO CD-SL-COUNT.
012800     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
012810     MOVE 'AUDIT LINES FOR ACCOUNT' TO CD-SL-LABEL.
012820     MOVE CD-AUDM-ACCT-COUNT   TO CD-SL-COUNT.
012830     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
012840     MOVE 'OPEN-QUEUE ITEMS SHOWN' TO CD-SL-LABEL.
012850     MOVE CD-QUEUE-USED-COUNT  TO CD-SL-COUNT.
012860     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
012870     MOVE 'QUEUE ITEMS ALREADY WORKED' TO CD-SL-LABEL.
012880     MOVE CD-QUEUE-STALE-COUNT TO CD-SL-COUNT.
012890     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
012900     MOVE 'QUEUE ITEMS OUTSIDE THE RANGE' TO CD-SL-LABEL.
012910     MOVE CD-QUEUE-OUT-COUNT   TO CD-SL-COUNT.
012920     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
012930     MOVE 'VALUE SETS' TO CD-SL-LABEL.
012940     MOVE CD-CHAIN-COUNT       TO CD-SL-COUNT.
012950     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
012960     MOVE '  WITH A FINAL DISPOSITION' TO CD-SL-LABEL.
012970     MOVE CD-FINAL-COUNT       TO CD-SL-COUNT.
012980     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
012990     MOVE '  WITHOUT A FINAL DISPOSITION' TO CD-SL-LABEL.
013000     MOVE CD-OPEN-COUNT        TO CD-SL-COUNT.
013010     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
013020     IF CD-TABLE-FULL
013030         MOVE '*** CHAIN TABLE FULL -- NARROW THE DATE RANGE ***'
013040             TO CD-LRPT-RECORD
013050         WRITE CD-LRPT-RECORD
013060     END-IF.
013070     IF CD-MISSING-FILE
013080         MOVE '*** A QUEUE OR MASTER FILE COULD NOT BE READ ***'
013090             TO CD-LRPT-RECORD
013100         WRITE CD-LRPT-RECORD
013110     END-IF.
013120     CLOSE CD-LRPT-FILE.
013130     IF CD-OPEN-COUNT > ZERO
013140        OR CD-MISSING-FILE
013150        OR CD-TABLE-FULL
013160         MOVE 4 TO RETURN-CODE
013170     END-IF.
013180     DISPLAY 'CONDLIFE COMPLETE -- ACCOUNT ' CD-L-ACCT-NO
013190         ' VALUE SETS ' CD-CHAIN-COUNT
013200         ' OPEN ' CD-OPEN-COUNT '.'.
013210 5000-EXIT.
013220     EXIT.

013230*----------------------------------------------------------------
013240* 5100-WRITE-TOTAL
013250*     WRITES ONE TOTAL LINE TO THE REPORT.
013260*----------------------------------------------------------------
013270 5100-WRITE-TOTAL.
013280     MOVE CD-SUMMARY-LINE TO CD-LRPT-RECORD.
013290     WRITE CD-LRPT-RECORD.
013300 5100-EXIT.
013310     EXIT.
