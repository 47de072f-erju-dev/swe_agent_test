000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDSIMB.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     WHAT-IF BAND SIMULATION. BEFORE THE CDPARMF BANDS OR A
000100*     CDTIERF TIER ARE CHANGED, THIS RUN RE-SCORES A RANGE OF
000110*     HISTORY FROM THE AUDIT MASTER UNDER THE PROPOSED CARD
000120*     AND TIER TABLE AND SHOWS WHAT THE CHANGE WOULD HAVE DONE
000130*     -- UNTIL NOW THE SWING WAS GUESSED AT BEFOREHAND AND
000140*     EXPLAINED FROM THE CONDTRND REPORT AFTERWARDS.
000150*
000160*     THE PROPOSED CARD AND TIER RECORDS ARE EDITED WITH THE
000170*     SAME CHECKS THE SCORING RUN APPLIES (1005-READ-RUN-
000180*     CONTROL, 1009-LOAD-ONE-TIER) -- A PROPOSAL THE SCORING
000190*     RUN WOULD REFUSE IS REFUSED HERE, RC 16.
000200*
000210*     EVERY SCORING-RUN LINE IN THE RANGE (PASS, REVIEW,
000220*     WATCH-REV, FAIL, EXCEPTION) IS RE-SCORED THE WAY THE
000230*     SCORING RUN SCORES IT: THE LINE'S TIER PICKS ITS BANDS
000240*     FROM THE PROPOSED TIER TABLE, OR THE PROPOSED GLOBAL
000250*     BANDS FOR TIER 0 OR A TIER WITH NO ENTRY, AND A PASS-
000260*     BAND SET FOR AN ACCOUNT ON THE WATCHLIST THAT DAY IS A
000270*     WATCH-REV. LINES WRITTEN BEFORE TIERS CARRY TIER 0 AND
000280*     RE-SCORE ON THE GLOBAL BANDS. SUSPECT DUPLICATES AND THE
000290*     QUEUE PROGRAMS' RE-DISPOSITIONS ARE NOT SCORING OUTCOMES
000300*     AND ARE ONLY COUNTED.
000310*
000320*     THE REPORT GIVES, FOR EACH BUSINESS DAY AND THEN FOR THE
000330*     WHOLE RANGE, EVERY MOVEMENT (PASS TO REVIEW, REVIEW TO
000340*     FAIL AND SO ON) BY TIER AND CLASS1, AND THE CHANGE IN
000350*     HOLD QUEUE INFLOW (REVIEW PLUS WATCH-REV), PASS EXTRACT
000360*     VOLUME AND FAIL FILE VOLUME.
000370*
000380*     THE AUDIT MASTER IS OPENED INPUT AND THE ONLY OUTPUT IS
000390*     THE REPORT -- THE RUN NEVER WRITES A PRODUCTION FILE.
000400*
000410* MAINTENANCE HISTORY.
000420*     10/15/2026  DL   ORIGINAL PROGRAM.
000430*----------------------------------------------------------------

000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CD-SPARM-FILE  ASSIGN TO CDSPARM
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT CD-PARM-FILE   ASSIGN TO CDPARMF
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CD-PARM-STATUS.
000520     SELECT CD-TIER-FILE   ASSIGN TO CDTIERF
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CD-TIER-STATUS.
000550     SELECT CD-WATCH-FILE  ASSIGN TO CDWATCHF
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CD-WATCH-STATUS.
000580     SELECT CD-AUDM-FILE   ASSIGN TO CDAUDM
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CD-AX-KEY
000620         FILE STATUS IS CD-AUDM-STATUS.
000630     SELECT CD-SRPT-FILE   ASSIGN TO CDSRPT
000640         ORGANIZATION IS LINE SEQUENTIAL.

000650 DATA DIVISION.
000660 FILE SECTION.
000670* SIMULATION RANGE CARD -- FROM AND TO AUDIT DATES.
000680 FD  CD-SPARM-FILE.
000690 01  CD-SPARM-RECORD.
000700     05  CD-SP-FROM-DATE      PIC X(08).
000710     05  CD-SP-FROM-DATE-N REDEFINES CD-SP-FROM-DATE
000720                              PIC 9(08).
000730     05  CD-SP-TO-DATE        PIC X(08).
000740     05  CD-SP-TO-DATE-N REDEFINES CD-SP-TO-DATE
000750                              PIC 9(08).
000760     05  FILLER               PIC X(64).

000770* PROPOSED RUN-CONTROL CARD -- THE SCORING RUN'S CDPARMF
000780* LAYOUT. EVERY FIELD MUST BE NUMERIC, AND THE BANDS AND THE
000790* CHECKPOINT INTERVAL GET THE SCORING RUN'S RANGE EDITS; THE
000795* OTHER FIELDS ARE NOT EDITED FURTHER. ONLY THE BANDS ARE
000797* SIMULATED.
000800 FD  CD-PARM-FILE.
000810 01  CD-PARM-RECORD.
000820     05  CD-PR-FAIL-LO        PIC 9(03).
000830     05  CD-PR-FAIL-HI        PIC 9(03).
000840     05  CD-PR-REV-LO         PIC 9(03).
000850     05  CD-PR-REV-HI         PIC 9(03).
000860     05  CD-PR-PASS-LO        PIC 9(03).
000870     05  CD-PR-PASS-HI        PIC 9(03).
000880     05  CD-PR-CKPT-INTERVAL  PIC 9(05).
000890     05  CD-PR-RECON-PCT      PIC 9(03).
000900     05  CD-PR-TOLERANCE-PCT  PIC 9(03).
000910     05  CD-PR-STREAM-ID      PIC 9(01).
000920     05  FILLER               PIC X(50).

000930* PROPOSED TIER-TO-BANDS TABLE. A MISSING OR EMPTY FILE
000940* LEAVES EVERY TIER ON THE PROPOSED GLOBAL BANDS, AS IN THE
000950* SCORING RUN.
000960 FD  CD-TIER-FILE.
000970 COPY CDTIER.

000980* ACCOUNT WATCHLIST -- READ ONLY, FOR THE WATCH WINDOWS THAT
000990* TURN A PASS-BAND SET INTO A WATCH-REV.
001000 FD  CD-WATCH-FILE.
001010 COPY CDWATCH.

001020* CUMULATIVE AUDIT MASTER -- READ ONLY.
001030 FD  CD-AUDM-FILE.
001040 COPY CDAUDM.

001050* SIMULATION REPORT.
001060 FD  CD-SRPT-FILE.
001070 01  CD-SRPT-RECORD       PIC X(80).

001080 WORKING-STORAGE SECTION.
001090* RUN CONTROL SWITCHES AND FILE STATUSES.
001100 01  CD-PARM-STATUS       PIC X(02) VALUE SPACES.
001110 01  CD-TIER-STATUS       PIC X(02) VALUE SPACES.
001120 01  CD-WATCH-STATUS      PIC X(02) VALUE SPACES.
001130 01  CD-AUDM-STATUS       PIC X(02) VALUE SPACES.
001140 01  CD-AUDM-EOF-SW       PIC X(01) VALUE 'N'.
001150         88  CD-AUDM-EOF-YES      VALUE 'Y'.
001160 01  CD-TIER-EOF-SW       PIC X(01) VALUE 'N'.
001170         88  CD-TIER-EOF-YES      VALUE 'Y'.
001180 01  CD-WATCH-EOF-SW      PIC X(01) VALUE 'N'.
001190         88  CD-WATCH-EOF-YES     VALUE 'Y'.
001200 01  CD-TIER-HIT-SW       PIC X(01) VALUE 'N'.
001210         88  CD-TIER-HIT          VALUE 'Y'.
001220 01  CD-WATCH-SW          PIC X(01) VALUE 'N'.
001230         88  CD-ACCT-WATCHED      VALUE 'Y'.
001240 01  CD-SLOT-HIT-SW       PIC X(01) VALUE 'N'.
001250         88  CD-SLOT-HIT          VALUE 'Y'.
001260* RANGE AND CURRENT BUSINESS DAY.
001270 01  CD-FROM-DATE         PIC 9(08) VALUE ZERO.
001280 01  CD-TO-DATE           PIC 9(08) VALUE ZERO.
001290 01  CD-CUR-DATE          PIC 9(08) VALUE ZERO.
001300 01  CD-DAY-COUNT         PIC 9(05) COMP VALUE ZERO.
001310* PROPOSED GLOBAL BANDS, AND THE BANDS IN EFFECT FOR THE LINE
001320* BEING RE-SCORED.
001330 01  CD-PROPOSED-BANDS.
001340     05  CD-P-FAIL-LO         PIC 9(03).
001350     05  CD-P-FAIL-HI         PIC 9(03).
001360     05  CD-P-REV-LO          PIC 9(03).
001370     05  CD-P-REV-HI          PIC 9(03).
001380     05  CD-P-PASS-LO         PIC 9(03).
001390     05  CD-P-PASS-HI         PIC 9(03).
001400 01  CD-EFFECTIVE-BANDS.
001410     05  CD-EFF-FAIL-LO       PIC 9(03).
001420     05  CD-EFF-FAIL-HI       PIC 9(03).
001430     05  CD-EFF-REV-LO        PIC 9(03).
001440     05  CD-EFF-REV-HI        PIC 9(03).
001450     05  CD-EFF-PASS-LO       PIC 9(03).
001460     05  CD-EFF-PASS-HI       PIC 9(03).
001470* PROPOSED TIER-TO-BANDS TABLE -- SAME SHAPE AND LIMIT AS THE
001480* SCORING RUN'S.
001490 01  CD-TIER-TABLE-AREA.
001500     05  CD-TIER-LOAD-COUNT   PIC 9(02) COMP VALUE ZERO.
001510     05  CD-TIER-ENTRY OCCURS 9 TIMES.
001520         10  CD-TB-TIER           PIC 9(01).
001530         10  CD-TB-BANDS.
001540             15  CD-TB-FAIL-LO    PIC 9(03).
001550             15  CD-TB-FAIL-HI    PIC 9(03).
001560             15  CD-TB-REV-LO     PIC 9(03).
001570             15  CD-TB-REV-HI     PIC 9(03).
001580             15  CD-TB-PASS-LO    PIC 9(03).
001590             15  CD-TB-PASS-HI    PIC 9(03).
001600 01  CD-TI-IDX            PIC 9(02) COMP.
001610 01  CD-TIER-HIT-IDX      PIC 9(02) COMP.
001620 01  CD-WRK-TIER          PIC 9(01).
001630* WATCHLIST TABLE -- SAME SHAPE AND LIMIT AS THE SCORING RUN'S.
001640 01  CD-WATCH-TABLE-AREA.
001650     05  CD-WATCH-LOAD-COUNT  PIC 9(04) COMP VALUE ZERO.
001660     05  CD-WATCH-ENTRY OCCURS 1000 TIMES.
001670         10  CD-WT-ACCT-NO    PIC 9(10).
001680         10  CD-WT-EFF-DATE   PIC 9(08).
001690         10  CD-WT-EXP-DATE   PIC 9(08).
001700 01  CD-WL-IDX            PIC 9(04) COMP.
001710* DISPOSITION NAMES, IN MOVEMENT-MATRIX ORDER.
001720 01  CD-DISP-NAME-VALUES.
001730     05  FILLER               PIC X(09) VALUE 'PASS     '.
001740     05  FILLER               PIC X(09) VALUE 'REVIEW   '.
001750     05  FILLER               PIC X(09) VALUE 'WATCH-REV'.
001760     05  FILLER               PIC X(09) VALUE 'FAIL     '.
001770     05  FILLER               PIC X(09) VALUE 'EXCEPTION'.
001780 01  CD-DISP-NAME-TABLE REDEFINES CD-DISP-NAME-VALUES.
001790     05  CD-DN-NAME OCCURS 5 TIMES
001800                              PIC X(09).
001810 01  CD-DN-IDX            PIC 9(01) COMP.
001820 01  CD-OLD-IDX           PIC 9(01) COMP.
001830 01  CD-NEW-IDX           PIC 9(01) COMP.
001840* MOVEMENT MATRICES BY TIER AND CLASS1 -- ONE TABLE FOR THE
001850* BUSINESS DAY BEING READ, ONE FOR THE WHOLE RANGE, AND A
001860* PRINT COPY THAT EITHER IS MOVED TO FOR PRINTING. A CELL IS
001870* THE COUNT OF LINES SCORED (FROM) THAT RE-SCORE (TO).
001880 01  CD-DAY-TABLE-AREA.
001890     05  CD-DY-COUNT          PIC 9(04) COMP VALUE ZERO.
001900     05  CD-DY-ENTRY OCCURS 200 TIMES.
001910         10  CD-DY-TIER       PIC 9(01).
001920         10  CD-DY-CLASS      PIC X(09).
001930         10  CD-DY-FROM OCCURS 5 TIMES.
001940             15  CD-DY-CELL OCCURS 5 TIMES
001950                              PIC 9(07) COMP.
001960 01  CD-RANGE-TABLE-AREA.
001970     05  CD-RG-COUNT          PIC 9(04) COMP VALUE ZERO.
001980     05  CD-RG-ENTRY OCCURS 200 TIMES.
001990         10  CD-RG-TIER       PIC 9(01).
002000         10  CD-RG-CLASS      PIC X(09).
002010         10  CD-RG-FROM OCCURS 5 TIMES.
002020             15  CD-RG-CELL OCCURS 5 TIMES
002030                              PIC 9(07) COMP.
002040 01  CD-PRINT-TABLE-AREA.
002050     05  CD-PT-COUNT          PIC 9(04) COMP VALUE ZERO.
002060     05  CD-PT-ENTRY OCCURS 200 TIMES.
002070         10  CD-PT-TIER       PIC 9(01).
002080         10  CD-PT-CLASS      PIC X(09).
002090         10  CD-PT-FROM OCCURS 5 TIMES.
002100             15  CD-PT-CELL OCCURS 5 TIMES
002110                              PIC 9(07) COMP.
002120 01  CD-SLOT-IDX          PIC 9(04) COMP.
002130 01  CD-DY-HIT-IDX        PIC 9(04) COMP.
002140 01  CD-RG-HIT-IDX        PIC 9(04) COMP.
002150 01  CD-PT-TIER-IDX       PIC 9(02) COMP.
002160 01  CD-FR-IDX            PIC 9(01) COMP.
002170 01  CD-TO-IDX            PIC 9(01) COMP.
002180* CURRENT AND PROPOSED DISPOSITION TOTALS -- FOR THE DAY, FOR
002190* THE RANGE, AND THE PRINT COPY.
002200 01  CD-DAY-TOTALS.
002210     05  CD-DT-OLD OCCURS 5 TIMES PIC 9(09) COMP.
002220     05  CD-DT-NEW OCCURS 5 TIMES PIC 9(09) COMP.
002230     05  CD-DT-MOVED          PIC 9(09) COMP.
002240 01  CD-RANGE-TOTALS.
002250     05  CD-GT-OLD OCCURS 5 TIMES PIC 9(09) COMP.
002260     05  CD-GT-NEW OCCURS 5 TIMES PIC 9(09) COMP.
002270     05  CD-GT-MOVED          PIC 9(09) COMP.
002280 01  CD-PRINT-TOTALS.
002290     05  CD-PX-OLD OCCURS 5 TIMES PIC 9(09) COMP.
002300     05  CD-PX-NEW OCCURS 5 TIMES PIC 9(09) COMP.
002310     05  CD-PX-MOVED          PIC 9(09) COMP.
002320* COUNTS OF AUDIT LINES READ AND NOT RE-SCORED.
002330 01  CD-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
002340 01  CD-DUP-COUNT         PIC 9(09) COMP VALUE ZERO.
002350 01  CD-REDISP-COUNT      PIC 9(09) COMP VALUE ZERO.
002360* WORK FIELDS FOR THE VOLUME LINES.
002370 01  CD-WRK-OLD           PIC 9(09) COMP VALUE ZERO.
002380 01  CD-WRK-NEW           PIC 9(09) COMP VALUE ZERO.
002390 01  CD-WRK-SCORED        PIC 9(09) COMP VALUE ZERO.
002400 01  CD-WRK-CHANGE        PIC S9(09) COMP VALUE ZERO.
002410* REPORT LINES.
002420 01  CD-SRPT-RANGE-LINE.
002430     05  FILLER               PIC X(20)
002440             VALUE 'AUDIT LINES DATED   '.
002450     05  CD-SR-FROM-DATE      PIC 9(08).
002460     05  FILLER               PIC X(04) VALUE ' TO '.
002470     05  CD-SR-TO-DATE        PIC 9(08).
002480     05  FILLER               PIC X(40) VALUE SPACES.
002490 01  CD-SRPT-BANDS-LINE.
002500     05  CD-SB-LABEL          PIC X(22).
002510     05  FILLER               PIC X(06) VALUE 'FAIL  '.
002520     05  CD-SB-FAIL-LO        PIC 9(03).
002530     05  FILLER               PIC X(01) VALUE '-'.
002540     05  CD-SB-FAIL-HI        PIC 9(03).
002550     05  FILLER               PIC X(10) VALUE '   REVIEW '.
002560     05  CD-SB-REV-LO         PIC 9(03).
002570     05  FILLER               PIC X(01) VALUE '-'.
002580     05  CD-SB-REV-HI         PIC 9(03).
002590     05  FILLER               PIC X(08) VALUE '   PASS '.
002600     05  CD-SB-PASS-LO        PIC 9(03).
002610     05  FILLER               PIC X(01) VALUE '-'.
002620     05  CD-SB-PASS-HI        PIC 9(03).
002630     05  FILLER               PIC X(13) VALUE SPACES.
002640 01  CD-SRPT-TIER-LABEL.
002650     05  FILLER               PIC X(15) VALUE 'PROPOSED TIER  '.
002660     05  CD-STL-TIER          PIC 9(01).
002670     05  FILLER               PIC X(06) VALUE SPACES.
002680 01  CD-SRPT-DAY-LINE.
002690     05  FILLER               PIC X(13) VALUE 'BUSINESS DAY '.
002700     05  CD-SDL-DATE          PIC 9(08).
002710     05  FILLER               PIC X(59) VALUE SPACES.
002720 01  CD-SRPT-MOVE-HEADING.
002730     05  FILLER               PIC X(40)
002740             VALUE '  TIER  CLASS1     CURRENT      PROPOSED'.
002750     05  FILLER               PIC X(40)
002760             VALUE '       ITEMS                            '.
002770 01  CD-SRPT-MOVE-LINE.
002780     05  FILLER               PIC X(04) VALUE SPACES.
002790     05  CD-SM-TIER           PIC 9(01).
002800     05  FILLER               PIC X(03) VALUE SPACES.
002810     05  CD-SM-CLASS          PIC X(09).
002820     05  FILLER               PIC X(02) VALUE SPACES.
002830     05  CD-SM-FROM           PIC X(09).
002840     05  FILLER               PIC X(04) VALUE ' -> '.
002850     05  CD-SM-TO             PIC X(09).
002860     05  CD-SM-COUNT          PIC ZZZ,ZZZ,ZZ9.
002870     05  FILLER               PIC X(28) VALUE SPACES.
002880 01  CD-SRPT-VOLUME-LINE.
002890     05  FILLER               PIC X(02) VALUE SPACES.
002900     05  CD-SV-LABEL          PIC X(18).
002910     05  FILLER               PIC X(08) VALUE 'CURRENT '.
002918     05  CD-SV-OLD            PIC ZZ,ZZZ,ZZ9.
002926     05  FILLER               PIC X(11) VALUE '  PROPOSED '.
002934     05  CD-SV-NEW            PIC ZZ,ZZZ,ZZ9.
002942     05  FILLER               PIC X(09) VALUE '  CHANGE '.
002950     05  CD-SV-CHANGE         PIC --,---,--9.
002958     05  FILLER               PIC X(01) VALUE SPACE.
002970 01  CD-SUMMARY-LINE.
002980     05  CD-SL-LABEL          PIC X(30).
002990     05  CD-SL-COUNT          PIC ZZZ,ZZZ,ZZ9.

003000 PROCEDURE DIVISION.

003010*----------------------------------------------------------------
003020* 0000-MAINLINE
003030*     EDITS THE PROPOSAL, RE-SCORES THE RANGE, PRINTS.
003040*----------------------------------------------------------------
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     PERFORM 2000-SIMULATE-ONE-LINE THRU 2000-EXIT
003080         UNTIL CD-AUDM-EOF-YES.
003090     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003100     STOP RUN.

003110*----------------------------------------------------------------
003120* 1000-INITIALIZE
003130*     READS THE RANGE CARD, EDITS AND LOADS THE PROPOSED CARD
003140*     AND TIER TABLE, LOADS THE WATCHLIST, POSITIONS THE
003150*     AUDIT MASTER ON THE FROM DATE AND STARTS THE REPORT.
003160*----------------------------------------------------------------
003170 1000-INITIALIZE.
003180     OPEN INPUT CD-SPARM-FILE.
003190     READ CD-SPARM-FILE
003200         AT END
003210             DISPLAY 'CDSPARM IS EMPTY -- RUN CANCELLED.'
003220             MOVE 16 TO RETURN-CODE
003230             STOP RUN
003240     END-READ.
003250     CLOSE CD-SPARM-FILE.
003260     IF CD-SP-FROM-DATE IS NOT NUMERIC
003270        OR CD-SP-TO-DATE IS NOT NUMERIC
003280        OR CD-SP-FROM-DATE-N > CD-SP-TO-DATE-N
003290         DISPLAY 'CDSPARM DATE RANGE ' CD-SP-FROM-DATE ' '
003300             CD-SP-TO-DATE ' IS NOT VALID -- RUN CANCELLED.'
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     MOVE CD-SP-FROM-DATE-N TO CD-FROM-DATE.
003350     MOVE CD-SP-TO-DATE-N   TO CD-TO-DATE.
003360     PERFORM 1005-READ-PROPOSED-CARD THRU 1005-EXIT.
003370     PERFORM 1008-READ-PROPOSED-TIERS THRU 1008-EXIT.
003380     PERFORM 1080-LOAD-WATCHLIST THRU 1080-EXIT.
003390     OPEN INPUT CD-AUDM-FILE.
003400     IF CD-AUDM-STATUS NOT = '00'
003410         DISPLAY 'CDAUDM OPEN FAILED, STATUS ' CD-AUDM-STATUS
003420             ' -- RUN CANCELLED.'
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     MOVE CD-FROM-DATE TO CD-AX-DATE.
003470     MOVE ZERO         TO CD-AX-ACCT-NO.
003480     MOVE ZERO         TO CD-AX-SEQ.
003490     START CD-AUDM-FILE KEY NOT < CD-AX-KEY
003500         INVALID KEY
003510             MOVE 'Y' TO CD-AUDM-EOF-SW
003520     END-START.
003530     PERFORM 1090-CLEAR-TOTALS THRU 1090-EXIT
003540         VARYING CD-DN-IDX FROM 1 BY 1
003550         UNTIL CD-DN-IDX > 5.
003560     MOVE ZERO TO CD-DT-MOVED.
003565     MOVE ZERO TO CD-GT-MOVED.
003570     OPEN OUTPUT CD-SRPT-FILE.
003580     MOVE 'CONDSIMB -- WHAT-IF BAND SIMULATION (NO FILES UPDATED)'
003590         TO CD-SRPT-RECORD.
003600     WRITE CD-SRPT-RECORD.
003610     MOVE CD-FROM-DATE TO CD-SR-FROM-DATE.
003620     MOVE CD-TO-DATE   TO CD-SR-TO-DATE.
003630     MOVE CD-SRPT-RANGE-LINE TO CD-SRPT-RECORD.
003640     WRITE CD-SRPT-RECORD.
003650     MOVE 'PROPOSED GLOBAL BANDS' TO CD-SB-LABEL.
003660     MOVE CD-P-FAIL-LO TO CD-SB-FAIL-LO.
003670     MOVE CD-P-FAIL-HI TO CD-SB-FAIL-HI.
003680     MOVE CD-P-REV-LO  TO CD-SB-REV-LO.
003690     MOVE CD-P-REV-HI  TO CD-SB-REV-HI.
003700     MOVE CD-P-PASS-LO TO CD-SB-PASS-LO.
003710     MOVE CD-P-PASS-HI TO CD-SB-PASS-HI.
003720     MOVE CD-SRPT-BANDS-LINE TO CD-SRPT-RECORD.
003730     WRITE CD-SRPT-RECORD.
003740     PERFORM 1095-PRINT-ONE-TIER THRU 1095-EXIT
003750         VARYING CD-TI-IDX FROM 1 BY 1
003760         UNTIL CD-TI-IDX > CD-TIER-LOAD-COUNT.
003770     IF NOT CD-AUDM-EOF-YES
003780         PERFORM 2900-READ-MASTER THRU 2900-EXIT
003790     END-IF.
003800     IF NOT CD-AUDM-EOF-YES
003810         MOVE CD-AX-DATE TO CD-CUR-DATE
003820     END-IF.
003830 1000-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860* 1005-READ-PROPOSED-CARD
003870*     READS THE PROPOSED RUN-CONTROL CARD. EVERY FIELD MUST
003880*     BE NUMERIC, AND THE BANDS AND CHECKPOINT INTERVAL ARE
003890*     EDITED AS THE SCORING RUN EDITS THEM -- THE PASS/REVIEW/
003900*     FAIL BANDS MUST BE CONTIGUOUS, MUST NOT OVERLAP, AND MUST
003905*     COVER 000-100, AND THE INTERVAL MUST NOT BE ZERO. THE
003908*     CARD IS THE PROPOSAL, SO UNLIKE THE SCORING RUN A MISSING
003910*     OR EMPTY CARD CANCELS THE RUN.
003920*----------------------------------------------------------------
003930 1005-READ-PROPOSED-CARD.
003940     OPEN INPUT CD-PARM-FILE.
003950     IF CD-PARM-STATUS NOT = '00'
003960         DISPLAY 'CDPARMF NOT AVAILABLE, STATUS ' CD-PARM-STATUS
003970             ' -- NO PROPOSAL TO SIMULATE. RUN CANCELLED'
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     READ CD-PARM-FILE
004020         AT END
004030             DISPLAY 'CDPARMF IS EMPTY -- NO PROPOSAL TO'
004040                 ' SIMULATE. RUN CANCELLED'
004050             MOVE 16 TO RETURN-CODE
004060             STOP RUN
004070     END-READ.
004080     CLOSE CD-PARM-FILE.
004090     IF CD-PR-FAIL-LO IS NOT NUMERIC
004100        OR CD-PR-FAIL-HI IS NOT NUMERIC
004110        OR CD-PR-REV-LO IS NOT NUMERIC
004120        OR CD-PR-REV-HI IS NOT NUMERIC
004130        OR CD-PR-PASS-LO IS NOT NUMERIC
004140        OR CD-PR-PASS-HI IS NOT NUMERIC
004150        OR CD-PR-CKPT-INTERVAL IS NOT NUMERIC
004160        OR CD-PR-RECON-PCT IS NOT NUMERIC
004170        OR CD-PR-TOLERANCE-PCT IS NOT NUMERIC
004180        OR CD-PR-STREAM-ID IS NOT NUMERIC
004190         DISPLAY 'CDPARMF CARD IS NOT NUMERIC -- RUN CANCELLED'
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     IF CD-PR-FAIL-LO NOT = ZERO
004240        OR CD-PR-PASS-HI NOT = 100
004250        OR CD-PR-FAIL-HI < CD-PR-FAIL-LO
004260        OR CD-PR-REV-LO NOT = CD-PR-FAIL-HI + 1
004270        OR CD-PR-REV-HI < CD-PR-REV-LO
004280        OR CD-PR-PASS-LO NOT = CD-PR-REV-HI + 1
004290        OR CD-PR-PASS-HI < CD-PR-PASS-LO
004300         DISPLAY 'CDPARMF BANDS OVERLAP, LEAVE A GAP, OR DO'
004310             ' NOT COVER 000-100 -- RUN CANCELLED'
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     IF CD-PR-CKPT-INTERVAL = ZERO
004360         DISPLAY 'CDPARMF CHECKPOINT INTERVAL IS ZERO -- RUN'
004370             ' CANCELLED'
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     MOVE CD-PR-FAIL-LO        TO CD-P-FAIL-LO.
004420     MOVE CD-PR-FAIL-HI        TO CD-P-FAIL-HI.
004430     MOVE CD-PR-REV-LO         TO CD-P-REV-LO.
004440     MOVE CD-PR-REV-HI         TO CD-P-REV-HI.
004450     MOVE CD-PR-PASS-LO        TO CD-P-PASS-LO.
004460     MOVE CD-PR-PASS-HI        TO CD-P-PASS-HI.
004470 1005-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500* 1008-READ-PROPOSED-TIERS
004510*     LOADS THE PROPOSED TIER-TO-BANDS TABLE. A MISSING OR
004520*     EMPTY FILE LEAVES EVERY TIER ON THE PROPOSED GLOBAL
004530*     BANDS.
004540*----------------------------------------------------------------
004550 1008-READ-PROPOSED-TIERS.
004560     OPEN INPUT CD-TIER-FILE.
004570     IF CD-TIER-STATUS NOT = '00'
004580         DISPLAY 'CDTIERF NOT AVAILABLE, STATUS '
004590             CD-TIER-STATUS ' -- GLOBAL BANDS FOR ALL TIERS'
004600         GO TO 1008-EXIT.
004610     MOVE 'N' TO CD-TIER-EOF-SW.
004620     PERFORM 1009-LOAD-ONE-TIER THRU 1009-EXIT
004630         UNTIL CD-TIER-EOF-YES.
004640     CLOSE CD-TIER-FILE.
004650     DISPLAY 'PROPOSED TIER BANDS LOADED, ' CD-TIER-LOAD-COUNT
004660         ' TIERS'.
004670 1008-EXIT.
004680     EXIT.

004690*----------------------------------------------------------------
004700* 1009-LOAD-ONE-TIER
004710*     READS AND EDITS ONE PROPOSED TIER RECORD INTO THE NEXT
004720*     TABLE SLOT -- THE SCORING RUN'S CHECKS: NUMERIC, NOT
004730*     TIER 0, BANDS CONTIGUOUS AND COVERING 000-100, NO TIER
004740*     TWICE, NO MORE THAN 9 TIERS.
004750*----------------------------------------------------------------
004760 1009-LOAD-ONE-TIER.
004770     READ CD-TIER-FILE
004780         AT END
004790             MOVE 'Y' TO CD-TIER-EOF-SW
004800             GO TO 1009-EXIT
004810     END-READ.
004820     IF CD-TR-TIER IS NOT NUMERIC
004830        OR CD-TR-FAIL-LO IS NOT NUMERIC
004840        OR CD-TR-FAIL-HI IS NOT NUMERIC
004850        OR CD-TR-REV-LO IS NOT NUMERIC
004860        OR CD-TR-REV-HI IS NOT NUMERIC
004870        OR CD-TR-PASS-LO IS NOT NUMERIC
004880        OR CD-TR-PASS-HI IS NOT NUMERIC
004890         DISPLAY 'CDTIERF RECORD IS NOT NUMERIC -- RUN'
004900             ' CANCELLED'
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     IF CD-TR-TIER = ZERO
004950         DISPLAY 'CDTIERF CARRIES TIER 0 -- TIER 0 IS THE'
004960             ' GLOBAL BANDS. RUN CANCELLED'
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     IF CD-TR-FAIL-LO NOT = ZERO
005010        OR CD-TR-PASS-HI NOT = 100
005020        OR CD-TR-FAIL-HI < CD-TR-FAIL-LO
005030        OR CD-TR-REV-LO NOT = CD-TR-FAIL-HI + 1
005040        OR CD-TR-REV-HI < CD-TR-REV-LO
005050        OR CD-TR-PASS-LO NOT = CD-TR-REV-HI + 1
005060        OR CD-TR-PASS-HI < CD-TR-PASS-LO
005070         DISPLAY 'CDTIERF TIER ' CD-TR-TIER ' BANDS OVERLAP,'
005080             ' LEAVE A GAP, OR DO NOT COVER 000-100 -- RUN'
005090             ' CANCELLED'
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF.
005130     MOVE CD-TR-TIER TO CD-WRK-TIER.
005140     PERFORM 2062-FIND-TIER THRU 2062-EXIT.
005150     IF CD-TIER-HIT
005160         DISPLAY 'CDTIERF CARRIES TIER ' CD-TR-TIER ' TWICE'
005170             ' -- RUN CANCELLED'
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     IF CD-TIER-LOAD-COUNT >= 9
005220         DISPLAY 'CDTIERF EXCEEDS THE 9-ENTRY TABLE -- RUN'
005230             ' CANCELLED'
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     ADD 1 TO CD-TIER-LOAD-COUNT.
005280     MOVE CD-TR-TIER    TO CD-TB-TIER (CD-TIER-LOAD-COUNT).
005290     MOVE CD-TR-FAIL-LO TO CD-TB-FAIL-LO (CD-TIER-LOAD-COUNT).
005300     MOVE CD-TR-FAIL-HI TO CD-TB-FAIL-HI (CD-TIER-LOAD-COUNT).
005310     MOVE CD-TR-REV-LO  TO CD-TB-REV-LO (CD-TIER-LOAD-COUNT).
005320     MOVE CD-TR-REV-HI  TO CD-TB-REV-HI (CD-TIER-LOAD-COUNT).
005330     MOVE CD-TR-PASS-LO TO CD-TB-PASS-LO (CD-TIER-LOAD-COUNT).
005340     MOVE CD-TR-PASS-HI TO CD-TB-PASS-HI (CD-TIER-LOAD-COUNT).
005350 1009-EXIT.
005360     EXIT.

005370*----------------------------------------------------------------
005380* 1080-LOAD-WATCHLIST
005390*     LOADS THE WATCHLIST WINDOWS. AS IN THE SCORING RUN THE
005400*     FILE IS REQUIRED -- WITHOUT IT A WATCHED ACCOUNT'S
005410*     PASS-BAND SETS WOULD SHOW AS PASS EXTRACT VOLUME.
005420*----------------------------------------------------------------
005430 1080-LOAD-WATCHLIST.
005440     OPEN INPUT CD-WATCH-FILE.
005450     IF CD-WATCH-STATUS NOT = '00'
005460         DISPLAY 'CDWATCHF OPEN FAILED, STATUS ' CD-WATCH-STATUS
005470         DISPLAY 'ACCOUNT WATCHLIST IS REQUIRED -- RUN CANCELLED'
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     MOVE 'N' TO CD-WATCH-EOF-SW.
005520     PERFORM 1085-LOAD-ONE-WATCH THRU 1085-EXIT
005530         UNTIL CD-WATCH-EOF-YES.
005540     CLOSE CD-WATCH-FILE.
005550 1080-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------
005580* 1085-LOAD-ONE-WATCH
005590*     READS ONE WATCHLIST RECORD INTO THE NEXT TABLE SLOT.
005600*----------------------------------------------------------------
005610 1085-LOAD-ONE-WATCH.
005620     READ CD-WATCH-FILE
005630         AT END
005640             MOVE 'Y' TO CD-WATCH-EOF-SW
005650             GO TO 1085-EXIT
005660     END-READ.
005670     IF CD-WATCH-LOAD-COUNT >= 1000
005680         DISPLAY 'WATCHLIST EXCEEDS THE 1000-ENTRY TABLE --'
005690             ' RUN CANCELLED'
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730     ADD 1 TO CD-WATCH-LOAD-COUNT.
005740     MOVE CD-WL-ACCT-NO  TO CD-WT-ACCT-NO (CD-WATCH-LOAD-COUNT).
005750     MOVE CD-WL-EFF-DATE TO CD-WT-EFF-DATE (CD-WATCH-LOAD-COUNT).
005760     MOVE CD-WL-EXP-DATE TO CD-WT-EXP-DATE (CD-WATCH-LOAD-COUNT).
005770 1085-EXIT.
005780     EXIT.

005790*----------------------------------------------------------------
005800* 1090-CLEAR-TOTALS
005810*     ZEROES ONE DISPOSITION'S DAY AND RANGE TOTALS.
005820*----------------------------------------------------------------
005830 1090-CLEAR-TOTALS.
005840     MOVE ZERO TO CD-DT-OLD (CD-DN-IDX).
005850     MOVE ZERO TO CD-DT-NEW (CD-DN-IDX).
005860     MOVE ZERO TO CD-GT-OLD (CD-DN-IDX).
005870     MOVE ZERO TO CD-GT-NEW (CD-DN-IDX).
005890 1090-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920* 1095-PRINT-ONE-TIER
005930*     ECHOES ONE PROPOSED TIER'S BANDS ON THE REPORT.
005940*----------------------------------------------------------------
005950 1095-PRINT-ONE-TIER.
005960     MOVE CD-TB-TIER (CD-TI-IDX)    TO CD-STL-TIER.
005970     MOVE CD-SRPT-TIER-LABEL        TO CD-SB-LABEL.
005980     MOVE CD-TB-FAIL-LO (CD-TI-IDX) TO CD-SB-FAIL-LO.
005990     MOVE CD-TB-FAIL-HI (CD-TI-IDX) TO CD-SB-FAIL-HI.
006000     MOVE CD-TB-REV-LO (CD-TI-IDX)  TO CD-SB-REV-LO.
006010     MOVE CD-TB-REV-HI (CD-TI-IDX)  TO CD-SB-REV-HI.
006020     MOVE CD-TB-PASS-LO (CD-TI-IDX) TO CD-SB-PASS-LO.
006030     MOVE CD-TB-PASS-HI (CD-TI-IDX) TO CD-SB-PASS-HI.
006040     MOVE CD-SRPT-BANDS-LINE TO CD-SRPT-RECORD.
006050     WRITE CD-SRPT-RECORD.
006060 1095-EXIT.
006070     EXIT.

006080*----------------------------------------------------------------
006090* 2000-SIMULATE-ONE-LINE
006100*     RE-SCORES ONE AUDIT LINE. KEY ORDER DELIVERS THE LINES
006110*     BY DATE, SO A NEW DATE CLOSES OFF THE DAY BEFORE IT; A
006120*     DATE PAST THE RANGE ENDS THE PASS.
006130*----------------------------------------------------------------
006140 2000-SIMULATE-ONE-LINE.
006150     IF CD-AX-DATE > CD-TO-DATE
006160         MOVE 'Y' TO CD-AUDM-EOF-SW
006170         GO TO 2000-EXIT
006180     END-IF.
006190     IF CD-AX-DATE NOT = CD-CUR-DATE
006200         PERFORM 2500-END-OF-DAY THRU 2500-EXIT
006210         MOVE CD-AX-DATE TO CD-CUR-DATE
006220     END-IF.
006230     ADD 1 TO CD-READ-COUNT.
006240     EVALUATE CD-AX-DISPOSITION
006250         WHEN 'PASS'
006260             MOVE 1 TO CD-OLD-IDX
006270         WHEN 'REVIEW'
006280             MOVE 2 TO CD-OLD-IDX
006290         WHEN 'WATCH-REV'
006300             MOVE 3 TO CD-OLD-IDX
006310         WHEN 'FAIL'
006320             MOVE 4 TO CD-OLD-IDX
006330         WHEN 'EXCEPTION'
006340             MOVE 5 TO CD-OLD-IDX
006350         WHEN 'SUSPCTDUP'
006360             ADD 1 TO CD-DUP-COUNT
006370             GO TO 2000-NEXT
006380         WHEN OTHER
006390             ADD 1 TO CD-REDISP-COUNT
006400             GO TO 2000-NEXT
006410     END-EVALUATE.
006420     PERFORM 2060-SELECT-BANDS THRU 2060-EXIT.
006430     PERFORM 2066-CHECK-WATCHLIST THRU 2066-EXIT.
006440     PERFORM 2100-RESCORE-LINE THRU 2100-EXIT.
006450     PERFORM 2200-FIND-DAY-SLOT THRU 2200-EXIT.
006460     PERFORM 2300-FIND-RANGE-SLOT THRU 2300-EXIT.
006470     ADD 1 TO CD-DY-CELL (CD-DY-HIT-IDX CD-OLD-IDX CD-NEW-IDX).
006480     ADD 1 TO CD-RG-CELL (CD-RG-HIT-IDX CD-OLD-IDX CD-NEW-IDX).
006490     ADD 1 TO CD-DT-OLD (CD-OLD-IDX).
006500     ADD 1 TO CD-DT-NEW (CD-NEW-IDX).
006510     ADD 1 TO CD-GT-OLD (CD-OLD-IDX).
006520     ADD 1 TO CD-GT-NEW (CD-NEW-IDX).
006530     IF CD-OLD-IDX NOT = CD-NEW-IDX
006540         ADD 1 TO CD-DT-MOVED
006550         ADD 1 TO CD-GT-MOVED
006560     END-IF.
006570 2000-NEXT.
006580     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
006590 2000-EXIT.
006600     EXIT.

006610*----------------------------------------------------------------
006620* 2060-SELECT-BANDS
006630*     PICKS THE PROPOSED BANDS FOR THE LINE'S TIER -- ITS
006640*     ENTRY FROM THE PROPOSED TIER TABLE, OR THE PROPOSED
006650*     GLOBAL BANDS FOR TIER 0 OR A TIER WITH NO ENTRY.
006660*----------------------------------------------------------------
006670 2060-SELECT-BANDS.
006680     MOVE CD-PROPOSED-BANDS TO CD-EFFECTIVE-BANDS.
006690     IF CD-AX-TIER = ZERO
006700         GO TO 2060-EXIT.
006710     MOVE CD-AX-TIER TO CD-WRK-TIER.
006720     PERFORM 2062-FIND-TIER THRU 2062-EXIT.
006730     IF CD-TIER-HIT
006740         MOVE CD-TB-BANDS (CD-TIER-HIT-IDX) TO CD-EFFECTIVE-BANDS
006750     END-IF.
006760 2060-EXIT.
006770     EXIT.

006780*----------------------------------------------------------------
006790* 2062-FIND-TIER
006800*     SEARCHES THE PROPOSED TIER TABLE FOR CD-WRK-TIER.
006810*----------------------------------------------------------------
006820 2062-FIND-TIER.
006830     MOVE 'N'  TO CD-TIER-HIT-SW.
006840     MOVE ZERO TO CD-TIER-HIT-IDX.
006850     PERFORM 2065-TEST-ONE-TIER THRU 2065-EXIT
006860         VARYING CD-TI-IDX FROM 1 BY 1
006870         UNTIL CD-TI-IDX > CD-TIER-LOAD-COUNT
006880             OR CD-TIER-HIT.
006890 2062-EXIT.
006900     EXIT.

006910*----------------------------------------------------------------
006920* 2065-TEST-ONE-TIER
006930*     TESTS ONE TIER TABLE ENTRY AGAINST CD-WRK-TIER.
006940*----------------------------------------------------------------
006950 2065-TEST-ONE-TIER.
006960     IF CD-TB-TIER (CD-TI-IDX) = CD-WRK-TIER
006970         MOVE 'Y' TO CD-TIER-HIT-SW
006980         MOVE CD-TI-IDX TO CD-TIER-HIT-IDX.
006990 2065-EXIT.
007000     EXIT.

007010*----------------------------------------------------------------
007020* 2066-CHECK-WATCHLIST
007030*     SETS THE WATCH SWITCH WHEN THE LINE'S ACCOUNT WAS ON THE
007040*     WATCHLIST ON THE LINE'S DATE.
007050*----------------------------------------------------------------
007060 2066-CHECK-WATCHLIST.
007070     MOVE 'N' TO CD-WATCH-SW.
007080     PERFORM 2067-TEST-ONE-WATCH THRU 2067-EXIT
007090         VARYING CD-WL-IDX FROM 1 BY 1
007100         UNTIL CD-WL-IDX > CD-WATCH-LOAD-COUNT
007110             OR CD-ACCT-WATCHED.
007120 2066-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150* 2067-TEST-ONE-WATCH
007160*     TESTS ONE WATCHLIST ENTRY AGAINST THE LINE.
007170*----------------------------------------------------------------
007180 2067-TEST-ONE-WATCH.
007190     IF CD-WT-ACCT-NO (CD-WL-IDX) = CD-AX-ACCT-NO
007200         AND CD-WT-EFF-DATE (CD-WL-IDX) <= CD-AX-DATE
007210         AND CD-WT-EXP-DATE (CD-WL-IDX) >= CD-AX-DATE
007220         MOVE 'Y' TO CD-WATCH-SW.
007230 2067-EXIT.
007240     EXIT.

007250*----------------------------------------------------------------
007260* 2100-RESCORE-LINE
007270*     TESTS CHECK-VAL AGAINST THE PROPOSED BANDS IN THE SAME
007280*     ORDER AS THE SCORING RUN'S 2100-SCORE-RECORD.
007290*----------------------------------------------------------------
007300 2100-RESCORE-LINE.
007310     EVALUATE TRUE
007320         WHEN CD-AX-CHECK-VAL >= CD-EFF-PASS-LO
007330             AND CD-AX-CHECK-VAL <= CD-EFF-PASS-HI
007340             AND CD-ACCT-WATCHED
007350             MOVE 3 TO CD-NEW-IDX
007360         WHEN CD-AX-CHECK-VAL >= CD-EFF-PASS-LO
007370             AND CD-AX-CHECK-VAL <= CD-EFF-PASS-HI
007380             MOVE 1 TO CD-NEW-IDX
007390         WHEN CD-AX-CHECK-VAL >= CD-EFF-REV-LO
007400             AND CD-AX-CHECK-VAL <= CD-EFF-REV-HI
007410             MOVE 2 TO CD-NEW-IDX
007420         WHEN CD-AX-CHECK-VAL >= CD-EFF-FAIL-LO
007430             AND CD-AX-CHECK-VAL <= CD-EFF-FAIL-HI
007440             MOVE 4 TO CD-NEW-IDX
007450         WHEN OTHER
007460             MOVE 5 TO CD-NEW-IDX
007470     END-EVALUATE.
007480 2100-EXIT.
007490     EXIT.

007500*----------------------------------------------------------------
007510* 2200-FIND-DAY-SLOT
007520*     FINDS THE LINE'S TIER/CLASS1 SLOT IN THE DAY TABLE,
007530*     ADDING A ZEROED ONE THE FIRST TIME IT IS SEEN. MORE THAN
007540*     200 TIER/CLASS1 PAIRS CANCELS THE RUN.
007550*----------------------------------------------------------------
007560 2200-FIND-DAY-SLOT.
007570     MOVE 'N' TO CD-SLOT-HIT-SW.
007580     PERFORM 2210-TEST-ONE-DAY-SLOT THRU 2210-EXIT
007590         VARYING CD-SLOT-IDX FROM 1 BY 1
007600         UNTIL CD-SLOT-IDX > CD-DY-COUNT
007610             OR CD-SLOT-HIT.
007620     IF CD-SLOT-HIT
007630         GO TO 2200-EXIT.
007640     IF CD-DY-COUNT >= 200
007650         DISPLAY 'MORE THAN 200 TIER/CLASS1 PAIRS ON ONE DAY'
007660             ' -- RUN CANCELLED.'
007670         MOVE 16 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007700     ADD 1 TO CD-DY-COUNT.
007710     MOVE CD-DY-COUNT  TO CD-DY-HIT-IDX.
007720     MOVE CD-AX-TIER   TO CD-DY-TIER (CD-DY-HIT-IDX).
007730     MOVE CD-AX-CLASS1 TO CD-DY-CLASS (CD-DY-HIT-IDX).
007740     PERFORM 2220-ZERO-DAY-CELL THRU 2220-EXIT
007750         VARYING CD-FR-IDX FROM 1 BY 1 UNTIL CD-FR-IDX > 5
007760         AFTER CD-TO-IDX FROM 1 BY 1 UNTIL CD-TO-IDX > 5.
007770 2200-EXIT.
007780     EXIT.

007790*----------------------------------------------------------------
007800* 2210-TEST-ONE-DAY-SLOT
007810*     TESTS ONE DAY TABLE SLOT AGAINST THE LINE.
007820*----------------------------------------------------------------
007830 2210-TEST-ONE-DAY-SLOT.
007840     IF CD-DY-TIER (CD-SLOT-IDX) = CD-AX-TIER
007850        AND CD-DY-CLASS (CD-SLOT-IDX) = CD-AX-CLASS1
007860         MOVE 'Y' TO CD-SLOT-HIT-SW
007870         MOVE CD-SLOT-IDX TO CD-DY-HIT-IDX.
007880 2210-EXIT.
007890     EXIT.

007900*----------------------------------------------------------------
007910* 2220-ZERO-DAY-CELL
007920*     ZEROES ONE CELL OF A NEW DAY TABLE SLOT.
007930*----------------------------------------------------------------
007940 2220-ZERO-DAY-CELL.
007950     MOVE ZERO TO CD-DY-CELL (CD-DY-HIT-IDX CD-FR-IDX CD-TO-IDX).
007960 2220-EXIT.
007970     EXIT.

007980*----------------------------------------------------------------
007990* 2300-FIND-RANGE-SLOT
008000*     FINDS THE LINE'S TIER/CLASS1 SLOT IN THE RANGE TABLE,
008010*     ADDING A ZEROED ONE THE FIRST TIME IT IS SEEN.
008020*----------------------------------------------------------------
008030 2300-FIND-RANGE-SLOT.
008040     MOVE 'N' TO CD-SLOT-HIT-SW.
008050     PERFORM 2310-TEST-ONE-RANGE-SLOT THRU 2310-EXIT
008060         VARYING CD-SLOT-IDX FROM 1 BY 1
008070         UNTIL CD-SLOT-IDX > CD-RG-COUNT
008080             OR CD-SLOT-HIT.
008090     IF CD-SLOT-HIT
008100         GO TO 2300-EXIT.
008110     IF CD-RG-COUNT >= 200
008120         DISPLAY 'MORE THAN 200 TIER/CLASS1 PAIRS IN THE RANGE'
008130             ' -- RUN CANCELLED.'
008140         MOVE 16 TO RETURN-CODE
008150         STOP RUN
008160     END-IF.
008170     ADD 1 TO CD-RG-COUNT.
008180     MOVE CD-RG-COUNT  TO CD-RG-HIT-IDX.
008190     MOVE CD-AX-TIER   TO CD-RG-TIER (CD-RG-HIT-IDX).
008200     MOVE CD-AX-CLASS1 TO CD-RG-CLASS (CD-RG-HIT-IDX).
008210     PERFORM 2320-ZERO-RANGE-CELL THRU 2320-EXIT
008220         VARYING CD-FR-IDX FROM 1 BY 1 UNTIL CD-FR-IDX > 5
008230         AFTER CD-TO-IDX FROM 1 BY 1 UNTIL CD-TO-IDX > 5.
008240 2300-EXIT.
008250     EXIT.

008260*----------------------------------------------------------------
008270* 2310-TEST-ONE-RANGE-SLOT
008280*     TESTS ONE RANGE TABLE SLOT AGAINST THE LINE.
008290*----------------------------------------------------------------
008300 2310-TEST-ONE-RANGE-SLOT.
008310     IF CD-RG-TIER (CD-SLOT-IDX) = CD-AX-TIER
008320        AND CD-RG-CLASS (CD-SLOT-IDX) = CD-AX-CLASS1
008330         MOVE 'Y' TO CD-SLOT-HIT-SW
008340         MOVE CD-SLOT-IDX TO CD-RG-HIT-IDX.
008350 2310-EXIT.
008360     EXIT.

008370*----------------------------------------------------------------
008380* 2320-ZERO-RANGE-CELL
008390*     ZEROES ONE CELL OF A NEW RANGE TABLE SLOT.
008400*----------------------------------------------------------------
008410 2320-ZERO-RANGE-CELL.
008420     MOVE ZERO TO CD-RG-CELL (CD-RG-HIT-IDX CD-FR-IDX CD-TO-IDX).
008430 2320-EXIT.
008440     EXIT.

008450*----------------------------------------------------------------
008460* 2500-END-OF-DAY
008470*     PRINTS THE DAY JUST FINISHED AND CLEARS THE DAY TABLE
008480*     AND TOTALS. A DAY WITH NO SCORING LINES (ONLY QUEUE
008490*     RE-DISPOSITIONS) IS NOT PRINTED.
008500*----------------------------------------------------------------
008510 2500-END-OF-DAY.
008520     IF CD-DY-COUNT = ZERO
008530         GO TO 2500-EXIT.
008540     ADD 1 TO CD-DAY-COUNT.
008550     MOVE SPACES TO CD-SRPT-RECORD.
008560     WRITE CD-SRPT-RECORD.
008570     MOVE CD-CUR-DATE TO CD-SDL-DATE.
008580     MOVE CD-SRPT-DAY-LINE TO CD-SRPT-RECORD.
008590     WRITE CD-SRPT-RECORD.
008600     MOVE CD-DAY-TABLE-AREA TO CD-PRINT-TABLE-AREA.
008610     MOVE CD-DAY-TOTALS     TO CD-PRINT-TOTALS.
008620     PERFORM 3100-PRINT-TABLE THRU 3100-EXIT.
008630     MOVE ZERO TO CD-DY-COUNT.
008640     PERFORM 2510-CLEAR-DAY-TOTAL THRU 2510-EXIT
008650         VARYING CD-DN-IDX FROM 1 BY 1
008660         UNTIL CD-DN-IDX > 5.
008670     MOVE ZERO TO CD-DT-MOVED.
008680 2500-EXIT.
008690     EXIT.

008700*----------------------------------------------------------------
008710* 2510-CLEAR-DAY-TOTAL
008720*     ZEROES ONE DISPOSITION'S DAY TOTALS.
008730*----------------------------------------------------------------
008740 2510-CLEAR-DAY-TOTAL.
008750     MOVE ZERO TO CD-DT-OLD (CD-DN-IDX).
008760     MOVE ZERO TO CD-DT-NEW (CD-DN-IDX).
008770 2510-EXIT.
008780     EXIT.

008790*----------------------------------------------------------------
008800* 2900-READ-MASTER
008810*     READS THE NEXT AUDIT MASTER LINE IN KEY ORDER, SETTING
008820*     THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
008830*----------------------------------------------------------------
008840 2900-READ-MASTER.
008850     READ CD-AUDM-FILE NEXT
008860         AT END MOVE 'Y' TO CD-AUDM-EOF-SW.
008870 2900-EXIT.
008880     EXIT.

008890*----------------------------------------------------------------
008900* 3000-TERMINATE
008910*     CLOSES OFF THE LAST DAY, PRINTS THE RANGE MOVEMENTS AND
008920*     VOLUMES AND THE LINE COUNTS, AND CLOSES THE FILES. RC 4
008930*     WHEN THE RANGE HELD NO SCORING LINES TO RE-SCORE.
008940*----------------------------------------------------------------
008950 3000-TERMINATE.
008960     PERFORM 2500-END-OF-DAY THRU 2500-EXIT.
008970     MOVE SPACES TO CD-SRPT-RECORD.
008980     WRITE CD-SRPT-RECORD.
008990     MOVE 'WHOLE RANGE' TO CD-SRPT-RECORD.
009000     WRITE CD-SRPT-RECORD.
009010     MOVE CD-RANGE-TABLE-AREA TO CD-PRINT-TABLE-AREA.
009020     MOVE CD-RANGE-TOTALS     TO CD-PRINT-TOTALS.
009030     PERFORM 3100-PRINT-TABLE THRU 3100-EXIT.
009040     MOVE SPACES TO CD-SRPT-RECORD.
009050     WRITE CD-SRPT-RECORD.
009060     MOVE 'BUSINESS DAYS SIMULATED'   TO CD-SL-LABEL.
009070     MOVE CD-DAY-COUNT               TO CD-SL-COUNT.
009080     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
009090     MOVE 'AUDIT LINES READ'          TO CD-SL-LABEL.
009100     MOVE CD-READ-COUNT              TO CD-SL-COUNT.
009110     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
009120     MOVE '  SUSPECT DUPLICATES'      TO CD-SL-LABEL.
009130     MOVE CD-DUP-COUNT               TO CD-SL-COUNT.
009140     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
009150     MOVE '  QUEUE RE-DISPOSITIONS'   TO CD-SL-LABEL.
009160     MOVE CD-REDISP-COUNT            TO CD-SL-COUNT.
009170     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
009180     CLOSE CD-AUDM-FILE.
009190     CLOSE CD-SRPT-FILE.
009200     IF CD-DAY-COUNT = ZERO
009210         DISPLAY 'NO SCORING LINES DATED ' CD-FROM-DATE ' TO '
009220             CD-TO-DATE ' ON CDAUDM.'
009230         MOVE 4 TO RETURN-CODE
009240     END-IF.
009250     DISPLAY 'CONDSIMB COMPLETE -- ' CD-GT-MOVED
009260         ' OF THE RANGE''S SCORED ITEMS WOULD MOVE.'.
009270 3000-EXIT.
009280     EXIT.

009290*----------------------------------------------------------------
009300* 3100-PRINT-TABLE
009310*     PRINTS THE PRINT COPY OF A MOVEMENT TABLE -- EVERY
009320*     NON-ZERO MOVEMENT, TIER BY TIER -- THEN THE SCORED AND
009330*     MOVED COUNTS AND THE QUEUE VOLUME LINES.
009340*----------------------------------------------------------------
009350 3100-PRINT-TABLE.
009360     MOVE CD-SRPT-MOVE-HEADING TO CD-SRPT-RECORD.
009370     WRITE CD-SRPT-RECORD.
009380     PERFORM 3110-PRINT-TIER THRU 3110-EXIT
009390         VARYING CD-PT-TIER-IDX FROM 0 BY 1
009400         UNTIL CD-PT-TIER-IDX > 9.
009410     MOVE ZERO TO CD-WRK-SCORED.
009420     PERFORM 3140-ADD-SCORED THRU 3140-EXIT
009430         VARYING CD-DN-IDX FROM 1 BY 1
009440         UNTIL CD-DN-IDX > 5.
009450     MOVE '  VALUE SETS RE-SCORED'    TO CD-SL-LABEL.
009460     MOVE CD-WRK-SCORED              TO CD-SL-COUNT.
009470     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
009480     MOVE '  WOULD MOVE'              TO CD-SL-LABEL.
009490     MOVE CD-PX-MOVED                TO CD-SL-COUNT.
009500     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
009510     MOVE 'HOLD QUEUE INFLOW' TO CD-SV-LABEL.
009520     COMPUTE CD-WRK-OLD = CD-PX-OLD (2) + CD-PX-OLD (3).
009530     COMPUTE CD-WRK-NEW = CD-PX-NEW (2) + CD-PX-NEW (3).
009540     PERFORM 3150-WRITE-VOLUME THRU 3150-EXIT.
009550     MOVE 'PASS EXTRACT'      TO CD-SV-LABEL.
009560     MOVE CD-PX-OLD (1)       TO CD-WRK-OLD.
009570     MOVE CD-PX-NEW (1)       TO CD-WRK-NEW.
009580     PERFORM 3150-WRITE-VOLUME THRU 3150-EXIT.
009590     MOVE 'FAIL FILE'         TO CD-SV-LABEL.
009600     MOVE CD-PX-OLD (4)       TO CD-WRK-OLD.
009610     MOVE CD-PX-NEW (4)       TO CD-WRK-NEW.
009620     PERFORM 3150-WRITE-VOLUME THRU 3150-EXIT.
009630 3100-EXIT.
009640     EXIT.

009650*----------------------------------------------------------------
009660* 3110-PRINT-TIER
009670*     PRINTS THE MOVEMENTS OF EVERY SLOT FOR ONE TIER.
009680*----------------------------------------------------------------
009690 3110-PRINT-TIER.
009700     PERFORM 3120-PRINT-SLOT THRU 3120-EXIT
009710         VARYING CD-SLOT-IDX FROM 1 BY 1
009720         UNTIL CD-SLOT-IDX > CD-PT-COUNT.
009730 3110-EXIT.
009740     EXIT.

009750*----------------------------------------------------------------
009760* 3120-PRINT-SLOT
009770*     PRINTS ONE TIER/CLASS1 SLOT'S MOVEMENTS IF IT IS ON THE
009780*     TIER BEING PRINTED.
009790*----------------------------------------------------------------
009800 3120-PRINT-SLOT.
009810     IF CD-PT-TIER (CD-SLOT-IDX) NOT = CD-PT-TIER-IDX
009820         GO TO 3120-EXIT.
009830     PERFORM 3130-PRINT-CELL THRU 3130-EXIT
009840         VARYING CD-FR-IDX FROM 1 BY 1 UNTIL CD-FR-IDX > 5
009850         AFTER CD-TO-IDX FROM 1 BY 1 UNTIL CD-TO-IDX > 5.
009860 3120-EXIT.
009870     EXIT.

009880*----------------------------------------------------------------
009890* 3130-PRINT-CELL
009900*     PRINTS ONE MOVEMENT -- A CELL OFF THE DIAGONAL WITH A
009910*     NON-ZERO COUNT.
009920*----------------------------------------------------------------
009930 3130-PRINT-CELL.
009940     IF CD-FR-IDX = CD-TO-IDX
009950        OR CD-PT-CELL (CD-SLOT-IDX CD-FR-IDX CD-TO-IDX) = ZERO
009960         GO TO 3130-EXIT.
009970     MOVE CD-PT-TIER (CD-SLOT-IDX)  TO CD-SM-TIER.
009980     MOVE CD-PT-CLASS (CD-SLOT-IDX) TO CD-SM-CLASS.
009990     MOVE CD-DN-NAME (CD-FR-IDX)    TO CD-SM-FROM.
010000     MOVE CD-DN-NAME (CD-TO-IDX)    TO CD-SM-TO.
010010     MOVE CD-PT-CELL (CD-SLOT-IDX CD-FR-IDX CD-TO-IDX)
010020         TO CD-SM-COUNT.
010030     MOVE CD-SRPT-MOVE-LINE TO CD-SRPT-RECORD.
010040     WRITE CD-SRPT-RECORD.
010050 3130-EXIT.
010060     EXIT.

010070*----------------------------------------------------------------
010080* 3140-ADD-SCORED
010090*     ADDS ONE DISPOSITION'S CURRENT COUNT TO THE SCORED
010100*     TOTAL.
010110*----------------------------------------------------------------
010120 3140-ADD-SCORED.
010130     ADD CD-PX-OLD (CD-DN-IDX) TO CD-WRK-SCORED.
010140 3140-EXIT.
010150     EXIT.

010160*----------------------------------------------------------------
010170* 3150-WRITE-VOLUME
010180*     WRITES ONE CURRENT/PROPOSED/CHANGE VOLUME LINE FROM
010190*     CD-WRK-OLD AND CD-WRK-NEW.
010200*----------------------------------------------------------------
010210 3150-WRITE-VOLUME.
010220     COMPUTE CD-WRK-CHANGE = CD-WRK-NEW - CD-WRK-OLD.
010230     MOVE CD-WRK-OLD    TO CD-SV-OLD.
010240     MOVE CD-WRK-NEW    TO CD-SV-NEW.
010250     MOVE CD-WRK-CHANGE TO CD-SV-CHANGE.
010260     MOVE CD-SRPT-VOLUME-LINE TO CD-SRPT-RECORD.
010270     WRITE CD-SRPT-RECORD.
010280 3150-EXIT.
010290     EXIT.

010300*----------------------------------------------------------------
010310* 3900-WRITE-TOTAL
010320*     WRITES ONE TOTAL LINE TO THE REPORT.
010330*----------------------------------------------------------------
010340 3900-WRITE-TOTAL.
010350     MOVE CD-SUMMARY-LINE TO CD-SRPT-RECORD.
010360     WRITE CD-SRPT-RECORD.
010370 3900-EXIT.
010380     EXIT.
