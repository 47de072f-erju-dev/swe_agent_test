000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDWLSM.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     MAINTAINS THE ACCOUNT WATCHLIST REFERENCE FILE THE
000100*     SCORING RUN LOADS. FRAUD AND COLLECTIONS PUT AN ACCOUNT
000110*     ON THE LIST TO HAVE EVERY PASS-BAND VALUE SET IT SCORES
000120*     SENT TO THE HOLD QUEUE FOR A MANUAL LOOK -- A DISPUTED
000130*     ACCOUNT, A NEW CUSTOMER ON PROBATION -- WITHOUT
000140*     SUSPENDING IT IN CONDACTM, WHICH STOPS ALL SCORING.
000150*     READS THE CURRENT LIST AND A FILE OF MAINTENANCE CARDS
000160*     (ADD, EXP, LST), WRITES THE UPDATED LIST, APPENDS ONE
000170*     AUDIT TRAIL LINE PER CHANGE SAYING WHO CHANGED WHAT, AND
000180*     PRINTS A LISTING. AN ADD WITH A FUTURE EFFECTIVE DATE
000190*     PRE-LOADS AN ENTRY; AN EXP SETS THE EXPIRY DATE SO THE
000200*     ACCOUNT COMES OFF THE LIST WITHOUT ANYONE REMEMBERING TO.
000210*
000220*     CARD LAYOUT -- ACTION X(3), ACCOUNT NUMBER 9(10), REASON
000230*     CODE X(4), REQUESTED-BY ID X(8), EFFECTIVE DATE 9(8),
000240*     EXPIRY DATE 9(8), USER ID X(8). ON AN ADD A ZERO
000250*     EFFECTIVE DATE DEFAULTS TO TODAY AND A ZERO EXPIRY DATE
000260*     TO 99991231 (OPEN-ENDED); THE REASON CODE AND THE
000270*     REQUESTED-BY ID ARE REQUIRED. ON AN EXP A ZERO EXPIRY
000280*     DATE DEFAULTS TO TODAY.
000290*
000300* MAINTENANCE HISTORY.
000310*     10/15/2026  DL   ORIGINAL PROGRAM.
000320*----------------------------------------------------------------

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CD-OLD-FILE    ASSIGN TO CDWLSOLD
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CD-OLD-STATUS.
000390     SELECT CD-TXN-FILE    ASSIGN TO CDWLSTXN
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT CD-NEW-FILE    ASSIGN TO CDWLSNEW
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT CD-WAUD-FILE   ASSIGN TO CDWLSAUD
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT CD-LIST-FILE   ASSIGN TO CDWLSRPT
000460         ORGANIZATION IS LINE SEQUENTIAL.

000470 DATA DIVISION.
000480 FILE SECTION.
000490* CURRENT WATCHLIST IN.
000500 FD  CD-OLD-FILE.
000510 COPY CDWATCH REPLACING
000520         ==CD-WATCH-RECORD==  BY ==CD-OLD-RECORD==
000530         ==CD-WL-ACCT-NO==    BY ==CD-OLD-ACCT-NO==
000540         ==CD-WL-REASON==     BY ==CD-OLD-REASON==
000550         ==CD-WL-REQ-BY==     BY ==CD-OLD-REQ-BY==
000560         ==CD-WL-EFF-DATE==   BY ==CD-OLD-EFF-DATE==
000570         ==CD-WL-EXP-DATE==   BY ==CD-OLD-EXP-DATE==.

000580* MAINTENANCE CARDS IN.
000590 FD  CD-TXN-FILE.
000600 01  CD-TXN-RECORD.
000610     05  CD-TX-ACTION         PIC X(03).
000620     05  CD-TX-ACCT-NO        PIC 9(10).
000630     05  CD-TX-REASON         PIC X(04).
000640     05  CD-TX-REQ-BY         PIC X(08).
000650     05  CD-TX-EFF-DATE       PIC 9(08).
000660     05  CD-TX-EXP-DATE       PIC 9(08).
000670     05  CD-TX-USER           PIC X(08).

000680* UPDATED WATCHLIST OUT.
000690 FD  CD-NEW-FILE.
000700 COPY CDWATCH REPLACING
000710         ==CD-WATCH-RECORD==  BY ==CD-NEW-RECORD==
000720         ==CD-WL-ACCT-NO==    BY ==CD-NEW-ACCT-NO==
000730         ==CD-WL-REASON==     BY ==CD-NEW-REASON==
000740         ==CD-WL-REQ-BY==     BY ==CD-NEW-REQ-BY==
000750         ==CD-WL-EFF-DATE==   BY ==CD-NEW-EFF-DATE==
000760         ==CD-WL-EXP-DATE==   BY ==CD-NEW-EXP-DATE==.

000770* AUDIT TRAIL -- OPENED EXTEND SO EVERY MAINTENANCE RUN'S
000780* CHANGES ACCUMULATE: WHO, WHEN, WHAT ACTION, WHICH ACCOUNT,
000790* AND THE ENTRY AS IT NOW STANDS.
000800 FD  CD-WAUD-FILE.
000810 01  CD-WAUD-RECORD.
000820     05  CD-WA-DATE           PIC 9(08).
000830     05  CD-WA-USER           PIC X(08).
000840     05  CD-WA-ACTION         PIC X(03).
000850     05  CD-WA-ACCT-NO        PIC 9(10).
000860     05  CD-WA-REASON         PIC X(04).
000870     05  CD-WA-REQ-BY         PIC X(08).
000880     05  CD-WA-EFF-DATE       PIC 9(08).
000890     05  CD-WA-EXP-DATE       PIC 9(08).

000900* MAINTENANCE LISTING.
000910 FD  CD-LIST-FILE.
000920 01  CD-LIST-RECORD       PIC X(80).

000930 WORKING-STORAGE SECTION.
000940* IN-CORE WATCHLIST TABLE -- THE CURRENT LIST PLUS THIS RUN'S
000950* ADDS AND EXPIRIES, WRITTEN BACK OUT AT TERMINATION.
000960 01  CD-WATCH-TABLE-AREA.
000970     05  CD-WATCH-LOAD-COUNT  PIC 9(04) COMP VALUE ZERO.
000980     05  CD-WATCH-ENTRY OCCURS 1000 TIMES.
000990         10  CD-WT-ACCT-NO    PIC 9(10).
001000         10  CD-WT-REASON     PIC X(04).
001010         10  CD-WT-REQ-BY     PIC X(08).
001020         10  CD-WT-EFF-DATE   PIC 9(08).
001030         10  CD-WT-EXP-DATE   PIC 9(08).
001040 01  CD-WL-IDX            PIC 9(04) COMP.
001050 01  CD-HIT-IDX           PIC 9(04) COMP.
001060* RUN CONTROL SWITCHES AND COUNTERS.
001070 01  CD-OLD-STATUS        PIC X(02) VALUE SPACES.
001080 01  CD-OLD-EOF-SW        PIC X(01) VALUE 'N'.
001090         88  CD-OLD-EOF-YES       VALUE 'Y'.
001100 01  CD-TXN-EOF-SW        PIC X(01) VALUE 'N'.
001110         88  CD-TXN-EOF-YES       VALUE 'Y'.
001120 01  CD-HIT-SW            PIC X(01) VALUE 'N'.
001130         88  CD-ACCT-HIT          VALUE 'Y'.
001140 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
001150 01  CD-ADD-COUNT         PIC 9(05) COMP VALUE ZERO.
001160 01  CD-EXP-COUNT         PIC 9(05) COMP VALUE ZERO.
001170 01  CD-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
001180* CARD DATES AFTER ZERO-DATE DEFAULTING, HELD HERE SO THE
001190* EFFECTIVE/EXPIRY WINDOW CAN BE PROVED SANE BEFORE ANYTHING
001200* TOUCHES THE TABLE.
001210 01  CD-WRK-EFF-DATE      PIC 9(08) VALUE ZERO.
001220 01  CD-WRK-EXP-DATE      PIC 9(08) VALUE ZERO.
001230* LISTING LINES.
001240 01  CD-LIST-DETAIL.
001250     05  CD-LD-ACCT-NO        PIC 9(10).
001260     05  FILLER               PIC X(03) VALUE SPACES.
001270     05  CD-LD-REASON         PIC X(04).
001280     05  FILLER               PIC X(03) VALUE SPACES.
001290     05  CD-LD-REQ-BY         PIC X(08).
001300     05  FILLER               PIC X(03) VALUE SPACES.
001310     05  CD-LD-EFF-DATE       PIC 9(08).
001320     05  FILLER               PIC X(03) VALUE SPACES.
001330     05  CD-LD-EXP-DATE       PIC 9(08).
001340     05  FILLER               PIC X(30) VALUE SPACES.
001350 01  CD-LIST-HEADING.
001360     05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
001370     05  FILLER               PIC X(03) VALUE SPACES.
001380     05  FILLER               PIC X(04) VALUE 'RSN '.
001390     05  FILLER               PIC X(03) VALUE SPACES.
001400     05  FILLER               PIC X(08) VALUE 'REQ BY  '.
001410     05  FILLER               PIC X(03) VALUE SPACES.
001420     05  FILLER               PIC X(09) VALUE 'EFFECTIVE'.
001430     05  FILLER               PIC X(02) VALUE SPACES.
001440     05  FILLER               PIC X(08) VALUE 'EXPIRY  '.
001450     05  FILLER               PIC X(30) VALUE SPACES.

001460 PROCEDURE DIVISION.

001470*----------------------------------------------------------------
001480* 0000-MAINLINE
001490*     DRIVES THE WATCHLIST MAINTENANCE RUN.
001500*----------------------------------------------------------------
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT
001540         UNTIL CD-TXN-EOF-YES.
001550     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001560     STOP RUN.

001570*----------------------------------------------------------------
001580* 1000-INITIALIZE
001590*     LOADS THE CURRENT LIST, OPENS THE CARD AND OUTPUT
001600*     FILES, AND PRIMES THE CARD READ LOOP.
001610*----------------------------------------------------------------
001620 1000-INITIALIZE.
001630     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
001640     PERFORM 1010-LOAD-OLD-LIST THRU 1010-EXIT.
001650     OPEN INPUT CD-TXN-FILE.
001660     OPEN OUTPUT CD-NEW-FILE.
001670     OPEN OUTPUT CD-LIST-FILE.
001680     OPEN EXTEND CD-WAUD-FILE.
001690     MOVE 'CONDWLSM -- ACCOUNT WATCHLIST MAINTENANCE'
001700         TO CD-LIST-RECORD.
001710     WRITE CD-LIST-RECORD.
001720     MOVE SPACES TO CD-LIST-RECORD.
001730     WRITE CD-LIST-RECORD.
001740     PERFORM 2900-READ-TXN THRU 2900-EXIT.
001750 1000-EXIT.
001760     EXIT.

001770*----------------------------------------------------------------
001780* 1010-LOAD-OLD-LIST
001790*     LOADS THE CURRENT WATCHLIST INTO THE IN-CORE TABLE. AN
001800*     EMPTY LIST IS NORMAL, BUT A MISSING ONE IS A SETUP
001810*     ERROR -- WRITING A FRESH LIST OVER IT WOULD QUIETLY
001820*     RELEASE EVERY WATCHED ACCOUNT, SO THE RUN IS CANCELLED.
001830*----------------------------------------------------------------
001840 1010-LOAD-OLD-LIST.
001850     OPEN INPUT CD-OLD-FILE.
001860     IF CD-OLD-STATUS NOT = '00'
001870         DISPLAY 'CDWLSOLD OPEN FAILED, STATUS ' CD-OLD-STATUS
001880         DISPLAY 'WATCHLIST IS REQUIRED -- RUN CANCELLED'
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     MOVE 'N' TO CD-OLD-EOF-SW.
001930     PERFORM 1015-LOAD-ONE-ENTRY THRU 1015-EXIT
001940         UNTIL CD-OLD-EOF-YES.
001950     CLOSE CD-OLD-FILE.
001960     DISPLAY 'WATCHLIST LOADED, ' CD-WATCH-LOAD-COUNT
001970         ' ENTRIES'.
001980 1010-EXIT.
001990     EXIT.

002000*----------------------------------------------------------------
002010* 1015-LOAD-ONE-ENTRY
002020*     READS ONE WATCHLIST RECORD INTO THE NEXT TABLE SLOT.
002030*----------------------------------------------------------------
002040 1015-LOAD-ONE-ENTRY.
002050     READ CD-OLD-FILE
002060         AT END
002070             MOVE 'Y' TO CD-OLD-EOF-SW
002080         NOT AT END
002090             IF CD-WATCH-LOAD-COUNT >= 1000
002100                 DISPLAY 'WATCHLIST EXCEEDS THE 1000-ENTRY'
002110                     ' TABLE -- RUN CANCELLED'
002120                 MOVE 16 TO RETURN-CODE
002130                 STOP RUN
002140             END-IF
002150             ADD 1 TO CD-WATCH-LOAD-COUNT
002160             MOVE CD-OLD-ACCT-NO
002170                 TO CD-WT-ACCT-NO (CD-WATCH-LOAD-COUNT)
002180             MOVE CD-OLD-REASON
002190                 TO CD-WT-REASON (CD-WATCH-LOAD-COUNT)
002200             MOVE CD-OLD-REQ-BY
002210                 TO CD-WT-REQ-BY (CD-WATCH-LOAD-COUNT)
002220             MOVE CD-OLD-EFF-DATE
002230                 TO CD-WT-EFF-DATE (CD-WATCH-LOAD-COUNT)
002240             MOVE CD-OLD-EXP-DATE
002250                 TO CD-WT-EXP-DATE (CD-WATCH-LOAD-COUNT)
002260     END-READ.
002270 1015-EXIT.
002280     EXIT.

002290*----------------------------------------------------------------
002300* 2000-PROCESS-TXNS
002310*     VALIDATES ONE MAINTENANCE CARD -- A ZERO OR NON-NUMERIC
002320*     ACCOUNT OR A NON-NUMERIC DATE WOULD PUT AN ENTRY ON THE
002330*     LIST THAT NEVER MATCHES ANYTHING -- AND THEN DISPATCHES
002340*     IT BY ITS ACTION CODE.
002350*----------------------------------------------------------------
002360 2000-PROCESS-TXNS.
002370     IF CD-TX-ACTION = 'ADD' OR CD-TX-ACTION = 'EXP'
002380         IF CD-TX-ACCT-NO IS NOT NUMERIC
002390            OR CD-TX-ACCT-NO = ZERO
002400            OR CD-TX-EFF-DATE IS NOT NUMERIC
002410            OR CD-TX-EXP-DATE IS NOT NUMERIC
002420             ADD 1 TO CD-ERROR-COUNT
002430             DISPLAY 'CARD FOR ACCOUNT ' CD-TX-ACCT-NO
002440                 ' HAS A BAD ACCOUNT NUMBER OR NON-NUMERIC'
002450                 ' DATE -- CARD DROPPED'
002460             GO TO 2000-NEXT
002470         END-IF
002480     END-IF.
002490     EVALUATE CD-TX-ACTION
002500         WHEN 'ADD'
002510             PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
002520         WHEN 'EXP'
002530             PERFORM 2200-EXPIRE-ENTRY THRU 2200-EXIT
002540         WHEN 'LST'
002550             PERFORM 2300-LIST-ENTRIES THRU 2300-EXIT
002560         WHEN OTHER
002570             ADD 1 TO CD-ERROR-COUNT
002580             DISPLAY 'INVALID ACTION ' CD-TX-ACTION
002590                 ' FOR ACCOUNT ' CD-TX-ACCT-NO ' -- CARD DROPPED'
002600     END-EVALUATE.
002610 2000-NEXT.
002620     PERFORM 2900-READ-TXN THRU 2900-EXIT.
002630 2000-EXIT.
002640     EXIT.

002650*----------------------------------------------------------------
002660* 2100-ADD-ENTRY
002670*     PUTS ONE ACCOUNT ON THE LIST. THE REASON CODE AND THE
002680*     REQUESTED-BY ID ARE REQUIRED -- THE REVIEWER NEEDS TO
002690*     KNOW WHY THE ITEM IS HELD AND WHOM TO ASK. AN ACCOUNT
002700*     ALREADY ON THE LIST AND NOT YET EXPIRED IS REJECTED --
002710*     EXPIRE IT FIRST. A ZERO EFFECTIVE DATE DEFAULTS TO
002720*     TODAY, A ZERO EXPIRY TO THE OPEN-ENDED 99991231.
002730*----------------------------------------------------------------
002740 2100-ADD-ENTRY.
002750     IF CD-TX-REASON = SPACES OR CD-TX-REQ-BY = SPACES
002760         ADD 1 TO CD-ERROR-COUNT
002770         DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' ADD HAS NO REASON'
002780             ' CODE OR REQUESTED-BY ID -- ADD REJECTED'
002790         GO TO 2100-EXIT.
002800     PERFORM 2050-FIND-ACTIVE-ENTRY THRU 2050-EXIT.
002810     IF CD-ACCT-HIT
002820         ADD 1 TO CD-ERROR-COUNT
002830         DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' IS ALREADY ON THE'
002840             ' WATCHLIST -- ADD REJECTED'
002850         GO TO 2100-EXIT.
002860     IF CD-WATCH-LOAD-COUNT >= 1000
002870         ADD 1 TO CD-ERROR-COUNT
002880         DISPLAY 'WATCHLIST TABLE FULL -- ADD OF ACCOUNT '
002890             CD-TX-ACCT-NO ' REJECTED'
002900         GO TO 2100-EXIT.
002910     IF CD-TX-EFF-DATE = ZERO
002920         MOVE CD-RUN-DATE TO CD-WRK-EFF-DATE
002930     ELSE
002940         MOVE CD-TX-EFF-DATE TO CD-WRK-EFF-DATE
002950     END-IF.
002960     IF CD-TX-EXP-DATE = ZERO
002970         MOVE 99991231 TO CD-WRK-EXP-DATE
002980     ELSE
002990         MOVE CD-TX-EXP-DATE TO CD-WRK-EXP-DATE
003000     END-IF.
003010* AN EFFECTIVE DATE PAST THE EXPIRY IS A WINDOW THAT CAN
003020* NEVER HOLD ANYTHING.
003030     IF CD-WRK-EFF-DATE > CD-WRK-EXP-DATE
003040         ADD 1 TO CD-ERROR-COUNT
003050         DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' EFFECTIVE '
003060             CD-WRK-EFF-DATE ' IS AFTER EXPIRY '
003070             CD-WRK-EXP-DATE ' -- ADD REJECTED'
003080         GO TO 2100-EXIT.
003090     ADD 1 TO CD-WATCH-LOAD-COUNT.
003100     MOVE CD-TX-ACCT-NO TO CD-WT-ACCT-NO (CD-WATCH-LOAD-COUNT).
003110     MOVE CD-TX-REASON  TO CD-WT-REASON (CD-WATCH-LOAD-COUNT).
003120     MOVE CD-TX-REQ-BY  TO CD-WT-REQ-BY (CD-WATCH-LOAD-COUNT).
003130     MOVE CD-WRK-EFF-DATE
003140         TO CD-WT-EFF-DATE (CD-WATCH-LOAD-COUNT).
003150     MOVE CD-WRK-EXP-DATE
003160         TO CD-WT-EXP-DATE (CD-WATCH-LOAD-COUNT).
003170     ADD 1 TO CD-ADD-COUNT.
003180     MOVE CD-WATCH-LOAD-COUNT TO CD-HIT-IDX.
003190     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003200     DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' ADDED, REASON '
003210         CD-TX-REASON ' FOR ' CD-TX-REQ-BY ' BY ' CD-TX-USER.
003220 2100-EXIT.
003230     EXIT.

003240*----------------------------------------------------------------
003250* 2200-EXPIRE-ENTRY
003260*     SETS THE EXPIRY DATE ON AN ACCOUNT'S ACTIVE ENTRY. A
003270*     ZERO EXPIRY DATE ON THE CARD TAKES IT OFF TODAY.
003280*----------------------------------------------------------------
003290 2200-EXPIRE-ENTRY.
003300     PERFORM 2050-FIND-ACTIVE-ENTRY THRU 2050-EXIT.
003310     IF NOT CD-ACCT-HIT
003320         ADD 1 TO CD-ERROR-COUNT
003330         DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' IS NOT ON THE'
003340             ' WATCHLIST -- EXP REJECTED'
003350         GO TO 2200-EXIT.
003360     IF CD-TX-EXP-DATE = ZERO
003370         MOVE CD-RUN-DATE TO CD-WRK-EXP-DATE
003380     ELSE
003390         MOVE CD-TX-EXP-DATE TO CD-WRK-EXP-DATE
003400     END-IF.
003410* AN EXPIRY EARLIER THAN THE ENTRY'S EFFECTIVE DATE WOULD
003420* LEAVE A WINDOW THAT CAN NEVER HOLD ANYTHING.
003430     IF CD-WRK-EXP-DATE < CD-WT-EFF-DATE (CD-HIT-IDX)
003440         ADD 1 TO CD-ERROR-COUNT
003450         DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' EXPIRY '
003460             CD-WRK-EXP-DATE ' IS BEFORE ITS EFFECTIVE '
003470             CD-WT-EFF-DATE (CD-HIT-IDX) ' -- EXP REJECTED'
003480         GO TO 2200-EXIT.
003490     MOVE CD-WRK-EXP-DATE TO CD-WT-EXP-DATE (CD-HIT-IDX).
003500     ADD 1 TO CD-EXP-COUNT.
003510     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003520     DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' EXPIRED '
003530         CD-WT-EXP-DATE (CD-HIT-IDX) ' BY ' CD-TX-USER.
003540 2200-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570* 2050-FIND-ACTIVE-ENTRY
003580*     SEARCHES THE TABLE FOR THE CARD'S ACCOUNT WITH AN EXPIRY
003590*     STILL IN THE FUTURE (AN ACTIVE OR PRE-LOADED ENTRY).
003600*----------------------------------------------------------------
003610 2050-FIND-ACTIVE-ENTRY.
003620     MOVE 'N'  TO CD-HIT-SW.
003630     MOVE ZERO TO CD-HIT-IDX.
003640     PERFORM 2055-TEST-ONE-ENTRY THRU 2055-EXIT
003650         VARYING CD-WL-IDX FROM 1 BY 1
003660         UNTIL CD-WL-IDX > CD-WATCH-LOAD-COUNT
003670             OR CD-ACCT-HIT.
003680 2050-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------
003710* 2055-TEST-ONE-ENTRY
003720*     TESTS ONE TABLE ENTRY AGAINST THE CARD'S ACCOUNT.
003730*----------------------------------------------------------------
003740 2055-TEST-ONE-ENTRY.
003750     IF CD-WT-ACCT-NO (CD-WL-IDX) = CD-TX-ACCT-NO
003760        AND CD-WT-EXP-DATE (CD-WL-IDX) >= CD-RUN-DATE
003770         MOVE 'Y' TO CD-HIT-SW
003780         MOVE CD-WL-IDX TO CD-HIT-IDX.
003790 2055-EXIT.
003800     EXIT.

003810*----------------------------------------------------------------
003820* 2300-LIST-ENTRIES
003830*     PRINTS THE TABLE AS IT STANDS -- THE LIST PLUS ANY
003840*     CHANGES ALREADY APPLIED THIS RUN.
003850*----------------------------------------------------------------
003860 2300-LIST-ENTRIES.
003870     MOVE CD-LIST-HEADING TO CD-LIST-RECORD.
003880     WRITE CD-LIST-RECORD.
003890     PERFORM 2310-LIST-ONE-ENTRY THRU 2310-EXIT
003900         VARYING CD-WL-IDX FROM 1 BY 1
003910         UNTIL CD-WL-IDX > CD-WATCH-LOAD-COUNT.
003920     MOVE SPACES TO CD-LIST-RECORD.
003930     WRITE CD-LIST-RECORD.
003940 2300-EXIT.
003950     EXIT.

003960*----------------------------------------------------------------
003970* 2310-LIST-ONE-ENTRY
003980*     PRINTS ONE TABLE ENTRY ON THE LISTING.
003990*----------------------------------------------------------------
004000 2310-LIST-ONE-ENTRY.
004010     MOVE CD-WT-ACCT-NO (CD-WL-IDX)  TO CD-LD-ACCT-NO.
004020     MOVE CD-WT-REASON (CD-WL-IDX)   TO CD-LD-REASON.
004030     MOVE CD-WT-REQ-BY (CD-WL-IDX)   TO CD-LD-REQ-BY.
004040     MOVE CD-WT-EFF-DATE (CD-WL-IDX) TO CD-LD-EFF-DATE.
004050     MOVE CD-WT-EXP-DATE (CD-WL-IDX) TO CD-LD-EXP-DATE.
004060     MOVE CD-LIST-DETAIL TO CD-LIST-RECORD.
004070     WRITE CD-LIST-RECORD.
004080 2310-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------
004110* 2800-WRITE-AUDIT
004120*     APPENDS ONE AUDIT TRAIL LINE FOR THE CHANGE JUST MADE:
004130*     WHO, WHEN, WHAT ACTION, WHICH ACCOUNT, AND THE ENTRY AS
004140*     IT NOW STANDS ON THE TABLE.
004150*----------------------------------------------------------------
004160 2800-WRITE-AUDIT.
004170     MOVE CD-RUN-DATE                 TO CD-WA-DATE.
004180     MOVE CD-TX-USER                  TO CD-WA-USER.
004190     MOVE CD-TX-ACTION                TO CD-WA-ACTION.
004200     MOVE CD-WT-ACCT-NO (CD-HIT-IDX)  TO CD-WA-ACCT-NO.
004210     MOVE CD-WT-REASON (CD-HIT-IDX)   TO CD-WA-REASON.
004220     MOVE CD-WT-REQ-BY (CD-HIT-IDX)   TO CD-WA-REQ-BY.
004230     MOVE CD-WT-EFF-DATE (CD-HIT-IDX) TO CD-WA-EFF-DATE.
004240     MOVE CD-WT-EXP-DATE (CD-HIT-IDX) TO CD-WA-EXP-DATE.
004250     WRITE CD-WAUD-RECORD.
004260 2800-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004290* 2900-READ-TXN
004300*     READS ONE MAINTENANCE CARD, SETTING THE EOF SWITCH WHEN
004310*     THE FILE IS EXHAUSTED.
004320*----------------------------------------------------------------
004330 2900-READ-TXN.
004340     READ CD-TXN-FILE
004350         AT END MOVE 'Y' TO CD-TXN-EOF-SW.
004360 2900-EXIT.
004370     EXIT.

004380*----------------------------------------------------------------
004390* 3000-TERMINATE
004400*     WRITES THE UPDATED LIST, PRINTS THE FINAL LIST AND
004410*     TALLY, AND CLOSES THE FILES. ANY REJECTED CARD LEAVES A
004420*     WARNING CONDITION CODE FOR THE SCHEDULER.
004430*----------------------------------------------------------------
004440 3000-TERMINATE.
004450     PERFORM 3010-WRITE-ONE-ENTRY THRU 3010-EXIT
004460         VARYING CD-WL-IDX FROM 1 BY 1
004470         UNTIL CD-WL-IDX > CD-WATCH-LOAD-COUNT.
004480     MOVE 'FINAL LIST --' TO CD-LIST-RECORD.
004490     WRITE CD-LIST-RECORD.
004500     PERFORM 2300-LIST-ENTRIES THRU 2300-EXIT.
004510     CLOSE CD-TXN-FILE.
004520     CLOSE CD-NEW-FILE.
004530     CLOSE CD-WAUD-FILE.
004540     CLOSE CD-LIST-FILE.
004550     DISPLAY 'CONDWLSM COMPLETE -- ADDED ' CD-ADD-COUNT
004560         ' EXPIRED ' CD-EXP-COUNT
004570         ' ERRORS ' CD-ERROR-COUNT '.'.
004580     IF CD-ERROR-COUNT > ZERO
004590         MOVE 4 TO RETURN-CODE
004600     END-IF.
004610 3000-EXIT.
004620     EXIT.

004630*----------------------------------------------------------------
004640* 3010-WRITE-ONE-ENTRY
004650*     WRITES ONE TABLE ENTRY TO THE UPDATED LIST.
004660*----------------------------------------------------------------
004670 3010-WRITE-ONE-ENTRY.
004680     MOVE CD-WT-ACCT-NO (CD-WL-IDX)  TO CD-NEW-ACCT-NO.
004690     MOVE CD-WT-REASON (CD-WL-IDX)   TO CD-NEW-REASON.
004700     MOVE CD-WT-REQ-BY (CD-WL-IDX)   TO CD-NEW-REQ-BY.
004710     MOVE CD-WT-EFF-DATE (CD-WL-IDX) TO CD-NEW-EFF-DATE.
004720     MOVE CD-WT-EXP-DATE (CD-WL-IDX) TO CD-NEW-EXP-DATE.
004730     WRITE CD-NEW-RECORD.
004740 3010-EXIT.
004750     EXIT.
