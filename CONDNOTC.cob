000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDNOTC.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     NIGHTLY CUSTOMER NOTICE EXTRACT FOR THE MAILING VENDOR.
000100*     CUSTOMER SERVICE USED TO WRITE THESE LETTERS BY HAND FROM
000110*     PRINTOUTS, LOOKING UP EVERY NAME ON THE ACCOUNT MASTER.
000120*     READS THE DAY'S AUDIT LOG (CDAUDF -- THE SCORING RUN'S
000130*     LINES PLUS THE HOLD-PASS/HOLD-FAIL LINES CONDHOLD AND
000140*     THE ESC-PASS/ESC-WOFF LINES CONDESCD APPEND TO IT) AND
000150*     PICKS OUT THE CUSTOMER-FACING DISPOSITIONS -- FAIL,
000160*     HOLD-FAIL AND ESC-WOFF. THE LINES ARE GATHERED BY
000170*     ACCOUNT SO AN ACCOUNT WITH SEVERAL SUCH VALUE SETS ON ONE
000180*     DAY GETS ONE NOTICE LISTING THEM ALL.
000190*
000200*     THE VENDOR FILE (CDNOTF) IS FRAMED THE WAY CDPASSF IS --
000210*     A DATED 'H' HEADER, THEN PER ACCOUNT ONE 'N' NOTICE
000220*     RECORD CARRYING THE ACCOUNT NAME FROM CDACCTF AND THE
000230*     NOTICE'S ITEM COUNT FOLLOWED BY ONE 'I' ITEM RECORD PER
000240*     VALUE SET, AND A 'T' TRAILER COUNTING THE NOTICES, THE
000250*     ITEMS AND EVERY RECORD ON THE FILE.
000260*
000270*     AN ACCOUNT WHOSE MASTER NOTICE FLAG IS O (OPTED OUT) OR
000280*     D (DECEASED) GETS NO NOTICE; IT IS LISTED AND COUNTED ON
000290*     THE CONTROL REPORT (CDNOTRPT). SO IS AN ACCOUNT NOT ON
000300*     THE MASTER AT ALL, WHICH ALSO ENDS THE RUN RC 4 SO THE
000310*     ACCOUNT SETUP GROUP LOOKS AT IT.
000320*
000330*     RUN AFTER CONDHOLD AND CONDESCD HAVE APPENDED THEIR
000340*     LINES AND BEFORE THE NEXT MORNING'S CONDJOB TRUNCATES
000350*     CDAUDF.
000360*
000370* MAINTENANCE HISTORY.
000380*     10/15/2026  DL   ORIGINAL PROGRAM -- NOTICES OF FAILED AND
000390*                      WRITTEN-OFF VALUE SETS WERE BEING TYPED
000400*                      BY HAND FROM THE PRINTOUTS.
000410*----------------------------------------------------------------

000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CD-AUD-FILE    ASSIGN TO CDAUDF
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CD-AUD-STATUS.
000480     SELECT CD-ACCT-FILE   ASSIGN TO CDACCTF
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CD-ACCT-STATUS.
000510     SELECT CD-NOT-FILE    ASSIGN TO CDNOTF
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT CD-RPT-FILE    ASSIGN TO CDNOTRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT CD-RUNS-FILE   ASSIGN TO CDRUNSF
000560         ORGANIZATION IS LINE SEQUENTIAL.

000570 DATA DIVISION.
000580 FILE SECTION.
000590* AUDIT LOG IN -- THE DAY'S CDAUDF, SAME LAYOUT THE SCORING,
000600* HOLD REVIEW AND ESCALATION RUNS WRITE.
000610 FD  CD-AUD-FILE.
000620 COPY CDSCORE REPLACING
000630         ==CD-SCORE-RECORD== BY ==CD-AUD-RECORD==
000640         ==NUM1==             BY ==CD-A-NUM1==
000650         ==NUM2==             BY ==CD-A-NUM2==
000660         ==NUM3==             BY ==CD-A-NUM3==
000670         ==NUM4==             BY ==CD-A-NUM4==
000680         ==CLASS1               PIC X(9) VALUE 'ABCD '==
000690             BY ==CD-A-CLASS1          PIC X(9)==
000700         ==CHECK-VAL==        BY ==CD-A-CHECK-VAL==
000710         ==PASS==             BY ==CD-A-PASS==
000720         ==REVIEW==           BY ==CD-A-REVIEW==
000730         ==FAIL==             BY ==CD-A-FAIL==
000740     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
000750         .
000760     05  CD-A-DISPOSITION     PIC X(09).
000770     05  CD-A-DATE            PIC 9(08).
000780     05  CD-A-ACCT-NO         PIC 9(10).
000790     05  CD-A-SOURCE-ID       PIC X(03).
000800     05  CD-A-TIER            PIC 9(01).

000810* ACCOUNT MASTER IN -- FOR THE NAME AND THE NOTICE FLAG.
000820 FD  CD-ACCT-FILE.
000830 COPY CDACCT.

000840* NOTICE FILE OUT TO THE MAILING VENDOR -- FIXED 80-BYTE
000850* RECORDS. 'H' HEADER WITH THE FILE DATE; 'N' NOTICE, ONE PER
000860* ACCOUNT, WITH THE ADDRESSEE NAME AND THE NUMBER OF 'I' ITEM
000870* RECORDS THAT FOLLOW IT; 'I' ITEM, ONE PER VALUE SET, WITH
000880* THE DISPOSITION, ITS DATE AND THE VALUE SET; 'T' TRAILER
000890* WITH THE NOTICE, ITEM AND TOTAL RECORD COUNTS (THE RECORD
000900* COUNT INCLUDES THE HEADER AND THE TRAILER).
000910 FD  CD-NOT-FILE.
000920 01  CD-NOT-HEADER.
000930     05  CD-NH-REC-TYPE       PIC X(01).
000940     05  CD-NH-FILE-DATE      PIC 9(08).
000950     05  FILLER               PIC X(71).
000960 01  CD-NOT-NOTICE.
000970     05  CD-NN-REC-TYPE       PIC X(01).
000980     05  CD-NN-ACCT-NO        PIC 9(10).
000990     05  CD-NN-NAME           PIC X(30).
001000     05  CD-NN-NOTICE-DATE    PIC 9(08).
001010     05  CD-NN-ITEM-COUNT     PIC 9(05).
001020     05  FILLER               PIC X(26).
001030 01  CD-NOT-ITEM.
001040     05  CD-NI-REC-TYPE       PIC X(01).
001050     05  CD-NI-ACCT-NO        PIC 9(10).
001060     05  CD-NI-DISPOSITION    PIC X(09).
001070     05  CD-NI-DISP-DATE      PIC 9(08).
001080     05  CD-NI-NUM1 PIC S9(09) SIGN IS LEADING SEPARATE.
001090     05  CD-NI-NUM2 PIC S9(09) SIGN IS LEADING SEPARATE.
001100     05  CD-NI-NUM3           PIC 9(05).
001110     05  CD-NI-NUM4           PIC 9(06).
001120     05  CD-NI-CLASS1         PIC X(09).
001130     05  CD-NI-CHECK-VAL      PIC 9(03).
001140     05  CD-NI-SOURCE-ID      PIC X(03).
001150     05  FILLER               PIC X(06).
001160 01  CD-NOT-TRAILER.
001170     05  CD-NT-REC-TYPE       PIC X(01).
001180     05  CD-NT-NOTICE-COUNT   PIC 9(07).
001190     05  CD-NT-ITEM-COUNT     PIC 9(07).
001200     05  CD-NT-RECORD-COUNT   PIC 9(09).
001210     05  FILLER               PIC X(56).

001220* CONTROL REPORT.
001230 FD  CD-RPT-FILE.
001240 01  CD-RPT-RECORD        PIC X(80).

001250* NIGHTLY RUN-STATUS FILE -- ONE STEP RECORD APPENDED AT END
001260* OF RUN FOR THE CONDOPSR OPERATIONS FLOW REPORT.
001270 FD  CD-RUNS-FILE.
001280 COPY CDRUNST.

001290 WORKING-STORAGE SECTION.
001300* IN-CORE ACCOUNT TABLE -- NAME AND NOTICE FLAG PER ACCOUNT.
001310* SAME 5000-ENTRY CAPACITY THE SCORING RUN LOADS.
001320 01  CD-ACCT-TABLE-AREA.
001330     05  CD-ACCT-LOAD-COUNT   PIC 9(05) COMP VALUE ZERO.
001340     05  CD-ACCT-ENTRY OCCURS 5000 TIMES.
001350         10  CD-AT-ACCT-NO    PIC 9(10).
001360         10  CD-AT-NAME       PIC X(30).
001370         10  CD-AT-NOTICE-FLAG PIC X(01).
001380 01  CD-AM-IDX            PIC 9(05) COMP.
001390 01  CD-HIT-IDX           PIC 9(05) COMP.
001400* SELECTED AUDIT LINES -- EVERY CUSTOMER-FACING LINE ON THE
001410* DAY'S LOG, IN LOG ORDER.
001420 01  CD-ITEM-TABLE-AREA.
001430     05  CD-ITEM-LOAD-COUNT   PIC 9(05) COMP VALUE ZERO.
001440     05  CD-ITEM-ENTRY OCCURS 9000 TIMES.
001450         10  CD-IT-ACCT-NO    PIC 9(10).
001460         10  CD-IT-DISPOSITION PIC X(09).
001470         10  CD-IT-DISP-DATE  PIC 9(08).
001480         10  CD-IT-NUM1       PIC S9(09).
001490         10  CD-IT-NUM2       PIC S9(09).
001500         10  CD-IT-NUM3       PIC 9(05).
001510         10  CD-IT-NUM4       PIC 9(06).
001520         10  CD-IT-CLASS1     PIC X(09).
001530         10  CD-IT-CHECK-VAL  PIC 9(03).
001540         10  CD-IT-SOURCE-ID  PIC X(03).
001550 01  CD-IT-IDX            PIC 9(05) COMP.
001560* NOTICE ACCOUNTS -- ONE ENTRY PER DISTINCT ACCOUNT AMONG THE
001570* SELECTED LINES, IN ORDER OF FIRST APPEARANCE, WITH ITS ITEM
001580* COUNT. DRIVES ONE NOTICE PER ACCOUNT.
001590 01  CD-NACC-TABLE-AREA.
001600     05  CD-NACC-LOAD-COUNT   PIC 9(05) COMP VALUE ZERO.
001610     05  CD-NACC-ENTRY OCCURS 5000 TIMES.
001620         10  CD-NA-ACCT-NO    PIC 9(10).
001630         10  CD-NA-ITEM-COUNT PIC 9(05) COMP.
001640 01  CD-NA-IDX            PIC 9(05) COMP.
001650 01  CD-NA-HIT-IDX        PIC 9(05) COMP.
001660* RUN CONTROL SWITCHES AND COUNTERS.
001670 01  CD-AUD-STATUS        PIC X(02) VALUE SPACES.
001680 01  CD-ACCT-STATUS       PIC X(02) VALUE SPACES.
001690 01  CD-AUD-EOF-SW        PIC X(01) VALUE 'N'.
001700         88  CD-AUD-EOF-YES       VALUE 'Y'.
001710 01  CD-ACCT-EOF-SW       PIC X(01) VALUE 'N'.
001720         88  CD-ACCT-EOF-YES      VALUE 'Y'.
001730 01  CD-HIT-SW            PIC X(01) VALUE 'N'.
001740         88  CD-ACCT-HIT          VALUE 'Y'.
001750 01  CD-NA-HIT-SW         PIC X(01) VALUE 'N'.
001760         88  CD-NACC-HIT          VALUE 'Y'.
001770 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
001780* STEP TIMING FOR THE RUN-STATUS RECORD.
001790 01  CD-WRK-TIME          PIC 9(08) VALUE ZERO.
001800 01  CD-WRK-TIME-R REDEFINES CD-WRK-TIME.
001810     05  CD-WT-HHMMSS         PIC 9(06).
001820     05  FILLER               PIC 9(02).
001830 01  CD-START-TIME        PIC 9(06) VALUE ZERO.
001840 01  CD-AUD-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
001850 01  CD-NOTICE-COUNT      PIC 9(07) COMP VALUE ZERO.
001860 01  CD-NOTICE-ITEM-COUNT PIC 9(07) COMP VALUE ZERO.
001870 01  CD-RECORD-COUNT      PIC 9(09) COMP VALUE ZERO.
001880 01  CD-OPTOUT-ACCT-COUNT PIC 9(07) COMP VALUE ZERO.
001890 01  CD-OPTOUT-ITEM-COUNT PIC 9(07) COMP VALUE ZERO.
001900 01  CD-DECSD-ACCT-COUNT  PIC 9(07) COMP VALUE ZERO.
001910 01  CD-DECSD-ITEM-COUNT  PIC 9(07) COMP VALUE ZERO.
001920 01  CD-NOACCT-ACCT-COUNT PIC 9(07) COMP VALUE ZERO.
001930 01  CD-NOACCT-ITEM-COUNT PIC 9(07) COMP VALUE ZERO.
001940* CONTROL REPORT LINES.
001950 01  CD-RPT-RUN-DATE-LINE.
001960     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
001970     05  CD-RH-DATE           PIC 9(08).
001980     05  FILLER               PIC X(63) VALUE SPACES.
001990 01  CD-RPT-HEADING.
002000     05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
002010     05  FILLER               PIC X(03) VALUE SPACES.
002020     05  FILLER               PIC X(30) VALUE 'NAME'.
002030     05  FILLER               PIC X(03) VALUE SPACES.
002040     05  FILLER               PIC X(05) VALUE 'ITEMS'.
002050     05  FILLER               PIC X(03) VALUE SPACES.
002060     05  FILLER               PIC X(26)
002065             VALUE 'NOTICE SKIPPED -- REASON'.
002070 01  CD-RPT-DETAIL.
002080     05  CD-RD-ACCT-NO        PIC 9(10).
002090     05  FILLER               PIC X(03) VALUE SPACES.
002100     05  CD-RD-NAME           PIC X(30).
002110     05  FILLER               PIC X(03) VALUE SPACES.
002120     05  CD-RD-ITEMS          PIC ZZZZ9.
002130     05  FILLER               PIC X(03) VALUE SPACES.
002140     05  CD-RD-REASON         PIC X(26).
002150* EDITED LINE USED TO BUILD THE REPORT TOTALS.
002160 01  CD-SUMMARY-LINE.
002170     05  CD-SL-LABEL          PIC X(30).
002180     05  CD-SL-COUNT          PIC Z,ZZZ,ZZ9.

002190 PROCEDURE DIVISION.

002200*----------------------------------------------------------------
002210* 0000-MAINLINE
002220*     DRIVES THE CUSTOMER NOTICE EXTRACT FROM OPEN THROUGH
002230*     CLOSE.
002240*----------------------------------------------------------------
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-BUILD-NOTICE THRU 2000-EXIT
002280         VARYING CD-NA-IDX FROM 1 BY 1
002290         UNTIL CD-NA-IDX > CD-NACC-LOAD-COUNT.
002300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002310     STOP RUN.

002320*----------------------------------------------------------------
002330* 1000-INITIALIZE
002340*     LOADS THE ACCOUNT MASTER AND THE DAY'S CUSTOMER-FACING
002350*     AUDIT LINES, OPENS THE OUTPUT FILES, STARTS THE CONTROL
002360*     REPORT AND WRITES THE VENDOR FILE HEADER.
002370*----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
002400     ACCEPT CD-WRK-TIME FROM TIME.
002410     MOVE CD-WT-HHMMSS TO CD-START-TIME.
002420     PERFORM 1010-LOAD-ACCT-MASTER THRU 1010-EXIT.
002430     PERFORM 1020-LOAD-AUDIT-LINES THRU 1020-EXIT.
002440     OPEN OUTPUT CD-NOT-FILE.
002450     OPEN OUTPUT CD-RPT-FILE.
002460     MOVE 'CONDNOTC -- CUSTOMER NOTICE EXTRACT CONTROL REPORT'
002470         TO CD-RPT-RECORD.
002480     WRITE CD-RPT-RECORD.
002490     MOVE CD-RUN-DATE          TO CD-RH-DATE.
002500     MOVE CD-RPT-RUN-DATE-LINE TO CD-RPT-RECORD.
002510     WRITE CD-RPT-RECORD.
002520     MOVE SPACES               TO CD-RPT-RECORD.
002530     WRITE CD-RPT-RECORD.
002540     MOVE CD-RPT-HEADING       TO CD-RPT-RECORD.
002550     WRITE CD-RPT-RECORD.
002560     MOVE SPACES               TO CD-NOT-HEADER.
002570     MOVE 'H'                  TO CD-NH-REC-TYPE.
002580     MOVE CD-RUN-DATE          TO CD-NH-FILE-DATE.
002590     WRITE CD-NOT-HEADER.
002600     ADD 1 TO CD-RECORD-COUNT.
002610 1000-EXIT.
002620     EXIT.

002630*----------------------------------------------------------------
002640* 1010-LOAD-ACCT-MASTER
002650*     LOADS THE ACCOUNT MASTER INTO THE IN-CORE TABLE. WITHOUT
002660*     IT NO NOTICE CAN BE ADDRESSED AND NO OPT-OUT HONOURED,
002670*     SO A MISSING OR EMPTY MASTER CANCELS THE RUN.
002680*----------------------------------------------------------------
002690 1010-LOAD-ACCT-MASTER.
002700     OPEN INPUT CD-ACCT-FILE.
002710     IF CD-ACCT-STATUS NOT = '00'
002720         DISPLAY 'CDACCTF OPEN FAILED, STATUS ' CD-ACCT-STATUS
002730         DISPLAY 'ACCOUNT MASTER IS REQUIRED -- RUN CANCELLED'
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     MOVE 'N' TO CD-ACCT-EOF-SW.
002780     PERFORM 1015-LOAD-ONE-ACCT THRU 1015-EXIT
002790         UNTIL CD-ACCT-EOF-YES.
002800     CLOSE CD-ACCT-FILE.
002810     IF CD-ACCT-LOAD-COUNT = ZERO
002820         DISPLAY 'CDACCTF IS EMPTY -- RUN CANCELLED'
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     DISPLAY 'ACCOUNT MASTER LOADED, ' CD-ACCT-LOAD-COUNT
002870         ' ACCOUNTS'.
002880 1010-EXIT.
002890     EXIT.

002900*----------------------------------------------------------------
002910* 1015-LOAD-ONE-ACCT
002920*     READS ONE MASTER RECORD INTO THE NEXT TABLE SLOT. A
002930*     BLANK NOTICE FLAG ON AN OLD RECORD IS NORMAL.
002940*----------------------------------------------------------------
002950 1015-LOAD-ONE-ACCT.
002960     READ CD-ACCT-FILE
002970         AT END
002980             MOVE 'Y' TO CD-ACCT-EOF-SW
002990         NOT AT END
003000             IF CD-ACCT-LOAD-COUNT >= 5000
003010                 DISPLAY 'ACCOUNT MASTER EXCEEDS THE 5000-ENTRY'
003020                     ' TABLE -- RUN CANCELLED'
003030                 MOVE 16 TO RETURN-CODE
003040                 STOP RUN
003050             END-IF
003060             ADD 1 TO CD-ACCT-LOAD-COUNT
003070             MOVE CD-AM-ACCT-NO
003080                 TO CD-AT-ACCT-NO (CD-ACCT-LOAD-COUNT)
003090             MOVE CD-AM-NAME
003100                 TO CD-AT-NAME (CD-ACCT-LOAD-COUNT)
003110             IF CD-AM-NOTICE-FLAG = SPACE
003120                 MOVE 'N'
003130                     TO CD-AT-NOTICE-FLAG (CD-ACCT-LOAD-COUNT)
003140             ELSE
003150                 MOVE CD-AM-NOTICE-FLAG
003160                     TO CD-AT-NOTICE-FLAG (CD-ACCT-LOAD-COUNT)
003170             END-IF
003180     END-READ.
003190 1015-EXIT.
003200     EXIT.

003210*----------------------------------------------------------------
003220* 1020-LOAD-AUDIT-LINES
003230*     READS THE DAY'S AUDIT LOG, KEEPING THE CUSTOMER-FACING
003240*     LINES. A MISSING LOG IS A SCHEDULING ERROR -- RUNNING
003250*     WITHOUT IT WOULD QUIETLY SEND NO NOTICES -- SO THE RUN
003260*     IS CANCELLED.
003270*----------------------------------------------------------------
003280 1020-LOAD-AUDIT-LINES.
003290     OPEN INPUT CD-AUD-FILE.
003300     IF CD-AUD-STATUS NOT = '00'
003310         DISPLAY 'CDAUDF OPEN FAILED, STATUS ' CD-AUD-STATUS
003320         DISPLAY 'AUDIT LOG IS REQUIRED -- RUN CANCELLED'
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     MOVE 'N' TO CD-AUD-EOF-SW.
003370     PERFORM 1025-LOAD-ONE-LINE THRU 1025-EXIT
003380         UNTIL CD-AUD-EOF-YES.
003390     CLOSE CD-AUD-FILE.
003400     DISPLAY 'AUDIT LINES READ ' CD-AUD-READ-COUNT
003410         ', CUSTOMER-FACING ' CD-ITEM-LOAD-COUNT
003420         ', ACCOUNTS ' CD-NACC-LOAD-COUNT.
003430 1020-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460* 1025-LOAD-ONE-LINE
003470*     READS ONE AUDIT LINE. A FAIL, HOLD-FAIL OR ESC-WOFF LINE
003480*     GOES INTO THE NEXT ITEM TABLE SLOT AND ITS ACCOUNT IS
003490*     NOTED FOR A NOTICE. EVERY OTHER DISPOSITION IS PASSED
003500*     OVER. MORE LINES THAN THE TABLE HOLDS CANCELS THE RUN
003510*     RATHER THAN MAILING A PARTIAL NOTICE.
003520*----------------------------------------------------------------
003530 1025-LOAD-ONE-LINE.
003540     READ CD-AUD-FILE
003550         AT END
003560             MOVE 'Y' TO CD-AUD-EOF-SW
003570             GO TO 1025-EXIT
003580     END-READ.
003590     ADD 1 TO CD-AUD-READ-COUNT.
003600     IF CD-A-DISPOSITION NOT = 'FAIL'
003610        AND CD-A-DISPOSITION NOT = 'HOLD-FAIL'
003620        AND CD-A-DISPOSITION NOT = 'ESC-WOFF'
003630         GO TO 1025-EXIT
003640     END-IF.
003650     IF CD-ITEM-LOAD-COUNT >= 9000
003660         DISPLAY 'CUSTOMER-FACING LINES EXCEED THE 9000-ENTRY'
003670             ' TABLE -- RUN CANCELLED'
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     ADD 1 TO CD-ITEM-LOAD-COUNT.
003720     MOVE CD-A-ACCT-NO     TO CD-IT-ACCT-NO (CD-ITEM-LOAD-COUNT).
003730     MOVE CD-A-DISPOSITION
003740         TO CD-IT-DISPOSITION (CD-ITEM-LOAD-COUNT).
003750     MOVE CD-A-DATE
003755         TO CD-IT-DISP-DATE (CD-ITEM-LOAD-COUNT).
003760     MOVE CD-A-NUM1        TO CD-IT-NUM1 (CD-ITEM-LOAD-COUNT).
003770     MOVE CD-A-NUM2        TO CD-IT-NUM2 (CD-ITEM-LOAD-COUNT).
003780     MOVE CD-A-NUM3        TO CD-IT-NUM3 (CD-ITEM-LOAD-COUNT).
003790     MOVE CD-A-NUM4        TO CD-IT-NUM4 (CD-ITEM-LOAD-COUNT).
003800     MOVE CD-A-CLASS1      TO CD-IT-CLASS1 (CD-ITEM-LOAD-COUNT).
003810     MOVE CD-A-CHECK-VAL
003815         TO CD-IT-CHECK-VAL (CD-ITEM-LOAD-COUNT).
003820     MOVE CD-A-SOURCE-ID
003825         TO CD-IT-SOURCE-ID (CD-ITEM-LOAD-COUNT).
003830     PERFORM 1030-NOTE-ACCOUNT THRU 1030-EXIT.
003840 1025-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870* 1030-NOTE-ACCOUNT
003880*     ADDS THE LINE'S ACCOUNT TO THE NOTICE ACCOUNT TABLE THE
003890*     FIRST TIME IT IS SEEN AND COUNTS THE LINE AGAINST IT.
003900*----------------------------------------------------------------
003910 1030-NOTE-ACCOUNT.
003920     MOVE 'N'  TO CD-NA-HIT-SW.
003930     MOVE ZERO TO CD-NA-HIT-IDX.
003940     PERFORM 1035-TEST-ONE-NACC THRU 1035-EXIT
003950         VARYING CD-NA-IDX FROM 1 BY 1
003960         UNTIL CD-NA-IDX > CD-NACC-LOAD-COUNT
003970             OR CD-NACC-HIT.
003980     IF CD-NACC-HIT
003990         ADD 1 TO CD-NA-ITEM-COUNT (CD-NA-HIT-IDX)
004000         GO TO 1030-EXIT
004010     END-IF.
004020     IF CD-NACC-LOAD-COUNT >= 5000
004030         DISPLAY 'NOTICE ACCOUNTS EXCEED THE 5000-ENTRY'
004040             ' TABLE -- RUN CANCELLED'
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080     ADD 1 TO CD-NACC-LOAD-COUNT.
004090     MOVE CD-A-ACCT-NO TO CD-NA-ACCT-NO (CD-NACC-LOAD-COUNT).
004100     MOVE 1            TO CD-NA-ITEM-COUNT (CD-NACC-LOAD-COUNT).
004110 1030-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140* 1035-TEST-ONE-NACC
004150*     TESTS ONE NOTICE ACCOUNT ENTRY AGAINST THE LINE'S
004160*     ACCOUNT NUMBER.
004170*----------------------------------------------------------------
004180 1035-TEST-ONE-NACC.
004190     IF CD-NA-ACCT-NO (CD-NA-IDX) = CD-A-ACCT-NO
004200         MOVE 'Y' TO CD-NA-HIT-SW
004210         MOVE CD-NA-IDX TO CD-NA-HIT-IDX.
004220 1035-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------
004250* 2000-BUILD-NOTICE
004260*     BUILDS THE NOTICE FOR ONE ACCOUNT. AN ACCOUNT NOT ON THE
004270*     MASTER, OPTED OUT OR DECEASED IS LISTED ON THE CONTROL
004280*     REPORT INSTEAD; OTHERWISE THE 'N' NOTICE RECORD IS
004290*     WRITTEN FOLLOWED BY AN 'I' ITEM RECORD FOR EACH OF THE
004300*     ACCOUNT'S SELECTED LINES.
004310*----------------------------------------------------------------
004320 2000-BUILD-NOTICE.
004330     PERFORM 2010-FIND-ACCOUNT THRU 2010-EXIT.
004340     MOVE CD-NA-ACCT-NO (CD-NA-IDX)    TO CD-RD-ACCT-NO.
004350     MOVE CD-NA-ITEM-COUNT (CD-NA-IDX) TO CD-RD-ITEMS.
004360     IF NOT CD-ACCT-HIT
004370         ADD 1 TO CD-NOACCT-ACCT-COUNT
004380         ADD CD-NA-ITEM-COUNT (CD-NA-IDX) TO CD-NOACCT-ITEM-COUNT
004390         MOVE SPACES                  TO CD-RD-NAME
004400         MOVE 'NOT ON ACCOUNT MASTER' TO CD-RD-REASON
004410         PERFORM 2800-WRITE-SKIP-LINE THRU 2800-EXIT
004420         GO TO 2000-EXIT
004430     END-IF.
004440     MOVE CD-AT-NAME (CD-HIT-IDX) TO CD-RD-NAME.
004450     IF CD-AT-NOTICE-FLAG (CD-HIT-IDX) = 'O'
004460         ADD 1 TO CD-OPTOUT-ACCT-COUNT
004470         ADD CD-NA-ITEM-COUNT (CD-NA-IDX) TO CD-OPTOUT-ITEM-COUNT
004480         MOVE 'OPTED OUT OF MAILINGS' TO CD-RD-REASON
004490         PERFORM 2800-WRITE-SKIP-LINE THRU 2800-EXIT
004500         GO TO 2000-EXIT
004510     END-IF.
004520     IF CD-AT-NOTICE-FLAG (CD-HIT-IDX) = 'D'
004530         ADD 1 TO CD-DECSD-ACCT-COUNT
004540         ADD CD-NA-ITEM-COUNT (CD-NA-IDX) TO CD-DECSD-ITEM-COUNT
004550         MOVE 'DECEASED'              TO CD-RD-REASON
004560         PERFORM 2800-WRITE-SKIP-LINE THRU 2800-EXIT
004570         GO TO 2000-EXIT
004580     END-IF.
004590     MOVE SPACES                       TO CD-NOT-NOTICE.
004600     MOVE 'N'                          TO CD-NN-REC-TYPE.
004610     MOVE CD-NA-ACCT-NO (CD-NA-IDX)    TO CD-NN-ACCT-NO.
004620     MOVE CD-AT-NAME (CD-HIT-IDX)      TO CD-NN-NAME.
004630     MOVE CD-RUN-DATE                  TO CD-NN-NOTICE-DATE.
004640     MOVE CD-NA-ITEM-COUNT (CD-NA-IDX) TO CD-NN-ITEM-COUNT.
004650     WRITE CD-NOT-NOTICE.
004660     ADD 1 TO CD-NOTICE-COUNT.
004670     ADD 1 TO CD-RECORD-COUNT.
004680     PERFORM 2100-WRITE-ITEM THRU 2100-EXIT
004690         VARYING CD-IT-IDX FROM 1 BY 1
004700         UNTIL CD-IT-IDX > CD-ITEM-LOAD-COUNT.
004710 2000-EXIT.
004720     EXIT.

004730*----------------------------------------------------------------
004740* 2010-FIND-ACCOUNT
004750*     SEARCHES THE ACCOUNT TABLE FOR THE NOTICE ACCOUNT.
004760*----------------------------------------------------------------
004770 2010-FIND-ACCOUNT.
004780     MOVE 'N'  TO CD-HIT-SW.
004790     MOVE ZERO TO CD-HIT-IDX.
004800     PERFORM 2015-TEST-ONE-ACCT THRU 2015-EXIT
004810         VARYING CD-AM-IDX FROM 1 BY 1
004820         UNTIL CD-AM-IDX > CD-ACCT-LOAD-COUNT
004830             OR CD-ACCT-HIT.
004840 2010-EXIT.
004850     EXIT.

004860*----------------------------------------------------------------
004870* 2015-TEST-ONE-ACCT
004880*     TESTS ONE ACCOUNT TABLE ENTRY AGAINST THE NOTICE ACCOUNT.
004890*----------------------------------------------------------------
004900 2015-TEST-ONE-ACCT.
004910     IF CD-AT-ACCT-NO (CD-AM-IDX) = CD-NA-ACCT-NO (CD-NA-IDX)
004920         MOVE 'Y' TO CD-HIT-SW
004930         MOVE CD-AM-IDX TO CD-HIT-IDX.
004940 2015-EXIT.
004950     EXIT.

004960*----------------------------------------------------------------
004970* 2100-WRITE-ITEM
004980*     WRITES ONE 'I' ITEM RECORD WHEN THE ITEM TABLE ENTRY
004990*     BELONGS TO THE CURRENT NOTICE'S ACCOUNT.
005000*----------------------------------------------------------------
005010 2100-WRITE-ITEM.
005020     IF CD-IT-ACCT-NO (CD-IT-IDX) NOT = CD-NA-ACCT-NO (CD-NA-IDX)
005030         GO TO 2100-EXIT
005040     END-IF.
005050     MOVE SPACES                         TO CD-NOT-ITEM.
005060     MOVE 'I'                            TO CD-NI-REC-TYPE.
005070     MOVE CD-IT-ACCT-NO (CD-IT-IDX)      TO CD-NI-ACCT-NO.
005080     MOVE CD-IT-DISPOSITION (CD-IT-IDX)  TO CD-NI-DISPOSITION.
005090     MOVE CD-IT-DISP-DATE (CD-IT-IDX)    TO CD-NI-DISP-DATE.
005100     MOVE CD-IT-NUM1 (CD-IT-IDX)         TO CD-NI-NUM1.
005110     MOVE CD-IT-NUM2 (CD-IT-IDX)         TO CD-NI-NUM2.
005120     MOVE CD-IT-NUM3 (CD-IT-IDX)         TO CD-NI-NUM3.
005130     MOVE CD-IT-NUM4 (CD-IT-IDX)         TO CD-NI-NUM4.
005140     MOVE CD-IT-CLASS1 (CD-IT-IDX)       TO CD-NI-CLASS1.
005150     MOVE CD-IT-CHECK-VAL (CD-IT-IDX)    TO CD-NI-CHECK-VAL.
005160     MOVE CD-IT-SOURCE-ID (CD-IT-IDX)    TO CD-NI-SOURCE-ID.
005170     WRITE CD-NOT-ITEM.
005180     ADD 1 TO CD-NOTICE-ITEM-COUNT.
005190     ADD 1 TO CD-RECORD-COUNT.
005200 2100-EXIT.
005210     EXIT.

005220*----------------------------------------------------------------
005230* 2800-WRITE-SKIP-LINE
005240*     LISTS ONE ACCOUNT THAT GOT NO NOTICE ON THE CONTROL
005250*     REPORT WITH THE REASON.
005260*----------------------------------------------------------------
005270 2800-WRITE-SKIP-LINE.
005280     MOVE CD-RPT-DETAIL TO CD-RPT-RECORD.
005290     WRITE CD-RPT-RECORD.
005300 2800-EXIT.
005310     EXIT.

005320*----------------------------------------------------------------
005330* 3000-TERMINATE
005340*     WRITES THE COUNTED VENDOR FILE TRAILER, APPENDS THE
005350*     TOTALS TO THE CONTROL REPORT AND CLOSES THE FILES. AN
005360*     ACCOUNT MISSING FROM THE MASTER LEAVES A WARNING
005370*     CONDITION CODE FOR THE SCHEDULER.
005380*----------------------------------------------------------------
005390 3000-TERMINATE.
005400     ADD 1 TO CD-RECORD-COUNT.
005410     MOVE SPACES               TO CD-NOT-TRAILER.
005420     MOVE 'T'                  TO CD-NT-REC-TYPE.
005430     MOVE CD-NOTICE-COUNT      TO CD-NT-NOTICE-COUNT.
005440     MOVE CD-NOTICE-ITEM-COUNT TO CD-NT-ITEM-COUNT.
005450     MOVE CD-RECORD-COUNT      TO CD-NT-RECORD-COUNT.
005460     WRITE CD-NOT-TRAILER.
005470     MOVE SPACES               TO CD-RPT-RECORD.
005480     WRITE CD-RPT-RECORD.
005490     MOVE 'AUDIT LINES READ'   TO CD-SL-LABEL.
005500     MOVE CD-AUD-READ-COUNT    TO CD-SL-COUNT.
005510     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005520     MOVE 'CUSTOMER-FACING LINES' TO CD-SL-LABEL.
005530     MOVE CD-ITEM-LOAD-COUNT   TO CD-SL-COUNT.
005540     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005550     MOVE 'ACCOUNTS CONCERNED' TO CD-SL-LABEL.
005560     MOVE CD-NACC-LOAD-COUNT   TO CD-SL-COUNT.
005570     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005580     MOVE 'NOTICES WRITTEN'    TO CD-SL-LABEL.
005590     MOVE CD-NOTICE-COUNT      TO CD-SL-COUNT.
005600     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005610     MOVE 'VALUE SETS ON NOTICES' TO CD-SL-LABEL.
005620     MOVE CD-NOTICE-ITEM-COUNT TO CD-SL-COUNT.
005630     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005640     MOVE 'SKIPPED OPT-OUT ACCOUNTS' TO CD-SL-LABEL.
005650     MOVE CD-OPTOUT-ACCT-COUNT TO CD-SL-COUNT.
005660     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005670     MOVE 'SKIPPED OPT-OUT VALUE SETS' TO CD-SL-LABEL.
005680     MOVE CD-OPTOUT-ITEM-COUNT TO CD-SL-COUNT.
005690     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005700     MOVE 'SKIPPED DECEASED ACCOUNTS' TO CD-SL-LABEL.
005710     MOVE CD-DECSD-ACCT-COUNT  TO CD-SL-COUNT.
005720     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005730     MOVE 'SKIPPED DECEASED VALUE SETS' TO CD-SL-LABEL.
005740     MOVE CD-DECSD-ITEM-COUNT  TO CD-SL-COUNT.
005750     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005760     MOVE 'ACCOUNTS NOT ON MASTER' TO CD-SL-LABEL.
005770     MOVE CD-NOACCT-ACCT-COUNT TO CD-SL-COUNT.
005780     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005790     MOVE 'VALUE SETS NOT ON MASTER' TO CD-SL-LABEL.
005800     MOVE CD-NOACCT-ITEM-COUNT TO CD-SL-COUNT.
005810     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005820     MOVE 'VENDOR FILE RECORDS' TO CD-SL-LABEL.
005830     MOVE CD-RECORD-COUNT      TO CD-SL-COUNT.
005840     PERFORM 3010-WRITE-TOTAL THRU 3010-EXIT.
005850     CLOSE CD-NOT-FILE.
005860     CLOSE CD-RPT-FILE.
005870     IF CD-NOACCT-ACCT-COUNT > ZERO
005880         MOVE 4 TO RETURN-CODE
005890     END-IF.
005900     DISPLAY 'CONDNOTC COMPLETE -- NOTICES ' CD-NOTICE-COUNT
005910         ' ITEMS ' CD-NOTICE-ITEM-COUNT
005920         ' SKIPPED OPT-OUT ' CD-OPTOUT-ACCT-COUNT
005930         ' DECEASED ' CD-DECSD-ACCT-COUNT
005940         ' NOT ON MASTER ' CD-NOACCT-ACCT-COUNT '.'.
005950     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
005960 3000-EXIT.
005970     EXIT.

005980*----------------------------------------------------------------
005990* 3010-WRITE-TOTAL
006000*     WRITES ONE TOTAL LINE TO THE CONTROL REPORT.
006010*----------------------------------------------------------------
006020 3010-WRITE-TOTAL.
006030     MOVE CD-SUMMARY-LINE TO CD-RPT-RECORD.
006040     WRITE CD-RPT-RECORD.
006050 3010-EXIT.
006060     EXIT.

006070*----------------------------------------------------------------
006080* 3900-WRITE-RUN-STATUS
006090*     APPENDS THIS STEP'S RECORD TO THE SHARED RUN-STATUS
006100*     FILE FOR THE CONDOPSR OPERATIONS FLOW REPORT.
006110*----------------------------------------------------------------
006120 3900-WRITE-RUN-STATUS.
006130     OPEN EXTEND CD-RUNS-FILE.
006140     MOVE 'CONDNOTC'       TO CD-RS-PROGRAM.
006150     MOVE ZERO             TO CD-RS-STREAM-ID.
006160     MOVE CD-RUN-DATE      TO CD-RS-RUN-DATE.
006170     MOVE CD-START-TIME    TO CD-RS-START-TIME.
006180     ACCEPT CD-WRK-TIME FROM TIME.
006190     MOVE CD-WT-HHMMSS     TO CD-RS-END-TIME.
006200     MOVE RETURN-CODE      TO CD-RS-RETURN-CODE.
006210     MOVE CD-AUD-READ-COUNT TO CD-RS-IN-COUNT.
006220     MOVE CD-NOTICE-COUNT  TO CD-RS-OUT-COUNT.
006230     WRITE CD-RS-RECORD.
006240     CLOSE CD-RUNS-FILE.
006250 3900-EXIT.
006260     EXIT.
