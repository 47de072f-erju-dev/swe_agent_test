000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDQROL.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     MONTH-END QUEUE ROLL-FORWARD. AUDIT ASKS EVERY MONTH FOR
000100*     PROOF THAT THE HOLD, ESCALATION AND SUSPENSE QUEUES
000110*     ROLL: OPENING PLUS NEW LESS CLEARED LESS AGED/DROPPED
000120*     EQUALS CLOSING, AND EACH DAY'S CLOSING IS THE NEXT DAY'S
000130*     OPENING. UNTIL NOW IT WAS PIECED TOGETHER FROM THE DAILY
000140*     CDHRPT, CDERPT AND CDSRPT PRINTOUTS.
000150*
000160*     READS A REPORT-MONTH CARD (YYYYMM) AND THE CUMULATIVE
000170*     QUEUE-MOVEMENT FILE CONDHOLD, CONDESCD, CONDSUSP AND
000180*     CONDBACK APPEND TO (CDQMOV LAYOUT). THE FILE IS READ ONCE
000190*     PER QUEUE. FOR EACH QUEUE IT PRINTS ONE LINE PER RUN IN
000200*     THE MONTH, PROVING THAT THE RUN FOOTS AND THAT ITS
000210*     OPENING IS THE CLOSING OF THE QUEUE'S PREVIOUS RUN --
000220*     FOR THE FIRST RUN OF THE MONTH, THE LAST RUN OF THE
000230*     MONTH BEFORE. IT THEN PRINTS THE MONTH'S ROLL-FORWARD BY
000240*     CLEARED TYPE AND THE AGED BREAKDOWN OF THE CLOSING ITEMS
000250*     FROM THE LAST QUEUE RUN OF THE MONTH.
000260*
000270*     ANY BREAK -- A DAY THAT DOES NOT FOOT, AN OPENING THAT
000280*     IS NOT THE PRIOR CLOSING, RUNS OUT OF DATE ORDER, AGE
000290*     BANDS THAT DO NOT FOOT TO THE CLOSING, OR A DAMAGED
000300*     RECORD -- IS FLAGGED AND ENDS THE RUN RC 16. A QUEUE
000310*     WITH NO RUNS IN THE MONTH ENDS IT RC 4.
000320*
000330*     AN AUTHORIZED RERUN OF A BUSINESS DAY APPENDS A SECOND
000340*     RECORD FOR THE DAY. EACH PASS FIRST NOTES THE LAST RECORD
000350*     FOR EVERY PROGRAM AND BUSINESS DAY (CD-QM-BUS-DATE) IN THE
000360*     MONTH AND THE MONTH BEFORE; AN EARLIER RECORD FOR THE SAME
000370*     DAY IS LISTED AS REPLACED AND NOT ROLLED. CONDBACK RECORDS
000380*     AND OLD RECORDS WITH NO BUSINESS DAY ARE ALWAYS ROLLED.
000390*     A CONDBACK RECORD FOR THE QUEUE ENDS THE RUNS ANY LATER
000400*     RECORD CAN REPLACE -- THE REPOST OF A BACKED-OUT DAY
000410*     OPENS ON THE BACKOUT'S CLOSING, SO THE ORIGINAL RUN, THE
000420*     BACKOUT AND THE REPOST ARE ALL ROLLED, IN THAT ORDER.
000430*
000440* MAINTENANCE HISTORY.
000450*     10/15/2026  DL   ORIGINAL PROGRAM.
000460*     10/15/2026  DL   EACH QUEUE PASS NOW PRE-READS THE FILE FOR
000470*                      THE LAST RECORD PER PROGRAM AND BUSINESS
000480*                      DAY -- A RUN REPLACED BY AN AUTHORIZED
000490*                      RERUN OF ITS DAY IS LISTED AND NOT ROLLED,
000500*                      INSTEAD OF BREAKING THE CHAIN.
000510*     10/15/2026  DL   A RERUN NO LONGER REPLACES A RUN THAT A
000520*                      CONDBACK BACKOUT OF THE QUEUE FOLLOWED --
000530*                      THE REPOST OF A BACKED-OUT DAY CHAINS ON
000540*                      THE BACKOUT INSTEAD OF BREAKING.
000550*----------------------------------------------------------------

000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CD-MPARM-FILE  ASSIGN TO CDMPARM
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT CD-QMOV-FILE   ASSIGN TO CDQMOVF
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT CD-MRPT-FILE   ASSIGN TO CDMRPT
000640         ORGANIZATION IS LINE SEQUENTIAL.

000650 DATA DIVISION.
000660 FILE SECTION.
000670* REPORT-MONTH PARAMETER CARD.
000680 FD  CD-MPARM-FILE.
000690 01  CD-MPARM-RECORD.
000700     05  CD-MP-MONTH          PIC 9(06).
000710     05  FILLER               PIC X(74).

000720* CUMULATIVE QUEUE-MOVEMENT FILE -- ONE RECORD PER QUEUE RUN,
000730* IN THE ORDER THE RUNS FINISHED.
000740 FD  CD-QMOV-FILE.
000750 COPY CDQMOV.

000760* MONTH-END ROLL-FORWARD REPORT.
000770 FD  CD-MRPT-FILE.
000780 01  CD-MRPT-RECORD       PIC X(80).

000790 WORKING-STORAGE SECTION.
000800* THE QUEUES ROLLED FORWARD, IN REPORT ORDER, WITH THE TWO
000810* CLEARED TYPES EACH QUEUE'S PROGRAM RECORDS.
000820 01  CD-QUEUE-VALUES.
000830     05  FILLER               PIC X(12) VALUE 'HOLDPASSFAIL'.
000840     05  FILLER               PIC X(12) VALUE 'ESC PASSWOFF'.
000850     05  FILLER               PIC X(12) VALUE 'SUSPRPRS    '.
000860 01  CD-QUEUE-TABLE REDEFINES CD-QUEUE-VALUES.
000870     05  CD-QT-ENTRY OCCURS 3 TIMES.
000880         10  CD-QT-QUEUE      PIC X(04).
000890         10  CD-QT-CLR1-TYPE  PIC X(04).
000900         10  CD-QT-CLR2-TYPE  PIC X(04).
000910 01  CD-Q-IDX             PIC 9(02) COMP.
000920* AGE BAND LABELS, MATCHING THE CDQMOV AGE BANDS.
000930 01  CD-BAND-LABEL-VALUES.
000940     05  FILLER               PIC X(20) VALUE '  HELD 0-2 DAYS'.
000950     05  FILLER               PIC X(20) VALUE '  HELD 3-5 DAYS'.
000960     05  FILLER               PIC X(20) VALUE '  HELD 6-10 DAYS'.
000970     05  FILLER               PIC X(20) VALUE '  HELD 11-30 DAYS'.
000980     05  FILLER               PIC X(20) VALUE '  OVER 30 DAYS'.
000990 01  CD-BAND-LABEL-TABLE REDEFINES CD-BAND-LABEL-VALUES.
001000     05  CD-BAND-LABEL OCCURS 5 TIMES
001010                              PIC X(20).
001020 01  CD-AB-IDX            PIC 9(02) COMP.
001030* ONE QUEUE'S MONTH -- CLEARED AT THE START OF EACH QUEUE'S
001040* PASS OVER THE FILE. CD-QA-PRIOR- IS THE QUEUE'S LAST RUN
001050* READ SO FAR, IN OR BEFORE THE MONTH.
001060 01  CD-QA-PRIOR-SW       PIC X(01) VALUE 'N'.
001070         88  CD-QA-PRIOR-YES      VALUE 'Y'.
001080 01  CD-QA-PRIOR-DATE     PIC 9(08) VALUE ZERO.
001090 01  CD-QA-PRIOR-CLOSING  PIC 9(07) VALUE ZERO.
001100 01  CD-QA-DAYS           PIC 9(05) COMP VALUE ZERO.
001110 01  CD-QA-BREAKS         PIC 9(05) COMP VALUE ZERO.
001120 01  CD-QA-FIRST-DATE     PIC 9(08) VALUE ZERO.
001130 01  CD-QA-LAST-DATE      PIC 9(08) VALUE ZERO.
001140 01  CD-QA-OPENING        PIC S9(09) COMP VALUE ZERO.
001150 01  CD-QA-NEW            PIC S9(09) COMP VALUE ZERO.
001160 01  CD-QA-CLR1           PIC S9(09) COMP VALUE ZERO.
001170 01  CD-QA-CLR2           PIC S9(09) COMP VALUE ZERO.
001180 01  CD-QA-DROPPED        PIC S9(09) COMP VALUE ZERO.
001190 01  CD-QA-BACKED-OUT     PIC S9(09) COMP VALUE ZERO.
001200 01  CD-QA-CLOSING        PIC S9(09) COMP VALUE ZERO.
001210 01  CD-QA-ROLLED         PIC S9(09) COMP VALUE ZERO.
001220 01  CD-QA-REPLACED       PIC 9(05) COMP VALUE ZERO.
001230* AGED BREAKDOWN FROM THE QUEUE'S LAST OWN RUN IN THE MONTH
001240* (A BACKOUT DOES NOT RE-AGE THE QUEUE).
001250 01  CD-QA-AGE-SW         PIC X(01) VALUE 'N'.
001260         88  CD-QA-AGE-YES        VALUE 'Y'.
001270 01  CD-QA-AGE-DATE       PIC 9(08) VALUE ZERO.
001280 01  CD-QA-AGE-LIMIT      PIC 9(03) VALUE ZERO.
001290 01  CD-QA-AGED-OPEN      PIC 9(07) VALUE ZERO.
001300 01  CD-QA-AGE-CLOSING    PIC 9(07) VALUE ZERO.
001310 01  CD-QA-BAND-AREA.
001320     05  CD-QA-BAND OCCURS 5 TIMES
001330                              PIC 9(07).
001340 01  CD-BAND-TOTAL        PIC 9(09) COMP VALUE ZERO.
001350* ONE RUN'S WORK FIELDS.
001360 01  CD-DW-NEW            PIC S9(09) COMP VALUE ZERO.
001370 01  CD-DW-BALANCE        PIC S9(09) COMP VALUE ZERO.
001380 01  CD-DAY-FLAG          PIC X(08) VALUE SPACES.
001390 01  CD-BREAK-FLAG        PIC X(08) VALUE SPACES.
001400* RUN CONTROL SWITCHES AND WORK FIELDS.
001410 01  CD-QMOV-EOF-SW       PIC X(01) VALUE 'N'.
001420         88  CD-QMOV-EOF-YES      VALUE 'Y'.
001430 01  CD-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
001440 01  CD-TOTAL-BREAKS      PIC 9(05) COMP VALUE ZERO.
001450 01  CD-EMPTY-QUEUES      PIC 9(02) COMP VALUE ZERO.
001460 01  CD-RPT-MONTH         PIC 9(06) VALUE ZERO.
001470 01  CD-RPT-MONTH-R REDEFINES CD-RPT-MONTH.
001480     05  CD-RM-YEAR           PIC 9(04).
001490     05  CD-RM-MONTH          PIC 9(02).
001500 01  CD-REC-MONTH         PIC 9(06) VALUE ZERO.
001510 01  CD-REC-DAY           PIC 9(02) VALUE ZERO.
001520 01  CD-PRV-MONTH         PIC 9(06) VALUE ZERO.
001530 01  CD-BUS-MONTH         PIC 9(06) VALUE ZERO.
001540* LAST RECORD READ FOR EACH PROGRAM AND BUSINESS DAY OF THE
001550* QUEUE IN THE MONTH AND THE MONTH BEFORE -- BUILT BY THE
001560* PRE-READ AT THE START OF EACH QUEUE'S PASS.
001570 01  CD-KEEP-TABLE.
001580     05  CD-KP-ENTRY OCCURS 400 TIMES.
001590         10  CD-KP-PROGRAM    PIC X(08).
001600         10  CD-KP-BUS-DATE   PIC 9(08).
001610         10  CD-KP-LAST-REC   PIC 9(09) COMP.
001620 01  CD-KP-MAX            PIC 9(05) COMP VALUE 400.
001630 01  CD-KP-COUNT          PIC 9(05) COMP VALUE ZERO.
001640 01  CD-KP-IDX            PIC 9(05) COMP VALUE ZERO.
001650 01  CD-KP-HIT            PIC 9(05) COMP VALUE ZERO.
001660 01  CD-KP-KEY-SW         PIC X(01) VALUE 'N'.
001670         88  CD-KP-KEY-YES        VALUE 'Y'.
001680 01  CD-KP-FOUND-SW       PIC X(01) VALUE 'N'.
001690         88  CD-KP-FOUND-YES      VALUE 'Y'.
001700 01  CD-KP-FULL-SW        PIC X(01) VALUE 'N'.
001710         88  CD-KP-FULL-YES       VALUE 'Y'.
001720* RUNS REPLACED BY A LATER RERUN OF THE SAME DAY -- THEIR RECORD
001730* NUMBERS IN THE QUEUE'S PASS, LISTED BY THE PRE-READ.
001740 01  CD-REPLACED-TABLE.
001750     05  CD-RP-REC OCCURS 400 TIMES
001760                              PIC 9(09) COMP.
001770 01  CD-RP-MAX            PIC 9(05) COMP VALUE 400.
001780 01  CD-RP-COUNT          PIC 9(05) COMP VALUE ZERO.
001790 01  CD-RP-IDX            PIC 9(05) COMP VALUE ZERO.
001800 01  CD-RP-FOUND-SW       PIC X(01) VALUE 'N'.
001810         88  CD-RP-FOUND-YES      VALUE 'Y'.
001820* REPORT LINES.
001830 01  CD-MRPT-MONTH-LINE.
001840     05  FILLER               PIC X(13) VALUE 'REPORT MONTH '.
001850     05  CD-ML-MONTH          PIC 9(06).
001860     05  FILLER               PIC X(61) VALUE SPACES.
001870 01  CD-MRPT-QUEUE-LINE.
001880     05  FILLER               PIC X(06) VALUE 'QUEUE '.
001890     05  CD-QL-QUEUE          PIC X(04).
001900     05  FILLER               PIC X(70) VALUE SPACES.
001910 01  CD-MRPT-HEADING.
001920     05  FILLER               PIC X(08) VALUE 'RUN DATE'.
001930     05  FILLER               PIC X(09) VALUE '  OPENING'.
001940     05  FILLER               PIC X(09) VALUE '      NEW'.
001950     05  FILLER               PIC X(05) VALUE SPACES.
001960     05  CD-MH-CLR1-TYPE      PIC X(04).
001970     05  FILLER               PIC X(05) VALUE SPACES.
001980     05  CD-MH-CLR2-TYPE      PIC X(04).
001990     05  FILLER               PIC X(09) VALUE '  AGE/DRP'.
002000     05  FILLER               PIC X(09) VALUE '  BACKOUT'.
002010     05  FILLER               PIC X(09) VALUE '  CLOSING'.
002020     05  FILLER               PIC X(05) VALUE ' FLAG'.
002030     05  FILLER               PIC X(04) VALUE SPACES.
002040 01  CD-MRPT-DETAIL.
002050     05  CD-MD-DATE           PIC 9(08).
002060     05  FILLER               PIC X(01) VALUE SPACE.
002070     05  CD-MD-OPENING        PIC Z(07)9.
002080     05  FILLER               PIC X(01) VALUE SPACE.
002090     05  CD-MD-NEW            PIC -(07)9.
002100     05  FILLER               PIC X(01) VALUE SPACE.
002110     05  CD-MD-CLR1           PIC Z(07)9.
002120     05  FILLER               PIC X(01) VALUE SPACE.
002130     05  CD-MD-CLR2           PIC Z(07)9.
002140     05  FILLER               PIC X(01) VALUE SPACE.
002150     05  CD-MD-DROPPED        PIC Z(07)9.
002160     05  FILLER               PIC X(01) VALUE SPACE.
002170     05  CD-MD-BACKED-OUT     PIC Z(07)9.
002180     05  FILLER               PIC X(01) VALUE SPACE.
002190     05  CD-MD-CLOSING        PIC Z(07)9.
002200     05  FILLER               PIC X(01) VALUE SPACE.
002210     05  CD-MD-FLAG           PIC X(08).
002220 01  CD-MRPT-LEGEND-1.
002230     05  FILLER               PIC X(40) VALUE
002240         'FLAGS: CHAIN    OPENING IS NOT THE PRIOR'.
002250     05  FILLER               PIC X(40) VALUE
002260         ' RUN''S CLOSING                          '.
002270 01  CD-MRPT-LEGEND-2.
002280     05  FILLER               PIC X(40) VALUE
002290         '       BALANCE  THE RUN DOES NOT FOOT   '.
002300     05  FILLER               PIC X(40) VALUE
002310         '  READ<OPN  FEWER READ THAN CARRIED IN  '.
002320 01  CD-MRPT-LEGEND-3.
002330     05  FILLER               PIC X(40) VALUE
002340         '       DATE SEQ RUN DATED BEFORE THE PRI'.
002350     05  FILLER               PIC X(40) VALUE
002360         'OR RUN  BACKOUT  CONDBACK PULLED ITEMS  '.
002370* EDITED LINE USED TO BUILD THE ROLL-FORWARD AND TOTALS.
002380 01  CD-SUMMARY-LINE.
002390     05  CD-SL-LABEL          PIC X(30).
002400     05  CD-SL-COUNT          PIC ZZZ,ZZZ,ZZ9-.

002410 PROCEDURE DIVISION.

002420*----------------------------------------------------------------
002430* 0000-MAINLINE
002440*     DRIVES THE ROLL-FORWARD FROM PARAMETER CARD THROUGH
002450*     PRINT, ONE PASS OF THE MOVEMENT FILE PER QUEUE.
002460*----------------------------------------------------------------
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-ROLL-ONE-QUEUE THRU 2000-EXIT
002500         VARYING CD-Q-IDX FROM 1 BY 1
002510         UNTIL CD-Q-IDX > 3.
002520     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002530     STOP RUN.

002540*----------------------------------------------------------------
002550* 1000-INITIALIZE
002560*     READS AND VALIDATES THE REPORT-MONTH CARD AND OPENS THE
002570*     REPORT.
002580*----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     OPEN INPUT CD-MPARM-FILE.
002610     READ CD-MPARM-FILE
002620         AT END
002630             DISPLAY 'CDMPARM IS EMPTY -- NO REPORT MONTH.'
002640                 ' RUN CANCELLED.'
002650             MOVE 16 TO RETURN-CODE
002660             STOP RUN
002670     END-READ.
002680     CLOSE CD-MPARM-FILE.
002690     IF CD-MP-MONTH IS NOT NUMERIC
002700         DISPLAY 'CDMPARM REPORT MONTH IS NOT NUMERIC -- RUN'
002710             ' CANCELLED.'
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     MOVE CD-MP-MONTH TO CD-RPT-MONTH.
002760     IF CD-RM-MONTH < 1 OR CD-RM-MONTH > 12
002770         DISPLAY 'CDMPARM REPORT MONTH ' CD-RPT-MONTH
002780             ' IS NOT A VALID YYYYMM -- RUN CANCELLED.'
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     IF CD-RM-MONTH = 1
002830         COMPUTE CD-PRV-MONTH = (CD-RM-YEAR - 1) * 100 + 12
002840     ELSE
002850         COMPUTE CD-PRV-MONTH = CD-RPT-MONTH - 1
002860     END-IF.
002870     OPEN OUTPUT CD-MRPT-FILE.
002880     MOVE 'CONDQROL -- MONTH-END QUEUE ROLL-FORWARD'
002890         TO CD-MRPT-RECORD.
002900     WRITE CD-MRPT-RECORD.
002910     MOVE CD-RPT-MONTH       TO CD-ML-MONTH.
002920     MOVE CD-MRPT-MONTH-LINE TO CD-MRPT-RECORD.
002930     WRITE CD-MRPT-RECORD.
002940     MOVE SPACES             TO CD-MRPT-RECORD.
002950     WRITE CD-MRPT-RECORD.
002960     MOVE CD-MRPT-LEGEND-1   TO CD-MRPT-RECORD.
002970     WRITE CD-MRPT-RECORD.
002980     MOVE CD-MRPT-LEGEND-2   TO CD-MRPT-RECORD.
002990     WRITE CD-MRPT-RECORD.
003000     MOVE CD-MRPT-LEGEND-3   TO CD-MRPT-RECORD.
003010     WRITE CD-MRPT-RECORD.
003020 1000-EXIT.
003030     EXIT.

003040*----------------------------------------------------------------
003050* 2000-ROLL-ONE-QUEUE
003060*     READS THE MOVEMENT FILE FOR ONE QUEUE, PRINTING ITS RUNS
003070*     IN THE MONTH, THEN ITS ROLL-FORWARD AND AGED BREAKDOWN.
003080*----------------------------------------------------------------
003090 2000-ROLL-ONE-QUEUE.
003100     MOVE 'N'  TO CD-QA-PRIOR-SW.
003110     MOVE ZERO TO CD-QA-PRIOR-DATE.
003120     MOVE ZERO TO CD-QA-PRIOR-CLOSING.
003130     MOVE ZERO TO CD-QA-DAYS.
003140     MOVE ZERO TO CD-QA-BREAKS.
003150     MOVE ZERO TO CD-QA-FIRST-DATE.
003160     MOVE ZERO TO CD-QA-LAST-DATE.
003170     MOVE ZERO TO CD-QA-OPENING.
003180     MOVE ZERO TO CD-QA-NEW.
003190     MOVE ZERO TO CD-QA-CLR1.
003200     MOVE ZERO TO CD-QA-CLR2.
003210     MOVE ZERO TO CD-QA-DROPPED.
003220     MOVE ZERO TO CD-QA-BACKED-OUT.
003230     MOVE ZERO TO CD-QA-CLOSING.
003240     MOVE 'N'  TO CD-QA-AGE-SW.
003250     MOVE SPACES TO CD-MRPT-RECORD.
003260     WRITE CD-MRPT-RECORD.
003270     MOVE CD-QT-QUEUE (CD-Q-IDX)     TO CD-QL-QUEUE.
003280     MOVE CD-MRPT-QUEUE-LINE         TO CD-MRPT-RECORD.
003290     WRITE CD-MRPT-RECORD.
003300     MOVE CD-QT-CLR1-TYPE (CD-Q-IDX) TO CD-MH-CLR1-TYPE.
003310     MOVE CD-QT-CLR2-TYPE (CD-Q-IDX) TO CD-MH-CLR2-TYPE.
003320     MOVE CD-MRPT-HEADING            TO CD-MRPT-RECORD.
003330     WRITE CD-MRPT-RECORD.
003340     MOVE ZERO TO CD-QA-REPLACED.
003350     MOVE ZERO TO CD-KP-COUNT.
003360     MOVE ZERO TO CD-RP-COUNT.
003370     MOVE 'N'  TO CD-KP-FULL-SW.
003380     MOVE 'N'  TO CD-QMOV-EOF-SW.
003390     MOVE ZERO TO CD-READ-COUNT.
003400     OPEN INPUT CD-QMOV-FILE.
003410     PERFORM 2900-READ-MOVEMENT THRU 2900-EXIT.
003420     PERFORM 2050-NOTE-RUN-KEY THRU 2050-EXIT
003430         UNTIL CD-QMOV-EOF-YES.
003440     CLOSE CD-QMOV-FILE.
003450     MOVE 'N'  TO CD-QMOV-EOF-SW.
003460     MOVE ZERO TO CD-READ-COUNT.
003470     OPEN INPUT CD-QMOV-FILE.
003480     PERFORM 2900-READ-MOVEMENT THRU 2900-EXIT.
003490     PERFORM 2100-TAKE-ONE-RECORD THRU 2100-EXIT
003500         UNTIL CD-QMOV-EOF-YES.
003510     CLOSE CD-QMOV-FILE.
003520     IF CD-QA-DAYS = ZERO
003530         ADD 1 TO CD-EMPTY-QUEUES
003540         MOVE '*** NO RUNS RECORDED FOR THE MONTH ***'
003550             TO CD-MRPT-RECORD
003560         WRITE CD-MRPT-RECORD
003570     ELSE
003580         PERFORM 2300-PRINT-ROLL-FORWARD THRU 2300-EXIT
003590         PERFORM 2400-PRINT-AGED THRU 2400-EXIT
003600     END-IF.
003610     ADD CD-QA-BREAKS TO CD-TOTAL-BREAKS.
003620 2000-EXIT.
003630     EXIT.

003640*----------------------------------------------------------------
003650* 2050-NOTE-RUN-KEY
003660*     PRE-READ -- NOTES ONE MOVEMENT RECORD AND READS THE NEXT.
003670*----------------------------------------------------------------
003680 2050-NOTE-RUN-KEY.
003690     PERFORM 2060-KEEP-RUN-KEY THRU 2060-EXIT.
003700     PERFORM 2900-READ-MOVEMENT THRU 2900-EXIT.
003710 2050-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------
003740* 2060-KEEP-RUN-KEY
003750*     RECORDS THE CURRENT RECORD AS THE LAST ONE READ FOR ITS
003760*     PROGRAM AND BUSINESS DAY, LISTING THE RECORD IT TAKES OVER
003770*     FROM AS REPLACED. A CONDBACK RECORD FOR THE QUEUE EMPTIES
003780*     THE TABLE: NO RUN BEFORE A BACKOUT IS REPLACED BY ONE
003790*     AFTER IT, SINCE THE REPOST OPENS ON THE BACKOUT'S CLOSING.
003800*     A FULL TABLE IS A BREAK -- THE REPLACED RUNS COULD NO
003810*     LONGER BE TOLD APART.
003820*----------------------------------------------------------------
003830 2060-KEEP-RUN-KEY.
003840     IF CD-QM-QUEUE = CD-QT-QUEUE (CD-Q-IDX)
003850        AND CD-QM-PROGRAM = 'CONDBACK'
003860         MOVE ZERO TO CD-KP-COUNT
003870         GO TO 2060-EXIT.
003880     PERFORM 2070-TEST-RUN-KEY THRU 2070-EXIT.
003890     IF NOT CD-KP-KEY-YES
003900         GO TO 2060-EXIT.
003910     PERFORM 2080-FIND-RUN-KEY THRU 2080-EXIT.
003920     IF CD-KP-FOUND-YES
003930         IF CD-RP-COUNT NOT < CD-RP-MAX
003940             PERFORM 2065-NOTE-TABLE-FULL THRU 2065-EXIT
003950         ELSE
003960             ADD 1 TO CD-RP-COUNT
003970             MOVE CD-KP-LAST-REC (CD-KP-HIT)
003980                 TO CD-RP-REC (CD-RP-COUNT)
003990         END-IF
004000         MOVE CD-READ-COUNT TO CD-KP-LAST-REC (CD-KP-HIT)
004010         GO TO 2060-EXIT.
004020     IF CD-KP-COUNT NOT < CD-KP-MAX
004030         PERFORM 2065-NOTE-TABLE-FULL THRU 2065-EXIT
004040         GO TO 2060-EXIT.
004050     ADD 1 TO CD-KP-COUNT.
004060     MOVE CD-QM-PROGRAM  TO CD-KP-PROGRAM (CD-KP-COUNT).
004070     MOVE CD-QM-BUS-DATE TO CD-KP-BUS-DATE (CD-KP-COUNT).
004080     MOVE CD-READ-COUNT  TO CD-KP-LAST-REC (CD-KP-COUNT).
004090 2060-EXIT.
004100     EXIT.

004110*----------------------------------------------------------------
004120* 2065-NOTE-TABLE-FULL
004130*     FLAGS A FULL RUN OR REPLACED-RUN TABLE, ONCE PER QUEUE.
004140*----------------------------------------------------------------
004150 2065-NOTE-TABLE-FULL.
004160     IF CD-KP-FULL-YES
004170         GO TO 2065-EXIT.
004180     MOVE 'Y' TO CD-KP-FULL-SW.
004190     DISPLAY 'CDQMOVF RUN TABLE FULL AT RECORD '
004200         CD-READ-COUNT ' FOR QUEUE ' CD-QM-QUEUE
004210         ' -- BREAK.'.
004220     ADD 1 TO CD-QA-BREAKS.
004230     MOVE '*** RUN TABLE FULL -- RERUNS NOT ALL FOUND ***'
004240         TO CD-MRPT-RECORD.
004250     WRITE CD-MRPT-RECORD.
004260 2065-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004290* 2070-TEST-RUN-KEY
004300*     SETS CD-KP-KEY-SW WHEN THE CURRENT RECORD IS THIS QUEUE'S,
004310*     IS NOT A CONDBACK RECORD, AND CARRIES A BUSINESS DAY IN
004320*     THE MONTH OR THE MONTH BEFORE.
004330*----------------------------------------------------------------
004340 2070-TEST-RUN-KEY.
004350     MOVE 'N' TO CD-KP-KEY-SW.
004360     IF CD-QM-QUEUE NOT = CD-QT-QUEUE (CD-Q-IDX)
004370         GO TO 2070-EXIT.
004380     IF CD-QM-PROGRAM = 'CONDBACK'
004390         GO TO 2070-EXIT.
004400     IF CD-QM-BUS-DATE NOT NUMERIC
004410         GO TO 2070-EXIT.
004420     IF CD-QM-BUS-DATE = ZERO
004430         GO TO 2070-EXIT.
004440     DIVIDE CD-QM-BUS-DATE BY 100
004450         GIVING CD-BUS-MONTH REMAINDER CD-REC-DAY.
004460     IF CD-BUS-MONTH NOT = CD-RPT-MONTH
004470        AND CD-BUS-MONTH NOT = CD-PRV-MONTH
004480         GO TO 2070-EXIT.
004490     MOVE 'Y' TO CD-KP-KEY-SW.
004500 2070-EXIT.
004510     EXIT.

004520*----------------------------------------------------------------
004530* 2080-FIND-RUN-KEY
004540*     LOOKS UP THE CURRENT RECORD'S PROGRAM AND BUSINESS DAY,
004550*     LEAVING ITS ENTRY IN CD-KP-HIT WHEN FOUND.
004560*----------------------------------------------------------------
004570 2080-FIND-RUN-KEY.
004580     MOVE 'N'  TO CD-KP-FOUND-SW.
004590     MOVE ZERO TO CD-KP-HIT.
004600     PERFORM 2085-COMPARE-ONE-KEY THRU 2085-EXIT
004610         VARYING CD-KP-IDX FROM 1 BY 1
004620         UNTIL CD-KP-IDX > CD-KP-COUNT
004630            OR CD-KP-FOUND-YES.
004640 2080-EXIT.
004650     EXIT.

004660*----------------------------------------------------------------
004670* 2085-COMPARE-ONE-KEY
004680*     COMPARES ONE TABLE ENTRY WITH THE CURRENT RECORD.
004690*----------------------------------------------------------------
004700 2085-COMPARE-ONE-KEY.
004710     IF CD-KP-PROGRAM (CD-KP-IDX) = CD-QM-PROGRAM
004720        AND CD-KP-BUS-DATE (CD-KP-IDX) = CD-QM-BUS-DATE
004730         MOVE 'Y'       TO CD-KP-FOUND-SW
004740         MOVE CD-KP-IDX TO CD-KP-HIT
004750     END-IF.
004760 2085-EXIT.
004770     EXIT.

004780*----------------------------------------------------------------
004790* 2090-FIND-REPLACED
004800*     SETS CD-RP-FOUND-SW WHEN THE CURRENT RECORD IS ONE THE
004810*     PRE-READ LISTED AS REPLACED BY A RERUN.
004820*----------------------------------------------------------------
004830 2090-FIND-REPLACED.
004840     MOVE 'N' TO CD-RP-FOUND-SW.
004850     PERFORM 2095-COMPARE-ONE-REPLACED THRU 2095-EXIT
004860         VARYING CD-RP-IDX FROM 1 BY 1
004870         UNTIL CD-RP-IDX > CD-RP-COUNT
004880            OR CD-RP-FOUND-YES.
004890 2090-EXIT.
004900     EXIT.

004910*----------------------------------------------------------------
004920* 2095-COMPARE-ONE-REPLACED
004930*     COMPARES ONE REPLACED RECORD NUMBER WITH THE CURRENT ONE.
004940*----------------------------------------------------------------
004950 2095-COMPARE-ONE-REPLACED.
004960     IF CD-RP-REC (CD-RP-IDX) = CD-READ-COUNT
004970         MOVE 'Y' TO CD-RP-FOUND-SW.
004980 2095-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010* 2100-TAKE-ONE-RECORD
005020*     TAKES ONE MOVEMENT RECORD AND READS THE NEXT.
005030*----------------------------------------------------------------
005040 2100-TAKE-ONE-RECORD.
005050     PERFORM 2110-CHECK-ONE-RECORD THRU 2110-EXIT.
005060     PERFORM 2900-READ-MOVEMENT THRU 2900-EXIT.
005070 2100-EXIT.
005080     EXIT.

005090*----------------------------------------------------------------
005100* 2110-CHECK-ONE-RECORD
005110*     SKIPS OTHER QUEUES' RECORDS AND RUNS AFTER THE MONTH. A
005120*     RUN BEFORE THE MONTH ONLY BECOMES THE PRIOR RUN THE
005130*     MONTH'S FIRST OPENING IS CHAINED TO. A DAMAGED RECORD
005140*     IS A BREAK. A RUN THE PRE-READ LISTED AS REPLACED BY A
005150*     LATER RERUN OF THE SAME PROGRAM AND BUSINESS DAY IS NOT
005160*     ROLLED.
005170*----------------------------------------------------------------
005180 2110-CHECK-ONE-RECORD.
005190     IF CD-QM-QUEUE NOT = CD-QT-QUEUE (CD-Q-IDX)
005200         GO TO 2110-EXIT.
005210     IF CD-QM-RUN-DATE NOT NUMERIC
005220        OR CD-QM-OPENING NOT NUMERIC
005230        OR CD-QM-READ NOT NUMERIC
005240        OR CD-QM-CLR1-COUNT NOT NUMERIC
005250        OR CD-QM-CLR2-COUNT NOT NUMERIC
005260        OR CD-QM-DROPPED NOT NUMERIC
005270        OR CD-QM-BACKED-OUT NOT NUMERIC
005280        OR CD-QM-CLOSING NOT NUMERIC
005290         DISPLAY 'CDQMOVF RECORD ' CD-READ-COUNT ' FOR QUEUE '
005300             CD-QM-QUEUE ' HAS A NON-NUMERIC COUNT -- BREAK.'
005310         ADD 1 TO CD-QA-BREAKS
005320         MOVE '*** DAMAGED MOVEMENT RECORD -- NOT ROLLED ***'
005330             TO CD-MRPT-RECORD
005340         WRITE CD-MRPT-RECORD
005350         GO TO 2110-EXIT.
005360     PERFORM 2090-FIND-REPLACED THRU 2090-EXIT.
005370     IF CD-RP-FOUND-YES
005380         PERFORM 2150-NOTE-REPLACED THRU 2150-EXIT
005390         GO TO 2110-EXIT.
005400     DIVIDE CD-QM-RUN-DATE BY 100
005410         GIVING CD-REC-MONTH REMAINDER CD-REC-DAY.
005420     IF CD-REC-MONTH > CD-RPT-MONTH
005430         GO TO 2110-EXIT.
005440     IF CD-REC-MONTH < CD-RPT-MONTH
005450         MOVE 'Y'            TO CD-QA-PRIOR-SW
005460         MOVE CD-QM-RUN-DATE TO CD-QA-PRIOR-DATE
005470         MOVE CD-QM-CLOSING  TO CD-QA-PRIOR-CLOSING
005480         GO TO 2110-EXIT.
005490     PERFORM 2120-TAKE-MONTH-RUN THRU 2120-EXIT.
005500 2110-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530* 2120-TAKE-MONTH-RUN
005540*     PROVES ONE RUN IN THE MONTH -- DATE ORDER, THE CHAIN
005550*     FROM THE PRIOR RUN'S CLOSING, AND THAT THE RUN FOOTS --
005560*     ADDS IT TO THE MONTH AND PRINTS ITS LINE.
005570*----------------------------------------------------------------
005580 2120-TAKE-MONTH-RUN.
005590     MOVE SPACES TO CD-DAY-FLAG.
005600     COMPUTE CD-DW-NEW = CD-QM-READ - CD-QM-OPENING.
005610     COMPUTE CD-DW-BALANCE = CD-QM-OPENING + CD-DW-NEW
005620         - CD-QM-CLR1-COUNT - CD-QM-CLR2-COUNT
005630         - CD-QM-DROPPED - CD-QM-BACKED-OUT.
005640     IF CD-QA-PRIOR-YES
005650        AND CD-QM-RUN-DATE < CD-QA-PRIOR-DATE
005660         MOVE 'DATE SEQ' TO CD-BREAK-FLAG
005670         PERFORM 2130-NOTE-BREAK THRU 2130-EXIT
005680     END-IF.
005690     IF CD-QA-PRIOR-YES
005700        AND CD-QM-OPENING NOT = CD-QA-PRIOR-CLOSING
005710         MOVE 'CHAIN'    TO CD-BREAK-FLAG
005720         PERFORM 2130-NOTE-BREAK THRU 2130-EXIT
005730     END-IF.
005740     IF CD-DW-NEW < ZERO
005750         MOVE 'READ<OPN' TO CD-BREAK-FLAG
005760         PERFORM 2130-NOTE-BREAK THRU 2130-EXIT
005770     END-IF.
005780     IF CD-DW-BALANCE NOT = CD-QM-CLOSING
005790         MOVE 'BALANCE'  TO CD-BREAK-FLAG
005800         PERFORM 2130-NOTE-BREAK THRU 2130-EXIT
005810     END-IF.
005820     IF CD-DAY-FLAG = SPACES
005830        AND CD-QM-PROGRAM = 'CONDBACK'
005840         MOVE 'BACKOUT'  TO CD-DAY-FLAG
005850     END-IF.
005860     IF CD-QA-DAYS = ZERO
005870         MOVE CD-QM-OPENING  TO CD-QA-OPENING
005880         MOVE CD-QM-RUN-DATE TO CD-QA-FIRST-DATE
005890     END-IF.
005900     ADD 1                   TO CD-QA-DAYS.
005910     ADD CD-DW-NEW           TO CD-QA-NEW.
005920     ADD CD-QM-CLR1-COUNT    TO CD-QA-CLR1.
005930     ADD CD-QM-CLR2-COUNT    TO CD-QA-CLR2.
005940     ADD CD-QM-DROPPED       TO CD-QA-DROPPED.
005950     ADD CD-QM-BACKED-OUT    TO CD-QA-BACKED-OUT.
005960     MOVE CD-QM-CLOSING      TO CD-QA-CLOSING.
005970     MOVE CD-QM-RUN-DATE     TO CD-QA-LAST-DATE.
005980     IF CD-QM-PROGRAM NOT = 'CONDBACK'
005990         MOVE 'Y'              TO CD-QA-AGE-SW
006000         MOVE CD-QM-RUN-DATE   TO CD-QA-AGE-DATE
006010         MOVE CD-QM-AGE-LIMIT  TO CD-QA-AGE-LIMIT
006020         MOVE CD-QM-AGED-OPEN  TO CD-QA-AGED-OPEN
006030         MOVE CD-QM-CLOSING    TO CD-QA-AGE-CLOSING
006040         PERFORM 2140-KEEP-ONE-BAND THRU 2140-EXIT
006050             VARYING CD-AB-IDX FROM 1 BY 1
006060             UNTIL CD-AB-IDX > 5
006070     END-IF.
006080     MOVE CD-QM-RUN-DATE     TO CD-MD-DATE.
006090     MOVE CD-QM-OPENING      TO CD-MD-OPENING.
006100     MOVE CD-DW-NEW          TO CD-MD-NEW.
006110     MOVE CD-QM-CLR1-COUNT   TO CD-MD-CLR1.
006120     MOVE CD-QM-CLR2-COUNT   TO CD-MD-CLR2.
006130     MOVE CD-QM-DROPPED      TO CD-MD-DROPPED.
006140     MOVE CD-QM-BACKED-OUT   TO CD-MD-BACKED-OUT.
006150     MOVE CD-QM-CLOSING      TO CD-MD-CLOSING.
006160     MOVE CD-DAY-FLAG        TO CD-MD-FLAG.
006170     MOVE CD-MRPT-DETAIL     TO CD-MRPT-RECORD.
006180     WRITE CD-MRPT-RECORD.
006190     MOVE 'Y'                TO CD-QA-PRIOR-SW.
006200     MOVE CD-QM-RUN-DATE     TO CD-QA-PRIOR-DATE.
006210     MOVE CD-QM-CLOSING      TO CD-QA-PRIOR-CLOSING.
006220 2120-EXIT.
006230     EXIT.

006240*----------------------------------------------------------------
006250* 2130-NOTE-BREAK
006260*     COUNTS ONE BREAK ON THE CURRENT RUN. THE LINE CARRIES
006270*     THE FIRST BREAK FOUND.
006280*----------------------------------------------------------------
006290 2130-NOTE-BREAK.
006300     ADD 1 TO CD-QA-BREAKS.
006310     IF CD-DAY-FLAG = SPACES
006320         MOVE CD-BREAK-FLAG TO CD-DAY-FLAG
006330     END-IF.
006340 2130-EXIT.
006350     EXIT.

006360*----------------------------------------------------------------
006370* 2140-KEEP-ONE-BAND
006380*     KEEPS ONE AGE BAND OF THE CURRENT RUN'S CLOSING ITEMS.
006390*----------------------------------------------------------------
006400 2140-KEEP-ONE-BAND.
006410     IF CD-QM-AGE-BAND (CD-AB-IDX) NOT NUMERIC
006420         MOVE ZERO TO CD-QA-BAND (CD-AB-IDX)
006430     ELSE
006440         MOVE CD-QM-AGE-BAND (CD-AB-IDX)
006450             TO CD-QA-BAND (CD-AB-IDX)
006460     END-IF.
006470 2140-EXIT.
006480     EXIT.

006490*----------------------------------------------------------------
006500* 2150-NOTE-REPLACED
006510*     LISTS A RUN IN THE MONTH THAT A LATER AUTHORIZED RERUN OF
006520*     THE SAME BUSINESS DAY REPLACED. IT IS NOT ROLLED.
006530*----------------------------------------------------------------
006540 2150-NOTE-REPLACED.
006550     DIVIDE CD-QM-RUN-DATE BY 100
006560         GIVING CD-REC-MONTH REMAINDER CD-REC-DAY.
006570     IF CD-REC-MONTH NOT = CD-RPT-MONTH
006580         GO TO 2150-EXIT.
006590     ADD 1 TO CD-QA-REPLACED.
006600     MOVE SPACES TO CD-MRPT-RECORD.
006610     STRING CD-QM-RUN-DATE ' RUN FOR BUSINESS DAY '
006620         CD-QM-BUS-DATE ' REPLACED BY A RERUN'
006630         DELIMITED BY SIZE INTO CD-MRPT-RECORD.
006640     WRITE CD-MRPT-RECORD.
006650 2150-EXIT.
006660     EXIT.

006670*----------------------------------------------------------------
006680* 2300-PRINT-ROLL-FORWARD
006690*     PRINTS THE QUEUE'S MONTH: OPENING, PLUS NEW, LESS EACH
006700*     CLEARED TYPE, LESS AGED/DROPPED AND BACKED OUT, AGAINST
006710*     THE CLOSING OF THE LAST RUN.
006720*----------------------------------------------------------------
006730 2300-PRINT-ROLL-FORWARD.
006740     COMPUTE CD-QA-ROLLED = CD-QA-OPENING + CD-QA-NEW
006750         - CD-QA-CLR1 - CD-QA-CLR2 - CD-QA-DROPPED
006760         - CD-QA-BACKED-OUT.
006770     MOVE SPACES TO CD-MRPT-RECORD.
006780     WRITE CD-MRPT-RECORD.
006790     MOVE SPACES TO CD-SL-LABEL.
006800     STRING 'OPENING AT ' CD-QA-FIRST-DATE
006810         DELIMITED BY SIZE INTO CD-SL-LABEL.
006820     MOVE CD-QA-OPENING    TO CD-SL-COUNT.
006830     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
006840     MOVE '  PLUS NEW ITEMS'   TO CD-SL-LABEL.
006850     MOVE CD-QA-NEW        TO CD-SL-COUNT.
006860     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
006870     MOVE SPACES TO CD-SL-LABEL.
006880     STRING '  LESS CLEARED ' CD-QT-CLR1-TYPE (CD-Q-IDX)
006890         DELIMITED BY SIZE INTO CD-SL-LABEL.
006900     MOVE CD-QA-CLR1       TO CD-SL-COUNT.
006910     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
006920     IF CD-QT-CLR2-TYPE (CD-Q-IDX) NOT = SPACES
006930         MOVE SPACES TO CD-SL-LABEL
006940         STRING '  LESS CLEARED ' CD-QT-CLR2-TYPE (CD-Q-IDX)
006950             DELIMITED BY SIZE INTO CD-SL-LABEL
006960         MOVE CD-QA-CLR2   TO CD-SL-COUNT
006970         PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT
006980     END-IF.
006990     MOVE '  LESS AGED/DROPPED' TO CD-SL-LABEL.
007000     MOVE CD-QA-DROPPED    TO CD-SL-COUNT.
007010     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007020     MOVE '  LESS BACKED OUT'  TO CD-SL-LABEL.
007030     MOVE CD-QA-BACKED-OUT TO CD-SL-COUNT.
007040     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007050     MOVE 'CLOSING ROLLED FORWARD' TO CD-SL-LABEL.
007060     MOVE CD-QA-ROLLED     TO CD-SL-COUNT.
007070     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007080     MOVE SPACES TO CD-SL-LABEL.
007090     STRING 'CLOSING AT ' CD-QA-LAST-DATE
007100         DELIMITED BY SIZE INTO CD-SL-LABEL.
007110     MOVE CD-QA-CLOSING    TO CD-SL-COUNT.
007120     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007130     IF CD-QA-ROLLED NOT = CD-QA-CLOSING
007140         ADD 1 TO CD-QA-BREAKS
007150         MOVE '*** ROLL-FORWARD DOES NOT AGREE TO CLOSING ***'
007160             TO CD-MRPT-RECORD
007170         WRITE CD-MRPT-RECORD
007180     END-IF.
007190     MOVE 'RUNS IN THE MONTH'  TO CD-SL-LABEL.
007200     MOVE CD-QA-DAYS       TO CD-SL-COUNT.
007210     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007220     MOVE 'RUNS REPLACED BY RERUNS' TO CD-SL-LABEL.
007230     MOVE CD-QA-REPLACED   TO CD-SL-COUNT.
007240     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007250 2300-EXIT.
007260     EXIT.

007270*----------------------------------------------------------------
007280* 2400-PRINT-AGED
007290*     PRINTS THE AGE BANDS OF THE CLOSING ITEMS FROM THE
007300*     QUEUE'S LAST OWN RUN OF THE MONTH, PROVING THEY FOOT TO
007310*     THAT RUN'S CLOSING, AND THE COUNT OVER THE AGING LIMIT.
007320*----------------------------------------------------------------
007330 2400-PRINT-AGED.
007340     MOVE SPACES TO CD-MRPT-RECORD.
007350     WRITE CD-MRPT-RECORD.
007360     IF NOT CD-QA-AGE-YES
007370         MOVE 'NO QUEUE RUN IN THE MONTH -- NO AGED BREAKDOWN'
007380             TO CD-MRPT-RECORD
007390         WRITE CD-MRPT-RECORD
007400         GO TO 2400-EXIT.
007410     MOVE SPACES TO CD-MRPT-RECORD.
007420     STRING 'AGED BREAKDOWN OF THE CLOSING ITEMS AT '
007430         CD-QA-AGE-DATE
007440         DELIMITED BY SIZE INTO CD-MRPT-RECORD.
007450     WRITE CD-MRPT-RECORD.
007460     MOVE ZERO TO CD-BAND-TOTAL.
007470     PERFORM 2410-PRINT-ONE-BAND THRU 2410-EXIT
007480         VARYING CD-AB-IDX FROM 1 BY 1
007490         UNTIL CD-AB-IDX > 5.
007500     MOVE '  TOTAL'            TO CD-SL-LABEL.
007510     MOVE CD-BAND-TOTAL    TO CD-SL-COUNT.
007520     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007530     IF CD-BAND-TOTAL NOT = CD-QA-AGE-CLOSING
007540         ADD 1 TO CD-QA-BREAKS
007550         MOVE '*** AGE BANDS DO NOT AGREE TO THE CLOSING ***'
007560             TO CD-MRPT-RECORD
007570         WRITE CD-MRPT-RECORD
007580     END-IF.
007590     MOVE '  AGING LIMIT IN DAYS'  TO CD-SL-LABEL.
007600     MOVE CD-QA-AGE-LIMIT  TO CD-SL-COUNT.
007610     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007620     MOVE '  OVER THE AGING LIMIT' TO CD-SL-LABEL.
007630     MOVE CD-QA-AGED-OPEN  TO CD-SL-COUNT.
007640     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007650 2400-EXIT.
007660     EXIT.

007670*----------------------------------------------------------------
007680* 2410-PRINT-ONE-BAND
007690*     PRINTS ONE AGE BAND AND ADDS IT TO THE BAND TOTAL.
007700*----------------------------------------------------------------
007710 2410-PRINT-ONE-BAND.
007720     MOVE CD-BAND-LABEL (CD-AB-IDX) TO CD-SL-LABEL.
007730     MOVE CD-QA-BAND (CD-AB-IDX)    TO CD-SL-COUNT.
007740     ADD CD-QA-BAND (CD-AB-IDX)     TO CD-BAND-TOTAL.
007750     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007760 2410-EXIT.
007770     EXIT.

007780*----------------------------------------------------------------
007790* 2900-READ-MOVEMENT
007800*     READS ONE MOVEMENT RECORD, SETTING THE EOF SWITCH WHEN
007810*     THE FILE IS EXHAUSTED.
007820*----------------------------------------------------------------
007830 2900-READ-MOVEMENT.
007840     READ CD-QMOV-FILE
007850         AT END MOVE 'Y' TO CD-QMOV-EOF-SW.
007860     IF NOT CD-QMOV-EOF-YES
007870         ADD 1 TO CD-READ-COUNT
007880     END-IF.
007890 2900-EXIT.
007900     EXIT.

007910*----------------------------------------------------------------
007920* 2950-WRITE-TOTAL
007930*     WRITES ONE TOTAL LINE TO THE REPORT.
007940*----------------------------------------------------------------
007950 2950-WRITE-TOTAL.
007960     MOVE CD-SUMMARY-LINE TO CD-MRPT-RECORD.
007970     WRITE CD-MRPT-RECORD.
007980 2950-EXIT.
007990     EXIT.

008000*----------------------------------------------------------------
008010* 3000-TERMINATE
008020*     PRINTS THE RUN TOTALS AND SETS THE RETURN CODE -- 16 ON
008030*     ANY BREAK, 4 WHEN A QUEUE HAD NO RUNS IN THE MONTH.
008040*----------------------------------------------------------------
008050 3000-TERMINATE.
008060     MOVE SPACES TO CD-MRPT-RECORD.
008070     WRITE CD-MRPT-RECORD.
008080     MOVE 'QUEUES WITH NO RUNS'    TO CD-SL-LABEL.
008090     MOVE CD-EMPTY-QUEUES      TO CD-SL-COUNT.
008100     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008110     MOVE 'BREAKS FOUND'           TO CD-SL-LABEL.
008120     MOVE CD-TOTAL-BREAKS      TO CD-SL-COUNT.
008130     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008140     IF CD-TOTAL-BREAKS > ZERO
008150         MOVE '*** QUEUES DO NOT ROLL -- SEE FLAGGED LINES ***'
008160             TO CD-MRPT-RECORD
008170         MOVE 16 TO RETURN-CODE
008180     ELSE
008190         MOVE 'ALL QUEUES ROLL FORWARD' TO CD-MRPT-RECORD
008200         IF CD-EMPTY-QUEUES > ZERO
008210             MOVE 4 TO RETURN-CODE
008220         END-IF
008230     END-IF.
008240     WRITE CD-MRPT-RECORD.
008250     CLOSE CD-MRPT-FILE.
008260     DISPLAY 'CONDQROL COMPLETE -- ' CD-RPT-MONTH ', '
008270         CD-TOTAL-BREAKS ' BREAKS, ' CD-EMPTY-QUEUES
008280         ' QUEUES WITH NO RUNS.'.
008290 3000-EXIT.
008300     EXIT.
