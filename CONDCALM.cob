000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDCALM.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     MAINTAINS THE BUSINESS-DAY CALENDAR (CDCAL LAYOUT) THE
000100*     QUEUE RUNS AGE THEIR ITEMS BY, THE SCORING RUN CHECKS A
000110*     CATCH-UP AGAINST, AND CONDTRND PRINTS NON-PROCESSING
000120*     DAYS FROM. THE CALENDAR HOLDS ONE RECORD PER DATE, IN
000130*     ORDER WITH NO GAPS, EACH A BUSINESS DAY, A HOLIDAY OR
000140*     ANOTHER NON-PROCESSING DAY.
000150*
000160*     READS THE CURRENT CALENDAR AND A FILE OF MAINTENANCE
000170*     CARDS, WRITES THE UPDATED CALENDAR, APPENDS ONE AUDIT
000180*     TRAIL LINE PER CHANGE SAYING WHO CHANGED WHAT, AND
000190*     PRINTS A LISTING. THE ACTIONS ARE --
000200*         GEN  ADDS A WHOLE YEAR: MONDAY TO FRIDAY BUSINESS
000210*              DAYS, SATURDAY AND SUNDAY NON-PROCESSING. THE
000220*              YEAR MUST FOLLOW THE LAST YEAR ON THE CALENDAR.
000230*         HOL  MAKES A DATE A HOLIDAY.
000240*         NPD  MAKES A DATE ANOTHER NON-PROCESSING DAY -- AN
000250*              OUTAGE DECLARED AFTER THE FACT, SO THE CATCH-UP
000260*              CHECK DOES NOT ASK FOR IT.
000270*         BUS  MAKES A DATE A BUSINESS DAY AGAIN (OR A WORKING
000280*              WEEKEND DAY).
000290*         PRG  DROPS EVERY YEAR BEFORE THE ONE GIVEN.
000300*         LST  LISTS A YEAR'S EXCEPTIONS -- HOLIDAYS, WEEKDAY
000310*              NON-PROCESSING DAYS AND WORKING WEEKEND DAYS.
000320*
000330*     CARD LAYOUT -- ACTION X(3), DATE YYYYMMDD (GEN, PRG AND
000340*     LST TAKE THE YEAR IN ITS FIRST FOUR COLUMNS), DESCRIPTION
000350*     X(20), USER ID X(8). HOL AND NPD NEED A DESCRIPTION.
000360*
000370* MAINTENANCE HISTORY.
000380*     10/15/2026  DL   ORIGINAL PROGRAM.
000390*----------------------------------------------------------------

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CD-OLD-FILE    ASSIGN TO CDCALOLD
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CD-OLD-STATUS.
000460     SELECT CD-TXN-FILE    ASSIGN TO CDCALTXN
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT CD-NEW-FILE    ASSIGN TO CDCALNEW
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT CD-CAUD-FILE   ASSIGN TO CDCALAUD
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT CD-LIST-FILE   ASSIGN TO CDCALRPT
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.
000560* CURRENT CALENDAR IN.
000570 FD  CD-OLD-FILE.
000580 COPY CDCAL REPLACING
000590         ==CD-CAL-RECORD==    BY ==CD-OLD-RECORD==
000600         ==CD-CAL-DATE==      BY ==CD-OLD-DATE==
000610         ==CD-CAL-DAY-TYPE==  BY ==CD-OLD-DAY-TYPE==
000620         ==CD-CAL-BUSINESS==  BY ==CD-OLD-BUSINESS==
000630         ==CD-CAL-HOLIDAY==   BY ==CD-OLD-HOLIDAY==
000640         ==CD-CAL-NON-PROC==  BY ==CD-OLD-NON-PROC==
000650         ==CD-CAL-WEEKDAY==   BY ==CD-OLD-WEEKDAY==
000660         ==CD-CAL-DESC==      BY ==CD-OLD-DESC==.

000670* MAINTENANCE CARDS IN.
000680 FD  CD-TXN-FILE.
000690 01  CD-TXN-RECORD.
000700     05  CD-TX-ACTION         PIC X(03).
000710     05  CD-TX-DATE           PIC X(08).
000720     05  CD-TX-DATE-R REDEFINES CD-TX-DATE.
000730         10  CD-TX-YEAR       PIC X(04).
000740         10  FILLER           PIC X(04).
000750     05  CD-TX-DESC           PIC X(20).
000760     05  CD-TX-USER           PIC X(08).

000770* UPDATED CALENDAR OUT.
000780 FD  CD-NEW-FILE.
000790 COPY CDCAL REPLACING
000800         ==CD-CAL-RECORD==    BY ==CD-NEW-RECORD==
000810         ==CD-CAL-DATE==      BY ==CD-NEW-DATE==
000820         ==CD-CAL-DAY-TYPE==  BY ==CD-NEW-DAY-TYPE==
000830         ==CD-CAL-BUSINESS==  BY ==CD-NEW-BUSINESS==
000840         ==CD-CAL-HOLIDAY==   BY ==CD-NEW-HOLIDAY==
000850         ==CD-CAL-NON-PROC==  BY ==CD-NEW-NON-PROC==
000860         ==CD-CAL-WEEKDAY==   BY ==CD-NEW-WEEKDAY==
000870         ==CD-CAL-DESC==      BY ==CD-NEW-DESC==.

000880* AUDIT TRAIL -- OPENED EXTEND SO EVERY MAINTENANCE RUN'S
000890* CHANGES ACCUMULATE: WHO, WHEN, WHAT ACTION, WHICH DATE, AND
000900* THE DAY TYPE BEFORE AND AFTER.
000910 FD  CD-CAUD-FILE.
000920 01  CD-CAUD-RECORD.
000930     05  CD-CA-DATE           PIC 9(08).
000940     05  CD-CA-USER           PIC X(08).
000950     05  CD-CA-ACTION         PIC X(03).
000960     05  CD-CA-CAL-DATE       PIC 9(08).
000970     05  CD-CA-OLD-TYPE       PIC X(01).
000980     05  CD-CA-NEW-TYPE       PIC X(01).
000990     05  CD-CA-DESC           PIC X(20).

001000* MAINTENANCE LISTING.
001010 FD  CD-LIST-FILE.
001020 01  CD-LIST-RECORD       PIC X(80).

001030 WORKING-STORAGE SECTION.
001040* IN-CORE CALENDAR TABLE -- THE CURRENT CALENDAR PLUS THIS
001050* RUN'S CHANGES, WRITTEN BACK OUT AT TERMINATION.
001060 01  CD-CAL-TABLE-AREA.
001070     05  CD-CAL-LOAD-COUNT    PIC 9(04) COMP VALUE ZERO.
001080     05  CD-CAL-ENTRY OCCURS 4000 TIMES.
001090         10  CD-CE-DATE       PIC 9(08).
001100         10  CD-CE-DAY-TYPE   PIC X(01).
001110         10  CD-CE-WEEKDAY    PIC 9(01).
001120         10  CD-CE-DESC       PIC X(20).
001130 01  CD-CE-IDX            PIC 9(04) COMP.
001140 01  CD-HIT-IDX           PIC 9(04) COMP.
001150 01  CD-KEEP-IDX          PIC 9(04) COMP.
001160 01  CD-DROP-COUNT        PIC 9(04) COMP VALUE ZERO.
001170* DAYS IN EACH MONTH (FEBRUARY IS ADJUSTED FOR LEAP YEARS) AND
001180* THE WEEKDAY NAMES FOR THE LISTING.
001190 01  CD-MONTH-DAY-VALUES.
001200     05  FILLER               PIC X(24)
001210         VALUE '312831303130313130313031'.
001220 01  CD-MONTH-DAY-TABLE REDEFINES CD-MONTH-DAY-VALUES.
001230     05  CD-MONTH-DAYS OCCURS 12 TIMES
001240                              PIC 9(02).
001250 01  CD-WEEKDAY-VALUES.
001260     05  FILLER               PIC X(21)
001270         VALUE 'MONTUEWEDTHUFRISATSUN'.
001280 01  CD-WEEKDAY-TABLE REDEFINES CD-WEEKDAY-VALUES.
001290     05  CD-WEEKDAY-NAME OCCURS 7 TIMES
001300                              PIC X(03).
001310* DATE WORK AREA -- THE DATE 2950-NEXT-DATE STEPS FORWARD ONE
001320* DAY, AND THE WEEKDAY THAT GOES WITH IT.
001330 01  CD-WRK-DATE          PIC 9(08) VALUE ZERO.
001340 01  CD-WRK-DATE-R REDEFINES CD-WRK-DATE.
001350     05  CD-WD-YEAR           PIC 9(04).
001360     05  CD-WD-MONTH          PIC 9(02).
001370     05  CD-WD-DAY            PIC 9(02).
001380 01  CD-WRK-WEEKDAY       PIC 9(01) VALUE ZERO.
001390 01  CD-WRK-MONTH-DAYS    PIC 9(02) VALUE ZERO.
001400 01  CD-LEAP-QUOT         PIC 9(05) COMP VALUE ZERO.
001410 01  CD-LEAP-REM-4        PIC 9(03) COMP VALUE ZERO.
001420 01  CD-LEAP-REM-100      PIC 9(03) COMP VALUE ZERO.
001430 01  CD-LEAP-REM-400      PIC 9(03) COMP VALUE ZERO.
001440* WEEKDAY OF 1 JANUARY FOR A YEAR GENERATED ONTO AN EMPTY
001450* CALENDAR (ZELLER'S RULE, JANUARY TAKEN AS MONTH 13 OF THE
001460* YEAR BEFORE).
001470 01  CD-ZL-YEAR           PIC 9(04) VALUE ZERO.
001480 01  CD-ZL-CENTURY        PIC 9(02) VALUE ZERO.
001490 01  CD-ZL-YY             PIC 9(02) VALUE ZERO.
001500 01  CD-ZL-SUM            PIC 9(05) COMP VALUE ZERO.
001510 01  CD-ZL-QUOT           PIC 9(05) COMP VALUE ZERO.
001520 01  CD-ZL-H              PIC 9(01) VALUE ZERO.
001530* CARD WORK FIELDS.
001540 01  CD-CARD-DATE         PIC 9(08) VALUE ZERO.
001550 01  CD-CARD-YEAR         PIC 9(04) VALUE ZERO.
001560 01  CD-NEW-TYPE          PIC X(01) VALUE SPACE.
001570 01  CD-OLD-TYPE          PIC X(01) VALUE SPACE.
001580 01  CD-GEN-COUNT         PIC 9(04) COMP VALUE ZERO.
001590 01  CD-YEAR-DAYS         PIC 9(03) COMP VALUE ZERO.
001600* RUN CONTROL SWITCHES AND COUNTERS.
001610 01  CD-OLD-STATUS        PIC X(02) VALUE SPACES.
001620 01  CD-OLD-EOF-SW        PIC X(01) VALUE 'N'.
001630         88  CD-OLD-EOF-YES       VALUE 'Y'.
001640 01  CD-TXN-EOF-SW        PIC X(01) VALUE 'N'.
001650         88  CD-TXN-EOF-YES       VALUE 'Y'.
001660 01  CD-HIT-SW            PIC X(01) VALUE 'N'.
001670         88  CD-DAY-HIT           VALUE 'Y'.
001680 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
001690 01  CD-RUN-DATE-R REDEFINES CD-RUN-DATE.
001700     05  CD-RD-YEAR           PIC 9(04).
001710     05  CD-RD-MONTH          PIC 9(02).
001720     05  CD-RD-DAY            PIC 9(02).
001730 01  CD-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
001740 01  CD-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
001750 01  CD-LIST-COUNT        PIC 9(05) COMP VALUE ZERO.
001760 01  CD-BUS-COUNT         PIC 9(05) COMP VALUE ZERO.
001770* LISTING LINES.
001780 01  CD-LIST-HEADING.
001790     05  FILLER               PIC X(10) VALUE 'DATE      '.
001800     05  FILLER               PIC X(05) VALUE 'DAY  '.
001810     05  FILLER               PIC X(10) VALUE 'TYPE      '.
001820     05  FILLER               PIC X(20) VALUE 'DESCRIPTION'.
001830     05  FILLER               PIC X(35) VALUE SPACES.
001840 01  CD-LIST-DETAIL.
001850     05  CD-LD-DATE           PIC 9(08).
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  CD-LD-WEEKDAY        PIC X(03).
001880     05  FILLER               PIC X(02) VALUE SPACES.
001890     05  CD-LD-TYPE           PIC X(08).
001900     05  FILLER               PIC X(02) VALUE SPACES.
001910     05  CD-LD-DESC           PIC X(20).
001920     05  FILLER               PIC X(35) VALUE SPACES.
001930* EDITED LINE USED TO BUILD THE LISTING TOTALS.
001940 01  CD-SUMMARY-LINE.
001950     05  CD-SL-LABEL          PIC X(30).
001960     05  CD-SL-COUNT          PIC ZZZ,ZZZ,ZZ9.

001970 PROCEDURE DIVISION.

001980*----------------------------------------------------------------
001990* 0000-MAINLINE
002000*     DRIVES THE CALENDAR MAINTENANCE RUN.
002010*----------------------------------------------------------------
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT
002050         UNTIL CD-TXN-EOF-YES.
002060     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002070     STOP RUN.

002080*----------------------------------------------------------------
002090* 1000-INITIALIZE
002100*     LOADS THE CURRENT CALENDAR, OPENS THE CARD AND OUTPUT
002110*     FILES, AND PRIMES THE CARD READ LOOP.
002120*----------------------------------------------------------------
002130 1000-INITIALIZE.
002140     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
002150     PERFORM 1010-LOAD-OLD-CALENDAR THRU 1010-EXIT.
002160     OPEN INPUT CD-TXN-FILE.
002170     OPEN OUTPUT CD-NEW-FILE.
002180     OPEN OUTPUT CD-LIST-FILE.
002190     OPEN EXTEND CD-CAUD-FILE.
002200     MOVE 'CONDCALM -- BUSINESS-DAY CALENDAR MAINTENANCE'
002210         TO CD-LIST-RECORD.
002220     WRITE CD-LIST-RECORD.
002230     MOVE SPACES TO CD-LIST-RECORD.
002240     WRITE CD-LIST-RECORD.
002250     PERFORM 2900-READ-TXN THRU 2900-EXIT.
002260 1000-EXIT.
002270     EXIT.

002280*----------------------------------------------------------------
002290* 1010-LOAD-OLD-CALENDAR
002300*     LOADS THE CURRENT CALENDAR INTO THE IN-CORE TABLE. AN
002310*     EMPTY CALENDAR IS NORMAL BEFORE THE FIRST GEN, BUT A
002320*     MISSING ONE IS A SETUP ERROR AND CANCELS THE RUN.
002330*----------------------------------------------------------------
002340 1010-LOAD-OLD-CALENDAR.
002350     OPEN INPUT CD-OLD-FILE.
002360     IF CD-OLD-STATUS NOT = '00'
002370         DISPLAY 'CDCALOLD OPEN FAILED, STATUS ' CD-OLD-STATUS
002380         DISPLAY 'CALENDAR IS REQUIRED -- RUN CANCELLED'
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     MOVE 'N' TO CD-OLD-EOF-SW.
002430     PERFORM 1015-LOAD-ONE-DAY THRU 1015-EXIT
002440         UNTIL CD-OLD-EOF-YES.
002450     CLOSE CD-OLD-FILE.
002460     DISPLAY 'CALENDAR LOADED, ' CD-CAL-LOAD-COUNT ' DAYS'.
002470 1010-EXIT.
002480     EXIT.

002490*----------------------------------------------------------------
002500* 1015-LOAD-ONE-DAY
002510*     READS ONE CALENDAR RECORD INTO THE NEXT TABLE SLOT. EACH
002520*     DATE MUST BE THE DAY AFTER THE ONE BEFORE IT -- THE
002530*     PROGRAMS THAT READ THE CALENDAR COUNT ON THERE BEING NO
002540*     GAPS -- SO A DAMAGED CALENDAR CANCELS THE RUN.
002550*----------------------------------------------------------------
002560 1015-LOAD-ONE-DAY.
002570     READ CD-OLD-FILE
002580         AT END
002590             MOVE 'Y' TO CD-OLD-EOF-SW
002600             GO TO 1015-EXIT
002610     END-READ.
002620     IF CD-CAL-LOAD-COUNT >= 4000
002630         DISPLAY 'CALENDAR EXCEEDS THE 4000-DAY TABLE -- RUN'
002640             ' CANCELLED'
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     IF CD-OLD-DATE IS NOT NUMERIC
002690        OR CD-OLD-WEEKDAY IS NOT NUMERIC
002700        OR NOT (CD-OLD-BUSINESS OR CD-OLD-HOLIDAY
002710                OR CD-OLD-NON-PROC)
002720         DISPLAY 'CDCALOLD RECORD ' CD-OLD-DATE
002730             ' IS DAMAGED -- RUN CANCELLED'
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     IF CD-CAL-LOAD-COUNT > ZERO
002780         MOVE CD-CE-DATE (CD-CAL-LOAD-COUNT) TO CD-WRK-DATE
002790         PERFORM 2950-NEXT-DATE THRU 2950-EXIT
002800         IF CD-OLD-DATE NOT = CD-WRK-DATE
002810             DISPLAY 'CDCALOLD RECORD ' CD-OLD-DATE
002820                 ' DOES NOT FOLLOW '
002821                 CD-CE-DATE (CD-CAL-LOAD-COUNT)
002830                 ' -- RUN CANCELLED'
002840             MOVE 16 TO RETURN-CODE
002850             STOP RUN
002860         END-IF
002870     END-IF.
002880     ADD 1 TO CD-CAL-LOAD-COUNT.
002890     MOVE CD-OLD-DATE     TO CD-CE-DATE (CD-CAL-LOAD-COUNT).
002900     MOVE CD-OLD-DAY-TYPE TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT).
002910     MOVE CD-OLD-WEEKDAY  TO CD-CE-WEEKDAY (CD-CAL-LOAD-COUNT).
002920     MOVE CD-OLD-DESC     TO CD-CE-DESC (CD-CAL-LOAD-COUNT).
002930 1015-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960* 2000-PROCESS-TXNS
002970*     VALIDATES ONE MAINTENANCE CARD'S DATE OR YEAR AND
002980*     DISPATCHES IT BY ITS ACTION CODE.
002990*----------------------------------------------------------------
003000 2000-PROCESS-TXNS.
003010     IF CD-TX-ACTION = 'HOL' OR CD-TX-ACTION = 'NPD'
003020        OR CD-TX-ACTION = 'BUS'
003030         IF CD-TX-DATE IS NOT NUMERIC
003040             ADD 1 TO CD-ERROR-COUNT
003050             DISPLAY CD-TX-ACTION ' CARD DATE ' CD-TX-DATE
003060                 ' IS NOT NUMERIC -- CARD DROPPED'
003070             GO TO 2000-NEXT
003080         END-IF
003090         MOVE CD-TX-DATE TO CD-CARD-DATE
003100     END-IF.
003110     IF CD-TX-ACTION = 'GEN' OR CD-TX-ACTION = 'PRG'
003120         IF CD-TX-YEAR IS NOT NUMERIC
003130             ADD 1 TO CD-ERROR-COUNT
003140             DISPLAY CD-TX-ACTION ' CARD YEAR ' CD-TX-YEAR
003150                 ' IS NOT NUMERIC -- CARD DROPPED'
003160             GO TO 2000-NEXT
003170         END-IF
003180         MOVE CD-TX-YEAR TO CD-CARD-YEAR
003190     END-IF.
003200     EVALUATE CD-TX-ACTION
003210         WHEN 'GEN'
003220             PERFORM 2100-GENERATE-YEAR THRU 2100-EXIT
003230         WHEN 'HOL'
003240             MOVE 'H' TO CD-NEW-TYPE
003250             PERFORM 2200-SET-DAY-TYPE THRU 2200-EXIT
003260         WHEN 'NPD'
003270             MOVE 'N' TO CD-NEW-TYPE
003280             PERFORM 2200-SET-DAY-TYPE THRU 2200-EXIT
003290         WHEN 'BUS'
003300             MOVE 'B' TO CD-NEW-TYPE
003310             PERFORM 2200-SET-DAY-TYPE THRU 2200-EXIT
003320         WHEN 'PRG'
003330             PERFORM 2300-PURGE-YEARS THRU 2300-EXIT
003340         WHEN 'LST'
003350             PERFORM 2400-LIST-YEAR THRU 2400-EXIT
003360         WHEN OTHER
003370             ADD 1 TO CD-ERROR-COUNT
003380             DISPLAY 'INVALID ACTION ' CD-TX-ACTION
003390                 ' -- CARD DROPPED'
003400     END-EVALUATE.
003410 2000-NEXT.
003420     PERFORM 2900-READ-TXN THRU 2900-EXIT.
003430 2000-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460* 2050-FIND-DAY
003470*     SEARCHES THE TABLE FOR THE CARD'S DATE.
003480*----------------------------------------------------------------
003490 2050-FIND-DAY.
003500     MOVE 'N'  TO CD-HIT-SW.
003510     MOVE ZERO TO CD-HIT-IDX.
003520     PERFORM 2055-TEST-ONE-DAY THRU 2055-EXIT
003530         VARYING CD-CE-IDX FROM 1 BY 1
003540         UNTIL CD-CE-IDX > CD-CAL-LOAD-COUNT
003550             OR CD-DAY-HIT.
003560 2050-EXIT.
003570     EXIT.

003580*----------------------------------------------------------------
003590* 2055-TEST-ONE-DAY
003600*     TESTS ONE TABLE ENTRY AGAINST THE CARD'S DATE.
003610*----------------------------------------------------------------
003620 2055-TEST-ONE-DAY.
003630     IF CD-CE-DATE (CD-CE-IDX) = CD-CARD-DATE
003640         MOVE 'Y' TO CD-HIT-SW
003650         MOVE CD-CE-IDX TO CD-HIT-IDX.
003660 2055-EXIT.
003670     EXIT.

003680*----------------------------------------------------------------
003690* 2100-GENERATE-YEAR
003700*     ADDS EVERY DATE OF THE CARD'S YEAR. ON A CALENDAR THAT
003710*     ALREADY HOLDS DAYS THE YEAR MUST BE THE ONE AFTER THE
003720*     LAST DAY ON IT, AND THE WEEKDAYS CARRY ON FROM THAT DAY;
003730*     ON AN EMPTY CALENDAR THE WEEKDAY OF 1 JANUARY IS WORKED
003740*     OUT.
003750*----------------------------------------------------------------
003760 2100-GENERATE-YEAR.
003770     IF CD-CARD-YEAR < 1901
003780         ADD 1 TO CD-ERROR-COUNT
003790         DISPLAY 'GEN YEAR ' CD-CARD-YEAR
003800             ' IS NOT A VALID YEAR -- GEN REJECTED'
003810         GO TO 2100-EXIT.
003820     IF CD-CAL-LOAD-COUNT > ZERO
003830         MOVE CD-CE-DATE (CD-CAL-LOAD-COUNT) TO CD-WRK-DATE
003840         IF CD-WD-MONTH NOT = 12 OR CD-WD-DAY NOT = 31
003850            OR CD-WD-YEAR + 1 NOT = CD-CARD-YEAR
003860             ADD 1 TO CD-ERROR-COUNT
003870             DISPLAY 'GEN YEAR ' CD-CARD-YEAR ' DOES NOT FOLLOW'
003880                 ' THE LAST DAY ON THE CALENDAR ' CD-WRK-DATE
003890                 ' -- GEN REJECTED'
003900             GO TO 2100-EXIT
003910         END-IF
003920     END-IF.
003930     MOVE CD-CARD-YEAR TO CD-WD-YEAR.
003940     MOVE 1 TO CD-WD-MONTH.
003950     MOVE 1 TO CD-WD-DAY.
003960     PERFORM 2960-SET-FEBRUARY THRU 2960-EXIT.
003970     COMPUTE CD-YEAR-DAYS = 337 + CD-MONTH-DAYS (2).
003980     IF CD-CAL-LOAD-COUNT + CD-YEAR-DAYS > 4000
003990         ADD 1 TO CD-ERROR-COUNT
004000         DISPLAY 'GEN YEAR ' CD-CARD-YEAR ' WOULD OVERFILL THE'
004010             ' 4000-DAY TABLE -- PRG THE OLDEST YEAR FIRST.'
004020             ' GEN REJECTED'
004030         GO TO 2100-EXIT.
004040     IF CD-CAL-LOAD-COUNT > ZERO
004050         MOVE CD-CE-WEEKDAY (CD-CAL-LOAD-COUNT)
004060             TO CD-WRK-WEEKDAY
004070         PERFORM 2120-NEXT-WEEKDAY THRU 2120-EXIT
004080     ELSE
004090         PERFORM 2150-FIRST-WEEKDAY THRU 2150-EXIT
004100     END-IF.
004110     MOVE ZERO TO CD-GEN-COUNT.
004120     PERFORM 2110-GENERATE-ONE-DAY THRU 2110-EXIT
004130         UNTIL CD-WD-YEAR > CD-CARD-YEAR.
004140     ADD 1 TO CD-CHANGE-COUNT.
004150     MOVE CD-CARD-YEAR TO CD-WD-YEAR.
004160     MOVE 1 TO CD-WD-MONTH.
004170     MOVE 1 TO CD-WD-DAY.
004180     MOVE CD-WRK-DATE TO CD-CA-CAL-DATE.
004190     MOVE SPACE       TO CD-CA-OLD-TYPE.
004200     MOVE SPACE       TO CD-CA-NEW-TYPE.
004210     MOVE 'YEAR GENERATED' TO CD-CA-DESC.
004220     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004230     DISPLAY 'YEAR ' CD-CARD-YEAR ' GENERATED, ' CD-GEN-COUNT
004240         ' DAYS, BY ' CD-TX-USER.
004250 2100-EXIT.
004260     EXIT.

004270*----------------------------------------------------------------
004280* 2110-GENERATE-ONE-DAY
004290*     ADDS THE WORK DATE TO THE TABLE -- A BUSINESS DAY MONDAY
004300*     TO FRIDAY, A NON-PROCESSING WEEKEND DAY OTHERWISE -- AND
004310*     STEPS TO THE NEXT DATE AND WEEKDAY.
004320*----------------------------------------------------------------
004330 2110-GENERATE-ONE-DAY.
004340     ADD 1 TO CD-CAL-LOAD-COUNT.
004350     ADD 1 TO CD-GEN-COUNT.
004360     MOVE CD-WRK-DATE    TO CD-CE-DATE (CD-CAL-LOAD-COUNT).
004370     MOVE CD-WRK-WEEKDAY TO CD-CE-WEEKDAY (CD-CAL-LOAD-COUNT).
004380     IF CD-WRK-WEEKDAY > 5
004390         MOVE 'N'       TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT)
004400         MOVE 'WEEKEND' TO CD-CE-DESC (CD-CAL-LOAD-COUNT)
004410     ELSE
004420         MOVE 'B'       TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT)
004430         MOVE SPACES    TO CD-CE-DESC (CD-CAL-LOAD-COUNT)
004440     END-IF.
004450     PERFORM 2950-NEXT-DATE THRU 2950-EXIT.
004460     PERFORM 2120-NEXT-WEEKDAY THRU 2120-EXIT.
004470 2110-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500* 2120-NEXT-WEEKDAY
004510*     STEPS THE WORK WEEKDAY ON ONE DAY, SUNDAY TO MONDAY.
004520*----------------------------------------------------------------
004530 2120-NEXT-WEEKDAY.
004540     IF CD-WRK-WEEKDAY >= 7
004550         MOVE 1 TO CD-WRK-WEEKDAY
004560     ELSE
004570         ADD 1 TO CD-WRK-WEEKDAY
004580     END-IF.
004590 2120-EXIT.
004600     EXIT.

004610*----------------------------------------------------------------
004620* 2150-FIRST-WEEKDAY
004630*     WORKS OUT THE WEEKDAY OF 1 JANUARY OF THE CARD'S YEAR BY
004640*     ZELLER'S RULE, WITH JANUARY AS MONTH 13 OF THE YEAR
004650*     BEFORE: H = (1 + 36 + YY + YY/4 + CC/4 + 5*CC) MOD 7,
004660*     WHERE H = 0 IS SATURDAY. CONVERTED TO 1 = MONDAY.
004670*----------------------------------------------------------------
004680 2150-FIRST-WEEKDAY.
004690     COMPUTE CD-ZL-YEAR = CD-CARD-YEAR - 1.
004700     DIVIDE CD-ZL-YEAR BY 100
004710         GIVING CD-ZL-CENTURY REMAINDER CD-ZL-YY.
004720     COMPUTE CD-ZL-SUM = 37 + CD-ZL-YY + (CD-ZL-YY / 4)
004730         + (CD-ZL-CENTURY / 4) + (5 * CD-ZL-CENTURY).
004740     DIVIDE CD-ZL-SUM BY 7
004750         GIVING CD-ZL-QUOT REMAINDER CD-ZL-H.
004760     IF CD-ZL-H < 2
004770         COMPUTE CD-WRK-WEEKDAY = CD-ZL-H + 6
004780     ELSE
004790         COMPUTE CD-WRK-WEEKDAY = CD-ZL-H - 1
004800     END-IF.
004810 2150-EXIT.
004820     EXIT.

004830*----------------------------------------------------------------
004840* 2200-SET-DAY-TYPE
004850*     MAKES THE CARD'S DATE THE DAY TYPE STAGED IN CD-NEW-TYPE.
004860*     A HOLIDAY OR NON-PROCESSING DAY NEEDS A DESCRIPTION SO
004870*     THE TREND REPORT CAN SAY WHY NOTHING WAS POSTED.
004880*----------------------------------------------------------------
004890 2200-SET-DAY-TYPE.
004900     IF CD-NEW-TYPE NOT = 'B' AND CD-TX-DESC = SPACES
004910         ADD 1 TO CD-ERROR-COUNT
004920         DISPLAY CD-TX-ACTION ' ' CD-CARD-DATE
004930             ' HAS NO DESCRIPTION -- CARD REJECTED'
004940         GO TO 2200-EXIT.
004950     PERFORM 2050-FIND-DAY THRU 2050-EXIT.
004960     IF NOT CD-DAY-HIT
004970         ADD 1 TO CD-ERROR-COUNT
004980         DISPLAY CD-TX-ACTION ' ' CD-CARD-DATE
004990             ' IS NOT ON THE CALENDAR -- GEN ITS YEAR FIRST.'
005000             ' CARD REJECTED'
005010         GO TO 2200-EXIT.
005020     MOVE CD-CE-DAY-TYPE (CD-HIT-IDX) TO CD-OLD-TYPE.
005030     MOVE CD-NEW-TYPE TO CD-CE-DAY-TYPE (CD-HIT-IDX).
005040     MOVE CD-TX-DESC  TO CD-CE-DESC (CD-HIT-IDX).
005050     ADD 1 TO CD-CHANGE-COUNT.
005060     MOVE CD-CARD-DATE TO CD-CA-CAL-DATE.
005070     MOVE CD-OLD-TYPE  TO CD-CA-OLD-TYPE.
005080     MOVE CD-NEW-TYPE  TO CD-CA-NEW-TYPE.
005090     MOVE CD-TX-DESC   TO CD-CA-DESC.
005100     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005110     DISPLAY CD-TX-ACTION ' ' CD-CARD-DATE ' SET FROM '
005120         CD-OLD-TYPE ' TO ' CD-NEW-TYPE ' BY ' CD-TX-USER.
005130 2200-EXIT.
005140     EXIT.

005150*----------------------------------------------------------------
005160* 2300-PURGE-YEARS
005170*     DROPS EVERY DAY BEFORE 1 JANUARY OF THE CARD'S YEAR.
005180*     THE YEAR BEFORE THE RUN DATE AND EVERYTHING AFTER IT
005190*     STAY -- THE QUEUES AND THE TREND REPORT STILL LOOK BACK
005200*     INTO THEM.
005210*----------------------------------------------------------------
005220 2300-PURGE-YEARS.
005230     IF CD-CARD-YEAR + 1 > CD-RD-YEAR
005240         ADD 1 TO CD-ERROR-COUNT
005250         DISPLAY 'PRG YEAR ' CD-CARD-YEAR ' WOULD DROP THE PRIOR'
005260             ' YEAR -- PRG REJECTED'
005270         GO TO 2300-EXIT.
005280     MOVE ZERO TO CD-DROP-COUNT.
005290     MOVE ZERO TO CD-KEEP-IDX.
005300     PERFORM 2310-PURGE-ONE-DAY THRU 2310-EXIT
005310         VARYING CD-CE-IDX FROM 1 BY 1
005320         UNTIL CD-CE-IDX > CD-CAL-LOAD-COUNT.
005330     MOVE CD-KEEP-IDX TO CD-CAL-LOAD-COUNT.
005340     ADD 1 TO CD-CHANGE-COUNT.
005350     MOVE CD-CARD-YEAR TO CD-WD-YEAR.
005360     MOVE 1 TO CD-WD-MONTH.
005370     MOVE 1 TO CD-WD-DAY.
005380     MOVE CD-WRK-DATE TO CD-CA-CAL-DATE.
005390     MOVE SPACE       TO CD-CA-OLD-TYPE.
005400     MOVE SPACE       TO CD-CA-NEW-TYPE.
005410     MOVE 'EARLIER DAYS DROPPED' TO CD-CA-DESC.
005420     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005430     DISPLAY 'DAYS BEFORE ' CD-WRK-DATE ' DROPPED, '
005440         CD-DROP-COUNT ' DAYS, BY ' CD-TX-USER.
005450 2300-EXIT.
005460     EXIT.

005470*----------------------------------------------------------------
005480* 2310-PURGE-ONE-DAY
005490*     DROPS ONE DAY BEFORE THE CARD'S YEAR OR MOVES ONE DAY
005500*     FROM IT ON DOWN TO THE NEXT KEPT SLOT.
005510*----------------------------------------------------------------
005520 2310-PURGE-ONE-DAY.
005530     MOVE CD-CE-DATE (CD-CE-IDX) TO CD-WRK-DATE.
005540     IF CD-WD-YEAR < CD-CARD-YEAR
005550         ADD 1 TO CD-DROP-COUNT
005560         GO TO 2310-EXIT.
005570     ADD 1 TO CD-KEEP-IDX.
005580     IF CD-KEEP-IDX NOT = CD-CE-IDX
005590         MOVE CD-CAL-ENTRY (CD-CE-IDX)
005600             TO CD-CAL-ENTRY (CD-KEEP-IDX)
005610     END-IF.
005620 2310-EXIT.
005630     EXIT.

005640*----------------------------------------------------------------
005650* 2400-LIST-YEAR
005660*     LISTS THE EXCEPTIONS IN THE CARD'S YEAR (THE RUN YEAR
005670*     WHEN THE CARD GIVES NONE) -- EVERY HOLIDAY, EVERY WEEKDAY
005680*     THAT IS NOT A BUSINESS DAY AND EVERY WEEKEND DAY THAT IS
005690*     -- AND COUNTS THE YEAR'S BUSINESS DAYS.
005700*----------------------------------------------------------------
005710 2400-LIST-YEAR.
005720     IF CD-TX-YEAR IS NUMERIC AND CD-TX-YEAR NOT = '0000'
005730         MOVE CD-TX-YEAR TO CD-CARD-YEAR
005740     ELSE
005750         MOVE CD-RD-YEAR TO CD-CARD-YEAR
005760     END-IF.
005770     MOVE SPACES TO CD-LIST-RECORD.
005780     STRING 'CALENDAR EXCEPTIONS FOR ' CD-CARD-YEAR
005790         DELIMITED BY SIZE INTO CD-LIST-RECORD.
005800     WRITE CD-LIST-RECORD.
005810     MOVE CD-LIST-HEADING TO CD-LIST-RECORD.
005820     WRITE CD-LIST-RECORD.
005830     MOVE ZERO TO CD-LIST-COUNT.
005840     MOVE ZERO TO CD-BUS-COUNT.
005850     PERFORM 2410-LIST-ONE-DAY THRU 2410-EXIT
005860         VARYING CD-CE-IDX FROM 1 BY 1
005870         UNTIL CD-CE-IDX > CD-CAL-LOAD-COUNT.
005880     MOVE 'EXCEPTIONS LISTED'  TO CD-SL-LABEL.
005890     MOVE CD-LIST-COUNT        TO CD-SL-COUNT.
005900     MOVE CD-SUMMARY-LINE      TO CD-LIST-RECORD.
005910     WRITE CD-LIST-RECORD.
005920     MOVE 'BUSINESS DAYS IN THE YEAR' TO CD-SL-LABEL.
005930     MOVE CD-BUS-COUNT         TO CD-SL-COUNT.
005940     MOVE CD-SUMMARY-LINE      TO CD-LIST-RECORD.
005950     WRITE CD-LIST-RECORD.
005960     MOVE SPACES TO CD-LIST-RECORD.
005970     WRITE CD-LIST-RECORD.
005980 2400-EXIT.
005990     EXIT.

006000*----------------------------------------------------------------
006010* 2410-LIST-ONE-DAY
006020*     COUNTS ONE DAY OF THE YEAR AND PRINTS IT IF IT IS AN
006030*     EXCEPTION.
006040*----------------------------------------------------------------
006050 2410-LIST-ONE-DAY.
006060     MOVE CD-CE-DATE (CD-CE-IDX) TO CD-WRK-DATE.
006070     IF CD-WD-YEAR NOT = CD-CARD-YEAR
006080         GO TO 2410-EXIT.
006090     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
006100         ADD 1 TO CD-BUS-COUNT
006110     END-IF.
006120     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
006130        AND CD-CE-WEEKDAY (CD-CE-IDX) < 6
006140         GO TO 2410-EXIT.
006150     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'N'
006160        AND CD-CE-WEEKDAY (CD-CE-IDX) > 5
006170         GO TO 2410-EXIT.
006180     ADD 1 TO CD-LIST-COUNT.
006190     MOVE CD-CE-DATE (CD-CE-IDX) TO CD-LD-DATE.
006200     MOVE CD-WEEKDAY-NAME (CD-CE-WEEKDAY (CD-CE-IDX))
006210         TO CD-LD-WEEKDAY.
006220     EVALUATE CD-CE-DAY-TYPE (CD-CE-IDX)
006230         WHEN 'B'
006240             MOVE 'BUSINESS' TO CD-LD-TYPE
006250         WHEN 'H'
006260             MOVE 'HOLIDAY'  TO CD-LD-TYPE
006270         WHEN OTHER
006280             MOVE 'NON-PROC' TO CD-LD-TYPE
006290     END-EVALUATE.
006300     MOVE CD-CE-DESC (CD-CE-IDX) TO CD-LD-DESC.
006310     MOVE CD-LIST-DETAIL TO CD-LIST-RECORD.
006320     WRITE CD-LIST-RECORD.
006330 2410-EXIT.
006340     EXIT.

006350*----------------------------------------------------------------
006360* 2800-WRITE-AUDIT
006370*     APPENDS ONE AUDIT TRAIL LINE FOR THE CHANGE JUST MADE.
006380*     THE CALENDAR DATE, TYPES AND DESCRIPTION ARE STAGED BY
006390*     THE CALLER.
006400*----------------------------------------------------------------
006410 2800-WRITE-AUDIT.
006420     MOVE CD-RUN-DATE  TO CD-CA-DATE.
006430     MOVE CD-TX-USER   TO CD-CA-USER.
006440     MOVE CD-TX-ACTION TO CD-CA-ACTION.
006450     WRITE CD-CAUD-RECORD.
006460 2800-EXIT.
006470     EXIT.

006480*----------------------------------------------------------------
006490* 2900-READ-TXN
006500*     READS ONE MAINTENANCE CARD, SETTING THE EOF SWITCH WHEN
006510*     THE FILE IS EXHAUSTED.
006520*----------------------------------------------------------------
006530 2900-READ-TXN.
006540     READ CD-TXN-FILE
006550         AT END MOVE 'Y' TO CD-TXN-EOF-SW.
006560 2900-EXIT.
006570     EXIT.

006580*----------------------------------------------------------------
006590* 2950-NEXT-DATE
006600*     STEPS CD-WRK-DATE ON ONE CALENDAR DAY, ACROSS MONTH AND
006610*     YEAR ENDS.
006620*----------------------------------------------------------------
006630 2950-NEXT-DATE.
006640     PERFORM 2960-SET-FEBRUARY THRU 2960-EXIT.
006650     MOVE CD-MONTH-DAYS (CD-WD-MONTH) TO CD-WRK-MONTH-DAYS.
006660     IF CD-WD-DAY < CD-WRK-MONTH-DAYS
006670         ADD 1 TO CD-WD-DAY
006680         GO TO 2950-EXIT.
006690     MOVE 1 TO CD-WD-DAY.
006700     IF CD-WD-MONTH < 12
006710         ADD 1 TO CD-WD-MONTH
006720     ELSE
006730         MOVE 1 TO CD-WD-MONTH
006740         ADD 1 TO CD-WD-YEAR
006750     END-IF.
006760 2950-EXIT.
006770     EXIT.

006780*----------------------------------------------------------------
006790* 2960-SET-FEBRUARY
006800*     SETS FEBRUARY'S LENGTH FOR THE WORK DATE'S YEAR -- 29 IN
006810*     A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT
006820*     DIVISIBLE BY 400.
006830*----------------------------------------------------------------
006840 2960-SET-FEBRUARY.
006850     DIVIDE CD-WD-YEAR BY 4
006860         GIVING CD-LEAP-QUOT REMAINDER CD-LEAP-REM-4.
006870     DIVIDE CD-WD-YEAR BY 100
006880         GIVING CD-LEAP-QUOT REMAINDER CD-LEAP-REM-100.
006890     DIVIDE CD-WD-YEAR BY 400
006900         GIVING CD-LEAP-QUOT REMAINDER CD-LEAP-REM-400.
006910     IF CD-LEAP-REM-4 = ZERO
006920        AND (CD-LEAP-REM-100 NOT = ZERO
006930             OR CD-LEAP-REM-400 = ZERO)
006940         MOVE 29 TO CD-MONTH-DAYS (2)
006950     ELSE
006960         MOVE 28 TO CD-MONTH-DAYS (2)
006970     END-IF.
006980 2960-EXIT.
006990     EXIT.

007000*----------------------------------------------------------------
007010* 3000-TERMINATE
007020*     WRITES THE UPDATED CALENDAR, PRINTS THE TALLY, AND
007030*     CLOSES THE FILES. A CALENDAR THAT ENDS IN THE RUN YEAR
007040*     GETS A REMINDER TO GENERATE THE NEXT ONE -- THE QUEUE
007050*     RUNS CANNOT AGE ANYTHING PAST THE LAST DAY ON IT. ANY
007060*     REJECTED CARD LEAVES A WARNING CONDITION CODE FOR THE
007070*     SCHEDULER.
007080*----------------------------------------------------------------
007090 3000-TERMINATE.
007100     PERFORM 3010-WRITE-ONE-DAY THRU 3010-EXIT
007110         VARYING CD-CE-IDX FROM 1 BY 1
007120         UNTIL CD-CE-IDX > CD-CAL-LOAD-COUNT.
007130     MOVE 'DAYS ON THE CALENDAR'   TO CD-SL-LABEL.
007140     MOVE CD-CAL-LOAD-COUNT        TO CD-SL-COUNT.
007150     MOVE CD-SUMMARY-LINE          TO CD-LIST-RECORD.
007160     WRITE CD-LIST-RECORD.
007170     MOVE 'CHANGES APPLIED'        TO CD-SL-LABEL.
007180     MOVE CD-CHANGE-COUNT          TO CD-SL-COUNT.
007190     MOVE CD-SUMMARY-LINE          TO CD-LIST-RECORD.
007200     WRITE CD-LIST-RECORD.
007210     MOVE 'CARDS REJECTED'         TO CD-SL-LABEL.
007220     MOVE CD-ERROR-COUNT           TO CD-SL-COUNT.
007230     MOVE CD-SUMMARY-LINE          TO CD-LIST-RECORD.
007240     WRITE CD-LIST-RECORD.
007250     IF CD-CAL-LOAD-COUNT > ZERO
007260         MOVE SPACES TO CD-LIST-RECORD
007270         STRING 'CALENDAR RUNS ' CD-CE-DATE (1) ' THROUGH '
007280             CD-CE-DATE (CD-CAL-LOAD-COUNT)
007290             DELIMITED BY SIZE INTO CD-LIST-RECORD
007300         WRITE CD-LIST-RECORD
007310         MOVE CD-CE-DATE (CD-CAL-LOAD-COUNT) TO CD-WRK-DATE
007320         IF CD-WD-YEAR NOT > CD-RD-YEAR
007330             DISPLAY 'CALENDAR ENDS ' CD-WRK-DATE
007340                 ' -- GEN THE NEXT YEAR BEFORE IT RUNS OUT'
007350         END-IF
007360     END-IF.
007370     CLOSE CD-TXN-FILE.
007380     CLOSE CD-NEW-FILE.
007390     CLOSE CD-CAUD-FILE.
007400     CLOSE CD-LIST-FILE.
007410     DISPLAY 'CONDCALM COMPLETE -- CHANGES ' CD-CHANGE-COUNT
007420         ' ERRORS ' CD-ERROR-COUNT '.'.
007430     IF CD-ERROR-COUNT > ZERO
007440         MOVE 4 TO RETURN-CODE
007450     END-IF.
007460 3000-EXIT.
007470     EXIT.

007480*----------------------------------------------------------------
007490* 3010-WRITE-ONE-DAY
007500*     WRITES ONE TABLE ENTRY TO THE UPDATED CALENDAR.
007510*----------------------------------------------------------------
007520 3010-WRITE-ONE-DAY.
007530     MOVE SPACES                      TO CD-NEW-RECORD.
007540     MOVE CD-CE-DATE (CD-CE-IDX)      TO CD-NEW-DATE.
007550     MOVE CD-CE-DAY-TYPE (CD-CE-IDX)  TO CD-NEW-DAY-TYPE.
007560     MOVE CD-CE-WEEKDAY (CD-CE-IDX)   TO CD-NEW-WEEKDAY.
007570     MOVE CD-CE-DESC (CD-CE-IDX)      TO CD-NEW-DESC.
007580     WRITE CD-NEW-RECORD.
007590 3010-EXIT.
007600     EXIT.
