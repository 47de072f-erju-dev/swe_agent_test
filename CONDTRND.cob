000200*     SCORING BANDS DIFFER FROM THE PRIOR POSTED DAY'S -- SO
000210*     A PASS-RATE SHIFT CAN BE EXPLAINED BY A BAND CHANGE
000220*     INSTEAD OF ARGUED ABOUT.
000221*
000222*     THE BUSINESS-DAY CALENDAR (CDCALF, KEPT BY CONDCALM)
000223*     FILLS IN THE DAYS THAT DID NOT POST: A HOLIDAY OR
000224*     DECLARED NON-PROCESSING DAY PRINTS AS SUCH WITH ITS
000225*     DESCRIPTION, AND A BUSINESS DAY BEFORE TODAY WITH NO
000226*     CONTROL RECORD PRINTS FLAGGED AS MISSING. PLAIN
000227*     WEEKENDS ARE LEFT OFF THE LISTING.
000230*
000240* MAINTENANCE HISTORY.
000250*     09/02/2026  DL   ORIGINAL PROGRAM.
000252*     09/02/2026  DL   REJECTS NOW INCLUDE THE NEW INACTIVE-
000254*                      ACCOUNT COUNTER ON CDCTL.
000255*     10/15/2026  DL   READS THE BUSINESS-DAY CALENDAR (CDCALF)
000256*                      -- HOLIDAYS AND NON-PROCESSING DAYS LIST
000257*                      AS SUCH, UNPOSTED BUSINESS DAYS AS
000258*                      MISSING, WITH A COUNT OF EACH.
000260*----------------------------------------------------------------

000270 ENVIRONMENT DIVISION.
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT CD-TRPT-FILE   ASSIGN TO CDTRPT
000350         ORGANIZATION IS LINE SEQUENTIAL.
000352     SELECT CD-CAL-FILE    ASSIGN TO CDCALF
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS CD-CAL-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000480 FD  CD-TRPT-FILE.
000490 01  CD-TRPT-RECORD       PIC X(80).

000492* BUSINESS-DAY CALENDAR -- MAINTAINED BY CONDCALM.
000494 FD  CD-CAL-FILE.
000496 COPY CDCAL.

000500 WORKING-STORAGE SECTION.
000510* PER-DAY ACCUMULATORS FOR THE REPORT MONTH -- ONE SLOT PER
000520* CALENDAR DAY, SUMMED OVER THE DAY'S CONTROL RECORDS (ONE
000530* PER STREAM ON A SPLIT NIGHT). THE BANDS IN EFFECT RIDE
000540* ALONG SO A MID-MONTH BAND CHANGE CAN BE FLAGGED, AND THE
000543* CALENDAR'S DAY TYPE AND DESCRIPTION (SPACES WHEN THE DAY
000546* IS NOT ON THE CALENDAR) SO AN UNPOSTED DAY CAN BE NAMED.
000550 01  CD-DAY-TABLE-AREA.
000560     05  CD-DAY-ENTRY OCCURS 31 TIMES.
000570         10  CD-DE-PRESENT-SW PIC X(01).
000620         10  CD-DE-FAIL       PIC 9(09) COMP.
000630         10  CD-DE-REJECTS    PIC 9(09) COMP.
000640         10  CD-DE-BANDS      PIC X(18).
000642         10  CD-DE-CAL-TYPE   PIC X(01).
000644         10  CD-DE-CAL-WEEKDAY
000646                              PIC 9(01).
000648         10  CD-DE-CAL-DESC   PIC X(20).
000650 01  CD-DAY-IDX           PIC 9(02) COMP.
000660* MONTHLY TOTALS -- REPORT MONTH AND THE MONTH BEFORE IT.
000670 01  CD-TM-RECORDS        PIC 9(09) COMP VALUE ZERO.
000920 01  CD-REC-DAY           PIC 9(02) VALUE ZERO.
000922 01  CD-WRK-DAY           PIC 9(02) VALUE ZERO.
000924 01  CD-WRK-REJECTS       PIC 9(09) COMP VALUE ZERO.
000925 01  CD-CAL-MONTH         PIC 9(06) VALUE ZERO.
000926 01  CD-CAL-DAY           PIC 9(02) VALUE ZERO.
000927 01  CD-TODAY-DATE        PIC 9(08) VALUE ZERO.
000928 01  CD-WRK-DATE          PIC 9(08) VALUE ZERO.
000930 01  CD-THIS-BANDS        PIC X(18) VALUE SPACES.
000940 01  CD-SAVED-BANDS       PIC X(18) VALUE SPACES.
000950 01  CD-BAND-CHANGE-COUNT PIC 9(03) COMP VALUE ZERO.
000960 01  CD-DAYS-POSTED       PIC 9(03) COMP VALUE ZERO.
000961 01  CD-DAYS-NON-PROC     PIC 9(03) COMP VALUE ZERO.
000962 01  CD-DAYS-MISSING      PIC 9(03) COMP VALUE ZERO.
000963* CALENDAR FILE STATUS AND SWITCH.
000964 01  CD-CAL-STATUS        PIC X(02) VALUE SPACES.
000965 01  CD-CAL-EOF-SW        PIC X(01) VALUE 'N'.
000966         88  CD-CAL-EOF-YES       VALUE 'Y'.
000970* RATE WORK FIELDS -- PASS RATE OVER THE SCORED DISPOSITIONS,
000980* REJECT RATE OVER EVERYTHING DISPOSED, AS THE SCORING RUN'S
000990* CONDITION-CODE GRADING COMPUTES THEM. THE CD-WL- FIELDS
001310     05  CD-TD-REJ-RATE       PIC ZZZZ9.
001320     05  FILLER               PIC X(01) VALUE SPACE.
001330     05  CD-TD-FLAG           PIC X(10).
001331* LINE FOR A HOLIDAY OR DECLARED NON-PROCESSING DAY.
001332 01  CD-TRPT-NONPROC-LINE.
001333     05  CD-TN-LABEL          PIC X(10).
001334     05  FILLER               PIC X(18)
001335                              VALUE 'NON-PROCESSING -- '.
001336     05  CD-TN-DESC           PIC X(20).
001337     05  FILLER               PIC X(32) VALUE SPACES.
001340* EDITED LINE USED TO BUILD THE REPORT TOTALS.
001350 01  CD-SUMMARY-LINE.
001360     05  CD-SL-LABEL          PIC X(30).
001370     05  CD-SL-COUNT          PIC ZZZ,ZZZ,ZZ9.
001371* LINE FOR A BUSINESS DAY THAT DID NOT POST.
001372 01  CD-TRPT-MISSING-LINE.
001373     05  CD-TX-LABEL          PIC X(10).
001374     05  FILLER               PIC X(36)
001375         VALUE '*MISSING* -- BUSINESS DAY NOT POSTED'.
001376     05  FILLER               PIC X(34) VALUE SPACES.

001380 PROCEDURE DIVISION.

001500*----------------------------------------------------------------
001510* 1000-INITIALIZE
001520*     READS AND VALIDATES THE REPORT-MONTH CARD, DERIVES THE
001530*     PRIOR MONTH, CLEARS THE DAY TABLE, MARKS THE REPORT
001535*     MONTH'S DAYS FROM THE CALENDAR, AND OPENS THE HISTORY
001540*     AND REPORT FILES. THE CALENDAR IS REQUIRED -- WITHOUT
001545*     IT A HOLIDAY CANNOT BE TOLD FROM A MISSED DAY.
001550*----------------------------------------------------------------
001560 1000-INITIALIZE.
001570     OPEN INPUT CD-TPARM-FILE.
001860     PERFORM 1010-CLEAR-ONE-DAY THRU 1010-EXIT
001870         VARYING CD-DAY-IDX FROM 1 BY 1
001880         UNTIL CD-DAY-IDX > 31.
001881     PERFORM 1015-LOAD-CALENDAR THRU 1015-EXIT.
001890     OPEN INPUT CD-CTLH-FILE.
001900     OPEN OUTPUT CD-TRPT-FILE.
001910     MOVE 'CONDTRND -- MONTHLY SCORING TREND REPORT'
002150     MOVE ZERO   TO CD-DE-FAIL (CD-DAY-IDX).
002160     MOVE ZERO   TO CD-DE-REJECTS (CD-DAY-IDX).
002170     MOVE SPACES TO CD-DE-BANDS (CD-DAY-IDX).
002172     MOVE SPACE  TO CD-DE-CAL-TYPE (CD-DAY-IDX).
002174     MOVE ZERO   TO CD-DE-CAL-WEEKDAY (CD-DAY-IDX).
002176     MOVE SPACES TO CD-DE-CAL-DESC (CD-DAY-IDX).
002180 1010-EXIT.
002190     EXIT.

003530     MOVE CD-BAND-CHANGE-COUNT TO CD-SL-COUNT.
003540     MOVE CD-SUMMARY-LINE     TO CD-TRPT-RECORD.
003550     WRITE CD-TRPT-RECORD.
003551     MOVE 'HOLIDAY/NON-PROCESSING DAYS' TO CD-SL-LABEL.
003552     MOVE CD-DAYS-NON-PROC    TO CD-SL-COUNT.
003553     MOVE CD-SUMMARY-LINE     TO CD-TRPT-RECORD.
003554     WRITE CD-TRPT-RECORD.
003555     MOVE 'BUSINESS DAYS MISSING' TO CD-SL-LABEL.
003556     MOVE CD-DAYS-MISSING     TO CD-SL-COUNT.
003557     MOVE CD-SUMMARY-LINE     TO CD-TRPT-RECORD.
003558     WRITE CD-TRPT-RECORD.
003560     CLOSE CD-CTLH-FILE.
003570     CLOSE CD-TRPT-FILE.
003580     DISPLAY 'CONDTRND COMPLETE -- ' CD-DAYS-POSTED
003590         ' DAYS REPORTED FOR ' CD-RPT-MONTH ', '
003600         CD-BAND-CHANGE-COUNT ' BAND CHANGES, '
003605         CD-DAYS-MISSING ' BUSINESS DAYS MISSING.'.
003610 3000-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640* 3010-PRINT-ONE-DAY
003650*     PRINTS ONE POSTED DAY'S LINE, FLAGGING A DAY WHOSE
003660*     SCORING BANDS DIFFER FROM THE PRIOR POSTED DAY'S. A DAY
003665*     THAT DID NOT POST GOES TO 3015 INSTEAD.
003670*----------------------------------------------------------------
003680 3010-PRINT-ONE-DAY.
003690     IF CD-DE-PRESENT-SW (CD-DAY-IDX) NOT = 'Y'
003695         PERFORM 3015-PRINT-UNPOSTED-DAY THRU 3015-EXIT
003700         GO TO 3010-EXIT.
003710     ADD 1 TO CD-DAYS-POSTED.
003720     MOVE SPACES TO CD-TD-LABEL.
003980 3010-EXIT.
003990     EXIT.

003993*----------------------------------------------------------------
003996* 3015-PRINT-UNPOSTED-DAY
003999*     A DAY WITH NO CONTROL RECORD. A HOLIDAY OR DECLARED
004002*     NON-PROCESSING DAY PRINTS WITH ITS DESCRIPTION; A PLAIN
004005*     WEEKEND IS COUNTED BUT NOT PRINTED. A BUSINESS DAY
004008*     BEFORE TODAY PRINTS AS MISSING. TODAY, FUTURE DAYS AND
004011*     DAYS NOT ON THE CALENDAR ARE LEFT OFF.
004014*----------------------------------------------------------------
004017 3015-PRINT-UNPOSTED-DAY.
004020     COMPUTE CD-WRK-DATE = CD-RPT-MONTH * 100 + CD-DAY-IDX.
004023     IF CD-DE-CAL-TYPE (CD-DAY-IDX) = 'H'
004026        OR CD-DE-CAL-TYPE (CD-DAY-IDX) = 'N'
004029         ADD 1 TO CD-DAYS-NON-PROC
004032         IF CD-DE-CAL-TYPE (CD-DAY-IDX) = 'N'
004035            AND CD-DE-CAL-WEEKDAY (CD-DAY-IDX) > 5
004038             GO TO 3015-EXIT
004041         END-IF
004044         MOVE CD-WRK-DATE TO CD-TN-LABEL
004047         MOVE CD-DE-CAL-DESC (CD-DAY-IDX) TO CD-TN-DESC
004050         MOVE CD-TRPT-NONPROC-LINE TO CD-TRPT-RECORD
004053         WRITE CD-TRPT-RECORD
004056         GO TO 3015-EXIT.
004059     IF CD-DE-CAL-TYPE (CD-DAY-IDX) = 'B'
004062        AND CD-WRK-DATE < CD-TODAY-DATE
004065         ADD 1 TO CD-DAYS-MISSING
004068         MOVE CD-WRK-DATE TO CD-TX-LABEL
004071         MOVE CD-TRPT-MISSING-LINE TO CD-TRPT-RECORD
004074         WRITE CD-TRPT-RECORD
004077     END-IF.
004080 3015-EXIT.
004083     EXIT.

004090*----------------------------------------------------------------
004100* 3025-RATE-ONE-LINE
004110*     PASS RATE = PASS OVER THE SCORED DISPOSITIONS; REJECT
004350     MOVE CD-WRK-REJ-RATE  TO CD-TD-REJ-RATE.
004360 3025-EXIT.
004370     EXIT.

004380*----------------------------------------------------------------
004390* 1015-LOAD-CALENDAR
004400*     MARKS THE REPORT MONTH'S DAYS FROM THE BUSINESS-DAY
004410*     CALENDAR. THE CALENDAR IS REQUIRED -- THE RUN IS
004420*     CANCELLED IF CDCALF CANNOT BE OPENED.
004430*----------------------------------------------------------------
004440 1015-LOAD-CALENDAR.
004450     ACCEPT CD-TODAY-DATE FROM DATE YYYYMMDD.
004460     OPEN INPUT CD-CAL-FILE.
004470     IF CD-CAL-STATUS NOT = '00'
004480         DISPLAY 'CDCALF OPEN FAILED, STATUS ' CD-CAL-STATUS
004490         DISPLAY 'BUSINESS-DAY CALENDAR IS REQUIRED -- RUN'
004500             ' CANCELLED.'
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     PERFORM 1020-MARK-ONE-CAL-DAY THRU 1020-EXIT
004550         UNTIL CD-CAL-EOF-YES.
004560     CLOSE CD-CAL-FILE.
004570 1015-EXIT.
004580     EXIT.

004590*----------------------------------------------------------------
004600* 1020-MARK-ONE-CAL-DAY
004610*     READS ONE CALENDAR RECORD AND, WHEN IT FALLS IN THE
004620*     REPORT MONTH, COPIES ITS DAY TYPE AND DESCRIPTION TO
004630*     THE DAY'S SLOT. THE CALENDAR IS IN DATE ORDER, SO THE
004640*     READ STOPS AT THE FIRST DAY PAST THE REPORT MONTH.
004650*----------------------------------------------------------------
004660 1020-MARK-ONE-CAL-DAY.
004670     READ CD-CAL-FILE
004680         AT END
004690             MOVE 'Y' TO CD-CAL-EOF-SW
004700             GO TO 1020-EXIT
004710     END-READ.
004720     IF CD-CAL-DATE IS NOT NUMERIC
004730         GO TO 1020-EXIT.
004740     DIVIDE CD-CAL-DATE BY 100
004750         GIVING CD-CAL-MONTH REMAINDER CD-CAL-DAY.
004760     IF CD-CAL-MONTH > CD-RPT-MONTH
004770         MOVE 'Y' TO CD-CAL-EOF-SW
004780         GO TO 1020-EXIT.
004790     IF CD-CAL-MONTH < CD-RPT-MONTH
004800        OR CD-CAL-DAY < 1 OR CD-CAL-DAY > 31
004810         GO TO 1020-EXIT.
004820     MOVE CD-CAL-DAY-TYPE TO CD-DE-CAL-TYPE (CD-CAL-DAY).
004830     MOVE CD-CAL-WEEKDAY  TO CD-DE-CAL-WEEKDAY (CD-CAL-DAY).
004840     MOVE CD-CAL-DESC     TO CD-DE-CAL-DESC (CD-CAL-DAY).
004850 1020-EXIT.
004860     EXIT.
