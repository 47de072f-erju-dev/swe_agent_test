000200*     JOB. STATUS RECORDS THAT MATCH NO EXPECTED CARD ARE
000210*     LISTED AT THE BOTTOM AS UNEXPECTED.
000220*
000221*     THE QUEUE PROGRAMS ALSO LOG EACH RUN ON CDRUNCF (CDRUNC). A
000222*     STEP THAT RESTARTED A DAY WHOSE LAST RUN DIED IS FLAGGED
000223*     RESTARTED, AN AUTHORIZED RERUN OF A COMPLETED DAY IS FLAGGED
000224*     RERUN WITH THE AUTHORIZING USER, AND A RUN REFUSED FOR A DAY
000225*     ALREADY COMPLETED IS FLAGGED REFUSED AND COUNTS AS A
000226*     PROBLEM. A FLAGGED RUN LEFT OVER AT THE BOTTOM (USUALLY A
000227*     STEP'S SECOND RUN OF THE NIGHT) IS LISTED WITH ITS FLAG, NOT
000228*     AS UNEXPECTED.
000229*
000230*     CARD LAYOUT -- PROGRAM NAME X(12), STREAM ID 9(1)
000240*     (ZERO FOR A NON-STREAM STEP).
000250*
000260*     ENDS RC 8 WHEN ANY EXPECTED STEP IS MISSING OR ENDED
000270*     ABOVE RC 4, OR ANY RUN WAS REFUSED, SO THE SCHEDULER CAN
000280*     PAGE ON THE REPORT ITSELF.
000290*
000300* MAINTENANCE HISTORY.
000310*     09/02/2026  DL   ORIGINAL PROGRAM.
000312*     10/15/2026  DL   READS THE CDRUNCF RUN-CONTROL LOG AND FLAGS
000314*                      RESTARTED, RERUN AND REFUSED STEPS, WITH
000316*                      THREE NEW TOTALS. A REFUSED RUN ENDS THE
000318*                      REPORT RC 8.
000320*----------------------------------------------------------------

000330 ENVIRONMENT DIVISION.
000400         FILE STATUS IS CD-RUNS-STATUS.
000410     SELECT CD-OPRPT-FILE  ASSIGN TO CDOPRPT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000422     SELECT CD-RUNC-FILE   ASSIGN TO CDRUNCF
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS CD-RUNC-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000560 FD  CD-OPRPT-FILE.
000570 01  CD-OPRPT-RECORD      PIC X(80).

000572* RUN-CONTROL LOG IN -- THE QUEUE PROGRAMS' START, RESTART,
000574* RERUN, REFUSAL AND COMPLETION RECORDS.
000576 FD  CD-RUNC-FILE.
000578 COPY CDRUNC.

000580 WORKING-STORAGE SECTION.
000590* RUN-STATUS TABLE -- THE NIGHT'S STATUS RECORDS LOADED AT
000600* INITIALIZE TIME. CD-RT-USED-SW MARKS A RECORD CONSUMED BY
000610* AN EXPECTED CARD SO LEFTOVERS CAN BE LISTED AS UNEXPECTED.
000613* CD-RT-EVENT IS THE RESTART ('R'), RERUN ('A') OR REFUSAL
000616* ('X') LOGGED FOR THE STEP ON CDRUNCF, IF ANY.
000620 01  CD-RUNS-TABLE-AREA.
000630     05  CD-RUNS-LOAD-COUNT   PIC 9(03) COMP VALUE ZERO.
000640     05  CD-RUNS-ENTRY OCCURS 200 TIMES.
000710         10  CD-RT-IN-COUNT   PIC 9(09).
000720         10  CD-RT-OUT-COUNT  PIC 9(09).
000730         10  CD-RT-USED-SW    PIC X(01).
000733         10  CD-RT-EVENT      PIC X(01).
000736         10  CD-RT-AUTH-USER  PIC X(08).
000740 01  CD-RT-IDX            PIC 9(03) COMP.
000750 01  CD-MATCH-IDX         PIC 9(03) COMP.
000760* RUN CONTROL SWITCHES AND COUNTERS.
000770 01  CD-RUNS-STATUS       PIC X(02) VALUE SPACES.
000780 01  CD-RUNS-EOF-SW       PIC X(01) VALUE 'N'.
000790         88  CD-RUNS-EOF-YES      VALUE 'Y'.
000792 01  CD-RUNC-STATUS       PIC X(02) VALUE SPACES.
000794 01  CD-RUNC-EOF-SW       PIC X(01) VALUE 'N'.
000796         88  CD-RUNC-EOF-YES      VALUE 'Y'.
000800 01  CD-EXP-EOF-SW        PIC X(01) VALUE 'N'.
000810         88  CD-EXP-EOF-YES       VALUE 'Y'.
000820 01  CD-MATCH-SW          PIC X(01) VALUE 'N'.
000870 01  CD-MISSING-COUNT     PIC 9(03) COMP VALUE ZERO.
000880 01  CD-HIGH-RC-COUNT     PIC 9(03) COMP VALUE ZERO.
000890 01  CD-UNEXPECTED-COUNT  PIC 9(03) COMP VALUE ZERO.
000892 01  CD-RESTART-COUNT     PIC 9(03) COMP VALUE ZERO.
000894 01  CD-RERUN-COUNT       PIC 9(03) COMP VALUE ZERO.
000896 01  CD-REFUSED-COUNT     PIC 9(03) COMP VALUE ZERO.
000900* REPORT LINES.
000910 01  CD-OP-HEADING.
000920     05  FILLER               PIC X(13) VALUE 'PROGRAM      '.
001230     05  FILLER               PIC X(36) VALUE
001240         '*** NEVER REPORTED IN -- MISSING ***'.
001250     05  FILLER               PIC X(29) VALUE SPACES.
001251* FLAG FOR AN AUTHORIZED RERUN -- NAMES WHO AUTHORIZED IT.
001252 01  CD-RERUN-FLAG.
001253     05  FILLER               PIC X(06) VALUE 'RERUN '.
001254     05  CD-RF-USER           PIC X(08).
001255     05  FILLER               PIC X(01) VALUE SPACE.
001260* EDITED LINE USED TO BUILD THE REPORT TOTALS.
001270 01  CD-SUMMARY-LINE.
001280     05  CD-SL-LABEL          PIC X(30).
001480*----------------------------------------------------------------
001490 1000-INITIALIZE.
001500     PERFORM 1010-LOAD-RUN-STATUS THRU 1010-EXIT.
001505     PERFORM 1020-LOAD-RUN-EVENTS THRU 1020-EXIT.
001510     OPEN INPUT CD-OPEXP-FILE.
001520     OPEN OUTPUT CD-OPRPT-FILE.
001530     MOVE 'CONDOPSR -- NIGHTLY OPERATIONS FLOW REPORT'
002210                 TO CD-RT-OUT-COUNT (CD-RUNS-LOAD-COUNT)
002220             MOVE 'N'
002230                 TO CD-RT-USED-SW (CD-RUNS-LOAD-COUNT)
002232             MOVE SPACES
002234                 TO CD-RT-EVENT (CD-RUNS-LOAD-COUNT)
002236             MOVE SPACES
002238                 TO CD-RT-AUTH-USER (CD-RUNS-LOAD-COUNT)
002240     END-READ.
002250 1015-EXIT.
002260     EXIT.
002770* 2100-PRINT-STEP
002780*     PRINTS ONE REPORTED STEP'S FLOW LINE, FLAGGING A
002790*     CONDITION CODE ABOVE 4, AND CONSUMES THE STATUS ENTRY.
002793*     A REFUSAL, RESTART OR RERUN IS FLAGGED AS SUCH; A HIGH
002796*     CONDITION CODE ON A RESTART OR RERUN STILL FLAGS RC HIGH.
002800*----------------------------------------------------------------
002810 2100-PRINT-STEP.
002820     MOVE CD-RT-PROGRAM (CD-MATCH-IDX)     TO CD-OD-PROGRAM.
002870     MOVE CD-RT-RETURN-CODE (CD-MATCH-IDX) TO CD-OD-RETURN-CODE.
002880     MOVE CD-RT-IN-COUNT (CD-MATCH-IDX)    TO CD-OD-IN-COUNT.
002890     MOVE CD-RT-OUT-COUNT (CD-MATCH-IDX)   TO CD-OD-OUT-COUNT.
002895     PERFORM 2110-FLAG-RUN-EVENT THRU 2110-EXIT.
002900     IF CD-RT-RETURN-CODE (CD-MATCH-IDX) > 4
002905        AND NOT CD-RT-EVENT (CD-MATCH-IDX) = 'X'
002910         ADD 1 TO CD-HIGH-RC-COUNT
002920         MOVE 'Y' TO CD-PROBLEM-SW
002930         MOVE '*** RC HIGH ***' TO CD-OD-FLAG
002940         DISPLAY 'STEP ' CD-E-PROGRAM ' STREAM '
002950             CD-E-STREAM-ID ' ENDED RC '
002960             CD-RT-RETURN-CODE (CD-MATCH-IDX)
002990     END-IF.
003000     MOVE CD-OP-DETAIL TO CD-OPRPT-RECORD.
003010     WRITE CD-OPRPT-RECORD.
003390     MOVE CD-UNEXPECTED-COUNT  TO CD-SL-COUNT.
003400     MOVE CD-SUMMARY-LINE      TO CD-OPRPT-RECORD.
003410     WRITE CD-OPRPT-RECORD.
003415     PERFORM 3005-WRITE-RUN-COUNTS THRU 3005-EXIT.
003420     IF CD-NIGHT-HAS-PROBLEM
003430         MOVE '*** THE NIGHT DID NOT RUN CLEAN -- SEE ABOVE ***'
003440             TO CD-OPRPT-RECORD
003600* 3010-CHECK-ONE-UNUSED
003610*     LISTS ONE STATUS RECORD THAT MATCHED NO EXPECTED CARD
003620*     -- USUALLY A STEP RUN OUT OF SCHEDULE OR A STALE
003630*     RUN-STATUS FILE THAT WAS NOT CLEARED. A RESTARTED, RERUN
003633*     OR REFUSED RUN CARRIES ITS OWN FLAG INSTEAD, AND IS NOT
003636*     COUNTED AS UNEXPECTED.
003640*----------------------------------------------------------------
003650 3010-CHECK-ONE-UNUSED.
003660     IF CD-RT-USED-SW (CD-RT-IDX) = 'N'
003680         MOVE CD-RT-PROGRAM (CD-RT-IDX)     TO CD-OD-PROGRAM
003690         MOVE CD-RT-STREAM-ID (CD-RT-IDX)   TO CD-OD-STREAM-ID
003700         MOVE CD-RT-RUN-DATE (CD-RT-IDX)    TO CD-OD-RUN-DATE
003740             TO CD-OD-RETURN-CODE
003750         MOVE CD-RT-IN-COUNT (CD-RT-IDX)    TO CD-OD-IN-COUNT
003760         MOVE CD-RT-OUT-COUNT (CD-RT-IDX)   TO CD-OD-OUT-COUNT
003762         MOVE CD-RT-IDX TO CD-MATCH-IDX
003764         PERFORM 2110-FLAG-RUN-EVENT THRU 2110-EXIT
003766         IF CD-OD-FLAG = SPACES
003768             ADD 1 TO CD-UNEXPECTED-COUNT
003770             MOVE 'UNEXPECTED'              TO CD-OD-FLAG
003772         END-IF
003780         MOVE CD-OP-DETAIL TO CD-OPRPT-RECORD
003790         WRITE CD-OPRPT-RECORD.
003800 3010-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830* 1020-LOAD-RUN-EVENTS
003840*     READS THE RUN-CONTROL LOG AND MARKS EACH STATUS TABLE
003850*     ENTRY WHOSE RUN WAS LOGGED AS A RESTART, AN AUTHORIZED
003860*     RERUN OR A REFUSAL. A MISSING LOG IS NOT AN ERROR -- THE
003870*     REPORT JUST CANNOT FLAG THEM.
003880*----------------------------------------------------------------
003890 1020-LOAD-RUN-EVENTS.
003900     IF CD-RUNS-LOAD-COUNT = ZERO
003910         GO TO 1020-EXIT.
003920     OPEN INPUT CD-RUNC-FILE.
003930     IF CD-RUNC-STATUS NOT = '00'
003940         DISPLAY 'CDRUNCF NOT AVAILABLE, STATUS '
003950             CD-RUNC-STATUS ' -- RESTARTS AND RERUNS NOT FLAGGED'
003960         GO TO 1020-EXIT
003970     END-IF.
003980     MOVE 'N' TO CD-RUNC-EOF-SW.
003990     PERFORM 1025-READ-ONE-EVENT THRU 1025-EXIT
004000         UNTIL CD-RUNC-EOF-YES.
004010     CLOSE CD-RUNC-FILE.
004020 1020-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050* 1025-READ-ONE-EVENT
004060*     READS ONE RUN-CONTROL RECORD. A RESTART, RERUN OR REFUSAL
004070*     IS MATCHED TO ITS STEP'S STATUS RECORD BY PROGRAM, RUN
004080*     DATE AND START TIME; STARTS AND COMPLETIONS ARE SKIPPED.
004090*----------------------------------------------------------------
004100 1025-READ-ONE-EVENT.
004110     READ CD-RUNC-FILE
004120         AT END
004130             MOVE 'Y' TO CD-RUNC-EOF-SW
004140             GO TO 1025-EXIT
004150     END-READ.
004160     IF NOT CD-RC-RESTARTED AND
004170        NOT CD-RC-RERUN AND
004180        NOT CD-RC-REFUSED
004190         GO TO 1025-EXIT.
004200     PERFORM 1027-MARK-ONE-STATUS THRU 1027-EXIT
004210         VARYING CD-RT-IDX FROM 1 BY 1
004220         UNTIL CD-RT-IDX > CD-RUNS-LOAD-COUNT.
004230 1025-EXIT.
004240     EXIT.

004250*----------------------------------------------------------------
004260* 1027-MARK-ONE-STATUS
004270*     MARKS ONE STATUS TABLE ENTRY WITH THE LOGGED EVENT WHEN
004280*     IT IS THE SAME RUN.
004290*----------------------------------------------------------------
004300 1027-MARK-ONE-STATUS.
004310     IF CD-RT-PROGRAM (CD-RT-IDX) = CD-RC-PROGRAM AND
004320        CD-RT-RUN-DATE (CD-RT-IDX) = CD-RC-RUN-DATE AND
004330        CD-RT-START-TIME (CD-RT-IDX) = CD-RC-START-TIME
004340         MOVE CD-RC-EVENT     TO CD-RT-EVENT (CD-RT-IDX)
004350         MOVE CD-RC-AUTH-USER TO CD-RT-AUTH-USER (CD-RT-IDX).
004360 1027-EXIT.
004370     EXIT.

004380*----------------------------------------------------------------
004390* 2110-FLAG-RUN-EVENT
004400*     SETS THE FLOW LINE FLAG FOR THE RUN-CONTROL EVENT LOGGED
004410*     AGAINST STATUS ENTRY CD-MATCH-IDX, AND COUNTS IT. NO
004420*     EVENT LEAVES THE FLAG BLANK.
004430*----------------------------------------------------------------
004440 2110-FLAG-RUN-EVENT.
004450     MOVE SPACES TO CD-OD-FLAG.
004460     IF CD-RT-EVENT (CD-MATCH-IDX) = 'X'
004470         ADD 1 TO CD-REFUSED-COUNT
004480         MOVE 'Y' TO CD-PROBLEM-SW
004490         MOVE '*** REFUSED ***' TO CD-OD-FLAG
004500         DISPLAY 'STEP ' CD-RT-PROGRAM (CD-MATCH-IDX)
004510             ' REFUSED -- ITS BUSINESS DAY WAS ALREADY COMPLETED'
004520         GO TO 2110-EXIT.
004530     IF CD-RT-EVENT (CD-MATCH-IDX) = 'R'
004540         ADD 1 TO CD-RESTART-COUNT
004550         MOVE 'RESTARTED' TO CD-OD-FLAG
004560         GO TO 2110-EXIT.
004570     IF CD-RT-EVENT (CD-MATCH-IDX) = 'A'
004580         ADD 1 TO CD-RERUN-COUNT
004590         MOVE CD-RT-AUTH-USER (CD-MATCH-IDX) TO CD-RF-USER
004600         MOVE CD-RERUN-FLAG TO CD-OD-FLAG.
004610 2110-EXIT.
004620     EXIT.

004630*----------------------------------------------------------------
004640* 3005-WRITE-RUN-COUNTS
004650*     ADDS THE RUN-CONTROL COUNTS TO THE SUMMARY.
004660*----------------------------------------------------------------
004670 3005-WRITE-RUN-COUNTS.
004680     MOVE 'RESTARTED STEPS'    TO CD-SL-LABEL.
004690     MOVE CD-RESTART-COUNT     TO CD-SL-COUNT.
004700     MOVE CD-SUMMARY-LINE      TO CD-OPRPT-RECORD.
004710     WRITE CD-OPRPT-RECORD.
004720     MOVE 'AUTHORIZED RERUNS'  TO CD-SL-LABEL.
004730     MOVE CD-RERUN-COUNT       TO CD-SL-COUNT.
004740     MOVE CD-SUMMARY-LINE      TO CD-OPRPT-RECORD.
004750     WRITE CD-OPRPT-RECORD.
004760     MOVE 'RERUNS REFUSED'     TO CD-SL-LABEL.
004770     MOVE CD-REFUSED-COUNT     TO CD-SL-COUNT.
004780     MOVE CD-SUMMARY-LINE      TO CD-OPRPT-RECORD.
004790     WRITE CD-OPRPT-RECORD.
004800 3005-EXIT.
004810     EXIT.
