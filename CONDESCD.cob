000170*     OVERRIDE-TO-PASS OR A FINAL WRITE-OFF WITH A MATCHING
000180*     AUDIT LOG LINE ON CDAUDF, CARRIES UNWORKED ESCALATIONS
000190*     FORWARD, AND PRINTS AN AGING REPORT FLAGGING ANYTHING
000200*     ESCALATED MORE THAN CD-AGE-LIMIT-DAYS BUSINESS DAYS --
000210*     THE SAME SHAPE AS THE CONDHOLD HOLD QUEUE RUN.
000220*
000230*     A DECISION MATCHES AN ESCALATION ON ACCOUNT NUMBER AND
000240*     CHECK-VAL AND IS CONSUMED BY THE FIRST ITEM IT MATCHES,
000329*                      TO 74). ESCALATION RECORDS CARRY
000331*                      NEITHER, SO THE ESC-PASS/ESC-WOFF
000332*                      LINES WRITE SPACES AND TIER ZERO.
000333*     10/15/2026  DL   END OF RUN NOW APPENDS A QUEUE-MOVEMENT
000334*                      RECORD (CDQMOV COPYBOOK) TO CDQMOVF FOR
000335*                      THE CONDQROL MONTH-END ROLL-FORWARD. THE
000336*                      OPENING BALANCE IS COUNTED FROM THE
000337*                      CARRY-FORWARD ON ITS OWN DD (CDECARI),
000338*                      AND THE ESCALATIONS CARRIED ARE COUNTED
000339*                      BY AGE BAND.
000340*     10/15/2026  DL   ESCALATIONS NOW AGE IN BUSINESS DAYS ON
000341*                      THE CDCALF CALENDAR (CDCAL COPYBOOK, KEPT
000342*                      BY CONDCALM), AS OF THE LAST POSTED DAY
000343*                      ON CDRECNF INSTEAD OF THE RUN DATE, THE
000344*                      SAME AS CONDHOLD. THE LIMIT (STILL 7) IS
000345*                      IN BUSINESS DAYS, AND AN OPTIONAL CDAGEP
000346*                      CARD CAN CHANGE IT.
000347*     10/15/2026  DL   CDRUNCF RUN CONTROL (CDRUNC COPYBOOK) -- A
000348*                      SECOND RUN FOR A BUSINESS DAY ALREADY
000349*                      COMPLETED IS REFUSED RC 16 UNLESS A CDRERUN
000350*                      CARD AUTHORIZES IT, AND A RUN THAT DIED IS
000351*                      LOGGED AS A RESTART. CDAUDF AND CDQMOVF ARE
000352*                      OPENED OUTPUT ON WORK DATA SETS THE JOB
000353*                      APPENDS AFTERWARDS, SO A RESTART NEVER
000354*                      WRITES IT TWICE; CDQMOV NOW HAS THE DAY.
000355*----------------------------------------------------------------

000356 ENVIRONMENT DIVISION.
000357 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CD-ESC-IN-FILE ASSIGN TO CDESCI
000380         ORGANIZATION IS LINE SEQUENTIAL.
000381     SELECT CD-OPEN-FILE   ASSIGN TO CDECARI
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS CD-OPEN-STATUS.
000384     SELECT CD-QMOV-FILE   ASSIGN TO CDQMOVF
000385         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT CD-SDEC-FILE   ASSIGN TO CDSDECF
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CD-SDEC-STATUS.
000411     SELECT CD-CAL-FILE    ASSIGN TO CDCALF
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS CD-CAL-STATUS.
000414     SELECT CD-RECON-FILE  ASSIGN TO CDRECNF
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS CD-RECON-STATUS.
000420     SELECT CD-SDIS-FILE   ASSIGN TO CDSDISPF
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431     SELECT CD-AGEP-FILE   ASSIGN TO CDAGEP
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS CD-AGEP-STATUS.
000434     SELECT CD-RUNC-FILE   ASSIGN TO CDRUNCF
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS CD-RUNC-STATUS.
000440     SELECT CD-CARRY-FILE  ASSIGN TO CDSCARYF
000450         ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT CD-RERUN-FILE  ASSIGN TO CDRERUN
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS CD-RERUN-STATUS.
000460     SELECT CD-AUD-FILE    ASSIGN TO CDAUDF
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT CD-AGE-FILE    ASSIGN TO CDSAGEF

000500 DATA DIVISION.
000510 FILE SECTION.
000511* OPTIONAL AGE LIMIT CARD -- COLS 1-3 THE LIMIT IN BUSINESS
000512* DAYS. NO CARD, OR A BLANK ONE, KEEPS THE DEFAULT.
000513 FD  CD-AGEP-FILE.
000514 01  CD-AGEP-RECORD.
000515     05  CD-AP-LIMIT          PIC X(03).
000516     05  FILLER               PIC X(77).

000520* ESCALATION FILE IN -- TODAY'S CDESCF PLUS THE PRIOR
000530* CARRY-FORWARD FILE, CONCATENATED IN THE JCL. SAME LAYOUT
000540* CONDRSUB WRITES: THE SCORING FIELDS, THE ACCOUNT NUMBER,
000550* THE REASON IT ESCALATED, AND THE BUSINESS DAY IT ESCALATED
000555* ON (THE LAST POSTED DAY WHEN CONDRSUB RAN).
000560 FD  CD-ESC-IN-FILE.
000570 COPY CDSCORE REPLACING
000580         ==CD-SCORE-RECORD== BY ==CD-ESC-RECORD==
000720     05  CD-S-REASON          PIC X(23).
000730     05  CD-S-ESC-DATE        PIC 9(08).

000731* RECONCILIATION CONTROL FILE -- SAME RECORD THE SCORING RUN
000732* AND CONDMRGE CARRY FORWARD. READ ONLY FOR THE LAST POSTED
000733* DATE, THE BUSINESS DAY THE ESCALATIONS ARE AGED AS OF.
000734 FD  CD-RECON-FILE.
000735 01  CD-RECON-RECORD.
000736     05  CD-RECON-PASS-COUNT  PIC 9(07).
000737     05  CD-RECON-FAIL-COUNT  PIC 9(07).
000738     05  CD-RECON-RUN-DATE    PIC 9(08).

000740* SUPERVISORS' DECISION FILE -- ONE CARD PER WORKED
000750* ESCALATION, KEYED BY ACCOUNT NUMBER AND CHECK-VAL, CARRYING
000760* THE PASS (AUTHORIZED OVERRIDE) OR WOFF (FINAL WRITE-OFF)
000820     05  CD-D-ACTION          PIC X(04).
000830     05  CD-D-SUPERVISOR      PIC X(08).

000831* PRIOR CARRY-FORWARD -- THE SAME DATA SET CONCATENATED BEHIND
000832* TODAY'S ESCALATIONS IN CDESCI, READ ON ITS OWN ONLY TO COUNT
000833* THE OPENING BALANCE FOR THE QUEUE-MOVEMENT RECORD.
000834 FD  CD-OPEN-FILE.
000835 01  CD-OPEN-RECORD       PIC X(84).

000836* QUEUE-MOVEMENT WORK FILE -- THE RUN'S ONE RECORD, WHICH THE
000837* JOB APPENDS TO THE SHARED FILE FOR THE CONDQROL ROLL-FORWARD.
000838 FD  CD-QMOV-FILE.
000839 COPY CDQMOV.

000840* POSTED DISPOSITIONS -- ONE RECORD PER WORKED ESCALATION,
000850* HANDED TO THE DOWNSTREAM POSTING JOBS.
000860 FD  CD-SDIS-FILE.
001050     05  CD-O-SUPERVISOR      PIC X(08).
001060     05  CD-O-POST-DATE       PIC 9(08).

001061* BUSINESS-DAY CALENDAR -- MAINTAINED BY CONDCALM. ITEMS AGE
001062* IN BUSINESS DAYS ON IT.
001063 FD  CD-CAL-FILE.
001064 COPY CDCAL.

001065* RUN-CONTROL FILE -- SHARED BY THE QUEUE PROGRAMS. READ AT
001066* START FOR THE LAST BUSINESS DAY THIS PROGRAM COMPLETED, THEN
001067* APPENDED TO WHEN THE RUN STARTS, COMPLETES OR IS REFUSED.
001068 FD  CD-RUNC-FILE.
001069 COPY CDRUNC.

001070* CARRY-FORWARD FILE -- UNWORKED ESCALATIONS, SAME LAYOUT AS
001080* THE ESCALATION FILE, CONCATENATED BACK INTO CDESCI ON THE
001090* NEXT RUN SO NOTHING THE SUPERVISORS HAVE NOT WORKED IS LOST.
001260     05  CD-C-REASON          PIC X(23).
001270     05  CD-C-ESC-DATE        PIC 9(08).

001271* OPTIONAL AUTHORIZED RERUN CARD -- COLS 1-8 THE BUSINESS DAY
001272* BEING RERUN, COLS 9-16 THE USER ID OF WHOEVER AUTHORIZED IT.
001273 FD  CD-RERUN-FILE.
001274 01  CD-RERUN-RECORD.
001275     05  CD-RR-BUS-DATE       PIC X(08).
001276     05  CD-RR-AUTH-USER      PIC X(08).
001277     05  FILLER               PIC X(64).

001280* AUDIT LOG -- THE DAY'S ESC-PASS/ESC-WOFF LINES. CDAUDF IS A
001290* WORK DATA SET OPENED OUTPUT, SO A RESTARTED RUN REWRITES IT;
001300* THE JOB APPENDS IT TO THE AUDIT LOG THE SCORING AND HOLD
001303* REVIEW RUNS WRITE ONLY AFTER THIS STEP ENDS, SO COMPLIANCE
001306* STILL SEES HOW EVERY ESCALATED RECORD ENDED.
001310 FD  CD-AUD-FILE.
001320 COPY CDSCORE REPLACING
001330         ==CD-SCORE-RECORD== BY ==CD-AUD-RECORD==
001830 01  CD-AGED-COUNT        PIC 9(07) COMP VALUE ZERO.
001840 01  CD-UNUSED-DEC-COUNT  PIC 9(07) COMP VALUE ZERO.
001850 01  CD-BAD-ACTION-COUNT  PIC 9(07) COMP VALUE ZERO.
001860* AGING CONTROLS -- ESCALATIONS AGE IN BUSINESS DAYS ON THE
001870* CDCALF CALENDAR, COUNTED FROM THE ESCALATION DATE STAMPED BY
001880* CONDRSUB TO THE AS-OF DAY (THE LAST POSTED DAY ON CDRECNF),
001890* THE SAME WAY CONDHOLD AGES THE HOLD QUEUE. THE LIMIT
001900* DEFAULTS TO 7 BUSINESS DAYS AND A CDAGEP CARD CAN CHANGE
001910* IT. ANY ITEM ESCALATED LONGER THAN THE LIMIT IS FLAGGED ON
001915* THE AGING REPORT.
001920 01  CD-AGE-LIMIT-DAYS    PIC 9(03) COMP VALUE 7.
001930 01  CD-HELD-SINCE-DATE   PIC 9(08) VALUE ZERO.
001940 01  CD-AS-OF-DATE        PIC 9(08) VALUE ZERO.
001950 01  CD-DAYS-HELD         PIC S9(05) COMP VALUE ZERO.
001951 01  CD-AS-OF-IDX         PIC 9(04) COMP VALUE ZERO.
001952 01  CD-CAL-STATUS        PIC X(02) VALUE SPACES.
001953 01  CD-CAL-EOF-SW        PIC X(01) VALUE 'N'.
001954         88  CD-CAL-EOF-YES       VALUE 'Y'.
001955 01  CD-RECON-STATUS      PIC X(02) VALUE SPACES.
001956 01  CD-RECON-FOUND-SW    PIC X(01) VALUE 'N'.
001957         88  CD-RECON-FOUND       VALUE 'Y'.
001958 01  CD-AGEP-STATUS       PIC X(02) VALUE SPACES.
001959 01  CD-WALK-DONE-SW      PIC X(01) VALUE 'N'.
001960         88  CD-WALK-DONE         VALUE 'Y'.
001961* RUN CONTROL -- THE LAST BUSINESS DAY THIS PROGRAM COMPLETED,
001962* ANY DAY STARTED AND NEVER COMPLETED, AND THIS RUN'S EVENT.
001963 01  CD-RUNC-STATUS       PIC X(02) VALUE SPACES.
001964 01  CD-RUNC-EOF-SW       PIC X(01) VALUE 'N'.
001965         88  CD-RUNC-EOF-YES      VALUE 'Y'.
001966 01  CD-RERUN-STATUS      PIC X(02) VALUE SPACES.
001967 01  CD-RERUN-SW          PIC X(01) VALUE 'N'.
001968         88  CD-RERUN-AUTHORIZED  VALUE 'Y'.
001969 01  CD-RERUN-USER        PIC X(08) VALUE SPACES.
001970 01  CD-LAST-DONE-DATE    PIC 9(08) VALUE ZERO.
001971 01  CD-OPEN-START-DATE   PIC 9(08) VALUE ZERO.
001972 01  CD-RUN-EVENT         PIC X(01) VALUE 'S'.
001973* BUSINESS-DAY CALENDAR TABLE -- DATE AND DAY TYPE OF EVERY
001974* DAY ON CDCALF, IN DATE ORDER, LOADED AT INITIALIZE TIME.
001975 01  CD-CAL-TABLE-AREA.
001976     05  CD-CAL-LOAD-COUNT    PIC 9(04) COMP VALUE ZERO.
001977     05  CD-CAL-ENTRY OCCURS 4000 TIMES.
001978         10  CD-CE-DATE       PIC 9(08).
001979         10  CD-CE-DAY-TYPE   PIC X(01).
001980 01  CD-CE-IDX            PIC 9(04) COMP.
001981* OPENING BALANCE AND AGE BANDS FOR THE QUEUE-MOVEMENT RECORD
001982* -- ESCALATIONS CARRIED, BY DAYS HELD 0-2, 3-5, 6-10, 11-30 AND
001983* OVER 30.
001984 01  CD-OPEN-STATUS       PIC X(02) VALUE SPACES.
001985 01  CD-OPEN-EOF-SW       PIC X(01) VALUE 'N'.
001986         88  CD-OPEN-EOF-YES      VALUE 'Y'.
001987 01  CD-OPEN-COUNT        PIC 9(07) COMP VALUE ZERO.
001988 01  CD-AGE-BAND-AREA.
001989     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001990     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001991     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001992     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001993     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001994 01  CD-AGE-BAND-TABLE REDEFINES CD-AGE-BAND-AREA.
001995     05  CD-AGE-BAND-COUNT OCCURS 5 TIMES
001996                              PIC 9(07) COMP.
001997 01  CD-AB-IDX            PIC 9(01) COMP.
002010* AGING REPORT LINES.
002020 01  CD-AGE-HEADING.
002030     05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
002270     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
002280     05  CD-AH-DATE           PIC 9(08).
002290     05  FILLER               PIC X(63) VALUE SPACES.
002291 01  CD-AGE-AS-OF-LINE.
002292     05  FILLER               PIC X(09) VALUE 'AS OF    '.
002293     05  CD-AO-DATE           PIC 9(08).
002294     05  FILLER               PIC X(13) VALUE '   AGE LIMIT '.
002295     05  CD-AO-LIMIT          PIC ZZ9.
002296     05  FILLER               PIC X(14) VALUE ' BUSINESS DAYS'.
002297     05  FILLER               PIC X(33) VALUE SPACES.
002300* EDITED LINE USED TO BUILD THE REPORT TOTALS.
002310 01  CD-SUMMARY-LINE.
002320     05  CD-SL-LABEL          PIC X(30).
002520     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
002522     ACCEPT CD-WRK-TIME FROM TIME.
002524     MOVE CD-WT-HHMMSS TO CD-START-TIME.
002530     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT.
002540     PERFORM 1045-FIND-AS-OF-DAY THRU 1045-EXIT.
002543     PERFORM 1050-READ-AGE-LIMIT THRU 1050-EXIT.
002546     PERFORM 1060-CHECK-RUN-CONTROL THRU 1060-EXIT.
002550     PERFORM 1010-LOAD-DECISIONS THRU 1010-EXIT.
002555     PERFORM 1030-COUNT-OPENING THRU 1030-EXIT.
002560     OPEN INPUT CD-ESC-IN-FILE.
002570     OPEN OUTPUT CD-SDIS-FILE.
002580     OPEN OUTPUT CD-CARRY-FILE.
002590     OPEN OUTPUT CD-AGE-FILE.
002600     OPEN OUTPUT CD-AUD-FILE.
002610     MOVE 'CONDESCD -- ESCALATION AGING REPORT'
002620         TO CD-AGE-RECORD.
002630     WRITE CD-AGE-RECORD.
002640     MOVE CD-RUN-DATE          TO CD-AH-DATE.
002650     MOVE CD-AGE-RUN-DATE-LINE TO CD-AGE-RECORD.
002660     WRITE CD-AGE-RECORD.
002662     MOVE CD-AS-OF-DATE        TO CD-AO-DATE.
002664     MOVE CD-AGE-LIMIT-DAYS    TO CD-AO-LIMIT.
002666     MOVE CD-AGE-AS-OF-LINE    TO CD-AGE-RECORD.
002668     WRITE CD-AGE-RECORD.
002670     MOVE SPACES               TO CD-AGE-RECORD.
002680     WRITE CD-AGE-RECORD.
002690     MOVE CD-AGE-HEADING       TO CD-AGE-RECORD.
004380     WRITE CD-CARRY-RECORD.
004390     MOVE ZERO TO CD-DAYS-HELD.
004400     IF CD-S-ESC-DATE IS NUMERIC AND CD-S-ESC-DATE > ZERO
004410         MOVE CD-S-ESC-DATE TO CD-HELD-SINCE-DATE
004420         PERFORM 2220-COUNT-BUSINESS-DAYS THRU 2220-EXIT
004490     END-IF.
004500     MOVE CD-S-ACCT-NO       TO CD-AG-ACCT-NO.
004510     MOVE CD-S-CHECK-VAL     TO CD-AG-CHECK-VAL.
004600     END-IF.
004610     MOVE CD-AGE-DETAIL      TO CD-AGE-RECORD.
004620     WRITE CD-AGE-RECORD.
004625     PERFORM 2210-COUNT-AGE-BAND THRU 2210-EXIT.
004630 2200-EXIT.
004640     EXIT.

004840         UNTIL CD-DC-IDX > CD-DEC-LOAD-COUNT.
004850     MOVE SPACES               TO CD-AGE-RECORD.
004860     WRITE CD-AGE-RECORD.
004862     MOVE 'CARRIED IN'         TO CD-SL-LABEL.
004864     MOVE CD-OPEN-COUNT        TO CD-SL-COUNT.
004866     MOVE CD-SUMMARY-LINE      TO CD-AGE-RECORD.
004868     WRITE CD-AGE-RECORD.
004870     MOVE 'ESCALATIONS READ'   TO CD-SL-LABEL.
004880     MOVE CD-ESC-READ-COUNT    TO CD-SL-COUNT.
004890     MOVE CD-SUMMARY-LINE      TO CD-AGE-RECORD.
005220         CD-POST-WOFF-COUNT ' WRITE-OFF, CARRIED '
005230         CD-CARRY-COUNT '.'.
005235     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
005237     PERFORM 3950-WRITE-QUEUE-MOVEMENT THRU 3950-EXIT.
005238     MOVE 'C' TO CD-RUN-EVENT.
005239     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
005240 3000-EXIT.
005250     EXIT.

005590     CLOSE CD-RUNS-FILE.
005600 3900-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------
005630* 3950-WRITE-QUEUE-MOVEMENT
005640*     WRITES THE RUN'S QUEUE-MOVEMENT RECORD FOR THE CONDQROL
005650*     MONTH-END ROLL-FORWARD. THE WORK FILE IS OPENED OUTPUT,
005652*     SO A RESTART REWRITES IT, AND THE JOB APPENDS IT TO THE
005654*     SHARED FILE ONLY WHEN THE STEP ENDS CLEANLY. THE RECORD
005656*     CARRIES THE AS-OF DAY SO AN AUTHORIZED RERUN'S RECORD
005658*     REPLACES THE ONE IT REDOES.
005660*----------------------------------------------------------------
005670 3950-WRITE-QUEUE-MOVEMENT.
005680     OPEN OUTPUT CD-QMOV-FILE.
005690     MOVE SPACES             TO CD-QM-RECORD.
005700     MOVE 'ESC '             TO CD-QM-QUEUE.
005710     MOVE 'CONDESCD'         TO CD-QM-PROGRAM.
005720     MOVE CD-RUN-DATE        TO CD-QM-RUN-DATE.
005725     MOVE CD-AS-OF-DATE      TO CD-QM-BUS-DATE.
005730     MOVE CD-OPEN-COUNT      TO CD-QM-OPENING.
005740     MOVE CD-ESC-READ-COUNT  TO CD-QM-READ.
005750     MOVE 'PASS'             TO CD-QM-CLR1-TYPE.
005760     MOVE CD-POST-PASS-COUNT TO CD-QM-CLR1-COUNT.
005770     MOVE 'WOFF'             TO CD-QM-CLR2-TYPE.
005780     MOVE CD-POST-WOFF-COUNT TO CD-QM-CLR2-COUNT.
005790     MOVE ZERO               TO CD-QM-DROPPED.
005800     MOVE ZERO               TO CD-QM-BACKED-OUT.
005810     MOVE CD-CARRY-COUNT     TO CD-QM-CLOSING.
005820     MOVE CD-AGE-LIMIT-DAYS  TO CD-QM-AGE-LIMIT.
005830     MOVE CD-AGED-COUNT      TO CD-QM-AGED-OPEN.
005840     PERFORM 3955-MOVE-ONE-BAND THRU 3955-EXIT
005850         VARYING CD-AB-IDX FROM 1 BY 1
005860         UNTIL CD-AB-IDX > 5.
005870     WRITE CD-QM-RECORD.
005880     CLOSE CD-QMOV-FILE.
005890 3950-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920* 3955-MOVE-ONE-BAND
005930*     MOVES ONE AGE BAND COUNT TO THE QUEUE-MOVEMENT RECORD.
005940*----------------------------------------------------------------
005950 3955-MOVE-ONE-BAND.
005960     MOVE CD-AGE-BAND-COUNT (CD-AB-IDX)
005970         TO CD-QM-AGE-BAND (CD-AB-IDX).
005980 3955-EXIT.
005990     EXIT.

006000*----------------------------------------------------------------
006010* 3960-WRITE-RUN-EVENT
006020*     APPENDS ONE RECORD TO THE RUN-CONTROL FILE -- THE START
006030*     ('S', 'R' OR 'A'), REFUSAL ('X') OR COMPLETION ('C') OF
006040*     THIS RUN'S BUSINESS DAY. THE RUN DATE AND START TIME TIE
006050*     IT TO THE RUN-STATUS RECORD FOR THE CONDOPSR FLOW REPORT.
006060*----------------------------------------------------------------
006070 3960-WRITE-RUN-EVENT.
006080     OPEN EXTEND CD-RUNC-FILE.
006090     IF CD-RUNC-STATUS NOT = '00'
006100         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
006110             ' -- RUN CANCELLED'
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     MOVE SPACES           TO CD-RC-RECORD.
006160     MOVE 'CONDESCD'       TO CD-RC-PROGRAM.
006170     MOVE CD-AS-OF-DATE    TO CD-RC-BUS-DATE.
006180     MOVE CD-RUN-EVENT     TO CD-RC-EVENT.
006190     MOVE CD-RUN-DATE      TO CD-RC-RUN-DATE.
006200     MOVE CD-START-TIME    TO CD-RC-START-TIME.
006210     ACCEPT CD-WRK-TIME FROM TIME.
006220     MOVE CD-WT-HHMMSS     TO CD-RC-EVENT-TIME.
006230     MOVE CD-RERUN-USER    TO CD-RC-AUTH-USER.
006240     WRITE CD-RC-RECORD.
006250     CLOSE CD-RUNC-FILE.
006260 3960-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------
006290* 1030-COUNT-OPENING
006300*     COUNTS THE PRIOR CARRY-FORWARD -- THE QUEUE'S OPENING
006310*     BALANCE. A CARRY-FORWARD THAT CANNOT BE OPENED COUNTS
006320*     ZERO, AND THE MONTH-END ROLL-FORWARD SHOWS THE BREAK.
006330*----------------------------------------------------------------
006340 1030-COUNT-OPENING.
006350     OPEN INPUT CD-OPEN-FILE.
006360     IF CD-OPEN-STATUS NOT = '00'
006370         DISPLAY 'CDECARI NOT AVAILABLE, STATUS ' CD-OPEN-STATUS
006380             ' -- OPENING BALANCE COUNTED AS ZERO'
006390         GO TO 1030-EXIT
006400     END-IF.
006410     MOVE 'N' TO CD-OPEN-EOF-SW.
006420     PERFORM 1035-COUNT-ONE-OPEN THRU 1035-EXIT
006430         UNTIL CD-OPEN-EOF-YES.
006440     CLOSE CD-OPEN-FILE.
006450 1030-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 1035-COUNT-ONE-OPEN
006490*     READS AND COUNTS ONE CARRY-FORWARD RECORD.
006500*----------------------------------------------------------------
006510 1035-COUNT-ONE-OPEN.
006520     READ CD-OPEN-FILE
006530         AT END
006540             MOVE 'Y' TO CD-OPEN-EOF-SW
006550             GO TO 1035-EXIT
006560     END-READ.
006570     ADD 1 TO CD-OPEN-COUNT.
006580 1035-EXIT.
006590     EXIT.

006600*----------------------------------------------------------------
006610* 1040-LOAD-CALENDAR
006620*     LOADS THE BUSINESS-DAY CALENDAR. ESCALATIONS CANNOT BE AGED
006630*     WITHOUT IT, SO A MISSING, EMPTY, OVERSIZED OR OUT-OF-ORDER
006640*     CALENDAR CANCELS THE RUN.
006650*----------------------------------------------------------------
006660 1040-LOAD-CALENDAR.
006670     OPEN INPUT CD-CAL-FILE.
006680     IF CD-CAL-STATUS NOT = '00'
006690         DISPLAY 'CDCALF OPEN FAILED, STATUS ' CD-CAL-STATUS
006700         DISPLAY 'CALENDAR IS REQUIRED -- RUN CANCELLED'
006710         MOVE 16 TO RETURN-CODE
006720         STOP RUN
006730     END-IF.
006740     MOVE 'N' TO CD-CAL-EOF-SW.
006750     PERFORM 1042-LOAD-ONE-DAY THRU 1042-EXIT
006760         UNTIL CD-CAL-EOF-YES.
006770     CLOSE CD-CAL-FILE.
006780     IF CD-CAL-LOAD-COUNT = ZERO
006790         DISPLAY 'CDCALF IS EMPTY -- RUN CANCELLED'
006800         MOVE 16 TO RETURN-CODE
006810         STOP RUN
006820     END-IF.
006830 1040-EXIT.
006840     EXIT.

006850*----------------------------------------------------------------
006860* 1042-LOAD-ONE-DAY
006870*     READS ONE CALENDAR DAY INTO THE NEXT TABLE SLOT.
006880*----------------------------------------------------------------
006890 1042-LOAD-ONE-DAY.
006900     READ CD-CAL-FILE
006910         AT END
006920             MOVE 'Y' TO CD-CAL-EOF-SW
006930             GO TO 1042-EXIT
006940     END-READ.
006950     IF CD-CAL-LOAD-COUNT >= 4000
006960         DISPLAY 'CALENDAR EXCEEDS THE 4000-DAY TABLE -- RUN'
006970             ' CANCELLED'
006980         MOVE 16 TO RETURN-CODE
006990         STOP RUN
007000     END-IF.
007010     IF CD-CAL-DATE IS NOT NUMERIC
007020         DISPLAY 'CDCALF DATE ' CD-CAL-DATE
007030             ' IS NOT NUMERIC -- RUN CANCELLED'
007040         MOVE 16 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070     IF CD-CAL-LOAD-COUNT > ZERO
007080         IF CD-CAL-DATE NOT > CD-CE-DATE (CD-CAL-LOAD-COUNT)
007090             DISPLAY 'CDCALF DATE ' CD-CAL-DATE
007100                 ' IS OUT OF ORDER -- RUN CANCELLED'
007110             MOVE 16 TO RETURN-CODE
007120             STOP RUN
007130         END-IF
007140     END-IF.
007150     ADD 1 TO CD-CAL-LOAD-COUNT.
007160     MOVE CD-CAL-DATE     TO CD-CE-DATE (CD-CAL-LOAD-COUNT).
007170     MOVE CD-CAL-DAY-TYPE TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT).
007180 1042-EXIT.
007190     EXIT.

007200*----------------------------------------------------------------
007210* 1045-FIND-AS-OF-DAY
007220*     FINDS THE DAY THE QUEUE IS AGED AS OF -- THE LAST
007230*     BUSINESS DAY POSTED, FROM CDRECNF -- ON THE CALENDAR. A
007240*     QUEUE WORKED THE MORNING AFTER A HOLIDAY WEEKEND AGES
007250*     AS OF THE FRIDAY IT CAME FROM, AND A CATCH-UP DAY AS OF
007260*     THE DAY CAUGHT UP. WITHOUT A POSTED DAY ON CDRECNF THE
007270*     RUN DATE IS USED. A DAY NOT ON THE CALENDAR CANCELS THE
007280*     RUN -- THE CALENDAR NEEDS ITS YEAR GENERATED.
007290*----------------------------------------------------------------
007300 1045-FIND-AS-OF-DAY.
007310     MOVE CD-RUN-DATE TO CD-AS-OF-DATE.
007320     MOVE 'N' TO CD-RECON-FOUND-SW.
007330     OPEN INPUT CD-RECON-FILE.
007340     IF CD-RECON-STATUS = '00'
007350         READ CD-RECON-FILE
007360             AT END
007370                 MOVE ZERO TO CD-RECON-RUN-DATE
007380         END-READ
007390         CLOSE CD-RECON-FILE
007400         IF CD-RECON-RUN-DATE IS NUMERIC
007410            AND CD-RECON-RUN-DATE > ZERO
007420             MOVE CD-RECON-RUN-DATE TO CD-AS-OF-DATE
007430             MOVE 'Y' TO CD-RECON-FOUND-SW
007440         END-IF
007450     END-IF.
007460     IF NOT CD-RECON-FOUND
007470         DISPLAY 'CDRECNF HOLDS NO POSTED DAY -- AGING AS OF'
007480             ' THE RUN DATE ' CD-RUN-DATE
007490     END-IF.
007500     MOVE ZERO TO CD-AS-OF-IDX.
007510     PERFORM 1047-TEST-ONE-DAY THRU 1047-EXIT
007520         VARYING CD-CE-IDX FROM CD-CAL-LOAD-COUNT BY -1
007530         UNTIL CD-CE-IDX < 1
007540             OR CD-AS-OF-IDX > ZERO.
007550     IF CD-AS-OF-IDX = ZERO
007560         DISPLAY 'AS-OF DAY ' CD-AS-OF-DATE
007570             ' IS NOT ON THE CALENDAR -- RUN CANCELLED'
007580         MOVE 16 TO RETURN-CODE
007590         STOP RUN
007600     END-IF.
007610 1045-EXIT.
007620     EXIT.

007630*----------------------------------------------------------------
007640* 1047-TEST-ONE-DAY
007650*     TESTS ONE CALENDAR DAY AGAINST THE AS-OF DATE.
007660*----------------------------------------------------------------
007670 1047-TEST-ONE-DAY.
007680     IF CD-CE-DATE (CD-CE-IDX) = CD-AS-OF-DATE
007690         MOVE CD-CE-IDX TO CD-AS-OF-IDX.
007700 1047-EXIT.
007710     EXIT.

007720*----------------------------------------------------------------
007730* 1050-READ-AGE-LIMIT
007740*     READS THE OPTIONAL CDAGEP CARD. NO CARD, OR A BLANK
007750*     ONE, KEEPS THE DEFAULT LIMIT; A LIMIT THAT IS NOT A
007760*     NUMBER OF BUSINESS DAYS CANCELS THE RUN RATHER THAN AGE
007770*     THE QUEUE WRONG.
007780*----------------------------------------------------------------
007790 1050-READ-AGE-LIMIT.
007800     OPEN INPUT CD-AGEP-FILE.
007810     IF CD-AGEP-STATUS NOT = '00'
007820         GO TO 1050-EXIT.
007830     READ CD-AGEP-FILE
007840         AT END
007850             MOVE SPACES TO CD-AGEP-RECORD
007860     END-READ.
007870     CLOSE CD-AGEP-FILE.
007880     IF CD-AP-LIMIT = SPACES
007890         GO TO 1050-EXIT.
007900     IF CD-AP-LIMIT IS NOT NUMERIC OR CD-AP-LIMIT = '000'
007910         DISPLAY 'CDAGEP AGE LIMIT ' CD-AP-LIMIT
007920             ' IS NOT A NUMBER OF BUSINESS DAYS -- RUN'
007930             ' CANCELLED'
007940         MOVE 16 TO RETURN-CODE
007950         STOP RUN
007960     END-IF.
007970     MOVE CD-AP-LIMIT TO CD-AGE-LIMIT-DAYS.
007980 1050-EXIT.
007990     EXIT.

008000*----------------------------------------------------------------
008010* 1060-CHECK-RUN-CONTROL
008020*     GUARDS AGAINST WORKING THE SAME BUSINESS DAY TWICE. THE
008030*     RUN-CONTROL FILE GIVES THE LAST DAY THIS PROGRAM COMPLETED.
008040*     A SECOND RUN FOR THAT DAY (OR AN EARLIER ONE) WOULD POST
008050*     ITS ESC-PASS AND WRITE-OFF AUDIT LINES AGAIN AND CARRY THE
008060*     SAME ESCALATIONS FORWARD TWICE, SO IT IS REFUSED RC 16
008070*     UNLESS A CDRERUN CARD NAMES THE DAY AND WHO AUTHORIZED THE
008080*     RERUN. A DAY THAT WAS STARTED AND NEVER COMPLETED IS A
008090*     RESTART: EVERY OUTPUT OF THIS STEP IS REBUILT FROM THE
008100*     BEGINNING AND NOTHING IS COPIED OVER THE SHARED FILES UNTIL
008110*     THE STEP ENDS, SO THE DAY IS SIMPLY RUN AGAIN. THE START IS
008120*     LOGGED BEFORE ANY OUTPUT FILE IS OPENED.
008130*----------------------------------------------------------------
008140 1060-CHECK-RUN-CONTROL.
008150     MOVE ZERO TO CD-LAST-DONE-DATE.
008160     MOVE ZERO TO CD-OPEN-START-DATE.
008170     OPEN INPUT CD-RUNC-FILE.
008180     IF CD-RUNC-STATUS NOT = '00'
008190         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
008200         DISPLAY 'RUN-CONTROL FILE IS REQUIRED -- RUN CANCELLED'
008210         MOVE 16 TO RETURN-CODE
008220         STOP RUN
008230     END-IF.
008240     MOVE 'N' TO CD-RUNC-EOF-SW.
008250     PERFORM 1062-READ-ONE-EVENT THRU 1062-EXIT
008260         UNTIL CD-RUNC-EOF-YES.
008270     CLOSE CD-RUNC-FILE.
008280     PERFORM 1064-READ-RERUN-CARD THRU 1064-EXIT.
008290     MOVE 'S' TO CD-RUN-EVENT.
008300     IF CD-LAST-DONE-DATE < CD-AS-OF-DATE
008310         GO TO 1060-NOT-DONE.
008320     IF NOT CD-RERUN-AUTHORIZED
008330         PERFORM 1066-REFUSE-RUN THRU 1066-EXIT.
008340     MOVE 'A' TO CD-RUN-EVENT.
008350     DISPLAY 'AUTHORIZED RERUN OF BUSINESS DAY ' CD-AS-OF-DATE
008360         ' BY ' CD-RERUN-USER.
008370     GO TO 1060-LOG-START.
008380 1060-NOT-DONE.
008390     IF CD-RERUN-AUTHORIZED
008400         DISPLAY 'CDRERUN CARD IGNORED -- BUSINESS DAY '
008410             CD-AS-OF-DATE ' HAS NOT BEEN COMPLETED'
008420         MOVE 'N' TO CD-RERUN-SW
008430         MOVE SPACES TO CD-RERUN-USER
008440     END-IF.
008450     IF CD-OPEN-START-DATE = CD-AS-OF-DATE
008460         MOVE 'R' TO CD-RUN-EVENT
008470         DISPLAY 'RESTARTING BUSINESS DAY ' CD-AS-OF-DATE
008480             ' -- THE LAST RUN FOR IT DID NOT COMPLETE'
008490     END-IF.
008500 1060-LOG-START.
008510     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
008520 1060-EXIT.
008530     EXIT.

008540*----------------------------------------------------------------
008550* 1062-READ-ONE-EVENT
008560*     READS ONE RUN-CONTROL RECORD. FOR THIS PROGRAM'S RECORDS
008570*     A COMPLETION RAISES THE LAST COMPLETED DAY AND CLOSES ANY
008580*     START FOR THE SAME DAY; A START IS HELD OPEN UNTIL THEN.
008590*----------------------------------------------------------------
008600 1062-READ-ONE-EVENT.
008610     READ CD-RUNC-FILE
008620         AT END
008630             MOVE 'Y' TO CD-RUNC-EOF-SW
008640             GO TO 1062-EXIT
008650     END-READ.
008660     IF CD-RC-PROGRAM NOT = 'CONDESCD'
008670         GO TO 1062-EXIT.
008680     IF CD-RC-COMPLETED
008690         IF CD-RC-BUS-DATE > CD-LAST-DONE-DATE
008700             MOVE CD-RC-BUS-DATE TO CD-LAST-DONE-DATE
008710         END-IF
008720         IF CD-RC-BUS-DATE = CD-OPEN-START-DATE
008730             MOVE ZERO TO CD-OPEN-START-DATE
008740         END-IF
008750         GO TO 1062-EXIT.
008760     IF CD-RC-STARTED
008770         MOVE CD-RC-BUS-DATE TO CD-OPEN-START-DATE.
008780 1062-EXIT.
008790     EXIT.

008800*----------------------------------------------------------------
008810* 1064-READ-RERUN-CARD
008820*     READS THE OPTIONAL CDRERUN CARD. NO CARD (DD DUMMY), OR A
008830*     BLANK ONE, MEANS NO RERUN IS AUTHORIZED. A CARD FOR ANY
008840*     DAY BUT THE ONE BEING RUN, OR WITHOUT A USER ID, CANCELS
008850*     THE RUN RATHER THAN GUESS WHAT OPERATIONS MEANT.
008860*----------------------------------------------------------------
008870 1064-READ-RERUN-CARD.
008880     MOVE 'N' TO CD-RERUN-SW.
008890     MOVE SPACES TO CD-RERUN-USER.
008900     OPEN INPUT CD-RERUN-FILE.
008910     IF CD-RERUN-STATUS NOT = '00'
008920         GO TO 1064-EXIT.
008930     READ CD-RERUN-FILE
008940         AT END
008950             CLOSE CD-RERUN-FILE
008960             GO TO 1064-EXIT
008970     END-READ.
008980     CLOSE CD-RERUN-FILE.
008990     IF CD-RERUN-RECORD = SPACES
009000         GO TO 1064-EXIT.
009010     IF CD-RR-BUS-DATE IS NOT NUMERIC
009020        OR CD-RR-BUS-DATE NOT = CD-AS-OF-DATE
009030         DISPLAY 'CDRERUN CARD DAY ' CD-RR-BUS-DATE
009040             ' IS NOT THE BUSINESS DAY BEING RUN, ' CD-AS-OF-DATE
009050         DISPLAY 'RUN CANCELLED'
009060         MOVE 16 TO RETURN-CODE
009070         STOP RUN
009080     END-IF.
009090     IF CD-RR-AUTH-USER = SPACES
009100         DISPLAY 'CDRERUN CARD HAS NO AUTHORIZING USER ID'
009110             ' -- RUN CANCELLED'
009120         MOVE 16 TO RETURN-CODE
009130         STOP RUN
009140     END-IF.
009150     MOVE 'Y' TO CD-RERUN-SW.
009160     MOVE CD-RR-AUTH-USER TO CD-RERUN-USER.
009170 1064-EXIT.
009180     EXIT.

009190*----------------------------------------------------------------
009200* 1066-REFUSE-RUN
009210*     REFUSES A SECOND RUN FOR A DAY ALREADY COMPLETED. NOTHING
009220*     HAS BEEN OPENED FOR OUTPUT YET, SO THE COMPLETED DAY'S
009230*     FILES ARE UNTOUCHED. THE REFUSAL IS LOGGED AND A RUN-STATUS
009240*     RECORD WRITTEN SO IT SHOWS ON THE CONDOPSR FLOW REPORT.
009250*----------------------------------------------------------------
009260 1066-REFUSE-RUN.
009270     IF CD-AS-OF-DATE = CD-LAST-DONE-DATE
009280         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
009290             ' WAS ALREADY COMPLETED BY CONDESCD'
009300     ELSE
009310         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
009320             ' IS BEFORE ' CD-LAST-DONE-DATE
009330             ', THE LAST DAY CONDESCD COMPLETED'
009340     END-IF.
009350     DISPLAY 'SUPPLY A CDRERUN CARD FOR THE DAY TO RERUN IT'
009360         ' -- RUN REFUSED'.
009370     MOVE 'X' TO CD-RUN-EVENT.
009380     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
009390     MOVE 16 TO RETURN-CODE.
009400     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
009410     STOP RUN.
009420 1066-EXIT.
009430     EXIT.

009440*----------------------------------------------------------------
009450* 2220-COUNT-BUSINESS-DAYS
009460*     COUNTS THE BUSINESS DAYS AFTER CD-HELD-SINCE-DATE UP TO
009470*     AND INCLUDING THE AS-OF DAY -- HOLIDAYS AND WEEKENDS DO
009480*     NOT COUNT. AN ESCALATION DATED BEFORE THE FIRST DAY ON THE
009490*     CALENDAR CANNOT BE COUNTED AND TAKES 999, WELL OVER ANY
009500*     LIMIT.
009510*----------------------------------------------------------------
009520 2220-COUNT-BUSINESS-DAYS.
009530     MOVE ZERO TO CD-DAYS-HELD.
009540     MOVE 'N' TO CD-WALK-DONE-SW.
009550     PERFORM 2225-COUNT-ONE-DAY THRU 2225-EXIT
009560         VARYING CD-CE-IDX FROM CD-AS-OF-IDX BY -1
009570         UNTIL CD-CE-IDX < 1
009580             OR CD-WALK-DONE.
009590     IF NOT CD-WALK-DONE OR CD-DAYS-HELD > 999
009600         MOVE 999 TO CD-DAYS-HELD
009610     END-IF.
009620 2220-EXIT.
009630     EXIT.

009640*----------------------------------------------------------------
009650* 2225-COUNT-ONE-DAY
009660*     COUNTS ONE CALENDAR DAY IF IT IS A BUSINESS DAY, AND
009670*     STOPS THE WALK AT THE HELD DATE.
009680*----------------------------------------------------------------
009690 2225-COUNT-ONE-DAY.
009700     IF CD-CE-DATE (CD-CE-IDX) NOT > CD-HELD-SINCE-DATE
009710         MOVE 'Y' TO CD-WALK-DONE-SW
009720         GO TO 2225-EXIT.
009730     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
009740         ADD 1 TO CD-DAYS-HELD.
009750 2225-EXIT.
009760     EXIT.

009770*----------------------------------------------------------------
009780* 2210-COUNT-AGE-BAND
009790*     COUNTS THE CARRIED ESCALATION IN ITS AGE BAND.
009800*----------------------------------------------------------------
009810 2210-COUNT-AGE-BAND.
009820     EVALUATE TRUE
009830         WHEN CD-DAYS-HELD <= 2
009840             MOVE 1 TO CD-AB-IDX
009850         WHEN CD-DAYS-HELD <= 5
009860             MOVE 2 TO CD-AB-IDX
009870         WHEN CD-DAYS-HELD <= 10
009880             MOVE 3 TO CD-AB-IDX
009890         WHEN CD-DAYS-HELD <= 30
009900             MOVE 4 TO CD-AB-IDX
009910         WHEN OTHER
009920             MOVE 5 TO CD-AB-IDX
009930     END-EVALUATE.
009940     ADD 1 TO CD-AGE-BAND-COUNT (CD-AB-IDX).
009950 2210-EXIT.
009960     EXIT.

