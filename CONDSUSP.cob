000200*     THE MASTER AND ACTIVE GOES TO THE MERGE FILE AS A TYPE
000210*     'R' TRANSACTION RECORD -- CONCATENATED BEHIND CDTRANF
000220*     THE SAME WAY CONDRSUB MERGES CORRECTIONS -- SO IT IS
000230*     OFFICIALLY SCORED ON THE NEXT RUN. THE REST AGE IN
000240*     BUSINESS DAYS FROM THE SUSPENSE DATE: UNDER THE LIMIT
000245*     THEY CARRY FORWARD, OVER IT THEY DROP TO THE REPORT
000250*     FOR THE SETUP GROUP.
000260*     MOST ITEMS CLEAR THEMSELVES WITHIN 48 HOURS; NOBODY
000270*     SHOULD BE TYPING THEM BACK IN.
000280*
000304*                      SOURCE ID KEPT ON THE SUSPENSE RECORD,
000306*                      MATCHING THE FRAMED CDTRANF LAYOUT.
000308*                      MERGE LRECL 443 TO 446.
000309*     10/15/2026  DL   END OF RUN NOW APPENDS A QUEUE-MOVEMENT
000310*                      RECORD (CDQMOV COPYBOOK) TO CDQMOVF FOR
000311*                      THE CONDQROL MONTH-END ROLL-FORWARD. THE
000312*                      OPENING BALANCE IS COUNTED FROM THE
000313*                      CARRY-FORWARD ON ITS OWN DD (CDSCARI),
000314*                      AND THE ITEMS CARRIED ARE COUNTED BY AGE
000315*                      BAND.
000316*     10/15/2026  DL   SUSPENSE NOW AGES IN BUSINESS DAYS ON THE
000317*                      CDCALF CALENDAR (CDCAL COPYBOOK, KEPT BY
000318*                      CONDCALM), AS OF THE NEXT BUSINESS DAY
000319*                      AFTER THE LAST POSTED DAY ON CDRECNF --
000320*                      THE DAY THE RE-PRESENTED ITEMS WILL BE
000321*                      SCORED -- INSTEAD OF THE RUN DATE. THE
000322*                      LIMIT (STILL 5) IS IN BUSINESS DAYS, AND
000323*                      AN OPTIONAL CDAGEP CARD CAN CHANGE IT.
000324*     10/15/2026  DL   CDRUNCF RUN CONTROL (CDRUNC COPYBOOK) -- A
000325*                      SECOND RUN FOR A BUSINESS DAY ALREADY
000326*                      COMPLETED IS REFUSED RC 16 UNLESS A CDRERUN
000327*                      CARD AUTHORIZES IT, AND A RUN THAT DIED IS
000328*                      LOGGED AS A RESTART. THE DAY CONTROLLED IS
000329*                      THE AS-OF DAY THE ITEMS ARE RE-PRESENTED
000330*                      FOR.
000331*     10/15/2026  DL   CDQMOVF IS NOW OPENED OUTPUT ON A WORK DATA
000332*                      SET THE JOB APPENDS TO THE QUEUE-MOVEMENT
000333*                      FILE ONLY WHEN THE STEP ENDS CLEANLY, SO A
000334*                      RESTART NO LONGER LEAVES A SECOND RECORD
000335*                      FOR THE DAY. THE RECORD NOW CARRIES THE
000336*                      AS-OF DAY.
000337*----------------------------------------------------------------

000338 ENVIRONMENT DIVISION.
000339 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CD-ACCT-FILE   ASSIGN TO CDACCTF
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CD-ACCT-STATUS.
000380     SELECT CD-SUSP-IN-FILE ASSIGN TO CDSUSPI
000390         ORGANIZATION IS LINE SEQUENTIAL.
000391     SELECT CD-OPEN-FILE   ASSIGN TO CDSCARI
000392         ORGANIZATION IS LINE SEQUENTIAL
000393         FILE STATUS IS CD-OPEN-STATUS.
000394     SELECT CD-QMOV-FILE   ASSIGN TO CDQMOVF
000395         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT CD-MERGE-FILE  ASSIGN TO CDSMRGF
000410         ORGANIZATION IS LINE SEQUENTIAL.
000411     SELECT CD-CAL-FILE    ASSIGN TO CDCALF
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS CD-CAL-STATUS.
000414     SELECT CD-RECON-FILE  ASSIGN TO CDRECNF
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS CD-RECON-STATUS.
000420     SELECT CD-CARRY-FILE  ASSIGN TO CDSCFWD
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431     SELECT CD-AGEP-FILE   ASSIGN TO CDAGEP
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS CD-AGEP-STATUS.
000434     SELECT CD-RUNC-FILE   ASSIGN TO CDRUNCF
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS CD-RUNC-STATUS.
000440     SELECT CD-DROP-FILE   ASSIGN TO CDSDRPF
000450         ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT CD-RERUN-FILE  ASSIGN TO CDRERUN
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS CD-RERUN-STATUS.
000460     SELECT CD-RUNS-FILE   ASSIGN TO CDRUNSF
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.
000491* OPTIONAL AGE LIMIT CARD -- COLS 1-3 THE LIMIT IN BUSINESS
000492* DAYS. NO CARD, OR A BLANK ONE, KEEPS THE DEFAULT.
000493 FD  CD-AGEP-FILE.
000494 01  CD-AGEP-RECORD.
000495     05  CD-AP-LIMIT          PIC X(03).
000496     05  FILLER               PIC X(77).

000500* ACCOUNT MASTER -- THE CURRENT MASTER AS MAINTAINED BY
000510* CONDACTM, LOADED WITH STATUS THE SAME WAY THE SCORING RUN
000520* LOADS IT.
000530 FD  CD-ACCT-FILE.
000540 COPY CDACCT.

000541* PRIOR CARRY-FORWARD -- THE SAME DATA SET CONCATENATED BEHIND
000542* YESTERDAY'S SUSPENSE IN CDSUSPI, READ ON ITS OWN ONLY TO COUNT
000543* THE OPENING BALANCE FOR THE QUEUE-MOVEMENT RECORD.
000544 FD  CD-OPEN-FILE.
000545 01  CD-OPEN-RECORD       PIC X(458).

000546* QUEUE-MOVEMENT WORK FILE -- THE RUN'S ONE RECORD, WHICH THE
000547* JOB APPENDS TO THE SHARED FILE FOR THE CONDQROL ROLL-FORWARD.
000548 FD  CD-QMOV-FILE.
000549 COPY CDQMOV.

000550* SUSPENSE FILE IN -- YESTERDAY'S CDSUSPF PLUS THE PRIOR
000560* CARRY-FORWARD FILE, CONCATENATED IN THE JCL.
000570 FD  CD-SUSP-IN-FILE.
000580 COPY CDSUSP.

000581* BUSINESS-DAY CALENDAR -- MAINTAINED BY CONDCALM. ITEMS AGE
000582* IN BUSINESS DAYS ON IT.
000583 FD  CD-CAL-FILE.
000584 COPY CDCAL.

000585* RUN-CONTROL FILE -- SHARED BY THE QUEUE PROGRAMS. READ AT
000586* START FOR THE LAST BUSINESS DAY THIS PROGRAM COMPLETED, THEN
000587* APPENDED TO WHEN THE RUN STARTS, COMPLETES OR IS REFUSED.
000588 FD  CD-RUNC-FILE.
000589 COPY CDRUNC.

000590* MERGE FILE OUT -- RE-PRESENTED ITEMS IN CD-TRANS-RECORD
000600* FORMAT, TYPE 'R', CONCATENATED INTO CDTRANF ON THE NEXT
000610* SCORING RUN SO THE RECORD IS OFFICIALLY SCORED. SAME SHAPE
000740         10  CD-M-CHECK-VAL       PIC 9(03).
000742     05  CD-M-SOURCE-ID       PIC X(03).

000743* OPTIONAL AUTHORIZED RERUN CARD -- COLS 1-8 THE BUSINESS DAY
000744* BEING RERUN, COLS 9-16 THE USER ID OF WHOEVER AUTHORIZED IT.
000745 FD  CD-RERUN-FILE.
000746 01  CD-RERUN-RECORD.
000747     05  CD-RR-BUS-DATE       PIC X(08).
000748     05  CD-RR-AUTH-USER      PIC X(08).
000749     05  FILLER               PIC X(64).

000750* CARRY-FORWARD FILE -- ITEMS STILL NOT RE-PRESENTABLE AND
000760* STILL UNDER THE AGE LIMIT, CONCATENATED BACK INTO CDSUSPI
000770* ON THE NEXT RUN.
000830 FD  CD-DROP-FILE.
000840 01  CD-DROP-RECORD       PIC X(80).

000841* RECONCILIATION CONTROL FILE -- SAME RECORD THE SCORING RUN
000842* AND CONDMRGE CARRY FORWARD. READ ONLY FOR THE LAST POSTED
000843* DATE, WHICH THE SUSPENSE IS AGED FROM.
000844 FD  CD-RECON-FILE.
000845 01  CD-RECON-RECORD.
000846     05  CD-RECON-PASS-COUNT  PIC 9(07).
000847     05  CD-RECON-FAIL-COUNT  PIC 9(07).
000848     05  CD-RECON-RUN-DATE    PIC 9(08).

000850* NIGHTLY RUN-STATUS FILE -- ONE STEP RECORD APPENDED AT END
000860* OF RUN FOR THE CONDOPSR OPERATIONS FLOW REPORT.
000870 FD  CD-RUNS-FILE.
001210     05  CD-WT-HHMMSS         PIC 9(06).
001220     05  FILLER               PIC 9(02).
001230 01  CD-START-TIME        PIC 9(06) VALUE ZERO.
001240* AGING CONTROLS -- SUSPENSE AGES IN BUSINESS DAYS ON THE
001250* CDCALF CALENDAR, COUNTED FROM THE SUSPENSE DATE TO THE AS-OF
001260* DAY -- THE NEXT BUSINESS DAY AFTER THE LAST POSTED DAY ON
001270* CDRECNF, THE DAY THIS RUN FEEDS -- THE SAME WAY THE HOLD
001280* AND ESCALATION RUNS AGE. THE LIMIT DEFAULTS TO 5 BUSINESS
001290* DAYS AND A CDAGEP CARD CAN CHANGE IT. AN ITEM OLDER THAN
001292* THE LIMIT THAT STILL CANNOT RE-PRESENT DROPS TO THE REPORT
001294* -- THE SETUP LAG IT WAS WAITING OUT HAS CLEARLY NOT
001296* CLEARED.
001300 01  CD-AGE-LIMIT-DAYS    PIC 9(03) COMP VALUE 5.
001310 01  CD-HELD-SINCE-DATE   PIC 9(08) VALUE ZERO.
001320 01  CD-AS-OF-DATE        PIC 9(08) VALUE ZERO.
001330 01  CD-DAYS-HELD         PIC S9(05) COMP VALUE ZERO.
001331 01  CD-AS-OF-IDX         PIC 9(04) COMP VALUE ZERO.
001332 01  CD-CAL-STATUS        PIC X(02) VALUE SPACES.
001333 01  CD-CAL-EOF-SW        PIC X(01) VALUE 'N'.
001334         88  CD-CAL-EOF-YES       VALUE 'Y'.
001335 01  CD-RECON-STATUS      PIC X(02) VALUE SPACES.
001336 01  CD-RECON-FOUND-SW    PIC X(01) VALUE 'N'.
001337         88  CD-RECON-FOUND       VALUE 'Y'.
001338 01  CD-AGEP-STATUS       PIC X(02) VALUE SPACES.
001339 01  CD-WALK-DONE-SW      PIC X(01) VALUE 'N'.
001340         88  CD-WALK-DONE         VALUE 'Y'.
001341* RUN CONTROL -- THE LAST BUSINESS DAY THIS PROGRAM COMPLETED,
001342* ANY DAY STARTED AND NEVER COMPLETED, AND THIS RUN'S EVENT.
001343 01  CD-RUNC-STATUS       PIC X(02) VALUE SPACES.
001344 01  CD-RUNC-EOF-SW       PIC X(01) VALUE 'N'.
001345         88  CD-RUNC-EOF-YES      VALUE 'Y'.
001346 01  CD-RERUN-STATUS      PIC X(02) VALUE SPACES.
001347 01  CD-RERUN-SW          PIC X(01) VALUE 'N'.
001348         88  CD-RERUN-AUTHORIZED  VALUE 'Y'.
001349 01  CD-RERUN-USER        PIC X(08) VALUE SPACES.
001350 01  CD-LAST-DONE-DATE    PIC 9(08) VALUE ZERO.
001351 01  CD-OPEN-START-DATE   PIC 9(08) VALUE ZERO.
001352 01  CD-RUN-EVENT         PIC X(01) VALUE 'S'.
001353* BUSINESS-DAY CALENDAR TABLE -- DATE AND DAY TYPE OF EVERY
001354* DAY ON CDCALF, IN DATE ORDER, LOADED AT INITIALIZE TIME.
001355 01  CD-CAL-TABLE-AREA.
001356     05  CD-CAL-LOAD-COUNT    PIC 9(04) COMP VALUE ZERO.
001357     05  CD-CAL-ENTRY OCCURS 4000 TIMES.
001358         10  CD-CE-DATE       PIC 9(08).
001359         10  CD-CE-DAY-TYPE   PIC X(01).
001360 01  CD-CE-IDX            PIC 9(04) COMP.
001361* OPENING BALANCE AND AGE BANDS FOR THE QUEUE-MOVEMENT RECORD
001362* -- ITEMS CARRIED, BY DAYS HELD 0-2, 3-5, 6-10, 11-30 AND
001363* OVER 30.
001364 01  CD-OPEN-STATUS       PIC X(02) VALUE SPACES.
001365 01  CD-OPEN-EOF-SW       PIC X(01) VALUE 'N'.
001366         88  CD-OPEN-EOF-YES      VALUE 'Y'.
001367 01  CD-OPEN-COUNT        PIC 9(07) COMP VALUE ZERO.
001368 01  CD-AGE-BAND-AREA.
001369     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001370     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001371     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001372     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001373     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001374 01  CD-AGE-BAND-TABLE REDEFINES CD-AGE-BAND-AREA.
001375     05  CD-AGE-BAND-COUNT OCCURS 5 TIMES
001376                              PIC 9(07) COMP.
001377 01  CD-AB-IDX            PIC 9(01) COMP.
001390* REPORT LINES.
001400 01  CD-DROP-HEADING.
001410     05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
001580     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
001590     05  CD-DH-DATE           PIC 9(08).
001600     05  FILLER               PIC X(63) VALUE SPACES.
001601 01  CD-AGE-AS-OF-LINE.
001602     05  FILLER               PIC X(09) VALUE 'AS OF    '.
001603     05  CD-AO-DATE           PIC 9(08).
001604     05  FILLER               PIC X(13) VALUE '   AGE LIMIT '.
001605     05  CD-AO-LIMIT          PIC ZZ9.
001606     05  FILLER               PIC X(14) VALUE ' BUSINESS DAYS'.
001607     05  FILLER               PIC X(33) VALUE SPACES.
001610* EDITED LINE USED TO BUILD THE REPORT TOTALS.
001620 01  CD-SUMMARY-LINE.
001630     05  CD-SL-LABEL          PIC X(30).
001820     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
001830     ACCEPT CD-WRK-TIME FROM TIME.
001840     MOVE CD-WT-HHMMSS TO CD-START-TIME.
001850     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT.
001860     PERFORM 1045-FIND-AS-OF-DAY THRU 1045-EXIT.
001863     PERFORM 1048-NEXT-BUSINESS-DAY THRU 1048-EXIT.
001865     PERFORM 1050-READ-AGE-LIMIT THRU 1050-EXIT.
001867     PERFORM 1060-CHECK-RUN-CONTROL THRU 1060-EXIT.
001870     PERFORM 1010-LOAD-ACCT-MASTER THRU 1010-EXIT.
001875     PERFORM 1030-COUNT-OPENING THRU 1030-EXIT.
001880     OPEN INPUT CD-SUSP-IN-FILE.
001890     OPEN OUTPUT CD-MERGE-FILE.
001900     OPEN OUTPUT CD-CARRY-FILE.
001940     MOVE CD-RUN-DATE           TO CD-DH-DATE.
001950     MOVE CD-DROP-RUN-DATE-LINE TO CD-DROP-RECORD.
001960     WRITE CD-DROP-RECORD.
001962     MOVE CD-AS-OF-DATE        TO CD-AO-DATE.
001964     MOVE CD-AGE-LIMIT-DAYS    TO CD-AO-LIMIT.
001966     MOVE CD-AGE-AS-OF-LINE    TO CD-DROP-RECORD.
001968     WRITE CD-DROP-RECORD.
001970     MOVE SPACES                TO CD-DROP-RECORD.
001980     WRITE CD-DROP-RECORD.
001990     MOVE CD-DROP-HEADING       TO CD-DROP-RECORD.
003100 2050-AGE-ITEM.
003110     MOVE ZERO TO CD-DAYS-HELD.
003120     IF CD-SU-SUSP-DATE IS NUMERIC AND CD-SU-SUSP-DATE > ZERO
003130         MOVE CD-SU-SUSP-DATE TO CD-HELD-SINCE-DATE
003140         PERFORM 2220-COUNT-BUSINESS-DAYS THRU 2220-EXIT
003210     END-IF.
003220     IF CD-DAYS-HELD > CD-AGE-LIMIT-DAYS
003230         PERFORM 2300-DROP-ITEM THRU 2300-EXIT
003710     ADD 1 TO CD-CARRY-COUNT.
003720     MOVE CD-SUSP-RECORD TO CD-CARRY-RECORD.
003730     WRITE CD-CARRY-RECORD.
003735     PERFORM 2210-COUNT-AGE-BAND THRU 2210-EXIT.
003740 2200-EXIT.
003750     EXIT.

003940     MOVE CD-DROP-DETAIL TO CD-DROP-RECORD.
003950     WRITE CD-DROP-RECORD.
003960     DISPLAY 'ACCOUNT ' CD-SU-ACCT-NO ' -- SUSPENSE DROPPED'
003970         ' AFTER ' CD-DAYS-HELD ' BUSINESS DAYS: ' CD-DD-REASON.
003980 2300-EXIT.
003990     EXIT.

004160 3000-TERMINATE.
004170     MOVE SPACES              TO CD-DROP-RECORD.
004180     WRITE CD-DROP-RECORD.
004182     MOVE 'CARRIED IN'        TO CD-SL-LABEL.
004184     MOVE CD-OPEN-COUNT       TO CD-SL-COUNT.
004186     MOVE CD-SUMMARY-LINE     TO CD-DROP-RECORD.
004188     WRITE CD-DROP-RECORD.
004190     MOVE 'SUSPENSE READ'     TO CD-SL-LABEL.
004200     MOVE CD-READ-COUNT       TO CD-SL-COUNT.
004210     MOVE CD-SUMMARY-LINE     TO CD-DROP-RECORD.
004440         MOVE 4 TO RETURN-CODE
004450     END-IF.
004460     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
004465     PERFORM 3950-WRITE-QUEUE-MOVEMENT THRU 3950-EXIT.
004466     MOVE 'C' TO CD-RUN-EVENT.
004467     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
004470 3000-EXIT.
004480     EXIT.

004660     CLOSE CD-RUNS-FILE.
004670 3900-EXIT.
004680     EXIT.

004690*----------------------------------------------------------------
004700* 3950-WRITE-QUEUE-MOVEMENT
004710*     WRITES THE RUN'S QUEUE-MOVEMENT RECORD FOR THE CONDQROL
004720*     MONTH-END ROLL-FORWARD. THE WORK FILE IS OPENED OUTPUT,
004722*     SO A RESTART REWRITES IT, AND THE JOB APPENDS IT TO THE
004724*     SHARED FILE ONLY WHEN THE STEP ENDS CLEANLY. THE RECORD
004726*     CARRIES THE AS-OF DAY SO AN AUTHORIZED RERUN'S RECORD
004728*     REPLACES THE ONE IT REDOES.
004730*----------------------------------------------------------------
004740 3950-WRITE-QUEUE-MOVEMENT.
004750     OPEN OUTPUT CD-QMOV-FILE.
004760     MOVE SPACES             TO CD-QM-RECORD.
004770     MOVE 'SUSP'             TO CD-QM-QUEUE.
004780     MOVE 'CONDSUSP'         TO CD-QM-PROGRAM.
004790     MOVE CD-RUN-DATE        TO CD-QM-RUN-DATE.
004795     MOVE CD-AS-OF-DATE      TO CD-QM-BUS-DATE.
004800     MOVE CD-OPEN-COUNT      TO CD-QM-OPENING.
004810     MOVE CD-READ-COUNT      TO CD-QM-READ.
004820     MOVE 'RPRS'             TO CD-QM-CLR1-TYPE.
004830     MOVE CD-MERGE-COUNT     TO CD-QM-CLR1-COUNT.
004840     MOVE SPACES             TO CD-QM-CLR2-TYPE.
004850     MOVE ZERO               TO CD-QM-CLR2-COUNT.
004860     MOVE CD-DROP-COUNT      TO CD-QM-DROPPED.
004870     MOVE ZERO               TO CD-QM-BACKED-OUT.
004880     MOVE CD-CARRY-COUNT     TO CD-QM-CLOSING.
004890     MOVE CD-AGE-LIMIT-DAYS  TO CD-QM-AGE-LIMIT.
004900     MOVE ZERO               TO CD-QM-AGED-OPEN.
004910     PERFORM 3955-MOVE-ONE-BAND THRU 3955-EXIT
004920         VARYING CD-AB-IDX FROM 1 BY 1
004930         UNTIL CD-AB-IDX > 5.
004940     WRITE CD-QM-RECORD.
004950     CLOSE CD-QMOV-FILE.
004960 3950-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990* 3955-MOVE-ONE-BAND
005000*     MOVES ONE AGE BAND COUNT TO THE QUEUE-MOVEMENT RECORD.
005010*----------------------------------------------------------------
005020 3955-MOVE-ONE-BAND.
005030     MOVE CD-AGE-BAND-COUNT (CD-AB-IDX)
005040         TO CD-QM-AGE-BAND (CD-AB-IDX).
005050 3955-EXIT.
005060     EXIT.

005070*----------------------------------------------------------------
005080* 3960-WRITE-RUN-EVENT
005090*     APPENDS ONE RECORD TO THE RUN-CONTROL FILE -- THE START
005100*     ('S', 'R' OR 'A'), REFUSAL ('X') OR COMPLETION ('C') OF
005110*     THIS RUN'S BUSINESS DAY. THE RUN DATE AND START TIME TIE
005120*     IT TO THE RUN-STATUS RECORD FOR THE CONDOPSR FLOW REPORT.
005130*----------------------------------------------------------------
005140 3960-WRITE-RUN-EVENT.
005150     OPEN EXTEND CD-RUNC-FILE.
005160     IF CD-RUNC-STATUS NOT = '00'
005170         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
005180             ' -- RUN CANCELLED'
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     MOVE SPACES           TO CD-RC-RECORD.
005230     MOVE 'CONDSUSP'       TO CD-RC-PROGRAM.
005240     MOVE CD-AS-OF-DATE    TO CD-RC-BUS-DATE.
005250     MOVE CD-RUN-EVENT     TO CD-RC-EVENT.
005260     MOVE CD-RUN-DATE      TO CD-RC-RUN-DATE.
005270     MOVE CD-START-TIME    TO CD-RC-START-TIME.
005280     ACCEPT CD-WRK-TIME FROM TIME.
005290     MOVE CD-WT-HHMMSS     TO CD-RC-EVENT-TIME.
005300     MOVE CD-RERUN-USER    TO CD-RC-AUTH-USER.
005310     WRITE CD-RC-RECORD.
005320     CLOSE CD-RUNC-FILE.
005330 3960-EXIT.
005340     EXIT.

005350*----------------------------------------------------------------
005360* 1030-COUNT-OPENING
005370*     COUNTS THE PRIOR CARRY-FORWARD -- THE QUEUE'S OPENING
005380*     BALANCE. A CARRY-FORWARD THAT CANNOT BE OPENED COUNTS
005390*     ZERO, AND THE MONTH-END ROLL-FORWARD SHOWS THE BREAK.
005400*----------------------------------------------------------------
005410 1030-COUNT-OPENING.
005420     OPEN INPUT CD-OPEN-FILE.
005430     IF CD-OPEN-STATUS NOT = '00'
005440         DISPLAY 'CDSCARI NOT AVAILABLE, STATUS ' CD-OPEN-STATUS
005450             ' -- OPENING BALANCE COUNTED AS ZERO'
005460         GO TO 1030-EXIT
005470     END-IF.
005480     MOVE 'N' TO CD-OPEN-EOF-SW.
005490     PERFORM 1035-COUNT-ONE-OPEN THRU 1035-EXIT
005500         UNTIL CD-OPEN-EOF-YES.
005510     CLOSE CD-OPEN-FILE.
005520 1030-EXIT.
005530     EXIT.

005540*----------------------------------------------------------------
005550* 1035-COUNT-ONE-OPEN
005560*     READS AND COUNTS ONE CARRY-FORWARD RECORD.
005570*----------------------------------------------------------------
005580 1035-COUNT-ONE-OPEN.
005590     READ CD-OPEN-FILE
005600         AT END
005610             MOVE 'Y' TO CD-OPEN-EOF-SW
005620             GO TO 1035-EXIT
005630     END-READ.
005640     ADD 1 TO CD-OPEN-COUNT.
005650 1035-EXIT.
005660     EXIT.

005670*----------------------------------------------------------------
005680* 1040-LOAD-CALENDAR
005690*     LOADS THE BUSINESS-DAY CALENDAR. SUSPENSE CANNOT BE AGED
005700*     WITHOUT IT, SO A MISSING, EMPTY, OVERSIZED OR OUT-OF-ORDER
005710*     CALENDAR CANCELS THE RUN.
005720*----------------------------------------------------------------
005730 1040-LOAD-CALENDAR.
005740     OPEN INPUT CD-CAL-FILE.
005750     IF CD-CAL-STATUS NOT = '00'
005760         DISPLAY 'CDCALF OPEN FAILED, STATUS ' CD-CAL-STATUS
005770         DISPLAY 'CALENDAR IS REQUIRED -- RUN CANCELLED'
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF.
005810     MOVE 'N' TO CD-CAL-EOF-SW.
005820     PERFORM 1042-LOAD-ONE-DAY THRU 1042-EXIT
005830         UNTIL CD-CAL-EOF-YES.
005840     CLOSE CD-CAL-FILE.
005850     IF CD-CAL-LOAD-COUNT = ZERO
005860         DISPLAY 'CDCALF IS EMPTY -- RUN CANCELLED'
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900 1040-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------
005930* 1042-LOAD-ONE-DAY
005940*     READS ONE CALENDAR DAY INTO THE NEXT TABLE SLOT.
005950*----------------------------------------------------------------
005960 1042-LOAD-ONE-DAY.
005970     READ CD-CAL-FILE
005980         AT END
005990             MOVE 'Y' TO CD-CAL-EOF-SW
006000             GO TO 1042-EXIT
006010     END-READ.
006020     IF CD-CAL-LOAD-COUNT >= 4000
006030         DISPLAY 'CALENDAR EXCEEDS THE 4000-DAY TABLE -- RUN'
006040             ' CANCELLED'
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     IF CD-CAL-DATE IS NOT NUMERIC
006090         DISPLAY 'CDCALF DATE ' CD-CAL-DATE
006100             ' IS NOT NUMERIC -- RUN CANCELLED'
006110         MOVE 16 TO RETURN-CODE
006120         STOP RUN
006130     END-IF.
006140     IF CD-CAL-LOAD-COUNT > ZERO
006150         IF CD-CAL-DATE NOT > CD-CE-DATE (CD-CAL-LOAD-COUNT)
006160             DISPLAY 'CDCALF DATE ' CD-CAL-DATE
006170                 ' IS OUT OF ORDER -- RUN CANCELLED'
006180             MOVE 16 TO RETURN-CODE
006190             STOP RUN
006200         END-IF
006210     END-IF.
006220     ADD 1 TO CD-CAL-LOAD-COUNT.
006230     MOVE CD-CAL-DATE     TO CD-CE-DATE (CD-CAL-LOAD-COUNT).
006240     MOVE CD-CAL-DAY-TYPE TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT).
006250 1042-EXIT.
006260     EXIT.

006270*----------------------------------------------------------------
006280* 1045-FIND-AS-OF-DAY
006290*     FINDS THE DAY THE QUEUE IS AGED AS OF -- THE LAST
006300*     BUSINESS DAY POSTED, FROM CDRECNF -- ON THE CALENDAR. A
006310*     QUEUE WORKED THE MORNING AFTER A HOLIDAY WEEKEND AGES
006320*     AS OF THE FRIDAY IT CAME FROM, AND A CATCH-UP DAY AS OF
006330*     THE DAY CAUGHT UP. WITHOUT A POSTED DAY ON CDRECNF THE
006340*     RUN DATE IS USED. A DAY NOT ON THE CALENDAR CANCELS THE
006350*     RUN -- THE CALENDAR NEEDS ITS YEAR GENERATED.
006360*----------------------------------------------------------------
006370 1045-FIND-AS-OF-DAY.
006380     MOVE CD-RUN-DATE TO CD-AS-OF-DATE.
006390     MOVE 'N' TO CD-RECON-FOUND-SW.
006400     OPEN INPUT CD-RECON-FILE.
006410     IF CD-RECON-STATUS = '00'
006420         READ CD-RECON-FILE
006430             AT END
006440                 MOVE ZERO TO CD-RECON-RUN-DATE
006450         END-READ
006460         CLOSE CD-RECON-FILE
006470         IF CD-RECON-RUN-DATE IS NUMERIC
006480            AND CD-RECON-RUN-DATE > ZERO
006490             MOVE CD-RECON-RUN-DATE TO CD-AS-OF-DATE
006500             MOVE 'Y' TO CD-RECON-FOUND-SW
006510         END-IF
006520     END-IF.
006530     IF NOT CD-RECON-FOUND
006540         DISPLAY 'CDRECNF HOLDS NO POSTED DAY -- AGING AS OF'
006550             ' THE RUN DATE ' CD-RUN-DATE
006560     END-IF.
006570     MOVE ZERO TO CD-AS-OF-IDX.
006580     PERFORM 1047-TEST-ONE-DAY THRU 1047-EXIT
006590         VARYING CD-CE-IDX FROM CD-CAL-LOAD-COUNT BY -1
006600         UNTIL CD-CE-IDX < 1
006610             OR CD-AS-OF-IDX > ZERO.
006620     IF CD-AS-OF-IDX = ZERO
006630         DISPLAY 'AS-OF DAY ' CD-AS-OF-DATE
006640             ' IS NOT ON THE CALENDAR -- RUN CANCELLED'
006650         MOVE 16 TO RETURN-CODE
006660         STOP RUN
006670     END-IF.
006680 1045-EXIT.
006690     EXIT.

006700*----------------------------------------------------------------
006710* 1047-TEST-ONE-DAY
006720*     TESTS ONE CALENDAR DAY AGAINST THE AS-OF DATE.
006730*----------------------------------------------------------------
006740 1047-TEST-ONE-DAY.
006750     IF CD-CE-DATE (CD-CE-IDX) = CD-AS-OF-DATE
006760         MOVE CD-CE-IDX TO CD-AS-OF-IDX.
006770 1047-EXIT.
006780     EXIT.

006790*----------------------------------------------------------------
006800* 1048-NEXT-BUSINESS-DAY
006810*     THIS RUN FEEDS THE NEXT SCORING DAY, NOT THE ONE
006820*     ALREADY POSTED, SO THE AS-OF DAY MOVES ON TO THE NEXT
006830*     BUSINESS DAY AFTER THE ONE ON CDRECNF. A CALENDAR THAT
006840*     ENDS FIRST CANCELS THE RUN. WITHOUT A POSTED DAY THE
006850*     RUN DATE STANDS.
006860*----------------------------------------------------------------
006870 1048-NEXT-BUSINESS-DAY.
006880     IF NOT CD-RECON-FOUND
006890         GO TO 1048-EXIT.
006900     MOVE 'N' TO CD-WALK-DONE-SW.
006910     PERFORM 1049-TEST-ONE-BUSINESS THRU 1049-EXIT
006920         VARYING CD-CE-IDX FROM CD-AS-OF-IDX BY 1
006930         UNTIL CD-CE-IDX > CD-CAL-LOAD-COUNT
006940             OR CD-WALK-DONE.
006950     IF NOT CD-WALK-DONE
006960         DISPLAY 'NO BUSINESS DAY ON THE CALENDAR AFTER '
006970             CD-AS-OF-DATE ' -- RUN CANCELLED'
006980         MOVE 16 TO RETURN-CODE
006990         STOP RUN
007000     END-IF.
007010 1048-EXIT.
007020     EXIT.

007030*----------------------------------------------------------------
007040* 1049-TEST-ONE-BUSINESS
007050*     TAKES ONE CALENDAR DAY AFTER THE POSTED DAY AS THE
007060*     AS-OF DAY IF IT IS A BUSINESS DAY.
007070*----------------------------------------------------------------
007080 1049-TEST-ONE-BUSINESS.
007090     IF CD-CE-DATE (CD-CE-IDX) > CD-AS-OF-DATE
007100        AND CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
007110         MOVE CD-CE-DATE (CD-CE-IDX) TO CD-AS-OF-DATE
007120         MOVE CD-CE-IDX TO CD-AS-OF-IDX
007130         MOVE 'Y' TO CD-WALK-DONE-SW.
007140 1049-EXIT.
007150     EXIT.

007160*----------------------------------------------------------------
007170* 1050-READ-AGE-LIMIT
007180*     READS THE OPTIONAL CDAGEP CARD. NO CARD, OR A BLANK
007190*     ONE, KEEPS THE DEFAULT LIMIT; A LIMIT THAT IS NOT A
007200*     NUMBER OF BUSINESS DAYS CANCELS THE RUN RATHER THAN AGE
007210*     THE QUEUE WRONG.
007220*----------------------------------------------------------------
007230 1050-READ-AGE-LIMIT.
007240     OPEN INPUT CD-AGEP-FILE.
007250     IF CD-AGEP-STATUS NOT = '00'
007260         GO TO 1050-EXIT.
007270     READ CD-AGEP-FILE
007280         AT END
007290             MOVE SPACES TO CD-AGEP-RECORD
007300     END-READ.
007310     CLOSE CD-AGEP-FILE.
007320     IF CD-AP-LIMIT = SPACES
007330         GO TO 1050-EXIT.
007340     IF CD-AP-LIMIT IS NOT NUMERIC OR CD-AP-LIMIT = '000'
007350         DISPLAY 'CDAGEP AGE LIMIT ' CD-AP-LIMIT
007360             ' IS NOT A NUMBER OF BUSINESS DAYS -- RUN'
007370             ' CANCELLED'
007380         MOVE 16 TO RETURN-CODE
007390         STOP RUN
007400     END-IF.
007410     MOVE CD-AP-LIMIT TO CD-AGE-LIMIT-DAYS.
007420 1050-EXIT.
007430     EXIT.

007440*----------------------------------------------------------------
007450* 1060-CHECK-RUN-CONTROL
007460*     GUARDS AGAINST WORKING THE SAME BUSINESS DAY TWICE. THE
007470*     RUN-CONTROL FILE GIVES THE LAST DAY THIS PROGRAM COMPLETED.
007480*     A SECOND RUN FOR THAT DAY (OR AN EARLIER ONE) WOULD
007490*     RE-PRESENT THE SAME SUSPENSE ITEMS TO THE NEXT SCORING RUN
007500*     A SECOND TIME, SO IT IS REFUSED RC 16 UNLESS A CDRERUN CARD
007510*     NAMES THE DAY AND WHO AUTHORIZED THE RERUN. A DAY THAT WAS
007520*     STARTED AND NEVER COMPLETED IS A RESTART: EVERY OUTPUT OF
007530*     THIS STEP IS REBUILT FROM THE BEGINNING AND NOTHING IS
007540*     COPIED OVER THE SHARED FILES UNTIL THE STEP ENDS, SO THE
007550*     DAY IS SIMPLY RUN AGAIN. THE START IS LOGGED BEFORE ANY
007560*     OUTPUT FILE IS OPENED.
007570*----------------------------------------------------------------
007580 1060-CHECK-RUN-CONTROL.
007590     MOVE ZERO TO CD-LAST-DONE-DATE.
007600     MOVE ZERO TO CD-OPEN-START-DATE.
007610     OPEN INPUT CD-RUNC-FILE.
007620     IF CD-RUNC-STATUS NOT = '00'
007630         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
007640         DISPLAY 'RUN-CONTROL FILE IS REQUIRED -- RUN CANCELLED'
007650         MOVE 16 TO RETURN-CODE
007660         STOP RUN
007670     END-IF.
007680     MOVE 'N' TO CD-RUNC-EOF-SW.
007690     PERFORM 1062-READ-ONE-EVENT THRU 1062-EXIT
007700         UNTIL CD-RUNC-EOF-YES.
007710     CLOSE CD-RUNC-FILE.
007720     PERFORM 1064-READ-RERUN-CARD THRU 1064-EXIT.
007730     MOVE 'S' TO CD-RUN-EVENT.
007740     IF CD-LAST-DONE-DATE < CD-AS-OF-DATE
007750         GO TO 1060-NOT-DONE.
007760     IF NOT CD-RERUN-AUTHORIZED
007770         PERFORM 1066-REFUSE-RUN THRU 1066-EXIT.
007780     MOVE 'A' TO CD-RUN-EVENT.
007790     DISPLAY 'AUTHORIZED RERUN OF BUSINESS DAY ' CD-AS-OF-DATE
007800         ' BY ' CD-RERUN-USER.
007810     GO TO 1060-LOG-START.
007820 1060-NOT-DONE.
007830     IF CD-RERUN-AUTHORIZED
007840         DISPLAY 'CDRERUN CARD IGNORED -- BUSINESS DAY '
007850             CD-AS-OF-DATE ' HAS NOT BEEN COMPLETED'
007860         MOVE 'N' TO CD-RERUN-SW
007870         MOVE SPACES TO CD-RERUN-USER
007880     END-IF.
007890     IF CD-OPEN-START-DATE = CD-AS-OF-DATE
007900         MOVE 'R' TO CD-RUN-EVENT
007910         DISPLAY 'RESTARTING BUSINESS DAY ' CD-AS-OF-DATE
007920             ' -- THE LAST RUN FOR IT DID NOT COMPLETE'
007930     END-IF.
007940 1060-LOG-START.
007950     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
007960 1060-EXIT.
007970     EXIT.

007980*----------------------------------------------------------------
007990* 1062-READ-ONE-EVENT
008000*     READS ONE RUN-CONTROL RECORD. FOR THIS PROGRAM'S RECORDS
008010*     A COMPLETION RAISES THE LAST COMPLETED DAY AND CLOSES ANY
008020*     START FOR THE SAME DAY; A START IS HELD OPEN UNTIL THEN.
008030*----------------------------------------------------------------
008040 1062-READ-ONE-EVENT.
008050     READ CD-RUNC-FILE
008060         AT END
008070             MOVE 'Y' TO CD-RUNC-EOF-SW
008080             GO TO 1062-EXIT
008090     END-READ.
008100     IF CD-RC-PROGRAM NOT = 'CONDSUSP'
008110         GO TO 1062-EXIT.
008120     IF CD-RC-COMPLETED
008130         IF CD-RC-BUS-DATE > CD-LAST-DONE-DATE
008140             MOVE CD-RC-BUS-DATE TO CD-LAST-DONE-DATE
008150         END-IF
008160         IF CD-RC-BUS-DATE = CD-OPEN-START-DATE
008170             MOVE ZERO TO CD-OPEN-START-DATE
008180         END-IF
008190         GO TO 1062-EXIT.
008200     IF CD-RC-STARTED
008210         MOVE CD-RC-BUS-DATE TO CD-OPEN-START-DATE.
008220 1062-EXIT.
008230     EXIT.

008240*----------------------------------------------------------------
008250* 1064-READ-RERUN-CARD
008260*     READS THE OPTIONAL CDRERUN CARD. NO CARD (DD DUMMY), OR A
008270*     BLANK ONE, MEANS NO RERUN IS AUTHORIZED. A CARD FOR ANY
008280*     DAY BUT THE ONE BEING RUN, OR WITHOUT A USER ID, CANCELS
008290*     THE RUN RATHER THAN GUESS WHAT OPERATIONS MEANT.
008300*----------------------------------------------------------------
008310 1064-READ-RERUN-CARD.
008320     MOVE 'N' TO CD-RERUN-SW.
008330     MOVE SPACES TO CD-RERUN-USER.
008340     OPEN INPUT CD-RERUN-FILE.
008350     IF CD-RERUN-STATUS NOT = '00'
008360         GO TO 1064-EXIT.
008370     READ CD-RERUN-FILE
008380         AT END
008390             CLOSE CD-RERUN-FILE
008400             GO TO 1064-EXIT
008410     END-READ.
008420     CLOSE CD-RERUN-FILE.
008430     IF CD-RERUN-RECORD = SPACES
008440         GO TO 1064-EXIT.
008450     IF CD-RR-BUS-DATE IS NOT NUMERIC
008460        OR CD-RR-BUS-DATE NOT = CD-AS-OF-DATE
008470         DISPLAY 'CDRERUN CARD DAY ' CD-RR-BUS-DATE
008480             ' IS NOT THE BUSINESS DAY BEING RUN, ' CD-AS-OF-DATE
008490         DISPLAY 'RUN CANCELLED'
008500         MOVE 16 TO RETURN-CODE
008510         STOP RUN
008520     END-IF.
008530     IF CD-RR-AUTH-USER = SPACES
008540         DISPLAY 'CDRERUN CARD HAS NO AUTHORIZING USER ID'
008550             ' -- RUN CANCELLED'
008560         MOVE 16 TO RETURN-CODE
008570         STOP RUN
008580     END-IF.
008590     MOVE 'Y' TO CD-RERUN-SW.
008600     MOVE CD-RR-AUTH-USER TO CD-RERUN-USER.
008610 1064-EXIT.
008620     EXIT.

008630*----------------------------------------------------------------
008640* 1066-REFUSE-RUN
008650*     REFUSES A SECOND RUN FOR A DAY ALREADY COMPLETED. NOTHING
008660*     HAS BEEN OPENED FOR OUTPUT YET, SO THE COMPLETED DAY'S
008670*     FILES ARE UNTOUCHED. THE REFUSAL IS LOGGED AND A RUN-STATUS
008680*     RECORD WRITTEN SO IT SHOWS ON THE CONDOPSR FLOW REPORT.
008690*----------------------------------------------------------------
008700 1066-REFUSE-RUN.
008710     IF CD-AS-OF-DATE = CD-LAST-DONE-DATE
008720         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
008730             ' WAS ALREADY COMPLETED BY CONDSUSP'
008740     ELSE
008750         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
008760             ' IS BEFORE ' CD-LAST-DONE-DATE
008770             ', THE LAST DAY CONDSUSP COMPLETED'
008780     END-IF.
008790     DISPLAY 'SUPPLY A CDRERUN CARD FOR THE DAY TO RERUN IT'
008800         ' -- RUN REFUSED'.
008810     MOVE 'X' TO CD-RUN-EVENT.
008820     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
008830     MOVE 16 TO RETURN-CODE.
008840     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
008850     STOP RUN.
008860 1066-EXIT.
008870     EXIT.

008880*----------------------------------------------------------------
008890* 2220-COUNT-BUSINESS-DAYS
008900*     COUNTS THE BUSINESS DAYS AFTER CD-HELD-SINCE-DATE UP TO
008910*     AND INCLUDING THE AS-OF DAY -- HOLIDAYS AND WEEKENDS DO
008920*     NOT COUNT. AN ITEM DATED BEFORE THE FIRST DAY ON THE
008930*     CALENDAR CANNOT BE COUNTED AND TAKES 999, WELL OVER ANY
008940*     LIMIT.
008950*----------------------------------------------------------------
008960 2220-COUNT-BUSINESS-DAYS.
008970     MOVE ZERO TO CD-DAYS-HELD.
008980     MOVE 'N' TO CD-WALK-DONE-SW.
008990     PERFORM 2225-COUNT-ONE-DAY THRU 2225-EXIT
009000         VARYING CD-CE-IDX FROM CD-AS-OF-IDX BY -1
009010         UNTIL CD-CE-IDX < 1
009020             OR CD-WALK-DONE.
009030     IF NOT CD-WALK-DONE OR CD-DAYS-HELD > 999
009040         MOVE 999 TO CD-DAYS-HELD
009050     END-IF.
009060 2220-EXIT.
009070     EXIT.

009080*----------------------------------------------------------------
009090* 2225-COUNT-ONE-DAY
009100*     COUNTS ONE CALENDAR DAY IF IT IS A BUSINESS DAY, AND
009110*     STOPS THE WALK AT THE HELD DATE.
009120*----------------------------------------------------------------
009130 2225-COUNT-ONE-DAY.
009140     IF CD-CE-DATE (CD-CE-IDX) NOT > CD-HELD-SINCE-DATE
009150         MOVE 'Y' TO CD-WALK-DONE-SW
009160         GO TO 2225-EXIT.
009170     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
009180         ADD 1 TO CD-DAYS-HELD.
009190 2225-EXIT.
009200     EXIT.

009210*----------------------------------------------------------------
009220* 2210-COUNT-AGE-BAND
009230*     COUNTS THE CARRIED ITEM IN ITS AGE BAND.
009240*----------------------------------------------------------------
009250 2210-COUNT-AGE-BAND.
009260     EVALUATE TRUE
009270         WHEN CD-DAYS-HELD <= 2
009280             MOVE 1 TO CD-AB-IDX
009290         WHEN CD-DAYS-HELD <= 5
009300             MOVE 2 TO CD-AB-IDX
009310         WHEN CD-DAYS-HELD <= 10
009320             MOVE 3 TO CD-AB-IDX
009330         WHEN CD-DAYS-HELD <= 30
009340             MOVE 4 TO CD-AB-IDX
009350         WHEN OTHER
009360             MOVE 5 TO CD-AB-IDX
009370     END-EVALUATE.
009380     ADD 1 TO CD-AGE-BAND-COUNT (CD-AB-IDX).
009390 2210-EXIT.
009400     EXIT.

