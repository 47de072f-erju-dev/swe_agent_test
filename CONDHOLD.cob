000130*     DISPOSITION WITH A MATCHING AUDIT LOG LINE, CARRIES
000140*     UNWORKED HOLDS FORWARD TO THE NEXT DAY, AND PRINTS AN
000150*     AGING REPORT FLAGGING ANYTHING HELD MORE THAN
000160*     CD-AGE-LIMIT-DAYS BUSINESS DAYS (CDCALF CALENDAR).
000170*
000180*     A DECISION MATCHES A HOLD ON ACCOUNT NUMBER AND CHECK-VAL
000190*     AND IS CONSUMED BY THE FIRST HOLD IT MATCHES, SO ONE
000299*                      TO 74). HOLD QUEUE RECORDS CARRY
000300*                      NEITHER, SO THE HOLD-PASS/HOLD-FAIL
000301*                      LINES WRITE SPACES AND TIER ZERO.
000302*     10/15/2026  DL   HOLD QUEUE RECORDS NOW CARRY THE
000303*                      WATCHLIST REASON CODE (LRECL 61 TO 65)
000304*                      WHEN CONDITIONALS HELD A PASS-BAND SET
000305*                      BECAUSE THE ACCOUNT IS ON THE WATCHLIST.
000306*                      IT RIDES THE CARRY-FORWARD AND SHOWS ON
000307*                      THE AGING REPORT. A 61-BYTE RECORD LEFT
000308*                      ON THE CARRY-FORWARD FROM BEFORE READS
000309*                      WITH A BLANK REASON.
000310*     10/15/2026  DL   END OF RUN NOW APPENDS A QUEUE-MOVEMENT
000311*                      RECORD (CDQMOV COPYBOOK) TO CDQMOVF FOR
000312*                      THE CONDQROL MONTH-END ROLL-FORWARD. THE
000313*                      OPENING BALANCE IS COUNTED FROM THE
000314*                      CARRY-FORWARD ON ITS OWN DD (CDHCARI),
000315*                      AND THE HOLDS CARRIED ARE COUNTED BY AGE
000316*                      BAND.
000317*     10/15/2026  DL   HOLDS NOW AGE IN BUSINESS DAYS ON THE
000318*                      CDCALF CALENDAR (CDCAL COPYBOOK, KEPT BY
000319*                      CONDCALM), AS OF THE LAST POSTED DAY ON
000320*                      CDRECNF INSTEAD OF THE RUN DATE -- THE
000321*                      OLD YEAR*365+MONTH*30+DAY SERIALS
000322*                      MISCOUNTED ACROSS MONTH ENDS AND AGED
000323*                      HOLDS OVER HOLIDAY WEEKENDS. THE LIMIT
000324*                      (STILL 7) IS IN BUSINESS DAYS, AND AN
000325*                      OPTIONAL CDAGEP CARD CAN CHANGE IT.
000326*     10/15/2026  DL   CDRUNCF RUN CONTROL (CDRUNC COPYBOOK) -- A
000327*                      SECOND RUN FOR A BUSINESS DAY ALREADY
000328*                      COMPLETED IS REFUSED RC 16 UNLESS A CDRERUN
000329*                      CARD AUTHORIZES IT, AND A RUN THAT DIED IS
000330*                      LOGGED AS A RESTART. CDAUDF AND CDQMOVF ARE
000331*                      OPENED OUTPUT ON WORK DATA SETS THE JOB
000332*                      APPENDS AFTERWARDS, SO A RESTART NEVER
000333*                      WRITES IT TWICE; CDQMOV NOW HAS THE DAY.
000334*----------------------------------------------------------------

000335 ENVIRONMENT DIVISION.
000336 INPUT-OUTPUT SECTION.
000337 FILE-CONTROL.
000338     SELECT CD-HOLD-IN-FILE ASSIGN TO CDHOLDI
000339         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT CD-DEC-FILE    ASSIGN TO CDDECF
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CD-DEC-STATUS.
000361     SELECT CD-CAL-FILE    ASSIGN TO CDCALF
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS CD-CAL-STATUS.
000364     SELECT CD-RECON-FILE  ASSIGN TO CDRECNF
000365         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS CD-RECON-STATUS.
000370     SELECT CD-DISP-FILE   ASSIGN TO CDDISPF
000380         ORGANIZATION IS LINE SEQUENTIAL.
000381     SELECT CD-AGEP-FILE   ASSIGN TO CDAGEP
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS CD-AGEP-STATUS.
000384     SELECT CD-RUNC-FILE   ASSIGN TO CDRUNCF
000385         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS CD-RUNC-STATUS.
000390     SELECT CD-CARRY-FILE  ASSIGN TO CDCARRYF
000400         ORGANIZATION IS LINE SEQUENTIAL.
000402     SELECT CD-RERUN-FILE  ASSIGN TO CDRERUN
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS CD-RERUN-STATUS.
000410     SELECT CD-AUD-FILE    ASSIGN TO CDAUDF
000420         ORGANIZATION IS LINE SEQUENTIAL.
000421     SELECT CD-OPEN-FILE   ASSIGN TO CDHCARI
000422         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS CD-OPEN-STATUS.
000424     SELECT CD-QMOV-FILE   ASSIGN TO CDQMOVF
000425         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT CD-AGE-FILE    ASSIGN TO CDAGEF
000440         ORGANIZATION IS LINE SEQUENTIAL.
000442     SELECT CD-RUNS-FILE   ASSIGN TO CDRUNSF

000455 DATA DIVISION.
000460 FILE SECTION.
000461* OPTIONAL AGE LIMIT CARD -- COLS 1-3 THE LIMIT IN BUSINESS
000462* DAYS. NO CARD, OR A BLANK ONE, KEEPS THE DEFAULT.
000463 FD  CD-AGEP-FILE.
000464 01  CD-AGEP-RECORD.
000465     05  CD-AP-LIMIT          PIC X(03).
000466     05  FILLER               PIC X(77).

000470* HOLD QUEUE IN -- TODAY'S CDHOLDF PLUS THE PRIOR CARRY-FORWARD
000480* FILE, CONCATENATED IN THE JCL. SAME LAYOUT CONDITIONALS
000490* WRITES: THE SCORING FIELDS, THE ACCOUNT NUMBER, THE DATE
000500* THE ITEM WAS PUT ON HOLD, AND THE WATCHLIST REASON WHEN THE
000505* ITEM WAS HELD ONLY BECAUSE ITS ACCOUNT IS ON THE WATCHLIST.
000510 FD  CD-HOLD-IN-FILE.
000520 COPY CDSCORE REPLACING
000530         ==CD-SCORE-RECORD== BY ==CD-HOLD-RECORD==
000650         .
000660     05  CD-H-ACCT-NO         PIC 9(10).
000670     05  CD-H-HOLD-DATE       PIC 9(08).
000671     05  CD-H-WATCH-REASON    PIC X(04).

000672* RECONCILIATION CONTROL FILE -- SAME RECORD THE SCORING RUN
000673* AND CONDMRGE CARRY FORWARD. READ ONLY FOR THE LAST POSTED
000674* DATE, THE BUSINESS DAY THE HOLD QUEUE IS AGED AS OF.
000675 FD  CD-RECON-FILE.
000676 01  CD-RECON-RECORD.
000677     05  CD-RECON-PASS-COUNT  PIC 9(07).
000678     05  CD-RECON-FAIL-COUNT  PIC 9(07).
000679     05  CD-RECON-RUN-DATE    PIC 9(08).

000680* REVIEWERS' DECISION FILE -- ONE CARD PER WORKED HOLD, KEYED
000690* BY ACCOUNT NUMBER AND CHECK-VAL, CARRYING THE PASS/FAIL
000750     05  CD-D-ACTION          PIC X(04).
000760     05  CD-D-REVIEWER        PIC X(08).

000761* PRIOR CARRY-FORWARD -- THE SAME DATA SET CONCATENATED BEHIND
000762* TODAY'S HOLD QUEUE IN CDHOLDI, READ ON ITS OWN ONLY TO COUNT
000763* THE OPENING BALANCE FOR THE QUEUE-MOVEMENT RECORD.
000764 FD  CD-OPEN-FILE.
000765 01  CD-OPEN-RECORD       PIC X(65).

000766* QUEUE-MOVEMENT WORK FILE -- THE RUN'S ONE RECORD, WHICH THE
000767* JOB APPENDS TO THE SHARED FILE FOR THE CONDQROL ROLL-FORWARD.
000768 FD  CD-QMOV-FILE.
000769 COPY CDQMOV.

000770* POSTED DISPOSITIONS -- ONE RECORD PER WORKED HOLD, HANDED TO
000780* THE DOWNSTREAM POSTING JOBS.
000790 FD  CD-DISP-FILE.
000970     05  CD-O-REVIEWER        PIC X(08).
000980     05  CD-O-POST-DATE       PIC 9(08).

000981* BUSINESS-DAY CALENDAR -- MAINTAINED BY CONDCALM. ITEMS AGE
000982* IN BUSINESS DAYS ON IT.
000983 FD  CD-CAL-FILE.
000984 COPY CDCAL.

000985* RUN-CONTROL FILE -- SHARED BY THE QUEUE PROGRAMS. READ AT
000986* START FOR THE LAST BUSINESS DAY THIS PROGRAM COMPLETED, THEN
000987* APPENDED TO WHEN THE RUN STARTS, COMPLETES OR IS REFUSED.
000988 FD  CD-RUNC-FILE.
000989 COPY CDRUNC.

000990* CARRY-FORWARD FILE -- UNWORKED HOLDS, SAME LAYOUT AS THE HOLD
001000* QUEUE, CONCATENATED BACK INTO CDHOLDI ON THE NEXT RUN SO
001010* NOTHING THE CLERKS HAVE NOT WORKED IS EVER LOST.
001160         .
001170     05  CD-C-ACCT-NO         PIC 9(10).
001180     05  CD-C-HOLD-DATE       PIC 9(08).
001181     05  CD-C-WATCH-REASON    PIC X(04).

001182* OPTIONAL AUTHORIZED RERUN CARD -- COLS 1-8 THE BUSINESS DAY
001183* BEING RERUN, COLS 9-16 THE USER ID OF WHOEVER AUTHORIZED IT.
001184 FD  CD-RERUN-FILE.
001185 01  CD-RERUN-RECORD.
001186     05  CD-RR-BUS-DATE       PIC X(08).
001187     05  CD-RR-AUTH-USER      PIC X(08).
001188     05  FILLER               PIC X(64).

001190* AUDIT LOG -- THE DAY'S HOLD-PASS/HOLD-FAIL LINES. CDAUDF IS A
001200* WORK DATA SET OPENED OUTPUT, SO A RESTARTED RUN REWRITES IT;
001210* THE JOB APPENDS IT TO THE AUDIT LOG THE SCORING RUN WROTE
001213* ONLY AFTER THIS STEP ENDS, SO COMPLIANCE STILL SEES THE WHOLE
001216* LIFECYCLE OF EACH HELD RECORD.
001220 FD  CD-AUD-FILE.
001230 COPY CDSCORE REPLACING
001240         ==CD-SCORE-RECORD== BY ==CD-AUD-RECORD==
001760 01  CD-BAD-ACTION-COUNT  PIC 9(07) COMP VALUE ZERO.
001762 01  CD-DEC-REJECT-COUNT  PIC 9(07) COMP VALUE ZERO.
001764 01  CD-AWAIT-COUNT       PIC 9(07) COMP VALUE ZERO.
001770* AGING CONTROLS -- HOLDS AGE IN BUSINESS DAYS ON THE CDCALF
001780* CALENDAR, COUNTED FROM THE HOLD DATE STAMPED BY CONDITIONALS
001790* TO THE AS-OF DAY (THE LAST POSTED DAY ON CDRECNF). HOLIDAYS
001800* AND OTHER NON-PROCESSING DAYS DO NOT AGE A HOLD. THE LIMIT
001810* DEFAULTS TO 7 BUSINESS DAYS AND A CDAGEP CARD CAN CHANGE
001820* IT. ANY ITEM HELD LONGER THAN THE LIMIT IS FLAGGED ON THE
001825* AGING REPORT.
001830 01  CD-AGE-LIMIT-DAYS    PIC 9(03) COMP VALUE 7.
001840 01  CD-HELD-SINCE-DATE   PIC 9(08) VALUE ZERO.
001850 01  CD-AS-OF-DATE        PIC 9(08) VALUE ZERO.
001860 01  CD-DAYS-HELD         PIC S9(05) COMP VALUE ZERO.
001861 01  CD-AS-OF-IDX         PIC 9(04) COMP VALUE ZERO.
001862 01  CD-CAL-STATUS        PIC X(02) VALUE SPACES.
001863 01  CD-CAL-EOF-SW        PIC X(01) VALUE 'N'.
001864         88  CD-CAL-EOF-YES       VALUE 'Y'.
001865 01  CD-RECON-STATUS      PIC X(02) VALUE SPACES.
001866 01  CD-RECON-FOUND-SW    PIC X(01) VALUE 'N'.
001867         88  CD-RECON-FOUND       VALUE 'Y'.
001868 01  CD-AGEP-STATUS       PIC X(02) VALUE SPACES.
001869 01  CD-WALK-DONE-SW      PIC X(01) VALUE 'N'.
001870         88  CD-WALK-DONE         VALUE 'Y'.
001871* RUN CONTROL -- THE LAST BUSINESS DAY THIS PROGRAM COMPLETED,
001872* ANY DAY STARTED AND NEVER COMPLETED, AND THIS RUN'S EVENT.
001873 01  CD-RUNC-STATUS       PIC X(02) VALUE SPACES.
001874 01  CD-RUNC-EOF-SW       PIC X(01) VALUE 'N'.
001875         88  CD-RUNC-EOF-YES      VALUE 'Y'.
001876 01  CD-RERUN-STATUS      PIC X(02) VALUE SPACES.
001877 01  CD-RERUN-SW          PIC X(01) VALUE 'N'.
001878         88  CD-RERUN-AUTHORIZED  VALUE 'Y'.
001879 01  CD-RERUN-USER        PIC X(08) VALUE SPACES.
001880 01  CD-LAST-DONE-DATE    PIC 9(08) VALUE ZERO.
001881 01  CD-OPEN-START-DATE   PIC 9(08) VALUE ZERO.
001882 01  CD-RUN-EVENT         PIC X(01) VALUE 'S'.
001883* BUSINESS-DAY CALENDAR TABLE -- DATE AND DAY TYPE OF EVERY
001884* DAY ON CDCALF, IN DATE ORDER, LOADED AT INITIALIZE TIME.
001885 01  CD-CAL-TABLE-AREA.
001886     05  CD-CAL-LOAD-COUNT    PIC 9(04) COMP VALUE ZERO.
001887     05  CD-CAL-ENTRY OCCURS 4000 TIMES.
001888         10  CD-CE-DATE       PIC 9(08).
001889         10  CD-CE-DAY-TYPE   PIC X(01).
001890 01  CD-CE-IDX            PIC 9(04) COMP.
001891* OPENING BALANCE AND AGE BANDS FOR THE QUEUE-MOVEMENT RECORD
001892* -- HOLDS CARRIED, BY DAYS HELD 0-2, 3-5, 6-10, 11-30 AND
001893* OVER 30.
001894 01  CD-OPEN-STATUS       PIC X(02) VALUE SPACES.
001895 01  CD-OPEN-EOF-SW       PIC X(01) VALUE 'N'.
001896         88  CD-OPEN-EOF-YES      VALUE 'Y'.
001897 01  CD-OPEN-COUNT        PIC 9(07) COMP VALUE ZERO.
001898 01  CD-AGE-BAND-AREA.
001899     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001900     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001901     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001902     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001903     05  FILLER               PIC 9(07) COMP VALUE ZERO.
001904 01  CD-AGE-BAND-TABLE REDEFINES CD-AGE-BAND-AREA.
001905     05  CD-AGE-BAND-COUNT OCCURS 5 TIMES
001906                              PIC 9(07) COMP.
001907 01  CD-AB-IDX            PIC 9(01) COMP.
001920* AGING REPORT LINES.
001930 01  CD-AGE-HEADING.
001940     05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
001980     05  FILLER               PIC X(09) VALUE 'HOLD DATE'.
001990     05  FILLER               PIC X(04) VALUE SPACES.
002000     05  FILLER               PIC X(04) VALUE 'DAYS'.
002010     05  FILLER               PIC X(17) VALUE SPACES.
002013     05  FILLER               PIC X(04) VALUE 'WTCH'.
002016     05  FILLER               PIC X(23) VALUE SPACES.
002020 01  CD-AGE-DETAIL.
002030     05  CD-AG-ACCT-NO        PIC 9(10).
002040     05  FILLER               PIC X(03) VALUE SPACES.
002090     05  CD-AG-DAYS           PIC ZZ,ZZ9.
002100     05  FILLER               PIC X(03) VALUE SPACES.
002110     05  CD-AG-FLAG           PIC X(12).
002111     05  FILLER               PIC X(03) VALUE SPACES.
002112     05  CD-AG-WATCH-REASON   PIC X(04).
002113     05  FILLER               PIC X(23) VALUE SPACES.
002114 01  CD-AGE-AS-OF-LINE.
002115     05  FILLER               PIC X(09) VALUE 'AS OF    '.
002116     05  CD-AO-DATE           PIC 9(08).
002117     05  FILLER               PIC X(13) VALUE '   AGE LIMIT '.
002118     05  CD-AO-LIMIT          PIC ZZ9.
002119     05  FILLER               PIC X(14) VALUE ' BUSINESS DAYS'.
002120     05  FILLER               PIC X(33) VALUE SPACES.
002130 01  CD-AGE-RUN-DATE-LINE.
002140     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
002150     05  CD-AH-DATE           PIC 9(08).
002380     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
002382     ACCEPT CD-WRK-TIME FROM TIME.
002384     MOVE CD-WT-HHMMSS TO CD-START-TIME.
002390     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT.
002395     PERFORM 1045-FIND-AS-OF-DAY THRU 1045-EXIT.
002400     PERFORM 1050-READ-AGE-LIMIT THRU 1050-EXIT.
002402     PERFORM 1060-CHECK-RUN-CONTROL THRU 1060-EXIT.
002405     PERFORM 1020-LOAD-REVIEWERS THRU 1020-EXIT.
002410     PERFORM 1010-LOAD-DECISIONS THRU 1010-EXIT.
002415     PERFORM 1030-COUNT-OPENING THRU 1030-EXIT.
002420     OPEN INPUT CD-HOLD-IN-FILE.
002430     OPEN OUTPUT CD-DISP-FILE.
002440     OPEN OUTPUT CD-CARRY-FILE.
002450     OPEN OUTPUT CD-AGE-FILE.
002455     OPEN OUTPUT CD-DRJ-FILE.
002460     OPEN OUTPUT CD-AUD-FILE.
002462     MOVE 'CONDHOLD -- REJECTED DECISIONS' TO CD-DRJ-RECORD.
002464     WRITE CD-DRJ-RECORD.
002466     MOVE CD-DRJ-HEADING TO CD-DRJ-RECORD.
002490     MOVE CD-RUN-DATE          TO CD-AH-DATE.
002500     MOVE CD-AGE-RUN-DATE-LINE TO CD-AGE-RECORD.
002510     WRITE CD-AGE-RECORD.
002512     MOVE CD-AS-OF-DATE        TO CD-AO-DATE.
002514     MOVE CD-AGE-LIMIT-DAYS    TO CD-AO-LIMIT.
002516     MOVE CD-AGE-AS-OF-LINE    TO CD-AGE-RECORD.
002518     WRITE CD-AGE-RECORD.
002520     MOVE SPACES               TO CD-AGE-RECORD.
002530     WRITE CD-AGE-RECORD.
002540     MOVE CD-AGE-HEADING       TO CD-AGE-RECORD.
004160     MOVE CD-H-CHECK-VAL     TO CD-C-CHECK-VAL.
004170     MOVE CD-H-ACCT-NO       TO CD-C-ACCT-NO.
004180     MOVE CD-H-HOLD-DATE     TO CD-C-HOLD-DATE.
004185     MOVE CD-H-WATCH-REASON  TO CD-C-WATCH-REASON.
004190     WRITE CD-CARRY-RECORD.
004200     MOVE ZERO TO CD-DAYS-HELD.
004210     IF CD-H-HOLD-DATE IS NUMERIC AND CD-H-HOLD-DATE > ZERO
004220         MOVE CD-H-HOLD-DATE TO CD-HELD-SINCE-DATE
004230         PERFORM 2220-COUNT-BUSINESS-DAYS THRU 2220-EXIT
004300     END-IF.
004310     MOVE CD-H-ACCT-NO       TO CD-AG-ACCT-NO.
004320     MOVE CD-H-CHECK-VAL     TO CD-AG-CHECK-VAL.
004330     MOVE CD-H-HOLD-DATE     TO CD-AG-HOLD-DATE.
004340     MOVE CD-DAYS-HELD       TO CD-AG-DAYS.
004345     MOVE CD-H-WATCH-REASON  TO CD-AG-WATCH-REASON.
004350     IF CD-DAYS-HELD > CD-AGE-LIMIT-DAYS
004360         ADD 1 TO CD-AGED-COUNT
004370         MOVE '*** AGED ***' TO CD-AG-FLAG
004400     END-IF.
004410     MOVE CD-AGE-DETAIL      TO CD-AGE-RECORD.
004420     WRITE CD-AGE-RECORD.
004425     PERFORM 2210-COUNT-AGE-BAND THRU 2210-EXIT.
004430 2200-EXIT.
004440     EXIT.

004630         UNTIL CD-DC-IDX > CD-DEC-LOAD-COUNT.
004640     MOVE SPACES               TO CD-AGE-RECORD.
004650     WRITE CD-AGE-RECORD.
004652     MOVE 'CARRIED IN'         TO CD-SL-LABEL.
004654     MOVE CD-OPEN-COUNT        TO CD-SL-COUNT.
004656     MOVE CD-SUMMARY-LINE      TO CD-AGE-RECORD.
004658     WRITE CD-AGE-RECORD.
004660     MOVE 'HOLDS READ'         TO CD-SL-LABEL.
004670     MOVE CD-HOLD-READ-COUNT   TO CD-SL-COUNT.
004680     MOVE CD-SUMMARY-LINE      TO CD-AGE-RECORD.
005023         MOVE 4 TO RETURN-CODE
005024     END-IF.
005025     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
005027     PERFORM 3950-WRITE-QUEUE-MOVEMENT THRU 3950-EXIT.
005028     MOVE 'C' TO CD-RUN-EVENT.
005029     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
005030 3000-EXIT.
005040     EXIT.

005380     CLOSE CD-RUNS-FILE.
005390 3900-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 3950-WRITE-QUEUE-MOVEMENT
005430*     WRITES THE RUN'S QUEUE-MOVEMENT RECORD FOR THE CONDQROL
005440*     MONTH-END ROLL-FORWARD. THE WORK FILE IS OPENED OUTPUT,
005442*     SO A RESTART REWRITES IT, AND THE JOB APPENDS IT TO THE
005444*     SHARED FILE ONLY WHEN THE STEP ENDS CLEANLY. THE RECORD
005446*     CARRIES THE AS-OF DAY SO AN AUTHORIZED RERUN'S RECORD
005448*     REPLACES THE ONE IT REDOES.
005450*----------------------------------------------------------------
005460 3950-WRITE-QUEUE-MOVEMENT.
005470     OPEN OUTPUT CD-QMOV-FILE.
005480     MOVE SPACES             TO CD-QM-RECORD.
005490     MOVE 'HOLD'             TO CD-QM-QUEUE.
005500     MOVE 'CONDHOLD'         TO CD-QM-PROGRAM.
005510     MOVE CD-RUN-DATE        TO CD-QM-RUN-DATE.
005515     MOVE CD-AS-OF-DATE      TO CD-QM-BUS-DATE.
005520     MOVE CD-OPEN-COUNT      TO CD-QM-OPENING.
005530     MOVE CD-HOLD-READ-COUNT TO CD-QM-READ.
005540     MOVE 'PASS'             TO CD-QM-CLR1-TYPE.
005550     MOVE CD-POST-PASS-COUNT TO CD-QM-CLR1-COUNT.
005560     MOVE 'FAIL'             TO CD-QM-CLR2-TYPE.
005570     MOVE CD-POST-FAIL-COUNT TO CD-QM-CLR2-COUNT.
005580     MOVE ZERO               TO CD-QM-DROPPED.
005590     MOVE ZERO               TO CD-QM-BACKED-OUT.
005600     MOVE CD-CARRY-COUNT     TO CD-QM-CLOSING.
005610     MOVE CD-AGE-LIMIT-DAYS  TO CD-QM-AGE-LIMIT.
005620     MOVE CD-AGED-COUNT      TO CD-QM-AGED-OPEN.
005630     PERFORM 3955-MOVE-ONE-BAND THRU 3955-EXIT
005640         VARYING CD-AB-IDX FROM 1 BY 1
005650         UNTIL CD-AB-IDX > 5.
005660     WRITE CD-QM-RECORD.
005670     CLOSE CD-QMOV-FILE.
005680 3950-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------
005710* 3955-MOVE-ONE-BAND
005720*     MOVES ONE AGE BAND COUNT TO THE QUEUE-MOVEMENT RECORD.
005730*----------------------------------------------------------------
005740 3955-MOVE-ONE-BAND.
005750     MOVE CD-AGE-BAND-COUNT (CD-AB-IDX)
005760         TO CD-QM-AGE-BAND (CD-AB-IDX).
005770 3955-EXIT.
005780     EXIT.

005790*----------------------------------------------------------------
005800* 3960-WRITE-RUN-EVENT
005810*     APPENDS ONE RECORD TO THE RUN-CONTROL FILE -- THE START
005820*     ('S', 'R' OR 'A'), REFUSAL ('X') OR COMPLETION ('C') OF
005830*     THIS RUN'S BUSINESS DAY. THE RUN DATE AND START TIME TIE
005840*     IT TO THE RUN-STATUS RECORD FOR THE CONDOPSR FLOW REPORT.
005850*----------------------------------------------------------------
005860 3960-WRITE-RUN-EVENT.
005870     OPEN EXTEND CD-RUNC-FILE.
005880     IF CD-RUNC-STATUS NOT = '00'
005890         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
005900             ' -- RUN CANCELLED'
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940     MOVE SPACES           TO CD-RC-RECORD.
005950     MOVE 'CONDHOLD'       TO CD-RC-PROGRAM.
005960     MOVE CD-AS-OF-DATE    TO CD-RC-BUS-DATE.
005970     MOVE CD-RUN-EVENT     TO CD-RC-EVENT.
005980     MOVE CD-RUN-DATE      TO CD-RC-RUN-DATE.
005990     MOVE CD-START-TIME    TO CD-RC-START-TIME.
006000     ACCEPT CD-WRK-TIME FROM TIME.
006010     MOVE CD-WT-HHMMSS     TO CD-RC-EVENT-TIME.
006020     MOVE CD-RERUN-USER    TO CD-RC-AUTH-USER.
006030     WRITE CD-RC-RECORD.
006040     CLOSE CD-RUNC-FILE.
006050 3960-EXIT.
006060     EXIT.

006070*----------------------------------------------------------------
006080* 1030-COUNT-OPENING
006090*     COUNTS THE PRIOR CARRY-FORWARD -- THE QUEUE'S OPENING
006100*     BALANCE. A CARRY-FORWARD THAT CANNOT BE OPENED COUNTS
006110*     ZERO, AND THE MONTH-END ROLL-FORWARD SHOWS THE BREAK.
006120*----------------------------------------------------------------
006130 1030-COUNT-OPENING.
006140     OPEN INPUT CD-OPEN-FILE.
006150     IF CD-OPEN-STATUS NOT = '00'
006160         DISPLAY 'CDHCARI NOT AVAILABLE, STATUS ' CD-OPEN-STATUS
006170             ' -- OPENING BALANCE COUNTED AS ZERO'
006180         GO TO 1030-EXIT
006190     END-IF.
006200     MOVE 'N' TO CD-OPEN-EOF-SW.
006210     PERFORM 1035-COUNT-ONE-OPEN THRU 1035-EXIT
006220         UNTIL CD-OPEN-EOF-YES.
006230     CLOSE CD-OPEN-FILE.
006240 1030-EXIT.
006250     EXIT.

006260*----------------------------------------------------------------
006270* 1035-COUNT-ONE-OPEN
006280*     READS AND COUNTS ONE CARRY-FORWARD RECORD.
006290*----------------------------------------------------------------
006300 1035-COUNT-ONE-OPEN.
006310     READ CD-OPEN-FILE
006320         AT END
006330             MOVE 'Y' TO CD-OPEN-EOF-SW
006340             GO TO 1035-EXIT
006350     END-READ.
006360     ADD 1 TO CD-OPEN-COUNT.
006370 1035-EXIT.
006380     EXIT.

006390*----------------------------------------------------------------
006400* 1040-LOAD-CALENDAR
006410*     LOADS THE BUSINESS-DAY CALENDAR. HOLDS CANNOT BE AGED
006420*     WITHOUT IT, SO A MISSING, EMPTY, OVERSIZED OR OUT-OF-ORDER
006430*     CALENDAR CANCELS THE RUN.
006440*----------------------------------------------------------------
006450 1040-LOAD-CALENDAR.
006460     OPEN INPUT CD-CAL-FILE.
006470     IF CD-CAL-STATUS NOT = '00'
006480         DISPLAY 'CDCALF OPEN FAILED, STATUS ' CD-CAL-STATUS
006490         DISPLAY 'CALENDAR IS REQUIRED -- RUN CANCELLED'
006500         MOVE 16 TO RETURN-CODE
006510         STOP RUN
006520     END-IF.
006530     MOVE 'N' TO CD-CAL-EOF-SW.
006540     PERFORM 1042-LOAD-ONE-DAY THRU 1042-EXIT
006550         UNTIL CD-CAL-EOF-YES.
006560     CLOSE CD-CAL-FILE.
006570     IF CD-CAL-LOAD-COUNT = ZERO
006580         DISPLAY 'CDCALF IS EMPTY -- RUN CANCELLED'
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620 1040-EXIT.
006630     EXIT.

006640*----------------------------------------------------------------
006650* 1042-LOAD-ONE-DAY
006660*     READS ONE CALENDAR DAY INTO THE NEXT TABLE SLOT.
006670*----------------------------------------------------------------
006680 1042-LOAD-ONE-DAY.
006690     READ CD-CAL-FILE
006700         AT END
006710             MOVE 'Y' TO CD-CAL-EOF-SW
006720             GO TO 1042-EXIT
006730     END-READ.
006740     IF CD-CAL-LOAD-COUNT >= 4000
006750         DISPLAY 'CALENDAR EXCEEDS THE 4000-DAY TABLE -- RUN'
006760             ' CANCELLED'
006770         MOVE 16 TO RETURN-CODE
006780         STOP RUN
006790     END-IF.
006800     IF CD-CAL-DATE IS NOT NUMERIC
006810         DISPLAY 'CDCALF DATE ' CD-CAL-DATE
006820             ' IS NOT NUMERIC -- RUN CANCELLED'
006830         MOVE 16 TO RETURN-CODE
006840         STOP RUN
006850     END-IF.
006860     IF CD-CAL-LOAD-COUNT > ZERO
006870         IF CD-CAL-DATE NOT > CD-CE-DATE (CD-CAL-LOAD-COUNT)
006880             DISPLAY 'CDCALF DATE ' CD-CAL-DATE
006890                 ' IS OUT OF ORDER -- RUN CANCELLED'
006900             MOVE 16 TO RETURN-CODE
006910             STOP RUN
006920         END-IF
006930     END-IF.
006940     ADD 1 TO CD-CAL-LOAD-COUNT.
006950     MOVE CD-CAL-DATE     TO CD-CE-DATE (CD-CAL-LOAD-COUNT).
006960     MOVE CD-CAL-DAY-TYPE TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT).
006970 1042-EXIT.
006980     EXIT.

006990*----------------------------------------------------------------
007000* 1045-FIND-AS-OF-DAY
007010*     FINDS THE DAY THE QUEUE IS AGED AS OF -- THE LAST
007020*     BUSINESS DAY POSTED, FROM CDRECNF -- ON THE CALENDAR. A
007030*     QUEUE WORKED THE MORNING AFTER A HOLIDAY WEEKEND AGES
007040*     AS OF THE FRIDAY IT CAME FROM, AND A CATCH-UP DAY AS OF
007050*     THE DAY CAUGHT UP. WITHOUT A POSTED DAY ON CDRECNF THE
007060*     RUN DATE IS USED. A DAY NOT ON THE CALENDAR CANCELS THE
007070*     RUN -- THE CALENDAR NEEDS ITS YEAR GENERATED.
007080*----------------------------------------------------------------
007090 1045-FIND-AS-OF-DAY.
007100     MOVE CD-RUN-DATE TO CD-AS-OF-DATE.
007110     MOVE 'N' TO CD-RECON-FOUND-SW.
007120     OPEN INPUT CD-RECON-FILE.
007130     IF CD-RECON-STATUS = '00'
007140         READ CD-RECON-FILE
007150             AT END
007160                 MOVE ZERO TO CD-RECON-RUN-DATE
007170         END-READ
007180         CLOSE CD-RECON-FILE
007190         IF CD-RECON-RUN-DATE IS NUMERIC
007200            AND CD-RECON-RUN-DATE > ZERO
007210             MOVE CD-RECON-RUN-DATE TO CD-AS-OF-DATE
007220             MOVE 'Y' TO CD-RECON-FOUND-SW
007230         END-IF
007240     END-IF.
007250     IF NOT CD-RECON-FOUND
007260         DISPLAY 'CDRECNF HOLDS NO POSTED DAY -- AGING AS OF'
007270             ' THE RUN DATE ' CD-RUN-DATE
007280     END-IF.
007290     MOVE ZERO TO CD-AS-OF-IDX.
007300     PERFORM 1047-TEST-ONE-DAY THRU 1047-EXIT
007310         VARYING CD-CE-IDX FROM CD-CAL-LOAD-COUNT BY -1
007320         UNTIL CD-CE-IDX < 1
007330             OR CD-AS-OF-IDX > ZERO.
007340     IF CD-AS-OF-IDX = ZERO
007350         DISPLAY 'AS-OF DAY ' CD-AS-OF-DATE
007360             ' IS NOT ON THE CALENDAR -- RUN CANCELLED'
007370         MOVE 16 TO RETURN-CODE
007380         STOP RUN
007390     END-IF.
007400 1045-EXIT.
007410     EXIT.

007420*----------------------------------------------------------------
007430* 1047-TEST-ONE-DAY
007440*     TESTS ONE CALENDAR DAY AGAINST THE AS-OF DATE.
007450*----------------------------------------------------------------
007460 1047-TEST-ONE-DAY.
007470     IF CD-CE-DATE (CD-CE-IDX) = CD-AS-OF-DATE
007480         MOVE CD-CE-IDX TO CD-AS-OF-IDX.
007490 1047-EXIT.
007500     EXIT.

007510*----------------------------------------------------------------
007520* 1050-READ-AGE-LIMIT
007530*     READS THE OPTIONAL CDAGEP CARD. NO CARD, OR A BLANK
007540*     ONE, KEEPS THE DEFAULT LIMIT; A LIMIT THAT IS NOT A
007550*     NUMBER OF BUSINESS DAYS CANCELS THE RUN RATHER THAN AGE
007560*     THE QUEUE WRONG.
007570*----------------------------------------------------------------
007580 1050-READ-AGE-LIMIT.
007590     OPEN INPUT CD-AGEP-FILE.
007600     IF CD-AGEP-STATUS NOT = '00'
007610         GO TO 1050-EXIT.
007620     READ CD-AGEP-FILE
007630         AT END
007640             MOVE SPACES TO CD-AGEP-RECORD
007650     END-READ.
007660     CLOSE CD-AGEP-FILE.
007670     IF CD-AP-LIMIT = SPACES
007680         GO TO 1050-EXIT.
007690     IF CD-AP-LIMIT IS NOT NUMERIC OR CD-AP-LIMIT = '000'
007700         DISPLAY 'CDAGEP AGE LIMIT ' CD-AP-LIMIT
007710             ' IS NOT A NUMBER OF BUSINESS DAYS -- RUN'
007720             ' CANCELLED'
007730         MOVE 16 TO RETURN-CODE
007740         STOP RUN
007750     END-IF.
007760     MOVE CD-AP-LIMIT TO CD-AGE-LIMIT-DAYS.
007770 1050-EXIT.
007780     EXIT.

007790*----------------------------------------------------------------
007800* 1060-CHECK-RUN-CONTROL
007810*     GUARDS AGAINST WORKING THE SAME BUSINESS DAY TWICE. THE
007820*     RUN-CONTROL FILE GIVES THE LAST DAY THIS PROGRAM COMPLETED.
007830*     A SECOND RUN FOR THAT DAY (OR AN EARLIER ONE) WOULD POST
007840*     ITS DISPOSITIONS AND AUDIT LINES AGAIN AND CARRY THE SAME
007850*     HOLDS FORWARD TWICE, SO IT IS REFUSED RC 16 UNLESS A
007860*     CDRERUN CARD NAMES THE DAY AND WHO AUTHORIZED THE RERUN. A
007870*     DAY THAT WAS STARTED AND NEVER COMPLETED IS A RESTART:
007880*     EVERY OUTPUT OF THIS STEP IS REBUILT FROM THE BEGINNING AND
007890*     NOTHING IS COPIED OVER THE SHARED FILES UNTIL THE STEP
007900*     ENDS, SO THE DAY IS SIMPLY RUN AGAIN. THE START IS LOGGED
007910*     BEFORE ANY OUTPUT FILE IS OPENED.
007920*----------------------------------------------------------------
007930 1060-CHECK-RUN-CONTROL.
007940     MOVE ZERO TO CD-LAST-DONE-DATE.
007950     MOVE ZERO TO CD-OPEN-START-DATE.
007960     OPEN INPUT CD-RUNC-FILE.
007970     IF CD-RUNC-STATUS NOT = '00'
007980         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
007990         DISPLAY 'RUN-CONTROL FILE IS REQUIRED -- RUN CANCELLED'
008000         MOVE 16 TO RETURN-CODE
008010         STOP RUN
008020     END-IF.
008030     MOVE 'N' TO CD-RUNC-EOF-SW.
008040     PERFORM 1062-READ-ONE-EVENT THRU 1062-EXIT
008050         UNTIL CD-RUNC-EOF-YES.
008060     CLOSE CD-RUNC-FILE.
008070     PERFORM 1064-READ-RERUN-CARD THRU 1064-EXIT.
008080     MOVE 'S' TO CD-RUN-EVENT.
008090     IF CD-LAST-DONE-DATE < CD-AS-OF-DATE
008100         GO TO 1060-NOT-DONE.
008110     IF NOT CD-RERUN-AUTHORIZED
008120         PERFORM 1066-REFUSE-RUN THRU 1066-EXIT.
008130     MOVE 'A' TO CD-RUN-EVENT.
008140     DISPLAY 'AUTHORIZED RERUN OF BUSINESS DAY ' CD-AS-OF-DATE
008150         ' BY ' CD-RERUN-USER.
008160     GO TO 1060-LOG-START.
008170 1060-NOT-DONE.
008180     IF CD-RERUN-AUTHORIZED
008190         DISPLAY 'CDRERUN CARD IGNORED -- BUSINESS DAY '
008200             CD-AS-OF-DATE ' HAS NOT BEEN COMPLETED'
008210         MOVE 'N' TO CD-RERUN-SW
008220         MOVE SPACES TO CD-RERUN-USER
008230     END-IF.
008240     IF CD-OPEN-START-DATE = CD-AS-OF-DATE
008250         MOVE 'R' TO CD-RUN-EVENT
008260         DISPLAY 'RESTARTING BUSINESS DAY ' CD-AS-OF-DATE
008270             ' -- THE LAST RUN FOR IT DID NOT COMPLETE'
008280     END-IF.
008290 1060-LOG-START.
008300     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
008310 1060-EXIT.
008320     EXIT.

008330*----------------------------------------------------------------
008340* 1062-READ-ONE-EVENT
008350*     READS ONE RUN-CONTROL RECORD. FOR THIS PROGRAM'S RECORDS
008360*     A COMPLETION RAISES THE LAST COMPLETED DAY AND CLOSES ANY
008370*     START FOR THE SAME DAY; A START IS HELD OPEN UNTIL THEN.
008380*----------------------------------------------------------------
008390 1062-READ-ONE-EVENT.
008400     READ CD-RUNC-FILE
008410         AT END
008420             MOVE 'Y' TO CD-RUNC-EOF-SW
008430             GO TO 1062-EXIT
008440     END-READ.
008450     IF CD-RC-PROGRAM NOT = 'CONDHOLD'
008460         GO TO 1062-EXIT.
008470     IF CD-RC-COMPLETED
008480         IF CD-RC-BUS-DATE > CD-LAST-DONE-DATE
008490             MOVE CD-RC-BUS-DATE TO CD-LAST-DONE-DATE
008500         END-IF
008510         IF CD-RC-BUS-DATE = CD-OPEN-START-DATE
008520             MOVE ZERO TO CD-OPEN-START-DATE
008530         END-IF
008540         GO TO 1062-EXIT.
008550     IF CD-RC-STARTED
008560         MOVE CD-RC-BUS-DATE TO CD-OPEN-START-DATE.
008570 1062-EXIT.
008580     EXIT.

008590*----------------------------------------------------------------
008600* 1064-READ-RERUN-CARD
008610*     READS THE OPTIONAL CDRERUN CARD. NO CARD (DD DUMMY), OR A
008620*     BLANK ONE, MEANS NO RERUN IS AUTHORIZED. A CARD FOR ANY
008630*     DAY BUT THE ONE BEING RUN, OR WITHOUT A USER ID, CANCELS
008640*     THE RUN RATHER THAN GUESS WHAT OPERATIONS MEANT.
008650*----------------------------------------------------------------
008660 1064-READ-RERUN-CARD.
008670     MOVE 'N' TO CD-RERUN-SW.
008680     MOVE SPACES TO CD-RERUN-USER.
008690     OPEN INPUT CD-RERUN-FILE.
008700     IF CD-RERUN-STATUS NOT = '00'
008710         GO TO 1064-EXIT.
008720     READ CD-RERUN-FILE
008730         AT END
008740             CLOSE CD-RERUN-FILE
008750             GO TO 1064-EXIT
008760     END-READ.
008770     CLOSE CD-RERUN-FILE.
008780     IF CD-RERUN-RECORD = SPACES
008790         GO TO 1064-EXIT.
008800     IF CD-RR-BUS-DATE IS NOT NUMERIC
008810        OR CD-RR-BUS-DATE NOT = CD-AS-OF-DATE
008820         DISPLAY 'CDRERUN CARD DAY ' CD-RR-BUS-DATE
008830             ' IS NOT THE BUSINESS DAY BEING RUN, ' CD-AS-OF-DATE
008840         DISPLAY 'RUN CANCELLED'
008850         MOVE 16 TO RETURN-CODE
008860         STOP RUN
008870     END-IF.
008880     IF CD-RR-AUTH-USER = SPACES
008890         DISPLAY 'CDRERUN CARD HAS NO AUTHORIZING USER ID'
008900             ' -- RUN CANCELLED'
008910         MOVE 16 TO RETURN-CODE
008920         STOP RUN
008930     END-IF.
008940     MOVE 'Y' TO CD-RERUN-SW.
008950     MOVE CD-RR-AUTH-USER TO CD-RERUN-USER.
008960 1064-EXIT.
008970     EXIT.

008980*----------------------------------------------------------------
008990* 1066-REFUSE-RUN
009000*     REFUSES A SECOND RUN FOR A DAY ALREADY COMPLETED. NOTHING
009010*     HAS BEEN OPENED FOR OUTPUT YET, SO THE COMPLETED DAY'S
009020*     FILES ARE UNTOUCHED. THE REFUSAL IS LOGGED AND A RUN-STATUS
009030*     RECORD WRITTEN SO IT SHOWS ON THE CONDOPSR FLOW REPORT.
009040*----------------------------------------------------------------
009050 1066-REFUSE-RUN.
009060     IF CD-AS-OF-DATE = CD-LAST-DONE-DATE
009070         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
009080             ' WAS ALREADY COMPLETED BY CONDHOLD'
009090     ELSE
009100         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
009110             ' IS BEFORE ' CD-LAST-DONE-DATE
009120             ', THE LAST DAY CONDHOLD COMPLETED'
009130     END-IF.
009140     DISPLAY 'SUPPLY A CDRERUN CARD FOR THE DAY TO RERUN IT'
009150         ' -- RUN REFUSED'.
009160     MOVE 'X' TO CD-RUN-EVENT.
009170     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
009180     MOVE 16 TO RETURN-CODE.
009190     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
009200     STOP RUN.
009210 1066-EXIT.
009220     EXIT.

009230*----------------------------------------------------------------
009240* 2220-COUNT-BUSINESS-DAYS
009250*     COUNTS THE BUSINESS DAYS AFTER CD-HELD-SINCE-DATE UP TO
009260*     AND INCLUDING THE AS-OF DAY -- HOLIDAYS AND WEEKENDS DO
009270*     NOT COUNT. A HOLD DATED BEFORE THE FIRST DAY ON THE
009280*     CALENDAR CANNOT BE COUNTED AND TAKES 999, WELL OVER ANY
009290*     LIMIT.
009300*----------------------------------------------------------------
009310 2220-COUNT-BUSINESS-DAYS.
009320     MOVE ZERO TO CD-DAYS-HELD.
009330     MOVE 'N' TO CD-WALK-DONE-SW.
009340     PERFORM 2225-COUNT-ONE-DAY THRU 2225-EXIT
009350         VARYING CD-CE-IDX FROM CD-AS-OF-IDX BY -1
009360         UNTIL CD-CE-IDX < 1
009370             OR CD-WALK-DONE.
009380     IF NOT CD-WALK-DONE OR CD-DAYS-HELD > 999
009390         MOVE 999 TO CD-DAYS-HELD
009400     END-IF.
009410 2220-EXIT.
009420     EXIT.

009430*----------------------------------------------------------------
009440* 2225-COUNT-ONE-DAY
009450*     COUNTS ONE CALENDAR DAY IF IT IS A BUSINESS DAY, AND
009460*     STOPS THE WALK AT THE HELD DATE.
009470*----------------------------------------------------------------
009480 2225-COUNT-ONE-DAY.
009490     IF CD-CE-DATE (CD-CE-IDX) NOT > CD-HELD-SINCE-DATE
009500         MOVE 'Y' TO CD-WALK-DONE-SW
009510         GO TO 2225-EXIT.
009520     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
009530         ADD 1 TO CD-DAYS-HELD.
009540 2225-EXIT.
009550     EXIT.

009560*----------------------------------------------------------------
009570* 2210-COUNT-AGE-BAND
009580*     COUNTS THE CARRIED HOLD IN ITS AGE BAND.
009590*----------------------------------------------------------------
009600 2210-COUNT-AGE-BAND.
009610     EVALUATE TRUE
009620         WHEN CD-DAYS-HELD <= 2
009630             MOVE 1 TO CD-AB-IDX
009640         WHEN CD-DAYS-HELD <= 5
009650             MOVE 2 TO CD-AB-IDX
009660         WHEN CD-DAYS-HELD <= 10
009670             MOVE 3 TO CD-AB-IDX
009680         WHEN CD-DAYS-HELD <= 30
009690             MOVE 4 TO CD-AB-IDX
009700         WHEN OTHER
009710             MOVE 5 TO CD-AB-IDX
009720     END-EVALUATE.
009730     ADD 1 TO CD-AGE-BAND-COUNT (CD-AB-IDX).
009740 2210-EXIT.
009750     EXIT.

