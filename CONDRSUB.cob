000427*                      SOURCE ID THE FRAMED CDTRANF STAMPS ON
000428*                      CDFAILF, SO A RESCORED CORRECTION KEEPS
000429*                      ITS SOURCE. MERGE LRECL 443 TO 446.
000430*     10/15/2026  DL   CDRUNCF RUN CONTROL (CDRUNC COPYBOOK) FOR
000431*                      THE BUSINESS DAY ON CDRECNF -- A SECOND RUN
000432*                      FOR A DAY ALREADY COMPLETED IS REFUSED RC
000433*                      16 UNLESS A CDRERUN CARD AUTHORIZES IT, AND
000434*                      A RUN THAT DIED IS LOGGED AS A RESTART.
000435*     10/15/2026  DL   CD-S-ESC-DATE IS NOW THE AS-OF BUSINESS DAY
000436*                      INSTEAD OF THE RUN DATE, SO CONDBACK CAN
000437*                      PULL A BACKED-OUT DAY'S ESCALATIONS BY IT.
000438*----------------------------------------------------------------

000439 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CD-CORR-FILE   ASSIGN TO CDCORRF
000470         ORGANIZATION IS LINE SEQUENTIAL.
000472     SELECT CD-RECON-FILE  ASSIGN TO CDRECNF
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS CD-RECON-STATUS.
000480     SELECT CD-MERGE-FILE  ASSIGN TO CDMRGF
000490         ORGANIZATION IS LINE SEQUENTIAL.
000492     SELECT CD-RUNC-FILE   ASSIGN TO CDRUNCF
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS CD-RUNC-STATUS.
000500     SELECT CD-ESC-FILE    ASSIGN TO CDESCF
000510         ORGANIZATION IS LINE SEQUENTIAL.
000512     SELECT CD-RERUN-FILE  ASSIGN TO CDRERUN
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS CD-RERUN-STATUS.
000520     SELECT CD-CLASS-FILE  ASSIGN TO CDCLASSF
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CD-CLASS-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000561* PRIOR RECONCILIATION -- THE SCORING RUN'S RECON FILE. ITS RUN
000562* DATE IS THE LAST BUSINESS DAY POSTED, THE DAY WHOSE FAILS
000563* THIS INTAKE RUN IS CORRECTING.
000564 FD  CD-RECON-FILE.
000565 01  CD-RECON-RECORD.
000566     05  CD-RECON-PASS-COUNT  PIC 9(07).
000567     05  CD-RECON-FAIL-COUNT  PIC 9(07).
000568     05  CD-RECON-RUN-DATE    PIC 9(08).

000570* CORRECTED RECORDS IN -- SAME SHAPE AS THE CDFAILF EXTRACT
000580* THE CORRECTION SHOP WAS HANDED: THE SCORING FIELDS PLUS THE
000590* ACCOUNT NUMBER.
000750     05  CD-R-ACCT-NO         PIC 9(10).
000752     05  CD-R-SOURCE-ID       PIC X(03).

000753* OPTIONAL AUTHORIZED RERUN CARD -- COLS 1-8 THE BUSINESS DAY
000754* BEING RERUN, COLS 9-16 THE USER ID OF WHOEVER AUTHORIZED IT.
000755 FD  CD-RERUN-FILE.
000756 01  CD-RERUN-RECORD.
000757     05  CD-RR-BUS-DATE       PIC X(08).
000758     05  CD-RR-AUTH-USER      PIC X(08).
000759     05  FILLER               PIC X(64).

000760* MERGE FILE OUT -- ACCEPTED CORRECTIONS IN CD-TRANS-RECORD
000770* FORMAT, ONE VALUE SET PER ACCOUNT, CONCATENATED INTO CDTRANF
000780* ON THE NEXT SCORING RUN SO THE RECORD IS OFFICIALLY RESCORED.
000900         10  CD-M-CHECK-VAL       PIC 9(03).
000902     05  CD-M-SOURCE-ID       PIC X(03).

000903* RUN-CONTROL FILE -- SHARED BY THE QUEUE PROGRAMS. READ AT
000904* START FOR THE LAST BUSINESS DAY THIS PROGRAM COMPLETED, THEN
000905* APPENDED TO WHEN THE RUN STARTS, COMPLETES OR IS REFUSED.
000906 FD  CD-RUNC-FILE.
000907 COPY CDRUNC.

000910* SUPERVISOR ESCALATION FILE -- RECORDS THAT FAILED THE EDITS
000920* A SECOND TIME, WITH THE REASON, FOR MANUAL FOLLOW-UP.
000922* CD-S-ESC-DATE IS THE BUSINESS DAY THE RUN WORKED (THE AS-OF
000924* DAY FROM CDRECNF), SO A CONDBACK BACKOUT OF THAT DAY PULLS
000926* THE ESCALATIONS IT RAISED.
000930 FD  CD-ESC-FILE.
000940 COPY CDSCORE REPLACING
000950         ==CD-SCORE-RECORD== BY ==CD-ESC-RECORD==
001280 01  CD-CLASS-STATUS      PIC X(02) VALUE SPACES.
001290 01  CD-CLASS-EOF-SW      PIC X(01) VALUE 'N'.
001300         88  CD-CLASS-EOF-YES     VALUE 'Y'.
001302* BUSINESS DAY THIS RUN IS FOR -- THE LAST POSTED DAY ON CDRECNF.
001304 01  CD-AS-OF-DATE        PIC 9(08) VALUE ZERO.
001306 01  CD-RECON-STATUS      PIC X(02) VALUE SPACES.
001310 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
001312* STEP TIMING FOR THE RUN-STATUS RECORD.
001314 01  CD-WRK-TIME          PIC 9(08) VALUE ZERO.
001330 01  CD-VS-IDX            PIC 9(02) COMP.
001340 01  CD-CLASS-FOUND-SW    PIC X(01) VALUE 'N'.
001350         88  CD-CLASS-FOUND       VALUE 'Y'.
001351* RUN CONTROL -- THE LAST BUSINESS DAY THIS PROGRAM COMPLETED,
001352* ANY DAY STARTED AND NEVER COMPLETED, AND THIS RUN'S EVENT.
001353 01  CD-RUNC-STATUS       PIC X(02) VALUE SPACES.
001354 01  CD-RUNC-EOF-SW       PIC X(01) VALUE 'N'.
001355         88  CD-RUNC-EOF-YES      VALUE 'Y'.
001356 01  CD-LAST-DONE-DATE    PIC 9(08) VALUE ZERO.
001357 01  CD-OPEN-START-DATE   PIC 9(08) VALUE ZERO.
001358 01  CD-RUN-EVENT         PIC X(01) VALUE 'S'.
001360* RUN CONTROL SWITCHES AND COUNTERS.
001370 01  CD-EOF-SW            PIC X(01) VALUE 'N'.
001380         88  CD-EOF-YES           VALUE 'Y'.
001430 01  CD-ESCALATE-COUNT    PIC 9(07) COMP VALUE ZERO.
001440* REASON STAGED FOR THE NEXT ESCALATION RECORD.
001450 01  CD-ESC-REASON        PIC X(23) VALUE SPACES.
001451* AUTHORIZED RERUN CARD -- THE DAY AND WHO AUTHORIZED IT.
001452 01  CD-RERUN-STATUS      PIC X(02) VALUE SPACES.
001453 01  CD-RERUN-SW          PIC X(01) VALUE 'N'.
001454         88  CD-RERUN-AUTHORIZED  VALUE 'Y'.
001455 01  CD-RERUN-USER        PIC X(08) VALUE SPACES.

001460 PROCEDURE DIVISION.

001632     ACCEPT CD-WRK-TIME FROM TIME.
001634     MOVE CD-WT-HHMMSS TO CD-START-TIME.
001640     PERFORM 1020-LOAD-CLASS-TABLE THRU 1020-EXIT.
001643     PERFORM 1045-FIND-AS-OF-DAY THRU 1045-EXIT.
001646     PERFORM 1060-CHECK-RUN-CONTROL THRU 1060-EXIT.
001650     OPEN INPUT CD-CORR-FILE.
001660     OPEN OUTPUT CD-MERGE-FILE.
001670     OPEN OUTPUT CD-ESC-FILE.
003610     MOVE CD-R-CHECK-VAL     TO CD-S-CHECK-VAL.
003620     MOVE CD-R-ACCT-NO       TO CD-S-ACCT-NO.
003630     MOVE CD-ESC-REASON      TO CD-S-REASON.
003632     MOVE CD-AS-OF-DATE      TO CD-S-ESC-DATE.
003640     WRITE CD-ESC-RECORD.
003650     DISPLAY 'ACCOUNT ' CD-S-ACCT-NO
003660         ' -- STILL FAILS EDITS, ESCALATED TO SUPERVISOR: '
003890         ' ACCEPTED ' CD-ACCEPT-COUNT
003900         ' ESCALATED ' CD-ESCALATE-COUNT '.'.
003905     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
003906     MOVE 'C' TO CD-RUN-EVENT.
003907     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
003910 3000-EXIT.
003920     EXIT.

004100     CLOSE CD-RUNS-FILE.
004110 3900-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140* 3960-WRITE-RUN-EVENT
004150*     APPENDS ONE RECORD TO THE RUN-CONTROL FILE -- THE START
004160*     ('S', 'R' OR 'A'), REFUSAL ('X') OR COMPLETION ('C') OF
004170*     THIS RUN'S BUSINESS DAY. THE RUN DATE AND START TIME TIE
004180*     IT TO THE RUN-STATUS RECORD FOR THE CONDOPSR FLOW REPORT.
004190*----------------------------------------------------------------
004200 3960-WRITE-RUN-EVENT.
004210     OPEN EXTEND CD-RUNC-FILE.
004220     IF CD-RUNC-STATUS NOT = '00'
004230         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
004240             ' -- RUN CANCELLED'
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     MOVE SPACES           TO CD-RC-RECORD.
004290     MOVE 'CONDRSUB'       TO CD-RC-PROGRAM.
004300     MOVE CD-AS-OF-DATE    TO CD-RC-BUS-DATE.
004310     MOVE CD-RUN-EVENT     TO CD-RC-EVENT.
004320     MOVE CD-RUN-DATE      TO CD-RC-RUN-DATE.
004330     MOVE CD-START-TIME    TO CD-RC-START-TIME.
004340     ACCEPT CD-WRK-TIME FROM TIME.
004350     MOVE CD-WT-HHMMSS     TO CD-RC-EVENT-TIME.
004360     MOVE CD-RERUN-USER    TO CD-RC-AUTH-USER.
004370     WRITE CD-RC-RECORD.
004380     CLOSE CD-RUNC-FILE.
004390 3960-EXIT.
004400     EXIT.

004410*----------------------------------------------------------------
004420* 1045-FIND-AS-OF-DAY
004430*     FINDS THE BUSINESS DAY THIS RUN IS FOR -- THE LAST DAY
004440*     POSTED, FROM CDRECNF. WITHOUT A POSTED DAY ON CDRECNF THE
004450*     RUN DATE IS USED.
004460*----------------------------------------------------------------
004470 1045-FIND-AS-OF-DAY.
004480     MOVE CD-RUN-DATE TO CD-AS-OF-DATE.
004490     OPEN INPUT CD-RECON-FILE.
004500     IF CD-RECON-STATUS = '00'
004510         READ CD-RECON-FILE
004520             AT END
004530                 MOVE ZERO TO CD-RECON-RUN-DATE
004540         END-READ
004550         CLOSE CD-RECON-FILE
004560         IF CD-RECON-RUN-DATE IS NUMERIC
004570            AND CD-RECON-RUN-DATE > ZERO
004580             MOVE CD-RECON-RUN-DATE TO CD-AS-OF-DATE
004590             GO TO 1045-EXIT
004600         END-IF
004610     END-IF.
004620     DISPLAY 'CDRECNF HOLDS NO POSTED DAY -- RUN CONTROLLED AS'
004630         ' OF THE RUN DATE ' CD-RUN-DATE.
004640 1045-EXIT.
004650     EXIT.

004660*----------------------------------------------------------------
004670* 1060-CHECK-RUN-CONTROL
004680*     GUARDS AGAINST WORKING THE SAME BUSINESS DAY TWICE. THE
004690*     RUN-CONTROL FILE GIVES THE LAST DAY THIS PROGRAM COMPLETED.
004700*     A SECOND RUN FOR THAT DAY (OR AN EARLIER ONE) WOULD REWRITE
004710*     THE MERGE AND ESCALATION FILES THE FIRST RUN LEFT FOR THE
004720*     NEXT SCORING AND CONDESCD RUNS, SO IT IS REFUSED RC 16
004730*     UNLESS A CDRERUN CARD NAMES THE DAY AND WHO AUTHORIZED THE
004740*     RERUN. A DAY THAT WAS STARTED AND NEVER COMPLETED IS A
004750*     RESTART: EVERY OUTPUT OF THIS STEP IS REBUILT FROM THE
004760*     BEGINNING AND NOTHING IS COPIED OVER THE SHARED FILES UNTIL
004770*     THE STEP ENDS, SO THE DAY IS SIMPLY RUN AGAIN. THE START IS
004780*     LOGGED BEFORE ANY OUTPUT FILE IS OPENED.
004790*----------------------------------------------------------------
004800 1060-CHECK-RUN-CONTROL.
004810     MOVE ZERO TO CD-LAST-DONE-DATE.
004820     MOVE ZERO TO CD-OPEN-START-DATE.
004830     OPEN INPUT CD-RUNC-FILE.
004840     IF CD-RUNC-STATUS NOT = '00'
004850         DISPLAY 'CDRUNCF OPEN FAILED, STATUS ' CD-RUNC-STATUS
004860         DISPLAY 'RUN-CONTROL FILE IS REQUIRED -- RUN CANCELLED'
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     MOVE 'N' TO CD-RUNC-EOF-SW.
004910     PERFORM 1062-READ-ONE-EVENT THRU 1062-EXIT
004920         UNTIL CD-RUNC-EOF-YES.
004930     CLOSE CD-RUNC-FILE.
004940     PERFORM 1064-READ-RERUN-CARD THRU 1064-EXIT.
004950     MOVE 'S' TO CD-RUN-EVENT.
004960     IF CD-LAST-DONE-DATE < CD-AS-OF-DATE
004970         GO TO 1060-NOT-DONE.
004980     IF NOT CD-RERUN-AUTHORIZED
004990         PERFORM 1066-REFUSE-RUN THRU 1066-EXIT.
005000     MOVE 'A' TO CD-RUN-EVENT.
005010     DISPLAY 'AUTHORIZED RERUN OF BUSINESS DAY ' CD-AS-OF-DATE
005020         ' BY ' CD-RERUN-USER.
005030     GO TO 1060-LOG-START.
005040 1060-NOT-DONE.
005050     IF CD-RERUN-AUTHORIZED
005060         DISPLAY 'CDRERUN CARD IGNORED -- BUSINESS DAY '
005070             CD-AS-OF-DATE ' HAS NOT BEEN COMPLETED'
005080         MOVE 'N' TO CD-RERUN-SW
005090         MOVE SPACES TO CD-RERUN-USER
005100     END-IF.
005110     IF CD-OPEN-START-DATE = CD-AS-OF-DATE
005120         MOVE 'R' TO CD-RUN-EVENT
005130         DISPLAY 'RESTARTING BUSINESS DAY ' CD-AS-OF-DATE
005140             ' -- THE LAST RUN FOR IT DID NOT COMPLETE'
005150     END-IF.
005160 1060-LOG-START.
005170     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
005180 1060-EXIT.
005190     EXIT.

005200*----------------------------------------------------------------
005210* 1062-READ-ONE-EVENT
005220*     READS ONE RUN-CONTROL RECORD. FOR THIS PROGRAM'S RECORDS
005230*     A COMPLETION RAISES THE LAST COMPLETED DAY AND CLOSES ANY
005240*     START FOR THE SAME DAY; A START IS HELD OPEN UNTIL THEN.
005250*----------------------------------------------------------------
005260 1062-READ-ONE-EVENT.
005270     READ CD-RUNC-FILE
005280         AT END
005290             MOVE 'Y' TO CD-RUNC-EOF-SW
005300             GO TO 1062-EXIT
005310     END-READ.
005320     IF CD-RC-PROGRAM NOT = 'CONDRSUB'
005330         GO TO 1062-EXIT.
005340     IF CD-RC-COMPLETED
005350         IF CD-RC-BUS-DATE > CD-LAST-DONE-DATE
005360             MOVE CD-RC-BUS-DATE TO CD-LAST-DONE-DATE
005370         END-IF
005380         IF CD-RC-BUS-DATE = CD-OPEN-START-DATE
005390             MOVE ZERO TO CD-OPEN-START-DATE
005400         END-IF
005410         GO TO 1062-EXIT.
005420     IF CD-RC-STARTED
005430         MOVE CD-RC-BUS-DATE TO CD-OPEN-START-DATE.
005440 1062-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------
005470* 1064-READ-RERUN-CARD
005480*     READS THE OPTIONAL CDRERUN CARD. NO CARD (DD DUMMY), OR A
005490*     BLANK ONE, MEANS NO RERUN IS AUTHORIZED. A CARD FOR ANY
005500*     DAY BUT THE ONE BEING RUN, OR WITHOUT A USER ID, CANCELS
005510*     THE RUN RATHER THAN GUESS WHAT OPERATIONS MEANT.
005520*----------------------------------------------------------------
005530 1064-READ-RERUN-CARD.
005540     MOVE 'N' TO CD-RERUN-SW.
005550     MOVE SPACES TO CD-RERUN-USER.
005560     OPEN INPUT CD-RERUN-FILE.
005570     IF CD-RERUN-STATUS NOT = '00'
005580         GO TO 1064-EXIT.
005590     READ CD-RERUN-FILE
005600         AT END
005610             CLOSE CD-RERUN-FILE
005620             GO TO 1064-EXIT
005630     END-READ.
005640     CLOSE CD-RERUN-FILE.
005650     IF CD-RERUN-RECORD = SPACES
005660         GO TO 1064-EXIT.
005670     IF CD-RR-BUS-DATE IS NOT NUMERIC
005680        OR CD-RR-BUS-DATE NOT = CD-AS-OF-DATE
005690         DISPLAY 'CDRERUN CARD DAY ' CD-RR-BUS-DATE
005700             ' IS NOT THE BUSINESS DAY BEING RUN, ' CD-AS-OF-DATE
005710         DISPLAY 'RUN CANCELLED'
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750     IF CD-RR-AUTH-USER = SPACES
005760         DISPLAY 'CDRERUN CARD HAS NO AUTHORIZING USER ID'
005770             ' -- RUN CANCELLED'
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF.
005810     MOVE 'Y' TO CD-RERUN-SW.
005820     MOVE CD-RR-AUTH-USER TO CD-RERUN-USER.
005830 1064-EXIT.
005840     EXIT.

005850*----------------------------------------------------------------
005860* 1066-REFUSE-RUN
005870*     REFUSES A SECOND RUN FOR A DAY ALREADY COMPLETED. NOTHING
005880*     HAS BEEN OPENED FOR OUTPUT YET, SO THE COMPLETED DAY'S
005890*     FILES ARE UNTOUCHED. THE REFUSAL IS LOGGED AND A RUN-STATUS
005900*     RECORD WRITTEN SO IT SHOWS ON THE CONDOPSR FLOW REPORT.
005910*----------------------------------------------------------------
005920 1066-REFUSE-RUN.
005930     IF CD-AS-OF-DATE = CD-LAST-DONE-DATE
005940         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
005950             ' WAS ALREADY COMPLETED BY CONDRSUB'
005960     ELSE
005970         DISPLAY 'BUSINESS DAY ' CD-AS-OF-DATE
005980             ' IS BEFORE ' CD-LAST-DONE-DATE
005990             ', THE LAST DAY CONDRSUB COMPLETED'
006000     END-IF.
006010     DISPLAY 'SUPPLY A CDRERUN CARD FOR THE DAY TO RERUN IT'
006020         ' -- RUN REFUSED'.
006030     MOVE 'X' TO CD-RUN-EVENT.
006040     PERFORM 3960-WRITE-RUN-EVENT THRU 3960-EXIT.
006050     MOVE 16 TO RETURN-CODE.
006060     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
006070     STOP RUN.
006080 1066-EXIT.
006090     EXIT.

