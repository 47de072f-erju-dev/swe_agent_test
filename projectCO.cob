001968*                      THE TIER TABLE RIDES THE CHECKPOINT SO
001969*                      A RESTARTED DAY CANNOT SCORE ONE TIER
001970*                      UNDER TWO BAND SETS.
001971*     10/15/2026  DL   CROSS-DAY DUPLICATE CHECK -- BEFORE A
001972*                      TRANSMITTER VALUE SET IS SCORED IT IS
001973*                      LOOKED UP ON THE AUDIT MASTER (CDAUDM)
001974*                      FOR THE SAME ACCOUNT OVER A LOOK-BACK
001975*                      WINDOW SET IN CDPARMF COLS 48-49. AN
001976*                      IDENTICAL NUM1-NUM4/CLASS1/CHECK-VAL
001977*                      SET IS DISPOSITIONED SUSPECT-DUP (AUDIT
001978*                      CODE 'SUSPCTDUP'), WRITTEN TO THE NEW
001979*                      CDDUPF FILE AND COUNTED IN ITS OWN
001980*                      CDRPTF SECTION -- IT NEVER REACHES THE
001981*                      PASS EXTRACT OR THE HOLD QUEUE. THE
001982*                      COUNT RIDES THE CHECKPOINT AND THE
001983*                      CDCTL RECORD FOR CONDBAL.
001984*     10/15/2026  DL   ACCOUNT WATCHLIST (CDWATCHF, CDWATCH
001985*                      COPYBOOK, MAINTAINED BY CONDWLSM). WHILE
001986*                      THE RUN DATE IS INSIDE AN ACCOUNT'S
001987*                      WATCHLIST WINDOW, A VALUE SET SCORING IN
001988*                      THE PASS BAND GOES TO CDHOLDF AS
001989*                      WATCH-REV WITH THE WATCHLIST REASON ON
001990*                      THE HOLD RECORD (LRECL 61 TO 65) INSTEAD
001991*                      OF TO CDPASSF. FORCED REVIEWS ARE COUNTED
001992*                      APART FROM SCORE-DRIVEN REVIEWS ON CDRPTF,
001993*                      THE CHECKPOINT AND THE CDCTL RECORD.
001994*     10/15/2026  DL   STANDARD REJECT REASON CODES (CDRSN
001995*                      COPYBOOK) -- EVERY RECORD WRITTEN TO
001996*                      CDERRF, CDEXCF, CDSUSPF AND CDDUPF NOW
001997*                      ENDS WITH ITS REASON CODE, THE
001998*                      TRANSMITTER SOURCE ID AND THE CDTRANF
001999*                      RECORD TYPE ('D' OR RE-PRESENTED 'R'),
002000*                      SO THE NEW CONDRTRN RUN CAN BUILD EACH
002001*                      TRANSMITTER'S RETURN FILE (LRECLS ERR
002002*                      63 TO 71, EXC 76 TO 84, SUSP 453 TO 458,
002003*                      DUP 81 TO 86). A VALUE SET WHOSE
002004*                      CHECK-VAL FALLS OUTSIDE EVERY BAND NOW
002005*                      ALSO GOES TO CDEXCF (CODE RJ09) INSTEAD
002006*                      OF ONLY TO THE AUDIT LOG.
002007*     10/15/2026  DL   BUSINESS-DAY CALENDAR (CDCALF, CDCAL
002008*                      COPYBOOK, MAINTAINED BY CONDCALM). A
002009*                      CATCH-UP DATE MUST BE A BUSINESS DAY ON
002010*                      IT, AND NO RUN MAY POST PAST A BUSINESS
002011*                      DAY SINCE THE LAST POSTED DATE THAT WAS
002012*                      NEVER POSTED -- HOLIDAYS AND DECLARED
002013*                      NON-PROCESSING DAYS ARE SKIPPED FREELY.
002014*----------------------------------------------------------------

002015 ENVIRONMENT DIVISION.
002016 INPUT-OUTPUT SECTION.
002017 FILE-CONTROL.
002018     SELECT CD-TRANS-FILE  ASSIGN TO CDTRANF
002019         ORGANIZATION IS LINE SEQUENTIAL.
002020     SELECT CD-RPT-FILE    ASSIGN TO CDRPTF
002021         ORGANIZATION IS LINE SEQUENTIAL.
002022     SELECT CD-HOLD-FILE   ASSIGN TO CDHOLDF
002023         ORGANIZATION IS LINE SEQUENTIAL.
002024     SELECT CD-ERR-FILE    ASSIGN TO CDERRF
002025         ORGANIZATION IS LINE SEQUENTIAL.
002026     SELECT CD-EXC-FILE    ASSIGN TO CDEXCF
002027         ORGANIZATION IS LINE SEQUENTIAL.
002028     SELECT CD-DUP-FILE    ASSIGN TO CDDUPF
002029         ORGANIZATION IS LINE SEQUENTIAL.
002030     SELECT CD-CKPT-FILE   ASSIGN TO CDCKPTF
002040         ORGANIZATION IS LINE SEQUENTIAL
002050         FILE STATUS IS CD-CKPT-STATUS.
002070         ORGANIZATION IS LINE SEQUENTIAL.
002080     SELECT CD-FAIL-FILE   ASSIGN TO CDFAILF
002090         ORGANIZATION IS LINE SEQUENTIAL.
002091     SELECT CD-AUDM-FILE   ASSIGN TO CDAUDM
002092         ORGANIZATION IS INDEXED
002093         ACCESS MODE IS DYNAMIC
002094         RECORD KEY IS CD-AX-KEY
002095         FILE STATUS IS CD-AUDM-STATUS.
002100     SELECT CD-RECON-FILE  ASSIGN TO CDRECNF
002110         ORGANIZATION IS LINE SEQUENTIAL
002120         FILE STATUS IS CD-RECON-STATUS.
002150     SELECT CD-PARM-FILE   ASSIGN TO CDPARMF
002160         ORGANIZATION IS LINE SEQUENTIAL
002170         FILE STATUS IS CD-PARM-STATUS.
002172     SELECT CD-CAL-FILE    ASSIGN TO CDCALF
002174         ORGANIZATION IS LINE SEQUENTIAL
002176         FILE STATUS IS CD-CAL-STATUS.
002180     SELECT CD-CLASS-FILE  ASSIGN TO CDCLASSF
002190         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS CD-CLASS-STATUS.
002202     SELECT CD-WATCH-FILE  ASSIGN TO CDWATCHF
002204         ORGANIZATION IS LINE SEQUENTIAL
002206         FILE STATUS IS CD-WATCH-STATUS.
002210     SELECT CD-ACCT-FILE   ASSIGN TO CDACCTF
002220         ORGANIZATION IS LINE SEQUENTIAL
002230         FILE STATUS IS CD-ACCT-STATUS.
002610 FD  CD-RPT-FILE.
002620 01  CD-RPT-RECORD        PIC X(80).

002622* BUSINESS-DAY CALENDAR -- MAINTAINED BY CONDCALM. TELLS A
002624* MISSED BUSINESS DAY FROM A HOLIDAY OR NON-PROCESSING DAY.
002626 FD  CD-CAL-FILE.
002628 COPY CDCAL.

002630* HOLD QUEUE -- BORDERLINE (REVIEW) RECORDS PULLED FOR MANUAL
002640* LOOK INSTEAD OF BEING AUTO-FAILED.
002642* CD-H-WATCH-REASON CARRIES THE WATCHLIST REASON CODE WHEN A
002644* PASS-BAND SET WAS HELD ONLY BECAUSE ITS ACCOUNT IS ON THE
002646* WATCHLIST; SPACES ON A SCORE-DRIVEN REVIEW.
002650 FD  CD-HOLD-FILE.
002660 COPY CDSCORE REPLACING
002670         ==CD-SCORE-RECORD== BY ==CD-HOLD-RECORD==
002790         .
002800     05  CD-H-ACCT-NO         PIC 9(10).
002810     05  CD-H-HOLD-DATE       PIC 9(08).
002815     05  CD-H-WATCH-REASON    PIC X(04).

002820* NEGATIVE-VALUE ERROR EXTRACT -- RECORDS WHERE NUM1 OR NUM2
002830* CAME IN NEGATIVE, A DATA-ENTRY ERROR ON OUR INCOMING FEEDS.
002833* LIKE EVERY REJECT FILE IT ENDS WITH THE TRANSMITTER SOURCE,
002836* THE CDTRANF RECORD TYPE AND THE CDRSN REASON CODE.
002840 FD  CD-ERR-FILE.
002850 COPY CDSCORE REPLACING
002860         ==CD-SCORE-RECORD== BY ==CD-ERR-RECORD==
002980         .
002990     05  CD-E-SENTINEL        PIC S9(09) SIGN IS LEADING SEPARATE.
003000     05  CD-E-ACCT-NO         PIC 9(10).
003002     05  CD-E-SOURCE-ID       PIC X(03).
003004     05  CD-E-REC-TYPE        PIC X(01).
003006     05  CD-E-REASON-CD       PIC X(04).

003010* CLASSIFICATION EXCEPTIONS REPORT -- RECORDS WHOSE CLASS1 CODE
003020* IS NOT ALPHABETIC OR IS NOT ON THE APPROVED CATEGORY LIST.
003022* ALSO WHOLE RECORDS REFUSED FOR A BAD VALUE-SET COUNT OR AN
003024* INACTIVE ACCOUNT (FIRST VALUE SET SHOWN), AND VALUE SETS
003026* WHOSE CHECK-VAL FELL OUTSIDE EVERY SCORING BAND.
003030 FD  CD-EXC-FILE.
003040 COPY CDSCORE REPLACING
003050         ==CD-SCORE-RECORD== BY ==CD-EXC-RECORD==
003170         .
003180     05  CD-X-REASON          PIC X(23).
003190     05  CD-X-ACCT-NO         PIC 9(10).
003192     05  CD-X-SOURCE-ID       PIC X(03).
003194     05  CD-X-REC-TYPE        PIC X(01).
003196     05  CD-X-REASON-CD       PIC X(04).

003200* RESTART CHECKPOINT FILE -- HOLDS THE RECORD COUNT AND EVERY
003210* PER-DISPOSITION COUNTER AS OF THE LAST CHECKPOINT TAKEN, SO A
003610* HOLD AND CONTROL RECORDS WITH THE DAY BEING POSTED, NOT
003620* THE CALENDAR DAY OF THE RESUBMIT.
003630     05  CD-CKPT-RUN-DATE     PIC 9(08).
003633* SUSPECT DUPLICATES HELD OUT AS OF THE LAST CHECKPOINT.
003636     05  CD-CKPT-DUP-COUNT    PIC 9(07).
003637* WATCHLIST FORCED REVIEWS AS OF THE LAST CHECKPOINT.
003638     05  CD-CKPT-WATCH-REV-COUNT
003639                              PIC 9(07).

003640* END-OF-RUN CONTROL TOTALS -- THE MACHINE-READABLE TWIN OF
003650* THE SUMMARY REPORT, CROSSFOOTED BY THE CONDBAL BALANCING
003670 FD  CD-CTL-FILE.
003680 COPY CDCTL.

003681* ACCOUNT WATCHLIST REFERENCE FILE -- MAINTAINED BY CONDWLSM.
003682* LOADED TO THE IN-CORE TABLE AT INITIALIZATION; AN ACCOUNT
003683* IS WATCHED ONLY WHILE THE RUN DATE FALLS INSIDE ITS
003684* EFFECTIVE/EXPIRY WINDOW.
003685 FD  CD-WATCH-FILE.
003686 COPY CDWATCH.

003690* AUDIT LOG -- ONE RECORD FOR EVERY DISPOSITION THE CHECK-VAL
003700* TEST MAKES, FOR COMPLIANCE. CD-A-DATE CARRIES THE RUN DATE SO
003710* AN AUDITOR CAN TELL WHICH DAY'S RUN PRODUCED A GIVEN LINE.
004140     05  CD-RECON-FAIL-COUNT  PIC 9(07).
004150     05  CD-RECON-RUN-DATE    PIC 9(08).

004151* CUMULATIVE AUDIT MASTER (KSDS) -- READ ONLY, FOR THE
004152* CROSS-DAY DUPLICATE LOOK-BACK. KEYED BY DATE, ACCOUNT AND
004153* SEQUENCE, SO ONE ACCOUNT'S LINES FOR ONE DAY ARE ONE
004154* START AND A SHORT READ NEXT.
004155 FD  CD-AUDM-FILE.
004156 COPY CDAUDM.

004160* ACCOUNT MASTER -- ONE RECORD PER CUSTOMER ACCOUNT, MAINTAINED
004170* BY THE CONDACTM MAINTENANCE RUN. EVERY CD-T-ACCT-NO MUST
004180* APPEAR HERE BEFORE ITS VALUE SETS ARE SCORED; UNKNOWN
004210 FD  CD-ACCT-FILE.
004220 COPY CDACCT.

004221* SUSPECT DUPLICATES FILE -- TRANSMITTER VALUE SETS IDENTICAL
004222* TO ONE ALREADY ON THE AUDIT MASTER FOR THE SAME ACCOUNT
004223* INSIDE THE LOOK-BACK WINDOW, WITH THE DATE AND DISPOSITION
004224* OF THE EARLIER LINE THEY MATCHED. NEVER SCORED OR POSTED.
004225 FD  CD-DUP-FILE.
004226 COPY CDSCORE REPLACING
004227         ==CD-SCORE-RECORD== BY ==CD-DUP-RECORD==
004228         ==NUM1==             BY ==CD-U-NUM1==
004229         ==NUM2==             BY ==CD-U-NUM2==
004230         ==NUM3==             BY ==CD-U-NUM3==
004231         ==NUM4==             BY ==CD-U-NUM4==
004232         ==CLASS1               PIC X(9) VALUE 'ABCD '==
004233             BY ==CD-U-CLASS1          PIC X(9)==
004234         ==CHECK-VAL==        BY ==CD-U-CHECK-VAL==
004235         ==PASS==             BY ==CD-U-PASS==
004236         ==REVIEW==           BY ==CD-U-REVIEW==
004237         ==FAIL==             BY ==CD-U-FAIL==
004238     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
004239         .
004240     05  CD-U-ACCT-NO         PIC 9(10).
004241     05  CD-U-SOURCE-ID       PIC X(03).
004242     05  CD-U-RUN-DATE        PIC 9(08).
004243     05  CD-U-PRIOR-DATE      PIC 9(08).
004244     05  CD-U-PRIOR-DISP      PIC X(09).
004245     05  CD-U-REC-TYPE        PIC X(01).
004246     05  CD-U-REASON-CD       PIC X(04).

004250* APPROVED CLASS1 CATEGORY CODE REFERENCE FILE -- MAINTAINED
004260* BY CONDCLSM. LOADED TO THE IN-CORE TABLE AT INITIALIZATION;
004270* A CODE COUNTS AS APPROVED ONLY WHEN THE RUN DATE FALLS
004457* BY THE USER ID BESIDE IT. BLANK OR ZERO = A NORMAL RUN.
004458     05  CD-PR-POST-DATE      PIC X(08).
004459     05  CD-PR-AUTH-USER      PIC X(08).
004460* CROSS-DAY DUPLICATE LOOK-BACK WINDOW IN DAYS (01-31). BLANK
004461* KEEPS THE COMPILED DEFAULT; 00 TURNS THE CHECK OFF.
004462     05  CD-PR-DUP-DAYS       PIC X(02).
004463     05  CD-PR-DUP-DAYS-N REDEFINES CD-PR-DUP-DAYS
004464                              PIC 9(02).
004465     05  FILLER               PIC X(31).

004470 FD  CD-CLASS-FILE.
004480 COPY CDCLASS.
004525* SCORING RECORD LAYOUT -- SHARED WITH OTHER VALIDATION
004526* PROGRAMS THROUGH THE CDSCORE COPYBOOK.
004527 COPY CDSCORE.
004528* STANDARD REJECT REASON CODES STAMPED ON EVERY REJECT RECORD.
004529 COPY CDRSN.
004530* APPROVED CLASS1 CATEGORY CODES -- LOADED AT INITIALIZATION
004540* FROM THE CLASS REFERENCE FILE (CDCLASSF), EACH WITH ITS
004550* EFFECTIVE/EXPIRY WINDOW. THE LIST USED TO BE FIVE HARDCODED
004700         88  CD-CLASS-FOUND       VALUE 'Y'.
004710 01  CD-CLASS-REJECT-SW   PIC X(01) VALUE 'N'.
004720         88  CD-CLASS-REJECTED    VALUE 'Y'.
004721* ACCOUNT WATCHLIST -- LOADED AT INITIALIZATION FROM CDWATCHF,
004722* EACH ENTRY WITH ITS EFFECTIVE/EXPIRY WINDOW.
004723 01  CD-WATCH-TABLE-AREA.
004724     05  CD-WATCH-LOAD-COUNT  PIC 9(04) COMP VALUE ZERO.
004725     05  CD-WATCH-ENTRY OCCURS 1000 TIMES.
004726         10  CD-WT-ACCT-NO    PIC 9(10).
004727         10  CD-WT-REASON     PIC X(04).
004728         10  CD-WT-EFF-DATE   PIC 9(08).
004729         10  CD-WT-EXP-DATE   PIC 9(08).
004730* IN-CORE COPY OF THE ACCOUNT MASTER, LOADED AT INITIALIZATION.
004740* EACH ENTRY CARRIES THE STATUS SET BY CONDACTM -- ONLY AN
004750* ACTIVE ACCOUNT IS SCORED.
004830         88  CD-ACCT-EOF-YES      VALUE 'Y'.
004840 01  CD-ACCT-FOUND-SW     PIC X(01) VALUE 'N'.
004850         88  CD-ACCT-FOUND        VALUE 'Y'.
004851* WATCHLIST CONTROLS -- THE SWITCH AND REASON ARE SET ONCE PER
004852* ACCOUNT, BEFORE ITS VALUE SETS ARE SCORED.
004853 01  CD-WL-IDX            PIC 9(04) COMP.
004854 01  CD-WATCH-STATUS      PIC X(02) VALUE SPACES.
004855 01  CD-WATCH-EOF-SW      PIC X(01) VALUE 'N'.
004856         88  CD-WATCH-EOF-YES     VALUE 'Y'.
004857 01  CD-WATCH-SW          PIC X(01) VALUE 'N'.
004858         88  CD-ACCT-WATCHED      VALUE 'Y'.
004859 01  CD-WATCH-REASON-CD   PIC X(04) VALUE SPACES.
004860* THE FOUND ACCOUNT'S STATUS, CAPTURED BY THE TABLE SEARCH.
004870 01  CD-ACCT-STATUS-CD    PIC X(01) VALUE SPACE.
004880         88  CD-ACCT-ACTIVE       VALUE 'A'.
005130* CONSOLIDATION STEP, WHICH SEES THE WHOLE DAY.
005140 01  CD-P-STREAM-ID       PIC 9(01) VALUE ZERO.
005150         88  CD-STREAM-MODE       VALUES 1 THRU 9.
005151* CROSS-DAY DUPLICATE CHECK -- DAYS BEFORE THE RUN DATE TO LOOK
005152* BACK ON THE AUDIT MASTER FOR THE SAME VALUE SET ON THE SAME
005153* ACCOUNT. ZERO DISABLES IT AND LEAVES THE MASTER UNOPENED.
005154 01  CD-P-DUP-DAYS        PIC 9(02) VALUE 7.
005155 01  CD-AUDM-STATUS       PIC X(02) VALUE SPACES.
005156 01  CD-AUDM-END-SW       PIC X(01) VALUE 'N'.
005157         88  CD-AUDM-END          VALUE 'Y'.
005158 01  CD-DUP-FOUND-SW      PIC X(01) VALUE 'N'.
005159         88  CD-DUP-FOUND         VALUE 'Y'.
005160 01  CD-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
005163 01  CD-DUP-COUNT         PIC 9(07) COMP VALUE ZERO.
005166 01  CD-WATCH-REV-COUNT   PIC 9(07) COMP VALUE ZERO.
005170 01  CD-TOTAL-DISPOSITIONS PIC 9(09) COMP VALUE ZERO.
005180 01  CD-PARM-STATUS       PIC X(02) VALUE SPACES.
005190 01  CD-PARM-SOURCE       PIC X(17) VALUE 'COMPILED DEFAULTS'.
005191* BUSINESS-DAY CALENDAR -- LOADED AT INITIALIZATION FROM CDCALF.
005192 01  CD-CAL-TABLE-AREA.
005193     05  CD-CAL-LOAD-COUNT    PIC 9(04) COMP VALUE ZERO.
005194     05  CD-CAL-ENTRY OCCURS 4000 TIMES.
005195         10  CD-CE-DATE       PIC 9(08).
005196         10  CD-CE-DAY-TYPE   PIC X(01).
005197         10  CD-CE-WEEKDAY    PIC 9(01).
005198         10  CD-CE-DESC       PIC X(20).
005199 01  CD-CE-IDX            PIC 9(04) COMP.
005200* CHECKPOINT/RESTART CONTROLS.
005210 01  CD-CKPT-STATUS       PIC X(02) VALUE SPACES.
005220 01  CD-CKPT-INTERVAL     PIC 9(05) COMP VALUE 1000.
005240 01  CD-CKPT-REMAINDER    PIC 9(05) COMP VALUE ZERO.
005250 01  CD-RESTART-COUNT     PIC 9(07) COMP VALUE ZERO.
005260 01  CD-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
005261* CALENDAR CONTROLS -- CATCH-UP EDIT AND MISSED-DAY WALK.
005262 01  CD-CE-FOUND-IDX      PIC 9(04) COMP VALUE ZERO.
005263 01  CD-CAL-STATUS        PIC X(02) VALUE SPACES.
005264 01  CD-CAL-EOF-SW        PIC X(01) VALUE 'N'.
005265         88  CD-CAL-EOF-YES       VALUE 'Y'.
005266 01  CD-CAL-LOADED-SW     PIC X(01) VALUE 'N'.
005267         88  CD-CAL-LOADED        VALUE 'Y'.
005268 01  CD-CAL-WALK-SW       PIC X(01) VALUE 'N'.
005269         88  CD-CAL-WALK-DONE     VALUE 'Y'.
005270* RECONCILIATION CONTROLS.
005280 01  CD-RECON-STATUS      PIC X(02) VALUE SPACES.
005290 01  CD-RECON-THRESHOLD-PCT PIC 9(03) COMP VALUE 20.
005300 01  CD-PRIOR-PASS-COUNT  PIC 9(07) COMP VALUE ZERO.
005310 01  CD-PRIOR-FAIL-COUNT  PIC 9(07) COMP VALUE ZERO.
005320 01  CD-PRIOR-RUN-DATE    PIC 9(08) VALUE ZERO.
005322* BUSINESS DAYS SKIPPED SINCE THE LAST POSTED DATE.
005324 01  CD-CAL-SEEK-DATE     PIC 9(08) VALUE ZERO.
005326 01  CD-MISSED-COUNT      PIC 9(04) COMP VALUE ZERO.
005328 01  CD-MISSED-DATE       PIC 9(08) VALUE ZERO.
005330* HEADER/TRAILER CONTROLS -- THE TRANSMITTER FRAMES CDTRANF
005340* WITH A DATED HEADER AND A COUNTED TRAILER; THE RUN REFUSES
005350* A WRONG-DAY OR ALREADY-PROCESSED FILE AT INITIALIZATION AND
005530 01  CD-HASH-NUM3         PIC 9(15) VALUE ZERO.
005540 01  CD-HASH-NUM4         PIC 9(15) VALUE ZERO.
005550 01  CD-HX-IDX            PIC 9(02) COMP.
005551* LOOK-BACK DATES, NEWEST FIRST, AND THE DAY-STEPPING WORK DATE.
005552 01  CD-DW-TABLE-AREA.
005553     05  CD-DW-DATE           PIC 9(08) OCCURS 31 TIMES.
005554 01  CD-DW-IDX            PIC 9(02) COMP.
005555 01  CD-DW-WORK-DATE      PIC 9(08) VALUE ZERO.
005556 01  CD-DW-WORK-DATE-R REDEFINES CD-DW-WORK-DATE.
005557     05  CD-DW-YYYY           PIC 9(04).
005558     05  CD-DW-MM             PIC 9(02).
005559     05  CD-DW-DD             PIC 9(02).
005560* STAGED WORK-FILE OUTPUT -- HOLD/ERROR/EXCEPTION/FAIL/AUDIT
005570* RECORDS ARE HELD HERE AND ONLY FLUSHED TO THEIR FILES
005580* IMMEDIATELY BEFORE A CHECKPOINT RECORD IS WRITTEN (AND AT
005650 01  CD-STAGE-LIMIT       PIC 9(05) COMP VALUE 1990.
005660 01  CD-HOLD-STAGE-COUNT  PIC 9(05) COMP VALUE ZERO.
005670 01  CD-HOLD-STAGE-TABLE.
005680     05  CD-HOLD-STAGE-REC    PIC X(65) OCCURS 2000 TIMES.
005690 01  CD-ERR-STAGE-COUNT   PIC 9(05) COMP VALUE ZERO.
005700 01  CD-ERR-STAGE-TABLE.
005710     05  CD-ERR-STAGE-REC     PIC X(71) OCCURS 2000 TIMES.
005720 01  CD-EXC-STAGE-COUNT   PIC 9(05) COMP VALUE ZERO.
005730 01  CD-EXC-STAGE-TABLE.
005740     05  CD-EXC-STAGE-REC     PIC X(84) OCCURS 2000 TIMES.
005750 01  CD-FAIL-STAGE-COUNT  PIC 9(05) COMP VALUE ZERO.
005760 01  CD-FAIL-STAGE-TABLE.
005770     05  CD-FAIL-STAGE-REC    PIC X(56) OCCURS 2000 TIMES.
005800     05  CD-AUD-STAGE-REC     PIC X(74) OCCURS 2000 TIMES.
005802 01  CD-SUSP-STAGE-COUNT  PIC 9(05) COMP VALUE ZERO.
005804 01  CD-SUSP-STAGE-TABLE.
005806     05  CD-SUSP-STAGE-REC    PIC X(458) OCCURS 2000 TIMES.
005807 01  CD-PASS-STAGE-COUNT  PIC 9(05) COMP VALUE ZERO.
005808 01  CD-PASS-STAGE-TABLE.
005809     05  CD-PASS-STAGE-REC    PIC X(65) OCCURS 2000 TIMES.
005810 01  CD-FL-IDX            PIC 9(05) COMP.
005812 01  CD-DUP-STAGE-COUNT   PIC 9(05) COMP VALUE ZERO.
005814 01  CD-DUP-STAGE-TABLE.
005816     05  CD-DUP-STAGE-REC     PIC X(86) OCCURS 2000 TIMES.
005820 01  CD-RECON-PASS-DELTA  PIC S9(07) COMP VALUE ZERO.
005830 01  CD-RECON-FAIL-DELTA  PIC S9(07) COMP VALUE ZERO.
005840 01  CD-RECON-FOUND-SW    PIC X(01) VALUE 'N'.
005870         88  CD-RECON-PASS-WARN      VALUE 'Y'.
005880 01  CD-RECON-FAIL-WARN-SW PIC X(01) VALUE 'N'.
005890         88  CD-RECON-FAIL-WARN      VALUE 'Y'.
005891 01  CD-DW-QUOTIENT       PIC 9(04) COMP.
005892 01  CD-DW-REM-4          PIC 9(04) COMP.
005893 01  CD-DW-REM-100        PIC 9(04) COMP.
005894 01  CD-DW-REM-400        PIC 9(04) COMP.
005895 01  CD-MONTH-DAYS-VALUES.
005896     05  FILLER               PIC X(24)
005897                              VALUE '312831303130313130313031'.
005898 01  CD-MONTH-DAYS-TABLE REDEFINES CD-MONTH-DAYS-VALUES.
005899     05  CD-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
005900* STAGING AREA FOR THE NEXT AUDIT LOG RECORD.
005910 01  CD-AUD-DISPOSITION   PIC X(09).
005911* THE CURRENT ACCOUNT'S AUDIT MASTER LINES INSIDE THE WINDOW,
005912* LOADED ONCE PER TRANSMITTER RECORD AND SEARCHED FOR EACH
005913* OF ITS VALUE SETS.
005914 01  CD-PV-TABLE-AREA.
005915     05  CD-PV-COUNT          PIC 9(03) COMP VALUE ZERO.
005916     05  CD-PV-ENTRY OCCURS 500 TIMES.
005917         10  CD-PV-NUM1 PIC S9(09) SIGN IS LEADING SEPARATE.
005918         10  CD-PV-NUM2 PIC S9(09) SIGN IS LEADING SEPARATE.
005919         10  CD-PV-NUM3           PIC 9(05).
005920         10  CD-PV-NUM4           PIC 9(06).
005921         10  CD-PV-CLASS1         PIC X(09).
005922         10  CD-PV-CHECK-VAL      PIC 9(03).
005923         10  CD-PV-DATE           PIC 9(08).
005924         10  CD-PV-DISPOSITION    PIC X(09).
005925 01  CD-PV-IDX            PIC 9(03) COMP.
005926 01  CD-PV-HIT-IDX        PIC 9(03) COMP.
005927* EDITED LINE USED TO BUILD THE SUMMARY REPORT.
005930* EDITED LINE ECHOING THE SCORING BANDS IN EFFECT AT THE TOP
005940* OF THE SUMMARY REPORT, SO THE THRESHOLDS THAT SCORED A DAY
005950* ARE ON RECORD WITH ITS TOTALS.
006301     MOVE CD-RUN-DATE TO CD-TODAY-DATE.
006302     ACCEPT CD-WRK-TIME FROM TIME.
006304     MOVE CD-WT-HHMMSS TO CD-START-TIME.
006307     PERFORM 1090-LOAD-CALENDAR THRU 1090-EXIT.
006310     PERFORM 1005-READ-RUN-CONTROL THRU 1005-EXIT.
006312     IF CD-CATCHUP-MODE
006314         MOVE CD-P-POST-DATE TO CD-RUN-DATE
006324     PERFORM 1008-READ-TIER-BANDS THRU 1008-EXIT.
006327     PERFORM 1010-LOAD-ACCT-MASTER THRU 1010-EXIT.
006330     PERFORM 1020-LOAD-CLASS-TABLE THRU 1020-EXIT.
006335     PERFORM 1080-LOAD-WATCHLIST THRU 1080-EXIT.
006340     OPEN INPUT CD-TRANS-FILE.
006350     PERFORM 1030-READ-PRIOR-TOTALS THRU 1030-EXIT.
006360     PERFORM 1045-READ-CHECKPOINT THRU 1045-EXIT.
006370     PERFORM 1040-CHECK-HEADER THRU 1040-EXIT.
006372     IF CD-RECON-PRIOR-FOUND
006374        AND CD-CAL-LOADED
006376         PERFORM 1042-CHECK-MISSED-DAYS THRU 1042-EXIT
006378     END-IF.
006380     PERFORM 1050-CHECK-FOR-RESTART THRU 1050-EXIT.
006385     PERFORM 1070-OPEN-AUDIT-MASTER THRU 1070-EXIT.
006390     PERFORM 1055-OPEN-WORK-FILES THRU 1055-EXIT.
006400     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
006410 1000-EXIT.
007060     MOVE CD-PR-TOLERANCE-PCT  TO CD-P-TOLERANCE-PCT.
007070     MOVE CD-PR-STREAM-ID      TO CD-P-STREAM-ID.
007072     PERFORM 1007-EDIT-CATCHUP THRU 1007-EXIT.
007076     PERFORM 1006-EDIT-DUP-WINDOW THRU 1006-EXIT.
007080     MOVE 'CDPARMF CARD     '  TO CD-PARM-SOURCE.
007090     DISPLAY 'RUN CONTROL LOADED FROM CDPARMF'.
007100 1005-EXIT.
007143         MOVE 16 TO RETURN-CODE
007144         STOP RUN
007145     END-IF.
007146     PERFORM 1098-EDIT-CATCHUP-DAY THRU 1098-EXIT.
007147 1007-EXIT.
007148     EXIT.

008550*     ALREADY POSTED (A RE-SENT FILE -- WE HAVE DOUBLE-POSTED
008560*     TWICE THIS YEAR THAT WAY), OR A HEADER THAT DOES NOT
008570*     MATCH THE RUN DATE (YESTERDAY'S FILE BY MISTAKE).
008572*     IT ALSO REFUSES TO POST PAST A BUSINESS DAY THAT WAS
008574*     NEVER POSTED -- ONCE A LATER DAY POSTS, THE MISSED DAY
008576*     CAN NO LONGER BE CAUGHT UP IN ORDER.
008580*----------------------------------------------------------------
008590 1040-CHECK-HEADER.
008600     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
009280                 MOVE CD-CKPT-HASH-NUM3 TO CD-HASH-NUM3
009290                 MOVE CD-CKPT-HASH-NUM4 TO CD-HASH-NUM4
009300                 MOVE CD-CKPT-RUN-DATE TO CD-RUN-DATE
009305                 MOVE CD-CKPT-DUP-COUNT TO CD-DUP-COUNT
009306                 MOVE CD-CKPT-WATCH-REV-COUNT
009307                     TO CD-WATCH-REV-COUNT
009310                 DISPLAY 'RESTART PENDING -- ADOPTING'
009320                     ' CHECKPOINTED RUN DATE '
009330                     CD-CKPT-RUN-DATE
009860         OPEN EXTEND CD-FAIL-FILE
009865         OPEN EXTEND CD-SUSP-FILE
009866         OPEN EXTEND CD-PASS-FILE
009868         OPEN EXTEND CD-DUP-FILE
009870     ELSE
009880         OPEN OUTPUT CD-HOLD-FILE
009890         OPEN OUTPUT CD-ERR-FILE
009929         MOVE 'H' TO CD-PH-REC-TYPE
009931         MOVE CD-RUN-DATE TO CD-PH-FILE-DATE
009932         WRITE CD-PASS-HEADER
009934         OPEN OUTPUT CD-DUP-FILE
009936     END-IF.
009940 1055-EXIT.
009950     EXIT.
010360        OR CD-AUD-STAGE-COUNT > CD-STAGE-LIMIT
010365        OR CD-SUSP-STAGE-COUNT > CD-STAGE-LIMIT
010366        OR CD-PASS-STAGE-COUNT > CD-STAGE-LIMIT
010368        OR CD-DUP-STAGE-COUNT > CD-STAGE-LIMIT
010370         PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
010380     END-IF.
010390     ADD 1 TO CD-RECORD-COUNT.
010530                     THRU 2009-EXIT
010540             WHEN OTHER
010541                 PERFORM 2060-SELECT-BANDS THRU 2060-EXIT
010542                 PERFORM 2066-CHECK-WATCHLIST THRU 2066-EXIT
010543                 PERFORM 2070-LOAD-PRIOR-SETS THRU 2070-EXIT
010544                 PERFORM 2010-PROCESS-VALUE-SET THRU 2010-EXIT
010545                     VARYING CD-VS-IDX FROM 1 BY 1
010546                     UNTIL CD-VS-IDX > CD-T-VALUE-SET-COUNT
010548         END-EVALUATE
010550     END-IF.
010800     MOVE CD-T-CHECK-VAL (1) TO CD-X-CHECK-VAL.
010810     MOVE 'VALUE-SET COUNT INVALID' TO CD-X-REASON.
010820     MOVE CD-T-ACCT-NO       TO CD-X-ACCT-NO.
010826     MOVE CD-RSN-BAD-COUNT   TO CD-X-REASON-CD.
010830     PERFORM 2730-STAGE-EXC THRU 2730-EXIT.
010840     DISPLAY 'ACCOUNT ' CD-T-ACCT-NO ' -- VALUE-SET COUNT '
010850     CD-T-VALUE-SET-COUNT ' EXCEEDS TABLE SIZE: RECORD REJECTED'.
011230         UNTIL CD-VS-IDX > 10.
011240     MOVE CD-RUN-DATE           TO CD-SU-SUSP-DATE.
011245     MOVE CD-T-SOURCE-ID        TO CD-SU-SOURCE-ID.
011246     MOVE CD-T-REC-TYPE         TO CD-SU-REC-TYPE.
011247     MOVE CD-RSN-ACCT-UNKNOWN   TO CD-SU-REASON-CD.
011250     PERFORM 2770-STAGE-SUSP THRU 2770-EXIT.
011260     DISPLAY 'ACCOUNT ' CD-T-ACCT-NO ' -- NOT ON ACCOUNT'
011270         ' MASTER: RECORD SUSPENDED FOR RE-PRESENTATION'.
011351     MOVE CD-T-NUM4 (1)      TO CD-X-NUM4.
011352     MOVE CD-T-CLASS1 (1)    TO CD-X-CLASS1.
011353     MOVE CD-T-CHECK-VAL (1) TO CD-X-CHECK-VAL.
011354     MOVE 'ACCOUNT SUSPENDED' TO CD-X-REASON.
011355     MOVE CD-RSN-ACCT-SUSP TO CD-X-REASON-CD.
011356     IF CD-ACCT-CLOSED
011357         MOVE 'ACCOUNT CLOSED' TO CD-X-REASON
011358         MOVE CD-RSN-ACCT-CLOSED TO CD-X-REASON-CD.
011359     MOVE CD-T-ACCT-NO       TO CD-X-ACCT-NO.
011360     PERFORM 2730-STAGE-EXC THRU 2730-EXIT.
011361     DISPLAY 'ACCOUNT ' CD-T-ACCT-NO ' -- ' CD-X-REASON
011500     IF NUM1 IS NEGATIVE OR NUM2 IS NEGATIVE
011510         PERFORM 2050-WRITE-NEG-ERROR THRU 2050-EXIT
011520         GO TO 2010-EXIT.
011521* A SET ALREADY SEEN FOR THIS ACCOUNT INSIDE THE LOOK-BACK
011522* WINDOW IS HELD OUT AS A SUSPECT DUPLICATE, NOT SCORED.
011523     PERFORM 2080-CHECK-DUPLICATE THRU 2080-EXIT.
011524     IF CD-DUP-FOUND
011525         PERFORM 2090-WRITE-SUSPECT-DUP THRU 2090-EXIT
011526         GO TO 2010-EXIT.
011530     PERFORM 2100-SCORE-RECORD THRU 2100-EXIT.
011540 2010-EXIT.
011550     EXIT.
011880     COMPUTE CD-REJECT-COUNT =
011890         CD-EXCEPTION-COUNT + CD-NEG-ERROR-COUNT
011900         + CD-CLASS-REJECT-COUNT + CD-BAD-COUNT-REJECT-COUNT
011910         + CD-ACCT-REJECT-COUNT + CD-INACT-REJECT-COUNT
011915         + CD-DUP-COUNT.
011920     COMPUTE CD-TOTAL-DISPOSITIONS =
011930         CD-PASS-COUNT + CD-REVIEW-COUNT + CD-FAIL-COUNT
011940         + CD-REJECT-COUNT
011945         + CD-WATCH-REV-COUNT.
011950     IF CD-TOTAL-DISPOSITIONS < 100
011960         GO TO 2020-EXIT.
011970     IF CD-REJECT-COUNT * 100 >
012100         CLOSE CD-FAIL-FILE
012105         CLOSE CD-SUSP-FILE
012107         CLOSE CD-PASS-FILE
012108         CLOSE CD-DUP-FILE
012109         PERFORM 3070-CLOSE-AUDIT-MASTER THRU 3070-EXIT
012110         MOVE 12 TO RETURN-CODE
012115         PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT
012120         STOP RUN
012220 2040-EDIT-CLASS.
012230     IF CLASS1 IS NOT ALPHABETIC
012240         MOVE 'NON-ALPHABETIC CLASS' TO CD-X-REASON
012245         MOVE CD-RSN-CLASS-ALPHA TO CD-X-REASON-CD
012250         PERFORM 2049-WRITE-CLASS-EXCEPTION THRU 2049-EXIT
012260         GO TO 2040-EXIT.
012270     MOVE 'N' TO CD-CLASS-FOUND-SW.
012310             OR CD-CLASS-FOUND.
012320     IF NOT CD-CLASS-FOUND
012330         MOVE 'CLASS CODE NOT APPROVED' TO CD-X-REASON
012335         MOVE CD-RSN-CLASS-UNAPPR TO CD-X-REASON-CD
012340         PERFORM 2049-WRITE-CLASS-EXCEPTION THRU 2049-EXIT.
012350 2040-EXIT.
012360     EXIT.
012830     MOVE CHECK-VAL          TO CD-E-CHECK-VAL.
012840     MOVE NEG-NUM            TO CD-E-SENTINEL.
012850     MOVE CD-T-ACCT-NO       TO CD-E-ACCT-NO.
012852     MOVE CD-T-SOURCE-ID     TO CD-E-SOURCE-ID.
012854     MOVE CD-T-REC-TYPE      TO CD-E-REC-TYPE.
012856     MOVE CD-RSN-NEGATIVE    TO CD-E-REASON-CD.
012860     PERFORM 2720-STAGE-ERR THRU 2720-EXIT.
012870     DISPLAY 'ACCOUNT ' CD-T-ACCT-NO ' VALUE-SET ' CD-VS-IDX
012880         ' -- NEGATIVE VALUE: SENT TO ERROR FILE'.
012948*     TESTS CHECK-VAL AGAINST THE PASS/REVIEW/FAIL BANDS IN
012949*     EFFECT FOR THE ACCOUNT BEING SCORED -- ITS TIER'S
012950*     BANDS, OR THE GLOBAL CDPARMF/DEFAULT BANDS.
012951*     A PASS-BAND SET FOR A WATCHLISTED ACCOUNT IS A FORCED
012952*     REVIEW -- IT GOES TO THE HOLD QUEUE WITH THE WATCHLIST
012953*     REASON, NEVER TO THE PASS EXTRACT, AND IS COUNTED APART
012954*     FROM THE SCORE-DRIVEN REVIEWS (AND OUT OF THE TIER
012955*     TALLIES, WHICH REPORT SCORE OUTCOMES ONLY).
012960*----------------------------------------------------------------
012970 2100-SCORE-RECORD.
012980     EVALUATE TRUE
012982         WHEN CHECK-VAL >= CD-EFF-PASS-LO
012984             AND CHECK-VAL <= CD-EFF-PASS-HI
012986             AND CD-ACCT-WATCHED
012988             PERFORM 2105-STAGE-WATCH-REV THRU 2105-EXIT
012990         WHEN CHECK-VAL >= CD-EFF-PASS-LO
013000             AND CHECK-VAL <= CD-EFF-PASS-HI
013010             ADD 1 TO CD-PASS-COUNT
013150             MOVE CHECK-VAL          TO CD-H-CHECK-VAL
013160             MOVE CD-T-ACCT-NO       TO CD-H-ACCT-NO
013170             MOVE CD-RUN-DATE        TO CD-H-HOLD-DATE
013175             MOVE SPACES             TO CD-H-WATCH-REASON
013180             PERFORM 2710-STAGE-HOLD THRU 2710-EXIT
013190             DISPLAY 'ACCOUNT ' CD-T-ACCT-NO
013200                 ' VALUE-SET ' CD-VS-IDX
013370         WHEN OTHER
013380             ADD 1 TO CD-EXCEPTION-COUNT
013390             MOVE 'EXCEPTION'        TO CD-AUD-DISPOSITION
013395             PERFORM 2110-STAGE-RANGE-EXC THRU 2110-EXIT
013400             DISPLAY 'ACCOUNT ' CD-T-ACCT-NO
013410                 ' VALUE-SET ' CD-VS-IDX
013420                 ' -- CHECK-VAL OUT OF RANGE: ' CHECK-VAL
013890*----------------------------------------------------------------
013900 2730-STAGE-EXC.
013910     ADD 1 TO CD-EXC-STAGE-COUNT.
013913     MOVE CD-T-SOURCE-ID     TO CD-X-SOURCE-ID.
013916     MOVE CD-T-REC-TYPE      TO CD-X-REC-TYPE.
013920     MOVE CD-EXC-RECORD
013930         TO CD-EXC-STAGE-REC (CD-EXC-STAGE-COUNT).
013940 2730-EXIT.
014480     MOVE CD-HASH-NUM3       TO CD-CKPT-HASH-NUM3.
014490     MOVE CD-HASH-NUM4       TO CD-CKPT-HASH-NUM4.
014500     MOVE CD-RUN-DATE        TO CD-CKPT-RUN-DATE.
014505     MOVE CD-DUP-COUNT       TO CD-CKPT-DUP-COUNT.
014507     MOVE CD-WATCH-REV-COUNT TO CD-CKPT-WATCH-REV-COUNT.
014510     WRITE CD-CKPT-RECORD.
014520     CLOSE CD-CKPT-FILE.
014530     DISPLAY 'CHECKPOINT TAKEN AT RECORD ' CD-RECORD-COUNT.
014760         VARYING CD-FL-IDX FROM 1 BY 1
014770         UNTIL CD-FL-IDX > CD-FAIL-STAGE-COUNT.
014780     MOVE ZERO TO CD-FAIL-STAGE-COUNT.
014782     PERFORM 2858-FLUSH-ONE-DUP THRU 2858-EXIT
014784         VARYING CD-FL-IDX FROM 1 BY 1
014786         UNTIL CD-FL-IDX > CD-DUP-STAGE-COUNT.
014788     MOVE ZERO TO CD-DUP-STAGE-COUNT.
014790     PERFORM 2855-FLUSH-ONE-AUD THRU 2855-EXIT
014800         VARYING CD-FL-IDX FROM 1 BY 1
014810         UNTIL CD-FL-IDX > CD-AUD-STAGE-COUNT.
014910     CLOSE CD-FAIL-FILE.
014915     CLOSE CD-SUSP-FILE.
014916     CLOSE CD-PASS-FILE.
014918     CLOSE CD-DUP-FILE.
014920     OPEN EXTEND CD-HOLD-FILE.
014930     OPEN EXTEND CD-ERR-FILE.
014940     OPEN EXTEND CD-EXC-FILE.
014960     OPEN EXTEND CD-FAIL-FILE.
014965     OPEN EXTEND CD-SUSP-FILE.
014966     OPEN EXTEND CD-PASS-FILE.
014968     OPEN EXTEND CD-DUP-FILE.
014970 2850-EXIT.
014980     EXIT.

015885     CLOSE CD-SUSP-FILE.
015886     PERFORM 3060-WRITE-PASS-TRAILER THRU 3060-EXIT.
015887     CLOSE CD-PASS-FILE.
015888     CLOSE CD-DUP-FILE.
015889     PERFORM 3070-CLOSE-AUDIT-MASTER THRU 3070-EXIT.
015890     PERFORM 3200-SET-CONDITION-CODE THRU 3200-EXIT.
015892     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
015900 3000-EXIT.
016010     COMPUTE CD-REJECT-COUNT =
016020         CD-EXCEPTION-COUNT + CD-NEG-ERROR-COUNT
016030         + CD-CLASS-REJECT-COUNT + CD-BAD-COUNT-REJECT-COUNT
016040         + CD-ACCT-REJECT-COUNT + CD-INACT-REJECT-COUNT
016045         + CD-DUP-COUNT.
016050     COMPUTE CD-TOTAL-DISPOSITIONS =
016060         CD-PASS-COUNT + CD-REVIEW-COUNT + CD-FAIL-COUNT
016070         + CD-REJECT-COUNT
016075         + CD-WATCH-REV-COUNT.
016080     IF CD-RECON-PASS-WARN OR CD-RECON-FAIL-WARN
016090         MOVE 8 TO RETURN-CODE
016100         DISPLAY 'ENDING RC 8 -- RECONCILIATION WARNING'
016530     CLOSE CD-FAIL-FILE.
016535     CLOSE CD-SUSP-FILE.
016537     CLOSE CD-PASS-FILE.
016538     CLOSE CD-DUP-FILE.
016539     PERFORM 3070-CLOSE-AUDIT-MASTER THRU 3070-EXIT.
016540     MOVE 16 TO RETURN-CODE.
016550     STOP RUN.
016560 3020-EXIT.
016920     MOVE CD-ACCT-REJECT-COUNT  TO CD-CTL-ACCT-REJECT-COUNT.
016922     MOVE CD-INACT-REJECT-COUNT TO CD-CTL-INACT-REJECT-COUNT.
016924     MOVE CD-PASS-XTR-COUNT     TO CD-CTL-PASS-XTR-COUNT.
016927     MOVE CD-DUP-COUNT          TO CD-CTL-DUP-COUNT.
016928     MOVE CD-WATCH-REV-COUNT    TO CD-CTL-WATCH-REV-COUNT.
016930     MOVE CD-HASH-NUM1          TO CD-CTL-HASH-NUM1.
016940     MOVE CD-HASH-NUM2          TO CD-CTL-HASH-NUM2.
016950     MOVE CD-HASH-NUM3          TO CD-CTL-HASH-NUM3.
017430     MOVE CD-P-TOLERANCE-PCT   TO CD-SL-COUNT.
017440     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
017450     WRITE CD-RPT-RECORD.
017455     PERFORM 3115-PRINT-DUP-SECTION THRU 3115-EXIT.
017460     MOVE SPACES               TO CD-RPT-RECORD.
017470     WRITE CD-RPT-RECORD.
017480     MOVE 'RECORDS READ'       TO CD-SL-LABEL.
017570     MOVE CD-REVIEW-COUNT      TO CD-SL-COUNT.
017580     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
017590     WRITE CD-RPT-RECORD.
017592     MOVE 'WATCHLIST FORCED REVIEW' TO CD-SL-LABEL.
017594     MOVE CD-WATCH-REV-COUNT   TO CD-SL-COUNT.
017596     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
017598     WRITE CD-RPT-RECORD.
017600     MOVE 'FAIL'               TO CD-SL-LABEL.
017610     MOVE CD-FAIL-COUNT        TO CD-SL-COUNT.
017620     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
018760     CLOSE CD-RECON-FILE.
018770 3180-EXIT.
018780     EXIT.

018790*----------------------------------------------------------------
018800* 1006-EDIT-DUP-WINDOW
018810*     VALIDATES THE DUPLICATE LOOK-BACK WINDOW ON THE RUN
018820*     CARD. BLANK KEEPS THE COMPILED DEFAULT, 00 TURNS THE
018830*     CROSS-DAY CHECK OFF, AND ANYTHING NOT NUMERIC OR OVER
018840*     31 DAYS CANCELS THE RUN.
018850*----------------------------------------------------------------
018860 1006-EDIT-DUP-WINDOW.
018870     IF CD-PR-DUP-DAYS = SPACES
018880         GO TO 1006-EXIT.
018890     IF CD-PR-DUP-DAYS IS NOT NUMERIC
018900         DISPLAY 'CDPARMF DUPLICATE WINDOW ' CD-PR-DUP-DAYS
018910             ' IS NOT NUMERIC -- RUN CANCELLED'
018920         MOVE 16 TO RETURN-CODE
018930         STOP RUN
018940     END-IF.
018950     IF CD-PR-DUP-DAYS-N > 31
018960         DISPLAY 'CDPARMF DUPLICATE WINDOW ' CD-PR-DUP-DAYS
018970             ' IS OVER 31 DAYS -- RUN CANCELLED'
018980         MOVE 16 TO RETURN-CODE
018990         STOP RUN
019000     END-IF.
019010     MOVE CD-PR-DUP-DAYS-N TO CD-P-DUP-DAYS.
019020 1006-EXIT.
019030     EXIT.

019040*----------------------------------------------------------------
019050* 1042-CHECK-MISSED-DAYS
019060*     WALKS THE CALENDAR FROM THE DAY AFTER THE LAST POSTED
019070*     DATE UP TO THE DAY BEING POSTED. A HOLIDAY OR DECLARED
019080*     NON-PROCESSING DAY IN BETWEEN IS EXPECTED AND ONLY
019090*     NOTED (A PLAIN WEEKEND IS NOT EVEN NOTED). A BUSINESS
019100*     DAY IN BETWEEN WAS MISSED: THE RUN IS CANCELLED SO THE
019110*     OPERATOR CATCHES THAT DAY UP FIRST -- OR, IF THE DAY
019120*     TRULY WAS NOT WORKED, MARKS IT NON-PROCESSING THROUGH
019130*     CONDCALM AND RESUBMITS.
019140*----------------------------------------------------------------
019150 1042-CHECK-MISSED-DAYS.
019160     MOVE ZERO TO CD-MISSED-COUNT.
019170     MOVE ZERO TO CD-MISSED-DATE.
019180     MOVE 'N' TO CD-CAL-WALK-SW.
019190     PERFORM 1043-TEST-ONE-DAY THRU 1043-EXIT
019200         VARYING CD-CE-IDX FROM 1 BY 1
019210         UNTIL CD-CE-IDX > CD-CAL-LOAD-COUNT
019220            OR CD-CAL-WALK-DONE.
019230     IF CD-MISSED-COUNT = ZERO
019240         GO TO 1042-EXIT.
019250     DISPLAY CD-MISSED-COUNT ' BUSINESS DAY(S) BETWEEN THE LAST'
019260         ' POSTED DATE ' CD-PRIOR-RUN-DATE ' AND ' CD-RUN-DATE
019270         ' WERE NEVER POSTED.'
019280     DISPLAY 'CATCH UP ' CD-MISSED-DATE ' FIRST, OR MARK IT'
019290         ' NON-PROCESSING THROUGH CONDCALM -- RUN CANCELLED.'
019300     MOVE 16 TO RETURN-CODE.
019310     STOP RUN.
019320 1042-EXIT.
019330     EXIT.

019340*----------------------------------------------------------------
019350* 1043-TEST-ONE-DAY
019360*     CLASSIFIES ONE CALENDAR DAY FOR THE MISSED-DAY WALK.
019370*----------------------------------------------------------------
019380 1043-TEST-ONE-DAY.
019390     IF CD-CE-DATE (CD-CE-IDX) NOT > CD-PRIOR-RUN-DATE
019400         GO TO 1043-EXIT.
019410     IF CD-CE-DATE (CD-CE-IDX) NOT < CD-RUN-DATE
019420         MOVE 'Y' TO CD-CAL-WALK-SW
019430         GO TO 1043-EXIT.
019440     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
019450         ADD 1 TO CD-MISSED-COUNT
019460         IF CD-MISSED-DATE = ZERO
019470             MOVE CD-CE-DATE (CD-CE-IDX) TO CD-MISSED-DATE
019480         END-IF
019490         DISPLAY 'BUSINESS DAY ' CD-CE-DATE (CD-CE-IDX)
019500             ' WAS NOT POSTED'
019510         GO TO 1043-EXIT.
019520     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'N'
019530        AND CD-CE-WEEKDAY (CD-CE-IDX) > 5
019540         GO TO 1043-EXIT.
019550     DISPLAY 'NON-PROCESSING DAY ' CD-CE-DATE (CD-CE-IDX) ' '
019560         CD-CE-DESC (CD-CE-IDX) ' -- NO FILE EXPECTED'.
019570 1043-EXIT.
019580     EXIT.

019590*----------------------------------------------------------------
019600* 1070-OPEN-AUDIT-MASTER
019610*     SETS UP THE CROSS-DAY DUPLICATE CHECK ONCE THE RUN DATE
019620*     IS SETTLED -- BUILDS THE LOOK-BACK DATES AND OPENS THE
019630*     AUDIT MASTER FOR INPUT. A WINDOW OF ZERO LEAVES THE
019640*     CHECK OFF. A DEFINED-BUT-NEVER-LOADED MASTER (STATUS 35)
019650*     HAS NOTHING TO MATCH AGAINST AND ALSO LEAVES IT OFF;
019660*     ANY OTHER OPEN FAILURE CANCELS THE RUN RATHER THAN
019670*     POSTING A DAY WITH THE CONTROL SILENTLY MISSING.
019680*----------------------------------------------------------------
019690 1070-OPEN-AUDIT-MASTER.
019700     IF CD-P-DUP-DAYS = ZERO
019710         DISPLAY 'CROSS-DAY DUPLICATE CHECK IS OFF FOR THIS RUN'
019720         GO TO 1070-EXIT.
019730     MOVE CD-RUN-DATE TO CD-DW-WORK-DATE.
019740     PERFORM 1075-STEP-BACK-ONE-DAY THRU 1075-EXIT
019750         VARYING CD-DW-IDX FROM 1 BY 1
019760         UNTIL CD-DW-IDX > CD-P-DUP-DAYS.
019770     OPEN INPUT CD-AUDM-FILE.
019780     IF CD-AUDM-STATUS = '35'
019790         DISPLAY 'CDAUDM NOT YET LOADED -- CROSS-DAY DUPLICATE'
019800             ' CHECK IS OFF FOR THIS RUN'
019810         MOVE ZERO TO CD-P-DUP-DAYS
019820         GO TO 1070-EXIT.
019830     IF CD-AUDM-STATUS NOT = '00'
019840         DISPLAY 'CDAUDM OPEN FAILED, STATUS ' CD-AUDM-STATUS
019850             ' -- RUN CANCELLED'
019860         MOVE 16 TO RETURN-CODE
019870         STOP RUN
019880     END-IF.
019890     DISPLAY 'DUPLICATE CHECK LOOKS BACK ' CD-P-DUP-DAYS
019900         ' DAYS, ' CD-DW-DATE (CD-P-DUP-DAYS) ' THRU '
019910         CD-DW-DATE (1).
019920 1070-EXIT.
019930     EXIT.

019940*----------------------------------------------------------------
019950* 1075-STEP-BACK-ONE-DAY
019960*     BACKS THE WORK DATE UP ONE CALENDAR DAY AND FILES IT AS
019970*     THE NEXT LOOK-BACK DATE. CROSSING INTO FEBRUARY TAKES
019980*     THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES ONLY WHEN
019990*     DIVISIBLE BY 400).
020000*----------------------------------------------------------------
020010 1075-STEP-BACK-ONE-DAY.
020020     IF CD-DW-DD > 1
020030         SUBTRACT 1 FROM CD-DW-DD
020040         GO TO 1075-FILE-DATE.
020050     IF CD-DW-MM > 1
020060         SUBTRACT 1 FROM CD-DW-MM
020070     ELSE
020080         MOVE 12 TO CD-DW-MM
020090         SUBTRACT 1 FROM CD-DW-YYYY
020100     END-IF.
020110     MOVE CD-MONTH-DAYS (CD-DW-MM) TO CD-DW-DD.
020120     IF CD-DW-MM = 2
020130         DIVIDE CD-DW-YYYY BY 4
020140             GIVING CD-DW-QUOTIENT REMAINDER CD-DW-REM-4
020150         DIVIDE CD-DW-YYYY BY 100
020160             GIVING CD-DW-QUOTIENT REMAINDER CD-DW-REM-100
020170         DIVIDE CD-DW-YYYY BY 400
020180             GIVING CD-DW-QUOTIENT REMAINDER CD-DW-REM-400
020190         IF CD-DW-REM-400 = ZERO
020200            OR (CD-DW-REM-4 = ZERO AND CD-DW-REM-100 NOT = ZERO)
020210             MOVE 29 TO CD-DW-DD
020220         END-IF
020230     END-IF.
020240 1075-FILE-DATE.
020250     MOVE CD-DW-WORK-DATE TO CD-DW-DATE (CD-DW-IDX).
020260 1075-EXIT.
020270     EXIT.

020280*----------------------------------------------------------------
020290* 1080-LOAD-WATCHLIST
020300*     LOADS THE ACCOUNT WATCHLIST AND EACH ENTRY'S EFFECTIVE/
020310*     EXPIRY WINDOW. AN EMPTY LIST IS NORMAL -- NO ACCOUNT IS
020320*     UNDER WATCH -- BUT A MISSING FILE CANCELS THE RUN, SINCE
020330*     SCORING WITHOUT IT WOULD QUIETLY SEND A WATCHED ACCOUNT'S
020340*     PASSES STRAIGHT TO THE POSTING SHOP.
020350*----------------------------------------------------------------
020360 1080-LOAD-WATCHLIST.
020370     OPEN INPUT CD-WATCH-FILE.
020380     IF CD-WATCH-STATUS NOT = '00'
020390         DISPLAY 'CDWATCHF OPEN FAILED, STATUS ' CD-WATCH-STATUS
020400         DISPLAY 'ACCOUNT WATCHLIST IS REQUIRED -- RUN CANCELLED'
020410         MOVE 16 TO RETURN-CODE
020420         STOP RUN
020430     END-IF.
020440     MOVE ZERO TO CD-WATCH-LOAD-COUNT.
020450     MOVE 'N' TO CD-WATCH-EOF-SW.
020460     PERFORM 1085-LOAD-ONE-WATCH THRU 1085-EXIT
020470         UNTIL CD-WATCH-EOF-YES.
020480     CLOSE CD-WATCH-FILE.
020490     DISPLAY 'WATCHLIST LOADED, ' CD-WATCH-LOAD-COUNT
020500         ' ENTRIES'.
020510 1080-EXIT.
020520     EXIT.

020530*----------------------------------------------------------------
020540* 1085-LOAD-ONE-WATCH
020550*     READS ONE WATCHLIST RECORD INTO THE NEXT TABLE SLOT. A
020560*     LIST LARGER THAN THE TABLE CANCELS THE RUN RATHER THAN
020570*     SCORING WITH SOME WATCHED ACCOUNTS LEFT OFF.
020580*----------------------------------------------------------------
020590 1085-LOAD-ONE-WATCH.
020600     READ CD-WATCH-FILE
020610         AT END
020620             MOVE 'Y' TO CD-WATCH-EOF-SW
020630         NOT AT END
020640             IF CD-WATCH-LOAD-COUNT >= 1000
020650                 DISPLAY 'WATCHLIST EXCEEDS THE 1000-ENTRY'
020660                     ' TABLE -- RUN CANCELLED'
020670                 MOVE 16 TO RETURN-CODE
020680                 STOP RUN
020690             END-IF
020700             ADD 1 TO CD-WATCH-LOAD-COUNT
020710             MOVE CD-WL-ACCT-NO
020720                 TO CD-WT-ACCT-NO (CD-WATCH-LOAD-COUNT)
020730             MOVE CD-WL-REASON
020740                 TO CD-WT-REASON (CD-WATCH-LOAD-COUNT)
020750             MOVE CD-WL-EFF-DATE
020760                 TO CD-WT-EFF-DATE (CD-WATCH-LOAD-COUNT)
020770             MOVE CD-WL-EXP-DATE
020780                 TO CD-WT-EXP-DATE (CD-WATCH-LOAD-COUNT)
020790     END-READ.
020800 1085-EXIT.
020810     EXIT.

020820*----------------------------------------------------------------
020830* 1090-LOAD-CALENDAR
020840*     LOADS THE BUSINESS-DAY CALENDAR. A NORMAL RUN GOES ON
020850*     WITHOUT IT (THE MISSED-DAY CHECK IS SKIPPED); A CATCH-UP
020860*     RUN IS REFUSED IN 1007. A CALENDAR THAT IS OUT OF DATE
020870*     ORDER OR TOO BIG FOR THE TABLE CANCELS THE RUN -- IT
020880*     WOULD MISREAD EVERY DAY AFTER THE BAD RECORD.
020890*----------------------------------------------------------------
020900 1090-LOAD-CALENDAR.
020910     MOVE ZERO TO CD-CAL-LOAD-COUNT.
020920     OPEN INPUT CD-CAL-FILE.
020930     IF CD-CAL-STATUS NOT = '00'
020940         DISPLAY 'CDCALF NOT AVAILABLE, STATUS ' CD-CAL-STATUS
020950             ' -- MISSED BUSINESS DAYS WILL NOT BE CHECKED'
020960         GO TO 1090-EXIT.
020970     MOVE 'N' TO CD-CAL-EOF-SW.
020980     PERFORM 1095-LOAD-ONE-DAY THRU 1095-EXIT
020990         UNTIL CD-CAL-EOF-YES.
021000     CLOSE CD-CAL-FILE.
021010     IF CD-CAL-LOAD-COUNT > ZERO
021020         MOVE 'Y' TO CD-CAL-LOADED-SW
021030     END-IF.
021040     DISPLAY 'BUSINESS-DAY CALENDAR LOADED, ' CD-CAL-LOAD-COUNT
021050         ' DAYS'.
021060 1090-EXIT.
021070     EXIT.

021080*----------------------------------------------------------------
021090* 1095-LOAD-ONE-DAY
021100*     READS ONE CALENDAR RECORD INTO THE NEXT TABLE SLOT.
021110*----------------------------------------------------------------
021120 1095-LOAD-ONE-DAY.
021130     READ CD-CAL-FILE
021140         AT END
021150             MOVE 'Y' TO CD-CAL-EOF-SW
021160             GO TO 1095-EXIT
021170     END-READ.
021180     IF CD-CAL-LOAD-COUNT >= 4000
021190         DISPLAY 'CDCALF EXCEEDS THE 4000-DAY TABLE -- RUN'
021200             ' CANCELLED'
021210         MOVE 16 TO RETURN-CODE
021220         STOP RUN
021230     END-IF.
021240     IF CD-CAL-DATE IS NOT NUMERIC
021250        OR (CD-CAL-LOAD-COUNT > ZERO
021260            AND CD-CAL-DATE NOT >
021270                CD-CE-DATE (CD-CAL-LOAD-COUNT))
021280         DISPLAY 'CDCALF RECORD ' CD-CAL-DATE
021290             ' IS BAD OR OUT OF DATE ORDER -- RUN CANCELLED'
021300         MOVE 16 TO RETURN-CODE
021310         STOP RUN
021320     END-IF.
021330     ADD 1 TO CD-CAL-LOAD-COUNT.
021340     MOVE CD-CAL-DATE TO CD-CE-DATE (CD-CAL-LOAD-COUNT).
021350     MOVE CD-CAL-DAY-TYPE TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT).
021360     MOVE CD-CAL-WEEKDAY TO CD-CE-WEEKDAY (CD-CAL-LOAD-COUNT).
021370     MOVE CD-CAL-DESC TO CD-CE-DESC (CD-CAL-LOAD-COUNT).
021380 1095-EXIT.
021390     EXIT.

021400*----------------------------------------------------------------
021410* 1096-FIND-CAL-DAY
021420*     LOOKS UP CD-CAL-SEEK-DATE ON THE CALENDAR. CD-CE-FOUND-IDX
021430*     IS ITS SLOT, OR ZERO WHEN THE DATE IS NOT ON IT.
021440*----------------------------------------------------------------
021450 1096-FIND-CAL-DAY.
021460     MOVE ZERO TO CD-CE-FOUND-IDX.
021470     PERFORM 1097-TEST-CAL-DAY THRU 1097-EXIT
021480         VARYING CD-CE-IDX FROM 1 BY 1
021490         UNTIL CD-CE-IDX > CD-CAL-LOAD-COUNT
021500            OR CD-CE-FOUND-IDX > ZERO.
021510 1096-EXIT.
021520     EXIT.

021530*----------------------------------------------------------------
021540* 1097-TEST-CAL-DAY
021550*     COMPARES ONE CALENDAR SLOT WITH THE DATE SOUGHT.
021560*----------------------------------------------------------------
021570 1097-TEST-CAL-DAY.
021580     IF CD-CE-DATE (CD-CE-IDX) = CD-CAL-SEEK-DATE
021590         MOVE CD-CE-IDX TO CD-CE-FOUND-IDX
021600     END-IF.
021610 1097-EXIT.
021620     EXIT.

021630*----------------------------------------------------------------
021640* 1098-EDIT-CATCHUP-DAY
021650*     A CATCH-UP DAY MUST BE A BUSINESS DAY ON THE CALENDAR --
021660*     NOTHING IS TRANSMITTED ON A HOLIDAY OR NON-PROCESSING
021670*     DAY, SO THERE IS NOTHING TO CATCH UP, AND WITHOUT THE
021680*     CALENDAR THE CHECK CANNOT BE MADE AT ALL.
021690*----------------------------------------------------------------
021700 1098-EDIT-CATCHUP-DAY.
021710     IF NOT CD-CAL-LOADED
021720         DISPLAY 'CATCH-UP RUN NEEDS THE BUSINESS-DAY CALENDAR'
021730             ' (CDCALF) -- RUN CANCELLED'
021740         MOVE 16 TO RETURN-CODE
021750         STOP RUN
021760     END-IF.
021770     MOVE CD-P-POST-DATE TO CD-CAL-SEEK-DATE.
021780     PERFORM 1096-FIND-CAL-DAY THRU 1096-EXIT.
021790     IF CD-CE-FOUND-IDX = ZERO
021800         DISPLAY 'CDPARMF POSTING DATE ' CD-P-POST-DATE
021810             ' IS NOT ON THE BUSINESS-DAY CALENDAR -- RUN'
021820             ' CANCELLED'
021830         MOVE 16 TO RETURN-CODE
021840         STOP RUN
021850     END-IF.
021860     IF CD-CE-DAY-TYPE (CD-CE-FOUND-IDX) NOT = 'B'
021870         DISPLAY 'CDPARMF POSTING DATE ' CD-P-POST-DATE
021880             ' IS A NON-PROCESSING DAY ('
021890             CD-CE-DESC (CD-CE-FOUND-IDX)
021900             ') -- NOTHING TO CATCH UP. RUN CANCELLED'
021910         MOVE 16 TO RETURN-CODE
021920         STOP RUN
021930     END-IF.
021940     MOVE 'Y' TO CD-CATCHUP-SW.
021950 1098-EXIT.
021960     EXIT.

021970*----------------------------------------------------------------
021980* 2066-CHECK-WATCHLIST
021990*     SETS THE WATCH SWITCH AND REASON FOR THE ACCOUNT ABOUT TO
022000*     BE SCORED -- ON WHEN THE ACCOUNT HAS A WATCHLIST ENTRY
022010*     WHOSE EFFECTIVE/EXPIRY WINDOW TAKES IN THE RUN DATE.
022020*----------------------------------------------------------------
022030 2066-CHECK-WATCHLIST.
022040     MOVE 'N'    TO CD-WATCH-SW.
022050     MOVE SPACES TO CD-WATCH-REASON-CD.
022060     PERFORM 2067-TEST-ONE-WATCH THRU 2067-EXIT
022070         VARYING CD-WL-IDX FROM 1 BY 1
022080         UNTIL CD-WL-IDX > CD-WATCH-LOAD-COUNT
022090             OR CD-ACCT-WATCHED.
022100 2066-EXIT.
022110     EXIT.

022120*----------------------------------------------------------------
022130* 2067-TEST-ONE-WATCH
022140*     TESTS ONE WATCHLIST TABLE ENTRY AGAINST THE CURRENT
022150*     ACCOUNT AND THE RUN DATE.
022160*----------------------------------------------------------------
022170 2067-TEST-ONE-WATCH.
022180     IF CD-WT-ACCT-NO (CD-WL-IDX) = CD-T-ACCT-NO
022190         AND CD-WT-EFF-DATE (CD-WL-IDX) <= CD-RUN-DATE
022200         AND CD-WT-EXP-DATE (CD-WL-IDX) >= CD-RUN-DATE
022210         MOVE 'Y' TO CD-WATCH-SW
022220         MOVE CD-WT-REASON (CD-WL-IDX) TO CD-WATCH-REASON-CD.
022230 2067-EXIT.
022240     EXIT.

022250*----------------------------------------------------------------
022260* 2070-LOAD-PRIOR-SETS
022270*     LOADS THE CURRENT ACCOUNT'S AUDIT MASTER LINES FOR EVERY
022280*     DAY IN THE LOOK-BACK WINDOW, ONE START PER DAY. ONLY
022290*     TRANSMITTER ('D') RECORDS ARE CHECKED -- A CONDRSUB
022300*     CORRECTION OR A CONDSUSP RE-PRESENTATION ('R') IS A
022310*     DELIBERATE SECOND LOOK AT A VALUE SET, NOT A RESEND.
022320*----------------------------------------------------------------
022330 2070-LOAD-PRIOR-SETS.
022340     MOVE ZERO TO CD-PV-COUNT.
022350     IF CD-P-DUP-DAYS = ZERO
022360        OR CD-T-REC-TYPE NOT = 'D'
022370         GO TO 2070-EXIT.
022380     PERFORM 2072-LOAD-ONE-DAY THRU 2072-EXIT
022390         VARYING CD-DW-IDX FROM 1 BY 1
022400         UNTIL CD-DW-IDX > CD-P-DUP-DAYS.
022410 2070-EXIT.
022420     EXIT.

022430*----------------------------------------------------------------
022440* 2072-LOAD-ONE-DAY
022450*     STARTS ON THE ACCOUNT'S FIRST LINE FOR ONE LOOK-BACK
022460*     DATE AND READS FORWARD WHILE THE DATE AND ACCOUNT HOLD.
022470*----------------------------------------------------------------
022480 2072-LOAD-ONE-DAY.
022490     MOVE CD-DW-DATE (CD-DW-IDX) TO CD-AX-DATE.
022500     MOVE CD-T-ACCT-NO           TO CD-AX-ACCT-NO.
022510     MOVE ZERO                   TO CD-AX-SEQ.
022520     MOVE 'N' TO CD-AUDM-END-SW.
022530     START CD-AUDM-FILE KEY NOT < CD-AX-KEY
022540         INVALID KEY
022550             MOVE 'Y' TO CD-AUDM-END-SW
022560     END-START.
022570     PERFORM 2074-LOAD-ONE-PRIOR THRU 2074-EXIT
022580         UNTIL CD-AUDM-END.
022590 2072-EXIT.
022600     EXIT.

022610*----------------------------------------------------------------
022620* 2074-LOAD-ONE-PRIOR
022630*     READS THE NEXT AUDIT MASTER LINE AND, IF IT IS STILL THE
022640*     SAME DATE AND ACCOUNT, ADDS IT TO THE LOOK-BACK TABLE.
022650*     A FULL TABLE STOPS THE LOAD WITH A WARNING -- THE OLDER
022660*     DAYS ARE THE ONES LEFT UNCHECKED.
022670*----------------------------------------------------------------
022680 2074-LOAD-ONE-PRIOR.
022690     READ CD-AUDM-FILE NEXT
022700         AT END
022710             MOVE 'Y' TO CD-AUDM-END-SW
022720             GO TO 2074-EXIT
022730     END-READ.
022740     IF CD-AX-DATE NOT = CD-DW-DATE (CD-DW-IDX)
022750        OR CD-AX-ACCT-NO NOT = CD-T-ACCT-NO
022760         MOVE 'Y' TO CD-AUDM-END-SW
022770         GO TO 2074-EXIT.
022780     IF CD-PV-COUNT NOT < 500
022790         DISPLAY 'ACCOUNT ' CD-T-ACCT-NO ' LOOK-BACK TABLE FULL'
022800             ' -- LINES BEFORE ' CD-AX-DATE ' NOT CHECKED'
022810         MOVE 'Y' TO CD-AUDM-END-SW
022820         GO TO 2074-EXIT.
022830     ADD 1 TO CD-PV-COUNT.
022840     MOVE CD-AX-NUM1        TO CD-PV-NUM1 (CD-PV-COUNT).
022850     MOVE CD-AX-NUM2        TO CD-PV-NUM2 (CD-PV-COUNT).
022860     MOVE CD-AX-NUM3        TO CD-PV-NUM3 (CD-PV-COUNT).
022870     MOVE CD-AX-NUM4        TO CD-PV-NUM4 (CD-PV-COUNT).
022880     MOVE CD-AX-CLASS1      TO CD-PV-CLASS1 (CD-PV-COUNT).
022890     MOVE CD-AX-CHECK-VAL   TO CD-PV-CHECK-VAL (CD-PV-COUNT).
022900     MOVE CD-AX-DATE        TO CD-PV-DATE (CD-PV-COUNT).
022910     MOVE CD-AX-DISPOSITION TO CD-PV-DISPOSITION (CD-PV-COUNT).
022920 2074-EXIT.
022930     EXIT.

022940*----------------------------------------------------------------
022950* 2080-CHECK-DUPLICATE
022960*     SEARCHES THE LOOK-BACK TABLE FOR A LINE IDENTICAL TO THE
022970*     VALUE SET IN HAND -- SAME NUM1-NUM4, CLASS1 AND
022980*     CHECK-VAL. THE EARLIER LINE'S DISPOSITION DOES NOT
022990*     MATTER; ANY PRIOR SIGHTING MAKES THIS ONE SUSPECT.
023000*----------------------------------------------------------------
023010 2080-CHECK-DUPLICATE.
023020     MOVE 'N' TO CD-DUP-FOUND-SW.
023030     PERFORM 2085-TEST-ONE-PRIOR THRU 2085-EXIT
023040         VARYING CD-PV-IDX FROM 1 BY 1
023050         UNTIL CD-PV-IDX > CD-PV-COUNT
023060            OR CD-DUP-FOUND.
023070 2080-EXIT.
023080     EXIT.

023090*----------------------------------------------------------------
023100* 2085-TEST-ONE-PRIOR
023110*     COMPARES ONE LOOK-BACK LINE TO THE VALUE SET IN HAND.
023120*----------------------------------------------------------------
023130 2085-TEST-ONE-PRIOR.
023140     IF NUM1 = CD-PV-NUM1 (CD-PV-IDX)
023150        AND NUM2 = CD-PV-NUM2 (CD-PV-IDX)
023160        AND NUM3 = CD-PV-NUM3 (CD-PV-IDX)
023170        AND NUM4 = CD-PV-NUM4 (CD-PV-IDX)
023180        AND CLASS1 = CD-PV-CLASS1 (CD-PV-IDX)
023190        AND CHECK-VAL = CD-PV-CHECK-VAL (CD-PV-IDX)
023200         MOVE 'Y' TO CD-DUP-FOUND-SW
023210         MOVE CD-PV-IDX TO CD-PV-HIT-IDX
023220     END-IF.
023230 2085-EXIT.
023240     EXIT.

023250*----------------------------------------------------------------
023260* 2090-WRITE-SUSPECT-DUP
023270*     DISPOSITIONS THE VALUE SET SUSPECT-DUP -- STAGES IT TO
023280*     THE DUPLICATES FILE WITH THE EARLIER LINE IT MATCHED AND
023290*     LOGS IT ON THE AUDIT TRAIL. IT IS NOT SCORED, SO IT
023300*     NEVER REACHES THE PASS EXTRACT OR THE HOLD QUEUE.
023310*----------------------------------------------------------------
023320 2090-WRITE-SUSPECT-DUP.
023330     ADD 1 TO CD-DUP-COUNT.
023340     MOVE 'SUSPCTDUP'        TO CD-AUD-DISPOSITION.
023350     MOVE NUM1               TO CD-U-NUM1.
023360     MOVE NUM2               TO CD-U-NUM2.
023370     MOVE NUM3               TO CD-U-NUM3.
023380     MOVE NUM4               TO CD-U-NUM4.
023390     MOVE CLASS1             TO CD-U-CLASS1.
023400     MOVE CHECK-VAL          TO CD-U-CHECK-VAL.
023410     MOVE CD-T-ACCT-NO       TO CD-U-ACCT-NO.
023420     MOVE CD-T-SOURCE-ID     TO CD-U-SOURCE-ID.
023430     MOVE CD-T-REC-TYPE      TO CD-U-REC-TYPE.
023440     MOVE CD-RSN-SUSPECT-DUP TO CD-U-REASON-CD.
023450     MOVE CD-RUN-DATE        TO CD-U-RUN-DATE.
023460     MOVE CD-PV-DATE (CD-PV-HIT-IDX)
023470                             TO CD-U-PRIOR-DATE.
023480     MOVE CD-PV-DISPOSITION (CD-PV-HIT-IDX)
023490                             TO CD-U-PRIOR-DISP.
023500     PERFORM 2780-STAGE-DUP THRU 2780-EXIT.
023510     PERFORM 2190-WRITE-AUDIT-REC THRU 2190-EXIT.
023520     DISPLAY 'ACCOUNT ' CD-T-ACCT-NO
023530         ' VALUE-SET ' CD-VS-IDX
023540         ' -- SUSPECT-DUP OF ' CD-U-PRIOR-DATE
023550         ' ' CD-U-PRIOR-DISP.
023560 2090-EXIT.
023570     EXIT.

023580*----------------------------------------------------------------
023590* 2105-STAGE-WATCH-REV
023600*     SENDS A PASS-BAND SET FOR A WATCHLISTED ACCOUNT TO THE
023610*     HOLD QUEUE AS A FORCED REVIEW, WITH THE WATCHLIST REASON.
023620*----------------------------------------------------------------
023630 2105-STAGE-WATCH-REV.
023640     ADD 1 TO CD-WATCH-REV-COUNT.
023650     MOVE 'WATCH-REV'        TO CD-AUD-DISPOSITION.
023660     MOVE NUM1               TO CD-H-NUM1.
023670     MOVE NUM2               TO CD-H-NUM2.
023680     MOVE NUM3               TO CD-H-NUM3.
023690     MOVE NUM4               TO CD-H-NUM4.
023700     MOVE CLASS1             TO CD-H-CLASS1.
023710     MOVE CHECK-VAL          TO CD-H-CHECK-VAL.
023720     MOVE CD-T-ACCT-NO       TO CD-H-ACCT-NO.
023730     MOVE CD-RUN-DATE        TO CD-H-HOLD-DATE.
023740     MOVE CD-WATCH-REASON-CD TO CD-H-WATCH-REASON.
023750     PERFORM 2710-STAGE-HOLD THRU 2710-EXIT.
023760     DISPLAY 'ACCOUNT ' CD-T-ACCT-NO
023770         ' VALUE-SET ' CD-VS-IDX
023780         ' -- PASS ON WATCHLIST (' CD-WATCH-REASON-CD
023790         '): SENT TO HOLD QUEUE'.
023800 2105-EXIT.
023810     EXIT.

023820*----------------------------------------------------------------
023830* 2110-STAGE-RANGE-EXC
023840*     STAGES A VALUE SET WHOSE CHECK-VAL FALLS OUTSIDE EVERY
023850*     BAND TO THE EXCEPTIONS REPORT.
023860*----------------------------------------------------------------
023870 2110-STAGE-RANGE-EXC.
023880     MOVE NUM1               TO CD-X-NUM1.
023890     MOVE NUM2               TO CD-X-NUM2.
023900     MOVE NUM3               TO CD-X-NUM3.
023910     MOVE NUM4               TO CD-X-NUM4.
023920     MOVE CLASS1             TO CD-X-CLASS1.
023930     MOVE CHECK-VAL          TO CD-X-CHECK-VAL.
023940     MOVE 'CHECK-VAL OUT OF RANGE' TO CD-X-REASON.
023950     MOVE CD-T-ACCT-NO       TO CD-X-ACCT-NO.
023960     MOVE CD-RSN-CHECK-RANGE TO CD-X-REASON-CD.
023970     PERFORM 2730-STAGE-EXC THRU 2730-EXIT.
023980 2110-EXIT.
023990     EXIT.

024000*----------------------------------------------------------------
024010* 2780-STAGE-DUP
024020*     STAGES ONE SUSPECT DUPLICATE RECORD FOR THE NEXT FLUSH.
024030*----------------------------------------------------------------
024040 2780-STAGE-DUP.
024050     ADD 1 TO CD-DUP-STAGE-COUNT.
024060     MOVE CD-DUP-RECORD
024070         TO CD-DUP-STAGE-REC (CD-DUP-STAGE-COUNT).
024080 2780-EXIT.
024090     EXIT.

024100*----------------------------------------------------------------
024110* 2858-FLUSH-ONE-DUP
024120*     WRITES ONE STAGED SUSPECT DUPLICATE RECORD.
024130*----------------------------------------------------------------
024140 2858-FLUSH-ONE-DUP.
024150     MOVE CD-DUP-STAGE-REC (CD-FL-IDX) TO CD-DUP-RECORD.
024160     WRITE CD-DUP-RECORD.
024170 2858-EXIT.
024180     EXIT.

024190*----------------------------------------------------------------
024200* 3070-CLOSE-AUDIT-MASTER
024210*     CLOSES THE AUDIT MASTER IF THE DUPLICATE CHECK OPENED IT.
024220*----------------------------------------------------------------
024230 3070-CLOSE-AUDIT-MASTER.
024240     IF CD-P-DUP-DAYS > ZERO
024250         CLOSE CD-AUDM-FILE
024260     END-IF.
024270 3070-EXIT.
024280     EXIT.

024290*----------------------------------------------------------------
024300* 3115-PRINT-DUP-SECTION
024310*     PRINTS THE SUSPECT DUPLICATES SECTION. THEY ARE NOT
024320*     SCORED, SO THEY GET THEIR OWN SECTION APART FROM THE
024330*     PASS/REVIEW/FAIL TALLIES.
024340*----------------------------------------------------------------
024350 3115-PRINT-DUP-SECTION.
024360     MOVE SPACES               TO CD-RPT-RECORD.
024370     WRITE CD-RPT-RECORD.
024380     MOVE 'SUSPECT DUPLICATES (CROSS-DAY)' TO CD-RPT-RECORD.
024390     WRITE CD-RPT-RECORD.
024400     MOVE 'LOOK-BACK WINDOW DAYS' TO CD-SL-LABEL.
024410     MOVE CD-P-DUP-DAYS        TO CD-SL-COUNT.
024420     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
024430     WRITE CD-RPT-RECORD.
024440     MOVE 'SUSPECT-DUP (CDDUPF)' TO CD-SL-LABEL.
024450     MOVE CD-DUP-COUNT         TO CD-SL-COUNT.
024460     MOVE CD-SUMMARY-LINE      TO CD-RPT-RECORD.
024470     WRITE CD-RPT-RECORD.
024480 3115-EXIT.
024490     EXIT.
