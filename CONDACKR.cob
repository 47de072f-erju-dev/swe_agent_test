000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDACKR.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     POSTING ACKNOWLEDGEMENT RECONCILIATION FOR THE FRAMED PASS
000100*     INTERFACE EXTRACT (CDPASSF). THE POSTING SHOP RETURNS AN
000110*     ACKNOWLEDGEMENT FILE (CDACKF) -- A DATED 'H' HEADER
000120*     NAMING THE EXTRACT IT ANSWERS, ONE 'D' DETAIL PER ITEM IT
000130*     RECEIVED ECHOING OUR DETAIL WITH AN ACCEPTED/REJECTED
000140*     FLAG AND A REJECT REASON, AND A 'T' TRAILER WITH THE
000150*     COUNT AND NUM1-NUM4 HASH TOTALS OF WHAT THEY RECEIVED
000160*     PLUS THEIR OWN ACCEPTED AND REJECTED COUNTS.
000170*
000180*     CDPASSI IS THE EXTRACT BEING ANSWERED CONCATENATED WITH
000190*     THE OPEN-ITEMS FILE LEFT BY THE PRIOR RUN (DETAILS NOT
000200*     YET ACKNOWLEDGED, SAME 'D' LAYOUT). EACH DETAIL IS
000210*     MATCHED TO AN UNUSED ACKNOWLEDGEMENT ON ACCOUNT, VALUE
000220*     SET (NUM1-NUM4, CLASS1, CHECK-VAL) AND RUN DATE --
000230*       ACCEPTED  -- CLOSED.
000240*       REJECTED  -- LISTED WITH THE POSTING SHOP'S REASON AND
000250*                    WRITTEN AS A CORRECTION RECORD IN THE
000260*                    CDCORRF LAYOUT, SO CONDRSUB TAKES IT IN
000270*                    WITHOUT ANYONE REKEYING IT.
000280*       NO ACK    -- LISTED AND CARRIED TO THE NEW OPEN-ITEMS
000290*                    FILE, FLAGGED ONCE IT HAS WAITED LONGER
000300*                    THAN CD-ACK-CUTOFF-DAYS BUSINESS DAYS
000310*                    (CDCALF CALENDAR).
000320*     ACKNOWLEDGEMENTS THAT MATCH NOTHING WE SENT ARE LISTED
000330*     AT THE END. THE EXTRACT'S OWN TRAILER IS PROVED AGAINST
000340*     THE ACKNOWLEDGEMENT TRAILER, AND THE ACKNOWLEDGEMENT
000350*     TRAILER AGAINST ITS OWN DETAILS. A SPLIT NIGHT'S EXTRACT
000360*     CARRIES ONE HEADER AND TRAILER PER STREAM: THE TRAILERS
000370*     ARE SUMMED (AS ARE SEVERAL ACKNOWLEDGEMENT TRAILERS) AND
000380*     EVERY HEADER MUST CARRY THE SAME FILE DATE.
000390*
000400*     ENDS RC 8 WHEN ANY ITEM IS STILL UNACKNOWLEDGED PAST THE
000410*     CUTOFF; RC 4 ON REJECTS, A TRAILER DISAGREEMENT, A
000420*     MISSING ACKNOWLEDGEMENT FILE OR UNMATCHED/INVALID
000430*     ACKNOWLEDGEMENTS.
000440*
000450* MAINTENANCE HISTORY.
000460*     10/15/2026  DL   ORIGINAL PROGRAM -- UNTIL NOW A DETAIL
000470*                      THE POSTING SYSTEM REJECTED OR NEVER
000480*                      RECEIVED WAS ONLY FOUND WHEN THE
000490*                      CUSTOMER CALLED.
000500*     10/15/2026  DL   A SPLIT NIGHT'S DAILY.PASSXTR HOLDS ONE
000510*                      FRAMED EXTRACT PER STREAM. ALL ITS TRAILERS
000520*                      ARE NOW SUMMED FOR THE TRAILER CHECK --
000530*                      ONLY THE FIRST WAS KEPT, SO EVERY SPLIT
000540*                      NIGHT ENDED RC 4 -- AND A HEADER WITH A
000550*                      DIFFERENT FILE DATE IS A DISAGREEMENT.
000560*                      ACKNOWLEDGEMENT TRAILERS ARE SUMMED THE
000570*                      SAME WAY.
000580*     10/15/2026  DL   DAYS OUTSTANDING ARE NOW BUSINESS DAYS ON
000590*                      THE CDCALF CALENDAR, COUNTED AS THE
000600*                      QUEUES ARE AGED. THE OLD YEAR/MONTH/DAY
000610*                      SERIAL MISCOUNTED ACROSS MONTH ENDS --
000620*                      FEB 27 TO MAR 1 WAS 4 DAYS AND FLAGGED A
000630*                      DETAIL PAST THE CUTOFF.
000640*----------------------------------------------------------------

000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CD-ACK-FILE    ASSIGN TO CDACKF
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS CD-ACK-STATUS.
000710     SELECT CD-PASS-FILE   ASSIGN TO CDPASSI
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT CD-OPEN-FILE   ASSIGN TO CDACKOPN
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT CD-CORR-FILE   ASSIGN TO CDACKCOR
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT CD-RPT-FILE    ASSIGN TO CDACKRPT
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT CD-RUNS-FILE   ASSIGN TO CDRUNSF
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT CD-CAL-FILE    ASSIGN TO CDCALF
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CD-CAL-STATUS.

000840 DATA DIVISION.
000850 FILE SECTION.
000860* POSTING ACKNOWLEDGEMENT FILE IN -- FRAMED THE WAY CDPASSF IS.
000870* THE DETAIL ECHOES OUR PASS EXTRACT DETAIL BYTE FOR BYTE AND
000880* ADDS THE POSTING SHOP'S VERDICT ('A' ACCEPTED, 'R' REJECTED)
000890* WITH THEIR REJECT REASON CODE AND TEXT. THE HEADER CARRIES
000900* THE FILE DATE OF THE EXTRACT BEING ANSWERED; THE TRAILER
000910* CARRIES THE COUNT AND HASHES OF WHAT THEY RECEIVED AND THEIR
000920* ACCEPTED AND REJECTED COUNTS.
000930 FD  CD-ACK-FILE.
000940 01  CD-ACK-DETAIL.
000950     05  CD-KD-REC-TYPE       PIC X(01).
000960     05  CD-KD-MATCH-KEY.
000970         10  CD-KD-ACCT-NO        PIC 9(10).
000980         10  CD-KD-NUM1 PIC S9(09) SIGN IS LEADING SEPARATE.
000990         10  CD-KD-NUM2 PIC S9(09) SIGN IS LEADING SEPARATE.
001000         10  CD-KD-NUM3           PIC 9(05).
001010         10  CD-KD-NUM4           PIC 9(06).
001020         10  CD-KD-CLASS1         PIC X(09).
001030         10  CD-KD-CHECK-VAL      PIC 9(03).
001040         10  CD-KD-RUN-DATE       PIC 9(08).
001050     05  CD-KD-SOURCE-ID      PIC X(03).
001060     05  CD-KD-ACK-FLAG       PIC X(01).
001070         88  CD-KD-ACCEPTED       VALUE 'A'.
001080         88  CD-KD-REJECTED       VALUE 'R'.
001090     05  CD-KD-REJ-REASON     PIC X(04).
001100     05  CD-KD-REJ-TEXT       PIC X(30).
001110 01  CD-ACK-HEADER.
001120     05  CD-KH-REC-TYPE       PIC X(01).
001130     05  CD-KH-FILE-DATE      PIC 9(08).
001140 01  CD-ACK-TRAILER.
001150     05  CD-KT-REC-TYPE       PIC X(01).
001160     05  CD-KT-RECV-COUNT     PIC 9(07).
001170     05  CD-KT-HASH-NUM1      PIC 9(15).
001180     05  CD-KT-HASH-NUM2      PIC 9(15).
001190     05  CD-KT-HASH-NUM3      PIC 9(15).
001200     05  CD-KT-HASH-NUM4      PIC 9(15).
001210     05  CD-KT-ACCEPT-COUNT   PIC 9(07).
001220     05  CD-KT-REJECT-COUNT   PIC 9(07).

001230* PASS EXTRACT IN -- THE DAY'S FRAMED CDPASSF FOLLOWED BY THE
001240* PRIOR RUN'S OPEN ITEMS, CONCATENATED IN THE JCL. SAME LAYOUT
001250* CONDITIONALS WRITES.
001260 FD  CD-PASS-FILE.
001270 01  CD-PASS-DETAIL.
001280     05  CD-PX-REC-TYPE       PIC X(01).
001290     05  CD-PX-MATCH-KEY.
001300         10  CD-PX-ACCT-NO        PIC 9(10).
001310         10  CD-PX-NUM1 PIC S9(09) SIGN IS LEADING SEPARATE.
001320         10  CD-PX-NUM2 PIC S9(09) SIGN IS LEADING SEPARATE.
001330         10  CD-PX-NUM3           PIC 9(05).
001340         10  CD-PX-NUM4           PIC 9(06).
001350         10  CD-PX-CLASS1         PIC X(09).
001360         10  CD-PX-CHECK-VAL      PIC 9(03).
001370         10  CD-PX-RUN-DATE       PIC 9(08).
001380     05  CD-PX-SOURCE-ID      PIC X(03).
001390 01  CD-PASS-HEADER.
001400     05  CD-PH-REC-TYPE       PIC X(01).
001410     05  CD-PH-FILE-DATE      PIC 9(08).
001420 01  CD-PASS-TRAILER.
001430     05  CD-PT-REC-TYPE       PIC X(01).
001440     05  CD-PT-PASS-COUNT     PIC 9(07).
001450     05  CD-PT-HASH-NUM1      PIC 9(15).
001460     05  CD-PT-HASH-NUM2      PIC 9(15).
001470     05  CD-PT-HASH-NUM3      PIC 9(15).
001480     05  CD-PT-HASH-NUM4      PIC 9(15).

001490* OPEN ITEMS OUT -- DETAILS STILL NOT ACKNOWLEDGED, IN THE
001500* PASS EXTRACT DETAIL LAYOUT, CONCATENATED BACK INTO CDPASSI
001510* ON THE NEXT RUN SO A LATE ACKNOWLEDGEMENT CAN STILL CLOSE
001520* THEM.
001530 FD  CD-OPEN-FILE.
001540 01  CD-OPEN-RECORD       PIC X(65).

001550* CORRECTION RECORDS OUT -- DETAILS THE POSTING SHOP REJECTED,
001560* IN THE SAME LAYOUT AS THE CORRECTED RECORDS CONDRSUB READS
001570* ON CDCORRF: THE SCORING FIELDS, THE ACCOUNT NUMBER AND THE
001580* TRANSMITTER SOURCE ID.
001590 FD  CD-CORR-FILE.
001600 COPY CDSCORE REPLACING
001610         ==CD-SCORE-RECORD== BY ==CD-CORR-RECORD==
001620         ==NUM1==             BY ==CD-R-NUM1==
001630         ==NUM2==             BY ==CD-R-NUM2==
001640         ==NUM3==             BY ==CD-R-NUM3==
001650         ==NUM4==             BY ==CD-R-NUM4==
001660         ==CLASS1               PIC X(9) VALUE 'ABCD '==
001670             BY ==CD-R-CLASS1          PIC X(9)==
001680         ==CHECK-VAL==        BY ==CD-R-CHECK-VAL==
001690         ==PASS==             BY ==CD-R-PASS==
001700         ==REVIEW==           BY ==CD-R-REVIEW==
001710         ==FAIL==             BY ==CD-R-FAIL==
001720     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
001730         .
001740     05  CD-R-ACCT-NO         PIC 9(10).
001750     05  CD-R-SOURCE-ID       PIC X(03).

001760* ACKNOWLEDGEMENT RECONCILIATION REPORT.
001770 FD  CD-RPT-FILE.
001780 01  CD-RPT-RECORD        PIC X(80).

001790* NIGHTLY RUN-STATUS FILE -- ONE STEP RECORD APPENDED AT END
001800* OF RUN FOR THE CONDOPSR OPERATIONS FLOW REPORT.
001810 FD  CD-RUNS-FILE.
001820 COPY CDRUNST.

001830* BUSINESS-DAY CALENDAR -- MAINTAINED BY CONDCALM. DETAILS AGE
001840* IN BUSINESS DAYS ON IT.
001850 FD  CD-CAL-FILE.
001860 COPY CDCAL.

001870 WORKING-STORAGE SECTION.
001880* ACKNOWLEDGEMENT TABLE -- THE CDACKF DETAILS LOADED AT
001890* INITIALIZE TIME. CD-AT-USED-SW MARKS AN ACKNOWLEDGEMENT
001900* CONSUMED ONCE IT CLOSES A DETAIL, SO ONE ACKNOWLEDGEMENT
001910* NEVER CLOSES TWO IDENTICAL DETAILS.
001920 01  CD-ACK-TABLE-AREA.
001930     05  CD-ACK-LOAD-COUNT    PIC 9(04) COMP VALUE ZERO.
001940     05  CD-ACK-ENTRY OCCURS 9000 TIMES.
001950         10  CD-AT-MATCH-KEY      PIC X(61).
001960         10  CD-AT-SOURCE-ID      PIC X(03).
001970         10  CD-AT-ACK-FLAG       PIC X(01).
001980         10  CD-AT-REJ-REASON     PIC X(04).
001990         10  CD-AT-REJ-TEXT       PIC X(30).
002000         10  CD-AT-USED-SW        PIC X(01).
002010 01  CD-AK-IDX            PIC 9(04) COMP.
002020 01  CD-MATCH-IDX         PIC 9(04) COMP.
002030* RUN CONTROL SWITCHES.
002040 01  CD-ACK-STATUS        PIC X(02) VALUE SPACES.
002050 01  CD-ACK-EOF-SW        PIC X(01) VALUE 'N'.
002060         88  CD-ACK-EOF-YES       VALUE 'Y'.
002070 01  CD-ACK-FOUND-SW      PIC X(01) VALUE 'N'.
002080         88  CD-ACK-FILE-FOUND    VALUE 'Y'.
002090 01  CD-ACK-HDR-SW        PIC X(01) VALUE 'N'.
002100         88  CD-ACK-HDR-SEEN      VALUE 'Y'.
002110 01  CD-ACK-TRL-SW        PIC X(01) VALUE 'N'.
002120         88  CD-ACK-TRL-SEEN      VALUE 'Y'.
002130 01  CD-PASS-EOF-SW       PIC X(01) VALUE 'N'.
002140         88  CD-PASS-EOF-YES      VALUE 'Y'.
002150 01  CD-PASS-TRL-SW       PIC X(01) VALUE 'N'.
002160         88  CD-PASS-TRL-SEEN     VALUE 'Y'.
002170 01  CD-MATCH-SW          PIC X(01) VALUE 'N'.
002180         88  CD-ACK-MATCHED       VALUE 'Y'.
002190 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
002200* STEP TIMING FOR THE RUN-STATUS RECORD.
002210 01  CD-WRK-TIME          PIC 9(08) VALUE ZERO.
002220 01  CD-WRK-TIME-R REDEFINES CD-WRK-TIME.
002230     05  CD-WT-HHMMSS         PIC 9(06).
002240     05  FILLER               PIC 9(02).
002250 01  CD-START-TIME        PIC 9(06) VALUE ZERO.
002260* THE EXTRACT BEING ANSWERED -- ITS FILE DATE AND TRAILER
002270* TOTALS, AND THE ACKNOWLEDGEMENT FILE'S DATE AND TRAILER. THE
002280* TRAILER TOTALS ARE SUMMED OVER EVERY TRAILER READ.
002290 01  CD-XTR-FILE-DATE     PIC 9(08) VALUE ZERO.
002300 01  CD-XTR-COUNT         PIC 9(07) VALUE ZERO.
002310 01  CD-XTR-HASH-NUM1     PIC 9(15) VALUE ZERO.
002320 01  CD-XTR-HASH-NUM2     PIC 9(15) VALUE ZERO.
002330 01  CD-XTR-HASH-NUM3     PIC 9(15) VALUE ZERO.
002340 01  CD-XTR-HASH-NUM4     PIC 9(15) VALUE ZERO.
002350 01  CD-ACK-FILE-DATE     PIC 9(08) VALUE ZERO.
002360 01  CD-ACK-RECV-COUNT    PIC 9(07) VALUE ZERO.
002370 01  CD-ACK-HASH-NUM1     PIC 9(15) VALUE ZERO.
002380 01  CD-ACK-HASH-NUM2     PIC 9(15) VALUE ZERO.
002390 01  CD-ACK-HASH-NUM3     PIC 9(15) VALUE ZERO.
002400 01  CD-ACK-HASH-NUM4     PIC 9(15) VALUE ZERO.
002410 01  CD-ACK-TRL-ACCEPT    PIC 9(07) VALUE ZERO.
002420 01  CD-ACK-TRL-REJECT    PIC 9(07) VALUE ZERO.
002430* COUNTERS.
002440 01  CD-ACK-READ-ACCEPT   PIC 9(07) COMP VALUE ZERO.
002450 01  CD-ACK-READ-REJECT   PIC 9(07) COMP VALUE ZERO.
002460 01  CD-ACK-BAD-FLAG-COUNT PIC 9(07) COMP VALUE ZERO.
002470 01  CD-DETAIL-READ-COUNT PIC 9(07) COMP VALUE ZERO.
002480 01  CD-ACCEPTED-COUNT    PIC 9(07) COMP VALUE ZERO.
002490 01  CD-REJECTED-COUNT    PIC 9(07) COMP VALUE ZERO.
002500 01  CD-OPEN-COUNT        PIC 9(07) COMP VALUE ZERO.
002510 01  CD-PAST-CUTOFF-COUNT PIC 9(07) COMP VALUE ZERO.
002520 01  CD-UNMATCHED-COUNT   PIC 9(07) COMP VALUE ZERO.
002530 01  CD-TRAILER-BREAK-COUNT PIC 9(07) COMP VALUE ZERO.
002540 01  CD-XTR-DATE-BREAK-COUNT PIC 9(07) COMP VALUE ZERO.
002550* AGING CONTROLS -- DAYS OUTSTANDING ARE BUSINESS DAYS ON THE
002560* CDCALF CALENDAR, COUNTED FROM THE DETAIL'S RUN DATE TO THE
002570* RUN DATE OF THIS JOB THE SAME WAY CONDHOLD AGES THE HOLD
002580* QUEUE. HOLIDAYS AND WEEKENDS DO NOT COUNT. AN ITEM STILL
002590* UNACKNOWLEDGED AFTER MORE THAN THE CUTOFF IS FLAGGED AND
002600* ENDS THE RUN RC 8.
002610 01  CD-ACK-CUTOFF-DAYS   PIC 9(03) COMP VALUE 2.
002620 01  CD-DAYS-OPEN         PIC S9(05) COMP VALUE ZERO.
002630 01  CD-ITEM-DATE         PIC 9(08) VALUE ZERO.
002640 01  CD-AS-OF-IDX         PIC 9(04) COMP VALUE ZERO.
002650 01  CD-CAL-STATUS        PIC X(02) VALUE SPACES.
002660 01  CD-CAL-EOF-SW        PIC X(01) VALUE 'N'.
002670         88  CD-CAL-EOF-YES       VALUE 'Y'.
002680 01  CD-WALK-DONE-SW      PIC X(01) VALUE 'N'.
002690         88  CD-WALK-DONE         VALUE 'Y'.
002700* BUSINESS-DAY CALENDAR TABLE -- DATE AND DAY TYPE OF EVERY
002710* DAY ON CDCALF, IN DATE ORDER, LOADED AT INITIALIZE TIME.
002720 01  CD-CAL-TABLE-AREA.
002730     05  CD-CAL-LOAD-COUNT    PIC 9(04) COMP VALUE ZERO.
002740     05  CD-CAL-ENTRY OCCURS 4000 TIMES.
002750         10  CD-CE-DATE       PIC 9(08).
002760         10  CD-CE-DAY-TYPE   PIC X(01).
002770 01  CD-CE-IDX            PIC 9(04) COMP.
002780* AN UNMATCHED ACKNOWLEDGEMENT'S KEY, LAID OUT FOR THE REPORT.
002790 01  CD-WRK-MATCH-KEY.
002800     05  CD-WK-ACCT-NO        PIC 9(10).
002810     05  FILLER               PIC X(40).
002820     05  CD-WK-CHECK-VAL      PIC 9(03).
002830     05  CD-WK-RUN-DATE       PIC 9(08).
002840* TRAILER CHECK WORK FIELDS.
002850 01  CD-WRK-EXPECTED      PIC 9(15) VALUE ZERO.
002860 01  CD-WRK-ACTUAL        PIC 9(15) VALUE ZERO.
002870* REPORT LINES.
002880 01  CD-RUN-DATE-LINE.
002890     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
002900     05  CD-RL-RUN-DATE       PIC 9(08).
002910     05  FILLER               PIC X(16) VALUE
002920         '   EXTRACT DATE '.
002930     05  CD-RL-XTR-DATE       PIC 9(08).
002940     05  FILLER               PIC X(12) VALUE
002950         '   ACK DATE '.
002960     05  CD-RL-ACK-DATE       PIC 9(08).
002970     05  FILLER               PIC X(19) VALUE SPACES.
002980 01  CD-CHK-HEADING.
002990     05  FILLER               PIC X(26) VALUE 'TRAILER CHECK'.
003000     05  FILLER               PIC X(19) VALUE
003010         '               SENT'.
003020     05  FILLER               PIC X(20) VALUE
003030         '       ACKNOWLEDGED'.
003040     05  FILLER               PIC X(15) VALUE SPACES.
003050 01  CD-CHK-DETAIL.
003060     05  CD-CK-LABEL          PIC X(26).
003070     05  CD-CK-EXPECTED       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003080     05  FILLER               PIC X(01) VALUE SPACE.
003090     05  CD-CK-ACTUAL         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003100     05  FILLER               PIC X(01) VALUE SPACE.
003110     05  CD-CK-FLAG           PIC X(13).
003120 01  CD-ITEM-HEADING.
003130     05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
003140     05  FILLER               PIC X(01) VALUE SPACE.
003150     05  FILLER               PIC X(03) VALUE 'CHK'.
003160     05  FILLER               PIC X(01) VALUE SPACE.
003170     05  FILLER               PIC X(08) VALUE 'RUN DATE'.
003180     05  FILLER               PIC X(01) VALUE SPACE.
003190     05  FILLER               PIC X(03) VALUE 'SRC'.
003200     05  FILLER               PIC X(01) VALUE SPACE.
003210     05  FILLER               PIC X(12) VALUE 'STATUS'.
003220     05  FILLER               PIC X(01) VALUE SPACE.
003230     05  FILLER               PIC X(03) VALUE 'DAY'.
003240     05  FILLER               PIC X(01) VALUE SPACE.
003250     05  FILLER               PIC X(04) VALUE 'RSN'.
003260     05  FILLER               PIC X(01) VALUE SPACE.
003270     05  FILLER               PIC X(30) VALUE
003280         'POSTING SHOP REASON'.
003290 01  CD-ITEM-DETAIL.
003300     05  CD-ID-ACCT-NO        PIC 9(10).
003310     05  FILLER               PIC X(01) VALUE SPACE.
003320     05  CD-ID-CHECK-VAL      PIC 9(03).
003330     05  FILLER               PIC X(01) VALUE SPACE.
003340     05  CD-ID-RUN-DATE       PIC 9(08).
003350     05  FILLER               PIC X(01) VALUE SPACE.
003360     05  CD-ID-SOURCE-ID      PIC X(03).
003370     05  FILLER               PIC X(01) VALUE SPACE.
003380     05  CD-ID-STATUS         PIC X(12).
003390     05  FILLER               PIC X(01) VALUE SPACE.
003400     05  CD-ID-DAYS           PIC ZZ9.
003410     05  FILLER               PIC X(01) VALUE SPACE.
003420     05  CD-ID-REASON         PIC X(04).
003430     05  FILLER               PIC X(01) VALUE SPACE.
003440     05  CD-ID-TEXT           PIC X(30).
003450* EDITED LINE USED TO BUILD THE REPORT TOTALS.
003460 01  CD-SUMMARY-LINE.
003470     05  CD-SL-LABEL          PIC X(30).
003480     05  CD-SL-COUNT          PIC Z,ZZZ,ZZ9.

003490 PROCEDURE DIVISION.

003500*----------------------------------------------------------------
003510* 0000-MAINLINE
003520*     DRIVES THE ACKNOWLEDGEMENT RECONCILIATION FROM OPEN
003530*     THROUGH CLOSE.
003540*----------------------------------------------------------------
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     PERFORM 2000-PROCESS-DETAIL THRU 2000-EXIT
003580         UNTIL CD-PASS-EOF-YES.
003590     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003600     STOP RUN.

003610*----------------------------------------------------------------
003620* 1000-INITIALIZE
003630*     LOADS THE CALENDAR AND FINDS THE RUN DATE ON IT, LOADS
003640*     THE ACKNOWLEDGEMENTS, OPENS THE FILES, CHECKS THAT
003650*     CDPASSI STARTS WITH THE EXTRACT HEADER, AND PRIMES THE
003660*     DETAIL READ LOOP.
003670*----------------------------------------------------------------
003680 1000-INITIALIZE.
003690     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
003700     ACCEPT CD-WRK-TIME FROM TIME.
003710     MOVE CD-WT-HHMMSS TO CD-START-TIME.
003720     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT.
003730     PERFORM 1045-FIND-AS-OF-DAY THRU 1045-EXIT.
003740     PERFORM 1010-LOAD-ACKS THRU 1010-EXIT.
003750     OPEN INPUT CD-PASS-FILE.
003760     READ CD-PASS-FILE
003770         AT END
003780             DISPLAY 'CDPASSI IS EMPTY -- NO PASS EXTRACT TO'
003790                 ' RECONCILE. RUN CANCELLED.'
003800             MOVE 16 TO RETURN-CODE
003810             STOP RUN
003820     END-READ.
003830     IF CD-PH-REC-TYPE NOT = 'H'
003840         DISPLAY 'CDPASSI DOES NOT START WITH THE EXTRACT'
003850             ' HEADER -- RUN CANCELLED.'
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     MOVE CD-PH-FILE-DATE TO CD-XTR-FILE-DATE.
003900     OPEN OUTPUT CD-OPEN-FILE.
003910     OPEN OUTPUT CD-CORR-FILE.
003920     OPEN OUTPUT CD-RPT-FILE.
003930     MOVE 'CONDACKR -- POSTING ACKNOWLEDGEMENT RECONCILIATION'
003940         TO CD-RPT-RECORD.
003950     WRITE CD-RPT-RECORD.
003960     MOVE CD-RUN-DATE         TO CD-RL-RUN-DATE.
003970     MOVE CD-XTR-FILE-DATE    TO CD-RL-XTR-DATE.
003980     MOVE CD-ACK-FILE-DATE    TO CD-RL-ACK-DATE.
003990     MOVE CD-RUN-DATE-LINE    TO CD-RPT-RECORD.
004000     WRITE CD-RPT-RECORD.
004010     IF NOT CD-ACK-FILE-FOUND
004020         MOVE '*** NO ACKNOWLEDGEMENT FILE RECEIVED ***'
004030             TO CD-RPT-RECORD
004040         WRITE CD-RPT-RECORD
004050     END-IF.
004060     MOVE SPACES              TO CD-RPT-RECORD.
004070     WRITE CD-RPT-RECORD.
004080     MOVE CD-ITEM-HEADING     TO CD-RPT-RECORD.
004090     WRITE CD-RPT-RECORD.
004100     PERFORM 2900-READ-PASS THRU 2900-EXIT.
004110 1000-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140* 1010-LOAD-ACKS
004150*     LOADS THE ACKNOWLEDGEMENT DETAILS INTO THE IN-CORE
004160*     TABLE AND CAPTURES THE HEADER DATE AND THE TRAILER. A
004170*     MISSING OR EMPTY FILE IS NOT FATAL -- IT IS EXACTLY THE
004180*     DROPPED-FILE CASE THIS RUN EXISTS TO CATCH, SO EVERY
004190*     DETAIL SIMPLY STAYS OPEN.
004200*----------------------------------------------------------------
004210 1010-LOAD-ACKS.
004220     OPEN INPUT CD-ACK-FILE.
004230     IF CD-ACK-STATUS NOT = '00'
004240         DISPLAY 'CDACKF NOT AVAILABLE, STATUS ' CD-ACK-STATUS
004250             ' -- ALL DETAILS STAY OPEN'
004260         GO TO 1010-EXIT
004270     END-IF.
004280     MOVE 'N' TO CD-ACK-EOF-SW.
004290     PERFORM 1015-LOAD-ONE-ACK THRU 1015-EXIT
004300         UNTIL CD-ACK-EOF-YES.
004310     CLOSE CD-ACK-FILE.
004320     IF CD-ACK-HDR-SEEN
004330         MOVE 'Y' TO CD-ACK-FOUND-SW
004340     ELSE
004350         DISPLAY 'CDACKF HAS NO HEADER -- ALL DETAILS STAY OPEN'
004360     END-IF.
004370     DISPLAY 'ACKNOWLEDGEMENTS LOADED, ' CD-ACK-LOAD-COUNT
004380         ' DETAILS'.
004390 1010-EXIT.
004400     EXIT.

004410*----------------------------------------------------------------
004420* 1015-LOAD-ONE-ACK
004430*     READS ONE ACKNOWLEDGEMENT RECORD. TRAILER TOTALS ARE ADDED
004440*     UP, IN CASE THE ANSWER COMES BACK ONE FRAME PER STREAM. A
004450*     DETAIL WITH A FLAG OTHER THAN 'A' OR 'R' IS COUNTED AND
004460*     DROPPED, SO ITS EXTRACT DETAIL STAYS OPEN. A FILE LARGER
004470*     THAN THE TABLE CANCELS THE RUN RATHER THAN SILENTLY LOSING
004480*     VERDICTS.
004490*----------------------------------------------------------------
004500 1015-LOAD-ONE-ACK.
004510     READ CD-ACK-FILE
004520         AT END
004530             MOVE 'Y' TO CD-ACK-EOF-SW
004540             GO TO 1015-EXIT
004550     END-READ.
004560     IF CD-KH-REC-TYPE = 'H'
004570         MOVE 'Y' TO CD-ACK-HDR-SW
004580         MOVE CD-KH-FILE-DATE TO CD-ACK-FILE-DATE
004590         GO TO 1015-EXIT.
004600     IF CD-KT-REC-TYPE = 'T'
004610         MOVE 'Y' TO CD-ACK-TRL-SW
004620         ADD CD-KT-RECV-COUNT   TO CD-ACK-RECV-COUNT
004630         ADD CD-KT-HASH-NUM1    TO CD-ACK-HASH-NUM1
004640         ADD CD-KT-HASH-NUM2    TO CD-ACK-HASH-NUM2
004650         ADD CD-KT-HASH-NUM3    TO CD-ACK-HASH-NUM3
004660         ADD CD-KT-HASH-NUM4    TO CD-ACK-HASH-NUM4
004670         ADD CD-KT-ACCEPT-COUNT TO CD-ACK-TRL-ACCEPT
004680         ADD CD-KT-REJECT-COUNT TO CD-ACK-TRL-REJECT
004690         GO TO 1015-EXIT.
004700     IF CD-KD-REC-TYPE NOT = 'D'
004710         GO TO 1015-EXIT.
004720     IF CD-KD-ACCEPTED
004730         ADD 1 TO CD-ACK-READ-ACCEPT
004740     ELSE
004750         IF CD-KD-REJECTED
004760             ADD 1 TO CD-ACK-READ-REJECT
004770         ELSE
004780             ADD 1 TO CD-ACK-BAD-FLAG-COUNT
004790             DISPLAY 'ACKNOWLEDGEMENT FOR ACCOUNT ' CD-KD-ACCT-NO
004800                 ' HAS INVALID FLAG ' CD-KD-ACK-FLAG
004810                 ' -- DROPPED'
004820             GO TO 1015-EXIT
004830         END-IF
004840     END-IF.
004850     IF CD-ACK-LOAD-COUNT >= 9000
004860         DISPLAY 'CDACKF EXCEEDS THE 9000-ENTRY TABLE'
004870             ' -- RUN CANCELLED'
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     ADD 1 TO CD-ACK-LOAD-COUNT.
004920     MOVE CD-KD-MATCH-KEY
004930         TO CD-AT-MATCH-KEY (CD-ACK-LOAD-COUNT).
004940     MOVE CD-KD-SOURCE-ID
004950         TO CD-AT-SOURCE-ID (CD-ACK-LOAD-COUNT).
004960     MOVE CD-KD-ACK-FLAG
004970         TO CD-AT-ACK-FLAG (CD-ACK-LOAD-COUNT).
004980     MOVE CD-KD-REJ-REASON
004990         TO CD-AT-REJ-REASON (CD-ACK-LOAD-COUNT).
005000     MOVE CD-KD-REJ-TEXT
005010         TO CD-AT-REJ-TEXT (CD-ACK-LOAD-COUNT).
005020     MOVE 'N' TO CD-AT-USED-SW (CD-ACK-LOAD-COUNT).
005030 1015-EXIT.
005040     EXIT.

005050*----------------------------------------------------------------
005060* 1040-LOAD-CALENDAR
005070*     LOADS THE BUSINESS-DAY CALENDAR. DETAILS CANNOT BE AGED
005080*     WITHOUT IT, SO A MISSING, EMPTY, OVERSIZED OR OUT-OF-ORDER
005090*     CALENDAR CANCELS THE RUN.
005100*----------------------------------------------------------------
005110 1040-LOAD-CALENDAR.
005120     OPEN INPUT CD-CAL-FILE.
005130     IF CD-CAL-STATUS NOT = '00'
005140         DISPLAY 'CDCALF OPEN FAILED, STATUS ' CD-CAL-STATUS
005150         DISPLAY 'CALENDAR IS REQUIRED -- RUN CANCELLED'
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190     MOVE 'N' TO CD-CAL-EOF-SW.
005200     PERFORM 1042-LOAD-ONE-DAY THRU 1042-EXIT
005210         UNTIL CD-CAL-EOF-YES.
005220     CLOSE CD-CAL-FILE.
005230     IF CD-CAL-LOAD-COUNT = ZERO
005240         DISPLAY 'CDCALF IS EMPTY -- RUN CANCELLED'
005250         MOVE 16 TO RETURN-CODE
005260         STOP RUN
005270     END-IF.
005280 1040-EXIT.
005290     EXIT.

005300*----------------------------------------------------------------
005310* 1042-LOAD-ONE-DAY
005320*     READS ONE CALENDAR DAY INTO THE NEXT TABLE SLOT.
005330*----------------------------------------------------------------
005340 1042-LOAD-ONE-DAY.
005350     READ CD-CAL-FILE
005360         AT END
005370             MOVE 'Y' TO CD-CAL-EOF-SW
005380             GO TO 1042-EXIT
005390     END-READ.
005400     IF CD-CAL-LOAD-COUNT >= 4000
005410         DISPLAY 'CALENDAR EXCEEDS THE 4000-DAY TABLE -- RUN'
005420             ' CANCELLED'
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460     IF CD-CAL-DATE IS NOT NUMERIC
005470         DISPLAY 'CDCALF DATE ' CD-CAL-DATE
005480             ' IS NOT NUMERIC -- RUN CANCELLED'
005490         MOVE 16 TO RETURN-CODE
005500         STOP RUN
005510     END-IF.
005520     IF CD-CAL-LOAD-COUNT > ZERO
005530         IF CD-CAL-DATE NOT > CD-CE-DATE (CD-CAL-LOAD-COUNT)
005540             DISPLAY 'CDCALF DATE ' CD-CAL-DATE
005550                 ' IS OUT OF ORDER -- RUN CANCELLED'
005560             MOVE 16 TO RETURN-CODE
005570             STOP RUN
005580         END-IF
005590     END-IF.
005600     ADD 1 TO CD-CAL-LOAD-COUNT.
005610     MOVE CD-CAL-DATE     TO CD-CE-DATE (CD-CAL-LOAD-COUNT).
005620     MOVE CD-CAL-DAY-TYPE TO CD-CE-DAY-TYPE (CD-CAL-LOAD-COUNT).
005630 1042-EXIT.
005640     EXIT.

005650*----------------------------------------------------------------
005660* 1045-FIND-AS-OF-DAY
005670*     FINDS THE RUN DATE ON THE CALENDAR -- DETAILS ARE AGED AS
005680*     OF THE DAY THE ACKNOWLEDGEMENT IS RECONCILED. A DAY NOT ON
005690*     THE CALENDAR CANCELS THE RUN -- THE CALENDAR NEEDS ITS
005700*     YEAR GENERATED.
005710*----------------------------------------------------------------
005720 1045-FIND-AS-OF-DAY.
005730     MOVE ZERO TO CD-AS-OF-IDX.
005740     PERFORM 1047-TEST-ONE-DAY THRU 1047-EXIT
005750         VARYING CD-CE-IDX FROM CD-CAL-LOAD-COUNT BY -1
005760         UNTIL CD-CE-IDX < 1
005770             OR CD-AS-OF-IDX > ZERO.
005780     IF CD-AS-OF-IDX = ZERO
005790         DISPLAY 'RUN DATE ' CD-RUN-DATE
005800             ' IS NOT ON THE CALENDAR -- RUN CANCELLED'
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840 1045-EXIT.
005850     EXIT.

005860*----------------------------------------------------------------
005870* 1047-TEST-ONE-DAY
005880*     TESTS ONE CALENDAR DAY AGAINST THE RUN DATE.
005890*----------------------------------------------------------------
005900 1047-TEST-ONE-DAY.
005910     IF CD-CE-DATE (CD-CE-IDX) = CD-RUN-DATE
005920         MOVE CD-CE-IDX TO CD-AS-OF-IDX.
005930 1047-EXIT.
005940     EXIT.

005950*----------------------------------------------------------------
005960* 2000-PROCESS-DETAIL
005970*     MATCHES ONE EXTRACT OR OPEN-ITEM DETAIL AGAINST THE
005980*     ACKNOWLEDGEMENT TABLE AND CLOSES, REJECTS OR CARRIES IT.
005990*----------------------------------------------------------------
006000 2000-PROCESS-DETAIL.
006010     ADD 1 TO CD-DETAIL-READ-COUNT.
006020     PERFORM 2010-MATCH-ACK THRU 2010-EXIT.
006030     IF NOT CD-ACK-MATCHED
006040         PERFORM 2200-CARRY-OPEN THRU 2200-EXIT
006050         GO TO 2000-NEXT.
006060     MOVE 'Y' TO CD-AT-USED-SW (CD-MATCH-IDX).
006070     IF CD-AT-ACK-FLAG (CD-MATCH-IDX) = 'A'
006080         ADD 1 TO CD-ACCEPTED-COUNT
006090     ELSE
006100         PERFORM 2100-REJECT-DETAIL THRU 2100-EXIT
006110     END-IF.
006120 2000-NEXT.
006130     PERFORM 2900-READ-PASS THRU 2900-EXIT.
006140 2000-EXIT.
006150     EXIT.

006160*----------------------------------------------------------------
006170* 2010-MATCH-ACK
006180*     SEARCHES THE ACKNOWLEDGEMENT TABLE FOR AN UNUSED ENTRY
006190*     MATCHING THE CURRENT DETAIL ON ACCOUNT, VALUE SET AND
006200*     RUN DATE.
006210*----------------------------------------------------------------
006220 2010-MATCH-ACK.
006230     MOVE 'N'  TO CD-MATCH-SW.
006240     MOVE ZERO TO CD-MATCH-IDX.
006250     PERFORM 2015-TEST-ONE-ACK THRU 2015-EXIT
006260         VARYING CD-AK-IDX FROM 1 BY 1
006270         UNTIL CD-AK-IDX > CD-ACK-LOAD-COUNT
006280             OR CD-ACK-MATCHED.
006290 2010-EXIT.
006300     EXIT.

006310*----------------------------------------------------------------
006320* 2015-TEST-ONE-ACK
006330*     TESTS ONE ACKNOWLEDGEMENT TABLE ENTRY AGAINST THE
006340*     CURRENT DETAIL.
006350*----------------------------------------------------------------
006360 2015-TEST-ONE-ACK.
006370     IF CD-AT-USED-SW (CD-AK-IDX) = 'N' AND
006380        CD-AT-MATCH-KEY (CD-AK-IDX) = CD-PX-MATCH-KEY
006390         MOVE 'Y' TO CD-MATCH-SW
006400         MOVE CD-AK-IDX TO CD-MATCH-IDX.
006410 2015-EXIT.
006420     EXIT.

006430*----------------------------------------------------------------
006440* 2100-REJECT-DETAIL
006450*     THE POSTING SHOP REJECTED THIS DETAIL. IT IS LISTED WITH
006460*     THEIR REASON AND WRITTEN AS A CORRECTION RECORD FOR THE
006470*     CONDRSUB INTAKE.
006480*----------------------------------------------------------------
006490 2100-REJECT-DETAIL.
006500     ADD 1 TO CD-REJECTED-COUNT.
006510     MOVE CD-PX-NUM1          TO CD-R-NUM1.
006520     MOVE CD-PX-NUM2          TO CD-R-NUM2.
006530     MOVE CD-PX-NUM3          TO CD-R-NUM3.
006540     MOVE CD-PX-NUM4          TO CD-R-NUM4.
006550     MOVE CD-PX-CLASS1        TO CD-R-CLASS1.
006560     MOVE CD-PX-CHECK-VAL     TO CD-R-CHECK-VAL.
006570     MOVE CD-PX-ACCT-NO       TO CD-R-ACCT-NO.
006580     MOVE CD-PX-SOURCE-ID     TO CD-R-SOURCE-ID.
006590     WRITE CD-CORR-RECORD.
006600     PERFORM 2800-FILL-ITEM-LINE THRU 2800-EXIT.
006610     MOVE 'REJECTED'          TO CD-ID-STATUS.
006620     MOVE ZERO                TO CD-ID-DAYS.
006630     MOVE CD-AT-REJ-REASON (CD-MATCH-IDX) TO CD-ID-REASON.
006640     MOVE CD-AT-REJ-TEXT (CD-MATCH-IDX)   TO CD-ID-TEXT.
006650     MOVE CD-ITEM-DETAIL      TO CD-RPT-RECORD.
006660     WRITE CD-RPT-RECORD.
006670     DISPLAY 'ACCOUNT ' CD-PX-ACCT-NO ' -- PASS DETAIL REJECTED'
006680         ' BY POSTING, REASON ' CD-AT-REJ-REASON (CD-MATCH-IDX).
006690 2100-EXIT.
006700     EXIT.

006710*----------------------------------------------------------------
006720* 2200-CARRY-OPEN
006730*     NO ACKNOWLEDGEMENT MATCHED THIS DETAIL. IT IS WRITTEN TO
006740*     THE NEW OPEN-ITEMS FILE AND LISTED, FLAGGED WHEN IT HAS
006750*     WAITED LONGER THAN THE CUTOFF.
006760*----------------------------------------------------------------
006770 2200-CARRY-OPEN.
006780     ADD 1 TO CD-OPEN-COUNT.
006790     MOVE CD-PASS-DETAIL      TO CD-OPEN-RECORD.
006800     WRITE CD-OPEN-RECORD.
006810     MOVE ZERO TO CD-DAYS-OPEN.
006820     IF CD-PX-RUN-DATE IS NUMERIC AND CD-PX-RUN-DATE > ZERO
006830         MOVE CD-PX-RUN-DATE TO CD-ITEM-DATE
006840         PERFORM 2220-COUNT-BUSINESS-DAYS THRU 2220-EXIT
006850     END-IF.
006860     PERFORM 2800-FILL-ITEM-LINE THRU 2800-EXIT.
006870     MOVE CD-DAYS-OPEN        TO CD-ID-DAYS.
006880     MOVE SPACES              TO CD-ID-REASON.
006890     MOVE SPACES              TO CD-ID-TEXT.
006900     IF CD-DAYS-OPEN > CD-ACK-CUTOFF-DAYS
006910         ADD 1 TO CD-PAST-CUTOFF-COUNT
006920         MOVE '*PAST CUTOFF' TO CD-ID-STATUS
006930     ELSE
006940         MOVE 'NOT ACKED'    TO CD-ID-STATUS
006950     END-IF.
006960     MOVE CD-ITEM-DETAIL      TO CD-RPT-RECORD.
006970     WRITE CD-RPT-RECORD.
006980 2200-EXIT.
006990     EXIT.

007000*----------------------------------------------------------------
007010* 2220-COUNT-BUSINESS-DAYS
007020*     COUNTS THE BUSINESS DAYS AFTER CD-ITEM-DATE UP TO AND
007030*     INCLUDING THE RUN DATE -- HOLIDAYS AND WEEKENDS DO NOT
007040*     COUNT. A DETAIL DATED BEFORE THE FIRST DAY ON THE CALENDAR
007050*     CANNOT BE COUNTED AND TAKES 999, WELL OVER THE CUTOFF.
007060*----------------------------------------------------------------
007070 2220-COUNT-BUSINESS-DAYS.
007080     MOVE ZERO TO CD-DAYS-OPEN.
007090     MOVE 'N' TO CD-WALK-DONE-SW.
007100     PERFORM 2225-COUNT-ONE-DAY THRU 2225-EXIT
007110         VARYING CD-CE-IDX FROM CD-AS-OF-IDX BY -1
007120         UNTIL CD-CE-IDX < 1
007130             OR CD-WALK-DONE.
007140     IF NOT CD-WALK-DONE OR CD-DAYS-OPEN > 999
007150         MOVE 999 TO CD-DAYS-OPEN
007160     END-IF.
007170 2220-EXIT.
007180     EXIT.

007190*----------------------------------------------------------------
007200* 2225-COUNT-ONE-DAY
007210*     COUNTS ONE CALENDAR DAY IF IT IS A BUSINESS DAY, AND
007220*     STOPS THE WALK AT THE DETAIL'S RUN DATE.
007230*----------------------------------------------------------------
007240 2225-COUNT-ONE-DAY.
007250     IF CD-CE-DATE (CD-CE-IDX) NOT > CD-ITEM-DATE
007260         MOVE 'Y' TO CD-WALK-DONE-SW
007270         GO TO 2225-EXIT.
007280     IF CD-CE-DAY-TYPE (CD-CE-IDX) = 'B'
007290         ADD 1 TO CD-DAYS-OPEN.
007300 2225-EXIT.
007310     EXIT.

007320*----------------------------------------------------------------
007330* 2800-FILL-ITEM-LINE
007340*     MOVES THE CURRENT DETAIL'S KEY FIELDS TO THE REPORT LINE.
007350*----------------------------------------------------------------
007360 2800-FILL-ITEM-LINE.
007370     MOVE CD-PX-ACCT-NO       TO CD-ID-ACCT-NO.
007380     MOVE CD-PX-CHECK-VAL     TO CD-ID-CHECK-VAL.
007390     MOVE CD-PX-RUN-DATE      TO CD-ID-RUN-DATE.
007400     MOVE CD-PX-SOURCE-ID     TO CD-ID-SOURCE-ID.
007410 2800-EXIT.
007420     EXIT.

007430*----------------------------------------------------------------
007440* 2900-READ-PASS
007450*     READS THE NEXT DETAIL FROM CDPASSI. EACH 'T' TRAILER IS
007460*     ADDED TO THE EXTRACT TOTALS FOR THE TRAILER CHECK -- A
007470*     SPLIT NIGHT'S EXTRACT HAS ONE PER STREAM -- AND EACH 'H'
007480*     HEADER AFTER THE FIRST IS CHECKED FOR THE SAME FILE DATE.
007490*     ANY OTHER NON-DETAIL RECORD IS SKIPPED.
007500*----------------------------------------------------------------
007510 2900-READ-PASS.
007520     READ CD-PASS-FILE
007530         AT END
007540             MOVE 'Y' TO CD-PASS-EOF-SW
007550             GO TO 2900-EXIT
007560     END-READ.
007570     IF CD-PT-REC-TYPE = 'T'
007580         MOVE 'Y' TO CD-PASS-TRL-SW
007590         ADD CD-PT-PASS-COUNT TO CD-XTR-COUNT
007600         ADD CD-PT-HASH-NUM1  TO CD-XTR-HASH-NUM1
007610         ADD CD-PT-HASH-NUM2  TO CD-XTR-HASH-NUM2
007620         ADD CD-PT-HASH-NUM3  TO CD-XTR-HASH-NUM3
007630         ADD CD-PT-HASH-NUM4  TO CD-XTR-HASH-NUM4
007640         GO TO 2900-READ-PASS.
007650     IF CD-PH-REC-TYPE = 'H'
007660         IF CD-PH-FILE-DATE NOT = CD-XTR-FILE-DATE
007670             ADD 1 TO CD-XTR-DATE-BREAK-COUNT
007680             DISPLAY 'CDPASSI HEADER DATED ' CD-PH-FILE-DATE
007690                 ' -- THE FIRST HEADER IS DATED ' CD-XTR-FILE-DATE
007700         END-IF
007710         GO TO 2900-READ-PASS.
007720     IF CD-PX-REC-TYPE NOT = 'D'
007730         GO TO 2900-READ-PASS.
007740 2900-EXIT.
007750     EXIT.

007760*----------------------------------------------------------------
007770* 3000-TERMINATE
007780*     LISTS ACKNOWLEDGEMENTS THAT MATCHED NOTHING, PROVES THE
007790*     TRAILERS, PRINTS THE TOTALS, CLOSES THE FILES AND SETS
007800*     THE CONDITION CODE.
007810*----------------------------------------------------------------
007820 3000-TERMINATE.
007830     PERFORM 3010-CHECK-ONE-UNUSED THRU 3010-EXIT
007840         VARYING CD-AK-IDX FROM 1 BY 1
007850         UNTIL CD-AK-IDX > CD-ACK-LOAD-COUNT.
007860     PERFORM 3100-CHECK-TRAILERS THRU 3100-EXIT.
007870     MOVE SPACES                TO CD-RPT-RECORD.
007880     WRITE CD-RPT-RECORD.
007890     MOVE 'DETAILS RECONCILED'  TO CD-SL-LABEL.
007900     MOVE CD-DETAIL-READ-COUNT  TO CD-SL-COUNT.
007910     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
007920     WRITE CD-RPT-RECORD.
007930     MOVE 'ACCEPTED BY POSTING' TO CD-SL-LABEL.
007940     MOVE CD-ACCEPTED-COUNT     TO CD-SL-COUNT.
007950     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
007960     WRITE CD-RPT-RECORD.
007970     MOVE 'REJECTED -- TO CORRECTION' TO CD-SL-LABEL.
007980     MOVE CD-REJECTED-COUNT     TO CD-SL-COUNT.
007990     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
008000     WRITE CD-RPT-RECORD.
008010     MOVE 'NOT ACKNOWLEDGED'    TO CD-SL-LABEL.
008020     MOVE CD-OPEN-COUNT         TO CD-SL-COUNT.
008030     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
008040     WRITE CD-RPT-RECORD.
008050     MOVE 'OUTSTANDING PAST CUTOFF' TO CD-SL-LABEL.
008060     MOVE CD-PAST-CUTOFF-COUNT  TO CD-SL-COUNT.
008070     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
008080     WRITE CD-RPT-RECORD.
008090     MOVE 'ACKS MATCHING NO DETAIL' TO CD-SL-LABEL.
008100     MOVE CD-UNMATCHED-COUNT    TO CD-SL-COUNT.
008110     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
008120     WRITE CD-RPT-RECORD.
008130     MOVE 'ACKS WITH INVALID FLAG' TO CD-SL-LABEL.
008140     MOVE CD-ACK-BAD-FLAG-COUNT TO CD-SL-COUNT.
008150     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
008160     WRITE CD-RPT-RECORD.
008170     MOVE 'TRAILER DISAGREEMENTS' TO CD-SL-LABEL.
008180     MOVE CD-TRAILER-BREAK-COUNT TO CD-SL-COUNT.
008190     MOVE CD-SUMMARY-LINE       TO CD-RPT-RECORD.
008200     WRITE CD-RPT-RECORD.
008210     CLOSE CD-PASS-FILE.
008220     CLOSE CD-OPEN-FILE.
008230     CLOSE CD-CORR-FILE.
008240     CLOSE CD-RPT-FILE.
008250     DISPLAY 'CONDACKR COMPLETE -- ' CD-DETAIL-READ-COUNT
008260         ' DETAILS, ' CD-ACCEPTED-COUNT ' ACCEPTED, '
008270         CD-REJECTED-COUNT ' REJECTED, ' CD-OPEN-COUNT
008280         ' OPEN (' CD-PAST-CUTOFF-COUNT ' PAST CUTOFF).'.
008290     IF CD-REJECTED-COUNT > ZERO
008300        OR CD-UNMATCHED-COUNT > ZERO
008310        OR CD-ACK-BAD-FLAG-COUNT > ZERO
008320        OR CD-TRAILER-BREAK-COUNT > ZERO
008330         MOVE 4 TO RETURN-CODE
008340     END-IF.
008350     IF CD-PAST-CUTOFF-COUNT > ZERO
008360         DISPLAY 'CONDACKR -- ' CD-PAST-CUTOFF-COUNT
008370             ' PASS DETAILS UNACKNOWLEDGED PAST THE CUTOFF.'
008380         MOVE 8 TO RETURN-CODE
008390     END-IF.
008400     PERFORM 3900-WRITE-RUN-STATUS THRU 3900-EXIT.
008410 3000-EXIT.
008420     EXIT.

008430*----------------------------------------------------------------
008440* 3010-CHECK-ONE-UNUSED
008450*     LISTS ONE ACKNOWLEDGEMENT THAT MATCHED NO DETAIL WE
008460*     SENT OR STILL HOLD OPEN -- A DOUBLE ACKNOWLEDGEMENT, OR
008470*     A DETAIL THE POSTING SHOP ALTERED IN TRANSIT.
008480*----------------------------------------------------------------
008490 3010-CHECK-ONE-UNUSED.
008500     IF CD-AT-USED-SW (CD-AK-IDX) NOT = 'N'
008510         GO TO 3010-EXIT.
008520     ADD 1 TO CD-UNMATCHED-COUNT.
008530     MOVE CD-AT-MATCH-KEY (CD-AK-IDX) TO CD-WRK-MATCH-KEY.
008540     MOVE CD-WK-ACCT-NO       TO CD-ID-ACCT-NO.
008550     MOVE CD-WK-CHECK-VAL     TO CD-ID-CHECK-VAL.
008560     MOVE CD-WK-RUN-DATE      TO CD-ID-RUN-DATE.
008570     MOVE CD-AT-SOURCE-ID (CD-AK-IDX) TO CD-ID-SOURCE-ID.
008580     MOVE 'ACK NO MATCH'      TO CD-ID-STATUS.
008590     MOVE ZERO                TO CD-ID-DAYS.
008600     MOVE CD-AT-REJ-REASON (CD-AK-IDX) TO CD-ID-REASON.
008610     MOVE CD-AT-REJ-TEXT (CD-AK-IDX)   TO CD-ID-TEXT.
008620     MOVE CD-ITEM-DETAIL      TO CD-RPT-RECORD.
008630     WRITE CD-RPT-RECORD.
008640 3010-EXIT.
008650     EXIT.

008660*----------------------------------------------------------------
008670* 3100-CHECK-TRAILERS
008680*     PROVES THE ACKNOWLEDGEMENT TRAILER AGAINST THE TRAILER
008690*     OF THE EXTRACT IT ANSWERS (FILE DATE, COUNT, NUM1-NUM4
008700*     HASHES) AND AGAINST ITS OWN DETAILS (ACCEPTED AND
008710*     REJECTED COUNTS). EXTRACT HEADERS THAT DISAGREE ON THE
008720*     FILE DATE ARE ONE DISAGREEMENT. WITH NO ACKNOWLEDGEMENT
008730*     FILE AT ALL THERE IS NOTHING TO PROVE, AND THAT ALONE IS
008740*     ONE DISAGREEMENT.
008750*----------------------------------------------------------------
008760 3100-CHECK-TRAILERS.
008770     MOVE SPACES TO CD-RPT-RECORD.
008780     WRITE CD-RPT-RECORD.
008790     IF CD-XTR-DATE-BREAK-COUNT > ZERO
008800         ADD 1 TO CD-TRAILER-BREAK-COUNT
008810         MOVE '*** EXTRACT HEADERS CARRY MORE THAN ONE FILE DATE'
008820             TO CD-RPT-RECORD
008830         WRITE CD-RPT-RECORD
008840     END-IF.
008850     IF NOT CD-ACK-FILE-FOUND
008860         ADD 1 TO CD-TRAILER-BREAK-COUNT
008870         MOVE 'TRAILER CHECK -- NO ACKNOWLEDGEMENT FILE'
008880             TO CD-RPT-RECORD
008890         WRITE CD-RPT-RECORD
008900         GO TO 3100-EXIT.
008910     MOVE CD-CHK-HEADING TO CD-RPT-RECORD.
008920     WRITE CD-RPT-RECORD.
008930     IF CD-ACK-FILE-DATE NOT = CD-XTR-FILE-DATE
008940         ADD 1 TO CD-TRAILER-BREAK-COUNT
008950         MOVE '*** ACK FILE DATE DOES NOT MATCH THE EXTRACT ***'
008960             TO CD-RPT-RECORD
008970         WRITE CD-RPT-RECORD
008980     END-IF.
008990     IF NOT CD-ACK-TRL-SEEN
009000         ADD 1 TO CD-TRAILER-BREAK-COUNT
009010         MOVE '*** ACKNOWLEDGEMENT FILE HAS NO TRAILER ***'
009020             TO CD-RPT-RECORD
009030         WRITE CD-RPT-RECORD
009040         GO TO 3100-EXIT.
009050     MOVE CD-XTR-COUNT        TO CD-WRK-EXPECTED.
009060     MOVE CD-ACK-RECV-COUNT   TO CD-WRK-ACTUAL.
009070     MOVE 'DETAILS RECEIVED          ' TO CD-CK-LABEL.
009080     PERFORM 3110-CHECK-ONE THRU 3110-EXIT.
009090     MOVE CD-XTR-HASH-NUM1    TO CD-WRK-EXPECTED.
009100     MOVE CD-ACK-HASH-NUM1    TO CD-WRK-ACTUAL.
009110     MOVE 'HASH TOTAL NUM1           ' TO CD-CK-LABEL.
009120     PERFORM 3110-CHECK-ONE THRU 3110-EXIT.
009130     MOVE CD-XTR-HASH-NUM2    TO CD-WRK-EXPECTED.
009140     MOVE CD-ACK-HASH-NUM2    TO CD-WRK-ACTUAL.
009150     MOVE 'HASH TOTAL NUM2           ' TO CD-CK-LABEL.
009160     PERFORM 3110-CHECK-ONE THRU 3110-EXIT.
009170     MOVE CD-XTR-HASH-NUM3    TO CD-WRK-EXPECTED.
009180     MOVE CD-ACK-HASH-NUM3    TO CD-WRK-ACTUAL.
009190     MOVE 'HASH TOTAL NUM3           ' TO CD-CK-LABEL.
009200     PERFORM 3110-CHECK-ONE THRU 3110-EXIT.
009210     MOVE CD-XTR-HASH-NUM4    TO CD-WRK-EXPECTED.
009220     MOVE CD-ACK-HASH-NUM4    TO CD-WRK-ACTUAL.
009230     MOVE 'HASH TOTAL NUM4           ' TO CD-CK-LABEL.
009240     PERFORM 3110-CHECK-ONE THRU 3110-EXIT.
009250     MOVE CD-ACK-TRL-ACCEPT   TO CD-WRK-EXPECTED.
009260     MOVE CD-ACK-READ-ACCEPT  TO CD-WRK-ACTUAL.
009270     MOVE 'ACK TRAILER ACCEPTED      ' TO CD-CK-LABEL.
009280     PERFORM 3110-CHECK-ONE THRU 3110-EXIT.
009290     MOVE CD-ACK-TRL-REJECT   TO CD-WRK-EXPECTED.
009300     MOVE CD-ACK-READ-REJECT  TO CD-WRK-ACTUAL.
009310     MOVE 'ACK TRAILER REJECTED      ' TO CD-CK-LABEL.
009320     PERFORM 3110-CHECK-ONE THRU 3110-EXIT.
009330 3100-EXIT.
009340     EXIT.

009350*----------------------------------------------------------------
009360* 3110-CHECK-ONE
009370*     PRINTS ONE TRAILER CHECK LINE AND COUNTS A DISAGREEMENT.
009380*----------------------------------------------------------------
009390 3110-CHECK-ONE.
009400     MOVE CD-WRK-EXPECTED TO CD-CK-EXPECTED.
009410     MOVE CD-WRK-ACTUAL   TO CD-CK-ACTUAL.
009420     IF CD-WRK-EXPECTED = CD-WRK-ACTUAL
009430         MOVE 'OK'            TO CD-CK-FLAG
009440     ELSE
009450         MOVE '*** OUT ***'   TO CD-CK-FLAG
009460         ADD 1 TO CD-TRAILER-BREAK-COUNT
009470     END-IF.
009480     MOVE CD-CHK-DETAIL TO CD-RPT-RECORD.
009490     WRITE CD-RPT-RECORD.
009500 3110-EXIT.
009510     EXIT.

009520*----------------------------------------------------------------
009530* 3900-WRITE-RUN-STATUS
009540*     APPENDS THIS STEP'S RECORD TO THE SHARED RUN-STATUS
009550*     FILE FOR THE CONDOPSR OPERATIONS FLOW REPORT.
009560*----------------------------------------------------------------
009570 3900-WRITE-RUN-STATUS.
009580     OPEN EXTEND CD-RUNS-FILE.
009590     MOVE 'CONDACKR'       TO CD-RS-PROGRAM.
009600     MOVE ZERO             TO CD-RS-STREAM-ID.
009610     MOVE CD-RUN-DATE      TO CD-RS-RUN-DATE.
009620     MOVE CD-START-TIME    TO CD-RS-START-TIME.
009630     ACCEPT CD-WRK-TIME FROM TIME.
009640     MOVE CD-WT-HHMMSS     TO CD-RS-END-TIME.
009650     MOVE RETURN-CODE      TO CD-RS-RETURN-CODE.
009660     MOVE CD-DETAIL-READ-COUNT TO CD-RS-IN-COUNT.
009670     COMPUTE CD-RS-OUT-COUNT =
009680         CD-ACCEPTED-COUNT + CD-REJECTED-COUNT.
009690     WRITE CD-RS-RECORD.
009700     CLOSE CD-RUNS-FILE.
009710 3900-EXIT.
009720     EXIT.
