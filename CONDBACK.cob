000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDBACK.
000030     AUTHOR.        D. LOMBARDI.
000040     INSTALLATION.  DAILY PROCESSING GROUP.
000050     DATE-WRITTEN.  10/15/2026.
000060     DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* REMARKS.
000090*     SUPERVISED BACKOUT OF A POSTED BUSINESS DAY. A DAY POSTED
000100*     UNDER THE WRONG CDPARMF BANDS OR FROM A TRANSMITTER'S
000110*     TEST FILE USED TO BE UNDONE BY HAND-EDITING SIX DATA
000120*     SETS. THIS RUN TAKES THE DAY AND THE AUTHORIZING USER ID
000130*     ON A CARD, THE SAME WAY A CATCH-UP POSTING IS AUTHORIZED,
000140*     AND FOR THAT DAY --
000150*
000160*       - SENDS THE POSTING SYSTEM A FRAMED REVERSAL FILE
000170*         CANCELLING EVERY DETAIL OF THE DAY'S PASS EXTRACT;
000180*       - PULLS THE DAY'S ITEMS OUT OF THE HOLD, ESCALATION
000190*         AND SUSPENSE CARRY-FORWARDS ONTO PULLED-ITEM FILES
000200*         (NEW CARRY-FORWARDS ARE WRITTEN TO THE WORK DATA
000210*         SETS AND COPIED BACK BY THE JOB);
000220*       - WRITES A NEW CONTROL HISTORY WITHOUT THE DAY'S
000230*         RECORDS, SO CONDTRND NO LONGER SEES IT;
000240*       - MOVES THE DAY'S AUDIT LINES FROM THE AUDIT MASTER
000250*         TO THE REVERSAL ARCHIVE;
000260*       - ROLLS CDRECNF BACK TO THE PRIOR POSTED DATE AND ITS
000270*         TOTALS, SO THE DAY CAN BE POSTED AGAIN.
000280*
000290*     ONLY THE LAST POSTED DAY CAN BE BACKED OUT -- A LATER DAY
000300*     IS BACKED OUT FIRST. EVERY CHECK IS MADE BEFORE ANYTHING
000310*     IS CHANGED: THE DAY MUST BE THE DATE ON CDRECNF, MUST BE
000320*     ON THE CONTROL HISTORY WITH NOTHING AFTER IT, AND THE
000330*     PASS EXTRACT MUST BE THAT DAY'S, FRAMED AND IN BALANCE
000340*     WITH ITS TRAILERS AND WITH THE DAY'S CONTROL RECORDS. A
000350*     FAILED CHECK ENDS RC 16 WITH NOTHING TOUCHED.
000360*
000370*     THE AUDIT MASTER IS CHANGED IN PLACE, SO IT IS DONE
000380*     AFTER THE SEQUENTIAL OUTPUTS, AND CDRECNF IS ROLLED BACK
000390*     LAST. THE PULLED-ITEM FILES, THE BACKOUT AUDIT TRAIL AND
000400*     THE QUEUE-MOVEMENT RECORDS GO TO WORK DATA SETS OPENED
000410*     OUTPUT, WHICH THE JOB APPENDS TO THE ACCUMULATING FILES
000420*     ONLY WHEN THE RUN ENDS CLEANLY. THE REVERSAL ARCHIVE IS
000430*     OPENED EXTEND ON PURPOSE -- EACH AUDIT LINE IS DELETED
000440*     FROM THE MASTER AS SOON AS IT IS ARCHIVED, SO THE ARCHIVE
000450*     MUST KEEP WHAT A RUN THAT DIED HAD ALREADY TAKEN OFF.
000460*
000470*     A RUN THAT DIES PARTWAY LEAVES CDRECNF ON THE DAY AND IS
000480*     RESUBMITTED AS IT STANDS. IF IT DIED AFTER THE AUDIT
000490*     MASTER WAS STARTED, THE RESUBMISSION ARCHIVES ONLY THE
000500*     LINES STILL ON THE MASTER AND ENDS RC 4 ON THE PASS
000510*     AUDIT LINE WARNING -- THE ARCHIVE ALREADY HOLDS THE REST.
000520*     A RUN THAT FINISHES CANNOT BE RUN AGAIN FOR THE SAME DAY.
000530*
000540*     THE QUEUE JOBS HAVE ALREADY LOGGED THE DAY AS COMPLETED
000550*     ON THE RUN-CONTROL FILE, SO POSTING IT AGAIN NEEDS A
000560*     CDRERUN CARD FOR THE DAY ON CONDHOLD, CONDESCD AND
000570*     CONDRSUB, AND FOR THE BUSINESS DAY AFTER IT ON CONDSUSP.
000580*     THE REPORT LISTS THEM. THOSE RERUNS START FROM THE
000590*     CARRY-FORWARDS THIS RUN LEFT, NOT FROM THE SAVED ONES.
000600*
000610*     THE AUDIT MASTER IS KEYED ON THE DATE OF THE RUN THAT
000620*     WROTE EACH LINE. EVERY SCORING-RUN LINE DATED THE DAY IS
000630*     ARCHIVED. A HOLD OR ESCALATION RE-DISPOSITION DATED THE
000640*     DAY IS ARCHIVED ONLY WHEN IT WORKED A VALUE SET SCORED
000650*     THE SAME DAY FOR THE SAME ACCOUNT -- WORK DONE THAT DAY
000660*     ON EARLIER DAYS' ITEMS STANDS AND IS COUNTED AS KEPT.
000670*
000680*     EVERY ACTION IS COUNTED ON THE BACKOUT REPORT AND
000690*     WRITTEN TO THE BACKOUT AUDIT TRAIL WITH THE USER WHO
000700*     AUTHORIZED IT.
000710*
000720* MAINTENANCE HISTORY.
000730*     10/15/2026  DL   ORIGINAL PROGRAM -- BACKING OUT A DAY
000740*                      TOOK HAND EDITS TO SIX DATA SETS.
000750*     10/15/2026  DL   WRITES A QUEUE-MOVEMENT RECORD FOR EACH
000760*                      QUEUE SO THE MONTH-END ROLL-FORWARD
000770*                      CARRIES THE PULLED ITEMS.
000780*     10/15/2026  DL   THE PULLED-ITEM FILES, CDBKAUD AND CDQMOVF
000790*                      ARE NOW WORK DATA SETS OPENED OUTPUT AND
000800*                      APPENDED BY THE JOB ONLY AFTER A CLEAN RUN,
000810*                      SO A RESUBMITTED RUN NO LONGER DOUBLES
000820*                      THEM. THE REPORT NOW LISTS THE CDRERUN
000830*                      CARDS THE QUEUE JOBS NEED TO WORK THE DAY
000840*                      AGAIN.
000850*----------------------------------------------------------------

000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT CD-BPARM-FILE  ASSIGN TO CDBPARM
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910     SELECT CD-RECON-FILE  ASSIGN TO CDRECNF
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS CD-RECON-STATUS.
000940     SELECT CD-CTLH-IN-FILE ASSIGN TO CDCTLHI
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CD-CTLHI-STATUS.
000970     SELECT CD-CTLH-OUT-FILE ASSIGN TO CDCTLHO
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990     SELECT CD-PASS-FILE   ASSIGN TO CDPASSI
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS CD-PASS-STATUS.
001020     SELECT CD-PREV-FILE   ASSIGN TO CDPREVF
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040     SELECT CD-HOLD-IN-FILE ASSIGN TO CDHCARI
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS CD-HOLD-STATUS.
001070     SELECT CD-HOLD-OUT-FILE ASSIGN TO CDHCARO
001080         ORGANIZATION IS LINE SEQUENTIAL.
001090     SELECT CD-HOLD-PULL-FILE ASSIGN TO CDHPULL
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110     SELECT CD-ESC-IN-FILE ASSIGN TO CDECARI
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS CD-ESC-STATUS.
001140     SELECT CD-ESC-OUT-FILE ASSIGN TO CDECARO
001150         ORGANIZATION IS LINE SEQUENTIAL.
001160     SELECT CD-ESC-PULL-FILE ASSIGN TO CDEPULL
001170         ORGANIZATION IS LINE SEQUENTIAL.
001180     SELECT CD-SUSP-IN-FILE ASSIGN TO CDSCARI
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS CD-SUSP-STATUS.
001210     SELECT CD-SUSP-OUT-FILE ASSIGN TO CDSCARO
001220         ORGANIZATION IS LINE SEQUENTIAL.
001230     SELECT CD-SUSP-PULL-FILE ASSIGN TO CDSPULL
001240         ORGANIZATION IS LINE SEQUENTIAL.
001250     SELECT CD-AUDM-FILE   ASSIGN TO CDAUDM
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS CD-AX-KEY
001290         FILE STATUS IS CD-AUDM-STATUS.
001300     SELECT CD-ARCH-FILE   ASSIGN TO CDBARCF
001310         ORGANIZATION IS LINE SEQUENTIAL.
001320     SELECT CD-BAUD-FILE   ASSIGN TO CDBKAUD
001330         ORGANIZATION IS LINE SEQUENTIAL.
001340     SELECT CD-BRPT-FILE   ASSIGN TO CDBRPT
001350         ORGANIZATION IS LINE SEQUENTIAL.
001360     SELECT CD-QMOV-FILE   ASSIGN TO CDQMOVF
001370         ORGANIZATION IS LINE SEQUENTIAL.

001380 DATA DIVISION.
001390 FILE SECTION.
001400* BACKOUT AUTHORIZATION CARD.
001410 FD  CD-BPARM-FILE.
001420 01  CD-BPARM-RECORD.
001430     05  CD-B-POST-DATE       PIC X(08).
001440     05  CD-B-POST-DATE-N REDEFINES CD-B-POST-DATE
001450                              PIC 9(08).
001460     05  CD-B-AUTH-USER       PIC X(08).
001470     05  FILLER               PIC X(64).

001480* RECONCILIATION CONTROL FILE -- SAME RECORD THE SCORING RUN
001490* AND CONDMRGE CARRY FORWARD: THE LAST POSTED DATE AND ITS
001500* PASS/FAIL TOTALS.
001510 FD  CD-RECON-FILE.
001520 01  CD-RECON-RECORD.
001530     05  CD-RECON-PASS-COUNT  PIC 9(07).
001540     05  CD-RECON-FAIL-COUNT  PIC 9(07).
001550     05  CD-RECON-RUN-DATE    PIC 9(08).

001560* CURRENT CONTROL-HISTORY GENERATION IN, AND THE NEW ONE OUT
001570* WITHOUT THE DAY BEING BACKED OUT. SAME CDCTL LAYOUT
001580* CONDCTLH ROLLS.
001590 FD  CD-CTLH-IN-FILE.
001600 COPY CDCTL REPLACING LEADING ==CD-CTL== BY ==CD-HI==.

001610 FD  CD-CTLH-OUT-FILE.
001620 COPY CDCTL REPLACING LEADING ==CD-CTL== BY ==CD-HO==.

001630* THE DAY'S PASS EXTRACT -- ONE 'H'/'D'/'T' FRAME STANDALONE,
001640* ONE PER STREAM ON A SPLIT NIGHT.
001650 FD  CD-PASS-FILE.
001660 01  CD-PASS-DETAIL.
001670     05  CD-PX-REC-TYPE       PIC X(01).
001680     05  CD-PX-ACCT-NO        PIC 9(10).
001690     05  CD-PX-NUM1 PIC S9(09) SIGN IS LEADING SEPARATE.
001700     05  CD-PX-NUM2 PIC S9(09) SIGN IS LEADING SEPARATE.
001710     05  CD-PX-NUM3           PIC 9(05).
001720     05  CD-PX-NUM4           PIC 9(06).
001730     05  CD-PX-CLASS1         PIC X(09).
001740     05  CD-PX-CHECK-VAL      PIC 9(03).
001750     05  CD-PX-RUN-DATE       PIC 9(08).
001760     05  CD-PX-SOURCE-ID      PIC X(03).
001770 01  CD-PASS-HEADER.
001780     05  CD-PH-REC-TYPE       PIC X(01).
001790     05  CD-PH-FILE-DATE      PIC 9(08).
001800 01  CD-PASS-TRAILER.
001810     05  CD-PT-REC-TYPE       PIC X(01).
001820     05  CD-PT-PASS-COUNT     PIC 9(07).
001830     05  CD-PT-HASH-NUM1      PIC 9(15).
001840     05  CD-PT-HASH-NUM2      PIC 9(15).
001850     05  CD-PT-HASH-NUM3      PIC 9(15).
001860     05  CD-PT-HASH-NUM4      PIC 9(15).

001870* PASS REVERSAL FILE TO THE POSTING SYSTEM -- AN 'H' HEADER
001880* MARKED REVERSAL WITH THE DAY AND THE AUTHORIZING USER, ONE
001890* 'X' CANCEL PER ORIGINAL DETAIL (SAME FIELDS, SAME ORIGINAL
001900* RUN DATE), AND A 'T' TRAILER WITH THE COUNT AND NUM1-NUM4
001910* HASH TOTALS, BUILT THE SAME WAY AS THE EXTRACT'S.
001920 FD  CD-PREV-FILE.
001930 01  CD-PREV-DETAIL.
001940     05  CD-PV-REC-TYPE       PIC X(01).
001950     05  CD-PV-BODY           PIC X(64).
001960 01  CD-PREV-HEADER.
001970     05  CD-PVH-REC-TYPE      PIC X(01).
001980     05  CD-PVH-FILE-DATE     PIC 9(08).
001990     05  CD-PVH-MARKER        PIC X(08).
002000     05  CD-PVH-AUTH-USER     PIC X(08).
002010 01  CD-PREV-TRAILER.
002020     05  CD-PVT-REC-TYPE      PIC X(01).
002030     05  CD-PVT-PASS-COUNT    PIC 9(07).
002040     05  CD-PVT-HASH-NUM1     PIC 9(15).
002050     05  CD-PVT-HASH-NUM2     PIC 9(15).
002060     05  CD-PVT-HASH-NUM3     PIC 9(15).
002070     05  CD-PVT-HASH-NUM4     PIC 9(15).

002080* HOLD QUEUE CARRY-FORWARD IN -- SAME LAYOUT CONDHOLD WRITES.
002090 FD  CD-HOLD-IN-FILE.
002100 COPY CDSCORE REPLACING
002110         ==CD-SCORE-RECORD== BY ==CD-HOLD-RECORD==
002120         ==NUM1==             BY ==CD-H-NUM1==
002130         ==NUM2==             BY ==CD-H-NUM2==
002140         ==NUM3==             BY ==CD-H-NUM3==
002150         ==NUM4==             BY ==CD-H-NUM4==
002160         ==CLASS1               PIC X(9) VALUE 'ABCD '==
002170             BY ==CD-H-CLASS1          PIC X(9)==
002180         ==CHECK-VAL==        BY ==CD-H-CHECK-VAL==
002190         ==PASS==             BY ==CD-H-PASS==
002200         ==REVIEW==           BY ==CD-H-REVIEW==
002210         ==FAIL==             BY ==CD-H-FAIL==
002220     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
002230         .
002240     05  CD-H-ACCT-NO         PIC 9(10).
002250     05  CD-H-HOLD-DATE       PIC 9(08).
002260     05  CD-H-WATCH-REASON    PIC X(04).

002270* HOLD ITEMS KEPT (NEW CARRY-FORWARD) AND PULLED.
002280 FD  CD-HOLD-OUT-FILE.
002290 01  CD-HOLD-OUT-RECORD   PIC X(65).

002300* PULLED-ITEM WORK FILES -- THE JOB APPENDS EACH TO ITS
002310* BACKOUT PULL FILE AFTER A CLEAN RUN.
002320 FD  CD-HOLD-PULL-FILE.
002330 01  CD-HOLD-PULL-RECORD  PIC X(65).

002340* ESCALATION CARRY-FORWARD IN -- SAME LAYOUT CONDESCD WRITES.
002350* CD-S-ESC-DATE IS THE BUSINESS DAY CONDRSUB ESCALATED THE
002360* ITEM ON, SO THE DAY'S ESCALATIONS ARE THOSE DATED THE DAY.
002370 FD  CD-ESC-IN-FILE.
002380 COPY CDSCORE REPLACING
002390         ==CD-SCORE-RECORD== BY ==CD-ESC-RECORD==
002400         ==NUM1==             BY ==CD-S-NUM1==
002410         ==NUM2==             BY ==CD-S-NUM2==
002420         ==NUM3==             BY ==CD-S-NUM3==
002430         ==NUM4==             BY ==CD-S-NUM4==
002440         ==CLASS1               PIC X(9) VALUE 'ABCD '==
002450             BY ==CD-S-CLASS1          PIC X(9)==
002460         ==CHECK-VAL==        BY ==CD-S-CHECK-VAL==
002470         ==PASS==             BY ==CD-S-PASS==
002480         ==REVIEW==           BY ==CD-S-REVIEW==
002490         ==FAIL==             BY ==CD-S-FAIL==
002500     ==01  NEG-NUM              PIC S9(9) VALUE -1234.== BY ==  ==
002510         .
002520     05  CD-S-ACCT-NO         PIC 9(10).
002530     05  CD-S-REASON          PIC X(23).
002540     05  CD-S-ESC-DATE        PIC 9(08).

002550* ESCALATIONS KEPT (NEW CARRY-FORWARD) AND PULLED.
002560 FD  CD-ESC-OUT-FILE.
002570 01  CD-ESC-OUT-RECORD    PIC X(84).

002580 FD  CD-ESC-PULL-FILE.
002590 01  CD-ESC-PULL-RECORD   PIC X(84).

002600* SUSPENSE CARRY-FORWARD IN -- SAME LAYOUT CONDSUSP WRITES.
002610 FD  CD-SUSP-IN-FILE.
002620 COPY CDSUSP.

002630* SUSPENSE ITEMS KEPT (NEW CARRY-FORWARD) AND PULLED.
002640 FD  CD-SUSP-OUT-FILE.
002650 01  CD-SUSP-OUT-RECORD   PIC X(458).

002660 FD  CD-SUSP-PULL-FILE.
002670 01  CD-SUSP-PULL-RECORD  PIC X(458).

002680* CUMULATIVE AUDIT MASTER -- INDEXED, CHANGED IN PLACE.
002690 FD  CD-AUDM-FILE.
002700 COPY CDAUDM.

002710* REVERSAL ARCHIVE -- EVERY AUDIT LINE TAKEN OFF THE MASTER,
002720* AS IT STOOD, WITH THE DATE OF THE BACKOUT AND WHO
002730* AUTHORIZED IT. OPENED EXTEND SO BACKOUTS ACCUMULATE, AND SO
002740* A RESUBMITTED RUN KEEPS THE LINES A RUN THAT DIED HAD
002750* ALREADY DELETED FROM THE MASTER.
002760 FD  CD-ARCH-FILE.
002770 01  CD-ARCH-RECORD.
002780     05  CD-AR-AUDM-LINE      PIC X(79).
002790     05  CD-AR-BACKOUT-DATE   PIC 9(08).
002800     05  CD-AR-AUTH-USER      PIC X(08).

002810* BACKOUT AUDIT TRAIL -- A WORK DATA SET THE JOB APPENDS TO
002820* BACKOUT.AUDIT AFTER A CLEAN RUN. ONE LINE WHEN THE BACKOUT
002830* STARTS AND ONE PER ACTION COMPLETED: WHO, WHEN, WHICH DAY,
002840* WHAT ACTION, HOW MANY RECORDS.
002850 FD  CD-BAUD-FILE.
002860 01  CD-BAUD-RECORD.
002870     05  CD-BA-DATE           PIC 9(08).
002880     05  CD-BA-USER           PIC X(08).
002890     05  CD-BA-ACTION         PIC X(03).
002900     05  CD-BA-POST-DATE      PIC 9(08).
002910     05  CD-BA-COUNT          PIC 9(09).
002920     05  CD-BA-REF-DATE       PIC 9(08).

002930* BACKOUT REPORT.
002940 FD  CD-BRPT-FILE.
002950 01  CD-BRPT-RECORD       PIC X(80).

002960* QUEUE-MOVEMENT WORK FILE -- ONE RECORD PER QUEUE, WRITTEN AT
002970* END OF RUN. THE JOB APPENDS IT TO THE SHARED QUEUE-MOVEMENT
002980* FILE FOR THE CONDQROL MONTH-END ROLL-FORWARD.
002990 FD  CD-QMOV-FILE.
003000 COPY CDQMOV.

003010 WORKING-STORAGE SECTION.
003020* RUN CONTROL SWITCHES AND FILE STATUSES.
003030 01  CD-RECON-STATUS      PIC X(02) VALUE SPACES.
003040 01  CD-CTLHI-STATUS      PIC X(02) VALUE SPACES.
003050 01  CD-PASS-STATUS       PIC X(02) VALUE SPACES.
003060 01  CD-HOLD-STATUS       PIC X(02) VALUE SPACES.
003070 01  CD-ESC-STATUS        PIC X(02) VALUE SPACES.
003080 01  CD-SUSP-STATUS       PIC X(02) VALUE SPACES.
003090 01  CD-AUDM-STATUS       PIC X(02) VALUE SPACES.
003100 01  CD-EOF-SW            PIC X(01) VALUE 'N'.
003110         88  CD-EOF-YES           VALUE 'Y'.
003120 01  CD-IN-FRAME-SW       PIC X(01) VALUE 'N'.
003130         88  CD-IN-FRAME          VALUE 'Y'.
003140 01  CD-ID-FOUND-SW       PIC X(01) VALUE 'N'.
003150         88  CD-ID-FOUND          VALUE 'Y'.
003160 01  CD-WARNING-SW        PIC X(01) VALUE 'N'.
003170         88  CD-WARNING           VALUE 'Y'.
003180 01  CD-REFUSE-TEXT       PIC X(80) VALUE SPACES.
003190* DATES.
003200 01  CD-RUN-DATE          PIC 9(08) VALUE ZERO.
003210 01  CD-BACKOUT-DATE      PIC 9(08) VALUE ZERO.
003220 01  CD-AUTH-USER         PIC X(08) VALUE SPACES.
003230* THE PRIOR POSTED DAY, FOUND ON THE CONTROL HISTORY, AND ITS
003240* TOTALS SUMMED ACROSS ITS RECORDS (ONE PER STREAM ON A SPLIT
003250* NIGHT) -- WHAT CDRECNF IS ROLLED BACK TO.
003260 01  CD-PRIOR-DATE        PIC 9(08) VALUE ZERO.
003270 01  CD-PRIOR-PASS-COUNT  PIC 9(07) VALUE ZERO.
003280 01  CD-PRIOR-FAIL-COUNT  PIC 9(07) VALUE ZERO.
003290 01  CD-OLD-PASS-COUNT    PIC 9(07) VALUE ZERO.
003300 01  CD-OLD-FAIL-COUNT    PIC 9(07) VALUE ZERO.
003310* CONTROL HISTORY COUNTS.
003320 01  CD-HIST-IN-COUNT     PIC 9(09) COMP VALUE ZERO.
003330 01  CD-HIST-OUT-COUNT    PIC 9(09) COMP VALUE ZERO.
003340 01  CD-HIST-DAY-COUNT    PIC 9(07) COMP VALUE ZERO.
003350 01  CD-HIST-LATER-COUNT  PIC 9(07) COMP VALUE ZERO.
003360 01  CD-HIST-DROP-COUNT   PIC 9(07) COMP VALUE ZERO.
003370 01  CD-DAY-XTR-COUNT     PIC 9(09) COMP VALUE ZERO.
003380* PASS EXTRACT COUNTS AND HASHES -- CD-PC- AS CHECKED, CD-PR-
003390* AS REVERSED, CD-PT- TOTALS AS THE TRAILERS STATE THEM.
003400 01  CD-FRAME-COUNT       PIC 9(04) COMP VALUE ZERO.
003410 01  CD-FRAME-DETAILS     PIC 9(07) VALUE ZERO.
003420 01  CD-FRAME-HASHES.
003430     05  CD-FR-HASH-NUM1      PIC 9(15) VALUE ZERO.
003440     05  CD-FR-HASH-NUM2      PIC 9(15) VALUE ZERO.
003450     05  CD-FR-HASH-NUM3      PIC 9(15) VALUE ZERO.
003460     05  CD-FR-HASH-NUM4      PIC 9(15) VALUE ZERO.
003470 01  CD-PC-DETAIL-COUNT   PIC 9(07) VALUE ZERO.
003480 01  CD-TRL-DETAIL-COUNT  PIC 9(07) VALUE ZERO.
003490 01  CD-PR-DETAIL-COUNT   PIC 9(07) VALUE ZERO.
003500 01  CD-PR-HASHES.
003510     05  CD-PR-HASH-NUM1      PIC 9(15) VALUE ZERO.
003520     05  CD-PR-HASH-NUM2      PIC 9(15) VALUE ZERO.
003530     05  CD-PR-HASH-NUM3      PIC 9(15) VALUE ZERO.
003540     05  CD-PR-HASH-NUM4      PIC 9(15) VALUE ZERO.
003550* CARRY-FORWARD COUNTS.
003560 01  CD-HOLD-IN-COUNT     PIC 9(07) COMP VALUE ZERO.
003570 01  CD-HOLD-KEEP-COUNT   PIC 9(07) COMP VALUE ZERO.
003580 01  CD-HOLD-PULL-COUNT   PIC 9(07) COMP VALUE ZERO.
003590 01  CD-ESC-IN-COUNT      PIC 9(07) COMP VALUE ZERO.
003600 01  CD-ESC-KEEP-COUNT    PIC 9(07) COMP VALUE ZERO.
003610 01  CD-ESC-PULL-COUNT    PIC 9(07) COMP VALUE ZERO.
003620 01  CD-SUSP-IN-COUNT     PIC 9(07) COMP VALUE ZERO.
003630 01  CD-SUSP-KEEP-COUNT   PIC 9(07) COMP VALUE ZERO.
003640 01  CD-SUSP-PULL-COUNT   PIC 9(07) COMP VALUE ZERO.
003650* ONE QUEUE'S COUNTS, STAGED FOR ITS QUEUE-MOVEMENT RECORD.
003660 01  CD-QW-QUEUE          PIC X(04) VALUE SPACES.
003670 01  CD-QW-IN-COUNT       PIC 9(07) COMP VALUE ZERO.
003680 01  CD-QW-KEEP-COUNT     PIC 9(07) COMP VALUE ZERO.
003690 01  CD-QW-PULL-COUNT     PIC 9(07) COMP VALUE ZERO.
003700* AUDIT MASTER COUNTS.
003710 01  CD-AUD-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
003720 01  CD-AUD-SCORE-COUNT   PIC 9(09) COMP VALUE ZERO.
003730 01  CD-AUD-PASS-COUNT    PIC 9(09) COMP VALUE ZERO.
003740 01  CD-AUD-REDISP-COUNT  PIC 9(09) COMP VALUE ZERO.
003750 01  CD-AUD-KEEP-COUNT    PIC 9(09) COMP VALUE ZERO.
003760 01  CD-AUD-ARCH-COUNT    PIC 9(09) COMP VALUE ZERO.
003770 01  CD-AUD-DEL-COUNT     PIC 9(09) COMP VALUE ZERO.
003780 01  CD-ID-OVERFLOW-COUNT PIC 9(07) COMP VALUE ZERO.
003790* VALUE SETS SCORED ON THE DAY FOR THE ACCOUNT NOW BEING READ
003800* OFF THE AUDIT MASTER. AN ACCOUNT'S LINES FOR ONE DATE ARE
003810* ADJACENT ON THE KEY AND ITS SCORING LINES COME AHEAD OF ITS
003820* RE-DISPOSITIONS, SO A RE-DISPOSITION IS LOOKED UP HERE TO
003830* TELL WHETHER IT WORKED ONE OF THE DAY'S OWN ITEMS.
003840 01  CD-ID-TABLE-AREA.
003850     05  CD-ID-ACCT-NO        PIC 9(10) VALUE ZERO.
003860     05  CD-ID-COUNT          PIC 9(04) COMP VALUE ZERO.
003870     05  CD-ID-ENTRY OCCURS 100 TIMES.
003880         10  CD-ID-NUM1       PIC S9(09).
003890         10  CD-ID-NUM2       PIC S9(09).
003900         10  CD-ID-NUM3       PIC 9(05).
003910         10  CD-ID-NUM4       PIC 9(06).
003920         10  CD-ID-CLASS1     PIC X(09).
003930 01  CD-ID-IDX            PIC 9(04) COMP.
003940* REPORT LINES.
003950 01  CD-BRPT-CARD-LINE.
003960     05  FILLER               PIC X(18)
003970             VALUE 'BACKING OUT DAY   '.
003980     05  CD-BC-POST-DATE      PIC 9(08).
003990     05  FILLER               PIC X(19)
004000             VALUE '   AUTHORIZED BY   '.
004010     05  CD-BC-AUTH-USER      PIC X(08).
004020     05  FILLER               PIC X(10) VALUE '   RUN ON '.
004030     05  CD-BC-RUN-DATE       PIC 9(08).
004040     05  FILLER               PIC X(09) VALUE SPACES.
004050 01  CD-BRPT-RECON-LINE.
004060     05  CD-BN-LABEL          PIC X(12).
004070     05  FILLER               PIC X(06) VALUE 'DATE  '.
004080     05  CD-BN-DATE           PIC 9(08).
004090     05  FILLER               PIC X(08) VALUE '   PASS '.
004100     05  CD-BN-PASS           PIC Z,ZZZ,ZZ9.
004110     05  FILLER               PIC X(08) VALUE '   FAIL '.
004120     05  CD-BN-FAIL           PIC Z,ZZZ,ZZ9.
004130     05  FILLER               PIC X(20) VALUE SPACES.
004140* EDITED LINE USED TO BUILD THE REPORT TOTALS.
004150 01  CD-SUMMARY-LINE.
004160     05  CD-SL-LABEL          PIC X(30).
004170     05  CD-SL-COUNT          PIC ZZZ,ZZZ,ZZ9.

004180 PROCEDURE DIVISION.

004190*----------------------------------------------------------------
004200* 0000-MAINLINE
004210*     CHECKS EVERYTHING, THEN BACKS THE DAY OUT.
004220*----------------------------------------------------------------
004230 0000-MAINLINE.
004240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004250     PERFORM 1100-CHECK-RECON THRU 1100-EXIT.
004260     PERFORM 1200-CHECK-HISTORY THRU 1200-EXIT.
004270     PERFORM 1300-CHECK-PASS-EXTRACT THRU 1300-EXIT.
004280     PERFORM 2000-START-BACKOUT THRU 2000-EXIT.
004290     PERFORM 2100-WRITE-REVERSAL THRU 2100-EXIT.
004300     PERFORM 2200-PULL-HOLD-ITEMS THRU 2200-EXIT.
004310     PERFORM 2300-PULL-ESC-ITEMS THRU 2300-EXIT.
004320     PERFORM 2400-PULL-SUSP-ITEMS THRU 2400-EXIT.
004330     PERFORM 2500-ROLL-HISTORY THRU 2500-EXIT.
004340     PERFORM 2600-ARCHIVE-AUDIT THRU 2600-EXIT.
004350     PERFORM 2700-ROLL-RECON THRU 2700-EXIT.
004360     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004370     STOP RUN.

004380*----------------------------------------------------------------
004390* 1000-INITIALIZE
004400*     READS AND EDITS THE AUTHORIZATION CARD THE WAY THE
004410*     SCORING RUN EDITS A CATCH-UP CARD: A NUMERIC DAY NOT
004420*     AFTER TODAY AND A NAMED AUTHORIZING USER.
004430*----------------------------------------------------------------
004440 1000-INITIALIZE.
004450     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
004460     OPEN OUTPUT CD-BRPT-FILE.
004470     MOVE 'CONDBACK -- SUPERVISED BACKOUT OF A POSTED DAY'
004480         TO CD-BRPT-RECORD.
004490     WRITE CD-BRPT-RECORD.
004500     OPEN INPUT CD-BPARM-FILE.
004510     READ CD-BPARM-FILE
004520         AT END
004530             MOVE 'CDBPARM IS EMPTY -- NO AUTHORIZATION CARD'
004540                 TO CD-REFUSE-TEXT
004550             PERFORM 1900-REFUSE THRU 1900-EXIT
004560     END-READ.
004570     CLOSE CD-BPARM-FILE.
004580     IF CD-B-POST-DATE IS NOT NUMERIC
004590        OR CD-B-POST-DATE = '00000000'
004600         MOVE 'CDBPARM BACKOUT DATE IS NOT A DATE'
004610             TO CD-REFUSE-TEXT
004620         PERFORM 1900-REFUSE THRU 1900-EXIT
004630     END-IF.
004640     MOVE CD-B-POST-DATE-N TO CD-BACKOUT-DATE.
004650     MOVE CD-B-AUTH-USER   TO CD-AUTH-USER.
004660     MOVE CD-BACKOUT-DATE  TO CD-BC-POST-DATE.
004670     MOVE CD-AUTH-USER     TO CD-BC-AUTH-USER.
004680     MOVE CD-RUN-DATE      TO CD-BC-RUN-DATE.
004690     MOVE CD-BRPT-CARD-LINE TO CD-BRPT-RECORD.
004700     WRITE CD-BRPT-RECORD.
004710     IF CD-AUTH-USER = SPACES
004720         MOVE 'CDBPARM GIVES NO AUTHORIZING USER ID'
004730             TO CD-REFUSE-TEXT
004740         PERFORM 1900-REFUSE THRU 1900-EXIT
004750     END-IF.
004760     IF CD-BACKOUT-DATE > CD-RUN-DATE
004770         MOVE 'CDBPARM BACKOUT DATE IS IN THE FUTURE'
004780             TO CD-REFUSE-TEXT
004790         PERFORM 1900-REFUSE THRU 1900-EXIT
004800     END-IF.
004810 1000-EXIT.
004820     EXIT.

004830*----------------------------------------------------------------
004840* 1100-CHECK-RECON
004850*     THE DAY MUST BE THE LAST POSTED DATE CDRECNF CARRIES --
004860*     ROLLING BACK PAST A LATER POSTED DAY WOULD LET THE NEXT
004870*     SCORING RUN POST OUT OF ORDER.
004880*----------------------------------------------------------------
004890 1100-CHECK-RECON.
004900     OPEN INPUT CD-RECON-FILE.
004910     IF CD-RECON-STATUS NOT = '00'
004920         MOVE 'CDRECNF CANNOT BE OPENED -- NO POSTED DAY'
004930             TO CD-REFUSE-TEXT
004940         PERFORM 1900-REFUSE THRU 1900-EXIT
004950     END-IF.
004960     READ CD-RECON-FILE
004970         AT END
004980             MOVE 'CDRECNF IS EMPTY -- NO POSTED DAY'
004990                 TO CD-REFUSE-TEXT
005000             PERFORM 1900-REFUSE THRU 1900-EXIT
005010     END-READ.
005020     CLOSE CD-RECON-FILE.
005030     MOVE CD-RECON-PASS-COUNT TO CD-OLD-PASS-COUNT.
005040     MOVE CD-RECON-FAIL-COUNT TO CD-OLD-FAIL-COUNT.
005050     IF CD-RECON-RUN-DATE NOT = CD-BACKOUT-DATE
005060         MOVE 'THE DAY IS NOT THE LAST POSTED DATE ON CDRECNF'
005070             TO CD-REFUSE-TEXT
005080         DISPLAY 'CDRECNF LAST POSTED DATE IS '
005090             CD-RECON-RUN-DATE
005100         PERFORM 1900-REFUSE THRU 1900-EXIT
005110     END-IF.
005120 1100-EXIT.
005130     EXIT.

005140*----------------------------------------------------------------
005150* 1200-CHECK-HISTORY
005160*     READS THE CONTROL HISTORY: THE DAY MUST BE ON IT, NO
005170*     LATER DAY MAY BE, AND THE LATEST DAY BEFORE IT IS THE
005180*     PRIOR POSTED DAY WHOSE TOTALS CDRECNF GOES BACK TO. THE
005190*     DAY'S PASS EXTRACT COUNT IS KEPT TO PROVE THE EXTRACT.
005200*----------------------------------------------------------------
005210 1200-CHECK-HISTORY.
005220     OPEN INPUT CD-CTLH-IN-FILE.
005230     IF CD-CTLHI-STATUS NOT = '00'
005240         MOVE 'CONTROL HISTORY (CDCTLHI) CANNOT BE OPENED'
005250             TO CD-REFUSE-TEXT
005260         PERFORM 1900-REFUSE THRU 1900-EXIT
005270     END-IF.
005280     MOVE 'N' TO CD-EOF-SW.
005290     PERFORM 1210-CHECK-ONE-HISTORY THRU 1210-EXIT
005300         UNTIL CD-EOF-YES.
005310     CLOSE CD-CTLH-IN-FILE.
005320     IF CD-HIST-DAY-COUNT = ZERO
005330         MOVE 'THE DAY IS NOT ON THE CONTROL HISTORY'
005340             TO CD-REFUSE-TEXT
005350         PERFORM 1900-REFUSE THRU 1900-EXIT
005360     END-IF.
005370     IF CD-HIST-LATER-COUNT > ZERO
005380         MOVE 'THE CONTROL HISTORY HOLDS A LATER POSTED DAY'
005390             TO CD-REFUSE-TEXT
005400         PERFORM 1900-REFUSE THRU 1900-EXIT
005410     END-IF.
005420 1200-EXIT.
005430     EXIT.

005440*----------------------------------------------------------------
005450* 1210-CHECK-ONE-HISTORY
005460*     SORTS ONE HISTORY RECORD INTO THE DAY, A LATER DAY, OR
005470*     AN EARLIER DAY -- KEEPING THE LATEST EARLIER DAY'S
005480*     TOTALS.
005490*----------------------------------------------------------------
005500 1210-CHECK-ONE-HISTORY.
005510     READ CD-CTLH-IN-FILE
005520         AT END
005530             MOVE 'Y' TO CD-EOF-SW
005540             GO TO 1210-EXIT
005550     END-READ.
005560     IF CD-HI-RUN-DATE = CD-BACKOUT-DATE
005570         ADD 1 TO CD-HIST-DAY-COUNT
005580         ADD CD-HI-PASS-XTR-COUNT TO CD-DAY-XTR-COUNT
005590         GO TO 1210-EXIT
005600     END-IF.
005610     IF CD-HI-RUN-DATE > CD-BACKOUT-DATE
005620         ADD 1 TO CD-HIST-LATER-COUNT
005630         GO TO 1210-EXIT
005640     END-IF.
005650     IF CD-HI-RUN-DATE > CD-PRIOR-DATE
005660         MOVE CD-HI-RUN-DATE   TO CD-PRIOR-DATE
005670         MOVE ZERO             TO CD-PRIOR-PASS-COUNT
005680         MOVE ZERO             TO CD-PRIOR-FAIL-COUNT
005690     END-IF.
005700     IF CD-HI-RUN-DATE = CD-PRIOR-DATE
005710         ADD CD-HI-PASS-COUNT  TO CD-PRIOR-PASS-COUNT
005720         ADD CD-HI-FAIL-COUNT  TO CD-PRIOR-FAIL-COUNT
005730     END-IF.
005740 1210-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------
005770* 1300-CHECK-PASS-EXTRACT
005780*     READS THE PASS EXTRACT THROUGH ONCE WITHOUT WRITING:
005790*     EVERY FRAME DATED THE DAY, EVERY FRAME CLOSED BY A
005800*     TRAILER THAT AGREES WITH ITS DETAILS, AND THE DETAILS
005810*     IN TOTAL EQUAL TO THE DAY'S CONTROL RECORDS.
005820*----------------------------------------------------------------
005830 1300-CHECK-PASS-EXTRACT.
005840     OPEN INPUT CD-PASS-FILE.
005850     IF CD-PASS-STATUS NOT = '00'
005860         MOVE 'PASS EXTRACT (CDPASSI) CANNOT BE OPENED'
005870             TO CD-REFUSE-TEXT
005880         PERFORM 1900-REFUSE THRU 1900-EXIT
005890     END-IF.
005900     MOVE 'N' TO CD-EOF-SW.
005910     MOVE 'N' TO CD-IN-FRAME-SW.
005920     PERFORM 1310-CHECK-ONE-PASS THRU 1310-EXIT
005930         UNTIL CD-EOF-YES.
005940     CLOSE CD-PASS-FILE.
005950     IF CD-IN-FRAME
005960         MOVE 'PASS EXTRACT ENDS WITHOUT A TRAILER'
005970             TO CD-REFUSE-TEXT
005980         PERFORM 1900-REFUSE THRU 1900-EXIT
005990     END-IF.
006000     IF CD-FRAME-COUNT = ZERO
006010         MOVE 'PASS EXTRACT HAS NO HEADER -- NOT THE DAY''S'
006020             TO CD-REFUSE-TEXT
006030         PERFORM 1900-REFUSE THRU 1900-EXIT
006040     END-IF.
006050     IF CD-PC-DETAIL-COUNT NOT = CD-DAY-XTR-COUNT
006060         MOVE 'PASS EXTRACT DETAILS DISAGREE WITH THE DAY''S'
006070             TO CD-REFUSE-TEXT
006080         DISPLAY 'EXTRACT DETAILS ' CD-PC-DETAIL-COUNT
006090             ' CONTROL HISTORY ' CD-DAY-XTR-COUNT
006100         PERFORM 1900-REFUSE THRU 1900-EXIT
006110     END-IF.
006120 1300-EXIT.
006130     EXIT.

006140*----------------------------------------------------------------
006150* 1310-CHECK-ONE-PASS
006160*     CHECKS ONE PASS EXTRACT RECORD AGAINST ITS FRAME.
006170*----------------------------------------------------------------
006180 1310-CHECK-ONE-PASS.
006190     READ CD-PASS-FILE
006200         AT END
006210             MOVE 'Y' TO CD-EOF-SW
006220             GO TO 1310-EXIT
006230     END-READ.
006240     EVALUATE CD-PX-REC-TYPE
006250         WHEN 'H'
006260             IF CD-IN-FRAME
006270                 MOVE 'PASS EXTRACT HEADER WITHOUT A TRAILER'
006280                     TO CD-REFUSE-TEXT
006290                 PERFORM 1900-REFUSE THRU 1900-EXIT
006300             END-IF
006310             IF CD-PH-FILE-DATE NOT = CD-BACKOUT-DATE
006320                 MOVE 'PASS EXTRACT IS DATED FOR ANOTHER DAY'
006330                     TO CD-REFUSE-TEXT
006340                 DISPLAY 'EXTRACT HEADER DATE ' CD-PH-FILE-DATE
006350                 PERFORM 1900-REFUSE THRU 1900-EXIT
006360             END-IF
006370             ADD 1 TO CD-FRAME-COUNT
006380             MOVE 'Y'  TO CD-IN-FRAME-SW
006390             MOVE ZERO TO CD-FRAME-DETAILS
006400             MOVE ZERO TO CD-FR-HASH-NUM1
006410             MOVE ZERO TO CD-FR-HASH-NUM2
006420             MOVE ZERO TO CD-FR-HASH-NUM3
006430             MOVE ZERO TO CD-FR-HASH-NUM4
006440         WHEN 'D'
006450             IF NOT CD-IN-FRAME
006460                 MOVE 'PASS EXTRACT DETAIL OUTSIDE A FRAME'
006470                     TO CD-REFUSE-TEXT
006480                 PERFORM 1900-REFUSE THRU 1900-EXIT
006490             END-IF
006500             ADD 1 TO CD-FRAME-DETAILS
006510             ADD 1 TO CD-PC-DETAIL-COUNT
006520             IF CD-PX-NUM1 < ZERO
006530                 SUBTRACT CD-PX-NUM1 FROM CD-FR-HASH-NUM1
006540             ELSE
006550                 ADD CD-PX-NUM1 TO CD-FR-HASH-NUM1
006560             END-IF
006570             IF CD-PX-NUM2 < ZERO
006580                 SUBTRACT CD-PX-NUM2 FROM CD-FR-HASH-NUM2
006590             ELSE
006600                 ADD CD-PX-NUM2 TO CD-FR-HASH-NUM2
006610             END-IF
006620             ADD CD-PX-NUM3 TO CD-FR-HASH-NUM3
006630             ADD CD-PX-NUM4 TO CD-FR-HASH-NUM4
006640         WHEN 'T'
006650             IF NOT CD-IN-FRAME
006660                 MOVE 'PASS EXTRACT TRAILER WITHOUT A HEADER'
006670                     TO CD-REFUSE-TEXT
006680                 PERFORM 1900-REFUSE THRU 1900-EXIT
006690             END-IF
006700             IF CD-PT-PASS-COUNT NOT = CD-FRAME-DETAILS
006710                OR CD-PT-HASH-NUM1 NOT = CD-FR-HASH-NUM1
006720                OR CD-PT-HASH-NUM2 NOT = CD-FR-HASH-NUM2
006730                OR CD-PT-HASH-NUM3 NOT = CD-FR-HASH-NUM3
006740                OR CD-PT-HASH-NUM4 NOT = CD-FR-HASH-NUM4
006750                 MOVE 'PASS EXTRACT TRAILER OUT OF BALANCE'
006760                     TO CD-REFUSE-TEXT
006770                 PERFORM 1900-REFUSE THRU 1900-EXIT
006780             END-IF
006790             ADD CD-PT-PASS-COUNT TO CD-TRL-DETAIL-COUNT
006800             MOVE 'N' TO CD-IN-FRAME-SW
006810         WHEN OTHER
006820             MOVE 'PASS EXTRACT HOLDS AN UNKNOWN RECORD TYPE'
006830                 TO CD-REFUSE-TEXT
006840             PERFORM 1900-REFUSE THRU 1900-EXIT
006850     END-EVALUATE.
006860 1310-EXIT.
006870     EXIT.

006880*----------------------------------------------------------------
006890* 1900-REFUSE
006900*     A CHECK FAILED BEFORE ANYTHING WAS CHANGED. SAYS WHY ON
006910*     THE REPORT AND THE CONSOLE AND ENDS THE RUN RC 16.
006920*----------------------------------------------------------------
006930 1900-REFUSE.
006940     MOVE CD-REFUSE-TEXT TO CD-BRPT-RECORD.
006950     WRITE CD-BRPT-RECORD.
006960     MOVE '*** BACKOUT REFUSED -- NOTHING WAS CHANGED ***'
006970         TO CD-BRPT-RECORD.
006980     WRITE CD-BRPT-RECORD.
006990     CLOSE CD-BRPT-FILE.
007000     DISPLAY CD-REFUSE-TEXT.
007010     DISPLAY 'BACKOUT REFUSED -- NOTHING WAS CHANGED.'.
007020     MOVE 16 TO RETURN-CODE.
007030     STOP RUN.
007040 1900-EXIT.
007050     EXIT.

007060*----------------------------------------------------------------
007070* 2000-START-BACKOUT
007080*     EVERY CHECK PASSED. OPENS THE AUDIT TRAIL AND RECORDS
007090*     WHO STARTED THE BACKOUT OF WHICH DAY BEFORE ANYTHING IS
007100*     CHANGED.
007110*----------------------------------------------------------------
007120 2000-START-BACKOUT.
007130     MOVE SPACES TO CD-BRPT-RECORD.
007140     WRITE CD-BRPT-RECORD.
007150     MOVE 'CHECKS PASSED -- BACKING OUT' TO CD-BRPT-RECORD.
007160     WRITE CD-BRPT-RECORD.
007170     OPEN OUTPUT CD-BAUD-FILE.
007180     MOVE 'BKO'     TO CD-BA-ACTION.
007190     MOVE ZERO      TO CD-BA-COUNT.
007200     MOVE CD-PRIOR-DATE TO CD-BA-REF-DATE.
007210     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
007220 2000-EXIT.
007230     EXIT.

007240*----------------------------------------------------------------
007250* 2100-WRITE-REVERSAL
007260*     WRITES ONE FRAMED REVERSAL CANCELLING EVERY DETAIL OF
007270*     THE DAY'S PASS EXTRACT, AND PROVES IT AGAINST THE
007280*     EXTRACT'S OWN TRAILERS.
007290*----------------------------------------------------------------
007300 2100-WRITE-REVERSAL.
007310     OPEN INPUT CD-PASS-FILE.
007320     OPEN OUTPUT CD-PREV-FILE.
007330     MOVE 'H'             TO CD-PVH-REC-TYPE.
007340     MOVE CD-BACKOUT-DATE TO CD-PVH-FILE-DATE.
007350     MOVE 'REVERSAL'      TO CD-PVH-MARKER.
007360     MOVE CD-AUTH-USER    TO CD-PVH-AUTH-USER.
007370     WRITE CD-PREV-HEADER.
007380     MOVE 'N' TO CD-EOF-SW.
007390     PERFORM 2110-REVERSE-ONE-PASS THRU 2110-EXIT
007400         UNTIL CD-EOF-YES.
007410     MOVE 'T'                TO CD-PVT-REC-TYPE.
007420     MOVE CD-PR-DETAIL-COUNT TO CD-PVT-PASS-COUNT.
007430     MOVE CD-PR-HASH-NUM1    TO CD-PVT-HASH-NUM1.
007440     MOVE CD-PR-HASH-NUM2    TO CD-PVT-HASH-NUM2.
007450     MOVE CD-PR-HASH-NUM3    TO CD-PVT-HASH-NUM3.
007460     MOVE CD-PR-HASH-NUM4    TO CD-PVT-HASH-NUM4.
007470     WRITE CD-PREV-TRAILER.
007480     CLOSE CD-PASS-FILE.
007490     CLOSE CD-PREV-FILE.
007500     MOVE 'PASS DETAILS REVERSED'  TO CD-SL-LABEL.
007510     MOVE CD-PR-DETAIL-COUNT       TO CD-SL-COUNT.
007520     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
007530     IF CD-PR-DETAIL-COUNT NOT = CD-TRL-DETAIL-COUNT
007540         DISPLAY 'REVERSAL COUNT ' CD-PR-DETAIL-COUNT
007550             ' DISAGREES WITH THE EXTRACT TRAILERS '
007560             CD-TRL-DETAIL-COUNT ' -- RUN CANCELLED.'
007570         MOVE 16 TO RETURN-CODE
007580         STOP RUN
007590     END-IF.
007600     MOVE 'PAS'              TO CD-BA-ACTION.
007610     MOVE CD-PR-DETAIL-COUNT TO CD-BA-COUNT.
007620     MOVE ZERO               TO CD-BA-REF-DATE.
007630     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
007640 2100-EXIT.
007650     EXIT.

007660*----------------------------------------------------------------
007670* 2110-REVERSE-ONE-PASS
007680*     WRITES THE CANCEL FOR ONE PASS DETAIL. HEADERS AND
007690*     TRAILERS OF THE EXTRACT'S FRAMES ARE NOT CARRIED.
007700*----------------------------------------------------------------
007710 2110-REVERSE-ONE-PASS.
007720     READ CD-PASS-FILE
007730         AT END
007740             MOVE 'Y' TO CD-EOF-SW
007750             GO TO 2110-EXIT
007760     END-READ.
007770     IF CD-PX-REC-TYPE NOT = 'D'
007780         GO TO 2110-EXIT
007790     END-IF.
007800     MOVE CD-PASS-DETAIL TO CD-PREV-DETAIL.
007810     MOVE 'X'            TO CD-PV-REC-TYPE.
007820     WRITE CD-PREV-DETAIL.
007830     ADD 1 TO CD-PR-DETAIL-COUNT.
007840     IF CD-PX-NUM1 < ZERO
007850         SUBTRACT CD-PX-NUM1 FROM CD-PR-HASH-NUM1
007860     ELSE
007870         ADD CD-PX-NUM1 TO CD-PR-HASH-NUM1
007880     END-IF.
007890     IF CD-PX-NUM2 < ZERO
007900         SUBTRACT CD-PX-NUM2 FROM CD-PR-HASH-NUM2
007910     ELSE
007920         ADD CD-PX-NUM2 TO CD-PR-HASH-NUM2
007930     END-IF.
007940     ADD CD-PX-NUM3 TO CD-PR-HASH-NUM3.
007950     ADD CD-PX-NUM4 TO CD-PR-HASH-NUM4.
007960 2110-EXIT.
007970     EXIT.

007980*----------------------------------------------------------------
007990* 2200-PULL-HOLD-ITEMS
008000*     COPIES THE HOLD CARRY-FORWARD TO ITS WORK DATA SET,
008010*     PULLING THE ITEMS HELD ON THE DAY.
008020*----------------------------------------------------------------
008030 2200-PULL-HOLD-ITEMS.
008040     OPEN INPUT CD-HOLD-IN-FILE.
008050     IF CD-HOLD-STATUS NOT = '00'
008060         DISPLAY 'CDHCARI OPEN FAILED, STATUS ' CD-HOLD-STATUS
008070             ' -- RUN CANCELLED.'
008080         MOVE 16 TO RETURN-CODE
008090         STOP RUN
008100     END-IF.
008110     OPEN OUTPUT CD-HOLD-OUT-FILE.
008120     OPEN OUTPUT CD-HOLD-PULL-FILE.
008130     MOVE 'N' TO CD-EOF-SW.
008140     PERFORM 2210-SORT-ONE-HOLD THRU 2210-EXIT
008150         UNTIL CD-EOF-YES.
008160     CLOSE CD-HOLD-IN-FILE.
008170     CLOSE CD-HOLD-OUT-FILE.
008180     CLOSE CD-HOLD-PULL-FILE.
008190     MOVE 'HOLD ITEMS READ'        TO CD-SL-LABEL.
008200     MOVE CD-HOLD-IN-COUNT         TO CD-SL-COUNT.
008210     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008220     MOVE '  KEPT ON THE CARRY-FORWARD' TO CD-SL-LABEL.
008230     MOVE CD-HOLD-KEEP-COUNT       TO CD-SL-COUNT.
008240     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008250     MOVE '  PULLED' TO CD-SL-LABEL.
008260     MOVE CD-HOLD-PULL-COUNT       TO CD-SL-COUNT.
008270     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008280     MOVE 'HLD'              TO CD-BA-ACTION.
008290     MOVE CD-HOLD-PULL-COUNT TO CD-BA-COUNT.
008300     MOVE ZERO               TO CD-BA-REF-DATE.
008310     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
008320 2200-EXIT.
008330     EXIT.

008340*----------------------------------------------------------------
008350* 2210-SORT-ONE-HOLD
008360*     KEEPS OR PULLS ONE HOLD ITEM.
008370*----------------------------------------------------------------
008380 2210-SORT-ONE-HOLD.
008390     READ CD-HOLD-IN-FILE
008400         AT END
008410             MOVE 'Y' TO CD-EOF-SW
008420             GO TO 2210-EXIT
008430     END-READ.
008440     ADD 1 TO CD-HOLD-IN-COUNT.
008450     IF CD-H-HOLD-DATE = CD-BACKOUT-DATE
008460         MOVE CD-HOLD-RECORD TO CD-HOLD-PULL-RECORD
008470         WRITE CD-HOLD-PULL-RECORD
008480         ADD 1 TO CD-HOLD-PULL-COUNT
008490     ELSE
008500         MOVE CD-HOLD-RECORD TO CD-HOLD-OUT-RECORD
008510         WRITE CD-HOLD-OUT-RECORD
008520         ADD 1 TO CD-HOLD-KEEP-COUNT
008530     END-IF.
008540 2210-EXIT.
008550     EXIT.

008560*----------------------------------------------------------------
008570* 2300-PULL-ESC-ITEMS
008580*     COPIES THE ESCALATION CARRY-FORWARD TO ITS WORK DATA
008590*     SET, PULLING THE ITEMS ESCALATED ON THE DAY.
008600*----------------------------------------------------------------
008610 2300-PULL-ESC-ITEMS.
008620     OPEN INPUT CD-ESC-IN-FILE.
008630     IF CD-ESC-STATUS NOT = '00'
008640         DISPLAY 'CDECARI OPEN FAILED, STATUS ' CD-ESC-STATUS
008650             ' -- RUN CANCELLED.'
008660         MOVE 16 TO RETURN-CODE
008670         STOP RUN
008680     END-IF.
008690     OPEN OUTPUT CD-ESC-OUT-FILE.
008700     OPEN OUTPUT CD-ESC-PULL-FILE.
008710     MOVE 'N' TO CD-EOF-SW.
008720     PERFORM 2310-SORT-ONE-ESC THRU 2310-EXIT
008730         UNTIL CD-EOF-YES.
008740     CLOSE CD-ESC-IN-FILE.
008750     CLOSE CD-ESC-OUT-FILE.
008760     CLOSE CD-ESC-PULL-FILE.
008770     MOVE 'ESCALATIONS READ'       TO CD-SL-LABEL.
008780     MOVE CD-ESC-IN-COUNT          TO CD-SL-COUNT.
008790     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008800     MOVE '  KEPT ON THE CARRY-FORWARD' TO CD-SL-LABEL.
008810     MOVE CD-ESC-KEEP-COUNT        TO CD-SL-COUNT.
008820     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008830     MOVE '  PULLED' TO CD-SL-LABEL.
008840     MOVE CD-ESC-PULL-COUNT        TO CD-SL-COUNT.
008850     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
008860     MOVE 'ESC'              TO CD-BA-ACTION.
008870     MOVE CD-ESC-PULL-COUNT  TO CD-BA-COUNT.
008880     MOVE ZERO               TO CD-BA-REF-DATE.
008890     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
008900 2300-EXIT.
008910     EXIT.

008920*----------------------------------------------------------------
008930* 2310-SORT-ONE-ESC
008940*     KEEPS OR PULLS ONE ESCALATION.
008950*----------------------------------------------------------------
008960 2310-SORT-ONE-ESC.
008970     READ CD-ESC-IN-FILE
008980         AT END
008990             MOVE 'Y' TO CD-EOF-SW
009000             GO TO 2310-EXIT
009010     END-READ.
009020     ADD 1 TO CD-ESC-IN-COUNT.
009030     IF CD-S-ESC-DATE = CD-BACKOUT-DATE
009040         MOVE CD-ESC-RECORD TO CD-ESC-PULL-RECORD
009050         WRITE CD-ESC-PULL-RECORD
009060         ADD 1 TO CD-ESC-PULL-COUNT
009070     ELSE
009080         MOVE CD-ESC-RECORD TO CD-ESC-OUT-RECORD
009090         WRITE CD-ESC-OUT-RECORD
009100         ADD 1 TO CD-ESC-KEEP-COUNT
009110     END-IF.
009120 2310-EXIT.
009130     EXIT.

009140*----------------------------------------------------------------
009150* 2400-PULL-SUSP-ITEMS
009160*     COPIES THE SUSPENSE CARRY-FORWARD TO ITS WORK DATA SET,
009170*     PULLING THE ITEMS SUSPENDED ON THE DAY.
009180*----------------------------------------------------------------
009190 2400-PULL-SUSP-ITEMS.
009200     OPEN INPUT CD-SUSP-IN-FILE.
009210     IF CD-SUSP-STATUS NOT = '00'
009220         DISPLAY 'CDSCARI OPEN FAILED, STATUS ' CD-SUSP-STATUS
009230             ' -- RUN CANCELLED.'
009240         MOVE 16 TO RETURN-CODE
009250         STOP RUN
009260     END-IF.
009270     OPEN OUTPUT CD-SUSP-OUT-FILE.
009280     OPEN OUTPUT CD-SUSP-PULL-FILE.
009290     MOVE 'N' TO CD-EOF-SW.
009300     PERFORM 2410-SORT-ONE-SUSP THRU 2410-EXIT
009310         UNTIL CD-EOF-YES.
009320     CLOSE CD-SUSP-IN-FILE.
009330     CLOSE CD-SUSP-OUT-FILE.
009340     CLOSE CD-SUSP-PULL-FILE.
009350     MOVE 'SUSPENDED ITEMS READ'   TO CD-SL-LABEL.
009360     MOVE CD-SUSP-IN-COUNT         TO CD-SL-COUNT.
009370     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
009380     MOVE '  KEPT ON THE CARRY-FORWARD' TO CD-SL-LABEL.
009390     MOVE CD-SUSP-KEEP-COUNT       TO CD-SL-COUNT.
009400     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
009410     MOVE '  PULLED' TO CD-SL-LABEL.
009420     MOVE CD-SUSP-PULL-COUNT       TO CD-SL-COUNT.
009430     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
009440     MOVE 'SUS'              TO CD-BA-ACTION.
009450     MOVE CD-SUSP-PULL-COUNT TO CD-BA-COUNT.
009460     MOVE ZERO               TO CD-BA-REF-DATE.
009470     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
009480 2400-EXIT.
009490     EXIT.

009500*----------------------------------------------------------------
009510* 2410-SORT-ONE-SUSP
009520*     KEEPS OR PULLS ONE SUSPENDED ITEM.
009530*----------------------------------------------------------------
009540 2410-SORT-ONE-SUSP.
009550     READ CD-SUSP-IN-FILE
009560         AT END
009570             MOVE 'Y' TO CD-EOF-SW
009580             GO TO 2410-EXIT
009590     END-READ.
009600     ADD 1 TO CD-SUSP-IN-COUNT.
009610     IF CD-SU-SUSP-DATE = CD-BACKOUT-DATE
009620         MOVE CD-SUSP-RECORD TO CD-SUSP-PULL-RECORD
009630         WRITE CD-SUSP-PULL-RECORD
009640         ADD 1 TO CD-SUSP-PULL-COUNT
009650     ELSE
009660         MOVE CD-SUSP-RECORD TO CD-SUSP-OUT-RECORD
009670         WRITE CD-SUSP-OUT-RECORD
009680         ADD 1 TO CD-SUSP-KEEP-COUNT
009690     END-IF.
009700 2410-EXIT.
009710     EXIT.

009720*----------------------------------------------------------------
009730* 2500-ROLL-HISTORY
009740*     WRITES THE NEW CONTROL HISTORY WITHOUT THE DAY'S
009750*     RECORDS AND PROVES IN = OUT + REMOVED, WITH REMOVED
009760*     EQUAL TO WHAT THE CHECK FOUND.
009770*----------------------------------------------------------------
009780 2500-ROLL-HISTORY.
009790     OPEN INPUT CD-CTLH-IN-FILE.
009800     OPEN OUTPUT CD-CTLH-OUT-FILE.
009810     MOVE 'N' TO CD-EOF-SW.
009820     PERFORM 2510-COPY-ONE-HISTORY THRU 2510-EXIT
009830         UNTIL CD-EOF-YES.
009840     CLOSE CD-CTLH-IN-FILE.
009850     CLOSE CD-CTLH-OUT-FILE.
009860     MOVE 'CONTROL HISTORY RECORDS READ' TO CD-SL-LABEL.
009870     MOVE CD-HIST-IN-COUNT         TO CD-SL-COUNT.
009880     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
009890     MOVE '  REMOVED' TO CD-SL-LABEL.
009900     MOVE CD-HIST-DROP-COUNT       TO CD-SL-COUNT.
009910     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
009920     IF CD-HIST-DROP-COUNT NOT = CD-HIST-DAY-COUNT
009930        OR CD-HIST-IN-COUNT NOT =
009940           CD-HIST-OUT-COUNT + CD-HIST-DROP-COUNT
009950         DISPLAY 'CONTROL HISTORY ROLL OUT OF BALANCE -- DO'
009960             ' NOT CATALOG THE NEW GENERATION. RUN CANCELLED.'
009970         MOVE 16 TO RETURN-CODE
009980         STOP RUN
009990     END-IF.
010000     MOVE 'CTL'              TO CD-BA-ACTION.
010010     MOVE CD-HIST-DROP-COUNT TO CD-BA-COUNT.
010020     MOVE ZERO               TO CD-BA-REF-DATE.
010030     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
010040 2500-EXIT.
010050     EXIT.

010060*----------------------------------------------------------------
010070* 2510-COPY-ONE-HISTORY
010080*     COPIES ONE HISTORY RECORD UNLESS IT IS THE DAY'S.
010090*----------------------------------------------------------------
010100 2510-COPY-ONE-HISTORY.
010110     READ CD-CTLH-IN-FILE
010120         AT END
010130             MOVE 'Y' TO CD-EOF-SW
010140             GO TO 2510-EXIT
010150     END-READ.
010160     ADD 1 TO CD-HIST-IN-COUNT.
010170     IF CD-HI-RUN-DATE = CD-BACKOUT-DATE
010180         ADD 1 TO CD-HIST-DROP-COUNT
010190         GO TO 2510-EXIT
010200     END-IF.
010210     MOVE CD-HI-RECORD TO CD-HO-RECORD.
010220     WRITE CD-HO-RECORD.
010230     ADD 1 TO CD-HIST-OUT-COUNT.
010240 2510-EXIT.
010250     EXIT.

010260*----------------------------------------------------------------
010270* 2600-ARCHIVE-AUDIT
010280*     POSITIONS THE AUDIT MASTER ON THE DAY AND MOVES THE
010290*     DAY'S LINES TO THE REVERSAL ARCHIVE, DELETING EACH FROM
010300*     THE MASTER ONCE IT IS ARCHIVED.
010310*----------------------------------------------------------------
010320 2600-ARCHIVE-AUDIT.
010330     OPEN I-O CD-AUDM-FILE.
010340     IF CD-AUDM-STATUS NOT = '00'
010350         DISPLAY 'CDAUDM OPEN FAILED, STATUS ' CD-AUDM-STATUS
010360             ' -- RUN CANCELLED.'
010370         MOVE 16 TO RETURN-CODE
010380         STOP RUN
010390     END-IF.
010400     OPEN EXTEND CD-ARCH-FILE.
010410     MOVE 'N' TO CD-EOF-SW.
010420     MOVE CD-BACKOUT-DATE TO CD-AX-DATE.
010430     MOVE ZERO            TO CD-AX-ACCT-NO.
010440     MOVE ZERO            TO CD-AX-SEQ.
010450     START CD-AUDM-FILE KEY NOT < CD-AX-KEY
010460         INVALID KEY
010470             MOVE 'Y' TO CD-EOF-SW
010480     END-START.
010490     PERFORM 2610-ARCHIVE-ONE-LINE THRU 2610-EXIT
010500         UNTIL CD-EOF-YES.
010510     CLOSE CD-AUDM-FILE.
010520     CLOSE CD-ARCH-FILE.
010530     MOVE 'AUDIT LINES ON THE DAY' TO CD-SL-LABEL.
010540     MOVE CD-AUD-READ-COUNT        TO CD-SL-COUNT.
010550     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
010560     MOVE '  SCORING LINES ARCHIVED' TO CD-SL-LABEL.
010570     MOVE CD-AUD-SCORE-COUNT       TO CD-SL-COUNT.
010580     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
010590     MOVE '  SAME-DAY REWORK ARCHIVED' TO CD-SL-LABEL.
010600     MOVE CD-AUD-REDISP-COUNT      TO CD-SL-COUNT.
010610     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
010620     MOVE '  EARLIER ITEMS'' REWORK KEPT' TO CD-SL-LABEL.
010630     MOVE CD-AUD-KEEP-COUNT        TO CD-SL-COUNT.
010640     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
010650     MOVE '  DELETED FROM THE MASTER' TO CD-SL-LABEL.
010660     MOVE CD-AUD-DEL-COUNT         TO CD-SL-COUNT.
010670     PERFORM 2950-WRITE-TOTAL THRU 2950-EXIT.
010680     IF CD-AUD-ARCH-COUNT NOT = CD-AUD-DEL-COUNT
010690         DISPLAY 'AUDIT LINES ARCHIVED ' CD-AUD-ARCH-COUNT
010700             ' DELETED ' CD-AUD-DEL-COUNT ' -- RUN CANCELLED.'
010710         MOVE 16 TO RETURN-CODE
010720         STOP RUN
010730     END-IF.
010740     IF CD-AUD-PASS-COUNT NOT = CD-PR-DETAIL-COUNT
010750         MOVE 'Y' TO CD-WARNING-SW
010760         MOVE '*** PASS AUDIT LINES DISAGREE WITH THE REVERSAL'
010770             TO CD-BRPT-RECORD
010780         WRITE CD-BRPT-RECORD
010790         DISPLAY 'PASS AUDIT LINES ' CD-AUD-PASS-COUNT
010800             ' REVERSED DETAILS ' CD-PR-DETAIL-COUNT
010810     END-IF.
010820     IF CD-ID-OVERFLOW-COUNT > ZERO
010830         MOVE 'Y' TO CD-WARNING-SW
010840         MOVE '*** ACCOUNT TABLE FULL -- CHECK KEPT REWORK LINES'
010850             TO CD-BRPT-RECORD
010860         WRITE CD-BRPT-RECORD
010870     END-IF.
010880     MOVE 'AUD'              TO CD-BA-ACTION.
010890     MOVE CD-AUD-ARCH-COUNT  TO CD-BA-COUNT.
010900     MOVE ZERO               TO CD-BA-REF-DATE.
010910     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
010920 2600-EXIT.
010930     EXIT.

010940*----------------------------------------------------------------
010950* 2610-ARCHIVE-ONE-LINE
010960*     READS THE NEXT AUDIT LINE; THE FIRST LINE PAST THE DAY
010970*     ENDS THE PASS. A SCORING LINE IS ARCHIVED AND ITS VALUE
010980*     SET NOTED FOR THE ACCOUNT. A HOLD OR ESCALATION
010990*     RE-DISPOSITION IS ARCHIVED ONLY WHEN IT WORKED ONE OF
011000*     THOSE VALUE SETS.
011010*----------------------------------------------------------------
011020 2610-ARCHIVE-ONE-LINE.
011030     READ CD-AUDM-FILE NEXT
011040         AT END
011050             MOVE 'Y' TO CD-EOF-SW
011060             GO TO 2610-EXIT
011070     END-READ.
011080     IF CD-AX-DATE NOT = CD-BACKOUT-DATE
011090         MOVE 'Y' TO CD-EOF-SW
011100         GO TO 2610-EXIT
011110     END-IF.
011120     ADD 1 TO CD-AUD-READ-COUNT.
011130     IF CD-AX-ACCT-NO NOT = CD-ID-ACCT-NO
011140         MOVE CD-AX-ACCT-NO TO CD-ID-ACCT-NO
011150         MOVE ZERO          TO CD-ID-COUNT
011160     END-IF.
011170     IF CD-AX-DISPOSITION (1:5) = 'HOLD-'
011180        OR CD-AX-DISPOSITION (1:4) = 'ESC-'
011190         PERFORM 2620-FIND-SAME-DAY-SET THRU 2620-EXIT
011200         IF NOT CD-ID-FOUND
011210             ADD 1 TO CD-AUD-KEEP-COUNT
011220             GO TO 2610-EXIT
011230         END-IF
011240         ADD 1 TO CD-AUD-REDISP-COUNT
011250     ELSE
011260         ADD 1 TO CD-AUD-SCORE-COUNT
011270         IF CD-AX-DISPOSITION = 'PASS'
011280             ADD 1 TO CD-AUD-PASS-COUNT
011290         END-IF
011300         PERFORM 2630-NOTE-SAME-DAY-SET THRU 2630-EXIT
011310     END-IF.
011320     MOVE CD-AUDM-RECORD  TO CD-AR-AUDM-LINE.
011330     MOVE CD-RUN-DATE     TO CD-AR-BACKOUT-DATE.
011340     MOVE CD-AUTH-USER    TO CD-AR-AUTH-USER.
011350     WRITE CD-ARCH-RECORD.
011360     ADD 1 TO CD-AUD-ARCH-COUNT.
011370     DELETE CD-AUDM-FILE RECORD
011380         INVALID KEY
011390             DISPLAY 'CDAUDM DELETE FAILED, STATUS '
011400                 CD-AUDM-STATUS ' AT ' CD-AX-DATE ' '
011410                 CD-AX-ACCT-NO ' ' CD-AX-SEQ
011420                 ' -- RUN CANCELLED.'
011430             MOVE 16 TO RETURN-CODE
011440             STOP RUN
011450     END-DELETE.
011460     ADD 1 TO CD-AUD-DEL-COUNT.
011470 2610-EXIT.
011480     EXIT.

011490*----------------------------------------------------------------
011500* 2620-FIND-SAME-DAY-SET
011510*     LOOKS FOR THE RE-DISPOSITION'S VALUE SET AMONG THOSE
011520*     SCORED FOR THE ACCOUNT ON THE DAY. CHECK-VAL IS LEFT
011530*     OUT -- THE RE-DISPOSITION CARRIES THE VALUE SET AS IT
011540*     WAS HELD OR ESCALATED.
011550*----------------------------------------------------------------
011560 2620-FIND-SAME-DAY-SET.
011570     MOVE 'N' TO CD-ID-FOUND-SW.
011580     PERFORM 2625-TEST-ONE-SET THRU 2625-EXIT
011590         VARYING CD-ID-IDX FROM 1 BY 1
011600         UNTIL CD-ID-IDX > CD-ID-COUNT
011610             OR CD-ID-FOUND.
011620 2620-EXIT.
011630     EXIT.

011640*----------------------------------------------------------------
011650* 2625-TEST-ONE-SET
011660*     TESTS ONE NOTED VALUE SET.
011670*----------------------------------------------------------------
011680 2625-TEST-ONE-SET.
011690     IF CD-ID-NUM1 (CD-ID-IDX)   = CD-AX-NUM1
011700        AND CD-ID-NUM2 (CD-ID-IDX)   = CD-AX-NUM2
011710        AND CD-ID-NUM3 (CD-ID-IDX)   = CD-AX-NUM3
011720        AND CD-ID-NUM4 (CD-ID-IDX)   = CD-AX-NUM4
011730        AND CD-ID-CLASS1 (CD-ID-IDX) = CD-AX-CLASS1
011740         MOVE 'Y' TO CD-ID-FOUND-SW
011750     END-IF.
011760 2625-EXIT.
011770     EXIT.

011780*----------------------------------------------------------------
011790* 2630-NOTE-SAME-DAY-SET
011800*     NOTES A SCORED VALUE SET FOR THE ACCOUNT. A FULL TABLE
011810*     IS COUNTED -- ITS REWORK LINES ARE THEN KEPT, NOT LOST,
011820*     AND THE REPORT SAYS TO CHECK THEM.
011830*----------------------------------------------------------------
011840 2630-NOTE-SAME-DAY-SET.
011850     IF CD-ID-COUNT >= 100
011860         ADD 1 TO CD-ID-OVERFLOW-COUNT
011870         GO TO 2630-EXIT
011880     END-IF.
011890     ADD 1 TO CD-ID-COUNT.
011900     MOVE CD-AX-NUM1   TO CD-ID-NUM1 (CD-ID-COUNT).
011910     MOVE CD-AX-NUM2   TO CD-ID-NUM2 (CD-ID-COUNT).
011920     MOVE CD-AX-NUM3   TO CD-ID-NUM3 (CD-ID-COUNT).
011930     MOVE CD-AX-NUM4   TO CD-ID-NUM4 (CD-ID-COUNT).
011940     MOVE CD-AX-CLASS1 TO CD-ID-CLASS1 (CD-ID-COUNT).
011950 2630-EXIT.
011960     EXIT.

011970*----------------------------------------------------------------
011980* 2700-ROLL-RECON
011990*     THE LAST STEP: PUTS CDRECNF BACK TO THE PRIOR POSTED
012000*     DATE AND ITS TOTALS SO THE DAY CAN BE POSTED AGAIN. WITH
012010*     NO PRIOR POSTED DAY THE FILE IS LEFT EMPTY, AS BEFORE
012020*     THE FIRST EVER RUN.
012030*----------------------------------------------------------------
012040 2700-ROLL-RECON.
012050     OPEN OUTPUT CD-RECON-FILE.
012060     IF CD-PRIOR-DATE > ZERO
012070         MOVE CD-PRIOR-PASS-COUNT TO CD-RECON-PASS-COUNT
012080         MOVE CD-PRIOR-FAIL-COUNT TO CD-RECON-FAIL-COUNT
012090         MOVE CD-PRIOR-DATE       TO CD-RECON-RUN-DATE
012100         WRITE CD-RECON-RECORD
012110     END-IF.
012120     CLOSE CD-RECON-FILE.
012130     MOVE 'CDRECNF WAS '       TO CD-BN-LABEL.
012140     MOVE CD-BACKOUT-DATE      TO CD-BN-DATE.
012150     MOVE CD-OLD-PASS-COUNT    TO CD-BN-PASS.
012160     MOVE CD-OLD-FAIL-COUNT    TO CD-BN-FAIL.
012170     MOVE CD-BRPT-RECON-LINE   TO CD-BRPT-RECORD.
012180     WRITE CD-BRPT-RECORD.
012190     MOVE 'CDRECNF NOW '       TO CD-BN-LABEL.
012200     MOVE CD-PRIOR-DATE        TO CD-BN-DATE.
012210     MOVE CD-PRIOR-PASS-COUNT  TO CD-BN-PASS.
012220     MOVE CD-PRIOR-FAIL-COUNT  TO CD-BN-FAIL.
012230     MOVE CD-BRPT-RECON-LINE   TO CD-BRPT-RECORD.
012240     WRITE CD-BRPT-RECORD.
012250     MOVE 'REC'              TO CD-BA-ACTION.
012260     MOVE 1                  TO CD-BA-COUNT.
012270     MOVE CD-PRIOR-DATE      TO CD-BA-REF-DATE.
012280     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
012290 2700-EXIT.
012300     EXIT.

012310*----------------------------------------------------------------
012320* 2900-WRITE-AUDIT
012330*     APPENDS ONE BACKOUT AUDIT TRAIL LINE FOR THE ACTION
012340*     STAGED IN CD-BA-ACTION, CD-BA-COUNT AND CD-BA-REF-DATE.
012350*----------------------------------------------------------------
012360 2900-WRITE-AUDIT.
012370     MOVE CD-RUN-DATE     TO CD-BA-DATE.
012380     MOVE CD-AUTH-USER    TO CD-BA-USER.
012390     MOVE CD-BACKOUT-DATE TO CD-BA-POST-DATE.
012400     WRITE CD-BAUD-RECORD.
012410 2900-EXIT.
012420     EXIT.

012430*----------------------------------------------------------------
012440* 2950-WRITE-TOTAL
012450*     WRITES ONE TOTAL LINE TO THE REPORT.
012460*----------------------------------------------------------------
012470 2950-WRITE-TOTAL.
012480     MOVE CD-SUMMARY-LINE TO CD-BRPT-RECORD.
012490     WRITE CD-BRPT-RECORD.
012500 2950-EXIT.
012510     EXIT.

012520*----------------------------------------------------------------
012530* 2960-WRITE-QUEUE-MOVEMENT
012540*     APPENDS ONE QUEUE-MOVEMENT RECORD PER QUEUE: THE
012550*     CARRY-FORWARD READ IS BOTH OPENING AND READ, THE PULLED
012560*     ITEMS ARE BACKED OUT AND THE KEPT ITEMS ARE THE CLOSING.
012570*     WRITTEN ONLY WHEN THE BACKOUT FINISHES, AND APPENDED BY
012580*     THE JOB UNDER THE SAME CONDITION AS THE CARRY-FORWARD
012590*     COPIES, SO THE FILE NEVER SHOWS A PULL WHOSE
012600*     CARRY-FORWARD WAS NOT COPIED BACK. CONDBACK RECORDS
012610*     CARRY NO BUSINESS DAY -- THEY ARE NEVER REPLACED.
012620*----------------------------------------------------------------
012630 2960-WRITE-QUEUE-MOVEMENT.
012640     OPEN OUTPUT CD-QMOV-FILE.
012650     MOVE 'HOLD'             TO CD-QW-QUEUE.
012660     MOVE CD-HOLD-IN-COUNT   TO CD-QW-IN-COUNT.
012670     MOVE CD-HOLD-KEEP-COUNT TO CD-QW-KEEP-COUNT.
012680     MOVE CD-HOLD-PULL-COUNT TO CD-QW-PULL-COUNT.
012690     PERFORM 2965-WRITE-ONE-QUEUE THRU 2965-EXIT.
012700     MOVE 'ESC '             TO CD-QW-QUEUE.
012710     MOVE CD-ESC-IN-COUNT    TO CD-QW-IN-COUNT.
012720     MOVE CD-ESC-KEEP-COUNT  TO CD-QW-KEEP-COUNT.
012730     MOVE CD-ESC-PULL-COUNT  TO CD-QW-PULL-COUNT.
012740     PERFORM 2965-WRITE-ONE-QUEUE THRU 2965-EXIT.
012750     MOVE 'SUSP'             TO CD-QW-QUEUE.
012760     MOVE CD-SUSP-IN-COUNT   TO CD-QW-IN-COUNT.
012770     MOVE CD-SUSP-KEEP-COUNT TO CD-QW-KEEP-COUNT.
012780     MOVE CD-SUSP-PULL-COUNT TO CD-QW-PULL-COUNT.
012790     PERFORM 2965-WRITE-ONE-QUEUE THRU 2965-EXIT.
012800     CLOSE CD-QMOV-FILE.
012810 2960-EXIT.
012820     EXIT.

012830*----------------------------------------------------------------
012840* 2965-WRITE-ONE-QUEUE
012850*     WRITES THE QUEUE-MOVEMENT RECORD FOR THE QUEUE STAGED IN
012860*     CD-QW-QUEUE AND ITS COUNTS.
012870*----------------------------------------------------------------
012880 2965-WRITE-ONE-QUEUE.
012890     MOVE SPACES           TO CD-QM-RECORD.
012900     MOVE CD-QW-QUEUE      TO CD-QM-QUEUE.
012910     MOVE 'CONDBACK'       TO CD-QM-PROGRAM.
012920     MOVE CD-RUN-DATE      TO CD-QM-RUN-DATE.
012930     MOVE CD-QW-IN-COUNT   TO CD-QM-OPENING.
012940     MOVE CD-QW-IN-COUNT   TO CD-QM-READ.
012950     MOVE ZERO             TO CD-QM-CLR1-COUNT.
012960     MOVE ZERO             TO CD-QM-CLR2-COUNT.
012970     MOVE ZERO             TO CD-QM-DROPPED.
012980     MOVE CD-QW-PULL-COUNT TO CD-QM-BACKED-OUT.
012990     MOVE CD-QW-KEEP-COUNT TO CD-QM-CLOSING.
013000     MOVE ZERO             TO CD-QM-AGE-LIMIT.
013010     MOVE ZERO             TO CD-QM-AGED-OPEN.
013020     MOVE ZERO             TO CD-QM-AGE-BAND (1).
013030     MOVE ZERO             TO CD-QM-AGE-BAND (2).
013040     MOVE ZERO             TO CD-QM-AGE-BAND (3).
013050     MOVE ZERO             TO CD-QM-AGE-BAND (4).
013060     MOVE ZERO             TO CD-QM-AGE-BAND (5).
013070     MOVE ZERO             TO CD-QM-BUS-DATE.
013080     WRITE CD-QM-RECORD.
013090 2965-EXIT.
013100     EXIT.

013110*----------------------------------------------------------------
013120* 3000-TERMINATE
013130*     CLOSES THE AUDIT TRAIL AND THE REPORT, LISTING THE
013140*     CDRERUN CARDS THE QUEUE JOBS NEED TO WORK THE DAY AGAIN.
013150*     RC 4 WHEN THE BACKOUT FINISHED WITH A WARNING TO CHECK.
013160*----------------------------------------------------------------
013170 3000-TERMINATE.
013180     CLOSE CD-BAUD-FILE.
013190     PERFORM 2960-WRITE-QUEUE-MOVEMENT THRU 2960-EXIT.
013200     MOVE SPACES TO CD-BRPT-RECORD.
013210     WRITE CD-BRPT-RECORD.
013220     MOVE 'BACKOUT COMPLETE -- THE DAY MAY BE POSTED AGAIN'
013230         TO CD-BRPT-RECORD.
013240     WRITE CD-BRPT-RECORD.
013250     MOVE SPACES TO CD-BRPT-RECORD.
013260     WRITE CD-BRPT-RECORD.
013270     MOVE 'ONCE THE DAY IS REPOSTED, THESE JOBS NEED A CDRERUN'
013280         TO CD-BRPT-RECORD.
013290     WRITE CD-BRPT-RECORD.
013300     MOVE 'CARD (DAY, AUTHORIZING USER) OR ARE REFUSED RC 16:'
013310         TO CD-BRPT-RECORD.
013320     WRITE CD-BRPT-RECORD.
013330     MOVE SPACES TO CD-BRPT-RECORD.
013340     STRING '  CONDHOLD, CONDESCD, CONDRSUB -- DAY '
013350         CD-BACKOUT-DATE
013360         DELIMITED BY SIZE INTO CD-BRPT-RECORD.
013370     WRITE CD-BRPT-RECORD.
013380     MOVE SPACES TO CD-BRPT-RECORD.
013390     STRING '  CONDSUSP -- THE BUSINESS DAY AFTER '
013400         CD-BACKOUT-DATE
013410         DELIMITED BY SIZE INTO CD-BRPT-RECORD.
013420     WRITE CD-BRPT-RECORD.
013430     MOVE 'RUN THEM ON THE CARRY-FORWARDS THIS BACKOUT LEFT -- DO'
013440         TO CD-BRPT-RECORD.
013450     WRITE CD-BRPT-RECORD.
013460     MOVE 'NOT RESTORE THE SAVED CARRYPRV COPIES FIRST.'
013470         TO CD-BRPT-RECORD.
013480     WRITE CD-BRPT-RECORD.
013490     CLOSE CD-BRPT-FILE.
013500     IF CD-WARNING
013510         MOVE 4 TO RETURN-CODE
013520     END-IF.
013530     DISPLAY 'CONDBACK COMPLETE -- DAY ' CD-BACKOUT-DATE
013540         ' BACKED OUT BY ' CD-AUTH-USER
013550         ', CDRECNF NOW ' CD-PRIOR-DATE '.'.
013560 3000-EXIT.
013570     EXIT.
