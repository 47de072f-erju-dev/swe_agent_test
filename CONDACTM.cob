000230*     THE STATUS TO 'C' (CLOSED). STATUS MUST BE A, S OR C.
000232*     COL 53 CARRIES THE SCORING TIER (0-9; BLANK ON AN ADD =
000234*     TIER 0 STANDARD, BLANK ON A CHG = LEAVE AS IS).
000235*     COL 54 CARRIES THE CUSTOMER NOTICE FLAG -- N NORMAL, O
000236*     OPTED OUT OF MAILINGS, D DECEASED (BLANK ON AN ADD = N,
000237*     BLANK ON A CHG = LEAVE AS IS).
000240*
000250* MAINTENANCE HISTORY.
000260*     09/02/2026  DL   ORIGINAL PROGRAM -- ADDING AN ACCOUNT
000284*                      NOW CARRY THE SCORING TIER FOR THE
000286*                      PER-TIER BANDS (MASTER LRECL 41 TO 42,
000288*                      AUDIT 60 TO 61).
000290*     10/15/2026  DL   CARDS, THE MASTER AND THE AUDIT TRAIL
000292*                      NOW CARRY THE CUSTOMER NOTICE FLAG
000294*                      (CARD COL 54; MASTER LRECL 42 TO 43,
000296*                      AUDIT 61 TO 62).
000298*----------------------------------------------------------------

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000510         ==CD-AM-NAME==       BY ==CD-OLD-NAME==
000520         ==CD-AM-STATUS==     BY ==CD-OLD-STATUS-CD==
000522         ==CD-AM-TIER==       BY ==CD-OLD-TIER==
000526         ==CD-AM-NOTICE-FLAG== BY ==CD-OLD-NOTICE-FLAG==
000530         ==CD-AM-ACTIVE==     BY ==CD-OLD-ACTIVE==
000540         ==CD-AM-SUSPENDED==  BY ==CD-OLD-SUSPENDED==
000550         ==CD-AM-CLOSED==     BY ==CD-OLD-CLOSED==
000552         ==CD-AM-NOTICE-NORMAL== BY ==CD-OLD-NOTICE-NORMAL==
000554         ==CD-AM-NOTICE-OPTOUT== BY ==CD-OLD-NOTICE-OPTOUT==
000556         ==CD-AM-NOTICE-DECEASED==
000558             BY ==CD-OLD-NOTICE-DECEASED==.

000560* MAINTENANCE CARDS IN.
000570 FD  CD-TXN-FILE.
000620     05  CD-TX-STATUS         PIC X(01).
000630     05  CD-TX-USER           PIC X(08).
000632     05  CD-TX-TIER           PIC X(01).
000636     05  CD-TX-NOTICE-FLAG    PIC X(01).
000637         88  CD-TX-NOTICE-VALID   VALUE SPACE 'N' 'O' 'D'.

000640* UPDATED ACCOUNT MASTER OUT.
000650 FD  CD-NEW-FILE.
000690         ==CD-AM-NAME==       BY ==CD-NEW-NAME==
000700         ==CD-AM-STATUS==     BY ==CD-NEW-STATUS==
000702         ==CD-AM-TIER==       BY ==CD-NEW-TIER==
000706         ==CD-AM-NOTICE-FLAG== BY ==CD-NEW-NOTICE-FLAG==
000710         ==CD-AM-ACTIVE==     BY ==CD-NEW-ACTIVE==
000720         ==CD-AM-SUSPENDED==  BY ==CD-NEW-SUSPENDED==
000730         ==CD-AM-CLOSED==     BY ==CD-NEW-CLOSED==
000732         ==CD-AM-NOTICE-NORMAL== BY ==CD-NEW-NOTICE-NORMAL==
000734         ==CD-AM-NOTICE-OPTOUT== BY ==CD-NEW-NOTICE-OPTOUT==
000736         ==CD-AM-NOTICE-DECEASED==
000738             BY ==CD-NEW-NOTICE-DECEASED==.

000740* AUDIT TRAIL -- OPENED EXTEND SO EVERY MAINTENANCE RUN'S
000750* CHANGES ACCUMULATE: WHO, WHEN, WHAT ACTION, WHICH ACCOUNT,
000830     05  CD-AA-NAME           PIC X(30).
000840     05  CD-AA-STATUS         PIC X(01).
000842     05  CD-AA-TIER           PIC 9(01).
000846     05  CD-AA-NOTICE-FLAG    PIC X(01).

000850* MAINTENANCE LISTING.
000860 FD  CD-LIST-FILE.
000960         10  CD-AT-NAME       PIC X(30).
000970         10  CD-AT-STATUS     PIC X(01).
000972         10  CD-AT-TIER       PIC 9(01).
000976         10  CD-AT-NOTICE-FLAG PIC X(01).
000980 01  CD-AM-IDX            PIC 9(05) COMP.
000990 01  CD-HIT-IDX           PIC 9(05) COMP.
001000* RUN CONTROL SWITCHES AND COUNTERS.
001190     05  CD-LD-STATUS         PIC X(01).
001192     05  FILLER               PIC X(03) VALUE SPACES.
001194     05  CD-LD-TIER           PIC 9(01).
001196     05  FILLER               PIC X(03) VALUE SPACES.
001198     05  CD-LD-NOTICE-FLAG    PIC X(01).
001200     05  FILLER               PIC X(25) VALUE SPACES.
001210 01  CD-LIST-HEADING.
001220     05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
001230     05  FILLER               PIC X(03) VALUE SPACES.
001260     05  FILLER               PIC X(02) VALUE 'ST'.
001262     05  FILLER               PIC X(02) VALUE SPACES.
001264     05  FILLER               PIC X(02) VALUE 'TR'.
001266     05  FILLER               PIC X(02) VALUE SPACES.
001268     05  FILLER               PIC X(02) VALUE 'NF'.
001270     05  FILLER               PIC X(24) VALUE SPACES.

001280 PROCEDURE DIVISION.

002098                     TO CD-AT-TIER (CD-ACCT-LOAD-COUNT)
002099             END-IF
002100     END-READ.
002101     IF NOT CD-OLD-EOF-YES
002102         IF CD-OLD-NOTICE-FLAG = SPACE
002103             MOVE 'N' TO CD-AT-NOTICE-FLAG (CD-ACCT-LOAD-COUNT)
002104         ELSE
002105             MOVE CD-OLD-NOTICE-FLAG
002106                 TO CD-AT-NOTICE-FLAG (CD-ACCT-LOAD-COUNT)
002107         END-IF
002108     END-IF.
002110 1015-EXIT.
002120     EXIT.

002398             GO TO 2000-NEXT
002399         END-IF
002400     END-IF.
002401     IF (CD-TX-ACTION = 'ADD' OR CD-TX-ACTION = 'CHG'
002402         OR CD-TX-ACTION = 'CLS') AND NOT CD-TX-NOTICE-VALID
002403         ADD 1 TO CD-ERROR-COUNT
002404         DISPLAY 'CARD FOR ACCOUNT ' CD-TX-ACCT-NO
002405             ' HAS INVALID NOTICE FLAG ' CD-TX-NOTICE-FLAG
002406             ' -- CARD DROPPED'
002407         GO TO 2000-NEXT
002408     END-IF.
002410     EVALUATE CD-TX-ACTION
002420         WHEN 'ADD'
002430             PERFORM 2100-ADD-ACCOUNT THRU 2100-EXIT
002908         MOVE CD-TX-TIER TO CD-AT-TIER (CD-ACCT-LOAD-COUNT)
002909     END-IF.
002910     ADD 1 TO CD-ADD-COUNT.
002911     IF CD-TX-NOTICE-FLAG = SPACE
002912         MOVE 'N' TO CD-AT-NOTICE-FLAG (CD-ACCT-LOAD-COUNT)
002913     ELSE
002914         MOVE CD-TX-NOTICE-FLAG
002915             TO CD-AT-NOTICE-FLAG (CD-ACCT-LOAD-COUNT)
002916     END-IF.
002920     MOVE CD-ACCT-LOAD-COUNT TO CD-HIT-IDX.
002930     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002940     DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' ADDED BY ' CD-TX-USER.

002970*----------------------------------------------------------------
002980* 2200-CHANGE-ACCOUNT
002990*     CHANGES THE NAME, STATUS, TIER AND/OR NOTICE FLAG ON AN
002995*     EXISTING ACCOUNT.
003000*     A BLANK FIELD ON THE CARD LEAVES THAT FIELD AS IT
003010*     STANDS, SO ONE CARD CAN CHANGE EITHER OR BOTH.
003020*----------------------------------------------------------------
003080             ' MASTER -- CHG REJECTED'
003090         GO TO 2200-EXIT.
003100     IF CD-TX-NAME = SPACES AND CD-TX-STATUS = SPACE
003102        AND CD-TX-TIER = SPACE AND CD-TX-NOTICE-FLAG = SPACE
003110         ADD 1 TO CD-ERROR-COUNT
003120         DISPLAY 'CHG FOR ACCOUNT ' CD-TX-ACCT-NO ' CARRIES'
003130             ' NO NAME, STATUS, TIER OR NOTICE FLAG'
003135             ' -- CARD DROPPED'
003140         GO TO 2200-EXIT.
003150     IF CD-TX-NAME NOT = SPACES
003160         MOVE CD-TX-NAME TO CD-AT-NAME (CD-HIT-IDX)
003202     IF CD-TX-TIER NOT = SPACE
003204         MOVE CD-TX-TIER TO CD-AT-TIER (CD-HIT-IDX)
003206     END-IF.
003207     IF CD-TX-NOTICE-FLAG NOT = SPACE
003208         MOVE CD-TX-NOTICE-FLAG TO CD-AT-NOTICE-FLAG (CD-HIT-IDX)
003209     END-IF.
003210     ADD 1 TO CD-CHG-COUNT.
003220     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003230     DISPLAY 'ACCOUNT ' CD-TX-ACCT-NO ' CHANGED BY '
003960     MOVE CD-AT-NAME (CD-AM-IDX)    TO CD-LD-NAME.
003970     MOVE CD-AT-STATUS (CD-AM-IDX)  TO CD-LD-STATUS.
003972     MOVE CD-AT-TIER (CD-AM-IDX)    TO CD-LD-TIER.
003976     MOVE CD-AT-NOTICE-FLAG (CD-AM-IDX) TO CD-LD-NOTICE-FLAG.
003980     MOVE CD-LIST-DETAIL TO CD-LIST-RECORD.
003990     WRITE CD-LIST-RECORD.
004000 2310-EXIT.
004130     MOVE CD-AT-NAME (CD-HIT-IDX)   TO CD-AA-NAME.
004140     MOVE CD-AT-STATUS (CD-HIT-IDX) TO CD-AA-STATUS.
004142     MOVE CD-AT-TIER (CD-HIT-IDX)   TO CD-AA-TIER.
004146     MOVE CD-AT-NOTICE-FLAG (CD-HIT-IDX) TO CD-AA-NOTICE-FLAG.
004150     WRITE CD-AAUD-RECORD.
004160 2800-EXIT.
004170     EXIT.
004600     MOVE CD-AT-NAME (CD-AM-IDX)    TO CD-NEW-NAME.
004610     MOVE CD-AT-STATUS (CD-AM-IDX)  TO CD-NEW-STATUS.
004612     MOVE CD-AT-TIER (CD-AM-IDX)    TO CD-NEW-TIER.
004616     MOVE CD-AT-NOTICE-FLAG (CD-AM-IDX) TO CD-NEW-NOTICE-FLAG.
004620     WRITE CD-NEW-RECORD.
004630 3010-EXIT.
004640     EXIT.
