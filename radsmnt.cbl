000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADSMNT.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL STRAPPING-TABLE MAINTENANCE PROGRAM.
000210*                LOADS, REPLACES AND RETIRES A TANK'S RADSTR
000220*                CALIBRATION SURVEY FROM THE TERMINAL SO THE
000230*                POINTS ARE NO LONGER EDITED INTO THE FILE BY
000240*                HAND.  A TABLE IS REFUSED UNLESS ITS TANK IS
000250*                ON THE RADTNK MASTER AND ITS LEVELS AND
000260*                VOLUMES RISE FROM POINT TO POINT.  EVERY
000270*                POINT CARRIES THE SURVEY CERTIFICATE NUMBER
000280*                AND SURVEY DATE, AND A REPLACED OR RETIRED
000290*                TABLE STAYS ON FILE MARKED RETIRED WITH ITS
000300*                RETIREMENT DATE, SO THE CERTIFICATE A DAY'S
000310*                PARTIAL-FILL LITRES CAME FROM CAN BE PROVED.
000320*                THE WHOLE FILE IS HELD IN CORE AND REWRITTEN
000330*                AS EACH CHANGE IS COMMITTED.
000340*-----------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RADSTR ASSIGN TO RADSTR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RADSTR-STATUS.
000420     SELECT RADTNK ASSIGN TO RADTNK
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS TM-TANK-ID
000460         FILE STATUS IS WS-RADTNK-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  RADSTR
000510     LABEL RECORD IS STANDARD.
000520     COPY RADSTR.
000530
000540 FD  RADTNK
000550     LABEL RECORD IS STANDARD.
000560     COPY RADTNK.
000570
000580 WORKING-STORAGE SECTION.
000590
000600 77  WS-RADSTR-STATUS       PIC X(02).
000610 77  WS-RADTNK-STATUS       PIC X(02).
000620
000630*SESSION CONTROL AND MENU FIELDS
000640 77  WS-DONE-SWITCH         PIC X(01) VALUE 'N'.
000650     88  WS-SESSION-DONE            VALUE 'Y'.
000660 77  WS-MENU-CHOICE         PIC X(01) VALUE SPACE.
000670 77  WS-CONFIRM             PIC X(01) VALUE SPACE.
000680 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000690     88  WS-END-OF-FILE             VALUE 'Y'.
000700 77  WS-TANK-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000710     88  WS-TANK-MASTER-OPEN        VALUE 'Y'.
000720 77  WS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000730     88  WS-RECORD-FOUND            VALUE 'Y'.
000740     88  WS-RECORD-NOT-FOUND        VALUE 'N'.
000750
000760*TERMINAL-INPUT WORKING FIELDS.  FREE-FORM KEYBOARD VALUES ARE
000770*CLASSIFIED WITH FUNCTION TEST-NUMVAL, THE SAME WAY THE RADTMNT
000780*PROGRAM VALIDATES ITS NOMINAL DIMENSIONS.  A BLANK LEVEL ENDS
000790*THE POINTS OF A SURVEY BEING KEYED.
000800 77  WS-TERM-RAW            PIC X(18) VALUE SPACES.
000810 77  WS-TERM-POS            PIC 9(02) VALUE ZEROES.
000820 77  WS-DIM-SIGNED          PIC S9(13)V9(04) VALUE ZEROES.
000830 77  WS-DIM-NUM             PIC 9(13)V9(04) VALUE ZEROES.
000840 77  WS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
000850     88  WS-DIM-VALID               VALUE 'Y'.
000860     88  WS-DIM-INVALID             VALUE 'N'.
000870 77  WS-WORK-TANK-ID        PIC X(08) VALUE SPACES.
000880 77  WS-WORK-CERT-NO        PIC X(12) VALUE SPACES.
000890 01  WS-WORK-DATE-X         PIC X(08) VALUE SPACES.
000900 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-X
000910                            PIC 9(08).
000920
000930*DATE FIELDS.  A SURVEY DATE MUST BE A REAL CALENDAR DATE AND
000940*NOT LATER THAN TODAY; FUNCTION INTEGER-OF-DATE RETURNS ZERO
000950*FOR A DATE THAT DOES NOT EXIST, AS IN THE RADSUM DAY WALK.
000960 77  WS-TODAY               PIC 9(08) VALUE ZEROES.
000970 77  WS-DATE-INTEGER        PIC 9(07) VALUE ZEROES.
000980
000990*STRAPPING FILE TABLE.  THE WHOLE RADSTR FILE IS HELD HERE IN
001000*FILE ORDER: EACH TANK'S POINTS TOGETHER, ITS RETIRED TABLES
001010*AHEAD OF ITS CURRENT ONE, EACH TABLE IN ASCENDING LEVEL.  THE
001020*LIMIT COVERS RETIRED TABLES AS WELL AS THE 2000 CURRENT POINTS
001030*THE RADIUS BATCH RUN LOADS.
001040 77  WS-SP-LIMIT            PIC 9(04) VALUE 5000.
001050 77  WS-SP-COUNT            PIC 9(04) VALUE ZEROES.
001060 77  WS-SP-SUB              PIC 9(04) VALUE ZEROES.
001070 77  WS-SP-DEST             PIC 9(04) VALUE ZEROES.
001080 77  WS-SP-FULL-SWITCH      PIC X(01) VALUE 'N'.
001090     88  WS-SP-TABLE-FULL           VALUE 'Y'.
001100 01  WS-STRAP-TABLE.
001110     02  WS-SP-ENTRY OCCURS 5000 TIMES.
001120         03  WS-SP-TANK-ID       PIC X(08).
001130         03  WS-SP-LEVEL         PIC 9(07)V9(04).
001140         03  WS-SP-VOLUME        PIC 9(13)V9(02).
001150         03  WS-SP-CERT-NO       PIC X(12).
001160         03  WS-SP-SURVEY-DATE   PIC 9(08).
001170         03  WS-SP-STATUS        PIC X(01).
001180             88  WS-SP-CURRENT          VALUE 'C' SPACE.
001190             88  WS-SP-RETIRED          VALUE 'R'.
001200         03  WS-SP-RETIRED-DATE  PIC 9(08).
001210
001220*NEW SURVEY TABLE.  THE POINTS OF THE SURVEY BEING KEYED ARE
001230*HELD HERE UNTIL THE WHOLE TABLE HAS BEEN CHECKED; ONLY A TABLE
001240*THAT PASSES IS PLACED IN THE FILE TABLE.
001250 77  WS-NP-LIMIT            PIC 9(04) VALUE 0200.
001260 77  WS-NP-COUNT            PIC 9(04) VALUE ZEROES.
001270 77  WS-NP-SUB              PIC 9(04) VALUE ZEROES.
001280 77  WS-NP-PREV             PIC 9(04) VALUE ZEROES.
001290 77  WS-POINTS-SWITCH       PIC X(01) VALUE 'N'.
001300     88  WS-POINTS-DONE             VALUE 'Y'.
001310 77  WS-ORDER-SWITCH        PIC X(01) VALUE 'Y'.
001320     88  WS-TABLE-IN-ORDER          VALUE 'Y'.
001330     88  WS-TABLE-OUT-OF-ORDER      VALUE 'N'.
001340 01  WS-NEW-TABLE.
001350     02  WS-NP-ENTRY OCCURS 200 TIMES.
001360         03  WS-NP-LEVEL         PIC 9(07)V9(04).
001370         03  WS-NP-VOLUME        PIC 9(13)V9(02).
001380
001390*CURRENT-TABLE FINDINGS FOR THE TANK IN HAND, SET BY
001400*5200-FIND-CURRENT-TABLE.  WS-INSERT-POS IS WHERE A NEW TABLE
001410*FOR THE TANK GOES: AFTER THE TANK'S LAST POINT, OR AT THE END
001420*OF THE FILE FOR A TANK WITH NO POINTS YET.
001430 77  WS-CURRENT-SWITCH      PIC X(01) VALUE 'N'.
001440     88  WS-HAS-CURRENT-TABLE       VALUE 'Y'.
001450 77  WS-CUR-CERT-NO         PIC X(12) VALUE SPACES.
001460 77  WS-CUR-SURVEY-DATE     PIC 9(08) VALUE ZEROES.
001470 77  WS-CUR-POINTS          PIC 9(04) VALUE ZEROES.
001480 77  WS-CUR-TOP-LEVEL       PIC 9(07)V9(04) VALUE ZEROES.
001490 77  WS-INSERT-POS          PIC 9(04) VALUE ZEROES.
001500 77  WS-CERT-USED-SWITCH    PIC X(01) VALUE 'N'.
001510     88  WS-CERT-USED               VALUE 'Y'.
001520
001530*SHOW-FUNCTION TABLE BREAK FIELDS.  ONE SUMMARY LINE IS SHOWN
001540*PER CERTIFICATE ON FILE FOR THE TANK.
001550 77  WS-GRP-SWITCH          PIC X(01) VALUE 'N'.
001560     88  WS-GRP-OPEN                VALUE 'Y'.
001570 77  WS-GRP-CERT-NO         PIC X(12) VALUE SPACES.
001580 77  WS-GRP-STATUS          PIC X(01) VALUE SPACE.
001590 77  WS-GRP-SURVEY-DATE     PIC 9(08) VALUE ZEROES.
001600 77  WS-GRP-RETIRED-DATE    PIC 9(08) VALUE ZEROES.
001610 77  WS-GRP-POINTS          PIC 9(04) VALUE ZEROES.
001620 77  WS-GRP-TOP-LEVEL       PIC 9(07)V9(04) VALUE ZEROES.
001630 77  WS-GRP-TOP-VOLUME      PIC 9(13)V9(02) VALUE ZEROES.
001640 77  WS-GRP-COUNT           PIC 9(04) VALUE ZEROES.
001650
001660*DISPLAY-EDITED FIELDS FOR THE SHOW FUNCTION
001670 01  WS-TABLE-HDR-LINE.
001680     02  FILLER              PIC X(40) VALUE
001690         "CERTIFICATE   SURVEYED  S  RETIRED   PTS".
001700     02  FILLER              PIC X(34) VALUE
001710         "   TOP-LEVEL-M      TOP-VOLUME-L".
001720 01  WS-TABLE-LINE.
001730     02  TBL-CERT-NO         PIC X(12).
001740     02  FILLER              PIC X(02) VALUE SPACES.
001750     02  TBL-SURVEY-DATE     PIC 9(08).
001760     02  FILLER              PIC X(02) VALUE SPACES.
001770     02  TBL-STATUS          PIC X(01).
001780     02  FILLER              PIC X(02) VALUE SPACES.
001790     02  TBL-RETIRED-DATE    PIC X(08).
001800     02  FILLER              PIC X(02) VALUE SPACES.
001810     02  TBL-POINTS          PIC ZZZ9.
001820     02  FILLER              PIC X(02) VALUE SPACES.
001830     02  TBL-TOP-LEVEL       PIC Z(06)9.9999.
001840     02  FILLER              PIC X(02) VALUE SPACES.
001850     02  TBL-TOP-VOLUME      PIC Z(12)9.99.
001860 01  WS-POINT-LINE.
001870     02  FILLER              PIC X(07) VALUE "  POINT".
001880     02  PTL-POINT-NO        PIC ZZZ9.
001890     02  FILLER              PIC X(09) VALUE "  LEVEL: ".
001900     02  PTL-LEVEL           PIC Z(06)9.9999.
001910     02  FILLER              PIC X(10) VALUE "  VOLUME: ".
001920     02  PTL-VOLUME          PIC Z(12)9.99.
001930 01  WS-POINT-NO-ED          PIC ZZZ9.
001940
001950 PROCEDURE DIVISION.
001960
001970*=============================================================
001980*0000-MAINLINE.  LOAD THE STRAPPING FILE, TAKE MENU CHOICES
001990*UNTIL THE OPERATOR ENDS THE SESSION, THEN CLOSE.  EVERY LOAD,
002000*REPLACE OR RETIRE IS COMMITTED TO THE FILE AS IT IS MADE.
002010*=============================================================
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-PROCESS-CHOICE THRU 2000-EXIT
002050         UNTIL WS-SESSION-DONE.
002060     IF  WS-TANK-MASTER-OPEN
002070         CLOSE RADTNK
002080     END-IF.
002090     GO TO 9999-EXIT.
002100
002110*=============================================================
002120*1000-INITIALIZE.  OPEN THE TANK MASTER FOR LOOKUP AND LOAD THE
002130*STRAPPING FILE.  A MISSING STRAPPING FILE JUST MEANS NO TANK
002140*IS STRAPPED YET.  A FILE TOO BIG FOR THE TABLE ENDS THE
002150*SESSION AT ONCE, SINCE REWRITING IT WOULD LOSE THE REST.
002160*=============================================================
002170 1000-INITIALIZE.
002180     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002190     OPEN INPUT RADTNK.
002200     IF  WS-RADTNK-STATUS = "35"
002210         DISPLAY 'NO TANK MASTER FILE -- NO TABLE CAN BE LOADED'
002220     ELSE
002230         MOVE 'Y' TO WS-TANK-OPEN-SWITCH
002240     END-IF.
002250     OPEN INPUT RADSTR.
002260     IF  WS-RADSTR-STATUS = "35"
002270         DISPLAY 'NO STRAPPING TABLE FILE -- STARTING EMPTY'
002280         GO TO 1000-EXIT
002290     END-IF.
002300     PERFORM 1100-LOAD-POINT THRU 1100-EXIT
002310         UNTIL WS-END-OF-FILE.
002320     CLOSE RADSTR.
002330     IF  WS-SP-TABLE-FULL
002340         DISPLAY 'STRAPPING FILE EXCEEDS ', WS-SP-LIMIT,
002350             ' POINTS -- SESSION ENDED'
002360         MOVE 'Y' TO WS-DONE-SWITCH
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002400
002410*1100-LOAD-POINT.  LOAD ONE RADSTR POINT.  POINTS FILED BEFORE
002420*CERTIFICATES WERE KEPT HAVE NO DATES; THEY LOAD AS ZERO.
002430 1100-LOAD-POINT.
002440     READ RADSTR
002450         AT END MOVE 'Y' TO WS-EOF-SWITCH
002460     END-READ.
002470     IF  WS-END-OF-FILE
002480         GO TO 1100-EXIT
002490     END-IF.
002500     IF  WS-SP-COUNT NOT < WS-SP-LIMIT
002510         MOVE 'Y' TO WS-SP-FULL-SWITCH
002520         MOVE 'Y' TO WS-EOF-SWITCH
002530         GO TO 1100-EXIT
002540     END-IF.
002550     ADD 1 TO WS-SP-COUNT.
002560     MOVE ST-TANK-ID TO WS-SP-TANK-ID(WS-SP-COUNT).
002570     MOVE ST-LEVEL-M TO WS-SP-LEVEL(WS-SP-COUNT).
002580     MOVE ST-VOLUME-L TO WS-SP-VOLUME(WS-SP-COUNT).
002590     MOVE ST-CERT-NO TO WS-SP-CERT-NO(WS-SP-COUNT).
002600     MOVE ST-TABLE-STATUS TO WS-SP-STATUS(WS-SP-COUNT).
002610     IF  ST-SURVEY-DATE NUMERIC
002620         MOVE ST-SURVEY-DATE TO WS-SP-SURVEY-DATE(WS-SP-COUNT)
002630     ELSE
002640         MOVE ZEROES TO WS-SP-SURVEY-DATE(WS-SP-COUNT)
002650     END-IF.
002660     IF  ST-RETIRED-DATE NUMERIC
002670         MOVE ST-RETIRED-DATE TO WS-SP-RETIRED-DATE(WS-SP-COUNT)
002680     ELSE
002690         MOVE ZEROES TO WS-SP-RETIRED-DATE(WS-SP-COUNT)
002700     END-IF.
002710 1100-EXIT.
002720     EXIT.
002730
002740*=============================================================
002750*2000-PROCESS-CHOICE.  SHOW THE MENU AND DISPATCH ONE CHOICE.
002760*=============================================================
002770 2000-PROCESS-CHOICE.
002780     DISPLAY ' '.
002790     DISPLAY 'STRAPPING TABLE MAINTENANCE'.
002800     DISPLAY 'L=LOAD  R=REPLACE  T=RETIRE  S=SHOW  E=END'.
002810     DISPLAY 'ENTER CHOICE: '.
002820     ACCEPT WS-MENU-CHOICE.
002830     EVALUATE WS-MENU-CHOICE
002840         WHEN 'L'
002850             PERFORM 2100-LOAD-TABLE THRU 2100-EXIT
002860         WHEN 'R'
002870             PERFORM 2200-REPLACE-TABLE THRU 2200-EXIT
002880         WHEN 'T'
002890             PERFORM 2300-RETIRE-TABLE THRU 2300-EXIT
002900         WHEN 'S'
002910             PERFORM 2400-SHOW-TABLES THRU 2400-EXIT
002920         WHEN 'E'
002930             MOVE 'Y' TO WS-DONE-SWITCH
002940         WHEN OTHER
002950             DISPLAY 'INVALID CHOICE: ', WS-MENU-CHOICE
002960     END-EVALUATE.
002970 2000-EXIT.
002980     EXIT.
002990
003000*=============================================================
003010*2100-LOAD-TABLE.  LOAD THE FIRST SURVEY FOR A TANK ON THE
003020*MASTER.  A TANK THAT ALREADY HAS A CURRENT TABLE MUST GO
003030*THROUGH REPLACE, SO THE OLD CERTIFICATE IS RETIRED PROPERLY.
003040*=============================================================
003050 2100-LOAD-TABLE.
003060     DISPLAY 'ENTER TANK ID: '.
003070     ACCEPT WS-WORK-TANK-ID.
003080     PERFORM 5000-READ-TANK THRU 5000-EXIT.
003090     IF  WS-RECORD-NOT-FOUND
003100         DISPLAY 'TABLE REFUSED -- TANK NOT ON MASTER: ',
003110             WS-WORK-TANK-ID
003120         GO TO 2100-EXIT
003130     END-IF.
003140     PERFORM 5200-FIND-CURRENT-TABLE THRU 5200-EXIT.
003150     IF  WS-HAS-CURRENT-TABLE
003160         DISPLAY 'TANK ALREADY STRAPPED UNDER CERTIFICATE ',
003170             WS-CUR-CERT-NO, ' -- USE REPLACE'
003180         GO TO 2100-EXIT
003190     END-IF.
003200     PERFORM 3000-ACCEPT-SURVEY THRU 3000-EXIT.
003210     IF  WS-DIM-INVALID
003220         DISPLAY 'LOAD ABANDONED -- FILE NOT UPDATED'
003230         GO TO 2100-EXIT
003240     END-IF.
003250     PERFORM 3500-INSERT-TABLE THRU 3500-EXIT.
003260     IF  WS-DIM-INVALID
003270         DISPLAY 'LOAD ABANDONED -- FILE NOT UPDATED'
003280         GO TO 2100-EXIT
003290     END-IF.
003300     PERFORM 6000-REWRITE-STRAP-FILE THRU 6000-EXIT.
003310     DISPLAY 'TABLE LOADED: ', WS-WORK-TANK-ID, ' CERTIFICATE ',
003320         WS-WORK-CERT-NO.
003330 2100-EXIT.
003340     EXIT.
003350
003360*=============================================================
003370*2200-REPLACE-TABLE.  A NEW SURVEY FOR A TANK THAT IS ALREADY
003380*STRAPPED.  THE NEW TABLE IS KEYED AND CHECKED IN FULL FIRST;
003390*ONLY THEN IS THE OLD TABLE MARKED RETIRED AS OF TODAY AND THE
003400*NEW ONE FILED BEHIND IT.  A REFUSED OR ABANDONED REPLACEMENT,
003410*OR ONE THE FILE HAS NO ROOM FOR, LEAVES THE OLD TABLE IN
003420*FORCE.
003430*=============================================================
003440 2200-REPLACE-TABLE.
003450     DISPLAY 'ENTER TANK ID TO RE-STRAP: '.
003460     ACCEPT WS-WORK-TANK-ID.
003470     PERFORM 5000-READ-TANK THRU 5000-EXIT.
003480     IF  WS-RECORD-NOT-FOUND
003490         DISPLAY 'TABLE REFUSED -- TANK NOT ON MASTER: ',
003500             WS-WORK-TANK-ID
003510         GO TO 2200-EXIT
003520     END-IF.
003530     PERFORM 5200-FIND-CURRENT-TABLE THRU 5200-EXIT.
003540     IF  NOT WS-HAS-CURRENT-TABLE
003550         DISPLAY 'TANK HAS NO CURRENT TABLE -- USE LOAD'
003560         GO TO 2200-EXIT
003570     END-IF.
003580     PERFORM 2410-SHOW-CURRENT THRU 2410-EXIT.
003590     PERFORM 3000-ACCEPT-SURVEY THRU 3000-EXIT.
003600     IF  WS-DIM-INVALID
003610         DISPLAY 'REPLACE ABANDONED -- OLD TABLE STANDS'
003620         GO TO 2200-EXIT
003630     END-IF.
003640     IF  WS-SP-COUNT + WS-NP-COUNT > WS-SP-LIMIT
003650         DISPLAY 'STRAPPING FILE FULL AT ', WS-SP-LIMIT,
003660             ' POINTS'
003670         DISPLAY 'REPLACE ABANDONED -- OLD TABLE STANDS'
003680         GO TO 2200-EXIT
003690     END-IF.
003700     PERFORM 5300-RETIRE-CURRENT THRU 5300-EXIT.
003710     PERFORM 3500-INSERT-TABLE THRU 3500-EXIT.
003720     PERFORM 6000-REWRITE-STRAP-FILE THRU 6000-EXIT.
003730     DISPLAY 'TABLE REPLACED: ', WS-WORK-TANK-ID,
003740         ' CERTIFICATE ', WS-WORK-CERT-NO.
003750 2200-EXIT.
003760     EXIT.
003770
003780*=============================================================
003790*2300-RETIRE-TABLE.  WITHDRAW A TANK'S CURRENT TABLE WITHOUT A
003800*REPLACEMENT (E.G. THE CERTIFICATE HAS LAPSED).  THE POINTS
003810*STAY ON FILE MARKED RETIRED AND THE TANK'S PARTIAL FILLS FALL
003820*BACK TO THE GEOMETRIC FORMULA UNTIL A NEW SURVEY IS LOADED.
003830*=============================================================
003840 2300-RETIRE-TABLE.
003850     DISPLAY 'ENTER TANK ID TO RETIRE: '.
003860     ACCEPT WS-WORK-TANK-ID.
003870     PERFORM 5200-FIND-CURRENT-TABLE THRU 5200-EXIT.
003880     IF  NOT WS-HAS-CURRENT-TABLE
003890         DISPLAY 'TANK HAS NO CURRENT TABLE: ', WS-WORK-TANK-ID
003900         GO TO 2300-EXIT
003910     END-IF.
003920     PERFORM 2410-SHOW-CURRENT THRU 2410-EXIT.
003930     DISPLAY 'RETIRE THIS TABLE (Y/N): '.
003940     ACCEPT WS-CONFIRM.
003950     IF  WS-CONFIRM NOT = 'Y'
003960         DISPLAY 'RETIRE ABANDONED -- TABLE STANDS'
003970         GO TO 2300-EXIT
003980     END-IF.
003990     PERFORM 5300-RETIRE-CURRENT THRU 5300-EXIT.
004000     PERFORM 6000-REWRITE-STRAP-FILE THRU 6000-EXIT.
004010     DISPLAY 'TABLE RETIRED: ', WS-WORK-TANK-ID,
004020         ' CERTIFICATE ', WS-CUR-CERT-NO.
004030 2300-EXIT.
004040     EXIT.
004050
004060*=============================================================
004070*2400-SHOW-TABLES.  LIST EVERY CERTIFICATE ON FILE FOR A TANK,
004080*RETIRED AND CURRENT, ONE SUMMARY LINE EACH, FOLLOWED BY THE
004090*POINTS OF THE CURRENT TABLE.
004100*=============================================================
004110 2400-SHOW-TABLES.
004120     DISPLAY 'ENTER TANK ID TO SHOW: '.
004130     ACCEPT WS-WORK-TANK-ID.
004140     MOVE 'N' TO WS-GRP-SWITCH.
004150     MOVE ZEROES TO WS-GRP-COUNT.
004160     DISPLAY WS-TABLE-HDR-LINE.
004170     PERFORM 2420-SCAN-SHOW-ENTRY THRU 2420-EXIT
004180         VARYING WS-SP-SUB FROM 1 BY 1
004190         UNTIL WS-SP-SUB > WS-SP-COUNT.
004200     IF  WS-GRP-OPEN
004210         PERFORM 2430-DISPLAY-GROUP THRU 2430-EXIT
004220     END-IF.
004230     IF  WS-GRP-COUNT = ZERO
004240         DISPLAY 'NO STRAPPING TABLE ON FILE FOR TANK ',
004250             WS-WORK-TANK-ID
004260         GO TO 2400-EXIT
004270     END-IF.
004280     PERFORM 5200-FIND-CURRENT-TABLE THRU 5200-EXIT.
004290     IF  WS-HAS-CURRENT-TABLE
004300         PERFORM 2410-SHOW-CURRENT THRU 2410-EXIT
004310     ELSE
004320         DISPLAY 'NO CURRENT TABLE -- PARTIAL FILLS GEOMETRIC'
004330     END-IF.
004340 2400-EXIT.
004350     EXIT.
004360
004370*2410-SHOW-CURRENT.  DISPLAY THE POINTS OF THE TANK'S CURRENT
004380*TABLE.  5200-FIND-CURRENT-TABLE MUST HAVE RUN FIRST.
004390 2410-SHOW-CURRENT.
004400     DISPLAY 'CURRENT TABLE ', WS-CUR-CERT-NO, ' SURVEYED ',
004410         WS-CUR-SURVEY-DATE.
004420     MOVE ZEROES TO WS-NP-SUB.
004430     PERFORM 2415-SHOW-CURRENT-POINT THRU 2415-EXIT
004440         VARYING WS-SP-SUB FROM 1 BY 1
004450         UNTIL WS-SP-SUB > WS-SP-COUNT.
004460 2410-EXIT.
004470     EXIT.
004480
004490*2415-SHOW-CURRENT-POINT.  DISPLAY ONE POINT IF IT BELONGS TO
004500*THE TANK'S CURRENT TABLE.
004510 2415-SHOW-CURRENT-POINT.
004520     IF  WS-SP-TANK-ID(WS-SP-SUB) NOT = WS-WORK-TANK-ID
004530         OR NOT WS-SP-CURRENT(WS-SP-SUB)
004540         GO TO 2415-EXIT
004550     END-IF.
004560     ADD 1 TO WS-NP-SUB.
004570     MOVE WS-NP-SUB TO PTL-POINT-NO.
004580     MOVE WS-SP-LEVEL(WS-SP-SUB) TO PTL-LEVEL.
004590     MOVE WS-SP-VOLUME(WS-SP-SUB) TO PTL-VOLUME.
004600     DISPLAY WS-POINT-LINE.
004610 2415-EXIT.
004620     EXIT.
004630
004640*2420-SCAN-SHOW-ENTRY.  ROLL ONE OF THE TANK'S POINTS INTO THE
004650*SUMMARY FOR ITS CERTIFICATE, SHOWING THE PREVIOUS SUMMARY
004660*WHEN THE CERTIFICATE OR TABLE STATUS CHANGES.
004670 2420-SCAN-SHOW-ENTRY.
004680     IF  WS-SP-TANK-ID(WS-SP-SUB) NOT = WS-WORK-TANK-ID
004690         GO TO 2420-EXIT
004700     END-IF.
004710     IF  WS-GRP-OPEN
004720         AND (WS-SP-CERT-NO(WS-SP-SUB) NOT = WS-GRP-CERT-NO
004730          OR WS-SP-STATUS(WS-SP-SUB) NOT = WS-GRP-STATUS)
004740         PERFORM 2430-DISPLAY-GROUP THRU 2430-EXIT
004750     END-IF.
004760     IF  NOT WS-GRP-OPEN
004770         MOVE 'Y' TO WS-GRP-SWITCH
004780         MOVE WS-SP-CERT-NO(WS-SP-SUB) TO WS-GRP-CERT-NO
004790         MOVE WS-SP-STATUS(WS-SP-SUB) TO WS-GRP-STATUS
004800         MOVE WS-SP-SURVEY-DATE(WS-SP-SUB) TO WS-GRP-SURVEY-DATE
004810         MOVE WS-SP-RETIRED-DATE(WS-SP-SUB)
004820             TO WS-GRP-RETIRED-DATE
004830         MOVE ZEROES TO WS-GRP-POINTS
004840     END-IF.
004850     ADD 1 TO WS-GRP-POINTS.
004860     MOVE WS-SP-LEVEL(WS-SP-SUB) TO WS-GRP-TOP-LEVEL.
004870     MOVE WS-SP-VOLUME(WS-SP-SUB) TO WS-GRP-TOP-VOLUME.
004880 2420-EXIT.
004890     EXIT.
004900
004910*2430-DISPLAY-GROUP.  SHOW ONE CERTIFICATE SUMMARY LINE.
004920 2430-DISPLAY-GROUP.
004930     MOVE WS-GRP-CERT-NO TO TBL-CERT-NO.
004940     MOVE WS-GRP-SURVEY-DATE TO TBL-SURVEY-DATE.
004950     IF  WS-GRP-STATUS = 'R'
004960         MOVE 'R' TO TBL-STATUS
004970         MOVE WS-GRP-RETIRED-DATE TO TBL-RETIRED-DATE
004980     ELSE
004990         MOVE 'C' TO TBL-STATUS
005000         MOVE SPACES TO TBL-RETIRED-DATE
005010     END-IF.
005020     MOVE WS-GRP-POINTS TO TBL-POINTS.
005030     MOVE WS-GRP-TOP-LEVEL TO TBL-TOP-LEVEL.
005040     MOVE WS-GRP-TOP-VOLUME TO TBL-TOP-VOLUME.
005050     DISPLAY WS-TABLE-LINE.
005060     ADD 1 TO WS-GRP-COUNT.
005070     MOVE 'N' TO WS-GRP-SWITCH.
005080 2430-EXIT.
005090     EXIT.
005100
005110*=============================================================
005120*3000-ACCEPT-SURVEY.  KEY THE CERTIFICATE NUMBER, SURVEY DATE
005130*AND POINTS OF A NEW SURVEY FOR WS-WORK-TANK-ID, THEN CHECK THE
005140*TABLE AS A WHOLE.  WS-DIM-INVALID COMES BACK SET WHEN ANY
005150*FIELD WAS BAD, THE TABLE WAS REFUSED, OR THE OPERATOR DID NOT
005160*CONFIRM IT.
005170*=============================================================
005180 3000-ACCEPT-SURVEY.
005190     SET WS-DIM-VALID TO TRUE.
005200     DISPLAY 'ENTER CERTIFICATE NUMBER: '.
005210     ACCEPT WS-WORK-CERT-NO.
005220     IF  WS-WORK-CERT-NO = SPACES
005230         SET WS-DIM-INVALID TO TRUE
005240         DISPLAY 'CERTIFICATE NUMBER REQUIRED'
005250         GO TO 3000-EXIT
005260     END-IF.
005270     PERFORM 5250-CHECK-CERT-USED THRU 5250-EXIT.
005280     IF  WS-CERT-USED
005290         SET WS-DIM-INVALID TO TRUE
005300         DISPLAY 'CERTIFICATE ALREADY ON FILE FOR THIS TANK'
005310         GO TO 3000-EXIT
005320     END-IF.
005330     DISPLAY 'ENTER SURVEY DATE (YYYYMMDD): '.
005340     ACCEPT WS-WORK-DATE-X.
005350     PERFORM 5400-VALIDATE-DATE THRU 5400-EXIT.
005360     IF  WS-DIM-INVALID
005370         GO TO 3000-EXIT
005380     END-IF.
005390     DISPLAY 'KEY THE POINTS IN ASCENDING LEVEL ORDER, AS THE'.
005400     DISPLAY 'CERTIFICATE LISTS THEM.  A BLANK LEVEL ENDS THE'.
005410     DISPLAY 'TABLE.'.
005420     MOVE ZEROES TO WS-NP-COUNT.
005430     MOVE 'N' TO WS-POINTS-SWITCH.
005440     PERFORM 3100-ACCEPT-POINT THRU 3100-EXIT
005450         UNTIL WS-POINTS-DONE.
005460     IF  WS-DIM-INVALID
005470         GO TO 3000-EXIT
005480     END-IF.
005490     IF  WS-NP-COUNT = ZERO
005500         SET WS-DIM-INVALID TO TRUE
005510         DISPLAY 'NO POINTS KEYED'
005520         GO TO 3000-EXIT
005530     END-IF.
005540     PERFORM 3200-VALIDATE-TABLE THRU 3200-EXIT.
005550     IF  WS-TABLE-OUT-OF-ORDER
005560         SET WS-DIM-INVALID TO TRUE
005570         GO TO 3000-EXIT
005580     END-IF.
005590     MOVE WS-NP-COUNT TO WS-POINT-NO-ED.
005600     DISPLAY 'TABLE CHECKED: ', WS-POINT-NO-ED,
005610         ' POINTS, LEVELS AND VOLUMES RISING'.
005620     DISPLAY 'COMMIT THIS TABLE (Y/N): '.
005630     ACCEPT WS-CONFIRM.
005640     IF  WS-CONFIRM NOT = 'Y'
005650         SET WS-DIM-INVALID TO TRUE
005660     END-IF.
005670 3000-EXIT.
005680     EXIT.
005690
005700*=============================================================
005710*3100-ACCEPT-POINT.  KEY ONE LEVEL AND ITS VOLUME.  A BLANK
005720*LEVEL ENDS THE TABLE; A BAD VALUE ABANDONS THE WHOLE SURVEY,
005730*SINCE A TABLE WITH A POINT MISSING IS NO CERTIFIED TABLE.
005740*=============================================================
005750 3100-ACCEPT-POINT.
005760     IF  WS-NP-COUNT NOT < WS-NP-LIMIT
005770         DISPLAY 'SURVEY TABLE FULL AT ', WS-NP-LIMIT, ' POINTS'
005780         MOVE 'Y' TO WS-POINTS-SWITCH
005790         GO TO 3100-EXIT
005800     END-IF.
005810     COMPUTE WS-POINT-NO-ED = WS-NP-COUNT + 1.
005820     DISPLAY 'POINT ', WS-POINT-NO-ED, ' LEVEL IN METRES: '.
005830     PERFORM 5100-ACCEPT-DIMENSION THRU 5100-EXIT.
005840     IF  WS-TERM-RAW = SPACES
005850         SET WS-DIM-VALID TO TRUE
005860         MOVE 'Y' TO WS-POINTS-SWITCH
005870         GO TO 3100-EXIT
005880     END-IF.
005890     IF  WS-DIM-INVALID
005900         MOVE 'Y' TO WS-POINTS-SWITCH
005910         GO TO 3100-EXIT
005920     END-IF.
005930     IF  WS-DIM-NUM > 9999999.9999
005940         SET WS-DIM-INVALID TO TRUE
005950         DISPLAY 'LEVEL TOO LARGE'
005960         MOVE 'Y' TO WS-POINTS-SWITCH
005970         GO TO 3100-EXIT
005980     END-IF.
005990     ADD 1 TO WS-NP-COUNT.
006000     MOVE WS-DIM-NUM TO WS-NP-LEVEL(WS-NP-COUNT).
006010     DISPLAY 'POINT ', WS-POINT-NO-ED, ' VOLUME IN LITRES: '.
006020     PERFORM 5100-ACCEPT-DIMENSION THRU 5100-EXIT.
006030     IF  WS-TERM-RAW = SPACES
006040         SET WS-DIM-INVALID TO TRUE
006050         DISPLAY 'VOLUME REQUIRED FOR EVERY POINT'
006060     END-IF.
006070     IF  WS-DIM-INVALID
006080         MOVE 'Y' TO WS-POINTS-SWITCH
006090         GO TO 3100-EXIT
006100     END-IF.
006110     MOVE WS-DIM-NUM TO WS-NP-VOLUME(WS-NP-COUNT).
006120 3100-EXIT.
006130     EXIT.
006140
006150*=============================================================
006160*3200-VALIDATE-TABLE.  EVERY POINT MUST LIE ABOVE THE ONE
006170*BEFORE IT IN BOTH LEVEL AND VOLUME.  THE FIRST POINT THAT
006180*DOES NOT IS NAMED AND THE WHOLE TABLE IS REFUSED, THE SAME
006190*RULE THE RADIUS BATCH RUN APPLIES WHEN IT LOADS THE FILE.
006200*=============================================================
006210 3200-VALIDATE-TABLE.
006220     SET WS-TABLE-IN-ORDER TO TRUE.
006230     PERFORM 3210-CHECK-POINT THRU 3210-EXIT
006240         VARYING WS-NP-SUB FROM 2 BY 1
006250         UNTIL WS-NP-SUB > WS-NP-COUNT
006260            OR WS-TABLE-OUT-OF-ORDER.
006270 3200-EXIT.
006280     EXIT.
006290
006300*3210-CHECK-POINT.  TEST ONE POINT AGAINST ITS PREDECESSOR.
006310 3210-CHECK-POINT.
006320     COMPUTE WS-NP-PREV = WS-NP-SUB - 1.
006330     MOVE WS-NP-SUB TO WS-POINT-NO-ED.
006340     IF  WS-NP-LEVEL(WS-NP-SUB) NOT > WS-NP-LEVEL(WS-NP-PREV)
006350         SET WS-TABLE-OUT-OF-ORDER TO TRUE
006360         DISPLAY 'TABLE REFUSED -- POINT ', WS-POINT-NO-ED,
006370             ' LEVEL DOES NOT RISE'
006380         GO TO 3210-EXIT
006390     END-IF.
006400     IF  WS-NP-VOLUME(WS-NP-SUB) NOT > WS-NP-VOLUME(WS-NP-PREV)
006410         SET WS-TABLE-OUT-OF-ORDER TO TRUE
006420         DISPLAY 'TABLE REFUSED -- POINT ', WS-POINT-NO-ED,
006430             ' VOLUME DOES NOT RISE'
006440     END-IF.
006450 3210-EXIT.
006460     EXIT.
006470
006480*=============================================================
006490*3500-INSERT-TABLE.  FILE THE CHECKED SURVEY AS THE TANK'S
006500*CURRENT TABLE, DIRECTLY BEHIND THE TANK'S EXISTING POINTS SO
006510*EACH TANK STAYS TOGETHER ON THE FILE.  LATER ENTRIES MOVE
006520*DOWN TO MAKE ROOM.  WS-DIM-INVALID COMES BACK SET WHEN THE
006530*FILE TABLE HAS NO ROOM.  5200-FIND-CURRENT-TABLE MUST HAVE
006540*SET WS-INSERT-POS.
006550*=============================================================
006560 3500-INSERT-TABLE.
006570     IF  WS-SP-COUNT + WS-NP-COUNT > WS-SP-LIMIT
006580         SET WS-DIM-INVALID TO TRUE
006590         DISPLAY 'STRAPPING FILE FULL AT ', WS-SP-LIMIT,
006600             ' POINTS'
006610         GO TO 3500-EXIT
006620     END-IF.
006630     IF  WS-INSERT-POS NOT > WS-SP-COUNT
006640         PERFORM 3510-SHIFT-ENTRY THRU 3510-EXIT
006650             VARYING WS-SP-SUB FROM WS-SP-COUNT BY -1
006660             UNTIL WS-SP-SUB < WS-INSERT-POS
006670     END-IF.
006680     PERFORM 3520-PLACE-POINT THRU 3520-EXIT
006690         VARYING WS-NP-SUB FROM 1 BY 1
006700         UNTIL WS-NP-SUB > WS-NP-COUNT.
006710     ADD WS-NP-COUNT TO WS-SP-COUNT.
006720 3500-EXIT.
006730     EXIT.
006740
006750*3510-SHIFT-ENTRY.  MOVE ONE ENTRY DOWN BY THE NEW TABLE'S SIZE.
006760 3510-SHIFT-ENTRY.
006770     COMPUTE WS-SP-DEST = WS-SP-SUB + WS-NP-COUNT.
006780     MOVE WS-SP-ENTRY(WS-SP-SUB) TO WS-SP-ENTRY(WS-SP-DEST).
006790 3510-EXIT.
006800     EXIT.
006810
006820*3520-PLACE-POINT.  FILE ONE NEW POINT WITH ITS CERTIFICATE.
006830 3520-PLACE-POINT.
006840     COMPUTE WS-SP-DEST = WS-INSERT-POS + WS-NP-SUB - 1.
006850     MOVE WS-WORK-TANK-ID TO WS-SP-TANK-ID(WS-SP-DEST).
006860     MOVE WS-NP-LEVEL(WS-NP-SUB) TO WS-SP-LEVEL(WS-SP-DEST).
006870     MOVE WS-NP-VOLUME(WS-NP-SUB) TO WS-SP-VOLUME(WS-SP-DEST).
006880     MOVE WS-WORK-CERT-NO TO WS-SP-CERT-NO(WS-SP-DEST).
006890     MOVE WS-WORK-DATE TO WS-SP-SURVEY-DATE(WS-SP-DEST).
006900     MOVE 'C' TO WS-SP-STATUS(WS-SP-DEST).
006910     MOVE ZEROES TO WS-SP-RETIRED-DATE(WS-SP-DEST).
006920 3520-EXIT.
006930     EXIT.
006940
006950*=============================================================
006960*5000-READ-TANK.  READ THE MASTER ENTRY FOR WS-WORK-TANK-ID BY
006970*KEY.  WS-FOUND-SWITCH COMES BACK SET WHEN THE TANK IS ON FILE.
006980*=============================================================
006990 5000-READ-TANK.
007000     MOVE 'N' TO WS-FOUND-SWITCH.
007010     IF  NOT WS-TANK-MASTER-OPEN OR WS-WORK-TANK-ID = SPACES
007020         GO TO 5000-EXIT
007030     END-IF.
007040     MOVE WS-WORK-TANK-ID TO TM-TANK-ID.
007050     READ RADTNK
007060         INVALID KEY GO TO 5000-EXIT
007070     END-READ.
007080     MOVE 'Y' TO WS-FOUND-SWITCH.
007090 5000-EXIT.
007100     EXIT.
007110
007120*=============================================================
007130*5100-ACCEPT-DIMENSION.  ACCEPT A FREE-FORM NUMERIC VALUE FROM
007140*THE TERMINAL AND VALIDATE IT WITH FUNCTION TEST-NUMVAL.  A
007150*BLANK REPLY COMES BACK INVALID WITH WS-TERM-RAW BLANK, FOR
007160*THE CALLER TO TREAT AS IT SEES FIT; A NEGATIVE OR NON-NUMERIC
007170*VALUE IS REJECTED.
007180*=============================================================
007190 5100-ACCEPT-DIMENSION.
007200     SET WS-DIM-VALID TO TRUE.
007210     MOVE SPACES TO WS-TERM-RAW.
007220     ACCEPT WS-TERM-RAW.
007230     IF  WS-TERM-RAW = SPACES
007240         SET WS-DIM-INVALID TO TRUE
007250         GO TO 5100-EXIT
007260     END-IF.
007270     MOVE FUNCTION TEST-NUMVAL(WS-TERM-RAW) TO WS-TERM-POS.
007280     IF  WS-TERM-POS NOT = ZERO
007290         SET WS-DIM-INVALID TO TRUE
007300         DISPLAY 'NON-NUMERIC VALUE: ', WS-TERM-RAW
007310     ELSE
007320         COMPUTE WS-DIM-SIGNED = FUNCTION NUMVAL(WS-TERM-RAW)
007330         IF  WS-DIM-SIGNED < ZERO
007340             SET WS-DIM-INVALID TO TRUE
007350             DISPLAY 'VALUE MUST NOT BE NEGATIVE'
007360         ELSE
007370             MOVE WS-DIM-SIGNED TO WS-DIM-NUM
007380         END-IF
007390     END-IF.
007400 5100-EXIT.
007410     EXIT.
007420
007430*=============================================================
007440*5200-FIND-CURRENT-TABLE.  SCAN THE FILE TABLE FOR
007450*WS-WORK-TANK-ID.  WS-CURRENT-SWITCH COMES BACK SET WHEN THE
007460*TANK HAS A CURRENT TABLE, WITH ITS CERTIFICATE, SURVEY DATE,
007470*POINT COUNT AND TOP LEVEL; WS-INSERT-POS IS SET FOR A NEW
007480*TABLE.
007490*=============================================================
007500 5200-FIND-CURRENT-TABLE.
007510     MOVE 'N' TO WS-CURRENT-SWITCH.
007520     MOVE SPACES TO WS-CUR-CERT-NO.
007530     MOVE ZEROES TO WS-CUR-SURVEY-DATE.
007540     MOVE ZEROES TO WS-CUR-POINTS.
007550     MOVE ZEROES TO WS-CUR-TOP-LEVEL.
007560     COMPUTE WS-INSERT-POS = WS-SP-COUNT + 1.
007570     PERFORM 5210-SCAN-CURRENT THRU 5210-EXIT
007580         VARYING WS-SP-SUB FROM 1 BY 1
007590         UNTIL WS-SP-SUB > WS-SP-COUNT.
007600 5200-EXIT.
007610     EXIT.
007620
007630*5210-SCAN-CURRENT.  TEST ONE ENTRY OF THE FILE TABLE.
007640 5210-SCAN-CURRENT.
007650     IF  WS-SP-TANK-ID(WS-SP-SUB) NOT = WS-WORK-TANK-ID
007660         GO TO 5210-EXIT
007670     END-IF.
007680     COMPUTE WS-INSERT-POS = WS-SP-SUB + 1.
007690     IF  WS-SP-CURRENT(WS-SP-SUB)
007700         MOVE 'Y' TO WS-CURRENT-SWITCH
007710         MOVE WS-SP-CERT-NO(WS-SP-SUB) TO WS-CUR-CERT-NO
007720         MOVE WS-SP-SURVEY-DATE(WS-SP-SUB) TO WS-CUR-SURVEY-DATE
007730         MOVE WS-SP-LEVEL(WS-SP-SUB) TO WS-CUR-TOP-LEVEL
007740         ADD 1 TO WS-CUR-POINTS
007750     END-IF.
007760 5210-EXIT.
007770     EXIT.
007780
007790*5250-CHECK-CERT-USED.  A CERTIFICATE NUMBER MAY BE FILED ONLY
007800*ONCE PER TANK, SO A RETIRED SURVEY CANNOT BE CONFUSED WITH A
007810*NEW ONE WHEN A DAY'S LITRES ARE PROVED.
007820 5250-CHECK-CERT-USED.
007830     MOVE 'N' TO WS-CERT-USED-SWITCH.
007840     PERFORM 5255-SCAN-CERT THRU 5255-EXIT
007850         VARYING WS-SP-SUB FROM 1 BY 1
007860         UNTIL WS-SP-SUB > WS-SP-COUNT
007870            OR WS-CERT-USED.
007880 5250-EXIT.
007890     EXIT.
007900
007910*5255-SCAN-CERT.  TEST ONE ENTRY OF THE FILE TABLE.
007920 5255-SCAN-CERT.
007930     IF  WS-SP-TANK-ID(WS-SP-SUB) = WS-WORK-TANK-ID
007940         AND WS-SP-CERT-NO(WS-SP-SUB) = WS-WORK-CERT-NO
007950         MOVE 'Y' TO WS-CERT-USED-SWITCH
007960     END-IF.
007970 5255-EXIT.
007980     EXIT.
007990
008000*5300-RETIRE-CURRENT.  MARK EVERY POINT OF THE TANK'S CURRENT
008010*TABLE RETIRED AS OF TODAY.
008020 5300-RETIRE-CURRENT.
008030     PERFORM 5310-RETIRE-POINT THRU 5310-EXIT
008040         VARYING WS-SP-SUB FROM 1 BY 1
008050         UNTIL WS-SP-SUB > WS-SP-COUNT.
008060 5300-EXIT.
008070     EXIT.
008080
008090*5310-RETIRE-POINT.  RETIRE ONE POINT IF IT IS CURRENT.
008100 5310-RETIRE-POINT.
008110     IF  WS-SP-TANK-ID(WS-SP-SUB) = WS-WORK-TANK-ID
008120         AND WS-SP-CURRENT(WS-SP-SUB)
008130         MOVE 'R' TO WS-SP-STATUS(WS-SP-SUB)
008140         MOVE WS-TODAY TO WS-SP-RETIRED-DATE(WS-SP-SUB)
008150     END-IF.
008160 5310-EXIT.
008170     EXIT.
008180
008190*=============================================================
008200*5400-VALIDATE-DATE.  THE SURVEY DATE MUST BE EIGHT DIGITS, A
008210*REAL CALENDAR DATE, AND NOT LATER THAN TODAY.
008220*=============================================================
008230 5400-VALIDATE-DATE.
008240     SET WS-DIM-VALID TO TRUE.
008250     IF  WS-WORK-DATE-X NOT NUMERIC
008260         SET WS-DIM-INVALID TO TRUE
008270         DISPLAY 'SURVEY DATE MUST BE YYYYMMDD'
008280         GO TO 5400-EXIT
008290     END-IF.
008300     COMPUTE WS-DATE-INTEGER =
008310         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
008320     IF  WS-DATE-INTEGER = ZERO
008330         SET WS-DIM-INVALID TO TRUE
008340         DISPLAY 'SURVEY DATE IS NOT A CALENDAR DATE'
008350         GO TO 5400-EXIT
008360     END-IF.
008370     IF  WS-WORK-DATE > WS-TODAY
008380         SET WS-DIM-INVALID TO TRUE
008390         DISPLAY 'SURVEY DATE IS IN THE FUTURE'
008400     END-IF.
008410 5400-EXIT.
008420     EXIT.
008430
008440*=============================================================
008450*6000-REWRITE-STRAP-FILE.  WRITE THE WHOLE FILE TABLE BACK TO
008460*RADSTR, COMMITTING THE CHANGE JUST MADE.
008470*=============================================================
008480 6000-REWRITE-STRAP-FILE.
008490     OPEN OUTPUT RADSTR.
008500     PERFORM 6100-WRITE-POINT THRU 6100-EXIT
008510         VARYING WS-SP-SUB FROM 1 BY 1
008520         UNTIL WS-SP-SUB > WS-SP-COUNT.
008530     CLOSE RADSTR.
008540 6000-EXIT.
008550     EXIT.
008560
008570*6100-WRITE-POINT.  WRITE ONE POINT.
008580 6100-WRITE-POINT.
008590     MOVE SPACES TO RADSTR-RECORD.
008600     MOVE WS-SP-TANK-ID(WS-SP-SUB) TO ST-TANK-ID.
008610     MOVE WS-SP-LEVEL(WS-SP-SUB) TO ST-LEVEL-M.
008620     MOVE WS-SP-VOLUME(WS-SP-SUB) TO ST-VOLUME-L.
008630     MOVE WS-SP-CERT-NO(WS-SP-SUB) TO ST-CERT-NO.
008640     MOVE WS-SP-SURVEY-DATE(WS-SP-SUB) TO ST-SURVEY-DATE.
008650     MOVE WS-SP-STATUS(WS-SP-SUB) TO ST-TABLE-STATUS.
008660     MOVE WS-SP-RETIRED-DATE(WS-SP-SUB) TO ST-RETIRED-DATE.
008670     WRITE RADSTR-RECORD.
008680 6100-EXIT.
008690     EXIT.
008700
008710 9999-EXIT.
008720     EXIT PROGRAM.
008730
008740 END PROGRAM RADSMNT.
