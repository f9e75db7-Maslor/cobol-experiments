000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADTINQ.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL SINGLE-TANK INQUIRY.  FOR EACH TANK
000210*                ID KEYED AT THE TERMINAL SHOWS IN ONE PLACE
000220*                THE RADTNK MASTER ENTRY AND STATUS, THE
000230*                RADPRD PRODUCT AND DENSITY, A SUMMARY OF THE
000240*                CURRENT RADSTR STRAPPING TABLE (POINT COUNT
000250*                AND TOP CALIBRATED LEVEL), THE LATEST RADHST
000260*                MEASUREMENTS WITH VOLUME AND TOLERANCE FLAG,
000270*                AND THE CLOSING STOCK ON THE RADDAY DAY FILE.
000280*                EVERY FILE IS OPENED FOR INPUT ONLY, SO THE
000290*                INQUIRY NEEDS NO TANK-MAINTENANCE RIGHTS.
000300*-----------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RADTNK ASSIGN TO RADTNK
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS TM-TANK-ID
000390         FILE STATUS IS WS-RADTNK-STATUS.
000400     SELECT RADPRD ASSIGN TO RADPRD
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RADPRD-STATUS.
000430     SELECT RADSTR ASSIGN TO RADSTR
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RADSTR-STATUS.
000460     SELECT RADHST ASSIGN TO RADHST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RADHST-STATUS.
000490     SELECT RADDAY ASSIGN TO RADDAY
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RADDAY-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RADTNK
000560     LABEL RECORD IS STANDARD.
000570     COPY RADTNK.
000580
000590 FD  RADPRD
000600     LABEL RECORD IS STANDARD.
000610     COPY RADPRD.
000620
000630 FD  RADSTR
000640     LABEL RECORD IS STANDARD.
000650     COPY RADSTR.
000660
000670 FD  RADHST
000680     LABEL RECORD IS STANDARD.
000690     COPY RADHST.
000700
000710 FD  RADDAY
000720     LABEL RECORD IS STANDARD.
000730     COPY RADDAY.
000740
000750 WORKING-STORAGE SECTION.
000760
000770 77  WS-RADTNK-STATUS       PIC X(02).
000780 77  WS-RADPRD-STATUS       PIC X(02).
000790 77  WS-RADSTR-STATUS       PIC X(02).
000800 77  WS-RADHST-STATUS       PIC X(02).
000810 77  WS-RADDAY-STATUS       PIC X(02).
000820
000830*THE MEASUREMENT HISTORY AND EXTRACT ROW LAYOUTS SHARED WITH
000840*THE RADIUS PROGRAM.
000850     COPY RADHSTL.
000860     COPY RADEXTL.
000870
000880*SESSION CONTROL
000890 77  WS-DONE-SWITCH         PIC X(01) VALUE 'N'.
000900     88  WS-SESSION-DONE            VALUE 'Y'.
000910 77  WS-TANK-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000920     88  WS-TANK-MASTER-OPEN        VALUE 'Y'.
000930 77  WS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000940     88  WS-RECORD-FOUND            VALUE 'Y'.
000950 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000960     88  WS-END-OF-FILE             VALUE 'Y'.
000970 77  WS-WORK-TANK-ID        PIC X(08) VALUE SPACES.
000980 77  WS-WORK-PRODUCT        PIC X(04) VALUE SPACES.
000990 77  WS-WORK-DENSITY        PIC 9V9(04) VALUE ZEROES.
001000 77  WS-NUM-WORK            PIC S9(13)V9(04) VALUE ZEROES.
001010
001020*STRAPPING SUMMARY FOR THE TANK'S CURRENT TABLE
001030 77  WS-SP-POINTS           PIC 9(05) VALUE ZEROES.
001040 77  WS-SP-TOP-LEVEL        PIC 9(07)V9(04) VALUE ZEROES.
001050 77  WS-SP-TOP-VOLUME       PIC 9(13)V9(02) VALUE ZEROES.
001060 77  WS-SP-CERT-NO          PIC X(12) VALUE SPACES.
001070 77  WS-SP-SURVEY-DATE      PIC 9(08) VALUE ZEROES.
001080 77  WS-SP-RETIRED          PIC 9(05) VALUE ZEROES.
001090
001100*RECENT HISTORY.  THE LAST WS-RH-LIMIT LINES FOR THE TANK ARE
001110*KEPT, OLDEST FIRST; WHEN THE TABLE IS FULL THE OLDEST IS
001120*SHIFTED OUT TO MAKE ROOM.  THEY ARE SHOWN NEWEST FIRST.
001130 77  WS-RH-LIMIT            PIC 9(02) VALUE 10.
001140 77  WS-RH-COUNT            PIC 9(02) VALUE ZEROES.
001150 77  WS-RH-SUB              PIC 9(02) VALUE ZEROES.
001160 77  WS-RH-TOTAL            PIC 9(07) VALUE ZEROES.
001170 01  WS-RECENT-TABLE.
001180     02  WS-RH-ENTRY OCCURS 10 TIMES.
001190         03  WS-RH-GAUGE-DATE    PIC 9(08).
001200         03  WS-RH-SHAPE-CODE    PIC X(01).
001210         03  WS-RH-DIM-1         PIC 9(07)V9(04).
001220         03  WS-RH-DIM-2         PIC 9(07)V9(04).
001230         03  WS-RH-DIM-3         PIC 9(07)V9(04).
001240         03  WS-RH-VOLUME-L      PIC 9(13)V9(02).
001250         03  WS-RH-CREW-ID       PIC X(02).
001260         03  WS-RH-TOL-FLAG      PIC X(07).
001270
001280*CLOSING STOCK FROM THE DAY FILE
001290 77  WS-DAY-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001300     88  WS-DAY-GAUGE-FOUND         VALUE 'Y'.
001310 77  WS-DAY-LITRES          PIC 9(13)V9(02) VALUE ZEROES.
001320 77  WS-DAY-LEVEL           PIC 9(07)V9(04) VALUE ZEROES.
001330 77  WS-DAY-TONNES          PIC 9(10)V9(03) VALUE ZEROES.
001340 77  WS-DAY-RUN-ID          PIC X(16) VALUE SPACES.
001350
001360*DISPLAY-EDITED LINES
001370 01  WS-MASTER-LINE-1.
001380     02  FILLER              PIC X(06) VALUE "TANK: ".
001390     02  ML1-TANK-ID         PIC X(08).
001400     02  FILLER              PIC X(02) VALUE SPACES.
001410     02  ML1-DESCRIPTION     PIC X(20).
001420     02  FILLER              PIC X(10) VALUE "  STATUS: ".
001430     02  ML1-STATUS          PIC X(08).
001440     02  FILLER              PIC X(13) VALUE
001450         "  FREQUENCY: ".
001460     02  ML1-FREQ            PIC X(07).
001470 01  WS-MASTER-LINE-2.
001480     02  FILLER              PIC X(17) VALUE
001490         "NOMINAL RADIUS M:".
001500     02  ML2-NOM-RADIUS      PIC Z(06)9.9999.
001510     02  FILLER              PIC X(11) VALUE "  LENGTH M:".
001520     02  ML2-NOM-LENGTH      PIC Z(06)9.9999.
001530     02  FILLER              PIC X(10) VALUE "  WIDTH M:".
001540     02  ML2-NOM-WIDTH       PIC Z(06)9.9999.
001550     02  FILLER              PIC X(14) VALUE
001560         "  TOLERANCE %:".
001570     02  ML2-TOLERANCE-PCT   PIC Z9.99.
001580 01  WS-MASTER-LINE-3.
001590     02  FILLER              PIC X(18) VALUE
001600         "SAFE-FILL LEVEL M:".
001610     02  ML3-SAFE-FILL-M     PIC Z(06)9.9999.
001620     02  FILLER              PIC X(13) VALUE "  PUMP-OUT M:".
001630     02  ML3-PUMP-OUT-M      PIC Z(06)9.9999.
001640 01  WS-PRODUCT-LINE.
001650     02  FILLER              PIC X(09) VALUE "PRODUCT: ".
001660     02  PDL-PRODUCT-CODE    PIC X(04).
001670     02  FILLER              PIC X(02) VALUE SPACES.
001680     02  PDL-DESCRIPTION     PIC X(20).
001690     02  FILLER              PIC X(18) VALUE
001700         "  DENSITY KG/L:   ".
001710     02  PDL-DENSITY         PIC 9.9999.
001720 01  WS-STRAP-LINE-1.
001730     02  FILLER              PIC X(18) VALUE
001740         "STRAPPING CERT:   ".
001750     02  SPL-CERT-NO         PIC X(12).
001760     02  FILLER              PIC X(12) VALUE "  SURVEYED: ".
001770     02  SPL-SURVEY-DATE     PIC 9(08).
001780     02  FILLER              PIC X(10) VALUE "  POINTS: ".
001790     02  SPL-POINTS          PIC ZZZZ9.
001800 01  WS-STRAP-LINE-2.
001810     02  FILLER              PIC X(25) VALUE
001820         "TOP CALIBRATED LEVEL M:  ".
001830     02  SPL-TOP-LEVEL       PIC Z(06)9.9999.
001840     02  FILLER              PIC X(13) VALUE "  VOLUME L:  ".
001850     02  SPL-TOP-VOLUME      PIC Z(12)9.99.
001860 01  WS-HISTORY-HDR-LINE.
001870     02  FILLER              PIC X(40) VALUE
001880         "GAUGED    S         DIM-1         DIM-2 ".
001890     02  FILLER              PIC X(40) VALUE
001900         "        DIM-3          VOLUME-L  CR  TOL".
001910 01  WS-HISTORY-LINE.
001920     02  HSL-GAUGE-DATE      PIC 9(08).
001930     02  FILLER              PIC X(02) VALUE SPACES.
001940     02  HSL-SHAPE-CODE      PIC X(01).
001950     02  FILLER              PIC X(02) VALUE SPACES.
001960     02  HSL-DIM-1           PIC Z(06)9.9999.
001970     02  FILLER              PIC X(02) VALUE SPACES.
001980     02  HSL-DIM-2           PIC Z(06)9.9999.
001990     02  FILLER              PIC X(02) VALUE SPACES.
002000     02  HSL-DIM-3           PIC Z(06)9.9999.
002010     02  FILLER              PIC X(02) VALUE SPACES.
002020     02  HSL-VOLUME-L        PIC Z(12)9.99.
002030     02  FILLER              PIC X(02) VALUE SPACES.
002040     02  HSL-CREW-ID         PIC X(02).
002050     02  FILLER              PIC X(02) VALUE SPACES.
002060     02  HSL-TOL-FLAG        PIC X(07).
002070 01  WS-STOCK-LINE.
002080     02  FILLER              PIC X(23) VALUE
002090         "CLOSING STOCK LEVEL M: ".
002100     02  STL-LEVEL           PIC Z(06)9.9999.
002110     02  FILLER              PIC X(16) VALUE
002120         "  LITRES AT 15C:".
002130     02  STL-LITRES          PIC Z(12)9.99.
002140     02  FILLER              PIC X(10) VALUE "  TONNES: ".
002150     02  STL-TONNES          PIC Z(09)9.999.
002160 01  WS-COUNT-ED            PIC ZZZZZZ9.
002170
002180 PROCEDURE DIVISION.
002190
002200*=============================================================
002210*0000-MAINLINE.  OPEN THE TANK MASTER FOR INPUT, TAKE TANK IDS
002220*UNTIL THE OPERATOR KEYS A BLANK ONE, THEN CLOSE.
002230*=============================================================
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
002270         UNTIL WS-SESSION-DONE.
002280     IF  WS-TANK-MASTER-OPEN
002290         CLOSE RADTNK
002300     END-IF.
002310     GO TO 9999-EXIT.
002320
002330*=============================================================
002340*1000-INITIALIZE.  OPEN THE TANK MASTER FOR INPUT.  WITHOUT IT
002350*THE INQUIRY CAN STILL SHOW STRAPPING, HISTORY AND STOCK.
002360*=============================================================
002370 1000-INITIALIZE.
002380     OPEN INPUT RADTNK.
002390     IF  WS-RADTNK-STATUS = "35"
002400         DISPLAY 'NO TANK MASTER FILE -- MASTER DETAILS NOT',
002410             ' AVAILABLE'
002420     ELSE
002430         MOVE 'Y' TO WS-TANK-OPEN-SWITCH
002440     END-IF.
002450 1000-EXIT.
002460     EXIT.
002470
002480*=============================================================
002490*2000-PROCESS-INQUIRY.  ACCEPT ONE TANK ID AND SHOW EACH PART
002500*OF THE INQUIRY IN TURN.  A BLANK ID ENDS THE SESSION.
002510*=============================================================
002520 2000-PROCESS-INQUIRY.
002530     DISPLAY ' '.
002540     DISPLAY 'SINGLE-TANK INQUIRY'.
002550     DISPLAY 'ENTER TANK ID (BLANK TO END): '.
002560     MOVE SPACES TO WS-WORK-TANK-ID.
002570     ACCEPT WS-WORK-TANK-ID.
002580     IF  WS-WORK-TANK-ID = SPACES
002590         MOVE 'Y' TO WS-DONE-SWITCH
002600         GO TO 2000-EXIT
002610     END-IF.
002620     DISPLAY ' '.
002630     PERFORM 2100-SHOW-MASTER THRU 2100-EXIT.
002640     PERFORM 2200-SHOW-PRODUCT THRU 2200-EXIT.
002650     PERFORM 2300-SHOW-STRAPPING THRU 2300-EXIT.
002660     PERFORM 2400-SHOW-HISTORY THRU 2400-EXIT.
002670     PERFORM 2500-SHOW-STOCK THRU 2500-EXIT.
002680 2000-EXIT.
002690     EXIT.
002700
002710*=============================================================
002720*2100-SHOW-MASTER.  READ THE MASTER ENTRY BY KEY, ACTIVE OR
002730*NOT, AND SHOW IT.  THE PRODUCT CODE AND DENSITY ARE CLEARED
002740*HERE SO THE LATER PARTS SEE NONE FOR A TANK NOT ON FILE.
002750*=============================================================
002760 2100-SHOW-MASTER.
002770     MOVE 'N' TO WS-FOUND-SWITCH.
002780     MOVE SPACES TO WS-WORK-PRODUCT.
002790     MOVE ZEROES TO WS-WORK-DENSITY.
002800     IF  NOT WS-TANK-MASTER-OPEN
002810         GO TO 2100-EXIT
002820     END-IF.
002830     MOVE WS-WORK-TANK-ID TO TM-TANK-ID.
002840     READ RADTNK
002850         INVALID KEY
002860             DISPLAY 'TANK NOT ON THE MASTER: ', WS-WORK-TANK-ID
002870         NOT INVALID KEY
002880             MOVE 'Y' TO WS-FOUND-SWITCH
002890     END-READ.
002900     IF  NOT WS-RECORD-FOUND
002910         GO TO 2100-EXIT
002920     END-IF.
002930     MOVE TM-TANK-ID TO ML1-TANK-ID.
002940     MOVE TM-DESCRIPTION TO ML1-DESCRIPTION.
002950     IF  TM-ACTIVE
002960         MOVE 'ACTIVE' TO ML1-STATUS
002970     ELSE
002980         MOVE 'INACTIVE' TO ML1-STATUS
002990     END-IF.
003000     EVALUATE TRUE
003010         WHEN TM-GAUGE-WEEKLY
003020             MOVE 'WEEKLY' TO ML1-FREQ
003030         WHEN TM-GAUGE-MONTHLY
003040             MOVE 'MONTHLY' TO ML1-FREQ
003050         WHEN OTHER
003060             MOVE 'DAILY' TO ML1-FREQ
003070     END-EVALUATE.
003080     DISPLAY WS-MASTER-LINE-1.
003090     MOVE TM-NOM-RADIUS TO ML2-NOM-RADIUS.
003100     MOVE TM-NOM-LENGTH TO ML2-NOM-LENGTH.
003110     MOVE TM-NOM-WIDTH TO ML2-NOM-WIDTH.
003120     MOVE TM-TOLERANCE-PCT TO ML2-TOLERANCE-PCT.
003130     DISPLAY WS-MASTER-LINE-2.
003140     MOVE TM-SAFE-FILL-M TO ML3-SAFE-FILL-M.
003150     MOVE TM-PUMP-OUT-M TO ML3-PUMP-OUT-M.
003160     DISPLAY WS-MASTER-LINE-3.
003170     MOVE TM-PRODUCT-CODE TO WS-WORK-PRODUCT.
003180 2100-EXIT.
003190     EXIT.
003200
003210*=============================================================
003220*2200-SHOW-PRODUCT.  LOOK THE TANK'S PRODUCT UP ON THE PRODUCT
003230*MASTER FOR ITS DESCRIPTION AND DENSITY.
003240*=============================================================
003250 2200-SHOW-PRODUCT.
003260     IF  WS-WORK-PRODUCT = SPACES
003270         DISPLAY 'PRODUCT: NONE ASSIGNED'
003280         GO TO 2200-EXIT
003290     END-IF.
003300     OPEN INPUT RADPRD.
003310     IF  WS-RADPRD-STATUS = "35"
003320         DISPLAY 'PRODUCT: ', WS-WORK-PRODUCT,
003330             '  (NO PRODUCT MASTER FILE)'
003340         GO TO 2200-EXIT
003350     END-IF.
003360     MOVE 'N' TO WS-FOUND-SWITCH.
003370     MOVE 'N' TO WS-EOF-SWITCH.
003380     PERFORM 2210-READ-PRODUCT THRU 2210-EXIT
003390         UNTIL WS-END-OF-FILE OR WS-RECORD-FOUND.
003400     CLOSE RADPRD.
003410     IF  WS-RECORD-FOUND
003420         MOVE PR-PRODUCT-CODE TO PDL-PRODUCT-CODE
003430         MOVE PR-DESCRIPTION TO PDL-DESCRIPTION
003440         MOVE PR-DENSITY-KG-L TO PDL-DENSITY
003450         MOVE PR-DENSITY-KG-L TO WS-WORK-DENSITY
003460         DISPLAY WS-PRODUCT-LINE
003470     ELSE
003480         DISPLAY 'PRODUCT: ', WS-WORK-PRODUCT,
003490             '  (NOT ON THE PRODUCT MASTER)'
003500     END-IF.
003510 2200-EXIT.
003520     EXIT.
003530
003540*2210-READ-PRODUCT.  READ AND TEST ONE PRODUCT RECORD.
003550 2210-READ-PRODUCT.
003560     READ RADPRD
003570         AT END MOVE 'Y' TO WS-EOF-SWITCH
003580     END-READ.
003590     IF  NOT WS-END-OF-FILE
003600         AND PR-PRODUCT-CODE = WS-WORK-PRODUCT
003610         MOVE 'Y' TO WS-FOUND-SWITCH
003620     END-IF.
003630 2210-EXIT.
003640     EXIT.
003650
003660*=============================================================
003670*2300-SHOW-STRAPPING.  COUNT THE TANK'S CURRENT CALIBRATION
003680*POINTS AND FIND THE TOP CALIBRATED LEVEL.  RETIRED TABLES
003690*ARE COUNTED SEPARATELY AND NOT SUMMARIZED.
003700*=============================================================
003710 2300-SHOW-STRAPPING.
003720     MOVE ZEROES TO WS-SP-POINTS.
003730     MOVE ZEROES TO WS-SP-TOP-LEVEL.
003740     MOVE ZEROES TO WS-SP-TOP-VOLUME.
003750     MOVE ZEROES TO WS-SP-SURVEY-DATE.
003760     MOVE ZEROES TO WS-SP-RETIRED.
003770     MOVE SPACES TO WS-SP-CERT-NO.
003780     OPEN INPUT RADSTR.
003790     IF  WS-RADSTR-STATUS = "35"
003800         DISPLAY 'STRAPPING: NO STRAPPING TABLE FILE'
003810         GO TO 2300-EXIT
003820     END-IF.
003830     MOVE 'N' TO WS-EOF-SWITCH.
003840     PERFORM 2310-READ-STRAP-POINT THRU 2310-EXIT
003850         UNTIL WS-END-OF-FILE.
003860     CLOSE RADSTR.
003870     IF  WS-SP-POINTS = ZERO
003880         DISPLAY 'STRAPPING: NO CURRENT TABLE -- GAUGED',
003890             ' GEOMETRICALLY'
003900     ELSE
003910         MOVE WS-SP-CERT-NO TO SPL-CERT-NO
003920         MOVE WS-SP-SURVEY-DATE TO SPL-SURVEY-DATE
003930         MOVE WS-SP-POINTS TO SPL-POINTS
003940         DISPLAY WS-STRAP-LINE-1
003950         MOVE WS-SP-TOP-LEVEL TO SPL-TOP-LEVEL
003960         MOVE WS-SP-TOP-VOLUME TO SPL-TOP-VOLUME
003970         DISPLAY WS-STRAP-LINE-2
003980     END-IF.
003990     IF  WS-SP-RETIRED > ZERO
004000         MOVE WS-SP-RETIRED TO WS-COUNT-ED
004010         DISPLAY 'RETIRED STRAPPING POINTS ON FILE: ',
004020             WS-COUNT-ED
004030     END-IF.
004040 2300-EXIT.
004050     EXIT.
004060
004070*2310-READ-STRAP-POINT.  READ AND TALLY ONE STRAPPING POINT.
004080 2310-READ-STRAP-POINT.
004090     READ RADSTR
004100         AT END MOVE 'Y' TO WS-EOF-SWITCH
004110     END-READ.
004120     IF  WS-END-OF-FILE
004130         OR ST-TANK-ID NOT = WS-WORK-TANK-ID
004140         GO TO 2310-EXIT
004150     END-IF.
004160     IF  ST-RETIRED
004170         ADD 1 TO WS-SP-RETIRED
004180         GO TO 2310-EXIT
004190     END-IF.
004200     ADD 1 TO WS-SP-POINTS.
004210     MOVE ST-CERT-NO TO WS-SP-CERT-NO.
004220     MOVE ST-SURVEY-DATE TO WS-SP-SURVEY-DATE.
004230     IF  ST-LEVEL-M > WS-SP-TOP-LEVEL
004240         MOVE ST-LEVEL-M TO WS-SP-TOP-LEVEL
004250         MOVE ST-VOLUME-L TO WS-SP-TOP-VOLUME
004260     END-IF.
004270 2310-EXIT.
004280     EXIT.
004290
004300*=============================================================
004310*2400-SHOW-HISTORY.  PASS THE HISTORY FILE KEEPING THE TANK'S
004320*LATEST LINES, THEN SHOW THEM NEWEST FIRST.
004330*=============================================================
004340 2400-SHOW-HISTORY.
004350     MOVE ZEROES TO WS-RH-COUNT.
004360     MOVE ZEROES TO WS-RH-TOTAL.
004370     OPEN INPUT RADHST.
004380     IF  WS-RADHST-STATUS = "35"
004390         DISPLAY 'HISTORY: NO MEASUREMENT HISTORY FILE'
004400         GO TO 2400-EXIT
004410     END-IF.
004420     MOVE 'N' TO WS-EOF-SWITCH.
004430     PERFORM 2410-READ-HISTORY THRU 2410-EXIT
004440         UNTIL WS-END-OF-FILE.
004450     CLOSE RADHST.
004460     IF  WS-RH-COUNT = ZERO
004470         DISPLAY 'HISTORY: NO MEASUREMENTS ON FILE'
004480         GO TO 2400-EXIT
004490     END-IF.
004500     MOVE WS-RH-TOTAL TO WS-COUNT-ED.
004510     DISPLAY 'LATEST MEASUREMENTS (', WS-COUNT-ED,
004520         ' ON FILE):'.
004530     DISPLAY WS-HISTORY-HDR-LINE.
004540     PERFORM 2430-SHOW-HISTORY-LINE THRU 2430-EXIT
004550         VARYING WS-RH-SUB FROM WS-RH-COUNT BY -1
004560         UNTIL WS-RH-SUB < 1.
004570 2400-EXIT.
004580     EXIT.
004590
004600*2410-READ-HISTORY.  READ ONE HISTORY LINE AND KEEP IT WHEN IT
004610*IS FOR THE TANK.
004620 2410-READ-HISTORY.
004630     READ RADHST INTO RADHST-LINE
004640         AT END MOVE 'Y' TO WS-EOF-SWITCH
004650     END-READ.
004660     IF  WS-END-OF-FILE
004670         OR HL-TANK-ID NOT = WS-WORK-TANK-ID
004680         GO TO 2410-EXIT
004690     END-IF.
004700     ADD 1 TO WS-RH-TOTAL.
004710     IF  WS-RH-COUNT < WS-RH-LIMIT
004720         ADD 1 TO WS-RH-COUNT
004730     ELSE
004740         PERFORM 2420-SHIFT-HISTORY THRU 2420-EXIT
004750             VARYING WS-RH-SUB FROM 1 BY 1
004760             UNTIL WS-RH-SUB NOT < WS-RH-LIMIT
004770     END-IF.
004780     MOVE HL-GAUGE-DATE TO WS-RH-GAUGE-DATE(WS-RH-COUNT).
004790     MOVE HL-SHAPE-CODE TO WS-RH-SHAPE-CODE(WS-RH-COUNT).
004800     MOVE HL-DIM-1 TO WS-RH-DIM-1(WS-RH-COUNT).
004810     MOVE HL-DIM-2 TO WS-RH-DIM-2(WS-RH-COUNT).
004820     MOVE HL-DIM-3 TO WS-RH-DIM-3(WS-RH-COUNT).
004830     MOVE HL-VOLUME-L TO WS-RH-VOLUME-L(WS-RH-COUNT).
004840     MOVE HL-CREW-ID TO WS-RH-CREW-ID(WS-RH-COUNT).
004850     MOVE HL-TOL-FLAG TO WS-RH-TOL-FLAG(WS-RH-COUNT).
004860 2410-EXIT.
004870     EXIT.
004880
004890*2420-SHIFT-HISTORY.  MOVE ONE KEPT LINE UP A SLOT, DROPPING
004900*THE OLDEST.
004910 2420-SHIFT-HISTORY.
004920     MOVE WS-RH-ENTRY(WS-RH-SUB + 1) TO WS-RH-ENTRY(WS-RH-SUB).
004930 2420-EXIT.
004940     EXIT.
004950
004960*2430-SHOW-HISTORY-LINE.  DISPLAY ONE KEPT HISTORY LINE.
004970 2430-SHOW-HISTORY-LINE.
004980     MOVE WS-RH-GAUGE-DATE(WS-RH-SUB) TO HSL-GAUGE-DATE.
004990     MOVE WS-RH-SHAPE-CODE(WS-RH-SUB) TO HSL-SHAPE-CODE.
005000     MOVE WS-RH-DIM-1(WS-RH-SUB) TO HSL-DIM-1.
005010     MOVE WS-RH-DIM-2(WS-RH-SUB) TO HSL-DIM-2.
005020     MOVE WS-RH-DIM-3(WS-RH-SUB) TO HSL-DIM-3.
005030     MOVE WS-RH-VOLUME-L(WS-RH-SUB) TO HSL-VOLUME-L.
005040     MOVE WS-RH-CREW-ID(WS-RH-SUB) TO HSL-CREW-ID.
005050     MOVE WS-RH-TOL-FLAG(WS-RH-SUB) TO HSL-TOL-FLAG.
005060     DISPLAY WS-HISTORY-LINE.
005070 2430-EXIT.
005080     EXIT.
005090
005100*=============================================================
005110*2500-SHOW-STOCK.  THE TANK'S CLOSING STOCK IS ITS LAST
005120*PARTIAL-FILL ROW ON THE CONSOLIDATED DAY FILE, AS ON THE
005130*RADSTK REPORT; TONNES USE THE PRODUCT DENSITY WHEN KNOWN.
005140*=============================================================
005150 2500-SHOW-STOCK.
005160     MOVE 'N' TO WS-DAY-FOUND-SWITCH.
005170     OPEN INPUT RADDAY.
005180     IF  WS-RADDAY-STATUS = "35"
005190         DISPLAY 'CLOSING STOCK: NO CONSOLIDATED DAY FILE'
005200         GO TO 2500-EXIT
005210     END-IF.
005220     MOVE 'N' TO WS-EOF-SWITCH.
005230     PERFORM 2510-READ-DAY-ROW THRU 2510-EXIT
005240         UNTIL WS-END-OF-FILE.
005250     CLOSE RADDAY.
005260     IF  NOT WS-DAY-GAUGE-FOUND
005270         DISPLAY 'CLOSING STOCK: NOT GAUGED ON THE DAY FILE'
005280         GO TO 2500-EXIT
005290     END-IF.
005300     COMPUTE WS-DAY-TONNES ROUNDED = WS-DAY-LITRES
005310         * WS-WORK-DENSITY / 1000.
005320     MOVE WS-DAY-LEVEL TO STL-LEVEL.
005330     MOVE WS-DAY-LITRES TO STL-LITRES.
005340     MOVE WS-DAY-TONNES TO STL-TONNES.
005350     DISPLAY WS-STOCK-LINE.
005360     DISPLAY 'FROM RUN: ', WS-DAY-RUN-ID.
005370 2500-EXIT.
005380     EXIT.
005390
005400*2510-READ-DAY-ROW.  READ ONE DAY-FILE ROW AND KEEP IT WHEN IT
005410*IS A PARTIAL-FILL GAUGE OF THE TANK.
005420 2510-READ-DAY-ROW.
005430     READ RADDAY INTO RADEXT-LINE
005440         AT END MOVE 'Y' TO WS-EOF-SWITCH
005450     END-READ.
005460     IF  WS-END-OF-FILE
005470         OR REL-SHAPE-CODE NOT = 'P'
005480         OR REL-TANK-ID NOT = WS-WORK-TANK-ID
005490         GO TO 2510-EXIT
005500     END-IF.
005510     MOVE 'Y' TO WS-DAY-FOUND-SWITCH.
005520     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(REL-VOLUME-L15).
005530     MOVE WS-NUM-WORK TO WS-DAY-LITRES.
005540     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(REL-LEVEL-M).
005550     MOVE WS-NUM-WORK TO WS-DAY-LEVEL.
005560     MOVE REL-RUN-ID TO WS-DAY-RUN-ID.
005570 2510-EXIT.
005580     EXIT.
005590
005600 9999-EXIT.
005610     EXIT PROGRAM.
005620 END PROGRAM RADTINQ.
