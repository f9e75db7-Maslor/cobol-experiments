000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADULLG.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL DAILY ULLAGE AND SAFE-FILL REPORT.
000210*                READS THE RADDAY CONSOLIDATED DAILY FILE,
000220*                TAKES THE LAST PARTIAL-FILL GAUGING OF EACH
000230*                TANK, AND SETS ITS GAUGED LEVEL AGAINST THE
000240*                SAFE-FILL AND LOW PUMP-OUT LEVELS ON ITS
000250*                RADTNK ENTRY.  EACH TANK'S ULLAGE (LITRES OF
000260*                ROOM LEFT UP TO SAFE FILL) AND PUMPABLE STOCK
000270*                (LITRES ABOVE PUMP-OUT) ARE WORKED FROM ITS
000280*                CURRENT RADSTR STRAPPING TABLE, OR FROM THE
000290*                GAUGED RADIUS WHEN IT HAS NONE, SO
000300*                SCHEDULING CAN SEE WHETHER THE NEXT DELIVERY
000310*                CAN BE TAKEN.  TANKS ABOVE SAFE FILL OR BELOW
000320*                PUMP-OUT ARE LISTED AGAIN IN AN EXCEPTIONS
000330*                SECTION.
000331*10/15/26  DJL   A MISSING DAY FILE OR TANK MASTER NOW ENDS
000332*                WITH RETURN CODE 8, SO THE DAY-END STREAM DOES
000333*                NOT RECORD THE STEP COMPLETE; A MISSING
000334*                STRAPPING FILE GIVES RETURN CODE 4.
000340*-----------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RADDAY ASSIGN TO RADDAY
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RADDAY-STATUS.
000420     SELECT RADTNK ASSIGN TO RADTNK
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS TM-TANK-ID
000460         FILE STATUS IS WS-RADTNK-STATUS.
000470     SELECT RADSTR ASSIGN TO RADSTR
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RADSTR-STATUS.
000500     SELECT RADULR ASSIGN TO RADULR
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RADULR-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RADDAY
000570     LABEL RECORD IS STANDARD.
000580     COPY RADDAY.
000590
000600 FD  RADTNK
000610     LABEL RECORD IS STANDARD.
000620     COPY RADTNK.
000630
000640 FD  RADSTR
000650     LABEL RECORD IS STANDARD.
000660     COPY RADSTR.
000670
000680 FD  RADULR
000690     LABEL RECORD IS STANDARD.
000700     COPY RADULR.
000710
000720 WORKING-STORAGE SECTION.
000730
000740 77  WS-RADDAY-STATUS       PIC X(02).
000750 77  WS-RADTNK-STATUS       PIC X(02).
000760 77  WS-RADSTR-STATUS       PIC X(02).
000770 77  WS-RADULR-STATUS       PIC X(02).
000780
000790*CONSTANTS, AS IN THE RADIUS PROGRAM.
000800 01  CONSTANTS.
000810     02  PI                  PIC 9V9(09) VALUE 3.141592654.
000820     02  LITRES-PER-CUBIC-M  PIC 9(04) VALUE 1000.
000830
000840*THE EXTRACT ROW LAYOUT SHARED WITH THE RADIUS AND RADCONS
000850*PROGRAMS.  EACH RADDAY DETAIL ROW IS READ INTO IT; SUBTOTAL,
000860*GRAND-TOTAL AND NOTE ROWS FALL OUT OF THE SHAPE-CODE TEST.
000870     COPY RADEXTL.
000880
000890*READ-LOOP CONTROL AND COUNTS
000900 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000910     88  WS-END-OF-FILE             VALUE 'Y'.
000920 77  WS-ROWS-READ           PIC 9(07) VALUE ZEROES.
000930 77  WS-GAUGE-ROWS          PIC 9(07) VALUE ZEROES.
000940 77  WS-TANK-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000950     88  WS-TANK-MASTER-OPEN        VALUE 'Y'.
000960 77  WS-TANK-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000970     88  WS-TANK-FOUND              VALUE 'Y'.
000980 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
000990     88  WS-FATAL-ERROR             VALUE 'Y'.
001000 77  WS-NUM-WORK            PIC S9(13)V9(04) VALUE ZEROES.
001010
001020*TANK CLOSING-GAUGE TABLE.  THE DAY FILE RUNS IN SHIFT ORDER,
001030*SO THE LAST PARTIAL-FILL ROW SEEN FOR A TANK IS ITS CLOSING
001040*GAUGE AND REPLACES ANY EARLIER ONE.  THE EXCEPTION FIELDS ARE
001050*FILLED IN AS THE DETAIL SECTION IS WRITTEN AND READ BACK FOR
001060*THE EXCEPTIONS SECTION.
001070 77  WS-TG-LIMIT            PIC 9(04) VALUE 1000.
001080 77  WS-TG-COUNT            PIC 9(04) VALUE ZEROES.
001090 77  WS-TG-SUB              PIC 9(04) VALUE ZEROES.
001100 77  WS-TG-USE              PIC 9(04) VALUE ZEROES.
001110 77  WS-TG-FULL-SWITCH      PIC X(01) VALUE 'N'.
001120     88  WS-TG-TABLE-FULL           VALUE 'Y'.
001130 01  WS-TANK-GAUGE-TABLE.
001140     02  WS-TG-ENTRY OCCURS 1000 TIMES.
001150         03  WS-TG-TANK-ID       PIC X(08).
001160         03  WS-TG-LEVEL         PIC 9(07)V9(04).
001170         03  WS-TG-RADIUS        PIC 9(07)V9(04).
001180         03  WS-TG-LITRES        PIC 9(13)V9(02).
001190         03  WS-TG-PRODUCT       PIC X(04).
001200         03  WS-TG-EXC-CODE      PIC X(01).
001210             88  WS-TG-OVERFILL         VALUE 'O'.
001220             88  WS-TG-LOW              VALUE 'L'.
001230         03  WS-TG-EXC-LIMIT     PIC 9(07)V9(04).
001240         03  WS-TG-EXC-LITRES    PIC 9(13)V9(02).
001250
001260*STRAPPING TABLE.  EACH TANK'S CURRENT RADSTR TABLE IS LOADED
001270*THE WAY THE RADIUS BATCH RUN LOADS IT: RETIRED TABLES ARE
001280*PASSED OVER AND A TABLE WHOSE LEVELS OR VOLUMES DO NOT RISE
001290*IS DROPPED, SO THE LITRES HERE MATCH THE LITRES ON THE DAY
001300*FILE.
001310 77  WS-STRAP-LIMIT         PIC 9(04) VALUE 2000.
001320 77  WS-STRAP-COUNT         PIC 9(04) VALUE ZEROES.
001330 77  WS-STRAP-SUB           PIC 9(04) VALUE ZEROES.
001340 77  WS-STRAP-EOF-SWITCH    PIC X(01) VALUE 'N'.
001350     88  WS-STRAP-EOF               VALUE 'Y'.
001360 01  WS-STRAP-TABLE.
001370     02  WS-SP-ENTRY OCCURS 2000 TIMES.
001380         03  WS-SP-TANK-ID       PIC X(08).
001390         03  WS-SP-LEVEL         PIC 9(07)V9(04).
001400         03  WS-SP-VOLUME        PIC 9(13)V9(02).
001410 77  WS-SP-PREV-TANK-ID     PIC X(08) VALUE SPACES.
001420 77  WS-SP-PREV-LEVEL       PIC 9(07)V9(04) VALUE ZEROES.
001430 77  WS-SP-PREV-VOLUME      PIC 9(13)V9(02) VALUE ZEROES.
001440 77  WS-SP-TANK-START       PIC 9(04) VALUE ZEROES.
001450 77  WS-SP-BAD-TANK-ID      PIC X(08) VALUE SPACES.
001460
001470*VOLUME-AT-LEVEL WORKING FIELDS.  WS-CALC-LEVEL IS MOVED IN BY
001480*THE CALLER WITH THE TANK IN WS-TG-SUB; THE LITRES AT THAT
001490*LEVEL COME BACK IN WS-CALC-LITRES.
001500 77  WS-CALC-LEVEL          PIC 9(07)V9(04) VALUE ZEROES.
001510 77  WS-CALC-LITRES         PIC 9(13)V9(02) VALUE ZEROES.
001520 77  WS-SP-HI-SWITCH        PIC X(01) VALUE 'N'.
001530     88  WS-SP-HI-FOUND             VALUE 'Y'.
001540 77  WS-SP-LO-LEVEL         PIC 9(07)V9(04) VALUE ZEROES.
001550 77  WS-SP-LO-VOLUME        PIC 9(13)V9(02) VALUE ZEROES.
001560 77  WS-SP-HI-LEVEL         PIC 9(07)V9(04) VALUE ZEROES.
001570 77  WS-SP-HI-VOLUME        PIC 9(13)V9(02) VALUE ZEROES.
001580
001590*PER-TANK RESULTS AND RUN TOTALS
001600 77  WS-SAFE-LITRES         PIC 9(13)V9(02) VALUE ZEROES.
001610 77  WS-PUMP-LITRES         PIC 9(13)V9(02) VALUE ZEROES.
001620 77  WS-ULLAGE              PIC S9(13)V9(02) VALUE ZEROES.
001630 77  WS-PUMPABLE            PIC 9(13)V9(02) VALUE ZEROES.
001640 77  WS-TOTAL-ULLAGE        PIC 9(13)V9(02) VALUE ZEROES.
001650 77  WS-TOTAL-PUMPABLE      PIC 9(13)V9(02) VALUE ZEROES.
001660 77  WS-OVERFILL-COUNT      PIC 9(04) VALUE ZEROES.
001670 77  WS-LOW-COUNT           PIC 9(04) VALUE ZEROES.
001680 77  WS-NO-MASTER-COUNT     PIC 9(04) VALUE ZEROES.
001690 77  WS-EXC-LINES           PIC 9(04) VALUE ZEROES.
001700
001710*RUN-DATE WORK AREA FOR THE TITLE LINE.
001720 77  WS-REPORT-DATE         PIC 9(08) VALUE ZEROES.
001730
001740*REPORT LINES
001750 01  RADULR-TITLE-LINE.
001760     02  FILLER              PIC X(50) VALUE
001770         "TANK-GAUGING UNIT -- DAILY ULLAGE AND SAFE-FILL".
001780     02  FILLER              PIC X(10) VALUE "RUN DATE: ".
001790     02  TTL-RUN-DATE        PIC 9(08).
001800     02  FILLER              PIC X(64) VALUE SPACES.
001810 01  RADULR-BLANK-LINE       PIC X(132) VALUE SPACES.
001820 01  RADULR-DETAIL-HDR-LINE  PIC X(132) VALUE
001830     "SECTION 1 -- ULLAGE AND PUMPABLE STOCK, OBSERVED LITRES".
001840 01  RADULR-COLUMN-HDR-LINE.
001850     02  FILLER              PIC X(40) VALUE
001860         "TANK-ID   PROD       LEVEL-M   SAFE-FILL".
001870     02  FILLER              PIC X(40) VALUE
001880         "-M    PUMP-OUT-M     GAUGED-LITRES     U".
001890     02  FILLER              PIC X(52) VALUE
001900         "LLAGE-LITRES    PUMPABLE-LITRES  NOTE".
001910 01  RADULR-DETAIL-LINE.
001920     02  ULL-TANK-ID         PIC X(08).
001930     02  FILLER              PIC X(02) VALUE SPACES.
001940     02  ULL-PRODUCT-CODE    PIC X(04).
001950     02  FILLER              PIC X(02) VALUE SPACES.
001960     02  ULL-LEVEL           PIC Z(06)9.9999.
001970     02  FILLER              PIC X(02) VALUE SPACES.
001980     02  ULL-SAFE-FILL       PIC X(12).
001990     02  FILLER              PIC X(02) VALUE SPACES.
002000     02  ULL-PUMP-OUT        PIC X(12).
002010     02  FILLER              PIC X(02) VALUE SPACES.
002020     02  ULL-LITRES          PIC Z(12)9.99.
002030     02  FILLER              PIC X(02) VALUE SPACES.
002040     02  ULL-ULLAGE          PIC X(17).
002050     02  FILLER              PIC X(02) VALUE SPACES.
002060     02  ULL-PUMPABLE        PIC Z(12)9.99.
002070     02  FILLER              PIC X(02) VALUE SPACES.
002080     02  ULL-NOTE            PIC X(14).
002090     02  FILLER              PIC X(05) VALUE SPACES.
002100*EDITED OVERLAYS FOR THE TEXT COLUMNS, SO A LIMIT THAT IS NOT
002110*SET CAN SHOW BLANK INSTEAD OF A MEANINGLESS ZERO.
002120 01  WS-LEVEL-ED             PIC Z(06)9.9999.
002130 01  WS-ULLAGE-ED            PIC Z(12)9.99-.
002140 01  RADULR-EXC-HDR-LINE     PIC X(132) VALUE
002150     "SECTION 2 -- TANKS ABOVE SAFE FILL OR BELOW PUMP-OUT".
002160 01  RADULR-EXC-COL-LINE.
002170     02  FILLER              PIC X(40) VALUE
002180         "TANK-ID   PROD       LEVEL-M       LIMIT".
002190     02  FILLER              PIC X(92) VALUE
002200         "-M  EXCEPTION            LITRES-BEYOND".
002210 01  RADULR-EXC-LINE.
002220     02  EXL-TANK-ID         PIC X(08).
002230     02  FILLER              PIC X(02) VALUE SPACES.
002240     02  EXL-PRODUCT-CODE    PIC X(04).
002250     02  FILLER              PIC X(02) VALUE SPACES.
002260     02  EXL-LEVEL           PIC Z(06)9.9999.
002270     02  FILLER              PIC X(02) VALUE SPACES.
002280     02  EXL-LIMIT           PIC Z(06)9.9999.
002290     02  FILLER              PIC X(02) VALUE SPACES.
002300     02  EXL-EXCEPTION       PIC X(16).
002310     02  FILLER              PIC X(02) VALUE SPACES.
002320     02  EXL-LITRES          PIC Z(12)9.99.
002330     02  FILLER              PIC X(54) VALUE SPACES.
002340 01  RADULR-TRAILER-LINE.
002350     02  FILLER              PIC X(15) VALUE "TANKS GAUGED:  ".
002360     02  TRL-TANK-COUNT      PIC ZZZ9.
002370     02  FILLER              PIC X(19) VALUE
002380         "   ABOVE SAFE FILL:".
002390     02  TRL-OVERFILL-COUNT  PIC ZZZ9.
002400     02  FILLER              PIC X(18) VALUE
002410         "   BELOW PUMP-OUT:".
002420     02  TRL-LOW-COUNT       PIC ZZZ9.
002430     02  FILLER              PIC X(17) VALUE
002440         "   NOT ON MASTER:".
002450     02  TRL-NO-MASTER-COUNT PIC ZZZ9.
002460     02  FILLER              PIC X(47) VALUE SPACES.
002470 01  RADULR-TOTAL-LINE.
002480     02  FILLER              PIC X(15) VALUE "TOTAL ULLAGE:  ".
002490     02  TRL-TOTAL-ULLAGE    PIC Z(12)9.99.
002500     02  FILLER              PIC X(19) VALUE
002510         "   TOTAL PUMPABLE: ".
002520     02  TRL-TOTAL-PUMPABLE  PIC Z(12)9.99.
002530     02  FILLER              PIC X(66) VALUE SPACES.
002540
002550 PROCEDURE DIVISION.
002560
002570*=============================================================
002580*0000-MAINLINE.  LOAD THE STRAPPING TABLES, TAKE EACH TANK'S
002590*CLOSING GAUGE FROM THE DAY FILE AND WRITE THE DETAIL AND
002600*EXCEPTION SECTIONS.
002610*=============================================================
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     IF  WS-FATAL-ERROR
002650         GO TO 9999-EXIT
002660     END-IF.
002670     PERFORM 2100-READ-DAY-ROW THRU 2100-EXIT.
002680     PERFORM 2200-PROCESS-DAY-ROW THRU 2200-EXIT
002690         UNTIL WS-END-OF-FILE.
002700     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
002710     CLOSE RADDAY.
002720     CLOSE RADULR.
002730     IF  WS-TANK-MASTER-OPEN
002740         CLOSE RADTNK
002750     END-IF.
002760     GO TO 9999-EXIT.
002770
002780*=============================================================
002790*1000-INITIALIZE.  OPEN THE FILES AND LOAD THE STRAPPING
002800*TABLES.  A MISSING DAY FILE OR TANK MASTER ENDS THE RUN AT
002810*ONCE WITH RETURN CODE 8: WITHOUT THE MASTER THERE ARE NO
002820*LIMITS TO CHECK.  A MISSING STRAPPING FILE MEANS EVERY TANK
002830*IS WORKED GEOMETRICALLY, WITH RETURN CODE 4 AS A WARNING.
002840*=============================================================
002850 1000-INITIALIZE.
002860     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
002870     OPEN INPUT RADDAY.
002880     IF  WS-RADDAY-STATUS = "35"
002890         DISPLAY 'NO CONSOLIDATED DAY FILE TO REPORT'
002900         MOVE 'Y' TO WS-FATAL-SWITCH
002905         MOVE 8 TO RETURN-CODE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     OPEN INPUT RADTNK.
002940     IF  WS-RADTNK-STATUS = "35"
002950         DISPLAY 'NO TANK MASTER FILE -- NO LIMITS TO CHECK'
002952         CLOSE RADDAY
002954         MOVE 'Y' TO WS-FATAL-SWITCH
002956         MOVE 8 TO RETURN-CODE
002958         GO TO 1000-EXIT
002960     END-IF.
002970     MOVE 'Y' TO WS-TANK-OPEN-SWITCH.
002990     OPEN INPUT RADSTR.
003000     IF  WS-RADSTR-STATUS = "35"
003010         DISPLAY 'NO STRAPPING TABLE FILE -- GEOMETRIC VOLUMES'
003015         MOVE 4 TO RETURN-CODE
003020     ELSE
003030         PERFORM 1100-LOAD-STRAP-POINT THRU 1100-EXIT
003040             UNTIL WS-STRAP-EOF
003050         CLOSE RADSTR
003060     END-IF.
003070     OPEN OUTPUT RADULR.
003080 1000-EXIT.
003090     EXIT.
003100
003110*=============================================================
003120*1100-LOAD-STRAP-POINT.  LOAD ONE CALIBRATION POINT, PASSING
003130*OVER RETIRED TABLES AND BACKING OUT A TANK WHOSE TABLE DOES
003140*NOT RISE FROM POINT TO POINT, AS THE RADIUS BATCH RUN DOES.
003150*=============================================================
003160 1100-LOAD-STRAP-POINT.
003170     READ RADSTR
003180         AT END MOVE 'Y' TO WS-STRAP-EOF-SWITCH
003190     END-READ.
003200     IF  WS-STRAP-EOF
003210         GO TO 1100-EXIT
003220     END-IF.
003230     IF  ST-RETIRED OR ST-TANK-ID = WS-SP-BAD-TANK-ID
003240         GO TO 1100-EXIT
003250     END-IF.
003260     IF  ST-TANK-ID NOT = WS-SP-PREV-TANK-ID
003270         MOVE ST-TANK-ID TO WS-SP-PREV-TANK-ID
003280         COMPUTE WS-SP-TANK-START = WS-STRAP-COUNT + 1
003290     ELSE
003300         IF  ST-LEVEL-M NOT > WS-SP-PREV-LEVEL
003310             OR ST-VOLUME-L NOT > WS-SP-PREV-VOLUME
003320             DISPLAY 'STRAPPING TABLE OUT OF ORDER -- TANK ',
003330                 ST-TANK-ID, ' WORKED GEOMETRICALLY'
003340             MOVE ST-TANK-ID TO WS-SP-BAD-TANK-ID
003350             COMPUTE WS-STRAP-COUNT = WS-SP-TANK-START - 1
003360             GO TO 1100-EXIT
003370         END-IF
003380     END-IF.
003390     MOVE ST-LEVEL-M TO WS-SP-PREV-LEVEL.
003400     MOVE ST-VOLUME-L TO WS-SP-PREV-VOLUME.
003410     IF  WS-STRAP-COUNT < WS-STRAP-LIMIT
003420         ADD 1 TO WS-STRAP-COUNT
003430         MOVE ST-TANK-ID TO WS-SP-TANK-ID(WS-STRAP-COUNT)
003440         MOVE ST-LEVEL-M TO WS-SP-LEVEL(WS-STRAP-COUNT)
003450         MOVE ST-VOLUME-L TO WS-SP-VOLUME(WS-STRAP-COUNT)
003460     ELSE
003470         DISPLAY 'STRAPPING TABLE FULL -- REST SKIPPED'
003480         MOVE 'Y' TO WS-STRAP-EOF-SWITCH
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.
003520
003530*2100-READ-DAY-ROW.  READ ONE DAY-FILE ROW INTO THE SHARED
003540*EXTRACT LAYOUT.
003550 2100-READ-DAY-ROW.
003560     READ RADDAY INTO RADEXT-LINE
003570         AT END MOVE 'Y' TO WS-EOF-SWITCH
003580     END-READ.
003590     IF  NOT WS-END-OF-FILE
003600         ADD 1 TO WS-ROWS-READ
003610     END-IF.
003620 2100-EXIT.
003630     EXIT.
003640
003650*=============================================================
003660*2200-PROCESS-DAY-ROW.  ONLY PARTIAL-FILL (P) ROWS ARE STOCK
003670*GAUGINGS.  THE ROW'S GAUGED LEVEL, RADIUS AND OBSERVED LITRES
003680*BECOME THE TANK'S CLOSING GAUGE, REPLACING ANY EARLIER GAUGE
003690*THE SAME DAY.  OBSERVED LITRES ARE USED BECAUSE ROOM IN THE
003700*TANK IS PHYSICAL SPACE, NOT STANDARD-TEMPERATURE STOCK.
003710*=============================================================
003720 2200-PROCESS-DAY-ROW.
003730     IF  REL-SHAPE-CODE NOT = 'P'
003740         GO TO 2200-NEXT
003750     END-IF.
003760     ADD 1 TO WS-GAUGE-ROWS.
003770     MOVE ZEROES TO WS-TG-USE.
003780     PERFORM 2210-MATCH-GAUGE-TANK THRU 2210-EXIT
003790         VARYING WS-TG-SUB FROM 1 BY 1
003800         UNTIL WS-TG-SUB > WS-TG-COUNT
003810            OR WS-TG-USE > ZERO.
003820     IF  WS-TG-USE = ZERO
003830         IF  WS-TG-COUNT < WS-TG-LIMIT
003840             ADD 1 TO WS-TG-COUNT
003850             MOVE WS-TG-COUNT TO WS-TG-USE
003860             MOVE REL-TANK-ID TO WS-TG-TANK-ID(WS-TG-USE)
003870         ELSE
003880             IF  NOT WS-TG-TABLE-FULL
003890                 DISPLAY 'TANK GAUGE TABLE FULL -- TANKS'
003900                     ' OMITTED'
003910                 MOVE 'Y' TO WS-TG-FULL-SWITCH
003920             END-IF
003930             GO TO 2200-NEXT
003940         END-IF
003950     END-IF.
003960     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(REL-LEVEL-M).
003970     MOVE WS-NUM-WORK TO WS-TG-LEVEL(WS-TG-USE).
003980     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(REL-DIM-1).
003990     MOVE WS-NUM-WORK TO WS-TG-RADIUS(WS-TG-USE).
004000     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(REL-VOLUME-L).
004010     MOVE WS-NUM-WORK TO WS-TG-LITRES(WS-TG-USE).
004020 2200-NEXT.
004030     PERFORM 2100-READ-DAY-ROW THRU 2100-EXIT.
004040 2200-EXIT.
004050     EXIT.
004060
004070*2210-MATCH-GAUGE-TANK.  TEST ONE GAUGE-TABLE ENTRY.
004080 2210-MATCH-GAUGE-TANK.
004090     IF  WS-TG-TANK-ID(WS-TG-SUB) = REL-TANK-ID
004100         MOVE WS-TG-SUB TO WS-TG-USE
004110     END-IF.
004120 2210-EXIT.
004130     EXIT.
004140
004150*=============================================================
004160*3000-WRITE-REPORT.  SECTION 1 LISTS EVERY GAUGED TANK;
004170*SECTION 2 LISTS AGAIN THOSE ABOVE SAFE FILL OR BELOW PUMP-OUT
004180*("NONE" WHEN THERE ARE NONE); THE TRAILER CARRIES THE COUNTS
004190*AND THE TOTAL ULLAGE AND PUMPABLE STOCK.
004200*=============================================================
004210 3000-WRITE-REPORT.
004220     MOVE WS-REPORT-DATE TO TTL-RUN-DATE.
004230     WRITE RADULR-RECORD FROM RADULR-TITLE-LINE.
004240     WRITE RADULR-RECORD FROM RADULR-BLANK-LINE.
004250     WRITE RADULR-RECORD FROM RADULR-DETAIL-HDR-LINE.
004260     WRITE RADULR-RECORD FROM RADULR-COLUMN-HDR-LINE.
004270     WRITE RADULR-RECORD FROM RADULR-BLANK-LINE.
004280     PERFORM 3100-WRITE-TANK-LINE THRU 3100-EXIT
004290         VARYING WS-TG-SUB FROM 1 BY 1
004300         UNTIL WS-TG-SUB > WS-TG-COUNT.
004310     IF  WS-TG-COUNT = ZERO
004320         MOVE 'NONE' TO RADULR-RECORD
004330         WRITE RADULR-RECORD
004340     END-IF.
004350     WRITE RADULR-RECORD FROM RADULR-BLANK-LINE.
004360     WRITE RADULR-RECORD FROM RADULR-EXC-HDR-LINE.
004370     WRITE RADULR-RECORD FROM RADULR-EXC-COL-LINE.
004380     WRITE RADULR-RECORD FROM RADULR-BLANK-LINE.
004390     PERFORM 3200-WRITE-EXCEPTION-LINE THRU 3200-EXIT
004400         VARYING WS-TG-SUB FROM 1 BY 1
004410         UNTIL WS-TG-SUB > WS-TG-COUNT.
004420     IF  WS-EXC-LINES = ZERO
004430         MOVE 'NONE' TO RADULR-RECORD
004440         WRITE RADULR-RECORD
004450     END-IF.
004460     WRITE RADULR-RECORD FROM RADULR-BLANK-LINE.
004470     MOVE WS-TG-COUNT TO TRL-TANK-COUNT.
004480     MOVE WS-OVERFILL-COUNT TO TRL-OVERFILL-COUNT.
004490     MOVE WS-LOW-COUNT TO TRL-LOW-COUNT.
004500     MOVE WS-NO-MASTER-COUNT TO TRL-NO-MASTER-COUNT.
004510     WRITE RADULR-RECORD FROM RADULR-TRAILER-LINE.
004520     MOVE WS-TOTAL-ULLAGE TO TRL-TOTAL-ULLAGE.
004530     MOVE WS-TOTAL-PUMPABLE TO TRL-TOTAL-PUMPABLE.
004540     WRITE RADULR-RECORD FROM RADULR-TOTAL-LINE.
004550 3000-EXIT.
004560     EXIT.
004570
004580*=============================================================
004590*3100-WRITE-TANK-LINE.  ONE SECTION-1 LINE.  ULLAGE IS THE
004600*LITRES AT SAFE FILL LESS THE GAUGED LITRES (NEGATIVE WHEN THE
004610*TANK IS ALREADY ABOVE SAFE FILL); PUMPABLE STOCK IS THE
004620*GAUGED LITRES LESS THE LITRES AT PUMP-OUT (NONE BELOW IT).  A
004630*LIMIT OF ZERO IS NOT SET: NO ULLAGE IS SHOWN WITHOUT A SAFE
004640*FILL, AND WITHOUT A PUMP-OUT LEVEL THE WHOLE GAUGED STOCK IS
004650*PUMPABLE.
004660*=============================================================
004670 3100-WRITE-TANK-LINE.
004680     MOVE SPACE TO WS-TG-EXC-CODE(WS-TG-SUB).
004690     MOVE WS-TG-TANK-ID(WS-TG-SUB) TO ULL-TANK-ID.
004700     MOVE WS-TG-LEVEL(WS-TG-SUB) TO ULL-LEVEL.
004710     MOVE WS-TG-LITRES(WS-TG-SUB) TO ULL-LITRES.
004720     MOVE SPACES TO ULL-NOTE.
004730     PERFORM 3300-FIND-TANK THRU 3300-EXIT.
004740     IF  NOT WS-TANK-FOUND
004750         MOVE SPACES TO WS-TG-PRODUCT(WS-TG-SUB)
004760         MOVE SPACES TO ULL-PRODUCT-CODE
004770         MOVE SPACES TO ULL-SAFE-FILL
004780         MOVE SPACES TO ULL-PUMP-OUT
004790         MOVE SPACES TO ULL-ULLAGE
004800         MOVE WS-TG-LITRES(WS-TG-SUB) TO ULL-PUMPABLE
004810         MOVE 'NOT ON MASTER' TO ULL-NOTE
004820         ADD 1 TO WS-NO-MASTER-COUNT
004830         GO TO 3100-WRITE
004840     END-IF.
004850     MOVE TM-PRODUCT-CODE TO WS-TG-PRODUCT(WS-TG-SUB).
004860     MOVE TM-PRODUCT-CODE TO ULL-PRODUCT-CODE.
004870     IF  TM-SAFE-FILL-M = ZERO
004880         MOVE SPACES TO ULL-SAFE-FILL
004890         MOVE SPACES TO ULL-ULLAGE
004900         MOVE 'NO SAFE FILL' TO ULL-NOTE
004910     ELSE
004920         MOVE TM-SAFE-FILL-M TO WS-LEVEL-ED
004930         MOVE WS-LEVEL-ED TO ULL-SAFE-FILL
004940         MOVE TM-SAFE-FILL-M TO WS-CALC-LEVEL
004950         PERFORM 5000-VOLUME-AT-LEVEL THRU 5000-EXIT
004960         MOVE WS-CALC-LITRES TO WS-SAFE-LITRES
004970         COMPUTE WS-ULLAGE = WS-SAFE-LITRES
004980             - WS-TG-LITRES(WS-TG-SUB)
004990         MOVE WS-ULLAGE TO WS-ULLAGE-ED
005000         MOVE WS-ULLAGE-ED TO ULL-ULLAGE
005010         IF  WS-ULLAGE > ZERO
005020             ADD WS-ULLAGE TO WS-TOTAL-ULLAGE
005030         END-IF
005040         IF  WS-TG-LEVEL(WS-TG-SUB) > TM-SAFE-FILL-M
005050             MOVE 'O' TO WS-TG-EXC-CODE(WS-TG-SUB)
005060             MOVE TM-SAFE-FILL-M TO WS-TG-EXC-LIMIT(WS-TG-SUB)
005070             COMPUTE WS-TG-EXC-LITRES(WS-TG-SUB) =
005080                 ZERO - WS-ULLAGE
005090             MOVE 'ABOVE SAFE FILL' TO ULL-NOTE
005100             ADD 1 TO WS-OVERFILL-COUNT
005110         END-IF
005120     END-IF.
005130     IF  TM-PUMP-OUT-M = ZERO
005140         MOVE SPACES TO ULL-PUMP-OUT
005150         MOVE WS-TG-LITRES(WS-TG-SUB) TO WS-PUMPABLE
005160     ELSE
005170         MOVE TM-PUMP-OUT-M TO WS-LEVEL-ED
005180         MOVE WS-LEVEL-ED TO ULL-PUMP-OUT
005190         MOVE TM-PUMP-OUT-M TO WS-CALC-LEVEL
005200         PERFORM 5000-VOLUME-AT-LEVEL THRU 5000-EXIT
005210         MOVE WS-CALC-LITRES TO WS-PUMP-LITRES
005220         IF  WS-TG-LITRES(WS-TG-SUB) > WS-PUMP-LITRES
005230             COMPUTE WS-PUMPABLE = WS-TG-LITRES(WS-TG-SUB)
005240                 - WS-PUMP-LITRES
005250         ELSE
005260             MOVE ZEROES TO WS-PUMPABLE
005270         END-IF
005280         IF  WS-TG-LEVEL(WS-TG-SUB) < TM-PUMP-OUT-M
005290             MOVE 'L' TO WS-TG-EXC-CODE(WS-TG-SUB)
005300             MOVE TM-PUMP-OUT-M TO WS-TG-EXC-LIMIT(WS-TG-SUB)
005310             IF  WS-PUMP-LITRES > WS-TG-LITRES(WS-TG-SUB)
005320                 COMPUTE WS-TG-EXC-LITRES(WS-TG-SUB) =
005330                     WS-PUMP-LITRES - WS-TG-LITRES(WS-TG-SUB)
005340             ELSE
005350                 MOVE ZEROES TO WS-TG-EXC-LITRES(WS-TG-SUB)
005360             END-IF
005370             MOVE 'BELOW PUMP-OUT' TO ULL-NOTE
005380             ADD 1 TO WS-LOW-COUNT
005390         END-IF
005400     END-IF.
005410     MOVE WS-PUMPABLE TO ULL-PUMPABLE.
005420     ADD WS-PUMPABLE TO WS-TOTAL-PUMPABLE.
005430 3100-WRITE.
005440     WRITE RADULR-RECORD FROM RADULR-DETAIL-LINE.
005450 3100-EXIT.
005460     EXIT.
005470
005480*3200-WRITE-EXCEPTION-LINE.  ONE SECTION-2 LINE FOR A TANK
005490*FLAGGED WHILE SECTION 1 WAS WRITTEN.
005500 3200-WRITE-EXCEPTION-LINE.
005510     IF  NOT WS-TG-OVERFILL(WS-TG-SUB)
005520         AND NOT WS-TG-LOW(WS-TG-SUB)
005530         GO TO 3200-EXIT
005540     END-IF.
005550     MOVE WS-TG-TANK-ID(WS-TG-SUB) TO EXL-TANK-ID.
005560     MOVE WS-TG-PRODUCT(WS-TG-SUB) TO EXL-PRODUCT-CODE.
005570     MOVE WS-TG-LEVEL(WS-TG-SUB) TO EXL-LEVEL.
005580     MOVE WS-TG-EXC-LIMIT(WS-TG-SUB) TO EXL-LIMIT.
005590     IF  WS-TG-OVERFILL(WS-TG-SUB)
005600         MOVE 'ABOVE SAFE FILL' TO EXL-EXCEPTION
005610     ELSE
005620         MOVE 'BELOW PUMP-OUT' TO EXL-EXCEPTION
005630     END-IF.
005640     MOVE WS-TG-EXC-LITRES(WS-TG-SUB) TO EXL-LITRES.
005650     WRITE RADULR-RECORD FROM RADULR-EXC-LINE.
005660     ADD 1 TO WS-EXC-LINES.
005670 3200-EXIT.
005680     EXIT.
005690
005700*3300-FIND-TANK.  READ THE GAUGED TANK'S MASTER ENTRY BY KEY.
005710*WS-TANK-FOUND COMES BACK SET WHEN IT IS ON FILE.
005720 3300-FIND-TANK.
005730     MOVE 'N' TO WS-TANK-FOUND-SWITCH.
005740     IF  NOT WS-TANK-MASTER-OPEN
005750         GO TO 3300-EXIT
005760     END-IF.
005770     MOVE WS-TG-TANK-ID(WS-TG-SUB) TO TM-TANK-ID.
005780     READ RADTNK
005790         INVALID KEY GO TO 3300-EXIT
005800     END-READ.
005810     MOVE 'Y' TO WS-TANK-FOUND-SWITCH.
005820 3300-EXIT.
005830     EXIT.
005840
005850*=============================================================
005860*5000-VOLUME-AT-LEVEL.  THE LITRES THE TANK IN WS-TG-SUB HOLDS
005870*AT WS-CALC-LEVEL, WORKED THE WAY THE RADIUS BATCH RUN WORKS A
005880*PARTIAL FILL: INTERPOLATED FROM THE TANK'S STRAPPING POINTS
005890*WHEN THE LEVEL FALLS WITHIN ITS SURVEY, OTHERWISE PI.R.R.LEVEL
005900*ON THE GAUGED RADIUS.
005910*=============================================================
005920 5000-VOLUME-AT-LEVEL.
005930     COMPUTE WS-CALC-LITRES ROUNDED = PI
005940         * WS-TG-RADIUS(WS-TG-SUB) * WS-TG-RADIUS(WS-TG-SUB)
005950         * WS-CALC-LEVEL * LITRES-PER-CUBIC-M.
005960     MOVE 'N' TO WS-SP-HI-SWITCH.
005970     MOVE ZEROES TO WS-SP-LO-LEVEL.
005980     MOVE ZEROES TO WS-SP-LO-VOLUME.
005990     PERFORM 5010-SCAN-STRAP-POINT THRU 5010-EXIT
006000         VARYING WS-STRAP-SUB FROM 1 BY 1
006010         UNTIL WS-STRAP-SUB > WS-STRAP-COUNT
006020            OR WS-SP-HI-FOUND.
006030     IF  NOT WS-SP-HI-FOUND
006040         GO TO 5000-EXIT
006050     END-IF.
006060     IF  WS-SP-HI-LEVEL = WS-SP-LO-LEVEL
006070         MOVE WS-SP-HI-VOLUME TO WS-CALC-LITRES
006080     ELSE
006090         COMPUTE WS-CALC-LITRES ROUNDED = WS-SP-LO-VOLUME
006100             + (WS-SP-HI-VOLUME - WS-SP-LO-VOLUME)
006110             * (WS-CALC-LEVEL - WS-SP-LO-LEVEL)
006120             / (WS-SP-HI-LEVEL - WS-SP-LO-LEVEL)
006130     END-IF.
006140 5000-EXIT.
006150     EXIT.
006160
006170*5010-SCAN-STRAP-POINT.  TEST ONE CALIBRATION POINT AGAINST
006180*THE TANK AND LEVEL, AS 5575-SCAN-STRAP-POINT IN RADIUS DOES.
006190 5010-SCAN-STRAP-POINT.
006200     IF  WS-SP-TANK-ID(WS-STRAP-SUB)
006210         NOT = WS-TG-TANK-ID(WS-TG-SUB)
006220         GO TO 5010-EXIT
006230     END-IF.
006240     IF  WS-SP-LEVEL(WS-STRAP-SUB) NOT < WS-CALC-LEVEL
006250         MOVE WS-SP-LEVEL(WS-STRAP-SUB) TO WS-SP-HI-LEVEL
006260         MOVE WS-SP-VOLUME(WS-STRAP-SUB) TO WS-SP-HI-VOLUME
006270         MOVE 'Y' TO WS-SP-HI-SWITCH
006280     ELSE
006290         MOVE WS-SP-LEVEL(WS-STRAP-SUB) TO WS-SP-LO-LEVEL
006300         MOVE WS-SP-VOLUME(WS-STRAP-SUB) TO WS-SP-LO-VOLUME
006310     END-IF.
006320 5010-EXIT.
006330     EXIT.
006340
006350 9999-EXIT.
006360     EXIT PROGRAM.
006370
006380 END PROGRAM RADULLG.
