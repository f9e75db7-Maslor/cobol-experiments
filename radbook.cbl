000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADBOOK.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL BOOK-VERSUS-GAUGED STOCK
000210*                RECONCILIATION.  FOR THE BUSINESS DATE ON THE
000220*                COMMAND LINE (DEFAULT TODAY) TAKES EACH TANK'S
000230*                CLOSING PARTIAL-FILL GAUGE (LITRES AT 15 C)
000240*                FROM THE PREVIOUS DAY'S CONSOLIDATED FILE ON
000250*                RADDAYP AS ITS OPENING STOCK, ADDS THE DAY'S
000260*                RECEIPTS AND TRANSFERS IN AND TAKES OFF ITS
000270*                DISPATCHES AND TRANSFERS OUT FROM THE RADMVT
000280*                MOVEMENT FILE TO GIVE BOOK STOCK, AND SETS
000290*                THAT AGAINST THE CLOSING GAUGE ON THE CURRENT
000300*                DAY'S FILE ON RADDAYC.  THE GAIN OR LOSS IS
000310*                REPORTED IN LITRES AND AS A PERCENT OF
000320*                THROUGHPUT PER TANK AND PER RADPRD PRODUCT,
000330*                SO A DROP RADMOVE FLAGS CAN BE TOLD FROM A
000340*                LOADING OR A RECEIPT.  TANKS NOT GAUGED ON
000350*                BOTH DAYS, AND MOVEMENTS THAT CANNOT BE
000360*                APPLIED, ARE LISTED IN THEIR OWN SECTIONS.
000361*10/15/26  DJL   AN INVALID DATE OR A MISSING PRODUCT MASTER,
000362*                DAY FILE OR TANK MASTER NOW ENDS WITH RETURN
000363*                CODE 8, SO THE DAY-END STREAM DOES NOT RECORD
000364*                THE STEP COMPLETE.
000370*-----------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RADDAYP ASSIGN TO RADDAYP
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RADDAYP-STATUS.
000450     SELECT RADDAYC ASSIGN TO RADDAYC
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RADDAYC-STATUS.
000480     SELECT RADMVT ASSIGN TO RADMVT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RADMVT-STATUS.
000510     SELECT RADTNK ASSIGN TO RADTNK
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS TM-TANK-ID
000550         FILE STATUS IS WS-RADTNK-STATUS.
000560     SELECT RADPRD ASSIGN TO RADPRD
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RADPRD-STATUS.
000590     SELECT RADBKR ASSIGN TO RADBKR
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RADBKR-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  RADDAYP
000660     LABEL RECORD IS STANDARD.
000670 01  RADDAYP-RECORD          PIC X(125).
000680
000690 FD  RADDAYC
000700     LABEL RECORD IS STANDARD.
000710 01  RADDAYC-RECORD          PIC X(125).
000720
000730 FD  RADMVT
000740     LABEL RECORD IS STANDARD.
000750 01  RADMVT-FILE-RECORD      PIC X(60).
000760
000770 FD  RADTNK
000780     LABEL RECORD IS STANDARD.
000790     COPY RADTNK.
000800
000810 FD  RADPRD
000820     LABEL RECORD IS STANDARD.
000830     COPY RADPRD.
000840
000850 FD  RADBKR
000860     LABEL RECORD IS STANDARD.
000870     COPY RADBKR.
000880
000890 WORKING-STORAGE SECTION.
000900
000910 77  WS-RADDAYP-STATUS      PIC X(02).
000920 77  WS-RADDAYC-STATUS      PIC X(02).
000930 77  WS-RADMVT-STATUS       PIC X(02).
000940 77  WS-RADTNK-STATUS       PIC X(02).
000950 77  WS-RADPRD-STATUS       PIC X(02).
000960 77  WS-RADBKR-STATUS       PIC X(02).
000970
000980*THE EXTRACT ROW LAYOUT SHARED WITH THE RADIUS, RADCONS AND
000990*RADSTK PROGRAMS.  EACH DAY-FILE ROW IS READ INTO IT.
001000     COPY RADEXTL.
001010
001020*THE MOVEMENT LAYOUT SHARED WITH THE RADMVMT ENTRY PROGRAM.
001030     COPY RADMVT.
001040
001050*COMMAND-LINE BUSINESS DATE.  THE MOVEMENTS DATED THAT DAY ARE
001060*THE ONES BETWEEN THE PREVIOUS DAY'S CLOSING GAUGES AND THE
001070*CURRENT DAY'S.
001080 01  WS-COMMAND-LINE        PIC X(80).
001090 01  WS-PARM-DATE-X         PIC X(08) VALUE SPACES.
001100 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
001110                            PIC 9(08).
001120 77  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
001130 77  WS-DATE-INTEGER        PIC 9(07) VALUE ZEROES.
001140 77  WS-PARM-ERROR-SWITCH   PIC X(01) VALUE 'N'.
001150     88  WS-PARM-ERROR              VALUE 'Y'.
001160
001170*DAY-FILE READ CONTROL.  WS-DAY-SELECT SAYS WHICH FILE THE
001180*SHARED READ AND TALLY PARAGRAPHS ARE WORKING, AS IN RADMOVE.
001190 77  WS-DAY-SELECT          PIC X(01) VALUE 'P'.
001200     88  WS-DAY-PREVIOUS            VALUE 'P'.
001210     88  WS-DAY-CURRENT             VALUE 'C'.
001220 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001230     88  WS-END-OF-FILE             VALUE 'Y'.
001240 77  WS-TANK-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001250     88  WS-TANK-MASTER-OPEN        VALUE 'Y'.
001260 77  WS-NUM-WORK            PIC S9(13)V9(04) VALUE ZEROES.
001270
001280*PRODUCT TABLE, LOADED FROM THE RADPRD MASTER AT START OF RUN.
001290*ONE ENTRY MORE THAN THE LIMIT IS KEPT: IT IS THE UNASSIGNED
001300*BUCKET FOR TANKS WITH NO PRODUCT CODE, A CODE NOT ON THE
001310*PRODUCT MASTER, OR NO TANK MASTER ENTRY.  WS-PR-INTERNAL
001320*HOLDS THE TRANSFERS BETWEEN TWO TANKS OF THE SAME PRODUCT,
001330*WHICH MOVE NO STOCK IN OR OUT OF THE PRODUCT AND SO ARE NOT
001340*PART OF ITS THROUGHPUT.
001350 77  WS-PR-LIMIT            PIC 9(03) VALUE 100.
001360 77  WS-PR-COUNT            PIC 9(03) VALUE ZEROES.
001370 77  WS-PR-SUB              PIC 9(03) VALUE ZEROES.
001380 77  WS-PR-USE              PIC 9(03) VALUE ZEROES.
001390 77  WS-PR-UNASSIGNED       PIC 9(03) VALUE ZEROES.
001400 77  WS-PR-EOF-SWITCH       PIC X(01) VALUE 'N'.
001410     88  WS-PR-EOF                  VALUE 'Y'.
001420 01  WS-PRODUCT-TABLE.
001430     02  WS-PR-ENTRY OCCURS 101 TIMES.
001440         03  WS-PR-CODE          PIC X(04).
001450         03  WS-PR-TANKS         PIC 9(05).
001460         03  WS-PR-OPENING       PIC 9(13)V9(02).
001470         03  WS-PR-RECEIPTS      PIC 9(13)V9(02).
001480         03  WS-PR-DISPATCHES    PIC 9(13)V9(02).
001490         03  WS-PR-XFER-IN       PIC 9(13)V9(02).
001500         03  WS-PR-XFER-OUT      PIC 9(13)V9(02).
001510         03  WS-PR-INTERNAL      PIC 9(13)V9(02).
001520         03  WS-PR-CLOSING       PIC 9(13)V9(02).
001530
001540*TANK TABLE.  ONE ENTRY PER TANK GAUGED ON EITHER DAY OR NAMED
001550*ON A MOVEMENT.  THE DAY FILES RUN IN SHIFT ORDER, SO THE LAST
001560*PARTIAL-FILL ROW SEEN FOR A TANK IS ITS CLOSING GAUGE FOR
001570*THAT DAY.  WS-BK-PR-USE POINTS AT THE TANK'S PRODUCT ENTRY.
001580 77  WS-BK-LIMIT            PIC 9(04) VALUE 1000.
001590 77  WS-BK-COUNT            PIC 9(04) VALUE ZEROES.
001600 77  WS-BK-SUB              PIC 9(04) VALUE ZEROES.
001610 77  WS-BK-USE              PIC 9(04) VALUE ZEROES.
001620 77  WS-BK-FROM             PIC 9(04) VALUE ZEROES.
001630 77  WS-BK-WANT-ID          PIC X(08) VALUE SPACES.
001640 77  WS-BK-FULL-SWITCH      PIC X(01) VALUE 'N'.
001650     88  WS-BK-TABLE-FULL           VALUE 'Y'.
001660 01  WS-BOOK-TABLE.
001670     02  WS-BK-ENTRY OCCURS 1000 TIMES.
001680         03  WS-BK-TANK-ID       PIC X(08).
001690         03  WS-BK-PRODUCT       PIC X(04).
001700         03  WS-BK-PR-USE        PIC 9(03).
001710         03  WS-BK-OPEN-FLAG     PIC X(01).
001720             88  WS-BK-HAS-OPENING      VALUE 'Y'.
001730         03  WS-BK-CLOSE-FLAG    PIC X(01).
001740             88  WS-BK-HAS-CLOSING      VALUE 'Y'.
001750         03  WS-BK-OPENING       PIC 9(13)V9(02).
001760         03  WS-BK-CLOSING       PIC 9(13)V9(02).
001770         03  WS-BK-RECEIPTS      PIC 9(13)V9(02).
001780         03  WS-BK-DISPATCHES    PIC 9(13)V9(02).
001790         03  WS-BK-XFER-IN       PIC 9(13)V9(02).
001800         03  WS-BK-XFER-OUT      PIC 9(13)V9(02).
001810
001820*RECONCILIATION WORK FIELDS.  THE FIGURES FOR THE TANK OR
001830*PRODUCT BEING REPORTED ARE MOVED HERE SO ONE PARAGRAPH WORKS
001840*OUT BOOK STOCK, GAIN/LOSS AND PERCENT FOR BOTH SECTIONS.
001850 77  WS-RC-OPENING          PIC 9(13)V9(02) VALUE ZEROES.
001860 77  WS-RC-RECEIPTS         PIC 9(13)V9(02) VALUE ZEROES.
001870 77  WS-RC-DISPATCHES       PIC 9(13)V9(02) VALUE ZEROES.
001880 77  WS-RC-XFER-IN          PIC 9(13)V9(02) VALUE ZEROES.
001890 77  WS-RC-XFER-OUT         PIC 9(13)V9(02) VALUE ZEROES.
001900 77  WS-RC-INTERNAL         PIC 9(13)V9(02) VALUE ZEROES.
001910 77  WS-RC-CLOSING          PIC 9(13)V9(02) VALUE ZEROES.
001920 77  WS-RC-XFER-NET         PIC S9(13)V9(02) VALUE ZEROES.
001930 77  WS-RC-BOOK             PIC S9(13)V9(02) VALUE ZEROES.
001940 77  WS-RC-GAIN-LOSS        PIC S9(13)V9(02) VALUE ZEROES.
001950 77  WS-RC-THROUGHPUT       PIC 9(14)V9(02) VALUE ZEROES.
001960 77  WS-RC-PCT              PIC S9(05)V9(02) VALUE ZEROES.
001970 01  WS-PCT-ED              PIC ZZZZ9.99-.
001980 01  WS-LITRES-ED           PIC Z(10)9.99.
001990
002000*MOVEMENT AND SECTION COUNTS, RUN TOTALS
002010 77  WS-MOVES-READ          PIC 9(07) VALUE ZEROES.
002020 77  WS-MOVES-APPLIED       PIC 9(07) VALUE ZEROES.
002030 77  WS-MOVES-OTHER-DATE    PIC 9(07) VALUE ZEROES.
002040 77  WS-MOVES-REJECTED      PIC 9(07) VALUE ZEROES.
002050 77  WS-MOVE-REASON         PIC X(30) VALUE SPACES.
002060 77  WS-RECONCILED-COUNT    PIC 9(04) VALUE ZEROES.
002070 77  WS-UNRECONCILED-COUNT  PIC 9(04) VALUE ZEROES.
002080 77  WS-TOTAL-GAIN-LOSS     PIC S9(13)V9(02) VALUE ZEROES.
002090 77  WS-TOTAL-THROUGHPUT    PIC 9(14)V9(02) VALUE ZEROES.
002100
002110*REPORT LINES
002120 01  RADBKR-TITLE-LINE.
002130     02  FILLER              PIC X(52) VALUE
002140         "TANK-GAUGING UNIT -- BOOK VERSUS GAUGED STOCK".
002150     02  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
002160     02  TTL-BUSINESS-DATE   PIC 9(08).
002170     02  FILLER              PIC X(57) VALUE SPACES.
002180 01  RADBKR-BLANK-LINE       PIC X(132) VALUE SPACES.
002190 01  RADBKR-SECTION-1-HDR    PIC X(132) VALUE
002200     "SECTION 1 -- MOVEMENTS NOT APPLIED".
002210 01  RADBKR-SECTION-2-HDR    PIC X(132) VALUE
002220     "SECTION 2 -- TANKS GAUGED BOTH DAYS (LITRES AT 15 C)".
002230 01  RADBKR-SECTION-3-HDR    PIC X(132) VALUE
002240     "SECTION 3 -- PRODUCTS (TANKS GAUGED BOTH DAYS)".
002250 01  RADBKR-SECTION-4-HDR    PIC X(132) VALUE
002260     "SECTION 4 -- TANKS NOT RECONCILED -- NOT GAUGED BOTH DAYS".
002270 01  RADBKR-TANK-HDR-LINE.
002280     02  FILLER              PIC X(40) VALUE
002290         "TANK-ID  PROD    OPENING-L15       RECEI".
002300     02  FILLER              PIC X(40) VALUE
002310         "PTS     DISPATCHES  TRANSFERS-NET      B".
002320     02  FILLER              PIC X(40) VALUE
002330         "OOK-STOCK      GAUGED-L15      GAIN/LOSS".
002340     02  FILLER              PIC X(12) VALUE
002350         "  PCT-THRU".
002360 01  RADBKR-PROD-HDR-LINE.
002370     02  FILLER              PIC X(40) VALUE
002380         "PROD  TANKS      OPENING-L15       RECEI".
002390     02  FILLER              PIC X(40) VALUE
002400         "PTS     DISPATCHES  TRANSFERS-NET      B".
002410     02  FILLER              PIC X(40) VALUE
002420         "OOK-STOCK      GAUGED-L15      GAIN/LOSS".
002430     02  FILLER              PIC X(12) VALUE
002440         "  PCT-THRU".
002450 01  RADBKR-UNREC-HDR-LINE.
002460     02  FILLER              PIC X(40) VALUE
002470         "TANK-ID  PROD    OPENING-L15       RECEI".
002480     02  FILLER              PIC X(40) VALUE
002490         "PTS     DISPATCHES  TRANSFERS-NET      G".
002500     02  FILLER              PIC X(52) VALUE
002510         "AUGED-L15  REASON".
002520 01  RADBKR-REJECT-HDR-LINE.
002530     02  FILLER              PIC X(40) VALUE
002540         "DOCUMENT      T  TANK-ID   TO-TANK   DAT".
002550     02  FILLER              PIC X(92) VALUE
002560         "E      REASON".
002570*ONE LAYOUT SERVES THE TANK AND PRODUCT SECTIONS; THE FIRST
002580*FOURTEEN COLUMNS ARE REDEFINED FOR THE PRODUCT CODE AND ITS
002590*TANK COUNT.
002600 01  RADBKR-DETAIL-LINE.
002610     02  BKL-KEY-AREA.
002620         03  BKL-TANK-ID     PIC X(08).
002630         03  FILLER          PIC X(01) VALUE SPACES.
002640         03  BKL-PRODUCT     PIC X(04).
002650         03  FILLER          PIC X(01) VALUE SPACES.
002660     02  BKL-PROD-KEY-AREA REDEFINES BKL-KEY-AREA.
002670         03  BKP-PRODUCT     PIC X(04).
002680         03  FILLER          PIC X(02).
002690         03  BKP-TANK-COUNT  PIC ZZZZ9.
002700         03  FILLER          PIC X(03).
002710     02  BKL-OPENING         PIC Z(10)9.99.
002720     02  FILLER              PIC X(01) VALUE SPACES.
002730     02  BKL-RECEIPTS        PIC Z(10)9.99.
002740     02  FILLER              PIC X(01) VALUE SPACES.
002750     02  BKL-DISPATCHES      PIC Z(10)9.99.
002760     02  FILLER              PIC X(01) VALUE SPACES.
002770     02  BKL-XFER-NET        PIC Z(10)9.99-.
002780     02  FILLER              PIC X(01) VALUE SPACES.
002790     02  BKL-BOOK            PIC Z(10)9.99-.
002800     02  FILLER              PIC X(01) VALUE SPACES.
002810     02  BKL-CLOSING         PIC Z(10)9.99.
002820     02  FILLER              PIC X(01) VALUE SPACES.
002830     02  BKL-GAIN-LOSS       PIC Z(10)9.99-.
002840     02  FILLER              PIC X(01) VALUE SPACES.
002850     02  BKL-PCT             PIC X(09).
002860     02  FILLER              PIC X(01) VALUE SPACES.
002870 01  RADBKR-UNREC-LINE.
002880     02  UNL-TANK-ID         PIC X(08).
002890     02  FILLER              PIC X(01) VALUE SPACES.
002900     02  UNL-PRODUCT         PIC X(04).
002910     02  FILLER              PIC X(01) VALUE SPACES.
002920     02  UNL-OPENING         PIC X(14).
002930     02  FILLER              PIC X(01) VALUE SPACES.
002940     02  UNL-RECEIPTS        PIC Z(10)9.99.
002950     02  FILLER              PIC X(01) VALUE SPACES.
002960     02  UNL-DISPATCHES      PIC Z(10)9.99.
002970     02  FILLER              PIC X(01) VALUE SPACES.
002980     02  UNL-XFER-NET        PIC Z(10)9.99-.
002990     02  FILLER              PIC X(01) VALUE SPACES.
003000     02  UNL-CLOSING         PIC X(14).
003010     02  FILLER              PIC X(02) VALUE SPACES.
003020     02  UNL-REASON          PIC X(24).
003030     02  FILLER              PIC X(17) VALUE SPACES.
003040 01  RADBKR-REJECT-LINE.
003050     02  RJL-DOC-NO          PIC X(12).
003060     02  FILLER              PIC X(02) VALUE SPACES.
003070     02  RJL-TRANS-TYPE      PIC X(01).
003080     02  FILLER              PIC X(02) VALUE SPACES.
003090     02  RJL-TANK-ID         PIC X(08).
003100     02  FILLER              PIC X(02) VALUE SPACES.
003110     02  RJL-TO-TANK-ID      PIC X(08).
003120     02  FILLER              PIC X(02) VALUE SPACES.
003130     02  RJL-MOVE-DATE       PIC X(08).
003140     02  FILLER              PIC X(02) VALUE SPACES.
003150     02  RJL-REASON          PIC X(30).
003160     02  FILLER              PIC X(55) VALUE SPACES.
003170 01  RADBKR-TRAILER-LINE.
003180     02  FILLER              PIC X(18) VALUE
003190         "TANKS RECONCILED: ".
003200     02  TRL-RECONCILED      PIC ZZZ9.
003210     02  FILLER              PIC X(18) VALUE
003220         "  NOT RECONCILED: ".
003230     02  TRL-UNRECONCILED    PIC ZZZ9.
003240     02  FILLER              PIC X(21) VALUE
003250         "  MOVEMENTS APPLIED: ".
003260     02  TRL-MOVES-APPLIED   PIC Z(06)9.
003270     02  FILLER              PIC X(14) VALUE
003280         "  NOT APPLIED:".
003290     02  TRL-MOVES-REJECTED  PIC Z(06)9.
003300     02  FILLER              PIC X(16) VALUE
003310         "  OTHER DATES: ".
003320     02  TRL-MOVES-OTHER     PIC Z(06)9.
003330     02  FILLER              PIC X(16) VALUE SPACES.
003340 01  RADBKR-TOTAL-LINE.
003350     02  FILLER              PIC X(22) VALUE
003360         "TOTAL GAIN/LOSS L15:  ".
003370     02  TRL-GAIN-LOSS       PIC Z(12)9.99-.
003380     02  FILLER              PIC X(22) VALUE
003390         "   PCT OF THROUGHPUT: ".
003400     02  TRL-PCT             PIC X(09).
003410     02  FILLER              PIC X(62) VALUE SPACES.
003420
003430 PROCEDURE DIVISION.
003440
003450*=============================================================
003460*0000-MAINLINE.  LOAD THE PRODUCT MASTER, BOTH DAYS' CLOSING
003470*GAUGES AND THE DAY'S MOVEMENTS, THEN WRITE THE REPORT.  THE
003480*MOVEMENTS THAT CANNOT BE APPLIED ARE LISTED IN SECTION 1 AS
003490*THEY ARE READ; THE RECONCILIATION SECTIONS FOLLOW.
003500*=============================================================
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF  WS-PARM-ERROR
003540         GO TO 9999-EXIT
003550     END-IF.
003560     MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE.
003570     WRITE RADBKR-RECORD FROM RADBKR-TITLE-LINE.
003580     WRITE RADBKR-RECORD FROM RADBKR-BLANK-LINE.
003590     MOVE 'P' TO WS-DAY-SELECT.
003600     MOVE 'N' TO WS-EOF-SWITCH.
003610     PERFORM 2100-READ-DAY-ROW THRU 2100-EXIT.
003620     PERFORM 2200-TALLY-DAY-ROW THRU 2200-EXIT
003630         UNTIL WS-END-OF-FILE.
003640     MOVE 'C' TO WS-DAY-SELECT.
003650     MOVE 'N' TO WS-EOF-SWITCH.
003660     PERFORM 2100-READ-DAY-ROW THRU 2100-EXIT.
003670     PERFORM 2200-TALLY-DAY-ROW THRU 2200-EXIT
003680         UNTIL WS-END-OF-FILE.
003690     CLOSE RADDAYP.
003700     CLOSE RADDAYC.
003710     PERFORM 3000-APPLY-MOVEMENTS THRU 3000-EXIT.
003720     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
003730     CLOSE RADBKR.
003740     IF  WS-TANK-MASTER-OPEN
003750         CLOSE RADTNK
003760     END-IF.
003770     GO TO 9999-EXIT.
003780
003790*=============================================================
003800*1000-INITIALIZE.  PICK UP THE BUSINESS DATE, LOAD THE PRODUCT
003810*TABLE AND OPEN THE FILES.  AN INVALID DATE, OR EITHER DAY
003820*FILE, THE PRODUCT MASTER OR THE TANK MASTER MISSING, ENDS THE
003830*RUN WITH RETURN CODE 8; A MISSING MOVEMENT FILE MEANS A DAY
003840*WITH NO MOVEMENTS.
003850*=============================================================
003860 1000-INITIALIZE.
003870     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
003880     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003890     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
003900         INTO WS-PARM-DATE-X.
003910     IF  WS-PARM-DATE-X NOT = SPACES
003920         IF  WS-PARM-DATE-X NOT NUMERIC
003930             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
003940             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
003945             MOVE 8 TO RETURN-CODE
003950             GO TO 1000-EXIT
003960         END-IF
003970         COMPUTE WS-DATE-INTEGER =
003980             FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
003990         IF  WS-DATE-INTEGER = ZERO
004000             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
004010             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004015             MOVE 8 TO RETURN-CODE
004020             GO TO 1000-EXIT
004030         END-IF
004040         MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
004050     END-IF.
004060     OPEN INPUT RADPRD.
004070     IF  WS-RADPRD-STATUS = "35"
004080         DISPLAY 'NO PRODUCT MASTER FILE -- RUN ABANDONED'
004090         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004095         MOVE 8 TO RETURN-CODE
004100         GO TO 1000-EXIT
004110     END-IF.
004120     PERFORM 1100-LOAD-PRODUCT-ENTRY THRU 1100-EXIT
004130         UNTIL WS-PR-EOF.
004140     CLOSE RADPRD.
004150     COMPUTE WS-PR-UNASSIGNED = WS-PR-COUNT + 1.
004160     MOVE '????' TO WS-PR-CODE(WS-PR-UNASSIGNED).
004170     MOVE WS-PR-UNASSIGNED TO WS-PR-SUB.
004180     PERFORM 1110-CLEAR-PRODUCT-ENTRY THRU 1110-EXIT.
004190     OPEN INPUT RADDAYP.
004200     IF  WS-RADDAYP-STATUS = "35"
004210         DISPLAY 'NO PREVIOUS-DAY FILE (RADDAYP) -- RUN ENDED'
004220         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004225         MOVE 8 TO RETURN-CODE
004230         GO TO 1000-EXIT
004240     END-IF.
004250     OPEN INPUT RADDAYC.
004260     IF  WS-RADDAYC-STATUS = "35"
004270         DISPLAY 'NO CURRENT-DAY FILE (RADDAYC) -- RUN ENDED'
004280         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004285         MOVE 8 TO RETURN-CODE
004290         CLOSE RADDAYP
004300         GO TO 1000-EXIT
004310     END-IF.
004320     OPEN INPUT RADTNK.
004330     IF  WS-RADTNK-STATUS = "35"
004340         DISPLAY 'NO TANK MASTER FILE -- RUN ENDED'
004342         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004344         MOVE 8 TO RETURN-CODE
004346         CLOSE RADDAYP
004348         CLOSE RADDAYC
004350         GO TO 1000-EXIT
004360     END-IF.
004370     MOVE 'Y' TO WS-TANK-OPEN-SWITCH.
004380     OPEN OUTPUT RADBKR.
004390 1000-EXIT.
004400     EXIT.
004410
004420*1100-LOAD-PRODUCT-ENTRY.  LOAD ONE PRODUCT MASTER RECORD.
004430 1100-LOAD-PRODUCT-ENTRY.
004440     READ RADPRD
004450         AT END MOVE 'Y' TO WS-PR-EOF-SWITCH
004460     END-READ.
004470     IF  NOT WS-PR-EOF
004480         IF  WS-PR-COUNT < WS-PR-LIMIT
004490             ADD 1 TO WS-PR-COUNT
004500             MOVE WS-PR-COUNT TO WS-PR-SUB
004510             MOVE PR-PRODUCT-CODE TO WS-PR-CODE(WS-PR-SUB)
004520             PERFORM 1110-CLEAR-PRODUCT-ENTRY THRU 1110-EXIT
004530         ELSE
004540             DISPLAY 'PRODUCT TABLE FULL -- REST SKIPPED'
004550             MOVE 'Y' TO WS-PR-EOF-SWITCH
004560         END-IF
004570     END-IF.
004580 1100-EXIT.
004590     EXIT.
004600
004610*1110-CLEAR-PRODUCT-ENTRY.  ZERO THE TOTALS OF ONE ENTRY.
004620 1110-CLEAR-PRODUCT-ENTRY.
004630     MOVE ZEROES TO WS-PR-TANKS(WS-PR-SUB).
004640     MOVE ZEROES TO WS-PR-OPENING(WS-PR-SUB).
004650     MOVE ZEROES TO WS-PR-RECEIPTS(WS-PR-SUB).
004660     MOVE ZEROES TO WS-PR-DISPATCHES(WS-PR-SUB).
004670     MOVE ZEROES TO WS-PR-XFER-IN(WS-PR-SUB).
004680     MOVE ZEROES TO WS-PR-XFER-OUT(WS-PR-SUB).
004690     MOVE ZEROES TO WS-PR-INTERNAL(WS-PR-SUB).
004700     MOVE ZEROES TO WS-PR-CLOSING(WS-PR-SUB).
004710 1110-EXIT.
004720     EXIT.
004730
004740*2100-READ-DAY-ROW.  READ ONE ROW OF THE SELECTED DAY FILE
004750*INTO THE SHARED EXTRACT LAYOUT.
004760 2100-READ-DAY-ROW.
004770     IF  WS-DAY-PREVIOUS
004780         READ RADDAYP INTO RADEXT-LINE
004790             AT END MOVE 'Y' TO WS-EOF-SWITCH
004800         END-READ
004810     ELSE
004820         READ RADDAYC INTO RADEXT-LINE
004830             AT END MOVE 'Y' TO WS-EOF-SWITCH
004840         END-READ
004850     END-IF.
004860 2100-EXIT.
004870     EXIT.
004880
004890*=============================================================
004900*2200-TALLY-DAY-ROW.  A PARTIAL-FILL (P) ROW BECOMES THE
004910*TANK'S OPENING (PREVIOUS DAY) OR CLOSING (CURRENT DAY) STOCK,
004920*REPLACING ANY EARLIER GAUGE THAT DAY; EVERY OTHER ROW PASSES
004930*BY.
004940*=============================================================
004950 2200-TALLY-DAY-ROW.
004960     IF  REL-SHAPE-CODE NOT = 'P'
004970         GO TO 2200-NEXT
004980     END-IF.
004990     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(REL-VOLUME-L15).
005000     MOVE REL-TANK-ID TO WS-BK-WANT-ID.
005010     PERFORM 5000-FIND-BOOK-TANK THRU 5000-EXIT.
005020     IF  WS-BK-USE = ZERO
005030         GO TO 2200-NEXT
005040     END-IF.
005050     IF  WS-DAY-PREVIOUS
005060         MOVE WS-NUM-WORK TO WS-BK-OPENING(WS-BK-USE)
005070         MOVE 'Y' TO WS-BK-OPEN-FLAG(WS-BK-USE)
005080     ELSE
005090         MOVE WS-NUM-WORK TO WS-BK-CLOSING(WS-BK-USE)
005100         MOVE 'Y' TO WS-BK-CLOSE-FLAG(WS-BK-USE)
005110     END-IF.
005120 2200-NEXT.
005130     PERFORM 2100-READ-DAY-ROW THRU 2100-EXIT.
005140 2200-EXIT.
005150     EXIT.
005160
005170*=============================================================
005180*3000-APPLY-MOVEMENTS.  READ THE WHOLE MOVEMENT FILE AND APPLY
005190*EACH MOVEMENT DATED THE BUSINESS DATE TO ITS TANK (BOTH TANKS
005200*ON A TRANSFER).  MOVEMENTS FOR OTHER DATES ARE COUNTED AND
005210*PASSED BY; ONES THAT CANNOT BE APPLIED MAKE UP SECTION 1.
005220*=============================================================
005230 3000-APPLY-MOVEMENTS.
005240     WRITE RADBKR-RECORD FROM RADBKR-SECTION-1-HDR.
005250     WRITE RADBKR-RECORD FROM RADBKR-REJECT-HDR-LINE.
005260     OPEN INPUT RADMVT.
005270     IF  WS-RADMVT-STATUS = "35"
005280         DISPLAY 'NO MOVEMENT FILE -- NO MOVEMENTS APPLIED'
005290     ELSE
005300         MOVE 'N' TO WS-EOF-SWITCH
005310         PERFORM 3100-APPLY-ONE-MOVEMENT THRU 3100-EXIT
005320             UNTIL WS-END-OF-FILE
005330         CLOSE RADMVT
005340     END-IF.
005350     IF  WS-MOVES-REJECTED = ZERO
005360         MOVE 'NONE' TO RADBKR-RECORD
005370         WRITE RADBKR-RECORD
005380     END-IF.
005390     WRITE RADBKR-RECORD FROM RADBKR-BLANK-LINE.
005400 3000-EXIT.
005410     EXIT.
005420
005430*=============================================================
005440*3100-APPLY-ONE-MOVEMENT.  A MOVEMENT THAT CANNOT BE APPLIED
005450*IS WRITTEN TO SECTION 1 WITH ITS REASON.  A TRANSFER
005460*BETWEEN TWO RECONCILED TANKS OF THE SAME PRODUCT IS ALSO
005470*NOTED AGAINST THE PRODUCT AS INTERNAL.
005480*=============================================================
005490 3100-APPLY-ONE-MOVEMENT.
005500     READ RADMVT INTO RADMVT-RECORD
005510         AT END MOVE 'Y' TO WS-EOF-SWITCH
005520     END-READ.
005530     IF  WS-END-OF-FILE
005540         GO TO 3100-EXIT
005550     END-IF.
005560     ADD 1 TO WS-MOVES-READ.
005570     IF  MT-MOVE-DATE NOT NUMERIC
005580         MOVE 'MOVEMENT DATE NOT NUMERIC' TO WS-MOVE-REASON
005590         GO TO 3100-REJECT
005600     END-IF.
005610     IF  MT-MOVE-DATE NOT = WS-BUSINESS-DATE
005620         ADD 1 TO WS-MOVES-OTHER-DATE
005630         GO TO 3100-EXIT
005640     END-IF.
005650     IF  NOT MT-VALID-TYPE
005660         MOVE 'UNKNOWN MOVEMENT TYPE' TO WS-MOVE-REASON
005670         GO TO 3100-REJECT
005680     END-IF.
005690     IF  MT-LITRES-15 NOT NUMERIC
005700         MOVE 'LITRES NOT NUMERIC' TO WS-MOVE-REASON
005710         GO TO 3100-REJECT
005720     END-IF.
005730     IF  MT-TANK-ID = SPACES
005740         MOVE 'NO TANK ID' TO WS-MOVE-REASON
005750         GO TO 3100-REJECT
005760     END-IF.
005770     IF  MT-TRANSFER
005780         AND (MT-TO-TANK-ID = SPACES
005790              OR MT-TO-TANK-ID = MT-TANK-ID)
005800         MOVE 'TRANSFER WITHOUT A TO-TANK' TO WS-MOVE-REASON
005810         GO TO 3100-REJECT
005820     END-IF.
005830     MOVE MT-TANK-ID TO WS-BK-WANT-ID.
005840     PERFORM 5000-FIND-BOOK-TANK THRU 5000-EXIT.
005850     IF  WS-BK-USE = ZERO
005860         MOVE 'TANK TABLE FULL' TO WS-MOVE-REASON
005870         GO TO 3100-REJECT
005880     END-IF.
005890     IF  MT-TRANSFER
005900         MOVE WS-BK-USE TO WS-BK-FROM
005910         MOVE MT-TO-TANK-ID TO WS-BK-WANT-ID
005920         PERFORM 5000-FIND-BOOK-TANK THRU 5000-EXIT
005930         IF  WS-BK-USE = ZERO
005940             MOVE 'TANK TABLE FULL' TO WS-MOVE-REASON
005950             GO TO 3100-REJECT
005960         END-IF
005970     END-IF.
005980     EVALUATE TRUE
005990         WHEN MT-RECEIPT
006000             ADD MT-LITRES-15 TO WS-BK-RECEIPTS(WS-BK-USE)
006010         WHEN MT-DISPATCH
006020             ADD MT-LITRES-15 TO WS-BK-DISPATCHES(WS-BK-USE)
006030         WHEN MT-TRANSFER
006040             ADD MT-LITRES-15 TO WS-BK-XFER-OUT(WS-BK-FROM)
006050             ADD MT-LITRES-15 TO WS-BK-XFER-IN(WS-BK-USE)
006060             PERFORM 3110-NOTE-INTERNAL THRU 3110-EXIT
006070     END-EVALUATE.
006080     ADD 1 TO WS-MOVES-APPLIED.
006090     GO TO 3100-EXIT.
006100 3100-REJECT.
006110     ADD 1 TO WS-MOVES-REJECTED.
006120     MOVE MT-DOC-NO TO RJL-DOC-NO.
006130     MOVE MT-TRANS-TYPE TO RJL-TRANS-TYPE.
006140     MOVE MT-TANK-ID TO RJL-TANK-ID.
006150     MOVE MT-TO-TANK-ID TO RJL-TO-TANK-ID.
006160     MOVE MT-MOVE-DATE TO RJL-MOVE-DATE.
006170     MOVE WS-MOVE-REASON TO RJL-REASON.
006180     WRITE RADBKR-RECORD FROM RADBKR-REJECT-LINE.
006190 3100-EXIT.
006200     EXIT.
006210
006220*3110-NOTE-INTERNAL.  A TRANSFER WHOSE TWO TANKS ARE BOTH
006230*RECONCILED AND BOTH ROLL UP TO THE SAME PRODUCT ENTRY.
006240 3110-NOTE-INTERNAL.
006250     IF  WS-BK-PR-USE(WS-BK-FROM) = WS-BK-PR-USE(WS-BK-USE)
006260         AND WS-BK-HAS-OPENING(WS-BK-FROM)
006270         AND WS-BK-HAS-CLOSING(WS-BK-FROM)
006280         AND WS-BK-HAS-OPENING(WS-BK-USE)
006290         AND WS-BK-HAS-CLOSING(WS-BK-USE)
006300         MOVE WS-BK-PR-USE(WS-BK-USE) TO WS-PR-SUB
006310         ADD MT-LITRES-15 TO WS-PR-INTERNAL(WS-PR-SUB)
006320     END-IF.
006330 3110-EXIT.
006340     EXIT.
006350
006360*=============================================================
006370*4000-WRITE-REPORT.  SECTION 2 RECONCILES EACH TANK GAUGED
006380*BOTH DAYS AND ROLLS IT INTO ITS PRODUCT; SECTION 3 REPORTS
006390*THE PRODUCTS; SECTION 4 LISTS THE TANKS THAT COULD NOT BE
006400*RECONCILED.  THE TRAILER CARRIES THE COUNTS AND THE OVERALL
006410*GAIN OR LOSS.
006420*=============================================================
006430 4000-WRITE-REPORT.
006440     WRITE RADBKR-RECORD FROM RADBKR-SECTION-2-HDR.
006450     WRITE RADBKR-RECORD FROM RADBKR-TANK-HDR-LINE.
006460     PERFORM 4100-REPORT-TANK THRU 4100-EXIT
006470         VARYING WS-BK-SUB FROM 1 BY 1
006480         UNTIL WS-BK-SUB > WS-BK-COUNT.
006490     IF  WS-RECONCILED-COUNT = ZERO
006500         MOVE 'NONE' TO RADBKR-RECORD
006510         WRITE RADBKR-RECORD
006520     END-IF.
006530     WRITE RADBKR-RECORD FROM RADBKR-BLANK-LINE.
006540     WRITE RADBKR-RECORD FROM RADBKR-SECTION-3-HDR.
006550     WRITE RADBKR-RECORD FROM RADBKR-PROD-HDR-LINE.
006560     PERFORM 4200-REPORT-PRODUCT THRU 4200-EXIT
006570         VARYING WS-PR-SUB FROM 1 BY 1
006580         UNTIL WS-PR-SUB > WS-PR-UNASSIGNED.
006590     WRITE RADBKR-RECORD FROM RADBKR-BLANK-LINE.
006600     WRITE RADBKR-RECORD FROM RADBKR-SECTION-4-HDR.
006610     WRITE RADBKR-RECORD FROM RADBKR-UNREC-HDR-LINE.
006620     PERFORM 4300-REPORT-UNRECONCILED THRU 4300-EXIT
006630         VARYING WS-BK-SUB FROM 1 BY 1
006640         UNTIL WS-BK-SUB > WS-BK-COUNT.
006650     IF  WS-UNRECONCILED-COUNT = ZERO
006660         MOVE 'NONE' TO RADBKR-RECORD
006670         WRITE RADBKR-RECORD
006680     END-IF.
006690     WRITE RADBKR-RECORD FROM RADBKR-BLANK-LINE.
006700     MOVE WS-RECONCILED-COUNT TO TRL-RECONCILED.
006710     MOVE WS-UNRECONCILED-COUNT TO TRL-UNRECONCILED.
006720     MOVE WS-MOVES-APPLIED TO TRL-MOVES-APPLIED.
006730     MOVE WS-MOVES-REJECTED TO TRL-MOVES-REJECTED.
006740     MOVE WS-MOVES-OTHER-DATE TO TRL-MOVES-OTHER.
006750     WRITE RADBKR-RECORD FROM RADBKR-TRAILER-LINE.
006760     MOVE WS-TOTAL-GAIN-LOSS TO TRL-GAIN-LOSS.
006770     MOVE WS-TOTAL-GAIN-LOSS TO WS-RC-GAIN-LOSS.
006780     MOVE WS-TOTAL-THROUGHPUT TO WS-RC-THROUGHPUT.
006790     PERFORM 5200-EDIT-PERCENT THRU 5200-EXIT.
006800     MOVE BKL-PCT TO TRL-PCT.
006810     WRITE RADBKR-RECORD FROM RADBKR-TOTAL-LINE.
006820 4000-EXIT.
006830     EXIT.
006840
006850*=============================================================
006860*4100-REPORT-TANK.  ONE SECTION-2 LINE FOR A TANK GAUGED BOTH
006870*DAYS, ROLLED INTO ITS PRODUCT'S TOTALS.  A TANK'S THROUGHPUT
006880*IS EVERY LITRE MOVED IN OR OUT OF IT, TRANSFERS INCLUDED.
006890*=============================================================
006900 4100-REPORT-TANK.
006910     IF  NOT WS-BK-HAS-OPENING(WS-BK-SUB)
006920         OR NOT WS-BK-HAS-CLOSING(WS-BK-SUB)
006930         GO TO 4100-EXIT
006940     END-IF.
006950     ADD 1 TO WS-RECONCILED-COUNT.
006960     MOVE WS-BK-OPENING(WS-BK-SUB) TO WS-RC-OPENING.
006970     MOVE WS-BK-RECEIPTS(WS-BK-SUB) TO WS-RC-RECEIPTS.
006980     MOVE WS-BK-DISPATCHES(WS-BK-SUB) TO WS-RC-DISPATCHES.
006990     MOVE WS-BK-XFER-IN(WS-BK-SUB) TO WS-RC-XFER-IN.
007000     MOVE WS-BK-XFER-OUT(WS-BK-SUB) TO WS-RC-XFER-OUT.
007010     MOVE ZEROES TO WS-RC-INTERNAL.
007020     MOVE WS-BK-CLOSING(WS-BK-SUB) TO WS-RC-CLOSING.
007030     PERFORM 5100-RECONCILE THRU 5100-EXIT.
007040     MOVE SPACES TO BKL-KEY-AREA.
007050     MOVE WS-BK-TANK-ID(WS-BK-SUB) TO BKL-TANK-ID.
007060     MOVE WS-BK-PRODUCT(WS-BK-SUB) TO BKL-PRODUCT.
007070     WRITE RADBKR-RECORD FROM RADBKR-DETAIL-LINE.
007080     ADD WS-RC-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS.
007090     ADD WS-RC-THROUGHPUT TO WS-TOTAL-THROUGHPUT.
007100     MOVE WS-BK-PR-USE(WS-BK-SUB) TO WS-PR-SUB.
007110     ADD 1 TO WS-PR-TANKS(WS-PR-SUB).
007120     ADD WS-RC-OPENING TO WS-PR-OPENING(WS-PR-SUB).
007130     ADD WS-RC-RECEIPTS TO WS-PR-RECEIPTS(WS-PR-SUB).
007140     ADD WS-RC-DISPATCHES TO WS-PR-DISPATCHES(WS-PR-SUB).
007150     ADD WS-RC-XFER-IN TO WS-PR-XFER-IN(WS-PR-SUB).
007160     ADD WS-RC-XFER-OUT TO WS-PR-XFER-OUT(WS-PR-SUB).
007170     ADD WS-RC-CLOSING TO WS-PR-CLOSING(WS-PR-SUB).
007180 4100-EXIT.
007190     EXIT.
007200
007210*=============================================================
007220*4200-REPORT-PRODUCT.  ONE SECTION-3 LINE PER PRODUCT ON THE
007230*MASTER (ONE WITH NO RECONCILED TANKS PRINTS TOO, SO IT IS
007240*VISIBLE), AND THE UNASSIGNED BUCKET WHEN ANYTHING LANDED IN
007250*IT.  TRANSFERS BETWEEN TANKS OF THE PRODUCT ARE TAKEN OUT OF
007260*ITS THROUGHPUT.
007270*=============================================================
007280 4200-REPORT-PRODUCT.
007290     IF  WS-PR-SUB = WS-PR-UNASSIGNED
007300         AND WS-PR-TANKS(WS-PR-SUB) = ZERO
007310         GO TO 4200-EXIT
007320     END-IF.
007330     MOVE WS-PR-OPENING(WS-PR-SUB) TO WS-RC-OPENING.
007340     MOVE WS-PR-RECEIPTS(WS-PR-SUB) TO WS-RC-RECEIPTS.
007350     MOVE WS-PR-DISPATCHES(WS-PR-SUB) TO WS-RC-DISPATCHES.
007360     MOVE WS-PR-XFER-IN(WS-PR-SUB) TO WS-RC-XFER-IN.
007370     MOVE WS-PR-XFER-OUT(WS-PR-SUB) TO WS-RC-XFER-OUT.
007380     MOVE WS-PR-INTERNAL(WS-PR-SUB) TO WS-RC-INTERNAL.
007390     MOVE WS-PR-CLOSING(WS-PR-SUB) TO WS-RC-CLOSING.
007400     PERFORM 5100-RECONCILE THRU 5100-EXIT.
007410     MOVE SPACES TO BKL-KEY-AREA.
007420     MOVE WS-PR-CODE(WS-PR-SUB) TO BKP-PRODUCT.
007430     MOVE WS-PR-TANKS(WS-PR-SUB) TO BKP-TANK-COUNT.
007440     WRITE RADBKR-RECORD FROM RADBKR-DETAIL-LINE.
007450 4200-EXIT.
007460     EXIT.
007470
007480*4300-REPORT-UNRECONCILED.  ONE SECTION-4 LINE FOR A TANK
007490*MISSING ITS OPENING OR CLOSING GAUGE.  ITS MOVEMENTS ARE SHOWN
007500*SO THE MISSED DIP CAN BE CHASED.
007510 4300-REPORT-UNRECONCILED.
007520     IF  WS-BK-HAS-OPENING(WS-BK-SUB)
007530         AND WS-BK-HAS-CLOSING(WS-BK-SUB)
007540         GO TO 4300-EXIT
007550     END-IF.
007560     ADD 1 TO WS-UNRECONCILED-COUNT.
007570     MOVE WS-BK-TANK-ID(WS-BK-SUB) TO UNL-TANK-ID.
007580     MOVE WS-BK-PRODUCT(WS-BK-SUB) TO UNL-PRODUCT.
007590     IF  WS-BK-HAS-OPENING(WS-BK-SUB)
007600         MOVE WS-BK-OPENING(WS-BK-SUB) TO WS-LITRES-ED
007610         MOVE WS-LITRES-ED TO UNL-OPENING
007620     ELSE
007630         MOVE SPACES TO UNL-OPENING
007640     END-IF.
007650     IF  WS-BK-HAS-CLOSING(WS-BK-SUB)
007660         MOVE WS-BK-CLOSING(WS-BK-SUB) TO WS-LITRES-ED
007670         MOVE WS-LITRES-ED TO UNL-CLOSING
007680     ELSE
007690         MOVE SPACES TO UNL-CLOSING
007700     END-IF.
007710     MOVE WS-BK-RECEIPTS(WS-BK-SUB) TO UNL-RECEIPTS.
007720     MOVE WS-BK-DISPATCHES(WS-BK-SUB) TO UNL-DISPATCHES.
007730     COMPUTE WS-RC-XFER-NET = WS-BK-XFER-IN(WS-BK-SUB)
007740         - WS-BK-XFER-OUT(WS-BK-SUB).
007750     MOVE WS-RC-XFER-NET TO UNL-XFER-NET.
007760     EVALUATE TRUE
007770         WHEN WS-BK-HAS-OPENING(WS-BK-SUB)
007780             MOVE 'NOT GAUGED TODAY' TO UNL-REASON
007790         WHEN WS-BK-HAS-CLOSING(WS-BK-SUB)
007800             MOVE 'NOT GAUGED PREVIOUS DAY' TO UNL-REASON
007810         WHEN OTHER
007820             MOVE 'NOT GAUGED EITHER DAY' TO UNL-REASON
007830     END-EVALUATE.
007840     WRITE RADBKR-RECORD FROM RADBKR-UNREC-LINE.
007850 4300-EXIT.
007860     EXIT.
007870
007880*=============================================================
007890*5000-FIND-BOOK-TANK.  FIND THE TANK-TABLE ENTRY FOR
007900*WS-BK-WANT-ID, ADDING IT IF IT IS NEW.  A NEW ENTRY IS LOOKED
007910*UP ON THE TANK MASTER FOR ITS PRODUCT.  WS-BK-USE COMES BACK
007920*ZERO ONLY WHEN THE TABLE IS FULL.
007930*=============================================================
007940 5000-FIND-BOOK-TANK.
007950     MOVE ZEROES TO WS-BK-USE.
007960     PERFORM 5010-MATCH-BOOK-TANK THRU 5010-EXIT
007970         VARYING WS-BK-SUB FROM 1 BY 1
007980         UNTIL WS-BK-SUB > WS-BK-COUNT
007990            OR WS-BK-USE > ZERO.
008000     IF  WS-BK-USE > ZERO
008010         GO TO 5000-EXIT
008020     END-IF.
008030     IF  WS-BK-COUNT NOT < WS-BK-LIMIT
008040         IF  NOT WS-BK-TABLE-FULL
008050             DISPLAY 'TANK TABLE FULL -- TANKS OMITTED'
008060             MOVE 'Y' TO WS-BK-FULL-SWITCH
008070         END-IF
008080         GO TO 5000-EXIT
008090     END-IF.
008100     ADD 1 TO WS-BK-COUNT.
008110     MOVE WS-BK-COUNT TO WS-BK-USE.
008120     MOVE WS-BK-WANT-ID TO WS-BK-TANK-ID(WS-BK-USE).
008130     MOVE 'N' TO WS-BK-OPEN-FLAG(WS-BK-USE).
008140     MOVE 'N' TO WS-BK-CLOSE-FLAG(WS-BK-USE).
008150     MOVE ZEROES TO WS-BK-OPENING(WS-BK-USE).
008160     MOVE ZEROES TO WS-BK-CLOSING(WS-BK-USE).
008170     MOVE ZEROES TO WS-BK-RECEIPTS(WS-BK-USE).
008180     MOVE ZEROES TO WS-BK-DISPATCHES(WS-BK-USE).
008190     MOVE ZEROES TO WS-BK-XFER-IN(WS-BK-USE).
008200     MOVE ZEROES TO WS-BK-XFER-OUT(WS-BK-USE).
008210     MOVE SPACES TO TM-PRODUCT-CODE.
008220     IF  WS-TANK-MASTER-OPEN
008230         MOVE WS-BK-WANT-ID TO TM-TANK-ID
008240         READ RADTNK
008250             INVALID KEY MOVE SPACES TO TM-PRODUCT-CODE
008260         END-READ
008270     END-IF.
008280     MOVE TM-PRODUCT-CODE TO WS-BK-PRODUCT(WS-BK-USE).
008290     MOVE ZEROES TO WS-PR-USE.
008300     IF  TM-PRODUCT-CODE NOT = SPACES
008310         PERFORM 5020-MATCH-PRODUCT THRU 5020-EXIT
008320             VARYING WS-PR-SUB FROM 1 BY 1
008330             UNTIL WS-PR-SUB > WS-PR-COUNT
008340                OR WS-PR-USE > ZERO
008350     END-IF.
008360     IF  WS-PR-USE = ZERO
008370         MOVE WS-PR-UNASSIGNED TO WS-PR-USE
008380     END-IF.
008390     MOVE WS-PR-USE TO WS-BK-PR-USE(WS-BK-USE).
008400 5000-EXIT.
008410     EXIT.
008420
008430*5010-MATCH-BOOK-TANK.  TEST ONE TANK-TABLE ENTRY.
008440 5010-MATCH-BOOK-TANK.
008450     IF  WS-BK-TANK-ID(WS-BK-SUB) = WS-BK-WANT-ID
008460         MOVE WS-BK-SUB TO WS-BK-USE
008470     END-IF.
008480 5010-EXIT.
008490     EXIT.
008500
008510*5020-MATCH-PRODUCT.  TEST ONE PRODUCT TABLE ENTRY AGAINST
008520*THE TANK'S PRODUCT CODE.
008530 5020-MATCH-PRODUCT.
008540     IF  WS-PR-CODE(WS-PR-SUB) = TM-PRODUCT-CODE
008550         MOVE WS-PR-SUB TO WS-PR-USE
008560     END-IF.
008570 5020-EXIT.
008580     EXIT.
008590
008600*=============================================================
008610*5100-RECONCILE.  FROM THE FIGURES IN THE WS-RC- FIELDS WORK
008620*OUT BOOK STOCK (OPENING + RECEIPTS - DISPATCHES + NET
008630*TRANSFERS), THE GAIN OR LOSS (GAUGED CLOSING - BOOK, SO A
008640*LOSS IS NEGATIVE) AND ITS PERCENT OF THROUGHPUT (EVERY LITRE
008650*RECEIVED, DISPATCHED OR TRANSFERRED, LESS INTERNAL TRANSFERS
008660*COUNTED ON BOTH SIDES), AND FILL IN THE DETAIL-LINE FIGURES.
008670*=============================================================
008680 5100-RECONCILE.
008690     COMPUTE WS-RC-XFER-NET = WS-RC-XFER-IN - WS-RC-XFER-OUT.
008700     COMPUTE WS-RC-BOOK = WS-RC-OPENING + WS-RC-RECEIPTS
008710         - WS-RC-DISPATCHES + WS-RC-XFER-NET.
008720     COMPUTE WS-RC-GAIN-LOSS = WS-RC-CLOSING - WS-RC-BOOK.
008730     COMPUTE WS-RC-THROUGHPUT = WS-RC-RECEIPTS
008740         + WS-RC-DISPATCHES + WS-RC-XFER-IN + WS-RC-XFER-OUT
008750         - WS-RC-INTERNAL - WS-RC-INTERNAL.
008760     MOVE WS-RC-OPENING TO BKL-OPENING.
008770     MOVE WS-RC-RECEIPTS TO BKL-RECEIPTS.
008780     MOVE WS-RC-DISPATCHES TO BKL-DISPATCHES.
008790     MOVE WS-RC-XFER-NET TO BKL-XFER-NET.
008800     MOVE WS-RC-BOOK TO BKL-BOOK.
008810     MOVE WS-RC-CLOSING TO BKL-CLOSING.
008820     MOVE WS-RC-GAIN-LOSS TO BKL-GAIN-LOSS.
008830     PERFORM 5200-EDIT-PERCENT THRU 5200-EXIT.
008840 5100-EXIT.
008850     EXIT.
008860
008870*5200-EDIT-PERCENT.  GAIN/LOSS AS A PERCENT OF THROUGHPUT INTO
008880*BKL-PCT: BLANK WITH NO THROUGHPUT, STARS WHEN IT WILL NOT FIT.
008890 5200-EDIT-PERCENT.
008900     MOVE SPACES TO BKL-PCT.
008910     IF  WS-RC-THROUGHPUT = ZERO
008920         GO TO 5200-EXIT
008930     END-IF.
008940     COMPUTE WS-RC-PCT ROUNDED = WS-RC-GAIN-LOSS * 100
008950         / WS-RC-THROUGHPUT
008960         ON SIZE ERROR
008970             MOVE '*********' TO BKL-PCT
008980             GO TO 5200-EXIT
008990     END-COMPUTE.
009000     MOVE WS-RC-PCT TO WS-PCT-ED.
009010     MOVE WS-PCT-ED TO BKL-PCT.
009020 5200-EXIT.
009030     EXIT.
009040
009050 9999-EXIT.
009060     EXIT PROGRAM.
009070
009080 END PROGRAM RADBOOK.
