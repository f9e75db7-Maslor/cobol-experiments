000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADATG.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL AUTOMATIC TANK GAUGE (ATG) READING
000210*                IMPORT.  EACH TANK'S LATEST RADAR READING ON
000220*                THE RADATGI NIGHTLY FILE (TANK, LEVEL,
000230*                TEMPERATURE, DATE AND TIME) BECOMES A
000240*                PARTIAL-FILL (P) RADIN RECORD, WITH THE
000250*                RADIUS AND HEIGHT TAKEN FROM THE RADTNK TANK
000260*                MASTER, ON THE RADCRWA FILE THE RADMRGE STEP
000270*                MERGES UNDER CREW ID AT.  A TANK THE CREWS
000280*                ALSO HAND-DIPPED (P RECORD ON RADCRW1-3) KEEPS
000290*                THE DIP FOR THE BATCH; ITS ATG LEVEL IS SET
000300*                AGAINST THE DIP AND A GAP BEYOND THE LIMIT
000310*                (RADATGTOL ENVIRONMENT VARIABLE, MILLIMETRES,
000320*                DEFAULT 10) FLAGS THE GAUGE FOR CALIBRATION
000330*                AND ENDS WITH RETURN CODE 4.  NO TANK MASTER
000340*                ENDS THE RUN WITH RETURN CODE 8.
000350*-----------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RADATGI ASSIGN TO RADATGI
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RADATGI-STATUS.
000430     SELECT RADCRW1 ASSIGN TO RADCRW1
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RADCRW1-STATUS.
000460     SELECT RADCRW2 ASSIGN TO RADCRW2
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RADCRW2-STATUS.
000490     SELECT RADCRW3 ASSIGN TO RADCRW3
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RADCRW3-STATUS.
000520     SELECT RADCRWA ASSIGN TO RADCRWA
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RADCRWA-STATUS.
000550     SELECT RADTNK ASSIGN TO RADTNK
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS TM-TANK-ID
000590         FILE STATUS IS WS-RADTNK-STATUS.
000600     SELECT RADATR ASSIGN TO RADATR
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RADATR-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RADATGI
000670     LABEL RECORD IS STANDARD.
000680     COPY RADATG.
000690
000700 FD  RADCRW1
000710     LABEL RECORD IS STANDARD.
000720 01  RADCRW1-RECORD          PIC X(51).
000730
000740 FD  RADCRW2
000750     LABEL RECORD IS STANDARD.
000760 01  RADCRW2-RECORD          PIC X(51).
000770
000780 FD  RADCRW3
000790     LABEL RECORD IS STANDARD.
000800 01  RADCRW3-RECORD          PIC X(51).
000810
000820 FD  RADCRWA
000830     LABEL RECORD IS STANDARD.
000840 01  RADCRWA-RECORD          PIC X(51).
000850
000860 FD  RADTNK
000870     LABEL RECORD IS STANDARD.
000880     COPY RADTNK.
000890
000900 FD  RADATR
000910     LABEL RECORD IS STANDARD.
000920     COPY RADATR.
000930
000940 WORKING-STORAGE SECTION.
000950
000960 77  WS-RADATGI-STATUS      PIC X(02).
000970 77  WS-RADCRW1-STATUS      PIC X(02).
000980 77  WS-RADCRW2-STATUS      PIC X(02).
000990 77  WS-RADCRW3-STATUS      PIC X(02).
001000 77  WS-RADCRWA-STATUS      PIC X(02).
001010 77  WS-RADTNK-STATUS       PIC X(02).
001020 77  WS-RADATR-STATUS       PIC X(02).
001030
001040*THE BATCH INPUT LAYOUT.  CREW RECORDS ARE READ INTO IT FOR
001050*THE DIP CHECK AND THE IMPORTED READINGS ARE BUILT IN IT.
001060     COPY RADINP.
001070
001080*COMMAND-LINE BUSINESS DATE.  WHEN GIVEN, ONLY READINGS TAKEN
001090*THAT DAY ARE IMPORTED; WHEN BLANK, EVERY READING ON THE FILE
001100*IS TAKEN.
001110 01  WS-COMMAND-LINE        PIC X(80).
001120 01  WS-PARM-DATE-X         PIC X(08) VALUE SPACES.
001130 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
001140                            PIC 9(08).
001150 77  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
001160 77  WS-DATE-INTEGER        PIC 9(07) VALUE ZEROES.
001170 77  WS-DATE-FILTER-SWITCH  PIC X(01) VALUE 'N'.
001180     88  WS-DATE-FILTER             VALUE 'Y'.
001190 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
001200     88  WS-FATAL-ERROR             VALUE 'Y'.
001210
001220*CALIBRATION LIMIT.  AN ATG LEVEL MORE THAN THIS MANY
001230*MILLIMETRES FROM THE SAME DAY'S HAND DIP, EITHER WAY, FLAGS
001240*THE GAUGE.  RADATGTOL (AN ENVIRONMENT VARIABLE, LIKE
001250*RADREJMAX) OVERRIDES THE DEFAULT.
001260 77  WS-CAL-RAW             PIC X(05) VALUE SPACES.
001270 77  WS-CAL-LEN             PIC 9(02) VALUE ZEROES.
001280 77  WS-CAL-JUST            PIC X(05) JUSTIFIED RIGHT.
001290 77  WS-CAL-LIMIT-MM        PIC 9(05) VALUE 10.
001300
001310*UNIT CONVERSION FOR THE CREWS' DIPS, AS IN RADIUS.
001320 01  WS-UOM-CONSTANTS.
001330     02  METRES-PER-FOOT     PIC 9V9(06) VALUE 0.304800.
001340     02  METRES-PER-INCH     PIC 9V9(06) VALUE 0.025400.
001350 77  WS-UOM-FACTOR          PIC 9V9(06) VALUE 1.
001360
001370*READ CONTROL.  WS-CREW-FILE-NO SAYS WHICH CREW FILE THE
001380*SHARED OPEN/READ/CLOSE PARAGRAPHS ARE WORKING, AS IN RADMRGE.
001390 77  WS-CREW-FILE-NO        PIC 9(01) VALUE ZERO.
001400 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001410     88  WS-END-OF-FILE             VALUE 'Y'.
001420 77  WS-ABSENT-SWITCH       PIC X(01) VALUE 'N'.
001430     88  WS-FILE-ABSENT             VALUE 'Y'.
001440 77  WS-REJ-REASON          PIC X(40) VALUE SPACES.
001450 77  WS-READING-STAMP       PIC 9(14) VALUE ZEROES.
001460 77  WS-DIP-LEVEL           PIC 9(07)V9(04) VALUE ZEROES.
001470 77  WS-GAP-MM              PIC S9(07)V9(01) VALUE ZEROES.
001480 77  WS-GAP-ABS             PIC 9(07)V9(01) VALUE ZEROES.
001490 01  WS-LEVEL-WORK          PIC 9(07)V9(04) VALUE ZEROES.
001500 01  WS-LEVEL-WORK-X REDEFINES WS-LEVEL-WORK
001510                            PIC X(11).
001520
001530*RUN COUNTS FOR THE TRAILER.
001540 77  WS-READINGS-READ       PIC 9(05) VALUE ZEROES.
001550 77  WS-REJECTED-COUNT      PIC 9(05) VALUE ZEROES.
001560 77  WS-SUPERSEDED-COUNT    PIC 9(05) VALUE ZEROES.
001570 77  WS-IMPORTED-COUNT      PIC 9(05) VALUE ZEROES.
001580 77  WS-CHECKED-COUNT       PIC 9(05) VALUE ZEROES.
001590 77  WS-CALIBRATE-COUNT     PIC 9(05) VALUE ZEROES.
001600 77  WS-DIPS-LOADED         PIC 9(05) VALUE ZEROES.
001610
001620*LATEST ATG READING PER TANK, WITH THE MASTER'S RADIUS AND
001630*HEIGHT.  WS-AG-DIP-USE POINTS AT THE TANK'S HAND DIP, ZERO
001640*WHEN THE CREWS DID NOT DIP IT.
001650 77  WS-AG-LIMIT            PIC 9(04) VALUE 1000.
001660 77  WS-AG-COUNT            PIC 9(04) VALUE ZEROES.
001670 77  WS-AG-SUB              PIC 9(04) VALUE ZEROES.
001680 77  WS-AG-USE              PIC 9(04) VALUE ZEROES.
001690 01  WS-ATG-TABLE.
001700     02  WS-AG-ENTRY OCCURS 1000 TIMES.
001710         03  WS-AG-TANK-ID       PIC X(08).
001720         03  WS-AG-LEVEL         PIC 9(07)V9(04).
001730         03  WS-AG-TEMP-X        PIC X(04).
001740         03  WS-AG-READ-DATE     PIC 9(08).
001750         03  WS-AG-READ-TIME     PIC 9(06).
001760         03  WS-AG-STAMP         PIC 9(14).
001770         03  WS-AG-RADIUS        PIC 9(07)V9(04).
001780         03  WS-AG-HEIGHT        PIC 9(07)V9(04).
001790         03  WS-AG-DIP-USE       PIC 9(04).
001800
001810*LATEST HAND DIP PER TANK FROM THE CREW FILES, IN METRES.
001820 77  WS-MD-LIMIT            PIC 9(04) VALUE 1000.
001830 77  WS-MD-COUNT            PIC 9(04) VALUE ZEROES.
001840 77  WS-MD-SUB              PIC 9(04) VALUE ZEROES.
001850 77  WS-MD-USE              PIC 9(04) VALUE ZEROES.
001860 01  WS-DIP-TABLE.
001870     02  WS-MD-ENTRY OCCURS 1000 TIMES.
001880         03  WS-MD-TANK-ID       PIC X(08).
001890         03  WS-MD-LEVEL         PIC 9(07)V9(04).
001900         03  WS-MD-CREW-ID       PIC X(02).
001910
001920*REPORT LINES
001930 01  RADATR-TITLE-LINE.
001940     02  FILLER              PIC X(44) VALUE
001950         "TANK-GAUGING UNIT -- ATG READING IMPORT".
001960     02  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
001970     02  TTL-BUSINESS-DATE   PIC X(09).
001980     02  FILLER              PIC X(27) VALUE
001990         "   CALIBRATION LIMIT (MM): ".
002000     02  TTL-CAL-LIMIT       PIC ZZZZ9.
002010     02  FILLER              PIC X(32) VALUE SPACES.
002020 01  RADATR-BLANK-LINE       PIC X(132) VALUE SPACES.
002030 01  RADATR-SECTION-1-HDR    PIC X(132) VALUE
002040     "SECTION 1 -- READINGS NOT IMPORTED".
002050 01  RADATR-SECTION-2-HDR    PIC X(132) VALUE
002060     "SECTION 2 -- READINGS IMPORTED AS PARTIAL-FILL RECORDS".
002070 01  RADATR-SECTION-3-HDR    PIC X(132) VALUE
002080     "SECTION 3 -- ATG VERSUS MANUAL DIP (THE DIP STANDS)".
002090 01  RADATR-REJ-HDR-LINE.
002100     02  FILLER              PIC X(40) VALUE
002110         "TANK-ID   DATE      TIME    LEVEL (RAW) ".
002120     02  FILLER              PIC X(92) VALUE
002130         " TEMP  REASON".
002140 01  RADATR-REJ-LINE.
002150     02  RJL-TANK-ID         PIC X(08).
002160     02  FILLER              PIC X(02) VALUE SPACES.
002170     02  RJL-READ-DATE       PIC X(08).
002180     02  FILLER              PIC X(02) VALUE SPACES.
002190     02  RJL-READ-TIME       PIC X(06).
002200     02  FILLER              PIC X(02) VALUE SPACES.
002210     02  RJL-LEVEL           PIC X(11).
002220     02  FILLER              PIC X(02) VALUE SPACES.
002230     02  RJL-TEMP            PIC X(04).
002240     02  FILLER              PIC X(02) VALUE SPACES.
002250     02  RJL-REASON          PIC X(40).
002260     02  FILLER              PIC X(45) VALUE SPACES.
002270 01  RADATR-IMP-HDR-LINE.
002280     02  FILLER              PIC X(40) VALUE
002290         "TANK-ID   DATE      TIME         LEVEL-M".
002300     02  FILLER              PIC X(92) VALUE
002310         " TEMP-C      RADIUS-M      HEIGHT-M".
002320 01  RADATR-IMP-LINE.
002330     02  IML-TANK-ID         PIC X(08).
002340     02  FILLER              PIC X(02) VALUE SPACES.
002350     02  IML-READ-DATE       PIC 9(08).
002360     02  FILLER              PIC X(02) VALUE SPACES.
002370     02  IML-READ-TIME       PIC 9(06).
002380     02  FILLER              PIC X(02) VALUE SPACES.
002390     02  IML-LEVEL           PIC Z(06)9.9999.
002400     02  FILLER              PIC X(02) VALUE SPACES.
002410     02  IML-TEMP            PIC X(05).
002420     02  FILLER              PIC X(02) VALUE SPACES.
002430     02  IML-RADIUS          PIC Z(06)9.9999.
002440     02  FILLER              PIC X(02) VALUE SPACES.
002450     02  IML-HEIGHT          PIC Z(06)9.9999.
002460     02  FILLER              PIC X(57) VALUE SPACES.
002470*EDITED OVERLAY FOR THE TEMPERATURE COLUMN, SO A READING WITH
002480*NO TEMPERATURE CAN SHOW BLANK.
002490 01  WS-TEMP-ED              PIC ZZ9.9.
002500 01  RADATR-CHK-HDR-LINE.
002510     02  FILLER              PIC X(40) VALUE
002520         "TANK-ID   DATE      TIME     ATG-LEVEL-M".
002530     02  FILLER              PIC X(92) VALUE
002540         "   DIP-LEVEL-M  CREW    GAP-MM   FLAG".
002550 01  RADATR-CHK-LINE.
002560     02  CKL-TANK-ID         PIC X(08).
002570     02  FILLER              PIC X(02) VALUE SPACES.
002580     02  CKL-READ-DATE       PIC 9(08).
002590     02  FILLER              PIC X(02) VALUE SPACES.
002600     02  CKL-READ-TIME       PIC 9(06).
002610     02  FILLER              PIC X(02) VALUE SPACES.
002620     02  CKL-ATG-LEVEL       PIC Z(06)9.9999.
002630     02  FILLER              PIC X(02) VALUE SPACES.
002640     02  CKL-DIP-LEVEL       PIC Z(06)9.9999.
002650     02  FILLER              PIC X(02) VALUE SPACES.
002660     02  CKL-CREW-ID         PIC X(02).
002670     02  FILLER              PIC X(02) VALUE SPACES.
002680     02  CKL-GAP-MM          PIC Z(06)9.9-.
002690     02  FILLER              PIC X(02) VALUE SPACES.
002700     02  CKL-FLAG            PIC X(16).
002710     02  FILLER              PIC X(43) VALUE SPACES.
002720 01  RADATR-TRAILER-LINE.
002730     02  FILLER              PIC X(15) VALUE "READINGS READ: ".
002740     02  TRL-READ            PIC ZZZZ9.
002750     02  FILLER              PIC X(17) VALUE
002760         "   NOT IMPORTED: ".
002770     02  TRL-REJECTED        PIC ZZZZ9.
002780     02  FILLER              PIC X(15) VALUE
002790         "   SUPERSEDED: ".
002800     02  TRL-SUPERSEDED      PIC ZZZZ9.
002810     02  FILLER              PIC X(13) VALUE
002820         "   IMPORTED: ".
002830     02  TRL-IMPORTED        PIC ZZZZ9.
002840     02  FILLER              PIC X(16) VALUE
002850         "   DIP-CHECKED: ".
002860     02  TRL-CHECKED         PIC ZZZZ9.
002870     02  FILLER              PIC X(14) VALUE
002880         "   CALIBRATE: ".
002890     02  TRL-CALIBRATE       PIC ZZZZ9.
002900     02  FILLER              PIC X(12) VALUE SPACES.
002910
002920 PROCEDURE DIVISION.
002930
002940*=============================================================
002950*0000-MAINLINE.  LOAD THE CREWS' HAND DIPS, TAKE THE LATEST
002960*GOOD READING PER TANK FROM THE ATG FILE (READINGS THAT CANNOT
002970*BE IMPORTED ARE LISTED IN SECTION 1 AS THEY ARE READ), THEN
002980*IMPORT THE UNDIPPED TANKS AND CROSS-CHECK THE DIPPED ONES.
002990*=============================================================
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     IF  WS-FATAL-ERROR
003030         MOVE 8 TO RETURN-CODE
003040         GO TO 9999-EXIT
003050     END-IF.
003060     PERFORM 2000-LOAD-CREW-DIPS THRU 2000-EXIT
003070         VARYING WS-CREW-FILE-NO FROM 1 BY 1
003080         UNTIL WS-CREW-FILE-NO > 3.
003090     WRITE RADATR-RECORD FROM RADATR-SECTION-1-HDR.
003100     WRITE RADATR-RECORD FROM RADATR-REJ-HDR-LINE.
003110     WRITE RADATR-RECORD FROM RADATR-BLANK-LINE.
003120     OPEN INPUT RADATGI.
003130     IF  WS-RADATGI-STATUS = "35"
003140         DISPLAY 'NO ATG READING FILE -- NOTHING TO IMPORT'
003150     ELSE
003160         MOVE 'N' TO WS-EOF-SWITCH
003170         PERFORM 3000-READ-READING THRU 3000-EXIT
003180         PERFORM 3100-TAKE-READING THRU 3100-EXIT
003190             UNTIL WS-END-OF-FILE
003200         CLOSE RADATGI
003210     END-IF.
003220     IF  WS-REJECTED-COUNT = ZERO
003230         AND WS-SUPERSEDED-COUNT = ZERO
003240         MOVE 'NONE' TO RADATR-RECORD
003250         WRITE RADATR-RECORD
003260     END-IF.
003270     PERFORM 4000-MATCH-DIP THRU 4000-EXIT
003280         VARYING WS-AG-SUB FROM 1 BY 1
003290         UNTIL WS-AG-SUB > WS-AG-COUNT.
003300     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
003310     CLOSE RADCRWA.
003320     CLOSE RADATR.
003330     CLOSE RADTNK.
003340     DISPLAY 'ATG IMPORT COMPLETE -- READINGS: ',
003350         WS-READINGS-READ, ' IMPORTED: ', WS-IMPORTED-COUNT,
003360         ' CALIBRATE: ', WS-CALIBRATE-COUNT.
003370     IF  WS-CALIBRATE-COUNT > ZERO
003380         MOVE 4 TO RETURN-CODE
003390     END-IF.
003400     GO TO 9999-EXIT.
003410
003420*=============================================================
003430*1000-INITIALIZE.  PICK UP THE BUSINESS DATE AND THE
003440*CALIBRATION LIMIT AND OPEN THE FILES.  RADCRWA IS ALWAYS
003450*WRITTEN FRESH, EVEN WHEN THERE ARE NO READINGS, SO AN EARLIER
003460*NIGHT'S IMPORT CAN NEVER BE MERGED A SECOND TIME.  NO TANK
003470*MASTER MEANS NO RADIUS OR HEIGHT AND ENDS THE RUN.
003480*=============================================================
003490 1000-INITIALIZE.
003500     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003510     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
003520         INTO WS-PARM-DATE-X.
003530     IF  WS-PARM-DATE-X NOT = SPACES
003540         IF  WS-PARM-DATE-X NOT NUMERIC
003550             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
003560             MOVE 'Y' TO WS-FATAL-SWITCH
003570             GO TO 1000-EXIT
003580         END-IF
003590         COMPUTE WS-DATE-INTEGER =
003600             FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
003610         IF  WS-DATE-INTEGER = ZERO
003620             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
003630             MOVE 'Y' TO WS-FATAL-SWITCH
003640             GO TO 1000-EXIT
003650         END-IF
003660         MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
003670         MOVE 'Y' TO WS-DATE-FILTER-SWITCH
003680     END-IF.
003690     ACCEPT WS-CAL-RAW FROM ENVIRONMENT "RADATGTOL".
003700     INSPECT WS-CAL-RAW TALLYING WS-CAL-LEN FOR
003710         CHARACTERS BEFORE INITIAL SPACE.
003720     IF  WS-CAL-LEN > ZERO
003730         MOVE WS-CAL-RAW(1:WS-CAL-LEN) TO WS-CAL-JUST
003740         INSPECT WS-CAL-JUST REPLACING LEADING SPACE BY ZERO
003750         IF  WS-CAL-JUST NUMERIC
003760             MOVE WS-CAL-JUST TO WS-CAL-LIMIT-MM
003770         END-IF
003780     END-IF.
003790     OPEN INPUT RADTNK.
003800     IF  WS-RADTNK-STATUS = "35"
003810         DISPLAY 'NO TANK MASTER FILE -- ATG IMPORT ABANDONED'
003820         MOVE 'Y' TO WS-FATAL-SWITCH
003830         GO TO 1000-EXIT
003840     END-IF.
003850     OPEN OUTPUT RADCRWA.
003860     OPEN OUTPUT RADATR.
003870     IF  WS-DATE-FILTER
003880         MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE
003890     ELSE
003900         MOVE 'ALL DATES' TO TTL-BUSINESS-DATE
003910     END-IF.
003920     MOVE WS-CAL-LIMIT-MM TO TTL-CAL-LIMIT.
003930     WRITE RADATR-RECORD FROM RADATR-TITLE-LINE.
003940     WRITE RADATR-RECORD FROM RADATR-BLANK-LINE.
003950 1000-EXIT.
003960     EXIT.
003970
003980*=============================================================
003990*2000-LOAD-CREW-DIPS.  TAKE THE PARTIAL-FILL DIPS FROM ONE
004000*CREW FILE.  A MISSING CREW FILE IS RADMRGE'S TO CALL OUT;
004010*HERE IT SIMPLY HAS NO DIPS.
004020*=============================================================
004030 2000-LOAD-CREW-DIPS.
004040     MOVE 'N' TO WS-EOF-SWITCH.
004050     MOVE 'N' TO WS-ABSENT-SWITCH.
004060     PERFORM 2010-OPEN-CREW-FILE THRU 2010-EXIT.
004070     IF  WS-FILE-ABSENT
004080         GO TO 2000-EXIT
004090     END-IF.
004100     PERFORM 2100-READ-CREW-RECORD THRU 2100-EXIT.
004110     PERFORM 2200-TAKE-CREW-DIP THRU 2200-EXIT
004120         UNTIL WS-END-OF-FILE.
004130     PERFORM 2020-CLOSE-CREW-FILE THRU 2020-EXIT.
004140 2000-EXIT.
004150     EXIT.
004160
004170*2010-OPEN-CREW-FILE.  OPEN THE SELECTED CREW FILE; STATUS 35
004180*MEANS THE CREW'S SHEET NEVER ARRIVED.
004190 2010-OPEN-CREW-FILE.
004200     EVALUATE WS-CREW-FILE-NO
004210         WHEN 1
004220             OPEN INPUT RADCRW1
004230             IF  WS-RADCRW1-STATUS = "35"
004240                 MOVE 'Y' TO WS-ABSENT-SWITCH
004250             END-IF
004260         WHEN 2
004270             OPEN INPUT RADCRW2
004280             IF  WS-RADCRW2-STATUS = "35"
004290                 MOVE 'Y' TO WS-ABSENT-SWITCH
004300             END-IF
004310         WHEN 3
004320             OPEN INPUT RADCRW3
004330             IF  WS-RADCRW3-STATUS = "35"
004340                 MOVE 'Y' TO WS-ABSENT-SWITCH
004350             END-IF
004360     END-EVALUATE.
004370 2010-EXIT.
004380     EXIT.
004390
004400*2020-CLOSE-CREW-FILE.
004410 2020-CLOSE-CREW-FILE.
004420     EVALUATE WS-CREW-FILE-NO
004430         WHEN 1
004440             CLOSE RADCRW1
004450         WHEN 2
004460             CLOSE RADCRW2
004470         WHEN 3
004480             CLOSE RADCRW3
004490     END-EVALUATE.
004500 2020-EXIT.
004510     EXIT.
004520
004530*2100-READ-CREW-RECORD.  READ ONE RECORD OF THE SELECTED CREW
004540*FILE INTO THE BATCH RECORD AREA.
004550 2100-READ-CREW-RECORD.
004560     EVALUATE WS-CREW-FILE-NO
004570         WHEN 1
004580             READ RADCRW1 INTO RADIN-RECORD
004590                 AT END MOVE 'Y' TO WS-EOF-SWITCH
004600             END-READ
004610         WHEN 2
004620             READ RADCRW2 INTO RADIN-RECORD
004630                 AT END MOVE 'Y' TO WS-EOF-SWITCH
004640             END-READ
004650         WHEN 3
004660             READ RADCRW3 INTO RADIN-RECORD
004670                 AT END MOVE 'Y' TO WS-EOF-SWITCH
004680             END-READ
004690     END-EVALUATE.
004700 2100-EXIT.
004710     EXIT.
004720
004730*=============================================================
004740*2200-TAKE-CREW-DIP.  A PARTIAL-FILL RECORD WITH A READABLE
004750*LEVEL AND UNIT IS A HAND DIP: ITS LEVEL, IN METRES, REPLACES
004760*ANY EARLIER DIP OF THE SAME TANK.  ANYTHING ELSE IS LEFT FOR
004770*RADIUS TO VALIDATE.  THEN THE NEXT RECORD IS READ.
004780*=============================================================
004790 2200-TAKE-CREW-DIP.
004800     IF  NOT RI-SHAPE-PART-FILL
004810         OR RI-TANK-ID = SPACES
004820         OR RI-DIM-3-X NOT NUMERIC
004830         GO TO 2200-READ-NEXT
004840     END-IF.
004850     EVALUATE TRUE
004860         WHEN RI-UOM-METRES
004870             MOVE 1 TO WS-UOM-FACTOR
004880         WHEN RI-UOM-FEET
004890             MOVE METRES-PER-FOOT TO WS-UOM-FACTOR
004900         WHEN RI-UOM-INCHES
004910             MOVE METRES-PER-INCH TO WS-UOM-FACTOR
004920         WHEN OTHER
004930             GO TO 2200-READ-NEXT
004940     END-EVALUATE.
004950     MOVE ZEROES TO WS-MD-USE.
004960     PERFORM 2210-MATCH-DIP-TANK THRU 2210-EXIT
004970         VARYING WS-MD-SUB FROM 1 BY 1
004980         UNTIL WS-MD-SUB > WS-MD-COUNT
004990            OR WS-MD-USE > ZERO.
005000     IF  WS-MD-USE = ZERO
005010         IF  WS-MD-COUNT < WS-MD-LIMIT
005020             ADD 1 TO WS-MD-COUNT
005030             MOVE WS-MD-COUNT TO WS-MD-USE
005040             MOVE RI-TANK-ID TO WS-MD-TANK-ID(WS-MD-USE)
005050         ELSE
005060             DISPLAY 'DIP TABLE FULL -- TANK ', RI-TANK-ID,
005070                 ' NOT CROSS-CHECKED'
005080             GO TO 2200-READ-NEXT
005090         END-IF
005100     END-IF.
005110     COMPUTE WS-MD-LEVEL(WS-MD-USE) ROUNDED =
005120         RI-DIM-3 * WS-UOM-FACTOR.
005130     MOVE RI-CREW-ID TO WS-MD-CREW-ID(WS-MD-USE).
005140     ADD 1 TO WS-DIPS-LOADED.
005150 2200-READ-NEXT.
005160     PERFORM 2100-READ-CREW-RECORD THRU 2100-EXIT.
005170 2200-EXIT.
005180     EXIT.
005190
005200*2210-MATCH-DIP-TANK.  TEST ONE DIP TABLE ENTRY.
005210 2210-MATCH-DIP-TANK.
005220     IF  WS-MD-TANK-ID(WS-MD-SUB) = RI-TANK-ID
005230         MOVE WS-MD-SUB TO WS-MD-USE
005240     END-IF.
005250 2210-EXIT.
005260     EXIT.
005270
005280*3000-READ-READING.  READ ONE ATG READING.
005290 3000-READ-READING.
005300     READ RADATGI
005310         AT END MOVE 'Y' TO WS-EOF-SWITCH
005320     END-READ.
005330     IF  NOT WS-END-OF-FILE
005340         ADD 1 TO WS-READINGS-READ
005350     END-IF.
005360 3000-EXIT.
005370     EXIT.
005380
005390*=============================================================
005400*3100-TAKE-READING.  VALIDATE ONE READING.  A BAD ONE IS
005410*LISTED WITH ITS REASON; A GOOD ONE BECOMES ITS TANK'S READING
005420*UNLESS THE TANK ALREADY HAS A LATER ONE.  THE READING IT
005430*DISPLACES (OR THAT IT LOSES TO) IS LISTED AS SUPERSEDED, SO
005440*ONE RECORD PER TANK GOES FORWARD AND RADIUS DOES NOT SEE THE
005450*REST AS DUPLICATES.  THEN THE NEXT READING IS READ.
005460*=============================================================
005470 3100-TAKE-READING.
005480     PERFORM 3200-VALIDATE-READING THRU 3200-EXIT.
005490     IF  WS-REJ-REASON NOT = SPACES
005500         PERFORM 3400-LIST-READING THRU 3400-EXIT
005510         ADD 1 TO WS-REJECTED-COUNT
005520         GO TO 3100-READ-NEXT
005530     END-IF.
005540     COMPUTE WS-READING-STAMP =
005550         AG-READ-DATE * 1000000 + AG-READ-TIME.
005560     MOVE ZEROES TO WS-AG-USE.
005570     PERFORM 3110-MATCH-ATG-TANK THRU 3110-EXIT
005580         VARYING WS-AG-SUB FROM 1 BY 1
005590         UNTIL WS-AG-SUB > WS-AG-COUNT
005600            OR WS-AG-USE > ZERO.
005610     IF  WS-AG-USE = ZERO
005620         IF  WS-AG-COUNT < WS-AG-LIMIT
005630             ADD 1 TO WS-AG-COUNT
005640             MOVE WS-AG-COUNT TO WS-AG-USE
005650             PERFORM 3300-STORE-READING THRU 3300-EXIT
005660         ELSE
005670             MOVE 'ATG TANK TABLE FULL' TO WS-REJ-REASON
005680             PERFORM 3400-LIST-READING THRU 3400-EXIT
005690             ADD 1 TO WS-REJECTED-COUNT
005700         END-IF
005710         GO TO 3100-READ-NEXT
005720     END-IF.
005730     ADD 1 TO WS-SUPERSEDED-COUNT.
005740     MOVE 'SUPERSEDED BY A LATER READING' TO WS-REJ-REASON.
005750     IF  WS-READING-STAMP < WS-AG-STAMP(WS-AG-USE)
005760         PERFORM 3400-LIST-READING THRU 3400-EXIT
005770         GO TO 3100-READ-NEXT
005780     END-IF.
005790     PERFORM 3410-LIST-STORED-READING THRU 3410-EXIT.
005800     PERFORM 3300-STORE-READING THRU 3300-EXIT.
005810 3100-READ-NEXT.
005820     PERFORM 3000-READ-READING THRU 3000-EXIT.
005830 3100-EXIT.
005840     EXIT.
005850
005860*3110-MATCH-ATG-TANK.  TEST ONE ATG TABLE ENTRY.
005870 3110-MATCH-ATG-TANK.
005880     IF  WS-AG-TANK-ID(WS-AG-SUB) = AG-TANK-ID
005890         MOVE WS-AG-SUB TO WS-AG-USE
005900     END-IF.
005910 3110-EXIT.
005920     EXIT.
005930
005940*=============================================================
005950*3200-VALIDATE-READING.  LEAVE WS-REJ-REASON BLANK FOR A
005960*READING THAT CAN BE IMPORTED.  THE TEMPERATURE RULE IS THE
005970*ONE RADIUS APPLIES (BLANK FOR NOT OBSERVED, NOTHING ABOVE
005980*60.0 C).  THE TANK MUST BE ACTIVE ON THE MASTER WITH A
005990*NOMINAL RADIUS AND HEIGHT, AND THE LEVEL CANNOT BE ABOVE THE
006000*HEIGHT.  A GOOD READING LEAVES THE MASTER RECORD IN THE FILE
006010*AREA FOR 3300.
006020*=============================================================
006030 3200-VALIDATE-READING.
006040     MOVE SPACES TO WS-REJ-REASON.
006050     IF  AG-TANK-ID = SPACES
006060         MOVE 'TANK ID MISSING' TO WS-REJ-REASON
006070         GO TO 3200-EXIT
006080     END-IF.
006090     IF  AG-READ-DATE-X NOT NUMERIC
006100         MOVE 'READING DATE NOT VALID' TO WS-REJ-REASON
006110         GO TO 3200-EXIT
006120     END-IF.
006130     COMPUTE WS-DATE-INTEGER =
006140         FUNCTION INTEGER-OF-DATE(AG-READ-DATE).
006150     IF  WS-DATE-INTEGER = ZERO
006160         MOVE 'READING DATE NOT VALID' TO WS-REJ-REASON
006170         GO TO 3200-EXIT
006180     END-IF.
006190     IF  AG-READ-TIME-X NOT NUMERIC
006200         OR AG-READ-TIME > 235959
006210         MOVE 'READING TIME NOT VALID' TO WS-REJ-REASON
006220         GO TO 3200-EXIT
006230     END-IF.
006240     IF  WS-DATE-FILTER
006250         AND AG-READ-DATE NOT = WS-BUSINESS-DATE
006260         MOVE 'NOT TAKEN ON THE BUSINESS DATE' TO WS-REJ-REASON
006270         GO TO 3200-EXIT
006280     END-IF.
006290     IF  AG-LEVEL-X NOT NUMERIC
006300         MOVE 'LEVEL NOT NUMERIC' TO WS-REJ-REASON
006310         GO TO 3200-EXIT
006320     END-IF.
006330     IF  AG-TEMP-X NOT = SPACES
006340         IF  AG-TEMP-X NOT NUMERIC
006350             MOVE 'IMPLAUSIBLE TEMPERATURE' TO WS-REJ-REASON
006360             GO TO 3200-EXIT
006370         END-IF
006380         IF  AG-TEMP-C > 60.0
006390             MOVE 'IMPLAUSIBLE TEMPERATURE' TO WS-REJ-REASON
006400             GO TO 3200-EXIT
006410         END-IF
006420     END-IF.
006430     MOVE AG-TANK-ID TO TM-TANK-ID.
006440     READ RADTNK
006450         INVALID KEY
006460             MOVE 'TANK NOT ON MASTER' TO WS-REJ-REASON
006470     END-READ.
006480     IF  WS-REJ-REASON NOT = SPACES
006490         GO TO 3200-EXIT
006500     END-IF.
006510     IF  NOT TM-ACTIVE
006520         MOVE 'TANK INACTIVE ON MASTER' TO WS-REJ-REASON
006530         GO TO 3200-EXIT
006540     END-IF.
006550     IF  TM-NOM-RADIUS = ZERO
006560         OR TM-NOM-LENGTH = ZERO
006570         MOVE 'NO NOMINAL RADIUS OR HEIGHT ON MASTER'
006580             TO WS-REJ-REASON
006590         GO TO 3200-EXIT
006600     END-IF.
006610     IF  AG-LEVEL-M > TM-NOM-LENGTH
006620         MOVE 'LEVEL ABOVE TANK HEIGHT' TO WS-REJ-REASON
006630         GO TO 3200-EXIT
006640     END-IF.
006650 3200-EXIT.
006660     EXIT.
006670
006680*3300-STORE-READING.  THE READING BECOMES ITS TANK'S ENTRY.
006690*THE MASTER'S LENGTH IS THE HEIGHT OF A VERTICAL TANK.
006700 3300-STORE-READING.
006710     MOVE AG-TANK-ID TO WS-AG-TANK-ID(WS-AG-USE).
006720     MOVE AG-LEVEL-M TO WS-AG-LEVEL(WS-AG-USE).
006730     MOVE AG-TEMP-X TO WS-AG-TEMP-X(WS-AG-USE).
006740     MOVE AG-READ-DATE TO WS-AG-READ-DATE(WS-AG-USE).
006750     MOVE AG-READ-TIME TO WS-AG-READ-TIME(WS-AG-USE).
006760     MOVE WS-READING-STAMP TO WS-AG-STAMP(WS-AG-USE).
006770     MOVE TM-NOM-RADIUS TO WS-AG-RADIUS(WS-AG-USE).
006780     MOVE TM-NOM-LENGTH TO WS-AG-HEIGHT(WS-AG-USE).
006790     MOVE ZEROES TO WS-AG-DIP-USE(WS-AG-USE).
006800 3300-EXIT.
006810     EXIT.
006820
006830*3400-LIST-READING.  ONE SECTION-1 LINE FOR THE READING JUST
006840*READ, RAW FIELDS AS THEY CAME.
006850 3400-LIST-READING.
006860     MOVE AG-TANK-ID TO RJL-TANK-ID.
006870     MOVE AG-READ-DATE-X TO RJL-READ-DATE.
006880     MOVE AG-READ-TIME-X TO RJL-READ-TIME.
006890     MOVE AG-LEVEL-X TO RJL-LEVEL.
006900     MOVE AG-TEMP-X TO RJL-TEMP.
006910     MOVE WS-REJ-REASON TO RJL-REASON.
006920     WRITE RADATR-RECORD FROM RADATR-REJ-LINE.
006930 3400-EXIT.
006940     EXIT.
006950
006960*3410-LIST-STORED-READING.  ONE SECTION-1 LINE FOR THE
006970*TANK'S STORED READING, ABOUT TO BE DISPLACED BY A LATER ONE.
006980 3410-LIST-STORED-READING.
006990     MOVE WS-AG-TANK-ID(WS-AG-USE) TO RJL-TANK-ID.
007000     MOVE WS-AG-READ-DATE(WS-AG-USE) TO RJL-READ-DATE.
007010     MOVE WS-AG-READ-TIME(WS-AG-USE) TO RJL-READ-TIME.
007020     MOVE WS-AG-LEVEL(WS-AG-USE) TO WS-LEVEL-WORK.
007030     MOVE WS-LEVEL-WORK-X TO RJL-LEVEL.
007040     MOVE WS-AG-TEMP-X(WS-AG-USE) TO RJL-TEMP.
007050     MOVE WS-REJ-REASON TO RJL-REASON.
007060     WRITE RADATR-RECORD FROM RADATR-REJ-LINE.
007070 3410-EXIT.
007080     EXIT.
007090
007100*4000-MATCH-DIP.  POINT ONE ATG ENTRY AT ITS TANK'S HAND DIP.
007110 4000-MATCH-DIP.
007120     MOVE ZEROES TO WS-MD-USE.
007130     PERFORM 4010-MATCH-DIP-ENTRY THRU 4010-EXIT
007140         VARYING WS-MD-SUB FROM 1 BY 1
007150         UNTIL WS-MD-SUB > WS-MD-COUNT
007160            OR WS-MD-USE > ZERO.
007170     MOVE WS-MD-USE TO WS-AG-DIP-USE(WS-AG-SUB).
007180 4000-EXIT.
007190     EXIT.
007200
007210*4010-MATCH-DIP-ENTRY.  TEST ONE DIP TABLE ENTRY.
007220 4010-MATCH-DIP-ENTRY.
007230     IF  WS-MD-TANK-ID(WS-MD-SUB) = WS-AG-TANK-ID(WS-AG-SUB)
007240         MOVE WS-MD-SUB TO WS-MD-USE
007250     END-IF.
007260 4010-EXIT.
007270     EXIT.
007280
007290*=============================================================
007300*5000-WRITE-REPORT.  SECTION 2 IMPORTS AND LISTS EVERY TANK
007310*THE CREWS DID NOT DIP; SECTION 3 SETS THE DIPPED TANKS' ATG
007320*LEVELS AGAINST THEIR DIPS.  THE TRAILER CARRIES THE COUNTS.
007330*=============================================================
007340 5000-WRITE-REPORT.
007350     WRITE RADATR-RECORD FROM RADATR-BLANK-LINE.
007360     WRITE RADATR-RECORD FROM RADATR-SECTION-2-HDR.
007370     WRITE RADATR-RECORD FROM RADATR-IMP-HDR-LINE.
007380     WRITE RADATR-RECORD FROM RADATR-BLANK-LINE.
007390     PERFORM 5100-IMPORT-READING THRU 5100-EXIT
007400         VARYING WS-AG-SUB FROM 1 BY 1
007410         UNTIL WS-AG-SUB > WS-AG-COUNT.
007420     IF  WS-IMPORTED-COUNT = ZERO
007430         MOVE 'NONE' TO RADATR-RECORD
007440         WRITE RADATR-RECORD
007450     END-IF.
007460     WRITE RADATR-RECORD FROM RADATR-BLANK-LINE.
007470     WRITE RADATR-RECORD FROM RADATR-SECTION-3-HDR.
007480     WRITE RADATR-RECORD FROM RADATR-CHK-HDR-LINE.
007490     WRITE RADATR-RECORD FROM RADATR-BLANK-LINE.
007500     PERFORM 5200-CHECK-AGAINST-DIP THRU 5200-EXIT
007510         VARYING WS-AG-SUB FROM 1 BY 1
007520         UNTIL WS-AG-SUB > WS-AG-COUNT.
007530     IF  WS-CHECKED-COUNT = ZERO
007540         MOVE 'NONE' TO RADATR-RECORD
007550         WRITE RADATR-RECORD
007560     END-IF.
007570     WRITE RADATR-RECORD FROM RADATR-BLANK-LINE.
007580     MOVE WS-READINGS-READ TO TRL-READ.
007590     MOVE WS-REJECTED-COUNT TO TRL-REJECTED.
007600     MOVE WS-SUPERSEDED-COUNT TO TRL-SUPERSEDED.
007610     MOVE WS-IMPORTED-COUNT TO TRL-IMPORTED.
007620     MOVE WS-CHECKED-COUNT TO TRL-CHECKED.
007630     MOVE WS-CALIBRATE-COUNT TO TRL-CALIBRATE.
007640     WRITE RADATR-RECORD FROM RADATR-TRAILER-LINE.
007650 5000-EXIT.
007660     EXIT.
007670
007680*=============================================================
007690*5100-IMPORT-READING.  AN UNDIPPED TANK'S READING GOES TO
007700*RADCRWA AS A PARTIAL-FILL RECORD IN METRES: RADIUS, HEIGHT
007710*AND LEVEL, THE TEMPERATURE AS READ, CREW ID AT.
007720*=============================================================
007730 5100-IMPORT-READING.
007740     IF  WS-AG-DIP-USE(WS-AG-SUB) > ZERO
007750         GO TO 5100-EXIT
007760     END-IF.
007770     MOVE SPACES TO RADIN-RECORD.
007780     MOVE 'P' TO RI-SHAPE-CODE.
007790     MOVE WS-AG-TANK-ID(WS-AG-SUB) TO RI-TANK-ID.
007800     MOVE 'AT' TO RI-CREW-ID.
007810     MOVE 'M' TO RI-UOM-CODE.
007820     MOVE WS-AG-RADIUS(WS-AG-SUB) TO RI-DIM-1.
007830     MOVE WS-AG-HEIGHT(WS-AG-SUB) TO RI-DIM-2.
007840     MOVE WS-AG-LEVEL(WS-AG-SUB) TO RI-DIM-3.
007850     MOVE WS-AG-TEMP-X(WS-AG-SUB) TO RI-TEMP-C-X.
007860     WRITE RADCRWA-RECORD FROM RADIN-RECORD.
007870     ADD 1 TO WS-IMPORTED-COUNT.
007880     MOVE WS-AG-TANK-ID(WS-AG-SUB) TO IML-TANK-ID.
007890     MOVE WS-AG-READ-DATE(WS-AG-SUB) TO IML-READ-DATE.
007900     MOVE WS-AG-READ-TIME(WS-AG-SUB) TO IML-READ-TIME.
007910     MOVE WS-AG-LEVEL(WS-AG-SUB) TO IML-LEVEL.
007920     IF  WS-AG-TEMP-X(WS-AG-SUB) = SPACES
007930         MOVE SPACES TO IML-TEMP
007940     ELSE
007950         MOVE RI-TEMP-C TO WS-TEMP-ED
007960         MOVE WS-TEMP-ED TO IML-TEMP
007970     END-IF.
007980     MOVE WS-AG-RADIUS(WS-AG-SUB) TO IML-RADIUS.
007990     MOVE WS-AG-HEIGHT(WS-AG-SUB) TO IML-HEIGHT.
008000     WRITE RADATR-RECORD FROM RADATR-IMP-LINE.
008010 5100-EXIT.
008020     EXIT.
008030
008040*=============================================================
008050*5200-CHECK-AGAINST-DIP.  A DIPPED TANK'S GAP IS THE ATG LEVEL
008060*LESS THE DIP, IN MILLIMETRES (NEGATIVE WHEN THE GAUGE READS
008070*LOW).  A GAP BEYOND THE LIMIT EITHER WAY FLAGS THE GAUGE.
008080*=============================================================
008090 5200-CHECK-AGAINST-DIP.
008100     MOVE WS-AG-DIP-USE(WS-AG-SUB) TO WS-MD-USE.
008110     IF  WS-MD-USE = ZERO
008120         GO TO 5200-EXIT
008130     END-IF.
008140     ADD 1 TO WS-CHECKED-COUNT.
008150     MOVE WS-MD-LEVEL(WS-MD-USE) TO WS-DIP-LEVEL.
008160     COMPUTE WS-GAP-MM ROUNDED =
008170         (WS-AG-LEVEL(WS-AG-SUB) - WS-DIP-LEVEL) * 1000.
008180     IF  WS-GAP-MM < ZERO
008190         COMPUTE WS-GAP-ABS = ZERO - WS-GAP-MM
008200     ELSE
008210         MOVE WS-GAP-MM TO WS-GAP-ABS
008220     END-IF.
008230     MOVE WS-AG-TANK-ID(WS-AG-SUB) TO CKL-TANK-ID.
008240     MOVE WS-AG-READ-DATE(WS-AG-SUB) TO CKL-READ-DATE.
008250     MOVE WS-AG-READ-TIME(WS-AG-SUB) TO CKL-READ-TIME.
008260     MOVE WS-AG-LEVEL(WS-AG-SUB) TO CKL-ATG-LEVEL.
008270     MOVE WS-DIP-LEVEL TO CKL-DIP-LEVEL.
008280     MOVE WS-MD-CREW-ID(WS-MD-USE) TO CKL-CREW-ID.
008290     MOVE WS-GAP-MM TO CKL-GAP-MM.
008300     IF  WS-GAP-ABS > WS-CAL-LIMIT-MM
008310         MOVE 'CALIBRATE GAUGE' TO CKL-FLAG
008320         ADD 1 TO WS-CALIBRATE-COUNT
008330     ELSE
008340         MOVE SPACES TO CKL-FLAG
008350     END-IF.
008360     WRITE RADATR-RECORD FROM RADATR-CHK-LINE.
008370 5200-EXIT.
008380     EXIT.
008390
008400 9999-EXIT.
008410     EXIT PROGRAM.
008420 END PROGRAM RADATG.
