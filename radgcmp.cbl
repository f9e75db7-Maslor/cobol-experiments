000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADGCMP.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL GAUGING-SCHEDULE COMPLIANCE REPORT
000210*                FOR THE MONTHLY HSE AUDIT.  LISTS EVERY
000220*                ACTIVE TANK ON THE RADTNK MASTER WITH ITS
000230*                REQUIRED GAUGING FREQUENCY, THE LAST DATE IT
000240*                WAS GAUGED ON THE RADHST HISTORY, THE DATE
000250*                THE NEXT GAUGE FELL DUE AND THE DAYS OVERDUE
000260*                AS OF THE DATE ON THE COMMAND LINE (DEFAULT
000270*                TODAY), GROUPED BY THE CREW THAT LAST GAUGED
000280*                THE TANK.  THE PERIOD RUNS FROM THE FIRST OF
000290*                THE MONTH TO THAT DATE; THE GAUGINGS IN THE
000300*                PERIOD ARE COUNTED PER TANK AND THE REPORT
000310*                ENDS WITH THE PERCENTAGE OF ACTIVE TANKS ON
000320*                SCHEDULE, PER CREW AND OVERALL.
000330*-----------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RADTNK ASSIGN TO RADTNK
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TM-TANK-ID
000420         FILE STATUS IS WS-RADTNK-STATUS.
000430     SELECT RADHST ASSIGN TO RADHST
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RADHST-STATUS.
000460     SELECT RADGCR ASSIGN TO RADGCR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RADGCR-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RADTNK
000530     LABEL RECORD IS STANDARD.
000540     COPY RADTNK.
000550
000560 FD  RADHST
000570     LABEL RECORD IS STANDARD.
000580     COPY RADHST.
000590
000600 FD  RADGCR
000610     LABEL RECORD IS STANDARD.
000620     COPY RADGCR.
000630
000640 WORKING-STORAGE SECTION.
000650
000660 77  WS-RADTNK-STATUS       PIC X(02).
000670 77  WS-RADHST-STATUS       PIC X(02).
000680 77  WS-RADGCR-STATUS       PIC X(02).
000690
000700*THE MEASUREMENT HISTORY LINE LAYOUT SHARED WITH THE RADIUS
000710*PROGRAM.  EACH RADHST RECORD IS READ INTO IT.
000720     COPY RADHSTL.
000730
000740*COMMAND-LINE AS-OF DATE.  BLANK MEANS TODAY.  THE PERIOD
000750*STARTS ON THE FIRST OF THE AS-OF DATE'S MONTH.
000760 01  WS-COMMAND-LINE        PIC X(80).
000770 01  WS-PARM-DATE-X         PIC X(08) VALUE SPACES.
000780 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
000790                            PIC 9(08).
000800 77  WS-AS-OF-DATE          PIC 9(08) VALUE ZEROES.
000810 77  WS-AS-OF-INTEGER       PIC 9(07) VALUE ZEROES.
000820 01  WS-PERIOD-START        PIC 9(08) VALUE ZEROES.
000830 01  WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
000840     02  WS-PS-YYYYMM        PIC 9(06).
000850     02  WS-PS-DD            PIC 9(02).
000860
000870*READ-LOOP CONTROL AND COUNTS
000880 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000890     88  WS-END-OF-FILE             VALUE 'Y'.
000900 77  WS-TANK-EOF-SWITCH     PIC X(01) VALUE 'N'.
000910     88  WS-TANK-EOF                VALUE 'Y'.
000920 77  WS-HST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000930     88  WS-HISTORY-OPEN            VALUE 'Y'.
000940 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
000950     88  WS-FATAL-ERROR             VALUE 'Y'.
000960 77  WS-HISTORY-READ        PIC 9(07) VALUE ZEROES.
000970 77  WS-HISTORY-USED        PIC 9(07) VALUE ZEROES.
000980
000990*ACTIVE-TANK TABLE, LOADED FROM THE MASTER IN KEY ORDER.  THE
001000*LAST GAUGE DATE AND CREW ARE TAKEN FROM THE LATEST HISTORY
001010*LINE FOR THE TANK ON OR BEFORE THE AS-OF DATE; THE GROUP KEY
001020*IS THAT CREW, OR HIGH-VALUES FOR A TANK NEVER GAUGED SO IT
001030*PRINTS IN THE LAST GROUP.
001040 77  WS-CT-LIMIT            PIC 9(04) VALUE 2000.
001050 77  WS-CT-COUNT            PIC 9(04) VALUE ZEROES.
001060 77  WS-CT-SUB              PIC 9(04) VALUE ZEROES.
001070 77  WS-CT-USE              PIC 9(04) VALUE ZEROES.
001080 01  WS-COMPLIANCE-TABLE.
001090     02  WS-CT-ENTRY OCCURS 2000 TIMES.
001100         03  WS-CT-TANK-ID       PIC X(08).
001110         03  WS-CT-DESCRIPTION   PIC X(20).
001120         03  WS-CT-FREQ          PIC X(01).
001130         03  WS-CT-LAST-DATE     PIC 9(08).
001140         03  WS-CT-CREW-ID       PIC X(02).
001150         03  WS-CT-GROUP-KEY     PIC X(02).
001160         03  WS-CT-IN-PERIOD     PIC 9(05).
001170         03  WS-CT-DUE-DATE      PIC 9(08).
001180         03  WS-CT-DAYS-OVER     PIC 9(05).
001190         03  WS-CT-STATE         PIC X(01).
001200             88  WS-CT-ON-SCHEDULE      VALUE 'S'.
001210             88  WS-CT-OVERDUE          VALUE 'O'.
001220             88  WS-CT-NEVER-GAUGED     VALUE 'N'.
001230
001240*DUE-DATE WORK AREA.  A MONTHLY TANK FALLS DUE ON THE SAME DAY
001250*OF THE NEXT MONTH, BACKED OFF TO THE MONTH'S LAST DAY WHEN
001260*THAT DAY DOES NOT EXIST (31 JANUARY FALLS DUE 28 FEBRUARY).
001270 01  WS-DUE-DATE            PIC 9(08) VALUE ZEROES.
001280 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
001290     02  WS-DUE-YYYY         PIC 9(04).
001300     02  WS-DUE-MM           PIC 9(02).
001310     02  WS-DUE-DD           PIC 9(02).
001320 77  WS-DUE-INTEGER         PIC 9(07) VALUE ZEROES.
001330
001340*CREW GROUPING.  EACH PASS PICKS THE LOWEST GROUP KEY ABOVE
001350*THE ONE JUST PRINTED, SO THE GROUPS COME OUT IN CREW ORDER.
001360 77  WS-GROUP-KEY           PIC X(02) VALUE LOW-VALUES.
001370 77  WS-NEXT-KEY            PIC X(02) VALUE HIGH-VALUES.
001380 77  WS-GROUP-SWITCH        PIC X(01) VALUE 'N'.
001390     88  WS-GROUP-FOUND             VALUE 'Y'.
001400 77  WS-GROUP-DONE-SWITCH   PIC X(01) VALUE 'N'.
001410     88  WS-GROUPS-DONE             VALUE 'Y'.
001420
001430*COMPLIANCE COUNTS, PER CREW GROUP AND FOR THE RUN
001440 77  WS-GRP-TANKS           PIC 9(05) VALUE ZEROES.
001450 77  WS-GRP-ON-SCHEDULE     PIC 9(05) VALUE ZEROES.
001460 77  WS-GRP-OVERDUE         PIC 9(05) VALUE ZEROES.
001470 77  WS-TOT-TANKS           PIC 9(05) VALUE ZEROES.
001480 77  WS-TOT-ON-SCHEDULE     PIC 9(05) VALUE ZEROES.
001490 77  WS-TOT-OVERDUE         PIC 9(05) VALUE ZEROES.
001500 77  WS-TOT-NEVER           PIC 9(05) VALUE ZEROES.
001510 77  WS-COMPLIANCE-PCT      PIC 9(03)V9(01) VALUE ZEROES.
001520
001530*REPORT LINES
001540 01  RADGCR-TITLE-LINE.
001550     02  FILLER              PIC X(50) VALUE
001560         "TANK-GAUGING UNIT -- GAUGING-SCHEDULE COMPLIANCE".
001570     02  FILLER              PIC X(08) VALUE "AS OF: ".
001580     02  TTL-AS-OF-DATE      PIC 9(08).
001590     02  FILLER              PIC X(16) VALUE
001600         "   PERIOD FROM: ".
001610     02  TTL-PERIOD-START    PIC 9(08).
001620     02  FILLER              PIC X(42) VALUE SPACES.
001630 01  RADGCR-BLANK-LINE       PIC X(132) VALUE SPACES.
001640 01  RADGCR-CREW-LINE.
001650     02  FILLER              PIC X(06) VALUE "CREW: ".
001660     02  CRL-CREW-ID         PIC X(02).
001670     02  FILLER              PIC X(02) VALUE SPACES.
001680     02  CRL-NOTE            PIC X(40).
001690     02  FILLER              PIC X(82) VALUE SPACES.
001700 01  RADGCR-COLUMN-HDR-LINE.
001710     02  FILLER              PIC X(40) VALUE
001720         "TANK-ID   DESCRIPTION           FREQ    ".
001730     02  FILLER              PIC X(40) VALUE
001740         " LAST-GAUGE  DUE-DATE    OVERDUE   GAUGE".
001750     02  FILLER              PIC X(52) VALUE
001760         "D  STATUS".
001770 01  RADGCR-DETAIL-LINE.
001780     02  GCL-TANK-ID         PIC X(08).
001790     02  FILLER              PIC X(02) VALUE SPACES.
001800     02  GCL-DESCRIPTION     PIC X(20).
001810     02  FILLER              PIC X(02) VALUE SPACES.
001820     02  GCL-FREQ            PIC X(07).
001830     02  FILLER              PIC X(02) VALUE SPACES.
001840     02  GCL-LAST-DATE       PIC X(10).
001850     02  FILLER              PIC X(02) VALUE SPACES.
001860     02  GCL-DUE-DATE        PIC X(10).
001870     02  FILLER              PIC X(02) VALUE SPACES.
001880     02  GCL-DAYS-OVER       PIC X(07).
001890     02  FILLER              PIC X(02) VALUE SPACES.
001900     02  GCL-IN-PERIOD       PIC ZZZZZZ9.
001910     02  FILLER              PIC X(02) VALUE SPACES.
001920     02  GCL-STATUS          PIC X(12).
001930     02  FILLER              PIC X(37) VALUE SPACES.
001940*EDITED OVERLAY FOR THE OVERDUE COLUMN, SO A TANK THAT IS NOT
001950*OVERDUE SHOWS BLANK INSTEAD OF A MEANINGLESS ZERO.
001960 01  WS-DAYS-OVER-ED        PIC ZZZZZZ9.
001970 01  RADGCR-GROUP-TOTAL-LINE.
001980     02  FILLER              PIC X(14) VALUE "  CREW TANKS: ".
001990     02  GTL-TANKS           PIC ZZZZ9.
002000     02  FILLER              PIC X(16) VALUE
002010         "   ON SCHEDULE: ".
002020     02  GTL-ON-SCHEDULE     PIC ZZZZ9.
002030     02  FILLER              PIC X(12) VALUE "   OVERDUE: ".
002040     02  GTL-OVERDUE         PIC ZZZZ9.
002050     02  FILLER              PIC X(15) VALUE
002060         "   COMPLIANCE: ".
002070     02  GTL-COMPLIANCE-PCT  PIC ZZ9.9.
002080     02  FILLER              PIC X(01) VALUE "%".
002090     02  FILLER              PIC X(54) VALUE SPACES.
002100 01  RADGCR-TRAILER-LINE.
002110     02  FILLER              PIC X(14) VALUE "ACTIVE TANKS: ".
002120     02  TRL-TANKS           PIC ZZZZ9.
002130     02  FILLER              PIC X(16) VALUE
002140         "   ON SCHEDULE: ".
002150     02  TRL-ON-SCHEDULE     PIC ZZZZ9.
002160     02  FILLER              PIC X(12) VALUE "   OVERDUE: ".
002170     02  TRL-OVERDUE         PIC ZZZZ9.
002180     02  FILLER              PIC X(17) VALUE
002190         "   NEVER GAUGED: ".
002200     02  TRL-NEVER           PIC ZZZZ9.
002210     02  FILLER              PIC X(53) VALUE SPACES.
002220 01  RADGCR-PERCENT-LINE.
002230     02  FILLER              PIC X(27) VALUE
002240         "COMPLIANCE FOR THE PERIOD: ".
002250     02  TRL-COMPLIANCE-PCT  PIC ZZ9.9.
002260     02  FILLER              PIC X(01) VALUE "%".
002270     02  FILLER              PIC X(27) VALUE
002280         "   HISTORY RECORDS READ:  ".
002290     02  TRL-HISTORY-READ    PIC ZZZZZZ9.
002300     02  FILLER              PIC X(65) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330
002340*=============================================================
002350*0000-MAINLINE.  LOAD THE ACTIVE TANKS, PASS THE HISTORY FOR
002360*EACH TANK'S LAST GAUGE, WORK OUT THE DUE DATES AND WRITE THE
002370*REPORT ONE CREW GROUP AT A TIME.
002380*=============================================================
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF  WS-FATAL-ERROR
002420         GO TO 9999-EXIT
002430     END-IF.
002440     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002450     PERFORM 2200-PROCESS-HISTORY THRU 2200-EXIT
002460         UNTIL WS-END-OF-FILE.
002470     IF  WS-HISTORY-OPEN
002480         CLOSE RADHST
002490     END-IF.
002500     PERFORM 3000-WORK-DUE-DATE THRU 3000-EXIT
002510         VARYING WS-CT-SUB FROM 1 BY 1
002520         UNTIL WS-CT-SUB > WS-CT-COUNT.
002530     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
002540     CLOSE RADGCR.
002550     GO TO 9999-EXIT.
002560
002570*=============================================================
002580*1000-INITIALIZE.  TAKE THE AS-OF DATE, LOAD EVERY ACTIVE TANK
002590*FROM THE MASTER AND OPEN THE HISTORY AND REPORT.  WITH NO
002600*TANK MASTER THERE IS NOTHING TO REPORT; WITH NO HISTORY
002610*EVERY ACTIVE TANK IS LISTED AS NEVER GAUGED.
002620*=============================================================
002630 1000-INITIALIZE.
002640     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
002650     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002660     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002670         INTO WS-PARM-DATE-X.
002680     IF  WS-PARM-DATE-X NOT = SPACES
002690         IF  WS-PARM-DATE-X NOT NUMERIC
002700             DISPLAY 'INVALID AS-OF DATE: ', WS-PARM-DATE-X
002710             MOVE 'Y' TO WS-FATAL-SWITCH
002720             MOVE 8 TO RETURN-CODE
002730             GO TO 1000-EXIT
002740         END-IF
002750         COMPUTE WS-AS-OF-INTEGER =
002760             FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
002770         IF  WS-AS-OF-INTEGER = ZERO
002780             DISPLAY 'INVALID AS-OF DATE: ', WS-PARM-DATE-X
002790             MOVE 'Y' TO WS-FATAL-SWITCH
002800             MOVE 8 TO RETURN-CODE
002810             GO TO 1000-EXIT
002820         END-IF
002830         MOVE WS-PARM-DATE TO WS-AS-OF-DATE
002840     END-IF.
002850     COMPUTE WS-AS-OF-INTEGER =
002860         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
002870     MOVE WS-AS-OF-DATE TO WS-PERIOD-START.
002880     MOVE 1 TO WS-PS-DD.
002890     OPEN INPUT RADTNK.
002900     IF  WS-RADTNK-STATUS = "35"
002910         DISPLAY 'NO TANK MASTER FILE -- NOTHING TO REPORT'
002920         MOVE 'Y' TO WS-FATAL-SWITCH
002930         MOVE 8 TO RETURN-CODE
002940         GO TO 1000-EXIT
002950     END-IF.
002960     MOVE LOW-VALUES TO TM-TANK-ID.
002970     START RADTNK KEY NOT < TM-TANK-ID
002980         INVALID KEY
002990             MOVE 'Y' TO WS-TANK-EOF-SWITCH
003000     END-START.
003010     PERFORM 1100-LOAD-TANK THRU 1100-EXIT
003020         UNTIL WS-TANK-EOF.
003030     CLOSE RADTNK.
003040     OPEN INPUT RADHST.
003050     IF  WS-RADHST-STATUS = "35"
003060         DISPLAY 'NO MEASUREMENT HISTORY FILE -- NO TANK HAS',
003070             ' BEEN GAUGED'
003080         MOVE 'Y' TO WS-EOF-SWITCH
003090     ELSE
003100         MOVE 'Y' TO WS-HST-OPEN-SWITCH
003110     END-IF.
003120     OPEN OUTPUT RADGCR.
003130 1000-EXIT.
003140     EXIT.
003150
003160*1100-LOAD-TANK.  READ THE NEXT MASTER ENTRY IN KEY ORDER AND
003170*KEEP IT WHEN ACTIVE.
003180 1100-LOAD-TANK.
003190     READ RADTNK NEXT RECORD
003200         AT END MOVE 'Y' TO WS-TANK-EOF-SWITCH
003210     END-READ.
003220     IF  WS-TANK-EOF OR NOT TM-ACTIVE
003230         GO TO 1100-EXIT
003240     END-IF.
003250     IF  WS-CT-COUNT NOT < WS-CT-LIMIT
003260         DISPLAY 'TANK TABLE FULL -- REST OF MASTER SKIPPED'
003270         MOVE 'Y' TO WS-TANK-EOF-SWITCH
003280         GO TO 1100-EXIT
003290     END-IF.
003300     ADD 1 TO WS-CT-COUNT.
003310     MOVE TM-TANK-ID TO WS-CT-TANK-ID(WS-CT-COUNT).
003320     MOVE TM-DESCRIPTION TO WS-CT-DESCRIPTION(WS-CT-COUNT).
003330     IF  TM-GAUGE-DAILY
003340         MOVE 'D' TO WS-CT-FREQ(WS-CT-COUNT)
003350     ELSE
003360         MOVE TM-GAUGE-FREQ TO WS-CT-FREQ(WS-CT-COUNT)
003370     END-IF.
003380     MOVE ZEROES TO WS-CT-LAST-DATE(WS-CT-COUNT).
003390     MOVE SPACES TO WS-CT-CREW-ID(WS-CT-COUNT).
003400     MOVE ZEROES TO WS-CT-IN-PERIOD(WS-CT-COUNT).
003410     MOVE ZEROES TO WS-CT-DUE-DATE(WS-CT-COUNT).
003420     MOVE ZEROES TO WS-CT-DAYS-OVER(WS-CT-COUNT).
003430 1100-EXIT.
003440     EXIT.
003450
003460*2100-READ-HISTORY.  READ ONE HISTORY LINE.
003470 2100-READ-HISTORY.
003480     READ RADHST INTO RADHST-LINE
003490         AT END MOVE 'Y' TO WS-EOF-SWITCH
003500     END-READ.
003510     IF  NOT WS-END-OF-FILE
003520         ADD 1 TO WS-HISTORY-READ
003530     END-IF.
003540 2100-EXIT.
003550     EXIT.
003560
003570*=============================================================
003580*2200-PROCESS-HISTORY.  A LINE FOR AN ACTIVE TANK, GAUGED ON
003590*OR BEFORE THE AS-OF DATE, MOVES THE TANK'S LAST GAUGE DATE
003600*AND CREW FORWARD AND COUNTS TOWARD THE PERIOD WHEN IT FALLS
003610*IN IT.  LINES AFTER THE AS-OF DATE ARE LEFT OUT SO A PAST
003620*MONTH CAN BE REPORTED AS IT STOOD.  THEN THE NEXT LINE IS
003630*READ.
003640*=============================================================
003650 2200-PROCESS-HISTORY.
003660     IF  HL-GAUGE-DATE NOT NUMERIC
003670         OR HL-GAUGE-DATE > WS-AS-OF-DATE
003680         GO TO 2200-NEXT
003690     END-IF.
003700     MOVE ZEROES TO WS-CT-USE.
003710     PERFORM 2210-MATCH-TANK THRU 2210-EXIT
003720         VARYING WS-CT-SUB FROM 1 BY 1
003730         UNTIL WS-CT-SUB > WS-CT-COUNT
003740            OR WS-CT-USE > ZERO.
003750     IF  WS-CT-USE = ZERO
003760         GO TO 2200-NEXT
003770     END-IF.
003780     ADD 1 TO WS-HISTORY-USED.
003790     IF  HL-GAUGE-DATE NOT < WS-CT-LAST-DATE(WS-CT-USE)
003800         MOVE HL-GAUGE-DATE TO WS-CT-LAST-DATE(WS-CT-USE)
003810         MOVE HL-CREW-ID TO WS-CT-CREW-ID(WS-CT-USE)
003820     END-IF.
003830     IF  HL-GAUGE-DATE NOT < WS-PERIOD-START
003840         ADD 1 TO WS-CT-IN-PERIOD(WS-CT-USE)
003850     END-IF.
003860 2200-NEXT.
003870     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003880 2200-EXIT.
003890     EXIT.
003900
003910*2210-MATCH-TANK.  TEST ONE TANK TABLE ENTRY.
003920 2210-MATCH-TANK.
003930     IF  WS-CT-TANK-ID(WS-CT-SUB) = HL-TANK-ID
003940         MOVE WS-CT-SUB TO WS-CT-USE
003950     END-IF.
003960 2210-EXIT.
003970     EXIT.
003980
003990*=============================================================
004000*3000-WORK-DUE-DATE.  THE NEXT GAUGE FALLS DUE ONE DAY, SEVEN
004010*DAYS OR ONE MONTH AFTER THE LAST ONE.  A TANK IS OVERDUE WHEN
004020*THE AS-OF DATE IS PAST ITS DUE DATE; ONE NEVER GAUGED IS
004030*OUT OF COMPLIANCE WITH NO DUE DATE.
004040*=============================================================
004050 3000-WORK-DUE-DATE.
004060     IF  WS-CT-LAST-DATE(WS-CT-SUB) = ZERO
004070         MOVE 'N' TO WS-CT-STATE(WS-CT-SUB)
004080         MOVE HIGH-VALUES TO WS-CT-GROUP-KEY(WS-CT-SUB)
004090         GO TO 3000-EXIT
004100     END-IF.
004110     MOVE WS-CT-CREW-ID(WS-CT-SUB) TO WS-CT-GROUP-KEY(WS-CT-SUB).
004120     MOVE WS-CT-LAST-DATE(WS-CT-SUB) TO WS-DUE-DATE.
004130     EVALUATE WS-CT-FREQ(WS-CT-SUB)
004140         WHEN 'W'
004150             COMPUTE WS-DUE-INTEGER =
004160                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7
004170         WHEN 'M'
004180             ADD 1 TO WS-DUE-MM
004190             IF  WS-DUE-MM > 12
004200                 MOVE 1 TO WS-DUE-MM
004210                 ADD 1 TO WS-DUE-YYYY
004220             END-IF
004230             MOVE ZEROES TO WS-DUE-INTEGER
004240             PERFORM 3100-FIT-MONTH-END THRU 3100-EXIT
004250                 UNTIL WS-DUE-INTEGER > ZERO
004260         WHEN OTHER
004270             COMPUTE WS-DUE-INTEGER =
004280                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1
004290     END-EVALUATE.
004300     COMPUTE WS-CT-DUE-DATE(WS-CT-SUB) =
004310         FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
004320     IF  WS-AS-OF-INTEGER > WS-DUE-INTEGER
004330         MOVE 'O' TO WS-CT-STATE(WS-CT-SUB)
004340         COMPUTE WS-CT-DAYS-OVER(WS-CT-SUB) =
004350             WS-AS-OF-INTEGER - WS-DUE-INTEGER
004360     ELSE
004370         MOVE 'S' TO WS-CT-STATE(WS-CT-SUB)
004380     END-IF.
004390 3000-EXIT.
004400     EXIT.
004410
004420*3100-FIT-MONTH-END.  TRY THE DUE DATE; WHEN THE DAY DOES NOT
004430*EXIST IN THE MONTH, STEP BACK A DAY AND TRY AGAIN.
004440 3100-FIT-MONTH-END.
004450     COMPUTE WS-DUE-INTEGER =
004460         FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
004470     IF  WS-DUE-INTEGER = ZERO
004480         SUBTRACT 1 FROM WS-DUE-DD
004490     END-IF.
004500 3100-EXIT.
004510     EXIT.
004520
004530*=============================================================
004540*4000-WRITE-REPORT.  TITLE, THEN ONE GROUP PER CREW IN CREW
004550*ORDER (A CREW NOT RECORDED ON OLDER HISTORY SORTS FIRST, THE
004560*TANKS NEVER GAUGED LAST), THEN THE RUN TOTALS AND THE
004570*COMPLIANCE PERCENTAGE FOR THE PERIOD.
004580*=============================================================
004590 4000-WRITE-REPORT.
004600     MOVE WS-AS-OF-DATE TO TTL-AS-OF-DATE.
004610     MOVE WS-PERIOD-START TO TTL-PERIOD-START.
004620     WRITE RADGCR-RECORD FROM RADGCR-TITLE-LINE.
004630     WRITE RADGCR-RECORD FROM RADGCR-BLANK-LINE.
004640     IF  WS-CT-COUNT = ZERO
004650         MOVE 'NONE' TO RADGCR-RECORD
004660         WRITE RADGCR-RECORD
004670     END-IF.
004680     MOVE LOW-VALUES TO WS-GROUP-KEY.
004690     MOVE 'N' TO WS-GROUP-SWITCH.
004700     PERFORM 4100-FIND-FIRST-GROUP THRU 4100-EXIT
004710         VARYING WS-CT-SUB FROM 1 BY 1
004720         UNTIL WS-CT-SUB > WS-CT-COUNT.
004730     IF  WS-GROUP-FOUND
004740         MOVE WS-NEXT-KEY TO WS-GROUP-KEY
004750     ELSE
004760         MOVE 'Y' TO WS-GROUP-DONE-SWITCH
004770     END-IF.
004780     PERFORM 4200-WRITE-GROUP THRU 4200-EXIT
004790         UNTIL WS-GROUPS-DONE.
004800     WRITE RADGCR-RECORD FROM RADGCR-BLANK-LINE.
004810     MOVE WS-TOT-TANKS TO TRL-TANKS.
004820     MOVE WS-TOT-ON-SCHEDULE TO TRL-ON-SCHEDULE.
004830     MOVE WS-TOT-OVERDUE TO TRL-OVERDUE.
004840     MOVE WS-TOT-NEVER TO TRL-NEVER.
004850     WRITE RADGCR-RECORD FROM RADGCR-TRAILER-LINE.
004860     MOVE ZEROES TO WS-COMPLIANCE-PCT.
004870     IF  WS-TOT-TANKS > ZERO
004880         COMPUTE WS-COMPLIANCE-PCT ROUNDED =
004890             WS-TOT-ON-SCHEDULE * 100 / WS-TOT-TANKS
004900     END-IF.
004910     MOVE WS-COMPLIANCE-PCT TO TRL-COMPLIANCE-PCT.
004920     MOVE WS-HISTORY-READ TO TRL-HISTORY-READ.
004930     WRITE RADGCR-RECORD FROM RADGCR-PERCENT-LINE.
004940     IF  WS-TOT-OVERDUE > ZERO OR WS-TOT-NEVER > ZERO
004950         MOVE 4 TO RETURN-CODE
004960     END-IF.
004970     DISPLAY 'COMPLIANCE AS OF ', WS-AS-OF-DATE, ': ',
004980         TRL-COMPLIANCE-PCT, '% OF ', WS-TOT-TANKS,
004990         ' ACTIVE TANKS ON SCHEDULE'.
005000 4000-EXIT.
005010     EXIT.
005020
005030*4100-FIND-FIRST-GROUP.  THE LOWEST GROUP KEY ON THE TABLE.
005040 4100-FIND-FIRST-GROUP.
005050     IF  NOT WS-GROUP-FOUND
005060         OR WS-CT-GROUP-KEY(WS-CT-SUB) < WS-NEXT-KEY
005070         MOVE WS-CT-GROUP-KEY(WS-CT-SUB) TO WS-NEXT-KEY
005080         MOVE 'Y' TO WS-GROUP-SWITCH
005090     END-IF.
005100 4100-EXIT.
005110     EXIT.
005120
005130*=============================================================
005140*4200-WRITE-GROUP.  ONE CREW GROUP: HEADING, A LINE PER TANK
005150*IN TANK ORDER, THE GROUP'S COMPLIANCE LINE, THEN FIND THE
005160*NEXT GROUP KEY ABOVE THIS ONE.
005170*=============================================================
005180 4200-WRITE-GROUP.
005190     MOVE ZEROES TO WS-GRP-TANKS.
005200     MOVE ZEROES TO WS-GRP-ON-SCHEDULE.
005210     MOVE ZEROES TO WS-GRP-OVERDUE.
005220     MOVE SPACES TO CRL-NOTE.
005230     EVALUATE WS-GROUP-KEY
005240         WHEN HIGH-VALUES
005250             MOVE '--' TO CRL-CREW-ID
005260             MOVE 'TANKS NEVER GAUGED' TO CRL-NOTE
005270         WHEN SPACES
005280             MOVE '--' TO CRL-CREW-ID
005290             MOVE 'CREW NOT RECORDED ON HISTORY' TO CRL-NOTE
005300         WHEN OTHER
005310             MOVE WS-GROUP-KEY TO CRL-CREW-ID
005320     END-EVALUATE.
005330     WRITE RADGCR-RECORD FROM RADGCR-CREW-LINE.
005340     WRITE RADGCR-RECORD FROM RADGCR-COLUMN-HDR-LINE.
005350     PERFORM 4300-WRITE-TANK-LINE THRU 4300-EXIT
005360         VARYING WS-CT-SUB FROM 1 BY 1
005370         UNTIL WS-CT-SUB > WS-CT-COUNT.
005380     MOVE WS-GRP-TANKS TO GTL-TANKS.
005390     MOVE WS-GRP-ON-SCHEDULE TO GTL-ON-SCHEDULE.
005400     MOVE WS-GRP-OVERDUE TO GTL-OVERDUE.
005410     COMPUTE WS-COMPLIANCE-PCT ROUNDED =
005420         WS-GRP-ON-SCHEDULE * 100 / WS-GRP-TANKS.
005430     MOVE WS-COMPLIANCE-PCT TO GTL-COMPLIANCE-PCT.
005440     WRITE RADGCR-RECORD FROM RADGCR-GROUP-TOTAL-LINE.
005450     WRITE RADGCR-RECORD FROM RADGCR-BLANK-LINE.
005460     IF  WS-GROUP-KEY = HIGH-VALUES
005470         MOVE 'Y' TO WS-GROUP-DONE-SWITCH
005480         GO TO 4200-EXIT
005490     END-IF.
005500     MOVE 'N' TO WS-GROUP-SWITCH.
005510     PERFORM 4400-FIND-NEXT-GROUP THRU 4400-EXIT
005520         VARYING WS-CT-SUB FROM 1 BY 1
005530         UNTIL WS-CT-SUB > WS-CT-COUNT.
005540     IF  WS-GROUP-FOUND
005550         MOVE WS-NEXT-KEY TO WS-GROUP-KEY
005560     ELSE
005570         MOVE 'Y' TO WS-GROUP-DONE-SWITCH
005580     END-IF.
005590 4200-EXIT.
005600     EXIT.
005610
005620*=============================================================
005630*4300-WRITE-TANK-LINE.  ONE TANK OF THE CURRENT GROUP.  THE
005640*OVERDUE COLUMN IS BLANK FOR A TANK ON SCHEDULE, AND THE DATE
005650*COLUMNS SAY NEVER FOR A TANK WITH NO HISTORY.
005660*=============================================================
005670 4300-WRITE-TANK-LINE.
005680     IF  WS-CT-GROUP-KEY(WS-CT-SUB) NOT = WS-GROUP-KEY
005690         GO TO 4300-EXIT
005700     END-IF.
005710     MOVE WS-CT-TANK-ID(WS-CT-SUB) TO GCL-TANK-ID.
005720     MOVE WS-CT-DESCRIPTION(WS-CT-SUB) TO GCL-DESCRIPTION.
005730     EVALUATE WS-CT-FREQ(WS-CT-SUB)
005740         WHEN 'W'
005750             MOVE 'WEEKLY' TO GCL-FREQ
005760         WHEN 'M'
005770             MOVE 'MONTHLY' TO GCL-FREQ
005780         WHEN OTHER
005790             MOVE 'DAILY' TO GCL-FREQ
005800     END-EVALUATE.
005810     MOVE WS-CT-IN-PERIOD(WS-CT-SUB) TO GCL-IN-PERIOD.
005820     MOVE SPACES TO GCL-DAYS-OVER.
005830     ADD 1 TO WS-GRP-TANKS.
005840     ADD 1 TO WS-TOT-TANKS.
005850     EVALUATE TRUE
005860         WHEN WS-CT-NEVER-GAUGED(WS-CT-SUB)
005870             MOVE 'NEVER' TO GCL-LAST-DATE
005880             MOVE 'NOW' TO GCL-DUE-DATE
005890             MOVE 'NEVER GAUGED' TO GCL-STATUS
005900             ADD 1 TO WS-TOT-NEVER
005910         WHEN WS-CT-OVERDUE(WS-CT-SUB)
005920             MOVE WS-CT-LAST-DATE(WS-CT-SUB) TO GCL-LAST-DATE
005930             MOVE WS-CT-DUE-DATE(WS-CT-SUB) TO GCL-DUE-DATE
005940             MOVE WS-CT-DAYS-OVER(WS-CT-SUB) TO WS-DAYS-OVER-ED
005950             MOVE WS-DAYS-OVER-ED TO GCL-DAYS-OVER
005960             MOVE 'OVERDUE' TO GCL-STATUS
005970             ADD 1 TO WS-GRP-OVERDUE
005980             ADD 1 TO WS-TOT-OVERDUE
005990         WHEN OTHER
006000             MOVE WS-CT-LAST-DATE(WS-CT-SUB) TO GCL-LAST-DATE
006010             MOVE WS-CT-DUE-DATE(WS-CT-SUB) TO GCL-DUE-DATE
006020             MOVE 'ON SCHEDULE' TO GCL-STATUS
006030             ADD 1 TO WS-GRP-ON-SCHEDULE
006040             ADD 1 TO WS-TOT-ON-SCHEDULE
006050     END-EVALUATE.
006060     WRITE RADGCR-RECORD FROM RADGCR-DETAIL-LINE.
006070 4300-EXIT.
006080     EXIT.
006090
006100*4400-FIND-NEXT-GROUP.  THE LOWEST GROUP KEY ABOVE THE ONE
006110*JUST WRITTEN.
006120 4400-FIND-NEXT-GROUP.
006130     IF  WS-CT-GROUP-KEY(WS-CT-SUB) > WS-GROUP-KEY
006140         IF  NOT WS-GROUP-FOUND
006150             OR WS-CT-GROUP-KEY(WS-CT-SUB) < WS-NEXT-KEY
006160             MOVE WS-CT-GROUP-KEY(WS-CT-SUB) TO WS-NEXT-KEY
006170             MOVE 'Y' TO WS-GROUP-SWITCH
006180         END-IF
006190     END-IF.
006200 4400-EXIT.
006210     EXIT.
006220
006230 9999-EXIT.
006240     EXIT PROGRAM.
006250 END PROGRAM RADGCMP.
