000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADCSCR.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL CREW KEYING-ACCURACY SCORECARD FOR
000210*                THE MONTHLY SHIFT-SUPERVISOR REVIEW.  READS
000220*                THE RADKLG CREW KEYING LOG FOR THE MONTH ON
000230*                THE COMMAND LINE (YYYYMM, DEFAULT THIS MONTH)
000240*                AND THE MONTH BEFORE IT.  PER CREW: RECORDS
000250*                KEYED, ACCEPTED, REJECTED, DUPLICATES CAUGHT,
000260*                ACCEPTED BUT OUT OF TOLERANCE, REJECTS
000270*                REPAIRED THROUGH RADREPR AND THE KEYING
000280*                ACCURACY, RANKED BEST FIRST WITH THE TREND
000290*                AGAINST THE PRIOR MONTH, THEN THE REJECTS
000300*                BROKEN DOWN BY RADEXCL REASON CODE.  THE
000302*                REJECT RATE (REJECTS / KEYED) IS SHOWN PER CREW
000304*                AND FOR ALL CREWS, AND EACH REASON CODE'S SHARE
000306*                OF THE CREW'S RECORDS KEYED ON A RATE LINE
000308*                UNDER ITS COUNTS.
000310*-----------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RADKLG ASSIGN TO RADKLG
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RADKLG-STATUS.
000390     SELECT RADCSR ASSIGN TO RADCSR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RADCSR-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RADKLG
000460     LABEL RECORD IS STANDARD.
000470     COPY RADKLG.
000480
000490 FD  RADCSR
000500     LABEL RECORD IS STANDARD.
000510     COPY RADCSR.
000520
000530 WORKING-STORAGE SECTION.
000540
000550 77  WS-RADKLG-STATUS       PIC X(02).
000560 77  WS-RADCSR-STATUS       PIC X(02).
000570
000580*THE CREW KEYING LOG LINE LAYOUT SHARED WITH THE RADIUS AND
000590*RADREPR PROGRAMS.  EACH RADKLG RECORD IS READ INTO IT.
000600     COPY RADKLGL.
000610
000620*COMMAND-LINE MONTH (YYYYMM).  BLANK MEANS THE CURRENT MONTH.
000630*THE PRIOR MONTH IS THE ONE BEFORE IT, ACROSS A YEAR END.
000640 01  WS-COMMAND-LINE        PIC X(80).
000650 01  WS-PARM-MONTH-X        PIC X(06) VALUE SPACES.
000660 01  WS-PARM-MONTH REDEFINES WS-PARM-MONTH-X
000670                            PIC 9(06).
000680 01  WS-TODAY               PIC 9(08) VALUE ZEROES.
000690 01  WS-TODAY-R REDEFINES WS-TODAY.
000700     02  WS-TODAY-YYYYMM     PIC 9(06).
000710     02  WS-TODAY-DD         PIC 9(02).
000720 01  WS-MONTH-START         PIC 9(08) VALUE ZEROES.
000730 01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
000740     02  WS-MONTH            PIC 9(06).
000750     02  WS-MONTH-DD         PIC 9(02).
000760 77  WS-MONTH-INTEGER       PIC 9(07) VALUE ZEROES.
000770 01  WS-PRIOR-MONTH         PIC 9(06) VALUE ZEROES.
000780 01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
000790     02  WS-PRIOR-YYYY       PIC 9(04).
000800     02  WS-PRIOR-MM         PIC 9(02).
000810 01  WS-EVENT-DATE          PIC 9(08) VALUE ZEROES.
000820 01  WS-EVENT-DATE-R REDEFINES WS-EVENT-DATE.
000830     02  WS-EVENT-YYYYMM     PIC 9(06).
000840     02  WS-EVENT-DD         PIC 9(02).
000850
000860*READ-LOOP CONTROL AND COUNTS
000870 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000880     88  WS-END-OF-FILE             VALUE 'Y'.
000890 77  WS-LOG-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000900     88  WS-LOG-OPEN                VALUE 'Y'.
000910 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
000920     88  WS-FATAL-ERROR             VALUE 'Y'.
000930 77  WS-FULL-SWITCH         PIC X(01) VALUE 'N'.
000940     88  WS-TABLE-FULL-SHOWN        VALUE 'Y'.
000950 77  WS-PERIOD-SWITCH       PIC X(01) VALUE SPACE.
000960     88  WS-IN-MONTH                VALUE 'C'.
000970     88  WS-IN-PRIOR-MONTH          VALUE 'P'.
000980 77  WS-LOG-READ            PIC 9(07) VALUE ZEROES.
000990 77  WS-LOG-IN-MONTH        PIC 9(07) VALUE ZEROES.
001000 77  WS-LOG-IN-PRIOR        PIC 9(07) VALUE ZEROES.
001010
001020*REASON CODES IN RADEXCL ORDER.  A CODE NOT ON THE LIST IS
001030*COUNTED AS MISC, THE LAST ENTRY.
001040 01  WS-REASON-VALUES.
001050     02  FILLER              PIC X(44) VALUE
001060         "NNUMNPOSUSHPUTNKITNKUUOMTRIALEVLRTMPSUBMMISC".
001070 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001080     02  WS-REASON-CODE      PIC X(04) OCCURS 11 TIMES.
001090 77  WS-RSN-LIMIT           PIC 9(02) VALUE 11.
001100 77  WS-RSN-SUB             PIC 9(02) VALUE ZEROES.
001110 77  WS-RSN-USE             PIC 9(02) VALUE ZEROES.
001120
001130*CREW SCORECARD TABLE, ONE ENTRY PER CREW SEEN IN EITHER
001140*MONTH.  THE PR- FIGURES ARE THE PRIOR MONTH'S.  RECORDS KEYED
001150*IS ACCEPTED + REJECTED + DUPLICATES; ACCURACY IS THE SHARE
001160*OF RECORDS KEYED THAT WENT THROUGH FIRST TIME (ACCEPTED) AND
001163*THE REJECT RATE THE SHARE THAT WAS REJECTED.
001170*A CREW WITH NOTHING KEYED IN THE MONTH IS NOT RANKED.
001180 77  WS-CS-LIMIT            PIC 9(03) VALUE 100.
001190 77  WS-CS-COUNT            PIC 9(03) VALUE ZEROES.
001200 77  WS-CS-SUB              PIC 9(03) VALUE ZEROES.
001210 77  WS-CS-USE              PIC 9(03) VALUE ZEROES.
001220 01  WS-SCORECARD-TABLE.
001230     02  WS-CS-ENTRY OCCURS 100 TIMES.
001240         03  WS-CS-CREW-ID       PIC X(02).
001250         03  WS-CS-KEYED         PIC 9(07).
001260         03  WS-CS-ACCEPTED      PIC 9(07).
001270         03  WS-CS-REJECTED      PIC 9(07).
001280         03  WS-CS-DUPS          PIC 9(07).
001290         03  WS-CS-OUT-TOL       PIC 9(07).
001300         03  WS-CS-REPAIRED      PIC 9(07).
001310         03  WS-CS-REASON-COUNT  PIC 9(05) OCCURS 11 TIMES.
001320         03  WS-CS-ACCURACY      PIC 9(03)V9(01).
001325         03  WS-CS-REJ-RATE      PIC 9(03)V9(01).
001330         03  WS-CS-PR-KEYED      PIC 9(07).
001340         03  WS-CS-PR-ACCEPTED   PIC 9(07).
001350         03  WS-CS-PR-ACCURACY   PIC 9(03)V9(01).
001360         03  WS-CS-RANK          PIC 9(03).
001370
001380*RANKING.  EACH PASS PICKS THE BEST UNRANKED CREW: HIGHEST
001390*ACCURACY, THEN MOST RECORDS KEYED, THEN LOWEST CREW ID.
001400 77  WS-RANK-NO             PIC 9(03) VALUE ZEROES.
001410 77  WS-RANKED-COUNT        PIC 9(03) VALUE ZEROES.
001420 77  WS-BEST-USE            PIC 9(03) VALUE ZEROES.
001430 77  WS-RANK-DONE-SWITCH    PIC X(01) VALUE 'N'.
001440     88  WS-RANKING-DONE            VALUE 'Y'.
001450
001460*RUN TOTALS OVER ALL CREWS FOR THE MONTH
001470 77  WS-TOT-KEYED           PIC 9(07) VALUE ZEROES.
001480 77  WS-TOT-ACCEPTED        PIC 9(07) VALUE ZEROES.
001490 77  WS-TOT-REJECTED        PIC 9(07) VALUE ZEROES.
001500 77  WS-TOT-DUPS            PIC 9(07) VALUE ZEROES.
001510 77  WS-TOT-OUT-TOL         PIC 9(07) VALUE ZEROES.
001520 77  WS-TOT-REPAIRED        PIC 9(07) VALUE ZEROES.
001530 77  WS-TOT-PR-KEYED        PIC 9(07) VALUE ZEROES.
001540 77  WS-TOT-PR-ACCEPTED     PIC 9(07) VALUE ZEROES.
001550 01  WS-TOT-REASON-TABLE.
001560     02  WS-TOT-REASON-COUNT PIC 9(07) OCCURS 11 TIMES.
001570
001580*ACCURACY AND TREND WORK FIELDS
001590 77  WS-ACCURACY            PIC 9(03)V9(01) VALUE ZEROES.
001600 77  WS-PR-ACCURACY         PIC 9(03)V9(01) VALUE ZEROES.
001610 77  WS-CHANGE              PIC S9(03)V9(01) VALUE ZEROES.
001613 77  WS-REJ-RATE            PIC 9(03)V9(01) VALUE ZEROES.
001616 77  WS-RATE-KEYED          PIC 9(07) VALUE ZEROES.
001620 01  WS-RANK-ED             PIC ZZZ9.
001630 01  WS-PCT-ED.
001640     02  WS-PCT-ED-VALUE     PIC ZZ9.9.
001650     02  FILLER              PIC X(01) VALUE "%".
001660 01  WS-CHANGE-ED           PIC +++9.9.
001670
001680*REPORT LINES
001690 01  RADCSR-TITLE-LINE.
001700     02  FILLER              PIC X(53) VALUE
001710         "TANK-GAUGING UNIT -- CREW KEYING-ACCURACY SCORECARD".
001720     02  FILLER              PIC X(07) VALUE "MONTH: ".
001730     02  TTL-MONTH           PIC 9(06).
001740     02  FILLER              PIC X(16) VALUE
001750         "   PRIOR MONTH: ".
001760     02  TTL-PRIOR-MONTH     PIC 9(06).
001770     02  FILLER              PIC X(44) VALUE SPACES.
001780 01  RADCSR-BLANK-LINE       PIC X(132) VALUE SPACES.
001790 01  RADCSR-RANK-HDR-LINE    PIC X(132) VALUE
001800         "CREW RANKING BY KEYING ACCURACY".
001810 01  RADCSR-RANK-COL-LINE.
001820     02  FILLER              PIC X(40) VALUE
001830         "RANK  CREW     KEYED  ACCEPTED  REJECTED".
001840     02  FILLER              PIC X(40) VALUE
001850         "      DUPS   OUT-TOL  REPAIRED ACCURACY ".
001860     02  FILLER              PIC X(52) VALUE
001870         "REJECT %    PRIOR   CHANGE   TREND".
001880 01  RADCSR-RANK-LINE.
001890     02  SCL-RANK            PIC X(04).
001900     02  FILLER              PIC X(02) VALUE SPACES.
001910     02  SCL-CREW-ID         PIC X(04).
001920     02  FILLER              PIC X(03) VALUE SPACES.
001930     02  SCL-KEYED           PIC ZZZZZZ9.
001940     02  FILLER              PIC X(03) VALUE SPACES.
001950     02  SCL-ACCEPTED        PIC ZZZZZZ9.
001960     02  FILLER              PIC X(03) VALUE SPACES.
001970     02  SCL-REJECTED        PIC ZZZZZZ9.
001980     02  FILLER              PIC X(03) VALUE SPACES.
001990     02  SCL-DUPS            PIC ZZZZZZ9.
002000     02  FILLER              PIC X(03) VALUE SPACES.
002010     02  SCL-OUT-TOL         PIC ZZZZZZ9.
002020     02  FILLER              PIC X(03) VALUE SPACES.
002030     02  SCL-REPAIRED        PIC ZZZZZZ9.
002040     02  FILLER              PIC X(03) VALUE SPACES.
002050     02  SCL-ACCURACY        PIC X(06).
002060     02  FILLER              PIC X(03) VALUE SPACES.
002063     02  SCL-REJ-RATE        PIC X(06).
002066     02  FILLER              PIC X(03) VALUE SPACES.
002070     02  SCL-PRIOR-ACC       PIC X(06).
002080     02  FILLER              PIC X(03) VALUE SPACES.
002090     02  SCL-CHANGE          PIC X(06).
002100     02  FILLER              PIC X(03) VALUE SPACES.
002110     02  SCL-TREND           PIC X(06).
002120     02  FILLER              PIC X(17) VALUE SPACES.
002130 01  RADCSR-REASON-HDR-LINE  PIC X(132) VALUE
002140         "REJECTS BY REASON CODE".
002150 01  RADCSR-REASON-COL-LINE.
002160     02  FILLER              PIC X(40) VALUE
002170         "CREW   NNUM   NPOS   USHP   UTNK   ITNK ".
002180     02  FILLER              PIC X(40) VALUE
002190         "  UUOM   TRIA   LEVL   RTMP   SUBM   MIS".
002200     02  FILLER              PIC X(52) VALUE
002210         "C     TOTAL".
002220*THE REASON LINE IS CLEARED TO SPACES BEFORE EACH USE, SO ITS
002230*SPACER FILLERS NEED NO VALUE.
002240 01  RADCSR-REASON-LINE.
002250     02  RCL-CREW-ID         PIC X(04).
002260     02  RCL-REASON-ENTRY OCCURS 11 TIMES.
002270         03  FILLER          PIC X(02).
002280         03  RCL-COUNT       PIC ZZZZ9.
002290     02  FILLER              PIC X(03).
002300     02  RCL-TOTAL           PIC ZZZZZZ9.
002310     02  FILLER              PIC X(41).
002312*THE RATE LINE UNDER A CREW'S REASON COUNTS: EACH CODE'S
002314*REJECTS AS A PERCENTAGE OF THE CREW'S RECORDS KEYED, AND THE
002316*CREW'S REJECT RATE UNDER THE TOTAL.  CLEARED BEFORE EACH USE.
002318 01  RADCSR-REASON-RATE-LINE.
002320     02  RRL-LABEL           PIC X(04).
002322     02  RRL-RATE-ENTRY OCCURS 11 TIMES.
002324         03  FILLER          PIC X(02).
002326         03  RRL-RATE        PIC ZZ9.9.
002328     02  FILLER              PIC X(03).
002330     02  RRL-TOTAL           PIC ZZZZ9.9.
002332     02  FILLER              PIC X(41).
002334 01  RADCSR-NOTE-LINE.
002337     02  FILLER              PIC X(30) VALUE
002340         "ACCURACY = ACCEPTED / KEYED.".
002350     02  FILLER              PIC X(102) VALUE
002360         "KEYED = ACCEPTED + REJECTED + DUPLICATES.".
002370 01  RADCSR-NOTE-2-LINE      PIC X(132) VALUE
002380         "REPAIRED = REJECTS CORRECTED THROUGH RADREPR.".
002382 01  RADCSR-NOTE-3-LINE.
002383     02  FILLER              PIC X(30) VALUE
002384         "REJECT % = REJECTED / KEYED.".
002385     02  FILLER              PIC X(102) VALUE
002386         "% LINE = EACH REASON'S REJECTS / THE CREW'S KEYED.".
002390 01  RADCSR-TRAILER-LINE.
002400     02  FILLER              PIC X(16) VALUE "LOG LINES READ: ".
002410     02  TRL-LOG-READ        PIC ZZZZZZ9.
002420     02  FILLER              PIC X(13) VALUE "   IN MONTH: ".
002430     02  TRL-IN-MONTH        PIC ZZZZZZ9.
002440     02  FILLER              PIC X(19) VALUE
002450         "   IN PRIOR MONTH: ".
002460     02  TRL-IN-PRIOR        PIC ZZZZZZ9.
002470     02  FILLER              PIC X(63) VALUE SPACES.
002480
002490 PROCEDURE DIVISION.
002500
002510*=============================================================
002520*0000-MAINLINE.  PASS THE KEYING LOG INTO THE CREW TABLE, WORK
002530*OUT EACH CREW'S ACCURACY, RANK THE CREWS AND WRITE THE
002540*SCORECARD.
002550*=============================================================
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     IF  WS-FATAL-ERROR
002590         GO TO 9999-EXIT
002600     END-IF.
002610     PERFORM 2100-READ-LOG THRU 2100-EXIT.
002620     PERFORM 2200-PROCESS-LOG THRU 2200-EXIT
002630         UNTIL WS-END-OF-FILE.
002640     IF  WS-LOG-OPEN
002650         CLOSE RADKLG
002660     END-IF.
002670     PERFORM 3000-WORK-ACCURACY THRU 3000-EXIT
002680         VARYING WS-CS-SUB FROM 1 BY 1
002690         UNTIL WS-CS-SUB > WS-CS-COUNT.
002700     PERFORM 3100-RANK-NEXT THRU 3100-EXIT
002710         UNTIL WS-RANKING-DONE.
002720     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
002730     CLOSE RADCSR.
002740     GO TO 9999-EXIT.
002750
002760*=============================================================
002770*1000-INITIALIZE.  TAKE THE MONTH, WORK OUT THE PRIOR MONTH
002780*AND OPEN THE LOG AND THE REPORT.  WITH NO KEYING LOG THE
002790*SCORECARD IS WRITTEN EMPTY WITH RETURN CODE 4.
002800*=============================================================
002810 1000-INITIALIZE.
002820     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002830     MOVE WS-TODAY-YYYYMM TO WS-MONTH.
002840     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002850     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002860         INTO WS-PARM-MONTH-X.
002870     IF  WS-PARM-MONTH-X NOT = SPACES
002880         IF  WS-PARM-MONTH-X NOT NUMERIC
002890             DISPLAY 'INVALID MONTH: ', WS-PARM-MONTH-X
002900             MOVE 'Y' TO WS-FATAL-SWITCH
002910             MOVE 8 TO RETURN-CODE
002920             GO TO 1000-EXIT
002930         END-IF
002940         MOVE WS-PARM-MONTH TO WS-MONTH
002950     END-IF.
002960     MOVE 1 TO WS-MONTH-DD.
002970     COMPUTE WS-MONTH-INTEGER =
002980         FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
002990     IF  WS-MONTH-INTEGER = ZERO
003000         DISPLAY 'INVALID MONTH: ', WS-PARM-MONTH-X
003010         MOVE 'Y' TO WS-FATAL-SWITCH
003020         MOVE 8 TO RETURN-CODE
003030         GO TO 1000-EXIT
003040     END-IF.
003050     MOVE WS-MONTH TO WS-PRIOR-MONTH.
003060     IF  WS-PRIOR-MM = 1
003070         MOVE 12 TO WS-PRIOR-MM
003080         SUBTRACT 1 FROM WS-PRIOR-YYYY
003090     ELSE
003100         SUBTRACT 1 FROM WS-PRIOR-MM
003110     END-IF.
003120     OPEN INPUT RADKLG.
003130     IF  WS-RADKLG-STATUS = "35"
003140         DISPLAY 'NO CREW KEYING LOG -- NOTHING TO SCORE'
003150         MOVE 'Y' TO WS-EOF-SWITCH
003160         MOVE 4 TO RETURN-CODE
003170     ELSE
003180         MOVE 'Y' TO WS-LOG-OPEN-SWITCH
003190     END-IF.
003200     MOVE ZEROES TO WS-TOT-REASON-TABLE.
003210     OPEN OUTPUT RADCSR.
003220 1000-EXIT.
003230     EXIT.
003240
003250*2100-READ-LOG.  READ ONE KEYING LOG LINE.
003260 2100-READ-LOG.
003270     READ RADKLG INTO RADKLG-LINE
003280         AT END MOVE 'Y' TO WS-EOF-SWITCH
003290     END-READ.
003300     IF  NOT WS-END-OF-FILE
003310         ADD 1 TO WS-LOG-READ
003320     END-IF.
003330 2100-EXIT.
003340     EXIT.
003350
003360*=============================================================
003370*2200-PROCESS-LOG.  A LINE DATED IN THE MONTH OR THE PRIOR
003380*MONTH IS COUNTED UNDER ITS CREW; ANY OTHER LINE IS PASSED
003390*OVER.  THE PRIOR MONTH ONLY NEEDS WHAT THE TREND USES:
003400*RECORDS KEYED AND RECORDS ACCEPTED.  THEN THE NEXT LINE IS
003410*READ.
003420*=============================================================
003430 2200-PROCESS-LOG.
003440     IF  KL-EVENT-DATE NOT NUMERIC
003450         GO TO 2200-NEXT
003460     END-IF.
003470     MOVE KL-EVENT-DATE TO WS-EVENT-DATE.
003480     EVALUATE WS-EVENT-YYYYMM
003490         WHEN WS-MONTH
003500             MOVE 'C' TO WS-PERIOD-SWITCH
003510             ADD 1 TO WS-LOG-IN-MONTH
003520         WHEN WS-PRIOR-MONTH
003530             MOVE 'P' TO WS-PERIOD-SWITCH
003540             ADD 1 TO WS-LOG-IN-PRIOR
003550         WHEN OTHER
003560             GO TO 2200-NEXT
003570     END-EVALUATE.
003580     PERFORM 2300-FIND-CREW THRU 2300-EXIT.
003590     IF  WS-CS-USE = ZERO
003600         GO TO 2200-NEXT
003610     END-IF.
003620     IF  WS-IN-PRIOR-MONTH
003630         IF  KL-ACCEPTED OR KL-REJECTED OR KL-DUPLICATE
003640             ADD 1 TO WS-CS-PR-KEYED(WS-CS-USE)
003650         END-IF
003660         IF  KL-ACCEPTED
003670             ADD 1 TO WS-CS-PR-ACCEPTED(WS-CS-USE)
003680         END-IF
003690         GO TO 2200-NEXT
003700     END-IF.
003710     EVALUATE TRUE
003720         WHEN KL-ACCEPTED
003730             ADD 1 TO WS-CS-KEYED(WS-CS-USE)
003740             ADD 1 TO WS-CS-ACCEPTED(WS-CS-USE)
003750             IF  KL-OUT-OF-TOL
003760                 ADD 1 TO WS-CS-OUT-TOL(WS-CS-USE)
003770             END-IF
003780         WHEN KL-REJECTED
003790             ADD 1 TO WS-CS-KEYED(WS-CS-USE)
003800             ADD 1 TO WS-CS-REJECTED(WS-CS-USE)
003810             MOVE ZEROES TO WS-RSN-USE
003820             PERFORM 2400-MATCH-REASON THRU 2400-EXIT
003830                 VARYING WS-RSN-SUB FROM 1 BY 1
003840                 UNTIL WS-RSN-SUB > WS-RSN-LIMIT
003850                    OR WS-RSN-USE > ZERO
003860             IF  WS-RSN-USE = ZERO
003870                 MOVE WS-RSN-LIMIT TO WS-RSN-USE
003880             END-IF
003890             ADD 1 TO WS-CS-REASON-COUNT(WS-CS-USE, WS-RSN-USE)
003900         WHEN KL-DUPLICATE
003910             ADD 1 TO WS-CS-KEYED(WS-CS-USE)
003920             ADD 1 TO WS-CS-DUPS(WS-CS-USE)
003930         WHEN KL-REPAIRED
003940             ADD 1 TO WS-CS-REPAIRED(WS-CS-USE)
003950     END-EVALUATE.
003960 2200-NEXT.
003970     PERFORM 2100-READ-LOG THRU 2100-EXIT.
003980 2200-EXIT.
003990     EXIT.
004000
004010*=============================================================
004020*2300-FIND-CREW.  LOCATE THE LINE'S CREW ON THE TABLE, ADDING
004030*A ZEROED ENTRY THE FIRST TIME THE CREW IS SEEN.  WS-CS-USE
004040*COMES BACK ZERO WHEN THE TABLE IS FULL.
004050*=============================================================
004060 2300-FIND-CREW.
004070     MOVE ZEROES TO WS-CS-USE.
004080     PERFORM 2310-MATCH-CREW THRU 2310-EXIT
004090         VARYING WS-CS-SUB FROM 1 BY 1
004100         UNTIL WS-CS-SUB > WS-CS-COUNT
004110            OR WS-CS-USE > ZERO.
004120     IF  WS-CS-USE > ZERO
004130         GO TO 2300-EXIT
004140     END-IF.
004150     IF  WS-CS-COUNT NOT < WS-CS-LIMIT
004160         IF  NOT WS-TABLE-FULL-SHOWN
004170             DISPLAY 'CREW TABLE FULL -- FURTHER CREWS SKIPPED'
004180             MOVE 'Y' TO WS-FULL-SWITCH
004190         END-IF
004200         GO TO 2300-EXIT
004210     END-IF.
004220     ADD 1 TO WS-CS-COUNT.
004230     MOVE WS-CS-COUNT TO WS-CS-USE.
004240     MOVE ZEROES TO WS-CS-ENTRY(WS-CS-USE).
004250     MOVE KL-CREW-ID TO WS-CS-CREW-ID(WS-CS-USE).
004260 2300-EXIT.
004270     EXIT.
004280
004290*2310-MATCH-CREW.  TEST ONE CREW TABLE ENTRY.
004300 2310-MATCH-CREW.
004310     IF  WS-CS-CREW-ID(WS-CS-SUB) = KL-CREW-ID
004320         MOVE WS-CS-SUB TO WS-CS-USE
004330     END-IF.
004340 2310-EXIT.
004350     EXIT.
004360
004370*2400-MATCH-REASON.  TEST ONE REASON CODE TABLE ENTRY.
004380 2400-MATCH-REASON.
004390     IF  WS-REASON-CODE(WS-RSN-SUB) = KL-REASON-CODE
004400         MOVE WS-RSN-SUB TO WS-RSN-USE
004410     END-IF.
004420 2400-EXIT.
004430     EXIT.
004440
004450*=============================================================
004460*3000-WORK-ACCURACY.  ONE CREW'S ACCURACY FOR THE MONTH AND
004470*THE PRIOR MONTH, AND ITS REJECT RATE FOR THE MONTH, ZERO
004475*WHERE NOTHING WAS KEYED.
004480*=============================================================
004490 3000-WORK-ACCURACY.
004500     MOVE ZEROES TO WS-CS-ACCURACY(WS-CS-SUB).
004510     MOVE ZEROES TO WS-CS-PR-ACCURACY(WS-CS-SUB).
004515     MOVE ZEROES TO WS-CS-REJ-RATE(WS-CS-SUB).
004520     MOVE ZEROES TO WS-CS-RANK(WS-CS-SUB).
004530     IF  WS-CS-KEYED(WS-CS-SUB) > ZERO
004540         COMPUTE WS-CS-ACCURACY(WS-CS-SUB) ROUNDED =
004550             WS-CS-ACCEPTED(WS-CS-SUB) * 100
004560             / WS-CS-KEYED(WS-CS-SUB)
004563         COMPUTE WS-CS-REJ-RATE(WS-CS-SUB) ROUNDED =
004566             WS-CS-REJECTED(WS-CS-SUB) * 100
004569             / WS-CS-KEYED(WS-CS-SUB)
004570     END-IF.
004580     IF  WS-CS-PR-KEYED(WS-CS-SUB) > ZERO
004590         COMPUTE WS-CS-PR-ACCURACY(WS-CS-SUB) ROUNDED =
004600             WS-CS-PR-ACCEPTED(WS-CS-SUB) * 100
004610             / WS-CS-PR-KEYED(WS-CS-SUB)
004620     END-IF.
004630 3000-EXIT.
004640     EXIT.
004650
004660*=============================================================
004670*3100-RANK-NEXT.  GIVE THE NEXT RANK TO THE BEST CREW NOT YET
004680*RANKED THAT KEYED ANYTHING THIS MONTH.  RANKING IS DONE WHEN
004690*NO SUCH CREW IS LEFT.
004700*=============================================================
004710 3100-RANK-NEXT.
004720     MOVE ZEROES TO WS-BEST-USE.
004730     PERFORM 3110-TEST-BEST THRU 3110-EXIT
004740         VARYING WS-CS-SUB FROM 1 BY 1
004750         UNTIL WS-CS-SUB > WS-CS-COUNT.
004760     IF  WS-BEST-USE = ZERO
004770         MOVE 'Y' TO WS-RANK-DONE-SWITCH
004780         GO TO 3100-EXIT
004790     END-IF.
004800     ADD 1 TO WS-RANKED-COUNT.
004810     MOVE WS-RANKED-COUNT TO WS-CS-RANK(WS-BEST-USE).
004820 3100-EXIT.
004830     EXIT.
004840
004850*3110-TEST-BEST.  KEEP THIS CREW WHEN IT BEATS THE BEST SO FAR.
004860 3110-TEST-BEST.
004870     IF  WS-CS-RANK(WS-CS-SUB) > ZERO
004880         OR WS-CS-KEYED(WS-CS-SUB) = ZERO
004890         GO TO 3110-EXIT
004900     END-IF.
004910     IF  WS-BEST-USE = ZERO
004920         MOVE WS-CS-SUB TO WS-BEST-USE
004930         GO TO 3110-EXIT
004940     END-IF.
004950     IF  WS-CS-ACCURACY(WS-CS-SUB) >
004960         WS-CS-ACCURACY(WS-BEST-USE)
004970         MOVE WS-CS-SUB TO WS-BEST-USE
004980         GO TO 3110-EXIT
004990     END-IF.
005000     IF  WS-CS-ACCURACY(WS-CS-SUB) <
005010         WS-CS-ACCURACY(WS-BEST-USE)
005020         GO TO 3110-EXIT
005030     END-IF.
005040     IF  WS-CS-KEYED(WS-CS-SUB) > WS-CS-KEYED(WS-BEST-USE)
005050         MOVE WS-CS-SUB TO WS-BEST-USE
005060         GO TO 3110-EXIT
005070     END-IF.
005080     IF  WS-CS-KEYED(WS-CS-SUB) = WS-CS-KEYED(WS-BEST-USE)
005090         AND WS-CS-CREW-ID(WS-CS-SUB) <
005100             WS-CS-CREW-ID(WS-BEST-USE)
005110         MOVE WS-CS-SUB TO WS-BEST-USE
005120     END-IF.
005130 3110-EXIT.
005140     EXIT.
005150
005160*=============================================================
005170*4000-WRITE-REPORT.  TITLE, THE RANKING (RANKED CREWS IN RANK
005180*ORDER, THEN ANY CREW THAT KEYED NOTHING THIS MONTH BUT DID IN
005190*THE PRIOR ONE), THE ALL-CREWS LINE, THEN THE REJECTS BY
005200*REASON CODE IN THE SAME CREW ORDER, THEN THE LOG COUNTS.
005210*=============================================================
005220 4000-WRITE-REPORT.
005230     MOVE WS-MONTH TO TTL-MONTH.
005240     MOVE WS-PRIOR-MONTH TO TTL-PRIOR-MONTH.
005250     WRITE RADCSR-RECORD FROM RADCSR-TITLE-LINE.
005260     WRITE RADCSR-RECORD FROM RADCSR-BLANK-LINE.
005270     WRITE RADCSR-RECORD FROM RADCSR-RANK-HDR-LINE.
005280     WRITE RADCSR-RECORD FROM RADCSR-RANK-COL-LINE.
005290     IF  WS-CS-COUNT = ZERO
005300         MOVE 'NONE' TO RADCSR-RECORD
005310         WRITE RADCSR-RECORD
005320     END-IF.
005330     PERFORM 4100-WRITE-RANKED-CREW THRU 4100-EXIT
005340         VARYING WS-RANK-NO FROM 1 BY 1
005350         UNTIL WS-RANK-NO > WS-RANKED-COUNT.
005360     PERFORM 4200-WRITE-IDLE-CREW THRU 4200-EXIT
005370         VARYING WS-CS-SUB FROM 1 BY 1
005380         UNTIL WS-CS-SUB > WS-CS-COUNT.
005390     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
005400     WRITE RADCSR-RECORD FROM RADCSR-BLANK-LINE.
005410     WRITE RADCSR-RECORD FROM RADCSR-REASON-HDR-LINE.
005420     WRITE RADCSR-RECORD FROM RADCSR-REASON-COL-LINE.
005430     IF  WS-RANKED-COUNT = ZERO
005440         MOVE 'NONE' TO RADCSR-RECORD
005450         WRITE RADCSR-RECORD
005460     END-IF.
005470     PERFORM 4600-WRITE-REASON-CREW THRU 4600-EXIT
005480         VARYING WS-RANK-NO FROM 1 BY 1
005490         UNTIL WS-RANK-NO > WS-RANKED-COUNT.
005500     MOVE SPACES TO RADCSR-REASON-LINE.
005510     MOVE 'ALL' TO RCL-CREW-ID.
005520     PERFORM 4700-EDIT-TOTAL-REASON THRU 4700-EXIT
005530         VARYING WS-RSN-SUB FROM 1 BY 1
005540         UNTIL WS-RSN-SUB > WS-RSN-LIMIT.
005550     MOVE WS-TOT-REJECTED TO RCL-TOTAL.
005560     WRITE RADCSR-RECORD FROM RADCSR-REASON-LINE.
005561     IF  WS-TOT-KEYED > ZERO
005562         MOVE WS-TOT-KEYED TO WS-RATE-KEYED
005563         MOVE SPACES TO RADCSR-REASON-RATE-LINE
005564         MOVE '   %' TO RRL-LABEL
005565         PERFORM 4710-EDIT-TOTAL-RATE THRU 4710-EXIT
005566             VARYING WS-RSN-SUB FROM 1 BY 1
005567             UNTIL WS-RSN-SUB > WS-RSN-LIMIT
005568         COMPUTE WS-REJ-RATE ROUNDED =
005569             WS-TOT-REJECTED * 100 / WS-TOT-KEYED
005571         MOVE WS-REJ-RATE TO RRL-TOTAL
005573         WRITE RADCSR-RECORD FROM RADCSR-REASON-RATE-LINE
005575     END-IF.
005577     WRITE RADCSR-RECORD FROM RADCSR-BLANK-LINE.
005580     WRITE RADCSR-RECORD FROM RADCSR-NOTE-LINE.
005590     WRITE RADCSR-RECORD FROM RADCSR-NOTE-2-LINE.
005595     WRITE RADCSR-RECORD FROM RADCSR-NOTE-3-LINE.
005600     MOVE WS-LOG-READ TO TRL-LOG-READ.
005610     MOVE WS-LOG-IN-MONTH TO TRL-IN-MONTH.
005620     MOVE WS-LOG-IN-PRIOR TO TRL-IN-PRIOR.
005630     WRITE RADCSR-RECORD FROM RADCSR-TRAILER-LINE.
005640     DISPLAY 'SCORECARD FOR ', WS-MONTH, ': ', WS-RANKED-COUNT,
005650         ' CREWS RANKED, ', WS-TOT-KEYED, ' RECORDS KEYED'.
005660 4000-EXIT.
005670     EXIT.
005680
005690*4100-WRITE-RANKED-CREW.  FIND THE CREW HOLDING THIS RANK AND
005700*WRITE ITS LINE.
005710 4100-WRITE-RANKED-CREW.
005720     MOVE ZEROES TO WS-CS-USE.
005730     PERFORM 4110-MATCH-RANK THRU 4110-EXIT
005740         VARYING WS-CS-SUB FROM 1 BY 1
005750         UNTIL WS-CS-SUB > WS-CS-COUNT
005760            OR WS-CS-USE > ZERO.
005770     IF  WS-CS-USE = ZERO
005780         GO TO 4100-EXIT
005790     END-IF.
005800     MOVE WS-RANK-NO TO WS-RANK-ED.
005810     MOVE WS-RANK-ED TO SCL-RANK.
005820     PERFORM 4300-WRITE-CREW-LINE THRU 4300-EXIT.
005830 4100-EXIT.
005840     EXIT.
005850
005860*4110-MATCH-RANK.  TEST ONE CREW TABLE ENTRY FOR THE RANK.
005870 4110-MATCH-RANK.
005880     IF  WS-CS-RANK(WS-CS-SUB) = WS-RANK-NO
005890         MOVE WS-CS-SUB TO WS-CS-USE
005900     END-IF.
005910 4110-EXIT.
005920     EXIT.
005930
005940*4200-WRITE-IDLE-CREW.  A CREW SEEN ONLY IN THE PRIOR MONTH.
005950 4200-WRITE-IDLE-CREW.
005960     IF  WS-CS-RANK(WS-CS-SUB) > ZERO
005970         GO TO 4200-EXIT
005980     END-IF.
005990     MOVE WS-CS-SUB TO WS-CS-USE.
006000     MOVE '   -' TO SCL-RANK.
006010     PERFORM 4300-WRITE-CREW-LINE THRU 4300-EXIT.
006020 4200-EXIT.
006030     EXIT.
006040
006050*=============================================================
006060*4300-WRITE-CREW-LINE.  ONE CREW'S RANKING LINE FROM ENTRY
006070*WS-CS-USE, ADDED INTO THE RUN TOTALS.  THE TREND COMPARES
006080*THIS MONTH'S ACCURACY WITH THE PRIOR MONTH'S: NEW WHEN THE
006090*CREW KEYED NOTHING LAST MONTH, IDLE WHEN IT KEYED NOTHING
006100*THIS MONTH.
006110*=============================================================
006120 4300-WRITE-CREW-LINE.
006130     IF  WS-CS-CREW-ID(WS-CS-USE) = SPACES
006140         MOVE '--' TO SCL-CREW-ID
006150     ELSE
006160         MOVE WS-CS-CREW-ID(WS-CS-USE) TO SCL-CREW-ID
006170     END-IF.
006180     MOVE WS-CS-KEYED(WS-CS-USE) TO SCL-KEYED.
006190     MOVE WS-CS-ACCEPTED(WS-CS-USE) TO SCL-ACCEPTED.
006200     MOVE WS-CS-REJECTED(WS-CS-USE) TO SCL-REJECTED.
006210     MOVE WS-CS-DUPS(WS-CS-USE) TO SCL-DUPS.
006220     MOVE WS-CS-OUT-TOL(WS-CS-USE) TO SCL-OUT-TOL.
006230     MOVE WS-CS-REPAIRED(WS-CS-USE) TO SCL-REPAIRED.
006240     ADD WS-CS-KEYED(WS-CS-USE) TO WS-TOT-KEYED.
006250     ADD WS-CS-ACCEPTED(WS-CS-USE) TO WS-TOT-ACCEPTED.
006260     ADD WS-CS-REJECTED(WS-CS-USE) TO WS-TOT-REJECTED.
006270     ADD WS-CS-DUPS(WS-CS-USE) TO WS-TOT-DUPS.
006280     ADD WS-CS-OUT-TOL(WS-CS-USE) TO WS-TOT-OUT-TOL.
006290     ADD WS-CS-REPAIRED(WS-CS-USE) TO WS-TOT-REPAIRED.
006300     ADD WS-CS-PR-KEYED(WS-CS-USE) TO WS-TOT-PR-KEYED.
006310     ADD WS-CS-PR-ACCEPTED(WS-CS-USE) TO WS-TOT-PR-ACCEPTED.
006320     MOVE WS-CS-ACCURACY(WS-CS-USE) TO WS-ACCURACY.
006330     MOVE WS-CS-PR-ACCURACY(WS-CS-USE) TO WS-PR-ACCURACY.
006340     PERFORM 4400-EDIT-TREND THRU 4400-EXIT.
006343     MOVE WS-CS-REJ-RATE(WS-CS-USE) TO WS-PCT-ED-VALUE.
006346     MOVE WS-PCT-ED TO SCL-REJ-RATE.
006350     IF  WS-CS-KEYED(WS-CS-USE) = ZERO
006360         MOVE SPACES TO SCL-ACCURACY
006365         MOVE SPACES TO SCL-REJ-RATE
006370         MOVE SPACES TO SCL-CHANGE
006380         MOVE 'IDLE' TO SCL-TREND
006390     END-IF.
006400     IF  WS-CS-PR-KEYED(WS-CS-USE) = ZERO
006410         MOVE 'NONE' TO SCL-PRIOR-ACC
006420         MOVE SPACES TO SCL-CHANGE
006430         MOVE 'NEW' TO SCL-TREND
006440     END-IF.
006450     WRITE RADCSR-RECORD FROM RADCSR-RANK-LINE.
006460 4300-EXIT.
006470     EXIT.
006480
006490*4400-EDIT-TREND.  EDIT WS-ACCURACY AND WS-PR-ACCURACY INTO
006500*THE RANKING LINE WITH THE CHANGE BETWEEN THEM.
006510 4400-EDIT-TREND.
006520     MOVE WS-ACCURACY TO WS-PCT-ED-VALUE.
006530     MOVE WS-PCT-ED TO SCL-ACCURACY.
006540     MOVE WS-PR-ACCURACY TO WS-PCT-ED-VALUE.
006550     MOVE WS-PCT-ED TO SCL-PRIOR-ACC.
006560     COMPUTE WS-CHANGE = WS-ACCURACY - WS-PR-ACCURACY.
006570     MOVE WS-CHANGE TO WS-CHANGE-ED.
006580     MOVE WS-CHANGE-ED TO SCL-CHANGE.
006590     EVALUATE TRUE
006600         WHEN WS-CHANGE > ZERO
006610             MOVE 'BETTER' TO SCL-TREND
006620         WHEN WS-CHANGE < ZERO
006630             MOVE 'WORSE' TO SCL-TREND
006640         WHEN OTHER
006650             MOVE 'SAME' TO SCL-TREND
006660     END-EVALUATE.
006670 4400-EXIT.
006680     EXIT.
006690
006700*4500-WRITE-TOTAL-LINE.  THE ALL-CREWS LINE, WITH THE WHOLE
006710*UNIT'S ACCURACY AND ITS TREND, AND THE UNIT'S REJECT RATE.
006720 4500-WRITE-TOTAL-LINE.
006730     MOVE SPACES TO SCL-RANK.
006740     MOVE 'ALL' TO SCL-CREW-ID.
006750     MOVE WS-TOT-KEYED TO SCL-KEYED.
006760     MOVE WS-TOT-ACCEPTED TO SCL-ACCEPTED.
006770     MOVE WS-TOT-REJECTED TO SCL-REJECTED.
006780     MOVE WS-TOT-DUPS TO SCL-DUPS.
006790     MOVE WS-TOT-OUT-TOL TO SCL-OUT-TOL.
006800     MOVE WS-TOT-REPAIRED TO SCL-REPAIRED.
006810     MOVE ZEROES TO WS-ACCURACY.
006820     MOVE ZEROES TO WS-PR-ACCURACY.
006825     MOVE ZEROES TO WS-REJ-RATE.
006830     IF  WS-TOT-KEYED > ZERO
006840         COMPUTE WS-ACCURACY ROUNDED =
006850             WS-TOT-ACCEPTED * 100 / WS-TOT-KEYED
006853         COMPUTE WS-REJ-RATE ROUNDED =
006856             WS-TOT-REJECTED * 100 / WS-TOT-KEYED
006860     END-IF.
006870     IF  WS-TOT-PR-KEYED > ZERO
006880         COMPUTE WS-PR-ACCURACY ROUNDED =
006890             WS-TOT-PR-ACCEPTED * 100 / WS-TOT-PR-KEYED
006900     END-IF.
006910     PERFORM 4400-EDIT-TREND THRU 4400-EXIT.
006913     MOVE WS-REJ-RATE TO WS-PCT-ED-VALUE.
006916     MOVE WS-PCT-ED TO SCL-REJ-RATE.
006920     IF  WS-TOT-PR-KEYED = ZERO
006930         MOVE 'NONE' TO SCL-PRIOR-ACC
006940         MOVE SPACES TO SCL-CHANGE
006950         MOVE 'NEW' TO SCL-TREND
006960     END-IF.
006970     IF  WS-TOT-KEYED = ZERO
006980         MOVE SPACES TO SCL-ACCURACY
006985         MOVE SPACES TO SCL-REJ-RATE
006990         MOVE SPACES TO SCL-CHANGE
007000         MOVE 'IDLE' TO SCL-TREND
007010     END-IF.
007020     WRITE RADCSR-RECORD FROM RADCSR-RANK-LINE.
007030 4500-EXIT.
007040     EXIT.
007050
007060*4600-WRITE-REASON-CREW.  THE REJECTS-BY-REASON LINE FOR THE
007070*CREW HOLDING THIS RANK, AND UNDER IT THE RATE LINE.  A RANKED
007075*CREW ALWAYS KEYED SOMETHING, SO THE RATES NEVER DIVIDE BY ZERO.
007080 4600-WRITE-REASON-CREW.
007090     MOVE ZEROES TO WS-CS-USE.
007100     PERFORM 4110-MATCH-RANK THRU 4110-EXIT
007110         VARYING WS-CS-SUB FROM 1 BY 1
007120         UNTIL WS-CS-SUB > WS-CS-COUNT
007130            OR WS-CS-USE > ZERO.
007140     IF  WS-CS-USE = ZERO
007150         GO TO 4600-EXIT
007160     END-IF.
007170     MOVE SPACES TO RADCSR-REASON-LINE.
007180     IF  WS-CS-CREW-ID(WS-CS-USE) = SPACES
007190         MOVE '--' TO RCL-CREW-ID
007200     ELSE
007210         MOVE WS-CS-CREW-ID(WS-CS-USE) TO RCL-CREW-ID
007220     END-IF.
007230     PERFORM 4610-EDIT-CREW-REASON THRU 4610-EXIT
007240         VARYING WS-RSN-SUB FROM 1 BY 1
007250         UNTIL WS-RSN-SUB > WS-RSN-LIMIT.
007260     MOVE WS-CS-REJECTED(WS-CS-USE) TO RCL-TOTAL.
007270     WRITE RADCSR-RECORD FROM RADCSR-REASON-LINE.
007271     MOVE WS-CS-KEYED(WS-CS-USE) TO WS-RATE-KEYED.
007272     MOVE SPACES TO RADCSR-REASON-RATE-LINE.
007273     MOVE '   %' TO RRL-LABEL.
007274     PERFORM 4620-EDIT-CREW-RATE THRU 4620-EXIT
007275         VARYING WS-RSN-SUB FROM 1 BY 1
007276         UNTIL WS-RSN-SUB > WS-RSN-LIMIT.
007277     MOVE WS-CS-REJ-RATE(WS-CS-USE) TO RRL-TOTAL.
007278     WRITE RADCSR-RECORD FROM RADCSR-REASON-RATE-LINE.
007280 4600-EXIT.
007290     EXIT.
007300
007310*4610-EDIT-CREW-REASON.  ONE REASON CODE COLUMN FOR THE CREW,
007320*ADDED INTO THE ALL-CREWS COUNT FOR THAT CODE.
007330 4610-EDIT-CREW-REASON.
007340     MOVE WS-CS-REASON-COUNT(WS-CS-USE, WS-RSN-SUB)
007350         TO RCL-COUNT(WS-RSN-SUB).
007360     ADD WS-CS-REASON-COUNT(WS-CS-USE, WS-RSN-SUB)
007370         TO WS-TOT-REASON-COUNT(WS-RSN-SUB).
007380 4610-EXIT.
007385     EXIT.
007390
007391*4620-EDIT-CREW-RATE.  ONE REASON CODE'S SHARE OF THE CREW'S
007392*RECORDS KEYED (WS-RATE-KEYED).
007393 4620-EDIT-CREW-RATE.
007394     COMPUTE WS-REJ-RATE ROUNDED =
007395         WS-CS-REASON-COUNT(WS-CS-USE, WS-RSN-SUB) * 100
007396         / WS-RATE-KEYED.
007397     MOVE WS-REJ-RATE TO RRL-RATE(WS-RSN-SUB).
007398 4620-EXIT.
007399     EXIT.
007400
007410*4700-EDIT-TOTAL-REASON.  ONE REASON CODE COLUMN FOR ALL CREWS.
007420 4700-EDIT-TOTAL-REASON.
007430     MOVE WS-TOT-REASON-COUNT(WS-RSN-SUB)
007440         TO RCL-COUNT(WS-RSN-SUB).
007450 4700-EXIT.
007455     EXIT.
007460
007461*4710-EDIT-TOTAL-RATE.  ONE REASON CODE'S SHARE OF ALL RECORDS
007462*KEYED (WS-RATE-KEYED).
007463 4710-EDIT-TOTAL-RATE.
007464     COMPUTE WS-REJ-RATE ROUNDED =
007465         WS-TOT-REASON-COUNT(WS-RSN-SUB) * 100
007466         / WS-RATE-KEYED.
007467     MOVE WS-REJ-RATE TO RRL-RATE(WS-RSN-SUB).
007468 4710-EXIT.
007469     EXIT.
007470
007480 9999-EXIT.
007490     EXIT PROGRAM.
007500 END PROGRAM RADCSCR.
