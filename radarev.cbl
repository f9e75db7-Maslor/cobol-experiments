000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADAREV.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL QUARTERLY OPERATOR ACCESS REVIEW.
000210*                LISTS EVERY OPERATOR ON THE RADAUT FILE IN ID
000220*                ORDER WITH THEIR CURRENT PERMISSIONS, STATUS
000230*                AND SECURITY ADMINISTRATOR FLAG BESIDE THE
000240*                LAST DATE THEY RAN THE RADIUS PROGRAM AS
000250*                RECORDED ON THE RADLDG RUN LEDGER, AS OF THE
000260*                DATE ON THE COMMAND LINE (DEFAULT TODAY).
000270*                ANYONE WITH NO RUN IN THE 90 DAYS UP TO THAT
000280*                DATE IS FLAGGED FOR REMOVAL.  THE REPORT ENDS
000290*                WITH EVERY RADACL AUTHORIZATION CHANGE MADE
000300*                IN THE SAME 90 DAYS, AS THE AUDIT EVIDENCE OF
000310*                WHO GRANTED OR REVOKED WHAT.
000320*-----------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RADAUT ASSIGN TO RADAUT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RADAUT-STATUS.
000400     SELECT RADLDG ASSIGN TO RADLDG
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RADLDG-STATUS.
000430     SELECT RADACL ASSIGN TO RADACL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RADACL-STATUS.
000460     SELECT RADAVR ASSIGN TO RADAVR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RADAVR-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RADAUT
000530     LABEL RECORD IS STANDARD.
000540     COPY RADAUT.
000550
000560 FD  RADLDG
000570     LABEL RECORD IS STANDARD.
000580     COPY RADLDG.
000590
000600 FD  RADACL
000610     LABEL RECORD IS STANDARD.
000620     COPY RADACL.
000630
000640 FD  RADAVR
000650     LABEL RECORD IS STANDARD.
000660     COPY RADAVR.
000670
000680 WORKING-STORAGE SECTION.
000690
000700 77  WS-RADAUT-STATUS       PIC X(02).
000710 77  WS-RADLDG-STATUS       PIC X(02).
000720 77  WS-RADACL-STATUS       PIC X(02).
000730 77  WS-RADAVR-STATUS       PIC X(02).
000740
000750*THE RUN LEDGER LINE LAYOUT SHARED WITH THE RADIUS PROGRAM.
000760*EACH RADLDG RECORD IS READ INTO IT.
000770     COPY RADLDGL.
000780
000790*COMMAND-LINE AS-OF DATE.  BLANK MEANS TODAY.  THE REVIEW
000800*WINDOW IS THE 90 DAYS ENDING ON THE AS-OF DATE.
000810 01  WS-COMMAND-LINE        PIC X(80).
000820 01  WS-PARM-DATE-X         PIC X(08) VALUE SPACES.
000830 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
000840                            PIC 9(08).
000850 77  WS-AS-OF-DATE          PIC 9(08) VALUE ZEROES.
000860 77  WS-AS-OF-INTEGER       PIC 9(07) VALUE ZEROES.
000870 77  WS-REVIEW-DAYS         PIC 9(03) VALUE 90.
000880 77  WS-WINDOW-START        PIC 9(08) VALUE ZEROES.
000890 77  WS-LAST-INTEGER        PIC 9(07) VALUE ZEROES.
000900
000910*READ-LOOP CONTROL AND COUNTS
000920 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000930     88  WS-END-OF-FILE             VALUE 'Y'.
000940 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
000950     88  WS-FATAL-ERROR             VALUE 'Y'.
000960 77  WS-LEDGER-READ         PIC 9(07) VALUE ZEROES.
000970 77  WS-LEDGER-USED         PIC 9(07) VALUE ZEROES.
000980 77  WS-CHANGES-LISTED      PIC 9(07) VALUE ZEROES.
000990
001000*OPERATOR TABLE, LOADED FROM RADAUT.  EACH ENTRY STARTS WITH
001010*THE RADAUT RECORD LAYOUT SO A RECORD MOVES IN WHOLE; THE LAST
001020*RUN DATE AND THE RUNS IN THE WINDOW ARE TAKEN FROM THE
001030*LEDGER.  A RUN DENIED AT AUTHORIZATION (RETURN CODE 16) IS
001040*NOT A RUN, AND LINES AFTER THE AS-OF DATE ARE LEFT OUT SO A
001050*PAST QUARTER CAN BE REVIEWED AS IT STOOD.
001060 77  WS-AO-LIMIT            PIC 9(03) VALUE 500.
001070 77  WS-AO-COUNT            PIC 9(03) VALUE ZEROES.
001080 77  WS-AO-SUB              PIC 9(03) VALUE ZEROES.
001090 77  WS-AO-USE              PIC 9(03) VALUE ZEROES.
001100 01  WS-OPERATOR-TABLE.
001110     02  WS-AO-ENTRY OCCURS 500 TIMES.
001120         03  WS-AO-AUTH.
001130             04  WS-AO-OPERATOR-ID   PIC X(08).
001140             04  WS-AO-BATCH         PIC X(01).
001150             04  WS-AO-INTERACTIVE   PIC X(01).
001160             04  WS-AO-REVERSE       PIC X(01).
001170             04  WS-AO-RESTART       PIC X(01).
001180             04  WS-AO-STATUS        PIC X(01).
001190                 88  WS-AO-SUSPENDED        VALUE 'S'.
001200             04  WS-AO-SECADMIN      PIC X(01).
001210                 88  WS-AO-SECURITY-ADMIN   VALUE 'Y'.
001220         03  WS-AO-LAST-RUN      PIC 9(08).
001230         03  WS-AO-RUNS          PIC 9(05).
001240
001250*ID ORDERING.  EACH PASS PICKS THE LOWEST OPERATOR ID ABOVE
001260*THE ONE JUST PRINTED.
001270 77  WS-LAST-KEY            PIC X(08) VALUE LOW-VALUES.
001280 77  WS-NEXT-KEY            PIC X(08) VALUE HIGH-VALUES.
001290 77  WS-NEXT-SWITCH         PIC X(01) VALUE 'N'.
001300     88  WS-NEXT-FOUND              VALUE 'Y'.
001310 77  WS-LIST-DONE-SWITCH    PIC X(01) VALUE 'N'.
001320     88  WS-LIST-DONE               VALUE 'Y'.
001330
001340*REVIEW COUNTS
001350 77  WS-TOT-OPERATORS       PIC 9(05) VALUE ZEROES.
001360 77  WS-TOT-ACTIVE          PIC 9(05) VALUE ZEROES.
001370 77  WS-TOT-SUSPENDED       PIC 9(05) VALUE ZEROES.
001380 77  WS-TOT-ADMINS          PIC 9(05) VALUE ZEROES.
001390 77  WS-TOT-FLAGGED         PIC 9(05) VALUE ZEROES.
001400
001410*CHANGE-LOG TIME, PRINTED AS HH:MM:SS
001420 01  WS-CHANGE-TIME         PIC 9(08) VALUE ZEROES.
001430 01  WS-CHANGE-TIME-R REDEFINES WS-CHANGE-TIME.
001440     02  WS-CT-HH            PIC 9(02).
001450     02  WS-CT-MM            PIC 9(02).
001460     02  WS-CT-SS            PIC 9(02).
001470     02  WS-CT-CC            PIC 9(02).
001480
001490*REPORT LINES
001500 01  RADAVR-TITLE-LINE.
001510     02  FILLER              PIC X(46) VALUE
001520         "TANK-GAUGING UNIT -- OPERATOR ACCESS REVIEW".
001530     02  FILLER              PIC X(08) VALUE "AS OF: ".
001540     02  TTL-AS-OF-DATE      PIC 9(08).
001550     02  FILLER              PIC X(16) VALUE
001560         "   WINDOW FROM: ".
001570     02  TTL-WINDOW-START    PIC 9(08).
001580     02  FILLER              PIC X(46) VALUE SPACES.
001590 01  RADAVR-BLANK-LINE       PIC X(132) VALUE SPACES.
001600 01  RADAVR-COLUMN-HDR-LINE.
001610     02  FILLER              PIC X(40) VALUE
001620         "OPERATOR  BATCH  INTER  REVRS  RESTRT  S".
001630     02  FILLER              PIC X(40) VALUE
001640         "TATUS     SEC-ADMIN  LAST-RUN  DAYS-IDLE".
001650     02  FILLER              PIC X(52) VALUE
001660         "  RUNS-90D  REVIEW".
001670 01  RADAVR-DETAIL-LINE.
001680     02  DL-OPERATOR-ID      PIC X(08).
001690     02  FILLER              PIC X(06) VALUE SPACES.
001700     02  DL-BATCH            PIC X(01).
001710     02  FILLER              PIC X(06) VALUE SPACES.
001720     02  DL-INTERACTIVE      PIC X(01).
001730     02  FILLER              PIC X(06) VALUE SPACES.
001740     02  DL-REVERSE          PIC X(01).
001750     02  FILLER              PIC X(07) VALUE SPACES.
001760     02  DL-RESTART          PIC X(01).
001770     02  FILLER              PIC X(02) VALUE SPACES.
001780     02  DL-STATUS           PIC X(09).
001790     02  FILLER              PIC X(05) VALUE SPACES.
001800     02  DL-SECADMIN         PIC X(01).
001810     02  FILLER              PIC X(07) VALUE SPACES.
001820     02  DL-LAST-RUN         PIC X(08).
001830     02  FILLER              PIC X(02) VALUE SPACES.
001840     02  DL-DAYS-IDLE        PIC X(09).
001850     02  FILLER              PIC X(02) VALUE SPACES.
001860     02  DL-RUNS             PIC ZZZZZZZ9.
001870     02  FILLER              PIC X(02) VALUE SPACES.
001880     02  DL-REVIEW           PIC X(26).
001890     02  FILLER              PIC X(14) VALUE SPACES.
001900*EDITED OVERLAY FOR THE DAYS-IDLE COLUMN, SO AN OPERATOR WHO
001910*HAS NEVER RUN SHOWS BLANK INSTEAD OF A MEANINGLESS ZERO.
001920 01  WS-DAYS-IDLE-ED        PIC ZZZZZZZZ9.
001930 01  RADAVR-TRAILER-LINE.
001940     02  FILLER              PIC X(19) VALUE
001950         "OPERATORS ON FILE: ".
001960     02  TRL-OPERATORS       PIC ZZZZ9.
001970     02  FILLER              PIC X(11) VALUE "   ACTIVE: ".
001980     02  TRL-ACTIVE          PIC ZZZZ9.
001990     02  FILLER              PIC X(14) VALUE
002000         "   SUSPENDED: ".
002010     02  TRL-SUSPENDED       PIC ZZZZ9.
002020     02  FILLER              PIC X(20) VALUE
002030         "   SECURITY ADMINS: ".
002040     02  TRL-ADMINS          PIC ZZZZ9.
002050     02  FILLER              PIC X(24) VALUE
002060         "   FLAGGED FOR REMOVAL: ".
002070     02  TRL-FLAGGED         PIC ZZZZ9.
002080     02  FILLER              PIC X(19) VALUE SPACES.
002090 01  RADAVR-LEDGER-LINE.
002100     02  FILLER              PIC X(21) VALUE
002110         "LEDGER RECORDS READ: ".
002120     02  TRL-LEDGER-READ     PIC ZZZZZZ9.
002130     02  FILLER              PIC X(17) VALUE
002140         "   RUNS COUNTED: ".
002150     02  TRL-LEDGER-USED     PIC ZZZZZZ9.
002160     02  FILLER              PIC X(80) VALUE SPACES.
002170 01  RADAVR-CHANGE-TITLE-LINE.
002180     02  FILLER              PIC X(40) VALUE
002190         "AUTHORIZATION CHANGES IN THE WINDOW".
002200     02  FILLER              PIC X(92) VALUE SPACES.
002210 01  RADAVR-CHANGE-HDR-LINE.
002220     02  FILLER              PIC X(40) VALUE
002230         "DATE      TIME      ADMIN     ACTION    ".
002240     02  FILLER              PIC X(92) VALUE
002250         "  OPERATOR  BEFORE  AFTER".
002260 01  RADAVR-CHANGE-LINE.
002270     02  CL-CHANGE-DATE      PIC 9(08).
002280     02  FILLER              PIC X(02) VALUE SPACES.
002290     02  CL-HH               PIC 9(02).
002300     02  FILLER              PIC X(01) VALUE ":".
002310     02  CL-MM               PIC 9(02).
002320     02  FILLER              PIC X(01) VALUE ":".
002330     02  CL-SS               PIC 9(02).
002340     02  FILLER              PIC X(02) VALUE SPACES.
002350     02  CL-ADMIN-ID         PIC X(08).
002360     02  FILLER              PIC X(02) VALUE SPACES.
002370     02  CL-ACTION           PIC X(10).
002380     02  FILLER              PIC X(02) VALUE SPACES.
002390     02  CL-OPERATOR-ID      PIC X(08).
002400     02  FILLER              PIC X(02) VALUE SPACES.
002410     02  CL-BEFORE-FLAGS     PIC X(06).
002420     02  FILLER              PIC X(02) VALUE SPACES.
002430     02  CL-AFTER-FLAGS      PIC X(06).
002440     02  FILLER              PIC X(66) VALUE SPACES.
002450 01  RADAVR-CHANGE-TOTAL-LINE.
002460     02  FILLER              PIC X(20) VALUE
002470         "CHANGES IN WINDOW: ".
002480     02  TRL-CHANGES         PIC ZZZZZZ9.
002490     02  FILLER              PIC X(105) VALUE SPACES.
002500 01  RADAVR-FLAG-NOTE-LINE.
002510     02  FILLER              PIC X(40) VALUE
002520         "FLAGS ARE BATCH, INTERACTIVE, REVERSE, R".
002530     02  FILLER              PIC X(40) VALUE
002540         "ESTART, STATUS (A ACTIVE, S SUSPENDED) A".
002550     02  FILLER              PIC X(52) VALUE
002560         "ND SECURITY ADMINISTRATOR".
002570
002580 PROCEDURE DIVISION.
002590
002600*=============================================================
002610*0000-MAINLINE.  LOAD THE OPERATORS, PASS THE LEDGER FOR EACH
002620*OPERATOR'S LAST RUN, WRITE THE OPERATOR LIST AND THEN THE
002630*CHANGES MADE IN THE WINDOW.
002640*=============================================================
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     IF  WS-FATAL-ERROR
002680         GO TO 9999-EXIT
002690     END-IF.
002700     PERFORM 2000-PASS-LEDGER THRU 2000-EXIT.
002710     PERFORM 3000-WRITE-OPERATORS THRU 3000-EXIT.
002720     PERFORM 4000-WRITE-CHANGES THRU 4000-EXIT.
002730     CLOSE RADAVR.
002740     IF  WS-TOT-FLAGGED > ZERO
002750         MOVE 4 TO RETURN-CODE
002760     END-IF.
002770     DISPLAY 'ACCESS REVIEW AS OF ', WS-AS-OF-DATE, ': ',
002780         WS-TOT-OPERATORS, ' OPERATORS, ', WS-TOT-FLAGGED,
002790         ' FLAGGED FOR REMOVAL'.
002800     GO TO 9999-EXIT.
002810
002820*=============================================================
002830*1000-INITIALIZE.  TAKE THE AS-OF DATE, WORK OUT THE START OF
002840*THE WINDOW, LOAD EVERY OPERATOR FROM RADAUT AND OPEN THE
002850*REPORT.  WITH NO AUTHORIZATION FILE THERE IS NOTHING TO
002860*REVIEW.
002870*=============================================================
002880 1000-INITIALIZE.
002890     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
002900     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002910     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002920         INTO WS-PARM-DATE-X.
002930     IF  WS-PARM-DATE-X NOT = SPACES
002940         IF  WS-PARM-DATE-X NOT NUMERIC
002950             DISPLAY 'INVALID AS-OF DATE: ', WS-PARM-DATE-X
002960             MOVE 'Y' TO WS-FATAL-SWITCH
002970             MOVE 8 TO RETURN-CODE
002980             GO TO 1000-EXIT
002990         END-IF
003000         COMPUTE WS-AS-OF-INTEGER =
003010             FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
003020         IF  WS-AS-OF-INTEGER = ZERO
003030             DISPLAY 'INVALID AS-OF DATE: ', WS-PARM-DATE-X
003040             MOVE 'Y' TO WS-FATAL-SWITCH
003050             MOVE 8 TO RETURN-CODE
003060             GO TO 1000-EXIT
003070         END-IF
003080         MOVE WS-PARM-DATE TO WS-AS-OF-DATE
003090     END-IF.
003100     COMPUTE WS-AS-OF-INTEGER =
003110         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
003120     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
003130         (WS-AS-OF-INTEGER - WS-REVIEW-DAYS).
003140     OPEN INPUT RADAUT.
003150     IF  WS-RADAUT-STATUS = "35"
003160         DISPLAY 'NO AUTHORIZATION FILE -- NOTHING TO REVIEW'
003170         MOVE 'Y' TO WS-FATAL-SWITCH
003180         MOVE 8 TO RETURN-CODE
003190         GO TO 1000-EXIT
003200     END-IF.
003210     PERFORM 1100-LOAD-OPERATOR THRU 1100-EXIT
003220         UNTIL WS-END-OF-FILE.
003230     CLOSE RADAUT.
003240     OPEN OUTPUT RADAVR.
003250 1000-EXIT.
003260     EXIT.
003270
003280*1100-LOAD-OPERATOR.  LOAD ONE RADAUT RECORD INTO THE TABLE.
003290 1100-LOAD-OPERATOR.
003300     READ RADAUT
003310         AT END MOVE 'Y' TO WS-EOF-SWITCH
003320     END-READ.
003330     IF  WS-END-OF-FILE
003340         GO TO 1100-EXIT
003350     END-IF.
003360     IF  WS-AO-COUNT NOT < WS-AO-LIMIT
003370         DISPLAY 'OPERATOR TABLE FULL -- REST OF FILE SKIPPED'
003380         MOVE 'Y' TO WS-EOF-SWITCH
003390         GO TO 1100-EXIT
003400     END-IF.
003410     ADD 1 TO WS-AO-COUNT.
003420     MOVE RADAUT-RECORD TO WS-AO-AUTH(WS-AO-COUNT).
003430     MOVE ZEROES TO WS-AO-LAST-RUN(WS-AO-COUNT).
003440     MOVE ZEROES TO WS-AO-RUNS(WS-AO-COUNT).
003450 1100-EXIT.
003460     EXIT.
003470
003480*=============================================================
003490*2000-PASS-LEDGER.  READ THE WHOLE RUN LEDGER.  WITH NO
003500*LEDGER EVERY OPERATOR IS LISTED AS NEVER HAVING RUN.
003510*=============================================================
003520 2000-PASS-LEDGER.
003530     MOVE 'N' TO WS-EOF-SWITCH.
003540     OPEN INPUT RADLDG.
003550     IF  WS-RADLDG-STATUS = "35"
003560         DISPLAY 'NO RUN LEDGER FILE -- NO OPERATOR HAS RUN'
003570         GO TO 2000-EXIT
003580     END-IF.
003590     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
003600     PERFORM 2200-PROCESS-LEDGER THRU 2200-EXIT
003610         UNTIL WS-END-OF-FILE.
003620     CLOSE RADLDG.
003630 2000-EXIT.
003640     EXIT.
003650
003660*2100-READ-LEDGER.  READ ONE LEDGER LINE.
003670 2100-READ-LEDGER.
003680     READ RADLDG INTO RADLDG-LINE
003690         AT END MOVE 'Y' TO WS-EOF-SWITCH
003700     END-READ.
003710     IF  NOT WS-END-OF-FILE
003720         ADD 1 TO WS-LEDGER-READ
003730     END-IF.
003740 2100-EXIT.
003750     EXIT.
003760
003770*=============================================================
003780*2200-PROCESS-LEDGER.  A RUN BY AN OPERATOR ON FILE, STARTED
003790*ON OR BEFORE THE AS-OF DATE AND NOT DENIED, MOVES THE
003800*OPERATOR'S LAST RUN DATE FORWARD AND COUNTS TOWARD THE
003810*WINDOW WHEN IT FALLS IN IT.  THEN THE NEXT LINE IS READ.
003820*=============================================================
003830 2200-PROCESS-LEDGER.
003840     IF  RDL-START-DATE NOT NUMERIC
003850         OR RDL-START-DATE > WS-AS-OF-DATE
003860         OR RDL-RETURN-CODE = 16
003870         GO TO 2200-NEXT
003880     END-IF.
003890     MOVE ZEROES TO WS-AO-USE.
003900     PERFORM 2210-MATCH-OPERATOR THRU 2210-EXIT
003910         VARYING WS-AO-SUB FROM 1 BY 1
003920         UNTIL WS-AO-SUB > WS-AO-COUNT
003930            OR WS-AO-USE > ZERO.
003940     IF  WS-AO-USE = ZERO
003950         GO TO 2200-NEXT
003960     END-IF.
003970     ADD 1 TO WS-LEDGER-USED.
003980     IF  RDL-START-DATE > WS-AO-LAST-RUN(WS-AO-USE)
003990         MOVE RDL-START-DATE TO WS-AO-LAST-RUN(WS-AO-USE)
004000     END-IF.
004010     IF  RDL-START-DATE NOT < WS-WINDOW-START
004020         ADD 1 TO WS-AO-RUNS(WS-AO-USE)
004030     END-IF.
004040 2200-NEXT.
004050     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
004060 2200-EXIT.
004070     EXIT.
004080
004090*2210-MATCH-OPERATOR.  TEST ONE OPERATOR TABLE ENTRY.
004100 2210-MATCH-OPERATOR.
004110     IF  WS-AO-OPERATOR-ID(WS-AO-SUB) = RDL-OPERATOR-ID
004120         MOVE WS-AO-SUB TO WS-AO-USE
004130     END-IF.
004140 2210-EXIT.
004150     EXIT.
004160
004170*=============================================================
004180*3000-WRITE-OPERATORS.  TITLE, THEN ONE LINE PER OPERATOR IN
004190*ID ORDER, THEN THE REVIEW TOTALS.
004200*=============================================================
004210 3000-WRITE-OPERATORS.
004220     MOVE WS-AS-OF-DATE TO TTL-AS-OF-DATE.
004230     MOVE WS-WINDOW-START TO TTL-WINDOW-START.
004240     WRITE RADAVR-RECORD FROM RADAVR-TITLE-LINE.
004250     WRITE RADAVR-RECORD FROM RADAVR-BLANK-LINE.
004260     WRITE RADAVR-RECORD FROM RADAVR-COLUMN-HDR-LINE.
004270     IF  WS-AO-COUNT = ZERO
004280         MOVE 'NONE' TO RADAVR-RECORD
004290         WRITE RADAVR-RECORD
004300     END-IF.
004310     MOVE LOW-VALUES TO WS-LAST-KEY.
004320     MOVE 'N' TO WS-LIST-DONE-SWITCH.
004330     PERFORM 3100-WRITE-NEXT-OPERATOR THRU 3100-EXIT
004340         UNTIL WS-LIST-DONE.
004350     WRITE RADAVR-RECORD FROM RADAVR-BLANK-LINE.
004360     MOVE WS-TOT-OPERATORS TO TRL-OPERATORS.
004370     MOVE WS-TOT-ACTIVE TO TRL-ACTIVE.
004380     MOVE WS-TOT-SUSPENDED TO TRL-SUSPENDED.
004390     MOVE WS-TOT-ADMINS TO TRL-ADMINS.
004400     MOVE WS-TOT-FLAGGED TO TRL-FLAGGED.
004410     WRITE RADAVR-RECORD FROM RADAVR-TRAILER-LINE.
004420     MOVE WS-LEDGER-READ TO TRL-LEDGER-READ.
004430     MOVE WS-LEDGER-USED TO TRL-LEDGER-USED.
004440     WRITE RADAVR-RECORD FROM RADAVR-LEDGER-LINE.
004450     WRITE RADAVR-RECORD FROM RADAVR-FLAG-NOTE-LINE.
004460 3000-EXIT.
004470     EXIT.
004480
004490*=============================================================
004500*3100-WRITE-NEXT-OPERATOR.  FIND THE LOWEST OPERATOR ID ABOVE
004510*THE ONE JUST WRITTEN AND WRITE ITS LINE.  AN OPERATOR WITH NO
004520*RUN IN THE WINDOW, OR NONE AT ALL, IS FLAGGED FOR REMOVAL
004530*WHETHER ACTIVE OR SUSPENDED.
004540*=============================================================
004550 3100-WRITE-NEXT-OPERATOR.
004560     MOVE 'N' TO WS-NEXT-SWITCH.
004570     PERFORM 3200-FIND-NEXT-OPERATOR THRU 3200-EXIT
004580         VARYING WS-AO-SUB FROM 1 BY 1
004590         UNTIL WS-AO-SUB > WS-AO-COUNT.
004600     IF  NOT WS-NEXT-FOUND
004610         MOVE 'Y' TO WS-LIST-DONE-SWITCH
004620         GO TO 3100-EXIT
004630     END-IF.
004640     MOVE WS-NEXT-KEY TO WS-LAST-KEY.
004650     MOVE WS-AO-OPERATOR-ID(WS-AO-USE) TO DL-OPERATOR-ID.
004660     MOVE WS-AO-BATCH(WS-AO-USE) TO DL-BATCH.
004670     MOVE WS-AO-INTERACTIVE(WS-AO-USE) TO DL-INTERACTIVE.
004680     MOVE WS-AO-REVERSE(WS-AO-USE) TO DL-REVERSE.
004690     MOVE WS-AO-RESTART(WS-AO-USE) TO DL-RESTART.
004700     ADD 1 TO WS-TOT-OPERATORS.
004710     IF  WS-AO-SUSPENDED(WS-AO-USE)
004720         MOVE 'SUSPENDED' TO DL-STATUS
004730         ADD 1 TO WS-TOT-SUSPENDED
004740     ELSE
004750         MOVE 'ACTIVE' TO DL-STATUS
004760         ADD 1 TO WS-TOT-ACTIVE
004770     END-IF.
004780     IF  WS-AO-SECURITY-ADMIN(WS-AO-USE)
004790         MOVE 'Y' TO DL-SECADMIN
004800         ADD 1 TO WS-TOT-ADMINS
004810     ELSE
004820         MOVE 'N' TO DL-SECADMIN
004830     END-IF.
004840     IF  WS-AO-LAST-RUN(WS-AO-USE) = ZERO
004850         MOVE 'NEVER' TO DL-LAST-RUN
004860         MOVE SPACES TO DL-DAYS-IDLE
004870     ELSE
004880         MOVE WS-AO-LAST-RUN(WS-AO-USE) TO DL-LAST-RUN
004890         COMPUTE WS-LAST-INTEGER =
004900             FUNCTION INTEGER-OF-DATE(WS-AO-LAST-RUN(WS-AO-USE))
004910         COMPUTE WS-DAYS-IDLE-ED =
004920             WS-AS-OF-INTEGER - WS-LAST-INTEGER
004930         MOVE WS-DAYS-IDLE-ED TO DL-DAYS-IDLE
004940     END-IF.
004950     MOVE WS-AO-RUNS(WS-AO-USE) TO DL-RUNS.
004960     IF  WS-AO-RUNS(WS-AO-USE) = ZERO
004970         MOVE 'REMOVE - NO RUN IN 90 DAYS' TO DL-REVIEW
004980         ADD 1 TO WS-TOT-FLAGGED
004990     ELSE
005000         MOVE SPACES TO DL-REVIEW
005010     END-IF.
005020     WRITE RADAVR-RECORD FROM RADAVR-DETAIL-LINE.
005030 3100-EXIT.
005040     EXIT.
005050
005060*3200-FIND-NEXT-OPERATOR.  THE LOWEST OPERATOR ID ABOVE
005070*WS-LAST-KEY, LEFT IN WS-NEXT-KEY WITH ITS ENTRY IN WS-AO-USE.
005080 3200-FIND-NEXT-OPERATOR.
005090     IF  WS-AO-OPERATOR-ID(WS-AO-SUB) > WS-LAST-KEY
005100         IF  NOT WS-NEXT-FOUND
005110             OR WS-AO-OPERATOR-ID(WS-AO-SUB) < WS-NEXT-KEY
005120             MOVE WS-AO-OPERATOR-ID(WS-AO-SUB) TO WS-NEXT-KEY
005130             MOVE WS-AO-SUB TO WS-AO-USE
005140             MOVE 'Y' TO WS-NEXT-SWITCH
005150         END-IF
005160     END-IF.
005170 3200-EXIT.
005180     EXIT.
005190
005200*=============================================================
005210*4000-WRITE-CHANGES.  EVERY RADACL ENTRY DATED IN THE WINDOW,
005220*IN THE ORDER IT WAS LOGGED, THEN THE COUNT.  WITH NO CHANGE
005230*LOG, OR NOTHING IN THE WINDOW, THE SECTION SAYS NONE.
005240*=============================================================
005250 4000-WRITE-CHANGES.
005260     WRITE RADAVR-RECORD FROM RADAVR-BLANK-LINE.
005270     WRITE RADAVR-RECORD FROM RADAVR-CHANGE-TITLE-LINE.
005280     WRITE RADAVR-RECORD FROM RADAVR-CHANGE-HDR-LINE.
005290     MOVE 'N' TO WS-EOF-SWITCH.
005300     OPEN INPUT RADACL.
005310     IF  WS-RADACL-STATUS = "35"
005320         MOVE 'Y' TO WS-EOF-SWITCH
005330     ELSE
005340         PERFORM 4100-READ-CHANGE THRU 4100-EXIT
005350         PERFORM 4200-WRITE-CHANGE THRU 4200-EXIT
005360             UNTIL WS-END-OF-FILE
005370         CLOSE RADACL
005380     END-IF.
005390     IF  WS-CHANGES-LISTED = ZERO
005400         MOVE 'NONE' TO RADAVR-RECORD
005410         WRITE RADAVR-RECORD
005420     END-IF.
005430     WRITE RADAVR-RECORD FROM RADAVR-BLANK-LINE.
005440     MOVE WS-CHANGES-LISTED TO TRL-CHANGES.
005450     WRITE RADAVR-RECORD FROM RADAVR-CHANGE-TOTAL-LINE.
005460 4000-EXIT.
005470     EXIT.
005480
005490*4100-READ-CHANGE.  READ ONE CHANGE-LOG RECORD.
005500 4100-READ-CHANGE.
005510     READ RADACL
005520         AT END MOVE 'Y' TO WS-EOF-SWITCH
005530     END-READ.
005540 4100-EXIT.
005550     EXIT.
005560
005570*=============================================================
005580*4200-WRITE-CHANGE.  ONE CHANGE-LOG ENTRY, WHEN IT FALLS IN
005590*THE WINDOW, THEN READ THE NEXT.
005600*=============================================================
005610 4200-WRITE-CHANGE.
005620     IF  AC-CHANGE-DATE NOT NUMERIC
005630         OR AC-CHANGE-DATE < WS-WINDOW-START
005640         OR AC-CHANGE-DATE > WS-AS-OF-DATE
005650         GO TO 4200-NEXT
005660     END-IF.
005670     MOVE AC-CHANGE-DATE TO CL-CHANGE-DATE.
005680     MOVE AC-CHANGE-TIME TO WS-CHANGE-TIME.
005690     MOVE WS-CT-HH TO CL-HH.
005700     MOVE WS-CT-MM TO CL-MM.
005710     MOVE WS-CT-SS TO CL-SS.
005720     MOVE AC-ADMIN-ID TO CL-ADMIN-ID.
005730     EVALUATE TRUE
005740         WHEN AC-ADDED
005750             MOVE 'ADDED' TO CL-ACTION
005760         WHEN AC-CHANGED
005770             MOVE 'CHANGED' TO CL-ACTION
005780         WHEN AC-SUSPENDED
005790             MOVE 'SUSPENDED' TO CL-ACTION
005800         WHEN AC-REINSTATED
005810             MOVE 'REINSTATED' TO CL-ACTION
005820         WHEN AC-REFUSED
005830             MOVE 'REFUSED' TO CL-ACTION
005840         WHEN OTHER
005850             MOVE AC-ACTION TO CL-ACTION
005860     END-EVALUATE.
005870     MOVE AC-OPERATOR-ID TO CL-OPERATOR-ID.
005880     MOVE AC-BEFORE-FLAGS TO CL-BEFORE-FLAGS.
005890     MOVE AC-AFTER-FLAGS TO CL-AFTER-FLAGS.
005900     WRITE RADAVR-RECORD FROM RADAVR-CHANGE-LINE.
005910     ADD 1 TO WS-CHANGES-LISTED.
005920 4200-NEXT.
005930     PERFORM 4100-READ-CHANGE THRU 4100-EXIT.
005940 4200-EXIT.
005950     EXIT.
005960
005970 9999-EXIT.
005980     EXIT PROGRAM.
005990 END PROGRAM RADAREV.
