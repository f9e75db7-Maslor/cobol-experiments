000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADSTRM.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL DAY-END JOB-STREAM CONTROLLER.  FOR
000210*                THE BUSINESS DATE ON THE COMMAND LINE
000220*                (DEFAULT TODAY) CALLS THE DAY-END STEPS IN
000230*                ORDER -- RADMRGE, RADIUS (BATCH), RADCONS,
000240*                RADSTK, RADULLG, RADMOVE, RADBOOK AND RADARCH
000250*                -- AND STOPS AT THE FIRST STEP THAT ENDS
000260*                WITH A RETURN CODE ABOVE 4.  EVERY STEP START
000270*                AND END IS APPENDED TO THE RADSST STEP-STATUS
000280*                FILE; A RERUN FOR THE SAME DATE READS IT BACK
000290*                AND RESUMES AT THE STEP THAT FAILED, WITHOUT
000300*                REPEATING THE STEPS ALREADY COMPLETE.  THE
000310*                STREAM RETURN CODE IS THE FAILING STEP'S (8
000320*                MERGE REFUSED OR REJECT LIMIT, 12 OUT OF
000330*                BALANCE, 16 NOT AUTHORIZED) AND A ONE-PAGE
000340*                SUMMARY GOES TO RADSSR.
000350*10/15/26  DJL   THE RADATG ATG READING IMPORT RUNS AS THE
000360*                FIRST STEP, AHEAD OF RADMRGE, SO THE NIGHT'S
000370*                GAUGE READINGS ARE MERGED WITH THE CREW FILES.
000380*                ITS RETURN CODE 4 (A GAUGE TO CALIBRATE) DOES
000390*                NOT STOP THE STREAM.
000400*10/15/26  DJL   THE RADERP STOCK INTERFACE TO THE ERP RUNS
000410*                AFTER RADSTK WITH THE BUSINESS DATE.  ITS
000420*                RETURN CODE 8 (FILE ALREADY SENT FOR THE
000430*                DATE) STOPS THE STREAM.
000440*10/15/26  DJL   A RERUN FOR A DATE WHOSE RADMRGE STEP DID
000450*                NOT COMPLETE STARTS AGAIN AT RADATG, SO THE
000460*                ATG FILE IS REBUILT AGAINST THE COMPLETE CREW
000470*                FILES AND A LATE CREW'S DIPS STILL TAKE
000480*                PRECEDENCE OVER THE GAUGE.  RADMRGE IS THEN
000490*                GIVEN THE RERUN PARAMETER R WITH THE BUSINESS
000500*                DATE, SO THE CREWS ALREADY MERGED ARE SKIPPED
000510*                AND THE STREAM CAN GET PAST THE STEP.
000520*-----------------------------------------------------------
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT RADSST ASSIGN TO RADSST
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RADSST-STATUS.
000600     SELECT RADSSR ASSIGN TO RADSSR
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RADSSR-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RADSST
000670     LABEL RECORD IS STANDARD.
000680     COPY RADSST.
000690
000700 FD  RADSSR
000710     LABEL RECORD IS STANDARD.
000720     COPY RADSSR.
000730
000740 WORKING-STORAGE SECTION.
000750
000760 77  WS-RADSST-STATUS       PIC X(02).
000770 77  WS-RADSSR-STATUS       PIC X(02).
000780
000790*THE STEP-STATUS LINE LAYOUT.
000800     COPY RADSSTL.
000810
000820*COMMAND-LINE PARAMETERS: THE BUSINESS DATE (DEFAULT TODAY)
000830*AND AN OPTIONAL RESTART COUNT, PASSED TO RADIUS ONLY WHEN A
000840*RERUN RESUMES AT THE RADIUS STEP, THE SAME COUNT RADIUS
000850*TAKES WHEN IT IS RESTARTED BY HAND.
000860 01  WS-COMMAND-LINE        PIC X(80).
000870 01  WS-PARM-DATE-X         PIC X(08) VALUE SPACES.
000880 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
000890                            PIC 9(08).
000900 77  WS-RESTART-RAW         PIC X(07) VALUE SPACES.
000910 77  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
000920 77  WS-DATE-INTEGER        PIC 9(07) VALUE ZEROES.
000930 77  WS-PARM-ERROR-SWITCH   PIC X(01) VALUE 'N'.
000940     88  WS-PARM-ERROR              VALUE 'Y'.
000950 77  WS-OPERATOR-ID         PIC X(08) VALUE SPACES.
000960
000970*ARCHIVE CUTOFF FOR THE RADARCH STEP.  RADARCH WILL NOT RUN
000980*WITHOUT AN EXPLICIT CUTOFF, SO THE STREAM WORKS ONE OUT:
000990*THE BUSINESS DATE LESS THE RETENTION DAYS IN THE RADKEEPDAYS
001000*ENVIRONMENT VARIABLE, OR LESS 365 DAYS WHEN IT IS NOT SET.
001010 77  WS-KEEP-RAW            PIC X(05) VALUE SPACES.
001020 77  WS-KEEP-LEN            PIC 9(02) VALUE ZEROES.
001030 77  WS-KEEP-JUST           PIC X(05) JUSTIFIED RIGHT.
001040 77  WS-KEEP-DAYS           PIC 9(05) VALUE 365.
001050 77  WS-CUTOFF-DATE         PIC 9(08) VALUE ZEROES.
001060
001070*STREAM START AND END STAMPS FOR THE SUMMARY.
001080 77  WS-STREAM-START-DATE   PIC 9(08) VALUE ZEROES.
001090 77  WS-STREAM-START-TIME   PIC 9(08) VALUE ZEROES.
001100 77  WS-STREAM-END-DATE     PIC 9(08) VALUE ZEROES.
001110 77  WS-STREAM-END-TIME     PIC 9(08) VALUE ZEROES.
001120
001130*STREAM CONTROL.  A STEP WHOSE RETURN CODE IS ABOVE
001140*WS-MAX-STEP-RC FAILS AND STOPS THE STREAM.  A STEP PROGRAM
001150*THAT CANNOT BE LOADED IS GIVEN WS-NO-PROGRAM-RC.
001160 77  WS-MAX-STEP-RC         PIC 9(02) VALUE 4.
001170 77  WS-NO-PROGRAM-RC       PIC 9(02) VALUE 20.
001180 77  WS-STEP-RC             PIC 9(02) VALUE ZEROES.
001190 77  WS-STREAM-RC           PIC 9(02) VALUE ZEROES.
001200 77  WS-STEP-PARM           PIC X(80) VALUE SPACES.
001210 77  WS-PROGRAM-NAME        PIC X(08) VALUE SPACES.
001220 77  WS-RESUME-STEP         PIC 9(02) VALUE ZEROES.
001230 77  WS-FAILED-STEP         PIC 9(02) VALUE ZEROES.
001240 77  WS-STEPS-RUN           PIC 9(02) VALUE ZEROES.
001250 77  WS-STREAM-SWITCH       PIC X(01) VALUE 'N'.
001260     88  WS-STREAM-FAILED           VALUE 'Y'.
001270 77  WS-SST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001280     88  WS-SST-EOF                 VALUE 'Y'.
001290 77  WS-FAIL-REASON         PIC X(40) VALUE SPACES.
001300 77  WS-MERGE-RERUN-SWITCH  PIC X(01) VALUE 'N'.
001310     88  WS-MERGE-RERUN             VALUE 'Y'.
001320
001330*STEP TABLE, IN RUNNING ORDER.  WS-ST-STATE IS WHERE THE STEP
001340*STANDS FOR THIS BUSINESS DATE: N NOT RUN, E COMPLETED BY AN
001350*EARLIER RUN, P FAILED OR NEVER FINISHED IN AN EARLIER RUN,
001360*C COMPLETED THIS RUN, F FAILED THIS RUN.
001370 77  WS-ST-COUNT            PIC 9(02) VALUE 10.
001380 77  WS-ST-SUB              PIC 9(02) VALUE ZEROES.
001390 77  WS-ST-USE              PIC 9(02) VALUE ZEROES.
001400 01  WS-STEP-TABLE.
001410     02  WS-ST-ENTRY OCCURS 10 TIMES.
001420         03  WS-ST-NAME          PIC X(08).
001430         03  WS-ST-STATE         PIC X(01).
001440             88  WS-ST-NOT-RUN          VALUE 'N'.
001450             88  WS-ST-DONE-EARLIER     VALUE 'E'.
001460             88  WS-ST-PRIOR-FAILED     VALUE 'P'.
001470             88  WS-ST-COMPLETE         VALUE 'C'.
001480             88  WS-ST-FAILED           VALUE 'F'.
001490         03  WS-ST-START-DATE    PIC 9(08).
001500         03  WS-ST-START-TIME    PIC 9(08).
001510         03  WS-ST-END-DATE      PIC 9(08).
001520         03  WS-ST-END-TIME      PIC 9(08).
001530         03  WS-ST-RC            PIC 9(02).
001540
001550*REPORT LINES
001560 01  RADSSR-TITLE-LINE.
001570     02  FILLER              PIC X(52) VALUE
001580         "TANK-GAUGING UNIT -- DAY-END STREAM SUMMARY".
001590     02  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
001600     02  TTL-BUSINESS-DATE   PIC 9(08).
001610     02  FILLER              PIC X(57) VALUE SPACES.
001620 01  RADSSR-BLANK-LINE       PIC X(132) VALUE SPACES.
001630 01  RADSSR-RUN-LINE.
001640     02  FILLER              PIC X(08) VALUE "RUN BY: ".
001650     02  SRL-OPERATOR-ID     PIC X(08).
001660     02  FILLER              PIC X(11) VALUE "  STARTED: ".
001670     02  SRL-START-DATE      PIC 9(08).
001680     02  FILLER              PIC X(01) VALUE SPACE.
001690     02  SRL-START-TIME      PIC 9(08).
001700     02  FILLER              PIC X(09) VALUE "  ENDED: ".
001710     02  SRL-END-DATE        PIC 9(08).
001720     02  FILLER              PIC X(01) VALUE SPACE.
001730     02  SRL-END-TIME        PIC 9(08).
001740     02  FILLER              PIC X(18) VALUE
001750         "  ARCHIVE CUTOFF: ".
001760     02  SRL-CUTOFF-DATE     PIC 9(08).
001770     02  FILLER              PIC X(36) VALUE SPACES.
001780 01  RADSSR-STEP-HDR-LINE.
001790     02  FILLER              PIC X(40) VALUE
001800         "NO    PROGRAM   STATUS               STA".
001810     02  FILLER              PIC X(40) VALUE
001820         "RT-DT   START-TM   END-DT     END-TM    ".
001830     02  FILLER              PIC X(52) VALUE
001840         "RC  NOTE".
001850 01  RADSSR-STEP-LINE.
001860     02  SSL-STEP-NO         PIC 9(02).
001870     02  FILLER              PIC X(04) VALUE SPACES.
001880     02  SSL-PROGRAM         PIC X(08).
001890     02  FILLER              PIC X(02) VALUE SPACES.
001900     02  SSL-STATUS          PIC X(20).
001910     02  FILLER              PIC X(01) VALUE SPACE.
001920     02  SSL-START-DATE      PIC X(08).
001930     02  FILLER              PIC X(03) VALUE SPACES.
001940     02  SSL-START-TIME      PIC X(08).
001950     02  FILLER              PIC X(03) VALUE SPACES.
001960     02  SSL-END-DATE        PIC X(08).
001970     02  FILLER              PIC X(03) VALUE SPACES.
001980     02  SSL-END-TIME        PIC X(08).
001990     02  FILLER              PIC X(02) VALUE SPACES.
002000     02  SSL-RC              PIC X(02).
002010     02  FILLER              PIC X(02) VALUE SPACES.
002020     02  SSL-NOTE            PIC X(40).
002030     02  FILLER              PIC X(08) VALUE SPACES.
002040 01  RADSSR-RESULT-LINE.
002050     02  FILLER              PIC X(15) VALUE "STREAM RESULT: ".
002060     02  SRS-RESULT          PIC X(60).
002070     02  FILLER              PIC X(57) VALUE SPACES.
002080 01  RADSSR-REASON-LINE.
002090     02  FILLER              PIC X(15) VALUE SPACES.
002100     02  SRR-REASON          PIC X(60).
002110     02  FILLER              PIC X(57) VALUE SPACES.
002120 01  RADSSR-RC-LINE.
002130     02  FILLER              PIC X(20) VALUE
002140         "STREAM RETURN CODE: ".
002150     02  SRC-STREAM-RC       PIC 9(02).
002160     02  FILLER              PIC X(10) VALUE SPACES.
002170     02  FILLER              PIC X(11) VALUE "STEPS RUN: ".
002180     02  SRC-STEPS-RUN       PIC 9(02).
002190     02  FILLER              PIC X(87) VALUE SPACES.
002200 01  WS-RESULT-WORK.
002210     02  WS-RW-TEXT          PIC X(23).
002220     02  WS-RW-STEP-NO       PIC 9(02).
002230     02  FILLER              PIC X(01) VALUE SPACE.
002240     02  WS-RW-PROGRAM       PIC X(08).
002250     02  FILLER              PIC X(04) VALUE " RC ".
002260     02  WS-RW-RC            PIC 9(02).
002270     02  FILLER              PIC X(20) VALUE SPACES.
002280
002290 PROCEDURE DIVISION.
002300
002310*=============================================================
002320*0000-MAINLINE.  WORK OUT WHERE THE STREAM STANDS FOR THE
002330*BUSINESS DATE, RUN THE STEPS FROM THERE UNTIL ONE FAILS OR
002340*THE LAST ONE ENDS, THEN WRITE THE SUMMARY.  THE STREAM
002350*RETURN CODE IS THE FAILING STEP'S, OR ZERO.
002360*=============================================================
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     IF  WS-PARM-ERROR
002400         MOVE 16 TO RETURN-CODE
002410         GO TO 9999-EXIT
002420     END-IF.
002430     IF  WS-RESUME-STEP > ZERO
002440         PERFORM 2000-RUN-STEP THRU 2000-EXIT
002450             VARYING WS-ST-SUB FROM WS-RESUME-STEP BY 1
002460             UNTIL WS-ST-SUB > WS-ST-COUNT
002470                OR WS-STREAM-FAILED
002480     END-IF.
002490     ACCEPT WS-STREAM-END-DATE FROM DATE YYYYMMDD.
002500     ACCEPT WS-STREAM-END-TIME FROM TIME.
002510     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
002520     MOVE WS-STREAM-RC TO RETURN-CODE.
002530     GO TO 9999-EXIT.
002540
002550*=============================================================
002560*1000-INITIALIZE.  PICK UP THE BUSINESS DATE AND RESTART
002570*COUNT, WORK OUT THE ARCHIVE CUTOFF, LOAD THE STEP TABLE AND
002580*READ BACK ANY EARLIER RUN FOR THE SAME DATE FROM RADSST.
002590*THE RESUME STEP IS THE FIRST ONE NOT ALREADY COMPLETE; ZERO
002600*MEANS THE WHOLE STREAM IS ALREADY DONE FOR THE DATE.  WHEN
002610*THAT IS RADMRGE THE RUN GOES BACK TO STEP 1, RADATG: THE ATG
002620*FILE IT BUILT EARLIER LACKED THE CREW FILES THAT WERE MISSING,
002630*AND RADMRGE HELD IT BACK, SO IT IS REBUILT BEFORE THE MERGE.
002640*=============================================================
002650 1000-INITIALIZE.
002660     ACCEPT WS-STREAM-START-DATE FROM DATE YYYYMMDD.
002670     ACCEPT WS-STREAM-START-TIME FROM TIME.
002680     MOVE WS-STREAM-START-DATE TO WS-BUSINESS-DATE.
002690     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002700     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002710         INTO WS-PARM-DATE-X, WS-RESTART-RAW.
002720     IF  WS-PARM-DATE-X NOT = SPACES
002730         IF  WS-PARM-DATE-X NOT NUMERIC
002740             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
002750             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
002760             GO TO 1000-EXIT
002770         END-IF
002780         COMPUTE WS-DATE-INTEGER =
002790             FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
002800         IF  WS-DATE-INTEGER = ZERO
002810             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
002820             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
002830             GO TO 1000-EXIT
002840         END-IF
002850         MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
002860     END-IF.
002870     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002880     ACCEPT WS-KEEP-RAW FROM ENVIRONMENT "RADKEEPDAYS".
002890     INSPECT WS-KEEP-RAW TALLYING WS-KEEP-LEN FOR
002900         CHARACTERS BEFORE INITIAL SPACE.
002910     IF  WS-KEEP-LEN > ZERO
002920         MOVE WS-KEEP-RAW(1:WS-KEEP-LEN) TO WS-KEEP-JUST
002930         INSPECT WS-KEEP-JUST REPLACING LEADING SPACE BY ZERO
002940         IF  WS-KEEP-JUST NUMERIC
002950             MOVE WS-KEEP-JUST TO WS-KEEP-DAYS
002960         END-IF
002970     END-IF.
002980     COMPUTE WS-DATE-INTEGER =
002990         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
003000         - WS-KEEP-DAYS.
003010     COMPUTE WS-CUTOFF-DATE =
003020         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
003030     MOVE 'RADATG'  TO WS-ST-NAME(1).
003040     MOVE 'RADMRGE' TO WS-ST-NAME(2).
003050     MOVE 'RADIUS'  TO WS-ST-NAME(3).
003060     MOVE 'RADCONS' TO WS-ST-NAME(4).
003070     MOVE 'RADSTK'  TO WS-ST-NAME(5).
003080     MOVE 'RADERP'  TO WS-ST-NAME(6).
003090     MOVE 'RADULLG' TO WS-ST-NAME(7).
003100     MOVE 'RADMOVE' TO WS-ST-NAME(8).
003110     MOVE 'RADBOOK' TO WS-ST-NAME(9).
003120     MOVE 'RADARCH' TO WS-ST-NAME(10).
003130     PERFORM 1010-CLEAR-STEP-ENTRY THRU 1010-EXIT
003140         VARYING WS-ST-SUB FROM 1 BY 1
003150         UNTIL WS-ST-SUB > WS-ST-COUNT.
003160     OPEN INPUT RADSST.
003170     IF  WS-RADSST-STATUS NOT = "35"
003180         PERFORM 1100-LOAD-STEP-STATUS THRU 1100-EXIT
003190             UNTIL WS-SST-EOF
003200         CLOSE RADSST
003210     END-IF.
003220     MOVE ZEROES TO WS-RESUME-STEP.
003230     PERFORM 1200-FIND-RESUME-STEP THRU 1200-EXIT
003240         VARYING WS-ST-SUB FROM 1 BY 1
003250         UNTIL WS-ST-SUB > WS-ST-COUNT
003260            OR WS-RESUME-STEP > ZERO.
003270     IF  WS-RESUME-STEP > ZERO
003280         IF  WS-ST-NAME(WS-RESUME-STEP) = 'RADMRGE'
003290             MOVE 'Y' TO WS-MERGE-RERUN-SWITCH
003300             MOVE 1 TO WS-RESUME-STEP
003310             DISPLAY 'DAY-END STREAM FOR ', WS-BUSINESS-DATE,
003320                 ' RADMRGE UNFINISHED -- RERUN STARTS AT STEP 1 ',
003330                 WS-ST-NAME(WS-RESUME-STEP)
003340         END-IF
003350     END-IF.
003360     IF  WS-RESUME-STEP = ZERO
003370         DISPLAY 'DAY-END STREAM ALREADY COMPLETE FOR ',
003380             WS-BUSINESS-DATE
003390     ELSE
003400         IF  WS-RESUME-STEP > 1
003410             DISPLAY 'DAY-END STREAM FOR ', WS-BUSINESS-DATE,
003420                 ' RESUMING AT STEP ', WS-RESUME-STEP, ' ',
003430                 WS-ST-NAME(WS-RESUME-STEP)
003440         END-IF
003450     END-IF.
003460     OPEN OUTPUT RADSSR.
003470 1000-EXIT.
003480     EXIT.
003490
003500*1010-CLEAR-STEP-ENTRY.  MARK ONE STEP NOT RUN.
003510 1010-CLEAR-STEP-ENTRY.
003520     MOVE 'N' TO WS-ST-STATE(WS-ST-SUB).
003530     MOVE ZEROES TO WS-ST-START-DATE(WS-ST-SUB).
003540     MOVE ZEROES TO WS-ST-START-TIME(WS-ST-SUB).
003550     MOVE ZEROES TO WS-ST-END-DATE(WS-ST-SUB).
003560     MOVE ZEROES TO WS-ST-END-TIME(WS-ST-SUB).
003570     MOVE ZEROES TO WS-ST-RC(WS-ST-SUB).
003580 1010-EXIT.
003590     EXIT.
003600
003610*=============================================================
003620*1100-LOAD-STEP-STATUS.  READ ONE STEP-STATUS RECORD.  ONE
003630*FOR THIS BUSINESS DATE UPDATES ITS STEP'S ENTRY; THE FILE IS
003640*IN THE ORDER IT WAS WRITTEN, SO THE LAST RECORD FOR A STEP
003650*LEAVES ITS LATEST STATUS.  OTHER DATES ARE PASSED OVER.
003660*=============================================================
003670 1100-LOAD-STEP-STATUS.
003680     READ RADSST INTO RADSST-LINE
003690         AT END MOVE 'Y' TO WS-SST-EOF-SWITCH
003700     END-READ.
003710     IF  WS-SST-EOF
003720         GO TO 1100-EXIT
003730     END-IF.
003740     IF  SS-BUSINESS-DATE NOT NUMERIC
003750         OR SS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
003760         GO TO 1100-EXIT
003770     END-IF.
003780     MOVE ZEROES TO WS-ST-USE.
003790     PERFORM 1110-MATCH-STEP THRU 1110-EXIT
003800         VARYING WS-ST-SUB FROM 1 BY 1
003810         UNTIL WS-ST-SUB > WS-ST-COUNT
003820            OR WS-ST-USE > ZERO.
003830     IF  WS-ST-USE = ZERO
003840         GO TO 1100-EXIT
003850     END-IF.
003860     IF  SS-STEP-COMPLETE
003870         MOVE 'E' TO WS-ST-STATE(WS-ST-USE)
003880     ELSE
003890         MOVE 'P' TO WS-ST-STATE(WS-ST-USE)
003900     END-IF.
003910     MOVE SS-START-DATE TO WS-ST-START-DATE(WS-ST-USE).
003920     MOVE SS-START-TIME TO WS-ST-START-TIME(WS-ST-USE).
003930     MOVE SS-END-DATE TO WS-ST-END-DATE(WS-ST-USE).
003940     MOVE SS-END-TIME TO WS-ST-END-TIME(WS-ST-USE).
003950     MOVE SS-RETURN-CODE TO WS-ST-RC(WS-ST-USE).
003960 1100-EXIT.
003970     EXIT.
003980
003990*1110-MATCH-STEP.  TEST ONE STEP TABLE ENTRY FOR THE PROGRAM
004000*NAMED ON THE STATUS RECORD.
004010 1110-MATCH-STEP.
004020     IF  WS-ST-NAME(WS-ST-SUB) = SS-STEP-NAME
004030         MOVE WS-ST-SUB TO WS-ST-USE
004040     END-IF.
004050 1110-EXIT.
004060     EXIT.
004070
004080*1200-FIND-RESUME-STEP.  THE FIRST STEP NOT COMPLETED BY AN
004090*EARLIER RUN IS WHERE THIS RUN STARTS.
004100 1200-FIND-RESUME-STEP.
004110     IF  NOT WS-ST-DONE-EARLIER(WS-ST-SUB)
004120         MOVE WS-ST-SUB TO WS-RESUME-STEP
004130     END-IF.
004140 1200-EXIT.
004150     EXIT.
004160
004170*=============================================================
004180*2000-RUN-STEP.  RUN ONE STEP.  THE START RECORD IS WRITTEN
004190*BEFORE THE CALL SO A STEP THAT NEVER COMES BACK IS SEEN AS
004200*UNFINISHED ON THE RERUN.  THE STEP'S PARAMETERS ARE HANDED
004210*OVER AS ITS COMMAND LINE, THE SAME PARAMETERS THE OPERATOR
004220*WOULD GIVE IT WHEN RUNNING IT ALONE.
004230*=============================================================
004240 2000-RUN-STEP.
004250     PERFORM 2100-BUILD-STEP-PARM THRU 2100-EXIT.
004260     MOVE WS-ST-NAME(WS-ST-SUB) TO WS-PROGRAM-NAME.
004270     ACCEPT WS-ST-START-DATE(WS-ST-SUB) FROM DATE YYYYMMDD.
004280     ACCEPT WS-ST-START-TIME(WS-ST-SUB) FROM TIME.
004290     MOVE ZEROES TO WS-ST-END-DATE(WS-ST-SUB).
004300     MOVE ZEROES TO WS-ST-END-TIME(WS-ST-SUB).
004310     MOVE ZEROES TO WS-ST-RC(WS-ST-SUB).
004320     MOVE 'S' TO SS-STEP-STATUS.
004330     PERFORM 6000-APPEND-STATUS THRU 6000-EXIT.
004340     DISPLAY 'STEP ', WS-ST-SUB, ' ', WS-PROGRAM-NAME,
004350         ' STARTED'.
004360     ADD 1 TO WS-STEPS-RUN.
004370     DISPLAY WS-STEP-PARM UPON COMMAND-LINE.
004380     MOVE ZEROES TO RETURN-CODE.
004390     CALL WS-PROGRAM-NAME
004400         ON EXCEPTION
004410             DISPLAY 'PROGRAM ', WS-PROGRAM-NAME,
004420                 ' COULD NOT BE LOADED'
004430             MOVE WS-NO-PROGRAM-RC TO RETURN-CODE
004440     END-CALL.
004450     MOVE RETURN-CODE TO WS-STEP-RC.
004460     MOVE ZEROES TO RETURN-CODE.
004470     ACCEPT WS-ST-END-DATE(WS-ST-SUB) FROM DATE YYYYMMDD.
004480     ACCEPT WS-ST-END-TIME(WS-ST-SUB) FROM TIME.
004490     MOVE WS-STEP-RC TO WS-ST-RC(WS-ST-SUB).
004500     IF  WS-STEP-RC > WS-MAX-STEP-RC
004510         MOVE 'F' TO WS-ST-STATE(WS-ST-SUB)
004520         MOVE 'F' TO SS-STEP-STATUS
004530         MOVE 'Y' TO WS-STREAM-SWITCH
004540         MOVE WS-ST-SUB TO WS-FAILED-STEP
004550         MOVE WS-STEP-RC TO WS-STREAM-RC
004560     ELSE
004570         MOVE 'C' TO WS-ST-STATE(WS-ST-SUB)
004580         MOVE 'C' TO SS-STEP-STATUS
004590     END-IF.
004600     PERFORM 6000-APPEND-STATUS THRU 6000-EXIT.
004610     DISPLAY 'STEP ', WS-ST-SUB, ' ', WS-PROGRAM-NAME,
004620         ' ENDED RC ', WS-STEP-RC.
004630 2000-EXIT.
004640     EXIT.
004650
004660*=============================================================
004670*2100-BUILD-STEP-PARM.  THE COMMAND LINE FOR THE STEP ABOUT TO
004680*RUN.  RADATG, RADMRGE, RADERP AND RADBOOK TAKE THE BUSINESS
004690*DATE; RADMRGE ALSO GETS THE RERUN PARAMETER R WHEN THIS RUN
004700*IS RERUNNING AN UNFINISHED RADMRGE (STARTED AGAIN FROM
004710*RADATG); RADIUS RUNS IN BATCH MODE, WITH THE
004720*RESTART COUNT ONLY WHEN THIS RUN IS RESUMING AT RADIUS;
004730*RADARCH TAKES THE CUTOFF; THE OTHERS RUN WITH THEIR OWN
004740*DEFAULTS.
004750*=============================================================
004760 2100-BUILD-STEP-PARM.
004770     MOVE SPACES TO WS-STEP-PARM.
004780     EVALUATE WS-ST-NAME(WS-ST-SUB)
004790         WHEN 'RADATG'
004800             MOVE WS-BUSINESS-DATE TO WS-STEP-PARM
004810         WHEN 'RADMRGE'
004820             IF  WS-MERGE-RERUN
004830                 STRING WS-BUSINESS-DATE DELIMITED BY SIZE
004840                     ' R' DELIMITED BY SIZE
004850                     INTO WS-STEP-PARM
004860                 END-STRING
004870             ELSE
004880                 MOVE WS-BUSINESS-DATE TO WS-STEP-PARM
004890             END-IF
004900         WHEN 'RADIUS'
004910             IF  WS-ST-SUB = WS-RESUME-STEP
004920                 AND WS-RESTART-RAW NOT = SPACES
004930                 STRING 'B ' DELIMITED BY SIZE
004940                     WS-RESTART-RAW DELIMITED BY SPACE
004950                     INTO WS-STEP-PARM
004960                 END-STRING
004970             ELSE
004980                 MOVE 'B' TO WS-STEP-PARM
004990             END-IF
005000         WHEN 'RADERP'
005010             MOVE WS-BUSINESS-DATE TO WS-STEP-PARM
005020         WHEN 'RADBOOK'
005030             MOVE WS-BUSINESS-DATE TO WS-STEP-PARM
005040         WHEN 'RADARCH'
005050             MOVE WS-CUTOFF-DATE TO WS-STEP-PARM
005060         WHEN OTHER
005070             MOVE SPACES TO WS-STEP-PARM
005080     END-EVALUATE.
005090 2100-EXIT.
005100     EXIT.
005110
005120*=============================================================
005130*2200-DESCRIBE-FAILURE.  WHAT THE FAILING STEP'S RETURN CODE
005140*MEANS, FOR THE SUMMARY.
005150*=============================================================
005160 2200-DESCRIBE-FAILURE.
005170     MOVE 'STEP ENDED WITH A FAILING RETURN CODE'
005180         TO WS-FAIL-REASON.
005190     IF  WS-STREAM-RC = WS-NO-PROGRAM-RC
005200         MOVE 'STEP PROGRAM COULD NOT BE LOADED'
005210             TO WS-FAIL-REASON
005220         GO TO 2200-EXIT
005230     END-IF.
005240     EVALUATE WS-ST-NAME(WS-FAILED-STEP)
005250         WHEN 'RADMRGE'
005260             IF  WS-STREAM-RC = 8
005270                 MOVE 'CREW FILE MISSING, EMPTY OR REFUSED'
005280                     TO WS-FAIL-REASON
005290             END-IF
005300         WHEN 'RADIUS'
005310             EVALUATE WS-STREAM-RC
005320                 WHEN 16
005330                     MOVE 'OPERATOR NOT AUTHORIZED FOR BATCH'
005340                         TO WS-FAIL-REASON
005350                 WHEN 12
005360                     MOVE 'BATCH OUT OF BALANCE'
005370                         TO WS-FAIL-REASON
005380                 WHEN 8
005390                     MOVE 'REJECTS OVER THE RADREJMAX LIMIT'
005400                         TO WS-FAIL-REASON
005410             END-EVALUATE
005420         WHEN 'RADERP'
005430             IF  WS-STREAM-RC = 8
005440                 MOVE 'ERP FILE REFUSED OR INPUT MISSING'
005450                     TO WS-FAIL-REASON
005460             END-IF
005470         WHEN 'RADARCH'
005480             IF  WS-STREAM-RC = 8
005490                 MOVE 'ARCHIVE CYCLE OUT OF BALANCE'
005500                     TO WS-FAIL-REASON
005510             END-IF
005520     END-EVALUATE.
005530 2200-EXIT.
005540     EXIT.
005550
005560*=============================================================
005570*3000-WRITE-SUMMARY.  ONE PAGE: THE RUN, A LINE PER STEP AND
005580*THE STREAM RESULT.
005590*=============================================================
005600 3000-WRITE-SUMMARY.
005610     MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE.
005620     WRITE RADSSR-RECORD FROM RADSSR-TITLE-LINE.
005630     WRITE RADSSR-RECORD FROM RADSSR-BLANK-LINE.
005640     MOVE WS-OPERATOR-ID TO SRL-OPERATOR-ID.
005650     MOVE WS-STREAM-START-DATE TO SRL-START-DATE.
005660     MOVE WS-STREAM-START-TIME TO SRL-START-TIME.
005670     MOVE WS-STREAM-END-DATE TO SRL-END-DATE.
005680     MOVE WS-STREAM-END-TIME TO SRL-END-TIME.
005690     MOVE WS-CUTOFF-DATE TO SRL-CUTOFF-DATE.
005700     WRITE RADSSR-RECORD FROM RADSSR-RUN-LINE.
005710     WRITE RADSSR-RECORD FROM RADSSR-BLANK-LINE.
005720     WRITE RADSSR-RECORD FROM RADSSR-STEP-HDR-LINE.
005730     PERFORM 3100-WRITE-STEP-LINE THRU 3100-EXIT
005740         VARYING WS-ST-SUB FROM 1 BY 1
005750         UNTIL WS-ST-SUB > WS-ST-COUNT.
005760     WRITE RADSSR-RECORD FROM RADSSR-BLANK-LINE.
005770     MOVE SPACES TO SRR-REASON.
005780     IF  WS-STREAM-FAILED
005790         PERFORM 2200-DESCRIBE-FAILURE THRU 2200-EXIT
005800         MOVE 'STOPPED AT STEP ' TO WS-RW-TEXT
005810         MOVE WS-FAILED-STEP TO WS-RW-STEP-NO
005820         MOVE WS-ST-NAME(WS-FAILED-STEP) TO WS-RW-PROGRAM
005830         MOVE WS-STREAM-RC TO WS-RW-RC
005840         MOVE WS-RESULT-WORK TO SRS-RESULT
005850         IF  WS-ST-NAME(WS-FAILED-STEP) = 'RADMRGE'
005860             STRING WS-FAIL-REASON DELIMITED BY '  '
005870                 ' -- RERUN FROM RADATG'
005880                     DELIMITED BY SIZE
005890                 INTO SRR-REASON
005900             END-STRING
005910         ELSE
005920             STRING WS-FAIL-REASON DELIMITED BY '  '
005930                 ' -- RERUN FOR THIS DATE RESUMES HERE'
005940                     DELIMITED BY SIZE
005950                 INTO SRR-REASON
005960             END-STRING
005970         END-IF
005980     ELSE
005990         IF  WS-RESUME-STEP = ZERO
006000             MOVE 'ALREADY COMPLETE FOR THIS DATE -- NOTHING RUN'
006010                 TO SRS-RESULT
006020         ELSE
006030             MOVE 'COMPLETE -- ALL STEPS ENDED NORMALLY'
006040                 TO SRS-RESULT
006050         END-IF
006060     END-IF.
006070     WRITE RADSSR-RECORD FROM RADSSR-RESULT-LINE.
006080     IF  SRR-REASON NOT = SPACES
006090         WRITE RADSSR-RECORD FROM RADSSR-REASON-LINE
006100     END-IF.
006110     MOVE WS-STREAM-RC TO SRC-STREAM-RC.
006120     MOVE WS-STEPS-RUN TO SRC-STEPS-RUN.
006130     WRITE RADSSR-RECORD FROM RADSSR-RC-LINE.
006140     CLOSE RADSSR.
006150 3000-EXIT.
006160     EXIT.
006170
006180*=============================================================
006190*3100-WRITE-STEP-LINE.  ONE STEP.  TIMES AND RETURN CODE ARE
006200*SHOWN FOR A STEP THAT RAN, THIS RUN OR AN EARLIER ONE; A STEP
006210*NOT RUN SINCE ITS EARLIER FAILURE SHOWS THAT FAILURE.
006220*=============================================================
006230 3100-WRITE-STEP-LINE.
006240     MOVE WS-ST-SUB TO SSL-STEP-NO.
006250     MOVE WS-ST-NAME(WS-ST-SUB) TO SSL-PROGRAM.
006260     MOVE SPACES TO SSL-NOTE.
006270     EVALUATE TRUE
006280         WHEN WS-ST-COMPLETE(WS-ST-SUB)
006290             MOVE 'COMPLETE' TO SSL-STATUS
006300             IF  WS-ST-SUB = WS-RESUME-STEP
006310                 AND WS-RESUME-STEP > 1
006320                 MOVE 'RESUMED HERE' TO SSL-NOTE
006330             END-IF
006340             IF  WS-MERGE-RERUN
006350                 AND WS-ST-NAME(WS-ST-SUB) = 'RADATG'
006360                 MOVE 'RERUN TO REBUILD THE ATG FILE' TO SSL-NOTE
006370             END-IF
006380             IF  WS-MERGE-RERUN
006390                 AND WS-ST-NAME(WS-ST-SUB) = 'RADMRGE'
006400                 MOVE 'RERUN - CREWS ALREADY MERGED SKIPPED'
006410                     TO SSL-NOTE
006420             END-IF
006430         WHEN WS-ST-DONE-EARLIER(WS-ST-SUB)
006440             MOVE 'SKIPPED - DONE' TO SSL-STATUS
006450             MOVE 'COMPLETED BY AN EARLIER RUN' TO SSL-NOTE
006460         WHEN WS-ST-FAILED(WS-ST-SUB)
006470             MOVE 'FAILED' TO SSL-STATUS
006480             PERFORM 2200-DESCRIBE-FAILURE THRU 2200-EXIT
006490             MOVE WS-FAIL-REASON TO SSL-NOTE
006500         WHEN WS-ST-PRIOR-FAILED(WS-ST-SUB)
006510             MOVE 'NOT RUN' TO SSL-STATUS
006520             MOVE 'FAILED OR UNFINISHED IN AN EARLIER RUN'
006530                 TO SSL-NOTE
006540         WHEN OTHER
006550             MOVE 'NOT RUN' TO SSL-STATUS
006560     END-EVALUATE.
006570     IF  WS-ST-NOT-RUN(WS-ST-SUB)
006580         MOVE SPACES TO SSL-START-DATE
006590         MOVE SPACES TO SSL-START-TIME
006600         MOVE SPACES TO SSL-END-DATE
006610         MOVE SPACES TO SSL-END-TIME
006620         MOVE SPACES TO SSL-RC
006630     ELSE
006640         MOVE WS-ST-START-DATE(WS-ST-SUB) TO SSL-START-DATE
006650         MOVE WS-ST-START-TIME(WS-ST-SUB) TO SSL-START-TIME
006660         MOVE WS-ST-END-DATE(WS-ST-SUB) TO SSL-END-DATE
006670         MOVE WS-ST-END-TIME(WS-ST-SUB) TO SSL-END-TIME
006680         MOVE WS-ST-RC(WS-ST-SUB) TO SSL-RC
006690     END-IF.
006700     WRITE RADSSR-RECORD FROM RADSSR-STEP-LINE.
006710 3100-EXIT.
006720     EXIT.
006730
006740*=============================================================
006750*6000-APPEND-STATUS.  APPEND ONE STEP-STATUS RECORD FOR THE
006760*CURRENT STEP, STATUS ALREADY IN SS-STEP-STATUS.  THE FILE IS
006770*OPENED AND CLOSED AROUND EACH RECORD SO WHAT IS WRITTEN
006780*SURVIVES A STEP THAT TAKES THE JOB DOWN.
006790*=============================================================
006800 6000-APPEND-STATUS.
006810     MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE.
006820     MOVE WS-ST-SUB TO SS-STEP-NO.
006830     MOVE WS-ST-NAME(WS-ST-SUB) TO SS-STEP-NAME.
006840     MOVE WS-ST-START-DATE(WS-ST-SUB) TO SS-START-DATE.
006850     MOVE WS-ST-START-TIME(WS-ST-SUB) TO SS-START-TIME.
006860     MOVE WS-ST-END-DATE(WS-ST-SUB) TO SS-END-DATE.
006870     MOVE WS-ST-END-TIME(WS-ST-SUB) TO SS-END-TIME.
006880     MOVE WS-ST-RC(WS-ST-SUB) TO SS-RETURN-CODE.
006890     MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID.
006900     OPEN EXTEND RADSST.
006910     IF  WS-RADSST-STATUS = "35"
006920         OPEN OUTPUT RADSST
006930     END-IF.
006940     WRITE RADSST-RECORD FROM RADSST-LINE.
006950     CLOSE RADSST.
006960 6000-EXIT.
006970     EXIT.
006980
006990 9999-EXIT.
007000     EXIT PROGRAM.
007010 END PROGRAM RADSTRM.
