000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADERP.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL OUTBOUND STOCK INTERFACE TO THE ERP
000210*                INVENTORY MODULE.  FOR THE BUSINESS DATE ON
000220*                THE COMMAND LINE (DEFAULT TODAY) TAKES EACH
000230*                TANK'S CLOSING PARTIAL-FILL GAUGE FROM THE
000240*                RADDAY CONSOLIDATED FILE, AS RADSTK DOES, AND
000250*                WRITES THE FIXED-FORMAT RADERF FILE: A HEADER
000260*                WITH THE BUSINESS DATE AND FILE SEQUENCE
000270*                NUMBER, CLOSING STOCK PER TANK AND PER RADPRD
000280*                PRODUCT IN LITRES AT 15 C AND TONNES, AND A
000290*                TRAILER WITH THE RECORD COUNT AND HASH
000300*                TOTALS.  THE RADXMT TRANSMISSION CONTROL FILE
000310*                NUMBERS THE FILES AND REFUSES A SECOND FILE
000320*                FOR A DATE ALREADY SENT (RETURN CODE 8)
000330*                UNLESS THE RUN IS MARKED AS A CORRECTION WITH
000340*                A C AFTER THE DATE.  A GAP SINCE THE LAST
000350*                DATE SENT IS WARNED WITH RETURN CODE 4.
000360*-----------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RADDAY ASSIGN TO RADDAY
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RADDAY-STATUS.
000440     SELECT RADTNK ASSIGN TO RADTNK
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS TM-TANK-ID
000480         FILE STATUS IS WS-RADTNK-STATUS.
000490     SELECT RADPRD ASSIGN TO RADPRD
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RADPRD-STATUS.
000520     SELECT RADERF ASSIGN TO RADERF
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RADERF-STATUS.
000550     SELECT RADXMT ASSIGN TO RADXMT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RADXMT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RADDAY
000620     LABEL RECORD IS STANDARD.
000630     COPY RADDAY.
000640
000650 FD  RADTNK
000660     LABEL RECORD IS STANDARD.
000670     COPY RADTNK.
000680
000690 FD  RADPRD
000700     LABEL RECORD IS STANDARD.
000710     COPY RADPRD.
000720
000730 FD  RADERF
000740     LABEL RECORD IS STANDARD.
000750     COPY RADERF.
000760
000770 FD  RADXMT
000780     LABEL RECORD IS STANDARD.
000790     COPY RADXMT.
000800
000810 WORKING-STORAGE SECTION.
000820
000830 77  WS-RADDAY-STATUS       PIC X(02).
000840 77  WS-RADTNK-STATUS       PIC X(02).
000850 77  WS-RADPRD-STATUS       PIC X(02).
000860 77  WS-RADERF-STATUS       PIC X(02).
000870 77  WS-RADXMT-STATUS       PIC X(02).
000880
000890*THE EXTRACT ROW LAYOUT SHARED WITH THE RADIUS, RADCONS AND
000900*RADSTK PROGRAMS.  EACH RADDAY ROW IS READ INTO IT.
000910     COPY RADEXTL.
000920
000930*COMMAND-LINE PARAMETERS: THE BUSINESS DATE (DEFAULT TODAY)
000940*AND C TO MARK THE RUN AS A CORRECTION OF A DATE ALREADY SENT.
000950 01  WS-COMMAND-LINE        PIC X(80).
000960 01  WS-PARM-DATE-X         PIC X(08) VALUE SPACES.
000970 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
000980                            PIC 9(08).
000990 77  WS-PARM-TYPE           PIC X(01) VALUE SPACES.
001000 77  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
001010 77  WS-DATE-INTEGER        PIC 9(07) VALUE ZEROES.
001020 77  WS-LAST-INTEGER        PIC 9(07) VALUE ZEROES.
001030 77  WS-FILE-TYPE           PIC X(01) VALUE 'N'.
001040     88  WS-CORRECTION-RUN          VALUE 'C'.
001050 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
001060     88  WS-FATAL-ERROR             VALUE 'Y'.
001070 77  WS-OPERATOR-ID         PIC X(08) VALUE SPACES.
001080 77  WS-CREATE-DATE         PIC 9(08) VALUE ZEROES.
001090 77  WS-CREATE-TIME         PIC 9(08) VALUE ZEROES.
001100
001110*TRANSMISSION CONTROL.  THE NEXT SEQUENCE NUMBER IS ONE MORE
001120*THAN THE HIGHEST ON FILE; WS-SENT-SEQ IS THE LATEST FILE SENT
001130*FOR THE BUSINESS DATE (ZERO WHEN NONE), WHICH A CORRECTION
001140*NAMES AS THE FILE IT REPLACES; WS-LAST-DATE-SENT IS THE
001150*LATEST BUSINESS DATE EVER SENT, FOR THE GAP WARNING.
001160 77  WS-XMT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001170     88  WS-XMT-EOF                 VALUE 'Y'.
001180 77  WS-HIGH-SEQ            PIC 9(06) VALUE ZEROES.
001190 77  WS-FILE-SEQ            PIC 9(06) VALUE ZEROES.
001200 77  WS-SENT-SEQ            PIC 9(06) VALUE ZEROES.
001210 77  WS-LAST-DATE-SENT      PIC 9(08) VALUE ZEROES.
001220 77  WS-GAP-SWITCH          PIC X(01) VALUE 'N'.
001230     88  WS-DATE-GAP                VALUE 'Y'.
001240
001250*READ-LOOP CONTROL
001260 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001270     88  WS-END-OF-FILE             VALUE 'Y'.
001280 77  WS-TANK-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001290     88  WS-TANK-MASTER-OPEN        VALUE 'Y'.
001300 77  WS-NUM-WORK            PIC S9(13)V9(04) VALUE ZEROES.
001310
001320*PRODUCT TABLE, LOADED FROM THE RADPRD MASTER AT START OF RUN.
001330*ONE ENTRY MORE THAN THE LIMIT IS KEPT FOR THE UNASSIGNED
001340*BUCKET (CODE ????, NO DENSITY, SO NO TONNES), AS IN RADBOOK.
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
001450         03  WS-PR-DENSITY       PIC 9V9(04).
001460         03  WS-PR-TANKS         PIC 9(05).
001470         03  WS-PR-LITRES        PIC 9(13)V9(02).
001480
001490*TANK CLOSING-GAUGE TABLE.  THE DAY FILE RUNS IN SHIFT ORDER,
001500*SO THE LAST PARTIAL-FILL ROW SEEN FOR A TANK IS ITS CLOSING
001510*GAUGE AND REPLACES ANY EARLIER ONE, AS IN RADSTK.
001520 77  WS-TG-LIMIT            PIC 9(04) VALUE 1000.
001530 77  WS-TG-COUNT            PIC 9(04) VALUE ZEROES.
001540 77  WS-TG-SUB              PIC 9(04) VALUE ZEROES.
001550 77  WS-TG-USE              PIC 9(04) VALUE ZEROES.
001560 77  WS-TG-FULL-SWITCH      PIC X(01) VALUE 'N'.
001570     88  WS-TG-TABLE-FULL           VALUE 'Y'.
001580 01  WS-TANK-GAUGE-TABLE.
001590     02  WS-TG-ENTRY OCCURS 1000 TIMES.
001600         03  WS-TG-TANK-ID       PIC X(08).
001610         03  WS-TG-LITRES        PIC 9(13)V9(02).
001620         03  WS-TG-PR-USE        PIC 9(03).
001630
001640*FILE COUNTS AND HASH TOTALS FOR THE TRAILER.
001650 77  WS-RECORD-COUNT        PIC 9(07) VALUE ZEROES.
001660 77  WS-TANK-RECORDS        PIC 9(07) VALUE ZEROES.
001670 77  WS-PRODUCT-RECORDS     PIC 9(07) VALUE ZEROES.
001680 77  WS-HASH-LITRES         PIC 9(15)V9(02) VALUE ZEROES.
001690 77  WS-HASH-TONNES         PIC 9(12)V9(03) VALUE ZEROES.
001700 77  WS-LINE-TONNES         PIC 9(10)V9(03) VALUE ZEROES.
001710
001720 PROCEDURE DIVISION.
001730
001740*=============================================================
001750*0000-MAINLINE.  CHECK THE TRANSMISSION CONTROL FILE, TAKE
001760*EACH TANK'S CLOSING GAUGE FROM THE DAY FILE, WRITE THE
001770*INTERFACE FILE AND RECORD IT ON THE CONTROL FILE.  A REFUSED
001780*RUN LEAVES THE LAST FILE BUILT UNTOUCHED.
001790*=============================================================
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     IF  WS-FATAL-ERROR
001830         MOVE 8 TO RETURN-CODE
001840         GO TO 9999-EXIT
001850     END-IF.
001860     PERFORM 2100-READ-DAY-ROW THRU 2100-EXIT.
001870     PERFORM 2200-PROCESS-DAY-ROW THRU 2200-EXIT
001880         UNTIL WS-END-OF-FILE.
001890     CLOSE RADDAY.
001900     PERFORM 3000-ASSIGN-PRODUCT THRU 3000-EXIT
001910         VARYING WS-TG-SUB FROM 1 BY 1
001920         UNTIL WS-TG-SUB > WS-TG-COUNT.
001930     IF  WS-TANK-MASTER-OPEN
001940         CLOSE RADTNK
001950     END-IF.
001960     PERFORM 4000-WRITE-INTERFACE THRU 4000-EXIT.
001970     PERFORM 5000-RECORD-TRANSMISSION THRU 5000-EXIT.
001980     DISPLAY 'ERP FILE ', WS-FILE-SEQ, ' BUILT FOR ',
001990         WS-BUSINESS-DATE, ' -- TYPE ', WS-FILE-TYPE,
002000         ' RECORDS: ', WS-RECORD-COUNT.
002010     IF  WS-DATE-GAP
002020         MOVE 4 TO RETURN-CODE
002030     END-IF.
002040     GO TO 9999-EXIT.
002050
002060*=============================================================
002070*1000-INITIALIZE.  PICK UP THE PARAMETERS, READ THE CONTROL
002080*FILE AND DECIDE WHETHER THIS FILE MAY BE BUILT: A NORMAL RUN
002090*FOR A DATE ALREADY SENT IS REFUSED, AND SO IS A CORRECTION
002100*FOR A DATE NEVER SENT.  THEN OPEN THE INPUTS.  A MISSING DAY
002110*FILE OR PRODUCT MASTER ENDS THE RUN; A MISSING TANK MASTER
002120*PUTS EVERY TANK IN THE UNASSIGNED BUCKET, AS IN RADSTK.
002130*=============================================================
002140 1000-INITIALIZE.
002150     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
002160     ACCEPT WS-CREATE-TIME FROM TIME.
002170     MOVE WS-CREATE-DATE TO WS-BUSINESS-DATE.
002180     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002190     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002200     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002210         INTO WS-PARM-DATE-X, WS-PARM-TYPE.
002220     IF  WS-PARM-DATE-X NOT = SPACES
002230         IF  WS-PARM-DATE-X NOT NUMERIC
002240             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
002250             MOVE 'Y' TO WS-FATAL-SWITCH
002260             GO TO 1000-EXIT
002270         END-IF
002280         COMPUTE WS-DATE-INTEGER =
002290             FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
002300         IF  WS-DATE-INTEGER = ZERO
002310             DISPLAY 'INVALID BUSINESS DATE: ', WS-PARM-DATE-X
002320             MOVE 'Y' TO WS-FATAL-SWITCH
002330             GO TO 1000-EXIT
002340         END-IF
002350         MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
002360     END-IF.
002370     EVALUATE WS-PARM-TYPE
002380         WHEN SPACE
002390             MOVE 'N' TO WS-FILE-TYPE
002400         WHEN 'C'
002410             MOVE 'C' TO WS-FILE-TYPE
002420         WHEN OTHER
002430             DISPLAY 'INVALID FILE TYPE: ', WS-PARM-TYPE,
002440                 ' -- C FOR A CORRECTION, BLANK OTHERWISE'
002450             MOVE 'Y' TO WS-FATAL-SWITCH
002460             GO TO 1000-EXIT
002470     END-EVALUATE.
002480     OPEN INPUT RADXMT.
002490     IF  WS-RADXMT-STATUS NOT = "35"
002500         PERFORM 1100-LOAD-CONTROL-RECORD THRU 1100-EXIT
002510             UNTIL WS-XMT-EOF
002520         CLOSE RADXMT
002530     END-IF.
002540     IF  WS-SENT-SEQ > ZERO
002550         AND NOT WS-CORRECTION-RUN
002560         DISPLAY 'ERP FILE ', WS-SENT-SEQ, ' ALREADY SENT FOR ',
002570             WS-BUSINESS-DATE, ' -- RUN REFUSED'
002580         DISPLAY 'RERUN WITH C AFTER THE DATE TO SEND A',
002590             ' CORRECTION'
002600         MOVE 'Y' TO WS-FATAL-SWITCH
002610         GO TO 1000-EXIT
002620     END-IF.
002630     IF  WS-SENT-SEQ = ZERO
002640         AND WS-CORRECTION-RUN
002650         DISPLAY 'NO ERP FILE SENT FOR ', WS-BUSINESS-DATE,
002660             ' -- NOTHING TO CORRECT, RUN REFUSED'
002670         MOVE 'Y' TO WS-FATAL-SWITCH
002680         GO TO 1000-EXIT
002690     END-IF.
002700     IF  WS-LAST-DATE-SENT > ZERO
002710         AND WS-BUSINESS-DATE > WS-LAST-DATE-SENT
002720         COMPUTE WS-DATE-INTEGER =
002730             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
002740         COMPUTE WS-LAST-INTEGER =
002750             FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-SENT)
002760         IF  WS-DATE-INTEGER > WS-LAST-INTEGER + 1
002770             DISPLAY 'WARNING -- LAST DATE SENT WAS ',
002780                 WS-LAST-DATE-SENT, '; DAYS BETWEEN NOT SENT'
002790             MOVE 'Y' TO WS-GAP-SWITCH
002800         END-IF
002810     END-IF.
002820     COMPUTE WS-FILE-SEQ = WS-HIGH-SEQ + 1.
002830     OPEN INPUT RADDAY.
002840     IF  WS-RADDAY-STATUS = "35"
002850         DISPLAY 'NO CONSOLIDATED DAY FILE -- NO ERP FILE BUILT'
002860         MOVE 'Y' TO WS-FATAL-SWITCH
002870         GO TO 1000-EXIT
002880     END-IF.
002890     OPEN INPUT RADPRD.
002900     IF  WS-RADPRD-STATUS = "35"
002910         DISPLAY 'NO PRODUCT MASTER FILE -- NO ERP FILE BUILT'
002920         MOVE 'Y' TO WS-FATAL-SWITCH
002930         CLOSE RADDAY
002940         GO TO 1000-EXIT
002950     END-IF.
002960     PERFORM 1200-LOAD-PRODUCT-ENTRY THRU 1200-EXIT
002970         UNTIL WS-PR-EOF.
002980     CLOSE RADPRD.
002990     COMPUTE WS-PR-UNASSIGNED = WS-PR-COUNT + 1.
003000     MOVE '????' TO WS-PR-CODE(WS-PR-UNASSIGNED).
003010     MOVE ZEROES TO WS-PR-DENSITY(WS-PR-UNASSIGNED).
003020     MOVE ZEROES TO WS-PR-TANKS(WS-PR-UNASSIGNED).
003030     MOVE ZEROES TO WS-PR-LITRES(WS-PR-UNASSIGNED).
003040     OPEN INPUT RADTNK.
003050     IF  WS-RADTNK-STATUS = "35"
003060         DISPLAY 'NO TANK MASTER FILE -- ALL STOCK UNASSIGNED'
003070     ELSE
003080         MOVE 'Y' TO WS-TANK-OPEN-SWITCH
003090     END-IF.
003100 1000-EXIT.
003110     EXIT.
003120
003130*1100-LOAD-CONTROL-RECORD.  ONE TRANSMISSION CONTROL RECORD.
003140 1100-LOAD-CONTROL-RECORD.
003150     READ RADXMT
003160         AT END MOVE 'Y' TO WS-XMT-EOF-SWITCH
003170     END-READ.
003180     IF  WS-XMT-EOF
003190         GO TO 1100-EXIT
003200     END-IF.
003210     IF  XC-FILE-SEQ NOT NUMERIC
003220         OR XC-BUSINESS-DATE NOT NUMERIC
003230         GO TO 1100-EXIT
003240     END-IF.
003250     IF  XC-FILE-SEQ > WS-HIGH-SEQ
003260         MOVE XC-FILE-SEQ TO WS-HIGH-SEQ
003270     END-IF.
003280     IF  XC-BUSINESS-DATE = WS-BUSINESS-DATE
003290         AND XC-FILE-SEQ > WS-SENT-SEQ
003300         MOVE XC-FILE-SEQ TO WS-SENT-SEQ
003310     END-IF.
003320     IF  XC-BUSINESS-DATE > WS-LAST-DATE-SENT
003330         MOVE XC-BUSINESS-DATE TO WS-LAST-DATE-SENT
003340     END-IF.
003350 1100-EXIT.
003360     EXIT.
003370
003380*1200-LOAD-PRODUCT-ENTRY.  LOAD ONE PRODUCT MASTER RECORD.
003390 1200-LOAD-PRODUCT-ENTRY.
003400     READ RADPRD
003410         AT END MOVE 'Y' TO WS-PR-EOF-SWITCH
003420     END-READ.
003430     IF  NOT WS-PR-EOF
003440         IF  WS-PR-COUNT < WS-PR-LIMIT
003450             ADD 1 TO WS-PR-COUNT
003460             MOVE PR-PRODUCT-CODE TO WS-PR-CODE(WS-PR-COUNT)
003470             MOVE PR-DENSITY-KG-L TO
003480                 WS-PR-DENSITY(WS-PR-COUNT)
003490             MOVE ZEROES TO WS-PR-TANKS(WS-PR-COUNT)
003500             MOVE ZEROES TO WS-PR-LITRES(WS-PR-COUNT)
003510         ELSE
003520             DISPLAY 'PRODUCT TABLE FULL -- REST SKIPPED'
003530             MOVE 'Y' TO WS-PR-EOF-SWITCH
003540         END-IF
003550     END-IF.
003560 1200-EXIT.
003570     EXIT.
003580
003590*2100-READ-DAY-ROW.  READ ONE DAY-FILE ROW INTO THE SHARED
003600*EXTRACT LAYOUT.
003610 2100-READ-DAY-ROW.
003620     READ RADDAY INTO RADEXT-LINE
003630         AT END MOVE 'Y' TO WS-EOF-SWITCH
003640     END-READ.
003650 2100-EXIT.
003660     EXIT.
003670
003680*=============================================================
003690*2200-PROCESS-DAY-ROW.  ONLY PARTIAL-FILL (P) ROWS ARE STOCK
003700*GAUGINGS; THE ROW'S TEMPERATURE-CORRECTED LITRES BECOME THE
003710*TANK'S CLOSING GAUGE, REPLACING ANY EARLIER GAUGE THE SAME
003720*DAY.  THEN THE NEXT ROW IS READ.
003730*=============================================================
003740 2200-PROCESS-DAY-ROW.
003750     IF  REL-SHAPE-CODE NOT = 'P'
003760         GO TO 2200-NEXT
003770     END-IF.
003780     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(REL-VOLUME-L15).
003790     MOVE ZEROES TO WS-TG-USE.
003800     PERFORM 2210-MATCH-GAUGE-TANK THRU 2210-EXIT
003810         VARYING WS-TG-SUB FROM 1 BY 1
003820         UNTIL WS-TG-SUB > WS-TG-COUNT
003830            OR WS-TG-USE > ZERO.
003840     IF  WS-TG-USE = ZERO
003850         IF  WS-TG-COUNT < WS-TG-LIMIT
003860             ADD 1 TO WS-TG-COUNT
003870             MOVE WS-TG-COUNT TO WS-TG-USE
003880             MOVE REL-TANK-ID TO WS-TG-TANK-ID(WS-TG-USE)
003890         ELSE
003900             IF  NOT WS-TG-TABLE-FULL
003910                 DISPLAY 'TANK GAUGE TABLE FULL -- STOCK'
003920                     ' UNDERSTATED'
003930                 MOVE 'Y' TO WS-TG-FULL-SWITCH
003940             END-IF
003950             GO TO 2200-NEXT
003960         END-IF
003970     END-IF.
003980     MOVE WS-NUM-WORK TO WS-TG-LITRES(WS-TG-USE).
003990 2200-NEXT.
004000     PERFORM 2100-READ-DAY-ROW THRU 2100-EXIT.
004010 2200-EXIT.
004020     EXIT.
004030
004040*2210-MATCH-GAUGE-TANK.  TEST ONE GAUGE-TABLE ENTRY.
004050 2210-MATCH-GAUGE-TANK.
004060     IF  WS-TG-TANK-ID(WS-TG-SUB) = REL-TANK-ID
004070         MOVE WS-TG-SUB TO WS-TG-USE
004080     END-IF.
004090 2210-EXIT.
004100     EXIT.
004110
004120*=============================================================
004130*3000-ASSIGN-PRODUCT.  LOOK ONE GAUGED TANK UP ON THE TANK
004140*MASTER AND ADD ITS CLOSING LITRES TO ITS PRODUCT, OR TO THE
004150*UNASSIGNED BUCKET WHEN NO PRODUCT CAN BE NAMED.
004160*=============================================================
004170 3000-ASSIGN-PRODUCT.
004180     MOVE ZEROES TO WS-PR-USE.
004190     IF  WS-TANK-MASTER-OPEN
004200         MOVE WS-TG-TANK-ID(WS-TG-SUB) TO TM-TANK-ID
004210         READ RADTNK
004220             INVALID KEY MOVE SPACES TO TM-PRODUCT-CODE
004230         END-READ
004240         IF  TM-PRODUCT-CODE NOT = SPACES
004250             PERFORM 3010-MATCH-PRODUCT THRU 3010-EXIT
004260                 VARYING WS-PR-SUB FROM 1 BY 1
004270                 UNTIL WS-PR-SUB > WS-PR-COUNT
004280                    OR WS-PR-USE > ZERO
004290         END-IF
004300     END-IF.
004310     IF  WS-PR-USE = ZERO
004320         MOVE WS-PR-UNASSIGNED TO WS-PR-USE
004330     END-IF.
004340     MOVE WS-PR-USE TO WS-TG-PR-USE(WS-TG-SUB).
004350     ADD 1 TO WS-PR-TANKS(WS-PR-USE).
004360     ADD WS-TG-LITRES(WS-TG-SUB) TO WS-PR-LITRES(WS-PR-USE).
004370 3000-EXIT.
004380     EXIT.
004390
004400*3010-MATCH-PRODUCT.  TEST ONE PRODUCT TABLE ENTRY AGAINST
004410*THE TANK'S PRODUCT CODE.
004420 3010-MATCH-PRODUCT.
004430     IF  WS-PR-CODE(WS-PR-SUB) = TM-PRODUCT-CODE
004440         MOVE WS-PR-SUB TO WS-PR-USE
004450     END-IF.
004460 3010-EXIT.
004470     EXIT.
004480
004490*=============================================================
004500*4000-WRITE-INTERFACE.  HEADER, ONE TANK RECORD PER GAUGED
004510*TANK, ONE PRODUCT RECORD PER PRODUCT ON THE MASTER (ZERO
004520*STOCK IS SENT TOO, AS ON THE RADSTK SHEET) AND THE UNASSIGNED
004530*BUCKET WHEN ANYTHING LANDED IN IT, THEN THE TRAILER.
004540*=============================================================
004550 4000-WRITE-INTERFACE.
004560     OPEN OUTPUT RADERF.
004570     MOVE SPACES TO RADERF-RECORD.
004580     MOVE 'H' TO EF-RECORD-TYPE.
004590     MOVE 'RADSTOCK' TO EF-H-INTERFACE-ID.
004600     MOVE WS-BUSINESS-DATE TO EF-H-BUSINESS-DATE.
004610     MOVE WS-FILE-SEQ TO EF-H-FILE-SEQ.
004620     MOVE WS-CREATE-DATE TO EF-H-CREATE-DATE.
004630     MOVE WS-CREATE-TIME(1:6) TO EF-H-CREATE-TIME.
004640     MOVE WS-FILE-TYPE TO EF-H-FILE-TYPE.
004650     IF  WS-CORRECTION-RUN
004660         MOVE WS-SENT-SEQ TO EF-H-CORRECTS-SEQ
004670     ELSE
004680         MOVE ZEROES TO EF-H-CORRECTS-SEQ
004690     END-IF.
004700     WRITE RADERF-RECORD.
004710     ADD 1 TO WS-RECORD-COUNT.
004720     PERFORM 4100-WRITE-TANK-RECORD THRU 4100-EXIT
004730         VARYING WS-TG-SUB FROM 1 BY 1
004740         UNTIL WS-TG-SUB > WS-TG-COUNT.
004750     PERFORM 4200-WRITE-PRODUCT-RECORD THRU 4200-EXIT
004760         VARYING WS-PR-SUB FROM 1 BY 1
004770         UNTIL WS-PR-SUB > WS-PR-UNASSIGNED.
004780     ADD 1 TO WS-RECORD-COUNT.
004790     MOVE SPACES TO RADERF-RECORD.
004800     MOVE 'T' TO EF-RECORD-TYPE.
004810     MOVE WS-RECORD-COUNT TO EF-T-RECORD-COUNT.
004820     MOVE WS-TANK-RECORDS TO EF-T-TANK-COUNT.
004830     MOVE WS-PRODUCT-RECORDS TO EF-T-PRODUCT-COUNT.
004840     MOVE WS-HASH-LITRES TO EF-T-HASH-LITRES.
004850     MOVE WS-HASH-TONNES TO EF-T-HASH-TONNES.
004860     WRITE RADERF-RECORD.
004870     CLOSE RADERF.
004880 4000-EXIT.
004890     EXIT.
004900
004910*4100-WRITE-TANK-RECORD.  ONE TANK.  TONNES = LITRES * DENSITY
004920*(KG/L) / 1000; AN UNASSIGNED TANK HAS NO DENSITY AND NO
004930*TONNES.  THE HASH TOTALS ARE TAKEN OVER THE TANK RECORDS.
004940 4100-WRITE-TANK-RECORD.
004950     MOVE WS-TG-PR-USE(WS-TG-SUB) TO WS-PR-USE.
004960     COMPUTE WS-LINE-TONNES ROUNDED = WS-TG-LITRES(WS-TG-SUB)
004970         * WS-PR-DENSITY(WS-PR-USE) / 1000.
004980     MOVE SPACES TO RADERF-RECORD.
004990     MOVE 'K' TO EF-RECORD-TYPE.
005000     MOVE WS-TG-TANK-ID(WS-TG-SUB) TO EF-K-TANK-ID.
005010     MOVE WS-PR-CODE(WS-PR-USE) TO EF-K-PRODUCT-CODE.
005020     MOVE WS-TG-LITRES(WS-TG-SUB) TO EF-K-LITRES-15.
005030     MOVE WS-LINE-TONNES TO EF-K-TONNES.
005040     WRITE RADERF-RECORD.
005050     ADD 1 TO WS-RECORD-COUNT.
005060     ADD 1 TO WS-TANK-RECORDS.
005070     ADD WS-TG-LITRES(WS-TG-SUB) TO WS-HASH-LITRES.
005080     ADD WS-LINE-TONNES TO WS-HASH-TONNES.
005090 4100-EXIT.
005100     EXIT.
005110
005120*4200-WRITE-PRODUCT-RECORD.  ONE PRODUCT; THE UNASSIGNED
005130*BUCKET ONLY WHEN A TANK LANDED IN IT.
005140 4200-WRITE-PRODUCT-RECORD.
005150     IF  WS-PR-SUB = WS-PR-UNASSIGNED
005160         AND WS-PR-TANKS(WS-PR-SUB) = ZERO
005170         GO TO 4200-EXIT
005180     END-IF.
005190     COMPUTE WS-LINE-TONNES ROUNDED = WS-PR-LITRES(WS-PR-SUB)
005200         * WS-PR-DENSITY(WS-PR-SUB) / 1000.
005210     MOVE SPACES TO RADERF-RECORD.
005220     MOVE 'P' TO EF-RECORD-TYPE.
005230     MOVE WS-PR-CODE(WS-PR-SUB) TO EF-P-PRODUCT-CODE.
005240     MOVE WS-PR-TANKS(WS-PR-SUB) TO EF-P-TANK-COUNT.
005250     MOVE WS-PR-LITRES(WS-PR-SUB) TO EF-P-LITRES-15.
005260     MOVE WS-LINE-TONNES TO EF-P-TONNES.
005270     WRITE RADERF-RECORD.
005280     ADD 1 TO WS-RECORD-COUNT.
005290     ADD 1 TO WS-PRODUCT-RECORDS.
005300 4200-EXIT.
005310     EXIT.
005320
005330*=============================================================
005340*5000-RECORD-TRANSMISSION.  APPEND THE FILE JUST BUILT TO THE
005350*TRANSMISSION CONTROL FILE, ONLY ONCE IT IS COMPLETE.
005360*=============================================================
005370 5000-RECORD-TRANSMISSION.
005380     OPEN EXTEND RADXMT.
005390     IF  WS-RADXMT-STATUS = "35"
005400         OPEN OUTPUT RADXMT
005410     END-IF.
005420     MOVE SPACES TO RADXMT-RECORD.
005430     MOVE WS-BUSINESS-DATE TO XC-BUSINESS-DATE.
005440     MOVE WS-FILE-SEQ TO XC-FILE-SEQ.
005450     MOVE WS-FILE-TYPE TO XC-FILE-TYPE.
005460     MOVE WS-CREATE-DATE TO XC-CREATE-DATE.
005470     MOVE WS-CREATE-TIME TO XC-CREATE-TIME.
005480     MOVE WS-OPERATOR-ID TO XC-OPERATOR-ID.
005490     MOVE WS-RECORD-COUNT TO XC-RECORD-COUNT.
005500     MOVE WS-HASH-LITRES TO XC-HASH-LITRES.
005510     WRITE RADXMT-RECORD.
005520     CLOSE RADXMT.
005530 5000-EXIT.
005540     EXIT.
005550
005560 9999-EXIT.
005570     EXIT PROGRAM.
005580 END PROGRAM RADERP.
