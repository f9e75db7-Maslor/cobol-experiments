000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADMVMT.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL STOCK MOVEMENT ENTRY PROGRAM.  KEYS
000210*                RECEIPTS, DISPATCHES AND TANK-TO-TANK
000220*                TRANSFERS FROM THE TERMINAL, OR LOADS A FILE
000230*                OF THEM PASSED ON BY THE TERMINAL'S LOADING
000240*                SYSTEM (RADMVI, SAME LAYOUT), ONTO THE RADMVT
000250*                MOVEMENT FILE THAT THE RADBOOK DAY-END
000260*                RECONCILIATION BUILDS BOOK STOCK FROM.  EACH
000270*                MOVEMENT IS CHECKED BEFORE IT IS FILED: A
000280*                KNOWN MOVEMENT TYPE, ACTIVE TANKS ON RADTNK,
000290*                A REAL DATE NOT IN THE FUTURE, LITRES ABOVE
000300*                ZERO, AND A DOCUMENT NUMBER NOT ALREADY FILED
000310*                FOR THE SAME TANK AND TYPE.  THE FILE IS ONLY
000320*                EVER APPENDED TO.
000330*-----------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RADMVT ASSIGN TO RADMVT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RADMVT-STATUS.
000410     SELECT RADMVI ASSIGN TO RADMVI
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RADMVI-STATUS.
000440     SELECT RADTNK ASSIGN TO RADTNK
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS TM-TANK-ID
000480         FILE STATUS IS WS-RADTNK-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RADMVT
000530     LABEL RECORD IS STANDARD.
000540 01  RADMVT-FILE-RECORD      PIC X(60).
000550
000560 FD  RADMVI
000570     LABEL RECORD IS STANDARD.
000580 01  RADMVI-FILE-RECORD      PIC X(60).
000590
000600 FD  RADTNK
000610     LABEL RECORD IS STANDARD.
000620     COPY RADTNK.
000630
000640 WORKING-STORAGE SECTION.
000650
000660 77  WS-RADMVT-STATUS       PIC X(02).
000670 77  WS-RADMVI-STATUS       PIC X(02).
000680 77  WS-RADTNK-STATUS       PIC X(02).
000690
000700*THE MOVEMENT LAYOUT SHARED WITH THE RADBOOK PROGRAM.  EVERY
000710*MOVEMENT READ OR WRITTEN PASSES THROUGH IT.
000720     COPY RADMVT.
000730
000740*SESSION CONTROL AND MENU FIELDS
000750 77  WS-DONE-SWITCH         PIC X(01) VALUE 'N'.
000760     88  WS-SESSION-DONE            VALUE 'Y'.
000770 77  WS-MENU-CHOICE         PIC X(01) VALUE SPACE.
000780 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
000790     88  WS-FATAL-ERROR             VALUE 'Y'.
000800 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000810     88  WS-END-OF-FILE             VALUE 'Y'.
000820 77  WS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000830     88  WS-RECORD-FOUND            VALUE 'Y'.
000840     88  WS-RECORD-NOT-FOUND        VALUE 'N'.
000850
000860*TERMINAL-INPUT WORKING FIELDS.  FREE-FORM KEYBOARD VALUES ARE
000870*CLASSIFIED WITH FUNCTION TEST-NUMVAL, THE SAME WAY THE RADTMNT
000880*PROGRAM VALIDATES ITS NOMINAL DIMENSIONS.
000890 77  WS-TERM-RAW            PIC X(18) VALUE SPACES.
000900 77  WS-TERM-POS            PIC 9(02) VALUE ZEROES.
000910 77  WS-DIM-SIGNED          PIC S9(13)V9(04) VALUE ZEROES.
000920 77  WS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
000930     88  WS-DIM-VALID               VALUE 'Y'.
000940     88  WS-DIM-INVALID             VALUE 'N'.
000950
000960*THE MOVEMENT BEING KEYED OR LOADED.  IT IS HELD HERE WHILE
000970*THE FILE IS SCANNED FOR A DUPLICATE DOCUMENT, SINCE THE SCAN
000980*READS EACH FILED MOVEMENT THROUGH THE SHARED LAYOUT.
000990 77  WS-WORK-TYPE           PIC X(01) VALUE SPACE.
001000 77  WS-WORK-TANK-ID        PIC X(08) VALUE SPACES.
001010 77  WS-WORK-TO-TANK-ID     PIC X(08) VALUE SPACES.
001020 01  WS-WORK-DATE-X         PIC X(08) VALUE SPACES.
001030 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-X
001040                            PIC 9(08).
001050 77  WS-WORK-LITRES         PIC 9(13)V9(02) VALUE ZEROES.
001060 77  WS-WORK-DOC-NO         PIC X(12) VALUE SPACES.
001070 77  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
001080
001090*DATE FIELDS.  A MOVEMENT DATE MUST BE A REAL CALENDAR DATE
001100*AND NOT LATER THAN TODAY; FUNCTION INTEGER-OF-DATE RETURNS
001110*ZERO FOR A DATE THAT DOES NOT EXIST, AS IN THE RADSUM DAY
001120*WALK.
001130 77  WS-TODAY               PIC 9(08) VALUE ZEROES.
001140 77  WS-DATE-INTEGER        PIC 9(07) VALUE ZEROES.
001150 77  WS-SHOW-DATE           PIC 9(08) VALUE ZEROES.
001160
001170*LOAD AND SHOW COUNTS
001180 77  WS-LOAD-READ           PIC 9(05) VALUE ZEROES.
001190 77  WS-LOAD-FILED          PIC 9(05) VALUE ZEROES.
001200 77  WS-LOAD-REJECTED       PIC 9(05) VALUE ZEROES.
001210 77  WS-SHOW-COUNT          PIC 9(05) VALUE ZEROES.
001220
001230*DISPLAY-EDITED FIELDS FOR THE SHOW FUNCTION
001240 01  WS-SHOW-LINE.
001250     02  SL-TRANS-TYPE       PIC X(01).
001260     02  FILLER              PIC X(02) VALUE SPACES.
001270     02  SL-TANK-ID          PIC X(08).
001280     02  FILLER              PIC X(02) VALUE SPACES.
001290     02  SL-TO-TANK-ID       PIC X(08).
001300     02  FILLER              PIC X(02) VALUE SPACES.
001310     02  SL-LITRES-15        PIC Z(12)9.99.
001320     02  FILLER              PIC X(02) VALUE SPACES.
001330     02  SL-DOC-NO           PIC X(12).
001340
001350 PROCEDURE DIVISION.
001360
001370*=============================================================
001380*0000-MAINLINE.  OPEN THE TANK MASTER, TAKE MENU CHOICES UNTIL
001390*THE OPERATOR ENDS THE SESSION, THEN CLOSE.  EVERY MOVEMENT IS
001400*FILED AS SOON AS IT PASSES ITS CHECKS.
001410*=============================================================
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     IF  WS-FATAL-ERROR
001450         GO TO 9999-EXIT
001460     END-IF.
001470     PERFORM 2000-PROCESS-CHOICE THRU 2000-EXIT
001480         UNTIL WS-SESSION-DONE.
001490     CLOSE RADTNK.
001500     GO TO 9999-EXIT.
001510
001520*=============================================================
001530*1000-INITIALIZE.  OPEN THE TANK MASTER FOR THE TANK CHECKS.
001540*WITHOUT IT NO MOVEMENT CAN BE CHECKED, SO THE SESSION ENDS.
001550*=============================================================
001560 1000-INITIALIZE.
001570     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001580     OPEN INPUT RADTNK.
001590     IF  WS-RADTNK-STATUS = "35"
001600         DISPLAY 'NO TANK MASTER FILE -- SESSION ENDED'
001610         MOVE 'Y' TO WS-FATAL-SWITCH
001620     END-IF.
001630 1000-EXIT.
001640     EXIT.
001650
001660*=============================================================
001670*2000-PROCESS-CHOICE.  SHOW THE MENU AND DISPATCH ONE CHOICE.
001680*=============================================================
001690 2000-PROCESS-CHOICE.
001700     DISPLAY ' '.
001710     DISPLAY 'STOCK MOVEMENT ENTRY'.
001720     DISPLAY 'K=KEY  L=LOAD  S=SHOW  E=END'.
001730     DISPLAY 'ENTER CHOICE: '.
001740     ACCEPT WS-MENU-CHOICE.
001750     EVALUATE WS-MENU-CHOICE
001760         WHEN 'K'
001770             PERFORM 2100-KEY-MOVEMENT THRU 2100-EXIT
001780         WHEN 'L'
001790             PERFORM 2200-LOAD-MOVEMENTS THRU 2200-EXIT
001800         WHEN 'S'
001810             PERFORM 2300-SHOW-MOVEMENTS THRU 2300-EXIT
001820         WHEN 'E'
001830             MOVE 'Y' TO WS-DONE-SWITCH
001840         WHEN OTHER
001850             DISPLAY 'INVALID CHOICE: ', WS-MENU-CHOICE
001860     END-EVALUATE.
001870 2000-EXIT.
001880     EXIT.
001890
001900*=============================================================
001910*2100-KEY-MOVEMENT.  KEY ONE MOVEMENT FROM THE TERMINAL.  THE
001920*TO-TANK IS ASKED FOR ONLY ON A TRANSFER; A BLANK DATE MEANS
001930*TODAY.  NOTHING IS FILED UNLESS EVERY CHECK PASSES.
001940*=============================================================
001950 2100-KEY-MOVEMENT.
001960     DISPLAY 'ENTER TYPE (R=RECEIPT D=DISPATCH T=TRANSFER): '.
001970     ACCEPT WS-WORK-TYPE.
001980     DISPLAY 'ENTER TANK ID (FROM-TANK ON A TRANSFER): '.
001990     ACCEPT WS-WORK-TANK-ID.
002000     MOVE SPACES TO WS-WORK-TO-TANK-ID.
002010     IF  WS-WORK-TYPE = 'T'
002020         DISPLAY 'ENTER TO-TANK ID: '
002030         ACCEPT WS-WORK-TO-TANK-ID
002040     END-IF.
002050     DISPLAY 'ENTER MOVEMENT DATE YYYYMMDD (BLANK = TODAY): '.
002060     ACCEPT WS-WORK-DATE-X.
002070     IF  WS-WORK-DATE-X = SPACES
002080         MOVE WS-TODAY TO WS-WORK-DATE
002090     END-IF.
002100     DISPLAY 'ENTER LITRES AT 15 C: '.
002110     ACCEPT WS-TERM-RAW.
002120     MOVE FUNCTION TEST-NUMVAL(WS-TERM-RAW) TO WS-TERM-POS.
002130     IF  WS-TERM-POS NOT = ZERO
002140         DISPLAY 'NON-NUMERIC VALUE: ', WS-TERM-RAW
002150         DISPLAY 'MOVEMENT NOT FILED'
002160         GO TO 2100-EXIT
002170     END-IF.
002180     COMPUTE WS-DIM-SIGNED = FUNCTION NUMVAL(WS-TERM-RAW).
002190     IF  WS-DIM-SIGNED NOT > ZERO
002200         DISPLAY 'LITRES MUST BE ABOVE ZERO'
002210         DISPLAY 'MOVEMENT NOT FILED'
002220         GO TO 2100-EXIT
002230     END-IF.
002240     MOVE WS-DIM-SIGNED TO WS-WORK-LITRES.
002250     DISPLAY 'ENTER DOCUMENT NUMBER: '.
002260     ACCEPT WS-WORK-DOC-NO.
002270     PERFORM 5000-VALIDATE-MOVEMENT THRU 5000-EXIT.
002280     IF  WS-DIM-INVALID
002290         DISPLAY WS-REJECT-REASON
002300         DISPLAY 'MOVEMENT NOT FILED'
002310         GO TO 2100-EXIT
002320     END-IF.
002330     PERFORM 6000-FILE-MOVEMENT THRU 6000-EXIT.
002340     DISPLAY 'MOVEMENT FILED: ', WS-WORK-DOC-NO.
002350 2100-EXIT.
002360     EXIT.
002370
002380*=============================================================
002390*2200-LOAD-MOVEMENTS.  FILE EVERY MOVEMENT ON THE RADMVI LOAD
002400*FILE THAT PASSES THE SAME CHECKS AS A KEYED ONE.  A REJECTED
002410*MOVEMENT IS LISTED WITH ITS REASON AND THE LOAD CARRIES ON,
002420*SO ONE BAD TICKET DOES NOT HOLD UP THE REST.
002430*=============================================================
002440 2200-LOAD-MOVEMENTS.
002450     OPEN INPUT RADMVI.
002460     IF  WS-RADMVI-STATUS = "35"
002470         DISPLAY 'NO MOVEMENT LOAD FILE (RADMVI) TO LOAD'
002480         GO TO 2200-EXIT
002490     END-IF.
002500     MOVE ZEROES TO WS-LOAD-READ.
002510     MOVE ZEROES TO WS-LOAD-FILED.
002520     MOVE ZEROES TO WS-LOAD-REJECTED.
002530     MOVE 'N' TO WS-EOF-SWITCH.
002540     PERFORM 2210-LOAD-ONE-MOVEMENT THRU 2210-EXIT
002550         UNTIL WS-END-OF-FILE.
002560     CLOSE RADMVI.
002570     DISPLAY 'LOAD READ: ', WS-LOAD-READ,
002580         '  FILED: ', WS-LOAD-FILED,
002590         '  REJECTED: ', WS-LOAD-REJECTED.
002600 2200-EXIT.
002610     EXIT.
002620
002630*2210-LOAD-ONE-MOVEMENT.  READ, CHECK AND FILE ONE LOADED
002640*MOVEMENT.
002650 2210-LOAD-ONE-MOVEMENT.
002660     READ RADMVI INTO RADMVT-RECORD
002670         AT END MOVE 'Y' TO WS-EOF-SWITCH
002680     END-READ.
002690     IF  WS-END-OF-FILE
002700         GO TO 2210-EXIT
002710     END-IF.
002720     ADD 1 TO WS-LOAD-READ.
002730     MOVE MT-TRANS-TYPE TO WS-WORK-TYPE.
002740     MOVE MT-TANK-ID TO WS-WORK-TANK-ID.
002750     MOVE MT-TO-TANK-ID TO WS-WORK-TO-TANK-ID.
002760     MOVE MT-MOVE-DATE TO WS-WORK-DATE-X.
002770     MOVE MT-DOC-NO TO WS-WORK-DOC-NO.
002780     IF  MT-LITRES-15 NOT NUMERIC
002790         MOVE 'LITRES NOT NUMERIC' TO WS-REJECT-REASON
002800         GO TO 2210-REJECT
002810     END-IF.
002820     IF  MT-LITRES-15 = ZERO
002830         MOVE 'LITRES MUST BE ABOVE ZERO' TO WS-REJECT-REASON
002840         GO TO 2210-REJECT
002850     END-IF.
002860     MOVE MT-LITRES-15 TO WS-WORK-LITRES.
002870     PERFORM 5000-VALIDATE-MOVEMENT THRU 5000-EXIT.
002880     IF  WS-DIM-INVALID
002890         GO TO 2210-REJECT
002900     END-IF.
002910     PERFORM 6000-FILE-MOVEMENT THRU 6000-EXIT.
002920     ADD 1 TO WS-LOAD-FILED.
002930     GO TO 2210-EXIT.
002940 2210-REJECT.
002950     ADD 1 TO WS-LOAD-REJECTED.
002960     DISPLAY 'REJECTED DOC ', WS-WORK-DOC-NO, ' TANK ',
002970         WS-WORK-TANK-ID, ': ', WS-REJECT-REASON.
002980 2210-EXIT.
002990     EXIT.
003000
003010*=============================================================
003020*2300-SHOW-MOVEMENTS.  LIST THE MOVEMENTS FILED FOR ONE DATE
003030*(BLANK = TODAY) IN FILE ORDER.
003040*=============================================================
003050 2300-SHOW-MOVEMENTS.
003060     DISPLAY 'ENTER MOVEMENT DATE YYYYMMDD (BLANK = TODAY): '.
003070     ACCEPT WS-WORK-DATE-X.
003080     IF  WS-WORK-DATE-X = SPACES
003090         MOVE WS-TODAY TO WS-WORK-DATE
003100     END-IF.
003110     IF  WS-WORK-DATE-X NOT NUMERIC
003120         DISPLAY 'MOVEMENT DATE MUST BE YYYYMMDD'
003130         GO TO 2300-EXIT
003140     END-IF.
003150     MOVE WS-WORK-DATE TO WS-SHOW-DATE.
003160     OPEN INPUT RADMVT.
003170     IF  WS-RADMVT-STATUS = "35"
003180         DISPLAY 'NO MOVEMENTS ON FILE'
003190         GO TO 2300-EXIT
003200     END-IF.
003210     MOVE ZEROES TO WS-SHOW-COUNT.
003220     MOVE 'N' TO WS-EOF-SWITCH.
003230     PERFORM 2310-SHOW-ONE-MOVEMENT THRU 2310-EXIT
003240         UNTIL WS-END-OF-FILE.
003250     CLOSE RADMVT.
003260     IF  WS-SHOW-COUNT = ZERO
003270         DISPLAY 'NO MOVEMENTS FILED FOR ', WS-SHOW-DATE
003280     ELSE
003290         DISPLAY 'MOVEMENTS FOR ', WS-SHOW-DATE, ': ',
003300             WS-SHOW-COUNT
003310     END-IF.
003320 2300-EXIT.
003330     EXIT.
003340
003350*2310-SHOW-ONE-MOVEMENT.  READ ONE FILED MOVEMENT AND SHOW IT
003360*IF IT IS FOR THE DATE ASKED FOR.
003370 2310-SHOW-ONE-MOVEMENT.
003380     READ RADMVT INTO RADMVT-RECORD
003390         AT END MOVE 'Y' TO WS-EOF-SWITCH
003400     END-READ.
003410     IF  WS-END-OF-FILE
003420         GO TO 2310-EXIT
003430     END-IF.
003440     IF  MT-MOVE-DATE NOT = WS-SHOW-DATE
003450         GO TO 2310-EXIT
003460     END-IF.
003470     ADD 1 TO WS-SHOW-COUNT.
003480     MOVE MT-TRANS-TYPE TO SL-TRANS-TYPE.
003490     MOVE MT-TANK-ID TO SL-TANK-ID.
003500     MOVE MT-TO-TANK-ID TO SL-TO-TANK-ID.
003510     MOVE MT-LITRES-15 TO SL-LITRES-15.
003520     MOVE MT-DOC-NO TO SL-DOC-NO.
003530     DISPLAY WS-SHOW-LINE.
003540 2310-EXIT.
003550     EXIT.
003560
003570*=============================================================
003580*5000-VALIDATE-MOVEMENT.  CHECK THE MOVEMENT IN THE WORK
003590*FIELDS.  WS-DIM-INVALID COMES BACK SET, WITH THE REASON IN
003600*WS-REJECT-REASON, AT THE FIRST CHECK IT FAILS.  THE LITRES
003610*HAVE ALREADY BEEN CHECKED BY THE CALLER.
003620*=============================================================
003630 5000-VALIDATE-MOVEMENT.
003640     SET WS-DIM-VALID TO TRUE.
003650     MOVE SPACES TO WS-REJECT-REASON.
003660     IF  WS-WORK-TYPE NOT = 'R' AND NOT = 'D' AND NOT = 'T'
003670         MOVE 'MOVEMENT TYPE MUST BE R, D OR T'
003680             TO WS-REJECT-REASON
003690         GO TO 5000-INVALID
003700     END-IF.
003710     IF  WS-WORK-TANK-ID = SPACES
003720         MOVE 'TANK ID REQUIRED' TO WS-REJECT-REASON
003730         GO TO 5000-INVALID
003740     END-IF.
003750     MOVE WS-WORK-TANK-ID TO TM-TANK-ID.
003760     PERFORM 5100-READ-TANK THRU 5100-EXIT.
003770     IF  WS-RECORD-NOT-FOUND
003780         MOVE 'TANK NOT ON MASTER' TO WS-REJECT-REASON
003790         GO TO 5000-INVALID
003800     END-IF.
003810     IF  TM-INACTIVE
003820         MOVE 'TANK IS INACTIVE' TO WS-REJECT-REASON
003830         GO TO 5000-INVALID
003840     END-IF.
003850     IF  WS-WORK-TYPE = 'T'
003860         IF  WS-WORK-TO-TANK-ID = SPACES
003870             OR WS-WORK-TO-TANK-ID = WS-WORK-TANK-ID
003880             MOVE 'TRANSFER NEEDS A DIFFERENT TO-TANK'
003890                 TO WS-REJECT-REASON
003900             GO TO 5000-INVALID
003910         END-IF
003920         MOVE WS-WORK-TO-TANK-ID TO TM-TANK-ID
003930         PERFORM 5100-READ-TANK THRU 5100-EXIT
003940         IF  WS-RECORD-NOT-FOUND
003950             MOVE 'TO-TANK NOT ON MASTER' TO WS-REJECT-REASON
003960             GO TO 5000-INVALID
003970         END-IF
003980         IF  TM-INACTIVE
003990             MOVE 'TO-TANK IS INACTIVE' TO WS-REJECT-REASON
004000             GO TO 5000-INVALID
004010         END-IF
004020     ELSE
004030         IF  WS-WORK-TO-TANK-ID NOT = SPACES
004040             MOVE 'TO-TANK ONLY ALLOWED ON A TRANSFER'
004050                 TO WS-REJECT-REASON
004060             GO TO 5000-INVALID
004070         END-IF
004080     END-IF.
004090     IF  WS-WORK-DATE-X NOT NUMERIC
004100         MOVE 'MOVEMENT DATE MUST BE YYYYMMDD'
004110             TO WS-REJECT-REASON
004120         GO TO 5000-INVALID
004130     END-IF.
004140     COMPUTE WS-DATE-INTEGER =
004150         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
004160     IF  WS-DATE-INTEGER = ZERO
004170         MOVE 'MOVEMENT DATE IS NOT A CALENDAR DATE'
004180             TO WS-REJECT-REASON
004190         GO TO 5000-INVALID
004200     END-IF.
004210     IF  WS-WORK-DATE > WS-TODAY
004220         MOVE 'MOVEMENT DATE IS IN THE FUTURE'
004230             TO WS-REJECT-REASON
004240         GO TO 5000-INVALID
004250     END-IF.
004260     IF  WS-WORK-DOC-NO = SPACES
004270         MOVE 'DOCUMENT NUMBER REQUIRED' TO WS-REJECT-REASON
004280         GO TO 5000-INVALID
004290     END-IF.
004300     PERFORM 5200-CHECK-DUPLICATE THRU 5200-EXIT.
004310     IF  WS-RECORD-FOUND
004320         MOVE 'DOCUMENT ALREADY FILED FOR THIS TANK'
004330             TO WS-REJECT-REASON
004340         GO TO 5000-INVALID
004350     END-IF.
004360     GO TO 5000-EXIT.
004370 5000-INVALID.
004380     SET WS-DIM-INVALID TO TRUE.
004390 5000-EXIT.
004400     EXIT.
004410
004420*5100-READ-TANK.  READ THE MASTER ENTRY FOR TM-TANK-ID BY KEY.
004430*WS-FOUND-SWITCH COMES BACK SET ACCORDINGLY.
004440 5100-READ-TANK.
004450     MOVE 'N' TO WS-FOUND-SWITCH.
004460     READ RADTNK
004470         INVALID KEY GO TO 5100-EXIT
004480     END-READ.
004490     MOVE 'Y' TO WS-FOUND-SWITCH.
004500 5100-EXIT.
004510     EXIT.
004520
004530*=============================================================
004540*5200-CHECK-DUPLICATE.  SCAN THE MOVEMENT FILE FOR THE SAME
004550*DOCUMENT ALREADY FILED AGAINST THE SAME TANK AND TYPE, SO A
004560*TICKET KEYED BY HAND AND THEN LOADED AGAIN IS NOT COUNTED
004570*TWICE IN BOOK STOCK.  WS-RECORD-FOUND COMES BACK SET WHEN IT
004580*IS.
004590*=============================================================
004600 5200-CHECK-DUPLICATE.
004610     MOVE 'N' TO WS-FOUND-SWITCH.
004620     OPEN INPUT RADMVT.
004630     IF  WS-RADMVT-STATUS = "35"
004640         GO TO 5200-EXIT
004650     END-IF.
004660     MOVE 'N' TO WS-EOF-SWITCH.
004670     PERFORM 5210-MATCH-FILED-MOVEMENT THRU 5210-EXIT
004680         UNTIL WS-END-OF-FILE OR WS-RECORD-FOUND.
004690     CLOSE RADMVT.
004700     MOVE 'N' TO WS-EOF-SWITCH.
004710 5200-EXIT.
004720     EXIT.
004730
004740*5210-MATCH-FILED-MOVEMENT.  TEST ONE FILED MOVEMENT.
004750 5210-MATCH-FILED-MOVEMENT.
004760     READ RADMVT INTO RADMVT-RECORD
004770         AT END MOVE 'Y' TO WS-EOF-SWITCH
004780     END-READ.
004790     IF  WS-END-OF-FILE
004800         GO TO 5210-EXIT
004810     END-IF.
004820     IF  MT-DOC-NO = WS-WORK-DOC-NO
004830         AND MT-TANK-ID = WS-WORK-TANK-ID
004840         AND MT-TRANS-TYPE = WS-WORK-TYPE
004850         MOVE 'Y' TO WS-FOUND-SWITCH
004860     END-IF.
004870 5210-EXIT.
004880     EXIT.
004890
004900*=============================================================
004910*6000-FILE-MOVEMENT.  APPEND THE CHECKED MOVEMENT TO RADMVT.
004920*THE FILE IS ALWAYS EXTENDED, NEVER REBUILT, THE SAME WAY THE
004930*AUDIT LOG IS, AND IS CLOSED AGAIN AT ONCE SO THE NEXT
004940*DUPLICATE SCAN SEES IT.
004950*=============================================================
004960 6000-FILE-MOVEMENT.
004970     MOVE SPACES TO RADMVT-RECORD.
004980     MOVE WS-WORK-TYPE TO MT-TRANS-TYPE.
004990     MOVE WS-WORK-TANK-ID TO MT-TANK-ID.
005000     MOVE WS-WORK-TO-TANK-ID TO MT-TO-TANK-ID.
005010     MOVE WS-WORK-DATE TO MT-MOVE-DATE.
005020     MOVE WS-WORK-LITRES TO MT-LITRES-15.
005030     MOVE WS-WORK-DOC-NO TO MT-DOC-NO.
005040     OPEN EXTEND RADMVT.
005050     IF  WS-RADMVT-STATUS = "35"
005060         OPEN OUTPUT RADMVT
005070     END-IF.
005080     WRITE RADMVT-FILE-RECORD FROM RADMVT-RECORD.
005090     CLOSE RADMVT.
005100 6000-EXIT.
005110     EXIT.
005120
005130 9999-EXIT.
005140     EXIT PROGRAM.
005150
005160 END PROGRAM RADMVMT.
