000603*                TANK MASTER NOMINALS SO THE INSPECTORS CAN
000604*                SEE DIMENSION DRIFT ACROSS MONTHS INSTEAD OF
000605*                ONE RUN'S TOLERANCE FLAG.
000607*10/15/26  DJL   THE RADSTR STRAPPING POINTS ARE NOW MAINTAINED
000608*                BY THE NEW RADSMNT PROGRAM AND CARRY THEIR
000609*                CERTIFICATE NUMBER, SURVEY DATE AND TABLE
000610*                STATUS.  THE LOAD PASSES OVER RETIRED TABLES
000611*                AND NO LONGER TRUSTS THE FILE ORDER: A TANK
000612*                WHOSE LEVELS OR VOLUMES DO NOT RISE FROM
000613*                POINT TO POINT IS DROPPED FROM THE TABLE AND
000614*                GAUGED GEOMETRICALLY.  THE CERTIFICATE A P
000615*                RECORD WAS INTERPOLATED FROM IS WRITTEN TO
000616*                THE RADHST HISTORY RECORD AS PROOF.
000617*10/15/26  DJL   THE CSV EXTRACT ROW NOW ENDS WITH THE GAUGED
000618*                LIQUID LEVEL OF A PARTIAL-FILL (P) RECORD
000619*                (ZERO ON OTHER ROWS), CARRIED THROUGH RADCONS
000620*                TO RADDAY FOR THE NEW RADULLG ULLAGE AND
000621*                SAFE-FILL REPORT.
000622*10/15/26  DJL   THE RADHST HISTORY RECORD NOW CARRIES THE CREW
000623*                THAT KEYED THE MEASUREMENT, FOR THE RADGCMP
000624*                GAUGING-SCHEDULE COMPLIANCE REPORT.
000625*10/15/26  DJL   THE RADHST HISTORY RECORD NOW ALSO CARRIES THE
000626*                MEASUREMENT'S TOLERANCE FLAG, FOR THE RADTINQ
000627*                SINGLE-TANK INQUIRY.
000628*10/15/26  DJL   EVERY BATCH RECORD KEYED -- ACCEPTED, REJECTED
000629*                (WITH ITS REASON CODE) OR CAUGHT AS A
000630*                DUPLICATE -- IS NOW APPENDED TO THE PERMANENT
000631*                RADKLG CREW KEYING LOG UNDER ITS CREW, WITH
000632*                THE OUT-OF-TOLERANCE FLAG ON ACCEPTED ONES,
000633*                FOR THE MONTHLY RADCSCR KEYING-ACCURACY
000634*                SCORECARD.
000635*10/15/26  DJL   AN OPERATOR SUSPENDED ON RADAUT (MAINTAINED BY
000636*                THE NEW RADAMNT PROGRAM) IS NOW REJECTED AT
000637*                STARTUP LIKE AN UNLISTED ONE, WHATEVER THE
000638*                PERMISSION FLAGS STILL SAY.
000639*-----------------------------------------------------------
000640
000600 ENVIRONMENT DIVISION.
000601 INPUT-OUTPUT SECTION.
000602 FILE-CONTROL.
000724     SELECT RADHST ASSIGN TO RADHST
000725         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS WS-RADHST-STATUS.
000727     SELECT RADKLG ASSIGN TO RADKLG
000728         ORGANIZATION IS LINE SEQUENTIAL
000729         FILE STATUS IS WS-RADKLG-STATUS.
000730     SELECT RADSTR ASSIGN TO RADSTR
000731         ORGANIZATION IS LINE SEQUENTIAL
000732         FILE STATUS IS WS-RADSTR-STATUS.
000726
000730 DATA DIVISION.
000740 FILE SECTION.
000998     LABEL RECORD IS STANDARD.
000999     COPY RADHST.
001000
001001 FD  RADKLG
001002     LABEL RECORD IS STANDARD.
001003     COPY RADKLG.
001004
001005 FD  RADSTR
001006     LABEL RECORD IS STANDARD.
001007     COPY RADSTR.
001008
000998 WORKING-STORAGE SECTION.
001000
001010*CONSTANTS
002497 77  WS-RADLDG-STATUS       PIC X(02).
002498 77  WS-RADAUT-STATUS       PIC X(02).
002499 77  WS-RADHST-STATUS       PIC X(02).
002500 77  WS-RADKLG-STATUS       PIC X(02).
002501 77  WS-RADSTR-STATUS       PIC X(02).
002502
002499*OPERATOR AUTHORIZATION FIELDS.  THE RUN IS CHECKED AGAINST
002500*THE RADAUT FILE AT STARTUP: THE OPERATOR MUST BE ON FILE
002501*WITH A 'Y' FLAG FOR THE REQUESTED RUN MODE, AND FOR RESTART
002502*WHEN A RESTART COUNT WAS GIVEN, AND MUST NOT BE SUSPENDED.
002503*THE OUTCOME IS STAMPED ON EVERY AUDIT RECORD, AND A DENIED
002504*RUN WRITES ONE AUDIT ENTRY, ENDS WITH RETURN CODE 16, AND
002505*PROCESSES NOTHING.
002506 77  WS-AUTH-FLAG           PIC X(01) VALUE 'D'.
002507     88  WS-RUN-AUTHORIZED          VALUE 'A'.
002508     88  WS-RUN-DENIED              VALUE 'D'.
002512     88  WS-AUT-FOUND               VALUE 'Y'.
002513 77  WS-PERM-MODE-FLAG      PIC X(01) VALUE 'N'.
002514 77  WS-PERM-RESTART-FLAG   PIC X(01) VALUE 'N'.
002515 77  WS-PERM-STATUS         PIC X(01) VALUE SPACE.
002516     88  WS-PERM-SUSPENDED          VALUE 'S'.
002517 77  WS-OPERATOR-ID         PIC X(08).
002518 77  WS-RUN-DATE            PIC 9(08).
002520 77  WS-RUN-TIME            PIC 9(08).
002530 01  RADRPT-TRAILER-LINE.
002867*RADTRND DIMENSION-DRIFT TREND REPORT PROGRAM, SO IT LIVES IN
002868*THE RADHSTL COPYBOOK.
002869     COPY RADHSTL.
002874
002879*THE CREW KEYING LOG LINE LAYOUT IS SHARED WITH RADREPR, WHICH
002884*LOGS ITS REPAIRS, AND THE RADCSCR SCORECARD THAT READS IT
002889*BACK, SO IT LIVES IN THE RADKLGL COPYBOOK.
002894     COPY RADKLGL.
002900
002901*TANK MASTER LOOKUP FIELDS.  THE INDEXED RADTNK FILE IS HELD
002902*OPEN FOR THE BATCH RUN AND THE ENTRY FOR EACH INPUT RECORD IS
002919*STRAPPING TABLE.  THE RADSTR CALIBRATION POINTS ARE LOADED
002920*ONCE AT THE START OF A BATCH RUN, IN FILE ORDER (ASCENDING
002921*LEVEL WITHIN TANK, AS THE SURVEY CERTIFICATE LISTS THEM).
002922*ONLY EACH TANK'S CURRENT TABLE IS LOADED, AND ONLY WHEN ITS
002923*LEVELS AND VOLUMES RISE FROM POINT TO POINT.
002924*FOR A PARTIAL-FILL RECORD THE GAUGED LEVEL IS BRACKETED BY
002925*THE TANK'S POINTS AND THE VOLUME INTERPOLATED BETWEEN THEM;
002926*BELOW THE LOWEST POINT THE LINE RUNS FROM THE EMPTY TANK
002927*(LEVEL ZERO, VOLUME ZERO).  A TANK WITH NO POINTS, OR A
002928*LEVEL ABOVE ITS TOP CALIBRATED POINT, KEEPS THE GEOMETRIC
002929*VOLUME AND IS FLAGGED G ON THE REPORT LINE.
002930 77  WS-STRAP-LIMIT         PIC 9(04) VALUE 2000.
002931 77  WS-STRAP-COUNT         PIC 9(04) VALUE ZEROES.
002932 77  WS-STRAP-SUB           PIC 9(04) VALUE ZEROES.
002933 77  WS-STRAP-EOF-SWITCH    PIC X(01) VALUE 'N'.
002934     88  WS-STRAP-EOF               VALUE 'Y'.
002935 01  WS-STRAP-TABLE.
002936     02  WS-SP-ENTRY OCCURS 2000 TIMES.
002937         03  WS-SP-TANK-ID       PIC X(08).
002938         03  WS-SP-LEVEL         PIC 9(07)V9(04).
002939         03  WS-SP-VOLUME        PIC 9(13)V9(02).
002940         03  WS-SP-CERT-NO       PIC X(12).
002941
002942*LOAD-ORDER CHECK FIELDS.  THE PREVIOUS CURRENT POINT READ AND
002943*WHERE ITS TANK'S POINTS START IN THE TABLE, SO A TANK WHOSE
002944*TABLE BREAKS ORDER CAN BE BACKED OUT OF THE TABLE WHOLE.
002945 77  WS-SP-PREV-TANK-ID     PIC X(08) VALUE SPACES.
002946 77  WS-SP-PREV-LEVEL       PIC 9(07)V9(04) VALUE ZEROES.
002947 77  WS-SP-PREV-VOLUME      PIC 9(13)V9(02) VALUE ZEROES.
002948 77  WS-SP-TANK-START       PIC 9(04) VALUE ZEROES.
002949 77  WS-SP-BAD-TANK-ID      PIC X(08) VALUE SPACES.
002950
002951*INTERPOLATION WORKING FIELDS.  THE LO POINT IS THE HIGHEST
002952*CALIBRATED LEVEL NOT ABOVE THE GAUGED LEVEL (THE EMPTY TANK
002953*WHEN NONE IS); THE HI POINT IS THE LOWEST CALIBRATED LEVEL
002954*NOT BELOW IT.
002955 77  WS-VOL-METHOD          PIC X(01) VALUE SPACE.
002956     88  WS-VOL-STRAPPED            VALUE 'S'.
002957 77  WS-SP-HI-SWITCH        PIC X(01) VALUE 'N'.
002958     88  WS-SP-HI-FOUND             VALUE 'Y'.
002959 77  WS-SP-LO-LEVEL         PIC 9(07)V9(04) VALUE ZEROES.
002960 77  WS-SP-LO-VOLUME        PIC 9(13)V9(02) VALUE ZEROES.
002961 77  WS-SP-HI-LEVEL         PIC 9(07)V9(04) VALUE ZEROES.
002962 77  WS-SP-HI-VOLUME        PIC 9(13)V9(02) VALUE ZEROES.
002963 77  WS-STRAP-CERT          PIC X(12) VALUE SPACES.
002964
002926*TOLERANCE-CHECK WORKING FIELDS.  WS-CHK-DIM IS THE MEASURED
002927*DIMENSION UNDER TEST AND WS-NOM-DIM ITS NOMINAL FROM THE TANK
002928*MASTER; THE BAND IS NOMINAL PLUS/MINUS THE MASTER'S TOLERANCE
003335         MOVE 16 TO RETURN-CODE
003336     END-IF.
003340 1000-EXIT.
003341     EXIT.
003342
003343*=============================================================
003344*1100-CHECK-AUTHORIZATION.  MATCH THE OPERATOR AGAINST THE
003345*RADAUT AUTHORIZATION FILE AND CHECK THE PERMISSION FLAG FOR
003347*THE REQUESTED RUN MODE, PLUS THE RESTART FLAG WHEN A RESTART
003348*COUNT WAS GIVEN.  A MISSING FILE, UNLISTED OPERATOR OR
003349*SUSPENDED OPERATOR DENIES THE RUN - AUTHORIZATION CANNOT BE
003350*SIDESTEPPED BY DELETING THE FILE.
003351*=============================================================
003352 1100-CHECK-AUTHORIZATION.
003354     MOVE 'D' TO WS-AUTH-FLAG.
003355     OPEN INPUT RADAUT.
003356     IF  WS-RADAUT-STATUS = "35"
003357         DISPLAY 'NO AUTHORIZATION FILE -- RUN REJECTED'
003358         GO TO 1100-EXIT
003359     END-IF.
003361     PERFORM 1110-MATCH-OPERATOR THRU 1110-EXIT
003362         UNTIL WS-AUT-EOF OR WS-AUT-FOUND.
003363     CLOSE RADAUT.
003364     IF  NOT WS-AUT-FOUND
003365         DISPLAY 'OPERATOR NOT ON AUTHORIZATION FILE: ',
003366             WS-OPERATOR-ID
003368         GO TO 1100-EXIT
003369     END-IF.
003370     IF  WS-PERM-SUSPENDED
003371         DISPLAY 'OPERATOR ', WS-OPERATOR-ID, ' IS SUSPENDED'
003372         GO TO 1100-EXIT
003374     END-IF.
003375     IF  WS-PERM-MODE-FLAG NOT = 'Y'
003376         DISPLAY 'OPERATOR ', WS-OPERATOR-ID,
003389
003390*1110-MATCH-OPERATOR.  READ ONE AUTHORIZATION RECORD AND, ON
003391*A MATCH, KEEP THE FLAGS THE CHECK NEEDS: THE ONE FOR THIS
003392*RUN MODE, THE RESTART FLAG AND THE OPERATOR'S STATUS.
003393 1110-MATCH-OPERATOR.
003394     READ RADAUT
003395         AT END MOVE 'Y' TO WS-AUT-EOF-SWITCH
003409                     MOVE AU-INTERACTIVE-FLAG TO
003410                         WS-PERM-MODE-FLAG
003411             END-EVALUATE
003408             MOVE AU-RESTART-FLAG TO WS-PERM-RESTART-FLAG
003409             MOVE AU-STATUS TO WS-PERM-STATUS
003410         END-IF
003411     END-IF.
003412 1110-EXIT.
003473     IF  WS-RADHST-STATUS = "35"
003474         OPEN OUTPUT RADHST
003475     END-IF.
003476*THE CREW KEYING LOG IS PERMANENT IN THE SAME WAY.
003478     OPEN EXTEND RADKLG.
003480     IF  WS-RADKLG-STATUS = "35"
003482         OPEN OUTPUT RADKLG
003484     END-IF.
003486 2000-READ-LOOP.
003488     PERFORM 2010-WRITE-REPORT-HEADER THRU 2010-EXIT.
003490     IF  WS-RESTART-COUNT > ZERO
003495         AND NOT WS-MODE-TRIAL
003500         PERFORM 2060-SKIP-RECORD THRU 2060-EXIT
003590     CLOSE RADRPT.
003600     CLOSE RADEXC.
003610     CLOSE RADEXT.
003611     CLOSE RADHST.
003612     CLOSE RADKLG.
003613 2000-CLOSE-MASTER.
003614     IF  WS-TANK-MASTER-OPEN
003615         CLOSE RADTNK
003829 2080-EXIT.
003830     EXIT.
003831
003832*=============================================================
003833*2085-LOAD-STRAP-POINT.  LOAD ONE CALIBRATION POINT.  POINTS
003834*OF A RETIRED TABLE ARE PASSED OVER.  EACH CURRENT POINT MUST
003835*LIE ABOVE THE TANK'S PREVIOUS POINT IN BOTH LEVEL AND
003836*VOLUME.  ONE THAT DOES NOT MEANS THE TABLE ON FILE IS BROKEN:
003837*THE TANK'S POINTS ALREADY LOADED ARE BACKED OUT, THE REST ARE
003838*SKIPPED, AND ITS PARTIAL FILLS FALL BACK TO THE GEOMETRIC
003839*FORMULA (FLAGGED G) INSTEAD OF BEING INTERPOLATED QUIETLY
003840*WRONG.
003841*=============================================================
003842 2085-LOAD-STRAP-POINT.
003843     READ RADSTR
003844         AT END MOVE 'Y' TO WS-STRAP-EOF-SWITCH
003845     END-READ.
003846     IF  WS-STRAP-EOF
003847         GO TO 2085-EXIT
003848     END-IF.
003849     IF  ST-RETIRED OR ST-TANK-ID = WS-SP-BAD-TANK-ID
003850         GO TO 2085-EXIT
003851     END-IF.
003852     IF  ST-TANK-ID NOT = WS-SP-PREV-TANK-ID
003853         MOVE ST-TANK-ID TO WS-SP-PREV-TANK-ID
003854         COMPUTE WS-SP-TANK-START = WS-STRAP-COUNT + 1
003855     ELSE
003856         IF  ST-LEVEL-M NOT > WS-SP-PREV-LEVEL
003857             OR ST-VOLUME-L NOT > WS-SP-PREV-VOLUME
003858             DISPLAY 'STRAPPING TABLE OUT OF ORDER -- TANK ',
003859                 ST-TANK-ID, ' GAUGED GEOMETRICALLY'
003860             MOVE ST-TANK-ID TO WS-SP-BAD-TANK-ID
003861             COMPUTE WS-STRAP-COUNT = WS-SP-TANK-START - 1
003862             GO TO 2085-EXIT
003863         END-IF
003864     END-IF.
003865     MOVE ST-LEVEL-M TO WS-SP-PREV-LEVEL.
003866     MOVE ST-VOLUME-L TO WS-SP-PREV-VOLUME.
003867     IF  WS-STRAP-COUNT < WS-STRAP-LIMIT
003868         ADD 1 TO WS-STRAP-COUNT
003869         MOVE ST-TANK-ID TO WS-SP-TANK-ID(WS-STRAP-COUNT)
003870         MOVE ST-LEVEL-M TO WS-SP-LEVEL(WS-STRAP-COUNT)
003871         MOVE ST-VOLUME-L TO WS-SP-VOLUME(WS-STRAP-COUNT)
003872         MOVE ST-CERT-NO TO WS-SP-CERT-NO(WS-STRAP-COUNT)
003873     ELSE
003874         DISPLAY 'STRAPPING TABLE FULL -- REST SKIPPED'
003875         MOVE 'Y' TO WS-STRAP-EOF-SWITCH
003876     END-IF.
003877 2085-EXIT.
003878     EXIT.
003879
003845*2060-SKIP-RECORD.  READ AND DISCARD A RECORD ALREADY HANDLED
003846*BY AN EARLIER RUN.  IT IS NOT VALIDATED, COMPUTED, REPORTED
003847*OR AUDITED AGAIN.
004305     END-IF.
004306     PERFORM 2280-CHECK-DUPLICATE THRU 2280-EXIT.
004307     IF  WS-RECORD-DUPLICATE
004308         IF  WS-MODE-BATCH
004309             MOVE 'D' TO KL-EVENT-CODE
004310             MOVE SPACES TO KL-REASON-CODE
004311             MOVE SPACE TO KL-TOL-FLAG
004312             PERFORM 7200-LOG-KEYING THRU 7200-EXIT
004314         END-IF
004315         GO TO 2200-READ-NEXT
004316     END-IF.
004317     EVALUATE TRUE
004318             WHEN RI-SHAPE-CIRCLE
004320                 PERFORM 2210-PROCESS-CIRCLE THRU 2210-EXIT
004330             WHEN RI-SHAPE-RECTANGLE
004340                 PERFORM 2220-PROCESS-RECTANGLE THRU 2220-EXIT
005240     PERFORM 2400-ACCUMULATE-TOTALS THRU 2400-EXIT.
005241     PERFORM 2380-REMEMBER-SEEN-KEY THRU 2380-EXIT.
005242     PERFORM 7100-TALLY-CREW-ACCEPT THRU 7100-EXIT.
005243     MOVE 'A' TO KL-EVENT-CODE.
005244     MOVE SPACES TO KL-REASON-CODE.
005246     IF  WS-TOL-FLAG = 'OUT-TOL'
005248         MOVE 'Y' TO KL-TOL-FLAG
005250     ELSE
005252         MOVE 'N' TO KL-TOL-FLAG
005254     END-IF.
005256     PERFORM 7200-LOG-KEYING THRU 7200-EXIT.
005258 2300-EXIT.
005260     EXIT.
005270
005271*=============================================================
005647     COMPUTE REL-VOLUME-GAL ROUNDED = WS-TOTAL-VOLUME
005648         * GALLONS-PER-LITRE.
005649     MOVE WS-TOTAL-VOL15 TO REL-VOLUME-L15.
005650     MOVE ZEROES TO REL-LEVEL-M.
005651     WRITE RADEXT-RECORD FROM RADEXT-LINE.
005650 2550-EXIT.
005651     EXIT.
005652
006727     IF  WS-MODE-BATCH
006728         MOVE RADIN-RECORD TO REX-INPUT-RECORD
006729         PERFORM 7150-TALLY-CREW-REJECT THRU 7150-EXIT
006730         MOVE 'R' TO KL-EVENT-CODE
006731         MOVE REX-REASON-CODE TO KL-REASON-CODE
006732         MOVE SPACE TO KL-TOL-FLAG
006733         PERFORM 7200-LOG-KEYING THRU 7200-EXIT
006734     ELSE
006735         MOVE WS-DIM-RAW TO REX-INPUT-RECORD
006736     END-IF.
006737     WRITE RADEXC-RECORD FROM RADEXC-LINE.
006738     ADD 1 TO WS-REJECT-COUNT.
006716 4100-EXIT.
006717     EXIT.
006718
006920*4300-WRITE-EXTRACT-RECORD.  APPEND ONE CSV ROW TO RADEXT FOR
006930*THE CALCULATION JUST COMPLETED.  REL-SHAPE-CODE AND REL-DIM-1
006940*MUST BE MOVED IN BY THE CALLER BEFORE THIS IS PERFORMED.
006945*A PARTIAL-FILL ROW ALSO CARRIES ITS GAUGED LEVEL.
006950*=============================================================
006960 4300-WRITE-EXTRACT-RECORD.
006970     MOVE PERIMETER TO REL-PERIMETER.
006971     IF  REL-SHAPE-CODE = 'P'
006973         MOVE CYL-LEVEL TO REL-LEVEL-M
006975     ELSE
006976         MOVE ZEROES TO REL-LEVEL-M
006978     END-IF.
006980     MOVE S-AREA TO REL-AREA.
006981     MOVE WS-VOLUME-LITRES TO REL-VOLUME-L.
006982     MOVE WS-VOLUME-GALLONS TO REL-VOLUME-GAL.
006990     WRITE RADEXT-RECORD FROM RADEXT-LINE.
006991     ADD 1 TO WS-EXTRACT-COUNT.
007000 4300-EXIT.
007001     EXIT.
007002
007003*=============================================================
007004*4400-WRITE-HISTORY-RECORD.  APPEND ONE MEASUREMENT HISTORY
007006*RECORD TO RADHST FOR THE ACCEPTED BATCH MEASUREMENT JUST
007007*REPORTED.  THE DIMENSIONS ARE THE STANDARDIZED (METRES)
007008*VALUES, LAID OUT BY SHAPE THE SAME WAY THE RADIN RECORD IS,
007009*SO THE RADTRND TREND REPORT CAN SET EACH ONE AGAINST THE
007010*TANK MASTER NOMINALS.  A STRAPPED PARTIAL FILL ALSO CARRIES
007012*THE CERTIFICATE ITS VOLUME WAS INTERPOLATED FROM, AND EVERY
007013*RECORD THE CREW THAT KEYED IT AND ITS TOLERANCE FLAG.
007014*=============================================================
007015 4400-WRITE-HISTORY-RECORD.
007016     MOVE RI-TANK-ID TO HL-TANK-ID.
007018     MOVE WS-REPORT-DATE TO HL-GAUGE-DATE.
007019     MOVE RI-SHAPE-CODE TO HL-SHAPE-CODE.
007020     MOVE WS-CURRENT-DIM-1 TO HL-DIM-1.
007021     MOVE SPACES TO HL-STRAP-CERT.
007022     MOVE RI-CREW-ID TO HL-CREW-ID.
007024     MOVE WS-TOL-FLAG TO HL-TOL-FLAG.
007025     EVALUATE TRUE
007026         WHEN RI-SHAPE-RECTANGLE
007027             MOVE RECT-WIDTH TO HL-DIM-2
007035         WHEN RI-SHAPE-PART-FILL
007036             MOVE CYL-HEIGHT TO HL-DIM-2
007037             MOVE CYL-LEVEL TO HL-DIM-3
007038             IF  WS-VOL-STRAPPED
007039                 MOVE WS-STRAP-CERT TO HL-STRAP-CERT
007040             END-IF
007041         WHEN OTHER
007042             MOVE ZEROES TO HL-DIM-2
007043             MOVE ZEROES TO HL-DIM-3
007044     END-EVALUATE.
007045     MOVE WS-VOLUME-LITRES TO HL-VOLUME-L.
007046     WRITE RADHST-RECORD FROM RADHST-LINE.
007047 4400-EXIT.
007048     EXIT.
007049
007030*=============================================================
007040*5000-CALCULATE-CIRCLE.  PERIMETER = 2.PI.R, AREA = PI.R.R.
007050*=============================================================
007607*AND THE HI POINT THE LOWEST NOT BELOW IT.  A LEVEL ABOVE THE
007608*TOP CALIBRATED POINT IS OUTSIDE THE SURVEY AND KEEPS THE
007609*GEOMETRIC FIGURE.  WS-VOL-METHOD COMES BACK S WHEN THE
007610*VOLUME WAS STRAPPED, WITH THE TABLE'S CERTIFICATE NUMBER IN
007611*WS-STRAP-CERT.
007612*=============================================================
007613 5570-STRAP-VOLUME.
007614     MOVE 'N' TO WS-SP-HI-SWITCH.
007615     MOVE ZEROES TO WS-SP-LO-LEVEL.
007616     MOVE ZEROES TO WS-SP-LO-VOLUME.
007617     PERFORM 5575-SCAN-STRAP-POINT THRU 5575-EXIT
007618         VARYING WS-STRAP-SUB FROM 1 BY 1
007619         UNTIL WS-STRAP-SUB > WS-STRAP-COUNT
007620            OR WS-SP-HI-FOUND.
007621     IF  NOT WS-SP-HI-FOUND
007622         GO TO 5570-EXIT
007623     END-IF.
007624     IF  WS-SP-HI-LEVEL = WS-SP-LO-LEVEL
007625         MOVE WS-SP-HI-VOLUME TO WS-VOLUME-LITRES
007626     ELSE
007627         COMPUTE WS-VOLUME-LITRES ROUNDED = WS-SP-LO-VOLUME
007628             + (WS-SP-HI-VOLUME - WS-SP-LO-VOLUME)
007629             * (CYL-LEVEL - WS-SP-LO-LEVEL)
007630             / (WS-SP-HI-LEVEL - WS-SP-LO-LEVEL)
007631     END-IF.
007632     COMPUTE WS-VOLUME-GALLONS ROUNDED = WS-VOLUME-LITRES
007633         * GALLONS-PER-LITRE.
007634     COMPUTE S-VOLUME ROUNDED = WS-VOLUME-LITRES
007635         / LITRES-PER-CUBIC-M.
007636     MOVE 'S' TO WS-VOL-METHOD.
007637 5570-EXIT.
007638     EXIT.
007639
007640*5575-SCAN-STRAP-POINT.  TEST ONE CALIBRATION POINT AGAINST
007641*THE CURRENT RECORD'S TANK AND GAUGED LEVEL.  POINTS AT OR
007642*BELOW THE LEVEL KEEP ADVANCING THE LO POINT; THE FIRST POINT
007643*ABOVE OR AT THE LEVEL BECOMES THE HI POINT AND ENDS THE SCAN.
007644 5575-SCAN-STRAP-POINT.
007645     IF  WS-SP-TANK-ID(WS-STRAP-SUB) NOT = RI-TANK-ID
007646         GO TO 5575-EXIT
007647     END-IF.
007648     IF  WS-SP-LEVEL(WS-STRAP-SUB) NOT < CYL-LEVEL
007649         MOVE WS-SP-LEVEL(WS-STRAP-SUB) TO WS-SP-HI-LEVEL
007650         MOVE WS-SP-VOLUME(WS-STRAP-SUB) TO WS-SP-HI-VOLUME
007651         MOVE WS-SP-CERT-NO(WS-STRAP-SUB) TO WS-STRAP-CERT
007652         MOVE 'Y' TO WS-SP-HI-SWITCH
007653     ELSE
007654         MOVE WS-SP-LEVEL(WS-STRAP-SUB) TO WS-SP-LO-LEVEL
007655         MOVE WS-SP-VOLUME(WS-STRAP-SUB) TO WS-SP-LO-VOLUME
007656     END-IF.
007657 5575-EXIT.
007658     EXIT.
007659
007660*=============================================================
007661*5580-CORRECT-VOLUME.  CORRECT THE GAUGED LITRES TO THE 15 C
007662*STANDARD WITH THE PLANT-STANDARD EXPANSION COEFFICIENT: A
007663*WARM GAUGING SHRINKS TOWARD STANDARD, A COLD ONE GROWS.  WITH
007664*NO OBSERVED TEMPERATURE WS-TEMP-C HOLDS THE STANDARD AND THE
007665*CORRECTED FIGURE EQUALS THE OBSERVED ONE.
007666*=============================================================
007667 5580-CORRECT-VOLUME.
007668     COMPUTE WS-VOLUME-L15 ROUNDED = WS-VOLUME-LITRES
007669         * (1 - EXPANSION-PER-DEG-C
007670         * (WS-TEMP-C - STANDARD-TEMP-C)).
007671 5580-EXIT.
007672     EXIT.
007673
007581*=============================================================
007582*7000-FIND-CREW-ENTRY.  FIND OR ADD THE SUBTOTAL ENTRY FOR
007583*THE CURRENT RECORD'S CREW ID.  WS-CREW-USE COMES BACK WITH
007629 7150-EXIT.
007630     EXIT.
007631
007632*7200-LOG-KEYING.  APPEND ONE BATCH RECORD TO THE RADKLG CREW
007633*KEYING LOG.  THE CALLER SETS KL-EVENT-CODE, KL-REASON-CODE
007634*AND KL-TOL-FLAG; THE REST COMES FROM THE RUN AND THE RECORD.
007635 7200-LOG-KEYING.
007636     MOVE WS-REPORT-DATE TO KL-EVENT-DATE.
007637     MOVE WS-RUN-ID TO KL-RUN-ID.
007638     MOVE RI-CREW-ID TO KL-CREW-ID.
007639     MOVE RI-TANK-ID TO KL-TANK-ID.
007640     MOVE WS-RECORDS-READ TO KL-RECORD-NO.
007641     MOVE ZEROES TO KL-SOURCE-DATE.
007642     WRITE RADKLG-RECORD FROM RADKLG-LINE.
007643 7200-EXIT.
007644     EXIT.
007645
007646*=============================================================
007647*8000-WRITE-RUN-LEDGER.  APPEND THIS RUN'S LEDGER RECORD.
007603*EVERY RUN IS LEDGERED, WHATEVER THE MODE, SO THE LEDGER IS
007604*THE COMPLETE RUN HISTORY.  ACCEPTED IS REPORT DETAIL LINES
007605*FOR A BATCH RUN AND EXTRACT ROWS FOR THE TERMINAL MODES
