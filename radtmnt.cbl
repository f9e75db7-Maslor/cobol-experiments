000334*                PRODUCT MASTER CODE) FOR THE RADSTK DAY-END
000336*                STOCK REPORT; THE CODE IS KEYED WITH THE
000338*                OTHER ENTRY FIELDS AND SHOWN ON THE LIST.
000339*10/15/26  DJL   EACH TANK NOW CARRIES A SAFE-FILL LEVEL AND A
000340*                LOW PUMP-OUT LEVEL (METRES) FOR THE RADULLG
000341*                ULLAGE REPORT.  BOTH ARE KEYED WITH THE OTHER
000342*                ENTRY FIELDS AND SHOWN ON THE LIST; A PUMP-OUT
000343*                LEVEL AT OR ABOVE SAFE FILL IS REFUSED.
000344*10/15/26  DJL   EACH TANK NOW CARRIES ITS REQUIRED GAUGING
000345*                FREQUENCY (D DAILY, W WEEKLY, M MONTHLY) FOR
000346*                THE RADGCMP COMPLIANCE REPORT.  IT IS KEYED
000347*                WITH THE OTHER ENTRY FIELDS, DEFAULTS TO DAILY
000348*                AND IS SHOWN ON THE LIST.
000350*10/15/26  DJL   THE SAFE-FILL, PUMP-OUT AND FREQUENCY FIELDS
000351*                TAKE THE RADTNK RECORD FROM 72 TO 94 BYTES.
000352*                AN EXISTING MASTER MUST BE CARRIED ACROSS ONCE
000353*                WITH THE RADTCNV CONVERSION PROGRAM BEFORE
000354*                THIS OR ANY OTHER RECOMPILED PROGRAM OPENS IT.
000355*                A SAFE-FILL LEVEL ABOVE THE TANK'S NOMINAL
000356*                LENGTH (ITS HEIGHT) IS NOW REFUSED.
000357*-----------------------------------------------------------
000358
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000780 77  WS-WORK-TANK-ID        PIC X(08) VALUE SPACES.
000790 77  WS-WORK-DESC           PIC X(20) VALUE SPACES.
000792 77  WS-WORK-PRODUCT        PIC X(04) VALUE SPACES.
000794 77  WS-WORK-FREQ           PIC X(01) VALUE SPACE.
000796     88  WS-FREQ-VALID              VALUE 'D' 'W' 'M'.
000800
000810*DISPLAY-EDITED FIELDS FOR THE LIST FUNCTION
000820 01  WS-LIST-LINE.
000950     02  LL-TOLERANCE-PCT    PIC Z9.99.
000952     02  FILLER              PIC X(02) VALUE SPACES.
000954     02  LL-PRODUCT-CODE     PIC X(04).
000956     02  FILLER              PIC X(02) VALUE SPACES.
000957     02  LL-SAFE-FILL-M      PIC Z(06)9.9999.
000958     02  FILLER              PIC X(02) VALUE SPACES.
000959     02  LL-PUMP-OUT-M       PIC Z(06)9.9999.
000961     02  FILLER              PIC X(02) VALUE SPACES.
000963     02  LL-GAUGE-FREQ       PIC X(01).
000966
000970 PROCEDURE DIVISION.
000980
000990*=============================================================
001760     MOVE ZEROES TO TM-NOM-WIDTH.
001770     MOVE ZEROES TO TM-TOLERANCE-PCT.
001772     MOVE SPACES TO TM-PRODUCT-CODE.
001774     MOVE ZEROES TO TM-SAFE-FILL-M.
001776     MOVE ZEROES TO TM-PUMP-OUT-M.
001778     MOVE 'D' TO TM-GAUGE-FREQ.
001780     PERFORM 2150-ACCEPT-ENTRY-FIELDS THRU 2150-EXIT.
001790     IF  WS-DIM-INVALID
001800         DISPLAY 'ADD ABANDONED'
001910
001920*=============================================================
001930*2150-ACCEPT-ENTRY-FIELDS.  ACCEPT THE DESCRIPTION, NOMINAL
001940*DIMENSIONS, TOLERANCE, PRODUCT, SAFE-FILL AND PUMP-OUT
001942*LEVELS AND GAUGING FREQUENCY STRAIGHT INTO THE FILE RECORD
001945*AREA.
001950*A BAD NUMERIC VALUE LEAVES WS-DIM-INVALID SET AND THE CALLER
001960*DECIDES WHETHER TO ABANDON THE ADD OR LEAVE THE FILE RECORD
001970*AS IT STANDS.
002280         DISPLAY 'TOLERANCE PERCENT MUST NOT EXCEED 99.99'
002290         GO TO 2150-EXIT
002300     END-IF.
002301     MOVE WS-DIM-NUM TO TM-TOLERANCE-PCT.
002302     DISPLAY 'ENTER PRODUCT CODE (BLANK IF NONE): '.
002304     ACCEPT WS-WORK-PRODUCT.
002305     MOVE WS-WORK-PRODUCT TO TM-PRODUCT-CODE.
002306     DISPLAY 'ENTER SAFE-FILL LEVEL M (0 IF NOT SET): '.
002308     PERFORM 5100-ACCEPT-DIMENSION THRU 5100-EXIT.
002309     IF  WS-DIM-INVALID
002311         GO TO 2150-EXIT
002312     END-IF.
002313     IF  TM-NOM-LENGTH > ZERO
002315         AND WS-DIM-NUM > TM-NOM-LENGTH
002316         SET WS-DIM-INVALID TO TRUE
002317         DISPLAY 'SAFE-FILL LEVEL MUST NOT EXCEED NOMINAL LENGTH'
002319         GO TO 2150-EXIT
002320     END-IF.
002322     MOVE WS-DIM-NUM TO TM-SAFE-FILL-M.
002323     DISPLAY 'ENTER LOW PUMP-OUT LEVEL M (0 IF NOT SET): '.
002324     PERFORM 5100-ACCEPT-DIMENSION THRU 5100-EXIT.
002325     IF  WS-DIM-INVALID
002326         GO TO 2150-EXIT
002327     END-IF.
002328     IF  TM-SAFE-FILL-M > ZERO
002329         AND WS-DIM-NUM NOT < TM-SAFE-FILL-M
002330         SET WS-DIM-INVALID TO TRUE
002331         DISPLAY 'PUMP-OUT LEVEL MUST BE BELOW SAFE FILL'
002332         GO TO 2150-EXIT
002333     END-IF.
002334     MOVE WS-DIM-NUM TO TM-PUMP-OUT-M.
002335     DISPLAY 'ENTER GAUGING FREQUENCY D/W/M (BLANK = D): '.
002336     ACCEPT WS-WORK-FREQ.
002337     IF  WS-WORK-FREQ = SPACE
002338         MOVE 'D' TO WS-WORK-FREQ
002339     END-IF.
002340     IF  NOT WS-FREQ-VALID
002341         SET WS-DIM-INVALID TO TRUE
002342         DISPLAY 'GAUGING FREQUENCY MUST BE D, W OR M'
002343         GO TO 2150-EXIT
002344     END-IF.
002345     MOVE WS-WORK-FREQ TO TM-GAUGE-FREQ.
002346 2150-EXIT.
002347     EXIT.
002348
002350*=============================================================
002360*2200-CHANGE-ENTRY.  RE-KEY THE DESCRIPTION, NOMINALS AND
002370*TOLERANCE OF AN EXISTING ENTRY AND REWRITE IT IN PLACE.  THE
003160     MOVE TM-NOM-WIDTH TO LL-NOM-WIDTH.
003170     MOVE TM-TOLERANCE-PCT TO LL-TOLERANCE-PCT.
003172     MOVE TM-PRODUCT-CODE TO LL-PRODUCT-CODE.
003174     MOVE TM-SAFE-FILL-M TO LL-SAFE-FILL-M.
003176     MOVE TM-PUMP-OUT-M TO LL-PUMP-OUT-M.
003178     MOVE TM-GAUGE-FREQ TO LL-GAUGE-FREQ.
003180     DISPLAY WS-LIST-LINE.
003190 2410-EXIT.
003200     EXIT.
