000284*                RECORD FOR CYLINDER AND PARTIAL-FILL SHAPES
000286*                IS SHOWN WITH THE REJECT AND CAN BE
000288*                CORRECTED LIKE THE DIMENSIONS.
000289*10/15/26  DJL   EVERY CORRECTED REJECT IS NOW ALSO APPENDED TO
000290*                THE PERMANENT RADKLG CREW KEYING LOG UNDER THE
000292*                CREW AND TANK AS ORIGINALLY KEYED, WITH THE
000294*                REJECT'S REASON CODE, FOR THE MONTHLY RADCSCR
000296*                KEYING-ACCURACY SCORECARD.
000298*-----------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000370     SELECT RADRSB ASSIGN TO RADRSB
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RADRSB-STATUS.
000391     SELECT RADKLG ASSIGN TO RADKLG
000392         ORGANIZATION IS LINE SEQUENTIAL
000393         FILE STATUS IS WS-RADKLG-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000470 FD  RADRSB
000480     LABEL RECORD IS STANDARD.
000490     COPY RADRSB.
000491
000492 FD  RADKLG
000493     LABEL RECORD IS STANDARD.
000494     COPY RADKLG.
000500
000510 WORKING-STORAGE SECTION.
000520
000530 77  WS-RADEXC-STATUS       PIC X(02).
000540 77  WS-RADRSB-STATUS       PIC X(02).
000541 77  WS-RADKLG-STATUS       PIC X(02).
000550
000560*THE REJECT LINE LAYOUT SHARED WITH THE RADIUS PROGRAM.
000570     COPY RADEXCL.
000590*THE BATCH INPUT RECORD LAYOUT, USED HERE AS THE WORK AREA
000600*THE OPERATOR'S CORRECTIONS ARE APPLIED TO.
000610     COPY RADINP.
000611
000612*THE CREW KEYING LOG LINE LAYOUT SHARED WITH THE RADIUS
000613*PROGRAM AND THE RADCSCR SCORECARD.
000614     COPY RADKLGL.
000615
000616*THE CREW AND TANK AS ORIGINALLY KEYED, HELD BEFORE THE
000617*OPERATOR RE-KEYS THEM, SO THE REPAIR IS LOGGED AGAINST THE
000618*CREW WHOSE KEYING WAS CORRECTED.
000619 77  WS-ORIG-CREW-ID        PIC X(02) VALUE SPACES.
000620 77  WS-ORIG-TANK-ID        PIC X(08) VALUE SPACES.
000621 77  WS-TODAY               PIC 9(08) VALUE ZEROES.
000625
000630*SESSION CONTROL
000640 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000650     88  WS-END-OF-FILE             VALUE 'Y'.
001090         UNTIL WS-END-OF-FILE OR WS-OPERATOR-QUIT.
001100     CLOSE RADEXC.
001110     CLOSE RADRSB.
001111     CLOSE RADKLG.
001120 0000-WRAP-UP.
001130     DISPLAY 'REJECTS SEEN:      ', WS-REJECTS-SEEN.
001140     DISPLAY 'REJECTS CORRECTED: ', WS-REJECTS-FIXED.
001180*=============================================================
001190*1000-INITIALIZE.  OPEN THE REJECT FILE AND THE RESUBMIT
001200*FILE.  A MISSING REJECT FILE ENDS THE SESSION AT ONCE.
001201*THE CREW KEYING LOG IS PERMANENT, SO IT IS ALWAYS EXTENDED.
001210*=============================================================
001220 1000-INITIALIZE.
001230     OPEN INPUT RADEXC.
001300     IF  WS-RADRSB-STATUS = "35"
001310         OPEN OUTPUT RADRSB
001320     END-IF.
001321     OPEN EXTEND RADKLG.
001322     IF  WS-RADKLG-STATUS = "35"
001323         OPEN OUTPUT RADKLG
001324     END-IF.
001325     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001330 1000-EXIT.
001340     EXIT.
001350
001960*CORRECTED RECORD GOES TO THE RESUBMIT FILE.
001970*=============================================================
001980 3000-CORRECT-RECORD.
001981     MOVE RI-CREW-ID TO WS-ORIG-CREW-ID.
001982     MOVE RI-TANK-ID TO WS-ORIG-TANK-ID.
001990     DISPLAY 'NEW SHAPE CODE (BLANK KEEPS ', RI-SHAPE-CODE,
002000         '): '.
002010     ACCEPT WS-TERM-CHAR.
002305     END-IF.
002310     WRITE RADRSB-RECORD FROM RADIN-RECORD.
002320     ADD 1 TO WS-REJECTS-FIXED.
002321     PERFORM 3200-LOG-REPAIR THRU 3200-EXIT.
002330     DISPLAY 'CORRECTED RECORD WRITTEN TO RESUBMIT FILE'.
002340 3000-EXIT.
002350     EXIT.
002650 3100-EXIT.
002660     EXIT.
002670
002671*3200-LOG-REPAIR.  APPEND THE CORRECTED REJECT TO THE RADKLG
002672*CREW KEYING LOG AS A REPAIR LINE.
002673 3200-LOG-REPAIR.
002674     MOVE WS-TODAY TO KL-EVENT-DATE.
002675     MOVE 'RADREPR' TO KL-RUN-ID.
002676     MOVE WS-ORIG-CREW-ID TO KL-CREW-ID.
002677     MOVE WS-ORIG-TANK-ID TO KL-TANK-ID.
002678     MOVE 'F' TO KL-EVENT-CODE.
002679     MOVE REX-REASON-CODE TO KL-REASON-CODE.
002680     MOVE SPACE TO KL-TOL-FLAG.
002681     MOVE REX-RECORD-NO TO KL-RECORD-NO.
002682     MOVE REX-RUN-DATE TO KL-SOURCE-DATE.
002683     WRITE RADKLG-RECORD FROM RADKLG-LINE.
002684 3200-EXIT.
002685     EXIT.
002686
002688 9999-EXIT.
002690     EXIT PROGRAM.
002700
002710 END PROGRAM RADREPR.
