000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADTCNV.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ONE-TIME TANK MASTER CONVERSION.  THE
000210*                SAFE-FILL, PUMP-OUT AND GAUGING-FREQUENCY
000220*                FIELDS TOOK THE RADTNK RECORD FROM 72 TO 94
000230*                BYTES, SO A MASTER WRITTEN IN THE OLD LAYOUT
000240*                CANNOT BE OPENED BY THE RECOMPILED PROGRAMS.
000250*                THE OLD MASTER IS RENAMED TO RADTNKO AND THIS
000260*                PROGRAM UNLOADS IT IN KEY ORDER AND RELOADS
000270*                EVERY ENTRY INTO A NEW RADTNK, WITH SAFE FILL
000280*                AND PUMP-OUT ZERO (NOT SET) AND THE FREQUENCY
000290*                BLANK (DAILY).  THE LEVELS AND ANY WEEKLY OR
000300*                MONTHLY FREQUENCY ARE THEN KEYED THROUGH
000310*                RADTMNT.  AN EXISTING RADTNK IS NEVER
000320*                OVERWRITTEN: THE RUN IS REFUSED INSTEAD.
000330*-----------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RADTNKO ASSIGN TO RADTNKO
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS OT-TANK-ID
000420         FILE STATUS IS WS-RADTNKO-STATUS.
000430     SELECT RADTNK ASSIGN TO RADTNK
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS TM-TANK-ID
000470         FILE STATUS IS WS-RADTNK-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*THE TANK MASTER RECORD AS IT STOOD BEFORE THE SAFE-FILL,
000520*PUMP-OUT AND FREQUENCY FIELDS: 72 BYTES, ENDING IN A 2-BYTE
000530*FILLER.
000540 FD  RADTNKO
000550     LABEL RECORD IS STANDARD.
000560 01  RADTNKO-RECORD.
000570     02  OT-TANK-ID          PIC X(08).
000580     02  OT-STATUS           PIC X(01).
000590     02  OT-DESCRIPTION      PIC X(20).
000600     02  OT-NOM-RADIUS       PIC 9(07)V9(04).
000610     02  OT-NOM-LENGTH       PIC 9(07)V9(04).
000620     02  OT-NOM-WIDTH        PIC 9(07)V9(04).
000630     02  OT-TOLERANCE-PCT    PIC 9(02)V9(02).
000640     02  OT-PRODUCT-CODE     PIC X(04).
000650     02  FILLER              PIC X(02).
000660
000670 FD  RADTNK
000680     LABEL RECORD IS STANDARD.
000690     COPY RADTNK.
000700
000710 WORKING-STORAGE SECTION.
000720
000730 77  WS-RADTNKO-STATUS      PIC X(02).
000740 77  WS-RADTNK-STATUS       PIC X(02).
000750
000760*READ-LOOP CONTROL AND COUNTS
000770 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000780     88  WS-END-OF-FILE             VALUE 'Y'.
000790 77  WS-FATAL-SWITCH        PIC X(01) VALUE 'N'.
000800     88  WS-FATAL-ERROR             VALUE 'Y'.
000810 77  WS-RECORDS-READ        PIC 9(07) VALUE ZEROES.
000820 77  WS-RECORDS-WRITTEN     PIC 9(07) VALUE ZEROES.
000830
000840 PROCEDURE DIVISION.
000850
000860*=============================================================
000870*0000-MAINLINE.  OPEN BOTH MASTERS, CARRY EVERY OLD ENTRY
000880*ACROSS AND REPORT THE COUNTS.  THE RUN ENDS WITH RETURN CODE
000890*8 WHEN NOTHING COULD BE CONVERTED OR A RECORD FAILED TO LOAD.
000900*=============================================================
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000930     IF  WS-FATAL-ERROR
000940         GO TO 9999-EXIT
000950     END-IF.
000960     PERFORM 2100-READ-OLD-TANK THRU 2100-EXIT.
000970     PERFORM 2200-CONVERT-TANK THRU 2200-EXIT
000980         UNTIL WS-END-OF-FILE.
000990     CLOSE RADTNKO.
001000     CLOSE RADTNK.
001010     DISPLAY 'TANK MASTER CONVERSION -- READ: ', WS-RECORDS-READ,
001020         '  WRITTEN: ', WS-RECORDS-WRITTEN.
001030     IF  WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
001040         DISPLAY 'NOT EVERY ENTRY WAS CONVERTED -- KEEP RADTNKO',
001050             ' AND RERUN AFTER CORRECTING'
001060         MOVE 8 TO RETURN-CODE
001070     END-IF.
001080     GO TO 9999-EXIT.
001090
001100*=============================================================
001110*1000-INITIALIZE.  THE OLD MASTER MUST BE PRESENT AS RADTNKO
001120*AND THERE MUST BE NO RADTNK YET, SO A SECOND RUN CANNOT WIPE
001130*A MASTER ALREADY CONVERTED AND MAINTAINED SINCE.
001140*=============================================================
001150 1000-INITIALIZE.
001160     OPEN INPUT RADTNKO.
001170     IF  WS-RADTNKO-STATUS = "35"
001180         DISPLAY 'NO OLD TANK MASTER (RADTNKO) TO CONVERT'
001190         MOVE 'Y' TO WS-FATAL-SWITCH
001200         MOVE 8 TO RETURN-CODE
001210         GO TO 1000-EXIT
001220     END-IF.
001230     IF  WS-RADTNKO-STATUS NOT = "00"
001240         DISPLAY 'OLD TANK MASTER (RADTNKO) OPEN FAILED, STATUS ',
001250             WS-RADTNKO-STATUS
001260         MOVE 'Y' TO WS-FATAL-SWITCH
001270         MOVE 8 TO RETURN-CODE
001280         GO TO 1000-EXIT
001290     END-IF.
001300     OPEN INPUT RADTNK.
001310     IF  WS-RADTNK-STATUS NOT = "35"
001320         IF  WS-RADTNK-STATUS = "00"
001330             CLOSE RADTNK
001340         END-IF
001350         DISPLAY 'RADTNK ALREADY EXISTS -- CONVERSION REFUSED'
001360         CLOSE RADTNKO
001370         MOVE 'Y' TO WS-FATAL-SWITCH
001380         MOVE 8 TO RETURN-CODE
001390         GO TO 1000-EXIT
001400     END-IF.
001410     OPEN OUTPUT RADTNK.
001420 1000-EXIT.
001430     EXIT.
001440
001450*2100-READ-OLD-TANK.  READ THE NEXT OLD ENTRY IN KEY ORDER.
001460 2100-READ-OLD-TANK.
001470     READ RADTNKO NEXT RECORD
001480         AT END MOVE 'Y' TO WS-EOF-SWITCH
001490     END-READ.
001500     IF  NOT WS-END-OF-FILE
001510         ADD 1 TO WS-RECORDS-READ
001520     END-IF.
001530 2100-EXIT.
001540     EXIT.
001550
001560*=============================================================
001570*2200-CONVERT-TANK.  BUILD THE NEW ENTRY FROM THE OLD ONE,
001580*FIELD BY FIELD, WITH THE NEW FIELDS AT THEIR NOT-SET VALUES,
001590*WRITE IT AND READ THE NEXT.
001600*=============================================================
001610 2200-CONVERT-TANK.
001620     MOVE SPACES TO RADTNK-RECORD.
001630     MOVE OT-TANK-ID TO TM-TANK-ID.
001640     MOVE OT-STATUS TO TM-STATUS.
001650     MOVE OT-DESCRIPTION TO TM-DESCRIPTION.
001660     MOVE OT-NOM-RADIUS TO TM-NOM-RADIUS.
001670     MOVE OT-NOM-LENGTH TO TM-NOM-LENGTH.
001680     MOVE OT-NOM-WIDTH TO TM-NOM-WIDTH.
001690     MOVE OT-TOLERANCE-PCT TO TM-TOLERANCE-PCT.
001700     MOVE OT-PRODUCT-CODE TO TM-PRODUCT-CODE.
001710     MOVE ZEROES TO TM-SAFE-FILL-M.
001720     MOVE ZEROES TO TM-PUMP-OUT-M.
001730     MOVE SPACE TO TM-GAUGE-FREQ.
001740     WRITE RADTNK-RECORD
001750         INVALID KEY
001760             DISPLAY 'TANK ', TM-TANK-ID, ' NOT WRITTEN, STATUS ',
001770                 WS-RADTNK-STATUS
001780     END-WRITE.
001790     IF  WS-RADTNK-STATUS = "00"
001800         ADD 1 TO WS-RECORDS-WRITTEN
001810     END-IF.
001820     PERFORM 2100-READ-OLD-TANK THRU 2100-EXIT.
001830 2200-EXIT.
001840     EXIT.
001850
001860 9999-EXIT.
001870     EXIT PROGRAM.
001880 END PROGRAM RADTCNV.
