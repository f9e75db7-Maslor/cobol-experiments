000306*                EXTRACT'S TEMPERATURE-CORRECTED VOLUME-L15
000308*                COLUMN, THE FIGURE STOCK ACCOUNTING RUNS ON,
000309*                INSTEAD OF THE OBSERVED-TEMPERATURE LITRES.
000310*10/15/26  DJL   THE SHIFT EXTRACT ROWS ARE WIDER: THEY NOW END
000312*                WITH THE GAUGED LEVEL OF A PARTIAL FILL, WHICH
000314*                IS COPIED THROUGH TO RADDAY WITH THE REST OF
000316*                THE ROW FOR THE RADULLG ULLAGE REPORT.
000318*-----------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000500 FILE SECTION.
000510 FD  RADEXT1
000520     LABEL RECORD IS STANDARD.
000530 01  RADEXT1-RECORD          PIC X(125).
000540
000550 FD  RADEXT2
000560     LABEL RECORD IS STANDARD.
000570 01  RADEXT2-RECORD          PIC X(125).
000580
000590 FD  RADEXT3
000600     LABEL RECORD IS STANDARD.
000610 01  RADEXT3-RECORD          PIC X(125).
000620
000630 FD  RADDAY
000640     LABEL RECORD IS STANDARD.
