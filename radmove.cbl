000300*                GAUGED ON ONLY ONE OF THE TWO DAYS ARE LISTED
000310*                IN THEIR OWN SECTIONS SO MISSED GAUGINGS
000320*                STOP GOING UNNOTICED.
000322*10/15/26  DJL   THE DAY-FILE ROWS ARE WIDER NOW THAT THEY
000324*                CARRY THE GAUGED LEVEL; THE FILE RECORDS ARE
000326*                SIZED TO MATCH.
000330*-----------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000490 FILE SECTION.
000500 FD  RADDAYP
000510     LABEL RECORD IS STANDARD.
000520 01  RADDAYP-RECORD          PIC X(125).
000530
000540 FD  RADDAYC
000550     LABEL RECORD IS STANDARD.
000560 01  RADDAYC-RECORD          PIC X(125).
000570
000580 FD  RADMVR
000590     LABEL RECORD IS STANDARD.
