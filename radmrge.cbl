000310*                LEDGERED.  ANY REFUSAL OR MISSING FILE ENDS
000320*                WITH RETURN CODE 8 SO THE SCHEDULER CAN HOLD
000330*                THE BATCH.
000331*10/15/26  DJL   THE RADCRWA FILE WRITTEN BY THE RADATG ATG
000332*                READING IMPORT IS MERGED AS A FOURTH FILE
000333*                UNDER CREW ID AT, LEDGERED LIKE A CREW FILE.
000334*                IT IS OPTIONAL: A SITE OR A NIGHT WITH NO
000335*                GAUGE READINGS IS NOT AN INCOMPLETE BATCH.
000336*10/15/26  DJL   PARAMETER R MARKS A RERUN: A CREW ALREADY
000337*                MERGED IS SKIPPED, NOT REFUSED.  THE ATG FILE
000338*                WAITS WHILE A CREW FILE IS MISSING OR EMPTY.
000339*                AN INVALID PARAMETER ENDS WITH RC 8.
000340*-----------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000450     SELECT RADCRW3 ASSIGN TO RADCRW3
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RADCRW3-STATUS.
000475     SELECT RADCRWA ASSIGN TO RADCRWA
000476         ORGANIZATION IS LINE SEQUENTIAL
000477         FILE STATUS IS WS-RADCRWA-STATUS.
000480     SELECT RADIN ASSIGN TO RADIN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RADIN-STATUS.
000660     LABEL RECORD IS STANDARD.
000670 01  RADCRW3-RECORD          PIC X(51).
000680
000681 FD  RADCRWA
000682     LABEL RECORD IS STANDARD.
000683 01  RADCRWA-RECORD          PIC X(51).
000684
000690 FD  RADIN
000700     LABEL RECORD IS STANDARD.
000710     COPY RADINP.
000790 77  WS-RADCRW1-STATUS      PIC X(02).
000800 77  WS-RADCRW2-STATUS      PIC X(02).
000810 77  WS-RADCRW3-STATUS      PIC X(02).
000815 77  WS-RADCRWA-STATUS      PIC X(02).
000820 77  WS-RADIN-STATUS        PIC X(02).
000830 77  WS-RADMLG-STATUS       PIC X(02).
000840
000850*COMMAND-LINE BATCH DATE.  THE MERGE LEDGER IS KEYED ON IT, SO
000860*RERUNNING THE MERGE FOR THE SAME DATE REFUSES FILES ALREADY
000870*TAKEN.  DEFAULT IS TODAY.  A SECOND PARAMETER R MARKS A
000872*DELIBERATE RERUN, WHICH SKIPS THE FILES ALREADY TAKEN AND
000874*MERGES ONLY THE ONES STILL OUTSTANDING.
000880 01  WS-COMMAND-LINE        PIC X(80).
000890 77  WS-DATE-RAW            PIC X(08) VALUE SPACES.
000895 77  WS-RERUN-RAW           PIC X(01) VALUE SPACE.
000896     88  WS-RERUN                   VALUE 'R'.
000900 77  WS-BATCH-DATE          PIC 9(08) VALUE ZEROES.
000910 77  WS-PARM-ERROR-SWITCH   PIC X(01) VALUE 'N'.
000920     88  WS-PARM-ERROR              VALUE 'Y'.
000930
000940*CREW-FILE LOOP CONTROL.  WS-CREW-FILE-NO SAYS WHICH CREW FILE
000950*THE SHARED OPEN/READ/CLOSE PARAGRAPHS ARE WORKING, THE SAME
000960*ONE-LOOP-PER-FILE SHAPE RADCONS USES FOR ITS SHIFTS.  FILE 4
000962*IS THE ATG IMPORT (RADCRWA), WHICH MAY BE ABSENT OR EMPTY.
000970 77  WS-CREW-FILE-NO        PIC 9(01) VALUE ZERO.
000975 77  WS-ATG-FILE-NO         PIC 9(01) VALUE 4.
000980 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000990     88  WS-END-OF-FILE             VALUE 'Y'.
001000 77  WS-ABSENT-SWITCH       PIC X(01) VALUE 'N'.
001520     END-IF.
001530     PERFORM 2000-MERGE-CREW-FILE THRU 2000-EXIT
001540         VARYING WS-CREW-FILE-NO FROM 1 BY 1
001550         UNTIL WS-CREW-FILE-NO > WS-ATG-FILE-NO.
001560     CLOSE RADIN.
001570     DISPLAY 'MERGE COMPLETE FOR ', WS-BATCH-DATE,
001580         ' -- RECORDS: ', WS-MERGED-TOTAL.
001680 1000-INITIALIZE.
001690     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001700     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001710         INTO WS-DATE-RAW, WS-RERUN-RAW.
001720     IF  WS-DATE-RAW = SPACES
001730         ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
001740     ELSE
001770         ELSE
001780             DISPLAY 'INVALID BATCH DATE: ', WS-DATE-RAW
001790             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
001795             MOVE 8 TO RETURN-CODE
001800             GO TO 1000-EXIT
001810         END-IF
001820     END-IF.
001822     IF  WS-RERUN-RAW NOT = SPACE
001824         AND NOT WS-RERUN
001825         DISPLAY 'INVALID RERUN PARAMETER: ', WS-RERUN-RAW
001826         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
001827         MOVE 8 TO RETURN-CODE
001828         GO TO 1000-EXIT
001829     END-IF.
001830     OPEN INPUT RADMLG.
001840     IF  WS-RADMLG-STATUS = "35"
001850         DISPLAY 'NO MERGE LEDGER -- FIRST MERGE FOR THE SITE'
002150*CREW (FROM THE FIRST RECORD) IS ALREADY ON THE MERGE LEDGER
002160*FOR THE BATCH DATE, OTHERWISE COPY ITS RECORDS TO RADIN,
002170*COUNT THEM PER CREW, AND LEDGER THE TAKE.  A MISSING OR
002180*EMPTY FILE IS CALLED OUT LOUDLY.  ON A RERUN A CREW ALREADY
002185*TAKEN IS SKIPPED, NOT REFUSED: ITS RECORDS ARE ALREADY ON
002186*THE RADIN BEING EXTENDED.  THE ATG FILE IS NOT TAKEN ONCE A
002187*CREW FILE HAS BEEN FOUND MISSING, EMPTY OR REFUSED: RADATG
002188*BUILT IT WITHOUT THAT CREW'S DIPS, SO IT WAITS FOR THE RERUN
002189*THAT REBUILDS IT AGAINST THE COMPLETE CREW FILES.
002190*=============================================================
002200 2000-MERGE-CREW-FILE.
002210     MOVE 'N' TO WS-EOF-SWITCH.
002230     MOVE 'N' TO WS-REFUSED-SWITCH.
002240     MOVE SPACES TO WS-FILE-CREW-ID.
002250     MOVE ZEROES TO WS-FILE-RECORD-COUNT.
002252     IF  WS-CREW-FILE-NO = WS-ATG-FILE-NO
002253         AND RETURN-CODE = 8
002254         DISPLAY 'CREW FILES INCOMPLETE -- ATG FILE HELD BACK',
002255             ' UNTIL THEY ARE COMPLETE'
002256         GO TO 2000-EXIT
002257     END-IF.
002260     PERFORM 2010-OPEN-CREW-FILE THRU 2010-EXIT.
002265     IF  WS-FILE-ABSENT
002266         AND WS-CREW-FILE-NO = WS-ATG-FILE-NO
002267         DISPLAY 'NO ATG IMPORT FILE -- NO GAUGE READINGS MERGED'
002268         GO TO 2000-EXIT
002269     END-IF.
002270     IF  WS-FILE-ABSENT
002280         DISPLAY 'CREW FILE ', WS-CREW-FILE-NO,
002290             ' NOT PRESENT -- BATCH IS INCOMPLETE'
002310         GO TO 2000-EXIT
002320     END-IF.
002330     PERFORM 2100-READ-CREW-RECORD THRU 2100-EXIT.
002335     IF  WS-END-OF-FILE
002336         AND WS-CREW-FILE-NO = WS-ATG-FILE-NO
002337         DISPLAY 'ATG IMPORT FILE IS EMPTY -- NO GAUGE READINGS'
002338         PERFORM 2020-CLOSE-CREW-FILE THRU 2020-EXIT
002339         GO TO 2000-EXIT
002340     END-IF.
002341     IF  WS-END-OF-FILE
002350         DISPLAY 'CREW FILE ', WS-CREW-FILE-NO,
002360             ' IS EMPTY -- BATCH IS INCOMPLETE'
002370         MOVE 8 TO RETURN-CODE
002400     END-IF.
002410     MOVE RI-CREW-ID TO WS-FILE-CREW-ID.
002420     PERFORM 2200-CHECK-MERGE-LEDGER THRU 2200-EXIT.
002425     IF  WS-FILE-REFUSED
002426         AND WS-RERUN
002427         DISPLAY 'CREW ', WS-FILE-CREW-ID,
002428             ' ALREADY MERGED FOR ', WS-BATCH-DATE,
002429             ' -- FILE ', WS-CREW-FILE-NO, ' SKIPPED ON RERUN'
002431         PERFORM 2020-CLOSE-CREW-FILE THRU 2020-EXIT
002432         GO TO 2000-EXIT
002433     END-IF.
002434     IF  WS-FILE-REFUSED
002440         DISPLAY 'CREW ', WS-FILE-CREW-ID,
002450             ' ALREADY MERGED FOR ', WS-BATCH-DATE,
002460             ' -- FILE ', WS-CREW-FILE-NO, ' REFUSED'
002770             IF  WS-RADCRW3-STATUS = "35"
002780                 MOVE 'Y' TO WS-ABSENT-SWITCH
002790             END-IF
002791         WHEN 4
002792             OPEN INPUT RADCRWA
002793             IF  WS-RADCRWA-STATUS = "35"
002794                 MOVE 'Y' TO WS-ABSENT-SWITCH
002795             END-IF
002800     END-EVALUATE.
002810 2010-EXIT.
002820     EXIT.
002900             CLOSE RADCRW2
002910         WHEN 3
002920             CLOSE RADCRW3
002925         WHEN 4
002926             CLOSE RADCRWA
002930     END-EVALUATE.
002940 2020-EXIT.
002950     EXIT.
003100             READ RADCRW3 INTO RADIN-RECORD
003110                 AT END MOVE 'Y' TO WS-EOF-SWITCH
003120             END-READ
003121         WHEN 4
003122             READ RADCRWA INTO RADIN-RECORD
003123                 AT END MOVE 'Y' TO WS-EOF-SWITCH
003124             END-READ
003130     END-EVALUATE.
003140 2100-EXIT.
003150     EXIT.
