000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RADAMNT.
000120 AUTHOR. D. LINDQVIST.
000130 INSTALLATION. TANK-GAUGING-UNIT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*DATE      INIT  DESCRIPTION
000200*10/15/26  DJL   ORIGINAL OPERATOR AUTHORIZATION MAINTENANCE
000210*                PROGRAM.  ADDS, CHANGES, SUSPENDS AND
000220*                REINSTATES RADAUT ENTRIES FROM THE TERMINAL
000230*                SO ACCESS IS NO LONGER GRANTED BY EDITING THE
000240*                FLAT FILE.  ONLY AN ACTIVE SECURITY
000250*                ADMINISTRATOR MAY OPEN A SESSION, AND NOT TO
000260*                CHANGE OR SUSPEND THEIR OWN ENTRY.  EVERY
000270*                CHANGE IS COMMITTED TO RADAUT AS IT IS MADE
000280*                AND APPENDED TO THE PERMANENT RADACL CHANGE
000290*                LOG WITH THE BEFORE AND AFTER FLAGS, THE
000300*                ADMINISTRATOR'S ID AND THE DATE AND TIME; A
000310*                REFUSED SESSION IS LOGGED TOO.
000320*-----------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RADAUT ASSIGN TO RADAUT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RADAUT-STATUS.
000400     SELECT RADACL ASSIGN TO RADACL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RADACL-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RADAUT
000470     LABEL RECORD IS STANDARD.
000480     COPY RADAUT.
000490
000500 FD  RADACL
000510     LABEL RECORD IS STANDARD.
000520     COPY RADACL.
000530
000540 WORKING-STORAGE SECTION.
000550
000560 77  WS-RADAUT-STATUS       PIC X(02).
000570 77  WS-RADACL-STATUS       PIC X(02).
000580
000590*SESSION CONTROL AND MENU FIELDS.  THE ADMINISTRATOR IS THE
000600*SIGNED-ON USER, TAKEN THE SAME WAY THE RADIUS PROGRAM TAKES
000610*ITS OPERATOR ID.
000620 77  WS-ADMIN-ID            PIC X(08) VALUE SPACES.
000630 77  WS-DONE-SWITCH         PIC X(01) VALUE 'N'.
000640     88  WS-SESSION-DONE            VALUE 'Y'.
000650 77  WS-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
000660     88  WS-SESSION-REFUSED         VALUE 'Y'.
000670 77  WS-MENU-CHOICE         PIC X(01) VALUE SPACE.
000680 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000690     88  WS-END-OF-FILE             VALUE 'Y'.
000700 77  WS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
000710     88  WS-ENTRY-VALID             VALUE 'Y'.
000720     88  WS-ENTRY-INVALID           VALUE 'N'.
000730
000740*OPERATOR TABLE, THE WHOLE RADAUT FILE IN FILE ORDER.  EACH
000750*ENTRY HAS THE RADAUT RECORD LAYOUT, SO A RECORD MOVES IN AND
000760*OUT OF THE TABLE WHOLE.  THE FILE IS REWRITTEN FROM THE TABLE
000770*AFTER EVERY CHANGE.
000780 77  WS-AO-LIMIT            PIC 9(03) VALUE 500.
000790 77  WS-AO-COUNT            PIC 9(03) VALUE ZEROES.
000800 77  WS-AO-SUB              PIC 9(03) VALUE ZEROES.
000810 77  WS-AO-USE              PIC 9(03) VALUE ZEROES.
000820 77  WS-AO-FULL-SWITCH      PIC X(01) VALUE 'N'.
000830     88  WS-AO-TABLE-FULL           VALUE 'Y'.
000840 01  WS-OPERATOR-TABLE.
000850     02  WS-AO-ENTRY OCCURS 500 TIMES.
000860         03  WS-AO-OPERATOR-ID   PIC X(08).
000870         03  WS-AO-FLAGS.
000880             04  WS-AO-BATCH         PIC X(01).
000890             04  WS-AO-INTERACTIVE   PIC X(01).
000900             04  WS-AO-REVERSE       PIC X(01).
000910             04  WS-AO-RESTART       PIC X(01).
000920             04  WS-AO-STATUS        PIC X(01).
000930                 88  WS-AO-SUSPENDED        VALUE 'S'.
000940             04  WS-AO-SECADMIN      PIC X(01).
000950                 88  WS-AO-SECURITY-ADMIN   VALUE 'Y'.
000960
000970*WORK AREAS FOR THE ENTRY BEING MAINTAINED.  WS-WORK-FLAGS IS
000980*KEYED INTO AND MOVED TO THE TABLE ONLY WHEN EVERY FLAG WAS
000990*KEYED CLEANLY; WS-BEFORE-FLAGS HOLDS THE ENTRY AS IT STOOD,
001000*FOR THE CHANGE LOG.
001010 77  WS-WORK-OPERATOR-ID    PIC X(08) VALUE SPACES.
001020 01  WS-WORK-FLAGS.
001030     02  WS-WF-BATCH         PIC X(01).
001040     02  WS-WF-INTERACTIVE   PIC X(01).
001050     02  WS-WF-REVERSE       PIC X(01).
001060     02  WS-WF-RESTART       PIC X(01).
001070     02  WS-WF-STATUS        PIC X(01).
001080     02  WS-WF-SECADMIN      PIC X(01).
001090 01  WS-BEFORE-FLAGS        PIC X(06) VALUE SPACES.
001100 77  WS-CHANGE-ACTION       PIC X(01) VALUE SPACE.
001110 77  WS-FLAG-PROMPT         PIC X(24) VALUE SPACES.
001120 77  WS-FLAG-VALUE          PIC X(01) VALUE SPACE.
001130 77  WS-FLAG-REPLY          PIC X(01) VALUE SPACE.
001140     88  WS-FLAG-REPLY-VALID        VALUE 'Y' 'N'.
001145 77  WS-FLAG-SHOWN          PIC X(01) VALUE SPACE.
001150
001160*DISPLAY-EDITED FIELDS FOR THE LIST FUNCTION
001170 01  WS-LIST-HEADING.
001180     02  FILLER              PIC X(40) VALUE
001190         "OPERATOR  BATCH  INTER  REVRS  RESTRT  S".
001200     02  FILLER              PIC X(19) VALUE
001210         "TATUS     SEC-ADMIN".
001220 01  WS-LIST-LINE.
001230     02  LL-OPERATOR-ID      PIC X(08).
001240     02  FILLER              PIC X(06) VALUE SPACES.
001250     02  LL-BATCH            PIC X(01).
001260     02  FILLER              PIC X(06) VALUE SPACES.
001270     02  LL-INTERACTIVE      PIC X(01).
001280     02  FILLER              PIC X(06) VALUE SPACES.
001290     02  LL-REVERSE          PIC X(01).
001300     02  FILLER              PIC X(07) VALUE SPACES.
001310     02  LL-RESTART          PIC X(01).
001320     02  FILLER              PIC X(02) VALUE SPACES.
001330     02  LL-STATUS           PIC X(09).
001340     02  FILLER              PIC X(05) VALUE SPACES.
001350     02  LL-SECADMIN         PIC X(01).
001360
001370 PROCEDURE DIVISION.
001380
001390*=============================================================
001400*0000-MAINLINE.  LOAD THE AUTHORIZATION FILE AND CHECK THE
001410*ADMINISTRATOR, TAKE MENU CHOICES UNTIL THE SESSION ENDS, THEN
001420*CLOSE THE CHANGE LOG.  A REFUSED SESSION ENDS WITH RETURN
001430*CODE 16, THE SAME CODE THE RADIUS PROGRAM GIVES A DENIED RUN.
001440*=============================================================
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     IF  WS-SESSION-REFUSED
001480         GO TO 9999-EXIT
001490     END-IF.
001500     PERFORM 2000-PROCESS-CHOICE THRU 2000-EXIT
001510         UNTIL WS-SESSION-DONE.
001520     CLOSE RADACL.
001530     GO TO 9999-EXIT.
001540
001550*=============================================================
001560*1000-INITIALIZE.  LOAD RADAUT AND CHECK THAT THE SIGNED-ON
001570*USER IS ON IT, ACTIVE AND A SECURITY ADMINISTRATOR.  A
001580*MISSING FILE, OR ONE TOO BIG FOR THE TABLE (REWRITING IT
001590*WOULD LOSE THE REST), REFUSES THE SESSION: THE FIRST
001600*ADMINISTRATOR IS SET ON THE FILE BY HAND.
001610*=============================================================
001620 1000-INITIALIZE.
001630     ACCEPT WS-ADMIN-ID FROM ENVIRONMENT "USER".
001640     OPEN INPUT RADAUT.
001650     IF  WS-RADAUT-STATUS = "35"
001660         DISPLAY 'NO AUTHORIZATION FILE -- SESSION REFUSED'
001670         GO TO 1000-REFUSE
001680     END-IF.
001690     PERFORM 1100-LOAD-OPERATOR THRU 1100-EXIT
001700         UNTIL WS-END-OF-FILE.
001710     CLOSE RADAUT.
001720     IF  WS-AO-TABLE-FULL
001730         DISPLAY 'AUTHORIZATION FILE EXCEEDS ', WS-AO-LIMIT,
001740             ' OPERATORS -- SESSION REFUSED'
001750         GO TO 1000-REFUSE
001760     END-IF.
001770     MOVE WS-ADMIN-ID TO WS-WORK-OPERATOR-ID.
001780     PERFORM 5000-FIND-OPERATOR THRU 5000-EXIT.
001790     IF  WS-AO-USE = ZERO
001800         DISPLAY 'OPERATOR ', WS-ADMIN-ID,
001810             ' NOT ON AUTHORIZATION FILE -- SESSION REFUSED'
001820         GO TO 1000-REFUSE
001830     END-IF.
001840     IF  WS-AO-SUSPENDED(WS-AO-USE)
001850         OR NOT WS-AO-SECURITY-ADMIN(WS-AO-USE)
001860         DISPLAY 'OPERATOR ', WS-ADMIN-ID,
001870             ' IS NOT AN ACTIVE SECURITY ADMINISTRATOR',
001880             ' -- SESSION REFUSED'
001890         GO TO 1000-REFUSE
001900     END-IF.
001910     OPEN EXTEND RADACL.
001920     IF  WS-RADACL-STATUS = "35"
001930         OPEN OUTPUT RADACL
001940     END-IF.
001950     GO TO 1000-EXIT.
001960 1000-REFUSE.
001970     MOVE 'Y' TO WS-REFUSED-SWITCH.
001980     MOVE 16 TO RETURN-CODE.
001990     OPEN EXTEND RADACL.
002000     IF  WS-RADACL-STATUS = "35"
002010         OPEN OUTPUT RADACL
002020     END-IF.
002030     MOVE 'X' TO WS-CHANGE-ACTION.
002040     MOVE SPACES TO WS-WORK-OPERATOR-ID.
002050     MOVE SPACES TO WS-BEFORE-FLAGS.
002060     MOVE SPACES TO WS-WORK-FLAGS.
002070     PERFORM 6200-WRITE-CHANGE-LOG THRU 6200-EXIT.
002080     CLOSE RADACL.
002090 1000-EXIT.
002100     EXIT.
002110
002120*1100-LOAD-OPERATOR.  LOAD ONE RADAUT RECORD INTO THE TABLE.
002130 1100-LOAD-OPERATOR.
002140     READ RADAUT
002150         AT END MOVE 'Y' TO WS-EOF-SWITCH
002160     END-READ.
002170     IF  WS-END-OF-FILE
002180         GO TO 1100-EXIT
002190     END-IF.
002200     IF  WS-AO-COUNT NOT < WS-AO-LIMIT
002210         MOVE 'Y' TO WS-AO-FULL-SWITCH
002220         MOVE 'Y' TO WS-EOF-SWITCH
002230         GO TO 1100-EXIT
002240     END-IF.
002250     ADD 1 TO WS-AO-COUNT.
002260     MOVE RADAUT-RECORD TO WS-AO-ENTRY(WS-AO-COUNT).
002270 1100-EXIT.
002280     EXIT.
002290
002300*=============================================================
002310*2000-PROCESS-CHOICE.  SHOW THE MENU AND DISPATCH ONE CHOICE.
002320*=============================================================
002330 2000-PROCESS-CHOICE.
002340     DISPLAY ' '.
002350     DISPLAY 'OPERATOR AUTHORIZATION MAINTENANCE'.
002360     DISPLAY 'A=ADD  C=CHANGE  S=SUSPEND  R=REINSTATE  L=LIST',
002370         '  E=END'.
002380     DISPLAY 'ENTER CHOICE: '.
002390     ACCEPT WS-MENU-CHOICE.
002400     EVALUATE WS-MENU-CHOICE
002410         WHEN 'A'
002420             PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
002430         WHEN 'C'
002440             PERFORM 2200-CHANGE-OPERATOR THRU 2200-EXIT
002450         WHEN 'S'
002460             PERFORM 2300-SUSPEND-OPERATOR THRU 2300-EXIT
002470         WHEN 'R'
002480             PERFORM 2400-REINSTATE-OPERATOR THRU 2400-EXIT
002490         WHEN 'L'
002500             PERFORM 2500-LIST-OPERATORS THRU 2500-EXIT
002510         WHEN 'E'
002520             MOVE 'Y' TO WS-DONE-SWITCH
002530         WHEN OTHER
002540             DISPLAY 'INVALID CHOICE: ', WS-MENU-CHOICE
002550     END-EVALUATE.
002560 2000-EXIT.
002570     EXIT.
002580
002590*=============================================================
002600*2100-ADD-OPERATOR.  ADD A NEW ACTIVE OPERATOR.  THE ID MUST
002610*NOT ALREADY BE ON FILE, ACTIVE OR SUSPENDED.  EVERY FLAG
002620*STARTS AT N; THE ENTRY IS ADDED ONLY WHEN EVERY FLAG WAS
002630*KEYED CLEANLY, SO AN ABANDONED ADD LEAVES THE FILE UNTOUCHED.
002640*=============================================================
002650 2100-ADD-OPERATOR.
002660     DISPLAY 'ENTER OPERATOR ID: '.
002670     ACCEPT WS-WORK-OPERATOR-ID.
002680     IF  WS-WORK-OPERATOR-ID = SPACES
002690         DISPLAY 'OPERATOR ID REQUIRED'
002700         GO TO 2100-EXIT
002710     END-IF.
002720     PERFORM 5000-FIND-OPERATOR THRU 5000-EXIT.
002730     IF  WS-AO-USE > ZERO
002740         DISPLAY 'OPERATOR ALREADY ON FILE: ', WS-WORK-OPERATOR-ID
002750         GO TO 2100-EXIT
002760     END-IF.
002770     IF  WS-AO-COUNT NOT < WS-AO-LIMIT
002780         DISPLAY 'AUTHORIZATION FILE FULL -- ADD REFUSED'
002790         GO TO 2100-EXIT
002800     END-IF.
002810     MOVE 'NNNNAN' TO WS-WORK-FLAGS.
002820     PERFORM 2150-ACCEPT-FLAGS THRU 2150-EXIT.
002830     IF  WS-ENTRY-INVALID
002840         DISPLAY 'ADD ABANDONED'
002850         GO TO 2100-EXIT
002860     END-IF.
002870     ADD 1 TO WS-AO-COUNT.
002880     MOVE WS-AO-COUNT TO WS-AO-USE.
002890     MOVE WS-WORK-OPERATOR-ID TO WS-AO-OPERATOR-ID(WS-AO-USE).
002900     MOVE WS-WORK-FLAGS TO WS-AO-FLAGS(WS-AO-USE).
002910     MOVE SPACES TO WS-BEFORE-FLAGS.
002920     MOVE 'A' TO WS-CHANGE-ACTION.
002930     PERFORM 6000-COMMIT-CHANGE THRU 6000-EXIT.
002940     DISPLAY 'OPERATOR ADDED: ', WS-WORK-OPERATOR-ID.
002950 2100-EXIT.
002960     EXIT.
002970
002980*=============================================================
002990*2150-ACCEPT-FLAGS.  KEY EACH PERMISSION FLAG AND THE SECURITY
003000*ADMINISTRATOR FLAG INTO WS-WORK-FLAGS.  A BLANK REPLY KEEPS
003010*THE FLAG AS IT STANDS; ANYTHING BUT Y OR N LEAVES
003020*WS-ENTRY-INVALID SET AND THE CALLER ABANDONS THE CHANGE.
003030*=============================================================
003040 2150-ACCEPT-FLAGS.
003050     SET WS-ENTRY-VALID TO TRUE.
003060     MOVE 'BATCH RUNS' TO WS-FLAG-PROMPT.
003070     MOVE WS-WF-BATCH TO WS-FLAG-VALUE.
003080     PERFORM 2160-ACCEPT-ONE-FLAG THRU 2160-EXIT.
003090     IF  WS-ENTRY-INVALID
003100         GO TO 2150-EXIT
003110     END-IF.
003120     MOVE WS-FLAG-VALUE TO WS-WF-BATCH.
003130     MOVE 'INTERACTIVE RUNS' TO WS-FLAG-PROMPT.
003140     MOVE WS-WF-INTERACTIVE TO WS-FLAG-VALUE.
003150     PERFORM 2160-ACCEPT-ONE-FLAG THRU 2160-EXIT.
003160     IF  WS-ENTRY-INVALID
003170         GO TO 2150-EXIT
003180     END-IF.
003190     MOVE WS-FLAG-VALUE TO WS-WF-INTERACTIVE.
003200     MOVE 'REVERSE CALCULATIONS' TO WS-FLAG-PROMPT.
003210     MOVE WS-WF-REVERSE TO WS-FLAG-VALUE.
003220     PERFORM 2160-ACCEPT-ONE-FLAG THRU 2160-EXIT.
003230     IF  WS-ENTRY-INVALID
003240         GO TO 2150-EXIT
003250     END-IF.
003260     MOVE WS-FLAG-VALUE TO WS-WF-REVERSE.
003270     MOVE 'BATCH RESTARTS' TO WS-FLAG-PROMPT.
003280     MOVE WS-WF-RESTART TO WS-FLAG-VALUE.
003290     PERFORM 2160-ACCEPT-ONE-FLAG THRU 2160-EXIT.
003300     IF  WS-ENTRY-INVALID
003310         GO TO 2150-EXIT
003320     END-IF.
003330     MOVE WS-FLAG-VALUE TO WS-WF-RESTART.
003340     MOVE 'SECURITY ADMINISTRATOR' TO WS-FLAG-PROMPT.
003350     MOVE WS-WF-SECADMIN TO WS-FLAG-VALUE.
003360     PERFORM 2160-ACCEPT-ONE-FLAG THRU 2160-EXIT.
003370     IF  WS-ENTRY-INVALID
003380         GO TO 2150-EXIT
003390     END-IF.
003400     MOVE WS-FLAG-VALUE TO WS-WF-SECADMIN.
003410 2150-EXIT.
003420     EXIT.
003430
003440*2160-ACCEPT-ONE-FLAG.  KEY THE Y/N FLAG NAMED IN
003450*WS-FLAG-PROMPT, WHOSE CURRENT VALUE IS IN WS-FLAG-VALUE.  A
003452*FLAG NOT Y IS SHOWN AS N, BUT A BLANK REPLY LEAVES THE VALUE
003454*EXACTLY AS IT WAS, SO AN OLDER ENTRY'S BLANK FLAG IS NOT
003456*TAKEN FOR A CHANGE.
003460 2160-ACCEPT-ONE-FLAG.
003470     IF  WS-FLAG-VALUE = 'Y'
003475         MOVE 'Y' TO WS-FLAG-SHOWN
003480     ELSE
003485         MOVE 'N' TO WS-FLAG-SHOWN
003490     END-IF.
003500     DISPLAY WS-FLAG-PROMPT, ' Y/N (BLANK KEEPS ',
003510         WS-FLAG-SHOWN, '): '.
003520     MOVE SPACE TO WS-FLAG-REPLY.
003530     ACCEPT WS-FLAG-REPLY.
003540     IF  WS-FLAG-REPLY = SPACE
003550         GO TO 2160-EXIT
003560     END-IF.
003570     IF  NOT WS-FLAG-REPLY-VALID
003580         SET WS-ENTRY-INVALID TO TRUE
003590         DISPLAY 'FLAG MUST BE Y OR N'
003600         GO TO 2160-EXIT
003610     END-IF.
003620     MOVE WS-FLAG-REPLY TO WS-FLAG-VALUE.
003630 2160-EXIT.
003640     EXIT.
003650
003660*=============================================================
003670*2200-CHANGE-OPERATOR.  RE-KEY THE FLAGS OF AN EXISTING
003680*OPERATOR.  THE CURRENT ENTRY IS SHOWN FIRST.  AN ABANDONED
003690*CHANGE, OR ONE THAT LEAVES EVERY FLAG AS IT WAS, LEAVES THE
003700*FILE AND THE CHANGE LOG UNTOUCHED.  THE STATUS IS CHANGED
003710*ONLY THROUGH SUSPEND AND REINSTATE.
003720*=============================================================
003730 2200-CHANGE-OPERATOR.
003740     DISPLAY 'ENTER OPERATOR ID TO CHANGE: '.
003750     ACCEPT WS-WORK-OPERATOR-ID.
003760     PERFORM 5100-CHECK-TARGET THRU 5100-EXIT.
003770     IF  WS-ENTRY-INVALID
003780         GO TO 2200-EXIT
003790     END-IF.
003800     DISPLAY WS-LIST-HEADING.
003810     MOVE WS-AO-USE TO WS-AO-SUB.
003820     PERFORM 2510-LIST-ONE-OPERATOR THRU 2510-EXIT.
003830     MOVE WS-AO-FLAGS(WS-AO-USE) TO WS-BEFORE-FLAGS.
003840     MOVE WS-AO-FLAGS(WS-AO-USE) TO WS-WORK-FLAGS.
003850     PERFORM 2150-ACCEPT-FLAGS THRU 2150-EXIT.
003860     IF  WS-ENTRY-INVALID
003870         DISPLAY 'CHANGE ABANDONED -- ENTRY NOT UPDATED'
003880         GO TO 2200-EXIT
003890     END-IF.
003900     IF  WS-WORK-FLAGS = WS-BEFORE-FLAGS
003910         DISPLAY 'NOTHING CHANGED -- ENTRY NOT UPDATED'
003920         GO TO 2200-EXIT
003930     END-IF.
003940     MOVE WS-WORK-FLAGS TO WS-AO-FLAGS(WS-AO-USE).
003950     MOVE 'C' TO WS-CHANGE-ACTION.
003960     PERFORM 6000-COMMIT-CHANGE THRU 6000-EXIT.
003970     DISPLAY 'OPERATOR CHANGED: ', WS-WORK-OPERATOR-ID.
003980 2200-EXIT.
003990     EXIT.
004000
004010*=============================================================
004020*2300-SUSPEND-OPERATOR.  MARK AN OPERATOR SUSPENDED.  THE
004030*ENTRY AND ITS FLAGS STAY ON FILE, BUT THE RADIUS PROGRAM
004040*REJECTS EVERY RUN BY A SUSPENDED OPERATOR.
004050*=============================================================
004060 2300-SUSPEND-OPERATOR.
004070     DISPLAY 'ENTER OPERATOR ID TO SUSPEND: '.
004080     ACCEPT WS-WORK-OPERATOR-ID.
004090     PERFORM 5100-CHECK-TARGET THRU 5100-EXIT.
004100     IF  WS-ENTRY-INVALID
004110         GO TO 2300-EXIT
004120     END-IF.
004130     IF  WS-AO-SUSPENDED(WS-AO-USE)
004140         DISPLAY 'OPERATOR ALREADY SUSPENDED: ',
004150             WS-WORK-OPERATOR-ID
004160         GO TO 2300-EXIT
004170     END-IF.
004180     MOVE WS-AO-FLAGS(WS-AO-USE) TO WS-BEFORE-FLAGS.
004190     MOVE 'S' TO WS-AO-STATUS(WS-AO-USE).
004200     MOVE 'S' TO WS-CHANGE-ACTION.
004210     PERFORM 6000-COMMIT-CHANGE THRU 6000-EXIT.
004220     DISPLAY 'OPERATOR SUSPENDED: ', WS-WORK-OPERATOR-ID.
004230 2300-EXIT.
004240     EXIT.
004250
004260*=============================================================
004270*2400-REINSTATE-OPERATOR.  RETURN A SUSPENDED OPERATOR TO
004280*ACTIVE WITH THE FLAGS THEY HAD WHEN SUSPENDED.
004290*=============================================================
004300 2400-REINSTATE-OPERATOR.
004310     DISPLAY 'ENTER OPERATOR ID TO REINSTATE: '.
004320     ACCEPT WS-WORK-OPERATOR-ID.
004330     PERFORM 5100-CHECK-TARGET THRU 5100-EXIT.
004340     IF  WS-ENTRY-INVALID
004350         GO TO 2400-EXIT
004360     END-IF.
004370     IF  NOT WS-AO-SUSPENDED(WS-AO-USE)
004380         DISPLAY 'OPERATOR NOT SUSPENDED: ', WS-WORK-OPERATOR-ID
004390         GO TO 2400-EXIT
004400     END-IF.
004410     MOVE WS-AO-FLAGS(WS-AO-USE) TO WS-BEFORE-FLAGS.
004420     MOVE 'A' TO WS-AO-STATUS(WS-AO-USE).
004430     MOVE 'R' TO WS-CHANGE-ACTION.
004440     PERFORM 6000-COMMIT-CHANGE THRU 6000-EXIT.
004450     DISPLAY 'OPERATOR REINSTATED: ', WS-WORK-OPERATOR-ID.
004460 2400-EXIT.
004470     EXIT.
004480
004490*=============================================================
004500*2500-LIST-OPERATORS.  LIST THE WHOLE FILE TO THE TERMINAL IN
004510*FILE ORDER.
004520*=============================================================
004530 2500-LIST-OPERATORS.
004540     IF  WS-AO-COUNT = ZERO
004550         DISPLAY 'AUTHORIZATION FILE IS EMPTY'
004560         GO TO 2500-EXIT
004570     END-IF.
004580     DISPLAY WS-LIST-HEADING.
004590     PERFORM 2510-LIST-ONE-OPERATOR THRU 2510-EXIT
004600         VARYING WS-AO-SUB FROM 1 BY 1
004610         UNTIL WS-AO-SUB > WS-AO-COUNT.
004620 2500-EXIT.
004630     EXIT.
004640
004650*2510-LIST-ONE-OPERATOR.  DISPLAY TABLE ENTRY WS-AO-SUB.
004660 2510-LIST-ONE-OPERATOR.
004670     MOVE WS-AO-OPERATOR-ID(WS-AO-SUB) TO LL-OPERATOR-ID.
004680     MOVE WS-AO-BATCH(WS-AO-SUB) TO LL-BATCH.
004690     MOVE WS-AO-INTERACTIVE(WS-AO-SUB) TO LL-INTERACTIVE.
004700     MOVE WS-AO-REVERSE(WS-AO-SUB) TO LL-REVERSE.
004710     MOVE WS-AO-RESTART(WS-AO-SUB) TO LL-RESTART.
004720     IF  WS-AO-SUSPENDED(WS-AO-SUB)
004730         MOVE 'SUSPENDED' TO LL-STATUS
004740     ELSE
004750         MOVE 'ACTIVE' TO LL-STATUS
004760     END-IF.
004770     IF  WS-AO-SECURITY-ADMIN(WS-AO-SUB)
004780         MOVE 'Y' TO LL-SECADMIN
004790     ELSE
004800         MOVE 'N' TO LL-SECADMIN
004810     END-IF.
004820     DISPLAY WS-LIST-LINE.
004830 2510-EXIT.
004840     EXIT.
004850
004860*=============================================================
004870*5000-FIND-OPERATOR.  LOCATE WS-WORK-OPERATOR-ID ON THE TABLE.
004880*WS-AO-USE COMES BACK ZERO WHEN IT IS NOT ON FILE.
004890*=============================================================
004900 5000-FIND-OPERATOR.
004910     MOVE ZEROES TO WS-AO-USE.
004920     PERFORM 5010-MATCH-OPERATOR THRU 5010-EXIT
004930         VARYING WS-AO-SUB FROM 1 BY 1
004940         UNTIL WS-AO-SUB > WS-AO-COUNT
004950            OR WS-AO-USE > ZERO.
004960 5000-EXIT.
004970     EXIT.
004980
004990*5010-MATCH-OPERATOR.  TEST ONE TABLE ENTRY.
005000 5010-MATCH-OPERATOR.
005010     IF  WS-AO-OPERATOR-ID(WS-AO-SUB) = WS-WORK-OPERATOR-ID
005020         MOVE WS-AO-SUB TO WS-AO-USE
005030     END-IF.
005040 5010-EXIT.
005050     EXIT.
005060
005070*=============================================================
005080*5100-CHECK-TARGET.  THE OPERATOR TO BE CHANGED, SUSPENDED OR
005090*REINSTATED MUST BE ON FILE AND MUST NOT BE THE ADMINISTRATOR
005100*AT THE TERMINAL: NOBODY GRANTS THEMSELVES ACCESS OR LOCKS
005110*THEMSELVES OUT.  WS-ENTRY-INVALID COMES BACK SET OTHERWISE.
005120*=============================================================
005130 5100-CHECK-TARGET.
005140     SET WS-ENTRY-VALID TO TRUE.
005150     PERFORM 5000-FIND-OPERATOR THRU 5000-EXIT.
005160     IF  WS-AO-USE = ZERO
005170         SET WS-ENTRY-INVALID TO TRUE
005180         DISPLAY 'OPERATOR NOT ON FILE: ', WS-WORK-OPERATOR-ID
005190         GO TO 5100-EXIT
005200     END-IF.
005210     IF  WS-WORK-OPERATOR-ID = WS-ADMIN-ID
005220         SET WS-ENTRY-INVALID TO TRUE
005230         DISPLAY 'AN ADMINISTRATOR MAY NOT MAINTAIN THEIR OWN',
005240             ' ENTRY'
005250     END-IF.
005260 5100-EXIT.
005270     EXIT.
005280
005290*=============================================================
005300*6000-COMMIT-CHANGE.  WRITE THE WHOLE TABLE BACK TO RADAUT,
005310*COMMITTING THE CHANGE JUST MADE TO ENTRY WS-AO-USE, THEN LOG
005320*IT WITH WS-BEFORE-FLAGS AS THE BEFORE IMAGE.
005330*=============================================================
005340 6000-COMMIT-CHANGE.
005350     OPEN OUTPUT RADAUT.
005360     PERFORM 6100-WRITE-OPERATOR THRU 6100-EXIT
005370         VARYING WS-AO-SUB FROM 1 BY 1
005380         UNTIL WS-AO-SUB > WS-AO-COUNT.
005390     CLOSE RADAUT.
005400     MOVE WS-AO-FLAGS(WS-AO-USE) TO WS-WORK-FLAGS.
005410     PERFORM 6200-WRITE-CHANGE-LOG THRU 6200-EXIT.
005420 6000-EXIT.
005430     EXIT.
005440
005450*6100-WRITE-OPERATOR.  WRITE ONE OPERATOR.
005460 6100-WRITE-OPERATOR.
005470     MOVE WS-AO-ENTRY(WS-AO-SUB) TO RADAUT-RECORD.
005480     WRITE RADAUT-RECORD.
005490 6100-EXIT.
005500     EXIT.
005510
005520*6200-WRITE-CHANGE-LOG.  APPEND ONE RADACL RECORD: ACTION
005530*WS-CHANGE-ACTION ON WS-WORK-OPERATOR-ID, BEFORE AND AFTER
005540*FLAGS, BY WS-ADMIN-ID, STAMPED WITH THE DATE AND TIME NOW.
005550 6200-WRITE-CHANGE-LOG.
005560     MOVE SPACES TO RADACL-RECORD.
005570     ACCEPT AC-CHANGE-DATE FROM DATE YYYYMMDD.
005580     ACCEPT AC-CHANGE-TIME FROM TIME.
005590     MOVE WS-ADMIN-ID TO AC-ADMIN-ID.
005600     MOVE WS-CHANGE-ACTION TO AC-ACTION.
005610     MOVE WS-WORK-OPERATOR-ID TO AC-OPERATOR-ID.
005620     MOVE WS-BEFORE-FLAGS TO AC-BEFORE-FLAGS.
005630     MOVE WS-WORK-FLAGS TO AC-AFTER-FLAGS.
005640     WRITE RADACL-RECORD.
005650 6200-EXIT.
005660     EXIT.
005670
005680 9999-EXIT.
005690     EXIT PROGRAM.
005700
005710 END PROGRAM RADAMNT.
