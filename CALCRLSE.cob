000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCRLSE.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - REVIEWER SIDE OF THE OUTLIER
000120*              SCREENING.  CALCSCRN HOLDS RESULTS THAT FALL
000130*              OUTSIDE THEIR KEY'S HISTORY ON THE REVIEW FILE
000140*              (CALCHOLD).  THIS PROGRAM, DRIVEN FROM TERMINAL
000150*              ACCEPTS LIKE CALCAPRV, SIGNS THE REVIEWER ON AND
000160*              WORKS THROUGH THE HELD ITEMS IN KEY ORDER:
000170*              L=LIST THE HELD ITEMS, W=WORK THROUGH THEM
000180*              (R=RELEASE, X=REJECT, S=SKIP EACH ONE), Q=QUIT.
000190*              A RELEASED ITEM GOES TO POSTING AND THE EXTRACT
000200*              ON THE NEXT CALCSCRN RUN.  A REJECTED ITEM NEEDS
000210*              A NOTE AND IS WRITTEN TO THE SCREENING SUSPENSE
000220*              FILE (SCRNSUSP, SAME LAYOUT AS CALCSUSP, REASON
000230*              OUTLIER) SO CALCSINV PUTS IT ON THE SUSPENSE
000240*              INVENTORY FOR REPAIR AND RESUBMIT.  EVERY
000250*              DECISION IS STAMPED ON THE ITEM WITH THE
000260*              REVIEWER'S ID AND THE DATE/TIME.
000270* 10/15/26  DLH  A DECISION THAT CANNOT BE STAMPED ON THE REVIEW
000280*              FILE IS NO LONGER COUNTED OR ANNOUNCED AS MADE, AND
000290*              A REJECTED ITEM IS STAMPED BEFORE IT GOES TO
000300*              SUSPENSE, AND PUT BACK TO HELD IF THAT WRITE FAILS.
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  MAC.
000350 OBJECT-COMPUTER.  MAC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CALC-HOLD-FILE   ASSIGN TO CALCHOLD
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS HD-KEY
000420         FILE STATUS IS WS-HOLD-STATUS.
000430     SELECT SCRN-SUSP-FILE   ASSIGN TO SCRNSUSP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SUSP-STATUS.
000460     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CCREF-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CALC-HOLD-FILE.
000530     COPY CALCHOLD.
000540*
000550 FD  SCRN-SUSP-FILE
000560     RECORDING MODE IS F.
000570 01  SUSPENSE-REC.
000580     COPY CALCREC
000590         REPLACING ==01  CALCREC==     BY ==05  SP-TRANS-DATA==
000600                   ==05  CALC-TRANS-ID==
000610                                   BY ==10  SP-TRANS-ID==
000620                   ==05  CALC-COST-CENTER==
000630                                   BY ==10  SP-COST-CENTER==
000640                   ==05  CALC-NUM1==   BY ==10  SP-NUM1==
000650                   ==05  CALC-NUM2==   BY ==10  SP-NUM2==
000660                   ==05  CALC-OPERATION== BY ==10  SP-OPERATION==
000670                   ==05  CALC-CONT-IND==
000680                                   BY ==10  SP-CONT-IND==
000690                   ==05  CALC-RATE-CODE==
000700                                   BY ==10  SP-RATE-CODE==
000710                   ==05  CALC-CYCLE-NO==
000720                                   BY ==10  SP-CYCLE-NO==
000730                   ==05  CALC-RESULT==     BY ==10  SP-RESULT==.
000740     05  SP-SEQ-NO          PIC 9(07).
000750     05  SP-REASON-CODE     PIC X(08).
000760*
000770 FD  CALC-CCREF-FILE
000780     RECORDING MODE IS F.
000790     COPY CCREFREC.
000800*
000810 WORKING-STORAGE SECTION.
000820 77  WS-QUIT-SWITCH         PIC X(01)      VALUE 'N'.
000830     88  WS-QUIT                           VALUE 'Y'.
000840 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
000850     88  WS-BROWSE-EOF                     VALUE 'Y'.
000860 77  WS-HOLD-STATUS         PIC X(02).
000870 77  WS-SUSP-STATUS         PIC X(02).
000880 77  WS-CCREF-STATUS        PIC X(02).
000890 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000900     88  WS-CCREF-EOF                      VALUE 'Y'.
000910 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000920     88  WS-REF-FOUND                      VALUE 'Y'.
000930 77  WS-FUNCTION            PIC X(01).
000940 77  WS-DECISION            PIC X(01).
000950 77  WS-OPERATOR-ID         PIC X(08)      VALUE SPACE.
000960 77  WS-NOTE                PIC X(40)      VALUE SPACE.
000970 77  WS-HOLD-SAVE           PIC X(200)     VALUE SPACE.
000980 77  WS-BROWSE-COUNT        PIC 9(07) COMP  VALUE ZERO.
000990 77  WS-RELEASED-COUNT      PIC 9(07) COMP  VALUE ZERO.
001000 77  WS-REJECTED-COUNT      PIC 9(07) COMP  VALUE ZERO.
001010 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
001020 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
001030 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001040 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
001050*
001060 01  WS-REF-TABLE.
001070     05  WS-REF-ENTRY OCCURS 100 TIMES.
001080         10  WS-REF-CODE        PIC X(04).
001090         10  WS-REF-DEPT-NAME   PIC X(20).
001100*
001110*    NAMED VIEW OF THE HELD ITEM'S RESULT IMAGE FOR THE DISPLAY.
001120 01  WS-HELD-ENTRY          PIC X(54).
001130 COPY CALCREC
001140     REPLACING ==01  CALCREC== BY
001150             ==01  WS-HELD-RESULT REDEFINES WS-HELD-ENTRY==
001160               ==CALC-TRANS-ID==    BY ==HR-TRANS-ID==
001170               ==CALC-COST-CENTER== BY ==HR-COST-CENTER==
001180               ==CALC-NUM1==        BY ==HR-NUM1==
001190               ==CALC-NUM2==        BY ==HR-NUM2==
001200               ==CALC-OPERATION==   BY ==HR-OPERATION==
001210               ==CALC-CONT-IND==    BY ==HR-CONT-IND==
001220               ==CALC-RATE-CODE==   BY ==HR-RATE-CODE==
001230               ==CALC-CYCLE-NO==    BY ==HR-CYCLE-NO==
001240               ==CALC-RESULT==      BY ==HR-RESULT==.
001250*
001260 PROCEDURE DIVISION.
001270*--------------------------------------------------------------*
001280* 0000-MAINLINE
001290*--------------------------------------------------------------*
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE
001320         THRU 1000-INITIALIZE-EXIT.
001330     PERFORM 2000-PROCESS-FUNCTION
001340         THRU 2000-PROCESS-FUNCTION-EXIT
001350         UNTIL WS-QUIT.
001360     PERFORM 3000-TERMINATE
001370         THRU 3000-TERMINATE-EXIT.
001380     STOP RUN.
001390*
001400*--------------------------------------------------------------*
001410* 1000-INITIALIZE - SIGN THE REVIEWER ON, OPEN THE REVIEW FILE
001420*              FOR UPDATE AND THE SCREENING SUSPENSE FILE FOR
001430*              APPEND (CREATING IT ON FIRST USE, AS CALCPOST
001440*              CREATES ITS CYCLE REGISTRY), AND LOAD THE
001450*              COST-CENTER REFERENCE TABLE FOR THE DISPLAYS.
001460*--------------------------------------------------------------*
001470 1000-INITIALIZE.
001480     DISPLAY "ENTER OPERATOR ID: ".
001490     ACCEPT WS-OPERATOR-ID.
001500     IF WS-OPERATOR-ID EQUAL SPACE
001510         DISPLAY "CALCRLSE NEEDS AN OPERATOR ID - SESSION ENDED."
001520         MOVE 12 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     OPEN I-O CALC-HOLD-FILE.
001560     IF WS-HOLD-STATUS NOT EQUAL "00"
001570         DISPLAY "CALCRLSE CANNOT OPEN REVIEW FILE, STATUS "
001580             WS-HOLD-STATUS
001590         MOVE 12 TO RETURN-CODE
001600         STOP RUN
001610     END-IF.
001620     OPEN EXTEND SCRN-SUSP-FILE.
001630     IF WS-SUSP-STATUS EQUAL "35"
001640         OPEN OUTPUT SCRN-SUSP-FILE
001650         CLOSE SCRN-SUSP-FILE
001660         OPEN EXTEND SCRN-SUSP-FILE
001670     END-IF.
001680     IF WS-SUSP-STATUS NOT EQUAL "00"
001690         DISPLAY "CALCRLSE CANNOT OPEN SUSPENSE FILE, STATUS "
001700             WS-SUSP-STATUS
001710         CLOSE CALC-HOLD-FILE
001720         MOVE 12 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     PERFORM 1100-LOAD-REF-TABLE
001760         THRU 1100-LOAD-REF-TABLE-EXIT.
001770 1000-INITIALIZE-EXIT.
001780     EXIT.
001790*
001800*--------------------------------------------------------------*
001810* 1100-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
001820*              THE DISPLAYS CAN NAME EACH DEPARTMENT.  A
001830*              MISSING CCREF FILE JUST LEAVES THE NAMES BLANK.
001840*--------------------------------------------------------------*
001850 1100-LOAD-REF-TABLE.
001860     MOVE ZERO TO WS-REF-COUNT.
001870     OPEN INPUT CALC-CCREF-FILE.
001880     IF WS-CCREF-STATUS NOT EQUAL "00"
001890         GO TO 1100-LOAD-REF-TABLE-EXIT
001900     END-IF.
001910     PERFORM 1110-READ-ONE-REF
001920         THRU 1110-READ-ONE-REF-EXIT
001930         UNTIL WS-CCREF-EOF.
001940     CLOSE CALC-CCREF-FILE.
001950 1100-LOAD-REF-TABLE-EXIT.
001960     EXIT.
001970*
001980 1110-READ-ONE-REF.
001990     READ CALC-CCREF-FILE
002000         AT END
002010             SET WS-CCREF-EOF TO TRUE
002020             GO TO 1110-READ-ONE-REF-EXIT
002030     END-READ.
002040     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
002050         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
002060             CCREFREC
002070         GO TO 1110-READ-ONE-REF-EXIT
002080     END-IF.
002090     ADD 1 TO WS-REF-COUNT.
002100     MOVE CC-CODE      TO WS-REF-CODE (WS-REF-COUNT).
002110     MOVE CC-DEPT-NAME TO WS-REF-DEPT-NAME (WS-REF-COUNT).
002120 1110-READ-ONE-REF-EXIT.
002130     EXIT.
002140*
002150*--------------------------------------------------------------*
002160* 2000-PROCESS-FUNCTION - PROMPT FOR ONE FUNCTION AND DO IT.
002170*--------------------------------------------------------------*
002180 2000-PROCESS-FUNCTION.
002190     DISPLAY "ENTER FUNCTION (L=LIST HELD W=WORK HELD "
002200         "Q=QUIT): ".
002210     ACCEPT WS-FUNCTION.
002220     IF WS-FUNCTION = 'Q' OR WS-FUNCTION = 'q'
002230         SET WS-QUIT TO TRUE
002240     ELSE IF WS-FUNCTION = 'L' OR WS-FUNCTION = 'l'
002250         PERFORM 2100-LIST-HELD
002260             THRU 2100-LIST-HELD-EXIT
002270     ELSE IF WS-FUNCTION = 'W' OR WS-FUNCTION = 'w'
002280         PERFORM 2200-WORK-HELD
002290             THRU 2200-WORK-HELD-EXIT
002300     ELSE
002310         DISPLAY "INVALID FUNCTION."
002320     END-IF.
002330 2000-PROCESS-FUNCTION-EXIT.
002340     EXIT.
002350*
002360*--------------------------------------------------------------*
002370* 2100-LIST-HELD - ONE LINE PER HELD ITEM IN KEY ORDER.
002380*--------------------------------------------------------------*
002390 2100-LIST-HELD.
002400     PERFORM 7000-START-BROWSE
002410         THRU 7000-START-BROWSE-EXIT.
002420     PERFORM 2110-LIST-NEXT
002430         THRU 2110-LIST-NEXT-EXIT
002440         UNTIL WS-BROWSE-EOF.
002450     DISPLAY "LISTED " WS-BROWSE-COUNT " HELD ITEMS.".
002460 2100-LIST-HELD-EXIT.
002470     EXIT.
002480*
002490 2110-LIST-NEXT.
002500     PERFORM 7100-READ-NEXT-HELD
002510         THRU 7100-READ-NEXT-HELD-EXIT.
002520     IF WS-BROWSE-EOF
002530         GO TO 2110-LIST-NEXT-EXIT
002540     END-IF.
002550     MOVE HD-RESULT-IMAGE TO WS-HELD-ENTRY.
002560     DISPLAY HD-TRANS-ID " HELD " HD-BUS-DATE
002570         " CYCLE " HD-CYCLE-NO
002580         " COST CENTER " HR-COST-CENTER
002590         " OPERATION " HR-OPERATION
002600         " RESULT " HR-RESULT.
002610     ADD 1 TO WS-BROWSE-COUNT.
002620 2110-LIST-NEXT-EXIT.
002630     EXIT.
002640*
002650*--------------------------------------------------------------*
002660* 2200-WORK-HELD - SHOW EACH HELD ITEM IN TURN AND TAKE THE
002670*              REVIEWER'S DECISION ON IT.
002680*--------------------------------------------------------------*
002690 2200-WORK-HELD.
002700     PERFORM 7000-START-BROWSE
002710         THRU 7000-START-BROWSE-EXIT.
002720     PERFORM 2210-WORK-NEXT
002730         THRU 2210-WORK-NEXT-EXIT
002740         UNTIL WS-BROWSE-EOF.
002750     DISPLAY "REVIEWED " WS-BROWSE-COUNT " HELD ITEMS.".
002760 2200-WORK-HELD-EXIT.
002770     EXIT.
002780*
002790 2210-WORK-NEXT.
002800     PERFORM 7100-READ-NEXT-HELD
002810         THRU 7100-READ-NEXT-HELD-EXIT.
002820     IF WS-BROWSE-EOF
002830         GO TO 2210-WORK-NEXT-EXIT
002840     END-IF.
002850     ADD 1 TO WS-BROWSE-COUNT.
002860     PERFORM 7500-SHOW-ITEM
002870         THRU 7500-SHOW-ITEM-EXIT.
002880     DISPLAY "ENTER DECISION (R=RELEASE X=REJECT S=SKIP "
002890         "Q=STOP): ".
002900     ACCEPT WS-DECISION.
002910     IF WS-DECISION = 'R' OR WS-DECISION = 'r'
002920         PERFORM 2300-RELEASE
002930             THRU 2300-RELEASE-EXIT
002940     ELSE IF WS-DECISION = 'X' OR WS-DECISION = 'x'
002950         PERFORM 2400-REJECT
002960             THRU 2400-REJECT-EXIT
002970     ELSE IF WS-DECISION = 'Q' OR WS-DECISION = 'q'
002980         SET WS-BROWSE-EOF TO TRUE
002990     ELSE
003000         DISPLAY "ITEM LEFT HELD."
003010     END-IF.
003020 2210-WORK-NEXT-EXIT.
003030     EXIT.
003040*
003050*--------------------------------------------------------------*
003060* 2300-RELEASE - MARK THE ITEM RELEASED.  THE NEXT CALCSCRN RUN
003070*              PASSES IT ON TO POSTING AND THE EXTRACT.
003080*--------------------------------------------------------------*
003090 2300-RELEASE.
003100     DISPLAY "ENTER NOTE (OPTIONAL): ".
003110     ACCEPT WS-NOTE.
003120     SET HD-RELEASED TO TRUE.
003130     PERFORM 2500-STAMP-DECISION
003140         THRU 2500-STAMP-DECISION-EXIT.
003150     IF WS-HOLD-STATUS NOT EQUAL "00"
003160         DISPLAY "ITEM NOT RELEASED - LEFT HELD."
003170         GO TO 2300-RELEASE-EXIT
003180     END-IF.
003190     ADD 1 TO WS-RELEASED-COUNT.
003200     DISPLAY "ITEM RELEASED - IT POSTS ON THE NEXT SCREENING "
003210         "RUN.".
003220 2300-RELEASE-EXIT.
003230     EXIT.
003240*
003250*--------------------------------------------------------------*
003260* 2400-REJECT - MARK THE ITEM REJECTED, THEN WRITE IT TO THE
003270*              SCREENING SUSPENSE FILE.  A NOTE SAYING WHY IS
003280*              REQUIRED.  IF THE SUSPENSE WRITE FAILS THE ITEM IS
003290*              PUT BACK AS IT WAS, STILL HELD.  THE ITEM NEVER
003300*              REACHES THE MASTER.
003310*--------------------------------------------------------------*
003320 2400-REJECT.
003330     DISPLAY "ENTER REASON FOR REJECTING: ".
003340     ACCEPT WS-NOTE.
003350     IF WS-NOTE EQUAL SPACE
003360         DISPLAY "A REASON IS REQUIRED - ITEM LEFT HELD."
003370         GO TO 2400-REJECT-EXIT
003380     END-IF.
003390     MOVE CALCHOLD TO WS-HOLD-SAVE.
003400     SET HD-REJECTED TO TRUE.
003410     PERFORM 2500-STAMP-DECISION
003420         THRU 2500-STAMP-DECISION-EXIT.
003430     IF WS-HOLD-STATUS NOT EQUAL "00"
003440         DISPLAY "ITEM NOT REJECTED - LEFT HELD."
003450         GO TO 2400-REJECT-EXIT
003460     END-IF.
003470     MOVE HD-RESULT-IMAGE TO SP-TRANS-DATA.
003480     MOVE ZERO            TO SP-SEQ-NO.
003490     MOVE "OUTLIER"       TO SP-REASON-CODE.
003500     WRITE SUSPENSE-REC.
003510     IF WS-SUSP-STATUS NOT EQUAL "00"
003520         DISPLAY "CALCRLSE SUSPENSE WRITE FAILED, STATUS "
003530             WS-SUSP-STATUS " - ITEM LEFT HELD."
003540         MOVE 12 TO RETURN-CODE
003550         MOVE WS-HOLD-SAVE TO CALCHOLD
003560         REWRITE CALCHOLD
003570         IF WS-HOLD-STATUS NOT EQUAL "00"
003580             DISPLAY "CALCRLSE CANNOT RESET ITEM TO HELD, STATUS "
003590                 WS-HOLD-STATUS " KEY " HD-KEY
003600         END-IF
003610         GO TO 2400-REJECT-EXIT
003620     END-IF.
003630     ADD 1 TO WS-REJECTED-COUNT.
003640     DISPLAY "ITEM REJECTED TO SUSPENSE.".
003650 2400-REJECT-EXIT.
003660     EXIT.
003670*
003680*--------------------------------------------------------------*
003690* 2500-STAMP-DECISION - STAMP THE REVIEWER, DATE/TIME AND NOTE
003700*              ON THE ITEM JUST READ AND REWRITE IT.  THE
003710*              CALLER TESTS WS-HOLD-STATUS.
003720*--------------------------------------------------------------*
003730 2500-STAMP-DECISION.
003740     MOVE WS-OPERATOR-ID TO HD-REVIEW-ID.
003750     MOVE WS-NOTE        TO HD-REVIEW-NOTE.
003760     ACCEPT HD-REVIEW-DATE FROM DATE.
003770     ACCEPT HD-REVIEW-TIME FROM TIME.
003780     REWRITE CALCHOLD.
003790     IF WS-HOLD-STATUS NOT EQUAL "00"
003800         DISPLAY "CALCRLSE REVIEW FILE REWRITE FAILED, STATUS "
003810             WS-HOLD-STATUS
003820         MOVE 12 TO RETURN-CODE
003830     END-IF.
003840 2500-STAMP-DECISION-EXIT.
003850     EXIT.
003860*
003870*--------------------------------------------------------------*
003880* 3000-TERMINATE - SHOW THE SESSION'S DECISIONS AND CLOSE.
003890*--------------------------------------------------------------*
003900 3000-TERMINATE.
003910     DISPLAY "CALCRLSE RELEASED " WS-RELEASED-COUNT
003920         " REJECTED " WS-REJECTED-COUNT " ITEMS.".
003930     CLOSE CALC-HOLD-FILE
003940           SCRN-SUSP-FILE.
003950 3000-TERMINATE-EXIT.
003960     EXIT.
003970*
003980*--------------------------------------------------------------*
003990* 7000-START-BROWSE - POSITION AT THE FIRST ITEM ON THE FILE.
004000*--------------------------------------------------------------*
004010 7000-START-BROWSE.
004020     MOVE 'N'        TO WS-BROWSE-EOF-SWITCH.
004030     MOVE ZERO       TO WS-BROWSE-COUNT.
004040     MOVE LOW-VALUES TO HD-KEY.
004050     START CALC-HOLD-FILE
004060         KEY IS GREATER THAN OR EQUAL TO HD-KEY.
004070     IF WS-HOLD-STATUS NOT EQUAL "00"
004080         DISPLAY "NO ITEMS ON THE REVIEW FILE."
004090         SET WS-BROWSE-EOF TO TRUE
004100     END-IF.
004110 7000-START-BROWSE-EXIT.
004120     EXIT.
004130*
004140*--------------------------------------------------------------*
004150* 7100-READ-NEXT-HELD - READ FORWARD TO THE NEXT HELD ITEM,
004160*              SETTING WS-BROWSE-EOF AT THE END.
004170*--------------------------------------------------------------*
004180 7100-READ-NEXT-HELD.
004190     READ CALC-HOLD-FILE NEXT
004200         AT END
004210             SET WS-BROWSE-EOF TO TRUE
004220             GO TO 7100-READ-NEXT-HELD-EXIT
004230     END-READ.
004240     IF NOT HD-HELD
004250         GO TO 7100-READ-NEXT-HELD
004260     END-IF.
004270 7100-READ-NEXT-HELD-EXIT.
004280     EXIT.
004290*
004300*--------------------------------------------------------------*
004310* 7500-SHOW-ITEM - DISPLAY ONE HELD ITEM WITH THE HISTORY IT WAS
004320*              MEASURED AGAINST.
004330*--------------------------------------------------------------*
004340 7500-SHOW-ITEM.
004350     MOVE HD-RESULT-IMAGE TO WS-HELD-ENTRY.
004360     PERFORM 7600-FIND-REF-NAME
004370         THRU 7600-FIND-REF-NAME-EXIT.
004380     DISPLAY "TRANS-ID " HD-TRANS-ID
004390         " HELD " HD-BUS-DATE " CYCLE " HD-CYCLE-NO.
004400     DISPLAY "  COST CENTER " HR-COST-CENTER
004410         " DEPARTMENT " WS-REF-NAME.
004420     DISPLAY "  OPERATION " HR-OPERATION
004430         " NUM1 " HR-NUM1 " NUM2 " HR-NUM2
004440         " RATE CODE " HR-RATE-CODE.
004450     DISPLAY "  RESULT    " HR-RESULT.
004460     DISPLAY "  AVERAGE   " HD-AVERAGE
004470         " TOLERANCE " HD-TOL-PCT "%".
004480     DISPLAY "  LOW LIMIT " HD-LOW-LIMIT
004490         " HIGH LIMIT " HD-HIGH-LIMIT.
004500 7500-SHOW-ITEM-EXIT.
004510     EXIT.
004520*
004530*--------------------------------------------------------------*
004540* 7600-FIND-REF-NAME - LOOK THE ITEM'S COST CENTER UP IN THE
004550*              REFERENCE TABLE; AN UNLISTED CODE LEAVES THE
004560*              NAME BLANK.
004570*--------------------------------------------------------------*
004580 7600-FIND-REF-NAME.
004590     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
004600     MOVE SPACE TO WS-REF-NAME.
004610     PERFORM 7610-SCAN-REF
004620         THRU 7610-SCAN-REF-EXIT
004630         VARYING WS-REF-SUB FROM 1 BY 1
004640         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
004650            OR WS-REF-FOUND.
004660 7600-FIND-REF-NAME-EXIT.
004670     EXIT.
004680*
004690 7610-SCAN-REF.
004700     IF WS-REF-CODE (WS-REF-SUB) EQUAL HR-COST-CENTER
004710         MOVE WS-REF-DEPT-NAME (WS-REF-SUB) TO WS-REF-NAME
004720         SET WS-REF-FOUND TO TRUE
004730     END-IF.
004740 7610-SCAN-REF-EXIT.
004750     EXIT.
