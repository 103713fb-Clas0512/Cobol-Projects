000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCAPRV.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - CHECKER SIDE OF THE MASTER
000120*              CORRECTION CONTROL.  CALCMNT NO LONGER CHANGES
000130*              THE RUNNING-BALANCE MASTER; ITS U AND D RAISE A
000140*              PENDING ADJUSTMENT ON CALCADJ INSTEAD.  THIS
000150*              PROGRAM, DRIVEN FROM TERMINAL ACCEPTS LIKE
000160*              CALCMNT, SIGNS THE CHECKER ON AND WORKS THROUGH
000170*              THE PENDING ADJUSTMENTS IN THE ORDER RAISED:
000180*              L=LIST THE PENDING ITEMS, W=WORK THROUGH THEM
000190*              (A=APPROVE, R=REFUSE, S=SKIP EACH ONE), Q=QUIT.
000200*              AN ITEM CAN NEVER BE DECIDED BY THE OPERATOR
000210*              WHO RAISED IT.  APPROVING AN UPDATE REWRITES
000220*              THE MASTER FROM THE AFTER IMAGE AND APPROVING A
000230*              DELETE DELETES THE MASTER RECORD - BUT ONLY IF
000240*              THE MASTER STILL MATCHES THE BEFORE IMAGE.  IF
000250*              CALCPOST OR ANOTHER ADJUSTMENT HAS CHANGED THE
000260*              RECORD SINCE, THE ITEM IS LEFT PENDING AND MUST
000270*              BE REFUSED AND RAISED AGAIN AGAINST THE CURRENT
000280*              FIGURES.  A REFUSAL NEEDS A NOTE.  EVERY
000290*              DECISION IS STAMPED ON THE ADJUSTMENT WITH THE
000300*              CHECKER'S ID AND THE DATE/TIME FOR CALCADJR.
000310* 10/15/26  DLH  APPROVAL NOW STAMPS THE ADJUSTMENT BEFORE IT
000320*              CHANGES THE MASTER.  A FAILED STAMP LEAVES BOTH
000330*              UNTOUCHED, AND A FAILED MASTER UPDATE PUTS THE
000340*              ADJUSTMENT BACK TO PENDING.  A REFUSAL THAT
000350*              CANNOT BE STAMPED IS NO LONGER COUNTED.
000360*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  MAC.
000400 OBJECT-COMPUTER.  MAC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALC-ADJ-FILE    ASSIGN TO CALCADJ
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS AJ-KEY
000470         FILE STATUS IS WS-ADJ-STATUS.
000480     SELECT CALC-MASTER-FILE ASSIGN TO CALCMSTR
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CM-KEY
000520         FILE STATUS IS WS-MSTR-STATUS.
000530     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CCREF-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CALC-ADJ-FILE.
000600     COPY CALCADJ.
000610*
000620 FD  CALC-MASTER-FILE.
000630     COPY CALCMSTR.
000640*
000650 FD  CALC-CCREF-FILE
000660     RECORDING MODE IS F.
000670     COPY CCREFREC.
000680*
000690 WORKING-STORAGE SECTION.
000700 77  WS-QUIT-SWITCH         PIC X(01)      VALUE 'N'.
000710     88  WS-QUIT                           VALUE 'Y'.
000720 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
000730     88  WS-BROWSE-EOF                     VALUE 'Y'.
000740 77  WS-ADJ-STATUS          PIC X(02).
000750 77  WS-MSTR-STATUS         PIC X(02).
000760 77  WS-CCREF-STATUS        PIC X(02).
000770 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000780     88  WS-CCREF-EOF                      VALUE 'Y'.
000790 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000800     88  WS-REF-FOUND                      VALUE 'Y'.
000810 77  WS-FUNCTION            PIC X(01).
000820 77  WS-DECISION            PIC X(01).
000830 77  WS-OPERATOR-ID         PIC X(08)      VALUE SPACE.
000840 77  WS-NOTE                PIC X(40)      VALUE SPACE.
000850 77  WS-BROWSE-COUNT        PIC 9(07) COMP  VALUE ZERO.
000860 77  WS-APPROVED-COUNT      PIC 9(07) COMP  VALUE ZERO.
000870 77  WS-REFUSED-COUNT       PIC 9(07) COMP  VALUE ZERO.
000880 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
000890 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
000900 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
000910 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
000920 77  WS-ADJ-SAVE            PIC X(420)     VALUE SPACE.
000930*
000940 01  WS-REF-TABLE.
000950     05  WS-REF-ENTRY OCCURS 100 TIMES.
000960         10  WS-REF-CODE        PIC X(04).
000970         10  WS-REF-DEPT-NAME   PIC X(20).
000980*
000990*    NAMED VIEWS OF THE ADJUSTMENT'S BEFORE AND AFTER MASTER
001000*    IMAGES FOR THE CHECKER'S DISPLAY.
001010 01  WS-BEFORE-ENTRY        PIC X(139).
001020 COPY CALCMSTR
001030     REPLACING ==01  CALCMSTR== BY
001040             ==01  WS-BEFORE-MSTR REDEFINES WS-BEFORE-ENTRY==
001050               ==CM-KEY==            BY ==BF-KEY==
001060               ==CM-OPERATION==      BY ==BF-OPERATION==
001070               ==CM-COST-CENTER==    BY ==BF-COST-CENTER==
001080               ==CM-POST-COUNT==     BY ==BF-POST-COUNT==
001090               ==CM-TOTAL==          BY ==BF-TOTAL==
001100               ==CM-HIGH-RESULT==    BY ==BF-HIGH-RESULT==
001110               ==CM-LOW-RESULT==     BY ==BF-LOW-RESULT==
001120               ==CM-LAST-POST-DATE== BY ==BF-LAST-POST-DATE==
001130               ==CM-CUR-COUNT==      BY ==BF-CUR-COUNT==
001140               ==CM-CUR-TOTAL==      BY ==BF-CUR-TOTAL==
001150               ==CM-PRV-COUNT==      BY ==BF-PRV-COUNT==
001160               ==CM-PRV-TOTAL==      BY ==BF-PRV-TOTAL==
001170               ==CM-YTD-COUNT==      BY ==BF-YTD-COUNT==
001180               ==CM-YTD-TOTAL==      BY ==BF-YTD-TOTAL==.
001190 01  WS-AFTER-ENTRY         PIC X(139).
001200 COPY CALCMSTR
001210     REPLACING ==01  CALCMSTR== BY
001220             ==01  WS-AFTER-MSTR REDEFINES WS-AFTER-ENTRY==
001230               ==CM-KEY==            BY ==AF-KEY==
001240               ==CM-OPERATION==      BY ==AF-OPERATION==
001250               ==CM-COST-CENTER==    BY ==AF-COST-CENTER==
001260               ==CM-POST-COUNT==     BY ==AF-POST-COUNT==
001270               ==CM-TOTAL==          BY ==AF-TOTAL==
001280               ==CM-HIGH-RESULT==    BY ==AF-HIGH-RESULT==
001290               ==CM-LOW-RESULT==     BY ==AF-LOW-RESULT==
001300               ==CM-LAST-POST-DATE== BY ==AF-LAST-POST-DATE==
001310               ==CM-CUR-COUNT==      BY ==AF-CUR-COUNT==
001320               ==CM-CUR-TOTAL==      BY ==AF-CUR-TOTAL==
001330               ==CM-PRV-COUNT==      BY ==AF-PRV-COUNT==
001340               ==CM-PRV-TOTAL==      BY ==AF-PRV-TOTAL==
001350               ==CM-YTD-COUNT==      BY ==AF-YTD-COUNT==
001360               ==CM-YTD-TOTAL==      BY ==AF-YTD-TOTAL==.
001370*
001380 PROCEDURE DIVISION.
001390*--------------------------------------------------------------*
001400* 0000-MAINLINE
001410*--------------------------------------------------------------*
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE
001440         THRU 1000-INITIALIZE-EXIT.
001450     PERFORM 2000-PROCESS-FUNCTION
001460         THRU 2000-PROCESS-FUNCTION-EXIT
001470         UNTIL WS-QUIT.
001480     PERFORM 3000-TERMINATE
001490         THRU 3000-TERMINATE-EXIT.
001500     STOP RUN.
001510*
001520*--------------------------------------------------------------*
001530* 1000-INITIALIZE - SIGN THE CHECKER ON, OPEN THE ADJUSTMENT
001540*              FILE AND THE MASTER FOR UPDATE, AND LOAD THE
001550*              COST-CENTER REFERENCE TABLE FOR THE DISPLAYS.
001560*--------------------------------------------------------------*
001570 1000-INITIALIZE.
001580     DISPLAY "ENTER OPERATOR ID: ".
001590     ACCEPT WS-OPERATOR-ID.
001600     IF WS-OPERATOR-ID EQUAL SPACE
001610         DISPLAY "CALCAPRV NEEDS AN OPERATOR ID - SESSION ENDED."
001620         MOVE 12 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     OPEN I-O CALC-ADJ-FILE.
001660     IF WS-ADJ-STATUS NOT EQUAL "00"
001670         DISPLAY "CALCAPRV CANNOT OPEN ADJUSTMENT FILE, STATUS "
001680             WS-ADJ-STATUS
001690         MOVE 12 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     OPEN I-O CALC-MASTER-FILE.
001730     IF WS-MSTR-STATUS NOT EQUAL "00"
001740         DISPLAY "CALCAPRV CANNOT OPEN MASTER, STATUS "
001750             WS-MSTR-STATUS
001760         CLOSE CALC-ADJ-FILE
001770         MOVE 12 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     PERFORM 1100-LOAD-REF-TABLE
001810         THRU 1100-LOAD-REF-TABLE-EXIT.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001840*
001850*--------------------------------------------------------------*
001860* 1100-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
001870*              THE DISPLAYS CAN NAME EACH DEPARTMENT.  A
001880*              MISSING CCREF FILE JUST LEAVES THE NAMES BLANK.
001890*--------------------------------------------------------------*
001900 1100-LOAD-REF-TABLE.
001910     MOVE ZERO TO WS-REF-COUNT.
001920     OPEN INPUT CALC-CCREF-FILE.
001930     IF WS-CCREF-STATUS NOT EQUAL "00"
001940         GO TO 1100-LOAD-REF-TABLE-EXIT
001950     END-IF.
001960     PERFORM 1110-READ-ONE-REF
001970         THRU 1110-READ-ONE-REF-EXIT
001980         UNTIL WS-CCREF-EOF.
001990     CLOSE CALC-CCREF-FILE.
002000 1100-LOAD-REF-TABLE-EXIT.
002010     EXIT.
002020*
002030 1110-READ-ONE-REF.
002040     READ CALC-CCREF-FILE
002050         AT END
002060             SET WS-CCREF-EOF TO TRUE
002070             GO TO 1110-READ-ONE-REF-EXIT
002080     END-READ.
002090     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
002100         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
002110             CCREFREC
002120         GO TO 1110-READ-ONE-REF-EXIT
002130     END-IF.
002140     ADD 1 TO WS-REF-COUNT.
002150     MOVE CC-CODE      TO WS-REF-CODE (WS-REF-COUNT).
002160     MOVE CC-DEPT-NAME TO WS-REF-DEPT-NAME (WS-REF-COUNT).
002170 1110-READ-ONE-REF-EXIT.
002180     EXIT.
002190*
002200*--------------------------------------------------------------*
002210* 2000-PROCESS-FUNCTION - PROMPT FOR ONE FUNCTION AND DO IT.
002220*--------------------------------------------------------------*
002230 2000-PROCESS-FUNCTION.
002240     DISPLAY "ENTER FUNCTION (L=LIST PENDING W=WORK PENDING "
002250         "Q=QUIT): ".
002260     ACCEPT WS-FUNCTION.
002270     IF WS-FUNCTION = 'Q' OR WS-FUNCTION = 'q'
002280         SET WS-QUIT TO TRUE
002290     ELSE IF WS-FUNCTION = 'L' OR WS-FUNCTION = 'l'
002300         PERFORM 2100-LIST-PENDING
002310             THRU 2100-LIST-PENDING-EXIT
002320     ELSE IF WS-FUNCTION = 'W' OR WS-FUNCTION = 'w'
002330         PERFORM 2200-WORK-PENDING
002340             THRU 2200-WORK-PENDING-EXIT
002350     ELSE
002360         DISPLAY "INVALID FUNCTION."
002370     END-IF.
002380 2000-PROCESS-FUNCTION-EXIT.
002390     EXIT.
002400*
002410*--------------------------------------------------------------*
002420* 2100-LIST-PENDING - ONE LINE PER PENDING ADJUSTMENT IN THE
002430*              ORDER RAISED.
002440*--------------------------------------------------------------*
002450 2100-LIST-PENDING.
002460     PERFORM 7000-START-BROWSE
002470         THRU 7000-START-BROWSE-EXIT.
002480     PERFORM 2110-LIST-NEXT
002490         THRU 2110-LIST-NEXT-EXIT
002500         UNTIL WS-BROWSE-EOF.
002510     DISPLAY "LISTED " WS-BROWSE-COUNT " PENDING ADJUSTMENTS.".
002520 2100-LIST-PENDING-EXIT.
002530     EXIT.
002540*
002550 2110-LIST-NEXT.
002560     PERFORM 7100-READ-NEXT-PENDING
002570         THRU 7100-READ-NEXT-PENDING-EXIT.
002580     IF WS-BROWSE-EOF
002590         GO TO 2110-LIST-NEXT-EXIT
002600     END-IF.
002610     DISPLAY AJ-RAISE-DATE "-" AJ-RAISE-TIME
002620         " " AJ-FUNCTION
002630         " OPERATION " AJ-OPERATION
002640         " COST CENTER " AJ-COST-CENTER
002650         " BY " AJ-MAKER-ID.
002660     ADD 1 TO WS-BROWSE-COUNT.
002670 2110-LIST-NEXT-EXIT.
002680     EXIT.
002690*
002700*--------------------------------------------------------------*
002710* 2200-WORK-PENDING - SHOW EACH PENDING ADJUSTMENT IN TURN AND
002720*              TAKE THE CHECKER'S DECISION ON IT.  ITEMS THE
002730*              CHECKER RAISED ARE SHOWN BUT CANNOT BE DECIDED.
002740*--------------------------------------------------------------*
002750 2200-WORK-PENDING.
002760     PERFORM 7000-START-BROWSE
002770         THRU 7000-START-BROWSE-EXIT.
002780     PERFORM 2210-WORK-NEXT
002790         THRU 2210-WORK-NEXT-EXIT
002800         UNTIL WS-BROWSE-EOF.
002810     DISPLAY "REVIEWED " WS-BROWSE-COUNT
002820         " PENDING ADJUSTMENTS.".
002830 2200-WORK-PENDING-EXIT.
002840     EXIT.
002850*
002860 2210-WORK-NEXT.
002870     PERFORM 7100-READ-NEXT-PENDING
002880         THRU 7100-READ-NEXT-PENDING-EXIT.
002890     IF WS-BROWSE-EOF
002900         GO TO 2210-WORK-NEXT-EXIT
002910     END-IF.
002920     ADD 1 TO WS-BROWSE-COUNT.
002930     PERFORM 7500-SHOW-ADJUSTMENT
002940         THRU 7500-SHOW-ADJUSTMENT-EXIT.
002950     IF AJ-MAKER-ID EQUAL WS-OPERATOR-ID
002960         DISPLAY "RAISED BY YOU - ANOTHER OPERATOR MUST "
002970             "DECIDE IT."
002980         GO TO 2210-WORK-NEXT-EXIT
002990     END-IF.
003000     DISPLAY "ENTER DECISION (A=APPROVE R=REFUSE S=SKIP "
003010         "Q=STOP): ".
003020     ACCEPT WS-DECISION.
003030     IF WS-DECISION = 'A' OR WS-DECISION = 'a'
003040         PERFORM 2300-APPROVE
003050             THRU 2300-APPROVE-EXIT
003060     ELSE IF WS-DECISION = 'R' OR WS-DECISION = 'r'
003070         PERFORM 2400-REFUSE
003080             THRU 2400-REFUSE-EXIT
003090     ELSE IF WS-DECISION = 'Q' OR WS-DECISION = 'q'
003100         SET WS-BROWSE-EOF TO TRUE
003110     ELSE
003120         DISPLAY "ADJUSTMENT LEFT PENDING."
003130     END-IF.
003140 2210-WORK-NEXT-EXIT.
003150     EXIT.
003160*
003170*--------------------------------------------------------------*
003180* 2300-APPROVE - APPLY THE ADJUSTMENT TO THE MASTER AND MARK IT
003190*              APPROVED.  THE MASTER MUST STILL MATCH THE
003200*              BEFORE IMAGE EXACTLY, OTHERWISE THE AFTER IMAGE
003210*              WOULD WIPE OUT WHATEVER HAS BEEN POSTED SINCE -
003220*              SUCH AN ITEM IS LEFT PENDING FOR REFUSAL.  THE
003230*              ADJUSTMENT IS STAMPED APPROVED BEFORE THE MASTER
003240*              IS TOUCHED, SO AN ITEM THAT CANNOT BE STAMPED IS
003250*              NEVER APPLIED; IF THE MASTER THEN CANNOT BE
003260*              CHANGED THE ITEM IS PUT BACK TO PENDING.
003270*--------------------------------------------------------------*
003280 2300-APPROVE.
003290     MOVE AJ-MASTER-KEY TO CM-KEY.
003300     READ CALC-MASTER-FILE.
003310     IF WS-MSTR-STATUS NOT EQUAL "00"
003320         DISPLAY "MASTER RECORD NO LONGER ON FILE - REFUSE "
003330             "THIS ADJUSTMENT."
003340         GO TO 2300-APPROVE-EXIT
003350     END-IF.
003360     IF CALCMSTR NOT EQUAL AJ-BEFORE-IMAGE
003370         DISPLAY "MASTER HAS CHANGED SINCE THIS ADJUSTMENT WAS "
003380             "RAISED - REFUSE IT AND HAVE IT RAISED AGAIN."
003390         GO TO 2300-APPROVE-EXIT
003400     END-IF.
003410     DISPLAY "ENTER NOTE (OPTIONAL): ".
003420     ACCEPT WS-NOTE.
003430     MOVE CALCADJ TO WS-ADJ-SAVE.
003440     SET AJ-APPROVED TO TRUE.
003450     PERFORM 2500-STAMP-DECISION
003460         THRU 2500-STAMP-DECISION-EXIT.
003470     IF WS-ADJ-STATUS NOT EQUAL "00"
003480         DISPLAY "ADJUSTMENT NOT APPROVED - LEFT PENDING."
003490         GO TO 2300-APPROVE-EXIT
003500     END-IF.
003510     IF AJ-UPDATE
003520         MOVE AJ-AFTER-IMAGE TO CALCMSTR
003530         REWRITE CALCMSTR
003540     ELSE
003550         DELETE CALC-MASTER-FILE
003560     END-IF.
003570     IF WS-MSTR-STATUS NOT EQUAL "00"
003580         DISPLAY "MASTER NOT CHANGED, STATUS " WS-MSTR-STATUS
003590             " - ADJUSTMENT LEFT PENDING."
003600         MOVE WS-ADJ-SAVE TO CALCADJ
003610         REWRITE CALCADJ
003620         IF WS-ADJ-STATUS NOT EQUAL "00"
003630             DISPLAY "CALCAPRV CANNOT RESET ADJUSTMENT TO "
003640                 "PENDING, STATUS " WS-ADJ-STATUS
003650                 " - IT IS MARKED APPROVED BUT WAS NOT "
003660                 "APPLIED."
003670             MOVE 12 TO RETURN-CODE
003680         END-IF
003690         GO TO 2300-APPROVE-EXIT
003700     END-IF.
003710     ADD 1 TO WS-APPROVED-COUNT.
003720     DISPLAY "ADJUSTMENT APPROVED AND APPLIED TO THE MASTER.".
003730 2300-APPROVE-EXIT.
003740     EXIT.
003750*
003760*--------------------------------------------------------------*
003770* 2400-REFUSE - MARK THE ADJUSTMENT REFUSED.  THE MASTER IS
003780*              NOT TOUCHED.  A NOTE SAYING WHY IS REQUIRED.
003790*--------------------------------------------------------------*
003800 2400-REFUSE.
003810     DISPLAY "ENTER REASON FOR REFUSING: ".
003820     ACCEPT WS-NOTE.
003830     IF WS-NOTE EQUAL SPACE
003840         DISPLAY "A REASON IS REQUIRED - ADJUSTMENT LEFT "
003850             "PENDING."
003860         GO TO 2400-REFUSE-EXIT
003870     END-IF.
003880     SET AJ-REFUSED TO TRUE.
003890     PERFORM 2500-STAMP-DECISION
003900         THRU 2500-STAMP-DECISION-EXIT.
003910     IF WS-ADJ-STATUS NOT EQUAL "00"
003920         DISPLAY "ADJUSTMENT NOT REFUSED - LEFT PENDING."
003930         GO TO 2400-REFUSE-EXIT
003940     END-IF.
003950     ADD 1 TO WS-REFUSED-COUNT.
003960     DISPLAY "ADJUSTMENT REFUSED.".
003970 2400-REFUSE-EXIT.
003980     EXIT.
003990*
004000*--------------------------------------------------------------*
004010* 2500-STAMP-DECISION - STAMP THE CHECKER, DATE/TIME AND NOTE
004020*              ON THE ADJUSTMENT JUST READ AND REWRITE IT.
004030*--------------------------------------------------------------*
004040 2500-STAMP-DECISION.
004050     MOVE WS-OPERATOR-ID TO AJ-CHECKER-ID.
004060     MOVE WS-NOTE        TO AJ-CHECK-NOTE.
004070     ACCEPT AJ-DECIDE-DATE FROM DATE.
004080     ACCEPT AJ-DECIDE-TIME FROM TIME.
004090     REWRITE CALCADJ.
004100     IF WS-ADJ-STATUS NOT EQUAL "00"
004110         DISPLAY "CALCAPRV ADJUSTMENT REWRITE FAILED, STATUS "
004120             WS-ADJ-STATUS
004130         MOVE 12 TO RETURN-CODE
004140     END-IF.
004150 2500-STAMP-DECISION-EXIT.
004160     EXIT.
004170*
004180*--------------------------------------------------------------*
004190* 3000-TERMINATE - SHOW THE SESSION'S DECISIONS AND CLOSE.
004200*--------------------------------------------------------------*
004210 3000-TERMINATE.
004220     DISPLAY "CALCAPRV APPROVED " WS-APPROVED-COUNT
004230         " REFUSED " WS-REFUSED-COUNT " ADJUSTMENTS.".
004240     CLOSE CALC-ADJ-FILE
004250           CALC-MASTER-FILE.
004260 3000-TERMINATE-EXIT.
004270     EXIT.
004280*
004290*--------------------------------------------------------------*
004300* 7000-START-BROWSE - POSITION AT THE FIRST ADJUSTMENT.
004310*--------------------------------------------------------------*
004320 7000-START-BROWSE.
004330     MOVE 'N'        TO WS-BROWSE-EOF-SWITCH.
004340     MOVE ZERO       TO WS-BROWSE-COUNT.
004350     MOVE LOW-VALUES TO AJ-KEY.
004360     START CALC-ADJ-FILE
004370         KEY IS GREATER THAN OR EQUAL TO AJ-KEY.
004380     IF WS-ADJ-STATUS NOT EQUAL "00"
004390         DISPLAY "NO ADJUSTMENTS ON FILE."
004400         SET WS-BROWSE-EOF TO TRUE
004410     END-IF.
004420 7000-START-BROWSE-EXIT.
004430     EXIT.
004440*
004450*--------------------------------------------------------------*
004460* 7100-READ-NEXT-PENDING - READ FORWARD TO THE NEXT PENDING
004470*              ADJUSTMENT, SETTING WS-BROWSE-EOF AT THE END.
004480*--------------------------------------------------------------*
004490 7100-READ-NEXT-PENDING.
004500     READ CALC-ADJ-FILE NEXT
004510         AT END
004520             SET WS-BROWSE-EOF TO TRUE
004530             GO TO 7100-READ-NEXT-PENDING-EXIT
004540     END-READ.
004550     IF NOT AJ-PENDING
004560         GO TO 7100-READ-NEXT-PENDING
004570     END-IF.
004580 7100-READ-NEXT-PENDING-EXIT.
004590     EXIT.
004600*
004610*--------------------------------------------------------------*
004620* 7500-SHOW-ADJUSTMENT - DISPLAY ONE ADJUSTMENT WITH ITS BEFORE
004630*              AND AFTER BUCKETS SIDE BY SIDE.
004640*--------------------------------------------------------------*
004650 7500-SHOW-ADJUSTMENT.
004660     MOVE AJ-BEFORE-IMAGE TO WS-BEFORE-ENTRY.
004670     MOVE AJ-AFTER-IMAGE  TO WS-AFTER-ENTRY.
004680     PERFORM 7600-FIND-REF-NAME
004690         THRU 7600-FIND-REF-NAME-EXIT.
004700     DISPLAY "REFERENCE " AJ-RAISE-DATE "-" AJ-RAISE-TIME
004710         " FUNCTION " AJ-FUNCTION
004720         " OPERATION " AJ-OPERATION
004730         " COST CENTER " AJ-COST-CENTER.
004740     DISPLAY "  DEPARTMENT " WS-REF-NAME
004750         " RAISED BY " AJ-MAKER-ID.
004760     DISPLAY "  REASON " AJ-REASON.
004770     DISPLAY "  BEFORE COUNT " BF-POST-COUNT
004780         " TOTAL " BF-TOTAL.
004790     DISPLAY "         HIGH " BF-HIGH-RESULT
004800         " LOW " BF-LOW-RESULT.
004810     DISPLAY "         MONTH COUNT " BF-CUR-COUNT
004820         " TOTAL " BF-CUR-TOTAL.
004830     DISPLAY "         PRIOR COUNT " BF-PRV-COUNT
004840         " TOTAL " BF-PRV-TOTAL.
004850     DISPLAY "         YTD   COUNT " BF-YTD-COUNT
004860         " TOTAL " BF-YTD-TOTAL.
004870     IF AJ-DELETE
004880         DISPLAY "  AFTER  - MASTER RECORD DELETED"
004890         GO TO 7500-SHOW-ADJUSTMENT-EXIT
004900     END-IF.
004910     DISPLAY "  AFTER  COUNT " AF-POST-COUNT
004920         " TOTAL " AF-TOTAL.
004930     DISPLAY "         HIGH " AF-HIGH-RESULT
004940         " LOW " AF-LOW-RESULT.
004950     DISPLAY "         MONTH COUNT " AF-CUR-COUNT
004960         " TOTAL " AF-CUR-TOTAL.
004970     DISPLAY "         PRIOR COUNT " AF-PRV-COUNT
004980         " TOTAL " AF-PRV-TOTAL.
004990     DISPLAY "         YTD   COUNT " AF-YTD-COUNT
005000         " TOTAL " AF-YTD-TOTAL.
005010 7500-SHOW-ADJUSTMENT-EXIT.
005020     EXIT.
005030*
005040*--------------------------------------------------------------*
005050* 7600-FIND-REF-NAME - LOOK THE ADJUSTMENT'S COST CENTER UP IN
005060*              THE REFERENCE TABLE; AN UNLISTED CODE LEAVES THE
005070*              NAME BLANK.
005080*--------------------------------------------------------------*
005090 7600-FIND-REF-NAME.
005100     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
005110     MOVE SPACE TO WS-REF-NAME.
005120     PERFORM 7610-SCAN-REF
005130         THRU 7610-SCAN-REF-EXIT
005140         VARYING WS-REF-SUB FROM 1 BY 1
005150         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
005160            OR WS-REF-FOUND.
005170 7600-FIND-REF-NAME-EXIT.
005180     EXIT.
005190*
005200 7610-SCAN-REF.
005210     IF WS-REF-CODE (WS-REF-SUB) EQUAL AJ-COST-CENTER
005220         MOVE WS-REF-DEPT-NAME (WS-REF-SUB) TO WS-REF-NAME
005230         SET WS-REF-FOUND TO TRUE
005240     END-IF.
005250 7610-SCAN-REF-EXIT.
005260     EXIT.
