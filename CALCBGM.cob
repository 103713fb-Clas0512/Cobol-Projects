000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCBGM.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - INQUIRY AND MAINTENANCE FOR
000120*              THE COST-CENTER BUDGET FILE (CALCBUDG) THAT
000130*              CALCBCHK CHECKS THE MASTER AGAINST.  DRIVEN FROM
000140*              TERMINAL ACCEPTS LIKE CALCMNT: THE OPERATOR SIGNS
000150*              ON, THEN I=INQUIRE ONE KEY, B=BROWSE THE WHOLE
000160*              FILE, A=ADD A BUDGET, C=CHANGE THE AMOUNTS OR
000170*              WARNING PERCENT, D=DELETE A BUDGET, Q=QUIT.  A
000180*              NEW BUDGET MUST NAME A COST CENTER ON CCREF AND
000190*              A VALID OPERATION CODE.  EVERY ADD, CHANGE AND
000200*              DELETE IS APPENDED TO THE BUDGLOG CHANGE LOG
000210*              WITH THE OPERATOR ID, A DATE/TIME STAMP AND THE
000220*              BEFORE/AFTER IMAGES (AS CALCRTM LOGS RATES).
000230* 10/15/26  DLH  A FAILED WRITE TO THE CHANGE LOG IS NOW REPORTED
000240*              AND ENDS THE SESSION RC=12, SO A CHANGE THAT WAS
000250*              MADE BUT NOT LOGGED IS NEVER PASSED OVER.
000260*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  MAC.
000300 OBJECT-COMPUTER.  MAC.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CALC-BUDGET-FILE ASSIGN TO CALCBUDG
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS BG-KEY
000370         FILE STATUS IS WS-BUDG-STATUS.
000380     SELECT BUDG-LOG-FILE    ASSIGN TO BUDGLOG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-LOG-STATUS.
000410     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CCREF-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CALC-BUDGET-FILE.
000480     COPY CALCBUD.
000490*
000500 FD  BUDG-LOG-FILE
000510     RECORDING MODE IS F.
000520*    ONE RECORD PER ADD/CHANGE/DELETE - THE BEFORE AND AFTER
000530*    IMAGES ARE THE FULL 80-BYTE BUDGET RECORD, SPACES ON THE
000540*    SIDE THAT DOES NOT APPLY (BEFORE ON AN ADD, AFTER ON A
000550*    DELETE).
000560 01  BUDG-LOG-REC.
000570     05  BL-DATE            PIC 9(06).
000580     05  BL-TIME            PIC 9(08).
000590     05  BL-FUNCTION        PIC X(01).
000600     05  BL-OPERATOR-ID     PIC X(08).
000610     05  BL-BEFORE-IMAGE    PIC X(80).
000620     05  BL-AFTER-IMAGE     PIC X(80).
000630     05  FILLER             PIC X(17).
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
000740 77  WS-BUDG-STATUS         PIC X(02).
000750 77  WS-LOG-STATUS          PIC X(02).
000760 77  WS-CCREF-STATUS        PIC X(02).
000770 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000780     88  WS-CCREF-EOF                      VALUE 'Y'.
000790 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000800     88  WS-REF-FOUND                      VALUE 'Y'.
000810 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
000820 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
000830 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
000840 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
000850 77  WS-REF-FLAG            PIC X(01)      VALUE SPACE.
000860 77  WS-FUNCTION            PIC X(01).
000870 77  WS-CONFIRM             PIC X(01).
000880 77  WS-BROWSE-COUNT        PIC 9(07) COMP  VALUE ZERO.
000890 77  WS-OPERATOR-ID         PIC X(08)      VALUE SPACE.
000900 77  WS-TODAY               PIC 9(06).
000910 77  WS-DATE-FIELD          PIC 9(06).
000920 77  WS-TIME-FIELD          PIC 9(08).
000930 77  WS-NEW-AMOUNT          PIC X(16).
000940 77  WS-NEW-AMOUNT-NUM REDEFINES WS-NEW-AMOUNT
000950                            PIC S9(13)V99
000960                        SIGN IS LEADING SEPARATE CHARACTER.
000970 77  WS-NEW-PCT             PIC X(03).
000980 77  WS-NEW-PCT-NUM REDEFINES WS-NEW-PCT
000990                            PIC 9(03).
001000 77  WS-ENTRY-OK-SWITCH     PIC X(01)      VALUE 'N'.
001010     88  WS-ENTRY-OK                       VALUE 'Y'.
001020 01  WS-BEFORE-IMAGE        PIC X(80).
001030 01  WS-AFTER-IMAGE         PIC X(80).
001040*
001050 01  WS-REF-TABLE.
001060     05  WS-REF-ENTRY OCCURS 100 TIMES.
001070         10  WS-REF-CODE        PIC X(04).
001080         10  WS-REF-DEPT-NAME   PIC X(20).
001090         10  WS-REF-ACTIVE-FLAG PIC X(01).
001100*
001110 PROCEDURE DIVISION.
001120*--------------------------------------------------------------*
001130* 0000-MAINLINE
001140*--------------------------------------------------------------*
001150 0000-MAINLINE.
001160     PERFORM 8000-SIGN-ON
001170         THRU 8000-SIGN-ON-EXIT.
001180     ACCEPT WS-TODAY FROM DATE.
001190     OPEN I-O CALC-BUDGET-FILE.
001200     IF WS-BUDG-STATUS EQUAL "35"
001210         OPEN OUTPUT CALC-BUDGET-FILE
001220         CLOSE CALC-BUDGET-FILE
001230         OPEN I-O CALC-BUDGET-FILE
001240     END-IF.
001250     IF WS-BUDG-STATUS NOT EQUAL "00"
001260         DISPLAY "CALCBGM CANNOT OPEN BUDGET FILE, STATUS "
001270             WS-BUDG-STATUS
001280         MOVE 12 TO RETURN-CODE
001290         STOP RUN
001300     END-IF.
001310     PERFORM 8100-OPEN-LOG
001320         THRU 8100-OPEN-LOG-EXIT.
001330     PERFORM 6000-LOAD-REF-TABLE
001340         THRU 6000-LOAD-REF-TABLE-EXIT.
001350     PERFORM 1000-PROCESS-FUNCTION
001360         THRU 1000-PROCESS-FUNCTION-EXIT
001370         UNTIL WS-QUIT.
001380     CLOSE CALC-BUDGET-FILE
001390           BUDG-LOG-FILE.
001400     STOP RUN.
001410*
001420*--------------------------------------------------------------*
001430* 1000-PROCESS-FUNCTION - PROMPT FOR ONE FUNCTION AND DO IT.
001440*--------------------------------------------------------------*
001450 1000-PROCESS-FUNCTION.
001460     DISPLAY "ENTER FUNCTION (I=INQUIRE B=BROWSE A=ADD "
001470         "C=CHANGE D=DELETE Q=QUIT): ".
001480     ACCEPT WS-FUNCTION.
001490     IF WS-FUNCTION = 'Q' OR WS-FUNCTION = 'q'
001500         SET WS-QUIT TO TRUE
001510     ELSE IF WS-FUNCTION = 'I' OR WS-FUNCTION = 'i'
001520         PERFORM 2000-INQUIRE
001530             THRU 2000-INQUIRE-EXIT
001540     ELSE IF WS-FUNCTION = 'B' OR WS-FUNCTION = 'b'
001550         PERFORM 3000-BROWSE
001560             THRU 3000-BROWSE-EXIT
001570     ELSE IF WS-FUNCTION = 'A' OR WS-FUNCTION = 'a'
001580         MOVE 'A' TO WS-FUNCTION
001590         PERFORM 4000-ADD
001600             THRU 4000-ADD-EXIT
001610     ELSE IF WS-FUNCTION = 'C' OR WS-FUNCTION = 'c'
001620         MOVE 'C' TO WS-FUNCTION
001630         PERFORM 4500-CHANGE
001640             THRU 4500-CHANGE-EXIT
001650     ELSE IF WS-FUNCTION = 'D' OR WS-FUNCTION = 'd'
001660         MOVE 'D' TO WS-FUNCTION
001670         PERFORM 5000-DELETE
001680             THRU 5000-DELETE-EXIT
001690     ELSE
001700         DISPLAY "INVALID FUNCTION."
001710     END-IF.
001720 1000-PROCESS-FUNCTION-EXIT.
001730     EXIT.
001740*
001750*--------------------------------------------------------------*
001760* 2000-INQUIRE - READ ONE BUDGET BY KEY AND DISPLAY IT.
001770*--------------------------------------------------------------*
001780 2000-INQUIRE.
001790     PERFORM 7000-GET-KEY
001800         THRU 7000-GET-KEY-EXIT.
001810     READ CALC-BUDGET-FILE.
001820     IF WS-BUDG-STATUS EQUAL "00"
001830         PERFORM 7500-SHOW-BUDGET
001840             THRU 7500-SHOW-BUDGET-EXIT
001850     ELSE
001860         DISPLAY "NO BUDGET FOR THAT KEY."
001870     END-IF.
001880 2000-INQUIRE-EXIT.
001890     EXIT.
001900*
001910*--------------------------------------------------------------*
001920* 3000-BROWSE - LIST EVERY BUDGET IN COST-CENTER/OPERATION
001930*              ORDER.
001940*--------------------------------------------------------------*
001950 3000-BROWSE.
001960     MOVE 'N'        TO WS-BROWSE-EOF-SWITCH.
001970     MOVE ZERO       TO WS-BROWSE-COUNT.
001980     MOVE LOW-VALUES TO BG-KEY.
001990     START CALC-BUDGET-FILE
002000         KEY IS GREATER THAN OR EQUAL TO BG-KEY.
002010     IF WS-BUDG-STATUS NOT EQUAL "00"
002020         DISPLAY "BUDGET FILE IS EMPTY."
002030         GO TO 3000-BROWSE-EXIT
002040     END-IF.
002050     PERFORM 3100-BROWSE-NEXT
002060         THRU 3100-BROWSE-NEXT-EXIT
002070         UNTIL WS-BROWSE-EOF.
002080     DISPLAY "BROWSED " WS-BROWSE-COUNT " BUDGETS.".
002090 3000-BROWSE-EXIT.
002100     EXIT.
002110*
002120 3100-BROWSE-NEXT.
002130     READ CALC-BUDGET-FILE NEXT
002140         AT END
002150             SET WS-BROWSE-EOF TO TRUE
002160             GO TO 3100-BROWSE-NEXT-EXIT
002170     END-READ.
002180     PERFORM 7500-SHOW-BUDGET
002190         THRU 7500-SHOW-BUDGET-EXIT.
002200     ADD 1 TO WS-BROWSE-COUNT.
002210 3100-BROWSE-NEXT-EXIT.
002220     EXIT.
002230*
002240*--------------------------------------------------------------*
002250* 4000-ADD - ADD A BUDGET FOR A NEW KEY.  THE COST CENTER MUST
002260*              BE ACTIVE ON CCREF AND THE OPERATION ONE CALCBTCH
002270*              ACCEPTS.
002280*--------------------------------------------------------------*
002290 4000-ADD.
002300     PERFORM 7000-GET-KEY
002310         THRU 7000-GET-KEY-EXIT.
002320     PERFORM 7100-CHECK-KEY
002330         THRU 7100-CHECK-KEY-EXIT.
002340     IF NOT WS-ENTRY-OK
002350         GO TO 4000-ADD-EXIT
002360     END-IF.
002370     READ CALC-BUDGET-FILE.
002380     IF WS-BUDG-STATUS EQUAL "00"
002390         DISPLAY "A BUDGET ALREADY EXISTS FOR THAT KEY - "
002400             "USE CHANGE."
002410         GO TO 4000-ADD-EXIT
002420     END-IF.
002430     PERFORM 7200-GET-AMOUNTS
002440         THRU 7200-GET-AMOUNTS-EXIT.
002450     IF NOT WS-ENTRY-OK
002460         DISPLAY "BUDGET NOT ADDED."
002470         GO TO 4000-ADD-EXIT
002480     END-IF.
002490     MOVE WS-OPERATOR-ID TO BG-MAINT-ID.
002500     MOVE WS-TODAY       TO BG-MAINT-DATE.
002510     WRITE CALCBUD.
002520     IF WS-BUDG-STATUS NOT EQUAL "00"
002530         DISPLAY "BUDGET WRITE FAILED, STATUS " WS-BUDG-STATUS
002540         GO TO 4000-ADD-EXIT
002550     END-IF.
002560     MOVE SPACE   TO WS-BEFORE-IMAGE.
002570     MOVE CALCBUD TO WS-AFTER-IMAGE.
002580     PERFORM 7300-WRITE-LOG
002590         THRU 7300-WRITE-LOG-EXIT.
002600     IF WS-QUIT
002610         GO TO 4000-ADD-EXIT
002620     END-IF.
002630     DISPLAY "BUDGET ADDED.".
002640 4000-ADD-EXIT.
002650     EXIT.
002660*
002670*--------------------------------------------------------------*
002680* 4500-CHANGE - RE-KEY THE AMOUNTS AND WARNING PERCENT ON AN
002690*              EXISTING BUDGET.
002700*--------------------------------------------------------------*
002710 4500-CHANGE.
002720     PERFORM 7000-GET-KEY
002730         THRU 7000-GET-KEY-EXIT.
002740     READ CALC-BUDGET-FILE.
002750     IF WS-BUDG-STATUS NOT EQUAL "00"
002760         DISPLAY "NO BUDGET FOR THAT KEY."
002770         GO TO 4500-CHANGE-EXIT
002780     END-IF.
002790     PERFORM 7500-SHOW-BUDGET
002800         THRU 7500-SHOW-BUDGET-EXIT.
002810     MOVE CALCBUD TO WS-BEFORE-IMAGE.
002820     PERFORM 7200-GET-AMOUNTS
002830         THRU 7200-GET-AMOUNTS-EXIT.
002840     IF NOT WS-ENTRY-OK
002850         DISPLAY "BUDGET NOT CHANGED."
002860         GO TO 4500-CHANGE-EXIT
002870     END-IF.
002880     MOVE WS-OPERATOR-ID TO BG-MAINT-ID.
002890     MOVE WS-TODAY       TO BG-MAINT-DATE.
002900     REWRITE CALCBUD.
002910     IF WS-BUDG-STATUS NOT EQUAL "00"
002920         DISPLAY "BUDGET REWRITE FAILED, STATUS " WS-BUDG-STATUS
002930         GO TO 4500-CHANGE-EXIT
002940     END-IF.
002950     MOVE CALCBUD TO WS-AFTER-IMAGE.
002960     PERFORM 7300-WRITE-LOG
002970         THRU 7300-WRITE-LOG-EXIT.
002980     IF WS-QUIT
002990         GO TO 4500-CHANGE-EXIT
003000     END-IF.
003010     DISPLAY "BUDGET CHANGED.".
003020 4500-CHANGE-EXIT.
003030     EXIT.
003040*
003050*--------------------------------------------------------------*
003060* 5000-DELETE - DELETE ONE BUDGET AFTER CONFIRMATION.
003070*--------------------------------------------------------------*
003080 5000-DELETE.
003090     PERFORM 7000-GET-KEY
003100         THRU 7000-GET-KEY-EXIT.
003110     READ CALC-BUDGET-FILE.
003120     IF WS-BUDG-STATUS NOT EQUAL "00"
003130         DISPLAY "NO BUDGET FOR THAT KEY."
003140         GO TO 5000-DELETE-EXIT
003150     END-IF.
003160     PERFORM 7500-SHOW-BUDGET
003170         THRU 7500-SHOW-BUDGET-EXIT.
003180     DISPLAY "DELETE THIS BUDGET (Y/N)? ".
003190     ACCEPT WS-CONFIRM.
003200     IF WS-CONFIRM NOT EQUAL 'Y' AND WS-CONFIRM NOT EQUAL 'y'
003210         DISPLAY "BUDGET NOT DELETED."
003220         GO TO 5000-DELETE-EXIT
003230     END-IF.
003240     MOVE CALCBUD TO WS-BEFORE-IMAGE.
003250     DELETE CALC-BUDGET-FILE.
003260     IF WS-BUDG-STATUS NOT EQUAL "00"
003270         DISPLAY "BUDGET DELETE FAILED, STATUS " WS-BUDG-STATUS
003280         GO TO 5000-DELETE-EXIT
003290     END-IF.
003300     MOVE SPACE TO WS-AFTER-IMAGE.
003310     PERFORM 7300-WRITE-LOG
003320         THRU 7300-WRITE-LOG-EXIT.
003330     IF WS-QUIT
003340         GO TO 5000-DELETE-EXIT
003350     END-IF.
003360     DISPLAY "BUDGET DELETED.".
003370 5000-DELETE-EXIT.
003380     EXIT.
003390*
003400*--------------------------------------------------------------*
003410* 6000-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
003420*              A NEW BUDGET'S COST CENTER CAN BE CHECKED AND THE
003430*              DISPLAYS CAN NAME EACH DEPARTMENT.  A MISSING
003440*              CCREF FILE MEANS NO BUDGET CAN BE ADDED.
003450*--------------------------------------------------------------*
003460 6000-LOAD-REF-TABLE.
003470     MOVE ZERO TO WS-REF-COUNT.
003480     OPEN INPUT CALC-CCREF-FILE.
003490     IF WS-CCREF-STATUS NOT EQUAL "00"
003500         DISPLAY "CALCBGM NO CCREF FILE - ADDS WILL BE REFUSED."
003510         GO TO 6000-LOAD-REF-TABLE-EXIT
003520     END-IF.
003530     PERFORM 6100-READ-ONE-REF
003540         THRU 6100-READ-ONE-REF-EXIT
003550         UNTIL WS-CCREF-EOF.
003560     CLOSE CALC-CCREF-FILE.
003570 6000-LOAD-REF-TABLE-EXIT.
003580     EXIT.
003590*
003600 6100-READ-ONE-REF.
003610     READ CALC-CCREF-FILE
003620         AT END
003630             SET WS-CCREF-EOF TO TRUE
003640             GO TO 6100-READ-ONE-REF-EXIT
003650     END-READ.
003660     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
003670         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
003680             CCREFREC
003690         GO TO 6100-READ-ONE-REF-EXIT
003700     END-IF.
003710     ADD 1 TO WS-REF-COUNT.
003720     MOVE CC-CODE        TO WS-REF-CODE (WS-REF-COUNT).
003730     MOVE CC-DEPT-NAME   TO WS-REF-DEPT-NAME (WS-REF-COUNT).
003740     MOVE CC-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (WS-REF-COUNT).
003750 6100-READ-ONE-REF-EXIT.
003760     EXIT.
003770*
003780*--------------------------------------------------------------*
003790* 7000-GET-KEY - PROMPT FOR THE COST-CENTER/OPERATION KEY.
003800*--------------------------------------------------------------*
003810 7000-GET-KEY.
003820     DISPLAY "ENTER COST CENTER: ".
003830     ACCEPT BG-COST-CENTER.
003840     DISPLAY "ENTER OPERATION CODE: ".
003850     ACCEPT BG-OPERATION.
003860 7000-GET-KEY-EXIT.
003870     EXIT.
003880*
003890*--------------------------------------------------------------*
003900* 7100-CHECK-KEY - A NEW BUDGET'S COST CENTER MUST BE ACTIVE ON
003910*              CCREF AND ITS OPERATION ONE OF THE CODES CALCBTCH
003920*              COMPUTES.
003930*--------------------------------------------------------------*
003940 7100-CHECK-KEY.
003950     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
003960     PERFORM 7600-FIND-REF-NAME
003970         THRU 7600-FIND-REF-NAME-EXIT.
003980     IF NOT WS-REF-FOUND OR WS-REF-FLAG NOT EQUAL 'A'
003990         DISPLAY "COST CENTER " BG-COST-CENTER
004000             " IS NOT ACTIVE ON CCREF - BUDGET NOT ADDED."
004010         GO TO 7100-CHECK-KEY-EXIT
004020     END-IF.
004030     IF BG-OPERATION NOT EQUAL '+'
004040         AND BG-OPERATION NOT EQUAL '-'
004050         AND BG-OPERATION NOT EQUAL '*'
004060         AND BG-OPERATION NOT EQUAL '/'
004070         AND BG-OPERATION NOT EQUAL '%'
004080         AND BG-OPERATION NOT EQUAL '^'
004090         AND BG-OPERATION NOT EQUAL 'S'
004100         AND BG-OPERATION NOT EQUAL 'R'
004110         DISPLAY "INVALID OPERATION CODE - BUDGET NOT ADDED."
004120         GO TO 7100-CHECK-KEY-EXIT
004130     END-IF.
004140     SET WS-ENTRY-OK TO TRUE.
004150 7100-CHECK-KEY-EXIT.
004160     EXIT.
004170*
004180*--------------------------------------------------------------*
004190* 7200-GET-AMOUNTS - PROMPT FOR THE MONTHLY AND ANNUAL BUDGETS
004200*              AND THE WARNING PERCENT.  AMOUNTS ARE KEYED IN THE
004210*              SAME SIGNED FIXED-COLUMN FORM AS CALCMNT - SIGN
004220*              THEN 15 DIGITS, LAST 2 DECIMAL, NO POINT.
004230*--------------------------------------------------------------*
004240 7200-GET-AMOUNTS.
004250     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
004260     DISPLAY "ENTER MONTHLY BUDGET (SIGN + 15 DIGITS, LAST 2 "
004270         "DECIMAL, NO POINT): ".
004280     ACCEPT WS-NEW-AMOUNT.
004290     IF WS-NEW-AMOUNT-NUM IS NOT NUMERIC
004300         OR WS-NEW-AMOUNT-NUM IS NEGATIVE
004310         DISPLAY "NOT A VALID AMOUNT."
004320         GO TO 7200-GET-AMOUNTS-EXIT
004330     END-IF.
004340     MOVE WS-NEW-AMOUNT-NUM TO BG-MONTH-BUDGET.
004350     DISPLAY "ENTER ANNUAL BUDGET (SIGN + 15 DIGITS, LAST 2 "
004360         "DECIMAL, NO POINT): ".
004370     ACCEPT WS-NEW-AMOUNT.
004380     IF WS-NEW-AMOUNT-NUM IS NOT NUMERIC
004390         OR WS-NEW-AMOUNT-NUM IS NEGATIVE
004400         DISPLAY "NOT A VALID AMOUNT."
004410         GO TO 7200-GET-AMOUNTS-EXIT
004420     END-IF.
004430     MOVE WS-NEW-AMOUNT-NUM TO BG-ANNUAL-BUDGET.
004440     DISPLAY "ENTER WARNING PERCENT (3 DIGITS, 000 = RUN "
004450         "DEFAULT): ".
004460     ACCEPT WS-NEW-PCT.
004470     IF WS-NEW-PCT-NUM IS NOT NUMERIC
004480         DISPLAY "NOT A VALID PERCENT."
004490         GO TO 7200-GET-AMOUNTS-EXIT
004500     END-IF.
004510     MOVE WS-NEW-PCT-NUM TO BG-WARN-PCT.
004520     SET WS-ENTRY-OK TO TRUE.
004530 7200-GET-AMOUNTS-EXIT.
004540     EXIT.
004550*
004560*--------------------------------------------------------------*
004570* 7300-WRITE-LOG - APPEND ONE CHANGE-LOG RECORD WITH THE
004580*              OPERATOR, THE BEFORE AND AFTER IMAGES AND A
004590*              DATE/TIME STAMP.
004600*--------------------------------------------------------------*
004610 7300-WRITE-LOG.
004620     ACCEPT WS-DATE-FIELD FROM DATE.
004630     ACCEPT WS-TIME-FIELD FROM TIME.
004640     MOVE SPACE           TO BUDG-LOG-REC.
004650     MOVE WS-DATE-FIELD   TO BL-DATE.
004660     MOVE WS-TIME-FIELD   TO BL-TIME.
004670     MOVE WS-FUNCTION     TO BL-FUNCTION.
004680     MOVE WS-OPERATOR-ID  TO BL-OPERATOR-ID.
004690     MOVE WS-BEFORE-IMAGE TO BL-BEFORE-IMAGE.
004700     MOVE WS-AFTER-IMAGE  TO BL-AFTER-IMAGE.
004710     WRITE BUDG-LOG-REC.
004720     IF WS-LOG-STATUS NOT EQUAL "00"
004730         DISPLAY "CALCBGM CHANGE LOG WRITE FAILED, STATUS "
004740             WS-LOG-STATUS " - CHANGE MADE BUT NOT LOGGED."
004750         MOVE 12 TO RETURN-CODE
004760         SET WS-QUIT TO TRUE
004770     END-IF.
004780 7300-WRITE-LOG-EXIT.
004790     EXIT.
004800*
004810*--------------------------------------------------------------*
004820* 7500-SHOW-BUDGET - DISPLAY ONE BUDGET RECORD'S FIELDS.
004830*--------------------------------------------------------------*
004840 7500-SHOW-BUDGET.
004850     DISPLAY "COST CENTER " BG-COST-CENTER
004860         " OPERATION " BG-OPERATION
004870         " WARN PCT " BG-WARN-PCT.
004880     DISPLAY "  MONTHLY " BG-MONTH-BUDGET
004890         " ANNUAL " BG-ANNUAL-BUDGET.
004900     DISPLAY "  LAST CHANGED " BG-MAINT-DATE
004910         " BY " BG-MAINT-ID.
004920     PERFORM 7600-FIND-REF-NAME
004930         THRU 7600-FIND-REF-NAME-EXIT.
004940     DISPLAY "  DEPARTMENT " WS-REF-NAME.
004950 7500-SHOW-BUDGET-EXIT.
004960     EXIT.
004970*
004980*--------------------------------------------------------------*
004990* 7600-FIND-REF-NAME - LOOK THE BUDGET'S COST CENTER UP IN THE
005000*              REFERENCE TABLE; AN UNLISTED CODE LEAVES THE
005010*              NAME AND FLAG BLANK.
005020*--------------------------------------------------------------*
005030 7600-FIND-REF-NAME.
005040     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
005050     MOVE SPACE TO WS-REF-NAME.
005060     MOVE SPACE TO WS-REF-FLAG.
005070     PERFORM 7610-SCAN-REF
005080         THRU 7610-SCAN-REF-EXIT
005090         VARYING WS-REF-SUB FROM 1 BY 1
005100         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
005110            OR WS-REF-FOUND.
005120 7600-FIND-REF-NAME-EXIT.
005130     EXIT.
005140*
005150 7610-SCAN-REF.
005160     IF WS-REF-CODE (WS-REF-SUB) EQUAL BG-COST-CENTER
005170         MOVE WS-REF-DEPT-NAME (WS-REF-SUB)   TO WS-REF-NAME
005180         MOVE WS-REF-ACTIVE-FLAG (WS-REF-SUB) TO WS-REF-FLAG
005190         SET WS-REF-FOUND TO TRUE
005200     END-IF.
005210 7610-SCAN-REF-EXIT.
005220     EXIT.
005230*
005240*--------------------------------------------------------------*
005250* 8000-SIGN-ON - TAKE THE OPERATOR ID THAT EVERY CHANGE MADE IN
005260*              THIS SESSION IS LOGGED UNDER.
005270*--------------------------------------------------------------*
005280 8000-SIGN-ON.
005290     DISPLAY "ENTER OPERATOR ID: ".
005300     ACCEPT WS-OPERATOR-ID.
005310     IF WS-OPERATOR-ID EQUAL SPACE
005320         DISPLAY "CALCBGM NEEDS AN OPERATOR ID - SESSION ENDED."
005330         MOVE 12 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360 8000-SIGN-ON-EXIT.
005370     EXIT.
005380*
005390*--------------------------------------------------------------*
005400* 8100-OPEN-LOG - OPEN THE CHANGE LOG FOR APPEND, CREATING IT ON
005410*              FIRST USE (AS CALCRTM DOES FOR RATELOG).
005420*--------------------------------------------------------------*
005430 8100-OPEN-LOG.
005440     OPEN EXTEND BUDG-LOG-FILE.
005450     IF WS-LOG-STATUS EQUAL "35"
005460         OPEN OUTPUT BUDG-LOG-FILE
005470         CLOSE BUDG-LOG-FILE
005480         OPEN EXTEND BUDG-LOG-FILE
005490     END-IF.
005500     IF WS-LOG-STATUS NOT EQUAL "00"
005510         DISPLAY "CALCBGM CANNOT OPEN CHANGE LOG, STATUS "
005520             WS-LOG-STATUS
005530         CLOSE CALC-BUDGET-FILE
005540         MOVE 12 TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570 8100-OPEN-LOG-EXIT.
005580     EXIT.
