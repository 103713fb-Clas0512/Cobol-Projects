000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCADJR.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - DAILY MASTER ADJUSTMENT
000120*              REGISTER.  BROWSES THE ADJUSTMENT FILE (CALCADJ)
000130*              THAT CALCMNT RAISES AND CALCAPRV DECIDES, AND
000140*              PRINTS EVERY ADJUSTMENT APPROVED OR REFUSED ON
000150*              THE REGISTER DATE PLUS EVERY ONE STILL PENDING,
000160*              GROUPED BY COST CENTER WITH THE DEPARTMENT NAME
000170*              FROM CCREF.  EACH ITEM SHOWS THE MAKER, THE
000180*              CHECKER, THE REASON AND THE BEFORE/AFTER
000190*              LIFETIME, MONTH AND YTD TOTALS, WITH APPROVED/
000200*              REFUSED/PENDING COUNTS PER COST CENTER AND FOR
000210*              THE RUN.  ENDS RC=4 WHILE ANY ADJUSTMENT IS
000220*              STILL PENDING, RC=0 WHEN ALL ARE DECIDED.
000230*--------------------------------------------------------------*
000240*
000250*--------------------------------------------------------------*
000260*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000270*  COL 10, '*' IN COL 1 IS A COMMENT (SEE CALCAUDQ):
000280*    DATE     YYMMDD        REGISTER DATE - DECISIONS MADE ON
000290*                           THIS DATE ARE LISTED (DEFAULT:
000300*                           SYSTEM DATE)
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  MAC.
000350 OBJECT-COMPUTER.  MAC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ADJ-PARM-FILE    ASSIGN TO ADJPARM
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT CALC-ADJ-FILE    ASSIGN TO CALCADJ
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AJ-KEY
000450         FILE STATUS IS WS-ADJ-STATUS.
000460     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CCREF-STATUS.
000490     SELECT ADJ-RPT-FILE     ASSIGN TO ADJRPT
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ADJ-PARM-FILE
000550     RECORDING MODE IS F.
000560 01  PARM-CARD.
000570     05  PC-KEYWORD         PIC X(08).
000580     05  FILLER             PIC X(01).
000590     05  PC-VALUE           PIC X(71).
000600 01  PARM-CARD-DATE REDEFINES PARM-CARD.
000610     05  FILLER             PIC X(09).
000620     05  PC-VALUE-DATE      PIC 9(06).
000630     05  FILLER             PIC X(65).
000640 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
000650     05  PC-COMMENT-FLAG    PIC X(01).
000660     05  FILLER             PIC X(79).
000670*
000680 FD  CALC-ADJ-FILE.
000690     COPY CALCADJ.
000700*
000710 FD  CALC-CCREF-FILE
000720     RECORDING MODE IS F.
000730     COPY CCREFREC.
000740*
000750 FD  ADJ-RPT-FILE
000760     RECORDING MODE IS F.
000770 01  REPORT-LINE            PIC X(80).
000780*
000790 WORKING-STORAGE SECTION.
000800 77  WS-PARM-STATUS         PIC X(02).
000810 77  WS-ADJ-STATUS          PIC X(02).
000820 77  WS-CCREF-STATUS        PIC X(02).
000830 77  WS-PARM-EOF-SWITCH     PIC X(01)      VALUE 'N'.
000840     88  WS-PARM-EOF                       VALUE 'Y'.
000850 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
000860     88  WS-PARM-ERROR                     VALUE 'Y'.
000870 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
000880     88  WS-BROWSE-EOF                     VALUE 'Y'.
000890 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000900     88  WS-CCREF-EOF                      VALUE 'Y'.
000910 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000920     88  WS-REF-FOUND                      VALUE 'Y'.
000930 77  WS-SWAP-SWITCH         PIC X(01)      VALUE 'N'.
000940     88  WS-SWAPPED                        VALUE 'Y'.
000950 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
000960     88  WS-FATAL-STOP                     VALUE 'Y'.
000970 77  WS-FIRST-CC-SWITCH     PIC X(01)      VALUE 'Y'.
000980     88  WS-FIRST-CC                       VALUE 'Y'.
000990 77  WS-REG-DATE            PIC 9(06)      VALUE ZERO.
001000 77  WS-PREV-COST-CENTER    PIC X(04)      VALUE SPACE.
001010 77  WS-APPROVED-COUNT      PIC 9(07) COMP  VALUE ZERO.
001020 77  WS-REFUSED-COUNT       PIC 9(07) COMP  VALUE ZERO.
001030 77  WS-PENDING-COUNT       PIC 9(07) COMP  VALUE ZERO.
001040 77  WS-RAISED-COUNT        PIC 9(07) COMP  VALUE ZERO.
001050 77  WS-CC-APPROVED         PIC 9(07) COMP  VALUE ZERO.
001060 77  WS-CC-REFUSED          PIC 9(07) COMP  VALUE ZERO.
001070 77  WS-CC-PENDING          PIC 9(07) COMP  VALUE ZERO.
001080 77  WS-ITEM-COUNT          PIC 9(05) COMP  VALUE ZERO.
001090 77  WS-ITEM-MAX            PIC 9(05) COMP  VALUE 1000.
001100 77  WS-ITEM-SUB            PIC 9(05) COMP  VALUE ZERO.
001110 77  WS-ITEM-SUB2           PIC 9(05) COMP  VALUE ZERO.
001120 77  WS-SORT-LIMIT          PIC 9(05) COMP  VALUE ZERO.
001130 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
001140 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
001150 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001160 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
001170 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001180 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001190 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001200 77  WS-PRINT-LINE          PIC X(80).
001210 77  WS-SAVE-PRINT-LINE     PIC X(80).
001220*
001230 01  WS-REF-TABLE.
001240     05  WS-REF-ENTRY OCCURS 100 TIMES.
001250         10  WS-REF-CODE        PIC X(04).
001260         10  WS-REF-DEPT-NAME   PIC X(20).
001270*
001280*    NAMED VIEWS OF THE ADJUSTMENT'S BEFORE AND AFTER MASTER
001290*    IMAGES, FOR PICKING THE TOTALS OFF INTO THE ITEM TABLE.
001300 01  WS-BEFORE-ENTRY        PIC X(139).
001310 COPY CALCMSTR
001320     REPLACING ==01  CALCMSTR== BY
001330             ==01  WS-BEFORE-MSTR REDEFINES WS-BEFORE-ENTRY==
001340               ==CM-KEY==            BY ==BF-KEY==
001350               ==CM-OPERATION==      BY ==BF-OPERATION==
001360               ==CM-COST-CENTER==    BY ==BF-COST-CENTER==
001370               ==CM-POST-COUNT==     BY ==BF-POST-COUNT==
001380               ==CM-TOTAL==          BY ==BF-TOTAL==
001390               ==CM-HIGH-RESULT==    BY ==BF-HIGH-RESULT==
001400               ==CM-LOW-RESULT==     BY ==BF-LOW-RESULT==
001410               ==CM-LAST-POST-DATE== BY ==BF-LAST-POST-DATE==
001420               ==CM-CUR-COUNT==      BY ==BF-CUR-COUNT==
001430               ==CM-CUR-TOTAL==      BY ==BF-CUR-TOTAL==
001440               ==CM-PRV-COUNT==      BY ==BF-PRV-COUNT==
001450               ==CM-PRV-TOTAL==      BY ==BF-PRV-TOTAL==
001460               ==CM-YTD-COUNT==      BY ==BF-YTD-COUNT==
001470               ==CM-YTD-TOTAL==      BY ==BF-YTD-TOTAL==.
001480 01  WS-AFTER-ENTRY         PIC X(139).
001490 COPY CALCMSTR
001500     REPLACING ==01  CALCMSTR== BY
001510             ==01  WS-AFTER-MSTR REDEFINES WS-AFTER-ENTRY==
001520               ==CM-KEY==            BY ==AF-KEY==
001530               ==CM-OPERATION==      BY ==AF-OPERATION==
001540               ==CM-COST-CENTER==    BY ==AF-COST-CENTER==
001550               ==CM-POST-COUNT==     BY ==AF-POST-COUNT==
001560               ==CM-TOTAL==          BY ==AF-TOTAL==
001570               ==CM-HIGH-RESULT==    BY ==AF-HIGH-RESULT==
001580               ==CM-LOW-RESULT==     BY ==AF-LOW-RESULT==
001590               ==CM-LAST-POST-DATE== BY ==AF-LAST-POST-DATE==
001600               ==CM-CUR-COUNT==      BY ==AF-CUR-COUNT==
001610               ==CM-CUR-TOTAL==      BY ==AF-CUR-TOTAL==
001620               ==CM-PRV-COUNT==      BY ==AF-PRV-COUNT==
001630               ==CM-PRV-TOTAL==      BY ==AF-PRV-TOTAL==
001640               ==CM-YTD-COUNT==      BY ==AF-YTD-COUNT==
001650               ==CM-YTD-TOTAL==      BY ==AF-YTD-TOTAL==.
001660*
001670*    ADJUSTMENTS SELECTED FOR THE REGISTER, SORTED INTO COST-
001680*    CENTER / STATUS (APPROVED, REFUSED, PENDING) / RAISED
001690*    ORDER.  WS-IT-RANK CARRIES THE STATUS SEQUENCE.
001700 01  WS-ITEM-TABLE.
001710     05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
001718         10  WS-IT-SORT-KEY.
001726             15  WS-IT-COST-CTR   PIC X(04).
001734             15  WS-IT-RANK       PIC 9(01).
001742             15  WS-IT-RAISE-DATE PIC 9(06).
001750             15  WS-IT-RAISE-TIME PIC 9(08).
001760         10  WS-IT-FUNCTION     PIC X(01).
001770         10  WS-IT-OPERATION    PIC X(01).
001780         10  WS-IT-MAKER        PIC X(08).
001790         10  WS-IT-CHECKER      PIC X(08).
001800         10  WS-IT-DECIDE-DATE  PIC 9(06).
001810         10  WS-IT-REASON       PIC X(40).
001820         10  WS-IT-NOTE         PIC X(40).
001830         10  WS-IT-BF-TOTAL     PIC S9(13)V99
001840                            SIGN IS LEADING SEPARATE CHARACTER.
001850         10  WS-IT-BF-CUR-TOTAL PIC S9(13)V99
001860                            SIGN IS LEADING SEPARATE CHARACTER.
001870         10  WS-IT-BF-YTD-TOTAL PIC S9(13)V99
001880                            SIGN IS LEADING SEPARATE CHARACTER.
001890         10  WS-IT-AF-TOTAL     PIC S9(13)V99
001900                            SIGN IS LEADING SEPARATE CHARACTER.
001910         10  WS-IT-AF-CUR-TOTAL PIC S9(13)V99
001920                            SIGN IS LEADING SEPARATE CHARACTER.
001930         10  WS-IT-AF-YTD-TOTAL PIC S9(13)V99
001940                            SIGN IS LEADING SEPARATE CHARACTER.
001950 01  WS-HOLD-ITEM           PIC X(219).
001960*
001970*--------------------------------------------------------------*
001980* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
001990*--------------------------------------------------------------*
002000 01  HDG-LINE-1.
002010     05  FILLER             PIC X(01)      VALUE SPACE.
002020     05  FILLER             PIC X(36)      VALUE
002030             "CALCADJR MASTER ADJUSTMENT REGISTER".
002040     05  FILLER             PIC X(04)      VALUE "FOR".
002050     05  HDG1-DATE          PIC 9(06).
002060     05  FILLER             PIC X(07)      VALUE "  PAGE".
002070     05  HDG1-PAGE-NO       PIC ZZZZ9.
002080     05  FILLER             PIC X(21)      VALUE SPACE.
002090 01  HDG-LINE-2.
002100     05  FILLER             PIC X(03)      VALUE SPACE.
002110     05  FILLER             PIC X(09)      VALUE "STATUS".
002120     05  FILLER             PIC X(16)      VALUE "REFERENCE".
002130     05  FILLER             PIC X(08)      VALUE "FUNC".
002140     05  FILLER             PIC X(03)      VALUE "OP".
002150     05  FILLER             PIC X(09)      VALUE "MAKER".
002160     05  FILLER             PIC X(09)      VALUE "CHECKER".
002170     05  FILLER             PIC X(07)      VALUE "DECIDED".
002180     05  FILLER             PIC X(16)      VALUE SPACE.
002190 01  CC-LINE.
002200     05  FILLER             PIC X(01)      VALUE SPACE.
002210     05  FILLER             PIC X(12)      VALUE "COST CENTER".
002220     05  CCL-COST-CENTER    PIC X(04).
002230     05  FILLER             PIC X(02)      VALUE SPACE.
002240     05  CCL-DEPT-NAME      PIC X(20).
002250     05  FILLER             PIC X(41)      VALUE SPACE.
002260 01  DET-LINE.
002270     05  FILLER             PIC X(03)      VALUE SPACE.
002280     05  DET-STATUS         PIC X(08).
002290     05  FILLER             PIC X(01)      VALUE SPACE.
002300     05  DET-RAISE-DATE     PIC 9(06).
002310     05  FILLER             PIC X(01)      VALUE "-".
002320     05  DET-RAISE-TIME     PIC 9(08).
002330     05  FILLER             PIC X(01)      VALUE SPACE.
002340     05  DET-FUNCTION       PIC X(06).
002350     05  FILLER             PIC X(02)      VALUE SPACE.
002360     05  DET-OPERATION      PIC X(01).
002370     05  FILLER             PIC X(02)      VALUE SPACE.
002380     05  DET-MAKER          PIC X(08).
002390     05  FILLER             PIC X(01)      VALUE SPACE.
002400     05  DET-CHECKER        PIC X(08).
002410     05  FILLER             PIC X(01)      VALUE SPACE.
002420     05  DET-DECIDE-DATE    PIC X(06).
002430     05  FILLER             PIC X(17)      VALUE SPACE.
002440 01  TXT-LINE.
002450     05  FILLER             PIC X(03)      VALUE SPACE.
002460     05  TXT-LABEL          PIC X(12).
002470     05  TXT-TEXT           PIC X(40).
002480     05  FILLER             PIC X(25)      VALUE SPACE.
002490 01  AMT-LINE.
002500     05  FILLER             PIC X(03)      VALUE SPACE.
002510     05  AMT-LABEL          PIC X(06).
002520     05  FILLER             PIC X(06)      VALUE "TOTAL ".
002530     05  AMT-TOTAL          PIC -Z(12)9.99.
002540     05  FILLER             PIC X(08)      VALUE "  MONTH ".
002550     05  AMT-CUR-TOTAL      PIC -Z(12)9.99.
002560     05  FILLER             PIC X(06)      VALUE "  YTD ".
002570     05  AMT-YTD-TOTAL      PIC -Z(12)9.99.
002580 01  CC-TOT-LINE.
002590     05  FILLER             PIC X(03)      VALUE SPACE.
002600     05  FILLER             PIC X(10)      VALUE "APPROVED".
002610     05  CCT-APPROVED       PIC ZZ,ZZ9.
002620     05  FILLER             PIC X(03)      VALUE SPACE.
002630     05  FILLER             PIC X(09)      VALUE "REFUSED".
002640     05  CCT-REFUSED        PIC ZZ,ZZ9.
002650     05  FILLER             PIC X(03)      VALUE SPACE.
002660     05  FILLER             PIC X(09)      VALUE "PENDING".
002670     05  CCT-PENDING        PIC ZZ,ZZ9.
002680     05  FILLER             PIC X(25)      VALUE SPACE.
002690 01  TOT-LINE.
002700     05  FILLER             PIC X(01)      VALUE SPACE.
002710     05  TOT-LABEL          PIC X(30).
002720     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
002730     05  FILLER             PIC X(38)      VALUE SPACE.
002740*
002750 PROCEDURE DIVISION.
002760*--------------------------------------------------------------*
002770* 0000-MAINLINE
002780*--------------------------------------------------------------*
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE
002810         THRU 1000-INITIALIZE-EXIT.
002820     IF NOT WS-PARM-ERROR AND NOT WS-FATAL-STOP
002830         PERFORM 2000-COLLECT-ITEMS
002840             THRU 2000-COLLECT-ITEMS-EXIT
002850         PERFORM 4000-PRINT-REGISTER
002860             THRU 4000-PRINT-REGISTER-EXIT
002870     END-IF.
002880     PERFORM 3000-TERMINATE
002890         THRU 3000-TERMINATE-EXIT.
002900     STOP RUN.
002910*
002920*--------------------------------------------------------------*
002930* 1000-INITIALIZE - READ THE CONTROL CARDS, LOAD THE COST-
002940*              CENTER NAMES AND OPEN THE ADJUSTMENT FILE.  NO
002950*              ADJUSTMENT FILE YET (NOTHING EVER RAISED) GIVES
002960*              AN EMPTY REGISTER; ANY OTHER OPEN FAILURE SETS
002970*              THE FATAL-STOP SWITCH.
002980*--------------------------------------------------------------*
002990 1000-INITIALIZE.
003000     ACCEPT WS-REG-DATE FROM DATE.
003010     PERFORM 1100-READ-PARMS
003020         THRU 1100-READ-PARMS-EXIT.
003030     IF WS-PARM-ERROR
003040         MOVE 12 TO RETURN-CODE
003050         GO TO 1000-INITIALIZE-EXIT
003060     END-IF.
003070     PERFORM 1200-LOAD-REF-TABLE
003080         THRU 1200-LOAD-REF-TABLE-EXIT.
003090     OPEN INPUT CALC-ADJ-FILE.
003100     IF WS-ADJ-STATUS EQUAL "35"
003110         DISPLAY "CALCADJR NO ADJUSTMENT FILE - NOTHING RAISED "
003120             "YET"
003130         SET WS-BROWSE-EOF TO TRUE
003140     ELSE IF WS-ADJ-STATUS NOT EQUAL "00"
003150         DISPLAY "CALCADJR CANNOT OPEN ADJUSTMENT FILE, STATUS "
003160             WS-ADJ-STATUS
003170         MOVE 12 TO RETURN-CODE
003180         SET WS-FATAL-STOP TO TRUE
003190         GO TO 1000-INITIALIZE-EXIT
003200     END-IF.
003210     OPEN OUTPUT ADJ-RPT-FILE.
003220 1000-INITIALIZE-EXIT.
003230     EXIT.
003240*
003250*--------------------------------------------------------------*
003260* 1100-READ-PARMS - READ THE DATE CARD.  NO CARD MEANS THE
003270*              REGISTER IS FOR TODAY'S SYSTEM DATE.
003280*--------------------------------------------------------------*
003290 1100-READ-PARMS.
003300     OPEN INPUT ADJ-PARM-FILE.
003310     IF WS-PARM-STATUS NOT EQUAL "00"
003320         GO TO 1100-READ-PARMS-EXIT
003330     END-IF.
003340     PERFORM 1110-READ-ONE-PARM
003350         THRU 1110-READ-ONE-PARM-EXIT
003360         UNTIL WS-PARM-EOF.
003370     CLOSE ADJ-PARM-FILE.
003380 1100-READ-PARMS-EXIT.
003390     EXIT.
003400*
003410 1110-READ-ONE-PARM.
003420     READ ADJ-PARM-FILE
003430         AT END
003440             SET WS-PARM-EOF TO TRUE
003450             GO TO 1110-READ-ONE-PARM-EXIT
003460     END-READ.
003470     IF PARM-CARD = SPACE
003480         OR PC-COMMENT-FLAG = '*'
003490         GO TO 1110-READ-ONE-PARM-EXIT
003500     END-IF.
003510     IF PC-KEYWORD = "DATE"
003520         IF PC-VALUE-DATE IS NUMERIC
003530             MOVE PC-VALUE-DATE TO WS-REG-DATE
003540         ELSE
003550             PERFORM 1120-FLAG-BAD-PARM
003560                 THRU 1120-FLAG-BAD-PARM-EXIT
003570         END-IF
003580     ELSE
003590         PERFORM 1120-FLAG-BAD-PARM
003600             THRU 1120-FLAG-BAD-PARM-EXIT
003610     END-IF.
003620 1110-READ-ONE-PARM-EXIT.
003630     EXIT.
003640*
003650 1120-FLAG-BAD-PARM.
003660     DISPLAY "CALCADJR BAD CONTROL CARD: " PARM-CARD.
003670     SET WS-PARM-ERROR TO TRUE.
003680 1120-FLAG-BAD-PARM-EXIT.
003690     EXIT.
003700*
003710*--------------------------------------------------------------*
003720* 1200-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
003730*              THE REGISTER CAN NAME EACH DEPARTMENT.  A
003740*              MISSING CCREF FILE JUST LEAVES THE NAMES BLANK.
003750*--------------------------------------------------------------*
003760 1200-LOAD-REF-TABLE.
003770     MOVE ZERO TO WS-REF-COUNT.
003780     OPEN INPUT CALC-CCREF-FILE.
003790     IF WS-CCREF-STATUS NOT EQUAL "00"
003800         GO TO 1200-LOAD-REF-TABLE-EXIT
003810     END-IF.
003820     PERFORM 1210-READ-ONE-REF
003830         THRU 1210-READ-ONE-REF-EXIT
003840         UNTIL WS-CCREF-EOF.
003850     CLOSE CALC-CCREF-FILE.
003860 1200-LOAD-REF-TABLE-EXIT.
003870     EXIT.
003880*
003890 1210-READ-ONE-REF.
003900     READ CALC-CCREF-FILE
003910         AT END
003920             SET WS-CCREF-EOF TO TRUE
003930             GO TO 1210-READ-ONE-REF-EXIT
003940     END-READ.
003950     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
003960         DISPLAY "CALCADJR COST-CENTER TABLE FULL, ENTRY "
003970             "SKIPPED: " CCREFREC
003980         GO TO 1210-READ-ONE-REF-EXIT
003990     END-IF.
004000     ADD 1 TO WS-REF-COUNT.
004010     MOVE CC-CODE      TO WS-REF-CODE (WS-REF-COUNT).
004020     MOVE CC-DEPT-NAME TO WS-REF-DEPT-NAME (WS-REF-COUNT).
004030 1210-READ-ONE-REF-EXIT.
004040     EXIT.
004050*
004060*--------------------------------------------------------------*
004070* 2000-COLLECT-ITEMS - BROWSE THE WHOLE ADJUSTMENT FILE AND
004080*              TABLE EVERY ITEM DECIDED ON THE REGISTER DATE
004090*              AND EVERY ITEM STILL PENDING.
004100*--------------------------------------------------------------*
004110 2000-COLLECT-ITEMS.
004120     IF WS-BROWSE-EOF
004130         GO TO 2000-COLLECT-ITEMS-EXIT
004140     END-IF.
004150     MOVE LOW-VALUES TO AJ-KEY.
004160     START CALC-ADJ-FILE
004170         KEY IS GREATER THAN OR EQUAL TO AJ-KEY.
004180     IF WS-ADJ-STATUS NOT EQUAL "00"
004190         SET WS-BROWSE-EOF TO TRUE
004200     END-IF.
004210     PERFORM 2100-COLLECT-ONE
004220         THRU 2100-COLLECT-ONE-EXIT
004230         UNTIL WS-BROWSE-EOF.
004240 2000-COLLECT-ITEMS-EXIT.
004250     EXIT.
004260*
004270 2100-COLLECT-ONE.
004280     READ CALC-ADJ-FILE NEXT
004290         AT END
004300             SET WS-BROWSE-EOF TO TRUE
004310             GO TO 2100-COLLECT-ONE-EXIT
004320     END-READ.
004330     IF AJ-RAISE-DATE EQUAL WS-REG-DATE
004340         ADD 1 TO WS-RAISED-COUNT
004350     END-IF.
004360     IF AJ-PENDING
004370         ADD 1 TO WS-PENDING-COUNT
004380     ELSE IF AJ-DECIDE-DATE NOT EQUAL WS-REG-DATE
004390         GO TO 2100-COLLECT-ONE-EXIT
004400     ELSE IF AJ-APPROVED
004410         ADD 1 TO WS-APPROVED-COUNT
004420     ELSE
004430         ADD 1 TO WS-REFUSED-COUNT
004440     END-IF.
004450     IF WS-ITEM-COUNT IS NOT LESS THAN WS-ITEM-MAX
004460         DISPLAY "CALCADJR REGISTER TABLE FULL - ITEM LEFT OFF "
004470             "THE REPORT: " AJ-KEY
004480         GO TO 2100-COLLECT-ONE-EXIT
004490     END-IF.
004500     ADD 1 TO WS-ITEM-COUNT.
004510     MOVE AJ-BEFORE-IMAGE TO WS-BEFORE-ENTRY.
004520     MOVE AJ-AFTER-IMAGE  TO WS-AFTER-ENTRY.
004530     IF AJ-APPROVED
004540         MOVE 1 TO WS-IT-RANK (WS-ITEM-COUNT)
004550     ELSE IF AJ-REFUSED
004560         MOVE 2 TO WS-IT-RANK (WS-ITEM-COUNT)
004570     ELSE
004580         MOVE 3 TO WS-IT-RANK (WS-ITEM-COUNT)
004590     END-IF.
004600     MOVE AJ-COST-CENTER TO WS-IT-COST-CTR (WS-ITEM-COUNT).
004610     MOVE AJ-RAISE-DATE  TO WS-IT-RAISE-DATE (WS-ITEM-COUNT).
004620     MOVE AJ-RAISE-TIME  TO WS-IT-RAISE-TIME (WS-ITEM-COUNT).
004630     MOVE AJ-FUNCTION    TO WS-IT-FUNCTION (WS-ITEM-COUNT).
004640     MOVE AJ-OPERATION   TO WS-IT-OPERATION (WS-ITEM-COUNT).
004650     MOVE AJ-MAKER-ID    TO WS-IT-MAKER (WS-ITEM-COUNT).
004660     MOVE AJ-CHECKER-ID  TO WS-IT-CHECKER (WS-ITEM-COUNT).
004670     MOVE AJ-DECIDE-DATE TO WS-IT-DECIDE-DATE (WS-ITEM-COUNT).
004680     MOVE AJ-REASON      TO WS-IT-REASON (WS-ITEM-COUNT).
004690     MOVE AJ-CHECK-NOTE  TO WS-IT-NOTE (WS-ITEM-COUNT).
004700     MOVE BF-TOTAL       TO WS-IT-BF-TOTAL (WS-ITEM-COUNT).
004710     MOVE BF-CUR-TOTAL   TO WS-IT-BF-CUR-TOTAL (WS-ITEM-COUNT).
004720     MOVE BF-YTD-TOTAL   TO WS-IT-BF-YTD-TOTAL (WS-ITEM-COUNT).
004730     IF AJ-UPDATE
004740         MOVE AF-TOTAL     TO WS-IT-AF-TOTAL (WS-ITEM-COUNT)
004750         MOVE AF-CUR-TOTAL TO WS-IT-AF-CUR-TOTAL (WS-ITEM-COUNT)
004760         MOVE AF-YTD-TOTAL TO WS-IT-AF-YTD-TOTAL (WS-ITEM-COUNT)
004770     ELSE
004780         MOVE ZERO TO WS-IT-AF-TOTAL (WS-ITEM-COUNT)
004790                      WS-IT-AF-CUR-TOTAL (WS-ITEM-COUNT)
004800                      WS-IT-AF-YTD-TOTAL (WS-ITEM-COUNT)
004810     END-IF.
004820 2100-COLLECT-ONE-EXIT.
004830     EXIT.
004840*
004850*--------------------------------------------------------------*
004860* 3000-TERMINATE - CLOSE THE FILES, REPORT THE RUN TOTALS, AND
004870*              SET THE RETURN CODE: 4 WHILE ADJUSTMENTS ARE
004880*              STILL PENDING, 0 WHEN ALL ARE DECIDED.
004890*--------------------------------------------------------------*
004900 3000-TERMINATE.
004910     IF WS-PARM-ERROR
004920         DISPLAY "CALCADJR ENDED RC=12 FOR BAD CONTROL CARDS."
004930         GO TO 3000-TERMINATE-EXIT
004940     END-IF.
004950     IF WS-FATAL-STOP
004960         DISPLAY "CALCADJR ENDED RC=12 - ADJUSTMENT FILE NOT "
004970             "AVAILABLE."
004980         GO TO 3000-TERMINATE-EXIT
004990     END-IF.
005000     IF WS-ADJ-STATUS NOT EQUAL "35"
005010         CLOSE CALC-ADJ-FILE
005020     END-IF.
005030     CLOSE ADJ-RPT-FILE.
005040     DISPLAY "CALCADJR APPROVED " WS-APPROVED-COUNT
005050         ", REFUSED " WS-REFUSED-COUNT
005060         ", PENDING " WS-PENDING-COUNT ".".
005070     IF WS-PENDING-COUNT IS GREATER THAN ZERO
005080         MOVE 4 TO RETURN-CODE
005090         DISPLAY "CALCADJR ENDED RC=4 - ADJUSTMENTS STILL "
005100             "AWAIT APPROVAL."
005110     END-IF.
005120 3000-TERMINATE-EXIT.
005130     EXIT.
005140*
005150*--------------------------------------------------------------*
005160* 4000-PRINT-REGISTER - SORT THE TABLED ITEMS AND PRINT THEM
005170*              BY COST CENTER, WITH A COUNT LINE AFTER EACH
005180*              COST CENTER AND THE RUN TOTALS AT THE END.
005190*--------------------------------------------------------------*
005200 4000-PRINT-REGISTER.
005210     PERFORM 4100-SORT-ITEMS
005220         THRU 4100-SORT-ITEMS-EXIT.
005230     PERFORM 7000-WRITE-HEADERS
005240         THRU 7000-WRITE-HEADERS-EXIT.
005250     PERFORM 4200-PRINT-ONE-ITEM
005260         THRU 4200-PRINT-ONE-ITEM-EXIT
005270         VARYING WS-ITEM-SUB FROM 1 BY 1
005280         UNTIL WS-ITEM-SUB IS GREATER THAN WS-ITEM-COUNT.
005290     IF NOT WS-FIRST-CC
005300         PERFORM 4300-PRINT-CC-TOTALS
005310             THRU 4300-PRINT-CC-TOTALS-EXIT
005320     END-IF.
005330     MOVE SPACE TO WS-PRINT-LINE.
005340     PERFORM 7500-PRINT-LINE
005350         THRU 7500-PRINT-LINE-EXIT.
005360     MOVE "APPROVED ON REGISTER DATE"  TO TOT-LABEL.
005370     MOVE WS-APPROVED-COUNT            TO TOT-VALUE.
005380     MOVE TOT-LINE TO WS-PRINT-LINE.
005390     PERFORM 7500-PRINT-LINE
005400         THRU 7500-PRINT-LINE-EXIT.
005410     MOVE "REFUSED ON REGISTER DATE"   TO TOT-LABEL.
005420     MOVE WS-REFUSED-COUNT             TO TOT-VALUE.
005430     MOVE TOT-LINE TO WS-PRINT-LINE.
005440     PERFORM 7500-PRINT-LINE
005450         THRU 7500-PRINT-LINE-EXIT.
005460     MOVE "STILL PENDING"              TO TOT-LABEL.
005470     MOVE WS-PENDING-COUNT             TO TOT-VALUE.
005480     MOVE TOT-LINE TO WS-PRINT-LINE.
005490     PERFORM 7500-PRINT-LINE
005500         THRU 7500-PRINT-LINE-EXIT.
005510     MOVE "RAISED ON REGISTER DATE"    TO TOT-LABEL.
005520     MOVE WS-RAISED-COUNT              TO TOT-VALUE.
005530     MOVE TOT-LINE TO WS-PRINT-LINE.
005540     PERFORM 7500-PRINT-LINE
005550         THRU 7500-PRINT-LINE-EXIT.
005560 4000-PRINT-REGISTER-EXIT.
005570     EXIT.
005580*
005590*--------------------------------------------------------------*
005600* 4100-SORT-ITEMS - EXCHANGE-SORT THE ITEMS INTO COST-CENTER /
005610*              STATUS / RAISED DATE-TIME ORDER.
005620*--------------------------------------------------------------*
005630 4100-SORT-ITEMS.
005640     IF WS-ITEM-COUNT IS LESS THAN 2
005650         GO TO 4100-SORT-ITEMS-EXIT
005660     END-IF.
005670     SET WS-SWAPPED TO TRUE.
005680     PERFORM 4110-SORT-PASS
005690         THRU 4110-SORT-PASS-EXIT
005700         UNTIL NOT WS-SWAPPED.
005710 4100-SORT-ITEMS-EXIT.
005720     EXIT.
005730*
005740 4110-SORT-PASS.
005750     MOVE 'N' TO WS-SWAP-SWITCH.
005760     COMPUTE WS-SORT-LIMIT = WS-ITEM-COUNT - 1.
005770     PERFORM 4120-COMPARE-PAIR
005780         THRU 4120-COMPARE-PAIR-EXIT
005790         VARYING WS-ITEM-SUB FROM 1 BY 1
005800         UNTIL WS-ITEM-SUB IS GREATER THAN WS-SORT-LIMIT.
005810 4110-SORT-PASS-EXIT.
005820     EXIT.
005830*
005860 4120-COMPARE-PAIR.
005870     COMPUTE WS-ITEM-SUB2 = WS-ITEM-SUB + 1.
005880     IF WS-IT-SORT-KEY (WS-ITEM-SUB)
005890             IS GREATER THAN WS-IT-SORT-KEY (WS-ITEM-SUB2)
005900         MOVE WS-ITEM-ENTRY (WS-ITEM-SUB)  TO WS-HOLD-ITEM
005910         MOVE WS-ITEM-ENTRY (WS-ITEM-SUB2)
005920                                  TO WS-ITEM-ENTRY (WS-ITEM-SUB)
005930         MOVE WS-HOLD-ITEM
005940                                 TO WS-ITEM-ENTRY (WS-ITEM-SUB2)
005950         SET WS-SWAPPED TO TRUE
005960     END-IF.
005970 4120-COMPARE-PAIR-EXIT.
005980     EXIT.
005990*
006000*--------------------------------------------------------------*
006010* 4200-PRINT-ONE-ITEM - PRINT ONE ADJUSTMENT: THE DETAIL LINE,
006020*              THE REASON (AND THE CHECKER'S NOTE ONCE
006030*              DECIDED), AND THE BEFORE/AFTER TOTALS.  A NEW
006040*              COST CENTER CLOSES THE LAST ONE'S COUNTS AND
006050*              STARTS WITH A COST-CENTER LINE.
006060*--------------------------------------------------------------*
006070 4200-PRINT-ONE-ITEM.
006080     IF WS-FIRST-CC
006090         OR WS-IT-COST-CTR (WS-ITEM-SUB)
006100             NOT EQUAL WS-PREV-COST-CENTER
006110         IF NOT WS-FIRST-CC
006120             PERFORM 4300-PRINT-CC-TOTALS
006130                 THRU 4300-PRINT-CC-TOTALS-EXIT
006140         END-IF
006150         MOVE 'N' TO WS-FIRST-CC-SWITCH
006160         MOVE WS-IT-COST-CTR (WS-ITEM-SUB)
006170                             TO WS-PREV-COST-CENTER
006180         PERFORM 7600-FIND-REF-NAME
006190             THRU 7600-FIND-REF-NAME-EXIT
006200         MOVE SPACE TO WS-PRINT-LINE
006210         PERFORM 7500-PRINT-LINE
006220             THRU 7500-PRINT-LINE-EXIT
006230         MOVE WS-PREV-COST-CENTER TO CCL-COST-CENTER
006240         MOVE WS-REF-NAME         TO CCL-DEPT-NAME
006250         MOVE CC-LINE TO WS-PRINT-LINE
006260         PERFORM 7500-PRINT-LINE
006270             THRU 7500-PRINT-LINE-EXIT
006280     END-IF.
006290     IF WS-IT-RANK (WS-ITEM-SUB) EQUAL 1
006300         MOVE "APPROVED" TO DET-STATUS
006310         ADD 1 TO WS-CC-APPROVED
006320     ELSE IF WS-IT-RANK (WS-ITEM-SUB) EQUAL 2
006330         MOVE "REFUSED"  TO DET-STATUS
006340         ADD 1 TO WS-CC-REFUSED
006350     ELSE
006360         MOVE "PENDING"  TO DET-STATUS
006370         ADD 1 TO WS-CC-PENDING
006380     END-IF.
006390     MOVE WS-IT-RAISE-DATE (WS-ITEM-SUB) TO DET-RAISE-DATE.
006400     MOVE WS-IT-RAISE-TIME (WS-ITEM-SUB) TO DET-RAISE-TIME.
006410     IF WS-IT-FUNCTION (WS-ITEM-SUB) EQUAL 'D'
006420         MOVE "DELETE" TO DET-FUNCTION
006430     ELSE
006440         MOVE "UPDATE" TO DET-FUNCTION
006450     END-IF.
006460     MOVE WS-IT-OPERATION (WS-ITEM-SUB) TO DET-OPERATION.
006470     MOVE WS-IT-MAKER (WS-ITEM-SUB)     TO DET-MAKER.
006480     MOVE WS-IT-CHECKER (WS-ITEM-SUB)   TO DET-CHECKER.
006490     IF WS-IT-RANK (WS-ITEM-SUB) EQUAL 3
006500         MOVE SPACE TO DET-DECIDE-DATE
006510     ELSE
006520         MOVE WS-IT-DECIDE-DATE (WS-ITEM-SUB) TO DET-DECIDE-DATE
006530     END-IF.
006540     MOVE DET-LINE TO WS-PRINT-LINE.
006550     PERFORM 7500-PRINT-LINE
006560         THRU 7500-PRINT-LINE-EXIT.
006570     MOVE "REASON"                   TO TXT-LABEL.
006580     MOVE WS-IT-REASON (WS-ITEM-SUB) TO TXT-TEXT.
006590     MOVE TXT-LINE TO WS-PRINT-LINE.
006600     PERFORM 7500-PRINT-LINE
006610         THRU 7500-PRINT-LINE-EXIT.
006620     IF WS-IT-NOTE (WS-ITEM-SUB) NOT EQUAL SPACE
006630         MOVE "CHECKER NOTE"           TO TXT-LABEL
006640         MOVE WS-IT-NOTE (WS-ITEM-SUB) TO TXT-TEXT
006650         MOVE TXT-LINE TO WS-PRINT-LINE
006660         PERFORM 7500-PRINT-LINE
006670             THRU 7500-PRINT-LINE-EXIT
006680     END-IF.
006690     MOVE "BEFORE"                         TO AMT-LABEL.
006700     MOVE WS-IT-BF-TOTAL (WS-ITEM-SUB)     TO AMT-TOTAL.
006710     MOVE WS-IT-BF-CUR-TOTAL (WS-ITEM-SUB) TO AMT-CUR-TOTAL.
006720     MOVE WS-IT-BF-YTD-TOTAL (WS-ITEM-SUB) TO AMT-YTD-TOTAL.
006730     MOVE AMT-LINE TO WS-PRINT-LINE.
006740     PERFORM 7500-PRINT-LINE
006750         THRU 7500-PRINT-LINE-EXIT.
006760     IF WS-IT-FUNCTION (WS-ITEM-SUB) EQUAL 'D'
006770         MOVE "AFTER"                 TO TXT-LABEL
006780         MOVE "MASTER RECORD DELETED" TO TXT-TEXT
006790         MOVE TXT-LINE TO WS-PRINT-LINE
006800     ELSE
006810         MOVE "AFTER"                          TO AMT-LABEL
006820         MOVE WS-IT-AF-TOTAL (WS-ITEM-SUB)     TO AMT-TOTAL
006830         MOVE WS-IT-AF-CUR-TOTAL (WS-ITEM-SUB) TO AMT-CUR-TOTAL
006840         MOVE WS-IT-AF-YTD-TOTAL (WS-ITEM-SUB) TO AMT-YTD-TOTAL
006850         MOVE AMT-LINE TO WS-PRINT-LINE
006860     END-IF.
006870     PERFORM 7500-PRINT-LINE
006880         THRU 7500-PRINT-LINE-EXIT.
006890 4200-PRINT-ONE-ITEM-EXIT.
006900     EXIT.
006910*
006920*--------------------------------------------------------------*
006930* 4300-PRINT-CC-TOTALS - PRINT AND RESET ONE COST CENTER'S
006940*              APPROVED/REFUSED/PENDING COUNTS.
006950*--------------------------------------------------------------*
006960 4300-PRINT-CC-TOTALS.
006970     MOVE WS-CC-APPROVED TO CCT-APPROVED.
006980     MOVE WS-CC-REFUSED  TO CCT-REFUSED.
006990     MOVE WS-CC-PENDING  TO CCT-PENDING.
007000     MOVE CC-TOT-LINE TO WS-PRINT-LINE.
007010     PERFORM 7500-PRINT-LINE
007020         THRU 7500-PRINT-LINE-EXIT.
007030     MOVE ZERO TO WS-CC-APPROVED
007040                  WS-CC-REFUSED
007050                  WS-CC-PENDING.
007060 4300-PRINT-CC-TOTALS-EXIT.
007070     EXIT.
007080*
007090*--------------------------------------------------------------*
007100* 7000-WRITE-HEADERS - BUMP THE PAGE NUMBER AND PRINT THE
007110*              HEADING LINES.
007120*--------------------------------------------------------------*
007130 7000-WRITE-HEADERS.
007140     ADD 1                TO WS-PAGE-NO.
007150     MOVE ZERO            TO WS-LINE-COUNT.
007160     MOVE WS-REG-DATE     TO HDG1-DATE.
007170     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
007180     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
007190     PERFORM 7500-PRINT-LINE
007200         THRU 7500-PRINT-LINE-EXIT.
007210     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
007220     PERFORM 7500-PRINT-LINE
007230         THRU 7500-PRINT-LINE-EXIT.
007240 7000-WRITE-HEADERS-EXIT.
007250     EXIT.
007260*
007270*--------------------------------------------------------------*
007280* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO A
007290*              NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
007300*--------------------------------------------------------------*
007310 7500-PRINT-LINE.
007320     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
007330         TO WS-LINES-PER-PAGE
007340         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
007350         PERFORM 7000-WRITE-HEADERS
007360             THRU 7000-WRITE-HEADERS-EXIT
007370         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
007380     END-IF.
007390     MOVE SPACE             TO REPORT-LINE.
007400     WRITE REPORT-LINE FROM WS-PRINT-LINE.
007410     ADD 1                  TO WS-LINE-COUNT.
007420 7500-PRINT-LINE-EXIT.
007430     EXIT.
007440*
007450*--------------------------------------------------------------*
007460* 7600-FIND-REF-NAME - LOOK THE CURRENT COST CENTER UP IN THE
007470*              REFERENCE TABLE; AN UNLISTED CODE LEAVES THE
007480*              NAME BLANK.
007490*--------------------------------------------------------------*
007500 7600-FIND-REF-NAME.
007510     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
007520     MOVE SPACE TO WS-REF-NAME.
007530     PERFORM 7610-SCAN-REF
007540         THRU 7610-SCAN-REF-EXIT
007550         VARYING WS-REF-SUB FROM 1 BY 1
007560         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
007570            OR WS-REF-FOUND.
007580 7600-FIND-REF-NAME-EXIT.
007590     EXIT.
007600*
007610 7610-SCAN-REF.
007620     IF WS-REF-CODE (WS-REF-SUB) EQUAL WS-PREV-COST-CENTER
007630         MOVE WS-REF-DEPT-NAME (WS-REF-SUB) TO WS-REF-NAME
007640         SET WS-REF-FOUND TO TRUE
007650     END-IF.
007660 7610-SCAN-REF-EXIT.
007670     EXIT.
