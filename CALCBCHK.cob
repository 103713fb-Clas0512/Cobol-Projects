000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCBCHK.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - POST-CYCLE BUDGET CHECK.
000120*              BROWSES THE RUNNING-BALANCE MASTER AFTER CALCPOST
000130*              AND COMPARES EACH KEY'S CURRENT-MONTH TOTAL WITH
000140*              ITS MONTHLY BUDGET AND ITS YEAR-TO-DATE TOTAL
000150*              WITH ITS ANNUAL BUDGET (CALCBUDG, MAINTAINED IN
000160*              CALCBGM).  EVERY KEY PAST THE WARNING PERCENT OR
000170*              OVER BUDGET IS PRINTED UNDER ITS COST CENTER WITH
000180*              THE DEPARTMENT AND MANAGER FROM CCREF, AND ONE
000190*              NOTIFICATION RECORD IS WRITTEN PER MANAGER FOR
000200*              DISTRIBUTION.  ENDS RC=4 WHEN ANY KEY IS OVER.
000210* 10/15/26  DLH  A NOTICE FILE THAT WILL NOT OPEN, OR A MANAGER
000220*              NOTICE THAT CANNOT BE WRITTEN, NOW ENDS RC=12 AS
000230*              THE BUDGET FILE DOES - THE MANAGERS WOULD NOT
000240*              OTHERWISE BE TOLD.
000250*--------------------------------------------------------------*
000260*
000270*--------------------------------------------------------------*
000280*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000290*  COL 10, '*' IN COL 1 IS A COMMENT (SEE CALCMEND):
000300*    WARNPCT  NNN           PERCENT OF BUDGET AT WHICH A KEY IS
000310*                           LISTED AS A WARNING - DEFAULT 090.
000320*                           A BUDGET RECORD'S OWN WARNING
000330*                           PERCENT, WHEN SET, OVERRIDES IT.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  MAC.
000380 OBJECT-COMPUTER.  MAC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BCHK-PARM-FILE   ASSIGN TO BCKPARM
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT CALC-CTL-FILE    ASSIGN TO CALCCTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CTL-STATUS.
000470     SELECT CALC-MASTER-FILE ASSIGN TO CALCMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CM-KEY
000510         FILE STATUS IS WS-MSTR-STATUS.
000520     SELECT CALC-BUDGET-FILE ASSIGN TO CALCBUDG
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS BG-KEY
000560         FILE STATUS IS WS-BUDG-STATUS.
000570     SELECT BUDG-RPT-FILE    ASSIGN TO BUDGRPT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT BUDG-NTFY-FILE   ASSIGN TO BUDGNTFY
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-NTFY-STATUS.
000620     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CCREF-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BCHK-PARM-FILE
000690     RECORDING MODE IS F.
000700 01  PARM-CARD.
000710     05  PC-KEYWORD         PIC X(08).
000720     05  FILLER             PIC X(01).
000730     05  PC-VALUE           PIC X(71).
000740 01  PARM-CARD-PCT REDEFINES PARM-CARD.
000750     05  FILLER             PIC X(09).
000760     05  PC-VALUE-PCT       PIC 9(03).
000770     05  FILLER             PIC X(68).
000780 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
000790     05  PC-COMMENT-FLAG    PIC X(01).
000800     05  FILLER             PIC X(79).
000810*
000820 FD  CALC-CTL-FILE
000830     RECORDING MODE IS F.
000840     COPY CALCCTLR.
000850*
000860 FD  CALC-MASTER-FILE.
000870     COPY CALCMSTR.
000880*
000890 FD  CALC-BUDGET-FILE.
000900     COPY CALCBUD.
000910*
000920 FD  BUDG-RPT-FILE
000930     RECORDING MODE IS F.
000940 01  REPORT-LINE            PIC X(80).
000950*
000960 FD  BUDG-NTFY-FILE
000970     RECORDING MODE IS F.
000980*    ONE RECORD PER MANAGER WITH A COST CENTER PAST ITS WARNING
000990*    PERCENT OR OVER BUDGET THIS CYCLE - THE COUNTS COVER ALL
001000*    OF THAT MANAGER'S COST CENTERS.
001010 01  BUDG-NTFY-REC.
001020     05  NT-MANAGER-ID      PIC X(08).
001030     05  NT-BUS-DATE        PIC 9(06).
001040     05  NT-CYCLE-NO        PIC 9(02).
001050     05  NT-CC-COUNT        PIC 9(03).
001060     05  NT-WARN-COUNT      PIC 9(05).
001070     05  NT-OVER-COUNT      PIC 9(05).
001080     05  NT-OVER-AMOUNT     PIC S9(13)V99
001090                        SIGN IS LEADING SEPARATE CHARACTER.
001100     05  FILLER             PIC X(35).
001110*
001120 FD  CALC-CCREF-FILE
001130     RECORDING MODE IS F.
001140     COPY CCREFREC.
001150*
001160 WORKING-STORAGE SECTION.
001170 77  WS-PARM-STATUS         PIC X(02).
001180 77  WS-CTL-STATUS          PIC X(02).
001190 77  WS-MSTR-STATUS         PIC X(02).
001200 77  WS-BUDG-STATUS         PIC X(02).
001210 77  WS-NTFY-STATUS         PIC X(02).
001220 77  WS-CCREF-STATUS        PIC X(02).
001230 77  WS-PARM-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001240     88  WS-PARM-EOF                       VALUE 'Y'.
001250 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
001260     88  WS-PARM-ERROR                     VALUE 'Y'.
001270 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
001280     88  WS-BROWSE-EOF                     VALUE 'Y'.
001290 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
001300     88  WS-CCREF-EOF                      VALUE 'Y'.
001310 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001320     88  WS-REF-FOUND                      VALUE 'Y'.
001330 77  WS-MGR-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001340     88  WS-MGR-FOUND                      VALUE 'Y'.
001350 77  WS-SWAP-SWITCH         PIC X(01)      VALUE 'N'.
001360     88  WS-SWAPPED                        VALUE 'Y'.
001370 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
001380     88  WS-FATAL-STOP                     VALUE 'Y'.
001390 77  WS-NTFY-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
001400     88  WS-NTFY-FAILED                    VALUE 'Y'.
001410 77  WS-EXC-COUNT           PIC 9(05) COMP  VALUE ZERO.
001420 77  WS-EXC-MAX             PIC 9(05) COMP  VALUE 500.
001430 77  WS-EXC-SUB             PIC 9(05) COMP  VALUE ZERO.
001440 77  WS-EXC-SUB2            PIC 9(05) COMP  VALUE ZERO.
001450 77  WS-SORT-LIMIT          PIC 9(05) COMP  VALUE ZERO.
001460 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
001470 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
001480 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001490 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
001500 77  WS-REF-MANAGER         PIC X(08)      VALUE SPACE.
001510 77  WS-MGR-COUNT           PIC 9(05) COMP  VALUE ZERO.
001520 77  WS-MGR-MAX             PIC 9(05) COMP  VALUE 100.
001530 77  WS-MGR-SUB             PIC 9(05) COMP  VALUE ZERO.
001540 77  WS-MSTR-COUNT          PIC 9(07) COMP  VALUE ZERO.
001550 77  WS-NO-BUDGET-COUNT     PIC 9(07) COMP  VALUE ZERO.
001560 77  WS-CHECKED-COUNT       PIC 9(07) COMP  VALUE ZERO.
001570 77  WS-WARN-COUNT          PIC 9(07) COMP  VALUE ZERO.
001580 77  WS-OVER-COUNT          PIC 9(07) COMP  VALUE ZERO.
001590 77  WS-OVERFLOW-COUNT      PIC 9(07) COMP  VALUE ZERO.
001600 77  WS-NO-MGR-COUNT        PIC 9(07) COMP  VALUE ZERO.
001610 77  WS-MGR-OVERFLOW        PIC 9(07) COMP  VALUE ZERO.
001620 77  WS-NTFY-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
001630 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001640 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001650 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001660 77  WS-PRINT-LINE          PIC X(80).
001670 77  WS-SAVE-PRINT-LINE     PIC X(80).
001680 77  WS-RUN-WARN-PCT        PIC 9(03)      VALUE 090.
001690 77  WS-KEY-WARN-PCT        PIC 9(03)      VALUE ZERO.
001700 77  WS-CTL-BUS-DATE        PIC 9(06)      VALUE ZERO.
001710 77  WS-CTL-CYCLE           PIC 9(02)      VALUE ZERO.
001720 77  WS-PREV-COST-CENTER    PIC X(04)      VALUE SPACE.
001730 77  WS-CHK-BUCKET          PIC X(01).
001740 77  WS-CHK-BUDGET          PIC S9(13)V99
001750                        SIGN IS LEADING SEPARATE CHARACTER
001760                            VALUE ZERO.
001770 77  WS-CHK-ACTUAL          PIC S9(13)V99
001780                        SIGN IS LEADING SEPARATE CHARACTER
001790                            VALUE ZERO.
001800 77  WS-CHK-PCT             PIC S9(05)     VALUE ZERO.
001810 77  WS-CHK-STATUS          PIC X(04).
001820 77  WS-OVER-BY             PIC S9(13)V99
001830                        SIGN IS LEADING SEPARATE CHARACTER
001840                            VALUE ZERO.
001850*
001860*    ONE ENTRY PER BUDGET BUCKET PAST ITS WARNING PERCENT OR
001870*    OVER BUDGET - BUCKET 'M' IS THE MONTH AGAINST THE MONTHLY
001880*    BUDGET, 'Y' THE YEAR-TO-DATE AGAINST THE ANNUAL BUDGET.
001890 01  WS-EXC-TABLE.
001900     05  WS-EXC-ENTRY OCCURS 500 TIMES.
001910         10  WS-EX-SORT-KEY.
001920             15  WS-EX-COST-CENTER  PIC X(04).
001930             15  WS-EX-OPERATION    PIC X(01).
001940             15  WS-EX-BUCKET       PIC X(01).
001950         10  WS-EX-BUDGET           PIC S9(13)V99
001960                        SIGN IS LEADING SEPARATE CHARACTER.
001970         10  WS-EX-ACTUAL           PIC S9(13)V99
001980                        SIGN IS LEADING SEPARATE CHARACTER.
001990         10  WS-EX-PCT              PIC S9(05).
002000         10  WS-EX-STATUS           PIC X(04).
002010 01  WS-HOLD-EXC-ENTRY      PIC X(47).
002020*
002030 01  WS-REF-TABLE.
002040     05  WS-REF-ENTRY OCCURS 100 TIMES.
002050         10  WS-REF-CODE        PIC X(04).
002060         10  WS-REF-DEPT-NAME   PIC X(20).
002070         10  WS-REF-MANAGER-ID  PIC X(08).
002080*
002090*    ONE ENTRY PER MANAGER NAMED ON AN EXCEPTION'S COST CENTER.
002100 01  WS-MGR-TABLE.
002110     05  WS-MGR-ENTRY OCCURS 100 TIMES.
002120         10  WS-MG-MANAGER-ID   PIC X(08).
002130         10  WS-MG-CC-COUNT     PIC 9(03).
002140         10  WS-MG-WARN-COUNT   PIC 9(05).
002150         10  WS-MG-OVER-COUNT   PIC 9(05).
002160         10  WS-MG-OVER-AMOUNT  PIC S9(13)V99
002170                        SIGN IS LEADING SEPARATE CHARACTER.
002180*
002190*--------------------------------------------------------------*
002200* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
002210*--------------------------------------------------------------*
002220 01  HDG-LINE-1.
002230     05  FILLER             PIC X(01)      VALUE SPACE.
002240     05  FILLER             PIC X(28)      VALUE
002250             "CALCBCHK BUDGET EXCEPTIONS".
002260     05  FILLER             PIC X(05)      VALUE "DATE".
002270     05  HDG1-BUS-DATE      PIC 9(06).
002280     05  FILLER             PIC X(08)      VALUE "  CYCLE".
002290     05  HDG1-CYCLE         PIC 9(02).
002300     05  FILLER             PIC X(06)      VALUE "  PAGE".
002310     05  HDG1-PAGE-NO       PIC ZZZZ9.
002320     05  FILLER             PIC X(19)      VALUE SPACE.
002330 01  HDG-LINE-WARN.
002340     05  FILLER             PIC X(01)      VALUE SPACE.
002350     05  FILLER             PIC X(20)      VALUE
002360             "WARNING PERCENT".
002370     05  HDG-WARN-PCT       PIC ZZ9.
002380     05  FILLER             PIC X(56)      VALUE
002390             " (UNLESS SET ON THE BUDGET RECORD)".
002400 01  HDG-LINE-2.
002410     05  FILLER             PIC X(03)      VALUE SPACE.
002420     05  FILLER             PIC X(10)      VALUE "OP BUCKET".
002430     05  FILLER             PIC X(17)      VALUE
002440             "           BUDGET".
002450     05  FILLER             PIC X(18)      VALUE
002460             "            ACTUAL".
002470     05  FILLER             PIC X(10)      VALUE "    PCT".
002480     05  FILLER             PIC X(06)      VALUE "STATUS".
002490     05  FILLER             PIC X(16)      VALUE SPACE.
002500 01  CC-LINE.
002510     05  FILLER             PIC X(01)      VALUE SPACE.
002520     05  FILLER             PIC X(12)      VALUE "COST CENTER".
002530     05  CC-LN-COST-CENTER  PIC X(04).
002540     05  FILLER             PIC X(02)      VALUE SPACE.
002550     05  CC-LN-DEPT-NAME    PIC X(20).
002560     05  FILLER             PIC X(09)      VALUE "MANAGER".
002570     05  CC-LN-MANAGER      PIC X(08).
002580     05  FILLER             PIC X(24)      VALUE SPACE.
002590 01  DET-LINE.
002600     05  FILLER             PIC X(03)      VALUE SPACE.
002610     05  DET-OPERATION      PIC X(01).
002620     05  FILLER             PIC X(02)      VALUE SPACE.
002630     05  DET-BUCKET         PIC X(07).
002640     05  DET-BUDGET         PIC -Z(12)9.99.
002650     05  FILLER             PIC X(01)      VALUE SPACE.
002660     05  DET-ACTUAL         PIC -Z(12)9.99.
002670     05  FILLER             PIC X(01)      VALUE SPACE.
002680     05  DET-PCT            PIC -ZZZZ9.
002690     05  FILLER             PIC X(01)      VALUE "%".
002700     05  FILLER             PIC X(02)      VALUE SPACE.
002710     05  DET-STATUS         PIC X(04).
002720     05  FILLER             PIC X(18)      VALUE SPACE.
002730 01  MGR-LINE.
002740     05  FILLER             PIC X(01)      VALUE SPACE.
002750     05  MGR-MANAGER-ID     PIC X(08).
002760     05  FILLER             PIC X(05)      VALUE "  CC".
002770     05  MGR-CC-COUNT       PIC ZZ9.
002780     05  FILLER             PIC X(07)      VALUE "  WARN".
002790     05  MGR-WARN-COUNT     PIC ZZZZ9.
002800     05  FILLER             PIC X(07)      VALUE "  OVER".
002810     05  MGR-OVER-COUNT     PIC ZZZZ9.
002820     05  FILLER             PIC X(10)      VALUE "  OVER BY".
002830     05  MGR-OVER-AMOUNT    PIC -Z(12)9.99.
002840     05  FILLER             PIC X(12)      VALUE SPACE.
002850 01  TOT-LINE.
002860     05  FILLER             PIC X(01)      VALUE SPACE.
002870     05  TOT-LABEL          PIC X(32).
002880     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
002890     05  FILLER             PIC X(36)      VALUE SPACE.
002900*
002910 PROCEDURE DIVISION.
002920*--------------------------------------------------------------*
002930* 0000-MAINLINE
002940*--------------------------------------------------------------*
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE
002970         THRU 1000-INITIALIZE-EXIT.
002980     IF NOT WS-FATAL-STOP
002990         PERFORM 2000-CHECK-MASTER
003000             THRU 2000-CHECK-MASTER-EXIT
003010         PERFORM 4000-PRINT-EXCEPTIONS
003020             THRU 4000-PRINT-EXCEPTIONS-EXIT
003030         PERFORM 5000-WRITE-NOTICES
003040             THRU 5000-WRITE-NOTICES-EXIT
003050     END-IF.
003060     PERFORM 3000-TERMINATE
003070         THRU 3000-TERMINATE-EXIT.
003080     STOP RUN.
003090*
003100*--------------------------------------------------------------*
003110* 1000-INITIALIZE - READ THE CONTROL CARDS AND THE RUN-CONTROL
003120*              CARD, OPEN THE FILES AND LOAD THE COST-CENTER
003130*              REFERENCE TABLE.  A BAD CARD, OR A MASTER,
003140*              BUDGET OR NOTICE FILE THAT WILL NOT OPEN, ENDS
003150*              RC=12.
003160*--------------------------------------------------------------*
003170 1000-INITIALIZE.
003180     PERFORM 1100-READ-PARMS
003190         THRU 1100-READ-PARMS-EXIT.
003200     IF WS-PARM-ERROR
003210         DISPLAY "CALCBCHK STOPPED ON A BAD CONTROL CARD."
003220         MOVE 12 TO RETURN-CODE
003230         SET WS-FATAL-STOP TO TRUE
003240         GO TO 1000-INITIALIZE-EXIT
003250     END-IF.
003260     PERFORM 1150-READ-CONTROL
003270         THRU 1150-READ-CONTROL-EXIT.
003280     OPEN INPUT CALC-MASTER-FILE.
003290     IF WS-MSTR-STATUS NOT EQUAL "00"
003300         DISPLAY "CALCBCHK CANNOT OPEN MASTER, STATUS "
003310             WS-MSTR-STATUS
003320         MOVE 12 TO RETURN-CODE
003330         SET WS-FATAL-STOP TO TRUE
003340         GO TO 1000-INITIALIZE-EXIT
003350     END-IF.
003360     OPEN INPUT CALC-BUDGET-FILE.
003370     IF WS-BUDG-STATUS NOT EQUAL "00"
003380         DISPLAY "CALCBCHK CANNOT OPEN BUDGET FILE, STATUS "
003390             WS-BUDG-STATUS
003400         CLOSE CALC-MASTER-FILE
003410         MOVE 12 TO RETURN-CODE
003420         SET WS-FATAL-STOP TO TRUE
003430         GO TO 1000-INITIALIZE-EXIT
003440     END-IF.
003450     OPEN OUTPUT BUDG-RPT-FILE.
003460     OPEN OUTPUT BUDG-NTFY-FILE.
003470     IF WS-NTFY-STATUS NOT EQUAL "00"
003480         DISPLAY "CALCBCHK CANNOT OPEN NOTICE FILE, STATUS "
003490             WS-NTFY-STATUS
003500         CLOSE CALC-MASTER-FILE
003510         CLOSE CALC-BUDGET-FILE
003520         CLOSE BUDG-RPT-FILE
003530         MOVE 12 TO RETURN-CODE
003540         SET WS-FATAL-STOP TO TRUE
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF.
003570     PERFORM 1200-LOAD-REF-TABLE
003580         THRU 1200-LOAD-REF-TABLE-EXIT.
003590 1000-INITIALIZE-EXIT.
003600     EXIT.
003610*
003620*--------------------------------------------------------------*
003630* 1100-READ-PARMS - READ THE WARNING-PERCENT CARD.  NO CARD
003640*              FILE LEAVES THE DEFAULT.
003650*--------------------------------------------------------------*
003660 1100-READ-PARMS.
003670     OPEN INPUT BCHK-PARM-FILE.
003680     IF WS-PARM-STATUS NOT EQUAL "00"
003690         GO TO 1100-READ-PARMS-EXIT
003700     END-IF.
003710     PERFORM 1110-READ-ONE-PARM
003720         THRU 1110-READ-ONE-PARM-EXIT
003730         UNTIL WS-PARM-EOF.
003740     CLOSE BCHK-PARM-FILE.
003750 1100-READ-PARMS-EXIT.
003760     EXIT.
003770*
003780 1110-READ-ONE-PARM.
003790     READ BCHK-PARM-FILE
003800         AT END
003810             SET WS-PARM-EOF TO TRUE
003820             GO TO 1110-READ-ONE-PARM-EXIT
003830     END-READ.
003840     IF PARM-CARD = SPACE
003850         OR PC-COMMENT-FLAG = '*'
003860         GO TO 1110-READ-ONE-PARM-EXIT
003870     END-IF.
003880     IF PC-KEYWORD = "WARNPCT"
003890         IF PC-VALUE-PCT IS NUMERIC
003900             AND PC-VALUE-PCT IS GREATER THAN ZERO
003910             MOVE PC-VALUE-PCT TO WS-RUN-WARN-PCT
003920         ELSE
003930             PERFORM 1120-FLAG-BAD-PARM
003940                 THRU 1120-FLAG-BAD-PARM-EXIT
003950         END-IF
003960     ELSE
003970         PERFORM 1120-FLAG-BAD-PARM
003980             THRU 1120-FLAG-BAD-PARM-EXIT
003990     END-IF.
004000 1110-READ-ONE-PARM-EXIT.
004010     EXIT.
004020*
004030 1120-FLAG-BAD-PARM.
004040     DISPLAY "CALCBCHK BAD CONTROL CARD: " PARM-CARD.
004050     SET WS-PARM-ERROR TO TRUE.
004060 1120-FLAG-BAD-PARM-EXIT.
004070     EXIT.
004080*
004090*--------------------------------------------------------------*
004100* 1150-READ-CONTROL - TAKE THE BUSINESS DATE AND CYCLE FROM THE
004110*              RUN-CONTROL CARD (AS CALCPOST DOES) SO THE REPORT
004120*              AND THE NOTICES NAME THE CYCLE JUST POSTED.  NO
004130*              USABLE CARD FALLS BACK TO TODAY'S DATE, CYCLE 00.
004140*--------------------------------------------------------------*
004150 1150-READ-CONTROL.
004160     ACCEPT WS-CTL-BUS-DATE FROM DATE.
004170     OPEN INPUT CALC-CTL-FILE.
004180     IF WS-CTL-STATUS NOT EQUAL "00"
004190         DISPLAY "CALCBCHK NO RUN CONTROL CARD - SYSTEM DATE "
004200             "USED"
004210         GO TO 1150-READ-CONTROL-EXIT
004220     END-IF.
004230     READ CALC-CTL-FILE.
004240     IF WS-CTL-STATUS EQUAL "00"
004250         AND CTL-BUS-DATE IS NUMERIC
004260         MOVE CTL-BUS-DATE TO WS-CTL-BUS-DATE
004270         IF CTL-CYCLE-NO IS NUMERIC
004280             MOVE CTL-CYCLE-NO TO WS-CTL-CYCLE
004290         END-IF
004300     END-IF.
004310     CLOSE CALC-CTL-FILE.
004320 1150-READ-CONTROL-EXIT.
004330     EXIT.
004340*
004350*--------------------------------------------------------------*
004360* 1200-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
004370*              THE REPORT CAN NAME EACH DEPARTMENT AND ITS
004380*              MANAGER.  A MISSING CCREF FILE LEAVES THE NAMES
004390*              BLANK AND NO NOTICES CAN BE ADDRESSED.
004400*--------------------------------------------------------------*
004410 1200-LOAD-REF-TABLE.
004420     MOVE ZERO TO WS-REF-COUNT.
004430     OPEN INPUT CALC-CCREF-FILE.
004440     IF WS-CCREF-STATUS NOT EQUAL "00"
004450         DISPLAY "CALCBCHK NO CCREF FILE - NO MANAGER NOTICES."
004460         GO TO 1200-LOAD-REF-TABLE-EXIT
004470     END-IF.
004480     PERFORM 1210-READ-ONE-REF
004490         THRU 1210-READ-ONE-REF-EXIT
004500         UNTIL WS-CCREF-EOF.
004510     CLOSE CALC-CCREF-FILE.
004520 1200-LOAD-REF-TABLE-EXIT.
004530     EXIT.
004540*
004550 1210-READ-ONE-REF.
004560     READ CALC-CCREF-FILE
004570         AT END
004580             SET WS-CCREF-EOF TO TRUE
004590             GO TO 1210-READ-ONE-REF-EXIT
004600     END-READ.
004610     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
004620         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
004630             CCREFREC
004640         GO TO 1210-READ-ONE-REF-EXIT
004650     END-IF.
004660     ADD 1 TO WS-REF-COUNT.
004670     MOVE CC-CODE       TO WS-REF-CODE (WS-REF-COUNT).
004680     MOVE CC-DEPT-NAME  TO WS-REF-DEPT-NAME (WS-REF-COUNT).
004690     MOVE CC-MANAGER-ID TO WS-REF-MANAGER-ID (WS-REF-COUNT).
004700 1210-READ-ONE-REF-EXIT.
004710     EXIT.
004720*
004730*--------------------------------------------------------------*
004740* 2000-CHECK-MASTER - BROWSE THE WHOLE MASTER AND CHECK EACH
004750*              KEY AGAINST ITS BUDGET.
004760*--------------------------------------------------------------*
004770 2000-CHECK-MASTER.
004780     MOVE LOW-VALUES TO CM-KEY.
004790     START CALC-MASTER-FILE
004800         KEY IS GREATER THAN OR EQUAL TO CM-KEY.
004810     IF WS-MSTR-STATUS NOT EQUAL "00"
004820         DISPLAY "CALCBCHK MASTER IS EMPTY."
004830         SET WS-BROWSE-EOF TO TRUE
004840         GO TO 2000-CHECK-MASTER-EXIT
004850     END-IF.
004860     PERFORM 2100-CHECK-ONE-KEY
004870         THRU 2100-CHECK-ONE-KEY-EXIT
004880         UNTIL WS-BROWSE-EOF.
004890 2000-CHECK-MASTER-EXIT.
004900     EXIT.
004910*
004920*--------------------------------------------------------------*
004930* 2100-CHECK-ONE-KEY - READ THE KEY'S BUDGET (NONE ON FILE MEANS
004940*              THE KEY IS NOT BUDGETED) AND CHECK THE MONTH
004950*              AGAINST THE MONTHLY AMOUNT AND YEAR-TO-DATE
004960*              AGAINST THE ANNUAL AMOUNT.
004970*--------------------------------------------------------------*
004980 2100-CHECK-ONE-KEY.
004990     READ CALC-MASTER-FILE NEXT
005000         AT END
005010             SET WS-BROWSE-EOF TO TRUE
005020             GO TO 2100-CHECK-ONE-KEY-EXIT
005030     END-READ.
005040     ADD 1 TO WS-MSTR-COUNT.
005050     MOVE CM-COST-CENTER TO BG-COST-CENTER.
005060     MOVE CM-OPERATION   TO BG-OPERATION.
005070     READ CALC-BUDGET-FILE.
005080     IF WS-BUDG-STATUS NOT EQUAL "00"
005090         ADD 1 TO WS-NO-BUDGET-COUNT
005100         GO TO 2100-CHECK-ONE-KEY-EXIT
005110     END-IF.
005120     ADD 1 TO WS-CHECKED-COUNT.
005130     IF BG-WARN-PCT IS NUMERIC
005140         AND BG-WARN-PCT IS GREATER THAN ZERO
005150         MOVE BG-WARN-PCT     TO WS-KEY-WARN-PCT
005160     ELSE
005170         MOVE WS-RUN-WARN-PCT TO WS-KEY-WARN-PCT
005180     END-IF.
005190     MOVE 'M'             TO WS-CHK-BUCKET.
005200     MOVE BG-MONTH-BUDGET TO WS-CHK-BUDGET.
005210     MOVE CM-CUR-TOTAL    TO WS-CHK-ACTUAL.
005220     PERFORM 2200-CHECK-BUCKET
005230         THRU 2200-CHECK-BUCKET-EXIT.
005240     MOVE 'Y'              TO WS-CHK-BUCKET.
005250     MOVE BG-ANNUAL-BUDGET TO WS-CHK-BUDGET.
005260     MOVE CM-YTD-TOTAL     TO WS-CHK-ACTUAL.
005270     PERFORM 2200-CHECK-BUCKET
005280         THRU 2200-CHECK-BUCKET-EXIT.
005290 2100-CHECK-ONE-KEY-EXIT.
005300     EXIT.
005310*
005320*--------------------------------------------------------------*
005330* 2200-CHECK-BUCKET - A ZERO BUDGET IS NOT CHECKED.  ACTUAL
005340*              ABOVE BUDGET IS OVER; ACTUAL AT OR PAST THE
005350*              WARNING PERCENT OF BUDGET IS A WARNING.  EITHER
005360*              IS ADDED TO THE EXCEPTION TABLE.
005370*--------------------------------------------------------------*
005380 2200-CHECK-BUCKET.
005390     IF WS-CHK-BUDGET IS NOT GREATER THAN ZERO
005400         GO TO 2200-CHECK-BUCKET-EXIT
005410     END-IF.
005420     COMPUTE WS-CHK-PCT ROUNDED =
005430         WS-CHK-ACTUAL * 100 / WS-CHK-BUDGET
005440         ON SIZE ERROR
005450             MOVE 99999 TO WS-CHK-PCT
005460     END-COMPUTE.
005470     IF WS-CHK-ACTUAL IS GREATER THAN WS-CHK-BUDGET
005480         MOVE "OVER" TO WS-CHK-STATUS
005490         ADD 1 TO WS-OVER-COUNT
005500     ELSE IF WS-CHK-PCT IS NOT LESS THAN WS-KEY-WARN-PCT
005510         MOVE "WARN" TO WS-CHK-STATUS
005520         ADD 1 TO WS-WARN-COUNT
005530     ELSE
005540         GO TO 2200-CHECK-BUCKET-EXIT
005550     END-IF.
005560     IF WS-EXC-COUNT IS NOT LESS THAN WS-EXC-MAX
005570         DISPLAY "CALCBCHK EXCEPTION TABLE FULL - NOT LISTED: "
005580             CM-COST-CENTER CM-OPERATION " " WS-CHK-BUCKET
005590         ADD 1 TO WS-OVERFLOW-COUNT
005600         GO TO 2200-CHECK-BUCKET-EXIT
005610     END-IF.
005620     ADD 1 TO WS-EXC-COUNT.
005630     MOVE CM-COST-CENTER TO WS-EX-COST-CENTER (WS-EXC-COUNT).
005640     MOVE CM-OPERATION   TO WS-EX-OPERATION (WS-EXC-COUNT).
005650     MOVE WS-CHK-BUCKET  TO WS-EX-BUCKET (WS-EXC-COUNT).
005660     MOVE WS-CHK-BUDGET  TO WS-EX-BUDGET (WS-EXC-COUNT).
005670     MOVE WS-CHK-ACTUAL  TO WS-EX-ACTUAL (WS-EXC-COUNT).
005680     MOVE WS-CHK-PCT     TO WS-EX-PCT (WS-EXC-COUNT).
005690     MOVE WS-CHK-STATUS  TO WS-EX-STATUS (WS-EXC-COUNT).
005700 2200-CHECK-BUCKET-EXIT.
005710     EXIT.
005720*
005730*--------------------------------------------------------------*
005740* 3000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE:
005750*              4 WHEN ANY KEY IS OVER BUDGET, 8 WHEN THE
005760*              EXCEPTION OR MANAGER TABLE OVERFLOWED (SOME
005770*              EXCEPTIONS WERE NOT REPORTED), 12 WHEN A
005780*              MANAGER NOTICE COULD NOT BE WRITTEN.
005790*--------------------------------------------------------------*
005800 3000-TERMINATE.
005810     IF WS-FATAL-STOP
005820         DISPLAY "CALCBCHK ENDED WITHOUT CHECKING BUDGETS."
005830         GO TO 3000-TERMINATE-EXIT
005840     END-IF.
005850     CLOSE CALC-MASTER-FILE.
005860     CLOSE CALC-BUDGET-FILE.
005870     CLOSE BUDG-RPT-FILE.
005880     CLOSE BUDG-NTFY-FILE.
005890     DISPLAY "CALCBCHK KEYS CHECKED    " WS-CHECKED-COUNT ".".
005900     DISPLAY "CALCBCHK WARNINGS        " WS-WARN-COUNT ".".
005910     DISPLAY "CALCBCHK OVER BUDGET     " WS-OVER-COUNT ".".
005920     DISPLAY "CALCBCHK MANAGER NOTICES " WS-NTFY-WRITTEN ".".
005930     IF WS-NTFY-FAILED
005940         DISPLAY "CALCBCHK NOTICES NOT ALL WRITTEN - RC=12."
005950         MOVE 12 TO RETURN-CODE
005960     ELSE IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
005970         OR WS-MGR-OVERFLOW IS GREATER THAN ZERO
005980         DISPLAY "CALCBCHK EXCEPTIONS NOT ALL REPORTED - RC=8."
005990         MOVE 8 TO RETURN-CODE
006000     ELSE IF WS-OVER-COUNT IS GREATER THAN ZERO
006010         DISPLAY "CALCBCHK KEYS OVER BUDGET - RC=4."
006020         MOVE 4 TO RETURN-CODE
006030     END-IF.
006040 3000-TERMINATE-EXIT.
006050     EXIT.
006060*
006070*--------------------------------------------------------------*
006080* 4000-PRINT-EXCEPTIONS - SORT THE EXCEPTIONS INTO COST-CENTER/
006090*              OPERATION ORDER AND PRINT THEM UNDER A LINE PER
006100*              COST CENTER NAMING THE DEPARTMENT AND MANAGER,
006110*              GATHERING EACH MANAGER'S COUNTS AS THEY GO.
006120*--------------------------------------------------------------*
006130 4000-PRINT-EXCEPTIONS.
006140     PERFORM 7000-WRITE-HEADERS
006150         THRU 7000-WRITE-HEADERS-EXIT.
006160     PERFORM 4100-SORT-TABLE
006170         THRU 4100-SORT-TABLE-EXIT.
006180     MOVE SPACE TO WS-PREV-COST-CENTER.
006190     PERFORM 4200-PRINT-ONE-EXCEPTION
006200         THRU 4200-PRINT-ONE-EXCEPTION-EXIT
006210         VARYING WS-EXC-SUB FROM 1 BY 1
006220         UNTIL WS-EXC-SUB IS GREATER THAN WS-EXC-COUNT.
006230     IF WS-EXC-COUNT EQUAL ZERO
006240         MOVE SPACE TO WS-PRINT-LINE
006250         PERFORM 7500-PRINT-LINE
006260             THRU 7500-PRINT-LINE-EXIT
006270         MOVE " NO KEYS PAST WARNING OR OVER BUDGET."
006280             TO WS-PRINT-LINE
006290         PERFORM 7500-PRINT-LINE
006300             THRU 7500-PRINT-LINE-EXIT
006310     END-IF.
006320 4000-PRINT-EXCEPTIONS-EXIT.
006330     EXIT.
006340*
006350*--------------------------------------------------------------*
006360* 4100-SORT-TABLE - EXCHANGE-SORT THE EXCEPTION TABLE INTO
006370*              COST-CENTER/OPERATION/BUCKET ORDER.
006380*--------------------------------------------------------------*
006390 4100-SORT-TABLE.
006400     IF WS-EXC-COUNT IS LESS THAN 2
006410         GO TO 4100-SORT-TABLE-EXIT
006420     END-IF.
006430     SET WS-SWAPPED TO TRUE.
006440     PERFORM 4110-SORT-PASS
006450         THRU 4110-SORT-PASS-EXIT
006460         UNTIL NOT WS-SWAPPED.
006470 4100-SORT-TABLE-EXIT.
006480     EXIT.
006490*
006500 4110-SORT-PASS.
006510     MOVE 'N' TO WS-SWAP-SWITCH.
006520     COMPUTE WS-SORT-LIMIT = WS-EXC-COUNT - 1.
006530     PERFORM 4120-COMPARE-PAIR
006540         THRU 4120-COMPARE-PAIR-EXIT
006550         VARYING WS-EXC-SUB FROM 1 BY 1
006560         UNTIL WS-EXC-SUB IS GREATER THAN WS-SORT-LIMIT.
006570 4110-SORT-PASS-EXIT.
006580     EXIT.
006590*
006600 4120-COMPARE-PAIR.
006610     COMPUTE WS-EXC-SUB2 = WS-EXC-SUB + 1.
006620     IF WS-EX-SORT-KEY (WS-EXC-SUB) IS GREATER THAN
006630         WS-EX-SORT-KEY (WS-EXC-SUB2)
006640         MOVE WS-EXC-ENTRY (WS-EXC-SUB)  TO WS-HOLD-EXC-ENTRY
006650         MOVE WS-EXC-ENTRY (WS-EXC-SUB2)
006660             TO WS-EXC-ENTRY (WS-EXC-SUB)
006670         MOVE WS-HOLD-EXC-ENTRY TO WS-EXC-ENTRY (WS-EXC-SUB2)
006680         SET WS-SWAPPED TO TRUE
006690     END-IF.
006700 4120-COMPARE-PAIR-EXIT.
006710     EXIT.
006720*
006730*--------------------------------------------------------------*
006740* 4200-PRINT-ONE-EXCEPTION - ON A NEW COST CENTER, PRINT ITS
006750*              DEPARTMENT/MANAGER LINE AND COUNT IT AGAINST THE
006760*              MANAGER; THEN PRINT THE EXCEPTION AND ADD IT TO
006770*              THE MANAGER'S WARNING OR OVER FIGURES.
006780*--------------------------------------------------------------*
006790 4200-PRINT-ONE-EXCEPTION.
006800     IF WS-EX-COST-CENTER (WS-EXC-SUB)
006810             NOT EQUAL WS-PREV-COST-CENTER
006820         MOVE WS-EX-COST-CENTER (WS-EXC-SUB)
006830             TO WS-PREV-COST-CENTER
006840         PERFORM 4300-START-COST-CENTER
006850             THRU 4300-START-COST-CENTER-EXIT
006860     END-IF.
006870     MOVE WS-EX-OPERATION (WS-EXC-SUB) TO DET-OPERATION.
006880     IF WS-EX-BUCKET (WS-EXC-SUB) EQUAL 'M'
006890         MOVE "MONTH"  TO DET-BUCKET
006900     ELSE
006910         MOVE "YEAR"   TO DET-BUCKET
006920     END-IF.
006930     MOVE WS-EX-BUDGET (WS-EXC-SUB) TO DET-BUDGET.
006940     MOVE WS-EX-ACTUAL (WS-EXC-SUB) TO DET-ACTUAL.
006950     MOVE WS-EX-PCT (WS-EXC-SUB)    TO DET-PCT.
006960     MOVE WS-EX-STATUS (WS-EXC-SUB) TO DET-STATUS.
006970     MOVE DET-LINE TO WS-PRINT-LINE.
006980     PERFORM 7500-PRINT-LINE
006990         THRU 7500-PRINT-LINE-EXIT.
007000     IF NOT WS-MGR-FOUND
007010         GO TO 4200-PRINT-ONE-EXCEPTION-EXIT
007020     END-IF.
007030     IF WS-EX-STATUS (WS-EXC-SUB) EQUAL "OVER"
007040         ADD 1 TO WS-MG-OVER-COUNT (WS-MGR-SUB)
007050         COMPUTE WS-OVER-BY = WS-EX-ACTUAL (WS-EXC-SUB)
007060                            - WS-EX-BUDGET (WS-EXC-SUB)
007070         ADD WS-OVER-BY TO WS-MG-OVER-AMOUNT (WS-MGR-SUB)
007080     ELSE
007090         ADD 1 TO WS-MG-WARN-COUNT (WS-MGR-SUB)
007100     END-IF.
007110 4200-PRINT-ONE-EXCEPTION-EXIT.
007120     EXIT.
007130*
007140*--------------------------------------------------------------*
007150* 4300-START-COST-CENTER - PRINT THE COST CENTER'S DEPARTMENT
007160*              AND MANAGER, THEN FIND (OR ADD) THE MANAGER'S
007170*              ENTRY.  A COST CENTER WITH NO MANAGER ON CCREF IS
007180*              PRINTED BUT CANNOT BE NOTIFIED, AND IS COUNTED.
007190*--------------------------------------------------------------*
007200 4300-START-COST-CENTER.
007210     PERFORM 7600-FIND-REF-NAME
007220         THRU 7600-FIND-REF-NAME-EXIT.
007230     MOVE SPACE TO WS-PRINT-LINE.
007240     PERFORM 7500-PRINT-LINE
007250         THRU 7500-PRINT-LINE-EXIT.
007260     MOVE WS-PREV-COST-CENTER TO CC-LN-COST-CENTER.
007270     MOVE WS-REF-NAME         TO CC-LN-DEPT-NAME.
007280     IF WS-REF-MANAGER EQUAL SPACE
007290         MOVE "NONE"          TO CC-LN-MANAGER
007300     ELSE
007310         MOVE WS-REF-MANAGER  TO CC-LN-MANAGER
007320     END-IF.
007330     MOVE CC-LINE TO WS-PRINT-LINE.
007340     PERFORM 7500-PRINT-LINE
007350         THRU 7500-PRINT-LINE-EXIT.
007360     MOVE 'N' TO WS-MGR-FOUND-SWITCH.
007370     IF WS-REF-MANAGER EQUAL SPACE
007380         ADD 1 TO WS-NO-MGR-COUNT
007390         GO TO 4300-START-COST-CENTER-EXIT
007400     END-IF.
007410     PERFORM 7800-FIND-MANAGER
007420         THRU 7800-FIND-MANAGER-EXIT.
007430     IF WS-MGR-FOUND
007440         ADD 1 TO WS-MG-CC-COUNT (WS-MGR-SUB)
007450     END-IF.
007460 4300-START-COST-CENTER-EXIT.
007470     EXIT.
007480*
007490*--------------------------------------------------------------*
007500* 5000-WRITE-NOTICES - WRITE ONE NOTIFICATION RECORD PER
007510*              MANAGER AND PRINT THE MANAGER SUMMARY, THEN THE
007520*              RUN TOTALS.
007530*--------------------------------------------------------------*
007540 5000-WRITE-NOTICES.
007550     IF WS-MGR-COUNT IS GREATER THAN ZERO
007560         MOVE SPACE TO WS-PRINT-LINE
007570         PERFORM 7500-PRINT-LINE
007580             THRU 7500-PRINT-LINE-EXIT
007590         MOVE " MANAGER NOTICES" TO WS-PRINT-LINE
007600         PERFORM 7500-PRINT-LINE
007610             THRU 7500-PRINT-LINE-EXIT
007620     END-IF.
007630     PERFORM 5100-WRITE-ONE-NOTICE
007640         THRU 5100-WRITE-ONE-NOTICE-EXIT
007650         VARYING WS-MGR-SUB FROM 1 BY 1
007660         UNTIL WS-MGR-SUB IS GREATER THAN WS-MGR-COUNT.
007670     PERFORM 5200-PRINT-TOTALS
007680         THRU 5200-PRINT-TOTALS-EXIT.
007690 5000-WRITE-NOTICES-EXIT.
007700     EXIT.
007710*
007720 5100-WRITE-ONE-NOTICE.
007730     MOVE SPACE           TO BUDG-NTFY-REC.
007740     MOVE WS-MG-MANAGER-ID (WS-MGR-SUB)  TO NT-MANAGER-ID.
007750     MOVE WS-CTL-BUS-DATE                TO NT-BUS-DATE.
007760     MOVE WS-CTL-CYCLE                   TO NT-CYCLE-NO.
007770     MOVE WS-MG-CC-COUNT (WS-MGR-SUB)    TO NT-CC-COUNT.
007780     MOVE WS-MG-WARN-COUNT (WS-MGR-SUB)  TO NT-WARN-COUNT.
007790     MOVE WS-MG-OVER-COUNT (WS-MGR-SUB)  TO NT-OVER-COUNT.
007800     MOVE WS-MG-OVER-AMOUNT (WS-MGR-SUB) TO NT-OVER-AMOUNT.
007810     WRITE BUDG-NTFY-REC.
007820     IF WS-NTFY-STATUS NOT EQUAL "00"
007830         DISPLAY "CALCBCHK NOTICE WRITE FAILED FOR MANAGER "
007840             NT-MANAGER-ID ", STATUS " WS-NTFY-STATUS
007850         SET WS-NTFY-FAILED TO TRUE
007860     ELSE
007870         ADD 1 TO WS-NTFY-WRITTEN
007880     END-IF.
007890     MOVE WS-MG-MANAGER-ID (WS-MGR-SUB)  TO MGR-MANAGER-ID.
007900     MOVE WS-MG-CC-COUNT (WS-MGR-SUB)    TO MGR-CC-COUNT.
007910     MOVE WS-MG-WARN-COUNT (WS-MGR-SUB)  TO MGR-WARN-COUNT.
007920     MOVE WS-MG-OVER-COUNT (WS-MGR-SUB)  TO MGR-OVER-COUNT.
007930     MOVE WS-MG-OVER-AMOUNT (WS-MGR-SUB) TO MGR-OVER-AMOUNT.
007940     MOVE MGR-LINE TO WS-PRINT-LINE.
007950     PERFORM 7500-PRINT-LINE
007960         THRU 7500-PRINT-LINE-EXIT.
007970 5100-WRITE-ONE-NOTICE-EXIT.
007980     EXIT.
007990*
008000 5200-PRINT-TOTALS.
008010     MOVE SPACE TO WS-PRINT-LINE.
008020     PERFORM 7500-PRINT-LINE
008030         THRU 7500-PRINT-LINE-EXIT.
008040     MOVE "MASTER RECORDS READ"        TO TOT-LABEL.
008050     MOVE WS-MSTR-COUNT                TO TOT-VALUE.
008060     PERFORM 5210-PRINT-TOT-LINE
008070         THRU 5210-PRINT-TOT-LINE-EXIT.
008080     MOVE "KEYS WITH NO BUDGET"        TO TOT-LABEL.
008090     MOVE WS-NO-BUDGET-COUNT           TO TOT-VALUE.
008100     PERFORM 5210-PRINT-TOT-LINE
008110         THRU 5210-PRINT-TOT-LINE-EXIT.
008120     MOVE "KEYS CHECKED"               TO TOT-LABEL.
008130     MOVE WS-CHECKED-COUNT             TO TOT-VALUE.
008140     PERFORM 5210-PRINT-TOT-LINE
008150         THRU 5210-PRINT-TOT-LINE-EXIT.
008160     MOVE "WARNINGS"                   TO TOT-LABEL.
008170     MOVE WS-WARN-COUNT                TO TOT-VALUE.
008180     PERFORM 5210-PRINT-TOT-LINE
008190         THRU 5210-PRINT-TOT-LINE-EXIT.
008200     MOVE "OVER BUDGET"                TO TOT-LABEL.
008210     MOVE WS-OVER-COUNT                TO TOT-VALUE.
008220     PERFORM 5210-PRINT-TOT-LINE
008230         THRU 5210-PRINT-TOT-LINE-EXIT.
008240     MOVE "MANAGER NOTICES WRITTEN"    TO TOT-LABEL.
008250     MOVE WS-NTFY-WRITTEN              TO TOT-VALUE.
008260     PERFORM 5210-PRINT-TOT-LINE
008270         THRU 5210-PRINT-TOT-LINE-EXIT.
008280     MOVE "COST CENTERS WITH NO MANAGER" TO TOT-LABEL.
008290     MOVE WS-NO-MGR-COUNT              TO TOT-VALUE.
008300     PERFORM 5210-PRINT-TOT-LINE
008310         THRU 5210-PRINT-TOT-LINE-EXIT.
008320     MOVE "EXCEPTIONS NOT LISTED"      TO TOT-LABEL.
008330     MOVE WS-OVERFLOW-COUNT            TO TOT-VALUE.
008340     PERFORM 5210-PRINT-TOT-LINE
008350         THRU 5210-PRINT-TOT-LINE-EXIT.
008360     MOVE "MANAGERS NOT NOTIFIED"      TO TOT-LABEL.
008370     MOVE WS-MGR-OVERFLOW              TO TOT-VALUE.
008380     PERFORM 5210-PRINT-TOT-LINE
008390         THRU 5210-PRINT-TOT-LINE-EXIT.
008400 5200-PRINT-TOTALS-EXIT.
008410     EXIT.
008420*
008430 5210-PRINT-TOT-LINE.
008440     MOVE TOT-LINE TO WS-PRINT-LINE.
008450     PERFORM 7500-PRINT-LINE
008460         THRU 7500-PRINT-LINE-EXIT.
008470 5210-PRINT-TOT-LINE-EXIT.
008480     EXIT.
008490*
008500*--------------------------------------------------------------*
008510* 7000-WRITE-HEADERS - START A NEW PAGE: BUMP THE PAGE NUMBER
008520*              AND PRINT THE HEADING LINES.
008530*--------------------------------------------------------------*
008540 7000-WRITE-HEADERS.
008550     ADD 1                TO WS-PAGE-NO.
008560     MOVE ZERO            TO WS-LINE-COUNT.
008570     MOVE WS-CTL-BUS-DATE TO HDG1-BUS-DATE.
008580     MOVE WS-CTL-CYCLE    TO HDG1-CYCLE.
008590     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
008600     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
008610     PERFORM 7500-PRINT-LINE
008620         THRU 7500-PRINT-LINE-EXIT.
008630     MOVE WS-RUN-WARN-PCT TO HDG-WARN-PCT.
008640     MOVE HDG-LINE-WARN   TO WS-PRINT-LINE.
008650     PERFORM 7500-PRINT-LINE
008660         THRU 7500-PRINT-LINE-EXIT.
008670     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
008680     PERFORM 7500-PRINT-LINE
008690         THRU 7500-PRINT-LINE-EXIT.
008700 7000-WRITE-HEADERS-EXIT.
008710     EXIT.
008720*
008730*--------------------------------------------------------------*
008740* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO
008750*              A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
008760*--------------------------------------------------------------*
008770 7500-PRINT-LINE.
008780     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
008790         TO WS-LINES-PER-PAGE
008800         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
008810         PERFORM 7000-WRITE-HEADERS
008820             THRU 7000-WRITE-HEADERS-EXIT
008830         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
008840     END-IF.
008850     MOVE SPACE             TO REPORT-LINE.
008860     WRITE REPORT-LINE FROM WS-PRINT-LINE.
008870     ADD 1                  TO WS-LINE-COUNT.
008880 7500-PRINT-LINE-EXIT.
008890     EXIT.
008900*
008910*--------------------------------------------------------------*
008920* 7600-FIND-REF-NAME - LOOK THE COST CENTER UP IN THE REFERENCE
008930*              TABLE; AN UNLISTED CODE LEAVES THE NAME AND
008940*              MANAGER BLANK.
008950*--------------------------------------------------------------*
008960 7600-FIND-REF-NAME.
008970     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
008980     MOVE SPACE TO WS-REF-NAME.
008990     MOVE SPACE TO WS-REF-MANAGER.
009000     PERFORM 7610-SCAN-REF
009010         THRU 7610-SCAN-REF-EXIT
009020         VARYING WS-REF-SUB FROM 1 BY 1
009030         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
009040            OR WS-REF-FOUND.
009050 7600-FIND-REF-NAME-EXIT.
009060     EXIT.
009070*
009080 7610-SCAN-REF.
009090     IF WS-REF-CODE (WS-REF-SUB) EQUAL WS-PREV-COST-CENTER
009100         MOVE WS-REF-DEPT-NAME (WS-REF-SUB)  TO WS-REF-NAME
009110         MOVE WS-REF-MANAGER-ID (WS-REF-SUB) TO WS-REF-MANAGER
009120         SET WS-REF-FOUND TO TRUE
009130     END-IF.
009140 7610-SCAN-REF-EXIT.
009150     EXIT.
009160*
009170*--------------------------------------------------------------*
009180* 7800-FIND-MANAGER - FIND THE MANAGER IN THE MANAGER TABLE,
009190*              ADDING A ZEROED ENTRY THE FIRST TIME ONE IS
009200*              SEEN.  ON RETURN WS-MGR-SUB POINTS AT THE ENTRY.
009210*              A FULL TABLE LEAVES WS-MGR-FOUND OFF AND IS
009220*              COUNTED - THAT MANAGER GETS NO NOTICE.
009230*--------------------------------------------------------------*
009240 7800-FIND-MANAGER.
009250     MOVE 'N' TO WS-MGR-FOUND-SWITCH.
009260     PERFORM 7810-SCAN-MANAGER
009270         THRU 7810-SCAN-MANAGER-EXIT
009280         VARYING WS-MGR-SUB FROM 1 BY 1
009290         UNTIL WS-MGR-SUB IS GREATER THAN WS-MGR-COUNT
009300            OR WS-MGR-FOUND.
009310     IF WS-MGR-FOUND
009320         SUBTRACT 1 FROM WS-MGR-SUB
009330         GO TO 7800-FIND-MANAGER-EXIT
009340     END-IF.
009350     IF WS-MGR-COUNT IS NOT LESS THAN WS-MGR-MAX
009360         DISPLAY "CALCBCHK MANAGER TABLE FULL - NO NOTICE FOR "
009370             WS-REF-MANAGER
009380         ADD 1 TO WS-MGR-OVERFLOW
009390         GO TO 7800-FIND-MANAGER-EXIT
009400     END-IF.
009410     ADD 1 TO WS-MGR-COUNT.
009420     MOVE WS-MGR-COUNT   TO WS-MGR-SUB.
009430     MOVE WS-REF-MANAGER TO WS-MG-MANAGER-ID (WS-MGR-SUB).
009440     MOVE ZERO TO WS-MG-CC-COUNT (WS-MGR-SUB).
009450     MOVE ZERO TO WS-MG-WARN-COUNT (WS-MGR-SUB).
009460     MOVE ZERO TO WS-MG-OVER-COUNT (WS-MGR-SUB).
009470     MOVE ZERO TO WS-MG-OVER-AMOUNT (WS-MGR-SUB).
009480     SET WS-MGR-FOUND TO TRUE.
009490 7800-FIND-MANAGER-EXIT.
009500     EXIT.
009510*
009520 7810-SCAN-MANAGER.
009530     IF WS-MG-MANAGER-ID (WS-MGR-SUB) EQUAL WS-REF-MANAGER
009540         SET WS-MGR-FOUND TO TRUE
009550     END-IF.
009560 7810-SCAN-MANAGER-EXIT.
009570     EXIT.
