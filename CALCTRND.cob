000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCTRND.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - TWELVE-MONTH TREND AND ANNUAL
000120*              STATEMENT FROM THE MSTHIST CLOSE SNAPSHOTS THAT
000130*              CALCPCLS WRITES AT EACH MONTH CLOSE.  READS EVERY
000140*              HISTORY GENERATION AND TAKES EACH KEY'S CLOSED-
000150*              MONTH COUNT AND TOTAL (THE SNAPSHOT IS TAKEN
000160*              BEFORE THE ROLL, SO ITS CURRENT BUCKET IS THE
000170*              WHOLE MONTH) FOR THE TWELVE MONTHS ENDING WITH THE
000180*              MONTH ON THE TRNPARM CARD AND THE TWELVE BEFORE
000190*              THEM.  PRINTS THE TREND GRID (ONE BLOCK PER COST
000200*              CENTER/OPERATION - EACH MONTH'S COUNT AND TOTAL
000210*              WITH THE CHANGE ON THE PRIOR MONTH AND ON THE
000220*              SAME MONTH A YEAR EARLIER), THE ANNUAL STATEMENT
000230*              (ONE PAGE PER COST CENTER, DEPARTMENT NAMED FROM
000240*              CCREF - TWELVE MONTHS AGAINST THE TWELVE BEFORE
000250*              PER OPERATION AND FOR THE DEPARTMENT), AND THE
000260*              SAME FIGURES AS A COMMA-DELIMITED FILE (TRNDOUT)
000270*              FOR FINANCE.  ENDS RC=4 WHEN ANY OF THE TWELVE
000280*              MONTHS HAS NO SNAPSHOT OR A KEY WOULD NOT FIT.
000290*--------------------------------------------------------------*
000300*
000310*--------------------------------------------------------------*
000320*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000330*  COL 10, '*' IN COL 1 IS A COMMENT (SEE CALCMEND):
000340*    MONTH    YYMM          THE LAST CLOSED MONTH OF THE TWELVE
000350*                           - REQUIRED.  2612 GIVES CALENDAR
000360*                           2026 AGAINST CALENDAR 2025
000370*--------------------------------------------------------------*
000380*
000390*--------------------------------------------------------------*
000400*  TRNDOUT FORMAT (COMMA-DELIMITED, LIKE THE CALCXTR EXTRACT):
000410*    H,<LAST MONTH>,<FIRST MONTH>,<RUN DATE>
000420*    D,<MONTH>,<COST CENTER>,<OP>,<COUNT>,<TOTAL>,
000430*      <COUNT CHANGE ON PRIOR MONTH>,<TOTAL CHANGE ON PRIOR
000440*      MONTH>,<COUNT CHANGE ON MONTH A YEAR EARLIER>,<TOTAL
000450*      CHANGE ON MONTH A YEAR EARLIER>,<DEPARTMENT NAME>
000460*      - TWELVE 'D' ROWS PER KEY, OLDEST MONTH FIRST
000470*    A,<LAST MONTH>,<COST CENTER>,<OP>,<TWELVE-MONTH COUNT>,
000480*      <TWELVE-MONTH TOTAL>,,,<COUNT CHANGE ON THE TWELVE
000490*      BEFORE>,<TOTAL CHANGE ON THE TWELVE BEFORE>,<NAME>
000500*      - ONE 'A' ROW PER KEY AFTER ITS 'D' ROWS
000510*    T,<ROW COUNT>,<HASH OF THE 'D' ROW TOTALS>
000520*  COUNTS ARE NINE DIGITS, AMOUNTS CARRY AN EXPLICIT LEADING
000530*  SIGN AND DECIMAL POINT.  A FIGURE THAT CANNOT BE GIVEN - A
000540*  MONTH WITH NO SNAPSHOT, OR A CHANGE AGAINST ONE - IS LEFT
000550*  EMPTY (TWO COMMAS TOGETHER), NOT ZERO.
000560*--------------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.  MAC.
000600 OBJECT-COMPUTER.  MAC.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT TRND-PARM-FILE   ASSIGN TO TRNPARM
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PARM-STATUS.
000660     SELECT MSTR-HIST-FILE   ASSIGN TO MSTHIST
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-HIST-STATUS.
000690     SELECT TRND-RPT-FILE    ASSIGN TO TRNDRPT
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT STMT-RPT-FILE    ASSIGN TO ANNSTMT
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT TRND-OUT-FILE    ASSIGN TO TRNDOUT
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CCREF-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  TRND-PARM-FILE
000820     RECORDING MODE IS F.
000830 01  PARM-CARD.
000840     05  PC-KEYWORD         PIC X(08).
000850     05  FILLER             PIC X(01).
000860     05  PC-VALUE           PIC X(71).
000870 01  PARM-CARD-MONTH REDEFINES PARM-CARD.
000880     05  FILLER             PIC X(09).
000890     05  PC-VALUE-MONTH     PIC 9(04).
000900     05  FILLER             PIC X(67).
000910 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
000920     05  PC-COMMENT-FLAG    PIC X(01).
000930     05  FILLER             PIC X(79).
000940*
000950 FD  MSTR-HIST-FILE
000960     RECORDING MODE IS F.
000970*    CALCPCLS CLOSE SNAPSHOT - CLOSING MONTH AND THE FULL MASTER
000980*    IMAGE AS IT STOOD BEFORE THE ROLL.
000990 01  MSTR-HIST-REC.
001000     05  MH-CLOSE-MONTH     PIC 9(04).
001010     05  MH-CLOSE-MONTH-SPLIT REDEFINES MH-CLOSE-MONTH.
001020         10  MH-CLOSE-YY    PIC 9(02).
001030         10  MH-CLOSE-MM    PIC 9(02).
001040     05  MH-MASTER-IMAGE    PIC X(139).
001050*
001060 FD  TRND-RPT-FILE
001070     RECORDING MODE IS F.
001080 01  REPORT-LINE            PIC X(80).
001090*
001100 FD  STMT-RPT-FILE
001110     RECORDING MODE IS F.
001120 01  STMT-LINE              PIC X(80).
001130*
001140 FD  TRND-OUT-FILE
001150     RECORDING MODE IS F.
001160 01  TRND-OUT-REC           PIC X(120).
001170*
001180 FD  CALC-CCREF-FILE
001190     RECORDING MODE IS F.
001200     COPY CCREFREC.
001210*
001220 WORKING-STORAGE SECTION.
001230 77  WS-PARM-STATUS         PIC X(02).
001240 77  WS-HIST-STATUS         PIC X(02).
001250 77  WS-CCREF-STATUS        PIC X(02).
001260 77  WS-PARM-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001270     88  WS-PARM-EOF                       VALUE 'Y'.
001280 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
001290     88  WS-PARM-ERROR                     VALUE 'Y'.
001300 77  WS-MONTH-GIVEN-SWITCH  PIC X(01)      VALUE 'N'.
001310     88  WS-MONTH-GIVEN                    VALUE 'Y'.
001320 77  WS-HIST-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001330     88  WS-HIST-EOF                       VALUE 'Y'.
001340 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
001350     88  WS-CCREF-EOF                      VALUE 'Y'.
001360 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001370     88  WS-REF-FOUND                      VALUE 'Y'.
001380 77  WS-KEY-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001390     88  WS-KEY-FOUND                      VALUE 'Y'.
001400 77  WS-SWAP-SWITCH         PIC X(01)      VALUE 'N'.
001410     88  WS-SWAPPED                        VALUE 'Y'.
001420 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
001430     88  WS-FATAL-STOP                     VALUE 'Y'.
001440 77  WS-YEARS-SWITCH        PIC X(01)      VALUE 'N'.
001450     88  WS-YEARS-COMPARABLE               VALUE 'Y'.
001460 77  WS-FIRST-CC-SWITCH     PIC X(01)      VALUE 'Y'.
001470     88  WS-FIRST-CC                       VALUE 'Y'.
001480 77  WS-KEY-COUNT           PIC 9(05) COMP  VALUE ZERO.
001490 77  WS-KEY-MAX             PIC 9(05) COMP  VALUE 500.
001500 77  WS-KEY-SUB             PIC 9(05) COMP  VALUE ZERO.
001510 77  WS-KEY-SUB2            PIC 9(05) COMP  VALUE ZERO.
001520 77  WS-SORT-LIMIT          PIC 9(05) COMP  VALUE ZERO.
001530 77  WS-MON-SUB             PIC 9(05) COMP  VALUE ZERO.
001540 77  WS-CMP-SUB             PIC 9(05) COMP  VALUE ZERO.
001550 77  WS-MON-INDEX           PIC S9(05) COMP VALUE ZERO.
001560 77  WS-END-ABS-MONTH       PIC 9(05) COMP  VALUE ZERO.
001570 77  WS-SNAP-ABS-MONTH      PIC 9(05) COMP  VALUE ZERO.
001580 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
001590 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
001600 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001610 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
001620 77  WS-SNAP-READ           PIC 9(07) COMP  VALUE ZERO.
001630 77  WS-SNAP-USED           PIC 9(07) COMP  VALUE ZERO.
001640 77  WS-SNAP-OTHER          PIC 9(07) COMP  VALUE ZERO.
001650 77  WS-SNAP-DUP            PIC 9(07) COMP  VALUE ZERO.
001660 77  WS-OVERFLOW-COUNT      PIC 9(07) COMP  VALUE ZERO.
001670 77  WS-CUR-MISSING         PIC 9(05) COMP  VALUE ZERO.
001680 77  WS-PRV-MISSING         PIC 9(05) COMP  VALUE ZERO.
001690 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001700 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001710 77  WS-STMT-PAGE-NO        PIC 9(05) COMP  VALUE ZERO.
001720 77  WS-STMT-LINE-COUNT     PIC 9(05) COMP  VALUE ZERO.
001730 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001740 77  WS-PRINT-LINE          PIC X(80).
001750 77  WS-SAVE-PRINT-LINE     PIC X(80).
001760 77  WS-LOOKUP-OPERATION    PIC X(01).
001770 77  WS-LOOKUP-COST-CENTER  PIC X(04).
001780 77  WS-PREV-COST-CENTER    PIC X(04)      VALUE SPACE.
001790 77  WS-RUN-DATE            PIC 9(06).
001800 77  WS-ROW-COUNT           PIC 9(07)      VALUE ZERO.
001810 77  WS-HASH-TOTAL          PIC S9(15)V99
001820                        SIGN IS LEADING SEPARATE CHARACTER
001830                            VALUE ZERO.
001840 77  WS-YR-COUNT            PIC 9(09)      VALUE ZERO.
001850 77  WS-YR-TOTAL            PIC S9(13)V99
001860                        SIGN IS LEADING SEPARATE CHARACTER
001870                            VALUE ZERO.
001880 77  WS-PY-COUNT            PIC 9(09)      VALUE ZERO.
001890 77  WS-PY-TOTAL            PIC S9(13)V99
001900                        SIGN IS LEADING SEPARATE CHARACTER
001910                            VALUE ZERO.
001920 77  WS-DEPT-YR-COUNT       PIC 9(09)      VALUE ZERO.
001930 77  WS-DEPT-YR-TOTAL       PIC S9(13)V99
001940                        SIGN IS LEADING SEPARATE CHARACTER
001950                            VALUE ZERO.
001960 77  WS-DEPT-PY-COUNT       PIC 9(09)      VALUE ZERO.
001970 77  WS-DEPT-PY-TOTAL       PIC S9(13)V99
001980                        SIGN IS LEADING SEPARATE CHARACTER
001990                            VALUE ZERO.
002000 77  WS-CHG-COUNT           PIC S9(09)
002010                        SIGN IS LEADING SEPARATE CHARACTER
002020                            VALUE ZERO.
002030 77  WS-CHG-TOTAL           PIC S9(13)V99
002040                        SIGN IS LEADING SEPARATE CHARACTER
002050                            VALUE ZERO.
002060 77  WS-CHG-PCT             PIC S9(05)V9   VALUE ZERO.
002070 77  WS-ST-BASE-COUNT       PIC 9(09)      VALUE ZERO.
002080 77  WS-ST-BASE-TOTAL       PIC S9(13)V99
002090                        SIGN IS LEADING SEPARATE CHARACTER
002100                            VALUE ZERO.
002110 77  WS-ST-PRIOR-COUNT      PIC 9(09)      VALUE ZERO.
002120 77  WS-ST-PRIOR-TOTAL      PIC S9(13)V99
002130                        SIGN IS LEADING SEPARATE CHARACTER
002140                            VALUE ZERO.
002150 77  WS-EXT-COUNT           PIC 9(09).
002160 77  WS-EXT-TOTAL           PIC +9(13).99.
002170 77  WS-EXT-CHG-COUNT       PIC +9(09).
002180 77  WS-EXT-HASH            PIC +9(15).99.
002190 77  WS-OUT-ROW-TYPE        PIC X(01).
002200 77  WS-OUT-MONTH           PIC 9(04).
002210 77  WS-OUT-COUNT           PIC X(10).
002220 77  WS-OUT-TOTAL           PIC X(17).
002230 77  WS-OUT-MOM-COUNT       PIC X(10).
002240 77  WS-OUT-MOM-TOTAL       PIC X(17).
002250 77  WS-OUT-YOY-COUNT       PIC X(10).
002260 77  WS-OUT-YOY-TOTAL       PIC X(17).
002270 77  WS-BUILD-LINE          PIC X(120).
002280*
002290 01  WS-END-MONTH           PIC 9(04)      VALUE ZERO.
002300 01  WS-END-MONTH-SPLIT REDEFINES WS-END-MONTH.
002310     05  WS-END-YY          PIC 9(02).
002320     05  WS-END-MM          PIC 9(02).
002330 01  WS-STEP-MONTH          PIC 9(04)      VALUE ZERO.
002340 01  WS-STEP-MONTH-SPLIT REDEFINES WS-STEP-MONTH.
002350     05  WS-STEP-YY         PIC 9(02).
002360     05  WS-STEP-MM         PIC 9(02).
002370*
002380*    THE TWENTY-FOUR MONTHS ON THE RUN, OLDEST FIRST - 1-12 ARE
002390*    THE YEAR BEFORE, 13-24 THE TWELVE MONTHS REPORTED - AND
002400*    WHETHER ANY SNAPSHOT WAS FOUND FOR EACH.  A KEY MISSING
002410*    FROM A MONTH THAT HAS A SNAPSHOT SIMPLY HAD NO ACTIVITY (OR
002420*    DID NOT YET EXIST); A MONTH WITH NO SNAPSHOT AT ALL IS
002430*    UNKNOWN AND NO CHANGE IS WORKED AGAINST IT.
002440 01  WS-MONTH-TABLE.
002450     05  WS-MONTH-ENTRY OCCURS 24 TIMES.
002460         10  WS-MT-MONTH        PIC 9(04).
002470         10  WS-MT-PRESENT      PIC X(01).
002480*
002490*    ONE ENTRY PER OPERATION/COST-CENTER KEY FOUND IN THE
002500*    SNAPSHOTS, WITH ITS CLOSED-MONTH FIGURES FOR EACH OF THE
002510*    TWENTY-FOUR MONTHS AND WHETHER THAT MONTH HAS BEEN TAKEN
002520*    (SO A SNAPSHOT GENERATION CATALOGED TWICE FOR THE SAME
002530*    MONTH IS NOT COUNTED TWICE).
002540 01  WS-KEY-TABLE.
002550     05  WS-KEY-ENTRY OCCURS 500 TIMES.
002560         10  WS-KT-SORT-KEY.
002570             15  WS-KT-COST-CENTER  PIC X(04).
002580             15  WS-KT-OPERATION    PIC X(01).
002590         10  WS-KT-MONTH OCCURS 24 TIMES.
002600             15  WS-KT-COUNT        PIC 9(09).
002610             15  WS-KT-TOTAL        PIC S9(13)V99
002620                        SIGN IS LEADING SEPARATE CHARACTER.
002630             15  WS-KT-TAKEN        PIC X(01).
002640 01  WS-HOLD-KEY-ENTRY      PIC X(629).
002650*
002660 01  WS-HIST-ENTRY          PIC X(139).
002670 COPY CALCMSTR
002680     REPLACING ==01  CALCMSTR== BY
002690             ==01  WS-HIST-MSTR REDEFINES WS-HIST-ENTRY==
002700               ==CM-KEY==            BY ==HM-KEY==
002710               ==CM-OPERATION==      BY ==HM-OPERATION==
002720               ==CM-COST-CENTER==    BY ==HM-COST-CENTER==
002730               ==CM-POST-COUNT==     BY ==HM-POST-COUNT==
002740               ==CM-TOTAL==          BY ==HM-TOTAL==
002750               ==CM-HIGH-RESULT==    BY ==HM-HIGH-RESULT==
002760               ==CM-LOW-RESULT==     BY ==HM-LOW-RESULT==
002770               ==CM-LAST-POST-DATE== BY ==HM-LAST-POST-DATE==
002780               ==CM-CUR-COUNT==      BY ==HM-CUR-COUNT==
002790               ==CM-CUR-TOTAL==      BY ==HM-CUR-TOTAL==
002800               ==CM-PRV-COUNT==      BY ==HM-PRV-COUNT==
002810               ==CM-PRV-TOTAL==      BY ==HM-PRV-TOTAL==
002820               ==CM-YTD-COUNT==      BY ==HM-YTD-COUNT==
002830               ==CM-YTD-TOTAL==      BY ==HM-YTD-TOTAL==.
002840*
002850 01  WS-REF-TABLE.
002860     05  WS-REF-ENTRY OCCURS 100 TIMES.
002870         10  WS-REF-CODE        PIC X(04).
002880         10  WS-REF-DEPT-NAME   PIC X(20).
002890*
002900*--------------------------------------------------------------*
002910* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
002920* HDG-LINE-1/2, KEY-LINE AND DET-LINE ARE THE TREND GRID;
002930* STH-LINE-1/2, CC-HDG-LINE AND ST-LINE THE ANNUAL STATEMENT.
002940*--------------------------------------------------------------*
002950 01  HDG-LINE-1.
002960     05  FILLER             PIC X(01)      VALUE SPACE.
002970     05  FILLER             PIC X(34)      VALUE
002980             "CALCTRND TWELVE-MONTH TREND".
002990     05  FILLER             PIC X(06)      VALUE "TO".
003000     05  HDG1-MONTH         PIC 9(04).
003010     05  FILLER             PIC X(06)      VALUE "  PAGE".
003020     05  HDG1-PAGE-NO       PIC ZZZZ9.
003030     05  FILLER             PIC X(24)      VALUE SPACE.
003040 01  HDG-LINE-2.
003050     05  FILLER             PIC X(01)      VALUE SPACE.
003060     05  FILLER             PIC X(05)      VALUE "MONTH".
003070     05  FILLER             PIC X(12)      VALUE
003080             "      COUNT".
003090     05  FILLER             PIC X(21)      VALUE
003100             "               TOTAL".
003110     05  FILLER             PIC X(21)      VALUE
003120             "     CHG PRIOR MONTH".
003130     05  FILLER             PIC X(20)      VALUE
003140             " CHG MONTH LAST YEAR".
003150 01  KEY-LINE.
003160     05  FILLER             PIC X(01)      VALUE SPACE.
003170     05  FILLER             PIC X(12)      VALUE "COST CENTER".
003180     05  KEY-COST-CENTER    PIC X(04).
003190     05  FILLER             PIC X(02)      VALUE SPACE.
003200     05  KEY-DEPT-NAME      PIC X(20).
003210     05  FILLER             PIC X(04)      VALUE "OP".
003220     05  KEY-OPERATION      PIC X(01).
003230     05  FILLER             PIC X(36)      VALUE SPACE.
003240 01  DET-LINE.
003250     05  FILLER             PIC X(01)      VALUE SPACE.
003260     05  DET-MONTH          PIC X(05).
003270     05  DET-FIGURES.
003280         10  DET-COUNT      PIC ZZZ,ZZZ,ZZ9.
003290         10  FILLER         PIC X(01)      VALUE SPACE.
003300         10  DET-TOTAL      PIC -Z(4),ZZZ,ZZZ,ZZ9.99.
003310     05  DET-FIGURES-X REDEFINES DET-FIGURES
003320                            PIC X(32).
003330     05  FILLER             PIC X(01)      VALUE SPACE.
003340     05  DET-MOM            PIC -Z(4),ZZZ,ZZZ,ZZ9.99.
003350     05  DET-MOM-X REDEFINES DET-MOM
003360                            PIC X(20).
003370     05  FILLER             PIC X(01)      VALUE SPACE.
003380     05  DET-YOY            PIC -Z(4),ZZZ,ZZZ,ZZ9.99.
003390     05  DET-YOY-X REDEFINES DET-YOY
003400                            PIC X(20).
003410 01  STH-LINE-1.
003420     05  FILLER             PIC X(01)      VALUE SPACE.
003430     05  FILLER             PIC X(34)      VALUE
003440             "CALCTRND ANNUAL STATEMENT".
003450     05  FILLER             PIC X(06)      VALUE "TO".
003460     05  STH1-MONTH         PIC 9(04).
003470     05  FILLER             PIC X(06)      VALUE "  PAGE".
003480     05  STH1-PAGE-NO       PIC ZZZZ9.
003490     05  FILLER             PIC X(24)      VALUE SPACE.
003500 01  STH-LINE-2.
003510     05  FILLER             PIC X(01)      VALUE SPACE.
003520     05  FILLER             PIC X(04)      VALUE "OP".
003530     05  FILLER             PIC X(14)      VALUE "PERIOD".
003540     05  FILLER             PIC X(12)      VALUE
003550             "       COUNT".
003560     05  FILLER             PIC X(21)      VALUE
003570             "                TOTAL".
003580     05  FILLER             PIC X(10)      VALUE
003590             "   PCT CHG".
003600     05  FILLER             PIC X(18)      VALUE SPACE.
003610 01  CC-HDG-LINE.
003620     05  FILLER             PIC X(01)      VALUE SPACE.
003630     05  FILLER             PIC X(12)      VALUE "COST CENTER".
003640     05  CC-HDG-CODE        PIC X(04).
003650     05  FILLER             PIC X(02)      VALUE SPACE.
003660     05  CC-HDG-NAME        PIC X(20).
003670     05  FILLER             PIC X(41)      VALUE SPACE.
003680 01  ST-LINE.
003690     05  FILLER             PIC X(01)      VALUE SPACE.
003700     05  ST-OPERATION       PIC X(04).
003710     05  ST-PERIOD          PIC X(14).
003720     05  ST-FIGURES.
003730         10  ST-COUNT       PIC -ZZZ,ZZZ,ZZ9.
003740         10  FILLER         PIC X(01)      VALUE SPACE.
003750         10  ST-TOTAL       PIC -Z(4),ZZZ,ZZZ,ZZ9.99.
003760     05  ST-FIGURES-X REDEFINES ST-FIGURES
003770                            PIC X(33).
003780     05  FILLER             PIC X(02)      VALUE SPACE.
003790     05  ST-PCT             PIC -ZZZZ9.9.
003800     05  ST-PCT-X REDEFINES ST-PCT
003810                            PIC X(08).
003820     05  FILLER             PIC X(18)      VALUE SPACE.
003830 01  ST-PERIOD-BUILD.
003840     05  ST-PB-FROM         PIC 9(04).
003850     05  FILLER             PIC X(04)      VALUE " TO ".
003860     05  ST-PB-TO           PIC 9(04).
003870     05  FILLER             PIC X(02)      VALUE SPACE.
003880 01  TOT-LINE.
003890     05  FILLER             PIC X(01)      VALUE SPACE.
003900     05  TOT-LABEL          PIC X(36).
003910     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
003920     05  FILLER             PIC X(32)      VALUE SPACE.
003930 01  MISS-LINE.
003940     05  FILLER             PIC X(01)      VALUE SPACE.
003950     05  FILLER             PIC X(24)      VALUE
003960             "NO CLOSE SNAPSHOT FOR".
003970     05  MISS-MONTH         PIC 9(04).
003980     05  FILLER             PIC X(51)      VALUE SPACE.
003990*
004000 PROCEDURE DIVISION.
004010*--------------------------------------------------------------*
004020* 0000-MAINLINE
004030*--------------------------------------------------------------*
004040 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE
004060         THRU 1000-INITIALIZE-EXIT.
004070     IF NOT WS-FATAL-STOP
004080         PERFORM 2000-LOAD-SNAPSHOTS
004090             THRU 2000-LOAD-SNAPSHOTS-EXIT
004100         PERFORM 4000-PRINT-TREND
004110             THRU 4000-PRINT-TREND-EXIT
004120         PERFORM 5000-PRINT-STATEMENTS
004130             THRU 5000-PRINT-STATEMENTS-EXIT
004140     END-IF.
004150     PERFORM 3000-TERMINATE
004160         THRU 3000-TERMINATE-EXIT.
004170     STOP RUN.
004180*
004190*--------------------------------------------------------------*
004200* 1000-INITIALIZE - READ THE CONTROL CARD, LAY OUT THE TWENTY-
004210*              FOUR MONTHS, OPEN THE FILES, WRITE THE DELIMITED
004220*              HEADER ROW AND LOAD THE COST-CENTER REFERENCE
004230*              TABLE.  NO MONTH, A BAD CARD OR A HISTORY FILE
004240*              THAT WILL NOT OPEN ENDS RC=12.
004250*--------------------------------------------------------------*
004260 1000-INITIALIZE.
004270     PERFORM 1100-READ-PARMS
004280         THRU 1100-READ-PARMS-EXIT.
004290     IF WS-PARM-ERROR OR NOT WS-MONTH-GIVEN
004300         OR WS-END-MM EQUAL ZERO
004310         OR WS-END-MM IS GREATER THAN 12
004320         DISPLAY "CALCTRND NEEDS A VALID MONTH CONTROL CARD."
004330         MOVE 12 TO RETURN-CODE
004340         SET WS-FATAL-STOP TO TRUE
004350         GO TO 1000-INITIALIZE-EXIT
004360     END-IF.
004370     PERFORM 1300-BUILD-MONTHS
004380         THRU 1300-BUILD-MONTHS-EXIT.
004390     OPEN INPUT MSTR-HIST-FILE.
004400     IF WS-HIST-STATUS NOT EQUAL "00"
004410         DISPLAY "CALCTRND CANNOT OPEN SNAPSHOTS, STATUS "
004420             WS-HIST-STATUS
004430         MOVE 12 TO RETURN-CODE
004440         SET WS-FATAL-STOP TO TRUE
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF.
004470     OPEN OUTPUT TRND-RPT-FILE.
004480     OPEN OUTPUT STMT-RPT-FILE.
004490     OPEN OUTPUT TRND-OUT-FILE.
004500     ACCEPT WS-RUN-DATE FROM DATE.
004510     MOVE SPACE TO WS-BUILD-LINE.
004520     STRING "H," WS-END-MONTH "," WS-MT-MONTH (13) ","
004530            WS-RUN-DATE
004540         DELIMITED BY SIZE INTO WS-BUILD-LINE.
004550     WRITE TRND-OUT-REC FROM WS-BUILD-LINE.
004560     PERFORM 1200-LOAD-REF-TABLE
004570         THRU 1200-LOAD-REF-TABLE-EXIT.
004580 1000-INITIALIZE-EXIT.
004590     EXIT.
004600*
004610*--------------------------------------------------------------*
004620* 1100-READ-PARMS - READ THE MONTH CONTROL CARD.
004630*--------------------------------------------------------------*
004640 1100-READ-PARMS.
004650     OPEN INPUT TRND-PARM-FILE.
004660     IF WS-PARM-STATUS NOT EQUAL "00"
004670         GO TO 1100-READ-PARMS-EXIT
004680     END-IF.
004690     PERFORM 1110-READ-ONE-PARM
004700         THRU 1110-READ-ONE-PARM-EXIT
004710         UNTIL WS-PARM-EOF.
004720     CLOSE TRND-PARM-FILE.
004730 1100-READ-PARMS-EXIT.
004740     EXIT.
004750*
004760 1110-READ-ONE-PARM.
004770     READ TRND-PARM-FILE
004780         AT END
004790             SET WS-PARM-EOF TO TRUE
004800             GO TO 1110-READ-ONE-PARM-EXIT
004810     END-READ.
004820     IF PARM-CARD = SPACE
004830         OR PC-COMMENT-FLAG = '*'
004840         GO TO 1110-READ-ONE-PARM-EXIT
004850     END-IF.
004860     IF PC-KEYWORD = "MONTH"
004870         IF PC-VALUE-MONTH IS NUMERIC
004880             MOVE PC-VALUE-MONTH TO WS-END-MONTH
004890             SET WS-MONTH-GIVEN TO TRUE
004900         ELSE
004910             PERFORM 1120-FLAG-BAD-PARM
004920                 THRU 1120-FLAG-BAD-PARM-EXIT
004930         END-IF
004940     ELSE
004950         PERFORM 1120-FLAG-BAD-PARM
004960             THRU 1120-FLAG-BAD-PARM-EXIT
004970     END-IF.
004980 1110-READ-ONE-PARM-EXIT.
004990     EXIT.
005000*
005010 1120-FLAG-BAD-PARM.
005020     DISPLAY "CALCTRND BAD CONTROL CARD: " PARM-CARD.
005030     SET WS-PARM-ERROR TO TRUE.
005040 1120-FLAG-BAD-PARM-EXIT.
005050     EXIT.
005060*
005070*--------------------------------------------------------------*
005080* 1200-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
005090*              THE REPORTS CAN NAME EACH DEPARTMENT.  A MISSING
005100*              CCREF FILE JUST LEAVES THE NAMES BLANK.
005110*--------------------------------------------------------------*
005120 1200-LOAD-REF-TABLE.
005130     MOVE ZERO TO WS-REF-COUNT.
005140     OPEN INPUT CALC-CCREF-FILE.
005150     IF WS-CCREF-STATUS NOT EQUAL "00"
005160         GO TO 1200-LOAD-REF-TABLE-EXIT
005170     END-IF.
005180     PERFORM 1210-READ-ONE-REF
005190         THRU 1210-READ-ONE-REF-EXIT
005200         UNTIL WS-CCREF-EOF.
005210     CLOSE CALC-CCREF-FILE.
005220 1200-LOAD-REF-TABLE-EXIT.
005230     EXIT.
005240*
005250 1210-READ-ONE-REF.
005260     READ CALC-CCREF-FILE
005270         AT END
005280             SET WS-CCREF-EOF TO TRUE
005290             GO TO 1210-READ-ONE-REF-EXIT
005300     END-READ.
005310     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
005320         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
005330             CCREFREC
005340         GO TO 1210-READ-ONE-REF-EXIT
005350     END-IF.
005360     ADD 1 TO WS-REF-COUNT.
005370     MOVE CC-CODE      TO WS-REF-CODE (WS-REF-COUNT).
005380     MOVE CC-DEPT-NAME TO WS-REF-DEPT-NAME (WS-REF-COUNT).
005390 1210-READ-ONE-REF-EXIT.
005400     EXIT.
005410*
005420*--------------------------------------------------------------*
005430* 1300-BUILD-MONTHS - FILL THE MONTH TABLE BACKWARDS FROM THE
005440*              CARD MONTH (ENTRY 24) TO THE MONTH TWENTY-THREE
005450*              MONTHS BEFORE IT (ENTRY 1), NONE YET PRESENT.
005460*--------------------------------------------------------------*
005470 1300-BUILD-MONTHS.
005480     COMPUTE WS-END-ABS-MONTH = WS-END-YY * 12 + WS-END-MM.
005490     MOVE WS-END-MONTH TO WS-STEP-MONTH.
005500     PERFORM 1310-STEP-BACK-MONTH
005510         THRU 1310-STEP-BACK-MONTH-EXIT
005520         VARYING WS-MON-SUB FROM 24 BY -1
005530         UNTIL WS-MON-SUB IS LESS THAN 1.
005540 1300-BUILD-MONTHS-EXIT.
005550     EXIT.
005560*
005570 1310-STEP-BACK-MONTH.
005580     MOVE WS-STEP-MONTH TO WS-MT-MONTH (WS-MON-SUB).
005590     MOVE 'N'           TO WS-MT-PRESENT (WS-MON-SUB).
005600     IF WS-STEP-MM EQUAL 1
005610         MOVE 12 TO WS-STEP-MM
005620         IF WS-STEP-YY EQUAL ZERO
005630             MOVE 99 TO WS-STEP-YY
005640         ELSE
005650             SUBTRACT 1 FROM WS-STEP-YY
005660         END-IF
005670     ELSE
005680         SUBTRACT 1 FROM WS-STEP-MM
005690     END-IF.
005700 1310-STEP-BACK-MONTH-EXIT.
005710     EXIT.
005720*
005730*--------------------------------------------------------------*
005740* 2000-LOAD-SNAPSHOTS - READ EVERY CLOSE SNAPSHOT AND FILE EACH
005750*              KEY'S CLOSED-MONTH COUNT AND TOTAL UNDER ITS MONTH.
005760*              SNAPSHOTS OUTSIDE THE TWENTY-FOUR MONTHS ARE
005770*              PASSED OVER.
005780*--------------------------------------------------------------*
005790 2000-LOAD-SNAPSHOTS.
005800     PERFORM 2100-READ-ONE-SNAPSHOT
005810         THRU 2100-READ-ONE-SNAPSHOT-EXIT
005820         UNTIL WS-HIST-EOF.
005830     PERFORM 2200-COUNT-MISSING
005840         THRU 2200-COUNT-MISSING-EXIT
005850         VARYING WS-MON-SUB FROM 1 BY 1
005860         UNTIL WS-MON-SUB IS GREATER THAN 24.
005870     IF WS-CUR-MISSING EQUAL ZERO
005880         AND WS-PRV-MISSING EQUAL ZERO
005890         SET WS-YEARS-COMPARABLE TO TRUE
005900     END-IF.
005910 2000-LOAD-SNAPSHOTS-EXIT.
005920     EXIT.
005930*
005940 2100-READ-ONE-SNAPSHOT.
005950     READ MSTR-HIST-FILE
005960         AT END
005970             SET WS-HIST-EOF TO TRUE
005980             GO TO 2100-READ-ONE-SNAPSHOT-EXIT
005990     END-READ.
006000     ADD 1 TO WS-SNAP-READ.
006010     IF MH-CLOSE-MONTH IS NOT NUMERIC
006020         OR MH-CLOSE-MM EQUAL ZERO
006030         OR MH-CLOSE-MM IS GREATER THAN 12
006040         ADD 1 TO WS-SNAP-OTHER
006050         GO TO 2100-READ-ONE-SNAPSHOT-EXIT
006060     END-IF.
006070     COMPUTE WS-SNAP-ABS-MONTH = MH-CLOSE-YY * 12 + MH-CLOSE-MM.
006080     COMPUTE WS-MON-INDEX =
006090         WS-SNAP-ABS-MONTH - WS-END-ABS-MONTH + 24.
006100     IF WS-MON-INDEX IS LESS THAN 1
006110         OR WS-MON-INDEX IS GREATER THAN 24
006120         ADD 1 TO WS-SNAP-OTHER
006130         GO TO 2100-READ-ONE-SNAPSHOT-EXIT
006140     END-IF.
006150     MOVE WS-MON-INDEX    TO WS-MON-SUB.
006160     MOVE 'Y'             TO WS-MT-PRESENT (WS-MON-SUB).
006170     MOVE MH-MASTER-IMAGE TO WS-HIST-ENTRY.
006180     MOVE HM-OPERATION    TO WS-LOOKUP-OPERATION.
006190     MOVE HM-COST-CENTER  TO WS-LOOKUP-COST-CENTER.
006200     PERFORM 7700-FIND-KEY
006210         THRU 7700-FIND-KEY-EXIT.
006220     IF NOT WS-KEY-FOUND
006230         GO TO 2100-READ-ONE-SNAPSHOT-EXIT
006240     END-IF.
006250     IF WS-KT-TAKEN (WS-KEY-SUB, WS-MON-SUB) EQUAL 'Y'
006260         DISPLAY "CALCTRND DUPLICATE SNAPSHOT FOR "
006270             MH-CLOSE-MONTH " KEY " HM-KEY " - SKIPPED"
006280         ADD 1 TO WS-SNAP-DUP
006290         GO TO 2100-READ-ONE-SNAPSHOT-EXIT
006300     END-IF.
006310     MOVE 'Y'          TO WS-KT-TAKEN (WS-KEY-SUB, WS-MON-SUB).
006320     MOVE HM-CUR-COUNT TO WS-KT-COUNT (WS-KEY-SUB, WS-MON-SUB).
006330     MOVE HM-CUR-TOTAL TO WS-KT-TOTAL (WS-KEY-SUB, WS-MON-SUB).
006340     ADD 1 TO WS-SNAP-USED.
006350 2100-READ-ONE-SNAPSHOT-EXIT.
006360     EXIT.
006370*
006380 2200-COUNT-MISSING.
006390     IF WS-MT-PRESENT (WS-MON-SUB) EQUAL 'Y'
006400         GO TO 2200-COUNT-MISSING-EXIT
006410     END-IF.
006420     IF WS-MON-SUB IS GREATER THAN 12
006430         ADD 1 TO WS-CUR-MISSING
006440     ELSE
006450         ADD 1 TO WS-PRV-MISSING
006460     END-IF.
006470 2200-COUNT-MISSING-EXIT.
006480     EXIT.
006490*
006500*--------------------------------------------------------------*
006510* 3000-TERMINATE - WRITE THE TRAILER ROW, CLOSE THE FILES,
006520*              REPORT THE RUN TOTALS AND SET THE RETURN CODE: 4
006530*              WHEN A MONTH OF THE TWELVE HAS NO SNAPSHOT OR A
006540*              KEY WAS LEFT OFF.
006550*--------------------------------------------------------------*
006560 3000-TERMINATE.
006570     IF WS-FATAL-STOP
006580         DISPLAY "CALCTRND ENDED WITHOUT A REPORT."
006590         GO TO 3000-TERMINATE-EXIT
006600     END-IF.
006610     MOVE WS-HASH-TOTAL TO WS-EXT-HASH.
006620     MOVE SPACE TO WS-BUILD-LINE.
006630     STRING "T,"
006640            WS-ROW-COUNT ","
006650            WS-EXT-HASH
006660         DELIMITED BY SIZE INTO WS-BUILD-LINE.
006670     WRITE TRND-OUT-REC FROM WS-BUILD-LINE.
006680     CLOSE MSTR-HIST-FILE.
006690     CLOSE TRND-RPT-FILE.
006700     CLOSE STMT-RPT-FILE.
006710     CLOSE TRND-OUT-FILE.
006720     DISPLAY "CALCTRND KEYS REPORTED " WS-KEY-COUNT ".".
006730     DISPLAY "CALCTRND ROWS WRITTEN  " WS-ROW-COUNT ".".
006740     IF WS-CUR-MISSING IS GREATER THAN ZERO
006750         OR WS-OVERFLOW-COUNT IS GREATER THAN ZERO
006760         DISPLAY "CALCTRND YEAR INCOMPLETE - RC=4."
006770         MOVE 4 TO RETURN-CODE
006780     END-IF.
006790 3000-TERMINATE-EXIT.
006800     EXIT.
006810*
006820*--------------------------------------------------------------*
006830* 4000-PRINT-TREND - SORT THE KEY TABLE INTO COST-CENTER/
006840*              OPERATION ORDER, PRINT EACH KEY'S BLOCK OF THE
006850*              GRID (WRITING ITS DELIMITED ROWS AS IT GOES), THEN
006860*              THE RUN TOTALS AND THE MONTHS WITH NO SNAPSHOT.
006870*--------------------------------------------------------------*
006880 4000-PRINT-TREND.
006890     PERFORM 4100-SORT-TABLE
006900         THRU 4100-SORT-TABLE-EXIT.
006910     PERFORM 7000-WRITE-HEADERS
006920         THRU 7000-WRITE-HEADERS-EXIT.
006930     PERFORM 4200-PRINT-ONE-KEY
006940         THRU 4200-PRINT-ONE-KEY-EXIT
006950         VARYING WS-KEY-SUB FROM 1 BY 1
006960         UNTIL WS-KEY-SUB IS GREATER THAN WS-KEY-COUNT.
006970     PERFORM 4400-PRINT-TOTALS
006980         THRU 4400-PRINT-TOTALS-EXIT.
006990 4000-PRINT-TREND-EXIT.
007000     EXIT.
007010*
007020*--------------------------------------------------------------*
007030* 4100-SORT-TABLE - EXCHANGE-SORT THE KEY TABLE INTO
007040*              COST-CENTER/OPERATION ORDER.
007050*--------------------------------------------------------------*
007060 4100-SORT-TABLE.
007070     IF WS-KEY-COUNT IS LESS THAN 2
007080         GO TO 4100-SORT-TABLE-EXIT
007090     END-IF.
007100     SET WS-SWAPPED TO TRUE.
007110     PERFORM 4110-SORT-PASS
007120         THRU 4110-SORT-PASS-EXIT
007130         UNTIL NOT WS-SWAPPED.
007140 4100-SORT-TABLE-EXIT.
007150     EXIT.
007160*
007170 4110-SORT-PASS.
007180     MOVE 'N' TO WS-SWAP-SWITCH.
007190     COMPUTE WS-SORT-LIMIT = WS-KEY-COUNT - 1.
007200     PERFORM 4120-COMPARE-PAIR
007210         THRU 4120-COMPARE-PAIR-EXIT
007220         VARYING WS-KEY-SUB FROM 1 BY 1
007230         UNTIL WS-KEY-SUB IS GREATER THAN WS-SORT-LIMIT.
007240 4110-SORT-PASS-EXIT.
007250     EXIT.
007260*
007270 4120-COMPARE-PAIR.
007280     COMPUTE WS-KEY-SUB2 = WS-KEY-SUB + 1.
007290     IF WS-KT-SORT-KEY (WS-KEY-SUB) IS GREATER THAN
007300         WS-KT-SORT-KEY (WS-KEY-SUB2)
007310         MOVE WS-KEY-ENTRY (WS-KEY-SUB)  TO WS-HOLD-KEY-ENTRY
007320         MOVE WS-KEY-ENTRY (WS-KEY-SUB2)
007330             TO WS-KEY-ENTRY (WS-KEY-SUB)
007340         MOVE WS-HOLD-KEY-ENTRY TO WS-KEY-ENTRY (WS-KEY-SUB2)
007350         SET WS-SWAPPED TO TRUE
007360     END-IF.
007370 4120-COMPARE-PAIR-EXIT.
007380     EXIT.
007390*
007400*--------------------------------------------------------------*
007410* 4200-PRINT-ONE-KEY - ONE BLOCK OF THE GRID: THE KEY LINE, THE
007420*              TWELVE MONTHS OLDEST FIRST, AND THE TWELVE-MONTH
007430*              LINE WITH ITS CHANGE ON THE TWELVE BEFORE (GIVEN
007440*              ONLY WHEN ALL TWENTY-FOUR MONTHS HAVE SNAPSHOTS).
007450*              A BLOCK IS NOT SPLIT ACROSS PAGES.
007460*--------------------------------------------------------------*
007470 4200-PRINT-ONE-KEY.
007480     IF WS-LINE-COUNT + 15 IS GREATER THAN WS-LINES-PER-PAGE
007490         PERFORM 7000-WRITE-HEADERS
007500             THRU 7000-WRITE-HEADERS-EXIT
007510     END-IF.
007520     MOVE SPACE TO WS-PRINT-LINE.
007530     PERFORM 7500-PRINT-LINE
007540         THRU 7500-PRINT-LINE-EXIT.
007550     MOVE WS-KT-COST-CENTER (WS-KEY-SUB) TO WS-PREV-COST-CENTER.
007560     PERFORM 7600-FIND-REF-NAME
007570         THRU 7600-FIND-REF-NAME-EXIT.
007580     MOVE WS-KT-COST-CENTER (WS-KEY-SUB) TO KEY-COST-CENTER.
007590     MOVE WS-REF-NAME                    TO KEY-DEPT-NAME.
007600     MOVE WS-KT-OPERATION (WS-KEY-SUB)   TO KEY-OPERATION.
007610     MOVE KEY-LINE TO WS-PRINT-LINE.
007620     PERFORM 7500-PRINT-LINE
007630         THRU 7500-PRINT-LINE-EXIT.
007640     PERFORM 4300-PRINT-ONE-MONTH
007650         THRU 4300-PRINT-ONE-MONTH-EXIT
007660         VARYING WS-MON-SUB FROM 13 BY 1
007670         UNTIL WS-MON-SUB IS GREATER THAN 24.
007680     PERFORM 4250-SUM-KEY-YEARS
007690         THRU 4250-SUM-KEY-YEARS-EXIT.
007700     MOVE "YEAR"      TO DET-MONTH.
007710     MOVE SPACE       TO DET-FIGURES-X.
007720     MOVE WS-YR-COUNT TO DET-COUNT.
007730     MOVE WS-YR-TOTAL TO DET-TOTAL.
007740     MOVE SPACE       TO DET-MOM-X.
007750     MOVE SPACE       TO WS-OUT-YOY-COUNT.
007760     MOVE SPACE       TO WS-OUT-YOY-TOTAL.
007770     IF WS-YEARS-COMPARABLE
007780         COMPUTE WS-CHG-COUNT = WS-YR-COUNT - WS-PY-COUNT
007790         COMPUTE WS-CHG-TOTAL = WS-YR-TOTAL - WS-PY-TOTAL
007800         MOVE WS-CHG-TOTAL     TO DET-YOY
007810         MOVE WS-CHG-COUNT     TO WS-EXT-CHG-COUNT
007820         MOVE WS-EXT-CHG-COUNT TO WS-OUT-YOY-COUNT
007830         MOVE WS-CHG-TOTAL     TO WS-EXT-TOTAL
007840         MOVE WS-EXT-TOTAL     TO WS-OUT-YOY-TOTAL
007850     ELSE
007860         MOVE SPACE            TO DET-YOY-X
007870     END-IF.
007880     MOVE DET-LINE TO WS-PRINT-LINE.
007890     PERFORM 7500-PRINT-LINE
007900         THRU 7500-PRINT-LINE-EXIT.
007910     MOVE 'A'          TO WS-OUT-ROW-TYPE.
007920     MOVE WS-END-MONTH TO WS-OUT-MONTH.
007930     MOVE WS-YR-COUNT  TO WS-EXT-COUNT.
007940     MOVE WS-EXT-COUNT TO WS-OUT-COUNT.
007950     MOVE WS-YR-TOTAL  TO WS-EXT-TOTAL.
007960     MOVE WS-EXT-TOTAL TO WS-OUT-TOTAL.
007970     MOVE SPACE        TO WS-OUT-MOM-COUNT.
007980     MOVE SPACE        TO WS-OUT-MOM-TOTAL.
007990     PERFORM 6000-WRITE-ROW
008000         THRU 6000-WRITE-ROW-EXIT.
008010 4200-PRINT-ONE-KEY-EXIT.
008020     EXIT.
008030*
008040*--------------------------------------------------------------*
008050* 4250-SUM-KEY-YEARS - ADD THE KEY'S TWELVE REPORTED MONTHS AND
008060*              THE TWELVE BEFORE THEM.
008070*--------------------------------------------------------------*
008080 4250-SUM-KEY-YEARS.
008090     MOVE ZERO TO WS-YR-COUNT.
008100     MOVE ZERO TO WS-YR-TOTAL.
008110     MOVE ZERO TO WS-PY-COUNT.
008120     MOVE ZERO TO WS-PY-TOTAL.
008130     PERFORM 4260-ADD-ONE-MONTH
008140         THRU 4260-ADD-ONE-MONTH-EXIT
008150         VARYING WS-CMP-SUB FROM 1 BY 1
008160         UNTIL WS-CMP-SUB IS GREATER THAN 24.
008170 4250-SUM-KEY-YEARS-EXIT.
008180     EXIT.
008190*
008200 4260-ADD-ONE-MONTH.
008210     IF WS-CMP-SUB IS GREATER THAN 12
008220         ADD WS-KT-COUNT (WS-KEY-SUB, WS-CMP-SUB) TO WS-YR-COUNT
008230         ADD WS-KT-TOTAL (WS-KEY-SUB, WS-CMP-SUB) TO WS-YR-TOTAL
008240     ELSE
008250         ADD WS-KT-COUNT (WS-KEY-SUB, WS-CMP-SUB) TO WS-PY-COUNT
008260         ADD WS-KT-TOTAL (WS-KEY-SUB, WS-CMP-SUB) TO WS-PY-TOTAL
008270     END-IF.
008280 4260-ADD-ONE-MONTH-EXIT.
008290     EXIT.
008300*
008310*--------------------------------------------------------------*
008320* 4300-PRINT-ONE-MONTH - ONE MONTH OF THE BLOCK AND ITS 'D' ROW.
008330*              A MONTH WITH NO SNAPSHOT PRINTS AS SUCH; A CHANGE
008340*              IS LEFT BLANK UNLESS BOTH MONTHS HAVE SNAPSHOTS.
008350*--------------------------------------------------------------*
008360 4300-PRINT-ONE-MONTH.
008370     MOVE WS-MT-MONTH (WS-MON-SUB) TO DET-MONTH.
008380     MOVE 'D'                      TO WS-OUT-ROW-TYPE.
008390     MOVE WS-MT-MONTH (WS-MON-SUB) TO WS-OUT-MONTH.
008400     MOVE SPACE TO WS-OUT-COUNT.
008410     MOVE SPACE TO WS-OUT-TOTAL.
008420     MOVE SPACE TO WS-OUT-MOM-COUNT.
008430     MOVE SPACE TO WS-OUT-MOM-TOTAL.
008440     MOVE SPACE TO WS-OUT-YOY-COUNT.
008450     MOVE SPACE TO WS-OUT-YOY-TOTAL.
008460     MOVE SPACE TO DET-MOM-X.
008470     MOVE SPACE TO DET-YOY-X.
008480     MOVE SPACE TO DET-FIGURES-X.
008490     IF WS-MT-PRESENT (WS-MON-SUB) NOT EQUAL 'Y'
008500         MOVE "           NO SNAPSHOT" TO DET-FIGURES-X
008510         GO TO 4300-PRINT-DETAIL
008520     END-IF.
008530     MOVE WS-KT-COUNT (WS-KEY-SUB, WS-MON-SUB) TO DET-COUNT.
008540     MOVE WS-KT-TOTAL (WS-KEY-SUB, WS-MON-SUB) TO DET-TOTAL.
008550     MOVE WS-KT-COUNT (WS-KEY-SUB, WS-MON-SUB) TO WS-EXT-COUNT.
008560     MOVE WS-EXT-COUNT TO WS-OUT-COUNT.
008570     MOVE WS-KT-TOTAL (WS-KEY-SUB, WS-MON-SUB) TO WS-EXT-TOTAL.
008580     MOVE WS-EXT-TOTAL TO WS-OUT-TOTAL.
008590     ADD WS-KT-TOTAL (WS-KEY-SUB, WS-MON-SUB) TO WS-HASH-TOTAL.
008600     COMPUTE WS-CMP-SUB = WS-MON-SUB - 1.
008610     IF WS-MT-PRESENT (WS-CMP-SUB) EQUAL 'Y'
008620         PERFORM 4310-CHANGE-ON-MONTH
008630             THRU 4310-CHANGE-ON-MONTH-EXIT
008640         MOVE WS-CHG-TOTAL     TO DET-MOM
008650         MOVE WS-EXT-CHG-COUNT TO WS-OUT-MOM-COUNT
008660         MOVE WS-EXT-TOTAL     TO WS-OUT-MOM-TOTAL
008670     END-IF.
008680     COMPUTE WS-CMP-SUB = WS-MON-SUB - 12.
008690     IF WS-MT-PRESENT (WS-CMP-SUB) EQUAL 'Y'
008700         PERFORM 4310-CHANGE-ON-MONTH
008710             THRU 4310-CHANGE-ON-MONTH-EXIT
008720         MOVE WS-CHG-TOTAL     TO DET-YOY
008730         MOVE WS-EXT-CHG-COUNT TO WS-OUT-YOY-COUNT
008740         MOVE WS-EXT-TOTAL     TO WS-OUT-YOY-TOTAL
008750     END-IF.
008760 4300-PRINT-DETAIL.
008770     MOVE DET-LINE TO WS-PRINT-LINE.
008780     PERFORM 7500-PRINT-LINE
008790         THRU 7500-PRINT-LINE-EXIT.
008800     PERFORM 6000-WRITE-ROW
008810         THRU 6000-WRITE-ROW-EXIT.
008820 4300-PRINT-ONE-MONTH-EXIT.
008830     EXIT.
008840*
008850*--------------------------------------------------------------*
008860* 4310-CHANGE-ON-MONTH - CHANGE FROM COMPARISON MONTH WS-CMP-SUB
008870*              TO MONTH WS-MON-SUB, SIGNED AND EDITED FOR TRNDOUT.
008880*--------------------------------------------------------------*
008890 4310-CHANGE-ON-MONTH.
008900     COMPUTE WS-CHG-COUNT =
008910         WS-KT-COUNT (WS-KEY-SUB, WS-MON-SUB)
008920       - WS-KT-COUNT (WS-KEY-SUB, WS-CMP-SUB).
008930     COMPUTE WS-CHG-TOTAL =
008940         WS-KT-TOTAL (WS-KEY-SUB, WS-MON-SUB)
008950       - WS-KT-TOTAL (WS-KEY-SUB, WS-CMP-SUB).
008960     MOVE WS-CHG-COUNT TO WS-EXT-CHG-COUNT.
008970     MOVE WS-CHG-TOTAL TO WS-EXT-TOTAL.
008980 4310-CHANGE-ON-MONTH-EXIT.
008990     EXIT.
009000*
009010*--------------------------------------------------------------*
009020* 4400-PRINT-TOTALS - PRINT THE RECORD COUNTS AND LIST EACH OF
009030*              THE TWENTY-FOUR MONTHS THAT HAS NO SNAPSHOT.
009040*--------------------------------------------------------------*
009050 4400-PRINT-TOTALS.
009060     MOVE SPACE TO WS-PRINT-LINE.
009070     PERFORM 7500-PRINT-LINE
009080         THRU 7500-PRINT-LINE-EXIT.
009090     MOVE "SNAPSHOT RECORDS READ"      TO TOT-LABEL.
009100     MOVE WS-SNAP-READ                 TO TOT-VALUE.
009110     PERFORM 4410-PRINT-TOT-LINE
009120         THRU 4410-PRINT-TOT-LINE-EXIT.
009130     MOVE "SNAPSHOT RECORDS USED"      TO TOT-LABEL.
009140     MOVE WS-SNAP-USED                 TO TOT-VALUE.
009150     PERFORM 4410-PRINT-TOT-LINE
009160         THRU 4410-PRINT-TOT-LINE-EXIT.
009170     MOVE "SNAPSHOTS OUTSIDE THE 24 MONTHS" TO TOT-LABEL.
009180     MOVE WS-SNAP-OTHER                TO TOT-VALUE.
009190     PERFORM 4410-PRINT-TOT-LINE
009200         THRU 4410-PRINT-TOT-LINE-EXIT.
009210     MOVE "DUPLICATE SNAPSHOTS SKIPPED" TO TOT-LABEL.
009220     MOVE WS-SNAP-DUP                  TO TOT-VALUE.
009230     PERFORM 4410-PRINT-TOT-LINE
009240         THRU 4410-PRINT-TOT-LINE-EXIT.
009250     MOVE "KEYS REPORTED"              TO TOT-LABEL.
009260     MOVE WS-KEY-COUNT                 TO TOT-VALUE.
009270     PERFORM 4410-PRINT-TOT-LINE
009280         THRU 4410-PRINT-TOT-LINE-EXIT.
009290     MOVE "KEYS LEFT OFF (TABLE FULL)" TO TOT-LABEL.
009300     MOVE WS-OVERFLOW-COUNT            TO TOT-VALUE.
009310     PERFORM 4410-PRINT-TOT-LINE
009320         THRU 4410-PRINT-TOT-LINE-EXIT.
009330     MOVE "REPORTED MONTHS WITHOUT SNAPSHOT" TO TOT-LABEL.
009340     MOVE WS-CUR-MISSING               TO TOT-VALUE.
009350     PERFORM 4410-PRINT-TOT-LINE
009360         THRU 4410-PRINT-TOT-LINE-EXIT.
009370     MOVE "PRIOR-YEAR MONTHS WITHOUT SNAPSHOT" TO TOT-LABEL.
009380     MOVE WS-PRV-MISSING               TO TOT-VALUE.
009390     PERFORM 4410-PRINT-TOT-LINE
009400         THRU 4410-PRINT-TOT-LINE-EXIT.
009410     PERFORM 4420-PRINT-MISSING
009420         THRU 4420-PRINT-MISSING-EXIT
009430         VARYING WS-MON-SUB FROM 1 BY 1
009440         UNTIL WS-MON-SUB IS GREATER THAN 24.
009450 4400-PRINT-TOTALS-EXIT.
009460     EXIT.
009470*
009480 4410-PRINT-TOT-LINE.
009490     MOVE TOT-LINE TO WS-PRINT-LINE.
009500     PERFORM 7500-PRINT-LINE
009510         THRU 7500-PRINT-LINE-EXIT.
009520 4410-PRINT-TOT-LINE-EXIT.
009530     EXIT.
009540*
009550 4420-PRINT-MISSING.
009560     IF WS-MT-PRESENT (WS-MON-SUB) EQUAL 'Y'
009570         GO TO 4420-PRINT-MISSING-EXIT
009580     END-IF.
009590     MOVE WS-MT-MONTH (WS-MON-SUB) TO MISS-MONTH.
009600     MOVE MISS-LINE TO WS-PRINT-LINE.
009610     PERFORM 7500-PRINT-LINE
009620         THRU 7500-PRINT-LINE-EXIT.
009630 4420-PRINT-MISSING-EXIT.
009640     EXIT.
009650*
009660*--------------------------------------------------------------*
009670* 5000-PRINT-STATEMENTS - THE ANNUAL STATEMENT FROM THE SORTED
009680*              KEY TABLE: ONE PAGE PER COST CENTER, EACH
009690*              OPERATION'S TWELVE MONTHS AGAINST THE TWELVE
009700*              BEFORE, THEN THE DEPARTMENT TOTAL.
009710*--------------------------------------------------------------*
009720 5000-PRINT-STATEMENTS.
009730     PERFORM 5100-STMT-ONE-KEY
009740         THRU 5100-STMT-ONE-KEY-EXIT
009750         VARYING WS-KEY-SUB FROM 1 BY 1
009760         UNTIL WS-KEY-SUB IS GREATER THAN WS-KEY-COUNT.
009770     IF NOT WS-FIRST-CC
009780         PERFORM 5300-PRINT-DEPT-TOTAL
009790             THRU 5300-PRINT-DEPT-TOTAL-EXIT
009800     END-IF.
009810 5000-PRINT-STATEMENTS-EXIT.
009820     EXIT.
009830*
009840 5100-STMT-ONE-KEY.
009850     IF WS-FIRST-CC
009860         OR WS-KT-COST-CENTER (WS-KEY-SUB)
009870             NOT EQUAL WS-PREV-COST-CENTER
009880         IF NOT WS-FIRST-CC
009890             PERFORM 5300-PRINT-DEPT-TOTAL
009900                 THRU 5300-PRINT-DEPT-TOTAL-EXIT
009910         END-IF
009920         MOVE 'N' TO WS-FIRST-CC-SWITCH
009930         MOVE WS-KT-COST-CENTER (WS-KEY-SUB)
009940             TO WS-PREV-COST-CENTER
009950         MOVE ZERO TO WS-DEPT-YR-COUNT
009960         MOVE ZERO TO WS-DEPT-YR-TOTAL
009970         MOVE ZERO TO WS-DEPT-PY-COUNT
009980         MOVE ZERO TO WS-DEPT-PY-TOTAL
009990         PERFORM 7100-WRITE-STMT-HEADERS
010000             THRU 7100-WRITE-STMT-HEADERS-EXIT
010010     END-IF.
010020     PERFORM 4250-SUM-KEY-YEARS
010030         THRU 4250-SUM-KEY-YEARS-EXIT.
010040     ADD WS-YR-COUNT TO WS-DEPT-YR-COUNT.
010050     ADD WS-YR-TOTAL TO WS-DEPT-YR-TOTAL.
010060     ADD WS-PY-COUNT TO WS-DEPT-PY-COUNT.
010070     ADD WS-PY-TOTAL TO WS-DEPT-PY-TOTAL.
010080     MOVE WS-KT-OPERATION (WS-KEY-SUB) TO ST-OPERATION.
010090     MOVE WS-YR-COUNT TO WS-ST-BASE-COUNT.
010100     MOVE WS-YR-TOTAL TO WS-ST-BASE-TOTAL.
010110     MOVE WS-PY-COUNT TO WS-ST-PRIOR-COUNT.
010120     MOVE WS-PY-TOTAL TO WS-ST-PRIOR-TOTAL.
010130     PERFORM 5200-PRINT-STMT-BLOCK
010140         THRU 5200-PRINT-STMT-BLOCK-EXIT.
010150 5100-STMT-ONE-KEY-EXIT.
010160     EXIT.
010170*
010180*--------------------------------------------------------------*
010190* 5200-PRINT-STMT-BLOCK - THE THREE STATEMENT LINES FOR ONE
010200*              OPERATION (OR THE DEPARTMENT): THE TWELVE MONTHS,
010210*              THE TWELVE BEFORE AND THE CHANGE WITH ITS PERCENT
010220*              OF THE EARLIER TOTAL.  THE EARLIER YEAR AND THE
010230*              CHANGE ARE NOT GIVEN UNLESS ALL TWENTY-FOUR MONTHS
010240*              HAVE SNAPSHOTS.  ST-OPERATION IS SET BY THE CALLER.
010250*--------------------------------------------------------------*
010260 5200-PRINT-STMT-BLOCK.
010270     IF WS-STMT-LINE-COUNT + 4 IS GREATER THAN WS-LINES-PER-PAGE
010280         PERFORM 7100-WRITE-STMT-HEADERS
010290             THRU 7100-WRITE-STMT-HEADERS-EXIT
010300     END-IF.
010310     MOVE WS-MT-MONTH (13)   TO ST-PB-FROM.
010320     MOVE WS-MT-MONTH (24)   TO ST-PB-TO.
010330     MOVE ST-PERIOD-BUILD    TO ST-PERIOD.
010340     MOVE SPACE              TO ST-FIGURES-X.
010350     MOVE WS-ST-BASE-COUNT   TO ST-COUNT.
010360     MOVE WS-ST-BASE-TOTAL   TO ST-TOTAL.
010370     MOVE SPACE              TO ST-PCT-X.
010380     MOVE ST-LINE            TO WS-PRINT-LINE.
010390     PERFORM 7550-PRINT-STMT-LINE
010400         THRU 7550-PRINT-STMT-LINE-EXIT.
010410     MOVE SPACE              TO ST-OPERATION.
010420     MOVE WS-MT-MONTH (1)    TO ST-PB-FROM.
010430     MOVE WS-MT-MONTH (12)   TO ST-PB-TO.
010440     MOVE ST-PERIOD-BUILD    TO ST-PERIOD.
010450     IF NOT WS-YEARS-COMPARABLE
010460         MOVE "   EARLIER YEAR INCOMPLETE" TO ST-FIGURES-X
010470         MOVE ST-LINE            TO WS-PRINT-LINE
010480         PERFORM 7550-PRINT-STMT-LINE
010490             THRU 7550-PRINT-STMT-LINE-EXIT
010500         GO TO 5200-PRINT-STMT-SPACER
010510     END-IF.
010520     MOVE WS-ST-PRIOR-COUNT  TO ST-COUNT.
010530     MOVE WS-ST-PRIOR-TOTAL  TO ST-TOTAL.
010540     MOVE ST-LINE            TO WS-PRINT-LINE.
010550     PERFORM 7550-PRINT-STMT-LINE
010560         THRU 7550-PRINT-STMT-LINE-EXIT.
010570     MOVE "CHANGE"           TO ST-PERIOD.
010580     COMPUTE WS-CHG-COUNT = WS-ST-BASE-COUNT - WS-ST-PRIOR-COUNT.
010590     COMPUTE WS-CHG-TOTAL = WS-ST-BASE-TOTAL - WS-ST-PRIOR-TOTAL.
010600     MOVE WS-CHG-COUNT       TO ST-COUNT.
010610     MOVE WS-CHG-TOTAL       TO ST-TOTAL.
010620     IF WS-ST-PRIOR-TOTAL NOT EQUAL ZERO
010630         COMPUTE WS-CHG-PCT ROUNDED =
010640             WS-CHG-TOTAL * 100 / WS-ST-PRIOR-TOTAL
010650             ON SIZE ERROR
010660                 MOVE 99999.9 TO WS-CHG-PCT
010670         END-COMPUTE
010680         MOVE WS-CHG-PCT     TO ST-PCT
010690     END-IF.
010700     MOVE ST-LINE            TO WS-PRINT-LINE.
010710     PERFORM 7550-PRINT-STMT-LINE
010720         THRU 7550-PRINT-STMT-LINE-EXIT.
010730 5200-PRINT-STMT-SPACER.
010740     MOVE SPACE              TO WS-PRINT-LINE.
010750     PERFORM 7550-PRINT-STMT-LINE
010760         THRU 7550-PRINT-STMT-LINE-EXIT.
010770 5200-PRINT-STMT-BLOCK-EXIT.
010780     EXIT.
010790*
010800*--------------------------------------------------------------*
010810* 5300-PRINT-DEPT-TOTAL - ALL OPERATIONS OF THE COST CENTER.
010820*--------------------------------------------------------------*
010830 5300-PRINT-DEPT-TOTAL.
010840     MOVE "ALL"            TO ST-OPERATION.
010850     MOVE WS-DEPT-YR-COUNT TO WS-ST-BASE-COUNT.
010860     MOVE WS-DEPT-YR-TOTAL TO WS-ST-BASE-TOTAL.
010870     MOVE WS-DEPT-PY-COUNT TO WS-ST-PRIOR-COUNT.
010880     MOVE WS-DEPT-PY-TOTAL TO WS-ST-PRIOR-TOTAL.
010890     PERFORM 5200-PRINT-STMT-BLOCK
010900         THRU 5200-PRINT-STMT-BLOCK-EXIT.
010910 5300-PRINT-DEPT-TOTAL-EXIT.
010920     EXIT.
010930*
010940*--------------------------------------------------------------*
010950* 6000-WRITE-ROW - WRITE ONE 'D' OR 'A' ROW TO TRNDOUT FROM THE
010960*              WS-OUT- FIELDS.  AN EMPTY FIELD STAYS EMPTY.
010970*--------------------------------------------------------------*
010980 6000-WRITE-ROW.
010990     MOVE SPACE TO WS-BUILD-LINE.
011000     STRING WS-OUT-ROW-TYPE ","
011010            WS-OUT-MONTH ","
011020            WS-KT-COST-CENTER (WS-KEY-SUB) ","
011030            WS-KT-OPERATION (WS-KEY-SUB) ","
011040                DELIMITED BY SIZE
011050            WS-OUT-COUNT     DELIMITED BY SPACE
011060            ","              DELIMITED BY SIZE
011070            WS-OUT-TOTAL     DELIMITED BY SPACE
011080            ","              DELIMITED BY SIZE
011090            WS-OUT-MOM-COUNT DELIMITED BY SPACE
011100            ","              DELIMITED BY SIZE
011110            WS-OUT-MOM-TOTAL DELIMITED BY SPACE
011120            ","              DELIMITED BY SIZE
011130            WS-OUT-YOY-COUNT DELIMITED BY SPACE
011140            ","              DELIMITED BY SIZE
011150            WS-OUT-YOY-TOTAL DELIMITED BY SPACE
011160            ","              DELIMITED BY SIZE
011170            WS-REF-NAME      DELIMITED BY SIZE
011180         INTO WS-BUILD-LINE.
011190     WRITE TRND-OUT-REC FROM WS-BUILD-LINE.
011200     ADD 1 TO WS-ROW-COUNT.
011210 6000-WRITE-ROW-EXIT.
011220     EXIT.
011230*
011240*--------------------------------------------------------------*
011250* 7000-WRITE-HEADERS - START A NEW PAGE OF THE TREND GRID.
011260*--------------------------------------------------------------*
011270 7000-WRITE-HEADERS.
011280     ADD 1                TO WS-PAGE-NO.
011290     MOVE ZERO            TO WS-LINE-COUNT.
011300     MOVE WS-END-MONTH    TO HDG1-MONTH.
011310     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
011320     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
011330     PERFORM 7500-PRINT-LINE
011340         THRU 7500-PRINT-LINE-EXIT.
011350     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
011360     PERFORM 7500-PRINT-LINE
011370         THRU 7500-PRINT-LINE-EXIT.
011380 7000-WRITE-HEADERS-EXIT.
011390     EXIT.
011400*
011410*--------------------------------------------------------------*
011420* 7100-WRITE-STMT-HEADERS - START A NEW PAGE OF THE STATEMENT,
011430*              WITH THE COST-CENTER HEADING.
011440*--------------------------------------------------------------*
011450 7100-WRITE-STMT-HEADERS.
011460     ADD 1                TO WS-STMT-PAGE-NO.
011470     MOVE ZERO            TO WS-STMT-LINE-COUNT.
011480     MOVE WS-END-MONTH    TO STH1-MONTH.
011490     MOVE WS-STMT-PAGE-NO TO STH1-PAGE-NO.
011500     MOVE STH-LINE-1      TO WS-PRINT-LINE.
011510     PERFORM 7550-PRINT-STMT-LINE
011520         THRU 7550-PRINT-STMT-LINE-EXIT.
011530     PERFORM 7600-FIND-REF-NAME
011540         THRU 7600-FIND-REF-NAME-EXIT.
011550     MOVE WS-PREV-COST-CENTER TO CC-HDG-CODE.
011560     MOVE WS-REF-NAME     TO CC-HDG-NAME.
011570     MOVE CC-HDG-LINE     TO WS-PRINT-LINE.
011580     PERFORM 7550-PRINT-STMT-LINE
011590         THRU 7550-PRINT-STMT-LINE-EXIT.
011600     MOVE STH-LINE-2      TO WS-PRINT-LINE.
011610     PERFORM 7550-PRINT-STMT-LINE
011620         THRU 7550-PRINT-STMT-LINE-EXIT.
011630 7100-WRITE-STMT-HEADERS-EXIT.
011640     EXIT.
011650*
011660*--------------------------------------------------------------*
011670* 7500-PRINT-LINE - WRITE ONE LINE TO THE TREND GRID, BREAKING
011680*              TO A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
011690*--------------------------------------------------------------*
011700 7500-PRINT-LINE.
011710     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
011720         TO WS-LINES-PER-PAGE
011730         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
011740         PERFORM 7000-WRITE-HEADERS
011750             THRU 7000-WRITE-HEADERS-EXIT
011760         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
011770     END-IF.
011780     MOVE SPACE             TO REPORT-LINE.
011790     WRITE REPORT-LINE FROM WS-PRINT-LINE.
011800     ADD 1                  TO WS-LINE-COUNT.
011810 7500-PRINT-LINE-EXIT.
011820     EXIT.
011830*
011840*--------------------------------------------------------------*
011850* 7550-PRINT-STMT-LINE - WRITE ONE LINE TO THE STATEMENT.  THE
011860*              BLOCKS ARE KEPT WHOLE BY 5200, SO THE PAGE BREAK
011870*              HERE ONLY GUARDS AGAINST A RUNAWAY PAGE.
011880*--------------------------------------------------------------*
011890 7550-PRINT-STMT-LINE.
011900     IF WS-STMT-LINE-COUNT IS GREATER THAN OR EQUAL
011910         TO WS-LINES-PER-PAGE
011920         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
011930         PERFORM 7100-WRITE-STMT-HEADERS
011940             THRU 7100-WRITE-STMT-HEADERS-EXIT
011950         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
011960     END-IF.
011970     MOVE SPACE             TO STMT-LINE.
011980     WRITE STMT-LINE FROM WS-PRINT-LINE.
011990     ADD 1                  TO WS-STMT-LINE-COUNT.
012000 7550-PRINT-STMT-LINE-EXIT.
012010     EXIT.
012020*
012030*--------------------------------------------------------------*
012040* 7600-FIND-REF-NAME - LOOK THE PENDING COST CENTER UP IN THE
012050*              REFERENCE TABLE; AN UNLISTED CODE LEAVES THE
012060*              NAME BLANK.
012070*--------------------------------------------------------------*
012080 7600-FIND-REF-NAME.
012090     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
012100     MOVE SPACE TO WS-REF-NAME.
012110     PERFORM 7610-SCAN-REF
012120         THRU 7610-SCAN-REF-EXIT
012130         VARYING WS-REF-SUB FROM 1 BY 1
012140         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
012150            OR WS-REF-FOUND.
012160 7600-FIND-REF-NAME-EXIT.
012170     EXIT.
012180*
012190 7610-SCAN-REF.
012200     IF WS-REF-CODE (WS-REF-SUB) EQUAL WS-PREV-COST-CENTER
012210         MOVE WS-REF-DEPT-NAME (WS-REF-SUB) TO WS-REF-NAME
012220         SET WS-REF-FOUND TO TRUE
012230     END-IF.
012240 7610-SCAN-REF-EXIT.
012250     EXIT.
012260*
012270*--------------------------------------------------------------*
012280* 7700-FIND-KEY - FIND THE LOOKUP KEY IN THE KEY TABLE, ADDING
012290*              A ZEROED ENTRY THE FIRST TIME A KEY IS SEEN.  ON
012300*              RETURN WS-KEY-SUB POINTS AT THE ENTRY.  A FULL
012310*              TABLE LEAVES WS-KEY-FOUND OFF AND IS COUNTED.
012320*--------------------------------------------------------------*
012330 7700-FIND-KEY.
012340     MOVE 'N' TO WS-KEY-FOUND-SWITCH.
012350     PERFORM 7710-SCAN-KEY
012360         THRU 7710-SCAN-KEY-EXIT
012370         VARYING WS-KEY-SUB FROM 1 BY 1
012380         UNTIL WS-KEY-SUB IS GREATER THAN WS-KEY-COUNT
012390            OR WS-KEY-FOUND.
012400     IF WS-KEY-FOUND
012410         SUBTRACT 1 FROM WS-KEY-SUB
012420         GO TO 7700-FIND-KEY-EXIT
012430     END-IF.
012440     IF WS-KEY-COUNT IS NOT LESS THAN WS-KEY-MAX
012450         DISPLAY "CALCTRND KEY TABLE FULL - KEY LEFT OFF: "
012460             WS-LOOKUP-OPERATION WS-LOOKUP-COST-CENTER
012470         ADD 1 TO WS-OVERFLOW-COUNT
012480         GO TO 7700-FIND-KEY-EXIT
012490     END-IF.
012500     ADD 1 TO WS-KEY-COUNT.
012510     MOVE WS-KEY-COUNT TO WS-KEY-SUB.
012520     MOVE WS-LOOKUP-COST-CENTER TO WS-KT-COST-CENTER (WS-KEY-SUB).
012530     MOVE WS-LOOKUP-OPERATION   TO WS-KT-OPERATION (WS-KEY-SUB).
012540     PERFORM 7720-CLEAR-MONTH
012550         THRU 7720-CLEAR-MONTH-EXIT
012560         VARYING WS-CMP-SUB FROM 1 BY 1
012570         UNTIL WS-CMP-SUB IS GREATER THAN 24.
012580     SET WS-KEY-FOUND TO TRUE.
012590 7700-FIND-KEY-EXIT.
012600     EXIT.
012610*
012620 7710-SCAN-KEY.
012630     IF WS-KT-COST-CENTER (WS-KEY-SUB) EQUAL
012640             WS-LOOKUP-COST-CENTER
012650         AND WS-KT-OPERATION (WS-KEY-SUB) EQUAL
012660             WS-LOOKUP-OPERATION
012670         SET WS-KEY-FOUND TO TRUE
012680     END-IF.
012690 7710-SCAN-KEY-EXIT.
012700     EXIT.
012710*
012720 7720-CLEAR-MONTH.
012730     MOVE ZERO TO WS-KT-COUNT (WS-KEY-SUB, WS-CMP-SUB).
012740     MOVE ZERO TO WS-KT-TOTAL (WS-KEY-SUB, WS-CMP-SUB).
012750     MOVE 'N'  TO WS-KT-TAKEN (WS-KEY-SUB, WS-CMP-SUB).
012760 7720-CLEAR-MONTH-EXIT.
012770     EXIT.
