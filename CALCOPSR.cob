000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCOPSR.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - MORNING OPERATIONS REPORT
000120*              FROM THE RUN-CONTROL REGISTER (RUNREG, SEE
000130*              CALCRUNR) THAT EVERY STEP OF THE DAILY CHAIN
000140*              NOW STAMPS AT START AND END.  FOR ONE BUSINESS
000150*              DATE IT PAIRS EACH STEP'S START AND END RECORDS
000160*              AND PRINTS, CYCLE BY CYCLE, EVERY RUN WITH ITS
000170*              START AND END TIMES, ELAPSED TIME, RETURN CODE,
000180*              COUNTS AND A CLEAN / FAILED / NO END STATUS,
000190*              THEN LISTS EACH EXPECTED STEP THAT NEVER RAN.
000200*              ENDS RC=8 WHEN ANY RUN FAILED OR NEVER ENDED OR
000210*              ANY EXPECTED STEP IS MISSING, SO THE ON-CALL
000220*              ANALYST KNOWS TO LOOK BEFORE THE BUSINESS DAY.
000230* 10/15/26  DLH  CALCSCRN (OUTLIER SCREENING, CLEAN TO RC=4) ADDED
000240*              TO THE EXPECTED STEPS BETWEEN CALCBAL AND CALCPOST.
000250* 10/15/26  DLH  CYCLE SUBSCRIPT WIDENED SO A REGISTER HOLDING
000260*              CYCLE 99 NO LONGER WRAPS THE CYCLE LOOP TO 00.
000270*--------------------------------------------------------------*
000280*
000290*--------------------------------------------------------------*
000300*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000310*  COL 10, '*' IN COL 1 IS A COMMENT (SEE CALCSINV):
000320*    BUSDATE  YYMMDD        BUSINESS DATE TO REPORT (DEFAULT:
000330*                           THE CALCCTL RUN-CONTROL CARD, THEN
000340*                           THE SYSTEM DATE)
000350*    CYCLES   NN            INTRADAY CYCLES EXPECTED FOR THE
000360*                           DATE (DEFAULT 01)
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  MAC.
000410 OBJECT-COMPUTER.  MAC.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPS-PARM-FILE    ASSIGN TO OPSPARM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT CALC-CTL-FILE    ASSIGN TO CALCCTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTL-STATUS.
000500     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REG-STATUS.
000530     SELECT OPS-RPT-FILE     ASSIGN TO OPSRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  OPS-PARM-FILE
000590     RECORDING MODE IS F.
000600 01  PARM-CARD.
000610     05  PC-KEYWORD         PIC X(08).
000620     05  FILLER             PIC X(01).
000630     05  PC-VALUE           PIC X(71).
000640 01  PARM-CARD-DATE REDEFINES PARM-CARD.
000650     05  FILLER             PIC X(09).
000660     05  PC-VALUE-DATE      PIC 9(06).
000670     05  FILLER             PIC X(65).
000680 01  PARM-CARD-CYCLES REDEFINES PARM-CARD.
000690     05  FILLER             PIC X(09).
000700     05  PC-VALUE-CYCLES    PIC 9(02).
000710     05  FILLER             PIC X(69).
000720 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
000730     05  PC-COMMENT-FLAG    PIC X(01).
000740     05  FILLER             PIC X(79).
000750*
000760 FD  CALC-CTL-FILE
000770     RECORDING MODE IS F.
000780     COPY CALCCTLR.
000790*
000800 FD  RUN-REG-FILE
000810     RECORDING MODE IS F.
000820     COPY CALCRUNR.
000830*
000840 FD  OPS-RPT-FILE
000850     RECORDING MODE IS F.
000860 01  REPORT-LINE            PIC X(80).
000870*
000880 WORKING-STORAGE SECTION.
000890 77  WS-PARM-STATUS         PIC X(02).
000900 77  WS-CTL-STATUS          PIC X(02).
000910 77  WS-REG-STATUS          PIC X(02).
000920 77  WS-PARM-EOF-SWITCH     PIC X(01)      VALUE 'N'.
000930     88  WS-PARM-EOF                       VALUE 'Y'.
000940 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
000950     88  WS-PARM-ERROR                     VALUE 'Y'.
000960 77  WS-DATE-GIVEN-SWITCH   PIC X(01)      VALUE 'N'.
000970     88  WS-DATE-GIVEN                     VALUE 'Y'.
000980 77  WS-REG-EOF-SWITCH      PIC X(01)      VALUE 'N'.
000990     88  WS-REG-EOF                        VALUE 'Y'.
001000 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
001010     88  WS-FATAL-STOP                     VALUE 'Y'.
001020 77  WS-FOUND-SWITCH        PIC X(01)      VALUE 'N'.
001030     88  WS-FOUND                          VALUE 'Y'.
001040 77  WS-BUS-DATE            PIC 9(06)      VALUE ZERO.
001050 77  WS-EXPECT-CYCLES       PIC 9(02)      VALUE 1.
001060 77  WS-HIGH-CYCLE          PIC 9(02)      VALUE ZERO.
001070 77  WS-CYC-SUB             PIC 9(03)      VALUE ZERO.
001080 77  WS-MATCH-CYCLE         PIC 9(02)      VALUE ZERO.
001090 77  WS-MATCH-STEP          PIC X(08)      VALUE SPACE.
001100 77  WS-RUN-COUNT           PIC 9(05) COMP  VALUE ZERO.
001110 77  WS-RUN-MAX             PIC 9(05) COMP  VALUE 200.
001120 77  WS-RUN-SUB             PIC 9(05) COMP  VALUE ZERO.
001130 77  WS-STEP-SUB            PIC 9(05) COMP  VALUE ZERO.
001140 77  WS-STEP-MAX            PIC 9(05) COMP  VALUE 9.
001150 77  WS-CYC-RUNS            PIC 9(05) COMP  VALUE ZERO.
001160 77  WS-READ-COUNT          PIC 9(07) COMP  VALUE ZERO.
001170 77  WS-LISTED-COUNT        PIC 9(07) COMP  VALUE ZERO.
001180 77  WS-CLEAN-COUNT         PIC 9(07) COMP  VALUE ZERO.
001190 77  WS-FAILED-COUNT        PIC 9(07) COMP  VALUE ZERO.
001200 77  WS-NO-END-COUNT        PIC 9(07) COMP  VALUE ZERO.
001210 77  WS-MISSING-COUNT       PIC 9(07) COMP  VALUE ZERO.
001220 77  WS-OVERFLOW-COUNT      PIC 9(07) COMP  VALUE ZERO.
001230 77  WS-CLEAN-MAX           PIC 9(02)      VALUE ZERO.
001240 77  WS-START-SECS          PIC 9(07) COMP  VALUE ZERO.
001250 77  WS-END-SECS            PIC 9(07) COMP  VALUE ZERO.
001260 77  WS-ELAPSED-SECS        PIC 9(07) COMP  VALUE ZERO.
001270 77  WS-EL-HOURS            PIC 9(05) COMP  VALUE ZERO.
001280 77  WS-EL-REST             PIC 9(05) COMP  VALUE ZERO.
001290 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001300 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001310 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001320 77  WS-PRINT-LINE          PIC X(80).
001330 77  WS-SAVE-PRINT-LINE     PIC X(80).
001340*
001350*    THE REGISTER'S HHMMSSCC TIME, TAKEN APART FOR THE
001360*    ELAPSED-TIME ARITHMETIC AND THE HH:MM:SS PRINT FORM.
001370 01  WS-TIME-WORK           PIC 9(08)      VALUE ZERO.
001380 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001390     05  TW-HH              PIC 9(02).
001400     05  TW-MM              PIC 9(02).
001410     05  TW-SS              PIC 9(02).
001420     05  TW-CC              PIC 9(02).
001430 01  WS-TIME-EDIT.
001440     05  TE-HH              PIC 9(02).
001450     05  FILLER             PIC X(01)      VALUE ':'.
001460     05  TE-MM              PIC 9(02).
001470     05  FILLER             PIC X(01)      VALUE ':'.
001480     05  TE-SS              PIC 9(02).
001490*
001500*    THE STEPS OPERATIONS EXPECTS TO SEE, EACH WITH THE HIGHEST
001510*    RETURN CODE THAT STILL COUNTS AS A CLEAN END (THE SAME
001520*    RELEASE CONDITION ITS SUCCESSOR'S ORDER CONTROL APPLIES)
001530*    AND HOW OFTEN IT RUNS - 'C' ONCE PER CYCLE, 'D' ONCE PER
001540*    BUSINESS DATE UNDER ANY CYCLE (THE COMBINED END-OF-DAY
001550*    SUMMARY AND THE EVENING SUSPENSE INVENTORY).  CALCSINV'S
001560*    RC=8 (AGED ITEMS) IS A BUSINESS WARNING, NOT A FAILURE.
001570 01  WS-STEP-VALUES.
001580     05  FILLER             PIC X(11)      VALUE "CALCGATE04C".
001590     05  FILLER             PIC X(11)      VALUE "CALCBTCH04C".
001600     05  FILLER             PIC X(11)      VALUE "CALCBAL 00C".
001610     05  FILLER             PIC X(11)      VALUE "CALCSCRN04C".
001620     05  FILLER             PIC X(11)      VALUE "CALCPOST00C".
001630     05  FILLER             PIC X(11)      VALUE "CALCXTR 00C".
001640     05  FILLER             PIC X(11)      VALUE "CALCGLAK00C".
001650     05  FILLER             PIC X(11)      VALUE "CALCRPT 00D".
001660     05  FILLER             PIC X(11)      VALUE "CALCSINV08D".
001670 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001680     05  WS-STEP-ENTRY OCCURS 9 TIMES.
001690         10  WS-ST-NAME         PIC X(08).
001700         10  WS-ST-CLEAN-MAX    PIC 9(02).
001710         10  WS-ST-FREQ         PIC X(01).
001720             88  WS-ST-EVERY-CYCLE             VALUE 'C'.
001730             88  WS-ST-ONCE-A-DAY              VALUE 'D'.
001740*
001750*    ONE ENTRY PER RUN OF A STEP FOR THE DATE, IN REGISTER
001760*    (TIME) ORDER.  AN END RECORD CLOSES THE LATEST OPEN RUN OF
001770*    ITS STEP AND CYCLE; ONE WITH NO START GETS AN ENTRY OF ITS
001780*    OWN.
001790 01  WS-RUN-TABLE.
001800     05  WS-RUN-ENTRY OCCURS 200 TIMES.
001810         10  RT-STEP-NAME       PIC X(08).
001820         10  RT-CYCLE-NO        PIC 9(02).
001830         10  RT-START-SWITCH    PIC X(01).
001840             88  RT-STARTED                    VALUE 'Y'.
001850         10  RT-START-DATE      PIC 9(06).
001860         10  RT-START-TIME      PIC 9(08).
001870         10  RT-END-SWITCH      PIC X(01).
001880             88  RT-ENDED                      VALUE 'Y'.
001890         10  RT-END-DATE        PIC 9(06).
001900         10  RT-END-TIME        PIC 9(08).
001910         10  RT-IN-COUNT        PIC 9(07).
001920         10  RT-OUT-COUNT       PIC 9(07).
001930         10  RT-REJ-COUNT       PIC 9(07).
001940         10  RT-RETURN-CODE     PIC 9(02).
001950*
001960*--------------------------------------------------------------*
001970* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
001980*--------------------------------------------------------------*
001990 01  HDG-LINE-1.
002000     05  FILLER             PIC X(01)      VALUE SPACE.
002010     05  FILLER             PIC X(36)      VALUE
002020             "CALCOPSR MORNING OPERATIONS REPORT".
002030     05  FILLER             PIC X(05)      VALUE "DATE".
002040     05  HDG1-BUS-DATE      PIC 9(06).
002050     05  FILLER             PIC X(09)      VALUE "  CYCLES".
002060     05  HDG1-CYCLES        PIC 9(02).
002070     05  FILLER             PIC X(06)      VALUE "  PAGE".
002080     05  HDG1-PAGE-NO       PIC ZZZZ9.
002090     05  FILLER             PIC X(10)      VALUE SPACE.
002100 01  HDG-LINE-2.
002110     05  FILLER             PIC X(01)      VALUE SPACE.
002120     05  FILLER             PIC X(09)      VALUE "STEP".
002130     05  FILLER             PIC X(09)      VALUE "START".
002140     05  FILLER             PIC X(09)      VALUE "END".
002150     05  FILLER             PIC X(10)      VALUE "ELAPSED".
002160     05  FILLER             PIC X(03)      VALUE "RC".
002170     05  FILLER             PIC X(08)      VALUE "     IN".
002180     05  FILLER             PIC X(08)      VALUE "    OUT".
002190     05  FILLER             PIC X(09)      VALUE "    REJ".
002200     05  FILLER             PIC X(14)      VALUE "STATUS".
002210 01  CYC-LINE.
002220     05  FILLER             PIC X(01)      VALUE SPACE.
002230     05  FILLER             PIC X(06)      VALUE "CYCLE".
002240     05  CYC-LN-CYCLE       PIC 9(02).
002250     05  CYC-LN-NOTE        PIC X(40).
002260     05  FILLER             PIC X(31)      VALUE SPACE.
002270 01  DET-LINE.
002280     05  FILLER             PIC X(01)      VALUE SPACE.
002290     05  DET-STEP-NAME      PIC X(08).
002300     05  FILLER             PIC X(01)      VALUE SPACE.
002310     05  DET-START-TIME     PIC X(08).
002320     05  FILLER             PIC X(01)      VALUE SPACE.
002330     05  DET-END-TIME       PIC X(08).
002340     05  FILLER             PIC X(01)      VALUE SPACE.
002350     05  DET-ELAPSED        PIC X(08).
002360     05  FILLER             PIC X(02)      VALUE SPACE.
002370     05  DET-RC             PIC X(02).
002380     05  FILLER             PIC X(01)      VALUE SPACE.
002390     05  DET-IN-COUNT       PIC ZZZZZZ9.
002400     05  FILLER             PIC X(01)      VALUE SPACE.
002410     05  DET-OUT-COUNT      PIC ZZZZZZ9.
002420     05  FILLER             PIC X(01)      VALUE SPACE.
002430     05  DET-REJ-COUNT      PIC ZZZZZZ9.
002440     05  FILLER             PIC X(02)      VALUE SPACE.
002450     05  DET-STATUS         PIC X(07).
002460     05  FILLER             PIC X(07)      VALUE SPACE.
002470 01  DET-RC-NUM             PIC Z9.
002480 01  MISS-LINE.
002490     05  FILLER             PIC X(01)      VALUE SPACE.
002500     05  MISS-STEP-NAME     PIC X(08).
002510     05  FILLER             PIC X(01)      VALUE SPACE.
002520     05  MISS-TEXT          PIC X(50).
002530     05  FILLER             PIC X(20)      VALUE SPACE.
002540 01  TOT-LINE.
002550     05  FILLER             PIC X(01)      VALUE SPACE.
002560     05  TOT-LABEL          PIC X(32).
002570     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
002580     05  FILLER             PIC X(36)      VALUE SPACE.
002590*
002600 PROCEDURE DIVISION.
002610*--------------------------------------------------------------*
002620* 0000-MAINLINE
002630*--------------------------------------------------------------*
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE
002660         THRU 1000-INITIALIZE-EXIT.
002670     IF NOT WS-FATAL-STOP
002680         PERFORM 2000-LOAD-RUNS
002690             THRU 2000-LOAD-RUNS-EXIT
002700         PERFORM 4000-PRINT-REPORT
002710             THRU 4000-PRINT-REPORT-EXIT
002720     END-IF.
002730     PERFORM 3000-TERMINATE
002740         THRU 3000-TERMINATE-EXIT.
002750     STOP RUN.
002760*
002770*--------------------------------------------------------------*
002780* 1000-INITIALIZE - READ THE CONTROL CARDS, SETTLE THE BUSINESS
002790*              DATE AND OPEN THE FILES.  A BAD CARD OR A
002800*              REGISTER THAT WILL NOT OPEN ENDS RC=12.
002810*--------------------------------------------------------------*
002820 1000-INITIALIZE.
002830     PERFORM 1100-READ-PARMS
002840         THRU 1100-READ-PARMS-EXIT.
002850     IF WS-PARM-ERROR
002860         DISPLAY "CALCOPSR STOPPED ON A BAD CONTROL CARD."
002870         MOVE 12 TO RETURN-CODE
002880         SET WS-FATAL-STOP TO TRUE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF.
002910     IF NOT WS-DATE-GIVEN
002920         PERFORM 1150-READ-CONTROL
002930             THRU 1150-READ-CONTROL-EXIT
002940     END-IF.
002950     OPEN INPUT RUN-REG-FILE.
002960     IF WS-REG-STATUS NOT EQUAL "00"
002970         DISPLAY "CALCOPSR CANNOT OPEN RUN REGISTER, STATUS "
002980             WS-REG-STATUS
002990         MOVE 12 TO RETURN-CODE
003000         SET WS-FATAL-STOP TO TRUE
003010         GO TO 1000-INITIALIZE-EXIT
003020     END-IF.
003030     OPEN OUTPUT OPS-RPT-FILE.
003040     MOVE WS-EXPECT-CYCLES TO WS-HIGH-CYCLE.
003050 1000-INITIALIZE-EXIT.
003060     EXIT.
003070*
003080*--------------------------------------------------------------*
003090* 1100-READ-PARMS - READ THE BUSDATE AND CYCLES CARDS.  NO
003100*              CARD FILE LEAVES THE DEFAULTS.
003110*--------------------------------------------------------------*
003120 1100-READ-PARMS.
003130     OPEN INPUT OPS-PARM-FILE.
003140     IF WS-PARM-STATUS NOT EQUAL "00"
003150         GO TO 1100-READ-PARMS-EXIT
003160     END-IF.
003170     PERFORM 1110-READ-ONE-PARM
003180         THRU 1110-READ-ONE-PARM-EXIT
003190         UNTIL WS-PARM-EOF.
003200     CLOSE OPS-PARM-FILE.
003210 1100-READ-PARMS-EXIT.
003220     EXIT.
003230*
003240 1110-READ-ONE-PARM.
003250     READ OPS-PARM-FILE
003260         AT END
003270             SET WS-PARM-EOF TO TRUE
003280             GO TO 1110-READ-ONE-PARM-EXIT
003290     END-READ.
003300     IF PARM-CARD = SPACE
003310         OR PC-COMMENT-FLAG = '*'
003320         GO TO 1110-READ-ONE-PARM-EXIT
003330     END-IF.
003340     IF PC-KEYWORD = "BUSDATE"
003350         IF PC-VALUE-DATE IS NUMERIC
003360             MOVE PC-VALUE-DATE TO WS-BUS-DATE
003370             SET WS-DATE-GIVEN TO TRUE
003380         ELSE
003390             PERFORM 1120-FLAG-BAD-PARM
003400                 THRU 1120-FLAG-BAD-PARM-EXIT
003410         END-IF
003420     ELSE IF PC-KEYWORD = "CYCLES"
003430         IF PC-VALUE-CYCLES IS NUMERIC
003440             AND PC-VALUE-CYCLES IS GREATER THAN ZERO
003450             MOVE PC-VALUE-CYCLES TO WS-EXPECT-CYCLES
003460         ELSE
003470             PERFORM 1120-FLAG-BAD-PARM
003480                 THRU 1120-FLAG-BAD-PARM-EXIT
003490         END-IF
003500     ELSE
003510         PERFORM 1120-FLAG-BAD-PARM
003520             THRU 1120-FLAG-BAD-PARM-EXIT
003530     END-IF.
003540 1110-READ-ONE-PARM-EXIT.
003550     EXIT.
003560*
003570 1120-FLAG-BAD-PARM.
003580     DISPLAY "CALCOPSR BAD CONTROL CARD: " PARM-CARD.
003590     SET WS-PARM-ERROR TO TRUE.
003600 1120-FLAG-BAD-PARM-EXIT.
003610     EXIT.
003620*
003630*--------------------------------------------------------------*
003640* 1150-READ-CONTROL - WITH NO BUSDATE CARD, REPORT THE DATE ON
003650*              THE RUN-CONTROL CARD - THE LAST BUSINESS DATE
003660*              THE CHAIN WAS SET UP FOR.  NO USABLE CARD FALLS
003670*              BACK TO THE SYSTEM DATE.
003680*--------------------------------------------------------------*
003690 1150-READ-CONTROL.
003700     ACCEPT WS-BUS-DATE FROM DATE.
003710     OPEN INPUT CALC-CTL-FILE.
003720     IF WS-CTL-STATUS NOT EQUAL "00"
003730         DISPLAY "CALCOPSR NO RUN CONTROL CARD - SYSTEM DATE "
003740             "USED"
003750         GO TO 1150-READ-CONTROL-EXIT
003760     END-IF.
003770     READ CALC-CTL-FILE.
003780     IF WS-CTL-STATUS EQUAL "00"
003790         AND CTL-BUS-DATE IS NUMERIC
003800         MOVE CTL-BUS-DATE TO WS-BUS-DATE
003810     ELSE
003820         DISPLAY "CALCOPSR UNUSABLE RUN CONTROL CARD - SYSTEM "
003830             "DATE USED"
003840     END-IF.
003850     CLOSE CALC-CTL-FILE.
003860 1150-READ-CONTROL-EXIT.
003870     EXIT.
003880*
003890*--------------------------------------------------------------*
003900* 2000-LOAD-RUNS - READ THE WHOLE REGISTER AND BUILD THE RUN
003910*              TABLE FOR THE BUSINESS DATE.
003920*--------------------------------------------------------------*
003930 2000-LOAD-RUNS.
003940     PERFORM 2100-READ-ONE-RUN
003950         THRU 2100-READ-ONE-RUN-EXIT
003960         UNTIL WS-REG-EOF.
003970     CLOSE RUN-REG-FILE.
003980 2000-LOAD-RUNS-EXIT.
003990     EXIT.
004000*
004010 2100-READ-ONE-RUN.
004020     READ RUN-REG-FILE
004030         AT END
004040             SET WS-REG-EOF TO TRUE
004050             GO TO 2100-READ-ONE-RUN-EXIT
004060     END-READ.
004070     IF RG-BUS-DATE IS NOT NUMERIC
004080         OR RG-CYCLE-NO IS NOT NUMERIC
004090         OR RG-RUN-DATE IS NOT NUMERIC
004100         OR RG-RUN-TIME IS NOT NUMERIC
004110         GO TO 2100-READ-ONE-RUN-EXIT
004120     END-IF.
004130     IF RG-BUS-DATE NOT EQUAL WS-BUS-DATE
004140         GO TO 2100-READ-ONE-RUN-EXIT
004150     END-IF.
004160     ADD 1 TO WS-READ-COUNT.
004170     IF RG-CYCLE-NO IS GREATER THAN WS-HIGH-CYCLE
004180         MOVE RG-CYCLE-NO TO WS-HIGH-CYCLE
004190     END-IF.
004200     IF RG-START-EVENT
004210         PERFORM 2200-ADD-RUN
004220             THRU 2200-ADD-RUN-EXIT
004230     ELSE IF RG-END-EVENT
004240         PERFORM 2300-END-RUN
004250             THRU 2300-END-RUN-EXIT
004260     END-IF.
004270 2100-READ-ONE-RUN-EXIT.
004280     EXIT.
004290*
004300*--------------------------------------------------------------*
004310* 2200-ADD-RUN - OPEN A NEW RUN ENTRY FOR THE RECORD'S STEP AND
004320*              CYCLE.  ON RETURN WS-RUN-SUB POINTS AT IT; A FULL
004330*              TABLE LEAVES WS-FOUND OFF AND IS COUNTED.
004340*--------------------------------------------------------------*
004350 2200-ADD-RUN.
004360     MOVE 'N' TO WS-FOUND-SWITCH.
004370     IF WS-RUN-COUNT IS NOT LESS THAN WS-RUN-MAX
004380         ADD 1 TO WS-OVERFLOW-COUNT
004390         GO TO 2200-ADD-RUN-EXIT
004400     END-IF.
004410     ADD 1 TO WS-RUN-COUNT.
004420     MOVE WS-RUN-COUNT TO WS-RUN-SUB.
004430     SET WS-FOUND TO TRUE.
004440     MOVE RG-STEP-NAME TO RT-STEP-NAME (WS-RUN-SUB).
004450     MOVE RG-CYCLE-NO  TO RT-CYCLE-NO (WS-RUN-SUB).
004460     MOVE 'N'          TO RT-START-SWITCH (WS-RUN-SUB).
004470     MOVE ZERO         TO RT-START-DATE (WS-RUN-SUB).
004480     MOVE ZERO         TO RT-START-TIME (WS-RUN-SUB).
004490     MOVE 'N'          TO RT-END-SWITCH (WS-RUN-SUB).
004500     MOVE ZERO         TO RT-END-DATE (WS-RUN-SUB).
004510     MOVE ZERO         TO RT-END-TIME (WS-RUN-SUB).
004520     MOVE ZERO         TO RT-IN-COUNT (WS-RUN-SUB).
004530     MOVE ZERO         TO RT-OUT-COUNT (WS-RUN-SUB).
004540     MOVE ZERO         TO RT-REJ-COUNT (WS-RUN-SUB).
004550     MOVE ZERO         TO RT-RETURN-CODE (WS-RUN-SUB).
004560     IF RG-START-EVENT
004570         MOVE 'Y'         TO RT-START-SWITCH (WS-RUN-SUB)
004580         MOVE RG-RUN-DATE TO RT-START-DATE (WS-RUN-SUB)
004590         MOVE RG-RUN-TIME TO RT-START-TIME (WS-RUN-SUB)
004600     END-IF.
004610 2200-ADD-RUN-EXIT.
004620     EXIT.
004630*
004640*--------------------------------------------------------------*
004650* 2300-END-RUN - CLOSE THE LATEST OPEN RUN OF THE STEP AND
004660*              CYCLE WITH THE END TIME, COUNTS AND RETURN CODE.
004670*              AN END WITH NO OPEN START GETS AN ENTRY OF ITS
004680*              OWN SO IT IS STILL REPORTED.
004690*--------------------------------------------------------------*
004700 2300-END-RUN.
004710     MOVE 'N' TO WS-FOUND-SWITCH.
004720     PERFORM 2310-SCAN-OPEN-RUN
004730         THRU 2310-SCAN-OPEN-RUN-EXIT
004740         VARYING WS-RUN-SUB FROM WS-RUN-COUNT BY -1
004750         UNTIL WS-RUN-SUB IS LESS THAN 1
004760            OR WS-FOUND.
004770     IF WS-FOUND
004780         ADD 1 TO WS-RUN-SUB
004790     ELSE
004800         PERFORM 2200-ADD-RUN
004810             THRU 2200-ADD-RUN-EXIT
004820         IF NOT WS-FOUND
004830             GO TO 2300-END-RUN-EXIT
004840         END-IF
004850     END-IF.
004860     MOVE 'Y'            TO RT-END-SWITCH (WS-RUN-SUB).
004870     MOVE RG-RUN-DATE    TO RT-END-DATE (WS-RUN-SUB).
004880     MOVE RG-RUN-TIME    TO RT-END-TIME (WS-RUN-SUB).
004890     MOVE RG-IN-COUNT    TO RT-IN-COUNT (WS-RUN-SUB).
004900     MOVE RG-OUT-COUNT   TO RT-OUT-COUNT (WS-RUN-SUB).
004910     MOVE RG-REJ-COUNT   TO RT-REJ-COUNT (WS-RUN-SUB).
004920     MOVE RG-RETURN-CODE TO RT-RETURN-CODE (WS-RUN-SUB).
004930 2300-END-RUN-EXIT.
004940     EXIT.
004950*
004960*    THE VARYING CLAUSE STEPS PAST THE MATCH BEFORE THE UNTIL
004970*    TEST, SO 2300 ADDS ONE BACK TO POINT AT THE ENTRY FOUND.
004980 2310-SCAN-OPEN-RUN.
004990     IF RT-STEP-NAME (WS-RUN-SUB) EQUAL RG-STEP-NAME
005000         AND RT-CYCLE-NO (WS-RUN-SUB) EQUAL RG-CYCLE-NO
005010         AND NOT RT-ENDED (WS-RUN-SUB)
005020         SET WS-FOUND TO TRUE
005030     END-IF.
005040 2310-SCAN-OPEN-RUN-EXIT.
005050     EXIT.
005060*
005070*--------------------------------------------------------------*
005080* 3000-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES AND SET
005090*              THE RETURN CODE.
005100*--------------------------------------------------------------*
005110 3000-TERMINATE.
005120     IF WS-FATAL-STOP
005130         GO TO 3000-TERMINATE-EXIT
005140     END-IF.
005150     MOVE SPACE TO WS-PRINT-LINE.
005160     PERFORM 7500-PRINT-LINE
005170         THRU 7500-PRINT-LINE-EXIT.
005180     MOVE "REGISTER RECORDS FOR THE DATE" TO TOT-LABEL.
005190     MOVE WS-READ-COUNT    TO TOT-VALUE.
005200     PERFORM 3100-PRINT-TOT-LINE
005210         THRU 3100-PRINT-TOT-LINE-EXIT.
005220     MOVE "RUNS LISTED"                  TO TOT-LABEL.
005230     MOVE WS-LISTED-COUNT  TO TOT-VALUE.
005240     PERFORM 3100-PRINT-TOT-LINE
005250         THRU 3100-PRINT-TOT-LINE-EXIT.
005260     MOVE "  ENDED CLEAN"                TO TOT-LABEL.
005270     MOVE WS-CLEAN-COUNT   TO TOT-VALUE.
005280     PERFORM 3100-PRINT-TOT-LINE
005290         THRU 3100-PRINT-TOT-LINE-EXIT.
005300     MOVE "  FAILED"                     TO TOT-LABEL.
005310     MOVE WS-FAILED-COUNT  TO TOT-VALUE.
005320     PERFORM 3100-PRINT-TOT-LINE
005330         THRU 3100-PRINT-TOT-LINE-EXIT.
005340     MOVE "  NO END RECORD"              TO TOT-LABEL.
005350     MOVE WS-NO-END-COUNT  TO TOT-VALUE.
005360     PERFORM 3100-PRINT-TOT-LINE
005370         THRU 3100-PRINT-TOT-LINE-EXIT.
005380     MOVE "EXPECTED STEPS MISSING"       TO TOT-LABEL.
005390     MOVE WS-MISSING-COUNT TO TOT-VALUE.
005400     PERFORM 3100-PRINT-TOT-LINE
005410         THRU 3100-PRINT-TOT-LINE-EXIT.
005420     IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
005430         MOVE "RUNS NOT LISTED - TABLE FULL" TO TOT-LABEL
005440         MOVE WS-OVERFLOW-COUNT TO TOT-VALUE
005450         PERFORM 3100-PRINT-TOT-LINE
005460             THRU 3100-PRINT-TOT-LINE-EXIT
005470     END-IF.
005480     CLOSE OPS-RPT-FILE.
005490     DISPLAY "CALCOPSR LISTED  " WS-LISTED-COUNT " RUNS FOR "
005500         WS-BUS-DATE ".".
005510     DISPLAY "CALCOPSR FAILED  " WS-FAILED-COUNT
005520         ", NO END " WS-NO-END-COUNT
005530         ", MISSING " WS-MISSING-COUNT ".".
005540     IF WS-FAILED-COUNT IS GREATER THAN ZERO
005550         OR WS-NO-END-COUNT IS GREATER THAN ZERO
005560         OR WS-MISSING-COUNT IS GREATER THAN ZERO
005570         OR WS-OVERFLOW-COUNT IS GREATER THAN ZERO
005580         MOVE 8 TO RETURN-CODE
005590         DISPLAY "CALCOPSR ENDED RC=8 - THE CHAIN DID NOT RUN "
005600             "CLEAN, SEE OPSRPT."
005610     END-IF.
005620 3000-TERMINATE-EXIT.
005630     EXIT.
005640*
005650 3100-PRINT-TOT-LINE.
005660     MOVE TOT-LINE TO WS-PRINT-LINE.
005670     PERFORM 7500-PRINT-LINE
005680         THRU 7500-PRINT-LINE-EXIT.
005690 3100-PRINT-TOT-LINE-EXIT.
005700     EXIT.
005710*
005720*--------------------------------------------------------------*
005730* 4000-PRINT-REPORT - ONE SECTION PER CYCLE (EVERY EXPECTED
005740*              CYCLE, PLUS ANY LATER CYCLE THAT RAN), THEN THE
005750*              ONCE-A-DAY STEPS.
005760*--------------------------------------------------------------*
005770 4000-PRINT-REPORT.
005780     PERFORM 7000-WRITE-HEADERS
005790         THRU 7000-WRITE-HEADERS-EXIT.
005800     PERFORM 4100-PRINT-CYCLE
005810         THRU 4100-PRINT-CYCLE-EXIT
005820         VARYING WS-CYC-SUB FROM 1 BY 1
005830         UNTIL WS-CYC-SUB IS GREATER THAN WS-HIGH-CYCLE.
005840     MOVE SPACE TO WS-PRINT-LINE.
005850     PERFORM 7500-PRINT-LINE
005860         THRU 7500-PRINT-LINE-EXIT.
005870     MOVE "ONCE-A-DAY STEPS (ANY CYCLE)" TO MISS-TEXT.
005880     MOVE SPACE                          TO MISS-STEP-NAME.
005890     MOVE MISS-LINE TO WS-PRINT-LINE.
005900     PERFORM 7500-PRINT-LINE
005910         THRU 7500-PRINT-LINE-EXIT.
005920     MOVE ZERO TO WS-MATCH-CYCLE.
005930     PERFORM 4300-CHECK-DAILY-STEP
005940         THRU 4300-CHECK-DAILY-STEP-EXIT
005950         VARYING WS-STEP-SUB FROM 1 BY 1
005960         UNTIL WS-STEP-SUB IS GREATER THAN WS-STEP-MAX.
005970 4000-PRINT-REPORT-EXIT.
005980     EXIT.
005990*
006000*--------------------------------------------------------------*
006010* 4100-PRINT-CYCLE - LIST EVERY RUN FOR THE CYCLE IN THE ORDER
006020*              THEY STARTED, THEN ANY PER-CYCLE STEP THAT NEVER
006030*              RAN.  A CYCLE BEYOND THE CYCLES CARD IS LISTED
006040*              BUT NOT CHECKED FOR MISSING STEPS.
006050*--------------------------------------------------------------*
006060 4100-PRINT-CYCLE.
006070     MOVE SPACE TO WS-PRINT-LINE.
006080     PERFORM 7500-PRINT-LINE
006090         THRU 7500-PRINT-LINE-EXIT.
006100     MOVE WS-CYC-SUB TO CYC-LN-CYCLE.
006110     IF WS-CYC-SUB IS GREATER THAN WS-EXPECT-CYCLES
006120         MOVE " - NOT ON THE CYCLES CARD" TO CYC-LN-NOTE
006130     ELSE
006140         MOVE SPACE TO CYC-LN-NOTE
006150     END-IF.
006160     MOVE CYC-LINE TO WS-PRINT-LINE.
006170     PERFORM 7500-PRINT-LINE
006180         THRU 7500-PRINT-LINE-EXIT.
006190     MOVE ZERO TO WS-CYC-RUNS.
006200     PERFORM 4110-PRINT-ONE-RUN
006210         THRU 4110-PRINT-ONE-RUN-EXIT
006220         VARYING WS-RUN-SUB FROM 1 BY 1
006230         UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-COUNT.
006240     IF WS-CYC-RUNS EQUAL ZERO
006250         MOVE SPACE                  TO MISS-STEP-NAME
006260         MOVE "NO RUNS RECORDED"     TO MISS-TEXT
006270         MOVE MISS-LINE TO WS-PRINT-LINE
006280         PERFORM 7500-PRINT-LINE
006290             THRU 7500-PRINT-LINE-EXIT
006300     END-IF.
006310     IF WS-CYC-SUB IS GREATER THAN WS-EXPECT-CYCLES
006320         GO TO 4100-PRINT-CYCLE-EXIT
006330     END-IF.
006340     MOVE WS-CYC-SUB TO WS-MATCH-CYCLE.
006350     PERFORM 4200-CHECK-CYCLE-STEP
006360         THRU 4200-CHECK-CYCLE-STEP-EXIT
006370         VARYING WS-STEP-SUB FROM 1 BY 1
006380         UNTIL WS-STEP-SUB IS GREATER THAN WS-STEP-MAX.
006390 4100-PRINT-CYCLE-EXIT.
006400     EXIT.
006410*
006420*--------------------------------------------------------------*
006430* 4110-PRINT-ONE-RUN - PRINT ONE RUN OF THE CYCLE WITH ITS
006440*              ELAPSED TIME AND STATUS: NO END (STILL RUNNING
006450*              OR ABENDED), FAILED (RC ABOVE THE STEP'S CLEAN
006460*              LIMIT) OR CLEAN.
006470*--------------------------------------------------------------*
006480 4110-PRINT-ONE-RUN.
006490     IF RT-CYCLE-NO (WS-RUN-SUB) NOT EQUAL WS-CYC-SUB
006500         GO TO 4110-PRINT-ONE-RUN-EXIT
006510     END-IF.
006520     ADD 1 TO WS-CYC-RUNS.
006530     ADD 1 TO WS-LISTED-COUNT.
006540     MOVE RT-STEP-NAME (WS-RUN-SUB) TO DET-STEP-NAME.
006550     MOVE RT-STEP-NAME (WS-RUN-SUB) TO WS-MATCH-STEP.
006560     PERFORM 4120-FIND-CLEAN-MAX
006570         THRU 4120-FIND-CLEAN-MAX-EXIT.
006580     MOVE SPACE TO DET-START-TIME.
006590     MOVE SPACE TO DET-END-TIME.
006600     MOVE SPACE TO DET-ELAPSED.
006610     MOVE SPACE TO DET-RC.
006620     IF RT-STARTED (WS-RUN-SUB)
006630         MOVE RT-START-TIME (WS-RUN-SUB) TO WS-TIME-WORK
006640         PERFORM 7100-EDIT-TIME
006650             THRU 7100-EDIT-TIME-EXIT
006660         MOVE WS-TIME-EDIT TO DET-START-TIME
006670     END-IF.
006680     IF RT-ENDED (WS-RUN-SUB)
006690         MOVE RT-END-TIME (WS-RUN-SUB) TO WS-TIME-WORK
006700         PERFORM 7100-EDIT-TIME
006710             THRU 7100-EDIT-TIME-EXIT
006720         MOVE WS-TIME-EDIT TO DET-END-TIME
006730         MOVE RT-RETURN-CODE (WS-RUN-SUB) TO DET-RC-NUM
006740         MOVE DET-RC-NUM TO DET-RC
006750     END-IF.
006760     IF RT-STARTED (WS-RUN-SUB) AND RT-ENDED (WS-RUN-SUB)
006770         PERFORM 4130-COMPUTE-ELAPSED
006780             THRU 4130-COMPUTE-ELAPSED-EXIT
006790         MOVE WS-TIME-EDIT TO DET-ELAPSED
006800     END-IF.
006810     MOVE RT-IN-COUNT (WS-RUN-SUB)  TO DET-IN-COUNT.
006820     MOVE RT-OUT-COUNT (WS-RUN-SUB) TO DET-OUT-COUNT.
006830     MOVE RT-REJ-COUNT (WS-RUN-SUB) TO DET-REJ-COUNT.
006840     IF NOT RT-ENDED (WS-RUN-SUB)
006850         MOVE "NO END"  TO DET-STATUS
006860         ADD 1 TO WS-NO-END-COUNT
006870     ELSE IF RT-RETURN-CODE (WS-RUN-SUB) IS GREATER THAN
006880             WS-CLEAN-MAX
006890         MOVE "FAILED"  TO DET-STATUS
006900         ADD 1 TO WS-FAILED-COUNT
006910     ELSE
006920         MOVE "CLEAN"   TO DET-STATUS
006930         ADD 1 TO WS-CLEAN-COUNT
006940     END-IF.
006950     MOVE DET-LINE TO WS-PRINT-LINE.
006960     PERFORM 7500-PRINT-LINE
006970         THRU 7500-PRINT-LINE-EXIT.
006980 4110-PRINT-ONE-RUN-EXIT.
006990     EXIT.
007000*
007010*    A STEP NOT IN THE EXPECTED TABLE IS HELD TO RC=0.
007020 4120-FIND-CLEAN-MAX.
007030     MOVE ZERO TO WS-CLEAN-MAX.
007040     PERFORM 4125-SCAN-STEP
007050         THRU 4125-SCAN-STEP-EXIT
007060         VARYING WS-STEP-SUB FROM 1 BY 1
007070         UNTIL WS-STEP-SUB IS GREATER THAN WS-STEP-MAX.
007080 4120-FIND-CLEAN-MAX-EXIT.
007090     EXIT.
007100*
007110 4125-SCAN-STEP.
007120     IF WS-ST-NAME (WS-STEP-SUB) EQUAL WS-MATCH-STEP
007130         MOVE WS-ST-CLEAN-MAX (WS-STEP-SUB) TO WS-CLEAN-MAX
007140     END-IF.
007150 4125-SCAN-STEP-EXIT.
007160     EXIT.
007170*
007180*    TIMES ARE HHMMSSCC; AN END ON A LATER RUN DATE THAN THE
007190*    START CROSSED MIDNIGHT, SO A DAY IS ADDED.  THE RESULT IS
007200*    LEFT IN WS-TIME-EDIT AS HH:MM:SS (HOURS CAPPED AT 99).
007210 4130-COMPUTE-ELAPSED.
007220     MOVE RT-START-TIME (WS-RUN-SUB) TO WS-TIME-WORK.
007230     COMPUTE WS-START-SECS = TW-HH * 3600 + TW-MM * 60 + TW-SS.
007240     MOVE RT-END-TIME (WS-RUN-SUB) TO WS-TIME-WORK.
007250     COMPUTE WS-END-SECS   = TW-HH * 3600 + TW-MM * 60 + TW-SS.
007260     IF RT-END-DATE (WS-RUN-SUB) IS GREATER THAN
007270             RT-START-DATE (WS-RUN-SUB)
007280         ADD 86400 TO WS-END-SECS
007290     END-IF.
007300     IF WS-END-SECS IS LESS THAN WS-START-SECS
007310         MOVE ZERO TO WS-ELAPSED-SECS
007320     ELSE
007330         COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
007340     END-IF.
007350     DIVIDE WS-ELAPSED-SECS BY 3600
007360         GIVING WS-EL-HOURS REMAINDER WS-EL-REST.
007370     IF WS-EL-HOURS IS GREATER THAN 99
007380         MOVE 99 TO WS-EL-HOURS
007390     END-IF.
007400     MOVE WS-EL-HOURS TO TE-HH.
007410     DIVIDE WS-EL-REST BY 60
007420         GIVING TE-MM REMAINDER TE-SS.
007430 4130-COMPUTE-ELAPSED-EXIT.
007440     EXIT.
007450*
007460*--------------------------------------------------------------*
007470* 4200-CHECK-CYCLE-STEP - FLAG A PER-CYCLE STEP WITH NO RUN AT
007480*              ALL FOR THE CYCLE.
007490*--------------------------------------------------------------*
007500 4200-CHECK-CYCLE-STEP.
007510     IF NOT WS-ST-EVERY-CYCLE (WS-STEP-SUB)
007520         GO TO 4200-CHECK-CYCLE-STEP-EXIT
007530     END-IF.
007540     PERFORM 4400-FIND-ANY-RUN
007550         THRU 4400-FIND-ANY-RUN-EXIT.
007560     IF NOT WS-FOUND
007570         MOVE WS-ST-NAME (WS-STEP-SUB) TO MISS-STEP-NAME
007580         MOVE "MISSING - NO RUN RECORDED FOR THIS CYCLE"
007590             TO MISS-TEXT
007600         PERFORM 4500-PRINT-MISSING
007610             THRU 4500-PRINT-MISSING-EXIT
007620     END-IF.
007630 4200-CHECK-CYCLE-STEP-EXIT.
007640     EXIT.
007650*
007660*--------------------------------------------------------------*
007670* 4300-CHECK-DAILY-STEP - FLAG A ONCE-A-DAY STEP WITH NO RUN
007680*              UNDER ANY CYCLE; ITS RUNS ARE ALREADY LISTED
007690*              UNDER THE CYCLE THEY RAN FOR.
007700*--------------------------------------------------------------*
007710 4300-CHECK-DAILY-STEP.
007720     IF NOT WS-ST-ONCE-A-DAY (WS-STEP-SUB)
007730         GO TO 4300-CHECK-DAILY-STEP-EXIT
007740     END-IF.
007750     PERFORM 4400-FIND-ANY-RUN
007760         THRU 4400-FIND-ANY-RUN-EXIT.
007770     MOVE WS-ST-NAME (WS-STEP-SUB) TO MISS-STEP-NAME.
007780     IF WS-FOUND
007790         MOVE "RAN - SEE ITS CYCLE ABOVE" TO MISS-TEXT
007800         MOVE MISS-LINE TO WS-PRINT-LINE
007810         PERFORM 7500-PRINT-LINE
007820             THRU 7500-PRINT-LINE-EXIT
007830     ELSE
007840         MOVE "MISSING - NO RUN RECORDED FOR THE DATE"
007850             TO MISS-TEXT
007860         PERFORM 4500-PRINT-MISSING
007870             THRU 4500-PRINT-MISSING-EXIT
007880     END-IF.
007890 4300-CHECK-DAILY-STEP-EXIT.
007900     EXIT.
007910*
007920*--------------------------------------------------------------*
007930* 4400-FIND-ANY-RUN - LOOK FOR ANY RUN OF THE TABLE STEP AT
007940*              WS-STEP-SUB FOR WS-MATCH-CYCLE (ZERO = ANY
007950*              CYCLE).  SETS WS-FOUND.
007960*--------------------------------------------------------------*
007970 4400-FIND-ANY-RUN.
007980     MOVE 'N' TO WS-FOUND-SWITCH.
007990     MOVE WS-ST-NAME (WS-STEP-SUB) TO WS-MATCH-STEP.
008000     PERFORM 4410-SCAN-RUN
008010         THRU 4410-SCAN-RUN-EXIT
008020         VARYING WS-RUN-SUB FROM 1 BY 1
008030         UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-COUNT
008040            OR WS-FOUND.
008050 4400-FIND-ANY-RUN-EXIT.
008060     EXIT.
008070*
008080 4410-SCAN-RUN.
008090     IF RT-STEP-NAME (WS-RUN-SUB) EQUAL WS-MATCH-STEP
008100         AND (WS-MATCH-CYCLE EQUAL ZERO
008110              OR RT-CYCLE-NO (WS-RUN-SUB) EQUAL WS-MATCH-CYCLE)
008120         SET WS-FOUND TO TRUE
008130     END-IF.
008140 4410-SCAN-RUN-EXIT.
008150     EXIT.
008160*
008170 4500-PRINT-MISSING.
008180     ADD 1 TO WS-MISSING-COUNT.
008190     MOVE MISS-LINE TO WS-PRINT-LINE.
008200     PERFORM 7500-PRINT-LINE
008210         THRU 7500-PRINT-LINE-EXIT.
008220 4500-PRINT-MISSING-EXIT.
008230     EXIT.
008240*
008250*--------------------------------------------------------------*
008260* 7000-WRITE-HEADERS - START A NEW PAGE: BUMP THE PAGE NUMBER
008270*              AND PRINT THE HEADING LINES.
008280*--------------------------------------------------------------*
008290 7000-WRITE-HEADERS.
008300     ADD 1                 TO WS-PAGE-NO.
008310     MOVE ZERO             TO WS-LINE-COUNT.
008320     MOVE WS-BUS-DATE      TO HDG1-BUS-DATE.
008330     MOVE WS-EXPECT-CYCLES TO HDG1-CYCLES.
008340     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
008350     MOVE HDG-LINE-1       TO WS-PRINT-LINE.
008360     PERFORM 7500-PRINT-LINE
008370         THRU 7500-PRINT-LINE-EXIT.
008380     MOVE HDG-LINE-2       TO WS-PRINT-LINE.
008390     PERFORM 7500-PRINT-LINE
008400         THRU 7500-PRINT-LINE-EXIT.
008410 7000-WRITE-HEADERS-EXIT.
008420     EXIT.
008430*
008440*    HHMMSSCC IN WS-TIME-WORK TO HH:MM:SS IN WS-TIME-EDIT.
008450 7100-EDIT-TIME.
008460     MOVE TW-HH TO TE-HH.
008470     MOVE TW-MM TO TE-MM.
008480     MOVE TW-SS TO TE-SS.
008490 7100-EDIT-TIME-EXIT.
008500     EXIT.
008510*
008520*--------------------------------------------------------------*
008530* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO
008540*              A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
008550*--------------------------------------------------------------*
008560 7500-PRINT-LINE.
008570     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
008580         TO WS-LINES-PER-PAGE
008590         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
008600         PERFORM 7000-WRITE-HEADERS
008610             THRU 7000-WRITE-HEADERS-EXIT
008620         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
008630     END-IF.
008640     MOVE SPACE             TO REPORT-LINE.
008650     WRITE REPORT-LINE FROM WS-PRINT-LINE.
008660     ADD 1                  TO WS-LINE-COUNT.
008670 7500-PRINT-LINE-EXIT.
008680     EXIT.
