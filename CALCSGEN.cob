000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCSGEN.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - STANDING-INSTRUCTION GENERATOR.
000120*              DEPARTMENTS USED TO KEY THE SAME FIXED ALLOCATIONS
000130*              AND MONTH-END 'R' CHARGES BY HAND EVERY DAY, WEEK
000140*              OR MONTH, WHICH IS WHERE DUPLICATES AND MISSED
000150*              DAYS CAME FROM.  RUN ONCE FOR EACH BUSINESS DATE
000160*              (FROM THE CALCCTL RUN-CONTROL CARD) AHEAD OF THE
000170*              FIRST CALCGATE CYCLE, IT BROWSES THE STANDING-
000180*              INSTRUCTION FILE (CALCSTIN, KEPT IN CALCSIM) AND
000190*              WRITES EVERY ACTIVE INSTRUCTION DUE ON OR BEFORE
000200*              THE DATE TO SGENOUT IN CALCREC FORMAT, WHICH
000210*              CALCGATE COLLECTS LIKE ANY DEPARTMENT FILE.  THE
000220*              GENERATED TRANS-ID IS 'STI' AND THE INSTRUCTION
000230*              NUMBER, SO CALCGATE'S DUPLICATE CHECK STOPS AN
000240*              INSTRUCTION GOING IN TWICE ON ONE DATE.  EACH
000250*              INSTRUCTION GENERATED HAS ITS LAST-GENERATED DATE
000260*              STAMPED AND ITS NEXT-DUE DATE MOVED ON; ONE PAST
000270*              ITS END DATE IS MARKED EXPIRED.  A RERUN FOR THE
000280*              SAME DATE WRITES THE SAME ITEMS AGAIN.  AN
000290*              INSTRUCTION WHOSE COST CENTER IS NO LONGER ACTIVE
000300*              ON CCREF IS SKIPPED AND LEFT DUE, AND THE RUN ENDS
000310*              RC=4.  THE SGENRPT REPORT LISTS EVERY ITEM
000320*              GENERATED, SKIPPED OR EXPIRED, WITH TOTALS.
000330* 10/15/26  DLH  A RERUN FOR THE SAME DATE IS NOW CAUGHT BEFORE
000340*              THE EXPIRED TEST, SO THE LAST OCCURRENCE OF AN
000350*              INSTRUCTION (WHICH EXPIRES IT) IS WRITTEN AGAIN.
000360*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  MAC.
000400 OBJECT-COMPUTER.  MAC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALC-CTL-FILE    ASSIGN TO CALCCTL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CTL-STATUS.
000460     SELECT CALC-STIN-FILE   ASSIGN TO CALCSTIN
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SI-KEY
000500         FILE STATUS IS WS-STIN-STATUS.
000510     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CCREF-STATUS.
000540     SELECT SGEN-OUT-FILE    ASSIGN TO SGENOUT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SOUT-STATUS.
000570     SELECT SGEN-RPT-FILE    ASSIGN TO SGENRPT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CALC-CTL-FILE
000630     RECORDING MODE IS F.
000640     COPY CALCCTLR.
000650*
000660 FD  CALC-STIN-FILE.
000670     COPY CALCSTIN.
000680*
000690 FD  CALC-CCREF-FILE
000700     RECORDING MODE IS F.
000710     COPY CCREFREC.
000720*
000730 FD  SGEN-OUT-FILE
000740     RECORDING MODE IS F.
000750*    ONE GENERATED TRANSACTION PER RECORD IN CALCREC FORMAT, READ
000760*    BY CALCGATE LIKE ANY DEPARTMENT FILE.
000770 01  SGEN-OUT-REC           PIC X(80).
000780*
000790 FD  SGEN-RPT-FILE
000800     RECORDING MODE IS F.
000810 01  REPORT-LINE            PIC X(80).
000820*
000830 WORKING-STORAGE SECTION.
000840 77  WS-CTL-STATUS          PIC X(02).
000850 77  WS-STIN-STATUS         PIC X(02).
000860 77  WS-CCREF-STATUS        PIC X(02).
000870 77  WS-SOUT-STATUS         PIC X(02).
000880 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
000890     88  WS-BROWSE-EOF                     VALUE 'Y'.
000900 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000910     88  WS-CCREF-EOF                      VALUE 'Y'.
000920 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
000930     88  WS-FATAL-STOP                     VALUE 'Y'.
000940 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000950     88  WS-REF-FOUND                      VALUE 'Y'.
000960 77  WS-CHANGED-SWITCH      PIC X(01)      VALUE 'N'.
000970     88  WS-RECORD-CHANGED                 VALUE 'Y'.
000980 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
000990 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
001000 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001010 77  WS-REF-FLAG            PIC X(01)      VALUE SPACE.
001020 77  WS-BUS-DATE            PIC 9(06)      VALUE ZERO.
001030 77  WS-READ-COUNT          PIC 9(07) COMP  VALUE ZERO.
001040 77  WS-GEN-COUNT           PIC 9(07) COMP  VALUE ZERO.
001050 77  WS-LATE-COUNT          PIC 9(07) COMP  VALUE ZERO.
001060 77  WS-REGEN-COUNT         PIC 9(07) COMP  VALUE ZERO.
001070 77  WS-SUSP-COUNT          PIC 9(07) COMP  VALUE ZERO.
001080 77  WS-INACT-COUNT         PIC 9(07) COMP  VALUE ZERO.
001090 77  WS-EXPIRE-COUNT        PIC 9(07) COMP  VALUE ZERO.
001100 77  WS-NOTDUE-COUNT        PIC 9(07) COMP  VALUE ZERO.
001110 77  WS-OLD-EXPIRED-COUNT   PIC 9(07) COMP  VALUE ZERO.
001120 77  WS-OUT-COUNT           PIC 9(07) COMP  VALUE ZERO.
001130 77  WS-DUE-DATE            PIC 9(06)      VALUE ZERO.
001140 77  WS-DOW                 PIC 9(01)      VALUE ZERO.
001150 77  WS-MONTH-DAYS          PIC 9(02)      VALUE ZERO.
001160 77  WS-TARGET-DAY          PIC 9(02)      VALUE ZERO.
001170 77  WS-DAY-NUMBER          PIC 9(07) COMP  VALUE ZERO.
001180 77  WS-LEAP-DAYS           PIC 9(05) COMP  VALUE ZERO.
001190 77  WS-QUOTIENT            PIC 9(07) COMP  VALUE ZERO.
001200 77  WS-REMAINDER           PIC 9(05) COMP  VALUE ZERO.
001210 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001220 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001230 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001240 77  WS-PRINT-LINE          PIC X(80).
001250 77  WS-SAVE-PRINT-LINE     PIC X(80).
001260*
001270*    THE DATE BEING STEPPED THROUGH BY THE DUE-DATE ROUTINES.
001280 01  WS-FROM-DATE           PIC 9(06).
001290 01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
001300     05  WS-FD-YY           PIC 9(02).
001310     05  WS-FD-MM           PIC 9(02).
001320     05  WS-FD-DD           PIC 9(02).
001330*
001340*    DAYS IN EACH MONTH (FEBRUARY IS ADJUSTED FOR LEAP YEARS) AND
001350*    DAYS IN THE YEAR BEFORE EACH MONTH, FOR THE WEEKDAY RULE.
001360 01  WS-MONTH-LENGTHS.
001370     05  FILLER             PIC X(24)      VALUE
001380             "312831303130313130313031".
001390 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001400     05  WS-ML-DAYS         PIC 9(02)      OCCURS 12 TIMES.
001410 01  WS-DAYS-BEFORE.
001420     05  FILLER             PIC X(18)      VALUE
001430             "000031059090120151".
001440     05  FILLER             PIC X(18)      VALUE
001450             "181212243273304334".
001460 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE.
001470     05  WS-DB-DAYS         PIC 9(03)      OCCURS 12 TIMES.
001480*
001490*    THE GENERATED TRANS-ID - 'STI' AND THE INSTRUCTION NUMBER.
001500 01  WS-GEN-TRANS-ID.
001510     05  WS-GT-PREFIX       PIC X(03)      VALUE "STI".
001520     05  WS-GT-INSTR-NO     PIC 9(05).
001530*
001540 01  WS-REF-TABLE.
001550     05  WS-REF-ENTRY OCCURS 100 TIMES.
001560         10  WS-REF-CODE        PIC X(04).
001570         10  WS-REF-ACTIVE-FLAG PIC X(01).
001580*
001590     COPY CALCREC.
001600*
001610*--------------------------------------------------------------*
001620* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
001630*--------------------------------------------------------------*
001640 01  HDG-LINE-1.
001650     05  FILLER             PIC X(01)      VALUE SPACE.
001660     05  FILLER             PIC X(36)      VALUE
001670             "CALCSGEN STANDING INSTRUCTIONS FOR".
001680     05  HDG1-DATE          PIC 9(06).
001690     05  FILLER             PIC X(07)      VALUE "  PAGE".
001700     05  HDG1-PAGE-NO       PIC ZZZZ9.
001710     05  FILLER             PIC X(25)      VALUE SPACE.
001720 01  HDG-LINE-2.
001730     05  FILLER             PIC X(01)      VALUE SPACE.
001740     05  FILLER             PIC X(10)      VALUE "ACTION".
001750     05  FILLER             PIC X(06)      VALUE "INSTR".
001760     05  FILLER             PIC X(09)      VALUE "TRANS-ID".
001770     05  FILLER             PIC X(05)      VALUE "CC".
001780     05  FILLER             PIC X(03)      VALUE "OP".
001790     05  FILLER             PIC X(06)      VALUE "FREQ".
001800     05  FILLER             PIC X(08)      VALUE "DUE".
001810     05  FILLER             PIC X(32)      VALUE "NOTE".
001820 01  DET-LINE.
001830     05  FILLER             PIC X(01)      VALUE SPACE.
001840     05  DET-ACTION         PIC X(09).
001850     05  FILLER             PIC X(01)      VALUE SPACE.
001860     05  DET-INSTR-NO       PIC 9(05).
001870     05  FILLER             PIC X(01)      VALUE SPACE.
001880     05  DET-TRANS-ID       PIC X(08).
001890     05  FILLER             PIC X(01)      VALUE SPACE.
001900     05  DET-COST-CENTER    PIC X(04).
001910     05  FILLER             PIC X(01)      VALUE SPACE.
001920     05  DET-OPERATION      PIC X(01).
001930     05  FILLER             PIC X(02)      VALUE SPACE.
001940     05  DET-FREQUENCY      PIC X(01).
001950     05  FILLER             PIC X(01)      VALUE SPACE.
001960     05  DET-FREQ-DAY       PIC 9(02).
001970     05  FILLER             PIC X(02)      VALUE SPACE.
001980     05  DET-DUE-DATE       PIC 9(06).
001990     05  FILLER             PIC X(02)      VALUE SPACE.
002000     05  DET-NOTE           PIC X(30).
002010     05  FILLER             PIC X(02)      VALUE SPACE.
002020 01  TOT-LINE.
002030     05  FILLER             PIC X(01)      VALUE SPACE.
002040     05  TOT-LABEL          PIC X(30).
002050     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
002060     05  FILLER             PIC X(38)      VALUE SPACE.
002070*
002080 PROCEDURE DIVISION.
002090*--------------------------------------------------------------*
002100* 0000-MAINLINE
002110*--------------------------------------------------------------*
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE
002140         THRU 1000-INITIALIZE-EXIT.
002150     IF NOT WS-FATAL-STOP
002160         PERFORM 7000-WRITE-HEADERS
002170             THRU 7000-WRITE-HEADERS-EXIT
002180         PERFORM 2000-GENERATE
002190             THRU 2000-GENERATE-EXIT
002200     END-IF.
002210     PERFORM 4000-TERMINATE
002220         THRU 4000-TERMINATE-EXIT.
002230     STOP RUN.
002240*
002250*--------------------------------------------------------------*
002260* 1000-INITIALIZE - TAKE THE BUSINESS DATE, LOAD THE COST-CENTER
002270*              TABLE, AND OPEN THE FILES.  THE INSTRUCTION FILE
002280*              IS CREATED EMPTY ON FIRST USE THE WAY CALCSIM
002290*              CREATES IT; A FILE THAT WILL NOT OPEN SETS THE
002300*              FATAL-STOP SWITCH AND NOTHING IS GENERATED.
002310*--------------------------------------------------------------*
002320 1000-INITIALIZE.
002330     ACCEPT WS-BUS-DATE FROM DATE.
002340     PERFORM 1200-READ-CONTROL
002350         THRU 1200-READ-CONTROL-EXIT.
002360     PERFORM 6000-LOAD-REF-TABLE
002370         THRU 6000-LOAD-REF-TABLE-EXIT.
002380     OPEN I-O CALC-STIN-FILE.
002390     IF WS-STIN-STATUS EQUAL "35"
002400         OPEN OUTPUT CALC-STIN-FILE
002410         CLOSE CALC-STIN-FILE
002420         OPEN I-O CALC-STIN-FILE
002430     END-IF.
002440     IF WS-STIN-STATUS NOT EQUAL "00"
002450         DISPLAY "CALCSGEN CANNOT OPEN INSTRUCTION FILE, STATUS "
002460             WS-STIN-STATUS
002470         MOVE 12 TO RETURN-CODE
002480         SET WS-FATAL-STOP TO TRUE
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF.
002510     OPEN OUTPUT SGEN-OUT-FILE.
002520     IF WS-SOUT-STATUS NOT EQUAL "00"
002530         DISPLAY "CALCSGEN CANNOT OPEN SGENOUT, STATUS "
002540             WS-SOUT-STATUS
002550         CLOSE CALC-STIN-FILE
002560         MOVE 12 TO RETURN-CODE
002570         SET WS-FATAL-STOP TO TRUE
002580         GO TO 1000-INITIALIZE-EXIT
002590     END-IF.
002600     OPEN OUTPUT SGEN-RPT-FILE.
002610 1000-INITIALIZE-EXIT.
002620     EXIT.
002630*
002640*--------------------------------------------------------------*
002650* 1200-READ-CONTROL - TAKE THE BUSINESS DATE FROM THE RUN-CONTROL
002660*              CARD (AS CALCPOST DOES).  NO USABLE CARD MEANS THE
002670*              SYSTEM DATE.
002680*--------------------------------------------------------------*
002690 1200-READ-CONTROL.
002700     OPEN INPUT CALC-CTL-FILE.
002710     IF WS-CTL-STATUS NOT EQUAL "00"
002720         DISPLAY "CALCSGEN NO RUN CONTROL CARD - SYSTEM DATE "
002730             "USED"
002740         GO TO 1200-READ-CONTROL-EXIT
002750     END-IF.
002760     READ CALC-CTL-FILE.
002770     IF WS-CTL-STATUS EQUAL "00"
002780         AND CTL-BUS-DATE IS NUMERIC
002790         MOVE CTL-BUS-DATE TO WS-BUS-DATE
002800     END-IF.
002810     CLOSE CALC-CTL-FILE.
002820 1200-READ-CONTROL-EXIT.
002830     EXIT.
002840*
002850*--------------------------------------------------------------*
002860* 2000-GENERATE - BROWSE THE WHOLE INSTRUCTION FILE IN NUMBER
002870*              ORDER AND WORK EACH INSTRUCTION.
002880*--------------------------------------------------------------*
002890 2000-GENERATE.
002900     MOVE LOW-VALUES TO SI-KEY.
002910     START CALC-STIN-FILE
002920         KEY IS GREATER THAN OR EQUAL TO SI-KEY.
002930     IF WS-STIN-STATUS NOT EQUAL "00"
002940         DISPLAY "CALCSGEN INSTRUCTION FILE IS EMPTY."
002950         GO TO 2000-GENERATE-EXIT
002960     END-IF.
002970     PERFORM 2100-WORK-ONE
002980         THRU 2100-WORK-ONE-EXIT
002990         UNTIL WS-BROWSE-EOF.
003000 2000-GENERATE-EXIT.
003010     EXIT.
003020*
003030*--------------------------------------------------------------*
003040* 2100-WORK-ONE - DECIDE WHAT ONE INSTRUCTION NEEDS TODAY:
003050*              ALREADY GENERATED FOR THIS DATE - WRITTEN AGAIN
003060*                (A RERUN), EVEN WHEN THAT WAS THE LAST ONE AND
003070*                MARKED THE INSTRUCTION EXPIRED;
003080*              EXPIRED - COUNTED ONLY;
003090*              SUSPENDED - LISTED AND SKIPPED;
003100*              NEXT-DUE CLEARED BY CALCSIM - WORKED OUT AGAIN
003110*                FROM THE START DATE OR THE DAY AFTER THE LAST
003120*                GENERATION, WHICHEVER IS LATER;
003130*              NEXT DUE PAST THE END DATE - MARKED EXPIRED;
003140*              NOT YET DUE - COUNTED ONLY;
003150*              DUE, COST CENTER NOT ACTIVE - LISTED AND SKIPPED,
003160*                LEFT DUE FOR WHEN THE CODE IS PUT RIGHT;
003170*              OTHERWISE GENERATED.
003180*--------------------------------------------------------------*
003190 2100-WORK-ONE.
003200     READ CALC-STIN-FILE NEXT
003210         AT END
003220             SET WS-BROWSE-EOF TO TRUE
003230             GO TO 2100-WORK-ONE-EXIT
003240     END-READ.
003250     ADD 1 TO WS-READ-COUNT.
003260     MOVE 'N' TO WS-CHANGED-SWITCH.
003270     IF SI-LAST-GEN-DATE EQUAL WS-BUS-DATE
003280         PERFORM 2300-REGENERATE
003290             THRU 2300-REGENERATE-EXIT
003300         GO TO 2100-WORK-ONE-EXIT
003310     END-IF.
003320     IF SI-EXPIRED
003330         ADD 1 TO WS-OLD-EXPIRED-COUNT
003340         GO TO 2100-WORK-ONE-EXIT
003350     END-IF.
003360     IF SI-SUSPENDED
003370         ADD 1 TO WS-SUSP-COUNT
003380         MOVE "SKIPPED"   TO DET-ACTION
003390         MOVE SI-NEXT-DUE TO DET-DUE-DATE
003400         MOVE "INSTRUCTION SUSPENDED" TO DET-NOTE
003410         PERFORM 2900-LIST-INSTR
003420             THRU 2900-LIST-INSTR-EXIT
003430         GO TO 2100-WORK-ONE-EXIT
003440     END-IF.
003450     IF SI-NEXT-DUE EQUAL ZERO
003460         MOVE SI-START-DATE TO WS-FROM-DATE
003470         IF SI-LAST-GEN-DATE IS NOT LESS THAN SI-START-DATE
003480             MOVE SI-LAST-GEN-DATE TO WS-FROM-DATE
003490             PERFORM 7350-ADD-ONE-DAY
003500                 THRU 7350-ADD-ONE-DAY-EXIT
003510         END-IF
003520         PERFORM 7300-NEXT-DUE
003530             THRU 7300-NEXT-DUE-EXIT
003540         MOVE WS-DUE-DATE TO SI-NEXT-DUE
003550         SET WS-RECORD-CHANGED TO TRUE
003560     END-IF.
003570     IF SI-END-DATE NOT EQUAL ZERO
003580         AND SI-NEXT-DUE IS GREATER THAN SI-END-DATE
003590         MOVE 'E' TO SI-STATUS
003600         SET WS-RECORD-CHANGED TO TRUE
003610         ADD 1 TO WS-EXPIRE-COUNT
003620         MOVE "EXPIRED"   TO DET-ACTION
003630         MOVE SI-END-DATE TO DET-DUE-DATE
003640         MOVE "END DATE PASSED - NO MORE DUE" TO DET-NOTE
003650         PERFORM 2900-LIST-INSTR
003660             THRU 2900-LIST-INSTR-EXIT
003670         PERFORM 2800-REWRITE-INSTR
003680             THRU 2800-REWRITE-INSTR-EXIT
003690         GO TO 2100-WORK-ONE-EXIT
003700     END-IF.
003710     IF SI-NEXT-DUE IS GREATER THAN WS-BUS-DATE
003720         ADD 1 TO WS-NOTDUE-COUNT
003730         PERFORM 2800-REWRITE-INSTR
003740             THRU 2800-REWRITE-INSTR-EXIT
003750         GO TO 2100-WORK-ONE-EXIT
003760     END-IF.
003770     PERFORM 7600-FIND-REF
003780         THRU 7600-FIND-REF-EXIT.
003790     IF NOT WS-REF-FOUND OR WS-REF-FLAG NOT EQUAL 'A'
003800         ADD 1 TO WS-INACT-COUNT
003810         MOVE "SKIPPED"   TO DET-ACTION
003820         MOVE SI-NEXT-DUE TO DET-DUE-DATE
003830         MOVE "COST CENTER NOT ACTIVE" TO DET-NOTE
003840         PERFORM 2900-LIST-INSTR
003850             THRU 2900-LIST-INSTR-EXIT
003860         PERFORM 2800-REWRITE-INSTR
003870             THRU 2800-REWRITE-INSTR-EXIT
003880         GO TO 2100-WORK-ONE-EXIT
003890     END-IF.
003900     PERFORM 2200-GENERATE-ONE
003910         THRU 2200-GENERATE-ONE-EXIT.
003920 2100-WORK-ONE-EXIT.
003930     EXIT.
003940*
003950*--------------------------------------------------------------*
003960* 2200-GENERATE-ONE - WRITE THE INSTRUCTION'S TRANSACTION, STAMP
003970*              THE GENERATION, AND MOVE THE NEXT-DUE DATE ON TO
003980*              THE FIRST OCCURRENCE AFTER THE BUSINESS DATE.  AN
003990*              INSTRUCTION WITH NO OCCURRENCE LEFT BEFORE ITS END
004000*              DATE IS MARKED EXPIRED NOW.  A WEEKLY OR MONTHLY
004010*              OCCURRENCE THAT FELL ON AN EARLIER DAY IS NOTED
004020*              LATE.
004030*--------------------------------------------------------------*
004040 2200-GENERATE-ONE.
004050     PERFORM 2700-WRITE-TRANS
004060         THRU 2700-WRITE-TRANS-EXIT.
004070     IF WS-FATAL-STOP
004080         GO TO 2200-GENERATE-ONE-EXIT
004090     END-IF.
004100     ADD 1 TO WS-GEN-COUNT.
004110     MOVE "GENERATED" TO DET-ACTION.
004120     MOVE SI-NEXT-DUE TO DET-DUE-DATE.
004130     MOVE SPACE       TO DET-NOTE.
004140     IF SI-NEXT-DUE IS LESS THAN WS-BUS-DATE
004150         AND NOT SI-DAILY
004160         ADD 1 TO WS-LATE-COUNT
004170         MOVE "LATE - DUE DATE WAS NOT RUN" TO DET-NOTE
004180     END-IF.
004190     MOVE WS-BUS-DATE TO SI-LAST-GEN-DATE.
004200     ADD 1            TO SI-GEN-COUNT.
004210     MOVE WS-BUS-DATE TO WS-FROM-DATE.
004220     PERFORM 7350-ADD-ONE-DAY
004230         THRU 7350-ADD-ONE-DAY-EXIT.
004240     PERFORM 7300-NEXT-DUE
004250         THRU 7300-NEXT-DUE-EXIT.
004260     MOVE WS-DUE-DATE TO SI-NEXT-DUE.
004270     IF SI-END-DATE NOT EQUAL ZERO
004280         AND SI-NEXT-DUE IS GREATER THAN SI-END-DATE
004290         MOVE 'E' TO SI-STATUS
004300         ADD 1 TO WS-EXPIRE-COUNT
004310         MOVE "LAST ONE - INSTRUCTION EXPIRED" TO DET-NOTE
004320     END-IF.
004330     SET WS-RECORD-CHANGED TO TRUE.
004340     PERFORM 2900-LIST-INSTR
004350         THRU 2900-LIST-INSTR-EXIT.
004360     PERFORM 2800-REWRITE-INSTR
004370         THRU 2800-REWRITE-INSTR-EXIT.
004380 2200-GENERATE-ONE-EXIT.
004390     EXIT.
004400*
004410*--------------------------------------------------------------*
004420* 2300-REGENERATE - THE INSTRUCTION WAS ALREADY GENERATED FOR
004430*              THIS BUSINESS DATE BY AN EARLIER RUN.  IT IS
004440*              WRITTEN AGAIN WITH THE SAME TRANS-ID SO A RERUN
004450*              BEFORE CALCGATE HAS COLLECTED THE FILE LOSES
004460*              NOTHING; IF CALCGATE ALREADY TOOK IT, ITS DUPLICATE
004470*              CHECK DROPS THE SECOND COPY.  THE RECORD IS NOT
004480*              STAMPED AGAIN.
004490*--------------------------------------------------------------*
004500 2300-REGENERATE.
004510     PERFORM 2700-WRITE-TRANS
004520         THRU 2700-WRITE-TRANS-EXIT.
004530     IF WS-FATAL-STOP
004540         GO TO 2300-REGENERATE-EXIT
004550     END-IF.
004560     ADD 1 TO WS-REGEN-COUNT.
004570     MOVE "REWRITTEN"      TO DET-ACTION.
004580     MOVE SI-LAST-GEN-DATE TO DET-DUE-DATE.
004590     MOVE "ALREADY GENERATED FOR THIS DATE" TO DET-NOTE.
004600     PERFORM 2900-LIST-INSTR
004610         THRU 2900-LIST-INSTR-EXIT.
004620     PERFORM 2800-REWRITE-INSTR
004630         THRU 2800-REWRITE-INSTR-EXIT.
004640 2300-REGENERATE-EXIT.
004650     EXIT.
004660*
004670*--------------------------------------------------------------*
004680* 2700-WRITE-TRANS - BUILD THE CALCREC TRANSACTION FOR THE
004690*              INSTRUCTION AND WRITE IT TO SGENOUT.  THE RESULT
004700*              AND CYCLE ARE LEFT FOR CALCBTCH, AS ON ANY
004710*              SUBMITTED RECORD.
004720*--------------------------------------------------------------*
004730 2700-WRITE-TRANS.
004740     MOVE SI-INSTR-NO     TO WS-GT-INSTR-NO.
004750     MOVE SPACE           TO CALCREC.
004760     MOVE WS-GEN-TRANS-ID TO CALC-TRANS-ID.
004770     MOVE SI-COST-CENTER  TO CALC-COST-CENTER.
004780     MOVE SI-NUM1         TO CALC-NUM1.
004790     MOVE SI-NUM2         TO CALC-NUM2.
004800     MOVE SI-OPERATION    TO CALC-OPERATION.
004810     MOVE SPACE           TO CALC-CONT-IND.
004820     MOVE SI-RATE-CODE    TO CALC-RATE-CODE.
004830     MOVE ZERO            TO CALC-RESULT.
004840     MOVE ZERO            TO CALC-CYCLE-NO.
004850     MOVE SPACE           TO SGEN-OUT-REC.
004860     WRITE SGEN-OUT-REC FROM CALCREC.
004870     IF WS-SOUT-STATUS NOT EQUAL "00"
004880         DISPLAY "CALCSGEN SGENOUT WRITE FAILED, STATUS "
004890             WS-SOUT-STATUS
004900         MOVE 12 TO RETURN-CODE
004910         SET WS-FATAL-STOP TO TRUE
004920         SET WS-BROWSE-EOF TO TRUE
004930         GO TO 2700-WRITE-TRANS-EXIT
004940     END-IF.
004950     ADD 1 TO WS-OUT-COUNT.
004960 2700-WRITE-TRANS-EXIT.
004970     EXIT.
004980*
004990*--------------------------------------------------------------*
005000* 2800-REWRITE-INSTR - PUT BACK AN INSTRUCTION WHOSE DATES OR
005010*              STATUS CHANGED IN THIS RUN.
005020*--------------------------------------------------------------*
005030 2800-REWRITE-INSTR.
005040     IF NOT WS-RECORD-CHANGED
005050         GO TO 2800-REWRITE-INSTR-EXIT
005060     END-IF.
005070     REWRITE CALCSTIN.
005080     IF WS-STIN-STATUS NOT EQUAL "00"
005090         DISPLAY "CALCSGEN INSTRUCTION REWRITE FAILED, STATUS "
005100             WS-STIN-STATUS " INSTRUCTION " SI-INSTR-NO
005110         MOVE 12 TO RETURN-CODE
005120         SET WS-FATAL-STOP TO TRUE
005130         SET WS-BROWSE-EOF TO TRUE
005140     END-IF.
005150 2800-REWRITE-INSTR-EXIT.
005160     EXIT.
005170*
005180*--------------------------------------------------------------*
005190* 2900-LIST-INSTR - PRINT ONE DETAIL LINE FOR THE INSTRUCTION;
005200*              THE ACTION, DUE DATE AND NOTE ARE SET BY THE
005210*              CALLER.  ONLY GENERATED ITEMS SHOW A TRANS-ID.
005220*--------------------------------------------------------------*
005230 2900-LIST-INSTR.
005240     MOVE SI-INSTR-NO    TO DET-INSTR-NO.
005250     MOVE SPACE          TO DET-TRANS-ID.
005260     IF DET-ACTION EQUAL "GENERATED"
005270         OR DET-ACTION EQUAL "REWRITTEN"
005280         MOVE SI-INSTR-NO     TO WS-GT-INSTR-NO
005290         MOVE WS-GEN-TRANS-ID TO DET-TRANS-ID
005300     END-IF.
005310     MOVE SI-COST-CENTER TO DET-COST-CENTER.
005320     MOVE SI-OPERATION   TO DET-OPERATION.
005330     MOVE SI-FREQUENCY   TO DET-FREQUENCY.
005340     MOVE SI-FREQ-DAY    TO DET-FREQ-DAY.
005350     MOVE DET-LINE TO WS-PRINT-LINE.
005360     PERFORM 7500-PRINT-LINE
005370         THRU 7500-PRINT-LINE-EXIT.
005380 2900-LIST-INSTR-EXIT.
005390     EXIT.
005400*
005410*--------------------------------------------------------------*
005420* 4000-TERMINATE - CLOSE THE FILES, PRINT THE RUN TOTALS, AND
005430*              SET THE RETURN CODE: 4 WHEN ANY DUE INSTRUCTION
005440*              WAS SKIPPED FOR AN INACTIVE COST CENTER, 0 CLEAN.
005450*--------------------------------------------------------------*
005460 4000-TERMINATE.
005470     IF WS-FATAL-STOP AND WS-READ-COUNT EQUAL ZERO
005480         DISPLAY "CALCSGEN ENDED RC=12 - FILES NOT AVAILABLE."
005490         GO TO 4000-TERMINATE-EXIT
005500     END-IF.
005510     MOVE SPACE TO WS-PRINT-LINE.
005520     PERFORM 7500-PRINT-LINE
005530         THRU 7500-PRINT-LINE-EXIT.
005540     MOVE "INSTRUCTIONS READ"      TO TOT-LABEL.
005550     MOVE WS-READ-COUNT            TO TOT-VALUE.
005560     PERFORM 4100-PRINT-TOTAL
005570         THRU 4100-PRINT-TOTAL-EXIT.
005580     MOVE "  GENERATED"            TO TOT-LABEL.
005590     MOVE WS-GEN-COUNT             TO TOT-VALUE.
005600     PERFORM 4100-PRINT-TOTAL
005610         THRU 4100-PRINT-TOTAL-EXIT.
005620     MOVE "    OF WHICH LATE"      TO TOT-LABEL.
005630     MOVE WS-LATE-COUNT            TO TOT-VALUE.
005640     PERFORM 4100-PRINT-TOTAL
005650         THRU 4100-PRINT-TOTAL-EXIT.
005660     MOVE "  REWRITTEN (RERUN)"    TO TOT-LABEL.
005670     MOVE WS-REGEN-COUNT           TO TOT-VALUE.
005680     PERFORM 4100-PRINT-TOTAL
005690         THRU 4100-PRINT-TOTAL-EXIT.
005700     MOVE "  SKIPPED - SUSPENDED"  TO TOT-LABEL.
005710     MOVE WS-SUSP-COUNT            TO TOT-VALUE.
005720     PERFORM 4100-PRINT-TOTAL
005730         THRU 4100-PRINT-TOTAL-EXIT.
005740     MOVE "  SKIPPED - CC NOT ACTIVE" TO TOT-LABEL.
005750     MOVE WS-INACT-COUNT           TO TOT-VALUE.
005760     PERFORM 4100-PRINT-TOTAL
005770         THRU 4100-PRINT-TOTAL-EXIT.
005780     MOVE "  EXPIRED THIS RUN"     TO TOT-LABEL.
005790     MOVE WS-EXPIRE-COUNT          TO TOT-VALUE.
005800     PERFORM 4100-PRINT-TOTAL
005810         THRU 4100-PRINT-TOTAL-EXIT.
005820     MOVE "  NOT YET DUE"          TO TOT-LABEL.
005830     MOVE WS-NOTDUE-COUNT          TO TOT-VALUE.
005840     PERFORM 4100-PRINT-TOTAL
005850         THRU 4100-PRINT-TOTAL-EXIT.
005860     MOVE "  EXPIRED EARLIER"      TO TOT-LABEL.
005870     MOVE WS-OLD-EXPIRED-COUNT     TO TOT-VALUE.
005880     PERFORM 4100-PRINT-TOTAL
005890         THRU 4100-PRINT-TOTAL-EXIT.
005900     MOVE "WRITTEN TO SGENOUT"     TO TOT-LABEL.
005910     MOVE WS-OUT-COUNT             TO TOT-VALUE.
005920     PERFORM 4100-PRINT-TOTAL
005930         THRU 4100-PRINT-TOTAL-EXIT.
005940     CLOSE CALC-STIN-FILE
005950           SGEN-OUT-FILE
005960           SGEN-RPT-FILE.
005970     DISPLAY "CALCSGEN READ      " WS-READ-COUNT " INSTRUCTIONS.".
005980     DISPLAY "CALCSGEN GENERATED " WS-GEN-COUNT ", REWRITTEN "
005990         WS-REGEN-COUNT ".".
006000     DISPLAY "CALCSGEN SKIPPED   " WS-SUSP-COUNT " SUSPENDED, "
006010         WS-INACT-COUNT " COST CENTER NOT ACTIVE.".
006020     DISPLAY "CALCSGEN EXPIRED   " WS-EXPIRE-COUNT ".".
006030     IF RETURN-CODE EQUAL 12
006040         GO TO 4000-TERMINATE-EXIT
006050     END-IF.
006060     IF WS-INACT-COUNT IS GREATER THAN ZERO
006070         MOVE 4 TO RETURN-CODE
006080         DISPLAY "CALCSGEN ENDED RC=4 - DUE INSTRUCTIONS SKIPPED "
006090             "FOR INACTIVE COST CENTERS."
006100     END-IF.
006110 4000-TERMINATE-EXIT.
006120     EXIT.
006130*
006140 4100-PRINT-TOTAL.
006150     MOVE TOT-LINE TO WS-PRINT-LINE.
006160     PERFORM 7500-PRINT-LINE
006170         THRU 7500-PRINT-LINE-EXIT.
006180 4100-PRINT-TOTAL-EXIT.
006190     EXIT.
006200*
006210*--------------------------------------------------------------*
006220* 6000-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
006230*              A DUE INSTRUCTION'S COST CENTER CAN BE CHECKED
006240*              BEFORE IT IS GENERATED.  A MISSING CCREF FILE
006250*              LEAVES THE TABLE EMPTY, SO EVERY DUE INSTRUCTION
006260*              IS SKIPPED (AND LEFT DUE) RATHER THAN REJECTED
006270*              LATER BY CALCBTCH.
006280*--------------------------------------------------------------*
006290 6000-LOAD-REF-TABLE.
006300     MOVE ZERO TO WS-REF-COUNT.
006310     OPEN INPUT CALC-CCREF-FILE.
006320     IF WS-CCREF-STATUS NOT EQUAL "00"
006330         DISPLAY "CALCSGEN NO CCREF FILE - DUE INSTRUCTIONS WILL "
006340             "BE SKIPPED."
006350         GO TO 6000-LOAD-REF-TABLE-EXIT
006360     END-IF.
006370     PERFORM 6100-READ-ONE-REF
006380         THRU 6100-READ-ONE-REF-EXIT
006390         UNTIL WS-CCREF-EOF.
006400     CLOSE CALC-CCREF-FILE.
006410 6000-LOAD-REF-TABLE-EXIT.
006420     EXIT.
006430*
006440 6100-READ-ONE-REF.
006450     READ CALC-CCREF-FILE
006460         AT END
006470             SET WS-CCREF-EOF TO TRUE
006480             GO TO 6100-READ-ONE-REF-EXIT
006490     END-READ.
006500     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
006510         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
006520             CCREFREC
006530         GO TO 6100-READ-ONE-REF-EXIT
006540     END-IF.
006550     ADD 1 TO WS-REF-COUNT.
006560     MOVE CC-CODE        TO WS-REF-CODE (WS-REF-COUNT).
006570     MOVE CC-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (WS-REF-COUNT).
006580 6100-READ-ONE-REF-EXIT.
006590     EXIT.
006600*
006610*--------------------------------------------------------------*
006620* 7000-WRITE-HEADERS - BUMP THE PAGE NUMBER AND PRINT THE
006630*              HEADING LINES.
006640*--------------------------------------------------------------*
006650 7000-WRITE-HEADERS.
006660     ADD 1                TO WS-PAGE-NO.
006670     MOVE ZERO            TO WS-LINE-COUNT.
006680     MOVE WS-BUS-DATE     TO HDG1-DATE.
006690     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
006700     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
006710     PERFORM 7500-PRINT-LINE
006720         THRU 7500-PRINT-LINE-EXIT.
006730     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
006740     PERFORM 7500-PRINT-LINE
006750         THRU 7500-PRINT-LINE-EXIT.
006760 7000-WRITE-HEADERS-EXIT.
006770     EXIT.
006780*
006790*--------------------------------------------------------------*
006800* 7300-NEXT-DUE - SET WS-DUE-DATE TO THE INSTRUCTION'S FIRST
006810*              OCCURRENCE ON OR AFTER WS-FROM-DATE:
006820*              DAILY   - WS-FROM-DATE ITSELF;
006830*              WEEKLY  - STEP FORWARD A DAY AT A TIME UNTIL THE
006840*                        WEEKDAY MATCHES SI-FREQ-DAY;
006850*              MONTHLY - SI-FREQ-DAY OF THIS MONTH (CUT BACK TO
006860*                        THE MONTH'S LAST DAY) IF NOT YET PAST,
006870*                        ELSE THE SAME DAY OF NEXT MONTH.
006880*--------------------------------------------------------------*
006890 7300-NEXT-DUE.
006900     IF SI-WEEKLY
006910         PERFORM 7400-DAY-OF-WEEK
006920             THRU 7400-DAY-OF-WEEK-EXIT
006930         PERFORM 7310-STEP-WEEKDAY
006940             THRU 7310-STEP-WEEKDAY-EXIT
006950             UNTIL WS-DOW EQUAL SI-FREQ-DAY
006960     ELSE IF SI-MONTHLY
006970         PERFORM 7320-MONTH-TARGET
006980             THRU 7320-MONTH-TARGET-EXIT
006990         IF WS-TARGET-DAY IS LESS THAN WS-FD-DD
007000             ADD 1 TO WS-FD-MM
007010             IF WS-FD-MM IS GREATER THAN 12
007020                 MOVE 1 TO WS-FD-MM
007030                 ADD 1 TO WS-FD-YY
007040             END-IF
007050             PERFORM 7320-MONTH-TARGET
007060                 THRU 7320-MONTH-TARGET-EXIT
007070         END-IF
007080         MOVE WS-TARGET-DAY TO WS-FD-DD
007090     END-IF.
007100     MOVE WS-FROM-DATE TO WS-DUE-DATE.
007110 7300-NEXT-DUE-EXIT.
007120     EXIT.
007130*
007140 7310-STEP-WEEKDAY.
007150     PERFORM 7350-ADD-ONE-DAY
007160         THRU 7350-ADD-ONE-DAY-EXIT.
007170     ADD 1 TO WS-DOW.
007180     IF WS-DOW IS GREATER THAN 7
007190         MOVE 1 TO WS-DOW
007200     END-IF.
007210 7310-STEP-WEEKDAY-EXIT.
007220     EXIT.
007230*
007240*    THE MONTHLY DAY FOR WS-FROM-DATE'S MONTH - 99, OR A DAY PAST
007250*    THE END OF A SHORT MONTH, BECOMES THE MONTH'S LAST DAY.
007260 7320-MONTH-TARGET.
007270     PERFORM 7360-MONTH-LENGTH
007280         THRU 7360-MONTH-LENGTH-EXIT.
007290     MOVE SI-FREQ-DAY TO WS-TARGET-DAY.
007300     IF WS-TARGET-DAY IS GREATER THAN WS-MONTH-DAYS
007310         MOVE WS-MONTH-DAYS TO WS-TARGET-DAY
007320     END-IF.
007330 7320-MONTH-TARGET-EXIT.
007340     EXIT.
007350*
007360*--------------------------------------------------------------*
007370* 7350-ADD-ONE-DAY - MOVE WS-FROM-DATE ON ONE CALENDAR DAY.
007380*--------------------------------------------------------------*
007390 7350-ADD-ONE-DAY.
007400     PERFORM 7360-MONTH-LENGTH
007410         THRU 7360-MONTH-LENGTH-EXIT.
007420     ADD 1 TO WS-FD-DD.
007430     IF WS-FD-DD IS GREATER THAN WS-MONTH-DAYS
007440         MOVE 1 TO WS-FD-DD
007450         ADD 1 TO WS-FD-MM
007460         IF WS-FD-MM IS GREATER THAN 12
007470             MOVE 1 TO WS-FD-MM
007480             ADD 1 TO WS-FD-YY
007490         END-IF
007500     END-IF.
007510 7350-ADD-ONE-DAY-EXIT.
007520     EXIT.
007530*
007540*--------------------------------------------------------------*
007550* 7360-MONTH-LENGTH - DAYS IN WS-FROM-DATE'S MONTH.  A YEAR
007560*              DIVISIBLE BY 4 IS A LEAP YEAR (TRUE FOR EVERY YEAR
007570*              20YY).
007580*--------------------------------------------------------------*
007590 7360-MONTH-LENGTH.
007600     MOVE WS-ML-DAYS (WS-FD-MM) TO WS-MONTH-DAYS.
007610     IF WS-FD-MM EQUAL 2
007620         DIVIDE WS-FD-YY BY 4 GIVING WS-QUOTIENT
007630             REMAINDER WS-REMAINDER
007640         IF WS-REMAINDER EQUAL ZERO
007650             MOVE 29 TO WS-MONTH-DAYS
007660         END-IF
007670     END-IF.
007680 7360-MONTH-LENGTH-EXIT.
007690     EXIT.
007700*
007710*--------------------------------------------------------------*
007720* 7400-DAY-OF-WEEK - WEEKDAY OF WS-FROM-DATE, 1 = MONDAY ...
007730*              7 = SUNDAY.  THE DAY NUMBER COUNTS FROM 01/01/2000
007740*              (A SATURDAY) AS DAY 1.
007750*--------------------------------------------------------------*
007760 7400-DAY-OF-WEEK.
007770     DIVIDE WS-FD-YY BY 4 GIVING WS-QUOTIENT
007780         REMAINDER WS-REMAINDER.
007790     COMPUTE WS-LEAP-DAYS = (WS-FD-YY + 3) / 4.
007800     COMPUTE WS-DAY-NUMBER = WS-FD-YY * 365 + WS-LEAP-DAYS
007810         + WS-DB-DAYS (WS-FD-MM) + WS-FD-DD.
007820     IF WS-REMAINDER EQUAL ZERO AND WS-FD-MM IS GREATER THAN 2
007830         ADD 1 TO WS-DAY-NUMBER
007840     END-IF.
007850     ADD 4 TO WS-DAY-NUMBER.
007860     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-QUOTIENT
007870         REMAINDER WS-REMAINDER.
007880     COMPUTE WS-DOW = WS-REMAINDER + 1.
007890 7400-DAY-OF-WEEK-EXIT.
007900     EXIT.
007910*
007920*--------------------------------------------------------------*
007930* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO A
007940*              NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
007950*--------------------------------------------------------------*
007960 7500-PRINT-LINE.
007970     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
007980         TO WS-LINES-PER-PAGE
007990         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
008000         PERFORM 7000-WRITE-HEADERS
008010             THRU 7000-WRITE-HEADERS-EXIT
008020         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
008030     END-IF.
008040     MOVE SPACE             TO REPORT-LINE.
008050     WRITE REPORT-LINE FROM WS-PRINT-LINE.
008060     ADD 1                  TO WS-LINE-COUNT.
008070 7500-PRINT-LINE-EXIT.
008080     EXIT.
008090*
008100*--------------------------------------------------------------*
008110* 7600-FIND-REF - LOOK THE INSTRUCTION'S COST CENTER UP IN THE
008120*              REFERENCE TABLE; AN UNLISTED CODE LEAVES THE FLAG
008130*              BLANK.
008140*--------------------------------------------------------------*
008150 7600-FIND-REF.
008160     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
008170     MOVE SPACE TO WS-REF-FLAG.
008180     PERFORM 7610-SCAN-REF
008190         THRU 7610-SCAN-REF-EXIT
008200         VARYING WS-REF-SUB FROM 1 BY 1
008210         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
008220            OR WS-REF-FOUND.
008230 7600-FIND-REF-EXIT.
008240     EXIT.
008250*
008260 7610-SCAN-REF.
008270     IF WS-REF-CODE (WS-REF-SUB) EQUAL SI-COST-CENTER
008280         MOVE WS-REF-ACTIVE-FLAG (WS-REF-SUB) TO WS-REF-FLAG
008290         SET WS-REF-FOUND TO TRUE
008300     END-IF.
008310 7610-SCAN-REF-EXIT.
008320     EXIT.
