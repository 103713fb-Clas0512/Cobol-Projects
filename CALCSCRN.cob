000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCSCRN.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - OUTLIER SCREENING BETWEEN
000120*              CALCBAL AND CALCPOST.  A KEYING SLIP (AN EXTRA
000130*              ZERO ON NUM1) BALANCES PERFECTLY AND USED TO POST
000140*              STRAIGHT TO THE MASTER AND THE LEDGER EXTRACT.
000150*              EACH CALCOUT RESULT IS NOW CHECKED AGAINST ITS
000160*              OPERATION/COST-CENTER HISTORY ON THE RUNNING-
000170*              BALANCE MASTER: A RESULT BELOW THE MASTER LOW OR
000180*              ABOVE THE MASTER HIGH BY MORE THAN THE OPERATION'S
000190*              TOLERANCE (A PERCENTAGE OF THE KEY'S AVERAGE
000200*              RESULT, CM-TOTAL / CM-POST-COUNT) IS HELD ON THE
000210*              REVIEW FILE (CALCHOLD) AND KEPT OFF THE SCREENED
000220*              RESULT FILE (SCRNOUT) THAT CALCPOST AND CALCXTR
000230*              NOW READ.  A KEY WITH TOO LITTLE HISTORY
000240*              (MINHIST) PASSES UNSCREENED.  ITEMS RELEASED IN
000250*              CALCRLSE SINCE THE LAST RUN ARE ADDED TO SCRNOUT
000260*              AND MARKED PASSED WITH THIS RUN'S DATE/CYCLE, SO
000270*              A RERUN OF THE SAME CYCLE PASSES THEM AGAIN
000280*              RATHER THAN LOSING THEM.  ENDS RC=4 WHILE ANY
000290*              ITEM AWAITS REVIEW, RC=12 ON A BAD CARD OR A FILE
000300*              THAT WILL NOT OPEN.  RECORDS ITS START AND END ON
000310*              THE RUN-CONTROL REGISTER AND REFUSES (RC=12) A
000320*              DATE/CYCLE CALCBAL HAS NOT PROVED IN BALANCE; NO
000330*              USABLE CARD OR REGISTER IS ALSO RC=12.  A CARD
000340*              KEYED 'RESUBMIT' IN COLUMNS 15-22 BYPASSES THE
000350*              REGISTER.
000360* 10/15/26  DLH  THE REVIEW FILE KEY NOW CARRIES THE CYCLE, SO THE
000370*              SAME TRANS-ID HELD IN A LATER CYCLE OF THE DAY IS
000380*              HELD IN ITS OWN RIGHT INSTEAD OF BEING TAKEN FOR A
000390*              RERUN OF THE EARLIER CYCLE'S ITEM.
000400* 10/15/26  DLH  A FAILED WRITE TO SCRNOUT NOW ENDS THE RUN RC=12,
000410*              AND A RELEASED ITEM IS WRITTEN TO SCRNOUT BEFORE IT
000420*              IS MARKED PASSED ON THE REVIEW FILE.
000430*--------------------------------------------------------------*
000440*
000450*--------------------------------------------------------------*
000460*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000470*  COL 10, '*' IN COL 1 IS A COMMENT (SEE CALCAUDQ):
000480*    TOL      X NNN        TOLERANCE FOR OPERATION X AS A
000490*                          PERCENTAGE OF THE KEY'S AVERAGE
000500*                          RESULT (ONE CARD PER OPERATION)
000510*    DEFTOL   NNN          TOLERANCE FOR ANY OPERATION WITHOUT
000520*                          A TOL CARD (DEFAULT 100)
000530*    MINHIST  NNN          POSTINGS A KEY NEEDS ON THE MASTER
000540*                          BEFORE ITS RESULTS ARE SCREENED
000550*                          (DEFAULT 005)
000560*  THE BUSINESS DATE AND CYCLE COME FROM THE CALCCTL RUN-
000570*  CONTROL CARD AS FOR CALCPOST.
000580*--------------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.  MAC.
000620 OBJECT-COMPUTER.  MAC.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT SCRN-PARM-FILE   ASSIGN TO SCRNPARM
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PARM-STATUS.
000680     SELECT CALC-CTL-FILE    ASSIGN TO CALCCTL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CTL-STATUS.
000710     SELECT CALC-RESULT-FILE ASSIGN TO CALCOUT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RSLT-STATUS.
000740     SELECT CALC-MASTER-FILE ASSIGN TO CALCMSTR
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CM-KEY
000780         FILE STATUS IS WS-MSTR-STATUS.
000790     SELECT CALC-HOLD-FILE   ASSIGN TO CALCHOLD
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS HD-KEY
000830         FILE STATUS IS WS-HOLD-STATUS.
000840     SELECT SCRN-OUT-FILE    ASSIGN TO SCRNOUT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-SOUT-STATUS.
000870     SELECT SCRN-RPT-FILE    ASSIGN TO SCRNRPT
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-REG-STATUS.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  SCRN-PARM-FILE
000960     RECORDING MODE IS F.
000970 01  PARM-CARD.
000980     05  PC-KEYWORD         PIC X(08).
000990     05  FILLER             PIC X(01).
001000     05  PC-VALUE           PIC X(71).
001010 01  PARM-CARD-TOL REDEFINES PARM-CARD.
001020     05  FILLER             PIC X(09).
001030     05  PC-VALUE-OP        PIC X(01).
001040     05  FILLER             PIC X(01).
001050     05  PC-VALUE-OP-PCT    PIC 9(03).
001060     05  FILLER             PIC X(66).
001070 01  PARM-CARD-NUM REDEFINES PARM-CARD.
001080     05  FILLER             PIC X(09).
001090     05  PC-VALUE-NUM       PIC 9(03).
001100     05  FILLER             PIC X(68).
001110 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
001120     05  PC-COMMENT-FLAG    PIC X(01).
001130     05  FILLER             PIC X(79).
001140*
001150 FD  CALC-CTL-FILE
001160     RECORDING MODE IS F.
001170     COPY CALCCTLR.
001180*
001190 FD  CALC-RESULT-FILE
001200     RECORDING MODE IS F.
001210     COPY CALCREC
001220         REPLACING ==CALCREC==    BY ==RESULT-REC==
001230                   ==CALC-TRANS-ID==    BY ==RR-TRANS-ID==
001240                   ==CALC-COST-CENTER== BY ==RR-COST-CENTER==
001250                   ==CALC-NUM1==  BY ==RR-NUM1==
001260                   ==CALC-NUM2==  BY ==RR-NUM2==
001270                   ==CALC-OPERATION== BY ==RR-OPERATION==
001280                   ==CALC-CONT-IND== BY ==RR-CONT-IND==
001290                   ==CALC-RATE-CODE== BY ==RR-RATE-CODE==
001300                   ==CALC-CYCLE-NO== BY ==RR-CYCLE-NO==
001310                   ==CALC-RESULT==    BY ==RR-RESULT==.
001320*
001330 FD  CALC-MASTER-FILE.
001340     COPY CALCMSTR.
001350*
001360 FD  CALC-HOLD-FILE.
001370     COPY CALCHOLD.
001380*
001390 FD  SCRN-OUT-FILE
001400     RECORDING MODE IS F.
001410*    THE SCREENED RESULT FILE - THE SAME LAYOUT AS CALCOUT, LESS
001420*    THE HELD ITEMS, PLUS ANY ITEMS RELEASED FROM REVIEW.
001430 01  SCRN-OUT-REC           PIC X(54).
001440*
001450 FD  SCRN-RPT-FILE
001460     RECORDING MODE IS F.
001470 01  REPORT-LINE            PIC X(80).
001480*
001490 FD  RUN-REG-FILE
001500     RECORDING MODE IS F.
001510     COPY CALCRUNR.
001520*
001530 WORKING-STORAGE SECTION.
001540 77  WS-PARM-STATUS         PIC X(02).
001550 77  WS-CTL-STATUS          PIC X(02).
001560 77  WS-RSLT-STATUS         PIC X(02).
001570 77  WS-MSTR-STATUS         PIC X(02).
001580 77  WS-HOLD-STATUS         PIC X(02).
001590 77  WS-SOUT-STATUS         PIC X(02).
001600 77  WS-EOF-SWITCH          PIC X(01)      VALUE 'N'.
001610     88  WS-EOF                            VALUE 'Y'.
001620 77  WS-PARM-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001630     88  WS-PARM-EOF                       VALUE 'Y'.
001640 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
001650     88  WS-PARM-ERROR                     VALUE 'Y'.
001660 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
001670     88  WS-FATAL-STOP                     VALUE 'Y'.
001680 77  WS-CTL-GIVEN-SWITCH    PIC X(01)      VALUE 'N'.
001690     88  WS-CTL-GIVEN                      VALUE 'Y'.
001700 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
001710     88  WS-BROWSE-EOF                     VALUE 'Y'.
001720 77  WS-OUTLIER-SWITCH      PIC X(01)      VALUE 'N'.
001730     88  WS-OUTLIER                        VALUE 'Y'.
001740 77  WS-TOL-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001750     88  WS-TOL-FOUND                      VALUE 'Y'.
001760 77  WS-CTL-BUS-DATE        PIC 9(06)      VALUE ZERO.
001770 77  WS-CTL-CYCLE           PIC 9(02)      VALUE 1.
001780 77  WS-DEF-TOL             PIC 9(03)      VALUE 100.
001790 77  WS-MIN-HIST            PIC 9(03)      VALUE 5.
001800 77  WS-TOL-PCT             PIC 9(03)      VALUE ZERO.
001810 77  WS-TOL-COUNT           PIC 9(03) COMP  VALUE ZERO.
001820 77  WS-TOL-MAX             PIC 9(03) COMP  VALUE 20.
001830 77  WS-TOL-SUB             PIC 9(03) COMP  VALUE ZERO.
001840 77  WS-READ-COUNT          PIC 9(07) COMP  VALUE ZERO.
001850 77  WS-PASS-COUNT          PIC 9(07) COMP  VALUE ZERO.
001860 77  WS-NOHIST-COUNT        PIC 9(07) COMP  VALUE ZERO.
001870 77  WS-HELD-COUNT          PIC 9(07) COMP  VALUE ZERO.
001880 77  WS-REHELD-COUNT        PIC 9(07) COMP  VALUE ZERO.
001890 77  WS-RELEASE-COUNT       PIC 9(07) COMP  VALUE ZERO.
001900 77  WS-AWAIT-COUNT         PIC 9(07) COMP  VALUE ZERO.
001910 77  WS-OUT-COUNT           PIC 9(07) COMP  VALUE ZERO.
001920 77  WS-AVERAGE             PIC S9(13)V99  VALUE ZERO.
001930 77  WS-BAND                PIC S9(13)V99  VALUE ZERO.
001940 77  WS-LOW-LIMIT           PIC S9(13)V99  VALUE ZERO.
001950 77  WS-HIGH-LIMIT          PIC S9(13)V99  VALUE ZERO.
001960 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001970 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001980 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001990 77  WS-PRINT-LINE          PIC X(80).
002000 77  WS-SAVE-PRINT-LINE     PIC X(80).
002010     COPY CALCRUNW.
002020*
002030*    PER-OPERATION TOLERANCES FROM THE TOL CARDS.
002040 01  WS-TOL-TABLE.
002050     05  WS-TOL-ENTRY OCCURS 20 TIMES.
002060         10  WS-TOL-OP          PIC X(01).
002070         10  WS-TOL-OP-PCT      PIC 9(03).
002080*
002090*    NAMED VIEW OF A HELD ITEM'S RESULT IMAGE.
002100 01  WS-HELD-ENTRY          PIC X(54).
002110 COPY CALCREC
002120     REPLACING ==01  CALCREC== BY
002130             ==01  WS-HELD-RESULT REDEFINES WS-HELD-ENTRY==
002140               ==CALC-TRANS-ID==    BY ==HR-TRANS-ID==
002150               ==CALC-COST-CENTER== BY ==HR-COST-CENTER==
002160               ==CALC-NUM1==        BY ==HR-NUM1==
002170               ==CALC-NUM2==        BY ==HR-NUM2==
002180               ==CALC-OPERATION==   BY ==HR-OPERATION==
002190               ==CALC-CONT-IND==    BY ==HR-CONT-IND==
002200               ==CALC-RATE-CODE==   BY ==HR-RATE-CODE==
002210               ==CALC-CYCLE-NO==    BY ==HR-CYCLE-NO==
002220               ==CALC-RESULT==      BY ==HR-RESULT==.
002230*
002240*--------------------------------------------------------------*
002250* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
002260*--------------------------------------------------------------*
002270 01  HDG-LINE-1.
002280     05  FILLER             PIC X(01)      VALUE SPACE.
002290     05  FILLER             PIC X(32)      VALUE
002300             "CALCSCRN OUTLIER SCREENING".
002310     05  FILLER             PIC X(04)      VALUE "FOR".
002320     05  HDG1-DATE          PIC 9(06).
002330     05  FILLER             PIC X(07)      VALUE " CYCLE".
002340     05  HDG1-CYCLE         PIC 9(02).
002350     05  FILLER             PIC X(07)      VALUE "  PAGE".
002360     05  HDG1-PAGE-NO       PIC ZZZZ9.
002370     05  FILLER             PIC X(16)      VALUE SPACE.
002380 01  HDG-LINE-2.
002390     05  FILLER             PIC X(01)      VALUE SPACE.
002400     05  FILLER             PIC X(09)      VALUE "ACTION".
002410     05  FILLER             PIC X(09)      VALUE "TRANS-ID".
002420     05  FILLER             PIC X(05)      VALUE "CC".
002430     05  FILLER             PIC X(02)      VALUE "OP".
002440     05  FILLER             PIC X(10)      VALUE SPACE.
002450     05  FILLER             PIC X(06)      VALUE "RESULT".
002460     05  FILLER             PIC X(09)      VALUE SPACE.
002470     05  FILLER             PIC X(09)      VALUE "LOW LIMIT".
002480     05  FILLER             PIC X(08)      VALUE SPACE.
002490     05  FILLER             PIC X(10)      VALUE "HIGH LIMIT".
002500     05  FILLER             PIC X(02)      VALUE SPACE.
002510 01  DET-LINE.
002520     05  FILLER             PIC X(01)      VALUE SPACE.
002530     05  DET-ACTION         PIC X(08).
002540     05  FILLER             PIC X(01)      VALUE SPACE.
002550     05  DET-TRANS-ID       PIC X(08).
002560     05  FILLER             PIC X(01)      VALUE SPACE.
002570     05  DET-COST-CENTER    PIC X(04).
002580     05  FILLER             PIC X(01)      VALUE SPACE.
002590     05  DET-OPERATION      PIC X(01).
002600     05  FILLER             PIC X(01)      VALUE SPACE.
002610     05  DET-RESULT         PIC -ZZZ,ZZZ,ZZ9.99.
002620     05  FILLER             PIC X(02)      VALUE SPACE.
002630     05  DET-LOW-LIMIT      PIC -ZZZ,ZZZ,ZZ9.99.
002640     05  FILLER             PIC X(02)      VALUE SPACE.
002650     05  DET-HIGH-LIMIT     PIC -ZZZ,ZZZ,ZZ9.99.
002660     05  FILLER             PIC X(02)      VALUE SPACE.
002670 01  TOT-LINE.
002680     05  FILLER             PIC X(01)      VALUE SPACE.
002690     05  TOT-LABEL          PIC X(30).
002700     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
002710     05  FILLER             PIC X(38)      VALUE SPACE.
002720*
002730 PROCEDURE DIVISION.
002740*--------------------------------------------------------------*
002750* 0000-MAINLINE
002760*--------------------------------------------------------------*
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE
002790         THRU 1000-INITIALIZE-EXIT.
002800     IF NOT WS-PARM-ERROR AND NOT WS-FATAL-STOP
002810         AND NOT WS-ORDER-REFUSED
002820         PERFORM 7000-WRITE-HEADERS
002830             THRU 7000-WRITE-HEADERS-EXIT
002840         PERFORM 2000-SCREEN-RESULT
002850             THRU 2000-SCREEN-RESULT-EXIT
002860             UNTIL WS-EOF
002870         PERFORM 3000-PASS-RELEASED
002880             THRU 3000-PASS-RELEASED-EXIT
002890     END-IF.
002900     PERFORM 4000-TERMINATE
002910         THRU 4000-TERMINATE-EXIT.
002920     PERFORM 9600-REGISTER-END
002930         THRU 9600-REGISTER-END-EXIT.
002940     STOP RUN.
002950*
002960*--------------------------------------------------------------*
002970* 1000-INITIALIZE - READ THE CONTROL CARDS AND THE RUN-CONTROL
002980*              CARD, CHECK THE RUN ORDER, AND OPEN THE FILES.
002990*              THE REVIEW FILE IS CREATED EMPTY ON FIRST USE THE
003000*              WAY CALCSINV CREATES ITS INVENTORY.  A BAD CARD
003010*              ENDS RC=12 BEFORE ANYTHING IS OPENED; A FILE THAT
003020*              WILL NOT OPEN SETS THE FATAL-STOP SWITCH SO
003030*              NOTHING IS SCREENED AND CALCPOST IS HELD.
003040*--------------------------------------------------------------*
003050 1000-INITIALIZE.
003060     ACCEPT WS-CTL-BUS-DATE FROM DATE.
003070     PERFORM 1100-READ-PARMS
003080         THRU 1100-READ-PARMS-EXIT.
003090     IF WS-PARM-ERROR
003100         MOVE 12 TO RETURN-CODE
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF.
003130     PERFORM 1200-READ-CONTROL
003140         THRU 1200-READ-CONTROL-EXIT.
003150     PERFORM 9100-CHECK-RUN-ORDER
003160         THRU 9100-CHECK-RUN-ORDER-EXIT.
003170     IF WS-ORDER-REFUSED
003180         MOVE 12 TO RETURN-CODE
003190         GO TO 1000-INITIALIZE-EXIT
003200     END-IF.
003210     OPEN INPUT CALC-RESULT-FILE.
003220     IF WS-RSLT-STATUS NOT EQUAL "00"
003230         DISPLAY "CALCSCRN CANNOT OPEN CALCOUT, STATUS "
003240             WS-RSLT-STATUS
003250         MOVE 12 TO RETURN-CODE
003260         SET WS-FATAL-STOP TO TRUE
003270         GO TO 1000-INITIALIZE-EXIT
003280     END-IF.
003290     OPEN INPUT CALC-MASTER-FILE.
003300     IF WS-MSTR-STATUS NOT EQUAL "00"
003310         DISPLAY "CALCSCRN CANNOT OPEN MASTER, STATUS "
003320             WS-MSTR-STATUS
003330         CLOSE CALC-RESULT-FILE
003340         MOVE 12 TO RETURN-CODE
003350         SET WS-FATAL-STOP TO TRUE
003360         GO TO 1000-INITIALIZE-EXIT
003370     END-IF.
003380     OPEN I-O CALC-HOLD-FILE.
003390     IF WS-HOLD-STATUS EQUAL "35"
003400         OPEN OUTPUT CALC-HOLD-FILE
003410         CLOSE CALC-HOLD-FILE
003420         OPEN I-O CALC-HOLD-FILE
003430     END-IF.
003440     IF WS-HOLD-STATUS NOT EQUAL "00"
003450         DISPLAY "CALCSCRN CANNOT OPEN REVIEW FILE, STATUS "
003460             WS-HOLD-STATUS
003470         CLOSE CALC-RESULT-FILE
003480               CALC-MASTER-FILE
003490         MOVE 12 TO RETURN-CODE
003500         SET WS-FATAL-STOP TO TRUE
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF.
003530     OPEN OUTPUT SCRN-OUT-FILE.
003540     IF WS-SOUT-STATUS NOT EQUAL "00"
003550         DISPLAY "CALCSCRN CANNOT OPEN SCRNOUT, STATUS "
003560             WS-SOUT-STATUS
003570         CLOSE CALC-RESULT-FILE
003580               CALC-MASTER-FILE
003590               CALC-HOLD-FILE
003600         MOVE 12 TO RETURN-CODE
003610         SET WS-FATAL-STOP TO TRUE
003620         GO TO 1000-INITIALIZE-EXIT
003630     END-IF.
003640     OPEN OUTPUT SCRN-RPT-FILE.
003650     PERFORM 8000-READ-RESULT
003660         THRU 8000-READ-RESULT-EXIT.
003670 1000-INITIALIZE-EXIT.
003680     EXIT.
003690*
003700*--------------------------------------------------------------*
003710* 1100-READ-PARMS - READ THE TOL, DEFTOL AND MINHIST CARDS.  NO
003720*              CARDS MEANS THE DEFAULT TOLERANCE FOR EVERY
003730*              OPERATION AND THE DEFAULT MINIMUM HISTORY.
003740*--------------------------------------------------------------*
003750 1100-READ-PARMS.
003760     OPEN INPUT SCRN-PARM-FILE.
003770     IF WS-PARM-STATUS NOT EQUAL "00"
003780         GO TO 1100-READ-PARMS-EXIT
003790     END-IF.
003800     PERFORM 1110-READ-ONE-PARM
003810         THRU 1110-READ-ONE-PARM-EXIT
003820         UNTIL WS-PARM-EOF.
003830     CLOSE SCRN-PARM-FILE.
003840 1100-READ-PARMS-EXIT.
003850     EXIT.
003860*
003870 1110-READ-ONE-PARM.
003880     READ SCRN-PARM-FILE
003890         AT END
003900             SET WS-PARM-EOF TO TRUE
003910             GO TO 1110-READ-ONE-PARM-EXIT
003920     END-READ.
003930     IF PARM-CARD = SPACE
003940         OR PC-COMMENT-FLAG = '*'
003950         GO TO 1110-READ-ONE-PARM-EXIT
003960     END-IF.
003970     IF PC-KEYWORD = "TOL"
003980         IF PC-VALUE-OP NOT EQUAL SPACE
003990             AND PC-VALUE-OP-PCT IS NUMERIC
004000             AND WS-TOL-COUNT IS LESS THAN WS-TOL-MAX
004010             ADD 1 TO WS-TOL-COUNT
004020             MOVE PC-VALUE-OP     TO WS-TOL-OP (WS-TOL-COUNT)
004030             MOVE PC-VALUE-OP-PCT TO WS-TOL-OP-PCT (WS-TOL-COUNT)
004040         ELSE
004050             PERFORM 1120-FLAG-BAD-PARM
004060                 THRU 1120-FLAG-BAD-PARM-EXIT
004070         END-IF
004080     ELSE IF PC-KEYWORD = "DEFTOL"
004090         IF PC-VALUE-NUM IS NUMERIC
004100             MOVE PC-VALUE-NUM TO WS-DEF-TOL
004110         ELSE
004120             PERFORM 1120-FLAG-BAD-PARM
004130                 THRU 1120-FLAG-BAD-PARM-EXIT
004140         END-IF
004150     ELSE IF PC-KEYWORD = "MINHIST"
004160         IF PC-VALUE-NUM IS NUMERIC
004170             MOVE PC-VALUE-NUM TO WS-MIN-HIST
004180         ELSE
004190             PERFORM 1120-FLAG-BAD-PARM
004200                 THRU 1120-FLAG-BAD-PARM-EXIT
004210         END-IF
004220     ELSE
004230         PERFORM 1120-FLAG-BAD-PARM
004240             THRU 1120-FLAG-BAD-PARM-EXIT
004250     END-IF.
004260 1110-READ-ONE-PARM-EXIT.
004270     EXIT.
004280*
004290 1120-FLAG-BAD-PARM.
004300     DISPLAY "CALCSCRN BAD CONTROL CARD: " PARM-CARD.
004310     SET WS-PARM-ERROR TO TRUE.
004320 1120-FLAG-BAD-PARM-EXIT.
004330     EXIT.
004340*
004350*--------------------------------------------------------------*
004360* 1200-READ-CONTROL - TAKE THE BUSINESS DATE AND CYCLE FROM THE
004370*              RUN-CONTROL CARD (AS CALCPOST DOES).  NO USABLE
004380*              CARD LEAVES THE RUN UNCONTROLLED, SO 9100 REFUSES
004390*              IT RC=12 - NOTHING IS SCREENED WITHOUT A CARD.
004400*--------------------------------------------------------------*
004410 1200-READ-CONTROL.
004420     OPEN INPUT CALC-CTL-FILE.
004430     IF WS-CTL-STATUS NOT EQUAL "00"
004440         DISPLAY "CALCSCRN NO RUN CONTROL CARD, STATUS "
004450             WS-CTL-STATUS
004460         GO TO 1200-READ-CONTROL-EXIT
004470     END-IF.
004480     READ CALC-CTL-FILE.
004490     IF WS-CTL-STATUS EQUAL "00"
004500         AND CTL-BUS-DATE IS NUMERIC
004510         MOVE CTL-BUS-DATE TO WS-CTL-BUS-DATE
004520         SET WS-CTL-GIVEN TO TRUE
004530         IF CTL-RESUBMIT
004540             SET WS-REG-BYPASS TO TRUE
004550         END-IF
004560         IF CTL-CYCLE-NO IS NUMERIC
004570             AND CTL-CYCLE-NO IS GREATER THAN ZERO
004580             MOVE CTL-CYCLE-NO TO WS-CTL-CYCLE
004590         END-IF
004600     END-IF.
004610     CLOSE CALC-CTL-FILE.
004620 1200-READ-CONTROL-EXIT.
004630     EXIT.
004640*
004650*--------------------------------------------------------------*
004660* 2000-SCREEN-RESULT - CHECK ONE RESULT AGAINST ITS MASTER
004670*              HISTORY AND EITHER PASS IT TO SCRNOUT OR HOLD IT
004680*              FOR REVIEW.
004690*--------------------------------------------------------------*
004700 2000-SCREEN-RESULT.
004710     PERFORM 2100-CHECK-HISTORY
004720         THRU 2100-CHECK-HISTORY-EXIT.
004730     IF WS-FATAL-STOP
004740         SET WS-EOF TO TRUE
004750         GO TO 2000-SCREEN-RESULT-EXIT
004760     END-IF.
004770     IF WS-OUTLIER
004780         PERFORM 2200-HOLD-RESULT
004790             THRU 2200-HOLD-RESULT-EXIT
004800     ELSE
004810         WRITE SCRN-OUT-REC FROM RESULT-REC
004820         IF WS-SOUT-STATUS NOT EQUAL "00"
004830             DISPLAY "CALCSCRN SCRNOUT WRITE FAILED, STATUS "
004840                 WS-SOUT-STATUS " TRANS " RR-TRANS-ID
004850             MOVE 12 TO RETURN-CODE
004860             SET WS-FATAL-STOP TO TRUE
004870             SET WS-EOF TO TRUE
004880             GO TO 2000-SCREEN-RESULT-EXIT
004890         END-IF
004900         ADD 1 TO WS-PASS-COUNT
004910         ADD 1 TO WS-OUT-COUNT
004920     END-IF.
004930     PERFORM 8000-READ-RESULT
004940         THRU 8000-READ-RESULT-EXIT.
004950 2000-SCREEN-RESULT-EXIT.
004960     EXIT.
004970*
004980*--------------------------------------------------------------*
004990* 2100-CHECK-HISTORY - LOOK THE RESULT'S KEY UP ON THE MASTER.
005000*              NO MASTER RECORD, OR FEWER THAN MINHIST POSTINGS,
005010*              PASSES THE RESULT UNSCREENED.  OTHERWISE THE
005020*              ALLOWED BAND IS THE OPERATION'S TOLERANCE
005030*              PERCENTAGE OF THE KEY'S AVERAGE RESULT, WIDENED
005040*              BELOW THE MASTER LOW AND ABOVE THE MASTER HIGH;
005050*              A RESULT OUTSIDE THAT RANGE IS AN OUTLIER.
005060*--------------------------------------------------------------*
005070 2100-CHECK-HISTORY.
005080     MOVE 'N'            TO WS-OUTLIER-SWITCH.
005090     MOVE RR-OPERATION   TO CM-OPERATION.
005100     MOVE RR-COST-CENTER TO CM-COST-CENTER.
005110     READ CALC-MASTER-FILE.
005120     IF WS-MSTR-STATUS EQUAL "23"
005130         ADD 1 TO WS-NOHIST-COUNT
005140         GO TO 2100-CHECK-HISTORY-EXIT
005150     END-IF.
005160     IF WS-MSTR-STATUS NOT EQUAL "00"
005170         DISPLAY "CALCSCRN MASTER READ FAILED, STATUS "
005180             WS-MSTR-STATUS
005190         MOVE 12 TO RETURN-CODE
005200         SET WS-FATAL-STOP TO TRUE
005210         GO TO 2100-CHECK-HISTORY-EXIT
005220     END-IF.
005230     IF CM-POST-COUNT IS LESS THAN WS-MIN-HIST
005240         OR CM-POST-COUNT EQUAL ZERO
005250         ADD 1 TO WS-NOHIST-COUNT
005260         GO TO 2100-CHECK-HISTORY-EXIT
005270     END-IF.
005280     PERFORM 2110-FIND-TOLERANCE
005290         THRU 2110-FIND-TOLERANCE-EXIT.
005300     COMPUTE WS-AVERAGE ROUNDED = CM-TOTAL / CM-POST-COUNT.
005310     IF WS-AVERAGE IS LESS THAN ZERO
005320         COMPUTE WS-BAND ROUNDED =
005330             (0 - WS-AVERAGE) * WS-TOL-PCT / 100
005340     ELSE
005350         COMPUTE WS-BAND ROUNDED =
005360             WS-AVERAGE * WS-TOL-PCT / 100
005370     END-IF.
005380     COMPUTE WS-LOW-LIMIT  = CM-LOW-RESULT  - WS-BAND.
005390     COMPUTE WS-HIGH-LIMIT = CM-HIGH-RESULT + WS-BAND.
005400     IF RR-RESULT IS LESS THAN WS-LOW-LIMIT
005410         OR RR-RESULT IS GREATER THAN WS-HIGH-LIMIT
005420         SET WS-OUTLIER TO TRUE
005430     END-IF.
005440 2100-CHECK-HISTORY-EXIT.
005450     EXIT.
005460*
005470 2110-FIND-TOLERANCE.
005480     MOVE 'N'       TO WS-TOL-FOUND-SWITCH.
005490     MOVE WS-DEF-TOL TO WS-TOL-PCT.
005500     PERFORM 2120-SCAN-TOLERANCE
005510         THRU 2120-SCAN-TOLERANCE-EXIT
005520         VARYING WS-TOL-SUB FROM 1 BY 1
005530         UNTIL WS-TOL-SUB IS GREATER THAN WS-TOL-COUNT
005540            OR WS-TOL-FOUND.
005550 2110-FIND-TOLERANCE-EXIT.
005560     EXIT.
005570*
005580 2120-SCAN-TOLERANCE.
005590     IF WS-TOL-OP (WS-TOL-SUB) EQUAL RR-OPERATION
005600         MOVE WS-TOL-OP-PCT (WS-TOL-SUB) TO WS-TOL-PCT
005610         SET WS-TOL-FOUND TO TRUE
005620     END-IF.
005630 2120-SCAN-TOLERANCE-EXIT.
005640     EXIT.
005650*
005660*--------------------------------------------------------------*
005670* 2200-HOLD-RESULT - WRITE THE OUTLIER TO THE REVIEW FILE AS
005680*              HELD AND LIST IT.  THE KEY CARRIES THE CYCLE, SO AN
005690*              ITEM ALREADY ON THE FILE (STATUS 22) CAN ONLY BE A
005700*              RERUN OF THIS SAME DATE AND CYCLE - IT IS LEFT AS
005710*              IT STANDS, STILL HELD OR ALREADY DECIDED, AND NOT
005720*              PASSED HERE; A RELEASED ONE IS PICKED UP BY 3000.
005730*--------------------------------------------------------------*
005740 2200-HOLD-RESULT.
005750     MOVE SPACE           TO CALCHOLD.
005760     MOVE RR-TRANS-ID     TO HD-TRANS-ID.
005770     MOVE WS-CTL-BUS-DATE TO HD-BUS-DATE.
005780     MOVE WS-CTL-CYCLE    TO HD-CYCLE-NO.
005790     MOVE 'H'             TO HD-STATUS.
005800     MOVE RESULT-REC      TO HD-RESULT-IMAGE.
005810     MOVE WS-AVERAGE      TO HD-AVERAGE.
005820     MOVE WS-LOW-LIMIT    TO HD-LOW-LIMIT.
005830     MOVE WS-HIGH-LIMIT   TO HD-HIGH-LIMIT.
005840     MOVE WS-TOL-PCT      TO HD-TOL-PCT.
005850     MOVE ZERO            TO HD-REVIEW-DATE.
005860     MOVE ZERO            TO HD-REVIEW-TIME.
005870     MOVE ZERO            TO HD-PASS-DATE.
005880     MOVE ZERO            TO HD-PASS-CYCLE.
005890     WRITE CALCHOLD.
005900     IF WS-HOLD-STATUS EQUAL "00"
005910         ADD 1 TO WS-HELD-COUNT
005920         MOVE "HELD"   TO DET-ACTION
005930     ELSE IF WS-HOLD-STATUS EQUAL "22"
005940         ADD 1 TO WS-REHELD-COUNT
005950         MOVE "ON FILE" TO DET-ACTION
005960     ELSE
005970         DISPLAY "CALCSCRN REVIEW FILE WRITE FAILED, STATUS "
005980             WS-HOLD-STATUS " KEY " HD-KEY
005990         MOVE 12 TO RETURN-CODE
006000         SET WS-FATAL-STOP TO TRUE
006010         SET WS-EOF TO TRUE
006020         GO TO 2200-HOLD-RESULT-EXIT
006030     END-IF.
006040     MOVE RR-TRANS-ID     TO DET-TRANS-ID.
006050     MOVE RR-COST-CENTER  TO DET-COST-CENTER.
006060     MOVE RR-OPERATION    TO DET-OPERATION.
006070     MOVE RR-RESULT       TO DET-RESULT.
006080     MOVE WS-LOW-LIMIT    TO DET-LOW-LIMIT.
006090     MOVE WS-HIGH-LIMIT   TO DET-HIGH-LIMIT.
006100     MOVE DET-LINE TO WS-PRINT-LINE.
006110     PERFORM 7500-PRINT-LINE
006120         THRU 7500-PRINT-LINE-EXIT.
006130 2200-HOLD-RESULT-EXIT.
006140     EXIT.
006150*
006160*--------------------------------------------------------------*
006170* 3000-PASS-RELEASED - BROWSE THE REVIEW FILE.  EVERY ITEM
006180*              RELEASED SINCE THE LAST RUN IS ADDED TO SCRNOUT
006190*              AND MARKED PASSED WITH THIS RUN'S DATE/CYCLE; AN
006200*              ITEM ALREADY PASSED UNDER THIS SAME DATE/CYCLE (A
006210*              RERUN) IS ADDED AGAIN.  THE ITEM GOES TO SCRNOUT
006220*              BEFORE IT IS MARKED, SO NOTHING IS MARKED PASSED
006230*              THAT NEVER REACHED POSTING.  ITEMS STILL HELD ARE
006240*              COUNTED FOR THE RETURN CODE.
006250*--------------------------------------------------------------*
006260 3000-PASS-RELEASED.
006270     IF WS-FATAL-STOP
006280         GO TO 3000-PASS-RELEASED-EXIT
006290     END-IF.
006300     MOVE LOW-VALUES TO HD-KEY.
006310     START CALC-HOLD-FILE
006320         KEY IS GREATER THAN OR EQUAL TO HD-KEY.
006330     IF WS-HOLD-STATUS NOT EQUAL "00"
006340         SET WS-BROWSE-EOF TO TRUE
006350     END-IF.
006360     PERFORM 3100-PASS-ONE
006370         THRU 3100-PASS-ONE-EXIT
006380         UNTIL WS-BROWSE-EOF.
006390 3000-PASS-RELEASED-EXIT.
006400     EXIT.
006410*
006420 3100-PASS-ONE.
006430     READ CALC-HOLD-FILE NEXT
006440         AT END
006450             SET WS-BROWSE-EOF TO TRUE
006460             GO TO 3100-PASS-ONE-EXIT
006470     END-READ.
006480     IF HD-HELD
006490         ADD 1 TO WS-AWAIT-COUNT
006500         GO TO 3100-PASS-ONE-EXIT
006510     END-IF.
006520     IF NOT HD-RELEASED
006530         AND NOT (HD-PASSED
006540                  AND HD-PASS-DATE EQUAL WS-CTL-BUS-DATE
006550                  AND HD-PASS-CYCLE EQUAL WS-CTL-CYCLE)
006560         GO TO 3100-PASS-ONE-EXIT
006570     END-IF.
006580     WRITE SCRN-OUT-REC FROM HD-RESULT-IMAGE.
006590     IF WS-SOUT-STATUS NOT EQUAL "00"
006600         DISPLAY "CALCSCRN SCRNOUT WRITE FAILED, STATUS "
006610             WS-SOUT-STATUS " KEY " HD-KEY
006620         MOVE 12 TO RETURN-CODE
006630         SET WS-FATAL-STOP TO TRUE
006640         SET WS-BROWSE-EOF TO TRUE
006650         GO TO 3100-PASS-ONE-EXIT
006660     END-IF.
006670     MOVE 'P'             TO HD-STATUS.
006680     MOVE WS-CTL-BUS-DATE TO HD-PASS-DATE.
006690     MOVE WS-CTL-CYCLE    TO HD-PASS-CYCLE.
006700     REWRITE CALCHOLD.
006710     IF WS-HOLD-STATUS NOT EQUAL "00"
006720         DISPLAY "CALCSCRN REVIEW FILE REWRITE FAILED, STATUS "
006730             WS-HOLD-STATUS " KEY " HD-KEY
006740         MOVE 12 TO RETURN-CODE
006750         SET WS-FATAL-STOP TO TRUE
006760         SET WS-BROWSE-EOF TO TRUE
006770         GO TO 3100-PASS-ONE-EXIT
006780     END-IF.
006790     ADD 1 TO WS-RELEASE-COUNT.
006800     ADD 1 TO WS-OUT-COUNT.
006810     MOVE HD-RESULT-IMAGE TO WS-HELD-ENTRY.
006820     MOVE "RELEASED"      TO DET-ACTION.
006830     MOVE HR-TRANS-ID     TO DET-TRANS-ID.
006840     MOVE HR-COST-CENTER  TO DET-COST-CENTER.
006850     MOVE HR-OPERATION    TO DET-OPERATION.
006860     MOVE HR-RESULT       TO DET-RESULT.
006870     MOVE HD-LOW-LIMIT    TO DET-LOW-LIMIT.
006880     MOVE HD-HIGH-LIMIT   TO DET-HIGH-LIMIT.
006890     MOVE DET-LINE TO WS-PRINT-LINE.
006900     PERFORM 7500-PRINT-LINE
006910         THRU 7500-PRINT-LINE-EXIT.
006920 3100-PASS-ONE-EXIT.
006930     EXIT.
006940*
006950*--------------------------------------------------------------*
006960* 4000-TERMINATE - CLOSE THE FILES, PRINT THE RUN TOTALS, AND
006970*              SET THE RETURN CODE: 4 WHILE ANY ITEM AWAITS
006980*              REVIEW, 0 WHEN NOTHING IS HELD.
006990*--------------------------------------------------------------*
007000 4000-TERMINATE.
007010     IF WS-PARM-ERROR
007020         DISPLAY "CALCSCRN ENDED RC=12 FOR BAD CONTROL CARDS "
007030             "- NOTHING SCREENED."
007040         GO TO 4000-TERMINATE-EXIT
007050     END-IF.
007060     IF WS-ORDER-REFUSED
007070         DISPLAY "CALCSCRN ENDED RC=12 - NOTHING SCREENED."
007080         GO TO 4000-TERMINATE-EXIT
007090     END-IF.
007100     IF WS-FATAL-STOP AND WS-OUT-COUNT EQUAL ZERO
007110         AND WS-READ-COUNT EQUAL ZERO
007120         DISPLAY "CALCSCRN ENDED RC=12 - FILES NOT AVAILABLE."
007130         GO TO 4000-TERMINATE-EXIT
007140     END-IF.
007150     MOVE SPACE TO WS-PRINT-LINE.
007160     PERFORM 7500-PRINT-LINE
007170         THRU 7500-PRINT-LINE-EXIT.
007180     MOVE "RESULTS READ"           TO TOT-LABEL.
007190     MOVE WS-READ-COUNT            TO TOT-VALUE.
007200     PERFORM 4100-PRINT-TOTAL
007210         THRU 4100-PRINT-TOTAL-EXIT.
007220     MOVE "  PASSED"               TO TOT-LABEL.
007230     MOVE WS-PASS-COUNT            TO TOT-VALUE.
007240     PERFORM 4100-PRINT-TOTAL
007250         THRU 4100-PRINT-TOTAL-EXIT.
007260     MOVE "    TOO LITTLE HISTORY"   TO TOT-LABEL.
007270     MOVE WS-NOHIST-COUNT          TO TOT-VALUE.
007280     PERFORM 4100-PRINT-TOTAL
007290         THRU 4100-PRINT-TOTAL-EXIT.
007300     MOVE "  HELD FOR REVIEW"      TO TOT-LABEL.
007310     MOVE WS-HELD-COUNT            TO TOT-VALUE.
007320     PERFORM 4100-PRINT-TOTAL
007330         THRU 4100-PRINT-TOTAL-EXIT.
007340     MOVE "  ALREADY ON REVIEW FILE" TO TOT-LABEL.
007350     MOVE WS-REHELD-COUNT          TO TOT-VALUE.
007360     PERFORM 4100-PRINT-TOTAL
007370         THRU 4100-PRINT-TOTAL-EXIT.
007380     MOVE "RELEASED ITEMS PASSED"  TO TOT-LABEL.
007390     MOVE WS-RELEASE-COUNT         TO TOT-VALUE.
007400     PERFORM 4100-PRINT-TOTAL
007410         THRU 4100-PRINT-TOTAL-EXIT.
007420     MOVE "WRITTEN TO SCRNOUT"     TO TOT-LABEL.
007430     MOVE WS-OUT-COUNT             TO TOT-VALUE.
007440     PERFORM 4100-PRINT-TOTAL
007450         THRU 4100-PRINT-TOTAL-EXIT.
007460     MOVE "ITEMS AWAITING REVIEW"  TO TOT-LABEL.
007470     MOVE WS-AWAIT-COUNT           TO TOT-VALUE.
007480     PERFORM 4100-PRINT-TOTAL
007490         THRU 4100-PRINT-TOTAL-EXIT.
007500     CLOSE CALC-RESULT-FILE
007510           CALC-MASTER-FILE
007520           CALC-HOLD-FILE
007530           SCRN-OUT-FILE
007540           SCRN-RPT-FILE.
007550     DISPLAY "CALCSCRN READ     " WS-READ-COUNT " RESULTS.".
007560     DISPLAY "CALCSCRN PASSED   " WS-PASS-COUNT ", HELD "
007570         WS-HELD-COUNT ".".
007580     DISPLAY "CALCSCRN RELEASED " WS-RELEASE-COUNT
007590         " ITEMS TO POSTING.".
007600     DISPLAY "CALCSCRN AWAITING REVIEW " WS-AWAIT-COUNT ".".
007610     IF RETURN-CODE EQUAL 12
007620         GO TO 4000-TERMINATE-EXIT
007630     END-IF.
007640     IF WS-AWAIT-COUNT IS GREATER THAN ZERO
007650         MOVE 4 TO RETURN-CODE
007660         DISPLAY "CALCSCRN ENDED RC=4 - ITEMS AWAIT REVIEW IN "
007670             "CALCRLSE."
007680     END-IF.
007690 4000-TERMINATE-EXIT.
007700     EXIT.
007710*
007720 4100-PRINT-TOTAL.
007730     MOVE TOT-LINE TO WS-PRINT-LINE.
007740     PERFORM 7500-PRINT-LINE
007750         THRU 7500-PRINT-LINE-EXIT.
007760 4100-PRINT-TOTAL-EXIT.
007770     EXIT.
007780*
007790*--------------------------------------------------------------*
007800* 7000-WRITE-HEADERS - BUMP THE PAGE NUMBER AND PRINT THE
007810*              HEADING LINES.
007820*--------------------------------------------------------------*
007830 7000-WRITE-HEADERS.
007840     ADD 1                TO WS-PAGE-NO.
007850     MOVE ZERO            TO WS-LINE-COUNT.
007860     MOVE WS-CTL-BUS-DATE TO HDG1-DATE.
007870     MOVE WS-CTL-CYCLE    TO HDG1-CYCLE.
007880     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
007890     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
007900     PERFORM 7500-PRINT-LINE
007910         THRU 7500-PRINT-LINE-EXIT.
007920     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
007930     PERFORM 7500-PRINT-LINE
007940         THRU 7500-PRINT-LINE-EXIT.
007950 7000-WRITE-HEADERS-EXIT.
007960     EXIT.
007970*
007980*--------------------------------------------------------------*
007990* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO A
008000*              NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
008010*--------------------------------------------------------------*
008020 7500-PRINT-LINE.
008030     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
008040         TO WS-LINES-PER-PAGE
008050         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
008060         PERFORM 7000-WRITE-HEADERS
008070             THRU 7000-WRITE-HEADERS-EXIT
008080         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
008090     END-IF.
008100     MOVE SPACE             TO REPORT-LINE.
008110     WRITE REPORT-LINE FROM WS-PRINT-LINE.
008120     ADD 1                  TO WS-LINE-COUNT.
008130 7500-PRINT-LINE-EXIT.
008140     EXIT.
008150*
008160*--------------------------------------------------------------*
008170* 8000-READ-RESULT - READ THE NEXT CALCOUT RESULT, SET EOF.
008180*--------------------------------------------------------------*
008190 8000-READ-RESULT.
008200     READ CALC-RESULT-FILE
008210         AT END
008220             SET WS-EOF TO TRUE
008230             GO TO 8000-READ-RESULT-EXIT
008240     END-READ.
008250     ADD 1 TO WS-READ-COUNT.
008260 8000-READ-RESULT-EXIT.
008270     EXIT.
008280*
008290*--------------------------------------------------------------*
008300* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
008310*              TO SCREEN A DATE/CYCLE CALCBAL HAS NOT PROVED IN
008320*              BALANCE (RC=0), THEN APPEND THIS STEP'S START
008330*              RECORD.  NO USABLE CARD, OR A REGISTER THAT CANNOT
008340*              BE OPENED, ENDS RC=12 LIKE AN OUT-OF-ORDER RUN.
008350*              ONLY A 'RESUBMIT' CARD (CALCRSUB) BYPASSES THE
008360*              CONTROL, AND THEN NOTHING GOES TO THE REGISTER.
008370*--------------------------------------------------------------*
008380 9100-CHECK-RUN-ORDER.
008390     IF WS-REG-BYPASS
008400         DISPLAY "CALCSCRN RESUBMIT RUN - ORDER CONTROL BYPASSED"
008410         GO TO 9100-CHECK-RUN-ORDER-EXIT
008420     END-IF.
008430     IF NOT WS-CTL-GIVEN
008440         DISPLAY "CALCSCRN NO USABLE RUN CONTROL CARD - RC=12, "
008450             "NOTHING SCREENED."
008460         SET WS-ORDER-REFUSED TO TRUE
008470         GO TO 9100-CHECK-RUN-ORDER-EXIT
008480     END-IF.
008490     MOVE WS-CTL-BUS-DATE TO WS-REG-BUS-DATE.
008500     MOVE WS-CTL-CYCLE    TO WS-REG-CYCLE.
008510     OPEN INPUT RUN-REG-FILE.
008520     IF WS-REG-STATUS NOT EQUAL "00"
008530         DISPLAY "CALCSCRN CANNOT OPEN RUN REGISTER, STATUS "
008540             WS-REG-STATUS " - RC=12, NOTHING SCREENED."
008550         SET WS-ORDER-REFUSED TO TRUE
008560         GO TO 9100-CHECK-RUN-ORDER-EXIT
008570     END-IF.
008580     SET WS-REG-USABLE TO TRUE.
008590     PERFORM 9110-READ-ONE-RUN
008600         THRU 9110-READ-ONE-RUN-EXIT
008610         UNTIL WS-REG-EOF.
008620     CLOSE RUN-REG-FILE.
008630     MOVE 'S' TO WS-REG-EVENT.
008640     PERFORM 9500-WRITE-REGISTER
008650         THRU 9500-WRITE-REGISTER-EXIT.
008660     IF NOT WS-PREREQ-FOUND
008670         DISPLAY "CALCSCRN CALCBAL HAS NOT ENDED FOR "
008680             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
008690             " - RC=12, NOTHING SCREENED."
008700         SET WS-ORDER-REFUSED TO TRUE
008710     ELSE IF WS-PREREQ-RC IS GREATER THAN 0
008720         DISPLAY "CALCSCRN CALCBAL ENDED RC=" WS-PREREQ-RC
008730             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
008740             " - RC=12, NOTHING SCREENED."
008750         SET WS-ORDER-REFUSED TO TRUE
008760     END-IF.
008770 9100-CHECK-RUN-ORDER-EXIT.
008780     EXIT.
008790*
008800*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
008810*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
008820 9110-READ-ONE-RUN.
008830     READ RUN-REG-FILE
008840         AT END
008850             SET WS-REG-EOF TO TRUE
008860             GO TO 9110-READ-ONE-RUN-EXIT
008870     END-READ.
008880     IF RG-BUS-DATE IS NOT NUMERIC
008890         OR RG-CYCLE-NO IS NOT NUMERIC
008900         OR RG-RETURN-CODE IS NOT NUMERIC
008910         GO TO 9110-READ-ONE-RUN-EXIT
008920     END-IF.
008930     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
008940         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
008950         OR NOT RG-END-EVENT
008960         GO TO 9110-READ-ONE-RUN-EXIT
008970     END-IF.
008980     IF RG-STEP-NAME EQUAL "CALCBAL"
008990         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
009000         SET WS-PREREQ-FOUND TO TRUE
009010     END-IF.
009020 9110-READ-ONE-RUN-EXIT.
009030     EXIT.
009040*
009050*--------------------------------------------------------------*
009060* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
009070*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
009080*--------------------------------------------------------------*
009090 9500-WRITE-REGISTER.
009100     OPEN EXTEND RUN-REG-FILE.
009110     IF WS-REG-STATUS NOT EQUAL "00"
009120         DISPLAY "CALCSCRN CANNOT APPEND RUN REGISTER, STATUS "
009130             WS-REG-STATUS
009140         GO TO 9500-WRITE-REGISTER-EXIT
009150     END-IF.
009160     MOVE SPACE            TO RUNREG-REC.
009170     MOVE "CALCSCRN"       TO RG-STEP-NAME.
009180     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
009190     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
009200     MOVE WS-REG-EVENT     TO RG-EVENT.
009210     ACCEPT RG-RUN-DATE FROM DATE.
009220     ACCEPT RG-RUN-TIME FROM TIME.
009230     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
009240     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
009250     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
009260     IF WS-REG-EVENT EQUAL 'E'
009270         MOVE RETURN-CODE  TO RG-RETURN-CODE
009280     ELSE
009290         MOVE ZERO         TO RG-RETURN-CODE
009300     END-IF.
009310     WRITE RUNREG-REC.
009320     CLOSE RUN-REG-FILE.
009330 9500-WRITE-REGISTER-EXIT.
009340     EXIT.
009350*
009360*--------------------------------------------------------------*
009370* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
009380*              IN = CALCOUT RESULTS READ, OUT = RESULTS WRITTEN
009390*              TO SCRNOUT (PASSED PLUS RELEASED), REJ = RESULTS
009400*              HELD FOR REVIEW THIS RUN.
009410*--------------------------------------------------------------*
009420 9600-REGISTER-END.
009430     IF NOT WS-REG-USABLE
009440         GO TO 9600-REGISTER-END-EXIT
009450     END-IF.
009460     MOVE 'E'              TO WS-REG-EVENT.
009470     MOVE WS-READ-COUNT    TO WS-REG-IN-COUNT.
009480     MOVE WS-OUT-COUNT     TO WS-REG-OUT-COUNT.
009490     MOVE WS-HELD-COUNT    TO WS-REG-REJ-COUNT.
009500     PERFORM 9500-WRITE-REGISTER
009510         THRU 9500-WRITE-REGISTER-EXIT.
009520 9600-REGISTER-END-EXIT.
009530     EXIT.
