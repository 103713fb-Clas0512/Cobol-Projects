000160*              THE CRITERIA ECHOED IN THE HEADING, AND ENDS
000170*              WITH SELECTED/SKIPPED RECORD COUNTS.  NO CARDS
000180*              MEANS SELECT EVERYTHING.
000181* 10/15/26  DLH  NOW READS THE PERMANENT KEYED AUDIT HISTORY
000182*              (AUDHIST, LOADED NIGHTLY BY CALCAUDL) INSTEAD OF
000183*              THE DAY'S CALCAUD FILE, SO A QUERY REACHES BACK
000184*              THROUGH THE WHOLE RETENTION PERIOD.  DATE NOW MEANS
000185*              THE BUSINESS DATE (THE DATE COLUMN), WITH NEW
000186*              DATEFROM/DATETO RANGE CARDS; NEW CCTR AND TRANSID
000187*              CARDS ARE READ BY KEY (TRANSID ON THE PRIME KEY,
000188*              CCTR ON THE COST-CENTER ALTERNATE KEY).  RC=8 WHEN
000189*              THE HISTORY WILL NOT OPEN.
000190*--------------------------------------------------------------*
000200*
000210*--------------------------------------------------------------*
000220*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000230*  COL 10.  ONE CARD PER CRITERION, ANY ORDER:
000240*    DATE     YYMMDD        ONLY THIS BUSINESS DATE
000243*    DATEFROM YYMMDD        BUSINESS DATE AT OR AFTER THIS
000246*    DATETO   YYMMDD        BUSINESS DATE AT OR BEFORE THIS
000250*    TIMEFROM HHMMSSHH      AT OR AFTER THIS TIME
000260*    TIMETO   HHMMSSHH      AT OR BEFORE THIS TIME
000270*    OPER     X             ONLY THIS OPERATION CODE
000280*    SEQFROM  NNNNNNN       AT OR AFTER THIS SEQUENCE NO
000290*    SEQTO    NNNNNNN       AT OR BEFORE THIS SEQUENCE NO
000293*    CCTR     XXXX          ONLY THIS COST CENTER
000296*    TRANSID  XXXXXXXX      ONLY THIS TRANS-ID
000300*  A CARD WITH '*' IN COL 1 IS A COMMENT AND IS IGNORED.
000302*  THE TIME AND SEQUENCE RANGES ARE THE CALCBTCH RUN TIME AND
000304*  SEQUENCE NUMBER.  A TRANSID OR CCTR CARD IS READ BY KEY;
000306*  WITHOUT ONE THE WHOLE HISTORY IS READ.
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000380     SELECT AUDQ-PARM-FILE   ASSIGN TO AUDPARM
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT AUD-HIST-FILE    ASSIGN TO AUDHIST
000420         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS AH-KEY
000426         ALTERNATE RECORD KEY IS AH-CC-KEY WITH DUPLICATES
000428         FILE STATUS IS WS-HIST-STATUS.
000430     SELECT AUDQ-REPORT-FILE ASSIGN TO AUDRPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450*
000630     05  FILLER             PIC X(09).
000640     05  PC-VALUE-SEQ       PIC 9(07).
000650     05  FILLER             PIC X(64).
000651 01  PARM-CARD-CCTR REDEFINES PARM-CARD.
000652     05  FILLER             PIC X(09).
000653     05  PC-VALUE-CCTR      PIC X(04).
000654     05  FILLER             PIC X(67).
000655 01  PARM-CARD-ID REDEFINES PARM-CARD.
000656     05  FILLER             PIC X(09).
000657     05  PC-VALUE-ID        PIC X(08).
000658     05  FILLER             PIC X(63).
000660 01  PARM-CARD-OPER REDEFINES PARM-CARD.
000670     05  FILLER             PIC X(09).
000680     05  PC-VALUE-OPER      PIC X(01).
000694     05  PC-COMMENT-FLAG    PIC X(01).
000696     05  FILLER             PIC X(79).
000700*
000710 FD  AUD-HIST-FILE.
000720     COPY CALCAUDH.
000880*
000890 FD  AUDQ-REPORT-FILE
000900     RECORDING MODE IS F.
000960 77  WS-EOF-SWITCH          PIC X(01)      VALUE 'N'.
000970     88  WS-EOF                            VALUE 'Y'.
000980 77  WS-PARM-STATUS         PIC X(02).
000985 77  WS-HIST-STATUS         PIC X(02).
000990 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
001000     88  WS-PARM-ERROR                     VALUE 'Y'.
001003 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
001006     88  WS-FATAL-STOP                     VALUE 'Y'.
001010 77  WS-DATE-GIVEN-SWITCH   PIC X(01)      VALUE 'N'.
001020     88  WS-DATE-GIVEN                     VALUE 'Y'.
001030 77  WS-OPER-GIVEN-SWITCH   PIC X(01)      VALUE 'N'.
001040     88  WS-OPER-GIVEN                     VALUE 'Y'.
001042 77  WS-CCTR-GIVEN-SWITCH   PIC X(01)      VALUE 'N'.
001044     88  WS-CCTR-GIVEN                     VALUE 'Y'.
001046 77  WS-TRANSID-GIVEN-SWITCH PIC X(01)     VALUE 'N'.
001048     88  WS-TRANSID-GIVEN                  VALUE 'Y'.
001050 77  WS-SEL-DATE-FROM       PIC 9(06)      VALUE ZERO.
001055 77  WS-SEL-DATE-TO         PIC 9(06)      VALUE 999999.
001060 77  WS-SEL-TIME-FROM       PIC 9(08)      VALUE ZERO.
001070 77  WS-SEL-TIME-TO         PIC 9(08)      VALUE 99999999.
001080 77  WS-SEL-OPER            PIC X(01)      VALUE SPACE.
001083 77  WS-SEL-CCTR            PIC X(04)      VALUE SPACE.
001086 77  WS-SEL-TRANSID         PIC X(08)      VALUE SPACE.
001090 77  WS-SEL-SEQ-FROM        PIC 9(07)      VALUE ZERO.
001100 77  WS-SEL-SEQ-TO          PIC 9(07)      VALUE 9999999.
001110 77  WS-SELECT-COUNT        PIC 9(07) COMP  VALUE ZERO.
001150 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001160 77  WS-PRINT-LINE          PIC X(80).
001170 77  WS-SAVE-PRINT-LINE     PIC X(80).
001174*
001178*    THE AUDIT RECORD HELD ON THE HISTORY - THE LAYOUT CALCBTCH
001182*    WRITES, MOVED OUT OF AH-AUDIT-IMAGE AS EACH RECORD IS READ.
001186 01  AUDIT-REC.
001190     05  AR-SEQ-NO          PIC 9(07).
001194     05  AR-DATE            PIC 9(06).
001198     05  AR-TIME            PIC 9(08).
001202     COPY CALCREC
001206         REPLACING ==01  CALCREC==     BY ==05  AR-CALC-DATA==
001210                   ==05  CALC-TRANS-ID==
001214                                   BY ==10  AR-TRANS-ID==
001218                   ==05  CALC-COST-CENTER==
001222                                   BY ==10  AR-COST-CENTER==
001226                   ==05  CALC-NUM1==   BY ==10  AR-NUM1==
001230                   ==05  CALC-NUM2==   BY ==10  AR-NUM2==
001234                   ==05  CALC-OPERATION== BY ==10  AR-OPERATION==
001238                   ==05  CALC-CONT-IND==
001242                                   BY ==10  AR-CONT-IND==
001246                   ==05  CALC-RATE-CODE==
001250                                   BY ==10  AR-RATE-CODE==
001254                   ==05  CALC-RESULT==     BY ==10  AR-RESULT==.
001258     05  AR-STATUS          PIC X(01).
001262*
001266*--------------------------------------------------------------*
001270* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
001274*--------------------------------------------------------------*
001278 01  HDG-LINE-1.
001282     05  FILLER             PIC X(01)      VALUE SPACE.
001286     05  FILLER             PIC X(30)      VALUE
001290             "CALCAUDQ AUDIT TRAIL QUERY".
001294     05  FILLER             PIC X(10)      VALUE "PAGE ".
001298     05  HDG1-PAGE-NO       PIC ZZZZ9.
001302     05  FILLER             PIC X(33)      VALUE SPACE.
001306 01  HDG-LINE-CRIT.
001310     05  FILLER             PIC X(01)      VALUE SPACE.
001314     05  FILLER             PIC X(10)      VALUE "SELECTED:".
001318     05  HDG-CRIT-DATE      PIC X(20).
001322     05  HDG-CRIT-TIME      PIC X(23).
001326     05  HDG-CRIT-OPER      PIC X(09).
001330     05  FILLER             PIC X(17)      VALUE SPACE.
001334 01  HDG-LINE-CRIT2.
001338     05  FILLER             PIC X(11)      VALUE SPACE.
001342     05  HDG-CRIT-SEQ       PIC X(20).
001346     05  HDG-CRIT-CCTR      PIC X(11).
001350     05  HDG-CRIT-TRANS     PIC X(17).
001354     05  FILLER             PIC X(21)      VALUE SPACE.
001370 01  HDG-LINE-2.
001380     05  FILLER             PIC X(01)      VALUE SPACE.
001390     05  FILLER             PIC X(08)      VALUE "SEQNO".
001400     05  FILLER             PIC X(07)      VALUE "BUSDT".
001410     05  FILLER             PIC X(09)      VALUE "TIME".
001420     05  FILLER             PIC X(02)      VALUE "S".
001430     05  FILLER             PIC X(02)      VALUE "O".
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE
001840         THRU 1000-INITIALIZE-EXIT.
001850     IF NOT WS-PARM-ERROR AND NOT WS-FATAL-STOP
001860         PERFORM 2000-SELECT-AUDIT
001870             THRU 2000-SELECT-AUDIT-EXIT
001880             UNTIL WS-EOF
002020         MOVE 8 TO RETURN-CODE
002030         GO TO 1000-INITIALIZE-EXIT
002040     END-IF.
002050     OPEN INPUT  AUD-HIST-FILE.
002051     IF WS-HIST-STATUS NOT EQUAL "00"
002052         DISPLAY "CALCAUDQ CANNOT OPEN AUDIT HISTORY, STATUS "
002053             WS-HIST-STATUS
002054         MOVE 8 TO RETURN-CODE
002055         SET WS-FATAL-STOP TO TRUE
002056         GO TO 1000-INITIALIZE-EXIT
002057     END-IF.
002060     OPEN OUTPUT AUDQ-REPORT-FILE.
002070     PERFORM 1200-BUILD-CRITERIA-ECHO
002080         THRU 1200-BUILD-CRITERIA-ECHO-EXIT.
002090     PERFORM 7000-WRITE-HEADERS
002100         THRU 7000-WRITE-HEADERS-EXIT.
002103     PERFORM 8100-POSITION-HISTORY
002106         THRU 8100-POSITION-HISTORY-EXIT.
002110     PERFORM 8000-READ-AUDIT
002120         THRU 8000-READ-AUDIT-EXIT.
002130 1000-INITIALIZE-EXIT.
002420     END-IF.
002430     IF PC-KEYWORD = "DATE"
002440         IF PC-VALUE-DATE IS NUMERIC
002450             MOVE PC-VALUE-DATE TO WS-SEL-DATE-FROM
002455             MOVE PC-VALUE-DATE TO WS-SEL-DATE-TO
002460             SET WS-DATE-GIVEN TO TRUE
002470         ELSE
002480             PERFORM 1120-FLAG-BAD-PARM
002490                 THRU 1120-FLAG-BAD-PARM-EXIT
002500         END-IF
002501     ELSE IF PC-KEYWORD = "DATEFROM"
002502         IF PC-VALUE-DATE IS NUMERIC
002503             MOVE PC-VALUE-DATE TO WS-SEL-DATE-FROM
002504             SET WS-DATE-GIVEN TO TRUE
002505         ELSE
002506             PERFORM 1120-FLAG-BAD-PARM
002507                 THRU 1120-FLAG-BAD-PARM-EXIT
002508         END-IF
002510     ELSE IF PC-KEYWORD = "TIMEFROM"
002520         IF PC-VALUE-TIME IS NUMERIC
002530             MOVE PC-VALUE-TIME TO WS-SEL-TIME-FROM
002550             PERFORM 1120-FLAG-BAD-PARM
002560                 THRU 1120-FLAG-BAD-PARM-EXIT
002570         END-IF
002571     ELSE IF PC-KEYWORD = "DATETO"
002572         IF PC-VALUE-DATE IS NUMERIC
002573             MOVE PC-VALUE-DATE TO WS-SEL-DATE-TO
002574             SET WS-DATE-GIVEN TO TRUE
002575         ELSE
002576             PERFORM 1120-FLAG-BAD-PARM
002577                 THRU 1120-FLAG-BAD-PARM-EXIT
002578         END-IF
002580     ELSE IF PC-KEYWORD = "TIMETO"
002590         IF PC-VALUE-TIME IS NUMERIC
002600             MOVE PC-VALUE-TIME TO WS-SEL-TIME-TO
002650     ELSE IF PC-KEYWORD = "OPER"
002660         MOVE PC-VALUE-OPER TO WS-SEL-OPER
002670         SET WS-OPER-GIVEN TO TRUE
002671     ELSE IF PC-KEYWORD = "CCTR"
002672         IF PC-VALUE-CCTR NOT EQUAL SPACE
002673             MOVE PC-VALUE-CCTR TO WS-SEL-CCTR
002674             SET WS-CCTR-GIVEN TO TRUE
002675         ELSE
002676             PERFORM 1120-FLAG-BAD-PARM
002677                 THRU 1120-FLAG-BAD-PARM-EXIT
002678         END-IF
002680     ELSE IF PC-KEYWORD = "SEQFROM"
002690         IF PC-VALUE-SEQ IS NUMERIC
002700             MOVE PC-VALUE-SEQ TO WS-SEL-SEQ-FROM
002790             PERFORM 1120-FLAG-BAD-PARM
002800                 THRU 1120-FLAG-BAD-PARM-EXIT
002810         END-IF
002811     ELSE IF PC-KEYWORD = "TRANSID"
002812         IF PC-VALUE-ID NOT EQUAL SPACE
002813             MOVE PC-VALUE-ID TO WS-SEL-TRANSID
002814             SET WS-TRANSID-GIVEN TO TRUE
002815         ELSE
002816             PERFORM 1120-FLAG-BAD-PARM
002817                 THRU 1120-FLAG-BAD-PARM-EXIT
002818         END-IF
002820     ELSE
002830         PERFORM 1120-FLAG-BAD-PARM
002840             THRU 1120-FLAG-BAD-PARM-EXIT
002994     MOVE SPACE TO HDG-CRIT-TIME.
002996     MOVE SPACE TO HDG-CRIT-OPER.
002998     MOVE SPACE TO HDG-CRIT-SEQ.
003000     IF NOT WS-DATE-GIVEN
003010         MOVE "DATE=ALL" TO HDG-CRIT-DATE
003020     ELSE IF WS-SEL-DATE-FROM EQUAL WS-SEL-DATE-TO
003030         STRING "DATE=" WS-SEL-DATE-FROM DELIMITED BY SIZE
003040             INTO HDG-CRIT-DATE
003050     ELSE
003052         STRING "DATE=" WS-SEL-DATE-FROM "-" WS-SEL-DATE-TO
003054             DELIMITED BY SIZE INTO HDG-CRIT-DATE
003056     END-IF.
003060     STRING "TIME=" WS-SEL-TIME-FROM "-" WS-SEL-TIME-TO
003070         DELIMITED BY SIZE INTO HDG-CRIT-TIME.
003071     MOVE SPACE TO HDG-CRIT-CCTR.
003072     IF WS-CCTR-GIVEN
003073         STRING "CCTR=" WS-SEL-CCTR DELIMITED BY SIZE
003074             INTO HDG-CRIT-CCTR
003075     ELSE
003076         MOVE "CCTR=ALL" TO HDG-CRIT-CCTR
003077     END-IF.
003080     IF WS-OPER-GIVEN
003090         STRING "OPER=" WS-SEL-OPER DELIMITED BY SIZE
003100             INTO HDG-CRIT-OPER
003130     END-IF.
003140     STRING "SEQ=" WS-SEL-SEQ-FROM "-" WS-SEL-SEQ-TO
003150         DELIMITED BY SIZE INTO HDG-CRIT-SEQ.
003151     MOVE SPACE TO HDG-CRIT-TRANS.
003152     IF WS-TRANSID-GIVEN
003153         STRING "TRANSID=" WS-SEL-TRANSID DELIMITED BY SIZE
003154             INTO HDG-CRIT-TRANS
003155     ELSE
003156         MOVE "TRANSID=ALL" TO HDG-CRIT-TRANS
003157     END-IF.
003160 1200-BUILD-CRITERIA-ECHO-EXIT.
003170     EXIT.
003180*
003210*              PRINT IT WHEN IT QUALIFIES, AND READ THE NEXT.
003220*--------------------------------------------------------------*
003230 2000-SELECT-AUDIT.
003240     IF AH-BUS-DATE IS LESS THAN WS-SEL-DATE-FROM
003250         OR AH-BUS-DATE IS GREATER THAN WS-SEL-DATE-TO
003260         GO TO 2000-SKIP-RECORD
003262     END-IF.
003264     IF WS-CCTR-GIVEN AND AR-COST-CENTER NOT EQUAL WS-SEL-CCTR
003266         GO TO 2000-SKIP-RECORD
003268     END-IF.
003270     IF AR-TIME IS LESS THAN WS-SEL-TIME-FROM
003280         OR AR-TIME IS GREATER THAN WS-SEL-TIME-TO
003290         GO TO 2000-SKIP-RECORD
003520*--------------------------------------------------------------*
003530 2100-PRINT-DETAIL.
003540     MOVE AR-SEQ-NO       TO DET-SEQ-NO.
003550     MOVE AH-BUS-DATE     TO DET-DATE.
003560     MOVE AR-TIME         TO DET-TIME.
003570     MOVE AR-STATUS       TO DET-STATUS.
003580     MOVE AR-OPERATION    TO DET-OPERATION.
003750         DISPLAY "CALCAUDQ ENDED FOR BAD CONTROL CARDS."
003760         GO TO 3000-TERMINATE-EXIT
003770     END-IF.
003772     IF WS-FATAL-STOP
003774         DISPLAY "CALCAUDQ ENDED - AUDIT HISTORY NOT AVAILABLE."
003776         GO TO 3000-TERMINATE-EXIT
003778     END-IF.
003780     MOVE SPACE TO WS-PRINT-LINE.
003790     PERFORM 7500-PRINT-LINE
003800         THRU 7500-PRINT-LINE-EXIT.
003880     MOVE TOT-LINE             TO WS-PRINT-LINE.
003890     PERFORM 7500-PRINT-LINE
003900         THRU 7500-PRINT-LINE-EXIT.
003910     CLOSE AUD-HIST-FILE.
003920     CLOSE AUDQ-REPORT-FILE.
003930     DISPLAY "CALCAUDQ SELECTED " WS-SELECT-COUNT
003940         ", SKIPPED " WS-SKIP-COUNT ".".
004070     PERFORM 7500-PRINT-LINE
004080         THRU 7500-PRINT-LINE-EXIT.
004090     MOVE HDG-LINE-CRIT   TO WS-PRINT-LINE.
004092     PERFORM 7500-PRINT-LINE
004094         THRU 7500-PRINT-LINE-EXIT.
004096     MOVE HDG-LINE-CRIT2  TO WS-PRINT-LINE.
004100     PERFORM 7500-PRINT-LINE
004110         THRU 7500-PRINT-LINE-EXIT.
004120     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
004340     EXIT.
004350*
004360*--------------------------------------------------------------*
004370* 8000-READ-AUDIT - READ THE NEXT HISTORY RECORD IN THE ORDER
004373*              8100 SET UP AND SET EOF PAST THE LAST RECORD FOR
004376*              THE SELECTED TRANS-ID OR COST CENTER.
004380*--------------------------------------------------------------*
004390 8000-READ-AUDIT.
004400     READ AUD-HIST-FILE NEXT
004410         AT END
004420             SET WS-EOF TO TRUE
004430             GO TO 8000-READ-AUDIT-EXIT
004440     END-READ.
004450     IF (WS-TRANSID-GIVEN
004460             AND (AH-TRANS-ID NOT EQUAL WS-SEL-TRANSID
004470                 OR AH-BUS-DATE IS GREATER THAN WS-SEL-DATE-TO))
004480         OR (WS-CCTR-GIVEN AND NOT WS-TRANSID-GIVEN
004490             AND (AH-COST-CENTER NOT EQUAL WS-SEL-CCTR
004500                 OR AH-CC-BUS-DATE IS GREATER THAN
004510                     WS-SEL-DATE-TO))
004520         SET WS-EOF TO TRUE
004530         GO TO 8000-READ-AUDIT-EXIT
004540     END-IF.
004550     MOVE AH-AUDIT-IMAGE  TO AUDIT-REC.
004560 8000-READ-AUDIT-EXIT.
004570     EXIT.
004580*
004590*--------------------------------------------------------------*
004600* 8100-POSITION-HISTORY - START THE HISTORY AT THE FIRST RECORD
004610*              THE CRITERIA CAN WANT: A TRANSID CARD STARTS ON
004620*              THE PRIME KEY AT THAT TRANS-ID AND THE FIRST
004630*              BUSINESS DATE; OTHERWISE A CCTR CARD STARTS ON THE
004640*              COST-CENTER/DATE ALTERNATE KEY, SO 8000 READS IN
004650*              THAT ORDER; OTHERWISE THE WHOLE FILE IS READ.
004660*--------------------------------------------------------------*
004670 8100-POSITION-HISTORY.
004680     IF WS-TRANSID-GIVEN
004690         MOVE LOW-VALUES       TO AH-KEY
004700         MOVE WS-SEL-TRANSID   TO AH-TRANS-ID
004710         MOVE WS-SEL-DATE-FROM TO AH-BUS-DATE
004720         START AUD-HIST-FILE
004730             KEY IS GREATER THAN OR EQUAL TO AH-KEY
004740     ELSE IF WS-CCTR-GIVEN
004750         MOVE WS-SEL-CCTR      TO AH-COST-CENTER
004760         MOVE WS-SEL-DATE-FROM TO AH-CC-BUS-DATE
004770         START AUD-HIST-FILE
004780             KEY IS GREATER THAN OR EQUAL TO AH-CC-KEY
004790     ELSE
004800         MOVE LOW-VALUES       TO AH-KEY
004810         START AUD-HIST-FILE
004820             KEY IS GREATER THAN OR EQUAL TO AH-KEY
004830     END-IF.
004840     IF WS-HIST-STATUS NOT EQUAL "00"
004850         SET WS-EOF TO TRUE
004860     END-IF.
004870 8100-POSITION-HISTORY-EXIT.
004880     EXIT.
