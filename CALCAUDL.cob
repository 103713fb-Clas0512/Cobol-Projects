000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCAUDL.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - NIGHTLY LOAD OF THE PERMANENT
000120*              KEYED AUDIT HISTORY (AUDHIST, LAYOUT CALCAUDH).
000130*              THE AUDIT GENERATIONS ONLY GO BACK 35 DAYS, SO
000140*              CALCAUDQ AND CALCTRC COULD NOT ANSWER FOR ANYTHING
000150*              OLDER.  READS THE DAY'S AUDIT FILE (AUDDAY) AND THE
000160*              RESUBMIT AUDIT FILE (AUDRSUB) AND ADDS EVERY RECORD
000170*              TO THE HISTORY UNDER THE BUSINESS DATE FROM THE
000180*              CALCCTL RUN-CONTROL CARD.  A RECORD ALREADY ON THE
000190*              HISTORY (SAME TRANS-ID, RUN DATE, RUN TIME AND
000200*              SEQUENCE NUMBER, WHATEVER BUSINESS DATE IT WENT ON
000210*              UNDER) IS COUNTED AND PASSED OVER, SO A RERUN, A
000220*              LOAD AFTER EACH INTRADAY CYCLE, OR A RESUBMIT FILE
000230*              LEFT OVER FROM AN EARLIER NIGHT LOADS NOTHING
000240*              TWICE.  THE HISTORY IS CREATED EMPTY ON FIRST USE.
000250*              ENDS RC=4 WHEN THE DAY'S AUDIT FILE IS MISSING OR
000260*              A RECORD IS UNUSABLE, RC=12 WHEN THERE IS NO
000270*              RUN-CONTROL CARD OR THE HISTORY WILL NOT OPEN OR
000280*              TAKE A RECORD.
000290*--------------------------------------------------------------*
000300*
000310*--------------------------------------------------------------*
000320*  NO CONTROL CARDS.  THE BUSINESS DATE COMES FROM THE CALCCTL
000330*  RUN-CONTROL CARD AS FOR CALCPOST; THE CYCLE IS THE ONE
000340*  CALCBTCH STAMPED ON EACH AUDIT RECORD.  A MISSING AUDRSUB
000350*  FILE (NO RESUBMIT YET) IS NOT AN ERROR.
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
000460     SELECT AUD-DAY-FILE     ASSIGN TO AUDDAY
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-DAY-STATUS.
000490     SELECT AUD-RSUB-FILE    ASSIGN TO AUDRSUB
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RSUB-STATUS.
000520     SELECT AUD-HIST-FILE    ASSIGN TO AUDHIST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AH-KEY
000560         ALTERNATE RECORD KEY IS AH-CC-KEY WITH DUPLICATES
000570         FILE STATUS IS WS-HIST-STATUS.
000580     SELECT AUDL-RPT-FILE    ASSIGN TO AUDLRPT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CALC-CTL-FILE
000640     RECORDING MODE IS F.
000650     COPY CALCCTLR.
000660*
000670 FD  AUD-DAY-FILE
000680     RECORDING MODE IS F.
000690 01  DAY-AUDIT-REC.
000700     05  DAY-AUDIT-DATA     PIC X(76).
000710     05  FILLER             PIC X(04).
000720*
000730 FD  AUD-RSUB-FILE
000740     RECORDING MODE IS F.
000750 01  RSUB-AUDIT-REC.
000760     05  RSUB-AUDIT-DATA    PIC X(76).
000770     05  FILLER             PIC X(04).
000780*
000790 FD  AUD-HIST-FILE.
000800     COPY CALCAUDH.
000810*
000820 FD  AUDL-RPT-FILE
000830     RECORDING MODE IS F.
000840 01  REPORT-LINE            PIC X(80).
000850*
000860 WORKING-STORAGE SECTION.
000870 77  WS-CTL-STATUS          PIC X(02).
000880 77  WS-DAY-STATUS          PIC X(02).
000890 77  WS-RSUB-STATUS         PIC X(02).
000900 77  WS-HIST-STATUS         PIC X(02).
000910 77  WS-EOF-SWITCH          PIC X(01)      VALUE 'N'.
000920     88  WS-EOF                            VALUE 'Y'.
000930 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
000940     88  WS-FATAL-STOP                     VALUE 'Y'.
000950 77  WS-CTL-GIVEN-SWITCH    PIC X(01)      VALUE 'N'.
000960     88  WS-CTL-GIVEN                      VALUE 'Y'.
000970 77  WS-DAY-PRESENT-SWITCH  PIC X(01)      VALUE 'N'.
000980     88  WS-DAY-PRESENT                    VALUE 'Y'.
000990 77  WS-RSUB-PRESENT-SWITCH PIC X(01)      VALUE 'N'.
001000     88  WS-RSUB-PRESENT                   VALUE 'Y'.
001010 77  WS-SCAN-DONE-SWITCH    PIC X(01)      VALUE 'N'.
001020     88  WS-SCAN-DONE                      VALUE 'Y'.
001030 77  WS-ON-HIST-SWITCH      PIC X(01)      VALUE 'N'.
001040     88  WS-ON-HISTORY                     VALUE 'Y'.
001050 77  WS-CUR-SOURCE          PIC X(01)      VALUE SPACE.
001060     88  WS-CUR-DAILY                      VALUE 'D'.
001070 77  WS-CTL-BUS-DATE        PIC 9(06)      VALUE ZERO.
001080 77  WS-CTL-CYCLE           PIC 9(02)      VALUE 1.
001090 77  WS-RUN-DATE            PIC 9(06)      VALUE ZERO.
001100 77  WS-RUN-TIME            PIC 9(08)      VALUE ZERO.
001110 77  WS-DAY-READ-COUNT      PIC 9(07) COMP  VALUE ZERO.
001120 77  WS-DAY-LOAD-COUNT      PIC 9(07) COMP  VALUE ZERO.
001130 77  WS-DAY-DUP-COUNT       PIC 9(07) COMP  VALUE ZERO.
001140 77  WS-DAY-BAD-COUNT       PIC 9(07) COMP  VALUE ZERO.
001150 77  WS-RSUB-READ-COUNT     PIC 9(07) COMP  VALUE ZERO.
001160 77  WS-RSUB-LOAD-COUNT     PIC 9(07) COMP  VALUE ZERO.
001170 77  WS-RSUB-DUP-COUNT      PIC 9(07) COMP  VALUE ZERO.
001180 77  WS-RSUB-BAD-COUNT      PIC 9(07) COMP  VALUE ZERO.
001190 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001200 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001210 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001220 77  WS-PRINT-LINE          PIC X(80).
001230 77  WS-SAVE-PRINT-LINE     PIC X(80).
001240*
001250*    THE AUDIT RECORD BEING LOADED - THE LAYOUT CALCBTCH WRITES.
001260 01  AUDIT-REC.
001270     05  AR-SEQ-NO          PIC 9(07).
001280     05  AR-DATE            PIC 9(06).
001290     05  AR-TIME            PIC 9(08).
001300     COPY CALCREC
001310         REPLACING ==01  CALCREC==     BY ==05  AR-CALC-DATA==
001320                   ==05  CALC-TRANS-ID==
001330                                   BY ==10  AR-TRANS-ID==
001340                   ==05  CALC-COST-CENTER==
001350                                   BY ==10  AR-COST-CENTER==
001360                   ==05  CALC-NUM1==   BY ==10  AR-NUM1==
001370                   ==05  CALC-NUM2==   BY ==10  AR-NUM2==
001380                   ==05  CALC-OPERATION== BY ==10  AR-OPERATION==
001390                   ==05  CALC-CONT-IND==
001400                                   BY ==10  AR-CONT-IND==
001410                   ==05  CALC-RATE-CODE==
001420                                   BY ==10  AR-RATE-CODE==
001430                   ==05  CALC-CYCLE-NO==
001440                                   BY ==10  AR-CYCLE-NO==
001450                   ==05  CALC-RESULT==     BY ==10  AR-RESULT==.
001460     05  AR-STATUS          PIC X(01).
001470*
001480*--------------------------------------------------------------*
001490* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
001500*--------------------------------------------------------------*
001510 01  HDG-LINE-1.
001520     05  FILLER             PIC X(01)      VALUE SPACE.
001530     05  FILLER             PIC X(32)      VALUE
001540             "CALCAUDL AUDIT HISTORY LOAD".
001550     05  FILLER             PIC X(04)      VALUE "FOR".
001560     05  HDG1-DATE          PIC 9(06).
001570     05  FILLER             PIC X(07)      VALUE "  PAGE".
001580     05  HDG1-PAGE-NO       PIC ZZZZ9.
001590     05  FILLER             PIC X(25)      VALUE SPACE.
001600 01  HDG-LINE-2.
001610     05  FILLER             PIC X(01)      VALUE SPACE.
001620     05  FILLER             PIC X(40)      VALUE
001630             "AUDIT RECORDS ADDED TO THE KEYED HISTORY".
001640     05  FILLER             PIC X(39)      VALUE SPACE.
001650 01  TOT-LINE.
001660     05  FILLER             PIC X(01)      VALUE SPACE.
001670     05  TOT-LABEL          PIC X(30).
001680     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
001690     05  FILLER             PIC X(38)      VALUE SPACE.
001700 01  MSG-LINE.
001710     05  FILLER             PIC X(01)      VALUE SPACE.
001720     05  MSG-TEXT           PIC X(79).
001730*
001740 PROCEDURE DIVISION.
001750*--------------------------------------------------------------*
001760* 0000-MAINLINE
001770*--------------------------------------------------------------*
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE
001800         THRU 1000-INITIALIZE-EXIT.
001810     IF NOT WS-FATAL-STOP
001820         PERFORM 2000-LOAD-DAILY
001830             THRU 2000-LOAD-DAILY-EXIT
001840     END-IF.
001850     IF NOT WS-FATAL-STOP
001860         PERFORM 2500-LOAD-RESUB
001870             THRU 2500-LOAD-RESUB-EXIT
001880     END-IF.
001890     PERFORM 3000-TERMINATE
001900         THRU 3000-TERMINATE-EXIT.
001910     STOP RUN.
001920*
001930*--------------------------------------------------------------*
001940* 1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE RUN-CONTROL
001950*              CARD AND OPEN THE HISTORY, CREATING IT EMPTY ON
001960*              FIRST USE THE WAY CALCSCRN CREATES ITS REVIEW
001970*              FILE.  NO USABLE CARD, OR A HISTORY THAT WILL NOT
001980*              OPEN, ENDS RC=12 WITH NOTHING LOADED - A RECORD
001990*              MUST NOT GO ON UNDER THE WRONG BUSINESS DATE.
002000*--------------------------------------------------------------*
002010 1000-INITIALIZE.
002020     ACCEPT WS-RUN-DATE FROM DATE.
002030     ACCEPT WS-RUN-TIME FROM TIME.
002040     PERFORM 1100-READ-CONTROL
002050         THRU 1100-READ-CONTROL-EXIT.
002060     IF NOT WS-CTL-GIVEN
002070         DISPLAY "CALCAUDL NO USABLE RUN CONTROL CARD - NOTHING "
002080             "LOADED"
002090         MOVE 12 TO RETURN-CODE
002100         SET WS-FATAL-STOP TO TRUE
002110         GO TO 1000-INITIALIZE-EXIT
002120     END-IF.
002130     OPEN I-O AUD-HIST-FILE.
002140     IF WS-HIST-STATUS EQUAL "35"
002150         OPEN OUTPUT AUD-HIST-FILE
002160         CLOSE AUD-HIST-FILE
002170         OPEN I-O AUD-HIST-FILE
002180     END-IF.
002190     IF WS-HIST-STATUS NOT EQUAL "00"
002200         DISPLAY "CALCAUDL CANNOT OPEN AUDIT HISTORY, STATUS "
002210             WS-HIST-STATUS
002220         MOVE 12 TO RETURN-CODE
002230         SET WS-FATAL-STOP TO TRUE
002240         GO TO 1000-INITIALIZE-EXIT
002250     END-IF.
002260     OPEN OUTPUT AUDL-RPT-FILE.
002270     PERFORM 7000-WRITE-HEADERS
002280         THRU 7000-WRITE-HEADERS-EXIT.
002290 1000-INITIALIZE-EXIT.
002300     EXIT.
002310*
002320*--------------------------------------------------------------*
002330* 1100-READ-CONTROL - TAKE THE BUSINESS DATE AND CYCLE FROM THE
002340*              RUN-CONTROL CARD (AS CALCPOST DOES).
002350*--------------------------------------------------------------*
002360 1100-READ-CONTROL.
002370     OPEN INPUT CALC-CTL-FILE.
002380     IF WS-CTL-STATUS NOT EQUAL "00"
002390         GO TO 1100-READ-CONTROL-EXIT
002400     END-IF.
002410     READ CALC-CTL-FILE.
002420     IF WS-CTL-STATUS EQUAL "00"
002430         AND CTL-BUS-DATE IS NUMERIC
002440         MOVE CTL-BUS-DATE TO WS-CTL-BUS-DATE
002450         SET WS-CTL-GIVEN TO TRUE
002460         IF CTL-CYCLE-NO IS NUMERIC
002470             AND CTL-CYCLE-NO IS GREATER THAN ZERO
002480             MOVE CTL-CYCLE-NO TO WS-CTL-CYCLE
002490         END-IF
002500     END-IF.
002510     CLOSE CALC-CTL-FILE.
002520 1100-READ-CONTROL-EXIT.
002530     EXIT.
002540*
002550*--------------------------------------------------------------*
002560* 2000-LOAD-DAILY - ADD EVERY RECORD ON THE DAY'S AUDIT FILE.
002570*              A MISSING FILE IS REPORTED AND ENDS THE RUN RC=4.
002580*--------------------------------------------------------------*
002590 2000-LOAD-DAILY.
002600     OPEN INPUT AUD-DAY-FILE.
002610     IF WS-DAY-STATUS NOT EQUAL "00"
002620         DISPLAY "CALCAUDL NO DAILY AUDIT FILE, STATUS "
002630             WS-DAY-STATUS
002640         GO TO 2000-LOAD-DAILY-EXIT
002650     END-IF.
002660     SET WS-DAY-PRESENT TO TRUE.
002670     MOVE 'D' TO WS-CUR-SOURCE.
002680     MOVE 'N' TO WS-EOF-SWITCH.
002690     PERFORM 2010-LOAD-ONE-DAILY
002700         THRU 2010-LOAD-ONE-DAILY-EXIT
002710         UNTIL WS-EOF.
002720     CLOSE AUD-DAY-FILE.
002730 2000-LOAD-DAILY-EXIT.
002740     EXIT.
002750*
002760 2010-LOAD-ONE-DAILY.
002770     READ AUD-DAY-FILE
002780         AT END
002790             SET WS-EOF TO TRUE
002800             GO TO 2010-LOAD-ONE-DAILY-EXIT
002810     END-READ.
002820     ADD 1 TO WS-DAY-READ-COUNT.
002830     MOVE DAY-AUDIT-DATA TO AUDIT-REC.
002840     PERFORM 2100-LOAD-ONE
002850         THRU 2100-LOAD-ONE-EXIT.
002860 2010-LOAD-ONE-DAILY-EXIT.
002870     EXIT.
002880*
002890*--------------------------------------------------------------*
002900* 2100-LOAD-ONE - ADD THE RECORD IN AUDIT-REC TO THE HISTORY
002910*              UNLESS IT IS ALREADY THERE.  A RECORD WITH NO
002920*              TRANS-ID OR A DAMAGED STAMP CANNOT BE KEYED AND
002930*              IS COUNTED AS UNUSABLE.
002940*--------------------------------------------------------------*
002950 2100-LOAD-ONE.
002960     IF AR-TRANS-ID = SPACE
002970         OR AR-SEQ-NO IS NOT NUMERIC
002980         OR AR-DATE IS NOT NUMERIC
002990         OR AR-TIME IS NOT NUMERIC
003000         DISPLAY "CALCAUDL UNUSABLE AUDIT RECORD: " AUDIT-REC
003010         IF WS-CUR-DAILY
003020             ADD 1 TO WS-DAY-BAD-COUNT
003030         ELSE
003040             ADD 1 TO WS-RSUB-BAD-COUNT
003050         END-IF
003060         GO TO 2100-LOAD-ONE-EXIT
003070     END-IF.
003080     PERFORM 2200-CHECK-HISTORY
003090         THRU 2200-CHECK-HISTORY-EXIT.
003100     IF WS-ON-HISTORY
003110         IF WS-CUR-DAILY
003120             ADD 1 TO WS-DAY-DUP-COUNT
003130         ELSE
003140             ADD 1 TO WS-RSUB-DUP-COUNT
003150         END-IF
003160         GO TO 2100-LOAD-ONE-EXIT
003170     END-IF.
003180     MOVE SPACE           TO CALCAUDH.
003190     MOVE AR-TRANS-ID     TO AH-TRANS-ID.
003200     MOVE WS-CTL-BUS-DATE TO AH-BUS-DATE.
003210     MOVE AR-DATE         TO AH-AUD-DATE.
003220     MOVE AR-TIME         TO AH-AUD-TIME.
003230     MOVE AR-SEQ-NO       TO AH-SEQ-NO.
003240     MOVE AR-COST-CENTER  TO AH-COST-CENTER.
003250     MOVE WS-CTL-BUS-DATE TO AH-CC-BUS-DATE.
003260     MOVE WS-CUR-SOURCE   TO AH-SOURCE.
003270     IF AR-CYCLE-NO IS NUMERIC
003280         AND AR-CYCLE-NO IS GREATER THAN ZERO
003290         MOVE AR-CYCLE-NO  TO AH-CYCLE-NO
003300     ELSE
003310         MOVE WS-CTL-CYCLE TO AH-CYCLE-NO
003320     END-IF.
003330     MOVE WS-RUN-DATE     TO AH-LOAD-DATE.
003340     MOVE WS-RUN-TIME     TO AH-LOAD-TIME.
003350     MOVE AUDIT-REC       TO AH-AUDIT-IMAGE.
003360     WRITE CALCAUDH.
003370     IF WS-HIST-STATUS EQUAL "00"
003380         IF WS-CUR-DAILY
003390             ADD 1 TO WS-DAY-LOAD-COUNT
003400         ELSE
003410             ADD 1 TO WS-RSUB-LOAD-COUNT
003420         END-IF
003430     ELSE IF WS-HIST-STATUS EQUAL "22"
003440         IF WS-CUR-DAILY
003450             ADD 1 TO WS-DAY-DUP-COUNT
003460         ELSE
003470             ADD 1 TO WS-RSUB-DUP-COUNT
003480         END-IF
003490     ELSE
003500         DISPLAY "CALCAUDL AUDIT HISTORY WRITE FAILED, STATUS "
003510             WS-HIST-STATUS " KEY " AH-KEY
003520         MOVE 12 TO RETURN-CODE
003530         SET WS-FATAL-STOP TO TRUE
003540         SET WS-EOF TO TRUE
003550     END-IF.
003560 2100-LOAD-ONE-EXIT.
003570     EXIT.
003580*
003590*--------------------------------------------------------------*
003600* 2200-CHECK-HISTORY - IS THIS AUDIT RECORD ALREADY ON THE
003610*              HISTORY UNDER ANY BUSINESS DATE?  BROWSE THE
003620*              TRANS-ID'S RECORDS AND MATCH THE RUN DATE, RUN
003630*              TIME AND SEQUENCE NUMBER.
003640*--------------------------------------------------------------*
003650 2200-CHECK-HISTORY.
003660     MOVE 'N'          TO WS-ON-HIST-SWITCH.
003670     MOVE 'N'          TO WS-SCAN-DONE-SWITCH.
003680     MOVE LOW-VALUES   TO AH-KEY.
003690     MOVE AR-TRANS-ID  TO AH-TRANS-ID.
003700     START AUD-HIST-FILE
003710         KEY IS GREATER THAN OR EQUAL TO AH-KEY.
003720     IF WS-HIST-STATUS NOT EQUAL "00"
003730         GO TO 2200-CHECK-HISTORY-EXIT
003740     END-IF.
003750     PERFORM 2210-CHECK-ONE
003760         THRU 2210-CHECK-ONE-EXIT
003770         UNTIL WS-SCAN-DONE.
003780 2200-CHECK-HISTORY-EXIT.
003790     EXIT.
003800*
003810 2210-CHECK-ONE.
003820     READ AUD-HIST-FILE NEXT
003830         AT END
003840             SET WS-SCAN-DONE TO TRUE
003850             GO TO 2210-CHECK-ONE-EXIT
003860     END-READ.
003870     IF AH-TRANS-ID NOT EQUAL AR-TRANS-ID
003880         SET WS-SCAN-DONE TO TRUE
003890         GO TO 2210-CHECK-ONE-EXIT
003900     END-IF.
003910     IF AH-AUD-DATE EQUAL AR-DATE
003920         AND AH-AUD-TIME EQUAL AR-TIME
003930         AND AH-SEQ-NO EQUAL AR-SEQ-NO
003940         SET WS-ON-HISTORY TO TRUE
003950         SET WS-SCAN-DONE TO TRUE
003960     END-IF.
003970 2210-CHECK-ONE-EXIT.
003980     EXIT.
003990*
004000*--------------------------------------------------------------*
004010* 2500-LOAD-RESUB - ADD EVERY RECORD ON THE RESUBMIT AUDIT FILE.
004020*              THE FILE IS ONLY REPLACED WHEN CALCRSUB NEXT RUNS,
004030*              SO MOST NIGHTS ITS RECORDS ARE ALREADY ON THE
004040*              HISTORY AND ARE PASSED OVER.  NO FILE IS NORMAL.
004050*--------------------------------------------------------------*
004060 2500-LOAD-RESUB.
004070     OPEN INPUT AUD-RSUB-FILE.
004080     IF WS-RSUB-STATUS NOT EQUAL "00"
004090         GO TO 2500-LOAD-RESUB-EXIT
004100     END-IF.
004110     SET WS-RSUB-PRESENT TO TRUE.
004120     MOVE 'R' TO WS-CUR-SOURCE.
004130     MOVE 'N' TO WS-EOF-SWITCH.
004140     PERFORM 2510-LOAD-ONE-RESUB
004150         THRU 2510-LOAD-ONE-RESUB-EXIT
004160         UNTIL WS-EOF.
004170     CLOSE AUD-RSUB-FILE.
004180 2500-LOAD-RESUB-EXIT.
004190     EXIT.
004200*
004210 2510-LOAD-ONE-RESUB.
004220     READ AUD-RSUB-FILE
004230         AT END
004240             SET WS-EOF TO TRUE
004250             GO TO 2510-LOAD-ONE-RESUB-EXIT
004260     END-READ.
004270     ADD 1 TO WS-RSUB-READ-COUNT.
004280     MOVE RSUB-AUDIT-DATA TO AUDIT-REC.
004290     PERFORM 2100-LOAD-ONE
004300         THRU 2100-LOAD-ONE-EXIT.
004310 2510-LOAD-ONE-RESUB-EXIT.
004320     EXIT.
004330*
004340*--------------------------------------------------------------*
004350* 3000-TERMINATE - PRINT THE COUNTS PER INPUT, CLOSE, AND SET THE
004360*              RETURN CODE.
004370*--------------------------------------------------------------*
004380 3000-TERMINATE.
004390     IF WS-FATAL-STOP
004400         AND WS-DAY-READ-COUNT EQUAL ZERO
004410         AND WS-RSUB-READ-COUNT EQUAL ZERO
004420         DISPLAY "CALCAUDL ENDED RC=12 - NOTHING LOADED."
004430         GO TO 3000-TERMINATE-EXIT
004440     END-IF.
004450     MOVE SPACE TO WS-PRINT-LINE.
004460     PERFORM 7500-PRINT-LINE
004470         THRU 7500-PRINT-LINE-EXIT.
004480     IF WS-DAY-PRESENT
004490         MOVE "DAILY AUDIT RECORDS READ"    TO TOT-LABEL
004500         MOVE WS-DAY-READ-COUNT             TO TOT-VALUE
004510         PERFORM 3100-PRINT-TOTAL
004520             THRU 3100-PRINT-TOTAL-EXIT
004530         MOVE "  LOADED TO HISTORY"         TO TOT-LABEL
004540         MOVE WS-DAY-LOAD-COUNT             TO TOT-VALUE
004550         PERFORM 3100-PRINT-TOTAL
004560             THRU 3100-PRINT-TOTAL-EXIT
004570         MOVE "  ALREADY ON HISTORY"        TO TOT-LABEL
004580         MOVE WS-DAY-DUP-COUNT              TO TOT-VALUE
004590         PERFORM 3100-PRINT-TOTAL
004600             THRU 3100-PRINT-TOTAL-EXIT
004610         MOVE "  UNUSABLE"                  TO TOT-LABEL
004620         MOVE WS-DAY-BAD-COUNT              TO TOT-VALUE
004630         PERFORM 3100-PRINT-TOTAL
004640             THRU 3100-PRINT-TOTAL-EXIT
004650     ELSE
004660         MOVE "DAILY AUDIT FILE NOT PRESENT" TO MSG-TEXT
004670         MOVE MSG-LINE TO WS-PRINT-LINE
004680         PERFORM 7500-PRINT-LINE
004690             THRU 7500-PRINT-LINE-EXIT
004700     END-IF.
004710     IF WS-RSUB-PRESENT
004720         MOVE "RESUBMIT AUDIT RECORDS READ" TO TOT-LABEL
004730         MOVE WS-RSUB-READ-COUNT            TO TOT-VALUE
004740         PERFORM 3100-PRINT-TOTAL
004750             THRU 3100-PRINT-TOTAL-EXIT
004760         MOVE "  LOADED TO HISTORY"         TO TOT-LABEL
004770         MOVE WS-RSUB-LOAD-COUNT            TO TOT-VALUE
004780         PERFORM 3100-PRINT-TOTAL
004790             THRU 3100-PRINT-TOTAL-EXIT
004800         MOVE "  ALREADY ON HISTORY"        TO TOT-LABEL
004810         MOVE WS-RSUB-DUP-COUNT             TO TOT-VALUE
004820         PERFORM 3100-PRINT-TOTAL
004830             THRU 3100-PRINT-TOTAL-EXIT
004840         MOVE "  UNUSABLE"                  TO TOT-LABEL
004850         MOVE WS-RSUB-BAD-COUNT             TO TOT-VALUE
004860         PERFORM 3100-PRINT-TOTAL
004870             THRU 3100-PRINT-TOTAL-EXIT
004880     ELSE
004890         MOVE "NO RESUBMIT AUDIT FILE" TO MSG-TEXT
004900         MOVE MSG-LINE TO WS-PRINT-LINE
004910         PERFORM 7500-PRINT-LINE
004920             THRU 7500-PRINT-LINE-EXIT
004930     END-IF.
004940     CLOSE AUD-HIST-FILE
004950           AUDL-RPT-FILE.
004960     DISPLAY "CALCAUDL LOADED " WS-DAY-LOAD-COUNT " DAILY AND "
004970         WS-RSUB-LOAD-COUNT " RESUBMIT AUDIT RECORDS.".
004980     IF WS-FATAL-STOP
004990         DISPLAY "CALCAUDL ENDED RC=12 - LOAD INCOMPLETE, RERUN "
005000             "WHEN CORRECTED."
005010         GO TO 3000-TERMINATE-EXIT
005020     END-IF.
005030     IF NOT WS-DAY-PRESENT
005040         OR WS-DAY-BAD-COUNT IS GREATER THAN ZERO
005050         OR WS-RSUB-BAD-COUNT IS GREATER THAN ZERO
005060         MOVE 4 TO RETURN-CODE
005070         DISPLAY "CALCAUDL ENDED RC=4 - SEE THE LOAD REPORT."
005080     END-IF.
005090 3000-TERMINATE-EXIT.
005100     EXIT.
005110*
005120 3100-PRINT-TOTAL.
005130     MOVE TOT-LINE TO WS-PRINT-LINE.
005140     PERFORM 7500-PRINT-LINE
005150         THRU 7500-PRINT-LINE-EXIT.
005160 3100-PRINT-TOTAL-EXIT.
005170     EXIT.
005180*
005190*--------------------------------------------------------------*
005200* 7000-WRITE-HEADERS - BUMP THE PAGE NUMBER AND PRINT THE
005210*              HEADING LINES.
005220*--------------------------------------------------------------*
005230 7000-WRITE-HEADERS.
005240     ADD 1                TO WS-PAGE-NO.
005250     MOVE ZERO            TO WS-LINE-COUNT.
005260     MOVE WS-CTL-BUS-DATE TO HDG1-DATE.
005270     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
005280     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
005290     PERFORM 7500-PRINT-LINE
005300         THRU 7500-PRINT-LINE-EXIT.
005310     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
005320     PERFORM 7500-PRINT-LINE
005330         THRU 7500-PRINT-LINE-EXIT.
005340 7000-WRITE-HEADERS-EXIT.
005350     EXIT.
005360*
005370*--------------------------------------------------------------*
005380* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO A
005390*              NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
005400*--------------------------------------------------------------*
005410 7500-PRINT-LINE.
005420     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
005430         TO WS-LINES-PER-PAGE
005440         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
005450         PERFORM 7000-WRITE-HEADERS
005460             THRU 7000-WRITE-HEADERS-EXIT
005470         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
005480     END-IF.
005490     MOVE SPACE             TO REPORT-LINE.
005500     WRITE REPORT-LINE FROM WS-PRINT-LINE.
005510     ADD 1                  TO WS-LINE-COUNT.
005520 7500-PRINT-LINE-EXIT.
005530     EXIT.
