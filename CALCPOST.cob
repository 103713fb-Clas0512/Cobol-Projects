000470*              BEFORE AND AFTER, DATE/TIME) SO A CONFIRMED
000480*              DOUBLE-POST CAN BE BACKED OUT MECHANICALLY
000490*              INSTEAD OF RE-KEYING THE MASTER THROUGH CALCMNT.
000491* 10/15/26  DLH  RUN-CONTROL REGISTER - EVERY RUN NOW RECORDS ITS
000492*              START AND END (DATE, CYCLE, COUNTS, RC) ON THE
000493*              SHARED CHAIN REGISTER (RUNREG, SEE CALCRUNR) AND
000494*              ENDS RC=12 WITHOUT POSTING UNLESS CALCBAL HAS
000495*              PROVED THE SAME DATE/CYCLE IN BALANCE (RC=0).  NO
000496*              USABLE CARD OR REGISTER ALSO ENDS RC=12; A CARD
000497*              KEYED 'RESUBMIT' IN COLS 15-22 BYPASSES IT.
000498* 10/15/26  DLH  OUTLIER SCREENING - PREREQUISITE IS NOW CALCSCRN
000499*              RC=0 OR 4 (NOT CALCBAL); CALCOUT IS SCRNOUT.
000500*--------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000730     SELECT POST-JRNL-FILE   ASSIGN TO POSTJRNL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-JRNL-STATUS.
000752     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000754         ORGANIZATION IS LINE SEQUENTIAL
000756         FILE STATUS IS WS-REG-STATUS.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000950*
000960 FD  CALC-CTL-FILE
000970     RECORDING MODE IS F.
000980     COPY CALCCTLR.
001050*
001060 FD  CYC-DONE-FILE
001070     RECORDING MODE IS F.
001350     05  JR-AFTER-TOTAL     PIC S9(13)V99
001360                        SIGN IS LEADING SEPARATE CHARACTER.
001370*
001372 FD  RUN-REG-FILE
001374     RECORDING MODE IS F.
001376     COPY CALCRUNR.
001378*
001380 WORKING-STORAGE SECTION.
001390 77  WS-EOF-SWITCH          PIC X(01)      VALUE 'N'.
001400     88  WS-EOF                            VALUE 'Y'.
001640 77  WS-BEFORE-TOTAL        PIC S9(13)V99
001650                        SIGN IS LEADING SEPARATE CHARACTER
001660                            VALUE ZERO.
001665     COPY CALCRUNW.
001670*
001680 PROCEDURE DIVISION.
001690*--------------------------------------------------------------*
001770         UNTIL WS-EOF.
001780     PERFORM 3000-TERMINATE
001790         THRU 3000-TERMINATE-EXIT.
001793     PERFORM 9600-REGISTER-END
001796         THRU 9600-REGISTER-END-EXIT.
001800     STOP RUN.
001810*
001820*--------------------------------------------------------------*
001870 1000-INITIALIZE.
001880     PERFORM 1100-READ-CONTROL
001890         THRU 1100-READ-CONTROL-EXIT.
001891     PERFORM 9100-CHECK-RUN-ORDER
001892         THRU 9100-CHECK-RUN-ORDER-EXIT.
001893     IF WS-ORDER-REFUSED
001894         MOVE 12 TO RETURN-CODE
001895         SET WS-EOF TO TRUE
001896         GO TO 1000-INITIALIZE-EXIT
001897     END-IF.
001900     PERFORM 1200-CHECK-CYCLE
001910         THRU 1200-CHECK-CYCLE-EXIT.
001920     IF WS-CYCLE-REFUSED
002420*--------------------------------------------------------------*
002430* 1100-READ-CONTROL - TAKE THE BUSINESS DATE AND CYCLE FROM THE
002440*              RUN-CONTROL CARD (AS CALCBTCH DOES).  NO USABLE
002450*              CARD REFUSES THE RUN RC=12 (SEE 9100).
002460*--------------------------------------------------------------*
002470 1100-READ-CONTROL.
002480     OPEN INPUT CALC-CTL-FILE.
002490     IF WS-CTL-STATUS NOT EQUAL "00"
002500         DISPLAY "CALCPOST NO RUN CONTROL CARD - RUN IS "
002510             "REFUSED"
002520         GO TO 1100-READ-CONTROL-EXIT
002530     END-IF.
002540     READ CALC-CTL-FILE.
002560         AND CTL-BUS-DATE IS NUMERIC
002570         MOVE CTL-BUS-DATE TO WS-CTL-BUS-DATE
002580         SET WS-CTL-GIVEN TO TRUE
002582         IF CTL-RESUBMIT
002584             SET WS-REG-BYPASS TO TRUE
002586         END-IF
002590         IF CTL-CYCLE-NO IS NUMERIC
002600             AND CTL-CYCLE-NO IS GREATER THAN ZERO
002610             MOVE CTL-CYCLE-NO TO WS-CTL-CYCLE
004380* 3000-TERMINATE - CLOSE FILES AND REPORT THE POSTING TOTALS.
004390*--------------------------------------------------------------*
004400 3000-TERMINATE.
004410     IF WS-CYCLE-REFUSED OR WS-ORDER-REFUSED
004420         GO TO 3000-TERMINATE-EXIT
004430     END-IF.
004440     CLOSE CALC-RESULT-FILE.
005100     CLOSE POST-CKPT-FILE.
005110 9000-WRITE-CHECKPOINT-EXIT.
005120     EXIT.
005130*
005140*--------------------------------------------------------------*
005150* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
005160*              TO POST A DATE/CYCLE CALCSCRN HAS NOT SCREENED
005170*              CLEAN (RC=0 OR RC=4), THEN APPEND THIS STEP'S START
005180*              RECORD.  NO USABLE CARD, OR A REGISTER THAT CANNOT
005190*              BE OPENED, ENDS RC=12 LIKE AN OUT-OF-ORDER RUN.
005200*              ONLY A 'RESUBMIT' CARD (CALCRSUB) BYPASSES THE
005210*              CONTROL, AND THEN NOTHING GOES TO THE REGISTER.
005220*--------------------------------------------------------------*
005230 9100-CHECK-RUN-ORDER.
005240     IF WS-REG-BYPASS
005250         DISPLAY "CALCPOST RESUBMIT RUN - ORDER CONTROL BYPASSED"
005260         GO TO 9100-CHECK-RUN-ORDER-EXIT
005270     END-IF.
005280     IF NOT WS-CTL-GIVEN
005290         DISPLAY "CALCPOST NO USABLE RUN CONTROL CARD - RC=12, "
005300             "NOTHING POSTED."
005310         SET WS-ORDER-REFUSED TO TRUE
005320         GO TO 9100-CHECK-RUN-ORDER-EXIT
005330     END-IF.
005340     MOVE WS-CTL-BUS-DATE TO WS-REG-BUS-DATE.
005350     MOVE WS-CTL-CYCLE    TO WS-REG-CYCLE.
005360     OPEN INPUT RUN-REG-FILE.
005370     IF WS-REG-STATUS NOT EQUAL "00"
005380         DISPLAY "CALCPOST CANNOT OPEN RUN REGISTER, STATUS "
005390             WS-REG-STATUS " - RC=12, NOTHING POSTED."
005400         SET WS-ORDER-REFUSED TO TRUE
005410         GO TO 9100-CHECK-RUN-ORDER-EXIT
005420     END-IF.
005430     SET WS-REG-USABLE TO TRUE.
005440     PERFORM 9110-READ-ONE-RUN
005450         THRU 9110-READ-ONE-RUN-EXIT
005460         UNTIL WS-REG-EOF.
005470     CLOSE RUN-REG-FILE.
005480     MOVE 'S' TO WS-REG-EVENT.
005490     PERFORM 9500-WRITE-REGISTER
005500         THRU 9500-WRITE-REGISTER-EXIT.
005510     IF NOT WS-PREREQ-FOUND
005520         DISPLAY "CALCPOST CALCSCRN HAS NOT ENDED FOR "
005530             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
005540             " - RC=12, NOTHING POSTED."
005550         SET WS-ORDER-REFUSED TO TRUE
005560     ELSE IF WS-PREREQ-RC IS GREATER THAN 4
005570         DISPLAY "CALCPOST CALCSCRN ENDED RC=" WS-PREREQ-RC
005580             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
005590             " - RC=12, NOTHING POSTED."
005600         SET WS-ORDER-REFUSED TO TRUE
005610     END-IF.
005620 9100-CHECK-RUN-ORDER-EXIT.
005630     EXIT.
005640*
005650*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
005660*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
005670 9110-READ-ONE-RUN.
005680     READ RUN-REG-FILE
005690         AT END
005700             SET WS-REG-EOF TO TRUE
005710             GO TO 9110-READ-ONE-RUN-EXIT
005720     END-READ.
005730     IF RG-BUS-DATE IS NOT NUMERIC
005740         OR RG-CYCLE-NO IS NOT NUMERIC
005750         OR RG-RETURN-CODE IS NOT NUMERIC
005760         GO TO 9110-READ-ONE-RUN-EXIT
005770     END-IF.
005780     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
005790         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
005800         OR NOT RG-END-EVENT
005810         GO TO 9110-READ-ONE-RUN-EXIT
005820     END-IF.
005830     IF RG-STEP-NAME EQUAL "CALCSCRN"
005840         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
005850         SET WS-PREREQ-FOUND TO TRUE
005860     END-IF.
005870 9110-READ-ONE-RUN-EXIT.
005880     EXIT.
005890*
005900*--------------------------------------------------------------*
005910* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
005920*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
005930*--------------------------------------------------------------*
005940 9500-WRITE-REGISTER.
005950     OPEN EXTEND RUN-REG-FILE.
005960     IF WS-REG-STATUS NOT EQUAL "00"
005970         DISPLAY "CALCPOST CANNOT APPEND RUN REGISTER, STATUS "
005980             WS-REG-STATUS
005990         GO TO 9500-WRITE-REGISTER-EXIT
006000     END-IF.
006010     MOVE SPACE            TO RUNREG-REC.
006020     MOVE "CALCPOST"       TO RG-STEP-NAME.
006030     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
006040     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
006050     MOVE WS-REG-EVENT     TO RG-EVENT.
006060     ACCEPT RG-RUN-DATE FROM DATE.
006070     ACCEPT RG-RUN-TIME FROM TIME.
006080     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
006090     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
006100     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
006110     IF WS-REG-EVENT EQUAL 'E'
006120         MOVE RETURN-CODE  TO RG-RETURN-CODE
006130     ELSE
006140         MOVE ZERO         TO RG-RETURN-CODE
006150     END-IF.
006160     WRITE RUNREG-REC.
006170     CLOSE RUN-REG-FILE.
006180 9500-WRITE-REGISTER-EXIT.
006190     EXIT.
006200*
006210*--------------------------------------------------------------*
006220* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
006230*              IN = CALCOUT RESULTS READ, OUT = RESULTS POSTED
006240*              THIS RUN, REJ = ZERO (POSTING REJECTS NOTHING).
006250*--------------------------------------------------------------*
006260 9600-REGISTER-END.
006270     IF NOT WS-REG-USABLE
006280         GO TO 9600-REGISTER-END-EXIT
006290     END-IF.
006300     MOVE 'E'              TO WS-REG-EVENT.
006310     MOVE WS-REC-COUNT     TO WS-REG-IN-COUNT.
006320     MOVE WS-POST-COUNT    TO WS-REG-OUT-COUNT.
006330     MOVE ZERO             TO WS-REG-REJ-COUNT.
006340     PERFORM 9500-WRITE-REGISTER
006350         THRU 9500-WRITE-REGISTER-EXIT.
006360 9600-REGISTER-END-EXIT.
006370     EXIT.
