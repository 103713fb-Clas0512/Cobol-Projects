000470*              ON CALCOUT FOR THE COMBINED END-OF-DAY SUMMARY.
000480*              A RESULT WITHOUT A CYCLE (OLD FILE) PRINTS A
000490*              BLANK CYCLE.
000491* 10/15/26  DLH  RUN-CONTROL REGISTER - THE RUN NOW READS THE
000492*              CALCCTL CARD, RECORDS ITS START AND END (DATE,
000493*              CYCLE, COUNTS, RC) ON THE SHARED CHAIN REGISTER
000494*              (RUNREG, SEE CALCRUNR) AND ENDS RC=12 WITHOUT
000495*              SORTING OR PRINTING UNLESS CALCBAL HAS PROVED THE
000496*              CARD'S DATE/CYCLE IN BALANCE (RC=0).  NO USABLE
000497*              CARD OR REGISTER IS ALSO RC=12; ONLY A 'RESUBMIT'
000498*              CARD (COLS 15-22, SEE CALCCTLR) BYPASSES IT.
000500*--------------------------------------------------------------*
000510*
000520*--------------------------------------------------------------*
000720     SELECT CALC-CCREF-FILE   ASSIGN TO CCREF
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CCREF-STATUS.
000741     SELECT CALC-CTL-FILE     ASSIGN TO CALCCTL
000742         ORGANIZATION IS LINE SEQUENTIAL
000743         FILE STATUS IS WS-CTL-STATUS.
000744     SELECT RUN-REG-FILE      ASSIGN TO RUNREG
000745         ORGANIZATION IS LINE SEQUENTIAL
000746         FILE STATUS IS WS-REG-STATUS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
001190 FD  CALC-REPORT-FILE
001200     RECORDING MODE IS F.
001210 01  REPORT-LINE                PIC X(80).
001212*
001214 FD  RUN-REG-FILE
001216     RECORDING MODE IS F.
001218     COPY CALCRUNR.
001220*
001230 FD  CALC-CCREF-FILE
001240     RECORDING MODE IS F.
001250     COPY CCREFREC.
001251*
001252 FD  CALC-CTL-FILE
001253     RECORDING MODE IS F.
001254     COPY CALCCTLR.
001260*
001270 WORKING-STORAGE SECTION.
001280 77  WS-EOF-SWITCH               PIC X(01)      VALUE 'N'.
001620 77  WS-REF-MAX                  PIC 9(05) COMP  VALUE 100.
001630 77  WS-REF-SUB                  PIC 9(05) COMP  VALUE ZERO.
001640 77  WS-REF-NAME                 PIC X(20)      VALUE SPACE.
001642 77  WS-CTL-STATUS               PIC X(02).
001644 77  WS-CTL-GIVEN-SWITCH         PIC X(01)      VALUE 'N'.
001646     88  WS-CTL-GIVEN                           VALUE 'Y'.
001648     COPY CALCRUNW.
001650*
001660 01  WS-REF-TABLE.
001670     05  WS-REF-ENTRY OCCURS 100 TIMES.
002300* 0000-MAINLINE
002310*--------------------------------------------------------------*
002320 0000-MAINLINE.
002321     PERFORM 9100-CHECK-RUN-ORDER
002322         THRU 9100-CHECK-RUN-ORDER-EXIT.
002323     IF WS-ORDER-REFUSED
002324         MOVE 12 TO RETURN-CODE
002325         PERFORM 9600-REGISTER-END
002326             THRU 9600-REGISTER-END-EXIT
002327         STOP RUN
002328     END-IF.
002330     SORT CALC-SORT-WORK
002340         ON ASCENDING KEY SR-CYCLE-NO
002350                          SR-OPERATION
002430         UNTIL WS-EOF.
002440     PERFORM 3000-TERMINATE
002450         THRU 3000-TERMINATE-EXIT.
002453     PERFORM 9600-REGISTER-END
002456         THRU 9600-REGISTER-END-EXIT.
002460     STOP RUN.
002470*
002480*--------------------------------------------------------------*
005010     END-READ.
005020 8000-READ-SORTED-EXIT.
005030     EXIT.
005040*
005050*--------------------------------------------------------------*
005060* 9000-READ-CONTROL - TAKE THE BUSINESS DATE AND CYCLE FROM THE
005070*              RUN-CONTROL CARD (AS CALCBAL DOES).  THE CARD ONLY
005080*              FEEDS THE ORDER CONTROL - THE REPORT ITSELF BREAKS
005090*              ON THE CYCLE CARRIED ON EACH RESULT.
005100*--------------------------------------------------------------*
005110 9000-READ-CONTROL.
005120     OPEN INPUT CALC-CTL-FILE.
005130     IF WS-CTL-STATUS NOT EQUAL "00"
005140         DISPLAY "CALCRPT NO RUN CONTROL CARD, STATUS "
005150             WS-CTL-STATUS
005160         GO TO 9000-READ-CONTROL-EXIT
005170     END-IF.
005180     READ CALC-CTL-FILE.
005190     IF WS-CTL-STATUS EQUAL "00"
005200         AND CTL-BUS-DATE IS NUMERIC
005210         MOVE CTL-BUS-DATE TO WS-REG-BUS-DATE
005220         SET WS-CTL-GIVEN TO TRUE
005222         IF CTL-RESUBMIT
005224             SET WS-REG-BYPASS TO TRUE
005226         END-IF
005230         IF CTL-CYCLE-NO IS NUMERIC
005240             AND CTL-CYCLE-NO IS GREATER THAN ZERO
005250             MOVE CTL-CYCLE-NO TO WS-REG-CYCLE
005260         END-IF
005270     ELSE
005280         DISPLAY "CALCRPT UNUSABLE RUN CONTROL CARD"
005300     END-IF.
005310     CLOSE CALC-CTL-FILE.
005320 9000-READ-CONTROL-EXIT.
005330     EXIT.
005340*
005350*--------------------------------------------------------------*
005360* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
005370*              TO REPORT A DATE/CYCLE CALCBAL HAS NOT PROVED IN
005380*              BALANCE (RC=0), THEN APPEND THIS STEP'S START
005390*              RECORD.  NO USABLE CARD, OR A REGISTER THAT CANNOT
005400*              BE OPENED, ENDS RC=12 LIKE AN OUT-OF-ORDER RUN.
005403*              ONLY A 'RESUBMIT' CARD (CALCRSUB) BYPASSES THE
005406*              CONTROL, AND THEN NOTHING GOES TO THE REGISTER.
005410*--------------------------------------------------------------*
005420 9100-CHECK-RUN-ORDER.
005430     PERFORM 9000-READ-CONTROL
005440         THRU 9000-READ-CONTROL-EXIT.
005450     IF WS-REG-BYPASS
005460         DISPLAY "CALCRPT RESUBMIT RUN - ORDER CONTROL BYPASSED"
005470         GO TO 9100-CHECK-RUN-ORDER-EXIT
005471     END-IF.
005472     IF NOT WS-CTL-GIVEN
005473         DISPLAY "CALCRPT NO USABLE RUN CONTROL CARD - RC=12, "
005474             "NOTHING REPORTED."
005475         SET WS-ORDER-REFUSED TO TRUE
005476         GO TO 9100-CHECK-RUN-ORDER-EXIT
005477     END-IF.
005480     OPEN INPUT RUN-REG-FILE.
005490     IF WS-REG-STATUS NOT EQUAL "00"
005500         DISPLAY "CALCRPT CANNOT OPEN RUN REGISTER, STATUS "
005510             WS-REG-STATUS " - RC=12, NOTHING REPORTED."
005515         SET WS-ORDER-REFUSED TO TRUE
005520         GO TO 9100-CHECK-RUN-ORDER-EXIT
005530     END-IF.
005540     SET WS-REG-USABLE TO TRUE.
005550     PERFORM 9110-READ-ONE-RUN
005560         THRU 9110-READ-ONE-RUN-EXIT
005570         UNTIL WS-REG-EOF.
005580     CLOSE RUN-REG-FILE.
005590     MOVE 'S' TO WS-REG-EVENT.
005600     PERFORM 9500-WRITE-REGISTER
005610         THRU 9500-WRITE-REGISTER-EXIT.
005620     IF NOT WS-PREREQ-FOUND
005630         DISPLAY "CALCRPT CALCBAL HAS NOT ENDED FOR "
005640             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
005650             " - RC=12, NO REPORT PRINTED."
005660         SET WS-ORDER-REFUSED TO TRUE
005670     ELSE IF WS-PREREQ-RC IS GREATER THAN 0
005680         DISPLAY "CALCRPT CALCBAL ENDED RC=" WS-PREREQ-RC
005690             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
005700             " - RC=12, NO REPORT PRINTED."
005710         SET WS-ORDER-REFUSED TO TRUE
005720     END-IF.
005730 9100-CHECK-RUN-ORDER-EXIT.
005740     EXIT.
005750*
005760*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
005770*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
005780 9110-READ-ONE-RUN.
005790     READ RUN-REG-FILE
005800         AT END
005810             SET WS-REG-EOF TO TRUE
005820             GO TO 9110-READ-ONE-RUN-EXIT
005830     END-READ.
005840     IF RG-BUS-DATE IS NOT NUMERIC
005850         OR RG-CYCLE-NO IS NOT NUMERIC
005860         OR RG-RETURN-CODE IS NOT NUMERIC
005870         GO TO 9110-READ-ONE-RUN-EXIT
005880     END-IF.
005890     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
005900         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
005910         OR NOT RG-END-EVENT
005920         GO TO 9110-READ-ONE-RUN-EXIT
005930     END-IF.
005940     IF RG-STEP-NAME EQUAL "CALCBAL"
005950         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
005960         SET WS-PREREQ-FOUND TO TRUE
005970     END-IF.
005980 9110-READ-ONE-RUN-EXIT.
005990     EXIT.
006000*
006010*--------------------------------------------------------------*
006020* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
006030*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
006040*--------------------------------------------------------------*
006050 9500-WRITE-REGISTER.
006060     OPEN EXTEND RUN-REG-FILE.
006070     IF WS-REG-STATUS NOT EQUAL "00"
006080         DISPLAY "CALCRPT CANNOT APPEND RUN REGISTER, STATUS "
006090             WS-REG-STATUS
006100         GO TO 9500-WRITE-REGISTER-EXIT
006110     END-IF.
006120     MOVE SPACE            TO RUNREG-REC.
006130     MOVE "CALCRPT"        TO RG-STEP-NAME.
006140     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
006150     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
006160     MOVE WS-REG-EVENT     TO RG-EVENT.
006170     ACCEPT RG-RUN-DATE FROM DATE.
006180     ACCEPT RG-RUN-TIME FROM TIME.
006190     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
006200     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
006210     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
006220     IF WS-REG-EVENT EQUAL 'E'
006230         MOVE RETURN-CODE  TO RG-RETURN-CODE
006240     ELSE
006250         MOVE ZERO         TO RG-RETURN-CODE
006260     END-IF.
006270     WRITE RUNREG-REC.
006280     CLOSE RUN-REG-FILE.
006290 9500-WRITE-REGISTER-EXIT.
006300     EXIT.
006310*
006320*--------------------------------------------------------------*
006330* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
006340*              IN = RESULTS SUMMARIZED, OUT = PAGES PRINTED,
006350*              REJ = ZERO.
006360*--------------------------------------------------------------*
006370 9600-REGISTER-END.
006380     IF NOT WS-REG-USABLE
006390         GO TO 9600-REGISTER-END-EXIT
006400     END-IF.
006410     MOVE 'E'              TO WS-REG-EVENT.
006420     MOVE WS-GRAND-COUNT   TO WS-REG-IN-COUNT.
006430     MOVE WS-PAGE-NO       TO WS-REG-OUT-COUNT.
006440     MOVE ZERO             TO WS-REG-REJ-COUNT.
006450     PERFORM 9500-WRITE-REGISTER
006460         THRU 9500-WRITE-REGISTER-EXIT.
006470 9600-REGISTER-END-EXIT.
006480     EXIT.
