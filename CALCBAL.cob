000250*              AGAINST ITS OWN DATASETS, SO THE COUNT AND HASH
000260*              RULES ALREADY PROVE EACH CYCLE ON ITS OWN.  NO
000270*              CARD OR NO CYCLE ON THE CARD SKIPS RULE 4.
000271* 10/15/26  DLH  RUN-CONTROL REGISTER - EVERY RUN NOW RECORDS ITS
000272*              START AND END (DATE, CYCLE, COUNTS, RC) ON THE
000273*              SHARED CHAIN REGISTER (RUNREG, SEE CALCRUNR) AND
000274*              ENDS RC=12 WITHOUT BALANCING UNLESS CALCBTCH HAS
000275*              FINISHED CLEAN (RC=0 OR RC=4) FOR THE SAME DATE
000276*              AND CYCLE.  NO USABLE CARD OR NO REGISTER ALSO ENDS
000277*              RC=12; ONLY THE KEYWORD 'RESUBMIT' IN CARD COLUMNS
000278*              15-22 (THE RE-SUBMIT JOB) BYPASSES THE CONTROL.
000280*--------------------------------------------------------------*
000290*
000300*--------------------------------------------------------------*
000650     SELECT CALC-CTL-FILE    ASSIGN TO CALCCTL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CTL-STATUS.
000672     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-REG-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
001540*
001550 FD  CALC-CTL-FILE
001560     RECORDING MODE IS F.
001570     COPY CALCCTLR.
001580*
001590 FD  RUN-REG-FILE
001600     RECORDING MODE IS F.
001610     COPY CALCRUNR.
001640*
001650 WORKING-STORAGE SECTION.
001660 77  WS-IN-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001960 77  WS-CTL-BUS-DATE        PIC 9(06)      VALUE ZERO.
001970 77  WS-CTL-CYCLE           PIC 9(02)      VALUE ZERO.
001980 77  WS-WRONG-CYCLE-COUNT   PIC 9(07) COMP  VALUE ZERO.
001985     COPY CALCRUNW.
001990*
002000*--------------------------------------------------------------*
002010* REPORT LINE LAYOUTS - ONE-PAGE BALANCING PROOF.
002530         UNTIL WS-SUSP-EOF.
002540     PERFORM 3000-TERMINATE
002550         THRU 3000-TERMINATE-EXIT.
002553     PERFORM 9600-REGISTER-END
002556         THRU 9600-REGISTER-END-EXIT.
002560     STOP RUN.
002570*
002580*--------------------------------------------------------------*
002610 1000-INITIALIZE.
002620     PERFORM 1100-READ-CONTROL
002630         THRU 1100-READ-CONTROL-EXIT.
002631     PERFORM 9100-CHECK-RUN-ORDER
002632         THRU 9100-CHECK-RUN-ORDER-EXIT.
002633     IF WS-ORDER-REFUSED
002634         SET WS-IN-EOF   TO TRUE
002635         SET WS-OUT-EOF  TO TRUE
002636         SET WS-AUD-EOF  TO TRUE
002637         SET WS-SUSP-EOF TO TRUE
002638         GO TO 1000-INITIALIZE-EXIT
002639     END-IF.
002640     OPEN INPUT  CALC-TRANS-FILE
002650                 CALC-RESULT-FILE
002660                 CALC-AUDIT-FILE
002910     IF WS-CTL-STATUS EQUAL "00"
002920         AND CTL-BUS-DATE IS NUMERIC
002930         MOVE CTL-BUS-DATE TO WS-CTL-BUS-DATE
002932         IF CTL-RESUBMIT
002934             SET WS-REG-BYPASS TO TRUE
002936         END-IF
002940         IF CTL-CYCLE-NO IS NUMERIC
002950             AND CTL-CYCLE-NO IS GREATER THAN ZERO
002960             MOVE CTL-CYCLE-NO TO WS-CTL-CYCLE
004070*              AND SET THE RETURN CODE THE SCHEDULER ACTS ON.
004080*--------------------------------------------------------------*
004090 3000-TERMINATE.
004092     IF WS-ORDER-REFUSED
004094         MOVE 12 TO RETURN-CODE
004096         GO TO 3000-TERMINATE-EXIT
004098     END-IF.
004100     MOVE BAL-HDG-LINE TO REPORT-LINE.
004110     WRITE REPORT-LINE.
004120     IF WS-CYCLE-GIVEN
005670     END-READ.
005680 8300-READ-SUSPENSE-EXIT.
005690     EXIT.
005700*
005710*--------------------------------------------------------------*
005720* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
005730*              TO BALANCE A DATE/CYCLE CALCBTCH HAS NOT FINISHED
005740*              CLEAN (RC=0 OR RC=4), THEN APPEND THIS STEP'S START
005750*              RECORD.  NO USABLE CARD, OR A REGISTER THAT CANNOT
005760*              BE OPENED, ENDS RC=12 LIKE AN OUT-OF-ORDER RUN.
005770*              ONLY A 'RESUBMIT' CARD (CALCRSUB) BYPASSES THE
005780*              CONTROL, AND THEN NOTHING GOES TO THE REGISTER.
005790*--------------------------------------------------------------*
005800 9100-CHECK-RUN-ORDER.
005810     IF WS-REG-BYPASS
005820         DISPLAY "CALCBAL RESUBMIT RUN - ORDER CONTROL BYPASSED"
005830         GO TO 9100-CHECK-RUN-ORDER-EXIT
005840     END-IF.
005850     IF WS-CTL-BUS-DATE EQUAL ZERO
005860         DISPLAY "CALCBAL NO USABLE RUN CONTROL CARD - RC=12, "
005870             "NOTHING BALANCED."
005880         SET WS-ORDER-REFUSED TO TRUE
005890         GO TO 9100-CHECK-RUN-ORDER-EXIT
005900     END-IF.
005910     MOVE WS-CTL-BUS-DATE TO WS-REG-BUS-DATE.
005920     IF WS-CYCLE-GIVEN
005930         MOVE WS-CTL-CYCLE TO WS-REG-CYCLE
005940     END-IF.
005950     OPEN INPUT RUN-REG-FILE.
005960     IF WS-REG-STATUS NOT EQUAL "00"
005970         DISPLAY "CALCBAL CANNOT OPEN RUN REGISTER, STATUS "
005980             WS-REG-STATUS " - RC=12, NOTHING BALANCED."
005990         SET WS-ORDER-REFUSED TO TRUE
006000         GO TO 9100-CHECK-RUN-ORDER-EXIT
006010     END-IF.
006020     SET WS-REG-USABLE TO TRUE.
006030     PERFORM 9110-READ-ONE-RUN
006040         THRU 9110-READ-ONE-RUN-EXIT
006050         UNTIL WS-REG-EOF.
006060     CLOSE RUN-REG-FILE.
006070     MOVE 'S' TO WS-REG-EVENT.
006080     PERFORM 9500-WRITE-REGISTER
006090         THRU 9500-WRITE-REGISTER-EXIT.
006100     IF NOT WS-PREREQ-FOUND
006110         DISPLAY "CALCBAL CALCBTCH HAS NOT ENDED FOR "
006120             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
006130             " - RC=12, NOTHING BALANCED."
006140         SET WS-ORDER-REFUSED TO TRUE
006150     ELSE IF WS-PREREQ-RC IS GREATER THAN 4
006160         DISPLAY "CALCBAL CALCBTCH ENDED RC=" WS-PREREQ-RC
006170             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
006180             " - RC=12, NOTHING BALANCED."
006190         SET WS-ORDER-REFUSED TO TRUE
006200     END-IF.
006210 9100-CHECK-RUN-ORDER-EXIT.
006220     EXIT.
006230*
006240*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
006250*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
006260 9110-READ-ONE-RUN.
006270     READ RUN-REG-FILE
006280         AT END
006290             SET WS-REG-EOF TO TRUE
006300             GO TO 9110-READ-ONE-RUN-EXIT
006310     END-READ.
006320     IF RG-BUS-DATE IS NOT NUMERIC
006330         OR RG-CYCLE-NO IS NOT NUMERIC
006340         OR RG-RETURN-CODE IS NOT NUMERIC
006350         GO TO 9110-READ-ONE-RUN-EXIT
006360     END-IF.
006370     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
006380         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
006390         OR NOT RG-END-EVENT
006400         GO TO 9110-READ-ONE-RUN-EXIT
006410     END-IF.
006420     IF RG-STEP-NAME EQUAL "CALCBTCH"
006430         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
006440         SET WS-PREREQ-FOUND TO TRUE
006450     END-IF.
006460 9110-READ-ONE-RUN-EXIT.
006470     EXIT.
006480*
006490*--------------------------------------------------------------*
006500* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
006510*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
006520*--------------------------------------------------------------*
006530 9500-WRITE-REGISTER.
006540     OPEN EXTEND RUN-REG-FILE.
006550     IF WS-REG-STATUS NOT EQUAL "00"
006560         DISPLAY "CALCBAL CANNOT APPEND RUN REGISTER, STATUS "
006570             WS-REG-STATUS
006580         GO TO 9500-WRITE-REGISTER-EXIT
006590     END-IF.
006600     MOVE SPACE            TO RUNREG-REC.
006610     MOVE "CALCBAL"        TO RG-STEP-NAME.
006620     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
006630     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
006640     MOVE WS-REG-EVENT     TO RG-EVENT.
006650     ACCEPT RG-RUN-DATE FROM DATE.
006660     ACCEPT RG-RUN-TIME FROM TIME.
006670     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
006680     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
006690     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
006700     IF WS-REG-EVENT EQUAL 'E'
006710         MOVE RETURN-CODE  TO RG-RETURN-CODE
006720     ELSE
006730         MOVE ZERO         TO RG-RETURN-CODE
006740     END-IF.
006750     WRITE RUNREG-REC.
006760     CLOSE RUN-REG-FILE.
006770 9500-WRITE-REGISTER-EXIT.
006780     EXIT.
006790*
006800*--------------------------------------------------------------*
006810* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
006820*              IN = CALCIN TRANSACTIONS, OUT = CALCOUT RESULTS,
006830*              REJ = CALCSUSP REJECTS.
006840*--------------------------------------------------------------*
006850 9600-REGISTER-END.
006860     IF NOT WS-REG-USABLE
006870         GO TO 9600-REGISTER-END-EXIT
006880     END-IF.
006890     MOVE 'E'              TO WS-REG-EVENT.
006900     MOVE WS-IN-COUNT      TO WS-REG-IN-COUNT.
006910     MOVE WS-OUT-COUNT     TO WS-REG-OUT-COUNT.
006920     MOVE WS-SUSP-COUNT    TO WS-REG-REJ-COUNT.
006930     PERFORM 9500-WRITE-REGISTER
006940         THRU 9500-WRITE-REGISTER-EXIT.
006950 9600-REGISTER-END-EXIT.
006960     EXIT.
