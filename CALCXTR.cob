000370*              THE BUSINESS DATE SO THE WAREHOUSE (AND THE
000380*              CALCGLAK MATCH-OFF) CAN TELL THE CYCLES APART.
000390*              NO CARD OR NO CYCLE ON THE CARD MEANS CYCLE 01.
000391* 10/15/26  DLH  RUN-CONTROL REGISTER - EVERY RUN NOW RECORDS ITS
000392*              START AND END (DATE, CYCLE, COUNTS, RC) ON THE
000393*              SHARED CHAIN REGISTER (RUNREG, SEE CALCRUNR).  THE
000394*              CARD IS NOW READ BEFORE THE FILES ARE OPENED, AND
000395*              THE RUN ENDS RC=12 WITHOUT WRITING A ROW UNLESS
000396*              CALCBAL HAS PROVED THE SAME DATE/CYCLE IN BALANCE
000397*              (RC=0) AND THIS DATE/CYCLE HAS NOT ALREADY BEEN
000398*              EXTRACTED.  NO USABLE CARD OR REGISTER IS RC=12;
000399*              ONLY A 'RESUBMIT' CARD (COLS 15-22) BYPASSES IT.
000400* 10/15/26  DLH  OUTLIER SCREENING - PREREQUISITE IS NOW CALCSCRN
000403*              RC=0 OR 4 (NOT CALCBAL); CALCOUT IS SCRNOUT.
000406*--------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  MAC.
000540     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CCREF-STATUS.
000562     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-REG-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000770*
000780 FD  CALC-CTL-FILE
000790     RECORDING MODE IS F.
000800     COPY CALCCTLR.
000870*
000880 FD  CALC-CCREF-FILE
000890     RECORDING MODE IS F.
000900     COPY CCREFREC.
000902*
000904 FD  RUN-REG-FILE
000906     RECORDING MODE IS F.
000908     COPY CALCRUNR.
000910*
000920 WORKING-STORAGE SECTION.
000930 77  WS-EOF-SWITCH          PIC X(01)      VALUE 'N'.
001140 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001150 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
001160 77  WS-REF-SHORT           PIC X(12)      VALUE SPACE.
001161 77  WS-CTL-GIVEN-SWITCH    PIC X(01)      VALUE 'N'.
001162     88  WS-CTL-GIVEN                      VALUE 'Y'.
001163 77  WS-XTR-DONE-SWITCH     PIC X(01)      VALUE 'N'.
001164     88  WS-XTR-DONE                       VALUE 'Y'.
001165     COPY CALCRUNW.
001170*
001180 01  WS-REF-TABLE.
001190     05  WS-REF-ENTRY OCCURS 100 TIMES.
001320         UNTIL WS-EOF.
001330     PERFORM 3000-TERMINATE
001340         THRU 3000-TERMINATE-EXIT.
001343     PERFORM 9600-REGISTER-END
001346         THRU 9600-REGISTER-END-EXIT.
001350     STOP RUN.
001360*
001370*--------------------------------------------------------------*
001390*              PRIME THE READ.
001400*--------------------------------------------------------------*
001410 1000-INITIALIZE.
001420     PERFORM 1100-READ-CONTROL
001430         THRU 1100-READ-CONTROL-EXIT.
001440     PERFORM 9100-CHECK-RUN-ORDER
001450         THRU 9100-CHECK-RUN-ORDER-EXIT.
001460     IF WS-ORDER-REFUSED
001470         SET WS-EOF TO TRUE
001471         GO TO 1000-INITIALIZE-EXIT
001472     END-IF.
001473     OPEN INPUT  CALC-RESULT-FILE.
001474     OPEN OUTPUT GL-EXTRACT-FILE.
001475     PERFORM 1200-LOAD-REF-TABLE
001476         THRU 1200-LOAD-REF-TABLE-EXIT.
001480     MOVE SPACE TO WS-BUILD-LINE.
001490     STRING "H," WS-RUN-DATE "," WS-RUN-CYCLE
001500         DELIMITED BY SIZE INTO WS-BUILD-LINE.
001560*
001570*--------------------------------------------------------------*
001580* 1100-READ-CONTROL - TAKE THE BUSINESS DATE FROM THE RUN-
001590*              CONTROL CARD (AS CALCBTCH DOES).  WITHOUT A USABLE
001600*              CARD 9100 REFUSES THE RUN (RC=12).
001610*--------------------------------------------------------------*
001620 1100-READ-CONTROL.
001630     ACCEPT WS-RUN-DATE FROM DATE.
001640     OPEN INPUT CALC-CTL-FILE.
001650     IF WS-CTL-STATUS NOT EQUAL "00"
001660         DISPLAY "CALCXTR NO RUN CONTROL CARD, STATUS "
001665             WS-CTL-STATUS
001670         GO TO 1100-READ-CONTROL-EXIT
001680     END-IF.
001690     READ CALC-CTL-FILE.
001700     IF WS-CTL-STATUS EQUAL "00"
001710         AND CTL-BUS-DATE IS NUMERIC
001720         MOVE CTL-BUS-DATE TO WS-RUN-DATE
001725         SET WS-CTL-GIVEN TO TRUE
001726         IF CTL-RESUBMIT
001727             SET WS-REG-BYPASS TO TRUE
001728         END-IF
001730         IF CTL-CYCLE-NO IS NUMERIC
001740             AND CTL-CYCLE-NO IS GREATER THAN ZERO
001750             MOVE CTL-CYCLE-NO TO WS-RUN-CYCLE
001760         END-IF
001770     ELSE
001780         DISPLAY "CALCXTR UNUSABLE RUN CONTROL CARD"
001790     END-IF.
001800     CLOSE CALC-CTL-FILE.
001810 1100-READ-CONTROL-EXIT.
002500* 3000-TERMINATE - WRITE THE TRAILER ROW AND CLOSE THE FILES.
002510*--------------------------------------------------------------*
002520 3000-TERMINATE.
002521     IF WS-ORDER-REFUSED
002522         MOVE 12 TO RETURN-CODE
002523         DISPLAY "CALCXTR ENDED RC=12 - NOTHING EXTRACTED."
002524         GO TO 3000-TERMINATE-EXIT
002525     END-IF.
002530     MOVE WS-HASH-TOTAL TO WS-EXT-HASH.
002540     MOVE SPACE TO WS-BUILD-LINE.
002550     STRING "T,"
002970     END-READ.
002980 8000-READ-RESULT-EXIT.
002990     EXIT.
003000*
003010*--------------------------------------------------------------*
003020* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
003030*              TO EXTRACT A DATE/CYCLE CALCSCRN HAS NOT SCREENED
003040*              CLEAN (RC=0 OR RC=4), OR ONE ALREADY EXTRACTED
003050*              CLEAN, THEN APPEND THIS STEP'S START RECORD.  NO
003060*              USABLE CARD, OR A REGISTER THAT CANNOT BE OPENED,
003070*              ENDS RC=12 LIKE AN OUT-OF-ORDER RUN.  ONLY A
003075*              'RESUBMIT' CARD (CALCRSUB) BYPASSES THE CONTROL,
003077*              AND THEN NOTHING GOES TO THE REGISTER.
003080*--------------------------------------------------------------*
003090 9100-CHECK-RUN-ORDER.
003100     IF WS-REG-BYPASS
003110         DISPLAY "CALCXTR RESUBMIT RUN - ORDER CONTROL BYPASSED"
003120         GO TO 9100-CHECK-RUN-ORDER-EXIT
003121     END-IF.
003122     IF NOT WS-CTL-GIVEN
003123         DISPLAY "CALCXTR NO USABLE RUN CONTROL CARD - RC=12, "
003124             "NOTHING EXTRACTED."
003125         SET WS-ORDER-REFUSED TO TRUE
003126         GO TO 9100-CHECK-RUN-ORDER-EXIT
003127     END-IF.
003130     MOVE WS-RUN-DATE  TO WS-REG-BUS-DATE.
003140     MOVE WS-RUN-CYCLE TO WS-REG-CYCLE.
003150     OPEN INPUT RUN-REG-FILE.
003160     IF WS-REG-STATUS NOT EQUAL "00"
003170         DISPLAY "CALCXTR CANNOT OPEN RUN REGISTER, STATUS "
003180             WS-REG-STATUS " - RC=12, NOTHING EXTRACTED."
003185         SET WS-ORDER-REFUSED TO TRUE
003190         GO TO 9100-CHECK-RUN-ORDER-EXIT
003200     END-IF.
003210     SET WS-REG-USABLE TO TRUE.
003220     PERFORM 9110-READ-ONE-RUN
003230         THRU 9110-READ-ONE-RUN-EXIT
003240         UNTIL WS-REG-EOF.
003250     CLOSE RUN-REG-FILE.
003260     MOVE 'S' TO WS-REG-EVENT.
003270     PERFORM 9500-WRITE-REGISTER
003280         THRU 9500-WRITE-REGISTER-EXIT.
003290     IF NOT WS-PREREQ-FOUND
003300         DISPLAY "CALCXTR CALCSCRN HAS NOT ENDED FOR "
003310             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
003320             " - RC=12, NOTHING EXTRACTED."
003330         SET WS-ORDER-REFUSED TO TRUE
003340     ELSE IF WS-PREREQ-RC IS GREATER THAN 4
003350         DISPLAY "CALCXTR CALCSCRN ENDED RC=" WS-PREREQ-RC
003360             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
003370             " - RC=12, NOTHING EXTRACTED."
003380         SET WS-ORDER-REFUSED TO TRUE
003390     ELSE IF WS-XTR-DONE
003400         DISPLAY "CALCXTR " WS-REG-BUS-DATE " CYCLE "
003410             WS-REG-CYCLE " ALREADY EXTRACTED - RC=12, "
003420             "NOTHING EXTRACTED."
003430         SET WS-ORDER-REFUSED TO TRUE
003440     END-IF.
003450 9100-CHECK-RUN-ORDER-EXIT.
003460     EXIT.
003470*
003480*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
003490*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
003500 9110-READ-ONE-RUN.
003510     READ RUN-REG-FILE
003520         AT END
003530             SET WS-REG-EOF TO TRUE
003540             GO TO 9110-READ-ONE-RUN-EXIT
003550     END-READ.
003560     IF RG-BUS-DATE IS NOT NUMERIC
003570         OR RG-CYCLE-NO IS NOT NUMERIC
003580         OR RG-RETURN-CODE IS NOT NUMERIC
003590         GO TO 9110-READ-ONE-RUN-EXIT
003600     END-IF.
003610     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
003620         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
003630         OR NOT RG-END-EVENT
003640         GO TO 9110-READ-ONE-RUN-EXIT
003650     END-IF.
003660     IF RG-STEP-NAME EQUAL "CALCSCRN"
003670         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
003680         SET WS-PREREQ-FOUND TO TRUE
003690     END-IF.
003700     IF RG-STEP-NAME EQUAL "CALCXTR"
003710         AND RG-RETURN-CODE EQUAL ZERO
003720         SET WS-XTR-DONE TO TRUE
003730     END-IF.
003740 9110-READ-ONE-RUN-EXIT.
003750     EXIT.
003760*
003770*--------------------------------------------------------------*
003780* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
003790*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
003800*--------------------------------------------------------------*
003810 9500-WRITE-REGISTER.
003820     OPEN EXTEND RUN-REG-FILE.
003830     IF WS-REG-STATUS NOT EQUAL "00"
003840         DISPLAY "CALCXTR CANNOT APPEND RUN REGISTER, STATUS "
003850             WS-REG-STATUS
003860         GO TO 9500-WRITE-REGISTER-EXIT
003870     END-IF.
003880     MOVE SPACE            TO RUNREG-REC.
003890     MOVE "CALCXTR"        TO RG-STEP-NAME.
003900     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
003910     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
003920     MOVE WS-REG-EVENT     TO RG-EVENT.
003930     ACCEPT RG-RUN-DATE FROM DATE.
003940     ACCEPT RG-RUN-TIME FROM TIME.
003950     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
003960     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
003970     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
003980     IF WS-REG-EVENT EQUAL 'E'
003990         MOVE RETURN-CODE  TO RG-RETURN-CODE
004000     ELSE
004010         MOVE ZERO         TO RG-RETURN-CODE
004020     END-IF.
004030     WRITE RUNREG-REC.
004040     CLOSE RUN-REG-FILE.
004050 9500-WRITE-REGISTER-EXIT.
004060     EXIT.
004070*
004080*--------------------------------------------------------------*
004090* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
004100*              IN = OUT = 'D' ROWS EXTRACTED, REJ = ZERO.
004110*--------------------------------------------------------------*
004120 9600-REGISTER-END.
004130     IF NOT WS-REG-USABLE
004140         GO TO 9600-REGISTER-END-EXIT
004150     END-IF.
004160     MOVE 'E'              TO WS-REG-EVENT.
004170     MOVE WS-REC-COUNT     TO WS-REG-IN-COUNT.
004180     MOVE WS-REC-COUNT     TO WS-REG-OUT-COUNT.
004190     MOVE ZERO             TO WS-REG-REJ-COUNT.
004200     PERFORM 9500-WRITE-REGISTER
004210         THRU 9500-WRITE-REGISTER-EXIT.
004220 9600-REGISTER-END-EXIT.
004230     EXIT.
