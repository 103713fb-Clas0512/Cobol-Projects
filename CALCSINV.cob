000270*              A RERUN IS SAFE - AN ITEM ALREADY ON THE
000280*              INVENTORY FOR ITS REJECT DATE IS NOT ADDED
000290*              TWICE.
000291* 10/15/26  DLH  RUN-CONTROL REGISTER - EVERY RUN NOW RECORDS ITS
000292*              START AND END (DATE, CYCLE, COUNTS, RC) ON THE
000293*              SHARED CHAIN REGISTER (RUNREG, SEE CALCRUNR) AND
000294*              ENDS RC=12 WITHOUT TOUCHING THE INVENTORY UNLESS
000295*              CALCBTCH FINISHED CLEAN (RC=0 OR RC=4) FOR THE
000296*              BUSDATE AND THE NEW CYCLE CARD.  A REGISTER THAT
000297*              WILL NOT OPEN IS ALSO RC=12.
000300*--------------------------------------------------------------*
000310*
000320*--------------------------------------------------------------*
000370*                           AGING (DEFAULT: SYSTEM DATE)
000380*    AGELIMIT NNN           DAYS ON SUSPENSE BEFORE AN ITEM IS
000390*                           FLAGGED AGED (DEFAULT 005)
000392*    CYCLE    NN            CYCLE THE RUN IS CHECKED AND RECORDED
000394*                           UNDER ON THE RUN-CONTROL REGISTER
000396*                           (DEFAULT 01)
000400*--------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000600         FILE STATUS IS WS-INV-STATUS.
000610     SELECT AGE-RPT-FILE     ASSIGN TO AGERPT
000620         ORGANIZATION IS LINE SEQUENTIAL.
000622     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS WS-REG-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000770     05  FILLER             PIC X(09).
000780     05  PC-VALUE-LIMIT     PIC 9(03).
000790     05  FILLER             PIC X(68).
000792 01  PARM-CARD-CYCLE REDEFINES PARM-CARD.
000794     05  FILLER             PIC X(09).
000796     05  PC-VALUE-CYCLE     PIC 9(02).
000798     05  FILLER             PIC X(69).
000800 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
000810     05  PC-COMMENT-FLAG    PIC X(01).
000820     05  FILLER             PIC X(79).
001500     RECORDING MODE IS F.
001510 01  REPORT-LINE            PIC X(80).
001520*
001522 FD  RUN-REG-FILE
001524     RECORDING MODE IS F.
001526     COPY CALCRUNR.
001528*
001530 WORKING-STORAGE SECTION.
001540 77  WS-PARM-STATUS         PIC X(02).
001550 77  WS-SUSP-STATUS         PIC X(02).
001920 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001930 77  WS-PRINT-LINE          PIC X(80).
001940 77  WS-SAVE-PRINT-LINE     PIC X(80).
001945     COPY CALCRUNW.
001950*
001960 01  WS-DATE-SPLIT.
001970     05  WS-DS-YY           PIC 9(02).
002680     PERFORM 1000-INITIALIZE
002690         THRU 1000-INITIALIZE-EXIT.
002700     IF NOT WS-PARM-ERROR AND NOT WS-FATAL-STOP
002705         AND NOT WS-ORDER-REFUSED
002710         PERFORM 2000-ADD-SUSPENSE
002720             THRU 2000-ADD-SUSPENSE-EXIT
002730         PERFORM 2500-MATCH-RESUBMITS
002770     END-IF.
002780     PERFORM 3000-TERMINATE
002790         THRU 3000-TERMINATE-EXIT.
002793     PERFORM 9600-REGISTER-END
002796         THRU 9600-REGISTER-END-EXIT.
002800     STOP RUN.
002810*
002820*--------------------------------------------------------------*
002950     PERFORM 1100-READ-PARMS
002960         THRU 1100-READ-PARMS-EXIT.
002970     IF WS-PARM-ERROR
002971         MOVE 12 TO RETURN-CODE
002972         GO TO 1000-INITIALIZE-EXIT
002973     END-IF.
002974     PERFORM 9100-CHECK-RUN-ORDER
002975         THRU 9100-CHECK-RUN-ORDER-EXIT.
002976     IF WS-ORDER-REFUSED
002980         MOVE 12 TO RETURN-CODE
002990         GO TO 1000-INITIALIZE-EXIT
003000     END-IF.
003510     ELSE IF PC-KEYWORD = "AGELIMIT"
003520         IF PC-VALUE-LIMIT IS NUMERIC
003530             MOVE PC-VALUE-LIMIT TO WS-AGE-LIMIT
003531         ELSE
003532             PERFORM 1120-FLAG-BAD-PARM
003533                 THRU 1120-FLAG-BAD-PARM-EXIT
003534         END-IF
003535     ELSE IF PC-KEYWORD = "CYCLE"
003536         IF PC-VALUE-CYCLE IS NUMERIC
003537             AND PC-VALUE-CYCLE IS GREATER THAN ZERO
003538             MOVE PC-VALUE-CYCLE TO WS-REG-CYCLE
003540         ELSE
003550             PERFORM 1120-FLAG-BAD-PARM
003560                 THRU 1120-FLAG-BAD-PARM-EXIT
005130     IF WS-PARM-ERROR
005140         DISPLAY "CALCSINV ENDED RC=12 FOR BAD CONTROL CARDS "
005150             "- INVENTORY NOT TOUCHED."
005152         GO TO 3000-TERMINATE-EXIT
005154     END-IF.
005156     IF WS-ORDER-REFUSED
005158         DISPLAY "CALCSINV ENDED RC=12 - INVENTORY NOT TOUCHED."
005160         GO TO 3000-TERMINATE-EXIT
005170     END-IF.
005180     IF WS-FATAL-STOP
007370     ADD 1                  TO WS-LINE-COUNT.
007380 7500-PRINT-LINE-EXIT.
007390     EXIT.
007400*
007410*--------------------------------------------------------------*
007420* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
007430*              TO TOUCH THE INVENTORY FOR A DATE/CYCLE CALCBTCH
007440*              HAS NOT FINISHED CLEAN (RC=0 OR RC=4), THEN APPEND
007450*              THIS STEP'S START RECORD.  A REGISTER THAT CANNOT
007460*              BE OPENED ENDS RC=12 LIKE AN OUT-OF-ORDER RUN.
007470*--------------------------------------------------------------*
007480 9100-CHECK-RUN-ORDER.
007490     MOVE WS-BUS-DATE TO WS-REG-BUS-DATE.
007500     OPEN INPUT RUN-REG-FILE.
007510     IF WS-REG-STATUS NOT EQUAL "00"
007520         DISPLAY "CALCSINV CANNOT OPEN RUN REGISTER, STATUS "
007530             WS-REG-STATUS " - RC=12, INVENTORY NOT TOUCHED."
007540         SET WS-ORDER-REFUSED TO TRUE
007550         GO TO 9100-CHECK-RUN-ORDER-EXIT
007560     END-IF.
007570     SET WS-REG-USABLE TO TRUE.
007580     PERFORM 9110-READ-ONE-RUN
007590         THRU 9110-READ-ONE-RUN-EXIT
007600         UNTIL WS-REG-EOF.
007610     CLOSE RUN-REG-FILE.
007620     MOVE 'S' TO WS-REG-EVENT.
007630     PERFORM 9500-WRITE-REGISTER
007640         THRU 9500-WRITE-REGISTER-EXIT.
007650     IF NOT WS-PREREQ-FOUND
007660         DISPLAY "CALCSINV CALCBTCH HAS NOT ENDED FOR "
007670             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
007680             " - RC=12, INVENTORY NOT TOUCHED."
007690         SET WS-ORDER-REFUSED TO TRUE
007700     ELSE IF WS-PREREQ-RC IS GREATER THAN 4
007710         DISPLAY "CALCSINV CALCBTCH ENDED RC=" WS-PREREQ-RC
007720             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
007730             " - RC=12, INVENTORY NOT TOUCHED."
007740         SET WS-ORDER-REFUSED TO TRUE
007750     END-IF.
007760 9100-CHECK-RUN-ORDER-EXIT.
007770     EXIT.
007780*
007790*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
007800*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
007810 9110-READ-ONE-RUN.
007820     READ RUN-REG-FILE
007830         AT END
007840             SET WS-REG-EOF TO TRUE
007850             GO TO 9110-READ-ONE-RUN-EXIT
007860     END-READ.
007870     IF RG-BUS-DATE IS NOT NUMERIC
007880         OR RG-CYCLE-NO IS NOT NUMERIC
007890         OR RG-RETURN-CODE IS NOT NUMERIC
007900         GO TO 9110-READ-ONE-RUN-EXIT
007910     END-IF.
007920     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
007930         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
007940         OR NOT RG-END-EVENT
007950         GO TO 9110-READ-ONE-RUN-EXIT
007960     END-IF.
007970     IF RG-STEP-NAME EQUAL "CALCBTCH"
007980         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
007990         SET WS-PREREQ-FOUND TO TRUE
008000     END-IF.
008010 9110-READ-ONE-RUN-EXIT.
008020     EXIT.
008030*
008040*--------------------------------------------------------------*
008050* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
008060*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
008070*--------------------------------------------------------------*
008080 9500-WRITE-REGISTER.
008090     OPEN EXTEND RUN-REG-FILE.
008100     IF WS-REG-STATUS NOT EQUAL "00"
008110         DISPLAY "CALCSINV CANNOT APPEND RUN REGISTER, STATUS "
008120             WS-REG-STATUS
008130         GO TO 9500-WRITE-REGISTER-EXIT
008140     END-IF.
008150     MOVE SPACE            TO RUNREG-REC.
008160     MOVE "CALCSINV"       TO RG-STEP-NAME.
008170     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
008180     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
008190     MOVE WS-REG-EVENT     TO RG-EVENT.
008200     ACCEPT RG-RUN-DATE FROM DATE.
008210     ACCEPT RG-RUN-TIME FROM TIME.
008220     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
008230     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
008240     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
008250     IF WS-REG-EVENT EQUAL 'E'
008260         MOVE RETURN-CODE  TO RG-RETURN-CODE
008270     ELSE
008280         MOVE ZERO         TO RG-RETURN-CODE
008290     END-IF.
008300     WRITE RUNREG-REC.
008310     CLOSE RUN-REG-FILE.
008320 9500-WRITE-REGISTER-EXIT.
008330     EXIT.
008340*
008350*--------------------------------------------------------------*
008360* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
008370*              IN = ITEMS ADDED, OUT = ITEMS CLOSED AS REPAIRED,
008380*              REJ = ITEMS STILL OPEN.
008390*--------------------------------------------------------------*
008400 9600-REGISTER-END.
008410     IF NOT WS-REG-USABLE
008420         GO TO 9600-REGISTER-END-EXIT
008430     END-IF.
008440     MOVE 'E'              TO WS-REG-EVENT.
008450     MOVE WS-ADD-COUNT     TO WS-REG-IN-COUNT.
008460     MOVE WS-CLOSE-COUNT   TO WS-REG-OUT-COUNT.
008470     MOVE WS-OPEN-COUNT    TO WS-REG-REJ-COUNT.
008480     PERFORM 9500-WRITE-REGISTER
008490         THRU 9500-WRITE-REGISTER-EXIT.
008500 9600-REGISTER-END-EXIT.
008510     EXIT.
