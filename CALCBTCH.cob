001170*              CALCREC CYCLE FIELD) SO CALCBAL, CALCRPT,
001180*              CALCPOST AND CALCXTR CAN TELL THE CYCLES APART.
001190*              NO CARD OR NO CYCLE ON THE CARD MEANS CYCLE 01.
001191* 10/15/26  DLH  RUN-CONTROL REGISTER - EVERY RUN RECORDS ITS
001192*              START AND END ON RUNREG (SEE CALCRUNR) AND ENDS
001193*              RC=12, NOTHING PROCESSED, UNLESS CALCGATE ENDED
001194*              RC=0 OR 4 FOR THE CARD'S DATE/CYCLE.  NO CARD OR
001195*              REGISTER IS ALSO RC=12; ONLY A 'RESUBMIT' CARD
001196*              (COLS 15-22) BYPASSES THE CONTROL.
001197* 10/15/26  DLH  CCREF REORGANIZATION - A RETIRED CODE WITH AN
001198*              ACTIVE SUCCESSOR IS CARRIED ONTO THE SUCCESSOR
001199*              INSTEAD OF REJECTING AS BADCCTR.
001200*--------------------------------------------------------------*
001210*
001220*--------------------------------------------------------------*
001500     SELECT CALC-CKPT-FILE   ASSIGN TO CALCCKPT
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-CKPT-STATUS.
001522     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
001524         ORGANIZATION IS LINE SEQUENTIAL
001526         FILE STATUS IS WS-REG-STATUS.
001530*
001540 DATA DIVISION.
001550 FILE SECTION.
002600*
002610 FD  CALC-CTL-FILE
002620     RECORDING MODE IS F.
002630     COPY CALCCTLR.
002700*
002710 FD  CALC-CKPT-FILE
002720     RECORDING MODE IS F.
002730 01  CKPT-REC.
002740     05  CK-REC-COUNT       PIC 9(07).
002750     05  CK-REJECT-COUNT    PIC 9(07).
002752*
002754 FD  RUN-REG-FILE
002756     RECORDING MODE IS F.
002758     COPY CALCRUNR.
002760*
002770 WORKING-STORAGE SECTION.
002780 77  WS-EOF-SWITCH          PIC X(01)      VALUE 'N'.
003310 77  WS-CC-COUNT            PIC 9(05) COMP  VALUE ZERO.
003320 77  WS-CC-MAX              PIC 9(05) COMP  VALUE 100.
003330 77  WS-CC-SUB              PIC 9(05) COMP  VALUE ZERO.
003332 77  WS-CC-LOOKUP           PIC X(04)      VALUE SPACE.
003334 77  WS-CC-SUCC             PIC X(04)      VALUE SPACE.
003336 77  WS-CC-CARRY-COUNT      PIC 9(07) COMP  VALUE ZERO.
003338     COPY CALCRUNW.
003340*
003350 01  WS-RATE-TABLE.
003360     05  WS-RATE-ENTRY OCCURS 200 TIMES.
003440         10  WS-CC-T-CODE   PIC X(04).
003450         10  WS-CC-T-NAME   PIC X(20).
003460         10  WS-CC-T-FLAG   PIC X(01).
003465         10  WS-CC-T-SUCC   PIC X(04).
003470*
003480 PROCEDURE DIVISION.
003490*--------------------------------------------------------------*
003570         UNTIL WS-EOF.
003580     PERFORM 3000-TERMINATE
003590         THRU 3000-TERMINATE-EXIT.
003593     PERFORM 9600-REGISTER-END
003596         THRU 9600-REGISTER-END-EXIT.
003600     STOP RUN.
003610*
003620*--------------------------------------------------------------*
003730         THRU 1250-LOAD-CC-TABLE-EXIT.
003740     PERFORM 1300-READ-CONTROL
003750         THRU 1300-READ-CONTROL-EXIT.
003751     PERFORM 9100-CHECK-RUN-ORDER
003752         THRU 9100-CHECK-RUN-ORDER-EXIT.
003753     IF WS-ORDER-REFUSED
003754         SET WS-EOF TO TRUE
003755         GO TO 1000-INITIALIZE-EXIT
003756     END-IF.
003760     OPEN INPUT  CALC-TRANS-FILE.
003770     IF WS-RESTART-COUNT IS GREATER THAN ZERO
003780         OPEN EXTEND CALC-RESULT-FILE
005020     MOVE CC-CODE        TO WS-CC-T-CODE (WS-CC-COUNT).
005030     MOVE CC-DEPT-NAME   TO WS-CC-T-NAME (WS-CC-COUNT).
005040     MOVE CC-ACTIVE-FLAG TO WS-CC-T-FLAG (WS-CC-COUNT).
005045     MOVE CC-SUCCESSOR   TO WS-CC-T-SUCC (WS-CC-COUNT).
005050 1260-READ-ONE-CC-EXIT.
005060     EXIT.
005070*
005350     MOVE CTL-BUS-DATE TO WS-CTL-BUS-DATE.
005360     MOVE CTL-BUS-DATE TO WS-RUN-DATE.
005370     SET WS-CTL-GIVEN TO TRUE.
005372     IF CTL-RESUBMIT
005374         SET WS-REG-BYPASS TO TRUE
005376     END-IF.
005380     IF CTL-REJ-PCT IS NUMERIC
005390         MOVE CTL-REJ-PCT TO WS-REJ-PCT-LIMIT
005400     END-IF.
007720*--------------------------------------------------------------*
007730* 2400-CHECK-COST-CENTER - PROVE THE TRANSACTION'S COST CENTER
007740*              IS ON THE REFERENCE FILE AND ACTIVE.  AN UNKNOWN
007747*              OR INACTIVE CODE REJECTS AS BADCCTR, BUT A RETIRED
007754*              CODE WITH AN ACTIVE SUCCESSOR IS CARRIED ONTO IT.
007761*              WITH NO REFERENCE FILE LOADED THE CHECK IS SKIPPED.
007770*--------------------------------------------------------------*
007780 2400-CHECK-COST-CENTER.
007790     IF NOT WS-CC-GIVEN
007800         GO TO 2400-CHECK-COST-CENTER-EXIT
007810     END-IF.
007815     MOVE TR-COST-CENTER TO WS-CC-LOOKUP.
007820     MOVE 'N'   TO WS-CC-FOUND-SWITCH.
007830     MOVE SPACE TO WS-CC-FLAG.
007835     MOVE SPACE TO WS-CC-SUCC.
007840     PERFORM 2410-SCAN-CC
007850         THRU 2410-SCAN-CC-EXIT
007860         VARYING WS-CC-SUB FROM 1 BY 1
007870         UNTIL WS-CC-SUB IS GREATER THAN WS-CC-COUNT
007880            OR WS-CC-FOUND.
007881     IF WS-CC-FOUND AND NOT WS-CC-FLAG-ACTIVE
007882         MOVE WS-CC-SUCC TO WS-CC-LOOKUP
007883         MOVE 'N'   TO WS-CC-FOUND-SWITCH
007884         PERFORM 2410-SCAN-CC
007885             THRU 2410-SCAN-CC-EXIT
007886             VARYING WS-CC-SUB FROM 1 BY 1
007887             UNTIL WS-CC-SUB IS GREATER THAN WS-CC-COUNT
007888                OR WS-CC-FOUND
007889     END-IF.
007890     IF NOT WS-CC-FOUND
007900         OR NOT WS-CC-FLAG-ACTIVE
007910         DISPLAY "UNKNOWN OR INACTIVE COST CENTER "
007940         SET WS-REJECTED TO TRUE
007950         MOVE ZERO TO RR-RESULT
007960     END-IF.
007961     IF WS-CC-FOUND AND WS-CC-FLAG-ACTIVE
007962         AND WS-CC-LOOKUP NOT EQUAL TR-COST-CENTER
007963         DISPLAY "RETIRED COST CENTER " TR-COST-CENTER
007964             " CARRIED TO " WS-CC-LOOKUP
007965             " ON TRANSACTION " WS-REC-COUNT
007966         MOVE WS-CC-LOOKUP TO RR-COST-CENTER
007967         ADD 1 TO WS-CC-CARRY-COUNT
007968     END-IF.
007970 2400-CHECK-COST-CENTER-EXIT.
007980     EXIT.
007990*
008000 2410-SCAN-CC.
008010     IF WS-CC-T-CODE (WS-CC-SUB) EQUAL WS-CC-LOOKUP
008020         MOVE WS-CC-T-FLAG (WS-CC-SUB) TO WS-CC-FLAG
008025         MOVE WS-CC-T-SUCC (WS-CC-SUB) TO WS-CC-SUCC
008030         SET WS-CC-FOUND TO TRUE
008040     END-IF.
008050 2410-SCAN-CC-EXIT.
008560*              WITH ANY REJECTS AT ALL, 0 CLEAN.
008570*--------------------------------------------------------------*
008580 3000-TERMINATE.
008581     IF WS-ORDER-REFUSED
008582         MOVE 12 TO RETURN-CODE
008583         DISPLAY "CALCBTCH ENDED RC=12 - RUN NOT PROCESSED."
008584         GO TO 3000-TERMINATE-EXIT
008585     END-IF.
008590     CLOSE CALC-TRANS-FILE.
008600     CLOSE CALC-RESULT-FILE.
008610     CLOSE CALC-AUDIT-FILE.
008630     DISPLAY "CALCBTCH PROCESSED " WS-REC-COUNT " TRANSACTIONS.".
008640     DISPLAY "CALCBTCH REJECTED  " WS-REJECT-COUNT
008650         " TO SUSPENSE.".
008652     IF WS-CC-CARRY-COUNT IS GREATER THAN ZERO
008654         DISPLAY "CALCBTCH CARRIED   " WS-CC-CARRY-COUNT
008656             " FROM RETIRED COST CENTERS."
008658     END-IF.
008660     IF WS-FATAL-STOP
008670         MOVE 12 TO RETURN-CODE
008680         DISPLAY "CALCBTCH ENDED RC=12 - RUN NOT PROCESSED."
009130     CLOSE CALC-CKPT-FILE.
009140 9000-WRITE-CHECKPOINT-EXIT.
009150     EXIT.
009160*
009170*--------------------------------------------------------------*
009180* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
009190*              TO PROCESS A DATE/CYCLE CALCGATE HAS NOT FINISHED
009200*              CLEAN (RC=0 OR RC=4), THEN APPEND THIS STEP'S START
009210*              RECORD.  NO USABLE RUN-CONTROL CARD, OR A REGISTER
009220*              THAT CANNOT BE OPENED, ENDS RC=12 LIKE AN OUT-OF-
009230*              ORDER RUN.  ONLY A 'RESUBMIT' CARD (CALCRSUB)
009240*              BYPASSES THE CONTROL, AND THEN NOTHING GOES TO THE
009250*              REGISTER.
009260*--------------------------------------------------------------*
009270 9100-CHECK-RUN-ORDER.
009280     IF WS-REG-BYPASS
009290         DISPLAY "CALCBTCH RESUBMIT RUN - ORDER CONTROL BYPASSED"
009300         GO TO 9100-CHECK-RUN-ORDER-EXIT
009310     END-IF.
009320     IF NOT WS-CTL-GIVEN
009330         DISPLAY "CALCBTCH NO USABLE RUN CONTROL CARD - RC=12, "
009340             "NOTHING PROCESSED."
009350         SET WS-ORDER-REFUSED TO TRUE
009360         GO TO 9100-CHECK-RUN-ORDER-EXIT
009370     END-IF.
009380     MOVE WS-CTL-BUS-DATE TO WS-REG-BUS-DATE.
009390     MOVE WS-CTL-CYCLE    TO WS-REG-CYCLE.
009400     OPEN INPUT RUN-REG-FILE.
009410     IF WS-REG-STATUS NOT EQUAL "00"
009420         DISPLAY "CALCBTCH CANNOT OPEN RUN REGISTER, STATUS "
009430             WS-REG-STATUS " - RC=12, NOTHING PROCESSED."
009440         SET WS-ORDER-REFUSED TO TRUE
009450         GO TO 9100-CHECK-RUN-ORDER-EXIT
009460     END-IF.
009470     SET WS-REG-USABLE TO TRUE.
009480     PERFORM 9110-READ-ONE-RUN
009490         THRU 9110-READ-ONE-RUN-EXIT
009500         UNTIL WS-REG-EOF.
009510     CLOSE RUN-REG-FILE.
009520     MOVE 'S' TO WS-REG-EVENT.
009530     PERFORM 9500-WRITE-REGISTER
009540         THRU 9500-WRITE-REGISTER-EXIT.
009550     IF NOT WS-PREREQ-FOUND
009560         DISPLAY "CALCBTCH CALCGATE HAS NOT ENDED FOR "
009570             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
009580             " - RC=12, NOTHING PROCESSED."
009590         SET WS-ORDER-REFUSED TO TRUE
009600     ELSE IF WS-PREREQ-RC IS GREATER THAN 4
009610         DISPLAY "CALCBTCH CALCGATE ENDED RC=" WS-PREREQ-RC
009620             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
009630             " - RC=12, NOTHING PROCESSED."
009640         SET WS-ORDER-REFUSED TO TRUE
009650     END-IF.
009660 9100-CHECK-RUN-ORDER-EXIT.
009670     EXIT.
009680*
009690*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
009700*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
009710 9110-READ-ONE-RUN.
009720     READ RUN-REG-FILE
009730         AT END
009740             SET WS-REG-EOF TO TRUE
009750             GO TO 9110-READ-ONE-RUN-EXIT
009760     END-READ.
009770     IF RG-BUS-DATE IS NOT NUMERIC
009780         OR RG-CYCLE-NO IS NOT NUMERIC
009790         OR RG-RETURN-CODE IS NOT NUMERIC
009800         GO TO 9110-READ-ONE-RUN-EXIT
009810     END-IF.
009820     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
009830         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
009840         OR NOT RG-END-EVENT
009850         GO TO 9110-READ-ONE-RUN-EXIT
009860     END-IF.
009870     IF RG-STEP-NAME EQUAL "CALCGATE"
009880         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
009890         SET WS-PREREQ-FOUND TO TRUE
009900     END-IF.
009910 9110-READ-ONE-RUN-EXIT.
009920     EXIT.
009930*
009940*--------------------------------------------------------------*
009950* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
009960*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
009970*--------------------------------------------------------------*
009980 9500-WRITE-REGISTER.
009990     OPEN EXTEND RUN-REG-FILE.
010000     IF WS-REG-STATUS NOT EQUAL "00"
010010         DISPLAY "CALCBTCH CANNOT APPEND RUN REGISTER, STATUS "
010020             WS-REG-STATUS
010030         GO TO 9500-WRITE-REGISTER-EXIT
010040     END-IF.
010050     MOVE SPACE            TO RUNREG-REC.
010060     MOVE "CALCBTCH"       TO RG-STEP-NAME.
010070     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
010080     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
010090     MOVE WS-REG-EVENT     TO RG-EVENT.
010100     ACCEPT RG-RUN-DATE FROM DATE.
010110     ACCEPT RG-RUN-TIME FROM TIME.
010120     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
010130     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
010140     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
010150     IF WS-REG-EVENT EQUAL 'E'
010160         MOVE RETURN-CODE  TO RG-RETURN-CODE
010170     ELSE
010180         MOVE ZERO         TO RG-RETURN-CODE
010190     END-IF.
010200     WRITE RUNREG-REC.
010210     CLOSE RUN-REG-FILE.
010220 9500-WRITE-REGISTER-EXIT.
010230     EXIT.
010240*
010250*--------------------------------------------------------------*
010260* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
010270*              IN = CALCIN TRANSACTIONS (HEADER EXCLUDED), OUT =
010280*              CALCOUT RESULTS, REJ = CALCSUSP REJECTS.
010290*--------------------------------------------------------------*
010300 9600-REGISTER-END.
010310     IF NOT WS-REG-USABLE
010320         GO TO 9600-REGISTER-END-EXIT
010330     END-IF.
010340     MOVE 'E'              TO WS-REG-EVENT.
010350     COMPUTE WS-REG-IN-COUNT  = WS-REC-COUNT - WS-HDR-ADJ.
010360     COMPUTE WS-REG-OUT-COUNT = WS-REG-IN-COUNT - WS-REJECT-COUNT.
010370     MOVE WS-REJECT-COUNT  TO WS-REG-REJ-COUNT.
010380     PERFORM 9500-WRITE-REGISTER
010390         THRU 9500-WRITE-REGISTER-EXIT.
010400 9600-REGISTER-END-EXIT.
010410     EXIT.
