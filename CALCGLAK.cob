000290*              DATE; IT IS ECHOED ON THE REPORT HEADING AND
000300*              CARRIED ONTO THE RE-EXTRACT HEADER.  AN OLD
000310*              HEADER WITHOUT A CYCLE PASSES THROUGH AS-IS.
000311* 10/15/26  DLH  RUN-CONTROL REGISTER - EVERY RUN NOW RECORDS ITS
000312*              START AND END (DATE, CYCLE, COUNTS, RC) ON THE
000313*              SHARED CHAIN REGISTER (RUNREG, SEE CALCRUNR) FOR
000314*              THE DATE/CYCLE ON THE EXTRACT 'H' HEADER, AND ENDS
000315*              RC=12 WITHOUT MATCHING UNLESS CALCXTR ENDED RC=0
000316*              FOR IT.  AN EXTRACT WHOSE FIRST RECORD IS NOT A
000317*              DATED 'H' HEADER, OR A REGISTER THAT WILL NOT OPEN,
000318*              IS ALSO RC=12.
000320*--------------------------------------------------------------*
000330*
000340*--------------------------------------------------------------*
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT ACK-RPT-FILE     ASSIGN TO ACKRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000542     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS WS-REG-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000700 FD  ACK-RPT-FILE
000710     RECORDING MODE IS F.
000720 01  REPORT-LINE            PIC X(80).
000722*
000724 FD  RUN-REG-FILE
000726     RECORDING MODE IS F.
000728     COPY CALCRUNR.
000730*
000740 WORKING-STORAGE SECTION.
000750 77  WS-RESP-STATUS         PIC X(02).
000920 77  WS-REXT-COUNT          PIC 9(07) COMP  VALUE ZERO.
000930 77  WS-BUS-DATE            PIC X(06)      VALUE SPACE.
000940 77  WS-BUS-CYCLE           PIC X(02)      VALUE SPACE.
000945     COPY CALCRUNW.
000950 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
000960 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
000970 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
002310     PERFORM 2500-MATCH-RESPONSE
002320         THRU 2500-MATCH-RESPONSE-EXIT
002330         UNTIL WS-RESP-EOF.
002340     IF NOT WS-ORDER-REFUSED
002350         PERFORM 4000-REPORT-EXCEPTIONS
002360             THRU 4000-REPORT-EXCEPTIONS-EXIT
002370         PERFORM 5000-BUILD-RE-EXTRACT
002373             THRU 5000-BUILD-RE-EXTRACT-EXIT
002376     END-IF.
002380     PERFORM 3000-TERMINATE
002390         THRU 3000-TERMINATE-EXIT.
002393     PERFORM 9600-REGISTER-END
002396         THRU 9600-REGISTER-END-EXIT.
002400     STOP RUN.
002410*
002420*--------------------------------------------------------------*
002600         PERFORM 8100-READ-RESPONSE
002610             THRU 8100-READ-RESPONSE-EXIT
002620     END-IF.
002621     PERFORM 9100-CHECK-RUN-ORDER
002622         THRU 9100-CHECK-RUN-ORDER-EXIT.
002623     IF WS-ORDER-REFUSED
002624         SET WS-EXT-EOF  TO TRUE
002625         SET WS-RESP-EOF TO TRUE
002626     END-IF.
002630 1000-INITIALIZE-EXIT.
002640     EXIT.
002650*
004070     IF WS-RESP-STATUS EQUAL "00"
004080         CLOSE GL-RESP-FILE
004090     END-IF.
004091     IF WS-ORDER-REFUSED
004092         MOVE 12 TO RETURN-CODE
004093         DISPLAY "CALCGLAK ENDED RC=12 - NOTHING MATCHED."
004094         GO TO 3000-TERMINATE-EXIT
004095     END-IF.
004100     DISPLAY "CALCGLAK EXTRACTED  " WS-EXT-COUNT " ROWS.".
004110     DISPLAY "CALCGLAK POSTED     " WS-POSTED-COUNT " ROWS.".
004120     DISPLAY "CALCGLAK REJECTED   " WS-REJECT-COUNT " ROWS.".
006740     END-READ.
006750 8100-READ-RESPONSE-EXIT.
006760     EXIT.
006770*
006780*--------------------------------------------------------------*
006790* 9100-CHECK-RUN-ORDER - READ THE RUN-CONTROL REGISTER AND REFUSE
006800*              TO MATCH OFF A DATE/CYCLE (FROM THE EXTRACT 'H'
006810*              HEADER) CALCXTR DID NOT END RC=0 FOR, THEN APPEND
006820*              THIS STEP'S START RECORD.  AN EXTRACT WHOSE FIRST
006830*              RECORD IS NOT A DATED 'H' HEADER (EMPTY, OR AN OLD
006840*              FILE), OR A REGISTER THAT CANNOT BE OPENED, ENDS
006845*              RC=12 LIKE AN OUT-OF-ORDER RUN.
006850*--------------------------------------------------------------*
006860 9100-CHECK-RUN-ORDER.
006870     MOVE SPACE TO WS-UNS-TYPE.
006880     MOVE SPACE TO WS-UNS-CYCLE.
006890     IF NOT WS-EXT-EOF
006900         UNSTRING EXTRACT-REC DELIMITED BY ","
006910             INTO WS-UNS-TYPE
006920                  WS-UNS-DATE
006930                  WS-UNS-CYCLE
006940     END-IF.
006950     IF WS-UNS-TYPE NOT EQUAL 'H'
006960         OR WS-UNS-DATE IS NOT NUMERIC
006970         DISPLAY "CALCGLAK FIRST EXTRACT RECORD IS NOT A DATED "
006980             "'H' HEADER - RC=12, NOTHING MATCHED."
006985         SET WS-ORDER-REFUSED TO TRUE
006990         GO TO 9100-CHECK-RUN-ORDER-EXIT
007000     END-IF.
007010     MOVE WS-UNS-DATE TO WS-REG-BUS-DATE.
007020     IF WS-UNS-CYCLE IS NUMERIC
007030         MOVE WS-UNS-CYCLE TO WS-REG-CYCLE
007040     END-IF.
007050     OPEN INPUT RUN-REG-FILE.
007060     IF WS-REG-STATUS NOT EQUAL "00"
007070         DISPLAY "CALCGLAK CANNOT OPEN RUN REGISTER, STATUS "
007080             WS-REG-STATUS " - RC=12, NOTHING MATCHED."
007085         SET WS-ORDER-REFUSED TO TRUE
007090         GO TO 9100-CHECK-RUN-ORDER-EXIT
007100     END-IF.
007110     SET WS-REG-USABLE TO TRUE.
007120     PERFORM 9110-READ-ONE-RUN
007130         THRU 9110-READ-ONE-RUN-EXIT
007140         UNTIL WS-REG-EOF.
007150     CLOSE RUN-REG-FILE.
007160     MOVE 'S' TO WS-REG-EVENT.
007170     PERFORM 9500-WRITE-REGISTER
007180         THRU 9500-WRITE-REGISTER-EXIT.
007190     IF NOT WS-PREREQ-FOUND
007200         DISPLAY "CALCGLAK CALCXTR HAS NOT ENDED FOR "
007210             WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
007220             " - RC=12, NOTHING MATCHED."
007230         SET WS-ORDER-REFUSED TO TRUE
007240     ELSE IF WS-PREREQ-RC IS GREATER THAN 0
007250         DISPLAY "CALCGLAK CALCXTR ENDED RC=" WS-PREREQ-RC
007260             " FOR " WS-REG-BUS-DATE " CYCLE " WS-REG-CYCLE
007270             " - RC=12, NOTHING MATCHED."
007280         SET WS-ORDER-REFUSED TO TRUE
007290     END-IF.
007300 9100-CHECK-RUN-ORDER-EXIT.
007310     EXIT.
007320*
007330*    THE REGISTER IS IN TIME ORDER, SO THE LAST END RECORD FOR
007340*    A STEP (A RERUN AFTER A FAILED RUN) IS THE ONE THAT COUNTS.
007350 9110-READ-ONE-RUN.
007360     READ RUN-REG-FILE
007370         AT END
007380             SET WS-REG-EOF TO TRUE
007390             GO TO 9110-READ-ONE-RUN-EXIT
007400     END-READ.
007410     IF RG-BUS-DATE IS NOT NUMERIC
007420         OR RG-CYCLE-NO IS NOT NUMERIC
007430         OR RG-RETURN-CODE IS NOT NUMERIC
007440         GO TO 9110-READ-ONE-RUN-EXIT
007450     END-IF.
007460     IF RG-BUS-DATE NOT EQUAL WS-REG-BUS-DATE
007470         OR RG-CYCLE-NO NOT EQUAL WS-REG-CYCLE
007480         OR NOT RG-END-EVENT
007490         GO TO 9110-READ-ONE-RUN-EXIT
007500     END-IF.
007510     IF RG-STEP-NAME EQUAL "CALCXTR"
007520         MOVE RG-RETURN-CODE TO WS-PREREQ-RC
007530         SET WS-PREREQ-FOUND TO TRUE
007540     END-IF.
007550 9110-READ-ONE-RUN-EXIT.
007560     EXIT.
007570*
007580*--------------------------------------------------------------*
007590* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
007600*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
007610*--------------------------------------------------------------*
007620 9500-WRITE-REGISTER.
007630     OPEN EXTEND RUN-REG-FILE.
007640     IF WS-REG-STATUS NOT EQUAL "00"
007650         DISPLAY "CALCGLAK CANNOT APPEND RUN REGISTER, STATUS "
007660             WS-REG-STATUS
007670         GO TO 9500-WRITE-REGISTER-EXIT
007680     END-IF.
007690     MOVE SPACE            TO RUNREG-REC.
007700     MOVE "CALCGLAK"       TO RG-STEP-NAME.
007710     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
007720     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
007730     MOVE WS-REG-EVENT     TO RG-EVENT.
007740     ACCEPT RG-RUN-DATE FROM DATE.
007750     ACCEPT RG-RUN-TIME FROM TIME.
007760     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
007770     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
007780     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
007790     IF WS-REG-EVENT EQUAL 'E'
007800         MOVE RETURN-CODE  TO RG-RETURN-CODE
007810     ELSE
007820         MOVE ZERO         TO RG-RETURN-CODE
007830     END-IF.
007840     WRITE RUNREG-REC.
007850     CLOSE RUN-REG-FILE.
007860 9500-WRITE-REGISTER-EXIT.
007870     EXIT.
007880*
007890*--------------------------------------------------------------*
007900* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
007910*              IN = 'D' ROWS SENT, OUT = ROWS THE WAREHOUSE
007920*              POSTED, REJ = ROWS REJECTED OR UNANSWERED.
007930*--------------------------------------------------------------*
007940 9600-REGISTER-END.
007950     IF NOT WS-REG-USABLE
007960         GO TO 9600-REGISTER-END-EXIT
007970     END-IF.
007980     MOVE 'E'              TO WS-REG-EVENT.
007990     MOVE WS-EXT-COUNT     TO WS-REG-IN-COUNT.
008000     MOVE WS-POSTED-COUNT  TO WS-REG-OUT-COUNT.
008010     COMPUTE WS-REG-REJ-COUNT = WS-REJECT-COUNT
008020                              + WS-UNANSW-COUNT.
008030     PERFORM 9500-WRITE-REGISTER
008040         THRU 9500-WRITE-REGISTER-EXIT.
008050 9600-REGISTER-END-EXIT.
008060     EXIT.
