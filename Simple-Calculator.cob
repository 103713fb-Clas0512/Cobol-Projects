000330*              COMP FIELD.  ALSO GUARD 'S' AGAINST A NEGATIVE
000340*              ARGUMENT, WHICH IS OUTSIDE THE DOMAIN OF SQUARE
000350*              ROOT, THE SAME WAY '/' AND '%' GUARD ZERO.
000351* 10/15/26  DLH  DESK-ENTRY MODE (D AT START-UP; C CALCULATES AS
000352*              BEFORE) - A SIGNED-ON OPERATOR KEYS TRANS-ID (NOT
000353*              'HDR' OR 'STI'), COST CENTER (ON CCREF), NUM1/NUM2
000354*              AND OPERATION (RATE CODE FOR 'R'); A CONFIRMED ONE
000355*              GOES IN CALCREC FORMAT TO DESKOUT FOR CALCGATE.
000356*              EVERY ENTRY, SUBMITTED OR ABANDONED (WITH REASON),
000357*              AND EACH SIGN-ON/SIGN-OFF IS LOGGED ON DESKLOG.  A
000358*              FAILED DESK OR LOG WRITE IS SHOWN AND ENDS RC=12.
000359*              THE COMPUTE MOVED TO 1300-COMPUTE FOR BOTH MODES.
000360*--------------------------------------------------------------*
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  MAC.
000410 OBJECT-COMPUTER.  MAC.
000411 INPUT-OUTPUT SECTION.
000412 FILE-CONTROL.
000413     SELECT DESK-FILE        ASSIGN TO DESKOUT
000414         ORGANIZATION IS LINE SEQUENTIAL
000415         FILE STATUS IS WS-DESK-STATUS.
000416     SELECT DESK-LOG-FILE    ASSIGN TO DESKLOG
000417         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS WS-LOG-STATUS.
000420*
000422     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-CCREF-STATUS.
000430 DATA DIVISION.
000431 FILE SECTION.
000432 FD  DESK-FILE
000433     RECORDING MODE IS F.
000434 01  DESK-REC               PIC X(80).
000435 FD  DESK-LOG-FILE
000436     RECORDING MODE IS F.
000437     COPY CALCDLOG.
000438 FD  CALC-CCREF-FILE.
000439     COPY CCREFREC.
000440 WORKING-STORAGE SECTION.
000441 77  WS-MODE                PIC X(01)      VALUE SPACE.
000442     88  WS-DESK-MODE                      VALUE 'D' 'd'.
000443 77  WS-DESK-STATUS         PIC X(02).
000444 77  WS-LOG-STATUS          PIC X(02).
000445 77  WS-CCREF-STATUS        PIC X(02).
000446 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000447     88  WS-CCREF-EOF                      VALUE 'Y'.
000448 77  WS-DESK-EOF-SWITCH     PIC X(01)      VALUE 'N'.
000449     88  WS-DESK-EOF                       VALUE 'Y'.
000450     COPY CALCREC.
000451 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000452     88  WS-REF-FOUND                      VALUE 'Y'.
000453 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
000454 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
000455 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
000456 77  WS-ID-COUNT            PIC 9(05) COMP  VALUE ZERO.
000457 77  WS-ID-MAX              PIC 9(05) COMP  VALUE 1000.
000458 77  WS-ID-SUB              PIC 9(05) COMP  VALUE ZERO.
000459 77  WS-ENTRY-REASON        PIC X(08)      VALUE SPACE.
000460 77  WS-QUIT-SWITCH         PIC X(01)      VALUE 'N'.
000470     88  WS-QUIT                           VALUE 'Y'.
000471 77  WS-DUP-SWITCH          PIC X(01)      VALUE 'N'.
000472     88  WS-DUP-FOUND                      VALUE 'Y'.
000473 77  WS-CC-OK-SWITCH        PIC X(01)      VALUE 'N'.
000474     88  WS-CC-OK                          VALUE 'Y'.
000475 77  WS-OP-OK-SWITCH        PIC X(01)      VALUE 'N'.
000476     88  WS-OP-OK                          VALUE 'Y'.
000477 77  WS-ABANDON-SWITCH      PIC X(01)      VALUE 'N'.
000478     88  WS-ENTRY-ABANDONED                VALUE 'Y'.
000479 77  WS-LOG-ACTION          PIC X(01)      VALUE SPACE.
000480 77  WS-QUOTIENT            PIC S9(09)     COMP.
000481 77  WS-OPERATOR-ID         PIC X(08)      VALUE SPACE.
000482 77  WS-CONFIRM             PIC X(01).
000483 77  WS-SUBMIT-COUNT        PIC 9(05) COMP  VALUE ZERO.
000484 77  WS-ABANDON-COUNT       PIC 9(05) COMP  VALUE ZERO.
000485*    TRANS-IDS ALREADY ON THE DESK FILE OR KEYED THIS SESSION, SO
000486*    A REPEATED ID IS REFUSED AT THE DESK INSTEAD OF AT CALCGATE.
000487 01  WS-ID-TABLE.
000488     05  WS-ID-ENTRY        PIC X(08) OCCURS 1000 TIMES.
000490*
000491 01  WS-REF-TABLE.
000492     05  WS-REF-ENTRY OCCURS 100 TIMES.
000493         10  WS-REF-CODE        PIC X(04).
000494         10  WS-REF-DEPT-NAME   PIC X(20).
000495         10  WS-REF-ACTIVE-FLAG PIC X(01).
000496*    THE KEYED TRANS-ID, FOR THE RESERVED 'HDR' PREFIX CHECK.
000497 01  WS-TRANS-ID-CHECK.
000498     05  WS-TRANS-ID-PREFIX PIC X(03).
000499     05  FILLER             PIC X(05).
000500 PROCEDURE DIVISION.
000510*--------------------------------------------------------------*
000520* 0000-MAINLINE
000530*--------------------------------------------------------------*
000540 0000-MAINLINE.
000541     DISPLAY "ENTER MODE (C=CALCULATE D=DESK ENTRY): ".
000542     ACCEPT WS-MODE.
000543     IF WS-DESK-MODE
000544         PERFORM 2000-DESK-SESSION
000545             THRU 2000-DESK-SESSION-EXIT
000546         SET WS-QUIT TO TRUE
000547     END-IF.
000550     PERFORM 1000-CALCULATE
000560         THRU 1000-CALCULATE-EXIT
000570         UNTIL WS-QUIT.
000720         GO TO 1000-CALCULATE-EXIT
000730     END-IF.
000740*
000750     PERFORM 1300-COMPUTE THRU 1300-COMPUTE-EXIT.
001100*
001110     DISPLAY "RESULT: " CALC-RESULT.
001120 1000-CALCULATE-EXIT.
001490     END-IF.
001500 1210-ACCEPT-NUM2-EXIT.
001510     EXIT.
001520*
001530*--------------------------------------------------------------*
001540* 1300-COMPUTE - COMPUTE CALC-RESULT FROM NUM1, NUM2 AND THE
001550*              OPERATION.  A ZERO DIVISOR OR A NEGATIVE SQUARE-
001560*              ROOT ARGUMENT LEAVES A ZERO RESULT AND SETS
001570*              WS-ENTRY-REASON TO THE REASON CALCBTCH WOULD GIVE;
001580*              IT IS LEFT BLANK WHEN THE COMPUTE WORKED.
001590*--------------------------------------------------------------*
001600 1300-COMPUTE.
001610     MOVE SPACE TO WS-ENTRY-REASON.
001620     IF CALC-OPERATION = '+'
001630         COMPUTE CALC-RESULT ROUNDED = CALC-NUM1 + CALC-NUM2
001640     ELSE IF CALC-OPERATION = '-'
001650         COMPUTE CALC-RESULT ROUNDED = CALC-NUM1 - CALC-NUM2
001660     ELSE IF CALC-OPERATION = '*'
001670         COMPUTE CALC-RESULT ROUNDED = CALC-NUM1 * CALC-NUM2
001680     ELSE IF CALC-OPERATION = '/'
001690         IF CALC-NUM2 = ZERO
001700             DISPLAY "CANNOT DIVIDE BY ZERO."
001710             MOVE ZERO TO CALC-RESULT
001720             MOVE 'DIVZERO' TO WS-ENTRY-REASON
001730         ELSE
001740             COMPUTE CALC-RESULT ROUNDED = CALC-NUM1 / CALC-NUM2
001750         END-IF
001760     ELSE IF CALC-OPERATION = '%'
001770         IF CALC-NUM2 = ZERO
001780             DISPLAY "CANNOT DIVIDE BY ZERO."
001790             MOVE ZERO TO CALC-RESULT
001800             MOVE 'DIVZERO' TO WS-ENTRY-REASON
001810         ELSE
001820             DIVIDE CALC-NUM1 BY CALC-NUM2 GIVING WS-QUOTIENT
001830                 REMAINDER CALC-RESULT
001840         END-IF
001850     ELSE IF CALC-OPERATION = '^'
001860         COMPUTE CALC-RESULT ROUNDED = CALC-NUM1 ** CALC-NUM2
001870     ELSE IF CALC-OPERATION = 'S' OR CALC-OPERATION = 's'
001880         IF CALC-NUM1 IS LESS THAN ZERO
001890             DISPLAY "CANNOT TAKE THE SQUARE ROOT OF A NEGATIVE "
001900                 "NUMBER."
001910             MOVE ZERO TO CALC-RESULT
001920             MOVE 'NEGROOT' TO WS-ENTRY-REASON
001930         ELSE
001940             COMPUTE CALC-RESULT ROUNDED =
001950                 FUNCTION SQRT(CALC-NUM1)
001960         END-IF
001970     ELSE
001980         DISPLAY "INVALID OPERATION."
001990         MOVE 'INVLDOP' TO WS-ENTRY-REASON
002000     END-IF.
002010 1300-COMPUTE-EXIT.
002020     EXIT.
002030*
002040*--------------------------------------------------------------*
002050* 2000-DESK-SESSION - SIGN THE OPERATOR ON, LOAD THE COST-CENTER
002060*              TABLE AND THE TRANS-IDS ALREADY ON THE DESK FILE,
002070*              TAKE ENTRIES UNTIL THE OPERATOR ENDS THE SESSION,
002080*              AND LOG THE SIGN-ON AND SIGN-OFF.  WITH NO CCREF
002090*              NOTHING CAN BE CHECKED, SO DESK ENTRY IS REFUSED.
002100*--------------------------------------------------------------*
002110 2000-DESK-SESSION.
002120     PERFORM 8000-SIGN-ON
002130         THRU 8000-SIGN-ON-EXIT.
002140     PERFORM 6000-LOAD-REF-TABLE
002150         THRU 6000-LOAD-REF-TABLE-EXIT.
002160     IF WS-REF-COUNT EQUAL ZERO
002170         DISPLAY "CALCULATOR NO COST CENTERS ON CCREF - DESK "
002180             "ENTRY NOT AVAILABLE."
002190         MOVE 12 TO RETURN-CODE
002200         GO TO 2000-DESK-SESSION-EXIT
002210     END-IF.
002220     PERFORM 6500-LOAD-DESK-IDS
002230         THRU 6500-LOAD-DESK-IDS-EXIT.
002240     PERFORM 8100-OPEN-DESK-FILES
002250         THRU 8100-OPEN-DESK-FILES-EXIT.
002260     MOVE SPACE TO CALCREC.
002270     MOVE SPACE TO WS-ENTRY-REASON.
002280     MOVE 'N'   TO WS-LOG-ACTION.
002290     PERFORM 7300-WRITE-LOG
002300         THRU 7300-WRITE-LOG-EXIT.
002310     PERFORM 2100-DESK-ENTRY
002320         THRU 2100-DESK-ENTRY-EXIT
002330         UNTIL WS-QUIT.
002340     MOVE SPACE TO CALCREC.
002350     MOVE SPACE TO WS-ENTRY-REASON.
002360     MOVE 'F'   TO WS-LOG-ACTION.
002370     PERFORM 7300-WRITE-LOG
002380         THRU 7300-WRITE-LOG-EXIT.
002390     CLOSE DESK-FILE
002400           DESK-LOG-FILE.
002410     DISPLAY "DESK SESSION ENDED - " WS-SUBMIT-COUNT
002420         " SUBMITTED, " WS-ABANDON-COUNT " ABANDONED.".
002430 2000-DESK-SESSION-EXIT.
002440     EXIT.
002450*
002460*--------------------------------------------------------------*
002470* 2100-DESK-ENTRY - TAKE ONE DESK ENTRY.  A REPEATED OR 'HDR'
002480*              TRANS-ID, A BLANK COST CENTER OR RATE CODE, A
002490*              ZERO DIVISOR, A NEGATIVE SQUARE ROOT OR A 'N' AT
002500*              THE CONFIRMATION ABANDONS THE ENTRY; ANYTHING
002510*              ELSE IS APPENDED TO THE DESK FILE.  BOTH ARE
002520*              LOGGED.  A FAILED DESK-FILE WRITE IS LOGGED AS
002530*              ABANDONED (DESKERR), LEAVES THE TRANS-ID FREE, SETS
002540*              RC=12 AND ENDS THE SESSION.
002550*              'Q' AS THE TRANS-ID ENDS THE SESSION.
002560*--------------------------------------------------------------*
002570 2100-DESK-ENTRY.
002580     MOVE SPACE TO CALCREC.
002590     MOVE SPACE TO WS-ENTRY-REASON.
002600     MOVE 'N'   TO WS-ABANDON-SWITCH.
002610     DISPLAY "ENTER TRANS-ID (Q TO END THE SESSION): ".
002620     ACCEPT CALC-TRANS-ID.
002630     IF CALC-TRANS-ID = 'Q' OR CALC-TRANS-ID = 'q'
002640         SET WS-QUIT TO TRUE
002650         GO TO 2100-DESK-ENTRY-EXIT
002660     END-IF.
002670     IF CALC-TRANS-ID = SPACE
002680         DISPLAY "A TRANS-ID IS REQUIRED."
002690         GO TO 2100-DESK-ENTRY-EXIT
002700     END-IF.
002710     MOVE CALC-TRANS-ID TO WS-TRANS-ID-CHECK.
002720     IF WS-TRANS-ID-PREFIX = 'HDR'
002730         DISPLAY "TRANS-IDS BEGINNING 'HDR' ARE RESERVED."
002740         MOVE 'HDRID'   TO WS-ENTRY-REASON
002750         GO TO 2100-ABANDON
002760     END-IF.
002770     IF WS-TRANS-ID-PREFIX = 'STI'
002780         DISPLAY "TRANS-IDS BEGINNING 'STI' ARE RESERVED FOR "
002790             "STANDING INSTRUCTIONS."
002800         MOVE 'STIID'   TO WS-ENTRY-REASON
002810         GO TO 2100-ABANDON
002820     END-IF.
002830     PERFORM 2150-CHECK-DUPLICATE
002840         THRU 2150-CHECK-DUPLICATE-EXIT.
002850     IF WS-DUP-FOUND
002860         DISPLAY "TRANS-ID " CALC-TRANS-ID
002870             " IS ALREADY ON THE DESK FILE."
002880         MOVE 'DUPID'   TO WS-ENTRY-REASON
002890         GO TO 2100-ABANDON
002900     END-IF.
002910     PERFORM 2200-GET-COST-CENTER
002920         THRU 2200-GET-COST-CENTER-EXIT.
002930     IF WS-ENTRY-ABANDONED
002940         MOVE 'NOCCTR'  TO WS-ENTRY-REASON
002950         GO TO 2100-ABANDON
002960     END-IF.
002970     PERFORM 1100-GET-NUM1 THRU 1100-GET-NUM1-EXIT.
002980     PERFORM 1200-GET-NUM2 THRU 1200-GET-NUM2-EXIT.
002990     PERFORM 2300-GET-OPERATION
003000         THRU 2300-GET-OPERATION-EXIT.
003010     IF CALC-OPERATION = 'R'
003020         DISPLAY "ENTER THE RATE CODE: "
003030         ACCEPT CALC-RATE-CODE
003040         IF CALC-RATE-CODE = SPACE
003050             MOVE 'NORATE'  TO WS-ENTRY-REASON
003060             GO TO 2100-ABANDON
003070         END-IF
003080         MOVE ZERO TO CALC-RESULT
003090         DISPLAY "RATE " CALC-RATE-CODE " IS APPLIED BY CALCBTCH "
003100             "AT THE BUSINESS DATE."
003110     ELSE
003120         PERFORM 1300-COMPUTE THRU 1300-COMPUTE-EXIT
003130         IF WS-ENTRY-REASON NOT EQUAL SPACE
003140             GO TO 2100-ABANDON
003150         END-IF
003160         DISPLAY "RESULT: " CALC-RESULT
003170     END-IF.
003180     MOVE ZERO  TO CALC-CYCLE-NO.
003190     DISPLAY "SUBMIT THIS ENTRY (Y/N): ".
003200     ACCEPT WS-CONFIRM.
003210     IF WS-CONFIRM NOT EQUAL 'Y' AND WS-CONFIRM NOT EQUAL 'y'
003220         MOVE 'NOTCONF' TO WS-ENTRY-REASON
003230         GO TO 2100-ABANDON
003240     END-IF.
003250     WRITE DESK-REC FROM CALCREC.
003260     IF WS-DESK-STATUS NOT EQUAL "00"
003270         DISPLAY "CALCULATOR DESK FILE WRITE FAILED, STATUS "
003280             WS-DESK-STATUS " - ENTRY NOT SUBMITTED."
003290         MOVE 12 TO RETURN-CODE
003300         MOVE 'DESKERR' TO WS-ENTRY-REASON
003310         SET WS-QUIT TO TRUE
003320         GO TO 2100-ABANDON
003330     END-IF.
003340     IF WS-ID-COUNT IS LESS THAN WS-ID-MAX
003350         ADD 1 TO WS-ID-COUNT
003360         MOVE CALC-TRANS-ID TO WS-ID-ENTRY (WS-ID-COUNT)
003370     END-IF.
003380     ADD 1 TO WS-SUBMIT-COUNT.
003390     MOVE 'S'   TO WS-LOG-ACTION.
003400     PERFORM 7300-WRITE-LOG
003410         THRU 7300-WRITE-LOG-EXIT.
003420     DISPLAY "ENTRY " CALC-TRANS-ID " SUBMITTED.".
003430     GO TO 2100-DESK-ENTRY-EXIT.
003440 2100-ABANDON.
003450     ADD 1 TO WS-ABANDON-COUNT.
003460     MOVE 'A'   TO WS-LOG-ACTION.
003470     PERFORM 7300-WRITE-LOG
003480         THRU 7300-WRITE-LOG-EXIT.
003490     DISPLAY "ENTRY ABANDONED - " WS-ENTRY-REASON.
003500 2100-DESK-ENTRY-EXIT.
003510     EXIT.
003520*
003530*--------------------------------------------------------------*
003540* 2150-CHECK-DUPLICATE - LOOK THE TRANS-ID UP AMONG THOSE
003550*              ALREADY ON THE DESK FILE.
003560*--------------------------------------------------------------*
003570 2150-CHECK-DUPLICATE.
003580     MOVE 'N' TO WS-DUP-SWITCH.
003590     PERFORM 2160-SCAN-ID
003600         THRU 2160-SCAN-ID-EXIT
003610         VARYING WS-ID-SUB FROM 1 BY 1
003620         UNTIL WS-ID-SUB IS GREATER THAN WS-ID-COUNT
003630            OR WS-DUP-FOUND.
003640 2150-CHECK-DUPLICATE-EXIT.
003650     EXIT.
003660*
003670 2160-SCAN-ID.
003680     IF WS-ID-ENTRY (WS-ID-SUB) EQUAL CALC-TRANS-ID
003690         SET WS-DUP-FOUND TO TRUE
003700     END-IF.
003710 2160-SCAN-ID-EXIT.
003720     EXIT.
003730*
003740*--------------------------------------------------------------*
003750* 2200-GET-COST-CENTER - PROMPT FOR THE COST CENTER AND RE-PROMPT
003760*              UNTIL IT IS ACTIVE ON CCREF, THE SAME TEST
003770*              CALCBTCH APPLIES.  A BLANK ANSWER ABANDONS THE
003780*              ENTRY.
003790*--------------------------------------------------------------*
003800 2200-GET-COST-CENTER.
003810     MOVE 'N' TO WS-CC-OK-SWITCH.
003820     DISPLAY "ENTER COST CENTER (BLANK TO ABANDON): ".
003830     PERFORM 2210-ACCEPT-COST-CENTER
003840         THRU 2210-ACCEPT-COST-CENTER-EXIT
003850         WITH TEST AFTER
003860         UNTIL WS-CC-OK OR WS-ENTRY-ABANDONED.
003870 2200-GET-COST-CENTER-EXIT.
003880     EXIT.
003890*
003900 2210-ACCEPT-COST-CENTER.
003910     ACCEPT CALC-COST-CENTER.
003920     IF CALC-COST-CENTER = SPACE
003930         SET WS-ENTRY-ABANDONED TO TRUE
003940         GO TO 2210-ACCEPT-COST-CENTER-EXIT
003950     END-IF.
003960     PERFORM 7600-FIND-REF-NAME
003970         THRU 7600-FIND-REF-NAME-EXIT.
003980     IF NOT WS-REF-FOUND
003990         DISPLAY "COST CENTER " CALC-COST-CENTER
004000             " IS NOT ON CCREF, RE-ENTER: "
004010     ELSE IF WS-REF-ACTIVE-FLAG (WS-REF-SUB) NOT EQUAL 'A'
004020         DISPLAY "COST CENTER " CALC-COST-CENTER
004030             " IS INACTIVE ON CCREF, RE-ENTER: "
004040     ELSE
004050         DISPLAY "DEPARTMENT " WS-REF-DEPT-NAME (WS-REF-SUB)
004060         SET WS-CC-OK TO TRUE
004070     END-IF.
004080 2210-ACCEPT-COST-CENTER-EXIT.
004090     EXIT.
004100*
004110*--------------------------------------------------------------*
004120* 2300-GET-OPERATION - PROMPT FOR THE OPERATION AND RE-PROMPT
004130*              UNTIL IT IS ONE CALCBTCH COMPUTES.  LOWER-CASE
004140*              'S' AND 'R' ARE STORED UPPER-CASE.
004150*--------------------------------------------------------------*
004160 2300-GET-OPERATION.
004170     MOVE 'N' TO WS-OP-OK-SWITCH.
004180     DISPLAY "ENTER THE OPERATION (+ - * / % ^ S R): ".
004190     PERFORM 2310-ACCEPT-OPERATION
004200         THRU 2310-ACCEPT-OPERATION-EXIT
004210         WITH TEST AFTER
004220         UNTIL WS-OP-OK.
004230 2300-GET-OPERATION-EXIT.
004240     EXIT.
004250*
004260 2310-ACCEPT-OPERATION.
004270     ACCEPT CALC-OPERATION.
004280     IF CALC-OPERATION = 's'
004290         MOVE 'S' TO CALC-OPERATION
004300     ELSE IF CALC-OPERATION = 'r'
004310         MOVE 'R' TO CALC-OPERATION
004320     END-IF.
004330     IF CALC-OPERATION = '+' OR CALC-OPERATION = '-'
004340         OR CALC-OPERATION = '*' OR CALC-OPERATION = '/'
004350         OR CALC-OPERATION = '%' OR CALC-OPERATION = '^'
004360         OR CALC-OPERATION = 'S' OR CALC-OPERATION = 'R'
004370         SET WS-OP-OK TO TRUE
004380     ELSE
004390         DISPLAY "INVALID OPERATION, RE-ENTER: "
004400     END-IF.
004410 2310-ACCEPT-OPERATION-EXIT.
004420     EXIT.
004430*
004440*--------------------------------------------------------------*
004450* 6000-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE INTO
004460*              A TABLE (AS CALCBGM DOES).
004470*--------------------------------------------------------------*
004480 6000-LOAD-REF-TABLE.
004490     MOVE ZERO TO WS-REF-COUNT.
004500     OPEN INPUT CALC-CCREF-FILE.
004510     IF WS-CCREF-STATUS NOT EQUAL "00"
004520         DISPLAY "CALCULATOR CANNOT OPEN CCREF, STATUS "
004530             WS-CCREF-STATUS
004540         GO TO 6000-LOAD-REF-TABLE-EXIT
004550     END-IF.
004560     PERFORM 6100-READ-ONE-REF
004570         THRU 6100-READ-ONE-REF-EXIT
004580         UNTIL WS-CCREF-EOF.
004590     CLOSE CALC-CCREF-FILE.
004600 6000-LOAD-REF-TABLE-EXIT.
004610     EXIT.
004620*
004630 6100-READ-ONE-REF.
004640     READ CALC-CCREF-FILE
004650         AT END
004660             SET WS-CCREF-EOF TO TRUE
004670             GO TO 6100-READ-ONE-REF-EXIT
004680     END-READ.
004690     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
004700         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
004710             CCREFREC
004720         GO TO 6100-READ-ONE-REF-EXIT
004730     END-IF.
004740     ADD 1 TO WS-REF-COUNT.
004750     MOVE CC-CODE        TO WS-REF-CODE (WS-REF-COUNT).
004760     MOVE CC-DEPT-NAME   TO WS-REF-DEPT-NAME (WS-REF-COUNT).
004770     MOVE CC-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (WS-REF-COUNT).
004780 6100-READ-ONE-REF-EXIT.
004790     EXIT.
004800*
004810*--------------------------------------------------------------*
004820* 6500-LOAD-DESK-IDS - LOAD THE TRANS-IDS ALREADY WAITING ON THE
004830*              DESK FILE FROM EARLIER SESSIONS.  NO DESK FILE
004840*              YET (NOTHING KEYED SINCE CALCGATE LAST COLLECTED
004850*              IT) JUST MEANS NOTHING TO LOAD.
004860*--------------------------------------------------------------*
004870 6500-LOAD-DESK-IDS.
004880     MOVE ZERO TO WS-ID-COUNT.
004890     OPEN INPUT DESK-FILE.
004900     IF WS-DESK-STATUS NOT EQUAL "00"
004910         GO TO 6500-LOAD-DESK-IDS-EXIT
004920     END-IF.
004930     PERFORM 6510-READ-ONE-DESK
004940         THRU 6510-READ-ONE-DESK-EXIT
004950         UNTIL WS-DESK-EOF.
004960     CLOSE DESK-FILE.
004970 6500-LOAD-DESK-IDS-EXIT.
004980     EXIT.
004990*
005000 6510-READ-ONE-DESK.
005010     READ DESK-FILE INTO CALCREC
005020         AT END
005030             SET WS-DESK-EOF TO TRUE
005040             GO TO 6510-READ-ONE-DESK-EXIT
005050     END-READ.
005060     IF WS-ID-COUNT IS NOT LESS THAN WS-ID-MAX
005070         DISPLAY "TRANS-ID TABLE FULL - DUPLICATE CHECK LEFT "
005080             "TO CALCGATE FOR " CALC-TRANS-ID
005090         GO TO 6510-READ-ONE-DESK-EXIT
005100     END-IF.
005110     ADD 1 TO WS-ID-COUNT.
005120     MOVE CALC-TRANS-ID TO WS-ID-ENTRY (WS-ID-COUNT).
005130 6510-READ-ONE-DESK-EXIT.
005140     EXIT.
005150*
005160*--------------------------------------------------------------*
005170* 7300-WRITE-LOG - APPEND ONE OPERATOR-LOG RECORD WITH THE
005180*              OPERATOR, THE ACTION, THE ENTRY AS KEYED, THE
005190*              REASON AND A DATE/TIME STAMP.  A FAILED WRITE IS
005200*              SHOWN AND SETS RC=12.
005210*--------------------------------------------------------------*
005220 7300-WRITE-LOG.
005230     MOVE SPACE           TO DESK-LOG-REC.
005240     ACCEPT DL-DATE FROM DATE.
005250     ACCEPT DL-TIME FROM TIME.
005260     MOVE WS-OPERATOR-ID  TO DL-OPERATOR-ID.
005270     MOVE WS-LOG-ACTION   TO DL-ACTION.
005280     MOVE CALCREC         TO DL-ENTRY-IMAGE.
005290     MOVE WS-ENTRY-REASON TO DL-REASON.
005300     WRITE DESK-LOG-REC.
005310     IF WS-LOG-STATUS NOT EQUAL "00"
005320         DISPLAY "CALCULATOR OPERATOR LOG WRITE FAILED, STATUS "
005330             WS-LOG-STATUS " ACTION " DL-ACTION " " CALC-TRANS-ID
005340         MOVE 12 TO RETURN-CODE
005350         SET WS-QUIT TO TRUE
005360     END-IF.
005370 7300-WRITE-LOG-EXIT.
005380     EXIT.
005390*
005400*--------------------------------------------------------------*
005410* 7600-FIND-REF-NAME - LOOK THE ENTRY'S COST CENTER UP IN THE
005420*              REFERENCE TABLE.  WHEN FOUND, WS-REF-SUB POINTS AT
005430*              THE ENTRY.
005440*--------------------------------------------------------------*
005450 7600-FIND-REF-NAME.
005460     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
005470     PERFORM 7610-SCAN-REF
005480         THRU 7610-SCAN-REF-EXIT
005490         VARYING WS-REF-SUB FROM 1 BY 1
005500         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
005510            OR WS-REF-FOUND.
005520     IF WS-REF-FOUND
005530         SUBTRACT 1 FROM WS-REF-SUB
005540     END-IF.
005550 7600-FIND-REF-NAME-EXIT.
005560     EXIT.
005570*
005580 7610-SCAN-REF.
005590     IF WS-REF-CODE (WS-REF-SUB) EQUAL CALC-COST-CENTER
005600         SET WS-REF-FOUND TO TRUE
005610     END-IF.
005620 7610-SCAN-REF-EXIT.
005630     EXIT.
005640*
005650*--------------------------------------------------------------*
005660* 8000-SIGN-ON - TAKE THE OPERATOR ID THAT EVERY ENTRY KEYED IN
005670*              THIS SESSION IS LOGGED UNDER.
005680*--------------------------------------------------------------*
005690 8000-SIGN-ON.
005700     DISPLAY "ENTER OPERATOR ID: ".
005710     ACCEPT WS-OPERATOR-ID.
005720     IF WS-OPERATOR-ID EQUAL SPACE
005730         DISPLAY "CALCULATOR NEEDS AN OPERATOR ID - SESSION "
005740             "ENDED."
005750         MOVE 12 TO RETURN-CODE
005760         STOP RUN
005770     END-IF.
005780 8000-SIGN-ON-EXIT.
005790     EXIT.
005800*
005810*--------------------------------------------------------------*
005820* 8100-OPEN-DESK-FILES - OPEN THE DESK FILE AND THE OPERATOR LOG
005830*              FOR APPEND, CREATING EACH ON FIRST USE.
005840*--------------------------------------------------------------*
005850 8100-OPEN-DESK-FILES.
005860     OPEN EXTEND DESK-FILE.
005870     IF WS-DESK-STATUS EQUAL "35"
005880         OPEN OUTPUT DESK-FILE
005890         CLOSE DESK-FILE
005900         OPEN EXTEND DESK-FILE
005910     END-IF.
005920     IF WS-DESK-STATUS NOT EQUAL "00"
005930         DISPLAY "CALCULATOR CANNOT OPEN DESK FILE, STATUS "
005940             WS-DESK-STATUS
005950         MOVE 12 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980     OPEN EXTEND DESK-LOG-FILE.
005990     IF WS-LOG-STATUS EQUAL "35"
006000         OPEN OUTPUT DESK-LOG-FILE
006010         CLOSE DESK-LOG-FILE
006020         OPEN EXTEND DESK-LOG-FILE
006030     END-IF.
006040     IF WS-LOG-STATUS NOT EQUAL "00"
006050         DISPLAY "CALCULATOR CANNOT OPEN OPERATOR LOG, STATUS "
006060             WS-LOG-STATUS
006070         CLOSE DESK-FILE
006080         MOVE 12 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110 8100-OPEN-DESK-FILES-EXIT.
006120     EXIT.
