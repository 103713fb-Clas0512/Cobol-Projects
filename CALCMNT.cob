000220*              MONTH, PRIOR-MONTH AND YEAR-TO-DATE BUCKETS ON
000230*              THE MASTER, SO A MISPOSTED MONTH CAN STILL BE
000240*              CORRECTED AFTER CALCPCLS HAS ROLLED THE PERIOD.
000241* 10/15/26  DLH  MAKER-CHECKER CONTROL ON MASTER CORRECTIONS.  THE
000242*              OPERATOR NOW SIGNS ON WITH AN OPERATOR ID, AND U
000243*              AND D NO LONGER CHANGE THE MASTER - THEY RAISE A
000244*              PENDING ADJUSTMENT ON THE NEW ADJUSTMENT FILE
000245*              (CALCADJ) CARRYING THE OPERATOR ID, A REASON AND
000246*              THE BEFORE/AFTER MASTER IMAGES.  CALCAPRV, SIGNED
000247*              ON AS A DIFFERENT OPERATOR, APPLIES OR REFUSES IT
000248*              AND CALCADJR PRINTS THE DAILY ADJUSTMENT REGISTER.
000249*              THE MASTER IS NOW OPENED FOR INPUT ONLY.
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000370     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CCREF-STATUS.
000391     SELECT CALC-ADJ-FILE    ASSIGN TO CALCADJ
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS AJ-KEY
000395         FILE STATUS IS WS-ADJ-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000460 FD  CALC-CCREF-FILE
000470     RECORDING MODE IS F.
000480     COPY CCREFREC.
000482*
000484 FD  CALC-ADJ-FILE.
000486     COPY CALCADJ.
000490*
000500 WORKING-STORAGE SECTION.
000510 77  WS-QUIT-SWITCH         PIC X(01)      VALUE 'N'.
000650 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
000660 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
000670 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
000672 77  WS-ADJ-STATUS          PIC X(02).
000674 77  WS-OPERATOR-ID         PIC X(08)      VALUE SPACE.
000676 77  WS-REASON              PIC X(40)      VALUE SPACE.
000678 77  WS-BEFORE-IMAGE        PIC X(139)     VALUE SPACE.
000680*
000690 01  WS-REF-TABLE.
000700     05  WS-REF-ENTRY OCCURS 100 TIMES.
000760* 0000-MAINLINE
000770*--------------------------------------------------------------*
000780 0000-MAINLINE.
000785     PERFORM 8000-SIGN-ON
000790         THRU 8000-SIGN-ON-EXIT.
000795     OPEN INPUT CALC-MASTER-FILE.
000800     IF WS-MSTR-STATUS NOT EQUAL "00"
000810         DISPLAY "CALCMNT CANNOT OPEN MASTER, STATUS "
000820             WS-MSTR-STATUS
000830         MOVE 12 TO RETURN-CODE
000840         STOP RUN
000850     END-IF.
000853     PERFORM 8100-OPEN-ADJ-FILE
000856         THRU 8100-OPEN-ADJ-FILE-EXIT.
000860     PERFORM 6000-LOAD-REF-TABLE
000870         THRU 6000-LOAD-REF-TABLE-EXIT.
000880     PERFORM 1000-PROCESS-FUNCTION
000890         THRU 1000-PROCESS-FUNCTION-EXIT
000900         UNTIL WS-QUIT.
000906     CLOSE CALC-MASTER-FILE
000912           CALC-ADJ-FILE.
000920     STOP RUN.
000930*
000940*--------------------------------------------------------------*
001730*              ALL DIGITS WITH THE DECIMAL POINT IMPLIED (TWO
001740*              LOW-ORDER DECIMAL DIGITS, NO '.' KEYED), E.G.
001750*              +000000001234567 ENTERS A TOTAL OF 12345.67.
001753*              THE MASTER IS NOT CHANGED HERE - THE NEW VALUES
001756*              ARE RAISED AS A PENDING ADJUSTMENT FOR CALCAPRV.
001760*--------------------------------------------------------------*
001770 4000-UPDATE.
001780     PERFORM 7000-GET-KEY
001820         DISPLAY "NO MASTER RECORD FOR THAT KEY."
001830         GO TO 4000-UPDATE-EXIT
001840     END-IF.
001845     MOVE CALCMSTR TO WS-BEFORE-IMAGE.
001850     PERFORM 7500-SHOW-MASTER
001860         THRU 7500-SHOW-MASTER-EXIT.
001870     DISPLAY "ENTER NEW POST COUNT (9 DIGITS): ".
002200         OR CM-PRV-TOTAL IS NOT NUMERIC
002210         OR CM-YTD-COUNT IS NOT NUMERIC
002220         OR CM-YTD-TOTAL IS NOT NUMERIC
002230         DISPLAY "NOT A VALID NUMBER - NO ADJUSTMENT RAISED."
002240         GO TO 4000-UPDATE-EXIT
002250     END-IF.
002260     IF CALCMSTR EQUAL WS-BEFORE-IMAGE
002270         DISPLAY "NOTHING CHANGED - NO ADJUSTMENT RAISED."
002280         GO TO 4000-UPDATE-EXIT
002310     END-IF.
002311     MOVE SPACE           TO CALCADJ.
002312     SET AJ-UPDATE        TO TRUE.
002313     MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE.
002314     MOVE CALCMSTR        TO AJ-AFTER-IMAGE.
002315     PERFORM 8200-RAISE-ADJUSTMENT
002316         THRU 8200-RAISE-ADJUSTMENT-EXIT.
002320 4000-UPDATE-EXIT.
002330     EXIT.
002340*
002350*--------------------------------------------------------------*
002356* 5000-DELETE - RAISE A PENDING DELETE OF ONE MASTER RECORD
002362*              AFTER CONFIRMATION.  CALCAPRV DOES THE DELETE.
002370*--------------------------------------------------------------*
002380 5000-DELETE.
002390     PERFORM 7000-GET-KEY
002450     END-IF.
002460     PERFORM 7500-SHOW-MASTER
002470         THRU 7500-SHOW-MASTER-EXIT.
002480     DISPLAY "RAISE A DELETE OF THIS RECORD (Y/N)? ".
002490     ACCEPT WS-CONFIRM.
002500     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
002510         MOVE SPACE    TO CALCADJ
002520         SET AJ-DELETE TO TRUE
002530         MOVE CALCMSTR TO AJ-BEFORE-IMAGE
002540         PERFORM 8200-RAISE-ADJUSTMENT
002550             THRU 8200-RAISE-ADJUSTMENT-EXIT
002570     ELSE
002580         DISPLAY "NO ADJUSTMENT RAISED."
002590     END-IF.
002600 5000-DELETE-EXIT.
002610     EXIT.
003520     END-IF.
003530 7610-SCAN-REF-EXIT.
003540     EXIT.
003550*
003560*--------------------------------------------------------------*
003570* 8000-SIGN-ON - TAKE THE OPERATOR ID THAT EVERY ADJUSTMENT
003580*              RAISED IN THIS SESSION IS CARRIED UNDER.
003590*--------------------------------------------------------------*
003600 8000-SIGN-ON.
003610     DISPLAY "ENTER OPERATOR ID: ".
003620     ACCEPT WS-OPERATOR-ID.
003630     IF WS-OPERATOR-ID EQUAL SPACE
003640         DISPLAY "CALCMNT NEEDS AN OPERATOR ID - SESSION ENDED."
003650         MOVE 12 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680 8000-SIGN-ON-EXIT.
003690     EXIT.
003700*
003710*--------------------------------------------------------------*
003720* 8100-OPEN-ADJ-FILE - OPEN THE PENDING ADJUSTMENT FILE, CREATING
003730*              IT ON FIRST USE.
003740*--------------------------------------------------------------*
003750 8100-OPEN-ADJ-FILE.
003760     OPEN I-O CALC-ADJ-FILE.
003770     IF WS-ADJ-STATUS EQUAL "35"
003780         OPEN OUTPUT CALC-ADJ-FILE
003790         CLOSE CALC-ADJ-FILE
003800         OPEN I-O CALC-ADJ-FILE
003810     END-IF.
003820     IF WS-ADJ-STATUS NOT EQUAL "00"
003830         DISPLAY "CALCMNT CANNOT OPEN ADJUSTMENT FILE, STATUS "
003840             WS-ADJ-STATUS
003850         CLOSE CALC-MASTER-FILE
003860         MOVE 12 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890 8100-OPEN-ADJ-FILE-EXIT.
003900     EXIT.
003910*
003920*--------------------------------------------------------------*
003930* 8200-RAISE-ADJUSTMENT - TAKE THE REASON AND WRITE THE PENDING
003940*              ADJUSTMENT.  THE CALLER HAS SET THE FUNCTION AND
003950*              THE BEFORE/AFTER IMAGES.  THE KEY IS THE DATE AND
003960*              TIME RAISED; A CLASH ON THE KEY STEPS THE TIME ON.
003970*--------------------------------------------------------------*
003980 8200-RAISE-ADJUSTMENT.
003990     DISPLAY "ENTER REASON FOR THE ADJUSTMENT: ".
004000     ACCEPT WS-REASON.
004010     IF WS-REASON EQUAL SPACE
004020         DISPLAY "A REASON IS REQUIRED - NO ADJUSTMENT RAISED."
004030         GO TO 8200-RAISE-ADJUSTMENT-EXIT
004040     END-IF.
004050     MOVE CM-KEY         TO AJ-MASTER-KEY.
004060     MOVE WS-OPERATOR-ID TO AJ-MAKER-ID.
004070     MOVE WS-REASON      TO AJ-REASON.
004080     SET AJ-PENDING      TO TRUE.
004090     MOVE ZERO           TO AJ-DECIDE-DATE
004100                            AJ-DECIDE-TIME.
004110     ACCEPT AJ-RAISE-DATE FROM DATE.
004120     ACCEPT AJ-RAISE-TIME FROM TIME.
004130     MOVE "22" TO WS-ADJ-STATUS.
004140     PERFORM 8210-WRITE-ADJUSTMENT
004150         THRU 8210-WRITE-ADJUSTMENT-EXIT
004160         UNTIL WS-ADJ-STATUS NOT EQUAL "22".
004170     IF WS-ADJ-STATUS EQUAL "00"
004180         DISPLAY "ADJUSTMENT RAISED FOR APPROVAL, REFERENCE "
004190             AJ-RAISE-DATE "-" AJ-RAISE-TIME
004200     ELSE
004210         DISPLAY "ADJUSTMENT WRITE FAILED, STATUS " WS-ADJ-STATUS
004220     END-IF.
004230 8200-RAISE-ADJUSTMENT-EXIT.
004240     EXIT.
004250*
004260 8210-WRITE-ADJUSTMENT.
004270     WRITE CALCADJ.
004280     IF WS-ADJ-STATUS EQUAL "22"
004290         ADD 1 TO AJ-RAISE-TIME
004300     END-IF.
004310 8210-WRITE-ADJUSTMENT-EXIT.
004320     EXIT.
