000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCSIM.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - INQUIRY AND MAINTENANCE FOR
000120*              THE STANDING-INSTRUCTION FILE (CALCSTIN) THAT
000130*              CALCSGEN GENERATES THE RECURRING DAILY, WEEKLY
000140*              AND MONTH-END CALCULATIONS FROM.  DRIVEN FROM
000150*              TERMINAL ACCEPTS LIKE CALCBGM: THE OPERATOR SIGNS
000160*              ON, THEN I=INQUIRE ONE INSTRUCTION, B=BROWSE THE
000170*              WHOLE FILE, A=ADD AN INSTRUCTION, C=CHANGE ONE
000180*              (INCLUDING SUSPENDING OR RESUMING IT), D=DELETE
000190*              ONE, Q=QUIT.  AN INSTRUCTION MUST NAME A COST
000200*              CENTER ACTIVE ON CCREF, A VALID OPERATION CODE
000210*              (A RATE CODE FOR 'R'), A FREQUENCY AND A START
000220*              DATE.  ANY ADD OR CHANGE CLEARS THE NEXT-DUE DATE
000230*              SO CALCSGEN RECALCULATES IT.  EVERY ADD, CHANGE
000240*              AND DELETE IS APPENDED TO THE STINLOG CHANGE LOG
000250*              WITH THE OPERATOR ID, A DATE/TIME STAMP AND THE
000260*              BEFORE/AFTER IMAGES (AS CALCRTM LOGS RATES).
000270* 10/15/26  DLH  A FAILED WRITE TO THE CHANGE LOG IS NOW REPORTED
000280*              AND ENDS THE SESSION RC=12, SO A CHANGE THAT WAS
000290*              MADE BUT NOT LOGGED IS NEVER PASSED OVER.
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  MAC.
000340 OBJECT-COMPUTER.  MAC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CALC-STIN-FILE   ASSIGN TO CALCSTIN
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SI-KEY
000410         FILE STATUS IS WS-STIN-STATUS.
000420     SELECT STIN-LOG-FILE    ASSIGN TO STINLOG
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-LOG-STATUS.
000450     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CCREF-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CALC-STIN-FILE.
000520     COPY CALCSTIN.
000530*
000540 FD  STIN-LOG-FILE
000550     RECORDING MODE IS F.
000560*    ONE RECORD PER ADD/CHANGE/DELETE - THE BEFORE AND AFTER
000570*    IMAGES ARE THE FULL 120-BYTE INSTRUCTION RECORD, SPACES ON
000580*    THE SIDE THAT DOES NOT APPLY (BEFORE ON AN ADD, AFTER ON A
000590*    DELETE).
000600 01  STIN-LOG-REC.
000610     05  SL-DATE            PIC 9(06).
000620     05  SL-TIME            PIC 9(08).
000630     05  SL-FUNCTION        PIC X(01).
000640     05  SL-OPERATOR-ID     PIC X(08).
000650     05  SL-BEFORE-IMAGE    PIC X(120).
000660     05  SL-AFTER-IMAGE     PIC X(120).
000670     05  FILLER             PIC X(17).
000680*
000690 FD  CALC-CCREF-FILE
000700     RECORDING MODE IS F.
000710     COPY CCREFREC.
000720*
000730 WORKING-STORAGE SECTION.
000740 77  WS-QUIT-SWITCH         PIC X(01)      VALUE 'N'.
000750     88  WS-QUIT                           VALUE 'Y'.
000760 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
000770     88  WS-BROWSE-EOF                     VALUE 'Y'.
000780 77  WS-STIN-STATUS         PIC X(02).
000790 77  WS-LOG-STATUS          PIC X(02).
000800 77  WS-CCREF-STATUS        PIC X(02).
000810 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000820     88  WS-CCREF-EOF                      VALUE 'Y'.
000830 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000840     88  WS-REF-FOUND                      VALUE 'Y'.
000850 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
000860 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
000870 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
000880 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
000890 77  WS-REF-FLAG            PIC X(01)      VALUE SPACE.
000900 77  WS-FUNCTION            PIC X(01).
000910 77  WS-CONFIRM             PIC X(01).
000920 77  WS-BROWSE-COUNT        PIC 9(07) COMP  VALUE ZERO.
000930 77  WS-OPERATOR-ID         PIC X(08)      VALUE SPACE.
000940 77  WS-TODAY               PIC 9(06).
000950 77  WS-DATE-FIELD          PIC 9(06).
000960 77  WS-TIME-FIELD          PIC 9(08).
000970 77  WS-NEW-INSTR           PIC X(05).
000980 77  WS-NEW-INSTR-NUM REDEFINES WS-NEW-INSTR
000990                            PIC 9(05).
001000 77  WS-NEW-NUM             PIC X(10).
001010 77  WS-NEW-NUM-VALUE REDEFINES WS-NEW-NUM
001020                            PIC S9(07)V99
001030                        SIGN IS LEADING SEPARATE CHARACTER.
001040 77  WS-NEW-DAY             PIC X(02).
001050 77  WS-NEW-DAY-NUM REDEFINES WS-NEW-DAY
001060                            PIC 9(02).
001070 77  WS-NEW-DATE            PIC X(06).
001080 77  WS-NEW-DATE-NUM REDEFINES WS-NEW-DATE
001090                            PIC 9(06).
001100 77  WS-ENTRY-OK-SWITCH     PIC X(01)      VALUE 'N'.
001110     88  WS-ENTRY-OK                       VALUE 'Y'.
001120 77  WS-DATE-OK-SWITCH      PIC X(01)      VALUE 'N'.
001130     88  WS-DATE-OK                        VALUE 'Y'.
001140 01  WS-BEFORE-IMAGE        PIC X(120).
001150 01  WS-AFTER-IMAGE         PIC X(120).
001160*
001170*    NAMED VIEW OF A KEYED DATE FOR THE RANGE CHECK.
001180 01  WS-CHECK-DATE          PIC 9(06).
001190 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001200     05  WS-CD-YY           PIC 9(02).
001210     05  WS-CD-MM           PIC 9(02).
001220     05  WS-CD-DD           PIC 9(02).
001230*
001240 01  WS-REF-TABLE.
001250     05  WS-REF-ENTRY OCCURS 100 TIMES.
001260         10  WS-REF-CODE        PIC X(04).
001270         10  WS-REF-DEPT-NAME   PIC X(20).
001280         10  WS-REF-ACTIVE-FLAG PIC X(01).
001290*
001300 PROCEDURE DIVISION.
001310*--------------------------------------------------------------*
001320* 0000-MAINLINE
001330*--------------------------------------------------------------*
001340 0000-MAINLINE.
001350     PERFORM 8000-SIGN-ON
001360         THRU 8000-SIGN-ON-EXIT.
001370     ACCEPT WS-TODAY FROM DATE.
001380     OPEN I-O CALC-STIN-FILE.
001390     IF WS-STIN-STATUS EQUAL "35"
001400         OPEN OUTPUT CALC-STIN-FILE
001410         CLOSE CALC-STIN-FILE
001420         OPEN I-O CALC-STIN-FILE
001430     END-IF.
001440     IF WS-STIN-STATUS NOT EQUAL "00"
001450         DISPLAY "CALCSIM CANNOT OPEN INSTRUCTION FILE, STATUS "
001460             WS-STIN-STATUS
001470         MOVE 12 TO RETURN-CODE
001480         STOP RUN
001490     END-IF.
001500     PERFORM 8100-OPEN-LOG
001510         THRU 8100-OPEN-LOG-EXIT.
001520     PERFORM 6000-LOAD-REF-TABLE
001530         THRU 6000-LOAD-REF-TABLE-EXIT.
001540     PERFORM 1000-PROCESS-FUNCTION
001550         THRU 1000-PROCESS-FUNCTION-EXIT
001560         UNTIL WS-QUIT.
001570     CLOSE CALC-STIN-FILE
001580           STIN-LOG-FILE.
001590     STOP RUN.
001600*
001610*--------------------------------------------------------------*
001620* 1000-PROCESS-FUNCTION - PROMPT FOR ONE FUNCTION AND DO IT.
001630*--------------------------------------------------------------*
001640 1000-PROCESS-FUNCTION.
001650     DISPLAY "ENTER FUNCTION (I=INQUIRE B=BROWSE A=ADD "
001660         "C=CHANGE D=DELETE Q=QUIT): ".
001670     ACCEPT WS-FUNCTION.
001680     IF WS-FUNCTION = 'Q' OR WS-FUNCTION = 'q'
001690         SET WS-QUIT TO TRUE
001700     ELSE IF WS-FUNCTION = 'I' OR WS-FUNCTION = 'i'
001710         PERFORM 2000-INQUIRE
001720             THRU 2000-INQUIRE-EXIT
001730     ELSE IF WS-FUNCTION = 'B' OR WS-FUNCTION = 'b'
001740         PERFORM 3000-BROWSE
001750             THRU 3000-BROWSE-EXIT
001760     ELSE IF WS-FUNCTION = 'A' OR WS-FUNCTION = 'a'
001770         MOVE 'A' TO WS-FUNCTION
001780         PERFORM 4000-ADD
001790             THRU 4000-ADD-EXIT
001800     ELSE IF WS-FUNCTION = 'C' OR WS-FUNCTION = 'c'
001810         MOVE 'C' TO WS-FUNCTION
001820         PERFORM 4500-CHANGE
001830             THRU 4500-CHANGE-EXIT
001840     ELSE IF WS-FUNCTION = 'D' OR WS-FUNCTION = 'd'
001850         MOVE 'D' TO WS-FUNCTION
001860         PERFORM 5000-DELETE
001870             THRU 5000-DELETE-EXIT
001880     ELSE
001890         DISPLAY "INVALID FUNCTION."
001900     END-IF.
001910 1000-PROCESS-FUNCTION-EXIT.
001920     EXIT.
001930*
001940*--------------------------------------------------------------*
001950* 2000-INQUIRE - READ ONE INSTRUCTION BY NUMBER AND DISPLAY IT.
001960*--------------------------------------------------------------*
001970 2000-INQUIRE.
001980     PERFORM 7000-GET-KEY
001990         THRU 7000-GET-KEY-EXIT.
002000     IF NOT WS-ENTRY-OK
002010         GO TO 2000-INQUIRE-EXIT
002020     END-IF.
002030     READ CALC-STIN-FILE.
002040     IF WS-STIN-STATUS EQUAL "00"
002050         PERFORM 7500-SHOW-INSTR
002060             THRU 7500-SHOW-INSTR-EXIT
002070     ELSE
002080         DISPLAY "NO INSTRUCTION WITH THAT NUMBER."
002090     END-IF.
002100 2000-INQUIRE-EXIT.
002110     EXIT.
002120*
002130*--------------------------------------------------------------*
002140* 3000-BROWSE - LIST EVERY INSTRUCTION IN NUMBER ORDER.
002150*--------------------------------------------------------------*
002160 3000-BROWSE.
002170     MOVE 'N'        TO WS-BROWSE-EOF-SWITCH.
002180     MOVE ZERO       TO WS-BROWSE-COUNT.
002190     MOVE LOW-VALUES TO SI-KEY.
002200     START CALC-STIN-FILE
002210         KEY IS GREATER THAN OR EQUAL TO SI-KEY.
002220     IF WS-STIN-STATUS NOT EQUAL "00"
002230         DISPLAY "INSTRUCTION FILE IS EMPTY."
002240         GO TO 3000-BROWSE-EXIT
002250     END-IF.
002260     PERFORM 3100-BROWSE-NEXT
002270         THRU 3100-BROWSE-NEXT-EXIT
002280         UNTIL WS-BROWSE-EOF.
002290     DISPLAY "BROWSED " WS-BROWSE-COUNT " INSTRUCTIONS.".
002300 3000-BROWSE-EXIT.
002310     EXIT.
002320*
002330 3100-BROWSE-NEXT.
002340     READ CALC-STIN-FILE NEXT
002350         AT END
002360             SET WS-BROWSE-EOF TO TRUE
002370             GO TO 3100-BROWSE-NEXT-EXIT
002380     END-READ.
002390     PERFORM 7500-SHOW-INSTR
002400         THRU 7500-SHOW-INSTR-EXIT.
002410     ADD 1 TO WS-BROWSE-COUNT.
002420 3100-BROWSE-NEXT-EXIT.
002430     EXIT.
002440*
002450*--------------------------------------------------------------*
002460* 4000-ADD - ADD AN INSTRUCTION UNDER A NEW NUMBER.  IT STARTS
002470*              ACTIVE, WITH NO GENERATIONS AND NO NEXT-DUE DATE.
002480*--------------------------------------------------------------*
002490 4000-ADD.
002500     PERFORM 7000-GET-KEY
002510         THRU 7000-GET-KEY-EXIT.
002520     IF NOT WS-ENTRY-OK
002530         GO TO 4000-ADD-EXIT
002540     END-IF.
002550     READ CALC-STIN-FILE.
002560     IF WS-STIN-STATUS EQUAL "00"
002570         DISPLAY "AN INSTRUCTION ALREADY EXISTS WITH THAT NUMBER "
002580             "- USE CHANGE."
002590         GO TO 4000-ADD-EXIT
002600     END-IF.
002610     MOVE WS-NEW-INSTR-NUM TO SI-INSTR-NO.
002620     MOVE ZERO             TO SI-LAST-GEN-DATE.
002630     MOVE ZERO             TO SI-GEN-COUNT.
002640     MOVE 'A'              TO SI-STATUS.
002650     PERFORM 7200-GET-DETAILS
002660         THRU 7200-GET-DETAILS-EXIT.
002670     IF NOT WS-ENTRY-OK
002680         DISPLAY "INSTRUCTION NOT ADDED."
002690         GO TO 4000-ADD-EXIT
002700     END-IF.
002710     MOVE ZERO           TO SI-NEXT-DUE.
002720     MOVE WS-OPERATOR-ID TO SI-MAINT-ID.
002730     MOVE WS-TODAY       TO SI-MAINT-DATE.
002740     WRITE CALCSTIN.
002750     IF WS-STIN-STATUS NOT EQUAL "00"
002760         DISPLAY "INSTRUCTION WRITE FAILED, STATUS "
002770             WS-STIN-STATUS
002780         GO TO 4000-ADD-EXIT
002790     END-IF.
002800     MOVE SPACE    TO WS-BEFORE-IMAGE.
002810     MOVE CALCSTIN TO WS-AFTER-IMAGE.
002820     PERFORM 7300-WRITE-LOG
002830         THRU 7300-WRITE-LOG-EXIT.
002840     IF WS-QUIT
002850         GO TO 4000-ADD-EXIT
002860     END-IF.
002870     DISPLAY "INSTRUCTION ADDED.".
002880 4000-ADD-EXIT.
002890     EXIT.
002900*
002910*--------------------------------------------------------------*
002920* 4500-CHANGE - RE-KEY THE DETAILS AND STATUS OF AN EXISTING
002930*              INSTRUCTION.  THE GENERATION HISTORY (LAST DATE
002940*              AND COUNT) IS KEPT, SO A CHANGE NEVER MAKES
002950*              CALCSGEN REPEAT AN OCCURRENCE ALREADY GENERATED.
002960*--------------------------------------------------------------*
002970 4500-CHANGE.
002980     PERFORM 7000-GET-KEY
002990         THRU 7000-GET-KEY-EXIT.
003000     IF NOT WS-ENTRY-OK
003010         GO TO 4500-CHANGE-EXIT
003020     END-IF.
003030     READ CALC-STIN-FILE.
003040     IF WS-STIN-STATUS NOT EQUAL "00"
003050         DISPLAY "NO INSTRUCTION WITH THAT NUMBER."
003060         GO TO 4500-CHANGE-EXIT
003070     END-IF.
003080     PERFORM 7500-SHOW-INSTR
003090         THRU 7500-SHOW-INSTR-EXIT.
003100     MOVE CALCSTIN TO WS-BEFORE-IMAGE.
003110     PERFORM 7200-GET-DETAILS
003120         THRU 7200-GET-DETAILS-EXIT.
003130     IF NOT WS-ENTRY-OK
003140         DISPLAY "INSTRUCTION NOT CHANGED."
003150         GO TO 4500-CHANGE-EXIT
003160     END-IF.
003170     DISPLAY "ENTER STATUS (A=ACTIVE S=SUSPENDED): ".
003180     ACCEPT WS-CONFIRM.
003190     IF WS-CONFIRM = 'A' OR WS-CONFIRM = 'a'
003200         MOVE 'A' TO SI-STATUS
003210     ELSE IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
003220         MOVE 'S' TO SI-STATUS
003230     ELSE
003240         DISPLAY "INVALID STATUS - INSTRUCTION NOT CHANGED."
003250         GO TO 4500-CHANGE-EXIT
003260     END-IF.
003270     MOVE ZERO           TO SI-NEXT-DUE.
003280     MOVE WS-OPERATOR-ID TO SI-MAINT-ID.
003290     MOVE WS-TODAY       TO SI-MAINT-DATE.
003300     REWRITE CALCSTIN.
003310     IF WS-STIN-STATUS NOT EQUAL "00"
003320         DISPLAY "INSTRUCTION REWRITE FAILED, STATUS "
003330             WS-STIN-STATUS
003340         GO TO 4500-CHANGE-EXIT
003350     END-IF.
003360     MOVE CALCSTIN TO WS-AFTER-IMAGE.
003370     PERFORM 7300-WRITE-LOG
003380         THRU 7300-WRITE-LOG-EXIT.
003390     IF WS-QUIT
003400         GO TO 4500-CHANGE-EXIT
003410     END-IF.
003420     DISPLAY "INSTRUCTION CHANGED.".
003430 4500-CHANGE-EXIT.
003440     EXIT.
003450*
003460*--------------------------------------------------------------*
003470* 5000-DELETE - DELETE ONE INSTRUCTION AFTER CONFIRMATION.  TO
003480*              STOP AN INSTRUCTION BUT KEEP ITS HISTORY, CHANGE
003490*              IT TO SUSPENDED OR GIVE IT AN END DATE INSTEAD.
003500*--------------------------------------------------------------*
003510 5000-DELETE.
003520     PERFORM 7000-GET-KEY
003530         THRU 7000-GET-KEY-EXIT.
003540     IF NOT WS-ENTRY-OK
003550         GO TO 5000-DELETE-EXIT
003560     END-IF.
003570     READ CALC-STIN-FILE.
003580     IF WS-STIN-STATUS NOT EQUAL "00"
003590         DISPLAY "NO INSTRUCTION WITH THAT NUMBER."
003600         GO TO 5000-DELETE-EXIT
003610     END-IF.
003620     PERFORM 7500-SHOW-INSTR
003630         THRU 7500-SHOW-INSTR-EXIT.
003640     DISPLAY "DELETE THIS INSTRUCTION (Y/N)? ".
003650     ACCEPT WS-CONFIRM.
003660     IF WS-CONFIRM NOT EQUAL 'Y' AND WS-CONFIRM NOT EQUAL 'y'
003670         DISPLAY "INSTRUCTION NOT DELETED."
003680         GO TO 5000-DELETE-EXIT
003690     END-IF.
003700     MOVE CALCSTIN TO WS-BEFORE-IMAGE.
003710     DELETE CALC-STIN-FILE.
003720     IF WS-STIN-STATUS NOT EQUAL "00"
003730         DISPLAY "INSTRUCTION DELETE FAILED, STATUS "
003740             WS-STIN-STATUS
003750         GO TO 5000-DELETE-EXIT
003760     END-IF.
003770     MOVE SPACE TO WS-AFTER-IMAGE.
003780     PERFORM 7300-WRITE-LOG
003790         THRU 7300-WRITE-LOG-EXIT.
003800     IF WS-QUIT
003810         GO TO 5000-DELETE-EXIT
003820     END-IF.
003830     DISPLAY "INSTRUCTION DELETED.".
003840 5000-DELETE-EXIT.
003850     EXIT.
003860*
003870*--------------------------------------------------------------*
003880* 6000-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
003890*              AN INSTRUCTION'S COST CENTER CAN BE CHECKED AND THE
003900*              DISPLAYS CAN NAME EACH DEPARTMENT.  A MISSING
003910*              CCREF FILE MEANS NO INSTRUCTION CAN BE ADDED OR
003920*              CHANGED.
003930*--------------------------------------------------------------*
003940 6000-LOAD-REF-TABLE.
003950     MOVE ZERO TO WS-REF-COUNT.
003960     OPEN INPUT CALC-CCREF-FILE.
003970     IF WS-CCREF-STATUS NOT EQUAL "00"
003980         DISPLAY "CALCSIM NO CCREF FILE - ADDS AND CHANGES WILL "
003990             "BE REFUSED."
004000         GO TO 6000-LOAD-REF-TABLE-EXIT
004010     END-IF.
004020     PERFORM 6100-READ-ONE-REF
004030         THRU 6100-READ-ONE-REF-EXIT
004040         UNTIL WS-CCREF-EOF.
004050     CLOSE CALC-CCREF-FILE.
004060 6000-LOAD-REF-TABLE-EXIT.
004070     EXIT.
004080*
004090 6100-READ-ONE-REF.
004100     READ CALC-CCREF-FILE
004110         AT END
004120             SET WS-CCREF-EOF TO TRUE
004130             GO TO 6100-READ-ONE-REF-EXIT
004140     END-READ.
004150     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
004160         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
004170             CCREFREC
004180         GO TO 6100-READ-ONE-REF-EXIT
004190     END-IF.
004200     ADD 1 TO WS-REF-COUNT.
004210     MOVE CC-CODE        TO WS-REF-CODE (WS-REF-COUNT).
004220     MOVE CC-DEPT-NAME   TO WS-REF-DEPT-NAME (WS-REF-COUNT).
004230     MOVE CC-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (WS-REF-COUNT).
004240 6100-READ-ONE-REF-EXIT.
004250     EXIT.
004260*
004270*--------------------------------------------------------------*
004280* 7000-GET-KEY - PROMPT FOR THE INSTRUCTION NUMBER.
004290*--------------------------------------------------------------*
004300 7000-GET-KEY.
004310     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
004320     DISPLAY "ENTER INSTRUCTION NUMBER (5 DIGITS): ".
004330     ACCEPT WS-NEW-INSTR.
004340     IF WS-NEW-INSTR-NUM IS NOT NUMERIC
004350         OR WS-NEW-INSTR-NUM EQUAL ZERO
004360         DISPLAY "NOT A VALID INSTRUCTION NUMBER."
004370         GO TO 7000-GET-KEY-EXIT
004380     END-IF.
004390     MOVE WS-NEW-INSTR-NUM TO SI-INSTR-NO.
004400     SET WS-ENTRY-OK TO TRUE.
004410 7000-GET-KEY-EXIT.
004420     EXIT.
004430*
004440*--------------------------------------------------------------*
004450* 7200-GET-DETAILS - PROMPT FOR THE COST CENTER, OPERATION,
004460*              OPERANDS, FREQUENCY, DATES AND DESCRIPTION.  THE
004470*              COST CENTER MUST BE ACTIVE ON CCREF AND THE
004480*              OPERATION ONE CALCBTCH COMPUTES.  AMOUNTS ARE
004490*              KEYED IN THE CALCREC FORM - SIGN THEN 9 DIGITS,
004500*              LAST 2 DECIMAL, NO POINT.
004510*--------------------------------------------------------------*
004520 7200-GET-DETAILS.
004530     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
004540     DISPLAY "ENTER COST CENTER: ".
004550     ACCEPT SI-COST-CENTER.
004560     PERFORM 7600-FIND-REF-NAME
004570         THRU 7600-FIND-REF-NAME-EXIT.
004580     IF NOT WS-REF-FOUND OR WS-REF-FLAG NOT EQUAL 'A'
004590         DISPLAY "COST CENTER " SI-COST-CENTER
004600             " IS NOT ACTIVE ON CCREF."
004610         GO TO 7200-GET-DETAILS-EXIT
004620     END-IF.
004630     DISPLAY "ENTER OPERATION CODE: ".
004640     ACCEPT SI-OPERATION.
004650     IF SI-OPERATION NOT EQUAL '+'
004660         AND SI-OPERATION NOT EQUAL '-'
004670         AND SI-OPERATION NOT EQUAL '*'
004680         AND SI-OPERATION NOT EQUAL '/'
004690         AND SI-OPERATION NOT EQUAL '%'
004700         AND SI-OPERATION NOT EQUAL '^'
004710         AND SI-OPERATION NOT EQUAL 'S'
004720         AND SI-OPERATION NOT EQUAL 'R'
004730         DISPLAY "INVALID OPERATION CODE."
004740         GO TO 7200-GET-DETAILS-EXIT
004750     END-IF.
004760     DISPLAY "ENTER NUM1 (SIGN + 9 DIGITS, LAST 2 DECIMAL, "
004770         "NO POINT): ".
004780     ACCEPT WS-NEW-NUM.
004790     IF WS-NEW-NUM-VALUE IS NOT NUMERIC
004800         DISPLAY "NOT A VALID AMOUNT."
004810         GO TO 7200-GET-DETAILS-EXIT
004820     END-IF.
004830     MOVE WS-NEW-NUM-VALUE TO SI-NUM1.
004840     IF SI-OPERATION EQUAL 'R'
004850         MOVE ZERO TO SI-NUM2
004860         DISPLAY "ENTER THE RATE CODE: "
004870         ACCEPT SI-RATE-CODE
004880         IF SI-RATE-CODE EQUAL SPACE
004890             DISPLAY "THE 'R' OPERATION NEEDS A RATE CODE."
004900             GO TO 7200-GET-DETAILS-EXIT
004910         END-IF
004920     ELSE
004930         MOVE SPACE TO SI-RATE-CODE
004940         DISPLAY "ENTER NUM2 (SIGN + 9 DIGITS, LAST 2 DECIMAL, "
004950             "NO POINT): "
004960         ACCEPT WS-NEW-NUM
004970         IF WS-NEW-NUM-VALUE IS NOT NUMERIC
004980             DISPLAY "NOT A VALID AMOUNT."
004990             GO TO 7200-GET-DETAILS-EXIT
005000         END-IF
005010         MOVE WS-NEW-NUM-VALUE TO SI-NUM2
005020     END-IF.
005030     PERFORM 7210-GET-FREQUENCY
005040         THRU 7210-GET-FREQUENCY-EXIT.
005050     IF NOT WS-ENTRY-OK
005060         GO TO 7200-GET-DETAILS-EXIT
005070     END-IF.
005080     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
005090     DISPLAY "ENTER START DATE (YYMMDD): ".
005100     ACCEPT WS-NEW-DATE.
005110     PERFORM 7250-CHECK-DATE
005120         THRU 7250-CHECK-DATE-EXIT.
005130     IF NOT WS-DATE-OK
005140         DISPLAY "NOT A VALID START DATE."
005150         GO TO 7200-GET-DETAILS-EXIT
005160     END-IF.
005170     MOVE WS-NEW-DATE-NUM TO SI-START-DATE.
005180     DISPLAY "ENTER END DATE (YYMMDD, 000000 = NO END): ".
005190     ACCEPT WS-NEW-DATE.
005200     IF WS-NEW-DATE-NUM IS NUMERIC
005210         AND WS-NEW-DATE-NUM EQUAL ZERO
005220         MOVE ZERO TO SI-END-DATE
005230     ELSE
005240         PERFORM 7250-CHECK-DATE
005250             THRU 7250-CHECK-DATE-EXIT
005260         IF NOT WS-DATE-OK
005270             OR WS-NEW-DATE-NUM IS LESS THAN SI-START-DATE
005280             DISPLAY "NOT A VALID END DATE."
005290             GO TO 7200-GET-DETAILS-EXIT
005300         END-IF
005310         MOVE WS-NEW-DATE-NUM TO SI-END-DATE
005320     END-IF.
005330     DISPLAY "ENTER DESCRIPTION (30 CHARACTERS): ".
005340     ACCEPT SI-DESCRIPTION.
005350     SET WS-ENTRY-OK TO TRUE.
005360 7200-GET-DETAILS-EXIT.
005370     EXIT.
005380*
005390*--------------------------------------------------------------*
005400* 7210-GET-FREQUENCY - PROMPT FOR THE FREQUENCY AND ITS DAY: A
005410*              WEEKDAY 1-7 FOR WEEKLY, A DAY 01-31 OR 99 (MONTH-
005420*              END) FOR MONTHLY, NONE FOR DAILY.
005430*--------------------------------------------------------------*
005440 7210-GET-FREQUENCY.
005450     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
005460     DISPLAY "ENTER FREQUENCY (D=DAILY W=WEEKLY M=MONTHLY): ".
005470     ACCEPT SI-FREQUENCY.
005480     IF SI-DAILY
005490         MOVE ZERO TO SI-FREQ-DAY
005500         SET WS-ENTRY-OK TO TRUE
005510         GO TO 7210-GET-FREQUENCY-EXIT
005520     END-IF.
005530     IF SI-WEEKLY
005540         DISPLAY "ENTER WEEKDAY (01=MONDAY ... 07=SUNDAY): "
005550     ELSE IF SI-MONTHLY
005560         DISPLAY "ENTER DAY OF MONTH (01-31, 99=MONTH-END): "
005570     ELSE
005580         DISPLAY "INVALID FREQUENCY."
005590         GO TO 7210-GET-FREQUENCY-EXIT
005600     END-IF.
005610     ACCEPT WS-NEW-DAY.
005620     IF WS-NEW-DAY-NUM IS NOT NUMERIC
005630         OR WS-NEW-DAY-NUM EQUAL ZERO
005640         DISPLAY "NOT A VALID DAY."
005650         GO TO 7210-GET-FREQUENCY-EXIT
005660     END-IF.
005670     IF SI-WEEKLY AND WS-NEW-DAY-NUM IS GREATER THAN 7
005680         DISPLAY "NOT A VALID WEEKDAY."
005690         GO TO 7210-GET-FREQUENCY-EXIT
005700     END-IF.
005710     IF SI-MONTHLY AND WS-NEW-DAY-NUM IS GREATER THAN 31
005720         AND WS-NEW-DAY-NUM NOT EQUAL 99
005730         DISPLAY "NOT A VALID DAY OF MONTH."
005740         GO TO 7210-GET-FREQUENCY-EXIT
005750     END-IF.
005760     MOVE WS-NEW-DAY-NUM TO SI-FREQ-DAY.
005770     SET WS-ENTRY-OK TO TRUE.
005780 7210-GET-FREQUENCY-EXIT.
005790     EXIT.
005800*
005810*--------------------------------------------------------------*
005820* 7250-CHECK-DATE - A KEYED DATE MUST BE NUMERIC YYMMDD WITH A
005830*              MONTH 01-12 AND A DAY 01-31.
005840*--------------------------------------------------------------*
005850 7250-CHECK-DATE.
005860     MOVE 'N' TO WS-DATE-OK-SWITCH.
005870     IF WS-NEW-DATE-NUM IS NOT NUMERIC
005880         GO TO 7250-CHECK-DATE-EXIT
005890     END-IF.
005900     MOVE WS-NEW-DATE-NUM TO WS-CHECK-DATE.
005910     IF WS-CD-MM IS LESS THAN 1 OR WS-CD-MM IS GREATER THAN 12
005920         OR WS-CD-DD IS LESS THAN 1 OR WS-CD-DD IS GREATER THAN 31
005930         GO TO 7250-CHECK-DATE-EXIT
005940     END-IF.
005950     SET WS-DATE-OK TO TRUE.
005960 7250-CHECK-DATE-EXIT.
005970     EXIT.
005980*
005990*--------------------------------------------------------------*
006000* 7300-WRITE-LOG - APPEND ONE CHANGE-LOG RECORD WITH THE
006010*              OPERATOR, THE BEFORE AND AFTER IMAGES AND A
006020*              DATE/TIME STAMP.
006030*--------------------------------------------------------------*
006040 7300-WRITE-LOG.
006050     ACCEPT WS-DATE-FIELD FROM DATE.
006060     ACCEPT WS-TIME-FIELD FROM TIME.
006070     MOVE SPACE           TO STIN-LOG-REC.
006080     MOVE WS-DATE-FIELD   TO SL-DATE.
006090     MOVE WS-TIME-FIELD   TO SL-TIME.
006100     MOVE WS-FUNCTION     TO SL-FUNCTION.
006110     MOVE WS-OPERATOR-ID  TO SL-OPERATOR-ID.
006120     MOVE WS-BEFORE-IMAGE TO SL-BEFORE-IMAGE.
006130     MOVE WS-AFTER-IMAGE  TO SL-AFTER-IMAGE.
006140     WRITE STIN-LOG-REC.
006150     IF WS-LOG-STATUS NOT EQUAL "00"
006160         DISPLAY "CALCSIM CHANGE LOG WRITE FAILED, STATUS "
006170             WS-LOG-STATUS " - CHANGE MADE BUT NOT LOGGED."
006180         MOVE 12 TO RETURN-CODE
006190         SET WS-QUIT TO TRUE
006200     END-IF.
006210 7300-WRITE-LOG-EXIT.
006220     EXIT.
006230*
006240*--------------------------------------------------------------*
006250* 7500-SHOW-INSTR - DISPLAY ONE INSTRUCTION RECORD'S FIELDS.
006260*--------------------------------------------------------------*
006270 7500-SHOW-INSTR.
006280     DISPLAY "INSTRUCTION " SI-INSTR-NO
006290         " STATUS " SI-STATUS
006300         " " SI-DESCRIPTION.
006310     DISPLAY "  COST CENTER " SI-COST-CENTER
006320         " OPERATION " SI-OPERATION
006330         " RATE CODE " SI-RATE-CODE.
006340     DISPLAY "  NUM1 " SI-NUM1
006350         " NUM2 " SI-NUM2.
006360     DISPLAY "  FREQUENCY " SI-FREQUENCY
006370         " DAY " SI-FREQ-DAY
006380         " START " SI-START-DATE
006390         " END " SI-END-DATE.
006400     IF SI-NEXT-DUE EQUAL ZERO
006410         DISPLAY "  NEXT DUE SET AT THE NEXT CALCSGEN RUN"
006420     ELSE
006430         DISPLAY "  NEXT DUE " SI-NEXT-DUE
006440     END-IF.
006450     DISPLAY "  LAST GENERATED " SI-LAST-GEN-DATE
006460         " TIMES GENERATED " SI-GEN-COUNT.
006470     DISPLAY "  LAST CHANGED " SI-MAINT-DATE
006480         " BY " SI-MAINT-ID.
006490     PERFORM 7600-FIND-REF-NAME
006500         THRU 7600-FIND-REF-NAME-EXIT.
006510     DISPLAY "  DEPARTMENT " WS-REF-NAME.
006520 7500-SHOW-INSTR-EXIT.
006530     EXIT.
006540*
006550*--------------------------------------------------------------*
006560* 7600-FIND-REF-NAME - LOOK THE INSTRUCTION'S COST CENTER UP IN
006570*              THE REFERENCE TABLE; AN UNLISTED CODE LEAVES THE
006580*              NAME AND FLAG BLANK.
006590*--------------------------------------------------------------*
006600 7600-FIND-REF-NAME.
006610     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
006620     MOVE SPACE TO WS-REF-NAME.
006630     MOVE SPACE TO WS-REF-FLAG.
006640     PERFORM 7610-SCAN-REF
006650         THRU 7610-SCAN-REF-EXIT
006660         VARYING WS-REF-SUB FROM 1 BY 1
006670         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
006680            OR WS-REF-FOUND.
006690 7600-FIND-REF-NAME-EXIT.
006700     EXIT.
006710*
006720 7610-SCAN-REF.
006730     IF WS-REF-CODE (WS-REF-SUB) EQUAL SI-COST-CENTER
006740         MOVE WS-REF-DEPT-NAME (WS-REF-SUB)   TO WS-REF-NAME
006750         MOVE WS-REF-ACTIVE-FLAG (WS-REF-SUB) TO WS-REF-FLAG
006760         SET WS-REF-FOUND TO TRUE
006770     END-IF.
006780 7610-SCAN-REF-EXIT.
006790     EXIT.
006800*
006810*--------------------------------------------------------------*
006820* 8000-SIGN-ON - TAKE THE OPERATOR ID THAT EVERY CHANGE MADE IN
006830*              THIS SESSION IS LOGGED UNDER.
006840*--------------------------------------------------------------*
006850 8000-SIGN-ON.
006860     DISPLAY "ENTER OPERATOR ID: ".
006870     ACCEPT WS-OPERATOR-ID.
006880     IF WS-OPERATOR-ID EQUAL SPACE
006890         DISPLAY "CALCSIM NEEDS AN OPERATOR ID - SESSION ENDED."
006900         MOVE 12 TO RETURN-CODE
006910         STOP RUN
006920     END-IF.
006930 8000-SIGN-ON-EXIT.
006940     EXIT.
006950*
006960*--------------------------------------------------------------*
006970* 8100-OPEN-LOG - OPEN THE CHANGE LOG FOR APPEND, CREATING IT ON
006980*              FIRST USE (AS CALCRTM DOES FOR RATELOG).
006990*--------------------------------------------------------------*
007000 8100-OPEN-LOG.
007010     OPEN EXTEND STIN-LOG-FILE.
007020     IF WS-LOG-STATUS EQUAL "35"
007030         OPEN OUTPUT STIN-LOG-FILE
007040         CLOSE STIN-LOG-FILE
007050         OPEN EXTEND STIN-LOG-FILE
007060     END-IF.
007070     IF WS-LOG-STATUS NOT EQUAL "00"
007080         DISPLAY "CALCSIM CANNOT OPEN CHANGE LOG, STATUS "
007090             WS-LOG-STATUS
007100         CLOSE CALC-STIN-FILE
007110         MOVE 12 TO RETURN-CODE
007120         STOP RUN
007130     END-IF.
007140 8100-OPEN-LOG-EXIT.
007150     EXIT.
