000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCCCM.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - MAINTENANCE FOR THE COST-
000120*              CENTER REFERENCE FILE (CCREF), WHICH WAS EDITED
000130*              BY HAND, SO A MERGE OR SPLIT LEFT THE OLD CODE'S
000140*              BALANCES, SUSPENSE ITEMS AND INSTRUCTIONS BEHIND.
000150*              CHANGES ARE NOW KEYED HERE AS EFFECTIVE-DATED
000160*              ROWS ON THE CHANGE FILE (CCCHG, SEE CCCHGREC) -
000170*              ADD A CODE, UPDATE ITS NAME OR MANAGER, RETIRE
000180*              IT, RENAME IT OR MERGE IT INTO ANOTHER - AND THE
000190*              CALCCCR REORGANIZATION RUN APPLIES THEM ON THEIR
000200*              EFFECTIVE DATE.  DRIVEN FROM TERMINAL ACCEPTS
000210*              LIKE CALCRTM: THE OPERATOR SIGNS ON, THEN
000220*              I=INQUIRE ONE CODE, B=BROWSE CCREF, P=LIST THE
000230*              CHANGES, A=ADD A CHANGE, C=ALTER A PENDING
000240*              CHANGE, D=WITHDRAW A PENDING CHANGE, L=PRINT THE
000250*              LISTING, Q=QUIT.  A CHANGE CANNOT BE DATED
000260*              BEFORE TODAY, AND ONE ALREADY APPLIED CAN NEVER
000270*              BE ALTERED OR WITHDRAWN - KEY A NEW CHANGE.  THE
000280*              CHANGE FILE IS REWRITTEN AS EACH CHANGE IS
000290*              LOGGED, AND EVERY ADD, ALTER AND WITHDRAWAL IS
000300*              APPENDED TO THE CCLOG CHANGE LOG (SEE CCLOGREC)
000310*              WITH THE OPERATOR ID, A DATE/TIME STAMP AND THE
000320*              BEFORE/AFTER IMAGES.
000330* 10/15/26  DLH  A FAILED WRITE TO THE CHANGE LOG OR THE CHANGE
000340*              FILE IS NOW REPORTED AND ENDS THE SESSION RC=12.  A
000350*              CHANGE THAT CANNOT BE LOGGED IS NOT SAVED.
000360*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  MAC.
000400 OBJECT-COMPUTER.  MAC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CCREF-STATUS.
000460     SELECT CC-CHG-FILE      ASSIGN TO CCCHG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CHG-STATUS.
000490     SELECT CC-LOG-FILE      ASSIGN TO CCLOG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-LOG-STATUS.
000520     SELECT CC-LIST-FILE     ASSIGN TO CCLST
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CALC-CCREF-FILE
000580     RECORDING MODE IS F.
000590     COPY CCREFREC.
000600*
000610 FD  CC-CHG-FILE
000620     RECORDING MODE IS F.
000630     COPY CCCHGREC.
000640*
000650 FD  CC-LOG-FILE
000660     RECORDING MODE IS F.
000670     COPY CCLOGREC.
000680*
000690 FD  CC-LIST-FILE
000700     RECORDING MODE IS F.
000710 01  REPORT-LINE            PIC X(80).
000720*
000730 WORKING-STORAGE SECTION.
000740 77  WS-QUIT-SWITCH         PIC X(01)      VALUE 'N'.
000750     88  WS-QUIT                           VALUE 'Y'.
000760 77  WS-CCREF-STATUS        PIC X(02).
000770 77  WS-CHG-STATUS          PIC X(02).
000780 77  WS-LOG-STATUS          PIC X(02).
000790 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
000800     88  WS-CCREF-EOF                      VALUE 'Y'.
000810 77  WS-CHG-EOF-SWITCH      PIC X(01)      VALUE 'N'.
000820     88  WS-CHG-EOF                        VALUE 'Y'.
000830 77  WS-FOUND-SWITCH        PIC X(01)      VALUE 'N'.
000840     88  WS-ENTRY-FOUND                    VALUE 'Y'.
000850 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
000860     88  WS-REF-FOUND                      VALUE 'Y'.
000870 77  WS-TARGET-SWITCH       PIC X(01)      VALUE 'N'.
000880     88  WS-TARGET-PENDING                 VALUE 'Y'.
000890 77  WS-OPEN-SWITCH         PIC X(01)      VALUE 'N'.
000900     88  WS-OPEN-CHANGE                    VALUE 'Y'.
000910 77  WS-SWAP-SWITCH         PIC X(01)      VALUE 'N'.
000920     88  WS-SWAPPED                        VALUE 'Y'.
000930 77  WS-ENTRY-OK-SWITCH     PIC X(01)      VALUE 'N'.
000940     88  WS-ENTRY-OK                       VALUE 'Y'.
000950 77  WS-FUNCTION            PIC X(01).
000960 77  WS-CONFIRM             PIC X(01).
000970 77  WS-OPERATOR-ID         PIC X(08)      VALUE SPACE.
000980 77  WS-TODAY               PIC 9(06).
000990 77  WS-DATE-FIELD          PIC 9(06).
001000 77  WS-TIME-FIELD          PIC 9(08).
001010 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
001020 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
001030 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001040 77  WS-REF-FOUND-SUB       PIC 9(05) COMP  VALUE ZERO.
001050 77  WS-CHG-COUNT           PIC 9(05) COMP  VALUE ZERO.
001060 77  WS-CHG-MAX             PIC 9(05) COMP  VALUE 500.
001070 77  WS-CHG-SUB             PIC 9(05) COMP  VALUE ZERO.
001080 77  WS-CHG-SUB2            PIC 9(05) COMP  VALUE ZERO.
001090 77  WS-FOUND-SUB           PIC 9(05) COMP  VALUE ZERO.
001100 77  WS-SORT-LIMIT          PIC 9(05) COMP  VALUE ZERO.
001110 77  WS-SHOW-COUNT          PIC 9(05) COMP  VALUE ZERO.
001120 77  WS-PENDING-COUNT       PIC 9(05) COMP  VALUE ZERO.
001130 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001140 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001150 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001160 77  WS-PRINT-LINE          PIC X(80).
001170 77  WS-SAVE-PRINT-LINE     PIC X(80).
001180 77  WS-KEY-CODE            PIC X(04).
001190 77  WS-KEY-EFF-DATE        PIC X(06).
001200 77  WS-KEY-EFF-DATE-NUM REDEFINES WS-KEY-EFF-DATE
001210                            PIC 9(06).
001220 77  WS-NEW-ACTION          PIC X(01).
001230 77  WS-NEW-CODE            PIC X(04).
001240 77  WS-NEW-NAME            PIC X(20).
001250 77  WS-NEW-MANAGER         PIC X(08).
001260 77  WS-CHECK-CODE          PIC X(04).
001270 77  WS-ACTION-NAME         PIC X(06)      VALUE SPACE.
001280 77  WS-STATUS-NAME         PIC X(07)      VALUE SPACE.
001290 01  WS-BEFORE-IMAGE        PIC X(64).
001300 01  WS-AFTER-IMAGE         PIC X(64).
001310*
001320*    NAMED VIEW OF A KEYED DATE FOR THE RANGE CHECK.
001330 01  WS-CHECK-DATE          PIC 9(06).
001340 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001350     05  WS-CD-YY           PIC 9(02).
001360     05  WS-CD-MM           PIC 9(02).
001370     05  WS-CD-DD           PIC 9(02).
001380*
001390*    IN-STORAGE COPY OF CCREF, FOR THE CHECKS AND THE INQUIRY.
001400*    SAME 100-ENTRY CAPACITY AS CALCBTCH'S LOAD.
001410 01  WS-REF-TABLE.
001420     05  WS-REF-ENTRY OCCURS 100 TIMES.
001430         10  WS-REF-CODE        PIC X(04).
001440         10  WS-REF-DEPT-NAME   PIC X(20).
001450         10  WS-REF-ACTIVE-FLAG PIC X(01).
001460         10  WS-REF-MANAGER-ID  PIC X(08).
001470         10  WS-REF-SUCCESSOR   PIC X(04).
001480         10  WS-REF-CHANGE-DATE PIC X(06).
001490*
001500*    IN-STORAGE COPY OF THE CHANGE FILE, LOADED AT START-UP AND
001510*    SORTED INTO EFFECTIVE-DATE/CODE ORDER; THE FILE IS
001520*    REWRITTEN FROM IT AS EACH CHANGE IS LOGGED, SO A
001530*    CANCELLED SESSION LEAVES EVERY LOGGED CHANGE ON DISK.
001540*    EACH ENTRY IS THE 64-BYTE CCCHGREC.
001550 01  WS-CHG-TABLE.
001560     05  WS-CHG-ENTRY OCCURS 500 TIMES.
001570         10  WS-CG-EFF-DATE     PIC 9(06).
001580         10  WS-CG-CODE         PIC X(04).
001590         10  WS-CG-ACTION       PIC X(01).
001600         10  WS-CG-NEW-CODE     PIC X(04).
001610         10  WS-CG-DEPT-NAME    PIC X(20).
001620         10  WS-CG-MANAGER-ID   PIC X(08).
001630         10  WS-CG-STATUS       PIC X(01).
001640         10  WS-CG-ENTER-DATE   PIC 9(06).
001650         10  WS-CG-ENTER-ID     PIC X(08).
001660         10  WS-CG-APPLY-DATE   PIC 9(06).
001670 01  WS-HOLD-ENTRY          PIC X(64).
001680*
001690*--------------------------------------------------------------*
001700* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
001710*--------------------------------------------------------------*
001720 01  HDG-LINE-1.
001730     05  FILLER             PIC X(01)      VALUE SPACE.
001740     05  FILLER             PIC X(40)      VALUE
001750             "CALCCCM COST-CENTER REFERENCE LISTING".
001760     05  FILLER             PIC X(06)      VALUE "PAGE ".
001770     05  HDG1-PAGE-NO       PIC ZZZZ9.
001780     05  FILLER             PIC X(28)      VALUE SPACE.
001790 01  HDG-LINE-DATE.
001800     05  FILLER             PIC X(01)      VALUE SPACE.
001810     05  FILLER             PIC X(06)      VALUE "AS OF".
001820     05  HDG-AS-OF-DATE     PIC 9(06).
001830     05  FILLER             PIC X(67)      VALUE SPACE.
001840 01  HDG-LINE-REF.
001850     05  FILLER             PIC X(01)      VALUE SPACE.
001860     05  FILLER             PIC X(06)      VALUE "CODE".
001870     05  FILLER             PIC X(22)      VALUE "DEPARTMENT".
001880     05  FILLER             PIC X(09)      VALUE "STATUS".
001890     05  FILLER             PIC X(10)      VALUE "MANAGER".
001900     05  FILLER             PIC X(11)      VALUE "SUCCESSOR".
001910     05  FILLER             PIC X(21)      VALUE "CHANGED".
001920 01  DET-REF-LINE.
001930     05  FILLER             PIC X(01)      VALUE SPACE.
001940     05  DET-REF-CODE       PIC X(04).
001950     05  FILLER             PIC X(02)      VALUE SPACE.
001960     05  DET-REF-NAME       PIC X(20).
001970     05  FILLER             PIC X(02)      VALUE SPACE.
001980     05  DET-REF-STATUS     PIC X(08).
001990     05  FILLER             PIC X(01)      VALUE SPACE.
002000     05  DET-REF-MANAGER    PIC X(08).
002010     05  FILLER             PIC X(02)      VALUE SPACE.
002020     05  DET-REF-SUCCESSOR  PIC X(04).
002030     05  FILLER             PIC X(07)      VALUE SPACE.
002040     05  DET-REF-CHANGED    PIC X(06).
002050     05  FILLER             PIC X(15)      VALUE SPACE.
002060 01  HDG-LINE-CHG.
002070     05  FILLER             PIC X(01)      VALUE SPACE.
002080     05  FILLER             PIC X(08)      VALUE "EFFECT".
002090     05  FILLER             PIC X(06)      VALUE "CODE".
002100     05  FILLER             PIC X(08)      VALUE "ACTION".
002110     05  FILLER             PIC X(05)      VALUE "NEW".
002120     05  FILLER             PIC X(22)      VALUE "DEPARTMENT".
002130     05  FILLER             PIC X(10)      VALUE "MANAGER".
002140     05  FILLER             PIC X(20)      VALUE "STATUS".
002150 01  DET-CHG-LINE.
002160     05  FILLER             PIC X(01)      VALUE SPACE.
002170     05  DET-CHG-EFF-DATE   PIC 9(06).
002180     05  FILLER             PIC X(02)      VALUE SPACE.
002190     05  DET-CHG-CODE       PIC X(04).
002200     05  FILLER             PIC X(02)      VALUE SPACE.
002210     05  DET-CHG-ACTION     PIC X(06).
002220     05  FILLER             PIC X(02)      VALUE SPACE.
002230     05  DET-CHG-NEW-CODE   PIC X(04).
002240     05  FILLER             PIC X(01)      VALUE SPACE.
002250     05  DET-CHG-NAME       PIC X(20).
002260     05  FILLER             PIC X(02)      VALUE SPACE.
002270     05  DET-CHG-MANAGER    PIC X(08).
002280     05  FILLER             PIC X(02)      VALUE SPACE.
002290     05  DET-CHG-STATUS     PIC X(07).
002300     05  FILLER             PIC X(01)      VALUE SPACE.
002310     05  DET-CHG-APPLIED    PIC X(06).
002320     05  FILLER             PIC X(06)      VALUE SPACE.
002330 01  SEC-LINE.
002340     05  FILLER             PIC X(01)      VALUE SPACE.
002350     05  SEC-TITLE          PIC X(40).
002360     05  FILLER             PIC X(39)      VALUE SPACE.
002370 01  TOT-LINE.
002380     05  FILLER             PIC X(01)      VALUE SPACE.
002390     05  TOT-LABEL          PIC X(24).
002400     05  TOT-VALUE          PIC ZZZ,ZZ9.
002410     05  FILLER             PIC X(48)      VALUE SPACE.
002420*
002430 PROCEDURE DIVISION.
002440*--------------------------------------------------------------*
002450* 0000-MAINLINE
002460*--------------------------------------------------------------*
002470 0000-MAINLINE.
002480     PERFORM 8000-SIGN-ON
002490         THRU 8000-SIGN-ON-EXIT.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-INITIALIZE-EXIT.
002520     PERFORM 2000-PROCESS-FUNCTION
002530         THRU 2000-PROCESS-FUNCTION-EXIT
002540         UNTIL WS-QUIT.
002550     PERFORM 3000-TERMINATE
002560         THRU 3000-TERMINATE-EXIT.
002570     STOP RUN.
002580*
002590*--------------------------------------------------------------*
002600* 1000-INITIALIZE - PICK UP TODAY'S DATE, LOAD CCREF AND THE
002610*              CHANGE FILE INTO STORAGE, SORT THE CHANGES INTO
002620*              EFFECTIVE-DATE/CODE ORDER, AND OPEN THE CHANGE
002630*              LOG FOR APPEND.
002640*--------------------------------------------------------------*
002650 1000-INITIALIZE.
002660     ACCEPT WS-TODAY FROM DATE.
002670     PERFORM 1100-LOAD-REF-TABLE
002680         THRU 1100-LOAD-REF-TABLE-EXIT.
002690     PERFORM 1200-LOAD-CHG-TABLE
002700         THRU 1200-LOAD-CHG-TABLE-EXIT.
002710     PERFORM 1300-SORT-TABLE
002720         THRU 1300-SORT-TABLE-EXIT.
002730     OPEN EXTEND CC-LOG-FILE.
002740     IF WS-LOG-STATUS EQUAL "35"
002750         OPEN OUTPUT CC-LOG-FILE
002760         CLOSE CC-LOG-FILE
002770         OPEN EXTEND CC-LOG-FILE
002780     END-IF.
002790     IF WS-LOG-STATUS NOT EQUAL "00"
002800         DISPLAY "CALCCCM CANNOT OPEN CHANGE LOG, STATUS "
002810             WS-LOG-STATUS
002820         MOVE 12 TO RETURN-CODE
002830         SET WS-QUIT TO TRUE
002840         GO TO 1000-INITIALIZE-EXIT
002850     END-IF.
002860     DISPLAY "CALCCCM LOADED " WS-REF-COUNT " COST CENTERS AND "
002870         WS-CHG-COUNT " CHANGES.".
002880 1000-INITIALIZE-EXIT.
002890     EXIT.
002900*
002910*--------------------------------------------------------------*
002920* 1100-LOAD-REF-TABLE - LOAD CCREF INTO STORAGE.  A MISSING FILE
002930*              LEAVES THE TABLE EMPTY - ONLY ADDS CAN BE KEYED
002940*              UNTIL CALCCCR HAS APPLIED THEM.
002950*--------------------------------------------------------------*
002960 1100-LOAD-REF-TABLE.
002970     MOVE ZERO TO WS-REF-COUNT.
002980     OPEN INPUT CALC-CCREF-FILE.
002990     IF WS-CCREF-STATUS NOT EQUAL "00"
003000         DISPLAY "CALCCCM NO CCREF FILE - STARTING EMPTY"
003010         GO TO 1100-LOAD-REF-TABLE-EXIT
003020     END-IF.
003030     PERFORM 1110-READ-ONE-REF
003040         THRU 1110-READ-ONE-REF-EXIT
003050         UNTIL WS-CCREF-EOF.
003060     CLOSE CALC-CCREF-FILE.
003070 1100-LOAD-REF-TABLE-EXIT.
003080     EXIT.
003090*
003100 1110-READ-ONE-REF.
003110     READ CALC-CCREF-FILE
003120         AT END
003130             SET WS-CCREF-EOF TO TRUE
003140             GO TO 1110-READ-ONE-REF-EXIT
003150     END-READ.
003160     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
003170         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
003180             CCREFREC
003190         GO TO 1110-READ-ONE-REF-EXIT
003200     END-IF.
003210     ADD 1 TO WS-REF-COUNT.
003220     MOVE CC-CODE        TO WS-REF-CODE (WS-REF-COUNT).
003230     MOVE CC-DEPT-NAME   TO WS-REF-DEPT-NAME (WS-REF-COUNT).
003240     MOVE CC-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (WS-REF-COUNT).
003250     MOVE CC-MANAGER-ID  TO WS-REF-MANAGER-ID (WS-REF-COUNT).
003260     MOVE CC-SUCCESSOR   TO WS-REF-SUCCESSOR (WS-REF-COUNT).
003270     MOVE SPACE          TO WS-REF-CHANGE-DATE (WS-REF-COUNT).
003280     IF CC-CHANGE-DATE IS NUMERIC
003290         MOVE CC-CHANGE-DATE TO WS-REF-CHANGE-DATE (WS-REF-COUNT)
003300     END-IF.
003310 1110-READ-ONE-REF-EXIT.
003320     EXIT.
003330*
003340*--------------------------------------------------------------*
003350* 1200-LOAD-CHG-TABLE - LOAD THE CHANGE FILE INTO STORAGE.  A
003360*              MISSING FILE JUST LEAVES THE TABLE EMPTY AND THE
003370*              SAVE AFTER THE FIRST LOGGED CHANGE CREATES IT.
003380*--------------------------------------------------------------*
003390 1200-LOAD-CHG-TABLE.
003400     MOVE ZERO TO WS-CHG-COUNT.
003410     OPEN INPUT CC-CHG-FILE.
003420     IF WS-CHG-STATUS NOT EQUAL "00"
003430         DISPLAY "CALCCCM NO CHANGE FILE - STARTING EMPTY"
003440         GO TO 1200-LOAD-CHG-TABLE-EXIT
003450     END-IF.
003460     PERFORM 1210-READ-ONE-CHG
003470         THRU 1210-READ-ONE-CHG-EXIT
003480         UNTIL WS-CHG-EOF.
003490     CLOSE CC-CHG-FILE.
003500 1200-LOAD-CHG-TABLE-EXIT.
003510     EXIT.
003520*
003530 1210-READ-ONE-CHG.
003540     READ CC-CHG-FILE
003550         AT END
003560             SET WS-CHG-EOF TO TRUE
003570             GO TO 1210-READ-ONE-CHG-EXIT
003580     END-READ.
003590     IF CG-EFF-DATE IS NOT NUMERIC
003600         DISPLAY "BAD CHANGE ENTRY SKIPPED: " CCCHGREC
003610         GO TO 1210-READ-ONE-CHG-EXIT
003620     END-IF.
003630     IF WS-CHG-COUNT IS NOT LESS THAN WS-CHG-MAX
003640         DISPLAY "CHANGE TABLE FULL, ENTRY SKIPPED: " CCCHGREC
003650         GO TO 1210-READ-ONE-CHG-EXIT
003660     END-IF.
003670     ADD 1 TO WS-CHG-COUNT.
003680     MOVE CCCHGREC TO WS-CHG-ENTRY (WS-CHG-COUNT).
003690 1210-READ-ONE-CHG-EXIT.
003700     EXIT.
003710*
003720*--------------------------------------------------------------*
003730* 1300-SORT-TABLE - EXCHANGE-SORT THE CHANGE TABLE INTO
003740*              EFFECTIVE-DATE / CODE ORDER SO THE LISTS AND THE
003750*              SAVED FILE READ IN KEY ORDER.
003760*--------------------------------------------------------------*
003770 1300-SORT-TABLE.
003780     IF WS-CHG-COUNT IS LESS THAN 2
003790         GO TO 1300-SORT-TABLE-EXIT
003800     END-IF.
003810     SET WS-SWAPPED TO TRUE.
003820     PERFORM 1310-SORT-PASS
003830         THRU 1310-SORT-PASS-EXIT
003840         UNTIL NOT WS-SWAPPED.
003850 1300-SORT-TABLE-EXIT.
003860     EXIT.
003870*
003880 1310-SORT-PASS.
003890     MOVE 'N' TO WS-SWAP-SWITCH.
003900     COMPUTE WS-SORT-LIMIT = WS-CHG-COUNT - 1.
003910     PERFORM 1320-COMPARE-PAIR
003920         THRU 1320-COMPARE-PAIR-EXIT
003930         VARYING WS-CHG-SUB FROM 1 BY 1
003940         UNTIL WS-CHG-SUB IS GREATER THAN WS-SORT-LIMIT.
003950 1310-SORT-PASS-EXIT.
003960     EXIT.
003970*
003980 1320-COMPARE-PAIR.
003990     COMPUTE WS-CHG-SUB2 = WS-CHG-SUB + 1.
004000     IF WS-CG-EFF-DATE (WS-CHG-SUB)
004010             IS GREATER THAN WS-CG-EFF-DATE (WS-CHG-SUB2)
004020         OR (WS-CG-EFF-DATE (WS-CHG-SUB)
004030                 EQUAL WS-CG-EFF-DATE (WS-CHG-SUB2)
004040             AND WS-CG-CODE (WS-CHG-SUB)
004050                 IS GREATER THAN WS-CG-CODE (WS-CHG-SUB2))
004060         MOVE WS-CHG-ENTRY (WS-CHG-SUB)  TO WS-HOLD-ENTRY
004070         MOVE WS-CHG-ENTRY (WS-CHG-SUB2)
004080                                   TO WS-CHG-ENTRY (WS-CHG-SUB)
004090         MOVE WS-HOLD-ENTRY      TO WS-CHG-ENTRY (WS-CHG-SUB2)
004100         SET WS-SWAPPED TO TRUE
004110     END-IF.
004120 1320-COMPARE-PAIR-EXIT.
004130     EXIT.
004140*
004150*--------------------------------------------------------------*
004160* 2000-PROCESS-FUNCTION - PROMPT FOR ONE FUNCTION AND DO IT.
004170*--------------------------------------------------------------*
004180 2000-PROCESS-FUNCTION.
004190     DISPLAY "ENTER FUNCTION (I=INQUIRE B=BROWSE P=CHANGES "
004200         "A=ADD C=CHANGE D=DELETE L=LISTING Q=QUIT): ".
004210     ACCEPT WS-FUNCTION.
004220     IF WS-FUNCTION = 'Q' OR WS-FUNCTION = 'q'
004230         SET WS-QUIT TO TRUE
004240     ELSE IF WS-FUNCTION = 'I' OR WS-FUNCTION = 'i'
004250         PERFORM 2100-INQUIRE
004260             THRU 2100-INQUIRE-EXIT
004270     ELSE IF WS-FUNCTION = 'B' OR WS-FUNCTION = 'b'
004280         PERFORM 2200-BROWSE
004290             THRU 2200-BROWSE-EXIT
004300     ELSE IF WS-FUNCTION = 'P' OR WS-FUNCTION = 'p'
004310         PERFORM 2250-LIST-CHANGES
004320             THRU 2250-LIST-CHANGES-EXIT
004330     ELSE IF WS-FUNCTION = 'A' OR WS-FUNCTION = 'a'
004340         MOVE 'A' TO WS-FUNCTION
004350         PERFORM 2300-ADD
004360             THRU 2300-ADD-EXIT
004370     ELSE IF WS-FUNCTION = 'C' OR WS-FUNCTION = 'c'
004380         MOVE 'C' TO WS-FUNCTION
004390         PERFORM 2400-CHANGE
004400             THRU 2400-CHANGE-EXIT
004410     ELSE IF WS-FUNCTION = 'D' OR WS-FUNCTION = 'd'
004420         MOVE 'D' TO WS-FUNCTION
004430         PERFORM 2500-DELETE
004440             THRU 2500-DELETE-EXIT
004450     ELSE IF WS-FUNCTION = 'L' OR WS-FUNCTION = 'l'
004460         PERFORM 2600-PRINT-LISTING
004470             THRU 2600-PRINT-LISTING-EXIT
004480     ELSE
004490         DISPLAY "INVALID FUNCTION."
004500     END-IF.
004510 2000-PROCESS-FUNCTION-EXIT.
004520     EXIT.
004530*
004540*--------------------------------------------------------------*
004550* 2100-INQUIRE - SHOW ONE CODE AS CCREF HOLDS IT TODAY AND EVERY
004560*              CHANGE THAT NAMES IT, AS THE CODE CHANGED OR AS
004570*              THE NEW CODE OF A RENAME OR MERGE.
004580*--------------------------------------------------------------*
004590 2100-INQUIRE.
004600     DISPLAY "ENTER COST CENTER: ".
004610     ACCEPT WS-KEY-CODE.
004620     MOVE WS-KEY-CODE TO WS-CHECK-CODE.
004630     PERFORM 7600-FIND-REF
004640         THRU 7600-FIND-REF-EXIT.
004650     IF WS-REF-FOUND
004660         MOVE WS-REF-FOUND-SUB TO WS-REF-SUB
004670         PERFORM 7700-SHOW-REF
004680             THRU 7700-SHOW-REF-EXIT
004690     ELSE
004700         DISPLAY "COST CENTER " WS-KEY-CODE " IS NOT ON CCREF."
004710     END-IF.
004720     MOVE ZERO TO WS-SHOW-COUNT.
004730     PERFORM 2110-SHOW-CODE-CHANGE
004740         THRU 2110-SHOW-CODE-CHANGE-EXIT
004750         VARYING WS-CHG-SUB FROM 1 BY 1
004760         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT.
004770     IF WS-SHOW-COUNT EQUAL ZERO
004780         DISPLAY "NO CHANGES FOR COST CENTER " WS-KEY-CODE
004790     END-IF.
004800 2100-INQUIRE-EXIT.
004810     EXIT.
004820*
004830 2110-SHOW-CODE-CHANGE.
004840     IF WS-CG-CODE (WS-CHG-SUB) EQUAL WS-KEY-CODE
004850         OR WS-CG-NEW-CODE (WS-CHG-SUB) EQUAL WS-KEY-CODE
004860         PERFORM 7200-SHOW-CHANGE
004870             THRU 7200-SHOW-CHANGE-EXIT
004880         ADD 1 TO WS-SHOW-COUNT
004890     END-IF.
004900 2110-SHOW-CODE-CHANGE-EXIT.
004910     EXIT.
004920*
004930*--------------------------------------------------------------*
004940* 2200-BROWSE - LIST EVERY CCREF ROW IN FILE ORDER.
004950*--------------------------------------------------------------*
004960 2200-BROWSE.
004970     IF WS-REF-COUNT EQUAL ZERO
004980         DISPLAY "CCREF IS EMPTY."
004990         GO TO 2200-BROWSE-EXIT
005000     END-IF.
005010     PERFORM 7700-SHOW-REF
005020         THRU 7700-SHOW-REF-EXIT
005030         VARYING WS-REF-SUB FROM 1 BY 1
005040         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT.
005050     DISPLAY "BROWSED " WS-REF-COUNT " COST CENTERS.".
005060 2200-BROWSE-EXIT.
005070     EXIT.
005080*
005090*--------------------------------------------------------------*
005100* 2250-LIST-CHANGES - LIST EVERY CHANGE IN EFFECTIVE-DATE/CODE
005110*              ORDER, PENDING AND APPLIED.
005120*--------------------------------------------------------------*
005130 2250-LIST-CHANGES.
005140     IF WS-CHG-COUNT EQUAL ZERO
005150         DISPLAY "NO CHANGES ON FILE."
005160         GO TO 2250-LIST-CHANGES-EXIT
005170     END-IF.
005180     PERFORM 7200-SHOW-CHANGE
005190         THRU 7200-SHOW-CHANGE-EXIT
005200         VARYING WS-CHG-SUB FROM 1 BY 1
005210         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT.
005220     DISPLAY "LISTED " WS-CHG-COUNT " CHANGES.".
005230 2250-LIST-CHANGES-EXIT.
005240     EXIT.
005250*
005260*--------------------------------------------------------------*
005270* 2300-ADD - KEY A NEW EFFECTIVE-DATED CHANGE.  THE ACTION DECIDES
005280*              WHAT ELSE IS ASKED FOR AND CHECKED:
005290*              A - THE CODE MUST BE NEW TO CCREF AND NOT ALREADY
005300*                  COMING IN BY A PENDING ADD OR RENAME; NAME
005310*                  REQUIRED, MANAGER OPTIONAL.
005320*              U - THE CODE MUST BE ACTIVE (OR COMING IN BY THEN);
005330*                  A NEW NAME AND/OR MANAGER, BLANK = UNCHANGED.
005340*              R - THE CODE MUST BE ACTIVE.
005350*              N - THE CODE MUST BE ACTIVE AND THE NEW CODE NEW TO
005360*                  CCREF; NAME/MANAGER BLANK = CARRY THE OLD ONES.
005370*              M - THE CODE AND THE NEW CODE MUST BOTH BE ACTIVE
005380*                  (OR THE NEW CODE COMING IN BY THEN).
005390*              A CODE MAY HAVE ONLY ONE PENDING RETIRE, RENAME OR
005400*              MERGE.  CALCCCR CHECKS EVERY CHANGE AGAIN WHEN IT
005410*              APPLIES IT.
005420*--------------------------------------------------------------*
005430 2300-ADD.
005440     IF WS-CHG-COUNT IS NOT LESS THAN WS-CHG-MAX
005450         DISPLAY "CHANGE TABLE FULL - CHANGE NOT ADDED."
005460         GO TO 2300-ADD-EXIT
005470     END-IF.
005480     DISPLAY "ENTER ACTION (A=ADD U=UPDATE R=RETIRE N=RENAME "
005490         "M=MERGE): ".
005500     ACCEPT WS-NEW-ACTION.
005510     IF WS-NEW-ACTION NOT EQUAL 'A'
005520         AND WS-NEW-ACTION NOT EQUAL 'U'
005530         AND WS-NEW-ACTION NOT EQUAL 'R'
005540         AND WS-NEW-ACTION NOT EQUAL 'N'
005550         AND WS-NEW-ACTION NOT EQUAL 'M'
005560         DISPLAY "NOT A VALID ACTION - CHANGE NOT ADDED."
005570         GO TO 2300-ADD-EXIT
005580     END-IF.
005590     PERFORM 7000-GET-CODE-DATE
005600         THRU 7000-GET-CODE-DATE-EXIT.
005610     IF NOT WS-ENTRY-OK
005620         DISPLAY "CHANGE NOT ADDED."
005630         GO TO 2300-ADD-EXIT
005640     END-IF.
005650     PERFORM 7100-FIND-ENTRY
005660         THRU 7100-FIND-ENTRY-EXIT.
005670     IF WS-ENTRY-FOUND
005680         DISPLAY "A CHANGE ALREADY EXISTS FOR THAT CODE AND "
005690             "EFFECTIVE DATE - USE CHANGE."
005700         GO TO 2300-ADD-EXIT
005710     END-IF.
005720     MOVE WS-KEY-CODE TO WS-CHECK-CODE.
005730     PERFORM 7600-FIND-REF
005740         THRU 7600-FIND-REF-EXIT.
005750     PERFORM 7150-FIND-TARGET
005760         THRU 7150-FIND-TARGET-EXIT.
005770     MOVE SPACE TO WS-NEW-CODE
005780                   WS-NEW-NAME
005790                   WS-NEW-MANAGER.
005800     IF WS-NEW-ACTION EQUAL 'A'
005810         IF WS-REF-FOUND OR WS-TARGET-PENDING
005820             DISPLAY "COST CENTER " WS-KEY-CODE " IS ALREADY ON "
005830                 "CCREF OR COMING IN - CHANGE NOT ADDED."
005840             GO TO 2300-ADD-EXIT
005850         END-IF
005860     ELSE IF WS-NEW-ACTION EQUAL 'U'
005870         IF NOT WS-TARGET-PENDING
005880             AND (NOT WS-REF-FOUND
005890                 OR WS-REF-ACTIVE-FLAG (WS-REF-FOUND-SUB)
005900                     NOT EQUAL 'A')
005910             DISPLAY "COST CENTER " WS-KEY-CODE " IS NOT ACTIVE "
005920                 "ON CCREF - CHANGE NOT ADDED."
005930             GO TO 2300-ADD-EXIT
005940         END-IF
005950     ELSE
005960         IF NOT WS-REF-FOUND
005970             OR WS-REF-ACTIVE-FLAG (WS-REF-FOUND-SUB)
005980                 NOT EQUAL 'A'
005990             DISPLAY "COST CENTER " WS-KEY-CODE " IS NOT ACTIVE "
006000                 "ON CCREF - CHANGE NOT ADDED."
006010             GO TO 2300-ADD-EXIT
006020         END-IF
006030         PERFORM 7170-FIND-OPEN-CHANGE
006040             THRU 7170-FIND-OPEN-CHANGE-EXIT
006050         IF WS-OPEN-CHANGE
006060             DISPLAY "COST CENTER " WS-KEY-CODE " ALREADY HAS A "
006070                 "PENDING RETIRE, RENAME OR MERGE - CHANGE NOT "
006080                 "ADDED."
006090             GO TO 2300-ADD-EXIT
006100         END-IF
006110     END-IF.
006120     IF WS-NEW-ACTION EQUAL 'N' OR WS-NEW-ACTION EQUAL 'M'
006130         DISPLAY "ENTER NEW COST CENTER: "
006140         ACCEPT WS-NEW-CODE
006150         PERFORM 7300-CHECK-NEW-CODE
006160             THRU 7300-CHECK-NEW-CODE-EXIT
006170         IF NOT WS-ENTRY-OK
006180             DISPLAY "CHANGE NOT ADDED."
006190             GO TO 2300-ADD-EXIT
006200         END-IF
006210     END-IF.
006220     IF WS-NEW-ACTION EQUAL 'A' OR WS-NEW-ACTION EQUAL 'U'
006230         OR WS-NEW-ACTION EQUAL 'N'
006240         DISPLAY "ENTER DEPARTMENT NAME: "
006250         ACCEPT WS-NEW-NAME
006260         DISPLAY "ENTER MANAGER ID: "
006270         ACCEPT WS-NEW-MANAGER
006280     END-IF.
006290     IF WS-NEW-ACTION EQUAL 'A' AND WS-NEW-NAME EQUAL SPACE
006300         DISPLAY "A NEW CODE NEEDS A DEPARTMENT NAME - CHANGE "
006310             "NOT ADDED."
006320         GO TO 2300-ADD-EXIT
006330     END-IF.
006340     IF WS-NEW-ACTION EQUAL 'U' AND WS-NEW-NAME EQUAL SPACE
006350         AND WS-NEW-MANAGER EQUAL SPACE
006360         DISPLAY "NOTHING TO UPDATE - CHANGE NOT ADDED."
006370         GO TO 2300-ADD-EXIT
006380     END-IF.
006390     ADD 1 TO WS-CHG-COUNT.
006400     MOVE WS-KEY-EFF-DATE-NUM TO WS-CG-EFF-DATE (WS-CHG-COUNT).
006410     MOVE WS-KEY-CODE     TO WS-CG-CODE (WS-CHG-COUNT).
006420     MOVE WS-NEW-ACTION   TO WS-CG-ACTION (WS-CHG-COUNT).
006430     MOVE WS-NEW-CODE     TO WS-CG-NEW-CODE (WS-CHG-COUNT).
006440     MOVE WS-NEW-NAME     TO WS-CG-DEPT-NAME (WS-CHG-COUNT).
006450     MOVE WS-NEW-MANAGER  TO WS-CG-MANAGER-ID (WS-CHG-COUNT).
006460     MOVE 'P'             TO WS-CG-STATUS (WS-CHG-COUNT).
006470     MOVE WS-TODAY        TO WS-CG-ENTER-DATE (WS-CHG-COUNT).
006480     MOVE WS-OPERATOR-ID  TO WS-CG-ENTER-ID (WS-CHG-COUNT).
006490     MOVE ZERO            TO WS-CG-APPLY-DATE (WS-CHG-COUNT).
006500     MOVE SPACE TO WS-BEFORE-IMAGE.
006510     MOVE WS-CHG-ENTRY (WS-CHG-COUNT) TO WS-AFTER-IMAGE.
006520     PERFORM 7800-WRITE-LOG
006530         THRU 7800-WRITE-LOG-EXIT.
006540     IF WS-QUIT
006550         GO TO 2300-ADD-EXIT
006560     END-IF.
006570     PERFORM 1300-SORT-TABLE
006580         THRU 1300-SORT-TABLE-EXIT.
006590     PERFORM 9000-SAVE-TABLE
006600         THRU 9000-SAVE-TABLE-EXIT.
006610     IF WS-QUIT
006620         GO TO 2300-ADD-EXIT
006630     END-IF.
006640     DISPLAY "CHANGE ADDED - CALCCCR APPLIES IT ON "
006650         WS-KEY-EFF-DATE ".".
006660 2300-ADD-EXIT.
006670     EXIT.
006680*
006690*--------------------------------------------------------------*
006700* 2400-CHANGE - ALTER A PENDING CHANGE.  THE ACTION, CODE AND
006710*              EFFECTIVE DATE ARE ITS KEY AND CANNOT BE ALTERED -
006720*              WITHDRAW IT AND KEY A NEW ONE.  THE NAME AND
006730*              MANAGER (ADD, UPDATE, RENAME) AND THE NEW CODE
006740*              (RENAME, MERGE) CAN BE RE-KEYED; BLANK KEEPS THE
006750*              VALUE ALREADY ON THE CHANGE.
006760*--------------------------------------------------------------*
006770 2400-CHANGE.
006780     PERFORM 7000-GET-CODE-DATE
006790         THRU 7000-GET-CODE-DATE-EXIT.
006800     IF NOT WS-ENTRY-OK
006810         DISPLAY "CHANGE NOT ALTERED."
006820         GO TO 2400-CHANGE-EXIT
006830     END-IF.
006840     PERFORM 7100-FIND-ENTRY
006850         THRU 7100-FIND-ENTRY-EXIT.
006860     IF NOT WS-ENTRY-FOUND
006870         DISPLAY "NO CHANGE FOR THAT CODE AND EFFECTIVE DATE."
006880         GO TO 2400-CHANGE-EXIT
006890     END-IF.
006900     MOVE WS-FOUND-SUB TO WS-CHG-SUB.
006910     PERFORM 7200-SHOW-CHANGE
006920         THRU 7200-SHOW-CHANGE-EXIT.
006930     IF WS-CG-STATUS (WS-FOUND-SUB) NOT EQUAL 'P'
006940         DISPLAY "CHANGE IS ALREADY APPLIED - NOT ALTERED.  "
006950             "KEY A NEW CHANGE INSTEAD."
006960         GO TO 2400-CHANGE-EXIT
006970     END-IF.
006980     MOVE WS-CG-ACTION (WS-FOUND-SUB) TO WS-NEW-ACTION.
006990     MOVE WS-CG-NEW-CODE (WS-FOUND-SUB)   TO WS-NEW-CODE.
007000     MOVE WS-CG-DEPT-NAME (WS-FOUND-SUB)  TO WS-NEW-NAME.
007010     MOVE WS-CG-MANAGER-ID (WS-FOUND-SUB) TO WS-NEW-MANAGER.
007020     IF WS-NEW-ACTION EQUAL 'N' OR WS-NEW-ACTION EQUAL 'M'
007030         DISPLAY "ENTER NEW COST CENTER (BLANK = UNCHANGED): "
007040         ACCEPT WS-CHECK-CODE
007050         IF WS-CHECK-CODE NOT EQUAL SPACE
007060             MOVE WS-CHECK-CODE TO WS-NEW-CODE
007070             PERFORM 7300-CHECK-NEW-CODE
007080                 THRU 7300-CHECK-NEW-CODE-EXIT
007090             IF NOT WS-ENTRY-OK
007100                 DISPLAY "CHANGE NOT ALTERED."
007110                 GO TO 2400-CHANGE-EXIT
007120             END-IF
007130         END-IF
007140     END-IF.
007150     IF WS-NEW-ACTION EQUAL 'A' OR WS-NEW-ACTION EQUAL 'U'
007160         OR WS-NEW-ACTION EQUAL 'N'
007170         DISPLAY "ENTER DEPARTMENT NAME (BLANK = UNCHANGED): "
007180         MOVE SPACE TO WS-NEW-NAME
007190         ACCEPT WS-NEW-NAME
007200         IF WS-NEW-NAME EQUAL SPACE
007210             MOVE WS-CG-DEPT-NAME (WS-FOUND-SUB) TO WS-NEW-NAME
007220         END-IF
007230         DISPLAY "ENTER MANAGER ID (BLANK = UNCHANGED): "
007240         ACCEPT WS-NEW-MANAGER
007250         IF WS-NEW-MANAGER EQUAL SPACE
007260             MOVE WS-CG-MANAGER-ID (WS-FOUND-SUB)
007270                 TO WS-NEW-MANAGER
007280         END-IF
007290     END-IF.
007300     MOVE WS-CHG-ENTRY (WS-FOUND-SUB) TO WS-BEFORE-IMAGE.
007310     MOVE WS-NEW-CODE    TO WS-CG-NEW-CODE (WS-FOUND-SUB).
007320     MOVE WS-NEW-NAME    TO WS-CG-DEPT-NAME (WS-FOUND-SUB).
007330     MOVE WS-NEW-MANAGER TO WS-CG-MANAGER-ID (WS-FOUND-SUB).
007340     MOVE WS-TODAY       TO WS-CG-ENTER-DATE (WS-FOUND-SUB).
007350     MOVE WS-OPERATOR-ID TO WS-CG-ENTER-ID (WS-FOUND-SUB).
007360     MOVE WS-CHG-ENTRY (WS-FOUND-SUB) TO WS-AFTER-IMAGE.
007370     IF WS-AFTER-IMAGE EQUAL WS-BEFORE-IMAGE
007380         DISPLAY "NOTHING ALTERED."
007390         GO TO 2400-CHANGE-EXIT
007400     END-IF.
007410     PERFORM 7800-WRITE-LOG
007420         THRU 7800-WRITE-LOG-EXIT.
007430     IF WS-QUIT
007440         GO TO 2400-CHANGE-EXIT
007450     END-IF.
007460     PERFORM 9000-SAVE-TABLE
007470         THRU 9000-SAVE-TABLE-EXIT.
007480     IF WS-QUIT
007490         GO TO 2400-CHANGE-EXIT
007500     END-IF.
007510     DISPLAY "CHANGE ALTERED.".
007520 2400-CHANGE-EXIT.
007530     EXIT.
007540*
007550*--------------------------------------------------------------*
007560* 2500-DELETE - WITHDRAW A PENDING CHANGE, AFTER CONFIRMATION.
007570*              AN APPLIED CHANGE IS HISTORY AND IS REFUSED.
007580*--------------------------------------------------------------*
007590 2500-DELETE.
007600     PERFORM 7000-GET-CODE-DATE
007610         THRU 7000-GET-CODE-DATE-EXIT.
007620     IF NOT WS-ENTRY-OK
007630         DISPLAY "CHANGE NOT WITHDRAWN."
007640         GO TO 2500-DELETE-EXIT
007650     END-IF.
007660     PERFORM 7100-FIND-ENTRY
007670         THRU 7100-FIND-ENTRY-EXIT.
007680     IF NOT WS-ENTRY-FOUND
007690         DISPLAY "NO CHANGE FOR THAT CODE AND EFFECTIVE DATE."
007700         GO TO 2500-DELETE-EXIT
007710     END-IF.
007720     MOVE WS-FOUND-SUB TO WS-CHG-SUB.
007730     PERFORM 7200-SHOW-CHANGE
007740         THRU 7200-SHOW-CHANGE-EXIT.
007750     IF WS-CG-STATUS (WS-FOUND-SUB) NOT EQUAL 'P'
007760         DISPLAY "CHANGE IS ALREADY APPLIED - NOT WITHDRAWN.  "
007770             "KEY A NEW CHANGE INSTEAD."
007780         GO TO 2500-DELETE-EXIT
007790     END-IF.
007800     DISPLAY "WITHDRAW THIS CHANGE (Y/N)? ".
007810     ACCEPT WS-CONFIRM.
007820     IF WS-CONFIRM NOT EQUAL 'Y' AND WS-CONFIRM NOT EQUAL 'y'
007830         DISPLAY "CHANGE NOT WITHDRAWN."
007840         GO TO 2500-DELETE-EXIT
007850     END-IF.
007860     MOVE WS-CHG-ENTRY (WS-FOUND-SUB) TO WS-BEFORE-IMAGE.
007870     MOVE SPACE TO WS-AFTER-IMAGE.
007880     PERFORM 2510-SHIFT-ONE
007890         THRU 2510-SHIFT-ONE-EXIT
007900         VARYING WS-CHG-SUB FROM WS-FOUND-SUB BY 1
007910         UNTIL WS-CHG-SUB IS NOT LESS THAN WS-CHG-COUNT.
007920     SUBTRACT 1 FROM WS-CHG-COUNT.
007930     PERFORM 7800-WRITE-LOG
007940         THRU 7800-WRITE-LOG-EXIT.
007950     IF WS-QUIT
007960         GO TO 2500-DELETE-EXIT
007970     END-IF.
007980     PERFORM 9000-SAVE-TABLE
007990         THRU 9000-SAVE-TABLE-EXIT.
008000     IF WS-QUIT
008010         GO TO 2500-DELETE-EXIT
008020     END-IF.
008030     DISPLAY "CHANGE WITHDRAWN.".
008040 2500-DELETE-EXIT.
008050     EXIT.
008060*
008070 2510-SHIFT-ONE.
008080     COMPUTE WS-CHG-SUB2 = WS-CHG-SUB + 1.
008090     MOVE WS-CHG-ENTRY (WS-CHG-SUB2)
008100         TO WS-CHG-ENTRY (WS-CHG-SUB).
008110 2510-SHIFT-ONE-EXIT.
008120     EXIT.
008130*
008140*--------------------------------------------------------------*
008150* 2600-PRINT-LISTING - PRINT CCREF AS IT STANDS AND THE CHANGE
008160*              FILE IN EFFECTIVE-DATE/CODE ORDER TO CCLST.
008170*--------------------------------------------------------------*
008180 2600-PRINT-LISTING.
008190     OPEN OUTPUT CC-LIST-FILE.
008200     MOVE ZERO TO WS-PAGE-NO.
008210     MOVE ZERO TO WS-LINE-COUNT.
008220     MOVE ZERO TO WS-PENDING-COUNT.
008230     PERFORM 7400-WRITE-HEADERS
008240         THRU 7400-WRITE-HEADERS-EXIT.
008250     MOVE "COST CENTERS ON CCREF" TO SEC-TITLE.
008260     MOVE SEC-LINE     TO WS-PRINT-LINE.
008270     PERFORM 7500-PRINT-LINE
008280         THRU 7500-PRINT-LINE-EXIT.
008290     MOVE HDG-LINE-REF TO WS-PRINT-LINE.
008300     PERFORM 7500-PRINT-LINE
008310         THRU 7500-PRINT-LINE-EXIT.
008320     PERFORM 2610-LIST-ONE-REF
008330         THRU 2610-LIST-ONE-REF-EXIT
008340         VARYING WS-REF-SUB FROM 1 BY 1
008350         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT.
008360     MOVE SPACE TO WS-PRINT-LINE.
008370     PERFORM 7500-PRINT-LINE
008380         THRU 7500-PRINT-LINE-EXIT.
008390     MOVE "EFFECTIVE-DATED CHANGES" TO SEC-TITLE.
008400     MOVE SEC-LINE     TO WS-PRINT-LINE.
008410     PERFORM 7500-PRINT-LINE
008420         THRU 7500-PRINT-LINE-EXIT.
008430     MOVE HDG-LINE-CHG TO WS-PRINT-LINE.
008440     PERFORM 7500-PRINT-LINE
008450         THRU 7500-PRINT-LINE-EXIT.
008460     PERFORM 2620-LIST-ONE-CHG
008470         THRU 2620-LIST-ONE-CHG-EXIT
008480         VARYING WS-CHG-SUB FROM 1 BY 1
008490         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT.
008500     MOVE SPACE TO WS-PRINT-LINE.
008510     PERFORM 7500-PRINT-LINE
008520         THRU 7500-PRINT-LINE-EXIT.
008530     MOVE "COST CENTERS LISTED"  TO TOT-LABEL.
008540     MOVE WS-REF-COUNT           TO TOT-VALUE.
008550     MOVE TOT-LINE               TO WS-PRINT-LINE.
008560     PERFORM 7500-PRINT-LINE
008570         THRU 7500-PRINT-LINE-EXIT.
008580     MOVE "CHANGES LISTED"       TO TOT-LABEL.
008590     MOVE WS-CHG-COUNT           TO TOT-VALUE.
008600     MOVE TOT-LINE               TO WS-PRINT-LINE.
008610     PERFORM 7500-PRINT-LINE
008620         THRU 7500-PRINT-LINE-EXIT.
008630     MOVE "CHANGES PENDING"      TO TOT-LABEL.
008640     MOVE WS-PENDING-COUNT       TO TOT-VALUE.
008650     MOVE TOT-LINE               TO WS-PRINT-LINE.
008660     PERFORM 7500-PRINT-LINE
008670         THRU 7500-PRINT-LINE-EXIT.
008680     CLOSE CC-LIST-FILE.
008690     DISPLAY "CALCCCM LISTED " WS-REF-COUNT " COST CENTERS AND "
008700         WS-CHG-COUNT " CHANGES.".
008710 2600-PRINT-LISTING-EXIT.
008720     EXIT.
008730*
008740 2610-LIST-ONE-REF.
008750     MOVE WS-REF-CODE (WS-REF-SUB)        TO DET-REF-CODE.
008760     MOVE WS-REF-DEPT-NAME (WS-REF-SUB)   TO DET-REF-NAME.
008770     IF WS-REF-ACTIVE-FLAG (WS-REF-SUB) EQUAL 'A'
008780         MOVE "ACTIVE"   TO DET-REF-STATUS
008790     ELSE
008800         MOVE "INACTIVE" TO DET-REF-STATUS
008810     END-IF.
008820     MOVE WS-REF-MANAGER-ID (WS-REF-SUB)  TO DET-REF-MANAGER.
008830     MOVE WS-REF-SUCCESSOR (WS-REF-SUB)   TO DET-REF-SUCCESSOR.
008840     MOVE WS-REF-CHANGE-DATE (WS-REF-SUB) TO DET-REF-CHANGED.
008850     MOVE DET-REF-LINE TO WS-PRINT-LINE.
008860     PERFORM 7500-PRINT-LINE
008870         THRU 7500-PRINT-LINE-EXIT.
008880 2610-LIST-ONE-REF-EXIT.
008890     EXIT.
008900*
008910 2620-LIST-ONE-CHG.
008920     PERFORM 7250-SET-NAMES
008930         THRU 7250-SET-NAMES-EXIT.
008940     MOVE WS-CG-EFF-DATE (WS-CHG-SUB)   TO DET-CHG-EFF-DATE.
008950     MOVE WS-CG-CODE (WS-CHG-SUB)       TO DET-CHG-CODE.
008960     MOVE WS-ACTION-NAME                TO DET-CHG-ACTION.
008970     MOVE WS-CG-NEW-CODE (WS-CHG-SUB)   TO DET-CHG-NEW-CODE.
008980     MOVE WS-CG-DEPT-NAME (WS-CHG-SUB)  TO DET-CHG-NAME.
008990     MOVE WS-CG-MANAGER-ID (WS-CHG-SUB) TO DET-CHG-MANAGER.
009000     MOVE WS-STATUS-NAME                TO DET-CHG-STATUS.
009010     MOVE SPACE                         TO DET-CHG-APPLIED.
009020     IF WS-CG-STATUS (WS-CHG-SUB) EQUAL 'P'
009030         ADD 1 TO WS-PENDING-COUNT
009040     ELSE
009050         MOVE WS-CG-APPLY-DATE (WS-CHG-SUB) TO DET-CHG-APPLIED
009060     END-IF.
009070     MOVE DET-CHG-LINE TO WS-PRINT-LINE.
009080     PERFORM 7500-PRINT-LINE
009090         THRU 7500-PRINT-LINE-EXIT.
009100 2620-LIST-ONE-CHG-EXIT.
009110     EXIT.
009120*
009130*--------------------------------------------------------------*
009140* 3000-TERMINATE - CLOSE THE CHANGE LOG.  THE CHANGE FILE WAS
009150*              ALREADY REWRITTEN AS EACH CHANGE WAS LOGGED.
009160*--------------------------------------------------------------*
009170 3000-TERMINATE.
009180     IF WS-LOG-STATUS EQUAL "00"
009190         CLOSE CC-LOG-FILE
009200     END-IF.
009210 3000-TERMINATE-EXIT.
009220     EXIT.
009230*
009240*--------------------------------------------------------------*
009250* 7000-GET-CODE-DATE - PROMPT FOR THE COST CENTER AND EFFECTIVE
009260*              DATE THAT KEY ONE CHANGE.  THE DATE MUST BE A
009270*              REAL YYMMDD DATE; ON AN ADD IT MAY NOT BE BEFORE
009280*              TODAY.
009290*--------------------------------------------------------------*
009300 7000-GET-CODE-DATE.
009310     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
009320     DISPLAY "ENTER COST CENTER: ".
009330     ACCEPT WS-KEY-CODE.
009340     IF WS-KEY-CODE EQUAL SPACE
009350         DISPLAY "NO COST CENTER KEYED."
009360         GO TO 7000-GET-CODE-DATE-EXIT
009370     END-IF.
009380     DISPLAY "ENTER EFFECTIVE DATE (YYMMDD): ".
009390     ACCEPT WS-KEY-EFF-DATE.
009400     IF WS-KEY-EFF-DATE-NUM IS NOT NUMERIC
009410         DISPLAY "NOT A VALID DATE."
009420         GO TO 7000-GET-CODE-DATE-EXIT
009430     END-IF.
009440     MOVE WS-KEY-EFF-DATE-NUM TO WS-CHECK-DATE.
009450     IF WS-CD-MM IS LESS THAN 1 OR WS-CD-MM IS GREATER THAN 12
009460         OR WS-CD-DD IS LESS THAN 1
009470         OR WS-CD-DD IS GREATER THAN 31
009480         DISPLAY "NOT A VALID DATE."
009490         GO TO 7000-GET-CODE-DATE-EXIT
009500     END-IF.
009510     IF WS-FUNCTION EQUAL 'A'
009520         AND WS-KEY-EFF-DATE-NUM IS LESS THAN WS-TODAY
009530         DISPLAY "A CHANGE CANNOT BE DATED BEFORE TODAY."
009540         GO TO 7000-GET-CODE-DATE-EXIT
009550     END-IF.
009560     SET WS-ENTRY-OK TO TRUE.
009570 7000-GET-CODE-DATE-EXIT.
009580     EXIT.
009590*
009600*--------------------------------------------------------------*
009610* 7100-FIND-ENTRY - LOCATE THE CHANGE FOR THE KEYED CODE AND
009620*              EFFECTIVE DATE.
009630*--------------------------------------------------------------*
009640 7100-FIND-ENTRY.
009650     MOVE 'N'  TO WS-FOUND-SWITCH.
009660     MOVE ZERO TO WS-FOUND-SUB.
009670     PERFORM 7110-TEST-ONE-ENTRY
009680         THRU 7110-TEST-ONE-ENTRY-EXIT
009690         VARYING WS-CHG-SUB FROM 1 BY 1
009700         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT
009710            OR WS-ENTRY-FOUND.
009720 7100-FIND-ENTRY-EXIT.
009730     EXIT.
009740*
009750 7110-TEST-ONE-ENTRY.
009760     IF WS-CG-CODE (WS-CHG-SUB) EQUAL WS-KEY-CODE
009770         AND WS-CG-EFF-DATE (WS-CHG-SUB)
009780             EQUAL WS-KEY-EFF-DATE-NUM
009790         MOVE WS-CHG-SUB TO WS-FOUND-SUB
009800         SET WS-ENTRY-FOUND TO TRUE
009810     END-IF.
009820 7110-TEST-ONE-ENTRY-EXIT.
009830     EXIT.
009840*
009850*--------------------------------------------------------------*
009860* 7150-FIND-TARGET - IS WS-CHECK-CODE COMING ONTO CCREF BY A
009870*              PENDING ADD OR RENAME EFFECTIVE ON OR BEFORE THE
009880*              KEYED EFFECTIVE DATE?
009890*--------------------------------------------------------------*
009900 7150-FIND-TARGET.
009910     MOVE 'N' TO WS-TARGET-SWITCH.
009920     PERFORM 7160-TEST-ONE-TARGET
009930         THRU 7160-TEST-ONE-TARGET-EXIT
009940         VARYING WS-CHG-SUB FROM 1 BY 1
009950         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT
009960            OR WS-TARGET-PENDING.
009970 7150-FIND-TARGET-EXIT.
009980     EXIT.
009990*
010000 7160-TEST-ONE-TARGET.
010010     IF WS-CG-STATUS (WS-CHG-SUB) EQUAL 'P'
010020         AND WS-CG-EFF-DATE (WS-CHG-SUB)
010030             IS NOT GREATER THAN WS-KEY-EFF-DATE-NUM
010040         AND ((WS-CG-ACTION (WS-CHG-SUB) EQUAL 'A'
010050                 AND WS-CG-CODE (WS-CHG-SUB) EQUAL WS-CHECK-CODE)
010060             OR (WS-CG-ACTION (WS-CHG-SUB) EQUAL 'N'
010070                 AND WS-CG-NEW-CODE (WS-CHG-SUB)
010080                     EQUAL WS-CHECK-CODE))
010090         SET WS-TARGET-PENDING TO TRUE
010100     END-IF.
010110 7160-TEST-ONE-TARGET-EXIT.
010120     EXIT.
010130*
010140*--------------------------------------------------------------*
010150* 7170-FIND-OPEN-CHANGE - DOES THE KEYED CODE ALREADY HAVE A
010160*              PENDING RETIRE, RENAME OR MERGE ON ANY DATE?
010170*--------------------------------------------------------------*
010180 7170-FIND-OPEN-CHANGE.
010190     MOVE 'N' TO WS-OPEN-SWITCH.
010200     PERFORM 7180-TEST-ONE-OPEN
010210         THRU 7180-TEST-ONE-OPEN-EXIT
010220         VARYING WS-CHG-SUB FROM 1 BY 1
010230         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT
010240            OR WS-OPEN-CHANGE.
010250 7170-FIND-OPEN-CHANGE-EXIT.
010260     EXIT.
010270*
010280 7180-TEST-ONE-OPEN.
010290     IF WS-CG-STATUS (WS-CHG-SUB) EQUAL 'P'
010300         AND WS-CG-CODE (WS-CHG-SUB) EQUAL WS-KEY-CODE
010310         AND (WS-CG-ACTION (WS-CHG-SUB) EQUAL 'R'
010320             OR WS-CG-ACTION (WS-CHG-SUB) EQUAL 'N'
010330             OR WS-CG-ACTION (WS-CHG-SUB) EQUAL 'M')
010340         SET WS-OPEN-CHANGE TO TRUE
010350     END-IF.
010360 7180-TEST-ONE-OPEN-EXIT.
010370     EXIT.
010380*
010390*--------------------------------------------------------------*
010400* 7200-SHOW-CHANGE - DISPLAY THE CHANGE WS-CHG-SUB POINTS AT.
010410*--------------------------------------------------------------*
010420 7200-SHOW-CHANGE.
010430     PERFORM 7250-SET-NAMES
010440         THRU 7250-SET-NAMES-EXIT.
010450     DISPLAY "EFFECTIVE " WS-CG-EFF-DATE (WS-CHG-SUB)
010460         " CODE " WS-CG-CODE (WS-CHG-SUB)
010470         " " WS-ACTION-NAME
010480         " NEW CODE " WS-CG-NEW-CODE (WS-CHG-SUB)
010490         " " WS-STATUS-NAME.
010500     DISPLAY "  NAME " WS-CG-DEPT-NAME (WS-CHG-SUB)
010510         " MANAGER " WS-CG-MANAGER-ID (WS-CHG-SUB)
010520         " KEYED " WS-CG-ENTER-DATE (WS-CHG-SUB)
010530         " BY " WS-CG-ENTER-ID (WS-CHG-SUB).
010540 7200-SHOW-CHANGE-EXIT.
010550     EXIT.
010560*
010570*--------------------------------------------------------------*
010580* 7250-SET-NAMES - SPELL OUT THE ACTION AND STATUS OF THE CHANGE
010590*              WS-CHG-SUB POINTS AT, FOR THE DISPLAYS AND LISTING.
010600*--------------------------------------------------------------*
010610 7250-SET-NAMES.
010620     IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'A'
010630         MOVE "ADD"    TO WS-ACTION-NAME
010640     ELSE IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'U'
010650         MOVE "UPDATE" TO WS-ACTION-NAME
010660     ELSE IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'R'
010670         MOVE "RETIRE" TO WS-ACTION-NAME
010680     ELSE IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'N'
010690         MOVE "RENAME" TO WS-ACTION-NAME
010700     ELSE IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'M'
010710         MOVE "MERGE"  TO WS-ACTION-NAME
010720     ELSE
010730         MOVE "??????" TO WS-ACTION-NAME
010740     END-IF.
010750     IF WS-CG-STATUS (WS-CHG-SUB) EQUAL 'P'
010760         MOVE "PENDING" TO WS-STATUS-NAME
010770     ELSE
010780         MOVE "APPLIED" TO WS-STATUS-NAME
010790     END-IF.
010800 7250-SET-NAMES-EXIT.
010810     EXIT.
010820*
010830*--------------------------------------------------------------*
010840* 7300-CHECK-NEW-CODE - CHECK THE NEW CODE OF A RENAME OR MERGE.
010850*              IT MUST DIFFER FROM THE CODE CHANGED.  A RENAME'S
010860*              NEW CODE MUST BE NEW TO CCREF AND NOT ALREADY
010870*              COMING IN; A MERGE'S MUST BE ACTIVE ON CCREF OR
010880*              COMING IN BY THE EFFECTIVE DATE.
010890*--------------------------------------------------------------*
010900 7300-CHECK-NEW-CODE.
010910     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
010920     IF WS-NEW-CODE EQUAL SPACE
010930         OR WS-NEW-CODE EQUAL WS-KEY-CODE
010940         DISPLAY "THE NEW COST CENTER MUST BE GIVEN AND DIFFER "
010950             "FROM " WS-KEY-CODE "."
010960         GO TO 7300-CHECK-NEW-CODE-EXIT
010970     END-IF.
010980     MOVE WS-NEW-CODE TO WS-CHECK-CODE.
010990     PERFORM 7600-FIND-REF
011000         THRU 7600-FIND-REF-EXIT.
011010     PERFORM 7150-FIND-TARGET
011020         THRU 7150-FIND-TARGET-EXIT.
011030     IF WS-NEW-ACTION EQUAL 'N'
011040         IF WS-REF-FOUND OR WS-TARGET-PENDING
011050             DISPLAY "COST CENTER " WS-NEW-CODE " IS ALREADY ON "
011060                 "CCREF OR COMING IN - USE MERGE."
011070             GO TO 7300-CHECK-NEW-CODE-EXIT
011080         END-IF
011090     ELSE
011100         IF NOT WS-TARGET-PENDING
011110             AND (NOT WS-REF-FOUND
011120                 OR WS-REF-ACTIVE-FLAG (WS-REF-FOUND-SUB)
011130                     NOT EQUAL 'A')
011140             DISPLAY "COST CENTER " WS-NEW-CODE " IS NOT ACTIVE "
011150                 "ON CCREF - CANNOT MERGE INTO IT."
011160             GO TO 7300-CHECK-NEW-CODE-EXIT
011170         END-IF
011180     END-IF.
011190     SET WS-ENTRY-OK TO TRUE.
011200 7300-CHECK-NEW-CODE-EXIT.
011210     EXIT.
011220*
011230*--------------------------------------------------------------*
011240* 7400-WRITE-HEADERS - BUMP THE PAGE NUMBER AND PRINT THE
011250*              LISTING HEADING LINES.
011260*--------------------------------------------------------------*
011270 7400-WRITE-HEADERS.
011280     ADD 1                TO WS-PAGE-NO.
011290     MOVE ZERO            TO WS-LINE-COUNT.
011300     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
011310     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
011320     PERFORM 7500-PRINT-LINE
011330         THRU 7500-PRINT-LINE-EXIT.
011340     MOVE WS-TODAY        TO HDG-AS-OF-DATE.
011350     MOVE HDG-LINE-DATE   TO WS-PRINT-LINE.
011360     PERFORM 7500-PRINT-LINE
011370         THRU 7500-PRINT-LINE-EXIT.
011380     MOVE SPACE           TO WS-PRINT-LINE.
011390     PERFORM 7500-PRINT-LINE
011400         THRU 7500-PRINT-LINE-EXIT.
011410 7400-WRITE-HEADERS-EXIT.
011420     EXIT.
011430*
011440*--------------------------------------------------------------*
011450* 7500-PRINT-LINE - WRITE ONE LINE TO THE LISTING, BREAKING TO
011460*              A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
011470*--------------------------------------------------------------*
011480 7500-PRINT-LINE.
011490     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
011500         TO WS-LINES-PER-PAGE
011510         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
011520         PERFORM 7400-WRITE-HEADERS
011530             THRU 7400-WRITE-HEADERS-EXIT
011540         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
011550     END-IF.
011560     MOVE SPACE             TO REPORT-LINE.
011570     WRITE REPORT-LINE FROM WS-PRINT-LINE.
011580     ADD 1                  TO WS-LINE-COUNT.
011590 7500-PRINT-LINE-EXIT.
011600     EXIT.
011610*
011620*--------------------------------------------------------------*
011630* 7600-FIND-REF - LOOK WS-CHECK-CODE UP IN THE CCREF TABLE.
011640*--------------------------------------------------------------*
011650 7600-FIND-REF.
011660     MOVE 'N'  TO WS-REF-FOUND-SWITCH.
011670     MOVE ZERO TO WS-REF-FOUND-SUB.
011680     PERFORM 7610-TEST-ONE-REF
011690         THRU 7610-TEST-ONE-REF-EXIT
011700         VARYING WS-REF-SUB FROM 1 BY 1
011710         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
011720            OR WS-REF-FOUND.
011730 7600-FIND-REF-EXIT.
011740     EXIT.
011750*
011760 7610-TEST-ONE-REF.
011770     IF WS-REF-CODE (WS-REF-SUB) EQUAL WS-CHECK-CODE
011780         MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
011790         SET WS-REF-FOUND TO TRUE
011800     END-IF.
011810 7610-TEST-ONE-REF-EXIT.
011820     EXIT.
011830*
011840*--------------------------------------------------------------*
011850* 7700-SHOW-REF - DISPLAY THE CCREF ROW WS-REF-SUB POINTS AT.
011860*--------------------------------------------------------------*
011870 7700-SHOW-REF.
011880     DISPLAY "CODE " WS-REF-CODE (WS-REF-SUB)
011890         " " WS-REF-DEPT-NAME (WS-REF-SUB)
011900         " FLAG " WS-REF-ACTIVE-FLAG (WS-REF-SUB)
011910         " MANAGER " WS-REF-MANAGER-ID (WS-REF-SUB)
011920         " SUCCESSOR " WS-REF-SUCCESSOR (WS-REF-SUB)
011930         " CHANGED " WS-REF-CHANGE-DATE (WS-REF-SUB).
011940 7700-SHOW-REF-EXIT.
011950     EXIT.
011960*
011970*--------------------------------------------------------------*
011980* 7800-WRITE-LOG - APPEND ONE CHANGE-LOG RECORD WITH THE
011990*              OPERATOR, THE BEFORE AND AFTER CHANGE IMAGES AND
012000*              A DATE/TIME STAMP.
012010*--------------------------------------------------------------*
012020 7800-WRITE-LOG.
012030     ACCEPT WS-DATE-FIELD FROM DATE.
012040     ACCEPT WS-TIME-FIELD FROM TIME.
012050     MOVE SPACE           TO CCLOGREC.
012060     MOVE WS-DATE-FIELD   TO CL-DATE.
012070     MOVE WS-TIME-FIELD   TO CL-TIME.
012080     MOVE "CALCCCM"       TO CL-PROGRAM.
012090     MOVE WS-OPERATOR-ID  TO CL-OPERATOR-ID.
012100     MOVE WS-FUNCTION     TO CL-FUNCTION.
012110     SET CL-CHANGE-IMAGE  TO TRUE.
012120     MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
012130     MOVE WS-AFTER-IMAGE  TO CL-AFTER-IMAGE.
012140     WRITE CCLOGREC.
012150     IF WS-LOG-STATUS NOT EQUAL "00"
012160         DISPLAY "CALCCCM CHANGE LOG WRITE FAILED, STATUS "
012170             WS-LOG-STATUS " - CHANGE NOT SAVED."
012180         MOVE 12 TO RETURN-CODE
012190         SET WS-QUIT TO TRUE
012200     END-IF.
012210 7800-WRITE-LOG-EXIT.
012220     EXIT.
012230*
012240*--------------------------------------------------------------*
012250* 8000-SIGN-ON - TAKE THE OPERATOR ID STAMPED ON EVERY CHANGE
012260*              AND LOG RECORD.
012270*--------------------------------------------------------------*
012280 8000-SIGN-ON.
012290     DISPLAY "ENTER OPERATOR ID: ".
012300     ACCEPT WS-OPERATOR-ID.
012310     IF WS-OPERATOR-ID EQUAL SPACE
012320         DISPLAY "CALCCCM NEEDS AN OPERATOR ID - SESSION ENDED."
012330         MOVE 12 TO RETURN-CODE
012340         STOP RUN
012350     END-IF.
012360 8000-SIGN-ON-EXIT.
012370     EXIT.
012380*
012390*--------------------------------------------------------------*
012400* 9000-SAVE-TABLE - REWRITE THE CHANGE FILE FROM THE SORTED
012410*              IN-STORAGE TABLE.  PERFORMED AFTER EVERY LOGGED
012420*              CHANGE SO THE FILE NEVER TRAILS THE CHANGE LOG.
012430*--------------------------------------------------------------*
012440 9000-SAVE-TABLE.
012450     OPEN OUTPUT CC-CHG-FILE.
012460     IF WS-CHG-STATUS NOT EQUAL "00"
012470         DISPLAY "CALCCCM CANNOT REWRITE CHANGE FILE, STATUS "
012480             WS-CHG-STATUS
012490         MOVE 12 TO RETURN-CODE
012500         SET WS-QUIT TO TRUE
012510         GO TO 9000-SAVE-TABLE-EXIT
012520     END-IF.
012530     PERFORM 9010-WRITE-ONE-CHG
012540         THRU 9010-WRITE-ONE-CHG-EXIT
012550         VARYING WS-CHG-SUB FROM 1 BY 1
012560         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT
012570            OR WS-QUIT.
012580     CLOSE CC-CHG-FILE.
012590     IF WS-QUIT
012600         GO TO 9000-SAVE-TABLE-EXIT
012610     END-IF.
012620     DISPLAY "CALCCCM SAVED " WS-CHG-COUNT " CHANGES.".
012630 9000-SAVE-TABLE-EXIT.
012640     EXIT.
012650*
012660 9010-WRITE-ONE-CHG.
012670     MOVE WS-CHG-ENTRY (WS-CHG-SUB) TO CCCHGREC.
012680     WRITE CCCHGREC.
012690     IF WS-CHG-STATUS NOT EQUAL "00"
012700         DISPLAY "CALCCCM CHANGE FILE WRITE FAILED, STATUS "
012710             WS-CHG-STATUS " - CCCHG IS INCOMPLETE AND MUST BE "
012720             "RESTORED BEFORE CALCCCR RUNS."
012730         MOVE 12 TO RETURN-CODE
012740         SET WS-QUIT TO TRUE
012750     END-IF.
012760 9010-WRITE-ONE-CHG-EXIT.
012770     EXIT.
