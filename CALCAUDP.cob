000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCAUDP.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - RETENTION PURGE FOR THE KEYED
000120*              AUDIT HISTORY (AUDHIST, LAYOUT CALCAUDH) THAT
000130*              CALCAUDL LOADS NIGHTLY.  EVERY RECORD WHOSE
000140*              BUSINESS DATE FALLS BEFORE THE RETENTION CUTOFF IS
000150*              COPIED TO THE YEAR-END ARCHIVE FILE (AUDARCH, THE
000160*              SAME 150-BYTE LAYOUT, SO IT CAN BE RELOADED) AND
000170*              THEN DELETED FROM THE HISTORY.  THE CUTOFF IS THE
000180*              FIRST OF THE MONTH THE RETAIN CARD'S NUMBER OF
000190*              MONTHS BEFORE THE AS-OF DATE'S MONTH.  THE REPORT
000200*              GIVES THE RECORDS ARCHIVED PER BUSINESS YEAR AND
000210*              THE READ/KEPT/ARCHIVED TOTALS.  A RECORD IS ONLY
000220*              DELETED ONCE ITS ARCHIVE COPY IS WRITTEN.  ENDS
000230*              RC=12 ON A BAD CARD OR A FILE THAT WILL NOT OPEN
000240*              OR TAKE A RECORD, RC=4 WHEN THERE IS NO HISTORY.
000250*--------------------------------------------------------------*
000260*
000270*--------------------------------------------------------------*
000280*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000290*  COL 10, '*' IN COL 1 IS A COMMENT (SEE CALCAUDQ):
000300*    RETAIN   NNN          MONTHS OF BUSINESS DATES KEPT ON THE
000310*                          HISTORY BEFORE THE AS-OF MONTH
000320*                          (DEFAULT 084 - SEVEN YEARS)
000330*    ASOF     YYMMDD       DATE THE RETENTION IS WORKED FROM
000340*                          (DEFAULT THE SYSTEM DATE)
000350*  E.G. RETAIN 084 AS OF 261231 KEEPS BUSINESS DATES FROM 191201
000360*  ON AND ARCHIVES EVERYTHING EARLIER.
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  MAC.
000410 OBJECT-COMPUTER.  MAC.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUDP-PARM-FILE   ASSIGN TO AUDPPARM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT AUD-HIST-FILE    ASSIGN TO AUDHIST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AH-KEY
000510         ALTERNATE RECORD KEY IS AH-CC-KEY WITH DUPLICATES
000520         FILE STATUS IS WS-HIST-STATUS.
000530     SELECT AUD-ARCH-FILE    ASSIGN TO AUDARCH
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ARCH-STATUS.
000560     SELECT AUDP-RPT-FILE    ASSIGN TO AUDPRPT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDP-PARM-FILE
000620     RECORDING MODE IS F.
000630 01  PARM-CARD.
000640     05  PC-KEYWORD         PIC X(08).
000650     05  FILLER             PIC X(01).
000660     05  PC-VALUE           PIC X(71).
000670 01  PARM-CARD-NUM REDEFINES PARM-CARD.
000680     05  FILLER             PIC X(09).
000690     05  PC-VALUE-NUM       PIC 9(03).
000700     05  FILLER             PIC X(68).
000710 01  PARM-CARD-DATE REDEFINES PARM-CARD.
000720     05  FILLER             PIC X(09).
000730     05  PC-VALUE-DATE      PIC 9(06).
000740     05  FILLER             PIC X(65).
000750 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
000760     05  PC-COMMENT-FLAG    PIC X(01).
000770     05  FILLER             PIC X(79).
000780*
000790 FD  AUD-HIST-FILE.
000800     COPY CALCAUDH.
000810*
000820 FD  AUD-ARCH-FILE
000830     RECORDING MODE IS F.
000840 01  ARCH-REC               PIC X(150).
000850*
000860 FD  AUDP-RPT-FILE
000870     RECORDING MODE IS F.
000880 01  REPORT-LINE            PIC X(80).
000890*
000900 WORKING-STORAGE SECTION.
000910 77  WS-PARM-STATUS         PIC X(02).
000920 77  WS-HIST-STATUS         PIC X(02).
000930 77  WS-ARCH-STATUS         PIC X(02).
000940 77  WS-PARM-EOF-SWITCH     PIC X(01)      VALUE 'N'.
000950     88  WS-PARM-EOF                       VALUE 'Y'.
000960 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
000970     88  WS-PARM-ERROR                     VALUE 'Y'.
000980 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
000990     88  WS-FATAL-STOP                     VALUE 'Y'.
001000 77  WS-NO-HIST-SWITCH      PIC X(01)      VALUE 'N'.
001010     88  WS-NO-HISTORY                     VALUE 'Y'.
001020 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
001030     88  WS-BROWSE-EOF                     VALUE 'Y'.
001040 77  WS-RETAIN-MONTHS       PIC 9(03)      VALUE 84.
001050 77  WS-MONTH-NO            PIC S9(05) COMP VALUE ZERO.
001060 77  WS-CUTOFF-YY           PIC 9(03) COMP  VALUE ZERO.
001070 77  WS-CUTOFF-MM           PIC 9(03) COMP  VALUE ZERO.
001080 77  WS-YEAR-SUB            PIC 9(03) COMP  VALUE ZERO.
001090 77  WS-READ-COUNT          PIC 9(09) COMP  VALUE ZERO.
001100 77  WS-KEPT-COUNT          PIC 9(09) COMP  VALUE ZERO.
001110 77  WS-ARCH-COUNT          PIC 9(09) COMP  VALUE ZERO.
001120 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
001130 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
001140 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
001150 77  WS-PRINT-LINE          PIC X(80).
001160 77  WS-SAVE-PRINT-LINE     PIC X(80).
001170*
001180 01  WS-ASOF-DATE           PIC 9(06)      VALUE ZERO.
001190 01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
001200     05  WS-ASOF-YY         PIC 9(02).
001210     05  WS-ASOF-MM         PIC 9(02).
001220     05  WS-ASOF-DD         PIC 9(02).
001230 01  WS-CUTOFF-DATE         PIC 9(06)      VALUE ZERO.
001240 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
001250     05  WS-CUT-YY          PIC 9(02).
001260     05  WS-CUT-MM          PIC 9(02).
001270     05  WS-CUT-DD          PIC 9(02).
001280 01  WS-WORK-DATE           PIC 9(06)      VALUE ZERO.
001290 01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
001300     05  WS-WD-YY           PIC 9(02).
001310     05  WS-WD-MM           PIC 9(02).
001320     05  WS-WD-DD           PIC 9(02).
001330*
001340*    RECORDS ARCHIVED PER BUSINESS YEAR - ENTRY YY + 1.
001350 01  WS-YEAR-TABLE.
001360     05  WS-YR-COUNT        PIC 9(09) COMP OCCURS 100 TIMES.
001370*
001380*--------------------------------------------------------------*
001390* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
001400*--------------------------------------------------------------*
001410 01  HDG-LINE-1.
001420     05  FILLER             PIC X(01)      VALUE SPACE.
001430     05  FILLER             PIC X(32)      VALUE
001440             "CALCAUDP AUDIT HISTORY PURGE".
001450     05  FILLER             PIC X(06)      VALUE "AS OF".
001460     05  HDG1-DATE          PIC 9(06).
001470     05  FILLER             PIC X(07)      VALUE "  PAGE".
001480     05  HDG1-PAGE-NO       PIC ZZZZ9.
001490     05  FILLER             PIC X(23)      VALUE SPACE.
001500 01  HDG-LINE-2.
001510     05  FILLER             PIC X(01)      VALUE SPACE.
001520     05  FILLER             PIC X(07)      VALUE "RETAIN".
001530     05  HDG2-RETAIN        PIC ZZ9.
001540     05  FILLER             PIC X(26)      VALUE
001550             " MONTHS - ARCHIVED BEFORE".
001560     05  HDG2-CUTOFF        PIC 9(06).
001570     05  FILLER             PIC X(37)      VALUE SPACE.
001580 01  YR-LINE.
001590     05  FILLER             PIC X(01)      VALUE SPACE.
001600     05  FILLER             PIC X(14)      VALUE "BUSINESS YEAR".
001610     05  YR-YEAR            PIC 9(02).
001620     05  FILLER             PIC X(14)      VALUE SPACE.
001630     05  YR-COUNT           PIC ZZZ,ZZZ,ZZ9.
001640     05  FILLER             PIC X(38)      VALUE SPACE.
001650 01  TOT-LINE.
001660     05  FILLER             PIC X(01)      VALUE SPACE.
001670     05  TOT-LABEL          PIC X(30).
001680     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
001690     05  FILLER             PIC X(38)      VALUE SPACE.
001700*
001710 PROCEDURE DIVISION.
001720*--------------------------------------------------------------*
001730* 0000-MAINLINE
001740*--------------------------------------------------------------*
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE
001770         THRU 1000-INITIALIZE-EXIT.
001780     IF NOT WS-PARM-ERROR AND NOT WS-FATAL-STOP
001790         AND NOT WS-NO-HISTORY
001800         PERFORM 2000-PURGE-HISTORY
001810             THRU 2000-PURGE-HISTORY-EXIT
001820     END-IF.
001830     PERFORM 3000-TERMINATE
001840         THRU 3000-TERMINATE-EXIT.
001850     STOP RUN.
001860*
001870*--------------------------------------------------------------*
001880* 1000-INITIALIZE - READ THE CONTROL CARDS, WORK OUT THE CUTOFF,
001890*              AND OPEN THE FILES.  A BAD CARD ENDS RC=12 BEFORE
001900*              ANYTHING IS OPENED.
001910*--------------------------------------------------------------*
001920 1000-INITIALIZE.
001930     ACCEPT WS-ASOF-DATE FROM DATE.
001940     MOVE ZERO TO WS-YEAR-TABLE.
001950     PERFORM 1100-READ-PARMS
001960         THRU 1100-READ-PARMS-EXIT.
001970     IF WS-PARM-ERROR
001980         MOVE 12 TO RETURN-CODE
001990         GO TO 1000-INITIALIZE-EXIT
002000     END-IF.
002010     PERFORM 1200-WORK-CUTOFF
002020         THRU 1200-WORK-CUTOFF-EXIT.
002030     OPEN I-O AUD-HIST-FILE.
002040     IF WS-HIST-STATUS EQUAL "35"
002050         DISPLAY "CALCAUDP NO AUDIT HISTORY - NOTHING TO PURGE"
002060         SET WS-NO-HISTORY TO TRUE
002070         MOVE 4 TO RETURN-CODE
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF.
002100     IF WS-HIST-STATUS NOT EQUAL "00"
002110         DISPLAY "CALCAUDP CANNOT OPEN AUDIT HISTORY, STATUS "
002120             WS-HIST-STATUS
002130         MOVE 12 TO RETURN-CODE
002140         SET WS-FATAL-STOP TO TRUE
002150         GO TO 1000-INITIALIZE-EXIT
002160     END-IF.
002170     OPEN OUTPUT AUD-ARCH-FILE.
002180     IF WS-ARCH-STATUS NOT EQUAL "00"
002190         DISPLAY "CALCAUDP CANNOT OPEN AUDARCH, STATUS "
002200             WS-ARCH-STATUS
002210         CLOSE AUD-HIST-FILE
002220         MOVE 12 TO RETURN-CODE
002230         SET WS-FATAL-STOP TO TRUE
002240         GO TO 1000-INITIALIZE-EXIT
002250     END-IF.
002260     OPEN OUTPUT AUDP-RPT-FILE.
002270     PERFORM 7000-WRITE-HEADERS
002280         THRU 7000-WRITE-HEADERS-EXIT.
002290 1000-INITIALIZE-EXIT.
002300     EXIT.
002310*
002320*--------------------------------------------------------------*
002330* 1100-READ-PARMS - READ THE RETAIN AND ASOF CARDS.  NO CARDS
002340*              MEANS THE DEFAULT RETENTION AS OF TODAY.
002350*--------------------------------------------------------------*
002360 1100-READ-PARMS.
002370     OPEN INPUT AUDP-PARM-FILE.
002380     IF WS-PARM-STATUS NOT EQUAL "00"
002390         GO TO 1100-READ-PARMS-EXIT
002400     END-IF.
002410     PERFORM 1110-READ-ONE-PARM
002420         THRU 1110-READ-ONE-PARM-EXIT
002430         UNTIL WS-PARM-EOF.
002440     CLOSE AUDP-PARM-FILE.
002450 1100-READ-PARMS-EXIT.
002460     EXIT.
002470*
002480 1110-READ-ONE-PARM.
002490     READ AUDP-PARM-FILE
002500         AT END
002510             SET WS-PARM-EOF TO TRUE
002520             GO TO 1110-READ-ONE-PARM-EXIT
002530     END-READ.
002540     IF PARM-CARD = SPACE
002550         OR PC-COMMENT-FLAG = '*'
002560         GO TO 1110-READ-ONE-PARM-EXIT
002570     END-IF.
002580     IF PC-KEYWORD = "RETAIN"
002590         IF PC-VALUE-NUM IS NUMERIC
002600             AND PC-VALUE-NUM IS GREATER THAN ZERO
002610             MOVE PC-VALUE-NUM TO WS-RETAIN-MONTHS
002620         ELSE
002630             PERFORM 1120-FLAG-BAD-PARM
002640                 THRU 1120-FLAG-BAD-PARM-EXIT
002650         END-IF
002660     ELSE IF PC-KEYWORD = "ASOF"
002670         MOVE PC-VALUE-DATE TO WS-WORK-DATE
002680         IF PC-VALUE-DATE IS NUMERIC
002690             AND WS-WD-MM IS GREATER THAN ZERO
002700             AND WS-WD-MM IS NOT GREATER THAN 12
002710             MOVE PC-VALUE-DATE TO WS-ASOF-DATE
002720         ELSE
002730             PERFORM 1120-FLAG-BAD-PARM
002740                 THRU 1120-FLAG-BAD-PARM-EXIT
002750         END-IF
002760     ELSE
002770         PERFORM 1120-FLAG-BAD-PARM
002780             THRU 1120-FLAG-BAD-PARM-EXIT
002790     END-IF.
002800 1110-READ-ONE-PARM-EXIT.
002810     EXIT.
002820*
002830 1120-FLAG-BAD-PARM.
002840     DISPLAY "CALCAUDP BAD CONTROL CARD: " PARM-CARD.
002850     SET WS-PARM-ERROR TO TRUE.
002860 1120-FLAG-BAD-PARM-EXIT.
002870     EXIT.
002880*
002890*--------------------------------------------------------------*
002900* 1200-WORK-CUTOFF - COUNT BACK THE RETAINED MONTHS FROM THE
002910*              AS-OF MONTH; THE CUTOFF IS THE FIRST OF THE
002920*              MONTH REACHED.  A RETENTION REACHING BACK PAST
002930*              YEAR 00 LEAVES THE CUTOFF AT ZERO - NOTHING GOES.
002940*--------------------------------------------------------------*
002950 1200-WORK-CUTOFF.
002960     MOVE ZERO TO WS-CUTOFF-DATE.
002970     COMPUTE WS-MONTH-NO = WS-ASOF-YY * 12 + WS-ASOF-MM - 1
002980         - WS-RETAIN-MONTHS.
002990     IF WS-MONTH-NO IS LESS THAN ZERO
003000         GO TO 1200-WORK-CUTOFF-EXIT
003010     END-IF.
003020     DIVIDE WS-MONTH-NO BY 12 GIVING WS-CUTOFF-YY
003030         REMAINDER WS-CUTOFF-MM.
003040     MOVE WS-CUTOFF-YY TO WS-CUT-YY.
003050     COMPUTE WS-CUT-MM = WS-CUTOFF-MM + 1.
003060     MOVE 1 TO WS-CUT-DD.
003070 1200-WORK-CUTOFF-EXIT.
003080     EXIT.
003090*
003100*--------------------------------------------------------------*
003110* 2000-PURGE-HISTORY - BROWSE THE WHOLE HISTORY IN KEY ORDER AND
003120*              OFFLOAD EVERY RECORD PAST RETENTION.
003130*--------------------------------------------------------------*
003140 2000-PURGE-HISTORY.
003150     MOVE LOW-VALUES TO AH-KEY.
003160     START AUD-HIST-FILE
003170         KEY IS GREATER THAN OR EQUAL TO AH-KEY.
003180     IF WS-HIST-STATUS NOT EQUAL "00"
003190         SET WS-BROWSE-EOF TO TRUE
003200     END-IF.
003210     PERFORM 2100-PURGE-ONE
003220         THRU 2100-PURGE-ONE-EXIT
003230         UNTIL WS-BROWSE-EOF.
003240 2000-PURGE-HISTORY-EXIT.
003250     EXIT.
003260*
003270 2100-PURGE-ONE.
003280     READ AUD-HIST-FILE NEXT
003290         AT END
003300             SET WS-BROWSE-EOF TO TRUE
003310             GO TO 2100-PURGE-ONE-EXIT
003320     END-READ.
003330     ADD 1 TO WS-READ-COUNT.
003340     IF AH-BUS-DATE IS NOT LESS THAN WS-CUTOFF-DATE
003350         ADD 1 TO WS-KEPT-COUNT
003360         GO TO 2100-PURGE-ONE-EXIT
003370     END-IF.
003380     WRITE ARCH-REC FROM CALCAUDH.
003390     IF WS-ARCH-STATUS NOT EQUAL "00"
003400         DISPLAY "CALCAUDP AUDARCH WRITE FAILED, STATUS "
003410             WS-ARCH-STATUS " KEY " AH-KEY
003420         MOVE 12 TO RETURN-CODE
003430         SET WS-FATAL-STOP TO TRUE
003440         SET WS-BROWSE-EOF TO TRUE
003450         GO TO 2100-PURGE-ONE-EXIT
003460     END-IF.
003470     DELETE AUD-HIST-FILE RECORD.
003480     IF WS-HIST-STATUS NOT EQUAL "00"
003490         DISPLAY "CALCAUDP AUDIT HISTORY DELETE FAILED, STATUS "
003500             WS-HIST-STATUS " KEY " AH-KEY
003510         MOVE 12 TO RETURN-CODE
003520         SET WS-FATAL-STOP TO TRUE
003530         SET WS-BROWSE-EOF TO TRUE
003540         GO TO 2100-PURGE-ONE-EXIT
003550     END-IF.
003560     ADD 1 TO WS-ARCH-COUNT.
003570     MOVE AH-BUS-DATE TO WS-WORK-DATE.
003580     COMPUTE WS-YEAR-SUB = WS-WD-YY + 1.
003590     ADD 1 TO WS-YR-COUNT (WS-YEAR-SUB).
003600 2100-PURGE-ONE-EXIT.
003610     EXIT.
003620*
003630*--------------------------------------------------------------*
003640* 3000-TERMINATE - PRINT THE PER-YEAR AND OVERALL COUNTS, CLOSE.
003650*--------------------------------------------------------------*
003660 3000-TERMINATE.
003670     IF WS-PARM-ERROR
003680         DISPLAY "CALCAUDP ENDED RC=12 FOR BAD CONTROL CARDS "
003690             "- NOTHING PURGED."
003700         GO TO 3000-TERMINATE-EXIT
003710     END-IF.
003720     IF WS-NO-HISTORY
003730         GO TO 3000-TERMINATE-EXIT
003740     END-IF.
003750     IF WS-FATAL-STOP AND WS-READ-COUNT EQUAL ZERO
003760         DISPLAY "CALCAUDP ENDED RC=12 - FILES NOT AVAILABLE."
003770         GO TO 3000-TERMINATE-EXIT
003780     END-IF.
003790     MOVE SPACE TO WS-PRINT-LINE.
003800     PERFORM 7500-PRINT-LINE
003810         THRU 7500-PRINT-LINE-EXIT.
003820     PERFORM 3100-PRINT-YEAR
003830         THRU 3100-PRINT-YEAR-EXIT
003840         VARYING WS-YEAR-SUB FROM 1 BY 1
003850         UNTIL WS-YEAR-SUB IS GREATER THAN 100.
003860     MOVE SPACE TO WS-PRINT-LINE.
003870     PERFORM 7500-PRINT-LINE
003880         THRU 7500-PRINT-LINE-EXIT.
003890     MOVE "HISTORY RECORDS READ"       TO TOT-LABEL.
003900     MOVE WS-READ-COUNT                TO TOT-VALUE.
003910     PERFORM 3200-PRINT-TOTAL
003920         THRU 3200-PRINT-TOTAL-EXIT.
003930     MOVE "  KEPT"                     TO TOT-LABEL.
003940     MOVE WS-KEPT-COUNT                TO TOT-VALUE.
003950     PERFORM 3200-PRINT-TOTAL
003960         THRU 3200-PRINT-TOTAL-EXIT.
003970     MOVE "  ARCHIVED AND REMOVED"     TO TOT-LABEL.
003980     MOVE WS-ARCH-COUNT                TO TOT-VALUE.
003990     PERFORM 3200-PRINT-TOTAL
004000         THRU 3200-PRINT-TOTAL-EXIT.
004010     CLOSE AUD-HIST-FILE
004020           AUD-ARCH-FILE
004030           AUDP-RPT-FILE.
004040     DISPLAY "CALCAUDP READ " WS-READ-COUNT ", ARCHIVED "
004050         WS-ARCH-COUNT ", CUTOFF " WS-CUTOFF-DATE ".".
004060     IF WS-FATAL-STOP
004070         DISPLAY "CALCAUDP ENDED RC=12 - PURGE INCOMPLETE.  THE "
004080             "RECORDS COUNTED AS ARCHIVED ARE ON AUDARCH."
004090     END-IF.
004100 3000-TERMINATE-EXIT.
004110     EXIT.
004120*
004130 3100-PRINT-YEAR.
004140     IF WS-YR-COUNT (WS-YEAR-SUB) EQUAL ZERO
004150         GO TO 3100-PRINT-YEAR-EXIT
004160     END-IF.
004170     COMPUTE YR-YEAR = WS-YEAR-SUB - 1.
004180     MOVE WS-YR-COUNT (WS-YEAR-SUB) TO YR-COUNT.
004190     MOVE YR-LINE TO WS-PRINT-LINE.
004200     PERFORM 7500-PRINT-LINE
004210         THRU 7500-PRINT-LINE-EXIT.
004220 3100-PRINT-YEAR-EXIT.
004230     EXIT.
004240*
004250 3200-PRINT-TOTAL.
004260     MOVE TOT-LINE TO WS-PRINT-LINE.
004270     PERFORM 7500-PRINT-LINE
004280         THRU 7500-PRINT-LINE-EXIT.
004290 3200-PRINT-TOTAL-EXIT.
004300     EXIT.
004310*
004320*--------------------------------------------------------------*
004330* 7000-WRITE-HEADERS - BUMP THE PAGE NUMBER AND PRINT THE
004340*              HEADING LINES.
004350*--------------------------------------------------------------*
004360 7000-WRITE-HEADERS.
004370     ADD 1                TO WS-PAGE-NO.
004380     MOVE ZERO            TO WS-LINE-COUNT.
004390     MOVE WS-ASOF-DATE    TO HDG1-DATE.
004400     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
004410     MOVE WS-RETAIN-MONTHS TO HDG2-RETAIN.
004420     MOVE WS-CUTOFF-DATE  TO HDG2-CUTOFF.
004430     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
004440     PERFORM 7500-PRINT-LINE
004450         THRU 7500-PRINT-LINE-EXIT.
004460     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
004470     PERFORM 7500-PRINT-LINE
004480         THRU 7500-PRINT-LINE-EXIT.
004490 7000-WRITE-HEADERS-EXIT.
004500     EXIT.
004510*
004520*--------------------------------------------------------------*
004530* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO A
004540*              NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
004550*--------------------------------------------------------------*
004560 7500-PRINT-LINE.
004570     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
004580         TO WS-LINES-PER-PAGE
004590         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
004600         PERFORM 7000-WRITE-HEADERS
004610             THRU 7000-WRITE-HEADERS-EXIT
004620         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
004630     END-IF.
004640     MOVE SPACE             TO REPORT-LINE.
004650     WRITE REPORT-LINE FROM WS-PRINT-LINE.
004660     ADD 1                  TO WS-LINE-COUNT.
004670 7500-PRINT-LINE-EXIT.
004680     EXIT.
