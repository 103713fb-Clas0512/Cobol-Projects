000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCRECN.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - INDEPENDENT PROOF OF THE
000120*              RUNNING-BALANCE MASTER.  REBUILDS EVERY
000130*              OPERATION/COST-CENTER KEY'S CURRENT-MONTH COUNT
000140*              AND TOTAL FROM THE MONTH'S ARCHIVED AUDIT OR
000150*              RESULT GENERATIONS (OR CALCMEND'S MTHOUT FILE),
000160*              REBUILDS YEAR-TO-DATE FROM THE MSTHIST CLOSE
000170*              SNAPSHOTS OF THE EARLIER MONTHS OF THE YEAR
000180*              PLUS THAT REBUILT MONTH, AND COMPARES BOTH WITH
000190*              CALCMSTR.  EVERY KEY THAT DOES NOT AGREE IS
000200*              PRINTED WITH THE MASTER FIGURE, THE REBUILT
000210*              FIGURE AND THE VARIANCE, AND THE RUN ENDS RC=8
000220*              ON ANY BREAK SO MONTH-END IS NOT SIGNED OFF
000230*              UNTIL THE MASTER IS PROVEN.
000240* 10/15/26  DLH  RESULTS CALCSCRN HELD AND NEVER POSTED ARE NO
000250*              LONGER BREAKS - CALCHOLD IS READ FIRST AND AN
000260*              ARCHIVED RECORD WHOSE IMAGE MATCHES AN ITEM STILL
000270*              HELD, RELEASED OR REJECTED (OR PASSED ONLY AFTER
000280*              THE PERIOD) IS LEFT OUT, AND AN ITEM HELD BEFORE
000290*              THE PERIOD BUT PASSED WITHIN IT IS ADDED.  A
000300*              COST CENTER RETIRED BY CALCCCR INTO A SUCCESSOR
000310*              IS NOW PROVEN UNDER THE SUCCESSOR'S KEY, SINCE
000320*              CALCCCR CARRIED ITS BUCKETS THERE - ARCHIVE AND
000330*              SNAPSHOT RECORDS STILL CARRY THE OLD CODE.
000340*--------------------------------------------------------------*
000350*
000360*--------------------------------------------------------------*
000370*  CONTROL CARD FORMAT - KEYWORD IN COLS 1-8, VALUE FROM
000380*  COL 10, '*' IN COL 1 IS A COMMENT (SEE CALCMEND):
000390*    MONTH    YYMM          THE OPEN BUSINESS MONTH BEING
000400*                           PROVEN - REQUIRED
000410*    SOURCE   AUDIT         MTHIN IS AUDIT GENERATIONS - ONLY
000420*                           ACCEPTED RECORDS DATED IN THE
000430*                           MONTH (OR DATEFROM/DATETO) COUNT.
000440*                           THE DEFAULT.
000450*    SOURCE   MTHOUT        MTHIN IS CALCMEND'S MONTHLY FILE -
000460*                           CALCMEND HAS ALREADY CHOSEN THE
000470*                           PERIOD, SO EVERY RECORD COUNTS
000480*    SOURCE   RESULT        MTHIN IS RESULT GENERATIONS, WHICH
000490*                           CARRY NO DATE - EVERY RECORD
000500*                           COUNTS, SO CONCATENATE ONLY THE
000510*                           MONTH'S GENERATIONS
000520*    DATEFROM YYMMDD        WIDEN OR NARROW THE AUDIT PERIOD
000530*    DATETO   YYMMDD        (AS ON CALCMEND'S MNDPARM)
000540*--------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  MAC.
000580 OBJECT-COMPUTER.  MAC.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT RECN-PARM-FILE   ASSIGN TO RECPARM
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARM-STATUS.
000640     SELECT CALC-MASTER-FILE ASSIGN TO CALCMSTR
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CM-KEY
000680         FILE STATUS IS WS-MSTR-STATUS.
000690     SELECT MSTR-HIST-FILE   ASSIGN TO MSTHIST
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-HIST-STATUS.
000720     SELECT MONTH-IN-FILE    ASSIGN TO MTHIN
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-MTH-STATUS.
000750     SELECT RECN-RPT-FILE    ASSIGN TO RECNRPT
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CCREF-STATUS.
000800     SELECT CALC-HOLD-FILE   ASSIGN TO CALCHOLD
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS HD-KEY
000840         FILE STATUS IS WS-HOLD-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  RECN-PARM-FILE
000890     RECORDING MODE IS F.
000900 01  PARM-CARD.
000910     05  PC-KEYWORD         PIC X(08).
000920     05  FILLER             PIC X(01).
000930     05  PC-VALUE           PIC X(71).
000940 01  PARM-CARD-MONTH REDEFINES PARM-CARD.
000950     05  FILLER             PIC X(09).
000960     05  PC-VALUE-MONTH     PIC 9(04).
000970     05  FILLER             PIC X(67).
000980 01  PARM-CARD-DATE REDEFINES PARM-CARD.
000990     05  FILLER             PIC X(09).
001000     05  PC-VALUE-DATE      PIC 9(06).
001010     05  FILLER             PIC X(65).
001020 01  PARM-CARD-FLAG REDEFINES PARM-CARD.
001030     05  PC-COMMENT-FLAG    PIC X(01).
001040     05  FILLER             PIC X(79).
001050*
001060 FD  CALC-MASTER-FILE.
001070     COPY CALCMSTR.
001080*
001090 FD  MSTR-HIST-FILE
001100     RECORDING MODE IS F.
001110*    CALCPCLS CLOSE SNAPSHOT - CLOSING MONTH AND THE FULL MASTER
001120*    IMAGE AS IT STOOD BEFORE THE ROLL.
001130 01  MSTR-HIST-REC.
001140     05  MH-CLOSE-MONTH     PIC 9(04).
001150     05  MH-CLOSE-MONTH-SPLIT REDEFINES MH-CLOSE-MONTH.
001160         10  MH-CLOSE-YY    PIC 9(02).
001170         10  MH-CLOSE-MM    PIC 9(02).
001180     05  MH-MASTER-IMAGE    PIC X(139).
001190*
001200 FD  MONTH-IN-FILE
001210     RECORDING MODE IS F.
001220*    AUDIT LAYOUT (AUDIT GENERATIONS AND CALCMEND'S MTHOUT) ...
001230 01  AUDIT-REC.
001240     05  AR-SEQ-NO          PIC 9(07).
001250     05  AR-DATE            PIC 9(06).
001260     05  AR-TIME            PIC 9(08).
001270     COPY CALCREC
001280         REPLACING ==01  CALCREC==     BY ==05  AR-CALC-DATA==
001290                   ==05  CALC-TRANS-ID==
001300                                   BY ==10  AR-TRANS-ID==
001310                   ==05  CALC-COST-CENTER==
001320                                   BY ==10  AR-COST-CENTER==
001330                   ==05  CALC-NUM1==   BY ==10  AR-NUM1==
001340                   ==05  CALC-NUM2==   BY ==10  AR-NUM2==
001350                   ==05  CALC-OPERATION== BY ==10  AR-OPERATION==
001360                   ==05  CALC-CONT-IND==
001370                                   BY ==10  AR-CONT-IND==
001380                   ==05  CALC-RATE-CODE==
001390                                   BY ==10  AR-RATE-CODE==
001400                   ==05  CALC-CYCLE-NO==
001410                                   BY ==10  AR-CYCLE-NO==
001420                   ==05  CALC-RESULT==     BY ==10  AR-RESULT==.
001430     05  AR-STATUS          PIC X(01).
001440         88  AR-ACCEPTED                   VALUE 'A'.
001450         88  AR-REJECTED                   VALUE 'R'.
001460*    ... OR RESULT LAYOUT (RESULT GENERATIONS).
001470     COPY CALCREC
001480         REPLACING ==01  CALCREC==     BY ==01  RESULT-REC==
001490                   ==CALC-TRANS-ID==   BY ==RR-TRANS-ID==
001500                   ==CALC-COST-CENTER== BY ==RR-COST-CENTER==
001510                   ==CALC-NUM1==       BY ==RR-NUM1==
001520                   ==CALC-NUM2==       BY ==RR-NUM2==
001530                   ==CALC-OPERATION==  BY ==RR-OPERATION==
001540                   ==CALC-CONT-IND==   BY ==RR-CONT-IND==
001550                   ==CALC-RATE-CODE==  BY ==RR-RATE-CODE==
001560                   ==CALC-CYCLE-NO==   BY ==RR-CYCLE-NO==
001570                   ==CALC-RESULT==     BY ==RR-RESULT==.
001580*
001590 FD  RECN-RPT-FILE
001600     RECORDING MODE IS F.
001610 01  REPORT-LINE            PIC X(80).
001620*
001630 FD  CALC-CCREF-FILE
001640     RECORDING MODE IS F.
001650     COPY CCREFREC.
001660*
001670 FD  CALC-HOLD-FILE.
001680     COPY CALCHOLD.
001690*
001700 WORKING-STORAGE SECTION.
001710 77  WS-PARM-STATUS         PIC X(02).
001720 77  WS-MSTR-STATUS         PIC X(02).
001730 77  WS-HIST-STATUS         PIC X(02).
001740 77  WS-MTH-STATUS          PIC X(02).
001750 77  WS-CCREF-STATUS        PIC X(02).
001760 77  WS-HOLD-STATUS         PIC X(02).
001770 77  WS-PARM-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001780     88  WS-PARM-EOF                       VALUE 'Y'.
001790 77  WS-PARM-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
001800     88  WS-PARM-ERROR                     VALUE 'Y'.
001810 77  WS-MONTH-GIVEN-SWITCH  PIC X(01)      VALUE 'N'.
001820     88  WS-MONTH-GIVEN                    VALUE 'Y'.
001830 77  WS-SOURCE-SWITCH       PIC X(01)      VALUE 'A'.
001840     88  WS-SOURCE-AUDIT                   VALUE 'A'.
001850     88  WS-SOURCE-MTHOUT                  VALUE 'M'.
001860     88  WS-SOURCE-RESULT                  VALUE 'R'.
001870 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
001880     88  WS-BROWSE-EOF                     VALUE 'Y'.
001890 77  WS-HIST-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001900     88  WS-HIST-EOF                       VALUE 'Y'.
001910 77  WS-MTH-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001920     88  WS-MTH-EOF                        VALUE 'Y'.
001930 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
001940     88  WS-CCREF-EOF                      VALUE 'Y'.
001950 77  WS-HOLD-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001960     88  WS-HOLD-EOF                       VALUE 'Y'.
001970 77  WS-HOLD-FOUND-SWITCH   PIC X(01)      VALUE 'N'.
001980     88  WS-HOLD-FOUND                     VALUE 'Y'.
001990 77  WS-HOLD-ACTION         PIC X(01)      VALUE SPACE.
002000 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
002010     88  WS-REF-FOUND                      VALUE 'Y'.
002020 77  WS-KEY-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
002030     88  WS-KEY-FOUND                      VALUE 'Y'.
002040 77  WS-SWAP-SWITCH         PIC X(01)      VALUE 'N'.
002050     88  WS-SWAPPED                        VALUE 'Y'.
002060 77  WS-FATAL-SWITCH        PIC X(01)      VALUE 'N'.
002070     88  WS-FATAL-STOP                     VALUE 'Y'.
002080 77  WS-KEY-COUNT           PIC 9(05) COMP  VALUE ZERO.
002090 77  WS-KEY-MAX             PIC 9(05) COMP  VALUE 500.
002100 77  WS-KEY-SUB             PIC 9(05) COMP  VALUE ZERO.
002110 77  WS-KEY-SUB2            PIC 9(05) COMP  VALUE ZERO.
002120 77  WS-SORT-LIMIT          PIC 9(05) COMP  VALUE ZERO.
002130 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
002140 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
002150 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
002160 77  WS-REF-NAME            PIC X(20)      VALUE SPACE.
002170 77  WS-HOLD-COUNT          PIC 9(05) COMP  VALUE ZERO.
002180 77  WS-HOLD-MAX            PIC 9(05) COMP  VALUE 1000.
002190 77  WS-HOLD-SUB            PIC 9(05) COMP  VALUE ZERO.
002200 77  WS-MSTR-COUNT          PIC 9(07) COMP  VALUE ZERO.
002210 77  WS-SNAP-USED           PIC 9(07) COMP  VALUE ZERO.
002220 77  WS-SNAP-OTHER          PIC 9(07) COMP  VALUE ZERO.
002230 77  WS-SNAP-DUP            PIC 9(07) COMP  VALUE ZERO.
002240 77  WS-MTH-READ            PIC 9(07) COMP  VALUE ZERO.
002250 77  WS-MTH-USED            PIC 9(07) COMP  VALUE ZERO.
002260 77  WS-MTH-OUTSIDE         PIC 9(07) COMP  VALUE ZERO.
002270 77  WS-MTH-REJECTED        PIC 9(07) COMP  VALUE ZERO.
002280 77  WS-MTH-HELD            PIC 9(07) COMP  VALUE ZERO.
002290 77  WS-MTH-LATE            PIC 9(07) COMP  VALUE ZERO.
002300 77  WS-MAP-COUNT           PIC 9(07) COMP  VALUE ZERO.
002310 77  WS-OVERFLOW-COUNT      PIC 9(07) COMP  VALUE ZERO.
002320 77  WS-PROVEN-COUNT        PIC 9(07) COMP  VALUE ZERO.
002330 77  WS-BREAK-COUNT         PIC 9(07) COMP  VALUE ZERO.
002340 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
002350 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
002360 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
002370 77  WS-PRINT-LINE          PIC X(80).
002380 77  WS-SAVE-PRINT-LINE     PIC X(80).
002390 77  WS-LOOKUP-OPERATION    PIC X(01).
002400 77  WS-LOOKUP-COST-CENTER  PIC X(04).
002410 77  WS-MATCH-IMAGE         PIC X(54).
002420 77  WS-REBUILT-YTD-COUNT   PIC 9(09)      VALUE ZERO.
002430 77  WS-REBUILT-YTD-TOTAL   PIC S9(13)V99
002440                        SIGN IS LEADING SEPARATE CHARACTER
002450                            VALUE ZERO.
002460 77  WS-VAR-COUNT           PIC S9(09)
002470                        SIGN IS LEADING SEPARATE CHARACTER
002480                            VALUE ZERO.
002490 77  WS-VAR-TOTAL           PIC S9(13)V99
002500                        SIGN IS LEADING SEPARATE CHARACTER
002510                            VALUE ZERO.
002520 77  WS-GT-MSTR-CUR         PIC S9(13)V99
002530                        SIGN IS LEADING SEPARATE CHARACTER
002540                            VALUE ZERO.
002550 77  WS-GT-REBUILT-CUR      PIC S9(13)V99
002560                        SIGN IS LEADING SEPARATE CHARACTER
002570                            VALUE ZERO.
002580 77  WS-GT-MSTR-YTD         PIC S9(13)V99
002590                        SIGN IS LEADING SEPARATE CHARACTER
002600                            VALUE ZERO.
002610 77  WS-GT-REBUILT-YTD      PIC S9(13)V99
002620                        SIGN IS LEADING SEPARATE CHARACTER
002630                            VALUE ZERO.
002640*
002650 01  WS-RECON-MONTH         PIC 9(04)      VALUE ZERO.
002660 01  WS-RECON-MONTH-SPLIT REDEFINES WS-RECON-MONTH.
002670     05  WS-RECON-YY        PIC 9(02).
002680     05  WS-RECON-MM        PIC 9(02).
002690 01  WS-SEL-FROM-BUILD.
002700     05  WS-SF-YYMM         PIC 9(04)      VALUE ZERO.
002710     05  WS-SF-DD           PIC 9(02)      VALUE 01.
002720 01  WS-SEL-DATE-FROM REDEFINES WS-SEL-FROM-BUILD
002730                            PIC 9(06).
002740 01  WS-SEL-TO-BUILD.
002750     05  WS-ST-YYMM         PIC 9(04)      VALUE ZERO.
002760     05  WS-ST-DD           PIC 9(02)      VALUE 31.
002770 01  WS-SEL-DATE-TO REDEFINES WS-SEL-TO-BUILD
002780                            PIC 9(06).
002790 01  WS-DATEFROM-CARD       PIC 9(06)      VALUE ZERO.
002800 01  WS-DATETO-CARD         PIC 9(06)      VALUE ZERO.
002810*
002820*    ONE ENTRY PER KEY SEEN ON THE MASTER OR IN THE REBUILD -
002830*    THE MASTER'S CURRENT AND YEAR-TO-DATE BUCKETS, THE MONTH
002840*    REBUILT FROM THE ARCHIVE, THE EARLIER CLOSED MONTHS OF THE
002850*    YEAR FROM THE SNAPSHOTS, AND WHICH CLOSE MONTHS HAVE BEEN
002860*    TAKEN (SO A SNAPSHOT GENERATION CATALOGED TWICE FOR THE
002870*    SAME MONTH IS NOT COUNTED TWICE).  A RETIRED CODE'S
002880*    SNAPSHOTS ARE TAKEN AGAINST ITS OWN ENTRY (MARKED RETIRED)
002890*    BUT THEIR FIGURES ARE ADDED TO THE SUCCESSOR'S ENTRY.
002900 01  WS-KEY-TABLE.
002910     05  WS-KEY-ENTRY OCCURS 500 TIMES.
002920         10  WS-KT-SORT-KEY.
002930             15  WS-KT-COST-CENTER  PIC X(04).
002940             15  WS-KT-OPERATION    PIC X(01).
002950         10  WS-KT-ON-MSTR          PIC X(01).
002960         10  WS-KT-RETIRED          PIC X(01).
002970         10  WS-KT-MSTR-CUR-COUNT   PIC 9(09).
002980         10  WS-KT-MSTR-CUR-TOTAL   PIC S9(13)V99
002990                        SIGN IS LEADING SEPARATE CHARACTER.
003000         10  WS-KT-MSTR-YTD-COUNT   PIC 9(09).
003010         10  WS-KT-MSTR-YTD-TOTAL   PIC S9(13)V99
003020                        SIGN IS LEADING SEPARATE CHARACTER.
003030         10  WS-KT-MTH-COUNT        PIC 9(09).
003040         10  WS-KT-MTH-TOTAL        PIC S9(13)V99
003050                        SIGN IS LEADING SEPARATE CHARACTER.
003060         10  WS-KT-SNAP-COUNT       PIC 9(09).
003070         10  WS-KT-SNAP-TOTAL       PIC S9(13)V99
003080                        SIGN IS LEADING SEPARATE CHARACTER.
003090         10  WS-KT-SNAP-FLAGS.
003100             15  WS-KT-SNAP-TAKEN   PIC X(01) OCCURS 12 TIMES.
003110 01  WS-HOLD-KEY-ENTRY      PIC X(119).
003120*
003130 01  WS-HIST-ENTRY          PIC X(139).
003140 COPY CALCMSTR
003150     REPLACING ==01  CALCMSTR== BY
003160             ==01  WS-HIST-MSTR REDEFINES WS-HIST-ENTRY==
003170               ==CM-KEY==            BY ==HM-KEY==
003180               ==CM-OPERATION==      BY ==HM-OPERATION==
003190               ==CM-COST-CENTER==    BY ==HM-COST-CENTER==
003200               ==CM-POST-COUNT==     BY ==HM-POST-COUNT==
003210               ==CM-TOTAL==          BY ==HM-TOTAL==
003220               ==CM-HIGH-RESULT==    BY ==HM-HIGH-RESULT==
003230               ==CM-LOW-RESULT==     BY ==HM-LOW-RESULT==
003240               ==CM-LAST-POST-DATE== BY ==HM-LAST-POST-DATE==
003250               ==CM-CUR-COUNT==      BY ==HM-CUR-COUNT==
003260               ==CM-CUR-TOTAL==      BY ==HM-CUR-TOTAL==
003270               ==CM-PRV-COUNT==      BY ==HM-PRV-COUNT==
003280               ==CM-PRV-TOTAL==      BY ==HM-PRV-TOTAL==
003290               ==CM-YTD-COUNT==      BY ==HM-YTD-COUNT==
003300               ==CM-YTD-TOTAL==      BY ==HM-YTD-TOTAL==.
003310*
003320 01  WS-REF-TABLE.
003330     05  WS-REF-ENTRY OCCURS 100 TIMES.
003340         10  WS-REF-CODE        PIC X(04).
003350         10  WS-REF-DEPT-NAME   PIC X(20).
003360         10  WS-REF-ACTIVE-FLAG PIC X(01).
003370             88  WS-REF-ACTIVE                 VALUE 'A'.
003380         10  WS-REF-SUCCESSOR   PIC X(04).
003390*
003400*    CALCHOLD ITEMS THAT DECIDE WHETHER AN ARCHIVED RECORD WAS
003410*    POSTED IN THE PERIOD - 'X' ENTRIES ARE LEFT OUT OF THE
003420*    REBUILD (EACH MATCHES ONE RECORD, THEN IS MARKED USED), 'A'
003430*    ENTRIES ARE ADDED TO IT FROM THE HELD RESULT IMAGE.
003440 01  WS-HOLD-TABLE.
003450     05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
003460         10  WS-HT-ACTION       PIC X(01).
003470             88  WS-HT-EXCLUDE                 VALUE 'X'.
003480             88  WS-HT-ADD                     VALUE 'A'.
003490         10  WS-HT-USED         PIC X(01).
003500         10  WS-HT-IMAGE        PIC X(54).
003510     COPY CALCREC
003520         REPLACING ==01  CALCREC==     BY ==01  WS-LATE-REC==
003530                   ==CALC-TRANS-ID==   BY ==LR-TRANS-ID==
003540                   ==CALC-COST-CENTER== BY ==LR-COST-CENTER==
003550                   ==CALC-NUM1==       BY ==LR-NUM1==
003560                   ==CALC-NUM2==       BY ==LR-NUM2==
003570                   ==CALC-OPERATION==  BY ==LR-OPERATION==
003580                   ==CALC-CONT-IND==   BY ==LR-CONT-IND==
003590                   ==CALC-RATE-CODE==  BY ==LR-RATE-CODE==
003600                   ==CALC-CYCLE-NO==   BY ==LR-CYCLE-NO==
003610                   ==CALC-RESULT==     BY ==LR-RESULT==.
003620*
003630*--------------------------------------------------------------*
003640* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
003650*--------------------------------------------------------------*
003660 01  HDG-LINE-1.
003670     05  FILLER             PIC X(01)      VALUE SPACE.
003680     05  FILLER             PIC X(34)      VALUE
003690             "CALCRECN MASTER RECONCILIATION".
003700     05  FILLER             PIC X(06)      VALUE "MONTH".
003710     05  HDG1-MONTH         PIC 9(04).
003720     05  FILLER             PIC X(06)      VALUE "  PAGE".
003730     05  HDG1-PAGE-NO       PIC ZZZZ9.
003740     05  FILLER             PIC X(24)      VALUE SPACE.
003750 01  HDG-LINE-SOURCE.
003760     05  FILLER             PIC X(01)      VALUE SPACE.
003770     05  FILLER             PIC X(08)      VALUE "SOURCE".
003780     05  HDG-SOURCE-TEXT    PIC X(08).
003790     05  FILLER             PIC X(08)      VALUE "PERIOD".
003800     05  HDG-PERIOD-TEXT    PIC X(15).
003810     05  FILLER             PIC X(40)      VALUE SPACE.
003820 01  HDG-LINE-2.
003830     05  FILLER             PIC X(01)      VALUE SPACE.
003840     05  FILLER             PIC X(17)      VALUE "FIGURE".
003850     05  FILLER             PIC X(18)      VALUE
003860             "           MASTER".
003870     05  FILLER             PIC X(18)      VALUE
003880             "          REBUILT".
003890     05  FILLER             PIC X(18)      VALUE
003900             "         VARIANCE".
003910     05  FILLER             PIC X(08)      VALUE SPACE.
003920 01  KEY-LINE.
003930     05  FILLER             PIC X(01)      VALUE SPACE.
003940     05  FILLER             PIC X(12)      VALUE "COST CENTER".
003950     05  KEY-COST-CENTER    PIC X(04).
003960     05  FILLER             PIC X(02)      VALUE SPACE.
003970     05  KEY-DEPT-NAME      PIC X(20).
003980     05  FILLER             PIC X(04)      VALUE "OP".
003990     05  KEY-OPERATION      PIC X(01).
004000     05  FILLER             PIC X(02)      VALUE SPACE.
004010     05  KEY-NOTE           PIC X(20).
004020     05  FILLER             PIC X(14)      VALUE SPACE.
004030 01  CNT-LINE.
004040     05  FILLER             PIC X(03)      VALUE SPACE.
004050     05  CNT-LABEL          PIC X(15).
004060     05  CNT-MASTER         PIC Z(16)9.
004070     05  FILLER             PIC X(01)      VALUE SPACE.
004080     05  CNT-REBUILT        PIC Z(16)9.
004090     05  FILLER             PIC X(01)      VALUE SPACE.
004100     05  CNT-VARIANCE       PIC -Z(15)9.
004110     05  FILLER             PIC X(01)      VALUE SPACE.
004120     05  CNT-FLAG           PIC X(03).
004130     05  FILLER             PIC X(05)      VALUE SPACE.
004140 01  AMT-LINE.
004150     05  FILLER             PIC X(03)      VALUE SPACE.
004160     05  AMT-LABEL          PIC X(15).
004170     05  AMT-MASTER         PIC -Z(12)9.99.
004180     05  FILLER             PIC X(01)      VALUE SPACE.
004190     05  AMT-REBUILT        PIC -Z(12)9.99.
004200     05  FILLER             PIC X(01)      VALUE SPACE.
004210     05  AMT-VARIANCE       PIC -Z(12)9.99.
004220     05  FILLER             PIC X(01)      VALUE SPACE.
004230     05  AMT-FLAG           PIC X(03).
004240     05  FILLER             PIC X(05)      VALUE SPACE.
004250 01  TOT-LINE.
004260     05  FILLER             PIC X(01)      VALUE SPACE.
004270     05  TOT-LABEL          PIC X(32).
004280     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
004290     05  FILLER             PIC X(36)      VALUE SPACE.
004300*
004310 PROCEDURE DIVISION.
004320*--------------------------------------------------------------*
004330* 0000-MAINLINE
004340*--------------------------------------------------------------*
004350 0000-MAINLINE.
004360     PERFORM 1000-INITIALIZE
004370         THRU 1000-INITIALIZE-EXIT.
004380     IF NOT WS-FATAL-STOP
004390         PERFORM 2000-LOAD-MASTER
004400             THRU 2000-LOAD-MASTER-EXIT
004410         PERFORM 2200-LOAD-SNAPSHOTS
004420             THRU 2200-LOAD-SNAPSHOTS-EXIT
004430         PERFORM 2400-REBUILD-MONTH
004440             THRU 2400-REBUILD-MONTH-EXIT
004450         PERFORM 4000-PRINT-BREAKS
004460             THRU 4000-PRINT-BREAKS-EXIT
004470     END-IF.
004480     PERFORM 3000-TERMINATE
004490         THRU 3000-TERMINATE-EXIT.
004500     STOP RUN.
004510*
004520*--------------------------------------------------------------*
004530* 1000-INITIALIZE - READ THE CONTROL CARDS, OPEN THE FILES AND
004540*              LOAD THE COST-CENTER REFERENCE AND HOLD TABLES.
004550*              NO MONTH, A BAD CARD, OR A MASTER, SNAPSHOT, MONTH
004560*              OR HOLD FILE THAT WILL NOT OPEN ENDS RC=12 - THE
004570*              MASTER CANNOT BE CALLED PROVEN WITHOUT ALL FOUR.
004580*--------------------------------------------------------------*
004590 1000-INITIALIZE.
004600     PERFORM 1100-READ-PARMS
004610         THRU 1100-READ-PARMS-EXIT.
004620     IF WS-PARM-ERROR OR NOT WS-MONTH-GIVEN
004630         DISPLAY "CALCRECN NEEDS A VALID MONTH CONTROL CARD."
004640         MOVE 12 TO RETURN-CODE
004650         SET WS-FATAL-STOP TO TRUE
004660         GO TO 1000-INITIALIZE-EXIT
004670     END-IF.
004680     MOVE WS-RECON-MONTH TO WS-SF-YYMM.
004690     MOVE WS-RECON-MONTH TO WS-ST-YYMM.
004700     IF WS-DATEFROM-CARD IS GREATER THAN ZERO
004710         MOVE WS-DATEFROM-CARD TO WS-SEL-DATE-FROM
004720     END-IF.
004730     IF WS-DATETO-CARD IS GREATER THAN ZERO
004740         MOVE WS-DATETO-CARD TO WS-SEL-DATE-TO
004750     END-IF.
004760     OPEN INPUT CALC-MASTER-FILE.
004770     IF WS-MSTR-STATUS NOT EQUAL "00"
004780         DISPLAY "CALCRECN CANNOT OPEN MASTER, STATUS "
004790             WS-MSTR-STATUS
004800         MOVE 12 TO RETURN-CODE
004810         SET WS-FATAL-STOP TO TRUE
004820         GO TO 1000-INITIALIZE-EXIT
004830     END-IF.
004840     OPEN INPUT MSTR-HIST-FILE.
004850     IF WS-HIST-STATUS NOT EQUAL "00"
004860         DISPLAY "CALCRECN CANNOT OPEN SNAPSHOTS, STATUS "
004870             WS-HIST-STATUS
004880         CLOSE CALC-MASTER-FILE
004890         MOVE 12 TO RETURN-CODE
004900         SET WS-FATAL-STOP TO TRUE
004910         GO TO 1000-INITIALIZE-EXIT
004920     END-IF.
004930     OPEN INPUT MONTH-IN-FILE.
004940     IF WS-MTH-STATUS NOT EQUAL "00"
004950         DISPLAY "CALCRECN CANNOT OPEN MONTH FILE, STATUS "
004960             WS-MTH-STATUS
004970         CLOSE CALC-MASTER-FILE
004980         CLOSE MSTR-HIST-FILE
004990         MOVE 12 TO RETURN-CODE
005000         SET WS-FATAL-STOP TO TRUE
005010         GO TO 1000-INITIALIZE-EXIT
005020     END-IF.
005030     OPEN INPUT CALC-HOLD-FILE.
005040     IF WS-HOLD-STATUS NOT EQUAL "00"
005050         DISPLAY "CALCRECN CANNOT OPEN CALCHOLD, STATUS "
005060             WS-HOLD-STATUS
005070         CLOSE CALC-MASTER-FILE
005080         CLOSE MSTR-HIST-FILE
005090         CLOSE MONTH-IN-FILE
005100         MOVE 12 TO RETURN-CODE
005110         SET WS-FATAL-STOP TO TRUE
005120         GO TO 1000-INITIALIZE-EXIT
005130     END-IF.
005140     OPEN OUTPUT RECN-RPT-FILE.
005150     PERFORM 1200-LOAD-REF-TABLE
005160         THRU 1200-LOAD-REF-TABLE-EXIT.
005170     PERFORM 1300-LOAD-HOLDS
005180         THRU 1300-LOAD-HOLDS-EXIT.
005190 1000-INITIALIZE-EXIT.
005200     EXIT.
005210*
005220*--------------------------------------------------------------*
005230* 1100-READ-PARMS - READ THE MONTH, SOURCE AND PERIOD CARDS.
005240*--------------------------------------------------------------*
005250 1100-READ-PARMS.
005260     OPEN INPUT RECN-PARM-FILE.
005270     IF WS-PARM-STATUS NOT EQUAL "00"
005280         GO TO 1100-READ-PARMS-EXIT
005290     END-IF.
005300     PERFORM 1110-READ-ONE-PARM
005310         THRU 1110-READ-ONE-PARM-EXIT
005320         UNTIL WS-PARM-EOF.
005330     CLOSE RECN-PARM-FILE.
005340 1100-READ-PARMS-EXIT.
005350     EXIT.
005360*
005370 1110-READ-ONE-PARM.
005380     READ RECN-PARM-FILE
005390         AT END
005400             SET WS-PARM-EOF TO TRUE
005410             GO TO 1110-READ-ONE-PARM-EXIT
005420     END-READ.
005430     IF PARM-CARD = SPACE
005440         OR PC-COMMENT-FLAG = '*'
005450         GO TO 1110-READ-ONE-PARM-EXIT
005460     END-IF.
005470     IF PC-KEYWORD = "MONTH"
005480         IF PC-VALUE-MONTH IS NUMERIC
005490             MOVE PC-VALUE-MONTH TO WS-RECON-MONTH
005500             SET WS-MONTH-GIVEN TO TRUE
005510         ELSE
005520             PERFORM 1120-FLAG-BAD-PARM
005530                 THRU 1120-FLAG-BAD-PARM-EXIT
005540         END-IF
005550     ELSE IF PC-KEYWORD = "SOURCE"
005560         IF PC-VALUE = "AUDIT"
005570             SET WS-SOURCE-AUDIT TO TRUE
005580         ELSE IF PC-VALUE = "MTHOUT"
005590             SET WS-SOURCE-MTHOUT TO TRUE
005600         ELSE IF PC-VALUE = "RESULT"
005610             SET WS-SOURCE-RESULT TO TRUE
005620         ELSE
005630             PERFORM 1120-FLAG-BAD-PARM
005640                 THRU 1120-FLAG-BAD-PARM-EXIT
005650         END-IF
005660     ELSE IF PC-KEYWORD = "DATEFROM"
005670         IF PC-VALUE-DATE IS NUMERIC
005680             MOVE PC-VALUE-DATE TO WS-DATEFROM-CARD
005690         ELSE
005700             PERFORM 1120-FLAG-BAD-PARM
005710                 THRU 1120-FLAG-BAD-PARM-EXIT
005720         END-IF
005730     ELSE IF PC-KEYWORD = "DATETO"
005740         IF PC-VALUE-DATE IS NUMERIC
005750             MOVE PC-VALUE-DATE TO WS-DATETO-CARD
005760         ELSE
005770             PERFORM 1120-FLAG-BAD-PARM
005780                 THRU 1120-FLAG-BAD-PARM-EXIT
005790         END-IF
005800     ELSE
005810         PERFORM 1120-FLAG-BAD-PARM
005820             THRU 1120-FLAG-BAD-PARM-EXIT
005830     END-IF.
005840 1110-READ-ONE-PARM-EXIT.
005850     EXIT.
005860*
005870 1120-FLAG-BAD-PARM.
005880     DISPLAY "CALCRECN BAD CONTROL CARD: " PARM-CARD.
005890     SET WS-PARM-ERROR TO TRUE.
005900 1120-FLAG-BAD-PARM-EXIT.
005910     EXIT.
005920*
005930*--------------------------------------------------------------*
005940* 1200-LOAD-REF-TABLE - LOAD THE COST-CENTER REFERENCE FILE SO
005950*              THE REPORT CAN NAME EACH DEPARTMENT AND A RETIRED
005960*              CODE CAN BE PROVEN UNDER ITS SUCCESSOR.  A MISSING
005970*              CCREF FILE LEAVES THE NAMES BLANK AND MAPS NOTHING.
005980*--------------------------------------------------------------*
005990 1200-LOAD-REF-TABLE.
006000     MOVE ZERO TO WS-REF-COUNT.
006010     OPEN INPUT CALC-CCREF-FILE.
006020     IF WS-CCREF-STATUS NOT EQUAL "00"
006030         GO TO 1200-LOAD-REF-TABLE-EXIT
006040     END-IF.
006050     PERFORM 1210-READ-ONE-REF
006060         THRU 1210-READ-ONE-REF-EXIT
006070         UNTIL WS-CCREF-EOF.
006080     CLOSE CALC-CCREF-FILE.
006090 1200-LOAD-REF-TABLE-EXIT.
006100     EXIT.
006110*
006120 1210-READ-ONE-REF.
006130     READ CALC-CCREF-FILE
006140         AT END
006150             SET WS-CCREF-EOF TO TRUE
006160             GO TO 1210-READ-ONE-REF-EXIT
006170     END-READ.
006180     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
006190         DISPLAY "COST-CENTER TABLE FULL, ENTRY SKIPPED: "
006200             CCREFREC
006210         GO TO 1210-READ-ONE-REF-EXIT
006220     END-IF.
006230     ADD 1 TO WS-REF-COUNT.
006240     MOVE CC-CODE      TO WS-REF-CODE (WS-REF-COUNT).
006250     MOVE CC-DEPT-NAME TO WS-REF-DEPT-NAME (WS-REF-COUNT).
006260     MOVE CC-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (WS-REF-COUNT).
006270     MOVE CC-SUCCESSOR   TO WS-REF-SUCCESSOR (WS-REF-COUNT).
006280 1210-READ-ONE-REF-EXIT.
006290     EXIT.
006300*
006310*--------------------------------------------------------------*
006320* 1300-LOAD-HOLDS - READ CALCHOLD AND TABLE THE ITEMS THAT MOVE
006330*              AN ARCHIVED RESULT IN OR OUT OF THE PERIOD'S
006340*              POSTINGS.  HELD IN THE PERIOD AND STILL HELD,
006350*              RELEASED BUT NOT YET PASSED, REJECTED TO SUSPENSE,
006360*              OR PASSED ONLY AFTER THE PERIOD - ARCHIVED BUT NOT
006370*              POSTED, SO LEFT OUT.  HELD BEFORE THE PERIOD AND
006380*              PASSED WITHIN IT - POSTED BUT ARCHIVED EARLIER, SO
006390*              ADDED.  A FULL TABLE IS COUNTED WITH THE KEYS NOT
006400*              PROVEN, SO THE MASTER CANNOT THEN BE CALLED PROVEN.
006410*--------------------------------------------------------------*
006420 1300-LOAD-HOLDS.
006430     MOVE ZERO TO WS-HOLD-COUNT.
006440     PERFORM 1310-READ-ONE-HOLD
006450         THRU 1310-READ-ONE-HOLD-EXIT
006460         UNTIL WS-HOLD-EOF.
006470     CLOSE CALC-HOLD-FILE.
006480 1300-LOAD-HOLDS-EXIT.
006490     EXIT.
006500*
006510 1310-READ-ONE-HOLD.
006520     READ CALC-HOLD-FILE
006530         AT END
006540             SET WS-HOLD-EOF TO TRUE
006550             GO TO 1310-READ-ONE-HOLD-EXIT
006560     END-READ.
006570     MOVE SPACE TO WS-HOLD-ACTION.
006580     IF HD-BUS-DATE IS NOT LESS THAN WS-SEL-DATE-FROM
006590         AND HD-BUS-DATE IS NOT GREATER THAN WS-SEL-DATE-TO
006600         IF NOT HD-PASSED
006610             OR HD-PASS-DATE IS GREATER THAN WS-SEL-DATE-TO
006620             MOVE 'X' TO WS-HOLD-ACTION
006630         END-IF
006640     ELSE
006650         IF HD-BUS-DATE IS LESS THAN WS-SEL-DATE-FROM
006660             AND HD-PASSED
006670             AND HD-PASS-DATE IS NOT LESS THAN WS-SEL-DATE-FROM
006680             AND HD-PASS-DATE IS NOT GREATER THAN WS-SEL-DATE-TO
006690             MOVE 'A' TO WS-HOLD-ACTION
006700         END-IF
006710     END-IF.
006720     IF WS-HOLD-ACTION EQUAL SPACE
006730         GO TO 1310-READ-ONE-HOLD-EXIT
006740     END-IF.
006750     IF WS-HOLD-COUNT IS NOT LESS THAN WS-HOLD-MAX
006760         DISPLAY "CALCRECN HOLD TABLE FULL, ITEM SKIPPED: "
006770             HD-KEY
006780         ADD 1 TO WS-OVERFLOW-COUNT
006790         GO TO 1310-READ-ONE-HOLD-EXIT
006800     END-IF.
006810     ADD 1 TO WS-HOLD-COUNT.
006820     MOVE WS-HOLD-ACTION  TO WS-HT-ACTION (WS-HOLD-COUNT).
006830     MOVE 'N'             TO WS-HT-USED (WS-HOLD-COUNT).
006840     MOVE HD-RESULT-IMAGE TO WS-HT-IMAGE (WS-HOLD-COUNT).
006850 1310-READ-ONE-HOLD-EXIT.
006860     EXIT.
006870*
006880*--------------------------------------------------------------*
006890* 2000-LOAD-MASTER - BROWSE THE WHOLE MASTER AND TAKE EACH
006900*              KEY'S CURRENT AND YEAR-TO-DATE BUCKETS.
006910*--------------------------------------------------------------*
006920 2000-LOAD-MASTER.
006930     MOVE LOW-VALUES TO CM-KEY.
006940     START CALC-MASTER-FILE
006950         KEY IS GREATER THAN OR EQUAL TO CM-KEY.
006960     IF WS-MSTR-STATUS NOT EQUAL "00"
006970         DISPLAY "CALCRECN MASTER IS EMPTY."
006980         SET WS-BROWSE-EOF TO TRUE
006990         GO TO 2000-LOAD-MASTER-EXIT
007000     END-IF.
007010     PERFORM 2100-LOAD-ONE-MASTER
007020         THRU 2100-LOAD-ONE-MASTER-EXIT
007030         UNTIL WS-BROWSE-EOF.
007040 2000-LOAD-MASTER-EXIT.
007050     EXIT.
007060*
007070 2100-LOAD-ONE-MASTER.
007080     READ CALC-MASTER-FILE NEXT
007090         AT END
007100             SET WS-BROWSE-EOF TO TRUE
007110             GO TO 2100-LOAD-ONE-MASTER-EXIT
007120     END-READ.
007130     ADD 1 TO WS-MSTR-COUNT.
007140     MOVE CM-OPERATION   TO WS-LOOKUP-OPERATION.
007150     MOVE CM-COST-CENTER TO WS-LOOKUP-COST-CENTER.
007160     PERFORM 7700-FIND-KEY
007170         THRU 7700-FIND-KEY-EXIT.
007180     IF NOT WS-KEY-FOUND
007190         GO TO 2100-LOAD-ONE-MASTER-EXIT
007200     END-IF.
007210     MOVE 'Y'          TO WS-KT-ON-MSTR (WS-KEY-SUB).
007220     MOVE CM-CUR-COUNT TO WS-KT-MSTR-CUR-COUNT (WS-KEY-SUB).
007230     MOVE CM-CUR-TOTAL TO WS-KT-MSTR-CUR-TOTAL (WS-KEY-SUB).
007240     MOVE CM-YTD-COUNT TO WS-KT-MSTR-YTD-COUNT (WS-KEY-SUB).
007250     MOVE CM-YTD-TOTAL TO WS-KT-MSTR-YTD-TOTAL (WS-KEY-SUB).
007260 2100-LOAD-ONE-MASTER-EXIT.
007270     EXIT.
007280*
007290*--------------------------------------------------------------*
007300* 2200-LOAD-SNAPSHOTS - READ THE CLOSE SNAPSHOTS AND ADD EACH
007310*              KEY'S CLOSING MONTH FIGURES FOR THE EARLIER
007320*              MONTHS OF THE SAME YEAR.  THE SNAPSHOT IS TAKEN
007330*              BEFORE THE ROLL, SO ITS CURRENT BUCKET IS THE
007340*              WHOLE CLOSED MONTH.  SNAPSHOTS OF OTHER YEARS,
007350*              OF THIS MONTH OR LATER, ARE PASSED OVER.  A
007360*              RETIRED CODE'S FIGURES GO TO ITS SUCCESSOR.
007370*--------------------------------------------------------------*
007380 2200-LOAD-SNAPSHOTS.
007390     PERFORM 2300-READ-ONE-SNAPSHOT
007400         THRU 2300-READ-ONE-SNAPSHOT-EXIT
007410         UNTIL WS-HIST-EOF.
007420 2200-LOAD-SNAPSHOTS-EXIT.
007430     EXIT.
007440*
007450 2300-READ-ONE-SNAPSHOT.
007460     READ MSTR-HIST-FILE
007470         AT END
007480             SET WS-HIST-EOF TO TRUE
007490             GO TO 2300-READ-ONE-SNAPSHOT-EXIT
007500     END-READ.
007510     IF MH-CLOSE-MONTH IS NOT NUMERIC
007520         OR MH-CLOSE-YY NOT EQUAL WS-RECON-YY
007530         OR MH-CLOSE-MM IS NOT LESS THAN WS-RECON-MM
007540         OR MH-CLOSE-MM EQUAL ZERO
007550         ADD 1 TO WS-SNAP-OTHER
007560         GO TO 2300-READ-ONE-SNAPSHOT-EXIT
007570     END-IF.
007580     MOVE MH-MASTER-IMAGE TO WS-HIST-ENTRY.
007590     MOVE HM-OPERATION    TO WS-LOOKUP-OPERATION.
007600     MOVE HM-COST-CENTER  TO WS-LOOKUP-COST-CENTER.
007610     PERFORM 7700-FIND-KEY
007620         THRU 7700-FIND-KEY-EXIT.
007630     IF NOT WS-KEY-FOUND
007640         GO TO 2300-READ-ONE-SNAPSHOT-EXIT
007650     END-IF.
007660     IF WS-KT-SNAP-TAKEN (WS-KEY-SUB, MH-CLOSE-MM) EQUAL 'Y'
007670         DISPLAY "CALCRECN DUPLICATE SNAPSHOT FOR "
007680             MH-CLOSE-MONTH " KEY " HM-KEY " - SKIPPED"
007690         ADD 1 TO WS-SNAP-DUP
007700         GO TO 2300-READ-ONE-SNAPSHOT-EXIT
007710     END-IF.
007720     MOVE 'Y' TO WS-KT-SNAP-TAKEN (WS-KEY-SUB, MH-CLOSE-MM).
007730     PERFORM 7800-MAP-SUCCESSOR
007740         THRU 7800-MAP-SUCCESSOR-EXIT.
007750     IF WS-LOOKUP-COST-CENTER NOT EQUAL HM-COST-CENTER
007760         MOVE 'Y' TO WS-KT-RETIRED (WS-KEY-SUB)
007770         PERFORM 7700-FIND-KEY
007780             THRU 7700-FIND-KEY-EXIT
007790         IF NOT WS-KEY-FOUND
007800             GO TO 2300-READ-ONE-SNAPSHOT-EXIT
007810         END-IF
007820     END-IF.
007830     ADD HM-CUR-COUNT TO WS-KT-SNAP-COUNT (WS-KEY-SUB).
007840     ADD HM-CUR-TOTAL TO WS-KT-SNAP-TOTAL (WS-KEY-SUB).
007850     ADD 1 TO WS-SNAP-USED.
007860 2300-READ-ONE-SNAPSHOT-EXIT.
007870     EXIT.
007880*
007890*--------------------------------------------------------------*
007900* 2400-REBUILD-MONTH - READ THE MONTH'S ARCHIVED RECORDS AND
007910*              ACCUMULATE EACH KEY'S COUNT AND TOTAL THE WAY
007920*              CALCPOST WOULD HAVE POSTED THEM - LEAVING OUT THE
007930*              RESULTS CALCSCRN KEPT FROM POSTING, ADDING THE
007940*              EARLIER HOLDS PASSED IN THE PERIOD, AND TAKING A
007950*              RETIRED COST CENTER UNDER ITS SUCCESSOR.
007960*--------------------------------------------------------------*
007970 2400-REBUILD-MONTH.
007980     PERFORM 2500-READ-ONE-MONTH-REC
007990         THRU 2500-READ-ONE-MONTH-REC-EXIT
008000         UNTIL WS-MTH-EOF.
008010     PERFORM 2600-ADD-LATE-PASS
008020         THRU 2600-ADD-LATE-PASS-EXIT
008030         VARYING WS-HOLD-SUB FROM 1 BY 1
008040         UNTIL WS-HOLD-SUB IS GREATER THAN WS-HOLD-COUNT.
008050 2400-REBUILD-MONTH-EXIT.
008060     EXIT.
008070*
008080 2500-READ-ONE-MONTH-REC.
008090     READ MONTH-IN-FILE
008100         AT END
008110             SET WS-MTH-EOF TO TRUE
008120             GO TO 2500-READ-ONE-MONTH-REC-EXIT
008130     END-READ.
008140     ADD 1 TO WS-MTH-READ.
008150     IF WS-SOURCE-RESULT
008160         MOVE RESULT-REC     TO WS-MATCH-IMAGE
008170         MOVE RR-OPERATION   TO WS-LOOKUP-OPERATION
008180         MOVE RR-COST-CENTER TO WS-LOOKUP-COST-CENTER
008190     ELSE
008200         IF AR-REJECTED
008210             ADD 1 TO WS-MTH-REJECTED
008220             GO TO 2500-READ-ONE-MONTH-REC-EXIT
008230         END-IF
008240         IF WS-SOURCE-AUDIT
008250             AND (AR-DATE IS LESS THAN WS-SEL-DATE-FROM
008260               OR AR-DATE IS GREATER THAN WS-SEL-DATE-TO)
008270             ADD 1 TO WS-MTH-OUTSIDE
008280             GO TO 2500-READ-ONE-MONTH-REC-EXIT
008290         END-IF
008300         MOVE AR-CALC-DATA   TO WS-MATCH-IMAGE
008310         MOVE AR-OPERATION   TO WS-LOOKUP-OPERATION
008320         MOVE AR-COST-CENTER TO WS-LOOKUP-COST-CENTER
008330     END-IF.
008340     PERFORM 2510-CHECK-HELD
008350         THRU 2510-CHECK-HELD-EXIT.
008360     IF WS-HOLD-FOUND
008370         ADD 1 TO WS-MTH-HELD
008380         GO TO 2500-READ-ONE-MONTH-REC-EXIT
008390     END-IF.
008400     PERFORM 7800-MAP-SUCCESSOR
008410         THRU 7800-MAP-SUCCESSOR-EXIT.
008420     PERFORM 7700-FIND-KEY
008430         THRU 7700-FIND-KEY-EXIT.
008440     IF NOT WS-KEY-FOUND
008450         GO TO 2500-READ-ONE-MONTH-REC-EXIT
008460     END-IF.
008470     ADD 1 TO WS-KT-MTH-COUNT (WS-KEY-SUB).
008480     IF WS-SOURCE-RESULT
008490         ADD RR-RESULT TO WS-KT-MTH-TOTAL (WS-KEY-SUB)
008500     ELSE
008510         ADD AR-RESULT TO WS-KT-MTH-TOTAL (WS-KEY-SUB)
008520     END-IF.
008530     ADD 1 TO WS-MTH-USED.
008540 2500-READ-ONE-MONTH-REC-EXIT.
008550     EXIT.
008560*
008570*--------------------------------------------------------------*
008580* 2510-CHECK-HELD - LOOK FOR AN UNUSED 'X' HOLD ENTRY WITH THE
008590*              SAME RESULT IMAGE AS THE ARCHIVED RECORD.  A MATCH
008600*              IS MARKED USED SO IT ACCOUNTS FOR ONE RECORD ONLY.
008610*--------------------------------------------------------------*
008620 2510-CHECK-HELD.
008630     MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
008640     PERFORM 2520-SCAN-HELD
008650         THRU 2520-SCAN-HELD-EXIT
008660         VARYING WS-HOLD-SUB FROM 1 BY 1
008670         UNTIL WS-HOLD-SUB IS GREATER THAN WS-HOLD-COUNT
008680            OR WS-HOLD-FOUND.
008690 2510-CHECK-HELD-EXIT.
008700     EXIT.
008710*
008720 2520-SCAN-HELD.
008730     IF WS-HT-EXCLUDE (WS-HOLD-SUB)
008740         AND WS-HT-USED (WS-HOLD-SUB) EQUAL 'N'
008750         AND WS-HT-IMAGE (WS-HOLD-SUB) EQUAL WS-MATCH-IMAGE
008760         MOVE 'Y' TO WS-HT-USED (WS-HOLD-SUB)
008770         SET WS-HOLD-FOUND TO TRUE
008780     END-IF.
008790 2520-SCAN-HELD-EXIT.
008800     EXIT.
008810*
008820*--------------------------------------------------------------*
008830* 2600-ADD-LATE-PASS - ADD ONE 'A' HOLD ENTRY (HELD BEFORE THE
008840*              PERIOD, PASSED TO POSTING WITHIN IT) TO ITS KEY.
008850*--------------------------------------------------------------*
008860 2600-ADD-LATE-PASS.
008870     IF NOT WS-HT-ADD (WS-HOLD-SUB)
008880         GO TO 2600-ADD-LATE-PASS-EXIT
008890     END-IF.
008900     MOVE WS-HT-IMAGE (WS-HOLD-SUB) TO WS-LATE-REC.
008910     MOVE LR-OPERATION   TO WS-LOOKUP-OPERATION.
008920     MOVE LR-COST-CENTER TO WS-LOOKUP-COST-CENTER.
008930     PERFORM 7800-MAP-SUCCESSOR
008940         THRU 7800-MAP-SUCCESSOR-EXIT.
008950     PERFORM 7700-FIND-KEY
008960         THRU 7700-FIND-KEY-EXIT.
008970     IF NOT WS-KEY-FOUND
008980         GO TO 2600-ADD-LATE-PASS-EXIT
008990     END-IF.
009000     ADD 1         TO WS-KT-MTH-COUNT (WS-KEY-SUB).
009010     ADD LR-RESULT TO WS-KT-MTH-TOTAL (WS-KEY-SUB).
009020     ADD 1         TO WS-MTH-LATE.
009030 2600-ADD-LATE-PASS-EXIT.
009040     EXIT.
009050*
009060*--------------------------------------------------------------*
009070* 3000-TERMINATE - CLOSE THE FILES, REPORT THE RUN TOTALS AND
009080*              SET THE RETURN CODE: 8 ON ANY BREAK.
009090*--------------------------------------------------------------*
009100 3000-TERMINATE.
009110     IF WS-FATAL-STOP
009120         DISPLAY "CALCRECN ENDED WITHOUT PROVING THE MASTER."
009130         GO TO 3000-TERMINATE-EXIT
009140     END-IF.
009150     CLOSE CALC-MASTER-FILE.
009160     CLOSE MSTR-HIST-FILE.
009170     CLOSE MONTH-IN-FILE.
009180     CLOSE RECN-RPT-FILE.
009190     DISPLAY "CALCRECN KEYS PROVEN   " WS-PROVEN-COUNT ".".
009200     DISPLAY "CALCRECN KEYS IN BREAK " WS-BREAK-COUNT ".".
009210     IF WS-BREAK-COUNT IS GREATER THAN ZERO
009220         OR WS-OVERFLOW-COUNT IS GREATER THAN ZERO
009230         DISPLAY "CALCRECN MASTER NOT PROVEN - RC=8."
009240         MOVE 8 TO RETURN-CODE
009250     END-IF.
009260 3000-TERMINATE-EXIT.
009270     EXIT.
009280*
009290*--------------------------------------------------------------*
009300* 4000-PRINT-BREAKS - SORT THE KEY TABLE INTO COST-CENTER/
009310*              OPERATION ORDER, COMPARE EACH KEY'S MASTER
009320*              FIGURES WITH THE REBUILT ONES, PRINT EVERY KEY
009330*              THAT DOES NOT AGREE, THEN THE PROOF TOTALS.
009340*--------------------------------------------------------------*
009350 4000-PRINT-BREAKS.
009360     PERFORM 7000-WRITE-HEADERS
009370         THRU 7000-WRITE-HEADERS-EXIT.
009380     PERFORM 4100-SORT-TABLE
009390         THRU 4100-SORT-TABLE-EXIT.
009400     PERFORM 4200-PROVE-ONE-KEY
009410         THRU 4200-PROVE-ONE-KEY-EXIT
009420         VARYING WS-KEY-SUB FROM 1 BY 1
009430         UNTIL WS-KEY-SUB IS GREATER THAN WS-KEY-COUNT.
009440     PERFORM 4400-PRINT-TOTALS
009450         THRU 4400-PRINT-TOTALS-EXIT.
009460 4000-PRINT-BREAKS-EXIT.
009470     EXIT.
009480*
009490*--------------------------------------------------------------*
009500* 4100-SORT-TABLE - EXCHANGE-SORT THE KEY TABLE INTO
009510*              COST-CENTER/OPERATION ORDER.
009520*--------------------------------------------------------------*
009530 4100-SORT-TABLE.
009540     IF WS-KEY-COUNT IS LESS THAN 2
009550         GO TO 4100-SORT-TABLE-EXIT
009560     END-IF.
009570     SET WS-SWAPPED TO TRUE.
009580     PERFORM 4110-SORT-PASS
009590         THRU 4110-SORT-PASS-EXIT
009600         UNTIL NOT WS-SWAPPED.
009610 4100-SORT-TABLE-EXIT.
009620     EXIT.
009630*
009640 4110-SORT-PASS.
009650     MOVE 'N' TO WS-SWAP-SWITCH.
009660     COMPUTE WS-SORT-LIMIT = WS-KEY-COUNT - 1.
009670     PERFORM 4120-COMPARE-PAIR
009680         THRU 4120-COMPARE-PAIR-EXIT
009690         VARYING WS-KEY-SUB FROM 1 BY 1
009700         UNTIL WS-KEY-SUB IS GREATER THAN WS-SORT-LIMIT.
009710 4110-SORT-PASS-EXIT.
009720     EXIT.
009730*
009740 4120-COMPARE-PAIR.
009750     COMPUTE WS-KEY-SUB2 = WS-KEY-SUB + 1.
009760     IF WS-KT-SORT-KEY (WS-KEY-SUB) IS GREATER THAN
009770         WS-KT-SORT-KEY (WS-KEY-SUB2)
009780         MOVE WS-KEY-ENTRY (WS-KEY-SUB)  TO WS-HOLD-KEY-ENTRY
009790         MOVE WS-KEY-ENTRY (WS-KEY-SUB2)
009800             TO WS-KEY-ENTRY (WS-KEY-SUB)
009810         MOVE WS-HOLD-KEY-ENTRY TO WS-KEY-ENTRY (WS-KEY-SUB2)
009820         SET WS-SWAPPED TO TRUE
009830     END-IF.
009840 4120-COMPARE-PAIR-EXIT.
009850     EXIT.
009860*
009870*--------------------------------------------------------------*
009880* 4200-PROVE-ONE-KEY - REBUILT CURRENT IS THE MONTH FROM THE
009890*              ARCHIVE; REBUILT YEAR-TO-DATE IS THE CLOSED
009900*              MONTHS FROM THE SNAPSHOTS PLUS THAT MONTH.  A
009910*              KEY THAT DIFFERS ON ANY OF THE FOUR FIGURES IS A
009920*              BREAK AND IS PRINTED IN FULL.  A RETIRED CODE NOT
009930*              ON THE MASTER CARRIES NO FIGURES OF ITS OWN AND IS
009940*              PASSED OVER.
009950*--------------------------------------------------------------*
009960 4200-PROVE-ONE-KEY.
009970     IF WS-KT-RETIRED (WS-KEY-SUB) EQUAL 'Y'
009980         AND WS-KT-ON-MSTR (WS-KEY-SUB) EQUAL 'N'
009990         GO TO 4200-PROVE-ONE-KEY-EXIT
010000     END-IF.
010010     COMPUTE WS-REBUILT-YTD-COUNT =
010020         WS-KT-SNAP-COUNT (WS-KEY-SUB)
010030       + WS-KT-MTH-COUNT (WS-KEY-SUB).
010040     COMPUTE WS-REBUILT-YTD-TOTAL =
010050         WS-KT-SNAP-TOTAL (WS-KEY-SUB)
010060       + WS-KT-MTH-TOTAL (WS-KEY-SUB).
010070     ADD WS-KT-MSTR-CUR-TOTAL (WS-KEY-SUB) TO WS-GT-MSTR-CUR.
010080     ADD WS-KT-MTH-TOTAL (WS-KEY-SUB)      TO WS-GT-REBUILT-CUR.
010090     ADD WS-KT-MSTR-YTD-TOTAL (WS-KEY-SUB) TO WS-GT-MSTR-YTD.
010100     ADD WS-REBUILT-YTD-TOTAL              TO WS-GT-REBUILT-YTD.
010110     IF WS-KT-MSTR-CUR-COUNT (WS-KEY-SUB)
010120             EQUAL WS-KT-MTH-COUNT (WS-KEY-SUB)
010130         AND WS-KT-MSTR-CUR-TOTAL (WS-KEY-SUB)
010140             EQUAL WS-KT-MTH-TOTAL (WS-KEY-SUB)
010150         AND WS-KT-MSTR-YTD-COUNT (WS-KEY-SUB)
010160             EQUAL WS-REBUILT-YTD-COUNT
010170         AND WS-KT-MSTR-YTD-TOTAL (WS-KEY-SUB)
010180             EQUAL WS-REBUILT-YTD-TOTAL
010190         ADD 1 TO WS-PROVEN-COUNT
010200         GO TO 4200-PROVE-ONE-KEY-EXIT
010210     END-IF.
010220     ADD 1 TO WS-BREAK-COUNT.
010230     PERFORM 4300-PRINT-BREAK
010240         THRU 4300-PRINT-BREAK-EXIT.
010250 4200-PROVE-ONE-KEY-EXIT.
010260     EXIT.
010270*
010280*--------------------------------------------------------------*
010290* 4300-PRINT-BREAK - PRINT ONE BREAK KEY: THE KEY LINE, THEN
010300*              MASTER / REBUILT / VARIANCE (MASTER LESS
010310*              REBUILT) FOR EACH FIGURE, FLAGGING THE ONES
010320*              THAT DIFFER.
010330*--------------------------------------------------------------*
010340 4300-PRINT-BREAK.
010350     IF WS-LINE-COUNT + 6 IS GREATER THAN WS-LINES-PER-PAGE
010360         PERFORM 7000-WRITE-HEADERS
010370             THRU 7000-WRITE-HEADERS-EXIT
010380     END-IF.
010390     MOVE SPACE TO WS-PRINT-LINE.
010400     PERFORM 7500-PRINT-LINE
010410         THRU 7500-PRINT-LINE-EXIT.
010420     PERFORM 7600-FIND-REF-NAME
010430         THRU 7600-FIND-REF-NAME-EXIT.
010440     MOVE WS-KT-COST-CENTER (WS-KEY-SUB) TO KEY-COST-CENTER.
010450     MOVE WS-REF-NAME                    TO KEY-DEPT-NAME.
010460     MOVE WS-KT-OPERATION (WS-KEY-SUB)   TO KEY-OPERATION.
010470     IF WS-KT-ON-MSTR (WS-KEY-SUB) EQUAL 'Y'
010480         MOVE SPACE           TO KEY-NOTE
010490     ELSE
010500         MOVE "NOT ON MASTER" TO KEY-NOTE
010510     END-IF.
010520     MOVE KEY-LINE TO WS-PRINT-LINE.
010530     PERFORM 7500-PRINT-LINE
010540         THRU 7500-PRINT-LINE-EXIT.
010550     MOVE "MONTH COUNT"                     TO CNT-LABEL.
010560     MOVE WS-KT-MSTR-CUR-COUNT (WS-KEY-SUB) TO CNT-MASTER.
010570     MOVE WS-KT-MTH-COUNT (WS-KEY-SUB)      TO CNT-REBUILT.
010580     COMPUTE WS-VAR-COUNT = WS-KT-MSTR-CUR-COUNT (WS-KEY-SUB)
010590                          - WS-KT-MTH-COUNT (WS-KEY-SUB).
010600     PERFORM 4310-PRINT-COUNT
010610         THRU 4310-PRINT-COUNT-EXIT.
010620     MOVE "MONTH TOTAL"                     TO AMT-LABEL.
010630     MOVE WS-KT-MSTR-CUR-TOTAL (WS-KEY-SUB) TO AMT-MASTER.
010640     MOVE WS-KT-MTH-TOTAL (WS-KEY-SUB)      TO AMT-REBUILT.
010650     COMPUTE WS-VAR-TOTAL = WS-KT-MSTR-CUR-TOTAL (WS-KEY-SUB)
010660                          - WS-KT-MTH-TOTAL (WS-KEY-SUB).
010670     PERFORM 4320-PRINT-AMOUNT
010680         THRU 4320-PRINT-AMOUNT-EXIT.
010690     MOVE "YTD COUNT"                       TO CNT-LABEL.
010700     MOVE WS-KT-MSTR-YTD-COUNT (WS-KEY-SUB) TO CNT-MASTER.
010710     MOVE WS-REBUILT-YTD-COUNT              TO CNT-REBUILT.
010720     COMPUTE WS-VAR-COUNT = WS-KT-MSTR-YTD-COUNT (WS-KEY-SUB)
010730                          - WS-REBUILT-YTD-COUNT.
010740     PERFORM 4310-PRINT-COUNT
010750         THRU 4310-PRINT-COUNT-EXIT.
010760     MOVE "YTD TOTAL"                       TO AMT-LABEL.
010770     MOVE WS-KT-MSTR-YTD-TOTAL (WS-KEY-SUB) TO AMT-MASTER.
010780     MOVE WS-REBUILT-YTD-TOTAL              TO AMT-REBUILT.
010790     COMPUTE WS-VAR-TOTAL = WS-KT-MSTR-YTD-TOTAL (WS-KEY-SUB)
010800                          - WS-REBUILT-YTD-TOTAL.
010810     PERFORM 4320-PRINT-AMOUNT
010820         THRU 4320-PRINT-AMOUNT-EXIT.
010830 4300-PRINT-BREAK-EXIT.
010840     EXIT.
010850*
010860 4310-PRINT-COUNT.
010870     MOVE WS-VAR-COUNT TO CNT-VARIANCE.
010880     IF WS-VAR-COUNT EQUAL ZERO
010890         MOVE SPACE TO CNT-FLAG
010900     ELSE
010910         MOVE "***" TO CNT-FLAG
010920     END-IF.
010930     MOVE CNT-LINE TO WS-PRINT-LINE.
010940     PERFORM 7500-PRINT-LINE
010950         THRU 7500-PRINT-LINE-EXIT.
010960 4310-PRINT-COUNT-EXIT.
010970     EXIT.
010980*
010990 4320-PRINT-AMOUNT.
011000     MOVE WS-VAR-TOTAL TO AMT-VARIANCE.
011010     IF WS-VAR-TOTAL EQUAL ZERO
011020         MOVE SPACE TO AMT-FLAG
011030     ELSE
011040         MOVE "***" TO AMT-FLAG
011050     END-IF.
011060     MOVE AMT-LINE TO WS-PRINT-LINE.
011070     PERFORM 7500-PRINT-LINE
011080         THRU 7500-PRINT-LINE-EXIT.
011090 4320-PRINT-AMOUNT-EXIT.
011100     EXIT.
011110*
011120*--------------------------------------------------------------*
011130* 4400-PRINT-TOTALS - PRINT THE RECORD COUNTS, THE GRAND
011140*              MASTER AND REBUILT TOTALS, AND THE VERDICT.
011150*--------------------------------------------------------------*
011160 4400-PRINT-TOTALS.
011170     MOVE SPACE TO WS-PRINT-LINE.
011180     PERFORM 7500-PRINT-LINE
011190         THRU 7500-PRINT-LINE-EXIT.
011200     MOVE "MASTER RECORDS READ"        TO TOT-LABEL.
011210     MOVE WS-MSTR-COUNT                TO TOT-VALUE.
011220     PERFORM 4410-PRINT-TOT-LINE
011230         THRU 4410-PRINT-TOT-LINE-EXIT.
011240     MOVE "CLOSE SNAPSHOTS USED"       TO TOT-LABEL.
011250     MOVE WS-SNAP-USED                 TO TOT-VALUE.
011260     PERFORM 4410-PRINT-TOT-LINE
011270         THRU 4410-PRINT-TOT-LINE-EXIT.
011280     MOVE "SNAPSHOTS OTHER MONTHS"     TO TOT-LABEL.
011290     MOVE WS-SNAP-OTHER                TO TOT-VALUE.
011300     PERFORM 4410-PRINT-TOT-LINE
011310         THRU 4410-PRINT-TOT-LINE-EXIT.
011320     MOVE "DUPLICATE SNAPSHOTS SKIPPED" TO TOT-LABEL.
011330     MOVE WS-SNAP-DUP                  TO TOT-VALUE.
011340     PERFORM 4410-PRINT-TOT-LINE
011350         THRU 4410-PRINT-TOT-LINE-EXIT.
011360     MOVE "MONTH RECORDS READ"         TO TOT-LABEL.
011370     MOVE WS-MTH-READ                  TO TOT-VALUE.
011380     PERFORM 4410-PRINT-TOT-LINE
011390         THRU 4410-PRINT-TOT-LINE-EXIT.
011400     MOVE "MONTH RECORDS REBUILT"      TO TOT-LABEL.
011410     MOVE WS-MTH-USED                  TO TOT-VALUE.
011420     PERFORM 4410-PRINT-TOT-LINE
011430         THRU 4410-PRINT-TOT-LINE-EXIT.
011440     MOVE "REJECTED RECORDS SKIPPED"   TO TOT-LABEL.
011450     MOVE WS-MTH-REJECTED              TO TOT-VALUE.
011460     PERFORM 4410-PRINT-TOT-LINE
011470         THRU 4410-PRINT-TOT-LINE-EXIT.
011480     MOVE "RECORDS OUTSIDE PERIOD"     TO TOT-LABEL.
011490     MOVE WS-MTH-OUTSIDE               TO TOT-VALUE.
011500     PERFORM 4410-PRINT-TOT-LINE
011510         THRU 4410-PRINT-TOT-LINE-EXIT.
011520     MOVE "HELD/REJECTED RESULTS SKIPPED" TO TOT-LABEL.
011530     MOVE WS-MTH-HELD                  TO TOT-VALUE.
011540     PERFORM 4410-PRINT-TOT-LINE
011550         THRU 4410-PRINT-TOT-LINE-EXIT.
011560     MOVE "EARLIER HOLDS PASSED IN PERIOD" TO TOT-LABEL.
011570     MOVE WS-MTH-LATE                  TO TOT-VALUE.
011580     PERFORM 4410-PRINT-TOT-LINE
011590         THRU 4410-PRINT-TOT-LINE-EXIT.
011600     MOVE "RECORDS MAPPED TO SUCCESSOR" TO TOT-LABEL.
011610     MOVE WS-MAP-COUNT                 TO TOT-VALUE.
011620     PERFORM 4410-PRINT-TOT-LINE
011630         THRU 4410-PRINT-TOT-LINE-EXIT.
011640     MOVE "KEYS PROVEN"                TO TOT-LABEL.
011650     MOVE WS-PROVEN-COUNT              TO TOT-VALUE.
011660     PERFORM 4410-PRINT-TOT-LINE
011670         THRU 4410-PRINT-TOT-LINE-EXIT.
011680     MOVE "KEYS IN BREAK"              TO TOT-LABEL.
011690     MOVE WS-BREAK-COUNT               TO TOT-VALUE.
011700     PERFORM 4410-PRINT-TOT-LINE
011710         THRU 4410-PRINT-TOT-LINE-EXIT.
011720     MOVE "ITEMS NOT PROVEN (TABLE FULL)" TO TOT-LABEL.
011730     MOVE WS-OVERFLOW-COUNT            TO TOT-VALUE.
011740     PERFORM 4410-PRINT-TOT-LINE
011750         THRU 4410-PRINT-TOT-LINE-EXIT.
011760     MOVE SPACE TO WS-PRINT-LINE.
011770     PERFORM 7500-PRINT-LINE
011780         THRU 7500-PRINT-LINE-EXIT.
011790     MOVE "ALL KEYS MONTH"             TO AMT-LABEL.
011800     MOVE WS-GT-MSTR-CUR               TO AMT-MASTER.
011810     MOVE WS-GT-REBUILT-CUR            TO AMT-REBUILT.
011820     COMPUTE WS-VAR-TOTAL = WS-GT-MSTR-CUR - WS-GT-REBUILT-CUR.
011830     PERFORM 4320-PRINT-AMOUNT
011840         THRU 4320-PRINT-AMOUNT-EXIT.
011850     MOVE "ALL KEYS YTD"               TO AMT-LABEL.
011860     MOVE WS-GT-MSTR-YTD               TO AMT-MASTER.
011870     MOVE WS-GT-REBUILT-YTD            TO AMT-REBUILT.
011880     COMPUTE WS-VAR-TOTAL = WS-GT-MSTR-YTD - WS-GT-REBUILT-YTD.
011890     PERFORM 4320-PRINT-AMOUNT
011900         THRU 4320-PRINT-AMOUNT-EXIT.
011910     MOVE SPACE TO WS-PRINT-LINE.
011920     PERFORM 7500-PRINT-LINE
011930         THRU 7500-PRINT-LINE-EXIT.
011940     IF WS-BREAK-COUNT EQUAL ZERO
011950         AND WS-OVERFLOW-COUNT EQUAL ZERO
011960         MOVE " MASTER PROVEN - NO BREAKS." TO WS-PRINT-LINE
011970     ELSE
011980         MOVE " MASTER NOT PROVEN - BREAKS LISTED ABOVE."
011990             TO WS-PRINT-LINE
012000     END-IF.
012010     PERFORM 7500-PRINT-LINE
012020         THRU 7500-PRINT-LINE-EXIT.
012030 4400-PRINT-TOTALS-EXIT.
012040     EXIT.
012050*
012060 4410-PRINT-TOT-LINE.
012070     MOVE TOT-LINE TO WS-PRINT-LINE.
012080     PERFORM 7500-PRINT-LINE
012090         THRU 7500-PRINT-LINE-EXIT.
012100 4410-PRINT-TOT-LINE-EXIT.
012110     EXIT.
012120*
012130*--------------------------------------------------------------*
012140* 7000-WRITE-HEADERS - START A NEW PAGE: BUMP THE PAGE NUMBER
012150*              AND PRINT THE HEADING LINES.
012160*--------------------------------------------------------------*
012170 7000-WRITE-HEADERS.
012180     ADD 1                TO WS-PAGE-NO.
012190     MOVE ZERO            TO WS-LINE-COUNT.
012200     MOVE WS-RECON-MONTH  TO HDG1-MONTH.
012210     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
012220     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
012230     PERFORM 7500-PRINT-LINE
012240         THRU 7500-PRINT-LINE-EXIT.
012250     IF WS-SOURCE-AUDIT
012260         MOVE "AUDIT"     TO HDG-SOURCE-TEXT
012270         STRING WS-SEL-DATE-FROM " - " WS-SEL-DATE-TO
012280             DELIMITED BY SIZE INTO HDG-PERIOD-TEXT
012290     ELSE IF WS-SOURCE-MTHOUT
012300         MOVE "MTHOUT"    TO HDG-SOURCE-TEXT
012310         MOVE "AS CONSOLIDATED" TO HDG-PERIOD-TEXT
012320     ELSE
012330         MOVE "RESULT"    TO HDG-SOURCE-TEXT
012340         MOVE "ALL RECORDS"     TO HDG-PERIOD-TEXT
012350     END-IF.
012360     MOVE HDG-LINE-SOURCE TO WS-PRINT-LINE.
012370     PERFORM 7500-PRINT-LINE
012380         THRU 7500-PRINT-LINE-EXIT.
012390     MOVE HDG-LINE-2      TO WS-PRINT-LINE.
012400     PERFORM 7500-PRINT-LINE
012410         THRU 7500-PRINT-LINE-EXIT.
012420 7000-WRITE-HEADERS-EXIT.
012430     EXIT.
012440*
012450*--------------------------------------------------------------*
012460* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO
012470*              A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
012480*--------------------------------------------------------------*
012490 7500-PRINT-LINE.
012500     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
012510         TO WS-LINES-PER-PAGE
012520         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
012530         PERFORM 7000-WRITE-HEADERS
012540             THRU 7000-WRITE-HEADERS-EXIT
012550         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
012560     END-IF.
012570     MOVE SPACE             TO REPORT-LINE.
012580     WRITE REPORT-LINE FROM WS-PRINT-LINE.
012590     ADD 1                  TO WS-LINE-COUNT.
012600 7500-PRINT-LINE-EXIT.
012610     EXIT.
012620*
012630*--------------------------------------------------------------*
012640* 7600-FIND-REF-NAME - LOOK THE BREAK KEY'S COST CENTER UP IN
012650*              THE REFERENCE TABLE; AN UNLISTED CODE LEAVES THE
012660*              NAME BLANK.
012670*--------------------------------------------------------------*
012680 7600-FIND-REF-NAME.
012690     MOVE 'N'   TO WS-REF-FOUND-SWITCH.
012700     MOVE SPACE TO WS-REF-NAME.
012710     PERFORM 7610-SCAN-REF
012720         THRU 7610-SCAN-REF-EXIT
012730         VARYING WS-REF-SUB FROM 1 BY 1
012740         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
012750            OR WS-REF-FOUND.
012760 7600-FIND-REF-NAME-EXIT.
012770     EXIT.
012780*
012790 7610-SCAN-REF.
012800     IF WS-REF-CODE (WS-REF-SUB) EQUAL
012810         WS-KT-COST-CENTER (WS-KEY-SUB)
012820         MOVE WS-REF-DEPT-NAME (WS-REF-SUB) TO WS-REF-NAME
012830         SET WS-REF-FOUND TO TRUE
012840     END-IF.
012850 7610-SCAN-REF-EXIT.
012860     EXIT.
012870*
012880*--------------------------------------------------------------*
012890* 7800-MAP-SUCCESSOR - IF THE LOOKUP COST CENTER IS RETIRED ON
012900*              CCREF WITH A SUCCESSOR, REPLACE IT WITH THE
012910*              SUCCESSOR.  CALCCCR KEEPS EVERY SUCCESSOR POINTING
012920*              STRAIGHT AT THE CODE NOW IN USE, SO ONE STEP IS
012930*              ENOUGH.
012940*--------------------------------------------------------------*
012950 7800-MAP-SUCCESSOR.
012960     MOVE 'N' TO WS-REF-FOUND-SWITCH.
012970     PERFORM 7810-SCAN-SUCC
012980         THRU 7810-SCAN-SUCC-EXIT
012990         VARYING WS-REF-SUB FROM 1 BY 1
013000         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
013010            OR WS-REF-FOUND.
013020     IF NOT WS-REF-FOUND
013030         GO TO 7800-MAP-SUCCESSOR-EXIT
013040     END-IF.
013050     SUBTRACT 1 FROM WS-REF-SUB.
013060     IF WS-REF-ACTIVE (WS-REF-SUB)
013070         OR WS-REF-SUCCESSOR (WS-REF-SUB) EQUAL SPACE
013080         GO TO 7800-MAP-SUCCESSOR-EXIT
013090     END-IF.
013100     MOVE WS-REF-SUCCESSOR (WS-REF-SUB) TO WS-LOOKUP-COST-CENTER.
013110     ADD 1 TO WS-MAP-COUNT.
013120 7800-MAP-SUCCESSOR-EXIT.
013130     EXIT.
013140*
013150 7810-SCAN-SUCC.
013160     IF WS-REF-CODE (WS-REF-SUB) EQUAL WS-LOOKUP-COST-CENTER
013170         SET WS-REF-FOUND TO TRUE
013180     END-IF.
013190 7810-SCAN-SUCC-EXIT.
013200     EXIT.
013210*
013220*--------------------------------------------------------------*
013230* 7700-FIND-KEY - FIND THE LOOKUP KEY IN THE KEY TABLE, ADDING
013240*              A ZEROED ENTRY THE FIRST TIME A KEY IS SEEN.  ON
013250*              RETURN WS-KEY-SUB POINTS AT THE ENTRY.  A FULL
013260*              TABLE LEAVES WS-KEY-FOUND OFF AND IS COUNTED -
013270*              THE RUN CANNOT THEN CALL THE MASTER PROVEN.
013280*--------------------------------------------------------------*
013290 7700-FIND-KEY.
013300     MOVE 'N' TO WS-KEY-FOUND-SWITCH.
013310     PERFORM 7710-SCAN-KEY
013320         THRU 7710-SCAN-KEY-EXIT
013330         VARYING WS-KEY-SUB FROM 1 BY 1
013340         UNTIL WS-KEY-SUB IS GREATER THAN WS-KEY-COUNT
013350            OR WS-KEY-FOUND.
013360     IF WS-KEY-FOUND
013370         SUBTRACT 1 FROM WS-KEY-SUB
013380         GO TO 7700-FIND-KEY-EXIT
013390     END-IF.
013400     IF WS-KEY-COUNT IS NOT LESS THAN WS-KEY-MAX
013410         DISPLAY "CALCRECN KEY TABLE FULL - KEY NOT PROVEN: "
013420             WS-LOOKUP-OPERATION WS-LOOKUP-COST-CENTER
013430         ADD 1 TO WS-OVERFLOW-COUNT
013440         GO TO 7700-FIND-KEY-EXIT
013450     END-IF.
013460     ADD 1 TO WS-KEY-COUNT.
013470     MOVE WS-KEY-COUNT TO WS-KEY-SUB.
013480     MOVE WS-LOOKUP-COST-CENTER TO WS-KT-COST-CENTER (WS-KEY-SUB).
013490     MOVE WS-LOOKUP-OPERATION   TO WS-KT-OPERATION (WS-KEY-SUB).
013500     MOVE 'N'  TO WS-KT-ON-MSTR (WS-KEY-SUB).
013510     MOVE 'N'  TO WS-KT-RETIRED (WS-KEY-SUB).
013520     MOVE ZERO TO WS-KT-MSTR-CUR-COUNT (WS-KEY-SUB).
013530     MOVE ZERO TO WS-KT-MSTR-CUR-TOTAL (WS-KEY-SUB).
013540     MOVE ZERO TO WS-KT-MSTR-YTD-COUNT (WS-KEY-SUB).
013550     MOVE ZERO TO WS-KT-MSTR-YTD-TOTAL (WS-KEY-SUB).
013560     MOVE ZERO TO WS-KT-MTH-COUNT (WS-KEY-SUB).
013570     MOVE ZERO TO WS-KT-MTH-TOTAL (WS-KEY-SUB).
013580     MOVE ZERO TO WS-KT-SNAP-COUNT (WS-KEY-SUB).
013590     MOVE ZERO TO WS-KT-SNAP-TOTAL (WS-KEY-SUB).
013600     MOVE ALL 'N' TO WS-KT-SNAP-FLAGS (WS-KEY-SUB).
013610     SET WS-KEY-FOUND TO TRUE.
013620 7700-FIND-KEY-EXIT.
013630     EXIT.
013640*
013650 7710-SCAN-KEY.
013660     IF WS-KT-COST-CENTER (WS-KEY-SUB) EQUAL
013670             WS-LOOKUP-COST-CENTER
013680         AND WS-KT-OPERATION (WS-KEY-SUB) EQUAL
013690             WS-LOOKUP-OPERATION
013700         SET WS-KEY-FOUND TO TRUE
013710     END-IF.
013720 7710-SCAN-KEY-EXIT.
013730     EXIT.
