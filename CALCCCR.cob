000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCCCR.
000030 AUTHOR.        D L HARTWELL.
000040 INSTALLATION.  FINANCE SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*--------------------------------------------------------------*
000110* 10/15/26  DLH  INITIAL VERSION - COST-CENTER REORGANIZATION
000120*              RUN.  APPLIES THE CCREF CHANGES KEYED IN CALCCCM
000130*              ON THEIR EFFECTIVE DATE AND CARRIES THE HISTORY OF
000140*              EVERY RETIRED CODE ONTO THE CODE THAT TOOK OVER
000150*              ITS WORK, SO A MERGE OR SPLIT NO LONGER LEAVES
000160*              BALANCES AND OPEN ITEMS STRANDED UNDER A CODE
000170*              CALCBTCH NOW REJECTS.  RUN ONCE PER BUSINESS DATE
000180*              (CALCCTL CARD) BEFORE CALCSGEN AND THE FIRST
000190*              CALCGATE CYCLE.
000200*
000210*              1. APPLY - EVERY PENDING CHANGE EFFECTIVE ON OR
000220*                 BEFORE THE BUSINESS DATE, ADDS FIRST, THEN
000230*                 RENAMES, MERGES, UPDATES AND RETIREMENTS, EACH
000240*                 GROUP IN EFFECTIVE-DATE ORDER, SO A MERGE INTO
000250*                 A CODE ADDED THE SAME DAY FINDS IT ON CCREF.
000260*                 EACH CHANGE IS CHECKED AGAIN AGAINST CCREF AS
000270*                 IT THEN STANDS; ONE THAT NO LONGER FITS IS LEFT
000280*                 PENDING AND LISTED (RC=8).  A RENAME ADDS THE
000290*                 NEW CODE; A RENAME OR MERGE FLAGS THE OLD CODE
000300*                 INACTIVE WITH THE NEW ONE AS ITS SUCCESSOR, AND
000310*                 ANY CODE WHOSE SUCCESSOR WAS THE OLD CODE NOW
000320*                 POINTS STRAIGHT AT THE NEW ONE.  EVERY CCREF ROW
000330*                 ADDED OR ALTERED IS LOGGED TO CCLOG WITH ITS
000340*                 BEFORE/AFTER IMAGE.  CCREF AND THE CHANGE FILE
000350*                 ARE REWRITTEN BEFORE ANY BALANCE IS MOVED.
000360*              2. CARRY OVER - FOR EVERY INACTIVE CODE WHOSE
000370*                 SUCCESSOR IS ACTIVE (THIS RUN'S AND ANY EARLIER
000380*                 ONE'S, SO ITEMS THAT REACH AN OLD CODE LATER
000390*                 ARE SWEPT UP TOO):
000400*                 - EACH CALCMSTR RECORD UNDER THE OLD CODE IS
000410*                   MOVED ONTO THE NEW KEY, OR COMBINED WITH THE
000420*                   RECORD ALREADY THERE (COUNTS AND TOTALS ADDED,
000430*                   HIGHEST HIGH, LOWEST LOW, LATEST POST DATE),
000440*                   AND THE OLD RECORD IS DELETED;
000450*                 - OPEN SUSPINV ITEMS ARE RE-POINTED TO THE NEW
000460*                   CODE SO THE AGEING AND RESUBMITS FOLLOW IT;
000470*                 - STANDING INSTRUCTIONS NOT EXPIRED ARE
000480*                   RE-POINTED SO CALCSGEN KEEPS GENERATING THEM.
000490*                 THE REPORT PRINTS EVERY BUCKET OF EVERY MOVED
000500*                 KEY - OLD KEY BEFORE, NEW KEY BEFORE AND NEW KEY
000510*                 AFTER (READ BACK FROM THE MASTER) - AND CHECKS
000520*                 OLD + NEW BEFORE = NEW AFTER.  ANY DIFFERENCE
000530*                 ENDS THE RUN RC=8.
000540*              3. LEFT BEHIND - OPEN SUSPENSE ITEMS AND ACTIVE
000550*                 INSTRUCTIONS STILL ON A RETIRED CODE WITH NO
000560*                 ACTIVE SUCCESSOR ARE LISTED FOR THE DEPARTMENT
000570*                 TO CLEAR (RC=4).
000580*              A RERUN FOR THE SAME DATE FINDS NOTHING LEFT TO
000590*              APPLY OR MOVE.  MASTER KEYS BEYOND THE WORK TABLE
000600*              ARE LEFT FOR THE NEXT RUN (RC=4).  RC=12 MEANS NO
000610*              CONTROL CARD, NO CCREF OR A FILE THAT WILL NOT
000620*              OPEN OR UPDATE.
000630* 10/15/26  DLH  A FAILED WRITE TO THE CHANGE LOG NOW STOPS THE
000640*              RUN RC=12 BEFORE CCREF OR THE CHANGE FILE IS SAVED
000650*              OR ANY BALANCE IS MOVED; THE RECORD IS NOT COUNTED
000660*              AS LOGGED.  A FAILED WRITE TO CCREF OR THE CHANGE
000670*              FILE ALSO ENDS THE RUN RC=12 BEFORE THE CARRY-OVER.
000680*--------------------------------------------------------------*
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.  MAC.
000720 OBJECT-COMPUTER.  MAC.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT CALC-CTL-FILE    ASSIGN TO CALCCTL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CTL-STATUS.
000780     SELECT CALC-CCREF-FILE  ASSIGN TO CCREF
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CCREF-STATUS.
000810     SELECT CC-CHG-FILE      ASSIGN TO CCCHG
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-CHG-STATUS.
000840     SELECT CC-LOG-FILE      ASSIGN TO CCLOG
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-LOG-STATUS.
000870     SELECT CALC-MASTER-FILE ASSIGN TO CALCMSTR
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS CM-KEY
000910         FILE STATUS IS WS-MSTR-STATUS.
000920     SELECT SUSP-INV-FILE    ASSIGN TO SUSPINV
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS IV-KEY
000960         FILE STATUS IS WS-INV-STATUS.
000970     SELECT CALC-STIN-FILE   ASSIGN TO CALCSTIN
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SI-KEY
001010         FILE STATUS IS WS-STIN-STATUS.
001020     SELECT CCR-RPT-FILE     ASSIGN TO CCRRPT
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CALC-CTL-FILE
001080     RECORDING MODE IS F.
001090     COPY CALCCTLR.
001100*
001110 FD  CALC-CCREF-FILE
001120     RECORDING MODE IS F.
001130     COPY CCREFREC.
001140*
001150 FD  CC-CHG-FILE
001160     RECORDING MODE IS F.
001170     COPY CCCHGREC.
001180*
001190 FD  CC-LOG-FILE
001200     RECORDING MODE IS F.
001210     COPY CCLOGREC.
001220*
001230 FD  CALC-MASTER-FILE.
001240     COPY CALCMSTR.
001250*
001260 FD  SUSP-INV-FILE.
001270*    THE SUSPENSE INVENTORY AS CALCSINV KEEPS IT (SEE THE LAYOUT
001280*    THERE), UNDER THE IV- PREFIX SO IT DOES NOT CLASH WITH THE
001290*    STANDING-INSTRUCTION NAMES BELOW.
001300 01  SUSP-INV-REC.
001310     05  IV-KEY.
001320         10  IV-TRANS-ID    PIC X(08).
001330         10  IV-REJ-DATE    PIC 9(06).
001340     05  IV-SEQ-NO          PIC 9(07).
001350     05  IV-REASON-CODE     PIC X(08).
001360     05  IV-COST-CENTER     PIC X(04).
001370     05  IV-STATUS          PIC X(01).
001380         88  IV-OPEN                       VALUE 'O'.
001390         88  IV-CLOSED                     VALUE 'C'.
001400     05  IV-REPAIR-DATE     PIC 9(06).
001410*
001420 FD  CALC-STIN-FILE.
001430     COPY CALCSTIN.
001440*
001450 FD  CCR-RPT-FILE
001460     RECORDING MODE IS F.
001470 01  REPORT-LINE            PIC X(80).
001480*
001490 WORKING-STORAGE SECTION.
001500 77  WS-CTL-STATUS          PIC X(02).
001510 77  WS-CCREF-STATUS        PIC X(02).
001520 77  WS-CHG-STATUS          PIC X(02).
001530 77  WS-LOG-STATUS          PIC X(02).
001540 77  WS-MSTR-STATUS         PIC X(02).
001550 77  WS-INV-STATUS          PIC X(02).
001560 77  WS-STIN-STATUS         PIC X(02).
001570 77  WS-FATAL-STOP-SWITCH   PIC X(01)      VALUE 'N'.
001580     88  WS-FATAL-STOP                     VALUE 'Y'.
001590 77  WS-FILES-OPEN-SWITCH   PIC X(01)      VALUE 'N'.
001600     88  WS-FILES-OPEN                     VALUE 'Y'.
001610 77  WS-LOG-OPEN-SWITCH     PIC X(01)      VALUE 'N'.
001620     88  WS-LOG-OPEN                       VALUE 'Y'.
001630 77  WS-CCREF-EOF-SWITCH    PIC X(01)      VALUE 'N'.
001640     88  WS-CCREF-EOF                      VALUE 'Y'.
001650 77  WS-CHG-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001660     88  WS-CHG-EOF                        VALUE 'Y'.
001670 77  WS-BROWSE-EOF-SWITCH   PIC X(01)      VALUE 'N'.
001680     88  WS-BROWSE-EOF                     VALUE 'Y'.
001690 77  WS-REF-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001700     88  WS-REF-FOUND                      VALUE 'Y'.
001710 77  WS-MAP-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001720     88  WS-MAP-FOUND                      VALUE 'Y'.
001730 77  WS-SWAP-SWITCH         PIC X(01)      VALUE 'N'.
001740     88  WS-SWAPPED                        VALUE 'Y'.
001750 77  WS-TODAY               PIC 9(06).
001760 77  WS-DATE-FIELD          PIC 9(06).
001770 77  WS-TIME-FIELD          PIC 9(08).
001780 77  WS-RUN-RC              PIC 9(02)      VALUE ZERO.
001790 77  WS-CHECK-CODE          PIC X(04).
001800 77  WS-CUR-ACTION          PIC X(01).
001810 77  WS-REFUSE-REASON       PIC X(36).
001820 77  WS-ACTION-NAME         PIC X(06).
001830 77  WS-TARGET-STATE        PIC X(24).
001840 77  WS-REF-COUNT           PIC 9(05) COMP  VALUE ZERO.
001850 77  WS-REF-MAX             PIC 9(05) COMP  VALUE 100.
001860 77  WS-REF-SUB             PIC 9(05) COMP  VALUE ZERO.
001870 77  WS-REF-FOUND-SUB       PIC 9(05) COMP  VALUE ZERO.
001880 77  WS-SCAN-SUB            PIC 9(05) COMP  VALUE ZERO.
001890 77  WS-OLD-SUB             PIC 9(05) COMP  VALUE ZERO.
001900 77  WS-NEW-SUB             PIC 9(05) COMP  VALUE ZERO.
001910 77  WS-CHG-COUNT           PIC 9(05) COMP  VALUE ZERO.
001920 77  WS-CHG-MAX             PIC 9(05) COMP  VALUE 500.
001930 77  WS-CHG-SUB             PIC 9(05) COMP  VALUE ZERO.
001940 77  WS-CHG-SUB2            PIC 9(05) COMP  VALUE ZERO.
001950 77  WS-SORT-LIMIT          PIC 9(05) COMP  VALUE ZERO.
001960 77  WS-PASS-SUB            PIC 9(05) COMP  VALUE ZERO.
001970 77  WS-MAP-COUNT           PIC 9(05) COMP  VALUE ZERO.
001980 77  WS-MAP-SUB             PIC 9(05) COMP  VALUE ZERO.
001990 77  WS-MAP-FOUND-SUB       PIC 9(05) COMP  VALUE ZERO.
002000 77  WS-MOVE-COUNT          PIC 9(05) COMP  VALUE ZERO.
002010 77  WS-MOVE-MAX            PIC 9(05) COMP  VALUE 500.
002020 77  WS-MOVE-SUB            PIC 9(05) COMP  VALUE ZERO.
002030 77  WS-MAP-MOVED           PIC 9(05) COMP  VALUE ZERO.
002040 77  WS-DUE-COUNT           PIC 9(07) COMP  VALUE ZERO.
002050 77  WS-APPLIED-COUNT       PIC 9(07) COMP  VALUE ZERO.
002060 77  WS-REFUSED-COUNT       PIC 9(07) COMP  VALUE ZERO.
002070 77  WS-DROP-COUNT          PIC 9(07) COMP  VALUE ZERO.
002080 77  WS-LOG-COUNT           PIC 9(07) COMP  VALUE ZERO.
002090 77  WS-NO-SUCC-COUNT       PIC 9(07) COMP  VALUE ZERO.
002100 77  WS-MSTR-MOVED-COUNT    PIC 9(07) COMP  VALUE ZERO.
002110 77  WS-MSTR-LEFT-COUNT     PIC 9(07) COMP  VALUE ZERO.
002120 77  WS-DIFF-COUNT          PIC 9(07) COMP  VALUE ZERO.
002130 77  WS-SUSP-MOVED-COUNT    PIC 9(07) COMP  VALUE ZERO.
002140 77  WS-STIN-MOVED-COUNT    PIC 9(07) COMP  VALUE ZERO.
002150 77  WS-SUSP-LEFT-COUNT     PIC 9(07) COMP  VALUE ZERO.
002160 77  WS-STIN-LEFT-COUNT     PIC 9(07) COMP  VALUE ZERO.
002170 77  WS-PAGE-NO             PIC 9(05) COMP  VALUE ZERO.
002180 77  WS-LINE-COUNT          PIC 9(05) COMP  VALUE ZERO.
002190 77  WS-LINES-PER-PAGE      PIC 9(05) COMP  VALUE 55.
002200 77  WS-PRINT-LINE          PIC X(80).
002210 77  WS-SAVE-PRINT-LINE     PIC X(80).
002220 01  WS-BEFORE-IMAGE        PIC X(64).
002230 01  WS-AFTER-IMAGE         PIC X(64).
002240*
002250*    THE BUSINESS DATE, WITH THE YEAR FOR DROPPING OLD APPLIED
002260*    CHANGES FROM THE CHANGE FILE.
002270 01  WS-BUS-DATE            PIC 9(06)      VALUE ZERO.
002280 01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
002290     05  WS-BD-YY           PIC 9(02).
002300     05  WS-BD-MMDD         PIC 9(04).
002310*
002320*    THE ORDER THE CHANGES ARE APPLIED IN - ADD, RENAME, MERGE,
002330*    UPDATE, RETIRE.
002340 01  WS-PASS-ORDER          PIC X(05)      VALUE "ANMUR".
002350 01  WS-PASS-TABLE REDEFINES WS-PASS-ORDER.
002360     05  WS-PASS-ACTION     PIC X(01)      OCCURS 5 TIMES.
002370*
002380*    IN-STORAGE COPY OF CCREF.  WS-REF-ROW IS THE 43-BYTE
002390*    CCREFREC; THE TWO COUNTS GATHER WHAT IS STILL LEFT ON A
002400*    RETIRED CODE THAT HAS NO ACTIVE SUCCESSOR.
002410 01  WS-REF-TABLE.
002420     05  WS-REF-ENTRY OCCURS 100 TIMES.
002430         10  WS-REF-ROW.
002440             15  WS-REF-CODE        PIC X(04).
002450             15  WS-REF-DEPT-NAME   PIC X(20).
002460             15  WS-REF-ACTIVE-FLAG PIC X(01).
002470             15  WS-REF-MANAGER-ID  PIC X(08).
002480             15  WS-REF-SUCCESSOR   PIC X(04).
002490             15  WS-REF-CHANGE-DATE PIC X(06).
002500         10  WS-REF-LEFT-SUSP   PIC 9(07) COMP.
002510         10  WS-REF-LEFT-STIN   PIC 9(07) COMP.
002520*
002530*    IN-STORAGE COPY OF THE CHANGE FILE, SORTED INTO EFFECTIVE-
002540*    DATE/CODE ORDER.  EACH ENTRY IS THE 64-BYTE CCCHGREC.
002550 01  WS-CHG-TABLE.
002560     05  WS-CHG-ENTRY OCCURS 500 TIMES.
002570         10  WS-CG-EFF-DATE     PIC 9(06).
002580         10  WS-CG-CODE         PIC X(04).
002590         10  WS-CG-ACTION       PIC X(01).
002600         10  WS-CG-NEW-CODE     PIC X(04).
002610         10  WS-CG-DEPT-NAME    PIC X(20).
002620         10  WS-CG-MANAGER-ID   PIC X(08).
002630         10  WS-CG-STATUS       PIC X(01).
002640         10  WS-CG-ENTER-DATE   PIC 9(06).
002650         10  WS-CG-ENTER-ID     PIC X(08).
002660         10  WS-CG-APPLY-DATE   PIC 9(06).
002670         10  WS-CG-APPLY-PARTS REDEFINES WS-CG-APPLY-DATE.
002680             15  WS-CG-APPLY-YY PIC 9(02).
002690             15  FILLER         PIC 9(04).
002700 01  WS-HOLD-ENTRY          PIC X(64).
002710*
002720*    ONE ENTRY PER OLD CODE CARRIED OVER IN THIS RUN, WITH WHAT
002730*    WAS MOVED FOR IT.
002740 01  WS-MAP-TABLE.
002750     05  WS-MAP-ENTRY OCCURS 100 TIMES.
002760         10  WS-MAP-OLD         PIC X(04).
002770         10  WS-MAP-NEW         PIC X(04).
002780         10  WS-MAP-OLD-SUB     PIC 9(05) COMP.
002790         10  WS-MAP-NEW-SUB     PIC 9(05) COMP.
002800         10  WS-MAP-MSTR-COUNT  PIC 9(07) COMP.
002810         10  WS-MAP-SUSP-COUNT  PIC 9(07) COMP.
002820         10  WS-MAP-STIN-COUNT  PIC 9(07) COMP.
002830*
002840*    MASTER RECORDS UNDER AN OLD CODE, GATHERED ON ONE BROWSE OF
002850*    THE MASTER BEFORE ANY IS MOVED, SO THE BROWSE NEVER MEETS A
002860*    KEY THIS RUN HAS JUST WRITTEN.
002870 01  WS-MOVE-TABLE.
002880     05  WS-MOVE-ENTRY OCCURS 500 TIMES.
002890         10  WS-MOVE-MAP-SUB    PIC 9(05) COMP.
002900         10  WS-MOVE-IMAGE      PIC X(139).
002910*
002920*    THE OLD KEY AS GATHERED, AND THE NEW KEY AS IT STOOD BEFORE
002930*    THE MOVE (ZERO WHEN THE NEW KEY WAS NOT YET ON THE MASTER).
002940     COPY CALCMSTR
002950     REPLACING ==01  CALCMSTR== BY ==01  WS-OLD-MSTR==
002960               ==CM-KEY==            BY ==OD-KEY==
002970               ==CM-OPERATION==      BY ==OD-OPERATION==
002980               ==CM-COST-CENTER==    BY ==OD-COST-CENTER==
002990               ==CM-POST-COUNT==     BY ==OD-POST-COUNT==
003000               ==CM-TOTAL==          BY ==OD-TOTAL==
003010               ==CM-HIGH-RESULT==    BY ==OD-HIGH-RESULT==
003020               ==CM-LOW-RESULT==     BY ==OD-LOW-RESULT==
003030               ==CM-LAST-POST-DATE== BY ==OD-LAST-POST-DATE==
003040               ==CM-CUR-COUNT==      BY ==OD-CUR-COUNT==
003050               ==CM-CUR-TOTAL==      BY ==OD-CUR-TOTAL==
003060               ==CM-PRV-COUNT==      BY ==OD-PRV-COUNT==
003070               ==CM-PRV-TOTAL==      BY ==OD-PRV-TOTAL==
003080               ==CM-YTD-COUNT==      BY ==OD-YTD-COUNT==
003090               ==CM-YTD-TOTAL==      BY ==OD-YTD-TOTAL==.
003100     COPY CALCMSTR
003110     REPLACING ==01  CALCMSTR== BY ==01  WS-NEWB-MSTR==
003120               ==CM-KEY==            BY ==NB-KEY==
003130               ==CM-OPERATION==      BY ==NB-OPERATION==
003140               ==CM-COST-CENTER==    BY ==NB-COST-CENTER==
003150               ==CM-POST-COUNT==     BY ==NB-POST-COUNT==
003160               ==CM-TOTAL==          BY ==NB-TOTAL==
003170               ==CM-HIGH-RESULT==    BY ==NB-HIGH-RESULT==
003180               ==CM-LOW-RESULT==     BY ==NB-LOW-RESULT==
003190               ==CM-LAST-POST-DATE== BY ==NB-LAST-POST-DATE==
003200               ==CM-CUR-COUNT==      BY ==NB-CUR-COUNT==
003210               ==CM-CUR-TOTAL==      BY ==NB-CUR-TOTAL==
003220               ==CM-PRV-COUNT==      BY ==NB-PRV-COUNT==
003230               ==CM-PRV-TOTAL==      BY ==NB-PRV-TOTAL==
003240               ==CM-YTD-COUNT==      BY ==NB-YTD-COUNT==
003250               ==CM-YTD-TOTAL==      BY ==NB-YTD-TOTAL==.
003260*
003270*    ONE PROOF ROW - OLD KEY BEFORE + NEW KEY BEFORE MUST EQUAL
003280*    NEW KEY AFTER.  WIDE ENOUGH THAT THE SUM CANNOT OVERFLOW.
003290 01  WS-PROOF-FIELDS.
003300     05  WS-PRF-LABEL       PIC X(12).
003310     05  WS-PRF-KIND        PIC X(01).
003320         88  WS-PRF-COUNT                  VALUE 'C'.
003330         88  WS-PRF-AMOUNT                 VALUE 'A'.
003340     05  WS-PRF-OLD         PIC S9(15)V99  VALUE ZERO.
003350     05  WS-PRF-NEWB        PIC S9(15)V99  VALUE ZERO.
003360     05  WS-PRF-AFTER       PIC S9(15)V99  VALUE ZERO.
003370     05  WS-PRF-SUM         PIC S9(15)V99  VALUE ZERO.
003380*
003390*    POSTED COUNT AND TOTAL SUMMED OVER ALL THE KEYS OF ONE
003400*    MAPPING, FOR THE MAPPING'S OWN PROOF ROWS.
003410 01  WS-MAPPING-TOTALS.
003420     05  WS-MT-OLD-COUNT    PIC S9(15)V99  VALUE ZERO.
003430     05  WS-MT-NEWB-COUNT   PIC S9(15)V99  VALUE ZERO.
003440     05  WS-MT-AFTER-COUNT  PIC S9(15)V99  VALUE ZERO.
003450     05  WS-MT-OLD-TOTAL    PIC S9(15)V99  VALUE ZERO.
003460     05  WS-MT-NEWB-TOTAL   PIC S9(15)V99  VALUE ZERO.
003470     05  WS-MT-AFTER-TOTAL  PIC S9(15)V99  VALUE ZERO.
003480*
003490*--------------------------------------------------------------*
003500* REPORT LINE LAYOUTS - MOVED TO WS-PRINT-LINE BEFORE WRITE.
003510*--------------------------------------------------------------*
003520 01  HDG-LINE-1.
003530     05  FILLER             PIC X(01)      VALUE SPACE.
003540     05  FILLER             PIC X(40)      VALUE
003550             "CALCCCR COST-CENTER REORGANIZATION FOR".
003560     05  HDG1-DATE          PIC 9(06).
003570     05  FILLER             PIC X(07)      VALUE "  PAGE".
003580     05  HDG1-PAGE-NO       PIC ZZZZ9.
003590     05  FILLER             PIC X(21)      VALUE SPACE.
003600 01  SEC-LINE.
003610     05  FILLER             PIC X(01)      VALUE SPACE.
003620     05  SEC-TITLE          PIC X(60).
003630     05  FILLER             PIC X(19)      VALUE SPACE.
003640 01  HDG-CHG-LINE.
003650     05  FILLER             PIC X(01)      VALUE SPACE.
003660     05  FILLER             PIC X(08)      VALUE "EFFECT".
003670     05  FILLER             PIC X(06)      VALUE "CODE".
003680     05  FILLER             PIC X(08)      VALUE "ACTION".
003690     05  FILLER             PIC X(06)      VALUE "NEW".
003700     05  FILLER             PIC X(51)      VALUE "RESULT".
003710 01  DET-CHG-LINE.
003720     05  FILLER             PIC X(01)      VALUE SPACE.
003730     05  DET-CHG-EFF-DATE   PIC 9(06).
003740     05  FILLER             PIC X(02)      VALUE SPACE.
003750     05  DET-CHG-CODE       PIC X(04).
003760     05  FILLER             PIC X(02)      VALUE SPACE.
003770     05  DET-CHG-ACTION     PIC X(06).
003780     05  FILLER             PIC X(02)      VALUE SPACE.
003790     05  DET-CHG-NEW-CODE   PIC X(04).
003800     05  FILLER             PIC X(02)      VALUE SPACE.
003810     05  DET-CHG-RESULT     PIC X(51).
003820 01  MAP-HDG-LINE.
003830     05  FILLER             PIC X(01)      VALUE SPACE.
003840     05  FILLER             PIC X(08)      VALUE "MAPPING".
003850     05  MAPH-OLD-CODE      PIC X(04).
003860     05  FILLER             PIC X(01)      VALUE SPACE.
003870     05  MAPH-OLD-NAME      PIC X(20).
003880     05  FILLER             PIC X(04)      VALUE " TO".
003890     05  MAPH-NEW-CODE      PIC X(04).
003900     05  FILLER             PIC X(01)      VALUE SPACE.
003910     05  MAPH-NEW-NAME      PIC X(20).
003920     05  FILLER             PIC X(17)      VALUE SPACE.
003930 01  KEY-LINE.
003940     05  FILLER             PIC X(03)      VALUE SPACE.
003950     05  FILLER             PIC X(10)      VALUE "OPERATION".
003960     05  KEY-OPERATION      PIC X(01).
003970     05  FILLER             PIC X(03)      VALUE SPACE.
003980     05  KEY-OLD-CODE       PIC X(04).
003990     05  FILLER             PIC X(04)      VALUE " TO".
004000     05  KEY-NEW-CODE       PIC X(04).
004010     05  FILLER             PIC X(02)      VALUE SPACE.
004020     05  KEY-STATE          PIC X(24).
004030     05  FILLER             PIC X(25)      VALUE SPACE.
004040 01  HDG-PROOF-LINE.
004050     05  FILLER             PIC X(01)      VALUE SPACE.
004060     05  FILLER             PIC X(12)      VALUE "   BUCKET".
004070     05  FILLER             PIC X(18)      VALUE
004080             "    OLD KEY BEFORE".
004090     05  FILLER             PIC X(19)      VALUE
004100             "     NEW KEY BEFORE".
004110     05  FILLER             PIC X(19)      VALUE
004120             "      NEW KEY AFTER".
004130     05  FILLER             PIC X(11)      VALUE "  CHECK".
004140 01  DET-PROOF-LINE.
004150     05  FILLER             PIC X(03)      VALUE SPACE.
004160     05  PRF-LABEL          PIC X(12).
004170     05  PRF-OLD-AMT        PIC -(14)9.99.
004180     05  PRF-OLD-CNT REDEFINES PRF-OLD-AMT
004190                            PIC Z(17)9.
004200     05  FILLER             PIC X(01)      VALUE SPACE.
004210     05  PRF-NEWB-AMT       PIC -(14)9.99.
004220     05  PRF-NEWB-CNT REDEFINES PRF-NEWB-AMT
004230                            PIC Z(17)9.
004240     05  FILLER             PIC X(01)      VALUE SPACE.
004250     05  PRF-AFTER-AMT      PIC -(14)9.99.
004260     05  PRF-AFTER-CNT REDEFINES PRF-AFTER-AMT
004270                            PIC Z(17)9.
004280     05  FILLER             PIC X(02)      VALUE SPACE.
004290     05  PRF-CHECK          PIC X(04).
004300     05  FILLER             PIC X(03)      VALUE SPACE.
004310 01  HDG-SUMM-LINE.
004320     05  FILLER             PIC X(01)      VALUE SPACE.
004330     05  FILLER             PIC X(06)      VALUE "OLD".
004340     05  FILLER             PIC X(06)      VALUE "NEW".
004350     05  FILLER             PIC X(16)      VALUE "  MASTER KEYS".
004360     05  FILLER             PIC X(16)      VALUE "SUSPENSE ITEMS".
004370     05  FILLER             PIC X(35)      VALUE "INSTRUCTIONS".
004380 01  DET-SUMM-LINE.
004390     05  FILLER             PIC X(01)      VALUE SPACE.
004400     05  SUMM-OLD-CODE      PIC X(04).
004410     05  FILLER             PIC X(02)      VALUE SPACE.
004420     05  SUMM-NEW-CODE      PIC X(04).
004430     05  FILLER             PIC X(05)      VALUE SPACE.
004440     05  SUMM-MSTR          PIC ZZZ,ZZ9.
004450     05  FILLER             PIC X(09)      VALUE SPACE.
004460     05  SUMM-SUSP          PIC ZZZ,ZZ9.
004470     05  FILLER             PIC X(09)      VALUE SPACE.
004480     05  SUMM-STIN          PIC ZZZ,ZZ9.
004490     05  FILLER             PIC X(25)      VALUE SPACE.
004500 01  HDG-LEFT-LINE.
004510     05  FILLER             PIC X(01)      VALUE SPACE.
004520     05  FILLER             PIC X(06)      VALUE "CODE".
004530     05  FILLER             PIC X(22)      VALUE "DEPARTMENT".
004540     05  FILLER             PIC X(11)      VALUE "SUCCESSOR".
004550     05  FILLER             PIC X(16)      VALUE "SUSPENSE ITEMS".
004560     05  FILLER             PIC X(24)      VALUE "INSTRUCTIONS".
004570 01  DET-LEFT-LINE.
004580     05  FILLER             PIC X(01)      VALUE SPACE.
004590     05  LEFT-CODE          PIC X(04).
004600     05  FILLER             PIC X(02)      VALUE SPACE.
004610     05  LEFT-NAME          PIC X(20).
004620     05  FILLER             PIC X(02)      VALUE SPACE.
004630     05  LEFT-SUCCESSOR     PIC X(04).
004640     05  FILLER             PIC X(10)      VALUE SPACE.
004650     05  LEFT-SUSP          PIC ZZZ,ZZ9.
004660     05  FILLER             PIC X(09)      VALUE SPACE.
004670     05  LEFT-STIN          PIC ZZZ,ZZ9.
004680     05  FILLER             PIC X(14)      VALUE SPACE.
004690 01  TOT-LINE.
004700     05  FILLER             PIC X(01)      VALUE SPACE.
004710     05  TOT-LABEL          PIC X(36).
004720     05  TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.
004730     05  FILLER             PIC X(32)      VALUE SPACE.
004740*
004750 PROCEDURE DIVISION.
004760*--------------------------------------------------------------*
004770* 0000-MAINLINE
004780*--------------------------------------------------------------*
004790 0000-MAINLINE.
004800     PERFORM 1000-INITIALIZE
004810         THRU 1000-INITIALIZE-EXIT.
004820     IF NOT WS-FATAL-STOP
004830         PERFORM 7000-WRITE-HEADERS
004840             THRU 7000-WRITE-HEADERS-EXIT
004850         PERFORM 2000-APPLY-CHANGES
004860             THRU 2000-APPLY-CHANGES-EXIT
004870     END-IF.
004880     IF NOT WS-FATAL-STOP
004890         PERFORM 3000-SAVE-REFERENCE
004900             THRU 3000-SAVE-REFERENCE-EXIT
004910     END-IF.
004920     IF NOT WS-FATAL-STOP
004930         PERFORM 4000-CARRY-OVER
004940             THRU 4000-CARRY-OVER-EXIT
004950     END-IF.
004960     PERFORM 5000-TERMINATE
004970         THRU 5000-TERMINATE-EXIT.
004980     STOP RUN.
004990*
005000*--------------------------------------------------------------*
005010* 1000-INITIALIZE - TAKE THE BUSINESS DATE, LOAD CCREF AND THE
005020*              CHANGE FILE, AND OPEN THE FILES.  EVERYTHING IS
005030*              OPENED BEFORE ANY CHANGE IS APPLIED, SO A FILE
005040*              THAT WILL NOT OPEN STOPS THE RUN (RC=12) WITH
005050*              NOTHING TOUCHED.  THE KEYED FILES ARE CREATED
005060*              EMPTY ON FIRST USE THE WAY THEIR OWNERS CREATE
005070*              THEM.
005080*--------------------------------------------------------------*
005090 1000-INITIALIZE.
005100     ACCEPT WS-TODAY FROM DATE.
005110     PERFORM 1100-READ-CONTROL
005120         THRU 1100-READ-CONTROL-EXIT.
005130     IF WS-FATAL-STOP
005140         GO TO 1000-INITIALIZE-EXIT
005150     END-IF.
005160     PERFORM 1200-LOAD-REF-TABLE
005170         THRU 1200-LOAD-REF-TABLE-EXIT.
005180     IF WS-FATAL-STOP
005190         GO TO 1000-INITIALIZE-EXIT
005200     END-IF.
005210     PERFORM 1300-LOAD-CHG-TABLE
005220         THRU 1300-LOAD-CHG-TABLE-EXIT.
005230     PERFORM 1400-SORT-TABLE
005240         THRU 1400-SORT-TABLE-EXIT.
005250     OPEN I-O CALC-MASTER-FILE.
005260     IF WS-MSTR-STATUS EQUAL "35"
005270         OPEN OUTPUT CALC-MASTER-FILE
005280         CLOSE CALC-MASTER-FILE
005290         OPEN I-O CALC-MASTER-FILE
005300     END-IF.
005310     IF WS-MSTR-STATUS NOT EQUAL "00"
005320         DISPLAY "CALCCCR CANNOT OPEN MASTER, STATUS "
005330             WS-MSTR-STATUS
005340         MOVE 12 TO WS-RUN-RC
005350         SET WS-FATAL-STOP TO TRUE
005360         GO TO 1000-INITIALIZE-EXIT
005370     END-IF.
005380     OPEN I-O SUSP-INV-FILE.
005390     IF WS-INV-STATUS EQUAL "35"
005400         OPEN OUTPUT SUSP-INV-FILE
005410         CLOSE SUSP-INV-FILE
005420         OPEN I-O SUSP-INV-FILE
005430     END-IF.
005440     IF WS-INV-STATUS NOT EQUAL "00"
005450         DISPLAY "CALCCCR CANNOT OPEN SUSPENSE INVENTORY, STATUS "
005460             WS-INV-STATUS
005470         CLOSE CALC-MASTER-FILE
005480         MOVE 12 TO WS-RUN-RC
005490         SET WS-FATAL-STOP TO TRUE
005500         GO TO 1000-INITIALIZE-EXIT
005510     END-IF.
005520     OPEN I-O CALC-STIN-FILE.
005530     IF WS-STIN-STATUS EQUAL "35"
005540         OPEN OUTPUT CALC-STIN-FILE
005550         CLOSE CALC-STIN-FILE
005560         OPEN I-O CALC-STIN-FILE
005570     END-IF.
005580     IF WS-STIN-STATUS NOT EQUAL "00"
005590         DISPLAY "CALCCCR CANNOT OPEN INSTRUCTION FILE, STATUS "
005600             WS-STIN-STATUS
005610         CLOSE CALC-MASTER-FILE
005620         CLOSE SUSP-INV-FILE
005630         MOVE 12 TO WS-RUN-RC
005640         SET WS-FATAL-STOP TO TRUE
005650         GO TO 1000-INITIALIZE-EXIT
005660     END-IF.
005670     OPEN EXTEND CC-LOG-FILE.
005680     IF WS-LOG-STATUS EQUAL "35"
005690         OPEN OUTPUT CC-LOG-FILE
005700         CLOSE CC-LOG-FILE
005710         OPEN EXTEND CC-LOG-FILE
005720     END-IF.
005730     IF WS-LOG-STATUS NOT EQUAL "00"
005740         DISPLAY "CALCCCR CANNOT OPEN CHANGE LOG, STATUS "
005750             WS-LOG-STATUS
005760         CLOSE CALC-MASTER-FILE
005770         CLOSE SUSP-INV-FILE
005780         CLOSE CALC-STIN-FILE
005790         MOVE 12 TO WS-RUN-RC
005800         SET WS-FATAL-STOP TO TRUE
005810         GO TO 1000-INITIALIZE-EXIT
005820     END-IF.
005830     SET WS-LOG-OPEN TO TRUE.
005840     OPEN OUTPUT CCR-RPT-FILE.
005850     SET WS-FILES-OPEN TO TRUE.
005860     DISPLAY "CALCCCR BUSINESS DATE " WS-BUS-DATE " - "
005870         WS-REF-COUNT " COST CENTERS, " WS-CHG-COUNT
005880         " CHANGES ON FILE.".
005890 1000-INITIALIZE-EXIT.
005900     EXIT.
005910*
005920*--------------------------------------------------------------*
005930* 1100-READ-CONTROL - TAKE THE BUSINESS DATE FROM THE RUN-CONTROL
005940*              CARD.  THE DATE DECIDES WHICH CHANGES ARE DUE, SO
005950*              THERE IS NO FALLING BACK ON THE SYSTEM DATE - NO
005960*              USABLE CARD STOPS THE RUN.
005970*--------------------------------------------------------------*
005980 1100-READ-CONTROL.
005990     OPEN INPUT CALC-CTL-FILE.
006000     IF WS-CTL-STATUS NOT EQUAL "00"
006010         DISPLAY "CALCCCR NO RUN CONTROL CARD - RUN STOPPED"
006020         MOVE 12 TO WS-RUN-RC
006030         SET WS-FATAL-STOP TO TRUE
006040         GO TO 1100-READ-CONTROL-EXIT
006050     END-IF.
006060     READ CALC-CTL-FILE.
006070     IF WS-CTL-STATUS EQUAL "00"
006080         AND CTL-BUS-DATE IS NUMERIC
006090         MOVE CTL-BUS-DATE TO WS-BUS-DATE
006100     ELSE
006110         DISPLAY "CALCCCR RUN CONTROL CARD HAS NO BUSINESS DATE "
006120             "- RUN STOPPED"
006130         MOVE 12 TO WS-RUN-RC
006140         SET WS-FATAL-STOP TO TRUE
006150     END-IF.
006160     CLOSE CALC-CTL-FILE.
006170 1100-READ-CONTROL-EXIT.
006180     EXIT.
006190*
006200*--------------------------------------------------------------*
006210* 1200-LOAD-REF-TABLE - LOAD CCREF INTO STORAGE.  THIS RUN
006220*              REWRITES CCREF, SO A MISSING FILE OR ONE TOO BIG
006230*              FOR THE TABLE STOPS THE RUN RATHER THAN LOSE ROWS.
006240*--------------------------------------------------------------*
006250 1200-LOAD-REF-TABLE.
006260     MOVE ZERO TO WS-REF-COUNT.
006270     OPEN INPUT CALC-CCREF-FILE.
006280     IF WS-CCREF-STATUS NOT EQUAL "00"
006290         DISPLAY "CALCCCR CANNOT OPEN CCREF, STATUS "
006300             WS-CCREF-STATUS
006310         MOVE 12 TO WS-RUN-RC
006320         SET WS-FATAL-STOP TO TRUE
006330         GO TO 1200-LOAD-REF-TABLE-EXIT
006340     END-IF.
006350     PERFORM 1210-READ-ONE-REF
006360         THRU 1210-READ-ONE-REF-EXIT
006370         UNTIL WS-CCREF-EOF.
006380     CLOSE CALC-CCREF-FILE.
006390 1200-LOAD-REF-TABLE-EXIT.
006400     EXIT.
006410*
006420 1210-READ-ONE-REF.
006430     READ CALC-CCREF-FILE
006440         AT END
006450             SET WS-CCREF-EOF TO TRUE
006460             GO TO 1210-READ-ONE-REF-EXIT
006470     END-READ.
006480     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
006490         DISPLAY "CALCCCR COST-CENTER TABLE FULL AT " CC-CODE
006500             " - RUN STOPPED"
006510         MOVE 12 TO WS-RUN-RC
006520         SET WS-FATAL-STOP TO TRUE
006530         SET WS-CCREF-EOF TO TRUE
006540         GO TO 1210-READ-ONE-REF-EXIT
006550     END-IF.
006560     ADD 1 TO WS-REF-COUNT.
006570     MOVE CCREFREC TO WS-REF-ROW (WS-REF-COUNT).
006580     MOVE ZERO     TO WS-REF-LEFT-SUSP (WS-REF-COUNT).
006590     MOVE ZERO     TO WS-REF-LEFT-STIN (WS-REF-COUNT).
006600 1210-READ-ONE-REF-EXIT.
006610     EXIT.
006620*
006630*--------------------------------------------------------------*
006640* 1300-LOAD-CHG-TABLE - LOAD THE CHANGE FILE.  NO FILE MEANS NO
006650*              CHANGES HAVE BEEN KEYED; THE CARRY-OVER STILL RUNS.
006660*--------------------------------------------------------------*
006670 1300-LOAD-CHG-TABLE.
006680     MOVE ZERO TO WS-CHG-COUNT.
006690     OPEN INPUT CC-CHG-FILE.
006700     IF WS-CHG-STATUS NOT EQUAL "00"
006710         DISPLAY "CALCCCR NO CHANGE FILE - NO CHANGES TO APPLY"
006720         GO TO 1300-LOAD-CHG-TABLE-EXIT
006730     END-IF.
006740     PERFORM 1310-READ-ONE-CHG
006750         THRU 1310-READ-ONE-CHG-EXIT
006760         UNTIL WS-CHG-EOF.
006770     CLOSE CC-CHG-FILE.
006780 1300-LOAD-CHG-TABLE-EXIT.
006790     EXIT.
006800*
006810 1310-READ-ONE-CHG.
006820     READ CC-CHG-FILE
006830         AT END
006840             SET WS-CHG-EOF TO TRUE
006850             GO TO 1310-READ-ONE-CHG-EXIT
006860     END-READ.
006870     IF CG-EFF-DATE IS NOT NUMERIC
006880         DISPLAY "BAD CHANGE ENTRY SKIPPED: " CCCHGREC
006890         GO TO 1310-READ-ONE-CHG-EXIT
006900     END-IF.
006910     IF WS-CHG-COUNT IS NOT LESS THAN WS-CHG-MAX
006920         DISPLAY "CHANGE TABLE FULL, ENTRY SKIPPED: " CCCHGREC
006930         GO TO 1310-READ-ONE-CHG-EXIT
006940     END-IF.
006950     ADD 1 TO WS-CHG-COUNT.
006960     MOVE CCCHGREC TO WS-CHG-ENTRY (WS-CHG-COUNT).
006970     IF WS-CG-APPLY-DATE (WS-CHG-COUNT) IS NOT NUMERIC
006980         MOVE ZERO TO WS-CG-APPLY-DATE (WS-CHG-COUNT)
006990     END-IF.
007000 1310-READ-ONE-CHG-EXIT.
007010     EXIT.
007020*
007030*--------------------------------------------------------------*
007040* 1400-SORT-TABLE - EXCHANGE-SORT THE CHANGE TABLE INTO
007050*              EFFECTIVE-DATE / CODE ORDER.
007060*--------------------------------------------------------------*
007070 1400-SORT-TABLE.
007080     IF WS-CHG-COUNT IS LESS THAN 2
007090         GO TO 1400-SORT-TABLE-EXIT
007100     END-IF.
007110     SET WS-SWAPPED TO TRUE.
007120     PERFORM 1410-SORT-PASS
007130         THRU 1410-SORT-PASS-EXIT
007140         UNTIL NOT WS-SWAPPED.
007150 1400-SORT-TABLE-EXIT.
007160     EXIT.
007170*
007180 1410-SORT-PASS.
007190     MOVE 'N' TO WS-SWAP-SWITCH.
007200     COMPUTE WS-SORT-LIMIT = WS-CHG-COUNT - 1.
007210     PERFORM 1420-COMPARE-PAIR
007220         THRU 1420-COMPARE-PAIR-EXIT
007230         VARYING WS-CHG-SUB FROM 1 BY 1
007240         UNTIL WS-CHG-SUB IS GREATER THAN WS-SORT-LIMIT.
007250 1410-SORT-PASS-EXIT.
007260     EXIT.
007270*
007280 1420-COMPARE-PAIR.
007290     COMPUTE WS-CHG-SUB2 = WS-CHG-SUB + 1.
007300     IF WS-CG-EFF-DATE (WS-CHG-SUB)
007310             IS GREATER THAN WS-CG-EFF-DATE (WS-CHG-SUB2)
007320         OR (WS-CG-EFF-DATE (WS-CHG-SUB)
007330                 EQUAL WS-CG-EFF-DATE (WS-CHG-SUB2)
007340             AND WS-CG-CODE (WS-CHG-SUB)
007350                 IS GREATER THAN WS-CG-CODE (WS-CHG-SUB2))
007360         MOVE WS-CHG-ENTRY (WS-CHG-SUB)  TO WS-HOLD-ENTRY
007370         MOVE WS-CHG-ENTRY (WS-CHG-SUB2)
007380                                   TO WS-CHG-ENTRY (WS-CHG-SUB)
007390         MOVE WS-HOLD-ENTRY      TO WS-CHG-ENTRY (WS-CHG-SUB2)
007400         SET WS-SWAPPED TO TRUE
007410     END-IF.
007420 1420-COMPARE-PAIR-EXIT.
007430     EXIT.
007440*
007450*--------------------------------------------------------------*
007460* 2000-APPLY-CHANGES - APPLY THE DUE CHANGES ONE ACTION AT A
007470*              TIME IN WS-PASS-ORDER, EACH IN EFFECTIVE-DATE
007480*              ORDER, AND LIST EVERY ONE WITH ITS RESULT.
007490*--------------------------------------------------------------*
007500 2000-APPLY-CHANGES.
007510     MOVE "CHANGES DUE ON OR BEFORE THE BUSINESS DATE"
007520                               TO SEC-TITLE.
007530     PERFORM 7100-PRINT-SECTION
007540         THRU 7100-PRINT-SECTION-EXIT.
007550     MOVE HDG-CHG-LINE TO WS-PRINT-LINE.
007560     PERFORM 7500-PRINT-LINE
007570         THRU 7500-PRINT-LINE-EXIT.
007580     PERFORM 2010-APPLY-PASS
007590         THRU 2010-APPLY-PASS-EXIT
007600         VARYING WS-PASS-SUB FROM 1 BY 1
007610         UNTIL WS-PASS-SUB IS GREATER THAN 5
007620            OR WS-FATAL-STOP.
007630     IF WS-FATAL-STOP
007640         DISPLAY "CALCCCR STOPPED - CCREF AND THE CHANGE FILE "
007650             "NOT SAVED, NO BALANCE MOVED."
007660         GO TO 2000-APPLY-CHANGES-EXIT
007670     END-IF.
007680     IF WS-DUE-COUNT EQUAL ZERO
007690         MOVE "   NO CHANGES DUE." TO WS-PRINT-LINE
007700         PERFORM 7500-PRINT-LINE
007710             THRU 7500-PRINT-LINE-EXIT
007720     END-IF.
007730 2000-APPLY-CHANGES-EXIT.
007740     EXIT.
007750*
007760 2010-APPLY-PASS.
007770     MOVE WS-PASS-ACTION (WS-PASS-SUB) TO WS-CUR-ACTION.
007780     PERFORM 2100-APPLY-ONE
007790         THRU 2100-APPLY-ONE-EXIT
007800         VARYING WS-CHG-SUB FROM 1 BY 1
007810         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT
007820            OR WS-FATAL-STOP.
007830 2010-APPLY-PASS-EXIT.
007840     EXIT.
007850*
007860*--------------------------------------------------------------*
007870* 2100-APPLY-ONE - APPLY ONE CHANGE IF IT IS PENDING, DUE AND OF
007880*              THIS PASS'S ACTION.  A REFUSED CHANGE STAYS
007890*              PENDING, SO IT IS TRIED AGAIN NEXT RUN ONCE CCREF
007900*              OR THE CHANGE HAS BEEN PUT RIGHT (OR WITHDRAWN).
007910*--------------------------------------------------------------*
007920 2100-APPLY-ONE.
007930     IF WS-CG-STATUS (WS-CHG-SUB) NOT EQUAL 'P'
007940         OR WS-CG-ACTION (WS-CHG-SUB) NOT EQUAL WS-CUR-ACTION
007950         OR WS-CG-EFF-DATE (WS-CHG-SUB)
007960             IS GREATER THAN WS-BUS-DATE
007970         GO TO 2100-APPLY-ONE-EXIT
007980     END-IF.
007990     ADD 1 TO WS-DUE-COUNT.
008000     MOVE SPACE TO WS-REFUSE-REASON.
008010     MOVE WS-CG-CODE (WS-CHG-SUB) TO WS-CHECK-CODE.
008020     PERFORM 7600-FIND-REF
008030         THRU 7600-FIND-REF-EXIT.
008040     MOVE WS-REF-FOUND-SUB TO WS-OLD-SUB.
008050     IF WS-CUR-ACTION NOT EQUAL 'A'
008060         IF NOT WS-REF-FOUND
008070             OR WS-REF-ACTIVE-FLAG (WS-OLD-SUB) NOT EQUAL 'A'
008080             MOVE "CODE IS NOT ACTIVE ON CCREF"
008090                               TO WS-REFUSE-REASON
008100         END-IF
008110     END-IF.
008120     IF WS-REFUSE-REASON EQUAL SPACE
008130         IF WS-CUR-ACTION EQUAL 'A'
008140             PERFORM 2200-APPLY-ADD
008150                 THRU 2200-APPLY-ADD-EXIT
008160         ELSE IF WS-CUR-ACTION EQUAL 'N'
008170             PERFORM 2300-APPLY-RENAME
008180                 THRU 2300-APPLY-RENAME-EXIT
008190         ELSE IF WS-CUR-ACTION EQUAL 'M'
008200             PERFORM 2400-APPLY-MERGE
008210                 THRU 2400-APPLY-MERGE-EXIT
008220         ELSE IF WS-CUR-ACTION EQUAL 'U'
008230             PERFORM 2500-APPLY-UPDATE
008240                 THRU 2500-APPLY-UPDATE-EXIT
008250         ELSE
008260             PERFORM 2600-APPLY-RETIRE
008270                 THRU 2600-APPLY-RETIRE-EXIT
008280         END-IF
008290     END-IF.
008300     IF WS-REFUSE-REASON EQUAL SPACE
008310         MOVE 'A'         TO WS-CG-STATUS (WS-CHG-SUB)
008320         MOVE WS-BUS-DATE TO WS-CG-APPLY-DATE (WS-CHG-SUB)
008330         ADD 1 TO WS-APPLIED-COUNT
008340         MOVE "APPLIED"   TO DET-CHG-RESULT
008350     ELSE
008360         ADD 1 TO WS-REFUSED-COUNT
008370         IF WS-RUN-RC IS LESS THAN 8
008380             MOVE 8 TO WS-RUN-RC
008390         END-IF
008400         MOVE SPACE TO DET-CHG-RESULT
008410         STRING "NOT APPLIED - " DELIMITED BY SIZE
008420                WS-REFUSE-REASON DELIMITED BY SIZE
008430             INTO DET-CHG-RESULT
008440     END-IF.
008450     PERFORM 7250-SET-ACTION-NAME
008460         THRU 7250-SET-ACTION-NAME-EXIT.
008470     MOVE WS-CG-EFF-DATE (WS-CHG-SUB)  TO DET-CHG-EFF-DATE.
008480     MOVE WS-CG-CODE (WS-CHG-SUB)      TO DET-CHG-CODE.
008490     MOVE WS-ACTION-NAME               TO DET-CHG-ACTION.
008500     MOVE WS-CG-NEW-CODE (WS-CHG-SUB)  TO DET-CHG-NEW-CODE.
008510     MOVE DET-CHG-LINE TO WS-PRINT-LINE.
008520     PERFORM 7500-PRINT-LINE
008530         THRU 7500-PRINT-LINE-EXIT.
008540 2100-APPLY-ONE-EXIT.
008550     EXIT.
008560*
008570*--------------------------------------------------------------*
008580* 2200-APPLY-ADD - ADD A NEW ACTIVE CODE TO THE END OF CCREF.
008590*--------------------------------------------------------------*
008600 2200-APPLY-ADD.
008610     IF WS-REF-FOUND
008620         MOVE "CODE IS ALREADY ON CCREF" TO WS-REFUSE-REASON
008630         GO TO 2200-APPLY-ADD-EXIT
008640     END-IF.
008650     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
008660         MOVE "CCREF TABLE IS FULL" TO WS-REFUSE-REASON
008670         GO TO 2200-APPLY-ADD-EXIT
008680     END-IF.
008690     ADD 1 TO WS-REF-COUNT.
008700     MOVE WS-REF-COUNT TO WS-NEW-SUB.
008710     MOVE SPACE TO WS-REF-ROW (WS-NEW-SUB).
008720     MOVE WS-CG-CODE (WS-CHG-SUB)  TO WS-REF-CODE (WS-NEW-SUB).
008730     MOVE WS-CG-DEPT-NAME (WS-CHG-SUB)
008740                               TO WS-REF-DEPT-NAME (WS-NEW-SUB).
008750     MOVE 'A'                  TO WS-REF-ACTIVE-FLAG (WS-NEW-SUB).
008760     MOVE WS-CG-MANAGER-ID (WS-CHG-SUB)
008770                               TO WS-REF-MANAGER-ID (WS-NEW-SUB).
008780     MOVE WS-BUS-DATE          TO WS-REF-CHANGE-DATE (WS-NEW-SUB).
008790     MOVE ZERO                 TO WS-REF-LEFT-SUSP (WS-NEW-SUB).
008800     MOVE ZERO                 TO WS-REF-LEFT-STIN (WS-NEW-SUB).
008810     MOVE SPACE                TO WS-BEFORE-IMAGE.
008820     MOVE WS-REF-ROW (WS-NEW-SUB) TO WS-AFTER-IMAGE.
008830     PERFORM 7800-WRITE-LOG
008840         THRU 7800-WRITE-LOG-EXIT.
008850 2200-APPLY-ADD-EXIT.
008860     EXIT.
008870*
008880*--------------------------------------------------------------*
008890* 2300-APPLY-RENAME - ADD THE NEW CODE, CARRYING THE OLD CODE'S
008900*              NAME AND MANAGER WHERE THE CHANGE GIVES NONE, AND
008910*              RETIRE THE OLD CODE TO IT.
008920*--------------------------------------------------------------*
008930 2300-APPLY-RENAME.
008940     MOVE WS-CG-NEW-CODE (WS-CHG-SUB) TO WS-CHECK-CODE.
008950     PERFORM 7600-FIND-REF
008960         THRU 7600-FIND-REF-EXIT.
008970     IF WS-CHECK-CODE EQUAL SPACE
008980         MOVE "NO NEW CODE GIVEN" TO WS-REFUSE-REASON
008990         GO TO 2300-APPLY-RENAME-EXIT
009000     END-IF.
009010     IF WS-REF-FOUND
009020         MOVE "NEW CODE IS ALREADY ON CCREF" TO WS-REFUSE-REASON
009030         GO TO 2300-APPLY-RENAME-EXIT
009040     END-IF.
009050     IF WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
009060         MOVE "CCREF TABLE IS FULL" TO WS-REFUSE-REASON
009070         GO TO 2300-APPLY-RENAME-EXIT
009080     END-IF.
009090     ADD 1 TO WS-REF-COUNT.
009100     MOVE WS-REF-COUNT TO WS-NEW-SUB.
009110     MOVE WS-REF-ROW (WS-OLD-SUB) TO WS-REF-ROW (WS-NEW-SUB).
009120     MOVE WS-CHECK-CODE        TO WS-REF-CODE (WS-NEW-SUB).
009130     IF WS-CG-DEPT-NAME (WS-CHG-SUB) NOT EQUAL SPACE
009140         MOVE WS-CG-DEPT-NAME (WS-CHG-SUB)
009150                               TO WS-REF-DEPT-NAME (WS-NEW-SUB)
009160     END-IF.
009170     IF WS-CG-MANAGER-ID (WS-CHG-SUB) NOT EQUAL SPACE
009180         MOVE WS-CG-MANAGER-ID (WS-CHG-SUB)
009190                               TO WS-REF-MANAGER-ID (WS-NEW-SUB)
009200     END-IF.
009210     MOVE SPACE                TO WS-REF-SUCCESSOR (WS-NEW-SUB).
009220     MOVE WS-BUS-DATE          TO WS-REF-CHANGE-DATE (WS-NEW-SUB).
009230     MOVE ZERO                 TO WS-REF-LEFT-SUSP (WS-NEW-SUB).
009240     MOVE ZERO                 TO WS-REF-LEFT-STIN (WS-NEW-SUB).
009250     MOVE SPACE                TO WS-BEFORE-IMAGE.
009260     MOVE WS-REF-ROW (WS-NEW-SUB) TO WS-AFTER-IMAGE.
009270     PERFORM 7800-WRITE-LOG
009280         THRU 7800-WRITE-LOG-EXIT.
009290     PERFORM 2700-RETIRE-TO-NEW
009300         THRU 2700-RETIRE-TO-NEW-EXIT.
009310 2300-APPLY-RENAME-EXIT.
009320     EXIT.
009330*
009340*--------------------------------------------------------------*
009350* 2400-APPLY-MERGE - RETIRE THE OLD CODE INTO AN ACTIVE CODE.
009360*--------------------------------------------------------------*
009370 2400-APPLY-MERGE.
009380     MOVE WS-CG-NEW-CODE (WS-CHG-SUB) TO WS-CHECK-CODE.
009390     IF WS-CHECK-CODE EQUAL WS-CG-CODE (WS-CHG-SUB)
009400         MOVE "NEW CODE IS THE SAME AS THE OLD"
009410                               TO WS-REFUSE-REASON
009420         GO TO 2400-APPLY-MERGE-EXIT
009430     END-IF.
009440     PERFORM 7600-FIND-REF
009450         THRU 7600-FIND-REF-EXIT.
009460     IF NOT WS-REF-FOUND
009470         OR WS-REF-ACTIVE-FLAG (WS-REF-FOUND-SUB) NOT EQUAL 'A'
009480         MOVE "NEW CODE IS NOT ACTIVE ON CCREF"
009490                               TO WS-REFUSE-REASON
009500         GO TO 2400-APPLY-MERGE-EXIT
009510     END-IF.
009520     MOVE WS-REF-FOUND-SUB TO WS-NEW-SUB.
009530     PERFORM 2700-RETIRE-TO-NEW
009540         THRU 2700-RETIRE-TO-NEW-EXIT.
009550 2400-APPLY-MERGE-EXIT.
009560     EXIT.
009570*
009580*--------------------------------------------------------------*
009590* 2500-APPLY-UPDATE - NEW NAME AND/OR MANAGER FOR AN ACTIVE CODE.
009600*--------------------------------------------------------------*
009610 2500-APPLY-UPDATE.
009620     MOVE WS-REF-ROW (WS-OLD-SUB) TO WS-BEFORE-IMAGE.
009630     IF WS-CG-DEPT-NAME (WS-CHG-SUB) NOT EQUAL SPACE
009640         MOVE WS-CG-DEPT-NAME (WS-CHG-SUB)
009650                               TO WS-REF-DEPT-NAME (WS-OLD-SUB)
009660     END-IF.
009670     IF WS-CG-MANAGER-ID (WS-CHG-SUB) NOT EQUAL SPACE
009680         MOVE WS-CG-MANAGER-ID (WS-CHG-SUB)
009690                               TO WS-REF-MANAGER-ID (WS-OLD-SUB)
009700     END-IF.
009710     MOVE WS-BUS-DATE          TO WS-REF-CHANGE-DATE (WS-OLD-SUB).
009720     MOVE WS-REF-ROW (WS-OLD-SUB) TO WS-AFTER-IMAGE.
009730     PERFORM 7800-WRITE-LOG
009740         THRU 7800-WRITE-LOG-EXIT.
009750 2500-APPLY-UPDATE-EXIT.
009760     EXIT.
009770*
009780*--------------------------------------------------------------*
009790* 2600-APPLY-RETIRE - FLAG AN ACTIVE CODE INACTIVE WITH NO
009800*              SUCCESSOR.  ITS MASTER HISTORY STAYS WHERE IT IS.
009810*--------------------------------------------------------------*
009820 2600-APPLY-RETIRE.
009830     MOVE WS-REF-ROW (WS-OLD-SUB) TO WS-BEFORE-IMAGE.
009840     MOVE 'I'                  TO WS-REF-ACTIVE-FLAG (WS-OLD-SUB).
009850     MOVE SPACE                TO WS-REF-SUCCESSOR (WS-OLD-SUB).
009860     MOVE WS-BUS-DATE          TO WS-REF-CHANGE-DATE (WS-OLD-SUB).
009870     MOVE WS-REF-ROW (WS-OLD-SUB) TO WS-AFTER-IMAGE.
009880     PERFORM 7800-WRITE-LOG
009890         THRU 7800-WRITE-LOG-EXIT.
009900 2600-APPLY-RETIRE-EXIT.
009910     EXIT.
009920*
009930*--------------------------------------------------------------*
009940* 2700-RETIRE-TO-NEW - FLAG THE OLD CODE (WS-OLD-SUB) INACTIVE
009950*              WITH THE NEW CODE (WS-NEW-SUB) AS ITS SUCCESSOR,
009960*              AND POINT ANY CODE EARLIER RETIRED INTO THE OLD
009970*              CODE STRAIGHT AT THE NEW ONE, SO NO SUCCESSOR IS
009980*              EVER MORE THAN ONE STEP AWAY.
009990*--------------------------------------------------------------*
010000 2700-RETIRE-TO-NEW.
010010     MOVE WS-REF-ROW (WS-OLD-SUB) TO WS-BEFORE-IMAGE.
010020     MOVE 'I'                  TO WS-REF-ACTIVE-FLAG (WS-OLD-SUB).
010030     MOVE WS-REF-CODE (WS-NEW-SUB)
010040                               TO WS-REF-SUCCESSOR (WS-OLD-SUB).
010050     MOVE WS-BUS-DATE          TO WS-REF-CHANGE-DATE (WS-OLD-SUB).
010060     MOVE WS-REF-ROW (WS-OLD-SUB) TO WS-AFTER-IMAGE.
010070     PERFORM 7800-WRITE-LOG
010080         THRU 7800-WRITE-LOG-EXIT.
010090     PERFORM 2710-REPOINT-ONE
010100         THRU 2710-REPOINT-ONE-EXIT
010110         VARYING WS-REF-SUB FROM 1 BY 1
010120         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT.
010130 2700-RETIRE-TO-NEW-EXIT.
010140     EXIT.
010150*
010160 2710-REPOINT-ONE.
010170     IF WS-REF-SUCCESSOR (WS-REF-SUB)
010180             NOT EQUAL WS-REF-CODE (WS-OLD-SUB)
010190         GO TO 2710-REPOINT-ONE-EXIT
010200     END-IF.
010210     MOVE WS-REF-ROW (WS-REF-SUB) TO WS-BEFORE-IMAGE.
010220     MOVE WS-REF-CODE (WS-NEW-SUB)
010230                               TO WS-REF-SUCCESSOR (WS-REF-SUB).
010240     MOVE WS-BUS-DATE          TO WS-REF-CHANGE-DATE (WS-REF-SUB).
010250     MOVE WS-REF-ROW (WS-REF-SUB) TO WS-AFTER-IMAGE.
010260     PERFORM 7800-WRITE-LOG
010270         THRU 7800-WRITE-LOG-EXIT.
010280 2710-REPOINT-ONE-EXIT.
010290     EXIT.
010300*
010310*--------------------------------------------------------------*
010320* 3000-SAVE-REFERENCE - REWRITE CCREF AND THE CHANGE FILE AND
010330*              CLOSE THE LOG BEFORE ANY BALANCE IS MOVED, SO THE
010340*              REFERENCE FILE NEVER TRAILS THE MASTER.  IF THE
010350*              RUN STOPS LATER, A RERUN FINDS THE CHANGES APPLIED
010360*              AND FINISHES THE CARRY-OVER FROM CCREF.  APPLIED
010370*              CHANGES FROM AN EARLIER BUSINESS YEAR ARE DROPPED
010380*              FROM THE CHANGE FILE (THE LOG STILL HOLDS THEM).
010390*--------------------------------------------------------------*
010400 3000-SAVE-REFERENCE.
010410     PERFORM 3300-COUNT-DROPS
010420         THRU 3300-COUNT-DROPS-EXIT
010430         VARYING WS-CHG-SUB FROM 1 BY 1
010440         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT.
010450     IF WS-APPLIED-COUNT IS GREATER THAN ZERO
010460         PERFORM 3100-SAVE-CCREF
010470             THRU 3100-SAVE-CCREF-EXIT
010480     END-IF.
010490     IF NOT WS-FATAL-STOP
010500         AND (WS-APPLIED-COUNT IS GREATER THAN ZERO
010510             OR WS-DROP-COUNT IS GREATER THAN ZERO)
010520         PERFORM 3200-SAVE-CHANGES
010530             THRU 3200-SAVE-CHANGES-EXIT
010540     END-IF.
010550     CLOSE CC-LOG-FILE.
010560     MOVE 'N' TO WS-LOG-OPEN-SWITCH.
010570 3000-SAVE-REFERENCE-EXIT.
010580     EXIT.
010590*
010600 3100-SAVE-CCREF.
010610     OPEN OUTPUT CALC-CCREF-FILE.
010620     IF WS-CCREF-STATUS NOT EQUAL "00"
010630         DISPLAY "CALCCCR CANNOT REWRITE CCREF, STATUS "
010640             WS-CCREF-STATUS
010650         MOVE 12 TO WS-RUN-RC
010660         SET WS-FATAL-STOP TO TRUE
010670         GO TO 3100-SAVE-CCREF-EXIT
010680     END-IF.
010690     PERFORM 3110-WRITE-ONE-REF
010700         THRU 3110-WRITE-ONE-REF-EXIT
010710         VARYING WS-REF-SUB FROM 1 BY 1
010720         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
010730            OR WS-FATAL-STOP.
010740     CLOSE CALC-CCREF-FILE.
010750     IF WS-FATAL-STOP
010760         GO TO 3100-SAVE-CCREF-EXIT
010770     END-IF.
010780     DISPLAY "CALCCCR SAVED " WS-REF-COUNT " COST CENTERS.".
010790 3100-SAVE-CCREF-EXIT.
010800     EXIT.
010810*
010820 3110-WRITE-ONE-REF.
010830     MOVE WS-REF-ROW (WS-REF-SUB) TO CCREFREC.
010840     WRITE CCREFREC.
010850     IF WS-CCREF-STATUS NOT EQUAL "00"
010860         DISPLAY "CALCCCR CCREF WRITE FAILED, STATUS "
010870             WS-CCREF-STATUS " - CCREF IS INCOMPLETE AND MUST BE "
010880             "RESTORED BEFORE THE NEXT RUN."
010890         MOVE 12 TO WS-RUN-RC
010900         SET WS-FATAL-STOP TO TRUE
010910     END-IF.
010920 3110-WRITE-ONE-REF-EXIT.
010930     EXIT.
010940*
010950 3200-SAVE-CHANGES.
010960     OPEN OUTPUT CC-CHG-FILE.
010970     IF WS-CHG-STATUS NOT EQUAL "00"
010980         DISPLAY "CALCCCR CANNOT REWRITE CHANGE FILE, STATUS "
010990             WS-CHG-STATUS
011000         MOVE 12 TO WS-RUN-RC
011010         SET WS-FATAL-STOP TO TRUE
011020         GO TO 3200-SAVE-CHANGES-EXIT
011030     END-IF.
011040     PERFORM 3210-WRITE-ONE-CHG
011050         THRU 3210-WRITE-ONE-CHG-EXIT
011060         VARYING WS-CHG-SUB FROM 1 BY 1
011070         UNTIL WS-CHG-SUB IS GREATER THAN WS-CHG-COUNT
011080            OR WS-FATAL-STOP.
011090     CLOSE CC-CHG-FILE.
011100 3200-SAVE-CHANGES-EXIT.
011110     EXIT.
011120*
011130 3210-WRITE-ONE-CHG.
011140     IF WS-CG-STATUS (WS-CHG-SUB) EQUAL 'A'
011150         AND WS-CG-APPLY-YY (WS-CHG-SUB) NOT EQUAL WS-BD-YY
011160         GO TO 3210-WRITE-ONE-CHG-EXIT
011170     END-IF.
011180     MOVE WS-CHG-ENTRY (WS-CHG-SUB) TO CCCHGREC.
011190     WRITE CCCHGREC.
011200     IF WS-CHG-STATUS NOT EQUAL "00"
011210         DISPLAY "CALCCCR CHANGE FILE WRITE FAILED, STATUS "
011220             WS-CHG-STATUS " - CCCHG IS INCOMPLETE AND MUST BE "
011230             "RESTORED BEFORE THE NEXT RUN."
011240         MOVE 12 TO WS-RUN-RC
011250         SET WS-FATAL-STOP TO TRUE
011260     END-IF.
011270 3210-WRITE-ONE-CHG-EXIT.
011280     EXIT.
011290*
011300 3300-COUNT-DROPS.
011310     IF WS-CG-STATUS (WS-CHG-SUB) EQUAL 'A'
011320         AND WS-CG-APPLY-YY (WS-CHG-SUB) NOT EQUAL WS-BD-YY
011330         ADD 1 TO WS-DROP-COUNT
011340     END-IF.
011350 3300-COUNT-DROPS-EXIT.
011360     EXIT.
011370*
011380*--------------------------------------------------------------*
011390* 4000-CARRY-OVER - BUILD THE OLD-TO-NEW MAPPING FROM CCREF, MOVE
011400*              THE MASTER RECORDS WITH THEIR PROOF, RE-POINT THE
011410*              OPEN SUSPENSE ITEMS AND THE INSTRUCTIONS, THEN
011420*              LIST WHAT IS LEFT ON RETIRED CODES.
011430*--------------------------------------------------------------*
011440 4000-CARRY-OVER.
011450     PERFORM 4010-BUILD-MAP
011460         THRU 4010-BUILD-MAP-EXIT
011470         VARYING WS-SCAN-SUB FROM 1 BY 1
011480         UNTIL WS-SCAN-SUB IS GREATER THAN WS-REF-COUNT.
011490     MOVE "MASTER BALANCES CARRIED TO THE NEW CODE - PROOF"
011500                               TO SEC-TITLE.
011510     PERFORM 7100-PRINT-SECTION
011520         THRU 7100-PRINT-SECTION-EXIT.
011530     IF WS-MAP-COUNT EQUAL ZERO
011540         MOVE "   NO RETIRED COST CENTERS TO CARRY OVER."
011550                               TO WS-PRINT-LINE
011560         PERFORM 7500-PRINT-LINE
011570             THRU 7500-PRINT-LINE-EXIT
011580     ELSE
011590         PERFORM 4100-GATHER-MASTER
011600             THRU 4100-GATHER-MASTER-EXIT
011610         PERFORM 4200-PROVE-MAPPING
011620             THRU 4200-PROVE-MAPPING-EXIT
011630             VARYING WS-MAP-SUB FROM 1 BY 1
011640             UNTIL WS-MAP-SUB IS GREATER THAN WS-MAP-COUNT
011650                OR WS-FATAL-STOP
011660     END-IF.
011670     IF WS-FATAL-STOP
011680         GO TO 4000-CARRY-OVER-EXIT
011690     END-IF.
011700     PERFORM 4500-REPOINT-SUSPENSE
011710         THRU 4500-REPOINT-SUSPENSE-EXIT.
011720     IF WS-FATAL-STOP
011730         GO TO 4000-CARRY-OVER-EXIT
011740     END-IF.
011750     PERFORM 4600-REPOINT-INSTR
011760         THRU 4600-REPOINT-INSTR-EXIT.
011770     IF WS-FATAL-STOP
011780         GO TO 4000-CARRY-OVER-EXIT
011790     END-IF.
011800     PERFORM 4700-PRINT-SUMMARY
011810         THRU 4700-PRINT-SUMMARY-EXIT.
011820     PERFORM 4800-PRINT-LEFT
011830         THRU 4800-PRINT-LEFT-EXIT.
011840 4000-CARRY-OVER-EXIT.
011850     EXIT.
011860*
011870*--------------------------------------------------------------*
011880* 4010-BUILD-MAP - ONE MAPPING FOR EACH INACTIVE CODE WHOSE
011890*              SUCCESSOR IS ACTIVE.  A SUCCESSOR THAT IS ITSELF
011900*              RETIRED (WITH NO SUCCESSOR OF ITS OWN) LEAVES THE
011910*              OLD CODE UNMAPPED; IT IS LISTED WITH THE OTHER
011920*              RETIRED CODES STILL IN USE.
011930*--------------------------------------------------------------*
011940 4010-BUILD-MAP.
011950     IF WS-REF-ACTIVE-FLAG (WS-SCAN-SUB) EQUAL 'A'
011960         OR WS-REF-SUCCESSOR (WS-SCAN-SUB) EQUAL SPACE
011970         GO TO 4010-BUILD-MAP-EXIT
011980     END-IF.
011990     MOVE WS-REF-SUCCESSOR (WS-SCAN-SUB) TO WS-CHECK-CODE.
012000     PERFORM 7600-FIND-REF
012010         THRU 7600-FIND-REF-EXIT.
012020     IF NOT WS-REF-FOUND
012030         OR WS-REF-ACTIVE-FLAG (WS-REF-FOUND-SUB) NOT EQUAL 'A'
012040         ADD 1 TO WS-NO-SUCC-COUNT
012050         GO TO 4010-BUILD-MAP-EXIT
012060     END-IF.
012070     ADD 1 TO WS-MAP-COUNT.
012080     MOVE WS-REF-CODE (WS-SCAN-SUB) TO WS-MAP-OLD (WS-MAP-COUNT).
012090     MOVE WS-CHECK-CODE             TO WS-MAP-NEW (WS-MAP-COUNT).
012100     MOVE WS-SCAN-SUB          TO WS-MAP-OLD-SUB (WS-MAP-COUNT).
012110     MOVE WS-REF-FOUND-SUB     TO WS-MAP-NEW-SUB (WS-MAP-COUNT).
012120     MOVE ZERO TO WS-MAP-MSTR-COUNT (WS-MAP-COUNT)
012130                  WS-MAP-SUSP-COUNT (WS-MAP-COUNT)
012140                  WS-MAP-STIN-COUNT (WS-MAP-COUNT).
012150 4010-BUILD-MAP-EXIT.
012160     EXIT.
012170*
012180*--------------------------------------------------------------*
012190* 4100-GATHER-MASTER - BROWSE THE WHOLE MASTER ONCE AND KEEP
012200*              EVERY RECORD UNDER A MAPPED OLD CODE.  RECORDS
012210*              BEYOND THE WORK TABLE ARE COUNTED AND LEFT FOR THE
012220*              NEXT RUN (RC=4).
012230*--------------------------------------------------------------*
012240 4100-GATHER-MASTER.
012250     MOVE ZERO TO WS-MOVE-COUNT.
012260     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
012270     MOVE LOW-VALUES TO CM-KEY.
012280     START CALC-MASTER-FILE
012290         KEY IS GREATER THAN OR EQUAL TO CM-KEY.
012300     IF WS-MSTR-STATUS NOT EQUAL "00"
012310         GO TO 4100-GATHER-MASTER-EXIT
012320     END-IF.
012330     PERFORM 4110-GATHER-ONE
012340         THRU 4110-GATHER-ONE-EXIT
012350         UNTIL WS-BROWSE-EOF.
012360     IF WS-MSTR-LEFT-COUNT IS GREATER THAN ZERO
012370         AND WS-RUN-RC IS LESS THAN 4
012380         MOVE 4 TO WS-RUN-RC
012390     END-IF.
012400 4100-GATHER-MASTER-EXIT.
012410     EXIT.
012420*
012430 4110-GATHER-ONE.
012440     READ CALC-MASTER-FILE NEXT
012450         AT END
012460             SET WS-BROWSE-EOF TO TRUE
012470             GO TO 4110-GATHER-ONE-EXIT
012480     END-READ.
012490     MOVE CM-COST-CENTER TO WS-CHECK-CODE.
012500     PERFORM 7700-FIND-MAP
012510         THRU 7700-FIND-MAP-EXIT.
012520     IF NOT WS-MAP-FOUND
012530         GO TO 4110-GATHER-ONE-EXIT
012540     END-IF.
012550     IF WS-MOVE-COUNT IS NOT LESS THAN WS-MOVE-MAX
012560         ADD 1 TO WS-MSTR-LEFT-COUNT
012570         GO TO 4110-GATHER-ONE-EXIT
012580     END-IF.
012590     ADD 1 TO WS-MOVE-COUNT.
012600     MOVE WS-MAP-FOUND-SUB TO WS-MOVE-MAP-SUB (WS-MOVE-COUNT).
012610     MOVE CALCMSTR         TO WS-MOVE-IMAGE (WS-MOVE-COUNT).
012620 4110-GATHER-ONE-EXIT.
012630     EXIT.
012640*
012650*--------------------------------------------------------------*
012660* 4200-PROVE-MAPPING - MOVE EVERY GATHERED KEY OF ONE MAPPING,
012670*              PRINTING THE PROOF FOR EACH AND THEN FOR THE
012680*              MAPPING AS A WHOLE (POSTED COUNT AND TOTAL OVER
012690*              ALL ITS OPERATIONS).
012700*--------------------------------------------------------------*
012710 4200-PROVE-MAPPING.
012720     MOVE SPACE TO WS-PRINT-LINE.
012730     PERFORM 7500-PRINT-LINE
012740         THRU 7500-PRINT-LINE-EXIT.
012750     MOVE WS-MAP-OLD (WS-MAP-SUB) TO MAPH-OLD-CODE.
012760     MOVE WS-REF-DEPT-NAME (WS-MAP-OLD-SUB (WS-MAP-SUB))
012770                               TO MAPH-OLD-NAME.
012780     MOVE WS-MAP-NEW (WS-MAP-SUB) TO MAPH-NEW-CODE.
012790     MOVE WS-REF-DEPT-NAME (WS-MAP-NEW-SUB (WS-MAP-SUB))
012800                               TO MAPH-NEW-NAME.
012810     MOVE MAP-HDG-LINE TO WS-PRINT-LINE.
012820     PERFORM 7500-PRINT-LINE
012830         THRU 7500-PRINT-LINE-EXIT.
012840     MOVE ZERO TO WS-MAP-MOVED.
012850     MOVE ZERO TO WS-MT-OLD-COUNT  WS-MT-NEWB-COUNT
012860                  WS-MT-AFTER-COUNT WS-MT-OLD-TOTAL
012870                  WS-MT-NEWB-TOTAL WS-MT-AFTER-TOTAL.
012880     PERFORM 4210-MOVE-ONE
012890         THRU 4210-MOVE-ONE-EXIT
012900         VARYING WS-MOVE-SUB FROM 1 BY 1
012910         UNTIL WS-MOVE-SUB IS GREATER THAN WS-MOVE-COUNT
012920            OR WS-FATAL-STOP.
012930     IF WS-FATAL-STOP
012940         GO TO 4200-PROVE-MAPPING-EXIT
012950     END-IF.
012960     IF WS-MAP-MOVED EQUAL ZERO
012970         MOVE "   NO MASTER RECORDS UNDER THE OLD CODE."
012980                               TO WS-PRINT-LINE
012990         PERFORM 7500-PRINT-LINE
013000             THRU 7500-PRINT-LINE-EXIT
013010         GO TO 4200-PROVE-MAPPING-EXIT
013020     END-IF.
013030     MOVE "   MAPPING TOTAL, ALL OPERATIONS" TO WS-PRINT-LINE.
013040     PERFORM 7500-PRINT-LINE
013050         THRU 7500-PRINT-LINE-EXIT.
013060     MOVE HDG-PROOF-LINE TO WS-PRINT-LINE.
013070     PERFORM 7500-PRINT-LINE
013080         THRU 7500-PRINT-LINE-EXIT.
013090     MOVE "POSTED COUNT"      TO WS-PRF-LABEL.
013100     MOVE 'C'                 TO WS-PRF-KIND.
013110     MOVE WS-MT-OLD-COUNT     TO WS-PRF-OLD.
013120     MOVE WS-MT-NEWB-COUNT    TO WS-PRF-NEWB.
013130     MOVE WS-MT-AFTER-COUNT   TO WS-PRF-AFTER.
013140     PERFORM 4250-PROOF-ROW
013150         THRU 4250-PROOF-ROW-EXIT.
013160     MOVE "POSTED TOTAL"      TO WS-PRF-LABEL.
013170     MOVE 'A'                 TO WS-PRF-KIND.
013180     MOVE WS-MT-OLD-TOTAL     TO WS-PRF-OLD.
013190     MOVE WS-MT-NEWB-TOTAL    TO WS-PRF-NEWB.
013200     MOVE WS-MT-AFTER-TOTAL   TO WS-PRF-AFTER.
013210     PERFORM 4250-PROOF-ROW
013220         THRU 4250-PROOF-ROW-EXIT.
013230 4200-PROVE-MAPPING-EXIT.
013240     EXIT.
013250*
013260*--------------------------------------------------------------*
013270* 4210-MOVE-ONE - MOVE ONE GATHERED OLD KEY ONTO ITS NEW KEY:
013280*              COMBINE WITH THE NEW KEY IF IT IS ALREADY ON THE
013290*              MASTER, ELSE WRITE IT; DELETE THE OLD KEY; READ THE
013300*              NEW KEY BACK AND PRINT THE PROOF FROM WHAT WAS
013310*              READ.  ANY I/O FAILURE STOPS THE RUN (RC=12) - SEE
013320*              THE JCL FOR THE RESTORE FROM THE BACKUP STEP.
013330*--------------------------------------------------------------*
013340 4210-MOVE-ONE.
013350     IF WS-MOVE-MAP-SUB (WS-MOVE-SUB) NOT EQUAL WS-MAP-SUB
013360         GO TO 4210-MOVE-ONE-EXIT
013370     END-IF.
013380     MOVE WS-MOVE-IMAGE (WS-MOVE-SUB) TO WS-OLD-MSTR.
013390     MOVE OD-OPERATION         TO CM-OPERATION.
013400     MOVE WS-MAP-NEW (WS-MAP-SUB) TO CM-COST-CENTER.
013410     READ CALC-MASTER-FILE.
013420     IF WS-MSTR-STATUS EQUAL "00"
013430         MOVE CALCMSTR TO WS-NEWB-MSTR
013440         MOVE "(ADDED TO EXISTING KEY)" TO WS-TARGET-STATE
013450         PERFORM 4220-COMBINE
013460             THRU 4220-COMBINE-EXIT
013470         REWRITE CALCMSTR
013480     ELSE IF WS-MSTR-STATUS EQUAL "23"
013490         MOVE WS-OLD-MSTR TO WS-NEWB-MSTR
013500         PERFORM 4230-ZERO-NEW-BEFORE
013510             THRU 4230-ZERO-NEW-BEFORE-EXIT
013520         MOVE "(NEW KEY)" TO WS-TARGET-STATE
013530         MOVE WS-OLD-MSTR TO CALCMSTR
013540         MOVE WS-MAP-NEW (WS-MAP-SUB) TO CM-COST-CENTER
013550         WRITE CALCMSTR
013560     END-IF.
013570     IF WS-MSTR-STATUS NOT EQUAL "00"
013580         DISPLAY "CALCCCR MASTER UPDATE FAILED, STATUS "
013590             WS-MSTR-STATUS " KEY " OD-OPERATION
013600             WS-MAP-NEW (WS-MAP-SUB)
013610         MOVE 12 TO WS-RUN-RC
013620         SET WS-FATAL-STOP TO TRUE
013630         GO TO 4210-MOVE-ONE-EXIT
013640     END-IF.
013650     MOVE OD-KEY TO CM-KEY.
013660     DELETE CALC-MASTER-FILE RECORD.
013670     IF WS-MSTR-STATUS NOT EQUAL "00"
013680         DISPLAY "CALCCCR MASTER DELETE FAILED, STATUS "
013690             WS-MSTR-STATUS " KEY " OD-KEY
013700         MOVE 12 TO WS-RUN-RC
013710         SET WS-FATAL-STOP TO TRUE
013720         GO TO 4210-MOVE-ONE-EXIT
013730     END-IF.
013740     MOVE OD-OPERATION         TO CM-OPERATION.
013750     MOVE WS-MAP-NEW (WS-MAP-SUB) TO CM-COST-CENTER.
013760     READ CALC-MASTER-FILE.
013770     IF WS-MSTR-STATUS NOT EQUAL "00"
013780         DISPLAY "CALCCCR MASTER READ-BACK FAILED, STATUS "
013790             WS-MSTR-STATUS " KEY " CM-KEY
013800         MOVE 12 TO WS-RUN-RC
013810         SET WS-FATAL-STOP TO TRUE
013820         GO TO 4210-MOVE-ONE-EXIT
013830     END-IF.
013840     ADD 1 TO WS-MAP-MOVED.
013850     ADD 1 TO WS-MAP-MSTR-COUNT (WS-MAP-SUB).
013860     ADD 1 TO WS-MSTR-MOVED-COUNT.
013870     ADD OD-POST-COUNT         TO WS-MT-OLD-COUNT.
013880     ADD NB-POST-COUNT         TO WS-MT-NEWB-COUNT.
013890     ADD CM-POST-COUNT         TO WS-MT-AFTER-COUNT.
013900     ADD OD-TOTAL              TO WS-MT-OLD-TOTAL.
013910     ADD NB-TOTAL              TO WS-MT-NEWB-TOTAL.
013920     ADD CM-TOTAL              TO WS-MT-AFTER-TOTAL.
013930     PERFORM 4240-PRINT-PROOF
013940         THRU 4240-PRINT-PROOF-EXIT.
013950 4210-MOVE-ONE-EXIT.
013960     EXIT.
013970*
013980*--------------------------------------------------------------*
013990* 4220-COMBINE - ADD THE OLD KEY INTO THE NEW KEY'S RECORD.  THE
014000*              HIGH AND LOW ARE TAKEN FROM WHICHEVER SIDE HAS
014010*              POSTINGS WHEN ONLY ONE DOES.
014020*--------------------------------------------------------------*
014030 4220-COMBINE.
014040     IF CM-POST-COUNT EQUAL ZERO
014050         MOVE OD-HIGH-RESULT   TO CM-HIGH-RESULT
014060         MOVE OD-LOW-RESULT    TO CM-LOW-RESULT
014070     ELSE IF OD-POST-COUNT IS GREATER THAN ZERO
014080         IF OD-HIGH-RESULT IS GREATER THAN CM-HIGH-RESULT
014090             MOVE OD-HIGH-RESULT TO CM-HIGH-RESULT
014100         END-IF
014110         IF OD-LOW-RESULT IS LESS THAN CM-LOW-RESULT
014120             MOVE OD-LOW-RESULT TO CM-LOW-RESULT
014130         END-IF
014140     END-IF.
014150     IF OD-LAST-POST-DATE IS GREATER THAN CM-LAST-POST-DATE
014160         MOVE OD-LAST-POST-DATE TO CM-LAST-POST-DATE
014170     END-IF.
014180     ADD OD-POST-COUNT         TO CM-POST-COUNT.
014190     ADD OD-TOTAL              TO CM-TOTAL.
014200     ADD OD-CUR-COUNT          TO CM-CUR-COUNT.
014210     ADD OD-CUR-TOTAL          TO CM-CUR-TOTAL.
014220     ADD OD-PRV-COUNT          TO CM-PRV-COUNT.
014230     ADD OD-PRV-TOTAL          TO CM-PRV-TOTAL.
014240     ADD OD-YTD-COUNT          TO CM-YTD-COUNT.
014250     ADD OD-YTD-TOTAL          TO CM-YTD-TOTAL.
014260 4220-COMBINE-EXIT.
014270     EXIT.
014280*
014290 4230-ZERO-NEW-BEFORE.
014300     MOVE WS-MAP-NEW (WS-MAP-SUB) TO NB-COST-CENTER.
014310     MOVE ZERO TO NB-POST-COUNT  NB-TOTAL
014320                  NB-HIGH-RESULT NB-LOW-RESULT
014330                  NB-LAST-POST-DATE
014340                  NB-CUR-COUNT   NB-CUR-TOTAL
014350                  NB-PRV-COUNT   NB-PRV-TOTAL
014360                  NB-YTD-COUNT   NB-YTD-TOTAL.
014370 4230-ZERO-NEW-BEFORE-EXIT.
014380     EXIT.
014390*
014400*--------------------------------------------------------------*
014410* 4240-PRINT-PROOF - ONE ROW PER COUNT AND TOTAL BUCKET FOR THE
014420*              KEY JUST MOVED.
014430*--------------------------------------------------------------*
014440 4240-PRINT-PROOF.
014450     MOVE OD-OPERATION         TO KEY-OPERATION.
014460     MOVE OD-COST-CENTER       TO KEY-OLD-CODE.
014470     MOVE CM-COST-CENTER       TO KEY-NEW-CODE.
014480     MOVE WS-TARGET-STATE      TO KEY-STATE.
014490     MOVE KEY-LINE TO WS-PRINT-LINE.
014500     PERFORM 7500-PRINT-LINE
014510         THRU 7500-PRINT-LINE-EXIT.
014520     MOVE HDG-PROOF-LINE TO WS-PRINT-LINE.
014530     PERFORM 7500-PRINT-LINE
014540         THRU 7500-PRINT-LINE-EXIT.
014550     MOVE "POSTED COUNT"      TO WS-PRF-LABEL.
014560     MOVE 'C'                 TO WS-PRF-KIND.
014570     MOVE OD-POST-COUNT       TO WS-PRF-OLD.
014580     MOVE NB-POST-COUNT       TO WS-PRF-NEWB.
014590     MOVE CM-POST-COUNT       TO WS-PRF-AFTER.
014600     PERFORM 4250-PROOF-ROW
014610         THRU 4250-PROOF-ROW-EXIT.
014620     MOVE "POSTED TOTAL"      TO WS-PRF-LABEL.
014630     MOVE 'A'                 TO WS-PRF-KIND.
014640     MOVE OD-TOTAL            TO WS-PRF-OLD.
014650     MOVE NB-TOTAL            TO WS-PRF-NEWB.
014660     MOVE CM-TOTAL            TO WS-PRF-AFTER.
014670     PERFORM 4250-PROOF-ROW
014680         THRU 4250-PROOF-ROW-EXIT.
014690     MOVE "MONTH COUNT"       TO WS-PRF-LABEL.
014700     MOVE 'C'                 TO WS-PRF-KIND.
014710     MOVE OD-CUR-COUNT        TO WS-PRF-OLD.
014720     MOVE NB-CUR-COUNT        TO WS-PRF-NEWB.
014730     MOVE CM-CUR-COUNT        TO WS-PRF-AFTER.
014740     PERFORM 4250-PROOF-ROW
014750         THRU 4250-PROOF-ROW-EXIT.
014760     MOVE "MONTH TOTAL"       TO WS-PRF-LABEL.
014770     MOVE 'A'                 TO WS-PRF-KIND.
014780     MOVE OD-CUR-TOTAL        TO WS-PRF-OLD.
014790     MOVE NB-CUR-TOTAL        TO WS-PRF-NEWB.
014800     MOVE CM-CUR-TOTAL        TO WS-PRF-AFTER.
014810     PERFORM 4250-PROOF-ROW
014820         THRU 4250-PROOF-ROW-EXIT.
014830     MOVE "PRIOR COUNT"       TO WS-PRF-LABEL.
014840     MOVE 'C'                 TO WS-PRF-KIND.
014850     MOVE OD-PRV-COUNT        TO WS-PRF-OLD.
014860     MOVE NB-PRV-COUNT        TO WS-PRF-NEWB.
014870     MOVE CM-PRV-COUNT        TO WS-PRF-AFTER.
014880     PERFORM 4250-PROOF-ROW
014890         THRU 4250-PROOF-ROW-EXIT.
014900     MOVE "PRIOR TOTAL"       TO WS-PRF-LABEL.
014910     MOVE 'A'                 TO WS-PRF-KIND.
014920     MOVE OD-PRV-TOTAL        TO WS-PRF-OLD.
014930     MOVE NB-PRV-TOTAL        TO WS-PRF-NEWB.
014940     MOVE CM-PRV-TOTAL        TO WS-PRF-AFTER.
014950     PERFORM 4250-PROOF-ROW
014960         THRU 4250-PROOF-ROW-EXIT.
014970     MOVE "YTD COUNT"         TO WS-PRF-LABEL.
014980     MOVE 'C'                 TO WS-PRF-KIND.
014990     MOVE OD-YTD-COUNT        TO WS-PRF-OLD.
015000     MOVE NB-YTD-COUNT        TO WS-PRF-NEWB.
015010     MOVE CM-YTD-COUNT        TO WS-PRF-AFTER.
015020     PERFORM 4250-PROOF-ROW
015030         THRU 4250-PROOF-ROW-EXIT.
015040     MOVE "YTD TOTAL"         TO WS-PRF-LABEL.
015050     MOVE 'A'                 TO WS-PRF-KIND.
015060     MOVE OD-YTD-TOTAL        TO WS-PRF-OLD.
015070     MOVE NB-YTD-TOTAL        TO WS-PRF-NEWB.
015080     MOVE CM-YTD-TOTAL        TO WS-PRF-AFTER.
015090     PERFORM 4250-PROOF-ROW
015100         THRU 4250-PROOF-ROW-EXIT.
015110 4240-PRINT-PROOF-EXIT.
015120     EXIT.
015130*
015140*--------------------------------------------------------------*
015150* 4250-PROOF-ROW - CHECK OLD BEFORE + NEW BEFORE = NEW AFTER FOR
015160*              ONE BUCKET AND PRINT THE ROW.  A DIFFERENCE ENDS
015170*              THE RUN RC=8 (THE MOVE IS NOT UNDONE - RESTORE
015180*              FROM THE BACKUP STEP OR CORRECT IN CALCMNT).
015190*--------------------------------------------------------------*
015200 4250-PROOF-ROW.
015210     COMPUTE WS-PRF-SUM = WS-PRF-OLD + WS-PRF-NEWB.
015220     IF WS-PRF-SUM EQUAL WS-PRF-AFTER
015230         MOVE "OK"   TO PRF-CHECK
015240     ELSE
015250         MOVE "DIFF" TO PRF-CHECK
015260         ADD 1 TO WS-DIFF-COUNT
015270         IF WS-RUN-RC IS LESS THAN 8
015280             MOVE 8 TO WS-RUN-RC
015290         END-IF
015300     END-IF.
015310     MOVE WS-PRF-LABEL TO PRF-LABEL.
015320     IF WS-PRF-COUNT
015330         MOVE WS-PRF-OLD   TO PRF-OLD-CNT
015340         MOVE WS-PRF-NEWB  TO PRF-NEWB-CNT
015350         MOVE WS-PRF-AFTER TO PRF-AFTER-CNT
015360     ELSE
015370         MOVE WS-PRF-OLD   TO PRF-OLD-AMT
015380         MOVE WS-PRF-NEWB  TO PRF-NEWB-AMT
015390         MOVE WS-PRF-AFTER TO PRF-AFTER-AMT
015400     END-IF.
015410     MOVE DET-PROOF-LINE TO WS-PRINT-LINE.
015420     PERFORM 7500-PRINT-LINE
015430         THRU 7500-PRINT-LINE-EXIT.
015440 4250-PROOF-ROW-EXIT.
015450     EXIT.
015460*
015470*--------------------------------------------------------------*
015480* 4500-REPOINT-SUSPENSE - BROWSE THE SUSPENSE INVENTORY.  AN OPEN
015490*              ITEM ON A MAPPED OLD CODE IS RE-POINTED TO THE NEW
015500*              CODE; ONE ON ANY OTHER RETIRED CODE IS COUNTED
015510*              AGAINST THAT CODE FOR THE LEFT-BEHIND LIST.
015520*--------------------------------------------------------------*
015530 4500-REPOINT-SUSPENSE.
015540     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
015550     MOVE LOW-VALUES TO IV-KEY.
015560     START SUSP-INV-FILE
015570         KEY IS GREATER THAN OR EQUAL TO IV-KEY.
015580     IF WS-INV-STATUS NOT EQUAL "00"
015590         GO TO 4500-REPOINT-SUSPENSE-EXIT
015600     END-IF.
015610     PERFORM 4510-REPOINT-ONE-ITEM
015620         THRU 4510-REPOINT-ONE-ITEM-EXIT
015630         UNTIL WS-BROWSE-EOF.
015640 4500-REPOINT-SUSPENSE-EXIT.
015650     EXIT.
015660*
015670 4510-REPOINT-ONE-ITEM.
015680     READ SUSP-INV-FILE NEXT
015690         AT END
015700             SET WS-BROWSE-EOF TO TRUE
015710             GO TO 4510-REPOINT-ONE-ITEM-EXIT
015720     END-READ.
015730     IF NOT IV-OPEN
015740         GO TO 4510-REPOINT-ONE-ITEM-EXIT
015750     END-IF.
015760     MOVE IV-COST-CENTER TO WS-CHECK-CODE.
015770     PERFORM 7700-FIND-MAP
015780         THRU 7700-FIND-MAP-EXIT.
015790     IF NOT WS-MAP-FOUND
015800         PERFORM 7600-FIND-REF
015810             THRU 7600-FIND-REF-EXIT
015820         IF WS-REF-FOUND
015830             AND WS-REF-ACTIVE-FLAG (WS-REF-FOUND-SUB)
015840                 NOT EQUAL 'A'
015850             ADD 1 TO WS-REF-LEFT-SUSP (WS-REF-FOUND-SUB)
015860             ADD 1 TO WS-SUSP-LEFT-COUNT
015870         END-IF
015880         GO TO 4510-REPOINT-ONE-ITEM-EXIT
015890     END-IF.
015900     MOVE WS-MAP-NEW (WS-MAP-FOUND-SUB) TO IV-COST-CENTER.
015910     REWRITE SUSP-INV-REC.
015920     IF WS-INV-STATUS NOT EQUAL "00"
015930         DISPLAY "CALCCCR SUSPENSE REWRITE FAILED, STATUS "
015940             WS-INV-STATUS " ITEM " IV-TRANS-ID " " IV-REJ-DATE
015950         MOVE 12 TO WS-RUN-RC
015960         SET WS-FATAL-STOP TO TRUE
015970         SET WS-BROWSE-EOF TO TRUE
015980         GO TO 4510-REPOINT-ONE-ITEM-EXIT
015990     END-IF.
016000     ADD 1 TO WS-MAP-SUSP-COUNT (WS-MAP-FOUND-SUB).
016010     ADD 1 TO WS-SUSP-MOVED-COUNT.
016020 4510-REPOINT-ONE-ITEM-EXIT.
016030     EXIT.
016040*
016050*--------------------------------------------------------------*
016060* 4600-REPOINT-INSTR - BROWSE THE STANDING INSTRUCTIONS.  ONE NOT
016070*              EXPIRED ON A MAPPED OLD CODE IS RE-POINTED TO THE
016080*              NEW CODE AND STAMPED AS MAINTAINED BY THIS RUN;
016090*              ONE ON ANY OTHER RETIRED CODE IS COUNTED AGAINST
016100*              THAT CODE FOR THE LEFT-BEHIND LIST.  ITS SCHEDULE
016110*              IS NOT TOUCHED.
016120*--------------------------------------------------------------*
016130 4600-REPOINT-INSTR.
016140     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
016150     MOVE LOW-VALUES TO SI-KEY.
016160     START CALC-STIN-FILE
016170         KEY IS GREATER THAN OR EQUAL TO SI-KEY.
016180     IF WS-STIN-STATUS NOT EQUAL "00"
016190         GO TO 4600-REPOINT-INSTR-EXIT
016200     END-IF.
016210     PERFORM 4610-REPOINT-ONE-INSTR
016220         THRU 4610-REPOINT-ONE-INSTR-EXIT
016230         UNTIL WS-BROWSE-EOF.
016240 4600-REPOINT-INSTR-EXIT.
016250     EXIT.
016260*
016270 4610-REPOINT-ONE-INSTR.
016280     READ CALC-STIN-FILE NEXT
016290         AT END
016300             SET WS-BROWSE-EOF TO TRUE
016310             GO TO 4610-REPOINT-ONE-INSTR-EXIT
016320     END-READ.
016330     IF SI-EXPIRED
016340         GO TO 4610-REPOINT-ONE-INSTR-EXIT
016350     END-IF.
016360     MOVE SI-COST-CENTER TO WS-CHECK-CODE.
016370     PERFORM 7700-FIND-MAP
016380         THRU 7700-FIND-MAP-EXIT.
016390     IF NOT WS-MAP-FOUND
016400         PERFORM 7600-FIND-REF
016410             THRU 7600-FIND-REF-EXIT
016420         IF WS-REF-FOUND
016430             AND WS-REF-ACTIVE-FLAG (WS-REF-FOUND-SUB)
016440                 NOT EQUAL 'A'
016450             ADD 1 TO WS-REF-LEFT-STIN (WS-REF-FOUND-SUB)
016460             ADD 1 TO WS-STIN-LEFT-COUNT
016470         END-IF
016480         GO TO 4610-REPOINT-ONE-INSTR-EXIT
016490     END-IF.
016500     MOVE WS-MAP-NEW (WS-MAP-FOUND-SUB) TO SI-COST-CENTER.
016510     MOVE WS-TODAY             TO SI-MAINT-DATE.
016520     MOVE "CALCCCR"            TO SI-MAINT-ID.
016530     REWRITE CALCSTIN.
016540     IF WS-STIN-STATUS NOT EQUAL "00"
016550         DISPLAY "CALCCCR INSTRUCTION REWRITE FAILED, STATUS "
016560             WS-STIN-STATUS " INSTRUCTION " SI-INSTR-NO
016570         MOVE 12 TO WS-RUN-RC
016580         SET WS-FATAL-STOP TO TRUE
016590         SET WS-BROWSE-EOF TO TRUE
016600         GO TO 4610-REPOINT-ONE-INSTR-EXIT
016610     END-IF.
016620     ADD 1 TO WS-MAP-STIN-COUNT (WS-MAP-FOUND-SUB).
016630     ADD 1 TO WS-STIN-MOVED-COUNT.
016640 4610-REPOINT-ONE-INSTR-EXIT.
016650     EXIT.
016660*
016670*--------------------------------------------------------------*
016680* 4700-PRINT-SUMMARY - ONE LINE PER MAPPING: WHAT WAS CARRIED
016690*              FROM THE OLD CODE TO THE NEW IN THIS RUN.
016700*--------------------------------------------------------------*
016710 4700-PRINT-SUMMARY.
016720     IF WS-MAP-COUNT EQUAL ZERO
016730         GO TO 4700-PRINT-SUMMARY-EXIT
016740     END-IF.
016750     MOVE "OLD-TO-NEW MAPPING - WHAT WAS CARRIED IN THIS RUN"
016760                               TO SEC-TITLE.
016770     PERFORM 7100-PRINT-SECTION
016780         THRU 7100-PRINT-SECTION-EXIT.
016790     MOVE HDG-SUMM-LINE TO WS-PRINT-LINE.
016800     PERFORM 7500-PRINT-LINE
016810         THRU 7500-PRINT-LINE-EXIT.
016820     PERFORM 4710-PRINT-ONE-MAP
016830         THRU 4710-PRINT-ONE-MAP-EXIT
016840         VARYING WS-MAP-SUB FROM 1 BY 1
016850         UNTIL WS-MAP-SUB IS GREATER THAN WS-MAP-COUNT.
016860 4700-PRINT-SUMMARY-EXIT.
016870     EXIT.
016880*
016890 4710-PRINT-ONE-MAP.
016900     MOVE WS-MAP-OLD (WS-MAP-SUB)        TO SUMM-OLD-CODE.
016910     MOVE WS-MAP-NEW (WS-MAP-SUB)        TO SUMM-NEW-CODE.
016920     MOVE WS-MAP-MSTR-COUNT (WS-MAP-SUB) TO SUMM-MSTR.
016930     MOVE WS-MAP-SUSP-COUNT (WS-MAP-SUB) TO SUMM-SUSP.
016940     MOVE WS-MAP-STIN-COUNT (WS-MAP-SUB) TO SUMM-STIN.
016950     MOVE DET-SUMM-LINE TO WS-PRINT-LINE.
016960     PERFORM 7500-PRINT-LINE
016970         THRU 7500-PRINT-LINE-EXIT.
016980 4710-PRINT-ONE-MAP-EXIT.
016990     EXIT.
017000*
017010*--------------------------------------------------------------*
017020* 4800-PRINT-LEFT - RETIRED CODES WITH NO ACTIVE SUCCESSOR THAT
017030*              STILL HAVE OPEN SUSPENSE ITEMS OR LIVE STANDING
017040*              INSTRUCTIONS (RC=4).  THE ITEMS WILL KEEP FAILING
017050*              BADCCTR UNTIL THE DEPARTMENT REPAIRS THEM OR A
017060*              MERGE GIVES THE CODE A SUCCESSOR.
017070*--------------------------------------------------------------*
017080 4800-PRINT-LEFT.
017090     IF WS-SUSP-LEFT-COUNT EQUAL ZERO
017100         AND WS-STIN-LEFT-COUNT EQUAL ZERO
017110         GO TO 4800-PRINT-LEFT-EXIT
017120     END-IF.
017130     IF WS-RUN-RC IS LESS THAN 4
017140         MOVE 4 TO WS-RUN-RC
017150     END-IF.
017160     MOVE "RETIRED COST CENTERS STILL IN USE - NOT CARRIED"
017170                               TO SEC-TITLE.
017180     PERFORM 7100-PRINT-SECTION
017190         THRU 7100-PRINT-SECTION-EXIT.
017200     MOVE HDG-LEFT-LINE TO WS-PRINT-LINE.
017210     PERFORM 7500-PRINT-LINE
017220         THRU 7500-PRINT-LINE-EXIT.
017230     PERFORM 4810-PRINT-ONE-LEFT
017240         THRU 4810-PRINT-ONE-LEFT-EXIT
017250         VARYING WS-REF-SUB FROM 1 BY 1
017260         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT.
017270 4800-PRINT-LEFT-EXIT.
017280     EXIT.
017290*
017300 4810-PRINT-ONE-LEFT.
017310     IF WS-REF-LEFT-SUSP (WS-REF-SUB) EQUAL ZERO
017320         AND WS-REF-LEFT-STIN (WS-REF-SUB) EQUAL ZERO
017330         GO TO 4810-PRINT-ONE-LEFT-EXIT
017340     END-IF.
017350     MOVE WS-REF-CODE (WS-REF-SUB)      TO LEFT-CODE.
017360     MOVE WS-REF-DEPT-NAME (WS-REF-SUB) TO LEFT-NAME.
017370     MOVE WS-REF-SUCCESSOR (WS-REF-SUB) TO LEFT-SUCCESSOR.
017380     MOVE WS-REF-LEFT-SUSP (WS-REF-SUB) TO LEFT-SUSP.
017390     MOVE WS-REF-LEFT-STIN (WS-REF-SUB) TO LEFT-STIN.
017400     MOVE DET-LEFT-LINE TO WS-PRINT-LINE.
017410     PERFORM 7500-PRINT-LINE
017420         THRU 7500-PRINT-LINE-EXIT.
017430 4810-PRINT-ONE-LEFT-EXIT.
017440     EXIT.
017450*
017460*--------------------------------------------------------------*
017470* 5000-TERMINATE - PRINT THE RUN TOTALS, CLOSE THE FILES AND SET
017480*              THE RETURN CODE.
017490*--------------------------------------------------------------*
017500 5000-TERMINATE.
017510     IF NOT WS-FILES-OPEN
017520         DISPLAY "CALCCCR ENDED RC=12 - FILES NOT AVAILABLE."
017530         MOVE WS-RUN-RC TO RETURN-CODE
017540         GO TO 5000-TERMINATE-EXIT
017550     END-IF.
017560     MOVE "RUN TOTALS" TO SEC-TITLE.
017570     PERFORM 7100-PRINT-SECTION
017580         THRU 7100-PRINT-SECTION-EXIT.
017590     MOVE "CHANGES DUE"                  TO TOT-LABEL.
017600     MOVE WS-DUE-COUNT                   TO TOT-VALUE.
017610     PERFORM 5100-PRINT-TOTAL
017620         THRU 5100-PRINT-TOTAL-EXIT.
017630     MOVE "  APPLIED"                    TO TOT-LABEL.
017640     MOVE WS-APPLIED-COUNT               TO TOT-VALUE.
017650     PERFORM 5100-PRINT-TOTAL
017660         THRU 5100-PRINT-TOTAL-EXIT.
017670     MOVE "  NOT APPLIED, LEFT PENDING"  TO TOT-LABEL.
017680     MOVE WS-REFUSED-COUNT               TO TOT-VALUE.
017690     PERFORM 5100-PRINT-TOTAL
017700         THRU 5100-PRINT-TOTAL-EXIT.
017710     MOVE "CCREF ROWS LOGGED"            TO TOT-LABEL.
017720     MOVE WS-LOG-COUNT                   TO TOT-VALUE.
017730     PERFORM 5100-PRINT-TOTAL
017740         THRU 5100-PRINT-TOTAL-EXIT.
017750     MOVE "OLD APPLIED CHANGES DROPPED"  TO TOT-LABEL.
017760     MOVE WS-DROP-COUNT                  TO TOT-VALUE.
017770     PERFORM 5100-PRINT-TOTAL
017780         THRU 5100-PRINT-TOTAL-EXIT.
017790     MOVE "OLD CODES MAPPED TO NEW"      TO TOT-LABEL.
017800     MOVE WS-MAP-COUNT                   TO TOT-VALUE.
017810     PERFORM 5100-PRINT-TOTAL
017820         THRU 5100-PRINT-TOTAL-EXIT.
017830     MOVE "  RETIRED INTO AN INACTIVE CODE" TO TOT-LABEL.
017840     MOVE WS-NO-SUCC-COUNT               TO TOT-VALUE.
017850     PERFORM 5100-PRINT-TOTAL
017860         THRU 5100-PRINT-TOTAL-EXIT.
017870     MOVE "MASTER KEYS MOVED"            TO TOT-LABEL.
017880     MOVE WS-MSTR-MOVED-COUNT            TO TOT-VALUE.
017890     PERFORM 5100-PRINT-TOTAL
017900         THRU 5100-PRINT-TOTAL-EXIT.
017910     MOVE "  LEFT FOR NEXT RUN (TABLE FULL)" TO TOT-LABEL.
017920     MOVE WS-MSTR-LEFT-COUNT             TO TOT-VALUE.
017930     PERFORM 5100-PRINT-TOTAL
017940         THRU 5100-PRINT-TOTAL-EXIT.
017950     MOVE "  PROOF DIFFERENCES"          TO TOT-LABEL.
017960     MOVE WS-DIFF-COUNT                  TO TOT-VALUE.
017970     PERFORM 5100-PRINT-TOTAL
017980         THRU 5100-PRINT-TOTAL-EXIT.
017990     MOVE "SUSPENSE ITEMS RE-POINTED"    TO TOT-LABEL.
018000     MOVE WS-SUSP-MOVED-COUNT            TO TOT-VALUE.
018010     PERFORM 5100-PRINT-TOTAL
018020         THRU 5100-PRINT-TOTAL-EXIT.
018030     MOVE "  LEFT ON RETIRED CODES"      TO TOT-LABEL.
018040     MOVE WS-SUSP-LEFT-COUNT             TO TOT-VALUE.
018050     PERFORM 5100-PRINT-TOTAL
018060         THRU 5100-PRINT-TOTAL-EXIT.
018070     MOVE "INSTRUCTIONS RE-POINTED"      TO TOT-LABEL.
018080     MOVE WS-STIN-MOVED-COUNT            TO TOT-VALUE.
018090     PERFORM 5100-PRINT-TOTAL
018100         THRU 5100-PRINT-TOTAL-EXIT.
018110     MOVE "  LEFT ON RETIRED CODES"      TO TOT-LABEL.
018120     MOVE WS-STIN-LEFT-COUNT             TO TOT-VALUE.
018130     PERFORM 5100-PRINT-TOTAL
018140         THRU 5100-PRINT-TOTAL-EXIT.
018150     IF WS-LOG-OPEN
018160         CLOSE CC-LOG-FILE
018170     END-IF.
018180     CLOSE CALC-MASTER-FILE.
018190     CLOSE SUSP-INV-FILE.
018200     CLOSE CALC-STIN-FILE.
018210     CLOSE CCR-RPT-FILE.
018220     MOVE WS-RUN-RC TO RETURN-CODE.
018230     DISPLAY "CALCCCR APPLIED " WS-APPLIED-COUNT
018240         " CHANGES, MOVED " WS-MSTR-MOVED-COUNT
018250         " MASTER KEYS, RC=" WS-RUN-RC.
018260 5000-TERMINATE-EXIT.
018270     EXIT.
018280*
018290 5100-PRINT-TOTAL.
018300     MOVE TOT-LINE TO WS-PRINT-LINE.
018310     PERFORM 7500-PRINT-LINE
018320         THRU 7500-PRINT-LINE-EXIT.
018330 5100-PRINT-TOTAL-EXIT.
018340     EXIT.
018350*
018360*--------------------------------------------------------------*
018370* 7000-WRITE-HEADERS - BUMP THE PAGE NUMBER AND PRINT THE
018380*              HEADING LINE.
018390*--------------------------------------------------------------*
018400 7000-WRITE-HEADERS.
018410     ADD 1                TO WS-PAGE-NO.
018420     MOVE ZERO            TO WS-LINE-COUNT.
018430     MOVE WS-BUS-DATE     TO HDG1-DATE.
018440     MOVE WS-PAGE-NO      TO HDG1-PAGE-NO.
018450     MOVE HDG-LINE-1      TO WS-PRINT-LINE.
018460     PERFORM 7500-PRINT-LINE
018470         THRU 7500-PRINT-LINE-EXIT.
018480 7000-WRITE-HEADERS-EXIT.
018490     EXIT.
018500*
018510*--------------------------------------------------------------*
018520* 7100-PRINT-SECTION - A BLANK LINE AND THE SECTION TITLE.
018530*--------------------------------------------------------------*
018540 7100-PRINT-SECTION.
018550     MOVE SPACE    TO WS-PRINT-LINE.
018560     PERFORM 7500-PRINT-LINE
018570         THRU 7500-PRINT-LINE-EXIT.
018580     MOVE SEC-LINE TO WS-PRINT-LINE.
018590     PERFORM 7500-PRINT-LINE
018600         THRU 7500-PRINT-LINE-EXIT.
018610 7100-PRINT-SECTION-EXIT.
018620     EXIT.
018630*
018640*--------------------------------------------------------------*
018650* 7250-SET-ACTION-NAME - SPELL OUT THE ACTION OF THE CHANGE
018660*              WS-CHG-SUB POINTS AT.
018670*--------------------------------------------------------------*
018680 7250-SET-ACTION-NAME.
018690     IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'A'
018700         MOVE "ADD"    TO WS-ACTION-NAME
018710     ELSE IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'U'
018720         MOVE "UPDATE" TO WS-ACTION-NAME
018730     ELSE IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'R'
018740         MOVE "RETIRE" TO WS-ACTION-NAME
018750     ELSE IF WS-CG-ACTION (WS-CHG-SUB) EQUAL 'N'
018760         MOVE "RENAME" TO WS-ACTION-NAME
018770     ELSE
018780         MOVE "MERGE"  TO WS-ACTION-NAME
018790     END-IF.
018800 7250-SET-ACTION-NAME-EXIT.
018810     EXIT.
018820*
018830*--------------------------------------------------------------*
018840* 7500-PRINT-LINE - WRITE ONE LINE TO THE REPORT, BREAKING TO A
018850*              NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
018860*--------------------------------------------------------------*
018870 7500-PRINT-LINE.
018880     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
018890         TO WS-LINES-PER-PAGE
018900         MOVE WS-PRINT-LINE TO WS-SAVE-PRINT-LINE
018910         PERFORM 7000-WRITE-HEADERS
018920             THRU 7000-WRITE-HEADERS-EXIT
018930         MOVE WS-SAVE-PRINT-LINE TO WS-PRINT-LINE
018940     END-IF.
018950     MOVE SPACE             TO REPORT-LINE.
018960     WRITE REPORT-LINE FROM WS-PRINT-LINE.
018970     ADD 1                  TO WS-LINE-COUNT.
018980 7500-PRINT-LINE-EXIT.
018990     EXIT.
019000*
019010*--------------------------------------------------------------*
019020* 7600-FIND-REF - LOOK WS-CHECK-CODE UP IN THE CCREF TABLE.
019030*--------------------------------------------------------------*
019040 7600-FIND-REF.
019050     MOVE 'N'  TO WS-REF-FOUND-SWITCH.
019060     MOVE ZERO TO WS-REF-FOUND-SUB.
019070     PERFORM 7610-TEST-ONE-REF
019080         THRU 7610-TEST-ONE-REF-EXIT
019090         VARYING WS-REF-SUB FROM 1 BY 1
019100         UNTIL WS-REF-SUB IS GREATER THAN WS-REF-COUNT
019110            OR WS-REF-FOUND.
019120 7600-FIND-REF-EXIT.
019130     EXIT.
019140*
019150 7610-TEST-ONE-REF.
019160     IF WS-REF-CODE (WS-REF-SUB) EQUAL WS-CHECK-CODE
019170         MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
019180         SET WS-REF-FOUND TO TRUE
019190     END-IF.
019200 7610-TEST-ONE-REF-EXIT.
019210     EXIT.
019220*
019230*--------------------------------------------------------------*
019240* 7700-FIND-MAP - IS WS-CHECK-CODE A MAPPED OLD CODE?
019250*--------------------------------------------------------------*
019260 7700-FIND-MAP.
019270     MOVE 'N'  TO WS-MAP-FOUND-SWITCH.
019280     MOVE ZERO TO WS-MAP-FOUND-SUB.
019290     PERFORM 7710-TEST-ONE-MAP
019300         THRU 7710-TEST-ONE-MAP-EXIT
019310         VARYING WS-MAP-SUB FROM 1 BY 1
019320         UNTIL WS-MAP-SUB IS GREATER THAN WS-MAP-COUNT
019330            OR WS-MAP-FOUND.
019340 7700-FIND-MAP-EXIT.
019350     EXIT.
019360*
019370 7710-TEST-ONE-MAP.
019380     IF WS-MAP-OLD (WS-MAP-SUB) EQUAL WS-CHECK-CODE
019390         MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
019400         SET WS-MAP-FOUND TO TRUE
019410     END-IF.
019420 7710-TEST-ONE-MAP-EXIT.
019430     EXIT.
019440*
019450*--------------------------------------------------------------*
019460* 7800-WRITE-LOG - APPEND ONE CHANGE-LOG RECORD WITH THE BEFORE
019470*              AND AFTER CCREF ROW IMAGES AND A DATE/TIME STAMP.
019480*--------------------------------------------------------------*
019490 7800-WRITE-LOG.
019500     ACCEPT WS-DATE-FIELD FROM DATE.
019510     ACCEPT WS-TIME-FIELD FROM TIME.
019520     MOVE SPACE           TO CCLOGREC.
019530     MOVE WS-DATE-FIELD   TO CL-DATE.
019540     MOVE WS-TIME-FIELD   TO CL-TIME.
019550     MOVE "CALCCCR"       TO CL-PROGRAM.
019560     MOVE "CALCCCR"       TO CL-OPERATOR-ID.
019570     MOVE 'P'             TO CL-FUNCTION.
019580     SET CL-REFERENCE-IMAGE TO TRUE.
019590     MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
019600     MOVE WS-AFTER-IMAGE  TO CL-AFTER-IMAGE.
019610     WRITE CCLOGREC.
019620     IF WS-LOG-STATUS NOT EQUAL "00"
019630         DISPLAY "CALCCCR CHANGE LOG WRITE FAILED, STATUS "
019640             WS-LOG-STATUS " - CHANGE APPLIED BUT NOT LOGGED."
019650         MOVE 12 TO WS-RUN-RC
019660         SET WS-FATAL-STOP TO TRUE
019670         GO TO 7800-WRITE-LOG-EXIT
019680     END-IF.
019690     ADD 1 TO WS-LOG-COUNT.
019700 7800-WRITE-LOG-EXIT.
019710     EXIT.
