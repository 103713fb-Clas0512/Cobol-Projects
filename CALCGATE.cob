000400*              APPENDED AT END, SO CYCLE 02 STILL REJECTS A
000410*              TRANS-ID CYCLE 01 ALREADY TOOK AND THE
000420*              UNIQUENESS CHECK REALLY COVERS THE WHOLE DAY.
000421* 10/15/26  DLH  RUN-CONTROL REGISTER - CALCGATE OPENS EACH
000422*              DATE/CYCLE OF THE CHAIN, SO IT NOW RECORDS ITS
000423*              START AND END (DATE, CYCLE, COUNTS, RC) ON THE
000424*              SHARED REGISTER (RUNREG, SEE CALCRUNR) THAT EVERY
000425*              LATER STEP CHECKS ITS PREREQUISITE AGAINST,
000426*              CREATING THE REGISTER ON FIRST USE.  IT HAS NO
000427*              PREREQUISITE OF ITS OWN.
000428* 10/15/26  DLH  OPTDEPT CARD - A FILE THAT MAY BE EMPTY OR ABSENT
000429*              (THE CALCULATOR DESK FILE) IS NOT A HOLD.
000430*--------------------------------------------------------------*
000440*
000450*--------------------------------------------------------------*
000500*                           (DEFAULT 01)
000510*    DEPT     NN NAME...    EXPECT FILE DEPTINNN (NN = 01-08),
000520*                           NAME IS ECHOED ON THE RECEIPT
000523*    OPTDEPT  NN NAME...    AS DEPT, BUT A MISSING OR EMPTY FILE
000526*                           IS RECEIVED AS NONE, NOT A HOLD
000530*--------------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940     SELECT GATE-RPT-FILE    ASSIGN TO GATERPT
000950         ORGANIZATION IS LINE SEQUENTIAL.
000952     SELECT RUN-REG-FILE     ASSIGN TO RUNREG
000954         ORGANIZATION IS LINE SEQUENTIAL
000956         FILE STATUS IS WS-REG-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
001710 FD  GATE-RPT-FILE
001720     RECORDING MODE IS F.
001730 01  REPORT-LINE            PIC X(80).
001732*
001734 FD  RUN-REG-FILE
001736     RECORDING MODE IS F.
001738     COPY CALCRUNR.
001740*
001750 WORKING-STORAGE SECTION.
001760 77  WS-PARM-STATUS         PIC X(02).
001990 77  WS-EXPECT-COUNT        PIC 9(02) COMP  VALUE ZERO.
002000 77  WS-MERGE-COUNT         PIC 9(07) COMP  VALUE ZERO.
002010 77  WS-REJECT-COUNT        PIC 9(07) COMP  VALUE ZERO.
002015     COPY CALCRUNW.
002020 77  WS-ID-COUNT            PIC 9(05) COMP  VALUE ZERO.
002030 77  WS-ID-MAX              PIC 9(05) COMP  VALUE 5000.
002040 77  WS-ID-SUB              PIC 9(05) COMP  VALUE ZERO.
002110 01  WS-DEPT-TABLE.
002120     05  WS-DEPT-ENTRY OCCURS 8 TIMES.
002130         10  WS-DP-EXPECT-SW PIC X(01).
002140             88  WS-DP-EXPECTED            VALUE 'Y' 'O'.
002145             88  WS-DP-OPTIONAL            VALUE 'O'.
002150         10  WS-DP-NAME     PIC X(20).
002160         10  WS-DP-COUNT    PIC 9(07) COMP.
002170         10  WS-DP-HASH     PIC S9(15)V99
003030     END-IF.
003040     PERFORM 3000-TERMINATE
003050         THRU 3000-TERMINATE-EXIT.
003053     PERFORM 9600-REGISTER-END
003056         THRU 9600-REGISTER-END-EXIT.
003060     STOP RUN.
003070*
003080*--------------------------------------------------------------*
003290         MOVE 12 TO RETURN-CODE
003300         GO TO 1000-INITIALIZE-EXIT
003310     END-IF.
003313     PERFORM 9100-REGISTER-START
003316         THRU 9100-REGISTER-START-EXIT.
003320     PERFORM 1150-LOAD-ID-REGISTRY
003330         THRU 1150-LOAD-ID-REGISTRY-EXIT.
003340     OPEN OUTPUT CALC-TRANS-FILE.
003930             PERFORM 1120-FLAG-BAD-PARM
003940                 THRU 1120-FLAG-BAD-PARM-EXIT
003950         END-IF
003960     ELSE IF PC-KEYWORD = "DEPT" OR PC-KEYWORD = "OPTDEPT"
003970         IF PC-DEPT-NO IS NUMERIC
003980             AND PC-DEPT-NO IS GREATER THAN ZERO
003990             AND PC-DEPT-NO IS NOT GREATER THAN WS-DEPT-MAX
004000             MOVE 'Y' TO WS-DP-EXPECT-SW (PC-DEPT-NO)
004002             IF PC-KEYWORD = "OPTDEPT"
004004                 MOVE 'O' TO WS-DP-EXPECT-SW (PC-DEPT-NO)
004006             END-IF
004010             MOVE PC-DEPT-NAME TO WS-DP-NAME (PC-DEPT-NO)
004020             ADD 1 TO WS-EXPECT-COUNT
004030         ELSE
004680*              PROVE IT ARRIVED AND IS NOT EMPTY, THEN MERGE
004690*              ITS RECORDS INTO CALCIN, REJECTING DUPLICATE
004700*              AND 'HDR'-PREFIXED TRANS-IDS.
004703*              AN OPTDEPT FILE THAT IS MISSING OR EMPTY IS
004706*              RECEIVED AS NONE WITHOUT HOLDING THE RUN.
004710*--------------------------------------------------------------*
004720 2000-PROCESS-DEPT.
004730     IF NOT WS-DP-EXPECTED (WS-DEPT-SUB)
004760     MOVE 'N' TO WS-DEPT-EOF-SWITCH.
004770     PERFORM 7100-OPEN-DEPT
004780         THRU 7100-OPEN-DEPT-EXIT.
004781     IF WS-DEPT-STATUS NOT EQUAL "00"
004782         AND WS-DP-OPTIONAL (WS-DEPT-SUB)
004783         MOVE "NONE"     TO WS-DP-VERDICT (WS-DEPT-SUB)
004784         GO TO 2000-PROCESS-DEPT-EXIT
004785     END-IF.
004790     IF WS-DEPT-STATUS NOT EQUAL "00"
004800         DISPLAY "CALCGATE DEPARTMENT FILE " WS-DEPT-SUB
004810             " MISSING, STATUS " WS-DEPT-STATUS
004850     END-IF.
004860     PERFORM 8000-READ-DEPT
004870         THRU 8000-READ-DEPT-EXIT.
004871     IF WS-DEPT-EOF AND WS-DP-OPTIONAL (WS-DEPT-SUB)
004872         MOVE "NONE"     TO WS-DP-VERDICT (WS-DEPT-SUB)
004873         PERFORM 7200-CLOSE-DEPT
004874             THRU 7200-CLOSE-DEPT-EXIT
004875         GO TO 2000-PROCESS-DEPT-EXIT
004876     END-IF.
004880     IF WS-DEPT-EOF
004890         DISPLAY "CALCGATE DEPARTMENT FILE " WS-DEPT-SUB
004900             " IS EMPTY"
008110     END-IF.
008120 8000-READ-DEPT-EXIT.
008130     EXIT.
008140*
008150*--------------------------------------------------------------*
008160* 9100-REGISTER-START - APPEND THIS RUN'S START RECORD TO THE
008170*              RUN-CONTROL REGISTER, CREATING THE REGISTER EMPTY
008180*              ON FIRST USE THE WAY CALCPOST CREATES CYCDONE.
008190*              CALCGATE HEADS THE CHAIN, SO THERE IS NO
008200*              PREREQUISITE TO CHECK.  A REGISTER THAT CANNOT BE
008210*              OPENED (NO RUNREG DD) LEAVES THE RUN UNRECORDED.
008220*--------------------------------------------------------------*
008230 9100-REGISTER-START.
008240     MOVE WS-BUS-DATE TO WS-REG-BUS-DATE.
008250     MOVE WS-CYCLE-NO TO WS-REG-CYCLE.
008260     OPEN EXTEND RUN-REG-FILE.
008270     IF WS-REG-STATUS EQUAL "35"
008280         OPEN OUTPUT RUN-REG-FILE
008290         CLOSE RUN-REG-FILE
008300         OPEN EXTEND RUN-REG-FILE
008310     END-IF.
008320     IF WS-REG-STATUS NOT EQUAL "00"
008330         DISPLAY "CALCGATE NO RUN REGISTER - RUN NOT RECORDED"
008340         GO TO 9100-REGISTER-START-EXIT
008350     END-IF.
008360     CLOSE RUN-REG-FILE.
008370     SET WS-REG-USABLE TO TRUE.
008380     MOVE 'S' TO WS-REG-EVENT.
008390     PERFORM 9500-WRITE-REGISTER
008400         THRU 9500-WRITE-REGISTER-EXIT.
008410 9100-REGISTER-START-EXIT.
008420     EXIT.
008430*
008440*--------------------------------------------------------------*
008450* 9500-WRITE-REGISTER - APPEND ONE START ('S') OR END ('E')
008460*              RECORD FOR THIS STEP TO THE RUN-CONTROL REGISTER.
008470*--------------------------------------------------------------*
008480 9500-WRITE-REGISTER.
008490     OPEN EXTEND RUN-REG-FILE.
008500     IF WS-REG-STATUS NOT EQUAL "00"
008510         DISPLAY "CALCGATE CANNOT APPEND RUN REGISTER, STATUS "
008520             WS-REG-STATUS
008530         GO TO 9500-WRITE-REGISTER-EXIT
008540     END-IF.
008550     MOVE SPACE            TO RUNREG-REC.
008560     MOVE "CALCGATE"       TO RG-STEP-NAME.
008570     MOVE WS-REG-BUS-DATE  TO RG-BUS-DATE.
008580     MOVE WS-REG-CYCLE     TO RG-CYCLE-NO.
008590     MOVE WS-REG-EVENT     TO RG-EVENT.
008600     ACCEPT RG-RUN-DATE FROM DATE.
008610     ACCEPT RG-RUN-TIME FROM TIME.
008620     MOVE WS-REG-IN-COUNT  TO RG-IN-COUNT.
008630     MOVE WS-REG-OUT-COUNT TO RG-OUT-COUNT.
008640     MOVE WS-REG-REJ-COUNT TO RG-REJ-COUNT.
008650     IF WS-REG-EVENT EQUAL 'E'
008660         MOVE RETURN-CODE  TO RG-RETURN-CODE
008670     ELSE
008680         MOVE ZERO         TO RG-RETURN-CODE
008690     END-IF.
008700     WRITE RUNREG-REC.
008710     CLOSE RUN-REG-FILE.
008720 9500-WRITE-REGISTER-EXIT.
008730     EXIT.
008740*
008750*--------------------------------------------------------------*
008760* 9600-REGISTER-END - APPEND THE END RECORD WITH THE FINAL RC:
008770*              IN = DEPARTMENT RECORDS READ, OUT = MERGED TO
008780*              CALCIN, REJ = REJECTED TO GATEREJ.
008790*--------------------------------------------------------------*
008800 9600-REGISTER-END.
008810     IF NOT WS-REG-USABLE
008820         GO TO 9600-REGISTER-END-EXIT
008830     END-IF.
008840     MOVE 'E'              TO WS-REG-EVENT.
008850     COMPUTE WS-REG-IN-COUNT = WS-MERGE-COUNT + WS-REJECT-COUNT.
008860     MOVE WS-MERGE-COUNT   TO WS-REG-OUT-COUNT.
008870     MOVE WS-REJECT-COUNT  TO WS-REG-REJ-COUNT.
008880     PERFORM 9500-WRITE-REGISTER
008890         THRU 9500-WRITE-REGISTER-EXIT.
008900 9600-REGISTER-END-EXIT.
008910     EXIT.
