000220*              CLEAR NOT-FOUND LINE FOR EACH SOURCE THE ITEM
000230*              NEVER TOUCHED.  A RESUBMIT SHOWS UP AS A SECOND
000240*              COMPUTE LATER IN THE SAME HISTORY.
000241* 10/15/26  DLH  THE AUDIT EVENTS NOW COME FROM THE PERMANENT
000242*              KEYED AUDIT HISTORY (AUDHIST, LOADED NIGHTLY BY
000243*              CALCAUDL) INSTEAD OF THE AUDIT GENERATIONS, SO A
000244*              TRACE REACHES BACK THROUGH THE WHOLE RETENTION
000245*              PERIOD, NOT JUST 35 DAYS.  EACH REQUESTED TRANS-ID
000246*              IS READ DIRECTLY BY KEY RATHER THAN BY WALKING
000247*              EVERY GENERATION.
000250*--------------------------------------------------------------*
000260*
000270*--------------------------------------------------------------*
000390     SELECT TRC-PARM-FILE    ASSIGN TO TRCPARM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.
000420     SELECT AUD-HIST-FILE    ASSIGN TO AUDHIST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000442         RECORD KEY IS AH-KEY
000444         ALTERNATE RECORD KEY IS AH-CC-KEY WITH DUPLICATES
000446         FILE STATUS IS WS-AUD-STATUS.
000450     SELECT SUSP-TRC-FILE    ASSIGN TO SUSPTRC
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SUSP-STATUS.
000670     05  PC-COMMENT-FLAG    PIC X(01).
000680     05  FILLER             PIC X(79).
000690*
000700 FD  AUD-HIST-FILE.
000710     COPY CALCAUDH.
000950*
000960 FD  SUSP-TRC-FILE
000970     RECORDING MODE IS F.
001570 77  WS-SAVE-PRINT-LINE     PIC X(80).
001580 77  WS-REJ-DATE            PIC 9(06)      VALUE ZERO.
001590 77  WS-REJ-TIME            PIC 9(08)      VALUE ZERO.
001591*
001592*    THE AUDIT RECORD HELD ON THE HISTORY - THE LAYOUT CALCBTCH
001593*    WRITES, MOVED OUT OF AH-AUDIT-IMAGE AS EACH RECORD IS READ.
001594 01  AUDIT-REC.
001595     05  AR-SEQ-NO          PIC 9(07).
001596     05  AR-DATE            PIC 9(06).
001597     05  AR-TIME            PIC 9(08).
001598     COPY CALCREC
001599         REPLACING ==01  CALCREC==     BY ==05  AR-CALC-DATA==
001600                   ==05  CALC-TRANS-ID==
001601                                   BY ==10  AR-TRANS-ID==
001602                   ==05  CALC-COST-CENTER==
001603                                   BY ==10  AR-COST-CENTER==
001604                   ==05  CALC-NUM1==   BY ==10  AR-NUM1==
001605                   ==05  CALC-NUM2==   BY ==10  AR-NUM2==
001606                   ==05  CALC-OPERATION== BY ==10  AR-OPERATION==
001607                   ==05  CALC-CONT-IND==
001608                                   BY ==10  AR-CONT-IND==
001609                   ==05  CALC-RATE-CODE==
001610                                   BY ==10  AR-RATE-CODE==
001611                   ==05  CALC-CYCLE-NO==
001612                                   BY ==10  AR-CYCLE-NO==
001613                   ==05  CALC-RESULT==     BY ==10  AR-RESULT==.
001614     05  AR-STATUS          PIC X(01).
001615         88  AR-ACCEPTED                   VALUE 'A'.
001616         88  AR-REJECTED                   VALUE 'R'.
001617*
001618*    SCRATCH FIELDS FOR PULLING THE EXTRACT COLUMNS APART
001619*    (SAME ROW FORMAT CALCGLAK READS).
001630 01  WS-UNS-TYPE            PIC X(01).
001640 01  WS-UNS-DATE            PIC X(06).
001650 01  WS-UNS-DATE-9 REDEFINES WS-UNS-DATE
003400     EXIT.
003410*
003420*--------------------------------------------------------------*
003425* 2000-SCAN-AUDIT - READ EACH REQUESTED TRANS-ID'S RECORDS FROM
003430*              THE KEYED AUDIT HISTORY AND COLLECT A COMPUTED/
003435*              REJECTED EVENT FOR EVERY ONE.
003440*--------------------------------------------------------------*
003445 2000-SCAN-AUDIT.
003450     OPEN INPUT AUD-HIST-FILE.
003455     IF WS-AUD-STATUS NOT EQUAL "00"
003460         DISPLAY "CALCTRC NO AUDIT HISTORY, STATUS " WS-AUD-STATUS
003465         GO TO 2000-SCAN-AUDIT-EXIT
003470     END-IF.
003475     PERFORM 2005-SCAN-ONE-ID
003480         THRU 2005-SCAN-ONE-ID-EXIT
003485         VARYING WS-ID-SUB FROM 1 BY 1
003490         UNTIL WS-ID-SUB IS GREATER THAN WS-ID-COUNT.
003495     CLOSE AUD-HIST-FILE.
003500 2000-SCAN-AUDIT-EXIT.
003505     EXIT.
003510*
003515 2005-SCAN-ONE-ID.
003520     MOVE 'N'                  TO WS-AUD-EOF-SWITCH.
003525     MOVE LOW-VALUES           TO AH-KEY.
003530     MOVE WS-TR-ID (WS-ID-SUB) TO AH-TRANS-ID.
003535     START AUD-HIST-FILE
003540         KEY IS GREATER THAN OR EQUAL TO AH-KEY.
003545     IF WS-AUD-STATUS NOT EQUAL "00"
003550         GO TO 2005-SCAN-ONE-ID-EXIT
003555     END-IF.
003560     PERFORM 2010-SCAN-ONE-AUDIT
003565         THRU 2010-SCAN-ONE-AUDIT-EXIT
003570         UNTIL WS-AUD-EOF.
003575 2005-SCAN-ONE-ID-EXIT.
003580     EXIT.
003585*
003600 2010-SCAN-ONE-AUDIT.
003610     READ AUD-HIST-FILE NEXT
003620         AT END
003630             SET WS-AUD-EOF TO TRUE
003640             GO TO 2010-SCAN-ONE-AUDIT-EXIT
003650     END-READ.
003660     IF AH-TRANS-ID NOT EQUAL WS-TR-ID (WS-ID-SUB)
003670         SET WS-AUD-EOF TO TRUE
003680         GO TO 2010-SCAN-ONE-AUDIT-EXIT
003690     END-IF.
003700     MOVE AH-AUDIT-IMAGE TO AUDIT-REC.
003710     MOVE WS-ID-SUB      TO WS-FOUND-SUB.
003720     MOVE 'Y' TO WS-TR-AUD-SW (WS-FOUND-SUB).
003730     MOVE AR-DATE     TO WS-HE-DATE.
003740     MOVE AR-TIME     TO WS-HE-TIME.
