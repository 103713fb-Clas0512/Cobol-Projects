000010*--------------------------------------------------------------*
000020* CALCCTLR - DAILY RUN-CONTROL CARD (CALCCTL) LAYOUT.
000030*
000040* ONE 80-BYTE CARD PER RUN OF THE DAILY CHAIN: THE BUSINESS
000050* DATE (YYMMDD) IN COLS 1-6, THE REJECT THRESHOLD PERCENT IN
000060* COLS 8-10, THE CYCLE NUMBER IN COLS 12-13 AND THE RUN MODE
000070* IN COLS 15-22.  THE RUN MODE IS BLANK ON THE NORMAL DAILY
000080* CARD; THE RE-SUBMIT JOB (CALCRSUB) BUILDS ITS OWN COPY OF
000090* THE CARD WITH 'RESUBMIT' THERE, WHICH IS THE ONLY THING THAT
000100* BYPASSES THE RUN-ORDER CONTROL ON THE REGISTER (CALCRUNR).
000110* COPY UNDER THE CALCCTL FD.
000120*
000130* 10/15/26  DLH  INITIAL VERSION.
000140*--------------------------------------------------------------*
000150 01  CTL-REC.
000160     05  CTL-BUS-DATE           PIC 9(06).
000170     05  FILLER                 PIC X(01).
000180     05  CTL-REJ-PCT            PIC 9(03).
000190     05  FILLER                 PIC X(01).
000200     05  CTL-CYCLE-NO           PIC 9(02).
000210     05  FILLER                 PIC X(01).
000220     05  CTL-RUN-MODE           PIC X(08).
000230         88  CTL-RESUBMIT                  VALUE 'RESUBMIT'.
000240     05  FILLER                 PIC X(58).
