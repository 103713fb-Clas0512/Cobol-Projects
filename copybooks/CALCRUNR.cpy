000010*--------------------------------------------------------------*
000020* CALCRUNR - RUN-CONTROL REGISTER RECORD LAYOUT.
000030*
000040* ONE SHARED SEQUENTIAL REGISTER (RUNREG) FOR THE WHOLE DAILY
000050* CHAIN - CALCGATE, CALCBTCH, CALCBAL, CALCSCRN, CALCPOST,
000060* CALCXTR, CALCRPT, CALCGLAK AND CALCSINV.  EVERY STEP APPENDS
000070* AN 'S' RECORD WHEN IT STARTS AND AN 'E' RECORD WHEN IT ENDS,
000080* BOTH STAMPED WITH THE BUSINESS DATE AND CYCLE IT RAN FOR;
000090* THE 'E' RECORD CARRIES THE STEP'S COUNTS AND RETURN CODE.
000100* BEFORE IT DOES ANY WORK EACH STEP READS THE REGISTER AND
000105* ENDS RC=12 UNLESS THE LAST 'E' RECORD OF ITS PREREQUISITE
000110* FOR THE SAME DATE/CYCLE SHOWS A CLEAN RETURN CODE.  CALCOPSR
000120* PRINTS THE MORNING OPERATIONS REPORT FROM IT.  THE MEANING
000130* OF THE THREE COUNTS IS THE STEP'S OWN (READ / WRITTEN /
000140* REJECTED OR HELD) - SEE EACH PROGRAM'S 9600 PARAGRAPH.
000160*
000170* 10/15/26  DLH  INITIAL VERSION.
000175* 10/15/26  DLH  CALCSCRN ADDED TO THE CHAIN.
000180*--------------------------------------------------------------*
000190 01  RUNREG-REC.
000200     05  RG-STEP-NAME       PIC X(08).
000210     05  RG-BUS-DATE        PIC 9(06).
000220     05  RG-CYCLE-NO        PIC 9(02).
000230     05  RG-EVENT           PIC X(01).
000240         88  RG-START-EVENT                VALUE 'S'.
000250         88  RG-END-EVENT                  VALUE 'E'.
000260     05  RG-RUN-DATE        PIC 9(06).
000270     05  RG-RUN-TIME        PIC 9(08).
000280     05  RG-IN-COUNT        PIC 9(07).
000290     05  RG-OUT-COUNT       PIC 9(07).
000300     05  RG-REJ-COUNT       PIC 9(07).
000310     05  RG-RETURN-CODE     PIC 9(02).
000320     05  FILLER             PIC X(26).
