000010*--------------------------------------------------------------*
000020* CALCRUNW - RUN-CONTROL REGISTER WORK FIELDS.
000030*
000040* SWITCHES AND HOLD FIELDS USED BY THE REGISTER PARAGRAPHS
000050* (9100 CHECK RUN ORDER, 9500 WRITE REGISTER, 9600 REGISTER
000060* END) THAT EVERY PROGRAM IN THE DAILY CHAIN CARRIES.  SEE
000070* CALCRUNR FOR THE REGISTER RECORD ITSELF.  COPY INTO
000080* WORKING-STORAGE.  WS-REG-BUS-DATE AND WS-REG-CYCLE ARE THE
000090* DATE/CYCLE THE STEP IS RUNNING FOR; THE COUNT FIELDS ARE
000100* LOADED JUST BEFORE THE END RECORD IS WRITTEN.  WS-REG-BYPASS
000110* IS SET ONLY FROM THE RUN-MODE KEYWORD 'RESUBMIT' ON THE CALCCTL
000120* CARD (THE RE-SUBMIT JOB); A MISSING CARD OR REGISTER IS NEVER
000130* TREATED AS A BYPASS.
000140*
000150* 10/15/26  DLH  INITIAL VERSION.
000160*--------------------------------------------------------------*
000170 77  WS-REG-STATUS          PIC X(02).
000180 77  WS-REG-EOF-SWITCH      PIC X(01)      VALUE 'N'.
000190     88  WS-REG-EOF                        VALUE 'Y'.
000200 77  WS-REG-USABLE-SWITCH   PIC X(01)      VALUE 'N'.
000210     88  WS-REG-USABLE                     VALUE 'Y'.
000220 77  WS-ORDER-SWITCH        PIC X(01)      VALUE 'N'.
000230     88  WS-ORDER-REFUSED                  VALUE 'Y'.
000240 77  WS-REG-BYPASS-SWITCH   PIC X(01)      VALUE 'N'.
000250     88  WS-REG-BYPASS                     VALUE 'Y'.
000260 77  WS-PREREQ-FOUND-SWITCH PIC X(01)      VALUE 'N'.
000270     88  WS-PREREQ-FOUND                   VALUE 'Y'.
000280 77  WS-PREREQ-RC           PIC 9(02)      VALUE ZERO.
000290 77  WS-REG-BUS-DATE        PIC 9(06)      VALUE ZERO.
000300 77  WS-REG-CYCLE           PIC 9(02)      VALUE 1.
000310 77  WS-REG-EVENT           PIC X(01)      VALUE SPACE.
000320 77  WS-REG-IN-COUNT        PIC 9(07) COMP  VALUE ZERO.
000330 77  WS-REG-OUT-COUNT       PIC 9(07) COMP  VALUE ZERO.
000340 77  WS-REG-REJ-COUNT       PIC 9(07) COMP  VALUE ZERO.
