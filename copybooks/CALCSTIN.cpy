000010*--------------------------------------------------------------*
000020* CALCSTIN - STANDING-INSTRUCTION RECORD LAYOUT.
000030*
000040* ONE RECORD PER STANDING INSTRUCTION ON THE KEYED STANDING-
000050* INSTRUCTION FILE (CALCSTIN) - A CALCULATION A DEPARTMENT
000060* WOULD OTHERWISE KEY BY HAND EVERY DAY, WEEK OR MONTH-END.
000070* MAINTAINED AT THE TERMINAL BY CALCSIM (EVERY CHANGE LOGGED);
000080* CALCSGEN WRITES THE INSTRUCTIONS DUE ON EACH BUSINESS DATE
000090* AS A CALCREC SUBMISSION FILE FOR CALCGATE.
000100*
000110* SI-FREQUENCY / SI-FREQ-DAY:
000120*   D  EVERY BUSINESS DATE THE GENERATOR RUNS (DAY 00)
000130*   W  WEEKLY ON WEEKDAY 1-7 (1 = MONDAY ... 7 = SUNDAY)
000140*   M  MONTHLY ON DAY 01-31, CUT BACK TO THE LAST DAY OF A
000150*      SHORTER MONTH; 99 = THE LAST DAY OF EVERY MONTH
000160* AN OCCURRENCE THAT FALLS ON A DAY THE GENERATOR DOES NOT
000170* RUN IS GENERATED ON THE NEXT BUSINESS DATE.  SI-END-DATE
000180* ZERO MEANS THE INSTRUCTION HAS NO END.  SI-NEXT-DUE IS
000190* KEPT BY CALCSGEN; CALCSIM ZEROES IT ON ANY CHANGE SO THE
000200* NEXT RUN WORKS IT OUT AFRESH FROM THE START DATE (OR THE DAY
000210* AFTER THE LAST GENERATION, IF LATER).  FOR THE 'R'
000220* OPERATION NUM1 IS THE BASE AND SI-RATE-CODE NAMES THE RATE;
000230* NUM2 IS ZERO AND CALCBTCH APPLIES THE RATE EFFECTIVE ON THE
000240* BUSINESS DATE.
000250*
000260* 10/15/26  DLH  INITIAL VERSION.
000265* 10/15/26  DLH  TRAILING FILLER WIDENED TO BRING THE RECORD TO
000267*              THE 120 BYTES THE CLUSTER IS DEFINED WITH.
000270*--------------------------------------------------------------*
000280 01  CALCSTIN.
000290     05  SI-KEY.
000300         10  SI-INSTR-NO    PIC 9(05).
000310     05  SI-COST-CENTER     PIC X(04).
000320     05  SI-OPERATION       PIC X(01).
000330     05  SI-NUM1            PIC S9(07)V99
000340                            SIGN IS LEADING SEPARATE CHARACTER.
000350     05  SI-NUM2            PIC S9(07)V99
000360                            SIGN IS LEADING SEPARATE CHARACTER.
000370     05  SI-RATE-CODE       PIC X(04).
000380     05  SI-FREQUENCY       PIC X(01).
000390         88  SI-DAILY                      VALUE 'D'.
000400         88  SI-WEEKLY                     VALUE 'W'.
000410         88  SI-MONTHLY                    VALUE 'M'.
000420     05  SI-FREQ-DAY        PIC 9(02).
000430     05  SI-START-DATE      PIC 9(06).
000440     05  SI-END-DATE        PIC 9(06).
000450     05  SI-STATUS          PIC X(01).
000460         88  SI-ACTIVE                     VALUE 'A'.
000470         88  SI-SUSPENDED                  VALUE 'S'.
000480         88  SI-EXPIRED                    VALUE 'E'.
000490     05  SI-DESCRIPTION     PIC X(30).
000500     05  SI-NEXT-DUE        PIC 9(06).
000510     05  SI-LAST-GEN-DATE   PIC 9(06).
000520     05  SI-GEN-COUNT       PIC 9(05).
000530     05  SI-MAINT-DATE      PIC 9(06).
000540     05  SI-MAINT-ID        PIC X(08).
000550     05  FILLER             PIC X(09).
