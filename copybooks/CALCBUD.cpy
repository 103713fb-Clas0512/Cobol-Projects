000010*--------------------------------------------------------------*
000020* CALCBUD - COST-CENTER BUDGET RECORD LAYOUT.
000030*
000040* ONE RECORD PER COST CENTER / OPERATION CODE ON THE KEYED
000050* BUDGET FILE (CALCBUDG), CARRYING THE MONTHLY AND ANNUAL
000060* BUDGET FOR THAT KEY.  MAINTAINED AT THE TERMINAL BY CALCBGM
000070* (EVERY CHANGE LOGGED); CALCBCHK COMPARES THE MASTER'S
000080* CURRENT-MONTH AND YEAR-TO-DATE TOTALS AGAINST IT AFTER EACH
000090* POSTING CYCLE.  A ZERO BUDGET MEANS NO BUDGET IS SET FOR
000100* THAT PERIOD.  BG-WARN-PCT OVERRIDES THE RUN'S WARNING
000110* THRESHOLD FOR THE ONE KEY - ZERO TAKES THE RUN'S VALUE.
000120*
000130* 10/15/26  DLH  INITIAL VERSION.
000140*--------------------------------------------------------------*
000150 01  CALCBUD.
000160     05  BG-KEY.
000170         10  BG-COST-CENTER PIC X(04).
000180         10  BG-OPERATION   PIC X(01).
000190     05  BG-MONTH-BUDGET    PIC S9(13)V99
000200                            SIGN IS LEADING SEPARATE CHARACTER.
000210     05  BG-ANNUAL-BUDGET   PIC S9(13)V99
000220                            SIGN IS LEADING SEPARATE CHARACTER.
000230     05  BG-WARN-PCT        PIC 9(03).
000240     05  BG-MAINT-DATE      PIC 9(06).
000250     05  BG-MAINT-ID        PIC X(08).
000260     05  FILLER             PIC X(26).
