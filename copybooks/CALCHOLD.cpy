000010*--------------------------------------------------------------*
000020* CALCHOLD - OUTLIER HOLD/REVIEW RECORD LAYOUT.
000030*
000040* ONE RECORD PER CALCOUT RESULT THAT CALCSCRN HELD BACK FROM
000050* POSTING AS OUT OF LINE WITH ITS OPERATION/COST-CENTER
000060* HISTORY ON THE RUNNING-BALANCE MASTER, KEYED ON TRANS-ID PLUS
000070* THE BUSINESS DATE AND CYCLE IT WAS HELD (THE SAME TRANS-ID
000080* HELD IN TWO CYCLES OF ONE DAY KEEPS TWO RECORDS).  CALCSCRN
000090* WRITES IT AS HELD WITH THE MASTER AVERAGE AND THE LOW/HIGH
000100* LIMITS IT FAILED; CALCRLSE, DRIVEN FROM THE TERMINAL,
000110* RELEASES IT (THE NEXT CALCSCRN RUN PASSES IT ON TO POSTING
000120* AND MARKS IT PASSED, STAMPED WITH THAT RUN'S DATE/CYCLE) OR
000130* REJECTS IT TO SUSPENSE.  THE RESULT IMAGE IS THE FULL 54-BYTE
000140* CALCREC RESULT RECORD (SEE CALCREC FOR THE IMAGE LAYOUT).
000150*
000160* 10/15/26  DLH  INITIAL VERSION.
000170* 10/15/26  DLH  CYCLE NUMBER MOVED INTO THE KEY (WAS TRANS-ID
000180*              AND DATE ONLY) - KEY LENGTH 16.
000190*--------------------------------------------------------------*
000200 01  CALCHOLD.
000210     05  HD-KEY.
000220         10  HD-TRANS-ID    PIC X(08).
000230         10  HD-BUS-DATE    PIC 9(06).
000240         10  HD-CYCLE-NO    PIC 9(02).
000250     05  HD-STATUS          PIC X(01).
000260         88  HD-HELD                       VALUE 'H'.
000270         88  HD-RELEASED                   VALUE 'R'.
000280         88  HD-PASSED                     VALUE 'P'.
000290         88  HD-REJECTED                   VALUE 'X'.
000300     05  HD-RESULT-IMAGE    PIC X(54).
000310     05  HD-AVERAGE         PIC S9(11)V99
000320                            SIGN IS LEADING SEPARATE CHARACTER.
000330     05  HD-LOW-LIMIT       PIC S9(11)V99
000340                            SIGN IS LEADING SEPARATE CHARACTER.
000350     05  HD-HIGH-LIMIT      PIC S9(11)V99
000360                            SIGN IS LEADING SEPARATE CHARACTER.
000370     05  HD-TOL-PCT         PIC 9(03).
000380     05  HD-REVIEW-ID       PIC X(08).
000390     05  HD-REVIEW-DATE     PIC 9(06).
000400     05  HD-REVIEW-TIME     PIC 9(08).
000410     05  HD-REVIEW-NOTE     PIC X(40).
000420     05  HD-PASS-DATE       PIC 9(06).
000430     05  HD-PASS-CYCLE      PIC 9(02).
000440     05  FILLER             PIC X(14).
