000010*--------------------------------------------------------------*
000020* CALCAUDH - PERMANENT AUDIT HISTORY RECORD LAYOUT.
000030*
000040* ONE RECORD PER CALCBTCH AUDIT RECORD, KEPT ON THE KEYED AUDIT
000050* HISTORY (AUDHIST) LONG AFTER THE AUDIT GENERATIONS ROLL OFF.
000060* CALCAUDL LOADS IT EACH NIGHT FROM THE DAY'S AUDIT FILE AND THE
000070* RESUBMIT AUDIT FILE; CALCAUDQ AND CALCTRC READ IT; CALCAUDP
000080* OFFLOADS RECORDS PAST THE RETENTION PERIOD TO THE YEAR-END
000090* ARCHIVE.  THE PRIME KEY IS TRANS-ID PLUS THE BUSINESS DATE THE
000100* RECORD WAS LOADED UNDER, MADE UNIQUE BY THE AUDIT RUN DATE,
000110* TIME AND SEQUENCE NUMBER (A RESUBMITTED ITEM HAS ONE RECORD
000120* PER COMPUTE OR REJECT).  THE ALTERNATE KEY IS COST CENTER PLUS
000130* BUSINESS DATE, WITH DUPLICATES.  THE IMAGE IS THE FULL 76-BYTE
000140* CALCBTCH AUDIT RECORD (SEQ NO, RUN DATE, RUN TIME, THE CALCREC
000150* FIELDS, STATUS - SEE CALCAUDQ FOR THE IMAGE LAYOUT).
000160*
000170* 10/15/26  DLH  INITIAL VERSION.
000180*--------------------------------------------------------------*
000190 01  CALCAUDH.
000200     05  AH-KEY.
000210         10  AH-TRANS-ID    PIC X(08).
000220         10  AH-BUS-DATE    PIC 9(06).
000230         10  AH-AUD-DATE    PIC 9(06).
000240         10  AH-AUD-TIME    PIC 9(08).
000250         10  AH-SEQ-NO      PIC 9(07).
000260     05  AH-CC-KEY.
000270         10  AH-COST-CENTER PIC X(04).
000280         10  AH-CC-BUS-DATE PIC 9(06).
000290     05  AH-SOURCE          PIC X(01).
000300         88  AH-FROM-DAILY                 VALUE 'D'.
000310         88  AH-FROM-RESUB                 VALUE 'R'.
000320     05  AH-CYCLE-NO        PIC 9(02).
000330     05  AH-LOAD-DATE       PIC 9(06).
000340     05  AH-LOAD-TIME       PIC 9(08).
000350     05  AH-AUDIT-IMAGE     PIC X(76).
000360     05  FILLER             PIC X(12).
