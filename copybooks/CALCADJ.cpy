000010*--------------------------------------------------------------*
000020* CALCADJ - PENDING MASTER ADJUSTMENT RECORD LAYOUT.
000030*
000040* ONE RECORD PER CORRECTION RAISED AGAINST THE RUNNING-BALANCE
000050* MASTER (CALCMSTR), KEYED ON THE DATE/TIME IT WAS RAISED.
000060* CALCMNT RAISES THE RECORD AS PENDING WITH THE MAKER'S
000070* OPERATOR ID, A REASON AND THE BEFORE/AFTER MASTER IMAGES;
000080* CALCAPRV, SIGNED ON AS A DIFFERENT OPERATOR, APPROVES IT
000090* (APPLYING THE AFTER IMAGE) OR REFUSES IT; CALCADJR PRINTS
000100* THE DAILY ADJUSTMENT REGISTER FROM IT.  THE IMAGES ARE THE
000110* FULL 139-BYTE CALCMSTR RECORD (SEE CALCMSTR FOR THE IMAGE
000120* LAYOUT) - THE AFTER IMAGE IS SPACES ON A DELETE.
000130*
000140* 10/15/26  DLH  INITIAL VERSION.
000150*--------------------------------------------------------------*
000160 01  CALCADJ.
000170     05  AJ-KEY.
000180         10  AJ-RAISE-DATE  PIC 9(06).
000190         10  AJ-RAISE-TIME  PIC 9(08).
000200     05  AJ-FUNCTION        PIC X(01).
000210         88  AJ-UPDATE                     VALUE 'U'.
000220         88  AJ-DELETE                     VALUE 'D'.
000230     05  AJ-MASTER-KEY.
000240         10  AJ-OPERATION   PIC X(01).
000250         10  AJ-COST-CENTER PIC X(04).
000260     05  AJ-STATUS          PIC X(01).
000270         88  AJ-PENDING                    VALUE 'P'.
000280         88  AJ-APPROVED                   VALUE 'A'.
000290         88  AJ-REFUSED                    VALUE 'R'.
000300     05  AJ-MAKER-ID        PIC X(08).
000310     05  AJ-REASON          PIC X(40).
000320     05  AJ-CHECKER-ID      PIC X(08).
000330     05  AJ-DECIDE-DATE     PIC 9(06).
000340     05  AJ-DECIDE-TIME     PIC 9(08).
000350     05  AJ-CHECK-NOTE      PIC X(40).
000360     05  AJ-BEFORE-IMAGE    PIC X(139).
000370     05  AJ-AFTER-IMAGE     PIC X(139).
000380     05  FILLER             PIC X(11).
