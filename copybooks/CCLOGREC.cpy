000010*--------------------------------------------------------------*
000020* CCLOGREC - COST-CENTER CHANGE LOG RECORD LAYOUT.
000030*
000040* ONE RECORD APPENDED TO THE CHANGE LOG (CCLOG) FOR EVERY
000050* CHANGE KEYED, ALTERED OR WITHDRAWN IN CALCCCM AND FOR EVERY
000060* CCREF ROW CALCCCR ADDS OR ALTERS WHEN IT APPLIES A CHANGE,
000070* SO THE REFERENCE FILE AS IT STOOD ON ANY PAST DATE CAN BE
000080* RECONSTRUCTED (AS RATELOG DOES FOR THE RATE TABLE).
000090*
000100* CL-FUNCTION / CL-IMAGE-TYPE:
000110*   A, C, D  CHANGE ADDED, ALTERED OR WITHDRAWN (CALCCCM) -
000120*            THE IMAGES ARE THE 64-BYTE CCCHGREC, TYPE 'G'
000130*   P        CCREF ROW ADDED OR ALTERED BY AN APPLIED CHANGE
000140*            (CALCCCR) - THE IMAGES ARE THE 43-BYTE CCREFREC,
000150*            TYPE 'R'
000160* THE IMAGE ON THE SIDE THAT DOES NOT APPLY IS SPACES (BEFORE
000170* ON AN ADD, AFTER ON A WITHDRAWAL).
000180*
000190* 10/15/26  DLH  INITIAL VERSION.
000200*--------------------------------------------------------------*
000210 01  CCLOGREC.
000220     05  CL-DATE            PIC 9(06).
000230     05  CL-TIME            PIC 9(08).
000240     05  CL-PROGRAM         PIC X(08).
000250     05  CL-OPERATOR-ID     PIC X(08).
000260     05  CL-FUNCTION        PIC X(01).
000270     05  CL-IMAGE-TYPE      PIC X(01).
000280         88  CL-CHANGE-IMAGE               VALUE 'G'.
000290         88  CL-REFERENCE-IMAGE            VALUE 'R'.
000300     05  CL-BEFORE-IMAGE    PIC X(64).
000310     05  CL-AFTER-IMAGE     PIC X(64).
