000090* COPY WITH REPLACING TO RENAME THE 01-LEVEL AND THE CC-
000100* PREFIX WHEN MORE THAN ONE COPY IS NEEDED IN THE SAME
000110* PROGRAM (SEE CALCREC FOR THE SAME CONVENTION).
000111*
000112* A RETIRED CODE STAYS ON THE FILE FLAGGED INACTIVE.  WHEN ITS
000113* WORK WAS TAKEN OVER BY ANOTHER CODE (A RENAME OR A MERGE),
000114* CC-SUCCESSOR NAMES THAT CODE AND CALCBTCH CARRIES ANY
000115* TRANSACTION STILL KEYED WITH THE OLD CODE ONTO IT.
000116* CC-CHANGE-DATE IS THE BUSINESS DATE THE ROW LAST CHANGED.
000117* CHANGES ARE KEYED IN CALCCCM AND APPLIED BY CALCCCR - THE
000118* FILE IS NO LONGER EDITED BY HAND.
000120*
000130* 09/02/26  DLH  INITIAL VERSION.
000133* 10/15/26  DLH  ADDED THE SUCCESSOR CODE AND CHANGE DATE FOR
000136*              COST-CENTER REORGANIZATION (CALCCCM/CALCCCR).
000140*--------------------------------------------------------------*
000150 01  CCREFREC.
000160     05  CC-CODE            PIC X(04).
000190         88  CC-ACTIVE                     VALUE 'A'.
000200         88  CC-INACTIVE                   VALUE 'I'.
000210     05  CC-MANAGER-ID      PIC X(08).
000220     05  CC-SUCCESSOR       PIC X(04).
000230     05  CC-CHANGE-DATE     PIC 9(06).
