000010*--------------------------------------------------------------*
000020* CALCDLOG - DESK-ENTRY OPERATOR LOG RECORD LAYOUT.
000030*
000040* ONE RECORD PER SIGN-ON (N), SUBMITTED ENTRY (S), ABANDONED
000050* ENTRY (A) AND SIGN-OFF (F), APPENDED TO DESKLOG BY THE
000060* CALCULATOR PROGRAM'S DESK-ENTRY MODE.  THE ENTRY IMAGE IS THE
000070* CALCREC FIELDS AS FAR AS THEY WERE KEYED; THE REASON SAYS WHY
000080* AN ENTRY WAS ABANDONED - DESKERR WHEN THE OPERATOR CONFIRMED
000090* IT BUT THE WRITE TO THE DESK FILE (DESKOUT) FAILED, SO IT
000100* NEVER REACHED CALCGATE.  COPY UNDER THE DESKLOG FD.
000110*
000120* 10/15/26  DLH  INITIAL VERSION.
000130*--------------------------------------------------------------*
000140 01  DESK-LOG-REC.
000150     05  DL-DATE            PIC 9(06).
000160     05  DL-TIME            PIC 9(08).
000170     05  DL-OPERATOR-ID     PIC X(08).
000180     05  DL-ACTION          PIC X(01).
000190     05  DL-ENTRY-IMAGE     PIC X(54).
000200     05  DL-REASON          PIC X(08).
000210     05  FILLER             PIC X(15).
