000010*--------------------------------------------------------------*
000020* CCCHGREC - COST-CENTER CHANGE RECORD LAYOUT.
000030*
000040* ONE RECORD PER EFFECTIVE-DATED CHANGE TO THE COST-CENTER
000050* REFERENCE FILE (CCREF), KEPT ON THE CHANGE FILE (CCCHG) IN
000060* EFFECTIVE-DATE/CODE ORDER.  CALCCCM KEYS THE CHANGES AT THE
000070* TERMINAL; CALCCCR APPLIES EVERY PENDING CHANGE EFFECTIVE ON
000080* OR BEFORE ITS BUSINESS DATE AND MARKS IT APPLIED.  A CHANGE
000090* CAN BE ALTERED OR WITHDRAWN ONLY WHILE IT IS PENDING.
000100*
000110* CG-ACTION:
000120*   A  ADD     A NEW CODE (NAME REQUIRED, MANAGER OPTIONAL)
000130*   U  UPDATE  THE NAME AND/OR MANAGER OF AN ACTIVE CODE
000140*   R  RETIRE  AN ACTIVE CODE WITH NO SUCCESSOR
000150*   N  RENAME  AN ACTIVE CODE TO CG-NEW-CODE, A CODE NOT YET ON
000160*              CCREF (NAME/MANAGER BLANK = CARRY THE OLD ONES)
000170*   M  MERGE   AN ACTIVE CODE INTO CG-NEW-CODE, AN ACTIVE CODE
000180* ON A RENAME OR MERGE THE OLD CODE IS FLAGGED INACTIVE WITH
000190* CG-NEW-CODE AS ITS SUCCESSOR, AND CALCCCR MOVES ITS MASTER
000200* BALANCES, OPEN SUSPENSE ITEMS AND STANDING INSTRUCTIONS ONTO
000210* THE NEW CODE.  A SPLIT IS KEYED AS AN ADD FOR EACH NEW CODE
000220* AND A RENAME OR MERGE OF THE OLD CODE INTO THE ONE THAT
000230* INHERITS ITS HISTORY.
000240*
000250* AN APPLIED CHANGE STAYS ON THE FILE, MARKED APPLIED WITH THE
000260* DATE, UNTIL CALCCCR'S FIRST RUN IN A LATER BUSINESS YEAR
000270* DROPS IT; THE CCLOG CHANGE LOG KEEPS IT FOR GOOD.
000280*
000290* 10/15/26  DLH  INITIAL VERSION.
000300*--------------------------------------------------------------*
000310 01  CCCHGREC.
000320     05  CG-KEY.
000330         10  CG-EFF-DATE    PIC 9(06).
000340         10  CG-CODE        PIC X(04).
000350     05  CG-ACTION          PIC X(01).
000360         88  CG-ADD                        VALUE 'A'.
000370         88  CG-UPDATE                     VALUE 'U'.
000380         88  CG-RETIRE                     VALUE 'R'.
000390         88  CG-RENAME                     VALUE 'N'.
000400         88  CG-MERGE                      VALUE 'M'.
000410     05  CG-NEW-CODE        PIC X(04).
000420     05  CG-DEPT-NAME       PIC X(20).
000430     05  CG-MANAGER-ID      PIC X(08).
000440     05  CG-STATUS          PIC X(01).
000450         88  CG-PENDING                    VALUE 'P'.
000460         88  CG-APPLIED                    VALUE 'A'.
000470     05  CG-ENTER-DATE      PIC 9(06).
000480     05  CG-ENTER-ID        PIC X(08).
000490     05  CG-APPLY-DATE      PIC 9(06).
