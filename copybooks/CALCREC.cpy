000316*              03.  CALCBTCH STAMPS THE CONTROL-CARD CYCLE ON
000318*              EVERY RESULT AND AUDIT RECORD; SUBMITTING AREAS
000319*              LEAVE THE FIELD ALONE ON INPUT.
000320* 10/15/26  DLH  THE PREFIX 'STI' IS RESERVED FOR TRANSACTIONS
000321*              CALCSGEN GENERATES FROM STANDING INSTRUCTIONS
000322*              ('STI' + THE 5-DIGIT INSTRUCTION NUMBER).
000323*              SUBMITTING AREAS MUST NOT ASSIGN TRANS-IDS
000324*              BEGINNING 'STI'.
000325*--------------------------------------------------------------*
000330 01  CALCREC.
000340     05  CALC-TRANS-ID      PIC X(08).
000350     05  CALC-COST-CENTER   PIC X(04).
