000100*****************************************************************
000200* FEEMTRC - condition names for maintainfee's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF FEE-MAINTENANCE-APPLIED" reads the
000500* same way everywhere instead of comparing to a bare literal.
000600*****************************************************************
000700     88 FEE-MAINTENANCE-APPLIED VALUE "00".
000800     88 FEE-UNABLE-TO-UPDATE VALUE "30".
000900     88 FEE-INVALID-AMOUNT VALUE "50".
001000     88 FEE-INVALID-DATE VALUE "52".
001100     88 FEE-INVALID-ACCOUNT-TYPE VALUE "70".
