000100*****************************************************************
000200* RSTRC - condition names for resetpostingrestart's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF RESTART-NOT-PENDING" reads the same way
000500* everywhere instead of comparing to a bare literal.
000600*****************************************************************
000700     88 RESTART-RESET-APPLIED VALUE "00".
000800     88 RESTART-NOT-PENDING VALUE "04".
000900     88 RESTART-UNABLE-TO-RECORD VALUE "30".
