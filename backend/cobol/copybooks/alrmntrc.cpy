000100*****************************************************************
000200* ALRMNTRC - condition names for maintainalert's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF ALERT-NOT-FOUND" reads the same way
000500* everywhere instead of comparing to a bare literal.
000600*****************************************************************
000700     88 ALERT-MAINTENANCE-APPLIED VALUE "00".
000800     88 ALERT-INVALID-KEY VALUE "01".
000900     88 ALERT-NOT-FOUND VALUE "04".
001000     88 ALERT-UNABLE-TO-UPDATE VALUE "30".
001100     88 ALERT-INVALID-CASE-STATUS VALUE "71".
001200     88 ALERT-NO-CHANGE-REQUESTED VALUE "75".
001300     88 ALERT-INVALID-DISPOSITION VALUE "86".
001400     88 ALERT-CLOSE-WITHOUT-DISPOSITION VALUE "87".
001500     88 ALERT-ANALYST-MISSING VALUE "99".
