000100*****************************************************************
000200* REVRC - condition names for reversetransaction's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF ORIGINAL-ALREADY-REVERSED" reads the
000500* same way everywhere instead of comparing to a bare literal.
000600* A reversal refused by posttransaction or transferfunds hands
000700* back that program's own code (72, 73, 77, 78, 79 ...) as is.
000800*****************************************************************
000900     88 REVERSAL-APPLIED VALUE "00".
001000     88 REVERSAL-INVALID-ACCOUNT-KEY VALUE "01".
001100     88 REVERSAL-INVALID-TYPE VALUE "02".
001200     88 REVERSAL-INVALID-SEQUENCE VALUE "03".
001300     88 ORIGINAL-NOT-FOUND VALUE "04".
001400     88 OTHER-LEG-NOT-FOUND VALUE "05".
001500     88 REVERSAL-UNABLE-TO-MARK VALUE "30".
001600     88 ORIGINAL-ALREADY-REVERSED VALUE "80".
001700     88 ORIGINAL-IS-REVERSAL VALUE "81".
001800     88 ORIGINAL-IS-OUTBOUND-PAYMENT VALUE "94".
