000100*****************************************************************
000200* PMTRC - condition names for sendpayment's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF PAYMENT-ACCEPTED" reads the same way
000500* everywhere instead of comparing to a bare literal.
000600* A debit refused by posttransaction hands back that program's
000700* own code (60, 72, 73, 77, 78, 79 ...) as is.
000800*****************************************************************
000900     88 PAYMENT-ACCEPTED VALUE "00".
001000     88 PAYMENT-INVALID-ACCOUNT-KEY VALUE "01".
001100     88 PAYMENT-ACCOUNT-NOT-FOUND VALUE "04".
001200     88 PAYMENT-UNABLE-TO-RECORD VALUE "30".
001300     88 PAYMENT-INVALID-AMOUNT VALUE "50".
001400     88 PAYMENT-BENEFICIARY-INCOMPLETE VALUE "93".
