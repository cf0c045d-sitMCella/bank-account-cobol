000100*****************************************************************
000200* PMTLINK - LINKAGE SECTION shape returned to callers for a
000300* single outbound payment, the way ACCTLINK does for accounts.
000400*****************************************************************
000500   01 PAYMENT.
000600     05 PAYMENTREFERENCE PIC X(16).
000700     05 PAYMENTIKEY PIC 9(4).
000800     05 PAYMENTAMOUNT PIC S9(29)V99 COMP-3.
000900     05 PAYMENTDEBITSEQUENCE PIC 9(4).
001000     05 PAYMENTBENEFICIARYBANKCODE PIC X(11).
001100     05 PAYMENTBENEFICIARYACCOUNT PIC X(34).
001200     05 PAYMENTBENEFICIARYNAME PIC X(35).
001300     05 PAYMENTSTATUS PIC X(01).
