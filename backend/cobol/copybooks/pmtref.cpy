000100*****************************************************************
000200* PMTREF - the reference an outbound payment is known by: "P"
000300* and the payment's key on the payments file. It is stamped on
000400* the debit's history record in TXN-TRANSFER-REFERENCE, goes to
000500* the clearing house on the submission, and comes back on a
000600* return, so a return is matched straight back to its payment.
000700* reversetransaction refuses a debit carrying one; the money can
000800* only come back through a clearing return.
000900*****************************************************************
001000   01 PAYMENT-REFERENCE.
001100     05 PAYMENT-REF-PREFIX PIC X(01) VALUE "P".
001200       88 PAYMENT-REF-IS-PAYMENT VALUE "P".
001300     05 PAYMENT-REF-KEY.
001400       10 PAYMENT-REF-DATE PIC 9(8).
001500       10 PAYMENT-REF-SEQUENCE PIC 9(6).
001600     05 FILLER PIC X(01) VALUE SPACE.
