000100*****************************************************************
000200* PMTSEL - FILE-CONTROL entry for the outbound payments file.
000300* One record per payment to an account at another bank, keyed
000400* by the business date it was taken plus a running number within
000500* that date. sendpayment writes it in flight, submitclearing
000600* marks it submitted and processreturns marks it returned; the
000700* record is never deleted.
000800*****************************************************************
000900     SELECT PAYMENTFILE ASSIGN TO
001000         "/opt/app/storage/payments.idx"
001100       ORGANIZATION IS INDEXED
001200       ACCESS MODE IS DYNAMIC
001300       RECORD KEY IS PMT-KEY
001400       FILE STATUS IS PMT-FILE-STATUS.
