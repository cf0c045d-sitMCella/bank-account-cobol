000100*****************************************************************
000200* AHRSEL - FILE-CONTROL entry for the account-holder relationship
000300* file. Every customer who holds a role on an account other than
000400* through the account master's CUSTOMER-NUMBER - a joint holder,
000500* an attorney, a trustee - has a record here, and so may the
000600* primary holder. Keyed by account first, so every holder of one
000700* account is read together.
000800*****************************************************************
000900     SELECT ACCOUNTHOLDERFILE ASSIGN TO
001000         "/opt/app/storage/holders.idx"
001100       ORGANIZATION IS INDEXED
001200       ACCESS MODE IS DYNAMIC
001300       RECORD KEY IS AHR-KEY
001400       FILE STATUS IS AHR-FILE-STATUS.
