000100*****************************************************************
000200* RTNSEL - FILE-CONTROL entry for the clearing house's returns
000300* file: payments the beneficiary's bank could not apply, sent
000400* back for processreturns to credit to the customer again.
000500*****************************************************************
000600     SELECT RETURNSFILE ASSIGN TO
000700         "/opt/app/storage/clearing.ret"
000800       ORGANIZATION IS LINE SEQUENTIAL
000900       FILE STATUS IS RTN-FILE-STATUS.
