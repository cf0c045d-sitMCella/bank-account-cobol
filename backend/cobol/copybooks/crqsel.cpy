000100*****************************************************************
000200* CRQSEL - FILE-CONTROL entry for the balance certificate
000300* request list. Operations drops one line per account wanted
000400* here before running balancecertificates, typically for the
000500* year-end audit confirmations.
000600*****************************************************************
000700     SELECT CERTREQUESTFILE ASSIGN TO
000800         "/opt/app/storage/certificates.req"
000900       ORGANIZATION IS LINE SEQUENTIAL
001000       FILE STATUS IS CRQ-FILE-STATUS.
