000100*****************************************************************
000200* CERSEL - FILE-CONTROL entry for the balance certificate print
000300* file. balancecertificates rewrites it whole on every run,
000400* one certificate after another, ready to print and sign.
000500*****************************************************************
000600     SELECT CERTIFICATEFILE ASSIGN TO
000700         "/opt/app/storage/certificates.prt"
000800       ORGANIZATION IS LINE SEQUENTIAL
000900       FILE STATUS IS CER-FILE-STATUS.
