000100*****************************************************************
000200* ITCSEL - FILE-CONTROL entry for the interest tax certificate
000300* print file. interesttaxyear rewrites it whole on every run,
000400* one certificate per customer paid interest in the tax year,
000500* ready to print and post.
000600*****************************************************************
000700     SELECT TAXCERTIFICATEFILE ASSIGN TO
000800         "/opt/app/storage/taxcertificates.prt"
000900       ORGANIZATION IS LINE SEQUENTIAL
001000       FILE STATUS IS ITC-FILE-STATUS.
