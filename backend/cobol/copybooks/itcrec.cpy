000100*****************************************************************
000200* ITCREC - interest tax certificate print line
000300* (TAXCERTIFICATEFD).
000400*****************************************************************
000500   FD TAXCERTIFICATEFILE
000600     RECORD CONTAINS 80 CHARACTERS.
000700   01 TAXCERTIFICATEFD.
000800     05 ITC-LINE-TEXT PIC X(80).
