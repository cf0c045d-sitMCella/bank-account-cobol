000100*****************************************************************
000200* CRQREC - balance certificate request record (CERTREQUESTFD).
000300* The as-of date and the account the certificate is for. One
000400* run certifies one date: every line must carry the date the
000500* first line carries.
000600*****************************************************************
000700   FD CERTREQUESTFILE
000800     RECORD CONTAINS 13 CHARACTERS.
000900   01 CERTREQUESTFD.
001000     05 CRQ-AS-OF-DATE PIC 9(8).
001100     05 FILLER PIC X(01).
001200     05 CRQ-IKEY PIC 9(4).
