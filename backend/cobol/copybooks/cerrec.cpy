000100*****************************************************************
000200* CERREC - balance certificate print line (CERTIFICATEFD).
000300*****************************************************************
000400   FD CERTIFICATEFILE
000500     RECORD CONTAINS 80 CHARACTERS.
000600   01 CERTIFICATEFD.
000700     05 CER-LINE-TEXT PIC X(80).
