000100*****************************************************************
000200* RRPREC - returns processing report line (RETURNSREPORTFD).
000300*****************************************************************
000400   FD RETURNSREPORTFILE
000500     RECORD CONTAINS 80 CHARACTERS.
000600   01 RETURNSREPORTFD.
000700     05 RRP-LINE-TEXT PIC X(80).
