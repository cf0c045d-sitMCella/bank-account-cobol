000100*****************************************************************
000200* CLRSEL - FILE-CONTROL entry for the clearing submission file.
000300* submitclearing rewrites it whole each night with every
000400* outbound payment still in flight, for transmission to the
000500* clearing house.
000600*****************************************************************
000700     SELECT CLEARINGFILE ASSIGN TO
000800         "/opt/app/storage/clearing.sub"
000900       ORGANIZATION IS LINE SEQUENTIAL
001000       FILE STATUS IS CLR-FILE-STATUS.
