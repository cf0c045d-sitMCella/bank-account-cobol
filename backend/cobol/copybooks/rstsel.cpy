000100*****************************************************************
000200* RSTSEL - FILE-CONTROL entry for the batch posting restart
000300* file. batchposttransactions rewrites its single record at
000400* every checkpoint with how far the run has got and its control
000500* totals so far, so a rerun for the same business date carries
000600* on after the last checkpoint instead of posting the night's
000700* file a second time.
000800*****************************************************************
000900     SELECT RESTARTFILE ASSIGN TO
001000         "/opt/app/storage/batchpost.rst"
001100       ORGANIZATION IS LINE SEQUENTIAL
001200       FILE STATUS IS RST-FILE-STATUS.
