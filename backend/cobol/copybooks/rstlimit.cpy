000100*****************************************************************
000200* RSTLIMIT - how many intake or recycle lines
000300* batchposttransactions settles between checkpoints. A smaller
000400* number means less is posted again after an abend, at the cost
000500* of rewriting the restart file more often. Operations set
000600* this; keep it here as the one place to change it.
000700*****************************************************************
000800   01 RESTART-CHECKPOINT-INTERVAL PIC 9(6) COMP VALUE 500.
