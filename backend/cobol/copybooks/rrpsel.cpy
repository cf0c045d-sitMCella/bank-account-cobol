000100*****************************************************************
000200* RRPSEL - FILE-CONTROL entry for the returns processing report.
000300* processreturns rewrites it whole on every run: each return it
000400* could not match to a payment or could not credit, and the
000500* run's totals, for operations to work by hand.
000600*****************************************************************
000700     SELECT RETURNSREPORTFILE ASSIGN TO
000800         "/opt/app/storage/returns.rpt"
000900       ORGANIZATION IS LINE SEQUENTIAL
001000       FILE STATUS IS RRP-FILE-STATUS.
