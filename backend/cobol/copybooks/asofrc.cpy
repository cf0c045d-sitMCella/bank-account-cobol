000100*****************************************************************
000200* ASOFRC - condition names for inquirebalanceasof's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF AS-OF-DATE-IN-FUTURE" reads the same
000500* way everywhere instead of comparing to a bare literal.
000600*****************************************************************
000700     88 BALANCE-AS-OF-REBUILT VALUE "00".
000800     88 AS-OF-INVALID-ACCOUNT-KEY VALUE "01".
000900     88 AS-OF-INVALID-DATE VALUE "03".
001000     88 AS-OF-ACCOUNT-NOT-FOUND VALUE "04".
001100     88 AS-OF-DATE-IN-FUTURE VALUE "88".
