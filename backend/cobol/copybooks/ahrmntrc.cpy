000100*****************************************************************
000200* AHRMNTRC - condition names for maintainholder's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF HOLDER-ALREADY-OPEN" reads the same way
000500* everywhere instead of comparing to a bare literal.
000600*****************************************************************
000700     88 HOLDER-MAINTENANCE-APPLIED VALUE "00".
000800     88 HOLDER-INVALID-KEY VALUE "01".
000900     88 HOLDER-INVALID-DATE VALUE "03".
001000     88 HOLDER-PARTY-NOT-FOUND VALUE "04".
001100     88 HOLDER-NOT-FOUND VALUE "05".
001200     88 HOLDER-ALREADY-OPEN VALUE "10".
001300     88 HOLDER-UNABLE-TO-UPDATE VALUE "30".
001400     88 HOLDER-INVALID-ACTION VALUE "41".
001500     88 HOLDER-ACCOUNT-CLOSED VALUE "72".
001600     88 HOLDER-INVALID-ROLE VALUE "95".
001700     88 HOLDER-ROLE-MISMATCH VALUE "96".
001800     88 HOLDER-END-BEFORE-START VALUE "97".
