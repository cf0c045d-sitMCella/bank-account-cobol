000100*****************************************************************
000200* CLSACCTRC - condition names for closeaccount's RETURNCODE.
000300* COPY this immediately after your own RETURNCODE item (caller
000400* or subprogram) so "IF CLOSE-SETTLEMENT-REFUSED" reads the
000500* same way everywhere instead of comparing to a bare literal.
000600* Every code but 00 leaves the account open; the code names
000700* the step that stopped the closure.
000800*****************************************************************
000900     88 ACCOUNT-CLOSED-AND-SETTLED VALUE "00".
001000     88 CLOSE-INVALID-ACCOUNT-KEY VALUE "01".
001100     88 CLOSE-ACCOUNT-NOT-FOUND VALUE "04".
001200     88 SETTLEMENT-ACCOUNT-NOT-FOUND VALUE "05".
001300     88 CLOSE-UNABLE-TO-UPDATE VALUE "30".
001400     88 SETTLEMENT-SAME-ACCOUNT VALUE "40".
001500     88 CLOSE-ALREADY-CLOSED VALUE "72".
001600     88 CLOSE-ACCOUNT-FROZEN VALUE "73".
001700     88 SETTLEMENT-ACCOUNT-CLOSED VALUE "76".
001800     88 CLOSE-ACCOUNT-DORMANT VALUE "79".
001900     88 CLOSE-BALANCE-OVERDRAWN VALUE "82".
002000     88 CLOSE-INTEREST-REFUSED VALUE "83".
002100     88 CLOSE-SETTLEMENT-REFUSED VALUE "84".
002200     88 CLOSE-STATUS-REFUSED VALUE "85".
002300     88 CLOSE-HOLDERS-STILL-OPEN VALUE "98".
