000100*****************************************************************
000200* ASOFLINK - LINKAGE SECTION shape inquirebalanceasof hands
000300* back: an account's balance rebuilt at close of business on
000400* a past date. Opening plus credits plus debits (debits carry
000500* their negative sign, as on the history file) is the closing
000600* balance; the count is the number of postings dated that day.
000700*****************************************************************
000800   01 BALANCEASOF.
000900     05 ASOFIKEY PIC 9(4).
001000     05 ASOFDATE PIC 9(8).
001100     05 ASOFCUSTOMERNUMBER PIC 9(6).
001200     05 ASOFOPENINGBALANCE PIC S9(29)V99 COMP-3.
001300     05 ASOFCREDITTOTAL PIC S9(29)V99 COMP-3.
001400     05 ASOFDEBITTOTAL PIC S9(29)V99 COMP-3.
001500     05 ASOFCLOSINGBALANCE PIC S9(29)V99 COMP-3.
001600     05 ASOFMOVEMENTCOUNT PIC 9(6).
