000100*****************************************************************
000200* MONLIMIT - business-rule thresholds for the nightly
000300* suspicious-activity screening in monitoractivity:
000400*  - a single posting of more than MONITOR-POSTING-LIMIT;
000500*  - one customer's debits on the day totalling more than
000600*    MONITOR-DAILY-DEBIT-LIMIT across all of their accounts;
000700*  - an outgoing transfer of at least MONITOR-ROUND-TRIP-
000800*    PERCENT of an incoming transfer of MONITOR-ROUND-TRIP-
000900*    MINIMUM or more credited to the same account within
001000*    MONITOR-ROUND-TRIP-DAYS days;
001100*  - a posting of MONITOR-REACTIVATION-AMOUNT or more on an
001200*    account reactivated from dormant within MONITOR-
001300*    REACTIVATION-DAYS days.
001400* Compliance sets these; keep them here as the one place to
001500* change them.
001600*****************************************************************
001700   01 MONITOR-POSTING-LIMIT PIC S9(29)V99 COMP-3
001800     VALUE 10000.00.
001900   01 MONITOR-DAILY-DEBIT-LIMIT PIC S9(29)V99 COMP-3
002000     VALUE 15000.00.
002100   01 MONITOR-ROUND-TRIP-DAYS PIC 9(3) COMP VALUE 3.
002200   01 MONITOR-ROUND-TRIP-PERCENT PIC 9(3) COMP VALUE 90.
002300   01 MONITOR-ROUND-TRIP-MINIMUM PIC S9(29)V99 COMP-3
002400     VALUE 1000.00.
002500   01 MONITOR-REACTIVATION-DAYS PIC 9(3) COMP VALUE 30.
002600   01 MONITOR-REACTIVATION-AMOUNT PIC S9(29)V99 COMP-3
002700     VALUE 2000.00.
