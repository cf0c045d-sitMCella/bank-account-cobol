000100*****************************************************************
000200* ALRLINK - LINKAGE SECTION shape returned to callers for a
000300* single monitoring alert. Shared so every entry point that
000400* hands an alert back does it the same way, the way ACCTLINK
000500* does for accounts.
000600*****************************************************************
000700   01 ALERT.
000800     05 ALERTBUSINESSDATE PIC 9(8).
000900     05 ALERTSEQUENCE PIC 9(4).
001000     05 ALERTREASON PIC X(02).
001100     05 ALERTIKEY PIC 9(4).
001200     05 ALERTCUSTOMERNUMBER PIC 9(6).
001300     05 ALERTTXNTYPE PIC X(01).
001400     05 ALERTTXNSEQUENCE PIC 9(4).
001500     05 ALERTAMOUNT PIC S9(29)V99 COMP-3.
001600     05 ALERTTRANSFERREFERENCE PIC X(16).
001700     05 ALERTCASESTATUS PIC X(01).
001800     05 ALERTDISPOSITION PIC X(01).
001900     05 ALERTANALYSTID PIC X(08).
002000     05 ALERTDISPOSITIONDATE PIC 9(8).
