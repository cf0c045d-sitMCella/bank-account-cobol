000100*****************************************************************
000200* ALRREC - monitoring alert record layout (ALERTFD). The
000300* posting that raised the alert is named by its history key;
000400* a per-customer daily-debit alert has no single posting, so
000500* it carries a zero account key and the customer's total in
000600* ALR-AMOUNT. A new alert is an open case with no disposition
000700* and no analyst. The case is closed through maintainalert
000800* only once a disposition has been recorded; the record is
000900* never deleted, so the screening stays answerable after the
001000* fact.
001100*****************************************************************
001200   FD ALERTFILE
001300     RECORD CONTAINS 79 CHARACTERS.
001400   01 ALERTFD.
001500     05 ALR-KEY.
001600       10 ALR-BUSINESS-DATE PIC 9(8).
001700       10 ALR-SEQUENCE PIC 9(4).
001800     05 ALR-REASON PIC X(02).
001900       88 ALR-REASON-LARGE-POSTING VALUE "LV".
002000       88 ALR-REASON-CUSTOMER-DEBITS VALUE "CD".
002100       88 ALR-REASON-ROUND-TRIP VALUE "RT".
002200       88 ALR-REASON-REACTIVATION VALUE "DR".
002300     05 ALR-IKEY PIC 9(4).
002400     05 ALR-CUSTOMER-NUMBER PIC 9(6).
002500     05 ALR-TXN-TYPE PIC X(01).
002600     05 ALR-TXN-SEQUENCE PIC 9(4).
002700     05 ALR-AMOUNT PIC S9(29)V99 COMP-3.
002800     05 ALR-TRANSFER-REFERENCE PIC X(16).
002900     05 ALR-CASE-STATUS PIC X(01).
003000       88 ALR-CASE-OPEN VALUE "O".
003100       88 ALR-CASE-CLOSED VALUE "C".
003200     05 ALR-DISPOSITION PIC X(01).
003300       88 ALR-DISPOSITION-PENDING VALUE SPACE.
003400       88 ALR-DISPOSITION-FALSE-POSITIVE VALUE "F".
003500       88 ALR-DISPOSITION-NO-ACTION VALUE "N".
003600       88 ALR-DISPOSITION-ESCALATED VALUE "E".
003700       88 ALR-DISPOSITION-REPORTED VALUE "R".
003800     05 ALR-ANALYST-ID PIC X(08).
003900     05 ALR-DISPOSITION-DATE PIC 9(8).
