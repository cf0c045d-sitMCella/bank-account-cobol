000100*****************************************************************
000200* AHRREC - account-holder relationship record layout
000300* (ACCOUNTHOLDERFD). One record per customer, role and start
000400* date on an account. The role is "P" primary, "J" joint, "A"
000500* attorney or "T" trustee; the primary holder is always the
000600* customer on the account master, and a "P" record only ever
000700* names that customer. AHR-END-DATE is zero while the
000800* relationship runs and is the date it stopped once ended; a
000900* relationship is in force on a date on or after its start and
001000* before its end. A record is never deleted, so an ended
001100* relationship stays answerable. OPENED-BY and ENDED-BY are the
001200* job ids that asked for each change.
001300*****************************************************************
001400   FD ACCOUNTHOLDERFILE
001500     RECORD CONTAINS 43 CHARACTERS.
001600   01 ACCOUNTHOLDERFD.
001700     05 AHR-KEY.
001800       10 AHR-IKEY PIC 9(4).
001900       10 AHR-CUSTOMER-NUMBER PIC 9(6).
002000       10 AHR-ROLE PIC X(01).
002100         88 AHR-ROLE-PRIMARY VALUE "P".
002200         88 AHR-ROLE-JOINT VALUE "J".
002300         88 AHR-ROLE-ATTORNEY VALUE "A".
002400         88 AHR-ROLE-TRUSTEE VALUE "T".
002500         88 AHR-ROLE-VALID VALUE "P" "J" "A" "T".
002600       10 AHR-START-DATE PIC 9(8).
002700     05 AHR-END-DATE PIC 9(8).
002800       88 AHR-NOT-ENDED VALUE ZERO.
002900     05 AHR-OPENED-BY PIC X(08).
003000     05 AHR-ENDED-BY PIC X(08).
