000100*****************************************************************
000200* FEEMARK - the TXN-TRANSFER-REFERENCE values assessfees stamps
000300* on the history record of every fee debit it posts, one per
000400* kind of charge, on the same rule INTMARK sets for interest
000500* credits. None starts with the "T" of a transfer reference,
000600* so every one is unambiguous. The statement prints a marked
000700* debit as its own labelled fee line, the per-item count skips
000800* marked debits so a fee never counts as an item, and the
000900* dormancy sweep skips them when judging an account's newest
001000* activity. To test a reference, MOVE it to FEE-MARKER-TEST
001100* and ask FEE-MARKER-FOUND.
001200*****************************************************************
001300   01 FEE-POSTING-MARKERS.
001400     05 FEE-MAINTENANCE-MARKER PIC X(16)
001500       VALUE "FEE MAINTENANCE".
001600     05 FEE-DEBIT-ITEM-MARKER PIC X(16)
001700       VALUE "FEE DEBIT ITEMS".
001800     05 FEE-REJECT-MARKER PIC X(16)
001900       VALUE "FEE REJECT ITEM".
002000     05 FEE-FAILED-ORDER-MARKER PIC X(16)
002100       VALUE "FEE FAILED ORDER".
002200   01 FEE-MARKER-TEST PIC X(16).
002300     88 FEE-MARKER-FOUND VALUE "FEE MAINTENANCE"
002400                               "FEE DEBIT ITEMS"
002500                               "FEE REJECT ITEM"
002600                               "FEE FAILED ORDER".
