000100*****************************************************************
000200* CLRLIMIT - what the clearing house knows this bank by, and
000300* the largest single payment its submission layout can carry.
000400* Operations set the originator code from the clearing house's
000500* membership; keep them here as the one place to change them.
000600*****************************************************************
000700   01 CLEARING-ORIGINATOR-CODE PIC X(11) VALUE "ALPINEBK001".
000800   01 CLEARING-AMOUNT-LIMIT PIC 9(15)V99
000900     VALUE 999999999999999.99.
