000100*****************************************************************
000200* RTNREC - clearing returns records (RETURNSFD). One "H" header
000300* with the date of the returns, a "D" line per returned payment
000400* with the reference it was submitted under, the amount and the
000500* clearing house's reason code, and one "T" trailer with the
000600* count of returns and their total amount. Laid down by the
000700* clearing house; change it here only.
000800*****************************************************************
000900   FD RETURNSFILE
001000     RECORD CONTAINS 38 CHARACTERS.
001100   01 RETURNSFD.
001200     05 RTN-RECORD-TYPE PIC X(01).
001300       88 RTN-FILE-HEADER VALUE "H".
001400       88 RTN-RETURN-LINE VALUE "D".
001500       88 RTN-FILE-TRAILER VALUE "T".
001600     05 RTN-PAYMENT-REFERENCE PIC X(16).
001700     05 RTN-AMOUNT PIC 9(15)V99.
001800     05 RTN-REASON-CODE PIC X(04).
001900   01 RETURNS-HEADER.
002000     05 FILLER PIC X(01).
002100     05 RTN-HEADER-RETURN-DATE PIC 9(8).
002200     05 FILLER PIC X(29).
002300   01 RETURNS-TRAILER.
002400     05 FILLER PIC X(01).
002500     05 RTN-TRAILER-RETURN-COUNT PIC 9(6).
002600     05 RTN-TRAILER-AMOUNT-TOTAL PIC 9(17)V99.
002700     05 FILLER PIC X(12).
