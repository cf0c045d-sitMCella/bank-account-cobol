000100*****************************************************************
000200* CLRREC - clearing submission records (CLEARINGFD). One "H"
000300* header names the originator and the submission date, a "D"
000400* line carries each payment with its reference and beneficiary,
000500* and one "T" trailer gives the count of payments and their
000600* total amount for the clearing house to balance against.
000700* Agreed with the clearing house; change it here only.
000800*****************************************************************
000900   FD CLEARINGFILE
001000     RECORD CONTAINS 118 CHARACTERS.
001100   01 CLEARINGFD.
001200     05 CLR-RECORD-TYPE PIC X(01).
001300       88 CLR-FILE-HEADER VALUE "H".
001400       88 CLR-PAYMENT-LINE VALUE "D".
001500       88 CLR-FILE-TRAILER VALUE "T".
001600     05 CLR-PAYMENT-REFERENCE PIC X(16).
001700     05 CLR-AMOUNT PIC 9(15)V99.
001800     05 CLR-BENEFICIARY-BANK-CODE PIC X(11).
001900     05 CLR-BENEFICIARY-ACCOUNT PIC X(34).
002000     05 CLR-BENEFICIARY-NAME PIC X(35).
002100     05 CLR-ORIGINATOR-IKEY PIC 9(4).
002200   01 CLEARING-HEADER.
002300     05 FILLER PIC X(01).
002400     05 CLR-HEADER-SUBMISSION-DATE PIC 9(8).
002500     05 CLR-HEADER-ORIGINATOR-CODE PIC X(11).
002600     05 FILLER PIC X(98).
002700   01 CLEARING-TRAILER.
002800     05 FILLER PIC X(01).
002900     05 CLR-TRAILER-PAYMENT-COUNT PIC 9(6).
003000     05 CLR-TRAILER-AMOUNT-TOTAL PIC 9(17)V99.
003100     05 FILLER PIC X(92).
