000100*****************************************************************
000200* ITXREC - interest tax extract records (TAXEXTRACTFD). Every
000300* record is 180 characters and opens with its record type and
000400* the tax year. The file opens with one "H" header carrying the
000500* date it was produced. Each customer paid interest in the year
000600* follows as a "C" record with the name and address from the
000700* customer master, an "A" record per account paid interest,
000800* and an "S" record with the customer's totals. One "T"
000900* trailer closes the file with the customer and account counts
001000* and the grand totals, for the authority to balance against.
001100* Amounts carry a leading separate sign so the file stays
001200* printable. Agreed with the tax authority; change it here
001300* only.
001400*****************************************************************
001500   FD TAXEXTRACTFILE
001600     RECORD CONTAINS 180 CHARACTERS.
001700   01 TAXEXTRACTFD.
001800     05 ITX-RECORD-TYPE PIC X(01).
001900       88 ITX-FILE-HEADER VALUE "H".
002000       88 ITX-CUSTOMER-RECORD VALUE "C".
002100       88 ITX-ACCOUNT-RECORD VALUE "A".
002200       88 ITX-CUSTOMER-SUMMARY VALUE "S".
002300       88 ITX-FILE-TRAILER VALUE "T".
002400     05 ITX-TAX-YEAR PIC 9(4).
002500     05 ITX-CUSTOMER-NUMBER PIC 9(6).
002600     05 ITX-IKEY PIC 9(4).
002700     05 ITX-GROSS-INTEREST PIC S9(15)V99 SIGN LEADING SEPARATE.
002800     05 ITX-TAX-WITHHELD PIC S9(15)V99 SIGN LEADING SEPARATE.
002900     05 ITX-NET-INTEREST PIC S9(15)V99 SIGN LEADING SEPARATE.
003000     05 FILLER PIC X(111).
003100   01 TAX-EXTRACT-HEADER.
003200     05 FILLER PIC X(05).
003300     05 ITX-HEADER-CREATION-DATE PIC 9(8).
003400     05 FILLER PIC X(167).
003500   01 TAX-EXTRACT-CUSTOMER.
003600     05 FILLER PIC X(11).
003700     05 ITX-CUSTOMER-NAME PIC X(40).
003800     05 ITX-CUSTOMER-ADDRESS-1 PIC X(30).
003900     05 ITX-CUSTOMER-ADDRESS-2 PIC X(30).
004000     05 FILLER PIC X(69).
004100   01 TAX-EXTRACT-TRAILER.
004200     05 FILLER PIC X(05).
004300     05 ITX-TRAILER-CUSTOMER-COUNT PIC 9(6).
004400     05 ITX-TRAILER-ACCOUNT-COUNT PIC 9(6).
004500     05 ITX-TRAILER-GROSS-INTEREST PIC S9(15)V99
004600       SIGN LEADING SEPARATE.
004700     05 ITX-TRAILER-TAX-WITHHELD PIC S9(15)V99
004800       SIGN LEADING SEPARATE.
004900     05 ITX-TRAILER-NET-INTEREST PIC S9(15)V99
005000       SIGN LEADING SEPARATE.
005100     05 FILLER PIC X(109).
