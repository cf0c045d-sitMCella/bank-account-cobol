000200* ARCREC - archived transaction history record (ARCHIVEFD).
000300* The TRANSACTIONFD fields in display form (the amount carries
000400* a leading separate sign so the file stays printable), plus
000500* the date of the archive run that moved the record. An
000510* archive written under the 73-character layout must be
000520* reloaded with the reversal field blank before it is opened
000530* under this one.
000600*****************************************************************
000700   FD ARCHIVEFILE
000800     RECORD CONTAINS 83 CHARACTERS.
000900   01 ARCHIVEFD.
001000     05 ARC-RUN-DATE PIC 9(08).
001100     05 ARC-TXN-IKEY PIC 9(04).
001400     05 ARC-TXN-AMOUNT PIC S9(29)V99 SIGN LEADING SEPARATE.
001500     05 ARC-TXN-DATE PIC 9(08).
001600     05 ARC-TXN-TRANSFER-REFERENCE PIC X(16).
001700     05 ARC-TXN-REVERSAL.
001800       10 ARC-TXN-REVERSAL-FLAG PIC X(01).
001900       10 ARC-TXN-REVERSAL-KEY.
002000         15 ARC-TXN-REVERSAL-IKEY PIC 9(4).
002100         15 ARC-TXN-REVERSAL-TYPE PIC X(01).
002200         15 ARC-TXN-REVERSAL-SEQUENCE PIC 9(4).
