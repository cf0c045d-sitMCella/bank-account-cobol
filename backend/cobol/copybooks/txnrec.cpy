000530* here so they can always be matched up again. A transactions
000540* file written under the 33-character layout must be reloaded
000550* before it is opened under this one.
000560* TXN-REVERSAL ties an entry to its reversal: the original
000570* carries "R" and the key of the entry that reversed it, the
000580* reversing entry carries "V" and the key of the original.
000585* Either flag means the entry can never be reversed again. An
000590* ordinary entry carries SPACES there. A transactions file
000591* written under the 49-character layout must be reloaded with
000592* the new field blank before it is opened under this one.
000600*****************************************************************
000700   FD TRANSACTIONFILE
000800     RECORD CONTAINS 59 CHARACTERS.
000900   01 TRANSACTIONFD.
001000     05 TXN-KEY.
001100       10 TXN-IKEY PIC 9(4).
001600     05 TXN-AMOUNT PIC S9(29)V99 COMP-3.
001700     05 TXN-DATE PIC 9(8).
001800     05 TXN-TRANSFER-REFERENCE PIC X(16).
001900     05 TXN-REVERSAL.
002000       10 TXN-REVERSAL-FLAG PIC X(01).
002100         88 TXN-NOT-REVERSED VALUE SPACE.
002200         88 TXN-REVERSED VALUE "R".
002300         88 TXN-IS-REVERSAL VALUE "V".
002400       10 TXN-REVERSAL-KEY.
002500         15 TXN-REVERSAL-IKEY PIC 9(4).
002600         15 TXN-REVERSAL-TYPE PIC X(01).
002700         15 TXN-REVERSAL-SEQUENCE PIC 9(4).
