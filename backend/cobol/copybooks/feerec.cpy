000100*****************************************************************
000200* FEEREC - fee schedule record layout (FEEFD). The tariff that
000300* applies to an ACCOUNT-TYPE from the effective date until a
000400* newer row takes over:
000500*   FEE-MAINTENANCE-AMOUNT  charged once a month, at month end.
000600*   FEE-FREE-DEBITS         customer debits a month carries
000700*                           before the per-item fee applies.
000800*   FEE-DEBIT-ITEM-AMOUNT   charged per debit past the allowance.
000900*   FEE-REJECT-AMOUNT       charged per intake posting rejected.
001000*   FEE-FAILED-ORDER-AMOUNT charged per standing order that
001100*                           could not be executed.
001200*   FEE-WAIVER-BALANCE      a month whose lowest day-end balance
001300*                           never fell below this figure waives
001400*                           the maintenance and per-item fees.
001500*                           Zero means no waiver is offered.
001600* A zero amount means that fee is not charged on the type. A
001700* site that has never loaded this file charges nothing.
001800*****************************************************************
001900   FD FEEFILE
002000     RECORD CONTAINS 93 CHARACTERS.
002100   01 FEEFD.
002200     05 FEE-KEY.
002300       10 FEE-ACCOUNT-TYPE PIC X(01).
002400       10 FEE-EFFECTIVE-DATE PIC 9(8).
002500     05 FEE-MAINTENANCE-AMOUNT PIC S9(29)V99 COMP-3.
002600     05 FEE-FREE-DEBITS PIC 9(4).
002700     05 FEE-DEBIT-ITEM-AMOUNT PIC S9(29)V99 COMP-3.
002800     05 FEE-REJECT-AMOUNT PIC S9(29)V99 COMP-3.
002900     05 FEE-FAILED-ORDER-AMOUNT PIC S9(29)V99 COMP-3.
003000     05 FEE-WAIVER-BALANCE PIC S9(29)V99 COMP-3.
