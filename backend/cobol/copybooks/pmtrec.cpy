000100*****************************************************************
000200* PMTREC - outbound payment record layout (PAYMENTFD). The
000300* customer's account is debited the moment the payment is taken,
000400* under PMT-DEBIT-SEQUENCE, and the payment stays in flight ("F")
000500* until the night's clearing submission carries it ("S", with
000600* the submission date). A payment the clearing house sends back
000700* is credited to the account again under
000800* PMT-RETURN-CREDIT-SEQUENCE and marked returned ("R") with the
000900* clearing house's reason code. PMT-JOBID is whoever took the
001000* payment.
001100*****************************************************************
001200   FD PAYMENTFILE
001300     RECORD CONTAINS 151 CHARACTERS.
001400   01 PAYMENTFD.
001500     05 PMT-KEY.
001600       10 PMT-BUSINESS-DATE PIC 9(8).
001700       10 PMT-SEQUENCE PIC 9(6).
001800     05 PMT-IKEY PIC 9(4).
001900     05 PMT-AMOUNT PIC S9(29)V99 COMP-3.
002000     05 PMT-DEBIT-SEQUENCE PIC 9(4).
002100     05 PMT-BENEFICIARY-BANK-CODE PIC X(11).
002200     05 PMT-BENEFICIARY-ACCOUNT PIC X(34).
002300     05 PMT-BENEFICIARY-NAME PIC X(35).
002400     05 PMT-STATUS PIC X(01).
002500       88 PMT-IN-FLIGHT VALUE "F".
002600       88 PMT-SUBMITTED VALUE "S".
002700       88 PMT-RETURNED VALUE "R".
002800     05 PMT-SUBMISSION-DATE PIC 9(8).
002900     05 PMT-RETURN-DATE PIC 9(8).
003000     05 PMT-RETURN-REASON PIC X(04).
003100     05 PMT-RETURN-CREDIT-SEQUENCE PIC 9(4).
003200     05 PMT-JOBID PIC X(08).
