000691*  2026/09/02 MC - Refuse the debit leg on a dormant from-
000692*                  account until it is reactivated through
000693*                  maintainaccount.
000694*  2026/09/15 MC - Write both history legs with the reversal
000695*                  field blank.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
029000     SUBTRACT USERTRANSFERAMOUNT FROM ZERO GIVING TXN-AMOUNT.
029100     MOVE WS-TODAY TO TXN-DATE.
029200     MOVE WS-TRANSFER-REFERENCE TO TXN-TRANSFER-REFERENCE.
029250     MOVE SPACES TO TXN-REVERSAL.
029300     WRITE TRANSACTIONFD
029400       INVALID KEY DISPLAY "Error: Transaction already exists."
029500       NOT INVALID KEY DISPLAY "Debit history recorded."
030000     MOVE USERTRANSFERAMOUNT TO TXN-AMOUNT.
030100     MOVE WS-TODAY TO TXN-DATE.
030200     MOVE WS-TRANSFER-REFERENCE TO TXN-TRANSFER-REFERENCE.
030250     MOVE SPACES TO TXN-REVERSAL.
030300     WRITE TRANSACTIONFD
030400       INVALID KEY DISPLAY "Error: Transaction already exists."
030500       NOT INVALID KEY DISPLAY "Credit history recorded."
