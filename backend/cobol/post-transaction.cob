001094*                  and overwriting history keys.
001095*  2026/09/02 MC - Refuse a debit on a dormant account until
001096*                  it is reactivated through maintainaccount.
001097*  2026/09/15 MC - Write the history record with the reversal
001098*                  field blank.
001100*
001200 ENVIRONMENT DIVISION.
001300  CONFIGURATION SECTION.
014300     MOVE USERTRANSACTIONAMOUNT TO TXN-AMOUNT.
014400     MOVE WS-TODAY TO TXN-DATE.
014410     MOVE SPACES TO TXN-TRANSFER-REFERENCE.
014420     MOVE SPACES TO TXN-REVERSAL.
014500     WRITE TRANSACTIONFD
014600       INVALID KEY DISPLAY "Error: Transaction already exists."
014700       NOT INVALID KEY DISPLAY "Transaction history recorded."
