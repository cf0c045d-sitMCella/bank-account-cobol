000640*                  sequence back past them, so the monthly
000650*                  accrual no longer resets every funded
000660*                  account's quiet-period clock.
000670*  2026/09/14 MC - Skip fee-marked debits the same way, so a
000680*                  monthly maintenance fee does not keep a
000690*                  quiet account from ever going dormant.
000693*  2026/09/21 MC - Skip the withholding tax debit on interest
000696*                  the same way; it is bank-generated too.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
003800   01 WS-ARCHIVE-DONE PIC 9 VALUE ZERO.
003900   COPY "dormancy.cpy".
003910   COPY "intmark.cpy".
003920   COPY "feemark.cpy".
004000   01 WS-BUSINESS-DATE PIC 9(8).
004100   01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
004200     05 WS-BD-YEAR PIC 9(4).
005700   01 WS-ARC-SUB PIC 9(5) COMP.
005710   01 WS-SCAN-SEQUENCE PIC 9(4).
005720   01 WS-CREDIT-SCAN-DONE PIC 9 VALUE ZERO.
005730   01 WS-DEBIT-SCAN-DONE PIC 9 VALUE ZERO.
005800   01 WS-SAVE-IKEY PIC 9(4).
005900   01 WS-SAVE-BALANCE PIC S9(29)V99 COMP-3.
006000   01 WS-SAVE-CUSTOMER PIC 9(6).
018800* the cursors point at last: the highest live credit and
018900* debit records carry the newest TXN-DATE per type. The
019000* credit side walks back past interest-marked records, so a
019100* bank-generated monthly credit does not reset the clock,
019105* and the debit side walks back past fee-marked records for
019108* the same reason. An account whose records have all been
019110* archived falls back to the newest unmarked archived date
019120* loaded at start of run.
019200*****************************************************************
019300 FIND-NEWEST-ACTIVITY-DATE.
019400     MOVE ZERO TO WS-NEWEST-DATE.
020300         UNTIL WS-CREDIT-SCAN-DONE IS NOT ZERO
020900     END-IF.
021000     IF LAST-DEBIT-TRANSACTION IS GREATER THAN ZERO
021100       MOVE LAST-DEBIT-TRANSACTION TO WS-SCAN-SEQUENCE
021200       MOVE 0 TO WS-DEBIT-SCAN-DONE
021300       PERFORM CHECK-DEBIT-ACTIVITY
021400         THRU CHECK-DEBIT-ACTIVITY-EXIT
021500         UNTIL WS-DEBIT-SCAN-DONE IS NOT ZERO
022100     END-IF.
022200 FIND-NEWEST-ACTIVITY-DATE-ARCHIVE.
022300     IF WS-NEWEST-DATE IS EQUAL TO ZERO
032640         INTEREST-POSTING-MARKER
032650       GO TO LOAD-NEXT-ARCHIVE-DATE-EXIT
032660     END-IF.
032670     MOVE ARC-TXN-TRANSFER-REFERENCE TO FEE-MARKER-TEST.
032680     IF FEE-MARKER-FOUND
032683       OR ARC-TXN-TRANSFER-REFERENCE IS EQUAL TO
032686         WITHHOLDING-TAX-MARKER
032690       GO TO LOAD-NEXT-ARCHIVE-DATE-EXIT
032695     END-IF.
032700     COMPUTE WS-ARC-SUB = ARC-TXN-IKEY + 1.
032800     IF ARC-TXN-DATE IS GREATER THAN
032900         WS-ARC-NEWEST-DATE (WS-ARC-SUB)
041600     MOVE 1 TO WS-CREDIT-SCAN-DONE.
041700 CHECK-CREDIT-ACTIVITY-EXIT.
041800     EXIT.
041900*
042000*****************************************************************
042100* CHECK-DEBIT-ACTIVITY - the debit-side twin of the credit
042200* walk: a fee-marked debit, or the withholding tax taken off
042210* an interest credit, is bank-generated, not activity, so
042300* step back one sequence and keep looking. The first
042400* unmarked debit ends the walk and offers its date.
042500*****************************************************************
042600 CHECK-DEBIT-ACTIVITY.
042700     IF WS-SCAN-SEQUENCE IS EQUAL TO ZERO
042800       MOVE 1 TO WS-DEBIT-SCAN-DONE
042900       GO TO CHECK-DEBIT-ACTIVITY-EXIT
043000     END-IF.
043100     MOVE WS-SAVE-IKEY TO TXN-IKEY.
043200     MOVE "D" TO TXN-TYPE.
043300     MOVE WS-SCAN-SEQUENCE TO TXN-SEQUENCE.
043400     READ TRANSACTIONFILE KEY IS TXN-KEY
043500       INVALID KEY
043600         MOVE 1 TO WS-DEBIT-SCAN-DONE
043700         GO TO CHECK-DEBIT-ACTIVITY-EXIT
043800     END-READ.
043900     MOVE TXN-TRANSFER-REFERENCE TO FEE-MARKER-TEST.
044000     IF FEE-MARKER-FOUND
044010       OR TXN-TRANSFER-REFERENCE IS EQUAL TO
044020         WITHHOLDING-TAX-MARKER
044100       SUBTRACT 1 FROM WS-SCAN-SEQUENCE
044200       GO TO CHECK-DEBIT-ACTIVITY-EXIT
044300     END-IF.
044400     IF TXN-DATE IS GREATER THAN WS-NEWEST-DATE
044500       MOVE TXN-DATE TO WS-NEWEST-DATE
044600     END-IF.
044700     MOVE 1 TO WS-DEBIT-SCAN-DONE.
044800 CHECK-DEBIT-ACTIVITY-EXIT.
044900     EXIT.
