000705*                  record of every interest credit posted, so
000706*                  the dormancy sweep can tell bank-generated
000707*                  interest from genuine customer activity.
000708*  2026/09/14 MC - Print every fee debit assessfees marked as
000709*                  its own labelled fee line, and refuse the
000710*                  run until the fee assessment is recorded
000711*                  complete for the date, so the month's fees
000712*                  are on the statement they belong to.
000713*  2026/09/15 MC - Note under each reversed entry the entry
000714*                  that reversed it, and under each reversing
000715*                  entry the one it reverses.
000716*  2026/09/16 MC - Pass over a closed account with nothing
000717*                  posted since its last statement, so the
000718*                  final statement closeaccount archived is
000719*                  not replaced by an empty one. PERFORM the
000720*                  account loop THRU its exit, so the end-of-
000721*                  file GO TO no longer falls through.
000722*  2026/09/21 MC - Withhold tax on every interest credit at
000723*                  the TAXRATE rate, posted as its own debit
000724*                  stamped with the withholding tax marker,
000725*                  and show the tax withheld on the statement.
000726*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
002700   COPY "acctws.cpy".
002800   COPY "intrate.cpy".
002810   COPY "intmark.cpy".
002820   COPY "feemark.cpy".
002830   COPY "taxrate.cpy".
002900   01 WS-SAVE-IKEY PIC 9(4).
003000   01 WS-OPENING-BALANCE PIC S9(29)V99 COMP-3.
003100   01 WS-CLOSING-BALANCE PIC S9(29)V99 COMP-3.
003200   01 WS-INTEREST-AMOUNT PIC S9(29)V99 COMP-3.
003210   01 WS-TAX-AMOUNT PIC S9(29)V99 COMP-3.
003300   01 WS-ACCOUNT-COUNT PIC 9(6) COMP VALUE ZERO.
003400   01 WS-STATEMENT-SEQUENCE PIC 9(4).
003410   01 WS-CREDIT-START PIC 9(4).
003483     05 WS-STM-TXN-DATE PIC 9(8).
003484     05 FILLER PIC X(01) VALUE SPACE.
003485     05 WS-STM-TXN-AMOUNT PIC +9(29).99.
003490   01 WS-STM-FEE-LINE.
003491     05 WS-STM-FEE-LABEL PIC X(18).
003492     05 WS-STM-FEE-DATE PIC 9(8).
003493     05 FILLER PIC X(01) VALUE SPACE.
003494     05 WS-STM-FEE-AMOUNT PIC +9(29).99.
003495   01 WS-STM-REVERSAL-LINE.
003496     05 FILLER PIC X(02) VALUE SPACES.
003497     05 WS-STM-REVERSAL-LABEL PIC X(12).
003498     05 WS-STM-REVERSAL-TYPE PIC X(01).
003499     05 FILLER PIC X(01) VALUE SPACE.
003500     05 WS-STM-REVERSAL-SEQUENCE PIC 9(4).
003501*
003600* Local copies of the posttransaction LINKAGE shape for the
003700* nested CALL below.
003800   COPY "acctlink.cpy".
004460         WS-RUN-DATE ". Run refused."
004470       GO TO QUIT
004480     END-IF.
004481     PERFORM CHECK-FEES-ASSESSED.
004482     IF JOB-STEP-NOT-COMPLETE
004483       DISPLAY "Fee assessment has not completed for "
004484         WS-RUN-DATE ". Run refused."
004485       GO TO QUIT
004486     END-IF.
004500*
004600     OPEN I-O DATAFILE.
004700       IF FILE-STATUS = "35"
005030     PERFORM OPEN-STATEMENT-ARCHIVE.
005040     PERFORM OPEN-RATE-FILE.
005100*
005200     PERFORM PROCESS-NEXT-ACCOUNT
005210       THRU PROCESS-NEXT-ACCOUNT-EXIT
005220       UNTIL NO-MORE-ACCOUNTS.
005300     CLOSE DATAFILE.
005310     CLOSE STATEMENTFILE.
005320     IF WS-RATE-FILE-MISSING IS ZERO
006000*****************************************************************
006100* PROCESS-NEXT-ACCOUNT - read the next account in key order,
006200* accrue interest for it (if any is due), and print its
006300* statement. A closed account with nothing posted since its
006310* last statement has already had its final one and is
006320* passed over.
006400*****************************************************************
006500 PROCESS-NEXT-ACCOUNT.
006600     READ DATAFILE NEXT RECORD
006900     IF NO-MORE-ACCOUNTS
007000       GO TO PROCESS-NEXT-ACCOUNT-EXIT
007100     END-IF.
007110     IF ACCOUNT-STATUS-CLOSED
007120       AND LAST-STATEMENT-CREDIT-SEQUENCE
007130         IS EQUAL TO LAST-CREDIT-TRANSACTION
007140       AND LAST-STATEMENT-DEBIT-SEQUENCE
007150         IS EQUAL TO LAST-DEBIT-TRANSACTION
007160       GO TO PROCESS-NEXT-ACCOUNT-EXIT
007170     END-IF.
007200*
007300     MOVE IKEY TO WS-SAVE-IKEY.
007400     MOVE BALANCE-TOTAL TO WS-OPENING-BALANCE.
007500     MOVE ZERO TO WS-INTEREST-AMOUNT.
007510     MOVE ZERO TO WS-TAX-AMOUNT.
007600*
007700     IF ACCOUNT-STATUS-OPEN
007800       PERFORM COMPUTE-INTEREST-AMOUNT
010700* through posttransaction (so it gets its own transaction
010800* history record like any other posting), then reposition the
010900* sequential sweep on this same account to pick up the new
011000* closing balance. The withholding tax on the interest is
011010* taken off straight after it as its own debit.
011100*****************************************************************
011200 POST-INTEREST-AND-REREAD.
011300     CLOSE DATAFILE.
012600       MOVE ACCOUNTBALANCETOTAL TO WS-CLOSING-BALANCE
012610       PERFORM MARK-INTEREST-POSTING
012620         THRU MARK-INTEREST-POSTING-EXIT
012630       PERFORM WITHHOLD-INTEREST-TAX
012640         THRU WITHHOLD-INTEREST-TAX-EXIT
012700     END-IF.
012800     OPEN I-O DATAFILE.
012900     MOVE WS-SAVE-IKEY TO IKEY.
015270       MOVE "INTEREST RATE" TO WS-STM-RATE-LABEL
015280       MOVE WS-STM-RATE-LINE TO WS-ARCHIVE-TEXT
015290       PERFORM ARCHIVE-STATEMENT-LINE
015291       IF WS-TAX-AMOUNT IS GREATER THAN ZERO
015292         DISPLAY "Tax withheld: " WS-TAX-AMOUNT
015293         MOVE "TAX WITHHELD" TO WS-STM-AMOUNT-LABEL
015294         MOVE WS-TAX-AMOUNT TO WS-STM-AMOUNT-VALUE
015295         MOVE WS-STM-AMOUNT-LINE TO WS-ARCHIVE-TEXT
015296         PERFORM ARCHIVE-STATEMENT-LINE
015297       END-IF
015300     END-IF.
015400     COMPUTE WS-CREDIT-START = LAST-STATEMENT-CREDIT-SEQUENCE + 1.
015500     COMPUTE WS-DEBIT-START = LAST-STATEMENT-DEBIT-SEQUENCE + 1.
017800*****************************************************************
017900* PRINT-CREDIT-TRANSACTIONS / PRINT-DEBIT-TRANSACTIONS - look up
018000* one transaction history record by its composite key and print
018100* it on the statement. A debit assessfees marked as a fee
018110* prints as its own line under the fee's label instead of as
018120* a bare debit, and so does the withholding tax debit. A
018125* reversed entry, or one that reverses
018130* another, is followed by a note naming its partner, so the
018140* pair reads as one correction and not two postings.
018200*****************************************************************
018300 PRINT-CREDIT-TRANSACTIONS.
018400     MOVE WS-SAVE-IKEY TO TXN-IKEY.
018500     MOVE "C" TO TXN-TYPE.
018600     MOVE WS-STATEMENT-SEQUENCE TO TXN-SEQUENCE.
018700     PERFORM PRINT-ONE-TRANSACTION
018710       THRU PRINT-ONE-TRANSACTION-EXIT.
018800*
018900 PRINT-DEBIT-TRANSACTIONS.
019000     MOVE WS-SAVE-IKEY TO TXN-IKEY.
019100     MOVE "D" TO TXN-TYPE.
019200     MOVE WS-STATEMENT-SEQUENCE TO TXN-SEQUENCE.
019300     PERFORM PRINT-ONE-TRANSACTION
019310       THRU PRINT-ONE-TRANSACTION-EXIT.
019400*
019500 PRINT-ONE-TRANSACTION.
019600     OPEN INPUT TRANSACTIONFILE.
020210         DISPLAY "  (transaction not on file)"
020220         MOVE "  (transaction not on file)" TO WS-ARCHIVE-TEXT
020230         PERFORM ARCHIVE-STATEMENT-LINE
020310         CLOSE TRANSACTIONFILE
020320         GO TO PRINT-ONE-TRANSACTION-EXIT
020500     END-READ.
020510     MOVE TXN-TRANSFER-REFERENCE TO FEE-MARKER-TEST.
020520     IF FEE-MARKER-FOUND
020524       OR TXN-TRANSFER-REFERENCE IS EQUAL TO
020526         WITHHOLDING-TAX-MARKER
020530       DISPLAY "  " TXN-TRANSFER-REFERENCE " " TXN-DATE " "
020540         TXN-AMOUNT
020550       MOVE TXN-TRANSFER-REFERENCE TO WS-STM-FEE-LABEL
020560       MOVE TXN-DATE TO WS-STM-FEE-DATE
020570       MOVE TXN-AMOUNT TO WS-STM-FEE-AMOUNT
020580       MOVE WS-STM-FEE-LINE TO WS-ARCHIVE-TEXT
020590     ELSE
020591       DISPLAY "  " TXN-TYPE " " TXN-DATE " " TXN-AMOUNT
020592       MOVE TXN-TYPE TO WS-STM-TXN-TYPE
020593       MOVE TXN-DATE TO WS-STM-TXN-DATE
020594       MOVE TXN-AMOUNT TO WS-STM-TXN-AMOUNT
020595       MOVE WS-STM-TXN-LINE TO WS-ARCHIVE-TEXT
020596     END-IF.
020597     PERFORM ARCHIVE-STATEMENT-LINE.
020598     IF NOT TXN-NOT-REVERSED
020599       PERFORM PRINT-REVERSAL-NOTE
020601         THRU PRINT-REVERSAL-NOTE-EXIT
020602     END-IF.
020603     CLOSE TRANSACTIONFILE.
020700 PRINT-ONE-TRANSACTION-EXIT.
020800     EXIT.
020810*
020820 PRINT-REVERSAL-NOTE.
020830     IF TXN-REVERSED
020840       MOVE "REVERSED BY " TO WS-STM-REVERSAL-LABEL
020850     ELSE
020860       MOVE "REVERSAL OF " TO WS-STM-REVERSAL-LABEL
020870     END-IF.
020880     MOVE TXN-REVERSAL-TYPE TO WS-STM-REVERSAL-TYPE.
020890     MOVE TXN-REVERSAL-SEQUENCE TO WS-STM-REVERSAL-SEQUENCE.
020891     DISPLAY WS-STM-REVERSAL-LINE.
020892     MOVE WS-STM-REVERSAL-LINE TO WS-ARCHIVE-TEXT.
020893     PERFORM ARCHIVE-STATEMENT-LINE.
020894 PRINT-REVERSAL-NOTE-EXIT.
020895     EXIT.
020900*
021000*****************************************************************
021100* OPEN-STATEMENT-ARCHIVE - open the statement archive for the
041000       CALL-JOB-DATE
041100       JOB-RETURNCODE.
041200*
041210*
041220*****************************************************************
041230* CHECK-FEES-ASSESSED - the month's fees must be posted before
041240* its statements are printed, so ask the ledger whether
041250* assessfees has run for the business date.
041260*****************************************************************
041270 CHECK-FEES-ASSESSED.
041280     MOVE "E" TO CALL-JOB-ACTION.
041290     MOVE "assessfees" TO CALL-JOB-NAME.
041291     MOVE WS-RUN-DATE TO CALL-JOB-DATE.
041292     CALL "jobcontrol" USING
041293       CALL-JOB-ACTION
041294       CALL-JOB-NAME
041295       CALL-JOB-DATE
041296       JOB-RETURNCODE.
041297*
041300 RECORD-JOB-COMPLETE.
041400     MOVE "M" TO CALL-JOB-ACTION.
041500     MOVE "monthendaccrual" TO CALL-JOB-NAME.
045500     CLOSE TRANSACTIONFILE.
045600 MARK-INTEREST-POSTING-EXIT.
045700     EXIT.
045800*
045900*****************************************************************
046000* WITHHOLD-INTEREST-TAX - take the withholding tax on the
046100* interest just credited off the account as its own debit
046200* through posttransaction, and stamp that debit with the tax
046300* marker, so the year's gross interest, tax withheld and net
046400* can be told apart. A tax debit that is refused is displayed;
046500* the interest then stands gross, with no tax withheld on it.
046600*****************************************************************
046700 WITHHOLD-INTEREST-TAX.
046800     COMPUTE WS-TAX-AMOUNT ROUNDED =
046900       WS-INTEREST-AMOUNT * WITHHOLDING-TAX-RATE.
047000     IF WS-TAX-AMOUNT IS NOT GREATER THAN ZERO
047100       MOVE ZERO TO WS-TAX-AMOUNT
047200       GO TO WITHHOLD-INTEREST-TAX-EXIT
047300     END-IF.
047400     MOVE WS-SAVE-IKEY TO CALL-ACCOUNT-IKEY.
047500     COMPUTE CALL-TRANSACTION-AMOUNT = 0 - WS-TAX-AMOUNT.
047600     CALL "posttransaction" USING
047700       CALL-ACCOUNT-IKEY
047800       CALL-TRANSACTION-AMOUNT
047900       ACCOUNT
048000       CALL-RETURNCODE.
048100     IF CALL-RETURNCODE NOT EQUAL "00"
048200       DISPLAY "Withholding tax refused, RC=" CALL-RETURNCODE
048300         " for account " WS-SAVE-IKEY
048400       MOVE ZERO TO WS-TAX-AMOUNT
048500       GO TO WITHHOLD-INTEREST-TAX-EXIT
048600     END-IF.
048700     MOVE ACCOUNTBALANCETOTAL TO WS-CLOSING-BALANCE.
048800     PERFORM MARK-TAX-POSTING
048900       THRU MARK-TAX-POSTING-EXIT.
049000 WITHHOLD-INTEREST-TAX-EXIT.
049100     EXIT.
049200*
049300*****************************************************************
049400* MARK-TAX-POSTING - stamp the history record the tax debit
049500* just wrote with the withholding tax marker, on the same rule
049600* as MARK-INTEREST-POSTING.
049700*****************************************************************
049800 MARK-TAX-POSTING.
049900     OPEN I-O TRANSACTIONFILE.
050000       IF TXN-FILE-STATUS = "35"
050100         DISPLAY "Transaction file missing; tax for "
050200           WS-SAVE-IKEY " left unmarked."
050300         CLOSE TRANSACTIONFILE
050400         GO TO MARK-TAX-POSTING-EXIT
050500       END-IF.
050600     MOVE WS-SAVE-IKEY TO TXN-IKEY.
050700     MOVE "D" TO TXN-TYPE.
050800     MOVE LASTDEBITTRANSACTION TO TXN-SEQUENCE.
050900     READ TRANSACTIONFILE KEY IS TXN-KEY
051000       INVALID KEY
051100         DISPLAY "Error: Tax record not found for "
051200           WS-SAVE-IKEY "; left unmarked."
051300       NOT INVALID KEY
051400         MOVE WITHHOLDING-TAX-MARKER
051500           TO TXN-TRANSFER-REFERENCE
051600         REWRITE TRANSACTIONFD
051700           INVALID KEY
051800             DISPLAY "Error: Unable to mark tax for "
051900               WS-SAVE-IKEY
052000         END-REWRITE
052100     END-READ.
052200     CLOSE TRANSACTIONFILE.
052300 MARK-TAX-POSTING-EXIT.
052400     EXIT.
