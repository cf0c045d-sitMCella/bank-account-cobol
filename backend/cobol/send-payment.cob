000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. sendpayment.
000300  AUTHOR. Marco Cella.
000400  Installation. Take a payment to an account at another bank.
000500  Date-Written. 2026/09/22.
000600  Date-Compiled. 2026/09/22.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "pmtsel.cpy".
001500     COPY "txnsel.cpy".
001600     COPY "bdtsel.cpy".
001700*
001800 DATA DIVISION.
001900  FILE SECTION.
002000   COPY "pmtrec.cpy".
002100   COPY "txnrec.cpy".
002200   COPY "bdtrec.cpy".
002300*
002400  WORKING-STORAGE SECTION.
002500   01 PMT-FILE-STATUS PIC XX.
002600   01 TXN-FILE-STATUS PIC XX.
002700   01 BDT-FILE-STATUS PIC XX.
002800   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
002900   01 WS-SCAN-DONE PIC 9 VALUE ZERO.
003000   01 WS-BUSINESS-DATE PIC 9(8).
003100   01 WS-LAST-PAYMENT-SEQUENCE PIC 9(6).
003200   COPY "pmtref.cpy".
003300   COPY "clrlimit.cpy".
003400*
003500* Local copies of the posttransaction and reversetransaction
003600* LINKAGE shapes for the nested CALLs below. ACCOUNT is this
003700* program's own LINKAGE item and is passed straight through.
003800   01 CALL-ACCOUNT-IKEY PIC 9(4).
003900   01 CALL-TRANSACTION-AMOUNT PIC S9(29)V99 COMP-3.
004000   01 CALL-TRANSACTION-TYPE PIC X(01).
004100   01 CALL-TRANSACTION-SEQUENCE PIC 9(4).
004200   01 CALL-RETURNCODE PIC XX.
004300*
004400  LINKAGE SECTION.
004500   77 USERACCOUNTIKEY PIC 9(4).
004600   77 USERPAYMENTAMOUNT PIC S9(29)V99 COMP-3.
004700   77 USERBENEFICIARYBANKCODE PIC X(11).
004800   77 USERBENEFICIARYACCOUNT PIC X(34).
004900   77 USERBENEFICIARYNAME PIC X(35).
005000   77 USERJOBID PIC X(08).
005100   COPY "pmtlink.cpy".
005200   COPY "acctlink.cpy".
005300   77 RETURNCODE PIC XX.
005400     COPY "pmtrc.cpy".
005500*
005600*****************************************************************
005700* Takes one payment from a customer account to an account at
005800* another bank. The account is debited at once through
005900* posttransaction, so its status, holds and available balance
006000* are honoured exactly as for any other debit, and a debit it
006100* refuses is refused here with posttransaction's own code. The
006200* payment is then recorded on the payments file in flight,
006300* keyed by the business date and the next number within it,
006400* until the night's clearing submission carries it. The debit's
006500* history record is stamped with the payment reference. A
006600* payment that cannot be recorded has its debit reversed and is
006700* refused with 30, so no money leaves without a payment to
006800* match it. The payment as recorded is handed back through
006900* PAYMENT, and the account as it now stands through ACCOUNT.
007000*****************************************************************
007100 PROCEDURE DIVISION USING
007200  BY REFERENCE USERACCOUNTIKEY
007300  BY REFERENCE USERPAYMENTAMOUNT
007400  BY REFERENCE USERBENEFICIARYBANKCODE
007500  BY REFERENCE USERBENEFICIARYACCOUNT
007600  BY REFERENCE USERBENEFICIARYNAME
007700  BY REFERENCE PAYMENT
007800  BY REFERENCE ACCOUNT
007900  BY REFERENCE RETURNCODE
008000  BY REFERENCE USERJOBID.
008100     DISPLAY "SEND PAYMENT."
008200     DISPLAY "Key: " USERACCOUNTIKEY " to: "
008300       USERBENEFICIARYBANKCODE " " USERBENEFICIARYACCOUNT.
008400     IF USERACCOUNTIKEY IS NOT NUMERIC
008500       DISPLAY "Wrong key value."
008600       MOVE "01" TO RETURNCODE
008700       GO TO QUIT
008800     END-IF.
008900*
009000     IF USERPAYMENTAMOUNT IS NOT NUMERIC
009100       OR USERPAYMENTAMOUNT IS NOT GREATER THAN ZERO
009200       OR USERPAYMENTAMOUNT IS GREATER THAN CLEARING-AMOUNT-LIMIT
009300       DISPLAY "Wrong payment amount."
009400       MOVE "50" TO RETURNCODE
009500       GO TO QUIT
009600     END-IF.
009700*
009800     IF USERBENEFICIARYBANKCODE IS EQUAL TO SPACES
009900       OR USERBENEFICIARYACCOUNT IS EQUAL TO SPACES
010000       OR USERBENEFICIARYNAME IS EQUAL TO SPACES
010100       DISPLAY "Beneficiary bank, account or name missing."
010200       MOVE "93" TO RETURNCODE
010300       GO TO QUIT
010400     END-IF.
010500*
010600     PERFORM GET-BUSINESS-DATE.
010700     PERFORM OPEN-PAYMENT-FILE
010800       THRU OPEN-PAYMENT-FILE-EXIT.
010900     IF RETURNCODE IS NOT EQUAL TO "00"
011000       GO TO QUIT
011100     END-IF.
011200*
011300     MOVE USERACCOUNTIKEY TO CALL-ACCOUNT-IKEY.
011400     COMPUTE CALL-TRANSACTION-AMOUNT = 0 - USERPAYMENTAMOUNT.
011500     CALL "posttransaction" USING
011600       CALL-ACCOUNT-IKEY
011700       CALL-TRANSACTION-AMOUNT
011800       ACCOUNT
011900       CALL-RETURNCODE.
012000     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
012100       DISPLAY "Payment debit refused, RC=" CALL-RETURNCODE
012200       CLOSE PAYMENTFILE
012300       MOVE CALL-RETURNCODE TO RETURNCODE
012400       GO TO QUIT
012500     END-IF.
012600*
012700     PERFORM RECORD-PAYMENT
012800       THRU RECORD-PAYMENT-EXIT.
013000     IF WS-FILE-ERROR IS NOT ZERO
013100       DISPLAY "Error: Unable to record payment."
013110       CLOSE PAYMENTFILE
013200       PERFORM REVERSE-PAYMENT-DEBIT
013300         THRU REVERSE-PAYMENT-DEBIT-EXIT
013400       MOVE "30" TO RETURNCODE
013500       GO TO QUIT
013600     END-IF.
013700*
013800     PERFORM MARK-PAYMENT-DEBIT
013900       THRU MARK-PAYMENT-DEBIT-EXIT.
014000     PERFORM RETURN-PAYMENT-IMAGE.
014010     CLOSE PAYMENTFILE.
014100     DISPLAY "Payment " PAYMENT-REFERENCE " in flight."
014200     MOVE "00" TO RETURNCODE.
014300  QUIT.
014400 EXIT PROGRAM.
014500*
014600*****************************************************************
014700* OPEN-PAYMENT-FILE - open the payments file, creating it the
014800* first time, and find the number the new payment takes: one
014900* past the highest already taken on the business date.
015000*****************************************************************
015100 OPEN-PAYMENT-FILE.
015200     OPEN I-O PAYMENTFILE.
015300       IF PMT-FILE-STATUS = "35"
015400         DISPLAY "Payment file does not exist. Creating."
015500         OPEN OUTPUT PAYMENTFILE
015600         CLOSE PAYMENTFILE
015700         OPEN I-O PAYMENTFILE
015800       END-IF.
015900     IF PMT-FILE-STATUS IS NOT EQUAL TO "00"
016000       DISPLAY "Error: Unable to open payment file, status "
016100         PMT-FILE-STATUS
016200       MOVE "30" TO RETURNCODE
016300       GO TO OPEN-PAYMENT-FILE-EXIT
016400     END-IF.
016500     MOVE ZERO TO WS-LAST-PAYMENT-SEQUENCE.
016600     MOVE WS-BUSINESS-DATE TO PMT-BUSINESS-DATE.
016700     MOVE ZERO TO PMT-SEQUENCE.
016800     MOVE 0 TO WS-SCAN-DONE.
016900     START PAYMENTFILE KEY IS NOT LESS THAN PMT-KEY
017000       INVALID KEY MOVE 1 TO WS-SCAN-DONE
017100     END-START.
017200     PERFORM FIND-LAST-PAYMENT
017300       THRU FIND-LAST-PAYMENT-EXIT
017400       UNTIL WS-SCAN-DONE IS NOT ZERO.
017500     IF WS-LAST-PAYMENT-SEQUENCE IS EQUAL TO 999999
017600       DISPLAY "Error: No payment numbers left for "
017700         WS-BUSINESS-DATE
017800       CLOSE PAYMENTFILE
017900       MOVE "30" TO RETURNCODE
018000       GO TO OPEN-PAYMENT-FILE-EXIT
018100     END-IF.
018200     MOVE WS-BUSINESS-DATE TO PAYMENT-REF-DATE.
018300     ADD 1 TO WS-LAST-PAYMENT-SEQUENCE
018400       GIVING PAYMENT-REF-SEQUENCE.
018500     MOVE "00" TO RETURNCODE.
018600 OPEN-PAYMENT-FILE-EXIT.
018700     EXIT.
018800*
018900 FIND-LAST-PAYMENT.
019000     READ PAYMENTFILE NEXT RECORD
019100       AT END
019200         MOVE 1 TO WS-SCAN-DONE
019300         GO TO FIND-LAST-PAYMENT-EXIT
019400     END-READ.
019500     IF PMT-BUSINESS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
019600       MOVE 1 TO WS-SCAN-DONE
019700       GO TO FIND-LAST-PAYMENT-EXIT
019800     END-IF.
019900     MOVE PMT-SEQUENCE TO WS-LAST-PAYMENT-SEQUENCE.
020000 FIND-LAST-PAYMENT-EXIT.
020100     EXIT.
020200*
020300*****************************************************************
020400* RECORD-PAYMENT - write the payment in flight under the number
020500* OPEN-PAYMENT-FILE found, carrying the debit it was taken by.
020600*****************************************************************
020700 RECORD-PAYMENT.
020800     MOVE 0 TO WS-FILE-ERROR.
020900     MOVE PAYMENT-REF-KEY TO PMT-KEY.
021000     MOVE USERACCOUNTIKEY TO PMT-IKEY.
021100     MOVE USERPAYMENTAMOUNT TO PMT-AMOUNT.
021200     MOVE LASTDEBITTRANSACTION TO PMT-DEBIT-SEQUENCE.
021300     MOVE USERBENEFICIARYBANKCODE TO PMT-BENEFICIARY-BANK-CODE.
021400     MOVE USERBENEFICIARYACCOUNT TO PMT-BENEFICIARY-ACCOUNT.
021500     MOVE USERBENEFICIARYNAME TO PMT-BENEFICIARY-NAME.
021600     MOVE "F" TO PMT-STATUS.
021700     MOVE ZERO TO PMT-SUBMISSION-DATE.
021800     MOVE ZERO TO PMT-RETURN-DATE.
021900     MOVE SPACES TO PMT-RETURN-REASON.
022000     MOVE ZERO TO PMT-RETURN-CREDIT-SEQUENCE.
022100     MOVE USERJOBID TO PMT-JOBID.
022200     WRITE PAYMENTFD
022300       INVALID KEY MOVE 1 TO WS-FILE-ERROR
022400     END-WRITE.
022500 RECORD-PAYMENT-EXIT.
022600     EXIT.
022700*
022800*****************************************************************
022900* REVERSE-PAYMENT-DEBIT - put the money back when the payment
023000* could not be recorded. The debit is not yet stamped with the
023100* payment reference, so reversetransaction takes it as a plain
023200* debit. A reversal that fails is displayed for manual repair.
023300*****************************************************************
023400 REVERSE-PAYMENT-DEBIT.
023500     MOVE USERACCOUNTIKEY TO CALL-ACCOUNT-IKEY.
023600     MOVE "D" TO CALL-TRANSACTION-TYPE.
023700     MOVE LASTDEBITTRANSACTION TO CALL-TRANSACTION-SEQUENCE.
023800     CALL "reversetransaction" USING
023900       CALL-ACCOUNT-IKEY
024000       CALL-TRANSACTION-TYPE
024100       CALL-TRANSACTION-SEQUENCE
024200       ACCOUNT
024300       CALL-RETURNCODE.
024400     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
024500       DISPLAY "Error: Unable to reverse D "
024600         CALL-TRANSACTION-SEQUENCE " for account "
024700         USERACCOUNTIKEY ", RC=" CALL-RETURNCODE
024800       DISPLAY "Manual repair required."
024900     END-IF.
025000 REVERSE-PAYMENT-DEBIT-EXIT.
025100     EXIT.
025200*
025300*****************************************************************
025400* MARK-PAYMENT-DEBIT - stamp the history record the payment
025500* debit just wrote with the payment reference, so the statement
025600* shows which payment it was and reversetransaction leaves it
025700* alone. The payment stands either way; a record that cannot be
025800* marked is displayed.
025900*****************************************************************
026000 MARK-PAYMENT-DEBIT.
026100     OPEN I-O TRANSACTIONFILE.
026200       IF TXN-FILE-STATUS = "35"
026300         DISPLAY "Transaction file missing; payment debit for "
026400           USERACCOUNTIKEY " left unmarked."
026500         CLOSE TRANSACTIONFILE
026600         GO TO MARK-PAYMENT-DEBIT-EXIT
026700       END-IF.
026800     MOVE USERACCOUNTIKEY TO TXN-IKEY.
026900     MOVE "D" TO TXN-TYPE.
027000     MOVE PMT-DEBIT-SEQUENCE TO TXN-SEQUENCE.
027100     READ TRANSACTIONFILE KEY IS TXN-KEY
027200       INVALID KEY
027300         DISPLAY "Error: Payment debit not found for "
027400           USERACCOUNTIKEY "; left unmarked."
027500       NOT INVALID KEY
027600         MOVE PAYMENT-REFERENCE TO TXN-TRANSFER-REFERENCE
027700         REWRITE TRANSACTIONFD
027800           INVALID KEY
027900             DISPLAY "Error: Unable to mark payment debit for "
028000               USERACCOUNTIKEY
028100         END-REWRITE
028200     END-READ.
028300     CLOSE TRANSACTIONFILE.
028400 MARK-PAYMENT-DEBIT-EXIT.
028500     EXIT.
028600*
028700*****************************************************************
028800* RETURN-PAYMENT-IMAGE - hand the payment as recorded back to
028900* the caller through the shared PAYMENT linkage shape.
029000*****************************************************************
029100 RETURN-PAYMENT-IMAGE.
029200     MOVE PAYMENT-REFERENCE TO PAYMENTREFERENCE.
029300     MOVE PMT-IKEY TO PAYMENTIKEY.
029400     MOVE PMT-AMOUNT TO PAYMENTAMOUNT.
029500     MOVE PMT-DEBIT-SEQUENCE TO PAYMENTDEBITSEQUENCE.
029600     MOVE PMT-BENEFICIARY-BANK-CODE TO PAYMENTBENEFICIARYBANKCODE.
029700     MOVE PMT-BENEFICIARY-ACCOUNT TO PAYMENTBENEFICIARYACCOUNT.
029800     MOVE PMT-BENEFICIARY-NAME TO PAYMENTBENEFICIARYNAME.
029900     MOVE PMT-STATUS TO PAYMENTSTATUS.
030000*
030100*****************************************************************
030200* GET-BUSINESS-DATE - a payment is taken on the open business
030300* date, the same date its debit is posted under; the wall clock
030400* is only a fallback for a site that has never set the control
030500* record up.
030600*****************************************************************
030700 GET-BUSINESS-DATE.
030800     OPEN INPUT BUSINESSDATEFILE.
030900       IF BDT-FILE-STATUS = "35"
031000         DISPLAY "Business-date control record missing. "
031100           "Using the system date."
031200         CLOSE BUSINESSDATEFILE
031300         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
031400       ELSE
031500         READ BUSINESSDATEFILE
031600           AT END
031700             DISPLAY "Business-date control record empty. "
031800               "Using the system date."
031900             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
032000           NOT AT END
032100             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
032200         END-READ
032300         CLOSE BUSINESSDATEFILE
032400       END-IF.
