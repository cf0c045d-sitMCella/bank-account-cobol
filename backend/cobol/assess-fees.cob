000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. assessfees.
000300  AUTHOR. Marco Cella.
000400  Installation. Nightly service-charge and fee assessment.
000500  Date-Written. 2026/09/14.
000600  Date-Compiled. 2026/09/14.
000610* Modification-History.
000620*  2026/09/15 MC - Leave reversed debits and reversing debits
000630*                  out of the per-item count.
000640*  2026/09/21 MC - Leave the withholding tax debit on interest
000650*                  out of the per-item count too.
000660*  2026/10/15 MC - Refuse to run before batchposttransactions
000670*                  has completed for the date, and charge no
000680*                  reject fee on a line refused for arriving
000690*                  outside a channel file.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "acctsel.cpy".
001500     COPY "txnsel.cpy".
001600     COPY "feesel.cpy".
001700     COPY "rejsel.cpy".
001800     COPY "soxsel.cpy".
001900     COPY "bdtsel.cpy".
002000*
002100 DATA DIVISION.
002200  FILE SECTION.
002300   COPY "acctrec.cpy".
002400   COPY "txnrec.cpy".
002500   COPY "feerec.cpy".
002600   COPY "rejrec.cpy".
002700   COPY "soxrec.cpy".
002800   COPY "bdtrec.cpy".
002900*
003000  WORKING-STORAGE SECTION.
003100   01 FILE-STATUS PIC XX.
003200   01 TXN-FILE-STATUS PIC XX.
003300   01 FEE-FILE-STATUS PIC XX.
003400   01 REJ-FILE-STATUS PIC XX.
003500   01 SOX-FILE-STATUS PIC XX.
003600   01 BDT-FILE-STATUS PIC XX.
003700   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
003800     88 NO-MORE-ACCOUNTS VALUE 1.
003900   01 WS-REJECTS-DONE PIC 9 VALUE ZERO.
004000   01 WS-EXCEPTIONS-DONE PIC 9 VALUE ZERO.
004100   01 WS-TXN-SCAN-DONE PIC 9 VALUE ZERO.
004200   01 WS-FEE-SCAN-DONE PIC 9 VALUE ZERO.
004300   01 WS-FEE-FILE-MISSING PIC 9 VALUE ZERO.
004400   01 WS-ACCOUNT-FOUND PIC 9 VALUE ZERO.
004500   COPY "feemark.cpy".
004510   COPY "intmark.cpy".
004600   01 WS-BUSINESS-DATE PIC 9(8).
004700   01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
004800     05 WS-BD-YEAR PIC 9(4).
004900     05 WS-BD-MONTH PIC 9(2).
005000     05 WS-BD-DAY PIC 9(2).
005100   01 WS-PERIOD-START-DATE PIC 9(8).
005200   01 WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-DATE.
005300     05 WS-PS-PERIOD PIC 9(6).
005400     05 WS-PS-DAY PIC 9(2).
005500   01 WS-TXN-DATE-WORK PIC 9(8).
005600   01 WS-TXN-DATE-PARTS REDEFINES WS-TXN-DATE-WORK.
005700     05 WS-TD-PERIOD PIC 9(6).
005800     05 WS-TD-DAY PIC 9(2).
005900   01 WS-MONTH-DAYS-VALUES PIC X(24)
006000     VALUE "312831303130313130313031".
006100   01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006200     05 WS-MONTH-DAYS PIC 9(2) OCCURS 12.
006300   01 WS-DAYS-THIS-MONTH PIC 9(2).
006400   01 WS-QUOTIENT PIC 9(4) COMP.
006500   01 WS-REMAINDER-4 PIC 9(4) COMP.
006600   01 WS-REMAINDER-100 PIC 9(4) COMP.
006700   01 WS-REMAINDER-400 PIC 9(4) COMP.
006800*
006900* Net movement per day of the month being charged, for the
007000* lowest day-end balance the waiver is judged on.
007100   01 WS-DAY-MOVEMENT-TABLE.
007200     05 WS-DAY-MOVEMENT PIC S9(29)V99 COMP-3 OCCURS 31 TIMES.
007300   01 WS-DAY-SUB PIC 9(2) COMP.
007400   01 WS-LATER-MOVEMENT PIC S9(29)V99 COMP-3.
007500   01 WS-RUNNING-BALANCE PIC S9(29)V99 COMP-3.
007600   01 WS-LOWEST-BALANCE PIC S9(29)V99 COMP-3.
007700   01 WS-DEBIT-ITEM-COUNT PIC 9(6) COMP.
007800*
007900* The intake line a reject carries, far enough to recover the
008000* account key it was sent for.
008100   01 WS-REJECTED-POSTING.
008200     05 WS-REJECTED-IKEY PIC X(04).
008300     05 FILLER PIC X(24).
008400*
008500* The schedule row in force for the account being charged.
008600   01 WS-SCHED-MAINTENANCE PIC S9(29)V99 COMP-3.
008700   01 WS-SCHED-FREE-DEBITS PIC 9(4).
008800   01 WS-SCHED-DEBIT-ITEM PIC S9(29)V99 COMP-3.
008900   01 WS-SCHED-REJECT PIC S9(29)V99 COMP-3.
009000   01 WS-SCHED-FAILED-ORDER PIC S9(29)V99 COMP-3.
009100   01 WS-SCHED-WAIVER PIC S9(29)V99 COMP-3.
009200*
009300   01 WS-SAVE-IKEY PIC 9(4).
009400   01 WS-SAVE-TYPE PIC X(01).
009500   01 WS-SAVE-STATUS PIC X(01).
009600   01 WS-SAVE-BALANCE PIC S9(29)V99 COMP-3.
009700   01 WS-FEE-IKEY PIC 9(4).
009800   01 WS-FEE-AMOUNT PIC S9(29)V99 COMP-3.
009900   01 WS-FEE-MARKER PIC X(16).
010000   01 WS-MAINTENANCE-FEE PIC S9(29)V99 COMP-3.
010100   01 WS-ITEM-FEE PIC S9(29)V99 COMP-3.
010200   01 WS-CHARGED-COUNT PIC 9(6) COMP VALUE ZERO.
010300   01 WS-CHARGED-TOTAL PIC S9(29)V99 COMP-3 VALUE ZERO.
010400   01 WS-REFUSED-COUNT PIC 9(6) COMP VALUE ZERO.
010500   01 WS-WAIVED-COUNT PIC 9(6) COMP VALUE ZERO.
010600   01 CALL-JOB-ACTION PIC X(01).
010700   01 CALL-JOB-NAME PIC X(24).
010800   01 CALL-JOB-DATE PIC 9(8).
010900   01 JOB-RETURNCODE PIC XX.
011000     COPY "jobrc.cpy".
011100*
011200* Local copies of the posttransaction LINKAGE shape for the
011300* nested CALL below.
011400   COPY "acctlink.cpy".
011500   01 CALL-ACCOUNT-IKEY PIC 9(4).
011600   01 CALL-TRANSACTION-AMOUNT PIC S9(29)V99 COMP-3.
011700   01 CALL-RETURNCODE PIC XX.
011800*
011900*****************************************************************
012000* Runs nightly after batchposttransactions and
012100* runstandingorders, and before monthendaccrual on the last
012200* day of the month, so the month's fees are posted before the
012300* statement is printed. Every night it charges the event fees
012400* for the business date: one per intake posting rejected for
012500* the first time that day, one per standing order that failed
012600* that day. On the last calendar day of the month it also
012700* charges the monthly maintenance fee and the per-item fee
012800* for customer debits past the free allowance, unless the
012900* account's lowest day-end balance in the month met the
013000* waiver balance. Every fee is posted as a debit through
013100* posttransaction and its history record marked with the
013200* FEEMARK marker for its kind. The run is refused until
013210* batchposttransactions has completed for the date, so the
013220* day's rejects are all on postings.rej before they are
013230* charged.
013300*****************************************************************
013400 PROCEDURE DIVISION.
013500     DISPLAY "SERVICE CHARGE AND FEE ASSESSMENT.".
013600*
013700     PERFORM GET-BUSINESS-DATE.
013800     MOVE "assessfees" TO CALL-JOB-NAME.
013810     PERFORM ENQUIRE-JOB-LEDGER.
013900     IF JOB-STEP-COMPLETE
014000       DISPLAY "Fee assessment already completed for "
014100         WS-BUSINESS-DATE ". Run refused."
014200       GO TO QUIT
014300     END-IF.
014310     MOVE "batchposttransactions" TO CALL-JOB-NAME.
014320     PERFORM ENQUIRE-JOB-LEDGER.
014330     IF JOB-STEP-NOT-COMPLETE
014340       DISPLAY "Posting has not completed for "
014350         WS-BUSINESS-DATE ". Run refused."
014360       GO TO QUIT
014370     END-IF.
014400*
014500     PERFORM OPEN-FEE-SCHEDULE
014600       THRU OPEN-FEE-SCHEDULE-EXIT.
014700     IF WS-FEE-FILE-MISSING IS NOT ZERO
014800       DISPLAY "Fee schedule does not exist. No fees charged."
014900       PERFORM RECORD-JOB-COMPLETE
015000       GO TO QUIT
015100     END-IF.
015200*
015300     PERFORM CHARGE-REJECT-FEES
015400       THRU CHARGE-REJECT-FEES-EXIT.
015500     PERFORM CHARGE-FAILED-ORDER-FEES
015600       THRU CHARGE-FAILED-ORDER-FEES-EXIT.
015700*
015800     PERFORM SET-DAYS-THIS-MONTH
015900       THRU SET-DAYS-THIS-MONTH-EXIT.
016000     IF WS-BD-DAY IS EQUAL TO WS-DAYS-THIS-MONTH
016100       PERFORM CHARGE-MONTHLY-FEES
016200         THRU CHARGE-MONTHLY-FEES-EXIT
016300     ELSE
016400       DISPLAY "Not the last day of the month. Monthly fees "
016500         "not due."
016600     END-IF.
016700     CLOSE FEEFILE.
016800*
016900     DISPLAY " ".
017000     DISPLAY "FEE ASSESSMENT TOTALS.".
017100     DISPLAY "Fees charged: " WS-CHARGED-COUNT.
017200     DISPLAY "Amount charged: " WS-CHARGED-TOTAL.
017300     DISPLAY "Fees refused by posting: " WS-REFUSED-COUNT.
017400     DISPLAY "Accounts with monthly fees waived: "
017500       WS-WAIVED-COUNT.
017600*
017700     PERFORM RECORD-JOB-COMPLETE.
017800  QUIT.
017900 STOP RUN.
018000*
018100*****************************************************************
018200* CHARGE-REJECT-FEES - one reject fee per intake posting the
018300* night's run bounced for the first time. A line the recycle
018400* queue bounced again carries a retry count above zero and was
018500* charged the night it first failed; a line whose account key
018600* is not even numeric has no account to charge. A line
018610* refused with 92 for arriving outside a channel file is an
018620* intake fault, not the customer's bad item, and is not
018630* charged.
018700*****************************************************************
018800 CHARGE-REJECT-FEES.
018900     MOVE 0 TO WS-REJECTS-DONE.
019000     OPEN INPUT REJECTFILE.
019100       IF REJ-FILE-STATUS = "35"
019200         CLOSE REJECTFILE
019300         GO TO CHARGE-REJECT-FEES-EXIT
019400       END-IF.
019500     PERFORM CHARGE-NEXT-REJECT
019600       THRU CHARGE-NEXT-REJECT-EXIT
019700       UNTIL WS-REJECTS-DONE IS NOT ZERO.
019800     CLOSE REJECTFILE.
019900 CHARGE-REJECT-FEES-EXIT.
020000     EXIT.
020100*
020200 CHARGE-NEXT-REJECT.
020300     READ REJECTFILE
020400       AT END
020500         MOVE 1 TO WS-REJECTS-DONE
020600         GO TO CHARGE-NEXT-REJECT-EXIT
020700     END-READ.
020800     IF REJ-REJECT-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
020900       OR REJ-RETRY-COUNT IS NOT EQUAL TO ZERO
020910       OR REJ-RETURNCODE IS EQUAL TO "92"
021000       GO TO CHARGE-NEXT-REJECT-EXIT
021100     END-IF.
021200     MOVE REJ-POSTING-IMAGE TO WS-REJECTED-POSTING.
021300     IF WS-REJECTED-IKEY IS NOT NUMERIC
021400       GO TO CHARGE-NEXT-REJECT-EXIT
021500     END-IF.
021600     MOVE WS-REJECTED-IKEY TO WS-FEE-IKEY.
021700     MOVE FEE-REJECT-MARKER TO WS-FEE-MARKER.
021800     PERFORM CHARGE-EVENT-FEE
021900       THRU CHARGE-EVENT-FEE-EXIT.
022000 CHARGE-NEXT-REJECT-EXIT.
022100     EXIT.
022200*
022300*****************************************************************
022400* CHARGE-FAILED-ORDER-FEES - one failed-order fee to the paying
022500* account for every standing order runstandingorders could not
022600* execute on the business date.
022700*****************************************************************
022800 CHARGE-FAILED-ORDER-FEES.
022900     MOVE 0 TO WS-EXCEPTIONS-DONE.
023000     OPEN INPUT SOEXCEPTIONFILE.
023100       IF SOX-FILE-STATUS = "35"
023200         CLOSE SOEXCEPTIONFILE
023300         GO TO CHARGE-FAILED-ORDER-FEES-EXIT
023400       END-IF.
023500     PERFORM CHARGE-NEXT-FAILED-ORDER
023600       THRU CHARGE-NEXT-FAILED-ORDER-EXIT
023700       UNTIL WS-EXCEPTIONS-DONE IS NOT ZERO.
023800     CLOSE SOEXCEPTIONFILE.
023900 CHARGE-FAILED-ORDER-FEES-EXIT.
024000     EXIT.
024100*
024200 CHARGE-NEXT-FAILED-ORDER.
024300     READ SOEXCEPTIONFILE
024400       AT END
024500         MOVE 1 TO WS-EXCEPTIONS-DONE
024600         GO TO CHARGE-NEXT-FAILED-ORDER-EXIT
024700     END-READ.
024800     IF SOX-RUN-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
024900       GO TO CHARGE-NEXT-FAILED-ORDER-EXIT
025000     END-IF.
025100     MOVE SOX-FROM-IKEY TO WS-FEE-IKEY.
025200     MOVE FEE-FAILED-ORDER-MARKER TO WS-FEE-MARKER.
025300     PERFORM CHARGE-EVENT-FEE
025400       THRU CHARGE-EVENT-FEE-EXIT.
025500 CHARGE-NEXT-FAILED-ORDER-EXIT.
025600     EXIT.
025700*
025800*****************************************************************
025900* CHARGE-EVENT-FEE - charge the reject or failed-order fee
026000* named by WS-FEE-MARKER to WS-FEE-IKEY at the tariff in force
026100* for the account's type. Only an open account is charged: a
026200* closed, frozen or dormant account could not take the debit
026300* anyway.
026400*****************************************************************
026500 CHARGE-EVENT-FEE.
026600     PERFORM READ-FEE-ACCOUNT
026700       THRU READ-FEE-ACCOUNT-EXIT.
026800     IF WS-ACCOUNT-FOUND IS ZERO
026900       GO TO CHARGE-EVENT-FEE-EXIT
027000     END-IF.
027100     IF WS-SAVE-STATUS IS NOT EQUAL TO "O"
027200       GO TO CHARGE-EVENT-FEE-EXIT
027300     END-IF.
027400     PERFORM LOOK-UP-FEE-SCHEDULE
027500       THRU LOOK-UP-FEE-SCHEDULE-EXIT.
027600     IF WS-FEE-MARKER IS EQUAL TO FEE-REJECT-MARKER
027700       MOVE WS-SCHED-REJECT TO WS-FEE-AMOUNT
027800     ELSE
027900       MOVE WS-SCHED-FAILED-ORDER TO WS-FEE-AMOUNT
028000     END-IF.
028100     IF WS-FEE-AMOUNT IS NOT GREATER THAN ZERO
028200       GO TO CHARGE-EVENT-FEE-EXIT
028300     END-IF.
028400     PERFORM POST-FEE
028500       THRU POST-FEE-EXIT.
028600 CHARGE-EVENT-FEE-EXIT.
028700     EXIT.
028800*
028900 READ-FEE-ACCOUNT.
029000     MOVE 0 TO WS-ACCOUNT-FOUND.
029100     OPEN INPUT DATAFILE.
029200       IF FILE-STATUS = "35"
029300         CLOSE DATAFILE
029400         GO TO READ-FEE-ACCOUNT-EXIT
029500       END-IF.
029600     MOVE WS-FEE-IKEY TO IKEY.
029700     READ DATAFILE KEY IS IKEY
029800       INVALID KEY
029900         DISPLAY "Account " WS-FEE-IKEY " not on file. No "
030000           WS-FEE-MARKER " charged."
030100       NOT INVALID KEY
030200         MOVE 1 TO WS-ACCOUNT-FOUND
030300         MOVE ACCOUNT-TYPE TO WS-SAVE-TYPE
030400         MOVE ACCOUNT-STATUS TO WS-SAVE-STATUS
030500     END-READ.
030600     CLOSE DATAFILE.
030700 READ-FEE-ACCOUNT-EXIT.
030800     EXIT.
030900*
031000*****************************************************************
031100* CHARGE-MONTHLY-FEES - sweep every open account at month end
031200* for its maintenance fee and its per-item fee. The sweep is
031300* repositioned around the nested posting CALLs, the rule
031400* monthendaccrual applies.
031500*****************************************************************
031600 CHARGE-MONTHLY-FEES.
031700     MOVE WS-BUSINESS-DATE TO WS-PERIOD-START-DATE.
031800     MOVE 1 TO WS-PS-DAY.
031900     MOVE 0 TO WS-ENDOFFILE.
032000     OPEN INPUT DATAFILE.
032100       IF FILE-STATUS = "35"
032200         DISPLAY "accounts.idx does not exist. No monthly fees."
032300         CLOSE DATAFILE
032400         GO TO CHARGE-MONTHLY-FEES-EXIT
032500       END-IF.
032600     PERFORM CHARGE-NEXT-ACCOUNT
032700       THRU CHARGE-NEXT-ACCOUNT-EXIT
032800       UNTIL NO-MORE-ACCOUNTS.
032900     CLOSE DATAFILE.
033000 CHARGE-MONTHLY-FEES-EXIT.
033100     EXIT.
033200*
033300*****************************************************************
033400* CHARGE-NEXT-ACCOUNT - work out one open account's monthly
033500* fees: the maintenance fee for its type, and the per-item fee
033600* for every customer debit in the month past the free
033700* allowance. Both are waived when the lowest day-end balance
033800* in the month met the waiver balance.
033900*****************************************************************
034000 CHARGE-NEXT-ACCOUNT.
034100     READ DATAFILE NEXT RECORD
034200       AT END MOVE 1 TO WS-ENDOFFILE
034300     END-READ.
034400     IF NO-MORE-ACCOUNTS
034500       GO TO CHARGE-NEXT-ACCOUNT-EXIT
034600     END-IF.
034700     IF NOT ACCOUNT-STATUS-OPEN
034800       GO TO CHARGE-NEXT-ACCOUNT-EXIT
034900     END-IF.
035000*
035100     MOVE IKEY TO WS-SAVE-IKEY.
035200     MOVE ACCOUNT-TYPE TO WS-SAVE-TYPE.
035300     MOVE BALANCE-TOTAL TO WS-SAVE-BALANCE.
035400     PERFORM LOOK-UP-FEE-SCHEDULE
035500       THRU LOOK-UP-FEE-SCHEDULE-EXIT.
035600     IF WS-SCHED-MAINTENANCE IS NOT GREATER THAN ZERO
035700       AND WS-SCHED-DEBIT-ITEM IS NOT GREATER THAN ZERO
035800       GO TO CHARGE-NEXT-ACCOUNT-EXIT
035900     END-IF.
036000*
036100     PERFORM SCAN-PERIOD-ACTIVITY
036200       THRU SCAN-PERIOD-ACTIVITY-EXIT.
036300     PERFORM FIND-LOWEST-BALANCE
036400       THRU FIND-LOWEST-BALANCE-EXIT.
036500*
036600     MOVE WS-SCHED-MAINTENANCE TO WS-MAINTENANCE-FEE.
036700     MOVE ZERO TO WS-ITEM-FEE.
036800     IF WS-DEBIT-ITEM-COUNT IS GREATER THAN WS-SCHED-FREE-DEBITS
036900       COMPUTE WS-ITEM-FEE =
037000         (WS-DEBIT-ITEM-COUNT - WS-SCHED-FREE-DEBITS)
037100         * WS-SCHED-DEBIT-ITEM
037200     END-IF.
037300     IF WS-MAINTENANCE-FEE IS NOT GREATER THAN ZERO
037400       AND WS-ITEM-FEE IS NOT GREATER THAN ZERO
037500       GO TO CHARGE-NEXT-ACCOUNT-EXIT
037600     END-IF.
037700*
037800     IF WS-SCHED-WAIVER IS GREATER THAN ZERO
037900       AND WS-LOWEST-BALANCE IS NOT LESS THAN WS-SCHED-WAIVER
038000       DISPLAY "Monthly fees waived for account " WS-SAVE-IKEY
038100         ", lowest balance " WS-LOWEST-BALANCE
038200       ADD 1 TO WS-WAIVED-COUNT
038300       GO TO CHARGE-NEXT-ACCOUNT-EXIT
038400     END-IF.
038500*
038600     CLOSE DATAFILE.
038700     MOVE WS-SAVE-IKEY TO WS-FEE-IKEY.
038800     IF WS-MAINTENANCE-FEE IS GREATER THAN ZERO
038900       MOVE WS-MAINTENANCE-FEE TO WS-FEE-AMOUNT
039000       MOVE FEE-MAINTENANCE-MARKER TO WS-FEE-MARKER
039100       PERFORM POST-FEE
039200         THRU POST-FEE-EXIT
039300     END-IF.
039400     IF WS-ITEM-FEE IS GREATER THAN ZERO
039500       MOVE WS-ITEM-FEE TO WS-FEE-AMOUNT
039600       MOVE FEE-DEBIT-ITEM-MARKER TO WS-FEE-MARKER
039700       PERFORM POST-FEE
039800         THRU POST-FEE-EXIT
039900     END-IF.
040000     OPEN INPUT DATAFILE.
040100     MOVE WS-SAVE-IKEY TO IKEY.
040200     START DATAFILE KEY IS EQUAL TO IKEY
040300       INVALID KEY MOVE 1 TO WS-ENDOFFILE
040400     END-START.
040500     IF NOT NO-MORE-ACCOUNTS
040600       READ DATAFILE NEXT RECORD
040700         AT END MOVE 1 TO WS-ENDOFFILE
040800       END-READ
040900     END-IF.
041000 CHARGE-NEXT-ACCOUNT-EXIT.
041100     EXIT.
041200*
041300*****************************************************************
041400* SCAN-PERIOD-ACTIVITY - walk every history record the account
041500* has on the live file, credits then debits. A record dated in
041600* the month is added into its day's net movement, and a debit
041700* in the month that is not itself a fee, and neither reversed
041710* nor a reversal, counts as an item. A record dated after the
041800* business date is kept apart, so the walk back from
041900* BALANCE-TOTAL starts from the business date's close.
042100*****************************************************************
042200 SCAN-PERIOD-ACTIVITY.
042300     PERFORM CLEAR-DAY-MOVEMENT
042400       THRU CLEAR-DAY-MOVEMENT-EXIT
042500       VARYING WS-DAY-SUB FROM 1 BY 1
042600       UNTIL WS-DAY-SUB IS GREATER THAN 31.
042700     MOVE ZERO TO WS-LATER-MOVEMENT.
042800     MOVE ZERO TO WS-DEBIT-ITEM-COUNT.
042900     MOVE 0 TO WS-TXN-SCAN-DONE.
043000     OPEN INPUT TRANSACTIONFILE.
043100       IF TXN-FILE-STATUS = "35"
043200         CLOSE TRANSACTIONFILE
043300         GO TO SCAN-PERIOD-ACTIVITY-EXIT
043400       END-IF.
043500     MOVE WS-SAVE-IKEY TO TXN-IKEY.
043600     MOVE SPACE TO TXN-TYPE.
043700     MOVE ZERO TO TXN-SEQUENCE.
043800     START TRANSACTIONFILE KEY IS NOT LESS THAN TXN-KEY
043900       INVALID KEY MOVE 1 TO WS-TXN-SCAN-DONE
044000     END-START.
044100     PERFORM SCAN-NEXT-TRANSACTION
044200       THRU SCAN-NEXT-TRANSACTION-EXIT
044300       UNTIL WS-TXN-SCAN-DONE IS NOT ZERO.
044400     CLOSE TRANSACTIONFILE.
044500 SCAN-PERIOD-ACTIVITY-EXIT.
044600     EXIT.
044700*
044800 CLEAR-DAY-MOVEMENT.
044900     MOVE ZERO TO WS-DAY-MOVEMENT (WS-DAY-SUB).
045000 CLEAR-DAY-MOVEMENT-EXIT.
045100     EXIT.
045200*
045300 SCAN-NEXT-TRANSACTION.
045400     READ TRANSACTIONFILE NEXT RECORD
045500       AT END
045600         MOVE 1 TO WS-TXN-SCAN-DONE
045700         GO TO SCAN-NEXT-TRANSACTION-EXIT
045800     END-READ.
045900     IF TXN-IKEY IS NOT EQUAL TO WS-SAVE-IKEY
046000       MOVE 1 TO WS-TXN-SCAN-DONE
046100       GO TO SCAN-NEXT-TRANSACTION-EXIT
046200     END-IF.
046300     IF TXN-DATE IS GREATER THAN WS-BUSINESS-DATE
046400       ADD TXN-AMOUNT TO WS-LATER-MOVEMENT
046500       GO TO SCAN-NEXT-TRANSACTION-EXIT
046600     END-IF.
046700     IF TXN-DATE IS LESS THAN WS-PERIOD-START-DATE
046800       GO TO SCAN-NEXT-TRANSACTION-EXIT
046900     END-IF.
047000     MOVE TXN-DATE TO WS-TXN-DATE-WORK.
047100     ADD TXN-AMOUNT TO WS-DAY-MOVEMENT (WS-TD-DAY).
047200     IF TXN-IS-DEBIT
047210       AND TXN-NOT-REVERSED
047300       MOVE TXN-TRANSFER-REFERENCE TO FEE-MARKER-TEST
047400       IF NOT FEE-MARKER-FOUND
047410         AND TXN-TRANSFER-REFERENCE IS NOT EQUAL TO
047420           WITHHOLDING-TAX-MARKER
047500         ADD 1 TO WS-DEBIT-ITEM-COUNT
047600       END-IF
047700     END-IF.
047800 SCAN-NEXT-TRANSACTION-EXIT.
047900     EXIT.
048000*
048100*****************************************************************
048200* FIND-LOWEST-BALANCE - back the month's movements out of the
048300* business date's closing balance to reach the balance the
048400* month opened on, then roll forward day by day and keep the
048500* lowest day-end figure.
048600*****************************************************************
048700 FIND-LOWEST-BALANCE.
048800     SUBTRACT WS-LATER-MOVEMENT FROM WS-SAVE-BALANCE
048900       GIVING WS-RUNNING-BALANCE.
049000     PERFORM BACK-OUT-DAY-MOVEMENT
049100       THRU BACK-OUT-DAY-MOVEMENT-EXIT
049200       VARYING WS-DAY-SUB FROM 1 BY 1
049300       UNTIL WS-DAY-SUB IS GREATER THAN WS-BD-DAY.
049400     PERFORM ROLL-DAY-FORWARD
049500       THRU ROLL-DAY-FORWARD-EXIT
049600       VARYING WS-DAY-SUB FROM 1 BY 1
049700       UNTIL WS-DAY-SUB IS GREATER THAN WS-BD-DAY.
049800 FIND-LOWEST-BALANCE-EXIT.
049900     EXIT.
050000*
050100 BACK-OUT-DAY-MOVEMENT.
050200     SUBTRACT WS-DAY-MOVEMENT (WS-DAY-SUB)
050300       FROM WS-RUNNING-BALANCE.
050400 BACK-OUT-DAY-MOVEMENT-EXIT.
050500     EXIT.
050600*
050700 ROLL-DAY-FORWARD.
050800     ADD WS-DAY-MOVEMENT (WS-DAY-SUB) TO WS-RUNNING-BALANCE.
050900     IF WS-DAY-SUB IS EQUAL TO 1
051000       OR WS-RUNNING-BALANCE IS LESS THAN WS-LOWEST-BALANCE
051100       MOVE WS-RUNNING-BALANCE TO WS-LOWEST-BALANCE
051200     END-IF.
051300 ROLL-DAY-FORWARD-EXIT.
051400     EXIT.
051500*
051600*****************************************************************
051700* POST-FEE - post WS-FEE-AMOUNT as a debit to WS-FEE-IKEY
051800* through posttransaction, so it is screened against status,
051900* holds and funds like any other debit and gets its own
052000* history record, then mark that record with WS-FEE-MARKER. A
052100* fee the posting refuses is displayed and counted; it is not
052200* carried forward.
052300*****************************************************************
052400 POST-FEE.
052500     MOVE WS-FEE-IKEY TO CALL-ACCOUNT-IKEY.
052600     COMPUTE CALL-TRANSACTION-AMOUNT = 0 - WS-FEE-AMOUNT.
052700     CALL "posttransaction" USING
052800       CALL-ACCOUNT-IKEY
052900       CALL-TRANSACTION-AMOUNT
053000       ACCOUNT
053100       CALL-RETURNCODE.
053200     IF CALL-RETURNCODE NOT EQUAL "00"
053300       DISPLAY "Fee " WS-FEE-MARKER " refused for account "
053400         WS-FEE-IKEY ", RC=" CALL-RETURNCODE
053500       ADD 1 TO WS-REFUSED-COUNT
053600       GO TO POST-FEE-EXIT
053700     END-IF.
053800     DISPLAY "Fee " WS-FEE-MARKER " charged to account "
053900       WS-FEE-IKEY ": " WS-FEE-AMOUNT.
054000     ADD 1 TO WS-CHARGED-COUNT.
054100     ADD WS-FEE-AMOUNT TO WS-CHARGED-TOTAL.
054200     PERFORM MARK-FEE-POSTING
054300       THRU MARK-FEE-POSTING-EXIT.
054400 POST-FEE-EXIT.
054500     EXIT.
054600*
054700*****************************************************************
054800* MARK-FEE-POSTING - stamp the history record the fee debit
054900* just wrote with the fee marker, the rule monthendaccrual
055000* applies to interest credits. The posting stands either way;
055100* a record that cannot be marked is displayed, and will print
055200* as an ordinary debit and count as an item.
055300*****************************************************************
055400 MARK-FEE-POSTING.
055500     OPEN I-O TRANSACTIONFILE.
055600       IF TXN-FILE-STATUS = "35"
055700         DISPLAY "Transaction file missing; fee for "
055800           WS-FEE-IKEY " left unmarked."
055900         CLOSE TRANSACTIONFILE
056000         GO TO MARK-FEE-POSTING-EXIT
056100       END-IF.
056200     MOVE WS-FEE-IKEY TO TXN-IKEY.
056300     MOVE "D" TO TXN-TYPE.
056400     MOVE LASTDEBITTRANSACTION TO TXN-SEQUENCE.
056500     READ TRANSACTIONFILE KEY IS TXN-KEY
056600       INVALID KEY
056700         DISPLAY "Error: Fee record not found for "
056800           WS-FEE-IKEY "; left unmarked."
056900       NOT INVALID KEY
057000         MOVE WS-FEE-MARKER TO TXN-TRANSFER-REFERENCE
057100         REWRITE TRANSACTIONFD
057200           INVALID KEY
057300             DISPLAY "Error: Unable to mark fee for "
057400               WS-FEE-IKEY
057500         END-REWRITE
057600     END-READ.
057700     CLOSE TRANSACTIONFILE.
057800 MARK-FEE-POSTING-EXIT.
057900     EXIT.
058000*
058100*****************************************************************
058200* LOOK-UP-FEE-SCHEDULE - walk the account type's schedule rows
058300* in effective-date order and keep the newest one not after
058400* the business date. A type with no row in force yet is
058500* charged nothing.
058600*****************************************************************
058700 LOOK-UP-FEE-SCHEDULE.
058800     MOVE ZERO TO WS-SCHED-MAINTENANCE.
058900     MOVE ZERO TO WS-SCHED-FREE-DEBITS.
059000     MOVE ZERO TO WS-SCHED-DEBIT-ITEM.
059100     MOVE ZERO TO WS-SCHED-REJECT.
059200     MOVE ZERO TO WS-SCHED-FAILED-ORDER.
059300     MOVE ZERO TO WS-SCHED-WAIVER.
059400     MOVE WS-SAVE-TYPE TO FEE-ACCOUNT-TYPE.
059500     MOVE ZERO TO FEE-EFFECTIVE-DATE.
059600     MOVE 0 TO WS-FEE-SCAN-DONE.
059700     START FEEFILE KEY IS NOT LESS THAN FEE-KEY
059800       INVALID KEY MOVE 1 TO WS-FEE-SCAN-DONE
059900     END-START.
060000     PERFORM SCAN-NEXT-FEE-ROW
060100       THRU SCAN-NEXT-FEE-ROW-EXIT
060200       UNTIL WS-FEE-SCAN-DONE IS NOT ZERO.
060300 LOOK-UP-FEE-SCHEDULE-EXIT.
060400     EXIT.
060500*
060600 SCAN-NEXT-FEE-ROW.
060700     READ FEEFILE NEXT RECORD
060800       AT END MOVE 1 TO WS-FEE-SCAN-DONE
060900     END-READ.
061000     IF WS-FEE-SCAN-DONE IS NOT ZERO
061100       GO TO SCAN-NEXT-FEE-ROW-EXIT
061200     END-IF.
061300     IF FEE-ACCOUNT-TYPE IS NOT EQUAL TO WS-SAVE-TYPE
061400       OR FEE-EFFECTIVE-DATE IS GREATER THAN WS-BUSINESS-DATE
061500       MOVE 1 TO WS-FEE-SCAN-DONE
061600       GO TO SCAN-NEXT-FEE-ROW-EXIT
061700     END-IF.
061800     MOVE FEE-MAINTENANCE-AMOUNT TO WS-SCHED-MAINTENANCE.
061900     MOVE FEE-FREE-DEBITS TO WS-SCHED-FREE-DEBITS.
062000     MOVE FEE-DEBIT-ITEM-AMOUNT TO WS-SCHED-DEBIT-ITEM.
062100     MOVE FEE-REJECT-AMOUNT TO WS-SCHED-REJECT.
062200     MOVE FEE-FAILED-ORDER-AMOUNT TO WS-SCHED-FAILED-ORDER.
062300     MOVE FEE-WAIVER-BALANCE TO WS-SCHED-WAIVER.
062400 SCAN-NEXT-FEE-ROW-EXIT.
062500     EXIT.
062600*
062700*****************************************************************
062800* OPEN-FEE-SCHEDULE - open the fee schedule for the run. A site
062900* that has never loaded one charges nothing.
063000*****************************************************************
063100 OPEN-FEE-SCHEDULE.
063200     MOVE 0 TO WS-FEE-FILE-MISSING.
063300     OPEN INPUT FEEFILE.
063400       IF FEE-FILE-STATUS = "35"
063500         CLOSE FEEFILE
063600         MOVE 1 TO WS-FEE-FILE-MISSING
063700       END-IF.
063800 OPEN-FEE-SCHEDULE-EXIT.
063900     EXIT.
064000*
064100*****************************************************************
064200* SET-DAYS-THIS-MONTH - month length for the month the business
064300* date sits in, honouring leap years, the same rule endofday
064400* uses to advance the business date.
064500*****************************************************************
064600 SET-DAYS-THIS-MONTH.
064700     MOVE WS-MONTH-DAYS (WS-BD-MONTH) TO WS-DAYS-THIS-MONTH.
064800     IF WS-BD-MONTH IS EQUAL TO 2
064900       DIVIDE WS-BD-YEAR BY 4
065000         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-4
065100       DIVIDE WS-BD-YEAR BY 100
065200         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-100
065300       DIVIDE WS-BD-YEAR BY 400
065400         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-400
065500       IF (WS-REMAINDER-4 IS EQUAL TO ZERO
065600           AND WS-REMAINDER-100 IS NOT EQUAL TO ZERO)
065700         OR WS-REMAINDER-400 IS EQUAL TO ZERO
065800         MOVE 29 TO WS-DAYS-THIS-MONTH
065900       END-IF
066000     END-IF.
066100 SET-DAYS-THIS-MONTH-EXIT.
066200     EXIT.
066300*
066400*****************************************************************
066500* ENQUIRE-JOB-LEDGER / RECORD-JOB-COMPLETE - ask the batch
066600* job-control ledger about the job named in CALL-JOB-NAME for
066700* the open business date, and record this run's completion,
066710* so a night's fees cannot be charged twice.
066800*****************************************************************
066900 ENQUIRE-JOB-LEDGER.
067000     MOVE "E" TO CALL-JOB-ACTION.
067200     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
067300     CALL "jobcontrol" USING
067400       CALL-JOB-ACTION
067500       CALL-JOB-NAME
067600       CALL-JOB-DATE
067700       JOB-RETURNCODE.
067800*
067900 RECORD-JOB-COMPLETE.
068000     MOVE "M" TO CALL-JOB-ACTION.
068100     MOVE "assessfees" TO CALL-JOB-NAME.
068200     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
068300     CALL "jobcontrol" USING
068400       CALL-JOB-ACTION
068500       CALL-JOB-NAME
068600       CALL-JOB-DATE
068700       JOB-RETURNCODE.
068800*
068900*****************************************************************
069000* GET-BUSINESS-DATE - take the run date from the business-date
069100* control record, the same rule the posting programs apply.
069200* The wall clock is only a fallback for a site that has never
069300* set the control record up.
069400*****************************************************************
069500 GET-BUSINESS-DATE.
069600     OPEN INPUT BUSINESSDATEFILE.
069700       IF BDT-FILE-STATUS = "35"
069800         DISPLAY "Business-date control record missing. "
069900           "Using the system date."
070000         CLOSE BUSINESSDATEFILE
070100         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
070200       ELSE
070300         READ BUSINESSDATEFILE
070400           AT END
070500             DISPLAY "Business-date control record empty. "
070600               "Using the system date."
070700             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
070800           NOT AT END
070900             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
071000         END-READ
071100         CLOSE BUSINESSDATEFILE
071200       END-IF.
