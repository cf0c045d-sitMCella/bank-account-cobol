000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. monitoractivity.
000300  AUTHOR. Marco Cella.
000400  Installation. Nightly suspicious-activity screen.
000500  Date-Written. 2026/09/17.
000600  Date-Compiled. 2026/09/17.
000610* Modification-History.
000620*  2026/09/21 MC - Leave the withholding tax debit on interest
000630*                  unscreened, like the interest it is taken
000640*                  from.
000650*  2026/09/23 MC - Count a customer's day debits on every account
000660*                  they hold a role on through the account-
000670*                  holder file, not only the accounts they own.
000677*  2026/10/15 MC - On a rerun, raise no alert again that an
000684*                  analyst has already worked for the date,
000691*                  and remove only alerts nobody has touched.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "txnsel.cpy".
001500     COPY "acctsel.cpy".
001600     COPY "alrsel.cpy".
001700     COPY "mntsel.cpy".
001800     COPY "bdtsel.cpy".
001810     COPY "ahrsel.cpy".
001900*
002000 DATA DIVISION.
002100  FILE SECTION.
002200   COPY "txnrec.cpy".
002300   COPY "acctrec.cpy".
002400   COPY "alrrec.cpy".
002500   COPY "mntrec.cpy".
002600   COPY "bdtrec.cpy".
002610   COPY "ahrrec.cpy".
002700*
002800  WORKING-STORAGE SECTION.
002900   01 TXN-FILE-STATUS PIC XX.
003000   01 FILE-STATUS PIC XX.
003100   01 ALR-FILE-STATUS PIC XX.
003200   01 MNT-FILE-STATUS PIC XX.
003300   01 BDT-FILE-STATUS PIC XX.
003310   01 AHR-FILE-STATUS PIC XX.
003400   01 WS-ACCT-FILE-MISSING PIC 9 VALUE ZERO.
003410   01 WS-AHR-FILE-MISSING PIC 9 VALUE ZERO.
003500   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
003600     88 NO-MORE-TRANSACTIONS VALUE 1.
003700   01 WS-SCAN-DONE PIC 9 VALUE ZERO.
003800   01 WS-BUSINESS-DATE PIC 9(8).
003900   01 WS-BUSINESS-SERIAL PIC S9(9) COMP.
004000   01 WS-AGE-DAYS PIC S9(9) COMP.
004100   COPY "monlimit.cpy".
004200   COPY "intmark.cpy".
004300   COPY "feemark.cpy".
004400*
004500* Date-to-serial-day conversion, honouring leap years the way
004600* endofday's calendar arithmetic does.
004700   01 WS-CD-DATE PIC 9(8).
004800   01 WS-CD-DATE-PARTS REDEFINES WS-CD-DATE.
004900     05 WS-CD-YEAR PIC 9(4).
005000     05 WS-CD-MONTH PIC 9(2).
005100     05 WS-CD-DAY PIC 9(2).
005200   01 WS-CD-SERIAL PIC S9(9) COMP.
005300   01 WS-PRIOR-YEAR PIC 9(4).
005400   01 WS-LEAPS-4 PIC 9(4) COMP.
005500   01 WS-LEAPS-100 PIC 9(4) COMP.
005600   01 WS-LEAPS-400 PIC 9(4) COMP.
005700   01 WS-QUOTIENT PIC 9(4) COMP.
005800   01 WS-REMAINDER-4 PIC 9(4) COMP.
005900   01 WS-REMAINDER-100 PIC 9(4) COMP.
006000   01 WS-REMAINDER-400 PIC 9(4) COMP.
006100   01 WS-CUM-DAYS-VALUES PIC X(36)
006200     VALUE "000031059090120151181212243273304334".
006300   01 WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
006400     05 WS-CUM-DAYS PIC 9(3) OCCURS 12.
006500*
006600* The account master is read once per account as the history
006700* arrives in key order, the same cache rule endofday uses.
006800   01 WS-CACHED-IKEY PIC 9(4) VALUE 9999.
006900   01 WS-CACHE-PRIMED PIC 9 VALUE ZERO.
007000   01 WS-RESOLVED-CUSTOMER PIC 9(6).
007009*
007018* The other holders of the cached account in force on the
007027* business date, loaded with it from the account-holder file.
007036   01 WS-HOLDER-TABLE.
007045     05 WS-HOLDER-CUSTOMER PIC 9(6) OCCURS 50.
007054   01 WS-HOLDER-USED PIC 9(4) COMP VALUE ZERO.
007063   01 WS-HOLDER-SUB PIC 9(4) COMP.
007072   01 WS-HOLDER-FOUND PIC 9 VALUE ZERO.
007081   01 WS-HOLDERS-DONE PIC 9 VALUE ZERO.
007090   01 WS-TOTAL-CUSTOMER PIC 9(6).
007100*
007200* The posting being screened, held apart from the FD so the
007300* alert can be built after other files are read.
007400   01 WS-SCREEN-KEY.
007500     05 WS-SCREEN-IKEY PIC 9(4).
007600     05 WS-SCREEN-TYPE PIC X(01).
007700     05 WS-SCREEN-SEQUENCE PIC 9(4).
007800   01 WS-SCREEN-AMOUNT PIC S9(29)V99 COMP-3.
007900   01 WS-SCREEN-SIZE PIC S9(29)V99 COMP-3.
008000   01 WS-SCREEN-REFERENCE PIC X(16).
008100   01 WS-SCREEN-REFERENCE-PARTS REDEFINES WS-SCREEN-REFERENCE.
008200     05 WS-SCREEN-REF-PREFIX PIC X(01).
008300       88 SCREEN-IS-TRANSFER-LEG VALUE "T".
008400     05 FILLER PIC X(15).
008500   01 WS-CREDIT-REFERENCE PIC X(16).
008600   01 WS-CREDIT-REFERENCE-PARTS REDEFINES WS-CREDIT-REFERENCE.
008700     05 WS-CREDIT-REF-PREFIX PIC X(01).
008800       88 CREDIT-IS-TRANSFER-LEG VALUE "T".
008900     05 FILLER PIC X(15).
009000*
009100* Newest reactivation from dormant inside the window, one slot
009200* per account key (key + 1, so account 0000 has a slot too).
009300   01 WS-REACTIVATION-TABLE.
009400     05 WS-REACTIVATED-DATE PIC 9(8) OCCURS 10000.
009500   01 WS-REACT-SUB PIC 9(5) COMP.
009600   01 WS-REACTIVATION-COUNT PIC 9(6) COMP VALUE ZERO.
009700*
009800* Debits on the day per customer, in order of first appearance.
009900   01 WS-CUSTOMER-TABLE.
010000     05 WS-CUSTOMER-ENTRY OCCURS 9999.
010100       10 WS-CT-CUSTOMER PIC 9(6).
010200       10 WS-CT-DEBIT-TOTAL PIC S9(29)V99 COMP-3.
010300   01 WS-CUSTOMER-USED PIC 9(4) COMP VALUE ZERO.
010400   01 WS-CUSTOMER-SUB PIC 9(4) COMP.
010500   01 WS-CUSTOMER-FOUND-SUB PIC 9(4) COMP.
010600*
010700* Outgoing transfer legs of the day, checked for a matching
010800* incoming transfer once the day's pass is done.
010900   01 WS-OUTGOING-TABLE.
011000     05 WS-OUTGOING-ENTRY OCCURS 9999.
011100       10 WS-OG-IKEY PIC 9(4).
011200       10 WS-OG-SEQUENCE PIC 9(4).
011300       10 WS-OG-AMOUNT PIC S9(29)V99 COMP-3.
011400       10 WS-OG-REFERENCE PIC X(16).
011500       10 WS-OG-CUSTOMER PIC 9(6).
011600   01 WS-OUTGOING-USED PIC 9(4) COMP VALUE ZERO.
011700   01 WS-OUTGOING-SUB PIC 9(4) COMP.
011800   01 WS-OUTGOING-FULL PIC 9 VALUE ZERO.
011900   01 WS-ROUND-TRIP-FOUND PIC 9 VALUE ZERO.
012000   01 WS-ROUND-TRIP-FLOOR PIC S9(29)V99 COMP-3.
012100*
012200   01 WS-NEXT-ALERT-SEQUENCE PIC 9(4) VALUE ZERO.
012300   01 WS-PURGE-COUNT PIC 9(4) COMP VALUE ZERO.
012305*
012310* Alerts for the date an earlier run raised and an analyst has
012315* worked, kept on a rerun; the rerun does not raise them again.
012320* A posting alert is matched on its reason and history key, a
012325* customer daily-debit alert on its reason and customer.
012330   01 WS-KEPT-ALERT-TABLE.
012335     05 WS-KEPT-ALERT-MATCH PIC X(17) OCCURS 9999.
012340   01 WS-KEPT-ALERT-USED PIC 9(4) COMP VALUE ZERO.
012345   01 WS-KEPT-ALERT-SUB PIC 9(4) COMP.
012350   01 WS-KEPT-ALERT-FOUND PIC 9 VALUE ZERO.
012355   01 WS-KEPT-SKIPPED-COUNT PIC 9(6) COMP VALUE ZERO.
012360   01 WS-ALERT-MATCH-KEY.
012365     05 WS-AM-REASON PIC X(02).
012370     05 WS-AM-IKEY PIC 9(4).
012375     05 WS-AM-TXN-TYPE PIC X(01).
012380     05 WS-AM-TXN-SEQUENCE PIC 9(4).
012385     05 WS-AM-CUSTOMER PIC 9(6).
012400   01 WS-SCREENED-COUNT PIC 9(6) COMP VALUE ZERO.
012500   01 WS-ALERT-COUNTS.
012600     05 WS-LV-COUNT PIC 9(6) COMP VALUE ZERO.
012700     05 WS-CD-COUNT PIC 9(6) COMP VALUE ZERO.
012800     05 WS-RT-COUNT PIC 9(6) COMP VALUE ZERO.
012900     05 WS-DR-COUNT PIC 9(6) COMP VALUE ZERO.
013000   01 WS-ALERT-FAILED PIC 9 VALUE ZERO.
013100*
013200   01 CALL-JOB-ACTION PIC X(01).
013300   01 CALL-JOB-NAME PIC X(24).
013400   01 CALL-JOB-DATE PIC 9(8).
013500   01 JOB-RETURNCODE PIC XX.
013600     COPY "jobrc.cpy".
013700*
013800*****************************************************************
013900* Screens the open business date's postings on transactions.idx
014000* and raises an alert on alerts.idx for each:
014100*   LV - single posting over the posting limit;
014200*   CD - customer's debits for the day over the daily limit;
014300*   RT - outgoing transfer that sends on most of an incoming
014400*        transfer credited within the round-trip window;
014500*   DR - sizeable posting on an account reactivated from
014600*        dormant within the reactivation window.
014700* Bank-generated interest and fee postings are not customer
014800* activity and are not screened. Every alert starts as an open
014900* case with no disposition; analysts work it through
015000* maintainalert. The job sits on the job-control ledger after
015100* batchposttransactions, and endofday will not close a date it
015200* has not screened. A rerun after a failure first removes the
015300* alerts the failed run left that no analyst has touched yet.
015400*****************************************************************
015500 PROCEDURE DIVISION.
015600     DISPLAY "SUSPICIOUS-ACTIVITY MONITORING.".
015700*
015800     PERFORM GET-BUSINESS-DATE.
015900     MOVE "monitoractivity" TO CALL-JOB-NAME.
016000     PERFORM ENQUIRE-JOB-LEDGER.
016100     IF JOB-STEP-COMPLETE
016200       DISPLAY "Monitoring already completed for "
016300         WS-BUSINESS-DATE ". Run refused."
016400       GO TO QUIT
016500     END-IF.
016600     MOVE "batchposttransactions" TO CALL-JOB-NAME.
016700     PERFORM ENQUIRE-JOB-LEDGER.
016800     IF JOB-STEP-NOT-COMPLETE
016900       DISPLAY "Posting has not completed for "
017000         WS-BUSINESS-DATE ". Run refused."
017100       GO TO QUIT
017200     END-IF.
017300     DISPLAY "Screening business day: " WS-BUSINESS-DATE.
017400*
017500     MOVE WS-BUSINESS-DATE TO WS-CD-DATE.
017600     PERFORM CONVERT-DATE-TO-SERIAL
017700       THRU CONVERT-DATE-TO-SERIAL-EXIT.
017800     MOVE WS-CD-SERIAL TO WS-BUSINESS-SERIAL.
017900     PERFORM LOAD-REACTIVATIONS
018000       THRU LOAD-REACTIVATIONS-EXIT.
018100*
018200     PERFORM OPEN-ALERT-FILE
018300       THRU OPEN-ALERT-FILE-EXIT.
018400     PERFORM OPEN-ACCOUNT-MASTER.
018500*
018600     OPEN INPUT TRANSACTIONFILE.
018700       IF TXN-FILE-STATUS = "35"
018800         DISPLAY "Transaction file does not exist. No activity."
018900       ELSE
019000         PERFORM SCREEN-NEXT-TRANSACTION
019100           THRU SCREEN-NEXT-TRANSACTION-EXIT
019200           UNTIL NO-MORE-TRANSACTIONS
019300         PERFORM CHECK-ROUND-TRIP
019400           THRU CHECK-ROUND-TRIP-EXIT
019500           VARYING WS-OUTGOING-SUB FROM 1 BY 1
019600           UNTIL WS-OUTGOING-SUB IS GREATER THAN WS-OUTGOING-USED
019700         CLOSE TRANSACTIONFILE
019800       END-IF.
019900     IF WS-ACCT-FILE-MISSING IS ZERO
020000       CLOSE DATAFILE
020100     END-IF.
020110     IF WS-AHR-FILE-MISSING IS ZERO
020120       CLOSE ACCOUNTHOLDERFILE
020130     END-IF.
020200*
020300     PERFORM CHECK-CUSTOMER-DEBITS
020400       THRU CHECK-CUSTOMER-DEBITS-EXIT
020500       VARYING WS-CUSTOMER-SUB FROM 1 BY 1
020600       UNTIL WS-CUSTOMER-SUB IS GREATER THAN WS-CUSTOMER-USED.
020700     CLOSE ALERTFILE.
020800*
020900     DISPLAY " ".
021000     DISPLAY "MONITORING FIGURES FOR " WS-BUSINESS-DATE.
021100     DISPLAY "Postings screened: " WS-SCREENED-COUNT.
021200     DISPLAY "Large postings (LV): " WS-LV-COUNT.
021300     DISPLAY "Customer daily debits (CD): " WS-CD-COUNT.
021400     DISPLAY "Round trips (RT): " WS-RT-COUNT.
021500     DISPLAY "After reactivation (DR): " WS-DR-COUNT.
021510     IF WS-KEPT-SKIPPED-COUNT IS GREATER THAN ZERO
021520       DISPLAY "Already worked, not raised again: "
021530         WS-KEPT-SKIPPED-COUNT
021540     END-IF.
021600     IF WS-OUTGOING-FULL IS NOT ZERO
021700       DISPLAY "Warning: more outgoing transfers than the "
021800         "round-trip table holds; the excess was not screened."
021900     END-IF.
022000     IF WS-ALERT-FAILED IS NOT ZERO
022100       DISPLAY "Error: Not every alert could be written. "
022200         "Run not recorded complete."
022300       GO TO QUIT
022400     END-IF.
022500*
022600     MOVE "M" TO CALL-JOB-ACTION.
022700     MOVE "monitoractivity" TO CALL-JOB-NAME.
022800     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
022900     CALL "jobcontrol" USING
023000       CALL-JOB-ACTION
023100       CALL-JOB-NAME
023200       CALL-JOB-DATE
023300       JOB-RETURNCODE.
023400  QUIT.
023500 STOP RUN.
023600*
023700*****************************************************************
023800* SCREEN-NEXT-TRANSACTION - read the next history record and,
023900* when it was posted on the business date, run the single-
024000* posting screens on it and carry it into the per-customer
024100* debit totals and the round-trip candidates.
024200*****************************************************************
024300 SCREEN-NEXT-TRANSACTION.
024400     READ TRANSACTIONFILE NEXT RECORD
024500       AT END MOVE 1 TO WS-ENDOFFILE
024600     END-READ.
024700     IF NO-MORE-TRANSACTIONS
024800       GO TO SCREEN-NEXT-TRANSACTION-EXIT
024900     END-IF.
025000     IF TXN-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
025100       GO TO SCREEN-NEXT-TRANSACTION-EXIT
025200     END-IF.
025300     IF TXN-TRANSFER-REFERENCE IS EQUAL TO INTEREST-POSTING-MARKER
025400       GO TO SCREEN-NEXT-TRANSACTION-EXIT
025500     END-IF.
025600     MOVE TXN-TRANSFER-REFERENCE TO FEE-MARKER-TEST.
025700     IF FEE-MARKER-FOUND
025710       OR TXN-TRANSFER-REFERENCE IS EQUAL TO
025720         WITHHOLDING-TAX-MARKER
025800       GO TO SCREEN-NEXT-TRANSACTION-EXIT
025900     END-IF.
026000*
026100     ADD 1 TO WS-SCREENED-COUNT.
026200     MOVE TXN-KEY TO WS-SCREEN-KEY.
026300     MOVE TXN-AMOUNT TO WS-SCREEN-AMOUNT.
026400     MOVE TXN-TRANSFER-REFERENCE TO WS-SCREEN-REFERENCE.
026500     IF WS-SCREEN-AMOUNT IS LESS THAN ZERO
026600       COMPUTE WS-SCREEN-SIZE = ZERO - WS-SCREEN-AMOUNT
026700     ELSE
026800       MOVE WS-SCREEN-AMOUNT TO WS-SCREEN-SIZE
026900     END-IF.
027000     PERFORM RESOLVE-ACCOUNT-CUSTOMER
027100       THRU RESOLVE-ACCOUNT-CUSTOMER-EXIT.
027200*
027300     IF WS-SCREEN-SIZE IS GREATER THAN MONITOR-POSTING-LIMIT
027400       MOVE "LV" TO ALR-REASON
027500       PERFORM RAISE-POSTING-ALERT
027600         THRU RAISE-POSTING-ALERT-EXIT
027700     END-IF.
027800*
027900     COMPUTE WS-REACT-SUB = WS-SCREEN-IKEY + 1.
028000     IF WS-REACTIVATED-DATE (WS-REACT-SUB) IS NOT EQUAL TO ZERO
028100       AND WS-SCREEN-SIZE IS NOT LESS THAN
028200         MONITOR-REACTIVATION-AMOUNT
028300       MOVE "DR" TO ALR-REASON
028400       PERFORM RAISE-POSTING-ALERT
028500         THRU RAISE-POSTING-ALERT-EXIT
028600     END-IF.
028700*
028800     IF WS-SCREEN-TYPE IS NOT EQUAL TO "D"
028900       GO TO SCREEN-NEXT-TRANSACTION-EXIT
029000     END-IF.
029100     PERFORM ADD-CUSTOMER-DEBIT
029200       THRU ADD-CUSTOMER-DEBIT-EXIT.
029300     IF SCREEN-IS-TRANSFER-LEG
029400       PERFORM KEEP-OUTGOING-TRANSFER
029500         THRU KEEP-OUTGOING-TRANSFER-EXIT
029600     END-IF.
029700 SCREEN-NEXT-TRANSACTION-EXIT.
029800     EXIT.
029900*
030000*****************************************************************
030100* RESOLVE-ACCOUNT-CUSTOMER - keyed read of the posting's account
030200* on the master for its CUSTOMER-NUMBER, re-read only when the
030300* account changes. An account not on the master resolves to
030400* customer zero and is left out of the per-customer totals.
030410* The account's other holders are loaded with it.
030500*****************************************************************
030600 RESOLVE-ACCOUNT-CUSTOMER.
030700     IF WS-CACHE-PRIMED IS NOT ZERO
030800       AND WS-SCREEN-IKEY IS EQUAL TO WS-CACHED-IKEY
030900       GO TO RESOLVE-ACCOUNT-CUSTOMER-EXIT
031000     END-IF.
031100     MOVE WS-SCREEN-IKEY TO WS-CACHED-IKEY.
031200     MOVE 1 TO WS-CACHE-PRIMED.
031300     MOVE ZERO TO WS-RESOLVED-CUSTOMER.
031400     IF WS-ACCT-FILE-MISSING IS NOT ZERO
031500       GO TO RESOLVE-ACCOUNT-CUSTOMER-EXIT
031600     END-IF.
031700     MOVE WS-SCREEN-IKEY TO IKEY.
031800     READ DATAFILE KEY IS IKEY
031900       INVALID KEY
032000         DISPLAY "  account " WS-SCREEN-IKEY " not on master; "
032100           "left out of customer totals"
032200       NOT INVALID KEY
032300         MOVE CUSTOMER-NUMBER TO WS-RESOLVED-CUSTOMER
032400     END-READ.
032410     IF WS-RESOLVED-CUSTOMER IS NOT EQUAL TO ZERO
032420       PERFORM LOAD-ACCOUNT-HOLDERS
032430         THRU LOAD-ACCOUNT-HOLDERS-EXIT
032440     END-IF.
032500 RESOLVE-ACCOUNT-CUSTOMER-EXIT.
032600     EXIT.
032601*
032602*****************************************************************
032603* LOAD-ACCOUNT-HOLDERS - gather the customers other than the
032604* account's own who hold a joint, attorney or trustee role on
032605* it in force on the business date: started on or before it
032606* and not ended by it. A customer with two roles on the
032607* account is kept once, so the debit is counted once.
032608*****************************************************************
032609 LOAD-ACCOUNT-HOLDERS.
032610     MOVE ZERO TO WS-HOLDER-USED.
032611     IF WS-AHR-FILE-MISSING IS NOT ZERO
032612       GO TO LOAD-ACCOUNT-HOLDERS-EXIT
032613     END-IF.
032614     MOVE WS-SCREEN-IKEY TO AHR-IKEY.
032615     MOVE ZERO TO AHR-CUSTOMER-NUMBER.
032616     MOVE SPACE TO AHR-ROLE.
032617     MOVE ZERO TO AHR-START-DATE.
032618     MOVE 0 TO WS-HOLDERS-DONE.
032619     START ACCOUNTHOLDERFILE KEY IS NOT LESS THAN AHR-KEY
032620       INVALID KEY MOVE 1 TO WS-HOLDERS-DONE
032621     END-START.
032622     PERFORM LOAD-NEXT-HOLDER
032623       THRU LOAD-NEXT-HOLDER-EXIT
032624       UNTIL WS-HOLDERS-DONE IS NOT ZERO.
032625 LOAD-ACCOUNT-HOLDERS-EXIT.
032626     EXIT.
032627*
032628 LOAD-NEXT-HOLDER.
032629     READ ACCOUNTHOLDERFILE NEXT RECORD
032630       AT END
032631         MOVE 1 TO WS-HOLDERS-DONE
032632         GO TO LOAD-NEXT-HOLDER-EXIT
032633     END-READ.
032634     IF AHR-IKEY IS NOT EQUAL TO WS-SCREEN-IKEY
032635       MOVE 1 TO WS-HOLDERS-DONE
032636       GO TO LOAD-NEXT-HOLDER-EXIT
032637     END-IF.
032638     IF AHR-ROLE-PRIMARY
032639       OR AHR-CUSTOMER-NUMBER IS EQUAL TO WS-RESOLVED-CUSTOMER
032640       GO TO LOAD-NEXT-HOLDER-EXIT
032641     END-IF.
032642     IF AHR-START-DATE IS GREATER THAN WS-BUSINESS-DATE
032643       GO TO LOAD-NEXT-HOLDER-EXIT
032644     END-IF.
032645     IF NOT AHR-NOT-ENDED
032646       AND AHR-END-DATE IS NOT GREATER THAN WS-BUSINESS-DATE
032647       GO TO LOAD-NEXT-HOLDER-EXIT
032648     END-IF.
032649     MOVE 0 TO WS-HOLDER-FOUND.
032650     PERFORM FIND-HOLDER-ENTRY
032651       VARYING WS-HOLDER-SUB FROM 1 BY 1
032652       UNTIL WS-HOLDER-SUB IS GREATER THAN WS-HOLDER-USED
032653         OR WS-HOLDER-FOUND IS NOT ZERO.
032654     IF WS-HOLDER-FOUND IS NOT ZERO
032655       GO TO LOAD-NEXT-HOLDER-EXIT
032656     END-IF.
032657     IF WS-HOLDER-USED IS NOT LESS THAN 50
032658       DISPLAY "Error: holder table full for account "
032659         WS-SCREEN-IKEY "; customer " AHR-CUSTOMER-NUMBER
032660         " not totalled"
032661       GO TO LOAD-NEXT-HOLDER-EXIT
032662     END-IF.
032663     ADD 1 TO WS-HOLDER-USED.
032664     MOVE AHR-CUSTOMER-NUMBER
032665       TO WS-HOLDER-CUSTOMER (WS-HOLDER-USED).
032666 LOAD-NEXT-HOLDER-EXIT.
032667     EXIT.
032668*
032669 FIND-HOLDER-ENTRY.
032670     IF WS-HOLDER-CUSTOMER (WS-HOLDER-SUB)
032671       IS EQUAL TO AHR-CUSTOMER-NUMBER
032672       MOVE 1 TO WS-HOLDER-FOUND
032673     END-IF.
032700*
032800*****************************************************************
032900* ADD-CUSTOMER-DEBIT - add the debit's size to its customer's
033000* running total for the day, and to the total of every other
033010* holder of the account, opening a slot the first time a
033100* customer is seen.
033200*****************************************************************
033300 ADD-CUSTOMER-DEBIT.
033400     IF WS-RESOLVED-CUSTOMER IS EQUAL TO ZERO
033500       GO TO ADD-CUSTOMER-DEBIT-EXIT
033600     END-IF.
033605     MOVE WS-RESOLVED-CUSTOMER TO WS-TOTAL-CUSTOMER.
033610     PERFORM ADD-ONE-CUSTOMER-DEBIT
033615       THRU ADD-ONE-CUSTOMER-DEBIT-EXIT.
033620     PERFORM ADD-HOLDER-DEBIT
033625       THRU ADD-HOLDER-DEBIT-EXIT
033630       VARYING WS-HOLDER-SUB FROM 1 BY 1
033635       UNTIL WS-HOLDER-SUB IS GREATER THAN WS-HOLDER-USED.
033640 ADD-CUSTOMER-DEBIT-EXIT.
033645     EXIT.
033650*
033655 ADD-HOLDER-DEBIT.
033660     MOVE WS-HOLDER-CUSTOMER (WS-HOLDER-SUB) TO WS-TOTAL-CUSTOMER.
033665     PERFORM ADD-ONE-CUSTOMER-DEBIT
033670       THRU ADD-ONE-CUSTOMER-DEBIT-EXIT.
033675 ADD-HOLDER-DEBIT-EXIT.
033680     EXIT.
033685*
033690 ADD-ONE-CUSTOMER-DEBIT.
033700     MOVE ZERO TO WS-CUSTOMER-FOUND-SUB.
033800     PERFORM FIND-CUSTOMER-ENTRY
033900       VARYING WS-CUSTOMER-SUB FROM 1 BY 1
034000       UNTIL WS-CUSTOMER-SUB IS GREATER THAN WS-CUSTOMER-USED
034100         OR WS-CUSTOMER-FOUND-SUB IS NOT ZERO.
034200     IF WS-CUSTOMER-FOUND-SUB IS ZERO
034300       IF WS-CUSTOMER-USED IS NOT LESS THAN 9999
034400         DISPLAY "Error: customer table full; customer "
034500           WS-TOTAL-CUSTOMER " not totalled"
034600         GO TO ADD-ONE-CUSTOMER-DEBIT-EXIT
034700       END-IF
034800       ADD 1 TO WS-CUSTOMER-USED
034900       MOVE WS-CUSTOMER-USED TO WS-CUSTOMER-FOUND-SUB
035000       MOVE WS-TOTAL-CUSTOMER
035100         TO WS-CT-CUSTOMER (WS-CUSTOMER-FOUND-SUB)
035200       MOVE ZERO TO WS-CT-DEBIT-TOTAL (WS-CUSTOMER-FOUND-SUB)
035300     END-IF.
035400     ADD WS-SCREEN-SIZE
035500       TO WS-CT-DEBIT-TOTAL (WS-CUSTOMER-FOUND-SUB).
035600 ADD-ONE-CUSTOMER-DEBIT-EXIT.
035700     EXIT.
035800*
035900 FIND-CUSTOMER-ENTRY.
036000     IF WS-CT-CUSTOMER (WS-CUSTOMER-SUB)
036100       IS EQUAL TO WS-TOTAL-CUSTOMER
036200       MOVE WS-CUSTOMER-SUB TO WS-CUSTOMER-FOUND-SUB
036300     END-IF.
036400*
036500*****************************************************************
036600* KEEP-OUTGOING-TRANSFER - remember the day's outgoing transfer
036700* leg for the round-trip check, which needs its own keyed reads
036800* of the same file once this pass is finished.
036900*****************************************************************
037000 KEEP-OUTGOING-TRANSFER.
037100     IF WS-OUTGOING-USED IS NOT LESS THAN 9999
037200       MOVE 1 TO WS-OUTGOING-FULL
037300       GO TO KEEP-OUTGOING-TRANSFER-EXIT
037400     END-IF.
037500     ADD 1 TO WS-OUTGOING-USED.
037600     MOVE WS-SCREEN-IKEY TO WS-OG-IKEY (WS-OUTGOING-USED).
037700     MOVE WS-SCREEN-SEQUENCE TO WS-OG-SEQUENCE (WS-OUTGOING-USED).
037800     MOVE WS-SCREEN-SIZE TO WS-OG-AMOUNT (WS-OUTGOING-USED).
037900     MOVE WS-SCREEN-REFERENCE
038000       TO WS-OG-REFERENCE (WS-OUTGOING-USED).
038100     MOVE WS-RESOLVED-CUSTOMER
038200       TO WS-OG-CUSTOMER (WS-OUTGOING-USED).
038300 KEEP-OUTGOING-TRANSFER-EXIT.
038400     EXIT.
038500*
038600*****************************************************************
038700* CHECK-ROUND-TRIP - walk the credits of the outgoing leg's
038800* account for an incoming transfer of at least the round-trip
038900* minimum, credited no more than the round-trip window before
039000* the business date, that the outgoing amount passes on at
039100* least the round-trip percentage of. The first one found
039200* raises the alert.
039300*****************************************************************
039400 CHECK-ROUND-TRIP.
039500     MOVE 0 TO WS-ROUND-TRIP-FOUND.
039600     MOVE 0 TO WS-SCAN-DONE.
039700     MOVE WS-OG-IKEY (WS-OUTGOING-SUB) TO TXN-IKEY.
039800     MOVE "C" TO TXN-TYPE.
039900     MOVE ZERO TO TXN-SEQUENCE.
040000     START TRANSACTIONFILE KEY IS NOT LESS THAN TXN-KEY
040100       INVALID KEY MOVE 1 TO WS-SCAN-DONE
040200     END-START.
040300     PERFORM SCAN-INCOMING-CREDIT
040400       THRU SCAN-INCOMING-CREDIT-EXIT
040500       UNTIL WS-SCAN-DONE IS NOT ZERO.
040600     IF WS-ROUND-TRIP-FOUND IS ZERO
040700       GO TO CHECK-ROUND-TRIP-EXIT
040800     END-IF.
040900     MOVE "RT" TO ALR-REASON.
041000     MOVE WS-OG-IKEY (WS-OUTGOING-SUB) TO WS-SCREEN-IKEY.
041100     MOVE "D" TO WS-SCREEN-TYPE.
041200     MOVE WS-OG-SEQUENCE (WS-OUTGOING-SUB) TO WS-SCREEN-SEQUENCE.
041300     MOVE WS-OG-AMOUNT (WS-OUTGOING-SUB) TO WS-SCREEN-SIZE.
041400     MOVE WS-OG-REFERENCE (WS-OUTGOING-SUB)
041500       TO WS-SCREEN-REFERENCE.
041600     MOVE WS-OG-CUSTOMER (WS-OUTGOING-SUB)
041700       TO WS-RESOLVED-CUSTOMER.
041800     PERFORM RAISE-POSTING-ALERT
041900       THRU RAISE-POSTING-ALERT-EXIT.
042000 CHECK-ROUND-TRIP-EXIT.
042100     EXIT.
042200*
042300 SCAN-INCOMING-CREDIT.
042400     READ TRANSACTIONFILE NEXT RECORD
042500       AT END
042600         MOVE 1 TO WS-SCAN-DONE
042700         GO TO SCAN-INCOMING-CREDIT-EXIT
042800     END-READ.
042900     IF TXN-IKEY IS NOT EQUAL TO WS-OG-IKEY (WS-OUTGOING-SUB)
043000       OR NOT TXN-IS-CREDIT
043100       MOVE 1 TO WS-SCAN-DONE
043200       GO TO SCAN-INCOMING-CREDIT-EXIT
043300     END-IF.
043400     MOVE TXN-TRANSFER-REFERENCE TO WS-CREDIT-REFERENCE.
043500     IF NOT CREDIT-IS-TRANSFER-LEG
043600       OR WS-CREDIT-REFERENCE IS EQUAL TO
043700         WS-OG-REFERENCE (WS-OUTGOING-SUB)
043800       OR TXN-AMOUNT IS LESS THAN MONITOR-ROUND-TRIP-MINIMUM
043900       GO TO SCAN-INCOMING-CREDIT-EXIT
044000     END-IF.
044100     MOVE TXN-DATE TO WS-CD-DATE.
044200     PERFORM CONVERT-DATE-TO-SERIAL
044300       THRU CONVERT-DATE-TO-SERIAL-EXIT.
044400     COMPUTE WS-AGE-DAYS = WS-BUSINESS-SERIAL - WS-CD-SERIAL.
044500     IF WS-AGE-DAYS IS LESS THAN ZERO
044600       OR WS-AGE-DAYS IS GREATER THAN MONITOR-ROUND-TRIP-DAYS
044700       GO TO SCAN-INCOMING-CREDIT-EXIT
044800     END-IF.
044900     COMPUTE WS-ROUND-TRIP-FLOOR =
045000       TXN-AMOUNT * MONITOR-ROUND-TRIP-PERCENT / 100.
045100     IF WS-OG-AMOUNT (WS-OUTGOING-SUB)
045200       IS NOT LESS THAN WS-ROUND-TRIP-FLOOR
045300       MOVE 1 TO WS-ROUND-TRIP-FOUND
045400       MOVE 1 TO WS-SCAN-DONE
045500     END-IF.
045600 SCAN-INCOMING-CREDIT-EXIT.
045700     EXIT.
045800*
045900*****************************************************************
046000* CHECK-CUSTOMER-DEBITS - one alert per customer whose debits
046100* on the day came to more than the daily limit. The alert names
046200* the customer and carries the day's total; no single posting
046300* is named.
046400*****************************************************************
046500 CHECK-CUSTOMER-DEBITS.
046600     IF WS-CT-DEBIT-TOTAL (WS-CUSTOMER-SUB)
046700       IS NOT GREATER THAN MONITOR-DAILY-DEBIT-LIMIT
046800       GO TO CHECK-CUSTOMER-DEBITS-EXIT
046900     END-IF.
047000     MOVE "CD" TO ALR-REASON.
047100     MOVE ZERO TO ALR-IKEY.
047200     MOVE WS-CT-CUSTOMER (WS-CUSTOMER-SUB) TO ALR-CUSTOMER-NUMBER.
047300     MOVE SPACE TO ALR-TXN-TYPE.
047400     MOVE ZERO TO ALR-TXN-SEQUENCE.
047500     MOVE WS-CT-DEBIT-TOTAL (WS-CUSTOMER-SUB) TO ALR-AMOUNT.
047600     MOVE SPACES TO ALR-TRANSFER-REFERENCE.
047700     PERFORM WRITE-ALERT
047800       THRU WRITE-ALERT-EXIT.
047900 CHECK-CUSTOMER-DEBITS-EXIT.
048000     EXIT.
048100*
048200*****************************************************************
048300* RAISE-POSTING-ALERT - build an alert naming the posting held
048400* in WS-SCREEN-KEY for the reason already in ALR-REASON.
048500*****************************************************************
048600 RAISE-POSTING-ALERT.
048700     MOVE WS-SCREEN-IKEY TO ALR-IKEY.
048800     MOVE WS-RESOLVED-CUSTOMER TO ALR-CUSTOMER-NUMBER.
048900     MOVE WS-SCREEN-TYPE TO ALR-TXN-TYPE.
049000     MOVE WS-SCREEN-SEQUENCE TO ALR-TXN-SEQUENCE.
049100     MOVE WS-SCREEN-SIZE TO ALR-AMOUNT.
049200     MOVE WS-SCREEN-REFERENCE TO ALR-TRANSFER-REFERENCE.
049300     PERFORM WRITE-ALERT
049400       THRU WRITE-ALERT-EXIT.
049500 RAISE-POSTING-ALERT-EXIT.
049600     EXIT.
049700*
049800*****************************************************************
049900* WRITE-ALERT - number the alert within the business date,
050000* open it as a case with no disposition, and write it. An
050010* alert an analyst already worked on an earlier run for the
050020* date is not raised a second time.
050100*****************************************************************
050200 WRITE-ALERT.
050207     PERFORM BUILD-ALERT-MATCH-KEY.
050214     MOVE 0 TO WS-KEPT-ALERT-FOUND.
050221     PERFORM FIND-KEPT-ALERT
050228       VARYING WS-KEPT-ALERT-SUB FROM 1 BY 1
050235       UNTIL WS-KEPT-ALERT-SUB IS GREATER THAN WS-KEPT-ALERT-USED
050242         OR WS-KEPT-ALERT-FOUND IS NOT ZERO.
050249     IF WS-KEPT-ALERT-FOUND IS NOT ZERO
050256       DISPLAY "  already worked " ALR-REASON " account "
050263         ALR-IKEY " customer " ALR-CUSTOMER-NUMBER " "
050270         ALR-TXN-TYPE ALR-TXN-SEQUENCE
050277       ADD 1 TO WS-KEPT-SKIPPED-COUNT
050284       GO TO WRITE-ALERT-EXIT
050291     END-IF.
050300     ADD 1 TO WS-NEXT-ALERT-SEQUENCE.
050400     MOVE WS-BUSINESS-DATE TO ALR-BUSINESS-DATE.
050500     MOVE WS-NEXT-ALERT-SEQUENCE TO ALR-SEQUENCE.
050600     MOVE "O" TO ALR-CASE-STATUS.
050700     MOVE SPACE TO ALR-DISPOSITION.
050800     MOVE SPACES TO ALR-ANALYST-ID.
050900     MOVE ZERO TO ALR-DISPOSITION-DATE.
051000     WRITE ALERTFD
051100       INVALID KEY
051200         DISPLAY "Error: Unable to write alert " ALR-SEQUENCE
051300           " status " ALR-FILE-STATUS
051400         MOVE 1 TO WS-ALERT-FAILED
051500         GO TO WRITE-ALERT-EXIT
051600     END-WRITE.
051700     DISPLAY "  ALERT " ALR-SEQUENCE " " ALR-REASON " account "
051800       ALR-IKEY " customer " ALR-CUSTOMER-NUMBER " "
051900       ALR-TXN-TYPE ALR-TXN-SEQUENCE " " ALR-AMOUNT.
052000     IF ALR-REASON-LARGE-POSTING
052100       ADD 1 TO WS-LV-COUNT
052200     END-IF.
052300     IF ALR-REASON-CUSTOMER-DEBITS
052400       ADD 1 TO WS-CD-COUNT
052500     END-IF.
052600     IF ALR-REASON-ROUND-TRIP
052700       ADD 1 TO WS-RT-COUNT
052800     END-IF.
052900     IF ALR-REASON-REACTIVATION
053000       ADD 1 TO WS-DR-COUNT
053100     END-IF.
053200 WRITE-ALERT-EXIT.
053300     EXIT.
053304*
053308 FIND-KEPT-ALERT.
053312     IF WS-KEPT-ALERT-MATCH (WS-KEPT-ALERT-SUB)
053316       IS EQUAL TO WS-ALERT-MATCH-KEY
053320       MOVE 1 TO WS-KEPT-ALERT-FOUND
053324     END-IF.
053328*
053332*****************************************************************
053336* BUILD-ALERT-MATCH-KEY - what makes the alert in the record
053340* area the same alert on a rerun: its reason and the posting's
053344* history key, or for a customer daily-debit alert the
053348* customer instead.
053352*****************************************************************
053356 BUILD-ALERT-MATCH-KEY.
053360     MOVE ALR-REASON TO WS-AM-REASON.
053364     MOVE ALR-IKEY TO WS-AM-IKEY.
053368     MOVE ALR-TXN-TYPE TO WS-AM-TXN-TYPE.
053372     MOVE ALR-TXN-SEQUENCE TO WS-AM-TXN-SEQUENCE.
053376     IF ALR-REASON-CUSTOMER-DEBITS
053380       MOVE ALR-CUSTOMER-NUMBER TO WS-AM-CUSTOMER
053384     ELSE
053388       MOVE ZERO TO WS-AM-CUSTOMER
053392     END-IF.
053400*
053500*****************************************************************
053600* OPEN-ALERT-FILE - open the alert file, creating it the first
053700* time the job ever runs. Alerts a failed earlier run left for
053800* this date that no analyst has touched - still open, no
053900* disposition, no analyst - are removed, so the rerun does not
054000* raise them twice; any an analyst has worked are kept,
054010* remembered so the rerun does not raise them again either,
054020* and numbering carries on after them.
054100*****************************************************************
054200 OPEN-ALERT-FILE.
054300     OPEN I-O ALERTFILE.
054400       IF ALR-FILE-STATUS = "35"
054500         DISPLAY "Alert file does not exist. Creating."
054600         OPEN OUTPUT ALERTFILE
054700         CLOSE ALERTFILE
054800         OPEN I-O ALERTFILE
054900         GO TO OPEN-ALERT-FILE-EXIT
055000       END-IF.
055100     MOVE WS-BUSINESS-DATE TO ALR-BUSINESS-DATE.
055200     MOVE ZERO TO ALR-SEQUENCE.
055300     MOVE 0 TO WS-SCAN-DONE.
055400     START ALERTFILE KEY IS NOT LESS THAN ALR-KEY
055500       INVALID KEY MOVE 1 TO WS-SCAN-DONE
055600     END-START.
055700     PERFORM PURGE-UNWORKED-ALERT
055800       THRU PURGE-UNWORKED-ALERT-EXIT
055900       UNTIL WS-SCAN-DONE IS NOT ZERO.
056000     IF WS-PURGE-COUNT IS GREATER THAN ZERO
056100       DISPLAY "Alerts from an earlier run removed: "
056200         WS-PURGE-COUNT
056300     END-IF.
056400 OPEN-ALERT-FILE-EXIT.
056500     EXIT.
056600*
056700 PURGE-UNWORKED-ALERT.
056800     READ ALERTFILE NEXT RECORD
056900       AT END
057000         MOVE 1 TO WS-SCAN-DONE
057100         GO TO PURGE-UNWORKED-ALERT-EXIT
057200     END-READ.
057300     IF ALR-BUSINESS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
057400       MOVE 1 TO WS-SCAN-DONE
057500       GO TO PURGE-UNWORKED-ALERT-EXIT
057600     END-IF.
057700     IF ALR-ANALYST-ID IS NOT EQUAL TO SPACES
057710       OR NOT ALR-CASE-OPEN
057720       OR NOT ALR-DISPOSITION-PENDING
057800       MOVE ALR-SEQUENCE TO WS-NEXT-ALERT-SEQUENCE
057810       PERFORM BUILD-ALERT-MATCH-KEY
057820       ADD 1 TO WS-KEPT-ALERT-USED
057830       MOVE WS-ALERT-MATCH-KEY
057840         TO WS-KEPT-ALERT-MATCH (WS-KEPT-ALERT-USED)
057900       GO TO PURGE-UNWORKED-ALERT-EXIT
058000     END-IF.
058100     DELETE ALERTFILE
058200       INVALID KEY
058300         DISPLAY "Error: Unable to remove alert " ALR-SEQUENCE
058400         MOVE ALR-SEQUENCE TO WS-NEXT-ALERT-SEQUENCE
058500       NOT INVALID KEY
058600         ADD 1 TO WS-PURGE-COUNT
058700     END-DELETE.
058800 PURGE-UNWORKED-ALERT-EXIT.
058900     EXIT.
059000*
059100*****************************************************************
059200* LOAD-REACTIVATIONS - read the account maintenance log for
059300* status changes from dormant back to open made within the
059400* reactivation window, keeping the newest one per account.
059500*****************************************************************
059600 LOAD-REACTIVATIONS.
059700     MOVE ZEROES TO WS-REACTIVATION-TABLE.
059800     MOVE 0 TO WS-SCAN-DONE.
059900     OPEN INPUT MAINTENANCEFILE.
060000       IF MNT-FILE-STATUS = "35"
060100         CLOSE MAINTENANCEFILE
060200         GO TO LOAD-REACTIVATIONS-EXIT
060300       END-IF.
060400     PERFORM READ-NEXT-MAINTENANCE
060500       THRU READ-NEXT-MAINTENANCE-EXIT
060600       UNTIL WS-SCAN-DONE IS NOT ZERO.
060700     CLOSE MAINTENANCEFILE.
060800     DISPLAY "Accounts recently reactivated: "
060900       WS-REACTIVATION-COUNT.
061000 LOAD-REACTIVATIONS-EXIT.
061100     EXIT.
061200*
061300 READ-NEXT-MAINTENANCE.
061400     READ MAINTENANCEFILE
061500       AT END
061600         MOVE 1 TO WS-SCAN-DONE
061700         GO TO READ-NEXT-MAINTENANCE-EXIT
061800     END-READ.
061900     IF MNT-FIELD IS NOT EQUAL TO "STATUS"
062000       OR MNT-OLD-VALUE IS NOT EQUAL TO "D"
062100       OR MNT-NEW-VALUE IS NOT EQUAL TO "O"
062200       OR MNT-IKEY IS NOT NUMERIC
062300       OR MNT-RUN-DATE IS NOT NUMERIC
062400       GO TO READ-NEXT-MAINTENANCE-EXIT
062500     END-IF.
062600     MOVE MNT-RUN-DATE TO WS-CD-DATE.
062700     PERFORM CONVERT-DATE-TO-SERIAL
062800       THRU CONVERT-DATE-TO-SERIAL-EXIT.
062900     COMPUTE WS-AGE-DAYS = WS-BUSINESS-SERIAL - WS-CD-SERIAL.
063000     IF WS-AGE-DAYS IS LESS THAN ZERO
063100       OR WS-AGE-DAYS IS GREATER THAN MONITOR-REACTIVATION-DAYS
063200       GO TO READ-NEXT-MAINTENANCE-EXIT
063300     END-IF.
063400     COMPUTE WS-REACT-SUB = MNT-IKEY + 1.
063500     IF WS-REACTIVATED-DATE (WS-REACT-SUB) IS EQUAL TO ZERO
063600       ADD 1 TO WS-REACTIVATION-COUNT
063700     END-IF.
063800     IF MNT-RUN-DATE IS GREATER THAN
063900       WS-REACTIVATED-DATE (WS-REACT-SUB)
064000       MOVE MNT-RUN-DATE TO WS-REACTIVATED-DATE (WS-REACT-SUB)
064100     END-IF.
064200 READ-NEXT-MAINTENANCE-EXIT.
064300     EXIT.
064400*
064500*****************************************************************
064600* OPEN-ACCOUNT-MASTER - the screening resolves each posting's
064700* customer here. A missing master does not stop the run: the
064800* single-posting screens still apply, only the per-customer
064900* totals are lost. Without the account-holder file each
064910* account is totalled under its own customer only.
065000*****************************************************************
065100 OPEN-ACCOUNT-MASTER.
065200     OPEN INPUT DATAFILE.
065300       IF FILE-STATUS = "35"
065400         DISPLAY "accounts.idx does not exist. Customer totals "
065500           "will not be screened."
065600         CLOSE DATAFILE
065700         MOVE 1 TO WS-ACCT-FILE-MISSING
065800       END-IF.
065810     OPEN INPUT ACCOUNTHOLDERFILE.
065820       IF AHR-FILE-STATUS = "35"
065830         CLOSE ACCOUNTHOLDERFILE
065840         MOVE 1 TO WS-AHR-FILE-MISSING
065850       END-IF.
065900*
066000*****************************************************************
066100* CONVERT-DATE-TO-SERIAL - turn WS-CD-DATE into a running day
066200* number, so two dates can be subtracted into a day count.
066300*****************************************************************
066400 CONVERT-DATE-TO-SERIAL.
066500     COMPUTE WS-PRIOR-YEAR = WS-CD-YEAR - 1.
066600     DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAPS-4.
066700     DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAPS-100.
066800     DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAPS-400.
066900     COMPUTE WS-CD-SERIAL =
067000       (WS-CD-YEAR * 365)
067100       + WS-LEAPS-4 - WS-LEAPS-100 + WS-LEAPS-400
067200       + WS-CUM-DAYS (WS-CD-MONTH)
067300       + WS-CD-DAY.
067400     IF WS-CD-MONTH IS GREATER THAN 2
067500       DIVIDE WS-CD-YEAR BY 4
067600         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-4
067700       DIVIDE WS-CD-YEAR BY 100
067800         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-100
067900       DIVIDE WS-CD-YEAR BY 400
068000         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-400
068100       IF (WS-REMAINDER-4 IS EQUAL TO ZERO
068200           AND WS-REMAINDER-100 IS NOT EQUAL TO ZERO)
068300         OR WS-REMAINDER-400 IS EQUAL TO ZERO
068400         ADD 1 TO WS-CD-SERIAL
068500       END-IF
068600     END-IF.
068700 CONVERT-DATE-TO-SERIAL-EXIT.
068800     EXIT.
068900*
069000*****************************************************************
069100* GET-BUSINESS-DATE - the day screened is the open business
069200* day, the same date rule the posting programs apply. The wall
069300* clock is only a fallback for a site that has never set the
069400* control record up.
069500*****************************************************************
069600 GET-BUSINESS-DATE.
069700     OPEN INPUT BUSINESSDATEFILE.
069800       IF BDT-FILE-STATUS = "35"
069900         DISPLAY "Business-date control record missing. "
070000           "Using the system date."
070100         CLOSE BUSINESSDATEFILE
070200         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
070300       ELSE
070400         READ BUSINESSDATEFILE
070500           AT END
070600             DISPLAY "Business-date control record empty. "
070700               "Using the system date."
070800             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
070900           NOT AT END
071000             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
071100         END-READ
071200         CLOSE BUSINESSDATEFILE
071300       END-IF.
071400*
071500*****************************************************************
071600* ENQUIRE-JOB-LEDGER - ask the batch job-control ledger about
071700* the job named in CALL-JOB-NAME for the business date.
071800*****************************************************************
071900 ENQUIRE-JOB-LEDGER.
072000     MOVE "E" TO CALL-JOB-ACTION.
072100     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
072200     CALL "jobcontrol" USING
072300       CALL-JOB-ACTION
072400       CALL-JOB-NAME
072500       CALL-JOB-DATE
072600       JOB-RETURNCODE.
