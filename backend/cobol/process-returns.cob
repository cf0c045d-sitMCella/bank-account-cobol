000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. processreturns.
000300  AUTHOR. Marco Cella.
000400  Installation. Credit back payments the clearing house returns.
000500  Date-Written. 2026/09/22.
000600  Date-Compiled. 2026/09/22.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "rtnsel.cpy".
001500     COPY "pmtsel.cpy".
001600     COPY "txnsel.cpy".
001700     COPY "rrpsel.cpy".
001800     COPY "bdtsel.cpy".
001900*
002000 DATA DIVISION.
002100  FILE SECTION.
002200   COPY "rtnrec.cpy".
002300   COPY "pmtrec.cpy".
002400   COPY "txnrec.cpy".
002500   COPY "rrprec.cpy".
002600   COPY "bdtrec.cpy".
002700*
002800  WORKING-STORAGE SECTION.
002900   01 RTN-FILE-STATUS PIC XX.
003000   01 PMT-FILE-STATUS PIC XX.
003100   01 TXN-FILE-STATUS PIC XX.
003200   01 RRP-FILE-STATUS PIC XX.
003300   01 BDT-FILE-STATUS PIC XX.
003400   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
003500     88 NO-MORE-RETURNS VALUE 1.
003600   01 WS-PMT-FILE-MISSING PIC 9 VALUE ZERO.
003700   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
003800   01 WS-BUSINESS-DATE PIC 9(8).
003900   01 WS-RETURN-FILE-DATE PIC 9(8) VALUE ZERO.
004000   COPY "pmtref.cpy".
004100*
004200* The reference a return credit is stamped with on the history
004300* file, so the statement shows why the money came back.
004400   01 WS-RETURN-CREDIT-REFERENCE.
004500     05 FILLER PIC X(07) VALUE "RETURN ".
004600     05 WS-RETURN-CREDIT-REASON PIC X(04).
004700     05 FILLER PIC X(05) VALUE SPACES.
004800*
004900* Control pass over the returns file before anything is applied.
005000   01 WS-CONTROL-CHECK.
005100     05 WS-HEADER-SEEN PIC 9 VALUE ZERO.
005200     05 WS-TRAILER-SEEN PIC 9 VALUE ZERO.
005300     05 WS-CHECK-COUNT PIC 9(6) COMP VALUE ZERO.
005400     05 WS-CHECK-TOTAL PIC 9(17)V99 COMP-3 VALUE ZERO.
005500     05 WS-FILE-REFUSED PIC 9 VALUE ZERO.
005600     05 WS-REFUSAL-TEXT PIC X(40) VALUE SPACES.
005700*
005800   01 WS-RUN-TOTALS.
005900     05 WS-READ-COUNT PIC 9(6) COMP VALUE ZERO.
006000     05 WS-READ-AMOUNT PIC 9(17)V99 COMP-3 VALUE ZERO.
006100     05 WS-CREDITED-COUNT PIC 9(6) COMP VALUE ZERO.
006200     05 WS-CREDITED-AMOUNT PIC 9(17)V99 COMP-3 VALUE ZERO.
006300     05 WS-UNMATCHED-COUNT PIC 9(6) COMP VALUE ZERO.
006400     05 WS-UNMATCHED-AMOUNT PIC 9(17)V99 COMP-3 VALUE ZERO.
006500     05 WS-UNAPPLIED-COUNT PIC 9(6) COMP VALUE ZERO.
006600     05 WS-UNAPPLIED-AMOUNT PIC 9(17)V99 COMP-3 VALUE ZERO.
006700     05 WS-ALREADY-COUNT PIC 9(6) COMP VALUE ZERO.
006800*
006900* Report print lines.
007000   01 WS-RRP-TITLE-LINE.
007100     05 FILLER PIC X(27) VALUE "CLEARING RETURNS PROCESSED ".
007200     05 WS-RRP-TITLE-DATE PIC 9(8).
007300     05 FILLER PIC X(15) VALUE "  RETURNS FILE ".
007400     05 WS-RRP-FILE-DATE PIC 9(8).
007500   01 WS-RRP-DETAIL-LINE.
007600     05 WS-RRP-REFERENCE PIC X(16).
007700     05 FILLER PIC X(01) VALUE SPACE.
007800     05 WS-RRP-AMOUNT PIC Z(14)9.99.
007900     05 FILLER PIC X(01) VALUE SPACE.
008000     05 WS-RRP-REASON PIC X(04).
008100     05 FILLER PIC X(01) VALUE SPACE.
008200     05 WS-RRP-NOTE PIC X(38).
008300   01 WS-RRP-TOTAL-LINE.
008400     05 WS-RRP-TOTAL-LABEL PIC X(24).
008500     05 WS-RRP-TOTAL-COUNT PIC ZZZZZ9.
008600     05 FILLER PIC X(02) VALUE SPACES.
008700     05 WS-RRP-TOTAL-AMOUNT PIC Z(16)9.99.
008800*
008900   01 CALL-JOB-ACTION PIC X(01).
009000   01 CALL-JOB-NAME PIC X(24).
009100   01 CALL-JOB-DATE PIC 9(8).
009200   01 JOB-RETURNCODE PIC XX.
009300     COPY "jobrc.cpy".
009400*
009500* Local copies of the posttransaction LINKAGE shape for the
009600* nested CALL below.
009700   COPY "acctlink.cpy".
009800   01 CALL-ACCOUNT-IKEY PIC 9(4).
009900   01 CALL-TRANSACTION-AMOUNT PIC S9(29)V99 COMP-3.
010000   01 CALL-RETURNCODE PIC XX.
010100*
010200*****************************************************************
010300* Reads the clearing house's returns file, clearing.ret, and
010400* matches each returned item back to its outbound payment by the
010500* payment reference it was submitted under. A matched return is
010600* credited to the customer account through posttransaction for
010700* the amount of the payment, the credit is stamped "RETURN" with
010800* the clearing house's reason code, and the payment is marked
010900* returned with the business date, the reason and the credit.
011000* A return that names no submitted payment, or a different
011100* amount, is unmatched; one whose credit posttransaction refuses
011200* (an account closed since, say) is unapplied and its payment
011300* stays submitted. Both are listed on returns.rpt with the run's
011400* totals for operations to work by hand. The file is checked
011500* whole against its trailer first, and one that does not
011600* balance is refused with nothing applied, as the intake does
011700* for a channel file. The job sits on the job-control ledger; a
011800* rerun after a failure leaves alone a return the failed run
011900* had already applied.
012000*****************************************************************
012100 PROCEDURE DIVISION.
012200     DISPLAY "CLEARING RETURNS PROCESSING.".
012300*
012400     PERFORM GET-BUSINESS-DATE.
012500     MOVE "processreturns" TO CALL-JOB-NAME.
012600     PERFORM ENQUIRE-JOB-LEDGER.
012700     IF JOB-STEP-COMPLETE
012800       DISPLAY "Returns already processed for "
012900         WS-BUSINESS-DATE ". Run refused."
013000       GO TO QUIT
013100     END-IF.
013200     DISPLAY "Processing date: " WS-BUSINESS-DATE.
013300*
013400     PERFORM CHECK-RETURNS-FILE
013500       THRU CHECK-RETURNS-FILE-EXIT.
013600     IF WS-FILE-ERROR IS NOT ZERO
013700       GO TO QUIT
013800     END-IF.
013900*
014000     OPEN OUTPUT RETURNSREPORTFILE.
014100     IF RRP-FILE-STATUS IS NOT EQUAL TO "00"
014200       DISPLAY "Error: Unable to open returns report, status "
014300         RRP-FILE-STATUS ". Run not recorded complete."
014400       GO TO QUIT
014500     END-IF.
014600     MOVE WS-BUSINESS-DATE TO WS-RRP-TITLE-DATE.
014700     MOVE WS-RETURN-FILE-DATE TO WS-RRP-FILE-DATE.
014800     MOVE WS-RRP-TITLE-LINE TO RRP-LINE-TEXT.
014900     WRITE RETURNSREPORTFD.
015000     MOVE SPACES TO RRP-LINE-TEXT.
015100     WRITE RETURNSREPORTFD.
015200*
015300     IF WS-FILE-REFUSED IS NOT ZERO
015400       DISPLAY "Returns file refused: " WS-REFUSAL-TEXT
015500       MOVE WS-REFUSAL-TEXT TO RRP-LINE-TEXT
015600       WRITE RETURNSREPORTFD
015700       MOVE "RETURNS FILE REFUSED. NOTHING APPLIED."
015800         TO RRP-LINE-TEXT
015900       WRITE RETURNSREPORTFD
016000       CLOSE RETURNSREPORTFILE
016100       DISPLAY "Run not recorded complete."
016200       GO TO QUIT
016300     END-IF.
016400*
016500     OPEN I-O PAYMENTFILE.
016600       IF PMT-FILE-STATUS = "35"
016700         DISPLAY "Payment file does not exist. No return can "
016800           "be matched."
016900         MOVE 1 TO WS-PMT-FILE-MISSING
017000       END-IF.
017100     OPEN INPUT RETURNSFILE.
017200     MOVE 0 TO WS-ENDOFFILE.
017300     PERFORM APPLY-NEXT-RETURN
017400       THRU APPLY-NEXT-RETURN-EXIT
017500       UNTIL NO-MORE-RETURNS.
017600     CLOSE RETURNSFILE.
017700     IF WS-PMT-FILE-MISSING IS ZERO
017800       CLOSE PAYMENTFILE
017900     END-IF.
018000*
018100     PERFORM WRITE-RUN-TOTALS
018200       THRU WRITE-RUN-TOTALS-EXIT.
018300     CLOSE RETURNSREPORTFILE.
018400*
018500     DISPLAY " ".
018600     DISPLAY "CLEARING RETURNS FOR " WS-BUSINESS-DATE.
018700     DISPLAY "Returns read: " WS-READ-COUNT " " WS-READ-AMOUNT.
018800     DISPLAY "Credited back: " WS-CREDITED-COUNT " "
018900       WS-CREDITED-AMOUNT.
019000     DISPLAY "Unmatched: " WS-UNMATCHED-COUNT " "
019100       WS-UNMATCHED-AMOUNT.
019200     DISPLAY "Not credited: " WS-UNAPPLIED-COUNT " "
019300       WS-UNAPPLIED-AMOUNT.
019400     IF WS-ALREADY-COUNT IS GREATER THAN ZERO
019500       DISPLAY "Applied by an earlier run: " WS-ALREADY-COUNT
019600     END-IF.
019700*
019800     MOVE "M" TO CALL-JOB-ACTION.
019900     MOVE "processreturns" TO CALL-JOB-NAME.
020000     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
020100     CALL "jobcontrol" USING
020200       CALL-JOB-ACTION
020300       CALL-JOB-NAME
020400       CALL-JOB-DATE
020500       JOB-RETURNCODE.
020600  QUIT.
020700 STOP RUN.
020800*
020900*****************************************************************
021000* CHECK-RETURNS-FILE - read the whole returns file once before
021100* anything is applied. It must open with a header and close with
021200* a trailer whose count and total agree with the return lines
021300* between them; otherwise WS-FILE-REFUSED is set with the reason.
021400* A missing file is no run at all and is not recorded complete,
021500* so the job can be run again once the file arrives.
021600*****************************************************************
021700 CHECK-RETURNS-FILE.
021800     MOVE 0 TO WS-FILE-ERROR.
021900     OPEN INPUT RETURNSFILE.
022000       IF RTN-FILE-STATUS = "35"
022100         DISPLAY "Returns file does not exist. "
022200           "Nothing to process."
022300         MOVE 1 TO WS-FILE-ERROR
022400         GO TO CHECK-RETURNS-FILE-EXIT
022500       END-IF.
022600     MOVE 0 TO WS-ENDOFFILE.
022700     PERFORM CHECK-NEXT-RETURN
022800       THRU CHECK-NEXT-RETURN-EXIT
022900       UNTIL NO-MORE-RETURNS.
023000     CLOSE RETURNSFILE.
023100     IF WS-FILE-REFUSED IS NOT ZERO
023200       GO TO CHECK-RETURNS-FILE-EXIT
023300     END-IF.
023400     IF WS-TRAILER-SEEN IS ZERO
023500       MOVE 1 TO WS-FILE-REFUSED
023600       MOVE "TRAILER MISSING" TO WS-REFUSAL-TEXT
023700     END-IF.
023800 CHECK-RETURNS-FILE-EXIT.
023900     EXIT.
024000*
024100 CHECK-NEXT-RETURN.
024200     READ RETURNSFILE
024300       AT END
024400         MOVE 1 TO WS-ENDOFFILE
024500         GO TO CHECK-NEXT-RETURN-EXIT
024600     END-READ.
024700     IF RETURNSFD IS EQUAL TO SPACES
024800       GO TO CHECK-NEXT-RETURN-EXIT
024900     END-IF.
025000     IF WS-TRAILER-SEEN IS NOT ZERO
025100       MOVE "LINES AFTER THE TRAILER" TO WS-REFUSAL-TEXT
025200       GO TO CHECK-NEXT-RETURN-REFUSE
025300     END-IF.
025400     IF WS-HEADER-SEEN IS ZERO
025500       IF RTN-FILE-HEADER
025600         AND RTN-HEADER-RETURN-DATE IS NUMERIC
025700         MOVE 1 TO WS-HEADER-SEEN
025800         MOVE RTN-HEADER-RETURN-DATE TO WS-RETURN-FILE-DATE
025900         DISPLAY "Returns file dated: " WS-RETURN-FILE-DATE
026000         GO TO CHECK-NEXT-RETURN-EXIT
026100       END-IF
026200       MOVE "HEADER MISSING OR UNUSABLE" TO WS-REFUSAL-TEXT
026300       GO TO CHECK-NEXT-RETURN-REFUSE
026400     END-IF.
026500     IF RTN-RETURN-LINE
026600       AND RTN-AMOUNT IS NUMERIC
026700       ADD 1 TO WS-CHECK-COUNT
026800       ADD RTN-AMOUNT TO WS-CHECK-TOTAL
026900       GO TO CHECK-NEXT-RETURN-EXIT
027000     END-IF.
027100     IF RTN-FILE-TRAILER
027200       AND RTN-TRAILER-RETURN-COUNT IS NUMERIC
027300       AND RTN-TRAILER-AMOUNT-TOTAL IS NUMERIC
027400       MOVE 1 TO WS-TRAILER-SEEN
027500       IF RTN-TRAILER-RETURN-COUNT IS NOT EQUAL TO WS-CHECK-COUNT
027600         OR RTN-TRAILER-AMOUNT-TOTAL IS NOT EQUAL TO
027700           WS-CHECK-TOTAL
027800         MOVE "TRAILER COUNT OR TOTAL DISAGREES"
027900           TO WS-REFUSAL-TEXT
028000         GO TO CHECK-NEXT-RETURN-REFUSE
028100       END-IF
028200       GO TO CHECK-NEXT-RETURN-EXIT
028300     END-IF.
028400     MOVE "UNREADABLE LINE" TO WS-REFUSAL-TEXT.
028500 CHECK-NEXT-RETURN-REFUSE.
028600     MOVE 1 TO WS-FILE-REFUSED.
028700     MOVE 1 TO WS-ENDOFFILE.
028800 CHECK-NEXT-RETURN-EXIT.
028900     EXIT.
029000*
029100*****************************************************************
029200* APPLY-NEXT-RETURN - read the next line of the returns file
029300* and, for a return line, match it to its payment and credit it
029400* back. The header and trailer were settled by the check pass.
029500*****************************************************************
029600 APPLY-NEXT-RETURN.
029700     READ RETURNSFILE
029800       AT END
029900         MOVE 1 TO WS-ENDOFFILE
030000         GO TO APPLY-NEXT-RETURN-EXIT
030100     END-READ.
030200     IF NOT RTN-RETURN-LINE
030300       GO TO APPLY-NEXT-RETURN-EXIT
030400     END-IF.
030500     ADD 1 TO WS-READ-COUNT.
030600     ADD RTN-AMOUNT TO WS-READ-AMOUNT.
030700     MOVE RTN-PAYMENT-REFERENCE TO WS-RRP-REFERENCE.
030800     MOVE RTN-AMOUNT TO WS-RRP-AMOUNT.
030900     MOVE RTN-REASON-CODE TO WS-RRP-REASON.
031000*
031100     IF WS-PMT-FILE-MISSING IS NOT ZERO
031200       MOVE "UNMATCHED: NO PAYMENT FILE" TO WS-RRP-NOTE
031300       GO TO APPLY-NEXT-RETURN-UNMATCHED
031400     END-IF.
031500     MOVE RTN-PAYMENT-REFERENCE TO PAYMENT-REFERENCE.
031600     IF NOT PAYMENT-REF-IS-PAYMENT
031700       OR PAYMENT-REF-KEY IS NOT NUMERIC
031800       MOVE "UNMATCHED: NOT A PAYMENT REFERENCE" TO WS-RRP-NOTE
031900       GO TO APPLY-NEXT-RETURN-UNMATCHED
032000     END-IF.
032100     MOVE PAYMENT-REF-KEY TO PMT-KEY.
032200     MOVE 0 TO WS-FILE-ERROR.
032300     READ PAYMENTFILE KEY IS PMT-KEY
032400       INVALID KEY MOVE 1 TO WS-FILE-ERROR
032500     END-READ.
032600     IF WS-FILE-ERROR IS NOT ZERO
032700       MOVE "UNMATCHED: NO SUCH PAYMENT" TO WS-RRP-NOTE
032800       GO TO APPLY-NEXT-RETURN-UNMATCHED
032900     END-IF.
033000     IF PMT-RETURNED
033100       AND PMT-RETURN-DATE IS EQUAL TO WS-BUSINESS-DATE
033200       AND PMT-RETURN-REASON IS EQUAL TO RTN-REASON-CODE
033300       ADD 1 TO WS-ALREADY-COUNT
033400       GO TO APPLY-NEXT-RETURN-EXIT
033500     END-IF.
033600     IF PMT-RETURNED
033700       MOVE "UNMATCHED: PAYMENT ALREADY RETURNED" TO WS-RRP-NOTE
033800       GO TO APPLY-NEXT-RETURN-UNMATCHED
033900     END-IF.
034000     IF NOT PMT-SUBMITTED
034100       MOVE "UNMATCHED: PAYMENT NOT SUBMITTED" TO WS-RRP-NOTE
034200       GO TO APPLY-NEXT-RETURN-UNMATCHED
034300     END-IF.
034400     IF RTN-AMOUNT IS NOT EQUAL TO PMT-AMOUNT
034500       MOVE "UNMATCHED: AMOUNT DIFFERS" TO WS-RRP-NOTE
034600       GO TO APPLY-NEXT-RETURN-UNMATCHED
034700     END-IF.
034800*
034900     MOVE PMT-IKEY TO CALL-ACCOUNT-IKEY.
035000     MOVE PMT-AMOUNT TO CALL-TRANSACTION-AMOUNT.
035100     CALL "posttransaction" USING
035200       CALL-ACCOUNT-IKEY
035300       CALL-TRANSACTION-AMOUNT
035400       ACCOUNT
035500       CALL-RETURNCODE.
035600     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
035700       DISPLAY "Return credit refused for " PAYMENT-REFERENCE
035800         ", RC=" CALL-RETURNCODE
035900       MOVE SPACES TO WS-RRP-NOTE
036000       STRING "NOT CREDITED: ACCOUNT " PMT-IKEY " RC="
036100         CALL-RETURNCODE DELIMITED BY SIZE INTO WS-RRP-NOTE
036200       MOVE WS-RRP-DETAIL-LINE TO RRP-LINE-TEXT
036300       WRITE RETURNSREPORTFD
036400       ADD 1 TO WS-UNAPPLIED-COUNT
036500       ADD RTN-AMOUNT TO WS-UNAPPLIED-AMOUNT
036600       GO TO APPLY-NEXT-RETURN-EXIT
036700     END-IF.
036800     ADD 1 TO WS-CREDITED-COUNT.
036900     ADD RTN-AMOUNT TO WS-CREDITED-AMOUNT.
037000     MOVE RTN-REASON-CODE TO WS-RETURN-CREDIT-REASON.
037100     PERFORM MARK-RETURN-CREDIT
037200       THRU MARK-RETURN-CREDIT-EXIT.
037300*
037400     MOVE "R" TO PMT-STATUS.
037500     MOVE WS-BUSINESS-DATE TO PMT-RETURN-DATE.
037600     MOVE RTN-REASON-CODE TO PMT-RETURN-REASON.
037700     MOVE LASTCREDITTRANSACTION TO PMT-RETURN-CREDIT-SEQUENCE.
037800     REWRITE PAYMENTFD
037900       INVALID KEY
038000         DISPLAY "Error: Payment " PAYMENT-REFERENCE
038100           " credited back but not marked returned."
038200         DISPLAY "Manual repair required."
038300     END-REWRITE.
038400     GO TO APPLY-NEXT-RETURN-EXIT.
038500*
038600 APPLY-NEXT-RETURN-UNMATCHED.
038700     DISPLAY "Return " RTN-PAYMENT-REFERENCE " " WS-RRP-NOTE.
038800     MOVE WS-RRP-DETAIL-LINE TO RRP-LINE-TEXT.
038900     WRITE RETURNSREPORTFD.
039000     ADD 1 TO WS-UNMATCHED-COUNT.
039100     ADD RTN-AMOUNT TO WS-UNMATCHED-AMOUNT.
039200 APPLY-NEXT-RETURN-EXIT.
039300     EXIT.
039400*
039500*****************************************************************
039600* MARK-RETURN-CREDIT - stamp the history record the return
039700* credit just wrote with "RETURN" and the reason code. The credit
039800* stands either way; a record that cannot be marked is
039900* displayed.
040000*****************************************************************
040100 MARK-RETURN-CREDIT.
040200     OPEN I-O TRANSACTIONFILE.
040300       IF TXN-FILE-STATUS = "35"
040400         DISPLAY "Transaction file missing; return credit for "
040500           PMT-IKEY " left unmarked."
040600         CLOSE TRANSACTIONFILE
040700         GO TO MARK-RETURN-CREDIT-EXIT
040800       END-IF.
040900     MOVE PMT-IKEY TO TXN-IKEY.
041000     MOVE "C" TO TXN-TYPE.
041100     MOVE LASTCREDITTRANSACTION TO TXN-SEQUENCE.
041200     READ TRANSACTIONFILE KEY IS TXN-KEY
041300       INVALID KEY
041400         DISPLAY "Error: Return credit not found for "
041500           PMT-IKEY "; left unmarked."
041600       NOT INVALID KEY
041700         MOVE WS-RETURN-CREDIT-REFERENCE
041800           TO TXN-TRANSFER-REFERENCE
041900         REWRITE TRANSACTIONFD
042000           INVALID KEY
042100             DISPLAY "Error: Unable to mark return credit for "
042200               PMT-IKEY
042300         END-REWRITE
042400     END-READ.
042500     CLOSE TRANSACTIONFILE.
042600 MARK-RETURN-CREDIT-EXIT.
042700     EXIT.
042800*
042900*****************************************************************
043000* WRITE-RUN-TOTALS - close the report with the run's counts and
043100* amounts.
043200*****************************************************************
043300 WRITE-RUN-TOTALS.
043400     MOVE SPACES TO RRP-LINE-TEXT.
043500     WRITE RETURNSREPORTFD.
043600     MOVE "RETURNS READ" TO WS-RRP-TOTAL-LABEL.
043700     MOVE WS-READ-COUNT TO WS-RRP-TOTAL-COUNT.
043800     MOVE WS-READ-AMOUNT TO WS-RRP-TOTAL-AMOUNT.
043900     MOVE WS-RRP-TOTAL-LINE TO RRP-LINE-TEXT.
044000     WRITE RETURNSREPORTFD.
044100     MOVE "CREDITED BACK" TO WS-RRP-TOTAL-LABEL.
044200     MOVE WS-CREDITED-COUNT TO WS-RRP-TOTAL-COUNT.
044300     MOVE WS-CREDITED-AMOUNT TO WS-RRP-TOTAL-AMOUNT.
044400     MOVE WS-RRP-TOTAL-LINE TO RRP-LINE-TEXT.
044500     WRITE RETURNSREPORTFD.
044600     MOVE "UNMATCHED" TO WS-RRP-TOTAL-LABEL.
044700     MOVE WS-UNMATCHED-COUNT TO WS-RRP-TOTAL-COUNT.
044800     MOVE WS-UNMATCHED-AMOUNT TO WS-RRP-TOTAL-AMOUNT.
044900     MOVE WS-RRP-TOTAL-LINE TO RRP-LINE-TEXT.
045000     WRITE RETURNSREPORTFD.
045100     MOVE "NOT CREDITED" TO WS-RRP-TOTAL-LABEL.
045200     MOVE WS-UNAPPLIED-COUNT TO WS-RRP-TOTAL-COUNT.
045300     MOVE WS-UNAPPLIED-AMOUNT TO WS-RRP-TOTAL-AMOUNT.
045400     MOVE WS-RRP-TOTAL-LINE TO RRP-LINE-TEXT.
045500     WRITE RETURNSREPORTFD.
045600     IF WS-ALREADY-COUNT IS GREATER THAN ZERO
045700       MOVE "APPLIED BY EARLIER RUN" TO WS-RRP-TOTAL-LABEL
045800       MOVE WS-ALREADY-COUNT TO WS-RRP-TOTAL-COUNT
045900       MOVE ZERO TO WS-RRP-TOTAL-AMOUNT
046000       MOVE WS-RRP-TOTAL-LINE TO RRP-LINE-TEXT
046100       WRITE RETURNSREPORTFD
046200     END-IF.
046300 WRITE-RUN-TOTALS-EXIT.
046400     EXIT.
046500*
046600*****************************************************************
046700* GET-BUSINESS-DATE - a return is credited and recorded on the
046800* open business date, the same date rule the posting programs
046900* apply. The wall clock is only a fallback for a site that has
047000* never set the control record up.
047100*****************************************************************
047200 GET-BUSINESS-DATE.
047300     OPEN INPUT BUSINESSDATEFILE.
047400       IF BDT-FILE-STATUS = "35"
047500         DISPLAY "Business-date control record missing. "
047600           "Using the system date."
047700         CLOSE BUSINESSDATEFILE
047800         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
047900       ELSE
048000         READ BUSINESSDATEFILE
048100           AT END
048200             DISPLAY "Business-date control record empty. "
048300               "Using the system date."
048400             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
048500           NOT AT END
048600             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
048700         END-READ
048800         CLOSE BUSINESSDATEFILE
048900       END-IF.
049000*
049100*****************************************************************
049200* ENQUIRE-JOB-LEDGER - ask the batch job-control ledger about
049300* the job named in CALL-JOB-NAME for the business date.
049400*****************************************************************
049500 ENQUIRE-JOB-LEDGER.
049600     MOVE "E" TO CALL-JOB-ACTION.
049700     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
049800     CALL "jobcontrol" USING
049900       CALL-JOB-ACTION
050000       CALL-JOB-NAME
050100       CALL-JOB-DATE
050200       JOB-RETURNCODE.
