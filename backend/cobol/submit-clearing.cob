000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. submitclearing.
000300  AUTHOR. Marco Cella.
000400  Installation. Nightly clearing submission of outbound payments.
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
001500     COPY "clrsel.cpy".
001600     COPY "bdtsel.cpy".
001700*
001800 DATA DIVISION.
001900  FILE SECTION.
002000   COPY "pmtrec.cpy".
002100   COPY "clrrec.cpy".
002200   COPY "bdtrec.cpy".
002300*
002400  WORKING-STORAGE SECTION.
002500   01 PMT-FILE-STATUS PIC XX.
002600   01 CLR-FILE-STATUS PIC XX.
002700   01 BDT-FILE-STATUS PIC XX.
002800   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
002900     88 NO-MORE-PAYMENTS VALUE 1.
003000   01 WS-PMT-FILE-MISSING PIC 9 VALUE ZERO.
003100   01 WS-SUBMIT-FAILED PIC 9 VALUE ZERO.
003200   01 WS-BUSINESS-DATE PIC 9(8).
003300   COPY "pmtref.cpy".
003400   COPY "clrlimit.cpy".
003500*
003600   01 WS-CONTROL-TOTALS.
003700     05 WS-PAYMENT-COUNT PIC 9(6) COMP VALUE ZERO.
003800     05 WS-AMOUNT-TOTAL PIC 9(17)V99 COMP-3 VALUE ZERO.
003900     05 WS-RESUBMIT-COUNT PIC 9(6) COMP VALUE ZERO.
004000*
004100   01 CALL-JOB-ACTION PIC X(01).
004200   01 CALL-JOB-NAME PIC X(24).
004300   01 CALL-JOB-DATE PIC 9(8).
004400   01 JOB-RETURNCODE PIC XX.
004500     COPY "jobrc.cpy".
004600*
004700*****************************************************************
004800* Gathers every outbound payment still in flight on payments.idx
004900* into the night's clearing submission, clearing.sub: a header
005000* naming this bank and the business date, a line per payment
005100* with its reference, amount and beneficiary, and a trailer with
005200* the count and total amount for the clearing house to balance
005300* against. Each payment carried is marked submitted with the
005400* business date. A payment taken after an earlier night's run,
005500* or left behind by a night that was missed, is simply in flight
005600* still and goes tonight. The job sits on the job-control ledger
005700* and a date already submitted is refused. A rerun after a
005800* failure rewrites the file whole and carries again the payments
005900* the failed run had already marked for this date, so none is
006000* lost from the file or sent twice.
006100*****************************************************************
006200 PROCEDURE DIVISION.
006300     DISPLAY "CLEARING SUBMISSION.".
006400*
006500     PERFORM GET-BUSINESS-DATE.
006600     MOVE "submitclearing" TO CALL-JOB-NAME.
006700     PERFORM ENQUIRE-JOB-LEDGER.
006800     IF JOB-STEP-COMPLETE
006900       DISPLAY "Clearing already submitted for "
007000         WS-BUSINESS-DATE ". Run refused."
007100       GO TO QUIT
007200     END-IF.
007300     DISPLAY "Submission date: " WS-BUSINESS-DATE.
007400*
007500     OPEN I-O PAYMENTFILE.
007600       IF PMT-FILE-STATUS = "35"
007700         DISPLAY "Payment file does not exist. No payments."
007800         MOVE 1 TO WS-PMT-FILE-MISSING
007900       END-IF.
008000     OPEN OUTPUT CLEARINGFILE.
008100     IF CLR-FILE-STATUS IS NOT EQUAL TO "00"
008200       DISPLAY "Error: Unable to open clearing file, status "
008300         CLR-FILE-STATUS ". Run not recorded complete."
008400       IF WS-PMT-FILE-MISSING IS ZERO
008500         CLOSE PAYMENTFILE
008600       END-IF
008700       GO TO QUIT
008800     END-IF.
008900*
009000     MOVE SPACES TO CLEARING-HEADER.
009100     MOVE "H" TO CLR-RECORD-TYPE.
009200     MOVE WS-BUSINESS-DATE TO CLR-HEADER-SUBMISSION-DATE.
009300     MOVE CLEARING-ORIGINATOR-CODE TO CLR-HEADER-ORIGINATOR-CODE.
009400     WRITE CLEARINGFD.
009500*
009600     IF WS-PMT-FILE-MISSING IS ZERO
009700       MOVE ZERO TO PMT-KEY
009800       START PAYMENTFILE KEY IS NOT LESS THAN PMT-KEY
009900         INVALID KEY MOVE 1 TO WS-ENDOFFILE
010000       END-START
010100       PERFORM SUBMIT-NEXT-PAYMENT
010200         THRU SUBMIT-NEXT-PAYMENT-EXIT
010300         UNTIL NO-MORE-PAYMENTS
010400       CLOSE PAYMENTFILE
010500     END-IF.
010600*
010700     MOVE SPACES TO CLEARING-TRAILER.
010800     MOVE "T" TO CLR-RECORD-TYPE.
010900     MOVE WS-PAYMENT-COUNT TO CLR-TRAILER-PAYMENT-COUNT.
011000     MOVE WS-AMOUNT-TOTAL TO CLR-TRAILER-AMOUNT-TOTAL.
011100     WRITE CLEARINGFD.
011200     CLOSE CLEARINGFILE.
011300*
011400     DISPLAY " ".
011500     DISPLAY "CLEARING SUBMISSION FOR " WS-BUSINESS-DATE.
011600     DISPLAY "Payments submitted: " WS-PAYMENT-COUNT.
011700     DISPLAY "Amount submitted: " WS-AMOUNT-TOTAL.
011800     IF WS-RESUBMIT-COUNT IS GREATER THAN ZERO
011900       DISPLAY "Carried again from an earlier run: "
012000         WS-RESUBMIT-COUNT
012100     END-IF.
012200     IF WS-SUBMIT-FAILED IS NOT ZERO
012300       DISPLAY "Error: Not every payment could be marked "
012400         "submitted. Run not recorded complete."
012500       GO TO QUIT
012600     END-IF.
012700*
012800     MOVE "M" TO CALL-JOB-ACTION.
012900     MOVE "submitclearing" TO CALL-JOB-NAME.
013000     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
013100     CALL "jobcontrol" USING
013200       CALL-JOB-ACTION
013300       CALL-JOB-NAME
013400       CALL-JOB-DATE
013500       JOB-RETURNCODE.
013600  QUIT.
013700 STOP RUN.
013800*
013900*****************************************************************
014000* SUBMIT-NEXT-PAYMENT - read the next payment and, when it is in
014100* flight or was marked submitted tonight by a run that did not
014200* finish, write its clearing line, add it to the control totals
014300* and mark it submitted with the business date. A payment that
014400* cannot be marked is still on the file tonight and is counted
014500* as a failure, so the run is not recorded complete and the
014600* rerun carries it again.
014700*****************************************************************
014800 SUBMIT-NEXT-PAYMENT.
014900     READ PAYMENTFILE NEXT RECORD
015000       AT END MOVE 1 TO WS-ENDOFFILE
015100     END-READ.
015200     IF NO-MORE-PAYMENTS
015300       GO TO SUBMIT-NEXT-PAYMENT-EXIT
015400     END-IF.
015500     IF PMT-SUBMITTED
015600       AND PMT-SUBMISSION-DATE IS EQUAL TO WS-BUSINESS-DATE
015700       ADD 1 TO WS-RESUBMIT-COUNT
015800     ELSE
015900       IF NOT PMT-IN-FLIGHT
016000         GO TO SUBMIT-NEXT-PAYMENT-EXIT
016100       END-IF
016200     END-IF.
016300*
016400     MOVE PMT-KEY TO PAYMENT-REF-KEY.
016500     MOVE "D" TO CLR-RECORD-TYPE.
016600     MOVE PAYMENT-REFERENCE TO CLR-PAYMENT-REFERENCE.
016700     MOVE PMT-AMOUNT TO CLR-AMOUNT.
016800     MOVE PMT-BENEFICIARY-BANK-CODE TO CLR-BENEFICIARY-BANK-CODE.
016900     MOVE PMT-BENEFICIARY-ACCOUNT TO CLR-BENEFICIARY-ACCOUNT.
017000     MOVE PMT-BENEFICIARY-NAME TO CLR-BENEFICIARY-NAME.
017100     MOVE PMT-IKEY TO CLR-ORIGINATOR-IKEY.
017200     WRITE CLEARINGFD.
017300     ADD 1 TO WS-PAYMENT-COUNT.
017400     ADD PMT-AMOUNT TO WS-AMOUNT-TOTAL.
017500*
017600     IF PMT-SUBMITTED
017700       GO TO SUBMIT-NEXT-PAYMENT-EXIT
017800     END-IF.
017900     MOVE "S" TO PMT-STATUS.
018000     MOVE WS-BUSINESS-DATE TO PMT-SUBMISSION-DATE.
018100     REWRITE PAYMENTFD
018200       INVALID KEY
018300         DISPLAY "Error: Unable to mark payment "
018400           PAYMENT-REFERENCE " submitted."
018500         MOVE 1 TO WS-SUBMIT-FAILED
018600     END-REWRITE.
018700 SUBMIT-NEXT-PAYMENT-EXIT.
018800     EXIT.
018900*
019000*****************************************************************
019100* GET-BUSINESS-DATE - the submission carries the open business
019200* date, the same date rule the posting programs apply. The wall
019300* clock is only a fallback for a site that has never set the
019400* control record up.
019500*****************************************************************
019600 GET-BUSINESS-DATE.
019700     OPEN INPUT BUSINESSDATEFILE.
019800       IF BDT-FILE-STATUS = "35"
019900         DISPLAY "Business-date control record missing. "
020000           "Using the system date."
020100         CLOSE BUSINESSDATEFILE
020200         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
020300       ELSE
020400         READ BUSINESSDATEFILE
020500           AT END
020600             DISPLAY "Business-date control record empty. "
020700               "Using the system date."
020800             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
020900           NOT AT END
021000             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
021100         END-READ
021200         CLOSE BUSINESSDATEFILE
021300       END-IF.
021400*
021500*****************************************************************
021600* ENQUIRE-JOB-LEDGER - ask the batch job-control ledger about
021700* the job named in CALL-JOB-NAME for the business date.
021800*****************************************************************
021900 ENQUIRE-JOB-LEDGER.
022000     MOVE "E" TO CALL-JOB-ACTION.
022100     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
022200     CALL "jobcontrol" USING
022300       CALL-JOB-ACTION
022400       CALL-JOB-NAME
022500       CALL-JOB-DATE
022600       JOB-RETURNCODE.
