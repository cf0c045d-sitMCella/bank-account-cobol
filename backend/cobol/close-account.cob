000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. closeaccount.
000300  AUTHOR. Marco Cella.
000400  Installation. Close an account and pay its balance away.
000500  Date-Written. 2026/09/16.
000600  Date-Compiled. 2026/09/16.
000610* Modification-History.
000620*  2026/09/21 MC - Withhold tax on the closure interest as its
000630*                  own marked debit, backed out with the rest
000640*                  of the closure, and show the tax withheld
000650*                  on the final statement.
000660*  2026/09/23 MC - Refuse the closure while a joint holder,
000670*                  attorney or trustee relationship on the
000680*                  account has not been ended.
000683*  2026/10/15 MC - Append the final statement after the lines
000686*                  already archived for the period instead of
000689*                  replacing them, and delete only this
000692*                  attempt's lines when the closure is backed
000695*                  out.
000696*  2026/10/15 MC - Clear what the back-out works from on every
000697*                  call, so a failed closure never undoes a
000698*                  previous account's closure steps.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "acctsel.cpy".
001500     COPY "txnsel.cpy".
001600     COPY "hldsel.cpy".
001700     COPY "stosel.cpy".
001800     COPY "stmsel.cpy".
001900     COPY "bdtsel.cpy".
002000     COPY "custsel.cpy".
002100     COPY "ratesel.cpy".
002200     COPY "mntsel.cpy".
002300     COPY "audsel.cpy".
002310     COPY "ahrsel.cpy".
002400*
002500 DATA DIVISION.
002600  FILE SECTION.
002700   COPY "acctrec.cpy".
002800   COPY "txnrec.cpy".
002900   COPY "hldrec.cpy".
003000   COPY "storec.cpy".
003100   COPY "stmrec.cpy".
003200   COPY "bdtrec.cpy".
003300   COPY "custrec.cpy".
003400   COPY "raterec.cpy".
003500   COPY "mntrec.cpy".
003600   COPY "audrec.cpy".
003610   COPY "ahrrec.cpy".
003700*
003800  WORKING-STORAGE SECTION.
003900   01 FILE-STATUS PIC XX.
004000   01 TXN-FILE-STATUS PIC XX.
004100   01 HLD-FILE-STATUS PIC XX.
004200   01 SO-FILE-STATUS PIC XX.
004300   01 STM-FILE-STATUS PIC XX.
004400   01 BDT-FILE-STATUS PIC XX.
004500   01 CUST-FILE-STATUS PIC XX.
004600   01 RATE-FILE-STATUS PIC XX.
004700   01 MNT-FILE-STATUS PIC XX.
004800   01 AUD-FILE-STATUS PIC XX.
004810   01 AHR-FILE-STATUS PIC XX.
004900   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
005000   01 WS-SCAN-DONE PIC 9 VALUE ZERO.
005100   01 WS-CUSTOMER-FOUND PIC 9 VALUE ZERO.
005200   01 WS-RATE-SCAN-DONE PIC 9 VALUE ZERO.
005300   01 WS-RATE-LOOKUP-TYPE PIC X(01).
005400   01 WS-RATE-APPLIED PIC V9(4) COMP-3.
005500   COPY "intrate.cpy".
005600   COPY "intmark.cpy".
005700   COPY "feemark.cpy".
005710   COPY "taxrate.cpy".
005800*
005900   01 WS-RUN-DATE PIC 9(8).
006000   01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
006100     05 WS-STATEMENT-PERIOD PIC 9(6).
006200     05 WS-RUN-DAY PIC 9(2).
006300   01 WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
006400     05 WS-RUN-YEAR PIC 9(4).
006500     05 WS-RUN-MONTH PIC 9(2).
006600     05 FILLER PIC 9(2).
006700   01 WS-MONTH-DAYS-VALUES PIC X(24)
006800     VALUE "312831303130313130313031".
006900   01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
007000     05 WS-MONTH-DAYS PIC 9(2) OCCURS 12.
007100   01 WS-DAYS-THIS-MONTH PIC 9(2).
007200   01 WS-QUOTIENT PIC 9(4) COMP.
007300   01 WS-REMAINDER-4 PIC 9(4) COMP.
007400   01 WS-REMAINDER-100 PIC 9(4) COMP.
007500   01 WS-REMAINDER-400 PIC 9(4) COMP.
007600*
007700* The account being closed as it stood before any step ran.
007800   01 WS-OPENING-BALANCE PIC S9(29)V99 COMP-3.
007900   01 WS-ACCOUNT-STATUS PIC X(01).
008000   01 WS-ACCOUNT-TYPE PIC X(01).
008100   01 WS-INTEREST-AMOUNT PIC S9(29)V99 COMP-3 VALUE ZERO.
008110   01 WS-TAX-AMOUNT PIC S9(29)V99 COMP-3 VALUE ZERO.
008200   01 WS-RESIDUAL-BALANCE PIC S9(29)V99 COMP-3.
008300   01 WS-CLOSING-BALANCE PIC S9(29)V99 COMP-3.
008400   01 WS-SETTLEMENT-REFERENCE PIC X(16) VALUE SPACES.
008500   01 WS-CUSTOMER-NUMBER PIC 9(6).
008510   01 WS-OPEN-HOLDER-COUNT PIC 9(4) COMP VALUE ZERO.
008600   01 WS-LAST-CREDIT PIC 9(4).
008700   01 WS-LAST-DEBIT PIC 9(4).
008800   01 WS-OLD-STMT-CREDIT PIC 9(4).
008900   01 WS-OLD-STMT-DEBIT PIC 9(4).
009000*
009100* What this closure has done so far, so a later step that fails
009200* can put every piece of it back.
009300   01 WS-RELEASED-COUNT PIC 9(4) COMP VALUE ZERO.
009400   01 WS-RELEASED-SUB PIC 9(4) COMP.
009500   01 WS-RELEASED-HOLDS.
009600     05 WS-RELEASED-HOLD-NUMBER PIC 9(4) OCCURS 9999.
009700   01 WS-CANCELLED-COUNT PIC 9(4) COMP VALUE ZERO.
009800   01 WS-CANCELLED-SUB PIC 9(4) COMP.
009900   01 WS-CANCELLED-ORDERS.
010000     05 WS-CANCELLED-ORDER-KEY PIC 9(4) OCCURS 9999.
010100   01 WS-INTEREST-POSTED PIC 9 VALUE ZERO.
010200   01 WS-INTEREST-SEQUENCE PIC 9(4).
010210   01 WS-TAX-POSTED PIC 9 VALUE ZERO.
010220   01 WS-TAX-SEQUENCE PIC 9(4).
010300   01 WS-SETTLEMENT-POSTED PIC 9 VALUE ZERO.
010400   01 WS-SETTLEMENT-SEQUENCE PIC 9(4).
010500   01 WS-OLD-VALUE PIC X(01).
010600   01 WS-LOG-FIELD PIC X(06).
010700   01 WS-LOG-NEW-VALUE PIC X(01).
010800*
010900   01 WS-STATEMENT-SEQUENCE PIC 9(4).
011000   01 WS-CREDIT-START PIC 9(4).
011100   01 WS-DEBIT-START PIC 9(4).
011200   01 WS-ARCHIVE-LINE-NUMBER PIC 9(4).
011210   01 WS-ARCHIVE-FIRST-LINE PIC 9(4) VALUE ZERO.
011300   01 WS-PURGE-LINE-NUMBER PIC 9(4).
011400   01 WS-PURGE-DONE PIC 9 VALUE ZERO.
011500   01 WS-ARCHIVE-TEXT PIC X(66).
011600   01 WS-STM-HEADER-LINE.
011700     05 FILLER PIC X(22) VALUE "STATEMENT FOR ACCOUNT ".
011800     05 WS-STM-HEADER-IKEY PIC 9(4).
011900     05 FILLER PIC X(08) VALUE " PERIOD ".
012000     05 WS-STM-HEADER-PERIOD PIC 9(6).
012100   01 WS-STM-AMOUNT-LINE.
012200     05 WS-STM-AMOUNT-LABEL PIC X(18).
012300     05 WS-STM-AMOUNT-VALUE PIC +9(29).99.
012400   01 WS-STM-RATE-LINE.
012500     05 WS-STM-RATE-LABEL PIC X(18).
012600     05 WS-STM-RATE-VALUE PIC 9.9(4).
012700   01 WS-STM-TXN-LINE.
012800     05 WS-STM-TXN-TYPE PIC X(01).
012900     05 FILLER PIC X(01) VALUE SPACE.
013000     05 WS-STM-TXN-DATE PIC 9(8).
013100     05 FILLER PIC X(01) VALUE SPACE.
013200     05 WS-STM-TXN-AMOUNT PIC +9(29).99.
013300   01 WS-STM-FEE-LINE.
013400     05 WS-STM-FEE-LABEL PIC X(18).
013500     05 WS-STM-FEE-DATE PIC 9(8).
013600     05 FILLER PIC X(01) VALUE SPACE.
013700     05 WS-STM-FEE-AMOUNT PIC +9(29).99.
013800   01 WS-STM-REVERSAL-LINE.
013900     05 FILLER PIC X(02) VALUE SPACES.
014000     05 WS-STM-REVERSAL-LABEL PIC X(12).
014100     05 WS-STM-REVERSAL-TYPE PIC X(01).
014200     05 FILLER PIC X(01) VALUE SPACE.
014300     05 WS-STM-REVERSAL-SEQUENCE PIC 9(4).
014400   01 WS-STM-CLOSURE-LINE.
014500     05 FILLER PIC X(18) VALUE "ACCOUNT CLOSED".
014600     05 WS-STM-CLOSURE-DATE PIC 9(8).
014700     05 FILLER PIC X(12) VALUE " SETTLED TO ".
014800     05 WS-STM-CLOSURE-SETTLEMENT PIC 9(4).
014900*
015000   01 CALL-JOB-ACTION PIC X(01).
015100   01 CALL-JOB-NAME PIC X(24).
015200   01 CALL-JOB-DATE PIC 9(8).
015300   01 JOB-RETURNCODE PIC XX.
015400     COPY "jobrc.cpy".
015500*
015600* Local copies of the posttransaction, transferfunds,
015700* maintainaccount and reversetransaction LINKAGE shapes for the
015800* nested CALLs below. ACCOUNT is this program's own LINKAGE
015900* item and is passed straight through.
016000   01 CALL-ACCOUNT-IKEY PIC 9(4).
016100   01 CALL-TRANSACTION-AMOUNT PIC S9(29)V99 COMP-3.
016200   01 CALL-FROM-ACCOUNT-IKEY PIC 9(4).
016300   01 CALL-TO-ACCOUNT-IKEY PIC 9(4).
016400   01 CALL-TRANSFER-AMOUNT PIC S9(29)V99 COMP-3.
016500   01 CALL-TRANSFER-REFERENCE PIC X(16).
016600   01 CALL-NEW-ACCOUNT-STATUS PIC X(01).
016700   01 CALL-NEW-ACCOUNT-TYPE PIC X(01).
016800   01 CALL-TRANSACTION-TYPE PIC X(01).
016900   01 CALL-TRANSACTION-SEQUENCE PIC 9(4).
017000   01 CALL-RETURNCODE PIC XX.
017100   01 WS-HOLDS-TOTAL PIC S9(29)V99 COMP-3 VALUE ZERO.
017200   01 HOLDS-RETURNCODE PIC XX.
017300*
017400  LINKAGE SECTION.
017500   77 USERACCOUNTIKEY PIC 9(4).
017600   77 USERSETTLEMENTIKEY PIC 9(4).
017700   77 USERJOBID PIC X(08).
017800   COPY "acctlink.cpy".
017900   77 RETURNCODE PIC XX.
018000     COPY "clsacctrc.cpy".
018100*
018200*****************************************************************
018300* Closes one account as a single unit of work: interest to the
018400* closure date at the rate in force, the remaining balance paid
018500* to a nominated settlement account through transferfunds, every
018600* active standing order paying from or into the account
018700* cancelled, every active hold against it released, a final
018800* statement to the statement archive, and the status set to
018900* "C" through maintainaccount. Everything that can be checked is
019000* checked before any money moves. A step that fails stops the
019100* closure with a return code naming that step and leaves the
019200* account open: whatever the closure had already done is backed
019300* out, the interest and settlement through reversetransaction,
019400* the holds and standing orders by putting their status back.
019500* The settlement account is only needed when there is a balance
019600* to pay away. A closure is refused while anyone but the
019610* primary holder still holds a role on the account; the role
019620* has to be ended through maintainholder first.
019700*****************************************************************
019800 PROCEDURE DIVISION USING
019900  BY REFERENCE USERACCOUNTIKEY
020000  BY REFERENCE USERSETTLEMENTIKEY
020100  BY REFERENCE ACCOUNT
020200  BY REFERENCE RETURNCODE
020300  BY REFERENCE USERJOBID.
020310     MOVE 0 TO WS-INTEREST-POSTED.
020320     MOVE 0 TO WS-TAX-POSTED.
020330     MOVE 0 TO WS-SETTLEMENT-POSTED.
020340     MOVE 0 TO WS-RELEASED-COUNT.
020350     MOVE 0 TO WS-CANCELLED-COUNT.
020360     MOVE 0 TO WS-ARCHIVE-FIRST-LINE.
020400     DISPLAY "CLOSE ACCOUNT."
020500     DISPLAY "Key: " USERACCOUNTIKEY " settlement: "
020600       USERSETTLEMENTIKEY.
020700     IF USERACCOUNTIKEY IS NOT NUMERIC
020800       OR USERSETTLEMENTIKEY IS NOT NUMERIC
020900       DISPLAY "Wrong key value."
021000       MOVE "01" TO RETURNCODE
021100       GO TO QUIT
021200     END-IF.
021300*
021400     PERFORM GET-BUSINESS-DATE.
021500     PERFORM READ-CLOSING-ACCOUNT
021600       THRU READ-CLOSING-ACCOUNT-EXIT.
021700     IF RETURNCODE IS NOT EQUAL TO "00"
021800       GO TO QUIT
021900     END-IF.
021910     PERFORM CHECK-OPEN-HOLDERS
021920       THRU CHECK-OPEN-HOLDERS-EXIT.
021930     IF RETURNCODE IS NOT EQUAL TO "00"
021940       GO TO QUIT
021950     END-IF.
022000*
022100     IF WS-OPENING-BALANCE IS GREATER THAN ZERO
022200       IF USERSETTLEMENTIKEY IS EQUAL TO USERACCOUNTIKEY
022300         DISPLAY "Settlement account is the account being closed."
022400         MOVE "40" TO RETURNCODE
022500         GO TO QUIT
022600       END-IF
022700       PERFORM READ-SETTLEMENT-ACCOUNT
022800         THRU READ-SETTLEMENT-ACCOUNT-EXIT
022900       IF RETURNCODE IS NOT EQUAL TO "00"
023000         GO TO QUIT
023100       END-IF
023200     END-IF.
023300*
023400     PERFORM COMPUTE-PRORATA-INTEREST
023500       THRU COMPUTE-PRORATA-INTEREST-EXIT.
023600     MOVE WS-OPENING-BALANCE TO WS-RESIDUAL-BALANCE.
023700     IF WS-INTEREST-AMOUNT IS GREATER THAN ZERO
023800       PERFORM POST-PRORATA-INTEREST
023900         THRU POST-PRORATA-INTEREST-EXIT
024000       IF RETURNCODE IS NOT EQUAL TO "00"
024100         GO TO QUIT
024200       END-IF
024300     END-IF.
024400*
024500     PERFORM RELEASE-ACCOUNT-HOLDS
024600       THRU RELEASE-ACCOUNT-HOLDS-EXIT.
024700     IF WS-FILE-ERROR IS NOT ZERO
024800       DISPLAY "Error: Unable to release holds."
024900       PERFORM BACK-OUT-CLOSURE
025000         THRU BACK-OUT-CLOSURE-EXIT
025100       MOVE "30" TO RETURNCODE
025200       GO TO QUIT
025300     END-IF.
025309*
025318     IF WS-INTEREST-AMOUNT IS GREATER THAN ZERO
025327       PERFORM WITHHOLD-INTEREST-TAX
025336         THRU WITHHOLD-INTEREST-TAX-EXIT
025345       IF RETURNCODE IS NOT EQUAL TO "00"
025354         PERFORM BACK-OUT-CLOSURE
025363           THRU BACK-OUT-CLOSURE-EXIT
025372         GO TO QUIT
025381       END-IF
025390     END-IF.
025400*
025500     MOVE WS-RESIDUAL-BALANCE TO WS-CLOSING-BALANCE.
025600     IF WS-RESIDUAL-BALANCE IS GREATER THAN ZERO
025700       PERFORM SETTLE-RESIDUAL-BALANCE
025800         THRU SETTLE-RESIDUAL-BALANCE-EXIT
025900       IF RETURNCODE IS NOT EQUAL TO "00"
026000         PERFORM BACK-OUT-CLOSURE
026100           THRU BACK-OUT-CLOSURE-EXIT
026200         MOVE "84" TO RETURNCODE
026300         GO TO QUIT
026400       END-IF
026500     END-IF.
026600*
026700     PERFORM CANCEL-STANDING-ORDERS
026800       THRU CANCEL-STANDING-ORDERS-EXIT.
026900     IF WS-FILE-ERROR IS NOT ZERO
027000       DISPLAY "Error: Unable to cancel standing orders."
027100       PERFORM BACK-OUT-CLOSURE
027200         THRU BACK-OUT-CLOSURE-EXIT
027300       MOVE "30" TO RETURNCODE
027400       GO TO QUIT
027500     END-IF.
027600*
027700     PERFORM PRINT-FINAL-STATEMENT
027800       THRU PRINT-FINAL-STATEMENT-EXIT.
027900     IF WS-FILE-ERROR IS NOT ZERO
028000       DISPLAY "Error: Unable to produce final statement."
028100       PERFORM BACK-OUT-CLOSURE
028200         THRU BACK-OUT-CLOSURE-EXIT
028300       MOVE "30" TO RETURNCODE
028400       GO TO QUIT
028500     END-IF.
028600*
028700     PERFORM SET-ACCOUNT-CLOSED
028800       THRU SET-ACCOUNT-CLOSED-EXIT.
028900     IF RETURNCODE IS NOT EQUAL TO "00"
029000       PERFORM BACK-OUT-CLOSURE
029100         THRU BACK-OUT-CLOSURE-EXIT
029200       MOVE "85" TO RETURNCODE
029300       GO TO QUIT
029400     END-IF.
029500     PERFORM UPDATE-STATEMENT-CURSOR
029600       THRU UPDATE-STATEMENT-CURSOR-EXIT.
029700*
029800     DISPLAY "Account closed."
029900     MOVE "00" TO RETURNCODE.
030000  QUIT.
030100 EXIT PROGRAM.
030200*
030300*****************************************************************
030400* READ-CLOSING-ACCOUNT - the account must be on file and open.
030500* A frozen account stays frozen until it is lifted, and a
030600* dormant one must be reactivated first, because neither may
030700* be debited for the settlement. An overdrawn account has no
030800* balance to pay away and must be brought to zero or above
030900* before it can be closed. The record is handed back to the
031000* caller through ACCOUNT as it stands.
031100*****************************************************************
031200 READ-CLOSING-ACCOUNT.
031300     MOVE 0 TO WS-FILE-ERROR.
031400     OPEN INPUT DATAFILE.
031500       IF FILE-STATUS = "35"
031600         DISPLAY "File does not exist."
031700         CLOSE DATAFILE
031800         MOVE "04" TO RETURNCODE
031900         GO TO READ-CLOSING-ACCOUNT-EXIT
032000       END-IF.
032100     MOVE USERACCOUNTIKEY TO IKEY.
032200     READ DATAFILE KEY IS IKEY
032300       INVALID KEY MOVE 1 TO WS-FILE-ERROR
032400     END-READ.
032500     IF WS-FILE-ERROR IS NOT ZERO
032600       DISPLAY "Account not found."
032700       CLOSE DATAFILE
032800       MOVE "04" TO RETURNCODE
032900       GO TO READ-CLOSING-ACCOUNT-EXIT
033000     END-IF.
033100     MOVE BALANCE-TOTAL TO WS-OPENING-BALANCE.
033200     MOVE ACCOUNT-STATUS TO WS-ACCOUNT-STATUS.
033300     MOVE ACCOUNT-TYPE TO WS-ACCOUNT-TYPE.
033400     PERFORM RETURN-ACCOUNT-IMAGE.
033500     CLOSE DATAFILE.
033600*
033700     IF WS-ACCOUNT-STATUS IS EQUAL TO "C"
033800       DISPLAY "Account already closed."
033900       MOVE "72" TO RETURNCODE
034000       GO TO READ-CLOSING-ACCOUNT-EXIT
034100     END-IF.
034200     IF WS-ACCOUNT-STATUS IS EQUAL TO "F"
034300       DISPLAY "Account is frozen. Close refused."
034400       MOVE "73" TO RETURNCODE
034500       GO TO READ-CLOSING-ACCOUNT-EXIT
034600     END-IF.
034700     IF WS-ACCOUNT-STATUS IS EQUAL TO "D"
034800       DISPLAY "Account is dormant. Reactivate it before closing."
034900       MOVE "79" TO RETURNCODE
035000       GO TO READ-CLOSING-ACCOUNT-EXIT
035100     END-IF.
035200     IF WS-OPENING-BALANCE IS LESS THAN ZERO
035300       DISPLAY "Account is overdrawn. Close refused."
035400       MOVE "82" TO RETURNCODE
035500       GO TO READ-CLOSING-ACCOUNT-EXIT
035600     END-IF.
035700     MOVE "00" TO RETURNCODE.
035800 READ-CLOSING-ACCOUNT-EXIT.
035900     EXIT.
035901*
035902*****************************************************************
035903* CHECK-OPEN-HOLDERS - every joint holder, attorney and trustee
035904* relationship on the account must have ended, on or before
035905* the closure date, before the account can close; one that
035906* has not is displayed and the closure is refused with 98.
035907* A "P" record only names the account's own customer and does
035908* not hold the closure up.
035909*****************************************************************
035910 CHECK-OPEN-HOLDERS.
035911     MOVE 0 TO WS-OPEN-HOLDER-COUNT.
035912     MOVE "00" TO RETURNCODE.
035913     OPEN INPUT ACCOUNTHOLDERFILE.
035914       IF AHR-FILE-STATUS = "35"
035915         CLOSE ACCOUNTHOLDERFILE
035916         GO TO CHECK-OPEN-HOLDERS-EXIT
035917       END-IF.
035918     MOVE USERACCOUNTIKEY TO AHR-IKEY.
035919     MOVE ZERO TO AHR-CUSTOMER-NUMBER.
035920     MOVE SPACE TO AHR-ROLE.
035921     MOVE ZERO TO AHR-START-DATE.
035922     MOVE 0 TO WS-SCAN-DONE.
035923     START ACCOUNTHOLDERFILE KEY IS NOT LESS THAN AHR-KEY
035924       INVALID KEY MOVE 1 TO WS-SCAN-DONE
035925     END-START.
035926     PERFORM CHECK-NEXT-HOLDER
035927       THRU CHECK-NEXT-HOLDER-EXIT
035928       UNTIL WS-SCAN-DONE IS NOT ZERO.
035929     CLOSE ACCOUNTHOLDERFILE.
035930     IF WS-OPEN-HOLDER-COUNT IS GREATER THAN ZERO
035931       DISPLAY "Holder relationships still open: "
035932         WS-OPEN-HOLDER-COUNT ". Close refused."
035933       MOVE "98" TO RETURNCODE
035934     END-IF.
035935 CHECK-OPEN-HOLDERS-EXIT.
035936     EXIT.
035937*
035938 CHECK-NEXT-HOLDER.
035939     READ ACCOUNTHOLDERFILE NEXT RECORD
035940       AT END
035941         MOVE 1 TO WS-SCAN-DONE
035942         GO TO CHECK-NEXT-HOLDER-EXIT
035943     END-READ.
035944     IF AHR-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
035945       MOVE 1 TO WS-SCAN-DONE
035946       GO TO CHECK-NEXT-HOLDER-EXIT
035947     END-IF.
035948     IF AHR-ROLE-PRIMARY
035949       GO TO CHECK-NEXT-HOLDER-EXIT
035950     END-IF.
035951     IF AHR-NOT-ENDED
035952       OR AHR-END-DATE IS GREATER THAN WS-RUN-DATE
035953       DISPLAY "  customer " AHR-CUSTOMER-NUMBER " role "
035954         AHR-ROLE " from " AHR-START-DATE " not ended"
035955       ADD 1 TO WS-OPEN-HOLDER-COUNT
035956     END-IF.
035957 CHECK-NEXT-HOLDER-EXIT.
035958     EXIT.
036000*
036100*****************************************************************
036200* READ-SETTLEMENT-ACCOUNT - the account the balance is paid to
036300* must be on file and not closed, the same test transferfunds
036400* applies to its to-account; checking it here keeps the
036500* interest from being posted for a closure that cannot settle.
036600*****************************************************************
036700 READ-SETTLEMENT-ACCOUNT.
036800     MOVE 0 TO WS-FILE-ERROR.
036900     OPEN INPUT DATAFILE.
037000     MOVE USERSETTLEMENTIKEY TO IKEY.
037100     READ DATAFILE KEY IS IKEY
037200       INVALID KEY MOVE 1 TO WS-FILE-ERROR
037300     END-READ.
037400     CLOSE DATAFILE.
037500     IF WS-FILE-ERROR IS NOT ZERO
037600       DISPLAY "Settlement account not found."
037700       MOVE "05" TO RETURNCODE
037800       GO TO READ-SETTLEMENT-ACCOUNT-EXIT
037900     END-IF.
038000     IF ACCOUNT-STATUS-CLOSED
038100       DISPLAY "Settlement account is closed. Close refused."
038200       MOVE "76" TO RETURNCODE
038300       GO TO READ-SETTLEMENT-ACCOUNT-EXIT
038400     END-IF.
038500     MOVE "00" TO RETURNCODE.
038600 READ-SETTLEMENT-ACCOUNT-EXIT.
038700     EXIT.
038800*
038900*****************************************************************
039000* COMPUTE-PRORATA-INTEREST - the month's accrual rate for the
039100* account type, scaled to the days of the month the account
039200* was open: balance x rate x closure day / days in the month.
039300* Nothing is due on a zero balance, and nothing once the
039400* month-end accrual has run for the business date, because
039500* that run has already paid the whole month.
039600*****************************************************************
039700 COMPUTE-PRORATA-INTEREST.
039800     MOVE ZERO TO WS-INTEREST-AMOUNT.
039810     MOVE ZERO TO WS-TAX-AMOUNT.
039820     MOVE 0 TO WS-TAX-POSTED.
039900     IF WS-OPENING-BALANCE IS NOT GREATER THAN ZERO
040000       GO TO COMPUTE-PRORATA-INTEREST-EXIT
040100     END-IF.
040200     MOVE "E" TO CALL-JOB-ACTION.
040300     MOVE "monthendaccrual" TO CALL-JOB-NAME.
040400     MOVE WS-RUN-DATE TO CALL-JOB-DATE.
040500     CALL "jobcontrol" USING
040600       CALL-JOB-ACTION
040700       CALL-JOB-NAME
040800       CALL-JOB-DATE
040900       JOB-RETURNCODE.
041000     IF JOB-STEP-COMPLETE
041100       DISPLAY "Month-end accrual already run for " WS-RUN-DATE
041200         ". No closure interest due."
041300       GO TO COMPUTE-PRORATA-INTEREST-EXIT
041400     END-IF.
041500     PERFORM LOOK-UP-INTEREST-RATE
041600       THRU LOOK-UP-INTEREST-RATE-EXIT.
041700     PERFORM SET-DAYS-THIS-MONTH
041800       THRU SET-DAYS-THIS-MONTH-EXIT.
041900     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
042000       WS-OPENING-BALANCE * WS-RATE-APPLIED * WS-RUN-DAY
042100       / WS-DAYS-THIS-MONTH.
042200     MOVE WS-RATE-APPLIED TO WS-STM-RATE-VALUE.
042300     DISPLAY "Closure interest: " WS-INTEREST-AMOUNT " for "
042400       WS-RUN-DAY " of " WS-DAYS-THIS-MONTH " days at "
042500       WS-STM-RATE-VALUE.
042600 COMPUTE-PRORATA-INTEREST-EXIT.
042700     EXIT.
042800*
042900*****************************************************************
043000* POST-PRORATA-INTEREST - credit the interest through
043100* posttransaction and stamp it with the interest marker, the
043200* same as a month-end accrual credit, so the dormancy sweep
043300* and the statement treat it alike.
043400*****************************************************************
043500 POST-PRORATA-INTEREST.
043600     MOVE USERACCOUNTIKEY TO CALL-ACCOUNT-IKEY.
043700     MOVE WS-INTEREST-AMOUNT TO CALL-TRANSACTION-AMOUNT.
043800     CALL "posttransaction" USING
043900       CALL-ACCOUNT-IKEY
044000       CALL-TRANSACTION-AMOUNT
044100       ACCOUNT
044200       CALL-RETURNCODE.
044300     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
044400       DISPLAY "Closure interest refused, RC=" CALL-RETURNCODE
044500         ". Account left open."
044600       MOVE "83" TO RETURNCODE
044700       GO TO POST-PRORATA-INTEREST-EXIT
044800     END-IF.
044900     MOVE ACCOUNTBALANCETOTAL TO WS-RESIDUAL-BALANCE.
045000     MOVE LASTCREDITTRANSACTION TO WS-INTEREST-SEQUENCE.
045100     MOVE 1 TO WS-INTEREST-POSTED.
045200     PERFORM MARK-INTEREST-POSTING
045300       THRU MARK-INTEREST-POSTING-EXIT.
045400     MOVE "00" TO RETURNCODE.
045500 POST-PRORATA-INTEREST-EXIT.
045600     EXIT.
045700*
045800*****************************************************************
045900* MARK-INTEREST-POSTING - stamp the history record the interest
046000* credit just wrote with the interest marker. The posting
046100* stands either way; a record that cannot be marked is
046200* displayed.
046300*****************************************************************
046400 MARK-INTEREST-POSTING.
046500     OPEN I-O TRANSACTIONFILE.
046600       IF TXN-FILE-STATUS = "35"
046700         DISPLAY "Transaction file missing; interest for "
046800           USERACCOUNTIKEY " left unmarked."
046900         CLOSE TRANSACTIONFILE
047000         GO TO MARK-INTEREST-POSTING-EXIT
047100       END-IF.
047200     MOVE USERACCOUNTIKEY TO TXN-IKEY.
047300     MOVE "C" TO TXN-TYPE.
047400     MOVE LASTCREDITTRANSACTION TO TXN-SEQUENCE.
047500     READ TRANSACTIONFILE KEY IS TXN-KEY
047600       INVALID KEY
047700         DISPLAY "Error: Interest record not found for "
047800           USERACCOUNTIKEY "; left unmarked."
047900       NOT INVALID KEY
048000         MOVE INTEREST-POSTING-MARKER
048100           TO TXN-TRANSFER-REFERENCE
048200         REWRITE TRANSACTIONFD
048300           INVALID KEY
048400             DISPLAY "Error: Unable to mark interest for "
048500               USERACCOUNTIKEY
048600         END-REWRITE
048700     END-READ.
048800     CLOSE TRANSACTIONFILE.
048900 MARK-INTEREST-POSTING-EXIT.
049000     EXIT.
049001*
049002*****************************************************************
049003* WITHHOLD-INTEREST-TAX - take the withholding tax on the
049004* closure interest off the account as its own debit, stamped
049005* with the tax marker as monthendaccrual does. It runs once the
049006* holds are released, so the funds they restrict cannot refuse
049007* it. A tax debit that is refused fails the closure with 83,
049008* the same as refused interest, and the caller backs out.
049009*****************************************************************
049010 WITHHOLD-INTEREST-TAX.
049011     COMPUTE WS-TAX-AMOUNT ROUNDED =
049012       WS-INTEREST-AMOUNT * WITHHOLDING-TAX-RATE.
049013     IF WS-TAX-AMOUNT IS NOT GREATER THAN ZERO
049014       MOVE ZERO TO WS-TAX-AMOUNT
049015       MOVE "00" TO RETURNCODE
049016       GO TO WITHHOLD-INTEREST-TAX-EXIT
049017     END-IF.
049018     MOVE USERACCOUNTIKEY TO CALL-ACCOUNT-IKEY.
049019     COMPUTE CALL-TRANSACTION-AMOUNT = 0 - WS-TAX-AMOUNT.
049020     CALL "posttransaction" USING
049021       CALL-ACCOUNT-IKEY
049022       CALL-TRANSACTION-AMOUNT
049023       ACCOUNT
049024       CALL-RETURNCODE.
049025     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
049026       DISPLAY "Withholding tax refused, RC=" CALL-RETURNCODE
049027         ". Account left open."
049028       MOVE ZERO TO WS-TAX-AMOUNT
049029       MOVE "83" TO RETURNCODE
049030       GO TO WITHHOLD-INTEREST-TAX-EXIT
049031     END-IF.
049032     MOVE ACCOUNTBALANCETOTAL TO WS-RESIDUAL-BALANCE.
049033     MOVE LASTDEBITTRANSACTION TO WS-TAX-SEQUENCE.
049034     MOVE 1 TO WS-TAX-POSTED.
049035     PERFORM MARK-TAX-POSTING
049036       THRU MARK-TAX-POSTING-EXIT.
049037     MOVE "00" TO RETURNCODE.
049038 WITHHOLD-INTEREST-TAX-EXIT.
049039     EXIT.
049040*
049041*****************************************************************
049042* MARK-TAX-POSTING - stamp the history record the tax debit
049043* just wrote with the withholding tax marker, on the same rule
049044* as MARK-INTEREST-POSTING.
049045*****************************************************************
049046 MARK-TAX-POSTING.
049047     OPEN I-O TRANSACTIONFILE.
049048       IF TXN-FILE-STATUS = "35"
049049         DISPLAY "Transaction file missing; tax for "
049050           USERACCOUNTIKEY " left unmarked."
049051         CLOSE TRANSACTIONFILE
049052         GO TO MARK-TAX-POSTING-EXIT
049053       END-IF.
049054     MOVE USERACCOUNTIKEY TO TXN-IKEY.
049055     MOVE "D" TO TXN-TYPE.
049056     MOVE LASTDEBITTRANSACTION TO TXN-SEQUENCE.
049057     READ TRANSACTIONFILE KEY IS TXN-KEY
049058       INVALID KEY
049059         DISPLAY "Error: Tax record not found for "
049060           USERACCOUNTIKEY "; left unmarked."
049061       NOT INVALID KEY
049062         MOVE WITHHOLDING-TAX-MARKER
049063           TO TXN-TRANSFER-REFERENCE
049064         REWRITE TRANSACTIONFD
049065           INVALID KEY
049066             DISPLAY "Error: Unable to mark tax for "
049067               USERACCOUNTIKEY
049068         END-REWRITE
049069     END-READ.
049070     CLOSE TRANSACTIONFILE.
049071 MARK-TAX-POSTING-EXIT.
049072     EXIT.
049100*
049200*****************************************************************
049300* RELEASE-ACCOUNT-HOLDS - mark every active hold against the
049400* account released and log each one the way maintainhold does.
049500* The holds have to go before the settlement, or transferfunds
049600* would refuse to pay away the part of the balance they
049700* restrict. Each hold released is remembered so a settlement
049800* that fails can put it back.
049900*****************************************************************
050000 RELEASE-ACCOUNT-HOLDS.
050100     MOVE 0 TO WS-FILE-ERROR.
050200     MOVE 0 TO WS-RELEASED-COUNT.
050300     OPEN I-O HOLDSFILE.
050400       IF HLD-FILE-STATUS = "35"
050500         CLOSE HOLDSFILE
050600         GO TO RELEASE-ACCOUNT-HOLDS-EXIT
050700       END-IF.
050800     MOVE 0 TO WS-SCAN-DONE.
050900     MOVE USERACCOUNTIKEY TO HLD-IKEY.
051000     MOVE ZERO TO HLD-HOLD-NUMBER.
051100     START HOLDSFILE KEY IS NOT LESS THAN HLD-KEY
051200       INVALID KEY MOVE 1 TO WS-SCAN-DONE
051300     END-START.
051400     PERFORM RELEASE-NEXT-HOLD
051500       THRU RELEASE-NEXT-HOLD-EXIT
051600       UNTIL WS-SCAN-DONE IS NOT ZERO.
051700     CLOSE HOLDSFILE.
051800     IF WS-RELEASED-COUNT IS GREATER THAN ZERO
051900       DISPLAY "Holds released: " WS-RELEASED-COUNT
052000     END-IF.
052100 RELEASE-ACCOUNT-HOLDS-EXIT.
052200     EXIT.
052300*
052400 RELEASE-NEXT-HOLD.
052500     READ HOLDSFILE NEXT RECORD
052600       AT END
052700         MOVE 1 TO WS-SCAN-DONE
052800         GO TO RELEASE-NEXT-HOLD-EXIT
052900     END-READ.
053000     IF HLD-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
053100       MOVE 1 TO WS-SCAN-DONE
053200       GO TO RELEASE-NEXT-HOLD-EXIT
053300     END-IF.
053400     IF NOT HLD-STATUS-ACTIVE
053500       GO TO RELEASE-NEXT-HOLD-EXIT
053600     END-IF.
053700     MOVE HLD-STATUS TO WS-OLD-VALUE.
053800     MOVE "R" TO HLD-STATUS.
053900     REWRITE HOLDSFD
054000       INVALID KEY
054100         DISPLAY "Error: Unable to release hold " HLD-HOLD-NUMBER
054200         MOVE 1 TO WS-FILE-ERROR
054300         MOVE 1 TO WS-SCAN-DONE
054400         GO TO RELEASE-NEXT-HOLD-EXIT
054500     END-REWRITE.
054600     ADD 1 TO WS-RELEASED-COUNT.
054700     MOVE HLD-HOLD-NUMBER
054800       TO WS-RELEASED-HOLD-NUMBER (WS-RELEASED-COUNT).
054900     MOVE "HOLD" TO WS-LOG-FIELD.
055000     MOVE HLD-STATUS TO WS-LOG-NEW-VALUE.
055100     PERFORM WRITE-MAINTENANCE-RECORD
055200       THRU WRITE-MAINTENANCE-RECORD-EXIT.
055300 RELEASE-NEXT-HOLD-EXIT.
055400     EXIT.
055500*
055600*****************************************************************
055700* REINSTATE-ACCOUNT-HOLDS - put back every hold this closure
055800* released, so a closure stopped after the release leaves the
055900* account restricted as it found it. Each hold put back is
056000* logged as its own maintenance change.
056100*****************************************************************
056200 REINSTATE-ACCOUNT-HOLDS.
056300     IF WS-RELEASED-COUNT IS ZERO
056400       GO TO REINSTATE-ACCOUNT-HOLDS-EXIT
056500     END-IF.
056600     OPEN I-O HOLDSFILE.
056700     PERFORM REINSTATE-ONE-HOLD
056800       THRU REINSTATE-ONE-HOLD-EXIT
056900       VARYING WS-RELEASED-SUB FROM 1 BY 1
057000       UNTIL WS-RELEASED-SUB IS GREATER THAN WS-RELEASED-COUNT.
057100     CLOSE HOLDSFILE.
057200     DISPLAY "Holds reinstated: " WS-RELEASED-COUNT.
057300     MOVE 0 TO WS-RELEASED-COUNT.
057400 REINSTATE-ACCOUNT-HOLDS-EXIT.
057500     EXIT.
057600*
057700 REINSTATE-ONE-HOLD.
057800     MOVE USERACCOUNTIKEY TO HLD-IKEY.
057900     MOVE WS-RELEASED-HOLD-NUMBER (WS-RELEASED-SUB)
058000       TO HLD-HOLD-NUMBER.
058100     READ HOLDSFILE KEY IS HLD-KEY
058200       INVALID KEY
058300         DISPLAY "Error: Hold " HLD-HOLD-NUMBER
058400           " not found to reinstate."
058500         GO TO REINSTATE-ONE-HOLD-EXIT
058600     END-READ.
058700     MOVE HLD-STATUS TO WS-OLD-VALUE.
058800     MOVE "A" TO HLD-STATUS.
058900     REWRITE HOLDSFD
059000       INVALID KEY
059100         DISPLAY "Error: Unable to reinstate hold "
059200           HLD-HOLD-NUMBER
059300         GO TO REINSTATE-ONE-HOLD-EXIT
059400     END-REWRITE.
059500     MOVE "HOLD" TO WS-LOG-FIELD.
059600     MOVE HLD-STATUS TO WS-LOG-NEW-VALUE.
059700     PERFORM WRITE-MAINTENANCE-RECORD
059800       THRU WRITE-MAINTENANCE-RECORD-EXIT.
059900 REINSTATE-ONE-HOLD-EXIT.
060000     EXIT.
060100*
060200*****************************************************************
060300* BACK-OUT-CLOSURE - undo whatever this closure has done, latest
060400* step first: the standing orders are made active again, the
060500* settlement transfer, the withholding tax and the closure
060510* interest are reversed through reversetransaction, and the
060600* holds are put back. The holds go last so the interest
060700* reversal is not refused for the funds they restrict. A
060800* back-out that cannot complete is displayed for manual
060900* repair; the account is open either way.
061000* The final statement lines this attempt archived are deleted
061100* first; lines the period held before it are left alone.
061200*****************************************************************
061300 BACK-OUT-CLOSURE.
061310     IF WS-ARCHIVE-FIRST-LINE IS NOT ZERO
061320       PERFORM REMOVE-FINAL-STATEMENT
061330         THRU REMOVE-FINAL-STATEMENT-EXIT
061340     END-IF.
061400     PERFORM REINSTATE-STANDING-ORDERS
061500       THRU REINSTATE-STANDING-ORDERS-EXIT.
061600     IF WS-SETTLEMENT-POSTED IS NOT ZERO
061700       MOVE "D" TO CALL-TRANSACTION-TYPE
061800       MOVE WS-SETTLEMENT-SEQUENCE TO CALL-TRANSACTION-SEQUENCE
061900       PERFORM REVERSE-CLOSURE-POSTING
062000         THRU REVERSE-CLOSURE-POSTING-EXIT
062100       MOVE 0 TO WS-SETTLEMENT-POSTED
062200     END-IF.
062210     IF WS-TAX-POSTED IS NOT ZERO
062220       MOVE "D" TO CALL-TRANSACTION-TYPE
062230       MOVE WS-TAX-SEQUENCE TO CALL-TRANSACTION-SEQUENCE
062240       PERFORM REVERSE-CLOSURE-POSTING
062250         THRU REVERSE-CLOSURE-POSTING-EXIT
062260       MOVE 0 TO WS-TAX-POSTED
062270     END-IF.
062300     IF WS-INTEREST-POSTED IS NOT ZERO
062400       MOVE "C" TO CALL-TRANSACTION-TYPE
062500       MOVE WS-INTEREST-SEQUENCE TO CALL-TRANSACTION-SEQUENCE
062600       PERFORM REVERSE-CLOSURE-POSTING
062700         THRU REVERSE-CLOSURE-POSTING-EXIT
062800       MOVE 0 TO WS-INTEREST-POSTED
062900     END-IF.
063000     PERFORM REINSTATE-ACCOUNT-HOLDS
063100       THRU REINSTATE-ACCOUNT-HOLDS-EXIT.
063200     DISPLAY "Closure backed out. Account left open.".
063300 BACK-OUT-CLOSURE-EXIT.
063400     EXIT.
063500*
063600 REVERSE-CLOSURE-POSTING.
063700     MOVE USERACCOUNTIKEY TO CALL-ACCOUNT-IKEY.
063800     CALL "reversetransaction" USING
063900       CALL-ACCOUNT-IKEY
064000       CALL-TRANSACTION-TYPE
064100       CALL-TRANSACTION-SEQUENCE
064200       ACCOUNT
064300       CALL-RETURNCODE.
064400     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
064500       DISPLAY "Error: Unable to reverse " CALL-TRANSACTION-TYPE
064600         " " CALL-TRANSACTION-SEQUENCE " for account "
064700         USERACCOUNTIKEY ", RC=" CALL-RETURNCODE
064800       DISPLAY "Manual repair required."
064900     END-IF.
065000 REVERSE-CLOSURE-POSTING-EXIT.
065100     EXIT.
065200*
065300*****************************************************************
065400* REINSTATE-STANDING-ORDERS - make every order this closure
065500* cancelled active again, logging each as its own change.
065600*****************************************************************
065700 REINSTATE-STANDING-ORDERS.
065800     IF WS-CANCELLED-COUNT IS ZERO
065900       GO TO REINSTATE-STANDING-ORDERS-EXIT
066000     END-IF.
066100     OPEN I-O STANDINGORDERFILE.
066200     PERFORM REINSTATE-ONE-ORDER
066300       THRU REINSTATE-ONE-ORDER-EXIT
066400       VARYING WS-CANCELLED-SUB FROM 1 BY 1
066500       UNTIL WS-CANCELLED-SUB IS GREATER THAN WS-CANCELLED-COUNT.
066600     CLOSE STANDINGORDERFILE.
066700     DISPLAY "Standing orders reinstated: " WS-CANCELLED-COUNT.
066800     MOVE 0 TO WS-CANCELLED-COUNT.
066900 REINSTATE-STANDING-ORDERS-EXIT.
067000     EXIT.
067100*
067200 REINSTATE-ONE-ORDER.
067300     MOVE WS-CANCELLED-ORDER-KEY (WS-CANCELLED-SUB) TO SO-KEY.
067400     READ STANDINGORDERFILE KEY IS SO-KEY
067500       INVALID KEY
067600         DISPLAY "Error: Standing order " SO-KEY
067700           " not found to reinstate."
067800         GO TO REINSTATE-ONE-ORDER-EXIT
067900     END-READ.
068000     MOVE SO-STATUS TO WS-OLD-VALUE.
068100     MOVE "A" TO SO-STATUS.
068200     REWRITE STANDINGORDERFD
068300       INVALID KEY
068400         DISPLAY "Error: Unable to reinstate standing order "
068500           SO-KEY
068600         GO TO REINSTATE-ONE-ORDER-EXIT
068700     END-REWRITE.
068800     MOVE "SORDER" TO WS-LOG-FIELD.
068900     MOVE SO-STATUS TO WS-LOG-NEW-VALUE.
069000     PERFORM WRITE-MAINTENANCE-RECORD
069100       THRU WRITE-MAINTENANCE-RECORD-EXIT.
069200 REINSTATE-ONE-ORDER-EXIT.
069300     EXIT.
069400*
069500*****************************************************************
069600* SETTLE-RESIDUAL-BALANCE - pay the whole remaining balance to
069700* the settlement account as one transfer, so both sides carry
069800* the same reference and the payment reads as a transfer on
069900* both statements.
070000*****************************************************************
070100 SETTLE-RESIDUAL-BALANCE.
070200     MOVE USERACCOUNTIKEY TO CALL-FROM-ACCOUNT-IKEY.
070300     MOVE USERSETTLEMENTIKEY TO CALL-TO-ACCOUNT-IKEY.
070400     MOVE WS-RESIDUAL-BALANCE TO CALL-TRANSFER-AMOUNT.
070500     MOVE SPACES TO CALL-TRANSFER-REFERENCE.
070600     CALL "transferfunds" USING
070700       CALL-FROM-ACCOUNT-IKEY
070800       CALL-TO-ACCOUNT-IKEY
070900       CALL-TRANSFER-AMOUNT
071000       CALL-TRANSFER-REFERENCE
071100       ACCOUNT
071200       CALL-RETURNCODE.
071300     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
071400       DISPLAY "Settlement transfer refused, RC=" CALL-RETURNCODE
071500       MOVE "84" TO RETURNCODE
071600       GO TO SETTLE-RESIDUAL-BALANCE-EXIT
071700     END-IF.
071800     MOVE CALL-TRANSFER-REFERENCE TO WS-SETTLEMENT-REFERENCE.
071900     MOVE LASTDEBITTRANSACTION TO WS-SETTLEMENT-SEQUENCE.
072000     MOVE 1 TO WS-SETTLEMENT-POSTED.
072100     MOVE ACCOUNTBALANCETOTAL TO WS-CLOSING-BALANCE.
072200     DISPLAY "Settled " WS-RESIDUAL-BALANCE " to account "
072300       USERSETTLEMENTIKEY " ref " WS-SETTLEMENT-REFERENCE.
072400     MOVE "00" TO RETURNCODE.
072500 SETTLE-RESIDUAL-BALANCE-EXIT.
072600     EXIT.
072700*
072800*****************************************************************
072900* CANCEL-STANDING-ORDERS - sweep the standing-order master and
073000* cancel every active order paying from or into the account,
073100* logging each the way maintainstandingorder logs a cancel. An
073200* order left active would fail against a closed account on
073300* every run from now on.
073400*****************************************************************
073500 CANCEL-STANDING-ORDERS.
073600     MOVE 0 TO WS-FILE-ERROR.
073700     MOVE 0 TO WS-CANCELLED-COUNT.
073800     OPEN I-O STANDINGORDERFILE.
073900       IF SO-FILE-STATUS = "35"
074000         CLOSE STANDINGORDERFILE
074100         GO TO CANCEL-STANDING-ORDERS-EXIT
074200       END-IF.
074300     MOVE 0 TO WS-SCAN-DONE.
074400     PERFORM CANCEL-NEXT-ORDER
074500       THRU CANCEL-NEXT-ORDER-EXIT
074600       UNTIL WS-SCAN-DONE IS NOT ZERO.
074700     CLOSE STANDINGORDERFILE.
074800     IF WS-CANCELLED-COUNT IS GREATER THAN ZERO
074900       DISPLAY "Standing orders cancelled: " WS-CANCELLED-COUNT
075000     END-IF.
075100 CANCEL-STANDING-ORDERS-EXIT.
075200     EXIT.
075300*
075400 CANCEL-NEXT-ORDER.
075500     READ STANDINGORDERFILE NEXT RECORD
075600       AT END
075700         MOVE 1 TO WS-SCAN-DONE
075800         GO TO CANCEL-NEXT-ORDER-EXIT
075900     END-READ.
076000     IF NOT SO-STATUS-ACTIVE
076100       GO TO CANCEL-NEXT-ORDER-EXIT
076200     END-IF.
076300     IF SO-FROM-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
076400       AND SO-TO-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
076500       GO TO CANCEL-NEXT-ORDER-EXIT
076600     END-IF.
076700     MOVE SO-STATUS TO WS-OLD-VALUE.
076800     MOVE "X" TO SO-STATUS.
076900     REWRITE STANDINGORDERFD
077000       INVALID KEY
077100         DISPLAY "Error: Unable to cancel standing order " SO-KEY
077200         MOVE 1 TO WS-FILE-ERROR
077300         MOVE 1 TO WS-SCAN-DONE
077400         GO TO CANCEL-NEXT-ORDER-EXIT
077500     END-REWRITE.
077600     ADD 1 TO WS-CANCELLED-COUNT.
077700     MOVE SO-KEY TO WS-CANCELLED-ORDER-KEY (WS-CANCELLED-COUNT).
077800     MOVE "SORDER" TO WS-LOG-FIELD.
077900     MOVE SO-STATUS TO WS-LOG-NEW-VALUE.
078000     PERFORM WRITE-MAINTENANCE-RECORD
078100       THRU WRITE-MAINTENANCE-RECORD-EXIT.
078200 CANCEL-NEXT-ORDER-EXIT.
078300     EXIT.
078400*
078500*****************************************************************
078600* PRINT-FINAL-STATEMENT - the account's last statement, laid
078700* out like a month-end one: opening balance, the closure
078800* interest and its rate, every transaction since the last
078900* statement cursor (the interest and the settlement among
079000* them), the closing balance, and a closing line naming the
079100* settlement account. It is archived under the business
079200* date's period after any lines already there, so a month-end
079300* statement archived for the same period is kept, and it can
079310* be reprinted like any other statement.
079400*****************************************************************
079500 PRINT-FINAL-STATEMENT.
079600     MOVE 0 TO WS-FILE-ERROR.
079700     OPEN INPUT DATAFILE.
079800     MOVE USERACCOUNTIKEY TO IKEY.
079900     READ DATAFILE KEY IS IKEY
080000       INVALID KEY MOVE 1 TO WS-FILE-ERROR
080100     END-READ.
080200     CLOSE DATAFILE.
080300     IF WS-FILE-ERROR IS NOT ZERO
080400       DISPLAY "Error: Account not found for final statement."
080500       GO TO PRINT-FINAL-STATEMENT-EXIT
080600     END-IF.
080700     MOVE CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER.
080800     MOVE LAST-CREDIT-TRANSACTION TO WS-LAST-CREDIT.
080900     MOVE LAST-DEBIT-TRANSACTION TO WS-LAST-DEBIT.
081000     COMPUTE WS-CREDIT-START = LAST-STATEMENT-CREDIT-SEQUENCE + 1.
081100     COMPUTE WS-DEBIT-START = LAST-STATEMENT-DEBIT-SEQUENCE + 1.
081200*
081300     OPEN I-O STATEMENTFILE.
081400       IF STM-FILE-STATUS = "35"
081500         DISPLAY "Statement archive does not exist. Creating."
081600         OPEN OUTPUT STATEMENTFILE
081700         CLOSE STATEMENTFILE
081800         OPEN I-O STATEMENTFILE
081900       END-IF.
082000     DISPLAY " ".
082100     DISPLAY "STATEMENT FOR ACCOUNT " USERACCOUNTIKEY.
082200     PERFORM FIND-LAST-STATEMENT-LINE
082300       THRU FIND-LAST-STATEMENT-LINE-EXIT.
082400     COMPUTE WS-ARCHIVE-FIRST-LINE = WS-ARCHIVE-LINE-NUMBER + 1.
082500     MOVE USERACCOUNTIKEY TO WS-STM-HEADER-IKEY.
082600     MOVE WS-STATEMENT-PERIOD TO WS-STM-HEADER-PERIOD.
082700     MOVE WS-STM-HEADER-LINE TO WS-ARCHIVE-TEXT.
082800     PERFORM ARCHIVE-STATEMENT-LINE.
082900     PERFORM PRINT-CUSTOMER-HEADING
083000       THRU PRINT-CUSTOMER-HEADING-EXIT.
083100     DISPLAY "Opening balance: " WS-OPENING-BALANCE.
083200     MOVE "OPENING BALANCE" TO WS-STM-AMOUNT-LABEL.
083300     MOVE WS-OPENING-BALANCE TO WS-STM-AMOUNT-VALUE.
083400     MOVE WS-STM-AMOUNT-LINE TO WS-ARCHIVE-TEXT.
083500     PERFORM ARCHIVE-STATEMENT-LINE.
083600     IF WS-INTEREST-AMOUNT IS GREATER THAN ZERO
083700       DISPLAY "Interest accrued: " WS-INTEREST-AMOUNT
083800       MOVE "INTEREST ACCRUED" TO WS-STM-AMOUNT-LABEL
083900       MOVE WS-INTEREST-AMOUNT TO WS-STM-AMOUNT-VALUE
084000       MOVE WS-STM-AMOUNT-LINE TO WS-ARCHIVE-TEXT
084100       PERFORM ARCHIVE-STATEMENT-LINE
084200       MOVE WS-RATE-APPLIED TO WS-STM-RATE-VALUE
084300       DISPLAY "Interest rate applied: " WS-STM-RATE-VALUE
084400       MOVE "INTEREST RATE" TO WS-STM-RATE-LABEL
084500       MOVE WS-STM-RATE-LINE TO WS-ARCHIVE-TEXT
084600       PERFORM ARCHIVE-STATEMENT-LINE
084610       IF WS-TAX-AMOUNT IS GREATER THAN ZERO
084620         DISPLAY "Tax withheld: " WS-TAX-AMOUNT
084630         MOVE "TAX WITHHELD" TO WS-STM-AMOUNT-LABEL
084640         MOVE WS-TAX-AMOUNT TO WS-STM-AMOUNT-VALUE
084650         MOVE WS-STM-AMOUNT-LINE TO WS-ARCHIVE-TEXT
084660         PERFORM ARCHIVE-STATEMENT-LINE
084670       END-IF
084700     END-IF.
084800     PERFORM PRINT-CREDIT-TRANSACTIONS
084900       VARYING WS-STATEMENT-SEQUENCE FROM WS-CREDIT-START BY 1
085000       UNTIL WS-STATEMENT-SEQUENCE > WS-LAST-CREDIT.
085100     PERFORM PRINT-DEBIT-TRANSACTIONS
085200       VARYING WS-STATEMENT-SEQUENCE FROM WS-DEBIT-START BY 1
085300       UNTIL WS-STATEMENT-SEQUENCE > WS-LAST-DEBIT.
085400     DISPLAY "Closing balance: " WS-CLOSING-BALANCE.
085500     MOVE "CLOSING BALANCE" TO WS-STM-AMOUNT-LABEL.
085600     MOVE WS-CLOSING-BALANCE TO WS-STM-AMOUNT-VALUE.
085700     MOVE WS-STM-AMOUNT-LINE TO WS-ARCHIVE-TEXT.
085800     PERFORM ARCHIVE-STATEMENT-LINE.
085900     MOVE WS-RUN-DATE TO WS-STM-CLOSURE-DATE.
086000     MOVE USERSETTLEMENTIKEY TO WS-STM-CLOSURE-SETTLEMENT.
086100     DISPLAY WS-STM-CLOSURE-LINE.
086200     MOVE WS-STM-CLOSURE-LINE TO WS-ARCHIVE-TEXT.
086300     PERFORM ARCHIVE-STATEMENT-LINE.
086400     CLOSE STATEMENTFILE.
086500 PRINT-FINAL-STATEMENT-EXIT.
086600     EXIT.
086700*
086800*****************************************************************
086900* PRINT-CREDIT-TRANSACTIONS / PRINT-DEBIT-TRANSACTIONS - look up
087000* one transaction history record by its composite key and print
087100* it, with fee lines and reversal notes as monthendaccrual
087200* prints them.
087300*****************************************************************
087400 PRINT-CREDIT-TRANSACTIONS.
087500     MOVE USERACCOUNTIKEY TO TXN-IKEY.
087600     MOVE "C" TO TXN-TYPE.
087700     MOVE WS-STATEMENT-SEQUENCE TO TXN-SEQUENCE.
087800     PERFORM PRINT-ONE-TRANSACTION
087900       THRU PRINT-ONE-TRANSACTION-EXIT.
088000*
088100 PRINT-DEBIT-TRANSACTIONS.
088200     MOVE USERACCOUNTIKEY TO TXN-IKEY.
088300     MOVE "D" TO TXN-TYPE.
088400     MOVE WS-STATEMENT-SEQUENCE TO TXN-SEQUENCE.
088500     PERFORM PRINT-ONE-TRANSACTION
088600       THRU PRINT-ONE-TRANSACTION-EXIT.
088700*
088800 PRINT-ONE-TRANSACTION.
088900     OPEN INPUT TRANSACTIONFILE.
089000       IF TXN-FILE-STATUS = "35"
089100         CLOSE TRANSACTIONFILE
089200         GO TO PRINT-ONE-TRANSACTION-EXIT
089300       END-IF.
089400     READ TRANSACTIONFILE KEY IS TXN-KEY
089500       INVALID KEY
089600         DISPLAY "  (transaction not on file)"
089700         MOVE "  (transaction not on file)" TO WS-ARCHIVE-TEXT
089800         PERFORM ARCHIVE-STATEMENT-LINE
089900         CLOSE TRANSACTIONFILE
090000         GO TO PRINT-ONE-TRANSACTION-EXIT
090100     END-READ.
090200     MOVE TXN-TRANSFER-REFERENCE TO FEE-MARKER-TEST.
090300     IF FEE-MARKER-FOUND
090310       OR TXN-TRANSFER-REFERENCE IS EQUAL TO
090320         WITHHOLDING-TAX-MARKER
090400       DISPLAY "  " TXN-TRANSFER-REFERENCE " " TXN-DATE " "
090500         TXN-AMOUNT
090600       MOVE TXN-TRANSFER-REFERENCE TO WS-STM-FEE-LABEL
090700       MOVE TXN-DATE TO WS-STM-FEE-DATE
090800       MOVE TXN-AMOUNT TO WS-STM-FEE-AMOUNT
090900       MOVE WS-STM-FEE-LINE TO WS-ARCHIVE-TEXT
091000     ELSE
091100       DISPLAY "  " TXN-TYPE " " TXN-DATE " " TXN-AMOUNT
091200       MOVE TXN-TYPE TO WS-STM-TXN-TYPE
091300       MOVE TXN-DATE TO WS-STM-TXN-DATE
091400       MOVE TXN-AMOUNT TO WS-STM-TXN-AMOUNT
091500       MOVE WS-STM-TXN-LINE TO WS-ARCHIVE-TEXT
091600     END-IF.
091700     PERFORM ARCHIVE-STATEMENT-LINE.
091800     IF NOT TXN-NOT-REVERSED
091900       PERFORM PRINT-REVERSAL-NOTE
092000         THRU PRINT-REVERSAL-NOTE-EXIT
092100     END-IF.
092200     CLOSE TRANSACTIONFILE.
092300 PRINT-ONE-TRANSACTION-EXIT.
092400     EXIT.
092500*
092600 PRINT-REVERSAL-NOTE.
092700     IF TXN-REVERSED
092800       MOVE "REVERSED BY " TO WS-STM-REVERSAL-LABEL
092900     ELSE
093000       MOVE "REVERSAL OF " TO WS-STM-REVERSAL-LABEL
093100     END-IF.
093200     MOVE TXN-REVERSAL-TYPE TO WS-STM-REVERSAL-TYPE.
093300     MOVE TXN-REVERSAL-SEQUENCE TO WS-STM-REVERSAL-SEQUENCE.
093400     DISPLAY WS-STM-REVERSAL-LINE.
093500     MOVE WS-STM-REVERSAL-LINE TO WS-ARCHIVE-TEXT.
093600     PERFORM ARCHIVE-STATEMENT-LINE.
093700 PRINT-REVERSAL-NOTE-EXIT.
093800     EXIT.
093900*
094000*****************************************************************
094100* FIND-LAST-STATEMENT-LINE - find the last line the archive
094200* already holds for this account and period, such as a
094300* month-end statement, so the final statement follows it.
094400*****************************************************************
094500 FIND-LAST-STATEMENT-LINE.
094600     MOVE 0 TO WS-PURGE-DONE.
094700     MOVE 0 TO WS-ARCHIVE-LINE-NUMBER.
094800     PERFORM FIND-NEXT-STATEMENT-LINE
094900       THRU FIND-NEXT-STATEMENT-LINE-EXIT
095000       UNTIL WS-PURGE-DONE IS NOT ZERO.
095100 FIND-LAST-STATEMENT-LINE-EXIT.
095200     EXIT.
095300*
095400 FIND-NEXT-STATEMENT-LINE.
095500     MOVE USERACCOUNTIKEY TO STM-IKEY.
095600     MOVE WS-STATEMENT-PERIOD TO STM-PERIOD.
095700     COMPUTE STM-LINE-NUMBER = WS-ARCHIVE-LINE-NUMBER + 1.
095800     READ STATEMENTFILE KEY IS STM-KEY
095900       INVALID KEY MOVE 1 TO WS-PURGE-DONE
096000       NOT INVALID KEY ADD 1 TO WS-ARCHIVE-LINE-NUMBER
096100     END-READ.
096200 FIND-NEXT-STATEMENT-LINE-EXIT.
096300     EXIT.
096302*
096304*****************************************************************
096306* REMOVE-FINAL-STATEMENT - delete the final statement lines
096308* this attempt archived, from the first line it wrote to the
096310* last, so a backed-out closure leaves the period's archive as
096312* it found it.
096314*****************************************************************
096316 REMOVE-FINAL-STATEMENT.
096318     OPEN I-O STATEMENTFILE.
096320     IF STM-FILE-STATUS IS NOT EQUAL TO "00"
096322       DISPLAY "Error: Unable to remove final statement lines "
096324         "from " WS-ARCHIVE-FIRST-LINE " for account "
096326         USERACCOUNTIKEY ", status " STM-FILE-STATUS
096328       GO TO REMOVE-FINAL-STATEMENT-EXIT
096330     END-IF.
096332     PERFORM REMOVE-ONE-STATEMENT-LINE
096334       THRU REMOVE-ONE-STATEMENT-LINE-EXIT
096336       VARYING WS-PURGE-LINE-NUMBER
096337         FROM WS-ARCHIVE-FIRST-LINE BY 1
096338       UNTIL WS-PURGE-LINE-NUMBER IS GREATER THAN
096340         WS-ARCHIVE-LINE-NUMBER.
096342     CLOSE STATEMENTFILE.
096344     MOVE 0 TO WS-ARCHIVE-FIRST-LINE.
096346 REMOVE-FINAL-STATEMENT-EXIT.
096348     EXIT.
096350*
096352 REMOVE-ONE-STATEMENT-LINE.
096354     MOVE USERACCOUNTIKEY TO STM-IKEY.
096356     MOVE WS-STATEMENT-PERIOD TO STM-PERIOD.
096358     MOVE WS-PURGE-LINE-NUMBER TO STM-LINE-NUMBER.
096360     DELETE STATEMENTFILE
096362       INVALID KEY CONTINUE
096364     END-DELETE.
096366 REMOVE-ONE-STATEMENT-LINE-EXIT.
096368     EXIT.
096400*
096500*****************************************************************
096600* ARCHIVE-STATEMENT-LINE - append the line just printed to the
096700* statement archive under the next line number for this
096800* account and period. A line that cannot be written stops the
096900* closure before the status is changed.
097000*****************************************************************
097100 ARCHIVE-STATEMENT-LINE.
097200     ADD 1 TO WS-ARCHIVE-LINE-NUMBER.
097300     MOVE USERACCOUNTIKEY TO STM-IKEY.
097400     MOVE WS-STATEMENT-PERIOD TO STM-PERIOD.
097500     MOVE WS-ARCHIVE-LINE-NUMBER TO STM-LINE-NUMBER.
097600     MOVE WS-ARCHIVE-TEXT TO STM-LINE-TEXT.
097700     WRITE STATEMENTFD
097800       INVALID KEY
097900         DISPLAY "Error: Unable to archive statement line "
098000           "for account " USERACCOUNTIKEY
098100         MOVE 1 TO WS-FILE-ERROR
098200     END-WRITE.
098300*
098400*****************************************************************
098500* PRINT-CUSTOMER-HEADING - head the statement with the owning
098600* customer's name and mailing address. An account whose
098700* customer cannot be read keeps the bare heading.
098800*****************************************************************
098900 PRINT-CUSTOMER-HEADING.
099000     MOVE 0 TO WS-CUSTOMER-FOUND.
099100     OPEN INPUT CUSTOMERFILE.
099200       IF CUST-FILE-STATUS = "35"
099300         CLOSE CUSTOMERFILE
099400         GO TO PRINT-CUSTOMER-HEADING-EXIT
099500       END-IF.
099600     MOVE WS-CUSTOMER-NUMBER TO CUST-KEY.
099700     READ CUSTOMERFILE KEY IS CUST-KEY
099800       INVALID KEY
099900         DISPLAY "  (customer " CUST-KEY " not on file)"
100000       NOT INVALID KEY
100100         MOVE 1 TO WS-CUSTOMER-FOUND
100200     END-READ.
100300     IF WS-CUSTOMER-FOUND IS NOT ZERO
100400       DISPLAY CUST-NAME
100500       DISPLAY CUST-ADDRESS-1
100600       DISPLAY CUST-ADDRESS-2
100700       MOVE CUST-NAME TO WS-ARCHIVE-TEXT
100800       PERFORM ARCHIVE-STATEMENT-LINE
100900       MOVE CUST-ADDRESS-1 TO WS-ARCHIVE-TEXT
101000       PERFORM ARCHIVE-STATEMENT-LINE
101100       MOVE CUST-ADDRESS-2 TO WS-ARCHIVE-TEXT
101200       PERFORM ARCHIVE-STATEMENT-LINE
101300     END-IF.
101400     CLOSE CUSTOMERFILE.
101500 PRINT-CUSTOMER-HEADING-EXIT.
101600     EXIT.
101700*
101800*****************************************************************
101900* SET-ACCOUNT-CLOSED - the status change itself goes through
102000* maintainaccount, so it is logged and journaled like any other
102100* and its zero-balance rule has the last word.
102200*****************************************************************
102300 SET-ACCOUNT-CLOSED.
102400     MOVE "C" TO CALL-NEW-ACCOUNT-STATUS.
102500     MOVE SPACE TO CALL-NEW-ACCOUNT-TYPE.
102600     CALL "maintainaccount" USING
102700       USERACCOUNTIKEY
102800       CALL-NEW-ACCOUNT-STATUS
102900       CALL-NEW-ACCOUNT-TYPE
103000       ACCOUNT
103100       CALL-RETURNCODE
103200       USERJOBID.
103300     IF CALL-RETURNCODE IS NOT EQUAL TO "00"
103400       DISPLAY "Status change refused, RC=" CALL-RETURNCODE
103500       MOVE "85" TO RETURNCODE
103600       GO TO SET-ACCOUNT-CLOSED-EXIT
103700     END-IF.
103800     MOVE "00" TO RETURNCODE.
103900 SET-ACCOUNT-CLOSED-EXIT.
104000     EXIT.
104100*
104200*****************************************************************
104300* UPDATE-STATEMENT-CURSOR - advance the statement cursors past
104400* what the final statement printed, so the month-end run finds
104500* nothing new on the closed account and leaves the final
104600* statement standing. Done only once the status change has
104700* gone through; a closure stopped before that is reprinted in
104800* full when it is retried.
104900*****************************************************************
105000 UPDATE-STATEMENT-CURSOR.
105100     MOVE 0 TO WS-FILE-ERROR.
105200     OPEN I-O DATAFILE.
105300     MOVE USERACCOUNTIKEY TO IKEY.
105400     READ DATAFILE KEY IS IKEY
105500       INVALID KEY MOVE 1 TO WS-FILE-ERROR
105600     END-READ.
105700     IF WS-FILE-ERROR IS NOT ZERO
105800       DISPLAY "Error: Unable to update statement cursor for "
105900         "account " USERACCOUNTIKEY
106000       CLOSE DATAFILE
106100       GO TO UPDATE-STATEMENT-CURSOR-EXIT
106200     END-IF.
106300     MOVE LAST-STATEMENT-CREDIT-SEQUENCE TO WS-OLD-STMT-CREDIT.
106400     MOVE LAST-STATEMENT-DEBIT-SEQUENCE TO WS-OLD-STMT-DEBIT.
106500     MOVE WS-LAST-CREDIT TO LAST-STATEMENT-CREDIT-SEQUENCE.
106600     MOVE WS-LAST-DEBIT TO LAST-STATEMENT-DEBIT-SEQUENCE.
106700     REWRITE DATAFILEFD
106800       INVALID KEY
106900         DISPLAY "Error: Unable to update statement cursor for "
107000           "account " USERACCOUNTIKEY
107100       NOT INVALID KEY
107200         PERFORM WRITE-AUDIT-IMAGE
107300     END-REWRITE.
107400     CLOSE DATAFILE.
107500 UPDATE-STATEMENT-CURSOR-EXIT.
107600     EXIT.
107700*
107800*****************************************************************
107900* RETURN-ACCOUNT-IMAGE - hand the record as it now stands back
108000* to the caller through the shared ACCOUNT linkage shape.
108100*****************************************************************
108200 RETURN-ACCOUNT-IMAGE.
108300     MOVE IKEY TO ACCOUNTIKEY.
108400     MOVE BALANCE-TOTAL TO ACCOUNTBALANCETOTAL.
108500     MOVE LAST-CREDIT-TRANSACTION TO LASTCREDITTRANSACTION.
108600     MOVE LAST-DEBIT-TRANSACTION TO LASTDEBITTRANSACTION.
108700     MOVE ACCOUNT-STATUS TO ACCOUNTSTATUS.
108800     MOVE ACCOUNT-TYPE TO ACCOUNTTYPE.
108900     MOVE EXTERNAL-REFERENCE TO ACCOUNTEXTERNALREFERENCE.
109000     MOVE CUSTOMER-NUMBER TO ACCOUNTCUSTOMERNUMBER.
109100     MOVE ZERO TO WS-HOLDS-TOTAL.
109200     CALL "inquireholds" USING
109300       USERACCOUNTIKEY
109400       WS-HOLDS-TOTAL
109500       HOLDS-RETURNCODE.
109600     IF HOLDS-RETURNCODE IS NOT EQUAL TO "00"
109700       DISPLAY "Unable to read holds for account "
109800         USERACCOUNTIKEY ", RC=" HOLDS-RETURNCODE
109900       MOVE ZERO TO WS-HOLDS-TOTAL
110000     END-IF.
110100     SUBTRACT WS-HOLDS-TOTAL FROM BALANCE-TOTAL
110200       GIVING ACCOUNTAVAILABLEBALANCE.
110300*
110400*****************************************************************
110500* WRITE-MAINTENANCE-RECORD - one log line per hold released or
110600* reinstated and per standing order cancelled, with the same
110700* field names maintainhold and maintainstandingorder use, so a
110800* closure's side effects read like the manual actions they
110900* replace.
111000*****************************************************************
111100 WRITE-MAINTENANCE-RECORD.
111200     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD.
111300     ACCEPT MNT-RUN-TIME FROM TIME.
111400     MOVE USERJOBID TO MNT-JOBID.
111500     MOVE USERACCOUNTIKEY TO MNT-IKEY.
111600     MOVE WS-LOG-FIELD TO MNT-FIELD.
111700     MOVE WS-OLD-VALUE TO MNT-OLD-VALUE.
111800     MOVE WS-LOG-NEW-VALUE TO MNT-NEW-VALUE.
111900     OPEN EXTEND MAINTENANCEFILE.
112000       IF MNT-FILE-STATUS = "35"
112100         CLOSE MAINTENANCEFILE
112200         OPEN OUTPUT MAINTENANCEFILE
112300         CLOSE MAINTENANCEFILE
112400         OPEN EXTEND MAINTENANCEFILE
112500       END-IF.
112600     WRITE MAINTENANCEREC.
112700     IF MNT-FILE-STATUS IS NOT EQUAL TO "00"
112800       DISPLAY "Error: Unable to log maintenance for account "
112900         MNT-IKEY " status " MNT-FILE-STATUS
113000     END-IF.
113100     CLOSE MAINTENANCEFILE.
113200 WRITE-MAINTENANCE-RECORD-EXIT.
113300     EXIT.
113400*
113500*****************************************************************
113600* WRITE-AUDIT-IMAGE - append the before/after image of the
113700* cursor REWRITE just committed to the account audit journal.
113800* The cursors are the only fields changed here.
113900*****************************************************************
114000 WRITE-AUDIT-IMAGE.
114100     MOVE "closeaccount" TO AUD-PROGRAM.
114200     MOVE USERJOBID TO AUD-JOBID.
114300     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
114400     ACCEPT AUD-RUN-TIME FROM TIME.
114500     MOVE USERACCOUNTIKEY TO AUD-IKEY.
114600     MOVE "REWRITE" TO AUD-ACTION.
114700     MOVE BALANCE-TOTAL TO AUD-OLD-BALANCE.
114800     MOVE BALANCE-TOTAL TO AUD-NEW-BALANCE.
114900     MOVE ACCOUNT-STATUS TO AUD-OLD-STATUS.
115000     MOVE ACCOUNT-STATUS TO AUD-NEW-STATUS.
115100     MOVE ACCOUNT-TYPE TO AUD-OLD-TYPE.
115200     MOVE ACCOUNT-TYPE TO AUD-NEW-TYPE.
115300     MOVE LAST-CREDIT-TRANSACTION TO AUD-OLD-LAST-CREDIT.
115400     MOVE LAST-CREDIT-TRANSACTION TO AUD-NEW-LAST-CREDIT.
115500     MOVE LAST-DEBIT-TRANSACTION TO AUD-OLD-LAST-DEBIT.
115600     MOVE LAST-DEBIT-TRANSACTION TO AUD-NEW-LAST-DEBIT.
115700     MOVE WS-OLD-STMT-CREDIT TO AUD-OLD-STMT-CREDIT.
115800     MOVE LAST-STATEMENT-CREDIT-SEQUENCE
115900       TO AUD-NEW-STMT-CREDIT.
116000     MOVE WS-OLD-STMT-DEBIT TO AUD-OLD-STMT-DEBIT.
116100     MOVE LAST-STATEMENT-DEBIT-SEQUENCE
116200       TO AUD-NEW-STMT-DEBIT.
116300     OPEN EXTEND AUDITFILE.
116400       IF AUD-FILE-STATUS = "35"
116500         CLOSE AUDITFILE
116600         OPEN OUTPUT AUDITFILE
116700         CLOSE AUDITFILE
116800         OPEN EXTEND AUDITFILE
116900       END-IF.
117000     WRITE AUDITREC.
117100     IF AUD-FILE-STATUS IS NOT EQUAL TO "00"
117200       DISPLAY "Error: Unable to journal account image for "
117300         AUD-IKEY " status " AUD-FILE-STATUS
117400     END-IF.
117500     CLOSE AUDITFILE.
117600*
117700*****************************************************************
117800* GET-BUSINESS-DATE - the closure date, and so the statement
117900* period, is the open business date; the wall clock is only a
118000* fallback for a site that has never set the control record
118100* up.
118200*****************************************************************
118300 GET-BUSINESS-DATE.
118400     OPEN INPUT BUSINESSDATEFILE.
118500       IF BDT-FILE-STATUS = "35"
118600         DISPLAY "Business-date control record missing. "
118700           "Using the system date."
118800         CLOSE BUSINESSDATEFILE
118900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
119000       ELSE
119100         READ BUSINESSDATEFILE
119200           AT END
119300             DISPLAY "Business-date control record empty. "
119400               "Using the system date."
119500             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
119600           NOT AT END
119700             MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
119800         END-READ
119900         CLOSE BUSINESSDATEFILE
120000       END-IF.
120100*
120200*****************************************************************
120300* SET-DAYS-THIS-MONTH - month length for the month the business
120400* date sits in, honouring leap years, the same rule endofday
120500* uses to advance the business date.
120600*****************************************************************
120700 SET-DAYS-THIS-MONTH.
120800     MOVE WS-MONTH-DAYS (WS-RUN-MONTH) TO WS-DAYS-THIS-MONTH.
120900     IF WS-RUN-MONTH IS EQUAL TO 2
121000       DIVIDE WS-RUN-YEAR BY 4
121100         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-4
121200       DIVIDE WS-RUN-YEAR BY 100
121300         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-100
121400       DIVIDE WS-RUN-YEAR BY 400
121500         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER-400
121600       IF (WS-REMAINDER-4 IS EQUAL TO ZERO
121700           AND WS-REMAINDER-100 IS NOT EQUAL TO ZERO)
121800         OR WS-REMAINDER-400 IS EQUAL TO ZERO
121900         MOVE 29 TO WS-DAYS-THIS-MONTH
122000       END-IF
122100     END-IF.
122200 SET-DAYS-THIS-MONTH-EXIT.
122300     EXIT.
122400*
122500*****************************************************************
122600* LOOK-UP-INTEREST-RATE - the newest rate row for the account
122700* type not after the closure date, or the INTRATE fallback
122800* where there is no rate file or no row in force yet, the same
122900* rule the month-end accrual applies.
123000*****************************************************************
123100 LOOK-UP-INTEREST-RATE.
123200     IF WS-ACCOUNT-TYPE IS EQUAL TO "S"
123300       MOVE INTEREST-RATE-SAVINGS TO WS-RATE-APPLIED
123400     ELSE
123500       MOVE INTEREST-RATE-CHECKING TO WS-RATE-APPLIED
123600     END-IF.
123700     OPEN INPUT RATEFILE.
123800       IF RATE-FILE-STATUS = "35"
123900         CLOSE RATEFILE
124000         GO TO LOOK-UP-INTEREST-RATE-EXIT
124100       END-IF.
124200     MOVE WS-ACCOUNT-TYPE TO WS-RATE-LOOKUP-TYPE.
124300     MOVE WS-RATE-LOOKUP-TYPE TO RATE-ACCOUNT-TYPE.
124400     MOVE ZERO TO RATE-EFFECTIVE-DATE.
124500     MOVE 0 TO WS-RATE-SCAN-DONE.
124600     START RATEFILE KEY IS NOT LESS THAN RATE-KEY
124700       INVALID KEY MOVE 1 TO WS-RATE-SCAN-DONE
124800     END-START.
124900     PERFORM SCAN-NEXT-RATE-ROW
125000       THRU SCAN-NEXT-RATE-ROW-EXIT
125100       UNTIL WS-RATE-SCAN-DONE IS NOT ZERO.
125200     CLOSE RATEFILE.
125300 LOOK-UP-INTEREST-RATE-EXIT.
125400     EXIT.
125500*
125600 SCAN-NEXT-RATE-ROW.
125700     READ RATEFILE NEXT RECORD
125800       AT END MOVE 1 TO WS-RATE-SCAN-DONE
125900     END-READ.
126000     IF WS-RATE-SCAN-DONE IS NOT ZERO
126100       GO TO SCAN-NEXT-RATE-ROW-EXIT
126200     END-IF.
126300     IF RATE-ACCOUNT-TYPE IS NOT EQUAL TO WS-RATE-LOOKUP-TYPE
126400       OR RATE-EFFECTIVE-DATE IS GREATER THAN WS-RUN-DATE
126500       MOVE 1 TO WS-RATE-SCAN-DONE
126600       GO TO SCAN-NEXT-RATE-ROW-EXIT
126700     END-IF.
126800     MOVE RATE-VALUE TO WS-RATE-APPLIED.
126900 SCAN-NEXT-RATE-ROW-EXIT.
127000     EXIT.
