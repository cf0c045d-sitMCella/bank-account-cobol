000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. interesttaxyear.
000300  AUTHOR. Marco Cella.
000400  Installation. Year-end interest tax certificates and extract.
000500  Date-Written. 2026/09/21.
000600  Date-Compiled. 2026/09/21.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "custsel.cpy".
001500     COPY "acctsel.cpy".
001600     COPY "txnsel.cpy".
001700     COPY "arcsel.cpy".
001800     COPY "itcsel.cpy".
001900     COPY "itxsel.cpy".
002000     COPY "bdtsel.cpy".
002100*
002200 DATA DIVISION.
002300  FILE SECTION.
002400   COPY "custrec.cpy".
002500   COPY "acctrec.cpy".
002600   COPY "txnrec.cpy".
002700   COPY "arcrec.cpy".
002800   COPY "itcrec.cpy".
002900   COPY "itxrec.cpy".
003000   COPY "bdtrec.cpy".
003100*
003200  WORKING-STORAGE SECTION.
003300   01 CUST-FILE-STATUS PIC XX.
003400   01 FILE-STATUS PIC XX.
003500   01 TXN-FILE-STATUS PIC XX.
003600   01 ARC-FILE-STATUS PIC XX.
003700   01 ITC-FILE-STATUS PIC XX.
003800   01 ITX-FILE-STATUS PIC XX.
003900   01 BDT-FILE-STATUS PIC XX.
004000   COPY "intmark.cpy".
004100   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
004200     88 NO-MORE-CUSTOMERS VALUE 1.
004300   01 WS-ACCOUNTS-DONE PIC 9 VALUE ZERO.
004400   01 WS-ENDOFACCOUNT PIC 9 VALUE ZERO.
004500     88 NO-MORE-TRANSACTIONS VALUE 1.
004600   01 WS-ENDOFARCHIVE PIC 9 VALUE ZERO.
004700     88 NO-MORE-ARCHIVE-RECORDS VALUE 1.
004800   01 WS-TXN-FILE-MISSING PIC 9 VALUE ZERO.
004900   01 WS-ARC-FILE-MISSING PIC 9 VALUE ZERO.
005000   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
005100   01 WS-BUSINESS-DATE PIC 9(8).
005200   01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
005300     05 WS-BUSINESS-YEAR PIC 9(4).
005400     05 WS-BUSINESS-MONTH-DAY PIC 9(4).
005500   01 WS-TAX-YEAR PIC 9(4).
005600*
005700* The customer whose certificate is being assembled.
005800   01 WS-CUR-CUSTOMER PIC 9(6).
005900   01 WS-CUR-NAME PIC X(40).
006000   01 WS-CUR-ADDRESS-1 PIC X(30).
006100   01 WS-CUR-ADDRESS-2 PIC X(30).
006200   01 WS-CUSTOMER-STARTED PIC 9 VALUE ZERO.
006300   01 WS-SAVE-IKEY PIC 9(4).
006400*
006500* One account's figures for the tax year, the customer's and the
006600* whole run's. The tax is held as the positive amount withheld.
006700   01 WS-ACCOUNT-GROSS PIC S9(29)V99 COMP-3.
006800   01 WS-ACCOUNT-TAX PIC S9(29)V99 COMP-3.
006900   01 WS-ACCOUNT-NET PIC S9(29)V99 COMP-3.
007000   01 WS-CUSTOMER-GROSS PIC S9(29)V99 COMP-3.
007100   01 WS-CUSTOMER-TAX PIC S9(29)V99 COMP-3.
007200   01 WS-CUSTOMER-NET PIC S9(29)V99 COMP-3.
007300   01 WS-RUN-GROSS PIC S9(29)V99 COMP-3 VALUE ZERO.
007400   01 WS-RUN-TAX PIC S9(29)V99 COMP-3 VALUE ZERO.
007500   01 WS-RUN-NET PIC S9(29)V99 COMP-3 VALUE ZERO.
007600   01 WS-CUSTOMER-COUNT PIC 9(6) COMP VALUE ZERO.
007700   01 WS-ACCOUNT-COUNT PIC 9(6) COMP VALUE ZERO.
007800*
007900* Per-sequence state of the account's history while it is
008000* weighed, one byte per credit and per debit sequence: SPACE not
008100* met yet, "Y" met and not counted, "I" counted as interest or
008200* tax, "R" known reversed by an entry met before it. A sequence
008300* met twice - on the live file and again in the archive - is the
008400* same record and is only weighed once.
008500   01 WS-CREDIT-STATES.
008600     05 WS-CREDIT-STATE PIC X(01) OCCURS 9999.
008700   01 WS-DEBIT-STATES.
008800     05 WS-DEBIT-STATE PIC X(01) OCCURS 9999.
008900   01 WS-STATE PIC X(01).
009000*
009100* The history record being weighed, from either file.
009200   01 WS-WEIGH-TYPE PIC X(01).
009300   01 WS-WEIGH-SEQUENCE PIC 9(4).
009400   01 WS-WEIGH-AMOUNT PIC S9(29)V99 COMP-3.
009500   01 WS-WEIGH-DATE PIC 9(8).
009600   01 WS-WEIGH-DATE-PARTS REDEFINES WS-WEIGH-DATE.
009700     05 WS-WEIGH-YEAR PIC 9(4).
009800     05 FILLER PIC 9(4).
009900   01 WS-WEIGH-REFERENCE PIC X(16).
010000   01 WS-WEIGH-REVERSAL.
010100     05 WS-WEIGH-REVERSAL-FLAG PIC X(01).
010200       88 WS-WEIGH-REVERSED VALUE "R".
010300       88 WS-WEIGH-IS-REVERSAL VALUE "V".
010400     05 WS-WEIGH-REVERSAL-IKEY PIC 9(4).
010500     05 WS-WEIGH-REVERSAL-TYPE PIC X(01).
010600     05 WS-WEIGH-REVERSAL-SEQUENCE PIC 9(4).
010700*
010800* Certificate print lines.
010900   01 WS-ITC-TITLE-LINE.
011000     05 FILLER PIC X(34)
011100       VALUE "INTEREST TAX CERTIFICATE FOR YEAR ".
011200     05 WS-ITC-TITLE-YEAR PIC 9(4).
011300   01 WS-ITC-CUSTOMER-LINE.
011400     05 FILLER PIC X(09) VALUE "CUSTOMER ".
011500     05 WS-ITC-CUSTOMER PIC 9(6).
011600   01 WS-ITC-ACCOUNT-LINE.
011700     05 FILLER PIC X(08) VALUE "ACCOUNT ".
011800     05 WS-ITC-IKEY PIC 9(4).
011900   01 WS-ITC-AMOUNT-LINE.
012000     05 FILLER PIC X(02) VALUE SPACES.
012100     05 WS-ITC-AMOUNT-LABEL PIC X(22).
012200     05 WS-ITC-AMOUNT-VALUE PIC +9(29).99.
012300   01 WS-ITC-ISSUED-LINE.
012400     05 FILLER PIC X(07) VALUE "ISSUED ".
012500     05 WS-ITC-ISSUED-DATE PIC 9(8).
012600*
012700   01 CALL-JOB-ACTION PIC X(01).
012800   01 CALL-JOB-NAME PIC X(24).
012900   01 CALL-JOB-DATE PIC 9(8).
013000   01 JOB-RETURNCODE PIC XX.
013100     COPY "jobrc.cpy".
013200*
013300*****************************************************************
013400* Totals, for every customer and each of their accounts, the
013500* interest paid in the tax year: the gross interest credited by
013600* monthendaccrual and closeaccount (INTEREST-POSTING-MARKER),
013700* the tax withheld from it (WITHHOLDING-TAX-MARKER) and the net
013800* paid. Both transactions.idx and the archive are read, so an
013900* archived posting still counts. A marked posting that has been
014000* reversed counts for nothing. Every customer paid interest gets
014100* a certificate headed with the customer master's name and
014200* address, and a record set in the extract for the tax
014300* authority.
014400* The tax year is the year before the business date's, except
014500* on 31 December once the month-end accrual has run, when the
014600* year is complete and is its own tax year. Run on demand, like
014700* balancecertificates; a rerun rewrites both files whole.
014800*****************************************************************
014900 PROCEDURE DIVISION.
015000     DISPLAY "INTEREST TAX YEAR-END.".
015100*
015200     PERFORM GET-BUSINESS-DATE.
015300     PERFORM SET-TAX-YEAR
015400       THRU SET-TAX-YEAR-EXIT.
015500     IF WS-TAX-YEAR IS EQUAL TO ZERO
015600       GO TO QUIT
015700     END-IF.
015800     DISPLAY "Tax year: " WS-TAX-YEAR.
015900*
016000     OPEN INPUT CUSTOMERFILE.
016100       IF CUST-FILE-STATUS = "35"
016200         DISPLAY "customers.idx does not exist. No customers."
016300         CLOSE CUSTOMERFILE
016400         GO TO QUIT
016500       END-IF.
016600     OPEN INPUT DATAFILE.
016700       IF FILE-STATUS = "35"
016800         DISPLAY "accounts.idx does not exist. No accounts."
016900         CLOSE CUSTOMERFILE
017000         CLOSE DATAFILE
017100         GO TO QUIT
017200       END-IF.
017300     OPEN INPUT TRANSACTIONFILE.
017400       IF TXN-FILE-STATUS = "35"
017500         DISPLAY "transactions.idx does not exist. Only the "
017600           "archive is read."
017700         CLOSE TRANSACTIONFILE
017800         MOVE 1 TO WS-TXN-FILE-MISSING
017900       END-IF.
018000     OPEN OUTPUT TAXCERTIFICATEFILE.
018100       IF ITC-FILE-STATUS IS NOT EQUAL TO "00"
018200         DISPLAY "Error: Unable to open certificate file, status "
018300           ITC-FILE-STATUS
018400         PERFORM CLOSE-INPUT-FILES
018500         GO TO QUIT
018600       END-IF.
018700     OPEN OUTPUT TAXEXTRACTFILE.
018800       IF ITX-FILE-STATUS IS NOT EQUAL TO "00"
018900         DISPLAY "Error: Unable to open tax extract, status "
019000           ITX-FILE-STATUS
019100         PERFORM CLOSE-INPUT-FILES
019200         CLOSE TAXCERTIFICATEFILE
019300         GO TO QUIT
019400       END-IF.
019500*
019600     MOVE SPACES TO TAXEXTRACTFD.
019700     MOVE "H" TO ITX-RECORD-TYPE.
019800     MOVE WS-TAX-YEAR TO ITX-TAX-YEAR.
019900     MOVE WS-BUSINESS-DATE TO ITX-HEADER-CREATION-DATE.
020000     PERFORM WRITE-EXTRACT-RECORD.
020100*
020200     PERFORM PROCESS-NEXT-CUSTOMER
020300       THRU PROCESS-NEXT-CUSTOMER-EXIT
020400       UNTIL NO-MORE-CUSTOMERS.
020500*
020600     MOVE SPACES TO TAXEXTRACTFD.
020700     MOVE "T" TO ITX-RECORD-TYPE.
020800     MOVE WS-TAX-YEAR TO ITX-TAX-YEAR.
020900     MOVE WS-CUSTOMER-COUNT TO ITX-TRAILER-CUSTOMER-COUNT.
021000     MOVE WS-ACCOUNT-COUNT TO ITX-TRAILER-ACCOUNT-COUNT.
021100     MOVE WS-RUN-GROSS TO ITX-TRAILER-GROSS-INTEREST.
021200     MOVE WS-RUN-TAX TO ITX-TRAILER-TAX-WITHHELD.
021300     MOVE WS-RUN-NET TO ITX-TRAILER-NET-INTEREST.
021400     PERFORM WRITE-EXTRACT-RECORD.
021500*
021600     PERFORM CLOSE-INPUT-FILES.
021700     CLOSE TAXCERTIFICATEFILE.
021800     CLOSE TAXEXTRACTFILE.
021900*
022000     DISPLAY " ".
022100     DISPLAY "INTEREST TAX TOTALS FOR " WS-TAX-YEAR.
022200     DISPLAY "Certificates printed: " WS-CUSTOMER-COUNT.
022300     DISPLAY "Accounts paid interest: " WS-ACCOUNT-COUNT.
022400     DISPLAY "Gross interest: " WS-RUN-GROSS.
022500     DISPLAY "Tax withheld: " WS-RUN-TAX.
022600     DISPLAY "Net interest: " WS-RUN-NET.
022700     IF WS-FILE-ERROR IS NOT ZERO
022800       DISPLAY "Error: Not every certificate line or extract "
022900         "record could be written."
023000     END-IF.
023100  QUIT.
023200 STOP RUN.
023300*
023400*****************************************************************
023500* SET-TAX-YEAR - work out which year is being reported. On 31
023600* December the year is only complete once monthendaccrual has
023700* posted December's interest for the date; before that the run
023800* is refused, because a certificate without December's interest
023900* would be wrong. On any other day the year just ended is
024000* reported. WS-TAX-YEAR is left zero when the run is refused.
024100*****************************************************************
024200 SET-TAX-YEAR.
024300     MOVE ZERO TO WS-TAX-YEAR.
024400     IF WS-BUSINESS-MONTH-DAY IS NOT EQUAL TO 1231
024500       COMPUTE WS-TAX-YEAR = WS-BUSINESS-YEAR - 1
024600       GO TO SET-TAX-YEAR-EXIT
024700     END-IF.
024800     MOVE "E" TO CALL-JOB-ACTION.
024900     MOVE "monthendaccrual" TO CALL-JOB-NAME.
025000     MOVE WS-BUSINESS-DATE TO CALL-JOB-DATE.
025100     CALL "jobcontrol" USING
025200       CALL-JOB-ACTION
025300       CALL-JOB-NAME
025400       CALL-JOB-DATE
025500       JOB-RETURNCODE.
025600     IF JOB-STEP-NOT-COMPLETE
025700       DISPLAY "Month-end accrual has not completed for "
025800         WS-BUSINESS-DATE ". Run refused."
025900       GO TO SET-TAX-YEAR-EXIT
026000     END-IF.
026100     MOVE WS-BUSINESS-YEAR TO WS-TAX-YEAR.
026200 SET-TAX-YEAR-EXIT.
026300     EXIT.
026400*
026500*****************************************************************
026600* PROCESS-NEXT-CUSTOMER - read the next customer and gather
026700* their accounts the way consolidatedstatements does: a sweep of
026800* the account master matched on CUSTOMER-NUMBER. A customer
026900* paid no interest in the year gets no certificate and no
027000* records in the extract.
027100*****************************************************************
027200 PROCESS-NEXT-CUSTOMER.
027300     READ CUSTOMERFILE NEXT RECORD
027400       AT END MOVE 1 TO WS-ENDOFFILE
027500     END-READ.
027600     IF NO-MORE-CUSTOMERS
027700       GO TO PROCESS-NEXT-CUSTOMER-EXIT
027800     END-IF.
027900     MOVE CUST-KEY TO WS-CUR-CUSTOMER.
028000     MOVE CUST-NAME TO WS-CUR-NAME.
028100     MOVE CUST-ADDRESS-1 TO WS-CUR-ADDRESS-1.
028200     MOVE CUST-ADDRESS-2 TO WS-CUR-ADDRESS-2.
028300     MOVE 0 TO WS-CUSTOMER-STARTED.
028400     MOVE ZERO TO WS-CUSTOMER-GROSS.
028500     MOVE ZERO TO WS-CUSTOMER-TAX.
028600*
028700     MOVE ZERO TO IKEY.
028800     MOVE 0 TO WS-ACCOUNTS-DONE.
028900     START DATAFILE KEY IS NOT LESS THAN IKEY
029000       INVALID KEY MOVE 1 TO WS-ACCOUNTS-DONE
029100     END-START.
029200     PERFORM SCAN-NEXT-ACCOUNT
029300       THRU SCAN-NEXT-ACCOUNT-EXIT
029400       UNTIL WS-ACCOUNTS-DONE IS NOT ZERO.
029500*
029600     IF WS-CUSTOMER-STARTED IS NOT ZERO
029700       PERFORM WRITE-CUSTOMER-TOTAL
029800         THRU WRITE-CUSTOMER-TOTAL-EXIT
029900       ADD 1 TO WS-CUSTOMER-COUNT
030000     END-IF.
030100 PROCESS-NEXT-CUSTOMER-EXIT.
030200     EXIT.
030300*
030400*****************************************************************
030500* SCAN-NEXT-ACCOUNT - read the next account in key order and,
030600* when it belongs to the customer, weigh its history for the tax
030700* year. An account paid interest goes on the certificate; the
030800* certificate and the customer's extract records open the first
030900* time one turns up. Closed accounts count too, for the interest
031000* they were paid before they closed.
031100*****************************************************************
031200 SCAN-NEXT-ACCOUNT.
031300     READ DATAFILE NEXT RECORD
031400       AT END MOVE 1 TO WS-ACCOUNTS-DONE
031500     END-READ.
031600     IF WS-ACCOUNTS-DONE IS NOT ZERO
031700       GO TO SCAN-NEXT-ACCOUNT-EXIT
031800     END-IF.
031900     IF CUSTOMER-NUMBER IS NOT EQUAL TO WS-CUR-CUSTOMER
032000       GO TO SCAN-NEXT-ACCOUNT-EXIT
032100     END-IF.
032200*
032300     MOVE IKEY TO WS-SAVE-IKEY.
032400     PERFORM WEIGH-ACCOUNT-HISTORY
032500       THRU WEIGH-ACCOUNT-HISTORY-EXIT.
032600     IF WS-ACCOUNT-GROSS IS EQUAL TO ZERO
032700       AND WS-ACCOUNT-TAX IS EQUAL TO ZERO
032800       GO TO SCAN-NEXT-ACCOUNT-EXIT
032900     END-IF.
033000*
033100     IF WS-CUSTOMER-STARTED IS ZERO
033200       PERFORM WRITE-CUSTOMER-HEADING
033300         THRU WRITE-CUSTOMER-HEADING-EXIT
033400       MOVE 1 TO WS-CUSTOMER-STARTED
033500     END-IF.
033600     SUBTRACT WS-ACCOUNT-TAX FROM WS-ACCOUNT-GROSS
033700       GIVING WS-ACCOUNT-NET.
033800     ADD WS-ACCOUNT-GROSS TO WS-CUSTOMER-GROSS.
033900     ADD WS-ACCOUNT-TAX TO WS-CUSTOMER-TAX.
034000     ADD 1 TO WS-ACCOUNT-COUNT.
034100     PERFORM WRITE-ACCOUNT-FIGURES
034200       THRU WRITE-ACCOUNT-FIGURES-EXIT.
034300 SCAN-NEXT-ACCOUNT-EXIT.
034400     EXIT.
034500*
034600*****************************************************************
034700* WEIGH-ACCOUNT-HISTORY - total the account's interest and tax
034800* for the year from its records on transactions.idx, then from
034900* those that are only in the archive. A site that has never
035000* archived has no archive file.
035100*****************************************************************
035200 WEIGH-ACCOUNT-HISTORY.
035300     MOVE ZERO TO WS-ACCOUNT-GROSS.
035400     MOVE ZERO TO WS-ACCOUNT-TAX.
035500     MOVE SPACES TO WS-CREDIT-STATES.
035600     MOVE SPACES TO WS-DEBIT-STATES.
035700*
035800     IF WS-TXN-FILE-MISSING IS ZERO
035900       MOVE 0 TO WS-ENDOFACCOUNT
036000       MOVE WS-SAVE-IKEY TO TXN-IKEY
036100       MOVE LOW-VALUES TO TXN-TYPE
036200       MOVE 0 TO TXN-SEQUENCE
036300       START TRANSACTIONFILE KEY IS GREATER THAN TXN-KEY
036400         INVALID KEY MOVE 1 TO WS-ENDOFACCOUNT
036500       END-START
036600       PERFORM WEIGH-NEXT-TRANSACTION
036700         THRU WEIGH-NEXT-TRANSACTION-EXIT
036800         UNTIL NO-MORE-TRANSACTIONS
036900     END-IF.
037000*
037100     IF WS-ARC-FILE-MISSING IS NOT ZERO
037200       GO TO WEIGH-ACCOUNT-HISTORY-EXIT
037300     END-IF.
037400     MOVE 0 TO WS-ENDOFARCHIVE.
037500     OPEN INPUT ARCHIVEFILE.
037600       IF ARC-FILE-STATUS = "35"
037700         CLOSE ARCHIVEFILE
037800         MOVE 1 TO WS-ARC-FILE-MISSING
037900         GO TO WEIGH-ACCOUNT-HISTORY-EXIT
038000       END-IF.
038100     PERFORM WEIGH-NEXT-ARCHIVE-RECORD
038200       THRU WEIGH-NEXT-ARCHIVE-RECORD-EXIT
038300       UNTIL NO-MORE-ARCHIVE-RECORDS.
038400     CLOSE ARCHIVEFILE.
038500 WEIGH-ACCOUNT-HISTORY-EXIT.
038600     EXIT.
038700*
038800*****************************************************************
038900* WEIGH-NEXT-TRANSACTION - read the next history record in key
039000* order; the first record belonging to another account ends
039100* the sweep.
039200*****************************************************************
039300 WEIGH-NEXT-TRANSACTION.
039400     READ TRANSACTIONFILE NEXT RECORD
039500       AT END MOVE 1 TO WS-ENDOFACCOUNT
039600     END-READ.
039700     IF NO-MORE-TRANSACTIONS
039800       GO TO WEIGH-NEXT-TRANSACTION-EXIT
039900     END-IF.
040000     IF TXN-IKEY IS NOT EQUAL TO WS-SAVE-IKEY
040100       MOVE 1 TO WS-ENDOFACCOUNT
040200       GO TO WEIGH-NEXT-TRANSACTION-EXIT
040300     END-IF.
040400     IF TXN-SEQUENCE IS EQUAL TO ZERO
040500       GO TO WEIGH-NEXT-TRANSACTION-EXIT
040600     END-IF.
040700     MOVE TXN-TYPE TO WS-WEIGH-TYPE.
040800     MOVE TXN-SEQUENCE TO WS-WEIGH-SEQUENCE.
040900     MOVE TXN-AMOUNT TO WS-WEIGH-AMOUNT.
041000     MOVE TXN-DATE TO WS-WEIGH-DATE.
041100     MOVE TXN-TRANSFER-REFERENCE TO WS-WEIGH-REFERENCE.
041200     MOVE TXN-REVERSAL TO WS-WEIGH-REVERSAL.
041300     PERFORM WEIGH-POSTING
041400       THRU WEIGH-POSTING-EXIT.
041500 WEIGH-NEXT-TRANSACTION-EXIT.
041600     EXIT.
041700*
041800 WEIGH-NEXT-ARCHIVE-RECORD.
041900     READ ARCHIVEFILE
042000       AT END
042100         MOVE 1 TO WS-ENDOFARCHIVE
042200         GO TO WEIGH-NEXT-ARCHIVE-RECORD-EXIT
042300     END-READ.
042400     IF ARC-TXN-IKEY IS NOT EQUAL TO WS-SAVE-IKEY
042500       OR ARC-TXN-SEQUENCE IS EQUAL TO ZERO
042600       GO TO WEIGH-NEXT-ARCHIVE-RECORD-EXIT
042700     END-IF.
042800     MOVE ARC-TXN-TYPE TO WS-WEIGH-TYPE.
042900     MOVE ARC-TXN-SEQUENCE TO WS-WEIGH-SEQUENCE.
043000     MOVE ARC-TXN-AMOUNT TO WS-WEIGH-AMOUNT.
043100     MOVE ARC-TXN-DATE TO WS-WEIGH-DATE.
043200     MOVE ARC-TXN-TRANSFER-REFERENCE TO WS-WEIGH-REFERENCE.
043300     MOVE ARC-TXN-REVERSAL TO WS-WEIGH-REVERSAL.
043400     PERFORM WEIGH-POSTING
043500       THRU WEIGH-POSTING-EXIT.
043600 WEIGH-NEXT-ARCHIVE-RECORD-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000* WEIGH-POSTING - count one history record, live or archived.
044100* A sequence already met is the same record again and is
044200* skipped. A record flagged reversed, or one a reversing entry
044300* already met points at, counts for nothing. An interest credit
044400* or tax debit dated in the tax year is counted. A reversing
044500* entry takes back its original when that was counted already
044600* (an archived original is never flagged), or marks it so it is
044700* not counted when met later.
044800*****************************************************************
044900 WEIGH-POSTING.
045000     IF WS-WEIGH-TYPE IS EQUAL TO "C"
045100       MOVE WS-CREDIT-STATE (WS-WEIGH-SEQUENCE) TO WS-STATE
045200     ELSE
045300       MOVE WS-DEBIT-STATE (WS-WEIGH-SEQUENCE) TO WS-STATE
045400     END-IF.
045500     IF WS-STATE IS EQUAL TO "Y"
045600       OR WS-STATE IS EQUAL TO "I"
045700       GO TO WEIGH-POSTING-EXIT
045800     END-IF.
045900     IF WS-WEIGH-TYPE IS EQUAL TO "C"
046000       MOVE "Y" TO WS-CREDIT-STATE (WS-WEIGH-SEQUENCE)
046100     ELSE
046200       MOVE "Y" TO WS-DEBIT-STATE (WS-WEIGH-SEQUENCE)
046300     END-IF.
046400     IF WS-STATE IS EQUAL TO "R"
046500       OR WS-WEIGH-REVERSED
046600       GO TO WEIGH-POSTING-EXIT
046700     END-IF.
046800     IF WS-WEIGH-IS-REVERSAL
046900       PERFORM WEIGH-REVERSAL
047000         THRU WEIGH-REVERSAL-EXIT
047100       GO TO WEIGH-POSTING-EXIT
047200     END-IF.
047300     IF WS-WEIGH-YEAR IS NOT EQUAL TO WS-TAX-YEAR
047400       GO TO WEIGH-POSTING-EXIT
047500     END-IF.
047600*
047700     IF WS-WEIGH-TYPE IS EQUAL TO "C"
047800       AND WS-WEIGH-REFERENCE IS EQUAL TO INTEREST-POSTING-MARKER
047900       ADD WS-WEIGH-AMOUNT TO WS-ACCOUNT-GROSS
048000       MOVE "I" TO WS-CREDIT-STATE (WS-WEIGH-SEQUENCE)
048100     END-IF.
048200     IF WS-WEIGH-TYPE IS EQUAL TO "D"
048300       AND WS-WEIGH-REFERENCE IS EQUAL TO WITHHOLDING-TAX-MARKER
048400       SUBTRACT WS-WEIGH-AMOUNT FROM WS-ACCOUNT-TAX
048500       MOVE "I" TO WS-DEBIT-STATE (WS-WEIGH-SEQUENCE)
048600     END-IF.
048700 WEIGH-POSTING-EXIT.
048800     EXIT.
048900*
049000*****************************************************************
049100* WEIGH-REVERSAL - a reversing entry always sits on the same
049200* account as its original and carries the opposite amount, so a
049300* counted original is taken back by adding the reversing amount
049400* in the original's place.
049500*****************************************************************
049600 WEIGH-REVERSAL.
049700     IF WS-WEIGH-REVERSAL-IKEY IS NOT EQUAL TO WS-SAVE-IKEY
049800       OR WS-WEIGH-REVERSAL-SEQUENCE IS EQUAL TO ZERO
049900       GO TO WEIGH-REVERSAL-EXIT
050000     END-IF.
050100     IF WS-WEIGH-REVERSAL-TYPE IS EQUAL TO "C"
050200       MOVE WS-CREDIT-STATE (WS-WEIGH-REVERSAL-SEQUENCE)
050300         TO WS-STATE
050400     ELSE
050500       MOVE WS-DEBIT-STATE (WS-WEIGH-REVERSAL-SEQUENCE)
050600         TO WS-STATE
050700     END-IF.
050800     IF WS-STATE IS EQUAL TO "Y"
050900       GO TO WEIGH-REVERSAL-EXIT
051000     END-IF.
051100     IF WS-STATE IS EQUAL TO "I"
051200       IF WS-WEIGH-REVERSAL-TYPE IS EQUAL TO "C"
051300         ADD WS-WEIGH-AMOUNT TO WS-ACCOUNT-GROSS
051400       ELSE
051500         SUBTRACT WS-WEIGH-AMOUNT FROM WS-ACCOUNT-TAX
051600       END-IF
051700     END-IF.
051800     IF WS-WEIGH-REVERSAL-TYPE IS EQUAL TO "C"
051900       MOVE "R" TO WS-CREDIT-STATE (WS-WEIGH-REVERSAL-SEQUENCE)
052000     ELSE
052100       MOVE "R" TO WS-DEBIT-STATE (WS-WEIGH-REVERSAL-SEQUENCE)
052200     END-IF.
052300 WEIGH-REVERSAL-EXIT.
052400     EXIT.
052500*
052600*****************************************************************
052700* WRITE-CUSTOMER-HEADING - open the customer's certificate with
052800* the tax year and the name and address from the customer
052900* master, and open the customer's records in the extract.
053000*****************************************************************
053100 WRITE-CUSTOMER-HEADING.
053200     MOVE WS-TAX-YEAR TO WS-ITC-TITLE-YEAR.
053300     MOVE WS-ITC-TITLE-LINE TO ITC-LINE-TEXT.
053400     PERFORM WRITE-CERTIFICATE-LINE.
053500     MOVE SPACES TO ITC-LINE-TEXT.
053600     PERFORM WRITE-CERTIFICATE-LINE.
053700     MOVE WS-CUR-NAME TO ITC-LINE-TEXT.
053800     PERFORM WRITE-CERTIFICATE-LINE.
053900     MOVE WS-CUR-ADDRESS-1 TO ITC-LINE-TEXT.
054000     PERFORM WRITE-CERTIFICATE-LINE.
054100     MOVE WS-CUR-ADDRESS-2 TO ITC-LINE-TEXT.
054200     PERFORM WRITE-CERTIFICATE-LINE.
054300     MOVE SPACES TO ITC-LINE-TEXT.
054400     PERFORM WRITE-CERTIFICATE-LINE.
054500     MOVE WS-CUR-CUSTOMER TO WS-ITC-CUSTOMER.
054600     MOVE WS-ITC-CUSTOMER-LINE TO ITC-LINE-TEXT.
054700     PERFORM WRITE-CERTIFICATE-LINE.
054800     MOVE SPACES TO ITC-LINE-TEXT.
054900     PERFORM WRITE-CERTIFICATE-LINE.
055000*
055100     MOVE SPACES TO TAXEXTRACTFD.
055200     MOVE "C" TO ITX-RECORD-TYPE.
055300     MOVE WS-TAX-YEAR TO ITX-TAX-YEAR.
055400     MOVE WS-CUR-CUSTOMER TO ITX-CUSTOMER-NUMBER.
055500     MOVE WS-CUR-NAME TO ITX-CUSTOMER-NAME.
055600     MOVE WS-CUR-ADDRESS-1 TO ITX-CUSTOMER-ADDRESS-1.
055700     MOVE WS-CUR-ADDRESS-2 TO ITX-CUSTOMER-ADDRESS-2.
055800     PERFORM WRITE-EXTRACT-RECORD.
055900 WRITE-CUSTOMER-HEADING-EXIT.
056000     EXIT.
056100*
056200*****************************************************************
056300* WRITE-ACCOUNT-FIGURES - one account's gross, tax and net on
056400* the certificate and as an "A" record in the extract.
056500*****************************************************************
056600 WRITE-ACCOUNT-FIGURES.
056700     MOVE WS-SAVE-IKEY TO WS-ITC-IKEY.
056800     MOVE WS-ITC-ACCOUNT-LINE TO ITC-LINE-TEXT.
056900     PERFORM WRITE-CERTIFICATE-LINE.
057000     MOVE "GROSS INTEREST" TO WS-ITC-AMOUNT-LABEL.
057100     MOVE WS-ACCOUNT-GROSS TO WS-ITC-AMOUNT-VALUE.
057200     MOVE WS-ITC-AMOUNT-LINE TO ITC-LINE-TEXT.
057300     PERFORM WRITE-CERTIFICATE-LINE.
057400     MOVE "TAX WITHHELD" TO WS-ITC-AMOUNT-LABEL.
057500     MOVE WS-ACCOUNT-TAX TO WS-ITC-AMOUNT-VALUE.
057600     MOVE WS-ITC-AMOUNT-LINE TO ITC-LINE-TEXT.
057700     PERFORM WRITE-CERTIFICATE-LINE.
057800     MOVE "NET INTEREST" TO WS-ITC-AMOUNT-LABEL.
057900     MOVE WS-ACCOUNT-NET TO WS-ITC-AMOUNT-VALUE.
058000     MOVE WS-ITC-AMOUNT-LINE TO ITC-LINE-TEXT.
058100     PERFORM WRITE-CERTIFICATE-LINE.
058200*
058300     MOVE SPACES TO TAXEXTRACTFD.
058400     MOVE "A" TO ITX-RECORD-TYPE.
058500     MOVE WS-TAX-YEAR TO ITX-TAX-YEAR.
058600     MOVE WS-CUR-CUSTOMER TO ITX-CUSTOMER-NUMBER.
058700     MOVE WS-SAVE-IKEY TO ITX-IKEY.
058800     MOVE WS-ACCOUNT-GROSS TO ITX-GROSS-INTEREST.
058900     MOVE WS-ACCOUNT-TAX TO ITX-TAX-WITHHELD.
059000     MOVE WS-ACCOUNT-NET TO ITX-NET-INTEREST.
059100     PERFORM WRITE-EXTRACT-RECORD.
059200 WRITE-ACCOUNT-FIGURES-EXIT.
059300     EXIT.
059400*
059500*****************************************************************
059600* WRITE-CUSTOMER-TOTAL - close the certificate with the
059700* customer's totals for the year and the issue date, close the
059800* customer's extract records with the "S" summary, and carry the
059900* totals into the run's.
060000*****************************************************************
060100 WRITE-CUSTOMER-TOTAL.
060200     SUBTRACT WS-CUSTOMER-TAX FROM WS-CUSTOMER-GROSS
060300       GIVING WS-CUSTOMER-NET.
060400     MOVE SPACES TO ITC-LINE-TEXT.
060500     PERFORM WRITE-CERTIFICATE-LINE.
060600     MOVE "TOTAL GROSS INTEREST" TO WS-ITC-AMOUNT-LABEL.
060700     MOVE WS-CUSTOMER-GROSS TO WS-ITC-AMOUNT-VALUE.
060800     MOVE WS-ITC-AMOUNT-LINE TO ITC-LINE-TEXT.
060900     PERFORM WRITE-CERTIFICATE-LINE.
061000     MOVE "TOTAL TAX WITHHELD" TO WS-ITC-AMOUNT-LABEL.
061100     MOVE WS-CUSTOMER-TAX TO WS-ITC-AMOUNT-VALUE.
061200     MOVE WS-ITC-AMOUNT-LINE TO ITC-LINE-TEXT.
061300     PERFORM WRITE-CERTIFICATE-LINE.
061400     MOVE "TOTAL NET INTEREST" TO WS-ITC-AMOUNT-LABEL.
061500     MOVE WS-CUSTOMER-NET TO WS-ITC-AMOUNT-VALUE.
061600     MOVE WS-ITC-AMOUNT-LINE TO ITC-LINE-TEXT.
061700     PERFORM WRITE-CERTIFICATE-LINE.
061800     MOVE SPACES TO ITC-LINE-TEXT.
061900     PERFORM WRITE-CERTIFICATE-LINE.
062000     MOVE WS-BUSINESS-DATE TO WS-ITC-ISSUED-DATE.
062100     MOVE WS-ITC-ISSUED-LINE TO ITC-LINE-TEXT.
062200     PERFORM WRITE-CERTIFICATE-LINE.
062300     MOVE SPACES TO ITC-LINE-TEXT.
062400     PERFORM WRITE-CERTIFICATE-LINE.
062500     PERFORM WRITE-CERTIFICATE-LINE.
062600*
062700     MOVE SPACES TO TAXEXTRACTFD.
062800     MOVE "S" TO ITX-RECORD-TYPE.
062900     MOVE WS-TAX-YEAR TO ITX-TAX-YEAR.
063000     MOVE WS-CUR-CUSTOMER TO ITX-CUSTOMER-NUMBER.
063100     MOVE ZERO TO ITX-IKEY.
063200     MOVE WS-CUSTOMER-GROSS TO ITX-GROSS-INTEREST.
063300     MOVE WS-CUSTOMER-TAX TO ITX-TAX-WITHHELD.
063400     MOVE WS-CUSTOMER-NET TO ITX-NET-INTEREST.
063500     PERFORM WRITE-EXTRACT-RECORD.
063600*
063700     ADD WS-CUSTOMER-GROSS TO WS-RUN-GROSS.
063800     ADD WS-CUSTOMER-TAX TO WS-RUN-TAX.
063900     ADD WS-CUSTOMER-NET TO WS-RUN-NET.
064000 WRITE-CUSTOMER-TOTAL-EXIT.
064100     EXIT.
064200*
064300*****************************************************************
064400* WRITE-CERTIFICATE-LINE / WRITE-EXTRACT-RECORD - write the line
064500* or record just built; a failure is remembered for the run
064600* total.
064700*****************************************************************
064800 WRITE-CERTIFICATE-LINE.
064900     WRITE TAXCERTIFICATEFD.
065000     IF ITC-FILE-STATUS IS NOT EQUAL TO "00"
065100       DISPLAY "Error: Unable to write certificate line, status "
065200         ITC-FILE-STATUS
065300       MOVE 1 TO WS-FILE-ERROR
065400     END-IF.
065500*
065600 WRITE-EXTRACT-RECORD.
065700     WRITE TAXEXTRACTFD.
065800     IF ITX-FILE-STATUS IS NOT EQUAL TO "00"
065900       DISPLAY "Error: Unable to write tax extract record, "
066000         "status " ITX-FILE-STATUS
066100       MOVE 1 TO WS-FILE-ERROR
066200     END-IF.
066300*
066400 CLOSE-INPUT-FILES.
066500     CLOSE CUSTOMERFILE.
066600     CLOSE DATAFILE.
066700     IF WS-TXN-FILE-MISSING IS ZERO
066800       CLOSE TRANSACTIONFILE
066900     END-IF.
067000*
067100*****************************************************************
067200* GET-BUSINESS-DATE - the tax year is worked out from the open
067300* business day, which is also the issue date printed on every
067400* certificate. The wall clock is only a fallback for a site that
067500* has never set the control record up.
067600*****************************************************************
067700 GET-BUSINESS-DATE.
067800     OPEN INPUT BUSINESSDATEFILE.
067900       IF BDT-FILE-STATUS = "35"
068000         CLOSE BUSINESSDATEFILE
068100         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
068200       ELSE
068300         READ BUSINESSDATEFILE
068400           AT END
068500             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
068600           NOT AT END
068700             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
068800         END-READ
068900         CLOSE BUSINESSDATEFILE
069000       END-IF.
