000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. inquirebalanceasof.
000300  AUTHOR. Marco Cella.
000400  Installation. Rebuild an account's balance as of a past date.
000500  Date-Written. 2026/09/18.
000600  Date-Compiled. 2026/09/18.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "acctsel.cpy".
001500     COPY "txnsel.cpy".
001600     COPY "arcsel.cpy".
001700     COPY "bdtsel.cpy".
001800*
001900 DATA DIVISION.
002000  FILE SECTION.
002100   COPY "acctrec.cpy".
002200   COPY "txnrec.cpy".
002300   COPY "arcrec.cpy".
002400   COPY "bdtrec.cpy".
002500*
002600  WORKING-STORAGE SECTION.
002700   01 FILE-STATUS PIC XX.
002800   01 TXN-FILE-STATUS PIC XX.
002900   01 ARC-FILE-STATUS PIC XX.
003000   01 BDT-FILE-STATUS PIC XX.
003100   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
003200   01 WS-ENDOFACCOUNT PIC 9 VALUE ZERO.
003300     88 NO-MORE-TRANSACTIONS VALUE 1.
003400   01 WS-ENDOFARCHIVE PIC 9 VALUE ZERO.
003500     88 NO-MORE-ARCHIVE-RECORDS VALUE 1.
003600   01 WS-TODAY PIC 9(8).
003700   01 WS-AS-OF-DATE PIC 9(8).
003800   01 WS-AS-OF-DATE-PARTS REDEFINES WS-AS-OF-DATE.
003900     05 WS-AS-OF-YEAR PIC 9(4).
004000     05 WS-AS-OF-MONTH PIC 9(2).
004100     05 WS-AS-OF-DAY PIC 9(2).
004200* Postings dated after the as-of date, taken off the current
004300* balance to arrive at the closing balance on that date.
004400   01 WS-LATER-TOTAL PIC S9(29)V99 COMP-3 VALUE ZERO.
004500* The posting being weighed, from the live file or the archive.
004600   01 WS-WEIGH-DATE PIC 9(8).
004700   01 WS-WEIGH-AMOUNT PIC S9(29)V99 COMP-3.
004800* One flag per possible sequence, marked as the account's
004900* records are weighed. A failed archive DELETE leaves the same
005000* record on both files; a sequence whose flag is already set is
005100* that record seen again, and is not counted twice.
005200   01 WS-SEEN-CREDIT-FLAGS.
005300     05 WS-SEEN-CREDIT-FLAG PIC X(01) OCCURS 9999 TIMES.
005400   01 WS-SEEN-DEBIT-FLAGS.
005500     05 WS-SEEN-DEBIT-FLAG PIC X(01) OCCURS 9999 TIMES.
005600*
005700  LINKAGE SECTION.
005800   77 USERACCOUNTIKEY PIC 9(4).
005900   77 USERASOFDATE PIC 9(8).
006000   COPY "asoflink.cpy".
006100   77 RETURNCODE PIC XX.
006200     COPY "asofrc.cpy".
006300*
006400*****************************************************************
006500* Rebuilds the balance of USERACCOUNTIKEY at close of business
006600* on USERASOFDATE. Only today's BALANCE-TOTAL is kept on the
006700* master, so the figure is worked back from it: every posting
006800* on transactions.idx or the archive dated after the as-of date
006900* is taken off to give the closing balance, and the postings
007000* dated on it give the day's credits, debits and, by taking
007100* them off again, the opening balance. The as-of date may be
007200* any day up to the open business day; on the open day the
007300* figures are the day so far.
007400*****************************************************************
007500 PROCEDURE DIVISION USING
007600  BY REFERENCE USERACCOUNTIKEY
007700  BY REFERENCE USERASOFDATE
007800  BY REFERENCE BALANCEASOF
007900  BY REFERENCE RETURNCODE.
008000     DISPLAY "INQUIRE BALANCE AS OF DATE."
008100     DISPLAY "Key: " USERACCOUNTIKEY " as of: " USERASOFDATE.
008200     IF USERACCOUNTIKEY IS NOT NUMERIC
008300       DISPLAY "Wrong key value."
008400       MOVE "01" TO RETURNCODE
008500       GO TO QUIT
008600     END-IF.
008700*
008800     IF USERASOFDATE IS NOT NUMERIC
008900       DISPLAY "Wrong as-of date value."
009000       MOVE "03" TO RETURNCODE
009100       GO TO QUIT
009200     END-IF.
009300     MOVE USERASOFDATE TO WS-AS-OF-DATE.
009400     IF WS-AS-OF-MONTH IS LESS THAN 1
009500       OR WS-AS-OF-MONTH IS GREATER THAN 12
009600       OR WS-AS-OF-DAY IS LESS THAN 1
009700       OR WS-AS-OF-DAY IS GREATER THAN 31
009800       DISPLAY "Wrong as-of date value."
009900       MOVE "03" TO RETURNCODE
010000       GO TO QUIT
010100     END-IF.
010200*
010300     PERFORM GET-BUSINESS-DATE
010400       THRU GET-BUSINESS-DATE-EXIT.
010500     IF WS-AS-OF-DATE IS GREATER THAN WS-TODAY
010600       DISPLAY "As-of date is after the business date "
010700         WS-TODAY "."
010800       MOVE "88" TO RETURNCODE
010900       GO TO QUIT
011000     END-IF.
011100*
011200     MOVE 0 TO WS-FILE-ERROR.
011300     OPEN INPUT DATAFILE.
011400       IF FILE-STATUS = "35"
011500         DISPLAY "File does not exist."
011600         CLOSE DATAFILE
011700         MOVE "04" TO RETURNCODE
011800         GO TO QUIT
011900       END-IF.
012000     MOVE USERACCOUNTIKEY TO IKEY.
012100     READ DATAFILE KEY IS IKEY
012200       INVALID KEY MOVE 1 TO WS-FILE-ERROR
012300     END-READ.
012400     CLOSE DATAFILE.
012500     IF WS-FILE-ERROR IS NOT ZERO
012600       DISPLAY "Account not found."
012700       MOVE "04" TO RETURNCODE
012800       GO TO QUIT
012900     END-IF.
013000*
013100     MOVE USERACCOUNTIKEY TO ASOFIKEY.
013200     MOVE WS-AS-OF-DATE TO ASOFDATE.
013300     MOVE CUSTOMER-NUMBER TO ASOFCUSTOMERNUMBER.
013400     MOVE ZERO TO ASOFCREDITTOTAL.
013500     MOVE ZERO TO ASOFDEBITTOTAL.
013600     MOVE ZERO TO ASOFMOVEMENTCOUNT.
013700     MOVE ZERO TO WS-LATER-TOTAL.
013800     MOVE SPACES TO WS-SEEN-CREDIT-FLAGS.
013900     MOVE SPACES TO WS-SEEN-DEBIT-FLAGS.
014000*
014100     MOVE 0 TO WS-ENDOFACCOUNT.
014200     OPEN INPUT TRANSACTIONFILE.
014300       IF TXN-FILE-STATUS = "35"
014400         CLOSE TRANSACTIONFILE
014500       ELSE
014600         MOVE USERACCOUNTIKEY TO TXN-IKEY
014700         MOVE LOW-VALUES TO TXN-TYPE
014800         MOVE 0 TO TXN-SEQUENCE
014900         START TRANSACTIONFILE KEY IS GREATER THAN TXN-KEY
015000           INVALID KEY MOVE 1 TO WS-ENDOFACCOUNT
015100         END-START
015200         PERFORM WEIGH-NEXT-TRANSACTION
015300           THRU WEIGH-NEXT-TRANSACTION-EXIT
015400           UNTIL NO-MORE-TRANSACTIONS
015500         CLOSE TRANSACTIONFILE
015600       END-IF.
015700     PERFORM WEIGH-ARCHIVED-TRANSACTIONS
015800       THRU WEIGH-ARCHIVED-TRANSACTIONS-EXIT.
015900*
016000     SUBTRACT WS-LATER-TOTAL FROM BALANCE-TOTAL
016100       GIVING ASOFCLOSINGBALANCE.
016200     COMPUTE ASOFOPENINGBALANCE = ASOFCLOSINGBALANCE
016300       - ASOFCREDITTOTAL - ASOFDEBITTOTAL.
016400*
016500     DISPLAY "Opening balance: " ASOFOPENINGBALANCE.
016600     DISPLAY "Credits: " ASOFCREDITTOTAL.
016700     DISPLAY "Debits: " ASOFDEBITTOTAL.
016800     DISPLAY "Closing balance: " ASOFCLOSINGBALANCE.
016900     DISPLAY "Postings on the day: " ASOFMOVEMENTCOUNT.
017000     MOVE "00" TO RETURNCODE.
017100  QUIT.
017200 EXIT PROGRAM.
017300*
017400*****************************************************************
017500* WEIGH-NEXT-TRANSACTION - read the next history record in key
017600* order; the first record belonging to another account ends
017700* the sweep.
017800*****************************************************************
017900 WEIGH-NEXT-TRANSACTION.
018000     READ TRANSACTIONFILE NEXT RECORD
018100       AT END MOVE 1 TO WS-ENDOFACCOUNT
018200     END-READ.
018300     IF NO-MORE-TRANSACTIONS
018400       GO TO WEIGH-NEXT-TRANSACTION-EXIT
018500     END-IF.
018600     IF TXN-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
018700       MOVE 1 TO WS-ENDOFACCOUNT
018800       GO TO WEIGH-NEXT-TRANSACTION-EXIT
018900     END-IF.
019000     IF TXN-SEQUENCE IS GREATER THAN ZERO
019100       IF TXN-IS-CREDIT
019200         MOVE "Y" TO WS-SEEN-CREDIT-FLAG (TXN-SEQUENCE)
019300       ELSE
019400         MOVE "Y" TO WS-SEEN-DEBIT-FLAG (TXN-SEQUENCE)
019500       END-IF
019600     END-IF.
019700     MOVE TXN-DATE TO WS-WEIGH-DATE.
019800     MOVE TXN-AMOUNT TO WS-WEIGH-AMOUNT.
019900     PERFORM WEIGH-POSTING.
020000 WEIGH-NEXT-TRANSACTION-EXIT.
020100     EXIT.
020200*
020300*****************************************************************
020400* WEIGH-ARCHIVED-TRANSACTIONS - sweep the sequential archive
020500* for the account's records that are no longer in the live
020600* file. A site that has never archived has no archive file.
020700*****************************************************************
020800 WEIGH-ARCHIVED-TRANSACTIONS.
020900     MOVE 0 TO WS-ENDOFARCHIVE.
021000     OPEN INPUT ARCHIVEFILE.
021100       IF ARC-FILE-STATUS = "35"
021200         CLOSE ARCHIVEFILE
021300         GO TO WEIGH-ARCHIVED-TRANSACTIONS-EXIT
021400       END-IF.
021500     PERFORM WEIGH-NEXT-ARCHIVE-RECORD
021600       THRU WEIGH-NEXT-ARCHIVE-RECORD-EXIT
021700       UNTIL NO-MORE-ARCHIVE-RECORDS.
021800     CLOSE ARCHIVEFILE.
021900 WEIGH-ARCHIVED-TRANSACTIONS-EXIT.
022000     EXIT.
022100*
022200 WEIGH-NEXT-ARCHIVE-RECORD.
022300     READ ARCHIVEFILE
022400       AT END
022500         MOVE 1 TO WS-ENDOFARCHIVE
022600         GO TO WEIGH-NEXT-ARCHIVE-RECORD-EXIT
022700     END-READ.
022800     IF ARC-TXN-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
022900       OR ARC-TXN-SEQUENCE IS EQUAL TO ZERO
023000       GO TO WEIGH-NEXT-ARCHIVE-RECORD-EXIT
023100     END-IF.
023200* A sequence already seen - on the live file, or earlier in
023300* the archive - is the same record again; skip it.
023400     IF ARC-TXN-TYPE IS EQUAL TO "C"
023500       IF WS-SEEN-CREDIT-FLAG (ARC-TXN-SEQUENCE)
023600           IS EQUAL TO "Y"
023700         GO TO WEIGH-NEXT-ARCHIVE-RECORD-EXIT
023800       END-IF
023900       MOVE "Y" TO WS-SEEN-CREDIT-FLAG (ARC-TXN-SEQUENCE)
024000     ELSE
024100       IF WS-SEEN-DEBIT-FLAG (ARC-TXN-SEQUENCE)
024200           IS EQUAL TO "Y"
024300         GO TO WEIGH-NEXT-ARCHIVE-RECORD-EXIT
024400       END-IF
024500       MOVE "Y" TO WS-SEEN-DEBIT-FLAG (ARC-TXN-SEQUENCE)
024600     END-IF.
024700     MOVE ARC-TXN-DATE TO WS-WEIGH-DATE.
024800     MOVE ARC-TXN-AMOUNT TO WS-WEIGH-AMOUNT.
024900     PERFORM WEIGH-POSTING.
025000 WEIGH-NEXT-ARCHIVE-RECORD-EXIT.
025100     EXIT.
025200*
025300*****************************************************************
025400* WEIGH-POSTING - a posting dated after the as-of date is taken
025500* off the current balance; one dated on it is a movement of the
025600* day. Earlier postings are already inside the opening balance.
025700*****************************************************************
025800 WEIGH-POSTING.
025900     IF WS-WEIGH-DATE IS GREATER THAN WS-AS-OF-DATE
026000       ADD WS-WEIGH-AMOUNT TO WS-LATER-TOTAL
026100     END-IF.
026200     IF WS-WEIGH-DATE IS EQUAL TO WS-AS-OF-DATE
026300       ADD 1 TO ASOFMOVEMENTCOUNT
026400       IF WS-WEIGH-AMOUNT IS LESS THAN ZERO
026500         ADD WS-WEIGH-AMOUNT TO ASOFDEBITTOTAL
026600       ELSE
026700         ADD WS-WEIGH-AMOUNT TO ASOFCREDITTOTAL
026800       END-IF
026900     END-IF.
027000*
027100*****************************************************************
027200* GET-BUSINESS-DATE - a balance can only be rebuilt up to the
027300* open business day, the same date rule the posting programs
027400* apply. The wall clock is only a fallback for a site that has
027500* never set the control record up.
027600*****************************************************************
027700 GET-BUSINESS-DATE.
027800     OPEN INPUT BUSINESSDATEFILE.
027900       IF BDT-FILE-STATUS = "35"
028000         CLOSE BUSINESSDATEFILE
028100         ACCEPT WS-TODAY FROM DATE YYYYMMDD
028200         GO TO GET-BUSINESS-DATE-EXIT
028300       END-IF.
028400     READ BUSINESSDATEFILE
028500       AT END
028600         ACCEPT WS-TODAY FROM DATE YYYYMMDD
028700       NOT AT END
028800         MOVE BDT-BUSINESS-DATE TO WS-TODAY
028900     END-READ.
029000     CLOSE BUSINESSDATEFILE.
029100 GET-BUSINESS-DATE-EXIT.
029200     EXIT.
