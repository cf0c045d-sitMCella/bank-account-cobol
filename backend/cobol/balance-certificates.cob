000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. balancecertificates.
000300  AUTHOR. Marco Cella.
000400  Installation. Print balance certificates as of one date.
000500  Date-Written. 2026/09/18.
000600  Date-Compiled. 2026/09/18.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "crqsel.cpy".
001500     COPY "cersel.cpy".
001600     COPY "custsel.cpy".
001700     COPY "bdtsel.cpy".
001800*
001900 DATA DIVISION.
002000  FILE SECTION.
002100   COPY "crqrec.cpy".
002200   COPY "cerrec.cpy".
002300   COPY "custrec.cpy".
002400   COPY "bdtrec.cpy".
002500*
002600  WORKING-STORAGE SECTION.
002700   01 CRQ-FILE-STATUS PIC XX.
002800   01 CER-FILE-STATUS PIC XX.
002900   01 CUST-FILE-STATUS PIC XX.
003000   01 BDT-FILE-STATUS PIC XX.
003100   01 WS-BUSINESS-DATE PIC 9(8).
003200   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
003300     88 NO-MORE-REQUESTS VALUE 1.
003400   01 WS-CUST-FILE-MISSING PIC 9 VALUE ZERO.
003500   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
003600   01 WS-CERT-DATE PIC 9(8) VALUE ZERO.
003700   01 WS-REQUEST-COUNT PIC 9(6) COMP VALUE ZERO.
003800   01 WS-PRINTED-COUNT PIC 9(6) COMP VALUE ZERO.
003900   01 WS-REFUSED-COUNT PIC 9(6) COMP VALUE ZERO.
004000*
004100* Local copies of the inquirebalanceasof LINKAGE shape.
004200   01 CALL-IKEY PIC 9(4).
004300   01 CALL-AS-OF-DATE PIC 9(8).
004400   COPY "asoflink.cpy".
004500   01 CALL-RETURNCODE PIC XX.
004600     COPY "asofrc.cpy".
004700*
004800* Certificate print lines.
004900   01 WS-CER-TITLE-LINE.
005000     05 FILLER PIC X(19) VALUE "BALANCE CERTIFICATE".
005100   01 WS-CER-ACCOUNT-LINE.
005200     05 FILLER PIC X(08) VALUE "ACCOUNT ".
005300     05 WS-CER-IKEY PIC 9(4).
005400     05 FILLER PIC X(12) VALUE "   CUSTOMER ".
005500     05 WS-CER-CUSTOMER PIC 9(6).
005600   01 WS-CER-DATE-LINE.
005700     05 FILLER PIC X(32)
005800       VALUE "BALANCE AT CLOSE OF BUSINESS ON ".
005900     05 WS-CER-AS-OF-DATE PIC 9(8).
006000   01 WS-CER-AMOUNT-LINE.
006100     05 WS-CER-AMOUNT-LABEL PIC X(18).
006200     05 WS-CER-AMOUNT-VALUE PIC +9(29).99.
006300   01 WS-CER-ISSUED-LINE.
006400     05 FILLER PIC X(07) VALUE "ISSUED ".
006500     05 WS-CER-ISSUED-DATE PIC 9(8).
006600*
006700*****************************************************************
006800* Prints a balance certificate for every account listed on the
006900* request file, all as of the one date the list carries, for
007000* the year-end audit confirmations and for solicitors and
007100* customers who need a past balance in writing. Each figure is
007200* rebuilt by inquirebalanceasof; the certificate is headed with
007300* the customer's name and address from the customer master. A
007400* line naming a different date, or an account the inquiry
007500* refuses, is displayed and gets no certificate.
007600*****************************************************************
007700 PROCEDURE DIVISION.
007800     DISPLAY "BALANCE CERTIFICATES.".
007900*
008000     PERFORM GET-BUSINESS-DATE.
008100     OPEN INPUT CERTREQUESTFILE.
008200       IF CRQ-FILE-STATUS = "35"
008300         DISPLAY "Certificate request file does not exist. "
008400           "Nothing to print."
008500         CLOSE CERTREQUESTFILE
008600         GO TO QUIT
008700       END-IF.
008800*
008900     OPEN OUTPUT CERTIFICATEFILE.
009000       IF CER-FILE-STATUS IS NOT EQUAL TO "00"
009100         DISPLAY "Error: Unable to open certificate file, status "
009200           CER-FILE-STATUS
009300         CLOSE CERTREQUESTFILE
009400         GO TO QUIT
009500       END-IF.
009600*
009700     OPEN INPUT CUSTOMERFILE.
009800       IF CUST-FILE-STATUS = "35"
009900         DISPLAY "customers.idx does not exist. Certificates "
010000           "will carry no name or address."
010100         CLOSE CUSTOMERFILE
010200         MOVE 1 TO WS-CUST-FILE-MISSING
010300       END-IF.
010400*
010500     PERFORM PRINT-NEXT-CERTIFICATE
010600       THRU PRINT-NEXT-CERTIFICATE-EXIT
010700       UNTIL NO-MORE-REQUESTS.
010800*
010900     CLOSE CERTREQUESTFILE.
011000     CLOSE CERTIFICATEFILE.
011100     IF WS-CUST-FILE-MISSING IS ZERO
011200       CLOSE CUSTOMERFILE
011300     END-IF.
011400*
011500     DISPLAY " ".
011600     DISPLAY "Certificates as of: " WS-CERT-DATE.
011700     DISPLAY "Requests read: " WS-REQUEST-COUNT.
011800     DISPLAY "Certificates printed: " WS-PRINTED-COUNT.
011900     DISPLAY "Requests refused: " WS-REFUSED-COUNT.
012000     IF WS-FILE-ERROR IS NOT ZERO
012100       DISPLAY "Error: Not every certificate line could be "
012200         "written."
012300     END-IF.
012400  QUIT.
012500 STOP RUN.
012600*
012700*****************************************************************
012800* PRINT-NEXT-CERTIFICATE - read the next request, rebuild the
012900* account's balance as of the run's date and print it.
013000*****************************************************************
013100 PRINT-NEXT-CERTIFICATE.
013200     READ CERTREQUESTFILE
013300       AT END MOVE 1 TO WS-ENDOFFILE
013400     END-READ.
013500     IF NO-MORE-REQUESTS
013600       GO TO PRINT-NEXT-CERTIFICATE-EXIT
013700     END-IF.
013800     ADD 1 TO WS-REQUEST-COUNT.
013900     IF CRQ-AS-OF-DATE IS NOT NUMERIC
014000       OR CRQ-IKEY IS NOT NUMERIC
014100       DISPLAY "  request " WS-REQUEST-COUNT " is not a date and "
014200         "account key; refused"
014300       ADD 1 TO WS-REFUSED-COUNT
014400       GO TO PRINT-NEXT-CERTIFICATE-EXIT
014500     END-IF.
014600     IF WS-CERT-DATE IS EQUAL TO ZERO
014700       MOVE CRQ-AS-OF-DATE TO WS-CERT-DATE
014800     END-IF.
014900     IF CRQ-AS-OF-DATE IS NOT EQUAL TO WS-CERT-DATE
015000       DISPLAY "  account " CRQ-IKEY " asks for " CRQ-AS-OF-DATE
015100         ", not " WS-CERT-DATE "; refused"
015200       ADD 1 TO WS-REFUSED-COUNT
015300       GO TO PRINT-NEXT-CERTIFICATE-EXIT
015400     END-IF.
015500*
015600     MOVE CRQ-IKEY TO CALL-IKEY.
015700     MOVE WS-CERT-DATE TO CALL-AS-OF-DATE.
015800     CALL "inquirebalanceasof" USING
015900       CALL-IKEY
016000       CALL-AS-OF-DATE
016100       BALANCEASOF
016200       CALL-RETURNCODE.
016300     IF NOT BALANCE-AS-OF-REBUILT
016400       DISPLAY "  account " CRQ-IKEY " refused, RC="
016500         CALL-RETURNCODE
016600       ADD 1 TO WS-REFUSED-COUNT
016700       GO TO PRINT-NEXT-CERTIFICATE-EXIT
016800     END-IF.
016900*
017000     PERFORM READ-CERTIFICATE-CUSTOMER
017100       THRU READ-CERTIFICATE-CUSTOMER-EXIT.
017200     MOVE WS-CER-TITLE-LINE TO CER-LINE-TEXT.
017300     PERFORM WRITE-CERTIFICATE-LINE.
017400     MOVE SPACES TO CER-LINE-TEXT.
017500     PERFORM WRITE-CERTIFICATE-LINE.
017600     MOVE CUST-NAME TO CER-LINE-TEXT.
017700     PERFORM WRITE-CERTIFICATE-LINE.
017800     MOVE CUST-ADDRESS-1 TO CER-LINE-TEXT.
017900     PERFORM WRITE-CERTIFICATE-LINE.
018000     MOVE CUST-ADDRESS-2 TO CER-LINE-TEXT.
018100     PERFORM WRITE-CERTIFICATE-LINE.
018200     MOVE SPACES TO CER-LINE-TEXT.
018300     PERFORM WRITE-CERTIFICATE-LINE.
018400     MOVE ASOFIKEY TO WS-CER-IKEY.
018500     MOVE ASOFCUSTOMERNUMBER TO WS-CER-CUSTOMER.
018600     MOVE WS-CER-ACCOUNT-LINE TO CER-LINE-TEXT.
018700     PERFORM WRITE-CERTIFICATE-LINE.
018800     MOVE ASOFDATE TO WS-CER-AS-OF-DATE.
018900     MOVE WS-CER-DATE-LINE TO CER-LINE-TEXT.
019000     PERFORM WRITE-CERTIFICATE-LINE.
019100     MOVE "OPENING BALANCE" TO WS-CER-AMOUNT-LABEL.
019200     MOVE ASOFOPENINGBALANCE TO WS-CER-AMOUNT-VALUE.
019300     MOVE WS-CER-AMOUNT-LINE TO CER-LINE-TEXT.
019400     PERFORM WRITE-CERTIFICATE-LINE.
019500     MOVE "CREDITS" TO WS-CER-AMOUNT-LABEL.
019600     MOVE ASOFCREDITTOTAL TO WS-CER-AMOUNT-VALUE.
019700     MOVE WS-CER-AMOUNT-LINE TO CER-LINE-TEXT.
019800     PERFORM WRITE-CERTIFICATE-LINE.
019900     MOVE "DEBITS" TO WS-CER-AMOUNT-LABEL.
020000     MOVE ASOFDEBITTOTAL TO WS-CER-AMOUNT-VALUE.
020100     MOVE WS-CER-AMOUNT-LINE TO CER-LINE-TEXT.
020200     PERFORM WRITE-CERTIFICATE-LINE.
020300     MOVE "CLOSING BALANCE" TO WS-CER-AMOUNT-LABEL.
020400     MOVE ASOFCLOSINGBALANCE TO WS-CER-AMOUNT-VALUE.
020500     MOVE WS-CER-AMOUNT-LINE TO CER-LINE-TEXT.
020600     PERFORM WRITE-CERTIFICATE-LINE.
020700     MOVE SPACES TO CER-LINE-TEXT.
020800     PERFORM WRITE-CERTIFICATE-LINE.
020900     MOVE WS-BUSINESS-DATE TO WS-CER-ISSUED-DATE.
021000     MOVE WS-CER-ISSUED-LINE TO CER-LINE-TEXT.
021100     PERFORM WRITE-CERTIFICATE-LINE.
021200     MOVE SPACES TO CER-LINE-TEXT.
021300     PERFORM WRITE-CERTIFICATE-LINE.
021400     PERFORM WRITE-CERTIFICATE-LINE.
021500     ADD 1 TO WS-PRINTED-COUNT.
021600 PRINT-NEXT-CERTIFICATE-EXIT.
021700     EXIT.
021800*
021900*****************************************************************
022000* READ-CERTIFICATE-CUSTOMER - keyed read of the account's owner
022100* on the customer master for the certificate heading. A missing
022200* customer prints a heading that says so rather than no
022300* certificate at all.
022400*****************************************************************
022500 READ-CERTIFICATE-CUSTOMER.
022600     MOVE "CUSTOMER NOT ON FILE" TO CUST-NAME.
022700     MOVE SPACES TO CUST-ADDRESS-1.
022800     MOVE SPACES TO CUST-ADDRESS-2.
022900     IF WS-CUST-FILE-MISSING IS NOT ZERO
023000       GO TO READ-CERTIFICATE-CUSTOMER-EXIT
023100     END-IF.
023200     MOVE ASOFCUSTOMERNUMBER TO CUST-KEY.
023300     READ CUSTOMERFILE KEY IS CUST-KEY
023400       INVALID KEY
023500         DISPLAY "  customer " ASOFCUSTOMERNUMBER " of account "
023600           ASOFIKEY " not on the customer master"
023700         MOVE "CUSTOMER NOT ON FILE" TO CUST-NAME
023800         MOVE SPACES TO CUST-ADDRESS-1
023900         MOVE SPACES TO CUST-ADDRESS-2
024000     END-READ.
024100 READ-CERTIFICATE-CUSTOMER-EXIT.
024200     EXIT.
024300*
024400*****************************************************************
024500* WRITE-CERTIFICATE-LINE - write the line in CER-LINE-TEXT to
024600* the print file; a failure is remembered for the run total.
024700*****************************************************************
024800 WRITE-CERTIFICATE-LINE.
024900     WRITE CERTIFICATEFD.
025000     IF CER-FILE-STATUS IS NOT EQUAL TO "00"
025100       DISPLAY "Error: Unable to write certificate line, status "
025200         CER-FILE-STATUS
025300       MOVE 1 TO WS-FILE-ERROR
025400     END-IF.
025500*
025600*****************************************************************
025700* GET-BUSINESS-DATE - the issue date printed on every
025800* certificate is the open business day. The wall clock is only
025900* a fallback for a site that has never set the control record
026000* up.
026100*****************************************************************
026200 GET-BUSINESS-DATE.
026300     OPEN INPUT BUSINESSDATEFILE.
026400       IF BDT-FILE-STATUS = "35"
026500         CLOSE BUSINESSDATEFILE
026600         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
026700       ELSE
026800         READ BUSINESSDATEFILE
026900           AT END
027000             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
027100           NOT AT END
027200             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
027300         END-READ
027400         CLOSE BUSINESSDATEFILE
027500       END-IF.
