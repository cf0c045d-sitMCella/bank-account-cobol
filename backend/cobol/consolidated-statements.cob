000400  Installation. One consolidated statement per customer.
000500  Date-Written. 2026/09/02.
000600  Date-Compiled. 2026/09/02.
000610* Modification-History.
000620*  2026/09/23 MC - Deliver a joint account's statement to each
000630*                  joint holder on the account-holder file as
000640*                  well as to the account's own customer.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001600     COPY "stmsel.cpy".
001700     COPY "dlvsel.cpy".
001800     COPY "bdtsel.cpy".
001810     COPY "ahrsel.cpy".
001900*
002000 DATA DIVISION.
002100  FILE SECTION.
002400   COPY "stmrec.cpy".
002500   COPY "dlvrec.cpy".
002600   COPY "bdtrec.cpy".
002610   COPY "ahrrec.cpy".
002700*
002800  WORKING-STORAGE SECTION.
002900   01 CUST-FILE-STATUS PIC XX.
003100   01 STM-FILE-STATUS PIC XX.
003200   01 DLV-FILE-STATUS PIC XX.
003300   01 BDT-FILE-STATUS PIC XX.
003310   01 AHR-FILE-STATUS PIC XX.
003400   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
003500     88 NO-MORE-CUSTOMERS VALUE 1.
003600   01 WS-ACCOUNTS-DONE PIC 9 VALUE ZERO.
003700   01 WS-LINES-DONE PIC 9 VALUE ZERO.
003800   01 WS-STM-FILE-MISSING PIC 9 VALUE ZERO.
003810   01 WS-AHR-FILE-MISSING PIC 9 VALUE ZERO.
003820   01 WS-HOLDERS-DONE PIC 9 VALUE ZERO.
003830   01 WS-JOINT-HOLDER-FOUND PIC 9 VALUE ZERO.
003900   01 WS-RUN-DATE PIC 9(8).
004000   01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
004100     05 WS-STATEMENT-PERIOD PIC 9(6).
010700           "will carry no statement lines."
010800         MOVE 1 TO WS-STM-FILE-MISSING
010900       END-IF.
010910     OPEN INPUT ACCOUNTHOLDERFILE.
010920       IF AHR-FILE-STATUS = "35"
010930         DISPLAY "Account-holder file does not exist. Documents "
010940           "go to each account's own customer only."
010950         MOVE 1 TO WS-AHR-FILE-MISSING
010960       END-IF.
011000     OPEN OUTPUT DELIVERYFILE.
011100     IF DLV-FILE-STATUS IS NOT EQUAL TO "00"
011200       DISPLAY "Error: Unable to open delivery extract, "
011510       IF WS-STM-FILE-MISSING IS ZERO
011520         CLOSE STATEMENTFILE
011530       END-IF
011540       IF WS-AHR-FILE-MISSING IS ZERO
011550         CLOSE ACCOUNTHOLDERFILE
011560       END-IF
011600       GO TO QUIT
011700     END-IF.
011800*
012600     IF WS-STM-FILE-MISSING IS ZERO
012700       CLOSE STATEMENTFILE
012800     END-IF.
012810     IF WS-AHR-FILE-MISSING IS ZERO
012820       CLOSE ACCOUNTHOLDERFILE
012830     END-IF.
012900     CLOSE DELIVERYFILE.
013000*
013100     DISPLAY " ".
014200* PROCESS-NEXT-CUSTOMER - read the next customer and assemble
014300* one document from all their accounts, the way
014400* inquirecustomeraccounts gathers a position: a sweep of the
014500* account master matched on CUSTOMER-NUMBER, together with
014510* any account the customer holds jointly. A customer with
014600* no accounts gets no document and no empty envelope.
014700*****************************************************************
014800 PROCESS-NEXT-CUSTOMER.
018000*****************************************************************
018100* SCAN-NEXT-ACCOUNT - read the next account in key order and
018200* fold it into the document when it belongs to the customer
018300* being assembled, as its own customer or as a joint holder
018310* in force on the run date: its archived statement lines for the
018400* period, and its ledger balance into the customer total.
018500* The document opens with the delivery heading the first
018600* time one of the customer's accounts turns up.
019300       GO TO SCAN-NEXT-ACCOUNT-EXIT
019400     END-IF.
019500     IF CUSTOMER-NUMBER IS NOT EQUAL TO WS-CUR-CUSTOMER
019510       PERFORM CHECK-JOINT-HOLDER
019520         THRU CHECK-JOINT-HOLDER-EXIT
019530       IF WS-JOINT-HOLDER-FOUND IS ZERO
019600         GO TO SCAN-NEXT-ACCOUNT-EXIT
019610       END-IF
019700     END-IF.
019800*
019900     IF WS-CUSTOMER-STARTED IS ZERO
020900 SCAN-NEXT-ACCOUNT-EXIT.
021000     EXIT.
021100*
021101*****************************************************************
021102* CHECK-JOINT-HOLDER - look on the account-holder file for a
021103* joint relationship between the account just read and the
021104* customer being assembled that is in force on the run date:
021105* started on or before it and not ended by it. Attorneys and
021106* trustees act on an account but do not own it, so they get
021107* no copy of its statement.
021108*****************************************************************
021109 CHECK-JOINT-HOLDER.
021110     MOVE 0 TO WS-JOINT-HOLDER-FOUND.
021111     IF WS-AHR-FILE-MISSING IS NOT ZERO
021112       GO TO CHECK-JOINT-HOLDER-EXIT
021113     END-IF.
021114     MOVE IKEY TO AHR-IKEY.
021115     MOVE WS-CUR-CUSTOMER TO AHR-CUSTOMER-NUMBER.
021116     MOVE "J" TO AHR-ROLE.
021117     MOVE ZERO TO AHR-START-DATE.
021118     MOVE 0 TO WS-HOLDERS-DONE.
021119     START ACCOUNTHOLDERFILE KEY IS NOT LESS THAN AHR-KEY
021120       INVALID KEY MOVE 1 TO WS-HOLDERS-DONE
021121     END-START.
021122     PERFORM CHECK-NEXT-JOINT-HOLDER
021123       THRU CHECK-NEXT-JOINT-HOLDER-EXIT
021124       UNTIL WS-HOLDERS-DONE IS NOT ZERO.
021125 CHECK-JOINT-HOLDER-EXIT.
021126     EXIT.
021127*
021128 CHECK-NEXT-JOINT-HOLDER.
021129     READ ACCOUNTHOLDERFILE NEXT RECORD
021130       AT END
021131         MOVE 1 TO WS-HOLDERS-DONE
021132         GO TO CHECK-NEXT-JOINT-HOLDER-EXIT
021133     END-READ.
021134     IF AHR-IKEY IS NOT EQUAL TO IKEY
021135       OR AHR-CUSTOMER-NUMBER IS NOT EQUAL TO WS-CUR-CUSTOMER
021136       OR NOT AHR-ROLE-JOINT
021137       MOVE 1 TO WS-HOLDERS-DONE
021138       GO TO CHECK-NEXT-JOINT-HOLDER-EXIT
021139     END-IF.
021140     IF AHR-START-DATE IS GREATER THAN WS-RUN-DATE
021141       GO TO CHECK-NEXT-JOINT-HOLDER-EXIT
021142     END-IF.
021143     IF NOT AHR-NOT-ENDED
021144       AND AHR-END-DATE IS NOT GREATER THAN WS-RUN-DATE
021145       GO TO CHECK-NEXT-JOINT-HOLDER-EXIT
021146     END-IF.
021147     MOVE 1 TO WS-JOINT-HOLDER-FOUND.
021148     MOVE 1 TO WS-HOLDERS-DONE.
021149 CHECK-NEXT-JOINT-HOLDER-EXIT.
021150     EXIT.
021151*
021200*****************************************************************
021300* WRITE-CUSTOMER-HEADING - the delivery heading the vendor
021400* prints and envelopes from: name, both address lines and
