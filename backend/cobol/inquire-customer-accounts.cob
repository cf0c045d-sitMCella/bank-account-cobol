000400  Installation. List a customer's accounts and total position.
000500  Date-Written. 2026/08/23.
000600  Date-Compiled. 2026/08/23.
000610* Modification-History.
000620*  2026/09/23 MC - List every account the customer holds a role
000630*                  on from the account-holder file, with the
000640*                  role; the position counts owned accounts.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001300   FILE-CONTROL.
001400     COPY "acctselseq.cpy".
001500     COPY "custsel.cpy".
001510     COPY "ahrsel.cpy".
001520     COPY "bdtsel.cpy".
001600*
001700 DATA DIVISION.
001800  FILE SECTION.
001900   COPY "acctrec.cpy".
002000   COPY "custrec.cpy".
002010   COPY "ahrrec.cpy".
002020   COPY "bdtrec.cpy".
002100*
002200  WORKING-STORAGE SECTION.
002300   01 FILE-STATUS PIC XX.
002400   01 CUST-FILE-STATUS PIC XX.
002410   01 AHR-FILE-STATUS PIC XX.
002420   01 BDT-FILE-STATUS PIC XX.
002430   01 WS-AHR-FILE-MISSING PIC 9 VALUE ZERO.
002440   01 WS-SCAN-DONE PIC 9 VALUE ZERO.
002450   01 WS-BUSINESS-DATE PIC 9(8).
002460   01 WS-ROLES-FOUND PIC 9(4) COMP VALUE ZERO.
002470   01 WS-OWNER-ROLE-FOUND PIC 9 VALUE ZERO.
002480   01 WS-ACCOUNT-ROLE PIC X(01).
002500   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
002600   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
002700     88 NO-MORE-ACCOUNTS VALUE 1.
006400     END-IF.
006500     DISPLAY CUST-NAME.
006600     CLOSE CUSTOMERFILE.
006610*
006620     PERFORM GET-BUSINESS-DATE.
006625     MOVE 0 TO WS-AHR-FILE-MISSING.
006630     OPEN INPUT ACCOUNTHOLDERFILE.
006640       IF AHR-FILE-STATUS = "35"
006650         CLOSE ACCOUNTHOLDERFILE
006660         MOVE 1 TO WS-AHR-FILE-MISSING
006670       END-IF.
006700*
006800     OPEN INPUT DATAFILE.
006900       IF FILE-STATUS = "35"
007000         DISPLAY "accounts.idx does not exist. No accounts."
007010         CLOSE DATAFILE
007020         IF WS-AHR-FILE-MISSING IS ZERO
007030           CLOSE ACCOUNTHOLDERFILE
007040         END-IF
007100         GO TO SHOW-POSITION
007200       END-IF.
007300     PERFORM LIST-NEXT-ACCOUNT
007400       THRU LIST-NEXT-ACCOUNT-EXIT
007500       UNTIL NO-MORE-ACCOUNTS.
007600     CLOSE DATAFILE.
007610     IF WS-AHR-FILE-MISSING IS ZERO
007620       CLOSE ACCOUNTHOLDERFILE
007630     END-IF.
007700*
007800  SHOW-POSITION.
007900     DISPLAY " ".
008500*
008600*****************************************************************
008700* LIST-NEXT-ACCOUNT - read the next account in key order and
008800* print it when the customer being asked about holds a role on
008900* it: primary as the account's own customer, or joint,
009000* attorney or trustee through a relationship on the
009010* account-holder file in force on the business date. The
009020* balance of an account the customer owns, primary or joint,
009030* rolls into their total position across savings and
009040* checking; one they only act on as attorney or trustee is
009050* listed but is not theirs.
009100*****************************************************************
009200 LIST-NEXT-ACCOUNT.
009300     READ DATAFILE NEXT RECORD
009600     IF NO-MORE-ACCOUNTS
009700       GO TO LIST-NEXT-ACCOUNT-EXIT
009800     END-IF.
009900     IF CUSTOMER-NUMBER IS EQUAL TO USERCUSTOMERNUMBER
009910       MOVE "P" TO WS-ACCOUNT-ROLE
009920       PERFORM SHOW-ACCOUNT-LINE
009930       ADD BALANCE-TOTAL TO WS-POSITION-TOTAL
009940       ADD 1 TO WS-ACCOUNT-COUNT
010000       GO TO LIST-NEXT-ACCOUNT-EXIT
010100     END-IF.
010110     IF WS-AHR-FILE-MISSING IS NOT ZERO
010120       GO TO LIST-NEXT-ACCOUNT-EXIT
010130     END-IF.
010140*
010150     MOVE 0 TO WS-ROLES-FOUND.
010160     MOVE 0 TO WS-OWNER-ROLE-FOUND.
010170     MOVE IKEY TO AHR-IKEY.
010180     MOVE USERCUSTOMERNUMBER TO AHR-CUSTOMER-NUMBER.
010190     MOVE SPACE TO AHR-ROLE.
010200     MOVE ZERO TO AHR-START-DATE.
010210     MOVE 0 TO WS-SCAN-DONE.
010220     START ACCOUNTHOLDERFILE KEY IS NOT LESS THAN AHR-KEY
010230       INVALID KEY MOVE 1 TO WS-SCAN-DONE
010240     END-START.
010250     PERFORM LIST-NEXT-ROLE
010260       THRU LIST-NEXT-ROLE-EXIT
010270       UNTIL WS-SCAN-DONE IS NOT ZERO.
010280     IF WS-ROLES-FOUND IS GREATER THAN ZERO
010290       ADD 1 TO WS-ACCOUNT-COUNT
010300     END-IF.
010310     IF WS-OWNER-ROLE-FOUND IS NOT ZERO
010320       ADD BALANCE-TOTAL TO WS-POSITION-TOTAL
010330     END-IF.
010600 LIST-NEXT-ACCOUNT-EXIT.
010700     EXIT.
010800*
010900 LIST-NEXT-ROLE.
011000     READ ACCOUNTHOLDERFILE NEXT RECORD
011100       AT END
011200         MOVE 1 TO WS-SCAN-DONE
011300         GO TO LIST-NEXT-ROLE-EXIT
011400     END-READ.
011500     IF AHR-IKEY IS NOT EQUAL TO IKEY
011600       OR AHR-CUSTOMER-NUMBER IS NOT EQUAL TO USERCUSTOMERNUMBER
011700       MOVE 1 TO WS-SCAN-DONE
011800       GO TO LIST-NEXT-ROLE-EXIT
011900     END-IF.
011910     IF AHR-ROLE-PRIMARY
011920       GO TO LIST-NEXT-ROLE-EXIT
011930     END-IF.
012000     IF AHR-START-DATE IS GREATER THAN WS-BUSINESS-DATE
012100       GO TO LIST-NEXT-ROLE-EXIT
012200     END-IF.
012300     IF NOT AHR-NOT-ENDED
012400       AND AHR-END-DATE IS NOT GREATER THAN WS-BUSINESS-DATE
012500       GO TO LIST-NEXT-ROLE-EXIT
012600     END-IF.
012700     MOVE AHR-ROLE TO WS-ACCOUNT-ROLE.
012800     PERFORM SHOW-ACCOUNT-LINE.
012900     ADD 1 TO WS-ROLES-FOUND.
013000     IF AHR-ROLE-JOINT
013100       MOVE 1 TO WS-OWNER-ROLE-FOUND
013200     END-IF.
013300 LIST-NEXT-ROLE-EXIT.
013400     EXIT.
013500*
013600 SHOW-ACCOUNT-LINE.
013700     DISPLAY "  " IKEY " " ACCOUNT-TYPE " " ACCOUNT-STATUS " "
013800       BALANCE-TOTAL " " WS-ACCOUNT-ROLE.
013900*
014000*****************************************************************
014100* GET-BUSINESS-DATE - a role is listed when it is in force on
014200* the open business date; the wall clock is only a fallback
014300* for a site that has never set the control record up.
014400*****************************************************************
014500 GET-BUSINESS-DATE.
014600     OPEN INPUT BUSINESSDATEFILE.
014700       IF BDT-FILE-STATUS = "35"
014800         DISPLAY "Business-date control record missing. "
014900           "Using the system date."
015000         CLOSE BUSINESSDATEFILE
015100         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
015200       ELSE
015300         READ BUSINESSDATEFILE
015400           AT END
015500             DISPLAY "Business-date control record empty. "
015600               "Using the system date."
015700             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
015800           NOT AT END
015900             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
016000         END-READ
016100         CLOSE BUSINESSDATEFILE
016200       END-IF.
