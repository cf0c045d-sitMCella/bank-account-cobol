000670*                  and reactivation back to "O" is the same
000680*                  logged maintenance action as any other
000690*                  status change.
000692*  2026/10/15 MC - Refuse to close an account while a joint
000694*                  holder, attorney or trustee relationship
000696*                  on it has not been ended.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001400     COPY "acctsel.cpy".
001500     COPY "mntsel.cpy".
001510     COPY "audsel.cpy".
001520     COPY "ahrsel.cpy".
001530     COPY "bdtsel.cpy".
001600*
001700 DATA DIVISION.
001800  FILE SECTION.
001900   COPY "acctrec.cpy".
002000   COPY "mntrec.cpy".
002010   COPY "audrec.cpy".
002020   COPY "ahrrec.cpy".
002030   COPY "bdtrec.cpy".
002100*
002200  WORKING-STORAGE SECTION.
002300   01 FILE-STATUS PIC XX.
002400   01 MNT-FILE-STATUS PIC XX.
002410   01 AUD-FILE-STATUS PIC XX.
002420   01 AHR-FILE-STATUS PIC XX.
002430   01 BDT-FILE-STATUS PIC XX.
002440   01 WS-RUN-DATE PIC 9(8).
002450   01 WS-SCAN-DONE PIC 9 VALUE ZERO.
002460   01 WS-OPEN-HOLDER-COUNT PIC 9(4) COMP VALUE ZERO.
002500   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
002600   01 WS-OLD-STATUS PIC X(01).
002700   01 WS-OLD-TYPE PIC X(01).
010300       MOVE "74" TO RETURNCODE
010400       GO TO QUIT
010500     END-IF.
010507     IF USERNEWACCOUNTSTATUS IS EQUAL TO "C"
010514       AND NOT ACCOUNT-STATUS-CLOSED
010521       PERFORM CHECK-OPEN-HOLDERS
010528         THRU CHECK-OPEN-HOLDERS-EXIT
010535       IF WS-OPEN-HOLDER-COUNT IS GREATER THAN ZERO
010542         DISPLAY "Holder relationships still open: "
010549           WS-OPEN-HOLDER-COUNT ". Close refused."
010556         CLOSE DATAFILE
010563         MOVE "98" TO RETURNCODE
010570         GO TO QUIT
010577       END-IF
010584     END-IF.
010600*
010700     MOVE ACCOUNT-STATUS TO WS-OLD-STATUS.
010800     MOVE ACCOUNT-TYPE TO WS-OLD-TYPE.
024100         AUD-IKEY " status " AUD-FILE-STATUS
024200     END-IF.
024300     CLOSE AUDITFILE.
024400*
024500*****************************************************************
024600* CHECK-OPEN-HOLDERS - the same rule closeaccount applies: every
024700* joint holder, attorney and trustee relationship on the
024800* account must have ended, on or before the business date,
024900* before the status can go to closed. Each one still open is
025000* displayed and counted. A "P" record only names the account's
025100* own customer and does not hold the closure up.
025200*****************************************************************
025300 CHECK-OPEN-HOLDERS.
025400     MOVE 0 TO WS-OPEN-HOLDER-COUNT.
025500     OPEN INPUT ACCOUNTHOLDERFILE.
025600       IF AHR-FILE-STATUS = "35"
025700         CLOSE ACCOUNTHOLDERFILE
025800         GO TO CHECK-OPEN-HOLDERS-EXIT
025900       END-IF.
026000     PERFORM GET-BUSINESS-DATE.
026100     MOVE IKEY TO AHR-IKEY.
026200     MOVE ZERO TO AHR-CUSTOMER-NUMBER.
026300     MOVE SPACE TO AHR-ROLE.
026400     MOVE ZERO TO AHR-START-DATE.
026500     MOVE 0 TO WS-SCAN-DONE.
026600     START ACCOUNTHOLDERFILE KEY IS NOT LESS THAN AHR-KEY
026700       INVALID KEY MOVE 1 TO WS-SCAN-DONE
026800     END-START.
026900     PERFORM CHECK-NEXT-HOLDER
027000       THRU CHECK-NEXT-HOLDER-EXIT
027100       UNTIL WS-SCAN-DONE IS NOT ZERO.
027200     CLOSE ACCOUNTHOLDERFILE.
027300 CHECK-OPEN-HOLDERS-EXIT.
027400     EXIT.
027500*
027600 CHECK-NEXT-HOLDER.
027700     READ ACCOUNTHOLDERFILE NEXT RECORD
027800       AT END
027900         MOVE 1 TO WS-SCAN-DONE
028000         GO TO CHECK-NEXT-HOLDER-EXIT
028100     END-READ.
028200     IF AHR-IKEY IS NOT EQUAL TO IKEY
028300       MOVE 1 TO WS-SCAN-DONE
028400       GO TO CHECK-NEXT-HOLDER-EXIT
028500     END-IF.
028600     IF AHR-ROLE-PRIMARY
028700       GO TO CHECK-NEXT-HOLDER-EXIT
028800     END-IF.
028900     IF AHR-NOT-ENDED
029000       OR AHR-END-DATE IS GREATER THAN WS-RUN-DATE
029100       DISPLAY "  customer " AHR-CUSTOMER-NUMBER " role "
029200         AHR-ROLE " from " AHR-START-DATE " not ended"
029300       ADD 1 TO WS-OPEN-HOLDER-COUNT
029400     END-IF.
029500 CHECK-NEXT-HOLDER-EXIT.
029600     EXIT.
029700*
029800*****************************************************************
029900* GET-BUSINESS-DATE - a relationship ends by the open business
030000* date, the date closeaccount closes on; the wall clock is only
030100* a fallback for a site that has never set the control record
030200* up.
030300*****************************************************************
030400 GET-BUSINESS-DATE.
030500     OPEN INPUT BUSINESSDATEFILE.
030600       IF BDT-FILE-STATUS = "35"
030700         DISPLAY "Business-date control record missing. "
030800           "Using the system date."
030900         CLOSE BUSINESSDATEFILE
031000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031100       ELSE
031200         READ BUSINESSDATEFILE
031300           AT END
031400             DISPLAY "Business-date control record empty. "
031500               "Using the system date."
031600             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031700           NOT AT END
031800             MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
031900         END-READ
032000         CLOSE BUSINESSDATEFILE
032100       END-IF.
