000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. maintainholder.
000300  AUTHOR. Marco Cella.
000400  Installation. Add or end a customer's role on an account.
000500  Date-Written. 2026/09/23.
000600  Date-Compiled. 2026/09/23.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "ahrsel.cpy".
001500     COPY "acctsel.cpy".
001600     COPY "custsel.cpy".
001700     COPY "mntsel.cpy".
001800     COPY "bdtsel.cpy".
001900*
002000 DATA DIVISION.
002100  FILE SECTION.
002200   COPY "ahrrec.cpy".
002300   COPY "acctrec.cpy".
002400   COPY "custrec.cpy".
002500   COPY "mntrec.cpy".
002600   COPY "bdtrec.cpy".
002700*
002800  WORKING-STORAGE SECTION.
002900   01 AHR-FILE-STATUS PIC XX.
003000   01 FILE-STATUS PIC XX.
003100   01 CUST-FILE-STATUS PIC XX.
003200   01 MNT-FILE-STATUS PIC XX.
003300   01 BDT-FILE-STATUS PIC XX.
003400   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
003500   01 WS-SCAN-DONE PIC 9 VALUE ZERO.
003600   01 WS-OPEN-FOUND PIC 9 VALUE ZERO.
003700   01 WS-OPEN-KEY PIC X(19).
003800   01 WS-BUSINESS-DATE PIC 9(8).
003900   01 WS-HOLDER-DATE PIC 9(8).
004000   01 WS-HOLDER-DATE-PARTS REDEFINES WS-HOLDER-DATE.
004100     05 WS-HOLDER-YEAR PIC 9(4).
004200     05 WS-HOLDER-MONTH PIC 9(2).
004300     05 WS-HOLDER-DAY PIC 9(2).
004400   01 WS-OLD-ROLE PIC X(01).
004500   01 WS-NEW-ROLE PIC X(01).
004600*
004700  LINKAGE SECTION.
004800   77 USERACTION PIC X(01).
004900   77 USERACCOUNTIKEY PIC 9(4).
005000   77 USERCUSTOMERNUMBER PIC 9(6).
005100   77 USERHOLDERROLE PIC X(01).
005200   77 USERHOLDERDATE PIC 9(8).
005300   77 USERJOBID PIC X(08).
005400   COPY "ahrlink.cpy".
005500   77 RETURNCODE PIC XX.
005600     COPY "ahrmntrc.cpy".
005700*
005800*****************************************************************
005900* Adds ("A") or ends ("E") one customer's role on an account:
006000* "P" primary, "J" joint, "A" attorney or "T" trustee. The
006100* primary holder is the account master's CUSTOMER-NUMBER, so a
006200* "P" relationship can only name that customer and any other
006300* role only someone else. USERHOLDERDATE is the date the role
006400* starts or ends; zero means the open business date. A customer
006500* can hold a role on an account only once at a time: a second
006600* add while one has not ended is refused, and an end needs one
006700* that has not. Nothing is deleted; an ended relationship stays
006800* on file with its dates. Each change is logged to the account
006900* maintenance log like a hold, and the relationship as it now
007000* stands is handed back through HOLDER.
007100*****************************************************************
007200 PROCEDURE DIVISION USING
007300  BY REFERENCE USERACTION
007400  BY REFERENCE USERACCOUNTIKEY
007500  BY REFERENCE USERCUSTOMERNUMBER
007600  BY REFERENCE USERHOLDERROLE
007700  BY REFERENCE USERHOLDERDATE
007800  BY REFERENCE HOLDER
007900  BY REFERENCE RETURNCODE
008000  BY REFERENCE USERJOBID.
008100     DISPLAY "MAINTAIN HOLDER."
008200     DISPLAY "Action: " USERACTION " account: " USERACCOUNTIKEY
008300       " customer: " USERCUSTOMERNUMBER " role: " USERHOLDERROLE.
008400     IF USERACTION IS NOT EQUAL TO "A"
008500       AND USERACTION IS NOT EQUAL TO "E"
008600       DISPLAY "Wrong action value."
008700       MOVE "41" TO RETURNCODE
008800       GO TO QUIT
008900     END-IF.
009000*
009100     IF USERACCOUNTIKEY IS NOT NUMERIC
009200       OR USERCUSTOMERNUMBER IS NOT NUMERIC
009300       DISPLAY "Wrong key value."
009400       MOVE "01" TO RETURNCODE
009500       GO TO QUIT
009600     END-IF.
009700*
009800     MOVE USERHOLDERROLE TO AHR-ROLE.
009900     IF NOT AHR-ROLE-VALID
010000       DISPLAY "Wrong role value."
010100       MOVE "95" TO RETURNCODE
010200       GO TO QUIT
010300     END-IF.
010400*
010500     IF USERHOLDERDATE IS NOT NUMERIC
010600       DISPLAY "Wrong date value."
010700       MOVE "03" TO RETURNCODE
010800       GO TO QUIT
010900     END-IF.
011000     PERFORM GET-BUSINESS-DATE.
011100     IF USERHOLDERDATE IS EQUAL TO ZERO
011200       MOVE WS-BUSINESS-DATE TO WS-HOLDER-DATE
011300     ELSE
011400       MOVE USERHOLDERDATE TO WS-HOLDER-DATE
011500     END-IF.
011600     IF WS-HOLDER-MONTH IS LESS THAN 1
011700       OR WS-HOLDER-MONTH IS GREATER THAN 12
011800       OR WS-HOLDER-DAY IS LESS THAN 1
011900       OR WS-HOLDER-DAY IS GREATER THAN 31
012000       DISPLAY "Wrong date value."
012100       MOVE "03" TO RETURNCODE
012200       GO TO QUIT
012300     END-IF.
012400*
012500     PERFORM CHECK-ACCOUNT-ROLE
012600       THRU CHECK-ACCOUNT-ROLE-EXIT.
012700     IF RETURNCODE IS NOT EQUAL TO "00"
012800       GO TO QUIT
012900     END-IF.
013000*
013100     OPEN I-O ACCOUNTHOLDERFILE.
013200       IF AHR-FILE-STATUS = "35"
013300         IF USERACTION IS EQUAL TO "A"
013400           DISPLAY "Holder file does not exist. Creating."
013500           OPEN OUTPUT ACCOUNTHOLDERFILE
013600           CLOSE ACCOUNTHOLDERFILE
013700           OPEN I-O ACCOUNTHOLDERFILE
013800         ELSE
013900           DISPLAY "Holder file does not exist."
014000           CLOSE ACCOUNTHOLDERFILE
014100           MOVE "05" TO RETURNCODE
014200           GO TO QUIT
014300         END-IF
014400       END-IF.
014500*
014600     PERFORM FIND-OPEN-RELATIONSHIP
014700       THRU FIND-OPEN-RELATIONSHIP-EXIT.
014800     IF USERACTION IS EQUAL TO "A"
014900       PERFORM ADD-RELATIONSHIP
015000         THRU ADD-RELATIONSHIP-EXIT
015100     ELSE
015200       PERFORM END-RELATIONSHIP
015300         THRU END-RELATIONSHIP-EXIT
015400     END-IF.
015500     CLOSE ACCOUNTHOLDERFILE.
015600  QUIT.
015700 EXIT PROGRAM.
015800*
015900*****************************************************************
016000* CHECK-ACCOUNT-ROLE - the account must be on the master. A role
016100* is added only to an account that is not closed, for a customer
016200* on the customer file, and "P" only for the account's own
016300* customer; any other role only for someone else. An end is
016400* always allowed through, so a relationship can be ended after
016500* the account is closed.
016600*****************************************************************
016700 CHECK-ACCOUNT-ROLE.
016800     MOVE 0 TO WS-FILE-ERROR.
016900     OPEN INPUT DATAFILE.
017000       IF FILE-STATUS = "35"
017100         DISPLAY "Account file does not exist."
017200         CLOSE DATAFILE
017300         MOVE "04" TO RETURNCODE
017400         GO TO CHECK-ACCOUNT-ROLE-EXIT
017500       END-IF.
017600     MOVE USERACCOUNTIKEY TO IKEY.
017700     READ DATAFILE KEY IS IKEY
017800       INVALID KEY MOVE 1 TO WS-FILE-ERROR
017900     END-READ.
018000     CLOSE DATAFILE.
018100     IF WS-FILE-ERROR IS NOT ZERO
018200       DISPLAY "Account not found."
018300       MOVE "04" TO RETURNCODE
018400       GO TO CHECK-ACCOUNT-ROLE-EXIT
018500     END-IF.
018600     MOVE "00" TO RETURNCODE.
018700     IF USERACTION IS EQUAL TO "E"
018800       GO TO CHECK-ACCOUNT-ROLE-EXIT
018900     END-IF.
019000*
019100     IF ACCOUNT-STATUS-CLOSED
019200       DISPLAY "Account is closed."
019300       MOVE "72" TO RETURNCODE
019400       GO TO CHECK-ACCOUNT-ROLE-EXIT
019500     END-IF.
019600     IF USERHOLDERROLE IS EQUAL TO "P"
019700       AND USERCUSTOMERNUMBER IS NOT EQUAL TO CUSTOMER-NUMBER
019800       DISPLAY "Primary holder must be the account's customer "
019900         CUSTOMER-NUMBER "."
020000       MOVE "96" TO RETURNCODE
020100       GO TO CHECK-ACCOUNT-ROLE-EXIT
020200     END-IF.
020300     IF USERHOLDERROLE IS NOT EQUAL TO "P"
020400       AND USERCUSTOMERNUMBER IS EQUAL TO CUSTOMER-NUMBER
020500       DISPLAY "Customer is the account's primary holder."
020600       MOVE "96" TO RETURNCODE
020700       GO TO CHECK-ACCOUNT-ROLE-EXIT
020800     END-IF.
020900*
021000     OPEN INPUT CUSTOMERFILE.
021100       IF CUST-FILE-STATUS = "35"
021200         DISPLAY "Customer file does not exist."
021300         CLOSE CUSTOMERFILE
021400         MOVE "04" TO RETURNCODE
021500         GO TO CHECK-ACCOUNT-ROLE-EXIT
021600       END-IF.
021700     MOVE USERCUSTOMERNUMBER TO CUST-KEY.
021800     READ CUSTOMERFILE KEY IS CUST-KEY
021900       INVALID KEY MOVE 1 TO WS-FILE-ERROR
022000     END-READ.
022100     CLOSE CUSTOMERFILE.
022200     IF WS-FILE-ERROR IS NOT ZERO
022300       DISPLAY "Customer not found."
022400       MOVE "04" TO RETURNCODE
022500     END-IF.
022600 CHECK-ACCOUNT-ROLE-EXIT.
022700     EXIT.
022800*
022900*****************************************************************
023000* FIND-OPEN-RELATIONSHIP - look through the customer's records
023100* in the role on the account for one not yet ended: no end date,
023200* or one still after the business date. Its key is kept in
023300* WS-OPEN-KEY.
023400*****************************************************************
023500 FIND-OPEN-RELATIONSHIP.
023600     MOVE 0 TO WS-OPEN-FOUND.
023700     MOVE USERACCOUNTIKEY TO AHR-IKEY.
023800     MOVE USERCUSTOMERNUMBER TO AHR-CUSTOMER-NUMBER.
023900     MOVE USERHOLDERROLE TO AHR-ROLE.
024000     MOVE ZERO TO AHR-START-DATE.
024100     MOVE 0 TO WS-SCAN-DONE.
024200     START ACCOUNTHOLDERFILE KEY IS NOT LESS THAN AHR-KEY
024300       INVALID KEY MOVE 1 TO WS-SCAN-DONE
024400     END-START.
024500     PERFORM CHECK-NEXT-RELATIONSHIP
024600       THRU CHECK-NEXT-RELATIONSHIP-EXIT
024700       UNTIL WS-SCAN-DONE IS NOT ZERO.
024800 FIND-OPEN-RELATIONSHIP-EXIT.
024900     EXIT.
025000*
025100 CHECK-NEXT-RELATIONSHIP.
025200     READ ACCOUNTHOLDERFILE NEXT RECORD
025300       AT END
025400         MOVE 1 TO WS-SCAN-DONE
025500         GO TO CHECK-NEXT-RELATIONSHIP-EXIT
025600     END-READ.
025700     IF AHR-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
025800       OR AHR-CUSTOMER-NUMBER IS NOT EQUAL TO USERCUSTOMERNUMBER
025900       OR AHR-ROLE IS NOT EQUAL TO USERHOLDERROLE
026000       MOVE 1 TO WS-SCAN-DONE
026100       GO TO CHECK-NEXT-RELATIONSHIP-EXIT
026200     END-IF.
026300     IF AHR-NOT-ENDED
026400       OR AHR-END-DATE IS GREATER THAN WS-BUSINESS-DATE
026500       MOVE 1 TO WS-OPEN-FOUND
026600       MOVE AHR-KEY TO WS-OPEN-KEY
026700       MOVE 1 TO WS-SCAN-DONE
026800     END-IF.
026900 CHECK-NEXT-RELATIONSHIP-EXIT.
027000     EXIT.
027100*
027200*****************************************************************
027300* ADD-RELATIONSHIP - write the new relationship starting on the
027400* date asked for, refused while the customer still holds the
027500* role on the account. The file itself rejects a second record
027600* under the same start date.
027700*****************************************************************
027800 ADD-RELATIONSHIP.
027900     IF WS-OPEN-FOUND IS NOT ZERO
028000       DISPLAY "Error: Relationship already open."
028100       MOVE WS-OPEN-KEY TO AHR-KEY
028200       READ ACCOUNTHOLDERFILE KEY IS AHR-KEY
028300         INVALID KEY CONTINUE
028400         NOT INVALID KEY PERFORM RETURN-HOLDER-IMAGE
028500       END-READ
028600       MOVE "10" TO RETURNCODE
028700       GO TO ADD-RELATIONSHIP-EXIT
028800     END-IF.
028900     MOVE 0 TO WS-FILE-ERROR.
029000     MOVE USERACCOUNTIKEY TO AHR-IKEY.
029100     MOVE USERCUSTOMERNUMBER TO AHR-CUSTOMER-NUMBER.
029200     MOVE USERHOLDERROLE TO AHR-ROLE.
029300     MOVE WS-HOLDER-DATE TO AHR-START-DATE.
029400     MOVE ZERO TO AHR-END-DATE.
029500     MOVE USERJOBID TO AHR-OPENED-BY.
029600     MOVE SPACES TO AHR-ENDED-BY.
029700     WRITE ACCOUNTHOLDERFD
029800       INVALID KEY MOVE 1 TO WS-FILE-ERROR
029900       NOT INVALID KEY DISPLAY "Relationship added."
030000     END-WRITE.
030100     IF WS-FILE-ERROR IS NOT ZERO
030200       DISPLAY "Error: Relationship already exists."
030300       MOVE "10" TO RETURNCODE
030400       GO TO ADD-RELATIONSHIP-EXIT
030500     END-IF.
030600     MOVE SPACE TO WS-OLD-ROLE.
030700     MOVE AHR-ROLE TO WS-NEW-ROLE.
030800     PERFORM WRITE-MAINTENANCE-RECORD
030900       THRU WRITE-MAINTENANCE-RECORD-EXIT.
031000     PERFORM RETURN-HOLDER-IMAGE.
031100     MOVE "00" TO RETURNCODE.
031200 ADD-RELATIONSHIP-EXIT.
031300     EXIT.
031400*
031500*****************************************************************
031600* END-RELATIONSHIP - stamp the open relationship with the end
031700* date asked for, which cannot come before its start.
031800*****************************************************************
031900 END-RELATIONSHIP.
032000     IF WS-OPEN-FOUND IS ZERO
032100       DISPLAY "No open relationship to end."
032200       MOVE "05" TO RETURNCODE
032300       GO TO END-RELATIONSHIP-EXIT
032400     END-IF.
032500     MOVE 0 TO WS-FILE-ERROR.
032600     MOVE WS-OPEN-KEY TO AHR-KEY.
032700     READ ACCOUNTHOLDERFILE KEY IS AHR-KEY
032800       INVALID KEY MOVE 1 TO WS-FILE-ERROR
032900     END-READ.
033000     IF WS-FILE-ERROR IS NOT ZERO
033100       DISPLAY "Error: Unable to read relationship."
033200       MOVE "30" TO RETURNCODE
033300       GO TO END-RELATIONSHIP-EXIT
033400     END-IF.
033500     IF WS-HOLDER-DATE IS LESS THAN AHR-START-DATE
033600       DISPLAY "End date is before the start date "
033700         AHR-START-DATE "."
033800       PERFORM RETURN-HOLDER-IMAGE
033900       MOVE "97" TO RETURNCODE
034000       GO TO END-RELATIONSHIP-EXIT
034100     END-IF.
034200     MOVE WS-HOLDER-DATE TO AHR-END-DATE.
034300     MOVE USERJOBID TO AHR-ENDED-BY.
034400     REWRITE ACCOUNTHOLDERFD
034500       INVALID KEY MOVE 1 TO WS-FILE-ERROR
034600       NOT INVALID KEY DISPLAY "Relationship ended."
034700     END-REWRITE.
034800     IF WS-FILE-ERROR IS NOT ZERO
034900       DISPLAY "Error: Unable to update relationship."
035000       MOVE "30" TO RETURNCODE
035100       GO TO END-RELATIONSHIP-EXIT
035200     END-IF.
035300     MOVE AHR-ROLE TO WS-OLD-ROLE.
035400     MOVE SPACE TO WS-NEW-ROLE.
035500     PERFORM WRITE-MAINTENANCE-RECORD
035600       THRU WRITE-MAINTENANCE-RECORD-EXIT.
035700     PERFORM RETURN-HOLDER-IMAGE.
035800     MOVE "00" TO RETURNCODE.
035900 END-RELATIONSHIP-EXIT.
036000     EXIT.
036100*
036200*****************************************************************
036300* WRITE-MAINTENANCE-RECORD - one log line per relationship added
036400* or ended with the job/run id, timestamp, account, and the role
036500* before and after, the way maintainhold logs a hold.
036600*****************************************************************
036700 WRITE-MAINTENANCE-RECORD.
036800     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD.
036900     ACCEPT MNT-RUN-TIME FROM TIME.
037000     MOVE USERJOBID TO MNT-JOBID.
037100     MOVE USERACCOUNTIKEY TO MNT-IKEY.
037200     MOVE "HOLDER" TO MNT-FIELD.
037300     MOVE WS-OLD-ROLE TO MNT-OLD-VALUE.
037400     MOVE WS-NEW-ROLE TO MNT-NEW-VALUE.
037500     OPEN EXTEND MAINTENANCEFILE.
037600       IF MNT-FILE-STATUS = "35"
037700         CLOSE MAINTENANCEFILE
037800         OPEN OUTPUT MAINTENANCEFILE
037900         CLOSE MAINTENANCEFILE
038000         OPEN EXTEND MAINTENANCEFILE
038100       END-IF.
038200     WRITE MAINTENANCEREC.
038300     IF MNT-FILE-STATUS IS NOT EQUAL TO "00"
038400       DISPLAY "Error: Unable to log maintenance for account "
038500         MNT-IKEY " status " MNT-FILE-STATUS
038600     END-IF.
038700     CLOSE MAINTENANCEFILE.
038800 WRITE-MAINTENANCE-RECORD-EXIT.
038900     EXIT.
039000*
039100*****************************************************************
039200* RETURN-HOLDER-IMAGE - hand the relationship as it now stands
039300* back to the caller through the shared HOLDER linkage shape.
039400*****************************************************************
039500 RETURN-HOLDER-IMAGE.
039600     MOVE AHR-IKEY TO HOLDERIKEY.
039700     MOVE AHR-CUSTOMER-NUMBER TO HOLDERCUSTOMERNUMBER.
039800     MOVE AHR-ROLE TO HOLDERROLE.
039900     MOVE AHR-START-DATE TO HOLDERSTARTDATE.
040000     MOVE AHR-END-DATE TO HOLDERENDDATE.
040100     MOVE AHR-OPENED-BY TO HOLDEROPENEDBY.
040200     MOVE AHR-ENDED-BY TO HOLDERENDEDBY.
040300*
040400*****************************************************************
040500* GET-BUSINESS-DATE - a role dated zero starts or ends on the
040600* open business date, and "not yet ended" is judged against it.
040700* The wall clock is only a fallback for a site that has never
040800* set the control record up.
040900*****************************************************************
041000 GET-BUSINESS-DATE.
041100     OPEN INPUT BUSINESSDATEFILE.
041200       IF BDT-FILE-STATUS = "35"
041300         DISPLAY "Business-date control record missing. "
041400           "Using the system date."
041500         CLOSE BUSINESSDATEFILE
041600         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
041700       ELSE
041800         READ BUSINESSDATEFILE
041900           AT END
042000             DISPLAY "Business-date control record empty. "
042100               "Using the system date."
042200             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
042300           NOT AT END
042400             MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
042500         END-READ
042600         CLOSE BUSINESSDATEFILE
042700       END-IF.
