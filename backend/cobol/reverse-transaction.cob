000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. reversetransaction.
000300  AUTHOR. Marco Cella.
000400  Installation. Reverse one posted transaction history entry.
000500  Date-Written. 2026/09/15.
000600  Date-Compiled. 2026/09/15.
000610* Modification-History.
000620*  2026/09/22 MC - Refuse an outbound payment debit; it comes
000630*                  back only through a clearing return.
000640*  2026/10/15 MC - Clear the mark-failed switch and the found
000650*                  reversal flags on every call, so one
000660*                  failed call does not leak into the next.
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
001700*
001800 DATA DIVISION.
001900  FILE SECTION.
002000   COPY "acctrec.cpy".
002100   COPY "txnrec.cpy".
002200   COPY "arcrec.cpy".
002300*
002400  WORKING-STORAGE SECTION.
002500   01 FILE-STATUS PIC XX.
002600   01 TXN-FILE-STATUS PIC XX.
002700   01 ARC-FILE-STATUS PIC XX.
002800   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
002900   01 WS-SCAN-DONE PIC 9 VALUE ZERO.
003000   01 WS-ALREADY-REVERSED PIC 9 VALUE ZERO.
003100   01 WS-MARK-FAILED PIC 9 VALUE ZERO.
003200*
003300* The entry asked for, as found on the live file or the archive.
003400   01 WS-ORIGINAL-KEY.
003500     05 WS-ORIGINAL-IKEY PIC 9(4).
003600     05 WS-ORIGINAL-TYPE PIC X(01).
003700     05 WS-ORIGINAL-SEQUENCE PIC 9(4).
003800   01 WS-ORIGINAL-FOUND PIC 9 VALUE ZERO.
003900   01 WS-ORIGINAL-ARCHIVED PIC 9 VALUE ZERO.
004000   01 WS-ORIGINAL-FLAG PIC X(01).
004100   01 WS-ORIGINAL-AMOUNT PIC S9(29)V99 COMP-3.
004200   01 WS-ORIGINAL-REFERENCE PIC X(16).
004300   01 WS-ORIGINAL-REFERENCE-PARTS REDEFINES WS-ORIGINAL-REFERENCE.
004400     05 WS-ORIGINAL-REF-PREFIX PIC X(01).
004500       88 ORIGINAL-IS-TRANSFER-LEG VALUE "T".
004510       88 ORIGINAL-IS-PAYMENT-DEBIT VALUE "P".
004600     05 FILLER PIC X(15).
004700*
004800* The other leg of a transfer the entry asked for belongs to.
004900   01 WS-PARTNER-KEY.
005000     05 WS-PARTNER-IKEY PIC 9(4).
005100     05 WS-PARTNER-TYPE PIC X(01).
005200     05 WS-PARTNER-SEQUENCE PIC 9(4).
005300   01 WS-PARTNER-FOUND PIC 9 VALUE ZERO.
005400   01 WS-PARTNER-ARCHIVED PIC 9 VALUE ZERO.
005500   01 WS-PARTNER-FLAG PIC X(01).
005600*
005700* The two legs of the original transfer sorted by side, and the
005800* reversing legs transferfunds writes for them.
005900   01 WS-DEBIT-LEG-KEY.
006000     05 WS-DEBIT-LEG-IKEY PIC 9(4).
006100     05 WS-DEBIT-LEG-TYPE PIC X(01).
006200     05 WS-DEBIT-LEG-SEQUENCE PIC 9(4).
006300   01 WS-DEBIT-LEG-ARCHIVED PIC 9 VALUE ZERO.
006400   01 WS-CREDIT-LEG-KEY.
006500     05 WS-CREDIT-LEG-IKEY PIC 9(4).
006600     05 WS-CREDIT-LEG-TYPE PIC X(01).
006700     05 WS-CREDIT-LEG-SEQUENCE PIC 9(4).
006800   01 WS-CREDIT-LEG-ARCHIVED PIC 9 VALUE ZERO.
006900   01 WS-NEW-KEY.
007000     05 WS-NEW-IKEY PIC 9(4).
007100     05 WS-NEW-TYPE PIC X(01).
007200     05 WS-NEW-SEQUENCE PIC 9(4).
007300   01 WS-NEW-PARTNER-KEY.
007400     05 WS-NEW-PARTNER-IKEY PIC 9(4).
007500     05 WS-NEW-PARTNER-TYPE PIC X(01).
007600     05 WS-NEW-PARTNER-SEQUENCE PIC 9(4).
007700*
007800* The history record to stamp, and what to stamp it with.
007900   01 WS-MARK-KEY.
008000     05 WS-MARK-IKEY PIC 9(4).
008100     05 WS-MARK-TYPE PIC X(01).
008200     05 WS-MARK-SEQUENCE PIC 9(4).
008300   01 WS-MARK-FLAG PIC X(01).
008400   01 WS-MARK-POINTER PIC X(09).
008500   01 WS-HOLDS-TOTAL PIC S9(29)V99 COMP-3 VALUE ZERO.
008600   01 HOLDS-RETURNCODE PIC XX.
008700*
008800* Local copies of the posttransaction and transferfunds LINKAGE
008900* shapes for the nested CALLs below. ACCOUNT is this program's
009000* own LINKAGE item and is passed straight through.
009100   01 CALL-ACCOUNT-IKEY PIC 9(4).
009200   01 CALL-TRANSACTION-AMOUNT PIC S9(29)V99 COMP-3.
009300   01 CALL-FROM-ACCOUNT-IKEY PIC 9(4).
009400   01 CALL-TO-ACCOUNT-IKEY PIC 9(4).
009500   01 CALL-TRANSFER-AMOUNT PIC S9(29)V99 COMP-3.
009600   01 CALL-TRANSFER-REFERENCE PIC X(16).
009700   01 CALL-RETURNCODE PIC XX.
009800*
009900  LINKAGE SECTION.
010000   77 USERACCOUNTIKEY PIC 9(4).
010100   77 USERTRANSACTIONTYPE PIC X(01).
010200   77 USERTRANSACTIONSEQUENCE PIC 9(4).
010300   COPY "acctlink.cpy".
010400   77 RETURNCODE PIC XX.
010500     COPY "revrc.cpy".
010600*
010700*****************************************************************
010800* Posts the exact opposite of one history entry, named by its
010900* account, type and sequence, and ties the two together through
011000* TXN-REVERSAL: the reversing entry is flagged "V" and points at
011100* the original, the original is flagged "R" and points at the
011200* reversing entry. Neither can be reversed again. An original
011300* already moved to the archive cannot be re-flagged there; the
011400* "V" entry pointing at it is what marks it reversed, and this
011500* program and inquiretransactions both look for one. A transfer
011600* leg is reversed with its other leg as one transfer back
011700* through transferfunds. An ordinary entry is reversed through
011800* posttransaction, so the reversal is screened against status,
011900* holds and funds like any other posting. The debit of an
011910* outbound payment is refused: once taken the money is on its
011920* way to the other bank and only a clearing return brings it
011930* back.
012000*****************************************************************
012100 PROCEDURE DIVISION USING
012200  BY REFERENCE USERACCOUNTIKEY
012300  BY REFERENCE USERTRANSACTIONTYPE
012400  BY REFERENCE USERTRANSACTIONSEQUENCE
012500  BY REFERENCE ACCOUNT
012600  BY REFERENCE RETURNCODE.
012610     MOVE 0 TO WS-MARK-FAILED.
012620     MOVE SPACE TO WS-ORIGINAL-FLAG WS-PARTNER-FLAG.
012700     DISPLAY "REVERSE TRANSACTION."
012800     DISPLAY "Key: " USERACCOUNTIKEY " " USERTRANSACTIONTYPE " "
012900       USERTRANSACTIONSEQUENCE.
013000     IF USERACCOUNTIKEY IS NOT NUMERIC
013100       DISPLAY "Wrong key value."
013200       MOVE "01" TO RETURNCODE
013300       GO TO QUIT
013400     END-IF.
013500*
013600     IF USERTRANSACTIONTYPE IS NOT EQUAL TO "C"
013700       AND USERTRANSACTIONTYPE IS NOT EQUAL TO "D"
013800       DISPLAY "Wrong transaction type value."
013900       MOVE "02" TO RETURNCODE
014000       GO TO QUIT
014100     END-IF.
014200*
014300     IF USERTRANSACTIONSEQUENCE IS NOT NUMERIC
014400       OR USERTRANSACTIONSEQUENCE IS EQUAL TO ZERO
014500       DISPLAY "Wrong transaction sequence value."
014600       MOVE "03" TO RETURNCODE
014700       GO TO QUIT
014800     END-IF.
014900*
015000     MOVE USERACCOUNTIKEY TO WS-ORIGINAL-IKEY.
015100     MOVE USERTRANSACTIONTYPE TO WS-ORIGINAL-TYPE.
015200     MOVE USERTRANSACTIONSEQUENCE TO WS-ORIGINAL-SEQUENCE.
015300     PERFORM FIND-ORIGINAL
015400       THRU FIND-ORIGINAL-EXIT.
015500     IF WS-ORIGINAL-FOUND IS ZERO
015600       DISPLAY "Transaction not found on file or archive."
015700       MOVE "04" TO RETURNCODE
015800       GO TO QUIT
015900     END-IF.
016000*
016100     IF WS-ORIGINAL-FLAG IS EQUAL TO "V"
016200       DISPLAY "Transaction is itself a reversal. Refused."
016300       MOVE "81" TO RETURNCODE
016400       GO TO QUIT
016500     END-IF.
016600     IF WS-ORIGINAL-FLAG IS EQUAL TO "R"
016700       DISPLAY "Transaction already reversed. Refused."
016800       MOVE "80" TO RETURNCODE
016900       GO TO QUIT
017000     END-IF.
017010     IF ORIGINAL-IS-PAYMENT-DEBIT
017020       DISPLAY "Transaction is an outbound payment. Refused."
017030       MOVE "94" TO RETURNCODE
017040       GO TO QUIT
017050     END-IF.
017100     PERFORM CHECK-REVERSAL-POINTERS
017200       THRU CHECK-REVERSAL-POINTERS-EXIT.
017300     IF WS-ALREADY-REVERSED IS NOT ZERO
017400       DISPLAY "Transaction already reversed. Refused."
017500       MOVE "80" TO RETURNCODE
017600       GO TO QUIT
017700     END-IF.
017800*
017900     IF ORIGINAL-IS-TRANSFER-LEG
018000       PERFORM REVERSE-TRANSFER
018100         THRU REVERSE-TRANSFER-EXIT
018200     ELSE
018300       PERFORM REVERSE-POSTING
018400         THRU REVERSE-POSTING-EXIT
018500     END-IF.
018600     IF RETURNCODE IS NOT EQUAL TO "00"
018700       GO TO QUIT
018800     END-IF.
018900*
019000     IF WS-MARK-FAILED IS NOT ZERO
019100       DISPLAY "Error: Reversal posted but not fully marked. "
019200         "Manual repair required."
019300       MOVE "30" TO RETURNCODE
019400       GO TO QUIT
019500     END-IF.
019600     DISPLAY "Transaction reversed."
019700     MOVE "00" TO RETURNCODE.
019800  QUIT.
019900 EXIT PROGRAM.
020000*
020100*****************************************************************
020200* FIND-ORIGINAL - look the entry up by its key on the live file
020300* and, failing that, sweep the archive for it. Its amount,
020400* transfer reference and reversal flag are kept for the checks
020500* above.
020600*****************************************************************
020700 FIND-ORIGINAL.
020800     MOVE 0 TO WS-ORIGINAL-FOUND.
020900     MOVE 0 TO WS-ORIGINAL-ARCHIVED.
021000     OPEN INPUT TRANSACTIONFILE.
021100       IF TXN-FILE-STATUS = "35"
021200         CLOSE TRANSACTIONFILE
021300       ELSE
021400         MOVE WS-ORIGINAL-KEY TO TXN-KEY
021500         READ TRANSACTIONFILE KEY IS TXN-KEY
021600           INVALID KEY CONTINUE
021700           NOT INVALID KEY
021800             MOVE 1 TO WS-ORIGINAL-FOUND
021900             MOVE TXN-AMOUNT TO WS-ORIGINAL-AMOUNT
022000             MOVE TXN-TRANSFER-REFERENCE TO WS-ORIGINAL-REFERENCE
022100             MOVE TXN-REVERSAL-FLAG TO WS-ORIGINAL-FLAG
022200         END-READ
022300         CLOSE TRANSACTIONFILE
022400       END-IF.
022500     IF WS-ORIGINAL-FOUND IS NOT ZERO
022600       GO TO FIND-ORIGINAL-EXIT
022700     END-IF.
022800*
022900     MOVE 0 TO WS-SCAN-DONE.
023000     OPEN INPUT ARCHIVEFILE.
023100       IF ARC-FILE-STATUS = "35"
023200         CLOSE ARCHIVEFILE
023300         GO TO FIND-ORIGINAL-EXIT
023400       END-IF.
023500     PERFORM FIND-ORIGINAL-IN-ARCHIVE
023600       THRU FIND-ORIGINAL-IN-ARCHIVE-EXIT
023700       UNTIL WS-SCAN-DONE IS NOT ZERO.
023800     CLOSE ARCHIVEFILE.
023900 FIND-ORIGINAL-EXIT.
024000     EXIT.
024100*
024200 FIND-ORIGINAL-IN-ARCHIVE.
024300     READ ARCHIVEFILE
024400       AT END
024500         MOVE 1 TO WS-SCAN-DONE
024600         GO TO FIND-ORIGINAL-IN-ARCHIVE-EXIT
024700     END-READ.
024800     IF ARC-TXN-IKEY IS NOT EQUAL TO WS-ORIGINAL-IKEY
024900       OR ARC-TXN-TYPE IS NOT EQUAL TO WS-ORIGINAL-TYPE
025000       OR ARC-TXN-SEQUENCE IS NOT EQUAL TO WS-ORIGINAL-SEQUENCE
025100       GO TO FIND-ORIGINAL-IN-ARCHIVE-EXIT
025200     END-IF.
025300     MOVE 1 TO WS-ORIGINAL-FOUND.
025400     MOVE 1 TO WS-ORIGINAL-ARCHIVED.
025500     MOVE ARC-TXN-AMOUNT TO WS-ORIGINAL-AMOUNT.
025600     MOVE ARC-TXN-TRANSFER-REFERENCE TO WS-ORIGINAL-REFERENCE.
025700     MOVE ARC-TXN-REVERSAL-FLAG TO WS-ORIGINAL-FLAG.
025800     MOVE 1 TO WS-SCAN-DONE.
025900 FIND-ORIGINAL-IN-ARCHIVE-EXIT.
026000     EXIT.
026100*
026200*****************************************************************
026300* CHECK-REVERSAL-POINTERS - a reversing entry always sits on the
026400* same account as the entry it reverses, so sweep the account's
026500* live records and then the archive for a "V" entry pointing at
026600* the original. This is the only mark an archived original can
026700* carry, and it also catches a live original whose own "R" mark
026800* could not be written.
026900*****************************************************************
027000 CHECK-REVERSAL-POINTERS.
027100     MOVE 0 TO WS-ALREADY-REVERSED.
027200     MOVE 0 TO WS-SCAN-DONE.
027300     OPEN INPUT TRANSACTIONFILE.
027400       IF TXN-FILE-STATUS = "35"
027500         CLOSE TRANSACTIONFILE
027600       ELSE
027700         MOVE WS-ORIGINAL-IKEY TO TXN-IKEY
027800         MOVE SPACE TO TXN-TYPE
027900         MOVE ZERO TO TXN-SEQUENCE
028000         START TRANSACTIONFILE KEY IS NOT LESS THAN TXN-KEY
028100           INVALID KEY MOVE 1 TO WS-SCAN-DONE
028200         END-START
028300         PERFORM CHECK-NEXT-LIVE-POINTER
028400           THRU CHECK-NEXT-LIVE-POINTER-EXIT
028500           UNTIL WS-SCAN-DONE IS NOT ZERO
028600         CLOSE TRANSACTIONFILE
028700       END-IF.
028800     IF WS-ALREADY-REVERSED IS NOT ZERO
028900       GO TO CHECK-REVERSAL-POINTERS-EXIT
029000     END-IF.
029100*
029200     MOVE 0 TO WS-SCAN-DONE.
029300     OPEN INPUT ARCHIVEFILE.
029400       IF ARC-FILE-STATUS = "35"
029500         CLOSE ARCHIVEFILE
029600         GO TO CHECK-REVERSAL-POINTERS-EXIT
029700       END-IF.
029800     PERFORM CHECK-NEXT-ARCHIVE-POINTER
029900       THRU CHECK-NEXT-ARCHIVE-POINTER-EXIT
030000       UNTIL WS-SCAN-DONE IS NOT ZERO.
030100     CLOSE ARCHIVEFILE.
030200 CHECK-REVERSAL-POINTERS-EXIT.
030300     EXIT.
030400*
030500 CHECK-NEXT-LIVE-POINTER.
030600     READ TRANSACTIONFILE NEXT RECORD
030700       AT END
030800         MOVE 1 TO WS-SCAN-DONE
030900         GO TO CHECK-NEXT-LIVE-POINTER-EXIT
031000     END-READ.
031100     IF TXN-IKEY IS NOT EQUAL TO WS-ORIGINAL-IKEY
031200       MOVE 1 TO WS-SCAN-DONE
031300       GO TO CHECK-NEXT-LIVE-POINTER-EXIT
031400     END-IF.
031500     IF TXN-IS-REVERSAL
031600       AND TXN-REVERSAL-KEY IS EQUAL TO WS-ORIGINAL-KEY
031700       MOVE 1 TO WS-ALREADY-REVERSED
031800       MOVE 1 TO WS-SCAN-DONE
031900     END-IF.
032000 CHECK-NEXT-LIVE-POINTER-EXIT.
032100     EXIT.
032200*
032300 CHECK-NEXT-ARCHIVE-POINTER.
032400     READ ARCHIVEFILE
032500       AT END
032600         MOVE 1 TO WS-SCAN-DONE
032700         GO TO CHECK-NEXT-ARCHIVE-POINTER-EXIT
032800     END-READ.
032900     IF ARC-TXN-IKEY IS NOT EQUAL TO WS-ORIGINAL-IKEY
033000       GO TO CHECK-NEXT-ARCHIVE-POINTER-EXIT
033100     END-IF.
033200     IF ARC-TXN-REVERSAL-FLAG IS EQUAL TO "V"
033300       AND ARC-TXN-REVERSAL-KEY IS EQUAL TO WS-ORIGINAL-KEY
033400       MOVE 1 TO WS-ALREADY-REVERSED
033500       MOVE 1 TO WS-SCAN-DONE
033600     END-IF.
033700 CHECK-NEXT-ARCHIVE-POINTER-EXIT.
033800     EXIT.
033900*
034000*****************************************************************
034100* REVERSE-POSTING - post the negated amount to the same account
034200* through posttransaction, then tie the new entry and the
034300* original together. The new entry is the opposite type, under
034400* the cursor posttransaction hands back in ACCOUNT. A refusal is
034500* handed back to the caller with posttransaction's own code.
034600*****************************************************************
034700 REVERSE-POSTING.
034800     MOVE WS-ORIGINAL-IKEY TO CALL-ACCOUNT-IKEY.
034900     COMPUTE CALL-TRANSACTION-AMOUNT = 0 - WS-ORIGINAL-AMOUNT.
035000     CALL "posttransaction" USING
035100       CALL-ACCOUNT-IKEY
035200       CALL-TRANSACTION-AMOUNT
035300       ACCOUNT
035400       CALL-RETURNCODE.
035500     IF CALL-RETURNCODE NOT EQUAL "00"
035600       DISPLAY "Reversal refused by posting, RC=" CALL-RETURNCODE
035700       MOVE CALL-RETURNCODE TO RETURNCODE
035800       GO TO REVERSE-POSTING-EXIT
035900     END-IF.
036000*
036100     MOVE WS-ORIGINAL-IKEY TO WS-NEW-IKEY.
036200     IF WS-ORIGINAL-TYPE IS EQUAL TO "C"
036300       MOVE "D" TO WS-NEW-TYPE
036400       MOVE LASTDEBITTRANSACTION TO WS-NEW-SEQUENCE
036500     ELSE
036600       MOVE "C" TO WS-NEW-TYPE
036700       MOVE LASTCREDITTRANSACTION TO WS-NEW-SEQUENCE
036800     END-IF.
036900     DISPLAY "Reversing entry: " WS-NEW-TYPE " " WS-NEW-SEQUENCE.
037000*
037100     MOVE WS-NEW-KEY TO WS-MARK-KEY.
037200     MOVE "V" TO WS-MARK-FLAG.
037300     MOVE WS-ORIGINAL-KEY TO WS-MARK-POINTER.
037400     PERFORM MARK-HISTORY-RECORD
037500       THRU MARK-HISTORY-RECORD-EXIT.
037600     IF WS-ORIGINAL-ARCHIVED IS ZERO
037700       MOVE WS-ORIGINAL-KEY TO WS-MARK-KEY
037800       MOVE "R" TO WS-MARK-FLAG
037900       MOVE WS-NEW-KEY TO WS-MARK-POINTER
038000       PERFORM MARK-HISTORY-RECORD
038100         THRU MARK-HISTORY-RECORD-EXIT
038200     END-IF.
038300     MOVE "00" TO RETURNCODE.
038400 REVERSE-POSTING-EXIT.
038500     EXIT.
038600*
038700*****************************************************************
038800* REVERSE-TRANSFER - find the transfer's other leg, then move the
038900* amount back as one new transfer from the account the original
039000* credited to the account it debited. Each new leg lands on the
039100* same account as the original leg it reverses: the new debit
039200* leg against the original credit leg, the new credit leg
039300* against the original debit leg. A leg already reversed on its
039400* own, or one that cannot be found, stops the reversal before
039500* any money moves.
039600*****************************************************************
039700 REVERSE-TRANSFER.
039800     PERFORM FIND-OTHER-LEG
039900       THRU FIND-OTHER-LEG-EXIT.
040000     IF WS-PARTNER-FOUND IS ZERO
040100       DISPLAY "Other transfer leg not found for "
040200         WS-ORIGINAL-REFERENCE "."
040300       MOVE "05" TO RETURNCODE
040400       GO TO REVERSE-TRANSFER-EXIT
040500     END-IF.
040600     IF WS-PARTNER-FLAG IS EQUAL TO "V"
040700       DISPLAY "Other transfer leg is itself a reversal. Refused."
040800       MOVE "81" TO RETURNCODE
040900       GO TO REVERSE-TRANSFER-EXIT
041000     END-IF.
041100     IF WS-PARTNER-FLAG IS EQUAL TO "R"
041200       DISPLAY "Other transfer leg already reversed. Refused."
041300       MOVE "80" TO RETURNCODE
041400       GO TO REVERSE-TRANSFER-EXIT
041500     END-IF.
041600*
041700     IF WS-ORIGINAL-TYPE IS EQUAL TO "D"
041800       MOVE WS-ORIGINAL-KEY TO WS-DEBIT-LEG-KEY
041900       MOVE WS-ORIGINAL-ARCHIVED TO WS-DEBIT-LEG-ARCHIVED
042000       MOVE WS-PARTNER-KEY TO WS-CREDIT-LEG-KEY
042100       MOVE WS-PARTNER-ARCHIVED TO WS-CREDIT-LEG-ARCHIVED
042200       COMPUTE CALL-TRANSFER-AMOUNT = 0 - WS-ORIGINAL-AMOUNT
042300     ELSE
042400       MOVE WS-PARTNER-KEY TO WS-DEBIT-LEG-KEY
042500       MOVE WS-PARTNER-ARCHIVED TO WS-DEBIT-LEG-ARCHIVED
042600       MOVE WS-ORIGINAL-KEY TO WS-CREDIT-LEG-KEY
042700       MOVE WS-ORIGINAL-ARCHIVED TO WS-CREDIT-LEG-ARCHIVED
042800       MOVE WS-ORIGINAL-AMOUNT TO CALL-TRANSFER-AMOUNT
042900     END-IF.
043000*
043100     MOVE WS-CREDIT-LEG-IKEY TO CALL-FROM-ACCOUNT-IKEY.
043200     MOVE WS-DEBIT-LEG-IKEY TO CALL-TO-ACCOUNT-IKEY.
043300     MOVE SPACES TO CALL-TRANSFER-REFERENCE.
043400     CALL "transferfunds" USING
043500       CALL-FROM-ACCOUNT-IKEY
043600       CALL-TO-ACCOUNT-IKEY
043700       CALL-TRANSFER-AMOUNT
043800       CALL-TRANSFER-REFERENCE
043900       ACCOUNT
044000       CALL-RETURNCODE.
044100     IF CALL-RETURNCODE NOT EQUAL "00"
044200       DISPLAY "Reversal refused by transfer, RC=" CALL-RETURNCODE
044300       MOVE CALL-RETURNCODE TO RETURNCODE
044400       GO TO REVERSE-TRANSFER-EXIT
044500     END-IF.
044600     DISPLAY "Reversing transfer: " CALL-TRANSFER-REFERENCE.
044700*
044800* transferfunds hands back the from-account, whose debit cursor
044900* names the new debit leg; the new credit leg is under the
045000* to-account's credit cursor on the master.
045100     MOVE WS-CREDIT-LEG-IKEY TO WS-NEW-IKEY.
045200     MOVE "D" TO WS-NEW-TYPE.
045300     MOVE LASTDEBITTRANSACTION TO WS-NEW-SEQUENCE.
045400     MOVE WS-DEBIT-LEG-IKEY TO WS-NEW-PARTNER-IKEY.
045500     MOVE "C" TO WS-NEW-PARTNER-TYPE.
045600     MOVE ZERO TO WS-NEW-PARTNER-SEQUENCE.
045700     PERFORM READ-TO-ACCOUNT
045800       THRU READ-TO-ACCOUNT-EXIT.
045900*
046000     MOVE WS-NEW-KEY TO WS-MARK-KEY.
046100     MOVE "V" TO WS-MARK-FLAG.
046200     MOVE WS-CREDIT-LEG-KEY TO WS-MARK-POINTER.
046300     PERFORM MARK-HISTORY-RECORD
046400       THRU MARK-HISTORY-RECORD-EXIT.
046500     MOVE WS-NEW-PARTNER-KEY TO WS-MARK-KEY.
046600     MOVE "V" TO WS-MARK-FLAG.
046700     MOVE WS-DEBIT-LEG-KEY TO WS-MARK-POINTER.
046800     PERFORM MARK-HISTORY-RECORD
046900       THRU MARK-HISTORY-RECORD-EXIT.
047000     IF WS-CREDIT-LEG-ARCHIVED IS ZERO
047100       MOVE WS-CREDIT-LEG-KEY TO WS-MARK-KEY
047200       MOVE "R" TO WS-MARK-FLAG
047300       MOVE WS-NEW-KEY TO WS-MARK-POINTER
047400       PERFORM MARK-HISTORY-RECORD
047500         THRU MARK-HISTORY-RECORD-EXIT
047600     END-IF.
047700     IF WS-DEBIT-LEG-ARCHIVED IS ZERO
047800       MOVE WS-DEBIT-LEG-KEY TO WS-MARK-KEY
047900       MOVE "R" TO WS-MARK-FLAG
048000       MOVE WS-NEW-PARTNER-KEY TO WS-MARK-POINTER
048100       PERFORM MARK-HISTORY-RECORD
048200         THRU MARK-HISTORY-RECORD-EXIT
048300     END-IF.
048400     MOVE "00" TO RETURNCODE.
048500 REVERSE-TRANSFER-EXIT.
048600     EXIT.
048700*
048800*****************************************************************
048900* FIND-OTHER-LEG - the other leg of a transfer carries the same
049000* reference on a different account. Sweep the whole live file
049100* for it, then the archive.
049200*****************************************************************
049300 FIND-OTHER-LEG.
049400     MOVE 0 TO WS-PARTNER-FOUND.
049500     MOVE 0 TO WS-PARTNER-ARCHIVED.
049600     MOVE 0 TO WS-SCAN-DONE.
049700     OPEN INPUT TRANSACTIONFILE.
049800       IF TXN-FILE-STATUS = "35"
049900         CLOSE TRANSACTIONFILE
050000       ELSE
050100         PERFORM FIND-NEXT-LIVE-LEG
050200           THRU FIND-NEXT-LIVE-LEG-EXIT
050300           UNTIL WS-SCAN-DONE IS NOT ZERO
050400         CLOSE TRANSACTIONFILE
050500       END-IF.
050600     IF WS-PARTNER-FOUND IS NOT ZERO
050700       GO TO FIND-OTHER-LEG-EXIT
050800     END-IF.
050900*
051000     MOVE 0 TO WS-SCAN-DONE.
051100     OPEN INPUT ARCHIVEFILE.
051200       IF ARC-FILE-STATUS = "35"
051300         CLOSE ARCHIVEFILE
051400         GO TO FIND-OTHER-LEG-EXIT
051500       END-IF.
051600     PERFORM FIND-NEXT-ARCHIVE-LEG
051700       THRU FIND-NEXT-ARCHIVE-LEG-EXIT
051800       UNTIL WS-SCAN-DONE IS NOT ZERO.
051900     CLOSE ARCHIVEFILE.
052000 FIND-OTHER-LEG-EXIT.
052100     EXIT.
052200*
052300 FIND-NEXT-LIVE-LEG.
052400     READ TRANSACTIONFILE NEXT RECORD
052500       AT END
052600         MOVE 1 TO WS-SCAN-DONE
052700         GO TO FIND-NEXT-LIVE-LEG-EXIT
052800     END-READ.
052900     IF TXN-TRANSFER-REFERENCE IS NOT EQUAL TO
053000         WS-ORIGINAL-REFERENCE
053100       OR TXN-IKEY IS EQUAL TO WS-ORIGINAL-IKEY
053200       GO TO FIND-NEXT-LIVE-LEG-EXIT
053300     END-IF.
053400     MOVE 1 TO WS-PARTNER-FOUND.
053500     MOVE TXN-KEY TO WS-PARTNER-KEY.
053600     MOVE TXN-REVERSAL-FLAG TO WS-PARTNER-FLAG.
053700     MOVE 1 TO WS-SCAN-DONE.
053800 FIND-NEXT-LIVE-LEG-EXIT.
053900     EXIT.
054000*
054100 FIND-NEXT-ARCHIVE-LEG.
054200     READ ARCHIVEFILE
054300       AT END
054400         MOVE 1 TO WS-SCAN-DONE
054500         GO TO FIND-NEXT-ARCHIVE-LEG-EXIT
054600     END-READ.
054700     IF ARC-TXN-TRANSFER-REFERENCE IS NOT EQUAL TO
054800         WS-ORIGINAL-REFERENCE
054900       OR ARC-TXN-IKEY IS EQUAL TO WS-ORIGINAL-IKEY
055000       GO TO FIND-NEXT-ARCHIVE-LEG-EXIT
055100     END-IF.
055200     MOVE 1 TO WS-PARTNER-FOUND.
055300     MOVE 1 TO WS-PARTNER-ARCHIVED.
055400     MOVE ARC-TXN-IKEY TO WS-PARTNER-IKEY.
055500     MOVE ARC-TXN-TYPE TO WS-PARTNER-TYPE.
055600     MOVE ARC-TXN-SEQUENCE TO WS-PARTNER-SEQUENCE.
055700     MOVE ARC-TXN-REVERSAL-FLAG TO WS-PARTNER-FLAG.
055800     MOVE 1 TO WS-SCAN-DONE.
055900 FIND-NEXT-ARCHIVE-LEG-EXIT.
056000     EXIT.
056100*
056200*****************************************************************
056300* READ-TO-ACCOUNT - read the account the reversing transfer
056400* credited, for the sequence of its new credit leg. When that
056500* is the account the caller asked about, ACCOUNT is refilled
056600* from it, so the caller gets back its own account and not the
056700* one transferfunds reports.
056800*****************************************************************
056900 READ-TO-ACCOUNT.
057000     MOVE 0 TO WS-FILE-ERROR.
057100     OPEN INPUT DATAFILE.
057200       IF FILE-STATUS = "35"
057300         CLOSE DATAFILE
057400         MOVE 1 TO WS-MARK-FAILED
057500         GO TO READ-TO-ACCOUNT-EXIT
057600       END-IF.
057700     MOVE WS-DEBIT-LEG-IKEY TO IKEY.
057800     READ DATAFILE KEY IS IKEY
057900       INVALID KEY MOVE 1 TO WS-FILE-ERROR
058000     END-READ.
058100     IF WS-FILE-ERROR IS NOT ZERO
058200       DISPLAY "Error: Account " WS-DEBIT-LEG-IKEY " not found "
058300         "after the reversing transfer."
058400       CLOSE DATAFILE
058500       MOVE 1 TO WS-MARK-FAILED
058600       GO TO READ-TO-ACCOUNT-EXIT
058700     END-IF.
058800     MOVE LAST-CREDIT-TRANSACTION TO WS-NEW-PARTNER-SEQUENCE.
058900     IF IKEY IS EQUAL TO WS-ORIGINAL-IKEY
059000       PERFORM GET-ACCOUNT-HOLDS
059100         THRU GET-ACCOUNT-HOLDS-EXIT
059200       MOVE IKEY TO ACCOUNTIKEY
059300       MOVE BALANCE-TOTAL TO ACCOUNTBALANCETOTAL
059400       MOVE LAST-CREDIT-TRANSACTION TO LASTCREDITTRANSACTION
059500       MOVE LAST-DEBIT-TRANSACTION TO LASTDEBITTRANSACTION
059600       MOVE ACCOUNT-STATUS TO ACCOUNTSTATUS
059700       MOVE ACCOUNT-TYPE TO ACCOUNTTYPE
059800       MOVE EXTERNAL-REFERENCE TO ACCOUNTEXTERNALREFERENCE
059900       MOVE CUSTOMER-NUMBER TO ACCOUNTCUSTOMERNUMBER
060000       SUBTRACT WS-HOLDS-TOTAL FROM BALANCE-TOTAL
060100         GIVING ACCOUNTAVAILABLEBALANCE
060200     END-IF.
060300     CLOSE DATAFILE.
060400 READ-TO-ACCOUNT-EXIT.
060500     EXIT.
060600*
060700*****************************************************************
060800* GET-ACCOUNT-HOLDS - total the active funds holds against the
060900* caller's account through inquireholds, for the available
061000* balance handed back. A failure is displayed and leaves the
061100* total at zero.
061200*****************************************************************
061300 GET-ACCOUNT-HOLDS.
061400     MOVE ZERO TO WS-HOLDS-TOTAL.
061500     CALL "inquireholds" USING
061600       WS-ORIGINAL-IKEY
061700       WS-HOLDS-TOTAL
061800       HOLDS-RETURNCODE.
061900     IF HOLDS-RETURNCODE IS NOT EQUAL TO "00"
062000       DISPLAY "Unable to read holds for account "
062100         WS-ORIGINAL-IKEY ", RC=" HOLDS-RETURNCODE
062200       MOVE ZERO TO WS-HOLDS-TOTAL
062300     END-IF.
062400 GET-ACCOUNT-HOLDS-EXIT.
062500     EXIT.
062600*
062700*****************************************************************
062800* MARK-HISTORY-RECORD - stamp the live history record named by
062900* WS-MARK-KEY with WS-MARK-FLAG and the partner key in
063000* WS-MARK-POINTER. The money has already moved by the time this
063100* runs, so a record that cannot be marked does not undo it; it
063200* is displayed and raises WS-MARK-FAILED for the caller's code.
063300*****************************************************************
063400 MARK-HISTORY-RECORD.
063500     OPEN I-O TRANSACTIONFILE.
063600       IF TXN-FILE-STATUS = "35"
063700         DISPLAY "Error: Transaction file missing; " WS-MARK-KEY
063800           " left unmarked."
063900         CLOSE TRANSACTIONFILE
064000         MOVE 1 TO WS-MARK-FAILED
064100         GO TO MARK-HISTORY-RECORD-EXIT
064200       END-IF.
064300     MOVE WS-MARK-KEY TO TXN-KEY.
064400     READ TRANSACTIONFILE KEY IS TXN-KEY
064500       INVALID KEY
064600         DISPLAY "Error: History record " WS-MARK-KEY
064700           " not found; left unmarked."
064800         MOVE 1 TO WS-MARK-FAILED
064900       NOT INVALID KEY
065000         MOVE WS-MARK-FLAG TO TXN-REVERSAL-FLAG
065100         MOVE WS-MARK-POINTER TO TXN-REVERSAL-KEY
065200         REWRITE TRANSACTIONFD
065300           INVALID KEY
065400             DISPLAY "Error: Unable to mark history record "
065500               WS-MARK-KEY
065600             MOVE 1 TO WS-MARK-FAILED
065700         END-REWRITE
065800     END-READ.
065900     CLOSE TRANSACTIONFILE.
066000 MARK-HISTORY-RECORD-EXIT.
066100     EXIT.
