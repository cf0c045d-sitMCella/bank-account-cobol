000400  Installation. Read-only transaction history inquiry.
000500  Date-Written. 2026/08/23.
000600  Date-Compiled. 2026/08/23.
000610* Modification-History.
000620*  2026/09/15 MC - Show a reversed entry as reversed and a
000630*                  reversing entry as the reversal of its
000640*                  original, on the live file and the archive.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
002570     05 WS-SEEN-CREDIT-FLAG PIC X(01) OCCURS 9999 TIMES.
002580   01 WS-SEEN-DEBIT-FLAGS.
002590     05 WS-SEEN-DEBIT-FLAG PIC X(01) OCCURS 9999 TIMES.
002591* One flag per possible sequence, set for every entry a
002592* reversing ("V") entry on the account points at. An archived
002593* original cannot carry its own "R" mark, so this is how it
002594* is shown as reversed.
002595   01 WS-REVERSED-CREDIT-FLAGS.
002596     05 WS-REVERSED-CREDIT-FLAG PIC X(01) OCCURS 9999 TIMES.
002597   01 WS-REVERSED-DEBIT-FLAGS.
002598     05 WS-REVERSED-DEBIT-FLAG PIC X(01) OCCURS 9999 TIMES.
002599   01 WS-POINTER-TYPE PIC X(01).
002600   01 WS-POINTER-SEQUENCE PIC 9(4).
002601* Printed after the amount: who reversed the entry, or which
002602* entry it reverses. Blank on an ordinary entry.
002603   01 WS-REVERSAL-NOTE.
002604     05 WS-REVERSAL-NOTE-LABEL PIC X(14).
002605     05 WS-REVERSAL-NOTE-TYPE PIC X(01).
002606     05 FILLER PIC X(01) VALUE SPACE.
002607     05 WS-REVERSAL-NOTE-SEQUENCE PIC X(04).
002608*
002700  LINKAGE SECTION.
002800   77 USERACCOUNTIKEY PIC 9(4).
002900   77 USERTRANSACTIONTYPE PIC X(01).
006600     MOVE 0 TO WS-LIVE-FILE-MISSING.
006610     MOVE SPACES TO WS-SEEN-CREDIT-FLAGS.
006620     MOVE SPACES TO WS-SEEN-DEBIT-FLAGS.
006630     MOVE SPACES TO WS-REVERSED-CREDIT-FLAGS.
006640     MOVE SPACES TO WS-REVERSED-DEBIT-FLAGS.
006650     PERFORM FLAG-ARCHIVED-REVERSALS
006660       THRU FLAG-ARCHIVED-REVERSALS-EXIT.
006700*
006800     OPEN INPUT TRANSACTIONFILE.
006900       IF TXN-FILE-STATUS = "35"
011670         MOVE "Y" TO WS-SEEN-DEBIT-FLAG (TXN-SEQUENCE)
011680       END-IF
011690     END-IF.
011691     IF TXN-IS-REVERSAL
011692       MOVE TXN-REVERSAL-TYPE TO WS-POINTER-TYPE
011693       MOVE TXN-REVERSAL-SEQUENCE TO WS-POINTER-SEQUENCE
011694       PERFORM FLAG-REVERSED-ENTRY
011695         THRU FLAG-REVERSED-ENTRY-EXIT
011696     END-IF.
011700     IF USERTRANSACTIONTYPE IS NOT EQUAL TO SPACE
011800       AND TXN-TYPE IS NOT EQUAL TO USERTRANSACTIONTYPE
011900       GO TO LIST-NEXT-TRANSACTION-EXIT
012400     IF USERTODATE IS > 0 AND TXN-DATE IS > USERTODATE
012500       GO TO LIST-NEXT-TRANSACTION-EXIT
012600     END-IF.
012610     MOVE SPACES TO WS-REVERSAL-NOTE.
012620     IF TXN-REVERSED
012630       MOVE " REVERSED BY " TO WS-REVERSAL-NOTE-LABEL
012640     END-IF.
012650     IF TXN-IS-REVERSAL
012660       MOVE " REVERSAL OF " TO WS-REVERSAL-NOTE-LABEL
012670     END-IF.
012680     IF NOT TXN-NOT-REVERSED
012690       MOVE TXN-REVERSAL-TYPE TO WS-REVERSAL-NOTE-TYPE
012691       MOVE TXN-REVERSAL-SEQUENCE TO WS-REVERSAL-NOTE-SEQUENCE
012692     END-IF.
012700     DISPLAY "  " TXN-TYPE " " TXN-SEQUENCE " " TXN-DATE " "
012800       TXN-AMOUNT WS-REVERSAL-NOTE.
012900     ADD 1 TO WS-MATCH-COUNT.
013000     ADD TXN-AMOUNT TO WS-MATCH-TOTAL.
013100 LIST-NEXT-TRANSACTION-EXIT.
017000     IF USERTODATE IS > 0 AND ARC-TXN-DATE IS > USERTODATE
017100       GO TO LIST-NEXT-ARCHIVE-RECORD-EXIT
017200     END-IF.
017210* An archived original reversed after it was archived has no
017220* "R" of its own; the flag set from its reversing entry
017230* stands in for it.
017240     MOVE SPACES TO WS-REVERSAL-NOTE.
017250     IF ARC-TXN-TYPE IS EQUAL TO "C"
017260       IF WS-REVERSED-CREDIT-FLAG (ARC-TXN-SEQUENCE)
017270           IS EQUAL TO "Y"
017280         MOVE " REVERSED" TO WS-REVERSAL-NOTE-LABEL
017290       END-IF
017300     ELSE
017310       IF WS-REVERSED-DEBIT-FLAG (ARC-TXN-SEQUENCE)
017320           IS EQUAL TO "Y"
017330         MOVE " REVERSED" TO WS-REVERSAL-NOTE-LABEL
017340       END-IF
017350     END-IF.
017360     IF ARC-TXN-REVERSAL-FLAG IS EQUAL TO "R"
017370       MOVE " REVERSED BY " TO WS-REVERSAL-NOTE-LABEL
017380     END-IF.
017390     IF ARC-TXN-REVERSAL-FLAG IS EQUAL TO "V"
017391       MOVE " REVERSAL OF " TO WS-REVERSAL-NOTE-LABEL
017392     END-IF.
017393     IF ARC-TXN-REVERSAL-FLAG IS EQUAL TO "R"
017394       OR ARC-TXN-REVERSAL-FLAG IS EQUAL TO "V"
017395       MOVE ARC-TXN-REVERSAL-TYPE TO WS-REVERSAL-NOTE-TYPE
017396       MOVE ARC-TXN-REVERSAL-SEQUENCE
017397         TO WS-REVERSAL-NOTE-SEQUENCE
017398     END-IF.
017399     DISPLAY "  " ARC-TXN-TYPE " " ARC-TXN-SEQUENCE " "
017400       ARC-TXN-DATE " " ARC-TXN-AMOUNT " (archived)"
017410       WS-REVERSAL-NOTE.
017500     ADD 1 TO WS-MATCH-COUNT.
017600     ADD ARC-TXN-AMOUNT TO WS-MATCH-TOTAL.
017700 LIST-NEXT-ARCHIVE-RECORD-EXIT.
017800     EXIT.
017900*
018000*****************************************************************
018100* FLAG-ARCHIVED-REVERSALS - before anything is listed, sweep
018200* the archive once for the account's reversing entries and
018300* flag the entries they point at. A reversing entry is always
018400* newer than its original, so by the time the listing reaches
018500* an archived original its reversal may not have been read
018600* yet; live reversing entries are flagged as the live file is
018700* listed, which is always before the archive.
018800*****************************************************************
018900 FLAG-ARCHIVED-REVERSALS.
019000     MOVE 0 TO WS-ENDOFARCHIVE.
019100     OPEN INPUT ARCHIVEFILE.
019200       IF ARC-FILE-STATUS = "35"
019300         CLOSE ARCHIVEFILE
019400         GO TO FLAG-ARCHIVED-REVERSALS-EXIT
019500       END-IF.
019600     PERFORM FLAG-NEXT-ARCHIVED-REVERSAL
019700       THRU FLAG-NEXT-ARCHIVED-REVERSAL-EXIT
019800       UNTIL NO-MORE-ARCHIVE-RECORDS.
019900     CLOSE ARCHIVEFILE.
020000 FLAG-ARCHIVED-REVERSALS-EXIT.
020100     EXIT.
020200*
020300 FLAG-NEXT-ARCHIVED-REVERSAL.
020400     READ ARCHIVEFILE
020500       AT END
020600         MOVE 1 TO WS-ENDOFARCHIVE
020700         GO TO FLAG-NEXT-ARCHIVED-REVERSAL-EXIT
020800     END-READ.
020900     IF ARC-TXN-IKEY IS NOT EQUAL TO USERACCOUNTIKEY
021000       OR ARC-TXN-REVERSAL-FLAG IS NOT EQUAL TO "V"
021100       GO TO FLAG-NEXT-ARCHIVED-REVERSAL-EXIT
021200     END-IF.
021300     MOVE ARC-TXN-REVERSAL-TYPE TO WS-POINTER-TYPE.
021400     MOVE ARC-TXN-REVERSAL-SEQUENCE TO WS-POINTER-SEQUENCE.
021500     PERFORM FLAG-REVERSED-ENTRY
021600       THRU FLAG-REVERSED-ENTRY-EXIT.
021700 FLAG-NEXT-ARCHIVED-REVERSAL-EXIT.
021800     EXIT.
021900*
022000*****************************************************************
022100* FLAG-REVERSED-ENTRY - flag the entry of type WS-POINTER-TYPE
022200* and sequence WS-POINTER-SEQUENCE as reversed.
022300*****************************************************************
022400 FLAG-REVERSED-ENTRY.
022500     IF WS-POINTER-SEQUENCE IS EQUAL TO ZERO
022600       GO TO FLAG-REVERSED-ENTRY-EXIT
022700     END-IF.
022800     IF WS-POINTER-TYPE IS EQUAL TO "C"
022900       MOVE "Y" TO WS-REVERSED-CREDIT-FLAG (WS-POINTER-SEQUENCE)
023000     ELSE
023100       MOVE "Y" TO WS-REVERSED-DEBIT-FLAG (WS-POINTER-SEQUENCE)
023200     END-IF.
023300 FLAG-REVERSED-ENTRY-EXIT.
023400     EXIT.
