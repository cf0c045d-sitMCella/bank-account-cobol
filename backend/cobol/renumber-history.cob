000400  Installation. Compact transaction sequences after archiving.
000500  Date-Written. 2026/09/02.
000600  Date-Compiled. 2026/09/02.
000610* Modification-History.
000620*  2026/09/15 MC - Repoint the partner of a reversed or
000630*                  reversing entry when the entry is moved,
000640*                  so the pair stay tied under the new
000650*                  numbering.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
004700   01 WS-NEW-SEQUENCE PIC 9(4).
004800   01 WS-NEW-STMT-CURSOR PIC 9(4).
005150   01 WS-DUPLICATE-FOUND PIC 9 VALUE ZERO.
005160* The reversal tie of the record being moved, and its key
005170* before and after the move, for repointing its partner.
005180   01 WS-MOVED-FLAG PIC X(01).
005190   01 WS-MOVED-POINTER PIC X(09).
005191   01 WS-MOVED-OLD-KEY.
005192     05 WS-MOVED-OLD-IKEY PIC 9(4).
005193     05 WS-MOVED-OLD-TYPE PIC X(01).
005194     05 WS-MOVED-OLD-SEQUENCE PIC 9(4).
005195   01 WS-MOVED-NEW-KEY.
005196     05 WS-MOVED-NEW-IKEY PIC 9(4).
005197     05 WS-MOVED-NEW-TYPE PIC X(01).
005198     05 WS-MOVED-NEW-SEQUENCE PIC 9(4).
005200   01 WS-ACCOUNT-CHANGED PIC 9 VALUE ZERO.
005300   01 WS-ACCOUNT-COUNT PIC 9(6) COMP VALUE ZERO.
005400   01 WS-COMPACTED-COUNT PIC 9(6) COMP VALUE ZERO.
027100* then delete it under the old one. The packed slot is free
027200* by construction - it was either archived away or vacated
027300* by an earlier move this run.
027400     MOVE TXN-KEY TO WS-MOVED-OLD-KEY.
027500     MOVE TXN-REVERSAL-FLAG TO WS-MOVED-FLAG.
027600     MOVE TXN-REVERSAL-KEY TO WS-MOVED-POINTER.
027700     MOVE WS-NEW-SEQUENCE TO TXN-SEQUENCE.
027710     MOVE TXN-KEY TO WS-MOVED-NEW-KEY.
027800     WRITE TRANSACTIONFD
027900       INVALID KEY
028000         DISPLAY "Error: Sequence " WS-NEW-SEQUENCE
029100           WS-RENUM-TXN-TYPE
029200     END-DELETE.
029300     ADD 1 TO WS-MOVED-COUNT.
029310     IF WS-MOVED-FLAG IS NOT EQUAL TO SPACE
029320       PERFORM REPOINT-REVERSAL-PARTNER
029330         THRU REPOINT-REVERSAL-PARTNER-EXIT
029340     END-IF.
029400 RENUMBER-ONE-SEQUENCE-EXIT.
029500     EXIT.
029501*
029502*****************************************************************
029503* REPOINT-REVERSAL-PARTNER - a reversed entry and the entry
029504* that reversed it point at each other by key. When one of
029505* them moves, the other is read and, if it still points at the
029506* old key, rewritten to point at the new one. A partner that
029507* has been archived is left as it is; the archive keeps the
029508* old numbering.
029509*****************************************************************
029510 REPOINT-REVERSAL-PARTNER.
029511     MOVE WS-MOVED-POINTER TO TXN-KEY.
029512     READ TRANSACTIONFILE KEY IS TXN-KEY
029513       INVALID KEY GO TO REPOINT-REVERSAL-PARTNER-EXIT
029514     END-READ.
029515     IF TXN-REVERSAL-KEY IS NOT EQUAL TO WS-MOVED-OLD-KEY
029516       GO TO REPOINT-REVERSAL-PARTNER-EXIT
029517     END-IF.
029518     MOVE WS-MOVED-NEW-KEY TO TXN-REVERSAL-KEY.
029519     REWRITE TRANSACTIONFD
029520       INVALID KEY
029521         DISPLAY "Error: Unable to repoint reversal partner "
029522           WS-MOVED-POINTER " of " WS-MOVED-NEW-KEY
029523     END-REWRITE.
029524 REPOINT-REVERSAL-PARTNER-EXIT.
029525     EXIT.
029600*
029700*****************************************************************
029800* CHECK-ARCHIVED-DUPLICATE - a live record whose full identity
