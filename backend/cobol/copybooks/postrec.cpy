000300* One posting per line: account key, signed amount (sign byte
000400* then 13.2 digits, assumed decimal), and the channel's value
000500* date. Agreed with the channel teams; change it here only.
000510* Each channel's postings arrive bracketed by a header line
000520* (channel ID, the channel's file sequence number and the
000530* date the channel created the file) and a trailer line (the
000540* count of posting lines and the hash total of their
000550* unsigned amounts). Both start with a non-numeric tag where
000560* a posting carries its account key, so the three kinds of
000570* line never look alike. Several channels' files may be
000580* dropped into postings.dat one after another.
000600*****************************************************************
000700   FD POSTINGFILE
000800     RECORD CONTAINS 28 CHARACTERS.
001300       88 POST-AMOUNT-DEBIT VALUE "-".
001400     05 POST-AMOUNT PIC 9(13)V99.
001500     05 POST-VALUE-DATE PIC 9(8).
001600   01 POSTING-HEADER.
001700     05 POST-HEADER-TAG PIC X(04).
001800       88 POST-IS-HEADER VALUE "HDR ".
001900     05 POST-HEADER-CHANNEL-ID PIC X(04).
002000     05 POST-HEADER-FILE-SEQUENCE PIC 9(6).
002100     05 POST-HEADER-CREATION-DATE PIC 9(8).
002200     05 FILLER PIC X(06).
002300   01 POSTING-TRAILER.
002400     05 POST-TRAILER-TAG PIC X(04).
002500       88 POST-IS-TRAILER VALUE "TRL ".
002600     05 POST-TRAILER-RECORD-COUNT PIC 9(6).
002700     05 POST-TRAILER-AMOUNT-HASH PIC 9(16)V99.
