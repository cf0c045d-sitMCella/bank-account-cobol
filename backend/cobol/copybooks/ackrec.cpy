000100*****************************************************************
000200* ACKREC - channel acknowledgement record (ACKNOWLEDGEFD). For
000300* each channel file: an "H" line echoing the header with the
000400* verdict on the whole file, a "D" line per posting line with
000500* the RETURNCODE it posted or bounced with, and a "T" line
000600* echoing the trailer. A file refused as a whole lists every
000700* line refused with the file's code and posts none of them.
000800* Status "A" is accepted, "R" rejected.
000900*****************************************************************
001000   FD ACKNOWLEDGEFILE
001100     RECORD CONTAINS 63 CHARACTERS.
001200   01 ACKNOWLEDGEFD.
001300     05 ACK-CHANNEL-ID PIC X(04).
001400     05 FILLER PIC X(01).
001500     05 ACK-FILE-SEQUENCE PIC 9(6).
001600     05 FILLER PIC X(01).
001700     05 ACK-RECORD-TYPE PIC X(01).
001800     05 FILLER PIC X(01).
001900     05 ACK-LINE-NUMBER PIC 9(6).
002000     05 FILLER PIC X(01).
002100     05 ACK-STATUS PIC X(01).
002200     05 FILLER PIC X(01).
002300     05 ACK-RETURNCODE PIC XX.
002400     05 FILLER PIC X(01).
002500     05 ACK-POSTING-IMAGE PIC X(28).
002600     05 FILLER PIC X(01).
002700     05 ACK-BUSINESS-DATE PIC 9(8).
