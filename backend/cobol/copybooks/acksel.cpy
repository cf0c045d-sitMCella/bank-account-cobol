000100*****************************************************************
000200* ACKSEL - FILE-CONTROL entry for the channel acknowledgement
000300* files. Each channel gets its own file, postings.<channel>.ack,
000400* appended to on every run; WS-ACK-PATH is set to the
000500* channel's name before the file is opened.
000600*****************************************************************
000700     SELECT ACKNOWLEDGEFILE ASSIGN TO WS-ACK-PATH
000800       ORGANIZATION IS LINE SEQUENTIAL
000900       FILE STATUS IS ACK-FILE-STATUS.
