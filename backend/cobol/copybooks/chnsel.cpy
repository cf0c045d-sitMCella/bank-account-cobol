000100*****************************************************************
000200* CHNSEL - FILE-CONTROL entry for the channel intake control
000300* file. One record per channel that delivers postings, holding
000400* the last file sequence number batchposttransactions posted
000500* for it, so a repeated or missing file is caught before a
000600* single line of it posts.
000700*****************************************************************
000800     SELECT CHANNELFILE ASSIGN TO
000900         "/opt/app/storage/channels.idx"
001000       ORGANIZATION IS INDEXED
001100       ACCESS MODE IS DYNAMIC
001200       RECORD KEY IS CHN-CHANNEL-ID
001300       FILE STATUS IS CHN-FILE-STATUS.
