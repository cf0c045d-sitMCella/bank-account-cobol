000100*****************************************************************
000200* ALRSEL - FILE-CONTROL entry for the monitoring alert file.
000300* One record per alert raised by monitoractivity, keyed by the
000400* business date screened plus a running number within that
000500* date. maintainalert carries the analyst's case status and
000600* disposition on the same record.
000700*****************************************************************
000800     SELECT ALERTFILE ASSIGN TO
000900         "/opt/app/storage/alerts.idx"
001000       ORGANIZATION IS INDEXED
001100       ACCESS MODE IS DYNAMIC
001200       RECORD KEY IS ALR-KEY
001300       FILE STATUS IS ALR-FILE-STATUS.
