000100*****************************************************************
000200* FEESEL - FILE-CONTROL entry for the fee schedule file. One
000300* row per ACCOUNT-TYPE and effective date, on the same rule as
000400* the rate master: the fee run charges from the newest row not
000500* after the business date it is charging, so a past charge can
000600* always be shown the tariff that was in force. maintainfee
000700* adds rows, future-dated ones included; rows are never
000800* deleted.
000900*****************************************************************
001000     SELECT FEEFILE ASSIGN TO
001100         "/opt/app/storage/fees.idx"
001200       ORGANIZATION IS INDEXED
001300       ACCESS MODE IS DYNAMIC
001400       RECORD KEY IS FEE-KEY
001500       FILE STATUS IS FEE-FILE-STATUS.
