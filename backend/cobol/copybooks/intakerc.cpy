000100*****************************************************************
000200* INTAKERC - the codes batchposttransactions refuses a whole
000300* channel file with, carried on the file's acknowledgement
000400* lines. A refused file posts nothing; the channel corrects
000500* and resends it under the same sequence number.
000600*****************************************************************
000700     88 INTAKE-FILE-ACCEPTED VALUE "00".
000800     88 INTAKE-TOTALS-DISAGREE VALUE "89".
000900     88 INTAKE-SEQUENCE-REPEATED VALUE "90".
001000     88 INTAKE-SEQUENCE-GAP VALUE "91".
001100     88 INTAKE-OUTSIDE-CHANNEL-FILE VALUE "92".
