000100*****************************************************************
000200* AHRLINK - LINKAGE SECTION shape returned to callers for a
000300* single account-holder relationship, the way ACCTLINK does for
000400* accounts.
000500*****************************************************************
000600   01 HOLDER.
000700     05 HOLDERIKEY PIC 9(4).
000800     05 HOLDERCUSTOMERNUMBER PIC 9(6).
000900     05 HOLDERROLE PIC X(01).
001000     05 HOLDERSTARTDATE PIC 9(8).
001100     05 HOLDERENDDATE PIC 9(8).
001200     05 HOLDEROPENEDBY PIC X(08).
001300     05 HOLDERENDEDBY PIC X(08).
