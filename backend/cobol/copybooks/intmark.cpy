000700* credits when judging an account's newest activity: a
000800* bank-generated credit must not reset the quiet-period
000900* clock. Keep it here as the one definition both sides use.
000910* The withholding tax taken off each interest credit is posted
000920* as its own debit and stamped with WITHHOLDING-TAX-MARKER, so
000930* gross interest, tax withheld and net can all be told apart;
000940* it is bank-generated too, and is skipped wherever a marked
000950* credit or fee debit is.
001000*****************************************************************
001100   01 INTEREST-POSTING-MARKER PIC X(16) VALUE "INTEREST".
001200   01 WITHHOLDING-TAX-MARKER PIC X(16) VALUE "INTEREST TAX".
