000620*  2026/09/02 MC - Check and record this job on the batch
000630*                  job-control ledger, so the archive cannot
000640*                  run twice for one business date.
000650*  2026/09/15 MC - Carry the reversal flag and partner key
000660*                  into the archive with the record.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
018400     MOVE TXN-AMOUNT TO ARC-TXN-AMOUNT.
018500     MOVE TXN-DATE TO ARC-TXN-DATE.
018600     MOVE TXN-TRANSFER-REFERENCE TO ARC-TXN-TRANSFER-REFERENCE.
018610     MOVE TXN-REVERSAL TO ARC-TXN-REVERSAL.
018700     WRITE ARCHIVEFD.
018800     IF ARC-FILE-STATUS IS NOT EQUAL TO "00"
018900       DISPLAY "Error: Unable to write archive record for "
