000400  Installation. Controlled recycle of repaired posting rejects.
000500  Date-Written. 2026/09/02.
000600  Date-Compiled. 2026/09/02.
000610* Modification-History.
000620*  2026/10/15 MC - Park a line refused for arriving outside a
000630*                  channel file instead of queueing it, so it
000640*                  never posts without file control.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
009500* younger queues for tonight's intake, carrying its image,
009600* code, reject date and retry count unchanged -
009700* batchposttransactions steps the count only when the line
009800* bounces again. A line refused with 92 arrived outside any
009810* channel file: it has had no count, hash or sequence check and
009820* could be a truncated or repeated file, so it parks straight
009830* away for Operations rather than posting a day late. The
009840* channel resends it inside a proper file.
009900*****************************************************************
010000 ROUTE-NEXT-REJECT.
010100     READ REJECTFILE
010600     END-IF.
010700*
010800     IF REJ-RETRY-COUNT IS NOT LESS THAN REJECT-RETRY-LIMIT
010810       OR REJ-RETURNCODE IS EQUAL TO "92"
010900       PERFORM PARK-THIS-REJECT
011000       GO TO ROUTE-NEXT-REJECT-EXIT
011100     END-IF.
